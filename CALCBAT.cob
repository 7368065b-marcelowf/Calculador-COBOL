000500*                      INPUT FILE ALREADY POSTED, WITH AN ADM-   *
000510*                      CONFIRMED OVERRIDE FOR A LEGITIMATE       *
000520*                      RESUBMISSION.                             *
000530*    15/10/2026  JBF  CLEAR THE NEW PD-POST-REF ON A HELD ITEM.  *
000540*    15/10/2026  JBF  RESET CHECKPT TO ZERO AT THE END OF A      *
000550*                      COMPLETED RUN, SO THE CLOSECHK READINESS  *
000560*                      CHECK CAN TELL AN INTERRUPTED RUN APART.  *
000570*    15/10/2026  JBF  REGISTER THE FIRST AND LAST CL-REF THE RUN *
000580*                      DREW ON BATCHREG FOR THE REFRECON         *
000590*                      REFERENCE RECONCILIATION.                 *
000600*    15/10/2026  JBF  CARRY AND EDIT BT-ACCOUNT - AN UNKNOWN OR  *
000610*                      INACTIVE ACCOUNT CODE REJECTS AS ACT, A   *
000620*                      LEVEL THE ACCOUNT DOES NOT ALLOW AS AUT.  *
000630*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE        *
000640*                      JOBLOG JOB-RUN LOG.                       *
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. CALCBAT.
000680 AUTHOR. J. B. FONSECA.
000690 INSTALLATION. DATA PROCESSING DEPT.
000700 DATE-WRITTEN. 09/08/2026.
000710 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER. GENERIC.
000760 OBJECT-COMPUTER. GENERIC.
000770 SPECIAL-NAMES.
000780     DECIMAL-POINT IS COMMA.
000790
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT BATCH-TXN ASSIGN TO 'BATCHTXN'
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WK-BATCH-STATUS.
000850     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WK-CALCLOG-STATUS.
000880     SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPT'
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WK-CHKPT-STATUS.
000910     SELECT REJECT-TXN ASSIGN TO 'CALCREJ'
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WK-REJECT-STATUS.
000940     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WK-PERD-STATUS.
000970     SELECT CALC-SEQ ASSIGN TO 'CALCSEQ'
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WK-CALCSEQ-STATUS.
001000     SELECT PENDING-CALC ASSIGN TO 'CALCPEND'
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WK-PEND-STATUS.
001030     SELECT BATCH-REGISTER ASSIGN TO 'BATCHREG'
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WK-BATCHREG-STATUS.
001060     SELECT USER-MASTER ASSIGN TO 'USERMAST'
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS USR-ID
001100         FILE STATUS IS WK-USRMAST-STATUS.
001110     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS AC-CODE
001150         FILE STATUS IS WK-ACCTMAST-STATUS.
001160     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WK-JOBLOG-STATUS.
001190
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  BATCH-TXN
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY BATCHTX.
001260
001270 FD  CALC-LOG
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CALCLOG.
001310
001320 FD  CHECKPOINT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 COPY CHKPT.
001360
001370 FD  REJECT-TXN
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  RJ-RECORD                    PIC X(47).
001410
001420 FD  PERIOD-CONTROL
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450 COPY PERDCTL.
001460
001470 FD  CALC-SEQ
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 COPY CALCSEQ.
001510
001520 FD  PENDING-CALC
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 COPY PENDCAL.
001560
001570 FD  BATCH-REGISTER
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 COPY BATCHRG.
001610
001620 FD  USER-MASTER
001630     LABEL RECORDS ARE STANDARD.
001640 COPY USRMAST.
001650
001660 FD  ACCOUNT-MASTER
001670     LABEL RECORDS ARE STANDARD.
001680 COPY ACCTMAST.
001690
001700 FD  JOB-LOG
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730 COPY JOBLOG.
001740
001750 WORKING-STORAGE SECTION.
001760 COPY WSCALC.
001770
001780 77  WK-BATCH-STATUS              PIC X(02) VALUE ZEROS.
001790     88  BATCH-OK                     VALUE '00'.
001800     88  BATCH-EOF                    VALUE '10'.
001810
001820 01  WK-BATCH-SWITCHES.
001830     05  WK-SW-BATCH-OPEN         PIC X(01) VALUE 'N'.
001840         88  BATCH-TXN-IS-OPEN        VALUE 'Y'.
001850         88  BATCH-TXN-NOT-OPEN       VALUE 'N'.
001860
001870 01  WK-BATCH-COUNTS.
001880     05  WK-BATCH-READ-COUNT      PIC 9(07) VALUE ZEROS.
001890     05  WK-BATCH-POSTED-COUNT    PIC 9(07) VALUE ZEROS.
001900     05  WK-BATCH-REJECTED-COUNT  PIC 9(07) VALUE ZEROS.
001910     05  WK-BATCH-HELD-COUNT      PIC 9(07) VALUE ZEROS.
001920
001930 77  WK-CHKPT-STATUS               PIC X(02) VALUE ZEROS.
001940     88  CHKPT-OK                     VALUE '00'.
001950     88  CHKPT-NOT-FOUND              VALUE '35'.
001960
001970 01  WK-RESTART-FIELDS.
001980     05  WK-RESTART-RRN            PIC 9(09) VALUE ZEROS.
001990
002000 77  WK-REJECT-STATUS              PIC X(02) VALUE ZEROS.
002010     88  REJECT-OK                    VALUE '00'.
002020     88  REJECT-NOT-FOUND             VALUE '35'.
002030     88  REJECT-EOF                   VALUE '10'.
002040
002050 77  WK-SW-REJECT-OPEN             PIC X(01) VALUE 'N'.
002060     88  REJECT-TXN-IS-OPEN           VALUE 'Y'.
002070     88  REJECT-TXN-NOT-OPEN          VALUE 'N'.
002080
002090 77  WK-REJ-REASON                 PIC X(03) VALUE SPACES.
002100
002110 01  WK-BALANCE-FIELDS.
002120     05  WK-ACTUAL-COUNT           PIC 9(07) VALUE ZEROS.
002130     05  WK-ACTUAL-HASH-N01        PIC S9(09)V99 VALUE ZEROS.
002140     05  WK-ACTUAL-HASH-N02        PIC S9(09)V99 VALUE ZEROS.
002150     05  WK-TRL-COUNT              PIC 9(07) VALUE ZEROS.
002160     05  WK-TRL-HASH-N01           PIC S9(09)V99 VALUE ZEROS.
002170     05  WK-TRL-HASH-N02           PIC S9(09)V99 VALUE ZEROS.
002180     05  WK-REJ-HASH-N01           PIC S9(09)V99 VALUE ZEROS.
002190     05  WK-REJ-HASH-N02           PIC S9(09)V99 VALUE ZEROS.
002200     05  WK-REJ-TRL-COUNT          PIC 9(07) VALUE ZEROS.
002210
002220 01  WK-CONTROL-SWITCHES.
002230     05  WK-SW-TRL-FOUND           PIC X(01) VALUE 'N'.
002240         88  TRAILER-FOUND             VALUE 'Y'.
002250         88  TRAILER-NOT-FOUND         VALUE 'N'.
002260     05  WK-SW-BALANCED            PIC X(01) VALUE 'Y'.
002270         88  INPUT-IN-BALANCE          VALUE 'Y'.
002280         88  INPUT-OUT-OF-BALANCE      VALUE 'N'.
002290     05  WK-SW-TXN-DETAIL          PIC X(01) VALUE 'N'.
002300         88  TXN-IS-DETAIL             VALUE 'Y'.
002310         88  TXN-NOT-DETAIL            VALUE 'N'.
002320     05  WK-SW-REJ-NEW             PIC X(01) VALUE 'N'.
002330         88  REJ-FILE-IS-NEW           VALUE 'Y'.
002340         88  REJ-FILE-EXISTED          VALUE 'N'.
002350
002360 77  WK-PERD-STATUS                PIC X(02) VALUE ZEROS.
002370     88  PERD-OK                      VALUE '00'.
002380     88  PERD-EOF                     VALUE '10'.
002390     88  PERD-NOT-FOUND               VALUE '35'.
002400
002410 77  WK-SW-PERIOD-CLOSED           PIC X(01) VALUE 'N'.
002420     88  CURRENT-PERIOD-CLOSED        VALUE 'Y'.
002430     88  CURRENT-PERIOD-OPEN          VALUE 'N'.
002440
002450 77  WK-CURR-PERIOD                PIC 9(06) VALUE ZEROS.
002460 77  WK-PC-PERIOD                  PIC 9(06) VALUE ZEROS.
002470
002480 77  WK-CALCSEQ-STATUS             PIC X(02) VALUE ZEROS.
002490     88  CALCSEQ-OK                   VALUE '00'.
002500     88  CALCSEQ-NOT-FOUND            VALUE '35'.
002510
002520 77  WK-CALC-REF                   PIC 9(09) VALUE ZEROS.
002530
002540 77  WK-PEND-STATUS                PIC X(02) VALUE ZEROS.
002550     88  PEND-OK                      VALUE '00'.
002560     88  PEND-NOT-FOUND               VALUE '35'.
002570
002580 77  WK-SW-RES-HELD                PIC X(01) VALUE 'N'.
002590     88  RESULT-HELD                  VALUE 'Y'.
002600     88  RESULT-WITHIN-LIMIT          VALUE 'N'.
002610
002620 77  WK-LIMIT-NEG                  PIC S9(07)V99 VALUE ZEROS.
002630
002640 77  WK-BATCHREG-STATUS            PIC X(02) VALUE ZEROS.
002650     88  BATCHREG-OK                  VALUE '00'.
002660     88  BATCHREG-EOF                 VALUE '10'.
002670     88  BATCHREG-NOT-FOUND           VALUE '35'.
002680
002690 77  WK-USRMAST-STATUS             PIC X(02) VALUE ZEROS.
002700     88  USRMAST-OK                   VALUE '00'.
002710
002720 77  WK-ACCTMAST-STATUS            PIC X(02) VALUE ZEROS.
002730     88  ACCTMAST-OK                  VALUE '00'.
002740
002750 77  WK-SW-ACCTMAST-OPEN           PIC X(01) VALUE 'N'.
002760     88  ACCTMAST-IS-OPEN             VALUE 'Y'.
002770     88  ACCTMAST-NOT-OPEN            VALUE 'N'.
002780
002790 77  WK-SW-ACCOUNT-FOUND           PIC X(01) VALUE 'N'.
002800     88  ACCOUNT-FOUND                VALUE 'Y'.
002810     88  ACCOUNT-NOT-FOUND            VALUE 'N'.
002820
002830 01  WK-REGISTER-FIELDS.
002840     05  WK-HDR-SOURCE             PIC X(08) VALUE SPACES.
002850     05  WK-HDR-DATE               PIC 9(08) VALUE ZEROS.
002860     05  WK-HDR-SEQ                PIC 9(04) VALUE ZEROS.
002870     05  WK-BATCH-POSTED-TOTAL     PIC S9(11)V99 VALUE ZEROS.
002880     05  WK-RUN-FIRST-REF          PIC 9(09) VALUE ZEROS.
002890     05  WK-RUN-LAST-REF           PIC 9(09) VALUE ZEROS.
002900
002910 01  WK-REGISTER-SWITCHES.
002920     05  WK-SW-DUP-BATCH           PIC X(01) VALUE 'N'.
002930         88  DUPLICATE-BATCH           VALUE 'Y'.
002940         88  NEW-BATCH                 VALUE 'N'.
002950     05  WK-SW-HDR-SEEN            PIC X(01) VALUE 'N'.
002960         88  HEADER-SEEN               VALUE 'Y'.
002970         88  HEADER-NOT-SEEN           VALUE 'N'.
002980     05  WK-SW-OVERRIDE            PIC X(01) VALUE 'N'.
002990         88  OVERRIDE-GRANTED          VALUE 'Y'.
003000         88  OVERRIDE-REFUSED          VALUE 'N'.
003010     05  WK-SW-USER-FOUND          PIC X(01) VALUE 'N'.
003020         88  USER-FOUND                VALUE 'Y'.
003030         88  USER-NOT-FOUND            VALUE 'N'.
003040
003050 77  WK-OVERRIDE-REPLY             PIC X(01) VALUE SPACES.
003060 77  WK-ADMIN-ID                   PIC X(08) VALUE SPACES.
003070 77  WK-ADMIN-PIN                  PIC X(04) VALUE SPACES.
003080
003090 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
003100     88  JOBLOG-OK                   VALUE '00'.
003110     88  JOBLOG-NOT-FOUND            VALUE '35'.
003120
003130 01  WK-JOB-FIELDS.
003140     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
003150     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
003160     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
003170     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
003180     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
003190     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
003200
003210 01  WK-TIME-SYS.
003220     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
003230     03  FILLER                  PIC 9(02) VALUE ZEROS.
003240
003250 PROCEDURE DIVISION.
003260*****************************************************************
003270*    0000-MAINLINE - PROGRAM CONTROL                            *
003280*****************************************************************
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
003320         UNTIL BATCH-EOF.
003330     PERFORM 9999-FINALIZE THRU 9999-EXIT.
003340     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003350     STOP RUN.
003360
003370*****************************************************************
003380*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ            *
003390*****************************************************************
003400 1000-INITIALIZE.
003410     ACCEPT WK-DATE FROM DATE YYYYMMDD.
003420     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
003430     PERFORM 1700-CHECK-PERIOD THRU 1700-EXIT.
003440     IF CURRENT-PERIOD-CLOSED
003450         DISPLAY 'CURRENT PERIOD IS CLOSED - BATCH RUN ABORTED.'
003460         MOVE 16 TO RETURN-CODE
003470         SET BATCH-EOF TO TRUE
003480         GO TO 1000-EXIT
003490     END-IF.
003500     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
003510     PERFORM 1500-BALANCE-INPUT THRU 1500-EXIT.
003520     IF BATCH-EOF OR INPUT-OUT-OF-BALANCE
003530         SET BATCH-EOF TO TRUE
003540         GO TO 1000-EXIT
003550     END-IF.
003560     PERFORM 1800-CHECK-REGISTER THRU 1800-EXIT.
003570     IF DUPLICATE-BATCH AND OVERRIDE-REFUSED
003580         DISPLAY 'BATCH FROM ' WK-HDR-SOURCE ' DATED '
003590             WK-HDR-DATE ' SEQ ' WK-HDR-SEQ
003600             ' WAS ALREADY POSTED - RUN REFUSED.'
003610         MOVE 12 TO RETURN-CODE
003620         SET BATCH-EOF TO TRUE
003630         GO TO 1000-EXIT
003640     END-IF.
003650     OPEN INPUT ACCOUNT-MASTER.
003660     IF ACCTMAST-OK
003670         SET ACCTMAST-IS-OPEN TO TRUE
003680     ELSE
003690         DISPLAY 'ERROR OPENING ACCTMAST - STATUS '
003700             WK-ACCTMAST-STATUS ' - BATCH RUN ABORTED.'
003710         MOVE 16 TO RETURN-CODE
003720         SET BATCH-EOF TO TRUE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     OPEN INPUT BATCH-TXN.
003760     IF BATCH-OK
003770         SET BATCH-TXN-IS-OPEN TO TRUE
003780     ELSE
003790         DISPLAY 'ERROR OPENING BATCH-TXN - STATUS '
003800             WK-BATCH-STATUS
003810         SET BATCH-EOF TO TRUE
003820         GO TO 1000-EXIT
003830     END-IF.
003840     OPEN EXTEND CALC-LOG.
003850     IF CALCLOG-NOT-FOUND
003860         OPEN OUTPUT CALC-LOG
003870     END-IF.
003880     IF CALCLOG-OK
003890         SET CALCLOG-IS-OPEN TO TRUE
003900     ELSE
003910         DISPLAY 'ERROR OPENING CALC-LOG - STATUS '
003920             WK-CALCLOG-STATUS
003930         SET BATCH-EOF TO TRUE
003940         GO TO 1000-EXIT
003950     END-IF.
003960     IF WK-RESTART-RRN > ZEROS
003970         PERFORM 1650-PRIME-REJECT-TOTALS THRU 1650-EXIT
003980         OPEN EXTEND REJECT-TXN
003990         IF REJECT-NOT-FOUND
004000             SET REJ-FILE-IS-NEW TO TRUE
004010             OPEN OUTPUT REJECT-TXN
004020         END-IF
004030     ELSE
004040         SET REJ-FILE-IS-NEW TO TRUE
004050         OPEN OUTPUT REJECT-TXN
004060     END-IF.
004070     IF REJECT-OK
004080         SET REJECT-TXN-IS-OPEN TO TRUE
004090         IF REJ-FILE-IS-NEW
004100             PERFORM 1600-WRITE-REJECT-HEADER THRU 1600-EXIT
004110         END-IF
004120     ELSE
004130         DISPLAY 'ERROR OPENING CALCREJ - STATUS '
004140             WK-REJECT-STATUS
004150         SET BATCH-EOF TO TRUE
004160         GO TO 1000-EXIT
004170     END-IF.
004180     IF WK-RESTART-RRN > ZEROS
004190         DISPLAY 'RESUMING BATCH RUN AFTER RECORD '
004200             WK-RESTART-RRN
004210         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
004220             WK-RESTART-RRN TIMES
004230     END-IF.
004240     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
004250 1000-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*    1100-LOAD-CHECKPOINT - READ THE RRN OF THE LAST RECORD     *
004300*    POSTED BY A PRIOR RUN, IF ANY, SO THE MAIN READ LOOP CAN   *
004310*    SKIP PAST ALREADY-PROCESSED TRANSACTIONS ON RESTART.       *
004320*****************************************************************
004330 1100-LOAD-CHECKPOINT.
004340     MOVE ZEROS TO WK-RESTART-RRN.
004350     OPEN INPUT CHECKPOINT-FILE.
004360     IF CHKPT-NOT-FOUND
004370         GO TO 1100-EXIT
004380     END-IF.
004390     IF NOT CHKPT-OK
004400         DISPLAY 'WARNING - ERROR OPENING CHECKPT - STATUS '
004410             WK-CHKPT-STATUS
004420         GO TO 1100-EXIT
004430     END-IF.
004440     READ CHECKPOINT-FILE
004450         AT END
004460             MOVE ZEROS TO WK-RESTART-RRN
004470         NOT AT END
004480             MOVE CK-LAST-RRN TO WK-RESTART-RRN
004490     END-READ.
004500     CLOSE CHECKPOINT-FILE.
004510 1100-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*    1500-BALANCE-INPUT - PRE-PASS OVER BATCH-TXN. COUNT THE    *
004560*    DETAIL TRANSACTIONS AND ACCUMULATE HASH TOTALS OF BT-N01   *
004570*    AND BT-N02, THEN CHECK THEM AGAINST THE TRAILER BEFORE A   *
004580*    SINGLE TRANSACTION IS POSTED. AN OUT-OF-BALANCE FILE       *
004590*    ABENDS THE RUN WITH CHECKPT AND CALC-LOG UNTOUCHED.        *
004600*****************************************************************
004610 1500-BALANCE-INPUT.
004620     SET INPUT-IN-BALANCE TO TRUE.
004630     SET TRAILER-NOT-FOUND TO TRUE.
004640     MOVE ZEROS TO WK-ACTUAL-COUNT WK-ACTUAL-HASH-N01
004650         WK-ACTUAL-HASH-N02 WK-TRL-COUNT WK-TRL-HASH-N01
004660         WK-TRL-HASH-N02.
004670     OPEN INPUT BATCH-TXN.
004680     IF NOT BATCH-OK
004690         DISPLAY 'ERROR OPENING BATCH-TXN - STATUS '
004700             WK-BATCH-STATUS
004710         SET BATCH-EOF TO TRUE
004720         GO TO 1500-EXIT
004730     END-IF.
004740     PERFORM 1510-BALANCE-ONE-RECORD THRU 1510-EXIT
004750         UNTIL BATCH-EOF.
004760     CLOSE BATCH-TXN.
004770     IF TRAILER-NOT-FOUND
004780         DISPLAY 'NO TRAILER RECORD ON BATCH-TXN.'
004790         SET INPUT-OUT-OF-BALANCE TO TRUE
004800     ELSE
004810         IF WK-TRL-COUNT NOT = WK-ACTUAL-COUNT
004820             DISPLAY 'COUNT EXPECTED ' WK-TRL-COUNT
004830                 ' READ ' WK-ACTUAL-COUNT
004840             SET INPUT-OUT-OF-BALANCE TO TRUE
004850         END-IF
004860         IF WK-TRL-HASH-N01 NOT = WK-ACTUAL-HASH-N01
004870             DISPLAY 'HASH N01 EXPECTED ' WK-TRL-HASH-N01
004880                 ' READ ' WK-ACTUAL-HASH-N01
004890             SET INPUT-OUT-OF-BALANCE TO TRUE
004900         END-IF
004910         IF WK-TRL-HASH-N02 NOT = WK-ACTUAL-HASH-N02
004920             DISPLAY 'HASH N02 EXPECTED ' WK-TRL-HASH-N02
004930                 ' READ ' WK-ACTUAL-HASH-N02
004940             SET INPUT-OUT-OF-BALANCE TO TRUE
004950         END-IF
004960     END-IF.
004970     IF INPUT-OUT-OF-BALANCE
004980         DISPLAY 'BATCH INPUT OUT OF BALANCE - RUN ABORTED - '
004990         DISPLAY 'NOTHING POSTED, CHECKPT NOT UPDATED.'
005000         MOVE 16 TO RETURN-CODE
005010     END-IF.
005020 1500-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*    1510-BALANCE-ONE-RECORD - ROLL ONE RECORD OF THE PRE-PASS  *
005070*    INTO THE COUNT AND HASH ACCUMULATORS, OR CAPTURE THE       *
005080*    TRAILER TOTALS WHEN THE TRAILER COMES BY.                  *
005090*****************************************************************
005100 1510-BALANCE-ONE-RECORD.
005110     READ BATCH-TXN
005120         AT END
005130             SET BATCH-EOF TO TRUE
005140         NOT AT END
005150             EVALUATE TRUE
005160                 WHEN BT-DETAIL-REC
005170                     ADD 1 TO WK-ACTUAL-COUNT
005180                     ADD BT-N01 TO WK-ACTUAL-HASH-N01
005190                     ADD BT-N02 TO WK-ACTUAL-HASH-N02
005200                 WHEN BT-TRAILER-REC
005210                     SET TRAILER-FOUND TO TRUE
005220                     MOVE BT-TRL-COUNT TO WK-TRL-COUNT
005230                     MOVE BT-TRL-HASH-N01 TO WK-TRL-HASH-N01
005240                     MOVE BT-TRL-HASH-N02 TO WK-TRL-HASH-N02
005250                 WHEN BT-HEADER-REC
005260                     DISPLAY 'BATCH FILE FROM ' BT-HDR-SOURCE
005270                         ' DATED ' BT-HDR-DATE
005280                         ' SEQ ' BT-HDR-SEQ
005290                     SET HEADER-SEEN TO TRUE
005300                     MOVE BT-HDR-SOURCE TO WK-HDR-SOURCE
005310                     MOVE BT-HDR-DATE TO WK-HDR-DATE
005320                     IF BT-HDR-SEQ IS NUMERIC
005330                         MOVE BT-HDR-SEQ TO WK-HDR-SEQ
005340                     ELSE
005350                         MOVE ZEROS TO WK-HDR-SEQ
005360                     END-IF
005370                 WHEN OTHER
005380                     DISPLAY 'INVALID RECORD TYPE - ' BT-REC-TYPE
005390                     SET INPUT-OUT-OF-BALANCE TO TRUE
005400             END-EVALUATE
005410     END-READ.
005420 1510-EXIT.
005430     EXIT.
005440
005450*****************************************************************
005460*    1600-WRITE-REJECT-HEADER - STAMP A HEADER ON A FRESHLY     *
005470*    CREATED REJECT FILE SO A CORRECTED REJECT FILE CARRIES     *
005480*    ITS OWN CONTROL RECORDS WHEN IT IS RESUBMITTED.            *
005490*****************************************************************
005500 1600-WRITE-REJECT-HEADER.
005510     MOVE SPACES TO BT-RECORD.
005520     SET BT-HEADER-REC TO TRUE.
005530     MOVE WK-DATE TO BT-HDR-DATE.
005540     MOVE 'CALCREJ' TO BT-HDR-SOURCE.
005550     MOVE ZEROS TO BT-HDR-SEQ.
005560     WRITE RJ-RECORD FROM BT-RECORD.
005570     IF NOT REJECT-OK
005580         DISPLAY 'WARNING - CALCREJ WRITE FAILED - STATUS '
005590             WK-REJECT-STATUS
005600     END-IF.
005610 1600-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650*    1650-PRIME-REJECT-TOTALS - BEFORE A CHECKPOINT RESTART     *
005660*    APPENDS TO AN EXISTING REJECT FILE, ROLL ITS DETAIL        *
005670*    RECORDS INTO THE TRAILER COUNT AND HASH ACCUMULATORS SO    *
005680*    THE TRAILER 4400 WRITES BALANCES THE WHOLE FILE, NOT       *
005690*    JUST THE RESTARTED RUN'S REJECTS.                          *
005700*****************************************************************
005710 1650-PRIME-REJECT-TOTALS.
005720     OPEN INPUT REJECT-TXN.
005730     IF REJECT-NOT-FOUND
005740         GO TO 1650-EXIT
005750     END-IF.
005760     IF NOT REJECT-OK
005770         DISPLAY 'WARNING - ERROR READING CALCREJ - STATUS '
005780             WK-REJECT-STATUS
005790         GO TO 1650-EXIT
005800     END-IF.
005810     PERFORM 1660-PRIME-ONE-REJECT THRU 1660-EXIT
005820         UNTIL REJECT-EOF.
005830     CLOSE REJECT-TXN.
005840 1650-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880*    1660-PRIME-ONE-REJECT - ROLL ONE EXISTING REJECT-FILE      *
005890*    DETAIL RECORD INTO THE TRAILER ACCUMULATORS.               *
005900*****************************************************************
005910 1660-PRIME-ONE-REJECT.
005920     READ REJECT-TXN
005930         AT END
005940             SET REJECT-EOF TO TRUE
005950             GO TO 1660-EXIT
005960     END-READ.
005970     MOVE RJ-RECORD TO BT-RECORD.
005980     IF BT-DETAIL-REC
005990         ADD 1 TO WK-REJ-TRL-COUNT
006000         ADD BT-N01 TO WK-REJ-HASH-N01
006010         ADD BT-N02 TO WK-REJ-HASH-N02
006020     END-IF.
006030 1660-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    1700-CHECK-PERIOD - SCAN THE PERIOD-CONTROL FILE AND SET   *
006080*    THE SWITCH WHEN MTHCLOSE HAS ALREADY CLOSED THE CURRENT    *
006090*    PERIOD. A MISSING FILE MEANS NO PERIOD WAS EVER CLOSED.    *
006100*****************************************************************
006110 1700-CHECK-PERIOD.
006120     COMPUTE WK-CURR-PERIOD =
006130         WK-YEAR-SYS * 100 + WK-MONTH-SYS.
006140     OPEN INPUT PERIOD-CONTROL.
006150     IF PERD-NOT-FOUND
006160         GO TO 1700-EXIT
006170     END-IF.
006180     IF NOT PERD-OK
006190         DISPLAY 'WARNING - ERROR OPENING PERDCTL - STATUS '
006200             WK-PERD-STATUS
006210         GO TO 1700-EXIT
006220     END-IF.
006230     PERFORM 1710-CHECK-ONE-PERIOD THRU 1710-EXIT
006240         UNTIL PERD-EOF OR CURRENT-PERIOD-CLOSED.
006250     CLOSE PERIOD-CONTROL.
006260 1700-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*    1710-CHECK-ONE-PERIOD - COMPARE ONE CLOSED PERIOD AGAINST  *
006310*    THE CURRENT ONE.                                           *
006320*****************************************************************
006330 1710-CHECK-ONE-PERIOD.
006340     READ PERIOD-CONTROL
006350         AT END
006360             SET PERD-EOF TO TRUE
006370             GO TO 1710-EXIT
006380     END-READ.
006390     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
006400     IF WK-PC-PERIOD = WK-CURR-PERIOD
006410         SET CURRENT-PERIOD-CLOSED TO TRUE
006420     END-IF.
006430 1710-EXIT.
006440     EXIT.
006450
006460*****************************************************************
006470*    1800-CHECK-REGISTER - SCAN THE BATCHREG SUBMISSION         *
006480*    REGISTER FOR THE INPUT FILE'S HEADER IDENTITY. A MATCH     *
006490*    MEANS THIS BATCH WAS ALREADY POSTED BY A COMPLETED RUN     *
006500*    AND THE FILE IS REFUSED UNLESS AN ADM CONFIRMS THE         *
006510*    RESUBMISSION AT THE CONSOLE. A MISSING REGISTER MEANS NO   *
006520*    RUN HAS EVER COMPLETED.                                    *
006530*****************************************************************
006540 1800-CHECK-REGISTER.
006550     SET NEW-BATCH TO TRUE.
006560     SET OVERRIDE-REFUSED TO TRUE.
006570     IF HEADER-NOT-SEEN
006580         GO TO 1800-EXIT
006590     END-IF.
006600     OPEN INPUT BATCH-REGISTER.
006610     IF BATCHREG-NOT-FOUND
006620         GO TO 1800-EXIT
006630     END-IF.
006640     IF NOT BATCHREG-OK
006650         DISPLAY 'WARNING - ERROR OPENING BATCHREG - STATUS '
006660             WK-BATCHREG-STATUS
006670         GO TO 1800-EXIT
006680     END-IF.
006690     PERFORM 1810-CHECK-ONE-ENTRY THRU 1810-EXIT
006700         UNTIL BATCHREG-EOF OR DUPLICATE-BATCH.
006710     CLOSE BATCH-REGISTER.
006720     IF DUPLICATE-BATCH
006730         PERFORM 1850-CONFIRM-OVERRIDE THRU 1850-EXIT
006740     END-IF.
006750 1800-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*    1810-CHECK-ONE-ENTRY - COMPARE ONE REGISTER ENTRY          *
006800*    AGAINST THE INPUT FILE'S HEADER IDENTITY.                  *
006810*****************************************************************
006820 1810-CHECK-ONE-ENTRY.
006830     READ BATCH-REGISTER
006840         AT END
006850             SET BATCHREG-EOF TO TRUE
006860             GO TO 1810-EXIT
006870     END-READ.
006880     IF BR-SOURCE = WK-HDR-SOURCE
006890             AND BR-DATE = WK-HDR-DATE
006900             AND BR-SEQ = WK-HDR-SEQ
006910         SET DUPLICATE-BATCH TO TRUE
006920     END-IF.
006930 1810-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*    1850-CONFIRM-OVERRIDE - THE RARE LEGITIMATE RESUBMISSION.  *
006980*    AN ADM MUST CONFIRM AT THE CONSOLE WITH A LIVE USER ID     *
006990*    AND PIN BEFORE AN ALREADY-POSTED BATCH IS ALLOWED TO       *
007000*    RUN AGAIN.                                                 *
007010*****************************************************************
007020 1850-CONFIRM-OVERRIDE.
007030     DISPLAY 'BATCH FROM ' WK-HDR-SOURCE ' DATED ' WK-HDR-DATE
007040         ' SEQ ' WK-HDR-SEQ ' WAS ALREADY POSTED.'.
007050     DISPLAY 'OVERRIDE AND POST AGAIN (Y/N)?: '
007060         WITH NO ADVANCING.
007070     ACCEPT WK-OVERRIDE-REPLY.
007080     IF WK-OVERRIDE-REPLY NOT = 'Y'
007090         GO TO 1850-EXIT
007100     END-IF.
007110     DISPLAY 'ADM USER ID.............: ' WITH NO ADVANCING.
007120     ACCEPT WK-ADMIN-ID.
007130     DISPLAY 'ADM PIN..................: ' WITH NO ADVANCING.
007140     ACCEPT WK-ADMIN-PIN.
007150     OPEN I-O USER-MASTER.
007160     IF NOT USRMAST-OK
007170         DISPLAY 'ERROR OPENING USERMAST - STATUS '
007180             WK-USRMAST-STATUS ' - OVERRIDE REFUSED.'
007190         GO TO 1850-EXIT
007200     END-IF.
007210     SET USER-FOUND TO TRUE.
007220     MOVE WK-ADMIN-ID TO USR-ID.
007230     READ USER-MASTER
007240         INVALID KEY
007250             SET USER-NOT-FOUND TO TRUE
007260     END-READ.
007270     CLOSE USER-MASTER.
007280     IF USER-NOT-FOUND
007290         DISPLAY 'USER ID NOT FOUND - OVERRIDE REFUSED.'
007300         GO TO 1850-EXIT
007310     END-IF.
007320     IF NOT USR-ACTIVE
007330         DISPLAY 'USER ID IS NOT ACTIVE - OVERRIDE REFUSED.'
007340         GO TO 1850-EXIT
007350     END-IF.
007360     IF USR-PIN NOT = WK-ADMIN-PIN
007370         DISPLAY 'INCORRECT PIN - OVERRIDE REFUSED.'
007380         GO TO 1850-EXIT
007390     END-IF.
007400     IF USR-LEVEL NOT = 01
007410         DISPLAY 'OVERRIDE IS FOR ADM LEVEL ONLY - REFUSED.'
007420         GO TO 1850-EXIT
007430     END-IF.
007440     SET OVERRIDE-GRANTED TO TRUE.
007450     DISPLAY 'OVERRIDE GRANTED BY ' WK-ADMIN-ID
007460         ' - BATCH WILL POST AGAIN.'.
007470 1850-EXIT.
007480     EXIT.
007490
007500*****************************************************************
007510*    2000-PROCESS-TRANSACTION - EDIT, CALCULATE AND LOG ONE     *
007520*    BATCH-TXN DETAIL RECORD, THEN READ THE NEXT ONE. HEADER    *
007530*    AND TRAILER RECORDS WERE VERIFIED BY THE PRE-PASS AND      *
007540*    ARE PASSED OVER HERE.                                      *
007550*****************************************************************
007560 2000-PROCESS-TRANSACTION.
007570     IF TXN-IS-DETAIL
007580         PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT
007590         IF ENTRY-IS-VALID
007600             PERFORM 3000-CALCULATE THRU 3000-EXIT
007610         END-IF
007620         IF ENTRY-IS-VALID
007630             PERFORM 2400-CHECK-THRESHOLD THRU 2400-EXIT
007640             IF RESULT-HELD
007650                 PERFORM 4250-HOLD-CALCULATION THRU 4250-EXIT
007660                 ADD 1 TO WK-BATCH-HELD-COUNT
007670             ELSE
007680                 PERFORM 4100-LOG-CALCULATION THRU 4100-EXIT
007690                 ADD 1 TO WK-BATCH-POSTED-COUNT
007700                 ADD WK-RES TO WK-BATCH-POSTED-TOTAL
007710             END-IF
007720         ELSE
007730             ADD 1 TO WK-BATCH-REJECTED-COUNT
007740             PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
007750         END-IF
007760     END-IF.
007770     PERFORM 4200-WRITE-CHECKPOINT THRU 4200-EXIT.
007780     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
007790 2000-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*    2100-READ-TRANSACTION - READ ONE RECORD, MOVING A DETAIL   *
007840*    TRANSACTION INTO WS. CONTROL RECORDS STILL COUNT IN THE    *
007850*    RRN SO CHECKPOINT/RESTART POSITIONS STAY CONSISTENT.       *
007860*****************************************************************
007870 2100-READ-TRANSACTION.
007880     SET TXN-NOT-DETAIL TO TRUE.
007890     READ BATCH-TXN
007900         AT END
007910             SET BATCH-EOF TO TRUE
007920         NOT AT END
007930             ADD 1 TO WK-BATCH-READ-COUNT
007940             IF BT-DETAIL-REC
007950                 SET TXN-IS-DETAIL TO TRUE
007960                 MOVE BT-NAME TO WK-NAME
007970                 MOVE BT-LEVEL TO WK-LEVEL
007980                 MOVE BT-SIN TO WK-SIN
007990                 MOVE BT-N01 TO WK-N01
008000                 MOVE BT-N02 TO WK-N02
008010                 MOVE BT-ACCOUNT TO WK-ACCOUNT
008020             END-IF
008030     END-READ.
008040 2100-EXIT.
008050     EXIT.
008060
008070*****************************************************************
008080*    2200-EDIT-TRANSACTION - SAME VALIDATION AS THE INTERACTIVE *
008090*    CALCULATOR - REJECT AN INVALID LEVEL, AN ILLEGAL SIGN, A   *
008100*    DIVIDE BY ZERO, OR AN OPERATION THE SUBMITTER'S BT-LEVEL   *
008110*    MAY NOT RUN.                                                *
008120*****************************************************************
008130 2200-EDIT-TRANSACTION.
008140     SET ENTRY-IS-VALID TO TRUE.
008150     MOVE SPACES TO WK-REJ-REASON.
008160     IF NOT (ADM OR USER OR COWORKER)
008170         DISPLAY 'REJECTED - INVALID ACCESS LEVEL - ' WK-NAME
008180         SET ENTRY-IS-INVALID TO TRUE
008190         MOVE 'LVL' TO WK-REJ-REASON
008200     ELSE
008210         IF NOT VALID-OPERATOR
008220             DISPLAY 'REJECTED - INVALID OPERATOR - ' WK-NAME
008230             SET ENTRY-IS-INVALID TO TRUE
008240             MOVE 'OPR' TO WK-REJ-REASON
008250         ELSE
008260             IF (OP-DIV OR OP-ROOT) AND WK-N02 = ZEROS
008270                 DISPLAY 'REJECTED - DIVIDE OR ROOT BY ZERO - '
008280                     WK-NAME
008290                 SET ENTRY-IS-INVALID TO TRUE
008300                 MOVE 'DIV' TO WK-REJ-REASON
008310             ELSE
008320                 IF OP-ROOT AND WK-N01 < ZEROS
008330                     DISPLAY 'REJECTED - ROOT OF NEGATIVE - '
008340                         WK-NAME
008350                     SET ENTRY-IS-INVALID TO TRUE
008360                     MOVE 'ROT' TO WK-REJ-REASON
008370                 ELSE
008380                     PERFORM 2300-CHECK-AUTHORIZATION
008390                         THRU 2300-EXIT
008400                     IF OPERATION-DENIED
008410                         DISPLAY 'REJECTED - OPERATION NOT '
008420                             'ALLOWED FOR COWORKER - ' WK-NAME
008430                         SET ENTRY-IS-INVALID TO TRUE
008440                         MOVE 'AUT' TO WK-REJ-REASON
008450                     END-IF
008460                 END-IF
008470             END-IF
008480         END-IF
008490     END-IF.
008500     IF ENTRY-IS-VALID
008510         PERFORM 2250-CHECK-ACCOUNT THRU 2250-EXIT
008520     END-IF.
008530 2200-EXIT.
008540     EXIT.
008550
008560*****************************************************************
008570*    2250-CHECK-ACCOUNT - THE ACCOUNT CODE ON THE DETAIL MUST   *
008580*    BE ON THE ACCOUNT MASTER AND ACTIVE (REJECT ACT), AND THE  *
008590*    SUBMITTER'S BT-LEVEL MUST BE ONE THE ACCOUNT ALLOWS TO     *
008600*    POST (REJECT AUT), THE SAME RULE THE INTERACTIVE ENTRY     *
008610*    PROGRAMS APPLY WHEN THE CODE IS KEYED.                     *
008620*****************************************************************
008630 2250-CHECK-ACCOUNT.
008640     SET ACCOUNT-FOUND TO TRUE.
008650     MOVE WK-ACCOUNT TO AC-CODE.
008660     READ ACCOUNT-MASTER
008670         INVALID KEY
008680             SET ACCOUNT-NOT-FOUND TO TRUE
008690     END-READ.
008700     IF ACCOUNT-NOT-FOUND OR AC-INACTIVE
008710         DISPLAY 'REJECTED - UNKNOWN OR INACTIVE ACCOUNT '
008720             WK-ACCOUNT ' - ' WK-NAME
008730         SET ENTRY-IS-INVALID TO TRUE
008740         MOVE 'ACT' TO WK-REJ-REASON
008750         GO TO 2250-EXIT
008760     END-IF.
008770     IF WK-LEVEL > AC-MIN-LEVEL
008780         DISPLAY 'REJECTED - LEVEL MAY NOT POST TO ACCOUNT '
008790             WK-ACCOUNT ' - ' WK-NAME
008800         SET ENTRY-IS-INVALID TO TRUE
008810         MOVE 'AUT' TO WK-REJ-REASON
008820     END-IF.
008830 2250-EXIT.
008840     EXIT.
008850
008860*****************************************************************
008870*    2300-CHECK-AUTHORIZATION - MULTIPLY, DIVIDE, PERCENT AND   *
008880*    ROOT ARE RESTRICTED TO ADM AND USER LEVELS, THE SAME RULE  *
008890*    2200-VALIDATE-OPERATOR ENFORCES IN BOOK.COB.               *
008900*****************************************************************
008910 2300-CHECK-AUTHORIZATION.
008920     SET OPERATION-AUTHORIZED TO TRUE.
008930     IF (OP-MUL OR OP-DIV OR OP-PCT OR OP-ROOT) AND COWORKER
008940         SET OPERATION-DENIED TO TRUE
008950     END-IF.
008960 2300-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000*    2400-CHECK-THRESHOLD - SET THE HOLD SWITCH WHEN WK-RES     *
009010*    EXCEEDS THE APPROVAL THRESHOLD FOR THE SUBMITTER'S LEVEL,  *
009020*    THE SAME RULE THE INTERACTIVE CALCULATOR APPLIES.          *
009030*****************************************************************
009040 2400-CHECK-THRESHOLD.
009050     SET RESULT-WITHIN-LIMIT TO TRUE.
009060     COMPUTE WK-LIMIT-NEG = 0 - WK-LEVEL-LIMIT(WK-LEVEL).
009070     IF WK-RES > WK-LEVEL-LIMIT(WK-LEVEL)
009080             OR WK-RES < WK-LIMIT-NEG
009090         SET RESULT-HELD TO TRUE
009100     END-IF.
009110 2400-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150*    3000-CALCULATE - APPLY THE REQUESTED OPERATION. A MULTIPLY *
009160*    OR DIVIDE THAT OVERFLOWS WK-RES IS REJECTED LIKE ANY OTHER *
009170*    BAD TRANSACTION RATHER THAN POSTED TRUNCATED.              *
009180*****************************************************************
009190 3000-CALCULATE.
009200     EVALUATE TRUE
009210         WHEN OP-ADD
009220             COMPUTE WK-RES = WK-N01 + WK-N02
009230         WHEN OP-SUB
009240             COMPUTE WK-RES = WK-N01 - WK-N02
009250         WHEN OP-MUL
009260             COMPUTE WK-RES = WK-N01 * WK-N02
009270                 ON SIZE ERROR
009280                     DISPLAY 'REJECTED - RESULT OVERFLOW - '
009290                         WK-NAME
009300                     SET ENTRY-IS-INVALID TO TRUE
009310                     MOVE 'OVR' TO WK-REJ-REASON
009320             END-COMPUTE
009330         WHEN OP-DIV
009340             COMPUTE WK-RES = WK-N01 / WK-N02
009350                 ON SIZE ERROR
009360                     DISPLAY 'REJECTED - RESULT OVERFLOW - '
009370                         WK-NAME
009380                     SET ENTRY-IS-INVALID TO TRUE
009390                     MOVE 'OVR' TO WK-REJ-REASON
009400             END-COMPUTE
009410         WHEN OP-PCT
009420             COMPUTE WK-RES =
009430                 WK-N01 + WK-N01 * WK-N02 / 100
009440                 ON SIZE ERROR
009450                     DISPLAY 'REJECTED - RESULT OVERFLOW - '
009460                         WK-NAME
009470                     SET ENTRY-IS-INVALID TO TRUE
009480                     MOVE 'OVR' TO WK-REJ-REASON
009490             END-COMPUTE
009500         WHEN OP-ROOT
009510             COMPUTE WK-RES = WK-N01 ** (1 / WK-N02)
009520                 ON SIZE ERROR
009530                     DISPLAY 'REJECTED - RESULT OVERFLOW - '
009540                         WK-NAME
009550                     SET ENTRY-IS-INVALID TO TRUE
009560                     MOVE 'OVR' TO WK-REJ-REASON
009570             END-COMPUTE
009580     END-EVALUATE.
009590 3000-EXIT.
009600     EXIT.
009610
009620*****************************************************************
009630*    4100-LOG-CALCULATION - DRAW THE NEXT REFERENCE NUMBER AND  *
009640*    APPEND ONE RECORD TO CALC-LOG.                             *
009650*****************************************************************
009660 4100-LOG-CALCULATION.
009670     PERFORM 4150-NEXT-REFERENCE THRU 4150-EXIT.
009680     IF WK-RUN-FIRST-REF = ZEROS
009690         MOVE WK-CALC-REF TO WK-RUN-FIRST-REF
009700     END-IF.
009710     MOVE WK-CALC-REF TO WK-RUN-LAST-REF.
009720     MOVE WK-NAME TO CL-NAME.
009730     MOVE WK-YEAR-SYS TO CL-YEAR.
009740     MOVE WK-MONTH-SYS TO CL-MONTH.
009750     MOVE WK-DAY-SYS TO CL-DAY.
009760     MOVE WK-N01 TO CL-N01.
009770     MOVE WK-SIN TO CL-SIN.
009780     MOVE WK-N02 TO CL-N02.
009790     MOVE WK-RES TO CL-RES.
009800     MOVE WK-LEVEL TO CL-LEVEL.
009810     MOVE WK-CALC-REF TO CL-REF.
009820     MOVE WK-ACCOUNT TO CL-ACCOUNT.
009830     WRITE CL-RECORD.
009840     IF NOT CALCLOG-OK
009850         DISPLAY 'WARNING - CALC-LOG WRITE FAILED - STATUS '
009860             WK-CALCLOG-STATUS
009870     END-IF.
009880 4100-EXIT.
009890     EXIT.
009900
009910*****************************************************************
009920*    4150-NEXT-REFERENCE - DRAW THE NEXT CALCULATION REFERENCE  *
009930*    FROM THE CALCSEQ CONTROL FILE AND WRITE THE FILE BACK      *
009940*    INCREMENTED, EXACTLY AS THE INTERACTIVE CALCULATOR DOES.   *
009950*    A MISSING FILE MEANS NO REFERENCE WAS EVER ISSUED AND THE  *
009960*    SERIES STARTS AT 1.                                        *
009970*****************************************************************
009980 4150-NEXT-REFERENCE.
009990     MOVE 1 TO WK-CALC-REF.
010000     OPEN INPUT CALC-SEQ.
010010     IF CALCSEQ-NOT-FOUND
010020         CONTINUE
010030     ELSE
010040         IF CALCSEQ-OK
010050             READ CALC-SEQ
010060                 AT END
010070                     MOVE 1 TO WK-CALC-REF
010080                 NOT AT END
010090                     MOVE CS-NEXT-REF TO WK-CALC-REF
010100             END-READ
010110             CLOSE CALC-SEQ
010120         ELSE
010130             DISPLAY 'WARNING - ERROR OPENING CALCSEQ - STATUS '
010140                 WK-CALCSEQ-STATUS
010150         END-IF
010160     END-IF.
010170     OPEN OUTPUT CALC-SEQ.
010180     IF CALCSEQ-OK
010190         COMPUTE CS-NEXT-REF = WK-CALC-REF + 1
010200         WRITE CS-RECORD
010210         CLOSE CALC-SEQ
010220     ELSE
010230         DISPLAY 'WARNING - CALCSEQ WRITE FAILED - STATUS '
010240             WK-CALCSEQ-STATUS
010250     END-IF.
010260 4150-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300*    4250-HOLD-CALCULATION - PARK ONE OVER-THRESHOLD            *
010310*    TRANSACTION ON THE CALCPEND HOLD QUEUE FOR ADM REVIEW.     *
010320*    NO REFERENCE IS DRAWN - CALCAPPR DRAWS ONE IF AND WHEN     *
010330*    THE ITEM IS POSTED.                                        *
010340*****************************************************************
010350 4250-HOLD-CALCULATION.
010360     OPEN EXTEND PENDING-CALC.
010370     IF PEND-NOT-FOUND
010380         OPEN OUTPUT PENDING-CALC
010390     END-IF.
010400     IF NOT PEND-OK
010410         DISPLAY 'ERROR OPENING CALCPEND - STATUS '
010420             WK-PEND-STATUS ' - ITEM NOT SAVED - ' WK-NAME
010430         GO TO 4250-EXIT
010440     END-IF.
010450     SET PD-PENDING TO TRUE.
010460     MOVE WK-NAME TO PD-NAME.
010470     MOVE WK-YEAR-SYS TO PD-YEAR.
010480     MOVE WK-MONTH-SYS TO PD-MONTH.
010490     MOVE WK-DAY-SYS TO PD-DAY.
010500     MOVE WK-N01 TO PD-N01.
010510     MOVE WK-SIN TO PD-SIN.
010520     MOVE WK-N02 TO PD-N02.
010530     MOVE WK-RES TO PD-RES.
010540     MOVE WK-LEVEL TO PD-LEVEL.
010550     MOVE 'CALCBAT' TO PD-SOURCE.
010560     MOVE SPACES TO PD-DEC-ADMIN.
010570     MOVE ZEROS TO PD-DEC-DATE.
010580     MOVE ZEROS TO PD-POST-REF.
010590     MOVE WK-ACCOUNT TO PD-ACCOUNT.
010600     WRITE PD-RECORD.
010610     IF PEND-OK
010620         DISPLAY 'HELD FOR ADM REVIEW - OVER THRESHOLD - '
010630             WK-NAME
010640     ELSE
010650         DISPLAY 'WARNING - CALCPEND WRITE FAILED - STATUS '
010660             WK-PEND-STATUS
010670     END-IF.
010680     CLOSE PENDING-CALC.
010690 4250-EXIT.
010700     EXIT.
010710
010720*****************************************************************
010730*    4200-WRITE-CHECKPOINT - REWRITE CHECKPT WITH THE RRN OF    *
010740*    THE TRANSACTION JUST DISPOSED OF (POSTED OR REJECTED), SO  *
010750*    A RESTART NEVER REPROCESSES IT.                            *
010760*****************************************************************
010770 4200-WRITE-CHECKPOINT.
010780     OPEN OUTPUT CHECKPOINT-FILE.
010790     IF CHKPT-OK
010800         MOVE WK-BATCH-READ-COUNT TO CK-LAST-RRN
010810         WRITE CK-RECORD
010820         CLOSE CHECKPOINT-FILE
010830     ELSE
010840         DISPLAY 'WARNING - CHECKPOINT WRITE FAILED - STATUS '
010850             WK-CHKPT-STATUS
010860     END-IF.
010870 4200-EXIT.
010880     EXIT.
010890
010900*****************************************************************
010910*    4300-WRITE-REJECT - WRITE THE TRANSACTION JUST REJECTED    *
010920*    TO THE REJECT FILE IN ITS ORIGINAL BT-RECORD LAYOUT WITH   *
010930*    THE REASON CODE SET, SO THE ROW CAN BE CORRECTED AND THE   *
010940*    REJECT FILE RESUBMITTED AS THE NEXT RUN'S INPUT.           *
010950*****************************************************************
010960 4300-WRITE-REJECT.
010970     MOVE WK-REJ-REASON TO BT-REJ-REASON.
010980     ADD 1 TO WK-REJ-TRL-COUNT.
010990     ADD BT-N01 TO WK-REJ-HASH-N01.
011000     ADD BT-N02 TO WK-REJ-HASH-N02.
011010     WRITE RJ-RECORD FROM BT-RECORD.
011020     IF NOT REJECT-OK
011030         DISPLAY 'WARNING - CALCREJ WRITE FAILED - STATUS '
011040             WK-REJECT-STATUS
011050     END-IF.
011060 4300-EXIT.
011070     EXIT.
011080
011090*****************************************************************
011100*    4400-WRITE-REJECT-TRAILER - CLOSE OUT THE REJECT FILE      *
011110*    WITH A TRAILER CARRYING THIS RUN'S REJECT COUNT AND HASH   *
011120*    TOTALS, SO A CORRECTED REJECT FILE BALANCES WHEN IT IS     *
011130*    RESUBMITTED AS THE NEXT RUN'S INPUT.                       *
011140*****************************************************************
011150 4400-WRITE-REJECT-TRAILER.
011160     MOVE SPACES TO BT-RECORD.
011170     SET BT-TRAILER-REC TO TRUE.
011180     MOVE WK-REJ-TRL-COUNT TO BT-TRL-COUNT.
011190     MOVE WK-REJ-HASH-N01 TO BT-TRL-HASH-N01.
011200     MOVE WK-REJ-HASH-N02 TO BT-TRL-HASH-N02.
011210     WRITE RJ-RECORD FROM BT-RECORD.
011220     IF NOT REJECT-OK
011230         DISPLAY 'WARNING - CALCREJ WRITE FAILED - STATUS '
011240             WK-REJECT-STATUS
011250     END-IF.
011260 4400-EXIT.
011270     EXIT.
011280
011290*****************************************************************
011300*    9999-FINALIZE - CLOSE FILES AND REPORT THE RUN TOTALS      *
011310*    A RUN THAT READ ITS INPUT THROUGH TO THE END RESETS        *
011320*    CHECKPT TO ZERO, SO A NON-ZERO CHECKPT ALWAYS MEANS AN     *
011330*    INTERRUPTED RUN THAT STILL HAS TO BE RESTARTED.            *
011340*****************************************************************
011350 9999-FINALIZE.
011360     MOVE WK-BATCH-READ-COUNT TO WK-JOB-READ-COUNT.
011370     IF REJECT-TXN-IS-OPEN
011380         PERFORM 4400-WRITE-REJECT-TRAILER THRU 4400-EXIT
011390         CLOSE REJECT-TXN
011400     END-IF.
011410     IF BATCH-TXN-IS-OPEN
011420         CLOSE BATCH-TXN
011430     END-IF.
011440     IF CALCLOG-IS-OPEN
011450         CLOSE CALC-LOG
011460     END-IF.
011470     IF ACCTMAST-IS-OPEN
011480         CLOSE ACCOUNT-MASTER
011490     END-IF.
011500     IF RETURN-CODE = 16
011510         DISPLAY 'BATCH RUN ABORTED.'
011520         GO TO 9999-EXIT
011530     END-IF.
011540     IF RETURN-CODE = 12
011550         GO TO 9999-EXIT
011560     END-IF.
011570     PERFORM 9100-RECORD-RUN THRU 9100-EXIT.
011580     DISPLAY 'BATCH RUN COMPLETE.'.
011590     DISPLAY 'TRANSACTIONS READ......: ' WK-BATCH-READ-COUNT.
011600     DISPLAY 'TRANSACTIONS POSTED....: ' WK-BATCH-POSTED-COUNT.
011610     DISPLAY 'TRANSACTIONS REJECTED..: ' WK-BATCH-REJECTED-COUNT.
011620     DISPLAY 'TRANSACTIONS HELD......: ' WK-BATCH-HELD-COUNT.
011630     IF BATCH-TXN-IS-OPEN AND CALCLOG-IS-OPEN
011640             AND REJECT-TXN-IS-OPEN
011650         MOVE ZEROS TO WK-BATCH-READ-COUNT
011660         PERFORM 4200-WRITE-CHECKPOINT THRU 4200-EXIT
011670     END-IF.
011680 9999-EXIT.
011690     EXIT.
011700
011710*****************************************************************
011720*    9100-RECORD-RUN - APPEND THIS COMPLETED RUN'S HEADER       *
011730*    IDENTITY AND POSTED TOTALS TO THE BATCHREG SUBMISSION      *
011740*    REGISTER, SO A SECOND MOUNT OF THE SAME FILE IS REFUSED.   *
011750*****************************************************************
011760 9100-RECORD-RUN.
011770     IF HEADER-NOT-SEEN
011780         GO TO 9100-EXIT
011790     END-IF.
011800     OPEN EXTEND BATCH-REGISTER.
011810     IF BATCHREG-NOT-FOUND
011820         OPEN OUTPUT BATCH-REGISTER
011830     END-IF.
011840     IF NOT BATCHREG-OK
011850         DISPLAY 'WARNING - ERROR OPENING BATCHREG - STATUS '
011860             WK-BATCHREG-STATUS ' - RUN NOT REGISTERED.'
011870         GO TO 9100-EXIT
011880     END-IF.
011890     MOVE WK-HDR-SOURCE TO BR-SOURCE.
011900     MOVE WK-HDR-DATE TO BR-DATE.
011910     MOVE WK-HDR-SEQ TO BR-SEQ.
011920     MOVE WK-DATE TO BR-RUN-DATE.
011930     MOVE WK-BATCH-POSTED-COUNT TO BR-POSTED-COUNT.
011940     MOVE WK-BATCH-POSTED-TOTAL TO BR-POSTED-TOTAL.
011950     MOVE WK-BATCH-REJECTED-COUNT TO BR-REJECTED-COUNT.
011960     MOVE WK-BATCH-HELD-COUNT TO BR-HELD-COUNT.
011970     MOVE WK-RUN-FIRST-REF TO BR-FIRST-REF.
011980     MOVE WK-RUN-LAST-REF TO BR-LAST-REF.
011990     WRITE BR-RECORD.
012000     IF NOT BATCHREG-OK
012010         DISPLAY 'WARNING - BATCHREG WRITE FAILED - STATUS '
012020             WK-BATCHREG-STATUS
012030     END-IF.
012040     CLOSE BATCH-REGISTER.
012050 9100-EXIT.
012060     EXIT.
012070
012080*****************************************************************
012090*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
012100*    RUN TO THE SHARED JOB-RUN LOG.                             *
012110*****************************************************************
012120 9800-LOG-JOB-START.
012130     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
012140     ACCEPT WK-TIME-SYS FROM TIME.
012150     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
012160     MOVE SPACES TO JL-RECORD.
012170     MOVE 'CALCBAT' TO JL-PROGRAM.
012180     SET JL-START-REC TO TRUE.
012190     MOVE WK-JOB-START-DATE TO JL-START-DATE.
012200     MOVE WK-JOB-START-TIME TO JL-START-TIME.
012210     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
012220     MOVE WK-JOB-PARAMS TO JL-PARAMS.
012230     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
012240         JL-REJECT-COUNT JL-RETURN-CODE.
012250     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
012260 9800-EXIT.
012270     EXIT.
012280
012290*****************************************************************
012300*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
012310*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
012320*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
012330*****************************************************************
012340 9810-LOG-JOB-END.
012350     COMPUTE WK-JOB-WRITTEN-COUNT =
012360         WK-BATCH-POSTED-COUNT + WK-BATCH-HELD-COUNT.
012370     MOVE WK-BATCH-REJECTED-COUNT TO WK-JOB-REJECT-COUNT.
012380     MOVE SPACES TO JL-RECORD.
012390     MOVE 'CALCBAT' TO JL-PROGRAM.
012400     SET JL-END-REC TO TRUE.
012410     MOVE WK-JOB-START-DATE TO JL-START-DATE.
012420     MOVE WK-JOB-START-TIME TO JL-START-TIME.
012430     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
012440     ACCEPT WK-TIME-SYS FROM TIME.
012450     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
012460     MOVE WK-JOB-PARAMS TO JL-PARAMS.
012470     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
012480     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
012490     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
012500     MOVE RETURN-CODE TO JL-RETURN-CODE.
012510     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
012520 9810-EXIT.
012530     EXIT.
012540
012550*****************************************************************
012560*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
012570*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
012580*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
012590*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
012600*    WARNING - IT NEVER STOPS THE RUN.                          *
012610*****************************************************************
012620 9820-WRITE-JOB-LOG.
012630     OPEN EXTEND JOB-LOG.
012640     IF JOBLOG-NOT-FOUND
012650         OPEN OUTPUT JOB-LOG
012660     END-IF.
012670     IF NOT JOBLOG-OK
012680         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
012690             WK-JOBLOG-STATUS
012700         GO TO 9820-EXIT
012710     END-IF.
012720     WRITE JL-RECORD.
012730     IF NOT JOBLOG-OK
012740         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
012750             WK-JOBLOG-STATUS
012760     END-IF.
012770     CLOSE JOB-LOG.
012780 9820-EXIT.
012790     EXIT.
