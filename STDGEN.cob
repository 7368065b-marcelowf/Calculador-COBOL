000190*    MODIFICATION HISTORY                                       *
000200*    -------------------                                        *
000210*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000220*    15/10/2026  JBF  CARRY ST-ACCOUNT ONTO THE GENERATED       *
000230*                      DETAIL AS BT-ACCOUNT.                    *
000240*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000250*                      JOBLOG JOB-RUN LOG.                      *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. STDGEN.
000290 AUTHOR. J. B. FONSECA.
000300 INSTALLATION. DATA PROCESSING DEPT.
000310 DATE-WRITTEN. 02/09/2026.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. GENERIC.
000370 OBJECT-COMPUTER. GENERIC.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STANDING-MASTER ASSIGN TO 'STDTXN'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS ST-ID
000470         FILE STATUS IS WK-STDTXN-STATUS.
000480     SELECT BATCH-TXN ASSIGN TO 'BATCHTXN'
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WK-BATCH-STATUS.
000510     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WK-PERD-STATUS.
000540     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WK-JOBLOG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  STANDING-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620 COPY STDTXN.
000630
000640 FD  BATCH-TXN
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY BATCHTX.
000680
000690 FD  PERIOD-CONTROL
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY PERDCTL.
000730
000740 FD  JOB-LOG
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY JOBLOG.
000780
000790 WORKING-STORAGE SECTION.
000800 COPY WSCALC.
000810
000820 77  WK-STDTXN-STATUS            PIC X(02) VALUE ZEROS.
000830     88  STDTXN-OK                   VALUE '00'.
000840     88  STDTXN-EOF                  VALUE '10'.
000850     88  STDTXN-NOT-FOUND            VALUE '35'.
000860
000870 77  WK-BATCH-STATUS             PIC X(02) VALUE ZEROS.
000880     88  BATCH-OK                    VALUE '00'.
000890
000900 77  WK-SW-BATCH-OPEN            PIC X(01) VALUE 'N'.
000910     88  BATCH-TXN-IS-OPEN           VALUE 'Y'.
000920     88  BATCH-TXN-NOT-OPEN          VALUE 'N'.
000930
000940 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
000950     88  PERD-OK                     VALUE '00'.
000960     88  PERD-EOF                    VALUE '10'.
000970     88  PERD-NOT-FOUND              VALUE '35'.
000980
000990 01  WK-GEN-SWITCHES.
001000     05  WK-SW-GEN-OK            PIC X(01) VALUE 'N'.
001010         88  GEN-IS-VALID            VALUE 'Y'.
001020         88  GEN-IS-INVALID          VALUE 'N'.
001030     05  WK-SW-PERIOD-CLOSED     PIC X(01) VALUE 'N'.
001040         88  GEN-PERIOD-CLOSED       VALUE 'Y'.
001050         88  GEN-PERIOD-OPEN         VALUE 'N'.
001060     05  WK-SW-ENTRY-DUE         PIC X(01) VALUE 'N'.
001070         88  ENTRY-IS-DUE            VALUE 'Y'.
001080         88  ENTRY-NOT-DUE           VALUE 'N'.
001090
001100 01  WK-GEN-PERIOD-FIELDS.
001110     05  WK-PERIOD-TEXT          PIC X(06) VALUE SPACES.
001120     05  WK-GEN-PERIOD           PIC 9(06) VALUE ZEROS.
001130     05  WK-GEN-PERIOD-SPLIT REDEFINES WK-GEN-PERIOD.
001140         10  WK-GEN-YEAR         PIC 9(04).
001150         10  WK-GEN-MONTH        PIC 9(02).
001160     05  WK-FROM-PERIOD          PIC 9(06) VALUE ZEROS.
001170     05  WK-FROM-PERIOD-SPLIT REDEFINES WK-FROM-PERIOD.
001180         10  WK-FROM-YEAR        PIC 9(04).
001190         10  WK-FROM-MONTH       PIC 9(02).
001200     05  WK-PC-PERIOD            PIC 9(06) VALUE ZEROS.
001210
001220 01  WK-QUARTER-FIELDS.
001230     05  WK-QUARTER              PIC 9(02) VALUE ZEROS.
001240     05  WK-QTR-REMAINDER        PIC 9(02) VALUE ZEROS.
001250
001260 77  WK-SEQ-TEXT                 PIC X(04) VALUE SPACES.
001270 77  WK-BATCH-SEQ                PIC 9(04) VALUE ZEROS.
001280
001290 01  WK-GEN-TOTALS.
001300     05  WK-READ-COUNT           PIC 9(07) VALUE ZEROS.
001310     05  WK-DUE-COUNT            PIC 9(07) VALUE ZEROS.
001320     05  WK-SKIPPED-COUNT        PIC 9(07) VALUE ZEROS.
001330     05  WK-HASH-N01             PIC S9(09)V99 VALUE ZEROS.
001340     05  WK-HASH-N02             PIC S9(09)V99 VALUE ZEROS.
001350
001360 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001370     88  JOBLOG-OK                   VALUE '00'.
001380     88  JOBLOG-NOT-FOUND            VALUE '35'.
001390
001400 01  WK-JOB-FIELDS.
001410     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
001420     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
001430     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
001440     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
001450     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
001460     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
001470
001480 01  WK-TIME-SYS.
001490     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
001500     03  FILLER                  PIC 9(02) VALUE ZEROS.
001510
001520 PROCEDURE DIVISION.
001530*****************************************************************
001540*    0000-MAINLINE - PROGRAM CONTROL                            *
001550*****************************************************************
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     IF GEN-IS-VALID
001590         PERFORM 2000-EXPAND-ONE-ENTRY THRU 2000-EXIT
001600             UNTIL STDTXN-EOF
001610     END-IF.
001620     PERFORM 9999-FINALIZE THRU 9999-EXIT.
001630     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
001640     STOP RUN.
001650
001660*****************************************************************
001670*    1000-INITIALIZE - COLLECT AND VALIDATE THE GENERATION      *
001680*    PERIOD, REFUSE A CLOSED ONE, AND OPEN THE FILES. THE NEW   *
001690*    BATCH FILE IS STAMPED WITH AN STDGEN HEADER SO THE         *
001700*    BATCHREG REGISTER TELLS GENERATED FILES APART.             *
001710*****************************************************************
001720 1000-INITIALIZE.
001730     ACCEPT WK-DATE FROM DATE YYYYMMDD.
001740     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
001750     DISPLAY '*** STANDING-TRANSACTION GENERATOR ***'.
001760     DISPLAY 'PERIOD TO GENERATE (YYYYMM): ' WITH NO ADVANCING.
001770     ACCEPT WK-PERIOD-TEXT.
001780     MOVE WK-PERIOD-TEXT TO WK-JOB-PARAMS.
001790     SET GEN-IS-INVALID TO TRUE.
001800     IF WK-PERIOD-TEXT IS NUMERIC
001810         MOVE WK-PERIOD-TEXT TO WK-GEN-PERIOD
001820         IF WK-GEN-MONTH > 00 AND WK-GEN-MONTH < 13
001830             SET GEN-IS-VALID TO TRUE
001840         END-IF
001850     END-IF.
001860     IF GEN-IS-INVALID
001870         DISPLAY 'INVALID PERIOD - USE YYYYMM - RUN ABANDONED.'
001880         MOVE 16 TO RETURN-CODE
001890         GO TO 1000-EXIT
001900     END-IF.
001910     PERFORM 1700-CHECK-PERIOD THRU 1700-EXIT.
001920     IF GEN-PERIOD-CLOSED
001930         DISPLAY 'PERIOD ' WK-GEN-PERIOD ' IS CLOSED - '
001940             'RUN ABANDONED.'
001950         SET GEN-IS-INVALID TO TRUE
001960         MOVE 16 TO RETURN-CODE
001970         GO TO 1000-EXIT
001980     END-IF.
001990     DISPLAY 'BATCH SEQUENCE (0001-9999, BLANK = 0001): '
002000         WITH NO ADVANCING.
002010     ACCEPT WK-SEQ-TEXT.
002020     STRING WK-PERIOD-TEXT WK-SEQ-TEXT DELIMITED BY SIZE
002030         INTO WK-JOB-PARAMS.
002040     IF WK-SEQ-TEXT IS NUMERIC
002050         MOVE WK-SEQ-TEXT TO WK-BATCH-SEQ
002060     ELSE
002070         MOVE 0001 TO WK-BATCH-SEQ
002080     END-IF.
002090     OPEN INPUT STANDING-MASTER.
002100     IF STDTXN-NOT-FOUND
002110         DISPLAY 'NO STANDING MASTER ON FILE - RUN ABANDONED.'
002120         SET GEN-IS-INVALID TO TRUE
002130         MOVE 16 TO RETURN-CODE
002140         GO TO 1000-EXIT
002150     END-IF.
002160     IF NOT STDTXN-OK
002170         DISPLAY 'ERROR OPENING STDTXN - STATUS '
002180             WK-STDTXN-STATUS
002190         SET GEN-IS-INVALID TO TRUE
002200         MOVE 16 TO RETURN-CODE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     OPEN OUTPUT BATCH-TXN.
002240     IF BATCH-OK
002250         SET BATCH-TXN-IS-OPEN TO TRUE
002260     ELSE
002270         DISPLAY 'ERROR OPENING BATCHTXN - STATUS '
002280             WK-BATCH-STATUS
002290         SET GEN-IS-INVALID TO TRUE
002300         MOVE 16 TO RETURN-CODE
002310         CLOSE STANDING-MASTER
002320         GO TO 1000-EXIT
002330     END-IF.
002340     PERFORM 1600-WRITE-HEADER THRU 1600-EXIT.
002350 1000-EXIT.
002360     EXIT.
002370
002380*****************************************************************
002390*    1600-WRITE-HEADER - STAMP THE H HEADER ON THE GENERATED    *
002400*    FILE WITH THE RUN DATE, STDGEN AS THE SOURCE AND THE       *
002410*    KEYED BATCH SEQUENCE.                                      *
002420*****************************************************************
002430 1600-WRITE-HEADER.
002440     MOVE SPACES TO BT-RECORD.
002450     SET BT-HEADER-REC TO TRUE.
002460     MOVE WK-DATE TO BT-HDR-DATE.
002470     MOVE 'STDGEN' TO BT-HDR-SOURCE.
002480     MOVE WK-BATCH-SEQ TO BT-HDR-SEQ.
002490     WRITE BT-RECORD.
002500     IF NOT BATCH-OK
002510         DISPLAY 'ERROR - BATCHTXN WRITE FAILED - STATUS '
002520             WK-BATCH-STATUS
002530         SET GEN-IS-INVALID TO TRUE
002540         MOVE 16 TO RETURN-CODE
002550     END-IF.
002560 1600-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600*    1700-CHECK-PERIOD - SCAN THE PERIOD-CONTROL FILE AND SET   *
002610*    THE SWITCH WHEN MTHCLOSE HAS ALREADY CLOSED THE            *
002620*    GENERATION PERIOD. A MISSING FILE MEANS NO PERIOD WAS      *
002630*    EVER CLOSED.                                               *
002640*****************************************************************
002650 1700-CHECK-PERIOD.
002660     OPEN INPUT PERIOD-CONTROL.
002670     IF PERD-NOT-FOUND
002680         GO TO 1700-EXIT
002690     END-IF.
002700     IF NOT PERD-OK
002710         DISPLAY 'WARNING - ERROR OPENING PERDCTL - STATUS '
002720             WK-PERD-STATUS
002730         GO TO 1700-EXIT
002740     END-IF.
002750     PERFORM 1710-CHECK-ONE-PERIOD THRU 1710-EXIT
002760         UNTIL PERD-EOF OR GEN-PERIOD-CLOSED.
002770     CLOSE PERIOD-CONTROL.
002780 1700-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820*    1710-CHECK-ONE-PERIOD - COMPARE ONE CLOSED PERIOD          *
002830*    AGAINST THE GENERATION PERIOD.                             *
002840*****************************************************************
002850 1710-CHECK-ONE-PERIOD.
002860     READ PERIOD-CONTROL
002870         AT END
002880             SET PERD-EOF TO TRUE
002890             GO TO 1710-EXIT
002900     END-READ.
002910     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
002920     IF WK-PC-PERIOD = WK-GEN-PERIOD
002930         SET GEN-PERIOD-CLOSED TO TRUE
002940     END-IF.
002950 1710-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990*    2000-EXPAND-ONE-ENTRY - READ ONE STANDING ENTRY AND,       *
003000*    WHEN IT IS ACTIVE AND DUE IN THE GENERATION PERIOD,        *
003010*    WRITE IT AS A D DETAIL AND ROLL IT INTO THE TRAILER        *
003020*    ACCUMULATORS.                                              *
003030*****************************************************************
003040 2000-EXPAND-ONE-ENTRY.
003050     READ STANDING-MASTER NEXT RECORD
003060         AT END
003070             SET STDTXN-EOF TO TRUE
003080             GO TO 2000-EXIT
003090     END-READ.
003100     ADD 1 TO WK-READ-COUNT.
003110     IF ST-INACTIVE
003120         ADD 1 TO WK-SKIPPED-COUNT
003130         GO TO 2000-EXIT
003140     END-IF.
003150     PERFORM 2100-CHECK-DUE THRU 2100-EXIT.
003160     IF ENTRY-NOT-DUE
003170         ADD 1 TO WK-SKIPPED-COUNT
003180         GO TO 2000-EXIT
003190     END-IF.
003200     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
003210 2000-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250*    2100-CHECK-DUE - SET THE DUE SWITCH WHEN THE STANDING      *
003260*    ENTRY FALLS IN ITS EFFECTIVE RANGE AND ITS FREQUENCY       *
003270*    LANDS ON THE GENERATION MONTH. A ZERO ST-EFF-TO MEANS      *
003280*    NO END PERIOD.                                             *
003290*****************************************************************
003300 2100-CHECK-DUE.
003310     SET ENTRY-NOT-DUE TO TRUE.
003320     IF WK-GEN-PERIOD < ST-EFF-FROM
003330         GO TO 2100-EXIT
003340     END-IF.
003350     IF ST-EFF-TO > ZEROS AND WK-GEN-PERIOD > ST-EFF-TO
003360         GO TO 2100-EXIT
003370     END-IF.
003380     MOVE ST-EFF-FROM TO WK-FROM-PERIOD.
003390     EVALUATE TRUE
003400         WHEN ST-FREQ-MONTHLY
003410             SET ENTRY-IS-DUE TO TRUE
003420         WHEN ST-FREQ-QUARTERLY
003430             DIVIDE WK-GEN-MONTH BY 3 GIVING WK-QUARTER
003440                 REMAINDER WK-QTR-REMAINDER
003450             IF WK-QTR-REMAINDER = ZEROS
003460                 SET ENTRY-IS-DUE TO TRUE
003470             END-IF
003480         WHEN ST-FREQ-YEARLY
003490             IF WK-GEN-MONTH = WK-FROM-MONTH
003500                 SET ENTRY-IS-DUE TO TRUE
003510             END-IF
003520     END-EVALUATE.
003530 2100-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*    2500-WRITE-DETAIL - WRITE ONE D DETAIL FROM THE STANDING   *
003580*    ENTRY AND ROLL IT INTO THE TRAILER COUNT AND HASH          *
003590*    ACCUMULATORS.                                              *
003600*****************************************************************
003610 2500-WRITE-DETAIL.
003620     MOVE SPACES TO BT-RECORD.
003630     SET BT-DETAIL-REC TO TRUE.
003640     MOVE ST-NAME TO BT-NAME.
003650     MOVE ST-LEVEL TO BT-LEVEL.
003660     MOVE ST-SIN TO BT-SIN.
003670     MOVE ST-N01 TO BT-N01.
003680     MOVE ST-N02 TO BT-N02.
003690     MOVE ST-ACCOUNT TO BT-ACCOUNT.
003700     MOVE SPACES TO BT-REJ-REASON.
003710     WRITE BT-RECORD.
003720     IF NOT BATCH-OK
003730         DISPLAY 'ERROR - BATCHTXN WRITE FAILED - STATUS '
003740             WK-BATCH-STATUS
003750         GO TO 2500-EXIT
003760     END-IF.
003770     ADD 1 TO WK-DUE-COUNT.
003780     ADD ST-N01 TO WK-HASH-N01.
003790     ADD ST-N02 TO WK-HASH-N02.
003800 2500-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*    9999-FINALIZE - CLOSE OUT THE GENERATED FILE WITH THE T    *
003850*    TRAILER CARRYING THE ACCUMULATED COUNT AND HASH TOTALS,    *
003860*    THEN REPORT THE RUN TOTALS.                                *
003870*****************************************************************
003880 9999-FINALIZE.
003890     IF BATCH-TXN-IS-OPEN
003900         MOVE SPACES TO BT-RECORD
003910         SET BT-TRAILER-REC TO TRUE
003920         MOVE WK-DUE-COUNT TO BT-TRL-COUNT
003930         MOVE WK-HASH-N01 TO BT-TRL-HASH-N01
003940         MOVE WK-HASH-N02 TO BT-TRL-HASH-N02
003950         WRITE BT-RECORD
003960         IF NOT BATCH-OK
003970             DISPLAY 'ERROR - BATCHTXN TRAILER WRITE FAILED - '
003980                 'STATUS ' WK-BATCH-STATUS
003990         END-IF
004000         CLOSE BATCH-TXN
004010         CLOSE STANDING-MASTER
004020         DISPLAY 'GENERATION COMPLETE FOR ' WK-GEN-PERIOD '.'
004030         DISPLAY 'ENTRIES READ...........: ' WK-READ-COUNT
004040         DISPLAY 'ENTRIES GENERATED......: ' WK-DUE-COUNT
004050         DISPLAY 'ENTRIES SKIPPED........: ' WK-SKIPPED-COUNT
004060     END-IF.
004070 9999-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
004120*    RUN TO THE SHARED JOB-RUN LOG.                             *
004130*****************************************************************
004140 9800-LOG-JOB-START.
004150     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
004160     ACCEPT WK-TIME-SYS FROM TIME.
004170     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
004180     MOVE SPACES TO JL-RECORD.
004190     MOVE 'STDGEN' TO JL-PROGRAM.
004200     SET JL-START-REC TO TRUE.
004210     MOVE WK-JOB-START-DATE TO JL-START-DATE.
004220     MOVE WK-JOB-START-TIME TO JL-START-TIME.
004230     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
004240     MOVE WK-JOB-PARAMS TO JL-PARAMS.
004250     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
004260         JL-REJECT-COUNT JL-RETURN-CODE.
004270     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
004280 9800-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
004330*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
004340*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
004350*****************************************************************
004360 9810-LOG-JOB-END.
004370     MOVE WK-READ-COUNT TO WK-JOB-READ-COUNT.
004380     MOVE WK-DUE-COUNT TO WK-JOB-WRITTEN-COUNT.
004390     MOVE SPACES TO JL-RECORD.
004400     MOVE 'STDGEN' TO JL-PROGRAM.
004410     SET JL-END-REC TO TRUE.
004420     MOVE WK-JOB-START-DATE TO JL-START-DATE.
004430     MOVE WK-JOB-START-TIME TO JL-START-TIME.
004440     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
004450     ACCEPT WK-TIME-SYS FROM TIME.
004460     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
004470     MOVE WK-JOB-PARAMS TO JL-PARAMS.
004480     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
004490     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
004500     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
004510     MOVE RETURN-CODE TO JL-RETURN-CODE.
004520     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
004530 9810-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
004580*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
004590*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
004600*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
004610*    WARNING - IT NEVER STOPS THE RUN.                          *
004620*****************************************************************
004630 9820-WRITE-JOB-LOG.
004640     OPEN EXTEND JOB-LOG.
004650     IF JOBLOG-NOT-FOUND
004660         OPEN OUTPUT JOB-LOG
004670     END-IF.
004680     IF NOT JOBLOG-OK
004690         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
004700             WK-JOBLOG-STATUS
004710         GO TO 9820-EXIT
004720     END-IF.
004730     WRITE JL-RECORD.
004740     IF NOT JOBLOG-OK
004750         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
004760             WK-JOBLOG-STATUS
004770     END-IF.
004780     CLOSE JOB-LOG.
004790 9820-EXIT.
004800     EXIT.
