000010*****************************************************************
000020*    PROGRAM-ID  : REFRECON                                     *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : NIGHTLY CL-REF RECONCILIATION. PROVES THAT   *
000070*                  EVERY CALCULATION REFERENCE ISSUED FROM      *
000080*                  CALCSEQ SINCE THE LAST RUN REACHED THE       *
000090*                  BOOKS EXACTLY ONCE. THE REFERENCES ON        *
000100*                  CALC-LOG, CALCARCH AND THE APPROVED HOLDS    *
000110*                  ON CALCPEND (PD-POST-REF) ARE SORTED AND     *
000120*                  WALKED AGAINST THE ISSUED RANGE - FROM THE   *
000130*                  REFERENCE AFTER REFCTL'S RF-LAST-REF UP TO   *
000140*                  CS-NEXT-REF LESS ONE - AND THE LISTING       *
000150*                  SHOWS:                                       *
000160*                    GAP       - ISSUED, ON NEITHER FILE;       *
000170*                    DUPLICATE - POSTED MORE THAN ONCE;         *
000180*                    ORPHAN    - AT OR ABOVE CS-NEXT-REF, SO    *
000190*                                NEVER ISSUED;                  *
000200*                    NOT POSTED- AN APPROVED HOLD WHOSE         *
000210*                                PD-POST-REF IS ON NO POSTING.  *
000220*                  EACH BATCHREG ENTRY WHOSE REFERENCE WINDOW   *
000230*                  (BR-FIRST-REF TO BR-LAST-REF) FALLS IN THE   *
000240*                  RUN IS THEN TIED BACK: THE POSTINGS IN ITS   *
000250*                  WINDOW MUST COUNT AND TOTAL TO               *
000260*                  BR-POSTED-COUNT AND BR-POSTED-TOTAL.         *
000270*                  AN OPTIONAL PARMCARD (COLS 1-9 FROM          *
000280*                  REFERENCE) RE-RUNS FROM AN EARLIER POINT.    *
000290*                  RETURN CODES: 0 CLEAN, 4 EXCEPTIONS LISTED,  *
000300*                  8 BAD PARAMETER CARD, 16 CONTROL FILE ERROR. *
000310*    MODIFICATION HISTORY                                       *
000320*    -------------------                                        *
000330*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000340*    15/10/2026  JBF  READ THE WIDER CALCARCH RECORD CARRYING   *
000350*                      THE NEW CA-ACCOUNT ACCOUNT CODE.         *
000360*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000370*                      JOBLOG JOB-RUN LOG.                      *
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. REFRECON.
000410 AUTHOR. J. B. FONSECA.
000420 INSTALLATION. DATA PROCESSING DEPT.
000430 DATE-WRITTEN. 15/10/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. GENERIC.
000490 OBJECT-COMPUTER. GENERIC.
000500 SPECIAL-NAMES.
000510     DECIMAL-POINT IS COMMA.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WK-CALCLOG-STATUS.
000580     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WK-ARCH-STATUS.
000610     SELECT PENDING-CALC ASSIGN TO 'CALCPEND'
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WK-PEND-STATUS.
000640     SELECT CALC-SEQ ASSIGN TO 'CALCSEQ'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WK-CALCSEQ-STATUS.
000670     SELECT BATCH-REGISTER ASSIGN TO 'BATCHREG'
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-BATCHREG-STATUS.
000700     SELECT REF-CONTROL ASSIGN TO 'REFCTL'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WK-REFCTL-STATUS.
000730     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WK-PARAM-STATUS.
000760     SELECT SORT-WORK ASSIGN TO 'SWK001'.
000770     SELECT REPORT-OUT ASSIGN TO 'RECNRPT'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WK-REPORT-STATUS.
000800     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WK-JOBLOG-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CALC-LOG
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CALCLOG.
000900
000910 FD  CALC-ARCH
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  CA-RECORD.
000950     05  CA-NAME                 PIC X(20).
000960     05  CA-DATE                 PIC 9(08).
000970     05  CA-N01                  PIC S9(05)V99.
000980     05  CA-SIN                  PIC X(01).
000990     05  CA-N02                  PIC S9(05)V99.
001000     05  CA-RES                  PIC S9(07)V99.
001010     05  CA-LEVEL                PIC 9(02).
001020     05  CA-REF                  PIC 9(09).
001030     05  CA-ACCOUNT              PIC X(06).
001040
001050 FD  PENDING-CALC
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY PENDCAL.
001090
001100 FD  CALC-SEQ
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY CALCSEQ.
001140
001150 FD  BATCH-REGISTER
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 COPY BATCHRG.
001190
001200 FD  REF-CONTROL
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY REFCTL.
001240
001250 FD  PARAM-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  PM-CARD.
001290     05  PM-FROM-REF             PIC X(09).
001300     05  FILLER                  PIC X(71).
001310
001320 SD  SORT-WORK.
001330 01  SR-RECORD.
001340     05  SR-REF                  PIC 9(09).
001350     05  SR-SOURCE               PIC X(01).
001360         88  SR-FROM-ARCHIVE         VALUE 'A'.
001370         88  SR-FROM-LOG             VALUE 'L'.
001380         88  SR-FROM-HOLD            VALUE 'P'.
001390     05  SR-NAME                 PIC X(20).
001400     05  SR-DATE                 PIC 9(08).
001410     05  SR-RES                  PIC S9(07)V99.
001420
001430 FD  REPORT-OUT
001440     LABEL RECORDS ARE STANDARD.
001450 01  RO-LINE                     PIC X(80).
001460
001470 FD  JOB-LOG
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 COPY JOBLOG.
001510
001520 WORKING-STORAGE SECTION.
001530 COPY WSCALC.
001540
001550 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
001560     88  ARCH-OK                     VALUE '00'.
001570     88  ARCH-EOF                    VALUE '10'.
001580     88  ARCH-NOT-FOUND              VALUE '35'.
001590
001600 77  WK-PEND-STATUS              PIC X(02) VALUE ZEROS.
001610     88  PEND-OK                     VALUE '00'.
001620     88  PEND-EOF                    VALUE '10'.
001630     88  PEND-NOT-FOUND              VALUE '35'.
001640
001650 77  WK-CALCSEQ-STATUS           PIC X(02) VALUE ZEROS.
001660     88  CALCSEQ-OK                  VALUE '00'.
001670     88  CALCSEQ-NOT-FOUND           VALUE '35'.
001680
001690 77  WK-BATCHREG-STATUS          PIC X(02) VALUE ZEROS.
001700     88  BATCHREG-OK                 VALUE '00'.
001710     88  BATCHREG-EOF                VALUE '10'.
001720     88  BATCHREG-NOT-FOUND          VALUE '35'.
001730
001740 77  WK-REFCTL-STATUS            PIC X(02) VALUE ZEROS.
001750     88  REFCTL-OK                   VALUE '00'.
001760     88  REFCTL-NOT-FOUND            VALUE '35'.
001770
001780 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001790     88  PARAM-OK                    VALUE '00'.
001800     88  PARAM-EOF                   VALUE '10'.
001810     88  PARAM-NOT-FOUND             VALUE '35'.
001820
001830 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001840     88  REPORT-OK                   VALUE '00'.
001850
001860 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001870     88  JOBLOG-OK                   VALUE '00'.
001880     88  JOBLOG-NOT-FOUND            VALUE '35'.
001890
001900 01  WK-PARAM-SWITCHES.
001910     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001920         88  PARAM-MODE              VALUE 'Y'.
001930         88  CONSOLE-MODE            VALUE 'N'.
001940     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001950         88  PARAM-CARD-VALID        VALUE 'Y'.
001960         88  PARAM-CARD-INVALID      VALUE 'N'.
001970
001980 01  WK-RECON-SWITCHES.
001990     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
002000         88  LOG-EOF                 VALUE 'Y'.
002010         88  LOG-NOT-EOF             VALUE 'N'.
002020     05  WK-SW-SORT-EOF          PIC X(01) VALUE 'N'.
002030         88  SORT-EOF                VALUE 'Y'.
002040         88  SORT-NOT-EOF            VALUE 'N'.
002050     05  WK-SW-KEY-OPEN          PIC X(01) VALUE 'N'.
002060         88  KEY-IS-OPEN             VALUE 'Y'.
002070         88  KEY-IS-CLOSED           VALUE 'N'.
002080     05  WK-SW-SEQ-BEHIND        PIC X(01) VALUE 'N'.
002090         88  CALCSEQ-BEHIND          VALUE 'Y'.
002100         88  CALCSEQ-IN-STEP         VALUE 'N'.
002110
002120 01  WK-RANGE-FIELDS.
002130     05  WK-LAST-REF             PIC 9(09) VALUE ZEROS.
002140     05  WK-NEXT-REF             PIC 9(09) VALUE ZEROS.
002150     05  WK-RANGE-FROM           PIC 9(09) VALUE ZEROS.
002160     05  WK-RANGE-TO             PIC 9(09) VALUE ZEROS.
002170     05  WK-SELECT-FROM          PIC 9(09) VALUE ZEROS.
002180     05  WK-PARAM-FROM           PIC 9(09) VALUE ZEROS.
002190     05  WK-EXPECT-REF           PIC 9(09) VALUE ZEROS.
002200     05  WK-GAP-TO               PIC 9(09) VALUE ZEROS.
002210
002220 01  WK-KEY-FIELDS.
002230     05  WK-CURR-REF             PIC 9(09) VALUE ZEROS.
002240     05  WK-POST-OCC             PIC 9(03) VALUE ZEROS.
002250     05  WK-HOLD-OCC             PIC 9(03) VALUE ZEROS.
002260     05  WK-SAVE-SOURCE          PIC X(01) VALUE SPACES.
002270     05  WK-SAVE-NAME            PIC X(20) VALUE SPACES.
002280     05  WK-SAVE-DATE            PIC 9(08) VALUE ZEROS.
002290     05  WK-SAVE-RES             PIC S9(07)V99 VALUE ZEROS.
002300     05  WK-HOLD-NAME            PIC X(20) VALUE SPACES.
002310     05  WK-HOLD-DATE            PIC 9(08) VALUE ZEROS.
002320     05  WK-HOLD-RES             PIC S9(07)V99 VALUE ZEROS.
002330
002340 01  WK-RECON-COUNTS.
002350     05  WK-EXPECTED-COUNT       PIC 9(09) VALUE ZEROS.
002360     05  WK-FOUND-COUNT          PIC 9(09) VALUE ZEROS.
002370     05  WK-GAP-COUNT            PIC 9(07) VALUE ZEROS.
002380     05  WK-MISSING-COUNT        PIC 9(09) VALUE ZEROS.
002390     05  WK-DUP-COUNT            PIC 9(07) VALUE ZEROS.
002400     05  WK-ORPHAN-COUNT         PIC 9(07) VALUE ZEROS.
002410     05  WK-UNPOSTED-COUNT       PIC 9(07) VALUE ZEROS.
002420     05  WK-REG-CHECKED-COUNT    PIC 9(07) VALUE ZEROS.
002430     05  WK-REG-MISMATCH-COUNT   PIC 9(07) VALUE ZEROS.
002440     05  WK-EXCEPTION-COUNT      PIC 9(07) VALUE ZEROS.
002450
002460 01  WK-REGISTER-FIELDS.
002470     05  WK-REG-COUNT            PIC 9(03) VALUE ZEROS.
002480     05  WK-REG-SUB              PIC 9(03) VALUE ZEROS.
002490
002500 01  WK-REGISTER-TABLE.
002510     05  WK-REG-ENTRY            OCCURS 200 TIMES.
002520         10  WK-REG-SOURCE       PIC X(08).
002530         10  WK-REG-DATE         PIC 9(08).
002540         10  WK-REG-SEQ          PIC 9(04).
002550         10  WK-REG-FIRST-REF    PIC 9(09).
002560         10  WK-REG-LAST-REF     PIC 9(09).
002570         10  WK-REG-POST-COUNT   PIC 9(07).
002580         10  WK-REG-POST-TOTAL   PIC S9(11)V99.
002590         10  WK-REG-ACT-COUNT    PIC 9(07).
002600         10  WK-REG-ACT-TOTAL    PIC S9(11)V99.
002610
002620 01  WK-ECHO-LINE.
002630     05  FILLER                  PIC X(11) VALUE 'REFERENCES '.
002640     05  WK-EC-FROM              PIC 9(09) VALUE ZEROS.
002650     05  FILLER                  PIC X(06) VALUE ' THRU '.
002660     05  WK-EC-TO                PIC 9(09) VALUE ZEROS.
002670     05  FILLER                  PIC X(17) VALUE
002680         '  CS-NEXT-REF IS '.
002690     05  WK-EC-NEXT              PIC 9(09) VALUE ZEROS.
002700     05  FILLER                  PIC X(19) VALUE SPACES.
002710
002720 01  WK-HEAD-LINE.
002730     05  FILLER                  PIC X(15) VALUE 'EXCEPTION'.
002740     05  FILLER                  PIC X(10) VALUE 'CL-REF'.
002750     05  FILLER                  PIC X(09) VALUE 'FILE'.
002760     05  FILLER                  PIC X(21) VALUE 'NAME'.
002770     05  FILLER                  PIC X(09) VALUE 'DATE'.
002780     05  FILLER                  PIC X(16) VALUE '       RESULT'.
002790
002800 01  WK-EXC-LINE.
002810     05  WK-EL-TYPE              PIC X(14) VALUE SPACES.
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  WK-EL-REF               PIC 9(09) VALUE ZEROS.
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  WK-EL-SOURCE            PIC X(08) VALUE SPACES.
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  WK-EL-NAME              PIC X(20) VALUE SPACES.
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  WK-EL-DATE              PIC X(08) VALUE SPACES.
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  WK-EL-AMOUNT            PIC +Z.ZZZ.ZZ9,99.
002920     05  FILLER                  PIC X(03) VALUE SPACES.
002930
002940 01  WK-REG-HEAD-LINE.
002950     05  FILLER                  PIC X(23) VALUE
002960         'SOURCE   DATE     SEQ'.
002970     05  FILLER                  PIC X(17) VALUE
002980         'FILE       COUNT'.
002990     05  FILLER                  PIC X(19) VALUE
003000         '             TOTAL'.
003010     05  FILLER                  PIC X(21) VALUE 'STATUS'.
003020
003030 01  WK-REG-LINE.
003040     05  WK-RL-SOURCE            PIC X(08) VALUE SPACES.
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  WK-RL-DATE              PIC X(08) VALUE SPACES.
003070     05  FILLER                  PIC X(01) VALUE SPACES.
003080     05  WK-RL-SEQ               PIC X(04) VALUE SPACES.
003090     05  FILLER                  PIC X(01) VALUE SPACES.
003100     05  WK-RL-LABEL             PIC X(08) VALUE SPACES.
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  WK-RL-COUNT             PIC ZZZZZZ9.
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  WK-RL-TOTAL         PIC +ZZ.ZZZ.ZZZ.ZZ9,99.
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  WK-RL-STATUS            PIC X(08) VALUE SPACES.
003170     05  FILLER                  PIC X(13) VALUE SPACES.
003180
003190 01  WK-TOTAL-LINE.
003200     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
003210     05  WK-TL-COUNT             PIC ZZZZZZZZ9 VALUE ZEROS.
003220     05  FILLER                  PIC X(37) VALUE SPACES.
003230
003240 01  WK-TIME-SYS.
003250     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
003260     03  FILLER                  PIC 9(02) VALUE ZEROS.
003270
003280 01  WK-JOB-FIELDS.
003290     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
003300     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
003310     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
003320     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
003330     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
003340     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
003350
003360 PROCEDURE DIVISION.
003370*****************************************************************
003380*    0000-MAINLINE - PROGRAM CONTROL                            *
003390*****************************************************************
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     SORT SORT-WORK ON ASCENDING KEY SR-REF SR-SOURCE
003430         INPUT PROCEDURE IS 2000-SELECT-REFERENCES THRU 2000-EXIT
003440         OUTPUT PROCEDURE IS 3000-WALK-REFERENCES THRU 3000-EXIT.
003450     PERFORM 4000-REPORT-REGISTER THRU 4000-EXIT.
003460     PERFORM 9000-UPDATE-CONTROL THRU 9000-EXIT.
003470     PERFORM 9999-FINALIZE THRU 9999-EXIT.
003480     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003490     STOP RUN.
003500
003510*****************************************************************
003520*    1000-INITIALIZE - WORK OUT THE REFERENCE RANGE TO PROVE,   *
003530*    LOAD THE BATCHREG ENTRIES THAT FALL IN IT, AND OPEN THE    *
003540*    LISTING.                                                   *
003550*****************************************************************
003560 1000-INITIALIZE.
003570     ACCEPT WK-DATE FROM DATE YYYYMMDD.
003580     DISPLAY '*** CL-REF RECONCILIATION ***'.
003590     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
003600     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
003610     IF PARAM-MODE AND PARAM-CARD-INVALID
003620         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
003630         MOVE 8 TO RETURN-CODE
003640         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003650         STOP RUN
003660     END-IF.
003670     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
003680     PERFORM 1150-LOAD-NEXT-REF THRU 1150-EXIT.
003690     IF WK-PARAM-FROM > ZEROS
003700         MOVE WK-PARAM-FROM TO WK-RANGE-FROM
003710     ELSE
003720         COMPUTE WK-RANGE-FROM = WK-LAST-REF + 1
003730     END-IF.
003740     COMPUTE WK-RANGE-TO = WK-NEXT-REF - 1.
003750     IF WK-NEXT-REF NOT > WK-LAST-REF
003760         SET CALCSEQ-BEHIND TO TRUE
003770     END-IF.
003780     IF WK-RANGE-TO NOT < WK-RANGE-FROM
003790         COMPUTE WK-EXPECTED-COUNT =
003800             WK-RANGE-TO - WK-RANGE-FROM + 1
003810     END-IF.
003820     MOVE WK-RANGE-FROM TO WK-EXPECT-REF.
003830     MOVE WK-RANGE-FROM TO WK-SELECT-FROM.
003840     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
003850     PERFORM 1300-OPEN-REPORT THRU 1300-EXIT.
003860 1000-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
003910*    PARAMETER FILE. A MISSING FILE MEANS A NORMAL NIGHTLY RUN  *
003920*    FROM THE REFERENCE AFTER THE LAST ONE RECONCILED. CARD     *
003930*    LAYOUT: COLS 1-9 FROM REFERENCE (BLANK = SINCE LAST RUN).  *
003940*****************************************************************
003950 1050-READ-PARAM-CARD.
003960     SET CONSOLE-MODE TO TRUE.
003970     SET PARAM-CARD-VALID TO TRUE.
003980     MOVE ZEROS TO WK-PARAM-FROM.
003990     OPEN INPUT PARAM-FILE.
004000     IF PARAM-NOT-FOUND
004010         GO TO 1050-EXIT
004020     END-IF.
004030     IF NOT PARAM-OK
004040         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
004050             WK-PARAM-STATUS
004060         SET PARAM-MODE TO TRUE
004070         SET PARAM-CARD-INVALID TO TRUE
004080         GO TO 1050-EXIT
004090     END-IF.
004100     SET PARAM-MODE TO TRUE.
004110     READ PARAM-FILE
004120         AT END
004130             DISPLAY 'PARAMETER FILE IS EMPTY.'
004140             SET PARAM-CARD-INVALID TO TRUE
004150             CLOSE PARAM-FILE
004160             GO TO 1050-EXIT
004170     END-READ.
004180     MOVE PM-CARD TO WK-JOB-PARAMS.
004190     IF PM-FROM-REF NOT = SPACES
004200         IF PM-FROM-REF IS NUMERIC AND PM-FROM-REF > ZEROS
004210             MOVE PM-FROM-REF TO WK-PARAM-FROM
004220         ELSE
004230             DISPLAY 'INVALID FROM REFERENCE ON CARD - USE 9 '
004240                 'DIGITS.'
004250             SET PARAM-CARD-INVALID TO TRUE
004260         END-IF
004270     END-IF.
004280     CLOSE PARAM-FILE.
004290 1050-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*    1100-LOAD-CONTROL - READ THE HIGHEST REFERENCE ALREADY     *
004340*    RECONCILED. A MISSING REFCTL MEANS THE FIRST RUN, WHICH    *
004350*    PROVES THE WHOLE SERIES FROM REFERENCE 1.                  *
004360*****************************************************************
004370 1100-LOAD-CONTROL.
004380     MOVE ZEROS TO WK-LAST-REF.
004390     OPEN INPUT REF-CONTROL.
004400     IF REFCTL-NOT-FOUND
004410         GO TO 1100-EXIT
004420     END-IF.
004430     IF NOT REFCTL-OK
004440         DISPLAY 'ERROR OPENING REFCTL - STATUS '
004450             WK-REFCTL-STATUS ' - RUN ABANDONED.'
004460         MOVE 16 TO RETURN-CODE
004470         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
004480         STOP RUN
004490     END-IF.
004500     READ REF-CONTROL
004510         AT END
004520             MOVE ZEROS TO WK-LAST-REF
004530         NOT AT END
004540             MOVE RF-LAST-REF TO WK-LAST-REF
004550     END-READ.
004560     CLOSE REF-CONTROL.
004570 1100-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*    1150-LOAD-NEXT-REF - READ CS-NEXT-REF. A MISSING CALCSEQ   *
004620*    MEANS NO REFERENCE WAS EVER ISSUED AND THE SERIES STARTS   *
004630*    AT 1, AS 4150-NEXT-REFERENCE TREATS IT.                    *
004640*****************************************************************
004650 1150-LOAD-NEXT-REF.
004660     MOVE 1 TO WK-NEXT-REF.
004670     OPEN INPUT CALC-SEQ.
004680     IF CALCSEQ-NOT-FOUND
004690         GO TO 1150-EXIT
004700     END-IF.
004710     IF NOT CALCSEQ-OK
004720         DISPLAY 'ERROR OPENING CALCSEQ - STATUS '
004730             WK-CALCSEQ-STATUS ' - RUN ABANDONED.'
004740         MOVE 16 TO RETURN-CODE
004750         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
004760         STOP RUN
004770     END-IF.
004780     READ CALC-SEQ
004790         AT END
004800             MOVE 1 TO WK-NEXT-REF
004810         NOT AT END
004820             MOVE CS-NEXT-REF TO WK-NEXT-REF
004830     END-READ.
004840     CLOSE CALC-SEQ.
004850 1150-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890*    1200-LOAD-REGISTER - LOAD EVERY BATCHREG ENTRY WHOSE       *
004900*    REFERENCE WINDOW REACHES INTO THE RANGE. A WINDOW THAT     *
004910*    STARTS BEFORE THE RANGE PULLS THE SORT SELECTION DOWN TO   *
004920*    ITS FIRST REFERENCE SO ITS WHOLE WINDOW IS COUNTED.        *
004930*    ENTRIES REGISTERED BEFORE BR-FIRST-REF EXISTED CARRY NO    *
004940*    WINDOW AND ARE PASSED OVER.                                *
004950*****************************************************************
004960 1200-LOAD-REGISTER.
004970     MOVE ZEROS TO WK-REG-COUNT.
004980     OPEN INPUT BATCH-REGISTER.
004990     IF BATCHREG-NOT-FOUND
005000         GO TO 1200-EXIT
005010     END-IF.
005020     IF NOT BATCHREG-OK
005030         DISPLAY 'WARNING - ERROR OPENING BATCHREG - STATUS '
005040             WK-BATCHREG-STATUS ' - NO REGISTER TIE-OUT.'
005050         GO TO 1200-EXIT
005060     END-IF.
005070     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
005080         UNTIL BATCHREG-EOF.
005090     CLOSE BATCH-REGISTER.
005100 1200-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*    1210-LOAD-ONE-ENTRY - ADD ONE IN-RANGE ENTRY TO THE TABLE. *
005150*****************************************************************
005160 1210-LOAD-ONE-ENTRY.
005170     READ BATCH-REGISTER
005180         AT END
005190             SET BATCHREG-EOF TO TRUE
005200             GO TO 1210-EXIT
005210     END-READ.
005220     IF BR-FIRST-REF = ZEROS OR BR-LAST-REF < WK-RANGE-FROM
005230         GO TO 1210-EXIT
005240     END-IF.
005250     IF WK-REG-COUNT NOT < 200
005260         DISPLAY 'WARNING - REGISTER TABLE FULL AT 200 - '
005270             BR-SOURCE ' ' BR-DATE ' NOT TIED OUT.'
005280         GO TO 1210-EXIT
005290     END-IF.
005300     ADD 1 TO WK-REG-COUNT.
005310     MOVE BR-SOURCE TO WK-REG-SOURCE(WK-REG-COUNT).
005320     MOVE BR-DATE TO WK-REG-DATE(WK-REG-COUNT).
005330     MOVE BR-SEQ TO WK-REG-SEQ(WK-REG-COUNT).
005340     MOVE BR-FIRST-REF TO WK-REG-FIRST-REF(WK-REG-COUNT).
005350     MOVE BR-LAST-REF TO WK-REG-LAST-REF(WK-REG-COUNT).
005360     MOVE BR-POSTED-COUNT TO WK-REG-POST-COUNT(WK-REG-COUNT).
005370     MOVE BR-POSTED-TOTAL TO WK-REG-POST-TOTAL(WK-REG-COUNT).
005380     MOVE ZEROS TO WK-REG-ACT-COUNT(WK-REG-COUNT).
005390     MOVE ZEROS TO WK-REG-ACT-TOTAL(WK-REG-COUNT).
005400     IF BR-FIRST-REF < WK-SELECT-FROM
005410         MOVE BR-FIRST-REF TO WK-SELECT-FROM
005420     END-IF.
005430 1210-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*    1300-OPEN-REPORT - OPEN THE RECNRPT LISTING, ECHO THE      *
005480*    RANGE AND WRITE THE COLUMN HEADINGS.                       *
005490*****************************************************************
005500 1300-OPEN-REPORT.
005510     OPEN OUTPUT REPORT-OUT.
005520     IF NOT REPORT-OK
005530         DISPLAY 'ERROR OPENING RECNRPT - STATUS '
005540             WK-REPORT-STATUS
005550         MOVE 16 TO RETURN-CODE
005560         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
005570         STOP RUN
005580     END-IF.
005590     MOVE SPACES TO RO-LINE.
005600     MOVE 'CL-REF SEQUENCE AND BATCH REGISTER RECONCILIATION'
005610         TO RO-LINE.
005620     WRITE RO-LINE.
005630     MOVE WK-RANGE-FROM TO WK-EC-FROM.
005640     MOVE WK-RANGE-TO TO WK-EC-TO.
005650     MOVE WK-NEXT-REF TO WK-EC-NEXT.
005660     MOVE WK-ECHO-LINE TO RO-LINE.
005670     WRITE RO-LINE.
005680     MOVE SPACES TO RO-LINE.
005690     WRITE RO-LINE.
005700     IF WK-EXPECTED-COUNT = ZEROS
005710         MOVE 'NO REFERENCES ISSUED SINCE THE LAST RUN.'
005720             TO RO-LINE
005730         WRITE RO-LINE
005740         MOVE SPACES TO RO-LINE
005750         WRITE RO-LINE
005760     END-IF.
005770     MOVE WK-HEAD-LINE TO RO-LINE.
005780     WRITE RO-LINE.
005790     MOVE SPACES TO RO-LINE.
005800     WRITE RO-LINE.
005810     MOVE SPACES TO WK-EXC-LINE.
005820     IF CALCSEQ-BEHIND
005830         MOVE 'CALCSEQ BEHIND' TO WK-EL-TYPE
005840         MOVE WK-NEXT-REF TO WK-EL-REF
005850         MOVE 'CALCSEQ' TO WK-EL-SOURCE
005860         MOVE WK-LAST-REF TO WK-EL-NAME
005870         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005880     END-IF.
005890 1300-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    2000-SELECT-REFERENCES - SORT INPUT PROCEDURE. RELEASE     *
005940*    EVERY REFERENCE FROM THE SELECTION POINT UP - POSTINGS     *
005950*    FROM CALC-LOG AND CALCARCH AND APPROVED HOLDS FROM         *
005960*    CALCPEND. ORPHANS ABOVE CS-NEXT-REF ARE RELEASED TOO.      *
005970*****************************************************************
005980 2000-SELECT-REFERENCES.
005990     OPEN INPUT CALC-LOG.
006000     IF CALCLOG-OK
006010         PERFORM 2100-RELEASE-LOG THRU 2100-EXIT
006020             UNTIL LOG-EOF
006030         CLOSE CALC-LOG
006040     ELSE
006050         IF NOT CALCLOG-NOT-FOUND
006060             DISPLAY 'ERROR OPENING CALCLOG - STATUS '
006070                 WK-CALCLOG-STATUS ' - RUN ABANDONED.'
006080             MOVE 16 TO RETURN-CODE
006090             PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
006100             STOP RUN
006110         END-IF
006120     END-IF.
006130     OPEN INPUT CALC-ARCH.
006140     IF ARCH-OK
006150         PERFORM 2200-RELEASE-ARCHIVE THRU 2200-EXIT
006160             UNTIL ARCH-EOF
006170         CLOSE CALC-ARCH
006180     ELSE
006190         IF NOT ARCH-NOT-FOUND
006200             DISPLAY 'ERROR OPENING CALCARCH - STATUS '
006210                 WK-ARCH-STATUS ' - RUN ABANDONED.'
006220             MOVE 16 TO RETURN-CODE
006230             PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
006240             STOP RUN
006250         END-IF
006260     END-IF.
006270     OPEN INPUT PENDING-CALC.
006280     IF PEND-OK
006290         PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
006300             UNTIL PEND-EOF
006310         CLOSE PENDING-CALC
006320     ELSE
006330         IF NOT PEND-NOT-FOUND
006340             DISPLAY 'ERROR OPENING CALCPEND - STATUS '
006350                 WK-PEND-STATUS ' - RUN ABANDONED.'
006360             MOVE 16 TO RETURN-CODE
006370             PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
006380             STOP RUN
006390         END-IF
006400     END-IF.
006410 2000-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*    2100-RELEASE-LOG - RELEASE ONE CALC-LOG REFERENCE.         *
006460*****************************************************************
006470 2100-RELEASE-LOG.
006480     READ CALC-LOG
006490         AT END
006500             SET LOG-EOF TO TRUE
006510             GO TO 2100-EXIT
006520     END-READ.
006530     IF CL-REF < WK-SELECT-FROM
006540         GO TO 2100-EXIT
006550     END-IF.
006560     MOVE CL-REF TO SR-REF.
006570     SET SR-FROM-LOG TO TRUE.
006580     MOVE CL-NAME TO SR-NAME.
006590     MOVE CL-DATE TO SR-DATE.
006600     MOVE CL-RES TO SR-RES.
006610     RELEASE SR-RECORD.
006620 2100-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    2200-RELEASE-ARCHIVE - RELEASE ONE CALCARCH REFERENCE.     *
006670*****************************************************************
006680 2200-RELEASE-ARCHIVE.
006690     READ CALC-ARCH
006700         AT END
006710             SET ARCH-EOF TO TRUE
006720             GO TO 2200-EXIT
006730     END-READ.
006740     IF CA-REF < WK-SELECT-FROM
006750         GO TO 2200-EXIT
006760     END-IF.
006770     MOVE CA-REF TO SR-REF.
006780     SET SR-FROM-ARCHIVE TO TRUE.
006790     MOVE CA-NAME TO SR-NAME.
006800     MOVE CA-DATE TO SR-DATE.
006810     MOVE CA-RES TO SR-RES.
006820     RELEASE SR-RECORD.
006830 2200-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*    2300-RELEASE-HOLD - RELEASE THE POSTING REFERENCE OF ONE   *
006880*    APPROVED CALCPEND HOLD.                                    *
006890*****************************************************************
006900 2300-RELEASE-HOLD.
006910     READ PENDING-CALC
006920         AT END
006930             SET PEND-EOF TO TRUE
006940             GO TO 2300-EXIT
006950     END-READ.
006960     IF NOT PD-APPROVED OR PD-POST-REF < WK-SELECT-FROM
006970         GO TO 2300-EXIT
006980     END-IF.
006990     MOVE PD-POST-REF TO SR-REF.
007000     SET SR-FROM-HOLD TO TRUE.
007010     MOVE PD-NAME TO SR-NAME.
007020     MOVE PD-DATE TO SR-DATE.
007030     MOVE PD-RES TO SR-RES.
007040     RELEASE SR-RECORD.
007050 2300-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*    3000-WALK-REFERENCES - SORT OUTPUT PROCEDURE. WALK THE     *
007100*    SORTED REFERENCES AGAINST THE ISSUED RANGE ONE REFERENCE   *
007110*    AT A TIME, THEN REPORT ANY GAP LEFT AT THE TOP.            *
007120*****************************************************************
007130 3000-WALK-REFERENCES.
007140     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
007150         UNTIL SORT-EOF.
007160     IF KEY-IS-OPEN
007170         PERFORM 3200-CLOSE-KEY THRU 3200-EXIT
007180     END-IF.
007190     IF WK-EXPECT-REF NOT > WK-RANGE-TO
007200         MOVE WK-RANGE-TO TO WK-GAP-TO
007210         PERFORM 3400-WRITE-GAP THRU 3400-EXIT
007220     END-IF.
007230 3000-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270*    3100-RETURN-ONE - TAKE ONE SORTED REFERENCE. A CHANGE OF   *
007280*    REFERENCE CLOSES THE PREVIOUS ONE AND OPENS THE NEW ONE,   *
007290*    REPORTING THE GAP BETWEEN THEM.                            *
007300*****************************************************************
007310 3100-RETURN-ONE.
007320     RETURN SORT-WORK
007330         AT END
007340             SET SORT-EOF TO TRUE
007350             GO TO 3100-EXIT
007360     END-RETURN.
007370     IF KEY-IS-OPEN AND SR-REF NOT = WK-CURR-REF
007380         PERFORM 3200-CLOSE-KEY THRU 3200-EXIT
007390     END-IF.
007400     IF KEY-IS-CLOSED
007410         PERFORM 3150-OPEN-KEY THRU 3150-EXIT
007420     END-IF.
007430     IF SR-REF NOT < WK-NEXT-REF
007440         PERFORM 3300-WRITE-ORPHAN THRU 3300-EXIT
007450         GO TO 3100-EXIT
007460     END-IF.
007470     IF SR-FROM-HOLD
007480         ADD 1 TO WK-HOLD-OCC
007490         MOVE SR-NAME TO WK-HOLD-NAME
007500         MOVE SR-DATE TO WK-HOLD-DATE
007510         MOVE SR-RES TO WK-HOLD-RES
007520         GO TO 3100-EXIT
007530     END-IF.
007540     ADD 1 TO WK-POST-OCC.
007550     PERFORM 3500-TIE-POSTING THRU 3500-EXIT.
007560     IF SR-REF < WK-RANGE-FROM
007570         GO TO 3100-EXIT
007580     END-IF.
007590     EVALUATE WK-POST-OCC
007600         WHEN 1
007610             MOVE SR-SOURCE TO WK-SAVE-SOURCE
007620             MOVE SR-NAME TO WK-SAVE-NAME
007630             MOVE SR-DATE TO WK-SAVE-DATE
007640             MOVE SR-RES TO WK-SAVE-RES
007650         WHEN 2
007660             ADD 1 TO WK-DUP-COUNT
007670             PERFORM 3160-WRITE-SAVED-DUP THRU 3160-EXIT
007680             PERFORM 3170-WRITE-THIS-DUP THRU 3170-EXIT
007690         WHEN OTHER
007700             PERFORM 3170-WRITE-THIS-DUP THRU 3170-EXIT
007710     END-EVALUATE.
007720 3100-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760*    3150-OPEN-KEY - START A NEW REFERENCE. EVERY ISSUED        *
007770*    REFERENCE BELOW IT NOT YET SEEN IS A GAP.                  *
007780*****************************************************************
007790 3150-OPEN-KEY.
007800     IF SR-REF > WK-EXPECT-REF
007810             AND WK-EXPECT-REF NOT > WK-RANGE-TO
007820         IF SR-REF > WK-RANGE-TO
007830             MOVE WK-RANGE-TO TO WK-GAP-TO
007840         ELSE
007850             COMPUTE WK-GAP-TO = SR-REF - 1
007860         END-IF
007870         PERFORM 3400-WRITE-GAP THRU 3400-EXIT
007880     END-IF.
007890     MOVE SR-REF TO WK-CURR-REF.
007900     MOVE ZEROS TO WK-POST-OCC.
007910     MOVE ZEROS TO WK-HOLD-OCC.
007920     SET KEY-IS-OPEN TO TRUE.
007930 3150-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970*    3160-WRITE-SAVED-DUP - LIST THE FIRST POSTING OF A         *
007980*    REFERENCE ONCE A SECOND ONE TURNS UP.                      *
007990*****************************************************************
008000 3160-WRITE-SAVED-DUP.
008010     MOVE 'DUPLICATE' TO WK-EL-TYPE.
008020     MOVE WK-CURR-REF TO WK-EL-REF.
008030     IF WK-SAVE-SOURCE = 'A'
008040         MOVE 'CALCARCH' TO WK-EL-SOURCE
008050     ELSE
008060         MOVE 'CALCLOG' TO WK-EL-SOURCE
008070     END-IF.
008080     MOVE WK-SAVE-NAME TO WK-EL-NAME.
008090     MOVE WK-SAVE-DATE TO WK-EL-DATE.
008100     MOVE WK-SAVE-RES TO WK-EL-AMOUNT.
008110     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
008120 3160-EXIT.
008130     EXIT.
008140
008150*****************************************************************
008160*    3170-WRITE-THIS-DUP - LIST A SECOND OR LATER POSTING OF    *
008170*    THE SAME REFERENCE.                                        *
008180*****************************************************************
008190 3170-WRITE-THIS-DUP.
008200     MOVE 'DUPLICATE' TO WK-EL-TYPE.
008210     MOVE SR-REF TO WK-EL-REF.
008220     IF SR-FROM-ARCHIVE
008230         MOVE 'CALCARCH' TO WK-EL-SOURCE
008240     ELSE
008250         MOVE 'CALCLOG' TO WK-EL-SOURCE
008260     END-IF.
008270     MOVE SR-NAME TO WK-EL-NAME.
008280     MOVE SR-DATE TO WK-EL-DATE.
008290     MOVE SR-RES TO WK-EL-AMOUNT.
008300     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
008310 3170-EXIT.
008320     EXIT.
008330
008340*****************************************************************
008350*    3200-CLOSE-KEY - FINISH ONE ISSUED REFERENCE. AN APPROVED  *
008360*    HOLD WITH NO POSTING, OR A POSTING REFERENCE CARRIED BY    *
008370*    TWO HOLDS, IS AN EXCEPTION.                                *
008380*****************************************************************
008390 3200-CLOSE-KEY.
008400     SET KEY-IS-CLOSED TO TRUE.
008410     IF WK-CURR-REF NOT < WK-EXPECT-REF
008420         COMPUTE WK-EXPECT-REF = WK-CURR-REF + 1
008430     END-IF.
008440     IF WK-CURR-REF < WK-RANGE-FROM
008450             OR WK-CURR-REF NOT < WK-NEXT-REF
008460         GO TO 3200-EXIT
008470     END-IF.
008480     IF WK-POST-OCC > ZEROS
008490         ADD 1 TO WK-FOUND-COUNT
008500     END-IF.
008510     IF WK-HOLD-OCC = ZEROS
008520         GO TO 3200-EXIT
008530     END-IF.
008540     MOVE WK-CURR-REF TO WK-EL-REF.
008550     MOVE 'CALCPEND' TO WK-EL-SOURCE.
008560     MOVE WK-HOLD-NAME TO WK-EL-NAME.
008570     MOVE WK-HOLD-DATE TO WK-EL-DATE.
008580     MOVE WK-HOLD-RES TO WK-EL-AMOUNT.
008590     IF WK-POST-OCC = ZEROS
008600         MOVE 'NOT POSTED' TO WK-EL-TYPE
008610         ADD 1 TO WK-UNPOSTED-COUNT
008620         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008630         MOVE WK-CURR-REF TO WK-EL-REF
008640         MOVE 'CALCPEND' TO WK-EL-SOURCE
008650         MOVE WK-HOLD-NAME TO WK-EL-NAME
008660         MOVE WK-HOLD-DATE TO WK-EL-DATE
008670         MOVE WK-HOLD-RES TO WK-EL-AMOUNT
008680     END-IF.
008690     IF WK-HOLD-OCC > 1
008700         MOVE 'DUPLICATE HOLD' TO WK-EL-TYPE
008710         ADD 1 TO WK-DUP-COUNT
008720         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008730     END-IF.
008740     MOVE SPACES TO WK-EXC-LINE.
008750 3200-EXIT.
008760     EXIT.
008770
008780*****************************************************************
008790*    3300-WRITE-ORPHAN - A REFERENCE AT OR ABOVE CS-NEXT-REF    *
008800*    WAS NEVER ISSUED. LIST EVERY OCCURRENCE.                   *
008810*****************************************************************
008820 3300-WRITE-ORPHAN.
008830     MOVE 'ORPHAN' TO WK-EL-TYPE.
008840     MOVE SR-REF TO WK-EL-REF.
008850     EVALUATE TRUE
008860         WHEN SR-FROM-ARCHIVE
008870             MOVE 'CALCARCH' TO WK-EL-SOURCE
008880         WHEN SR-FROM-LOG
008890             MOVE 'CALCLOG' TO WK-EL-SOURCE
008900         WHEN OTHER
008910             MOVE 'CALCPEND' TO WK-EL-SOURCE
008920     END-EVALUATE.
008930     MOVE SR-NAME TO WK-EL-NAME.
008940     MOVE SR-DATE TO WK-EL-DATE.
008950     MOVE SR-RES TO WK-EL-AMOUNT.
008960     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
008970     ADD 1 TO WK-ORPHAN-COUNT.
008980 3300-EXIT.
008990     EXIT.
009000
009010*****************************************************************
009020*    3400-WRITE-GAP - LIST ONE RUN OF MISSING REFERENCES, FROM  *
009030*    WK-EXPECT-REF THROUGH WK-GAP-TO, ON ONE LINE.              *
009040*****************************************************************
009050 3400-WRITE-GAP.
009060     MOVE 'GAP' TO WK-EL-TYPE.
009070     MOVE WK-EXPECT-REF TO WK-EL-REF.
009080     MOVE 'THRU' TO WK-EL-SOURCE.
009090     MOVE WK-GAP-TO TO WK-EL-NAME.
009100     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
009110     ADD 1 TO WK-GAP-COUNT.
009120     COMPUTE WK-MISSING-COUNT = WK-MISSING-COUNT
009130         + WK-GAP-TO - WK-EXPECT-REF + 1.
009140 3400-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180*    3500-TIE-POSTING - ADD ONE POSTING TO EVERY REGISTER       *
009190*    WINDOW ITS REFERENCE FALLS IN.                             *
009200*****************************************************************
009210 3500-TIE-POSTING.
009220     PERFORM 3510-TIE-ONE-ENTRY THRU 3510-EXIT
009230         VARYING WK-REG-SUB FROM 1 BY 1
009240         UNTIL WK-REG-SUB > WK-REG-COUNT.
009250 3500-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290*    3510-TIE-ONE-ENTRY - TEST ONE REGISTER WINDOW.             *
009300*****************************************************************
009310 3510-TIE-ONE-ENTRY.
009320     IF SR-REF NOT < WK-REG-FIRST-REF(WK-REG-SUB)
009330             AND SR-REF NOT > WK-REG-LAST-REF(WK-REG-SUB)
009340         ADD 1 TO WK-REG-ACT-COUNT(WK-REG-SUB)
009350         ADD SR-RES TO WK-REG-ACT-TOTAL(WK-REG-SUB)
009360     END-IF.
009370 3510-EXIT.
009380     EXIT.
009390
009400*****************************************************************
009410*    4000-REPORT-REGISTER - PRINT EACH REGISTER ENTRY'S POSTED  *
009420*    COUNT AND TOTAL AGAINST WHAT ITS REFERENCE WINDOW ACTUALLY *
009430*    HOLDS ON CALC-LOG AND CALCARCH.                            *
009440*****************************************************************
009450 4000-REPORT-REGISTER.
009460     MOVE SPACES TO RO-LINE.
009470     WRITE RO-LINE.
009480     MOVE 'BATCH REGISTER TIE-OUT' TO RO-LINE.
009490     WRITE RO-LINE.
009500     MOVE SPACES TO RO-LINE.
009510     WRITE RO-LINE.
009520     IF WK-REG-COUNT = ZEROS
009530         MOVE 'NO BATCHREG ENTRIES IN RANGE.' TO RO-LINE
009540         WRITE RO-LINE
009550         GO TO 4000-EXIT
009560     END-IF.
009570     MOVE WK-REG-HEAD-LINE TO RO-LINE.
009580     WRITE RO-LINE.
009590     MOVE SPACES TO RO-LINE.
009600     WRITE RO-LINE.
009610     PERFORM 4100-REPORT-ONE-ENTRY THRU 4100-EXIT
009620         VARYING WK-REG-SUB FROM 1 BY 1
009630         UNTIL WK-REG-SUB > WK-REG-COUNT.
009640 4000-EXIT.
009650     EXIT.
009660
009670*****************************************************************
009680*    4100-REPORT-ONE-ENTRY - PRINT THE REGISTERED AND ACTUAL    *
009690*    FIGURES FOR ONE ENTRY ON TWO LINES AND FLAG A MISMATCH.    *
009700*****************************************************************
009710 4100-REPORT-ONE-ENTRY.
009720     ADD 1 TO WK-REG-CHECKED-COUNT.
009730     MOVE SPACES TO WK-REG-LINE.
009740     MOVE WK-REG-SOURCE(WK-REG-SUB) TO WK-RL-SOURCE.
009750     MOVE WK-REG-DATE(WK-REG-SUB) TO WK-RL-DATE.
009760     MOVE WK-REG-SEQ(WK-REG-SUB) TO WK-RL-SEQ.
009770     MOVE 'BATCHREG' TO WK-RL-LABEL.
009780     MOVE WK-REG-POST-COUNT(WK-REG-SUB) TO WK-RL-COUNT.
009790     MOVE WK-REG-POST-TOTAL(WK-REG-SUB) TO WK-RL-TOTAL.
009800     MOVE WK-REG-LINE TO RO-LINE.
009810     WRITE RO-LINE.
009820     MOVE SPACES TO WK-REG-LINE.
009830     MOVE 'POSTINGS' TO WK-RL-LABEL.
009840     MOVE WK-REG-ACT-COUNT(WK-REG-SUB) TO WK-RL-COUNT.
009850     MOVE WK-REG-ACT-TOTAL(WK-REG-SUB) TO WK-RL-TOTAL.
009860     IF WK-REG-ACT-COUNT(WK-REG-SUB)
009870             = WK-REG-POST-COUNT(WK-REG-SUB)
009880             AND WK-REG-ACT-TOTAL(WK-REG-SUB)
009890             = WK-REG-POST-TOTAL(WK-REG-SUB)
009900         MOVE 'OK' TO WK-RL-STATUS
009910     ELSE
009920         MOVE 'MISMATCH' TO WK-RL-STATUS
009930         ADD 1 TO WK-REG-MISMATCH-COUNT
009940     END-IF.
009950     MOVE WK-REG-LINE TO RO-LINE.
009960     WRITE RO-LINE.
009970 4100-EXIT.
009980     EXIT.
009990
010000*****************************************************************
010010*    8000-WRITE-EXCEPTION - PRINT THE EXCEPTION LINE BUILT BY   *
010020*    THE CALLER, THEN CLEAR IT FOR THE NEXT ONE.                *
010030*****************************************************************
010040 8000-WRITE-EXCEPTION.
010050     MOVE WK-EXC-LINE TO RO-LINE.
010060     WRITE RO-LINE.
010070     MOVE SPACES TO WK-EXC-LINE.
010080 8000-EXIT.
010090     EXIT.
010100
010110*****************************************************************
010120*    9000-UPDATE-CONTROL - RECORD THE TOP OF THE RANGE JUST     *
010130*    PROVED SO THE NEXT RUN STARTS AFTER IT. A CALCSEQ THAT     *
010140*    HAS FALLEN BEHIND NEVER DRAGS THE MARK BACKWARDS.          *
010150*****************************************************************
010160 9000-UPDATE-CONTROL.
010170     COMPUTE WK-EXCEPTION-COUNT = WK-GAP-COUNT + WK-DUP-COUNT
010180         + WK-ORPHAN-COUNT + WK-UNPOSTED-COUNT
010190         + WK-REG-MISMATCH-COUNT.
010200     IF CALCSEQ-BEHIND
010210         ADD 1 TO WK-EXCEPTION-COUNT
010220         GO TO 9000-EXIT
010230     END-IF.
010240     IF WK-RANGE-TO < WK-LAST-REF
010250         GO TO 9000-EXIT
010260     END-IF.
010270     OPEN OUTPUT REF-CONTROL.
010280     IF NOT REFCTL-OK
010290         DISPLAY 'WARNING - ERROR OPENING REFCTL - STATUS '
010300             WK-REFCTL-STATUS ' - RANGE NOT RECORDED.'
010310         GO TO 9000-EXIT
010320     END-IF.
010330     MOVE WK-RANGE-TO TO RF-LAST-REF.
010340     MOVE WK-DATE TO RF-RUN-DATE.
010350     MOVE WK-EXCEPTION-COUNT TO RF-EXCEPTION-COUNT.
010360     WRITE RF-RECORD.
010370     IF NOT REFCTL-OK
010380         DISPLAY 'WARNING - REFCTL WRITE FAILED - STATUS '
010390             WK-REFCTL-STATUS
010400     END-IF.
010410     CLOSE REF-CONTROL.
010420 9000-EXIT.
010430     EXIT.
010440
010450*****************************************************************
010460*    9999-FINALIZE - PRINT THE RECONCILIATION TOTALS, CLOSE     *
010470*    THE LISTING AND SET THE RETURN CODE.                       *
010480*****************************************************************
010490 9999-FINALIZE.
010500     MOVE SPACES TO RO-LINE.
010510     WRITE RO-LINE.
010520     MOVE 'REFERENCES ISSUED IN RANGE.......' TO WK-TL-LABEL.
010530     MOVE WK-EXPECTED-COUNT TO WK-TL-COUNT.
010540     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010550     MOVE 'REFERENCES FOUND POSTED..........' TO WK-TL-LABEL.
010560     MOVE WK-FOUND-COUNT TO WK-TL-COUNT.
010570     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010580     MOVE 'GAPS.............................' TO WK-TL-LABEL.
010590     MOVE WK-GAP-COUNT TO WK-TL-COUNT.
010600     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010610     MOVE 'REFERENCES MISSING...............' TO WK-TL-LABEL.
010620     MOVE WK-MISSING-COUNT TO WK-TL-COUNT.
010630     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010640     MOVE 'DUPLICATED REFERENCES............' TO WK-TL-LABEL.
010650     MOVE WK-DUP-COUNT TO WK-TL-COUNT.
010660     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010670     MOVE 'ORPHAN REFERENCES................' TO WK-TL-LABEL.
010680     MOVE WK-ORPHAN-COUNT TO WK-TL-COUNT.
010690     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010700     MOVE 'APPROVED HOLDS NOT POSTED........' TO WK-TL-LABEL.
010710     MOVE WK-UNPOSTED-COUNT TO WK-TL-COUNT.
010720     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010730     MOVE 'REGISTER ENTRIES TIED OUT........' TO WK-TL-LABEL.
010740     MOVE WK-REG-CHECKED-COUNT TO WK-TL-COUNT.
010750     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010760     MOVE 'REGISTER MISMATCHES..............' TO WK-TL-LABEL.
010770     MOVE WK-REG-MISMATCH-COUNT TO WK-TL-COUNT.
010780     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010790     MOVE 'TOTAL EXCEPTIONS.................' TO WK-TL-LABEL.
010800     MOVE WK-EXCEPTION-COUNT TO WK-TL-COUNT.
010810     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010820     CLOSE REPORT-OUT.
010830     IF WK-EXCEPTION-COUNT > ZEROS
010840         MOVE 4 TO RETURN-CODE
010850     END-IF.
010860     DISPLAY 'REFERENCES CHECKED.....: ' WK-RANGE-FROM ' THRU '
010870         WK-RANGE-TO.
010880     DISPLAY 'EXCEPTIONS.............: ' WK-EXCEPTION-COUNT.
010890 9999-EXIT.
010900     EXIT.
010910
010920*****************************************************************
010930*    9100-WRITE-TOTAL - PRINT ONE TOTAL LINE.                   *
010940*****************************************************************
010950 9100-WRITE-TOTAL.
010960     MOVE WK-TOTAL-LINE TO RO-LINE.
010970     WRITE RO-LINE.
010980 9100-EXIT.
010990     EXIT.
011000
011010*****************************************************************
011020*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
011030*    RUN TO THE SHARED JOB-RUN LOG.                             *
011040*****************************************************************
011050 9800-LOG-JOB-START.
011060     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
011070     ACCEPT WK-TIME-SYS FROM TIME.
011080     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
011090     MOVE SPACES TO JL-RECORD.
011100     MOVE 'REFRECON' TO JL-PROGRAM.
011110     SET JL-START-REC TO TRUE.
011120     MOVE WK-JOB-START-DATE TO JL-START-DATE.
011130     MOVE WK-JOB-START-TIME TO JL-START-TIME.
011140     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
011150     MOVE WK-JOB-PARAMS TO JL-PARAMS.
011160     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
011170         JL-REJECT-COUNT JL-RETURN-CODE.
011180     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
011190 9800-EXIT.
011200     EXIT.
011210
011220*****************************************************************
011230*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
011240*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
011250*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
011260*****************************************************************
011270 9810-LOG-JOB-END.
011280     MOVE WK-FOUND-COUNT TO WK-JOB-READ-COUNT.
011290     MOVE WK-EXCEPTION-COUNT TO WK-JOB-REJECT-COUNT.
011300     MOVE SPACES TO JL-RECORD.
011310     MOVE 'REFRECON' TO JL-PROGRAM.
011320     SET JL-END-REC TO TRUE.
011330     MOVE WK-JOB-START-DATE TO JL-START-DATE.
011340     MOVE WK-JOB-START-TIME TO JL-START-TIME.
011350     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
011360     ACCEPT WK-TIME-SYS FROM TIME.
011370     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
011380     MOVE WK-JOB-PARAMS TO JL-PARAMS.
011390     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
011400     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
011410     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
011420     MOVE RETURN-CODE TO JL-RETURN-CODE.
011430     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
011440 9810-EXIT.
011450     EXIT.
011460
011470*****************************************************************
011480*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
011490*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
011500*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
011510*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
011520*    WARNING - IT NEVER STOPS THE RUN.                          *
011530*****************************************************************
011540 9820-WRITE-JOB-LOG.
011550     OPEN EXTEND JOB-LOG.
011560     IF JOBLOG-NOT-FOUND
011570         OPEN OUTPUT JOB-LOG
011580     END-IF.
011590     IF NOT JOBLOG-OK
011600         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
011610             WK-JOBLOG-STATUS
011620         GO TO 9820-EXIT
011630     END-IF.
011640     WRITE JL-RECORD.
011650     IF NOT JOBLOG-OK
011660         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
011670             WK-JOBLOG-STATUS
011680     END-IF.
011690     CLOSE JOB-LOG.
011700 9820-EXIT.
011710     EXIT.
