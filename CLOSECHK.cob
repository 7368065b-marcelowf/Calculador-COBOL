000010*****************************************************************
000020*    PROGRAM-ID  : CLOSECHK                                     *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : MONTH-END CLOSE READINESS CHECK. RUN AS THE  *
000070*                  STEP BEFORE MTHCLOSE, OFF THE SAME PARMCARD, *
000080*                  IT LOOKS FOR THE LOOSE ENDS A CLOSE WOULD    *
000090*                  OTHERWISE ARCHIVE PAST:                      *
000100*                    - CALCPEND ITEMS FOR THE PERIOD STILL      *
000110*                      WAITING ON A CALCAPPR DECISION;          *
000120*                    - CALCREJ REJECTS WHOSE REJECT FILE WAS    *
000130*                      NEVER RESUBMITTED THROUGH CALCBAT (NO    *
000140*                      BATCHREG ENTRY FOR ITS HEADER);          *
000150*                    - A NON-ZERO CHECKPT, I.E. A CALCBAT RUN   *
000160*                      THAT STOPPED PART WAY THROUGH;           *
000170*                    - STDTXN STANDING ENTRIES DUE FOR THE      *
000180*                      PERIOD WITH NO MATCHING POSTING ON       *
000190*                      CALC-LOG OR HOLD ON CALCPEND.            *
000200*                  EVERY EXCEPTION IS PRINTED ON THE CLOSRPT    *
000210*                  LISTING. RETURN CODES FOR THE JOB STREAM:    *
000220*                    0  - PERIOD READY, MTHCLOSE MAY RUN.       *
000230*                    4  - EXCEPTIONS FOUND BUT THE CLOSE WAS    *
000240*                         FORCED BY AN ADM AT THE CONSOLE.      *
000250*                    8  - PARAMETER CARD OR PERIOD INVALID.     *
000260*                    12 - EXCEPTIONS FOUND, CLOSE NOT FORCED.   *
000270*                  MTHCLOSE IS CONDITIONED TO RUN ONLY ON AN RC *
000280*                  OF 4 OR LESS FROM THIS STEP.                 *
000290*    MODIFICATION HISTORY                                       *
000300*    -------------------                                        *
000310*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000320*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000330*                      JOBLOG JOB-RUN LOG.                      *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CLOSECHK.
000370 AUTHOR. J. B. FONSECA.
000380 INSTALLATION. DATA PROCESSING DEPT.
000390 DATE-WRITTEN. 15/10/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. GENERIC.
000450 OBJECT-COMPUTER. GENERIC.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WK-CALCLOG-STATUS.
000540     SELECT PENDING-CALC ASSIGN TO 'CALCPEND'
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WK-PEND-STATUS.
000570     SELECT REJECT-TXN ASSIGN TO 'CALCREJ'
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WK-REJECT-STATUS.
000600     SELECT BATCH-REGISTER ASSIGN TO 'BATCHREG'
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WK-BATCHREG-STATUS.
000630     SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPT'
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WK-CHKPT-STATUS.
000660     SELECT STANDING-MASTER ASSIGN TO 'STDTXN'
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS ST-ID
000700         FILE STATUS IS WK-STDTXN-STATUS.
000710     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WK-PERD-STATUS.
000740     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS USR-ID
000780         FILE STATUS IS WK-USRMAST-STATUS.
000790     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WK-PARAM-STATUS.
000820     SELECT REPORT-OUT ASSIGN TO 'CLOSRPT'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WK-REPORT-STATUS.
000850     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WK-JOBLOG-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CALC-LOG
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY CALCLOG.
000950
000960 FD  PENDING-CALC
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY PENDCAL.
001000
001010 FD  REJECT-TXN
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY BATCHTX.
001050
001060 FD  BATCH-REGISTER
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY BATCHRG.
001100
001110 FD  CHECKPOINT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 COPY CHKPT.
001150
001160 FD  STANDING-MASTER
001170     LABEL RECORDS ARE STANDARD.
001180 COPY STDTXN.
001190
001200 FD  PERIOD-CONTROL
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY PERDCTL.
001240
001250 FD  USER-MASTER
001260     LABEL RECORDS ARE STANDARD.
001270 COPY USRMAST.
001280
001290 FD  PARAM-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  PM-CARD.
001330     05  PM-PERIOD               PIC X(06).
001340     05  PM-FORCE                PIC X(01).
001350     05  FILLER                  PIC X(73).
001360
001370 FD  REPORT-OUT
001380     LABEL RECORDS ARE STANDARD.
001390 01  RO-LINE                     PIC X(80).
001400
001410 FD  JOB-LOG
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY JOBLOG.
001450
001460 WORKING-STORAGE SECTION.
001470 COPY WSCALC.
001480
001490 77  WK-PEND-STATUS              PIC X(02) VALUE ZEROS.
001500     88  PEND-OK                     VALUE '00'.
001510     88  PEND-EOF                    VALUE '10'.
001520     88  PEND-NOT-FOUND              VALUE '35'.
001530
001540 77  WK-REJECT-STATUS            PIC X(02) VALUE ZEROS.
001550     88  REJECT-OK                   VALUE '00'.
001560     88  REJECT-EOF                  VALUE '10'.
001570     88  REJECT-NOT-FOUND            VALUE '35'.
001580
001590 77  WK-BATCHREG-STATUS          PIC X(02) VALUE ZEROS.
001600     88  BATCHREG-OK                 VALUE '00'.
001610     88  BATCHREG-EOF                VALUE '10'.
001620     88  BATCHREG-NOT-FOUND          VALUE '35'.
001630
001640 77  WK-CHKPT-STATUS             PIC X(02) VALUE ZEROS.
001650     88  CHKPT-OK                    VALUE '00'.
001660     88  CHKPT-NOT-FOUND             VALUE '35'.
001670
001680 77  WK-STDTXN-STATUS            PIC X(02) VALUE ZEROS.
001690     88  STDTXN-OK                   VALUE '00'.
001700     88  STDTXN-EOF                  VALUE '10'.
001710     88  STDTXN-NOT-FOUND            VALUE '35'.
001720
001730 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001740     88  PERD-OK                     VALUE '00'.
001750     88  PERD-EOF                    VALUE '10'.
001760     88  PERD-NOT-FOUND              VALUE '35'.
001770
001780 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
001790     88  USRMAST-OK                  VALUE '00'.
001800
001810 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001820     88  PARAM-OK                    VALUE '00'.
001830     88  PARAM-EOF                   VALUE '10'.
001840     88  PARAM-NOT-FOUND             VALUE '35'.
001850
001860 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001870     88  REPORT-OK                   VALUE '00'.
001880
001890 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001900     88  JOBLOG-OK                   VALUE '00'.
001910     88  JOBLOG-NOT-FOUND            VALUE '35'.
001920
001930 01  WK-PARAM-SWITCHES.
001940     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001950         88  PARAM-MODE              VALUE 'Y'.
001960         88  CONSOLE-MODE            VALUE 'N'.
001970     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001980         88  PARAM-CARD-VALID        VALUE 'Y'.
001990         88  PARAM-CARD-INVALID      VALUE 'N'.
002000     05  WK-SW-FORCE             PIC X(01) VALUE 'N'.
002010         88  FORCE-REQUESTED         VALUE 'Y'.
002020         88  FORCE-NOT-REQUESTED     VALUE 'N'.
002030
002040 01  WK-CHECK-SWITCHES.
002050     05  WK-SW-PERIOD-OK         PIC X(01) VALUE 'N'.
002060         88  PERIOD-IS-VALID         VALUE 'Y'.
002070         88  PERIOD-IS-INVALID       VALUE 'N'.
002080     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
002090         88  LOG-EOF                 VALUE 'Y'.
002100         88  LOG-NOT-EOF             VALUE 'N'.
002110     05  WK-SW-REJ-RESUBMITTED   PIC X(01) VALUE 'N'.
002120         88  REJECTS-RESUBMITTED     VALUE 'Y'.
002130         88  REJECTS-OUTSTANDING     VALUE 'N'.
002140     05  WK-SW-ENTRY-DUE         PIC X(01) VALUE 'N'.
002150         88  ENTRY-IS-DUE            VALUE 'Y'.
002160         88  ENTRY-NOT-DUE           VALUE 'N'.
002170     05  WK-SW-MATCH             PIC X(01) VALUE 'N'.
002180         88  MATCH-FOUND             VALUE 'Y'.
002190         88  MATCH-NOT-FOUND         VALUE 'N'.
002200     05  WK-SW-OVERRIDE          PIC X(01) VALUE 'N'.
002210         88  OVERRIDE-GRANTED        VALUE 'Y'.
002220         88  OVERRIDE-REFUSED        VALUE 'N'.
002230     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
002240         88  USER-FOUND              VALUE 'Y'.
002250         88  USER-NOT-FOUND          VALUE 'N'.
002260
002270 01  WK-CHECK-PERIOD-FIELDS.
002280     05  WK-PERIOD-TEXT          PIC X(06) VALUE SPACES.
002290     05  WK-CHECK-PERIOD         PIC 9(06) VALUE ZEROS.
002300     05  WK-CHECK-PERIOD-SPLIT REDEFINES WK-CHECK-PERIOD.
002310         10  WK-CHECK-YEAR       PIC 9(04).
002320         10  WK-CHECK-MONTH      PIC 9(02).
002330     05  WK-FROM-PERIOD          PIC 9(06) VALUE ZEROS.
002340     05  WK-FROM-PERIOD-SPLIT REDEFINES WK-FROM-PERIOD.
002350         10  WK-FROM-YEAR        PIC 9(04).
002360         10  WK-FROM-MONTH       PIC 9(02).
002370     05  WK-CURR-PERIOD          PIC 9(06) VALUE ZEROS.
002380     05  WK-REC-PERIOD           PIC 9(06) VALUE ZEROS.
002390     05  WK-PC-PERIOD            PIC 9(06) VALUE ZEROS.
002400     05  WK-REJ-HDR-DATE         PIC 9(08) VALUE ZEROS.
002410     05  WK-REJ-HDR-SPLIT REDEFINES WK-REJ-HDR-DATE.
002420         10  WK-REJ-HDR-PERIOD   PIC 9(06).
002430         10  WK-REJ-HDR-DAY      PIC 9(02).
002440
002450 01  WK-QUARTER-FIELDS.
002460     05  WK-QUARTER              PIC 9(02) VALUE ZEROS.
002470     05  WK-QTR-REMAINDER        PIC 9(02) VALUE ZEROS.
002480
002490 01  WK-EXCEPTION-COUNTS.
002500     05  WK-PENDING-EXC-COUNT    PIC 9(05) VALUE ZEROS.
002510     05  WK-REJECT-EXC-COUNT     PIC 9(05) VALUE ZEROS.
002520     05  WK-CHKPT-EXC-COUNT      PIC 9(05) VALUE ZEROS.
002530     05  WK-STANDING-EXC-COUNT   PIC 9(05) VALUE ZEROS.
002540     05  WK-FILE-EXC-COUNT       PIC 9(05) VALUE ZEROS.
002550     05  WK-TOTAL-EXC-COUNT      PIC 9(05) VALUE ZEROS.
002560
002570 01  WK-STANDING-FIELDS.
002580     05  WK-ST-COUNT             PIC 9(03) VALUE ZEROS.
002590     05  WK-ST-SUB               PIC 9(03) VALUE ZEROS.
002600     05  WK-MATCH-NAME           PIC X(20) VALUE SPACES.
002610     05  WK-MATCH-SIN            PIC X(01) VALUE SPACES.
002620     05  WK-MATCH-N01            PIC S9(05)V99 VALUE ZEROS.
002630     05  WK-MATCH-N02            PIC S9(05)V99 VALUE ZEROS.
002640
002650 01  WK-STANDING-TABLE.
002660     05  WK-ST-ENTRY             OCCURS 500 TIMES.
002670         10  WK-ST-ID            PIC X(08).
002680         10  WK-ST-NAME          PIC X(20).
002690         10  WK-ST-SIN           PIC X(01).
002700         10  WK-ST-N01           PIC S9(05)V99.
002710         10  WK-ST-N02           PIC S9(05)V99.
002720         10  WK-ST-MATCHED       PIC X(01).
002730             88  ST-ENTRY-MATCHED    VALUE 'Y'.
002740             88  ST-ENTRY-UNMATCHED  VALUE 'N'.
002750
002760 77  WK-OVERRIDE-REPLY           PIC X(01) VALUE SPACES.
002770 77  WK-ADMIN-ID                 PIC X(08) VALUE SPACES.
002780 77  WK-ADMIN-PIN                PIC X(04) VALUE SPACES.
002790
002800 01  WK-ECHO-LINE.
002810     05  FILLER                  PIC X(08) VALUE 'PERIOD= '.
002820     05  WK-EC-PERIOD            PIC 9(06) VALUE ZEROS.
002830     05  FILLER                  PIC X(08) VALUE '  FORCE='.
002840     05  WK-EC-FORCE             PIC X(01) VALUE SPACES.
002850     05  FILLER                  PIC X(57) VALUE SPACES.
002860
002870 01  WK-EXC-LINE.
002880     05  WK-EL-TYPE              PIC X(14) VALUE SPACES.
002890     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  WK-EL-NAME              PIC X(20) VALUE SPACES.
002910     05  FILLER                  PIC X(01) VALUE SPACES.
002920     05  WK-EL-DATE              PIC X(08) VALUE SPACES.
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  WK-EL-AMOUNT            PIC +Z.ZZZ.ZZ9,99.
002950     05  FILLER                  PIC X(01) VALUE SPACES.
002960     05  WK-EL-NOTE              PIC X(21) VALUE SPACES.
002970
002980 01  WK-HEAD-LINE.
002990     05  FILLER                  PIC X(15) VALUE 'EXCEPTION'.
003000     05  FILLER                  PIC X(21) VALUE 'NAME / ITEM'.
003010     05  FILLER                  PIC X(09) VALUE 'DATE'.
003020     05  FILLER                  PIC X(14) VALUE '       AMOUNT'.
003030     05  FILLER                  PIC X(21) VALUE 'DETAIL'.
003040
003050 01  WK-TOTAL-LINE.
003060     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
003070     05  WK-TL-COUNT             PIC ZZZZ9 VALUE ZEROS.
003080     05  FILLER                  PIC X(41) VALUE SPACES.
003090
003100 01  WK-TIME-SYS.
003110     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
003120     03  FILLER                  PIC 9(02) VALUE ZEROS.
003130
003140 01  WK-JOB-FIELDS.
003150     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
003160     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
003170     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
003180     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
003190     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
003200     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
003210
003220 PROCEDURE DIVISION.
003230*****************************************************************
003240*    0000-MAINLINE - PROGRAM CONTROL                            *
003250*****************************************************************
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     IF PERIOD-IS-VALID
003290         PERFORM 2000-LOAD-STANDING THRU 2000-EXIT
003300         PERFORM 3000-CHECK-PENDING THRU 3000-EXIT
003310         PERFORM 4000-CHECK-REJECTS THRU 4000-EXIT
003320         PERFORM 5000-CHECK-CHECKPOINT THRU 5000-EXIT
003330         PERFORM 6000-MATCH-POSTINGS THRU 6000-EXIT
003340         PERFORM 6500-LIST-STANDING THRU 6500-EXIT
003350         PERFORM 7000-DECIDE THRU 7000-EXIT
003360         PERFORM 9999-FINALIZE THRU 9999-EXIT
003370     END-IF.
003380     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003390     STOP RUN.
003400
003410*****************************************************************
003420*    1000-INITIALIZE - ACCEPT AND VALIDATE THE PERIOD TO BE     *
003430*    CHECKED BY THE SAME RULES MTHCLOSE APPLIES, THEN OPEN THE  *
003440*    EXCEPTIONS LISTING AND WRITE ITS HEADINGS.                 *
003450*****************************************************************
003460 1000-INITIALIZE.
003470     ACCEPT WK-DATE FROM DATE YYYYMMDD.
003480     COMPUTE WK-CURR-PERIOD =
003490         WK-YEAR-SYS * 100 + WK-MONTH-SYS.
003500     DISPLAY '*** MONTH-END CLOSE READINESS CHECK ***'.
003510     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
003520     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
003530     IF PARAM-MODE AND PARAM-CARD-INVALID
003540         DISPLAY 'PARAMETER CARD INVALID - CHECK ABANDONED.'
003550         MOVE 8 TO RETURN-CODE
003560         SET PERIOD-IS-INVALID TO TRUE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     IF PARAM-MODE
003600         DISPLAY 'PERIOD TO CHECK (FROM PARAMETER CARD): '
003610             WK-PERIOD-TEXT
003620     ELSE
003630         DISPLAY 'PERIOD TO CHECK (YYYYMM): '
003640             WITH NO ADVANCING
003650         ACCEPT WK-PERIOD-TEXT
003660         MOVE WK-PERIOD-TEXT TO WK-JOB-PARAMS(1:6)
003670     END-IF.
003680     SET PERIOD-IS-INVALID TO TRUE.
003690     IF WK-PERIOD-TEXT IS NUMERIC
003700         MOVE WK-PERIOD-TEXT TO WK-CHECK-PERIOD
003710         IF WK-CHECK-MONTH > 00 AND WK-CHECK-MONTH < 13
003720             SET PERIOD-IS-VALID TO TRUE
003730         END-IF
003740     END-IF.
003750     IF PERIOD-IS-INVALID
003760         DISPLAY 'INVALID PERIOD - USE YYYYMM - CHECK ABANDONED.'
003770         MOVE 8 TO RETURN-CODE
003780         GO TO 1000-EXIT
003790     END-IF.
003800     IF WK-CHECK-PERIOD NOT < WK-CURR-PERIOD
003810         DISPLAY 'MAY NOT CLOSE THE CURRENT OR A FUTURE PERIOD.'
003820         SET PERIOD-IS-INVALID TO TRUE
003830         MOVE 8 TO RETURN-CODE
003840         GO TO 1000-EXIT
003850     END-IF.
003860     PERFORM 1100-CHECK-ALREADY-CLOSED THRU 1100-EXIT.
003870     IF PERIOD-IS-INVALID
003880         MOVE 8 TO RETURN-CODE
003890         GO TO 1000-EXIT
003900     END-IF.
003910     PERFORM 1300-OPEN-REPORT THRU 1300-EXIT.
003920 1000-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
003970*    PARAMETER FILE. A MISSING FILE MEANS THE CONSOLE PROMPT.   *
003980*    CARD LAYOUT: COLS 1-6 PERIOD YYYYMM, AS FOR MTHCLOSE, SO   *
003990*    ONE CARD DRIVES BOTH STEPS. COL 7 'F' ASKS FOR AN ADM      *
004000*    FORCE WHEN EXCEPTIONS ARE FOUND; BLANK MEANS NO FORCE.     *
004010*****************************************************************
004020 1050-READ-PARAM-CARD.
004030     SET CONSOLE-MODE TO TRUE.
004040     SET PARAM-CARD-VALID TO TRUE.
004050     SET FORCE-NOT-REQUESTED TO TRUE.
004060     OPEN INPUT PARAM-FILE.
004070     IF PARAM-NOT-FOUND
004080         GO TO 1050-EXIT
004090     END-IF.
004100     IF NOT PARAM-OK
004110         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
004120             WK-PARAM-STATUS
004130         SET PARAM-MODE TO TRUE
004140         SET PARAM-CARD-INVALID TO TRUE
004150         GO TO 1050-EXIT
004160     END-IF.
004170     SET PARAM-MODE TO TRUE.
004180     READ PARAM-FILE
004190         AT END
004200             DISPLAY 'PARAMETER FILE IS EMPTY.'
004210             SET PARAM-CARD-INVALID TO TRUE
004220             CLOSE PARAM-FILE
004230             GO TO 1050-EXIT
004240     END-READ.
004250     MOVE PM-CARD TO WK-JOB-PARAMS.
004260     MOVE PM-PERIOD TO WK-PERIOD-TEXT.
004270     EVALUATE PM-FORCE
004280         WHEN 'F'
004290             SET FORCE-REQUESTED TO TRUE
004300         WHEN SPACE
004310             SET FORCE-NOT-REQUESTED TO TRUE
004320         WHEN OTHER
004330             DISPLAY 'INVALID FORCE FLAG ON CARD - USE F OR '
004340                 'BLANK.'
004350             SET PARAM-CARD-INVALID TO TRUE
004360     END-EVALUATE.
004370     CLOSE PARAM-FILE.
004380 1050-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420*    1100-CHECK-ALREADY-CLOSED - SCAN THE PERIOD-CONTROL FILE   *
004430*    AND REFUSE A PERIOD THAT IS ALREADY CLOSED.                *
004440*****************************************************************
004450 1100-CHECK-ALREADY-CLOSED.
004460     OPEN INPUT PERIOD-CONTROL.
004470     IF PERD-NOT-FOUND
004480         GO TO 1100-EXIT
004490     END-IF.
004500     IF NOT PERD-OK
004510         DISPLAY 'ERROR OPENING PERDCTL - STATUS ' WK-PERD-STATUS
004520         SET PERIOD-IS-INVALID TO TRUE
004530         GO TO 1100-EXIT
004540     END-IF.
004550     PERFORM 1110-CHECK-ONE-PERIOD THRU 1110-EXIT
004560         UNTIL PERD-EOF OR PERIOD-IS-INVALID.
004570     CLOSE PERIOD-CONTROL.
004580 1100-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620*    1110-CHECK-ONE-PERIOD - COMPARE ONE PERIOD-CONTROL         *
004630*    RECORD AGAINST THE PERIOD BEING CHECKED.                   *
004640*****************************************************************
004650 1110-CHECK-ONE-PERIOD.
004660     READ PERIOD-CONTROL
004670         AT END
004680             SET PERD-EOF TO TRUE
004690             GO TO 1110-EXIT
004700     END-READ.
004710     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
004720     IF WK-PC-PERIOD = WK-CHECK-PERIOD
004730         DISPLAY 'PERIOD ' WK-CHECK-PERIOD ' IS ALREADY CLOSED.'
004740         SET PERIOD-IS-INVALID TO TRUE
004750     END-IF.
004760 1110-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800*    1300-OPEN-REPORT - OPEN THE CLOSRPT LISTING, ECHO THE      *
004810*    PERIOD AND FORCE FLAG, AND WRITE THE COLUMN HEADINGS.      *
004820*****************************************************************
004830 1300-OPEN-REPORT.
004840     OPEN OUTPUT REPORT-OUT.
004850     IF NOT REPORT-OK
004860         DISPLAY 'ERROR OPENING CLOSRPT - STATUS '
004870             WK-REPORT-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
004900         STOP RUN
004910     END-IF.
004920     MOVE SPACES TO RO-LINE.
004930     MOVE 'MONTH-END CLOSE READINESS EXCEPTIONS' TO RO-LINE.
004940     WRITE RO-LINE.
004950     MOVE WK-CHECK-PERIOD TO WK-EC-PERIOD.
004960     IF FORCE-REQUESTED
004970         MOVE 'F' TO WK-EC-FORCE
004980     ELSE
004990         MOVE 'N' TO WK-EC-FORCE
005000     END-IF.
005010     MOVE WK-ECHO-LINE TO RO-LINE.
005020     WRITE RO-LINE.
005030     MOVE SPACES TO RO-LINE.
005040     WRITE RO-LINE.
005050     MOVE WK-HEAD-LINE TO RO-LINE.
005060     WRITE RO-LINE.
005070     MOVE SPACES TO RO-LINE.
005080     WRITE RO-LINE.
005090     MOVE SPACES TO WK-EXC-LINE.
005100 1300-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*    2000-LOAD-STANDING - LOAD EVERY ACTIVE STDTXN STANDING     *
005150*    ENTRY DUE IN THE PERIOD INTO THE TABLE, UNMATCHED. 3000    *
005160*    AND 6000 THEN TICK OFF EACH ONE THAT WAS HELD OR POSTED.   *
005170*    A MISSING FILE MEANS NO STANDING ENTRIES.                  *
005180*****************************************************************
005190 2000-LOAD-STANDING.
005200     MOVE ZEROS TO WK-ST-COUNT.
005210     OPEN INPUT STANDING-MASTER.
005220     IF STDTXN-NOT-FOUND
005230         GO TO 2000-EXIT
005240     END-IF.
005250     IF NOT STDTXN-OK
005260         MOVE 'STDTXN' TO WK-EL-NAME
005270         MOVE WK-STDTXN-STATUS TO WK-EL-DATE
005280         PERFORM 8100-WRITE-FILE-ERROR THRU 8100-EXIT
005290         GO TO 2000-EXIT
005300     END-IF.
005310     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
005320         UNTIL STDTXN-EOF.
005330     CLOSE STANDING-MASTER.
005340 2000-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380*    2100-LOAD-ONE-ENTRY - ADD ONE DUE, ACTIVE STANDING ENTRY   *
005390*    TO THE TABLE.                                              *
005400*****************************************************************
005410 2100-LOAD-ONE-ENTRY.
005420     READ STANDING-MASTER NEXT RECORD
005430         AT END
005440             SET STDTXN-EOF TO TRUE
005450             GO TO 2100-EXIT
005460     END-READ.
005470     IF ST-INACTIVE
005480         GO TO 2100-EXIT
005490     END-IF.
005500     PERFORM 2200-CHECK-DUE THRU 2200-EXIT.
005510     IF ENTRY-NOT-DUE
005520         GO TO 2100-EXIT
005530     END-IF.
005540     IF WK-ST-COUNT < 500
005550         ADD 1 TO WK-ST-COUNT
005560         MOVE ST-ID TO WK-ST-ID(WK-ST-COUNT)
005570         MOVE ST-NAME TO WK-ST-NAME(WK-ST-COUNT)
005580         MOVE ST-SIN TO WK-ST-SIN(WK-ST-COUNT)
005590         MOVE ST-N01 TO WK-ST-N01(WK-ST-COUNT)
005600         MOVE ST-N02 TO WK-ST-N02(WK-ST-COUNT)
005610         SET ST-ENTRY-UNMATCHED(WK-ST-COUNT) TO TRUE
005620     ELSE
005630         DISPLAY 'WARNING - STANDING-ENTRY TABLE FULL AT 500 - '
005640             ST-ID ' NOT CHECKED.'
005650     END-IF.
005660 2100-EXIT.
005670     EXIT.
005680
005690*****************************************************************
005700*    2200-CHECK-DUE - THE STDGEN DUE RULE: SET THE DUE SWITCH   *
005710*    WHEN THE STANDING ENTRY FALLS IN ITS EFFECTIVE RANGE AND   *
005720*    ITS FREQUENCY LANDS ON THE PERIOD BEING CHECKED. A ZERO    *
005730*    ST-EFF-TO MEANS NO END PERIOD.                             *
005740*****************************************************************
005750 2200-CHECK-DUE.
005760     SET ENTRY-NOT-DUE TO TRUE.
005770     IF WK-CHECK-PERIOD < ST-EFF-FROM
005780         GO TO 2200-EXIT
005790     END-IF.
005800     IF ST-EFF-TO > ZEROS AND WK-CHECK-PERIOD > ST-EFF-TO
005810         GO TO 2200-EXIT
005820     END-IF.
005830     MOVE ST-EFF-FROM TO WK-FROM-PERIOD.
005840     EVALUATE TRUE
005850         WHEN ST-FREQ-MONTHLY
005860             SET ENTRY-IS-DUE TO TRUE
005870         WHEN ST-FREQ-QUARTERLY
005880             DIVIDE WK-CHECK-MONTH BY 3 GIVING WK-QUARTER
005890                 REMAINDER WK-QTR-REMAINDER
005900             IF WK-QTR-REMAINDER = ZEROS
005910                 SET ENTRY-IS-DUE TO TRUE
005920             END-IF
005930         WHEN ST-FREQ-YEARLY
005940             IF WK-CHECK-MONTH = WK-FROM-MONTH
005950                 SET ENTRY-IS-DUE TO TRUE
005960             END-IF
005970     END-EVALUATE.
005980 2200-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020*    3000-CHECK-PENDING - LIST EVERY CALCPEND ITEM FOR THE      *
006030*    PERIOD STILL WAITING ON A DECISION. A HELD OR APPROVED     *
006040*    ITEM ALSO ACCOUNTS FOR A DUE STANDING ENTRY; A REJECTED    *
006050*    ONE NEVER POSTED AND DOES NOT.                             *
006060*****************************************************************
006070 3000-CHECK-PENDING.
006080     OPEN INPUT PENDING-CALC.
006090     IF PEND-NOT-FOUND
006100         GO TO 3000-EXIT
006110     END-IF.
006120     IF NOT PEND-OK
006130         MOVE 'CALCPEND' TO WK-EL-NAME
006140         MOVE WK-PEND-STATUS TO WK-EL-DATE
006150         PERFORM 8100-WRITE-FILE-ERROR THRU 8100-EXIT
006160         GO TO 3000-EXIT
006170     END-IF.
006180     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
006190         UNTIL PEND-EOF.
006200     CLOSE PENDING-CALC.
006210 3000-EXIT.
006220     EXIT.
006230
006240*****************************************************************
006250*    3100-CHECK-ONE-ITEM - CHECK ONE HOLD-QUEUE ITEM.           *
006260*****************************************************************
006270 3100-CHECK-ONE-ITEM.
006280     READ PENDING-CALC
006290         AT END
006300             SET PEND-EOF TO TRUE
006310             GO TO 3100-EXIT
006320     END-READ.
006330     COMPUTE WK-REC-PERIOD = PD-YEAR * 100 + PD-MONTH.
006340     IF WK-REC-PERIOD NOT = WK-CHECK-PERIOD
006350         GO TO 3100-EXIT
006360     END-IF.
006370     IF NOT PD-REJECTED
006380         MOVE PD-NAME TO WK-MATCH-NAME
006390         MOVE PD-SIN TO WK-MATCH-SIN
006400         MOVE PD-N01 TO WK-MATCH-N01
006410         MOVE PD-N02 TO WK-MATCH-N02
006420         PERFORM 6200-MATCH-STANDING THRU 6200-EXIT
006430     END-IF.
006440     IF PD-PENDING
006450         MOVE SPACES TO WK-EXC-LINE
006460         MOVE 'PENDING HOLD' TO WK-EL-TYPE
006470         MOVE PD-NAME TO WK-EL-NAME
006480         MOVE PD-DATE TO WK-EL-DATE
006490         MOVE PD-RES TO WK-EL-AMOUNT
006500         STRING 'FROM ' DELIMITED BY SIZE
006510             PD-SOURCE DELIMITED BY SPACE
006520             INTO WK-EL-NOTE
006530         END-STRING
006540         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006550         ADD 1 TO WK-PENDING-EXC-COUNT
006560     END-IF.
006570 3100-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*    4000-CHECK-REJECTS - A CALCREJ FILE WITH DETAIL ROWS FROM  *
006620*    A RUN IN OR BEFORE THE PERIOD IS OUTSTANDING UNLESS A      *
006630*    COMPLETED CALCBAT RUN HAS REGISTERED IT ON BATCHREG AS     *
006640*    RESUBMITTED (SOURCE CALCREJ, DATE = ITS HEADER DATE).      *
006650*    EACH OUTSTANDING ROW IS LISTED WITH ITS REASON CODE.       *
006660*****************************************************************
006670 4000-CHECK-REJECTS.
006680     MOVE ZEROS TO WK-REJ-HDR-DATE.
006690     OPEN INPUT REJECT-TXN.
006700     IF REJECT-NOT-FOUND
006710         GO TO 4000-EXIT
006720     END-IF.
006730     IF NOT REJECT-OK
006740         MOVE 'CALCREJ' TO WK-EL-NAME
006750         MOVE WK-REJECT-STATUS TO WK-EL-DATE
006760         PERFORM 8100-WRITE-FILE-ERROR THRU 8100-EXIT
006770         GO TO 4000-EXIT
006780     END-IF.
006790     READ REJECT-TXN
006800         AT END
006810             CLOSE REJECT-TXN
006820             GO TO 4000-EXIT
006830     END-READ.
006840     IF BT-HEADER-REC
006850         MOVE BT-HDR-DATE TO WK-REJ-HDR-DATE
006860     END-IF.
006870     CLOSE REJECT-TXN.
006880     IF WK-REJ-HDR-PERIOD > WK-CHECK-PERIOD
006890         GO TO 4000-EXIT
006900     END-IF.
006910     PERFORM 4100-CHECK-RESUBMITTED THRU 4100-EXIT.
006920     IF REJECTS-RESUBMITTED
006930         GO TO 4000-EXIT
006940     END-IF.
006950     OPEN INPUT REJECT-TXN.
006960     IF NOT REJECT-OK
006970         MOVE 'CALCREJ' TO WK-EL-NAME
006980         MOVE WK-REJECT-STATUS TO WK-EL-DATE
006990         PERFORM 8100-WRITE-FILE-ERROR THRU 8100-EXIT
007000         GO TO 4000-EXIT
007010     END-IF.
007020     PERFORM 4200-LIST-ONE-REJECT THRU 4200-EXIT
007030         UNTIL REJECT-EOF.
007040     CLOSE REJECT-TXN.
007050 4000-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*    4100-CHECK-RESUBMITTED - SCAN BATCHREG FOR THE REJECT      *
007100*    FILE'S HEADER IDENTITY AS CALCBAT 9100-RECORD-RUN WROTE    *
007110*    IT. A MISSING REGISTER MEANS NOTHING WAS EVER RESUBMITTED. *
007120*****************************************************************
007130 4100-CHECK-RESUBMITTED.
007140     SET REJECTS-OUTSTANDING TO TRUE.
007150     OPEN INPUT BATCH-REGISTER.
007160     IF BATCHREG-NOT-FOUND
007170         GO TO 4100-EXIT
007180     END-IF.
007190     IF NOT BATCHREG-OK
007200         MOVE 'BATCHREG' TO WK-EL-NAME
007210         MOVE WK-BATCHREG-STATUS TO WK-EL-DATE
007220         PERFORM 8100-WRITE-FILE-ERROR THRU 8100-EXIT
007230         GO TO 4100-EXIT
007240     END-IF.
007250     PERFORM 4110-CHECK-ONE-ENTRY THRU 4110-EXIT
007260         UNTIL BATCHREG-EOF OR REJECTS-RESUBMITTED.
007270     CLOSE BATCH-REGISTER.
007280 4100-EXIT.
007290     EXIT.
007300
007310*****************************************************************
007320*    4110-CHECK-ONE-ENTRY - COMPARE ONE REGISTER ENTRY WITH     *
007330*    THE REJECT FILE'S HEADER.                                  *
007340*****************************************************************
007350 4110-CHECK-ONE-ENTRY.
007360     READ BATCH-REGISTER
007370         AT END
007380             SET BATCHREG-EOF TO TRUE
007390             GO TO 4110-EXIT
007400     END-READ.
007410     IF BR-SOURCE = 'CALCREJ'
007420             AND BR-DATE = WK-REJ-HDR-DATE
007430         SET REJECTS-RESUBMITTED TO TRUE
007440     END-IF.
007450 4110-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490*    4200-LIST-ONE-REJECT - LIST ONE OUTSTANDING REJECT ROW.    *
007500*****************************************************************
007510 4200-LIST-ONE-REJECT.
007520     READ REJECT-TXN
007530         AT END
007540             SET REJECT-EOF TO TRUE
007550             GO TO 4200-EXIT
007560     END-READ.
007570     IF NOT BT-DETAIL-REC
007580         GO TO 4200-EXIT
007590     END-IF.
007600     MOVE SPACES TO WK-EXC-LINE.
007610     MOVE 'UNSENT REJECT' TO WK-EL-TYPE.
007620     MOVE BT-NAME TO WK-EL-NAME.
007630     MOVE WK-REJ-HDR-DATE TO WK-EL-DATE.
007640     STRING 'REASON ' DELIMITED BY SIZE
007650         BT-REJ-REASON DELIMITED BY SIZE
007660         ' OP ' DELIMITED BY SIZE
007670         BT-SIN DELIMITED BY SIZE
007680         INTO WK-EL-NOTE
007690     END-STRING.
007700     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
007710     ADD 1 TO WK-REJECT-EXC-COUNT.
007720 4200-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760*    5000-CHECK-CHECKPOINT - CALCBAT CLEARS CHECKPT WHEN A RUN  *
007770*    COMPLETES, SO A NON-ZERO CK-LAST-RRN MEANS A RUN STOPPED   *
007780*    PART WAY THROUGH ITS INPUT AND STILL HAS TO BE RESTARTED.  *
007790*****************************************************************
007800 5000-CHECK-CHECKPOINT.
007810     OPEN INPUT CHECKPOINT-FILE.
007820     IF CHKPT-NOT-FOUND
007830         GO TO 5000-EXIT
007840     END-IF.
007850     IF NOT CHKPT-OK
007860         MOVE 'CHECKPT' TO WK-EL-NAME
007870         MOVE WK-CHKPT-STATUS TO WK-EL-DATE
007880         PERFORM 8100-WRITE-FILE-ERROR THRU 8100-EXIT
007890         GO TO 5000-EXIT
007900     END-IF.
007910     MOVE ZEROS TO CK-LAST-RRN.
007920     READ CHECKPOINT-FILE
007930         AT END
007940             MOVE ZEROS TO CK-LAST-RRN
007950     END-READ.
007960     CLOSE CHECKPOINT-FILE.
007970     IF CK-LAST-RRN > ZEROS
007980         MOVE SPACES TO WK-EXC-LINE
007990         MOVE 'CHECKPOINT' TO WK-EL-TYPE
008000         MOVE 'CALCBAT INCOMPLETE' TO WK-EL-NAME
008010         STRING 'LAST RRN ' DELIMITED BY SIZE
008020             CK-LAST-RRN DELIMITED BY SIZE
008030             INTO WK-EL-NOTE
008040         END-STRING
008050         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008060         ADD 1 TO WK-CHKPT-EXC-COUNT
008070     END-IF.
008080 5000-EXIT.
008090     EXIT.
008100
008110*****************************************************************
008120*    6000-MATCH-POSTINGS - READ CALC-LOG AND TICK OFF THE DUE   *
008130*    STANDING ENTRY EACH OF THE PERIOD'S POSTINGS ACCOUNTS      *
008140*    FOR. SKIPPED WHEN NO STANDING ENTRY IS DUE.                *
008150*****************************************************************
008160 6000-MATCH-POSTINGS.
008170     IF WK-ST-COUNT = ZEROS
008180         GO TO 6000-EXIT
008190     END-IF.
008200     OPEN INPUT CALC-LOG.
008210     IF CALCLOG-NOT-FOUND
008220         GO TO 6000-EXIT
008230     END-IF.
008240     IF NOT CALCLOG-OK
008250         MOVE 'CALCLOG' TO WK-EL-NAME
008260         MOVE WK-CALCLOG-STATUS TO WK-EL-DATE
008270         PERFORM 8100-WRITE-FILE-ERROR THRU 8100-EXIT
008280         GO TO 6000-EXIT
008290     END-IF.
008300     PERFORM 6100-MATCH-ONE-POSTING THRU 6100-EXIT
008310         UNTIL LOG-EOF.
008320     CLOSE CALC-LOG.
008330 6000-EXIT.
008340     EXIT.
008350
008360*****************************************************************
008370*    6100-MATCH-ONE-POSTING - MATCH ONE PERIOD POSTING.         *
008380*****************************************************************
008390 6100-MATCH-ONE-POSTING.
008400     READ CALC-LOG
008410         AT END
008420             SET LOG-EOF TO TRUE
008430             GO TO 6100-EXIT
008440     END-READ.
008450     COMPUTE WK-REC-PERIOD = CL-YEAR * 100 + CL-MONTH.
008460     IF WK-REC-PERIOD NOT = WK-CHECK-PERIOD
008470         GO TO 6100-EXIT
008480     END-IF.
008490     MOVE CL-NAME TO WK-MATCH-NAME.
008500     MOVE CL-SIN TO WK-MATCH-SIN.
008510     MOVE CL-N01 TO WK-MATCH-N01.
008520     MOVE CL-N02 TO WK-MATCH-N02.
008530     PERFORM 6200-MATCH-STANDING THRU 6200-EXIT.
008540 6100-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580*    6200-MATCH-STANDING - MARK THE FIRST UNMATCHED STANDING    *
008590*    ENTRY WITH THE SAME NAME, OPERATOR AND OPERANDS AS THE     *
008600*    WK-MATCH FIELDS. ONE POSTING ACCOUNTS FOR ONE ENTRY ONLY,  *
008610*    SO TWO IDENTICAL ENTRIES NEED TWO POSTINGS.                *
008620*****************************************************************
008630 6200-MATCH-STANDING.
008640     SET MATCH-NOT-FOUND TO TRUE.
008650     PERFORM 6210-TRY-ONE-ENTRY THRU 6210-EXIT
008660         VARYING WK-ST-SUB FROM 1 BY 1
008670         UNTIL WK-ST-SUB > WK-ST-COUNT OR MATCH-FOUND.
008680 6200-EXIT.
008690     EXIT.
008700
008710*****************************************************************
008720*    6210-TRY-ONE-ENTRY - COMPARE ONE TABLE ENTRY.              *
008730*****************************************************************
008740 6210-TRY-ONE-ENTRY.
008750     IF ST-ENTRY-UNMATCHED(WK-ST-SUB)
008760             AND WK-ST-NAME(WK-ST-SUB) = WK-MATCH-NAME
008770             AND WK-ST-SIN(WK-ST-SUB) = WK-MATCH-SIN
008780             AND WK-ST-N01(WK-ST-SUB) = WK-MATCH-N01
008790             AND WK-ST-N02(WK-ST-SUB) = WK-MATCH-N02
008800         SET ST-ENTRY-MATCHED(WK-ST-SUB) TO TRUE
008810         SET MATCH-FOUND TO TRUE
008820     END-IF.
008830 6210-EXIT.
008840     EXIT.
008850
008860*****************************************************************
008870*    6500-LIST-STANDING - LIST EVERY DUE STANDING ENTRY THAT    *
008880*    NOTHING ON CALC-LOG OR CALCPEND ACCOUNTS FOR.              *
008890*****************************************************************
008900 6500-LIST-STANDING.
008910     PERFORM 6510-LIST-ONE-ENTRY THRU 6510-EXIT
008920         VARYING WK-ST-SUB FROM 1 BY 1
008930         UNTIL WK-ST-SUB > WK-ST-COUNT.
008940 6500-EXIT.
008950     EXIT.
008960
008970*****************************************************************
008980*    6510-LIST-ONE-ENTRY - LIST ONE UNMATCHED ENTRY.            *
008990*****************************************************************
009000 6510-LIST-ONE-ENTRY.
009010     IF ST-ENTRY-MATCHED(WK-ST-SUB)
009020         GO TO 6510-EXIT
009030     END-IF.
009040     MOVE SPACES TO WK-EXC-LINE.
009050     MOVE 'STANDING DUE' TO WK-EL-TYPE.
009060     MOVE WK-ST-NAME(WK-ST-SUB) TO WK-EL-NAME.
009070     STRING WK-ST-ID(WK-ST-SUB) DELIMITED BY SPACE
009080         ' NOT POSTED' DELIMITED BY SIZE
009090         INTO WK-EL-NOTE
009100     END-STRING.
009110     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
009120     ADD 1 TO WK-STANDING-EXC-COUNT.
009130 6510-EXIT.
009140     EXIT.
009150
009160*****************************************************************
009170*    7000-DECIDE - SET THE RETURN CODE THAT GATES MTHCLOSE. A   *
009180*    CLEAN PERIOD ENDS WITH RC 0. WITH EXCEPTIONS, AN           *
009190*    UNATTENDED RUN ENDS WITH RC 12 UNLESS THE CARD ASKED FOR   *
009200*    A FORCE; A FORCE, OR A CONSOLE RUN, OFFERS THE ADM         *
009210*    CONFIRMATION AND ENDS WITH RC 4 ONLY IF IT IS GRANTED.     *
009220*****************************************************************
009230 7000-DECIDE.
009240     SET OVERRIDE-REFUSED TO TRUE.
009250     COMPUTE WK-TOTAL-EXC-COUNT = WK-PENDING-EXC-COUNT
009260         + WK-REJECT-EXC-COUNT + WK-CHKPT-EXC-COUNT
009270         + WK-STANDING-EXC-COUNT + WK-FILE-EXC-COUNT.
009280     IF WK-TOTAL-EXC-COUNT = ZEROS
009290         MOVE 0 TO RETURN-CODE
009300         GO TO 7000-EXIT
009310     END-IF.
009320     IF PARAM-MODE AND FORCE-NOT-REQUESTED
009330         MOVE 12 TO RETURN-CODE
009340         GO TO 7000-EXIT
009350     END-IF.
009360     PERFORM 7100-CONFIRM-FORCE THRU 7100-EXIT.
009370     IF OVERRIDE-GRANTED
009380         MOVE 4 TO RETURN-CODE
009390     ELSE
009400         MOVE 12 TO RETURN-CODE
009410     END-IF.
009420 7000-EXIT.
009430     EXIT.
009440
009450*****************************************************************
009460*    7100-CONFIRM-FORCE - AN ADM MUST CONFIRM AT THE CONSOLE    *
009470*    WITH A LIVE USER ID AND PIN BEFORE A PERIOD WITH           *
009480*    OUTSTANDING EXCEPTIONS IS RELEASED TO MTHCLOSE.            *
009490*****************************************************************
009500 7100-CONFIRM-FORCE.
009510     DISPLAY 'PERIOD ' WK-CHECK-PERIOD ' HAS ' WK-TOTAL-EXC-COUNT
009520         ' CLOSE EXCEPTION(S) - SEE CLOSRPT.'.
009530     DISPLAY 'FORCE THE CLOSE ANYWAY (Y/N)?: '
009540         WITH NO ADVANCING.
009550     ACCEPT WK-OVERRIDE-REPLY.
009560     IF WK-OVERRIDE-REPLY NOT = 'Y'
009570         GO TO 7100-EXIT
009580     END-IF.
009590     DISPLAY 'ADM USER ID.............: ' WITH NO ADVANCING.
009600     ACCEPT WK-ADMIN-ID.
009610     DISPLAY 'ADM PIN..................: ' WITH NO ADVANCING.
009620     ACCEPT WK-ADMIN-PIN.
009630     OPEN I-O USER-MASTER.
009640     IF NOT USRMAST-OK
009650         DISPLAY 'ERROR OPENING USERMAST - STATUS '
009660             WK-USRMAST-STATUS ' - FORCE REFUSED.'
009670         GO TO 7100-EXIT
009680     END-IF.
009690     SET USER-FOUND TO TRUE.
009700     MOVE WK-ADMIN-ID TO USR-ID.
009710     READ USER-MASTER
009720         INVALID KEY
009730             SET USER-NOT-FOUND TO TRUE
009740     END-READ.
009750     CLOSE USER-MASTER.
009760     IF USER-NOT-FOUND
009770         DISPLAY 'USER ID NOT FOUND - FORCE REFUSED.'
009780         GO TO 7100-EXIT
009790     END-IF.
009800     IF NOT USR-ACTIVE
009810         DISPLAY 'USER ID IS NOT ACTIVE - FORCE REFUSED.'
009820         GO TO 7100-EXIT
009830     END-IF.
009840     IF USR-PIN NOT = WK-ADMIN-PIN
009850         DISPLAY 'INCORRECT PIN - FORCE REFUSED.'
009860         GO TO 7100-EXIT
009870     END-IF.
009880     IF USR-LEVEL NOT = 01
009890         DISPLAY 'FORCE IS FOR ADM LEVEL ONLY - REFUSED.'
009900         GO TO 7100-EXIT
009910     END-IF.
009920     SET OVERRIDE-GRANTED TO TRUE.
009930     DISPLAY 'CLOSE FORCED BY ' WK-ADMIN-ID '.'.
009940 7100-EXIT.
009950     EXIT.
009960
009970*****************************************************************
009980*    8000-WRITE-EXCEPTION - PRINT THE EXCEPTION LINE BUILT BY   *
009990*    THE CALLER, THEN CLEAR IT FOR THE NEXT ONE.                *
010000*****************************************************************
010010 8000-WRITE-EXCEPTION.
010020     MOVE WK-EXC-LINE TO RO-LINE.
010030     WRITE RO-LINE.
010040     MOVE SPACES TO WK-EXC-LINE.
010050 8000-EXIT.
010060     EXIT.
010070
010080*****************************************************************
010090*    8100-WRITE-FILE-ERROR - A FILE THE CHECK NEEDS COULD NOT   *
010100*    BE READ. THE CALLER LEAVES THE FILE NAME IN WK-EL-NAME     *
010110*    AND THE STATUS IN WK-EL-DATE. THE PERIOD CANNOT BE         *
010120*    CERTIFIED, SO THIS COUNTS AS AN EXCEPTION.                 *
010130*****************************************************************
010140 8100-WRITE-FILE-ERROR.
010150     MOVE 'FILE ERROR' TO WK-EL-TYPE.
010160     MOVE 'NOT CHECKED' TO WK-EL-NOTE.
010170     DISPLAY 'ERROR OPENING ' WK-EL-NAME ' - STATUS ' WK-EL-DATE.
010180     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
010190     ADD 1 TO WK-FILE-EXC-COUNT.
010200 8100-EXIT.
010210     EXIT.
010220
010230*****************************************************************
010240*    9999-FINALIZE - PRINT THE EXCEPTION TOTALS AND THE         *
010250*    VERDICT, AND CLOSE THE LISTING.                            *
010260*****************************************************************
010270 9999-FINALIZE.
010280     IF WK-TOTAL-EXC-COUNT = ZEROS
010290         MOVE SPACES TO RO-LINE
010300         MOVE '  NO EXCEPTIONS FOUND.' TO RO-LINE
010310         WRITE RO-LINE
010320     END-IF.
010330     MOVE SPACES TO RO-LINE.
010340     WRITE RO-LINE.
010350     MOVE 'PENDING HOLDS FOR PERIOD.........' TO WK-TL-LABEL.
010360     MOVE WK-PENDING-EXC-COUNT TO WK-TL-COUNT.
010370     MOVE WK-TOTAL-LINE TO RO-LINE.
010380     WRITE RO-LINE.
010390     MOVE 'REJECTS NOT RESUBMITTED..........' TO WK-TL-LABEL.
010400     MOVE WK-REJECT-EXC-COUNT TO WK-TL-COUNT.
010410     MOVE WK-TOTAL-LINE TO RO-LINE.
010420     WRITE RO-LINE.
010430     MOVE 'INCOMPLETE CALCBAT RUNS..........' TO WK-TL-LABEL.
010440     MOVE WK-CHKPT-EXC-COUNT TO WK-TL-COUNT.
010450     MOVE WK-TOTAL-LINE TO RO-LINE.
010460     WRITE RO-LINE.
010470     MOVE 'STANDING ENTRIES DUE, NOT POSTED.' TO WK-TL-LABEL.
010480     MOVE WK-STANDING-EXC-COUNT TO WK-TL-COUNT.
010490     MOVE WK-TOTAL-LINE TO RO-LINE.
010500     WRITE RO-LINE.
010510     MOVE 'FILES NOT CHECKED................' TO WK-TL-LABEL.
010520     MOVE WK-FILE-EXC-COUNT TO WK-TL-COUNT.
010530     MOVE WK-TOTAL-LINE TO RO-LINE.
010540     WRITE RO-LINE.
010550     MOVE 'TOTAL EXCEPTIONS.................' TO WK-TL-LABEL.
010560     MOVE WK-TOTAL-EXC-COUNT TO WK-TL-COUNT.
010570     MOVE WK-TOTAL-LINE TO RO-LINE.
010580     WRITE RO-LINE.
010590     MOVE SPACES TO RO-LINE.
010600     WRITE RO-LINE.
010610     MOVE SPACES TO RO-LINE.
010620     EVALUATE TRUE
010630         WHEN WK-TOTAL-EXC-COUNT = ZEROS
010640             MOVE 'PERIOD IS READY TO CLOSE.' TO RO-LINE
010650         WHEN OVERRIDE-GRANTED
010660             STRING 'CLOSE FORCED BY ADM ' DELIMITED BY SIZE
010670                 WK-ADMIN-ID DELIMITED BY SPACE
010680                 ' - EXCEPTIONS ABOVE ACCEPTED.'
010690                     DELIMITED BY SIZE
010700                 INTO RO-LINE
010710             END-STRING
010720         WHEN OTHER
010730             MOVE 'PERIOD IS NOT READY - MTHCLOSE MUST NOT RUN.'
010740                 TO RO-LINE
010750     END-EVALUATE.
010760     DISPLAY RO-LINE.
010770     WRITE RO-LINE.
010780     CLOSE REPORT-OUT.
010790     DISPLAY 'EXCEPTIONS FOUND.......: ' WK-TOTAL-EXC-COUNT.
010800 9999-EXIT.
010810     EXIT.
010820
010830*****************************************************************
010840*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
010850*    RUN TO THE SHARED JOB-RUN LOG.                             *
010860*****************************************************************
010870 9800-LOG-JOB-START.
010880     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
010890     ACCEPT WK-TIME-SYS FROM TIME.
010900     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
010910     MOVE SPACES TO JL-RECORD.
010920     MOVE 'CLOSECHK' TO JL-PROGRAM.
010930     SET JL-START-REC TO TRUE.
010940     MOVE WK-JOB-START-DATE TO JL-START-DATE.
010950     MOVE WK-JOB-START-TIME TO JL-START-TIME.
010960     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
010970     MOVE WK-JOB-PARAMS TO JL-PARAMS.
010980     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
010990         JL-REJECT-COUNT JL-RETURN-CODE.
011000     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
011010 9800-EXIT.
011020     EXIT.
011030
011040*****************************************************************
011050*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
011060*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
011070*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
011080*****************************************************************
011090 9810-LOG-JOB-END.
011100     MOVE WK-TOTAL-EXC-COUNT TO WK-JOB-REJECT-COUNT.
011110     MOVE SPACES TO JL-RECORD.
011120     MOVE 'CLOSECHK' TO JL-PROGRAM.
011130     SET JL-END-REC TO TRUE.
011140     MOVE WK-JOB-START-DATE TO JL-START-DATE.
011150     MOVE WK-JOB-START-TIME TO JL-START-TIME.
011160     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
011170     ACCEPT WK-TIME-SYS FROM TIME.
011180     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
011190     MOVE WK-JOB-PARAMS TO JL-PARAMS.
011200     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
011210     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
011220     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
011230     MOVE RETURN-CODE TO JL-RETURN-CODE.
011240     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
011250 9810-EXIT.
011260     EXIT.
011270
011280*****************************************************************
011290*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
011300*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
011310*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
011320*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
011330*    WARNING - IT NEVER STOPS THE RUN.                          *
011340*****************************************************************
011350 9820-WRITE-JOB-LOG.
011360     OPEN EXTEND JOB-LOG.
011370     IF JOBLOG-NOT-FOUND
011380         OPEN OUTPUT JOB-LOG
011390     END-IF.
011400     IF NOT JOBLOG-OK
011410         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
011420             WK-JOBLOG-STATUS
011430         GO TO 9820-EXIT
011440     END-IF.
011450     WRITE JL-RECORD.
011460     IF NOT JOBLOG-OK
011470         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
011480             WK-JOBLOG-STATUS
011490     END-IF.
011500     CLOSE JOB-LOG.
011510 9820-EXIT.
011520     EXIT.
