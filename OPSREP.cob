000010*****************************************************************
000020*    PROGRAM-ID  : OPSREP                                       *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : MORNING OPERATIONS RUN REPORT. READS THE     *
000070*                  JOBLOG JOB-RUN LOG THE BATCH PROGRAMS        *
000080*                  APPEND TO, PAIRS EACH END RECORD WITH ITS    *
000090*                  START, AND LISTS EVERY RUN STARTED IN THE    *
000100*                  REPORT WINDOW WITH ITS TIMES, COUNTS AND     *
000110*                  RETURN-CODE. EACH RUN IS FLAGGED:            *
000120*                    OK       - ENDED WITH RETURN-CODE 0;       *
000130*                    RC NOT 0 - ENDED WITH RETURN-CODE 1-15;    *
000140*                    ABEND    - ENDED WITH RETURN-CODE 16 OR    *
000150*                               MORE, THE CODE THE BATCH        *
000160*                               PROGRAMS ABORT WITH;            *
000170*                    NO END   - STARTED BUT NEVER WROTE ITS     *
000180*                               END RECORD (CANCELLED, KILLED   *
000190*                               BY THE SYSTEM, OR STILL         *
000200*                               RUNNING).                       *
000210*                  EVERY EXPECTED NIGHTLY JOB WITH NO START     *
000220*                  RECORD IN THE WINDOW IS THEN LISTED AS NOT   *
000230*                  RUN. THE WINDOW DEFAULTS TO RUNS STARTED     *
000240*                  YESTERDAY OR TODAY; THE EXPECTED JOBS        *
000250*                  DEFAULT TO CALCBAT, CALCEXT, REFRECON AND    *
000260*                  SECREP. AN OPTIONAL PARMCARD OVERRIDES       *
000270*                  EITHER - COLS 1-8 FROM DATE YYYYMMDD, 9-16   *
000280*                  TO DATE YYYYMMDD, 17-80 UP TO EIGHT PROGRAM  *
000290*                  NAMES OF 8 COLUMNS EACH.                     *
000300*                  THE RUN ITSELF IS LOGGED ON JOBLOG LIKE ANY  *
000310*                  OTHER BATCH JOB.                             *
000320*                  RETURN CODES: 0 CLEAN, 4 EXCEPTIONS LISTED,  *
000330*                  8 BAD PARAMETER CARD, 16 JOBLOG ERROR.       *
000340*    MODIFICATION HISTORY                                       *
000350*    -------------------                                        *
000360*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. OPSREP.
000400 AUTHOR. J. B. FONSECA.
000410 INSTALLATION. DATA PROCESSING DEPT.
000420 DATE-WRITTEN. 15/10/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. GENERIC.
000480 OBJECT-COMPUTER. GENERIC.
000490 SPECIAL-NAMES.
000500     DECIMAL-POINT IS COMMA.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WK-JOBLOG-STATUS.
000570     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WK-PARAM-STATUS.
000600     SELECT REPORT-OUT ASSIGN TO 'OPSRPT'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WK-REPORT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  JOB-LOG
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY JOBLOG.
000700
000710 FD  PARAM-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  PM-CARD.
000750     05  PM-FROM                 PIC X(08).
000760     05  PM-TO                   PIC X(08).
000770     05  PM-JOB                  PIC X(08) OCCURS 8 TIMES.
000780
000790 FD  REPORT-OUT
000800     LABEL RECORDS ARE STANDARD.
000810 01  RO-LINE                     PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 COPY WSCALC.
000850
000860 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
000870     88  JOBLOG-OK                   VALUE '00'.
000880     88  JOBLOG-EOF                  VALUE '10'.
000890     88  JOBLOG-NOT-FOUND            VALUE '35'.
000900
000910 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
000920     88  PARAM-OK                    VALUE '00'.
000930     88  PARAM-EOF                   VALUE '10'.
000940     88  PARAM-NOT-FOUND             VALUE '35'.
000950
000960 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
000970     88  REPORT-OK                   VALUE '00'.
000980
000990 01  WK-PARAM-SWITCHES.
001000     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001010         88  PARAM-MODE              VALUE 'Y'.
001020         88  CONSOLE-MODE            VALUE 'N'.
001030     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001040         88  PARAM-CARD-VALID        VALUE 'Y'.
001050         88  PARAM-CARD-INVALID      VALUE 'N'.
001060
001070 01  WK-OPS-SWITCHES.
001080     05  WK-SW-RUN-FOUND         PIC X(01) VALUE 'N'.
001090         88  RUN-FOUND               VALUE 'Y'.
001100         88  RUN-NOT-FOUND           VALUE 'N'.
001110     05  WK-SW-JOB-RAN           PIC X(01) VALUE 'N'.
001120         88  JOB-RAN                 VALUE 'Y'.
001130         88  JOB-NOT-RAN             VALUE 'N'.
001140
001150 01  WK-WINDOW-FIELDS.
001160     05  WK-FROM-DATE            PIC 9(08) VALUE ZEROS.
001170     05  WK-TO-DATE              PIC 9(08) VALUE ZEROS.
001180     05  WK-EDIT-DATE            PIC 9(08) VALUE ZEROS.
001190     05  WK-EDIT-DATE-SPLIT REDEFINES WK-EDIT-DATE.
001200         10  WK-EDIT-YEAR        PIC 9(04).
001210         10  WK-EDIT-MONTH       PIC 9(02).
001220         10  WK-EDIT-DAY         PIC 9(02).
001230
001240 01  WK-PREV-DATE.
001250     05  WK-PREV-YEAR            PIC 9(04) VALUE ZEROS.
001260     05  WK-PREV-MONTH           PIC 9(02) VALUE ZEROS.
001270     05  WK-PREV-DAY             PIC 9(02) VALUE ZEROS.
001280 01  WK-PREV-DATE-N REDEFINES WK-PREV-DATE
001290                                 PIC 9(08).
001300
001310 01  WK-LEAP-FIELDS.
001320     05  WK-LEAP-QUOT            PIC 9(04) VALUE ZEROS.
001330     05  WK-LEAP-REM-4           PIC 9(04) VALUE ZEROS.
001340     05  WK-LEAP-REM-100         PIC 9(04) VALUE ZEROS.
001350     05  WK-LEAP-REM-400         PIC 9(04) VALUE ZEROS.
001360
001370 01  WK-MONTH-DAYS-VALUES.
001380     05  FILLER                  PIC X(24) VALUE
001390         '312831303130313130313031'.
001400 01  WK-MONTH-DAYS-TABLE REDEFINES WK-MONTH-DAYS-VALUES.
001410     05  WK-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001420
001430 01  WK-DEFAULT-JOB-NAMES.
001440     05  FILLER                  PIC X(08) VALUE 'CALCBAT'.
001450     05  FILLER                  PIC X(08) VALUE 'CALCEXT'.
001460     05  FILLER                  PIC X(08) VALUE 'REFRECON'.
001470     05  FILLER                  PIC X(08) VALUE 'SECREP'.
001480 01  WK-DEFAULT-JOBS REDEFINES WK-DEFAULT-JOB-NAMES.
001490     05  WK-DEFAULT-JOB          PIC X(08) OCCURS 4 TIMES.
001500
001510 01  WK-EXPECTED-FIELDS.
001520     05  WK-EXP-COUNT            PIC 9(02) VALUE ZEROS.
001530     05  WK-EXP-SUB              PIC 9(02) VALUE ZEROS.
001540     05  WK-EXP-JOB              PIC X(08) OCCURS 8 TIMES.
001550
001560 01  WK-RUN-FIELDS.
001570     05  WK-RUN-COUNT            PIC 9(03) VALUE ZEROS.
001580     05  WK-RUN-SUB              PIC 9(03) VALUE ZEROS.
001590     05  WK-RUN-MATCH            PIC 9(03) VALUE ZEROS.
001600
001610 01  WK-RUN-TABLE.
001620     05  WK-RUN-ENTRY            OCCURS 500 TIMES.
001630         10  WK-RUN-PROGRAM      PIC X(08).
001640         10  WK-RUN-STATE        PIC X(01).
001650             88  RUN-STARTED         VALUE 'S'.
001660             88  RUN-ENDED           VALUE 'E'.
001670         10  WK-RUN-START-DATE   PIC 9(08).
001680         10  WK-RUN-START-TIME   PIC 9(06).
001690         10  WK-RUN-END-DATE     PIC 9(08).
001700         10  WK-RUN-END-TIME     PIC 9(06).
001710         10  WK-RUN-PARAMS       PIC X(40).
001720         10  WK-RUN-READ         PIC 9(07).
001730         10  WK-RUN-WRITTEN      PIC 9(07).
001740         10  WK-RUN-REJECT       PIC 9(07).
001750         10  WK-RUN-RC           PIC 9(04).
001760
001770 01  WK-OPS-COUNTS.
001780     05  WK-CLEAN-COUNT          PIC 9(07) VALUE ZEROS.
001790     05  WK-RC-COUNT             PIC 9(07) VALUE ZEROS.
001800     05  WK-ABEND-COUNT          PIC 9(07) VALUE ZEROS.
001810     05  WK-NO-END-COUNT         PIC 9(07) VALUE ZEROS.
001820     05  WK-NOT-RUN-COUNT        PIC 9(07) VALUE ZEROS.
001830     05  WK-EXCEPTION-COUNT      PIC 9(07) VALUE ZEROS.
001840
001850 01  WK-ECHO-LINE.
001860     05  FILLER                  PIC X(13) VALUE 'RUNS STARTED '.
001870     05  WK-EC-FROM              PIC 9(08) VALUE ZEROS.
001880     05  FILLER                  PIC X(06) VALUE ' THRU '.
001890     05  WK-EC-TO                PIC 9(08) VALUE ZEROS.
001900     05  FILLER                  PIC X(45) VALUE SPACES.
001910
001920 01  WK-HEAD-LINE.
001930     05  FILLER                  PIC X(09) VALUE 'PROGRAM'.
001940     05  FILLER                  PIC X(16) VALUE 'STARTED'.
001950     05  FILLER                  PIC X(16) VALUE 'ENDED'.
001960     05  FILLER                  PIC X(08) VALUE '   READ'.
001970     05  FILLER                  PIC X(08) VALUE 'WRITTEN'.
001980     05  FILLER                  PIC X(08) VALUE ' REJECT'.
001990     05  FILLER                  PIC X(05) VALUE '  RC'.
002000     05  FILLER                  PIC X(10) VALUE 'STATUS'.
002010
002020 01  WK-RUN-LINE.
002030     05  WK-RL-PROGRAM           PIC X(08) VALUE SPACES.
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  WK-RL-START-DATE        PIC X(08) VALUE SPACES.
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  WK-RL-START-TIME        PIC X(06) VALUE SPACES.
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  WK-RL-END-DATE          PIC X(08) VALUE SPACES.
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  WK-RL-END-TIME          PIC X(06) VALUE SPACES.
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  WK-RL-RESULTS.
002140         10  WK-RL-READ          PIC ZZZZZZ9.
002150         10  FILLER              PIC X(01).
002160         10  WK-RL-WRITTEN       PIC ZZZZZZ9.
002170         10  FILLER              PIC X(01).
002180         10  WK-RL-REJECT        PIC ZZZZZZ9.
002190         10  FILLER              PIC X(01).
002200         10  WK-RL-RC            PIC ZZZ9.
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  WK-RL-STATUS            PIC X(10) VALUE SPACES.
002230
002240 01  WK-PARAM-LINE.
002250     05  FILLER                  PIC X(09) VALUE SPACES.
002260     05  FILLER                  PIC X(12) VALUE 'PARAMETERS: '.
002270     05  WK-PL-PARAMS            PIC X(40) VALUE SPACES.
002280     05  FILLER                  PIC X(19) VALUE SPACES.
002290
002300 01  WK-NOT-RUN-LINE.
002310     05  WK-NL-PROGRAM           PIC X(08) VALUE SPACES.
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  FILLER                  PIC X(40) VALUE
002340         'NOT RUN - NO START RECORD IN THE WINDOW'.
002350     05  FILLER                  PIC X(31) VALUE SPACES.
002360
002370 01  WK-TOTAL-LINE.
002380     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
002390     05  WK-TL-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
002400     05  FILLER                  PIC X(39) VALUE SPACES.
002410
002420 01  WK-TIME-SYS.
002430     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002440     03  FILLER                  PIC 9(02) VALUE ZEROS.
002450
002460 01  WK-JOB-FIELDS.
002470     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
002480     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002490     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002500     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002510     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002520     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002530
002540 PROCEDURE DIVISION.
002550*****************************************************************
002560*    0000-MAINLINE - PROGRAM CONTROL                            *
002570*****************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     PERFORM 1500-LOAD-JOB-LOG THRU 1500-EXIT.
002610     PERFORM 2000-REPORT-RUNS THRU 2000-EXIT.
002620     PERFORM 3000-REPORT-NOT-RUN THRU 3000-EXIT.
002630     PERFORM 9999-FINALIZE THRU 9999-EXIT.
002640     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
002650     STOP RUN.
002660
002670*****************************************************************
002680*    1000-INITIALIZE - SETTLE THE REPORT WINDOW AND THE LIST    *
002690*    OF EXPECTED JOBS, OPEN THE LISTING AND WRITE THE           *
002700*    HEADINGS.                                                  *
002710*****************************************************************
002720 1000-INITIALIZE.
002730     ACCEPT WK-DATE FROM DATE YYYYMMDD.
002740     DISPLAY '*** MORNING OPERATIONS RUN REPORT ***'.
002750     PERFORM 1100-SET-YESTERDAY THRU 1100-EXIT.
002760     MOVE WK-PREV-DATE-N TO WK-FROM-DATE.
002770     MOVE WK-DATE TO WK-TO-DATE.
002780     MOVE ZEROS TO WK-EXP-COUNT.
002790     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
002800     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
002810     IF PARAM-MODE AND PARAM-CARD-INVALID
002820         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
002830         MOVE 8 TO RETURN-CODE
002840         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002850         STOP RUN
002860     END-IF.
002870     IF WK-EXP-COUNT = ZEROS
002880         PERFORM 1070-TAKE-DEFAULT-JOB THRU 1070-EXIT
002890             VARYING WK-EXP-SUB FROM 1 BY 1
002900             UNTIL WK-EXP-SUB > 4
002910     END-IF.
002920     OPEN OUTPUT REPORT-OUT.
002930     IF NOT REPORT-OK
002940         DISPLAY 'ERROR OPENING OPSRPT - STATUS '
002950             WK-REPORT-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002980         STOP RUN
002990     END-IF.
003000     MOVE SPACES TO RO-LINE.
003010     MOVE 'MORNING OPERATIONS RUN REPORT' TO RO-LINE.
003020     WRITE RO-LINE.
003030     MOVE WK-FROM-DATE TO WK-EC-FROM.
003040     MOVE WK-TO-DATE TO WK-EC-TO.
003050     MOVE WK-ECHO-LINE TO RO-LINE.
003060     WRITE RO-LINE.
003070     MOVE SPACES TO RO-LINE.
003080     WRITE RO-LINE.
003090 1000-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
003140*    PARAMETER FILE AND VALIDATE EVERY FIELD UP FRONT. A        *
003150*    MISSING FILE MEANS THE DEFAULT WINDOW AND JOB LIST. CARD   *
003160*    LAYOUT: COLS 1-8 FROM DATE YYYYMMDD (BLANK = YESTERDAY),   *
003170*    9-16 TO DATE YYYYMMDD (BLANK = TODAY), 17-80 UP TO EIGHT   *
003180*    EXPECTED PROGRAM NAMES (ALL BLANK = THE DEFAULT LIST).     *
003190*****************************************************************
003200 1050-READ-PARAM-CARD.
003210     SET CONSOLE-MODE TO TRUE.
003220     SET PARAM-CARD-VALID TO TRUE.
003230     OPEN INPUT PARAM-FILE.
003240     IF PARAM-NOT-FOUND
003250         GO TO 1050-EXIT
003260     END-IF.
003270     IF NOT PARAM-OK
003280         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
003290             WK-PARAM-STATUS
003300         SET PARAM-MODE TO TRUE
003310         SET PARAM-CARD-INVALID TO TRUE
003320         GO TO 1050-EXIT
003330     END-IF.
003340     SET PARAM-MODE TO TRUE.
003350     READ PARAM-FILE
003360         AT END
003370             DISPLAY 'PARAMETER FILE IS EMPTY.'
003380             SET PARAM-CARD-INVALID TO TRUE
003390             CLOSE PARAM-FILE
003400             GO TO 1050-EXIT
003410     END-READ.
003420     MOVE PM-CARD TO WK-JOB-PARAMS.
003430     CLOSE PARAM-FILE.
003440     IF PM-FROM NOT = SPACES
003450         IF PM-FROM IS NUMERIC
003460             MOVE PM-FROM TO WK-EDIT-DATE
003470             PERFORM 1080-CHECK-CARD-DATE THRU 1080-EXIT
003480             MOVE WK-EDIT-DATE TO WK-FROM-DATE
003490         ELSE
003500             DISPLAY 'INVALID FROM DATE ON CARD - USE YYYYMMDD.'
003510             SET PARAM-CARD-INVALID TO TRUE
003520         END-IF
003530     END-IF.
003540     IF PM-TO NOT = SPACES
003550         IF PM-TO IS NUMERIC
003560             MOVE PM-TO TO WK-EDIT-DATE
003570             PERFORM 1080-CHECK-CARD-DATE THRU 1080-EXIT
003580             MOVE WK-EDIT-DATE TO WK-TO-DATE
003590         ELSE
003600             DISPLAY 'INVALID TO DATE ON CARD - USE YYYYMMDD.'
003610             SET PARAM-CARD-INVALID TO TRUE
003620         END-IF
003630     END-IF.
003640     IF PARAM-CARD-VALID AND WK-TO-DATE < WK-FROM-DATE
003650         DISPLAY 'TO DATE IS BEFORE FROM DATE ON CARD.'
003660         SET PARAM-CARD-INVALID TO TRUE
003670     END-IF.
003680     PERFORM 1060-TAKE-CARD-JOB THRU 1060-EXIT
003690         VARYING WK-EXP-SUB FROM 1 BY 1
003700         UNTIL WK-EXP-SUB > 8.
003710 1050-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750*    1060-TAKE-CARD-JOB - ADD ONE PROGRAM NAMED ON THE CARD TO  *
003760*    THE EXPECTED LIST. BLANK SLOTS ARE SKIPPED.                *
003770*****************************************************************
003780 1060-TAKE-CARD-JOB.
003790     IF PM-JOB(WK-EXP-SUB) = SPACES
003800         GO TO 1060-EXIT
003810     END-IF.
003820     ADD 1 TO WK-EXP-COUNT.
003830     MOVE PM-JOB(WK-EXP-SUB) TO WK-EXP-JOB(WK-EXP-COUNT).
003840 1060-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880*    1070-TAKE-DEFAULT-JOB - ADD ONE PROGRAM FROM THE DEFAULT   *
003890*    NIGHTLY LIST TO THE EXPECTED LIST.                         *
003900*****************************************************************
003910 1070-TAKE-DEFAULT-JOB.
003920     ADD 1 TO WK-EXP-COUNT.
003930     MOVE WK-DEFAULT-JOB(WK-EXP-SUB) TO WK-EXP-JOB(WK-EXP-COUNT).
003940 1070-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    1080-CHECK-CARD-DATE - REFUSE A CARD DATE WHOSE MONTH OR   *
003990*    DAY IS OUT OF RANGE.                                       *
004000*****************************************************************
004010 1080-CHECK-CARD-DATE.
004020     IF WK-EDIT-MONTH < 01 OR WK-EDIT-MONTH > 12
004030             OR WK-EDIT-DAY < 01 OR WK-EDIT-DAY > 31
004040         DISPLAY 'INVALID DATE ON CARD - ' WK-EDIT-DATE
004050         SET PARAM-CARD-INVALID TO TRUE
004060     END-IF.
004070 1080-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*    1100-SET-YESTERDAY - WORK OUT YESTERDAY'S DATE FOR THE     *
004120*    DEFAULT WINDOW, STEPPING BACK OVER A MONTH OR YEAR END.    *
004130*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A    *
004140*    CENTURY YEAR NOT DIVISIBLE BY 400.                         *
004150*****************************************************************
004160 1100-SET-YESTERDAY.
004170     MOVE WK-DATE TO WK-PREV-DATE.
004180     IF WK-PREV-DAY > 01
004190         SUBTRACT 1 FROM WK-PREV-DAY
004200         GO TO 1100-EXIT
004210     END-IF.
004220     IF WK-PREV-MONTH = 01
004230         MOVE 12 TO WK-PREV-MONTH
004240         SUBTRACT 1 FROM WK-PREV-YEAR
004250     ELSE
004260         SUBTRACT 1 FROM WK-PREV-MONTH
004270     END-IF.
004280     MOVE WK-MONTH-DAYS(WK-PREV-MONTH) TO WK-PREV-DAY.
004290     IF WK-PREV-MONTH NOT = 02
004300         GO TO 1100-EXIT
004310     END-IF.
004320     DIVIDE WK-PREV-YEAR BY 4 GIVING WK-LEAP-QUOT
004330         REMAINDER WK-LEAP-REM-4.
004340     DIVIDE WK-PREV-YEAR BY 100 GIVING WK-LEAP-QUOT
004350         REMAINDER WK-LEAP-REM-100.
004360     DIVIDE WK-PREV-YEAR BY 400 GIVING WK-LEAP-QUOT
004370         REMAINDER WK-LEAP-REM-400.
004380     IF WK-LEAP-REM-4 = ZEROS
004390         IF WK-LEAP-REM-100 NOT = ZEROS
004400                 OR WK-LEAP-REM-400 = ZEROS
004410             MOVE 29 TO WK-PREV-DAY
004420         END-IF
004430     END-IF.
004440 1100-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*    1500-LOAD-JOB-LOG - LOAD EVERY RUN STARTED IN THE WINDOW   *
004490*    INTO THE RUN TABLE. A MISSING JOBLOG MEANS NOTHING HAS     *
004500*    RUN SINCE THE LOG WAS INTRODUCED.                          *
004510*****************************************************************
004520 1500-LOAD-JOB-LOG.
004530     MOVE ZEROS TO WK-RUN-COUNT.
004540     OPEN INPUT JOB-LOG.
004550     IF JOBLOG-NOT-FOUND
004560         DISPLAY 'NO JOBLOG FILE - NO RUNS LOGGED.'
004570         GO TO 1500-EXIT
004580     END-IF.
004590     IF NOT JOBLOG-OK
004600         DISPLAY 'ERROR OPENING JOBLOG - STATUS '
004610             WK-JOBLOG-STATUS ' - RUN ABANDONED.'
004620         CLOSE REPORT-OUT
004630         MOVE 16 TO RETURN-CODE
004640         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
004650         STOP RUN
004660     END-IF.
004670     PERFORM 1510-LOAD-ONE-RECORD THRU 1510-EXIT
004680         UNTIL JOBLOG-EOF.
004690     CLOSE JOB-LOG.
004700 1500-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*    1510-LOAD-ONE-RECORD - FILE ONE LOG RECORD WHOSE RUN       *
004750*    STARTED IN THE WINDOW. A START OPENS A NEW TABLE ENTRY;    *
004760*    AN END COMPLETES THE ENTRY WITH THE SAME PROGRAM, START    *
004770*    DATE AND START TIME. AN END WHOSE START RECORD WAS NEVER   *
004780*    WRITTEN OPENS ITS OWN ENTRY, SINCE IT CARRIES THE START    *
004790*    DATE AND TIME ITSELF. THIS RUN'S OWN START RECORD IS       *
004800*    LEFT OFF - IT HAS NO END YET.                              *
004810*****************************************************************
004820 1510-LOAD-ONE-RECORD.
004830     READ JOB-LOG
004840         AT END
004850             SET JOBLOG-EOF TO TRUE
004860             GO TO 1510-EXIT
004870     END-READ.
004880     ADD 1 TO WK-JOB-READ-COUNT.
004890     IF JL-PROGRAM = 'OPSREP'
004900             AND JL-START-DATE = WK-JOB-START-DATE
004910             AND JL-START-TIME = WK-JOB-START-TIME
004920         GO TO 1510-EXIT
004930     END-IF.
004940     IF JL-START-DATE < WK-FROM-DATE
004950             OR JL-START-DATE > WK-TO-DATE
004960         GO TO 1510-EXIT
004970     END-IF.
004980     SET RUN-NOT-FOUND TO TRUE.
004990     IF JL-END-REC
005000         PERFORM 1530-MATCH-ONE-RUN THRU 1530-EXIT
005010             VARYING WK-RUN-SUB FROM 1 BY 1
005020             UNTIL WK-RUN-SUB > WK-RUN-COUNT OR RUN-FOUND
005030     END-IF.
005040     IF RUN-NOT-FOUND
005050         PERFORM 1520-ADD-RUN THRU 1520-EXIT
005060     END-IF.
005070     IF RUN-FOUND AND JL-END-REC
005080         SET RUN-ENDED(WK-RUN-MATCH) TO TRUE
005090         MOVE JL-END-DATE TO WK-RUN-END-DATE(WK-RUN-MATCH)
005100         MOVE JL-END-TIME TO WK-RUN-END-TIME(WK-RUN-MATCH)
005110         MOVE JL-PARAMS TO WK-RUN-PARAMS(WK-RUN-MATCH)
005120         MOVE JL-READ-COUNT TO WK-RUN-READ(WK-RUN-MATCH)
005130         MOVE JL-WRITTEN-COUNT TO WK-RUN-WRITTEN(WK-RUN-MATCH)
005140         MOVE JL-REJECT-COUNT TO WK-RUN-REJECT(WK-RUN-MATCH)
005150         MOVE JL-RETURN-CODE TO WK-RUN-RC(WK-RUN-MATCH)
005160     END-IF.
005170 1510-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    1520-ADD-RUN - OPEN A NEW TABLE ENTRY FOR THE RECORD AS A  *
005220*    RUN THAT HAS STARTED AND NOT YET ENDED.                    *
005230*****************************************************************
005240 1520-ADD-RUN.
005250     IF WK-RUN-COUNT NOT < 500
005260         DISPLAY 'WARNING - RUN TABLE FULL AT 500 - '
005270             JL-PROGRAM ' ' JL-START-DATE ' NOT REPORTED.'
005280         GO TO 1520-EXIT
005290     END-IF.
005300     ADD 1 TO WK-RUN-COUNT.
005310     MOVE WK-RUN-COUNT TO WK-RUN-MATCH.
005320     MOVE JL-PROGRAM TO WK-RUN-PROGRAM(WK-RUN-MATCH).
005330     SET RUN-STARTED(WK-RUN-MATCH) TO TRUE.
005340     MOVE JL-START-DATE TO WK-RUN-START-DATE(WK-RUN-MATCH).
005350     MOVE JL-START-TIME TO WK-RUN-START-TIME(WK-RUN-MATCH).
005360     MOVE ZEROS TO WK-RUN-END-DATE(WK-RUN-MATCH).
005370     MOVE ZEROS TO WK-RUN-END-TIME(WK-RUN-MATCH).
005380     MOVE JL-PARAMS TO WK-RUN-PARAMS(WK-RUN-MATCH).
005390     MOVE ZEROS TO WK-RUN-READ(WK-RUN-MATCH).
005400     MOVE ZEROS TO WK-RUN-WRITTEN(WK-RUN-MATCH).
005410     MOVE ZEROS TO WK-RUN-REJECT(WK-RUN-MATCH).
005420     MOVE ZEROS TO WK-RUN-RC(WK-RUN-MATCH).
005430     SET RUN-FOUND TO TRUE.
005440 1520-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    1530-MATCH-ONE-RUN - TEST ONE OPEN TABLE ENTRY AGAINST     *
005490*    AN END RECORD.                                             *
005500*****************************************************************
005510 1530-MATCH-ONE-RUN.
005520     IF RUN-STARTED(WK-RUN-SUB)
005530             AND WK-RUN-PROGRAM(WK-RUN-SUB) = JL-PROGRAM
005540             AND WK-RUN-START-DATE(WK-RUN-SUB) = JL-START-DATE
005550             AND WK-RUN-START-TIME(WK-RUN-SUB) = JL-START-TIME
005560         MOVE WK-RUN-SUB TO WK-RUN-MATCH
005570         SET RUN-FOUND TO TRUE
005580     END-IF.
005590 1530-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630*    2000-REPORT-RUNS - LIST EVERY RUN IN THE WINDOW IN THE     *
005640*    ORDER IT STARTED, WITH ITS FLAG.                           *
005650*****************************************************************
005660 2000-REPORT-RUNS.
005670     MOVE WK-HEAD-LINE TO RO-LINE.
005680     WRITE RO-LINE.
005690     MOVE SPACES TO RO-LINE.
005700     WRITE RO-LINE.
005710     IF WK-RUN-COUNT = ZEROS
005720         MOVE 'NO RUNS LOGGED IN THE WINDOW.' TO RO-LINE
005730         WRITE RO-LINE
005740         GO TO 2000-EXIT
005750     END-IF.
005760     PERFORM 2100-REPORT-ONE-RUN THRU 2100-EXIT
005770         VARYING WK-RUN-SUB FROM 1 BY 1
005780         UNTIL WK-RUN-SUB > WK-RUN-COUNT.
005790 2000-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*    2100-REPORT-ONE-RUN - PRINT ONE RUN AND, WHEN IT HAD ANY,  *
005840*    THE PARAMETERS IT RAN WITH. A RUN WITH NO END RECORD HAS   *
005850*    NO COUNTS OR RETURN-CODE TO SHOW.                          *
005860*****************************************************************
005870 2100-REPORT-ONE-RUN.
005880     MOVE SPACES TO WK-RUN-LINE.
005890     MOVE WK-RUN-PROGRAM(WK-RUN-SUB) TO WK-RL-PROGRAM.
005900     MOVE WK-RUN-START-DATE(WK-RUN-SUB) TO WK-RL-START-DATE.
005910     MOVE WK-RUN-START-TIME(WK-RUN-SUB) TO WK-RL-START-TIME.
005920     IF RUN-STARTED(WK-RUN-SUB)
005930         MOVE 'NO END' TO WK-RL-STATUS
005940         ADD 1 TO WK-NO-END-COUNT
005950         ADD 1 TO WK-EXCEPTION-COUNT
005960     ELSE
005970         MOVE WK-RUN-END-DATE(WK-RUN-SUB) TO WK-RL-END-DATE
005980         MOVE WK-RUN-END-TIME(WK-RUN-SUB) TO WK-RL-END-TIME
005990         MOVE WK-RUN-READ(WK-RUN-SUB) TO WK-RL-READ
006000         MOVE WK-RUN-WRITTEN(WK-RUN-SUB) TO WK-RL-WRITTEN
006010         MOVE WK-RUN-REJECT(WK-RUN-SUB) TO WK-RL-REJECT
006020         MOVE WK-RUN-RC(WK-RUN-SUB) TO WK-RL-RC
006030         EVALUATE TRUE
006040             WHEN WK-RUN-RC(WK-RUN-SUB) = ZEROS
006050                 MOVE 'OK' TO WK-RL-STATUS
006060                 ADD 1 TO WK-CLEAN-COUNT
006070             WHEN WK-RUN-RC(WK-RUN-SUB) < 16
006080                 MOVE 'RC NOT 0' TO WK-RL-STATUS
006090                 ADD 1 TO WK-RC-COUNT
006100                 ADD 1 TO WK-EXCEPTION-COUNT
006110             WHEN OTHER
006120                 MOVE 'ABEND' TO WK-RL-STATUS
006130                 ADD 1 TO WK-ABEND-COUNT
006140                 ADD 1 TO WK-EXCEPTION-COUNT
006150         END-EVALUATE
006160     END-IF.
006170     MOVE WK-RUN-LINE TO RO-LINE.
006180     WRITE RO-LINE.
006190     IF WK-RUN-PARAMS(WK-RUN-SUB) NOT = SPACES
006200         MOVE WK-RUN-PARAMS(WK-RUN-SUB) TO WK-PL-PARAMS
006210         MOVE WK-PARAM-LINE TO RO-LINE
006220         WRITE RO-LINE
006230     END-IF.
006240 2100-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280*    3000-REPORT-NOT-RUN - LIST EVERY EXPECTED NIGHTLY JOB      *
006290*    WITH NO RUN AT ALL IN THE WINDOW.                          *
006300*****************************************************************
006310 3000-REPORT-NOT-RUN.
006320     MOVE SPACES TO RO-LINE.
006330     WRITE RO-LINE.
006340     MOVE 'EXPECTED NIGHTLY JOBS' TO RO-LINE.
006350     WRITE RO-LINE.
006360     MOVE SPACES TO RO-LINE.
006370     WRITE RO-LINE.
006380     PERFORM 3100-CHECK-ONE-JOB THRU 3100-EXIT
006390         VARYING WK-EXP-SUB FROM 1 BY 1
006400         UNTIL WK-EXP-SUB > WK-EXP-COUNT.
006410     IF WK-NOT-RUN-COUNT = ZEROS
006420         MOVE 'ALL EXPECTED JOBS RAN.' TO RO-LINE
006430         WRITE RO-LINE
006440     END-IF.
006450 3000-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*    3100-CHECK-ONE-JOB - SCAN THE RUN TABLE FOR ONE EXPECTED   *
006500*    JOB AND LIST IT WHEN IT NEVER STARTED.                     *
006510*****************************************************************
006520 3100-CHECK-ONE-JOB.
006530     SET JOB-NOT-RAN TO TRUE.
006540     PERFORM 3110-MATCH-ONE-JOB THRU 3110-EXIT
006550         VARYING WK-RUN-SUB FROM 1 BY 1
006560         UNTIL WK-RUN-SUB > WK-RUN-COUNT OR JOB-RAN.
006570     IF JOB-RAN
006580         GO TO 3100-EXIT
006590     END-IF.
006600     MOVE WK-EXP-JOB(WK-EXP-SUB) TO WK-NL-PROGRAM.
006610     MOVE WK-NOT-RUN-LINE TO RO-LINE.
006620     WRITE RO-LINE.
006630     ADD 1 TO WK-NOT-RUN-COUNT.
006640     ADD 1 TO WK-EXCEPTION-COUNT.
006650 3100-EXIT.
006660     EXIT.
006670
006680*****************************************************************
006690*    3110-MATCH-ONE-JOB - TEST ONE TABLE ENTRY AGAINST THE      *
006700*    EXPECTED JOB.                                              *
006710*****************************************************************
006720 3110-MATCH-ONE-JOB.
006730     IF WK-RUN-PROGRAM(WK-RUN-SUB) = WK-EXP-JOB(WK-EXP-SUB)
006740         SET JOB-RAN TO TRUE
006750     END-IF.
006760 3110-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800*    9999-FINALIZE - PRINT THE SUMMARY, CLOSE THE LISTING AND   *
006810*    SET THE RETURN-CODE.                                       *
006820*****************************************************************
006830 9999-FINALIZE.
006840     MOVE SPACES TO RO-LINE.
006850     WRITE RO-LINE.
006860     MOVE 'RUNS LOGGED......................' TO WK-TL-LABEL.
006870     MOVE WK-RUN-COUNT TO WK-TL-COUNT.
006880     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
006890     MOVE 'RUNS ENDED CLEAN.................' TO WK-TL-LABEL.
006900     MOVE WK-CLEAN-COUNT TO WK-TL-COUNT.
006910     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
006920     MOVE 'NON-ZERO RETURN CODES............' TO WK-TL-LABEL.
006930     MOVE WK-RC-COUNT TO WK-TL-COUNT.
006940     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
006950     MOVE 'ABENDS...........................' TO WK-TL-LABEL.
006960     MOVE WK-ABEND-COUNT TO WK-TL-COUNT.
006970     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
006980     MOVE 'STARTED, NEVER ENDED.............' TO WK-TL-LABEL.
006990     MOVE WK-NO-END-COUNT TO WK-TL-COUNT.
007000     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
007010     MOVE 'EXPECTED JOBS NOT RUN............' TO WK-TL-LABEL.
007020     MOVE WK-NOT-RUN-COUNT TO WK-TL-COUNT.
007030     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
007040     MOVE 'TOTAL EXCEPTIONS.................' TO WK-TL-LABEL.
007050     MOVE WK-EXCEPTION-COUNT TO WK-TL-COUNT.
007060     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
007070     CLOSE REPORT-OUT.
007080     IF WK-EXCEPTION-COUNT > ZEROS
007090         MOVE 4 TO RETURN-CODE
007100     END-IF.
007110     DISPLAY 'RUNS LOGGED............: ' WK-RUN-COUNT.
007120     DISPLAY 'EXCEPTIONS.............: ' WK-EXCEPTION-COUNT.
007130     MOVE WK-RUN-COUNT TO WK-JOB-WRITTEN-COUNT.
007140     MOVE WK-EXCEPTION-COUNT TO WK-JOB-REJECT-COUNT.
007150 9999-EXIT.
007160     EXIT.
007170
007180*****************************************************************
007190*    9100-WRITE-TOTAL - PRINT ONE TOTAL LINE.                   *
007200*****************************************************************
007210 9100-WRITE-TOTAL.
007220     MOVE WK-TOTAL-LINE TO RO-LINE.
007230     WRITE RO-LINE.
007240 9100-EXIT.
007250     EXIT.
007260
007270*****************************************************************
007280*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
007290*    RUN TO THE SHARED JOB-RUN LOG.                             *
007300*****************************************************************
007310 9800-LOG-JOB-START.
007320     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
007330     ACCEPT WK-TIME-SYS FROM TIME.
007340     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
007350     MOVE SPACES TO JL-RECORD.
007360     MOVE 'OPSREP' TO JL-PROGRAM.
007370     SET JL-START-REC TO TRUE.
007380     MOVE WK-JOB-START-DATE TO JL-START-DATE.
007390     MOVE WK-JOB-START-TIME TO JL-START-TIME.
007400     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
007410     MOVE WK-JOB-PARAMS TO JL-PARAMS.
007420     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
007430         JL-REJECT-COUNT JL-RETURN-CODE.
007440     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
007450 9800-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
007500*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
007510*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
007520*****************************************************************
007530 9810-LOG-JOB-END.
007540     MOVE SPACES TO JL-RECORD.
007550     MOVE 'OPSREP' TO JL-PROGRAM.
007560     SET JL-END-REC TO TRUE.
007570     MOVE WK-JOB-START-DATE TO JL-START-DATE.
007580     MOVE WK-JOB-START-TIME TO JL-START-TIME.
007590     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
007600     ACCEPT WK-TIME-SYS FROM TIME.
007610     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
007620     MOVE WK-JOB-PARAMS TO JL-PARAMS.
007630     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
007640     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
007650     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
007660     MOVE RETURN-CODE TO JL-RETURN-CODE.
007670     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
007680 9810-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
007730*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
007740*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
007750*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
007760*    WARNING - IT NEVER STOPS THE RUN.                          *
007770*****************************************************************
007780 9820-WRITE-JOB-LOG.
007790     OPEN EXTEND JOB-LOG.
007800     IF JOBLOG-NOT-FOUND
007810         OPEN OUTPUT JOB-LOG
007820     END-IF.
007830     IF NOT JOBLOG-OK
007840         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
007850             WK-JOBLOG-STATUS
007860         GO TO 9820-EXIT
007870     END-IF.
007880     WRITE JL-RECORD.
007890     IF NOT JOBLOG-OK
007900         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
007910             WK-JOBLOG-STATUS
007920     END-IF.
007930     CLOSE JOB-LOG.
007940 9820-EXIT.
007950     EXIT.
