000010*****************************************************************
000020*    PROGRAM-ID  : BUDREP                                       *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : BUDGET VARIANCE REPORT. FOR A CHOSEN MONTH   *
000070*                  COMPARES EACH CL-NAME'S POSTED CL-RES TOTAL  *
000080*                  WITH ITS MONTHLY BUDGET ON BUDMAST, FOR THE  *
000090*                  MONTH AND FOR THE YEAR TO DATE. ACTUALS ARE  *
000100*                  GATHERED AS YEARREP GATHERS THEM - CLOSED    *
000110*                  MONTHS FROM CALCARCH, OPEN MONTHS FROM THE   *
000120*                  ACTIVE CALC-LOG, CLOSED-PERIOD RECORDS LEFT  *
000130*                  ON THE ACTIVE LOG SKIPPED. REVERSALS AND     *
000140*                  CORRECTIONS ARE POSTINGS WITH THEIR OWN      *
000150*                  SIGN, SO THE ACTUAL IS THE NET SPEND.        *
000160*                  EACH NAME PRINTS ACTUAL, BUDGET, VARIANCE    *
000170*                  (BUDGET LESS ACTUAL - NEGATIVE WHEN OVER)    *
000180*                  AND PERCENTAGE OF BUDGET USED, THEN THE      *
000190*                  SAME FOR THE YEAR TO DATE. A NAME OVER ITS   *
000200*                  MONTH OR YEAR-TO-DATE BUDGET, OR AT OR PAST  *
000210*                  THE WARNING PERCENTAGE, IS FLAGGED; ONE WITH *
000220*                  POSTINGS BUT NO BUDGET FOR THE MONTH IS      *
000230*                  NOTED.                                       *
000240*                  OPTIONAL PARMCARD - COLS 1-6 PERIOD YYYYMM   *
000250*                  (BLANK = THE CURRENT MONTH), COLS 7-9        *
000260*                  WARNING PERCENTAGE (BLANK = 090).            *
000270*                  RETURN CODES: 0 NOBODY FLAGGED, 4 NAMES      *
000280*                  FLAGGED, 8 BAD PARAMETER CARD, 16 FILE       *
000290*                  ERROR.                                       *
000300*    MODIFICATION HISTORY                                       *
000310*    -------------------                                        *
000320*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. BUDREP.
000360 AUTHOR. J. B. FONSECA.
000370 INSTALLATION. DATA PROCESSING DEPT.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. GENERIC.
000440 OBJECT-COMPUTER. GENERIC.
000450 SPECIAL-NAMES.
000460     DECIMAL-POINT IS COMMA.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WK-CALCLOG-STATUS.
000530     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WK-ARCH-STATUS.
000560     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WK-PERD-STATUS.
000590     SELECT BUDGET-MASTER ASSIGN TO 'BUDMAST'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS BG-KEY
000630         FILE STATUS IS WK-BUDMAST-STATUS.
000640     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WK-PARAM-STATUS.
000670     SELECT REPORT-OUT ASSIGN TO 'BUDRPT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WK-REPORT-STATUS.
000700     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WK-JOBLOG-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CALC-LOG
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 COPY CALCLOG.
000800
000810 FD  CALC-ARCH
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  CA-RECORD.
000850     05  CA-NAME                 PIC X(20).
000860     05  CA-DATE.
000870         10  CA-YEAR             PIC 9(04).
000880         10  CA-MONTH            PIC 9(02).
000890         10  CA-DAY              PIC 9(02).
000900     05  CA-N01                  PIC S9(05)V99.
000910     05  CA-SIN                  PIC X(01).
000920     05  CA-N02                  PIC S9(05)V99.
000930     05  CA-RES                  PIC S9(07)V99.
000940     05  CA-LEVEL                PIC 9(02).
000950     05  CA-REF                  PIC 9(09).
000960     05  CA-ACCOUNT              PIC X(06).
000970
000980 FD  PERIOD-CONTROL
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY PERDCTL.
001020
001030 FD  BUDGET-MASTER
001040     LABEL RECORDS ARE STANDARD.
001050 COPY BUDMAST.
001060
001070 FD  PARAM-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  PM-CARD.
001110     05  PM-PERIOD               PIC X(06).
001120     05  PM-WARN-PCT             PIC X(03).
001130     05  FILLER                  PIC X(71).
001140
001150 FD  REPORT-OUT
001160     LABEL RECORDS ARE STANDARD.
001170 01  RO-LINE                     PIC X(80).
001180
001190 FD  JOB-LOG
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY JOBLOG.
001230
001240 WORKING-STORAGE SECTION.
001250 COPY WSCALC.
001260
001270 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
001280     88  ARCH-OK                     VALUE '00'.
001290     88  ARCH-EOF                    VALUE '10'.
001300     88  ARCH-NOT-FOUND              VALUE '35'.
001310
001320 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001330     88  PERD-OK                     VALUE '00'.
001340     88  PERD-EOF                    VALUE '10'.
001350     88  PERD-NOT-FOUND              VALUE '35'.
001360
001370 77  WK-BUDMAST-STATUS           PIC X(02) VALUE ZEROS.
001380     88  BUDMAST-OK                  VALUE '00'.
001390     88  BUDMAST-EOF                 VALUE '10'.
001400     88  BUDMAST-NOT-FOUND           VALUE '35'.
001410
001420 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001430     88  PARAM-OK                    VALUE '00'.
001440     88  PARAM-EOF                   VALUE '10'.
001450     88  PARAM-NOT-FOUND             VALUE '35'.
001460
001470 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001480     88  REPORT-OK                   VALUE '00'.
001490
001500 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001510     88  JOBLOG-OK                   VALUE '00'.
001520     88  JOBLOG-NOT-FOUND            VALUE '35'.
001530
001540 01  WK-PARAM-SWITCHES.
001550     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001560         88  PARAM-MODE              VALUE 'Y'.
001570         88  CONSOLE-MODE            VALUE 'N'.
001580     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001590         88  PARAM-CARD-VALID        VALUE 'Y'.
001600         88  PARAM-CARD-INVALID      VALUE 'N'.
001610
001620 01  WK-BUDGET-SWITCHES.
001630     05  WK-SW-SCAN              PIC X(01) VALUE 'N'.
001640         88  SCAN-FOUND              VALUE 'F'.
001650         88  SCAN-INSERT             VALUE 'I'.
001660         88  SCAN-NOT-DONE           VALUE 'N'.
001670     05  WK-SW-NAME-FULL         PIC X(01) VALUE 'N'.
001680         88  NAME-TABLE-FULL         VALUE 'Y'.
001690     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
001700         88  LOG-EOF                 VALUE 'Y'.
001710         88  LOG-NOT-EOF             VALUE 'N'.
001720     05  WK-SW-BLOCK-TYPE        PIC X(01) VALUE 'N'.
001730         88  NAME-BLOCK              VALUE 'N'.
001740         88  TOTAL-BLOCK             VALUE 'T'.
001750
001760 01  WK-PERIOD-FIELDS.
001770     05  WK-PERIOD-TEXT          PIC X(06) VALUE SPACES.
001780     05  WK-SEL-PERIOD           PIC 9(06) VALUE ZEROS.
001790     05  WK-SEL-SPLIT REDEFINES WK-SEL-PERIOD.
001800         10  WK-SEL-YEAR         PIC 9(04).
001810         10  WK-SEL-MONTH        PIC 9(02).
001820
001830 77  WK-WARN-PCT                 PIC 9(03) VALUE 090.
001840
001850*****************************************************************
001860*    CLOSED MONTHS OF THE SELECTED YEAR, FROM PERDCTL. ACTIVE-  *
001870*    LOG RECORDS OF A CLOSED MONTH ARE LEFT TO THE ARCHIVE.     *
001880*****************************************************************
001890 01  WK-CLOSED-TABLE.
001900     05  WK-MONTH-CLOSED         PIC X(01) OCCURS 12 TIMES.
001910         88  MONTH-IS-CLOSED         VALUE 'Y'.
001920
001930 77  WK-MONTH-SUB                PIC 9(02) VALUE ZEROS.
001940
001950*****************************************************************
001960*    ONE AMOUNT TAKEN FROM CALC-LOG, CALCARCH OR BUDMAST.       *
001970*****************************************************************
001980 01  WK-ITEM.
001990     05  WK-ITM-NAME             PIC X(20) VALUE SPACES.
002000     05  WK-ITM-MONTH            PIC 9(02) VALUE ZEROS.
002010     05  WK-ITM-AMOUNT           PIC S9(09)V99 VALUE ZEROS.
002020
002030*****************************************************************
002040*    ONE ENTRY PER NAME, KEPT IN NAME ORDER, WITH ITS ACTUALS   *
002050*    AND BUDGETS FOR THE MONTH AND THE YEAR TO DATE.            *
002060*****************************************************************
002070 01  WK-NAME-FIELDS.
002080     05  WK-NAME-COUNT           PIC 9(04) VALUE ZEROS.
002090     05  WK-NAME-SUB             PIC 9(04) VALUE ZEROS.
002100     05  WK-NAME-MATCH           PIC 9(04) VALUE ZEROS.
002110 01  WK-NAME-TABLE.
002120     05  WK-NAME-ENTRY           OCCURS 1000 TIMES.
002130         10  WK-NM-NAME          PIC X(20).
002140         10  WK-NM-FIGURES.
002150             15  WK-NM-MTH-ACTUAL    PIC S9(11)V99.
002160             15  WK-NM-MTH-BUDGET    PIC S9(11)V99.
002170             15  WK-NM-YTD-ACTUAL    PIC S9(11)V99.
002180             15  WK-NM-YTD-BUDGET    PIC S9(11)V99.
002190             15  WK-NM-MTH-SET       PIC X(01).
002200                 88  NM-MTH-BUDGET-SET   VALUE 'Y'.
002210             15  WK-NM-YTD-SET       PIC X(01).
002220                 88  NM-YTD-BUDGET-SET   VALUE 'Y'.
002230
002240*****************************************************************
002250*    THE SHOP TOTAL, SAME LAYOUT AS A NAME'S FIGURES.           *
002260*****************************************************************
002270 01  WK-SHOP-FIGURES.
002280     05  WK-SHP-MTH-ACTUAL       PIC S9(11)V99 VALUE ZEROS.
002290     05  WK-SHP-MTH-BUDGET       PIC S9(11)V99 VALUE ZEROS.
002300     05  WK-SHP-YTD-ACTUAL       PIC S9(11)V99 VALUE ZEROS.
002310     05  WK-SHP-YTD-BUDGET       PIC S9(11)V99 VALUE ZEROS.
002320     05  WK-SHP-MTH-SET          PIC X(01) VALUE 'N'.
002330     05  WK-SHP-YTD-SET          PIC X(01) VALUE 'N'.
002340
002350*****************************************************************
002360*    THE BLOCK BEING PRINTED - A NAME OR THE SHOP TOTAL.        *
002370*****************************************************************
002380 01  WK-BLOCK-FIELDS.
002390     05  WK-BLK-LABEL            PIC X(20) VALUE SPACES.
002400     05  WK-BLK-FLAG             PIC X(20) VALUE SPACES.
002410     05  WK-BLK-FIGURES.
002420         10  WK-BLK-MTH-ACTUAL   PIC S9(11)V99.
002430         10  WK-BLK-MTH-BUDGET   PIC S9(11)V99.
002440         10  WK-BLK-YTD-ACTUAL   PIC S9(11)V99.
002450         10  WK-BLK-YTD-BUDGET   PIC S9(11)V99.
002460         10  WK-BLK-MTH-SET      PIC X(01).
002470             88  BLK-MTH-BUDGET-SET  VALUE 'Y'.
002480         10  WK-BLK-YTD-SET      PIC X(01).
002490             88  BLK-YTD-BUDGET-SET  VALUE 'Y'.
002500     05  WK-BLK-MTH-PCT          PIC S9(05)V9 VALUE ZEROS.
002510
002520*****************************************************************
002530*    PERCENTAGE-USED WORK AREA FOR ONE LINE.                    *
002540*****************************************************************
002550 01  WK-PCT-FIELDS.
002560     05  WK-PCT-ACTUAL           PIC S9(11)V99 VALUE ZEROS.
002570     05  WK-PCT-BUDGET           PIC S9(11)V99 VALUE ZEROS.
002580     05  WK-PCT-USED             PIC S9(05)V9 VALUE ZEROS.
002590
002600 01  WK-RESULT-COUNTS.
002610     05  WK-RECORDS-READ         PIC 9(07) VALUE ZEROS.
002620     05  WK-NAMES-OVER           PIC 9(07) VALUE ZEROS.
002630     05  WK-NAMES-WARNED         PIC 9(07) VALUE ZEROS.
002640     05  WK-NAMES-NO-BUDGET      PIC 9(07) VALUE ZEROS.
002650     05  WK-NAMES-FLAGGED        PIC 9(07) VALUE ZEROS.
002660
002670 01  WK-TIME-SYS.
002680     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002690     03  FILLER                  PIC 9(02) VALUE ZEROS.
002700
002710 01  WK-JOB-FIELDS.
002720     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
002730     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002740     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002750     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002760     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002770     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002780
002790 01  WK-ECHO-LINE.
002800     05  FILLER                  PIC X(07) VALUE 'PERIOD '.
002810     05  WK-EC-PERIOD            PIC 9(06) VALUE ZEROS.
002820     05  FILLER                  PIC X(21) VALUE
002830         '   YEAR TO DATE FROM '.
002840     05  WK-EC-YTD-FROM          PIC 9(06) VALUE ZEROS.
002850     05  FILLER                  PIC X(14) VALUE
002860         '   WARNING AT '.
002870     05  WK-EC-WARN-PCT          PIC ZZ9 VALUE ZEROS.
002880     05  FILLER                  PIC X(23) VALUE
002890         '% OF BUDGET'.
002900
002910 01  WK-HEAD-LINE.
002920     05  FILLER                  PIC X(24) VALUE 'NAME'.
002930     05  FILLER                  PIC X(16) VALUE
002940         '          ACTUAL'.
002950     05  FILLER                  PIC X(16) VALUE
002960         '          BUDGET'.
002970     05  FILLER                  PIC X(16) VALUE
002980         '        VARIANCE'.
002990     05  FILLER                  PIC X(08) VALUE
003000         '  % USED'.
003010
003020*****************************************************************
003030*    FIGURE LINE - LABEL OR FLAG, MTH/YTD, ACTUAL, BUDGET,      *
003040*    VARIANCE (BUDGET LESS ACTUAL) AND PERCENTAGE USED.         *
003050*****************************************************************
003060 01  WK-VALUE-LINE.
003070     05  WK-VL-LABEL             PIC X(20) VALUE SPACES.
003080     05  WK-VL-SPAN              PIC X(04) VALUE SPACES.
003090     05  WK-VL-ACTUAL            PIC -.---.---.--9,99.
003100     05  WK-VL-BUDGET            PIC -.---.---.--9,99.
003110     05  WK-VL-VARIANCE          PIC -.---.---.--9,99.
003120     05  WK-VL-PCT-CELL.
003130         10  FILLER              PIC X(01).
003140         10  WK-VL-PCT           PIC ---9,9.
003150         10  WK-VL-PCT-SIGN      PIC X(01).
003160
003170 01  WK-TOTAL-LINE.
003180     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
003190     05  WK-TL-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
003200     05  FILLER                  PIC X(39) VALUE SPACES.
003210
003220 PROCEDURE DIVISION.
003230*****************************************************************
003240*    0000-MAINLINE - PROGRAM CONTROL                            *
003250*****************************************************************
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 1500-LOAD-CLOSED-PERIODS THRU 1500-EXIT.
003290     PERFORM 2000-GATHER-ARCHIVE THRU 2000-EXIT.
003300     PERFORM 2100-GATHER-ACTIVE-LOG THRU 2100-EXIT.
003310     PERFORM 2500-LOAD-BUDGETS THRU 2500-EXIT.
003320     PERFORM 4000-PRINT-NAMES THRU 4000-EXIT.
003330     PERFORM 9999-FINALIZE THRU 9999-EXIT.
003340     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003350     STOP RUN.
003360
003370*****************************************************************
003380*    1000-INITIALIZE - SETTLE THE PERIOD AND THE WARNING        *
003390*    PERCENTAGE, OPEN THE LISTING AND WRITE THE HEADINGS.       *
003400*****************************************************************
003410 1000-INITIALIZE.
003420     ACCEPT WK-DATE FROM DATE YYYYMMDD.
003430     DISPLAY '*** BUDGET VARIANCE REPORT ***'.
003440     PERFORM 1020-CLEAR-ONE-MONTH THRU 1020-EXIT
003450         VARYING WK-MONTH-SUB FROM 1 BY 1
003460         UNTIL WK-MONTH-SUB > 12.
003470     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
003480     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
003490     IF PARAM-MODE AND PARAM-CARD-INVALID
003500         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
003510         MOVE 8 TO RETURN-CODE
003520         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003530         STOP RUN
003540     END-IF.
003550     IF CONSOLE-MODE
003560         MOVE WK-SEL-PERIOD TO WK-JOB-PARAMS(1:6)
003570         MOVE WK-WARN-PCT TO WK-JOB-PARAMS(7:3)
003580     END-IF.
003590     OPEN OUTPUT REPORT-OUT.
003600     IF NOT REPORT-OK
003610         DISPLAY 'ERROR OPENING BUDRPT - STATUS '
003620             WK-REPORT-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003650         STOP RUN
003660     END-IF.
003670     MOVE SPACES TO RO-LINE.
003680     MOVE 'BUDGET VARIANCE REPORT' TO RO-LINE.
003690     WRITE RO-LINE.
003700     MOVE WK-SEL-PERIOD TO WK-EC-PERIOD.
003710     COMPUTE WK-EC-YTD-FROM = WK-SEL-YEAR * 100 + 1.
003720     MOVE WK-WARN-PCT TO WK-EC-WARN-PCT.
003730     MOVE WK-ECHO-LINE TO RO-LINE.
003740     WRITE RO-LINE.
003750     MOVE SPACES TO RO-LINE.
003760     WRITE RO-LINE.
003770     MOVE WK-HEAD-LINE TO RO-LINE.
003780     WRITE RO-LINE.
003790     MOVE SPACES TO RO-LINE.
003800     WRITE RO-LINE.
003810 1000-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*    1020-CLEAR-ONE-MONTH - MARK ONE MONTH OPEN UNTIL PERDCTL   *
003860*    SAYS OTHERWISE.                                            *
003870*****************************************************************
003880 1020-CLEAR-ONE-MONTH.
003890     MOVE 'N' TO WK-MONTH-CLOSED(WK-MONTH-SUB).
003900 1020-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
003950*    PARAMETER FILE AND VALIDATE IT UP FRONT. CARD LAYOUT:      *
003960*    COLS 1-6 PERIOD YYYYMM (BLANK = THE CURRENT MONTH), COLS   *
003970*    7-9 WARNING PERCENTAGE OF BUDGET USED (BLANK = 090). A     *
003980*    MISSING FILE MEANS THE CURRENT MONTH AND THE DEFAULT.      *
003990*****************************************************************
004000 1050-READ-PARAM-CARD.
004010     SET CONSOLE-MODE TO TRUE.
004020     SET PARAM-CARD-VALID TO TRUE.
004030     COMPUTE WK-SEL-PERIOD = WK-YEAR-SYS * 100 + WK-MONTH-SYS.
004040     OPEN INPUT PARAM-FILE.
004050     IF PARAM-NOT-FOUND
004060         GO TO 1050-EXIT
004070     END-IF.
004080     IF NOT PARAM-OK
004090         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
004100             WK-PARAM-STATUS
004110         SET PARAM-MODE TO TRUE
004120         SET PARAM-CARD-INVALID TO TRUE
004130         GO TO 1050-EXIT
004140     END-IF.
004150     SET PARAM-MODE TO TRUE.
004160     READ PARAM-FILE
004170         AT END
004180             DISPLAY 'PARAMETER FILE IS EMPTY.'
004190             SET PARAM-CARD-INVALID TO TRUE
004200             CLOSE PARAM-FILE
004210             GO TO 1050-EXIT
004220     END-READ.
004230     CLOSE PARAM-FILE.
004240     MOVE PM-CARD TO WK-JOB-PARAMS.
004250     MOVE PM-PERIOD TO WK-PERIOD-TEXT.
004260     IF WK-PERIOD-TEXT NOT = SPACES
004270         IF WK-PERIOD-TEXT IS NUMERIC
004280             MOVE WK-PERIOD-TEXT TO WK-SEL-PERIOD
004290         ELSE
004300             MOVE ZEROS TO WK-SEL-PERIOD
004310         END-IF
004320     END-IF.
004330     IF WK-SEL-MONTH < 01 OR WK-SEL-MONTH > 12
004340         DISPLAY 'INVALID PERIOD ON CARD - USE YYYYMM.'
004350         SET PARAM-CARD-INVALID TO TRUE
004360     END-IF.
004370     IF PM-WARN-PCT NOT = SPACES
004380         IF PM-WARN-PCT IS NUMERIC AND PM-WARN-PCT > '000'
004390             MOVE PM-WARN-PCT TO WK-WARN-PCT
004400         ELSE
004410             DISPLAY 'INVALID WARNING PERCENTAGE ON CARD - USE '
004420                 '001-999.'
004430             SET PARAM-CARD-INVALID TO TRUE
004440         END-IF
004450     END-IF.
004460 1050-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*    1500-LOAD-CLOSED-PERIODS - NOTE EVERY CLOSED MONTH OF THE  *
004510*    SELECTED YEAR FROM PERDCTL. A MISSING FILE MEANS NO        *
004520*    PERIOD HAS EVER BEEN CLOSED.                               *
004530*****************************************************************
004540 1500-LOAD-CLOSED-PERIODS.
004550     OPEN INPUT PERIOD-CONTROL.
004560     IF PERD-NOT-FOUND
004570         GO TO 1500-EXIT
004580     END-IF.
004590     IF NOT PERD-OK
004600         DISPLAY 'ERROR OPENING PERDCTL - STATUS ' WK-PERD-STATUS
004610         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004620     END-IF.
004630     PERFORM 1510-LOAD-ONE-PERIOD THRU 1510-EXIT
004640         UNTIL PERD-EOF.
004650     CLOSE PERIOD-CONTROL.
004660 1500-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700*    1510-LOAD-ONE-PERIOD - MARK ONE CLOSED MONTH OF THE        *
004710*    SELECTED YEAR.                                             *
004720*****************************************************************
004730 1510-LOAD-ONE-PERIOD.
004740     READ PERIOD-CONTROL
004750         AT END
004760             SET PERD-EOF TO TRUE
004770             GO TO 1510-EXIT
004780     END-READ.
004790     ADD 1 TO WK-RECORDS-READ.
004800     IF PC-YEAR NOT = WK-SEL-YEAR
004810         GO TO 1510-EXIT
004820     END-IF.
004830     IF PC-MONTH < 01 OR PC-MONTH > 12
004840         GO TO 1510-EXIT
004850     END-IF.
004860     MOVE 'Y' TO WK-MONTH-CLOSED(PC-MONTH).
004870 1510-EXIT.
004880     EXIT.
004890
004900*****************************************************************
004910*    1900-ABANDON-RUN - AN INPUT FILE WOULD NOT OPEN. LOG THE   *
004920*    END OF THE RUN WITH RETURN-CODE 16 AND STOP.               *
004930*****************************************************************
004940 1900-ABANDON-RUN.
004950     DISPLAY 'BUDGET VARIANCE REPORT ABANDONED.'.
004960     CLOSE REPORT-OUT.
004970     MOVE 16 TO RETURN-CODE.
004980     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
004990     STOP RUN.
005000 1900-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040*    2000-GATHER-ARCHIVE - TAKE THE ACTUALS OF THE CLOSED       *
005050*    MONTHS FROM CALCARCH. A MISSING ARCHIVE JUST MEANS NO      *
005060*    MONTH HAS EVER BEEN CLOSED.                                *
005070*****************************************************************
005080 2000-GATHER-ARCHIVE.
005090     OPEN INPUT CALC-ARCH.
005100     IF ARCH-NOT-FOUND
005110         GO TO 2000-EXIT
005120     END-IF.
005130     IF NOT ARCH-OK
005140         DISPLAY 'ERROR OPENING CALCARCH - STATUS '
005150             WK-ARCH-STATUS
005160         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005170     END-IF.
005180     PERFORM 2010-GATHER-ONE-ARCHIVED THRU 2010-EXIT
005190         UNTIL ARCH-EOF.
005200     CLOSE CALC-ARCH.
005210 2000-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250*    2010-GATHER-ONE-ARCHIVED - TAKE ONE ARCHIVED RECORD OF THE *
005260*    SELECTED YEAR UP TO THE SELECTED MONTH.                    *
005270*****************************************************************
005280 2010-GATHER-ONE-ARCHIVED.
005290     READ CALC-ARCH
005300         AT END
005310             SET ARCH-EOF TO TRUE
005320             GO TO 2010-EXIT
005330     END-READ.
005340     ADD 1 TO WK-RECORDS-READ.
005350     IF CA-YEAR NOT = WK-SEL-YEAR
005360         GO TO 2010-EXIT
005370     END-IF.
005380     IF CA-MONTH < 01 OR CA-MONTH > WK-SEL-MONTH
005390         GO TO 2010-EXIT
005400     END-IF.
005410     MOVE CA-NAME TO WK-ITM-NAME.
005420     MOVE CA-MONTH TO WK-ITM-MONTH.
005430     MOVE CA-RES TO WK-ITM-AMOUNT.
005440     PERFORM 2200-TAKE-ACTUAL THRU 2200-EXIT.
005450 2010-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*    2100-GATHER-ACTIVE-LOG - TAKE THE ACTUALS OF THE OPEN      *
005500*    MONTHS FROM CALC-LOG. CLOSED-PERIOD RECORDS ON THE ACTIVE  *
005510*    LOG ARE SKIPPED, AS YEARREP SKIPS THEM - THE ARCHIVE IS    *
005520*    THE RECORD OF CLOSED MONTHS.                               *
005530*****************************************************************
005540 2100-GATHER-ACTIVE-LOG.
005550     OPEN INPUT CALC-LOG.
005560     IF CALCLOG-NOT-FOUND
005570         GO TO 2100-EXIT
005580     END-IF.
005590     IF NOT CALCLOG-OK
005600         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
005610             WK-CALCLOG-STATUS
005620         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005630     END-IF.
005640     PERFORM 2110-GATHER-ONE-LOGGED THRU 2110-EXIT
005650         UNTIL LOG-EOF.
005660     CLOSE CALC-LOG.
005670 2100-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710*    2110-GATHER-ONE-LOGGED - TAKE ONE OPEN-MONTH ACTIVE-LOG    *
005720*    RECORD OF THE SELECTED YEAR UP TO THE SELECTED MONTH.      *
005730*****************************************************************
005740 2110-GATHER-ONE-LOGGED.
005750     READ CALC-LOG
005760         AT END
005770             SET LOG-EOF TO TRUE
005780             GO TO 2110-EXIT
005790     END-READ.
005800     ADD 1 TO WK-RECORDS-READ.
005810     IF CL-YEAR NOT = WK-SEL-YEAR
005820         GO TO 2110-EXIT
005830     END-IF.
005840     IF CL-MONTH < 01 OR CL-MONTH > WK-SEL-MONTH
005850         GO TO 2110-EXIT
005860     END-IF.
005870     IF MONTH-IS-CLOSED(CL-MONTH)
005880         GO TO 2110-EXIT
005890     END-IF.
005900     MOVE CL-NAME TO WK-ITM-NAME.
005910     MOVE CL-MONTH TO WK-ITM-MONTH.
005920     MOVE CL-RES TO WK-ITM-AMOUNT.
005930     PERFORM 2200-TAKE-ACTUAL THRU 2200-EXIT.
005940 2110-EXIT.
005950     EXIT.
005960
005970*****************************************************************
005980*    2200-TAKE-ACTUAL - ADD ONE POSTED RESULT TO ITS NAME'S     *
005990*    YEAR-TO-DATE ACTUAL, AND TO THE MONTH'S ACTUAL WHEN IT IS  *
006000*    THE SELECTED MONTH.                                        *
006010*****************************************************************
006020 2200-TAKE-ACTUAL.
006030     PERFORM 3100-FIND-NAME THRU 3100-EXIT.
006040     IF WK-NAME-MATCH = ZEROS
006050         GO TO 2200-EXIT
006060     END-IF.
006070     ADD WK-ITM-AMOUNT TO WK-NM-YTD-ACTUAL(WK-NAME-MATCH).
006080     IF WK-ITM-MONTH = WK-SEL-MONTH
006090         ADD WK-ITM-AMOUNT TO WK-NM-MTH-ACTUAL(WK-NAME-MATCH)
006100     END-IF.
006110 2200-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150*    2500-LOAD-BUDGETS - TAKE EVERY BUDGET OF THE SELECTED YEAR *
006160*    UP TO THE SELECTED MONTH FROM BUDMAST. A MISSING MASTER    *
006170*    MEANS NO BUDGET HAS BEEN SET YET.                          *
006180*****************************************************************
006190 2500-LOAD-BUDGETS.
006200     OPEN INPUT BUDGET-MASTER.
006210     IF BUDMAST-NOT-FOUND
006220         DISPLAY 'NO BUDGET MASTER - NO BUDGETS SET.'
006230         GO TO 2500-EXIT
006240     END-IF.
006250     IF NOT BUDMAST-OK
006260         DISPLAY 'ERROR OPENING BUDMAST - STATUS '
006270             WK-BUDMAST-STATUS
006280         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006290     END-IF.
006300     PERFORM 2510-LOAD-ONE-BUDGET THRU 2510-EXIT
006310         UNTIL BUDMAST-EOF.
006320     CLOSE BUDGET-MASTER.
006330 2500-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370*    2510-LOAD-ONE-BUDGET - ADD ONE BUDGET TO ITS NAME'S        *
006380*    YEAR-TO-DATE BUDGET, AND SET THE MONTH'S BUDGET WHEN IT IS *
006390*    THE SELECTED MONTH.                                        *
006400*****************************************************************
006410 2510-LOAD-ONE-BUDGET.
006420     READ BUDGET-MASTER
006430         AT END
006440             SET BUDMAST-EOF TO TRUE
006450             GO TO 2510-EXIT
006460     END-READ.
006470     ADD 1 TO WK-RECORDS-READ.
006480     IF BG-YEAR NOT = WK-SEL-YEAR
006490         GO TO 2510-EXIT
006500     END-IF.
006510     IF BG-MONTH < 01 OR BG-MONTH > WK-SEL-MONTH
006520         GO TO 2510-EXIT
006530     END-IF.
006540     MOVE BG-NAME TO WK-ITM-NAME.
006550     MOVE BG-MONTH TO WK-ITM-MONTH.
006560     MOVE BG-AMOUNT TO WK-ITM-AMOUNT.
006570     PERFORM 3100-FIND-NAME THRU 3100-EXIT.
006580     IF WK-NAME-MATCH = ZEROS
006590         GO TO 2510-EXIT
006600     END-IF.
006610     ADD WK-ITM-AMOUNT TO WK-NM-YTD-BUDGET(WK-NAME-MATCH).
006620     MOVE 'Y' TO WK-NM-YTD-SET(WK-NAME-MATCH).
006630     IF WK-ITM-MONTH = WK-SEL-MONTH
006640         MOVE WK-ITM-AMOUNT TO WK-NM-MTH-BUDGET(WK-NAME-MATCH)
006650         MOVE 'Y' TO WK-NM-MTH-SET(WK-NAME-MATCH)
006660     END-IF.
006670 2510-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*    3100-FIND-NAME - LOCATE THE NAME'S TABLE ENTRY, INSERTING  *
006720*    A NEW ONE IN NAME ORDER THE FIRST TIME THE NAME IS SEEN.   *
006730*    LEAVES ITS SUBSCRIPT IN WK-NAME-MATCH (ZERO WHEN THE TABLE *
006740*    IS FULL).                                                  *
006750*****************************************************************
006760 3100-FIND-NAME.
006770     MOVE ZEROS TO WK-NAME-MATCH.
006780     SET SCAN-NOT-DONE TO TRUE.
006790     PERFORM 3110-SCAN-NAME THRU 3110-EXIT
006800         VARYING WK-NAME-SUB FROM 1 BY 1
006810         UNTIL WK-NAME-SUB > WK-NAME-COUNT OR NOT SCAN-NOT-DONE.
006820     IF SCAN-FOUND
006830         GO TO 3100-EXIT
006840     END-IF.
006850     IF WK-NAME-COUNT NOT < 1000
006860         MOVE ZEROS TO WK-NAME-MATCH
006870         IF NOT NAME-TABLE-FULL
006880             DISPLAY 'WARNING - NAME TABLE FULL AT 1000.'
006890             SET NAME-TABLE-FULL TO TRUE
006900         END-IF
006910         GO TO 3100-EXIT
006920     END-IF.
006930     IF SCAN-NOT-DONE
006940         COMPUTE WK-NAME-MATCH = WK-NAME-COUNT + 1
006950     END-IF.
006960     PERFORM 3120-SHIFT-NAME THRU 3120-EXIT
006970         VARYING WK-NAME-SUB FROM WK-NAME-COUNT BY -1
006980         UNTIL WK-NAME-SUB < WK-NAME-MATCH.
006990     ADD 1 TO WK-NAME-COUNT.
007000     MOVE WK-ITM-NAME TO WK-NM-NAME(WK-NAME-MATCH).
007010     MOVE ZEROS TO WK-NM-MTH-ACTUAL(WK-NAME-MATCH)
007020         WK-NM-MTH-BUDGET(WK-NAME-MATCH)
007030         WK-NM-YTD-ACTUAL(WK-NAME-MATCH)
007040         WK-NM-YTD-BUDGET(WK-NAME-MATCH).
007050     MOVE 'N' TO WK-NM-MTH-SET(WK-NAME-MATCH).
007060     MOVE 'N' TO WK-NM-YTD-SET(WK-NAME-MATCH).
007070 3100-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110*    3110-SCAN-NAME - STOP ON THE NAME'S ENTRY, OR ON THE FIRST *
007120*    ENTRY THAT SORTS AFTER IT.                                 *
007130*****************************************************************
007140 3110-SCAN-NAME.
007150     IF WK-NM-NAME(WK-NAME-SUB) = WK-ITM-NAME
007160         MOVE WK-NAME-SUB TO WK-NAME-MATCH
007170         SET SCAN-FOUND TO TRUE
007180         GO TO 3110-EXIT
007190     END-IF.
007200     IF WK-NM-NAME(WK-NAME-SUB) > WK-ITM-NAME
007210         MOVE WK-NAME-SUB TO WK-NAME-MATCH
007220         SET SCAN-INSERT TO TRUE
007230     END-IF.
007240 3110-EXIT.
007250     EXIT.
007260
007270*****************************************************************
007280*    3120-SHIFT-NAME - MOVE ONE ENTRY DOWN A PLACE TO OPEN THE  *
007290*    INSERTION POINT.                                           *
007300*****************************************************************
007310 3120-SHIFT-NAME.
007320     MOVE WK-NAME-ENTRY(WK-NAME-SUB)
007330         TO WK-NAME-ENTRY(WK-NAME-SUB + 1).
007340 3120-EXIT.
007350     EXIT.
007360
007370*****************************************************************
007380*    4000-PRINT-NAMES - PRINT EVERY NAME WITH POSTINGS OR A     *
007390*    BUDGET THIS YEAR, IN NAME ORDER, ROLLING EACH INTO THE     *
007400*    SHOP TOTAL.                                                *
007410*****************************************************************
007420 4000-PRINT-NAMES.
007430     SET NAME-BLOCK TO TRUE.
007440     PERFORM 4010-PRINT-ONE-NAME THRU 4010-EXIT
007450         VARYING WK-NAME-SUB FROM 1 BY 1
007460         UNTIL WK-NAME-SUB > WK-NAME-COUNT.
007470 4000-EXIT.
007480     EXIT.
007490
007500*****************************************************************
007510*    4010-PRINT-ONE-NAME - PRINT ONE NAME'S BLOCK AND ADD ITS   *
007520*    FIGURES TO THE SHOP TOTAL.                                 *
007530*****************************************************************
007540 4010-PRINT-ONE-NAME.
007550     MOVE WK-NM-NAME(WK-NAME-SUB) TO WK-BLK-LABEL.
007560     MOVE WK-NM-FIGURES(WK-NAME-SUB) TO WK-BLK-FIGURES.
007570     ADD WK-BLK-MTH-ACTUAL TO WK-SHP-MTH-ACTUAL.
007580     ADD WK-BLK-MTH-BUDGET TO WK-SHP-MTH-BUDGET.
007590     ADD WK-BLK-YTD-ACTUAL TO WK-SHP-YTD-ACTUAL.
007600     ADD WK-BLK-YTD-BUDGET TO WK-SHP-YTD-BUDGET.
007610     IF BLK-MTH-BUDGET-SET
007620         MOVE 'Y' TO WK-SHP-MTH-SET
007630     END-IF.
007640     IF BLK-YTD-BUDGET-SET
007650         MOVE 'Y' TO WK-SHP-YTD-SET
007660     END-IF.
007670     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
007680 4010-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720*    5000-PRINT-BLOCK - PRINT THE MONTH LINE AND THE YEAR-TO-   *
007730*    DATE LINE FOR THE BLOCK IN WK-BLOCK-FIELDS. A NAME'S FLAG, *
007740*    IF ANY, PRINTS IN THE NAME COLUMN OF ITS YEAR-TO-DATE      *
007750*    LINE.                                                      *
007760*****************************************************************
007770 5000-PRINT-BLOCK.
007780     MOVE WK-BLK-MTH-ACTUAL TO WK-PCT-ACTUAL.
007790     MOVE WK-BLK-MTH-BUDGET TO WK-PCT-BUDGET.
007800     PERFORM 5200-WORK-OUT-PCT THRU 5200-EXIT.
007810     MOVE WK-PCT-USED TO WK-BLK-MTH-PCT.
007820     MOVE SPACES TO WK-BLK-FLAG.
007830     IF NAME-BLOCK
007840         PERFORM 5100-WORK-OUT-FLAG THRU 5100-EXIT
007850     END-IF.
007860     MOVE SPACES TO WK-VALUE-LINE.
007870     MOVE WK-BLK-LABEL TO WK-VL-LABEL.
007880     MOVE ' MTH' TO WK-VL-SPAN.
007890     MOVE WK-BLK-MTH-ACTUAL TO WK-VL-ACTUAL.
007900     MOVE WK-BLK-MTH-BUDGET TO WK-VL-BUDGET.
007910     COMPUTE WK-VL-VARIANCE = WK-BLK-MTH-BUDGET
007920         - WK-BLK-MTH-ACTUAL.
007930     IF WK-BLK-MTH-BUDGET > ZEROS
007940         MOVE WK-PCT-USED TO WK-VL-PCT
007950         MOVE '%' TO WK-VL-PCT-SIGN
007960     END-IF.
007970     MOVE WK-VALUE-LINE TO RO-LINE.
007980     WRITE RO-LINE.
007990     MOVE WK-BLK-YTD-ACTUAL TO WK-PCT-ACTUAL.
008000     MOVE WK-BLK-YTD-BUDGET TO WK-PCT-BUDGET.
008010     PERFORM 5200-WORK-OUT-PCT THRU 5200-EXIT.
008020     MOVE SPACES TO WK-VALUE-LINE.
008030     MOVE WK-BLK-FLAG TO WK-VL-LABEL.
008040     MOVE ' YTD' TO WK-VL-SPAN.
008050     MOVE WK-BLK-YTD-ACTUAL TO WK-VL-ACTUAL.
008060     MOVE WK-BLK-YTD-BUDGET TO WK-VL-BUDGET.
008070     COMPUTE WK-VL-VARIANCE = WK-BLK-YTD-BUDGET
008080         - WK-BLK-YTD-ACTUAL.
008090     IF WK-BLK-YTD-BUDGET > ZEROS
008100         MOVE WK-PCT-USED TO WK-VL-PCT
008110         MOVE '%' TO WK-VL-PCT-SIGN
008120     END-IF.
008130     MOVE WK-VALUE-LINE TO RO-LINE.
008140     WRITE RO-LINE.
008150     MOVE SPACES TO RO-LINE.
008160     WRITE RO-LINE.
008170 5000-EXIT.
008180     EXIT.
008190
008200*****************************************************************
008210*    5100-WORK-OUT-FLAG - PICK THE NAME'S FLAG, THE FIRST THAT  *
008220*    APPLIES: OVER THE MONTH'S BUDGET, OVER THE YEAR-TO-DATE    *
008230*    BUDGET, AT OR PAST THE WARNING PERCENTAGE OF THE MONTH'S   *
008240*    BUDGET, OR POSTINGS THIS MONTH WITH NO BUDGET SET.         *
008250*****************************************************************
008260 5100-WORK-OUT-FLAG.
008270     IF BLK-MTH-BUDGET-SET
008280             AND WK-BLK-MTH-ACTUAL > WK-BLK-MTH-BUDGET
008290         MOVE '** OVER BUDGET **' TO WK-BLK-FLAG
008300         ADD 1 TO WK-NAMES-OVER
008310         ADD 1 TO WK-NAMES-FLAGGED
008320         GO TO 5100-EXIT
008330     END-IF.
008340     IF BLK-YTD-BUDGET-SET
008350             AND WK-BLK-YTD-ACTUAL > WK-BLK-YTD-BUDGET
008360         MOVE '** OVER YTD BUDGET' TO WK-BLK-FLAG
008370         ADD 1 TO WK-NAMES-OVER
008380         ADD 1 TO WK-NAMES-FLAGGED
008390         GO TO 5100-EXIT
008400     END-IF.
008410     IF WK-BLK-MTH-BUDGET > ZEROS
008420             AND WK-BLK-MTH-PCT NOT < WK-WARN-PCT
008430         MOVE '** PAST WARNING %' TO WK-BLK-FLAG
008440         ADD 1 TO WK-NAMES-WARNED
008450         ADD 1 TO WK-NAMES-FLAGGED
008460         GO TO 5100-EXIT
008470     END-IF.
008480     IF NOT BLK-MTH-BUDGET-SET
008490             AND WK-BLK-MTH-ACTUAL NOT = ZEROS
008500         MOVE '   NO BUDGET SET' TO WK-BLK-FLAG
008510         ADD 1 TO WK-NAMES-NO-BUDGET
008520     END-IF.
008530 5100-EXIT.
008540     EXIT.
008550
008560*****************************************************************
008570*    5200-WORK-OUT-PCT - PERCENTAGE OF THE BUDGET USED, HELD TO *
008580*    THE -999,9 TO 999,9 THE LISTING CAN SHOW. ZERO WHEN THERE  *
008590*    IS NO BUDGET TO MEASURE AGAINST.                           *
008600*****************************************************************
008610 5200-WORK-OUT-PCT.
008620     MOVE ZEROS TO WK-PCT-USED.
008630     IF WK-PCT-BUDGET NOT > ZEROS
008640         GO TO 5200-EXIT
008650     END-IF.
008660     COMPUTE WK-PCT-USED ROUNDED =
008670         WK-PCT-ACTUAL * 100 / WK-PCT-BUDGET
008680         ON SIZE ERROR
008690             IF WK-PCT-ACTUAL < ZEROS
008700                 MOVE -999,9 TO WK-PCT-USED
008710             ELSE
008720                 MOVE 999,9 TO WK-PCT-USED
008730             END-IF
008740     END-COMPUTE.
008750     IF WK-PCT-USED > 999,9
008760         MOVE 999,9 TO WK-PCT-USED
008770     END-IF.
008780     IF WK-PCT-USED < -999,9
008790         MOVE -999,9 TO WK-PCT-USED
008800     END-IF.
008810 5200-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850*    9999-FINALIZE - PRINT THE SHOP TOTAL AND THE COUNTS, CLOSE *
008860*    THE LISTING AND SET THE RETURN CODE.                       *
008870*****************************************************************
008880 9999-FINALIZE.
008890     SET TOTAL-BLOCK TO TRUE.
008900     MOVE 'SHOP TOTAL' TO WK-BLK-LABEL.
008910     MOVE WK-SHP-MTH-ACTUAL TO WK-BLK-MTH-ACTUAL.
008920     MOVE WK-SHP-MTH-BUDGET TO WK-BLK-MTH-BUDGET.
008930     MOVE WK-SHP-YTD-ACTUAL TO WK-BLK-YTD-ACTUAL.
008940     MOVE WK-SHP-YTD-BUDGET TO WK-BLK-YTD-BUDGET.
008950     MOVE WK-SHP-MTH-SET TO WK-BLK-MTH-SET.
008960     MOVE WK-SHP-YTD-SET TO WK-BLK-YTD-SET.
008970     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
008980     MOVE 'NAMES LISTED.....................' TO WK-TL-LABEL.
008990     MOVE WK-NAME-COUNT TO WK-TL-COUNT.
009000     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009010     MOVE 'NAMES OVER BUDGET................' TO WK-TL-LABEL.
009020     MOVE WK-NAMES-OVER TO WK-TL-COUNT.
009030     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009040     MOVE 'NAMES PAST THE WARNING PERCENTAGE' TO WK-TL-LABEL.
009050     MOVE WK-NAMES-WARNED TO WK-TL-COUNT.
009060     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009070     MOVE 'NAMES POSTING WITH NO BUDGET.....' TO WK-TL-LABEL.
009080     MOVE WK-NAMES-NO-BUDGET TO WK-TL-COUNT.
009090     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009100     CLOSE REPORT-OUT.
009110     IF WK-NAMES-FLAGGED > ZEROS
009120         MOVE 4 TO RETURN-CODE
009130     END-IF.
009140     DISPLAY 'NAMES LISTED...........: ' WK-NAME-COUNT.
009150     DISPLAY 'NAMES FLAGGED..........: ' WK-NAMES-FLAGGED.
009160 9999-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200*    9100-WRITE-TOTAL - PRINT ONE TOTAL LINE.                   *
009210*****************************************************************
009220 9100-WRITE-TOTAL.
009230     MOVE WK-TOTAL-LINE TO RO-LINE.
009240     WRITE RO-LINE.
009250 9100-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
009300*    RUN TO THE SHARED JOB-RUN LOG.                             *
009310*****************************************************************
009320 9800-LOG-JOB-START.
009330     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
009340     ACCEPT WK-TIME-SYS FROM TIME.
009350     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
009360     MOVE SPACES TO JL-RECORD.
009370     MOVE 'BUDREP' TO JL-PROGRAM.
009380     SET JL-START-REC TO TRUE.
009390     MOVE WK-JOB-START-DATE TO JL-START-DATE.
009400     MOVE WK-JOB-START-TIME TO JL-START-TIME.
009410     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
009420     MOVE WK-JOB-PARAMS TO JL-PARAMS.
009430     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
009440         JL-REJECT-COUNT JL-RETURN-CODE.
009450     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
009460 9800-EXIT.
009470     EXIT.
009480
009490*****************************************************************
009500*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
009510*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
009520*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
009530*****************************************************************
009540 9810-LOG-JOB-END.
009550     MOVE WK-RECORDS-READ TO WK-JOB-READ-COUNT.
009560     MOVE WK-NAME-COUNT TO WK-JOB-WRITTEN-COUNT.
009570     MOVE WK-NAMES-FLAGGED TO WK-JOB-REJECT-COUNT.
009580     MOVE SPACES TO JL-RECORD.
009590     MOVE 'BUDREP' TO JL-PROGRAM.
009600     SET JL-END-REC TO TRUE.
009610     MOVE WK-JOB-START-DATE TO JL-START-DATE.
009620     MOVE WK-JOB-START-TIME TO JL-START-TIME.
009630     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
009640     ACCEPT WK-TIME-SYS FROM TIME.
009650     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
009660     MOVE WK-JOB-PARAMS TO JL-PARAMS.
009670     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
009680     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
009690     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
009700     MOVE RETURN-CODE TO JL-RETURN-CODE.
009710     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
009720 9810-EXIT.
009730     EXIT.
009740
009750*****************************************************************
009760*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
009770*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
009780*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
009790*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
009800*    WARNING - IT NEVER STOPS THE RUN.                          *
009810*****************************************************************
009820 9820-WRITE-JOB-LOG.
009830     OPEN EXTEND JOB-LOG.
009840     IF JOBLOG-NOT-FOUND
009850         OPEN OUTPUT JOB-LOG
009860     END-IF.
009870     IF NOT JOBLOG-OK
009880         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
009890             WK-JOBLOG-STATUS
009900         GO TO 9820-EXIT
009910     END-IF.
009920     WRITE JL-RECORD.
009930     IF NOT JOBLOG-OK
009940         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
009950             WK-JOBLOG-STATUS
009960     END-IF.
009970     CLOSE JOB-LOG.
009980 9820-EXIT.
009990     EXIT.
