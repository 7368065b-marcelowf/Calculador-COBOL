000190*    MODIFICATION HISTORY                                       *
000200*    -------------------                                        *
000210*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000220*    15/10/2026  JBF  READ THE WIDER CALCARCH RECORD CARRYING   *
000230*                      THE NEW CA-ACCOUNT ACCOUNT CODE.         *
000240*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000250*                      JOBLOG JOB-RUN LOG.                      *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. YEARREP.
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
000430     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WK-CALCLOG-STATUS.
000460     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WK-ARCH-STATUS.
000490     SELECT SORT-WORK ASSIGN TO 'SWK001'.
000500     SELECT REPORT-OUT ASSIGN TO 'YEARRPT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WK-REPORT-STATUS.
000530     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WK-PERD-STATUS.
000560     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WK-JOBLOG-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CALC-LOG
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY CALCLOG.
000660
000670 FD  CALC-ARCH
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  CA-RECORD.
000710     05  CA-NAME                 PIC X(20).
000720     05  CA-DATE.
000730         10  CA-YEAR             PIC 9(04).
000740         10  CA-MONTH            PIC 9(02).
000750         10  CA-DAY              PIC 9(02).
000760     05  CA-N01                  PIC S9(05)V99.
000770     05  CA-SIN                  PIC X(01).
000780     05  CA-N02                  PIC S9(05)V99.
000790     05  CA-RES                  PIC S9(07)V99.
000800     05  CA-LEVEL                PIC 9(02).
000810     05  CA-REF                  PIC 9(09).
000820     05  CA-ACCOUNT              PIC X(06).
000830
000840 SD  SORT-WORK.
000850 01  SW-RECORD.
000860     05  SW-NAME                 PIC X(20).
000870     05  SW-DATE.
000880         10  SW-YEAR             PIC 9(04).
000890         10  SW-MONTH            PIC 9(02).
000900         10  SW-DAY              PIC 9(02).
000910     05  SW-RES                  PIC S9(07)V99.
000920
000930 FD  REPORT-OUT
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  RO-LINE                     PIC X(80).
000970
000980 FD  PERIOD-CONTROL
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY PERDCTL.
001020
001030 FD  JOB-LOG
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 COPY JOBLOG.
001070
001080 WORKING-STORAGE SECTION.
001090 COPY WSCALC.
001100
001110 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
001120     88  ARCH-OK                     VALUE '00'.
001130     88  ARCH-EOF                    VALUE '10'.
001140     88  ARCH-NOT-FOUND              VALUE '35'.
001150
001160 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001170     88  REPORT-OK                   VALUE '00'.
001180
001190 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001200     88  PERD-OK                     VALUE '00'.
001210     88  PERD-EOF                    VALUE '10'.
001220     88  PERD-NOT-FOUND              VALUE '35'.
001230
001240 01  WK-REPORT-SWITCHES.
001250     05  WK-SW-FIRST-REC         PIC X(01) VALUE 'Y'.
001260         88  FIRST-RECORD            VALUE 'Y'.
001270         88  NOT-FIRST-RECORD        VALUE 'N'.
001280     05  WK-SW-SORT-EOF          PIC X(01) VALUE 'N'.
001290         88  SORT-EOF                VALUE 'Y'.
001300         88  SORT-NOT-EOF            VALUE 'N'.
001310     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
001320         88  LOG-EOF                 VALUE 'Y'.
001330         88  LOG-NOT-EOF             VALUE 'N'.
001340     05  WK-SW-YEAR-OK           PIC X(01) VALUE 'N'.
001350         88  YEAR-IS-VALID           VALUE 'Y'.
001360         88  YEAR-IS-INVALID         VALUE 'N'.
001370
001380 01  WK-SELECTION-FIELDS.
001390     05  WK-YEAR-TEXT            PIC X(04) VALUE SPACES.
001400     05  WK-SEL-YEAR             PIC 9(04) VALUE ZEROS.
001410
001420 01  WK-BREAK-FIELDS.
001430     05  WK-PREV-MONTH           PIC 9(02) VALUE ZEROS.
001440     05  WK-PREV-NAME            PIC X(20) VALUE SPACES.
001450
001460 01  WK-ACCUMULATORS.
001470     05  WK-NAME-TOTAL           PIC S9(09)V99 VALUE ZEROS.
001480     05  WK-NAME-COUNT           PIC 9(05) VALUE ZEROS.
001490     05  WK-MONTH-TOTAL          PIC S9(09)V99 VALUE ZEROS.
001500     05  WK-MONTH-COUNT          PIC 9(05) VALUE ZEROS.
001510     05  WK-GRAND-TOTAL          PIC S9(11)V99 VALUE ZEROS.
001520     05  WK-GRAND-COUNT          PIC 9(07) VALUE ZEROS.
001530
001540 01  WK-CONTROL-TABLES.
001550     05  WK-MONTH-CTL OCCURS 12 TIMES.
001560         10  WK-CTL-CLOSED       PIC X(01).
001570             88  MONTH-IS-CLOSED     VALUE 'Y'.
001580         10  WK-CTL-COUNT        PIC 9(07).
001590         10  WK-CTL-TOTAL        PIC S9(11)V99.
001600         10  WK-ARC-COUNT        PIC 9(07).
001610         10  WK-ARC-TOTAL        PIC S9(11)V99.
001620
001630 77  WK-MONTH-SUB                PIC 9(02) VALUE ZEROS.
001640
001650 01  WK-PRINT-LINE.
001660     05  WK-PL-NAME              PIC X(20) VALUE SPACES.
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  WK-PL-LABEL.
001690         10  WK-PL-MONTH         PIC X(03) VALUE SPACES.
001700         10  FILLER              PIC X(01) VALUE SPACES.
001710         10  WK-PL-YEAR          PIC 9(04) VALUE ZEROS.
001720         10  FILLER              PIC X(12) VALUE SPACES.
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  WK-PL-COUNT             PIC ZZZZ9 VALUE ZEROS.
001750     05  FILLER                  PIC X(03) VALUE SPACES.
001760     05  WK-PL-TOTAL         PIC +ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001770     05  FILLER                  PIC X(10) VALUE SPACES.
001780
001790 01  WK-RECON-LINE.
001800     05  WK-RC-MONTH             PIC X(03) VALUE SPACES.
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  WK-RC-YEAR              PIC 9(04) VALUE ZEROS.
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  WK-RC-LABEL             PIC X(08) VALUE SPACES.
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  WK-RC-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WK-RC-TOTAL         PIC +ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WK-RC-FLAG              PIC X(11) VALUE SPACES.
001910     05  FILLER                  PIC X(23) VALUE SPACES.
001920
001930 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001940     88  JOBLOG-OK                   VALUE '00'.
001950     88  JOBLOG-NOT-FOUND            VALUE '35'.
001960
001970 01  WK-JOB-FIELDS.
001980     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
001990     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002000     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002010     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002020     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002030     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002040
002050 01  WK-TIME-SYS.
002060     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002070     03  FILLER                  PIC 9(02) VALUE ZEROS.
002080
002090 PROCEDURE DIVISION.
002100*****************************************************************
002110*    0000-MAINLINE - PROGRAM CONTROL                            *
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     SORT SORT-WORK ON ASCENDING KEY SW-YEAR SW-MONTH SW-NAME
002160         INPUT PROCEDURE IS 1500-SELECT-INPUT THRU 1500-EXIT
002170         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
002180     PERFORM 9999-FINALIZE THRU 9999-EXIT.
002190     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
002200     STOP RUN.
002210
002220*****************************************************************
002230*    1000-INITIALIZE - COLLECT THE YEAR, LOAD THE PERIOD        *
002240*    CONTROL TOTALS FOR IT, OPEN THE PRINT FILE AND WRITE THE   *
002250*    REPORT HEADINGS.                                           *
002260*****************************************************************
002270 1000-INITIALIZE.
002280     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
002290     PERFORM 1020-CLEAR-ONE-MONTH THRU 1020-EXIT
002300         VARYING WK-MONTH-SUB FROM 1 BY 1
002310         UNTIL WK-MONTH-SUB > 12.
002320     DISPLAY '*** YEAR-END CONSOLIDATED REPORT ***'.
002330     SET YEAR-IS-INVALID TO TRUE.
002340     PERFORM 1100-GET-YEAR THRU 1100-EXIT
002350         UNTIL YEAR-IS-VALID.
002360     MOVE WK-YEAR-TEXT TO WK-JOB-PARAMS.
002370     PERFORM 1300-LOAD-PERIOD-CONTROLS THRU 1300-EXIT.
002380     OPEN OUTPUT REPORT-OUT.
002390     IF NOT REPORT-OK
002400         DISPLAY 'ERROR OPENING YEARRPT - STATUS '
002410             WK-REPORT-STATUS
002415         MOVE 16 TO RETURN-CODE
002420         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002430         STOP RUN
002440     END-IF.
002450     MOVE SPACES TO RO-LINE.
002460     STRING 'YEAR-END CONSOLIDATED SUMMARY FOR '
002470         DELIMITED BY SIZE
002480         WK-YEAR-TEXT DELIMITED BY SIZE
002490         INTO RO-LINE.
002500     WRITE RO-LINE.
002510     MOVE SPACES TO RO-LINE.
002520     WRITE RO-LINE.
002530     MOVE SPACES TO WK-PRINT-LINE.
002540     MOVE 'NAME' TO WK-PL-NAME.
002550     MOVE 'MONTH' TO WK-PL-LABEL.
002560     MOVE WK-PRINT-LINE TO RO-LINE.
002570     WRITE RO-LINE.
002580     MOVE SPACES TO RO-LINE.
002590     WRITE RO-LINE.
002600 1000-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640*    1020-CLEAR-ONE-MONTH - ZERO ONE MONTH'S CONTROL AND        *
002650*    ARCHIVE ACCUMULATOR SLOTS.                                 *
002660*****************************************************************
002670 1020-CLEAR-ONE-MONTH.
002680     MOVE 'N' TO WK-CTL-CLOSED(WK-MONTH-SUB).
002690     MOVE ZEROS TO WK-CTL-COUNT(WK-MONTH-SUB).
002700     MOVE ZEROS TO WK-CTL-TOTAL(WK-MONTH-SUB).
002710     MOVE ZEROS TO WK-ARC-COUNT(WK-MONTH-SUB).
002720     MOVE ZEROS TO WK-ARC-TOTAL(WK-MONTH-SUB).
002730 1020-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770*    1100-GET-YEAR - ACCEPT AND VALIDATE THE REPORT YEAR.       *
002780*****************************************************************
002790 1100-GET-YEAR.
002800     DISPLAY 'YEAR TO REPORT (YYYY)...: ' WITH NO ADVANCING.
002810     ACCEPT WK-YEAR-TEXT.
002820     IF WK-YEAR-TEXT IS NUMERIC
002830         MOVE WK-YEAR-TEXT TO WK-SEL-YEAR
002840         SET YEAR-IS-VALID TO TRUE
002850     ELSE
002860         DISPLAY 'INVALID YEAR - USE YYYY.'
002870         SET YEAR-IS-INVALID TO TRUE
002880     END-IF.
002890 1100-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930*    1300-LOAD-PERIOD-CONTROLS - LOAD EVERY CLOSED MONTH OF     *
002940*    THE SELECTED YEAR FROM PERDCTL WITH ITS CLOSE-TIME         *
002950*    CONTROL TOTALS, FOR THE RECORD FILTER AND THE ARCHIVE      *
002960*    RECONCILIATION. A MISSING FILE MEANS NO PERIOD HAS EVER    *
002970*    BEEN CLOSED.                                               *
002980*****************************************************************
002990 1300-LOAD-PERIOD-CONTROLS.
003000     OPEN INPUT PERIOD-CONTROL.
003010     IF PERD-NOT-FOUND
003020         GO TO 1300-EXIT
003030     END-IF.
003040     IF NOT PERD-OK
003050         DISPLAY 'WARNING - ERROR OPENING PERDCTL - STATUS '
003060             WK-PERD-STATUS
003070         GO TO 1300-EXIT
003080     END-IF.
003090     PERFORM 1310-LOAD-ONE-PERIOD THRU 1310-EXIT
003100         UNTIL PERD-EOF.
003110     CLOSE PERIOD-CONTROL.
003120 1300-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160*    1310-LOAD-ONE-PERIOD - CAPTURE ONE CLOSED MONTH OF THE     *
003170*    SELECTED YEAR INTO THE CONTROL TABLE.                      *
003180*****************************************************************
003190 1310-LOAD-ONE-PERIOD.
003200     READ PERIOD-CONTROL
003210         AT END
003220             SET PERD-EOF TO TRUE
003230             GO TO 1310-EXIT
003240     END-READ.
003250     IF PC-YEAR NOT = WK-SEL-YEAR
003260         GO TO 1310-EXIT
003270     END-IF.
003280     IF PC-MONTH < 01 OR PC-MONTH > 12
003290         GO TO 1310-EXIT
003300     END-IF.
003310     MOVE 'Y' TO WK-CTL-CLOSED(PC-MONTH).
003320     MOVE PC-ARCHIVE-COUNT TO WK-CTL-COUNT(PC-MONTH).
003330     MOVE PC-ARCHIVE-TOTAL TO WK-CTL-TOTAL(PC-MONTH).
003340 1310-EXIT.
003350     EXIT.
003360
003370*****************************************************************
003380*    1500-SELECT-INPUT - SORT INPUT PROCEDURE. READ THE         *
003390*    CALCARCH GENERATIONS FOR THE SELECTED YEAR, ROLLING EACH   *
003400*    ARCHIVED MONTH INTO ITS RECONCILIATION ACCUMULATORS,       *
003410*    THEN THE OPEN MONTHS STILL ON THE ACTIVE CALC-LOG.         *
003420*****************************************************************
003430 1500-SELECT-INPUT.
003440     PERFORM 1600-SELECT-ARCHIVE THRU 1600-EXIT.
003450     PERFORM 1700-SELECT-ACTIVE-LOG THRU 1700-EXIT.
003460 1500-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*    1600-SELECT-ARCHIVE - READ CALCARCH AND RELEASE EVERY      *
003510*    RECORD OF THE SELECTED YEAR. A MISSING ARCHIVE JUST        *
003520*    MEANS NO MONTH HAS EVER BEEN CLOSED.                       *
003530*****************************************************************
003540 1600-SELECT-ARCHIVE.
003550     OPEN INPUT CALC-ARCH.
003560     IF ARCH-NOT-FOUND
003570         DISPLAY 'NO ARCHIVE FILE - ACTIVE LOG ONLY.'
003580         GO TO 1600-EXIT
003590     END-IF.
003600     IF NOT ARCH-OK
003610         DISPLAY 'ERROR OPENING CALCARCH - STATUS '
003620             WK-ARCH-STATUS
003630         GO TO 1600-EXIT
003640     END-IF.
003650     PERFORM 1610-SELECT-ARCH-RECORD THRU 1610-EXIT
003660         UNTIL ARCH-EOF.
003670     CLOSE CALC-ARCH.
003680 1600-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    1610-SELECT-ARCH-RECORD - RELEASE ONE ARCHIVED RECORD OF   *
003730*    THE SELECTED YEAR AND ROLL IT INTO THE MONTH'S ARCHIVE     *
003740*    RECONCILIATION ACCUMULATORS.                               *
003750*****************************************************************
003760 1610-SELECT-ARCH-RECORD.
003770     READ CALC-ARCH
003780         AT END
003790             SET ARCH-EOF TO TRUE
003800             GO TO 1610-EXIT
003810     END-READ.
003820     ADD 1 TO WK-JOB-READ-COUNT.
003830     IF CA-YEAR NOT = WK-SEL-YEAR
003840         GO TO 1610-EXIT
003850     END-IF.
003860     IF CA-MONTH < 01 OR CA-MONTH > 12
003870         GO TO 1610-EXIT
003880     END-IF.
003890     ADD 1 TO WK-ARC-COUNT(CA-MONTH).
003900     ADD CA-RES TO WK-ARC-TOTAL(CA-MONTH).
003910     MOVE CA-NAME TO SW-NAME.
003920     MOVE CA-YEAR TO SW-YEAR.
003930     MOVE CA-MONTH TO SW-MONTH.
003940     MOVE CA-DAY TO SW-DAY.
003950     MOVE CA-RES TO SW-RES.
003960     RELEASE SW-RECORD.
003970     ADD 1 TO WK-JOB-WRITTEN-COUNT.
003980 1610-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020*    1700-SELECT-ACTIVE-LOG - READ THE ACTIVE CALC-LOG AND      *
004030*    RELEASE THE SELECTED YEAR'S OPEN-MONTH RECORDS. CLOSED-    *
004040*    PERIOD RECORDS ON THE ACTIVE LOG ARE SKIPPED, AS           *
004050*    MONTHREP SKIPS THEM - THE ARCHIVE IS THE RECORD OF         *
004060*    CLOSED MONTHS.                                             *
004070*****************************************************************
004080 1700-SELECT-ACTIVE-LOG.
004090     OPEN INPUT CALC-LOG.
004100     IF NOT CALCLOG-OK
004110         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
004120             WK-CALCLOG-STATUS
004130         GO TO 1700-EXIT
004140     END-IF.
004150     PERFORM 1710-SELECT-LOG-RECORD THRU 1710-EXIT
004160         UNTIL LOG-EOF.
004170     CLOSE CALC-LOG.
004180 1700-EXIT.
004190     EXIT.
004200
004210*****************************************************************
004220*    1710-SELECT-LOG-RECORD - RELEASE ONE OPEN-MONTH ACTIVE     *
004230*    LOG RECORD OF THE SELECTED YEAR.                           *
004240*****************************************************************
004250 1710-SELECT-LOG-RECORD.
004260     READ CALC-LOG
004270         AT END
004280             SET LOG-EOF TO TRUE
004290             GO TO 1710-EXIT
004300     END-READ.
004310     ADD 1 TO WK-JOB-READ-COUNT.
004320     IF CL-YEAR NOT = WK-SEL-YEAR
004330         GO TO 1710-EXIT
004340     END-IF.
004350     IF CL-MONTH < 01 OR CL-MONTH > 12
004360         GO TO 1710-EXIT
004370     END-IF.
004380     IF MONTH-IS-CLOSED(CL-MONTH)
004390         GO TO 1710-EXIT
004400     END-IF.
004410     MOVE CL-NAME TO SW-NAME.
004420     MOVE CL-YEAR TO SW-YEAR.
004430     MOVE CL-MONTH TO SW-MONTH.
004440     MOVE CL-DAY TO SW-DAY.
004450     MOVE CL-RES TO SW-RES.
004460     RELEASE SW-RECORD.
004470     ADD 1 TO WK-JOB-WRITTEN-COUNT.
004480 1710-EXIT.
004490     EXIT.
004500
004510*****************************************************************
004520*    2000-PRODUCE-REPORT - SORT OUTPUT PROCEDURE. READS THE     *
004530*    SORTED WORK FILE, DRIVES THE MONTH/NAME CONTROL BREAKS     *
004540*    AS MONTHREP DOES, AND CLOSES WITH THE ANNUAL GRAND         *
004550*    TOTAL AND THE ARCHIVE RECONCILIATION SECTION.              *
004560*****************************************************************
004570 2000-PRODUCE-REPORT.
004580     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
004590     PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
004600         UNTIL SORT-EOF.
004610     IF NOT FIRST-RECORD
004620         PERFORM 2500-NAME-BREAK THRU 2500-EXIT
004630         PERFORM 2600-MONTH-BREAK THRU 2600-EXIT
004640     END-IF.
004650     PERFORM 2700-GRAND-TOTAL THRU 2700-EXIT.
004660     PERFORM 2800-RECONCILE-ARCHIVE THRU 2800-EXIT.
004670 2000-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710*    2100-RETURN-RECORD - FETCH THE NEXT SORTED RECORD          *
004720*****************************************************************
004730 2100-RETURN-RECORD.
004740     RETURN SORT-WORK
004750         AT END
004760             SET SORT-EOF TO TRUE
004770     END-RETURN.
004780 2100-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*    2200-PROCESS-RECORD - ACCUMULATE ONE SORTED RECORD AND     *
004830*    FIRE THE NAME/MONTH BREAKS WHEN THE KEY CHANGES.           *
004840*****************************************************************
004850 2200-PROCESS-RECORD.
004860     IF FIRST-RECORD
004870         MOVE SW-MONTH TO WK-PREV-MONTH
004880         MOVE SW-NAME TO WK-PREV-NAME
004890         SET NOT-FIRST-RECORD TO TRUE
004900     ELSE
004910         IF SW-MONTH NOT = WK-PREV-MONTH
004920             PERFORM 2500-NAME-BREAK THRU 2500-EXIT
004930             PERFORM 2600-MONTH-BREAK THRU 2600-EXIT
004940             MOVE SW-MONTH TO WK-PREV-MONTH
004950             MOVE SW-NAME TO WK-PREV-NAME
004960         ELSE
004970             IF SW-NAME NOT = WK-PREV-NAME
004980                 PERFORM 2500-NAME-BREAK THRU 2500-EXIT
004990                 MOVE SW-NAME TO WK-PREV-NAME
005000             END-IF
005010         END-IF
005020     END-IF.
005030     ADD SW-RES TO WK-NAME-TOTAL.
005040     ADD 1 TO WK-NAME-COUNT.
005050     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
005060 2200-EXIT.
005070     EXIT.
005080
005090*****************************************************************
005100*    2500-NAME-BREAK - PRINT ONE NAME'S TOTAL FOR THE MONTH     *
005110*****************************************************************
005120 2500-NAME-BREAK.
005130     MOVE SPACES TO WK-PRINT-LINE.
005140     MOVE WK-PREV-NAME TO WK-PL-NAME.
005150     MOVE WK-MONTH(WK-PREV-MONTH) TO WK-PL-MONTH.
005160     MOVE WK-SEL-YEAR TO WK-PL-YEAR.
005170     MOVE WK-NAME-COUNT TO WK-PL-COUNT.
005180     MOVE WK-NAME-TOTAL TO WK-PL-TOTAL.
005190     MOVE WK-PRINT-LINE TO RO-LINE.
005200     WRITE RO-LINE.
005210     ADD WK-NAME-TOTAL TO WK-MONTH-TOTAL.
005220     ADD WK-NAME-COUNT TO WK-MONTH-COUNT.
005230     MOVE ZEROS TO WK-NAME-TOTAL WK-NAME-COUNT.
005240 2500-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280*    2600-MONTH-BREAK - PRINT THE MONTH GRAND LINE              *
005290*****************************************************************
005300 2600-MONTH-BREAK.
005310     MOVE SPACES TO WK-PRINT-LINE.
005320     MOVE 'TOTAL FOR MONTH' TO WK-PL-NAME.
005330     MOVE WK-MONTH(WK-PREV-MONTH) TO WK-PL-MONTH.
005340     MOVE WK-SEL-YEAR TO WK-PL-YEAR.
005350     MOVE WK-MONTH-COUNT TO WK-PL-COUNT.
005360     MOVE WK-MONTH-TOTAL TO WK-PL-TOTAL.
005370     MOVE WK-PRINT-LINE TO RO-LINE.
005380     WRITE RO-LINE.
005390     MOVE SPACES TO RO-LINE.
005400     WRITE RO-LINE.
005410     ADD WK-MONTH-TOTAL TO WK-GRAND-TOTAL.
005420     ADD WK-MONTH-COUNT TO WK-GRAND-COUNT.
005430     MOVE ZEROS TO WK-MONTH-TOTAL WK-MONTH-COUNT.
005440 2600-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    2700-GRAND-TOTAL - PRINT THE ANNUAL GRAND TOTAL LINE       *
005490*****************************************************************
005500 2700-GRAND-TOTAL.
005510     MOVE SPACES TO WK-PRINT-LINE.
005520     MOVE 'GRAND TOTAL FOR YEAR' TO WK-PL-NAME.
005530     MOVE WK-GRAND-COUNT TO WK-PL-COUNT.
005540     MOVE WK-GRAND-TOTAL TO WK-PL-TOTAL.
005550     MOVE WK-PRINT-LINE TO RO-LINE.
005560     WRITE RO-LINE.
005570 2700-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*    2800-RECONCILE-ARCHIVE - PROVE EVERY CLOSED MONTH'S        *
005620*    ARCHIVED COUNT AND TOTAL AGAINST ITS CLOSE-TIME CONTROL    *
005630*    TOTALS ON PERDCTL AND FLAG ANY MONTH THAT NO LONGER        *
005640*    MATCHES.                                                   *
005650*****************************************************************
005660 2800-RECONCILE-ARCHIVE.
005670     MOVE SPACES TO RO-LINE.
005680     WRITE RO-LINE.
005690     MOVE SPACES TO RO-LINE.
005700     MOVE 'ARCHIVE RECONCILIATION (CLOSED MONTHS)' TO RO-LINE.
005710     WRITE RO-LINE.
005720     MOVE SPACES TO RO-LINE.
005730     WRITE RO-LINE.
005740     PERFORM 2810-RECONCILE-ONE-MONTH THRU 2810-EXIT
005750         VARYING WK-MONTH-SUB FROM 1 BY 1
005760         UNTIL WK-MONTH-SUB > 12.
005770 2800-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810*    2810-RECONCILE-ONE-MONTH - PRINT ONE CLOSED MONTH'S        *
005820*    ARCHIVED AND CONTROL FIGURES, FLAGGING A MISMATCH.         *
005830*****************************************************************
005840 2810-RECONCILE-ONE-MONTH.
005850     IF NOT MONTH-IS-CLOSED(WK-MONTH-SUB)
005860         GO TO 2810-EXIT
005870     END-IF.
005880     MOVE SPACES TO WK-RECON-LINE.
005890     MOVE WK-MONTH(WK-MONTH-SUB) TO WK-RC-MONTH.
005900     MOVE WK-SEL-YEAR TO WK-RC-YEAR.
005910     MOVE 'ARCHIVE' TO WK-RC-LABEL.
005920     MOVE WK-ARC-COUNT(WK-MONTH-SUB) TO WK-RC-COUNT.
005930     MOVE WK-ARC-TOTAL(WK-MONTH-SUB) TO WK-RC-TOTAL.
005940     MOVE SPACES TO WK-RC-FLAG.
005950     MOVE WK-RECON-LINE TO RO-LINE.
005960     WRITE RO-LINE.
005970     MOVE SPACES TO WK-RECON-LINE.
005980     MOVE WK-MONTH(WK-MONTH-SUB) TO WK-RC-MONTH.
005990     MOVE WK-SEL-YEAR TO WK-RC-YEAR.
006000     MOVE 'CONTROL' TO WK-RC-LABEL.
006010     MOVE WK-CTL-COUNT(WK-MONTH-SUB) TO WK-RC-COUNT.
006020     MOVE WK-CTL-TOTAL(WK-MONTH-SUB) TO WK-RC-TOTAL.
006030     IF WK-ARC-COUNT(WK-MONTH-SUB)
006040             NOT = WK-CTL-COUNT(WK-MONTH-SUB)
006050             OR WK-ARC-TOTAL(WK-MONTH-SUB)
006060             NOT = WK-CTL-TOTAL(WK-MONTH-SUB)
006070         MOVE '** MISMATCH' TO WK-RC-FLAG
006080     ELSE
006090         MOVE 'OK' TO WK-RC-FLAG
006100     END-IF.
006110     MOVE WK-RECON-LINE TO RO-LINE.
006120     WRITE RO-LINE.
006130     MOVE SPACES TO RO-LINE.
006140     WRITE RO-LINE.
006150 2810-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190*    9999-FINALIZE - CLOSE THE PRINT FILE                       *
006200*****************************************************************
006210 9999-FINALIZE.
006220     CLOSE REPORT-OUT.
006230 9999-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
006280*    RUN TO THE SHARED JOB-RUN LOG.                             *
006290*****************************************************************
006300 9800-LOG-JOB-START.
006310     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
006320     ACCEPT WK-TIME-SYS FROM TIME.
006330     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
006340     MOVE SPACES TO JL-RECORD.
006350     MOVE 'YEARREP' TO JL-PROGRAM.
006360     SET JL-START-REC TO TRUE.
006370     MOVE WK-JOB-START-DATE TO JL-START-DATE.
006380     MOVE WK-JOB-START-TIME TO JL-START-TIME.
006390     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
006400     MOVE WK-JOB-PARAMS TO JL-PARAMS.
006410     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
006420         JL-REJECT-COUNT JL-RETURN-CODE.
006430     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
006440 9800-EXIT.
006450     EXIT.
006460
006470*****************************************************************
006480*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
006490*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
006500*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
006510*****************************************************************
006520 9810-LOG-JOB-END.
006530     MOVE SPACES TO JL-RECORD.
006540     MOVE 'YEARREP' TO JL-PROGRAM.
006550     SET JL-END-REC TO TRUE.
006560     MOVE WK-JOB-START-DATE TO JL-START-DATE.
006570     MOVE WK-JOB-START-TIME TO JL-START-TIME.
006580     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
006590     ACCEPT WK-TIME-SYS FROM TIME.
006600     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
006610     MOVE WK-JOB-PARAMS TO JL-PARAMS.
006620     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
006630     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
006640     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
006650     MOVE RETURN-CODE TO JL-RETURN-CODE.
006660     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
006670 9810-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
006720*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
006730*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
006740*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
006750*    WARNING - IT NEVER STOPS THE RUN.                          *
006760*****************************************************************
006770 9820-WRITE-JOB-LOG.
006780     OPEN EXTEND JOB-LOG.
006790     IF JOBLOG-NOT-FOUND
006800         OPEN OUTPUT JOB-LOG
006810     END-IF.
006820     IF NOT JOBLOG-OK
006830         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
006840             WK-JOBLOG-STATUS
006850         GO TO 9820-EXIT
006860     END-IF.
006870     WRITE JL-RECORD.
006880     IF NOT JOBLOG-OK
006890         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
006900             WK-JOBLOG-STATUS
006910     END-IF.
006920     CLOSE JOB-LOG.
006930 9820-EXIT.
006940     EXIT.
