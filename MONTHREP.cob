000350*                      A BAD CARD ENDS THE RUN WITH RETURN-     *
000360*                      CODE 8. NO PARAMETER FILE MEANS EVERY    *
000370*                      OPEN PERIOD, AS BEFORE.                  *
000380*    15/10/2026  JBF  SUBTOTAL EACH MONTH BY CL-ACCOUNT, IN     *
000390*                      ACCOUNT-CODE ORDER, AHEAD OF THE MONTH   *
000400*                      TOTAL LINE.                              *
000410*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000420*                      JOBLOG JOB-RUN LOG.                      *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. MONTHREP.
000460 AUTHOR. J. B. FONSECA.
000470 INSTALLATION. DATA PROCESSING DEPT.
000480 DATE-WRITTEN. 09/08/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. GENERIC.
000540 OBJECT-COMPUTER. GENERIC.
000550 SPECIAL-NAMES.
000560     DECIMAL-POINT IS COMMA.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WK-CALCLOG-STATUS.
000630     SELECT SORT-WORK ASSIGN TO 'SWK001'.
000640     SELECT REPORT-OUT ASSIGN TO 'MONTHRPT'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WK-REPORT-STATUS.
000670     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-PERD-STATUS.
000700     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WK-PARAM-STATUS.
000730     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WK-JOBLOG-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CALC-LOG
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY CALCLOG.
000830
000840 SD  SORT-WORK.
000850 01  SW-RECORD.
000860     05  SW-NAME                 PIC X(20).
000870     05  SW-DATE.
000880         10  SW-YEAR             PIC 9(04).
000890         10  SW-MONTH             PIC 9(02).
000900         10  SW-DAY              PIC 9(02).
000910     05  SW-N01                  PIC S9(05)V99.
000920     05  SW-SIN                  PIC X(01).
000930     05  SW-N02                  PIC S9(05)V99.
000940     05  SW-RES                  PIC S9(07)V99.
000950     05  SW-LEVEL                PIC 9(02).
000960     05  SW-ACCOUNT              PIC X(06).
000970
000980 FD  REPORT-OUT
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  RO-LINE                     PIC X(80).
001020
001030 FD  PERIOD-CONTROL
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 COPY PERDCTL.
001070
001080 FD  PARAM-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  PM-CARD.
001120     05  PM-FROM                 PIC X(06).
001130     05  PM-TO                   PIC X(06).
001140     05  FILLER                  PIC X(68).
001150
001160 FD  JOB-LOG
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY JOBLOG.
001200
001210 WORKING-STORAGE SECTION.
001220 COPY WSCALC.
001230
001240 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001250     88  REPORT-OK                   VALUE '00'.
001260
001270 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001280     88  PERD-OK                     VALUE '00'.
001290     88  PERD-EOF                    VALUE '10'.
001300     88  PERD-NOT-FOUND              VALUE '35'.
001310
001320 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001330     88  PARAM-OK                    VALUE '00'.
001340     88  PARAM-EOF                   VALUE '10'.
001350     88  PARAM-NOT-FOUND             VALUE '35'.
001360
001370 01  WK-PARAM-SWITCHES.
001380     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001390         88  PARAM-MODE              VALUE 'Y'.
001400         88  CONSOLE-MODE            VALUE 'N'.
001410     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001420         88  PARAM-CARD-VALID        VALUE 'Y'.
001430         88  PARAM-CARD-INVALID      VALUE 'N'.
001440
001450 01  WK-PARAM-FIELDS.
001460     05  WK-SEL-FROM-PERIOD      PIC 9(06) VALUE ZEROS.
001470     05  WK-SEL-TO-PERIOD        PIC 9(06) VALUE 999999.
001480     05  WK-EDIT-PERIOD          PIC 9(06) VALUE ZEROS.
001490     05  WK-EDIT-PERIOD-SPLIT REDEFINES WK-EDIT-PERIOD.
001500         10  WK-EDIT-YEAR        PIC 9(04).
001510         10  WK-EDIT-MONTH       PIC 9(02).
001520
001530 01  WK-ECHO-LINE.
001540     05  FILLER                  PIC X(09) VALUE 'PERIODS= '.
001550     05  WK-EC-FROM              PIC 9(06) VALUE ZEROS.
001560     05  FILLER                  PIC X(04) VALUE ' TO '.
001570     05  WK-EC-TO                PIC 9(06) VALUE ZEROS.
001580     05  FILLER                  PIC X(55) VALUE SPACES.
001590
001600 01  WK-REPORT-SWITCHES.
001610     05  WK-SW-FIRST-REC         PIC X(01) VALUE 'Y'.
001620         88  FIRST-RECORD            VALUE 'Y'.
001630         88  NOT-FIRST-RECORD        VALUE 'N'.
001640     05  WK-SW-SORT-EOF          PIC X(01) VALUE 'N'.
001650         88  SORT-EOF                VALUE 'Y'.
001660         88  SORT-NOT-EOF             VALUE 'N'.
001670     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
001680         88  LOG-EOF                 VALUE 'Y'.
001690         88  LOG-NOT-EOF             VALUE 'N'.
001700
001710 01  WK-BREAK-FIELDS.
001720     05  WK-PREV-YEAR            PIC 9(04) VALUE ZEROS.
001730     05  WK-PREV-MONTH           PIC 9(02) VALUE ZEROS.
001740     05  WK-PREV-NAME            PIC X(20) VALUE SPACES.
001750
001760 01  WK-PERIOD-FIELDS.
001770     05  WK-REC-PERIOD           PIC 9(06) VALUE ZEROS.
001780     05  WK-PC-PERIOD            PIC 9(06) VALUE ZEROS.
001790     05  WK-CLOSED-COUNT         PIC 9(03) VALUE ZEROS.
001800     05  WK-CLOSED-SUB           PIC 9(03) VALUE ZEROS.
001810     05  WK-SW-REC-CLOSED        PIC X(01) VALUE 'N'.
001820         88  REC-PERIOD-CLOSED       VALUE 'Y'.
001830         88  REC-PERIOD-OPEN         VALUE 'N'.
001840
001850 01  WK-CLOSED-TABLE.
001860     05  WK-CLOSED-PERIOD        PIC 9(06) OCCURS 120 TIMES.
001870
001880 01  WK-ACCUMULATORS.
001890     05  WK-NAME-TOTAL           PIC S9(09)V99 VALUE ZEROS.
001900     05  WK-NAME-COUNT           PIC 9(05) VALUE ZEROS.
001910     05  WK-MONTH-TOTAL          PIC S9(09)V99 VALUE ZEROS.
001920     05  WK-MONTH-COUNT          PIC 9(05) VALUE ZEROS.
001930     05  WK-GRAND-TOTAL          PIC S9(11)V99 VALUE ZEROS.
001940     05  WK-GRAND-COUNT          PIC 9(07) VALUE ZEROS.
001950
001960 01  WK-ACCOUNT-FIELDS.
001970     05  WK-ACCT-COUNT           PIC 9(03) VALUE ZEROS.
001980     05  WK-ACCT-SUB             PIC 9(03) VALUE ZEROS.
001990     05  WK-ACCT-MOVE            PIC 9(03) VALUE ZEROS.
002000     05  WK-SW-ACCT-FOUND        PIC X(01) VALUE 'N'.
002010         88  ACCT-FOUND              VALUE 'Y'.
002020         88  ACCT-NOT-FOUND          VALUE 'N'.
002030     05  WK-SW-ACCT-SCAN         PIC X(01) VALUE 'N'.
002040         88  ACCT-SCAN-DONE          VALUE 'Y'.
002050         88  ACCT-SCAN-ON            VALUE 'N'.
002060
002070 01  WK-ACCOUNT-TABLE.
002080     05  WK-ACCT-ENTRY           OCCURS 200 TIMES.
002090         10  WK-ACCT-CODE        PIC X(06).
002100         10  WK-ACCT-CNT         PIC 9(05).
002110         10  WK-ACCT-TOTAL       PIC S9(09)V99.
002120
002130 01  WK-PRINT-LINE.
002140     05  WK-PL-NAME              PIC X(20) VALUE SPACES.
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  WK-PL-LABEL.
002170         10  WK-PL-MONTH         PIC X(03) VALUE SPACES.
002180         10  FILLER              PIC X(01) VALUE SPACES.
002190         10  WK-PL-YEAR          PIC 9(04) VALUE ZEROS.
002200         10  FILLER              PIC X(12) VALUE SPACES.
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  WK-PL-COUNT             PIC ZZZZ9 VALUE ZEROS.
002230     05  FILLER                  PIC X(03) VALUE SPACES.
002240     05  WK-PL-TOTAL         PIC +ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002250     05  FILLER                  PIC X(10) VALUE SPACES.
002260
002270 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
002280     88  JOBLOG-OK                   VALUE '00'.
002290     88  JOBLOG-NOT-FOUND            VALUE '35'.
002300
002310 01  WK-JOB-FIELDS.
002320     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
002330     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002340     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002350     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002360     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002370     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002380
002390 01  WK-TIME-SYS.
002400     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002410     03  FILLER                  PIC 9(02) VALUE ZEROS.
002420
002430 PROCEDURE DIVISION.
002440*****************************************************************
002450*    0000-MAINLINE - PROGRAM CONTROL                            *
002460*****************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     SORT SORT-WORK ON ASCENDING KEY SW-YEAR SW-MONTH SW-NAME
002500         INPUT PROCEDURE IS 1500-SELECT-INPUT THRU 1500-EXIT
002510         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
002520     PERFORM 9999-FINALIZE THRU 9999-EXIT.
002530     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
002540     STOP RUN.
002550
002560*****************************************************************
002570*    1000-INITIALIZE - OPEN THE PRINT FILE AND WRITE HEADINGS   *
002580*****************************************************************
002590 1000-INITIALIZE.
002600     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
002610     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
002620     IF PARAM-MODE AND PARAM-CARD-INVALID
002630         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
002640         MOVE 8 TO RETURN-CODE
002650         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002660         STOP RUN
002670     END-IF.
002680     PERFORM 1300-LOAD-CLOSED-PERIODS THRU 1300-EXIT.
002690     OPEN OUTPUT REPORT-OUT.
002700     IF NOT REPORT-OK
002710         DISPLAY 'ERROR OPENING MONTHRPT - STATUS '
002720             WK-REPORT-STATUS
002725         MOVE 16 TO RETURN-CODE
002730         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002740         STOP RUN
002750     END-IF.
002760     MOVE SPACES TO RO-LINE.
002770     MOVE 'MONTH-END CALCULATOR USAGE SUMMARY' TO RO-LINE.
002780     WRITE RO-LINE.
002790     IF PARAM-MODE
002800         MOVE WK-SEL-FROM-PERIOD TO WK-EC-FROM
002810         MOVE WK-SEL-TO-PERIOD TO WK-EC-TO
002820         MOVE WK-ECHO-LINE TO RO-LINE
002830         WRITE RO-LINE
002840     END-IF.
002850     MOVE SPACES TO RO-LINE.
002860     WRITE RO-LINE.
002870     MOVE SPACES TO WK-PRINT-LINE.
002880     MOVE 'NAME' TO WK-PL-NAME.
002890     MOVE 'MONTH' TO WK-PL-LABEL.
002900     MOVE WK-PRINT-LINE TO RO-LINE.
002910     WRITE RO-LINE.
002920     MOVE SPACES TO RO-LINE.
002930     WRITE RO-LINE.
002940 1000-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
002990*    PARAMETER FILE AND VALIDATE EVERY FIELD UP FRONT. A        *
003000*    MISSING FILE MEANS EVERY OPEN PERIOD, AS BEFORE. CARD      *
003010*    LAYOUT: COLS 1-6 FROM PERIOD YYYYMM (BLANK = START),       *
003020*    7-12 TO PERIOD YYYYMM (BLANK = END).                       *
003030*****************************************************************
003040 1050-READ-PARAM-CARD.
003050     SET CONSOLE-MODE TO TRUE.
003060     SET PARAM-CARD-VALID TO TRUE.
003070     OPEN INPUT PARAM-FILE.
003080     IF PARAM-NOT-FOUND
003090         GO TO 1050-EXIT
003100     END-IF.
003110     IF NOT PARAM-OK
003120         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
003130             WK-PARAM-STATUS
003140         SET PARAM-MODE TO TRUE
003150         SET PARAM-CARD-INVALID TO TRUE
003160         GO TO 1050-EXIT
003170     END-IF.
003180     SET PARAM-MODE TO TRUE.
003190     READ PARAM-FILE
003200         AT END
003210             DISPLAY 'PARAMETER FILE IS EMPTY.'
003220             SET PARAM-CARD-INVALID TO TRUE
003230             CLOSE PARAM-FILE
003240             GO TO 1050-EXIT
003250     END-READ.
003260     MOVE PM-CARD TO WK-JOB-PARAMS.
003270     IF PM-FROM = SPACES
003280         MOVE ZEROS TO WK-SEL-FROM-PERIOD
003290     ELSE
003300         IF PM-FROM IS NUMERIC
003310             MOVE PM-FROM TO WK-EDIT-PERIOD
003320             IF WK-EDIT-MONTH > 00 AND WK-EDIT-MONTH < 13
003330                 MOVE WK-EDIT-PERIOD TO WK-SEL-FROM-PERIOD
003340             ELSE
003350                 DISPLAY 'INVALID FROM PERIOD ON CARD - '
003360                     'USE YYYYMM.'
003370                 SET PARAM-CARD-INVALID TO TRUE
003380             END-IF
003390         ELSE
003400             DISPLAY 'INVALID FROM PERIOD ON CARD - USE YYYYMM.'
003410             SET PARAM-CARD-INVALID TO TRUE
003420         END-IF
003430     END-IF.
003440     IF PM-TO = SPACES
003450         MOVE 999999 TO WK-SEL-TO-PERIOD
003460     ELSE
003470         IF PM-TO IS NUMERIC
003480             MOVE PM-TO TO WK-EDIT-PERIOD
003490             IF WK-EDIT-MONTH > 00 AND WK-EDIT-MONTH < 13
003500                 MOVE WK-EDIT-PERIOD TO WK-SEL-TO-PERIOD
003510             ELSE
003520                 DISPLAY 'INVALID TO PERIOD ON CARD - '
003530                     'USE YYYYMM.'
003540                 SET PARAM-CARD-INVALID TO TRUE
003550             END-IF
003560         ELSE
003570             DISPLAY 'INVALID TO PERIOD ON CARD - USE YYYYMM.'
003580             SET PARAM-CARD-INVALID TO TRUE
003590         END-IF
003600     END-IF.
003610     IF PARAM-CARD-VALID
003620             AND WK-SEL-TO-PERIOD < WK-SEL-FROM-PERIOD
003630         DISPLAY 'TO PERIOD IS BEFORE FROM PERIOD ON CARD.'
003640         SET PARAM-CARD-INVALID TO TRUE
003650     END-IF.
003660     CLOSE PARAM-FILE.
003670 1050-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710*    1300-LOAD-CLOSED-PERIODS - LOAD EVERY CLOSED PERIOD FROM   *
003720*    THE PERIOD-CONTROL FILE INTO THE TABLE. A MISSING FILE     *
003730*    MEANS NO PERIOD HAS EVER BEEN CLOSED.                      *
003740*****************************************************************
003750 1300-LOAD-CLOSED-PERIODS.
003760     OPEN INPUT PERIOD-CONTROL.
003770     IF PERD-NOT-FOUND
003780         GO TO 1300-EXIT
003790     END-IF.
003800     IF NOT PERD-OK
003810         DISPLAY 'WARNING - ERROR OPENING PERDCTL - STATUS '
003820             WK-PERD-STATUS
003830         GO TO 1300-EXIT
003840     END-IF.
003850     PERFORM 1310-LOAD-ONE-PERIOD THRU 1310-EXIT
003860         UNTIL PERD-EOF.
003870     CLOSE PERIOD-CONTROL.
003880 1300-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920*    1310-LOAD-ONE-PERIOD - ADD ONE CLOSED PERIOD TO THE        *
003930*    TABLE THE RECORD FILTER CHECKS AGAINST.                    *
003940*****************************************************************
003950 1310-LOAD-ONE-PERIOD.
003960     READ PERIOD-CONTROL
003970         AT END
003980             SET PERD-EOF TO TRUE
003990             GO TO 1310-EXIT
004000     END-READ.
004010     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
004020     IF WK-CLOSED-COUNT < 120
004030         ADD 1 TO WK-CLOSED-COUNT
004040         MOVE WK-PC-PERIOD
004050             TO WK-CLOSED-PERIOD(WK-CLOSED-COUNT)
004060     ELSE
004070         DISPLAY 'WARNING - CLOSED-PERIOD TABLE FULL AT 120.'
004080     END-IF.
004090 1310-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130*    1500-SELECT-INPUT - SORT INPUT PROCEDURE. READ CALC-LOG    *
004140*    AND RELEASE ONLY RECORDS FOR PERIODS STILL OPEN.           *
004150*****************************************************************
004160 1500-SELECT-INPUT.
004170     OPEN INPUT CALC-LOG.
004180     IF NOT CALCLOG-OK
004190         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
004200             WK-CALCLOG-STATUS
004210         GO TO 1500-EXIT
004220     END-IF.
004230     PERFORM 1510-SELECT-RECORD THRU 1510-EXIT
004240         UNTIL LOG-EOF.
004250     CLOSE CALC-LOG.
004260 1500-EXIT.
004270     EXIT.
004280
004290*****************************************************************
004300*    1510-SELECT-RECORD - RELEASE ONE OPEN-PERIOD CALC-LOG      *
004310*    RECORD TO THE SORT.                                        *
004320*****************************************************************
004330 1510-SELECT-RECORD.
004340     READ CALC-LOG
004350         AT END
004360             SET LOG-EOF TO TRUE
004370             GO TO 1510-EXIT
004380     END-READ.
004390     ADD 1 TO WK-JOB-READ-COUNT.
004400     COMPUTE WK-REC-PERIOD = CL-YEAR * 100 + CL-MONTH.
004410     IF WK-REC-PERIOD < WK-SEL-FROM-PERIOD
004420             OR WK-REC-PERIOD > WK-SEL-TO-PERIOD
004430         GO TO 1510-EXIT
004440     END-IF.
004450     PERFORM 1520-CHECK-CLOSED THRU 1520-EXIT.
004460     IF REC-PERIOD-OPEN
004470         MOVE CL-NAME TO SW-NAME
004480         MOVE CL-YEAR TO SW-YEAR
004490         MOVE CL-MONTH TO SW-MONTH
004500         MOVE CL-DAY TO SW-DAY
004510         MOVE CL-N01 TO SW-N01
004520         MOVE CL-SIN TO SW-SIN
004530         MOVE CL-N02 TO SW-N02
004540         MOVE CL-RES TO SW-RES
004550         MOVE CL-LEVEL TO SW-LEVEL
004560         MOVE CL-ACCOUNT TO SW-ACCOUNT
004570         RELEASE SW-RECORD
004580         ADD 1 TO WK-JOB-WRITTEN-COUNT
004590     END-IF.
004600 1510-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*    1520-CHECK-CLOSED - SET THE SWITCH WHEN THE RECORD'S       *
004650*    PERIOD IS ON THE CLOSED-PERIOD TABLE. MEMBERSHIP IS        *
004660*    TESTED EXACTLY, SO AN OUT-OF-ORDER CLOSE NEVER HIDES A     *
004670*    STILL-OPEN EARLIER MONTH.                                  *
004680*****************************************************************
004690 1520-CHECK-CLOSED.
004700     SET REC-PERIOD-OPEN TO TRUE.
004710     PERFORM 1530-MATCH-ONE-PERIOD
004720         VARYING WK-CLOSED-SUB FROM 1 BY 1
004730         UNTIL WK-CLOSED-SUB > WK-CLOSED-COUNT
004740             OR REC-PERIOD-CLOSED.
004750 1520-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790*    1530-MATCH-ONE-PERIOD - COMPARE ONE TABLE ENTRY AGAINST    *
004800*    THE RECORD'S PERIOD.                                       *
004810*****************************************************************
004820 1530-MATCH-ONE-PERIOD.
004830     IF WK-CLOSED-PERIOD(WK-CLOSED-SUB) = WK-REC-PERIOD
004840         SET REC-PERIOD-CLOSED TO TRUE
004850     END-IF.
004860 1530-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900*    2000-PRODUCE-REPORT - SORT OUTPUT PROCEDURE. READS THE     *
004910*    SORTED WORK FILE AND DRIVES THE MONTH/NAME CONTROL BREAK.  *
004920*****************************************************************
004930 2000-PRODUCE-REPORT.
004940     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
004950     PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
004960         UNTIL SORT-EOF.
004970     IF NOT FIRST-RECORD
004980         PERFORM 2500-NAME-BREAK THRU 2500-EXIT
004990         PERFORM 2600-MONTH-BREAK THRU 2600-EXIT
005000     END-IF.
005010     PERFORM 2700-GRAND-TOTAL THRU 2700-EXIT.
005020 2000-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*    2100-RETURN-RECORD - FETCH THE NEXT SORTED RECORD          *
005070*****************************************************************
005080 2100-RETURN-RECORD.
005090     RETURN SORT-WORK
005100         AT END
005110             SET SORT-EOF TO TRUE
005120     END-RETURN.
005130 2100-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170*    2200-PROCESS-RECORD - ACCUMULATE ONE SORTED RECORD AND     *
005180*    FIRE THE NAME/MONTH BREAKS WHEN THE KEY CHANGES.           *
005190*****************************************************************
005200 2200-PROCESS-RECORD.
005210     IF FIRST-RECORD
005220         MOVE SW-YEAR TO WK-PREV-YEAR
005230         MOVE SW-MONTH TO WK-PREV-MONTH
005240         MOVE SW-NAME TO WK-PREV-NAME
005250         SET NOT-FIRST-RECORD TO TRUE
005260     ELSE
005270         IF SW-YEAR NOT = WK-PREV-YEAR
005280                 OR SW-MONTH NOT = WK-PREV-MONTH
005290             PERFORM 2500-NAME-BREAK THRU 2500-EXIT
005300             PERFORM 2600-MONTH-BREAK THRU 2600-EXIT
005310             MOVE SW-YEAR TO WK-PREV-YEAR
005320             MOVE SW-MONTH TO WK-PREV-MONTH
005330             MOVE SW-NAME TO WK-PREV-NAME
005340         ELSE
005350             IF SW-NAME NOT = WK-PREV-NAME
005360                 PERFORM 2500-NAME-BREAK THRU 2500-EXIT
005370                 MOVE SW-NAME TO WK-PREV-NAME
005380             END-IF
005390         END-IF
005400     END-IF.
005410     ADD SW-RES TO WK-NAME-TOTAL.
005420     ADD 1 TO WK-NAME-COUNT.
005430     PERFORM 2300-POST-ACCOUNT THRU 2300-EXIT.
005440     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
005450 2200-EXIT.
005460     EXIT.
005480
005490*****************************************************************
005500*    2300-POST-ACCOUNT - ROLL ONE SORTED RECORD INTO THE        *
005510*    MONTH'S ACCOUNT SUBTOTAL TABLE, KEPT IN ACCOUNT-CODE       *
005520*    ORDER. A CODE NOT YET ON THE TABLE IS SLOTTED IN AT ITS    *
005530*    PLACE BY 2320.                                             *
005540*****************************************************************
005550 2300-POST-ACCOUNT.
005560     MOVE 1 TO WK-ACCT-SUB.
005570     SET ACCT-NOT-FOUND TO TRUE.
005580     SET ACCT-SCAN-ON TO TRUE.
005590     PERFORM 2310-SCAN-ONE-ACCOUNT THRU 2310-EXIT
005600         UNTIL ACCT-SCAN-DONE.
005610     IF ACCT-NOT-FOUND
005620         IF WK-ACCT-COUNT NOT < 200
005630             DISPLAY 'WARNING - ACCOUNT TABLE FULL AT 200 - '
005640                 SW-ACCOUNT ' NOT SUBTOTALLED.'
005650             GO TO 2300-EXIT
005660         END-IF
005670         PERFORM 2320-OPEN-ACCOUNT-SLOT THRU 2320-EXIT
005680     END-IF.
005690     ADD SW-RES TO WK-ACCT-TOTAL(WK-ACCT-SUB).
005700     ADD 1 TO WK-ACCT-CNT(WK-ACCT-SUB).
005710 2300-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750*    2310-SCAN-ONE-ACCOUNT - COMPARE ONE TABLE ENTRY WITH THE   *
005760*    RECORD'S ACCOUNT. THE SCAN STOPS ON A MATCH, OR ON THE     *
005770*    FIRST HIGHER CODE, WHERE A NEW CODE BELONGS.               *
005780*****************************************************************
005790 2310-SCAN-ONE-ACCOUNT.
005800     IF WK-ACCT-SUB > WK-ACCT-COUNT
005810         SET ACCT-SCAN-DONE TO TRUE
005820         GO TO 2310-EXIT
005830     END-IF.
005840     IF WK-ACCT-CODE(WK-ACCT-SUB) = SW-ACCOUNT
005850         SET ACCT-FOUND TO TRUE
005860         SET ACCT-SCAN-DONE TO TRUE
005870         GO TO 2310-EXIT
005880     END-IF.
005890     IF WK-ACCT-CODE(WK-ACCT-SUB) > SW-ACCOUNT
005900         SET ACCT-SCAN-DONE TO TRUE
005910         GO TO 2310-EXIT
005920     END-IF.
005930     ADD 1 TO WK-ACCT-SUB.
005940 2310-EXIT.
005950     EXIT.
005960
005970*****************************************************************
005980*    2320-OPEN-ACCOUNT-SLOT - SHIFT THE ENTRIES FROM WK-ACCT-   *
005990*    SUB UP ONE PLACE AND START A ZERO SUBTOTAL FOR THE NEW     *
006000*    CODE IN THE SLOT LEFT FREE.                                *
006010*****************************************************************
006020 2320-OPEN-ACCOUNT-SLOT.
006030     PERFORM 2330-SHIFT-ONE-ACCOUNT THRU 2330-EXIT
006040         VARYING WK-ACCT-MOVE FROM WK-ACCT-COUNT BY -1
006050         UNTIL WK-ACCT-MOVE < WK-ACCT-SUB.
006060     ADD 1 TO WK-ACCT-COUNT.
006070     MOVE SW-ACCOUNT TO WK-ACCT-CODE(WK-ACCT-SUB).
006080     MOVE ZEROS TO WK-ACCT-TOTAL(WK-ACCT-SUB)
006090         WK-ACCT-CNT(WK-ACCT-SUB).
006100 2320-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*    2330-SHIFT-ONE-ACCOUNT - MOVE ONE TABLE ENTRY UP A PLACE.  *
006150*****************************************************************
006160 2330-SHIFT-ONE-ACCOUNT.
006170     MOVE WK-ACCT-ENTRY(WK-ACCT-MOVE)
006180         TO WK-ACCT-ENTRY(WK-ACCT-MOVE + 1).
006190 2330-EXIT.
006200     EXIT.
006210*****************************************************************
006220*    2500-NAME-BREAK - PRINT ONE NAME'S TOTAL FOR THE MONTH     *
006230*****************************************************************
006240 2500-NAME-BREAK.
006250     MOVE SPACES TO WK-PRINT-LINE.
006260     MOVE WK-PREV-NAME TO WK-PL-NAME.
006270     MOVE WK-MONTH(WK-PREV-MONTH) TO WK-PL-MONTH.
006280     MOVE WK-PREV-YEAR TO WK-PL-YEAR.
006290     MOVE WK-NAME-COUNT TO WK-PL-COUNT.
006300     MOVE WK-NAME-TOTAL TO WK-PL-TOTAL.
006310     MOVE WK-PRINT-LINE TO RO-LINE.
006320     WRITE RO-LINE.
006330     ADD WK-NAME-TOTAL TO WK-MONTH-TOTAL.
006340     ADD WK-NAME-COUNT TO WK-MONTH-COUNT.
006350     MOVE ZEROS TO WK-NAME-TOTAL WK-NAME-COUNT.
006360 2500-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400*    2600-MONTH-BREAK - PRINT THE MONTH'S ACCOUNT SUBTOTALS,    *
006410*    THEN THE MONTH GRAND LINE                                  *
006420*****************************************************************
006430 2600-MONTH-BREAK.
006440     PERFORM 2650-PRINT-ONE-ACCOUNT THRU 2650-EXIT
006450         VARYING WK-ACCT-SUB FROM 1 BY 1
006460         UNTIL WK-ACCT-SUB > WK-ACCT-COUNT.
006470     MOVE ZEROS TO WK-ACCT-COUNT.
006480     MOVE SPACES TO WK-PRINT-LINE.
006490     MOVE 'TOTAL FOR MONTH' TO WK-PL-NAME.
006500     MOVE WK-MONTH(WK-PREV-MONTH) TO WK-PL-MONTH.
006510     MOVE WK-PREV-YEAR TO WK-PL-YEAR.
006520     MOVE WK-MONTH-COUNT TO WK-PL-COUNT.
006530     MOVE WK-MONTH-TOTAL TO WK-PL-TOTAL.
006540     MOVE WK-PRINT-LINE TO RO-LINE.
006550     WRITE RO-LINE.
006560     MOVE SPACES TO RO-LINE.
006570     WRITE RO-LINE.
006580     ADD WK-MONTH-TOTAL TO WK-GRAND-TOTAL.
006590     ADD WK-MONTH-COUNT TO WK-GRAND-COUNT.
006600     MOVE ZEROS TO WK-MONTH-TOTAL WK-MONTH-COUNT.
006610 2600-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*    2650-PRINT-ONE-ACCOUNT - PRINT ONE ACCOUNT SUBTOTAL FOR    *
006660*    THE MONTH. CALCULATIONS POSTED BEFORE ACCOUNT CODING CARRY *
006670*    A BLANK CODE AND SUBTOTAL UNDER NO ACCOUNT.                *
006680*****************************************************************
006690 2650-PRINT-ONE-ACCOUNT.
006700     MOVE SPACES TO WK-PRINT-LINE.
006710     IF WK-ACCT-CODE(WK-ACCT-SUB) = SPACES
006720         MOVE '  NO ACCOUNT' TO WK-PL-NAME
006730     ELSE
006740         STRING '  ACCOUNT ' WK-ACCT-CODE(WK-ACCT-SUB)
006750             DELIMITED BY SIZE INTO WK-PL-NAME
006760     END-IF.
006770     MOVE WK-MONTH(WK-PREV-MONTH) TO WK-PL-MONTH.
006780     MOVE WK-PREV-YEAR TO WK-PL-YEAR.
006790     MOVE WK-ACCT-CNT(WK-ACCT-SUB) TO WK-PL-COUNT.
006800     MOVE WK-ACCT-TOTAL(WK-ACCT-SUB) TO WK-PL-TOTAL.
006810     MOVE WK-PRINT-LINE TO RO-LINE.
006820     WRITE RO-LINE.
006830 2650-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*    2700-GRAND-TOTAL - PRINT THE REPORT GRAND TOTAL LINE       *
006880*****************************************************************
006890 2700-GRAND-TOTAL.
006900     MOVE SPACES TO WK-PRINT-LINE.
006910     MOVE 'GRAND TOTAL' TO WK-PL-NAME.
006920     MOVE WK-GRAND-COUNT TO WK-PL-COUNT.
006930     MOVE WK-GRAND-TOTAL TO WK-PL-TOTAL.
006940     MOVE WK-PRINT-LINE TO RO-LINE.
006950     WRITE RO-LINE.
006960 2700-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    9999-FINALIZE - CLOSE THE PRINT FILE                       *
007010*****************************************************************
007020 9999-FINALIZE.
007030     CLOSE REPORT-OUT.
007040 9999-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
007090*    RUN TO THE SHARED JOB-RUN LOG.                             *
007100*****************************************************************
007110 9800-LOG-JOB-START.
007120     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
007130     ACCEPT WK-TIME-SYS FROM TIME.
007140     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
007150     MOVE SPACES TO JL-RECORD.
007160     MOVE 'MONTHREP' TO JL-PROGRAM.
007170     SET JL-START-REC TO TRUE.
007180     MOVE WK-JOB-START-DATE TO JL-START-DATE.
007190     MOVE WK-JOB-START-TIME TO JL-START-TIME.
007200     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
007210     MOVE WK-JOB-PARAMS TO JL-PARAMS.
007220     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
007230         JL-REJECT-COUNT JL-RETURN-CODE.
007240     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
007250 9800-EXIT.
007260     EXIT.
007270
007280*****************************************************************
007290*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
007300*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
007310*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
007320*****************************************************************
007330 9810-LOG-JOB-END.
007340     MOVE SPACES TO JL-RECORD.
007350     MOVE 'MONTHREP' TO JL-PROGRAM.
007360     SET JL-END-REC TO TRUE.
007370     MOVE WK-JOB-START-DATE TO JL-START-DATE.
007380     MOVE WK-JOB-START-TIME TO JL-START-TIME.
007390     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
007400     ACCEPT WK-TIME-SYS FROM TIME.
007410     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
007420     MOVE WK-JOB-PARAMS TO JL-PARAMS.
007430     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
007440     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
007450     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
007460     MOVE RETURN-CODE TO JL-RETURN-CODE.
007470     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
007480 9810-EXIT.
007490     EXIT.
007500
007510*****************************************************************
007520*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
007530*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
007540*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
007550*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
007560*    WARNING - IT NEVER STOPS THE RUN.                          *
007570*****************************************************************
007580 9820-WRITE-JOB-LOG.
007590     OPEN EXTEND JOB-LOG.
007600     IF JOBLOG-NOT-FOUND
007610         OPEN OUTPUT JOB-LOG
007620     END-IF.
007630     IF NOT JOBLOG-OK
007640         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
007650             WK-JOBLOG-STATUS
007660         GO TO 9820-EXIT
007670     END-IF.
007680     WRITE JL-RECORD.
007690     IF NOT JOBLOG-OK
007700         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
007710             WK-JOBLOG-STATUS
007720     END-IF.
007730     CLOSE JOB-LOG.
007740 9820-EXIT.
007750     EXIT.
