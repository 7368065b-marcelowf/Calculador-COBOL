000110*                  POINT SO THE FIGURES LOAD WITHOUT RE-KEYING  *
000120*                  AND TIE TO THE PRINTED REPORT.               *
000130*                  ROW TYPES: D=DETAIL, S=NAME/MONTH SUMMARY,   *
000140*                  A=ACCOUNT/MONTH SUMMARY, M=MONTH TOTAL,      *
000150*                  G=GRAND TOTAL.                               *
000160*    MODIFICATION HISTORY                                       *
000170*    -------------------                                        *
000180*    22/08/2026  JBF  ORIGINAL PROGRAM.                         *
000190*    02/09/2026  JBF  EXPORT THE CL-REF CALCULATION REFERENCE   *
000200*                      NUMBER AS THE LAST FIELD OF EVERY D ROW. *
000210*    02/09/2026  JBF  OPTIONALLY TAKE A FROM/TO PERIOD RANGE    *
000220*                      FROM A PARMCARD PARAMETER FILE SO THE    *
000230*                      EXPORT RUNS UNATTENDED - THE CARD IS     *
000240*                      VALIDATED UP FRONT, THE ACCEPTED RANGE   *
000250*                      IS ECHOED AS A LEADING P ROW, AND A BAD  *
000260*                      CARD ENDS THE RUN WITH RETURN-CODE 8.    *
000270*                      NO PARAMETER FILE MEANS EVERY OPEN       *
000280*                      PERIOD, AS BEFORE.                       *
000290*    15/10/2026  JBF  EXPORT CL-ACCOUNT AS THE LAST FIELD OF    *
000300*                      EVERY D ROW, AND WRITE AN A ROW PER      *
000310*                      ACCOUNT AHEAD OF EACH MONTH'S M ROW.     *
000320*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000330*                      JOBLOG JOB-RUN LOG.                      *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALCEXT.
000370 AUTHOR. J. B. FONSECA.
000380 INSTALLATION. DATA PROCESSING DEPT.
000390 DATE-WRITTEN. 22/08/2026.
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
000540     SELECT SORT-WORK ASSIGN TO 'SWK001'.
000550     SELECT EXPORT-OUT ASSIGN TO 'CALCEXP'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WK-EXPORT-STATUS.
000580     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WK-PERD-STATUS.
000610     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WK-PARAM-STATUS.
000640     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WK-JOBLOG-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CALC-LOG
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY CALCLOG.
000740
000750 SD  SORT-WORK.
000760 01  SW-RECORD.
000770     05  SW-NAME                 PIC X(20).
000780     05  SW-DATE.
000790         10  SW-YEAR             PIC 9(04).
000800         10  SW-MONTH             PIC 9(02).
000810         10  SW-DAY              PIC 9(02).
000820     05  SW-N01                  PIC S9(05)V99.
000830     05  SW-SIN                  PIC X(01).
000840     05  SW-N02                  PIC S9(05)V99.
000850     05  SW-RES                  PIC S9(07)V99.
000860     05  SW-LEVEL                PIC 9(02).
000870     05  SW-REF                  PIC 9(09).
000880     05  SW-ACCOUNT              PIC X(06).
000890
000900 FD  EXPORT-OUT
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  EX-LINE                     PIC X(100).
000940
000950 FD  PERIOD-CONTROL
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY PERDCTL.
000990
001000 FD  PARAM-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  PM-CARD.
001040     05  PM-FROM                 PIC X(06).
001050     05  PM-TO                   PIC X(06).
001060     05  FILLER                  PIC X(68).
001070
001080 FD  JOB-LOG
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 COPY JOBLOG.
001120
001130 WORKING-STORAGE SECTION.
001140 COPY WSCALC.
001150
001160 77  WK-EXPORT-STATUS            PIC X(02) VALUE ZEROS.
001170     88  EXPORT-OK                   VALUE '00'.
001180
001190 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001200     88  PERD-OK                     VALUE '00'.
001210     88  PERD-EOF                    VALUE '10'.
001220     88  PERD-NOT-FOUND              VALUE '35'.
001230
001240 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001250     88  PARAM-OK                    VALUE '00'.
001260     88  PARAM-EOF                   VALUE '10'.
001270     88  PARAM-NOT-FOUND             VALUE '35'.
001280
001290 01  WK-PARAM-SWITCHES.
001300     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001310         88  PARAM-MODE              VALUE 'Y'.
001320         88  CONSOLE-MODE            VALUE 'N'.
001330     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001340         88  PARAM-CARD-VALID        VALUE 'Y'.
001350         88  PARAM-CARD-INVALID      VALUE 'N'.
001360
001370 01  WK-PARAM-FIELDS.
001380     05  WK-SEL-FROM-PERIOD      PIC 9(06) VALUE ZEROS.
001390     05  WK-SEL-TO-PERIOD        PIC 9(06) VALUE 999999.
001400     05  WK-EDIT-PERIOD          PIC 9(06) VALUE ZEROS.
001410     05  WK-EDIT-PERIOD-SPLIT REDEFINES WK-EDIT-PERIOD.
001420         10  WK-EDIT-YEAR        PIC 9(04).
001430         10  WK-EDIT-MONTH       PIC 9(02).
001440
001450 01  WK-EXPORT-SWITCHES.
001460     05  WK-SW-FIRST-REC         PIC X(01) VALUE 'Y'.
001470         88  FIRST-RECORD            VALUE 'Y'.
001480         88  NOT-FIRST-RECORD        VALUE 'N'.
001490     05  WK-SW-SORT-EOF          PIC X(01) VALUE 'N'.
001500         88  SORT-EOF                VALUE 'Y'.
001510         88  SORT-NOT-EOF             VALUE 'N'.
001520     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
001530         88  LOG-EOF                 VALUE 'Y'.
001540         88  LOG-NOT-EOF             VALUE 'N'.
001550
001560 01  WK-BREAK-FIELDS.
001570     05  WK-PREV-YEAR            PIC 9(04) VALUE ZEROS.
001580     05  WK-PREV-MONTH           PIC 9(02) VALUE ZEROS.
001590     05  WK-PREV-NAME            PIC X(20) VALUE SPACES.
001600
001610 01  WK-PERIOD-FIELDS.
001620     05  WK-REC-PERIOD           PIC 9(06) VALUE ZEROS.
001630     05  WK-PC-PERIOD            PIC 9(06) VALUE ZEROS.
001640     05  WK-CLOSED-COUNT         PIC 9(03) VALUE ZEROS.
001650     05  WK-CLOSED-SUB           PIC 9(03) VALUE ZEROS.
001660     05  WK-SW-REC-CLOSED        PIC X(01) VALUE 'N'.
001670         88  REC-PERIOD-CLOSED       VALUE 'Y'.
001680         88  REC-PERIOD-OPEN         VALUE 'N'.
001690
001700 01  WK-CLOSED-TABLE.
001710     05  WK-CLOSED-PERIOD        PIC 9(06) OCCURS 120 TIMES.
001720
001730 01  WK-ACCUMULATORS.
001740     05  WK-NAME-TOTAL           PIC S9(09)V99 VALUE ZEROS.
001750     05  WK-NAME-COUNT           PIC 9(05) VALUE ZEROS.
001760     05  WK-MONTH-TOTAL          PIC S9(09)V99 VALUE ZEROS.
001770     05  WK-MONTH-COUNT          PIC 9(05) VALUE ZEROS.
001780     05  WK-GRAND-TOTAL          PIC S9(11)V99 VALUE ZEROS.
001790     05  WK-GRAND-COUNT          PIC 9(07) VALUE ZEROS.
001800
001810 01  WK-ACCOUNT-FIELDS.
001820     05  WK-ACCT-COUNT           PIC 9(03) VALUE ZEROS.
001830     05  WK-ACCT-SUB             PIC 9(03) VALUE ZEROS.
001840     05  WK-ACCT-MOVE            PIC 9(03) VALUE ZEROS.
001850     05  WK-SW-ACCT-FOUND        PIC X(01) VALUE 'N'.
001860         88  ACCT-FOUND              VALUE 'Y'.
001870         88  ACCT-NOT-FOUND          VALUE 'N'.
001880     05  WK-SW-ACCT-SCAN         PIC X(01) VALUE 'N'.
001890         88  ACCT-SCAN-DONE          VALUE 'Y'.
001900         88  ACCT-SCAN-ON            VALUE 'N'.
001910
001920 01  WK-ACCOUNT-TABLE.
001930     05  WK-ACCT-ENTRY           OCCURS 200 TIMES.
001940         10  WK-ACCT-CODE        PIC X(06).
001950         10  WK-ACCT-CNT         PIC 9(05).
001960         10  WK-ACCT-TOTAL       PIC S9(09)V99.
001970
001980 01  WK-FORMAT-FIELDS.
001990     05  WK-FMT-AMT              PIC +9(07),99 VALUE ZEROS.
002000     05  WK-FMT-AMT-X REDEFINES WK-FMT-AMT
002010                                 PIC X(11).
002020     05  WK-FMT-TOTAL            PIC +9(11),99 VALUE ZEROS.
002030     05  WK-FMT-TOTAL-X REDEFINES WK-FMT-TOTAL
002040                                 PIC X(15).
002050     05  WK-FMT-COUNT            PIC 9(07) VALUE ZEROS.
002060     05  WK-FMT-N01-X            PIC X(11) VALUE SPACES.
002070
002080 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
002090     88  JOBLOG-OK                   VALUE '00'.
002100     88  JOBLOG-NOT-FOUND            VALUE '35'.
002110
002120 01  WK-JOB-FIELDS.
002130     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
002140     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002150     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002160     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002170     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002180     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002190
002200 01  WK-TIME-SYS.
002210     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002220     03  FILLER                  PIC 9(02) VALUE ZEROS.
002230
002240 PROCEDURE DIVISION.
002250*****************************************************************
002260*    0000-MAINLINE - PROGRAM CONTROL                            *
002270*****************************************************************
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     SORT SORT-WORK ON ASCENDING KEY SW-YEAR SW-MONTH SW-NAME
002310         INPUT PROCEDURE IS 1500-SELECT-INPUT THRU 1500-EXIT
002320         OUTPUT PROCEDURE IS 2000-PRODUCE-EXPORT THRU 2000-EXIT.
002330     PERFORM 9999-FINALIZE THRU 9999-EXIT.
002340     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
002350     STOP RUN.
002360
002370*****************************************************************
002380*    1000-INITIALIZE - LOAD THE CLOSED-PERIOD TABLE AND OPEN    *
002390*    THE EXPORT FILE. THE EXPORT COVERS THE SAME OPEN PERIODS   *
002400*    MONTHREP REPORTS, SO THE TWO ALWAYS TIE.                   *
002410*****************************************************************
002420 1000-INITIALIZE.
002430     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
002440     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
002450     IF PARAM-MODE AND PARAM-CARD-INVALID
002460         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
002470         MOVE 8 TO RETURN-CODE
002480         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002490         STOP RUN
002500     END-IF.
002510     PERFORM 1300-LOAD-CLOSED-PERIODS THRU 1300-EXIT.
002520     OPEN OUTPUT EXPORT-OUT.
002530     IF NOT EXPORT-OK
002540         DISPLAY 'ERROR OPENING CALCEXP - STATUS '
002550             WK-EXPORT-STATUS
002555         MOVE 16 TO RETURN-CODE
002560         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002570         STOP RUN
002580     END-IF.
002590     IF PARAM-MODE
002600         MOVE SPACES TO EX-LINE
002610         STRING 'P;' DELIMITED BY SIZE
002620             WK-SEL-FROM-PERIOD DELIMITED BY SIZE
002630             ';' DELIMITED BY SIZE
002640             WK-SEL-TO-PERIOD DELIMITED BY SIZE
002650             INTO EX-LINE
002660         WRITE EX-LINE
002670     END-IF.
002680 1000-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
002730*    PARAMETER FILE AND VALIDATE EVERY FIELD UP FRONT. A        *
002740*    MISSING FILE MEANS EVERY OPEN PERIOD, AS BEFORE. CARD      *
002750*    LAYOUT: COLS 1-6 FROM PERIOD YYYYMM (BLANK = START),       *
002760*    7-12 TO PERIOD YYYYMM (BLANK = END).                       *
002770*****************************************************************
002780 1050-READ-PARAM-CARD.
002790     SET CONSOLE-MODE TO TRUE.
002800     SET PARAM-CARD-VALID TO TRUE.
002810     OPEN INPUT PARAM-FILE.
002820     IF PARAM-NOT-FOUND
002830         GO TO 1050-EXIT
002840     END-IF.
002850     IF NOT PARAM-OK
002860         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
002870             WK-PARAM-STATUS
002880         SET PARAM-MODE TO TRUE
002890         SET PARAM-CARD-INVALID TO TRUE
002900         GO TO 1050-EXIT
002910     END-IF.
002920     SET PARAM-MODE TO TRUE.
002930     READ PARAM-FILE
002940         AT END
002950             DISPLAY 'PARAMETER FILE IS EMPTY.'
002960             SET PARAM-CARD-INVALID TO TRUE
002970             CLOSE PARAM-FILE
002980             GO TO 1050-EXIT
002990     END-READ.
003000     MOVE PM-CARD TO WK-JOB-PARAMS.
003010     IF PM-FROM = SPACES
003020         MOVE ZEROS TO WK-SEL-FROM-PERIOD
003030     ELSE
003040         IF PM-FROM IS NUMERIC
003050             MOVE PM-FROM TO WK-EDIT-PERIOD
003060             IF WK-EDIT-MONTH > 00 AND WK-EDIT-MONTH < 13
003070                 MOVE WK-EDIT-PERIOD TO WK-SEL-FROM-PERIOD
003080             ELSE
003090                 DISPLAY 'INVALID FROM PERIOD ON CARD - '
003100                     'USE YYYYMM.'
003110                 SET PARAM-CARD-INVALID TO TRUE
003120             END-IF
003130         ELSE
003140             DISPLAY 'INVALID FROM PERIOD ON CARD - USE YYYYMM.'
003150             SET PARAM-CARD-INVALID TO TRUE
003160         END-IF
003170     END-IF.
003180     IF PM-TO = SPACES
003190         MOVE 999999 TO WK-SEL-TO-PERIOD
003200     ELSE
003210         IF PM-TO IS NUMERIC
003220             MOVE PM-TO TO WK-EDIT-PERIOD
003230             IF WK-EDIT-MONTH > 00 AND WK-EDIT-MONTH < 13
003240                 MOVE WK-EDIT-PERIOD TO WK-SEL-TO-PERIOD
003250             ELSE
003260                 DISPLAY 'INVALID TO PERIOD ON CARD - '
003270                     'USE YYYYMM.'
003280                 SET PARAM-CARD-INVALID TO TRUE
003290             END-IF
003300         ELSE
003310             DISPLAY 'INVALID TO PERIOD ON CARD - USE YYYYMM.'
003320             SET PARAM-CARD-INVALID TO TRUE
003330         END-IF
003340     END-IF.
003350     IF PARAM-CARD-VALID
003360             AND WK-SEL-TO-PERIOD < WK-SEL-FROM-PERIOD
003370         DISPLAY 'TO PERIOD IS BEFORE FROM PERIOD ON CARD.'
003380         SET PARAM-CARD-INVALID TO TRUE
003390     END-IF.
003400     CLOSE PARAM-FILE.
003410 1050-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450*    1300-LOAD-CLOSED-PERIODS - LOAD EVERY CLOSED PERIOD INTO   *
003460*    THE TABLE, AS MONTHREP DOES.                               *
003470*****************************************************************
003480 1300-LOAD-CLOSED-PERIODS.
003490     OPEN INPUT PERIOD-CONTROL.
003500     IF PERD-NOT-FOUND
003510         GO TO 1300-EXIT
003520     END-IF.
003530     IF NOT PERD-OK
003540         DISPLAY 'WARNING - ERROR OPENING PERDCTL - STATUS '
003550             WK-PERD-STATUS
003560         GO TO 1300-EXIT
003570     END-IF.
003580     PERFORM 1310-LOAD-ONE-PERIOD THRU 1310-EXIT
003590         UNTIL PERD-EOF.
003600     CLOSE PERIOD-CONTROL.
003610 1300-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650*    1310-LOAD-ONE-PERIOD - ADD ONE CLOSED PERIOD TO THE        *
003660*    TABLE THE RECORD FILTER CHECKS AGAINST.                    *
003670*****************************************************************
003680 1310-LOAD-ONE-PERIOD.
003690     READ PERIOD-CONTROL
003700         AT END
003710             SET PERD-EOF TO TRUE
003720             GO TO 1310-EXIT
003730     END-READ.
003740     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
003750     IF WK-CLOSED-COUNT < 120
003760         ADD 1 TO WK-CLOSED-COUNT
003770         MOVE WK-PC-PERIOD
003780             TO WK-CLOSED-PERIOD(WK-CLOSED-COUNT)
003790     ELSE
003800         DISPLAY 'WARNING - CLOSED-PERIOD TABLE FULL AT 120.'
003810     END-IF.
003820 1310-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860*    1500-SELECT-INPUT - SORT INPUT PROCEDURE. READ CALC-LOG    *
003870*    AND RELEASE ONLY RECORDS FOR PERIODS STILL OPEN.           *
003880*****************************************************************
003890 1500-SELECT-INPUT.
003900     OPEN INPUT CALC-LOG.
003910     IF NOT CALCLOG-OK
003920         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
003930             WK-CALCLOG-STATUS
003940         GO TO 1500-EXIT
003950     END-IF.
003960     PERFORM 1510-SELECT-RECORD THRU 1510-EXIT
003970         UNTIL LOG-EOF.
003980     CLOSE CALC-LOG.
003990 1500-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030*    1510-SELECT-RECORD - RELEASE ONE OPEN-PERIOD CALC-LOG      *
004040*    RECORD TO THE SORT.                                        *
004050*****************************************************************
004060 1510-SELECT-RECORD.
004070     READ CALC-LOG
004080         AT END
004090             SET LOG-EOF TO TRUE
004100             GO TO 1510-EXIT
004110     END-READ.
004120     ADD 1 TO WK-JOB-READ-COUNT.
004130     COMPUTE WK-REC-PERIOD = CL-YEAR * 100 + CL-MONTH.
004140     IF WK-REC-PERIOD < WK-SEL-FROM-PERIOD
004150             OR WK-REC-PERIOD > WK-SEL-TO-PERIOD
004160         GO TO 1510-EXIT
004170     END-IF.
004180     PERFORM 1520-CHECK-CLOSED THRU 1520-EXIT.
004190     IF REC-PERIOD-OPEN
004200         MOVE CL-NAME TO SW-NAME
004210         MOVE CL-YEAR TO SW-YEAR
004220         MOVE CL-MONTH TO SW-MONTH
004230         MOVE CL-DAY TO SW-DAY
004240         MOVE CL-N01 TO SW-N01
004250         MOVE CL-SIN TO SW-SIN
004260         MOVE CL-N02 TO SW-N02
004270         MOVE CL-RES TO SW-RES
004280         MOVE CL-LEVEL TO SW-LEVEL
004290         MOVE CL-REF TO SW-REF
004300         MOVE CL-ACCOUNT TO SW-ACCOUNT
004310         RELEASE SW-RECORD
004320         ADD 1 TO WK-JOB-WRITTEN-COUNT
004330     END-IF.
004340 1510-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380*    1520-CHECK-CLOSED - SET THE SWITCH WHEN THE RECORD'S       *
004390*    PERIOD IS ON THE CLOSED-PERIOD TABLE. MEMBERSHIP IS        *
004400*    TESTED EXACTLY, SO AN OUT-OF-ORDER CLOSE NEVER HIDES A     *
004410*    STILL-OPEN EARLIER MONTH.                                  *
004420*****************************************************************
004430 1520-CHECK-CLOSED.
004440     SET REC-PERIOD-OPEN TO TRUE.
004450     PERFORM 1530-MATCH-ONE-PERIOD
004460         VARYING WK-CLOSED-SUB FROM 1 BY 1
004470         UNTIL WK-CLOSED-SUB > WK-CLOSED-COUNT
004480             OR REC-PERIOD-CLOSED.
004490 1520-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530*    1530-MATCH-ONE-PERIOD - COMPARE ONE TABLE ENTRY AGAINST    *
004540*    THE RECORD'S PERIOD.                                       *
004550*****************************************************************
004560 1530-MATCH-ONE-PERIOD.
004570     IF WK-CLOSED-PERIOD(WK-CLOSED-SUB) = WK-REC-PERIOD
004580         SET REC-PERIOD-CLOSED TO TRUE
004590     END-IF.
004600 1530-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*    2000-PRODUCE-EXPORT - SORT OUTPUT PROCEDURE. WRITES THE    *
004650*    DETAIL ROWS AND DRIVES THE SAME NAME/MONTH CONTROL        *
004660*    BREAKS AS MONTHREP.                                        *
004670*****************************************************************
004680 2000-PRODUCE-EXPORT.
004690     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
004700     PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
004710         UNTIL SORT-EOF.
004720     IF NOT FIRST-RECORD
004730         PERFORM 2500-NAME-BREAK THRU 2500-EXIT
004740         PERFORM 2600-MONTH-BREAK THRU 2600-EXIT
004750     END-IF.
004760     PERFORM 2700-GRAND-TOTAL THRU 2700-EXIT.
004770 2000-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810*    2100-RETURN-RECORD - FETCH THE NEXT SORTED RECORD          *
004820*****************************************************************
004830 2100-RETURN-RECORD.
004840     RETURN SORT-WORK
004850         AT END
004860             SET SORT-EOF TO TRUE
004870     END-RETURN.
004880 2100-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*    2200-PROCESS-RECORD - WRITE ONE DETAIL ROW AND FIRE THE    *
004930*    NAME/MONTH BREAKS WHEN THE KEY CHANGES.                    *
004940*****************************************************************
004950 2200-PROCESS-RECORD.
004960     IF FIRST-RECORD
004970         MOVE SW-YEAR TO WK-PREV-YEAR
004980         MOVE SW-MONTH TO WK-PREV-MONTH
004990         MOVE SW-NAME TO WK-PREV-NAME
005000         SET NOT-FIRST-RECORD TO TRUE
005010     ELSE
005020         IF SW-YEAR NOT = WK-PREV-YEAR
005030                 OR SW-MONTH NOT = WK-PREV-MONTH
005040             PERFORM 2500-NAME-BREAK THRU 2500-EXIT
005050             PERFORM 2600-MONTH-BREAK THRU 2600-EXIT
005060             MOVE SW-YEAR TO WK-PREV-YEAR
005070             MOVE SW-MONTH TO WK-PREV-MONTH
005080             MOVE SW-NAME TO WK-PREV-NAME
005090         ELSE
005100             IF SW-NAME NOT = WK-PREV-NAME
005110                 PERFORM 2500-NAME-BREAK THRU 2500-EXIT
005120                 MOVE SW-NAME TO WK-PREV-NAME
005130             END-IF
005140         END-IF
005150     END-IF.
005160     PERFORM 2300-WRITE-DETAIL-ROW THRU 2300-EXIT.
005170     ADD SW-RES TO WK-NAME-TOTAL.
005180     ADD 1 TO WK-NAME-COUNT.
005190     PERFORM 2800-POST-ACCOUNT THRU 2800-EXIT.
005200     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
005210 2200-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250*    2300-WRITE-DETAIL-ROW - ONE D ROW PER CALCULATION:         *
005260*    D;NAME;YYYYMMDD;N01;SIN;N02;RES;LEVEL;REF;ACCOUNT          *
005270*****************************************************************
005280 2300-WRITE-DETAIL-ROW.
005290     MOVE SPACES TO EX-LINE.
005300     MOVE SW-RES TO WK-FMT-TOTAL.
005310     PERFORM 8200-EDIT-TOTAL THRU 8200-EXIT.
005320     MOVE SW-N01 TO WK-FMT-AMT.
005330     PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT.
005340     MOVE WK-FMT-AMT-X TO WK-FMT-N01-X.
005350     MOVE SW-N02 TO WK-FMT-AMT.
005360     PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT.
005370     STRING 'D;' DELIMITED BY SIZE
005380         SW-NAME DELIMITED BY SIZE
005390         ';' DELIMITED BY SIZE
005400         SW-DATE DELIMITED BY SIZE
005410         ';' DELIMITED BY SIZE
005420         WK-FMT-N01-X DELIMITED BY SIZE
005430         ';' DELIMITED BY SIZE
005440         SW-SIN DELIMITED BY SIZE
005450         ';' DELIMITED BY SIZE
005460         WK-FMT-AMT-X DELIMITED BY SIZE
005470         ';' DELIMITED BY SIZE
005480         WK-FMT-TOTAL-X DELIMITED BY SIZE
005490         ';' DELIMITED BY SIZE
005500         SW-LEVEL DELIMITED BY SIZE
005510         ';' DELIMITED BY SIZE
005520         SW-REF DELIMITED BY SIZE
005530         ';' DELIMITED BY SIZE
005540         SW-ACCOUNT DELIMITED BY SIZE
005550         INTO EX-LINE.
005560     WRITE EX-LINE.
005570     IF NOT EXPORT-OK
005580         DISPLAY 'WARNING - CALCEXP WRITE FAILED - STATUS '
005590             WK-EXPORT-STATUS
005600     END-IF.
005610 2300-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650*    2500-NAME-BREAK - ONE S ROW PER NAME PER MONTH, THE SAME   *
005660*    FIGURES AS MONTHREP'S NAME SUMMARY LINE:                   *
005670*    S;NAME;YYYY;MM;COUNT;TOTAL                                 *
005680*****************************************************************
005690 2500-NAME-BREAK.
005700     MOVE SPACES TO EX-LINE.
005710     MOVE WK-NAME-TOTAL TO WK-FMT-TOTAL.
005720     PERFORM 8200-EDIT-TOTAL THRU 8200-EXIT.
005730     MOVE WK-NAME-COUNT TO WK-FMT-COUNT.
005740     STRING 'S;' DELIMITED BY SIZE
005750         WK-PREV-NAME DELIMITED BY SIZE
005760         ';' DELIMITED BY SIZE
005770         WK-PREV-YEAR DELIMITED BY SIZE
005780         ';' DELIMITED BY SIZE
005790         WK-PREV-MONTH DELIMITED BY SIZE
005800         ';' DELIMITED BY SIZE
005810         WK-FMT-COUNT DELIMITED BY SIZE
005820         ';' DELIMITED BY SIZE
005830         WK-FMT-TOTAL-X DELIMITED BY SIZE
005840         INTO EX-LINE.
005850     WRITE EX-LINE.
005860     ADD WK-NAME-TOTAL TO WK-MONTH-TOTAL.
005870     ADD WK-NAME-COUNT TO WK-MONTH-COUNT.
005880     MOVE ZEROS TO WK-NAME-TOTAL WK-NAME-COUNT.
005890 2500-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    2600-MONTH-BREAK - THE MONTH'S A ROWS (2650), THEN ONE M   *
005940*    ROW PER MONTH, THE SAME FIGURES AS MONTHREP'S TOTAL-FOR-   *
005950*    MONTH LINE:                                                *
005960*    M;YYYY;MM;COUNT;TOTAL                                      *
005970*****************************************************************
005980 2600-MONTH-BREAK.
005990     PERFORM 2650-WRITE-ACCOUNT-ROW THRU 2650-EXIT
006000         VARYING WK-ACCT-SUB FROM 1 BY 1
006010         UNTIL WK-ACCT-SUB > WK-ACCT-COUNT.
006020     MOVE ZEROS TO WK-ACCT-COUNT.
006030     MOVE SPACES TO EX-LINE.
006040     MOVE WK-MONTH-TOTAL TO WK-FMT-TOTAL.
006050     PERFORM 8200-EDIT-TOTAL THRU 8200-EXIT.
006060     MOVE WK-MONTH-COUNT TO WK-FMT-COUNT.
006070     STRING 'M;' DELIMITED BY SIZE
006080         WK-PREV-YEAR DELIMITED BY SIZE
006090         ';' DELIMITED BY SIZE
006100         WK-PREV-MONTH DELIMITED BY SIZE
006110         ';' DELIMITED BY SIZE
006120         WK-FMT-COUNT DELIMITED BY SIZE
006130         ';' DELIMITED BY SIZE
006140         WK-FMT-TOTAL-X DELIMITED BY SIZE
006150         INTO EX-LINE.
006160     WRITE EX-LINE.
006170     ADD WK-MONTH-TOTAL TO WK-GRAND-TOTAL.
006180     ADD WK-MONTH-COUNT TO WK-GRAND-COUNT.
006190     MOVE ZEROS TO WK-MONTH-TOTAL WK-MONTH-COUNT.
006200 2600-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    2650-WRITE-ACCOUNT-ROW - ONE A ROW PER ACCOUNT PER MONTH,  *
006250*    THE SAME FIGURES AS MONTHREP'S ACCOUNT SUBTOTAL LINE. A    *
006260*    BLANK ACCOUNT FIELD IS THE CALCULATIONS POSTED BEFORE      *
006270*    ACCOUNT CODING:                                            *
006280*    A;YYYY;MM;ACCOUNT;COUNT;TOTAL                              *
006290*****************************************************************
006300 2650-WRITE-ACCOUNT-ROW.
006310     MOVE SPACES TO EX-LINE.
006320     MOVE WK-ACCT-TOTAL(WK-ACCT-SUB) TO WK-FMT-TOTAL.
006330     PERFORM 8200-EDIT-TOTAL THRU 8200-EXIT.
006340     MOVE WK-ACCT-CNT(WK-ACCT-SUB) TO WK-FMT-COUNT.
006350     STRING 'A;' DELIMITED BY SIZE
006360         WK-PREV-YEAR DELIMITED BY SIZE
006370         ';' DELIMITED BY SIZE
006380         WK-PREV-MONTH DELIMITED BY SIZE
006390         ';' DELIMITED BY SIZE
006400         WK-ACCT-CODE(WK-ACCT-SUB) DELIMITED BY SIZE
006410         ';' DELIMITED BY SIZE
006420         WK-FMT-COUNT DELIMITED BY SIZE
006430         ';' DELIMITED BY SIZE
006440         WK-FMT-TOTAL-X DELIMITED BY SIZE
006450         INTO EX-LINE.
006460     WRITE EX-LINE.
006470     IF NOT EXPORT-OK
006480         DISPLAY 'WARNING - CALCEXP WRITE FAILED - STATUS '
006490             WK-EXPORT-STATUS
006500     END-IF.
006510 2650-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*    2700-GRAND-TOTAL - ONE G ROW CLOSING THE EXPORT:           *
006560*    G;COUNT;TOTAL                                              *
006570*****************************************************************
006580 2700-GRAND-TOTAL.
006590     MOVE SPACES TO EX-LINE.
006600     MOVE WK-GRAND-TOTAL TO WK-FMT-TOTAL.
006610     PERFORM 8200-EDIT-TOTAL THRU 8200-EXIT.
006620     MOVE WK-GRAND-COUNT TO WK-FMT-COUNT.
006630     STRING 'G;' DELIMITED BY SIZE
006640         WK-FMT-COUNT DELIMITED BY SIZE
006650         ';' DELIMITED BY SIZE
006660         WK-FMT-TOTAL-X DELIMITED BY SIZE
006670         INTO EX-LINE.
006680     WRITE EX-LINE.
006690 2700-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730*    2800-POST-ACCOUNT - ROLL ONE SORTED RECORD INTO THE        *
006740*    MONTH'S ACCOUNT SUBTOTAL TABLE, KEPT IN ACCOUNT-CODE       *
006750*    ORDER. A CODE NOT YET ON THE TABLE IS SLOTTED IN AT ITS    *
006760*    PLACE BY 2820.                                             *
006770*****************************************************************
006780 2800-POST-ACCOUNT.
006790     MOVE 1 TO WK-ACCT-SUB.
006800     SET ACCT-NOT-FOUND TO TRUE.
006810     SET ACCT-SCAN-ON TO TRUE.
006820     PERFORM 2810-SCAN-ONE-ACCOUNT THRU 2810-EXIT
006830         UNTIL ACCT-SCAN-DONE.
006840     IF ACCT-NOT-FOUND
006850         IF WK-ACCT-COUNT NOT < 200
006860             DISPLAY 'WARNING - ACCOUNT TABLE FULL AT 200 - '
006870                 SW-ACCOUNT ' NOT SUBTOTALLED.'
006880             GO TO 2800-EXIT
006890         END-IF
006900         PERFORM 2820-OPEN-ACCOUNT-SLOT THRU 2820-EXIT
006910     END-IF.
006920     ADD SW-RES TO WK-ACCT-TOTAL(WK-ACCT-SUB).
006930     ADD 1 TO WK-ACCT-CNT(WK-ACCT-SUB).
006940 2800-EXIT.
006950     EXIT.
006960
006970*****************************************************************
006980*    2810-SCAN-ONE-ACCOUNT - COMPARE ONE TABLE ENTRY WITH THE   *
006990*    RECORD'S ACCOUNT. THE SCAN STOPS ON A MATCH, OR ON THE     *
007000*    FIRST HIGHER CODE, WHERE A NEW CODE BELONGS.               *
007010*****************************************************************
007020 2810-SCAN-ONE-ACCOUNT.
007030     IF WK-ACCT-SUB > WK-ACCT-COUNT
007040         SET ACCT-SCAN-DONE TO TRUE
007050         GO TO 2810-EXIT
007060     END-IF.
007070     IF WK-ACCT-CODE(WK-ACCT-SUB) = SW-ACCOUNT
007080         SET ACCT-FOUND TO TRUE
007090         SET ACCT-SCAN-DONE TO TRUE
007100         GO TO 2810-EXIT
007110     END-IF.
007120     IF WK-ACCT-CODE(WK-ACCT-SUB) > SW-ACCOUNT
007130         SET ACCT-SCAN-DONE TO TRUE
007140         GO TO 2810-EXIT
007150     END-IF.
007160     ADD 1 TO WK-ACCT-SUB.
007170 2810-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*    2820-OPEN-ACCOUNT-SLOT - SHIFT THE ENTRIES FROM WK-ACCT-   *
007220*    SUB UP ONE PLACE AND START A ZERO SUBTOTAL FOR THE NEW     *
007230*    CODE IN THE SLOT LEFT FREE.                                *
007240*****************************************************************
007250 2820-OPEN-ACCOUNT-SLOT.
007260     PERFORM 2830-SHIFT-ONE-ACCOUNT THRU 2830-EXIT
007270         VARYING WK-ACCT-MOVE FROM WK-ACCT-COUNT BY -1
007280         UNTIL WK-ACCT-MOVE < WK-ACCT-SUB.
007290     ADD 1 TO WK-ACCT-COUNT.
007300     MOVE SW-ACCOUNT TO WK-ACCT-CODE(WK-ACCT-SUB).
007310     MOVE ZEROS TO WK-ACCT-TOTAL(WK-ACCT-SUB)
007320         WK-ACCT-CNT(WK-ACCT-SUB).
007330 2820-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370*    2830-SHIFT-ONE-ACCOUNT - MOVE ONE TABLE ENTRY UP A PLACE.  *
007380*****************************************************************
007390 2830-SHIFT-ONE-ACCOUNT.
007400     MOVE WK-ACCT-ENTRY(WK-ACCT-MOVE)
007410         TO WK-ACCT-ENTRY(WK-ACCT-MOVE + 1).
007420 2830-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*    8100-EDIT-AMOUNT - SWAP THE COMMA DECIMAL POINT THE        *
007470*    EDITED PICTURE PRODUCES UNDER DECIMAL-POINT IS COMMA FOR   *
007480*    THE PERIOD THE SPREADSHEET EXPECTS, AS 4050-BUILD-US-MASK  *
007490*    DOES IN BOOK.COB.                                          *
007500*****************************************************************
007510 8100-EDIT-AMOUNT.
007520     INSPECT WK-FMT-AMT-X REPLACING ALL ',' BY '.'.
007530 8100-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570*    8200-EDIT-TOTAL - SAME COMMA-TO-PERIOD SWAP FOR THE WIDE   *
007580*    TOTAL FIELD.                                               *
007590*****************************************************************
007600 8200-EDIT-TOTAL.
007610     INSPECT WK-FMT-TOTAL-X REPLACING ALL ',' BY '.'.
007620 8200-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*    9999-FINALIZE - CLOSE THE EXPORT FILE                      *
007670*****************************************************************
007680 9999-FINALIZE.
007690     CLOSE EXPORT-OUT.
007700 9999-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
007750*    RUN TO THE SHARED JOB-RUN LOG.                             *
007760*****************************************************************
007770 9800-LOG-JOB-START.
007780     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
007790     ACCEPT WK-TIME-SYS FROM TIME.
007800     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
007810     MOVE SPACES TO JL-RECORD.
007820     MOVE 'CALCEXT' TO JL-PROGRAM.
007830     SET JL-START-REC TO TRUE.
007840     MOVE WK-JOB-START-DATE TO JL-START-DATE.
007850     MOVE WK-JOB-START-TIME TO JL-START-TIME.
007860     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
007870     MOVE WK-JOB-PARAMS TO JL-PARAMS.
007880     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
007890         JL-REJECT-COUNT JL-RETURN-CODE.
007900     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
007910 9800-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
007960*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
007970*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
007980*****************************************************************
007990 9810-LOG-JOB-END.
008000     MOVE SPACES TO JL-RECORD.
008010     MOVE 'CALCEXT' TO JL-PROGRAM.
008020     SET JL-END-REC TO TRUE.
008030     MOVE WK-JOB-START-DATE TO JL-START-DATE.
008040     MOVE WK-JOB-START-TIME TO JL-START-TIME.
008050     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
008060     ACCEPT WK-TIME-SYS FROM TIME.
008070     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
008080     MOVE WK-JOB-PARAMS TO JL-PARAMS.
008090     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
008100     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
008110     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
008120     MOVE RETURN-CODE TO JL-RETURN-CODE.
008130     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
008140 9810-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
008190*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
008200*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
008210*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
008220*    WARNING - IT NEVER STOPS THE RUN.                          *
008230*****************************************************************
008240 9820-WRITE-JOB-LOG.
008250     OPEN EXTEND JOB-LOG.
008260     IF JOBLOG-NOT-FOUND
008270         OPEN OUTPUT JOB-LOG
008280     END-IF.
008290     IF NOT JOBLOG-OK
008300         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
008310             WK-JOBLOG-STATUS
008320         GO TO 9820-EXIT
008330     END-IF.
008340     WRITE JL-RECORD.
008350     IF NOT JOBLOG-OK
008360         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
008370             WK-JOBLOG-STATUS
008380     END-IF.
008390     CLOSE JOB-LOG.
008400 9820-EXIT.
008410     EXIT.
