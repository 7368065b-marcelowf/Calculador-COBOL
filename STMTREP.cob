000290*                      OUTPUT, AND A BAD CARD ENDS THE RUN      *
000300*                      WITH RETURN-CODE 8. NO PARAMETER FILE    *
000310*                      MEANS THE CONSOLE PROMPTS AS BEFORE.     *
000320*    15/10/2026  JBF  PRINT CL-ACCOUNT ON EVERY DETAIL LINE AND *
000330*                      SUBTOTAL EACH STATEMENT BY ACCOUNT AHEAD *
000340*                      OF THE STATEMENT TOTAL. CA-RECORD GAINS  *
000350*                      CA-ACCOUNT TO MATCH THE ARCHIVE LAYOUT.  *
000360*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000370*                      JOBLOG JOB-RUN LOG.                      *
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. STMTREP.
000410 AUTHOR. J. B. FONSECA.
000420 INSTALLATION. DATA PROCESSING DEPT.
000430 DATE-WRITTEN. 22/08/2026.
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
000580     SELECT SORT-WORK ASSIGN TO 'SWK001'.
000590     SELECT REPORT-OUT ASSIGN TO 'STMTRPT'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WK-REPORT-STATUS.
000620     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WK-ARCH-STATUS.
000650     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WK-PERD-STATUS.
000680     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WK-PARAM-STATUS.
000710     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WK-JOBLOG-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CALC-LOG
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 COPY CALCLOG.
000810
000820 SD  SORT-WORK.
000830 01  SW-RECORD.
000840     05  SW-NAME                 PIC X(20).
000850     05  SW-DATE.
000860         10  SW-YEAR             PIC 9(04).
000870         10  SW-MONTH            PIC 9(02).
000880         10  SW-DAY              PIC 9(02).
000890     05  SW-N01                  PIC S9(05)V99.
000900     05  SW-SIN                  PIC X(01).
000910     05  SW-N02                  PIC S9(05)V99.
000920     05  SW-RES                  PIC S9(07)V99.
000930     05  SW-LEVEL                PIC 9(02).
000940     05  SW-REF                  PIC 9(09).
000950     05  SW-ACCOUNT              PIC X(06).
000960
000970 FD  REPORT-OUT
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  RO-LINE                     PIC X(80).
001010
001020 FD  CALC-ARCH
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  CA-RECORD.
001060     05  CA-NAME                 PIC X(20).
001070     05  CA-DATE.
001080         10  CA-YEAR             PIC 9(04).
001090         10  CA-MONTH            PIC 9(02).
001100         10  CA-DAY              PIC 9(02).
001110     05  CA-N01                  PIC S9(05)V99.
001120     05  CA-SIN                  PIC X(01).
001130     05  CA-N02                  PIC S9(05)V99.
001140     05  CA-RES                  PIC S9(07)V99.
001150     05  CA-LEVEL                PIC 9(02).
001160     05  CA-REF                  PIC 9(09).
001170     05  CA-ACCOUNT              PIC X(06).
001180
001190 FD  PERIOD-CONTROL
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY PERDCTL.
001230
001240 FD  PARAM-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  PM-CARD.
001280     05  PM-NAME                 PIC X(20).
001290     05  PM-FROM                 PIC X(08).
001300     05  PM-TO                   PIC X(08).
001310     05  PM-ARCH                 PIC X(01).
001320     05  FILLER                  PIC X(43).
001330
001340 FD  JOB-LOG
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 COPY JOBLOG.
001380
001390 WORKING-STORAGE SECTION.
001400 COPY WSCALC.
001410
001420 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001430     88  REPORT-OK                   VALUE '00'.
001440
001450 01  WK-REPORT-SWITCHES.
001460     05  WK-SW-FIRST-REC         PIC X(01) VALUE 'Y'.
001470         88  FIRST-RECORD            VALUE 'Y'.
001480         88  NOT-FIRST-RECORD        VALUE 'N'.
001490     05  WK-SW-SORT-EOF          PIC X(01) VALUE 'N'.
001500         88  SORT-EOF                VALUE 'Y'.
001510         88  SORT-NOT-EOF             VALUE 'N'.
001520     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
001530         88  LOG-EOF                 VALUE 'Y'.
001540         88  LOG-NOT-EOF             VALUE 'N'.
001550     05  WK-SW-DATE-OK           PIC X(01) VALUE 'N'.
001560         88  DATE-IS-VALID           VALUE 'Y'.
001570         88  DATE-IS-INVALID         VALUE 'N'.
001580     05  WK-SW-INCL-ARCH         PIC X(01) VALUE 'N'.
001590         88  INCLUDE-ARCHIVE         VALUE 'Y'.
001600         88  EXCLUDE-ARCHIVE         VALUE 'N'.
001610     05  WK-SW-REC-CLOSED        PIC X(01) VALUE 'N'.
001620         88  REC-PERIOD-CLOSED       VALUE 'Y'.
001630         88  REC-PERIOD-OPEN         VALUE 'N'.
001640
001650 01  WK-SELECTION-FIELDS.
001660     05  WK-SEL-NAME             PIC X(20) VALUE SPACES.
001670         88  SELECT-ALL-NAMES        VALUE 'ALL' SPACES.
001680     05  WK-SEL-FROM             PIC 9(08) VALUE ZEROS.
001690     05  WK-SEL-TO               PIC 9(08) VALUE 99999999.
001700     05  WK-DATE-TEXT            PIC X(08) VALUE SPACES.
001710     05  WK-REC-DATE             PIC 9(08) VALUE ZEROS.
001720
001730 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001740     88  PARAM-OK                    VALUE '00'.
001750     88  PARAM-EOF                   VALUE '10'.
001760     88  PARAM-NOT-FOUND             VALUE '35'.
001770
001780 01  WK-PARAM-SWITCHES.
001790     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001800         88  PARAM-MODE              VALUE 'Y'.
001810         88  CONSOLE-MODE            VALUE 'N'.
001820     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001830         88  PARAM-CARD-VALID        VALUE 'Y'.
001840         88  PARAM-CARD-INVALID      VALUE 'N'.
001850
001860 01  WK-ECHO-LINE.
001870     05  FILLER                  PIC X(06) VALUE 'NAME= '.
001880     05  WK-EC-NAME              PIC X(20) VALUE SPACES.
001890     05  FILLER                  PIC X(07) VALUE ' FROM= '.
001900     05  WK-EC-FROM              PIC 9(08) VALUE ZEROS.
001910     05  FILLER                  PIC X(05) VALUE ' TO= '.
001920     05  WK-EC-TO                PIC 9(08) VALUE ZEROS.
001930     05  FILLER                  PIC X(10) VALUE ' ARCHIVE= '.
001940     05  WK-EC-ARCH              PIC X(01) VALUE SPACES.
001950     05  FILLER                  PIC X(15) VALUE SPACES.
001960
001970 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
001980     88  ARCH-OK                     VALUE '00'.
001990     88  ARCH-EOF                    VALUE '10'.
002000     88  ARCH-NOT-FOUND              VALUE '35'.
002010
002020 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
002030     88  PERD-OK                     VALUE '00'.
002040     88  PERD-EOF                    VALUE '10'.
002050     88  PERD-NOT-FOUND              VALUE '35'.
002060
002070 01  WK-PERIOD-FIELDS.
002080     05  WK-REC-PERIOD           PIC 9(06) VALUE ZEROS.
002090     05  WK-PC-PERIOD            PIC 9(06) VALUE ZEROS.
002100     05  WK-CLOSED-COUNT         PIC 9(03) VALUE ZEROS.
002110     05  WK-CLOSED-SUB           PIC 9(03) VALUE ZEROS.
002120
002130 01  WK-CLOSED-TABLE.
002140     05  WK-CLOSED-PERIOD        PIC 9(06) OCCURS 120 TIMES.
002150
002160 01  WK-BREAK-FIELDS.
002170     05  WK-PREV-NAME            PIC X(20) VALUE SPACES.
002180     05  WK-PREV-DATE.
002190         10  WK-PREV-YEAR        PIC 9(04) VALUE ZEROS.
002200         10  WK-PREV-MONTH       PIC 9(02) VALUE ZEROS.
002210         10  WK-PREV-DAY         PIC 9(02) VALUE ZEROS.
002220
002230 01  WK-ACCUMULATORS.
002240     05  WK-DAY-TOTAL            PIC S9(09)V99 VALUE ZEROS.
002250     05  WK-DAY-COUNT            PIC 9(05) VALUE ZEROS.
002260     05  WK-STMT-TOTAL           PIC S9(11)V99 VALUE ZEROS.
002270     05  WK-STMT-COUNT           PIC 9(07) VALUE ZEROS.
002280     05  WK-GRAND-TOTAL          PIC S9(11)V99 VALUE ZEROS.
002290     05  WK-GRAND-COUNT          PIC 9(07) VALUE ZEROS.
002300
002310 01  WK-ACCOUNT-FIELDS.
002320     05  WK-ACCT-COUNT           PIC 9(03) VALUE ZEROS.
002330     05  WK-ACCT-SUB             PIC 9(03) VALUE ZEROS.
002340     05  WK-ACCT-MOVE            PIC 9(03) VALUE ZEROS.
002350     05  WK-SW-ACCT-FOUND        PIC X(01) VALUE 'N'.
002360         88  ACCT-FOUND              VALUE 'Y'.
002370         88  ACCT-NOT-FOUND          VALUE 'N'.
002380     05  WK-SW-ACCT-SCAN         PIC X(01) VALUE 'N'.
002390         88  ACCT-SCAN-DONE          VALUE 'Y'.
002400         88  ACCT-SCAN-ON            VALUE 'N'.
002410
002420 01  WK-ACCOUNT-TABLE.
002430     05  WK-ACCT-ENTRY           OCCURS 200 TIMES.
002440         10  WK-ACCT-CODE        PIC X(06).
002450         10  WK-ACCT-CNT         PIC 9(05).
002460         10  WK-ACCT-TOTAL       PIC S9(11)V99.
002470
002480 01  WK-DETAIL-LINE.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WK-DL-DAY               PIC 9(02) VALUE ZEROS.
002510     05  FILLER                  PIC X(01) VALUE '/'.
002520     05  WK-DL-MONTH             PIC 9(02) VALUE ZEROS.
002530     05  FILLER                  PIC X(01) VALUE '/'.
002540     05  WK-DL-YEAR              PIC 9(04) VALUE ZEROS.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  WK-DL-N01               PIC +ZZ.ZZ9,99 VALUE ZEROS.
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  WK-DL-SIN               PIC X(01) VALUE SPACES.
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  WK-DL-N02               PIC +ZZ.ZZ9,99 VALUE ZEROS.
002610     05  FILLER                  PIC X(02) VALUE ' ='.
002620     05  WK-DL-RES               PIC +Z.ZZZ.ZZ9,99 VALUE ZEROS.
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  WK-DL-LEVEL             PIC 9(02) VALUE ZEROS.
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  WK-DL-REF               PIC 9(09) VALUE ZEROS.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  WK-DL-ACCOUNT           PIC X(06) VALUE SPACES.
002690     05  FILLER                  PIC X(05) VALUE SPACES.
002700
002710 01  WK-TOTAL-LINE.
002720     05  WK-TL-LABEL             PIC X(24) VALUE SPACES.
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  WK-TL-COUNT             PIC ZZZZ9 VALUE ZEROS.
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  WK-TL-TOTAL         PIC +ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002770     05  FILLER                  PIC X(28) VALUE SPACES.
002780
002790 01  WK-TL-DATE-LABEL.
002800     05  FILLER                  PIC X(10) VALUE 'TOTAL FOR '.
002810     05  WK-TL-DAY               PIC 9(02) VALUE ZEROS.
002820     05  FILLER                  PIC X(01) VALUE '/'.
002830     05  WK-TL-MONTH             PIC 9(02) VALUE ZEROS.
002840     05  FILLER                  PIC X(01) VALUE '/'.
002850     05  WK-TL-YEAR              PIC 9(04) VALUE ZEROS.
002860     05  FILLER                  PIC X(04) VALUE SPACES.
002870
002880 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
002890     88  JOBLOG-OK                   VALUE '00'.
002900     88  JOBLOG-NOT-FOUND            VALUE '35'.
002910
002920 01  WK-JOB-FIELDS.
002930     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
002940     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002950     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002960     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002970     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002980     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002990
003000 01  WK-TIME-SYS.
003010     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
003020     03  FILLER                  PIC 9(02) VALUE ZEROS.
003030
003040 PROCEDURE DIVISION.
003050*****************************************************************
003060*    0000-MAINLINE - PROGRAM CONTROL                            *
003070*****************************************************************
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     SORT SORT-WORK
003110         ON ASCENDING KEY SW-NAME SW-YEAR SW-MONTH SW-DAY
003120         INPUT PROCEDURE IS 1500-SELECT-INPUT THRU 1500-EXIT
003130         OUTPUT PROCEDURE IS 2000-PRODUCE-STATEMENT
003140             THRU 2000-EXIT.
003150     PERFORM 9999-FINALIZE THRU 9999-EXIT.
003160     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003170     STOP RUN.
003180
003190*****************************************************************
003200*    1000-INITIALIZE - COLLECT THE SELECTION, OPEN THE PRINT    *
003210*    FILE AND WRITE THE REPORT HEADINGS.                        *
003220*****************************************************************
003230 1000-INITIALIZE.
003240     DISPLAY '*** OPERATOR DETAIL STATEMENT ***'.
003250     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
003260     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
003270     IF PARAM-MODE AND PARAM-CARD-INVALID
003280         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
003290         MOVE 8 TO RETURN-CODE
003300         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003310         STOP RUN
003320     END-IF.
003330     IF CONSOLE-MODE
003340         DISPLAY 'NAME (BLANK OR ALL = EVERY NAME): '
003350             WITH NO ADVANCING
003360         ACCEPT WK-SEL-NAME
003370         SET DATE-IS-INVALID TO TRUE
003380         PERFORM 1100-GET-FROM-DATE THRU 1100-EXIT
003390             UNTIL DATE-IS-VALID
003400         SET DATE-IS-INVALID TO TRUE
003410         PERFORM 1200-GET-TO-DATE THRU 1200-EXIT
003420             UNTIL DATE-IS-VALID
003430         DISPLAY 'INCLUDE ARCHIVED MONTHS (Y/N)?....: '
003440             WITH NO ADVANCING
003450         ACCEPT WK-SW-INCL-ARCH
003460         IF NOT INCLUDE-ARCHIVE
003470             SET EXCLUDE-ARCHIVE TO TRUE
003480         END-IF
003490         STRING WK-SEL-NAME WK-SEL-FROM WK-SEL-TO
003500             WK-SW-INCL-ARCH DELIMITED BY SIZE
003510             INTO WK-JOB-PARAMS
003520     END-IF.
003530     PERFORM 1300-LOAD-CLOSED-PERIODS THRU 1300-EXIT.
003540     OPEN OUTPUT REPORT-OUT.
003550     IF NOT REPORT-OK
003560         DISPLAY 'ERROR OPENING STMTRPT - STATUS '
003570             WK-REPORT-STATUS
003575         MOVE 16 TO RETURN-CODE
003580         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003590         STOP RUN
003600     END-IF.
003610     MOVE SPACES TO RO-LINE.
003620     MOVE 'OPERATOR DETAIL STATEMENT' TO RO-LINE.
003630     WRITE RO-LINE.
003640     MOVE WK-SEL-NAME TO WK-EC-NAME.
003650     MOVE WK-SEL-FROM TO WK-EC-FROM.
003660     MOVE WK-SEL-TO TO WK-EC-TO.
003670     MOVE WK-SW-INCL-ARCH TO WK-EC-ARCH.
003680     MOVE WK-ECHO-LINE TO RO-LINE.
003690     WRITE RO-LINE.
003700     MOVE SPACES TO RO-LINE.
003710     WRITE RO-LINE.
003720 1000-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
003770*    PARAMETER FILE AND VALIDATE EVERY FIELD UP FRONT, THE      *
003780*    SAME CHECKS THE CONSOLE PATH APPLIES. A MISSING FILE       *
003790*    MEANS THE CONSOLE PROMPTS AS BEFORE. CARD LAYOUT:          *
003800*    COLS 1-20 NAME (BLANK/ALL = EVERY NAME), 21-28 FROM        *
003810*    DATE YYYYMMDD (BLANK = START), 29-36 TO DATE (BLANK =      *
003820*    END), 37 INCLUDE-ARCHIVE Y/N (BLANK = N).                  *
003830*****************************************************************
003840 1050-READ-PARAM-CARD.
003850     SET CONSOLE-MODE TO TRUE.
003860     SET PARAM-CARD-VALID TO TRUE.
003870     OPEN INPUT PARAM-FILE.
003880     IF PARAM-NOT-FOUND
003890         GO TO 1050-EXIT
003900     END-IF.
003910     IF NOT PARAM-OK
003920         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
003930             WK-PARAM-STATUS
003940         SET PARAM-MODE TO TRUE
003950         SET PARAM-CARD-INVALID TO TRUE
003960         GO TO 1050-EXIT
003970     END-IF.
003980     SET PARAM-MODE TO TRUE.
003990     READ PARAM-FILE
004000         AT END
004010             DISPLAY 'PARAMETER FILE IS EMPTY.'
004020             SET PARAM-CARD-INVALID TO TRUE
004030             CLOSE PARAM-FILE
004040             GO TO 1050-EXIT
004050     END-READ.
004060     MOVE PM-CARD TO WK-JOB-PARAMS.
004070     CLOSE PARAM-FILE.
004080     MOVE PM-NAME TO WK-SEL-NAME.
004090     IF PM-FROM = SPACES
004100         MOVE ZEROS TO WK-SEL-FROM
004110     ELSE
004120         IF PM-FROM IS NUMERIC
004130             MOVE PM-FROM TO WK-SEL-FROM
004140         ELSE
004150             DISPLAY 'INVALID FROM DATE ON CARD - USE YYYYMMDD.'
004160             SET PARAM-CARD-INVALID TO TRUE
004170         END-IF
004180     END-IF.
004190     IF PM-TO = SPACES
004200         MOVE 99999999 TO WK-SEL-TO
004210     ELSE
004220         IF PM-TO IS NUMERIC
004230             MOVE PM-TO TO WK-SEL-TO
004240         ELSE
004250             DISPLAY 'INVALID TO DATE ON CARD - USE YYYYMMDD.'
004260             SET PARAM-CARD-INVALID TO TRUE
004270         END-IF
004280     END-IF.
004290     IF PARAM-CARD-VALID AND WK-SEL-TO < WK-SEL-FROM
004300         DISPLAY 'TO DATE IS BEFORE FROM DATE ON CARD.'
004310         SET PARAM-CARD-INVALID TO TRUE
004320     END-IF.
004330     EVALUATE PM-ARCH
004340         WHEN 'Y'
004350             SET INCLUDE-ARCHIVE TO TRUE
004360         WHEN 'N'
004370             SET EXCLUDE-ARCHIVE TO TRUE
004380         WHEN SPACE
004390             SET EXCLUDE-ARCHIVE TO TRUE
004400         WHEN OTHER
004410             DISPLAY 'INVALID ARCHIVE FLAG ON CARD - USE Y OR N.'
004420             SET PARAM-CARD-INVALID TO TRUE
004430     END-EVALUATE.
004440 1050-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*    1100-GET-FROM-DATE - ACCEPT THE START OF THE DATE RANGE.   *
004490*    BLANK MEANS NO LOWER LIMIT.                                *
004500*****************************************************************
004510 1100-GET-FROM-DATE.
004520     DISPLAY 'FROM DATE (YYYYMMDD, BLANK = START): '
004530         WITH NO ADVANCING.
004540     ACCEPT WK-DATE-TEXT.
004550     IF WK-DATE-TEXT = SPACES
004560         MOVE ZEROS TO WK-SEL-FROM
004570         SET DATE-IS-VALID TO TRUE
004580     ELSE
004590         IF WK-DATE-TEXT IS NUMERIC
004600             MOVE WK-DATE-TEXT TO WK-SEL-FROM
004610             SET DATE-IS-VALID TO TRUE
004620         ELSE
004630             DISPLAY 'INVALID DATE - USE YYYYMMDD.'
004640             SET DATE-IS-INVALID TO TRUE
004650         END-IF
004660     END-IF.
004670 1100-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710*    1200-GET-TO-DATE - ACCEPT THE END OF THE DATE RANGE.       *
004720*    BLANK MEANS NO UPPER LIMIT. THE RANGE MUST NOT RUN         *
004730*    BACKWARDS.                                                 *
004740*****************************************************************
004750 1200-GET-TO-DATE.
004760     DISPLAY 'TO DATE (YYYYMMDD, BLANK = END)....: '
004770         WITH NO ADVANCING.
004780     ACCEPT WK-DATE-TEXT.
004790     IF WK-DATE-TEXT = SPACES
004800         MOVE 99999999 TO WK-SEL-TO
004810         SET DATE-IS-VALID TO TRUE
004820     ELSE
004830         IF WK-DATE-TEXT IS NUMERIC
004840             MOVE WK-DATE-TEXT TO WK-SEL-TO
004850             SET DATE-IS-VALID TO TRUE
004860         ELSE
004870             DISPLAY 'INVALID DATE - USE YYYYMMDD.'
004880             SET DATE-IS-INVALID TO TRUE
004890         END-IF
004900     END-IF.
004910     IF DATE-IS-VALID AND WK-SEL-TO < WK-SEL-FROM
004920         DISPLAY 'TO DATE IS BEFORE FROM DATE - REENTER.'
004930         SET DATE-IS-INVALID TO TRUE
004940     END-IF.
004950 1200-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990*    1300-LOAD-CLOSED-PERIODS - LOAD EVERY CLOSED PERIOD FROM   *
005000*    THE PERIOD-CONTROL FILE INTO THE TABLE, AS MONTHREP DOES.  *
005010*    A MISSING FILE MEANS NO PERIOD HAS EVER BEEN CLOSED.       *
005020*****************************************************************
005030 1300-LOAD-CLOSED-PERIODS.
005040     OPEN INPUT PERIOD-CONTROL.
005050     IF PERD-NOT-FOUND
005060         GO TO 1300-EXIT
005070     END-IF.
005080     IF NOT PERD-OK
005090         DISPLAY 'WARNING - ERROR OPENING PERDCTL - STATUS '
005100             WK-PERD-STATUS
005110         GO TO 1300-EXIT
005120     END-IF.
005130     PERFORM 1310-LOAD-ONE-PERIOD THRU 1310-EXIT
005140         UNTIL PERD-EOF.
005150     CLOSE PERIOD-CONTROL.
005160 1300-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200*    1310-LOAD-ONE-PERIOD - ADD ONE CLOSED PERIOD TO THE        *
005210*    TABLE THE RECORD FILTER CHECKS AGAINST.                    *
005220*****************************************************************
005230 1310-LOAD-ONE-PERIOD.
005240     READ PERIOD-CONTROL
005250         AT END
005260             SET PERD-EOF TO TRUE
005270             GO TO 1310-EXIT
005280     END-READ.
005290     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
005300     IF WK-CLOSED-COUNT < 120
005310         ADD 1 TO WK-CLOSED-COUNT
005320         MOVE WK-PC-PERIOD
005330             TO WK-CLOSED-PERIOD(WK-CLOSED-COUNT)
005340     ELSE
005350         DISPLAY 'WARNING - CLOSED-PERIOD TABLE FULL AT 120.'
005360     END-IF.
005370 1310-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410*    1500-SELECT-INPUT - SORT INPUT PROCEDURE. READ CALC-LOG    *
005420*    (AND, WHEN ASKED FOR, THE CALCARCH ARCHIVE) AND RELEASE    *
005430*    ONLY THE RECORDS MATCHING THE SELECTED NAME AND DATE       *
005440*    RANGE. CLOSED-PERIOD RECORDS ON THE ACTIVE LOG ARE         *
005450*    SKIPPED, AS MONTHREP SKIPS THEM - THE ARCHIVE IS THE       *
005460*    RECORD OF CLOSED MONTHS.                                   *
005470*****************************************************************
005480 1500-SELECT-INPUT.
005490     OPEN INPUT CALC-LOG.
005500     IF NOT CALCLOG-OK
005510         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
005520             WK-CALCLOG-STATUS
005530         SET LOG-EOF TO TRUE
005540         GO TO 1500-EXIT
005550     END-IF.
005560     PERFORM 1510-SELECT-RECORD THRU 1510-EXIT
005570         UNTIL LOG-EOF.
005580     CLOSE CALC-LOG.
005590     IF INCLUDE-ARCHIVE
005600         PERFORM 1600-SELECT-ARCHIVE THRU 1600-EXIT
005610     END-IF.
005620 1500-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*    1510-SELECT-RECORD - CHECK ONE CALC-LOG RECORD AGAINST     *
005670*    THE SELECTION AND RELEASE IT TO THE SORT WHEN IT FITS.     *
005680*****************************************************************
005690 1510-SELECT-RECORD.
005700     READ CALC-LOG
005710         AT END
005720             SET LOG-EOF TO TRUE
005730             GO TO 1510-EXIT
005740     END-READ.
005750     ADD 1 TO WK-JOB-READ-COUNT.
005760     MOVE CL-DATE TO WK-REC-DATE.
005770     COMPUTE WK-REC-PERIOD = CL-YEAR * 100 + CL-MONTH.
005780     PERFORM 1520-CHECK-CLOSED THRU 1520-EXIT.
005790     IF REC-PERIOD-CLOSED
005800         GO TO 1510-EXIT
005810     END-IF.
005820     IF WK-REC-DATE < WK-SEL-FROM
005830             OR WK-REC-DATE > WK-SEL-TO
005840         GO TO 1510-EXIT
005850     END-IF.
005860     IF NOT SELECT-ALL-NAMES
005870         IF CL-NAME NOT = WK-SEL-NAME
005880             GO TO 1510-EXIT
005890         END-IF
005900     END-IF.
005910     MOVE CL-NAME TO SW-NAME.
005920     MOVE CL-YEAR TO SW-YEAR.
005930     MOVE CL-MONTH TO SW-MONTH.
005940     MOVE CL-DAY TO SW-DAY.
005950     MOVE CL-N01 TO SW-N01.
005960     MOVE CL-SIN TO SW-SIN.
005970     MOVE CL-N02 TO SW-N02.
005980     MOVE CL-RES TO SW-RES.
005990     MOVE CL-LEVEL TO SW-LEVEL.
006000     MOVE CL-REF TO SW-REF.
006010     MOVE CL-ACCOUNT TO SW-ACCOUNT.
006020     RELEASE SW-RECORD.
006030     ADD 1 TO WK-JOB-WRITTEN-COUNT.
006040 1510-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080*    1520-CHECK-CLOSED - SET THE SWITCH WHEN THE RECORD'S       *
006090*    PERIOD IS ON THE CLOSED-PERIOD TABLE.                      *
006100*****************************************************************
006110 1520-CHECK-CLOSED.
006120     SET REC-PERIOD-OPEN TO TRUE.
006130     PERFORM 1530-MATCH-ONE-PERIOD
006140         VARYING WK-CLOSED-SUB FROM 1 BY 1
006150         UNTIL WK-CLOSED-SUB > WK-CLOSED-COUNT
006160             OR REC-PERIOD-CLOSED.
006170 1520-EXIT.
006180     EXIT.
006190
006200*****************************************************************
006210*    1530-MATCH-ONE-PERIOD - COMPARE ONE TABLE ENTRY AGAINST    *
006220*    THE RECORD'S PERIOD.                                       *
006230*****************************************************************
006240 1530-MATCH-ONE-PERIOD.
006250     IF WK-CLOSED-PERIOD(WK-CLOSED-SUB) = WK-REC-PERIOD
006260         SET REC-PERIOD-CLOSED TO TRUE
006270     END-IF.
006280 1530-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*    1600-SELECT-ARCHIVE - READ THE CALCARCH ARCHIVE AND        *
006330*    RELEASE ITS RECORDS MATCHING THE SELECTED NAME AND DATE    *
006340*    RANGE, SO A STATEMENT FOR A CLOSED MONTH CAN STILL BE      *
006350*    PRODUCED. A MISSING ARCHIVE JUST MEANS NO MONTH HAS        *
006360*    EVER BEEN CLOSED.                                          *
006370*****************************************************************
006380 1600-SELECT-ARCHIVE.
006390     OPEN INPUT CALC-ARCH.
006400     IF ARCH-NOT-FOUND
006410         DISPLAY 'NO ARCHIVE FILE - ACTIVE LOG ONLY.'
006420         GO TO 1600-EXIT
006430     END-IF.
006440     IF NOT ARCH-OK
006450         DISPLAY 'ERROR OPENING CALCARCH - STATUS '
006460             WK-ARCH-STATUS
006470         GO TO 1600-EXIT
006480     END-IF.
006490     PERFORM 1610-SELECT-ARCH-RECORD THRU 1610-EXIT
006500         UNTIL ARCH-EOF.
006510     CLOSE CALC-ARCH.
006520 1600-EXIT.
006530     EXIT.
006540
006550*****************************************************************
006560*    1610-SELECT-ARCH-RECORD - CHECK ONE ARCHIVED CALCULATION   *
006570*    AGAINST THE SELECTION AND RELEASE IT WHEN IT FITS.         *
006580*****************************************************************
006590 1610-SELECT-ARCH-RECORD.
006600     READ CALC-ARCH
006610         AT END
006620             SET ARCH-EOF TO TRUE
006630             GO TO 1610-EXIT
006640     END-READ.
006650     ADD 1 TO WK-JOB-READ-COUNT.
006660     MOVE CA-DATE TO WK-REC-DATE.
006670     IF WK-REC-DATE < WK-SEL-FROM
006680             OR WK-REC-DATE > WK-SEL-TO
006690         GO TO 1610-EXIT
006700     END-IF.
006710     IF NOT SELECT-ALL-NAMES
006720         IF CA-NAME NOT = WK-SEL-NAME
006730             GO TO 1610-EXIT
006740         END-IF
006750     END-IF.
006760     MOVE CA-NAME TO SW-NAME.
006770     MOVE CA-YEAR TO SW-YEAR.
006780     MOVE CA-MONTH TO SW-MONTH.
006790     MOVE CA-DAY TO SW-DAY.
006800     MOVE CA-N01 TO SW-N01.
006810     MOVE CA-SIN TO SW-SIN.
006820     MOVE CA-N02 TO SW-N02.
006830     MOVE CA-RES TO SW-RES.
006840     MOVE CA-LEVEL TO SW-LEVEL.
006850     MOVE CA-REF TO SW-REF.
006860     MOVE CA-ACCOUNT TO SW-ACCOUNT.
006870     RELEASE SW-RECORD.
006880     ADD 1 TO WK-JOB-WRITTEN-COUNT.
006890 1610-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930*    2000-PRODUCE-STATEMENT - SORT OUTPUT PROCEDURE. READS THE  *
006940*    SORTED WORK FILE AND DRIVES THE NAME/DAY CONTROL BREAKS.   *
006950*****************************************************************
006960 2000-PRODUCE-STATEMENT.
006970     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
006980     PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
006990         UNTIL SORT-EOF.
007000     IF NOT FIRST-RECORD
007010         PERFORM 2500-DAY-BREAK THRU 2500-EXIT
007020         PERFORM 2600-NAME-BREAK THRU 2600-EXIT
007030     END-IF.
007040     PERFORM 2700-GRAND-TOTAL THRU 2700-EXIT.
007050 2000-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*    2100-RETURN-RECORD - FETCH THE NEXT SORTED RECORD          *
007100*****************************************************************
007110 2100-RETURN-RECORD.
007120     RETURN SORT-WORK
007130         AT END
007140             SET SORT-EOF TO TRUE
007150     END-RETURN.
007160 2100-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200*    2200-PROCESS-RECORD - PRINT ONE SORTED CALCULATION AND     *
007210*    FIRE THE NAME/DAY BREAKS WHEN THE KEY CHANGES.             *
007220*****************************************************************
007230 2200-PROCESS-RECORD.
007240     IF FIRST-RECORD
007250         MOVE SW-NAME TO WK-PREV-NAME
007260         MOVE SW-DATE TO WK-PREV-DATE
007270         SET NOT-FIRST-RECORD TO TRUE
007280         PERFORM 2400-START-STATEMENT THRU 2400-EXIT
007290     ELSE
007300         IF SW-NAME NOT = WK-PREV-NAME
007310             PERFORM 2500-DAY-BREAK THRU 2500-EXIT
007320             PERFORM 2600-NAME-BREAK THRU 2600-EXIT
007330             MOVE SW-NAME TO WK-PREV-NAME
007340             MOVE SW-DATE TO WK-PREV-DATE
007350             PERFORM 2400-START-STATEMENT THRU 2400-EXIT
007360         ELSE
007370             IF SW-DATE NOT = WK-PREV-DATE
007380                 PERFORM 2500-DAY-BREAK THRU 2500-EXIT
007390                 MOVE SW-DATE TO WK-PREV-DATE
007400             END-IF
007410         END-IF
007420     END-IF.
007430     PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
007440     ADD SW-RES TO WK-DAY-TOTAL.
007450     PERFORM 2800-POST-ACCOUNT THRU 2800-EXIT.
007460     ADD 1 TO WK-DAY-COUNT.
007470     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
007480 2200-EXIT.
007490     EXIT.
007500
007510*****************************************************************
007520*    2300-PRINT-DETAIL - PRINT ONE CALCULATION LINE             *
007530*****************************************************************
007540 2300-PRINT-DETAIL.
007550     MOVE SW-DAY TO WK-DL-DAY.
007560     MOVE SW-MONTH TO WK-DL-MONTH.
007570     MOVE SW-YEAR TO WK-DL-YEAR.
007580     MOVE SW-N01 TO WK-DL-N01.
007590     MOVE SW-SIN TO WK-DL-SIN.
007600     MOVE SW-N02 TO WK-DL-N02.
007610     MOVE SW-RES TO WK-DL-RES.
007620     MOVE SW-LEVEL TO WK-DL-LEVEL.
007630     MOVE SW-REF TO WK-DL-REF.
007640     MOVE SW-ACCOUNT TO WK-DL-ACCOUNT.
007650     MOVE WK-DETAIL-LINE TO RO-LINE.
007660     WRITE RO-LINE.
007670 2300-EXIT.
007680     EXIT.
007690
007700*****************************************************************
007710*    2400-START-STATEMENT - PRINT THE STATEMENT HEADING FOR     *
007720*    THE NAME ABOUT TO BE LISTED.                               *
007730*****************************************************************
007740 2400-START-STATEMENT.
007750     MOVE SPACES TO RO-LINE.
007760     STRING 'STATEMENT FOR ' DELIMITED BY SIZE
007770         WK-PREV-NAME DELIMITED BY SIZE
007780         INTO RO-LINE.
007790     WRITE RO-LINE.
007800     MOVE SPACES TO RO-LINE.
007810     WRITE RO-LINE.
007820 2400-EXIT.
007830     EXIT.
007840
007850*****************************************************************
007860*    2500-DAY-BREAK - PRINT ONE DAY'S SUBTOTAL FOR THE NAME     *
007870*****************************************************************
007880 2500-DAY-BREAK.
007890     MOVE SPACES TO WK-TOTAL-LINE.
007900     MOVE WK-PREV-DAY TO WK-TL-DAY.
007910     MOVE WK-PREV-MONTH TO WK-TL-MONTH.
007920     MOVE WK-PREV-YEAR TO WK-TL-YEAR.
007930     MOVE WK-TL-DATE-LABEL TO WK-TL-LABEL.
007940     MOVE WK-DAY-COUNT TO WK-TL-COUNT.
007950     MOVE WK-DAY-TOTAL TO WK-TL-TOTAL.
007960     MOVE WK-TOTAL-LINE TO RO-LINE.
007970     WRITE RO-LINE.
007980     ADD WK-DAY-TOTAL TO WK-STMT-TOTAL.
007990     ADD WK-DAY-COUNT TO WK-STMT-COUNT.
008000     MOVE ZEROS TO WK-DAY-TOTAL WK-DAY-COUNT.
008010 2500-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050*    2600-NAME-BREAK - PRINT THE ACCOUNT SUBTOTALS AND THE      *
008060*    STATEMENT TOTAL FOR THE NAME JUST LISTED. OVER A FULL      *
008070*    CALENDAR MONTH THE STATEMENT TOTAL TIES BACK TO THE        *
008080*    MONTHREP SUMMARY LINE FOR THE SAME NAME.                   *
008090*****************************************************************
008100 2600-NAME-BREAK.
008110     PERFORM 2650-PRINT-ONE-ACCOUNT THRU 2650-EXIT
008120         VARYING WK-ACCT-SUB FROM 1 BY 1
008130         UNTIL WK-ACCT-SUB > WK-ACCT-COUNT.
008140     MOVE ZEROS TO WK-ACCT-COUNT.
008150     MOVE SPACES TO WK-TOTAL-LINE.
008160     MOVE 'STATEMENT TOTAL' TO WK-TL-LABEL.
008170     MOVE WK-STMT-COUNT TO WK-TL-COUNT.
008180     MOVE WK-STMT-TOTAL TO WK-TL-TOTAL.
008190     MOVE WK-TOTAL-LINE TO RO-LINE.
008200     WRITE RO-LINE.
008210     MOVE SPACES TO RO-LINE.
008220     WRITE RO-LINE.
008230     ADD WK-STMT-TOTAL TO WK-GRAND-TOTAL.
008240     ADD WK-STMT-COUNT TO WK-GRAND-COUNT.
008250     MOVE ZEROS TO WK-STMT-TOTAL WK-STMT-COUNT.
008260 2600-EXIT.
008270     EXIT.
008280
008290*****************************************************************
008300*    2650-PRINT-ONE-ACCOUNT - PRINT ONE ACCOUNT SUBTOTAL FOR    *
008310*    THE STATEMENT. CALCULATIONS POSTED BEFORE ACCOUNT CODING   *
008320*    CARRY A BLANK CODE AND SUBTOTAL UNDER NO ACCOUNT.          *
008330*****************************************************************
008340 2650-PRINT-ONE-ACCOUNT.
008350     MOVE SPACES TO WK-TOTAL-LINE.
008360     IF WK-ACCT-CODE(WK-ACCT-SUB) = SPACES
008370         MOVE 'NO ACCOUNT' TO WK-TL-LABEL
008380     ELSE
008390         STRING 'ACCOUNT ' WK-ACCT-CODE(WK-ACCT-SUB)
008400             DELIMITED BY SIZE INTO WK-TL-LABEL
008410     END-IF.
008420     MOVE WK-ACCT-CNT(WK-ACCT-SUB) TO WK-TL-COUNT.
008430     MOVE WK-ACCT-TOTAL(WK-ACCT-SUB) TO WK-TL-TOTAL.
008440     MOVE WK-TOTAL-LINE TO RO-LINE.
008450     WRITE RO-LINE.
008460 2650-EXIT.
008470     EXIT.
008480
008490*****************************************************************
008500*    2700-GRAND-TOTAL - PRINT THE REPORT GRAND TOTAL LINE       *
008510*****************************************************************
008520 2700-GRAND-TOTAL.
008530     MOVE SPACES TO WK-TOTAL-LINE.
008540     MOVE 'GRAND TOTAL' TO WK-TL-LABEL.
008550     MOVE WK-GRAND-COUNT TO WK-TL-COUNT.
008560     MOVE WK-GRAND-TOTAL TO WK-TL-TOTAL.
008570     MOVE WK-TOTAL-LINE TO RO-LINE.
008580     WRITE RO-LINE.
008590 2700-EXIT.
008600     EXIT.
008610
008620*****************************************************************
008630*    2800-POST-ACCOUNT - ROLL ONE SORTED RECORD INTO THE        *
008640*    STATEMENT'S ACCOUNT SUBTOTAL TABLE, KEPT IN ACCOUNT-CODE   *
008650*    ORDER. A CODE NOT YET ON THE TABLE IS SLOTTED IN AT ITS    *
008660*    PLACE BY 2820.                                             *
008670*****************************************************************
008680 2800-POST-ACCOUNT.
008690     MOVE 1 TO WK-ACCT-SUB.
008700     SET ACCT-NOT-FOUND TO TRUE.
008710     SET ACCT-SCAN-ON TO TRUE.
008720     PERFORM 2810-SCAN-ONE-ACCOUNT THRU 2810-EXIT
008730         UNTIL ACCT-SCAN-DONE.
008740     IF ACCT-NOT-FOUND
008750         IF WK-ACCT-COUNT NOT < 200
008760             DISPLAY 'WARNING - ACCOUNT TABLE FULL AT 200 - '
008770                 SW-ACCOUNT ' NOT SUBTOTALLED.'
008780             GO TO 2800-EXIT
008790         END-IF
008800         PERFORM 2820-OPEN-ACCOUNT-SLOT THRU 2820-EXIT
008810     END-IF.
008820     ADD SW-RES TO WK-ACCT-TOTAL(WK-ACCT-SUB).
008830     ADD 1 TO WK-ACCT-CNT(WK-ACCT-SUB).
008840 2800-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880*    2810-SCAN-ONE-ACCOUNT - COMPARE ONE TABLE ENTRY WITH THE   *
008890*    RECORD'S ACCOUNT. THE SCAN STOPS ON A MATCH, OR ON THE     *
008900*    FIRST HIGHER CODE, WHERE A NEW CODE BELONGS.               *
008910*****************************************************************
008920 2810-SCAN-ONE-ACCOUNT.
008930     IF WK-ACCT-SUB > WK-ACCT-COUNT
008940         SET ACCT-SCAN-DONE TO TRUE
008950         GO TO 2810-EXIT
008960     END-IF.
008970     IF WK-ACCT-CODE(WK-ACCT-SUB) = SW-ACCOUNT
008980         SET ACCT-FOUND TO TRUE
008990         SET ACCT-SCAN-DONE TO TRUE
009000         GO TO 2810-EXIT
009010     END-IF.
009020     IF WK-ACCT-CODE(WK-ACCT-SUB) > SW-ACCOUNT
009030         SET ACCT-SCAN-DONE TO TRUE
009040         GO TO 2810-EXIT
009050     END-IF.
009060     ADD 1 TO WK-ACCT-SUB.
009070 2810-EXIT.
009080     EXIT.
009090
009100*****************************************************************
009110*    2820-OPEN-ACCOUNT-SLOT - SHIFT THE ENTRIES FROM WK-ACCT-   *
009120*    SUB UP ONE PLACE AND START A ZERO SUBTOTAL FOR THE NEW     *
009130*    CODE IN THE SLOT LEFT FREE.                                *
009140*****************************************************************
009150 2820-OPEN-ACCOUNT-SLOT.
009160     PERFORM 2830-SHIFT-ONE-ACCOUNT THRU 2830-EXIT
009170         VARYING WK-ACCT-MOVE FROM WK-ACCT-COUNT BY -1
009180         UNTIL WK-ACCT-MOVE < WK-ACCT-SUB.
009190     ADD 1 TO WK-ACCT-COUNT.
009200     MOVE SW-ACCOUNT TO WK-ACCT-CODE(WK-ACCT-SUB).
009210     MOVE ZEROS TO WK-ACCT-TOTAL(WK-ACCT-SUB)
009220         WK-ACCT-CNT(WK-ACCT-SUB).
009230 2820-EXIT.
009240     EXIT.
009250
009260*****************************************************************
009270*    2830-SHIFT-ONE-ACCOUNT - MOVE ONE TABLE ENTRY UP A PLACE.  *
009280*****************************************************************
009290 2830-SHIFT-ONE-ACCOUNT.
009300     MOVE WK-ACCT-ENTRY(WK-ACCT-MOVE)
009310         TO WK-ACCT-ENTRY(WK-ACCT-MOVE + 1).
009320 2830-EXIT.
009330     EXIT.
009340
009350*****************************************************************
009360*    9999-FINALIZE - CLOSE THE PRINT FILE                       *
009370*****************************************************************
009380 9999-FINALIZE.
009390     CLOSE REPORT-OUT.
009400 9999-EXIT.
009410     EXIT.
009420
009430*****************************************************************
009440*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
009450*    RUN TO THE SHARED JOB-RUN LOG.                             *
009460*****************************************************************
009470 9800-LOG-JOB-START.
009480     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
009490     ACCEPT WK-TIME-SYS FROM TIME.
009500     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
009510     MOVE SPACES TO JL-RECORD.
009520     MOVE 'STMTREP' TO JL-PROGRAM.
009530     SET JL-START-REC TO TRUE.
009540     MOVE WK-JOB-START-DATE TO JL-START-DATE.
009550     MOVE WK-JOB-START-TIME TO JL-START-TIME.
009560     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
009570     MOVE WK-JOB-PARAMS TO JL-PARAMS.
009580     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
009590         JL-REJECT-COUNT JL-RETURN-CODE.
009600     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
009610 9800-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
009660*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
009670*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
009680*****************************************************************
009690 9810-LOG-JOB-END.
009700     MOVE SPACES TO JL-RECORD.
009710     MOVE 'STMTREP' TO JL-PROGRAM.
009720     SET JL-END-REC TO TRUE.
009730     MOVE WK-JOB-START-DATE TO JL-START-DATE.
009740     MOVE WK-JOB-START-TIME TO JL-START-TIME.
009750     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
009760     ACCEPT WK-TIME-SYS FROM TIME.
009770     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
009780     MOVE WK-JOB-PARAMS TO JL-PARAMS.
009790     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
009800     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
009810     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
009820     MOVE RETURN-CODE TO JL-RETURN-CODE.
009830     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
009840 9810-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
009890*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
009900*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
009910*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
009920*    WARNING - IT NEVER STOPS THE RUN.                          *
009930*****************************************************************
009940 9820-WRITE-JOB-LOG.
009950     OPEN EXTEND JOB-LOG.
009960     IF JOBLOG-NOT-FOUND
009970         OPEN OUTPUT JOB-LOG
009980     END-IF.
009990     IF NOT JOBLOG-OK
010000         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
010010             WK-JOBLOG-STATUS
010020         GO TO 9820-EXIT
010030     END-IF.
010040     WRITE JL-RECORD.
010050     IF NOT JOBLOG-OK
010060         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
010070             WK-JOBLOG-STATUS
010080     END-IF.
010090     CLOSE JOB-LOG.
010100 9820-EXIT.
010110     EXIT.
