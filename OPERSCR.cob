000010*****************************************************************
000020*    PROGRAM-ID  : OPERSCR                                      *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : OPERATOR EXCEPTION SCORECARD. FOR A RANGE OF *
000070*                  PERIODS, COUNTS EACH OPERATOR'S (CL-NAME'S)  *
000080*                  ACTIVITY ACROSS THE FOUR FILES THAT RECORD   *
000090*                  IT:                                          *
000100*                    - CALCULATIONS POSTED, FROM CALCARCH FOR   *
000110*                      CLOSED MONTHS AND CALC-LOG FOR OPEN      *
000120*                      ONES, AS YEARREP READS THEM. REVERSAL    *
000130*                      AND CORRECTION ENTRIES CALCADJ POSTED    *
000140*                      ARE NOT COUNTED AS POSTINGS;             *
000150*                    - BATCH ROWS REJECTED ON CALCREJ, DATED BY *
000160*                      THEIR REJECT-FILE HEADER, BY             *
000170*                      BT-REJ-REASON CODE;                      *
000180*                    - ITEMS HELD ON CALCPEND, SPLIT INTO       *
000190*                      APPROVED, REJECTED AND STILL PENDING;    *
000200*                    - REVERSALS RECORDED ON CALCADJA, DATED    *
000210*                      BY THE ADJUSTMENT AND CHARGED TO THE     *
000220*                      OPERATOR WHOSE POSTING WAS REVERSED.     *
000230*                  TOTAL ACTIVITY IS POSTED + REJECTED + HELD   *
000240*                  REJECTED + HELD PENDING + REVERSED (AN       *
000250*                  APPROVED HOLD IS ALREADY AMONG THE           *
000260*                  POSTINGS), AND EVERY COUNT IS ALSO SHOWN AS  *
000270*                  A RATE OF IT. DEPARTMENT TOTALS, BY ACCOUNT  *
000280*                  CODE, AND THE SHOP TOTAL PRINT AT THE FOOT.  *
000290*                  AN OPERATOR WHOSE REJECT OR REVERSAL RATE IS *
000300*                  OVER ITS LIMIT IS FLAGGED.                   *
000310*                  OPTIONAL PARMCARD - COLS 1-6 FROM PERIOD AND *
000320*                  7-12 TO PERIOD YYYYMM (BLANK = THE CURRENT   *
000330*                  MONTH; A BLANK TO PERIOD = THE FROM PERIOD), *
000340*                  COLS 13-15 REJECT-RATE LIMIT AND 16-18       *
000350*                  REVERSAL-RATE LIMIT IN WHOLE PERCENT (BLANK  *
000360*                  = 010).                                      *
000370*                  RETURN CODES: 0 NO OPERATOR FLAGGED, 4       *
000380*                  OPERATORS FLAGGED, 8 BAD PARAMETER CARD, 16  *
000390*                  FILE ERROR.                                  *
000400*    MODIFICATION HISTORY                                       *
000410*    -------------------                                        *
000420*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. OPERSCR.
000460 AUTHOR. J. B. FONSECA.
000470 INSTALLATION. DATA PROCESSING DEPT.
000480 DATE-WRITTEN. 15/10/2026.
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
000630     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WK-ARCH-STATUS.
000660     SELECT REJECT-TXN ASSIGN TO 'CALCREJ'
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WK-REJECT-STATUS.
000690     SELECT PENDING-CALC ASSIGN TO 'CALCPEND'
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WK-PEND-STATUS.
000720     SELECT ADJUST-AUDIT ASSIGN TO 'CALCADJA'
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WK-ADJAUD-STATUS.
000750     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WK-PERD-STATUS.
000780     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WK-PARAM-STATUS.
000810     SELECT REPORT-OUT ASSIGN TO 'SCORRPT'
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WK-REPORT-STATUS.
000840     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WK-JOBLOG-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  CALC-LOG
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 COPY CALCLOG.
000940
000950 FD  CALC-ARCH
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  CA-RECORD.
000990     05  CA-NAME                 PIC X(20).
001000     05  CA-DATE.
001010         10  CA-YEAR             PIC 9(04).
001020         10  CA-MONTH            PIC 9(02).
001030         10  CA-DAY              PIC 9(02).
001040     05  CA-N01                  PIC S9(05)V99.
001050     05  CA-SIN                  PIC X(01).
001060     05  CA-N02                  PIC S9(05)V99.
001070     05  CA-RES                  PIC S9(07)V99.
001080     05  CA-LEVEL                PIC 9(02).
001090     05  CA-REF                  PIC 9(09).
001100     05  CA-ACCOUNT              PIC X(06).
001110
001120 FD  REJECT-TXN
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 COPY BATCHTX.
001160
001170 FD  PENDING-CALC
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY PENDCAL.
001210
001220 FD  ADJUST-AUDIT
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY ADJAUDT.
001260
001270 FD  PERIOD-CONTROL
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 COPY PERDCTL.
001310
001320 FD  PARAM-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  PM-CARD.
001360     05  PM-FROM-PERIOD          PIC X(06).
001370     05  PM-TO-PERIOD            PIC X(06).
001380     05  PM-REJ-LIMIT            PIC X(03).
001390     05  PM-REV-LIMIT            PIC X(03).
001400     05  FILLER                  PIC X(62).
001410
001420 FD  REPORT-OUT
001430     LABEL RECORDS ARE STANDARD.
001440 01  RO-LINE                     PIC X(80).
001450
001460 FD  JOB-LOG
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 COPY JOBLOG.
001500
001510 WORKING-STORAGE SECTION.
001520 COPY WSCALC.
001530
001540 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
001550     88  ARCH-OK                     VALUE '00'.
001560     88  ARCH-EOF                    VALUE '10'.
001570     88  ARCH-NOT-FOUND              VALUE '35'.
001580
001590 77  WK-REJECT-STATUS            PIC X(02) VALUE ZEROS.
001600     88  REJECT-OK                   VALUE '00'.
001610     88  REJECT-EOF                  VALUE '10'.
001620     88  REJECT-NOT-FOUND            VALUE '35'.
001630
001640 77  WK-PEND-STATUS              PIC X(02) VALUE ZEROS.
001650     88  PEND-OK                     VALUE '00'.
001660     88  PEND-EOF                    VALUE '10'.
001670     88  PEND-NOT-FOUND              VALUE '35'.
001680
001690 77  WK-ADJAUD-STATUS            PIC X(02) VALUE ZEROS.
001700     88  ADJAUD-OK                   VALUE '00'.
001710     88  ADJAUD-EOF                  VALUE '10'.
001720     88  ADJAUD-NOT-FOUND            VALUE '35'.
001730
001740 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001750     88  PERD-OK                     VALUE '00'.
001760     88  PERD-EOF                    VALUE '10'.
001770     88  PERD-NOT-FOUND              VALUE '35'.
001780
001790 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001800     88  PARAM-OK                    VALUE '00'.
001810     88  PARAM-EOF                   VALUE '10'.
001820     88  PARAM-NOT-FOUND             VALUE '35'.
001830
001840 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001850     88  REPORT-OK                   VALUE '00'.
001860
001870 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001880     88  JOBLOG-OK                   VALUE '00'.
001890     88  JOBLOG-NOT-FOUND            VALUE '35'.
001900
001910 01  WK-PARAM-SWITCHES.
001920     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001930         88  PARAM-MODE              VALUE 'Y'.
001940         88  CONSOLE-MODE            VALUE 'N'.
001950     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001960         88  PARAM-CARD-VALID        VALUE 'Y'.
001970         88  PARAM-CARD-INVALID      VALUE 'N'.
001980
001990 01  WK-SCORE-SWITCHES.
002000     05  WK-SW-SCAN              PIC X(01) VALUE 'N'.
002010         88  SCAN-FOUND              VALUE 'F'.
002020         88  SCAN-INSERT             VALUE 'I'.
002030         88  SCAN-NOT-DONE           VALUE 'N'.
002040     05  WK-SW-OPER-FULL         PIC X(01) VALUE 'N'.
002050         88  OPER-TABLE-FULL         VALUE 'Y'.
002060     05  WK-SW-ACCT-FULL         PIC X(01) VALUE 'N'.
002070         88  ACCT-TABLE-FULL         VALUE 'Y'.
002080     05  WK-SW-ADJ-FULL          PIC X(01) VALUE 'N'.
002090         88  ADJ-TABLE-FULL          VALUE 'Y'.
002100     05  WK-SW-CLOSED-FULL       PIC X(01) VALUE 'N'.
002110         88  CLOSED-TABLE-FULL       VALUE 'Y'.
002120     05  WK-SW-PERIOD-CLOSED     PIC X(01) VALUE 'N'.
002130         88  REC-PERIOD-CLOSED       VALUE 'Y'.
002140         88  REC-PERIOD-OPEN         VALUE 'N'.
002150     05  WK-SW-ADJ-ENTRY         PIC X(01) VALUE 'N'.
002160         88  REC-IS-ADJUSTMENT       VALUE 'Y'.
002170         88  REC-IS-POSTING          VALUE 'N'.
002180     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
002190         88  LOG-EOF                 VALUE 'Y'.
002200         88  LOG-NOT-EOF             VALUE 'N'.
002210     05  WK-SW-BLOCK-TYPE        PIC X(01) VALUE 'O'.
002220         88  OPERATOR-BLOCK          VALUE 'O'.
002230         88  TOTAL-BLOCK             VALUE 'T'.
002240
002250 01  WK-PERIOD-FIELDS.
002260     05  WK-FROM-TEXT            PIC X(06) VALUE SPACES.
002270     05  WK-FROM-PERIOD          PIC 9(06) VALUE ZEROS.
002280     05  WK-FROM-SPLIT REDEFINES WK-FROM-PERIOD.
002290         10  WK-FROM-YEAR        PIC 9(04).
002300         10  WK-FROM-MONTH       PIC 9(02).
002310     05  WK-TO-TEXT              PIC X(06) VALUE SPACES.
002320     05  WK-TO-PERIOD            PIC 9(06) VALUE ZEROS.
002330     05  WK-TO-SPLIT REDEFINES WK-TO-PERIOD.
002340         10  WK-TO-YEAR          PIC 9(04).
002350         10  WK-TO-MONTH         PIC 9(02).
002360     05  WK-REC-PERIOD           PIC 9(06) VALUE ZEROS.
002370     05  WK-REJ-HDR-PERIOD       PIC 9(06) VALUE ZEROS.
002380
002390 77  WK-REJ-LIMIT                PIC 9(03) VALUE 010.
002400 77  WK-REV-LIMIT                PIC 9(03) VALUE 010.
002410
002420*****************************************************************
002430*    CLOSED PERIODS IN THE RANGE, FROM PERDCTL. ACTIVE-LOG      *
002440*    RECORDS OF A CLOSED PERIOD ARE LEFT TO THE ARCHIVE.        *
002450*****************************************************************
002460 01  WK-CLOSED-FIELDS.
002470     05  WK-CLOSED-COUNT         PIC 9(04) VALUE ZEROS.
002480     05  WK-CLOSED-SUB           PIC 9(04) VALUE ZEROS.
002490 01  WK-CLOSED-TABLE.
002500     05  WK-CLOSED-PERIOD        PIC 9(06) OCCURS 600 TIMES.
002510
002520*****************************************************************
002530*    EVERY CALCADJA ADJUSTMENT. ITS REVERSAL AND CORRECTION     *
002540*    REFERENCES ARE SKIPPED AS POSTINGS; AN ADJUSTMENT MADE IN  *
002550*    THE RANGE PICKS UP ITS OPERATOR AND ACCOUNT FROM THE       *
002560*    REVERSAL ENTRY CALCADJ POSTED UNDER THE ORIGINAL'S NAME.   *
002570*****************************************************************
002580 01  WK-ADJ-FIELDS.
002590     05  WK-ADJ-COUNT            PIC 9(04) VALUE ZEROS.
002600     05  WK-ADJ-SUB              PIC 9(04) VALUE ZEROS.
002610     05  WK-ADJ-UNMATCHED        PIC 9(07) VALUE ZEROS.
002620 01  WK-ADJ-TABLE.
002630     05  WK-ADJ-ENTRY            OCCURS 2000 TIMES.
002640         10  WK-ADJ-REV-REF      PIC 9(09).
002650         10  WK-ADJ-CORR-REF     PIC 9(09).
002660         10  WK-ADJ-RANGE        PIC X(01).
002670             88  ADJ-IN-RANGE        VALUE 'Y'.
002680         10  WK-ADJ-FOUND        PIC X(01).
002690             88  ADJ-REVERSAL-FOUND  VALUE 'Y'.
002700         10  WK-ADJ-NAME         PIC X(20).
002710         10  WK-ADJ-ACCOUNT      PIC X(06).
002720
002730*****************************************************************
002740*    ONE POSTING TAKEN FROM CALC-LOG OR CALCARCH.               *
002750*****************************************************************
002760 01  WK-POSTING.
002770     05  WK-PST-NAME             PIC X(20) VALUE SPACES.
002780     05  WK-PST-PERIOD           PIC 9(06) VALUE ZEROS.
002790     05  WK-PST-REF              PIC 9(09) VALUE ZEROS.
002800     05  WK-PST-ACCOUNT          PIC X(06) VALUE SPACES.
002810
002820*****************************************************************
002830*    ONE ITEM OF ACTIVITY TO BE COUNTED - WHO, WHICH ACCOUNT,   *
002840*    WHICH COUNTER AND, FOR A BATCH REJECT, WHICH REASON.       *
002850*****************************************************************
002860 01  WK-ACTIVITY.
002870     05  WK-ACT-NAME             PIC X(20) VALUE SPACES.
002880     05  WK-ACT-ACCOUNT          PIC X(06) VALUE SPACES.
002890     05  WK-ACT-SLOT             PIC 9(02) VALUE ZEROS.
002900     05  WK-ACT-REASON-SLOT      PIC 9(02) VALUE ZEROS.
002910
002920*****************************************************************
002930*    COUNTER SLOTS, THE SAME IN EVERY COUNTS GROUP BELOW:       *
002940*    1 POSTED, 2 BATCH REJECTS, 3 HELD APPROVED, 4 HELD         *
002950*    REJECTED, 5 HELD PENDING, 6 REVERSED, 7-13 BATCH REJECTS   *
002960*    BY REASON IN WK-REASON-CODE ORDER.                         *
002970*****************************************************************
002980 01  WK-REASON-VALUES.
002990     05  FILLER                  PIC X(21) VALUE
003000         'LVLOPRDIVAUTOVRROTACT'.
003010 01  WK-REASON-TABLE REDEFINES WK-REASON-VALUES.
003020     05  WK-REASON-CODE          PIC X(03) OCCURS 7 TIMES.
003030
003040 77  WK-REASON-SUB               PIC 9(02) VALUE ZEROS.
003050 77  WK-SLOT-SUB                 PIC 9(02) VALUE ZEROS.
003060
003070 01  WK-OPER-FIELDS.
003080     05  WK-OPER-COUNT           PIC 9(04) VALUE ZEROS.
003090     05  WK-OPER-SUB             PIC 9(04) VALUE ZEROS.
003100     05  WK-OPER-MATCH           PIC 9(04) VALUE ZEROS.
003110     05  WK-OPER-FLAGGED         PIC 9(07) VALUE ZEROS.
003120 01  WK-OPER-TABLE.
003130     05  WK-OPER-ENTRY           OCCURS 500 TIMES.
003140         10  WK-OPER-NAME        PIC X(20).
003150         10  WK-OPER-COUNTS.
003160             15  WK-OPER-SLOT    PIC 9(07) OCCURS 13 TIMES.
003170
003180 01  WK-ACCT-FIELDS.
003190     05  WK-ACCT-COUNT           PIC 9(04) VALUE ZEROS.
003200     05  WK-ACCT-SUB             PIC 9(04) VALUE ZEROS.
003210     05  WK-ACCT-MATCH           PIC 9(04) VALUE ZEROS.
003220 01  WK-ACCT-TABLE.
003230     05  WK-ACCT-ENTRY           OCCURS 200 TIMES.
003240         10  WK-ACCT-CODE        PIC X(06).
003250         10  WK-ACCT-COUNTS.
003260             15  WK-ACCT-SLOT    PIC 9(07) OCCURS 13 TIMES.
003270
003280 01  WK-SHOP-COUNTS.
003290     05  WK-SHOP-SLOT            PIC 9(07) OCCURS 13 TIMES.
003300
003310*****************************************************************
003320*    THE BLOCK BEING PRINTED - AN OPERATOR, A DEPARTMENT OR THE *
003330*    SHOP - WITH ITS ACTIVITY TOTAL AND RATES.                  *
003340*****************************************************************
003350 01  WK-BLOCK-FIELDS.
003360     05  WK-BLK-LABEL            PIC X(24) VALUE SPACES.
003370     05  WK-BLK-COUNTS.
003380         10  WK-BLK-SLOT         PIC 9(07) OCCURS 13 TIMES.
003390     05  WK-BLK-ACTIVITY         PIC 9(07) VALUE ZEROS.
003400     05  WK-BLK-RATE             PIC 9(03)V9 OCCURS 6 TIMES.
003410     05  WK-BLK-REJ-OVER         PIC X(01) VALUE 'N'.
003420         88  REJECT-RATE-OVER        VALUE 'Y'.
003430     05  WK-BLK-REV-OVER         PIC X(01) VALUE 'N'.
003440         88  REVERSAL-RATE-OVER      VALUE 'Y'.
003450
003460 01  WK-READ-COUNTS.
003470     05  WK-RECORDS-READ         PIC 9(07) VALUE ZEROS.
003480
003490 01  WK-TIME-SYS.
003500     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
003510     03  FILLER                  PIC 9(02) VALUE ZEROS.
003520
003530 01  WK-JOB-FIELDS.
003540     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
003550     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
003560     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
003570     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
003580     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
003590     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
003600
003610 01  WK-ECHO-LINE.
003620     05  FILLER                  PIC X(08) VALUE 'PERIODS '.
003630     05  WK-EC-FROM              PIC 9(06) VALUE ZEROS.
003640     05  FILLER                  PIC X(04) VALUE ' TO '.
003650     05  WK-EC-TO                PIC 9(06) VALUE ZEROS.
003660     05  FILLER                  PIC X(21) VALUE
003670         '   REJECT RATE LIMIT '.
003680     05  WK-EC-REJ-LIMIT         PIC ZZ9 VALUE ZEROS.
003690     05  FILLER                  PIC X(23) VALUE
003700         '%   REVERSAL RATE LIMIT'.
003710     05  FILLER                  PIC X(01) VALUE SPACES.
003720     05  WK-EC-REV-LIMIT         PIC ZZ9 VALUE ZEROS.
003730     05  FILLER                  PIC X(05) VALUE '%'.
003740
003750 01  WK-HEAD-LINE-1.
003760     05  FILLER                  PIC X(24) VALUE SPACES.
003770     05  FILLER                  PIC X(08) VALUE '   TOTAL'.
003780     05  FILLER                  PIC X(08) VALUE SPACES.
003790     05  FILLER                  PIC X(08) VALUE '   BATCH'.
003800     05  FILLER                  PIC X(08) VALUE '    HELD'.
003810     05  FILLER                  PIC X(08) VALUE '    HELD'.
003820     05  FILLER                  PIC X(08) VALUE '    HELD'.
003830     05  FILLER                  PIC X(08) VALUE SPACES.
003840
003850 01  WK-HEAD-LINE-2.
003860     05  WK-HL-LABEL             PIC X(24) VALUE 'OPERATOR'.
003870     05  FILLER                  PIC X(08) VALUE 'ACTIVITY'.
003880     05  FILLER                  PIC X(08) VALUE '  POSTED'.
003890     05  FILLER                  PIC X(08) VALUE ' REJECTS'.
003900     05  FILLER                  PIC X(08) VALUE ' APPROVD'.
003910     05  FILLER                  PIC X(08) VALUE ' REJECTD'.
003920     05  FILLER                  PIC X(08) VALUE ' PENDING'.
003930     05  FILLER                  PIC X(08) VALUE ' REVERSD'.
003940
003950*****************************************************************
003960*    COUNT LINE CELLS: ACTIVITY, THEN COUNTER SLOTS 1-6 IN THE  *
003970*    ORDER POSTED, REJECTS, APPROVED, REJECTED, PENDING,        *
003980*    REVERSED.                                                  *
003990*****************************************************************
004000 01  WK-COUNT-LINE.
004010     05  WK-CL-LABEL             PIC X(24) VALUE SPACES.
004020     05  WK-CL-CELL              OCCURS 7 TIMES.
004030         10  FILLER              PIC X(02).
004040         10  WK-CL-COUNT         PIC ZZZZZ9.
004050
004060 01  WK-RATE-LINE.
004070     05  WK-RL-LABEL             PIC X(32) VALUE SPACES.
004080     05  WK-RL-CELL              OCCURS 6 TIMES.
004090         10  FILLER              PIC X(02).
004100         10  WK-RL-RATE          PIC ZZ9,9.
004110         10  WK-RL-PCT           PIC X(01).
004120
004130 01  WK-REASON-LINE.
004140     05  WK-RS-LABEL             PIC X(24) VALUE SPACES.
004150     05  WK-RS-CELL              OCCURS 7 TIMES.
004160         10  FILLER              PIC X(01).
004170         10  WK-RS-CODE          PIC X(03).
004180         10  WK-RS-COUNT         PIC ZZZ9.
004190
004200 01  WK-FLAG-LINE.
004210     05  FILLER                  PIC X(18) VALUE
004220         '    *** FLAGGED - '.
004230     05  WK-FL-TEXT              PIC X(62) VALUE SPACES.
004240
004250 01  WK-TOTAL-LINE.
004260     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
004270     05  WK-TL-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
004280     05  FILLER                  PIC X(39) VALUE SPACES.
004290
004300 PROCEDURE DIVISION.
004310*****************************************************************
004320*    0000-MAINLINE - PROGRAM CONTROL                            *
004330*****************************************************************
004340 0000-MAINLINE.
004350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004360     PERFORM 1500-LOAD-CLOSED-PERIODS THRU 1500-EXIT.
004370     PERFORM 1600-LOAD-ADJUSTMENTS THRU 1600-EXIT.
004380     PERFORM 2000-COUNT-ARCHIVE THRU 2000-EXIT.
004390     PERFORM 2100-COUNT-ACTIVE-LOG THRU 2100-EXIT.
004400     PERFORM 2400-COUNT-REVERSALS THRU 2400-EXIT.
004410     PERFORM 2500-COUNT-REJECTS THRU 2500-EXIT.
004420     PERFORM 2600-COUNT-HOLDS THRU 2600-EXIT.
004430     PERFORM 4000-PRINT-OPERATORS THRU 4000-EXIT.
004440     PERFORM 4500-PRINT-DEPARTMENTS THRU 4500-EXIT.
004450     PERFORM 9999-FINALIZE THRU 9999-EXIT.
004460     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
004470     STOP RUN.
004480
004490*****************************************************************
004500*    1000-INITIALIZE - SETTLE THE PERIOD RANGE AND THE RATE     *
004510*    LIMITS, OPEN THE LISTING AND WRITE THE HEADINGS.           *
004520*****************************************************************
004530 1000-INITIALIZE.
004540     ACCEPT WK-DATE FROM DATE YYYYMMDD.
004550     DISPLAY '*** OPERATOR EXCEPTION SCORECARD ***'.
004560     MOVE ZEROS TO WK-SHOP-COUNTS.
004570     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
004580     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
004590     IF PARAM-MODE AND PARAM-CARD-INVALID
004600         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
004610         MOVE 8 TO RETURN-CODE
004620         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
004630         STOP RUN
004640     END-IF.
004650     IF CONSOLE-MODE
004660         MOVE WK-FROM-PERIOD TO WK-JOB-PARAMS(1:6)
004670         MOVE WK-TO-PERIOD TO WK-JOB-PARAMS(7:6)
004680         MOVE WK-REJ-LIMIT TO WK-JOB-PARAMS(13:3)
004690         MOVE WK-REV-LIMIT TO WK-JOB-PARAMS(16:3)
004700     END-IF.
004710     OPEN OUTPUT REPORT-OUT.
004720     IF NOT REPORT-OK
004730         DISPLAY 'ERROR OPENING SCORRPT - STATUS '
004740             WK-REPORT-STATUS
004750         MOVE 16 TO RETURN-CODE
004760         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
004770         STOP RUN
004780     END-IF.
004790     MOVE SPACES TO RO-LINE.
004800     MOVE 'OPERATOR EXCEPTION SCORECARD' TO RO-LINE.
004810     WRITE RO-LINE.
004820     MOVE WK-FROM-PERIOD TO WK-EC-FROM.
004830     MOVE WK-TO-PERIOD TO WK-EC-TO.
004840     MOVE WK-REJ-LIMIT TO WK-EC-REJ-LIMIT.
004850     MOVE WK-REV-LIMIT TO WK-EC-REV-LIMIT.
004860     MOVE WK-ECHO-LINE TO RO-LINE.
004870     WRITE RO-LINE.
004880 1000-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
004930*    PARAMETER FILE AND VALIDATE IT UP FRONT. CARD LAYOUT:      *
004940*    COLS 1-6 FROM PERIOD AND 7-12 TO PERIOD YYYYMM (BLANK =    *
004950*    THE CURRENT MONTH; A BLANK TO PERIOD = THE FROM PERIOD),   *
004960*    COLS 13-15 REJECT-RATE LIMIT AND 16-18 REVERSAL-RATE       *
004970*    LIMIT IN WHOLE PERCENT (BLANK = 010). A MISSING FILE       *
004980*    MEANS THE CURRENT MONTH AND THE DEFAULT LIMITS.            *
004990*****************************************************************
005000 1050-READ-PARAM-CARD.
005010     SET CONSOLE-MODE TO TRUE.
005020     SET PARAM-CARD-VALID TO TRUE.
005030     COMPUTE WK-FROM-PERIOD = WK-YEAR-SYS * 100 + WK-MONTH-SYS.
005040     MOVE WK-FROM-PERIOD TO WK-TO-PERIOD.
005050     OPEN INPUT PARAM-FILE.
005060     IF PARAM-NOT-FOUND
005070         GO TO 1050-EXIT
005080     END-IF.
005090     IF NOT PARAM-OK
005100         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
005110             WK-PARAM-STATUS
005120         SET PARAM-MODE TO TRUE
005130         SET PARAM-CARD-INVALID TO TRUE
005140         GO TO 1050-EXIT
005150     END-IF.
005160     SET PARAM-MODE TO TRUE.
005170     READ PARAM-FILE
005180         AT END
005190             DISPLAY 'PARAMETER FILE IS EMPTY.'
005200             SET PARAM-CARD-INVALID TO TRUE
005210             CLOSE PARAM-FILE
005220             GO TO 1050-EXIT
005230     END-READ.
005240     CLOSE PARAM-FILE.
005250     MOVE PM-CARD TO WK-JOB-PARAMS.
005260     MOVE PM-FROM-PERIOD TO WK-FROM-TEXT.
005270     MOVE PM-TO-PERIOD TO WK-TO-TEXT.
005280     IF WK-FROM-TEXT NOT = SPACES
005290         IF WK-FROM-TEXT IS NUMERIC
005300             MOVE WK-FROM-TEXT TO WK-FROM-PERIOD
005310         ELSE
005320             MOVE ZEROS TO WK-FROM-PERIOD
005330         END-IF
005340     END-IF.
005350     IF WK-TO-TEXT = SPACES
005360         MOVE WK-FROM-PERIOD TO WK-TO-PERIOD
005370     ELSE
005380         IF WK-TO-TEXT IS NUMERIC
005390             MOVE WK-TO-TEXT TO WK-TO-PERIOD
005400         ELSE
005410             MOVE ZEROS TO WK-TO-PERIOD
005420         END-IF
005430     END-IF.
005440     IF WK-FROM-MONTH < 01 OR WK-FROM-MONTH > 12
005450             OR WK-TO-MONTH < 01 OR WK-TO-MONTH > 12
005460         DISPLAY 'INVALID PERIOD ON CARD - USE YYYYMM.'
005470         SET PARAM-CARD-INVALID TO TRUE
005480     ELSE
005490         IF WK-FROM-PERIOD > WK-TO-PERIOD
005500             DISPLAY 'FROM PERIOD IS AFTER THE TO PERIOD.'
005510             SET PARAM-CARD-INVALID TO TRUE
005520         END-IF
005530     END-IF.
005540     IF PM-REJ-LIMIT NOT = SPACES
005550         IF PM-REJ-LIMIT IS NUMERIC AND PM-REJ-LIMIT NOT > '100'
005560             MOVE PM-REJ-LIMIT TO WK-REJ-LIMIT
005570         ELSE
005580             DISPLAY 'INVALID REJECT-RATE LIMIT ON CARD - USE '
005590                 '000-100.'
005600             SET PARAM-CARD-INVALID TO TRUE
005610         END-IF
005620     END-IF.
005630     IF PM-REV-LIMIT NOT = SPACES
005640         IF PM-REV-LIMIT IS NUMERIC AND PM-REV-LIMIT NOT > '100'
005650             MOVE PM-REV-LIMIT TO WK-REV-LIMIT
005660         ELSE
005670             DISPLAY 'INVALID REVERSAL-RATE LIMIT ON CARD - USE '
005680                 '000-100.'
005690             SET PARAM-CARD-INVALID TO TRUE
005700         END-IF
005710     END-IF.
005720 1050-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*    1500-LOAD-CLOSED-PERIODS - NOTE EVERY CLOSED PERIOD IN THE *
005770*    RANGE FROM PERDCTL. A MISSING FILE MEANS NO PERIOD HAS     *
005780*    EVER BEEN CLOSED.                                          *
005790*****************************************************************
005800 1500-LOAD-CLOSED-PERIODS.
005810     OPEN INPUT PERIOD-CONTROL.
005820     IF PERD-NOT-FOUND
005830         GO TO 1500-EXIT
005840     END-IF.
005850     IF NOT PERD-OK
005860         DISPLAY 'ERROR OPENING PERDCTL - STATUS ' WK-PERD-STATUS
005870         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005880     END-IF.
005890     PERFORM 1510-LOAD-ONE-PERIOD THRU 1510-EXIT
005900         UNTIL PERD-EOF.
005910     CLOSE PERIOD-CONTROL.
005920 1500-EXIT.
005930     EXIT.
005940
005950*****************************************************************
005960*    1510-LOAD-ONE-PERIOD - KEEP ONE CLOSED PERIOD THAT FALLS   *
005970*    IN THE RANGE.                                              *
005980*****************************************************************
005990 1510-LOAD-ONE-PERIOD.
006000     READ PERIOD-CONTROL
006010         AT END
006020             SET PERD-EOF TO TRUE
006030             GO TO 1510-EXIT
006040     END-READ.
006050     ADD 1 TO WK-RECORDS-READ.
006060     COMPUTE WK-REC-PERIOD = PC-YEAR * 100 + PC-MONTH.
006070     IF WK-REC-PERIOD < WK-FROM-PERIOD
006080             OR WK-REC-PERIOD > WK-TO-PERIOD
006090         GO TO 1510-EXIT
006100     END-IF.
006110     IF WK-CLOSED-COUNT NOT < 600
006120         IF NOT CLOSED-TABLE-FULL
006130             DISPLAY 'WARNING - CLOSED-PERIOD TABLE FULL AT 600.'
006140             SET CLOSED-TABLE-FULL TO TRUE
006150         END-IF
006160         GO TO 1510-EXIT
006170     END-IF.
006180     ADD 1 TO WK-CLOSED-COUNT.
006190     MOVE WK-REC-PERIOD TO WK-CLOSED-PERIOD(WK-CLOSED-COUNT).
006200 1510-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    1600-LOAD-ADJUSTMENTS - LOAD EVERY CALCADJA ADJUSTMENT,    *
006250*    NOTING WHICH WERE MADE INSIDE THE RANGE. A MISSING FILE    *
006260*    MEANS NOTHING HAS EVER BEEN REVERSED.                      *
006270*****************************************************************
006280 1600-LOAD-ADJUSTMENTS.
006290     OPEN INPUT ADJUST-AUDIT.
006300     IF ADJAUD-NOT-FOUND
006310         GO TO 1600-EXIT
006320     END-IF.
006330     IF NOT ADJAUD-OK
006340         DISPLAY 'ERROR OPENING CALCADJA - STATUS '
006350             WK-ADJAUD-STATUS
006360         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006370     END-IF.
006380     PERFORM 1610-LOAD-ONE-ADJUSTMENT THRU 1610-EXIT
006390         UNTIL ADJAUD-EOF.
006400     CLOSE ADJUST-AUDIT.
006410 1600-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*    1610-LOAD-ONE-ADJUSTMENT - ADD ONE ADJUSTMENT TO THE       *
006460*    TABLE.                                                     *
006470*****************************************************************
006480 1610-LOAD-ONE-ADJUSTMENT.
006490     READ ADJUST-AUDIT
006500         AT END
006510             SET ADJAUD-EOF TO TRUE
006520             GO TO 1610-EXIT
006530     END-READ.
006540     ADD 1 TO WK-RECORDS-READ.
006550     IF WK-ADJ-COUNT NOT < 2000
006560         IF NOT ADJ-TABLE-FULL
006570             DISPLAY 'WARNING - ADJUSTMENT TABLE FULL AT 2000.'
006580             SET ADJ-TABLE-FULL TO TRUE
006590         END-IF
006600         GO TO 1610-EXIT
006610     END-IF.
006620     ADD 1 TO WK-ADJ-COUNT.
006630     MOVE AJ-REV-REF TO WK-ADJ-REV-REF(WK-ADJ-COUNT).
006640     MOVE AJ-CORR-REF TO WK-ADJ-CORR-REF(WK-ADJ-COUNT).
006650     MOVE 'N' TO WK-ADJ-FOUND(WK-ADJ-COUNT).
006660     MOVE SPACES TO WK-ADJ-NAME(WK-ADJ-COUNT).
006670     MOVE SPACES TO WK-ADJ-ACCOUNT(WK-ADJ-COUNT).
006680     COMPUTE WK-REC-PERIOD = AJ-YEAR * 100 + AJ-MONTH.
006690     IF WK-REC-PERIOD < WK-FROM-PERIOD
006700             OR WK-REC-PERIOD > WK-TO-PERIOD
006710         MOVE 'N' TO WK-ADJ-RANGE(WK-ADJ-COUNT)
006720     ELSE
006730         MOVE 'Y' TO WK-ADJ-RANGE(WK-ADJ-COUNT)
006740     END-IF.
006750 1610-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*    1900-ABANDON-RUN - AN INPUT FILE WOULD NOT OPEN. LOG THE   *
006800*    END OF THE RUN WITH RETURN-CODE 16 AND STOP.               *
006810*****************************************************************
006820 1900-ABANDON-RUN.
006830     DISPLAY 'SCORECARD ABANDONED.'.
006840     CLOSE REPORT-OUT.
006850     MOVE 16 TO RETURN-CODE.
006860     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
006870     STOP RUN.
006880 1900-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920*    2000-COUNT-ARCHIVE - COUNT THE POSTINGS OF THE CLOSED      *
006930*    MONTHS FROM CALCARCH. A MISSING ARCHIVE JUST MEANS NO      *
006940*    MONTH HAS EVER BEEN CLOSED.                                *
006950*****************************************************************
006960 2000-COUNT-ARCHIVE.
006970     OPEN INPUT CALC-ARCH.
006980     IF ARCH-NOT-FOUND
006990         GO TO 2000-EXIT
007000     END-IF.
007010     IF NOT ARCH-OK
007020         DISPLAY 'ERROR OPENING CALCARCH - STATUS '
007030             WK-ARCH-STATUS
007040         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
007050     END-IF.
007060     PERFORM 2010-COUNT-ONE-ARCHIVED THRU 2010-EXIT
007070         UNTIL ARCH-EOF.
007080     CLOSE CALC-ARCH.
007090 2000-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130*    2010-COUNT-ONE-ARCHIVED - READ ONE ARCHIVED RECORD AND     *
007140*    PASS IT TO THE COMMON POSTING LOGIC.                       *
007150*****************************************************************
007160 2010-COUNT-ONE-ARCHIVED.
007170     READ CALC-ARCH
007180         AT END
007190             SET ARCH-EOF TO TRUE
007200             GO TO 2010-EXIT
007210     END-READ.
007220     ADD 1 TO WK-RECORDS-READ.
007230     MOVE CA-NAME TO WK-PST-NAME.
007240     COMPUTE WK-PST-PERIOD = CA-YEAR * 100 + CA-MONTH.
007250     MOVE CA-REF TO WK-PST-REF.
007260     MOVE CA-ACCOUNT TO WK-PST-ACCOUNT.
007270     SET REC-PERIOD-CLOSED TO TRUE.
007280     PERFORM 2200-TAKE-POSTING THRU 2200-EXIT.
007290 2010-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330*    2100-COUNT-ACTIVE-LOG - COUNT THE POSTINGS OF THE OPEN     *
007340*    MONTHS FROM CALC-LOG. CLOSED-PERIOD RECORDS ON THE ACTIVE  *
007350*    LOG ARE SKIPPED, AS YEARREP SKIPS THEM - THE ARCHIVE IS    *
007360*    THE RECORD OF CLOSED MONTHS.                               *
007370*****************************************************************
007380 2100-COUNT-ACTIVE-LOG.
007390     OPEN INPUT CALC-LOG.
007400     IF CALCLOG-NOT-FOUND
007410         GO TO 2100-EXIT
007420     END-IF.
007430     IF NOT CALCLOG-OK
007440         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
007450             WK-CALCLOG-STATUS
007460         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
007470     END-IF.
007480     PERFORM 2110-COUNT-ONE-LOGGED THRU 2110-EXIT
007490         UNTIL LOG-EOF.
007500     CLOSE CALC-LOG.
007510 2100-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550*    2110-COUNT-ONE-LOGGED - READ ONE ACTIVE-LOG RECORD AND     *
007560*    PASS IT TO THE COMMON POSTING LOGIC.                       *
007570*****************************************************************
007580 2110-COUNT-ONE-LOGGED.
007590     READ CALC-LOG
007600         AT END
007610             SET LOG-EOF TO TRUE
007620             GO TO 2110-EXIT
007630     END-READ.
007640     ADD 1 TO WK-RECORDS-READ.
007650     MOVE CL-NAME TO WK-PST-NAME.
007660     COMPUTE WK-PST-PERIOD = CL-YEAR * 100 + CL-MONTH.
007670     MOVE CL-REF TO WK-PST-REF.
007680     MOVE CL-ACCOUNT TO WK-PST-ACCOUNT.
007690     SET REC-PERIOD-OPEN TO TRUE.
007700     PERFORM 2150-CHECK-PERIOD-CLOSED THRU 2150-EXIT
007710         VARYING WK-CLOSED-SUB FROM 1 BY 1
007720         UNTIL WK-CLOSED-SUB > WK-CLOSED-COUNT
007730             OR REC-PERIOD-CLOSED.
007740     IF REC-PERIOD-CLOSED
007750         GO TO 2110-EXIT
007760     END-IF.
007770     PERFORM 2200-TAKE-POSTING THRU 2200-EXIT.
007780 2110-EXIT.
007790     EXIT.
007800
007810*****************************************************************
007820*    2150-CHECK-PERIOD-CLOSED - TEST THE RECORD'S PERIOD        *
007830*    AGAINST ONE CLOSED PERIOD.                                 *
007840*****************************************************************
007850 2150-CHECK-PERIOD-CLOSED.
007860     IF WK-CLOSED-PERIOD(WK-CLOSED-SUB) = WK-PST-PERIOD
007870         SET REC-PERIOD-CLOSED TO TRUE
007880     END-IF.
007890 2150-EXIT.
007900     EXIT.
007910
007920*****************************************************************
007930*    2200-TAKE-POSTING - A CALC-LOG OR CALCARCH RECORD THAT IS  *
007940*    A CALCADJ REVERSAL OR CORRECTION IS NOT A POSTING; A       *
007950*    REVERSAL GIVES ITS ADJUSTMENT THE OPERATOR AND ACCOUNT.    *
007960*    ANY OTHER RECORD IN THE RANGE COUNTS AS POSTED.            *
007970*****************************************************************
007980 2200-TAKE-POSTING.
007990     SET REC-IS-POSTING TO TRUE.
008000     IF WK-PST-REF NOT = ZEROS
008010         PERFORM 2210-CHECK-ONE-ADJUSTMENT THRU 2210-EXIT
008020             VARYING WK-ADJ-SUB FROM 1 BY 1
008030             UNTIL WK-ADJ-SUB > WK-ADJ-COUNT
008040     END-IF.
008050     IF REC-IS-ADJUSTMENT
008060         GO TO 2200-EXIT
008070     END-IF.
008080     IF WK-PST-PERIOD < WK-FROM-PERIOD
008090             OR WK-PST-PERIOD > WK-TO-PERIOD
008100         GO TO 2200-EXIT
008110     END-IF.
008120     MOVE WK-PST-NAME TO WK-ACT-NAME.
008130     MOVE WK-PST-ACCOUNT TO WK-ACT-ACCOUNT.
008140     MOVE 1 TO WK-ACT-SLOT.
008150     MOVE ZEROS TO WK-ACT-REASON-SLOT.
008160     PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT.
008170 2200-EXIT.
008180     EXIT.
008190
008200*****************************************************************
008210*    2210-CHECK-ONE-ADJUSTMENT - TEST THE RECORD'S REFERENCE    *
008220*    AGAINST ONE ADJUSTMENT'S REVERSAL AND CORRECTION           *
008230*    REFERENCES.                                                *
008240*****************************************************************
008250 2210-CHECK-ONE-ADJUSTMENT.
008260     IF WK-ADJ-CORR-REF(WK-ADJ-SUB) = WK-PST-REF
008270         SET REC-IS-ADJUSTMENT TO TRUE
008280     END-IF.
008290     IF WK-ADJ-REV-REF(WK-ADJ-SUB) = WK-PST-REF
008300         SET REC-IS-ADJUSTMENT TO TRUE
008310         MOVE 'Y' TO WK-ADJ-FOUND(WK-ADJ-SUB)
008320         MOVE WK-PST-NAME TO WK-ADJ-NAME(WK-ADJ-SUB)
008330         MOVE WK-PST-ACCOUNT TO WK-ADJ-ACCOUNT(WK-ADJ-SUB)
008340     END-IF.
008350 2210-EXIT.
008360     EXIT.
008370
008380*****************************************************************
008390*    2400-COUNT-REVERSALS - CHARGE EVERY ADJUSTMENT MADE IN THE *
008400*    RANGE TO THE OPERATOR OF THE REVERSED POSTING. ONE WHOSE   *
008410*    REVERSAL ENTRY IS ON NEITHER LOG IS COUNTED SEPARATELY.    *
008420*****************************************************************
008430 2400-COUNT-REVERSALS.
008440     PERFORM 2410-COUNT-ONE-REVERSAL THRU 2410-EXIT
008450         VARYING WK-ADJ-SUB FROM 1 BY 1
008460         UNTIL WK-ADJ-SUB > WK-ADJ-COUNT.
008470 2400-EXIT.
008480     EXIT.
008490
008500*****************************************************************
008510*    2410-COUNT-ONE-REVERSAL - COUNT ONE IN-RANGE ADJUSTMENT.   *
008520*****************************************************************
008530 2410-COUNT-ONE-REVERSAL.
008540     IF NOT ADJ-IN-RANGE(WK-ADJ-SUB)
008550         GO TO 2410-EXIT
008560     END-IF.
008570     IF NOT ADJ-REVERSAL-FOUND(WK-ADJ-SUB)
008580         ADD 1 TO WK-ADJ-UNMATCHED
008590         GO TO 2410-EXIT
008600     END-IF.
008610     MOVE WK-ADJ-NAME(WK-ADJ-SUB) TO WK-ACT-NAME.
008620     MOVE WK-ADJ-ACCOUNT(WK-ADJ-SUB) TO WK-ACT-ACCOUNT.
008630     MOVE 6 TO WK-ACT-SLOT.
008640     MOVE ZEROS TO WK-ACT-REASON-SLOT.
008650     PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT.
008660 2410-EXIT.
008670     EXIT.
008680
008690*****************************************************************
008700*    2500-COUNT-REJECTS - COUNT THE BATCH REJECTS ON CALCREJ.   *
008710*    EACH DETAIL ROW IS DATED BY THE HEADER BEFORE IT, SO       *
008720*    SEVERAL REJECT FILES CAN BE READ ONE AFTER THE OTHER.      *
008730*****************************************************************
008740 2500-COUNT-REJECTS.
008750     MOVE ZEROS TO WK-REJ-HDR-PERIOD.
008760     OPEN INPUT REJECT-TXN.
008770     IF REJECT-NOT-FOUND
008780         GO TO 2500-EXIT
008790     END-IF.
008800     IF NOT REJECT-OK
008810         DISPLAY 'ERROR OPENING CALCREJ - STATUS '
008820             WK-REJECT-STATUS
008830         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
008840     END-IF.
008850     PERFORM 2510-COUNT-ONE-REJECT THRU 2510-EXIT
008860         UNTIL REJECT-EOF.
008870     CLOSE REJECT-TXN.
008880 2500-EXIT.
008890     EXIT.
008900
008910*****************************************************************
008920*    2510-COUNT-ONE-REJECT - NOTE A HEADER'S DATE, OR COUNT ONE *
008930*    IN-RANGE DETAIL ROW UNDER ITS BT-REJ-REASON CODE.          *
008940*****************************************************************
008950 2510-COUNT-ONE-REJECT.
008960     READ REJECT-TXN
008970         AT END
008980             SET REJECT-EOF TO TRUE
008990             GO TO 2510-EXIT
009000     END-READ.
009010     ADD 1 TO WK-RECORDS-READ.
009020     IF BT-HEADER-REC
009030         COMPUTE WK-REJ-HDR-PERIOD = BT-HDR-DATE / 100
009040         GO TO 2510-EXIT
009050     END-IF.
009060     IF NOT BT-DETAIL-REC
009070         GO TO 2510-EXIT
009080     END-IF.
009090     IF WK-REJ-HDR-PERIOD < WK-FROM-PERIOD
009100             OR WK-REJ-HDR-PERIOD > WK-TO-PERIOD
009110         GO TO 2510-EXIT
009120     END-IF.
009130     MOVE BT-NAME TO WK-ACT-NAME.
009140     MOVE BT-ACCOUNT TO WK-ACT-ACCOUNT.
009150     MOVE 2 TO WK-ACT-SLOT.
009160     MOVE ZEROS TO WK-ACT-REASON-SLOT.
009170     PERFORM 2520-MATCH-REASON THRU 2520-EXIT
009180         VARYING WK-REASON-SUB FROM 1 BY 1
009190         UNTIL WK-REASON-SUB > 7 OR WK-ACT-REASON-SLOT > ZEROS.
009200     PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT.
009210 2510-EXIT.
009220     EXIT.
009230
009240*****************************************************************
009250*    2520-MATCH-REASON - TEST THE ROW'S REASON AGAINST ONE      *
009260*    KNOWN REJECT CODE.                                         *
009270*****************************************************************
009280 2520-MATCH-REASON.
009290     IF WK-REASON-CODE(WK-REASON-SUB) = BT-REJ-REASON
009300         COMPUTE WK-ACT-REASON-SLOT = WK-REASON-SUB + 6
009310     END-IF.
009320 2520-EXIT.
009330     EXIT.
009340
009350*****************************************************************
009360*    2600-COUNT-HOLDS - COUNT THE CALCPEND ITEMS HELD IN THE    *
009370*    RANGE BY THEIR DECISION.                                   *
009380*****************************************************************
009390 2600-COUNT-HOLDS.
009400     OPEN INPUT PENDING-CALC.
009410     IF PEND-NOT-FOUND
009420         GO TO 2600-EXIT
009430     END-IF.
009440     IF NOT PEND-OK
009450         DISPLAY 'ERROR OPENING CALCPEND - STATUS '
009460             WK-PEND-STATUS
009470         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009480     END-IF.
009490     PERFORM 2610-COUNT-ONE-HOLD THRU 2610-EXIT
009500         UNTIL PEND-EOF.
009510     CLOSE PENDING-CALC.
009520 2600-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560*    2610-COUNT-ONE-HOLD - COUNT ONE HELD ITEM.                 *
009570*****************************************************************
009580 2610-COUNT-ONE-HOLD.
009590     READ PENDING-CALC
009600         AT END
009610             SET PEND-EOF TO TRUE
009620             GO TO 2610-EXIT
009630     END-READ.
009640     ADD 1 TO WK-RECORDS-READ.
009650     COMPUTE WK-REC-PERIOD = PD-YEAR * 100 + PD-MONTH.
009660     IF WK-REC-PERIOD < WK-FROM-PERIOD
009670             OR WK-REC-PERIOD > WK-TO-PERIOD
009680         GO TO 2610-EXIT
009690     END-IF.
009700     EVALUATE TRUE
009710         WHEN PD-APPROVED
009720             MOVE 3 TO WK-ACT-SLOT
009730         WHEN PD-REJECTED
009740             MOVE 4 TO WK-ACT-SLOT
009750         WHEN OTHER
009760             MOVE 5 TO WK-ACT-SLOT
009770     END-EVALUATE.
009780     MOVE PD-NAME TO WK-ACT-NAME.
009790     MOVE PD-ACCOUNT TO WK-ACT-ACCOUNT.
009800     MOVE ZEROS TO WK-ACT-REASON-SLOT.
009810     PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT.
009820 2610-EXIT.
009830     EXIT.
009840
009850*****************************************************************
009860*    3000-ADD-ACTIVITY - COUNT ONE ITEM OF ACTIVITY AGAINST ITS *
009870*    OPERATOR, ITS DEPARTMENT AND THE SHOP.                     *
009880*****************************************************************
009890 3000-ADD-ACTIVITY.
009900     ADD 1 TO WK-SHOP-SLOT(WK-ACT-SLOT).
009910     IF WK-ACT-REASON-SLOT > ZEROS
009920         ADD 1 TO WK-SHOP-SLOT(WK-ACT-REASON-SLOT)
009930     END-IF.
009940     PERFORM 3100-FIND-OPERATOR THRU 3100-EXIT.
009950     IF WK-OPER-MATCH > ZEROS
009960         ADD 1 TO WK-OPER-SLOT(WK-OPER-MATCH, WK-ACT-SLOT)
009970         IF WK-ACT-REASON-SLOT > ZEROS
009980             ADD 1 TO
009990                 WK-OPER-SLOT(WK-OPER-MATCH, WK-ACT-REASON-SLOT)
010000         END-IF
010010     END-IF.
010020     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
010030     IF WK-ACCT-MATCH > ZEROS
010040         ADD 1 TO WK-ACCT-SLOT(WK-ACCT-MATCH, WK-ACT-SLOT)
010050         IF WK-ACT-REASON-SLOT > ZEROS
010060             ADD 1 TO
010070                 WK-ACCT-SLOT(WK-ACCT-MATCH, WK-ACT-REASON-SLOT)
010080         END-IF
010090     END-IF.
010100 3000-EXIT.
010110     EXIT.
010120
010130*****************************************************************
010140*    3100-FIND-OPERATOR - LOCATE THE OPERATOR'S TABLE ENTRY,    *
010150*    INSERTING A NEW ONE IN NAME ORDER THE FIRST TIME THE NAME  *
010160*    IS SEEN. LEAVES ITS SUBSCRIPT IN WK-OPER-MATCH (ZERO WHEN  *
010170*    THE TABLE IS FULL).                                        *
010180*****************************************************************
010190 3100-FIND-OPERATOR.
010200     MOVE ZEROS TO WK-OPER-MATCH.
010210     SET SCAN-NOT-DONE TO TRUE.
010220     PERFORM 3110-SCAN-OPERATOR THRU 3110-EXIT
010230         VARYING WK-OPER-SUB FROM 1 BY 1
010240         UNTIL WK-OPER-SUB > WK-OPER-COUNT OR NOT SCAN-NOT-DONE.
010250     IF SCAN-FOUND
010260         GO TO 3100-EXIT
010270     END-IF.
010280     IF WK-OPER-COUNT NOT < 500
010290         MOVE ZEROS TO WK-OPER-MATCH
010300         IF NOT OPER-TABLE-FULL
010310             DISPLAY 'WARNING - OPERATOR TABLE FULL AT 500.'
010320             SET OPER-TABLE-FULL TO TRUE
010330         END-IF
010340         GO TO 3100-EXIT
010350     END-IF.
010360     IF SCAN-NOT-DONE
010370         COMPUTE WK-OPER-MATCH = WK-OPER-COUNT + 1
010380     END-IF.
010390     PERFORM 3120-SHIFT-OPERATOR THRU 3120-EXIT
010400         VARYING WK-OPER-SUB FROM WK-OPER-COUNT BY -1
010410         UNTIL WK-OPER-SUB < WK-OPER-MATCH.
010420     ADD 1 TO WK-OPER-COUNT.
010430     MOVE WK-ACT-NAME TO WK-OPER-NAME(WK-OPER-MATCH).
010440     MOVE ZEROS TO WK-OPER-COUNTS(WK-OPER-MATCH).
010450 3100-EXIT.
010460     EXIT.
010470
010480*****************************************************************
010490*    3110-SCAN-OPERATOR - STOP ON THE OPERATOR'S ENTRY, OR ON   *
010500*    THE FIRST ENTRY THAT SORTS AFTER IT.                       *
010510*****************************************************************
010520 3110-SCAN-OPERATOR.
010530     IF WK-OPER-NAME(WK-OPER-SUB) = WK-ACT-NAME
010540         MOVE WK-OPER-SUB TO WK-OPER-MATCH
010550         SET SCAN-FOUND TO TRUE
010560         GO TO 3110-EXIT
010570     END-IF.
010580     IF WK-OPER-NAME(WK-OPER-SUB) > WK-ACT-NAME
010590         MOVE WK-OPER-SUB TO WK-OPER-MATCH
010600         SET SCAN-INSERT TO TRUE
010610     END-IF.
010620 3110-EXIT.
010630     EXIT.
010640
010650*****************************************************************
010660*    3120-SHIFT-OPERATOR - MOVE ONE ENTRY DOWN A PLACE TO OPEN  *
010670*    THE INSERTION POINT.                                       *
010680*****************************************************************
010690 3120-SHIFT-OPERATOR.
010700     MOVE WK-OPER-ENTRY(WK-OPER-SUB)
010710         TO WK-OPER-ENTRY(WK-OPER-SUB + 1).
010720 3120-EXIT.
010730     EXIT.
010740
010750*****************************************************************
010760*    3200-FIND-ACCOUNT - LOCATE THE DEPARTMENT'S TABLE ENTRY BY *
010770*    ACCOUNT CODE, INSERTING A NEW ONE IN CODE ORDER THE FIRST  *
010780*    TIME THE CODE IS SEEN. LEAVES ITS SUBSCRIPT IN             *
010790*    WK-ACCT-MATCH (ZERO WHEN THE TABLE IS FULL).               *
010800*****************************************************************
010810 3200-FIND-ACCOUNT.
010820     MOVE ZEROS TO WK-ACCT-MATCH.
010830     SET SCAN-NOT-DONE TO TRUE.
010840     PERFORM 3210-SCAN-ACCOUNT THRU 3210-EXIT
010850         VARYING WK-ACCT-SUB FROM 1 BY 1
010860         UNTIL WK-ACCT-SUB > WK-ACCT-COUNT OR NOT SCAN-NOT-DONE.
010870     IF SCAN-FOUND
010880         GO TO 3200-EXIT
010890     END-IF.
010900     IF WK-ACCT-COUNT NOT < 200
010910         MOVE ZEROS TO WK-ACCT-MATCH
010920         IF NOT ACCT-TABLE-FULL
010930             DISPLAY 'WARNING - DEPARTMENT TABLE FULL AT 200.'
010940             SET ACCT-TABLE-FULL TO TRUE
010950         END-IF
010960         GO TO 3200-EXIT
010970     END-IF.
010980     IF SCAN-NOT-DONE
010990         COMPUTE WK-ACCT-MATCH = WK-ACCT-COUNT + 1
011000     END-IF.
011010     PERFORM 3220-SHIFT-ACCOUNT THRU 3220-EXIT
011020         VARYING WK-ACCT-SUB FROM WK-ACCT-COUNT BY -1
011030         UNTIL WK-ACCT-SUB < WK-ACCT-MATCH.
011040     ADD 1 TO WK-ACCT-COUNT.
011050     MOVE WK-ACT-ACCOUNT TO WK-ACCT-CODE(WK-ACCT-MATCH).
011060     MOVE ZEROS TO WK-ACCT-COUNTS(WK-ACCT-MATCH).
011070 3200-EXIT.
011080     EXIT.
011090
011100*****************************************************************
011110*    3210-SCAN-ACCOUNT - STOP ON THE DEPARTMENT'S ENTRY, OR ON  *
011120*    THE FIRST ENTRY THAT SORTS AFTER IT.                       *
011130*****************************************************************
011140 3210-SCAN-ACCOUNT.
011150     IF WK-ACCT-CODE(WK-ACCT-SUB) = WK-ACT-ACCOUNT
011160         MOVE WK-ACCT-SUB TO WK-ACCT-MATCH
011170         SET SCAN-FOUND TO TRUE
011180         GO TO 3210-EXIT
011190     END-IF.
011200     IF WK-ACCT-CODE(WK-ACCT-SUB) > WK-ACT-ACCOUNT
011210         MOVE WK-ACCT-SUB TO WK-ACCT-MATCH
011220         SET SCAN-INSERT TO TRUE
011230     END-IF.
011240 3210-EXIT.
011250     EXIT.
011260
011270*****************************************************************
011280*    3220-SHIFT-ACCOUNT - MOVE ONE ENTRY DOWN A PLACE TO OPEN   *
011290*    THE INSERTION POINT.                                       *
011300*****************************************************************
011310 3220-SHIFT-ACCOUNT.
011320     MOVE WK-ACCT-ENTRY(WK-ACCT-SUB)
011330         TO WK-ACCT-ENTRY(WK-ACCT-SUB + 1).
011340 3220-EXIT.
011350     EXIT.
011360
011370*****************************************************************
011380*    4000-PRINT-OPERATORS - PRINT ONE SCORECARD BLOCK PER       *
011390*    OPERATOR IN NAME ORDER, FLAGGING ANY WHOSE REJECT OR       *
011400*    REVERSAL RATE IS OVER ITS LIMIT.                           *
011410*****************************************************************
011420 4000-PRINT-OPERATORS.
011430     MOVE 'OPERATOR' TO WK-HL-LABEL.
011440     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
011450     IF WK-OPER-COUNT = ZEROS
011460         MOVE 'NO ACTIVITY IN THE PERIOD RANGE.' TO RO-LINE
011470         WRITE RO-LINE
011480         GO TO 4000-EXIT
011490     END-IF.
011500     SET OPERATOR-BLOCK TO TRUE.
011510     PERFORM 4010-PRINT-ONE-OPERATOR THRU 4010-EXIT
011520         VARYING WK-OPER-SUB FROM 1 BY 1
011530         UNTIL WK-OPER-SUB > WK-OPER-COUNT.
011540 4000-EXIT.
011550     EXIT.
011560
011570*****************************************************************
011580*    4010-PRINT-ONE-OPERATOR - PRINT ONE OPERATOR'S BLOCK.      *
011590*****************************************************************
011600 4010-PRINT-ONE-OPERATOR.
011610     MOVE SPACES TO WK-BLK-LABEL.
011620     MOVE WK-OPER-NAME(WK-OPER-SUB) TO WK-BLK-LABEL.
011630     IF WK-OPER-NAME(WK-OPER-SUB) = SPACES
011640         MOVE '(NO NAME)' TO WK-BLK-LABEL
011650     END-IF.
011660     MOVE WK-OPER-COUNTS(WK-OPER-SUB) TO WK-BLK-COUNTS.
011670     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
011680 4010-EXIT.
011690     EXIT.
011700
011710*****************************************************************
011720*    4500-PRINT-DEPARTMENTS - AT THE FOOT, PRINT THE TOTALS OF  *
011730*    EACH DEPARTMENT (ACCOUNT CODE) AND OF THE WHOLE SHOP.      *
011740*    LEGACY ROWS CARRY A BLANK CODE AND TOTAL UNDER NO ACCOUNT. *
011750*****************************************************************
011760 4500-PRINT-DEPARTMENTS.
011770     MOVE SPACES TO RO-LINE.
011780     WRITE RO-LINE.
011790     MOVE 'DEPARTMENT TOTALS' TO RO-LINE.
011800     WRITE RO-LINE.
011810     MOVE 'DEPARTMENT' TO WK-HL-LABEL.
011820     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
011830     SET TOTAL-BLOCK TO TRUE.
011840     PERFORM 4510-PRINT-ONE-DEPARTMENT THRU 4510-EXIT
011850         VARYING WK-ACCT-SUB FROM 1 BY 1
011860         UNTIL WK-ACCT-SUB > WK-ACCT-COUNT.
011870     MOVE 'SHOP TOTAL' TO WK-BLK-LABEL.
011880     MOVE WK-SHOP-COUNTS TO WK-BLK-COUNTS.
011890     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
011900 4500-EXIT.
011910     EXIT.
011920
011930*****************************************************************
011940*    4510-PRINT-ONE-DEPARTMENT - PRINT ONE DEPARTMENT'S BLOCK.  *
011950*****************************************************************
011960 4510-PRINT-ONE-DEPARTMENT.
011970     MOVE SPACES TO WK-BLK-LABEL.
011980     IF WK-ACCT-CODE(WK-ACCT-SUB) = SPACES
011990         MOVE 'NO ACCOUNT' TO WK-BLK-LABEL
012000     ELSE
012010         STRING 'ACCOUNT ' DELIMITED BY SIZE
012020             WK-ACCT-CODE(WK-ACCT-SUB) DELIMITED BY SIZE
012030             INTO WK-BLK-LABEL
012040     END-IF.
012050     MOVE WK-ACCT-COUNTS(WK-ACCT-SUB) TO WK-BLK-COUNTS.
012060     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
012070 4510-EXIT.
012080     EXIT.
012090
012100*****************************************************************
012110*    5000-PRINT-BLOCK - PRINT THE COUNT LINE, THE RATE LINE,    *
012120*    THE REJECT-REASON LINE WHEN THERE ARE REJECTS, AND FOR AN  *
012130*    OPERATOR THE FLAG LINE WHEN A RATE IS OVER ITS LIMIT.      *
012140*    TOTAL ACTIVITY IS POSTED + REJECTED + HELD REJECTED + HELD *
012150*    PENDING + REVERSED; AN APPROVED HOLD IS ALREADY POSTED.    *
012160*****************************************************************
012170 5000-PRINT-BLOCK.
012180     COMPUTE WK-BLK-ACTIVITY = WK-BLK-SLOT(1) + WK-BLK-SLOT(2)
012190         + WK-BLK-SLOT(4) + WK-BLK-SLOT(5) + WK-BLK-SLOT(6).
012200     PERFORM 5010-WORK-OUT-RATE THRU 5010-EXIT
012210         VARYING WK-SLOT-SUB FROM 1 BY 1
012220         UNTIL WK-SLOT-SUB > 6.
012230     MOVE SPACES TO WK-COUNT-LINE.
012240     MOVE WK-BLK-LABEL TO WK-CL-LABEL.
012250     MOVE WK-BLK-ACTIVITY TO WK-CL-COUNT(1).
012260     MOVE SPACES TO WK-RATE-LINE.
012270     MOVE '    RATE OF ACTIVITY' TO WK-RL-LABEL.
012280     PERFORM 5020-FILL-CELLS THRU 5020-EXIT
012290         VARYING WK-SLOT-SUB FROM 1 BY 1
012300         UNTIL WK-SLOT-SUB > 6.
012310     MOVE WK-COUNT-LINE TO RO-LINE.
012320     WRITE RO-LINE.
012330     MOVE WK-RATE-LINE TO RO-LINE.
012340     WRITE RO-LINE.
012350     IF WK-BLK-SLOT(2) > ZEROS
012360         MOVE SPACES TO WK-REASON-LINE
012370         MOVE '    REJECTS BY REASON' TO WK-RS-LABEL
012380         PERFORM 5030-FILL-REASON THRU 5030-EXIT
012390             VARYING WK-REASON-SUB FROM 1 BY 1
012400             UNTIL WK-REASON-SUB > 7
012410         MOVE WK-REASON-LINE TO RO-LINE
012420         WRITE RO-LINE
012430     END-IF.
012440     IF OPERATOR-BLOCK
012450         PERFORM 5050-FLAG-OPERATOR THRU 5050-EXIT
012460     END-IF.
012470     MOVE SPACES TO RO-LINE.
012480     WRITE RO-LINE.
012490 5000-EXIT.
012500     EXIT.
012510
012520*****************************************************************
012530*    5010-WORK-OUT-RATE - ONE COUNT AS A PERCENTAGE OF TOTAL    *
012540*    ACTIVITY.                                                  *
012550*****************************************************************
012560 5010-WORK-OUT-RATE.
012570     IF WK-BLK-ACTIVITY = ZEROS
012580         MOVE ZEROS TO WK-BLK-RATE(WK-SLOT-SUB)
012590     ELSE
012600         COMPUTE WK-BLK-RATE(WK-SLOT-SUB) ROUNDED =
012610             WK-BLK-SLOT(WK-SLOT-SUB) * 100 / WK-BLK-ACTIVITY
012620     END-IF.
012630 5010-EXIT.
012640     EXIT.
012650
012660*****************************************************************
012670*    5020-FILL-CELLS - MOVE ONE COUNT AND ITS RATE TO THE       *
012680*    PRINT LINES.                                               *
012690*****************************************************************
012700 5020-FILL-CELLS.
012710     MOVE WK-BLK-SLOT(WK-SLOT-SUB)
012720         TO WK-CL-COUNT(WK-SLOT-SUB + 1).
012730     MOVE WK-BLK-RATE(WK-SLOT-SUB) TO WK-RL-RATE(WK-SLOT-SUB).
012740     MOVE '%' TO WK-RL-PCT(WK-SLOT-SUB).
012750 5020-EXIT.
012760     EXIT.
012770
012780*****************************************************************
012790*    5030-FILL-REASON - MOVE ONE REJECT CODE AND ITS COUNT TO   *
012800*    THE REASON LINE.                                           *
012810*****************************************************************
012820 5030-FILL-REASON.
012830     MOVE WK-REASON-CODE(WK-REASON-SUB)
012840         TO WK-RS-CODE(WK-REASON-SUB).
012850     MOVE WK-BLK-SLOT(WK-REASON-SUB + 6)
012860         TO WK-RS-COUNT(WK-REASON-SUB).
012870 5030-EXIT.
012880     EXIT.
012890
012900*****************************************************************
012910*    5050-FLAG-OPERATOR - FLAG AN OPERATOR WHOSE REJECT RATE OR *
012920*    REVERSAL RATE IS OVER ITS LIMIT.                           *
012930*****************************************************************
012940 5050-FLAG-OPERATOR.
012950     MOVE 'N' TO WK-BLK-REJ-OVER WK-BLK-REV-OVER.
012960     IF WK-BLK-RATE(2) > WK-REJ-LIMIT
012970         SET REJECT-RATE-OVER TO TRUE
012980     END-IF.
012990     IF WK-BLK-RATE(6) > WK-REV-LIMIT
013000         SET REVERSAL-RATE-OVER TO TRUE
013010     END-IF.
013020     EVALUATE TRUE
013030         WHEN REJECT-RATE-OVER AND REVERSAL-RATE-OVER
013040             MOVE 'REJECT AND REVERSAL RATES OVER LIMIT ***'
013050                 TO WK-FL-TEXT
013060         WHEN REJECT-RATE-OVER
013070             MOVE 'REJECT RATE OVER LIMIT ***' TO WK-FL-TEXT
013080         WHEN REVERSAL-RATE-OVER
013090             MOVE 'REVERSAL RATE OVER LIMIT ***' TO WK-FL-TEXT
013100         WHEN OTHER
013110             GO TO 5050-EXIT
013120     END-EVALUATE.
013130     MOVE WK-FLAG-LINE TO RO-LINE.
013140     WRITE RO-LINE.
013150     ADD 1 TO WK-OPER-FLAGGED.
013160 5050-EXIT.
013170     EXIT.
013180
013190*****************************************************************
013200*    5100-WRITE-HEADINGS - WRITE THE COLUMN HEADINGS.           *
013210*****************************************************************
013220 5100-WRITE-HEADINGS.
013230     MOVE SPACES TO RO-LINE.
013240     WRITE RO-LINE.
013250     MOVE WK-HEAD-LINE-1 TO RO-LINE.
013260     WRITE RO-LINE.
013270     MOVE WK-HEAD-LINE-2 TO RO-LINE.
013280     WRITE RO-LINE.
013290     MOVE SPACES TO RO-LINE.
013300     WRITE RO-LINE.
013310 5100-EXIT.
013320     EXIT.
013330
013340*****************************************************************
013350*    9999-FINALIZE - PRINT THE RUN SUMMARY, CLOSE THE LISTING   *
013360*    AND SET THE RETURN-CODE.                                   *
013370*****************************************************************
013380 9999-FINALIZE.
013390     MOVE 'RUN SUMMARY' TO RO-LINE.
013400     WRITE RO-LINE.
013410     MOVE 'INPUT RECORDS READ...............' TO WK-TL-LABEL.
013420     MOVE WK-RECORDS-READ TO WK-TL-COUNT.
013430     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
013440     MOVE 'OPERATORS LISTED.................' TO WK-TL-LABEL.
013450     MOVE WK-OPER-COUNT TO WK-TL-COUNT.
013460     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
013470     MOVE 'OPERATORS FLAGGED................' TO WK-TL-LABEL.
013480     MOVE WK-OPER-FLAGGED TO WK-TL-COUNT.
013490     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
013500     IF WK-ADJ-UNMATCHED > ZEROS
013510         MOVE 'REVERSALS WITH NO REVERSAL ENTRY.' TO WK-TL-LABEL
013520         MOVE WK-ADJ-UNMATCHED TO WK-TL-COUNT
013530         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
013540     END-IF.
013550     CLOSE REPORT-OUT.
013560     IF WK-OPER-FLAGGED > ZEROS
013570         MOVE 4 TO RETURN-CODE
013580     END-IF.
013590     DISPLAY 'OPERATORS LISTED.......: ' WK-OPER-COUNT.
013600     DISPLAY 'OPERATORS FLAGGED......: ' WK-OPER-FLAGGED.
013610 9999-EXIT.
013620     EXIT.
013630
013640*****************************************************************
013650*    9100-WRITE-TOTAL - PRINT ONE TOTAL LINE.                   *
013660*****************************************************************
013670 9100-WRITE-TOTAL.
013680     MOVE WK-TOTAL-LINE TO RO-LINE.
013690     WRITE RO-LINE.
013700 9100-EXIT.
013710     EXIT.
013720
013730*****************************************************************
013740*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
013750*    RUN TO THE SHARED JOB-RUN LOG.                             *
013760*****************************************************************
013770 9800-LOG-JOB-START.
013780     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
013790     ACCEPT WK-TIME-SYS FROM TIME.
013800     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
013810     MOVE SPACES TO JL-RECORD.
013820     MOVE 'OPERSCR' TO JL-PROGRAM.
013830     SET JL-START-REC TO TRUE.
013840     MOVE WK-JOB-START-DATE TO JL-START-DATE.
013850     MOVE WK-JOB-START-TIME TO JL-START-TIME.
013860     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
013870     MOVE WK-JOB-PARAMS TO JL-PARAMS.
013880     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
013890         JL-REJECT-COUNT JL-RETURN-CODE.
013900     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
013910 9800-EXIT.
013920     EXIT.
013930
013940*****************************************************************
013950*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
013960*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
013970*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
013980*****************************************************************
013990 9810-LOG-JOB-END.
014000     MOVE WK-RECORDS-READ TO WK-JOB-READ-COUNT.
014010     MOVE WK-OPER-COUNT TO WK-JOB-WRITTEN-COUNT.
014020     MOVE WK-OPER-FLAGGED TO WK-JOB-REJECT-COUNT.
014030     MOVE SPACES TO JL-RECORD.
014040     MOVE 'OPERSCR' TO JL-PROGRAM.
014050     SET JL-END-REC TO TRUE.
014060     MOVE WK-JOB-START-DATE TO JL-START-DATE.
014070     MOVE WK-JOB-START-TIME TO JL-START-TIME.
014080     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
014090     ACCEPT WK-TIME-SYS FROM TIME.
014100     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
014110     MOVE WK-JOB-PARAMS TO JL-PARAMS.
014120     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
014130     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
014140     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
014150     MOVE RETURN-CODE TO JL-RETURN-CODE.
014160     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
014170 9810-EXIT.
014180     EXIT.
014190
014200*****************************************************************
014210*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
014220*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
014230*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
014240*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
014250*    WARNING - IT NEVER STOPS THE RUN.                          *
014260*****************************************************************
014270 9820-WRITE-JOB-LOG.
014280     OPEN EXTEND JOB-LOG.
014290     IF JOBLOG-NOT-FOUND
014300         OPEN OUTPUT JOB-LOG
014310     END-IF.
014320     IF NOT JOBLOG-OK
014330         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
014340             WK-JOBLOG-STATUS
014350         GO TO 9820-EXIT
014360     END-IF.
014370     WRITE JL-RECORD.
014380     IF NOT JOBLOG-OK
014390         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
014400             WK-JOBLOG-STATUS
014410     END-IF.
014420     CLOSE JOB-LOG.
014430 9820-EXIT.
014440     EXIT.
