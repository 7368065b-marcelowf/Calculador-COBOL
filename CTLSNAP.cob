000010*****************************************************************
000020*    PROGRAM-ID  : CTLSNAP                                      *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : SNAPSHOT, VERIFY AND RESTORE OF THE CONTROL  *
000070*                  FILES AS ONE SET - CALCSEQ, PERDCTL,         *
000080*                  BATCHREG, CALCPEND, STDTXN, USERMAST,        *
000090*                  ACCTMAST AND BUDMAST.                        *
000100*                    - S TAKES A SNAPSHOT. EVERY RECORD OF      *
000110*                      EVERY FILE IS APPENDED TO SNAPDATA UNDER *
000120*                      A SNAPSHOT ID OF THE RUN DATE AND TIME,  *
000130*                      AND ONE SNAPMAN MANIFEST RECORD PER FILE *
000140*                      HOLDS ITS RECORD COUNT AND CHECKSUM. A   *
000150*                      FILE THAT DOES NOT EXIST IS LISTED AS    *
000160*                      MISSING. THE LIVE CALCSEQ IS THEN        *
000170*                      CHECKED AGAINST THE HIGHEST CL-REF ON    *
000180*                      CALC-LOG AND CALCARCH;                   *
000190*                    - V RE-READS A SNAPSHOT FROM SNAPDATA AND  *
000200*                      CHECKS EVERY FILE'S COUNT AND CHECKSUM   *
000210*                      AGAINST THE MANIFEST;                    *
000220*                    - R VERIFIES A SNAPSHOT AND PUTS IT BACK   *
000230*                      AS A SET. IT IS REFUSED UNLESS THE       *
000240*                      CS-NEXT-REF IT LEAVES IS HIGHER THAN     *
000250*                      EVERY CL-REF ON CALC-LOG AND CALCARCH,   *
000260*                      SO NO REFERENCE CAN BE ISSUED TWICE. THE *
000270*                      CURRENT FILES ARE SNAPSHOTTED FIRST SO   *
000280*                      THE RESTORE CAN ITSELF BE UNDONE. FILES  *
000290*                      THAT WERE MISSING WHEN THE SNAPSHOT WAS  *
000300*                      TAKEN ARE LEFT AS THEY ARE;              *
000310*                    - L LISTS THE MANIFEST.                    *
000320*                  RUN IT WHEN NOTHING ELSE IS POSTING.         *
000330*                  OPTIONAL PARMCARD - COL 1 FUNCTION S, V, R   *
000340*                  OR L (BLANK = S), COLS 2-15 SNAPSHOT ID      *
000350*                  YYYYMMDDHHMMSS (V: BLANK = THE LATEST; R:    *
000360*                  REQUIRED), COL 16 A = ON RESTORE, ADVANCE    *
000370*                  CS-NEXT-REF PAST THE HIGHEST CL-REF INSTEAD  *
000380*                  OF REFUSING.                                 *
000390*                  RETURN CODES: 0 OK, 4 CALCSEQ BEHIND THE     *
000400*                  LOGGED REFERENCES OR ADVANCED ON RESTORE, 8  *
000410*                  BAD PARAMETER CARD OR SNAPSHOT NOT ON THE    *
000420*                  MANIFEST, 12 VERIFY FAILED OR RESTORE        *
000430*                  REFUSED, 16 FILE ERROR.                      *
000440*    MODIFICATION HISTORY                                       *
000450*    -------------------                                        *
000460*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. CTLSNAP.
000500 AUTHOR. J. B. FONSECA.
000510 INSTALLATION. DATA PROCESSING DEPT.
000520 DATE-WRITTEN. 15/10/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. GENERIC.
000580 OBJECT-COMPUTER. GENERIC.
000590 SPECIAL-NAMES.
000600     DECIMAL-POINT IS COMMA.
000610
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT CALC-SEQ ASSIGN TO 'CALCSEQ'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WK-CTL-STATUS.
000670     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-CTL-STATUS.
000700     SELECT BATCH-REGISTER ASSIGN TO 'BATCHREG'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WK-CTL-STATUS.
000730     SELECT PENDING-CALC ASSIGN TO 'CALCPEND'
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WK-CTL-STATUS.
000760     SELECT STANDING-MASTER ASSIGN TO 'STDTXN'
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS ST-ID
000800         FILE STATUS IS WK-CTL-STATUS.
000810     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS USR-ID
000850         FILE STATUS IS WK-CTL-STATUS.
000860     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS AC-CODE
000900         FILE STATUS IS WK-CTL-STATUS.
000910     SELECT BUDGET-MASTER ASSIGN TO 'BUDMAST'
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS BG-KEY
000950         FILE STATUS IS WK-CTL-STATUS.
000960     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WK-CALCLOG-STATUS.
000990     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WK-ARCH-STATUS.
001020     SELECT SNAP-DATA ASSIGN TO 'SNAPDATA'
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WK-SNAPDATA-STATUS.
001050     SELECT SNAP-MANIFEST ASSIGN TO 'SNAPMAN'
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WK-SNAPMAN-STATUS.
001080     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WK-PARAM-STATUS.
001110     SELECT REPORT-OUT ASSIGN TO 'SNAPRPT'
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WK-REPORT-STATUS.
001140     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WK-JOBLOG-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  CALC-SEQ
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY CALCSEQ.
001240
001250 FD  PERIOD-CONTROL
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 COPY PERDCTL.
001290
001300 FD  BATCH-REGISTER
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 COPY BATCHRG.
001340
001350 FD  PENDING-CALC
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 COPY PENDCAL.
001390
001400 FD  STANDING-MASTER
001410     LABEL RECORDS ARE STANDARD.
001420 COPY STDTXN.
001430
001440 FD  USER-MASTER
001450     LABEL RECORDS ARE STANDARD.
001460 COPY USRMAST.
001470
001480 FD  ACCOUNT-MASTER
001490     LABEL RECORDS ARE STANDARD.
001500 COPY ACCTMAST.
001510
001520 FD  BUDGET-MASTER
001530     LABEL RECORDS ARE STANDARD.
001540 COPY BUDMAST.
001550
001560 FD  CALC-LOG
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590 COPY CALCLOG.
001600
001610 FD  CALC-ARCH
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  CA-RECORD.
001650     05  CA-NAME                 PIC X(20).
001660     05  CA-DATE.
001670         10  CA-YEAR             PIC 9(04).
001680         10  CA-MONTH            PIC 9(02).
001690         10  CA-DAY              PIC 9(02).
001700     05  CA-N01                  PIC S9(05)V99.
001710     05  CA-SIN                  PIC X(01).
001720     05  CA-N02                  PIC S9(05)V99.
001730     05  CA-RES                  PIC S9(07)V99.
001740     05  CA-LEVEL                PIC 9(02).
001750     05  CA-REF                  PIC 9(09).
001760     05  CA-ACCOUNT              PIC X(06).
001770
001780 FD  SNAP-DATA
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810 COPY SNAPDAT.
001820
001830 FD  SNAP-MANIFEST
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD.
001860 COPY SNAPMAN.
001870
001880 FD  PARAM-FILE
001890     RECORDING MODE IS F
001900     LABEL RECORDS ARE STANDARD.
001910 01  PM-CARD.
001920     05  PM-FUNCTION             PIC X(01).
001930     05  PM-SNAP-ID              PIC X(14).
001940     05  PM-ADVANCE              PIC X(01).
001950     05  FILLER                  PIC X(64).
001960
001970 FD  REPORT-OUT
001980     LABEL RECORDS ARE STANDARD.
001990 01  RO-LINE                     PIC X(80).
002000
002010 FD  JOB-LOG
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002040 COPY JOBLOG.
002050
002060 WORKING-STORAGE SECTION.
002070 COPY WSCALC.
002080
002090*****************************************************************
002100*    ONE STATUS IS SHARED BY THE EIGHT CONTROL FILES - ONLY ONE *
002110*    OF THEM IS EVER OPEN AT A TIME, EXCEPT ON RESTORE, WHERE   *
002120*    EVERY WRITE IS CHECKED AS IT IS MADE.                      *
002130*****************************************************************
002140 77  WK-CTL-STATUS               PIC X(02) VALUE ZEROS.
002150     88  CTL-OK                      VALUE '00'.
002160     88  CTL-EOF                     VALUE '10'.
002170     88  CTL-NOT-FOUND               VALUE '35'.
002180
002190 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
002200     88  ARCH-OK                     VALUE '00'.
002210     88  ARCH-EOF                    VALUE '10'.
002220     88  ARCH-NOT-FOUND              VALUE '35'.
002230
002240 77  WK-SNAPDATA-STATUS          PIC X(02) VALUE ZEROS.
002250     88  SNAPDATA-OK                 VALUE '00'.
002260     88  SNAPDATA-EOF                VALUE '10'.
002270     88  SNAPDATA-NOT-FOUND          VALUE '35'.
002280
002290 77  WK-SNAPMAN-STATUS           PIC X(02) VALUE ZEROS.
002300     88  SNAPMAN-OK                  VALUE '00'.
002310     88  SNAPMAN-EOF                 VALUE '10'.
002320     88  SNAPMAN-NOT-FOUND           VALUE '35'.
002330
002340 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
002350     88  PARAM-OK                    VALUE '00'.
002360     88  PARAM-EOF                   VALUE '10'.
002370     88  PARAM-NOT-FOUND             VALUE '35'.
002380
002390 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
002400     88  REPORT-OK                   VALUE '00'.
002410
002420 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
002430     88  JOBLOG-OK                   VALUE '00'.
002440     88  JOBLOG-NOT-FOUND            VALUE '35'.
002450
002460 01  WK-PARAM-SWITCHES.
002470     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
002480         88  PARAM-MODE              VALUE 'Y'.
002490         88  CONSOLE-MODE            VALUE 'N'.
002500     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
002510         88  PARAM-CARD-VALID        VALUE 'Y'.
002520         88  PARAM-CARD-INVALID      VALUE 'N'.
002530
002540 01  WK-SNAP-SWITCHES.
002550     05  WK-SW-LIVE-EOF          PIC X(01) VALUE 'N'.
002560         88  LIVE-EOF                VALUE 'Y'.
002570         88  LIVE-NOT-EOF            VALUE 'N'.
002580     05  WK-SW-LIVE-WRITE        PIC X(01) VALUE 'Y'.
002590         88  LIVE-WRITE-OK           VALUE 'Y'.
002600         88  LIVE-WRITE-FAILED       VALUE 'N'.
002610     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
002620         88  LOG-EOF                 VALUE 'Y'.
002630         88  LOG-NOT-EOF             VALUE 'N'.
002640     05  WK-SW-PICK-LATEST       PIC X(01) VALUE 'N'.
002650         88  PICK-LATEST             VALUE 'Y'.
002660         88  PICK-GIVEN-ID           VALUE 'N'.
002670     05  WK-SW-SNAP-REF          PIC X(01) VALUE 'N'.
002680         88  SNAP-REF-FOUND          VALUE 'Y'.
002690         88  SNAP-REF-NOT-FOUND      VALUE 'N'.
002700     05  WK-SW-ADVANCE           PIC X(01) VALUE 'N'.
002710         88  ADVANCE-REQUESTED       VALUE 'Y'.
002720         88  ADVANCE-NOT-REQUESTED   VALUE 'N'.
002730     05  WK-SW-CALCSEQ-ADV       PIC X(01) VALUE 'N'.
002740         88  CALCSEQ-ADVANCED        VALUE 'Y'.
002750         88  CALCSEQ-NOT-ADVANCED    VALUE 'N'.
002760     05  WK-SW-RESTORE           PIC X(01) VALUE 'Y'.
002770         88  RESTORE-ALLOWED         VALUE 'Y'.
002780         88  RESTORE-REFUSED         VALUE 'N'.
002790
002800 77  WK-FUNCTION                 PIC X(01) VALUE 'S'.
002810     88  FUNC-SNAPSHOT               VALUE 'S'.
002820     88  FUNC-VERIFY                 VALUE 'V'.
002830     88  FUNC-RESTORE                VALUE 'R'.
002840     88  FUNC-LIST                   VALUE 'L'.
002850     88  FUNC-IS-VALID               VALUE 'S' 'V' 'R' 'L'.
002860
002870*****************************************************************
002880*    SNAPSHOT IDS - THE ONE ASKED FOR ON THE CARD (OR FOUND AS  *
002890*    THE LATEST) AND THE ONE BEING TAKEN BY THIS RUN.           *
002900*****************************************************************
002910 01  WK-SEL-SNAP-ID.
002920     05  WK-SEL-DATE             PIC 9(08) VALUE ZEROS.
002930     05  WK-SEL-TIME             PIC 9(06) VALUE ZEROS.
002940 01  WK-NEW-SNAP-ID.
002950     05  WK-NEW-DATE             PIC 9(08) VALUE ZEROS.
002960     05  WK-NEW-TIME             PIC 9(06) VALUE ZEROS.
002970 01  WK-LAST-LISTED-ID           PIC X(14) VALUE SPACES.
002980
002990*****************************************************************
003000*    THE CONTROL FILES IN THE ORDER THEY ARE SNAPSHOTTED, WITH  *
003010*    THEIR RECORD LENGTHS. THE SUBSCRIPT SELECTS THE FILE IN    *
003020*    THE 7000-7300 PARAGRAPHS.                                  *
003030*****************************************************************
003040 01  WK-FILE-VALUES.
003050     05  FILLER                  PIC X(11) VALUE 'CALCSEQ 009'.
003060     05  FILLER                  PIC X(11) VALUE 'PERDCTL 034'.
003070     05  FILLER                  PIC X(11) VALUE 'BATCHREG080'.
003080     05  FILLER                  PIC X(11) VALUE 'CALCPEND094'.
003090     05  FILLER                  PIC X(11) VALUE 'STDTXN  065'.
003100     05  FILLER                  PIC X(11) VALUE 'USERMAST036'.
003110     05  FILLER                  PIC X(11) VALUE 'ACCTMAST039'.
003120     05  FILLER                  PIC X(11) VALUE 'BUDMAST 053'.
003130 01  WK-FILE-TABLE REDEFINES WK-FILE-VALUES.
003140     05  WK-FILE-DEF             OCCURS 8 TIMES.
003150         10  WK-FD-NAME          PIC X(08).
003160         10  WK-FD-LENGTH        PIC 9(03).
003170
003180 77  WK-FILE-COUNT               PIC 9(02) VALUE 8.
003190 77  WK-FILE-SUB                 PIC 9(02) VALUE ZEROS.
003200 77  WK-FILE-MATCH               PIC 9(02) VALUE ZEROS.
003210 77  WK-FIND-NAME                PIC X(08) VALUE SPACES.
003220
003230*****************************************************************
003240*    WHAT THE MANIFEST SAYS ABOUT EACH FILE OF THE SNAPSHOT     *
003250*    BEING VERIFIED OR RESTORED, AND WHAT SNAPDATA HAS FOR IT.  *
003260*****************************************************************
003270 01  WK-SET-TABLE.
003280     05  WK-SET-ENTRY            OCCURS 8 TIMES.
003290         10  WK-SE-STATE         PIC X(01).
003300             88  SE-PRESENT          VALUE 'P'.
003310             88  SE-MISSING          VALUE 'M'.
003320             88  SE-NOT-LISTED       VALUE 'N'.
003330         10  WK-SE-MAN-COUNT     PIC 9(07).
003340         10  WK-SE-MAN-SUM       PIC 9(15).
003350         10  WK-SE-MAN-LENGTH    PIC 9(03).
003360         10  WK-SE-DATA-COUNT    PIC 9(07).
003370         10  WK-SE-DATA-SUM      PIC 9(15).
003380         10  WK-SE-RESTORED      PIC 9(07).
003390
003400 01  WK-SET-FIELDS.
003410     05  WK-MAN-ENTRIES          PIC 9(02) VALUE ZEROS.
003420     05  WK-VERIFY-FAILURES      PIC 9(02) VALUE ZEROS.
003430     05  WK-SNAP-COUNT           PIC 9(07) VALUE ZEROS.
003440     05  WK-SNAP-SUM             PIC 9(15) VALUE ZEROS.
003450     05  WK-SNAP-STATE           PIC X(01) VALUE SPACES.
003460     05  WK-SNAPS-LISTED         PIC 9(05) VALUE ZEROS.
003470
003480*****************************************************************
003490*    CHECKSUM - EACH BYTE'S VALUE TIMES ITS POSITION IN THE     *
003500*    RECORD, SUMMED; EACH RECORD'S SUM TIMES ITS SEQUENCE IN    *
003510*    THE FILE, ADDED TO THE FILE TOTAL MODULO 10 ** 15.         *
003520*    A CHANGED, LOST, ADDED OR REORDERED RECORD CHANGES IT.     *
003530*****************************************************************
003540 01  WK-CHECKSUM-FIELDS.
003550     05  WK-IMAGE                PIC X(120) VALUE SPACES.
003560     05  WK-IMAGE-LENGTH         PIC 9(03) VALUE ZEROS.
003570     05  WK-BYTE-SUB             PIC 9(03) VALUE ZEROS.
003580     05  WK-REC-SEQ              PIC 9(07) VALUE ZEROS.
003590     05  WK-REC-SUM              PIC 9(09) VALUE ZEROS.
003600     05  WK-SUM-IN               PIC 9(15) VALUE ZEROS.
003610     05  WK-SUM-WORK             PIC 9(18) VALUE ZEROS.
003620     05  WK-SUM-QUOT             PIC 9(03) VALUE ZEROS.
003630
003640 01  WK-BYTE-PAIR.
003650     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
003660     05  WK-BYTE-CHAR            PIC X(01) VALUE LOW-VALUE.
003670 01  WK-BYTE-VALUE REDEFINES WK-BYTE-PAIR
003680                                 PIC 9(04) COMP.
003690
003700*****************************************************************
003710*    REFERENCE CHECK - THE HIGHEST CL-REF EVER POSTED AND THE   *
003720*    CS-NEXT-REF A RESTORE WOULD LEAVE (OR THE LIVE ONE).       *
003730*****************************************************************
003740 01  WK-REF-FIELDS.
003750     05  WK-MAX-REF              PIC 9(09) VALUE ZEROS.
003760     05  WK-CHECK-NEXT-REF       PIC 9(09) VALUE ZEROS.
003770     05  WK-NEXT-REF-TEXT        PIC X(09) VALUE SPACES.
003780     05  WK-NEXT-REF-NUM REDEFINES WK-NEXT-REF-TEXT
003790                                 PIC 9(09).
003800
003810 01  WK-RUN-FIELDS.
003820     05  WK-RUN-RC               PIC 9(02) VALUE ZEROS.
003830     05  WK-NEW-RC               PIC 9(02) VALUE ZEROS.
003840     05  WK-RECORDS-READ         PIC 9(07) VALUE ZEROS.
003850     05  WK-RECORDS-WRITTEN      PIC 9(07) VALUE ZEROS.
003860
003870 77  WK-SNAP-LABEL               PIC X(24) VALUE
003880     'SNAPSHOT TAKEN.........:'.
003890
003900 01  WK-TIME-SYS.
003910     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
003920     03  FILLER                  PIC 9(02) VALUE ZEROS.
003930
003940 01  WK-JOB-FIELDS.
003950     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
003960     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
003970     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
003980     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
003990     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
004000     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
004010
004020*****************************************************************
004030*    LISTING LINES                                              *
004040*****************************************************************
004050 01  WK-FUNC-LINE.
004060     05  FILLER                  PIC X(10) VALUE 'FUNCTION: '.
004070     05  WK-FN-TEXT              PIC X(30) VALUE SPACES.
004080     05  FILLER                  PIC X(40) VALUE SPACES.
004090
004100 01  WK-ID-LINE.
004110     05  WK-IL-LABEL             PIC X(24) VALUE SPACES.
004120     05  FILLER                  PIC X(01) VALUE SPACES.
004130     05  WK-IL-DATE              PIC 9(08) VALUE ZEROS.
004140     05  WK-IL-TIME              PIC 9(06) VALUE ZEROS.
004150     05  FILLER                  PIC X(41) VALUE SPACES.
004160
004170 01  WK-HEAD-1.
004180     05  FILLER                  PIC X(19) VALUE SPACES.
004190     05  FILLER                  PIC X(15) VALUE
004200         '----RECORDS----'.
004210     05  FILLER                  PIC X(02) VALUE SPACES.
004220     05  FILLER                  PIC X(31) VALUE
004230         '-----------CHECKSUM------------'.
004240     05  FILLER                  PIC X(13) VALUE SPACES.
004250
004260 01  WK-HEAD-2.
004270     05  FILLER                  PIC X(10) VALUE 'FILE'.
004280     05  FILLER                  PIC X(09) VALUE 'STATE'.
004290     05  FILLER                  PIC X(07) VALUE ' LISTED'.
004300     05  FILLER                  PIC X(01) VALUE SPACES.
004310     05  FILLER                  PIC X(07) VALUE '  FOUND'.
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004330     05  FILLER                  PIC X(15) VALUE
004340         '         LISTED'.
004350     05  FILLER                  PIC X(01) VALUE SPACES.
004360     05  FILLER                  PIC X(15) VALUE
004370         '          FOUND'.
004380     05  FILLER                  PIC X(02) VALUE SPACES.
004390     05  FILLER                  PIC X(11) VALUE 'RESULT'.
004400
004410 01  WK-DETAIL-LINE.
004420     05  WK-DL-FILE              PIC X(08) VALUE SPACES.
004430     05  FILLER                  PIC X(02) VALUE SPACES.
004440     05  WK-DL-STATE             PIC X(07) VALUE SPACES.
004450     05  FILLER                  PIC X(02) VALUE SPACES.
004460     05  WK-DL-MAN-COUNT         PIC ZZZZZZ9 VALUE ZEROS.
004470     05  FILLER                  PIC X(01) VALUE SPACES.
004480     05  WK-DL-DATA-COUNT        PIC ZZZZZZ9 VALUE ZEROS.
004490     05  FILLER                  PIC X(02) VALUE SPACES.
004500     05  WK-DL-MAN-SUM           PIC 9(15) VALUE ZEROS.
004510     05  FILLER                  PIC X(01) VALUE SPACES.
004520     05  WK-DL-DATA-SUM          PIC 9(15) VALUE ZEROS.
004530     05  FILLER                  PIC X(02) VALUE SPACES.
004540     05  WK-DL-RESULT            PIC X(11) VALUE SPACES.
004550
004560 01  WK-LIST-HEAD.
004570     05  FILLER                  PIC X(17) VALUE 'SNAPSHOT ID'.
004580     05  FILLER                  PIC X(10) VALUE 'FILE'.
004590     05  FILLER                  PIC X(09) VALUE 'STATE'.
004600     05  FILLER                  PIC X(09) VALUE 'RECORDS'.
004610     05  FILLER                  PIC X(35) VALUE 'CHECKSUM'.
004620
004630 01  WK-LIST-LINE.
004640     05  WK-LL-DATE              PIC 9(08) VALUE ZEROS.
004650     05  WK-LL-TIME              PIC 9(06) VALUE ZEROS.
004660     05  FILLER                  PIC X(03) VALUE SPACES.
004670     05  WK-LL-FILE              PIC X(08) VALUE SPACES.
004680     05  FILLER                  PIC X(02) VALUE SPACES.
004690     05  WK-LL-STATE             PIC X(07) VALUE SPACES.
004700     05  FILLER                  PIC X(02) VALUE SPACES.
004710     05  WK-LL-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
004720     05  FILLER                  PIC X(02) VALUE SPACES.
004730     05  WK-LL-SUM               PIC 9(15) VALUE ZEROS.
004740     05  FILLER                  PIC X(20) VALUE SPACES.
004750
004760 01  WK-REF-LINE.
004770     05  WK-RL-LABEL             PIC X(36) VALUE SPACES.
004780     05  WK-RL-REF               PIC Z(08)9 VALUE ZEROS.
004790     05  FILLER                  PIC X(02) VALUE SPACES.
004800     05  WK-RL-NOTE              PIC X(33) VALUE SPACES.
004810
004820 01  WK-UNDO-LINE.
004830     05  FILLER                  PIC X(44) VALUE
004840         'TO PUT BACK THE FILES AS THEY WERE, RESTORE '.
004850     05  WK-UL-DATE              PIC 9(08) VALUE ZEROS.
004860     05  WK-UL-TIME              PIC 9(06) VALUE ZEROS.
004870     05  FILLER                  PIC X(22) VALUE '.'.
004880
004890 01  WK-TOTAL-LINE.
004900     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
004910     05  WK-TL-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
004920     05  FILLER                  PIC X(39) VALUE SPACES.
004930
004940 PROCEDURE DIVISION.
004950*****************************************************************
004960*    0000-MAINLINE - PROGRAM CONTROL                            *
004970*****************************************************************
004980 0000-MAINLINE.
004990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005000     EVALUATE TRUE
005010         WHEN FUNC-SNAPSHOT
005020             PERFORM 2000-TAKE-SNAPSHOT THRU 2000-EXIT
005030             PERFORM 2500-CHECK-LIVE-CALCSEQ THRU 2500-EXIT
005040         WHEN FUNC-VERIFY
005050             PERFORM 3000-VERIFY-SNAPSHOT THRU 3000-EXIT
005060         WHEN FUNC-RESTORE
005070             PERFORM 4000-RESTORE-SNAPSHOT THRU 4000-EXIT
005080         WHEN FUNC-LIST
005090             PERFORM 3500-LIST-MANIFEST THRU 3500-EXIT
005100     END-EVALUATE.
005110     PERFORM 9999-FINALIZE THRU 9999-EXIT.
005120     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
005130     STOP RUN.
005140
005150*****************************************************************
005160*    1000-INITIALIZE - READ THE CARD, OPEN THE LISTING AND      *
005170*    WRITE THE HEADINGS.                                        *
005180*****************************************************************
005190 1000-INITIALIZE.
005200     ACCEPT WK-DATE FROM DATE YYYYMMDD.
005210     DISPLAY '*** CONTROL-FILE SNAPSHOT UTILITY ***'.
005220     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
005230     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
005240     IF PARAM-MODE AND PARAM-CARD-INVALID
005250         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
005260         MOVE 8 TO RETURN-CODE
005270         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
005280         STOP RUN
005290     END-IF.
005300     IF CONSOLE-MODE
005310         MOVE WK-FUNCTION TO WK-JOB-PARAMS(1:1)
005320     END-IF.
005330     OPEN OUTPUT REPORT-OUT.
005340     IF NOT REPORT-OK
005350         DISPLAY 'ERROR OPENING SNAPRPT - STATUS '
005360             WK-REPORT-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
005390         STOP RUN
005400     END-IF.
005410     MOVE SPACES TO RO-LINE.
005420     MOVE 'CONTROL-FILE SNAPSHOT UTILITY' TO RO-LINE.
005430     WRITE RO-LINE.
005440     EVALUATE TRUE
005450         WHEN FUNC-SNAPSHOT
005460             MOVE 'S - TAKE A SNAPSHOT' TO WK-FN-TEXT
005470         WHEN FUNC-VERIFY
005480             MOVE 'V - VERIFY A SNAPSHOT' TO WK-FN-TEXT
005490         WHEN FUNC-RESTORE
005500             MOVE 'R - RESTORE A SNAPSHOT' TO WK-FN-TEXT
005510         WHEN FUNC-LIST
005520             MOVE 'L - LIST THE MANIFEST' TO WK-FN-TEXT
005530     END-EVALUATE.
005540     MOVE WK-FUNC-LINE TO RO-LINE.
005550     WRITE RO-LINE.
005560 1000-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
005610*    PARAMETER FILE AND VALIDATE IT UP FRONT. CARD LAYOUT:      *
005620*    COL 1 FUNCTION S, V, R OR L (BLANK = S), COLS 2-15         *
005630*    SNAPSHOT ID YYYYMMDDHHMMSS (V: BLANK = THE LATEST; R:      *
005640*    REQUIRED), COL 16 A = ADVANCE CS-NEXT-REF ON RESTORE. A    *
005650*    MISSING FILE MEANS TAKE A SNAPSHOT.                        *
005660*****************************************************************
005670 1050-READ-PARAM-CARD.
005680     SET CONSOLE-MODE TO TRUE.
005690     SET PARAM-CARD-VALID TO TRUE.
005700     SET ADVANCE-NOT-REQUESTED TO TRUE.
005710     MOVE 'S' TO WK-FUNCTION.
005720     MOVE ZEROS TO WK-SEL-SNAP-ID.
005730     OPEN INPUT PARAM-FILE.
005740     IF PARAM-NOT-FOUND
005750         GO TO 1050-EXIT
005760     END-IF.
005770     IF NOT PARAM-OK
005780         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
005790             WK-PARAM-STATUS
005800         SET PARAM-MODE TO TRUE
005810         SET PARAM-CARD-INVALID TO TRUE
005820         GO TO 1050-EXIT
005830     END-IF.
005840     SET PARAM-MODE TO TRUE.
005850     READ PARAM-FILE
005860         AT END
005870             DISPLAY 'PARAMETER FILE IS EMPTY.'
005880             SET PARAM-CARD-INVALID TO TRUE
005890             CLOSE PARAM-FILE
005900             GO TO 1050-EXIT
005910     END-READ.
005920     CLOSE PARAM-FILE.
005930     MOVE PM-CARD TO WK-JOB-PARAMS.
005940     IF PM-FUNCTION NOT = SPACE
005950         MOVE PM-FUNCTION TO WK-FUNCTION
005960     END-IF.
005970     IF NOT FUNC-IS-VALID
005980         DISPLAY 'INVALID FUNCTION ON CARD - USE S, V, R OR L.'
005990         SET PARAM-CARD-INVALID TO TRUE
006000     END-IF.
006010     IF PM-SNAP-ID NOT = SPACES
006020         IF PM-SNAP-ID IS NUMERIC
006030             MOVE PM-SNAP-ID TO WK-SEL-SNAP-ID
006040         ELSE
006050             DISPLAY 'INVALID SNAPSHOT ID ON CARD - USE '
006060                 'YYYYMMDDHHMMSS.'
006070             SET PARAM-CARD-INVALID TO TRUE
006080         END-IF
006090     END-IF.
006100     IF FUNC-RESTORE AND PM-SNAP-ID = SPACES
006110         DISPLAY 'A RESTORE MUST NAME THE SNAPSHOT ID.'
006120         SET PARAM-CARD-INVALID TO TRUE
006130     END-IF.
006140     IF PM-ADVANCE = 'A'
006150         SET ADVANCE-REQUESTED TO TRUE
006160     ELSE
006170         IF PM-ADVANCE NOT = SPACE
006180             DISPLAY 'INVALID ADVANCE FLAG ON CARD - USE A OR '
006190                 'BLANK.'
006200             SET PARAM-CARD-INVALID TO TRUE
006210         END-IF
006220     END-IF.
006230 1050-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270*    1900-ABANDON-RUN - A FILE COULD NOT BE READ OR WRITTEN.    *
006280*****************************************************************
006290 1900-ABANDON-RUN.
006300     DISPLAY 'SNAPSHOT UTILITY ABANDONED.'.
006310     CLOSE REPORT-OUT.
006320     MOVE 16 TO RETURN-CODE.
006330     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
006340     STOP RUN.
006350 1900-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    2000-TAKE-SNAPSHOT - COPY EVERY CONTROL FILE TO SNAPDATA   *
006400*    UNDER A NEW SNAPSHOT ID AND LIST EACH ON THE MANIFEST.     *
006410*    BOTH FILES ARE APPENDED TO, AND BUILT ON FIRST USE.        *
006420*****************************************************************
006430 2000-TAKE-SNAPSHOT.
006440     ACCEPT WK-NEW-DATE FROM DATE YYYYMMDD.
006450     ACCEPT WK-TIME-SYS FROM TIME.
006460     MOVE WK-TIME-HHMMSS TO WK-NEW-TIME.
006470     OPEN EXTEND SNAP-DATA.
006480     IF SNAPDATA-NOT-FOUND
006490         OPEN OUTPUT SNAP-DATA
006500     END-IF.
006510     IF NOT SNAPDATA-OK
006520         DISPLAY 'ERROR OPENING SNAPDATA - STATUS '
006530             WK-SNAPDATA-STATUS
006540         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006550     END-IF.
006560     OPEN EXTEND SNAP-MANIFEST.
006570     IF SNAPMAN-NOT-FOUND
006580         OPEN OUTPUT SNAP-MANIFEST
006590     END-IF.
006600     IF NOT SNAPMAN-OK
006610         DISPLAY 'ERROR OPENING SNAPMAN - STATUS '
006620             WK-SNAPMAN-STATUS
006630         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006640     END-IF.
006650     MOVE SPACES TO RO-LINE.
006660     WRITE RO-LINE.
006670     MOVE WK-SNAP-LABEL TO WK-IL-LABEL.
006680     MOVE WK-NEW-DATE TO WK-IL-DATE.
006690     MOVE WK-NEW-TIME TO WK-IL-TIME.
006700     MOVE WK-ID-LINE TO RO-LINE.
006710     WRITE RO-LINE.
006720     PERFORM 9200-WRITE-HEADINGS THRU 9200-EXIT.
006730     PERFORM 2100-SNAP-ONE-FILE THRU 2100-EXIT
006740         VARYING WK-FILE-SUB FROM 1 BY 1
006750         UNTIL WK-FILE-SUB > WK-FILE-COUNT.
006760     CLOSE SNAP-DATA.
006770     CLOSE SNAP-MANIFEST.
006780     DISPLAY 'SNAPSHOT TAKEN.........: ' WK-NEW-SNAP-ID.
006790 2000-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830*    2100-SNAP-ONE-FILE - COPY ONE CONTROL FILE, THEN WRITE ITS *
006840*    MANIFEST RECORD. A FILE THAT DOES NOT EXIST IS LISTED AS   *
006850*    MISSING WITH NO RECORDS.                                   *
006860*****************************************************************
006870 2100-SNAP-ONE-FILE.
006880     MOVE ZEROS TO WK-SNAP-COUNT WK-SNAP-SUM.
006890     MOVE 'P' TO WK-SNAP-STATE.
006900     PERFORM 7000-OPEN-LIVE-INPUT THRU 7000-EXIT.
006910     IF CTL-NOT-FOUND
006920         MOVE 'M' TO WK-SNAP-STATE
006930     ELSE
006940         IF NOT CTL-OK
006950             DISPLAY 'ERROR OPENING ' WK-FD-NAME(WK-FILE-SUB)
006960                 ' - STATUS ' WK-CTL-STATUS
006970             PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006980         END-IF
006990         SET LIVE-NOT-EOF TO TRUE
007000         PERFORM 2110-SNAP-ONE-RECORD THRU 2110-EXIT
007010             UNTIL LIVE-EOF
007020         PERFORM 7200-CLOSE-LIVE THRU 7200-EXIT
007030     END-IF.
007040     MOVE SPACES TO SM-RECORD.
007050     MOVE WK-NEW-SNAP-ID TO SM-SNAP-ID.
007060     MOVE WK-FD-NAME(WK-FILE-SUB) TO SM-FILE-ID.
007070     MOVE WK-SNAP-STATE TO SM-FILE-STATE.
007080     MOVE WK-SNAP-COUNT TO SM-RECORD-COUNT.
007090     MOVE WK-SNAP-SUM TO SM-CHECKSUM.
007100     MOVE WK-FD-LENGTH(WK-FILE-SUB) TO SM-RECORD-LENGTH.
007110     WRITE SM-RECORD.
007120     IF NOT SNAPMAN-OK
007130         DISPLAY 'ERROR WRITING SNAPMAN - STATUS '
007140             WK-SNAPMAN-STATUS
007150         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
007160     END-IF.
007170     MOVE SPACES TO WK-DETAIL-LINE.
007180     MOVE WK-FD-NAME(WK-FILE-SUB) TO WK-DL-FILE.
007190     MOVE WK-SNAP-COUNT TO WK-DL-MAN-COUNT WK-DL-DATA-COUNT.
007200     MOVE WK-SNAP-SUM TO WK-DL-MAN-SUM WK-DL-DATA-SUM.
007210     IF SM-FILE-MISSING
007220         MOVE 'MISSING' TO WK-DL-STATE
007230         MOVE 'NOT FOUND' TO WK-DL-RESULT
007240     ELSE
007250         MOVE 'PRESENT' TO WK-DL-STATE
007260         MOVE 'TAKEN' TO WK-DL-RESULT
007270     END-IF.
007280     MOVE WK-DETAIL-LINE TO RO-LINE.
007290     WRITE RO-LINE.
007300 2100-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    2110-SNAP-ONE-RECORD - COPY ONE RECORD TO SNAPDATA AND     *
007350*    ADD IT INTO THE FILE'S CHECKSUM.                           *
007360*****************************************************************
007370 2110-SNAP-ONE-RECORD.
007380     PERFORM 7100-READ-LIVE THRU 7100-EXIT.
007390     IF LIVE-EOF
007400         GO TO 2110-EXIT
007410     END-IF.
007420     IF NOT CTL-OK
007430         DISPLAY 'ERROR READING ' WK-FD-NAME(WK-FILE-SUB)
007440             ' - STATUS ' WK-CTL-STATUS
007450         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
007460     END-IF.
007470     ADD 1 TO WK-SNAP-COUNT WK-RECORDS-READ.
007480     MOVE WK-FD-LENGTH(WK-FILE-SUB) TO WK-IMAGE-LENGTH.
007490     MOVE WK-SNAP-COUNT TO WK-REC-SEQ.
007500     MOVE WK-SNAP-SUM TO WK-SUM-IN.
007510     PERFORM 6000-CHECKSUM-RECORD THRU 6000-EXIT.
007520     MOVE WK-SUM-IN TO WK-SNAP-SUM.
007530     MOVE WK-NEW-SNAP-ID TO SN-SNAP-ID.
007540     MOVE WK-FD-NAME(WK-FILE-SUB) TO SN-FILE-ID.
007550     MOVE WK-SNAP-COUNT TO SN-SEQ.
007560     MOVE WK-IMAGE TO SN-DATA.
007570     WRITE SN-RECORD.
007580     IF NOT SNAPDATA-OK
007590         DISPLAY 'ERROR WRITING SNAPDATA - STATUS '
007600             WK-SNAPDATA-STATUS
007610         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
007620     END-IF.
007630     ADD 1 TO WK-RECORDS-WRITTEN.
007640 2110-EXIT.
007650     EXIT.
007660
007670*****************************************************************
007680*    2500-CHECK-LIVE-CALCSEQ - AFTER A SNAPSHOT, MAKE SURE THE  *
007690*    LIVE CS-NEXT-REF IS STILL ABOVE EVERY CL-REF POSTED. IF IT *
007700*    IS NOT, CALCSEQ HAS BEEN LOST OR DAMAGED AND THE NEXT      *
007710*    POSTING WOULD REISSUE A REFERENCE.                         *
007720*****************************************************************
007730 2500-CHECK-LIVE-CALCSEQ.
007740     PERFORM 5000-FIND-HIGHEST-REF THRU 5000-EXIT.
007750     PERFORM 5100-READ-LIVE-CALCSEQ THRU 5100-EXIT.
007760     MOVE SPACES TO RO-LINE.
007770     WRITE RO-LINE.
007780     PERFORM 5200-PRINT-REFS THRU 5200-EXIT.
007790     IF WK-CHECK-NEXT-REF NOT > WK-MAX-REF
007800         MOVE 'WARNING - CALCSEQ IS NOT ABOVE THE HIGHEST CL-REF'
007810             TO RO-LINE
007820         WRITE RO-LINE
007830         MOVE 'POSTED. CORRECT IT BEFORE THE NEXT POSTING RUN.'
007840             TO RO-LINE
007850         WRITE RO-LINE
007860         DISPLAY 'WARNING - CALCSEQ IS BEHIND THE POSTED '
007870             'REFERENCES.'
007880         MOVE 4 TO WK-NEW-RC
007890         PERFORM 9300-RAISE-RC THRU 9300-EXIT
007900     END-IF.
007910 2500-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950*    3000-VERIFY-SNAPSHOT - CHECK EVERY FILE OF THE SNAPSHOT ON *
007960*    SNAPDATA AGAINST ITS MANIFEST COUNT AND CHECKSUM.          *
007970*****************************************************************
007980 3000-VERIFY-SNAPSHOT.
007990     MOVE ZEROS TO WK-VERIFY-FAILURES.
008000     PERFORM 3100-LOAD-MANIFEST THRU 3100-EXIT.
008010     MOVE SPACES TO RO-LINE.
008020     WRITE RO-LINE.
008030     IF WK-MAN-ENTRIES = ZEROS
008040         IF PICK-LATEST
008050             MOVE 'NO SNAPSHOT IS LISTED ON THE MANIFEST.'
008060                 TO RO-LINE
008070         ELSE
008080             MOVE 'THAT SNAPSHOT IS NOT LISTED ON THE MANIFEST.'
008090                 TO RO-LINE
008100         END-IF
008110         WRITE RO-LINE
008120         DISPLAY RO-LINE
008130         MOVE 8 TO WK-NEW-RC
008140         PERFORM 9300-RAISE-RC THRU 9300-EXIT
008150         GO TO 3000-EXIT
008160     END-IF.
008170     MOVE 'SNAPSHOT CHECKED.......:' TO WK-IL-LABEL.
008180     MOVE WK-SEL-DATE TO WK-IL-DATE.
008190     MOVE WK-SEL-TIME TO WK-IL-TIME.
008200     MOVE WK-ID-LINE TO RO-LINE.
008210     WRITE RO-LINE.
008220     PERFORM 9200-WRITE-HEADINGS THRU 9200-EXIT.
008230     PERFORM 3200-SCAN-SNAPSHOT THRU 3200-EXIT.
008240     PERFORM 3300-COMPARE-ONE-FILE THRU 3300-EXIT
008250         VARYING WK-FILE-SUB FROM 1 BY 1
008260         UNTIL WK-FILE-SUB > WK-FILE-COUNT.
008270     IF WK-VERIFY-FAILURES > ZEROS
008280         MOVE 'SNAPSHOT FAILED VERIFICATION.' TO RO-LINE
008290         MOVE 12 TO WK-NEW-RC
008300         PERFORM 9300-RAISE-RC THRU 9300-EXIT
008310     ELSE
008320         MOVE 'SNAPSHOT VERIFIED - ALL FILES MATCH THE MANIFEST.'
008330             TO RO-LINE
008340     END-IF.
008350     WRITE RO-LINE.
008360     DISPLAY RO-LINE.
008370 3000-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410*    3100-LOAD-MANIFEST - PICK UP THE MANIFEST RECORDS OF THE   *
008420*    SNAPSHOT ASKED FOR, OR OF THE LATEST ONE IF NONE WAS.      *
008430*****************************************************************
008440 3100-LOAD-MANIFEST.
008450     MOVE ZEROS TO WK-MAN-ENTRIES.
008460     PERFORM 3105-CLEAR-ONE-ENTRY THRU 3105-EXIT
008470         VARYING WK-FILE-SUB FROM 1 BY 1
008480         UNTIL WK-FILE-SUB > WK-FILE-COUNT.
008490     IF WK-SEL-SNAP-ID = ZEROS
008500         SET PICK-LATEST TO TRUE
008510     ELSE
008520         SET PICK-GIVEN-ID TO TRUE
008530     END-IF.
008540     OPEN INPUT SNAP-MANIFEST.
008550     IF SNAPMAN-NOT-FOUND
008560         GO TO 3100-EXIT
008570     END-IF.
008580     IF NOT SNAPMAN-OK
008590         DISPLAY 'ERROR OPENING SNAPMAN - STATUS '
008600             WK-SNAPMAN-STATUS
008610         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
008620     END-IF.
008630     PERFORM 3110-LOAD-ONE-ENTRY THRU 3110-EXIT
008640         UNTIL SNAPMAN-EOF.
008650     CLOSE SNAP-MANIFEST.
008660 3100-EXIT.
008670     EXIT.
008680
008690*****************************************************************
008700*    3105-CLEAR-ONE-ENTRY - MARK ONE FILE NOT YET LISTED.       *
008710*****************************************************************
008720 3105-CLEAR-ONE-ENTRY.
008730     MOVE 'N' TO WK-SE-STATE(WK-FILE-SUB).
008740     MOVE ZEROS TO WK-SE-MAN-COUNT(WK-FILE-SUB)
008750         WK-SE-MAN-SUM(WK-FILE-SUB)
008760         WK-SE-MAN-LENGTH(WK-FILE-SUB)
008770         WK-SE-DATA-COUNT(WK-FILE-SUB)
008780         WK-SE-DATA-SUM(WK-FILE-SUB)
008790         WK-SE-RESTORED(WK-FILE-SUB).
008800 3105-EXIT.
008810     EXIT.
008820
008830*****************************************************************
008840*    3110-LOAD-ONE-ENTRY - KEEP ONE MANIFEST RECORD OF THE      *
008850*    SNAPSHOT WANTED. WHEN LOOKING FOR THE LATEST, A HIGHER ID  *
008860*    STARTS THE TABLE AGAIN.                                    *
008870*****************************************************************
008880 3110-LOAD-ONE-ENTRY.
008890     READ SNAP-MANIFEST
008900         AT END
008910             SET SNAPMAN-EOF TO TRUE
008920             GO TO 3110-EXIT
008930     END-READ.
008940     IF NOT SNAPMAN-OK
008950         DISPLAY 'ERROR READING SNAPMAN - STATUS '
008960             WK-SNAPMAN-STATUS
008970         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
008980     END-IF.
008990     IF PICK-LATEST AND SM-SNAP-ID > WK-SEL-SNAP-ID
009000         MOVE SM-SNAP-ID TO WK-SEL-SNAP-ID
009010         MOVE ZEROS TO WK-MAN-ENTRIES
009020         PERFORM 3105-CLEAR-ONE-ENTRY THRU 3105-EXIT
009030             VARYING WK-FILE-SUB FROM 1 BY 1
009040             UNTIL WK-FILE-SUB > WK-FILE-COUNT
009050     END-IF.
009060     IF SM-SNAP-ID NOT = WK-SEL-SNAP-ID
009070         GO TO 3110-EXIT
009080     END-IF.
009090     MOVE SM-FILE-ID TO WK-FIND-NAME.
009100     PERFORM 6100-FIND-FILE THRU 6100-EXIT.
009110     IF WK-FILE-MATCH = ZEROS
009120         GO TO 3110-EXIT
009130     END-IF.
009140     ADD 1 TO WK-MAN-ENTRIES.
009150     MOVE SM-FILE-STATE TO WK-SE-STATE(WK-FILE-MATCH).
009160     MOVE SM-RECORD-COUNT TO WK-SE-MAN-COUNT(WK-FILE-MATCH).
009170     MOVE SM-CHECKSUM TO WK-SE-MAN-SUM(WK-FILE-MATCH).
009180     MOVE SM-RECORD-LENGTH TO WK-SE-MAN-LENGTH(WK-FILE-MATCH).
009190 3110-EXIT.
009200     EXIT.
009210
009220*****************************************************************
009230*    3200-SCAN-SNAPSHOT - RECOUNT AND RE-CHECKSUM THE SNAPSHOT  *
009240*    FROM SNAPDATA, FILE BY FILE, AND NOTE THE CS-NEXT-REF IT   *
009250*    HOLDS.                                                     *
009260*****************************************************************
009270 3200-SCAN-SNAPSHOT.
009280     SET SNAP-REF-NOT-FOUND TO TRUE.
009290     OPEN INPUT SNAP-DATA.
009300     IF SNAPDATA-NOT-FOUND
009310         GO TO 3200-EXIT
009320     END-IF.
009330     IF NOT SNAPDATA-OK
009340         DISPLAY 'ERROR OPENING SNAPDATA - STATUS '
009350             WK-SNAPDATA-STATUS
009360         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009370     END-IF.
009380     PERFORM 3210-SCAN-ONE-RECORD THRU 3210-EXIT
009390         UNTIL SNAPDATA-EOF.
009400     CLOSE SNAP-DATA.
009410 3200-EXIT.
009420     EXIT.
009430
009440*****************************************************************
009450*    3210-SCAN-ONE-RECORD - ADD ONE SNAPDATA RECORD OF THE      *
009460*    SNAPSHOT INTO ITS FILE'S COUNT AND CHECKSUM. THE LENGTH    *
009470*    THE MANIFEST RECORDED IS USED, SO A LATER CHANGE TO A      *
009480*    RECORD LAYOUT DOES NOT FAIL AN OLD SNAPSHOT.               *
009490*****************************************************************
009500 3210-SCAN-ONE-RECORD.
009510     READ SNAP-DATA
009520         AT END
009530             SET SNAPDATA-EOF TO TRUE
009540             GO TO 3210-EXIT
009550     END-READ.
009560     IF NOT SNAPDATA-OK
009570         DISPLAY 'ERROR READING SNAPDATA - STATUS '
009580             WK-SNAPDATA-STATUS
009590         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009600     END-IF.
009610     ADD 1 TO WK-RECORDS-READ.
009620     IF SN-SNAP-ID NOT = WK-SEL-SNAP-ID
009630         GO TO 3210-EXIT
009640     END-IF.
009650     MOVE SN-FILE-ID TO WK-FIND-NAME.
009660     PERFORM 6100-FIND-FILE THRU 6100-EXIT.
009670     IF WK-FILE-MATCH = ZEROS
009680         GO TO 3210-EXIT
009690     END-IF.
009700     ADD 1 TO WK-SE-DATA-COUNT(WK-FILE-MATCH).
009710     MOVE SN-DATA TO WK-IMAGE.
009720     IF WK-SE-MAN-LENGTH(WK-FILE-MATCH) > ZEROS
009730         MOVE WK-SE-MAN-LENGTH(WK-FILE-MATCH) TO WK-IMAGE-LENGTH
009740     ELSE
009750         MOVE WK-FD-LENGTH(WK-FILE-MATCH) TO WK-IMAGE-LENGTH
009760     END-IF.
009770     MOVE WK-SE-DATA-COUNT(WK-FILE-MATCH) TO WK-REC-SEQ.
009780     MOVE WK-SE-DATA-SUM(WK-FILE-MATCH) TO WK-SUM-IN.
009790     PERFORM 6000-CHECKSUM-RECORD THRU 6000-EXIT.
009800     MOVE WK-SUM-IN TO WK-SE-DATA-SUM(WK-FILE-MATCH).
009810     IF WK-FILE-MATCH = 1 AND WK-SE-DATA-COUNT(1) = 1
009820         MOVE SN-DATA(1:9) TO WK-NEXT-REF-TEXT
009830         SET SNAP-REF-FOUND TO TRUE
009840     END-IF.
009850 3210-EXIT.
009860     EXIT.
009870
009880*****************************************************************
009890*    3300-COMPARE-ONE-FILE - SET AND PRINT THE RESULT FOR ONE   *
009900*    FILE. A FILE MISSING AT SNAPSHOT TIME PASSES IF SNAPDATA   *
009910*    HOLDS NOTHING FOR IT.                                      *
009920*****************************************************************
009930 3300-COMPARE-ONE-FILE.
009940     MOVE SPACES TO WK-DETAIL-LINE.
009950     MOVE WK-FD-NAME(WK-FILE-SUB) TO WK-DL-FILE.
009960     MOVE WK-SE-MAN-COUNT(WK-FILE-SUB) TO WK-DL-MAN-COUNT.
009970     MOVE WK-SE-DATA-COUNT(WK-FILE-SUB) TO WK-DL-DATA-COUNT.
009980     MOVE WK-SE-MAN-SUM(WK-FILE-SUB) TO WK-DL-MAN-SUM.
009990     MOVE WK-SE-DATA-SUM(WK-FILE-SUB) TO WK-DL-DATA-SUM.
010000     EVALUATE TRUE
010010         WHEN SE-PRESENT(WK-FILE-SUB)
010020             MOVE 'PRESENT' TO WK-DL-STATE
010030             IF WK-SE-DATA-COUNT(WK-FILE-SUB) =
010040                    WK-SE-MAN-COUNT(WK-FILE-SUB)
010050                 AND WK-SE-DATA-SUM(WK-FILE-SUB) =
010060                    WK-SE-MAN-SUM(WK-FILE-SUB)
010070                 MOVE 'VERIFIED' TO WK-DL-RESULT
010080             ELSE
010090                 MOVE 'MISMATCH' TO WK-DL-RESULT
010100                 ADD 1 TO WK-VERIFY-FAILURES
010110             END-IF
010120         WHEN SE-MISSING(WK-FILE-SUB)
010130             MOVE 'MISSING' TO WK-DL-STATE
010140             IF WK-SE-DATA-COUNT(WK-FILE-SUB) = ZEROS
010150                 MOVE 'NOT TAKEN' TO WK-DL-RESULT
010160             ELSE
010170                 MOVE 'MISMATCH' TO WK-DL-RESULT
010180                 ADD 1 TO WK-VERIFY-FAILURES
010190             END-IF
010200         WHEN SE-NOT-LISTED(WK-FILE-SUB)
010210             MOVE '-------' TO WK-DL-STATE
010220             MOVE 'NOT LISTED' TO WK-DL-RESULT
010230             ADD 1 TO WK-VERIFY-FAILURES
010240         WHEN OTHER
010250             MOVE 'UNKNOWN' TO WK-DL-STATE
010260             MOVE 'BAD STATE' TO WK-DL-RESULT
010270             ADD 1 TO WK-VERIFY-FAILURES
010280     END-EVALUATE.
010290     MOVE WK-DETAIL-LINE TO RO-LINE.
010300     WRITE RO-LINE.
010310 3300-EXIT.
010320     EXIT.
010330
010340*****************************************************************
010350*    3500-LIST-MANIFEST - PRINT EVERY MANIFEST RECORD, A BLANK  *
010360*    LINE BETWEEN SNAPSHOTS.                                    *
010370*****************************************************************
010380 3500-LIST-MANIFEST.
010390     MOVE SPACES TO RO-LINE.
010400     WRITE RO-LINE.
010410     OPEN INPUT SNAP-MANIFEST.
010420     IF SNAPMAN-NOT-FOUND
010430         MOVE 'NO SNAPSHOT HAS BEEN TAKEN.' TO RO-LINE
010440         WRITE RO-LINE
010450         GO TO 3500-EXIT
010460     END-IF.
010470     IF NOT SNAPMAN-OK
010480         DISPLAY 'ERROR OPENING SNAPMAN - STATUS '
010490             WK-SNAPMAN-STATUS
010500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
010510     END-IF.
010520     MOVE WK-LIST-HEAD TO RO-LINE.
010530     WRITE RO-LINE.
010540     PERFORM 3510-LIST-ONE-ENTRY THRU 3510-EXIT
010550         UNTIL SNAPMAN-EOF.
010560     CLOSE SNAP-MANIFEST.
010570     MOVE SPACES TO RO-LINE.
010580     WRITE RO-LINE.
010590     MOVE 'SNAPSHOTS LISTED.................' TO WK-TL-LABEL.
010600     MOVE WK-SNAPS-LISTED TO WK-TL-COUNT.
010610     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010620 3500-EXIT.
010630     EXIT.
010640
010650*****************************************************************
010660*    3510-LIST-ONE-ENTRY - PRINT ONE MANIFEST RECORD.           *
010670*****************************************************************
010680 3510-LIST-ONE-ENTRY.
010690     READ SNAP-MANIFEST
010700         AT END
010710             SET SNAPMAN-EOF TO TRUE
010720             GO TO 3510-EXIT
010730     END-READ.
010740     IF NOT SNAPMAN-OK
010750         DISPLAY 'ERROR READING SNAPMAN - STATUS '
010760             WK-SNAPMAN-STATUS
010770         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
010780     END-IF.
010790     ADD 1 TO WK-RECORDS-READ.
010800     IF SM-SNAP-ID NOT = WK-LAST-LISTED-ID
010810         IF WK-SNAPS-LISTED > ZEROS
010820             MOVE SPACES TO RO-LINE
010830             WRITE RO-LINE
010840         END-IF
010850         ADD 1 TO WK-SNAPS-LISTED
010860         MOVE SM-SNAP-ID TO WK-LAST-LISTED-ID
010870     END-IF.
010880     MOVE SM-SNAP-DATE TO WK-LL-DATE.
010890     MOVE SM-SNAP-TIME TO WK-LL-TIME.
010900     MOVE SM-FILE-ID TO WK-LL-FILE.
010910     EVALUATE TRUE
010920         WHEN SM-FILE-PRESENT
010930             MOVE 'PRESENT' TO WK-LL-STATE
010940         WHEN SM-FILE-MISSING
010950             MOVE 'MISSING' TO WK-LL-STATE
010960         WHEN OTHER
010970             MOVE 'UNKNOWN' TO WK-LL-STATE
010980     END-EVALUATE.
010990     MOVE SM-RECORD-COUNT TO WK-LL-COUNT.
011000     MOVE SM-CHECKSUM TO WK-LL-SUM.
011010     MOVE WK-LIST-LINE TO RO-LINE.
011020     WRITE RO-LINE.
011030 3510-EXIT.
011040     EXIT.
011050
011060*****************************************************************
011070*    4000-RESTORE-SNAPSHOT - VERIFY THE SNAPSHOT, CHECK THE     *
011080*    REFERENCE SERIES, SNAPSHOT THE CURRENT FILES SO THE        *
011090*    RESTORE CAN BE UNDONE, THEN PUT THE SET BACK.              *
011100*****************************************************************
011110 4000-RESTORE-SNAPSHOT.
011120     PERFORM 3000-VERIFY-SNAPSHOT THRU 3000-EXIT.
011130     IF WK-MAN-ENTRIES = ZEROS OR WK-VERIFY-FAILURES > ZEROS
011140         MOVE 'RESTORE REFUSED - THE SNAPSHOT DID NOT VERIFY.'
011150             TO RO-LINE
011160         WRITE RO-LINE
011170         DISPLAY RO-LINE
011180         GO TO 4000-EXIT
011190     END-IF.
011200     PERFORM 4100-CHECK-NEXT-REF THRU 4100-EXIT.
011210     IF RESTORE-REFUSED
011220         GO TO 4000-EXIT
011230     END-IF.
011240     MOVE 'PRE-RESTORE SNAPSHOT...:' TO WK-SNAP-LABEL.
011250     PERFORM 2000-TAKE-SNAPSHOT THRU 2000-EXIT.
011260     MOVE WK-NEW-DATE TO WK-UL-DATE.
011270     MOVE WK-NEW-TIME TO WK-UL-TIME.
011280     PERFORM 4300-RESTORE-FILES THRU 4300-EXIT.
011290     IF CALCSEQ-ADVANCED
011300         PERFORM 4400-ADVANCE-CALCSEQ THRU 4400-EXIT
011310     END-IF.
011320     MOVE SPACES TO RO-LINE.
011330     WRITE RO-LINE.
011340     MOVE 'SNAPSHOT RESTORED.' TO RO-LINE.
011350     WRITE RO-LINE.
011360     DISPLAY RO-LINE.
011370     MOVE WK-UNDO-LINE TO RO-LINE.
011380     WRITE RO-LINE.
011390     DISPLAY RO-LINE.
011400 4000-EXIT.
011410     EXIT.
011420
011430*****************************************************************
011440*    4100-CHECK-NEXT-REF - WORK OUT THE CS-NEXT-REF THE RESTORE *
011450*    WOULD LEAVE AND MAKE SURE IT IS ABOVE EVERY CL-REF ON      *
011460*    CALC-LOG AND CALCARCH. IF IT IS NOT, THE RESTORE IS        *
011470*    REFUSED UNLESS COL 16 ASKED FOR CS-NEXT-REF TO BE ADVANCED *
011480*    PAST THEM. A CALCSEQ MISSING AT SNAPSHOT TIME IS NOT       *
011490*    RESTORED, SO THE LIVE ONE IS CHECKED INSTEAD.              *
011500*****************************************************************
011510 4100-CHECK-NEXT-REF.
011520     SET RESTORE-ALLOWED TO TRUE.
011530     SET CALCSEQ-NOT-ADVANCED TO TRUE.
011540     PERFORM 5000-FIND-HIGHEST-REF THRU 5000-EXIT.
011550     EVALUATE TRUE
011560         WHEN SE-PRESENT(1) AND SNAP-REF-FOUND
011570             IF WK-NEXT-REF-TEXT IS NUMERIC
011580                 MOVE WK-NEXT-REF-NUM TO WK-CHECK-NEXT-REF
011590             ELSE
011600                 MOVE ZEROS TO WK-CHECK-NEXT-REF
011610             END-IF
011620         WHEN SE-PRESENT(1)
011630             MOVE 1 TO WK-CHECK-NEXT-REF
011640         WHEN OTHER
011650             PERFORM 5100-READ-LIVE-CALCSEQ THRU 5100-EXIT
011660     END-EVALUATE.
011670     MOVE SPACES TO RO-LINE.
011680     WRITE RO-LINE.
011690     PERFORM 5200-PRINT-REFS THRU 5200-EXIT.
011700     IF WK-CHECK-NEXT-REF > WK-MAX-REF
011710         GO TO 4100-EXIT
011720     END-IF.
011730     IF ADVANCE-REQUESTED
011740         COMPUTE WK-CHECK-NEXT-REF = WK-MAX-REF + 1
011750         SET CALCSEQ-ADVANCED TO TRUE
011760         MOVE 'CS-NEXT-REF WILL BE ADVANCED TO...' TO WK-RL-LABEL
011770         MOVE WK-CHECK-NEXT-REF TO WK-RL-REF
011780         MOVE SPACES TO WK-RL-NOTE
011790         MOVE WK-REF-LINE TO RO-LINE
011800         WRITE RO-LINE
011810         MOVE 4 TO WK-NEW-RC
011820         PERFORM 9300-RAISE-RC THRU 9300-EXIT
011830     ELSE
011840         SET RESTORE-REFUSED TO TRUE
011850         MOVE 'RESTORE REFUSED - IT WOULD REISSUE REFERENCES'
011860             TO RO-LINE
011870         WRITE RO-LINE
011880         DISPLAY RO-LINE
011890         MOVE 'ALREADY POSTED. RERUN WITH A IN COL 16 TO ADVANCE'
011900             TO RO-LINE
011910         WRITE RO-LINE
011920         MOVE 'CS-NEXT-REF PAST THEM.' TO RO-LINE
011930         WRITE RO-LINE
011940         MOVE 12 TO WK-NEW-RC
011950         PERFORM 9300-RAISE-RC THRU 9300-EXIT
011960     END-IF.
011970 4100-EXIT.
011980     EXIT.
011990
012000*****************************************************************
012010*    4300-RESTORE-FILES - REBUILD EVERY FILE THAT WAS PRESENT   *
012020*    AT SNAPSHOT TIME FROM ITS SNAPDATA RECORDS, IN ONE PASS.   *
012030*****************************************************************
012040 4300-RESTORE-FILES.
012050     OPEN INPUT SNAP-DATA.
012060     IF NOT SNAPDATA-OK
012070         DISPLAY 'ERROR OPENING SNAPDATA - STATUS '
012080             WK-SNAPDATA-STATUS
012090         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
012100     END-IF.
012110     PERFORM 4310-OPEN-ONE-OUTPUT THRU 4310-EXIT
012120         VARYING WK-FILE-SUB FROM 1 BY 1
012130         UNTIL WK-FILE-SUB > WK-FILE-COUNT.
012140     PERFORM 4320-RESTORE-ONE-RECORD THRU 4320-EXIT
012150         UNTIL SNAPDATA-EOF.
012160     CLOSE SNAP-DATA.
012170     MOVE SPACES TO RO-LINE.
012180     WRITE RO-LINE.
012190     MOVE 'FILES RESTORED' TO RO-LINE.
012200     WRITE RO-LINE.
012210     PERFORM 9200-WRITE-HEADINGS THRU 9200-EXIT.
012220     PERFORM 4330-CLOSE-ONE-OUTPUT THRU 4330-EXIT
012230         VARYING WK-FILE-SUB FROM 1 BY 1
012240         UNTIL WK-FILE-SUB > WK-FILE-COUNT.
012250 4300-EXIT.
012260     EXIT.
012270
012280*****************************************************************
012290*    4310-OPEN-ONE-OUTPUT - OPEN ONE FILE OF THE SET FOR        *
012300*    REBUILDING.                                                *
012310*****************************************************************
012320 4310-OPEN-ONE-OUTPUT.
012330     IF NOT SE-PRESENT(WK-FILE-SUB)
012340         GO TO 4310-EXIT
012350     END-IF.
012360     PERFORM 7050-OPEN-LIVE-OUTPUT THRU 7050-EXIT.
012370     IF NOT CTL-OK
012380         DISPLAY 'ERROR OPENING ' WK-FD-NAME(WK-FILE-SUB)
012390             ' - STATUS ' WK-CTL-STATUS
012400         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
012410     END-IF.
012420 4310-EXIT.
012430     EXIT.
012440
012450*****************************************************************
012460*    4320-RESTORE-ONE-RECORD - WRITE ONE SNAPDATA RECORD OF THE *
012470*    SNAPSHOT BACK TO ITS FILE. RECORDS WERE TAKEN IN FILE (AND *
012480*    SO KEY) ORDER, SO THE INDEXED FILES LOAD SEQUENTIALLY.     *
012490*****************************************************************
012500 4320-RESTORE-ONE-RECORD.
012510     READ SNAP-DATA
012520         AT END
012530             SET SNAPDATA-EOF TO TRUE
012540             GO TO 4320-EXIT
012550     END-READ.
012560     IF NOT SNAPDATA-OK
012570         DISPLAY 'ERROR READING SNAPDATA - STATUS '
012580             WK-SNAPDATA-STATUS
012590         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
012600     END-IF.
012610     ADD 1 TO WK-RECORDS-READ.
012620     IF SN-SNAP-ID NOT = WK-SEL-SNAP-ID
012630         GO TO 4320-EXIT
012640     END-IF.
012650     MOVE SN-FILE-ID TO WK-FIND-NAME.
012660     PERFORM 6100-FIND-FILE THRU 6100-EXIT.
012670     IF WK-FILE-MATCH = ZEROS
012680         GO TO 4320-EXIT
012690     END-IF.
012700     IF NOT SE-PRESENT(WK-FILE-MATCH)
012710         GO TO 4320-EXIT
012720     END-IF.
012730     MOVE WK-FILE-MATCH TO WK-FILE-SUB.
012740     MOVE SN-DATA TO WK-IMAGE.
012750     PERFORM 7300-WRITE-LIVE THRU 7300-EXIT.
012760     IF LIVE-WRITE-FAILED
012770         DISPLAY 'ERROR WRITING ' WK-FD-NAME(WK-FILE-SUB)
012780             ' - STATUS ' WK-CTL-STATUS
012790         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
012800     END-IF.
012810     ADD 1 TO WK-SE-RESTORED(WK-FILE-SUB) WK-RECORDS-WRITTEN.
012820 4320-EXIT.
012830     EXIT.
012840
012850*****************************************************************
012860*    4330-CLOSE-ONE-OUTPUT - CLOSE ONE REBUILT FILE AND PRINT   *
012870*    WHAT WAS PUT BACK.                                         *
012880*****************************************************************
012890 4330-CLOSE-ONE-OUTPUT.
012900     MOVE SPACES TO WK-DETAIL-LINE.
012910     MOVE WK-FD-NAME(WK-FILE-SUB) TO WK-DL-FILE.
012920     MOVE WK-SE-MAN-COUNT(WK-FILE-SUB) TO WK-DL-MAN-COUNT.
012930     MOVE WK-SE-RESTORED(WK-FILE-SUB) TO WK-DL-DATA-COUNT.
012940     MOVE WK-SE-MAN-SUM(WK-FILE-SUB) TO WK-DL-MAN-SUM.
012950     MOVE WK-SE-DATA-SUM(WK-FILE-SUB) TO WK-DL-DATA-SUM.
012960     IF SE-PRESENT(WK-FILE-SUB)
012970         PERFORM 7200-CLOSE-LIVE THRU 7200-EXIT
012980         MOVE 'PRESENT' TO WK-DL-STATE
012990         MOVE 'RESTORED' TO WK-DL-RESULT
013000     ELSE
013010         MOVE 'MISSING' TO WK-DL-STATE
013020         MOVE 'LEFT AS IS' TO WK-DL-RESULT
013030     END-IF.
013040     MOVE WK-DETAIL-LINE TO RO-LINE.
013050     WRITE RO-LINE.
013060 4330-EXIT.
013070     EXIT.
013080
013090*****************************************************************
013100*    4400-ADVANCE-CALCSEQ - REWRITE CALCSEQ WITH THE ADVANCED   *
013110*    CS-NEXT-REF, AS BOOK DOES AFTER A POSTING.                 *
013120*****************************************************************
013130 4400-ADVANCE-CALCSEQ.
013140     MOVE 1 TO WK-FILE-SUB.
013150     PERFORM 7050-OPEN-LIVE-OUTPUT THRU 7050-EXIT.
013160     IF NOT CTL-OK
013170         DISPLAY 'ERROR OPENING CALCSEQ - STATUS ' WK-CTL-STATUS
013180         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
013190     END-IF.
013200     MOVE WK-CHECK-NEXT-REF TO CS-NEXT-REF.
013210     WRITE CS-RECORD.
013220     IF NOT CTL-OK
013230         DISPLAY 'ERROR WRITING CALCSEQ - STATUS ' WK-CTL-STATUS
013240         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
013250     END-IF.
013260     CLOSE CALC-SEQ.
013270     MOVE 'CS-NEXT-REF ADVANCED TO...........' TO WK-RL-LABEL.
013280     MOVE WK-CHECK-NEXT-REF TO WK-RL-REF.
013290     MOVE SPACES TO WK-RL-NOTE.
013300     MOVE WK-REF-LINE TO RO-LINE.
013310     WRITE RO-LINE.
013320 4400-EXIT.
013330     EXIT.
013340
013350*****************************************************************
013360*    4900-RESTORE-FAILED - THE SET IS HALF RESTORED. SAY WHICH  *
013370*    SNAPSHOT PUTS BACK THE FILES AS THEY WERE, THEN ABANDON.   *
013380*****************************************************************
013390 4900-RESTORE-FAILED.
013400     MOVE 'RESTORE FAILED PART WAY.' TO RO-LINE.
013410     WRITE RO-LINE.
013420     MOVE WK-UNDO-LINE TO RO-LINE.
013430     WRITE RO-LINE.
013440     DISPLAY 'RESTORE FAILED PART WAY.'.
013450     DISPLAY RO-LINE.
013460     PERFORM 1900-ABANDON-RUN THRU 1900-EXIT.
013470 4900-EXIT.
013480     EXIT.
013490
013500*****************************************************************
013510*    5000-FIND-HIGHEST-REF - THE HIGHEST REFERENCE EVER POSTED, *
013520*    FROM CALCARCH (CLOSED MONTHS) AND CALC-LOG (OPEN ONES).    *
013530*    EITHER FILE MAY BE MISSING.                                *
013540*****************************************************************
013550 5000-FIND-HIGHEST-REF.
013560     MOVE ZEROS TO WK-MAX-REF.
013570     PERFORM 5030-SCAN-ARCHIVE THRU 5030-EXIT.
013580     PERFORM 5040-SCAN-ACTIVE-LOG THRU 5040-EXIT.
013590 5000-EXIT.
013600     EXIT.
013610
013620*****************************************************************
013630*    5030-SCAN-ARCHIVE - THE CA-REFS OF THE CLOSED MONTHS.      *
013640*****************************************************************
013650 5030-SCAN-ARCHIVE.
013660     OPEN INPUT CALC-ARCH.
013670     IF ARCH-NOT-FOUND
013680         GO TO 5030-EXIT
013690     END-IF.
013700     IF NOT ARCH-OK
013710         DISPLAY 'ERROR OPENING CALCARCH - STATUS '
013720             WK-ARCH-STATUS
013730         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
013740     END-IF.
013750     PERFORM 5010-CHECK-ARCH-REF THRU 5010-EXIT
013760         UNTIL ARCH-EOF.
013770     CLOSE CALC-ARCH.
013780 5030-EXIT.
013790     EXIT.
013800
013810*****************************************************************
013820*    5040-SCAN-ACTIVE-LOG - THE CL-REFS OF THE OPEN MONTHS.     *
013830*****************************************************************
013840 5040-SCAN-ACTIVE-LOG.
013850     OPEN INPUT CALC-LOG.
013860     IF CALCLOG-NOT-FOUND
013870         GO TO 5040-EXIT
013880     END-IF.
013890     IF NOT CALCLOG-OK
013900         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
013910             WK-CALCLOG-STATUS
013920         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
013930     END-IF.
013940     SET LOG-NOT-EOF TO TRUE.
013950     PERFORM 5020-CHECK-LOG-REF THRU 5020-EXIT
013960         UNTIL LOG-EOF.
013970     CLOSE CALC-LOG.
013980 5040-EXIT.
013990     EXIT.
014000
014010*****************************************************************
014020*    5010-CHECK-ARCH-REF - KEEP THE HIGHER OF ONE CA-REF.       *
014030*****************************************************************
014040 5010-CHECK-ARCH-REF.
014050     READ CALC-ARCH
014060         AT END
014070             SET ARCH-EOF TO TRUE
014080             GO TO 5010-EXIT
014090     END-READ.
014100     ADD 1 TO WK-RECORDS-READ.
014110     IF CA-REF IS NUMERIC AND CA-REF > WK-MAX-REF
014120         MOVE CA-REF TO WK-MAX-REF
014130     END-IF.
014140 5010-EXIT.
014150     EXIT.
014160
014170*****************************************************************
014180*    5020-CHECK-LOG-REF - KEEP THE HIGHER OF ONE CL-REF.        *
014190*****************************************************************
014200 5020-CHECK-LOG-REF.
014210     READ CALC-LOG
014220         AT END
014230             SET LOG-EOF TO TRUE
014240             GO TO 5020-EXIT
014250     END-READ.
014260     ADD 1 TO WK-RECORDS-READ.
014270     IF CL-REF IS NUMERIC AND CL-REF > WK-MAX-REF
014280         MOVE CL-REF TO WK-MAX-REF
014290     END-IF.
014300 5020-EXIT.
014310     EXIT.
014320
014330*****************************************************************
014340*    5100-READ-LIVE-CALCSEQ - THE LIVE CS-NEXT-REF. A MISSING   *
014350*    OR EMPTY CALCSEQ MEANS THE SERIES STARTS AT 1, AS IN BOOK. *
014360*****************************************************************
014370 5100-READ-LIVE-CALCSEQ.
014380     MOVE 1 TO WK-CHECK-NEXT-REF.
014390     MOVE 1 TO WK-FILE-SUB.
014400     PERFORM 7000-OPEN-LIVE-INPUT THRU 7000-EXIT.
014410     IF CTL-NOT-FOUND
014420         GO TO 5100-EXIT
014430     END-IF.
014440     IF NOT CTL-OK
014450         DISPLAY 'ERROR OPENING CALCSEQ - STATUS ' WK-CTL-STATUS
014460         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
014470     END-IF.
014480     SET LIVE-NOT-EOF TO TRUE.
014490     PERFORM 7100-READ-LIVE THRU 7100-EXIT.
014500     IF LIVE-NOT-EOF
014510         MOVE WK-IMAGE(1:9) TO WK-NEXT-REF-TEXT
014520         IF WK-NEXT-REF-TEXT IS NUMERIC
014530             MOVE WK-NEXT-REF-NUM TO WK-CHECK-NEXT-REF
014540         ELSE
014550             MOVE ZEROS TO WK-CHECK-NEXT-REF
014560         END-IF
014570     END-IF.
014580     PERFORM 7200-CLOSE-LIVE THRU 7200-EXIT.
014590 5100-EXIT.
014600     EXIT.
014610
014620*****************************************************************
014630*    5200-PRINT-REFS - PRINT THE HIGHEST POSTED REFERENCE AND   *
014640*    THE CS-NEXT-REF IT IS CHECKED AGAINST.                     *
014650*****************************************************************
014660 5200-PRINT-REFS.
014670     MOVE 'HIGHEST CL-REF POSTED..............' TO WK-RL-LABEL.
014680     MOVE WK-MAX-REF TO WK-RL-REF.
014690     MOVE SPACES TO WK-RL-NOTE.
014700     MOVE WK-REF-LINE TO RO-LINE.
014710     WRITE RO-LINE.
014720     MOVE 'CS-NEXT-REF........................' TO WK-RL-LABEL.
014730     MOVE WK-CHECK-NEXT-REF TO WK-RL-REF.
014740     IF WK-CHECK-NEXT-REF > WK-MAX-REF
014750         MOVE 'ABOVE IT - OK' TO WK-RL-NOTE
014760     ELSE
014770         MOVE 'NOT ABOVE IT' TO WK-RL-NOTE
014780     END-IF.
014790     MOVE WK-REF-LINE TO RO-LINE.
014800     WRITE RO-LINE.
014810 5200-EXIT.
014820     EXIT.
014830
014840*****************************************************************
014850*    6000-CHECKSUM-RECORD - ADD THE RECORD IN WK-IMAGE, NUMBER  *
014860*    WK-REC-SEQ OF ITS FILE, INTO THE RUNNING CHECKSUM IN       *
014870*    WK-SUM-IN.                                                 *
014880*****************************************************************
014890 6000-CHECKSUM-RECORD.
014900     MOVE ZEROS TO WK-REC-SUM.
014910     PERFORM 6010-ADD-ONE-BYTE THRU 6010-EXIT
014920         VARYING WK-BYTE-SUB FROM 1 BY 1
014930         UNTIL WK-BYTE-SUB > WK-IMAGE-LENGTH.
014940     COMPUTE WK-SUM-WORK = WK-SUM-IN + WK-REC-SUM * WK-REC-SEQ.
014950     DIVIDE WK-SUM-WORK BY 1000000000000000
014960         GIVING WK-SUM-QUOT REMAINDER WK-SUM-IN.
014970 6000-EXIT.
014980     EXIT.
014990
015000*****************************************************************
015010*    6010-ADD-ONE-BYTE - ONE BYTE'S VALUE TIMES ITS POSITION.   *
015020*****************************************************************
015030 6010-ADD-ONE-BYTE.
015040     MOVE WK-IMAGE(WK-BYTE-SUB:1) TO WK-BYTE-CHAR.
015050     COMPUTE WK-REC-SUM = WK-REC-SUM
015060         + WK-BYTE-VALUE * WK-BYTE-SUB.
015070 6010-EXIT.
015080     EXIT.
015090
015100*****************************************************************
015110*    6100-FIND-FILE - THE TABLE ENTRY FOR THE FILE NAMED IN     *
015120*    WK-FIND-NAME, OR ZERO.                                     *
015130*****************************************************************
015140 6100-FIND-FILE.
015150     MOVE ZEROS TO WK-FILE-MATCH.
015160     PERFORM 6110-CHECK-ONE-NAME THRU 6110-EXIT
015170         VARYING WK-BYTE-SUB FROM 1 BY 1
015180         UNTIL WK-BYTE-SUB > WK-FILE-COUNT
015190            OR WK-FILE-MATCH > ZEROS.
015200 6100-EXIT.
015210     EXIT.
015220
015230*****************************************************************
015240*    6110-CHECK-ONE-NAME - TEST ONE TABLE ENTRY AGAINST THE     *
015250*    NAME BEING LOOKED UP.                                      *
015260*****************************************************************
015270 6110-CHECK-ONE-NAME.
015280     IF WK-FD-NAME(WK-BYTE-SUB) = WK-FIND-NAME
015290         MOVE WK-BYTE-SUB TO WK-FILE-MATCH
015300     END-IF.
015310 6110-EXIT.
015320     EXIT.
015330
015340*****************************************************************
015350*    7000-OPEN-LIVE-INPUT - OPEN CONTROL FILE WK-FILE-SUB FOR   *
015360*    READING.                                                   *
015370*****************************************************************
015380 7000-OPEN-LIVE-INPUT.
015390     EVALUATE WK-FILE-SUB
015400         WHEN 1
015410             OPEN INPUT CALC-SEQ
015420         WHEN 2
015430             OPEN INPUT PERIOD-CONTROL
015440         WHEN 3
015450             OPEN INPUT BATCH-REGISTER
015460         WHEN 4
015470             OPEN INPUT PENDING-CALC
015480         WHEN 5
015490             OPEN INPUT STANDING-MASTER
015500         WHEN 6
015510             OPEN INPUT USER-MASTER
015520         WHEN 7
015530             OPEN INPUT ACCOUNT-MASTER
015540         WHEN 8
015550             OPEN INPUT BUDGET-MASTER
015560     END-EVALUATE.
015570 7000-EXIT.
015580     EXIT.
015590
015600*****************************************************************
015610*    7050-OPEN-LIVE-OUTPUT - OPEN CONTROL FILE WK-FILE-SUB TO   *
015620*    BE REBUILT.                                                *
015630*****************************************************************
015640 7050-OPEN-LIVE-OUTPUT.
015650     EVALUATE WK-FILE-SUB
015660         WHEN 1
015670             OPEN OUTPUT CALC-SEQ
015680         WHEN 2
015690             OPEN OUTPUT PERIOD-CONTROL
015700         WHEN 3
015710             OPEN OUTPUT BATCH-REGISTER
015720         WHEN 4
015730             OPEN OUTPUT PENDING-CALC
015740         WHEN 5
015750             OPEN OUTPUT STANDING-MASTER
015760         WHEN 6
015770             OPEN OUTPUT USER-MASTER
015780         WHEN 7
015790             OPEN OUTPUT ACCOUNT-MASTER
015800         WHEN 8
015810             OPEN OUTPUT BUDGET-MASTER
015820     END-EVALUATE.
015830 7050-EXIT.
015840     EXIT.
015850
015860*****************************************************************
015870*    7100-READ-LIVE - READ THE NEXT RECORD OF CONTROL FILE      *
015880*    WK-FILE-SUB INTO WK-IMAGE.                                 *
015890*****************************************************************
015900 7100-READ-LIVE.
015910     MOVE SPACES TO WK-IMAGE.
015920     EVALUATE WK-FILE-SUB
015930         WHEN 1
015940             READ CALC-SEQ
015950                 AT END SET LIVE-EOF TO TRUE
015960                 NOT AT END MOVE CS-RECORD TO WK-IMAGE
015970             END-READ
015980         WHEN 2
015990             READ PERIOD-CONTROL
016000                 AT END SET LIVE-EOF TO TRUE
016010                 NOT AT END MOVE PC-RECORD TO WK-IMAGE
016020             END-READ
016030         WHEN 3
016040             READ BATCH-REGISTER
016050                 AT END SET LIVE-EOF TO TRUE
016060                 NOT AT END MOVE BR-RECORD TO WK-IMAGE
016070             END-READ
016080         WHEN 4
016090             READ PENDING-CALC
016100                 AT END SET LIVE-EOF TO TRUE
016110                 NOT AT END MOVE PD-RECORD TO WK-IMAGE
016120             END-READ
016130         WHEN 5
016140             READ STANDING-MASTER
016150                 AT END SET LIVE-EOF TO TRUE
016160                 NOT AT END MOVE ST-RECORD TO WK-IMAGE
016170             END-READ
016180         WHEN 6
016190             READ USER-MASTER
016200                 AT END SET LIVE-EOF TO TRUE
016210                 NOT AT END MOVE USR-RECORD TO WK-IMAGE
016220             END-READ
016230         WHEN 7
016240             READ ACCOUNT-MASTER
016250                 AT END SET LIVE-EOF TO TRUE
016260                 NOT AT END MOVE AC-RECORD TO WK-IMAGE
016270             END-READ
016280         WHEN 8
016290             READ BUDGET-MASTER
016300                 AT END SET LIVE-EOF TO TRUE
016310                 NOT AT END MOVE BG-RECORD TO WK-IMAGE
016320             END-READ
016330     END-EVALUATE.
016340 7100-EXIT.
016350     EXIT.
016360
016370*****************************************************************
016380*    7200-CLOSE-LIVE - CLOSE CONTROL FILE WK-FILE-SUB.          *
016390*****************************************************************
016400 7200-CLOSE-LIVE.
016410     EVALUATE WK-FILE-SUB
016420         WHEN 1
016430             CLOSE CALC-SEQ
016440         WHEN 2
016450             CLOSE PERIOD-CONTROL
016460         WHEN 3
016470             CLOSE BATCH-REGISTER
016480         WHEN 4
016490             CLOSE PENDING-CALC
016500         WHEN 5
016510             CLOSE STANDING-MASTER
016520         WHEN 6
016530             CLOSE USER-MASTER
016540         WHEN 7
016550             CLOSE ACCOUNT-MASTER
016560         WHEN 8
016570             CLOSE BUDGET-MASTER
016580     END-EVALUATE.
016590 7200-EXIT.
016600     EXIT.
016610
016620*****************************************************************
016630*    7300-WRITE-LIVE - WRITE WK-IMAGE AS THE NEXT RECORD OF     *
016640*    CONTROL FILE WK-FILE-SUB.                                  *
016650*****************************************************************
016660 7300-WRITE-LIVE.
016670     SET LIVE-WRITE-OK TO TRUE.
016680     EVALUATE WK-FILE-SUB
016690         WHEN 1
016700             MOVE WK-IMAGE TO CS-RECORD
016710             WRITE CS-RECORD
016720         WHEN 2
016730             MOVE WK-IMAGE TO PC-RECORD
016740             WRITE PC-RECORD
016750         WHEN 3
016760             MOVE WK-IMAGE TO BR-RECORD
016770             WRITE BR-RECORD
016780         WHEN 4
016790             MOVE WK-IMAGE TO PD-RECORD
016800             WRITE PD-RECORD
016810         WHEN 5
016820             MOVE WK-IMAGE TO ST-RECORD
016830             WRITE ST-RECORD
016840                 INVALID KEY SET LIVE-WRITE-FAILED TO TRUE
016850             END-WRITE
016860         WHEN 6
016870             MOVE WK-IMAGE TO USR-RECORD
016880             WRITE USR-RECORD
016890                 INVALID KEY SET LIVE-WRITE-FAILED TO TRUE
016900             END-WRITE
016910         WHEN 7
016920             MOVE WK-IMAGE TO AC-RECORD
016930             WRITE AC-RECORD
016940                 INVALID KEY SET LIVE-WRITE-FAILED TO TRUE
016950             END-WRITE
016960         WHEN 8
016970             MOVE WK-IMAGE TO BG-RECORD
016980             WRITE BG-RECORD
016990                 INVALID KEY SET LIVE-WRITE-FAILED TO TRUE
017000             END-WRITE
017010     END-EVALUATE.
017020     IF NOT CTL-OK
017030         SET LIVE-WRITE-FAILED TO TRUE
017040     END-IF.
017050 7300-EXIT.
017060     EXIT.
017070
017080*****************************************************************
017090*    9999-FINALIZE - PRINT THE RUN SUMMARY AND SET THE RETURN   *
017100*    CODE.                                                      *
017110*****************************************************************
017120 9999-FINALIZE.
017130     MOVE SPACES TO RO-LINE.
017140     WRITE RO-LINE.
017150     MOVE 'RUN SUMMARY' TO RO-LINE.
017160     WRITE RO-LINE.
017170     MOVE 'RECORDS READ.....................' TO WK-TL-LABEL.
017180     MOVE WK-RECORDS-READ TO WK-TL-COUNT.
017190     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
017200     MOVE 'RECORDS WRITTEN..................' TO WK-TL-LABEL.
017210     MOVE WK-RECORDS-WRITTEN TO WK-TL-COUNT.
017220     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
017230     IF FUNC-VERIFY OR FUNC-RESTORE
017240         MOVE 'FILES FAILING VERIFICATION.......' TO WK-TL-LABEL
017250         MOVE WK-VERIFY-FAILURES TO WK-TL-COUNT
017260         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
017270     END-IF.
017280     CLOSE REPORT-OUT.
017290     MOVE WK-RUN-RC TO RETURN-CODE.
017300     DISPLAY 'RECORDS READ...........: ' WK-RECORDS-READ.
017310     DISPLAY 'RECORDS WRITTEN........: ' WK-RECORDS-WRITTEN.
017320 9999-EXIT.
017330     EXIT.
017340
017350*****************************************************************
017360*    9100-WRITE-TOTAL - PRINT ONE RUN-SUMMARY LINE.             *
017370*****************************************************************
017380 9100-WRITE-TOTAL.
017390     MOVE WK-TOTAL-LINE TO RO-LINE.
017400     WRITE RO-LINE.
017410 9100-EXIT.
017420     EXIT.
017430
017440*****************************************************************
017450*    9200-WRITE-HEADINGS - PRINT THE FILE-TABLE HEADINGS.       *
017460*****************************************************************
017470 9200-WRITE-HEADINGS.
017480     MOVE WK-HEAD-1 TO RO-LINE.
017490     WRITE RO-LINE.
017500     MOVE WK-HEAD-2 TO RO-LINE.
017510     WRITE RO-LINE.
017520 9200-EXIT.
017530     EXIT.
017540
017550*****************************************************************
017560*    9300-RAISE-RC - KEEP THE WORST RETURN CODE OF THE RUN.     *
017570*****************************************************************
017580 9300-RAISE-RC.
017590     IF WK-NEW-RC > WK-RUN-RC
017600         MOVE WK-NEW-RC TO WK-RUN-RC
017610     END-IF.
017620 9300-EXIT.
017630     EXIT.
017640
017650*****************************************************************
017660*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
017670*    RUN TO THE SHARED JOB-RUN LOG.                             *
017680*****************************************************************
017690 9800-LOG-JOB-START.
017700     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
017710     ACCEPT WK-TIME-SYS FROM TIME.
017720     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
017730     MOVE SPACES TO JL-RECORD.
017740     MOVE 'CTLSNAP' TO JL-PROGRAM.
017750     SET JL-START-REC TO TRUE.
017760     MOVE WK-JOB-START-DATE TO JL-START-DATE.
017770     MOVE WK-JOB-START-TIME TO JL-START-TIME.
017780     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
017790     MOVE WK-JOB-PARAMS TO JL-PARAMS.
017800     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
017810         JL-REJECT-COUNT JL-RETURN-CODE.
017820     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
017830 9800-EXIT.
017840     EXIT.
017850
017860*****************************************************************
017870*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
017880*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
017890*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
017900*****************************************************************
017910 9810-LOG-JOB-END.
017920     MOVE WK-RECORDS-READ TO WK-JOB-READ-COUNT.
017930     MOVE WK-RECORDS-WRITTEN TO WK-JOB-WRITTEN-COUNT.
017940     MOVE WK-VERIFY-FAILURES TO WK-JOB-REJECT-COUNT.
017950     MOVE SPACES TO JL-RECORD.
017960     MOVE 'CTLSNAP' TO JL-PROGRAM.
017970     SET JL-END-REC TO TRUE.
017980     MOVE WK-JOB-START-DATE TO JL-START-DATE.
017990     MOVE WK-JOB-START-TIME TO JL-START-TIME.
018000     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
018010     ACCEPT WK-TIME-SYS FROM TIME.
018020     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
018030     MOVE WK-JOB-PARAMS TO JL-PARAMS.
018040     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
018050     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
018060     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
018070     MOVE RETURN-CODE TO JL-RETURN-CODE.
018080     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
018090 9810-EXIT.
018100     EXIT.
018110
018120*****************************************************************
018130*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
018140*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
018150*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
018160*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
018170*    WARNING - IT NEVER STOPS THE RUN.                          *
018180*****************************************************************
018190 9820-WRITE-JOB-LOG.
018200     OPEN EXTEND JOB-LOG.
018210     IF JOBLOG-NOT-FOUND
018220         OPEN OUTPUT JOB-LOG
018230     END-IF.
018240     IF NOT JOBLOG-OK
018250         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
018260             WK-JOBLOG-STATUS
018270         GO TO 9820-EXIT
018280     END-IF.
018290     WRITE JL-RECORD.
018300     IF NOT JOBLOG-OK
018310         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
018320             WK-JOBLOG-STATUS
018330     END-IF.
018340     CLOSE JOB-LOG.
018350 9820-EXIT.
018360     EXIT.
