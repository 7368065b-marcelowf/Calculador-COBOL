000010*****************************************************************
000020*    PROGRAM-ID  : USRCERT                                      *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : QUARTERLY USER-ACCESS RECERTIFICATION. LISTS *
000070*                  EVERY LIVE (ACTIVE OR PIN-LOCKED) USERMAST   *
000080*                  ID WITH ITS NAME, LEVEL, LAST SUCCESSFUL     *
000090*                  LOGON (THE LATEST SL-SUCCESS RECORD ON       *
000100*                  SECLOG), DAYS DORMANT, AND THE LAST USRAUDIT *
000110*                  MAINTENANCE CHANGE TO THE ID, SO EACH        *
000120*                  OWNER'S SUPERVISOR CAN CONFIRM THE ID IS     *
000130*                  STILL NEEDED AT THAT LEVEL. DAYS DORMANT     *
000140*                  COUNT FROM THE LAST SUCCESSFUL LOGON, OR     *
000150*                  FROM THE LAST MAINTENANCE CHANGE WHEN THE ID *
000160*                  HAS NEVER LOGGED ON; AN ID WITH NEITHER IS   *
000170*                  DORMANT. ANY ID OVER THE DORMANCY LIMIT IS   *
000180*                  FLAGGED. USER AND COWORKER IDS PRINT IN      *
000190*                  SECTION 1; ADM IDS PRINT IN SECTION 2 FOR    *
000200*                  THEIR SEPARATE AUDIT SIGN-OFF.               *
000210*                  AN UPDATE RUN ALSO DEACTIVATES EVERY DORMANT *
000220*                  ID AND WRITES THE MATCHING UA-ACT-DEACTIVATE *
000230*                  RECORD TO USRAUDIT UNDER THE SYSTEM ADMIN    *
000240*                  ID NAMED ON THE CARD, WHICH MUST BE AN       *
000250*                  ACTIVE ADM AND IS NEVER DEACTIVATED ITSELF.  *
000260*                  OPTIONAL PARMCARD - COLS 1-3 DORMANCY LIMIT  *
000270*                  IN DAYS (BLANK = 090), COL 4 U FOR AN UPDATE *
000280*                  RUN (BLANK OR R = REPORT ONLY), COLS 5-12    *
000290*                  SYSTEM ADMIN ID (BLANK = SYSADMIN).          *
000300*                  RETURN CODES: 0 NO DORMANT IDS, 4 DORMANT    *
000310*                  IDS FLAGGED OR DEACTIVATED, 8 BAD PARAMETER  *
000320*                  CARD OR SYSTEM ADMIN ID, 16 FILE ERROR.      *
000330*    MODIFICATION HISTORY                                       *
000340*    -------------------                                        *
000350*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. USRCERT.
000390 AUTHOR. J. B. FONSECA.
000400 INSTALLATION. DATA PROCESSING DEPT.
000410 DATE-WRITTEN. 15/10/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. GENERIC.
000470 OBJECT-COMPUTER. GENERIC.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS USR-ID
000570         FILE STATUS IS WK-USRMAST-STATUS.
000580     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WK-SECLOG-STATUS.
000610     SELECT USER-AUDIT ASSIGN TO 'USRAUDIT'
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WK-USRAUDT-STATUS.
000640     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WK-PARAM-STATUS.
000670     SELECT REPORT-OUT ASSIGN TO 'CERTRPT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WK-REPORT-STATUS.
000700     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WK-JOBLOG-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  USER-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780 COPY USRMAST.
000790
000800 FD  SECURITY-LOG
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY SECLOG.
000840
000850 FD  USER-AUDIT
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY USRAUDT.
000890
000900 FD  PARAM-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  PM-CARD.
000940     05  PM-LIMIT                PIC X(03).
000950     05  PM-MODE                 PIC X(01).
000960     05  PM-ADMIN-ID             PIC X(08).
000970     05  FILLER                  PIC X(68).
000980
000990 FD  REPORT-OUT
001000     LABEL RECORDS ARE STANDARD.
001010 01  RO-LINE                     PIC X(80).
001020
001030 FD  JOB-LOG
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 COPY JOBLOG.
001070
001080 WORKING-STORAGE SECTION.
001090 COPY WSCALC.
001100
001110 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
001120     88  USRMAST-OK                  VALUE '00'.
001130     88  USRMAST-EOF                 VALUE '10'.
001140
001150 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
001160     88  SECLOG-OK                   VALUE '00'.
001170     88  SECLOG-EOF                  VALUE '10'.
001180     88  SECLOG-NOT-FOUND            VALUE '35'.
001190
001200 77  WK-USRAUDT-STATUS           PIC X(02) VALUE ZEROS.
001210     88  USRAUDT-OK                  VALUE '00'.
001220     88  USRAUDT-EOF                 VALUE '10'.
001230     88  USRAUDT-NOT-FOUND           VALUE '35'.
001240
001250 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001260     88  PARAM-OK                    VALUE '00'.
001270     88  PARAM-EOF                   VALUE '10'.
001280     88  PARAM-NOT-FOUND             VALUE '35'.
001290
001300 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001310     88  REPORT-OK                   VALUE '00'.
001320
001330 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001340     88  JOBLOG-OK                   VALUE '00'.
001350     88  JOBLOG-NOT-FOUND            VALUE '35'.
001360
001370 01  WK-PARAM-SWITCHES.
001380     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001390         88  PARAM-MODE              VALUE 'Y'.
001400         88  CONSOLE-MODE            VALUE 'N'.
001410     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001420         88  PARAM-CARD-VALID        VALUE 'Y'.
001430         88  PARAM-CARD-INVALID      VALUE 'N'.
001440
001450 01  WK-CERT-SWITCHES.
001460     05  WK-SW-RUN-MODE          PIC X(01) VALUE 'R'.
001470         88  REPORT-RUN              VALUE 'R'.
001480         88  UPDATE-RUN              VALUE 'U'.
001490     05  WK-SW-SECTION           PIC X(01) VALUE 'U'.
001500         88  USER-SECTION            VALUE 'U'.
001510         88  ADM-SECTION             VALUE 'A'.
001520     05  WK-SW-LOG-FOUND         PIC X(01) VALUE 'N'.
001530         88  LOG-ENTRY-FOUND         VALUE 'Y'.
001540         88  LOG-ENTRY-NOT-FOUND     VALUE 'N'.
001550     05  WK-SW-ADMIN-OK          PIC X(01) VALUE 'N'.
001560         88  SYSTEM-ADMIN-VALID      VALUE 'Y'.
001570         88  SYSTEM-ADMIN-INVALID    VALUE 'N'.
001580     05  WK-SW-DORMANT           PIC X(01) VALUE 'N'.
001590         88  ID-IS-DORMANT           VALUE 'Y'.
001600         88  ID-IS-IN-USE            VALUE 'N'.
001610
001620 77  WK-DORMANT-LIMIT            PIC 9(03) VALUE 090.
001630 77  WK-SYSTEM-ADMIN-ID          PIC X(08) VALUE 'SYSADMIN'.
001640
001650*****************************************************************
001660*    ONE ENTRY PER USER ID SEEN ON SECLOG OR USRAUDIT, HOLDING  *
001670*    ITS LATEST SUCCESSFUL LOGON AND LATEST MAINTENANCE CHANGE. *
001680*****************************************************************
001690 01  WK-LOG-FIELDS.
001700     05  WK-LOG-COUNT            PIC 9(04) VALUE ZEROS.
001710     05  WK-LOG-SUB              PIC 9(04) VALUE ZEROS.
001720     05  WK-LOG-MATCH            PIC 9(04) VALUE ZEROS.
001730     05  WK-LOG-KEY              PIC X(08) VALUE SPACES.
001740
001750 01  WK-LOG-TABLE.
001760     05  WK-LOG-ENTRY            OCCURS 2000 TIMES.
001770         10  WK-LOG-USER-ID      PIC X(08).
001780         10  WK-LOG-LOGON-DATE   PIC 9(08).
001790         10  WK-LOG-LOGON-TIME   PIC 9(06).
001800         10  WK-LOG-CHG-DATE     PIC 9(08).
001810         10  WK-LOG-CHG-TIME     PIC 9(06).
001820         10  WK-LOG-CHG-ACTION   PIC X(01).
001830
001840 01  WK-ID-FIELDS.
001850     05  WK-ID-LOGON-DATE        PIC 9(08) VALUE ZEROS.
001860     05  WK-ID-CHG-DATE          PIC 9(08) VALUE ZEROS.
001870     05  WK-ID-CHG-ACTION        PIC X(01) VALUE SPACES.
001880         88  CHG-ACT-ADD             VALUE 'A'.
001890         88  CHG-ACT-CHANGE          VALUE 'C'.
001900         88  CHG-ACT-PIN-RESET       VALUE 'P'.
001910         88  CHG-ACT-DEACTIVATE      VALUE 'D'.
001920         88  CHG-ACT-UNLOCK          VALUE 'U'.
001930     05  WK-ID-BASE-DATE         PIC 9(08) VALUE ZEROS.
001940     05  WK-ID-DAYS              PIC 9(07) VALUE ZEROS.
001950
001960*****************************************************************
001970*    DAY-NUMBER WORK AREA - TURNS A YYYYMMDD DATE INTO A COUNT  *
001980*    OF DAYS SO TWO DATES CAN BE SUBTRACTED.                    *
001990*****************************************************************
002000 01  WK-DAYNUM-FIELDS.
002010     05  WK-DN-DATE              PIC 9(08) VALUE ZEROS.
002020     05  WK-DN-DATE-SPLIT REDEFINES WK-DN-DATE.
002030         10  WK-DN-YEAR          PIC 9(04).
002040         10  WK-DN-MONTH         PIC 9(02).
002050         10  WK-DN-DAY           PIC 9(02).
002060     05  WK-DN-DAYS              PIC 9(07) VALUE ZEROS.
002070     05  WK-DN-PRIOR-YEAR        PIC 9(04) VALUE ZEROS.
002080     05  WK-DN-QUOT-4            PIC 9(04) VALUE ZEROS.
002090     05  WK-DN-QUOT-100          PIC 9(04) VALUE ZEROS.
002100     05  WK-DN-QUOT-400          PIC 9(04) VALUE ZEROS.
002110     05  WK-DN-REM-4             PIC 9(04) VALUE ZEROS.
002120     05  WK-DN-REM-100           PIC 9(04) VALUE ZEROS.
002130     05  WK-DN-REM-400           PIC 9(04) VALUE ZEROS.
002140     05  WK-TODAY-DAYS           PIC 9(07) VALUE ZEROS.
002150
002160 01  WK-CUM-DAYS-VALUES.
002170     05  FILLER                  PIC X(36) VALUE
002180         '000031059090120151181212243273304334'.
002190 01  WK-CUM-DAYS-TABLE REDEFINES WK-CUM-DAYS-VALUES.
002200     05  WK-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
002210
002220 01  WK-SHOW-DATE.
002230     05  WK-SD-YEAR              PIC 9(04) VALUE ZEROS.
002240     05  WK-SD-MONTH             PIC 9(02) VALUE ZEROS.
002250     05  WK-SD-DAY               PIC 9(02) VALUE ZEROS.
002260 01  WK-SHOW-DATE-N REDEFINES WK-SHOW-DATE
002270                                 PIC 9(08).
002280
002290 01  WK-EDIT-DATE.
002300     05  WK-ED-DAY               PIC 9(02) VALUE ZEROS.
002310     05  FILLER                  PIC X(01) VALUE '/'.
002320     05  WK-ED-MONTH             PIC 9(02) VALUE ZEROS.
002330     05  FILLER                  PIC X(01) VALUE '/'.
002340     05  WK-ED-YEAR              PIC 9(04) VALUE ZEROS.
002350
002360 01  WK-CERT-COUNTS.
002370     05  WK-SECTION-LISTED       PIC 9(07) VALUE ZEROS.
002380     05  WK-SECTION-DORMANT      PIC 9(07) VALUE ZEROS.
002390     05  WK-TOTAL-LISTED         PIC 9(07) VALUE ZEROS.
002400     05  WK-TOTAL-DORMANT        PIC 9(07) VALUE ZEROS.
002410     05  WK-DEACTIVATED-COUNT    PIC 9(07) VALUE ZEROS.
002420     05  WK-USERS-READ           PIC 9(07) VALUE ZEROS.
002430
002440 01  WK-TIME-SYS.
002450     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002460     03  FILLER                  PIC 9(02) VALUE ZEROS.
002470
002480 01  WK-JOB-FIELDS.
002490     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
002500     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002510     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002520     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002530     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002540     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002550
002560 01  WK-ECHO-LINE.
002570     05  FILLER                  PIC X(06) VALUE 'AS OF '.
002580     05  WK-EC-DATE              PIC X(10) VALUE SPACES.
002590     05  FILLER                  PIC X(17) VALUE
002600         '  DORMANCY LIMIT '.
002610     05  WK-EC-LIMIT             PIC ZZ9 VALUE ZEROS.
002620     05  FILLER                  PIC X(07) VALUE ' DAYS  '.
002630     05  WK-EC-MODE              PIC X(37) VALUE SPACES.
002640
002650 01  WK-HEAD-LINE.
002660     05  FILLER                  PIC X(09) VALUE 'USER ID'.
002670     05  FILLER                  PIC X(21) VALUE 'NAME'.
002680     05  FILLER                  PIC X(04) VALUE 'LVL'.
002690     05  FILLER                  PIC X(11) VALUE 'LAST LOGON'.
002700     05  FILLER                  PIC X(05) VALUE 'DAYS'.
002710     05  FILLER                  PIC X(18) VALUE 'LAST CHANGE'.
002720     05  FILLER                  PIC X(12) VALUE 'FLAG'.
002730
002740 01  WK-DETAIL-LINE.
002750     05  WK-DL-USER-ID           PIC X(08) VALUE SPACES.
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  WK-DL-NAME              PIC X(20) VALUE SPACES.
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  WK-DL-LEVEL             PIC X(03) VALUE SPACES.
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  WK-DL-LOGON             PIC X(10) VALUE SPACES.
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  WK-DL-DAYS              PIC X(04) VALUE SPACES.
002840     05  WK-DL-DAYS-N REDEFINES WK-DL-DAYS
002850                                 PIC ZZZ9.
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  WK-DL-CHG-DATE          PIC X(10) VALUE SPACES.
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  WK-DL-CHG-ACTION        PIC X(06) VALUE SPACES.
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  WK-DL-FLAG              PIC X(11) VALUE SPACES.
002920
002930 01  WK-SIGN-OFF-LINE.
002940     05  FILLER                  PIC X(40) VALUE
002950         'REVIEWED BY ..........................  '.
002960     05  FILLER                  PIC X(40) VALUE
002970         'DATE ..........                         '.
002980
002990 01  WK-TOTAL-LINE.
003000     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
003010     05  WK-TL-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
003020     05  FILLER                  PIC X(39) VALUE SPACES.
003030
003040 PROCEDURE DIVISION.
003050*****************************************************************
003060*    0000-MAINLINE - PROGRAM CONTROL                            *
003070*****************************************************************
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     PERFORM 1500-LOAD-SECURITY-LOG THRU 1500-EXIT.
003110     PERFORM 1600-LOAD-USER-AUDIT THRU 1600-EXIT.
003120     IF UPDATE-RUN
003130         PERFORM 1700-CHECK-SYSTEM-ADMIN THRU 1700-EXIT
003140         PERFORM 1800-OPEN-AUDIT-EXTEND THRU 1800-EXIT
003150     END-IF.
003160     SET USER-SECTION TO TRUE.
003170     PERFORM 2000-REPORT-SECTION THRU 2000-EXIT.
003180     SET ADM-SECTION TO TRUE.
003190     PERFORM 2000-REPORT-SECTION THRU 2000-EXIT.
003200     PERFORM 9999-FINALIZE THRU 9999-EXIT.
003210     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003220     STOP RUN.
003230
003240*****************************************************************
003250*    1000-INITIALIZE - SETTLE THE DORMANCY LIMIT AND RUN MODE,  *
003260*    OPEN THE LISTING AND WRITE THE HEADINGS.                   *
003270*****************************************************************
003280 1000-INITIALIZE.
003290     ACCEPT WK-DATE FROM DATE YYYYMMDD.
003300     DISPLAY '*** QUARTERLY ACCESS RECERTIFICATION ***'.
003310     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
003320     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
003330     IF PARAM-MODE AND PARAM-CARD-INVALID
003340         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
003350         MOVE 8 TO RETURN-CODE
003360         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003370         STOP RUN
003380     END-IF.
003390     IF CONSOLE-MODE
003400         MOVE WK-DORMANT-LIMIT TO WK-JOB-PARAMS(1:3)
003410         MOVE WK-SW-RUN-MODE TO WK-JOB-PARAMS(4:1)
003420         MOVE WK-SYSTEM-ADMIN-ID TO WK-JOB-PARAMS(5:8)
003430     END-IF.
003440     MOVE WK-DATE TO WK-DN-DATE.
003450     PERFORM 8000-DAY-NUMBER THRU 8000-EXIT.
003460     MOVE WK-DN-DAYS TO WK-TODAY-DAYS.
003470     OPEN OUTPUT REPORT-OUT.
003480     IF NOT REPORT-OK
003490         DISPLAY 'ERROR OPENING CERTRPT - STATUS '
003500             WK-REPORT-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003530         STOP RUN
003540     END-IF.
003550     MOVE SPACES TO RO-LINE.
003560     MOVE 'QUARTERLY ACCESS RECERTIFICATION' TO RO-LINE.
003570     WRITE RO-LINE.
003580     MOVE WK-DATE TO WK-SHOW-DATE-N.
003590     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
003600     MOVE WK-EDIT-DATE TO WK-EC-DATE.
003610     MOVE WK-DORMANT-LIMIT TO WK-EC-LIMIT.
003620     IF UPDATE-RUN
003630         STRING 'UPDATE RUN - SYSTEM ADMIN '
003640             DELIMITED BY SIZE
003650             WK-SYSTEM-ADMIN-ID DELIMITED BY SIZE
003660             INTO WK-EC-MODE
003670     ELSE
003680         MOVE 'REPORT ONLY' TO WK-EC-MODE
003690     END-IF.
003700     MOVE WK-ECHO-LINE TO RO-LINE.
003710     WRITE RO-LINE.
003720 1000-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
003770*    PARAMETER FILE AND VALIDATE IT UP FRONT. CARD LAYOUT:      *
003780*    COLS 1-3 DORMANCY LIMIT IN DAYS (BLANK = 090), COL 4 U     *
003790*    FOR AN UPDATE RUN (BLANK OR R = REPORT ONLY), COLS 5-12    *
003800*    THE SYSTEM ADMIN ID THE DEACTIVATIONS ARE AUDITED UNDER    *
003810*    (BLANK = SYSADMIN). A MISSING FILE MEANS A REPORT-ONLY     *
003820*    RUN WITH THE DEFAULT LIMIT.                                *
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
004060     CLOSE PARAM-FILE.
004070     MOVE PM-CARD TO WK-JOB-PARAMS.
004080     IF PM-LIMIT NOT = SPACES
004090         IF PM-LIMIT IS NUMERIC AND PM-LIMIT NOT = '000'
004100             MOVE PM-LIMIT TO WK-DORMANT-LIMIT
004110         ELSE
004120             DISPLAY 'INVALID DORMANCY LIMIT ON CARD - USE '
004130                 '001-999 DAYS.'
004140             SET PARAM-CARD-INVALID TO TRUE
004150         END-IF
004160     END-IF.
004170     EVALUATE PM-MODE
004180         WHEN 'U'
004190             SET UPDATE-RUN TO TRUE
004200         WHEN 'R'
004210         WHEN SPACE
004220             SET REPORT-RUN TO TRUE
004230         WHEN OTHER
004240             DISPLAY 'INVALID RUN MODE ON CARD - USE U OR R.'
004250             SET PARAM-CARD-INVALID TO TRUE
004260     END-EVALUATE.
004270     IF PM-ADMIN-ID NOT = SPACES
004280         MOVE PM-ADMIN-ID TO WK-SYSTEM-ADMIN-ID
004290     END-IF.
004300 1050-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340*    1500-LOAD-SECURITY-LOG - NOTE THE LATEST SUCCESSFUL LOGON  *
004350*    OF EVERY USER ID ON THE SECURITY LOG. A MISSING SECLOG     *
004360*    MEANS NO ONE HAS LOGGED ON SINCE IT WAS INTRODUCED.        *
004370*****************************************************************
004380 1500-LOAD-SECURITY-LOG.
004390     MOVE ZEROS TO WK-LOG-COUNT.
004400     OPEN INPUT SECURITY-LOG.
004410     IF SECLOG-NOT-FOUND
004420         DISPLAY 'NO SECLOG FILE - NO LOGONS ON RECORD.'
004430         GO TO 1500-EXIT
004440     END-IF.
004450     IF NOT SECLOG-OK
004460         DISPLAY 'ERROR OPENING SECLOG - STATUS '
004470             WK-SECLOG-STATUS
004480         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004490     END-IF.
004500     PERFORM 1510-LOAD-ONE-LOGON THRU 1510-EXIT
004510         UNTIL SECLOG-EOF.
004520     CLOSE SECURITY-LOG.
004530 1500-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    1510-LOAD-ONE-LOGON - KEEP ONE SUCCESSFUL LOGON WHEN IT    *
004580*    IS THE LATEST SEEN FOR ITS USER ID.                        *
004590*****************************************************************
004600 1510-LOAD-ONE-LOGON.
004610     READ SECURITY-LOG
004620         AT END
004630             SET SECLOG-EOF TO TRUE
004640             GO TO 1510-EXIT
004650     END-READ.
004660     IF NOT SL-SUCCESS
004670         GO TO 1510-EXIT
004680     END-IF.
004690     MOVE SL-USER-ID TO WK-LOG-KEY.
004700     PERFORM 1550-FIND-LOG-ENTRY THRU 1550-EXIT.
004710     IF LOG-ENTRY-NOT-FOUND
004720         GO TO 1510-EXIT
004730     END-IF.
004740     IF SL-DATE > WK-LOG-LOGON-DATE(WK-LOG-MATCH)
004750             OR (SL-DATE = WK-LOG-LOGON-DATE(WK-LOG-MATCH)
004760             AND SL-TIME NOT < WK-LOG-LOGON-TIME(WK-LOG-MATCH))
004770         MOVE SL-DATE TO WK-LOG-LOGON-DATE(WK-LOG-MATCH)
004780         MOVE SL-TIME TO WK-LOG-LOGON-TIME(WK-LOG-MATCH)
004790     END-IF.
004800 1510-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840*    1550-FIND-LOG-ENTRY - LOCATE THE TABLE ENTRY FOR THE USER  *
004850*    ID IN WK-LOG-KEY, OPENING A NEW ONE THE FIRST TIME THE ID  *
004860*    IS SEEN. LEAVES ITS SUBSCRIPT IN WK-LOG-MATCH.             *
004870*****************************************************************
004880 1550-FIND-LOG-ENTRY.
004890     SET LOG-ENTRY-NOT-FOUND TO TRUE.
004900     PERFORM 1560-MATCH-ONE-ENTRY THRU 1560-EXIT
004910         VARYING WK-LOG-SUB FROM 1 BY 1
004920         UNTIL WK-LOG-SUB > WK-LOG-COUNT OR LOG-ENTRY-FOUND.
004930     IF LOG-ENTRY-FOUND
004940         GO TO 1550-EXIT
004950     END-IF.
004960     IF WK-LOG-COUNT NOT < 2000
004970         DISPLAY 'WARNING - LOG TABLE FULL AT 2000 - '
004980             WK-LOG-KEY ' NOT RECORDED.'
004990         GO TO 1550-EXIT
005000     END-IF.
005010     ADD 1 TO WK-LOG-COUNT.
005020     MOVE WK-LOG-COUNT TO WK-LOG-MATCH.
005030     MOVE WK-LOG-KEY TO WK-LOG-USER-ID(WK-LOG-MATCH).
005040     MOVE ZEROS TO WK-LOG-LOGON-DATE(WK-LOG-MATCH).
005050     MOVE ZEROS TO WK-LOG-LOGON-TIME(WK-LOG-MATCH).
005060     MOVE ZEROS TO WK-LOG-CHG-DATE(WK-LOG-MATCH).
005070     MOVE ZEROS TO WK-LOG-CHG-TIME(WK-LOG-MATCH).
005080     MOVE SPACES TO WK-LOG-CHG-ACTION(WK-LOG-MATCH).
005090     SET LOG-ENTRY-FOUND TO TRUE.
005100 1550-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*    1560-MATCH-ONE-ENTRY - TEST ONE TABLE ENTRY AGAINST THE    *
005150*    USER ID BEING LOOKED UP.                                   *
005160*****************************************************************
005170 1560-MATCH-ONE-ENTRY.
005180     IF WK-LOG-USER-ID(WK-LOG-SUB) = WK-LOG-KEY
005190         MOVE WK-LOG-SUB TO WK-LOG-MATCH
005200         SET LOG-ENTRY-FOUND TO TRUE
005210     END-IF.
005220 1560-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*    1600-LOAD-USER-AUDIT - NOTE THE LATEST MAINTENANCE CHANGE  *
005270*    TO EVERY USER ID ON THE USRAUDIT FILE.                     *
005280*****************************************************************
005290 1600-LOAD-USER-AUDIT.
005300     OPEN INPUT USER-AUDIT.
005310     IF USRAUDT-NOT-FOUND
005320         DISPLAY 'NO USRAUDIT FILE - NO CHANGES ON RECORD.'
005330         GO TO 1600-EXIT
005340     END-IF.
005350     IF NOT USRAUDT-OK
005360         DISPLAY 'ERROR OPENING USRAUDIT - STATUS '
005370             WK-USRAUDT-STATUS
005380         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005390     END-IF.
005400     PERFORM 1610-LOAD-ONE-CHANGE THRU 1610-EXIT
005410         UNTIL USRAUDT-EOF.
005420     CLOSE USER-AUDIT.
005430 1600-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*    1610-LOAD-ONE-CHANGE - KEEP ONE AUDIT RECORD WHEN IT IS    *
005480*    THE LATEST SEEN FOR ITS USER ID.                           *
005490*****************************************************************
005500 1610-LOAD-ONE-CHANGE.
005510     READ USER-AUDIT
005520         AT END
005530             SET USRAUDT-EOF TO TRUE
005540             GO TO 1610-EXIT
005550     END-READ.
005560     MOVE UA-USER-ID TO WK-LOG-KEY.
005570     PERFORM 1550-FIND-LOG-ENTRY THRU 1550-EXIT.
005580     IF LOG-ENTRY-NOT-FOUND
005590         GO TO 1610-EXIT
005600     END-IF.
005610     IF UA-DATE > WK-LOG-CHG-DATE(WK-LOG-MATCH)
005620             OR (UA-DATE = WK-LOG-CHG-DATE(WK-LOG-MATCH)
005630             AND UA-TIME NOT < WK-LOG-CHG-TIME(WK-LOG-MATCH))
005640         MOVE UA-DATE TO WK-LOG-CHG-DATE(WK-LOG-MATCH)
005650         MOVE UA-TIME TO WK-LOG-CHG-TIME(WK-LOG-MATCH)
005660         MOVE UA-ACTION TO WK-LOG-CHG-ACTION(WK-LOG-MATCH)
005670     END-IF.
005680 1610-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720*    1700-CHECK-SYSTEM-ADMIN - AN UPDATE RUN WRITES ITS AUDIT   *
005730*    RECORDS UNDER THE SYSTEM ADMIN ID, SO THAT ID MUST BE ON   *
005740*    THE USER MASTER, ACTIVE AND AT ADM LEVEL, OR NOTHING IS    *
005750*    CHANGED.                                                   *
005760*****************************************************************
005770 1700-CHECK-SYSTEM-ADMIN.
005780     SET SYSTEM-ADMIN-INVALID TO TRUE.
005790     OPEN INPUT USER-MASTER.
005800     IF NOT USRMAST-OK
005810         DISPLAY 'ERROR OPENING USERMAST - STATUS '
005820             WK-USRMAST-STATUS
005830         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005840     END-IF.
005850     PERFORM 1710-SCAN-FOR-ADMIN THRU 1710-EXIT
005860         UNTIL USRMAST-EOF OR SYSTEM-ADMIN-VALID.
005870     CLOSE USER-MASTER.
005880     IF SYSTEM-ADMIN-INVALID
005890         DISPLAY 'SYSTEM ADMIN ID ' WK-SYSTEM-ADMIN-ID
005900             ' IS NOT AN ACTIVE ADM - UPDATE REFUSED.'
005910         CLOSE REPORT-OUT
005920         MOVE 8 TO RETURN-CODE
005930         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
005940         STOP RUN
005950     END-IF.
005960 1700-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000*    1710-SCAN-FOR-ADMIN - READ ONE USER MASTER RECORD LOOKING  *
006010*    FOR THE SYSTEM ADMIN ID.                                   *
006020*****************************************************************
006030 1710-SCAN-FOR-ADMIN.
006040     READ USER-MASTER
006050         AT END
006060             SET USRMAST-EOF TO TRUE
006070             GO TO 1710-EXIT
006080     END-READ.
006090     IF USR-ID = WK-SYSTEM-ADMIN-ID
006100             AND USR-ACTIVE AND USR-LEVEL = 01
006110         SET SYSTEM-ADMIN-VALID TO TRUE
006120     END-IF.
006130 1710-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170*    1800-OPEN-AUDIT-EXTEND - OPEN USRAUDIT FOR APPEND FOR THE  *
006180*    DEACTIVATION RECORDS, CREATING IT ON FIRST USE.            *
006190*****************************************************************
006200 1800-OPEN-AUDIT-EXTEND.
006210     OPEN EXTEND USER-AUDIT.
006220     IF USRAUDT-NOT-FOUND
006230         OPEN OUTPUT USER-AUDIT
006240     END-IF.
006250     IF NOT USRAUDT-OK
006260         DISPLAY 'ERROR OPENING USRAUDIT - STATUS '
006270             WK-USRAUDT-STATUS
006280         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006290     END-IF.
006300 1800-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340*    1900-ABANDON-RUN - A FILE WOULD NOT OPEN. LOG THE END OF   *
006350*    THE RUN WITH RETURN-CODE 16 AND STOP.                      *
006360*****************************************************************
006370 1900-ABANDON-RUN.
006380     DISPLAY 'RECERTIFICATION ABANDONED.'.
006390     CLOSE REPORT-OUT.
006400     MOVE 16 TO RETURN-CODE.
006410     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
006420     STOP RUN.
006430 1900-EXIT.
006440     EXIT.
006450
006460*****************************************************************
006470*    2000-REPORT-SECTION - ONE PASS OF THE USER MASTER IN KEY   *
006480*    ORDER FOR ONE SECTION: USER AND COWORKER IDS (AND ANY ID   *
006490*    CARRYING AN INVALID LEVEL) IN SECTION 1, ADM IDS IN        *
006500*    SECTION 2. AN UPDATE RUN OPENS THE MASTER I-O SO A DORMANT *
006510*    ID CAN BE REWRITTEN AS SOON AS IT IS READ.                 *
006520*****************************************************************
006530 2000-REPORT-SECTION.
006540     MOVE ZEROS TO WK-SECTION-LISTED WK-SECTION-DORMANT.
006550     IF UPDATE-RUN
006560         OPEN I-O USER-MASTER
006570     ELSE
006580         OPEN INPUT USER-MASTER
006590     END-IF.
006600     IF NOT USRMAST-OK
006610         DISPLAY 'ERROR OPENING USERMAST - STATUS '
006620             WK-USRMAST-STATUS
006630         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006640     END-IF.
006650     MOVE SPACES TO RO-LINE.
006660     WRITE RO-LINE.
006670     IF USER-SECTION
006680         MOVE 'SECTION 1 - USER AND COWORKER IDS' TO RO-LINE
006690     ELSE
006700         MOVE 'SECTION 2 - ADM IDS (SEPARATE AUDIT SIGN-OFF)'
006710             TO RO-LINE
006720     END-IF.
006730     WRITE RO-LINE.
006740     MOVE SPACES TO RO-LINE.
006750     WRITE RO-LINE.
006760     MOVE WK-HEAD-LINE TO RO-LINE.
006770     WRITE RO-LINE.
006780     MOVE SPACES TO RO-LINE.
006790     WRITE RO-LINE.
006800     PERFORM 2100-REPORT-ONE-ID THRU 2100-EXIT
006810         UNTIL USRMAST-EOF.
006820     CLOSE USER-MASTER.
006830     IF WK-SECTION-LISTED = ZEROS
006840         MOVE 'NO LIVE IDS IN THIS SECTION.' TO RO-LINE
006850         WRITE RO-LINE
006860     END-IF.
006870     MOVE SPACES TO RO-LINE.
006880     WRITE RO-LINE.
006890     MOVE 'IDS LISTED.......................' TO WK-TL-LABEL.
006900     MOVE WK-SECTION-LISTED TO WK-TL-COUNT.
006910     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
006920     MOVE 'IDS OVER THE DORMANCY LIMIT......' TO WK-TL-LABEL.
006930     MOVE WK-SECTION-DORMANT TO WK-TL-COUNT.
006940     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
006950     MOVE SPACES TO RO-LINE.
006960     WRITE RO-LINE.
006970     MOVE WK-SIGN-OFF-LINE TO RO-LINE.
006980     WRITE RO-LINE.
006990 2000-EXIT.
007000     EXIT.
007010
007020*****************************************************************
007030*    2100-REPORT-ONE-ID - READ ONE USER MASTER RECORD AND, WHEN *
007040*    IT IS LIVE AND BELONGS IN THIS SECTION, WORK OUT ITS DAYS  *
007050*    DORMANT AND LIST IT. AN UPDATE RUN DEACTIVATES IT THERE    *
007060*    AND THEN WHEN IT IS OVER THE LIMIT.                        *
007070*****************************************************************
007080 2100-REPORT-ONE-ID.
007090     READ USER-MASTER
007100         AT END
007110             SET USRMAST-EOF TO TRUE
007120             GO TO 2100-EXIT
007130     END-READ.
007140     IF USER-SECTION
007150         ADD 1 TO WK-USERS-READ
007160     END-IF.
007170     IF USR-INACTIVE
007180         GO TO 2100-EXIT
007190     END-IF.
007200     IF (USER-SECTION AND USR-LEVEL = 01)
007210             OR (ADM-SECTION AND USR-LEVEL NOT = 01)
007220         GO TO 2100-EXIT
007230     END-IF.
007240     PERFORM 2200-WORK-OUT-DORMANCY THRU 2200-EXIT.
007250     MOVE SPACES TO WK-DETAIL-LINE.
007260     MOVE USR-ID TO WK-DL-USER-ID.
007270     MOVE USR-NAME TO WK-DL-NAME.
007280     MOVE USR-LEVEL TO WK-LEVEL.
007290     EVALUATE TRUE
007300         WHEN ADM
007310             MOVE 'ADM' TO WK-DL-LEVEL
007320         WHEN USER
007330             MOVE 'USR' TO WK-DL-LEVEL
007340         WHEN COWORKER
007350             MOVE 'COW' TO WK-DL-LEVEL
007360         WHEN OTHER
007370             MOVE USR-LEVEL TO WK-DL-LEVEL
007380     END-EVALUATE.
007390     IF WK-ID-LOGON-DATE = ZEROS
007400         MOVE 'NEVER' TO WK-DL-LOGON
007410     ELSE
007420         MOVE WK-ID-LOGON-DATE TO WK-SHOW-DATE-N
007430         PERFORM 8100-EDIT-DATE THRU 8100-EXIT
007440         MOVE WK-EDIT-DATE TO WK-DL-LOGON
007450     END-IF.
007460     IF WK-ID-BASE-DATE NOT = ZEROS
007470         IF WK-ID-DAYS > 9999
007480             MOVE 9999 TO WK-DL-DAYS-N
007490         ELSE
007500             MOVE WK-ID-DAYS TO WK-DL-DAYS-N
007510         END-IF
007520     END-IF.
007530     IF WK-ID-CHG-DATE NOT = ZEROS
007540         MOVE WK-ID-CHG-DATE TO WK-SHOW-DATE-N
007550         PERFORM 8100-EDIT-DATE THRU 8100-EXIT
007560         MOVE WK-EDIT-DATE TO WK-DL-CHG-DATE
007570         PERFORM 2300-NAME-CHANGE THRU 2300-EXIT
007580     END-IF.
007590     IF USR-LOCKED
007600         MOVE 'LOCKED' TO WK-DL-FLAG
007610     END-IF.
007620     IF ID-IS-DORMANT
007630         MOVE 'DORMANT' TO WK-DL-FLAG
007640         ADD 1 TO WK-SECTION-DORMANT
007650         ADD 1 TO WK-TOTAL-DORMANT
007660         IF UPDATE-RUN
007670             PERFORM 2400-DEACTIVATE-ID THRU 2400-EXIT
007680         END-IF
007690     END-IF.
007700     MOVE WK-DETAIL-LINE TO RO-LINE.
007710     WRITE RO-LINE.
007720     ADD 1 TO WK-SECTION-LISTED.
007730     ADD 1 TO WK-TOTAL-LISTED.
007740 2100-EXIT.
007750     EXIT.
007760
007770*****************************************************************
007780*    2200-WORK-OUT-DORMANCY - FIND THE ID'S LATEST LOGON AND    *
007790*    CHANGE AND COUNT THE DAYS SINCE THE LOGON (OR, FOR AN ID   *
007800*    THAT HAS NEVER LOGGED ON, SINCE THE CHANGE). AN ID WITH    *
007810*    NEITHER ON FILE IS DORMANT.                                *
007820*****************************************************************
007830 2200-WORK-OUT-DORMANCY.
007840     MOVE ZEROS TO WK-ID-LOGON-DATE WK-ID-CHG-DATE
007850         WK-ID-BASE-DATE WK-ID-DAYS.
007860     MOVE SPACES TO WK-ID-CHG-ACTION.
007870     SET LOG-ENTRY-NOT-FOUND TO TRUE.
007880     MOVE USR-ID TO WK-LOG-KEY.
007890     PERFORM 1560-MATCH-ONE-ENTRY THRU 1560-EXIT
007900         VARYING WK-LOG-SUB FROM 1 BY 1
007910         UNTIL WK-LOG-SUB > WK-LOG-COUNT OR LOG-ENTRY-FOUND.
007920     IF LOG-ENTRY-FOUND
007930         MOVE WK-LOG-LOGON-DATE(WK-LOG-MATCH) TO WK-ID-LOGON-DATE
007940         MOVE WK-LOG-CHG-DATE(WK-LOG-MATCH) TO WK-ID-CHG-DATE
007950         MOVE WK-LOG-CHG-ACTION(WK-LOG-MATCH) TO WK-ID-CHG-ACTION
007960     END-IF.
007970     IF WK-ID-LOGON-DATE NOT = ZEROS
007980         MOVE WK-ID-LOGON-DATE TO WK-ID-BASE-DATE
007990     ELSE
008000         MOVE WK-ID-CHG-DATE TO WK-ID-BASE-DATE
008010     END-IF.
008020     IF WK-ID-BASE-DATE = ZEROS
008030         SET ID-IS-DORMANT TO TRUE
008040         GO TO 2200-EXIT
008050     END-IF.
008060     MOVE WK-ID-BASE-DATE TO WK-DN-DATE.
008070     PERFORM 8000-DAY-NUMBER THRU 8000-EXIT.
008080     IF WK-DN-DAYS < WK-TODAY-DAYS
008090         COMPUTE WK-ID-DAYS = WK-TODAY-DAYS - WK-DN-DAYS
008100     END-IF.
008110     IF WK-ID-DAYS > WK-DORMANT-LIMIT
008120         SET ID-IS-DORMANT TO TRUE
008130     ELSE
008140         SET ID-IS-IN-USE TO TRUE
008150     END-IF.
008160 2200-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200*    2300-NAME-CHANGE - SPELL OUT THE MAINTENANCE ACTION OF     *
008210*    THE ID'S LATEST CHANGE.                                    *
008220*****************************************************************
008230 2300-NAME-CHANGE.
008240     EVALUATE TRUE
008250         WHEN CHG-ACT-ADD
008260             MOVE 'ADD' TO WK-DL-CHG-ACTION
008270         WHEN CHG-ACT-CHANGE
008280             MOVE 'CHANGE' TO WK-DL-CHG-ACTION
008290         WHEN CHG-ACT-PIN-RESET
008300             MOVE 'PIN' TO WK-DL-CHG-ACTION
008310         WHEN CHG-ACT-DEACTIVATE
008320             MOVE 'DEACT' TO WK-DL-CHG-ACTION
008330         WHEN CHG-ACT-UNLOCK
008340             MOVE 'UNLOCK' TO WK-DL-CHG-ACTION
008350         WHEN OTHER
008360             MOVE WK-ID-CHG-ACTION TO WK-DL-CHG-ACTION
008370     END-EVALUATE.
008380 2300-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420*    2400-DEACTIVATE-ID - MARK THE DORMANT ID JUST READ         *
008430*    INACTIVE AND AUDIT IT UNDER THE SYSTEM ADMIN ID, AS        *
008440*    USRMAINT'S 3400-DEACTIVATE-USER DOES FOR A KEYED LEAVER.   *
008450*    THE SYSTEM ADMIN ID ITSELF IS NEVER DEACTIVATED.           *
008460*****************************************************************
008470 2400-DEACTIVATE-ID.
008480     IF USR-ID = WK-SYSTEM-ADMIN-ID
008490         MOVE 'DORMANT-KEPT' TO WK-DL-FLAG
008500         GO TO 2400-EXIT
008510     END-IF.
008520     MOVE USR-NAME TO UA-OLD-NAME.
008530     MOVE USR-LEVEL TO UA-OLD-LEVEL.
008540     SET USR-INACTIVE TO TRUE.
008550     REWRITE USR-RECORD
008560         INVALID KEY
008570             DISPLAY 'ERROR - USERMAST REWRITE FAILED - STATUS '
008580                 WK-USRMAST-STATUS ' - ' USR-ID
008590             GO TO 2400-EXIT
008600     END-REWRITE.
008610     MOVE WK-YEAR-SYS TO UA-YEAR.
008620     MOVE WK-MONTH-SYS TO UA-MONTH.
008630     MOVE WK-DAY-SYS TO UA-DAY.
008640     ACCEPT WK-TIME-SYS FROM TIME.
008650     MOVE WK-TIME-HHMMSS TO UA-TIME.
008660     MOVE WK-SYSTEM-ADMIN-ID TO UA-ADMIN-ID.
008670     SET UA-ACT-DEACTIVATE TO TRUE.
008680     MOVE USR-ID TO UA-USER-ID.
008690     MOVE USR-NAME TO UA-NEW-NAME.
008700     MOVE USR-LEVEL TO UA-NEW-LEVEL.
008710     WRITE UA-RECORD.
008720     IF NOT USRAUDT-OK
008730         DISPLAY 'WARNING - USRAUDIT WRITE FAILED - STATUS '
008740             WK-USRAUDT-STATUS ' - ' USR-ID
008750     END-IF.
008760     MOVE 'DEACTIVATED' TO WK-DL-FLAG.
008770     ADD 1 TO WK-DEACTIVATED-COUNT.
008780 2400-EXIT.
008790     EXIT.
008800
008810*****************************************************************
008820*    8000-DAY-NUMBER - CONVERT WK-DN-DATE (YYYYMMDD) TO A DAY   *
008830*    COUNT IN WK-DN-DAYS: 365 DAYS FOR EVERY PRIOR YEAR PLUS    *
008840*    ONE FOR EVERY PRIOR LEAP YEAR, THE DAYS BEFORE THE MONTH,  *
008850*    AND THE DAY. A YEAR IS LEAP WHEN DIVISIBLE BY 4, EXCEPT A  *
008860*    CENTURY YEAR NOT DIVISIBLE BY 400.                         *
008870*****************************************************************
008880 8000-DAY-NUMBER.
008890     MOVE ZEROS TO WK-DN-DAYS.
008900     IF WK-DN-MONTH < 01 OR WK-DN-MONTH > 12
008910         GO TO 8000-EXIT
008920     END-IF.
008930     COMPUTE WK-DN-PRIOR-YEAR = WK-DN-YEAR - 1.
008940     DIVIDE WK-DN-PRIOR-YEAR BY 4 GIVING WK-DN-QUOT-4.
008950     DIVIDE WK-DN-PRIOR-YEAR BY 100 GIVING WK-DN-QUOT-100.
008960     DIVIDE WK-DN-PRIOR-YEAR BY 400 GIVING WK-DN-QUOT-400.
008970     COMPUTE WK-DN-DAYS = WK-DN-PRIOR-YEAR * 365
008980         + WK-DN-QUOT-4 - WK-DN-QUOT-100 + WK-DN-QUOT-400
008990         + WK-CUM-DAYS(WK-DN-MONTH) + WK-DN-DAY.
009000     IF WK-DN-MONTH NOT > 02
009010         GO TO 8000-EXIT
009020     END-IF.
009030     DIVIDE WK-DN-YEAR BY 4 GIVING WK-DN-QUOT-4
009040         REMAINDER WK-DN-REM-4.
009050     DIVIDE WK-DN-YEAR BY 100 GIVING WK-DN-QUOT-100
009060         REMAINDER WK-DN-REM-100.
009070     DIVIDE WK-DN-YEAR BY 400 GIVING WK-DN-QUOT-400
009080         REMAINDER WK-DN-REM-400.
009090     IF WK-DN-REM-4 = ZEROS
009100         IF WK-DN-REM-100 NOT = ZEROS
009110                 OR WK-DN-REM-400 = ZEROS
009120             ADD 1 TO WK-DN-DAYS
009130         END-IF
009140     END-IF.
009150 8000-EXIT.
009160     EXIT.
009170
009180*****************************************************************
009190*    8100-EDIT-DATE - SHOW WK-SHOW-DATE AS DD/MM/YYYY.          *
009200*****************************************************************
009210 8100-EDIT-DATE.
009220     MOVE WK-SD-DAY TO WK-ED-DAY.
009230     MOVE WK-SD-MONTH TO WK-ED-MONTH.
009240     MOVE WK-SD-YEAR TO WK-ED-YEAR.
009250 8100-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290*    9999-FINALIZE - PRINT THE RUN SUMMARY, CLOSE THE FILES AND *
009300*    SET THE RETURN-CODE.                                       *
009310*****************************************************************
009320 9999-FINALIZE.
009330     IF UPDATE-RUN
009340         CLOSE USER-AUDIT
009350     END-IF.
009360     MOVE SPACES TO RO-LINE.
009370     WRITE RO-LINE.
009380     MOVE 'RUN SUMMARY' TO RO-LINE.
009390     WRITE RO-LINE.
009400     MOVE 'USER MASTER RECORDS READ.........' TO WK-TL-LABEL.
009410     MOVE WK-USERS-READ TO WK-TL-COUNT.
009420     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009430     MOVE 'LIVE IDS LISTED..................' TO WK-TL-LABEL.
009440     MOVE WK-TOTAL-LISTED TO WK-TL-COUNT.
009450     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009460     MOVE 'IDS OVER THE DORMANCY LIMIT......' TO WK-TL-LABEL.
009470     MOVE WK-TOTAL-DORMANT TO WK-TL-COUNT.
009480     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009490     MOVE 'IDS DEACTIVATED THIS RUN.........' TO WK-TL-LABEL.
009500     MOVE WK-DEACTIVATED-COUNT TO WK-TL-COUNT.
009510     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
009520     CLOSE REPORT-OUT.
009530     IF WK-TOTAL-DORMANT > ZEROS
009540         MOVE 4 TO RETURN-CODE
009550     END-IF.
009560     DISPLAY 'LIVE IDS LISTED........: ' WK-TOTAL-LISTED.
009570     DISPLAY 'DORMANT IDS............: ' WK-TOTAL-DORMANT.
009580     DISPLAY 'IDS DEACTIVATED........: ' WK-DEACTIVATED-COUNT.
009590 9999-EXIT.
009600     EXIT.
009610
009620*****************************************************************
009630*    9100-WRITE-TOTAL - PRINT ONE TOTAL LINE.                   *
009640*****************************************************************
009650 9100-WRITE-TOTAL.
009660     MOVE WK-TOTAL-LINE TO RO-LINE.
009670     WRITE RO-LINE.
009680 9100-EXIT.
009690     EXIT.
009700
009710*****************************************************************
009720*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
009730*    RUN TO THE SHARED JOB-RUN LOG.                             *
009740*****************************************************************
009750 9800-LOG-JOB-START.
009760     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
009770     ACCEPT WK-TIME-SYS FROM TIME.
009780     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
009790     MOVE SPACES TO JL-RECORD.
009800     MOVE 'USRCERT' TO JL-PROGRAM.
009810     SET JL-START-REC TO TRUE.
009820     MOVE WK-JOB-START-DATE TO JL-START-DATE.
009830     MOVE WK-JOB-START-TIME TO JL-START-TIME.
009840     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
009850     MOVE WK-JOB-PARAMS TO JL-PARAMS.
009860     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
009870         JL-REJECT-COUNT JL-RETURN-CODE.
009880     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
009890 9800-EXIT.
009900     EXIT.
009910
009920*****************************************************************
009930*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
009940*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
009950*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
009960*****************************************************************
009970 9810-LOG-JOB-END.
009980     MOVE WK-USERS-READ TO WK-JOB-READ-COUNT.
009990     MOVE WK-TOTAL-LISTED TO WK-JOB-WRITTEN-COUNT.
010000     MOVE WK-TOTAL-DORMANT TO WK-JOB-REJECT-COUNT.
010010     MOVE SPACES TO JL-RECORD.
010020     MOVE 'USRCERT' TO JL-PROGRAM.
010030     SET JL-END-REC TO TRUE.
010040     MOVE WK-JOB-START-DATE TO JL-START-DATE.
010050     MOVE WK-JOB-START-TIME TO JL-START-TIME.
010060     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
010070     ACCEPT WK-TIME-SYS FROM TIME.
010080     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
010090     MOVE WK-JOB-PARAMS TO JL-PARAMS.
010100     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
010110     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
010120     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
010130     MOVE RETURN-CODE TO JL-RETURN-CODE.
010140     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
010150 9810-EXIT.
010160     EXIT.
010170
010180*****************************************************************
010190*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
010200*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
010210*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
010220*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
010230*    WARNING - IT NEVER STOPS THE RUN.                          *
010240*****************************************************************
010250 9820-WRITE-JOB-LOG.
010260     OPEN EXTEND JOB-LOG.
010270     IF JOBLOG-NOT-FOUND
010280         OPEN OUTPUT JOB-LOG
010290     END-IF.
010300     IF NOT JOBLOG-OK
010310         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
010320             WK-JOBLOG-STATUS
010330         GO TO 9820-EXIT
010340     END-IF.
010350     WRITE JL-RECORD.
010360     IF NOT JOBLOG-OK
010370         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
010380             WK-JOBLOG-STATUS
010390     END-IF.
010400     CLOSE JOB-LOG.
010410 9820-EXIT.
010420     EXIT.
