000010*****************************************************************
000020*    PROGRAM-ID  : ACCMAINT                                     *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : ONLINE MAINTENANCE OF THE ACCOUNT MASTER,    *
000070*                  IN THE STYLE OF USRMAINT. AN ADM-LEVEL       *
000080*                  OPERATOR MAY ADD AN ACCOUNT CODE, CHANGE ITS *
000090*                  DESCRIPTION OR THE LOWEST ACCESS LEVEL       *
000100*                  ALLOWED TO POST TO IT, OR DEACTIVATE IT.     *
000110*                  AN ACCOUNT IS NEVER DELETED, SO EVERY OLD    *
000120*                  POSTING CAN STILL BE TIED TO ITS CODE. A     *
000130*                  CHANGE REACTIVATES AN INACTIVE ACCOUNT.      *
000140*    MODIFICATION HISTORY                                       *
000150*    -------------------                                        *
000160*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ACCMAINT.
000200 AUTHOR. J. B. FONSECA.
000210 INSTALLATION. DATA PROCESSING DEPT.
000220 DATE-WRITTEN. 15/10/2026.
000230 DATE-COMPILED.
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. GENERIC.
000280 OBJECT-COMPUTER. GENERIC.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS AC-CODE
000380         FILE STATUS IS WK-ACCTMAST-STATUS.
000390     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS USR-ID
000430         FILE STATUS IS WK-USRMAST-STATUS.
000440     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WK-SECLOG-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ACCOUNT-MASTER
000510     LABEL RECORDS ARE STANDARD.
000520 COPY ACCTMAST.
000530
000540 FD  USER-MASTER
000550     LABEL RECORDS ARE STANDARD.
000560 COPY USRMAST.
000570
000580 FD  SECURITY-LOG
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY SECLOG.
000620
000630 WORKING-STORAGE SECTION.
000640 COPY WSCALC.
000650
000660 77  WK-ACCTMAST-STATUS          PIC X(02) VALUE ZEROS.
000670     88  ACCTMAST-OK                 VALUE '00'.
000680     88  ACCTMAST-NOT-FOUND          VALUE '35'.
000690
000700 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
000710     88  USRMAST-OK                  VALUE '00'.
000720
000730 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
000740     88  SECLOG-OK                   VALUE '00'.
000750     88  SECLOG-NOT-FOUND            VALUE '35'.
000760
000770 77  WK-ATTEMPT-RESULT           PIC X(01) VALUE SPACES.
000780
000790 01  WK-MAINT-SWITCHES.
000800     05  WK-SW-LOGIN-OK          PIC X(01) VALUE 'N'.
000810         88  LOGIN-SUCCESSFUL        VALUE 'Y'.
000820         88  LOGIN-FAILED            VALUE 'N'.
000830     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
000840         88  USER-FOUND              VALUE 'Y'.
000850         88  USER-NOT-FOUND          VALUE 'N'.
000860     05  WK-SW-ACCOUNT-FOUND     PIC X(01) VALUE 'N'.
000870         88  ACCOUNT-FOUND           VALUE 'Y'.
000880         88  ACCOUNT-NOT-FOUND       VALUE 'N'.
000890     05  WK-SW-ACCTMAST-OPEN     PIC X(01) VALUE 'N'.
000900         88  ACCTMAST-IS-OPEN        VALUE 'Y'.
000910         88  ACCTMAST-NOT-OPEN       VALUE 'N'.
000920     05  WK-SW-SECLOG-OPEN       PIC X(01) VALUE 'N'.
000930         88  SECLOG-IS-OPEN          VALUE 'Y'.
000940         88  SECLOG-NOT-OPEN         VALUE 'N'.
000950     05  WK-SW-LEVEL-OK          PIC X(01) VALUE 'N'.
000960         88  LEVEL-IS-VALID          VALUE 'Y'.
000970         88  LEVEL-IS-INVALID        VALUE 'N'.
000980
000990 77  WK-FUNCTION                 PIC X(01) VALUE SPACES.
001000     88  FUNC-ADD                    VALUE 'A'.
001010     88  FUNC-CHANGE                 VALUE 'C'.
001020     88  FUNC-DEACTIVATE             VALUE 'D'.
001030     88  FUNC-EXIT                   VALUE 'X'.
001040     88  FUNC-IS-VALID               VALUE 'A' 'C' 'D' 'X'.
001050
001060 77  WK-ADMIN-ID                 PIC X(08) VALUE SPACES.
001070 77  WK-PIN                      PIC X(04) VALUE SPACES.
001080 77  WK-KEY-CODE                 PIC X(06) VALUE SPACES.
001090
001100 01  WK-ACCOUNT-FIELDS.
001110     05  WK-ACCOUNT-DESC         PIC X(30) VALUE SPACES.
001120     05  WK-ACCOUNT-LEVEL-TEXT   PIC X(02) VALUE SPACES.
001130     05  WK-ACCOUNT-LEVEL        PIC 9(02) VALUE ZEROS.
001140
001150 01  WK-TIME-SYS.
001160     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
001170     03  FILLER                  PIC 9(02) VALUE ZEROS.
001180
001190 PROCEDURE DIVISION.
001200*****************************************************************
001210*    0000-MAINLINE - PROGRAM CONTROL                            *
001220*****************************************************************
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001260         UNTIL STOP-PROCESSING.
001270     PERFORM 9999-FINALIZE THRU 9999-EXIT.
001280     STOP RUN.
001290
001300*****************************************************************
001310*    1000-INITIALIZE - OPEN THE FILES AND LOG ON THE ADM        *
001320*    OPERATOR. A MISSING ACCOUNT MASTER IS BUILT EMPTY ON       *
001330*    FIRST USE. THE MASTER STAYS OPEN I-O FOR THE SESSION.      *
001340*****************************************************************
001350 1000-INITIALIZE.
001360     ACCEPT WK-DATE FROM DATE YYYYMMDD.
001370     OPEN EXTEND SECURITY-LOG.
001380     IF SECLOG-NOT-FOUND
001390         OPEN OUTPUT SECURITY-LOG
001400     END-IF.
001410     IF SECLOG-OK
001420         SET SECLOG-IS-OPEN TO TRUE
001430     ELSE
001440         DISPLAY 'ERROR OPENING SECLOG - STATUS '
001450             WK-SECLOG-STATUS
001460         SET STOP-PROCESSING TO TRUE
001470         GO TO 1000-EXIT
001480     END-IF.
001490     OPEN I-O ACCOUNT-MASTER.
001500     IF ACCTMAST-NOT-FOUND
001510         OPEN OUTPUT ACCOUNT-MASTER
001520         CLOSE ACCOUNT-MASTER
001530         OPEN I-O ACCOUNT-MASTER
001540     END-IF.
001550     IF ACCTMAST-OK
001560         SET ACCTMAST-IS-OPEN TO TRUE
001570     ELSE
001580         DISPLAY 'ERROR OPENING ACCTMAST - STATUS '
001590             WK-ACCTMAST-STATUS
001600         SET STOP-PROCESSING TO TRUE
001610         GO TO 1000-EXIT
001620     END-IF.
001630     DISPLAY '*** ACCOUNT MASTER MAINTENANCE ***'.
001640     SET LOGIN-FAILED TO TRUE.
001650     PERFORM 1200-LOGIN THRU 1200-EXIT
001660         UNTIL LOGIN-SUCCESSFUL OR STOP-PROCESSING.
001670 1000-EXIT.
001680     EXIT.
001690
001700*****************************************************************
001710*    1200-LOGIN - IDENTIFY THE OPERATOR WITH A KEYED READ OF    *
001720*    USER-MASTER, WRITE EVERY ATTEMPT TO THE SECURITY LOG AND   *
001730*    LOCK THE ID AFTER THREE CONSECUTIVE BAD PINS, EXACTLY AS   *
001740*    THE USRMAINT LOGON DOES. ONLY AN ACTIVE ADM-LEVEL          *
001750*    OPERATOR MAY MAINTAIN THE ACCOUNT MASTER.                  *
001760*****************************************************************
001770 1200-LOGIN.
001780     DISPLAY 'USER ID.................: ' WITH NO ADVANCING.
001790     ACCEPT WK-ADMIN-ID.
001800     DISPLAY 'PIN......................: ' WITH NO ADVANCING.
001810     ACCEPT WK-PIN.
001820     OPEN I-O USER-MASTER.
001830     IF NOT USRMAST-OK
001840         DISPLAY 'ERROR OPENING USERMAST - STATUS '
001850             WK-USRMAST-STATUS
001860         SET LOGIN-FAILED TO TRUE
001870         SET STOP-PROCESSING TO TRUE
001880         GO TO 1200-EXIT
001890     END-IF.
001900     SET USER-FOUND TO TRUE.
001910     MOVE WK-ADMIN-ID TO USR-ID.
001920     READ USER-MASTER
001930         INVALID KEY
001940             SET USER-NOT-FOUND TO TRUE
001950     END-READ.
001960     IF USER-NOT-FOUND
001970         CLOSE USER-MASTER
001980         DISPLAY 'USER ID NOT FOUND - TRY AGAIN.'
001990         SET LOGIN-FAILED TO TRUE
002000         MOVE 'U' TO WK-ATTEMPT-RESULT
002010         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002020         GO TO 1200-EXIT
002030     END-IF.
002040     IF USR-LOCKED
002050         CLOSE USER-MASTER
002060         DISPLAY 'USER ID IS LOCKED - SEE AN ADM TO CLEAR IT.'
002070         SET LOGIN-FAILED TO TRUE
002080         MOVE 'L' TO WK-ATTEMPT-RESULT
002090         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002100         GO TO 1200-EXIT
002110     END-IF.
002120     IF USR-INACTIVE
002130         CLOSE USER-MASTER
002140         DISPLAY 'USER ID IS NOT ACTIVE - SEE YOUR SUPERVISOR.'
002150         SET LOGIN-FAILED TO TRUE
002160         MOVE 'I' TO WK-ATTEMPT-RESULT
002170         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002180         GO TO 1200-EXIT
002190     END-IF.
002200     IF USR-PIN NOT = WK-PIN
002210         ADD 1 TO USR-FAIL-COUNT
002220         IF USR-FAIL-COUNT NOT < 3
002230             SET USR-LOCKED TO TRUE
002240             DISPLAY 'THREE BAD PINS - USER ID IS NOW LOCKED. '
002250             DISPLAY 'SEE AN ADM TO CLEAR IT.'
002260         ELSE
002270             DISPLAY 'INCORRECT PIN - TRY AGAIN.'
002280         END-IF
002290         REWRITE USR-RECORD
002300             INVALID KEY
002310                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002320                     'STATUS ' WK-USRMAST-STATUS
002330         END-REWRITE
002340         CLOSE USER-MASTER
002350         SET LOGIN-FAILED TO TRUE
002360         MOVE 'P' TO WK-ATTEMPT-RESULT
002370         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002380         GO TO 1200-EXIT
002390     END-IF.
002400     IF USR-FAIL-COUNT > 0
002410         MOVE 0 TO USR-FAIL-COUNT
002420         REWRITE USR-RECORD
002430             INVALID KEY
002440                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002450                     'STATUS ' WK-USRMAST-STATUS
002460         END-REWRITE
002470     END-IF.
002480     CLOSE USER-MASTER.
002490     MOVE USR-NAME TO WK-NAME.
002500     MOVE USR-LEVEL TO WK-LEVEL.
002510     IF ADM
002520         SET LOGIN-SUCCESSFUL TO TRUE
002530         MOVE 'S' TO WK-ATTEMPT-RESULT
002540     ELSE
002550         DISPLAY 'PERMISSION DENIED - MAINTENANCE IS FOR ADM '
002560         DISPLAY 'LEVEL ONLY. SEE YOUR SUPERVISOR.'
002570         SET LOGIN-FAILED TO TRUE
002580         SET STOP-PROCESSING TO TRUE
002590         MOVE 'V' TO WK-ATTEMPT-RESULT
002600     END-IF.
002610     PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT.
002620 1200-EXIT.
002630     EXIT.
002640
002650*****************************************************************
002660*    1250-LOG-ATTEMPT - APPEND ONE LOGON ATTEMPT TO THE         *
002670*    SECURITY LOG WITH DATE, TIME, THE USER ID TRIED AND THE    *
002680*    RESULT CODE LEFT IN WK-ATTEMPT-RESULT BY 1200-LOGIN.       *
002690*****************************************************************
002700 1250-LOG-ATTEMPT.
002710     MOVE WK-YEAR-SYS TO SL-YEAR.
002720     MOVE WK-MONTH-SYS TO SL-MONTH.
002730     MOVE WK-DAY-SYS TO SL-DAY.
002740     ACCEPT WK-TIME-SYS FROM TIME.
002750     MOVE WK-TIME-HHMMSS TO SL-TIME.
002760     MOVE WK-ADMIN-ID TO SL-USER-ID.
002770     MOVE WK-ATTEMPT-RESULT TO SL-RESULT.
002780     WRITE SL-RECORD.
002790     IF NOT SECLOG-OK
002800         DISPLAY 'WARNING - SECLOG WRITE FAILED - STATUS '
002810             WK-SECLOG-STATUS
002820     END-IF.
002830 1250-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870*    2000-PROCESS-REQUEST - SHOW THE FUNCTION MENU, DISPATCH    *
002880*    THE SELECTED MAINTENANCE ACTION AND LOOP UNTIL EXIT.       *
002890*****************************************************************
002900 2000-PROCESS-REQUEST.
002910     DISPLAY SPACE.
002920     DISPLAY 'FUNCTIONS: A=ADD  C=CHANGE  D=DEACTIVATE  X=EXIT'.
002930     DISPLAY 'FUNCTION................: ' WITH NO ADVANCING.
002940     ACCEPT WK-FUNCTION.
002950     IF NOT FUNC-IS-VALID
002960         DISPLAY 'INVALID FUNCTION - USE A, C, D OR X.'
002970         GO TO 2000-EXIT
002980     END-IF.
002990     IF FUNC-EXIT
003000         SET STOP-PROCESSING TO TRUE
003010         GO TO 2000-EXIT
003020     END-IF.
003030     DISPLAY 'ACCOUNT CODE............: ' WITH NO ADVANCING.
003040     ACCEPT WK-KEY-CODE.
003050     IF WK-KEY-CODE = SPACES
003060         DISPLAY 'ACCOUNT CODE MAY NOT BE BLANK.'
003070         GO TO 2000-EXIT
003080     END-IF.
003090     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
003100     EVALUATE TRUE
003110         WHEN FUNC-ADD
003120             PERFORM 3100-ADD-ACCOUNT THRU 3100-EXIT
003130         WHEN FUNC-CHANGE
003140             PERFORM 3200-CHANGE-ACCOUNT THRU 3200-EXIT
003150         WHEN FUNC-DEACTIVATE
003160             PERFORM 3400-DEACTIVATE-ACCOUNT THRU 3400-EXIT
003170     END-EVALUATE.
003180 2000-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220*    2900-READ-ACCOUNT - KEYED READ OF THE ACCOUNT MASTER FOR   *
003230*    WK-KEY-CODE, SETTING THE ACCOUNT-FOUND SWITCH.             *
003240*****************************************************************
003250 2900-READ-ACCOUNT.
003260     SET ACCOUNT-FOUND TO TRUE.
003270     MOVE WK-KEY-CODE TO AC-CODE.
003280     READ ACCOUNT-MASTER
003290         INVALID KEY
003300             SET ACCOUNT-NOT-FOUND TO TRUE
003310     END-READ.
003320 2900-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*    3100-ADD-ACCOUNT - COLLECT THE DESCRIPTION AND LOWEST      *
003370*    POSTING LEVEL OF A NEW ACCOUNT AND WRITE IT ACTIVE.        *
003380*****************************************************************
003390 3100-ADD-ACCOUNT.
003400     IF ACCOUNT-FOUND
003410         DISPLAY 'ACCOUNT CODE ALREADY EXISTS - USE C TO CHANGE.'
003420         GO TO 3100-EXIT
003430     END-IF.
003440     DISPLAY 'DESCRIPTION.............: ' WITH NO ADVANCING.
003450     ACCEPT WK-ACCOUNT-DESC.
003460     IF WK-ACCOUNT-DESC = SPACES
003470         DISPLAY 'DESCRIPTION MAY NOT BE BLANK - ADD ABANDONED.'
003480         GO TO 3100-EXIT
003490     END-IF.
003500     PERFORM 3500-GET-LEVEL THRU 3500-EXIT.
003510     IF LEVEL-IS-INVALID
003520         DISPLAY 'ADD ABANDONED.'
003530         GO TO 3100-EXIT
003540     END-IF.
003550     MOVE WK-KEY-CODE TO AC-CODE.
003560     MOVE WK-ACCOUNT-DESC TO AC-DESC.
003570     MOVE WK-ACCOUNT-LEVEL TO AC-MIN-LEVEL.
003580     SET AC-ACTIVE TO TRUE.
003590     WRITE AC-RECORD
003600         INVALID KEY
003610             DISPLAY 'ERROR - ACCTMAST WRITE FAILED - STATUS '
003620                 WK-ACCTMAST-STATUS
003630             GO TO 3100-EXIT
003640     END-WRITE.
003650     DISPLAY 'ACCOUNT ADDED - ' WK-KEY-CODE.
003660 3100-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*    3200-CHANGE-ACCOUNT - RE-ENTER THE DESCRIPTION AND THE     *
003710*    LOWEST POSTING LEVEL OF AN EXISTING ACCOUNT. A BLANK       *
003720*    DESCRIPTION KEEPS THE ONE ON FILE; AN INVALID LEVEL        *
003730*    ABANDONS THE CHANGE WITH THE RECORD UNTOUCHED. A CHANGED   *
003740*    ACCOUNT IS ACTIVE AGAIN.                                   *
003750*****************************************************************
003760 3200-CHANGE-ACCOUNT.
003770     IF ACCOUNT-NOT-FOUND
003780         DISPLAY 'ACCOUNT CODE NOT FOUND - NOTHING CHANGED.'
003790         GO TO 3200-EXIT
003800     END-IF.
003810     DISPLAY 'ON FILE: ' AC-DESC ' LEVEL ' AC-MIN-LEVEL
003820         ' STATUS ' AC-STATUS.
003830     DISPLAY 'DESCRIPTION (BLANK = KEEP): ' WITH NO ADVANCING.
003840     ACCEPT WK-ACCOUNT-DESC.
003850     PERFORM 3500-GET-LEVEL THRU 3500-EXIT.
003860     IF LEVEL-IS-INVALID
003870         DISPLAY 'CHANGE ABANDONED - RECORD KEPT AS ON FILE.'
003880         GO TO 3200-EXIT
003890     END-IF.
003900     IF WK-ACCOUNT-DESC NOT = SPACES
003910         MOVE WK-ACCOUNT-DESC TO AC-DESC
003920     END-IF.
003930     MOVE WK-ACCOUNT-LEVEL TO AC-MIN-LEVEL.
003940     SET AC-ACTIVE TO TRUE.
003950     REWRITE AC-RECORD
003960         INVALID KEY
003970             DISPLAY 'ERROR - ACCTMAST REWRITE FAILED - STATUS '
003980                 WK-ACCTMAST-STATUS
003990             GO TO 3200-EXIT
004000     END-REWRITE.
004010     DISPLAY 'ACCOUNT CHANGED - ' WK-KEY-CODE.
004020 3200-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060*    3400-DEACTIVATE-ACCOUNT - MARK AN ACCOUNT INACTIVE. THE    *
004070*    RECORD STAYS ON FILE BUT NO NEW CALCULATION MAY BE         *
004080*    CHARGED TO IT, ONLINE OR IN BATCH.                         *
004090*****************************************************************
004100 3400-DEACTIVATE-ACCOUNT.
004110     IF ACCOUNT-NOT-FOUND
004120         DISPLAY 'ACCOUNT CODE NOT FOUND - NOTHING CHANGED.'
004130         GO TO 3400-EXIT
004140     END-IF.
004150     IF AC-INACTIVE
004160         DISPLAY 'ACCOUNT IS ALREADY INACTIVE - NOTHING CHANGED.'
004170         GO TO 3400-EXIT
004180     END-IF.
004190     SET AC-INACTIVE TO TRUE.
004200     REWRITE AC-RECORD
004210         INVALID KEY
004220             DISPLAY 'ERROR - ACCTMAST REWRITE FAILED - STATUS '
004230                 WK-ACCTMAST-STATUS
004240             GO TO 3400-EXIT
004250     END-REWRITE.
004260     DISPLAY 'ACCOUNT DEACTIVATED - ' WK-KEY-CODE.
004270 3400-EXIT.
004280     EXIT.
004290
004300*****************************************************************
004310*    3500-GET-LEVEL - ACCEPT AND VALIDATE THE LOWEST ACCESS     *
004320*    LEVEL ALLOWED TO POST TO THE ACCOUNT. 01=ADM ONLY,         *
004330*    02=ADM AND USER, 03=EVERY LEVEL, AS USRMAINT DEFINES THEM. *
004340*****************************************************************
004350 3500-GET-LEVEL.
004360     SET LEVEL-IS-INVALID TO TRUE.
004370     DISPLAY 'LOWEST LEVEL ALLOWED TO POST TO THE ACCOUNT -'.
004380     DISPLAY 'LEVEL (01=ADM 02=USER 03=COWORKER): '
004390         WITH NO ADVANCING.
004400     ACCEPT WK-ACCOUNT-LEVEL-TEXT.
004410     IF WK-ACCOUNT-LEVEL-TEXT IS NUMERIC
004420         MOVE WK-ACCOUNT-LEVEL-TEXT TO WK-ACCOUNT-LEVEL
004430         IF WK-ACCOUNT-LEVEL = 01 OR WK-ACCOUNT-LEVEL = 02
004440                 OR WK-ACCOUNT-LEVEL = 03
004450             SET LEVEL-IS-VALID TO TRUE
004460         END-IF
004470     END-IF.
004480     IF LEVEL-IS-INVALID
004490         DISPLAY 'INVALID LEVEL - USE 01, 02 OR 03.'
004500     END-IF.
004510 3500-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*    9999-FINALIZE - CLOSE THE FILES AND END THE SESSION        *
004560*****************************************************************
004570 9999-FINALIZE.
004580     IF ACCTMAST-IS-OPEN
004590         CLOSE ACCOUNT-MASTER
004600     END-IF.
004610     IF SECLOG-IS-OPEN
004620         CLOSE SECURITY-LOG
004630     END-IF.
004640     DISPLAY 'END OF ACCOUNT MASTER MAINTENANCE.'.
004650 9999-EXIT.
004660     EXIT.
