000150*    MODIFICATION HISTORY                                       *
000160*    -------------------                                        *
000170*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000180*    15/10/2026  JBF  COLLECT THE ACCOUNT CODE OF EACH STANDING *
000190*                      ENTRY, CHECKED ON THE ACCOUNT MASTER     *
000200*                      (ACTIVE, LEVEL ALLOWED TO POST), AND     *
000210*                      KEEP IT ON ST-ACCOUNT.                   *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. STDMAINT.
000250 AUTHOR. J. B. FONSECA.
000260 INSTALLATION. DATA PROCESSING DEPT.
000270 DATE-WRITTEN. 02/09/2026.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. GENERIC.
000330 OBJECT-COMPUTER. GENERIC.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STANDING-MASTER ASSIGN TO 'STDTXN'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS ST-ID
000430         FILE STATUS IS WK-STDTXN-STATUS.
000440     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS USR-ID
000480         FILE STATUS IS WK-USRMAST-STATUS.
000490     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WK-SECLOG-STATUS.
000520     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS AC-CODE
000560         FILE STATUS IS WK-ACCTMAST-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  STANDING-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620 COPY STDTXN.
000630
000640 FD  USER-MASTER
000650     LABEL RECORDS ARE STANDARD.
000660 COPY USRMAST.
000670
000680 FD  SECURITY-LOG
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY SECLOG.
000720
000730 FD  ACCOUNT-MASTER
000740     LABEL RECORDS ARE STANDARD.
000750 COPY ACCTMAST.
000760
000770 WORKING-STORAGE SECTION.
000780 COPY WSCALC.
000790
000800 77  WK-STDTXN-STATUS            PIC X(02) VALUE ZEROS.
000810     88  STDTXN-OK                   VALUE '00'.
000820     88  STDTXN-NOT-FOUND            VALUE '35'.
000830
000840 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
000850     88  USRMAST-OK                  VALUE '00'.
000860
000870 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
000880     88  SECLOG-OK                   VALUE '00'.
000890     88  SECLOG-NOT-FOUND            VALUE '35'.
000900
000910 77  WK-ACCTMAST-STATUS          PIC X(02) VALUE ZEROS.
000920     88  ACCTMAST-OK                 VALUE '00'.
000930
000940 77  WK-ATTEMPT-RESULT           PIC X(01) VALUE SPACES.
000950
000960 01  WK-MAINT-SWITCHES.
000970     05  WK-SW-LOGIN-OK          PIC X(01) VALUE 'N'.
000980         88  LOGIN-SUCCESSFUL        VALUE 'Y'.
000990         88  LOGIN-FAILED            VALUE 'N'.
001000     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
001010         88  USER-FOUND              VALUE 'Y'.
001020         88  USER-NOT-FOUND          VALUE 'N'.
001030     05  WK-SW-ENTRY-FOUND       PIC X(01) VALUE 'N'.
001040         88  ENTRY-FOUND             VALUE 'Y'.
001050         88  ENTRY-NOT-FOUND         VALUE 'N'.
001060     05  WK-SW-STDTXN-OPEN       PIC X(01) VALUE 'N'.
001070         88  STDTXN-IS-OPEN          VALUE 'Y'.
001080         88  STDTXN-NOT-OPEN         VALUE 'N'.
001090     05  WK-SW-SECLOG-OPEN       PIC X(01) VALUE 'N'.
001100         88  SECLOG-IS-OPEN          VALUE 'Y'.
001110         88  SECLOG-NOT-OPEN         VALUE 'N'.
001120     05  WK-SW-LEVEL-OK          PIC X(01) VALUE 'N'.
001130         88  LEVEL-IS-VALID          VALUE 'Y'.
001140         88  LEVEL-IS-INVALID        VALUE 'N'.
001150     05  WK-SW-FIELDS-OK         PIC X(01) VALUE 'N'.
001160         88  FIELDS-ARE-VALID        VALUE 'Y'.
001170         88  FIELDS-ARE-INVALID      VALUE 'N'.
001180     05  WK-SW-ACCTMAST-OPEN     PIC X(01) VALUE 'N'.
001190         88  ACCTMAST-IS-OPEN        VALUE 'Y'.
001200         88  ACCTMAST-NOT-OPEN       VALUE 'N'.
001210     05  WK-SW-ACCOUNT-OK        PIC X(01) VALUE 'N'.
001220         88  ACCOUNT-IS-VALID        VALUE 'Y'.
001230         88  ACCOUNT-IS-INVALID      VALUE 'N'.
001240
001250 77  WK-FUNCTION                 PIC X(01) VALUE SPACES.
001260     88  FUNC-ADD                    VALUE 'A'.
001270     88  FUNC-CHANGE                 VALUE 'C'.
001280     88  FUNC-DEACTIVATE             VALUE 'D'.
001290     88  FUNC-EXIT                   VALUE 'X'.
001300     88  FUNC-IS-VALID               VALUE 'A' 'C' 'D' 'X'.
001310
001320 77  WK-ADMIN-ID                 PIC X(08) VALUE SPACES.
001330 77  WK-PIN                      PIC X(04) VALUE SPACES.
001340 77  WK-KEY-ID                   PIC X(08) VALUE SPACES.
001350
001360 01  WK-ENTRY-FIELDS.
001370     05  WK-ENTRY-NAME           PIC X(20) VALUE SPACES.
001380     05  WK-ENTRY-LEVEL-TEXT     PIC X(02) VALUE SPACES.
001390     05  WK-ENTRY-LEVEL          PIC 9(02) VALUE ZEROS.
001400     05  WK-ENTRY-FREQ           PIC X(01) VALUE SPACES.
001410     05  WK-PERIOD-TEXT          PIC X(06) VALUE SPACES.
001420     05  WK-ENTRY-FROM           PIC 9(06) VALUE ZEROS.
001430     05  WK-ENTRY-TO             PIC 9(06) VALUE ZEROS.
001440     05  WK-ENTRY-ACCOUNT        PIC X(06) VALUE SPACES.
001450
001460 01  WK-CHECK-PERIOD             PIC 9(06) VALUE ZEROS.
001470 01  WK-CHECK-PERIOD-SPLIT REDEFINES WK-CHECK-PERIOD.
001480     05  WK-CHECK-YEAR           PIC 9(04).
001490     05  WK-CHECK-MONTH          PIC 9(02).
001500
001510 77  WK-OPERAND-TEXT             PIC X(10) VALUE SPACES.
001520 77  WK-OPERAND-TALLY            PIC 9(02) VALUE ZEROS.
001530 77  WK-SW-OPERAND-FMT           PIC X(01) VALUE 'N'.
001540     88  OPERAND-FMT-VALID           VALUE 'Y'.
001550     88  OPERAND-FMT-INVALID         VALUE 'N'.
001560
001570 77  WK-OPERAND-SUB              PIC 9(02) VALUE ZEROS.
001580 77  WK-OPERAND-CHAR             PIC X(01) VALUE SPACES.
001590 77  WK-SIGN-COUNT               PIC 9(01) VALUE ZEROS.
001600 77  WK-INT-DIGIT-COUNT          PIC 9(02) VALUE ZEROS.
001610 77  WK-DEC-DIGIT-COUNT          PIC 9(02) VALUE ZEROS.
001620 77  WK-SW-SEEN-COMMA            PIC X(01) VALUE 'N'.
001630     88  SEEN-COMMA                  VALUE 'Y'.
001640     88  NOT-SEEN-COMMA              VALUE 'N'.
001650 77  WK-SW-SEEN-TRAIL-SP         PIC X(01) VALUE 'N'.
001660     88  SEEN-TRAILING-SPACE         VALUE 'Y'.
001670     88  NOT-SEEN-TRAILING-SPACE     VALUE 'N'.
001680 77  WK-SW-BAD-CHAR              PIC X(01) VALUE 'N'.
001690     88  BAD-CHAR-FOUND              VALUE 'Y'.
001700     88  BAD-CHAR-NOT-FOUND          VALUE 'N'.
001710
001720 01  WK-TIME-SYS.
001730     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
001740     03  FILLER                  PIC 9(02) VALUE ZEROS.
001750
001760 PROCEDURE DIVISION.
001770*****************************************************************
001780*    0000-MAINLINE - PROGRAM CONTROL                            *
001790*****************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001830         UNTIL STOP-PROCESSING.
001840     PERFORM 9999-FINALIZE THRU 9999-EXIT.
001850     STOP RUN.
001860
001870*****************************************************************
001880*    1000-INITIALIZE - OPEN THE FILES AND LOG ON THE ADM        *
001890*    OPERATOR. A MISSING STANDING MASTER IS BUILT EMPTY ON      *
001900*    FIRST USE. THE MASTER STAYS OPEN I-O FOR THE SESSION.      *
001910*****************************************************************
001920 1000-INITIALIZE.
001930     ACCEPT WK-DATE FROM DATE YYYYMMDD.
001940     OPEN EXTEND SECURITY-LOG.
001950     IF SECLOG-NOT-FOUND
001960         OPEN OUTPUT SECURITY-LOG
001970     END-IF.
001980     IF SECLOG-OK
001990         SET SECLOG-IS-OPEN TO TRUE
002000     ELSE
002010         DISPLAY 'ERROR OPENING SECLOG - STATUS '
002020             WK-SECLOG-STATUS
002030         SET STOP-PROCESSING TO TRUE
002040         GO TO 1000-EXIT
002050     END-IF.
002060     OPEN I-O STANDING-MASTER.
002070     IF STDTXN-NOT-FOUND
002080         OPEN OUTPUT STANDING-MASTER
002090         CLOSE STANDING-MASTER
002100         OPEN I-O STANDING-MASTER
002110     END-IF.
002120     IF STDTXN-OK
002130         SET STDTXN-IS-OPEN TO TRUE
002140     ELSE
002150         DISPLAY 'ERROR OPENING STDTXN - STATUS '
002160             WK-STDTXN-STATUS
002170         SET STOP-PROCESSING TO TRUE
002180         GO TO 1000-EXIT
002190     END-IF.
002200     OPEN INPUT ACCOUNT-MASTER.
002210     IF ACCTMAST-OK
002220         SET ACCTMAST-IS-OPEN TO TRUE
002230     ELSE
002240         DISPLAY 'ERROR OPENING ACCTMAST - STATUS '
002250             WK-ACCTMAST-STATUS
002260         SET STOP-PROCESSING TO TRUE
002270         GO TO 1000-EXIT
002280     END-IF.
002290     DISPLAY '*** STANDING-TRANSACTION MAINTENANCE ***'.
002300     SET LOGIN-FAILED TO TRUE.
002310     PERFORM 1200-LOGIN THRU 1200-EXIT
002320         UNTIL LOGIN-SUCCESSFUL OR STOP-PROCESSING.
002330 1000-EXIT.
002340     EXIT.
002350
002360*****************************************************************
002370*    1200-LOGIN - IDENTIFY THE OPERATOR WITH A KEYED READ OF    *
002380*    USER-MASTER, WRITE EVERY ATTEMPT TO THE SECURITY LOG AND   *
002390*    LOCK THE ID AFTER THREE CONSECUTIVE BAD PINS, EXACTLY AS   *
002400*    THE USRMAINT LOGON DOES. ONLY AN ACTIVE ADM-LEVEL          *
002410*    OPERATOR MAY MAINTAIN THE STANDING MASTER.                 *
002420*****************************************************************
002430 1200-LOGIN.
002440     DISPLAY 'USER ID.................: ' WITH NO ADVANCING.
002450     ACCEPT WK-ADMIN-ID.
002460     DISPLAY 'PIN......................: ' WITH NO ADVANCING.
002470     ACCEPT WK-PIN.
002480     OPEN I-O USER-MASTER.
002490     IF NOT USRMAST-OK
002500         DISPLAY 'ERROR OPENING USERMAST - STATUS '
002510             WK-USRMAST-STATUS
002520         SET LOGIN-FAILED TO TRUE
002530         SET STOP-PROCESSING TO TRUE
002540         GO TO 1200-EXIT
002550     END-IF.
002560     SET USER-FOUND TO TRUE.
002570     MOVE WK-ADMIN-ID TO USR-ID.
002580     READ USER-MASTER
002590         INVALID KEY
002600             SET USER-NOT-FOUND TO TRUE
002610     END-READ.
002620     IF USER-NOT-FOUND
002630         CLOSE USER-MASTER
002640         DISPLAY 'USER ID NOT FOUND - TRY AGAIN.'
002650         SET LOGIN-FAILED TO TRUE
002660         MOVE 'U' TO WK-ATTEMPT-RESULT
002670         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002680         GO TO 1200-EXIT
002690     END-IF.
002700     IF USR-LOCKED
002710         CLOSE USER-MASTER
002720         DISPLAY 'USER ID IS LOCKED - SEE AN ADM TO CLEAR IT.'
002730         SET LOGIN-FAILED TO TRUE
002740         MOVE 'L' TO WK-ATTEMPT-RESULT
002750         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002760         GO TO 1200-EXIT
002770     END-IF.
002780     IF USR-INACTIVE
002790         CLOSE USER-MASTER
002800         DISPLAY 'USER ID IS NOT ACTIVE - SEE YOUR SUPERVISOR.'
002810         SET LOGIN-FAILED TO TRUE
002820         MOVE 'I' TO WK-ATTEMPT-RESULT
002830         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002840         GO TO 1200-EXIT
002850     END-IF.
002860     IF USR-PIN NOT = WK-PIN
002870         ADD 1 TO USR-FAIL-COUNT
002880         IF USR-FAIL-COUNT NOT < 3
002890             SET USR-LOCKED TO TRUE
002900             DISPLAY 'THREE BAD PINS - USER ID IS NOW LOCKED. '
002910             DISPLAY 'SEE AN ADM TO CLEAR IT.'
002920         ELSE
002930             DISPLAY 'INCORRECT PIN - TRY AGAIN.'
002940         END-IF
002950         REWRITE USR-RECORD
002960             INVALID KEY
002970                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002980                     'STATUS ' WK-USRMAST-STATUS
002990         END-REWRITE
003000         CLOSE USER-MASTER
003010         SET LOGIN-FAILED TO TRUE
003020         MOVE 'P' TO WK-ATTEMPT-RESULT
003030         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
003040         GO TO 1200-EXIT
003050     END-IF.
003060     IF USR-FAIL-COUNT > 0
003070         MOVE 0 TO USR-FAIL-COUNT
003080         REWRITE USR-RECORD
003090             INVALID KEY
003100                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
003110                     'STATUS ' WK-USRMAST-STATUS
003120         END-REWRITE
003130     END-IF.
003140     CLOSE USER-MASTER.
003150     MOVE USR-NAME TO WK-NAME.
003160     MOVE USR-LEVEL TO WK-LEVEL.
003170     IF ADM
003180         SET LOGIN-SUCCESSFUL TO TRUE
003190         MOVE 'S' TO WK-ATTEMPT-RESULT
003200     ELSE
003210         DISPLAY 'PERMISSION DENIED - MAINTENANCE IS FOR ADM '
003220         DISPLAY 'LEVEL ONLY. SEE YOUR SUPERVISOR.'
003230         SET LOGIN-FAILED TO TRUE
003240         SET STOP-PROCESSING TO TRUE
003250         MOVE 'V' TO WK-ATTEMPT-RESULT
003260     END-IF.
003270     PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT.
003280 1200-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320*    1250-LOG-ATTEMPT - APPEND ONE LOGON ATTEMPT TO THE         *
003330*    SECURITY LOG WITH DATE, TIME, THE USER ID TRIED AND THE    *
003340*    RESULT CODE LEFT IN WK-ATTEMPT-RESULT BY 1200-LOGIN.       *
003350*****************************************************************
003360 1250-LOG-ATTEMPT.
003370     MOVE WK-YEAR-SYS TO SL-YEAR.
003380     MOVE WK-MONTH-SYS TO SL-MONTH.
003390     MOVE WK-DAY-SYS TO SL-DAY.
003400     ACCEPT WK-TIME-SYS FROM TIME.
003410     MOVE WK-TIME-HHMMSS TO SL-TIME.
003420     MOVE WK-ADMIN-ID TO SL-USER-ID.
003430     MOVE WK-ATTEMPT-RESULT TO SL-RESULT.
003440     WRITE SL-RECORD.
003450     IF NOT SECLOG-OK
003460         DISPLAY 'WARNING - SECLOG WRITE FAILED - STATUS '
003470             WK-SECLOG-STATUS
003480     END-IF.
003490 1250-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530*    2000-PROCESS-REQUEST - SHOW THE FUNCTION MENU, DISPATCH    *
003540*    THE SELECTED MAINTENANCE ACTION AND LOOP UNTIL EXIT.       *
003550*****************************************************************
003560 2000-PROCESS-REQUEST.
003570     DISPLAY SPACE.
003580     DISPLAY 'FUNCTIONS: A=ADD  C=CHANGE  D=DEACTIVATE  X=EXIT'.
003590     DISPLAY 'FUNCTION................: ' WITH NO ADVANCING.
003600     ACCEPT WK-FUNCTION.
003610     IF NOT FUNC-IS-VALID
003620         DISPLAY 'INVALID FUNCTION - USE A, C, D OR X.'
003630         GO TO 2000-EXIT
003640     END-IF.
003650     IF FUNC-EXIT
003660         SET STOP-PROCESSING TO TRUE
003670         GO TO 2000-EXIT
003680     END-IF.
003690     DISPLAY 'STANDING ID.............: ' WITH NO ADVANCING.
003700     ACCEPT WK-KEY-ID.
003710     IF WK-KEY-ID = SPACES
003720         DISPLAY 'STANDING ID MAY NOT BE BLANK.'
003730         GO TO 2000-EXIT
003740     END-IF.
003750     PERFORM 2900-READ-ENTRY THRU 2900-EXIT.
003760     EVALUATE TRUE
003770         WHEN FUNC-ADD
003780             PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
003790         WHEN FUNC-CHANGE
003800             PERFORM 3200-CHANGE-ENTRY THRU 3200-EXIT
003810         WHEN FUNC-DEACTIVATE
003820             PERFORM 3400-DEACTIVATE-ENTRY THRU 3400-EXIT
003830     END-EVALUATE.
003840 2000-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880*    2900-READ-ENTRY - KEYED READ OF THE STANDING MASTER FOR    *
003890*    WK-KEY-ID, SETTING THE ENTRY-FOUND SWITCH FOR THE CALLER.  *
003900*****************************************************************
003910 2900-READ-ENTRY.
003920     SET ENTRY-FOUND TO TRUE.
003930     MOVE WK-KEY-ID TO ST-ID.
003940     READ STANDING-MASTER
003950         INVALID KEY
003960             SET ENTRY-NOT-FOUND TO TRUE
003970     END-READ.
003980 2900-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020*    3100-ADD-ENTRY - COLLECT AND EDIT EVERY FIELD OF A NEW     *
004030*    STANDING TRANSACTION AND WRITE IT ACTIVE.                  *
004040*****************************************************************
004050 3100-ADD-ENTRY.
004060     IF ENTRY-FOUND
004070         DISPLAY 'STANDING ID ALREADY EXISTS - USE C TO CHANGE.'
004080         GO TO 3100-EXIT
004090     END-IF.
004100     DISPLAY 'NAME....................: ' WITH NO ADVANCING.
004110     ACCEPT WK-ENTRY-NAME.
004120     IF WK-ENTRY-NAME = SPACES
004130         DISPLAY 'NAME MAY NOT BE BLANK - ADD ABANDONED.'
004140         GO TO 3100-EXIT
004150     END-IF.
004160     PERFORM 3450-COLLECT-ENTRY THRU 3450-EXIT.
004170     IF FIELDS-ARE-INVALID
004180         DISPLAY 'ADD ABANDONED.'
004190         GO TO 3100-EXIT
004200     END-IF.
004210     MOVE WK-KEY-ID TO ST-ID.
004220     MOVE WK-ENTRY-NAME TO ST-NAME.
004230     MOVE WK-ENTRY-LEVEL TO ST-LEVEL.
004240     MOVE WK-SIN TO ST-SIN.
004250     MOVE WK-N01 TO ST-N01.
004260     MOVE WK-N02 TO ST-N02.
004270     MOVE WK-ENTRY-FREQ TO ST-FREQ.
004280     MOVE WK-ENTRY-FROM TO ST-EFF-FROM.
004290     MOVE WK-ENTRY-TO TO ST-EFF-TO.
004300     MOVE WK-ENTRY-ACCOUNT TO ST-ACCOUNT.
004310     SET ST-ACTIVE TO TRUE.
004320     WRITE ST-RECORD
004330         INVALID KEY
004340             DISPLAY 'ERROR - STDTXN WRITE FAILED - STATUS '
004350                 WK-STDTXN-STATUS
004360             GO TO 3100-EXIT
004370     END-WRITE.
004380     DISPLAY 'STANDING ENTRY ADDED - ' WK-KEY-ID.
004390 3100-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430*    3200-CHANGE-ENTRY - RE-ENTER EVERY FIELD OF AN EXISTING    *
004440*    STANDING TRANSACTION. A BLANK NAME ENTRY KEEPS THE NAME    *
004450*    ON FILE; AN INVALID FIELD ABANDONS THE CHANGE WITH THE     *
004460*    RECORD UNTOUCHED.                                          *
004470*****************************************************************
004480 3200-CHANGE-ENTRY.
004490     IF ENTRY-NOT-FOUND
004500         DISPLAY 'STANDING ID NOT FOUND - NOTHING CHANGED.'
004510         GO TO 3200-EXIT
004520     END-IF.
004530     DISPLAY 'ON FILE: ' ST-NAME ' LEVEL ' ST-LEVEL
004540         ' OP ' ST-SIN ' FREQ ' ST-FREQ ' ACCT ' ST-ACCOUNT.
004550     DISPLAY 'NAME (BLANK = KEEP).....: ' WITH NO ADVANCING.
004560     ACCEPT WK-ENTRY-NAME.
004570     PERFORM 3450-COLLECT-ENTRY THRU 3450-EXIT.
004580     IF FIELDS-ARE-INVALID
004590         DISPLAY 'CHANGE ABANDONED - RECORD KEPT AS ON FILE.'
004600         GO TO 3200-EXIT
004610     END-IF.
004620     IF WK-ENTRY-NAME NOT = SPACES
004630         MOVE WK-ENTRY-NAME TO ST-NAME
004640     END-IF.
004650     MOVE WK-ENTRY-LEVEL TO ST-LEVEL.
004660     MOVE WK-SIN TO ST-SIN.
004670     MOVE WK-N01 TO ST-N01.
004680     MOVE WK-N02 TO ST-N02.
004690     MOVE WK-ENTRY-FREQ TO ST-FREQ.
004700     MOVE WK-ENTRY-FROM TO ST-EFF-FROM.
004710     MOVE WK-ENTRY-TO TO ST-EFF-TO.
004720     MOVE WK-ENTRY-ACCOUNT TO ST-ACCOUNT.
004730     SET ST-ACTIVE TO TRUE.
004740     REWRITE ST-RECORD
004750         INVALID KEY
004760             DISPLAY 'ERROR - STDTXN REWRITE FAILED - STATUS '
004770                 WK-STDTXN-STATUS
004780             GO TO 3200-EXIT
004790     END-REWRITE.
004800     DISPLAY 'STANDING ENTRY CHANGED - ' WK-KEY-ID.
004810 3200-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*    3400-DEACTIVATE-ENTRY - MARK A STANDING TRANSACTION        *
004860*    INACTIVE. THE RECORD STAYS ON FILE BUT STDGEN SKIPS IT.    *
004870*****************************************************************
004880 3400-DEACTIVATE-ENTRY.
004890     IF ENTRY-NOT-FOUND
004900         DISPLAY 'STANDING ID NOT FOUND - NOTHING CHANGED.'
004910         GO TO 3400-EXIT
004920     END-IF.
004930     IF ST-INACTIVE
004940         DISPLAY 'ENTRY IS ALREADY INACTIVE - NOTHING CHANGED.'
004950         GO TO 3400-EXIT
004960     END-IF.
004970     SET ST-INACTIVE TO TRUE.
004980     REWRITE ST-RECORD
004990         INVALID KEY
005000             DISPLAY 'ERROR - STDTXN REWRITE FAILED - STATUS '
005010                 WK-STDTXN-STATUS
005020             GO TO 3400-EXIT
005030     END-REWRITE.
005040     DISPLAY 'STANDING ENTRY DEACTIVATED - ' WK-KEY-ID.
005050 3400-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*    3450-COLLECT-ENTRY - COLLECT AND EDIT THE LEVEL, ACCOUNT,  *
005100*    OPERATOR, OPERANDS, FREQUENCY AND EFFECTIVE PERIODS OF A   *
005110*    STANDING TRANSACTION. THE OPERATOR AND OPERANDS GET THE    *
005120*    SAME EDITS THE CALCULATOR APPLIES, INCLUDING THE LEVEL     *
005130*    AUTHORIZATION RULE, SO THE EXPANDED TRANSACTION CAN        *
005140*    NEVER DRAW A CALCBAT REJECT.                               *
005150*****************************************************************
005160 3450-COLLECT-ENTRY.
005170     SET FIELDS-ARE-INVALID TO TRUE.
005180     PERFORM 3500-GET-LEVEL THRU 3500-EXIT.
005190     IF LEVEL-IS-INVALID
005200         GO TO 3450-EXIT
005210     END-IF.
005220     PERFORM 3550-GET-ACCOUNT THRU 3550-EXIT.
005230     IF ACCOUNT-IS-INVALID
005240         GO TO 3450-EXIT
005250     END-IF.
005260     DISPLAY 'OPERATOR (+ - * / % R)..: ' WITH NO ADVANCING.
005270     ACCEPT WK-SIN.
005280     IF NOT VALID-OPERATOR
005290         DISPLAY 'INVALID OPERATOR - USE + - * / % OR R.'
005300         GO TO 3450-EXIT
005310     END-IF.
005320     IF (OP-MUL OR OP-DIV OR OP-PCT OR OP-ROOT)
005330             AND WK-ENTRY-LEVEL = 03
005340         DISPLAY 'PERMISSION DENIED - COWORKER LEVEL MAY NOT '
005350         DISPLAY 'MULTIPLY, DIVIDE, PERCENT OR ROOT.'
005360         GO TO 3450-EXIT
005370     END-IF.
005380     SET OPERAND-FMT-INVALID TO TRUE.
005390     PERFORM 3710-ACCEPT-N01 THRU 3710-EXIT
005400         UNTIL OPERAND-FMT-VALID.
005410     SET OPERAND-FMT-INVALID TO TRUE.
005420     PERFORM 3730-ACCEPT-N02 THRU 3730-EXIT
005430         UNTIL OPERAND-FMT-VALID.
005440     IF (OP-DIV OR OP-ROOT) AND WK-N02 = ZEROS
005450         DISPLAY 'DIVIDE OR ROOT BY ZERO IS NOT ALLOWED.'
005460         GO TO 3450-EXIT
005470     END-IF.
005480     IF OP-ROOT AND WK-N01 < ZEROS
005490         DISPLAY 'ROOT OF A NEGATIVE NUMBER IS NOT ALLOWED.'
005500         GO TO 3450-EXIT
005510     END-IF.
005520     DISPLAY 'FREQUENCY (M/Q/Y).......: ' WITH NO ADVANCING.
005530     ACCEPT WK-ENTRY-FREQ.
005540     IF WK-ENTRY-FREQ NOT = 'M' AND WK-ENTRY-FREQ NOT = 'Q'
005550             AND WK-ENTRY-FREQ NOT = 'Y'
005560         DISPLAY 'INVALID FREQUENCY - USE M, Q OR Y.'
005570         GO TO 3450-EXIT
005580     END-IF.
005590     DISPLAY 'EFFECTIVE FROM (YYYYMM).: ' WITH NO ADVANCING.
005600     ACCEPT WK-PERIOD-TEXT.
005610     IF WK-PERIOD-TEXT IS NOT NUMERIC
005620         DISPLAY 'INVALID PERIOD - USE YYYYMM.'
005630         GO TO 3450-EXIT
005640     END-IF.
005650     MOVE WK-PERIOD-TEXT TO WK-ENTRY-FROM.
005660     MOVE WK-ENTRY-FROM TO WK-CHECK-PERIOD.
005670     IF WK-CHECK-MONTH < 01 OR WK-CHECK-MONTH > 12
005680         DISPLAY 'INVALID PERIOD - MONTH MUST BE 01-12.'
005690         GO TO 3450-EXIT
005700     END-IF.
005710     DISPLAY 'EFFECTIVE TO (YYYYMM, BLANK = NO END): '
005720         WITH NO ADVANCING.
005730     ACCEPT WK-PERIOD-TEXT.
005740     IF WK-PERIOD-TEXT = SPACES
005750         MOVE ZEROS TO WK-ENTRY-TO
005760     ELSE
005770         IF WK-PERIOD-TEXT IS NOT NUMERIC
005780             DISPLAY 'INVALID PERIOD - USE YYYYMM.'
005790             GO TO 3450-EXIT
005800         END-IF
005810         MOVE WK-PERIOD-TEXT TO WK-ENTRY-TO
005820         MOVE WK-ENTRY-TO TO WK-CHECK-PERIOD
005830         IF WK-CHECK-MONTH < 01 OR WK-CHECK-MONTH > 12
005840             DISPLAY 'INVALID PERIOD - MONTH MUST BE 01-12.'
005850             GO TO 3450-EXIT
005860         END-IF
005870         IF WK-ENTRY-TO < WK-ENTRY-FROM
005880             DISPLAY 'TO PERIOD IS BEFORE FROM PERIOD.'
005890             GO TO 3450-EXIT
005900         END-IF
005910     END-IF.
005920     SET FIELDS-ARE-VALID TO TRUE.
005930 3450-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    3500-GET-LEVEL - ACCEPT AND VALIDATE AN ACCESS LEVEL.      *
005980*    01=ADM 02=USER 03=COWORKER, AS USRMAINT DEFINES THEM.      *
005990*****************************************************************
006000 3500-GET-LEVEL.
006010     SET LEVEL-IS-INVALID TO TRUE.
006020     DISPLAY 'LEVEL (01=ADM 02=USER 03=COWORKER): '
006030         WITH NO ADVANCING.
006040     ACCEPT WK-ENTRY-LEVEL-TEXT.
006050     IF WK-ENTRY-LEVEL-TEXT IS NUMERIC
006060         MOVE WK-ENTRY-LEVEL-TEXT TO WK-ENTRY-LEVEL
006070         IF WK-ENTRY-LEVEL = 01 OR WK-ENTRY-LEVEL = 02
006080                 OR WK-ENTRY-LEVEL = 03
006090             SET LEVEL-IS-VALID TO TRUE
006100         END-IF
006110     END-IF.
006120     IF LEVEL-IS-INVALID
006130         DISPLAY 'INVALID LEVEL - USE 01, 02 OR 03.'
006140     END-IF.
006150 3500-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190*    3550-GET-ACCOUNT - ACCEPT THE ACCOUNT CODE THE STANDING    *
006200*    TRANSACTION IS CHARGED TO. IT MUST BE ON THE ACCOUNT       *
006210*    MASTER, ACTIVE, AND ALLOW THE ENTRY'S LEVEL TO POST, SO    *
006220*    THE EXPANDED TRANSACTION CAN NEVER DRAW AN ACT REJECT.     *
006230*****************************************************************
006240 3550-GET-ACCOUNT.
006250     SET ACCOUNT-IS-INVALID TO TRUE.
006260     DISPLAY 'ACCOUNT CODE............: ' WITH NO ADVANCING.
006270     ACCEPT WK-ENTRY-ACCOUNT.
006280     IF WK-ENTRY-ACCOUNT = SPACES
006290         DISPLAY 'ACCOUNT CODE MAY NOT BE BLANK.'
006300         GO TO 3550-EXIT
006310     END-IF.
006320     MOVE WK-ENTRY-ACCOUNT TO AC-CODE.
006330     READ ACCOUNT-MASTER
006340         INVALID KEY
006350             DISPLAY 'ACCOUNT CODE NOT FOUND.'
006360             GO TO 3550-EXIT
006370     END-READ.
006380     IF AC-INACTIVE
006390         DISPLAY 'ACCOUNT IS NOT ACTIVE.'
006400         GO TO 3550-EXIT
006410     END-IF.
006420     IF WK-ENTRY-LEVEL > AC-MIN-LEVEL
006430         DISPLAY 'PERMISSION DENIED - THIS LEVEL MAY NOT POST TO '
006440         DISPLAY 'THIS ACCOUNT.'
006450         GO TO 3550-EXIT
006460     END-IF.
006470     DISPLAY 'ACCOUNT.................: ' AC-DESC.
006480     SET ACCOUNT-IS-VALID TO TRUE.
006490 3550-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    3710-ACCEPT-N01 - PROMPT FOR AND EDIT THE FIRST OPERAND.   *
006540*****************************************************************
006550 3710-ACCEPT-N01.
006560     DISPLAY 'FIRST NUMBER (-123,45)..: ' WITH NO ADVANCING.
006570     ACCEPT WK-OPERAND-TEXT.
006580     PERFORM 3740-EDIT-OPERAND-FORMAT THRU 3740-EXIT.
006590     IF OPERAND-FMT-VALID
006600         MOVE WK-OPERAND-TEXT TO WK-N01
006610     END-IF.
006620 3710-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    3730-ACCEPT-N02 - PROMPT FOR AND EDIT THE SECOND OPERAND.  *
006670*****************************************************************
006680 3730-ACCEPT-N02.
006690     DISPLAY 'SECOND NUMBER (-123,45).: ' WITH NO ADVANCING.
006700     ACCEPT WK-OPERAND-TEXT.
006710     PERFORM 3740-EDIT-OPERAND-FORMAT THRU 3740-EXIT.
006720     IF OPERAND-FMT-VALID
006730         MOVE WK-OPERAND-TEXT TO WK-N02
006740     END-IF.
006750 3730-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*    3740-EDIT-OPERAND-FORMAT - REJECT AN OPERAND TEXT THAT     *
006800*    USES A PERIOD WHERE DECIMAL-POINT IS COMMA EXPECTS A       *
006810*    COMMA, THEN HAND OFF TO 3741 TO MAKE SURE WHAT IS LEFT     *
006820*    IS A LEGAL SIGNED NUMBER THAT FITS WK-N01/WK-N02 - THE     *
006830*    SAME EDIT THE INTERACTIVE CALCULATOR APPLIES.              *
006840*****************************************************************
006850 3740-EDIT-OPERAND-FORMAT.
006860     MOVE ZEROS TO WK-OPERAND-TALLY.
006870     INSPECT WK-OPERAND-TEXT TALLYING WK-OPERAND-TALLY
006880         FOR ALL '.'.
006890     IF WK-OPERAND-TALLY > ZEROS
006900         DISPLAY 'USE A COMMA FOR THE DECIMAL POINT - REENTER.'
006910         DISPLAY '(EX: -123,45).'
006920         SET OPERAND-FMT-INVALID TO TRUE
006930     ELSE
006940         PERFORM 3741-CHECK-OPERAND-DIGITS THRU 3741-EXIT
006950     END-IF.
006960 3740-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    3741-CHECK-OPERAND-DIGITS - SCAN WK-OPERAND-TEXT ONE       *
007010*    CHARACTER AT A TIME (VIA 3742) AND REJECT ANYTHING THAT IS *
007020*    NOT AN OPTIONAL LEADING SIGN, UP TO 5 INTEGER DIGITS, AN   *
007030*    OPTIONAL COMMA, AND UP TO 2 FRACTIONAL DIGITS.             *
007040*****************************************************************
007050 3741-CHECK-OPERAND-DIGITS.
007060     MOVE ZEROS TO WK-SIGN-COUNT WK-INT-DIGIT-COUNT
007070         WK-DEC-DIGIT-COUNT.
007080     SET NOT-SEEN-COMMA TO TRUE.
007090     SET NOT-SEEN-TRAILING-SPACE TO TRUE.
007100     SET BAD-CHAR-NOT-FOUND TO TRUE.
007110     PERFORM 3742-SCAN-OPERAND-CHAR
007120         VARYING WK-OPERAND-SUB FROM 1 BY 1
007130         UNTIL WK-OPERAND-SUB > 10.
007140     IF BAD-CHAR-FOUND
007150             OR WK-SIGN-COUNT > 1
007160             OR WK-INT-DIGIT-COUNT = ZEROS
007170             OR WK-INT-DIGIT-COUNT > 5
007180             OR WK-DEC-DIGIT-COUNT > 2
007190         DISPLAY 'INVALID NUMBER - USE DIGITS, AN OPTIONAL SIGN,'
007200         DISPLAY 'UP TO 5 INTEGER AND 2 DECIMAL DIGITS - REENTER.'
007210         DISPLAY '(EX: -123,45).'
007220         SET OPERAND-FMT-INVALID TO TRUE
007230     ELSE
007240         SET OPERAND-FMT-VALID TO TRUE
007250     END-IF.
007260 3741-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300*    3742-SCAN-OPERAND-CHAR - CLASSIFY ONE CHARACTER OF         *
007310*    WK-OPERAND-TEXT AND ROLL ITS EFFECT INTO THE COUNTERS AND  *
007320*    SWITCHES 3741 CHECKS ONCE THE SCAN IS COMPLETE.            *
007330*****************************************************************
007340 3742-SCAN-OPERAND-CHAR.
007350     MOVE WK-OPERAND-TEXT(WK-OPERAND-SUB:1) TO WK-OPERAND-CHAR.
007360     EVALUATE TRUE
007370         WHEN WK-OPERAND-CHAR = SPACE
007380             SET SEEN-TRAILING-SPACE TO TRUE
007390         WHEN SEEN-TRAILING-SPACE
007400             SET BAD-CHAR-FOUND TO TRUE
007410         WHEN WK-OPERAND-CHAR = '+' OR WK-OPERAND-CHAR = '-'
007420             IF WK-OPERAND-SUB = 1
007430                 ADD 1 TO WK-SIGN-COUNT
007440             ELSE
007450                 SET BAD-CHAR-FOUND TO TRUE
007460             END-IF
007470         WHEN WK-OPERAND-CHAR = ','
007480             IF SEEN-COMMA
007490                 SET BAD-CHAR-FOUND TO TRUE
007500             ELSE
007510                 SET SEEN-COMMA TO TRUE
007520             END-IF
007530         WHEN WK-OPERAND-CHAR IS NUMERIC
007540             IF SEEN-COMMA
007550                 ADD 1 TO WK-DEC-DIGIT-COUNT
007560             ELSE
007570                 ADD 1 TO WK-INT-DIGIT-COUNT
007580             END-IF
007590         WHEN OTHER
007600             SET BAD-CHAR-FOUND TO TRUE
007610     END-EVALUATE.
007620 3742-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*    9999-FINALIZE - CLOSE THE FILES AND END THE SESSION        *
007670*****************************************************************
007680 9999-FINALIZE.
007690     IF STDTXN-IS-OPEN
007700         CLOSE STANDING-MASTER
007710     END-IF.
007720     IF SECLOG-IS-OPEN
007730         CLOSE SECURITY-LOG
007740     END-IF.
007750     IF ACCTMAST-IS-OPEN
007760         CLOSE ACCOUNT-MASTER
007770     END-IF.
007780     DISPLAY 'END OF STANDING-TRANSACTION MAINTENANCE.'.
007790 9999-EXIT.
007800     EXIT.
