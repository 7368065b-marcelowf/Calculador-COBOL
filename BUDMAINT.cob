000010*****************************************************************
000020*    PROGRAM-ID  : BUDMAINT                                     *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : ONLINE MAINTENANCE OF THE BUDGET MASTER, IN  *
000070*                  THE STYLE OF ACCMAINT. AN ADM-LEVEL OPERATOR *
000080*                  MAY ADD, CHANGE OR DELETE THE MONTHLY        *
000090*                  SPENDING LIMIT OF A CL-NAME FOR A YEAR AND   *
000100*                  MONTH. EVERY ADD OR CHANGE IS STAMPED WITH   *
000110*                  THE ADM'S USER ID AND THE DATE. BUDREP       *
000120*                  COMPARES THE LIMITS WITH THE POSTINGS.       *
000130*    MODIFICATION HISTORY                                       *
000140*    -------------------                                        *
000150*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000160*****************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. BUDMAINT.
000190 AUTHOR. J. B. FONSECA.
000200 INSTALLATION. DATA PROCESSING DEPT.
000210 DATE-WRITTEN. 15/10/2026.
000220 DATE-COMPILED.
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. GENERIC.
000270 OBJECT-COMPUTER. GENERIC.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BUDGET-MASTER ASSIGN TO 'BUDMAST'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS BG-KEY
000370         FILE STATUS IS WK-BUDMAST-STATUS.
000380     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS USR-ID
000420         FILE STATUS IS WK-USRMAST-STATUS.
000430     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WK-SECLOG-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  BUDGET-MASTER
000500     LABEL RECORDS ARE STANDARD.
000510 COPY BUDMAST.
000520
000530 FD  USER-MASTER
000540     LABEL RECORDS ARE STANDARD.
000550 COPY USRMAST.
000560
000570 FD  SECURITY-LOG
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 COPY SECLOG.
000610
000620 WORKING-STORAGE SECTION.
000630 COPY WSCALC.
000640
000650 77  WK-BUDMAST-STATUS           PIC X(02) VALUE ZEROS.
000660     88  BUDMAST-OK                  VALUE '00'.
000670     88  BUDMAST-NOT-FOUND           VALUE '35'.
000680
000690 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
000700     88  USRMAST-OK                  VALUE '00'.
000710
000720 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
000730     88  SECLOG-OK                   VALUE '00'.
000740     88  SECLOG-NOT-FOUND            VALUE '35'.
000750
000760 77  WK-ATTEMPT-RESULT           PIC X(01) VALUE SPACES.
000770
000780 01  WK-MAINT-SWITCHES.
000790     05  WK-SW-LOGIN-OK          PIC X(01) VALUE 'N'.
000800         88  LOGIN-SUCCESSFUL        VALUE 'Y'.
000810         88  LOGIN-FAILED            VALUE 'N'.
000820     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
000830         88  USER-FOUND              VALUE 'Y'.
000840         88  USER-NOT-FOUND          VALUE 'N'.
000850     05  WK-SW-BUDGET-FOUND      PIC X(01) VALUE 'N'.
000860         88  BUDGET-FOUND            VALUE 'Y'.
000870         88  BUDGET-NOT-FOUND        VALUE 'N'.
000880     05  WK-SW-BUDMAST-OPEN      PIC X(01) VALUE 'N'.
000890         88  BUDMAST-IS-OPEN         VALUE 'Y'.
000900         88  BUDMAST-NOT-OPEN        VALUE 'N'.
000910     05  WK-SW-SECLOG-OPEN       PIC X(01) VALUE 'N'.
000920         88  SECLOG-IS-OPEN          VALUE 'Y'.
000930         88  SECLOG-NOT-OPEN         VALUE 'N'.
000940     05  WK-SW-KEY-OK            PIC X(01) VALUE 'N'.
000950         88  KEY-IS-VALID            VALUE 'Y'.
000960         88  KEY-IS-INVALID          VALUE 'N'.
000970     05  WK-SW-AMOUNT-OK         PIC X(01) VALUE 'N'.
000980         88  AMOUNT-IS-VALID         VALUE 'Y'.
000990         88  AMOUNT-IS-INVALID       VALUE 'N'.
001000
001010 77  WK-FUNCTION                 PIC X(01) VALUE SPACES.
001020     88  FUNC-ADD                    VALUE 'A'.
001030     88  FUNC-CHANGE                 VALUE 'C'.
001040     88  FUNC-DELETE                 VALUE 'D'.
001050     88  FUNC-EXIT                   VALUE 'X'.
001060     88  FUNC-IS-VALID               VALUE 'A' 'C' 'D' 'X'.
001070
001080 77  WK-ADMIN-ID                 PIC X(08) VALUE SPACES.
001090 77  WK-PIN                      PIC X(04) VALUE SPACES.
001100 77  WK-CONFIRM                  PIC X(01) VALUE SPACES.
001110
001120 01  WK-KEY-FIELDS.
001130     05  WK-KEY-NAME             PIC X(20) VALUE SPACES.
001140     05  WK-KEY-YEAR-TEXT        PIC X(04) VALUE SPACES.
001150     05  WK-KEY-YEAR             PIC 9(04) VALUE ZEROS.
001160     05  WK-KEY-MONTH-TEXT       PIC X(02) VALUE SPACES.
001170     05  WK-KEY-MONTH            PIC 9(02) VALUE ZEROS.
001180
001190*****************************************************************
001200*    BUDGET AMOUNT EDIT - DIGITS, AN OPTIONAL COMMA AND UP TO   *
001210*    TWO DECIMALS, BUILT UP ONE DIGIT AT A TIME.                *
001220*****************************************************************
001230 01  WK-AMOUNT-FIELDS.
001240     05  WK-AMOUNT-TEXT          PIC X(13) VALUE SPACES.
001250     05  WK-AMOUNT               PIC 9(09)V99 VALUE ZEROS.
001260     05  WK-AMOUNT-SUB           PIC 9(02) VALUE ZEROS.
001270     05  WK-INT-DIGIT-COUNT      PIC 9(02) VALUE ZEROS.
001280     05  WK-DEC-DIGIT-COUNT      PIC 9(02) VALUE ZEROS.
001290     05  WK-PERIOD-COUNT         PIC 9(02) VALUE ZEROS.
001300     05  WK-SW-SEEN-COMMA        PIC X(01) VALUE 'N'.
001310         88  SEEN-COMMA              VALUE 'Y'.
001320         88  NOT-SEEN-COMMA          VALUE 'N'.
001330     05  WK-SW-SEEN-TRAIL-SP     PIC X(01) VALUE 'N'.
001340         88  SEEN-TRAILING-SPACE     VALUE 'Y'.
001350         88  NOT-SEEN-TRAILING-SPACE VALUE 'N'.
001360     05  WK-SW-BAD-CHAR          PIC X(01) VALUE 'N'.
001370         88  BAD-CHAR-FOUND          VALUE 'Y'.
001380         88  BAD-CHAR-NOT-FOUND      VALUE 'N'.
001390
001400 77  WK-AMOUNT-CHAR              PIC X(01) VALUE SPACES.
001410 77  WK-AMOUNT-DIGIT REDEFINES WK-AMOUNT-CHAR
001420                                 PIC 9(01).
001430
001440 01  WK-AMOUNT-MASK              PIC ZZZ.ZZZ.ZZ9,99.
001450
001460 01  WK-TIME-SYS.
001470     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
001480     03  FILLER                  PIC 9(02) VALUE ZEROS.
001490
001500 PROCEDURE DIVISION.
001510*****************************************************************
001520*    0000-MAINLINE - PROGRAM CONTROL                            *
001530*****************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001570         UNTIL STOP-PROCESSING.
001580     PERFORM 9999-FINALIZE THRU 9999-EXIT.
001590     STOP RUN.
001600
001610*****************************************************************
001620*    1000-INITIALIZE - OPEN THE FILES AND LOG ON THE ADM        *
001630*    OPERATOR. A MISSING BUDGET MASTER IS BUILT EMPTY ON FIRST  *
001640*    USE. THE MASTER STAYS OPEN I-O FOR THE SESSION.            *
001650*****************************************************************
001660 1000-INITIALIZE.
001670     ACCEPT WK-DATE FROM DATE YYYYMMDD.
001680     OPEN EXTEND SECURITY-LOG.
001690     IF SECLOG-NOT-FOUND
001700         OPEN OUTPUT SECURITY-LOG
001710     END-IF.
001720     IF SECLOG-OK
001730         SET SECLOG-IS-OPEN TO TRUE
001740     ELSE
001750         DISPLAY 'ERROR OPENING SECLOG - STATUS '
001760             WK-SECLOG-STATUS
001770         SET STOP-PROCESSING TO TRUE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     OPEN I-O BUDGET-MASTER.
001810     IF BUDMAST-NOT-FOUND
001820         OPEN OUTPUT BUDGET-MASTER
001830         CLOSE BUDGET-MASTER
001840         OPEN I-O BUDGET-MASTER
001850     END-IF.
001860     IF BUDMAST-OK
001870         SET BUDMAST-IS-OPEN TO TRUE
001880     ELSE
001890         DISPLAY 'ERROR OPENING BUDMAST - STATUS '
001900             WK-BUDMAST-STATUS
001910         SET STOP-PROCESSING TO TRUE
001920         GO TO 1000-EXIT
001930     END-IF.
001940     DISPLAY '*** BUDGET MASTER MAINTENANCE ***'.
001950     SET LOGIN-FAILED TO TRUE.
001960     PERFORM 1200-LOGIN THRU 1200-EXIT
001970         UNTIL LOGIN-SUCCESSFUL OR STOP-PROCESSING.
001980 1000-EXIT.
001990     EXIT.
002000
002010*****************************************************************
002020*    1200-LOGIN - IDENTIFY THE OPERATOR WITH A KEYED READ OF    *
002030*    USER-MASTER, WRITE EVERY ATTEMPT TO THE SECURITY LOG AND   *
002040*    LOCK THE ID AFTER THREE CONSECUTIVE BAD PINS, EXACTLY AS   *
002050*    THE USRMAINT LOGON DOES. ONLY AN ACTIVE ADM-LEVEL          *
002060*    OPERATOR MAY MAINTAIN THE BUDGET MASTER.                   *
002070*****************************************************************
002080 1200-LOGIN.
002090     DISPLAY 'USER ID.................: ' WITH NO ADVANCING.
002100     ACCEPT WK-ADMIN-ID.
002110     DISPLAY 'PIN......................: ' WITH NO ADVANCING.
002120     ACCEPT WK-PIN.
002130     OPEN I-O USER-MASTER.
002140     IF NOT USRMAST-OK
002150         DISPLAY 'ERROR OPENING USERMAST - STATUS '
002160             WK-USRMAST-STATUS
002170         SET LOGIN-FAILED TO TRUE
002180         SET STOP-PROCESSING TO TRUE
002190         GO TO 1200-EXIT
002200     END-IF.
002210     SET USER-FOUND TO TRUE.
002220     MOVE WK-ADMIN-ID TO USR-ID.
002230     READ USER-MASTER
002240         INVALID KEY
002250             SET USER-NOT-FOUND TO TRUE
002260     END-READ.
002270     IF USER-NOT-FOUND
002280         CLOSE USER-MASTER
002290         DISPLAY 'USER ID NOT FOUND - TRY AGAIN.'
002300         SET LOGIN-FAILED TO TRUE
002310         MOVE 'U' TO WK-ATTEMPT-RESULT
002320         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002330         GO TO 1200-EXIT
002340     END-IF.
002350     IF USR-LOCKED
002360         CLOSE USER-MASTER
002370         DISPLAY 'USER ID IS LOCKED - SEE AN ADM TO CLEAR IT.'
002380         SET LOGIN-FAILED TO TRUE
002390         MOVE 'L' TO WK-ATTEMPT-RESULT
002400         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002410         GO TO 1200-EXIT
002420     END-IF.
002430     IF USR-INACTIVE
002440         CLOSE USER-MASTER
002450         DISPLAY 'USER ID IS NOT ACTIVE - SEE YOUR SUPERVISOR.'
002460         SET LOGIN-FAILED TO TRUE
002470         MOVE 'I' TO WK-ATTEMPT-RESULT
002480         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002490         GO TO 1200-EXIT
002500     END-IF.
002510     IF USR-PIN NOT = WK-PIN
002520         ADD 1 TO USR-FAIL-COUNT
002530         IF USR-FAIL-COUNT NOT < 3
002540             SET USR-LOCKED TO TRUE
002550             DISPLAY 'THREE BAD PINS - USER ID IS NOW LOCKED. '
002560             DISPLAY 'SEE AN ADM TO CLEAR IT.'
002570         ELSE
002580             DISPLAY 'INCORRECT PIN - TRY AGAIN.'
002590         END-IF
002600         REWRITE USR-RECORD
002610             INVALID KEY
002620                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002630                     'STATUS ' WK-USRMAST-STATUS
002640         END-REWRITE
002650         CLOSE USER-MASTER
002660         SET LOGIN-FAILED TO TRUE
002670         MOVE 'P' TO WK-ATTEMPT-RESULT
002680         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002690         GO TO 1200-EXIT
002700     END-IF.
002710     IF USR-FAIL-COUNT > 0
002720         MOVE 0 TO USR-FAIL-COUNT
002730         REWRITE USR-RECORD
002740             INVALID KEY
002750                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002760                     'STATUS ' WK-USRMAST-STATUS
002770         END-REWRITE
002780     END-IF.
002790     CLOSE USER-MASTER.
002800     MOVE USR-NAME TO WK-NAME.
002810     MOVE USR-LEVEL TO WK-LEVEL.
002820     IF ADM
002830         SET LOGIN-SUCCESSFUL TO TRUE
002840         MOVE 'S' TO WK-ATTEMPT-RESULT
002850     ELSE
002860         DISPLAY 'PERMISSION DENIED - MAINTENANCE IS FOR ADM '
002870         DISPLAY 'LEVEL ONLY. SEE YOUR SUPERVISOR.'
002880         SET LOGIN-FAILED TO TRUE
002890         SET STOP-PROCESSING TO TRUE
002900         MOVE 'V' TO WK-ATTEMPT-RESULT
002910     END-IF.
002920     PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT.
002930 1200-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*    1250-LOG-ATTEMPT - APPEND ONE LOGON ATTEMPT TO THE         *
002980*    SECURITY LOG WITH DATE, TIME, THE USER ID TRIED AND THE    *
002990*    RESULT CODE LEFT IN WK-ATTEMPT-RESULT BY 1200-LOGIN.       *
003000*****************************************************************
003010 1250-LOG-ATTEMPT.
003020     MOVE WK-YEAR-SYS TO SL-YEAR.
003030     MOVE WK-MONTH-SYS TO SL-MONTH.
003040     MOVE WK-DAY-SYS TO SL-DAY.
003050     ACCEPT WK-TIME-SYS FROM TIME.
003060     MOVE WK-TIME-HHMMSS TO SL-TIME.
003070     MOVE WK-ADMIN-ID TO SL-USER-ID.
003080     MOVE WK-ATTEMPT-RESULT TO SL-RESULT.
003090     WRITE SL-RECORD.
003100     IF NOT SECLOG-OK
003110         DISPLAY 'WARNING - SECLOG WRITE FAILED - STATUS '
003120             WK-SECLOG-STATUS
003130     END-IF.
003140 1250-EXIT.
003150     EXIT.
003160
003170*****************************************************************
003180*    2000-PROCESS-REQUEST - SHOW THE FUNCTION MENU, DISPATCH    *
003190*    THE SELECTED MAINTENANCE ACTION AND LOOP UNTIL EXIT.       *
003200*****************************************************************
003210 2000-PROCESS-REQUEST.
003220     DISPLAY SPACE.
003230     DISPLAY 'FUNCTIONS: A=ADD  C=CHANGE  D=DELETE  X=EXIT'.
003240     DISPLAY 'FUNCTION................: ' WITH NO ADVANCING.
003250     ACCEPT WK-FUNCTION.
003260     IF NOT FUNC-IS-VALID
003270         DISPLAY 'INVALID FUNCTION - USE A, C, D OR X.'
003280         GO TO 2000-EXIT
003290     END-IF.
003300     IF FUNC-EXIT
003310         SET STOP-PROCESSING TO TRUE
003320         GO TO 2000-EXIT
003330     END-IF.
003340     PERFORM 2100-GET-KEY THRU 2100-EXIT.
003350     IF KEY-IS-INVALID
003360         GO TO 2000-EXIT
003370     END-IF.
003380     PERFORM 2900-READ-BUDGET THRU 2900-EXIT.
003390     EVALUATE TRUE
003400         WHEN FUNC-ADD
003410             PERFORM 3100-ADD-BUDGET THRU 3100-EXIT
003420         WHEN FUNC-CHANGE
003430             PERFORM 3200-CHANGE-BUDGET THRU 3200-EXIT
003440         WHEN FUNC-DELETE
003450             PERFORM 3400-DELETE-BUDGET THRU 3400-EXIT
003460     END-EVALUATE.
003470 2000-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*    2100-GET-KEY - ACCEPT AND VALIDATE THE NAME, YEAR AND      *
003520*    MONTH OF THE BUDGET. THE NAME IS THE CL-NAME THE SPENDING  *
003530*    IS POSTED UNDER, KEYED EXACTLY AS IT APPEARS ON THE LOG.   *
003540*****************************************************************
003550 2100-GET-KEY.
003560     SET KEY-IS-INVALID TO TRUE.
003570     DISPLAY 'NAME....................: ' WITH NO ADVANCING.
003580     ACCEPT WK-KEY-NAME.
003590     IF WK-KEY-NAME = SPACES
003600         DISPLAY 'NAME MAY NOT BE BLANK.'
003610         GO TO 2100-EXIT
003620     END-IF.
003630     DISPLAY 'YEAR (YYYY).............: ' WITH NO ADVANCING.
003640     ACCEPT WK-KEY-YEAR-TEXT.
003650     IF WK-KEY-YEAR-TEXT IS NOT NUMERIC
003660         DISPLAY 'INVALID YEAR - USE YYYY.'
003670         GO TO 2100-EXIT
003680     END-IF.
003690     MOVE WK-KEY-YEAR-TEXT TO WK-KEY-YEAR.
003700     IF WK-KEY-YEAR < 1900
003710         DISPLAY 'INVALID YEAR - USE YYYY.'
003720         GO TO 2100-EXIT
003730     END-IF.
003740     DISPLAY 'MONTH (MM)..............: ' WITH NO ADVANCING.
003750     ACCEPT WK-KEY-MONTH-TEXT.
003760     IF WK-KEY-MONTH-TEXT IS NOT NUMERIC
003770         DISPLAY 'INVALID MONTH - USE 01 TO 12.'
003780         GO TO 2100-EXIT
003790     END-IF.
003800     MOVE WK-KEY-MONTH-TEXT TO WK-KEY-MONTH.
003810     IF WK-KEY-MONTH < 01 OR WK-KEY-MONTH > 12
003820         DISPLAY 'INVALID MONTH - USE 01 TO 12.'
003830         GO TO 2100-EXIT
003840     END-IF.
003850     SET KEY-IS-VALID TO TRUE.
003860 2100-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    2900-READ-BUDGET - KEYED READ OF THE BUDGET MASTER FOR     *
003910*    THE KEYED NAME, YEAR AND MONTH, SETTING BUDGET-FOUND.      *
003920*****************************************************************
003930 2900-READ-BUDGET.
003940     SET BUDGET-FOUND TO TRUE.
003950     MOVE WK-KEY-NAME TO BG-NAME.
003960     MOVE WK-KEY-YEAR TO BG-YEAR.
003970     MOVE WK-KEY-MONTH TO BG-MONTH.
003980     READ BUDGET-MASTER
003990         INVALID KEY
004000             SET BUDGET-NOT-FOUND TO TRUE
004010     END-READ.
004020 2900-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060*    3100-ADD-BUDGET - COLLECT THE MONTH'S SPENDING LIMIT AND   *
004070*    WRITE THE NEW BUDGET RECORD.                               *
004080*****************************************************************
004090 3100-ADD-BUDGET.
004100     IF BUDGET-FOUND
004110         DISPLAY 'BUDGET ALREADY EXISTS - USE C TO CHANGE.'
004120         GO TO 3100-EXIT
004130     END-IF.
004140     PERFORM 3500-GET-AMOUNT THRU 3500-EXIT.
004150     IF AMOUNT-IS-INVALID
004160         DISPLAY 'ADD ABANDONED.'
004170         GO TO 3100-EXIT
004180     END-IF.
004190     MOVE WK-KEY-NAME TO BG-NAME.
004200     MOVE WK-KEY-YEAR TO BG-YEAR.
004210     MOVE WK-KEY-MONTH TO BG-MONTH.
004220     MOVE WK-AMOUNT TO BG-AMOUNT.
004230     MOVE WK-ADMIN-ID TO BG-UPD-ADMIN.
004240     MOVE WK-DATE TO BG-UPD-DATE.
004250     WRITE BG-RECORD
004260         INVALID KEY
004270             DISPLAY 'ERROR - BUDMAST WRITE FAILED - STATUS '
004280                 WK-BUDMAST-STATUS
004290             GO TO 3100-EXIT
004300     END-WRITE.
004310     DISPLAY 'BUDGET ADDED - ' WK-KEY-NAME ' '
004320         WK-KEY-MONTH '/' WK-KEY-YEAR.
004330 3100-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*    3200-CHANGE-BUDGET - SHOW THE LIMIT ON FILE AND REPLACE    *
004380*    IT. AN INVALID AMOUNT ABANDONS THE CHANGE WITH THE RECORD  *
004390*    UNTOUCHED.                                                 *
004400*****************************************************************
004410 3200-CHANGE-BUDGET.
004420     IF BUDGET-NOT-FOUND
004430         DISPLAY 'BUDGET NOT FOUND - NOTHING CHANGED.'
004440         GO TO 3200-EXIT
004450     END-IF.
004460     MOVE BG-AMOUNT TO WK-AMOUNT-MASK.
004470     DISPLAY 'ON FILE: ' WK-AMOUNT-MASK ' SET BY ' BG-UPD-ADMIN
004480         ' ON ' BG-UPD-DATE.
004490     PERFORM 3500-GET-AMOUNT THRU 3500-EXIT.
004500     IF AMOUNT-IS-INVALID
004510         DISPLAY 'CHANGE ABANDONED - RECORD KEPT AS ON FILE.'
004520         GO TO 3200-EXIT
004530     END-IF.
004540     MOVE WK-AMOUNT TO BG-AMOUNT.
004550     MOVE WK-ADMIN-ID TO BG-UPD-ADMIN.
004560     MOVE WK-DATE TO BG-UPD-DATE.
004570     REWRITE BG-RECORD
004580         INVALID KEY
004590             DISPLAY 'ERROR - BUDMAST REWRITE FAILED - STATUS '
004600                 WK-BUDMAST-STATUS
004610             GO TO 3200-EXIT
004620     END-REWRITE.
004630     DISPLAY 'BUDGET CHANGED - ' WK-KEY-NAME ' '
004640         WK-KEY-MONTH '/' WK-KEY-YEAR.
004650 3200-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690*    3400-DELETE-BUDGET - REMOVE A BUDGET RECORD AFTER THE ADM  *
004700*    CONFIRMS IT. THE NAME THEN SHOWS AS HAVING NO BUDGET FOR   *
004710*    THE MONTH.                                                 *
004720*****************************************************************
004730 3400-DELETE-BUDGET.
004740     IF BUDGET-NOT-FOUND
004750         DISPLAY 'BUDGET NOT FOUND - NOTHING DELETED.'
004760         GO TO 3400-EXIT
004770     END-IF.
004780     MOVE BG-AMOUNT TO WK-AMOUNT-MASK.
004790     DISPLAY 'ON FILE: ' WK-AMOUNT-MASK ' SET BY ' BG-UPD-ADMIN
004800         ' ON ' BG-UPD-DATE.
004810     DISPLAY 'DELETE THIS BUDGET (Y/N)?: ' WITH NO ADVANCING.
004820     ACCEPT WK-CONFIRM.
004830     IF WK-CONFIRM NOT = 'Y'
004840         DISPLAY 'NOTHING DELETED.'
004850         GO TO 3400-EXIT
004860     END-IF.
004870     DELETE BUDGET-MASTER
004880         INVALID KEY
004890             DISPLAY 'ERROR - BUDMAST DELETE FAILED - STATUS '
004900                 WK-BUDMAST-STATUS
004910             GO TO 3400-EXIT
004920     END-DELETE.
004930     DISPLAY 'BUDGET DELETED - ' WK-KEY-NAME ' '
004940         WK-KEY-MONTH '/' WK-KEY-YEAR.
004950 3400-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990*    3500-GET-AMOUNT - ACCEPT AND EDIT THE MONTH'S SPENDING     *
005000*    LIMIT: UP TO 9 INTEGER DIGITS, AN OPTIONAL COMMA AND UP TO *
005010*    2 DECIMALS, NO SIGN. A PERIOD IS REFUSED WHERE             *
005020*    DECIMAL-POINT IS COMMA EXPECTS A COMMA, AS CALCADJ DOES.   *
005030*****************************************************************
005040 3500-GET-AMOUNT.
005050     SET AMOUNT-IS-INVALID TO TRUE.
005060     DISPLAY 'MONTHLY BUDGET (12345,67): ' WITH NO ADVANCING.
005070     ACCEPT WK-AMOUNT-TEXT.
005080     MOVE ZEROS TO WK-PERIOD-COUNT.
005090     INSPECT WK-AMOUNT-TEXT TALLYING WK-PERIOD-COUNT
005100         FOR ALL '.'.
005110     IF WK-PERIOD-COUNT > ZEROS
005120         DISPLAY 'USE A COMMA FOR THE DECIMAL POINT (EX: '
005130             '12345,67).'
005140         GO TO 3500-EXIT
005150     END-IF.
005160     MOVE ZEROS TO WK-AMOUNT WK-INT-DIGIT-COUNT
005170         WK-DEC-DIGIT-COUNT.
005180     SET NOT-SEEN-COMMA TO TRUE.
005190     SET NOT-SEEN-TRAILING-SPACE TO TRUE.
005200     SET BAD-CHAR-NOT-FOUND TO TRUE.
005210     PERFORM 3510-SCAN-AMOUNT-CHAR THRU 3510-EXIT
005220         VARYING WK-AMOUNT-SUB FROM 1 BY 1
005230         UNTIL WK-AMOUNT-SUB > 13.
005240     IF BAD-CHAR-FOUND
005250             OR WK-INT-DIGIT-COUNT = ZEROS
005260             OR WK-INT-DIGIT-COUNT > 9
005270             OR WK-DEC-DIGIT-COUNT > 2
005280         DISPLAY 'INVALID AMOUNT - USE UP TO 9 INTEGER AND 2 '
005290             'DECIMAL DIGITS, NO SIGN.'
005300         GO TO 3500-EXIT
005310     END-IF.
005320     SET AMOUNT-IS-VALID TO TRUE.
005330 3500-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*    3510-SCAN-AMOUNT-CHAR - CLASSIFY ONE CHARACTER OF THE      *
005380*    AMOUNT AND ADD A DIGIT INTO WK-AMOUNT IN ITS PLACE.        *
005390*****************************************************************
005400 3510-SCAN-AMOUNT-CHAR.
005410     MOVE WK-AMOUNT-TEXT(WK-AMOUNT-SUB:1) TO WK-AMOUNT-CHAR.
005420     EVALUATE TRUE
005430         WHEN WK-AMOUNT-CHAR = SPACE
005440             SET SEEN-TRAILING-SPACE TO TRUE
005450         WHEN SEEN-TRAILING-SPACE
005460             SET BAD-CHAR-FOUND TO TRUE
005470         WHEN WK-AMOUNT-CHAR = ','
005480             IF SEEN-COMMA
005490                 SET BAD-CHAR-FOUND TO TRUE
005500             ELSE
005510                 SET SEEN-COMMA TO TRUE
005520             END-IF
005530         WHEN WK-AMOUNT-CHAR IS NUMERIC
005540             IF SEEN-COMMA
005550                 ADD 1 TO WK-DEC-DIGIT-COUNT
005560                 IF WK-DEC-DIGIT-COUNT = 1
005570                     COMPUTE WK-AMOUNT = WK-AMOUNT
005580                         + WK-AMOUNT-DIGIT / 10
005590                 END-IF
005600                 IF WK-DEC-DIGIT-COUNT = 2
005610                     COMPUTE WK-AMOUNT = WK-AMOUNT
005620                         + WK-AMOUNT-DIGIT / 100
005630                 END-IF
005640             ELSE
005650                 ADD 1 TO WK-INT-DIGIT-COUNT
005660                 IF WK-INT-DIGIT-COUNT NOT > 9
005670                     COMPUTE WK-AMOUNT = WK-AMOUNT * 10
005680                         + WK-AMOUNT-DIGIT
005690                 END-IF
005700             END-IF
005710         WHEN OTHER
005720             SET BAD-CHAR-FOUND TO TRUE
005730     END-EVALUATE.
005740 3510-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780*    9999-FINALIZE - CLOSE THE FILES AND END THE SESSION        *
005790*****************************************************************
005800 9999-FINALIZE.
005810     IF BUDMAST-IS-OPEN
005820         CLOSE BUDGET-MASTER
005830     END-IF.
005840     IF SECLOG-IS-OPEN
005850         CLOSE SECURITY-LOG
005860     END-IF.
005870     DISPLAY 'END OF BUDGET MASTER MAINTENANCE.'.
005880 9999-EXIT.
005890     EXIT.
