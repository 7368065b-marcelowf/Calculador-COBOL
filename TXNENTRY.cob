000190*    MODIFICATION HISTORY                                       *
000200*    -------------------                                        *
000210*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000220*    02/09/2026  JBF  STAMP BT-HDR-SEQ ON THE HEADER SO THE     *
000230*                      BATCHREG SUBMISSION REGISTER CAN TELL    *
000240*                      TWO SAME-DAY FILES FROM THE SAME         *
000250*                      SOURCE APART.                            *
000260*    15/10/2026  JBF  PROMPT FOR THE ACCOUNT CODE OF EACH       *
000270*                      TRANSACTION, CHECK IT ON THE ACCOUNT     *
000280*                      MASTER (ACTIVE, LEVEL ALLOWED TO POST)   *
000290*                      AND CARRY IT ON BT-ACCOUNT.              *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. TXNENTRY.
000330 AUTHOR. J. B. FONSECA.
000340 INSTALLATION. DATA PROCESSING DEPT.
000350 DATE-WRITTEN. 02/09/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GENERIC.
000410 OBJECT-COMPUTER. GENERIC.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BATCH-TXN ASSIGN TO 'BATCHTXN'
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WK-BATCH-STATUS.
000500     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS USR-ID
000540         FILE STATUS IS WK-USRMAST-STATUS.
000550     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WK-SECLOG-STATUS.
000580     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS AC-CODE
000620         FILE STATUS IS WK-ACCTMAST-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  BATCH-TXN
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY BATCHTX.
000700
000710 FD  USER-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730 COPY USRMAST.
000740
000750 FD  SECURITY-LOG
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY SECLOG.
000790
000800 FD  ACCOUNT-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820 COPY ACCTMAST.
000830
000840 WORKING-STORAGE SECTION.
000850 COPY WSCALC.
000860
000870 77  WK-BATCH-STATUS             PIC X(02) VALUE ZEROS.
000880     88  BATCH-OK                    VALUE '00'.
000890
000900 77  WK-SW-BATCH-OPEN            PIC X(01) VALUE 'N'.
000910     88  BATCH-TXN-IS-OPEN           VALUE 'Y'.
000920     88  BATCH-TXN-NOT-OPEN          VALUE 'N'.
000930
000940 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
000950     88  USRMAST-OK                  VALUE '00'.
000960
000970 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
000980     88  SECLOG-OK                   VALUE '00'.
000990     88  SECLOG-NOT-FOUND            VALUE '35'.
001000
001010 77  WK-SW-SECLOG-OPEN           PIC X(01) VALUE 'N'.
001020     88  SECLOG-IS-OPEN              VALUE 'Y'.
001030     88  SECLOG-NOT-OPEN             VALUE 'N'.
001040
001050 77  WK-ACCTMAST-STATUS          PIC X(02) VALUE ZEROS.
001060     88  ACCTMAST-OK                 VALUE '00'.
001070
001080 77  WK-SW-ACCTMAST-OPEN         PIC X(01) VALUE 'N'.
001090     88  ACCTMAST-IS-OPEN            VALUE 'Y'.
001100     88  ACCTMAST-NOT-OPEN           VALUE 'N'.
001110
001120 77  WK-ACCOUNT-TEXT             PIC X(06) VALUE SPACES.
001130 77  WK-SW-ACCOUNT-OK            PIC X(01) VALUE 'N'.
001140     88  ACCOUNT-IS-VALID            VALUE 'Y'.
001150     88  ACCOUNT-IS-INVALID          VALUE 'N'.
001160
001170 77  WK-ATTEMPT-RESULT           PIC X(01) VALUE SPACES.
001180
001190 01  WK-ENTRY-SWITCHES.
001200     05  WK-SW-LOGIN-OK          PIC X(01) VALUE 'N'.
001210         88  LOGIN-SUCCESSFUL        VALUE 'Y'.
001220         88  LOGIN-FAILED            VALUE 'N'.
001230     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
001240         88  USER-FOUND              VALUE 'Y'.
001250         88  USER-NOT-FOUND          VALUE 'N'.
001260
001270 77  WK-USER-ID                  PIC X(08) VALUE SPACES.
001280 77  WK-PIN                      PIC X(04) VALUE SPACES.
001290 77  WK-SEQ-TEXT                 PIC X(04) VALUE SPACES.
001300 77  WK-BATCH-SEQ                PIC 9(04) VALUE ZEROS.
001310
001320 01  WK-BUILD-TOTALS.
001330     05  WK-TXN-COUNT            PIC 9(07) VALUE ZEROS.
001340     05  WK-HASH-N01             PIC S9(09)V99 VALUE ZEROS.
001350     05  WK-HASH-N02             PIC S9(09)V99 VALUE ZEROS.
001360
001370 77  WK-OPERAND-TEXT             PIC X(10) VALUE SPACES.
001380 77  WK-OPERAND-TALLY            PIC 9(02) VALUE ZEROS.
001390 77  WK-SW-OPERAND-FMT           PIC X(01) VALUE 'N'.
001400     88  OPERAND-FMT-VALID           VALUE 'Y'.
001410     88  OPERAND-FMT-INVALID         VALUE 'N'.
001420
001430 77  WK-OPERAND-SUB              PIC 9(02) VALUE ZEROS.
001440 77  WK-OPERAND-CHAR             PIC X(01) VALUE SPACES.
001450 77  WK-SIGN-COUNT               PIC 9(01) VALUE ZEROS.
001460 77  WK-INT-DIGIT-COUNT          PIC 9(02) VALUE ZEROS.
001470 77  WK-DEC-DIGIT-COUNT          PIC 9(02) VALUE ZEROS.
001480 77  WK-SW-SEEN-COMMA            PIC X(01) VALUE 'N'.
001490     88  SEEN-COMMA                  VALUE 'Y'.
001500     88  NOT-SEEN-COMMA              VALUE 'N'.
001510 77  WK-SW-SEEN-TRAIL-SP         PIC X(01) VALUE 'N'.
001520     88  SEEN-TRAILING-SPACE         VALUE 'Y'.
001530     88  NOT-SEEN-TRAILING-SPACE     VALUE 'N'.
001540 77  WK-SW-BAD-CHAR              PIC X(01) VALUE 'N'.
001550     88  BAD-CHAR-FOUND              VALUE 'Y'.
001560     88  BAD-CHAR-NOT-FOUND          VALUE 'N'.
001570
001580 77  WK-CONTINUE-REPLY           PIC X(01) VALUE SPACES.
001590
001600 01  WK-TIME-SYS.
001610     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
001620     03  FILLER                  PIC 9(02) VALUE ZEROS.
001630
001640 PROCEDURE DIVISION.
001650*****************************************************************
001660*    0000-MAINLINE - PROGRAM CONTROL                            *
001670*****************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
001710         UNTIL STOP-PROCESSING.
001720     PERFORM 9999-FINALIZE THRU 9999-EXIT.
001730     STOP RUN.
001740
001750*****************************************************************
001760*    1000-INITIALIZE - LOG ON THE OPERATOR, OPEN THE OUTPUT     *
001770*    BATCH FILE AND STAMP ITS HEADER.                           *
001780*****************************************************************
001790 1000-INITIALIZE.
001800     ACCEPT WK-DATE FROM DATE YYYYMMDD.
001810     OPEN EXTEND SECURITY-LOG.
001820     IF SECLOG-NOT-FOUND
001830         OPEN OUTPUT SECURITY-LOG
001840     END-IF.
001850     IF SECLOG-OK
001860         SET SECLOG-IS-OPEN TO TRUE
001870     ELSE
001880         DISPLAY 'ERROR OPENING SECLOG - STATUS '
001890             WK-SECLOG-STATUS
001900         SET STOP-PROCESSING TO TRUE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     DISPLAY '*** BATCH TRANSACTION ENTRY ***'.
001940     SET LOGIN-FAILED TO TRUE.
001950     PERFORM 1200-LOGIN THRU 1200-EXIT
001960         UNTIL LOGIN-SUCCESSFUL OR STOP-PROCESSING.
001970     IF STOP-PROCESSING
001980         GO TO 1000-EXIT
001990     END-IF.
002000     OPEN INPUT ACCOUNT-MASTER.
002010     IF ACCTMAST-OK
002020         SET ACCTMAST-IS-OPEN TO TRUE
002030     ELSE
002040         DISPLAY 'ERROR OPENING ACCTMAST - STATUS '
002050             WK-ACCTMAST-STATUS
002060         SET STOP-PROCESSING TO TRUE
002070         GO TO 1000-EXIT
002080     END-IF.
002090     DISPLAY 'BATCH SEQUENCE (0001-9999, BLANK = 0001): '
002100         WITH NO ADVANCING.
002110     ACCEPT WK-SEQ-TEXT.
002120     IF WK-SEQ-TEXT IS NUMERIC
002130         MOVE WK-SEQ-TEXT TO WK-BATCH-SEQ
002140     ELSE
002150         MOVE 0001 TO WK-BATCH-SEQ
002160     END-IF.
002170     OPEN OUTPUT BATCH-TXN.
002180     IF BATCH-OK
002190         SET BATCH-TXN-IS-OPEN TO TRUE
002200     ELSE
002210         DISPLAY 'ERROR OPENING BATCHTXN - STATUS '
002220             WK-BATCH-STATUS
002230         SET STOP-PROCESSING TO TRUE
002240         GO TO 1000-EXIT
002250     END-IF.
002260     PERFORM 1600-WRITE-HEADER THRU 1600-EXIT.
002270 1000-EXIT.
002280     EXIT.
002290
002300*****************************************************************
002310*    1200-LOGIN - LOOK UP THE OPERATOR ON USER-MASTER BY USER   *
002320*    ID AND PIN WITH A SINGLE KEYED READ, WRITE EVERY ATTEMPT   *
002330*    TO THE SECURITY LOG, AND LOCK THE ID AFTER THREE           *
002340*    CONSECUTIVE BAD PINS, EXACTLY AS THE CALCULATOR LOGON      *
002350*    DOES. THE OPERATOR'S NAME AND LEVEL RIDE ON EVERY DETAIL   *
002360*    TRANSACTION KEYED IN THIS SESSION.                         *
002370*****************************************************************
002380 1200-LOGIN.
002390     DISPLAY 'USER ID.................: ' WITH NO ADVANCING.
002400     ACCEPT WK-USER-ID.
002410     DISPLAY 'PIN......................: ' WITH NO ADVANCING.
002420     ACCEPT WK-PIN.
002430     OPEN I-O USER-MASTER.
002440     IF NOT USRMAST-OK
002450         DISPLAY 'ERROR OPENING USERMAST - STATUS '
002460             WK-USRMAST-STATUS
002470         SET LOGIN-FAILED TO TRUE
002480         SET STOP-PROCESSING TO TRUE
002490         GO TO 1200-EXIT
002500     END-IF.
002510     SET USER-FOUND TO TRUE.
002520     MOVE WK-USER-ID TO USR-ID.
002530     READ USER-MASTER
002540         INVALID KEY
002550             SET USER-NOT-FOUND TO TRUE
002560     END-READ.
002570     IF USER-NOT-FOUND
002580         CLOSE USER-MASTER
002590         DISPLAY 'USER ID NOT FOUND - TRY AGAIN.'
002600         SET LOGIN-FAILED TO TRUE
002610         MOVE 'U' TO WK-ATTEMPT-RESULT
002620         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002630         GO TO 1200-EXIT
002640     END-IF.
002650     IF USR-LOCKED
002660         CLOSE USER-MASTER
002670         DISPLAY 'USER ID IS LOCKED - SEE AN ADM TO CLEAR IT.'
002680         SET LOGIN-FAILED TO TRUE
002690         MOVE 'L' TO WK-ATTEMPT-RESULT
002700         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002710         GO TO 1200-EXIT
002720     END-IF.
002730     IF USR-INACTIVE
002740         CLOSE USER-MASTER
002750         DISPLAY 'USER ID IS NOT ACTIVE - SEE YOUR SUPERVISOR.'
002760         SET LOGIN-FAILED TO TRUE
002770         MOVE 'I' TO WK-ATTEMPT-RESULT
002780         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002790         GO TO 1200-EXIT
002800     END-IF.
002810     IF USR-PIN NOT = WK-PIN
002820         ADD 1 TO USR-FAIL-COUNT
002830         IF USR-FAIL-COUNT NOT < 3
002840             SET USR-LOCKED TO TRUE
002850             DISPLAY 'THREE BAD PINS - USER ID IS NOW LOCKED. '
002860             DISPLAY 'SEE AN ADM TO CLEAR IT.'
002870         ELSE
002880             DISPLAY 'INCORRECT PIN - TRY AGAIN.'
002890         END-IF
002900         REWRITE USR-RECORD
002910             INVALID KEY
002920                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002930                     'STATUS ' WK-USRMAST-STATUS
002940         END-REWRITE
002950         CLOSE USER-MASTER
002960         SET LOGIN-FAILED TO TRUE
002970         MOVE 'P' TO WK-ATTEMPT-RESULT
002980         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002990         GO TO 1200-EXIT
003000     END-IF.
003010     IF USR-FAIL-COUNT > 0
003020         MOVE 0 TO USR-FAIL-COUNT
003030         REWRITE USR-RECORD
003040             INVALID KEY
003050                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
003060                     'STATUS ' WK-USRMAST-STATUS
003070         END-REWRITE
003080     END-IF.
003090     CLOSE USER-MASTER.
003100     MOVE USR-NAME TO WK-NAME.
003110     MOVE USR-LEVEL TO WK-LEVEL.
003120     IF ADM OR USER OR COWORKER
003130         SET LOGIN-SUCCESSFUL TO TRUE
003140         MOVE 'S' TO WK-ATTEMPT-RESULT
003150     ELSE
003160         DISPLAY 'INVALID ACCESS LEVEL - SEE YOUR '
003170         DISPLAY 'SUPERVISOR.'
003180         SET LOGIN-FAILED TO TRUE
003190         MOVE 'V' TO WK-ATTEMPT-RESULT
003200     END-IF.
003210     PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT.
003220 1200-EXIT.
003230     EXIT.
003240
003250*****************************************************************
003260*    1250-LOG-ATTEMPT - APPEND ONE LOGIN ATTEMPT TO THE         *
003270*    SECURITY LOG WITH DATE, TIME, THE USER ID TRIED AND THE    *
003280*    RESULT CODE LEFT IN WK-ATTEMPT-RESULT BY 1200-LOGIN.       *
003290*****************************************************************
003300 1250-LOG-ATTEMPT.
003310     MOVE WK-YEAR-SYS TO SL-YEAR.
003320     MOVE WK-MONTH-SYS TO SL-MONTH.
003330     MOVE WK-DAY-SYS TO SL-DAY.
003340     ACCEPT WK-TIME-SYS FROM TIME.
003350     MOVE WK-TIME-HHMMSS TO SL-TIME.
003360     MOVE WK-USER-ID TO SL-USER-ID.
003370     MOVE WK-ATTEMPT-RESULT TO SL-RESULT.
003380     WRITE SL-RECORD.
003390     IF NOT SECLOG-OK
003400         DISPLAY 'WARNING - SECLOG WRITE FAILED - STATUS '
003410             WK-SECLOG-STATUS
003420     END-IF.
003430 1250-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    1600-WRITE-HEADER - STAMP THE H HEADER ON THE NEW BATCH    *
003480*    FILE WITH THE DATE AND THE OPERATOR'S USER ID AS THE       *
003490*    SUBMITTING SOURCE.                                         *
003500*****************************************************************
003510 1600-WRITE-HEADER.
003520     MOVE SPACES TO BT-RECORD.
003530     SET BT-HEADER-REC TO TRUE.
003540     MOVE WK-DATE TO BT-HDR-DATE.
003550     MOVE WK-USER-ID TO BT-HDR-SOURCE.
003560     MOVE WK-BATCH-SEQ TO BT-HDR-SEQ.
003570     WRITE BT-RECORD.
003580     IF NOT BATCH-OK
003590         DISPLAY 'ERROR - BATCHTXN WRITE FAILED - STATUS '
003600             WK-BATCH-STATUS
003610         SET STOP-PROCESSING TO TRUE
003620     END-IF.
003630 1600-EXIT.
003640     EXIT.
003650
003660*****************************************************************
003670*    2000-PROCESS-ENTRY - ONE TRANSACTION CYCLE. THE OPERANDS   *
003680*    AND OPERATOR GET THE SAME EDITS THE CALCULATOR APPLIES,    *
003690*    SO THE KEYED DETAIL CAN NEVER DRAW AN OPR, DIV, ROT OR     *
003700*    AUT REJECT FROM CALCBAT.                                   *
003710*****************************************************************
003720 2000-PROCESS-ENTRY.
003730     SET ACCOUNT-IS-INVALID TO TRUE.
003740     PERFORM 2050-GET-ACCOUNT THRU 2050-EXIT
003750         UNTIL ACCOUNT-IS-VALID.
003760     PERFORM 2100-GET-OPERANDS THRU 2100-EXIT.
003770     SET ENTRY-IS-INVALID TO TRUE.
003780     PERFORM 2200-VALIDATE-OPERATOR THRU 2200-EXIT
003790         UNTIL ENTRY-IS-VALID.
003800     PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
003810     PERFORM 5000-ASK-CONTINUE THRU 5000-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860*    2050-GET-ACCOUNT - PROMPT FOR THE ACCOUNT CODE THE         *
003870*    TRANSACTION IS CHARGED TO AND CHECK IT ON THE ACCOUNT      *
003880*    MASTER: IT MUST EXIST, BE ACTIVE, AND ALLOW THE            *
003890*    OPERATOR'S LEVEL TO POST (WK-LEVEL NOT ABOVE AC-MIN-       *
003900*    LEVEL). A BLANK REPLY KEEPS THE ACCOUNT OF THE PREVIOUS    *
003910*    TRANSACTION IN THE BATCH.                                  *
003920*****************************************************************
003930 2050-GET-ACCOUNT.
003940     IF WK-ACCOUNT = SPACES
003950         DISPLAY 'ACCOUNT CODE...............: ' WITH NO ADVANCING
003960     ELSE
003970         DISPLAY 'ACCOUNT (BLANK=' WK-ACCOUNT ').....: '
003980             WITH NO ADVANCING
003990     END-IF.
004000     ACCEPT WK-ACCOUNT-TEXT.
004010     IF WK-ACCOUNT-TEXT = SPACES
004020         IF WK-ACCOUNT = SPACES
004030             DISPLAY 'ACCOUNT CODE IS REQUIRED - REENTER.'
004040         ELSE
004050             SET ACCOUNT-IS-VALID TO TRUE
004060         END-IF
004070         GO TO 2050-EXIT
004080     END-IF.
004090     MOVE WK-ACCOUNT-TEXT TO AC-CODE.
004100     READ ACCOUNT-MASTER
004110         INVALID KEY
004120             DISPLAY 'ACCOUNT CODE NOT FOUND - REENTER.'
004130             GO TO 2050-EXIT
004140     END-READ.
004150     IF AC-INACTIVE
004160         DISPLAY 'ACCOUNT IS NOT ACTIVE - REENTER.'
004170         GO TO 2050-EXIT
004180     END-IF.
004190     IF WK-LEVEL > AC-MIN-LEVEL
004200         DISPLAY 'PERMISSION DENIED - YOUR LEVEL MAY NOT POST TO '
004210         DISPLAY 'THIS ACCOUNT. SEE YOUR SUPERVISOR.'
004220         GO TO 2050-EXIT
004230     END-IF.
004240     MOVE WK-ACCOUNT-TEXT TO WK-ACCOUNT.
004250     DISPLAY 'ACCOUNT....................: ' AC-DESC.
004260     SET ACCOUNT-IS-VALID TO TRUE.
004270 2050-EXIT.
004280     EXIT.
004290
004300*****************************************************************
004310*    2100-GET-OPERANDS - PROMPT FOR THE TWO OPERANDS AND SIGN.  *
004320*    EACH OPERAND IS STAGED THROUGH WK-OPERAND-TEXT AND EDITED  *
004330*    BY 2120-EDIT-OPERAND-FORMAT, AS THE CALCULATOR DOES.       *
004340*****************************************************************
004350 2100-GET-OPERANDS.
004360     SET OPERAND-FMT-INVALID TO TRUE.
004370     PERFORM 2110-ACCEPT-N01 THRU 2110-EXIT
004380         UNTIL OPERAND-FMT-VALID.
004390     DISPLAY 'OPERATOR (+ - * / % R).....: ' WITH NO ADVANCING.
004400     ACCEPT WK-SIN.
004410     SET OPERAND-FMT-INVALID TO TRUE.
004420     PERFORM 2130-ACCEPT-N02 THRU 2130-EXIT
004430         UNTIL OPERAND-FMT-VALID.
004440 2100-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*    2110-ACCEPT-N01 - PROMPT FOR AND EDIT THE FIRST OPERAND.   *
004490*****************************************************************
004500 2110-ACCEPT-N01.
004510     DISPLAY 'FIRST NUMBER (-123,45)...: ' WITH NO ADVANCING.
004520     ACCEPT WK-OPERAND-TEXT.
004530     PERFORM 2120-EDIT-OPERAND-FORMAT THRU 2120-EXIT.
004540     IF OPERAND-FMT-VALID
004550         MOVE WK-OPERAND-TEXT TO WK-N01
004560     END-IF.
004570 2110-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*    2120-EDIT-OPERAND-FORMAT - REJECT AN OPERAND TEXT THAT     *
004620*    USES A PERIOD WHERE DECIMAL-POINT IS COMMA EXPECTS A       *
004630*    COMMA, THEN HAND OFF TO 2125 TO MAKE SURE WHAT IS LEFT     *
004640*    IS A LEGAL SIGNED NUMBER THAT FITS WK-N01/WK-N02 - THE     *
004650*    SAME EDIT THE INTERACTIVE CALCULATOR APPLIES.              *
004660*****************************************************************
004670 2120-EDIT-OPERAND-FORMAT.
004680     MOVE ZEROS TO WK-OPERAND-TALLY.
004690     INSPECT WK-OPERAND-TEXT TALLYING WK-OPERAND-TALLY
004700         FOR ALL '.'.
004710     IF WK-OPERAND-TALLY > ZEROS
004720         DISPLAY 'USE A COMMA FOR THE DECIMAL POINT - REENTER.'
004730         DISPLAY '(EX: -123,45).'
004740         SET OPERAND-FMT-INVALID TO TRUE
004750     ELSE
004760         PERFORM 2125-CHECK-OPERAND-DIGITS THRU 2125-EXIT
004770     END-IF.
004780 2120-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*    2125-CHECK-OPERAND-DIGITS - SCAN WK-OPERAND-TEXT ONE       *
004830*    CHARACTER AT A TIME (VIA 2126) AND REJECT ANYTHING THAT IS *
004840*    NOT AN OPTIONAL LEADING SIGN, UP TO 5 INTEGER DIGITS, AN   *
004850*    OPTIONAL COMMA, AND UP TO 2 FRACTIONAL DIGITS.             *
004860*****************************************************************
004870 2125-CHECK-OPERAND-DIGITS.
004880     MOVE ZEROS TO WK-SIGN-COUNT WK-INT-DIGIT-COUNT
004890         WK-DEC-DIGIT-COUNT.
004900     SET NOT-SEEN-COMMA TO TRUE.
004910     SET NOT-SEEN-TRAILING-SPACE TO TRUE.
004920     SET BAD-CHAR-NOT-FOUND TO TRUE.
004930     PERFORM 2126-SCAN-OPERAND-CHAR
004940         VARYING WK-OPERAND-SUB FROM 1 BY 1
004950         UNTIL WK-OPERAND-SUB > 10.
004960     IF BAD-CHAR-FOUND
004970             OR WK-SIGN-COUNT > 1
004980             OR WK-INT-DIGIT-COUNT = ZEROS
004990             OR WK-INT-DIGIT-COUNT > 5
005000             OR WK-DEC-DIGIT-COUNT > 2
005010         DISPLAY 'INVALID NUMBER - USE DIGITS, AN OPTIONAL SIGN,'
005020         DISPLAY 'UP TO 5 INTEGER AND 2 DECIMAL DIGITS - REENTER.'
005030         DISPLAY '(EX: -123,45).'
005040         SET OPERAND-FMT-INVALID TO TRUE
005050     ELSE
005060         SET OPERAND-FMT-VALID TO TRUE
005070     END-IF.
005080 2125-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*    2126-SCAN-OPERAND-CHAR - CLASSIFY ONE CHARACTER OF         *
005130*    WK-OPERAND-TEXT AND ROLL ITS EFFECT INTO THE COUNTERS AND  *
005140*    SWITCHES 2125 CHECKS ONCE THE SCAN IS COMPLETE.            *
005150*****************************************************************
005160 2126-SCAN-OPERAND-CHAR.
005170     MOVE WK-OPERAND-TEXT(WK-OPERAND-SUB:1) TO WK-OPERAND-CHAR.
005180     EVALUATE TRUE
005190         WHEN WK-OPERAND-CHAR = SPACE
005200             SET SEEN-TRAILING-SPACE TO TRUE
005210         WHEN SEEN-TRAILING-SPACE
005220             SET BAD-CHAR-FOUND TO TRUE
005230         WHEN WK-OPERAND-CHAR = '+' OR WK-OPERAND-CHAR = '-'
005240             IF WK-OPERAND-SUB = 1
005250                 ADD 1 TO WK-SIGN-COUNT
005260             ELSE
005270                 SET BAD-CHAR-FOUND TO TRUE
005280             END-IF
005290         WHEN WK-OPERAND-CHAR = ','
005300             IF SEEN-COMMA
005310                 SET BAD-CHAR-FOUND TO TRUE
005320             ELSE
005330                 SET SEEN-COMMA TO TRUE
005340             END-IF
005350         WHEN WK-OPERAND-CHAR IS NUMERIC
005360             IF SEEN-COMMA
005370                 ADD 1 TO WK-DEC-DIGIT-COUNT
005380             ELSE
005390                 ADD 1 TO WK-INT-DIGIT-COUNT
005400             END-IF
005410         WHEN OTHER
005420             SET BAD-CHAR-FOUND TO TRUE
005430     END-EVALUATE.
005440 2126-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    2130-ACCEPT-N02 - PROMPT FOR AND EDIT THE SECOND OPERAND.  *
005490*****************************************************************
005500 2130-ACCEPT-N02.
005510     DISPLAY 'SECOND NUMBER (-123,45)..: ' WITH NO ADVANCING.
005520     ACCEPT WK-OPERAND-TEXT.
005530     PERFORM 2120-EDIT-OPERAND-FORMAT THRU 2120-EXIT.
005540     IF OPERAND-FMT-VALID
005550         MOVE WK-OPERAND-TEXT TO WK-N02
005560     END-IF.
005570 2130-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*    2200-VALIDATE-OPERATOR - REJECT AN ILLEGAL WK-SIN, A       *
005620*    DIVIDE OR ROOT BY ZERO, A NEGATIVE ROOT, OR AN OPERATION   *
005630*    WK-LEVEL MAY NOT RUN, BEFORE THE DETAIL IS EVER WRITTEN -  *
005640*    THE SAME RULES 2200-VALIDATE-OPERATOR ENFORCES IN BOOK.    *
005650*****************************************************************
005660 2200-VALIDATE-OPERATOR.
005670     IF NOT VALID-OPERATOR
005680         DISPLAY 'INVALID OPERATOR - USE + - * / % OR R.'
005690         SET ENTRY-IS-INVALID TO TRUE
005700         PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
005710     ELSE
005720         IF (OP-DIV OR OP-ROOT) AND WK-N02 = ZEROS
005730             DISPLAY 'DIVIDE OR ROOT BY ZERO IS NOT ALLOWED - '
005740             DISPLAY 'REENTER.'
005750             SET ENTRY-IS-INVALID TO TRUE
005760             PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
005770         ELSE
005780             IF OP-ROOT AND WK-N01 < ZEROS
005790                 DISPLAY 'ROOT OF A NEGATIVE NUMBER IS NOT '
005800                 DISPLAY 'ALLOWED - REENTER.'
005810                 SET ENTRY-IS-INVALID TO TRUE
005820                 PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
005830             ELSE
005840                 PERFORM 2300-CHECK-AUTHORIZATION THRU 2300-EXIT
005850                 IF OPERATION-DENIED
005860                     SET ENTRY-IS-INVALID TO TRUE
005870                     PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
005880                 ELSE
005890                     SET ENTRY-IS-VALID TO TRUE
005900                 END-IF
005910             END-IF
005920         END-IF
005930     END-IF.
005940 2200-EXIT.
005950     EXIT.
005960
005970*****************************************************************
005980*    2300-CHECK-AUTHORIZATION - MULTIPLY, DIVIDE, PERCENT AND   *
005990*    ROOT ARE RESTRICTED TO ADM AND USER LEVELS; COWORKER IS    *
006000*    BOUNCED BACK TO RE-ENTER THE TRANSACTION.                  *
006010*****************************************************************
006020 2300-CHECK-AUTHORIZATION.
006030     SET OPERATION-AUTHORIZED TO TRUE.
006040     IF (OP-MUL OR OP-DIV OR OP-PCT OR OP-ROOT) AND COWORKER
006050         DISPLAY 'PERMISSION DENIED - COWORKER LEVEL MAY NOT '
006060         DISPLAY 'MULTIPLY, DIVIDE, PERCENT OR ROOT. SEE YOUR '
006070         DISPLAY 'SUPERVISOR.'
006080         SET OPERATION-DENIED TO TRUE
006090     END-IF.
006100 2300-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*    4000-WRITE-DETAIL - WRITE ONE D DETAIL RECORD CARRYING     *
006150*    THE OPERATOR'S NAME AND LEVEL AND ROLL IT INTO THE         *
006160*    TRAILER COUNT AND HASH ACCUMULATORS.                       *
006170*****************************************************************
006180 4000-WRITE-DETAIL.
006190     MOVE SPACES TO BT-RECORD.
006200     SET BT-DETAIL-REC TO TRUE.
006210     MOVE WK-NAME TO BT-NAME.
006220     MOVE WK-LEVEL TO BT-LEVEL.
006230     MOVE WK-SIN TO BT-SIN.
006240     MOVE WK-N01 TO BT-N01.
006250     MOVE WK-N02 TO BT-N02.
006260     MOVE WK-ACCOUNT TO BT-ACCOUNT.
006270     MOVE SPACES TO BT-REJ-REASON.
006280     WRITE BT-RECORD.
006290     IF NOT BATCH-OK
006300         DISPLAY 'ERROR - BATCHTXN WRITE FAILED - STATUS '
006310             WK-BATCH-STATUS
006320         GO TO 4000-EXIT
006330     END-IF.
006340     ADD 1 TO WK-TXN-COUNT.
006350     ADD WK-N01 TO WK-HASH-N01.
006360     ADD WK-N02 TO WK-HASH-N02.
006370     DISPLAY 'TRANSACTION ' WK-TXN-COUNT ' WRITTEN.'.
006380 4000-EXIT.
006390     EXIT.
006400
006410*****************************************************************
006420*    5000-ASK-CONTINUE - LOOP CONTROL. ANY REPLY BUT N KEYS     *
006430*    ANOTHER TRANSACTION.                                       *
006440*****************************************************************
006450 5000-ASK-CONTINUE.
006460     MOVE SPACES TO WK-CONTINUE-REPLY.
006470     DISPLAY 'ANOTHER TRANSACTION (Y/N)?: ' WITH NO ADVANCING.
006480     ACCEPT WK-CONTINUE-REPLY.
006490     IF WK-CONTINUE-REPLY = 'N'
006500         MOVE 'N' TO WK-SW-CONTINUE
006510     ELSE
006520         MOVE 'Y' TO WK-SW-CONTINUE
006530     END-IF.
006540 5000-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580*    9999-FINALIZE - CLOSE OUT THE BATCH FILE WITH THE T        *
006590*    TRAILER CARRYING THE ACCUMULATED COUNT AND HASH TOTALS,    *
006600*    THEN REPORT WHAT WAS BUILT.                                *
006610*****************************************************************
006620 9999-FINALIZE.
006630     IF BATCH-TXN-IS-OPEN
006640         MOVE SPACES TO BT-RECORD
006650         SET BT-TRAILER-REC TO TRUE
006660         MOVE WK-TXN-COUNT TO BT-TRL-COUNT
006670         MOVE WK-HASH-N01 TO BT-TRL-HASH-N01
006680         MOVE WK-HASH-N02 TO BT-TRL-HASH-N02
006690         WRITE BT-RECORD
006700         IF NOT BATCH-OK
006710             DISPLAY 'ERROR - BATCHTXN TRAILER WRITE FAILED - '
006720                 'STATUS ' WK-BATCH-STATUS
006730         END-IF
006740         CLOSE BATCH-TXN
006750         DISPLAY 'BATCH FILE BUILT.'
006760         DISPLAY 'TRANSACTIONS WRITTEN...: ' WK-TXN-COUNT
006770     END-IF.
006780     IF SECLOG-IS-OPEN
006790         CLOSE SECURITY-LOG
006800     END-IF.
006810     IF ACCTMAST-IS-OPEN
006820         CLOSE ACCOUNT-MASTER
006830     END-IF.
006840     DISPLAY 'END OF BATCH ENTRY SESSION.'.
006850 9999-EXIT.
006860     EXIT.
