000570*                      PER-LEVEL THRESHOLD ON THE CALCPEND      *
000580*                      HOLD QUEUE FOR ADM REVIEW (CALCAPPR)     *
000590*                      INSTEAD OF POSTING IT TO CALC-LOG.       *
000600*    15/10/2026  JBF  CLEAR THE NEW PD-POST-REF ON A HELD ITEM. *
000610*    15/10/2026  JBF  PROMPT FOR THE ACCOUNT CODE EVERY CYCLE,  *
000620*                      CHECK IT ON THE ACCOUNT MASTER (ACTIVE,  *
000630*                      LEVEL ALLOWED TO POST) AND CARRY IT ONTO *
000640*                      CL-ACCOUNT / PD-ACCOUNT.                 *
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. BOOK.
000680 AUTHOR. J. B. FONSECA.
000690 INSTALLATION. DATA PROCESSING DEPT.
000700 DATE-WRITTEN. 09/08/2026.
000710 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER. GENERIC.
000760 OBJECT-COMPUTER. GENERIC.
000770 SPECIAL-NAMES.
000780     DECIMAL-POINT IS COMMA.
000790
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WK-CALCLOG-STATUS.
000850     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS USR-ID
000890         FILE STATUS IS WK-USRMAST-STATUS.
000900     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WK-PERD-STATUS.
000930     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WK-SECLOG-STATUS.
000960     SELECT CALC-SEQ ASSIGN TO 'CALCSEQ'
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WK-CALCSEQ-STATUS.
000990     SELECT PENDING-CALC ASSIGN TO 'CALCPEND'
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WK-PEND-STATUS.
001020     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS AC-CODE
001060         FILE STATUS IS WK-ACCTMAST-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  CALC-LOG
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY CALCLOG.
001140
001150 FD  USER-MASTER
001160     LABEL RECORDS ARE STANDARD.
001170 COPY USRMAST.
001180
001190 FD  PERIOD-CONTROL
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY PERDCTL.
001230
001240 FD  SECURITY-LOG
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 COPY SECLOG.
001280
001290 FD  CALC-SEQ
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 COPY CALCSEQ.
001330
001340 FD  PENDING-CALC
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 COPY PENDCAL.
001380
001390 FD  ACCOUNT-MASTER
001400     LABEL RECORDS ARE STANDARD.
001410 COPY ACCTMAST.
001420
001430 WORKING-STORAGE SECTION.
001440 COPY WSCALC.
001450
001460 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
001470     88  USRMAST-OK                  VALUE '00'.
001480
001490 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001500     88  PERD-OK                     VALUE '00'.
001510     88  PERD-EOF                    VALUE '10'.
001520     88  PERD-NOT-FOUND              VALUE '35'.
001530
001540 77  WK-SW-PERIOD-CLOSED         PIC X(01) VALUE 'N'.
001550     88  CURRENT-PERIOD-CLOSED       VALUE 'Y'.
001560     88  CURRENT-PERIOD-OPEN         VALUE 'N'.
001570
001580 77  WK-CURR-PERIOD              PIC 9(06) VALUE ZEROS.
001590 77  WK-PC-PERIOD                PIC 9(06) VALUE ZEROS.
001600
001610 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
001620     88  SECLOG-OK                   VALUE '00'.
001630     88  SECLOG-NOT-FOUND            VALUE '35'.
001640
001650 77  WK-SW-SECLOG-OPEN           PIC X(01) VALUE 'N'.
001660     88  SECLOG-IS-OPEN              VALUE 'Y'.
001670     88  SECLOG-NOT-OPEN             VALUE 'N'.
001680
001690 77  WK-ATTEMPT-RESULT           PIC X(01) VALUE SPACES.
001700
001710 77  WK-CALCSEQ-STATUS           PIC X(02) VALUE ZEROS.
001720     88  CALCSEQ-OK                  VALUE '00'.
001730     88  CALCSEQ-NOT-FOUND           VALUE '35'.
001740
001750 77  WK-CALC-REF                 PIC 9(09) VALUE ZEROS.
001760
001770 77  WK-PEND-STATUS              PIC X(02) VALUE ZEROS.
001780     88  PEND-OK                     VALUE '00'.
001790     88  PEND-NOT-FOUND              VALUE '35'.
001800
001810 77  WK-ACCTMAST-STATUS          PIC X(02) VALUE ZEROS.
001820     88  ACCTMAST-OK                 VALUE '00'.
001830
001840 77  WK-SW-RES-HELD              PIC X(01) VALUE 'N'.
001850     88  RESULT-HELD                 VALUE 'Y'.
001860     88  RESULT-WITHIN-LIMIT         VALUE 'N'.
001870
001880 77  WK-LIMIT-NEG                PIC S9(07)V99 VALUE ZEROS.
001890
001900 77  WK-SW-ACCTMAST-OPEN         PIC X(01) VALUE 'N'.
001910     88  ACCTMAST-IS-OPEN            VALUE 'Y'.
001920     88  ACCTMAST-NOT-OPEN           VALUE 'N'.
001930
001940 77  WK-ACCOUNT-TEXT             PIC X(06) VALUE SPACES.
001950 77  WK-SW-ACCOUNT-OK            PIC X(01) VALUE 'N'.
001960     88  ACCOUNT-IS-VALID            VALUE 'Y'.
001970     88  ACCOUNT-IS-INVALID          VALUE 'N'.
001980
001990 01  WK-TIME-SYS.
002000     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002010     03  FILLER                  PIC 9(02) VALUE ZEROS.
002020
002030 01  WK-USRMAST-SWITCHES.
002040     05  WK-SW-LOGIN-OK          PIC X(01) VALUE 'N'.
002050         88  LOGIN-SUCCESSFUL        VALUE 'Y'.
002060         88  LOGIN-FAILED            VALUE 'N'.
002070     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
002080         88  USER-FOUND              VALUE 'Y'.
002090         88  USER-NOT-FOUND          VALUE 'N'.
002100
002110 77  WK-USER-ID                  PIC X(08) VALUE SPACES.
002120 77  WK-PIN                      PIC X(04) VALUE SPACES.
002130
002140 77  WK-OPERAND-TEXT             PIC X(10) VALUE SPACES.
002150 77  WK-OPERAND-TALLY            PIC 9(02) VALUE ZEROS.
002160 77  WK-SW-OPERAND-FMT           PIC X(01) VALUE 'N'.
002170     88  OPERAND-FMT-VALID           VALUE 'Y'.
002180     88  OPERAND-FMT-INVALID         VALUE 'N'.
002190
002200 77  WK-OPERAND-SUB              PIC 9(02) VALUE ZEROS.
002210 77  WK-OPERAND-CHAR             PIC X(01) VALUE SPACES.
002220 77  WK-SIGN-COUNT               PIC 9(01) VALUE ZEROS.
002230 77  WK-INT-DIGIT-COUNT          PIC 9(02) VALUE ZEROS.
002240 77  WK-DEC-DIGIT-COUNT          PIC 9(02) VALUE ZEROS.
002250 77  WK-SW-SEEN-COMMA            PIC X(01) VALUE 'N'.
002260     88  SEEN-COMMA                  VALUE 'Y'.
002270     88  NOT-SEEN-COMMA              VALUE 'N'.
002280 77  WK-SW-SEEN-TRAIL-SP         PIC X(01) VALUE 'N'.
002290     88  SEEN-TRAILING-SPACE         VALUE 'Y'.
002300     88  NOT-SEEN-TRAILING-SPACE     VALUE 'N'.
002310 77  WK-SW-BAD-CHAR              PIC X(01) VALUE 'N'.
002320     88  BAD-CHAR-FOUND              VALUE 'Y'.
002330     88  BAD-CHAR-NOT-FOUND          VALUE 'N'.
002340
002350 77  WK-SW-CHAIN                 PIC X(01) VALUE 'N'.
002360     88  CHAIN-PENDING               VALUE 'Y'.
002370     88  NO-CHAIN                    VALUE 'N'.
002380
002390 77  WK-CONTINUE-REPLY           PIC X(01) VALUE SPACES.
002400     88  REPLY-STOP                  VALUE 'N'.
002410     88  REPLY-CHAIN                 VALUE 'C'.
002420     88  REPLY-STORE                 VALUE 'S'.
002430
002440 77  WK-SW-REPLY-DONE            PIC X(01) VALUE 'N'.
002450     88  REPLY-DISPOSED              VALUE 'Y'.
002460     88  REPLY-PENDING               VALUE 'N'.
002470
002480 77  WK-MEMORY                   PIC S9(07)V99 VALUE ZEROS.
002490
002500 PROCEDURE DIVISION.
002510*****************************************************************
002520*    0000-MAINLINE - PROGRAM CONTROL                            *
002530*****************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
002570         UNTIL STOP-PROCESSING.
002580     PERFORM 9999-FINALIZE THRU 9999-EXIT.
002590     STOP RUN.
002600
002610*****************************************************************
002620*    1000-INITIALIZE - OPEN FILES AND LOG ON THE OPERATOR       *
002630*****************************************************************
002640 1000-INITIALIZE.
002650     OPEN EXTEND CALC-LOG.
002660     IF CALCLOG-NOT-FOUND
002670         OPEN OUTPUT CALC-LOG
002680     END-IF.
002690     IF CALCLOG-OK
002700         SET CALCLOG-IS-OPEN TO TRUE
002710     ELSE
002720         DISPLAY 'ERROR OPENING CALC-LOG - STATUS '
002730             WK-CALCLOG-STATUS
002740         SET STOP-PROCESSING TO TRUE
002750         GO TO 1000-EXIT
002760     END-IF.
002770     OPEN EXTEND SECURITY-LOG.
002780     IF SECLOG-NOT-FOUND
002790         OPEN OUTPUT SECURITY-LOG
002800     END-IF.
002810     IF SECLOG-OK
002820         SET SECLOG-IS-OPEN TO TRUE
002830     ELSE
002840         DISPLAY 'ERROR OPENING SECLOG - STATUS '
002850             WK-SECLOG-STATUS
002860         SET STOP-PROCESSING TO TRUE
002870         GO TO 1000-EXIT
002880     END-IF.
002890     ACCEPT WK-DATE FROM DATE YYYYMMDD.
002900     PERFORM 1700-CHECK-PERIOD THRU 1700-EXIT.
002910     IF CURRENT-PERIOD-CLOSED
002920         DISPLAY 'CURRENT PERIOD IS CLOSED - POSTING NOT '
002930         DISPLAY 'ALLOWED. SEE YOUR SUPERVISOR.'
002940         SET STOP-PROCESSING TO TRUE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     DISPLAY '*** CALCULATOR - INTERACTIVE MODE ***'.
002980     SET LOGIN-FAILED TO TRUE.
002990     PERFORM 1200-LOGIN THRU 1200-EXIT
003000         UNTIL LOGIN-SUCCESSFUL OR STOP-PROCESSING.
003010     IF STOP-PROCESSING
003020         GO TO 1000-EXIT
003030     END-IF.
003040     OPEN INPUT ACCOUNT-MASTER.
003050     IF ACCTMAST-OK
003060         SET ACCTMAST-IS-OPEN TO TRUE
003070     ELSE
003080         DISPLAY 'ERROR OPENING ACCTMAST - STATUS '
003090             WK-ACCTMAST-STATUS
003100         SET STOP-PROCESSING TO TRUE
003110         GO TO 1000-EXIT
003120     END-IF.
003130     DISPLAY 'RESULT FORMAT (B=1.234,56  U=1,234.56): '
003140         WITH NO ADVANCING.
003150     ACCEPT WK-SW-MASK-FMT.
003160     IF NOT BRAZIL-FORMAT AND NOT US-FORMAT
003170         SET BRAZIL-FORMAT TO TRUE
003180     END-IF.
003190 1000-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*    1200-LOGIN - LOOK UP THE OPERATOR ON USER-MASTER BY USER   *
003240*    ID AND PIN WITH A SINGLE KEYED READ, WRITE EVERY ATTEMPT   *
003250*    TO THE SECURITY LOG, AND LOCK THE ID AFTER THREE           *
003260*    CONSECUTIVE BAD PINS. THE FILE IS OPENED I-O SO THE FAIL   *
003270*    COUNT AND LOCK STATUS CAN BE REWRITTEN IN PLACE.           *
003280*****************************************************************
003290 1200-LOGIN.
003300     DISPLAY 'USER ID.................: ' WITH NO ADVANCING.
003310     ACCEPT WK-USER-ID.
003320     DISPLAY 'PIN......................: ' WITH NO ADVANCING.
003330     ACCEPT WK-PIN.
003340     OPEN I-O USER-MASTER.
003350     IF NOT USRMAST-OK
003360         DISPLAY 'ERROR OPENING USERMAST - STATUS '
003370             WK-USRMAST-STATUS
003380         SET LOGIN-FAILED TO TRUE
003390         SET STOP-PROCESSING TO TRUE
003400         GO TO 1200-EXIT
003410     END-IF.
003420     SET USER-FOUND TO TRUE.
003430     MOVE WK-USER-ID TO USR-ID.
003440     READ USER-MASTER
003450         INVALID KEY
003460             SET USER-NOT-FOUND TO TRUE
003470     END-READ.
003480     IF USER-NOT-FOUND
003490         CLOSE USER-MASTER
003500         DISPLAY 'USER ID NOT FOUND - TRY AGAIN.'
003510         SET LOGIN-FAILED TO TRUE
003520         MOVE 'U' TO WK-ATTEMPT-RESULT
003530         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
003540         GO TO 1200-EXIT
003550     END-IF.
003560     IF USR-LOCKED
003570         CLOSE USER-MASTER
003580         DISPLAY 'USER ID IS LOCKED - SEE AN ADM TO CLEAR IT.'
003590         SET LOGIN-FAILED TO TRUE
003600         MOVE 'L' TO WK-ATTEMPT-RESULT
003610         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
003620         GO TO 1200-EXIT
003630     END-IF.
003640     IF USR-INACTIVE
003650         CLOSE USER-MASTER
003660         DISPLAY 'USER ID IS NOT ACTIVE - SEE YOUR SUPERVISOR.'
003670         SET LOGIN-FAILED TO TRUE
003680         MOVE 'I' TO WK-ATTEMPT-RESULT
003690         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
003700         GO TO 1200-EXIT
003710     END-IF.
003720     IF USR-PIN NOT = WK-PIN
003730         ADD 1 TO USR-FAIL-COUNT
003740         IF USR-FAIL-COUNT NOT < 3
003750             SET USR-LOCKED TO TRUE
003760             DISPLAY 'THREE BAD PINS - USER ID IS NOW LOCKED. '
003770             DISPLAY 'SEE AN ADM TO CLEAR IT.'
003780         ELSE
003790             DISPLAY 'INCORRECT PIN - TRY AGAIN.'
003800         END-IF
003810         REWRITE USR-RECORD
003820             INVALID KEY
003830                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
003840                     'STATUS ' WK-USRMAST-STATUS
003850         END-REWRITE
003860         CLOSE USER-MASTER
003870         SET LOGIN-FAILED TO TRUE
003880         MOVE 'P' TO WK-ATTEMPT-RESULT
003890         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
003900         GO TO 1200-EXIT
003910     END-IF.
003920     IF USR-FAIL-COUNT > 0
003930         MOVE 0 TO USR-FAIL-COUNT
003940         REWRITE USR-RECORD
003950             INVALID KEY
003960                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
003970                     'STATUS ' WK-USRMAST-STATUS
003980         END-REWRITE
003990     END-IF.
004000     CLOSE USER-MASTER.
004010     MOVE USR-NAME TO WK-NAME.
004020     MOVE USR-LEVEL TO WK-LEVEL.
004030     IF ADM OR USER OR COWORKER
004040         SET LOGIN-SUCCESSFUL TO TRUE
004050         MOVE 'S' TO WK-ATTEMPT-RESULT
004060     ELSE
004070         DISPLAY 'INVALID ACCESS LEVEL - SEE YOUR '
004080         DISPLAY 'SUPERVISOR.'
004090         SET LOGIN-FAILED TO TRUE
004100         MOVE 'V' TO WK-ATTEMPT-RESULT
004110     END-IF.
004120     PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT.
004130 1200-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*    1250-LOG-ATTEMPT - APPEND ONE LOGIN ATTEMPT TO THE         *
004180*    SECURITY LOG WITH DATE, TIME, THE USER ID TRIED AND THE    *
004190*    RESULT CODE LEFT IN WK-ATTEMPT-RESULT BY 1200-LOGIN.       *
004200*****************************************************************
004210 1250-LOG-ATTEMPT.
004220     MOVE WK-YEAR-SYS TO SL-YEAR.
004230     MOVE WK-MONTH-SYS TO SL-MONTH.
004240     MOVE WK-DAY-SYS TO SL-DAY.
004250     ACCEPT WK-TIME-SYS FROM TIME.
004260     MOVE WK-TIME-HHMMSS TO SL-TIME.
004270     MOVE WK-USER-ID TO SL-USER-ID.
004280     MOVE WK-ATTEMPT-RESULT TO SL-RESULT.
004290     WRITE SL-RECORD.
004300     IF NOT SECLOG-OK
004310         DISPLAY 'WARNING - SECLOG WRITE FAILED - STATUS '
004320             WK-SECLOG-STATUS
004330     END-IF.
004340 1250-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380*    1700-CHECK-PERIOD - SCAN THE PERIOD-CONTROL FILE AND SET   *
004390*    THE SWITCH WHEN MTHCLOSE HAS ALREADY CLOSED THE CURRENT    *
004400*    PERIOD. A MISSING FILE MEANS NO PERIOD WAS EVER CLOSED.    *
004410*****************************************************************
004420 1700-CHECK-PERIOD.
004430     COMPUTE WK-CURR-PERIOD =
004440         WK-YEAR-SYS * 100 + WK-MONTH-SYS.
004450     OPEN INPUT PERIOD-CONTROL.
004460     IF PERD-NOT-FOUND
004470         GO TO 1700-EXIT
004480     END-IF.
004490     IF NOT PERD-OK
004500         DISPLAY 'WARNING - ERROR OPENING PERDCTL - STATUS '
004510             WK-PERD-STATUS
004520         GO TO 1700-EXIT
004530     END-IF.
004540     PERFORM 1710-CHECK-ONE-PERIOD THRU 1710-EXIT
004550         UNTIL PERD-EOF OR CURRENT-PERIOD-CLOSED.
004560     CLOSE PERIOD-CONTROL.
004570 1700-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*    1710-CHECK-ONE-PERIOD - COMPARE ONE CLOSED PERIOD AGAINST  *
004620*    THE CURRENT ONE.                                           *
004630*****************************************************************
004640 1710-CHECK-ONE-PERIOD.
004650     READ PERIOD-CONTROL
004660         AT END
004670             SET PERD-EOF TO TRUE
004680             GO TO 1710-EXIT
004690     END-READ.
004700     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
004710     IF WK-PC-PERIOD = WK-CURR-PERIOD
004720         SET CURRENT-PERIOD-CLOSED TO TRUE
004730     END-IF.
004740 1710-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780*    2000-PROCESS-ENTRY - ONE CALCULATION CYCLE                 *
004790*****************************************************************
004800 2000-PROCESS-ENTRY.
004810     SET ACCOUNT-IS-INVALID TO TRUE.
004820     PERFORM 2050-GET-ACCOUNT THRU 2050-EXIT
004830         UNTIL ACCOUNT-IS-VALID.
004840     PERFORM 2100-GET-OPERANDS THRU 2100-EXIT.
004850     SET ENTRY-IS-INVALID TO TRUE.
004860     PERFORM 2200-VALIDATE-OPERATOR THRU 2200-EXIT
004870         UNTIL ENTRY-IS-VALID.
004880     SET ENTRY-IS-INVALID TO TRUE.
004890     PERFORM 3000-CALCULATE THRU 3000-EXIT
004900         UNTIL ENTRY-IS-VALID.
004910     PERFORM 4000-DISPLAY-RESULT THRU 4000-EXIT.
004920     PERFORM 2400-CHECK-THRESHOLD THRU 2400-EXIT.
004930     IF RESULT-HELD
004940         PERFORM 4200-HOLD-CALCULATION THRU 4200-EXIT
004950     ELSE
004960         PERFORM 4100-LOG-CALCULATION THRU 4100-EXIT
004970     END-IF.
004980     SET REPLY-PENDING TO TRUE.
004990     PERFORM 5000-ASK-CONTINUE THRU 5000-EXIT
005000         UNTIL REPLY-DISPOSED.
005010 2000-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*    2050-GET-ACCOUNT - PROMPT FOR THE ACCOUNT CODE THE         *
005060*    CALCULATION IS CHARGED TO AND CHECK IT ON THE ACCOUNT      *
005070*    MASTER: IT MUST EXIST, BE ACTIVE, AND ALLOW THE            *
005080*    OPERATOR'S LEVEL TO POST (WK-LEVEL NOT ABOVE AC-MIN-       *
005090*    LEVEL). A BLANK REPLY KEEPS THE ACCOUNT OF THE PREVIOUS    *
005100*    CALCULATION IN THE SESSION.                                *
005110*****************************************************************
005120 2050-GET-ACCOUNT.
005130     IF WK-ACCOUNT = SPACES
005140         DISPLAY 'ACCOUNT CODE...............: ' WITH NO ADVANCING
005150     ELSE
005160         DISPLAY 'ACCOUNT (BLANK=' WK-ACCOUNT ').....: '
005170             WITH NO ADVANCING
005180     END-IF.
005190     ACCEPT WK-ACCOUNT-TEXT.
005200     IF WK-ACCOUNT-TEXT = SPACES
005210         IF WK-ACCOUNT = SPACES
005220             DISPLAY 'ACCOUNT CODE IS REQUIRED - REENTER.'
005230         ELSE
005240             SET ACCOUNT-IS-VALID TO TRUE
005250         END-IF
005260         GO TO 2050-EXIT
005270     END-IF.
005280     MOVE WK-ACCOUNT-TEXT TO AC-CODE.
005290     READ ACCOUNT-MASTER
005300         INVALID KEY
005310             DISPLAY 'ACCOUNT CODE NOT FOUND - REENTER.'
005320             GO TO 2050-EXIT
005330     END-READ.
005340     IF AC-INACTIVE
005350         DISPLAY 'ACCOUNT IS NOT ACTIVE - REENTER.'
005360         GO TO 2050-EXIT
005370     END-IF.
005380     IF WK-LEVEL > AC-MIN-LEVEL
005390         DISPLAY 'PERMISSION DENIED - YOUR LEVEL MAY NOT POST TO '
005400         DISPLAY 'THIS ACCOUNT. SEE YOUR SUPERVISOR.'
005410         GO TO 2050-EXIT
005420     END-IF.
005430     MOVE WK-ACCOUNT-TEXT TO WK-ACCOUNT.
005440     DISPLAY 'ACCOUNT....................: ' AC-DESC.
005450     SET ACCOUNT-IS-VALID TO TRUE.
005460 2050-EXIT.
005470     EXIT.
005475
005480*****************************************************************
005490*    2100-GET-OPERANDS - PROMPT FOR THE TWO OPERANDS AND SIGN.  *
005500*    EACH OPERAND IS STAGED THROUGH WK-OPERAND-TEXT AND EDITED  *
005510*    BY 2120-EDIT-OPERAND-FORMAT SO A PERIOD TYPED IN PLACE OF  *
005520*    THE COMMA DECIMAL POINT IS REJECTED RATHER THAN SILENTLY   *
005530*    MIS-SCALING WK-N01/WK-N02. IN CHAIN MODE THE PREVIOUS      *
005540*    RESULT IS CARRIED INTO WK-N01 AND ONLY THE OPERATOR AND    *
005550*    SECOND NUMBER ARE PROMPTED FOR.                            *
005560*****************************************************************
005570 2100-GET-OPERANDS.
005580     SET OPERAND-FMT-INVALID TO TRUE.
005590     IF CHAIN-PENDING
005600         PERFORM 2105-CHAIN-RESULT THRU 2105-EXIT
005610     END-IF.
005620     PERFORM 2110-ACCEPT-N01 THRU 2110-EXIT
005630         UNTIL OPERAND-FMT-VALID.
005640     DISPLAY 'OPERATOR (+ - * / % R).....: ' WITH NO ADVANCING.
005650     ACCEPT WK-SIN.
005660     SET OPERAND-FMT-INVALID TO TRUE.
005670     PERFORM 2130-ACCEPT-N02 THRU 2130-EXIT
005680         UNTIL OPERAND-FMT-VALID.
005690 2100-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*    2105-CHAIN-RESULT - CARRY THE PREVIOUS WK-RES FORWARD AS   *
005740*    THE NEXT FIRST NUMBER. A RESULT TOO WIDE FOR WK-N01 IS     *
005750*    REFUSED AND THE OPERATOR KEYS THE FIRST NUMBER AS USUAL.   *
005760*****************************************************************
005770 2105-CHAIN-RESULT.
005780     SET NO-CHAIN TO TRUE.
005790     IF WK-RES > 99999,99 OR WK-RES < -99999,99
005800         DISPLAY 'RESULT TOO LARGE TO CHAIN - ENTER THE FIRST '
005810         DISPLAY 'NUMBER AS USUAL.'
005820         GO TO 2105-EXIT
005830     END-IF.
005840     MOVE WK-RES TO WK-N01.
005850     MOVE WK-RES TO WK-RES-MASK.
005860     IF US-FORMAT
005870         PERFORM 4050-BUILD-US-MASK THRU 4050-EXIT
005880         DISPLAY 'FIRST NUMBER (CHAINED)...: ' WK-RES-MASK-US
005890     ELSE
005900         DISPLAY 'FIRST NUMBER (CHAINED)...: ' WK-RES-MASK
005910     END-IF.
005920     SET OPERAND-FMT-VALID TO TRUE.
005930 2105-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    2110-ACCEPT-N01 - PROMPT FOR AND EDIT THE FIRST OPERAND.   *
005980*    MR RECALLS THE VALUE PARKED IN MEMORY BY 5000-ASK-         *
005990*    CONTINUE INSTEAD OF KEYING A NUMBER.                       *
006000*****************************************************************
006010 2110-ACCEPT-N01.
006020     DISPLAY 'FIRST NUMBER (-123,45 OR MR): '
006030         WITH NO ADVANCING.
006040     ACCEPT WK-OPERAND-TEXT.
006050     IF WK-OPERAND-TEXT = 'MR'
006060         PERFORM 2115-RECALL-MEMORY THRU 2115-EXIT
006070         IF OPERAND-FMT-VALID
006080             MOVE WK-MEMORY TO WK-N01
006090         END-IF
006100         GO TO 2110-EXIT
006110     END-IF.
006120     PERFORM 2120-EDIT-OPERAND-FORMAT THRU 2120-EXIT.
006130     IF OPERAND-FMT-VALID
006140         MOVE WK-OPERAND-TEXT TO WK-N01
006150     END-IF.
006160 2110-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200*    2115-RECALL-MEMORY - EDIT THE PARKED MEMORY VALUE FOR USE  *
006210*    AS AN OPERAND. SETS THE OPERAND-FMT SWITCH FOR THE CALLER, *
006220*    WHICH MOVES WK-MEMORY TO ITS OWN OPERAND.                  *
006230*****************************************************************
006240 2115-RECALL-MEMORY.
006250     IF WK-MEMORY > 99999,99 OR WK-MEMORY < -99999,99
006260         DISPLAY 'MEMORY VALUE TOO LARGE FOR AN OPERAND.'
006270         SET OPERAND-FMT-INVALID TO TRUE
006280         GO TO 2115-EXIT
006290     END-IF.
006300     MOVE WK-MEMORY TO WK-RES-MASK.
006310     IF US-FORMAT
006320         PERFORM 4050-BUILD-US-MASK THRU 4050-EXIT
006330         DISPLAY 'RECALLED FROM MEMORY.....: ' WK-RES-MASK-US
006340     ELSE
006350         DISPLAY 'RECALLED FROM MEMORY.....: ' WK-RES-MASK
006360     END-IF.
006370     SET OPERAND-FMT-VALID TO TRUE.
006380 2115-EXIT.
006390     EXIT.
006400
006410*****************************************************************
006420*    2120-EDIT-OPERAND-FORMAT - REJECT AN OPERAND TEXT THAT     *
006430*    USES A PERIOD WHERE DECIMAL-POINT IS COMMA EXPECTS A       *
006440*    COMMA - GNUCOBOL OTHERWISE TREATS THE PERIOD AS A DIGIT    *
006450*    SEPARATOR AND TWO ORDERS OF MAGNITUDE ARE LOST SILENTLY -  *
006460*    THEN, IF THE PERIOD CHECK PASSES, HAND OFF TO 2125 TO      *
006470*    MAKE SURE WHAT IS LEFT IS ACTUALLY A LEGAL SIGNED NUMBER   *
006480*    THAT FITS WK-N01/WK-N02 BEFORE EITHER IS EVER MOVED INTO.  *
006490*****************************************************************
006500 2120-EDIT-OPERAND-FORMAT.
006510     MOVE ZEROS TO WK-OPERAND-TALLY.
006520     INSPECT WK-OPERAND-TEXT TALLYING WK-OPERAND-TALLY
006530         FOR ALL '.'.
006540     IF WK-OPERAND-TALLY > ZEROS
006550         DISPLAY 'USE A COMMA FOR THE DECIMAL POINT - REENTER.'
006560         DISPLAY '(EX: -123,45).'
006570         SET OPERAND-FMT-INVALID TO TRUE
006580     ELSE
006590         PERFORM 2125-CHECK-OPERAND-DIGITS THRU 2125-EXIT
006600     END-IF.
006610 2120-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*    2125-CHECK-OPERAND-DIGITS - SCAN WK-OPERAND-TEXT ONE       *
006660*    CHARACTER AT A TIME (VIA 2126) AND REJECT ANYTHING THAT IS *
006670*    NOT AN OPTIONAL LEADING SIGN, UP TO 5 INTEGER DIGITS, AN   *
006680*    OPTIONAL COMMA, AND UP TO 2 FRACTIONAL DIGITS - CATCHES    *
006690*    BOTH A NON-NUMERIC ENTRY (EX: ABCDEF) AND ONE THAT WOULD   *
006700*    OVERFLOW WK-N01/WK-N02'S PIC S9(05)V99 (EX: 999999,99).    *
006710*****************************************************************
006720 2125-CHECK-OPERAND-DIGITS.
006730     MOVE ZEROS TO WK-SIGN-COUNT WK-INT-DIGIT-COUNT
006740         WK-DEC-DIGIT-COUNT.
006750     SET NOT-SEEN-COMMA TO TRUE.
006760     SET NOT-SEEN-TRAILING-SPACE TO TRUE.
006770     SET BAD-CHAR-NOT-FOUND TO TRUE.
006780     PERFORM 2126-SCAN-OPERAND-CHAR
006790         VARYING WK-OPERAND-SUB FROM 1 BY 1
006800         UNTIL WK-OPERAND-SUB > 10.
006810     IF BAD-CHAR-FOUND
006820             OR WK-SIGN-COUNT > 1
006830             OR WK-INT-DIGIT-COUNT = ZEROS
006840             OR WK-INT-DIGIT-COUNT > 5
006850             OR WK-DEC-DIGIT-COUNT > 2
006860         DISPLAY 'INVALID NUMBER - USE DIGITS, AN OPTIONAL SIGN,'
006870         DISPLAY 'UP TO 5 INTEGER AND 2 DECIMAL DIGITS - REENTER.'
006880         DISPLAY '(EX: -123,45).'
006890         SET OPERAND-FMT-INVALID TO TRUE
006900     ELSE
006910         SET OPERAND-FMT-VALID TO TRUE
006920     END-IF.
006930 2125-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*    2126-SCAN-OPERAND-CHAR - CLASSIFY ONE CHARACTER OF         *
006980*    WK-OPERAND-TEXT AND ROLL ITS EFFECT INTO THE COUNTERS AND  *
006990*    SWITCHES 2125 CHECKS ONCE THE SCAN IS COMPLETE.            *
007000*****************************************************************
007010 2126-SCAN-OPERAND-CHAR.
007020     MOVE WK-OPERAND-TEXT(WK-OPERAND-SUB:1) TO WK-OPERAND-CHAR.
007030     EVALUATE TRUE
007040         WHEN WK-OPERAND-CHAR = SPACE
007050             SET SEEN-TRAILING-SPACE TO TRUE
007060         WHEN SEEN-TRAILING-SPACE
007070             SET BAD-CHAR-FOUND TO TRUE
007080         WHEN WK-OPERAND-CHAR = '+' OR WK-OPERAND-CHAR = '-'
007090             IF WK-OPERAND-SUB = 1
007100                 ADD 1 TO WK-SIGN-COUNT
007110             ELSE
007120                 SET BAD-CHAR-FOUND TO TRUE
007130             END-IF
007140         WHEN WK-OPERAND-CHAR = ','
007150             IF SEEN-COMMA
007160                 SET BAD-CHAR-FOUND TO TRUE
007170             ELSE
007180                 SET SEEN-COMMA TO TRUE
007190             END-IF
007200         WHEN WK-OPERAND-CHAR IS NUMERIC
007210             IF SEEN-COMMA
007220                 ADD 1 TO WK-DEC-DIGIT-COUNT
007230             ELSE
007240                 ADD 1 TO WK-INT-DIGIT-COUNT
007250             END-IF
007260         WHEN OTHER
007270             SET BAD-CHAR-FOUND TO TRUE
007280     END-EVALUATE.
007290 2126-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330*    2130-ACCEPT-N02 - PROMPT FOR AND EDIT THE SECOND OPERAND.  *
007340*    MR RECALLS THE PARKED MEMORY VALUE, AS IN 2110.            *
007350*****************************************************************
007360 2130-ACCEPT-N02.
007370     DISPLAY 'SECOND NUMBER (-123,45 OR MR): '
007380         WITH NO ADVANCING.
007390     ACCEPT WK-OPERAND-TEXT.
007400     IF WK-OPERAND-TEXT = 'MR'
007410         PERFORM 2115-RECALL-MEMORY THRU 2115-EXIT
007420         IF OPERAND-FMT-VALID
007430             MOVE WK-MEMORY TO WK-N02
007440         END-IF
007450         GO TO 2130-EXIT
007460     END-IF.
007470     PERFORM 2120-EDIT-OPERAND-FORMAT THRU 2120-EXIT.
007480     IF OPERAND-FMT-VALID
007490         MOVE WK-OPERAND-TEXT TO WK-N02
007500     END-IF.
007510 2130-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550*    2200-VALIDATE-OPERATOR - REJECT AN ILLEGAL WK-SIN, A       *
007560*    DIVIDE BY ZERO, OR AN OPERATION WK-LEVEL MAY NOT RUN       *
007570*    BEFORE 3000-CALCULATE EVER RUNS.                           *
007580*****************************************************************
007590 2200-VALIDATE-OPERATOR.
007600     IF NOT VALID-OPERATOR
007610         DISPLAY 'INVALID OPERATOR - USE + - * / % OR R.'
007620         SET ENTRY-IS-INVALID TO TRUE
007630         PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
007640     ELSE
007650         IF (OP-DIV OR OP-ROOT) AND WK-N02 = ZEROS
007660             DISPLAY 'DIVIDE OR ROOT BY ZERO IS NOT ALLOWED - '
007670             DISPLAY 'REENTER.'
007680             SET ENTRY-IS-INVALID TO TRUE
007690             PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
007700         ELSE
007710             IF OP-ROOT AND WK-N01 < ZEROS
007720                 DISPLAY 'ROOT OF A NEGATIVE NUMBER IS NOT '
007730                 DISPLAY 'ALLOWED - REENTER.'
007740                 SET ENTRY-IS-INVALID TO TRUE
007750                 PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
007760             ELSE
007770                 PERFORM 2300-CHECK-AUTHORIZATION THRU 2300-EXIT
007780                 IF OPERATION-DENIED
007790                     SET ENTRY-IS-INVALID TO TRUE
007800                     PERFORM 2100-GET-OPERANDS THRU 2100-EXIT
007810                 ELSE
007820                     SET ENTRY-IS-VALID TO TRUE
007830                 END-IF
007840             END-IF
007850         END-IF
007860     END-IF.
007870 2200-EXIT.
007880     EXIT.
007890
007900*****************************************************************
007910*    2300-CHECK-AUTHORIZATION - MULTIPLY, DIVIDE, PERCENT AND   *
007920*    ROOT ARE RESTRICTED TO ADM AND USER LEVELS; COWORKER IS    *
007930*    BOUNCED BACK TO RE-ENTER THE CALCULATION.                  *
007940*****************************************************************
007950 2300-CHECK-AUTHORIZATION.
007960     SET OPERATION-AUTHORIZED TO TRUE.
007970     IF (OP-MUL OR OP-DIV OR OP-PCT OR OP-ROOT) AND COWORKER
007980         DISPLAY 'PERMISSION DENIED - COWORKER LEVEL MAY NOT '
007990         DISPLAY 'MULTIPLY, DIVIDE, PERCENT OR ROOT. SEE YOUR '
008000         DISPLAY 'SUPERVISOR.'
008010         SET OPERATION-DENIED TO TRUE
008020     END-IF.
008030 2300-EXIT.
008040     EXIT.
008050
008060*****************************************************************
008070*    2400-CHECK-THRESHOLD - SET THE HOLD SWITCH WHEN WK-RES     *
008080*    EXCEEDS THE APPROVAL THRESHOLD FOR THE OPERATOR'S LEVEL.   *
008090*    A HELD CALCULATION IS PARKED ON CALCPEND FOR ADM REVIEW    *
008100*    INSTEAD OF POSTED TO CALC-LOG.                             *
008110*****************************************************************
008120 2400-CHECK-THRESHOLD.
008130     SET RESULT-WITHIN-LIMIT TO TRUE.
008140     COMPUTE WK-LIMIT-NEG = 0 - WK-LEVEL-LIMIT(WK-LEVEL).
008150     IF WK-RES > WK-LEVEL-LIMIT(WK-LEVEL)
008160             OR WK-RES < WK-LIMIT-NEG
008170         SET RESULT-HELD TO TRUE
008180     END-IF.
008190 2400-EXIT.
008200     EXIT.
008210
008220*****************************************************************
008230*    3000-CALCULATE - APPLY THE REQUESTED OPERATION. A MULTIPLY *
008240*    OR DIVIDE THAT OVERFLOWS WK-RES IS REJECTED RATHER THAN    *
008250*    POSTED TRUNCATED - SEE 3100-REJECT-OVERFLOW.               *
008260*****************************************************************
008270 3000-CALCULATE.
008280     SET ENTRY-IS-VALID TO TRUE.
008290     EVALUATE TRUE
008300         WHEN OP-ADD
008310             COMPUTE WK-RES = WK-N01 + WK-N02
008320         WHEN OP-SUB
008330             COMPUTE WK-RES = WK-N01 - WK-N02
008340         WHEN OP-MUL
008350             COMPUTE WK-RES = WK-N01 * WK-N02
008360                 ON SIZE ERROR
008370                     PERFORM 3100-REJECT-OVERFLOW THRU 3100-EXIT
008380             END-COMPUTE
008390         WHEN OP-DIV
008400             COMPUTE WK-RES = WK-N01 / WK-N02
008410                 ON SIZE ERROR
008420                     PERFORM 3100-REJECT-OVERFLOW THRU 3100-EXIT
008430             END-COMPUTE
008440         WHEN OP-PCT
008450             COMPUTE WK-RES =
008460                 WK-N01 + WK-N01 * WK-N02 / 100
008470                 ON SIZE ERROR
008480                     PERFORM 3100-REJECT-OVERFLOW THRU 3100-EXIT
008490             END-COMPUTE
008500         WHEN OP-ROOT
008510             COMPUTE WK-RES = WK-N01 ** (1 / WK-N02)
008520                 ON SIZE ERROR
008530                     PERFORM 3100-REJECT-OVERFLOW THRU 3100-EXIT
008540             END-COMPUTE
008550     END-EVALUATE.
008560 3000-EXIT.
008570     EXIT.
008580
008590*****************************************************************
008600*    3100-REJECT-OVERFLOW - WK-RES CANNOT HOLD THE TRUE RESULT. *
008610*    WARN THE OPERATOR AND COLLECT A FRESH ENTRY TO RETRY.      *
008620*****************************************************************
008630 3100-REJECT-OVERFLOW.
008640     DISPLAY 'RESULT TOO LARGE FOR WK-RES - REENTER VALUES.'.
008650     SET ENTRY-IS-INVALID TO TRUE.
008660     PERFORM 2100-GET-OPERANDS THRU 2100-EXIT.
008670     PERFORM 2200-VALIDATE-OPERATOR THRU 2200-EXIT
008680         UNTIL ENTRY-IS-VALID.
008690     SET ENTRY-IS-INVALID TO TRUE.
008700 3100-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740*    4000-DISPLAY-RESULT - EDIT AND SHOW WK-RES IN WHICHEVER    *
008750*    FORMAT THE OPERATOR SELECTED AT LOGON.                     *
008760*****************************************************************
008770 4000-DISPLAY-RESULT.
008780     MOVE WK-RES TO WK-RES-MASK.
008790     IF US-FORMAT
008800         PERFORM 4050-BUILD-US-MASK THRU 4050-EXIT
008810         DISPLAY 'RESULT.................: ' WK-RES-MASK-US
008820     ELSE
008830         DISPLAY 'RESULT.................: ' WK-RES-MASK
008840     END-IF.
008850 4000-EXIT.
008860     EXIT.
008870
008880*****************************************************************
008890*    4050-BUILD-US-MASK - SWAP THE BRAZIL-STYLE MASK'S PERIOD   *
008900*    AND COMMA TO GET COMMA-THOUSANDS/PERIOD-DECIMAL, SINCE     *
008910*    DECIMAL-POINT IS COMMA APPLIES TO EVERY EDITED PICTURE IN  *
008920*    THIS PROGRAM AND CANNOT BE OVERRIDDEN FIELD BY FIELD.      *
008930*****************************************************************
008940 4050-BUILD-US-MASK.
008950     MOVE WK-RES-MASK TO WK-RES-MASK-US.
008960     INSPECT WK-RES-MASK-US REPLACING ALL '.' BY '~'.
008970     INSPECT WK-RES-MASK-US REPLACING ALL ',' BY '.'.
008980     INSPECT WK-RES-MASK-US REPLACING ALL '~' BY ','.
008990 4050-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030*    4100-LOG-CALCULATION - DRAW THE NEXT REFERENCE NUMBER,     *
009040*    APPEND ONE RECORD TO CALC-LOG AND SHOW THE OPERATOR THE    *
009050*    REFERENCE THE CALCULATION WAS POSTED UNDER.                *
009060*****************************************************************
009070 4100-LOG-CALCULATION.
009080     PERFORM 4150-NEXT-REFERENCE THRU 4150-EXIT.
009090     MOVE WK-NAME TO CL-NAME.
009100     MOVE WK-YEAR-SYS TO CL-YEAR.
009110     MOVE WK-MONTH-SYS TO CL-MONTH.
009120     MOVE WK-DAY-SYS TO CL-DAY.
009130     MOVE WK-N01 TO CL-N01.
009140     MOVE WK-SIN TO CL-SIN.
009150     MOVE WK-N02 TO CL-N02.
009160     MOVE WK-RES TO CL-RES.
009170     MOVE WK-LEVEL TO CL-LEVEL.
009180     MOVE WK-CALC-REF TO CL-REF.
009190     MOVE WK-ACCOUNT TO CL-ACCOUNT.
009200     WRITE CL-RECORD.
009210     IF NOT CALCLOG-OK
009220         DISPLAY 'WARNING - CALC-LOG WRITE FAILED - STATUS '
009230             WK-CALCLOG-STATUS
009240     ELSE
009250         DISPLAY 'REFERENCE NUMBER.......: ' CL-REF
009260     END-IF.
009270 4100-EXIT.
009280     EXIT.
009290
009300*****************************************************************
009310*    4150-NEXT-REFERENCE - DRAW THE NEXT CALCULATION REFERENCE  *
009320*    FROM THE CALCSEQ CONTROL FILE AND WRITE THE FILE BACK      *
009330*    INCREMENTED, SO A REFERENCE IS NEVER ISSUED TWICE. A       *
009340*    MISSING FILE MEANS NO REFERENCE WAS EVER ISSUED AND THE    *
009350*    SERIES STARTS AT 1.                                        *
009360*****************************************************************
009370 4150-NEXT-REFERENCE.
009380     MOVE 1 TO WK-CALC-REF.
009390     OPEN INPUT CALC-SEQ.
009400     IF CALCSEQ-NOT-FOUND
009410         CONTINUE
009420     ELSE
009430         IF CALCSEQ-OK
009440             READ CALC-SEQ
009450                 AT END
009460                     MOVE 1 TO WK-CALC-REF
009470                 NOT AT END
009480                     MOVE CS-NEXT-REF TO WK-CALC-REF
009490             END-READ
009500             CLOSE CALC-SEQ
009510         ELSE
009520             DISPLAY 'WARNING - ERROR OPENING CALCSEQ - STATUS '
009530                 WK-CALCSEQ-STATUS
009540         END-IF
009550     END-IF.
009560     OPEN OUTPUT CALC-SEQ.
009570     IF CALCSEQ-OK
009580         COMPUTE CS-NEXT-REF = WK-CALC-REF + 1
009590         WRITE CS-RECORD
009600         CLOSE CALC-SEQ
009610     ELSE
009620         DISPLAY 'WARNING - CALCSEQ WRITE FAILED - STATUS '
009630             WK-CALCSEQ-STATUS
009640     END-IF.
009650 4150-EXIT.
009660     EXIT.
009670
009680*****************************************************************
009690*    4200-HOLD-CALCULATION - PARK ONE OVER-THRESHOLD            *
009700*    CALCULATION ON THE CALCPEND HOLD QUEUE FOR ADM REVIEW.     *
009710*    NO REFERENCE IS DRAWN - CALCAPPR DRAWS ONE IF AND WHEN     *
009720*    THE ITEM IS POSTED.                                        *
009730*****************************************************************
009740 4200-HOLD-CALCULATION.
009750     OPEN EXTEND PENDING-CALC.
009760     IF PEND-NOT-FOUND
009770         OPEN OUTPUT PENDING-CALC
009780     END-IF.
009790     IF NOT PEND-OK
009800         DISPLAY 'ERROR OPENING CALCPEND - STATUS '
009810             WK-PEND-STATUS ' - CALCULATION NOT SAVED.'
009820         GO TO 4200-EXIT
009830     END-IF.
009840     SET PD-PENDING TO TRUE.
009850     MOVE WK-NAME TO PD-NAME.
009860     MOVE WK-YEAR-SYS TO PD-YEAR.
009870     MOVE WK-MONTH-SYS TO PD-MONTH.
009880     MOVE WK-DAY-SYS TO PD-DAY.
009890     MOVE WK-N01 TO PD-N01.
009900     MOVE WK-SIN TO PD-SIN.
009910     MOVE WK-N02 TO PD-N02.
009920     MOVE WK-RES TO PD-RES.
009930     MOVE WK-LEVEL TO PD-LEVEL.
009940     MOVE WK-USER-ID TO PD-SOURCE.
009950     MOVE SPACES TO PD-DEC-ADMIN.
009960     MOVE ZEROS TO PD-DEC-DATE.
009970     MOVE ZEROS TO PD-POST-REF.
009980     MOVE WK-ACCOUNT TO PD-ACCOUNT.
009990     WRITE PD-RECORD.
010000     IF PEND-OK
010010         DISPLAY 'RESULT EXCEEDS YOUR APPROVAL THRESHOLD - '
010020         DISPLAY 'HELD FOR ADM REVIEW, NOT POSTED.'
010030     ELSE
010040         DISPLAY 'WARNING - CALCPEND WRITE FAILED - STATUS '
010050             WK-PEND-STATUS
010060     END-IF.
010070     CLOSE PENDING-CALC.
010080 4200-EXIT.
010090     EXIT.
010100
010110*****************************************************************
010120*    5000-ASK-CONTINUE - LOOP CONTROL. Y/N AS ALWAYS, C CHAINS  *
010130*    WK-RES INTO THE NEXT FIRST NUMBER, S PARKS WK-RES IN       *
010140*    MEMORY AND LEAVES THE REPLY PENDING SO THE CALLER'S        *
010150*    PERFORM UNTIL ASKS AGAIN.                                  *
010160*****************************************************************
010170 5000-ASK-CONTINUE.
010180     MOVE SPACES TO WK-CONTINUE-REPLY.
010190     DISPLAY 'ANOTHER (Y/N, C=CHAIN, S=STORE)?: '
010200         WITH NO ADVANCING.
010210     ACCEPT WK-CONTINUE-REPLY.
010220     IF REPLY-STORE
010230         MOVE WK-RES TO WK-MEMORY
010240         MOVE WK-RES TO WK-RES-MASK
010250         IF US-FORMAT
010260             PERFORM 4050-BUILD-US-MASK THRU 4050-EXIT
010270             DISPLAY 'STORED IN MEMORY.........: '
010280                 WK-RES-MASK-US
010290         ELSE
010300             DISPLAY 'STORED IN MEMORY.........: ' WK-RES-MASK
010310         END-IF
010320         GO TO 5000-EXIT
010330     END-IF.
010340     SET REPLY-DISPOSED TO TRUE.
010350     IF REPLY-CHAIN
010360         SET CHAIN-PENDING TO TRUE
010370         MOVE 'Y' TO WK-SW-CONTINUE
010380         GO TO 5000-EXIT
010390     END-IF.
010400     IF REPLY-STOP
010410         MOVE 'N' TO WK-SW-CONTINUE
010420     ELSE
010430         MOVE 'Y' TO WK-SW-CONTINUE
010440     END-IF.
010450 5000-EXIT.
010460     EXIT.
010470
010480*****************************************************************
010490*    9999-FINALIZE - END OF SESSION                             *
010500*****************************************************************
010510 9999-FINALIZE.
010520     IF CALCLOG-IS-OPEN
010530         CLOSE CALC-LOG
010540     END-IF.
010550     IF SECLOG-IS-OPEN
010560         CLOSE SECURITY-LOG
010570     END-IF.
010580     IF ACCTMAST-IS-OPEN
010590         CLOSE ACCOUNT-MASTER
010600     END-IF.
010610     DISPLAY 'END OF CALCULATION SESSION.'.
010620 9999-EXIT.
010630     EXIT.
