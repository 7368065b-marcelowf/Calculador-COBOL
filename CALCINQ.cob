000010*****************************************************************
000020*    PROGRAM-ID  : CALCINQ                                      *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : READ-ONLY REFERENCE INQUIRY. A LOGGED-ON     *
000070*                  OPERATOR KEYS ONE CL-REF AND GETS ITS WHOLE  *
000080*                  LIFE HISTORY ON ONE SCREEN - THE POSTING     *
000090*                  ITSELF FROM THE ACTIVE CALC-LOG OR, ONCE     *
000100*                  THE MONTH IS CLOSED, FROM CALCARCH; THE      *
000110*                  CALCPEND HOLD IT WAS APPROVED FROM, WITH     *
000120*                  THE DECIDING ADM AND DATE; AND EVERY         *
000130*                  CALCADJA REVERSAL OR CORRECTION THAT NAMES   *
000140*                  IT, WITH THE REASON GIVEN. ADM MAY LOOK UP   *
000150*                  ANY REFERENCE; USER AND COWORKER LEVEL MAY   *
000160*                  ONLY LOOK UP THEIR OWN CL-NAME. NOTHING IS   *
000170*                  WRITTEN EXCEPT THE SECLOG LOGON RECORD.      *
000180*    MODIFICATION HISTORY                                       *
000190*    -------------------                                        *
000200*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000203*    15/10/2026  JBF  READ THE WIDER CALCARCH RECORD AND SHOW   *
000206*                      THE ACCOUNT CODE IN THE ENTRY DETAILS.   *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CALCINQ.
000240 AUTHOR. J. B. FONSECA.
000250 INSTALLATION. DATA PROCESSING DEPT.
000260 DATE-WRITTEN. 15/10/2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GENERIC.
000320 OBJECT-COMPUTER. GENERIC.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WK-CALCLOG-STATUS.
000410     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WK-ARCH-STATUS.
000440     SELECT PENDING-CALC ASSIGN TO 'CALCPEND'
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WK-PEND-STATUS.
000470     SELECT ADJUST-AUDIT ASSIGN TO 'CALCADJA'
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WK-ADJAUDT-STATUS.
000500     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS USR-ID
000540         FILE STATUS IS WK-USRMAST-STATUS.
000550     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WK-SECLOG-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CALC-LOG
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CALCLOG.
000650
000660 FD  CALC-ARCH
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  CA-RECORD.
000700     05  CA-NAME                 PIC X(20).
000710     05  CA-DATE.
000720         10  CA-YEAR             PIC 9(04).
000730         10  CA-MONTH            PIC 9(02).
000740         10  CA-DAY              PIC 9(02).
000750     05  CA-N01                  PIC S9(05)V99.
000760     05  CA-SIN                  PIC X(01).
000770     05  CA-N02                  PIC S9(05)V99.
000780     05  CA-RES                  PIC S9(07)V99.
000790     05  CA-LEVEL                PIC 9(02).
000800     05  CA-REF                  PIC 9(09).
000805     05  CA-ACCOUNT              PIC X(06).
000810
000820 FD  PENDING-CALC
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY PENDCAL.
000860
000870 FD  ADJUST-AUDIT
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY ADJAUDT.
000910
000920 FD  USER-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940 COPY USRMAST.
000950
000960 FD  SECURITY-LOG
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY SECLOG.
001000
001010 WORKING-STORAGE SECTION.
001020 COPY WSCALC.
001030
001040 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
001050     88  ARCH-OK                     VALUE '00'.
001060     88  ARCH-EOF                    VALUE '10'.
001070     88  ARCH-NOT-FOUND              VALUE '35'.
001080
001090 77  WK-PEND-STATUS              PIC X(02) VALUE ZEROS.
001100     88  PEND-OK                     VALUE '00'.
001110     88  PEND-EOF                    VALUE '10'.
001120     88  PEND-NOT-FOUND              VALUE '35'.
001130
001140 77  WK-ADJAUDT-STATUS           PIC X(02) VALUE ZEROS.
001150     88  ADJAUDT-OK                  VALUE '00'.
001160     88  ADJAUDT-EOF                 VALUE '10'.
001170     88  ADJAUDT-NOT-FOUND           VALUE '35'.
001180
001190 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
001200     88  USRMAST-OK                  VALUE '00'.
001210
001220 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
001230     88  SECLOG-OK                   VALUE '00'.
001240     88  SECLOG-NOT-FOUND            VALUE '35'.
001250
001260 77  WK-SW-SECLOG-OPEN           PIC X(01) VALUE 'N'.
001270     88  SECLOG-IS-OPEN              VALUE 'Y'.
001280     88  SECLOG-NOT-OPEN             VALUE 'N'.
001290
001300 77  WK-ATTEMPT-RESULT           PIC X(01) VALUE SPACES.
001310
001320 01  WK-INQ-SWITCHES.
001330     05  WK-SW-LOGIN-OK          PIC X(01) VALUE 'N'.
001340         88  LOGIN-SUCCESSFUL        VALUE 'Y'.
001350         88  LOGIN-FAILED            VALUE 'N'.
001360     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
001370         88  USER-FOUND              VALUE 'Y'.
001380         88  USER-NOT-FOUND          VALUE 'N'.
001390     05  WK-SW-ENTRY-FOUND       PIC X(01) VALUE 'N'.
001400         88  ENTRY-FOUND             VALUE 'Y'.
001410         88  ENTRY-NOT-FOUND         VALUE 'N'.
001420     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
001430         88  LOG-EOF                 VALUE 'Y'.
001440         88  LOG-NOT-EOF             VALUE 'N'.
001450     05  WK-SW-HOLD-FOUND        PIC X(01) VALUE 'N'.
001460         88  HOLD-FOUND              VALUE 'Y'.
001470         88  HOLD-NOT-FOUND          VALUE 'N'.
001480
001490 77  WK-USER-ID                  PIC X(08) VALUE SPACES.
001500 77  WK-PIN                      PIC X(04) VALUE SPACES.
001510
001520 77  WK-REF-TEXT                 PIC X(09) VALUE SPACES.
001530 77  WK-SEL-REF                  PIC 9(09) VALUE ZEROS.
001540 77  WK-FOUND-ON                 PIC X(08) VALUE SPACES.
001550 77  WK-ADJ-COUNT                PIC 9(03) VALUE ZEROS.
001560
001570 01  WK-ORIG-ENTRY.
001580     05  WK-ORIG-NAME            PIC X(20) VALUE SPACES.
001590     05  WK-ORIG-DATE.
001600         10  WK-ORIG-YEAR        PIC 9(04) VALUE ZEROS.
001610         10  WK-ORIG-MONTH       PIC 9(02) VALUE ZEROS.
001620         10  WK-ORIG-DAY         PIC 9(02) VALUE ZEROS.
001630     05  WK-ORIG-N01             PIC S9(05)V99 VALUE ZEROS.
001640     05  WK-ORIG-SIN             PIC X(01) VALUE SPACES.
001650     05  WK-ORIG-N02             PIC S9(05)V99 VALUE ZEROS.
001660     05  WK-ORIG-RES             PIC S9(07)V99 VALUE ZEROS.
001670     05  WK-ORIG-LEVEL           PIC 9(02) VALUE ZEROS.
001680     05  WK-ORIG-REF             PIC 9(09) VALUE ZEROS.
001685     05  WK-ORIG-ACCOUNT         PIC X(06) VALUE SPACES.
001690
001700 77  WK-N01-MASK                 PIC +ZZ.ZZ9,99 VALUE ZEROS.
001710 77  WK-N02-MASK                 PIC +ZZ.ZZ9,99 VALUE ZEROS.
001720
001730 01  WK-TIME-SYS.
001740     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
001750     03  FILLER                  PIC 9(02) VALUE ZEROS.
001760
001770 PROCEDURE DIVISION.
001780*****************************************************************
001790*    0000-MAINLINE - PROGRAM CONTROL                            *
001800*****************************************************************
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001840         UNTIL STOP-PROCESSING.
001850     PERFORM 9999-FINALIZE THRU 9999-EXIT.
001860     STOP RUN.
001870
001880*****************************************************************
001890*    1000-INITIALIZE - OPEN THE SECURITY LOG AND LOG ON THE     *
001900*    OPERATOR. ANY ACTIVE LEVEL MAY INQUIRE.                    *
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
002060     DISPLAY '*** CALCULATION REFERENCE INQUIRY ***'.
002070     SET LOGIN-FAILED TO TRUE.
002080     PERFORM 1200-LOGIN THRU 1200-EXIT
002090         UNTIL LOGIN-SUCCESSFUL OR STOP-PROCESSING.
002100 1000-EXIT.
002110     EXIT.
002120
002130*****************************************************************
002140*    1200-LOGIN - IDENTIFY THE OPERATOR WITH A KEYED READ OF    *
002150*    USER-MASTER, WRITE EVERY ATTEMPT TO THE SECURITY LOG AND   *
002160*    LOCK THE ID AFTER THREE CONSECUTIVE BAD PINS, EXACTLY AS   *
002170*    THE CALCULATOR AND USRMAINT LOGONS DO. WK-NAME IS KEPT     *
002180*    TO LIMIT USER AND COWORKER LEVEL TO THEIR OWN ENTRIES.     *
002190*****************************************************************
002200 1200-LOGIN.
002210     DISPLAY 'USER ID.................: ' WITH NO ADVANCING.
002220     ACCEPT WK-USER-ID.
002230     DISPLAY 'PIN......................: ' WITH NO ADVANCING.
002240     ACCEPT WK-PIN.
002250     OPEN I-O USER-MASTER.
002260     IF NOT USRMAST-OK
002270         DISPLAY 'ERROR OPENING USERMAST - STATUS '
002280             WK-USRMAST-STATUS
002290         SET LOGIN-FAILED TO TRUE
002300         SET STOP-PROCESSING TO TRUE
002310         GO TO 1200-EXIT
002320     END-IF.
002330     SET USER-FOUND TO TRUE.
002340     MOVE WK-USER-ID TO USR-ID.
002350     READ USER-MASTER
002360         INVALID KEY
002370             SET USER-NOT-FOUND TO TRUE
002380     END-READ.
002390     IF USER-NOT-FOUND
002400         CLOSE USER-MASTER
002410         DISPLAY 'USER ID NOT FOUND - TRY AGAIN.'
002420         SET LOGIN-FAILED TO TRUE
002430         MOVE 'U' TO WK-ATTEMPT-RESULT
002440         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002450         GO TO 1200-EXIT
002460     END-IF.
002470     IF USR-LOCKED
002480         CLOSE USER-MASTER
002490         DISPLAY 'USER ID IS LOCKED - SEE AN ADM TO CLEAR IT.'
002500         SET LOGIN-FAILED TO TRUE
002510         MOVE 'L' TO WK-ATTEMPT-RESULT
002520         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002530         GO TO 1200-EXIT
002540     END-IF.
002550     IF USR-INACTIVE
002560         CLOSE USER-MASTER
002570         DISPLAY 'USER ID IS NOT ACTIVE - SEE YOUR SUPERVISOR.'
002580         SET LOGIN-FAILED TO TRUE
002590         MOVE 'I' TO WK-ATTEMPT-RESULT
002600         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002610         GO TO 1200-EXIT
002620     END-IF.
002630     IF USR-PIN NOT = WK-PIN
002640         ADD 1 TO USR-FAIL-COUNT
002650         IF USR-FAIL-COUNT NOT < 3
002660             SET USR-LOCKED TO TRUE
002670             DISPLAY 'THREE BAD PINS - USER ID IS NOW LOCKED. '
002680             DISPLAY 'SEE AN ADM TO CLEAR IT.'
002690         ELSE
002700             DISPLAY 'INCORRECT PIN - TRY AGAIN.'
002710         END-IF
002720         REWRITE USR-RECORD
002730             INVALID KEY
002740                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002750                     'STATUS ' WK-USRMAST-STATUS
002760         END-REWRITE
002770         CLOSE USER-MASTER
002780         SET LOGIN-FAILED TO TRUE
002790         MOVE 'P' TO WK-ATTEMPT-RESULT
002800         PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT
002810         GO TO 1200-EXIT
002820     END-IF.
002830     IF USR-FAIL-COUNT > 0
002840         MOVE 0 TO USR-FAIL-COUNT
002850         REWRITE USR-RECORD
002860             INVALID KEY
002870                 DISPLAY 'WARNING - USERMAST REWRITE FAILED - '
002880                     'STATUS ' WK-USRMAST-STATUS
002890         END-REWRITE
002900     END-IF.
002910     CLOSE USER-MASTER.
002920     MOVE USR-NAME TO WK-NAME.
002930     MOVE USR-LEVEL TO WK-LEVEL.
002940     IF ADM OR USER OR COWORKER
002950         SET LOGIN-SUCCESSFUL TO TRUE
002960         MOVE 'S' TO WK-ATTEMPT-RESULT
002970     ELSE
002980         DISPLAY 'INVALID ACCESS LEVEL - SEE YOUR '
002990         DISPLAY 'SUPERVISOR.'
003000         SET LOGIN-FAILED TO TRUE
003010         MOVE 'V' TO WK-ATTEMPT-RESULT
003020     END-IF.
003030     PERFORM 1250-LOG-ATTEMPT THRU 1250-EXIT.
003040 1200-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080*    1250-LOG-ATTEMPT - APPEND ONE LOGON ATTEMPT TO THE         *
003090*    SECURITY LOG WITH DATE, TIME, THE USER ID TRIED AND THE    *
003100*    RESULT CODE LEFT IN WK-ATTEMPT-RESULT BY 1200-LOGIN.       *
003110*****************************************************************
003120 1250-LOG-ATTEMPT.
003130     MOVE WK-YEAR-SYS TO SL-YEAR.
003140     MOVE WK-MONTH-SYS TO SL-MONTH.
003150     MOVE WK-DAY-SYS TO SL-DAY.
003160     ACCEPT WK-TIME-SYS FROM TIME.
003170     MOVE WK-TIME-HHMMSS TO SL-TIME.
003180     MOVE WK-USER-ID TO SL-USER-ID.
003190     MOVE WK-ATTEMPT-RESULT TO SL-RESULT.
003200     WRITE SL-RECORD.
003210     IF NOT SECLOG-OK
003220         DISPLAY 'WARNING - SECLOG WRITE FAILED - STATUS '
003230             WK-SECLOG-STATUS
003240     END-IF.
003250 1250-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290*    2000-PROCESS-INQUIRY - ONE INQUIRY CYCLE. LOCATE THE       *
003300*    POSTING ON CALC-LOG OR CALCARCH, REFUSE SOMEONE ELSE'S     *
003310*    ENTRY BELOW ADM LEVEL, THEN SHOW THE POSTING, ITS HOLD     *
003320*    DECISION AND ITS ADJUSTMENT HISTORY.                       *
003330*****************************************************************
003340 2000-PROCESS-INQUIRY.
003350     DISPLAY SPACE.
003360     DISPLAY 'REFERENCE TO LOOK UP (X=EXIT): '
003370         WITH NO ADVANCING.
003380     ACCEPT WK-REF-TEXT.
003390     IF WK-REF-TEXT = 'X' OR WK-REF-TEXT = SPACES
003400         SET STOP-PROCESSING TO TRUE
003410         GO TO 2000-EXIT
003420     END-IF.
003430     IF WK-REF-TEXT IS NOT NUMERIC
003440         DISPLAY 'INVALID REFERENCE - DIGITS ONLY.'
003450         GO TO 2000-EXIT
003460     END-IF.
003470     MOVE WK-REF-TEXT TO WK-SEL-REF.
003480     PERFORM 2100-LOCATE-ACTIVE THRU 2100-EXIT.
003490     IF ENTRY-NOT-FOUND
003500         PERFORM 2200-LOCATE-ARCHIVE THRU 2200-EXIT
003510     END-IF.
003520     IF ENTRY-NOT-FOUND
003530         DISPLAY 'REFERENCE ' WK-SEL-REF
003540             ' NOT ON CALC-LOG OR CALCARCH.'
003550         GO TO 2000-EXIT
003560     END-IF.
003570     IF NOT ADM AND WK-ORIG-NAME NOT = WK-NAME
003580         DISPLAY 'PERMISSION DENIED - YOU MAY ONLY LOOK UP '
003590         DISPLAY 'YOUR OWN CALCULATIONS.'
003600         GO TO 2000-EXIT
003610     END-IF.
003620     PERFORM 2300-DISPLAY-POSTING THRU 2300-EXIT.
003630     PERFORM 2400-SHOW-HOLD THRU 2400-EXIT.
003640     PERFORM 2500-SHOW-ADJUSTMENTS THRU 2500-EXIT.
003650 2000-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690*    2100-LOCATE-ACTIVE - SCAN THE ACTIVE CALC-LOG FOR THE      *
003700*    ENTRY POSTED UNDER THE SELECTED REFERENCE.                 *
003710*****************************************************************
003720 2100-LOCATE-ACTIVE.
003730     SET ENTRY-NOT-FOUND TO TRUE.
003740     SET LOG-NOT-EOF TO TRUE.
003750     OPEN INPUT CALC-LOG.
003760     IF CALCLOG-NOT-FOUND
003770         GO TO 2100-EXIT
003780     END-IF.
003790     IF NOT CALCLOG-OK
003800         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
003810             WK-CALCLOG-STATUS
003820         GO TO 2100-EXIT
003830     END-IF.
003840     PERFORM 2110-MATCH-LOG-RECORD THRU 2110-EXIT
003850         UNTIL LOG-EOF OR ENTRY-FOUND.
003860     CLOSE CALC-LOG.
003870 2100-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*    2110-MATCH-LOG-RECORD - COMPARE ONE CALC-LOG RECORD        *
003920*    AGAINST THE SELECTED REFERENCE.                            *
003930*****************************************************************
003940 2110-MATCH-LOG-RECORD.
003950     READ CALC-LOG
003960         AT END
003970             SET LOG-EOF TO TRUE
003980             GO TO 2110-EXIT
003990     END-READ.
004000     IF CL-REF = WK-SEL-REF
004010         SET ENTRY-FOUND TO TRUE
004020         MOVE 'CALC-LOG' TO WK-FOUND-ON
004030         MOVE CL-NAME TO WK-ORIG-NAME
004040         MOVE CL-DATE TO WK-ORIG-DATE
004050         MOVE CL-N01 TO WK-ORIG-N01
004060         MOVE CL-SIN TO WK-ORIG-SIN
004070         MOVE CL-N02 TO WK-ORIG-N02
004080         MOVE CL-RES TO WK-ORIG-RES
004090         MOVE CL-LEVEL TO WK-ORIG-LEVEL
004100         MOVE CL-REF TO WK-ORIG-REF
004105         MOVE CL-ACCOUNT TO WK-ORIG-ACCOUNT
004110     END-IF.
004120 2110-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160*    2200-LOCATE-ARCHIVE - THE REFERENCE IS NOT ON THE ACTIVE   *
004170*    LOG, SO ITS MONTH MAY HAVE BEEN CLOSED. SCAN CALCARCH. A   *
004180*    MISSING ARCHIVE JUST MEANS NO MONTH HAS EVER BEEN CLOSED.  *
004190*****************************************************************
004200 2200-LOCATE-ARCHIVE.
004210     SET ENTRY-NOT-FOUND TO TRUE.
004220     OPEN INPUT CALC-ARCH.
004230     IF ARCH-NOT-FOUND
004240         GO TO 2200-EXIT
004250     END-IF.
004260     IF NOT ARCH-OK
004270         DISPLAY 'ERROR OPENING CALCARCH - STATUS '
004280             WK-ARCH-STATUS
004290         GO TO 2200-EXIT
004300     END-IF.
004310     PERFORM 2210-MATCH-ARCH-RECORD THRU 2210-EXIT
004320         UNTIL ARCH-EOF OR ENTRY-FOUND.
004330     CLOSE CALC-ARCH.
004340 2200-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380*    2210-MATCH-ARCH-RECORD - COMPARE ONE ARCHIVED RECORD       *
004390*    AGAINST THE SELECTED REFERENCE.                            *
004400*****************************************************************
004410 2210-MATCH-ARCH-RECORD.
004420     READ CALC-ARCH
004430         AT END
004440             SET ARCH-EOF TO TRUE
004450             GO TO 2210-EXIT
004460     END-READ.
004470     IF CA-REF = WK-SEL-REF
004480         SET ENTRY-FOUND TO TRUE
004490         MOVE 'CALCARCH' TO WK-FOUND-ON
004500         MOVE CA-NAME TO WK-ORIG-NAME
004510         MOVE CA-DATE TO WK-ORIG-DATE
004520         MOVE CA-N01 TO WK-ORIG-N01
004530         MOVE CA-SIN TO WK-ORIG-SIN
004540         MOVE CA-N02 TO WK-ORIG-N02
004550         MOVE CA-RES TO WK-ORIG-RES
004560         MOVE CA-LEVEL TO WK-ORIG-LEVEL
004570         MOVE CA-REF TO WK-ORIG-REF
004575         MOVE CA-ACCOUNT TO WK-ORIG-ACCOUNT
004580     END-IF.
004590 2210-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    2300-DISPLAY-POSTING - SHOW THE POSTED ENTRY AND WHICH     *
004640*    FILE IT WAS FOUND ON.                                      *
004650*****************************************************************
004660 2300-DISPLAY-POSTING.
004670     DISPLAY SPACE.
004680     DISPLAY 'REFERENCE...............: ' WK-ORIG-REF.
004690     IF WK-FOUND-ON = 'CALC-LOG'
004700         DISPLAY 'FOUND ON................: CALC-LOG '
004710             '(OPEN PERIOD)'
004720     ELSE
004730         DISPLAY 'FOUND ON................: CALCARCH '
004740             '(CLOSED PERIOD)'
004750     END-IF.
004760     DISPLAY 'POSTED FOR..............: ' WK-ORIG-NAME.
004770     DISPLAY 'DATE....................: ' WK-ORIG-DAY '/'
004780         WK-ORIG-MONTH '/' WK-ORIG-YEAR.
004790     MOVE WK-ORIG-N01 TO WK-N01-MASK.
004800     MOVE WK-ORIG-N02 TO WK-N02-MASK.
004810     DISPLAY 'CALCULATION.............: ' WK-N01-MASK ' '
004820         WK-ORIG-SIN ' ' WK-N02-MASK.
004830     MOVE WK-ORIG-RES TO WK-RES-MASK.
004840     DISPLAY 'RESULT..................: ' WK-RES-MASK.
004850     DISPLAY 'LEVEL...................: ' WK-ORIG-LEVEL.
004855     DISPLAY 'ACCOUNT.................: ' WK-ORIG-ACCOUNT.
004860 2300-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900*    2400-SHOW-HOLD - SCAN THE CALCPEND QUEUE FOR THE APPROVED  *
004910*    HOLD THAT WAS POSTED UNDER THIS REFERENCE AND SHOW WHO     *
004920*    SUBMITTED IT AND WHO APPROVED IT, AND WHEN. NO MATCH       *
004930*    MEANS THE ENTRY WAS POSTED STRAIGHT TO CALC-LOG.           *
004940*****************************************************************
004950 2400-SHOW-HOLD.
004960     SET HOLD-NOT-FOUND TO TRUE.
004970     OPEN INPUT PENDING-CALC.
004980     IF PEND-NOT-FOUND
004990         DISPLAY 'APPROVAL................: NOT HELD - POSTED '
005000             'DIRECTLY'
005010         GO TO 2400-EXIT
005020     END-IF.
005030     IF NOT PEND-OK
005040         DISPLAY 'WARNING - ERROR OPENING CALCPEND - STATUS '
005050             WK-PEND-STATUS
005060         GO TO 2400-EXIT
005070     END-IF.
005080     PERFORM 2410-MATCH-HOLD-RECORD THRU 2410-EXIT
005090         UNTIL PEND-EOF OR HOLD-FOUND.
005100     CLOSE PENDING-CALC.
005110     IF HOLD-NOT-FOUND
005120         DISPLAY 'APPROVAL................: NOT HELD - POSTED '
005130             'DIRECTLY'
005140     END-IF.
005150 2400-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190*    2410-MATCH-HOLD-RECORD - COMPARE ONE QUEUE RECORD AGAINST  *
005200*    THE SELECTED REFERENCE AND SHOW THE DECISION IF IT IS THE  *
005210*    APPROVED HOLD BEHIND THE POSTING.                          *
005220*****************************************************************
005230 2410-MATCH-HOLD-RECORD.
005240     READ PENDING-CALC
005250         AT END
005260             SET PEND-EOF TO TRUE
005270             GO TO 2410-EXIT
005280     END-READ.
005290     IF NOT PD-APPROVED OR PD-POST-REF NOT = WK-SEL-REF
005300         GO TO 2410-EXIT
005310     END-IF.
005320     SET HOLD-FOUND TO TRUE.
005330     DISPLAY 'HELD FOR APPROVAL.......: ' PD-DAY '/'
005340         PD-MONTH '/' PD-YEAR ' SOURCE ' PD-SOURCE.
005350     DISPLAY 'APPROVED................: '
005360         PD-DEC-DATE(7:2) '/' PD-DEC-DATE(5:2) '/'
005370         PD-DEC-DATE(1:4) ' BY ' PD-DEC-ADMIN.
005380 2410-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420*    2500-SHOW-ADJUSTMENTS - SCAN THE CALCADJA AUDIT FILE AND   *
005430*    SHOW EVERY REVERSAL THAT NAMES THIS REFERENCE AS THE       *
005440*    ORIGINAL, THE REVERSAL OR THE CORRECTION.                  *
005450*****************************************************************
005460 2500-SHOW-ADJUSTMENTS.
005470     MOVE ZEROS TO WK-ADJ-COUNT.
005480     OPEN INPUT ADJUST-AUDIT.
005490     IF ADJAUDT-NOT-FOUND
005500         DISPLAY 'ADJUSTMENTS.............: NONE ON FILE'
005510         GO TO 2500-EXIT
005520     END-IF.
005530     IF NOT ADJAUDT-OK
005540         DISPLAY 'WARNING - ERROR OPENING CALCADJA - STATUS '
005550             WK-ADJAUDT-STATUS
005560         GO TO 2500-EXIT
005570     END-IF.
005580     PERFORM 2510-MATCH-ADJ-RECORD THRU 2510-EXIT
005590         UNTIL ADJAUDT-EOF.
005600     CLOSE ADJUST-AUDIT.
005610     IF WK-ADJ-COUNT = ZEROS
005620         DISPLAY 'ADJUSTMENTS.............: NONE ON FILE'
005630     END-IF.
005640 2500-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*    2510-MATCH-ADJ-RECORD - SHOW ONE AUDIT RECORD WHEN ANY OF  *
005690*    ITS THREE REFERENCES IS THE SELECTED ONE, SAYING WHICH     *
005700*    PART THIS REFERENCE PLAYED IN THE ADJUSTMENT.              *
005710*****************************************************************
005720 2510-MATCH-ADJ-RECORD.
005730     READ ADJUST-AUDIT
005740         AT END
005750             SET ADJAUDT-EOF TO TRUE
005760             GO TO 2510-EXIT
005770     END-READ.
005780     IF AJ-ORIG-REF NOT = WK-SEL-REF
005790             AND AJ-REV-REF NOT = WK-SEL-REF
005800             AND AJ-CORR-REF NOT = WK-SEL-REF
005810         GO TO 2510-EXIT
005820     END-IF.
005830     ADD 1 TO WK-ADJ-COUNT.
005840     DISPLAY SPACE.
005850     EVALUATE TRUE
005860         WHEN AJ-ORIG-REF = WK-SEL-REF
005870             DISPLAY 'ADJUSTMENT..............: THIS ENTRY WAS '
005880                 'REVERSED'
005890         WHEN AJ-REV-REF = WK-SEL-REF
005900             DISPLAY 'ADJUSTMENT..............: THIS ENTRY IS A '
005910                 'REVERSAL'
005920         WHEN OTHER
005930             DISPLAY 'ADJUSTMENT..............: THIS ENTRY IS A '
005940                 'CORRECTION'
005950     END-EVALUATE.
005960     DISPLAY 'ADJUSTED................: ' AJ-DAY '/'
005970         AJ-MONTH '/' AJ-YEAR ' BY ' AJ-ADMIN-ID.
005980     DISPLAY 'ORIGINAL REFERENCE......: ' AJ-ORIG-REF.
005990     DISPLAY 'REVERSAL REFERENCE......: ' AJ-REV-REF.
006000     IF AJ-CORR-REF = ZEROS
006010         DISPLAY 'CORRECTION REFERENCE....: NONE POSTED'
006020     ELSE
006030         DISPLAY 'CORRECTION REFERENCE....: ' AJ-CORR-REF
006040     END-IF.
006050     DISPLAY 'REASON..................: ' AJ-REASON.
006060 2510-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100*    9999-FINALIZE - CLOSE THE FILES AND END THE SESSION        *
006110*****************************************************************
006120 9999-FINALIZE.
006130     IF SECLOG-IS-OPEN
006140         CLOSE SECURITY-LOG
006150     END-IF.
006160     DISPLAY 'END OF REFERENCE INQUIRY SESSION.'.
006170 9999-EXIT.
006180     EXIT.
