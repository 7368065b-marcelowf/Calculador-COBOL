000320*                      AND A BAD CARD ENDS THE RUN WITH         *
000330*                      RETURN-CODE 8. NO PARAMETER FILE MEANS   *
000340*                      THE CONSOLE PROMPT AS BEFORE.            *
000350*    15/10/2026  JBF  WIDENED THE STAGING AND ARCHIVE RECORDS   *
000360*                      FOR THE NEW CL-ACCOUNT ACCOUNT CODE.     *
000370*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000380*                      JOBLOG JOB-RUN LOG. A FILE ERROR         *
000390*                      DURING THE CLOSE NOW ENDS THE RUN        *
000400*                      WITH RETURN-CODE 16.                     *
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. MTHCLOSE.
000440 AUTHOR. J. B. FONSECA.
000450 INSTALLATION. DATA PROCESSING DEPT.
000460 DATE-WRITTEN. 22/08/2026.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. GENERIC.
000520 OBJECT-COMPUTER. GENERIC.
000530 SPECIAL-NAMES.
000540     DECIMAL-POINT IS COMMA.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CALC-LOG ASSIGN TO 'CALCLOG'
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WK-CALCLOG-STATUS.
000610     SELECT CALC-ARCH ASSIGN TO 'CALCARCH'
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WK-ARCH-STATUS.
000640     SELECT CLOSE-WORK ASSIGN TO 'CLOSWORK'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WK-WORK-STATUS.
000670     SELECT ARCH-WORK ASSIGN TO 'ARCHWORK'
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-AWORK-STATUS.
000700     SELECT PERIOD-CONTROL ASSIGN TO 'PERDCTL'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WK-PERD-STATUS.
000730     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WK-PARAM-STATUS.
000760     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WK-JOBLOG-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CALC-LOG
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY CALCLOG.
000860
000870 FD  CALC-ARCH
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  CA-RECORD                   PIC X(69).
000910
000920 FD  CLOSE-WORK
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  CW-RECORD                   PIC X(69).
000960
000970 FD  ARCH-WORK
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  AW-RECORD                   PIC X(69).
001010
001020 FD  PERIOD-CONTROL
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY PERDCTL.
001060
001070 FD  PARAM-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  PM-CARD.
001110     05  PM-PERIOD               PIC X(06).
001120     05  FILLER                  PIC X(74).
001130
001140 FD  JOB-LOG
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY JOBLOG.
001180
001190 WORKING-STORAGE SECTION.
001200 COPY WSCALC.
001210
001220 77  WK-ARCH-STATUS              PIC X(02) VALUE ZEROS.
001230     88  ARCH-OK                     VALUE '00'.
001240     88  ARCH-NOT-FOUND              VALUE '35'.
001250
001260 77  WK-WORK-STATUS              PIC X(02) VALUE ZEROS.
001270     88  WORK-OK                     VALUE '00'.
001280     88  WORK-EOF                    VALUE '10'.
001290
001300 77  WK-AWORK-STATUS             PIC X(02) VALUE ZEROS.
001310     88  AWORK-OK                    VALUE '00'.
001320     88  AWORK-EOF                   VALUE '10'.
001330     88  AWORK-NOT-FOUND             VALUE '35'.
001340
001350 77  WK-PERD-STATUS              PIC X(02) VALUE ZEROS.
001360     88  PERD-OK                     VALUE '00'.
001370     88  PERD-EOF                    VALUE '10'.
001380     88  PERD-NOT-FOUND              VALUE '35'.
001390
001400 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001410     88  PARAM-OK                    VALUE '00'.
001420     88  PARAM-EOF                   VALUE '10'.
001430     88  PARAM-NOT-FOUND             VALUE '35'.
001440
001450 01  WK-PARAM-SWITCHES.
001460     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001470         88  PARAM-MODE              VALUE 'Y'.
001480         88  CONSOLE-MODE            VALUE 'N'.
001490     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001500         88  PARAM-CARD-VALID        VALUE 'Y'.
001510         88  PARAM-CARD-INVALID      VALUE 'N'.
001520
001530 01  WK-CLOSE-SWITCHES.
001540     05  WK-SW-PERIOD-OK         PIC X(01) VALUE 'N'.
001550         88  PERIOD-IS-VALID         VALUE 'Y'.
001560         88  PERIOD-IS-INVALID       VALUE 'N'.
001570     05  WK-SW-LOG-EOF           PIC X(01) VALUE 'N'.
001580         88  LOG-EOF                 VALUE 'Y'.
001590         88  LOG-NOT-EOF             VALUE 'N'.
001600
001610 01  WK-CLOSE-PERIOD-FIELDS.
001620     05  WK-PERIOD-TEXT          PIC X(06) VALUE SPACES.
001630     05  WK-CLOSE-PERIOD         PIC 9(06) VALUE ZEROS.
001640     05  WK-CLOSE-PERIOD-SPLIT REDEFINES WK-CLOSE-PERIOD.
001650         10  WK-CLOSE-YEAR       PIC 9(04).
001660         10  WK-CLOSE-MONTH      PIC 9(02).
001670     05  WK-CURR-PERIOD          PIC 9(06) VALUE ZEROS.
001680     05  WK-REC-PERIOD           PIC 9(06) VALUE ZEROS.
001690     05  WK-PC-PERIOD            PIC 9(06) VALUE ZEROS.
001700
001710 01  WK-CLOSE-COUNTS.
001720     05  WK-ARCHIVED-COUNT       PIC 9(07) VALUE ZEROS.
001730     05  WK-KEPT-COUNT           PIC 9(07) VALUE ZEROS.
001740     05  WK-ARCHIVED-TOTAL       PIC S9(11)V99 VALUE ZEROS.
001750
001760 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001770     88  JOBLOG-OK                   VALUE '00'.
001780     88  JOBLOG-NOT-FOUND            VALUE '35'.
001790
001800 01  WK-JOB-FIELDS.
001810     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
001820     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
001830     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
001840     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
001850     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
001860     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
001870
001880 01  WK-TIME-SYS.
001890     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
001900     03  FILLER                  PIC 9(02) VALUE ZEROS.
001910
001920 PROCEDURE DIVISION.
001930*****************************************************************
001940*    0000-MAINLINE - PROGRAM CONTROL                            *
001950*****************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     IF PERIOD-IS-VALID
001990         PERFORM 2000-SPLIT-LOG THRU 2000-EXIT
002000     END-IF.
002010     IF PERIOD-IS-VALID
002020         PERFORM 3000-REWRITE-LOG THRU 3000-EXIT
002030     END-IF.
002040     IF PERIOD-IS-VALID
002050         PERFORM 3500-APPEND-ARCHIVE THRU 3500-EXIT
002060     END-IF.
002070     IF PERIOD-IS-VALID
002080         PERFORM 4000-RECORD-CLOSE THRU 4000-EXIT
002090         PERFORM 9999-FINALIZE THRU 9999-EXIT
002100     END-IF.
002110     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
002120     STOP RUN.
002130
002140*****************************************************************
002150*    1000-INITIALIZE - ACCEPT AND VALIDATE THE PERIOD TO BE     *
002160*    CLOSED. ONLY A COMPLETED MONTH THAT IS NOT ALREADY ON      *
002170*    THE PERIOD-CONTROL FILE MAY BE CLOSED.                     *
002180*****************************************************************
002190 1000-INITIALIZE.
002200     ACCEPT WK-DATE FROM DATE YYYYMMDD.
002210     COMPUTE WK-CURR-PERIOD =
002220         WK-YEAR-SYS * 100 + WK-MONTH-SYS.
002230     DISPLAY '*** CALC-LOG MONTH-END CLOSE ***'.
002240     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
002250     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
002260     IF PARAM-MODE AND PARAM-CARD-INVALID
002270         DISPLAY 'PARAMETER CARD INVALID - CLOSE ABANDONED.'
002280         MOVE 8 TO RETURN-CODE
002290         SET PERIOD-IS-INVALID TO TRUE
002300         GO TO 1000-EXIT
002310     END-IF.
002320     IF PARAM-MODE
002330         DISPLAY 'PERIOD TO CLOSE (FROM PARAMETER CARD): '
002340             WK-PERIOD-TEXT
002350     ELSE
002360         DISPLAY 'PERIOD TO CLOSE (YYYYMM): '
002370             WITH NO ADVANCING
002380         ACCEPT WK-PERIOD-TEXT
002390         MOVE WK-PERIOD-TEXT TO WK-JOB-PARAMS
002400     END-IF.
002410     SET PERIOD-IS-INVALID TO TRUE.
002420     IF WK-PERIOD-TEXT IS NUMERIC
002430         MOVE WK-PERIOD-TEXT TO WK-CLOSE-PERIOD
002440         IF WK-CLOSE-MONTH > 00 AND WK-CLOSE-MONTH < 13
002450             SET PERIOD-IS-VALID TO TRUE
002460         END-IF
002470     END-IF.
002480     IF PERIOD-IS-INVALID
002490         DISPLAY 'INVALID PERIOD - USE YYYYMM - CLOSE ABANDONED.'
002500         IF PARAM-MODE
002510             MOVE 8 TO RETURN-CODE
002520         END-IF
002530         GO TO 1000-EXIT
002540     END-IF.
002550     IF WK-CLOSE-PERIOD NOT < WK-CURR-PERIOD
002560         DISPLAY 'MAY NOT CLOSE THE CURRENT OR A FUTURE PERIOD.'
002570         SET PERIOD-IS-INVALID TO TRUE
002580         IF PARAM-MODE
002590             MOVE 8 TO RETURN-CODE
002600         END-IF
002610         GO TO 1000-EXIT
002620     END-IF.
002630     PERFORM 1100-CHECK-ALREADY-CLOSED THRU 1100-EXIT.
002640     IF PERIOD-IS-VALID
002650         PERFORM 1200-CHECK-LEFTOVER-STAGING THRU 1200-EXIT
002660     END-IF.
002670 1000-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
002720*    PARAMETER FILE. A MISSING FILE MEANS THE CONSOLE PROMPT    *
002730*    AS BEFORE. CARD LAYOUT: COLS 1-6 PERIOD TO CLOSE YYYYMM.   *
002740*    THE PERIOD ITSELF IS VALIDATED BY THE SHARED CHECKS IN     *
002750*    1000-INITIALIZE, EXACTLY AS THE CONSOLE PATH IS.           *
002760*****************************************************************
002770 1050-READ-PARAM-CARD.
002780     SET CONSOLE-MODE TO TRUE.
002790     SET PARAM-CARD-VALID TO TRUE.
002800     OPEN INPUT PARAM-FILE.
002810     IF PARAM-NOT-FOUND
002820         GO TO 1050-EXIT
002830     END-IF.
002840     IF NOT PARAM-OK
002850         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
002860             WK-PARAM-STATUS
002870         SET PARAM-MODE TO TRUE
002880         SET PARAM-CARD-INVALID TO TRUE
002890         GO TO 1050-EXIT
002900     END-IF.
002910     SET PARAM-MODE TO TRUE.
002920     READ PARAM-FILE
002930         AT END
002940             DISPLAY 'PARAMETER FILE IS EMPTY.'
002950             SET PARAM-CARD-INVALID TO TRUE
002960             CLOSE PARAM-FILE
002970             GO TO 1050-EXIT
002980     END-READ.
002990     MOVE PM-PERIOD TO WK-PERIOD-TEXT.
003000     MOVE PM-CARD TO WK-JOB-PARAMS.
003010     CLOSE PARAM-FILE.
003020 1050-EXIT.
003030     EXIT.
003040
003050*****************************************************************
003060*    1100-CHECK-ALREADY-CLOSED - SCAN THE PERIOD-CONTROL FILE   *
003070*    AND REFUSE A PERIOD THAT IS ALREADY CLOSED.                *
003080*****************************************************************
003090 1100-CHECK-ALREADY-CLOSED.
003100     OPEN INPUT PERIOD-CONTROL.
003110     IF PERD-NOT-FOUND
003120         GO TO 1100-EXIT
003130     END-IF.
003140     IF NOT PERD-OK
003150         DISPLAY 'ERROR OPENING PERDCTL - STATUS ' WK-PERD-STATUS
003160         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
003170     END-IF.
003180     PERFORM 1110-CHECK-ONE-PERIOD THRU 1110-EXIT
003190         UNTIL PERD-EOF OR PERIOD-IS-INVALID.
003200     CLOSE PERIOD-CONTROL.
003210 1100-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250*    1110-CHECK-ONE-PERIOD - COMPARE ONE PERIOD-CONTROL         *
003260*    RECORD AGAINST THE PERIOD BEING CLOSED.                    *
003270*****************************************************************
003280 1110-CHECK-ONE-PERIOD.
003290     READ PERIOD-CONTROL
003300         AT END
003310             SET PERD-EOF TO TRUE
003320             GO TO 1110-EXIT
003330     END-READ.
003340     COMPUTE WK-PC-PERIOD = PC-YEAR * 100 + PC-MONTH.
003350     IF WK-PC-PERIOD = WK-CLOSE-PERIOD
003360         DISPLAY 'PERIOD ' WK-CLOSE-PERIOD ' IS ALREADY CLOSED.'
003370         SET PERIOD-IS-INVALID TO TRUE
003380         IF PARAM-MODE
003390             MOVE 8 TO RETURN-CODE
003400         END-IF
003410     END-IF.
003420 1110-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    1200-CHECK-LEFTOVER-STAGING - AN ABANDONED CLOSE LEAVES    *
003470*    THE MONTH'S ONLY COMPLETE COPY ON THE ARCHWORK STAGING     *
003480*    FILE (3500 EMPTIES IT AFTER A SUCCESSFUL APPEND). REFUSE   *
003490*    TO RUN - AND SO TO TRUNCATE THE SCRATCH FILES - UNTIL      *
003500*    THOSE RECORDS HAVE BEEN RECOVERED.                         *
003510*****************************************************************
003520 1200-CHECK-LEFTOVER-STAGING.
003530     OPEN INPUT ARCH-WORK.
003540     IF AWORK-NOT-FOUND
003550         GO TO 1200-EXIT
003560     END-IF.
003570     IF NOT AWORK-OK
003580         DISPLAY 'ERROR CHECKING ARCHWORK - STATUS '
003590             WK-AWORK-STATUS ' - CLOSE ABANDONED.'
003600         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
003610     END-IF.
003620     READ ARCH-WORK
003630         AT END
003640             CLOSE ARCH-WORK
003650             GO TO 1200-EXIT
003660     END-READ.
003670     DISPLAY 'PRIOR CLOSE LEFT RECORDS ON ARCHWORK - RECOVER '
003680     DISPLAY 'THEM BEFORE CLOSING - CLOSE ABANDONED.'
003690     SET PERIOD-IS-INVALID TO TRUE.
003700     IF PARAM-MODE
003710         MOVE 8 TO RETURN-CODE
003720     END-IF.
003730     CLOSE ARCH-WORK.
003740 1200-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780*    1900-ABANDON-RUN - A FILE COULD NOT BE OPENED, READ OR     *
003790*    WRITTEN. LOG THE END OF THE RUN AND STOP WITH RC 16.       *
003800*****************************************************************
003810 1900-ABANDON-RUN.
003820     DISPLAY 'MONTH-END CLOSE ABANDONED.'.
003830     MOVE 16 TO RETURN-CODE.
003840     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003850     STOP RUN.
003860 1900-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    2000-SPLIT-LOG - PASS 1. READ THE ACTIVE CALC-LOG AND      *
003910*    SPLIT IT: THE CLOSED MONTH'S RECORDS ARE STAGED ON THE     *
003920*    ARCH-WORK SCRATCH FILE, EVERYTHING ELSE GOES TO THE        *
003930*    CLOSE-WORK FILE. NOTHING TOUCHES CALCARCH UNTIL EVERY      *
003940*    PASS HAS COMPLETED - SEE 3500-APPEND-ARCHIVE.              *
003950*****************************************************************
003960 2000-SPLIT-LOG.
003970     OPEN INPUT CALC-LOG.
003980     IF NOT CALCLOG-OK
003990         DISPLAY 'ERROR OPENING CALCLOG - STATUS '
004000             WK-CALCLOG-STATUS
004010         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004020     END-IF.
004030     OPEN OUTPUT ARCH-WORK.
004040     IF NOT AWORK-OK
004050         DISPLAY 'ERROR OPENING ARCHWORK - STATUS '
004060             WK-AWORK-STATUS
004070         CLOSE CALC-LOG
004080         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004090     END-IF.
004100     OPEN OUTPUT CLOSE-WORK.
004110     IF NOT WORK-OK
004120         DISPLAY 'ERROR OPENING CLOSWORK - STATUS '
004130             WK-WORK-STATUS
004140         CLOSE CALC-LOG
004150         CLOSE ARCH-WORK
004160         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004170     END-IF.
004180     PERFORM 2100-SPLIT-ONE-RECORD THRU 2100-EXIT
004190         UNTIL LOG-EOF OR PERIOD-IS-INVALID.
004200     CLOSE CALC-LOG.
004210     CLOSE ARCH-WORK.
004220     CLOSE CLOSE-WORK.
004230     IF PERIOD-IS-VALID AND WK-ARCHIVED-COUNT = ZEROS
004240         DISPLAY 'NO RECORDS FOUND FOR PERIOD - CLOSE ABANDONED.'
004250         SET PERIOD-IS-INVALID TO TRUE
004260     END-IF.
004270 2000-EXIT.
004280     EXIT.
004290
004300*****************************************************************
004310*    2100-SPLIT-ONE-RECORD - ROUTE ONE CALC-LOG RECORD TO THE   *
004320*    ARCHIVE SCRATCH OR TO THE CLOSE-WORK FILE BY ITS PERIOD.   *
004330*****************************************************************
004340 2100-SPLIT-ONE-RECORD.
004350     READ CALC-LOG
004360         AT END
004370             SET LOG-EOF TO TRUE
004380             GO TO 2100-EXIT
004390     END-READ.
004400     COMPUTE WK-REC-PERIOD = CL-YEAR * 100 + CL-MONTH.
004410     IF WK-REC-PERIOD = WK-CLOSE-PERIOD
004420         WRITE AW-RECORD FROM CL-RECORD
004430         IF NOT AWORK-OK
004440             DISPLAY 'ERROR - ARCHWORK WRITE FAILED - STATUS '
004450                 WK-AWORK-STATUS ' - CLOSE ABANDONED.'
004460             CLOSE CALC-LOG
004470             CLOSE ARCH-WORK
004480             CLOSE CLOSE-WORK
004490             PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004500         END-IF
004510         ADD 1 TO WK-ARCHIVED-COUNT
004520         ADD CL-RES TO WK-ARCHIVED-TOTAL
004530     ELSE
004540         WRITE CW-RECORD FROM CL-RECORD
004550         IF NOT WORK-OK
004560             DISPLAY 'ERROR - CLOSWORK WRITE FAILED - STATUS '
004570                 WK-WORK-STATUS ' - CLOSE ABANDONED.'
004580             CLOSE CALC-LOG
004590             CLOSE ARCH-WORK
004600             CLOSE CLOSE-WORK
004610             PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004620         END-IF
004630         ADD 1 TO WK-KEPT-COUNT
004640     END-IF.
004650 2100-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690*    3000-REWRITE-LOG - PASS 2. REWRITE THE ACTIVE CALC-LOG     *
004700*    FROM THE CLOSE-WORK FILE, LEAVING ONLY THE OPEN-PERIOD     *
004710*    RECORDS ON IT.                                             *
004720*****************************************************************
004730 3000-REWRITE-LOG.
004740     OPEN INPUT CLOSE-WORK.
004750     IF NOT WORK-OK
004760         DISPLAY 'ERROR REOPENING CLOSWORK - STATUS '
004770             WK-WORK-STATUS
004780         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004790     END-IF.
004800     OPEN OUTPUT CALC-LOG.
004810     IF NOT CALCLOG-OK
004820         DISPLAY 'ERROR REWRITING CALCLOG - STATUS '
004830             WK-CALCLOG-STATUS
004840         CLOSE CLOSE-WORK
004850         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
004860     END-IF.
004870     PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
004880         UNTIL WORK-EOF OR PERIOD-IS-INVALID.
004890     CLOSE CLOSE-WORK.
004900     CLOSE CALC-LOG.
004910 3000-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*    3100-COPY-ONE-RECORD - COPY ONE KEPT RECORD BACK TO THE    *
004960*    ACTIVE CALC-LOG.                                           *
004970*****************************************************************
004980 3100-COPY-ONE-RECORD.
004990     READ CLOSE-WORK
005000         AT END
005010             SET WORK-EOF TO TRUE
005020             GO TO 3100-EXIT
005030     END-READ.
005040     WRITE CL-RECORD FROM CW-RECORD.
005050     IF NOT CALCLOG-OK
005060         DISPLAY 'ERROR - CALCLOG WRITE FAILED - STATUS '
005070             WK-CALCLOG-STATUS ' - CLOSE ABANDONED -'
005080         DISPLAY 'OPEN-PERIOD RECORDS REMAIN ON CLOSWORK.'
005090         CLOSE CLOSE-WORK
005100         CLOSE CALC-LOG
005110         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005120     END-IF.
005130 3100-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170*    3500-APPEND-ARCHIVE - PASS 3. WITH THE SPLIT AND THE       *
005180*    REWRITE BOTH COMPLETE, APPEND THE STAGED MONTH FROM        *
005190*    ARCH-WORK TO CALCARCH IN ONE PIECE. ON A FAILURE HERE      *
005200*    THE CLOSE IS NOT RECORDED AND THE MONTH'S RECORDS STAY     *
005210*    ON ARCHWORK - DO NOT DELETE IT UNTIL RECOVERED. ON         *
005220*    SUCCESS THE STAGING FILE IS EMPTIED, SO A NON-EMPTY        *
005230*    ARCHWORK ALWAYS MEANS AN UNRECOVERED ABANDONED CLOSE       *
005240*    AND 1200-CHECK-LEFTOVER-STAGING REFUSES THE NEXT RUN.      *
005250*****************************************************************
005260 3500-APPEND-ARCHIVE.
005270     OPEN INPUT ARCH-WORK.
005280     IF NOT AWORK-OK
005290         DISPLAY 'ERROR REOPENING ARCHWORK - STATUS '
005300             WK-AWORK-STATUS ' - CLOSE NOT RECORDED.'
005310         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005320     END-IF.
005330     OPEN EXTEND CALC-ARCH.
005340     IF ARCH-NOT-FOUND
005350         OPEN OUTPUT CALC-ARCH
005360     END-IF.
005370     IF NOT ARCH-OK
005380         DISPLAY 'ERROR OPENING CALCARCH - STATUS '
005390             WK-ARCH-STATUS ' - CLOSE NOT RECORDED -'
005400         DISPLAY 'CLOSED RECORDS REMAIN ON ARCHWORK.'
005410         CLOSE ARCH-WORK
005420         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005430     END-IF.
005440     PERFORM 3510-APPEND-ONE-RECORD THRU 3510-EXIT
005450         UNTIL AWORK-EOF OR PERIOD-IS-INVALID.
005460     CLOSE ARCH-WORK.
005470     CLOSE CALC-ARCH.
005480     IF PERIOD-IS-VALID
005490         OPEN OUTPUT ARCH-WORK
005500         CLOSE ARCH-WORK
005510     END-IF.
005520 3500-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560*    3510-APPEND-ONE-RECORD - COPY ONE STAGED RECORD TO THE     *
005570*    ARCHIVE.                                                   *
005580*****************************************************************
005590 3510-APPEND-ONE-RECORD.
005600     READ ARCH-WORK
005610         AT END
005620             SET AWORK-EOF TO TRUE
005630             GO TO 3510-EXIT
005640     END-READ.
005650     WRITE CA-RECORD FROM AW-RECORD.
005660     IF NOT ARCH-OK
005670         DISPLAY 'ERROR - CALCARCH WRITE FAILED - STATUS '
005680             WK-ARCH-STATUS ' - CLOSE NOT RECORDED -'
005690         DISPLAY 'CLOSED RECORDS REMAIN ON ARCHWORK.'
005700         CLOSE ARCH-WORK
005710         CLOSE CALC-ARCH
005720         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005730     END-IF.
005740 3510-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780*    4000-RECORD-CLOSE - APPEND THE CLOSED PERIOD TO THE        *
005790*    PERIOD-CONTROL FILE WITH THE ARCHIVE CONTROL TOTALS.       *
005800*****************************************************************
005810 4000-RECORD-CLOSE.
005820     OPEN EXTEND PERIOD-CONTROL.
005830     IF PERD-NOT-FOUND
005840         OPEN OUTPUT PERIOD-CONTROL
005850     END-IF.
005860     IF NOT PERD-OK
005870         DISPLAY 'ERROR OPENING PERDCTL - STATUS ' WK-PERD-STATUS
005880         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005890     END-IF.
005900     MOVE WK-CLOSE-YEAR TO PC-YEAR.
005910     MOVE WK-CLOSE-MONTH TO PC-MONTH.
005920     MOVE WK-DATE TO PC-CLOSED-DATE.
005930     MOVE WK-ARCHIVED-COUNT TO PC-ARCHIVE-COUNT.
005940     MOVE WK-ARCHIVED-TOTAL TO PC-ARCHIVE-TOTAL.
005950     WRITE PC-RECORD.
005960     IF NOT PERD-OK
005970         DISPLAY 'ERROR - PERDCTL WRITE FAILED - STATUS '
005980             WK-PERD-STATUS ' - CLOSE NOT RECORDED.'
005990         CLOSE PERIOD-CONTROL
006000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006010     END-IF.
006020     CLOSE PERIOD-CONTROL.
006030 4000-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    9999-FINALIZE - REPORT THE CLOSE TOTALS                    *
006080*****************************************************************
006090 9999-FINALIZE.
006100     DISPLAY 'PERIOD CLOSED..........: ' WK-CLOSE-PERIOD.
006110     DISPLAY 'RECORDS ARCHIVED.......: ' WK-ARCHIVED-COUNT.
006120     DISPLAY 'RECORDS KEPT ON LOG....: ' WK-KEPT-COUNT.
006130 9999-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
006180*    RUN TO THE SHARED JOB-RUN LOG.                             *
006190*****************************************************************
006200 9800-LOG-JOB-START.
006210     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
006220     ACCEPT WK-TIME-SYS FROM TIME.
006230     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
006240     MOVE SPACES TO JL-RECORD.
006250     MOVE 'MTHCLOSE' TO JL-PROGRAM.
006260     SET JL-START-REC TO TRUE.
006270     MOVE WK-JOB-START-DATE TO JL-START-DATE.
006280     MOVE WK-JOB-START-TIME TO JL-START-TIME.
006290     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
006300     MOVE WK-JOB-PARAMS TO JL-PARAMS.
006310     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
006320         JL-REJECT-COUNT JL-RETURN-CODE.
006330     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
006340 9800-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
006390*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
006400*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
006410*****************************************************************
006420 9810-LOG-JOB-END.
006430     COMPUTE WK-JOB-READ-COUNT =
006440         WK-ARCHIVED-COUNT + WK-KEPT-COUNT.
006450     MOVE WK-ARCHIVED-COUNT TO WK-JOB-WRITTEN-COUNT.
006460     MOVE SPACES TO JL-RECORD.
006470     MOVE 'MTHCLOSE' TO JL-PROGRAM.
006480     SET JL-END-REC TO TRUE.
006490     MOVE WK-JOB-START-DATE TO JL-START-DATE.
006500     MOVE WK-JOB-START-TIME TO JL-START-TIME.
006510     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
006520     ACCEPT WK-TIME-SYS FROM TIME.
006530     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
006540     MOVE WK-JOB-PARAMS TO JL-PARAMS.
006550     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
006560     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
006570     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
006580     MOVE RETURN-CODE TO JL-RETURN-CODE.
006590     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
006600 9810-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
006650*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
006660*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
006670*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
006680*    WARNING - IT NEVER STOPS THE RUN.                          *
006690*****************************************************************
006700 9820-WRITE-JOB-LOG.
006710     OPEN EXTEND JOB-LOG.
006720     IF JOBLOG-NOT-FOUND
006730         OPEN OUTPUT JOB-LOG
006740     END-IF.
006750     IF NOT JOBLOG-OK
006760         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
006770             WK-JOBLOG-STATUS
006780         GO TO 9820-EXIT
006790     END-IF.
006800     WRITE JL-RECORD.
006810     IF NOT JOBLOG-OK
006820         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
006830             WK-JOBLOG-STATUS
006840     END-IF.
006850     CLOSE JOB-LOG.
006860 9820-EXIT.
006870     EXIT.
