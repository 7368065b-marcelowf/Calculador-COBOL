000010*****************************************************************
000020*    PROGRAM-ID  : CSVIMP                                       *
000030*    AUTHOR      : J. B. FONSECA                                *
000040*    INSTALLATION: DATA PROCESSING DEPT                         *
000050*    DATE-WRITTEN: 15/10/2026                                   *
000060*    PURPOSE     : SPREADSHEET IMPORT. READS A DEPARTMENT'S     *
000070*                  SEMICOLON-DELIMITED CALCULATION SHEET        *
000080*                  (CSVIN) IN THE CONVENTIONS CALCEXT WRITES    *
000090*                  - ONE ROW PER CALCULATION, LEADING SIGN,     *
000100*                  PERIOD DECIMAL POINT - AND BUILDS A          *
000110*                  COMPLETE BATCHTX-LAYOUT FILE FOR CALCBAT,    *
000120*                  SO THE SHEET NO LONGER HAS TO BE RE-KEYED    *
000130*                  THROUGH TXNENTRY. ROW LAYOUT:                *
000140*                    D;USER ID;N01;SIN;N02;ACCOUNT              *
000150*                  EG  D;MARIAS;+0000123.45;*;+0000002.00;OPS1  *
000160*                  THE NAME AND LEVEL ON EACH DETAIL COME FROM  *
000170*                  THE USER MASTER, AS THEY DO FOR AN OPERATOR  *
000180*                  LOGGED ON TO TXNENTRY, AND EVERY ROW GETS    *
000190*                  TXNENTRY'S OPERAND, OPERATOR, LEVEL,         *
000200*                  AUTHORIZATION AND ACCOUNT EDITS. A ROW THAT  *
000210*                  FAILS IS LEFT OUT OF THE BATCH AND PRINTED   *
000220*                  ON THE IMPORT-EXCEPTIONS LIST (IMPRPT) WITH  *
000230*                  ITS SPREADSHEET ROW NUMBER, A REASON CODE    *
000240*                  (THE CALCBAT REJECT CODE WHERE THERE IS ONE) *
000250*                  AND THE ROW AS RECEIVED. A FIRST ROW THAT IS *
000260*                  NOT A D ROW IS TAKEN AS THE SHEET'S COLUMN   *
000270*                  HEADINGS AND SKIPPED; BLANK ROWS ARE         *
000280*                  SKIPPED. THE OUTPUT CARRIES AN H HEADER      *
000290*                  WITH THE DATE, SOURCE AND BT-HDR-SEQ, THE D  *
000300*                  DETAILS, AND A T TRAILER WITH THE COUNT AND  *
000310*                  HASH TOTALS OF THE DETAILS WRITTEN.          *
000320*                  OPTIONAL PARMCARD - COLS 1-8 SOURCE (BLANK = *
000330*                  CSVIMP), 9-12 BATCH SEQUENCE (BLANK = 0001). *
000340*                  RETURN CODES: 0 CLEAN, 4 EXCEPTIONS LISTED   *
000350*                  OR NOTHING IMPORTED, 8 BAD PARAMETER CARD,   *
000360*                  16 FILE ERROR (NO TRAILER IS WRITTEN AFTER A *
000370*                  BATCHTXN WRITE FAILURE, SO CALCBAT REFUSES   *
000380*                  THE PARTIAL FILE).                           *
000390*    MODIFICATION HISTORY                                       *
000400*    -------------------                                        *
000410*    15/10/2026  JBF  ORIGINAL PROGRAM.                         *
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. CSVIMP.
000450 AUTHOR. J. B. FONSECA.
000460 INSTALLATION. DATA PROCESSING DEPT.
000470 DATE-WRITTEN. 15/10/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. GENERIC.
000530 OBJECT-COMPUTER. GENERIC.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CSV-IN ASSIGN TO 'CSVIN'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WK-CSVIN-STATUS.
000620     SELECT BATCH-TXN ASSIGN TO 'BATCHTXN'
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WK-BATCH-STATUS.
000650     SELECT USER-MASTER ASSIGN TO 'USERMAST'
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS USR-ID
000690         FILE STATUS IS WK-USRMAST-STATUS.
000700     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS AC-CODE
000740         FILE STATUS IS WK-ACCTMAST-STATUS.
000750     SELECT PARAM-FILE ASSIGN TO 'PARMCARD'
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WK-PARAM-STATUS.
000780     SELECT REPORT-OUT ASSIGN TO 'IMPRPT'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WK-REPORT-STATUS.
000810     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WK-JOBLOG-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CSV-IN
000880     LABEL RECORDS ARE STANDARD.
000890 01  CI-LINE                     PIC X(200).
000900
000910 FD  BATCH-TXN
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY BATCHTX.
000950
000960 FD  USER-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980 COPY USRMAST.
000990
001000 FD  ACCOUNT-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020 COPY ACCTMAST.
001030
001040 FD  PARAM-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  PM-CARD.
001080     05  PM-SOURCE               PIC X(08).
001090     05  PM-SEQ                  PIC X(04).
001100     05  FILLER                  PIC X(68).
001110
001120 FD  REPORT-OUT
001130     LABEL RECORDS ARE STANDARD.
001140 01  RO-LINE                     PIC X(80).
001150
001160 FD  JOB-LOG
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY JOBLOG.
001200
001210 WORKING-STORAGE SECTION.
001220 COPY WSCALC.
001230
001240 77  WK-CSVIN-STATUS             PIC X(02) VALUE ZEROS.
001250     88  CSVIN-OK                    VALUE '00'.
001260     88  CSVIN-EOF                   VALUE '10'.
001270
001280 77  WK-BATCH-STATUS             PIC X(02) VALUE ZEROS.
001290     88  BATCH-OK                    VALUE '00'.
001300
001310 77  WK-USRMAST-STATUS           PIC X(02) VALUE ZEROS.
001320     88  USRMAST-OK                  VALUE '00'.
001330
001340 77  WK-ACCTMAST-STATUS          PIC X(02) VALUE ZEROS.
001350     88  ACCTMAST-OK                 VALUE '00'.
001360
001370 77  WK-PARAM-STATUS             PIC X(02) VALUE ZEROS.
001380     88  PARAM-OK                    VALUE '00'.
001390     88  PARAM-EOF                   VALUE '10'.
001400     88  PARAM-NOT-FOUND             VALUE '35'.
001410
001420 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
001430     88  REPORT-OK                   VALUE '00'.
001440
001450 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001460     88  JOBLOG-OK                   VALUE '00'.
001470     88  JOBLOG-NOT-FOUND            VALUE '35'.
001480
001490 01  WK-PARAM-SWITCHES.
001500     05  WK-SW-PARAM-MODE        PIC X(01) VALUE 'N'.
001510         88  PARAM-MODE              VALUE 'Y'.
001520         88  CONSOLE-MODE            VALUE 'N'.
001530     05  WK-SW-PARAM-OK          PIC X(01) VALUE 'Y'.
001540         88  PARAM-CARD-VALID        VALUE 'Y'.
001550         88  PARAM-CARD-INVALID      VALUE 'N'.
001560
001570 01  WK-IMPORT-SWITCHES.
001580     05  WK-SW-FIRST-ROW         PIC X(01) VALUE 'Y'.
001590         88  FIRST-ROW-PENDING       VALUE 'Y'.
001600         88  FIRST-ROW-DONE          VALUE 'N'.
001610     05  WK-SW-ROW-OK            PIC X(01) VALUE 'Y'.
001620         88  ROW-IS-VALID            VALUE 'Y'.
001630         88  ROW-IS-INVALID          VALUE 'N'.
001640     05  WK-SW-ROW-OVERFLOW      PIC X(01) VALUE 'N'.
001650         88  ROW-HAS-OVERFLOW        VALUE 'Y'.
001660         88  ROW-NO-OVERFLOW         VALUE 'N'.
001670     05  WK-SW-BATCH-FAILED      PIC X(01) VALUE 'N'.
001680         88  BATCH-WRITE-FAILED      VALUE 'Y'.
001690         88  BATCH-WRITE-GOOD        VALUE 'N'.
001700     05  WK-SW-USER-FOUND        PIC X(01) VALUE 'N'.
001710         88  USER-FOUND              VALUE 'Y'.
001720         88  USER-NOT-FOUND          VALUE 'N'.
001730     05  WK-SW-ACCOUNT-FOUND     PIC X(01) VALUE 'N'.
001740         88  ACCOUNT-FOUND           VALUE 'Y'.
001750         88  ACCOUNT-NOT-FOUND       VALUE 'N'.
001760
001770 77  WK-SOURCE                   PIC X(08) VALUE SPACES.
001780 77  WK-BATCH-SEQ                PIC 9(04) VALUE ZEROS.
001790
001800*****************************************************************
001810*    ONE SPREADSHEET ROW SPLIT AT THE SEMICOLONS. EACH FIELD IS *
001820*    ONE BYTE WIDER THAN ITS LONGEST VALID VALUE SO AN OVERLONG *
001830*    ENTRY SHOWS UP AS A NON-BLANK LAST BYTE INSTEAD OF BEING   *
001840*    SILENTLY CUT SHORT.                                        *
001850*****************************************************************
001860 01  WK-CSV-FIELDS.
001870     05  WK-CF-TYPE              PIC X(10) VALUE SPACES.
001880     05  WK-CF-USER              PIC X(09) VALUE SPACES.
001890     05  WK-CF-N01               PIC X(16) VALUE SPACES.
001900     05  WK-CF-SIN               PIC X(02) VALUE SPACES.
001910     05  WK-CF-N02               PIC X(16) VALUE SPACES.
001920     05  WK-CF-ACCOUNT           PIC X(07) VALUE SPACES.
001930     05  WK-CF-EXTRA             PIC X(20) VALUE SPACES.
001940
001950 77  WK-FIELD-COUNT              PIC 9(02) VALUE ZEROS.
001960 77  WK-ROW-NUMBER               PIC 9(05) VALUE ZEROS.
001970
001980 01  WK-ROW-ERROR.
001990     05  WK-ERR-CODE             PIC X(03) VALUE SPACES.
002000     05  WK-ERR-TEXT             PIC X(50) VALUE SPACES.
002010
002020*****************************************************************
002030*    AMOUNT EDIT WORK AREA - ONE OPERAND AS IT CAME OFF THE     *
002040*    SHEET, SCANNED A CHARACTER AT A TIME.                      *
002050*****************************************************************
002060 77  WK-AMT-TEXT                 PIC X(16) VALUE SPACES.
002070 77  WK-AMT-SUB                  PIC 9(02) VALUE ZEROS.
002080 77  WK-AMT-CHAR                 PIC X(01) VALUE SPACES.
002090 77  WK-AMT-DIGIT REDEFINES WK-AMT-CHAR
002100                                 PIC 9(01).
002110 77  WK-AMT-SIGN                 PIC X(01) VALUE SPACES.
002120 77  WK-AMT-SIGN-COUNT           PIC 9(01) VALUE ZEROS.
002130 77  WK-AMT-INT-DIGITS           PIC 9(02) VALUE ZEROS.
002140 77  WK-AMT-DEC-DIGITS           PIC 9(02) VALUE ZEROS.
002150 77  WK-AMT-INT                  PIC 9(07) VALUE ZEROS.
002160 77  WK-AMT-DEC                  PIC 9(02) VALUE ZEROS.
002170 77  WK-AMT-VALUE                PIC S9(05)V99 VALUE ZEROS.
002180 77  WK-AMT-ERROR                PIC X(34) VALUE SPACES.
002190 77  WK-SW-AMT-OK                PIC X(01) VALUE 'N'.
002200     88  AMOUNT-IS-VALID             VALUE 'Y'.
002210     88  AMOUNT-IS-INVALID           VALUE 'N'.
002220 77  WK-SW-AMT-POINT             PIC X(01) VALUE 'N'.
002230     88  SEEN-POINT                  VALUE 'Y'.
002240     88  NOT-SEEN-POINT              VALUE 'N'.
002250 77  WK-SW-AMT-COMMA             PIC X(01) VALUE 'N'.
002260     88  SEEN-COMMA                  VALUE 'Y'.
002270     88  NOT-SEEN-COMMA              VALUE 'N'.
002280 77  WK-SW-AMT-TRAIL-SP          PIC X(01) VALUE 'N'.
002290     88  SEEN-TRAILING-SPACE         VALUE 'Y'.
002300     88  NOT-SEEN-TRAILING-SPACE     VALUE 'N'.
002310 77  WK-SW-AMT-BAD-CHAR          PIC X(01) VALUE 'N'.
002320     88  BAD-CHAR-FOUND              VALUE 'Y'.
002330     88  BAD-CHAR-NOT-FOUND          VALUE 'N'.
002340
002350 01  WK-BUILD-TOTALS.
002360     05  WK-TXN-COUNT            PIC 9(07) VALUE ZEROS.
002370     05  WK-HASH-N01             PIC S9(09)V99 VALUE ZEROS.
002380     05  WK-HASH-N02             PIC S9(09)V99 VALUE ZEROS.
002390
002400 01  WK-IMPORT-COUNTS.
002410     05  WK-HEADING-COUNT        PIC 9(07) VALUE ZEROS.
002420     05  WK-BLANK-COUNT          PIC 9(07) VALUE ZEROS.
002430     05  WK-EXCEPTION-COUNT      PIC 9(07) VALUE ZEROS.
002440
002450 01  WK-JOB-FIELDS.
002460     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
002470     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
002480     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
002490     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
002500     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002510     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002520
002530 01  WK-TIME-SYS.
002540     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002550     03  FILLER                  PIC 9(02) VALUE ZEROS.
002560
002570 01  WK-ECHO-LINE.
002580     05  FILLER                  PIC X(08) VALUE 'SOURCE '.
002590     05  WK-EC-SOURCE            PIC X(08) VALUE SPACES.
002600     05  FILLER                  PIC X(13) VALUE '  BATCH SEQ '.
002610     05  WK-EC-SEQ               PIC 9(04) VALUE ZEROS.
002620     05  FILLER                  PIC X(08) VALUE '  DATE '.
002630     05  WK-EC-DATE              PIC 9(08) VALUE ZEROS.
002640     05  FILLER                  PIC X(31) VALUE SPACES.
002650
002660 01  WK-HEAD-LINE.
002670     05  FILLER                  PIC X(07) VALUE '  ROW'.
002680     05  FILLER                  PIC X(10) VALUE 'USER ID'.
002690     05  FILLER                  PIC X(06) VALUE 'CODE'.
002700     05  FILLER                  PIC X(57) VALUE 'REASON'.
002710
002720 01  WK-EXCEPTION-LINE.
002730     05  WK-XL-ROW               PIC ZZZZ9 VALUE ZEROS.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  WK-XL-USER              PIC X(08) VALUE SPACES.
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  WK-XL-CODE              PIC X(03) VALUE SPACES.
002780     05  FILLER                  PIC X(03) VALUE SPACES.
002790     05  WK-XL-TEXT              PIC X(50) VALUE SPACES.
002800     05  FILLER                  PIC X(07) VALUE SPACES.
002810
002820 01  WK-ROW-IMAGE-LINE.
002830     05  FILLER                  PIC X(07) VALUE SPACES.
002840     05  FILLER                  PIC X(05) VALUE 'ROW: '.
002850     05  WK-RI-TEXT              PIC X(68) VALUE SPACES.
002860
002870 01  WK-TOTAL-LINE.
002880     05  WK-TL-LABEL             PIC X(34) VALUE SPACES.
002890     05  WK-TL-COUNT             PIC ZZZZZZ9 VALUE ZEROS.
002900     05  FILLER                  PIC X(39) VALUE SPACES.
002910
002920 01  WK-HASH-LINE.
002930     05  WK-HL-LABEL             PIC X(34) VALUE SPACES.
002940     05  WK-HL-AMOUNT            PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002950     05  FILLER                  PIC X(31) VALUE SPACES.
002960
002970 PROCEDURE DIVISION.
002980*****************************************************************
002990*    0000-MAINLINE - PROGRAM CONTROL                            *
003000*****************************************************************
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
003040         UNTIL CSVIN-EOF OR BATCH-WRITE-FAILED.
003050     PERFORM 9999-FINALIZE THRU 9999-EXIT.
003060     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
003070     STOP RUN.
003080
003090*****************************************************************
003100*    1000-INITIALIZE - TAKE THE SOURCE AND BATCH SEQUENCE,      *
003110*    OPEN THE SHEET AND BOTH MASTERS, AND ONLY THEN REPLACE     *
003120*    BATCHTXN, SO A RUN THAT CANNOT START NEVER EMPTIES A       *
003130*    BATCH FILE ALREADY WAITING FOR CALCBAT. WRITE THE H        *
003140*    HEADER AND THE LISTING HEADINGS.                           *
003150*****************************************************************
003160 1000-INITIALIZE.
003170     ACCEPT WK-DATE FROM DATE YYYYMMDD.
003180     DISPLAY '*** SPREADSHEET CALCULATION IMPORT ***'.
003190     PERFORM 1050-READ-PARAM-CARD THRU 1050-EXIT.
003200     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
003210     IF PARAM-MODE AND PARAM-CARD-INVALID
003220         DISPLAY 'PARAMETER CARD INVALID - RUN ABANDONED.'
003230         MOVE 8 TO RETURN-CODE
003240         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
003250         STOP RUN
003260     END-IF.
003270     IF CONSOLE-MODE
003280         MOVE WK-SOURCE TO WK-JOB-PARAMS(1:8)
003290         MOVE WK-BATCH-SEQ TO WK-JOB-PARAMS(9:4)
003300     END-IF.
003310     OPEN INPUT CSV-IN.
003320     IF NOT CSVIN-OK
003330         DISPLAY 'ERROR OPENING CSVIN - STATUS '
003340             WK-CSVIN-STATUS
003350         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
003360     END-IF.
003370     OPEN INPUT USER-MASTER.
003380     IF NOT USRMAST-OK
003390         DISPLAY 'ERROR OPENING USERMAST - STATUS '
003400             WK-USRMAST-STATUS
003410         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
003420     END-IF.
003430     OPEN INPUT ACCOUNT-MASTER.
003440     IF NOT ACCTMAST-OK
003450         DISPLAY 'ERROR OPENING ACCTMAST - STATUS '
003460             WK-ACCTMAST-STATUS
003470         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
003480     END-IF.
003490     OPEN OUTPUT REPORT-OUT.
003500     IF NOT REPORT-OK
003510         DISPLAY 'ERROR OPENING IMPRPT - STATUS '
003520             WK-REPORT-STATUS
003530         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
003540     END-IF.
003550     OPEN OUTPUT BATCH-TXN.
003560     IF NOT BATCH-OK
003570         DISPLAY 'ERROR OPENING BATCHTXN - STATUS '
003580             WK-BATCH-STATUS
003590         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
003600     END-IF.
003610     PERFORM 1600-WRITE-HEADER THRU 1600-EXIT.
003620     MOVE SPACES TO RO-LINE.
003630     MOVE 'SPREADSHEET IMPORT EXCEPTIONS' TO RO-LINE.
003640     WRITE RO-LINE.
003650     MOVE WK-SOURCE TO WK-EC-SOURCE.
003660     MOVE WK-BATCH-SEQ TO WK-EC-SEQ.
003670     MOVE WK-DATE TO WK-EC-DATE.
003680     MOVE WK-ECHO-LINE TO RO-LINE.
003690     WRITE RO-LINE.
003700     MOVE SPACES TO RO-LINE.
003710     WRITE RO-LINE.
003720     MOVE WK-HEAD-LINE TO RO-LINE.
003730     WRITE RO-LINE.
003740     MOVE SPACES TO RO-LINE.
003750     WRITE RO-LINE.
003760 1000-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*    1050-READ-PARAM-CARD - READ THE OPTIONAL PARMCARD          *
003810*    PARAMETER FILE AND VALIDATE IT UP FRONT. CARD LAYOUT:      *
003820*    COLS 1-8 SOURCE STAMPED ON THE H HEADER (BLANK = CSVIMP),  *
003830*    9-12 BATCH SEQUENCE 0001-9999 (BLANK = 0001). A MISSING    *
003840*    FILE MEANS BOTH DEFAULTS.                                  *
003850*****************************************************************
003860 1050-READ-PARAM-CARD.
003870     SET CONSOLE-MODE TO TRUE.
003880     SET PARAM-CARD-VALID TO TRUE.
003890     MOVE 'CSVIMP' TO WK-SOURCE.
003900     MOVE 0001 TO WK-BATCH-SEQ.
003910     OPEN INPUT PARAM-FILE.
003920     IF PARAM-NOT-FOUND
003930         GO TO 1050-EXIT
003940     END-IF.
003950     IF NOT PARAM-OK
003960         DISPLAY 'ERROR OPENING PARMCARD - STATUS '
003970             WK-PARAM-STATUS
003980         SET PARAM-MODE TO TRUE
003990         SET PARAM-CARD-INVALID TO TRUE
004000         GO TO 1050-EXIT
004010     END-IF.
004020     SET PARAM-MODE TO TRUE.
004030     READ PARAM-FILE
004040         AT END
004050             DISPLAY 'PARAMETER FILE IS EMPTY.'
004060             SET PARAM-CARD-INVALID TO TRUE
004070             CLOSE PARAM-FILE
004080             GO TO 1050-EXIT
004090     END-READ.
004100     CLOSE PARAM-FILE.
004110     MOVE PM-CARD TO WK-JOB-PARAMS.
004120     IF PM-SOURCE NOT = SPACES
004130         MOVE PM-SOURCE TO WK-SOURCE
004140     END-IF.
004150     IF PM-SEQ NOT = SPACES
004160         IF PM-SEQ IS NUMERIC AND PM-SEQ NOT = '0000'
004170             MOVE PM-SEQ TO WK-BATCH-SEQ
004180         ELSE
004190             DISPLAY 'INVALID BATCH SEQUENCE ON CARD - USE '
004200                 '0001-9999.'
004210             SET PARAM-CARD-INVALID TO TRUE
004220         END-IF
004230     END-IF.
004240 1050-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*    1600-WRITE-HEADER - STAMP THE H HEADER ON THE NEW BATCH    *
004290*    FILE WITH THE DATE, THE SOURCE AND THE BATCH SEQUENCE.     *
004300*****************************************************************
004310 1600-WRITE-HEADER.
004320     MOVE SPACES TO BT-RECORD.
004330     SET BT-HEADER-REC TO TRUE.
004340     MOVE WK-DATE TO BT-HDR-DATE.
004350     MOVE WK-SOURCE TO BT-HDR-SOURCE.
004360     MOVE WK-BATCH-SEQ TO BT-HDR-SEQ.
004370     WRITE BT-RECORD.
004380     IF NOT BATCH-OK
004390         DISPLAY 'ERROR - BATCHTXN WRITE FAILED - STATUS '
004400             WK-BATCH-STATUS
004410         SET BATCH-WRITE-FAILED TO TRUE
004420     END-IF.
004430 1600-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*    1900-ABANDON-RUN - A FILE WOULD NOT OPEN. LOG THE END OF   *
004480*    THE RUN WITH RETURN-CODE 16 AND STOP.                      *
004490*****************************************************************
004500 1900-ABANDON-RUN.
004510     DISPLAY 'IMPORT ABANDONED - NO BATCH FILE BUILT.'.
004520     MOVE 16 TO RETURN-CODE.
004530     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
004540     STOP RUN.
004550 1900-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590*    2000-PROCESS-ROW - READ ONE SPREADSHEET ROW, SPLIT IT AT   *
004600*    THE SEMICOLONS AND EDIT IT. A GOOD ROW BECOMES A D DETAIL  *
004610*    ON THE BATCH; A BAD ONE GOES ON THE EXCEPTIONS LIST.       *
004620*****************************************************************
004630 2000-PROCESS-ROW.
004640     READ CSV-IN
004650         AT END
004660             SET CSVIN-EOF TO TRUE
004670             GO TO 2000-EXIT
004680     END-READ.
004690     ADD 1 TO WK-ROW-NUMBER.
004700     ADD 1 TO WK-JOB-READ-COUNT.
004710     IF CI-LINE = SPACES
004720         ADD 1 TO WK-BLANK-COUNT
004730         GO TO 2000-EXIT
004740     END-IF.
004750     MOVE SPACES TO WK-CSV-FIELDS.
004760     MOVE ZEROS TO WK-FIELD-COUNT.
004770     SET ROW-NO-OVERFLOW TO TRUE.
004780     UNSTRING CI-LINE DELIMITED BY ';'
004790         INTO WK-CF-TYPE WK-CF-USER WK-CF-N01 WK-CF-SIN
004800              WK-CF-N02 WK-CF-ACCOUNT WK-CF-EXTRA
004810         TALLYING IN WK-FIELD-COUNT
004820         ON OVERFLOW
004830             SET ROW-HAS-OVERFLOW TO TRUE
004840     END-UNSTRING.
004850     IF WK-CF-TYPE NOT = 'D' AND FIRST-ROW-PENDING
004860         SET FIRST-ROW-DONE TO TRUE
004870         ADD 1 TO WK-HEADING-COUNT
004880         GO TO 2000-EXIT
004890     END-IF.
004900     SET FIRST-ROW-DONE TO TRUE.
004910     PERFORM 2100-EDIT-ROW THRU 2100-EXIT.
004920     IF ROW-IS-VALID
004930         PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
004940     ELSE
004950         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
004960     END-IF.
004970 2000-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*    2100-EDIT-ROW - THE ROW LAYOUT, THEN THE SAME EDITS AN     *
005020*    OPERATOR KEYING THE CALCULATION INTO TXNENTRY WOULD GET:   *
005030*    AN ACTIVE USER ID WITH A VALID LEVEL, TWO WELL-FORMED      *
005040*    OPERANDS, A LEGAL OPERATOR, NO DIVIDE OR ROOT BY ZERO, NO  *
005050*    ROOT OF A NEGATIVE, AN OPERATION THE LEVEL MAY RUN, AND AN *
005060*    ACTIVE ACCOUNT THE LEVEL MAY POST TO. THE FIRST FAILURE    *
005070*    FOUND IS THE ONE REPORTED.                                 *
005080*****************************************************************
005090 2100-EDIT-ROW.
005100     SET ROW-IS-INVALID TO TRUE.
005110     MOVE SPACES TO WK-ROW-ERROR.
005120     IF WK-CF-TYPE NOT = 'D'
005130         MOVE 'FMT' TO WK-ERR-CODE
005140         MOVE 'ROW TYPE IS NOT D' TO WK-ERR-TEXT
005150         GO TO 2100-EXIT
005160     END-IF.
005170     IF WK-FIELD-COUNT < 6 OR ROW-HAS-OVERFLOW
005180             OR WK-CF-EXTRA NOT = SPACES
005190         MOVE 'FMT' TO WK-ERR-CODE
005200         MOVE 'WRONG NUMBER OF FIELDS - 6 EXPECTED'
005210             TO WK-ERR-TEXT
005220         GO TO 2100-EXIT
005230     END-IF.
005240     PERFORM 2150-CHECK-USER THRU 2150-EXIT.
005250     IF WK-ERR-CODE NOT = SPACES
005260         GO TO 2100-EXIT
005270     END-IF.
005280     MOVE WK-CF-N01 TO WK-AMT-TEXT.
005290     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
005300     IF AMOUNT-IS-INVALID
005310         MOVE 'NUM' TO WK-ERR-CODE
005320         STRING 'FIRST NUMBER - ' DELIMITED BY SIZE
005330             WK-AMT-ERROR DELIMITED BY SIZE
005340             INTO WK-ERR-TEXT
005350         GO TO 2100-EXIT
005360     END-IF.
005370     MOVE WK-AMT-VALUE TO WK-N01.
005380     MOVE WK-CF-SIN(1:1) TO WK-SIN.
005390     IF WK-CF-SIN(2:1) NOT = SPACE OR NOT VALID-OPERATOR
005400         MOVE 'OPR' TO WK-ERR-CODE
005410         MOVE 'INVALID OPERATOR - USE + - * / % OR R'
005420             TO WK-ERR-TEXT
005430         GO TO 2100-EXIT
005440     END-IF.
005450     MOVE WK-CF-N02 TO WK-AMT-TEXT.
005460     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
005470     IF AMOUNT-IS-INVALID
005480         MOVE 'NUM' TO WK-ERR-CODE
005490         STRING 'SECOND NUMBER - ' DELIMITED BY SIZE
005500             WK-AMT-ERROR DELIMITED BY SIZE
005510             INTO WK-ERR-TEXT
005520         GO TO 2100-EXIT
005530     END-IF.
005540     MOVE WK-AMT-VALUE TO WK-N02.
005550     IF (OP-DIV OR OP-ROOT) AND WK-N02 = ZEROS
005560         MOVE 'DIV' TO WK-ERR-CODE
005570         MOVE 'DIVIDE OR ROOT BY ZERO IS NOT ALLOWED'
005580             TO WK-ERR-TEXT
005590         GO TO 2100-EXIT
005600     END-IF.
005610     IF OP-ROOT AND WK-N01 < ZEROS
005620         MOVE 'ROT' TO WK-ERR-CODE
005630         MOVE 'ROOT OF A NEGATIVE NUMBER IS NOT ALLOWED'
005640             TO WK-ERR-TEXT
005650         GO TO 2100-EXIT
005660     END-IF.
005670     PERFORM 2300-CHECK-AUTHORIZATION THRU 2300-EXIT.
005680     IF OPERATION-DENIED
005690         MOVE 'AUT' TO WK-ERR-CODE
005700         MOVE 'COWORKER MAY NOT MULTIPLY, DIVIDE, PERCENT OR ROOT'
005710             TO WK-ERR-TEXT
005720         GO TO 2100-EXIT
005730     END-IF.
005740     PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT.
005750     IF WK-ERR-CODE NOT = SPACES
005760         GO TO 2100-EXIT
005770     END-IF.
005780     SET ROW-IS-VALID TO TRUE.
005790 2100-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*    2150-CHECK-USER - LOOK UP THE ROW'S USER ID ON THE USER    *
005840*    MASTER. THE ID MUST BE ACTIVE AND CARRY ONE OF THE THREE   *
005850*    ACCESS LEVELS; ITS NAME AND LEVEL GO ON THE DETAIL.        *
005860*****************************************************************
005870 2150-CHECK-USER.
005880     IF WK-CF-USER = SPACES OR WK-CF-USER(9:1) NOT = SPACE
005890         MOVE 'USR' TO WK-ERR-CODE
005900         MOVE 'USER ID MISSING OR LONGER THAN 8' TO WK-ERR-TEXT
005910         GO TO 2150-EXIT
005920     END-IF.
005930     SET USER-FOUND TO TRUE.
005940     MOVE WK-CF-USER TO USR-ID.
005950     READ USER-MASTER
005960         INVALID KEY
005970             SET USER-NOT-FOUND TO TRUE
005980     END-READ.
005990     IF USER-NOT-FOUND
006000         MOVE 'USR' TO WK-ERR-CODE
006010         MOVE 'USER ID NOT ON THE USER MASTER' TO WK-ERR-TEXT
006020         GO TO 2150-EXIT
006030     END-IF.
006040     IF NOT USR-ACTIVE
006050         MOVE 'USR' TO WK-ERR-CODE
006060         MOVE 'USER ID IS NOT ACTIVE' TO WK-ERR-TEXT
006070         GO TO 2150-EXIT
006080     END-IF.
006090     MOVE USR-NAME TO WK-NAME.
006100     MOVE USR-LEVEL TO WK-LEVEL.
006110     IF NOT (ADM OR USER OR COWORKER)
006120         MOVE 'LVL' TO WK-ERR-CODE
006130         MOVE 'INVALID ACCESS LEVEL ON THE USER MASTER'
006140             TO WK-ERR-TEXT
006150     END-IF.
006160 2150-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200*    2200-EDIT-AMOUNT - EDIT ONE OPERAND IN WK-AMT-TEXT AND     *
006210*    CONVERT IT TO WK-AMT-VALUE. ACCEPTED: AN OPTIONAL LEADING  *
006220*    SIGN, UP TO 7 INTEGER DIGITS (LEADING ZEROS AS CALCEXT     *
006230*    WRITES THEM), AN OPTIONAL PERIOD AND UP TO 2 DECIMALS,     *
006240*    WITH NO MORE THAN 5 SIGNIFICANT INTEGER DIGITS SO THE      *
006250*    VALUE FITS BT-N01/BT-N02. A COMMA DECIMAL POINT IS         *
006260*    REFUSED WITH ITS OWN REASON, THE MIRROR OF THE TXNENTRY    *
006270*    RULE FOR A PERIOD.                                         *
006280*****************************************************************
006290 2200-EDIT-AMOUNT.
006300     SET AMOUNT-IS-INVALID TO TRUE.
006310     MOVE SPACES TO WK-AMT-ERROR WK-AMT-SIGN.
006320     MOVE ZEROS TO WK-AMT-SIGN-COUNT WK-AMT-INT-DIGITS
006330         WK-AMT-DEC-DIGITS WK-AMT-INT WK-AMT-DEC WK-AMT-VALUE.
006340     SET NOT-SEEN-POINT TO TRUE.
006350     SET NOT-SEEN-COMMA TO TRUE.
006360     SET NOT-SEEN-TRAILING-SPACE TO TRUE.
006370     SET BAD-CHAR-NOT-FOUND TO TRUE.
006380     IF WK-AMT-TEXT = SPACES
006390         MOVE 'MISSING' TO WK-AMT-ERROR
006400         GO TO 2200-EXIT
006410     END-IF.
006420     PERFORM 2210-SCAN-AMOUNT-CHAR THRU 2210-EXIT
006430         VARYING WK-AMT-SUB FROM 1 BY 1
006440         UNTIL WK-AMT-SUB > 16.
006450     IF SEEN-COMMA
006460         MOVE 'USE A PERIOD FOR THE DECIMAL POINT' TO WK-AMT-ERROR
006470         GO TO 2200-EXIT
006480     END-IF.
006490     IF BAD-CHAR-FOUND
006500             OR WK-AMT-SIGN-COUNT > 1
006510             OR WK-AMT-INT-DIGITS = ZEROS
006520             OR WK-AMT-DEC-DIGITS > 2
006530         MOVE 'NOT A VALID NUMBER' TO WK-AMT-ERROR
006540         GO TO 2200-EXIT
006550     END-IF.
006560     IF WK-AMT-INT-DIGITS > 7 OR WK-AMT-INT > 99999
006570         MOVE 'MORE THAN 5 INTEGER DIGITS' TO WK-AMT-ERROR
006580         GO TO 2200-EXIT
006590     END-IF.
006600     COMPUTE WK-AMT-VALUE = WK-AMT-INT + WK-AMT-DEC / 100.
006610     IF WK-AMT-SIGN = '-'
006620         COMPUTE WK-AMT-VALUE = WK-AMT-VALUE * -1
006630     END-IF.
006640     SET AMOUNT-IS-VALID TO TRUE.
006650 2200-EXIT.
006660     EXIT.
006670
006680*****************************************************************
006690*    2210-SCAN-AMOUNT-CHAR - CLASSIFY ONE CHARACTER OF THE      *
006700*    OPERAND AND BUILD UP THE INTEGER AND DECIMAL PARTS.        *
006710*****************************************************************
006720 2210-SCAN-AMOUNT-CHAR.
006730     MOVE WK-AMT-TEXT(WK-AMT-SUB:1) TO WK-AMT-CHAR.
006740     EVALUATE TRUE
006750         WHEN WK-AMT-CHAR = SPACE
006760             SET SEEN-TRAILING-SPACE TO TRUE
006770         WHEN SEEN-TRAILING-SPACE
006780             SET BAD-CHAR-FOUND TO TRUE
006790         WHEN WK-AMT-CHAR = '+' OR WK-AMT-CHAR = '-'
006800             IF WK-AMT-SUB = 1
006810                 ADD 1 TO WK-AMT-SIGN-COUNT
006820                 MOVE WK-AMT-CHAR TO WK-AMT-SIGN
006830             ELSE
006840                 SET BAD-CHAR-FOUND TO TRUE
006850             END-IF
006860         WHEN WK-AMT-CHAR = ','
006870             SET SEEN-COMMA TO TRUE
006880         WHEN WK-AMT-CHAR = '.'
006890             IF SEEN-POINT
006900                 SET BAD-CHAR-FOUND TO TRUE
006910             ELSE
006920                 SET SEEN-POINT TO TRUE
006930             END-IF
006940         WHEN WK-AMT-CHAR IS NUMERIC
006950             IF SEEN-POINT
006960                 ADD 1 TO WK-AMT-DEC-DIGITS
006970                 IF WK-AMT-DEC-DIGITS = 1
006980                     COMPUTE WK-AMT-DEC = WK-AMT-DIGIT * 10
006990                 END-IF
007000                 IF WK-AMT-DEC-DIGITS = 2
007010                     ADD WK-AMT-DIGIT TO WK-AMT-DEC
007020                 END-IF
007030             ELSE
007040                 ADD 1 TO WK-AMT-INT-DIGITS
007050                 IF WK-AMT-INT-DIGITS NOT > 7
007060                     COMPUTE WK-AMT-INT =
007070                         WK-AMT-INT * 10 + WK-AMT-DIGIT
007080                 END-IF
007090             END-IF
007100         WHEN OTHER
007110             SET BAD-CHAR-FOUND TO TRUE
007120     END-EVALUATE.
007130 2210-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170*    2300-CHECK-AUTHORIZATION - MULTIPLY, DIVIDE, PERCENT AND   *
007180*    ROOT ARE RESTRICTED TO ADM AND USER LEVELS, THE SAME RULE  *
007190*    TXNENTRY AND CALCBAT ENFORCE.                              *
007200*****************************************************************
007210 2300-CHECK-AUTHORIZATION.
007220     SET OPERATION-AUTHORIZED TO TRUE.
007230     IF (OP-MUL OR OP-DIV OR OP-PCT OR OP-ROOT) AND COWORKER
007240         SET OPERATION-DENIED TO TRUE
007250     END-IF.
007260 2300-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300*    2400-CHECK-ACCOUNT - THE ACCOUNT CODE MUST BE ON THE       *
007310*    ACCOUNT MASTER AND ACTIVE (ACT), AND THE USER'S LEVEL      *
007320*    MUST BE ONE THE ACCOUNT ALLOWS TO POST (AUT), AS IN        *
007330*    TXNENTRY'S 2050-GET-ACCOUNT AND CALCBAT'S 2250.            *
007340*****************************************************************
007350 2400-CHECK-ACCOUNT.
007360     IF WK-CF-ACCOUNT = SPACES OR WK-CF-ACCOUNT(7:1) NOT = SPACE
007370         MOVE 'ACT' TO WK-ERR-CODE
007380         MOVE 'ACCOUNT CODE MISSING OR LONGER THAN 6'
007390             TO WK-ERR-TEXT
007400         GO TO 2400-EXIT
007410     END-IF.
007420     MOVE WK-CF-ACCOUNT TO WK-ACCOUNT.
007430     SET ACCOUNT-FOUND TO TRUE.
007440     MOVE WK-ACCOUNT TO AC-CODE.
007450     READ ACCOUNT-MASTER
007460         INVALID KEY
007470             SET ACCOUNT-NOT-FOUND TO TRUE
007480     END-READ.
007490     IF ACCOUNT-NOT-FOUND
007500         MOVE 'ACT' TO WK-ERR-CODE
007510         MOVE 'ACCOUNT CODE NOT ON THE ACCOUNT MASTER'
007520             TO WK-ERR-TEXT
007530         GO TO 2400-EXIT
007540     END-IF.
007550     IF AC-INACTIVE
007560         MOVE 'ACT' TO WK-ERR-CODE
007570         MOVE 'ACCOUNT IS NOT ACTIVE' TO WK-ERR-TEXT
007580         GO TO 2400-EXIT
007590     END-IF.
007600     IF WK-LEVEL > AC-MIN-LEVEL
007610         MOVE 'AUT' TO WK-ERR-CODE
007620         MOVE 'USER LEVEL MAY NOT POST TO THIS ACCOUNT'
007630             TO WK-ERR-TEXT
007640     END-IF.
007650 2400-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690*    2500-WRITE-DETAIL - WRITE ONE D DETAIL RECORD AND ROLL IT  *
007700*    INTO THE TRAILER COUNT AND HASH ACCUMULATORS. A FAILED     *
007710*    WRITE ENDS THE IMPORT.                                     *
007720*****************************************************************
007730 2500-WRITE-DETAIL.
007740     MOVE SPACES TO BT-RECORD.
007750     SET BT-DETAIL-REC TO TRUE.
007760     MOVE WK-NAME TO BT-NAME.
007770     MOVE WK-LEVEL TO BT-LEVEL.
007780     MOVE WK-SIN TO BT-SIN.
007790     MOVE WK-N01 TO BT-N01.
007800     MOVE WK-N02 TO BT-N02.
007810     MOVE WK-ACCOUNT TO BT-ACCOUNT.
007820     MOVE SPACES TO BT-REJ-REASON.
007830     WRITE BT-RECORD.
007840     IF NOT BATCH-OK
007850         DISPLAY 'ERROR - BATCHTXN WRITE FAILED - STATUS '
007860             WK-BATCH-STATUS ' - ROW ' WK-ROW-NUMBER
007870         SET BATCH-WRITE-FAILED TO TRUE
007880         GO TO 2500-EXIT
007890     END-IF.
007900     ADD 1 TO WK-TXN-COUNT.
007910     ADD WK-N01 TO WK-HASH-N01.
007920     ADD WK-N02 TO WK-HASH-N02.
007930 2500-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970*    3000-WRITE-EXCEPTION - LIST ONE ROW LEFT OUT OF THE BATCH  *
007980*    WITH ITS SPREADSHEET ROW NUMBER AND REASON, FOLLOWED BY    *
007990*    THE ROW AS RECEIVED SO THE DEPARTMENT CAN FIND AND FIX IT. *
008000*****************************************************************
008010 3000-WRITE-EXCEPTION.
008020     MOVE WK-ROW-NUMBER TO WK-XL-ROW.
008030     MOVE WK-CF-USER TO WK-XL-USER.
008040     MOVE WK-ERR-CODE TO WK-XL-CODE.
008050     MOVE WK-ERR-TEXT TO WK-XL-TEXT.
008060     MOVE WK-EXCEPTION-LINE TO RO-LINE.
008070     WRITE RO-LINE.
008080     MOVE CI-LINE TO WK-RI-TEXT.
008090     MOVE WK-ROW-IMAGE-LINE TO RO-LINE.
008100     WRITE RO-LINE.
008110     ADD 1 TO WK-EXCEPTION-COUNT.
008120 3000-EXIT.
008130     EXIT.
008140
008150*****************************************************************
008160*    9999-FINALIZE - CLOSE THE BATCH WITH THE T TRAILER, PRINT  *
008170*    THE IMPORT TOTALS AND SET THE RETURN-CODE. AFTER A FAILED  *
008180*    BATCHTXN WRITE NO TRAILER IS WRITTEN, SO CALCBAT WILL NOT  *
008190*    ACCEPT THE INCOMPLETE FILE.                                *
008200*****************************************************************
008210 9999-FINALIZE.
008220     IF BATCH-WRITE-GOOD
008230         MOVE SPACES TO BT-RECORD
008240         SET BT-TRAILER-REC TO TRUE
008250         MOVE WK-TXN-COUNT TO BT-TRL-COUNT
008260         MOVE WK-HASH-N01 TO BT-TRL-HASH-N01
008270         MOVE WK-HASH-N02 TO BT-TRL-HASH-N02
008280         WRITE BT-RECORD
008290         IF NOT BATCH-OK
008300             DISPLAY 'ERROR - BATCHTXN TRAILER WRITE FAILED - '
008310                 'STATUS ' WK-BATCH-STATUS
008320             SET BATCH-WRITE-FAILED TO TRUE
008330         END-IF
008340     END-IF.
008350     CLOSE BATCH-TXN.
008360     CLOSE CSV-IN.
008370     CLOSE USER-MASTER.
008380     CLOSE ACCOUNT-MASTER.
008390     IF WK-EXCEPTION-COUNT = ZEROS
008400         MOVE 'NO EXCEPTIONS - EVERY ROW WAS IMPORTED.' TO RO-LINE
008410         WRITE RO-LINE
008420     END-IF.
008430     MOVE SPACES TO RO-LINE.
008440     WRITE RO-LINE.
008450     MOVE 'ROWS READ........................' TO WK-TL-LABEL.
008460     MOVE WK-ROW-NUMBER TO WK-TL-COUNT.
008470     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
008480     MOVE 'HEADING ROWS SKIPPED.............' TO WK-TL-LABEL.
008490     MOVE WK-HEADING-COUNT TO WK-TL-COUNT.
008500     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
008510     MOVE 'BLANK ROWS SKIPPED...............' TO WK-TL-LABEL.
008520     MOVE WK-BLANK-COUNT TO WK-TL-COUNT.
008530     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
008540     MOVE 'ROWS REJECTED....................' TO WK-TL-LABEL.
008550     MOVE WK-EXCEPTION-COUNT TO WK-TL-COUNT.
008560     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
008570     MOVE 'DETAILS WRITTEN TO BATCHTXN......' TO WK-TL-LABEL.
008580     MOVE WK-TXN-COUNT TO WK-TL-COUNT.
008590     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
008600     MOVE 'HASH TOTAL - FIRST NUMBERS.......' TO WK-HL-LABEL.
008610     MOVE WK-HASH-N01 TO WK-HL-AMOUNT.
008620     MOVE WK-HASH-LINE TO RO-LINE.
008630     WRITE RO-LINE.
008640     MOVE 'HASH TOTAL - SECOND NUMBERS......' TO WK-HL-LABEL.
008650     MOVE WK-HASH-N02 TO WK-HL-AMOUNT.
008660     MOVE WK-HASH-LINE TO RO-LINE.
008670     WRITE RO-LINE.
008680     IF BATCH-WRITE-FAILED
008690         MOVE SPACES TO RO-LINE
008700         WRITE RO-LINE
008710         MOVE 'BATCHTXN WRITE FAILED - BATCH IS INCOMPLETE.'
008720             TO RO-LINE
008730         WRITE RO-LINE
008740     END-IF.
008750     CLOSE REPORT-OUT.
008760     EVALUATE TRUE
008770         WHEN BATCH-WRITE-FAILED
008780             MOVE 16 TO RETURN-CODE
008790         WHEN WK-EXCEPTION-COUNT > ZEROS
008800             MOVE 4 TO RETURN-CODE
008810         WHEN WK-TXN-COUNT = ZEROS
008820             DISPLAY 'WARNING - NO ROWS IMPORTED.'
008830             MOVE 4 TO RETURN-CODE
008840     END-EVALUATE.
008850     DISPLAY 'ROWS READ..............: ' WK-ROW-NUMBER.
008860     DISPLAY 'DETAILS WRITTEN........: ' WK-TXN-COUNT.
008870     DISPLAY 'ROWS REJECTED..........: ' WK-EXCEPTION-COUNT.
008880 9999-EXIT.
008890     EXIT.
008900
008910*****************************************************************
008920*    9100-WRITE-TOTAL - PRINT ONE TOTAL LINE.                   *
008930*****************************************************************
008940 9100-WRITE-TOTAL.
008950     MOVE WK-TOTAL-LINE TO RO-LINE.
008960     WRITE RO-LINE.
008970 9100-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
009020*    RUN TO THE SHARED JOB-RUN LOG.                             *
009030*****************************************************************
009040 9800-LOG-JOB-START.
009050     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
009060     ACCEPT WK-TIME-SYS FROM TIME.
009070     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
009080     MOVE SPACES TO JL-RECORD.
009090     MOVE 'CSVIMP' TO JL-PROGRAM.
009100     SET JL-START-REC TO TRUE.
009110     MOVE WK-JOB-START-DATE TO JL-START-DATE.
009120     MOVE WK-JOB-START-TIME TO JL-START-TIME.
009130     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
009140     MOVE WK-JOB-PARAMS TO JL-PARAMS.
009150     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
009160         JL-REJECT-COUNT JL-RETURN-CODE.
009170     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
009180 9800-EXIT.
009190     EXIT.
009200
009210*****************************************************************
009220*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
009230*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
009240*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
009250*****************************************************************
009260 9810-LOG-JOB-END.
009270     MOVE WK-TXN-COUNT TO WK-JOB-WRITTEN-COUNT.
009280     MOVE WK-EXCEPTION-COUNT TO WK-JOB-REJECT-COUNT.
009290     MOVE SPACES TO JL-RECORD.
009300     MOVE 'CSVIMP' TO JL-PROGRAM.
009310     SET JL-END-REC TO TRUE.
009320     MOVE WK-JOB-START-DATE TO JL-START-DATE.
009330     MOVE WK-JOB-START-TIME TO JL-START-TIME.
009340     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
009350     ACCEPT WK-TIME-SYS FROM TIME.
009360     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
009370     MOVE WK-JOB-PARAMS TO JL-PARAMS.
009380     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
009390     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
009400     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
009410     MOVE RETURN-CODE TO JL-RETURN-CODE.
009420     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
009430 9810-EXIT.
009440     EXIT.
009450
009460*****************************************************************
009470*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
009480*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
009490*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
009500*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
009510*    WARNING - IT NEVER STOPS THE RUN.                          *
009520*****************************************************************
009530 9820-WRITE-JOB-LOG.
009540     OPEN EXTEND JOB-LOG.
009550     IF JOBLOG-NOT-FOUND
009560         OPEN OUTPUT JOB-LOG
009570     END-IF.
009580     IF NOT JOBLOG-OK
009590         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
009600             WK-JOBLOG-STATUS
009610         GO TO 9820-EXIT
009620     END-IF.
009630     WRITE JL-RECORD.
009640     IF NOT JOBLOG-OK
009650         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
009660             WK-JOBLOG-STATUS
009670     END-IF.
009680     CLOSE JOB-LOG.
009690 9820-EXIT.
009700     EXIT.
