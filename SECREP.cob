000190*    MODIFICATION HISTORY                                       *
000200*    -------------------                                        *
000210*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000220*    15/10/2026  JBF  APPEND START AND END RECORDS TO THE       *
000230*                      JOBLOG JOB-RUN LOG.                      *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SECREP.
000270 AUTHOR. J. B. FONSECA.
000280 INSTALLATION. DATA PROCESSING DEPT.
000290 DATE-WRITTEN. 02/09/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. GENERIC.
000350 OBJECT-COMPUTER. GENERIC.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WK-SECLOG-STATUS.
000440     SELECT USER-AUDIT ASSIGN TO 'USRAUDIT'
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WK-USRAUDT-STATUS.
000470     SELECT SORT-WORK ASSIGN TO 'SWK001'.
000480     SELECT REPORT-OUT ASSIGN TO 'SECREPT'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WK-REPORT-STATUS.
000510     SELECT JOB-LOG ASSIGN TO 'JOBLOG'
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WK-JOBLOG-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SECURITY-LOG
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 COPY SECLOG.
000610
000620 FD  USER-AUDIT
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY USRAUDT.
000660
000670 SD  SORT-WORK.
000680 01  SR-RECORD.
000690     05  SR-SECTION              PIC 9(01).
000700     05  SR-USER-ID              PIC X(08).
000710     05  SR-DATE.
000720         10  SR-YEAR             PIC 9(04).
000730         10  SR-MONTH            PIC 9(02).
000740         10  SR-DAY              PIC 9(02).
000750     05  SR-TIME                 PIC 9(06).
000760
000770 FD  REPORT-OUT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  RO-LINE                     PIC X(80).
000810
000820 FD  JOB-LOG
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY JOBLOG.
000860
000870 WORKING-STORAGE SECTION.
000880 77  WK-SECLOG-STATUS            PIC X(02) VALUE ZEROS.
000890     88  SECLOG-OK                   VALUE '00'.
000900     88  SECLOG-EOF                  VALUE '10'.
000910     88  SECLOG-NOT-FOUND            VALUE '35'.
000920
000930 77  WK-USRAUDT-STATUS           PIC X(02) VALUE ZEROS.
000940     88  USRAUDT-OK                  VALUE '00'.
000950     88  USRAUDT-EOF                 VALUE '10'.
000960     88  USRAUDT-NOT-FOUND           VALUE '35'.
000970
000980 77  WK-REPORT-STATUS            PIC X(02) VALUE ZEROS.
000990     88  REPORT-OK                   VALUE '00'.
001000
001010 01  WK-REPORT-SWITCHES.
001020     05  WK-SW-FIRST-REC         PIC X(01) VALUE 'Y'.
001030         88  FIRST-RECORD            VALUE 'Y'.
001040         88  NOT-FIRST-RECORD        VALUE 'N'.
001050     05  WK-SW-SORT-EOF          PIC X(01) VALUE 'N'.
001060         88  SORT-EOF                VALUE 'Y'.
001070         88  SORT-NOT-EOF            VALUE 'N'.
001080
001090 01  WK-BREAK-FIELDS.
001100     05  WK-PREV-SECTION         PIC 9(01) VALUE ZEROS.
001110     05  WK-PREV-USER-ID         PIC X(08) VALUE SPACES.
001120
001130 01  WK-COUNTERS.
001140     05  WK-USER-FAIL-COUNT      PIC 9(05) VALUE ZEROS.
001150     05  WK-SECTION-COUNT        PIC 9(05) VALUE ZEROS.
001160     05  WK-REPORT-COUNT         PIC 9(07) VALUE ZEROS.
001170
001180 01  WK-AUDIT-FIELDS.
001190     05  WK-AUDIT-COUNT          PIC 9(03) VALUE ZEROS.
001200     05  WK-AUD-SUB              PIC 9(03) VALUE ZEROS.
001210
001220 01  WK-AUDIT-TABLE.
001230     05  WK-AUD-ENTRY OCCURS 500 TIMES.
001240         10  WK-AUD-USER-ID      PIC X(08).
001250         10  WK-AUD-DATE         PIC 9(08).
001260         10  WK-AUD-TIME         PIC 9(06).
001270         10  WK-AUD-ADMIN-ID     PIC X(08).
001280         10  WK-AUD-ACTION       PIC X(01).
001290
001300 01  WK-SECTION-NAMES.
001310     02  FILLER          PIC X(30) VALUE 'BAD PIN ATTEMPTS'.
001320     02  FILLER          PIC X(30) VALUE 'UNKNOWN USER IDS'.
001330     02  FILLER          PIC X(30) VALUE 'LOCKED-OUT ATTEMPTS'.
001340     02  FILLER          PIC X(30) VALUE 'INACTIVE USER IDS'.
001350     02  FILLER          PIC X(30) VALUE 'INVALID ACCESS LEVELS'.
001360
001370 01  WK-SECTIONS REDEFINES WK-SECTION-NAMES.
001380     02  WK-SECTION-NAME         PIC X(30) OCCURS 5 TIMES.
001390
001400 01  WK-DETAIL-LINE.
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  WK-DL-DAY               PIC 9(02) VALUE ZEROS.
001430     05  FILLER                  PIC X(01) VALUE '/'.
001440     05  WK-DL-MONTH             PIC 9(02) VALUE ZEROS.
001450     05  FILLER                  PIC X(01) VALUE '/'.
001460     05  WK-DL-YEAR              PIC 9(04) VALUE ZEROS.
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  WK-DL-HH                PIC 9(02) VALUE ZEROS.
001490     05  FILLER                  PIC X(01) VALUE ':'.
001500     05  WK-DL-MM                PIC 9(02) VALUE ZEROS.
001510     05  FILLER                  PIC X(01) VALUE ':'.
001520     05  WK-DL-SS                PIC 9(02) VALUE ZEROS.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  WK-DL-USER-ID           PIC X(08) VALUE SPACES.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  WK-DL-FLAG              PIC X(26) VALUE SPACES.
001570     05  FILLER                  PIC X(20) VALUE SPACES.
001580
001590 01  WK-TIME-SPLIT.
001600     05  WK-TS-HH                PIC 9(02) VALUE ZEROS.
001610     05  WK-TS-MM                PIC 9(02) VALUE ZEROS.
001620     05  WK-TS-SS                PIC 9(02) VALUE ZEROS.
001630
001640 01  WK-AUDIT-LINE.
001650     05  FILLER                  PIC X(04) VALUE SPACES.
001660     05  FILLER                  PIC X(06) VALUE 'MAINT '.
001670     05  WK-AL-DAY               PIC 9(02) VALUE ZEROS.
001680     05  FILLER                  PIC X(01) VALUE '/'.
001690     05  WK-AL-MONTH             PIC 9(02) VALUE ZEROS.
001700     05  FILLER                  PIC X(01) VALUE '/'.
001710     05  WK-AL-YEAR              PIC 9(04) VALUE ZEROS.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WK-AL-ACTION            PIC X(12) VALUE SPACES.
001740     05  FILLER                  PIC X(04) VALUE ' BY '.
001750     05  WK-AL-ADMIN-ID          PIC X(08) VALUE SPACES.
001760     05  FILLER                  PIC X(34) VALUE SPACES.
001770
001780 01  WK-FLAG-LINE.
001790     05  FILLER                  PIC X(04) VALUE SPACES.
001800     05  FILLER                  PIC X(03) VALUE '** '.
001810     05  WK-FL-COUNT             PIC ZZZZ9 VALUE ZEROS.
001820     05  WK-FL-TEXT              PIC X(30) VALUE SPACES.
001830     05  FILLER                  PIC X(38) VALUE SPACES.
001840
001850 01  WK-AUDIT-DATE-SPLIT.
001860     05  WK-ADS-YEAR             PIC 9(04) VALUE ZEROS.
001870     05  WK-ADS-MONTH            PIC 9(02) VALUE ZEROS.
001880     05  WK-ADS-DAY              PIC 9(02) VALUE ZEROS.
001890
001900 77  WK-JOBLOG-STATUS            PIC X(02) VALUE ZEROS.
001910     88  JOBLOG-OK                   VALUE '00'.
001920     88  JOBLOG-NOT-FOUND            VALUE '35'.
001930
001940 01  WK-JOB-FIELDS.
001950     05  WK-JOB-START-DATE       PIC 9(08) VALUE ZEROS.
001960     05  WK-JOB-START-TIME       PIC 9(06) VALUE ZEROS.
001970     05  WK-JOB-PARAMS           PIC X(40) VALUE SPACES.
001980     05  WK-JOB-READ-COUNT       PIC 9(07) VALUE ZEROS.
001990     05  WK-JOB-WRITTEN-COUNT    PIC 9(07) VALUE ZEROS.
002000     05  WK-JOB-REJECT-COUNT     PIC 9(07) VALUE ZEROS.
002010
002020 01  WK-TIME-SYS.
002030     03  WK-TIME-HHMMSS          PIC 9(06) VALUE ZEROS.
002040     03  FILLER                  PIC 9(02) VALUE ZEROS.
002050
002060 PROCEDURE DIVISION.
002070*****************************************************************
002080*    0000-MAINLINE - PROGRAM CONTROL                            *
002090*****************************************************************
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     SORT SORT-WORK
002130         ON ASCENDING KEY SR-SECTION SR-USER-ID
002140             SR-YEAR SR-MONTH SR-DAY SR-TIME
002150         INPUT PROCEDURE IS 1500-SELECT-INPUT THRU 1500-EXIT
002160         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
002170     PERFORM 9999-FINALIZE THRU 9999-EXIT.
002180     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT.
002190     STOP RUN.
002200
002210*****************************************************************
002220*    1000-INITIALIZE - LOAD THE MAINTENANCE AUDIT TABLE, OPEN   *
002230*    THE PRINT FILE AND WRITE THE REPORT HEADINGS.              *
002240*****************************************************************
002250 1000-INITIALIZE.
002260     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
002270     PERFORM 1100-LOAD-AUDIT-TABLE THRU 1100-EXIT.
002280     OPEN OUTPUT REPORT-OUT.
002290     IF NOT REPORT-OK
002300         DISPLAY 'ERROR OPENING SECREPT - STATUS '
002310             WK-REPORT-STATUS
002315         MOVE 16 TO RETURN-CODE
002320         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
002330         STOP RUN
002340     END-IF.
002350     MOVE SPACES TO RO-LINE.
002360     MOVE 'SECURITY ACTIVITY REVIEW' TO RO-LINE.
002370     WRITE RO-LINE.
002380     MOVE SPACES TO RO-LINE.
002390     WRITE RO-LINE.
002400 1000-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440*    1100-LOAD-AUDIT-TABLE - LOAD EVERY USRAUDIT MAINTENANCE    *
002450*    RECORD INTO THE TABLE SO EACH USER ID'S ACTIONS CAN BE     *
002460*    LISTED WITH ITS LOGIN FAILURES. A MISSING FILE JUST MEANS  *
002470*    NO MAINTENANCE HAS EVER BEEN RUN.                          *
002480*****************************************************************
002490 1100-LOAD-AUDIT-TABLE.
002500     OPEN INPUT USER-AUDIT.
002510     IF USRAUDT-NOT-FOUND
002520         GO TO 1100-EXIT
002530     END-IF.
002540     IF NOT USRAUDT-OK
002550         DISPLAY 'WARNING - ERROR OPENING USRAUDIT - STATUS '
002560             WK-USRAUDT-STATUS
002570         GO TO 1100-EXIT
002580     END-IF.
002590     PERFORM 1110-LOAD-ONE-AUDIT THRU 1110-EXIT
002600         UNTIL USRAUDT-EOF.
002610     CLOSE USER-AUDIT.
002620 1100-EXIT.
002630     EXIT.
002640
002650*****************************************************************
002660*    1110-LOAD-ONE-AUDIT - ADD ONE MAINTENANCE ACTION TO THE    *
002670*    TABLE THE USER BREAK SCANS.                                *
002680*****************************************************************
002690 1110-LOAD-ONE-AUDIT.
002700     READ USER-AUDIT
002710         AT END
002720             SET USRAUDT-EOF TO TRUE
002730             GO TO 1110-EXIT
002740     END-READ.
002750     IF WK-AUDIT-COUNT < 500
002760         ADD 1 TO WK-AUDIT-COUNT
002770         MOVE UA-USER-ID
002780             TO WK-AUD-USER-ID(WK-AUDIT-COUNT)
002790         MOVE UA-DATE TO WK-AUDIT-DATE-SPLIT
002800         MOVE WK-AUDIT-DATE-SPLIT
002810             TO WK-AUD-DATE(WK-AUDIT-COUNT)
002820         MOVE UA-TIME TO WK-AUD-TIME(WK-AUDIT-COUNT)
002830         MOVE UA-ADMIN-ID
002840             TO WK-AUD-ADMIN-ID(WK-AUDIT-COUNT)
002850         MOVE UA-ACTION TO WK-AUD-ACTION(WK-AUDIT-COUNT)
002860     ELSE
002870         DISPLAY 'WARNING - AUDIT TABLE FULL AT 500.'
002880     END-IF.
002890 1110-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930*    1500-SELECT-INPUT - SORT INPUT PROCEDURE. READ SECLOG AND  *
002940*    RELEASE EVERY FAILED ATTEMPT KEYED BY ITS RESULT-CODE      *
002950*    SECTION, USER ID AND DATE. SUCCESSFUL LOGINS ARE NOT       *
002960*    REPORTED. A MISSING FILE MEANS NO ATTEMPT WAS EVER MADE.   *
002970*****************************************************************
002980 1500-SELECT-INPUT.
002990     OPEN INPUT SECURITY-LOG.
003000     IF SECLOG-NOT-FOUND
003010         DISPLAY 'NO SECLOG FILE - NOTHING TO REPORT.'
003020         GO TO 1500-EXIT
003030     END-IF.
003040     IF NOT SECLOG-OK
003050         DISPLAY 'ERROR OPENING SECLOG - STATUS '
003060             WK-SECLOG-STATUS
003070         GO TO 1500-EXIT
003080     END-IF.
003090     PERFORM 1510-SELECT-RECORD THRU 1510-EXIT
003100         UNTIL SECLOG-EOF.
003110     CLOSE SECURITY-LOG.
003120 1500-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160*    1510-SELECT-RECORD - MAP ONE LOGIN ATTEMPT TO ITS REPORT   *
003170*    SECTION AND RELEASE IT TO THE SORT.                        *
003180*****************************************************************
003190 1510-SELECT-RECORD.
003200     READ SECURITY-LOG
003210         AT END
003220             SET SECLOG-EOF TO TRUE
003230             GO TO 1510-EXIT
003240     END-READ.
003250     ADD 1 TO WK-JOB-READ-COUNT.
003260     EVALUATE TRUE
003270         WHEN SL-BAD-PIN
003280             MOVE 1 TO SR-SECTION
003290         WHEN SL-UNKNOWN-ID
003300             MOVE 2 TO SR-SECTION
003310         WHEN SL-LOCKED-OUT
003320             MOVE 3 TO SR-SECTION
003330         WHEN SL-INACTIVE-ID
003340             MOVE 4 TO SR-SECTION
003350         WHEN SL-BAD-LEVEL
003360             MOVE 5 TO SR-SECTION
003370         WHEN OTHER
003380             GO TO 1510-EXIT
003390     END-EVALUATE.
003400     MOVE SL-USER-ID TO SR-USER-ID.
003410     MOVE SL-YEAR TO SR-YEAR.
003420     MOVE SL-MONTH TO SR-MONTH.
003430     MOVE SL-DAY TO SR-DAY.
003440     MOVE SL-TIME TO SR-TIME.
003450     RELEASE SR-RECORD.
003460 1510-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*    2000-PRODUCE-REPORT - SORT OUTPUT PROCEDURE. READS THE     *
003510*    SORTED WORK FILE AND DRIVES THE SECTION/USER BREAKS.       *
003520*****************************************************************
003530 2000-PRODUCE-REPORT.
003540     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
003550     PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
003560         UNTIL SORT-EOF.
003570     IF NOT FIRST-RECORD
003580         PERFORM 2600-USER-BREAK THRU 2600-EXIT
003590     END-IF.
003600     IF WK-REPORT-COUNT = ZEROS
003610         MOVE SPACES TO RO-LINE
003620         MOVE 'NO FAILED LOGIN ATTEMPTS ON FILE.' TO RO-LINE
003630         WRITE RO-LINE
003640     END-IF.
003650 2000-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690*    2100-RETURN-RECORD - FETCH THE NEXT SORTED RECORD          *
003700*****************************************************************
003710 2100-RETURN-RECORD.
003720     RETURN SORT-WORK
003730         AT END
003740             SET SORT-EOF TO TRUE
003750     END-RETURN.
003760 2100-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*    2200-PROCESS-RECORD - PRINT ONE FAILED ATTEMPT AND FIRE    *
003810*    THE SECTION/USER BREAKS WHEN THE KEY CHANGES.              *
003820*****************************************************************
003830 2200-PROCESS-RECORD.
003840     IF FIRST-RECORD
003850         MOVE SR-SECTION TO WK-PREV-SECTION
003860         MOVE SR-USER-ID TO WK-PREV-USER-ID
003870         SET NOT-FIRST-RECORD TO TRUE
003880         PERFORM 2400-SECTION-HEADING THRU 2400-EXIT
003890     ELSE
003900         IF SR-SECTION NOT = WK-PREV-SECTION
003910             PERFORM 2600-USER-BREAK THRU 2600-EXIT
003920             MOVE SR-SECTION TO WK-PREV-SECTION
003930             MOVE SR-USER-ID TO WK-PREV-USER-ID
003940             PERFORM 2400-SECTION-HEADING THRU 2400-EXIT
003950         ELSE
003960             IF SR-USER-ID NOT = WK-PREV-USER-ID
003970                 PERFORM 2600-USER-BREAK THRU 2600-EXIT
003980                 MOVE SR-USER-ID TO WK-PREV-USER-ID
003990             END-IF
004000         END-IF
004010     END-IF.
004020     PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
004030     ADD 1 TO WK-USER-FAIL-COUNT.
004040     ADD 1 TO WK-SECTION-COUNT.
004050     ADD 1 TO WK-REPORT-COUNT.
004060     PERFORM 2100-RETURN-RECORD THRU 2100-EXIT.
004070 2200-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*    2300-PRINT-DETAIL - PRINT ONE ATTEMPT LINE, FLAGGING ANY   *
004120*    ATTEMPT MADE OUTSIDE BUSINESS HOURS (08:00-18:00).         *
004130*****************************************************************
004140 2300-PRINT-DETAIL.
004150     MOVE SR-DAY TO WK-DL-DAY.
004160     MOVE SR-MONTH TO WK-DL-MONTH.
004170     MOVE SR-YEAR TO WK-DL-YEAR.
004180     MOVE SR-TIME TO WK-TIME-SPLIT.
004190     MOVE WK-TS-HH TO WK-DL-HH.
004200     MOVE WK-TS-MM TO WK-DL-MM.
004210     MOVE WK-TS-SS TO WK-DL-SS.
004220     MOVE SR-USER-ID TO WK-DL-USER-ID.
004230     IF SR-TIME < 080000 OR SR-TIME NOT < 180000
004240         MOVE '*OUTSIDE BUSINESS HOURS' TO WK-DL-FLAG
004250     ELSE
004260         MOVE SPACES TO WK-DL-FLAG
004270     END-IF.
004280     MOVE WK-DETAIL-LINE TO RO-LINE.
004290     WRITE RO-LINE.
004300 2300-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340*    2400-SECTION-HEADING - PRINT THE HEADING FOR THE RESULT    *
004350*    CODE SECTION ABOUT TO BE LISTED.                           *
004360*****************************************************************
004370 2400-SECTION-HEADING.
004380     MOVE ZEROS TO WK-SECTION-COUNT.
004390     MOVE SPACES TO RO-LINE.
004400     MOVE WK-SECTION-NAME(WK-PREV-SECTION) TO RO-LINE.
004410     WRITE RO-LINE.
004420     MOVE SPACES TO RO-LINE.
004430     WRITE RO-LINE.
004440 2400-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*    2600-USER-BREAK - CLOSE OUT ONE USER ID WITHIN A SECTION.  *
004490*    AN ID WITH REPEATED FAILURES (3 OR MORE) IS FLAGGED, AND   *
004500*    THE ID'S USRAUDIT MAINTENANCE ACTIONS ARE LISTED SO THE    *
004510*    LOCKOUT AND THE ADM UNLOCK THAT CLEARED IT SHOW TOGETHER.  *
004520*****************************************************************
004530 2600-USER-BREAK.
004540     IF WK-USER-FAIL-COUNT NOT < 3
004550         MOVE WK-USER-FAIL-COUNT TO WK-FL-COUNT
004560         MOVE ' REPEATED FAILURES - REVIEW.' TO WK-FL-TEXT
004570         MOVE WK-FLAG-LINE TO RO-LINE
004580         WRITE RO-LINE
004590     END-IF.
004600     PERFORM 2610-PRINT-ONE-AUDIT THRU 2610-EXIT
004610         VARYING WK-AUD-SUB FROM 1 BY 1
004620         UNTIL WK-AUD-SUB > WK-AUDIT-COUNT.
004630     MOVE SPACES TO RO-LINE.
004640     WRITE RO-LINE.
004650     MOVE ZEROS TO WK-USER-FAIL-COUNT.
004660 2600-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700*    2610-PRINT-ONE-AUDIT - PRINT ONE TABLE ENTRY WHEN IT       *
004710*    BELONGS TO THE USER ID JUST LISTED.                        *
004720*****************************************************************
004730 2610-PRINT-ONE-AUDIT.
004740     IF WK-AUD-USER-ID(WK-AUD-SUB) NOT = WK-PREV-USER-ID
004750         GO TO 2610-EXIT
004760     END-IF.
004770     MOVE SPACES TO WK-AL-ACTION.
004780     EVALUATE WK-AUD-ACTION(WK-AUD-SUB)
004790         WHEN 'A'
004800             MOVE 'ADDED' TO WK-AL-ACTION
004810         WHEN 'C'
004820             MOVE 'CHANGED' TO WK-AL-ACTION
004830         WHEN 'P'
004840             MOVE 'PIN RESET' TO WK-AL-ACTION
004850         WHEN 'D'
004860             MOVE 'DEACTIVATED' TO WK-AL-ACTION
004870         WHEN 'U'
004880             MOVE 'UNLOCKED' TO WK-AL-ACTION
004890         WHEN OTHER
004900             MOVE 'UNKNOWN' TO WK-AL-ACTION
004910     END-EVALUATE.
004920     MOVE WK-AUD-DATE(WK-AUD-SUB) TO WK-AUDIT-DATE-SPLIT.
004930     MOVE WK-ADS-DAY TO WK-AL-DAY.
004940     MOVE WK-ADS-MONTH TO WK-AL-MONTH.
004950     MOVE WK-ADS-YEAR TO WK-AL-YEAR.
004960     MOVE WK-AUD-ADMIN-ID(WK-AUD-SUB) TO WK-AL-ADMIN-ID.
004970     MOVE WK-AUDIT-LINE TO RO-LINE.
004980     WRITE RO-LINE.
004990 2610-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030*    9999-FINALIZE - CLOSE THE PRINT FILE                       *
005040*****************************************************************
005050 9999-FINALIZE.
005060     CLOSE REPORT-OUT.
005070 9999-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110*    9800-LOG-JOB-START - APPEND THE S START RECORD FOR THIS    *
005120*    RUN TO THE SHARED JOB-RUN LOG.                             *
005130*****************************************************************
005140 9800-LOG-JOB-START.
005150     ACCEPT WK-JOB-START-DATE FROM DATE YYYYMMDD.
005160     ACCEPT WK-TIME-SYS FROM TIME.
005170     MOVE WK-TIME-HHMMSS TO WK-JOB-START-TIME.
005180     MOVE SPACES TO JL-RECORD.
005190     MOVE 'SECREP' TO JL-PROGRAM.
005200     SET JL-START-REC TO TRUE.
005210     MOVE WK-JOB-START-DATE TO JL-START-DATE.
005220     MOVE WK-JOB-START-TIME TO JL-START-TIME.
005230     MOVE ZEROS TO JL-END-DATE JL-END-TIME.
005240     MOVE WK-JOB-PARAMS TO JL-PARAMS.
005250     MOVE ZEROS TO JL-READ-COUNT JL-WRITTEN-COUNT
005260         JL-REJECT-COUNT JL-RETURN-CODE.
005270     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
005280 9800-EXIT.
005290     EXIT.
005300
005310*****************************************************************
005320*    9810-LOG-JOB-END - APPEND THE E END RECORD CARRYING THE    *
005330*    PARAMETERS USED, THE RUN COUNTS AND THE FINAL              *
005340*    RETURN-CODE. PERFORMED ON EVERY PATH THAT ENDS THE RUN.    *
005350*****************************************************************
005360 9810-LOG-JOB-END.
005370     MOVE WK-REPORT-COUNT TO WK-JOB-WRITTEN-COUNT.
005380     MOVE SPACES TO JL-RECORD.
005390     MOVE 'SECREP' TO JL-PROGRAM.
005400     SET JL-END-REC TO TRUE.
005410     MOVE WK-JOB-START-DATE TO JL-START-DATE.
005420     MOVE WK-JOB-START-TIME TO JL-START-TIME.
005430     ACCEPT JL-END-DATE FROM DATE YYYYMMDD.
005440     ACCEPT WK-TIME-SYS FROM TIME.
005450     MOVE WK-TIME-HHMMSS TO JL-END-TIME.
005460     MOVE WK-JOB-PARAMS TO JL-PARAMS.
005470     MOVE WK-JOB-READ-COUNT TO JL-READ-COUNT.
005480     MOVE WK-JOB-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
005490     MOVE WK-JOB-REJECT-COUNT TO JL-REJECT-COUNT.
005500     MOVE RETURN-CODE TO JL-RETURN-CODE.
005510     PERFORM 9820-WRITE-JOB-LOG THRU 9820-EXIT.
005520 9810-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560*    9820-WRITE-JOB-LOG - OPEN THE JOB-RUN LOG FOR APPEND,      *
005570*    CREATING IT ON FIRST USE, WRITE ONE RECORD AND CLOSE IT    *
005580*    AGAIN, SO THE START RECORD IS ON FILE EVEN WHEN THE RUN    *
005590*    NEVER GETS AS FAR AS ITS END. A LOG FAILURE IS ONLY A      *
005600*    WARNING - IT NEVER STOPS THE RUN.                          *
005610*****************************************************************
005620 9820-WRITE-JOB-LOG.
005630     OPEN EXTEND JOB-LOG.
005640     IF JOBLOG-NOT-FOUND
005650         OPEN OUTPUT JOB-LOG
005660     END-IF.
005670     IF NOT JOBLOG-OK
005680         DISPLAY 'WARNING - ERROR OPENING JOBLOG - STATUS '
005690             WK-JOBLOG-STATUS
005700         GO TO 9820-EXIT
005710     END-IF.
005720     WRITE JL-RECORD.
005730     IF NOT JOBLOG-OK
005740         DISPLAY 'WARNING - JOBLOG WRITE FAILED - STATUS '
005750             WK-JOBLOG-STATUS
005760     END-IF.
005770     CLOSE JOB-LOG.
005780 9820-EXIT.
005790     EXIT.
