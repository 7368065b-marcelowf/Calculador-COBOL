000210*    MODIFICATION HISTORY                                       *
000220*    -------------------                                        *
000230*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000233*    15/10/2026  JBF  CARRY THE ORIGINAL CL-ACCOUNT ONTO THE    *
000236*                      REVERSAL AND THE CORRECTION.             *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALCADJ.
001630     05  WK-ORIG-RES             PIC S9(07)V99 VALUE ZEROS.
001640     05  WK-ORIG-LEVEL           PIC 9(02) VALUE ZEROS.
001650     05  WK-ORIG-REF             PIC 9(09) VALUE ZEROS.
001655     05  WK-ORIG-ACCOUNT         PIC X(06) VALUE SPACES.
001660
001670 01  WK-PERIOD-FIELDS.
001680     05  WK-ORIG-PERIOD          PIC 9(06) VALUE ZEROS.
004440         MOVE CL-RES TO WK-ORIG-RES
004450         MOVE CL-LEVEL TO WK-ORIG-LEVEL
004460         MOVE CL-REF TO WK-ORIG-REF
004465         MOVE CL-ACCOUNT TO WK-ORIG-ACCOUNT
004470     END-IF.
004480 2110-EXIT.
004490     EXIT.
005270     MOVE WK-ORIG-N02 TO CL-N02.
005280     COMPUTE CL-RES = 0 - WK-ORIG-RES.
005290     MOVE WK-ORIG-LEVEL TO CL-LEVEL.
005295     MOVE WK-ORIG-ACCOUNT TO CL-ACCOUNT.
005300     MOVE WK-REV-REF TO CL-REF.
005310     WRITE CL-RECORD.
005320     IF NOT CALCLOG-OK
005680     MOVE WK-N02 TO CL-N02.
005690     MOVE WK-RES TO CL-RES.
005700     MOVE WK-ORIG-LEVEL TO CL-LEVEL.
005705     MOVE WK-ORIG-ACCOUNT TO CL-ACCOUNT.
005710     MOVE WK-CORR-REF TO CL-REF.
005720     WRITE CL-RECORD.
005730     IF NOT CALCLOG-OK
