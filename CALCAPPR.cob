000170*    MODIFICATION HISTORY                                       *
000180*    -------------------                                        *
000190*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000191*    15/10/2026  JBF  RECORD THE CL-REF AN APPROVED ITEM WAS    *
000192*                      POSTED UNDER IN PD-POST-REF SO THE HOLD  *
000193*                      AND ITS POSTING CAN BE TIED TOGETHER.    *
000195*    15/10/2026  JBF  CARRY PD-ACCOUNT ONTO THE POSTED RECORD   *
000197*                      AND WIDEN THE PENDWORK RECORD TO MATCH.  *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CALCAPPR.
000680 FD  PEND-WORK
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  PW-RECORD                   PIC X(94).
000720
000730 FD  CALC-LOG
000740     RECORDING MODE IS F
004980     MOVE PD-N02 TO CL-N02.
004990     MOVE PD-RES TO CL-RES.
005000     MOVE PD-LEVEL TO CL-LEVEL.
005005     MOVE PD-ACCOUNT TO CL-ACCOUNT.
005010     MOVE WK-CALC-REF TO CL-REF.
005020     WRITE CL-RECORD.
005030     IF NOT CALCLOG-OK
005090     SET PD-APPROVED TO TRUE.
005100     MOVE WK-ADMIN-ID TO PD-DEC-ADMIN.
005110     MOVE WK-DATE TO PD-DEC-DATE.
005111     MOVE WK-CALC-REF TO PD-POST-REF.
005120     ADD 1 TO WK-POSTED-COUNT.
005130     DISPLAY 'POSTED - REFERENCE ' WK-CALC-REF.
005140 2500-EXIT.
