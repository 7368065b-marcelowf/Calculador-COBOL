000110*    MODIFICATION HISTORY                                       *
000120*    -------------------                                        *
000130*    02/09/2026  JBF  ORIGINAL COPYBOOK.                        *
000131*    15/10/2026  JBF  ADDED BR-FIRST-REF AND BR-LAST-REF - THE  *
000132*                      FIRST AND LAST CL-REF THE RUN DREW, SO   *
000133*                      REFRECON CAN TIE THE POSTED COUNT AND    *
000134*                      TOTAL BACK TO THE CALC-LOG ROWS. BOTH    *
000135*                      ZERO WHEN THE RUN POSTED NOTHING.        *
000140*****************************************************************
000150 01  BR-RECORD.
000160     05  BR-SOURCE               PIC X(08).
000210     05  BR-POSTED-TOTAL         PIC S9(11)V99.
000220     05  BR-REJECTED-COUNT       PIC 9(07).
000230     05  BR-HELD-COUNT           PIC 9(07).
000240     05  BR-FIRST-REF            PIC 9(09).
000250     05  BR-LAST-REF             PIC 9(09).
