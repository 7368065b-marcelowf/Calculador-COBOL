000110*    MODIFICATION HISTORY                                       *
000120*    -------------------                                        *
000130*    02/09/2026  JBF  ORIGINAL COPYBOOK.                        *
000131*    15/10/2026  JBF  ADDED PD-POST-REF - THE CL-REF CALCAPPR   *
000132*                      POSTED AN APPROVED ITEM UNDER, SO A      *
000133*                      POSTING CAN BE TRACED BACK TO ITS HOLD.  *
000134*                      ZERO UNTIL THE ITEM IS APPROVED.         *
000135*    15/10/2026  JBF  ADDED PD-ACCOUNT, THE ACCOUNT MASTER CODE *
000136*                      THE HELD CALCULATION IS CHARGED TO.      *
000140*****************************************************************
000150 01  PD-RECORD.
000160     05  PD-STATUS               PIC X(01).
000300     05  PD-SOURCE               PIC X(08).
000310     05  PD-DEC-ADMIN            PIC X(08).
000320     05  PD-DEC-DATE             PIC 9(08).
000330     05  PD-POST-REF             PIC 9(09).
000340     05  PD-ACCOUNT              PIC X(06).
