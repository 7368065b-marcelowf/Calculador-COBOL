000093*                      CONTROL FILE AT POSTING TIME, SO ONE     *
000094*                      DISPUTED FIGURE CAN BE POINTED AT        *
000095*                      EXACTLY EVEN AFTER THE MONTH IS CLOSED.  *
000096*    15/10/2026  JBF  ADDED CL-ACCOUNT, THE ACCOUNT MASTER CODE *
000097*                      THE CALCULATION IS CHARGED TO.           *
000100*****************************************************************
000110 01  CL-RECORD.
000120     05  CL-NAME                 PIC X(20).
000200     05  CL-RES                  PIC S9(07)V99.
000210     05  CL-LEVEL                PIC 9(02).
000220     05  CL-REF                  PIC 9(09).
000230     05  CL-ACCOUNT              PIC X(06).
