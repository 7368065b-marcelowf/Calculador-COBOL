000130*    MODIFICATION HISTORY                                       *
000140*    -------------------                                        *
000150*    02/09/2026  JBF  ORIGINAL COPYBOOK.                        *
000151*    15/10/2026  JBF  ADDED ST-ACCOUNT, THE ACCOUNT MASTER CODE *
000152*                      STDGEN STAMPS ON EVERY GENERATED ENTRY.  *
000160*****************************************************************
000170 01  ST-RECORD.
000180     05  ST-ID                   PIC X(08).
000300     05  ST-STATUS               PIC X(01).
000310         88  ST-ACTIVE               VALUE 'A'.
000320         88  ST-INACTIVE             VALUE 'I'.
000330     05  ST-ACCOUNT              PIC X(06).
