000010*****************************************************************
000020*    COPYBOOK    : ACCTMAST                                     *
000030*    PURPOSE     : RECORD LAYOUT FOR THE ACCOUNT MASTER FILE,   *
000040*                  KEYED BY AC-CODE. ONE RECORD PER COST-CENTRE *
000050*                  / ACCOUNT CODE A CALCULATION CAN BE CHARGED  *
000060*                  TO. AC-MIN-LEVEL IS THE LOWEST ACCESS LEVEL  *
000070*                  ALLOWED TO POST TO THE ACCOUNT, IN WK-LEVEL  *
000080*                  TERMS (01=ADM ONLY, 02=ADM AND USER, 03=ALL  *
000090*                  LEVELS). ACCMAINT MAINTAINS THE FILE; AN     *
000100*                  ACCOUNT IS DEACTIVATED, NEVER DELETED, SO    *
000110*                  OLD POSTINGS ALWAYS FIND THEIR DESCRIPTION.  *
000120*    MODIFICATION HISTORY                                       *
000130*    -------------------                                        *
000140*    15/10/2026  JBF  ORIGINAL COPYBOOK.                        *
000150*****************************************************************
000160 01  AC-RECORD.
000170     05  AC-CODE                 PIC X(06).
000180     05  AC-DESC                 PIC X(30).
000190     05  AC-MIN-LEVEL            PIC 9(02).
000200     05  AC-STATUS               PIC X(01).
000210         88  AC-ACTIVE               VALUE 'A'.
000220         88  AC-INACTIVE             VALUE 'I'.
