000010*****************************************************************
000020*    COPYBOOK    : BUDMAST                                      *
000030*    PURPOSE     : RECORD LAYOUT FOR THE BUDGET MASTER FILE,    *
000040*                  KEYED BY BG-KEY - THE CL-NAME THE SPENDING   *
000050*                  IS POSTED UNDER, THE YEAR AND THE MONTH. ONE *
000060*                  RECORD PER NAME PER MONTH HOLDS THAT MONTH'S *
000070*                  SPENDING LIMIT. BUDMAINT MAINTAINS THE FILE, *
000080*                  STAMPING THE ADM WHO LAST SET THE FIGURE AND *
000090*                  THE DATE; BUDREP COMPARES IT WITH THE        *
000100*                  POSTED CL-RES TOTALS.                        *
000110*    MODIFICATION HISTORY                                       *
000120*    -------------------                                        *
000130*    15/10/2026  JBF  ORIGINAL COPYBOOK.                        *
000140*****************************************************************
000150 01  BG-RECORD.
000160     05  BG-KEY.
000170         10  BG-NAME             PIC X(20).
000180         10  BG-YEAR             PIC 9(04).
000190         10  BG-MONTH            PIC 9(02).
000200     05  BG-AMOUNT               PIC 9(09)V99.
000210     05  BG-UPD-ADMIN            PIC X(08).
000220     05  BG-UPD-DATE             PIC 9(08).
