000010*****************************************************************
000020*    COPYBOOK    : REFCTL                                       *
000030*    PURPOSE     : RECORD LAYOUT FOR THE REFRECON CONTROL FILE  *
000040*                  - A SINGLE RECORD HOLDING THE HIGHEST CL-REF *
000050*                  THE NIGHTLY REFERENCE RECONCILIATION HAS     *
000060*                  ALREADY COVERED, SO EACH RUN PICKS UP WITH   *
000070*                  THE FIRST REFERENCE ISSUED SINCE THE LAST.   *
000080*                  REWRITTEN WHOLE AT THE END OF EVERY RUN.     *
000090*    MODIFICATION HISTORY                                       *
000100*    -------------------                                        *
000110*    15/10/2026  JBF  ORIGINAL COPYBOOK.                        *
000120*****************************************************************
000130 01  RF-RECORD.
000140     05  RF-LAST-REF             PIC 9(09).
000150     05  RF-RUN-DATE             PIC 9(08).
000160     05  RF-EXCEPTION-COUNT      PIC 9(07).
