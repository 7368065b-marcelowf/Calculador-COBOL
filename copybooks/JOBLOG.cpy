000010*****************************************************************
000020*    COPYBOOK    : JOBLOG                                       *
000030*    PURPOSE     : RECORD LAYOUT FOR THE SHARED BATCH JOB-RUN   *
000040*                  LOG. EVERY BATCH PROGRAM APPENDS AN S START  *
000050*                  RECORD AS IT BEGINS AND AN E END RECORD AS   *
000060*                  IT FINISHES. THE END RECORD REPEATS THE      *
000070*                  START DATE AND TIME SO THE TWO PAIR UP, AND  *
000080*                  CARRIES THE RUN COUNTS AND THE FINAL         *
000090*                  RETURN-CODE. A START WITH NO MATCHING END    *
000100*                  IS A RUN THAT NEVER FINISHED. JL-PARAMS IS   *
000110*                  THE PARAMETER CARD IMAGE (COLS 1-40) - ON    *
000120*                  THE END RECORD ANY ANSWERS TAKEN FROM THE    *
000130*                  CONSOLE ARE FILLED IN AT THEIR CARD COLUMNS. *
000140*    MODIFICATION HISTORY                                       *
000150*    -------------------                                        *
000160*    15/10/2026  JBF  ORIGINAL COPYBOOK.                        *
000170*****************************************************************
000180 01  JL-RECORD.
000190     05  JL-PROGRAM              PIC X(08).
000200     05  JL-REC-TYPE             PIC X(01).
000210         88  JL-START-REC            VALUE 'S'.
000220         88  JL-END-REC              VALUE 'E'.
000230     05  JL-START-DATE           PIC 9(08).
000240     05  JL-START-TIME           PIC 9(06).
000250     05  JL-END-DATE             PIC 9(08).
000260     05  JL-END-TIME             PIC 9(06).
000270     05  JL-PARAMS               PIC X(40).
000280     05  JL-READ-COUNT           PIC 9(07).
000290     05  JL-WRITTEN-COUNT        PIC 9(07).
000300     05  JL-REJECT-COUNT         PIC 9(07).
000310     05  JL-RETURN-CODE          PIC 9(04).
