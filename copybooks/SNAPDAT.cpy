000010*****************************************************************
000020*    COPYBOOK    : SNAPDAT                                      *
000030*    PURPOSE     : RECORD LAYOUT FOR THE SNAPDATA CONTROL-FILE  *
000040*                  SNAPSHOT DATASET. CTLSNAP APPENDS ONE RECORD *
000050*                  PER CONTROL-FILE RECORD, TAGGED WITH THE     *
000060*                  SNAPSHOT ID (DATE AND TIME TAKEN), THE       *
000070*                  CONTROL FILE IT CAME FROM AND ITS POSITION   *
000080*                  IN THAT FILE. SN-DATA HOLDS THE RECORD IMAGE *
000090*                  LEFT-JUSTIFIED, SPACE-FILLED TO 120 BYTES.   *
000100*                  THE COUNTS AND CHECKSUMS THAT PROVE A        *
000110*                  SNAPSHOT ARE ON SNAPMAN.                     *
000120*    MODIFICATION HISTORY                                       *
000130*    -------------------                                        *
000140*    15/10/2026  JBF  ORIGINAL COPYBOOK.                        *
000150*****************************************************************
000160 01  SN-RECORD.
000170     05  SN-SNAP-ID.
000180         10  SN-SNAP-DATE        PIC 9(08).
000190         10  SN-SNAP-TIME        PIC 9(06).
000200     05  SN-FILE-ID              PIC X(08).
000210     05  SN-SEQ                  PIC 9(07).
000220     05  SN-DATA                 PIC X(120).
