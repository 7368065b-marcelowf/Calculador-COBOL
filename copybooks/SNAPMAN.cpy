000010*****************************************************************
000020*    COPYBOOK    : SNAPMAN                                      *
000030*    PURPOSE     : RECORD LAYOUT FOR THE SNAPMAN SNAPSHOT       *
000040*                  MANIFEST. CTLSNAP APPENDS ONE RECORD PER     *
000050*                  CONTROL FILE PER SNAPSHOT, WRITTEN ONLY      *
000060*                  AFTER THAT FILE'S SNAPDATA RECORDS, WITH THE *
000070*                  RECORD COUNT AND CHECKSUM A VERIFY OR        *
000080*                  RESTORE PROVES THE SNAPSHOT AGAINST. A FILE  *
000090*                  THAT DID NOT EXIST WHEN THE SNAPSHOT WAS     *
000100*                  TAKEN IS RECORDED WITH STATE M AND NO DATA.  *
000110*    MODIFICATION HISTORY                                       *
000120*    -------------------                                        *
000130*    15/10/2026  JBF  ORIGINAL COPYBOOK.                        *
000140*****************************************************************
000150 01  SM-RECORD.
000160     05  SM-SNAP-ID.
000170         10  SM-SNAP-DATE        PIC 9(08).
000180         10  SM-SNAP-TIME        PIC 9(06).
000190     05  SM-FILE-ID              PIC X(08).
000200     05  SM-FILE-STATE           PIC X(01).
000210         88  SM-FILE-PRESENT         VALUE 'P'.
000220         88  SM-FILE-MISSING         VALUE 'M'.
000230     05  SM-RECORD-COUNT         PIC 9(07).
000240     05  SM-CHECKSUM             PIC 9(15).
000250     05  SM-RECORD-LENGTH        PIC 9(03).
