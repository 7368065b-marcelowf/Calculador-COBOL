000235*                      NUMBER IN THE HEADER, SO THE BATCHREG     *
000236*                      SUBMISSION REGISTER CAN TELL TWO SAME-    *
000237*                      DAY FILES FROM THE SAME SOURCE APART.     *
000238*    15/10/2026  JBF  ADDED BT-ACCOUNT AND THE ACT REJECT REASON *
000239*                      FOR AN UNKNOWN OR INACTIVE ACCOUNT CODE.  *
000240*****************************************************************
000250 01  BT-RECORD.
000260     05  BT-REC-TYPE             PIC X(01).
000330         10  BT-SIN              PIC X(01).
000340         10  BT-N01              PIC S9(05)V99.
000350         10  BT-N02              PIC S9(05)V99.
000355         10  BT-ACCOUNT          PIC X(06).
000360     05  BT-HEADER-DATA REDEFINES BT-DETAIL-DATA.
000370         10  BT-HDR-DATE         PIC 9(08).
000380         10  BT-HDR-SOURCE       PIC X(08).
000381         10  BT-HDR-SEQ          PIC 9(04).
000390         10  FILLER              PIC X(23).
000400     05  BT-TRAILER-DATA REDEFINES BT-DETAIL-DATA.
000410         10  BT-TRL-COUNT        PIC 9(07).
000420         10  BT-TRL-HASH-N01     PIC S9(09)V99.
000430         10  BT-TRL-HASH-N02     PIC S9(09)V99.
000440         10  FILLER              PIC X(14).
000450     05  BT-REJ-REASON           PIC X(03).
000460         88  BT-REJ-BAD-LEVEL        VALUE 'LVL'.
000470         88  BT-REJ-BAD-OPERATOR     VALUE 'OPR'.
000490         88  BT-REJ-NOT-AUTHORIZED   VALUE 'AUT'.
000500         88  BT-REJ-OVERFLOW         VALUE 'OVR'.
000510         88  BT-REJ-BAD-ROOT         VALUE 'ROT'.
000520         88  BT-REJ-BAD-ACCOUNT      VALUE 'ACT'.
