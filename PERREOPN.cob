000220*    MODIFICATION HISTORY                                       *
000230*    -------------------                                        *
000240*    02/09/2026  JBF  ORIGINAL PROGRAM.                         *
000243*    15/10/2026  JBF  WIDENED THE ARCHIVE AND WORK RECORDS FOR  *
000246*                      THE NEW CL-ACCOUNT ACCOUNT CODE.         *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PERREOPN.
000910     05  CA-RES                  PIC S9(07)V99.
000920     05  CA-LEVEL                PIC 9(02).
000930     05  CA-REF                  PIC 9(09).
000935     05  CA-ACCOUNT              PIC X(06).
000940
000950 FD  REOP-WORK
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  RW-RECORD                   PIC X(69).
000990
001000 FD  ARCH-KEEP
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  AK-RECORD                   PIC X(69).
001040
001050 FD  PERIOD-CONTROL
001060     RECORDING MODE IS F
