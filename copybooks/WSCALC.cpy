000215*                      A RESULT LARGER THAN THE SUBMITTER'S     *
000216*                      LIMIT IS PARKED ON THE CALCPEND HOLD     *
000217*                      QUEUE FOR ADM REVIEW INSTEAD OF POSTED.  *
000218*    15/10/2026  JBF  ADDED WK-ACCOUNT, THE ACCOUNT MASTER CODE *
000219*                      THE CALCULATION IS CHARGED TO.           *
000220*****************************************************************
000230 01  WK-SWITCHES.
000240     05  WK-SW-CONTINUE          PIC X(01) VALUE 'Y'.
000460     88  ADM                         VALUE 01.
000470     88  USER                        VALUE 02.
000480     88  COWORKER                    VALUE 03.
000485 77  WK-ACCOUNT                  PIC X(06) VALUE SPACES.
000490
000491 01  WK-LEVEL-LIMIT-VALUES.
000492     02  FILLER          PIC S9(07)V99 VALUE +9999999,99.
