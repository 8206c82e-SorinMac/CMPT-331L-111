000100*****************************************************************
000200*    COPYBOOK.....: BKOPARM
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE BACKOUT-PARM REQUEST
000400*                   CARD READ BY THE Backout CHANGE BACKOUT
000500*                   PROGRAM. ONE CARD NAMES THE CHANGES TO BE
000600*                   REVERSED AND THE OPERATOR REVERSING THEM:
000700*                       R  ONE MAINTENANCE RUN - THE RUN ID
000800*                          PRINTED ON ITS REPORT IS REQUIRED
000900*                       T  EVERY CHANGE JOURNALED AFTER THE FROM
001000*                          DATE AND TIME (HHMMSSCC, BLANK FOR THE
001100*                          START OF THE DAY)
001200*                   THE PROGRAM, WHEN GIVEN, LIMITS EITHER SCOPE
001300*                   TO THE CHANGES MADE BY THAT PROGRAM (MSGMAINT,
001400*                   RECMAINT, OPERMAINT OR BACKOUT). THE OPERATOR
001500*                   MUST BE ACTIVE ON OPERATOR-MASTER AT LEVEL 3.
001600*    MODIFICATION HISTORY
001700*    DATE.......  INIT  DESCRIPTION
001800*    ----------  ----  ------------------------------------------
001900*    2026-10-15  SM    ORIGINAL COPYBOOK.
002000*****************************************************************
002100 01  CSR-BKP-PARM-RECORD.
002200     05  CSR-BKP-SCOPE               PIC X(01).
002300         88  CSR-BKP-ONE-RUN         VALUE "R".
002400         88  CSR-BKP-SINCE           VALUE "T".
002500     05  CSR-BKP-PROGRAM             PIC X(10).
002600     05  CSR-BKP-RUN-ID              PIC X(16).
002700     05  CSR-BKP-FROM-DATE           PIC X(08).
002800     05  CSR-BKP-FROM-TIME           PIC X(08).
002900     05  CSR-BKP-OPERATOR-ID         PIC X(08).
003000     05  FILLER                      PIC X(29).
