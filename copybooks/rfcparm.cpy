000100*****************************************************************
000200*    COPYBOOK.....: RFCPARM
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE REFCHECK-PARM CONTROL-
000400*                   CARD FILE READ BY THE Refcheck REFERENTIAL
000500*                   INTEGRITY SWEEP. ONE RECORD SUPPLIES THE
000600*                   LOOK-AHEAD IN DAYS - HOW FAR PAST THE RUN DATE
000700*                   AN UNSENT MESSAGE MAY WAIT BEFORE IT GOES OUT.
000800*                   A RECIPIENT ASSIGNMENT ENDING BEFORE THAT SEND
000900*                   DATE IS REPORTED AS EXPIRING BEFORE SEND.
001000*    MODIFICATION HISTORY
001100*    DATE.......  INIT  DESCRIPTION
001200*    ----------  ----  ------------------------------------------
001300*    2026-10-15  SM    ORIGINAL COPYBOOK.
001400*****************************************************************
001500 01  CSR-RFP-PARM-RECORD.
001600     05  CSR-RFP-LOOKAHEAD-DAYS      PIC 9(03).
001700     05  FILLER                      PIC X(77).
