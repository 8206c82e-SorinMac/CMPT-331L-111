000100*****************************************************************
000200*    COPYBOOK.....: DOPPARM
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE DAILYOPS-PARM CONTROL-
000400*                   CARD FILE READ BY THE Dailyops DAILY
000500*                   OPERATIONS SUMMARY. ONE RECORD SUPPLIES THE
000600*                   BATCH DATE TO REPORT ON (BLANK FOR TODAY) AND
000700*                   UP TO SEVEN STEP NAMES, AS LOGGED ON THE
000800*                   RUN-REGISTER, THAT ARE EXPECTED TO RUN THAT
000900*                   DAY. WITH NO STEPS GIVEN, CEASER, RECONCILE
001000*                   AND ACKTRACK ARE EXPECTED.
001100*    MODIFICATION HISTORY
001200*    DATE.......  INIT  DESCRIPTION
001300*    ----------  ----  ------------------------------------------
001400*    2026-10-15  SM    ORIGINAL COPYBOOK.
001500*****************************************************************
001600 01  CSR-DOP-PARM-RECORD.
001700     05  CSR-DOP-REPORT-DATE         PIC X(08).
001800     05  CSR-DOP-EXPECTED-STEPS.
001900         10  CSR-DOP-EXPECTED-STEP   PIC X(10) OCCURS 7 TIMES.
002000     05  FILLER                      PIC X(02).
