001400*                   A LEVEL AUTHORIZES ITS OWN FUNCTIONS AND
001500*                   EVERY LEVEL BELOW IT. MAINTAINED BY THE
001600*                   Opermaint CARD-DRIVEN PROGRAM.
001610*    LOCKOUT......: Secreview SETS AN OPERATOR INACTIVE WHEN THE
001620*                   OPERATOR'S SECURITY VIOLATIONS WITHIN ITS
001630*                   REVIEW WINDOW REACH THE THRESHOLD, STAMPING
001640*                   THE LOCKOUT DATE AND COUNT. A SUPERVISOR
001650*                   REINSTATES THE OPERATOR ON AN Opermaint
001660*                   CHANGE CARD (ACTIVE FLAG Y), WHICH STAMPS THE
001670*                   REINSTATE DATE - ONLY VIOLATIONS AFTER THAT
001680*                   DATE COUNT TOWARD A NEW LOCKOUT.
001700*    MODIFICATION HISTORY
001800*    DATE.......  INIT  DESCRIPTION
001900*    ----------  ----  ------------------------------------------
002000*    2026-09-02  SM    ORIGINAL COPYBOOK.
002010*    2026-10-15  SM    ADDED CSR-OPR-LOCKOUT-DATE, CSR-OPR-
002020*                      LOCKOUT-COUNT AND CSR-OPR-REINSTATE-DATE
002030*                      FOR THE Secreview AUTOMATIC LOCKOUT.
002100*****************************************************************
002200 01  CSR-OPR-RECORD.
002300     05  CSR-OPR-OPERATOR-ID         PIC X(08).
002500     05  CSR-OPR-AUTH-LEVEL          PIC 9(01).
002600     05  CSR-OPR-ACTIVE-FLAG         PIC X(01).
002700         88  CSR-OPR-ACTIVE          VALUE "Y".
002800     05  CSR-OPR-LOCKOUT-DATE        PIC 9(08).
002900     05  CSR-OPR-LOCKOUT-COUNT       PIC 9(03).
003000     05  CSR-OPR-REINSTATE-DATE      PIC 9(08).
