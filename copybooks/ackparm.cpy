000800*                   OUTSTANDING-ITEMS REPORT, AND WHETHER THE
000900*                   UNACKNOWLEDGED MESSAGES SHOULD BE EXTRACTED
001000*                   BACK OUT IN CIPHER-OUT FORMAT FOR
001100*                   RETRANSMISSION, AND AFTER HOW MANY DAYS AN
001110*                   UNACCEPTED MESSAGE IS GIVEN UP AS ABANDONED
001120*                   ON THE TRANSMIT-REGISTER (ZERO = NEVER).
001200*    MODIFICATION HISTORY
001300*    DATE.......  INIT  DESCRIPTION
001400*    ----------  ----  ------------------------------------------
001500*    2026-09-02  SM    ORIGINAL COPYBOOK.
001510*    2026-10-15  SM    ADDED CSR-AKP-ABANDON-DAYS FOR THE
001520*                      TRANSMIT-REGISTER LIFECYCLE.
001600*****************************************************************
001700 01  CSR-AKP-PARM-RECORD.
001800     05  CSR-AKP-CHASE-DAYS          PIC 9(03).
001900     05  CSR-AKP-EXTRACT-FLAG        PIC X(01).
002000         88  CSR-AKP-EXTRACT         VALUE "Y".
002050     05  CSR-AKP-ABANDON-DAYS        PIC 9(03).
002100     05  FILLER                      PIC X(73).
