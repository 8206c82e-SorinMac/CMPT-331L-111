000900*                       NON-BLANK DATA FIELDS ARE APPLIED)
001000*                   D - DELETE AN EXISTING OPERATOR
001100*                   I - INQUIRY (RECORD LISTED ON THE REPORT)
001110*    MAINT-BY.....: THE OPERATOR APPLYING THE CARD, REQUIRED ON
001120*                   EVERY ACTION BUT AN INQUIRY. NOT THE SAME AS
001130*                   THE OPERATOR ID, WHICH NAMES THE RECORD.
001200*    MODIFICATION HISTORY
001300*    DATE.......  INIT  DESCRIPTION
001400*    ----------  ----  ------------------------------------------
001500*    2026-09-02  SM    ORIGINAL COPYBOOK.
001510*    2026-10-15  SM    ADDED CSR-OTN-MAINT-BY, THE OPERATOR THE
001520*                      CHANGE IS JOURNALED UNDER.
001600*****************************************************************
001700 01  CSR-OTN-RECORD.
001800     05  CSR-OTN-ACTION              PIC X(01).
002400     05  CSR-OTN-NAME                PIC X(30).
002500     05  CSR-OTN-AUTH-LEVEL          PIC X(01).
002600     05  CSR-OTN-ACTIVE-FLAG         PIC X(01).
002700     05  CSR-OTN-MAINT-BY            PIC X(08).
