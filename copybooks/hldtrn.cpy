000100*****************************************************************
000200*    COPYBOOK.....: HLDTRN
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE HOLDREL-TRANS DECISION
000400*                   CARD FILE READ BY THE Holdrel HELD-MESSAGE
000500*                   REVIEW PROGRAM. ONE CARD PER DECISION ON ONE
000600*                   HELD MESSAGE.
000700*    ACTIONS......: R - RELEASE THE HELD MESSAGE FOR SENDING
000800*                   J - REJECT THE HELD MESSAGE FOR GOOD
000900*                   I - INQUIRY (ITEM LISTED ON THE REPORT)
001000*    OPERATOR-ID..: THE SUPERVISOR MAKING THE DECISION, REQUIRED
001100*                   ON EVERY ACTION BUT AN INQUIRY.
001200*    MODIFICATION HISTORY
001300*    DATE.......  INIT  DESCRIPTION
001400*    ----------  ----  ------------------------------------------
001500*    2026-10-15  SM    ORIGINAL COPYBOOK.
001600*****************************************************************
001700 01  CSR-HTN-RECORD.
001800     05  CSR-HTN-ACTION              PIC X(01).
001900         88  CSR-HTN-RELEASE         VALUE "R".
002000         88  CSR-HTN-REJECT          VALUE "J".
002100         88  CSR-HTN-INQUIRY         VALUE "I".
002200     05  CSR-HTN-MSG-ID              PIC X(10).
002300     05  CSR-HTN-OPERATOR-ID         PIC X(08).
002400     05  CSR-HTN-NOTE                PIC X(30).
