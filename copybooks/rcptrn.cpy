001100*                   I - INQUIRY (RECORD LISTED ON THE REPORT -
001200*                       THE KEY FIELDS THEMSELVES ARE NEVER
001300*                       PRINTED, ONLY THE MODE AND DATES)
001320*                   R - ROTATE - SCHEDULE A SUCCESSOR KEY FOR
001340*                       AN EXISTING RECIPIENT, EFFECTIVE FROM THE
001360*                       CARD'S EFF-FROM DATE. THE CARD MUST CARRY
001380*                       THE FULL ASSIGNMENT, AS AN ADD DOES
001390*    OPERATOR.....: THE OPERATOR APPLYING THE CARD, REQUIRED ON
001395*                   EVERY ACTION BUT AN INQUIRY.
001400*    MODIFICATION HISTORY
001500*    DATE.......  INIT  DESCRIPTION
001600*    ----------  ----  ------------------------------------------
001700*    2026-09-02  SM    ORIGINAL COPYBOOK.
001720*    2026-10-15  SM    ADDED THE R (ROTATE) ACTION AND THE
001740*                      CSR-RTN-FULL-CARD CONDITION FOR THE
001760*                      ACTIONS THAT MUST SUPPLY A COMPLETE
001780*                      ASSIGNMENT.
001790*    2026-10-15  SM    ADDED CSR-RTN-OPERATOR-ID, THE OPERATOR THE
001792*                      CHANGE IS JOURNALED UNDER.
001800*****************************************************************
001900 01  CSR-RTN-RECORD.
002000     05  CSR-RTN-ACTION              PIC X(01).
002200         88  CSR-RTN-CHANGE          VALUE "C".
002300         88  CSR-RTN-DELETE          VALUE "D".
002400         88  CSR-RTN-INQUIRY         VALUE "I".
002430         88  CSR-RTN-ROTATE          VALUE "R".
002460         88  CSR-RTN-FULL-CARD       VALUE "A" "R".
002500     05  CSR-RTN-RECIPIENT-ID        PIC X(08).
002600     05  CSR-RTN-CIPHER-MODE         PIC X(01).
002700     05  CSR-RTN-CIPHER-KEY          PIC X(02).
002800     05  CSR-RTN-KEYWORD             PIC X(20).
002900     05  CSR-RTN-EFF-FROM-DATE       PIC X(08).
003000     05  CSR-RTN-EFF-TO-DATE         PIC X(08).
003100     05  CSR-RTN-OPERATOR-ID         PIC X(08).
