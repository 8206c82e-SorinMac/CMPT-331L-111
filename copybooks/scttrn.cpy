000100*****************************************************************
000200*    COPYBOOK.....: SCTTRN
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE TERMMAINT-TRANS
000400*                   TRANSACTION CARD FILE READ BY THE Termmaint
000500*                   SCREEN-TERMS MAINTENANCE PROGRAM. ONE CARD PER
000600*                   ACTION AGAINST ONE RESTRICTED TERM.
000700*    ACTIONS......: A - ADD A NEW TERM
000800*                   C - CHANGE AN EXISTING TERM (ONLY THE
000900*                       NON-BLANK DATA FIELDS ARE APPLIED; A
001000*                       RECIPIENT OF *ALL WIDENS THE TERM BACK TO
001100*                       EVERY RECIPIENT)
001200*                   D - DELETE AN EXISTING TERM
001300*                   I - INQUIRY (RECORD LISTED ON THE REPORT)
001400*    MAINT-BY.....: THE OPERATOR APPLYING THE CARD, REQUIRED ON
001500*                   EVERY ACTION BUT AN INQUIRY.
001600*    MODIFICATION HISTORY
001700*    DATE.......  INIT  DESCRIPTION
001800*    ----------  ----  ------------------------------------------
001900*    2026-10-15  SM    ORIGINAL COPYBOOK.
002000*****************************************************************
002100 01  CSR-STN-RECORD.
002200     05  CSR-STN-ACTION              PIC X(01).
002300         88  CSR-STN-ADD             VALUE "A".
002400         88  CSR-STN-CHANGE          VALUE "C".
002500         88  CSR-STN-DELETE          VALUE "D".
002600         88  CSR-STN-INQUIRY         VALUE "I".
002700     05  CSR-STN-TERM-ID             PIC X(08).
002800     05  CSR-STN-CATEGORY            PIC X(08).
002900     05  CSR-STN-MATCH-TYPE          PIC X(01).
003000     05  CSR-STN-TERM-TEXT           PIC X(30).
003100     05  CSR-STN-DIGIT-RUN           PIC X(02).
003200     05  CSR-STN-DIGIT-RUN-NUM REDEFINES CSR-STN-DIGIT-RUN
003300                                     PIC 9(02).
003400     05  CSR-STN-RECIPIENT-ID        PIC X(08).
003500     05  CSR-STN-ACTIVE-FLAG         PIC X(01).
003600     05  CSR-STN-MAINT-BY            PIC X(08).
