000100*****************************************************************
000200*    COPYBOOK.....: SCRNTERM
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE SCREEN-TERMS INDEXED
000400*                   FILE, THE TABLE OF RESTRICTED TERMS AND
000500*                   PATTERNS EVERY MESSAGE IS SCREENED AGAINST
000600*                   BEFORE Ceaser ENCRYPTS IT. KEYED ON TERM ID.
000700*                   MAINTAINED BY THE Termmaint CARD-DRIVEN
000800*                   PROGRAM, WHICH STORES TERM TEXT IN UPPER CASE
000900*                   WITH ITS LENGTH SO THE SCREEN IS CASE-BLIND.
001000*                   A TERM NAMING A RECIPIENT APPLIES ONLY TO
001100*                   MESSAGES FOR THAT RECIPIENT; SPACES MEAN EVERY
001200*                   MESSAGE. ONLY ACTIVE TERMS ARE SCREENED.
001300*    MATCH TYPES..: T - THE TERM TEXT ANYWHERE IN THE MESSAGE
001400*                   D - ANY UNBROKEN RUN OF AT LEAST DIGIT-RUN
001500*                       DIGITS (ACCOUNT-NUMBER SHAPED)
001600*    MODIFICATION HISTORY
001700*    DATE.......  INIT  DESCRIPTION
001800*    ----------  ----  ------------------------------------------
001900*    2026-10-15  SM    ORIGINAL COPYBOOK.
002000*****************************************************************
002100 01  CSR-SCT-RECORD.
002200     05  CSR-SCT-TERM-ID             PIC X(08).
002300     05  CSR-SCT-CATEGORY            PIC X(08).
002400     05  CSR-SCT-MATCH-TYPE          PIC X(01).
002500         88  CSR-SCT-MATCH-TEXT      VALUE "T".
002600         88  CSR-SCT-MATCH-DIGITS    VALUE "D".
002700     05  CSR-SCT-TERM-TEXT           PIC X(30).
002800     05  CSR-SCT-TERM-LEN            PIC 9(02).
002900     05  CSR-SCT-DIGIT-RUN           PIC 9(02).
003000     05  CSR-SCT-RECIPIENT-ID        PIC X(08).
003100     05  CSR-SCT-ACTIVE-FLAG         PIC X(01).
003200         88  CSR-SCT-ACTIVE          VALUE "Y".
003300     05  CSR-SCT-ADDED-BY            PIC X(08).
003400     05  CSR-SCT-ADDED-DATE          PIC 9(08).
003500     05  CSR-SCT-CHANGED-BY          PIC X(08).
003600     05  CSR-SCT-CHANGED-DATE        PIC 9(08).
