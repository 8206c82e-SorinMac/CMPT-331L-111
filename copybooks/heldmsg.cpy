000100*****************************************************************
000200*    COPYBOOK.....: HELDMSG
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE HELD-MESSAGES INDEXED
000400*                   FILE, THE QUEUE OF MESSAGES Ceaser'S
000500*                   RESTRICTED-CONTENT SCREEN STOPPED BEFORE
000600*                   ENCRYPTION. KEYED ON MESSAGE ID. EACH ENTRY
000700*                   CARRIES THE WHOLE ASSEMBLED PLAINTEXT AND THE
000800*                   MESSAGE'S CIPHER CONTROLS SO A RELEASED ITEM
000900*                   CAN BE SENT WITHOUT BEING RESUBMITTED, THE
001000*                   CATEGORY AND TERM ID OF THE FIRST TERM
001100*                   MATCHED, AND A 60-CHARACTER EXCERPT AROUND
001200*                   THE MATCH WITH EVERY RESTRICTED TERM IN IT
001300*                   OVERLAID BY ASTERISKS - THE ONLY VIEW OF THE
001400*                   TEXT ANY REPORT PRINTS. A SUPERVISOR RELEASES
001500*                   OR REJECTS A HELD ITEM THROUGH Holdrel; THE
001600*                   NEXT Ceaser RUN THAT ENCRYPTS SENDS EVERY
001700*                   RELEASED ITEM AND MARKS IT SENT.
001800*    STATUS.......: H - HELD, AWAITING SUPERVISOR REVIEW
001900*                   R - RELEASED, TO GO OUT ON THE NEXT RUN
002000*                   J - REJECTED - THE HELD TEXT IS NEVER SENT
002100*                   S - RELEASED AND SENT
002100*                   X - RELEASED, BUT THE MASTER COPY CHANGED,
002100*                       WENT OR LOST ITS RELEASE BEFORE IT COULD
002100*                       BE SENT - SUPERSEDED, NEVER SENT
002200*                   A MESSAGE ARRIVING UNDER THE ID OF A HELD OR
002300*                   RELEASED ITEM IS PASSED OVER; UNDER THE ID OF
002400*                   A REJECTED, SENT OR SUPERSEDED ITEM IT IS
002400*                   SCREENED AFRESH AND, IF HELD AGAIN, REPLACES
002500*                   THE OLD ENTRY.
002600*    SOURCE.......: M - READ FROM MESSAGE-MASTER, WHOSE SEGMENTS
002700*                       ARE MARKED SENT WHEN THE ITEM GOES OUT
002800*                   F - READ FROM THE MESSAGE-IN FILE
002900*    MODIFICATION HISTORY
003000*    DATE.......  INIT  DESCRIPTION
003100*    ----------  ----  ------------------------------------------
003200*    2026-10-15  SM    ORIGINAL COPYBOOK.
003200*    2026-10-15  SM    ADDED STATUS X - SUPERSEDED.
003300*****************************************************************
003400 01  CSR-HLD-RECORD.
003500     05  CSR-HLD-MSG-ID              PIC X(10).
003600     05  CSR-HLD-STATUS              PIC X(01).
003700         88  CSR-HLD-HELD            VALUE "H".
003800         88  CSR-HLD-RELEASED        VALUE "R".
003900         88  CSR-HLD-REJECTED        VALUE "J".
004000         88  CSR-HLD-SENT            VALUE "S".
004000         88  CSR-HLD-SUPERSEDED      VALUE "X".
004100     05  CSR-HLD-CATEGORY            PIC X(08).
004200     05  CSR-HLD-TERM-ID             PIC X(08).
004300     05  CSR-HLD-EXCERPT             PIC X(60).
004400     05  CSR-HLD-SOURCE              PIC X(01).
004500         88  CSR-HLD-FROM-MASTER     VALUE "M".
004600     05  CSR-HLD-RECIPIENT-ID        PIC X(08).
004700     05  CSR-HLD-OVR-CIPHER-MODE     PIC X(01).
004800     05  CSR-HLD-OVR-CIPHER-KEY      PIC X(02).
004900     05  CSR-HLD-OVR-KEYWORD         PIC X(20).
005000     05  CSR-HLD-SEG-COUNT           PIC 9(02).
005100     05  CSR-HLD-TEXT-LEN            PIC 9(03).
005200     05  CSR-HLD-TEXT                PIC X(400).
005300     05  CSR-HLD-HELD-RUN-ID         PIC X(16).
005400     05  CSR-HLD-HELD-DATE           PIC 9(08).
005500     05  CSR-HLD-HELD-BY             PIC X(08).
005600     05  CSR-HLD-DECIDED-BY          PIC X(08).
005700     05  CSR-HLD-DECIDED-DATE        PIC 9(08).
005800     05  CSR-HLD-DECISION-NOTE       PIC X(30).
005900     05  CSR-HLD-SENT-RUN-ID         PIC X(16).
006000     05  CSR-HLD-SENT-DATE           PIC 9(08).
