000100*****************************************************************
000200*    COPYBOOK.....: XMITREG
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE TRANSMIT-REGISTER
000400*                   INDEXED FILE - THE PERMANENT, CUMULATIVE
000500*                   REGISTER OF EVERY MESSAGE Ceaser HAS
000600*                   TRANSMITTED ON CIPHER-OUT. KEYED ON MESSAGE
000700*                   ID PLUS RUN ID, SO THE SAME MESSAGE SENT IN
000800*                   TWO RUNS HOLDS TWO ENTRIES. Ceaser ADDS ONE
000900*                   ENTRY PER MESSAGE AS ITS CHECK RECORD IS
001000*                   WRITTEN; Acktrack MATCHES PARTNER
001100*                   ACKNOWLEDGMENTS AGAINST IT AND MOVES EACH
001200*                   ENTRY THROUGH ITS LIFECYCLE:
001300*                       T  TRANSMITTED, NOTHING HEARD YET
001400*                       A  ACCEPTED BY THE PARTNER (FINAL)
001500*                       R  REJECTED BY THE PARTNER
001600*                       X  RETRANSMITTED, AWAITING ACKNOWLEDGMENT
001700*                       B  ABANDONED - NO LONGER CHASED (FINAL)
001800*                   THE CIPHERTEXT IS HELD ON THE ENTRY SO A
001900*                   RETRANSMISSION CAN BE CUT FROM ANY PAST
002000*                   BATCH WITHOUT ITS ORIGINAL CIPHER-OUT FILE.
002100*                   THE KEY ITSELF NEVER APPEARS HERE.
002200*    MODIFICATION HISTORY
002300*    DATE.......  INIT  DESCRIPTION
002400*    ----------  ----  ------------------------------------------
002500*    2026-10-15  SM    ORIGINAL COPYBOOK.
002600*****************************************************************
002700 01  CSR-XREG-RECORD.
002800     05  CSR-XRG-KEY.
002900         10  CSR-XRG-MSG-ID          PIC X(10).
003000         10  CSR-XRG-RUN-ID          PIC X(16).
003100     05  CSR-XRG-SITE-ID             PIC X(08).
003200     05  CSR-XRG-RECIPIENT-ID        PIC X(08).
003300     05  CSR-XRG-SENT-DATE           PIC 9(08).
003400     05  CSR-XRG-CHECK-VALUE         PIC 9(09).
003500     05  CSR-XRG-STATUS              PIC X(01).
003600         88  CSR-XRG-TRANSMITTED     VALUE "T".
003700         88  CSR-XRG-ACCEPTED        VALUE "A".
003800         88  CSR-XRG-REJECTED        VALUE "R".
003900         88  CSR-XRG-RETRANSMITTED   VALUE "X".
004000         88  CSR-XRG-ABANDONED       VALUE "B".
004100         88  CSR-XRG-OPEN            VALUE "T" "R" "X".
004200     05  CSR-XRG-STATUS-DATE         PIC 9(08).
004300     05  CSR-XRG-PARTNER-ID          PIC X(08).
004400     05  CSR-XRG-ACK-DATE            PIC X(08).
004500     05  CSR-XRG-RETRANSMIT-COUNT    PIC 9(03).
004600     05  CSR-XRG-RETRANSMIT-DATE     PIC 9(08).
004700     05  CSR-XRG-MSG-LENGTH          PIC 9(03).
004800     05  CSR-XRG-SEG-COUNT           PIC 9(02).
004900     05  CSR-XRG-CIPHERTEXT          PIC X(400).
005000     05  FILLER                      PIC X(20).
