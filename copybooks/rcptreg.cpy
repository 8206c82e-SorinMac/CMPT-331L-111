000100*****************************************************************
000200*    COPYBOOK.....: RCPTREG
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE RECEIPT-REGISTER
000400*                   INDEXED FILE - THE PERMANENT REGISTER OF
000500*                   EVERY FRAMED PARTNER BATCH A DECRYPT-ONLY
000600*                   Ceaser RUN HAS RECEIVED. KEYED ON THE
000700*                   BATCH HEADER'S SENDING SITE, PARTNER RUN ID
000800*                   AND RECIPIENT, SO THE SAME PARTNER BATCH
000900*                   ARRIVING A SECOND TIME IS RECOGNIZED. EACH
001000*                   ENTRY HOLDS THE DATE RECEIVED, THE MESSAGE
001100*                   AND SEGMENT COUNTS, THE ACKNOWLEDGMENTS
001200*                   RETURNED AND THE VERIFY OUTCOME:
001300*                       V  VERIFIED - CHECKS AND TRAILER AGREED
001400*                       F  FAILED VERIFICATION
001500*                   A BATCH ALREADY VERIFIED IS NOT DECRYPTED
001600*                   AGAIN - THE REPEAT IS COUNTED AS A
001700*                   DUPLICATE RECEIPT. A BATCH THAT FAILED MAY
001800*                   BE RESENT; THE RESEND UPDATES THE ENTRY.
001900*    MODIFICATION HISTORY
002000*    DATE.......  INIT  DESCRIPTION
002100*    ----------  ----  ------------------------------------------
002200*    2026-10-15  SM    ORIGINAL COPYBOOK.
002300*****************************************************************
002400 01  CSR-RCPT-RECORD.
002500     05  CSR-IRG-KEY.
002600         10  CSR-IRG-SITE-ID         PIC X(08).
002700         10  CSR-IRG-RUN-ID          PIC X(16).
002800         10  CSR-IRG-RECIPIENT-ID    PIC X(08).
002900     05  CSR-IRG-PARTNER-RUN-DATE    PIC 9(08).
003000     05  CSR-IRG-RECV-DATE           PIC 9(08).
003100     05  CSR-IRG-RECV-RUN-ID         PIC X(16).
003200     05  CSR-IRG-MSG-COUNT           PIC 9(07).
003300     05  CSR-IRG-SEG-COUNT           PIC 9(07).
003400     05  CSR-IRG-ACCEPT-COUNT        PIC 9(07).
003500     05  CSR-IRG-REJECT-COUNT        PIC 9(07).
003600     05  CSR-IRG-OUTCOME             PIC X(01).
003700         88  CSR-IRG-VERIFIED        VALUE "V".
003800         88  CSR-IRG-FAILED          VALUE "F".
003900     05  CSR-IRG-RECEIPT-COUNT       PIC 9(03).
004000     05  CSR-IRG-DUP-COUNT           PIC 9(03).
004100     05  CSR-IRG-LAST-DUP-DATE       PIC 9(08).
004200     05  FILLER                      PIC X(20).
