001760*                      MESSAGE WHEN RUNNING STRAIGHT OFF THE
001770*                      MASTER, SO A ROUTINE RUN IS "EVERYTHING
001780*                      NOT YET SENT" WITH NO DOUBLE-SEND RISK.
001782*    2026-10-15  SM    ADDED THE APPROVAL STATUS WITH THE ENTERING
001784*                      AND APPROVING OPERATORS AND DATES. Msgmaint
001786*                      LEAVES EVERY ADDED OR CHANGED MESSAGE
001788*                      PENDING UNTIL A SECOND OPERATOR RELEASES OR
001790*                      REFUSES IT; Ceaser TRANSMITS ONLY RELEASED
001792*                      MESSAGES. A BLANK STATUS IS A RECORD LOADED
001794*                      BEFORE APPROVAL WAS KEPT AND COUNTS AS
001796*                      RELEASED.
001800*****************************************************************
001900 01  CSR-MASTER-RECORD.
002000     05  CSR-MST-KEY.
003100     05  CSR-MST-SENT-FLAG           PIC X(01).
003200         88  CSR-MST-SENT            VALUE "Y".
003300     05  CSR-MST-LAST-RUN-DATE       PIC 9(08).
003400     05  CSR-MST-APPROVAL-STATUS     PIC X(01).
003500         88  CSR-MST-PENDING         VALUE "P".
003600         88  CSR-MST-RELEASED        VALUE "R" " ".
003700         88  CSR-MST-REFUSED         VALUE "F".
003800     05  CSR-MST-ENTERED-BY          PIC X(08).
003900     05  CSR-MST-ENTERED-DATE        PIC 9(08).
004000     05  CSR-MST-APPROVED-BY         PIC X(08).
004100     05  CSR-MST-APPROVED-DATE       PIC 9(08).
