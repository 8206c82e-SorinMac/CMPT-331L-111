001200*                   TRANSMISSION CAN BE PROVED FROM THE FILE
001300*                   ITSELF. A DECRYPT-ONLY Ceaser RUN RECOGNIZES
001400*                   AND VERIFIES THE FRAMING ON THE WAY BACK IN.
001420*                   ONE FILE MAY HOLD SEVERAL FRAMED BATCHES,
001440*                   ONE PER PARTNER RECIPIENT, EACH NAMING ITS
001460*                   RECIPIENT ON ITS HEADER.
001500*    MODIFICATION HISTORY
001600*    DATE.......  INIT  DESCRIPTION
001700*    ----------  ----  ------------------------------------------
003000*                      HEADER, PER-MESSAGE CHECK AND TRAILER
003100*                      VIEWS OF THE RECORD, TURNING THE FILE
003200*                      INTO A VERIFIABLE FRAMED TRANSMISSION.
003210*    2026-10-15  SM    THE FILE NOW CARRIES ONE FRAMED BATCH
003220*                      (HEADER, DATA, CHECKS, TRAILER) PER PARTNER
003230*                      RECIPIENT. ADDED CSR-OUT-HDR-RECIPIENT-ID
003240*                      TO THE HEADER - SPACES MARK THE DEFAULT
003250*                      BATCH OF MESSAGES THAT NAMED NO RECIPIENT.
003300*****************************************************************
003400 01  CSR-CIPHER-OUT-RECORD.
003500     05  CSR-OUT-RECORD-TYPE         PIC X(01).
004900         10  CSR-OUT-HDR-RUN-DATE    PIC 9(08).
005000         10  CSR-OUT-HDR-SITE-ID     PIC X(08).
005100         10  CSR-OUT-HDR-RUN-ID      PIC X(16).
005150         10  CSR-OUT-HDR-RECIPIENT-ID PIC X(08).
005200         10  FILLER                  PIC X(72).
005300     05  CSR-OUT-CHECK-FIELDS REDEFINES CSR-OUT-DATA-FIELDS.
005400         10  CSR-OUT-CHK-MSG-ID      PIC X(10).
005500         10  CSR-OUT-CHK-VALUE       PIC 9(09).
