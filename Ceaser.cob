001799*                      SCANS. EXCEEDING CAPACITY IS NOW A HARD
001799*                      STOP (RETURN-CODE 16), NEVER A SILENT
001799*                      END TO DUPLICATE CHECKING.
001799*    2026-10-15  SM    EVERY MESSAGE WRITTEN TO CIPHER-OUT IS NOW
001799*                      ALSO ENTERED ON THE PERMANENT TRANSMIT-
001799*                      REGISTER (MESSAGE ID, RUN ID, SITE,
001799*                      RECIPIENT, CHECK VALUE AND CIPHERTEXT,
001799*                      STATUS TRANSMITTED) SO Acktrack CAN MATCH
001799*                      ACKNOWLEDGMENTS AGAINST EVERY BATCH EVER
001799*                      SENT, NOT JUST THE LATEST. THE REGISTER
001799*                      ENTRIES BALANCE AGAINST THE CHECK RECORDS
001799*                      IN THE END-OF-JOB CONTROL TOTALS.
001799*    2026-10-15  SM    CIPHER-OUT NOW HOLDS ONE FRAMED BATCH
001799*                      PER PARTNER RECIPIENT INSTEAD OF ONE FOR
001799*                      THE WHOLE RUN. ENCRYPTED MESSAGES ARE
001799*                      STAGED ON THE CIPHER-WORK FILE TAGGED
001799*                      WITH THEIR RECIPIENT ID, THEN COPIED OUT
001799*                      AT END OF JOB UNDER ONE HEADER (CARRYING
001799*                      THE RECIPIENT ID) AND ONE TRAILER PER
001799*                      RECIPIENT. MESSAGES WITH NO RECIPIENT GO
001799*                      TO A DEFAULT BATCH WHOSE HEADER RECIPIENT
001799*                      IS SPACES. THE CONTROL TOTALS BALANCE
001799*                      EACH PARTNER BATCH AS WELL AS THE RUN,
001799*                      AND A DECRYPT-ONLY RUN NOW VERIFIES EVERY
001799*                      BATCH IN A MULTI-BATCH FILE.
001799*    2026-10-15  SM    A DECRYPT-ONLY RUN NOW LOGS EVERY FRAMED
001799*                      PARTNER BATCH IT RECEIVES ON THE RECEIPT-
001799*                      REGISTER (HEADER SITE, RUN ID AND
001799*                      RECIPIENT, DATE RECEIVED, MESSAGE AND
001799*                      SEGMENT COUNTS, VERIFY OUTCOME) AND WRITES
001799*                      AN ACK-OUT FILE IN THE ACKREC LAYOUT - "A"
001799*                      FOR EACH MESSAGE WHOSE CHECK VALUE
001799*                      VERIFIED, "R" FOR EACH THAT FAILED - SO
001799*                      PARTNERS CAN TRACK US AS WE TRACK THEM. A
001799*                      BATCH ALREADY RECEIVED AND VERIFIED IS
001799*                      FLAGGED AS A DUPLICATE RECEIPT AND NOT
001799*                      DECRYPTED AGAIN; ITS MESSAGES ARE RE-
001799*                      ACKNOWLEDGED SO THE PARTNER STOPS CHASING.
001799*    2026-10-15  SM    A RECIPIENT'S KEY IS NOW TAKEN FROM THE
001799*                      RECIPIENT-KEYHIST GENERATION IN EFFECT ON
001799*                      THE MESSAGE DATE (THE RUN DATE, OR ON A
001799*                      VERIFIED INBOUND BATCH THE PARTNER'S HEADER
001799*                      RUN DATE) RATHER THAN FROM THE DIRECTORY
001799*                      RECORD ALONE, SO TRAFFIC SENT UNDER A KEY
001799*                      SINCE ROTATED STILL READS. INBOUND SEGMENTS
001799*                      NOW CARRY THEIR BATCH HEADER'S RECIPIENT SO
001799*                      THE PARTNER'S KEY IS RESOLVED. WITHIN THE
001799*                      CONTROL-CARD GRACE WINDOW AFTER A CUT-OVER,
001799*                      A DECRYPT-ONLY MESSAGE THAT DOES NOT READ
001799*                      UNDER THE CURRENT KEY IS TRIED UNDER THE
001799*                      PREVIOUS ONE.
001799*    2026-10-15  SM    A RUN OFF THE MESSAGE-MASTER NOW TRANSMITS
001799*                      ONLY MESSAGES RELEASED BY A SECOND OPERATOR
001799*                      THROUGH Msgmaint. PENDING AND REFUSED
001799*                      RECORDS ARE PASSED OVER IN
001799*                      2920-READ-MASTER-NEXT AND COUNTED IN THE
001799*                      END-OF-JOB TOTALS.
001799*    2026-10-15  SM    A KEY GENERATION WITHDRAWN BY Backout IS
001799*                      NOW PASSED OVER WHEN THE GENERATION IN
001799*                      EFFECT ON THE MESSAGE DATE IS FOUND.
001799*    2026-10-15  SM    EACH RUN NOW LOGS ITS START, AND ITS END
001799*                      WITH THE RETURN CODE AND PROCESSED,
001799*                      CIPHER-OUT MESSAGE AND MISMATCH COUNTS, ON
001799*                      THE RUN-REGISTER THROUGH Runreg UNDER ITS
001799*                      RUN ID, INCLUDING A RUN STOPPED FOR A
001799*                      SECURITY VIOLATION OR A FULL TABLE.
001799*                      Housekeep AND Acktrack CHECK THESE ENTRIES.
001799*    2026-10-15  SM    A RUN THAT ENCRYPTS NOW SCREENS EACH
001799*                      ASSEMBLED MESSAGE AGAINST THE SCREEN-TERMS
001799*                      TABLE OF RESTRICTED TERMS AND DIGIT-RUN
001799*                      PATTERNS, MAINTAINED BY Termmaint, BEFORE
001799*                      3000-ENCRYPT. A MESSAGE WITH A HIT IS HELD
001799*                      ON THE HELD-MESSAGES QUEUE, NOT ENCRYPTED,
001799*                      AND ONLY A MASKED EXCERPT IS PRINTED ON THE
001799*                      NEW SCREEN-REPORT. ITEMS A SUPERVISOR
001799*                      RELEASES THROUGH Holdrel ARE SENT BY THE
001799*                      NEXT SUCH RUN. HELD AND RELEASED COUNTS
001799*                      ADDED TO THE CONTROL TOTALS. A MISSING TERM
001799*                      TABLE STOPS THE RUN.
001799*    2026-10-15  SM    A RELEASED MASTER ITEM IS NOW SENT ONLY
001799*                      WHEN ITS MASTER SEGMENTS STILL EXIST, ARE
001799*                      STILL RELEASED AND UNSENT, STILL CARRY THE
001799*                      RECIPIENT AND OVERRIDES HELD, AND STILL
001799*                      HOLD EXACTLY THE TEXT THE SUPERVISOR
001799*                      RELEASED. OTHERWISE NOTHING IS SENT OR
001799*                      MARKED SENT, THE ITEM IS MARKED SUPERSEDED
001799*                      SO THE CURRENT MASTER TEXT IS SCREENED
001799*                      AGAIN, AND THE REASON IS PRINTED ON THE
001799*                      SCREEN-REPORT.
001752*****************************************************************
001800 PROGRAM-ID. Ceaser.
001900
002499         ORGANIZATION IS LINE SEQUENTIAL
002499         FILE STATUS IS CSR-OUT-FILE-STATUS.
002499
002499     SELECT CIPHER-WORK-FILE ASSIGN TO "CIPHER-WORK"
002499         ORGANIZATION IS LINE SEQUENTIAL
002499         FILE STATUS IS CSR-OWK-FILE-STATUS.
002499
002499     SELECT RECEIPT-REGISTER ASSIGN TO "RECEIPT-REGISTER"
002499         ORGANIZATION IS INDEXED
002499         ACCESS MODE IS RANDOM
002499         RECORD KEY IS CSR-IRG-KEY
002499         FILE STATUS IS CSR-IRG-FILE-STATUS.
002499
002499     SELECT ACK-OUT-FILE ASSIGN TO "ACK-OUT"
002499         ORGANIZATION IS LINE SEQUENTIAL
002499         FILE STATUS IS CSR-AKO-FILE-STATUS.
002499
002499     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
002499         ORGANIZATION IS LINE SEQUENTIAL
002499         FILE STATUS IS CSR-SUSP-FILE-STATUS.
002499         RECORD KEY IS CSR-RCP-RECIPIENT-ID
002499         FILE STATUS IS CSR-RCP-FILE-STATUS.
002499
002499     SELECT RECIPIENT-KEYHIST ASSIGN TO "RECIPIENT-KEYHIST"
002499         ORGANIZATION IS INDEXED
002499         ACCESS MODE IS DYNAMIC
002499         RECORD KEY IS CSR-RKH-KEY
002499         FILE STATUS IS CSR-RKH-FILE-STATUS.
002499
002499     SELECT MESSAGE-MASTER ASSIGN TO "MESSAGE-MASTER"
002499         ORGANIZATION IS INDEXED
002499         ACCESS MODE IS DYNAMIC
002499     SELECT SECURITY-EXC-FILE ASSIGN TO "SECURITY-EXC"
002499         ORGANIZATION IS LINE SEQUENTIAL
002499         FILE STATUS IS CSR-SEC-FILE-STATUS.
002499
002499     SELECT TRANSMIT-REGISTER ASSIGN TO "TRANSMIT-REGISTER"
002499         ORGANIZATION IS INDEXED
002499         ACCESS MODE IS RANDOM
002499         RECORD KEY IS CSR-XRG-KEY
002499         FILE STATUS IS CSR-XRG-FILE-STATUS.
002499
002499     SELECT SCREEN-TERMS ASSIGN TO "SCREEN-TERMS"
002499         ORGANIZATION IS INDEXED
002499         ACCESS MODE IS SEQUENTIAL
002499         RECORD KEY IS CSR-SCT-TERM-ID
002499         FILE STATUS IS CSR-SCT-FILE-STATUS.
002499
002499     SELECT HELD-MESSAGES ASSIGN TO "HELD-MESSAGES"
002499         ORGANIZATION IS INDEXED
002499         ACCESS MODE IS DYNAMIC
002499         RECORD KEY IS CSR-HLD-MSG-ID
002499         FILE STATUS IS CSR-HLD-FILE-STATUS.
002499
002499     SELECT SCREEN-REPORT-FILE ASSIGN TO "SCREEN-REPORT"
002499         ORGANIZATION IS LINE SEQUENTIAL
002499         FILE STATUS IS CSR-SRP-FILE-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
003021         10  CSR-XIN-HDR-RUN-DATE    PIC X(08).
003022         10  CSR-XIN-HDR-SITE-ID     PIC X(08).
003023         10  CSR-XIN-HDR-RUN-ID      PIC X(16).
003023         10  CSR-XIN-HDR-RECIPIENT-ID PIC X(08).
003024         10  FILLER                  PIC X(72).
003025     05  CSR-XIN-CHECK-FIELDS REDEFINES CSR-XIN-DATA-FIELDS.
003026         10  CSR-XIN-CHK-MSG-ID      PIC X(10).
003027         10  CSR-XIN-CHK-VALUE       PIC 9(09).
003099     RECORDING MODE IS F.
003099 COPY "ciphout.cpy".
003099
003099*****************************************************************
003099*    CIPHER-WORK STAGING RECORD - ONE CIPHER-OUT DATA OR CHECK
003099*    RECORD IMAGE TAGGED WITH THE RECIPIENT IT IS BOUND FOR, SO
003099*    THE RUN'S OUTPUT CAN BE REGROUPED INTO ONE FRAMED BATCH PER
003099*    PARTNER AT END OF JOB.
003099*****************************************************************
003099 FD  CIPHER-WORK-FILE
003099     RECORDING MODE IS F.
003099 01  CSR-OUT-WORK-RECORD.
003099     05  CSR-OWK-RECIPIENT-ID        PIC X(08).
003099     05  CSR-OWK-OUT-IMAGE.
003099         10  CSR-OWK-RECORD-TYPE     PIC X(01).
003099             88  CSR-OWK-TYPE-DATA   VALUE "D".
003099             88  CSR-OWK-TYPE-CHECK  VALUE "M".
003099         10  FILLER                  PIC X(112).
003099
003099 FD  SUSPENSE-FILE
003099     RECORDING MODE IS F.
003099 COPY "susprec.cpy".
003099     RECORDING MODE IS F.
003099 COPY "recipmst.cpy".
003099
003099 FD  RECIPIENT-KEYHIST
003099     RECORDING MODE IS F.
003099 COPY "rcpkhist.cpy".
003099
003099 FD  MESSAGE-MASTER
003099     RECORDING MODE IS F.
003099 COPY "msgmst.cpy".
003099 FD  SECURITY-EXC-FILE
003099     RECORDING MODE IS F.
003099 COPY "secrec.cpy".
003099
003099 FD  TRANSMIT-REGISTER
003099     RECORDING MODE IS F.
003099 COPY "xmitreg.cpy".
003099
003099 FD  RECEIPT-REGISTER
003099     RECORDING MODE IS F.
003099 COPY "rcptreg.cpy".
003099
003099 FD  ACK-OUT-FILE
003099     RECORDING MODE IS F.
003099 COPY "ackrec.cpy".
003099
003099 FD  SCREEN-TERMS
003099     RECORDING MODE IS F.
003099 COPY "scrnterm.cpy".
003099
003099 FD  HELD-MESSAGES
003099     RECORDING MODE IS F.
003099 COPY "heldmsg.cpy".
003099
003099 FD  SCREEN-REPORT-FILE
003099     RECORDING MODE IS F.
003099 01  CSR-SCREEN-REPORT-RECORD        PIC X(132).
003100
003200 WORKING-STORAGE SECTION.
003300*****************************************************************
003899         88  CSR-CLHIST-EOF          VALUE "Y".
003899     05  CSR-OPR-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-SEC-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-XRG-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-XRG-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-XRG-REG-OPEN        VALUE "Y".
003899     05  CSR-OWK-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-OWK-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-OWK-OPEN            VALUE "Y".
003899     05  CSR-OWK-EOF-SW              PIC X(01) VALUE "N".
003899         88  CSR-OWK-EOF             VALUE "Y".
003899     05  CSR-IRG-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-IRG-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-IRG-REG-OPEN        VALUE "Y".
003899     05  CSR-IRG-ON-FILE-SW          PIC X(01) VALUE "N".
003899         88  CSR-IRG-ON-FILE         VALUE "Y".
003899     05  CSR-AKO-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-AKO-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-AKO-OPEN            VALUE "Y".
003899     05  CSR-DUP-BATCH-SW            PIC X(01) VALUE "N".
003899         88  CSR-DUP-BATCH           VALUE "Y".
003899     05  CSR-BATCH-FAIL-SW           PIC X(01) VALUE "N".
003899         88  CSR-BATCH-FAILED        VALUE "Y".
003899     05  CSR-RCPT-PENDING-SW         PIC X(01) VALUE "N".
003899         88  CSR-RCPT-PENDING        VALUE "Y".
003899     05  CSR-RKH-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-RKH-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-RKH-HIST-OPEN       VALUE "Y".
003899     05  CSR-RKH-END-SW              PIC X(01) VALUE "N".
003899         88  CSR-RKH-END             VALUE "Y".
003899     05  CSR-KGN-FOUND-SW            PIC X(01) VALUE "N".
003899         88  CSR-KGN-FOUND           VALUE "Y".
003899     05  CSR-KPV-FOUND-SW            PIC X(01) VALUE "N".
003899         88  CSR-KPV-FOUND           VALUE "Y".
003899     05  CSR-MST-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-MST-OPEN            VALUE "Y".
003899     05  CSR-MST-TRIED-SW            PIC X(01) VALUE "N".
003899         88  CSR-MST-OPEN-TRIED      VALUE "Y".
003899     05  CSR-SCREEN-SW               PIC X(01) VALUE "N".
003899         88  CSR-SCREEN-ACTIVE       VALUE "Y".
003899     05  CSR-SCT-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-SCT-END-SW              PIC X(01) VALUE "N".
003899         88  CSR-SCT-END             VALUE "Y".
003899     05  CSR-HLD-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-HLD-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-HLD-OPEN            VALUE "Y".
003899     05  CSR-HLD-ON-FILE-SW          PIC X(01) VALUE "N".
003899         88  CSR-HLD-ON-FILE         VALUE "Y".
003899     05  CSR-HLD-PASS-SW             PIC X(01) VALUE "N".
003899         88  CSR-HLD-PASS-OVER       VALUE "Y".
003899     05  CSR-HLD-END-SW              PIC X(01) VALUE "N".
003899         88  CSR-HLD-END             VALUE "Y".
003899     05  CSR-SCR-HIT-SW              PIC X(01) VALUE "N".
003899         88  CSR-SCR-HIT             VALUE "Y".
003899     05  CSR-SCR-MASK-SW             PIC X(01) VALUE "N".
003899         88  CSR-SCR-MASKING         VALUE "Y".
003899     05  CSR-SRP-FILE-STATUS         PIC X(02) VALUE "00".
003899     05  CSR-SRP-OPEN-SW             PIC X(01) VALUE "N".
003899         88  CSR-SRP-OPEN            VALUE "Y".
003900
004000*****************************************************************
004100*    WORKING FIELDS
005167 77  CSR-EXPECT-CAND                 PIC 9(05) VALUE 0.
005167 77  CSR-EXPECT-OUT                  PIC 9(05) VALUE 0.
005167 77  CSR-REJECT-COUNT                PIC 9(05) VALUE 0.
005167 77  CSR-XRG-COUNT                   PIC 9(05) VALUE 0.
005167 77  CSR-EXPECT-OUT-MSGS             PIC 9(07) VALUE 0.
005167 77  CSR-UNRELEASED-COUNT            PIC 9(05) VALUE 0.
005167 77  CSR-SCREENED-COUNT              PIC 9(05) VALUE 0.
005167 77  CSR-HELD-COUNT                  PIC 9(05) VALUE 0.
005167 77  CSR-HLD-WRITE-COUNT             PIC 9(05) VALUE 0.
005167 77  CSR-HOLD-PASS-COUNT             PIC 9(05) VALUE 0.
005167 77  CSR-REL-PICKED-COUNT            PIC 9(05) VALUE 0.
005167 77  CSR-RELEASED-COUNT              PIC 9(05) VALUE 0.
005167 77  CSR-REL-UNSENT-COUNT            PIC 9(05) VALUE 0.
005167
005167*****************************************************************
005167*    FRONT-END EDIT WORKING FIELDS - CSR-REJECT-REASON HOLDS THE
005167 77  CSR-VFY-CTL-COUNT               PIC 9(05) VALUE 0.
005167 77  CSR-VFY-LAST-MSG-ID             PIC X(10) VALUE SPACES.
005167 77  CSR-VFY-CHECK-VALUE             PIC 9(09) VALUE 0.
005167 77  CSR-VFY-BATCH-COUNT             PIC 9(05) VALUE 0.
005167 77  CSR-VFY-BAT-MSG-COUNT           PIC 9(07) VALUE 0.
005167 77  CSR-VFY-BAT-SEG-COUNT           PIC 9(07) VALUE 0.
005167*****************************************************************
005167*    INBOUND RECEIPT AND ACKNOWLEDGMENT WORKING FIELDS - THE
005167*    HEADER OF THE PARTNER BATCH IN HAND IS HELD HERE UNTIL ITS
005167*    RECEIPT IS LOGGED, SINCE BY THEN THE RECORD AREA HOLDS THE
005167*    TRAILER. RECORDS OF A DUPLICATE BATCH ARE READ BUT NEITHER
005167*    DECRYPTED NOR VERIFIED, SO THEY BALANCE THROUGH THEIR OWN
005167*    COUNT.
005167*****************************************************************
005167 01  CSR-RCV-BATCH.
005167     05  CSR-RCV-SITE-ID             PIC X(08).
005167     05  CSR-RCV-RUN-ID              PIC X(16).
005167     05  CSR-RCV-RECIPIENT-ID        PIC X(08).
005167     05  CSR-RCV-RUN-DATE            PIC X(08).
005167 77  CSR-RCV-BAT-ACCEPT-COUNT        PIC 9(07) VALUE 0.
005167 77  CSR-RCV-BAT-REJECT-COUNT        PIC 9(07) VALUE 0.
005167 77  CSR-RCPT-COUNT                  PIC 9(05) VALUE 0.
005167 77  CSR-DUP-BATCH-COUNT             PIC 9(05) VALUE 0.
005167 77  CSR-DUP-REC-COUNT               PIC 9(07) VALUE 0.
005167 77  CSR-AKO-STATUS                  PIC X(01) VALUE SPACES.
005167 77  CSR-AKO-ACCEPT-COUNT            PIC 9(07) VALUE 0.
005167 77  CSR-AKO-REJECT-COUNT            PIC 9(07) VALUE 0.
005167 77  CSR-AKO-REACK-COUNT             PIC 9(07) VALUE 0.
005167 77  CSR-REQUIRED-LEVEL              PIC 9(01) VALUE 0.
005167 77  CSR-AUTH-REASON                 PIC X(20) VALUE SPACES.
005167 01  CSR-XMIT-WORK.
005167     05  CSR-XWK-SEGMENT-SEQ         PIC X(02).
005167     05  CSR-XWK-CONTINUED-FLAG      PIC X(01).
005167
005167*****************************************************************
005167*    PARTNER BATCH TABLE - ONE ENTRY PER RECIPIENT THIS RUN
005167*    ENCRYPTED FOR, IN FIRST-SEEN ORDER (SPACES = THE DEFAULT
005167*    BATCH). THE EXPECTED COUNTS ARE ACCUMULATED AS EACH MESSAGE
005167*    IS STAGED; THE WRITTEN COUNTS AS ITS RECORDS ARE COPIED TO
005167*    CIPHER-OUT, SO EACH PARTNER BATCH BALANCES ON ITS OWN.
005167*    MORE THAN 500 RECIPIENTS IN ONE RUN IS A HARD STOP - A
005167*    MESSAGE CANNOT BE LEFT WITHOUT A BATCH OR SHIPPED IN
005167*    ANOTHER PARTNER'S.
005167*****************************************************************
005167 77  CSR-OBT-COUNT                   PIC 9(03) VALUE 0.
005167 01  CSR-OUT-BATCH-TABLE.
005167     05  CSR-OBT-ENTRY OCCURS 500 TIMES
005167                       INDEXED BY CSR-OBT-IDX.
005167         10  CSR-OBT-RECIPIENT-ID    PIC X(08).
005167         10  CSR-OBT-EXPECT-MSGS     PIC 9(07).
005167         10  CSR-OBT-EXPECT-SEGS     PIC 9(07).
005167         10  CSR-OBT-MSG-COUNT       PIC 9(07).
005167         10  CSR-OBT-SEG-COUNT       PIC 9(07).
005167
005178*****************************************************************
005179*    KEYWORD (VIGENERE-STYLE) CIPHER MODE WORKING FIELDS
005180*    CSR-KW-IDX WALKS THE TRIMMED KEYWORD, WRAPPING BACK TO
005189     05  CSR-GROUP-OVR-KEYWORD       PIC X(20).
005189 77  CSR-GROUP-RECIPIENT-ID          PIC X(08) VALUE SPACES.
005189
005189*****************************************************************
005189*    RECIPIENT KEY GENERATIONS - THE GENERATION OF THE MESSAGE'S
005189*    RECIPIENT KEY IN EFFECT ON THE MESSAGE DATE (KGN) AND THE
005189*    ONE IT SUPERSEDED (KPV), FROM THE RECIPIENT-KEYHIST FILE.
005189*    WITH NO HISTORY ON FILE THE DIRECTORY RECORD STANDS AS
005189*    GENERATION ZERO. WITHIN THE GRACE WINDOW AFTER A CUT-OVER
005189*    A DECRYPT-ONLY MESSAGE THAT SCORES NOTHING UNDER THE
005189*    CURRENT KEY IS TRIED UNDER THE PREVIOUS ONE; THE SAVE
005189*    FIELDS HOLD THE CURRENT CONTROLS WHILE IT IS.
005189*****************************************************************
005189 77  CSR-KEY-DATE                    PIC 9(08) VALUE 0.
005189 77  CSR-GRACE-DAYS                  PIC 9(03) VALUE 0.
005189 77  CSR-KEY-DATE-INT                PIC 9(07) VALUE 0.
005189 77  CSR-CUTOVER-INT                 PIC 9(07) VALUE 0.
005189 77  CSR-GRACE-CURR-SCORE            PIC 9(04) VALUE 0.
005189 77  CSR-GRACE-TRY-COUNT             PIC 9(05) VALUE 0.
005189 77  CSR-GRACE-PREV-COUNT            PIC 9(05) VALUE 0.
005189 77  CSR-SAVE-CIPHER-KEY             PIC 99 VALUE 0.
005189 77  CSR-SAVE-CIPHER-MODE            PIC X(01) VALUE SPACES.
005189 77  CSR-SAVE-KEYWORD                PIC X(20) VALUE SPACES.
005189 77  CSR-SAVE-KEYWORD-LEN            PIC 99 VALUE 0.
005189 01  CSR-KEY-GEN.
005189     05  CSR-KGN-MODE                PIC X(01).
005189         88  CSR-KGN-MODE-CAESAR     VALUE "C".
005189         88  CSR-KGN-MODE-KEYWORD    VALUE "K".
005189     05  CSR-KGN-KEY                 PIC X(02).
005189     05  CSR-KGN-KEY-NUM REDEFINES CSR-KGN-KEY
005189                                     PIC 9(02).
005189     05  CSR-KGN-KEYWORD             PIC X(20).
005189     05  CSR-KGN-EFF-FROM            PIC X(08).
005189     05  CSR-KGN-EFF-FROM-NUM REDEFINES CSR-KGN-EFF-FROM
005189                                     PIC 9(08).
005189     05  CSR-KGN-EFF-TO              PIC X(08).
005189     05  CSR-KGN-EFF-TO-NUM REDEFINES CSR-KGN-EFF-TO
005189                                     PIC 9(08).
005189     05  CSR-KGN-GEN-NO              PIC 9(03).
005189 01  CSR-KEY-PREV-GEN.
005189     05  CSR-KPV-MODE                PIC X(01).
005189         88  CSR-KPV-MODE-CAESAR     VALUE "C".
005189         88  CSR-KPV-MODE-KEYWORD    VALUE "K".
005189     05  CSR-KPV-KEY                 PIC X(02).
005189     05  CSR-KPV-KEY-NUM REDEFINES CSR-KPV-KEY
005189                                     PIC 9(02).
005189     05  CSR-KPV-KEYWORD             PIC X(20).
005189     05  CSR-KPV-EFF-FROM            PIC X(08).
005189     05  CSR-KPV-EFF-TO              PIC X(08).
005189     05  CSR-KPV-GEN-NO              PIC 9(03).
005189
005168*****************************************************************
005169*    PARAMETER RECORD PASSED TO THE Cipherlog SUBPROGRAM
005170*****************************************************************
005195 01  CSR-KWH-TABLE.
005195     05  CSR-KWH-ENTRY OCCURS 500 TIMES
005195                       INDEXED BY CSR-KWH-IDX  PIC X(20).
005195
005195*****************************************************************
005195*    RESTRICTED-CONTENT SCREENING - EVERY ACTIVE SCREEN-TERMS
005195*    ENTRY, LOADED ONCE AT INITIALIZATION IN TERM ID ORDER. A T
005195*    TERM MATCHES ITS TEXT ANYWHERE IN THE UPPER-CASED MESSAGE; A
005195*    D TERM MATCHES ANY UNBROKEN RUN OF AT LEAST CSR-STB-DIGIT-RUN
005195*    DIGITS. A TERM NAMING A RECIPIENT APPLIES ONLY TO MESSAGES
005195*    FOR THAT RECIPIENT. CSR-SCR-UPPER-TEXT CARRIES ONE BYTE MORE
005195*    THAN THE LONGEST MESSAGE SO A DIGIT RUN AT THE VERY END IS
005195*    ALWAYS FOLLOWED BY A SPACE THAT CLOSES IT.
005195*****************************************************************
005195 77  CSR-STB-COUNT                   PIC 9(03) VALUE 0.
005195 01  CSR-STB-TABLE.
005195     05  CSR-STB-ENTRY OCCURS 500 TIMES
005195                       INDEXED BY CSR-STB-IDX.
005195         10  CSR-STB-TERM-ID         PIC X(08).
005195         10  CSR-STB-CATEGORY        PIC X(08).
005195         10  CSR-STB-MATCH-TYPE      PIC X(01).
005195             88  CSR-STB-MATCH-DIGITS VALUE "D".
005195         10  CSR-STB-TERM-TEXT       PIC X(30).
005195         10  CSR-STB-TERM-LEN        PIC 9(02).
005195         10  CSR-STB-DIGIT-RUN       PIC 9(02).
005195         10  CSR-STB-RECIPIENT-ID    PIC X(08).
005195 77  CSR-SCR-UPPER-TEXT              PIC X(401) VALUE SPACES.
005195 77  CSR-SCR-MASKED-TEXT             PIC X(400) VALUE SPACES.
005195 77  CSR-SCR-POS                     PIC 9(03) VALUE 0.
005195 77  CSR-SCR-LAST-POS                PIC 9(03) VALUE 0.
005195 77  CSR-SCR-RUN-LEN                 PIC 9(03) VALUE 0.
005195 77  CSR-SCR-HIT-POS                 PIC 9(03) VALUE 0.
005195 77  CSR-SCR-HIT-LEN                 PIC 9(03) VALUE 0.
005195 77  CSR-SCR-HIT-START               PIC 9(03) VALUE 0.
005195 77  CSR-SCR-EXC-START               PIC 9(03) VALUE 0.
005195 77  CSR-SCR-CATEGORY                PIC X(08) VALUE SPACES.
005195 77  CSR-SCR-TERM-ID                 PIC X(08) VALUE SPACES.
005195 77  CSR-SCR-EXCERPT                 PIC X(60) VALUE SPACES.
005195 77  CSR-REL-CHECK-TEXT              PIC X(400) VALUE SPACES.
005195 77  CSR-REL-CHECK-LEN               PIC 9(03) VALUE 0.
005195 77  CSR-REL-STALE-REASON            PIC X(14) VALUE SPACES.
005195
005195*****************************************************************
005195*    SCREEN-REPORT LINE LAYOUTS - A MESSAGE'S TEXT NEVER APPEARS
005195*    ON THIS REPORT, ONLY ITS MASKED EXCERPT.
005195*****************************************************************
005195 01  CSR-SRP-HEADER-1.
005195     05  FILLER                      PIC X(36) VALUE
005195         "RESTRICTED-CONTENT SCREENING REPORT ".
005195     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
005195     05  CSR-SRP-HDR-DATE            PIC 9(08).
005195     05  FILLER                      PIC X(09) VALUE "  RUN ID ".
005195     05  CSR-SRP-HDR-RUN-ID          PIC X(16).
005195     05  FILLER                      PIC X(54) VALUE SPACES.
005195 01  CSR-SRP-COL-HDR.
005195     05  FILLER                      PIC X(02) VALUE SPACES.
005195     05  FILLER                      PIC X(11) VALUE
005195         "MESSAGE ID ".
005195     05  FILLER                      PIC X(09) VALUE "RECIPNT  ".
005195     05  FILLER                      PIC X(09) VALUE "CATEGORY ".
005195     05  FILLER                      PIC X(09) VALUE "TERM ID  ".
005195     05  FILLER                      PIC X(61) VALUE
005195         "MASKED EXCERPT".
005195     05  FILLER                      PIC X(20) VALUE
005195         "DISPOSITION".
005195     05  FILLER                      PIC X(11) VALUE SPACES.
005195 01  CSR-SRP-DETAIL-LINE.
005195     05  FILLER                      PIC X(02) VALUE SPACES.
005195     05  CSR-SRP-MSG-ID              PIC X(10).
005195     05  FILLER                      PIC X(01) VALUE SPACES.
005195     05  CSR-SRP-RECIPIENT-ID        PIC X(08).
005195     05  FILLER                      PIC X(01) VALUE SPACES.
005195     05  CSR-SRP-CATEGORY            PIC X(08).
005195     05  FILLER                      PIC X(01) VALUE SPACES.
005195     05  CSR-SRP-TERM-ID             PIC X(08).
005195     05  FILLER                      PIC X(01) VALUE SPACES.
005195     05  CSR-SRP-EXCERPT             PIC X(60).
005195     05  FILLER                      PIC X(01) VALUE SPACES.
005195     05  CSR-SRP-DISP                PIC X(20).
005195     05  FILLER                      PIC X(11) VALUE SPACES.
005195 01  CSR-SRP-TOTAL-LINE.
005195     05  FILLER                      PIC X(02) VALUE SPACES.
005195     05  CSR-SRP-TOT-DESC            PIC X(24).
005195     05  CSR-SRP-TOT-COUNT           PIC Z,ZZZ,ZZ9.
005195     05  FILLER                      PIC X(97) VALUE SPACES.
005195
005195*****************************************************************
005195*    PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM
005195*****************************************************************
005195 COPY "rrgrec.cpy".
005200
005300 PROCEDURE DIVISION.
005400*****************************************************************
006100     PERFORM 2000-PROCESS-MESSAGES THRU 2000-EXIT
006200         UNTIL CSR-MESSAGE-IN-EOF.
006300
006300     IF CSR-SCREEN-ACTIVE
006300         PERFORM 2700-SEND-RELEASED THRU 2700-EXIT
006300     END-IF.
006300
006400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006500
006600     STOP RUN.
007422     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
007424     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
007426     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
007428     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
007430     PERFORM 1100-BUILD-SHIFT-TABLE THRU 1100-EXIT.
007440     INITIALIZE CSR-PARM-RECORD.
007450     OPEN INPUT CIPHER-PARM-FILE.
007547         DISPLAY "KEYWORD MODE, NO KEYWORD - USING CAESAR"
007549         MOVE "C" TO CSR-PARM-CIPHER-MODE
007550     END-IF.
007552     IF CSR-PARM-WAS-READ AND CSR-PARM-KEY-GRACE-DAYS NUMERIC
007554         MOVE CSR-PARM-KEY-GRACE-DAYS TO CSR-GRACE-DAYS
007556     END-IF.
007560
007561     IF NOT CSR-FUNC-ENCRYPT-ONLY AND
007562             NOT CSR-FUNC-DECRYPT-ONLY AND
007575*    BUT ITS SECURITY-EXCEPTION RECORD.
007575     PERFORM 1600-CHECK-OPERATOR THRU 1600-EXIT.
007575
007575*    EVERY RUN THAT ENCRYPTS SCREENS ITS MESSAGES FOR RESTRICTED
007575*    CONTENT FIRST; WITHOUT THE TERM TABLE IT DOES NOT RUN.
007575     IF NOT CSR-FUNC-DECRYPT-ONLY AND NOT CSR-FUNC-SOLVE-ONLY
007575         SET CSR-SCREEN-ACTIVE TO TRUE
007575         PERFORM 1770-LOAD-SCREEN-TERMS THRU 1770-EXIT
007575     END-IF.
007575
007575     IF CSR-FUNC-SOLVE-ONLY
007575         PERFORM 1700-LOAD-KEYWORD-HISTORY THRU 1700-EXIT
007575     END-IF.
007592     ELSE
007593         DISPLAY "CIPHER MODE: CAESAR"
007594     END-IF.
007595     IF CSR-FUNC-DECRYPT-ONLY AND CSR-GRACE-DAYS > 0
007596         DISPLAY "KEY GRACE WINDOW: " CSR-GRACE-DAYS " DAYS"
007597     END-IF.
007600
007700     IF CSR-PARM-WAS-READ AND CSR-SOURCE-MASTER
007702         MOVE "M" TO CSR-INPUT-SOURCE-SW
007897         MOVE "LOCAL" TO CSR-SITE-ID
007897     END-IF.
007897     OPEN OUTPUT CIPHER-OUT-FILE.
007897*    ONLY A RUN THAT ENCRYPTS STAGES TRANSMISSION BATCHES - A
007897*    DECRYPT-ONLY OR SOLVE-ONLY RUN LEAVES CIPHER-OUT EMPTY.
007897     IF NOT CSR-FUNC-DECRYPT-ONLY AND NOT CSR-FUNC-SOLVE-ONLY
007897         PERFORM 1840-OPEN-OUT-WORK THRU 1840-EXIT
007897         PERFORM 1850-OPEN-XMIT-REGISTER THRU 1850-EXIT
007897         PERFORM 1870-OPEN-SCREEN-FILES THRU 1870-EXIT
007897     END-IF.
007897     IF CSR-FUNC-DECRYPT-ONLY
007897         PERFORM 1860-OPEN-RECEIPT-FILES THRU 1860-EXIT
007897     END-IF.
007897*    SUSPENSE IS A PERSISTENT CARRY-FORWARD QUEUE - Suspfix
007897*    REWRITES STILL-HELD ITEMS BACK TO IT WITH THEIR FIRST-
007897             CSR-RCP-FILE-STATUS ") - RECIPIENT IDS WILL NOT "
007897             "RESOLVE"
007897     END-IF.
007897     IF CSR-RCP-DIR-OPEN
007897         OPEN INPUT RECIPIENT-KEYHIST
007897         IF CSR-RKH-FILE-STATUS = "00"
007897             SET CSR-RKH-HIST-OPEN TO TRUE
007897         ELSE
007897             DISPLAY "RECIPIENT-KEYHIST NOT AVAILABLE (STATUS "
007897                 CSR-RKH-FILE-STATUS ") - DIRECTORY KEYS USED AS "
007897                 "THEY STAND"
007897         END-IF
007897     END-IF.
007898
007899     IF NOT CSR-MESSAGE-IN-EOF AND CSR-PARM-RESTART-ID NOT = SPACES
007901         SET CSR-SKIP-TO-RESTART TO TRUE
008200     CLOSE SECURITY-EXC-FILE.
008200
008200     MOVE 12 TO RETURN-CODE.
008200     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
008200     STOP RUN.
008200
008200 1650-EXIT.
008200     EXIT.
008200
008200*****************************************************************
008200*    1770-LOAD-SCREEN-TERMS
008200*    LOADS EVERY ACTIVE SCREEN-TERMS ENTRY INTO THE SCREENING
008200*    TABLE. THE SCREEN FAILS CLOSED - A TERM FILE THAT WILL NOT
008200*    OPEN STOPS THE RUN WITH RETURN-CODE 12 BEFORE ANYTHING IS
008200*    ENCRYPTED, AS AN UNAUTHORIZED OPERATOR DOES.
008200*****************************************************************
008200 1770-LOAD-SCREEN-TERMS.
008200
008200     OPEN INPUT SCREEN-TERMS.
008200     IF CSR-SCT-FILE-STATUS NOT = "00"
008200         DISPLAY "*** SCREEN-TERMS NOT AVAILABLE (STATUS "
008200             CSR-SCT-FILE-STATUS ") - RUN STOPPED ***"
008200         DISPLAY "NO MESSAGE MAY BE ENCRYPTED UNSCREENED"
008200         MOVE 12 TO RETURN-CODE
008200         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
008200         STOP RUN
008200     END-IF.
008200     PERFORM 1780-LOAD-ONE-TERM THRU 1780-EXIT
008200         UNTIL CSR-SCT-END.
008200     CLOSE SCREEN-TERMS.
008200     DISPLAY "SCREEN TERMS LOADED: " CSR-STB-COUNT.
008200     IF CSR-STB-COUNT = 0
008200         DISPLAY "NO ACTIVE SCREEN TERMS - NO MESSAGE WILL BE "
008200             "HELD"
008200     END-IF.
008200
008200 1770-EXIT.
008200     EXIT.
008200
008200*****************************************************************
008200*    1780-LOAD-ONE-TERM
008200*    READS THE NEXT SCREEN-TERMS ENTRY AND ADDS IT TO THE TABLE
008200*    WHEN IT IS ACTIVE AND COMPLETE FOR ITS MATCH TYPE. A FULL
008200*    TABLE STOPS THE RUN - SCREENING AGAINST PART OF THE TERMS
008200*    WOULD LET THE REST THROUGH.
008200*****************************************************************
008200 1780-LOAD-ONE-TERM.
008200
008200     READ SCREEN-TERMS
008200         AT END
008200             SET CSR-SCT-END TO TRUE
008200             GO TO 1780-EXIT
008200     END-READ.
008200     IF NOT CSR-SCT-ACTIVE
008200         GO TO 1780-EXIT
008200     END-IF.
008200     IF CSR-SCT-MATCH-DIGITS
008200         IF CSR-SCT-DIGIT-RUN NOT NUMERIC OR CSR-SCT-DIGIT-RUN = 0
008200             DISPLAY "SCREEN TERM " CSR-SCT-TERM-ID
008200                 " HAS NO DIGIT RUN - NOT LOADED"
008200             GO TO 1780-EXIT
008200         END-IF
008200     ELSE
008200         IF CSR-SCT-TERM-LEN NOT NUMERIC OR CSR-SCT-TERM-LEN = 0
008200                 OR CSR-SCT-TERM-LEN > 30
008200             DISPLAY "SCREEN TERM " CSR-SCT-TERM-ID
008200                 " HAS NO TERM TEXT - NOT LOADED"
008200             GO TO 1780-EXIT
008200         END-IF
008200     END-IF.
008200     IF CSR-STB-COUNT >= 500
008200         DISPLAY "SCREEN TERM TABLE CAPACITY (500) EXCEEDED - "
008200             "RUN ABANDONED AT TERM " CSR-SCT-TERM-ID
008200         MOVE 16 TO RETURN-CODE
008200         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
008200         STOP RUN
008200     END-IF.
008200     ADD 1 TO CSR-STB-COUNT.
008200     SET CSR-STB-IDX TO CSR-STB-COUNT.
008200     MOVE CSR-SCT-TERM-ID      TO CSR-STB-TERM-ID (CSR-STB-IDX).
008200     MOVE CSR-SCT-CATEGORY     TO CSR-STB-CATEGORY (CSR-STB-IDX).
008200     MOVE CSR-SCT-MATCH-TYPE
008200         TO CSR-STB-MATCH-TYPE (CSR-STB-IDX).
008200     MOVE CSR-SCT-TERM-TEXT    TO CSR-STB-TERM-TEXT (CSR-STB-IDX).
008200     MOVE CSR-SCT-TERM-LEN     TO CSR-STB-TERM-LEN (CSR-STB-IDX).
008200     MOVE CSR-SCT-DIGIT-RUN    TO CSR-STB-DIGIT-RUN (CSR-STB-IDX).
008200     MOVE CSR-SCT-RECIPIENT-ID
008200         TO CSR-STB-RECIPIENT-ID (CSR-STB-IDX).
008200
008200 1780-EXIT.
008200     EXIT.
008200
008200*****************************************************************
008200*    1800-OPEN-MASTER-INPUT
008200*    OPENS THE MESSAGE-MASTER FOR DIRECT INPUT (I-O, SO SENT
008200*    STATUS CAN BE WRITTEN BACK), POSITIONS AT THE START OF THE
008200         SET CSR-MESSAGE-IN-EOF TO TRUE
008200         GO TO 1800-EXIT
008200     END-IF.
008200     SET CSR-MST-OPEN TO TRUE.
008200
008200     IF CSR-PARM-SELECT-FROM-ID NOT = SPACES
008200         MOVE CSR-PARM-SELECT-FROM-ID TO CSR-MST-MSG-ID
008200 1800-EXIT.
008200     EXIT.
008200
008200*****************************************************************
008200*    1840-OPEN-OUT-WORK
008200*    OPENS THE CIPHER-WORK STAGING FILE THE RUN'S ENCRYPTED
008200*    MESSAGES ARE HELD ON UNTIL THEY ARE SPLIT INTO PARTNER
008200*    BATCHES. A STAGING FILE THAT WILL NOT OPEN LEAVES THE
008200*    SWITCH OFF - NOTHING REACHES CIPHER-OUT, AND THE CONTROL
008200*    TOTALS GO OUT OF BALANCE.
008200*****************************************************************
008200 1840-OPEN-OUT-WORK.
008200
008200     OPEN OUTPUT CIPHER-WORK-FILE.
008200     IF CSR-OWK-FILE-STATUS = "00"
008200         SET CSR-OWK-OPEN TO TRUE
008200     ELSE
008200         DISPLAY "CIPHER-WORK WILL NOT OPEN (STATUS "
008200             CSR-OWK-FILE-STATUS ") - NO PARTNER BATCHES WILL "
008200             "BE WRITTEN"
008200     END-IF.
008200
008200 1840-EXIT.
008200     EXIT.
008200
008200*****************************************************************
008200*    1850-OPEN-XMIT-REGISTER
008200*    OPENS THE PERMANENT TRANSMIT-REGISTER FOR UPDATE, CREATING
008200*    IT EMPTY THE FIRST TIME. A REGISTER THAT STILL WILL NOT
008200*    OPEN LEAVES THE SWITCH OFF - THE RUN CONTINUES, BUT THE
008200*    UNREGISTERED MESSAGES PUT THE CONTROL TOTALS OUT OF
008200*    BALANCE SO THE GAP CANNOT GO UNNOTICED.
008200*****************************************************************
008200 1850-OPEN-XMIT-REGISTER.
008200
008200     OPEN I-O TRANSMIT-REGISTER.
008200     IF CSR-XRG-FILE-STATUS NOT = "00"
008200         OPEN OUTPUT TRANSMIT-REGISTER
008200         CLOSE TRANSMIT-REGISTER
008200         OPEN I-O TRANSMIT-REGISTER
008200     END-IF.
008200     IF CSR-XRG-FILE-STATUS = "00"
008200         SET CSR-XRG-REG-OPEN TO TRUE
008200     ELSE
008200         DISPLAY "TRANSMIT-REGISTER NOT AVAILABLE (STATUS "
008200             CSR-XRG-FILE-STATUS ") - MESSAGES WILL NOT BE "
008200             "REGISTERED"
008200     END-IF.
008200
008200 1850-EXIT.
008200     EXIT.
008200
008200*****************************************************************
008200*    1860-OPEN-RECEIPT-FILES
008200*    OPENS THE PERMANENT RECEIPT-REGISTER FOR UPDATE, CREATING IT
008200*    EMPTY THE FIRST TIME, AND THE ACK-OUT FILE THAT GOES BACK TO
008200*    THE PARTNER. EITHER ONE FAILING TO OPEN IS REPORTED AND THE
008200*    RUN CONTINUES; A MISSING ACK-OUT PUTS THE CONTROL TOTALS OUT
008200*    OF BALANCE ON A FRAMED RUN.
008200*****************************************************************
008200 1860-OPEN-RECEIPT-FILES.
008200
008200     OPEN I-O RECEIPT-REGISTER.
008200     IF CSR-IRG-FILE-STATUS NOT = "00"
008200         OPEN OUTPUT RECEIPT-REGISTER
008200         CLOSE RECEIPT-REGISTER
008200         OPEN I-O RECEIPT-REGISTER
008200     END-IF.
008200     IF CSR-IRG-FILE-STATUS = "00"
008200         SET CSR-IRG-REG-OPEN TO TRUE
008200     ELSE
008200         DISPLAY "RECEIPT-REGISTER NOT AVAILABLE (STATUS "
008200             CSR-IRG-FILE-STATUS ") - RECEIPTS WILL NOT BE "
008200             "LOGGED OR CHECKED FOR DUPLICATES"
008200     END-IF.
008200     OPEN OUTPUT ACK-OUT-FILE.
008200     IF CSR-AKO-FILE-STATUS = "00"
008200         SET CSR-AKO-OPEN TO TRUE
008200     ELSE
008200         DISPLAY "ACK-OUT WILL NOT OPEN (STATUS "
008200             CSR-AKO-FILE-STATUS ") - NO ACKNOWLEDGMENTS WRITTEN"
008200     END-IF.
008200
008200 1860-EXIT.
008200     EXIT.
008200
008200*****************************************************************
008200*    1870-OPEN-SCREEN-FILES
008200*    OPENS THE PERMANENT HELD-MESSAGES QUEUE FOR UPDATE, CREATING
008200*    IT EMPTY THE FIRST TIME, AND THE SCREEN-REPORT. A QUEUE THAT
008200*    STILL WILL NOT OPEN LEAVES THE SWITCH OFF - A MESSAGE WITH A
008200*    HIT IS THEN NEITHER HELD NOR SENT, AND THE CONTROL TOTALS GO
008200*    OUT OF BALANCE.
008200*****************************************************************
008200 1870-OPEN-SCREEN-FILES.
008200
008200     OPEN I-O HELD-MESSAGES.
008200     IF CSR-HLD-FILE-STATUS NOT = "00"
008200         OPEN OUTPUT HELD-MESSAGES
008200         CLOSE HELD-MESSAGES
008200         OPEN I-O HELD-MESSAGES
008200     END-IF.
008200     IF CSR-HLD-FILE-STATUS = "00"
008200         SET CSR-HLD-OPEN TO TRUE
008200     ELSE
008200         DISPLAY "HELD-MESSAGES NOT AVAILABLE (STATUS "
008200             CSR-HLD-FILE-STATUS ") - MESSAGES WITH RESTRICTED "
008200             "CONTENT WILL NOT BE SENT OR HELD"
008200     END-IF.
008200     OPEN OUTPUT SCREEN-REPORT-FILE.
008200     IF CSR-SRP-FILE-STATUS = "00"
008200         SET CSR-SRP-OPEN TO TRUE
008200         MOVE CSR-RUN-DATE TO CSR-SRP-HDR-DATE
008200         MOVE CSR-RUN-ID   TO CSR-SRP-HDR-RUN-ID
008200         WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-HEADER-1
008200         MOVE SPACES TO CSR-SCREEN-REPORT-RECORD
008200         WRITE CSR-SCREEN-REPORT-RECORD
008200         WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-COL-HDR
008200     ELSE
008200         DISPLAY "SCREEN-REPORT WILL NOT OPEN (STATUS "
008200             CSR-SRP-FILE-STATUS ")"
008200     END-IF.
008200
008200 1870-EXIT.
008200     EXIT.
008200
008201*****************************************************************
008202*    1100-BUILD-SHIFT-TABLE
008203*    BUILDS, ONCE PER RUN, ONE ROW PER SHIFT VALUE (0-25) HOLDING
008450*    VALIDATES ONE MESSAGE RECORD, ASSEMBLES ANY CONTINUATION
008500*    SEGMENTS INTO ONE LOGICAL MESSAGE, THEN EITHER DRIVES THE
008550*    CIPHER PASSES FOR IT OR WRITES IT TO THE SUSPENSE FILE, AND
008600*    THEN READS THE NEXT ONE. ON A RUN THAT ENCRYPTS, A MESSAGE
008600*    ALREADY ON THE HOLD QUEUE IS PASSED OVER AND ONE THAT FAILS
008600*    THE RESTRICTED-CONTENT SCREEN IS HELD INSTEAD.
008700*****************************************************************
008800 2000-PROCESS-MESSAGES.
008900
008920     IF CSR-MSG-VALID
008925         PERFORM 2600-ASSEMBLE-MESSAGE THRU 2600-EXIT
008926         IF CSR-MSG-VALID
008927             MOVE "N" TO CSR-HLD-PASS-SW
008927             MOVE "N" TO CSR-SCR-HIT-SW
008927             IF CSR-SCREEN-ACTIVE
008927                 PERFORM 2400-CHECK-HOLD-QUEUE THRU 2400-EXIT
008927                 IF NOT CSR-HLD-PASS-OVER
008927                     PERFORM 2410-SCREEN-MESSAGE THRU 2410-EXIT
008927                 END-IF
008927             END-IF
008928             EVALUATE TRUE
008928                 WHEN CSR-HLD-PASS-OVER
008928                     CONTINUE
008928                 WHEN CSR-SCR-HIT
008928                     PERFORM 2460-HOLD-MESSAGE THRU 2460-EXIT
008928                 WHEN OTHER
008930                     PERFORM 2300-PROCESS-ONE-MESSAGE
008930                         THRU 2300-EXIT
008931                     IF CSR-INPUT-FROM-MASTER
008932                         PERFORM 2940-MARK-MASTER-SENT
008932                             THRU 2940-EXIT
008933                     END-IF
008934             END-EVALUATE
008935         END-IF
008940     ELSE
008950         PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
010700         DISPLAY "SEEN-ID TABLE CAPACITY (100000) EXCEEDED - "
010700             "RUN ABANDONED AT MESSAGE " CSR-MSG-ID
010700         MOVE 16 TO RETURN-CODE
010700         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
010700         STOP RUN
010700     END-IF.
010700     ADD 1 TO CSR-SEEN-ID-COUNT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2700-SEND-RELEASED
010700*    AFTER THE RUN'S OWN INPUT, SENDS EVERY QUEUED MESSAGE A
010700*    SUPERVISOR HAS RELEASED THROUGH Holdrel, THROUGH THE SAME
010700*    CIPHER PASSES AS ANY OTHER MESSAGE, AND MARKS IT SENT. A
010700*    MASTER ITEM WHOSE MASTER COPY NO LONGER MATCHES WHAT WAS
010700*    RELEASED IS NOT SENT BUT MARKED SUPERSEDED (SEE 2720).
010700*****************************************************************
010700 2700-SEND-RELEASED.
010700
010700     IF NOT CSR-HLD-OPEN
010700         GO TO 2700-EXIT
010700     END-IF.
010700     MOVE "N" TO CSR-HLD-END-SW.
010700     MOVE LOW-VALUES TO CSR-HLD-MSG-ID.
010700     START HELD-MESSAGES KEY IS NOT LESS THAN CSR-HLD-MSG-ID
010700         INVALID KEY
010700             SET CSR-HLD-END TO TRUE
010700     END-START.
010700     PERFORM 2710-SEND-ONE-RELEASED THRU 2710-EXIT
010700         UNTIL CSR-HLD-END.
010700     IF CSR-MST-OPEN AND NOT CSR-INPUT-FROM-MASTER
010700         CLOSE MESSAGE-MASTER
010700     END-IF.
010700
010700 2700-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2710-SEND-ONE-RELEASED
010700*    READS THE NEXT QUEUE ENTRY AND, WHEN IT IS RELEASED, RESTORES
010700*    IT AS THE MESSAGE IN HAND AND DRIVES THE CIPHER PASSES FOR
010700*    IT. A MASTER MESSAGE ALSO HAS ITS SEGMENTS MARKED SENT; WHEN
010700*    THE MASTER IS NOT AVAILABLE THE ENTRY STAYS RELEASED FOR THE
010700*    NEXT RUN. BEFORE A MASTER MESSAGE IS SENT ITS SEGMENTS ARE
010700*    CHECKED AGAINST THE RELEASED TEXT; IF THEY HAVE CHANGED,
010700*    GONE, BEEN SENT OR LOST THEIR RELEASE SINCE, NOTHING IS SENT
010700*    OR MARKED SENT, THE ENTRY IS MARKED SUPERSEDED (2730) AND
010700*    COUNTED AS RELEASED BUT NOT SENT.
010700*****************************************************************
010700 2710-SEND-ONE-RELEASED.
010700
010700     READ HELD-MESSAGES NEXT
010700         AT END
010700             SET CSR-HLD-END TO TRUE
010700             GO TO 2710-EXIT
010700     END-READ.
010700     IF NOT CSR-HLD-RELEASED
010700         GO TO 2710-EXIT
010700     END-IF.
010700     ADD 1 TO CSR-REL-PICKED-COUNT.
010700
010700     IF CSR-HLD-FROM-MASTER AND NOT CSR-MST-OPEN
010700             AND NOT CSR-INPUT-FROM-MASTER
010700             AND NOT CSR-MST-OPEN-TRIED
010700         SET CSR-MST-OPEN-TRIED TO TRUE
010700         OPEN I-O MESSAGE-MASTER
010700         IF CSR-MST-FILE-STATUS = "00"
010700             SET CSR-MST-OPEN TO TRUE
010700         ELSE
010700             DISPLAY "MESSAGE-MASTER NOT USABLE (STATUS "
010700                 CSR-MST-FILE-STATUS ") - RELEASED MASTER "
010700                 "MESSAGES NOT SENT"
010700         END-IF
010700     END-IF.
010700     IF CSR-HLD-FROM-MASTER AND NOT CSR-MST-OPEN
010700         ADD 1 TO CSR-REL-UNSENT-COUNT
010700         DISPLAY "RELEASED MESSAGE " CSR-HLD-MSG-ID
010700             " NOT SENT - MESSAGE-MASTER NOT AVAILABLE"
010700         GO TO 2710-EXIT
010700     END-IF.
010700     IF CSR-HLD-FROM-MASTER
010700         PERFORM 2720-CHECK-MASTER-COPY THRU 2720-EXIT
010700         IF CSR-REL-STALE-REASON NOT = SPACES
010700             PERFORM 2730-SUPERSEDE-RELEASED THRU 2730-EXIT
010700             GO TO 2710-EXIT
010700         END-IF
010700     END-IF.
010700
010700     MOVE CSR-HLD-MSG-ID          TO CSR-MSG-ID.
010700     MOVE CSR-HLD-MSG-ID          TO CSR-GROUP-MSG-ID.
010700     MOVE CSR-HLD-OVR-CIPHER-MODE TO CSR-GROUP-OVR-MODE.
010700     MOVE CSR-HLD-OVR-CIPHER-KEY  TO CSR-GROUP-OVR-KEY.
010700     MOVE CSR-HLD-OVR-KEYWORD     TO CSR-GROUP-OVR-KEYWORD.
010700     MOVE CSR-HLD-RECIPIENT-ID    TO CSR-GROUP-RECIPIENT-ID.
010700     MOVE CSR-HLD-SEG-COUNT       TO CSR-SEG-COUNT.
010700     MOVE CSR-HLD-TEXT            TO CSR-ASSEMBLED-TEXT.
010700     MOVE CSR-HLD-TEXT-LEN        TO CSR-ASSEMBLED-LEN.
010700     MOVE CSR-HLD-CATEGORY        TO CSR-SCR-CATEGORY.
010700     MOVE CSR-HLD-TERM-ID         TO CSR-SCR-TERM-ID.
010700     MOVE CSR-HLD-EXCERPT         TO CSR-SCR-EXCERPT.
010700     DISPLAY "RELEASED MESSAGE " CSR-HLD-MSG-ID " BEING SENT - "
010700         "RELEASED BY " CSR-HLD-DECIDED-BY.
010700     PERFORM 2300-PROCESS-ONE-MESSAGE THRU 2300-EXIT.
010700     IF CSR-HLD-FROM-MASTER
010700         PERFORM 2940-MARK-MASTER-SENT THRU 2940-EXIT
010700     END-IF.
010700
010700     SET CSR-HLD-SENT     TO TRUE.
010700     MOVE CSR-RUN-ID      TO CSR-HLD-SENT-RUN-ID.
010700     MOVE CSR-RUN-DATE    TO CSR-HLD-SENT-DATE.
010700     REWRITE CSR-HLD-RECORD
010700         INVALID KEY
010700             DISPLAY "SENT UPDATE FAILED FOR HELD MESSAGE "
010700                 CSR-HLD-MSG-ID " (STATUS "
010700                 CSR-HLD-FILE-STATUS ")"
010700         NOT INVALID KEY
010700             ADD 1 TO CSR-RELEASED-COUNT
010700             MOVE "RELEASED - SENT" TO CSR-SRP-DISP
010700             PERFORM 2470-WRITE-SCREEN-LINE THRU 2470-EXIT
010700     END-REWRITE.
010700
010700 2710-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2720-CHECK-MASTER-COPY
010700*    READS SEGMENTS 1 THROUGH THE HELD SEGMENT COUNT OF A RELEASED
010700*    MASTER ITEM BY KEY AND REBUILDS THE TEXT FROM THEM THE WAY
010700*    2670 ASSEMBLES IT. ANY SEGMENT MISSING, NOT RELEASED OR
010700*    ALREADY SENT, A CHANGED RECIPIENT OR OVERRIDE ON SEGMENT 1, A
010700*    REBUILT TEXT OR LENGTH DIFFERING FROM THE HELD COPY, OR A
010700*    SEGMENT ADDED BEHIND THE LAST ONE HELD, LEAVES A REASON IN
010700*    CSR-REL-STALE-REASON. SPACES MEANS THE ITEM MAY GO OUT.
010700*****************************************************************
010700 2720-CHECK-MASTER-COPY.
010700
010700     MOVE SPACES TO CSR-REL-CHECK-TEXT.
010700     MOVE SPACES TO CSR-REL-STALE-REASON.
010700     MOVE 0      TO CSR-REL-CHECK-LEN.
010700     PERFORM 2725-CHECK-ONE-SEGMENT THRU 2725-EXIT
010700         VARYING CSR-SEG-SUB FROM 1 BY 1
010700            UNTIL CSR-SEG-SUB > CSR-HLD-SEG-COUNT
010700               OR CSR-REL-STALE-REASON NOT = SPACES.
010700     IF CSR-REL-STALE-REASON NOT = SPACES
010700         GO TO 2720-EXIT
010700     END-IF.
010700     IF CSR-REL-CHECK-LEN NOT = CSR-HLD-TEXT-LEN
010700             OR CSR-REL-CHECK-TEXT NOT = CSR-HLD-TEXT
010700         MOVE "TEXT CHANGED" TO CSR-REL-STALE-REASON
010700         GO TO 2720-EXIT
010700     END-IF.
010700     MOVE CSR-HLD-MSG-ID TO CSR-MST-MSG-ID.
010700     COMPUTE CSR-MST-SEGMENT-SEQ = CSR-HLD-SEG-COUNT + 1.
010700     READ MESSAGE-MASTER
010700         INVALID KEY
010700             GO TO 2720-EXIT
010700     END-READ.
010700     MOVE "SEG ADDED" TO CSR-REL-STALE-REASON.
010700
010700 2720-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2725-CHECK-ONE-SEGMENT
010700*    READS ONE MASTER SEGMENT OF THE RELEASED ITEM BY KEY, CHECKS
010700*    IT IS STILL RELEASED AND UNSENT, AND APPENDS ITS TEXT TO THE
010700*    REBUILT COPY.
010700*****************************************************************
010700 2725-CHECK-ONE-SEGMENT.
010700
010700     MOVE CSR-HLD-MSG-ID TO CSR-MST-MSG-ID.
010700     MOVE CSR-SEG-SUB    TO CSR-MST-SEGMENT-SEQ.
010700     READ MESSAGE-MASTER
010700         INVALID KEY
010700             MOVE "SEG MISSING" TO CSR-REL-STALE-REASON
010700             GO TO 2725-EXIT
010700     END-READ.
010700     EVALUATE TRUE
010700         WHEN NOT CSR-MST-RELEASED
010700             MOVE "NOT RELEASED" TO CSR-REL-STALE-REASON
010700         WHEN CSR-MST-SENT
010700             MOVE "ALREADY SENT" TO CSR-REL-STALE-REASON
010700         WHEN CSR-MST-MSG-LENGTH NOT NUMERIC
010700                 OR CSR-MST-MSG-LENGTH = 0
010700                 OR CSR-MST-MSG-LENGTH > 80
010700             MOVE "TEXT CHANGED" TO CSR-REL-STALE-REASON
010700         WHEN CSR-SEG-SUB = 1
010700                 AND (CSR-MST-RECIPIENT-ID
010700                         NOT = CSR-HLD-RECIPIENT-ID
010700                  OR CSR-MST-OVR-CIPHER-MODE
010700                         NOT = CSR-HLD-OVR-CIPHER-MODE
010700                  OR CSR-MST-OVR-CIPHER-KEY
010700                         NOT = CSR-HLD-OVR-CIPHER-KEY
010700                  OR CSR-MST-OVR-KEYWORD
010700                         NOT = CSR-HLD-OVR-KEYWORD)
010700             MOVE "HEADER CHANGED" TO CSR-REL-STALE-REASON
010700         WHEN OTHER
010700             MOVE CSR-MST-TEXT (1:CSR-MST-MSG-LENGTH)
010700                 TO CSR-REL-CHECK-TEXT
010700                     (CSR-REL-CHECK-LEN + 1:CSR-MST-MSG-LENGTH)
010700             ADD CSR-MST-MSG-LENGTH TO CSR-REL-CHECK-LEN
010700     END-EVALUATE.
010700
010700 2725-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2730-SUPERSEDE-RELEASED
010700*    A RELEASED MASTER ITEM WHOSE MASTER COPY HAS MOVED ON SINCE
010700*    RELEASE IS NOT SENT. THE ENTRY IS MARKED SUPERSEDED, WHICH
010700*    2400 DOES NOT PASS OVER, SO WHATEVER THE MASTER HOLDS NOW IS
010700*    SCREENED AFRESH WHEN IT IS NEXT READ. IT COUNTS AS RELEASED
010700*    BUT NOT SENT AND THE REASON GOES ON THE SCREEN-REPORT.
010700*****************************************************************
010700 2730-SUPERSEDE-RELEASED.
010700
010700     ADD 1 TO CSR-REL-UNSENT-COUNT.
010700     DISPLAY "RELEASED MESSAGE " CSR-HLD-MSG-ID
010700         " NOT SENT - MASTER COPY " CSR-REL-STALE-REASON
010700         " - MARKED SUPERSEDED".
010700     SET CSR-HLD-SUPERSEDED TO TRUE.
010700     REWRITE CSR-HLD-RECORD
010700         INVALID KEY
010700             DISPLAY "SUPERSEDED UPDATE FAILED FOR HELD MESSAGE "
010700                 CSR-HLD-MSG-ID " (STATUS "
010700                 CSR-HLD-FILE-STATUS ")"
010700     END-REWRITE.
010700     MOVE CSR-HLD-MSG-ID          TO CSR-GROUP-MSG-ID.
010700     MOVE CSR-HLD-RECIPIENT-ID    TO CSR-GROUP-RECIPIENT-ID.
010700     MOVE CSR-HLD-CATEGORY        TO CSR-SCR-CATEGORY.
010700     MOVE CSR-HLD-TERM-ID         TO CSR-SCR-TERM-ID.
010700     MOVE CSR-HLD-EXCERPT         TO CSR-SCR-EXCERPT.
010700     MOVE SPACES                  TO CSR-SRP-DISP.
010700     STRING "STALE-" DELIMITED BY SIZE
010700            CSR-REL-STALE-REASON DELIMITED BY SIZE
010700         INTO CSR-SRP-DISP
010700     END-STRING.
010700     PERFORM 2470-WRITE-SCREEN-LINE THRU 2470-EXIT.
010700
010700 2730-EXIT.
010700     EXIT.
010700*****************************************************************
010700*    2300-PROCESS-ONE-MESSAGE
010700*    DRIVES THE CIPHER PASSES FOR ONE VALIDATED, FULLY ASSEMBLED
010700*    LOGICAL MESSAGE.
009888                 MOVE CSR-MSG-ID      TO CSR-VFY-LAST-MSG-ID
009889                 MOVE CSR-CHECK-VALUE TO CSR-VFY-CHECK-VALUE
009889                 ADD 1 TO CSR-VFY-MSG-COUNT
009889                 ADD 1 TO CSR-VFY-BAT-MSG-COUNT
009889             END-IF
009890             PERFORM 3100-DECRYPT THRU 3100-EXIT
009895         WHEN CSR-FUNC-SOLVE-ONLY
010700*    RECIPIENT OR AN INVALID OVERRIDE FALLS BACK WITH A WARNING,
010700*    AND KEYWORD MODE WITHOUT A USABLE KEYWORD FALLS BACK TO
010700*    CAESAR, MIRRORING THE CONTROL-CARD EDIT AT INITIALIZATION.
010700*    A DECRYPT-ONLY MESSAGE RESOLVED TO A RECIPIENT INSIDE THE
010700*    GRACE WINDOW OF A KEY CUT-OVER IS THEN CHECKED AGAINST THE
010700*    PREVIOUS GENERATION AS WELL.
010700*****************************************************************
010700 2350-SET-MESSAGE-CIPHER.
010700
010700     MOVE CSR-PARM-KW-LEN       TO CSR-EFF-KEYWORD-LEN.
010700
010700     MOVE "N" TO CSR-RCP-RESOLVED-SW.
010700     MOVE "N" TO CSR-KPV-FOUND-SW.
010700     IF CSR-GROUP-RECIPIENT-ID NOT = SPACES
010700         PERFORM 2370-RESOLVE-RECIPIENT THRU 2370-EXIT
010700     END-IF.
010700             "KEYWORD - USING CAESAR"
010700         MOVE "C" TO CSR-EFF-CIPHER-MODE
010700     END-IF.
010700     IF CSR-RCP-RESOLVED AND CSR-FUNC-DECRYPT-ONLY
010700             AND CSR-KPV-FOUND AND CSR-GRACE-DAYS > 0
010700         PERFORM 2390-CHECK-GRACE-WINDOW THRU 2390-EXIT
010700     END-IF.
010700
010700 2350-EXIT.
010700     EXIT.
010700*****************************************************************
010700*    2370-RESOLVE-RECIPIENT
010700*    LOOKS THE MESSAGE'S RECIPIENT ID UP IN THE RECIPIENT-MASTER
010700*    DIRECTORY, TAKES THE KEY GENERATION IN EFFECT ON THE
010700*    MESSAGE DATE FROM THE KEY HISTORY AND, WHEN THAT ASSIGNMENT
010700*    IS EFFECTIVE, SETS THE EFFECTIVE CIPHER CONTROLS FROM IT.
010700*    THE MESSAGE DATE IS THE RUN DATE, EXCEPT ON A VERIFIED
010700*    INBOUND BATCH, WHERE IT IS THE PARTNER'S HEADER RUN DATE -
010700*    THE DAY THE PARTNER ENCRYPTED THE TRAFFIC. A MISSING
010700*    DIRECTORY, AN UNKNOWN ID, AN OUT-OF-DATE ASSIGNMENT OR A
010700*    BAD DIRECTORY KEY LEAVES THE RESOLVED SWITCH OFF SO THE
010700*    OVERRIDE/CONTROL-CARD LOGIC APPLIES INSTEAD.
010700                 "USING OVERRIDE/CONTROL CARD"
010700             GO TO 2370-EXIT
010700     END-READ.
010700     MOVE CSR-RUN-DATE TO CSR-KEY-DATE.
010700     IF CSR-XMIT-VERIFY AND CSR-RCV-RUN-DATE NUMERIC
010700             AND CSR-RCV-RUN-DATE NOT = "00000000"
010700         MOVE CSR-RCV-RUN-DATE TO CSR-KEY-DATE
010700     END-IF.
010700     MOVE CSR-RCP-CIPHER-MODE   TO CSR-KGN-MODE.
010700     MOVE CSR-RCP-CIPHER-KEY    TO CSR-KGN-KEY.
010700     MOVE CSR-RCP-KEYWORD       TO CSR-KGN-KEYWORD.
010700     MOVE CSR-RCP-EFF-FROM-DATE TO CSR-KGN-EFF-FROM.
010700     MOVE CSR-RCP-EFF-TO-DATE   TO CSR-KGN-EFF-TO.
010700     MOVE 0                     TO CSR-KGN-GEN-NO.
010700     IF CSR-RKH-HIST-OPEN
010700         PERFORM 2380-FIND-KEY-GENERATION THRU 2380-EXIT
010700     END-IF.
010700
010700     IF CSR-KGN-EFF-FROM NOT NUMERIC
010700             OR CSR-KEY-DATE < CSR-KGN-EFF-FROM-NUM
010700             OR (CSR-KGN-EFF-TO NUMERIC
010700                 AND CSR-KGN-EFF-TO-NUM > 0
010700                 AND CSR-KEY-DATE > CSR-KGN-EFF-TO-NUM)
010700         DISPLAY "MESSAGE " CSR-MSG-ID " RECIPIENT "
010700             CSR-GROUP-RECIPIENT-ID " ASSIGNMENT NOT EFFECTIVE "
010700             "FOR THE MESSAGE DATE - USING OVERRIDE/CONTROL CARD"
010700         GO TO 2370-EXIT
010700     END-IF.
010700
010700     EVALUATE TRUE
010700         WHEN CSR-KGN-MODE-CAESAR
010700             IF CSR-KGN-KEY NUMERIC
010700                     AND CSR-KGN-KEY-NUM <= 25
010700                 MOVE "C" TO CSR-EFF-CIPHER-MODE
010700                 MOVE CSR-KGN-KEY-NUM
010700                     TO CSR-EFF-CIPHER-KEY
010700                 SET CSR-RCP-RESOLVED TO TRUE
010700             ELSE
010700                     CSR-GROUP-RECIPIENT-ID " DIRECTORY KEY "
010700                     "UNUSABLE - USING OVERRIDE/CONTROL CARD"
010700             END-IF
010700         WHEN CSR-KGN-MODE-KEYWORD
010700             IF CSR-KGN-KEYWORD NOT = SPACES
010700                 MOVE "K" TO CSR-EFF-CIPHER-MODE
010700                 MOVE CSR-KGN-KEYWORD TO CSR-EFF-KEYWORD
010700                 PERFORM 1120-COMPUTE-KEYWORD-LEN THRU 1120-EXIT
010700                 SET CSR-RCP-RESOLVED TO TRUE
010700             ELSE
010700 2370-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2380-FIND-KEY-GENERATION
010700*    READS THE RECIPIENT'S KEY GENERATIONS IN CUT-OVER ORDER UP
010700*    TO THE MESSAGE DATE. THE LAST ONE READ IS THE GENERATION IN
010700*    EFFECT AND THE ONE BEFORE IT THE PREVIOUS GENERATION. A
010700*    RECIPIENT WITH NO HISTORY KEEPS THE DIRECTORY RECORD.
010700*****************************************************************
010700 2380-FIND-KEY-GENERATION.
010700
010700     MOVE "N" TO CSR-KGN-FOUND-SW.
010700     MOVE "N" TO CSR-RKH-END-SW.
010700     MOVE CSR-GROUP-RECIPIENT-ID TO CSR-RKH-RECIPIENT-ID.
010700     MOVE 0 TO CSR-RKH-EFF-FROM-DATE.
010700     START RECIPIENT-KEYHIST KEY >= CSR-RKH-KEY
010700         INVALID KEY
010700             GO TO 2380-EXIT
010700     END-START.
010700     PERFORM 2385-READ-ONE-GENERATION THRU 2385-EXIT
010700         UNTIL CSR-RKH-END.
010700
010700 2380-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2385-READ-ONE-GENERATION
010700*    READS THE NEXT GENERATION. ONE FOR ANOTHER RECIPIENT, OR
010700*    ONE NOT YET IN EFFECT ON THE MESSAGE DATE, ENDS THE SEARCH;
010700*    OTHERWISE THE GENERATION IN HAND BECOMES THE PREVIOUS ONE
010700*    AND THE GENERATION READ TAKES ITS PLACE. A GENERATION
010700*    WITHDRAWN BY Backout IS PASSED OVER.
010700*****************************************************************
010700 2385-READ-ONE-GENERATION.
010700
010700     READ RECIPIENT-KEYHIST NEXT
010700         AT END
010700             SET CSR-RKH-END TO TRUE
010700             GO TO 2385-EXIT
010700     END-READ.
010700     IF CSR-RKH-RECIPIENT-ID NOT = CSR-GROUP-RECIPIENT-ID
010700             OR CSR-RKH-EFF-FROM-DATE > CSR-KEY-DATE
010700         SET CSR-RKH-END TO TRUE
010700         GO TO 2385-EXIT
010700     END-IF.
010700     IF CSR-RKH-WITHDRAWN
010700         GO TO 2385-EXIT
010700     END-IF.
010700     IF CSR-KGN-FOUND
010700         MOVE CSR-KEY-GEN TO CSR-KEY-PREV-GEN
010700         SET CSR-KPV-FOUND TO TRUE
010700     END-IF.
010700     MOVE CSR-RKH-CIPHER-MODE   TO CSR-KGN-MODE.
010700     MOVE CSR-RKH-CIPHER-KEY    TO CSR-KGN-KEY.
010700     MOVE CSR-RKH-KEYWORD       TO CSR-KGN-KEYWORD.
010700     MOVE CSR-RKH-EFF-FROM-DATE TO CSR-KGN-EFF-FROM.
010700     MOVE CSR-RKH-EFF-TO-DATE   TO CSR-KGN-EFF-TO.
010700     MOVE CSR-RKH-GEN-NO        TO CSR-KGN-GEN-NO.
010700     SET CSR-KGN-FOUND TO TRUE.
010700
010700 2385-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2390-CHECK-GRACE-WINDOW
010700*    WHEN THE MESSAGE DATE FALLS WITHIN THE GRACE WINDOW AFTER
010700*    THE CURRENT GENERATION'S CUT-OVER, THE CIPHERTEXT IS FIRST
010700*    TRIAL-DECRYPTED UNDER THE CURRENT KEY. ONLY IF THAT SCORES
010700*    NO COMMON WORDS IS THE PREVIOUS GENERATION TRIED, AND ITS
010700*    KEY REPLACES THE CURRENT ONE WHEN IT SCORES HIGHER. THE
010700*    PARTNER MAY NOT HAVE CUT OVER ON THE SAME DAY WE DID.
010700*****************************************************************
010700 2390-CHECK-GRACE-WINDOW.
010700
010700     IF CSR-KGN-EFF-FROM NOT NUMERIC
010700             OR CSR-KGN-EFF-FROM-NUM = 0
010700         GO TO 2390-EXIT
010700     END-IF.
010700     COMPUTE CSR-KEY-DATE-INT =
010700         FUNCTION INTEGER-OF-DATE (CSR-KEY-DATE).
010700     COMPUTE CSR-CUTOVER-INT =
010700         FUNCTION INTEGER-OF-DATE (CSR-KGN-EFF-FROM-NUM).
010700     IF CSR-KEY-DATE-INT - CSR-CUTOVER-INT NOT < CSR-GRACE-DAYS
010700         GO TO 2390-EXIT
010700     END-IF.
010700
010700     ADD 1 TO CSR-GRACE-TRY-COUNT.
010700     PERFORM 3150-TRIAL-DECRYPT THRU 3150-EXIT.
010700     PERFORM 4500-SCORE-CANDIDATE THRU 4500-EXIT.
010700     MOVE CSR-CANDIDATE-SCORE TO CSR-GRACE-CURR-SCORE.
010700     IF CSR-GRACE-CURR-SCORE > 0
010700         GO TO 2390-RESTORE
010700     END-IF.
010700
010700     MOVE CSR-EFF-CIPHER-KEY    TO CSR-SAVE-CIPHER-KEY.
010700     MOVE CSR-EFF-CIPHER-MODE   TO CSR-SAVE-CIPHER-MODE.
010700     MOVE CSR-EFF-KEYWORD       TO CSR-SAVE-KEYWORD.
010700     MOVE CSR-EFF-KEYWORD-LEN   TO CSR-SAVE-KEYWORD-LEN.
010700     EVALUATE TRUE
010700         WHEN CSR-KPV-MODE-CAESAR
010700             IF CSR-KPV-KEY NOT NUMERIC OR CSR-KPV-KEY-NUM > 25
010700                 GO TO 2390-RESTORE
010700             END-IF
010700             MOVE "C" TO CSR-EFF-CIPHER-MODE
010700             MOVE CSR-KPV-KEY-NUM TO CSR-EFF-CIPHER-KEY
010700         WHEN CSR-KPV-MODE-KEYWORD
010700             MOVE CSR-KPV-KEYWORD TO CSR-EFF-KEYWORD
010700             PERFORM 1120-COMPUTE-KEYWORD-LEN THRU 1120-EXIT
010700             IF CSR-EFF-KEYWORD-LEN = 0
010700                 GO TO 2390-PUT-BACK
010700             END-IF
010700             MOVE "K" TO CSR-EFF-CIPHER-MODE
010700         WHEN OTHER
010700             GO TO 2390-RESTORE
010700     END-EVALUATE.
010700     PERFORM 3150-TRIAL-DECRYPT THRU 3150-EXIT.
010700     PERFORM 4500-SCORE-CANDIDATE THRU 4500-EXIT.
010700     IF CSR-CANDIDATE-SCORE > CSR-GRACE-CURR-SCORE
010700         ADD 1 TO CSR-GRACE-PREV-COUNT
010700         DISPLAY "MESSAGE " CSR-MSG-ID " RECIPIENT "
010700             CSR-GROUP-RECIPIENT-ID " READ UNDER PREVIOUS KEY "
010700             "GENERATION " CSR-KPV-GEN-NO " - GRACE WINDOW"
010700         GO TO 2390-RESTORE
010700     END-IF.
010700
010700 2390-PUT-BACK.
010700     MOVE CSR-SAVE-CIPHER-KEY   TO CSR-EFF-CIPHER-KEY.
010700     MOVE CSR-SAVE-CIPHER-MODE  TO CSR-EFF-CIPHER-MODE.
010700     MOVE CSR-SAVE-KEYWORD      TO CSR-EFF-KEYWORD.
010700     MOVE CSR-SAVE-KEYWORD-LEN  TO CSR-EFF-KEYWORD-LEN.
010700
010700 2390-RESTORE.
010700     MOVE CSR-ASSEMBLED-TEXT TO extra.
010700
010700 2390-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2400-CHECK-HOLD-QUEUE
010700*    LOOKS THE ASSEMBLED MESSAGE UP ON THE HELD-MESSAGES QUEUE. A
010700*    MESSAGE STILL HELD FOR REVIEW, OR RELEASED AND WAITING TO
010700*    GO, IS PASSED OVER - THE QUEUED COPY IS THE ONE THAT IS
010700*    DECIDED AND SENT. A REJECTED OR SENT ENTRY UNDER THE SAME ID
010700*    DOES NOT STOP THE MESSAGE; IT IS SCREENED AFRESH.
010700*****************************************************************
010700 2400-CHECK-HOLD-QUEUE.
010700
010700     MOVE "N" TO CSR-HLD-ON-FILE-SW.
010700     IF NOT CSR-HLD-OPEN
010700         GO TO 2400-EXIT
010700     END-IF.
010700     MOVE CSR-GROUP-MSG-ID TO CSR-HLD-MSG-ID.
010700     READ HELD-MESSAGES
010700         INVALID KEY
010700             GO TO 2400-EXIT
010700     END-READ.
010700     SET CSR-HLD-ON-FILE TO TRUE.
010700     IF CSR-HLD-HELD OR CSR-HLD-RELEASED
010700         SET CSR-HLD-PASS-OVER TO TRUE
010700         ADD 1 TO CSR-HOLD-PASS-COUNT
010700         DISPLAY "MESSAGE " CSR-GROUP-MSG-ID
010700             " ALREADY ON THE HOLD QUEUE - PASSED OVER"
010700         MOVE CSR-HLD-CATEGORY TO CSR-SCR-CATEGORY
010700         MOVE CSR-HLD-TERM-ID  TO CSR-SCR-TERM-ID
010700         MOVE CSR-HLD-EXCERPT  TO CSR-SCR-EXCERPT
010700         MOVE "PASSED OVER-QUEUED" TO CSR-SRP-DISP
010700         PERFORM 2470-WRITE-SCREEN-LINE THRU 2470-EXIT
010700     END-IF.
010700
010700 2400-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2410-SCREEN-MESSAGE
010700*    SCREENS THE ASSEMBLED MESSAGE AGAINST THE TERM TABLE. THE
010700*    FIRST TERM THAT MATCHES, IN TERM ID ORDER, DECIDES THE
010700*    CATEGORY; A SECOND PASS THEN MASKS EVERY OCCURRENCE OF EVERY
010700*    TERM THAT APPLIES SO THE EXCERPT SHOWS NONE OF THEM.
010700*****************************************************************
010700 2410-SCREEN-MESSAGE.
010700
010700     ADD 1 TO CSR-SCREENED-COUNT.
010700     MOVE "N" TO CSR-SCR-MASK-SW.
010700     MOVE SPACES TO CSR-SCR-CATEGORY.
010700     MOVE SPACES TO CSR-SCR-TERM-ID.
010700     MOVE SPACES TO CSR-SCR-EXCERPT.
010700     IF CSR-STB-COUNT = 0 OR CSR-ASSEMBLED-LEN = 0
010700         GO TO 2410-EXIT
010700     END-IF.
010700     MOVE FUNCTION UPPER-CASE (CSR-ASSEMBLED-TEXT)
010700         TO CSR-SCR-UPPER-TEXT.
010700     MOVE CSR-ASSEMBLED-TEXT TO CSR-SCR-MASKED-TEXT.
010700
010700     PERFORM 2420-SCREEN-ONE-TERM THRU 2420-EXIT
010700         VARYING CSR-STB-IDX FROM 1 BY 1
010700            UNTIL CSR-STB-IDX > CSR-STB-COUNT
010700               OR CSR-SCR-HIT.
010700     IF NOT CSR-SCR-HIT
010700         GO TO 2410-EXIT
010700     END-IF.
010700
010700     SET CSR-SCR-MASKING TO TRUE.
010700     PERFORM 2420-SCREEN-ONE-TERM THRU 2420-EXIT
010700         VARYING CSR-STB-IDX FROM 1 BY 1
010700            UNTIL CSR-STB-IDX > CSR-STB-COUNT.
010700     PERFORM 2450-BUILD-EXCERPT THRU 2450-EXIT.
010700
010700 2410-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2420-SCREEN-ONE-TERM
010700*    TRIES ONE TERM AGAINST THE MESSAGE, POSITION BY POSITION. A
010700*    TERM RESTRICTED TO ANOTHER RECIPIENT DOES NOT APPLY. ON THE
010700*    FIRST PASS THE SCAN STOPS AT THE FIRST HIT; ON THE MASKING
010700*    PASS IT RUNS TO THE END OF THE TEXT.
010700*****************************************************************
010700 2420-SCREEN-ONE-TERM.
010700
010700     IF CSR-STB-RECIPIENT-ID (CSR-STB-IDX) NOT = SPACES
010700             AND CSR-STB-RECIPIENT-ID (CSR-STB-IDX) NOT =
010700                 CSR-GROUP-RECIPIENT-ID
010700         GO TO 2420-EXIT
010700     END-IF.
010700     MOVE 1 TO CSR-SCR-POS.
010700
010700     IF CSR-STB-MATCH-DIGITS (CSR-STB-IDX)
010700         MOVE 0 TO CSR-SCR-RUN-LEN
010700         COMPUTE CSR-SCR-LAST-POS = CSR-ASSEMBLED-LEN + 1
010700         PERFORM 2435-CHECK-DIGIT-POS THRU 2435-EXIT
010700             UNTIL CSR-SCR-POS > CSR-SCR-LAST-POS
010700                OR (CSR-SCR-HIT AND NOT CSR-SCR-MASKING)
010700     ELSE
010700         IF CSR-STB-TERM-LEN (CSR-STB-IDX) > CSR-ASSEMBLED-LEN
010700             GO TO 2420-EXIT
010700         END-IF
010700         COMPUTE CSR-SCR-LAST-POS = CSR-ASSEMBLED-LEN
010700             - CSR-STB-TERM-LEN (CSR-STB-IDX) + 1
010700         PERFORM 2430-CHECK-TERM-POS THRU 2430-EXIT
010700             UNTIL CSR-SCR-POS > CSR-SCR-LAST-POS
010700                OR (CSR-SCR-HIT AND NOT CSR-SCR-MASKING)
010700     END-IF.
010700
010700 2420-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2430-CHECK-TERM-POS
010700*    COMPARES A TEXT TERM WITH THE UPPER-CASED MESSAGE AT THE
010700*    CURRENT POSITION.
010700*****************************************************************
010700 2430-CHECK-TERM-POS.
010700
010700     IF CSR-SCR-UPPER-TEXT
010700             (CSR-SCR-POS:CSR-STB-TERM-LEN (CSR-STB-IDX)) =
010700             CSR-STB-TERM-TEXT (CSR-STB-IDX)
010700             (1:CSR-STB-TERM-LEN (CSR-STB-IDX))
010700         MOVE CSR-SCR-POS TO CSR-SCR-HIT-POS
010700         MOVE CSR-STB-TERM-LEN (CSR-STB-IDX) TO CSR-SCR-HIT-LEN
010700         PERFORM 2440-NOTE-HIT THRU 2440-EXIT
010700     END-IF.
010700     ADD 1 TO CSR-SCR-POS.
010700
010700 2430-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2435-CHECK-DIGIT-POS
010700*    COUNTS THE UNBROKEN RUN OF DIGITS ENDING AT THE CURRENT
010700*    POSITION. WHEN THE RUN IS BROKEN - BY ANY OTHER CHARACTER OR
010700*    THE SPACE PAST THE END OF THE TEXT - A RUN AT LEAST AS LONG
010700*    AS THE TERM'S DIGIT RUN IS A HIT, AND THE WHOLE RUN IS
010700*    MASKED.
010700*****************************************************************
010700 2435-CHECK-DIGIT-POS.
010700
010700     IF CSR-SCR-UPPER-TEXT (CSR-SCR-POS:1) IS NUMERIC
010700         ADD 1 TO CSR-SCR-RUN-LEN
010700     ELSE
010700         IF CSR-SCR-RUN-LEN >= CSR-STB-DIGIT-RUN (CSR-STB-IDX)
010700                 AND CSR-SCR-RUN-LEN > 0
010700             COMPUTE CSR-SCR-HIT-POS =
010700                 CSR-SCR-POS - CSR-SCR-RUN-LEN
010700             MOVE CSR-SCR-RUN-LEN TO CSR-SCR-HIT-LEN
010700             PERFORM 2440-NOTE-HIT THRU 2440-EXIT
010700         END-IF
010700         MOVE 0 TO CSR-SCR-RUN-LEN
010700     END-IF.
010700     ADD 1 TO CSR-SCR-POS.
010700
010700 2435-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2440-NOTE-HIT
010700*    THE FIRST HIT ON THE MESSAGE RECORDS THE TERM'S CATEGORY AND
010700*    ID AND WHERE IT MATCHED. ON THE MASKING PASS EVERY HIT IS
010700*    OVERLAID WITH ASTERISKS IN THE MASKED COPY OF THE TEXT.
010700*****************************************************************
010700 2440-NOTE-HIT.
010700
010700     IF NOT CSR-SCR-HIT
010700         SET CSR-SCR-HIT TO TRUE
010700         MOVE CSR-STB-CATEGORY (CSR-STB-IDX) TO CSR-SCR-CATEGORY
010700         MOVE CSR-STB-TERM-ID (CSR-STB-IDX)  TO CSR-SCR-TERM-ID
010700         MOVE CSR-SCR-HIT-POS TO CSR-SCR-HIT-START
010700     END-IF.
010700     IF CSR-SCR-MASKING
010700         MOVE ALL "*" TO CSR-SCR-MASKED-TEXT
010700             (CSR-SCR-HIT-POS:CSR-SCR-HIT-LEN)
010700     END-IF.
010700
010700 2440-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2450-BUILD-EXCERPT
010700*    CUTS A 60-CHARACTER EXCERPT OF THE MASKED TEXT, STARTING 20
010700*    CHARACTERS AHEAD OF THE FIRST HIT AND KEPT INSIDE THE TEXT,
010700*    FOR THE QUEUE ENTRY AND THE SCREEN-REPORT.
010700*****************************************************************
010700 2450-BUILD-EXCERPT.
010700
010700     MOVE 1 TO CSR-SCR-EXC-START.
010700     IF CSR-ASSEMBLED-LEN > 60
010700         IF CSR-SCR-HIT-START > 20
010700             COMPUTE CSR-SCR-EXC-START = CSR-SCR-HIT-START - 20
010700         END-IF
010700         IF CSR-SCR-EXC-START > CSR-ASSEMBLED-LEN - 59
010700             COMPUTE CSR-SCR-EXC-START = CSR-ASSEMBLED-LEN - 59
010700         END-IF
010700     END-IF.
010700     MOVE CSR-SCR-MASKED-TEXT (CSR-SCR-EXC-START:60)
010700         TO CSR-SCR-EXCERPT.
010700
010700 2450-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2460-HOLD-MESSAGE
010700*    PUTS A MESSAGE THAT FAILED THE SCREEN ON THE HELD-MESSAGES
010700*    QUEUE WITH ITS TEXT, CIPHER CONTROLS AND THE TERM MATCHED,
010700*    IN PLACE OF ENCRYPTING IT. A MASTER MESSAGE IS NOT MARKED
010700*    SENT. ONLY THE MESSAGE ID AND CATEGORY GO TO SYSOUT, AND
010700*    ONLY THE MASKED EXCERPT TO THE SCREEN-REPORT.
010700*****************************************************************
010700 2460-HOLD-MESSAGE.
010700
010700     ADD 1 TO CSR-HELD-COUNT.
010700     DISPLAY "MESSAGE " CSR-GROUP-MSG-ID
010700         " HELD - RESTRICTED CONTENT, CATEGORY " CSR-SCR-CATEGORY.
010700     IF NOT CSR-HLD-OPEN
010700         MOVE "NOT HELD - NO FILE" TO CSR-SRP-DISP
010700         PERFORM 2470-WRITE-SCREEN-LINE THRU 2470-EXIT
010700         GO TO 2460-EXIT
010700     END-IF.
010700
010700     MOVE SPACES                 TO CSR-HLD-RECORD.
010700     MOVE CSR-GROUP-MSG-ID       TO CSR-HLD-MSG-ID.
010700     SET CSR-HLD-HELD            TO TRUE.
010700     MOVE CSR-SCR-CATEGORY       TO CSR-HLD-CATEGORY.
010700     MOVE CSR-SCR-TERM-ID        TO CSR-HLD-TERM-ID.
010700     MOVE CSR-SCR-EXCERPT        TO CSR-HLD-EXCERPT.
010700     IF CSR-INPUT-FROM-MASTER
010700         MOVE "M" TO CSR-HLD-SOURCE
010700     ELSE
010700         MOVE "F" TO CSR-HLD-SOURCE
010700     END-IF.
010700     MOVE CSR-GROUP-RECIPIENT-ID TO CSR-HLD-RECIPIENT-ID.
010700     MOVE CSR-GROUP-OVR-MODE     TO CSR-HLD-OVR-CIPHER-MODE.
010700     MOVE CSR-GROUP-OVR-KEY      TO CSR-HLD-OVR-CIPHER-KEY.
010700     MOVE CSR-GROUP-OVR-KEYWORD  TO CSR-HLD-OVR-KEYWORD.
010700     MOVE CSR-SEG-COUNT          TO CSR-HLD-SEG-COUNT.
010700     MOVE CSR-ASSEMBLED-LEN      TO CSR-HLD-TEXT-LEN.
010700     MOVE CSR-ASSEMBLED-TEXT     TO CSR-HLD-TEXT.
010700     MOVE CSR-RUN-ID             TO CSR-HLD-HELD-RUN-ID.
010700     MOVE CSR-RUN-DATE           TO CSR-HLD-HELD-DATE.
010700     MOVE CSR-PARM-OPERATOR-ID   TO CSR-HLD-HELD-BY.
010700     MOVE 0                      TO CSR-HLD-DECIDED-DATE.
010700     MOVE 0                      TO CSR-HLD-SENT-DATE.
010700
010700     MOVE "HELD" TO CSR-SRP-DISP.
010700     IF CSR-HLD-ON-FILE
010700         REWRITE CSR-HLD-RECORD
010700             INVALID KEY
010700                 MOVE "NOT HELD - WRITE ERR" TO CSR-SRP-DISP
010700         END-REWRITE
010700     ELSE
010700         WRITE CSR-HLD-RECORD
010700             INVALID KEY
010700                 MOVE "NOT HELD - WRITE ERR" TO CSR-SRP-DISP
010700         END-WRITE
010700     END-IF.
010700     IF CSR-SRP-DISP = "HELD"
010700         ADD 1 TO CSR-HLD-WRITE-COUNT
010700     ELSE
010700         DISPLAY "HELD-MESSAGES WRITE FAILED FOR MESSAGE "
010700             CSR-GROUP-MSG-ID " (STATUS " CSR-HLD-FILE-STATUS ")"
010700     END-IF.
010700     PERFORM 2470-WRITE-SCREEN-LINE THRU 2470-EXIT.
010700
010700 2460-EXIT.
010700     EXIT.
010700
010700*****************************************************************
010700*    2470-WRITE-SCREEN-LINE
010700*    WRITES ONE SCREEN-REPORT LINE FOR THE MESSAGE IN HAND FROM
010700*    THE CATEGORY, TERM ID, MASKED EXCERPT AND DISPOSITION SET
010700*    BY THE CALLER.
010700*****************************************************************
010700 2470-WRITE-SCREEN-LINE.
010700
010700     IF NOT CSR-SRP-OPEN
010700         GO TO 2470-EXIT
010700     END-IF.
010700     MOVE CSR-GROUP-MSG-ID       TO CSR-SRP-MSG-ID.
010700     MOVE CSR-GROUP-RECIPIENT-ID TO CSR-SRP-RECIPIENT-ID.
010700     MOVE CSR-SCR-CATEGORY       TO CSR-SRP-CATEGORY.
010700     MOVE CSR-SCR-TERM-ID        TO CSR-SRP-TERM-ID.
010700     MOVE CSR-SCR-EXCERPT        TO CSR-SRP-EXCERPT.
010700     WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-DETAIL-LINE.
010700
010700 2470-EXIT.
010700     EXIT.
010700
010710*****************************************************************
010720*    2100-LOG-CIPHER-USE
010730*    CALLS THE Cipherlog SUBPROGRAM BEFORE EVERY ENCRYPT SO THE
010920*    FIRST RECORD IS A TRANSMISSION HEADER THE RUN SWITCHES INTO
010930*    VERIFY MODE - FRAMING RECORDS (HEADER, PER-MESSAGE CHECK,
010940*    TRAILER) ARE CONSUMED AND VERIFIED HERE AND ONLY UNWRAPPED
010950*    DATA SEGMENTS ARE HANDED BACK TO THE PROCESSING LOOP. A
010960*    LATER HEADER OPENS THE NEXT PARTNER BATCH IN THE FILE.
011000*****************************************************************
011100 2900-READ-MESSAGE-IN.
011200
011630             DISPLAY "TRANSMISSION ENDED WITHOUT TRAILER - "
011640                 "PARTNER FILE TRUNCATED"
011650             SET CSR-VERIFY-FAILED TO TRUE
011650             SET CSR-BATCH-FAILED TO TRUE
011650             PERFORM 2990-RECORD-RECEIPT THRU 2990-EXIT
011660         END-IF
011670         GO TO 2900-EXIT
011680     END-IF.
011690     END-IF.
011692     IF CSR-XMIT-VERIFY
011693         EVALUATE TRUE
011693             WHEN CSR-XIN-TYPE-HEADER
011693                     AND CSR-XIN-HDR-RUN-DATE NUMERIC
011693                 PERFORM 2910-START-XMIT-VERIFY THRU 2910-EXIT
011693                 GO TO 2900-READ
011693             WHEN CSR-DUP-BATCH
011693                 PERFORM 2918-SKIP-DUPLICATE-RECORD
011693                     THRU 2918-EXIT
011693                 GO TO 2900-READ
011694             WHEN CSR-XIN-TYPE-DATA
011695                 PERFORM 2950-UNWRAP-XMIT-SEGMENT THRU 2950-EXIT
011696             WHEN CSR-XIN-TYPE-CHECK
011698                 GO TO 2900-READ
011699             WHEN CSR-XIN-TYPE-TRAILER
011699                 PERFORM 2970-VERIFY-TRAILER THRU 2970-EXIT
011699                 PERFORM 2990-RECORD-RECEIPT THRU 2990-EXIT
011699                 GO TO 2900-READ
011699             WHEN OTHER
011699                 DISPLAY "UNKNOWN TRANSMISSION RECORD TYPE "
011699                     CSR-XIN-RECORD-TYPE " - RECORD SKIPPED"
011699                 SET CSR-VERIFY-FAILED TO TRUE
011699                 SET CSR-BATCH-FAILED TO TRUE
011699                 ADD 1 TO CSR-VFY-CTL-COUNT
011699                 GO TO 2900-READ
011699         END-EVALUATE
011900*    CIPHER PATH SEES IT EXACTLY AS A TRANSMISSION RECORD. PAST
011900*    THE END OF THE SELECTED RANGE COUNTS AS END OF FILE; IN
011900*    ALL-UNSENT MODE, RECORDS ALREADY MARKED SENT ARE PASSED
011900*    OVER. IN EITHER MODE A RECORD NOT RELEASED UNDER MAKER-
011900*    CHECKER APPROVAL IS PASSED OVER AND COUNTED.
011900*****************************************************************
011900 2920-READ-MASTER-NEXT.
011900
011900             GO TO 2920-READ
011900         END-IF
011900     END-IF.
011900     IF NOT CSR-MST-RELEASED
011900         ADD 1 TO CSR-UNRELEASED-COUNT
011900         GO TO 2920-READ
011900     END-IF.
011900
011900     ADD 1 TO CSR-READ-COUNT.
011900     MOVE SPACES                  TO CSR-MESSAGE-IN-RECORD.
011900*    2910-START-XMIT-VERIFY
011900*    A DECRYPT-ONLY RUN'S FIRST RECORD WAS A TRANSMISSION
011900*    HEADER - SWITCH INTO VERIFY MODE AND REPORT WHOSE BATCH
011900*    THIS IS. EACH LATER HEADER STARTS THE NEXT BATCH OF A
011900*    MULTI-BATCH FILE; THE BATCH BEFORE IT MUST HAVE BEEN
011900*    CLOSED BY ITS TRAILER. THE NEW BATCH IS THEN CHECKED
011900*    AGAINST THE RECEIPT-REGISTER FOR A DUPLICATE RECEIPT.
011900*****************************************************************
011900 2910-START-XMIT-VERIFY.
011900
011900     IF CSR-XMIT-VERIFY AND NOT CSR-XMIT-TRAILER-SEEN
011900         DISPLAY "BATCH ENDED WITHOUT TRAILER BEFORE NEXT "
011900             "HEADER - TRANSMISSION SUSPECT"
011900         SET CSR-VERIFY-FAILED TO TRUE
011900         SET CSR-BATCH-FAILED TO TRUE
011900         PERFORM 2990-RECORD-RECEIPT THRU 2990-EXIT
011900     END-IF.
011900     SET CSR-XMIT-VERIFY TO TRUE.
011900     MOVE "N" TO CSR-XMIT-TRAILER-SW.
011900     MOVE "N" TO CSR-BATCH-FAIL-SW.
011900     MOVE "N" TO CSR-DUP-BATCH-SW.
011900     MOVE 0 TO CSR-RCV-BAT-ACCEPT-COUNT.
011900     MOVE 0 TO CSR-RCV-BAT-REJECT-COUNT.
011900     MOVE CSR-XIN-HDR-SITE-ID      TO CSR-RCV-SITE-ID.
011900     MOVE CSR-XIN-HDR-RUN-ID       TO CSR-RCV-RUN-ID.
011900     MOVE CSR-XIN-HDR-RECIPIENT-ID TO CSR-RCV-RECIPIENT-ID.
011900     MOVE CSR-XIN-HDR-RUN-DATE     TO CSR-RCV-RUN-DATE.
011900     ADD 1 TO CSR-VFY-CTL-COUNT.
011900     ADD 1 TO CSR-VFY-BATCH-COUNT.
011900     MOVE 0 TO CSR-VFY-BAT-MSG-COUNT.
011900     MOVE 0 TO CSR-VFY-BAT-SEG-COUNT.
011900     DISPLAY "FRAMED TRANSMISSION RECOGNIZED - RUN DATE "
011900         CSR-XIN-HDR-RUN-DATE " SITE " CSR-XIN-HDR-SITE-ID
011900         " RUN ID " CSR-XIN-HDR-RUN-ID
011900         " RECIPIENT " CSR-XIN-HDR-RECIPIENT-ID.
011900     PERFORM 2915-CHECK-RECEIPT THRU 2915-EXIT.
011900
011900 2910-EXIT.
011900     EXIT.
011900
011900*****************************************************************
011900*    2915-CHECK-RECEIPT
011900*    LOOKS THE NEW PARTNER BATCH UP ON THE RECEIPT-REGISTER. A
011900*    BATCH ALREADY RECEIVED AND VERIFIED IS A DUPLICATE RECEIPT -
011900*    IT IS FLAGGED, COUNTED ON ITS ENTRY AND SKIPPED, NOT
011900*    DECRYPTED AGAIN. A BATCH THAT FAILED VERIFICATION BEFORE IS
011900*    ACCEPTED AS A RESEND. ANY BATCH NOT SKIPPED IS LEFT PENDING
011900*    ITS RECEIPT ENTRY UNTIL ITS TRAILER CLOSES IT.
011900*****************************************************************
011900 2915-CHECK-RECEIPT.
011900
011900     MOVE "N" TO CSR-IRG-ON-FILE-SW.
011900     SET CSR-RCPT-PENDING TO TRUE.
011900     IF NOT CSR-IRG-REG-OPEN
011900         GO TO 2915-EXIT
011900     END-IF.
011900     MOVE CSR-RCV-SITE-ID      TO CSR-IRG-SITE-ID.
011900     MOVE CSR-RCV-RUN-ID       TO CSR-IRG-RUN-ID.
011900     MOVE CSR-RCV-RECIPIENT-ID TO CSR-IRG-RECIPIENT-ID.
011900     READ RECEIPT-REGISTER
011900         INVALID KEY
011900             GO TO 2915-EXIT
011900     END-READ.
011900     SET CSR-IRG-ON-FILE TO TRUE.
011900     IF CSR-IRG-FAILED
011900         DISPLAY "RESEND OF BATCH THAT FAILED VERIFICATION ON "
011900             CSR-IRG-RECV-DATE " - ACCEPTED"
011900         GO TO 2915-EXIT
011900     END-IF.
011900
011900     MOVE "N" TO CSR-RCPT-PENDING-SW.
011900     SET CSR-DUP-BATCH TO TRUE.
011900     ADD 1 TO CSR-DUP-BATCH-COUNT.
011900     ADD 1 TO CSR-IRG-DUP-COUNT.
011900     MOVE CSR-RUN-DATE TO CSR-IRG-LAST-DUP-DATE.
011900     REWRITE CSR-RCPT-RECORD
011900         INVALID KEY
011900             DISPLAY "RECEIPT-REGISTER REWRITE FAILED (STATUS "
011900                 CSR-IRG-FILE-STATUS ")"
011900     END-REWRITE.
011900     DISPLAY "*** DUPLICATE RECEIPT - BATCH ALREADY RECEIVED "
011900         CSR-IRG-RECV-DATE " AND VERIFIED - NOT DECRYPTED "
011900         "AGAIN ***".
011900
011900 2915-EXIT.
011900     EXIT.
011900
011900*****************************************************************
011900*    2918-SKIP-DUPLICATE-RECORD
011900*    PASSES OVER ONE RECORD OF A DUPLICATE BATCH. EACH CHECK
011900*    RECORD IS RE-ACKNOWLEDGED AS ACCEPTED - THE BATCH VERIFIED
011900*    WHEN IT FIRST ARRIVED - SO A PARTNER STILL CHASING IT GETS
011900*    ITS ANSWER. THE TRAILER CLOSES THE BATCH AS USUAL.
011900*****************************************************************
011900 2918-SKIP-DUPLICATE-RECORD.
011900
011900     ADD 1 TO CSR-DUP-REC-COUNT.
011900     EVALUATE TRUE
011900         WHEN CSR-XIN-TYPE-CHECK
011900             MOVE "A" TO CSR-AKO-STATUS
011900             PERFORM 2985-WRITE-ACK THRU 2985-EXIT
011900         WHEN CSR-XIN-TYPE-TRAILER
011900             SET CSR-XMIT-TRAILER-SEEN TO TRUE
011900         WHEN OTHER
011900             CONTINUE
011900     END-EVALUATE.
011900
011900 2918-EXIT.
011900     EXIT.
011900
011900*****************************************************************
011900*    2950-UNWRAP-XMIT-SEGMENT
011900*    STRIPS THE RECORD-TYPE BYTE AND RUN ID OFF ONE TRANSMITTED
011900*    DATA SEGMENT AND LAYS THE MSGREC-SHAPED FIELDS BACK INTO
011900*    THE MESSAGE-IN RECORD AREA (THROUGH A WORK AREA - THE TWO
011900*    VIEWS OVERLAP) SO THE EDIT/ASSEMBLE/DECRYPT PATH SEES THE
011900*    SEGMENT EXACTLY AS A NATIVE MESSAGE-IN RECORD. THE BATCH
011900*    HEADER'S RECIPIENT GOES ON THE SEGMENT SO THE MESSAGE IS
011900*    DECRYPTED UNDER THAT PARTNER'S KEY.
011900*****************************************************************
011900 2950-UNWRAP-XMIT-SEGMENT.
011900
011900     ADD 1 TO CSR-VFY-SEG-COUNT.
011900     ADD 1 TO CSR-VFY-BAT-SEG-COUNT.
011900     IF CSR-XMIT-TRAILER-SEEN
011900         DISPLAY "DATA SEGMENT AFTER TRAILER FOR MESSAGE "
011900             CSR-XIN-MSG-ID " - TRANSMISSION SUSPECT"
011900         SET CSR-VERIFY-FAILED TO TRUE
011900         SET CSR-BATCH-FAILED TO TRUE
011900     END-IF.
011900     MOVE CSR-XIN-MSG-ID         TO CSR-XWK-MSG-ID.
011900     MOVE CSR-XIN-MSG-LENGTH     TO CSR-XWK-MSG-LENGTH.
011900     MOVE CSR-XWK-TEXT           TO CSR-MSG-TEXT.
011900     MOVE CSR-XWK-SEGMENT-SEQ    TO CSR-MSG-SEGMENT-SEQ.
011900     MOVE CSR-XWK-CONTINUED-FLAG TO CSR-MSG-CONTINUED-FLAG.
011900     MOVE CSR-RCV-RECIPIENT-ID   TO CSR-MSG-RECIPIENT-ID.
011900
011900 2950-EXIT.
011900     EXIT.
011900*    VERIFIES ONE PER-MESSAGE CHECK RECORD AGAINST THE CHECK
011900*    VALUE COMPUTED OVER THE CIPHERTEXT OF THE MESSAGE JUST
011900*    DECRYPTED. A CHECK RECORD OUT OF PLACE OR A VALUE THAT
011900*    DOES NOT AGREE FAILS THE TRANSMISSION. THE MESSAGE IS
011900*    ACKNOWLEDGED ON ACK-OUT EITHER WAY - ACCEPTED OR REJECTED.
011900*****************************************************************
011900 2960-VERIFY-MSG-CHECK.
011900
011900     ADD 1 TO CSR-VFY-CTL-COUNT.
011900     ADD 1 TO CSR-VFY-CHECK-COUNT.
011900     MOVE "R" TO CSR-AKO-STATUS.
011900     EVALUATE TRUE
011900         WHEN CSR-XIN-CHK-MSG-ID NOT = CSR-VFY-LAST-MSG-ID
011900             DISPLAY "CHECK RECORD FOR MESSAGE "
011900                 CSR-XIN-CHK-MSG-ID " DOES NOT FOLLOW ITS "
011900                 "MESSAGE - TRANSMISSION SUSPECT"
011900             SET CSR-VERIFY-FAILED TO TRUE
011900             SET CSR-BATCH-FAILED TO TRUE
011900         WHEN CSR-XIN-CHK-VALUE NOT NUMERIC
011900             DISPLAY "CHECK VALUE UNREADABLE FOR MESSAGE "
011900                 CSR-XIN-CHK-MSG-ID " - TRANSMISSION SUSPECT"
011900             SET CSR-VERIFY-FAILED TO TRUE
011900             SET CSR-BATCH-FAILED TO TRUE
011900         WHEN CSR-XIN-CHK-VALUE NOT = CSR-VFY-CHECK-VALUE
011900             DISPLAY "CHECK VALUE MISMATCH FOR MESSAGE "
011900                 CSR-XIN-CHK-MSG-ID " - CIPHERTEXT ALTERED "
011900                 "IN TRANSIT"
011900             SET CSR-VERIFY-FAILED TO TRUE
011900             SET CSR-BATCH-FAILED TO TRUE
011900         WHEN OTHER
011900             MOVE "A" TO CSR-AKO-STATUS
011900     END-EVALUATE.
011900     PERFORM 2985-WRITE-ACK THRU 2985-EXIT.
011900
011900 2960-EXIT.
011900     EXIT.
011900*****************************************************************
011900*    2970-VERIFY-TRAILER
011900*    VERIFIES THE TRAILER'S MESSAGE AND SEGMENT COUNTS AGAINST
011900*    WHAT THIS RUN ACTUALLY RECEIVED AND DECRYPTED FOR THE
011900*    BATCH THE TRAILER CLOSES.
011900*****************************************************************
011900 2970-VERIFY-TRAILER.
011900
011900         DISPLAY "TRAILER COUNTS UNREADABLE - TRANSMISSION "
011900             "SUSPECT"
011900         SET CSR-VERIFY-FAILED TO TRUE
011900         SET CSR-BATCH-FAILED TO TRUE
011900         GO TO 2970-EXIT
011900     END-IF.
011900     IF CSR-XIN-TRL-MSG-COUNT NOT = CSR-VFY-BAT-MSG-COUNT
011900         DISPLAY "TRAILER MESSAGE COUNT " CSR-XIN-TRL-MSG-COUNT
011900             " BUT " CSR-VFY-BAT-MSG-COUNT " MESSAGES RECEIVED"
011900         SET CSR-VERIFY-FAILED TO TRUE
011900         SET CSR-BATCH-FAILED TO TRUE
011900     END-IF.
011900     IF CSR-XIN-TRL-SEG-COUNT NOT = CSR-VFY-BAT-SEG-COUNT
011900         DISPLAY "TRAILER SEGMENT COUNT " CSR-XIN-TRL-SEG-COUNT
011900             " BUT " CSR-VFY-BAT-SEG-COUNT " SEGMENTS RECEIVED"
011900         SET CSR-VERIFY-FAILED TO TRUE
011900         SET CSR-BATCH-FAILED TO TRUE
011900     END-IF.
011900
011900 2970-EXIT.
011900     EXIT.
011900
011900*****************************************************************
011900*    2985-WRITE-ACK
011900*    WRITES ONE ACK-OUT RECORD, IN THE ACKREC LAYOUT PARTNERS
011900*    SEND US, FOR THE MESSAGE NAMED ON THE CHECK RECORD IN HAND,
011900*    WITH THIS SITE AS THE ACKNOWLEDGING PARTNER AND THE STATUS
011900*    IN CSR-AKO-STATUS.
011900*****************************************************************
011900 2985-WRITE-ACK.
011900
011900     IF NOT CSR-AKO-OPEN
011900         GO TO 2985-EXIT
011900     END-IF.
011900     MOVE SPACES             TO CSR-ACK-RECORD.
011900     MOVE CSR-XIN-CHK-MSG-ID TO CSR-ACK-MSG-ID.
011900     MOVE CSR-SITE-ID        TO CSR-ACK-PARTNER-ID.
011900     MOVE CSR-RUN-DATE       TO CSR-ACK-RECV-DATE.
011900     MOVE CSR-AKO-STATUS     TO CSR-ACK-STATUS.
011900     WRITE CSR-ACK-RECORD.
011900     IF CSR-AKO-FILE-STATUS NOT = "00"
011900         DISPLAY "ACK-OUT WRITE FAILED FOR MESSAGE "
011900             CSR-XIN-CHK-MSG-ID " (STATUS "
011900             CSR-AKO-FILE-STATUS ")"
011900         GO TO 2985-EXIT
011900     END-IF.
011900     EVALUATE TRUE
011900         WHEN CSR-DUP-BATCH
011900             ADD 1 TO CSR-AKO-REACK-COUNT
011900         WHEN CSR-AKO-STATUS = "A"
011900             ADD 1 TO CSR-AKO-ACCEPT-COUNT
011900             ADD 1 TO CSR-RCV-BAT-ACCEPT-COUNT
011900         WHEN OTHER
011900             ADD 1 TO CSR-AKO-REJECT-COUNT
011900             ADD 1 TO CSR-RCV-BAT-REJECT-COUNT
011900     END-EVALUATE.
011900
011900 2985-EXIT.
011900     EXIT.
011900
011900*****************************************************************
011900*    2990-RECORD-RECEIPT
011900*    LOGS THE PARTNER BATCH JUST CLOSED ON THE RECEIPT-REGISTER -
011900*    A NEW ENTRY FOR A FIRST RECEIPT, AN UPDATE OF THE OLD ONE
011900*    FOR A RESEND - WITH ITS COUNTS AND VERIFY OUTCOME. A BATCH
011900*    SKIPPED AS A DUPLICATE, OR ALREADY LOGGED, IS LEFT ALONE.
011900*****************************************************************
011900 2990-RECORD-RECEIPT.
011900
011900     IF NOT CSR-RCPT-PENDING
011900         GO TO 2990-EXIT
011900     END-IF.
011900     MOVE "N" TO CSR-RCPT-PENDING-SW.
011900     ADD 1 TO CSR-RCPT-COUNT.
011900     IF CSR-BATCH-FAILED
011900         DISPLAY "RECEIPT - SITE " CSR-RCV-SITE-ID " RUN ID "
011900             CSR-RCV-RUN-ID " FAILED VERIFICATION"
011900     ELSE
011900         DISPLAY "RECEIPT - SITE " CSR-RCV-SITE-ID " RUN ID "
011900             CSR-RCV-RUN-ID " VERIFIED"
011900     END-IF.
011900     IF NOT CSR-IRG-REG-OPEN
011900         GO TO 2990-EXIT
011900     END-IF.
011900
011900     MOVE CSR-RCV-SITE-ID      TO CSR-IRG-SITE-ID.
011900     MOVE CSR-RCV-RUN-ID       TO CSR-IRG-RUN-ID.
011900     MOVE CSR-RCV-RECIPIENT-ID TO CSR-IRG-RECIPIENT-ID.
011900     IF CSR-IRG-ON-FILE
011900         READ RECEIPT-REGISTER
011900             INVALID KEY
011900                 MOVE "N" TO CSR-IRG-ON-FILE-SW
011900         END-READ
011900     END-IF.
011900     IF NOT CSR-IRG-ON-FILE
011900         MOVE SPACES               TO CSR-RCPT-RECORD
011900         MOVE CSR-RCV-SITE-ID      TO CSR-IRG-SITE-ID
011900         MOVE CSR-RCV-RUN-ID       TO CSR-IRG-RUN-ID
011900         MOVE CSR-RCV-RECIPIENT-ID TO CSR-IRG-RECIPIENT-ID
011900         MOVE 0                    TO CSR-IRG-RECEIPT-COUNT
011900         MOVE 0                    TO CSR-IRG-DUP-COUNT
011900         MOVE 0                    TO CSR-IRG-LAST-DUP-DATE
011900     END-IF.
011900     MOVE CSR-RCV-RUN-DATE         TO CSR-IRG-PARTNER-RUN-DATE.
011900     MOVE CSR-RUN-DATE             TO CSR-IRG-RECV-DATE.
011900     MOVE CSR-RUN-ID               TO CSR-IRG-RECV-RUN-ID.
011900     MOVE CSR-VFY-BAT-MSG-COUNT    TO CSR-IRG-MSG-COUNT.
011900     MOVE CSR-VFY-BAT-SEG-COUNT    TO CSR-IRG-SEG-COUNT.
011900     MOVE CSR-RCV-BAT-ACCEPT-COUNT TO CSR-IRG-ACCEPT-COUNT.
011900     MOVE CSR-RCV-BAT-REJECT-COUNT TO CSR-IRG-REJECT-COUNT.
011900     ADD 1 TO CSR-IRG-RECEIPT-COUNT.
011900     IF CSR-BATCH-FAILED
011900         SET CSR-IRG-FAILED TO TRUE
011900     ELSE
011900         SET CSR-IRG-VERIFIED TO TRUE
011900     END-IF.
011900     IF CSR-IRG-ON-FILE
011900         REWRITE CSR-RCPT-RECORD
011900             INVALID KEY
011900                 DISPLAY "RECEIPT-REGISTER REWRITE FAILED "
011900                     "(STATUS " CSR-IRG-FILE-STATUS ")"
011900         END-REWRITE
011900     ELSE
011900         WRITE CSR-RCPT-RECORD
011900             INVALID KEY
011900                 DISPLAY "RECEIPT-REGISTER WRITE FAILED (STATUS "
011900                     CSR-IRG-FILE-STATUS ")"
011900         END-WRITE
011900     END-IF.
011900
011900 2990-EXIT.
011900     EXIT.
012000
011910*****************************************************************
011920*    1200-NEXT-KEYWORD-LETTER
015717
015718 3100-EXIT.
015719     EXIT.
015719
015720*****************************************************************
015721*    3150-TRIAL-DECRYPT
015722*    DECRYPTS THE CIPHERTEXT IN msg INTO extra UNDER THE
015723*    EFFECTIVE CIPHER CONTROLS, WITHOUT TOUCHING msg OR WRITING
015724*    ANYTHING, SO THE RESULT CAN BE SCORED.
015725*****************************************************************
015726 3150-TRIAL-DECRYPT.
015727
015728     MOVE msg TO extra.
015729     IF CSR-EFF-MODE-KEYWORD
015730         MOVE 1 TO CSR-KW-IDX
015731     ELSE
015732         IF CSR-EFF-CIPHER-KEY = 0
015733             MOVE 0 TO CSR-DECRYPT-SHIFT
015734         ELSE
015735             COMPUTE CSR-DECRYPT-SHIFT = 26 - CSR-EFF-CIPHER-KEY
015736         END-IF
015737         COMPUTE CSR-CIPHER-SUB = CSR-DECRYPT-SHIFT + 1
015738     END-IF.
015739     PERFORM 3160-TRIAL-ONE-CHAR THRU 3160-EXIT
015740         VARYING J FROM 1 BY 1
015741            UNTIL J > CSR-CURRENT-MSG-LEN.
015742
015743 3150-EXIT.
015744     EXIT.
015745
015746*****************************************************************
015747*    3160-TRIAL-ONE-CHAR
015748*    DECRYPTS ONE CHARACTER OF extra, AS 3100-DECRYPT DOES.
015749*****************************************************************
015750 3160-TRIAL-ONE-CHAR.
015751
015752     MOVE FUNCTION ORD (extra(J:1)) TO ascii.
015753     EVALUATE TRUE
015754         WHEN ascii >= 66 AND ascii <= 91
015755             IF CSR-EFF-MODE-KEYWORD
015756                 PERFORM 1200-NEXT-KEYWORD-LETTER THRU 1200-EXIT
015757                 PERFORM 1250-INVERT-KEYWORD-SHIFT THRU 1250-EXIT
015758             END-IF
015759             COMPUTE CSR-POS-SUB = ascii - 65
015760             MOVE CSR-SHIFT-UPPER (CSR-CIPHER-SUB)
015761                 (CSR-POS-SUB:1) TO extra(J:1)
015762         WHEN ascii >= 98 AND ascii <= 123
015763             IF CSR-EFF-MODE-KEYWORD
015764                 PERFORM 1200-NEXT-KEYWORD-LETTER THRU 1200-EXIT
015765                 PERFORM 1250-INVERT-KEYWORD-SHIFT THRU 1250-EXIT
015766             END-IF
015767             COMPUTE CSR-POS-SUB = ascii - 97
015768             MOVE CSR-SHIFT-LOWER (CSR-CIPHER-SUB)
015769                 (CSR-POS-SUB:1) TO extra(J:1)
015770         WHEN OTHER
015771             CONTINUE
015772     END-EVALUATE.
015773
015774 3160-EXIT.
015775     EXIT.
015800
015800*****************************************************************
015801*    5850-WRITE-CIPHER-OUT
015802*    CUTS THE CIPHERTEXT JUST PRODUCED BY ENCRYPT BACK INTO
015803*    80-CHARACTER SEGMENT RECORDS (MIRRORING THE MESSAGE-IN
015804*    SEGMENT FORMAT) AND STAGES THEM, WITH THE MESSAGE'S CHECK
015804*    RECORD, FOR ITS RECIPIENT'S CIPHER-OUT BATCH, SO THE
015805*    ENCRYPTED BATCH CAN BE SHIPPED DOWNSTREAM, ARCHIVED AND FED
015805*    STRAIGHT BACK IN AS A DECRYPT-ONLY RUN AT THE PARTNER SITE.
015805*    THE SEGMENT COUNT EXPECTED FOR THE MESSAGE IS ACCUMULATED
015805*****************************************************************
015806 5850-WRITE-CIPHER-OUT.
015807
015807     PERFORM 5810-FIND-OUT-BATCH THRU 5810-EXIT.
015808     DIVIDE CSR-CURRENT-MSG-LEN BY 80
015808         GIVING CSR-OUT-SEG-QUOT REMAINDER CSR-OUT-SEG-REM.
015808     IF CSR-OUT-SEG-REM > 0
015808         ADD 1 TO CSR-OUT-SEG-QUOT
015808     END-IF.
015808     ADD CSR-OUT-SEG-QUOT TO CSR-EXPECT-OUT.
015808     ADD CSR-OUT-SEG-QUOT TO CSR-OBT-EXPECT-SEGS (CSR-OBT-IDX).
015808     ADD 1 TO CSR-EXPECT-OUT-MSGS.
015808     ADD 1 TO CSR-OBT-EXPECT-MSGS (CSR-OBT-IDX).
015808
015808     MOVE CSR-CURRENT-MSG-LEN TO CSR-OUT-REMAIN.
015809     MOVE 1 TO CSR-OUT-POS.
015811
015811     PERFORM 5870-COMPUTE-CHECK-VALUE THRU 5870-EXIT.
015811     PERFORM 5880-WRITE-CHECK-RECORD THRU 5880-EXIT.
015811     PERFORM 5885-REGISTER-TRANSMISSION THRU 5885-EXIT.
015812
015813 5850-EXIT.
015814     EXIT.
015815
015815*****************************************************************
015815*    5860-WRITE-ONE-OUT-SEGMENT
015815*    STAGES ONE 80-CHARACTER (OR FINAL SHORT) SEGMENT RECORD OF
015815*    THE ENCRYPTED LOGICAL MESSAGE FOR CIPHER-OUT.
015815*****************************************************************
015815 5860-WRITE-ONE-OUT-SEGMENT.
015815
015815     ELSE
015815         MOVE "N" TO CSR-OUT-CONTINUED-FLAG
015815     END-IF.
015815     PERFORM 5865-STAGE-OUT-RECORD THRU 5865-EXIT.
015815     ADD CSR-OUT-SEG-LEN      TO CSR-OUT-POS.
015815     SUBTRACT CSR-OUT-SEG-LEN FROM CSR-OUT-REMAIN.
015815
015815     EXIT.
015815
015815*****************************************************************
015815*    5865-STAGE-OUT-RECORD
015815*    WRITES THE CIPHER-OUT RECORD JUST BUILT TO THE CIPHER-WORK
015815*    STAGING FILE, TAGGED WITH THE MESSAGE'S RECIPIENT ID.
015815*****************************************************************
015815 5865-STAGE-OUT-RECORD.
015815
015815     MOVE CSR-GROUP-RECIPIENT-ID TO CSR-OWK-RECIPIENT-ID.
015815     MOVE CSR-CIPHER-OUT-RECORD  TO CSR-OWK-OUT-IMAGE.
015815     WRITE CSR-OUT-WORK-RECORD.
015815     IF CSR-OWK-FILE-STATUS NOT = "00"
015815         DISPLAY "CIPHER-WORK WRITE FAILED FOR MESSAGE "
015815             CSR-MSG-ID " (STATUS " CSR-OWK-FILE-STATUS ")"
015815     END-IF.
015815
015815 5865-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5810-FIND-OUT-BATCH
015815*    POINTS CSR-OBT-IDX AT THE PARTNER BATCH FOR THE MESSAGE'S
015815*    RECIPIENT, OPENING A NEW TABLE ENTRY THE FIRST TIME THE
015815*    RECIPIENT IS SEEN THIS RUN.
015815*****************************************************************
015815 5810-FIND-OUT-BATCH.
015815
015815     SET CSR-OBT-IDX TO 1.
015815     IF CSR-OBT-COUNT > 0
015815         SEARCH CSR-OBT-ENTRY
015815             AT END
015815                 PERFORM 5815-ADD-OUT-BATCH THRU 5815-EXIT
015815             WHEN CSR-OBT-IDX > CSR-OBT-COUNT
015815                 PERFORM 5815-ADD-OUT-BATCH THRU 5815-EXIT
015815             WHEN CSR-OBT-RECIPIENT-ID (CSR-OBT-IDX) =
015815                     CSR-GROUP-RECIPIENT-ID
015815                 CONTINUE
015815         END-SEARCH
015815     ELSE
015815         PERFORM 5815-ADD-OUT-BATCH THRU 5815-EXIT
015815     END-IF.
015815
015815 5810-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5815-ADD-OUT-BATCH
015815*    OPENS A PARTNER BATCH TABLE ENTRY FOR A RECIPIENT NOT YET
015815*    SEEN THIS RUN AND LEAVES CSR-OBT-IDX POINTING AT IT.
015815*****************************************************************
015815 5815-ADD-OUT-BATCH.
015815
015815     IF CSR-OBT-COUNT >= 500
015815         DISPLAY "PARTNER BATCH TABLE CAPACITY (500) EXCEEDED - "
015815             "RUN ABANDONED AT MESSAGE " CSR-MSG-ID
015815         MOVE 16 TO RETURN-CODE
015815         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
015815         STOP RUN
015815     END-IF.
015815     ADD 1 TO CSR-OBT-COUNT.
015815     SET CSR-OBT-IDX TO CSR-OBT-COUNT.
015815     MOVE CSR-GROUP-RECIPIENT-ID
015815         TO CSR-OBT-RECIPIENT-ID (CSR-OBT-IDX).
015815     MOVE 0 TO CSR-OBT-EXPECT-MSGS (CSR-OBT-IDX).
015815     MOVE 0 TO CSR-OBT-EXPECT-SEGS (CSR-OBT-IDX).
015815     MOVE 0 TO CSR-OBT-MSG-COUNT (CSR-OBT-IDX).
015815     MOVE 0 TO CSR-OBT-SEG-COUNT (CSR-OBT-IDX).
015815
015815 5815-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5700-WRITE-OUT-BATCHES
015815*    SPLITS THE STAGED OUTPUT INTO CIPHER-OUT AS ONE FRAMED
015815*    BATCH PER PARTNER RECIPIENT, IN THE ORDER THE RECIPIENTS
015815*    WERE FIRST SEEN. A RUN THAT ENCRYPTED NOTHING STILL WRITES
015815*    ONE EMPTY DEFAULT BATCH SO THE FILE PROVES THE EMPTY RUN.
015815*****************************************************************
015815 5700-WRITE-OUT-BATCHES.
015815
015815     CLOSE CIPHER-WORK-FILE.
015815     MOVE "N" TO CSR-OWK-OPEN-SW.
015815     IF CSR-OBT-COUNT = 0
015815         MOVE SPACES TO CSR-GROUP-RECIPIENT-ID
015815         PERFORM 5815-ADD-OUT-BATCH THRU 5815-EXIT
015815     END-IF.
015815     PERFORM 5710-WRITE-ONE-BATCH THRU 5710-EXIT
015815         VARYING CSR-OBT-IDX FROM 1 BY 1
015815            UNTIL CSR-OBT-IDX > CSR-OBT-COUNT.
015815
015815 5700-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5710-WRITE-ONE-BATCH
015815*    WRITES ONE PARTNER BATCH - HEADER, EVERY STAGED RECORD FOR
015815*    THE RECIPIENT AT CSR-OBT-IDX, TRAILER - BY ONE PASS OF THE
015815*    STAGING FILE.
015815*****************************************************************
015815 5710-WRITE-ONE-BATCH.
015815
015815     PERFORM 5800-WRITE-OUT-HEADER THRU 5800-EXIT.
015815     OPEN INPUT CIPHER-WORK-FILE.
015815     IF CSR-OWK-FILE-STATUS = "00"
015815         MOVE "N" TO CSR-OWK-EOF-SW
015815         PERFORM 5720-COPY-ONE-STAGED THRU 5720-EXIT
015815             UNTIL CSR-OWK-EOF
015815         CLOSE CIPHER-WORK-FILE
015815     ELSE
015815         DISPLAY "CIPHER-WORK WILL NOT REOPEN (STATUS "
015815             CSR-OWK-FILE-STATUS ") - BATCH FOR RECIPIENT "
015815             CSR-OBT-RECIPIENT-ID (CSR-OBT-IDX) " IS EMPTY"
015815     END-IF.
015815     PERFORM 5890-WRITE-OUT-TRAILER THRU 5890-EXIT.
015815
015815 5710-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5720-COPY-ONE-STAGED
015815*    READS ONE STAGED RECORD AND, WHEN IT BELONGS TO THE BATCH
015815*    BEING WRITTEN, COPIES IT TO CIPHER-OUT AND COUNTS IT
015815*    AGAINST THE BATCH AND THE RUN.
015815*****************************************************************
015815 5720-COPY-ONE-STAGED.
015815
015815     READ CIPHER-WORK-FILE
015815         AT END
015815             SET CSR-OWK-EOF TO TRUE
015815             GO TO 5720-EXIT
015815     END-READ.
015815     IF CSR-OWK-RECIPIENT-ID NOT =
015815             CSR-OBT-RECIPIENT-ID (CSR-OBT-IDX)
015815         GO TO 5720-EXIT
015815     END-IF.
015815     MOVE CSR-OWK-OUT-IMAGE TO CSR-CIPHER-OUT-RECORD.
015815     WRITE CSR-CIPHER-OUT-RECORD.
015815     IF CSR-OUT-FILE-STATUS NOT = "00"
015815         GO TO 5720-EXIT
015815     END-IF.
015815     EVALUATE TRUE
015815         WHEN CSR-OWK-TYPE-DATA
015815             ADD 1 TO CSR-OUT-COUNT
015815             ADD 1 TO CSR-OBT-SEG-COUNT (CSR-OBT-IDX)
015815         WHEN CSR-OWK-TYPE-CHECK
015815             ADD 1 TO CSR-OUT-CTL-COUNT
015815             ADD 1 TO CSR-OUT-MSG-TOTAL
015815             ADD 1 TO CSR-OBT-MSG-COUNT (CSR-OBT-IDX)
015815         WHEN OTHER
015815             CONTINUE
015815     END-EVALUATE.
015815
015815 5720-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5800-WRITE-OUT-HEADER
015815*    OPENS A CIPHER-OUT PARTNER BATCH WITH A HEADER RECORD
015815*    CARRYING THE RUN DATE, THE SENDING SITE ID, THE RUN ID AND
015815*    THE RECIPIENT AT CSR-OBT-IDX (SPACES FOR THE DEFAULT
015815*    BATCH), SO THE RECEIVING SITE CAN PROVE WHOSE BATCH IT IS.
015815*****************************************************************
015815 5800-WRITE-OUT-HEADER.
015815
015815     MOVE CSR-RUN-DATE    TO CSR-OUT-HDR-RUN-DATE.
015815     MOVE CSR-SITE-ID     TO CSR-OUT-HDR-SITE-ID.
015815     MOVE CSR-RUN-ID      TO CSR-OUT-HDR-RUN-ID.
015815     MOVE CSR-OBT-RECIPIENT-ID (CSR-OBT-IDX)
015815                          TO CSR-OUT-HDR-RECIPIENT-ID.
015815     WRITE CSR-CIPHER-OUT-RECORD.
015815     IF CSR-OUT-FILE-STATUS = "00"
015815         SET CSR-OUT-HDR-WRITTEN TO TRUE
015815
015815*****************************************************************
015815*    5880-WRITE-CHECK-RECORD
015815*    CLOSES ONE MESSAGE'S STAGED SEGMENTS WITH A CHECK RECORD
015815*    CARRYING THE CHECK VALUE JUST COMPUTED OVER ITS
015815*    CIPHERTEXT.
015815*****************************************************************
015815 5880-WRITE-CHECK-RECORD.
015815     MOVE "M"             TO CSR-OUT-RECORD-TYPE.
015815     MOVE CSR-MSG-ID      TO CSR-OUT-CHK-MSG-ID.
015815     MOVE CSR-CHECK-VALUE TO CSR-OUT-CHK-VALUE.
015815     PERFORM 5865-STAGE-OUT-RECORD THRU 5865-EXIT.
015815
015815 5880-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5885-REGISTER-TRANSMISSION
015815*    ENTERS THE MESSAGE JUST CLOSED ON CIPHER-OUT ON THE
015815*    PERMANENT TRANSMIT-REGISTER, STATUS TRANSMITTED, WITH ITS
015815*    CHECK VALUE AND CIPHERTEXT SO Acktrack CAN LATER MATCH ITS
015815*    ACKNOWLEDGMENT AND, IF NEED BE, RETRANSMIT IT FROM HERE.
015815*****************************************************************
015815 5885-REGISTER-TRANSMISSION.
015815
015815     IF NOT CSR-XRG-REG-OPEN
015815         GO TO 5885-EXIT
015815     END-IF.
015815     MOVE SPACES                 TO CSR-XREG-RECORD.
015815     MOVE CSR-MSG-ID             TO CSR-XRG-MSG-ID.
015815     MOVE CSR-RUN-ID             TO CSR-XRG-RUN-ID.
015815     MOVE CSR-SITE-ID            TO CSR-XRG-SITE-ID.
015815     MOVE CSR-GROUP-RECIPIENT-ID TO CSR-XRG-RECIPIENT-ID.
015815     MOVE CSR-RUN-DATE           TO CSR-XRG-SENT-DATE.
015815     MOVE CSR-CHECK-VALUE        TO CSR-XRG-CHECK-VALUE.
015815     SET CSR-XRG-TRANSMITTED     TO TRUE.
015815     MOVE CSR-RUN-DATE           TO CSR-XRG-STATUS-DATE.
015815     MOVE 0                      TO CSR-XRG-RETRANSMIT-COUNT.
015815     MOVE 0                      TO CSR-XRG-RETRANSMIT-DATE.
015815     MOVE CSR-CURRENT-MSG-LEN    TO CSR-XRG-MSG-LENGTH.
015815     MOVE CSR-OUT-SEQ-NO         TO CSR-XRG-SEG-COUNT.
015815     MOVE msg (1:CSR-CURRENT-MSG-LEN) TO CSR-XRG-CIPHERTEXT.
015815     WRITE CSR-XREG-RECORD
015815         INVALID KEY
015815             DISPLAY "MESSAGE " CSR-MSG-ID " ALREADY ON THE "
015815                 "TRANSMIT-REGISTER FOR RUN " CSR-RUN-ID
015815                 " (STATUS " CSR-XRG-FILE-STATUS ")"
015815         NOT INVALID KEY
015815             ADD 1 TO CSR-XRG-COUNT
015815     END-WRITE.
015815
015815 5885-EXIT.
015815     EXIT.
015815
015815*****************************************************************
015815*    5890-WRITE-OUT-TRAILER
015815*    CLOSES A CIPHER-OUT PARTNER BATCH WITH A TRAILER RECORD
015815*    CARRYING THE BATCH'S OWN MESSAGE AND DATA-SEGMENT COUNTS,
015815*    SO A SHORT BATCH IS PROVABLE AT THE RECEIVING SITE.
015815*****************************************************************
015815 5890-WRITE-OUT-TRAILER.
015815
015815     MOVE SPACES            TO CSR-CIPHER-OUT-RECORD.
015815     MOVE "T"               TO CSR-OUT-RECORD-TYPE.
015815     MOVE CSR-OBT-MSG-COUNT (CSR-OBT-IDX)
015815                            TO CSR-OUT-TRL-MSG-COUNT.
015815     MOVE CSR-OBT-SEG-COUNT (CSR-OBT-IDX)
015815                            TO CSR-OUT-TRL-SEG-COUNT.
015815     WRITE CSR-CIPHER-OUT-RECORD.
015815     IF CSR-OUT-FILE-STATUS = "00"
015815         ADD 1 TO CSR-OUT-CTL-COUNT
018190 4500-EXIT.
018200     EXIT.
018210
018210*****************************************************************
018210*    8900-REGISTER-RUN-START
018210*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
018210*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
018210*    THE DAILY OPERATIONS SUMMARY.
018210*****************************************************************
018210 8900-REGISTER-RUN-START.
018210
018210     INITIALIZE CSR-RUNREG-RECORD.
018210     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
018210     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
018210     MOVE "CEASER"            TO CSR-RRG-PROGRAM.
018210     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
018210     SET CSR-RRG-START        TO TRUE.
018210     CALL "Runreg" USING CSR-RUNREG-RECORD.
018210
018210 8900-EXIT.
018210     EXIT.
018210
018210*****************************************************************
018210*    8950-REGISTER-RUN-END
018210*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
018210*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
018210*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
018210*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
018210*****************************************************************
018210 8950-REGISTER-RUN-END.
018210
018210     INITIALIZE CSR-RUNREG-RECORD.
018210     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
018210     ACCEPT CSR-RRG-TIME FROM TIME.
018210     MOVE "CEASER"            TO CSR-RRG-PROGRAM.
018210     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
018210     SET CSR-RRG-END          TO TRUE.
018210     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
018210     MOVE "PROCESSED"         TO CSR-RRG-COUNT-DESC (1).
018210     MOVE CSR-PROCESSED-COUNT TO CSR-RRG-COUNT (1).
018210     MOVE "OUT MSGS"          TO CSR-RRG-COUNT-DESC (2).
018210     MOVE CSR-OUT-MSG-TOTAL   TO CSR-RRG-COUNT (2).
018210     MOVE "MISMATCH"          TO CSR-RRG-COUNT-DESC (3).
018210     MOVE CSR-MISMATCH-COUNT  TO CSR-RRG-COUNT (3).
018210     CALL "Runreg" USING CSR-RUNREG-RECORD.
018210     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
018210
018210 8950-EXIT.
018210     EXIT.
018210
018100*****************************************************************
018200*    9000-TERMINATE
018210*    CLOSES THE FILES AND PRINTS THE END-OF-JOB CONTROL TOTALS,
018650     CLOSE CIPHER-AUDIT-FILE.
018660     CLOSE CANDIDATES-FILE.
018670     CLOSE CHECKPOINT-FILE.
018672     IF CSR-OWK-OPEN
018674         PERFORM 5700-WRITE-OUT-BATCHES THRU 5700-EXIT
018676     END-IF.
018680     CLOSE CIPHER-OUT-FILE.
018685     CLOSE SUSPENSE-FILE.
018686     IF CSR-RCP-DIR-OPEN
018687         CLOSE RECIPIENT-MASTER
018688     END-IF.
018688     IF CSR-RKH-HIST-OPEN
018688         CLOSE RECIPIENT-KEYHIST
018688     END-IF.
018688     IF CSR-XRG-REG-OPEN
018688         CLOSE TRANSMIT-REGISTER
018688     END-IF.
018688     IF CSR-IRG-REG-OPEN
018688         CLOSE RECEIPT-REGISTER
018688     END-IF.
018688     IF CSR-AKO-OPEN
018688         CLOSE ACK-OUT-FILE
018688     END-IF.
018688     IF CSR-HLD-OPEN
018688         CLOSE HELD-MESSAGES
018688     END-IF.
018688     IF CSR-SRP-OPEN
018688         PERFORM 9200-SCREEN-REPORT-TOTALS THRU 9200-EXIT
018688     END-IF.
018690
018691     PERFORM 9100-CONTROL-TOTALS THRU 9100-EXIT.
018700
018730     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
018760
018800 9000-EXIT.
018900     EXIT.
018910
018942     MOVE "N" TO CSR-BALANCE-SW.
018942*    ON A VERIFIED TRANSMISSION THE FRAMING RECORDS (HEADER,
018942*    CHECKS, TRAILER) WERE READ BUT NEVER PROCESSED AS MESSAGE
018942*    SEGMENTS, SO THEY BALANCE THROUGH THEIR OWN COUNT, AS DO
018942*    THE RECORDS OF A DUPLICATE BATCH.
018943     IF CSR-READ-COUNT NOT =
018944             CSR-SKIP-COUNT + CSR-SEG-IN-COUNT +
018944             CSR-REJECT-COUNT + CSR-VFY-CTL-COUNT +
018944             CSR-DUP-REC-COUNT
018945         SET CSR-OUT-OF-BALANCE TO TRUE
018946     END-IF.
018947     IF CSR-AUDIT-COUNT NOT = CSR-EXPECT-AUDIT
018953     IF CSR-OUT-COUNT NOT = CSR-EXPECT-OUT
018954         SET CSR-OUT-OF-BALANCE TO TRUE
018955     END-IF.
018955*    EVERY MESSAGE CLOSED ON CIPHER-OUT MUST BE ON THE REGISTER.
018955     IF CSR-XRG-COUNT NOT = CSR-OUT-MSG-TOTAL
018955         SET CSR-OUT-OF-BALANCE TO TRUE
018955     END-IF.
018955     IF CSR-OUT-MSG-TOTAL NOT = CSR-EXPECT-OUT-MSGS
018955         SET CSR-OUT-OF-BALANCE TO TRUE
018955     END-IF.
018955*    EVERY MESSAGE HELD MUST BE ON THE QUEUE, AND EVERY RELEASED
018955*    ENTRY PICKED UP MUST HAVE BEEN SENT OR LEFT FOR A LATER RUN.
018955     IF CSR-HELD-COUNT NOT = CSR-HLD-WRITE-COUNT
018955         SET CSR-OUT-OF-BALANCE TO TRUE
018955     END-IF.
018955     IF CSR-REL-PICKED-COUNT NOT =
018955             CSR-RELEASED-COUNT + CSR-REL-UNSENT-COUNT
018955         SET CSR-OUT-OF-BALANCE TO TRUE
018955     END-IF.
018956
018957     DISPLAY " ".
018958     DISPLAY "***** END-OF-JOB CONTROL TOTALS *****".
018964     DISPLAY "CANDIDATES WRITTEN.....: " CSR-CAND-COUNT.
018965     DISPLAY "CHECKPOINTS WRITTEN....: " CSR-CKPT-COUNT.
018966     DISPLAY "CIPHER-OUT WRITTEN.....: " CSR-OUT-COUNT.
018966     DISPLAY "CIPHER-OUT MESSAGES....: " CSR-OUT-MSG-TOTAL.
018966     DISPLAY "REGISTER ENTRIES ADDED.: " CSR-XRG-COUNT.
018967     DISPLAY "ROUND-TRIP MISMATCHES..: " CSR-MISMATCH-COUNT.
018967     IF CSR-INPUT-FROM-MASTER
018967         DISPLAY "UNRELEASED NOT SENT....: " CSR-UNRELEASED-COUNT
018967     END-IF.
018967     IF CSR-SCREEN-ACTIVE
018967         DISPLAY "MESSAGES SCREENED......: " CSR-SCREENED-COUNT
018967         DISPLAY "MESSAGES HELD..........: " CSR-HELD-COUNT
018967         DISPLAY "HELD ITEMS PASSED OVER.: " CSR-HOLD-PASS-COUNT
018967         DISPLAY "HELD RELEASED AND SENT.: " CSR-RELEASED-COUNT
018967         IF CSR-REL-UNSENT-COUNT > 0
018967             DISPLAY "RELEASED NOT SENT......: "
018967                 CSR-REL-UNSENT-COUNT
018967         END-IF
018967     END-IF.
018967     IF CSR-OBT-COUNT > 0
018967         DISPLAY "PARTNER BATCHES WRITTEN: " CSR-OBT-COUNT
018967         PERFORM 9150-BALANCE-ONE-BATCH THRU 9150-EXIT
018967             VARYING CSR-OBT-IDX FROM 1 BY 1
018967                UNTIL CSR-OBT-IDX > CSR-OBT-COUNT
018967     END-IF.
018968
018968     IF CSR-XMIT-VERIFY
018968         DISPLAY "XMIT BATCHES RECEIVED..: " CSR-VFY-BATCH-COUNT
018968         DISPLAY "XMIT SEGMENTS RECEIVED.: " CSR-VFY-SEG-COUNT
018968         DISPLAY "XMIT MESSAGES RECEIVED.: " CSR-VFY-MSG-COUNT
018968         DISPLAY "XMIT CHECKS VERIFIED...: " CSR-VFY-CHECK-COUNT
018968         IF CSR-VFY-CHECK-COUNT NOT = CSR-VFY-MSG-COUNT
018968             SET CSR-VERIFY-FAILED TO TRUE
018968         END-IF
018968         DISPLAY "XMIT BATCHES DUPLICATE.: " CSR-DUP-BATCH-COUNT
018968         DISPLAY "RECEIPTS LOGGED........: " CSR-RCPT-COUNT
018968         DISPLAY "ACKS WRITTEN - ACCEPT..: " CSR-AKO-ACCEPT-COUNT
018968         DISPLAY "ACKS WRITTEN - REJECT..: " CSR-AKO-REJECT-COUNT
018968         DISPLAY "ACKS WRITTEN - REPEAT..: " CSR-AKO-REACK-COUNT
018968         IF CSR-GRACE-DAYS > 0
018968             DISPLAY "GRACE-WINDOW TRIALS....: "
018968                 CSR-GRACE-TRY-COUNT
018968             DISPLAY "PRIOR KEY USED.........: "
018968                 CSR-GRACE-PREV-COUNT
018968         END-IF
018968*        EVERY CHECK RECORD VERIFIED MUST HAVE BEEN ANSWERED.
018968         IF CSR-AKO-ACCEPT-COUNT + CSR-AKO-REJECT-COUNT NOT =
018968                 CSR-VFY-CHECK-COUNT
018968             SET CSR-OUT-OF-BALANCE TO TRUE
018968         END-IF
018968     END-IF.
018968
018969     IF CSR-OUT-OF-BALANCE OR CSR-MISMATCH-COUNT > 0
018980
018981 9100-EXIT.
018982     EXIT.
018982
018982*****************************************************************
018982*    9150-BALANCE-ONE-BATCH
018982*    PRINTS ONE PARTNER BATCH'S MESSAGE AND SEGMENT COUNTS AND
018982*    BALANCES WHAT WAS WRITTEN TO CIPHER-OUT FOR IT AGAINST WHAT
018982*    WAS STAGED FOR IT.
018982*****************************************************************
018982 9150-BALANCE-ONE-BATCH.
018982
018982     IF CSR-OBT-RECIPIENT-ID (CSR-OBT-IDX) = SPACES
018982         DISPLAY "  BATCH (DEFAULT) MESSAGES "
018982             CSR-OBT-MSG-COUNT (CSR-OBT-IDX) " SEGMENTS "
018982             CSR-OBT-SEG-COUNT (CSR-OBT-IDX)
018982     ELSE
018982         DISPLAY "  BATCH " CSR-OBT-RECIPIENT-ID (CSR-OBT-IDX)
018982             "  MESSAGES " CSR-OBT-MSG-COUNT (CSR-OBT-IDX)
018982             " SEGMENTS " CSR-OBT-SEG-COUNT (CSR-OBT-IDX)
018982     END-IF.
018982     IF CSR-OBT-MSG-COUNT (CSR-OBT-IDX) NOT =
018982             CSR-OBT-EXPECT-MSGS (CSR-OBT-IDX)
018982             OR CSR-OBT-SEG-COUNT (CSR-OBT-IDX) NOT =
018982             CSR-OBT-EXPECT-SEGS (CSR-OBT-IDX)
018982         DISPLAY "  *** BATCH OUT OF BALANCE - EXPECTED "
018982             CSR-OBT-EXPECT-MSGS (CSR-OBT-IDX) " MESSAGES "
018982             CSR-OBT-EXPECT-SEGS (CSR-OBT-IDX) " SEGMENTS ***"
018982         SET CSR-OUT-OF-BALANCE TO TRUE
018982     END-IF.
018982
018982 9150-EXIT.
018982     EXIT.
018982
018982*****************************************************************
018982*    9200-SCREEN-REPORT-TOTALS
018982*    PRINTS THE SCREENING TOTALS AT THE FOOT OF THE SCREEN-REPORT
018982*    AND CLOSES IT.
018982*****************************************************************
018982 9200-SCREEN-REPORT-TOTALS.
018982
018982     MOVE SPACES TO CSR-SCREEN-REPORT-RECORD.
018982     WRITE CSR-SCREEN-REPORT-RECORD.
018982     MOVE "MESSAGES SCREENED....: " TO CSR-SRP-TOT-DESC.
018982     MOVE CSR-SCREENED-COUNT TO CSR-SRP-TOT-COUNT.
018982     WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-TOTAL-LINE.
018982     MOVE "MESSAGES HELD........: " TO CSR-SRP-TOT-DESC.
018982     MOVE CSR-HELD-COUNT TO CSR-SRP-TOT-COUNT.
018982     WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-TOTAL-LINE.
018982     MOVE "HELD ITEMS PASSED OVR: " TO CSR-SRP-TOT-DESC.
018982     MOVE CSR-HOLD-PASS-COUNT TO CSR-SRP-TOT-COUNT.
018982     WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-TOTAL-LINE.
018982     MOVE "RELEASED AND SENT....: " TO CSR-SRP-TOT-DESC.
018982     MOVE CSR-RELEASED-COUNT TO CSR-SRP-TOT-COUNT.
018982     WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-TOTAL-LINE.
018982     MOVE "RELEASED NOT SENT....: " TO CSR-SRP-TOT-DESC.
018982     MOVE CSR-REL-UNSENT-COUNT TO CSR-SRP-TOT-COUNT.
018982     WRITE CSR-SCREEN-REPORT-RECORD FROM CSR-SRP-TOTAL-LINE.
018982     CLOSE SCREEN-REPORT-FILE.
018982
018982 9200-EXIT.
018982     EXIT.
019000
019100 END PROGRAM Ceaser.
