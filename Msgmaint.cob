001500*                   TRANSACTION APPLIED OR REJECTED. ENDS WITH
001600*                   RETURN-CODE 8 WHEN ANY TRANSACTION WAS
001700*                   REJECTED SO THE SCHEDULER CAN FLAG THE RUN.
001720*                   ADDS AND CHANGES ARE HELD PENDING APPROVAL;
001740*                   A SECOND OPERATOR RELEASES OR REFUSES EACH
001760*                   MESSAGE, AND EVERY RUN ENDS WITH THE MSGAPPR-
001780*                   REPORT OF PENDING, RELEASED AND REFUSED WORK.
001785*                   EVERY CHANGE APPLIED TO THE MASTER IS WRITTEN
001790*                   TO THE CHANGE-JOURNAL WITH ITS BEFORE AND
001795*                   AFTER IMAGES UNDER THIS RUN'S ID.
001797*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER.
001800*    MODIFICATION HISTORY
001900*    DATE.......  INIT  DESCRIPTION
002000*    ----------  ----  -------------------------------------------
002140*    2026-09-02  SM    AN ADDED RECORD NOW STARTS UNSENT (SENT
002150*                      FLAG N, LAST-RUN DATE ZERO) FOR THE
002160*                      DIRECT-FROM-MASTER Ceaser RUN.
002162*    2026-10-15  SM    MAKER-CHECKER CONTROL. AN ADDED, CHANGED OR
002164*                      PARTLY DELETED MESSAGE IS NOW HELD PENDING
002166*                      APPROVAL UNDER THE OPERATOR ON THE CARD - A
002168*                      MESSAGE ALREADY RELEASED GOES BACK TO
002170*                      PENDING. NEW RELEASE (R) AND REFUSE (F)
002172*                      CARDS ACT ON THE WHOLE MESSAGE; THE
002174*                      APPROVER MUST BE A DIFFERENT, ACTIVE
002176*                      OPERATOR ON OPERATOR-MASTER AT
002178*                      AUTHORIZATION LEVEL 2 OR ABOVE. EVERY RUN
002180*                      NOW ENDS WITH THE MSGAPPR-REPORT LISTING
002182*                      PENDING, REFUSED AND OUTSTANDING OR NEWLY
002184*                      RELEASED MESSAGES WITH WHO ENTERED AND WHO
002186*                      APPROVED EACH.
002187*    2026-10-15  SM    EVERY ADD, CHANGE AND DELETE APPLIED, AND
002188*                      EVERY RETURN TO PENDING, RELEASE AND
002189*                      REFUSAL, IS NOW WRITTEN TO THE
002190*                      CHANGE-JOURNAL THROUGH Chgjrnl WITH THE
002191*                      CARD'S OPERATOR AND THE BEFORE AND AFTER
002192*                      IMAGES, OVERRIDE KEY AND KEYWORD PROTECTED.
002193*                      EACH RUN TAKES A RUN ID, SHOWN ON THE
002194*                      REPORT HEADER, SO Backout CAN REVERSE IT.
002195*    2026-10-15  SM    EACH RUN NOW LOGS ITS START, AND ITS END
002196*                      WITH THE RETURN CODE AND CARD, JOURNALED
002197*                      AND REJECTED COUNTS, ON THE RUN-REGISTER
002198*                      THROUGH Runreg UNDER ITS RUN ID.
002200*****************************************************************
002300 PROGRAM-ID. Msgmaint.
002400
003100
003200     SELECT MESSAGE-MASTER ASSIGN TO "MESSAGE-MASTER"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CSR-MST-KEY
003600         FILE STATUS IS CSR-MST-FILE-STATUS.
003700
003800     SELECT MSGMAINT-REPORT-FILE ASSIGN TO "MSGMAINT-REPORT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CSR-RPT-FILE-STATUS.
004000
004010     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS CSR-OPR-OPERATOR-ID
004050         FILE STATUS IS CSR-OPR-FILE-STATUS.
004060
004070     SELECT MSGAPPR-REPORT-FILE ASSIGN TO "MSGAPPR-REPORT"
004080         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS CSR-APR-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
005200 FD  MSGMAINT-REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  CSR-REPORT-RECORD               PIC X(132).
005400
005410 FD  OPERATOR-MASTER
005420     RECORDING MODE IS F.
005430 COPY "opermst.cpy".
005440
005450 FD  MSGAPPR-REPORT-FILE
005460     RECORDING MODE IS F.
005470 01  CSR-APPROVAL-RECORD             PIC X(132).
005500
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
006500     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
006600     05  CSR-TRN-VALID-SW            PIC X(01) VALUE "Y".
006700         88  CSR-TRN-VALID           VALUE "Y".
006707     05  CSR-OPR-FILE-STATUS         PIC X(02) VALUE "00".
006714     05  CSR-APR-FILE-STATUS         PIC X(02) VALUE "00".
006721     05  CSR-MST-OPEN-SW             PIC X(01) VALUE "N".
006728         88  CSR-MST-OPEN            VALUE "Y".
006735     05  CSR-OPR-OPEN-SW             PIC X(01) VALUE "N".
006742         88  CSR-OPR-REG-OPEN        VALUE "Y".
006749     05  CSR-SEG-END-SW              PIC X(01) VALUE "N".
006756         88  CSR-SEG-END             VALUE "Y".
006763     05  CSR-SAME-OPR-SW             PIC X(01) VALUE "N".
006770         88  CSR-SAME-OPERATOR       VALUE "Y".
006777     05  CSR-WAS-RELEASED-SW         PIC X(01) VALUE "N".
006784         88  CSR-WAS-RELEASED        VALUE "Y".
006800
006900*****************************************************************
007000*    WORKING FIELDS
007800 77  CSR-REJECT-COUNT                PIC 9(05) VALUE 0.
007900 77  CSR-REJECT-REASON               PIC X(20) VALUE SPACES.
008000 77  CSR-WORK-SEG-SEQ                PIC 9(02) VALUE 0.
008000
008005*****************************************************************
008010*    MAKER-CHECKER WORKING FIELDS. CSR-APPROVE-LEVEL IS THE
008015*    LOWEST OPERATOR-MASTER AUTHORIZATION LEVEL THAT MAY RELEASE
008020*    OR REFUSE A MESSAGE - THE LEVEL OF A FULL CIPHER RUN.
008025*****************************************************************
008030 77  CSR-APPROVE-LEVEL               PIC 9(01) VALUE 2.
008035 77  CSR-RELEASE-COUNT               PIC 9(05) VALUE 0.
008040 77  CSR-REFUSE-COUNT                PIC 9(05) VALUE 0.
008045 77  CSR-REPEND-COUNT                PIC 9(05) VALUE 0.
008050 77  CSR-APR-MSG-ID                  PIC X(10) VALUE SPACES.
008055 77  CSR-APR-SEG-COUNT               PIC 9(03) VALUE 0.
008060 77  CSR-APR-PEND-COUNT              PIC 9(03) VALUE 0.
008065 77  CSR-APR-NEW-STATUS              PIC X(01) VALUE SPACES.
008070 77  CSR-APR-PASS-STATUS             PIC X(01) VALUE SPACES.
008075 77  CSR-APR-PEND-LISTED             PIC 9(05) VALUE 0.
008080 77  CSR-APR-REL-LISTED              PIC 9(05) VALUE 0.
008085 77  CSR-APR-REF-LISTED              PIC 9(05) VALUE 0.
008085
008085*****************************************************************
008085*    CHANGE JOURNAL WORKING FIELDS. THE RUN ID MARKS THIS RUN'S
008085*    ENTRIES ON THE CHANGE-JOURNAL. THE BEFORE-KEY FIELDS HOLD THE
008085*    OVERRIDE KEY AND KEYWORD AS THEY STOOD BEFORE A CHANGE, ONLY
008085*    SO THE ENTRY CAN SAY WHETHER THE CHANGE ALTERED THEM - THE
008085*    VALUES THEMSELVES ARE NEVER JOURNALED.
008085*****************************************************************
008085 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
008085 01  CSR-RUN-ID.
008085     05  CSR-RUN-ID-DATE             PIC 9(08).
008085     05  CSR-RUN-ID-TIME             PIC 9(08).
008085 77  CSR-JOURNAL-COUNT               PIC 9(05) VALUE 0.
008085 77  CSR-JNL-IMAGE                   PIC X(200) VALUE SPACES.
008085 77  CSR-JNL-HOLD-KEY                PIC X(02) VALUE SPACES.
008085 77  CSR-JNL-HOLD-KEYWORD            PIC X(20) VALUE SPACES.
008085 77  CSR-JNL-BEFORE-KEY              PIC X(02) VALUE SPACES.
008085 77  CSR-JNL-BEFORE-KEYWORD          PIC X(20) VALUE SPACES.
008100
008200*****************************************************************
008300*    REPORT LINE LAYOUTS
008700         "MESSAGE-MASTER MAINTENANCE REPORT ".
008800     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
008900     05  CSR-RPT-HDR-DATE            PIC 9(08).
008950     05  FILLER                      PIC X(09) VALUE "  RUN ID ".
008970     05  CSR-RPT-HDR-RUN-ID          PIC X(16).
009000     05  FILLER                      PIC X(56) VALUE SPACES.
009100
009200 01  CSR-RPT-COL-HDR.
009300     05  FILLER                      PIC X(02) VALUE SPACES.
011600     05  CSR-RPT-TOT-DESC            PIC X(24).
011700     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
011800     05  FILLER                      PIC X(97) VALUE SPACES.
011800
011802*****************************************************************
011804*    APPROVAL STATUS REPORT LINE LAYOUTS
011806*****************************************************************
011808 01  CSR-APR-HEADER-1.
011810     05  FILLER                      PIC X(31) VALUE
011812         "MESSAGE APPROVAL STATUS REPORT ".
011814     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
011816     05  CSR-APR-HDR-DATE            PIC 9(08).
011818     05  FILLER                      PIC X(84) VALUE SPACES.
011820
011822 01  CSR-APR-SECTION-LINE.
011824     05  FILLER                      PIC X(02) VALUE SPACES.
011826     05  CSR-APR-SECTION-DESC        PIC X(50).
011828     05  FILLER                      PIC X(80) VALUE SPACES.
011830
011832 01  CSR-APR-COL-HDR.
011834     05  FILLER                      PIC X(04) VALUE SPACES.
011836     05  FILLER                      PIC X(11) VALUE
011838         "MESSAGE-ID ".
011840     05  FILLER                      PIC X(04) VALUE "SEG ".
011842     05  FILLER                      PIC X(10) VALUE "RECIPIENT ".
011844     05  FILLER                      PIC X(09) VALUE "STATUS   ".
011846     05  FILLER                      PIC X(18) VALUE
011848         "ENTERED BY  ON    ".
011850     05  FILLER                      PIC X(18) VALUE
011852         "APPROVED BY ON    ".
011854     05  FILLER                      PIC X(05) VALUE "SENT ".
011856     05  FILLER                      PIC X(53) VALUE SPACES.
011858
011860 01  CSR-APR-DETAIL-LINE.
011862     05  FILLER                      PIC X(04) VALUE SPACES.
011864     05  CSR-APR-DET-MSG-ID          PIC X(10).
011866     05  FILLER                      PIC X(01) VALUE SPACES.
011868     05  CSR-APR-DET-SEG             PIC 9(02).
011870     05  FILLER                      PIC X(02) VALUE SPACES.
011872     05  CSR-APR-DET-RECIPIENT       PIC X(08).
011874     05  FILLER                      PIC X(02) VALUE SPACES.
011876     05  CSR-APR-DET-STATUS          PIC X(08).
011878     05  FILLER                      PIC X(01) VALUE SPACES.
011880     05  CSR-APR-DET-ENTERED-BY      PIC X(08).
011882     05  FILLER                      PIC X(01) VALUE SPACES.
011884     05  CSR-APR-DET-ENTERED-DATE    PIC X(08).
011886     05  FILLER                      PIC X(01) VALUE SPACES.
011888     05  CSR-APR-DET-APPROVED-BY     PIC X(08).
011890     05  FILLER                      PIC X(01) VALUE SPACES.
011892     05  CSR-APR-DET-APPROVED-DATE   PIC X(08).
011894     05  FILLER                      PIC X(02) VALUE SPACES.
011896     05  CSR-APR-DET-SENT            PIC X(01).
011898     05  FILLER                      PIC X(57) VALUE SPACES.
011898
011898*****************************************************************
011898*    PARAMETER RECORD PASSED TO THE Chgjrnl SUBPROGRAM
011898*****************************************************************
011898 COPY "chgjrnl.cpy".
011898
011898*****************************************************************
011898*    PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM
011898*****************************************************************
011898 COPY "rrgrec.cpy".
011900
012000 PROCEDURE DIVISION.
012100*****************************************************************
013700*    OPENS THE TRANSACTION, MASTER AND REPORT FILES AND PRIMES
013800*    THE TRANSACTION FILE FOR THE PROCESSING LOOP. A MASTER THAT
013900*    DOES NOT EXIST YET IS CREATED EMPTY SO A FIRST LOAD CAN RUN
014000*    STRAIGHT FROM AN ADD DECK. THE OPERATOR REGISTER IS
014050*    OPENED FOR THE APPROVER CHECKS.
014100*****************************************************************
014200 1000-INITIALIZE.
014300
014400     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
014420     ACCEPT CSR-RUN-TIME FROM TIME.
014440     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
014460     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
014480     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
014490     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
014500
014600     OPEN OUTPUT MSGMAINT-REPORT-FILE.
014700     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
014750     MOVE CSR-RUN-ID TO CSR-RPT-HDR-RUN-ID.
014800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
014900     MOVE SPACES TO CSR-REPORT-RECORD.
015000     WRITE CSR-REPORT-RECORD.
016200         SET CSR-TRANS-EOF TO TRUE
016250         MOVE 8 TO RETURN-CODE
016300     END-IF.
016307     IF CSR-MST-FILE-STATUS = "00"
016314         SET CSR-MST-OPEN TO TRUE
016321     END-IF.
016328
016335     OPEN INPUT OPERATOR-MASTER.
016342     IF CSR-OPR-FILE-STATUS = "00"
016349         SET CSR-OPR-REG-OPEN TO TRUE
016356     ELSE
016363         DISPLAY "OPERATOR-MASTER NOT AVAILABLE (STATUS "
016370             CSR-OPR-FILE-STATUS ") - RELEASE AND REFUSE CARDS "
016377             "WILL BE REJECTED"
016384     END-IF.
016400
016500     IF NOT CSR-TRANS-EOF
016600         OPEN INPUT MSGMAINT-TRANS-FILE
019400                 PERFORM 5000-DELETE-MASTER THRU 5000-EXIT
019500             WHEN CSR-TRN-INQUIRY
019600                 PERFORM 6000-INQUIRE-MASTER THRU 6000-EXIT
019630             WHEN CSR-TRN-APPROVAL
019660                 PERFORM 5500-APPROVE-MESSAGE THRU 5500-EXIT
019700         END-EVALUATE
019800     ELSE
019900         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
020900*    FRONT-END EDIT FOR ONE TRANSACTION CARD - THE ACTION CODE
021000*    MUST BE KNOWN, THE MESSAGE ID PRESENT, THE SEGMENT SEQUENCE
021100*    BLANK (TAKEN AS 01) OR NUMERIC AND NONZERO, AND AN ADD MUST
021200*    CARRY A VALID LENGTH AND NON-BLANK TEXT. EVERY CARD BUT AN
021250*    INQUIRY MUST NAME ITS OPERATOR. THE RESOLVED
021300*    SEGMENT SEQUENCE IS LEFT IN CSR-WORK-SEG-SEQ FOR THE ACTION
021400*    PARAGRAPHS TO BUILD THE MASTER KEY FROM.
021500*****************************************************************
022100     EVALUATE TRUE
022200         WHEN NOT CSR-TRN-ADD AND NOT CSR-TRN-CHANGE
022300                 AND NOT CSR-TRN-DELETE AND NOT CSR-TRN-INQUIRY
022350                 AND NOT CSR-TRN-APPROVAL
022400             MOVE "BAD ACTION" TO CSR-REJECT-REASON
022500         WHEN CSR-TRN-MSG-ID = SPACES
022600             MOVE "NO MSG ID" TO CSR-REJECT-REASON
022630         WHEN CSR-TRN-OPERATOR-ID = SPACES AND NOT CSR-TRN-INQUIRY
022660             MOVE "NO OPERATOR" TO CSR-REJECT-REASON
022700         WHEN CSR-TRN-SEGMENT-SEQ NOT = SPACES
022800                 AND CSR-TRN-SEGMENT-SEQ NOT NUMERIC
022900             MOVE "BAD SEGMENT" TO CSR-REJECT-REASON
027200*    BUILDS A NEW MASTER RECORD FROM THE TRANSACTION AND WRITES
027300*    IT. A DUPLICATE KEY IS REJECTED - THE INDEXED MASTER IS HOW
027400*    DUPLICATE MESSAGE IDS ARE KEPT OUT OF THE BATCH FOR GOOD.
027430*    THE NEW SEGMENT IS PENDING APPROVAL, ENTERED BY THE CARD'S
027460*    OPERATOR, AND THE REST OF ITS MESSAGE GOES BACK TO PENDING.
027500*****************************************************************
027600 3000-ADD-MASTER.
027700
028920                              TO CSR-MST-RECIPIENT-ID.
028930     MOVE "N"                 TO CSR-MST-SENT-FLAG.
028940     MOVE 0                   TO CSR-MST-LAST-RUN-DATE.
028960     MOVE "N"                 TO CSR-WAS-RELEASED-SW.
028980     PERFORM 4700-SET-PENDING THRU 4700-EXIT.
029000
029100     WRITE CSR-MASTER-RECORD
029200         INVALID KEY
029600             ADD 1 TO CSR-ADD-COUNT
029700             MOVE "ADDED" TO CSR-RPT-ACT-DISP
029800             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
029810             MOVE "A" TO CSR-JRN-ACTION
029820             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
029850             PERFORM 4600-RETURN-TO-PENDING THRU 4600-EXIT
029900     END-WRITE.
030000
030100 3000-EXIT.
030600*    READS THE KEYED MASTER RECORD AND APPLIES THE NON-BLANK
030700*    DATA FIELDS FROM THE TRANSACTION OVER IT, SO A CHANGE CARD
030800*    ONLY NAMES WHAT IT MEANS TO CHANGE. A CHANGED LENGTH MUST
030900*    PASS THE SAME EDIT AS AN ADD. THE CHANGED MESSAGE IS HELD
030950*    PENDING APPROVAL AGAIN, HOWEVER IT STOOD BEFORE.
031000*****************************************************************
031100 4000-CHANGE-MASTER.
031200
031800             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
031900             GO TO 4000-EXIT
032000     END-READ.
032050     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
032100
032200     IF CSR-TRN-MSG-LENGTH NOT = SPACES
032300         IF CSR-TRN-MSG-LENGTH NUMERIC
034910     IF CSR-TRN-RECIPIENT-ID NOT = SPACES
034920         MOVE CSR-TRN-RECIPIENT-ID TO CSR-MST-RECIPIENT-ID
034930     END-IF.
034940     MOVE "N" TO CSR-WAS-RELEASED-SW.
034950     IF CSR-MST-RELEASED
034960         SET CSR-WAS-RELEASED TO TRUE
034970     END-IF.
034980     PERFORM 4700-SET-PENDING THRU 4700-EXIT.
035000
035100     REWRITE CSR-MASTER-RECORD
035200         INVALID KEY
035600             ADD 1 TO CSR-CHANGE-COUNT
035700             MOVE "CHANGED" TO CSR-RPT-ACT-DISP
035800             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
035810             MOVE "C" TO CSR-JRN-ACTION
035820             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
035850             PERFORM 4600-RETURN-TO-PENDING THRU 4600-EXIT
035900     END-REWRITE.
036000
036100 4000-EXIT.
036200     EXIT.
036300
036301*****************************************************************
036302*    4600-RETURN-TO-PENDING
036303*    A MESSAGE IS APPROVED AS A WHOLE, SO WHEN ONE OF ITS
036304*    SEGMENTS IS ADDED, CHANGED OR DELETED EVERY OTHER SEGMENT
036305*    STILL RELEASED OR REFUSED GOES BACK TO PENDING UNDER THE
036306*    CARD'S OPERATOR. A MESSAGE THAT HAD BEEN RELEASED IS
036307*    COUNTED AS RETURNED TO PENDING.
036308*****************************************************************
036309 4600-RETURN-TO-PENDING.
036310
036311     MOVE CSR-TRN-MSG-ID TO CSR-APR-MSG-ID.
036312     MOVE "N" TO CSR-SEG-END-SW.
036313     MOVE CSR-TRN-MSG-ID TO CSR-MST-MSG-ID.
036314     MOVE 0 TO CSR-MST-SEGMENT-SEQ.
036315     START MESSAGE-MASTER KEY IS NOT LESS THAN CSR-MST-KEY
036316         INVALID KEY
036317             SET CSR-SEG-END TO TRUE
036318     END-START.
036319     PERFORM 4650-PEND-ONE-SEGMENT THRU 4650-EXIT
036320         UNTIL CSR-SEG-END.
036321     IF CSR-WAS-RELEASED
036322         ADD 1 TO CSR-REPEND-COUNT
036323         DISPLAY "MESSAGE " CSR-APR-MSG-ID " CHANGED AFTER "
036324             "RELEASE - RETURNED TO PENDING APPROVAL"
036325     END-IF.
036326
036327 4600-EXIT.
036328     EXIT.
036329
036330*****************************************************************
036331*    4650-PEND-ONE-SEGMENT
036332*    READS THE NEXT SEGMENT OF THE MESSAGE AND, UNLESS IT IS
036333*    ALREADY PENDING, PUTS IT BACK TO PENDING.
036334*****************************************************************
036335 4650-PEND-ONE-SEGMENT.
036336
036337     READ MESSAGE-MASTER NEXT
036338         AT END
036339             SET CSR-SEG-END TO TRUE
036340             GO TO 4650-EXIT
036341     END-READ.
036342     IF CSR-MST-MSG-ID NOT = CSR-APR-MSG-ID
036343         SET CSR-SEG-END TO TRUE
036344         GO TO 4650-EXIT
036345     END-IF.
036346     IF CSR-MST-PENDING
036347         GO TO 4650-EXIT
036348     END-IF.
036349     IF CSR-MST-RELEASED
036350         SET CSR-WAS-RELEASED TO TRUE
036351     END-IF.
036352     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
036352     PERFORM 4700-SET-PENDING THRU 4700-EXIT.
036353     REWRITE CSR-MASTER-RECORD
036354         INVALID KEY
036355             DISPLAY "MESSAGE " CSR-MST-MSG-ID " SEGMENT "
036356                 CSR-MST-SEGMENT-SEQ " COULD NOT BE RETURNED TO "
036357                 "PENDING (STATUS " CSR-MST-FILE-STATUS ")"
036357         NOT INVALID KEY
036357             MOVE "C" TO CSR-JRN-ACTION
036357             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
036358     END-REWRITE.
036359
036360 4650-EXIT.
036361     EXIT.
036362
036363*****************************************************************
036364*    4700-SET-PENDING
036365*    MARKS THE MASTER RECORD IN HAND PENDING APPROVAL, ENTERED
036366*    TODAY BY THE CARD'S OPERATOR, WITH NO APPROVER.
036367*****************************************************************
036368 4700-SET-PENDING.
036369
036370     MOVE "P"                 TO CSR-MST-APPROVAL-STATUS.
036371     MOVE CSR-TRN-OPERATOR-ID TO CSR-MST-ENTERED-BY.
036372     MOVE CSR-RUN-DATE        TO CSR-MST-ENTERED-DATE.
036373     MOVE SPACES              TO CSR-MST-APPROVED-BY.
036374     MOVE 0                   TO CSR-MST-APPROVED-DATE.
036375
036376 4700-EXIT.
036377     EXIT.
036378
036400*****************************************************************
036500*    5000-DELETE-MASTER
036600*    DELETES THE KEYED MASTER RECORD. THE RECORD IS READ FIRST
036700*    SO THE ACTIVITY REPORT CAN SHOW WHAT WAS DELETED. ANY
036750*    SEGMENTS LEFT BEHIND GO BACK TO PENDING APPROVAL.
036800*****************************************************************
036900 5000-DELETE-MASTER.
037000
037600             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
037700             GO TO 5000-EXIT
037800     END-READ.
037820     MOVE "N" TO CSR-WAS-RELEASED-SW.
037840     IF CSR-MST-RELEASED
037860         SET CSR-WAS-RELEASED TO TRUE
037880     END-IF.
037890     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
037900
038000     DELETE MESSAGE-MASTER
038100         INVALID KEY
038500             ADD 1 TO CSR-DELETE-COUNT
038600             MOVE "DELETED" TO CSR-RPT-ACT-DISP
038700             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
038710             MOVE "D" TO CSR-JRN-ACTION
038720             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
038750             PERFORM 4600-RETURN-TO-PENDING THRU 4600-EXIT
038800     END-DELETE.
038900
039000 5000-EXIT.
039100     EXIT.
039200
039200*****************************************************************
039200*    5500-APPROVE-MESSAGE
039200*    RELEASES OR REFUSES EVERY PENDING SEGMENT OF THE MESSAGE ON
039200*    THE CARD. THE APPROVER MUST PASS THE REGISTER CHECK AND
039200*    MUST NOT HAVE ENTERED ANY PENDING SEGMENT OF THE MESSAGE -
039200*    NOBODY APPROVES THEIR OWN WORK. A MESSAGE WITH NOTHING
039200*    PENDING IS REJECTED.
039200*****************************************************************
039200 5500-APPROVE-MESSAGE.
039200
039200     PERFORM 5600-CHECK-APPROVER THRU 5600-EXIT.
039200     IF CSR-REJECT-REASON NOT = SPACES
039200         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039200         GO TO 5500-EXIT
039200     END-IF.
039200
039200     MOVE CSR-TRN-MSG-ID TO CSR-APR-MSG-ID.
039200     MOVE 0 TO CSR-APR-SEG-COUNT.
039200     MOVE 0 TO CSR-APR-PEND-COUNT.
039200     MOVE "N" TO CSR-SAME-OPR-SW.
039200     PERFORM 5550-START-MESSAGE THRU 5550-EXIT.
039200     PERFORM 5650-SCAN-ONE-SEGMENT THRU 5650-EXIT
039200         UNTIL CSR-SEG-END.
039200     EVALUATE TRUE
039200         WHEN CSR-APR-SEG-COUNT = 0
039200             MOVE "NOT FOUND" TO CSR-REJECT-REASON
039200         WHEN CSR-APR-PEND-COUNT = 0
039200             MOVE "NOT PENDING" TO CSR-REJECT-REASON
039200         WHEN CSR-SAME-OPERATOR
039200             MOVE "SAME OPERATOR" TO CSR-REJECT-REASON
039200         WHEN OTHER
039200             CONTINUE
039200     END-EVALUATE.
039200     IF CSR-REJECT-REASON NOT = SPACES
039200         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039200         GO TO 5500-EXIT
039200     END-IF.
039200
039200     IF CSR-TRN-RELEASE
039200         MOVE "R" TO CSR-APR-NEW-STATUS
039200     ELSE
039200         MOVE "F" TO CSR-APR-NEW-STATUS
039200     END-IF.
039200     PERFORM 5550-START-MESSAGE THRU 5550-EXIT.
039200     PERFORM 5700-APPROVE-ONE-SEGMENT THRU 5700-EXIT
039200         UNTIL CSR-SEG-END.
039200     IF CSR-TRN-RELEASE
039200         ADD 1 TO CSR-RELEASE-COUNT
039200         MOVE "RELEASED" TO CSR-RPT-ACT-DISP
039200     ELSE
039200         ADD 1 TO CSR-REFUSE-COUNT
039200         MOVE "REFUSED" TO CSR-RPT-ACT-DISP
039200     END-IF.
039200     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
039200
039200 5500-EXIT.
039200     EXIT.
039200
039200*****************************************************************
039200*    5550-START-MESSAGE
039200*    POSITIONS THE MASTER AT THE FIRST SEGMENT OF THE MESSAGE ON
039200*    THE CARD.
039200*****************************************************************
039200 5550-START-MESSAGE.
039200
039200     MOVE "N" TO CSR-SEG-END-SW.
039200     MOVE CSR-APR-MSG-ID TO CSR-MST-MSG-ID.
039200     MOVE 0 TO CSR-MST-SEGMENT-SEQ.
039200     START MESSAGE-MASTER KEY IS NOT LESS THAN CSR-MST-KEY
039200         INVALID KEY
039200             SET CSR-SEG-END TO TRUE
039200     END-START.
039200
039200 5550-EXIT.
039200     EXIT.
039200
039200*****************************************************************
039200*    5600-CHECK-APPROVER
039200*    THE APPROVER ON THE CARD MUST BE ON THE OPERATOR-MASTER
039200*    REGISTER, ACTIVE, AND AUTHORIZED AT CSR-APPROVE-LEVEL OR
039200*    ABOVE. A MISSING REGISTER FAILS CLOSED.
039200*****************************************************************
039200 5600-CHECK-APPROVER.
039200
039200     IF NOT CSR-OPR-REG-OPEN
039200         MOVE "NO OPERATOR FILE" TO CSR-REJECT-REASON
039200         GO TO 5600-EXIT
039200     END-IF.
039200     MOVE CSR-TRN-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
039200     READ OPERATOR-MASTER
039200         INVALID KEY
039200             MOVE "UNKNOWN APPROVER" TO CSR-REJECT-REASON
039200             GO TO 5600-EXIT
039200     END-READ.
039200     IF NOT CSR-OPR-ACTIVE
039200         MOVE "APPROVER INACTIVE" TO CSR-REJECT-REASON
039200         GO TO 5600-EXIT
039200     END-IF.
039200     IF CSR-OPR-AUTH-LEVEL NOT NUMERIC
039200             OR CSR-OPR-AUTH-LEVEL < CSR-APPROVE-LEVEL
039200         MOVE "APPROVER LEVEL" TO CSR-REJECT-REASON
039200     END-IF.
039200
039200 5600-EXIT.
039200     EXIT.
039200
039200*****************************************************************
039200*    5650-SCAN-ONE-SEGMENT
039200*    READS THE NEXT SEGMENT OF THE MESSAGE, COUNTING IT AND ITS
039200*    PENDING SEGMENTS AND NOTING WHETHER THE APPROVER ENTERED ANY
039200*    OF THE PENDING ONES.
039200*****************************************************************
039200 5650-SCAN-ONE-SEGMENT.
039200
039200     READ MESSAGE-MASTER NEXT
039200         AT END
039200             SET CSR-SEG-END TO TRUE
039200             GO TO 5650-EXIT
039200     END-READ.
039200     IF CSR-MST-MSG-ID NOT = CSR-APR-MSG-ID
039200         SET CSR-SEG-END TO TRUE
039200         GO TO 5650-EXIT
039200     END-IF.
039200     ADD 1 TO CSR-APR-SEG-COUNT.
039200     IF CSR-MST-PENDING
039200         ADD 1 TO CSR-APR-PEND-COUNT
039200         IF CSR-MST-ENTERED-BY = CSR-TRN-OPERATOR-ID
039200             SET CSR-SAME-OPERATOR TO TRUE
039200         END-IF
039200     END-IF.
039200
039200 5650-EXIT.
039200     EXIT.
039200
039200*****************************************************************
039200*    5700-APPROVE-ONE-SEGMENT
039200*    READS THE NEXT SEGMENT OF THE MESSAGE AND, IF IT IS PENDING,
039200*    STAMPS IT RELEASED OR REFUSED BY THE CARD'S OPERATOR TODAY.
039200*****************************************************************
039200 5700-APPROVE-ONE-SEGMENT.
039200
039200     READ MESSAGE-MASTER NEXT
039200         AT END
039200             SET CSR-SEG-END TO TRUE
039200             GO TO 5700-EXIT
039200     END-READ.
039200     IF CSR-MST-MSG-ID NOT = CSR-APR-MSG-ID
039200         SET CSR-SEG-END TO TRUE
039200         GO TO 5700-EXIT
039200     END-IF.
039200     IF NOT CSR-MST-PENDING
039200         GO TO 5700-EXIT
039200     END-IF.
039200     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
039200     MOVE CSR-APR-NEW-STATUS  TO CSR-MST-APPROVAL-STATUS.
039200     MOVE CSR-TRN-OPERATOR-ID TO CSR-MST-APPROVED-BY.
039200     MOVE CSR-RUN-DATE        TO CSR-MST-APPROVED-DATE.
039200     REWRITE CSR-MASTER-RECORD
039200         INVALID KEY
039200             DISPLAY "MESSAGE " CSR-MST-MSG-ID " SEGMENT "
039200                 CSR-MST-SEGMENT-SEQ " APPROVAL NOT RECORDED "
039200                 "(STATUS " CSR-MST-FILE-STATUS ")"
039200         NOT INVALID KEY
039200             MOVE "C" TO CSR-JRN-ACTION
039200             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
039200     END-REWRITE.
039200
039200 5700-EXIT.
039200     EXIT.
039200
039300*****************************************************************
039400*    6000-INQUIRE-MASTER
039500*    READS THE KEYED MASTER RECORD AND LISTS IT ON THE ACTIVITY
043300*    8000-WRITE-ACTIVITY-LINE
043400*    WRITES ONE ACTIVITY REPORT LINE FOR THE TRANSACTION IN
043500*    HAND. APPLIED AND DISPLAYED ACTIONS SHOW THE MASTER TEXT AS
043600*    IT NOW STANDS; REJECTS AND APPROVALS SHOW THE TEXT AS
043650*    SUBMITTED.
043700*****************************************************************
043800 8000-WRITE-ACTIVITY-LINE.
043900
044100     MOVE CSR-TRN-MSG-ID   TO CSR-RPT-ACT-MSG-ID.
044200     MOVE CSR-TRN-SEGMENT-SEQ
044300                           TO CSR-RPT-ACT-SEG.
044400     IF CSR-RPT-ACT-DISP (1:8) = "REJECTED" OR CSR-TRN-APPROVAL
044500         MOVE CSR-TRN-MSG-TEXT TO CSR-RPT-ACT-TEXT
044600     ELSE
044700         MOVE CSR-MST-TEXT     TO CSR-RPT-ACT-TEXT
045100 8000-EXIT.
045200     EXIT.
045300
045300*****************************************************************
045300*    8500-WRITE-APPROVAL-REPORT
045300*    LISTS THE MASTER'S APPROVAL POSITION IN THREE SECTIONS -
045300*    EVERY SEGMENT PENDING APPROVAL, EVERY SEGMENT REFUSED, AND
045300*    EVERY RELEASED SEGMENT NOT YET SENT OR RELEASED TODAY - WITH
045300*    THE OPERATORS WHO ENTERED AND APPROVED EACH.
045300*****************************************************************
045300 8500-WRITE-APPROVAL-REPORT.
045300
045300     OPEN OUTPUT MSGAPPR-REPORT-FILE.
045300     MOVE CSR-RUN-DATE TO CSR-APR-HDR-DATE.
045300     WRITE CSR-APPROVAL-RECORD FROM CSR-APR-HEADER-1.
045300
045300     MOVE "P" TO CSR-APR-PASS-STATUS.
045300     MOVE "PENDING APPROVAL" TO CSR-APR-SECTION-DESC.
045300     PERFORM 8550-LIST-ONE-STATUS THRU 8550-EXIT.
045300     MOVE "F" TO CSR-APR-PASS-STATUS.
045300     MOVE "REFUSED" TO CSR-APR-SECTION-DESC.
045300     PERFORM 8550-LIST-ONE-STATUS THRU 8550-EXIT.
045300     MOVE "R" TO CSR-APR-PASS-STATUS.
045300     MOVE "RELEASED - AWAITING TRANSMISSION OR RELEASED TODAY"
045300         TO CSR-APR-SECTION-DESC.
045300     PERFORM 8550-LIST-ONE-STATUS THRU 8550-EXIT.
045300
045300     MOVE SPACES TO CSR-APPROVAL-RECORD.
045300     WRITE CSR-APPROVAL-RECORD.
045300     MOVE "SEGMENTS PENDING.....: " TO CSR-RPT-TOT-DESC.
045300     MOVE CSR-APR-PEND-LISTED TO CSR-RPT-TOT-COUNT.
045300     WRITE CSR-APPROVAL-RECORD FROM CSR-RPT-TOTAL-LINE.
045300     MOVE "SEGMENTS REFUSED.....: " TO CSR-RPT-TOT-DESC.
045300     MOVE CSR-APR-REF-LISTED TO CSR-RPT-TOT-COUNT.
045300     WRITE CSR-APPROVAL-RECORD FROM CSR-RPT-TOTAL-LINE.
045300     MOVE "SEGMENTS RELEASED....: " TO CSR-RPT-TOT-DESC.
045300     MOVE CSR-APR-REL-LISTED TO CSR-RPT-TOT-COUNT.
045300     WRITE CSR-APPROVAL-RECORD FROM CSR-RPT-TOTAL-LINE.
045300     CLOSE MSGAPPR-REPORT-FILE.
045300
045300 8500-EXIT.
045300     EXIT.
045300
045300*****************************************************************
045300*    8550-LIST-ONE-STATUS
045300*    WRITES ONE SECTION OF THE APPROVAL REPORT, READING THE
045300*    MASTER FROM THE TOP FOR THE STATUS IN CSR-APR-PASS-STATUS.
045300*****************************************************************
045300 8550-LIST-ONE-STATUS.
045300
045300     MOVE SPACES TO CSR-APPROVAL-RECORD.
045300     WRITE CSR-APPROVAL-RECORD.
045300     WRITE CSR-APPROVAL-RECORD FROM CSR-APR-SECTION-LINE.
045300     WRITE CSR-APPROVAL-RECORD FROM CSR-APR-COL-HDR.
045300     MOVE "N" TO CSR-SEG-END-SW.
045300     MOVE LOW-VALUES TO CSR-MST-KEY.
045300     START MESSAGE-MASTER KEY IS NOT LESS THAN CSR-MST-KEY
045300         INVALID KEY
045300             SET CSR-SEG-END TO TRUE
045300     END-START.
045300     PERFORM 8560-LIST-ONE-SEGMENT THRU 8560-EXIT
045300         UNTIL CSR-SEG-END.
045300
045300 8550-EXIT.
045300     EXIT.
045300
045300*****************************************************************
045300*    8560-LIST-ONE-SEGMENT
045300*    READS THE NEXT MASTER RECORD AND LISTS IT WHEN IT BELONGS IN
045300*    THE SECTION BEING WRITTEN.
045300*****************************************************************
045300 8560-LIST-ONE-SEGMENT.
045300
045300     READ MESSAGE-MASTER NEXT
045300         AT END
045300             SET CSR-SEG-END TO TRUE
045300             GO TO 8560-EXIT
045300     END-READ.
045300     EVALUATE CSR-APR-PASS-STATUS
045300         WHEN "P"
045300             IF NOT CSR-MST-PENDING
045300                 GO TO 8560-EXIT
045300             END-IF
045300             ADD 1 TO CSR-APR-PEND-LISTED
045300             MOVE "PENDING" TO CSR-APR-DET-STATUS
045300         WHEN "F"
045300             IF NOT CSR-MST-REFUSED
045300                 GO TO 8560-EXIT
045300             END-IF
045300             ADD 1 TO CSR-APR-REF-LISTED
045300             MOVE "REFUSED" TO CSR-APR-DET-STATUS
045300         WHEN OTHER
045300             IF NOT CSR-MST-RELEASED
045300                 GO TO 8560-EXIT
045300             END-IF
045300             IF CSR-MST-SENT
045300                     AND CSR-MST-APPROVED-DATE NOT = CSR-RUN-DATE
045300                 GO TO 8560-EXIT
045300             END-IF
045300             ADD 1 TO CSR-APR-REL-LISTED
045300             MOVE "RELEASED" TO CSR-APR-DET-STATUS
045300     END-EVALUATE.
045300     MOVE CSR-MST-MSG-ID        TO CSR-APR-DET-MSG-ID.
045300     MOVE CSR-MST-SEGMENT-SEQ   TO CSR-APR-DET-SEG.
045300     MOVE CSR-MST-RECIPIENT-ID  TO CSR-APR-DET-RECIPIENT.
045300     MOVE CSR-MST-ENTERED-BY    TO CSR-APR-DET-ENTERED-BY.
045300     MOVE CSR-MST-ENTERED-DATE  TO CSR-APR-DET-ENTERED-DATE.
045300     MOVE CSR-MST-APPROVED-BY   TO CSR-APR-DET-APPROVED-BY.
045300     IF CSR-MST-APPROVED-BY = SPACES
045300         MOVE SPACES TO CSR-APR-DET-APPROVED-DATE
045300     ELSE
045300         MOVE CSR-MST-APPROVED-DATE TO CSR-APR-DET-APPROVED-DATE
045300     END-IF.
045300     MOVE CSR-MST-SENT-FLAG     TO CSR-APR-DET-SENT.
045300     WRITE CSR-APPROVAL-RECORD FROM CSR-APR-DETAIL-LINE.
045300
045300 8560-EXIT.
045300     EXIT.
045300
045300*****************************************************************
045300*    8700-CAPTURE-BEFORE-IMAGE
045300*    KEEPS THE MASTER RECORD IN HAND, OVERRIDE KEY AND KEYWORD
045300*    PROTECTED, AS THE BEFORE IMAGE OF THE NEXT CHANGE-JOURNAL
045300*    ENTRY, AND NOTES THE KEY VALUES SO A CHANGE TO THEM CAN BE
045300*    FLAGGED ON THE ENTRY.
045300*****************************************************************
045300 8700-CAPTURE-BEFORE-IMAGE.
045300
045300     MOVE CSR-MST-OVR-CIPHER-KEY TO CSR-JNL-BEFORE-KEY.
045300     MOVE CSR-MST-OVR-KEYWORD    TO CSR-JNL-BEFORE-KEYWORD.
045300     PERFORM 8780-PROTECT-IMAGE THRU 8780-EXIT.
045300     MOVE CSR-JNL-IMAGE          TO CSR-JRN-BEFORE-IMAGE.
045300
045300 8700-EXIT.
045300     EXIT.
045300
045300*****************************************************************
045300*    8750-WRITE-JOURNAL-ENTRY
045300*    JOURNALS THE CHANGE JUST APPLIED TO THE MASTER RECORD IN
045300*    HAND UNDER THE CARD'S OPERATOR. THE CALLER SETS THE ACTION;
045300*    AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE. A
045300*    CHANGE THAT ALTERED THE OVERRIDE KEY OR KEYWORD IS FLAGGED,
045300*    AS THE PROTECTED IMAGES CANNOT SHOW IT.
045300*****************************************************************
045300 8750-WRITE-JOURNAL-ENTRY.
045300
045300     ACCEPT CSR-JRN-DATE FROM DATE YYYYMMDD.
045300     ACCEPT CSR-JRN-TIME FROM TIME.
045300     MOVE CSR-RUN-ID          TO CSR-JRN-RUN-ID.
045300     ADD 1 TO CSR-JOURNAL-COUNT.
045300     MOVE CSR-JOURNAL-COUNT   TO CSR-JRN-SEQ.
045300     MOVE "MSGMAINT"          TO CSR-JRN-PROGRAM.
045300     MOVE "MESSAGE-MASTER"    TO CSR-JRN-FILE.
045300     MOVE CSR-MST-KEY         TO CSR-JRN-KEY.
045300     MOVE CSR-TRN-OPERATOR-ID TO CSR-JRN-OPERATOR.
045300     MOVE "N"                 TO CSR-JRN-KEY-CHANGED.
045300     MOVE SPACES              TO CSR-JRN-REVERSES.
045300     IF CSR-JRN-ADDED
045300         MOVE SPACES TO CSR-JRN-BEFORE-IMAGE
045300     END-IF.
045300     IF CSR-JRN-DELETED
045300         MOVE SPACES TO CSR-JRN-AFTER-IMAGE
045300     ELSE
045300         PERFORM 8780-PROTECT-IMAGE THRU 8780-EXIT
045300         MOVE CSR-JNL-IMAGE TO CSR-JRN-AFTER-IMAGE
045300     END-IF.
045300     IF CSR-JRN-CHANGED
045300             AND (CSR-MST-OVR-CIPHER-KEY NOT = CSR-JNL-BEFORE-KEY
045300             OR CSR-MST-OVR-KEYWORD NOT = CSR-JNL-BEFORE-KEYWORD)
045300         SET CSR-JRN-KEYS-CHANGED TO TRUE
045300     END-IF.
045300     CALL "Chgjrnl" USING CSR-JOURNAL-RECORD.
045300
045300 8750-EXIT.
045300     EXIT.
045300
045300*****************************************************************
045300*    8780-PROTECT-IMAGE
045300*    COPIES THE MASTER RECORD IN HAND TO CSR-JNL-IMAGE WITH AN
045300*    OVERRIDE KEY OR KEYWORD THAT HOLDS A VALUE REPLACED BY
045300*    ASTERISKS, SO NO KEY EVER REACHES THE JOURNAL. THE RECORD
045300*    ITSELF IS LEFT AS IT WAS.
045300*****************************************************************
045300 8780-PROTECT-IMAGE.
045300
045300     MOVE CSR-MST-OVR-CIPHER-KEY TO CSR-JNL-HOLD-KEY.
045300     MOVE CSR-MST-OVR-KEYWORD    TO CSR-JNL-HOLD-KEYWORD.
045300     IF CSR-MST-OVR-CIPHER-KEY NOT = SPACES
045300         MOVE ALL "*" TO CSR-MST-OVR-CIPHER-KEY
045300     END-IF.
045300     IF CSR-MST-OVR-KEYWORD NOT = SPACES
045300         MOVE ALL "*" TO CSR-MST-OVR-KEYWORD
045300     END-IF.
045300     MOVE CSR-MASTER-RECORD      TO CSR-JNL-IMAGE.
045300     MOVE CSR-JNL-HOLD-KEY       TO CSR-MST-OVR-CIPHER-KEY.
045300     MOVE CSR-JNL-HOLD-KEYWORD   TO CSR-MST-OVR-KEYWORD.
045300
045300 8780-EXIT.
045300     EXIT.
045300
045400*****************************************************************
045500*    2900-READ-TRANSACTION
045600*****************************************************************
046600 2900-EXIT.
046700     EXIT.
046800
046802*****************************************************************
046804*    8900-REGISTER-RUN-START
046806*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
046808*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
046810*    THE DAILY OPERATIONS SUMMARY.
046812*****************************************************************
046814 8900-REGISTER-RUN-START.
046816
046818     INITIALIZE CSR-RUNREG-RECORD.
046820     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
046822     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
046824     MOVE "MSGMAINT"          TO CSR-RRG-PROGRAM.
046826     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
046828     SET CSR-RRG-START        TO TRUE.
046830     CALL "Runreg" USING CSR-RUNREG-RECORD.
046832
046834 8900-EXIT.
046836     EXIT.
046838
046840*****************************************************************
046842*    8950-REGISTER-RUN-END
046844*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
046846*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
046848*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
046850*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
046852*****************************************************************
046854 8950-REGISTER-RUN-END.
046856
046858     INITIALIZE CSR-RUNREG-RECORD.
046860     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
046862     ACCEPT CSR-RRG-TIME FROM TIME.
046864     MOVE "MSGMAINT"          TO CSR-RRG-PROGRAM.
046866     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
046868     SET CSR-RRG-END          TO TRUE.
046870     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
046872     MOVE "CARDS"             TO CSR-RRG-COUNT-DESC (1).
046874     MOVE CSR-TRN-READ-COUNT  TO CSR-RRG-COUNT (1).
046876     MOVE "JOURNALED"         TO CSR-RRG-COUNT-DESC (2).
046878     MOVE CSR-JOURNAL-COUNT   TO CSR-RRG-COUNT (2).
046880     MOVE "REJECTED"          TO CSR-RRG-COUNT-DESC (3).
046882     MOVE CSR-REJECT-COUNT    TO CSR-RRG-COUNT (3).
046884     CALL "Runreg" USING CSR-RUNREG-RECORD.
046886     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
046888
046890 8950-EXIT.
046892     EXIT.
046894
046900*****************************************************************
047000*    9000-TERMINATE
047100*    CLOSES THE FILES, PRINTS THE ACTIVITY TOTALS AND SETS
047200*    RETURN-CODE 8 WHEN ANY TRANSACTION WAS REJECTED. THE
047230*    APPROVAL STATUS REPORT IS WRITTEN FIRST, FROM THE MASTER
047260*    AS THIS RUN LEFT IT.
047300*****************************************************************
047400 9000-TERMINATE.
047500
047600     CLOSE MSGMAINT-TRANS-FILE.
047620     IF CSR-MST-OPEN
047640         PERFORM 8500-WRITE-APPROVAL-REPORT THRU 8500-EXIT
047660     END-IF.
047700     CLOSE MESSAGE-MASTER.
047720     IF CSR-OPR-REG-OPEN
047740         CLOSE OPERATOR-MASTER
047760     END-IF.
047800
047900     MOVE SPACES TO CSR-REPORT-RECORD.
048000     WRITE CSR-REPORT-RECORD.
049300     MOVE "INQUIRIES LISTED.....: " TO CSR-RPT-TOT-DESC.
049400     MOVE CSR-INQUIRY-COUNT TO CSR-RPT-TOT-COUNT.
049500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049510     MOVE "MESSAGES RELEASED....: " TO CSR-RPT-TOT-DESC.
049520     MOVE CSR-RELEASE-COUNT TO CSR-RPT-TOT-COUNT.
049530     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049540     MOVE "MESSAGES REFUSED.....: " TO CSR-RPT-TOT-DESC.
049550     MOVE CSR-REFUSE-COUNT TO CSR-RPT-TOT-COUNT.
049560     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049570     MOVE "RETURNED TO PENDING..: " TO CSR-RPT-TOT-DESC.
049580     MOVE CSR-REPEND-COUNT TO CSR-RPT-TOT-COUNT.
049590     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049592     MOVE "CHANGES JOURNALED....: " TO CSR-RPT-TOT-DESC.
049594     MOVE CSR-JOURNAL-COUNT TO CSR-RPT-TOT-COUNT.
049596     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049600     MOVE "TRANSACTIONS REJECTED: " TO CSR-RPT-TOT-DESC.
049700     MOVE CSR-REJECT-COUNT TO CSR-RPT-TOT-COUNT.
049800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
050400         MOVE 8 TO RETURN-CODE
050500     END-IF.
050600
050630     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
050660
050700 9000-EXIT.
050800     EXIT.
050900
