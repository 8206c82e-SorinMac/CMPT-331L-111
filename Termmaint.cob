000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Termmaint
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: MAINTENANCE FOR THE SCREEN-TERMS INDEXED
000900*                   FILE, THE TABLE OF RESTRICTED TERMS AND
001000*                   PATTERNS Ceaser SCREENS EVERY MESSAGE AGAINST
001100*                   BEFORE IT IS ENCRYPTED (KEYED ON TERM ID).
001200*                   DRIVEN BY THE TERMMAINT-TRANS CARD FILE -
001300*                   ADD, CHANGE, DELETE AND INQUIRY ACTIONS - AND
001400*                   PRODUCES AN ACTIVITY REPORT OF EVERY
001500*                   TRANSACTION APPLIED OR REJECTED. TERM TEXT IS
001600*                   STORED IN UPPER CASE WITH ITS LENGTH, AND EACH
001700*                   RECORD CARRIES WHO ADDED AND LAST CHANGED IT.
001800*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER. ENDS
001900*                   WITH RETURN-CODE 8 WHEN ANY TRANSACTION WAS
002000*                   REJECTED.
002100*    MODIFICATION HISTORY
002200*    DATE.......  INIT  DESCRIPTION
002300*    ----------  ----  -------------------------------------------
002400*    2026-10-15  SM    ORIGINAL PROGRAM.
002500*****************************************************************
002600 PROGRAM-ID. Termmaint.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TERMMAINT-TRANS-FILE ASSIGN TO "TERMMAINT-TRANS"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS CSR-STN-FILE-STATUS.
003400
003500     SELECT SCREEN-TERMS ASSIGN TO "SCREEN-TERMS"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CSR-SCT-TERM-ID
003900         FILE STATUS IS CSR-SCT-FILE-STATUS.
004000
004100     SELECT TERMMAINT-REPORT-FILE ASSIGN TO "TERMMAINT-REPORT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CSR-RPT-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TERMMAINT-TRANS-FILE
004800     RECORDING MODE IS F.
004900 COPY "scttrn.cpy".
005000
005100 FD  SCREEN-TERMS
005200     RECORDING MODE IS F.
005300 COPY "scrnterm.cpy".
005400
005500 FD  TERMMAINT-REPORT-FILE
005600     RECORDING MODE IS F.
005700 01  CSR-REPORT-RECORD               PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000*****************************************************************
006100*    SWITCHES
006200*****************************************************************
006300 01  CSR-SWITCHES.
006400     05  CSR-TRANS-EOF-SW            PIC X(01) VALUE "N".
006500         88  CSR-TRANS-EOF           VALUE "Y".
006600     05  CSR-STN-FILE-STATUS         PIC X(02) VALUE "00".
006700     05  CSR-SCT-FILE-STATUS         PIC X(02) VALUE "00".
006800     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
006900     05  CSR-STN-VALID-SW            PIC X(01) VALUE "Y".
007000         88  CSR-STN-VALID           VALUE "Y".
007100
007200*****************************************************************
007300*    WORKING FIELDS
007400*****************************************************************
007500 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
007600 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
007700 77  CSR-TRN-READ-COUNT              PIC 9(05) VALUE 0.
007800 77  CSR-ADD-COUNT                   PIC 9(05) VALUE 0.
007900 77  CSR-CHANGE-COUNT                PIC 9(05) VALUE 0.
008000 77  CSR-DELETE-COUNT                PIC 9(05) VALUE 0.
008100 77  CSR-INQUIRY-COUNT               PIC 9(05) VALUE 0.
008200 77  CSR-REJECT-COUNT                PIC 9(05) VALUE 0.
008300 77  CSR-REJECT-REASON               PIC X(20) VALUE SPACES.
008400 77  CSR-TERM-SCAN-POS               PIC 9(02) VALUE 0.
008500
008600*****************************************************************
008700*    SHORTEST DIGIT RUN A D-TYPE TERM MAY SCREEN FOR - ANYTHING
008800*    SHORTER WOULD HOLD DATES, TIMES AND AMOUNTS AS WELL AS
008900*    ACCOUNT NUMBERS.
009000*****************************************************************
009100 77  CSR-MIN-DIGIT-RUN               PIC 9(02) VALUE 4.
009200
009300*****************************************************************
009400*    CASE TABLES FOR STORING TERM TEXT IN UPPER CASE
009500*****************************************************************
009600 77  CSR-LOWER-ALPHABET              PIC X(26) VALUE
009700     "abcdefghijklmnopqrstuvwxyz".
009800 77  CSR-UPPER-ALPHABET              PIC X(26) VALUE
009900     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010000
010100*****************************************************************
010200*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
010300*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
010400*****************************************************************
010500 01  CSR-RUN-ID.
010600     05  CSR-RUN-ID-DATE             PIC 9(08).
010700     05  CSR-RUN-ID-TIME             PIC 9(08).
010800 COPY "rrgrec.cpy".
010900
011000*****************************************************************
011100*    REPORT LINE LAYOUTS
011200*****************************************************************
011300 01  CSR-RPT-HEADER-1.
011400     05  FILLER                      PIC X(36) VALUE
011500         "SCREEN-TERMS MAINTENANCE REPORT     ".
011600     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
011700     05  CSR-RPT-HDR-DATE            PIC 9(08).
011800     05  FILLER                      PIC X(09) VALUE "  RUN ID ".
011900     05  CSR-RPT-HDR-RUN-ID          PIC X(16).
012000     05  FILLER                      PIC X(54) VALUE SPACES.
012100
012200 01  CSR-RPT-COL-HDR.
012300     05  FILLER                      PIC X(02) VALUE SPACES.
012400     05  FILLER                      PIC X(07) VALUE "ACTION ".
012500     05  FILLER                      PIC X(09) VALUE "TERM ID  ".
012600     05  FILLER                      PIC X(09) VALUE "CATEGORY ".
012700     05  FILLER                      PIC X(05) VALUE "TYPE ".
012800     05  FILLER                      PIC X(31) VALUE
012900         "TERM TEXT                      ".
013000     05  FILLER                      PIC X(04) VALUE "RUN ".
013100     05  FILLER                      PIC X(09) VALUE "RECIPNT  ".
013200     05  FILLER                      PIC X(04) VALUE "ACT ".
013300     05  FILLER                      PIC X(21) VALUE
013400         "DISPOSITION          ".
013500     05  FILLER                      PIC X(31) VALUE SPACES.
013600
013700 01  CSR-RPT-ACT-LINE.
013800     05  FILLER                      PIC X(02) VALUE SPACES.
013900     05  CSR-RPT-ACT-ACTION          PIC X(01).
014000     05  FILLER                      PIC X(06) VALUE SPACES.
014100     05  CSR-RPT-ACT-TERM-ID         PIC X(08).
014200     05  FILLER                      PIC X(01) VALUE SPACES.
014300     05  CSR-RPT-ACT-CATEGORY        PIC X(08).
014400     05  FILLER                      PIC X(01) VALUE SPACES.
014500     05  CSR-RPT-ACT-TYPE            PIC X(01).
014600     05  FILLER                      PIC X(04) VALUE SPACES.
014700     05  CSR-RPT-ACT-TEXT            PIC X(30).
014800     05  FILLER                      PIC X(01) VALUE SPACES.
014900     05  CSR-RPT-ACT-DIGIT-RUN       PIC X(02).
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  CSR-RPT-ACT-RECIPIENT       PIC X(08).
015200     05  FILLER                      PIC X(01) VALUE SPACES.
015300     05  CSR-RPT-ACT-ACTIVE          PIC X(01).
015400     05  FILLER                      PIC X(03) VALUE SPACES.
015500     05  CSR-RPT-ACT-DISP            PIC X(20).
015600     05  FILLER                      PIC X(32) VALUE SPACES.
015700
015800 01  CSR-RPT-TOTAL-LINE.
015900     05  FILLER                      PIC X(02) VALUE SPACES.
016000     05  CSR-RPT-TOT-DESC            PIC X(24).
016100     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
016200     05  FILLER                      PIC X(97) VALUE SPACES.
016300
016400 PROCEDURE DIVISION.
016500*****************************************************************
016600*    0000-MAINLINE
016700*****************************************************************
016800 0000-MAINLINE.
016900
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100
017200     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
017300         UNTIL CSR-TRANS-EOF.
017400
017500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017600
017700     STOP RUN.
017800
017900*****************************************************************
018000*    1000-INITIALIZE
018100*    OPENS THE TRANSACTION, TERM AND REPORT FILES AND PRIMES THE
018200*    TRANSACTION FILE FOR THE PROCESSING LOOP. A TERM FILE THAT
018300*    DOES NOT EXIST YET IS CREATED EMPTY SO A FIRST LOAD CAN RUN
018400*    STRAIGHT FROM AN ADD DECK.
018500*****************************************************************
018600 1000-INITIALIZE.
018700
018800     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
018900     ACCEPT CSR-RUN-TIME FROM TIME.
019000     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
019100     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
019200     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
019300     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
019400
019500     OPEN OUTPUT TERMMAINT-REPORT-FILE.
019600     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
019700     MOVE CSR-RUN-ID TO CSR-RPT-HDR-RUN-ID.
019800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
019900     MOVE SPACES TO CSR-REPORT-RECORD.
020000     WRITE CSR-REPORT-RECORD.
020100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-COL-HDR.
020200
020300     OPEN I-O SCREEN-TERMS.
020400     IF CSR-SCT-FILE-STATUS NOT = "00"
020500         OPEN OUTPUT SCREEN-TERMS
020600         CLOSE SCREEN-TERMS
020700         OPEN I-O SCREEN-TERMS
020800     END-IF.
020900     IF CSR-SCT-FILE-STATUS NOT = "00"
021000         DISPLAY "SCREEN-TERMS NOT USABLE (STATUS "
021100             CSR-SCT-FILE-STATUS ") - RUN ABANDONED"
021200         SET CSR-TRANS-EOF TO TRUE
021300         MOVE 8 TO RETURN-CODE
021400     END-IF.
021500
021600     IF NOT CSR-TRANS-EOF
021700         OPEN INPUT TERMMAINT-TRANS-FILE
021800         IF CSR-STN-FILE-STATUS = "00"
021900             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
022000         ELSE
022100             DISPLAY "TERMMAINT-TRANS FILE NOT FOUND (STATUS "
022200                 CSR-STN-FILE-STATUS ") - NOTHING TO APPLY"
022300             SET CSR-TRANS-EOF TO TRUE
022400         END-IF
022500     END-IF.
022600
022700 1000-EXIT.
022800     EXIT.
022900
023000*****************************************************************
023100*    2000-PROCESS-TRANSACTIONS
023200*    VALIDATES ONE TRANSACTION CARD, ROUTES IT TO THE ACTION
023300*    PARAGRAPH FOR ITS ACTION CODE, THEN READS THE NEXT CARD.
023400*****************************************************************
023500 2000-PROCESS-TRANSACTIONS.
023600
023700     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
023800     IF CSR-STN-VALID
023900         EVALUATE TRUE
024000             WHEN CSR-STN-ADD
024100                 PERFORM 3000-ADD-TERM THRU 3000-EXIT
024200             WHEN CSR-STN-CHANGE
024300                 PERFORM 4000-CHANGE-TERM THRU 4000-EXIT
024400             WHEN CSR-STN-DELETE
024500                 PERFORM 5000-DELETE-TERM THRU 5000-EXIT
024600             WHEN CSR-STN-INQUIRY
024700                 PERFORM 6000-INQUIRE-TERM THRU 6000-EXIT
024800         END-EVALUATE
024900     ELSE
025000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
025100     END-IF.
025200
025300     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
025400
025500 2000-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900*    2100-VALIDATE-TRANSACTION
026000*    FRONT-END EDIT FOR ONE TRANSACTION CARD - THE ACTION CODE
026100*    MUST BE KNOWN, THE TERM ID PRESENT AND, ON EVERY CARD BUT AN
026200*    INQUIRY, THE OPERATOR APPLYING IT. ADD AND CHANGE CARDS ARE
026300*    THEN EDITED FIELD BY FIELD.
026400*****************************************************************
026500 2100-VALIDATE-TRANSACTION.
026600
026700     MOVE "Y" TO CSR-STN-VALID-SW.
026800     MOVE SPACES TO CSR-REJECT-REASON.
026900     EVALUATE TRUE
027000         WHEN NOT CSR-STN-ADD AND NOT CSR-STN-CHANGE
027100                 AND NOT CSR-STN-DELETE AND NOT CSR-STN-INQUIRY
027200             MOVE "BAD ACTION" TO CSR-REJECT-REASON
027300         WHEN CSR-STN-TERM-ID = SPACES
027400             MOVE "NO TERM ID" TO CSR-REJECT-REASON
027500         WHEN CSR-STN-MAINT-BY = SPACES AND NOT CSR-STN-INQUIRY
027600             MOVE "NO MAINT OPERATOR" TO CSR-REJECT-REASON
027700         WHEN CSR-STN-ADD OR CSR-STN-CHANGE
027800             PERFORM 2150-EDIT-TRANSACTION-BODY THRU 2150-EXIT
027900         WHEN OTHER
028000             CONTINUE
028100     END-EVALUATE.
028200
028300     IF CSR-REJECT-REASON NOT = SPACES
028400         MOVE "N" TO CSR-STN-VALID-SW
028500     END-IF.
028600
028700 2100-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100*    2150-EDIT-TRANSACTION-BODY
029200*    FIELD EDITS FOR ADD AND CHANGE CARDS. AN ADD MUST CARRY A
029300*    CATEGORY, A T OR D MATCH TYPE, TERM TEXT FOR A T TERM OR A
029400*    DIGIT RUN FOR A D TERM, AND A Y/N ACTIVE FLAG. A CHANGE IS
029500*    EDITED ONLY ON THE FIELDS IT SUPPLIES; THE TERM IT LEAVES
029600*    BEHIND IS CHECKED WHEN IT IS APPLIED.
029700*****************************************************************
029800 2150-EDIT-TRANSACTION-BODY.
029900
030000     EVALUATE TRUE
030100         WHEN CSR-STN-ADD AND CSR-STN-CATEGORY = SPACES
030200             MOVE "NO CATEGORY" TO CSR-REJECT-REASON
030300         WHEN CSR-STN-ADD
030400                 AND CSR-STN-MATCH-TYPE NOT = "T"
030500                 AND CSR-STN-MATCH-TYPE NOT = "D"
030600             MOVE "BAD MATCH TYPE" TO CSR-REJECT-REASON
030700         WHEN CSR-STN-CHANGE
030800                 AND CSR-STN-MATCH-TYPE NOT = SPACES
030900                 AND CSR-STN-MATCH-TYPE NOT = "T"
031000                 AND CSR-STN-MATCH-TYPE NOT = "D"
031100             MOVE "BAD MATCH TYPE" TO CSR-REJECT-REASON
031200         WHEN CSR-STN-ADD AND CSR-STN-MATCH-TYPE = "T"
031300                 AND CSR-STN-TERM-TEXT = SPACES
031400             MOVE "NO TERM TEXT" TO CSR-REJECT-REASON
031500         WHEN CSR-STN-ADD AND CSR-STN-MATCH-TYPE = "D"
031600                 AND CSR-STN-DIGIT-RUN = SPACES
031700             MOVE "BAD DIGIT RUN" TO CSR-REJECT-REASON
031800         WHEN CSR-STN-DIGIT-RUN NOT = SPACES
031900                 AND (CSR-STN-DIGIT-RUN NOT NUMERIC
032000                 OR CSR-STN-DIGIT-RUN-NUM < CSR-MIN-DIGIT-RUN)
032100             MOVE "BAD DIGIT RUN" TO CSR-REJECT-REASON
032200         WHEN CSR-STN-ADD
032300                 AND CSR-STN-ACTIVE-FLAG NOT = "Y"
032400                 AND CSR-STN-ACTIVE-FLAG NOT = "N"
032500             MOVE "BAD ACTIVE FLAG" TO CSR-REJECT-REASON
032600         WHEN CSR-STN-CHANGE
032700                 AND CSR-STN-ACTIVE-FLAG NOT = SPACES
032800                 AND CSR-STN-ACTIVE-FLAG NOT = "Y"
032900                 AND CSR-STN-ACTIVE-FLAG NOT = "N"
033000             MOVE "BAD ACTIVE FLAG" TO CSR-REJECT-REASON
033100         WHEN OTHER
033200             CONTINUE
033300     END-EVALUATE.
033400
033500 2150-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900*    3000-ADD-TERM
034000*    BUILDS A NEW TERM RECORD FROM THE TRANSACTION AND WRITES IT.
034100*    A DUPLICATE TERM ID IS REJECTED.
034200*****************************************************************
034300 3000-ADD-TERM.
034400
034500     MOVE SPACES               TO CSR-SCT-RECORD.
034600     MOVE CSR-STN-TERM-ID      TO CSR-SCT-TERM-ID.
034700     MOVE CSR-STN-CATEGORY     TO CSR-SCT-CATEGORY.
034800     MOVE CSR-STN-MATCH-TYPE   TO CSR-SCT-MATCH-TYPE.
034900     MOVE CSR-STN-TERM-TEXT    TO CSR-SCT-TERM-TEXT.
035000     MOVE 0                    TO CSR-SCT-DIGIT-RUN.
035100     IF CSR-STN-DIGIT-RUN NOT = SPACES
035200         MOVE CSR-STN-DIGIT-RUN-NUM TO CSR-SCT-DIGIT-RUN
035300     END-IF.
035400     MOVE CSR-STN-RECIPIENT-ID TO CSR-SCT-RECIPIENT-ID.
035500     IF CSR-SCT-RECIPIENT-ID = "*ALL"
035600         MOVE SPACES TO CSR-SCT-RECIPIENT-ID
035700     END-IF.
035800     MOVE CSR-STN-ACTIVE-FLAG  TO CSR-SCT-ACTIVE-FLAG.
035900     MOVE CSR-STN-MAINT-BY     TO CSR-SCT-ADDED-BY.
036000     MOVE CSR-RUN-DATE         TO CSR-SCT-ADDED-DATE.
036100     MOVE SPACES               TO CSR-SCT-CHANGED-BY.
036200     MOVE 0                    TO CSR-SCT-CHANGED-DATE.
036300     PERFORM 3500-SET-TERM-FORM THRU 3500-EXIT.
036400
036500     WRITE CSR-SCT-RECORD
036600         INVALID KEY
036700             MOVE "DUPLICATE" TO CSR-REJECT-REASON
036800             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
036900         NOT INVALID KEY
037000             ADD 1 TO CSR-ADD-COUNT
037100             MOVE "ADDED" TO CSR-RPT-ACT-DISP
037200             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
037300     END-WRITE.
037400
037500 3000-EXIT.
037600     EXIT.
037700
037800*****************************************************************
037900*    3500-SET-TERM-FORM
038000*    PUTS THE TERM IN HAND INTO THE FORM Ceaser SCREENS WITH - A
038100*    T TERM'S TEXT IN UPPER CASE WITH ITS LENGTH AND NO DIGIT
038200*    RUN, A D TERM'S DIGIT RUN WITH NO TEXT.
038300*****************************************************************
038400 3500-SET-TERM-FORM.
038500
038600     IF CSR-SCT-MATCH-DIGITS
038700         MOVE SPACES TO CSR-SCT-TERM-TEXT
038800         MOVE 0 TO CSR-SCT-TERM-LEN
038900     ELSE
039000         INSPECT CSR-SCT-TERM-TEXT
039100             CONVERTING CSR-LOWER-ALPHABET TO CSR-UPPER-ALPHABET
039200         MOVE 30 TO CSR-TERM-SCAN-POS
039300         PERFORM 3550-SCAN-TERM-LEN THRU 3550-EXIT
039400             UNTIL CSR-TERM-SCAN-POS = 0
039500                 OR CSR-SCT-TERM-TEXT (CSR-TERM-SCAN-POS:1)
039600                     NOT = SPACE
039700         MOVE CSR-TERM-SCAN-POS TO CSR-SCT-TERM-LEN
039800         MOVE 0 TO CSR-SCT-DIGIT-RUN
039900     END-IF.
040000
040100 3500-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*    3550-SCAN-TERM-LEN
040600*    STEPS BACK ONE POSITION WHILE LOOKING FOR THE LAST
040700*    NON-SPACE CHARACTER IN THE TERM TEXT.
040800*****************************************************************
040900 3550-SCAN-TERM-LEN.
041000
041100     SUBTRACT 1 FROM CSR-TERM-SCAN-POS.
041200
041300 3550-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*    4000-CHANGE-TERM
041800*    READS THE KEYED TERM RECORD AND APPLIES THE NON-BLANK DATA
041900*    FIELDS FROM THE TRANSACTION OVER IT - RETIRING A TERM IS ONE
042000*    CHANGE CARD WITH ACTIVE FLAG N. THE TERM AS CHANGED MUST
042100*    STILL BE COMPLETE FOR ITS MATCH TYPE.
042200*****************************************************************
042300 4000-CHANGE-TERM.
042400
042500     MOVE CSR-STN-TERM-ID TO CSR-SCT-TERM-ID.
042600     READ SCREEN-TERMS
042700         INVALID KEY
042800             MOVE "NOT FOUND" TO CSR-REJECT-REASON
042900             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
043000             GO TO 4000-EXIT
043100     END-READ.
043200
043300     IF CSR-STN-CATEGORY NOT = SPACES
043400         MOVE CSR-STN-CATEGORY TO CSR-SCT-CATEGORY
043500     END-IF.
043600     IF CSR-STN-MATCH-TYPE NOT = SPACES
043700         MOVE CSR-STN-MATCH-TYPE TO CSR-SCT-MATCH-TYPE
043800     END-IF.
043900     IF CSR-STN-TERM-TEXT NOT = SPACES
044000         MOVE CSR-STN-TERM-TEXT TO CSR-SCT-TERM-TEXT
044100     END-IF.
044200     IF CSR-STN-DIGIT-RUN NOT = SPACES
044300         MOVE CSR-STN-DIGIT-RUN-NUM TO CSR-SCT-DIGIT-RUN
044400     END-IF.
044500     EVALUATE TRUE
044600         WHEN CSR-STN-RECIPIENT-ID = "*ALL"
044700             MOVE SPACES TO CSR-SCT-RECIPIENT-ID
044800         WHEN CSR-STN-RECIPIENT-ID NOT = SPACES
044900             MOVE CSR-STN-RECIPIENT-ID TO CSR-SCT-RECIPIENT-ID
045000         WHEN OTHER
045100             CONTINUE
045200     END-EVALUATE.
045300     IF CSR-STN-ACTIVE-FLAG NOT = SPACES
045400         MOVE CSR-STN-ACTIVE-FLAG TO CSR-SCT-ACTIVE-FLAG
045500     END-IF.
045600
045700     IF CSR-SCT-MATCH-TEXT AND CSR-SCT-TERM-TEXT = SPACES
045800         MOVE "NO TERM TEXT" TO CSR-REJECT-REASON
045900     END-IF.
046000     IF CSR-SCT-MATCH-DIGITS
046100             AND CSR-SCT-DIGIT-RUN < CSR-MIN-DIGIT-RUN
046200         MOVE "BAD DIGIT RUN" TO CSR-REJECT-REASON
046300     END-IF.
046400     IF CSR-REJECT-REASON NOT = SPACES
046500         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
046600         GO TO 4000-EXIT
046700     END-IF.
046800     PERFORM 3500-SET-TERM-FORM THRU 3500-EXIT.
046900     MOVE CSR-STN-MAINT-BY TO CSR-SCT-CHANGED-BY.
047000     MOVE CSR-RUN-DATE     TO CSR-SCT-CHANGED-DATE.
047100
047200     REWRITE CSR-SCT-RECORD
047300         INVALID KEY
047400             MOVE "REWRITE ERR" TO CSR-REJECT-REASON
047500             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
047600         NOT INVALID KEY
047700             ADD 1 TO CSR-CHANGE-COUNT
047800             MOVE "CHANGED" TO CSR-RPT-ACT-DISP
047900             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
048000     END-REWRITE.
048100
048200 4000-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600*    5000-DELETE-TERM
048700*    DELETES THE KEYED TERM RECORD. THE RECORD IS READ FIRST SO
048800*    THE ACTIVITY REPORT CAN SHOW WHAT WAS DELETED.
048900*****************************************************************
049000 5000-DELETE-TERM.
049100
049200     MOVE CSR-STN-TERM-ID TO CSR-SCT-TERM-ID.
049300     READ SCREEN-TERMS
049400         INVALID KEY
049500             MOVE "NOT FOUND" TO CSR-REJECT-REASON
049600             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
049700             GO TO 5000-EXIT
049800     END-READ.
049900
050000     DELETE SCREEN-TERMS
050100         INVALID KEY
050200             MOVE "DELETE ERR" TO CSR-REJECT-REASON
050300             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
050400         NOT INVALID KEY
050500             ADD 1 TO CSR-DELETE-COUNT
050600             MOVE "DELETED" TO CSR-RPT-ACT-DISP
050700             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
050800     END-DELETE.
050900
051000 5000-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400*    6000-INQUIRE-TERM
051500*    READS THE KEYED TERM RECORD AND LISTS IT ON THE ACTIVITY
051600*    REPORT WITHOUT CHANGING IT.
051700*****************************************************************
051800 6000-INQUIRE-TERM.
051900
052000     MOVE CSR-STN-TERM-ID TO CSR-SCT-TERM-ID.
052100     READ SCREEN-TERMS
052200         INVALID KEY
052300             MOVE "NOT FOUND" TO CSR-REJECT-REASON
052400             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
052500         NOT INVALID KEY
052600             ADD 1 TO CSR-INQUIRY-COUNT
052700             MOVE "DISPLAYED" TO CSR-RPT-ACT-DISP
052800             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
052900     END-READ.
053000
053100 6000-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*    7000-REJECT-TRANSACTION
053600*    LISTS A REJECTED TRANSACTION ON THE ACTIVITY REPORT WITH
053700*    ITS REASON AND COUNTS IT FOR THE END-OF-JOB RETURN CODE.
053800*****************************************************************
053900 7000-REJECT-TRANSACTION.
054000
054100     ADD 1 TO CSR-REJECT-COUNT.
054200     MOVE SPACES TO CSR-RPT-ACT-DISP.
054300     STRING "REJECTED " DELIMITED BY SIZE
054400            CSR-REJECT-REASON DELIMITED BY SIZE
054500         INTO CSR-RPT-ACT-DISP.
054600     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
054700
054800 7000-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200*    8000-WRITE-ACTIVITY-LINE
055300*    WRITES ONE ACTIVITY REPORT LINE FOR THE TRANSACTION IN
055400*    HAND. APPLIED AND DISPLAYED ACTIONS SHOW THE TERM AS IT NOW
055500*    STANDS; REJECTS SHOW THE CARD AS SUBMITTED.
055600*****************************************************************
055700 8000-WRITE-ACTIVITY-LINE.
055800
055900     MOVE CSR-STN-ACTION      TO CSR-RPT-ACT-ACTION.
056000     MOVE CSR-STN-TERM-ID     TO CSR-RPT-ACT-TERM-ID.
056100     IF CSR-RPT-ACT-DISP (1:8) = "REJECTED"
056200         MOVE CSR-STN-CATEGORY     TO CSR-RPT-ACT-CATEGORY
056300         MOVE CSR-STN-MATCH-TYPE   TO CSR-RPT-ACT-TYPE
056400         MOVE CSR-STN-TERM-TEXT    TO CSR-RPT-ACT-TEXT
056500         MOVE CSR-STN-DIGIT-RUN    TO CSR-RPT-ACT-DIGIT-RUN
056600         MOVE CSR-STN-RECIPIENT-ID TO CSR-RPT-ACT-RECIPIENT
056700         MOVE CSR-STN-ACTIVE-FLAG  TO CSR-RPT-ACT-ACTIVE
056800     ELSE
056900         MOVE CSR-SCT-CATEGORY     TO CSR-RPT-ACT-CATEGORY
057000         MOVE CSR-SCT-MATCH-TYPE   TO CSR-RPT-ACT-TYPE
057100         MOVE CSR-SCT-TERM-TEXT    TO CSR-RPT-ACT-TEXT
057200         IF CSR-SCT-MATCH-DIGITS
057300             MOVE CSR-SCT-DIGIT-RUN TO CSR-RPT-ACT-DIGIT-RUN
057400         ELSE
057500             MOVE SPACES TO CSR-RPT-ACT-DIGIT-RUN
057600         END-IF
057700         IF CSR-SCT-RECIPIENT-ID = SPACES
057800             MOVE "*ALL"               TO CSR-RPT-ACT-RECIPIENT
057900         ELSE
058000             MOVE CSR-SCT-RECIPIENT-ID TO CSR-RPT-ACT-RECIPIENT
058100         END-IF
058200         MOVE CSR-SCT-ACTIVE-FLAG  TO CSR-RPT-ACT-ACTIVE
058300     END-IF.
058400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-ACT-LINE.
058500
058600 8000-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*    2900-READ-TRANSACTION
059100*****************************************************************
059200 2900-READ-TRANSACTION.
059300
059400     READ TERMMAINT-TRANS-FILE
059500         AT END
059600             SET CSR-TRANS-EOF TO TRUE
059700         NOT AT END
059800             ADD 1 TO CSR-TRN-READ-COUNT
059900     END-READ.
060000
060100 2900-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500*    8900-REGISTER-RUN-START
060600*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
060700*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
060800*    THE DAILY OPERATIONS SUMMARY.
060900*****************************************************************
061000 8900-REGISTER-RUN-START.
061100
061200     INITIALIZE CSR-RUNREG-RECORD.
061300     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
061400     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
061500     MOVE "TERMMAINT"         TO CSR-RRG-PROGRAM.
061600     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
061700     SET CSR-RRG-START        TO TRUE.
061800     CALL "Runreg" USING CSR-RUNREG-RECORD.
061900
062000 8900-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*    8950-REGISTER-RUN-END
062500*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
062600*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
062700*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
062800*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
062900*****************************************************************
063000 8950-REGISTER-RUN-END.
063100
063200     INITIALIZE CSR-RUNREG-RECORD.
063300     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
063400     ACCEPT CSR-RRG-TIME FROM TIME.
063500     MOVE "TERMMAINT"         TO CSR-RRG-PROGRAM.
063600     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
063700     SET CSR-RRG-END          TO TRUE.
063800     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
063900     MOVE "CARDS"             TO CSR-RRG-COUNT-DESC (1).
064000     MOVE CSR-TRN-READ-COUNT  TO CSR-RRG-COUNT (1).
064100     MOVE "ADDED"             TO CSR-RRG-COUNT-DESC (2).
064200     MOVE CSR-ADD-COUNT       TO CSR-RRG-COUNT (2).
064300     MOVE "REJECTED"          TO CSR-RRG-COUNT-DESC (3).
064400     MOVE CSR-REJECT-COUNT    TO CSR-RRG-COUNT (3).
064500     CALL "Runreg" USING CSR-RUNREG-RECORD.
064600     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
064700
064800 8950-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*    9000-TERMINATE
065300*    CLOSES THE FILES, PRINTS THE ACTIVITY TOTALS AND SETS
065400*    RETURN-CODE 8 WHEN ANY TRANSACTION WAS REJECTED.
065500*****************************************************************
065600 9000-TERMINATE.
065700
065800     CLOSE TERMMAINT-TRANS-FILE.
065900     CLOSE SCREEN-TERMS.
066000
066100     MOVE SPACES TO CSR-REPORT-RECORD.
066200     WRITE CSR-REPORT-RECORD.
066300     MOVE "TRANSACTIONS READ....: " TO CSR-RPT-TOT-DESC.
066400     MOVE CSR-TRN-READ-COUNT TO CSR-RPT-TOT-COUNT.
066500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
066600     MOVE "TERMS ADDED..........: " TO CSR-RPT-TOT-DESC.
066700     MOVE CSR-ADD-COUNT TO CSR-RPT-TOT-COUNT.
066800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
066900     MOVE "TERMS CHANGED........: " TO CSR-RPT-TOT-DESC.
067000     MOVE CSR-CHANGE-COUNT TO CSR-RPT-TOT-COUNT.
067100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
067200     MOVE "TERMS DELETED........: " TO CSR-RPT-TOT-DESC.
067300     MOVE CSR-DELETE-COUNT TO CSR-RPT-TOT-COUNT.
067400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
067500     MOVE "INQUIRIES LISTED.....: " TO CSR-RPT-TOT-DESC.
067600     MOVE CSR-INQUIRY-COUNT TO CSR-RPT-TOT-COUNT.
067700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
067800     MOVE "TRANSACTIONS REJECTED: " TO CSR-RPT-TOT-DESC.
067900     MOVE CSR-REJECT-COUNT TO CSR-RPT-TOT-COUNT.
068000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
068100     CLOSE TERMMAINT-REPORT-FILE.
068200
068300     DISPLAY "TERMMAINT TRANSACTIONS READ: " CSR-TRN-READ-COUNT
068400         " REJECTED: " CSR-REJECT-COUNT.
068500     IF CSR-REJECT-COUNT > 0
068600         MOVE 8 TO RETURN-CODE
068700     END-IF.
068800
068900     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
069000
069100 9000-EXIT.
069200     EXIT.
069300
069400 END PROGRAM Termmaint.
