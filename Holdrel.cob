000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Holdrel
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: SUPERVISOR REVIEW OF THE HELD-MESSAGES QUEUE
000900*                   Ceaser'S RESTRICTED-CONTENT SCREEN FILLS.
001000*                   DRIVEN BY THE HOLDREL-TRANS CARD FILE - ONE
001100*                   RELEASE, REJECT OR INQUIRY CARD PER HELD
001200*                   MESSAGE. THE DECIDING OPERATOR MUST BE ON THE
001300*                   OPERATOR-MASTER REGISTER, ACTIVE, AT
001400*                   SUPERVISOR LEVEL, AND NOT THE OPERATOR WHOSE
001500*                   RUN HELD THE MESSAGE. A RELEASED ITEM IS SENT
001600*                   BY THE NEXT Ceaser RUN THAT ENCRYPTS; A
001700*                   REJECTED ONE IS NEVER SENT. THE REPORT SHOWS
001800*                   ONLY THE MASKED EXCERPT OF EACH ITEM, NEVER
001900*                   ITS TEXT, AND ENDS WITH A LISTING OF EVERY
002000*                   ITEM STILL HELD OR AWAITING SEND. EVERY RUN IS
002100*                   LOGGED ON THE RUN-REGISTER. ENDS WITH
002200*                   RETURN-CODE 8 WHEN ANY CARD WAS REJECTED.
002300*    MODIFICATION HISTORY
002400*    DATE.......  INIT  DESCRIPTION
002500*    ----------  ----  -------------------------------------------
002600*    2026-10-15  SM    ORIGINAL PROGRAM.
002700*****************************************************************
002800 PROGRAM-ID. Holdrel.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HOLDREL-TRANS-FILE ASSIGN TO "HOLDREL-TRANS"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CSR-HTN-FILE-STATUS.
003600
003700     SELECT HELD-MESSAGES ASSIGN TO "HELD-MESSAGES"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CSR-HLD-MSG-ID
004100         FILE STATUS IS CSR-HLD-FILE-STATUS.
004200
004300     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CSR-OPR-OPERATOR-ID
004700         FILE STATUS IS CSR-OPR-FILE-STATUS.
004800
004900     SELECT HOLDREL-REPORT-FILE ASSIGN TO "HOLDREL-REPORT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CSR-RPT-FILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HOLDREL-TRANS-FILE
005600     RECORDING MODE IS F.
005700 COPY "hldtrn.cpy".
005800
005900 FD  HELD-MESSAGES
006000     RECORDING MODE IS F.
006100 COPY "heldmsg.cpy".
006200
006300 FD  OPERATOR-MASTER
006400     RECORDING MODE IS F.
006500 COPY "opermst.cpy".
006600
006700 FD  HOLDREL-REPORT-FILE
006800     RECORDING MODE IS F.
006900 01  CSR-REPORT-RECORD               PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
007300*    SWITCHES
007400*****************************************************************
007500 01  CSR-SWITCHES.
007600     05  CSR-TRANS-EOF-SW            PIC X(01) VALUE "N".
007700         88  CSR-TRANS-EOF           VALUE "Y".
007800     05  CSR-HTN-FILE-STATUS         PIC X(02) VALUE "00".
007900     05  CSR-HLD-FILE-STATUS         PIC X(02) VALUE "00".
008000     05  CSR-OPR-FILE-STATUS         PIC X(02) VALUE "00".
008100     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
008200     05  CSR-HTN-VALID-SW            PIC X(01) VALUE "Y".
008300         88  CSR-HTN-VALID           VALUE "Y".
008400     05  CSR-HLD-OPEN-SW             PIC X(01) VALUE "N".
008500         88  CSR-HLD-OPEN            VALUE "Y".
008600     05  CSR-OPR-OPEN-SW             PIC X(01) VALUE "N".
008700         88  CSR-OPR-REG-OPEN        VALUE "Y".
008800     05  CSR-HLD-END-SW              PIC X(01) VALUE "N".
008900         88  CSR-HLD-END             VALUE "Y".
009000
009100*****************************************************************
009200*    WORKING FIELDS
009300*****************************************************************
009400 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
009500 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
009600 77  CSR-TRN-READ-COUNT              PIC 9(05) VALUE 0.
009700 77  CSR-RELEASE-COUNT               PIC 9(05) VALUE 0.
009800 77  CSR-REJECTED-MSG-COUNT          PIC 9(05) VALUE 0.
009900 77  CSR-INQUIRY-COUNT               PIC 9(05) VALUE 0.
010000 77  CSR-REJECT-COUNT                PIC 9(05) VALUE 0.
010100 77  CSR-AWAITING-COUNT              PIC 9(05) VALUE 0.
010200 77  CSR-UNSENT-COUNT                PIC 9(05) VALUE 0.
010300 77  CSR-REJECT-REASON               PIC X(20) VALUE SPACES.
010400
010500*****************************************************************
010600*    CSR-SUPERVISOR-LEVEL IS THE LOWEST OPERATOR-MASTER
010700*    AUTHORIZATION LEVEL THAT MAY RELEASE OR REJECT A HELD
010800*    MESSAGE.
010900*****************************************************************
011000 77  CSR-SUPERVISOR-LEVEL            PIC 9(01) VALUE 3.
011100
011200*****************************************************************
011300*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
011400*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
011500*****************************************************************
011600 01  CSR-RUN-ID.
011700     05  CSR-RUN-ID-DATE             PIC 9(08).
011800     05  CSR-RUN-ID-TIME             PIC 9(08).
011900 COPY "rrgrec.cpy".
012000
012100*****************************************************************
012200*    REPORT LINE LAYOUTS
012300*****************************************************************
012400 01  CSR-RPT-HEADER-1.
012500     05  FILLER                      PIC X(36) VALUE
012600         "HELD-MESSAGE REVIEW REPORT          ".
012700     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
012800     05  CSR-RPT-HDR-DATE            PIC 9(08).
012900     05  FILLER                      PIC X(09) VALUE "  RUN ID ".
013000     05  CSR-RPT-HDR-RUN-ID          PIC X(16).
013100     05  FILLER                      PIC X(54) VALUE SPACES.
013200
013300 01  CSR-RPT-COL-HDR.
013400     05  FILLER                      PIC X(02) VALUE SPACES.
013500     05  FILLER                      PIC X(04) VALUE "ACT ".
013600     05  FILLER                      PIC X(11) VALUE
013700         "MESSAGE ID ".
013800     05  FILLER                      PIC X(09) VALUE "OPERATOR ".
013900     05  FILLER                      PIC X(03) VALUE "ST ".
014000     05  FILLER                      PIC X(09) VALUE "CATEGORY ".
014100     05  FILLER                      PIC X(09) VALUE "TERM ID  ".
014200     05  FILLER                      PIC X(61) VALUE
014300         "MASKED EXCERPT".
014400     05  FILLER                      PIC X(20) VALUE
014500         "DISPOSITION".
014600     05  FILLER                      PIC X(04) VALUE SPACES.
014700
014800 01  CSR-RPT-ACT-LINE.
014900     05  FILLER                      PIC X(02) VALUE SPACES.
015000     05  CSR-RPT-ACT-ACTION          PIC X(01).
015100     05  FILLER                      PIC X(03) VALUE SPACES.
015200     05  CSR-RPT-ACT-MSG-ID          PIC X(10).
015300     05  FILLER                      PIC X(01) VALUE SPACES.
015400     05  CSR-RPT-ACT-OPERATOR        PIC X(08).
015500     05  FILLER                      PIC X(01) VALUE SPACES.
015600     05  CSR-RPT-ACT-STATUS          PIC X(01).
015700     05  FILLER                      PIC X(02) VALUE SPACES.
015800     05  CSR-RPT-ACT-CATEGORY        PIC X(08).
015900     05  FILLER                      PIC X(01) VALUE SPACES.
016000     05  CSR-RPT-ACT-TERM-ID         PIC X(08).
016100     05  FILLER                      PIC X(01) VALUE SPACES.
016200     05  CSR-RPT-ACT-EXCERPT         PIC X(60).
016300     05  FILLER                      PIC X(01) VALUE SPACES.
016400     05  CSR-RPT-ACT-DISP            PIC X(20).
016500     05  FILLER                      PIC X(04) VALUE SPACES.
016600
016700 01  CSR-RPT-QUEUE-HDR.
016800     05  FILLER                      PIC X(40) VALUE
016900         "ITEMS HELD OR AWAITING SEND             ".
017000     05  FILLER                      PIC X(92) VALUE SPACES.
017100
017200 01  CSR-RPT-QUEUE-COL-HDR.
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  FILLER                      PIC X(11) VALUE
017500         "MESSAGE ID ".
017600     05  FILLER                      PIC X(03) VALUE "ST ".
017700     05  FILLER                      PIC X(09) VALUE "HELD ON  ".
017800     05  FILLER                      PIC X(09) VALUE "HELD BY  ".
017900     05  FILLER                      PIC X(09) VALUE "RECIPNT  ".
018000     05  FILLER                      PIC X(09) VALUE "CATEGORY ".
018100     05  FILLER                      PIC X(09) VALUE "TERM ID  ".
018200     05  FILLER                      PIC X(60) VALUE
018300         "MASKED EXCERPT".
018400     05  FILLER                      PIC X(11) VALUE SPACES.
018500
018600 01  CSR-RPT-QUEUE-LINE.
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  CSR-RPT-QUE-MSG-ID          PIC X(10).
018900     05  FILLER                      PIC X(01) VALUE SPACES.
019000     05  CSR-RPT-QUE-STATUS          PIC X(01).
019100     05  FILLER                      PIC X(02) VALUE SPACES.
019200     05  CSR-RPT-QUE-HELD-DATE       PIC 9(08).
019300     05  FILLER                      PIC X(01) VALUE SPACES.
019400     05  CSR-RPT-QUE-HELD-BY         PIC X(08).
019500     05  FILLER                      PIC X(01) VALUE SPACES.
019600     05  CSR-RPT-QUE-RECIPIENT       PIC X(08).
019700     05  FILLER                      PIC X(01) VALUE SPACES.
019800     05  CSR-RPT-QUE-CATEGORY        PIC X(08).
019900     05  FILLER                      PIC X(01) VALUE SPACES.
020000     05  CSR-RPT-QUE-TERM-ID         PIC X(08).
020100     05  FILLER                      PIC X(01) VALUE SPACES.
020200     05  CSR-RPT-QUE-EXCERPT         PIC X(60).
020300     05  FILLER                      PIC X(11) VALUE SPACES.
020400
020500 01  CSR-RPT-TOTAL-LINE.
020600     05  FILLER                      PIC X(02) VALUE SPACES.
020700     05  CSR-RPT-TOT-DESC            PIC X(24).
020800     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
020900     05  FILLER                      PIC X(97) VALUE SPACES.
021000
021100 PROCEDURE DIVISION.
021200*****************************************************************
021300*    0000-MAINLINE
021400*****************************************************************
021500 0000-MAINLINE.
021600
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800
021900     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
022000         UNTIL CSR-TRANS-EOF.
022100
022200     IF CSR-HLD-OPEN
022300         PERFORM 8100-LIST-QUEUE THRU 8100-EXIT
022400     END-IF.
022500
022600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022700
022800     STOP RUN.
022900
023000*****************************************************************
023100*    1000-INITIALIZE
023200*    OPENS THE CARD, QUEUE, OPERATOR AND REPORT FILES AND PRIMES
023300*    THE CARD FILE FOR THE PROCESSING LOOP. AN UNUSABLE QUEUE
023400*    ABANDONS THE RUN; A MISSING OPERATOR REGISTER FAILS CLOSED -
023500*    EVERY RELEASE AND REJECT CARD IS THEN REJECTED.
023600*****************************************************************
023700 1000-INITIALIZE.
023800
023900     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
024000     ACCEPT CSR-RUN-TIME FROM TIME.
024100     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
024200     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
024300     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
024400     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
024500
024600     OPEN OUTPUT HOLDREL-REPORT-FILE.
024700     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
024800     MOVE CSR-RUN-ID TO CSR-RPT-HDR-RUN-ID.
024900     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
025000     MOVE SPACES TO CSR-REPORT-RECORD.
025100     WRITE CSR-REPORT-RECORD.
025200     WRITE CSR-REPORT-RECORD FROM CSR-RPT-COL-HDR.
025300
025400     OPEN I-O HELD-MESSAGES.
025500     IF CSR-HLD-FILE-STATUS NOT = "00"
025600         OPEN OUTPUT HELD-MESSAGES
025700         CLOSE HELD-MESSAGES
025800         OPEN I-O HELD-MESSAGES
025900     END-IF.
026000     IF CSR-HLD-FILE-STATUS = "00"
026100         SET CSR-HLD-OPEN TO TRUE
026200     ELSE
026300         DISPLAY "HELD-MESSAGES NOT USABLE (STATUS "
026400             CSR-HLD-FILE-STATUS ") - RUN ABANDONED"
026500         SET CSR-TRANS-EOF TO TRUE
026600         MOVE 8 TO RETURN-CODE
026700     END-IF.
026800
026900     OPEN INPUT OPERATOR-MASTER.
027000     IF CSR-OPR-FILE-STATUS = "00"
027100         SET CSR-OPR-REG-OPEN TO TRUE
027200     ELSE
027300         DISPLAY "OPERATOR-MASTER NOT AVAILABLE (STATUS "
027400             CSR-OPR-FILE-STATUS ") - RELEASE AND REJECT CARDS "
027500             "WILL BE REJECTED"
027600     END-IF.
027700
027800     IF NOT CSR-TRANS-EOF
027900         OPEN INPUT HOLDREL-TRANS-FILE
028000         IF CSR-HTN-FILE-STATUS = "00"
028100             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
028200         ELSE
028300             DISPLAY "HOLDREL-TRANS FILE NOT FOUND (STATUS "
028400                 CSR-HTN-FILE-STATUS ") - NO DECISIONS TO APPLY"
028500             SET CSR-TRANS-EOF TO TRUE
028600         END-IF
028700     END-IF.
028800
028900 1000-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*    2000-PROCESS-TRANSACTIONS
029400*    VALIDATES ONE DECISION CARD, ROUTES IT TO THE ACTION
029500*    PARAGRAPH FOR ITS ACTION CODE, THEN READS THE NEXT CARD.
029600*****************************************************************
029700 2000-PROCESS-TRANSACTIONS.
029800
029900     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
030000     IF CSR-HTN-VALID
030100         EVALUATE TRUE
030200             WHEN CSR-HTN-RELEASE
030300             WHEN CSR-HTN-REJECT
030400                 PERFORM 3000-DECIDE-ITEM THRU 3000-EXIT
030500             WHEN CSR-HTN-INQUIRY
030600                 PERFORM 6000-INQUIRE-ITEM THRU 6000-EXIT
030700         END-EVALUATE
030800     ELSE
030900         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
031000     END-IF.
031100
031200     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
031300
031400 2000-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*    2100-VALIDATE-TRANSACTION
031900*    FRONT-END EDIT FOR ONE DECISION CARD - THE ACTION CODE MUST
032000*    BE KNOWN, THE MESSAGE ID PRESENT AND, ON A RELEASE OR
032100*    REJECT, THE DECIDING OPERATOR.
032200*****************************************************************
032300 2100-VALIDATE-TRANSACTION.
032400
032500     MOVE "Y" TO CSR-HTN-VALID-SW.
032600     MOVE SPACES TO CSR-REJECT-REASON.
032700     EVALUATE TRUE
032800         WHEN NOT CSR-HTN-RELEASE AND NOT CSR-HTN-REJECT
032900                 AND NOT CSR-HTN-INQUIRY
033000             MOVE "BAD ACTION" TO CSR-REJECT-REASON
033100         WHEN CSR-HTN-MSG-ID = SPACES
033200             MOVE "NO MESSAGE ID" TO CSR-REJECT-REASON
033300         WHEN CSR-HTN-OPERATOR-ID = SPACES AND NOT CSR-HTN-INQUIRY
033400             MOVE "NO OPERATOR" TO CSR-REJECT-REASON
033500         WHEN OTHER
033600             CONTINUE
033700     END-EVALUATE.
033800
033900     IF CSR-REJECT-REASON NOT = SPACES
034000         MOVE "N" TO CSR-HTN-VALID-SW
034100     END-IF.
034200
034300 2100-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700*    3000-DECIDE-ITEM
034800*    RELEASES OR REJECTS ONE HELD MESSAGE. THE DECIDING OPERATOR
034900*    MUST PASS THE SUPERVISOR CHECK, THE ITEM MUST BE ON THE
035000*    QUEUE AND STILL HELD, AND THE OPERATOR WHOSE RUN HELD IT MAY
035100*    NOT DECIDE IT.
035200*****************************************************************
035300 3000-DECIDE-ITEM.
035400
035500     PERFORM 3600-CHECK-SUPERVISOR THRU 3600-EXIT.
035600     IF CSR-REJECT-REASON NOT = SPACES
035700         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
035800         GO TO 3000-EXIT
035900     END-IF.
036000
036100     MOVE CSR-HTN-MSG-ID TO CSR-HLD-MSG-ID.
036200     READ HELD-MESSAGES
036300         INVALID KEY
036400             MOVE "NOT FOUND" TO CSR-REJECT-REASON
036500             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
036600             GO TO 3000-EXIT
036700     END-READ.
036800     IF NOT CSR-HLD-HELD
036900         MOVE "NOT HELD" TO CSR-REJECT-REASON
037000         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
037100         GO TO 3000-EXIT
037200     END-IF.
037300     IF CSR-HTN-OPERATOR-ID = CSR-HLD-HELD-BY
037400         MOVE "SAME OPERATOR" TO CSR-REJECT-REASON
037500         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
037600         GO TO 3000-EXIT
037700     END-IF.
037800
037900     IF CSR-HTN-RELEASE
038000         SET CSR-HLD-RELEASED TO TRUE
038100     ELSE
038200         SET CSR-HLD-REJECTED TO TRUE
038300     END-IF.
038400     MOVE CSR-HTN-OPERATOR-ID TO CSR-HLD-DECIDED-BY.
038500     MOVE CSR-RUN-DATE        TO CSR-HLD-DECIDED-DATE.
038600     MOVE CSR-HTN-NOTE        TO CSR-HLD-DECISION-NOTE.
038700
038800     REWRITE CSR-HLD-RECORD
038900         INVALID KEY
039000             MOVE "REWRITE ERR" TO CSR-REJECT-REASON
039100             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039200         NOT INVALID KEY
039300             IF CSR-HTN-RELEASE
039400                 ADD 1 TO CSR-RELEASE-COUNT
039500                 MOVE "RELEASED" TO CSR-RPT-ACT-DISP
039600             ELSE
039700                 ADD 1 TO CSR-REJECTED-MSG-COUNT
039800                 MOVE "MESSAGE REJECTED" TO CSR-RPT-ACT-DISP
039900             END-IF
040000             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
040100     END-REWRITE.
040200
040300 3000-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*    3600-CHECK-SUPERVISOR
040800*    THE OPERATOR ON THE CARD MUST BE ON THE OPERATOR-MASTER
040900*    REGISTER, ACTIVE, AND AUTHORIZED AT CSR-SUPERVISOR-LEVEL OR
041000*    ABOVE. A MISSING REGISTER FAILS CLOSED.
041100*****************************************************************
041200 3600-CHECK-SUPERVISOR.
041300
041400     IF NOT CSR-OPR-REG-OPEN
041500         MOVE "NO OPERATOR FILE" TO CSR-REJECT-REASON
041600         GO TO 3600-EXIT
041700     END-IF.
041800     MOVE CSR-HTN-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
041900     READ OPERATOR-MASTER
042000         INVALID KEY
042100             MOVE "UNKNOWN OPERATOR" TO CSR-REJECT-REASON
042200             GO TO 3600-EXIT
042300     END-READ.
042400     IF NOT CSR-OPR-ACTIVE
042500         MOVE "OPERATOR INACTIVE" TO CSR-REJECT-REASON
042600         GO TO 3600-EXIT
042700     END-IF.
042800     IF CSR-OPR-AUTH-LEVEL NOT NUMERIC
042900             OR CSR-OPR-AUTH-LEVEL < CSR-SUPERVISOR-LEVEL
043000         MOVE "NOT SUPERVISOR" TO CSR-REJECT-REASON
043100     END-IF.
043200
043300 3600-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*    6000-INQUIRE-ITEM
043800*    READS THE KEYED QUEUE ITEM AND LISTS IT ON THE REPORT
043900*    WITHOUT CHANGING IT.
044000*****************************************************************
044100 6000-INQUIRE-ITEM.
044200
044300     MOVE CSR-HTN-MSG-ID TO CSR-HLD-MSG-ID.
044400     READ HELD-MESSAGES
044500         INVALID KEY
044600             MOVE "NOT FOUND" TO CSR-REJECT-REASON
044700             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
044800         NOT INVALID KEY
044900             ADD 1 TO CSR-INQUIRY-COUNT
045000             MOVE "DISPLAYED" TO CSR-RPT-ACT-DISP
045100             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
045200     END-READ.
045300
045400 6000-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*    7000-REJECT-TRANSACTION
045900*    LISTS A REJECTED CARD ON THE REPORT WITH ITS REASON AND
046000*    COUNTS IT FOR THE END-OF-JOB RETURN CODE. THE QUEUE ITEM,
046100*    IF ANY, IS LEFT AS IT WAS.
046200*****************************************************************
046300 7000-REJECT-TRANSACTION.
046400
046500     ADD 1 TO CSR-REJECT-COUNT.
046600     MOVE SPACES TO CSR-RPT-ACT-DISP.
046700     STRING "REJECTED " DELIMITED BY SIZE
046800            CSR-REJECT-REASON DELIMITED BY SIZE
046900         INTO CSR-RPT-ACT-DISP.
047000     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
047100
047200 7000-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600*    8000-WRITE-ACTIVITY-LINE
047700*    WRITES ONE REPORT LINE FOR THE CARD IN HAND. APPLIED AND
047800*    DISPLAYED CARDS SHOW THE ITEM AS IT NOW STANDS, BY ITS
047900*    MASKED EXCERPT ONLY; REJECTED CARDS SHOW THE CARD ALONE.
048000*****************************************************************
048100 8000-WRITE-ACTIVITY-LINE.
048200
048300     MOVE CSR-HTN-ACTION      TO CSR-RPT-ACT-ACTION.
048400     MOVE CSR-HTN-MSG-ID      TO CSR-RPT-ACT-MSG-ID.
048500     MOVE CSR-HTN-OPERATOR-ID TO CSR-RPT-ACT-OPERATOR.
048600     IF CSR-RPT-ACT-DISP (1:8) = "REJECTED"
048700         MOVE SPACES TO CSR-RPT-ACT-STATUS
048800         MOVE SPACES TO CSR-RPT-ACT-CATEGORY
048900         MOVE SPACES TO CSR-RPT-ACT-TERM-ID
049000         MOVE SPACES TO CSR-RPT-ACT-EXCERPT
049100     ELSE
049200         MOVE CSR-HLD-STATUS   TO CSR-RPT-ACT-STATUS
049300         MOVE CSR-HLD-CATEGORY TO CSR-RPT-ACT-CATEGORY
049400         MOVE CSR-HLD-TERM-ID  TO CSR-RPT-ACT-TERM-ID
049500         MOVE CSR-HLD-EXCERPT  TO CSR-RPT-ACT-EXCERPT
049600     END-IF.
049700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-ACT-LINE.
049800
049900 8000-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*    8100-LIST-QUEUE
050400*    LISTS EVERY ITEM STILL HELD FOR REVIEW OR RELEASED AND
050500*    AWAITING SEND, AFTER THIS RUN'S DECISIONS, IN MESSAGE ID
050600*    ORDER.
050700*****************************************************************
050800 8100-LIST-QUEUE.
050900
051000     MOVE SPACES TO CSR-REPORT-RECORD.
051100     WRITE CSR-REPORT-RECORD.
051200     WRITE CSR-REPORT-RECORD FROM CSR-RPT-QUEUE-HDR.
051300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-QUEUE-COL-HDR.
051400
051500     MOVE LOW-VALUES TO CSR-HLD-MSG-ID.
051600     START HELD-MESSAGES KEY IS NOT LESS THAN CSR-HLD-MSG-ID
051700         INVALID KEY
051800             SET CSR-HLD-END TO TRUE
051900     END-START.
052000     PERFORM 8150-LIST-ONE-ITEM THRU 8150-EXIT
052100         UNTIL CSR-HLD-END.
052200
052300 8100-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700*    8150-LIST-ONE-ITEM
052800*    READS THE NEXT QUEUE ITEM AND, WHEN IT IS HELD OR RELEASED,
052900*    LISTS IT AND COUNTS IT.
053000*****************************************************************
053100 8150-LIST-ONE-ITEM.
053200
053300     READ HELD-MESSAGES NEXT
053400         AT END
053500             SET CSR-HLD-END TO TRUE
053600             GO TO 8150-EXIT
053700     END-READ.
053800     IF NOT CSR-HLD-HELD AND NOT CSR-HLD-RELEASED
053900         GO TO 8150-EXIT
054000     END-IF.
054100     IF CSR-HLD-HELD
054200         ADD 1 TO CSR-AWAITING-COUNT
054300     ELSE
054400         ADD 1 TO CSR-UNSENT-COUNT
054500     END-IF.
054600
054700     MOVE CSR-HLD-MSG-ID       TO CSR-RPT-QUE-MSG-ID.
054800     MOVE CSR-HLD-STATUS       TO CSR-RPT-QUE-STATUS.
054900     MOVE CSR-HLD-HELD-DATE    TO CSR-RPT-QUE-HELD-DATE.
055000     MOVE CSR-HLD-HELD-BY      TO CSR-RPT-QUE-HELD-BY.
055100     MOVE CSR-HLD-RECIPIENT-ID TO CSR-RPT-QUE-RECIPIENT.
055200     MOVE CSR-HLD-CATEGORY     TO CSR-RPT-QUE-CATEGORY.
055300     MOVE CSR-HLD-TERM-ID      TO CSR-RPT-QUE-TERM-ID.
055400     MOVE CSR-HLD-EXCERPT      TO CSR-RPT-QUE-EXCERPT.
055500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-QUEUE-LINE.
055600
055700 8150-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100*    2900-READ-TRANSACTION
056200*****************************************************************
056300 2900-READ-TRANSACTION.
056400
056500     READ HOLDREL-TRANS-FILE
056600         AT END
056700             SET CSR-TRANS-EOF TO TRUE
056800         NOT AT END
056900             ADD 1 TO CSR-TRN-READ-COUNT
057000     END-READ.
057100
057200 2900-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*    8900-REGISTER-RUN-START
057700*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
057800*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
057900*    THE DAILY OPERATIONS SUMMARY.
058000*****************************************************************
058100 8900-REGISTER-RUN-START.
058200
058300     INITIALIZE CSR-RUNREG-RECORD.
058400     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
058500     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
058600     MOVE "HOLDREL"           TO CSR-RRG-PROGRAM.
058700     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
058800     SET CSR-RRG-START        TO TRUE.
058900     CALL "Runreg" USING CSR-RUNREG-RECORD.
059000
059100 8900-EXIT.
059200     EXIT.
059300
059400*****************************************************************
059500*    8950-REGISTER-RUN-END
059600*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
059700*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
059800*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
059900*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
060000*****************************************************************
060100 8950-REGISTER-RUN-END.
060200
060300     INITIALIZE CSR-RUNREG-RECORD.
060400     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
060500     ACCEPT CSR-RRG-TIME FROM TIME.
060600     MOVE "HOLDREL"           TO CSR-RRG-PROGRAM.
060700     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
060800     SET CSR-RRG-END          TO TRUE.
060900     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
061000     MOVE "RELEASED"          TO CSR-RRG-COUNT-DESC (1).
061100     MOVE CSR-RELEASE-COUNT   TO CSR-RRG-COUNT (1).
061200     MOVE "REJECTED"          TO CSR-RRG-COUNT-DESC (2).
061300     MOVE CSR-REJECTED-MSG-COUNT TO CSR-RRG-COUNT (2).
061400     MOVE "STILL HELD"        TO CSR-RRG-COUNT-DESC (3).
061500     MOVE CSR-AWAITING-COUNT  TO CSR-RRG-COUNT (3).
061600     CALL "Runreg" USING CSR-RUNREG-RECORD.
061700     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
061800
061900 8950-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300*    9000-TERMINATE
062400*    CLOSES THE FILES, PRINTS THE REVIEW TOTALS AND SETS
062500*    RETURN-CODE 8 WHEN ANY CARD WAS REJECTED.
062600*****************************************************************
062700 9000-TERMINATE.
062800
062900     CLOSE HOLDREL-TRANS-FILE.
063000     IF CSR-HLD-OPEN
063100         CLOSE HELD-MESSAGES
063200     END-IF.
063300     IF CSR-OPR-REG-OPEN
063400         CLOSE OPERATOR-MASTER
063500     END-IF.
063600
063700     MOVE SPACES TO CSR-REPORT-RECORD.
063800     WRITE CSR-REPORT-RECORD.
063900     MOVE "DECISION CARDS READ..: " TO CSR-RPT-TOT-DESC.
064000     MOVE CSR-TRN-READ-COUNT TO CSR-RPT-TOT-COUNT.
064100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
064200     MOVE "MESSAGES RELEASED....: " TO CSR-RPT-TOT-DESC.
064300     MOVE CSR-RELEASE-COUNT TO CSR-RPT-TOT-COUNT.
064400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
064500     MOVE "MESSAGES REJECTED....: " TO CSR-RPT-TOT-DESC.
064600     MOVE CSR-REJECTED-MSG-COUNT TO CSR-RPT-TOT-COUNT.
064700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
064800     MOVE "INQUIRIES LISTED.....: " TO CSR-RPT-TOT-DESC.
064900     MOVE CSR-INQUIRY-COUNT TO CSR-RPT-TOT-COUNT.
065000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
065100     MOVE "CARDS REJECTED.......: " TO CSR-RPT-TOT-DESC.
065200     MOVE CSR-REJECT-COUNT TO CSR-RPT-TOT-COUNT.
065300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
065400     MOVE "STILL AWAITING REVIEW: " TO CSR-RPT-TOT-DESC.
065500     MOVE CSR-AWAITING-COUNT TO CSR-RPT-TOT-COUNT.
065600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
065700     MOVE "RELEASED NOT YET SENT: " TO CSR-RPT-TOT-DESC.
065800     MOVE CSR-UNSENT-COUNT TO CSR-RPT-TOT-COUNT.
065900     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
066000     CLOSE HOLDREL-REPORT-FILE.
066100
066200     DISPLAY "HOLDREL CARDS READ: " CSR-TRN-READ-COUNT
066300         " RELEASED: " CSR-RELEASE-COUNT
066400         " REJECTED: " CSR-REJECTED-MSG-COUNT
066500         " CARDS REJECTED: " CSR-REJECT-COUNT.
066600     IF CSR-REJECT-COUNT > 0
066700         MOVE 8 TO RETURN-CODE
066800     END-IF.
066900
067000     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
067100
067200 9000-EXIT.
067300     EXIT.
067400
067500 END PROGRAM Holdrel.
