000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Backout
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: CHANGE BACKOUT. READS THE CHANGE-JOURNAL
000900*                   WRITTEN BY Msgmaint, Recmaint AND Opermaint
001000*                   AND REVERSES THE CHANGES NAMED ON THE
001100*                   BACKOUT-PARM CARD - ONE MAINTENANCE RUN, OR
001200*                   EVERYTHING JOURNALED AFTER A DATE AND TIME -
001300*                   NEWEST FIRST, PUTTING EACH RECORD BACK AS ITS
001400*                   BEFORE IMAGE SHOWS IT. A RECORD CHANGED AGAIN
001500*                   SINCE THE ENTRY WAS WRITTEN IS NOT TOUCHED.
001600*                   KEYS NEVER REACH THE JOURNAL, SO A RECIPIENT'S
001700*                   KEY IS PUT BACK FROM ITS RECIPIENT-KEYHIST
001800*                   GENERATION AND THE GENERATION THE REVERSED
001900*                   CHANGE BROUGHT IN IS WITHDRAWN; A MESSAGE
002000*                   OVERRIDE KEY THAT CANNOT BE RECOVERED IS
002100*                   DROPPED. EVERY MESSAGE SEGMENT PUT BACK IS
002200*                   LEFT PENDING APPROVAL UNDER THE BACKOUT
002300*                   OPERATOR.
002400*                   EACH REVERSAL IS JOURNALED IN ITS OWN RIGHT,
002500*                   NAMING THE ENTRY IT REVERSED, AND THE
002600*                   BACKOUT-REPORT LISTS EVERY ENTRY SELECTED WITH
002700*                   WHAT WAS DONE ABOUT IT. THE OPERATOR ON THE
002800*                   CARD MUST BE ACTIVE AT LEVEL 3. ENDS WITH
002900*                   RETURN-CODE 12 WHEN THE OPERATOR IS NOT
003000*                   AUTHORIZED, 16 WHEN MORE ENTRIES ARE SELECTED
003100*                   THAN ONE RUN CAN HOLD (NOTHING IS RESTORED),
003200*                   8 WHEN THE CARD IS BAD, THE JOURNAL IS MISSING
003300*                   OR ANY ENTRY COULD NOT BE RESTORED, AND 4 WHEN
003400*                   NO ENTRY MATCHED THE CARD.
003500*    MODIFICATION HISTORY
003600*    DATE.......  INIT  DESCRIPTION
003700*    ----------  ----  -------------------------------------------
003800*    2026-10-15  SM    ORIGINAL PROGRAM.
003900*****************************************************************
004000 PROGRAM-ID. Backout.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT BACKOUT-PARM-FILE ASSIGN TO "BACKOUT-PARM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS CSR-BKP-FILE-STATUS.
004800
004900     SELECT CHANGE-JOURNAL ASSIGN TO "CHANGE-JOURNAL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CSR-BKE-FILE-STATUS.
005200
005300     SELECT MESSAGE-MASTER ASSIGN TO "MESSAGE-MASTER"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CSR-MST-KEY
005700         FILE STATUS IS CSR-MST-FILE-STATUS.
005800
005900     SELECT RECIPIENT-MASTER ASSIGN TO "RECIPIENT-MASTER"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CSR-RCP-RECIPIENT-ID
006300         FILE STATUS IS CSR-RCP-FILE-STATUS.
006400
006500     SELECT RECIPIENT-KEYHIST ASSIGN TO "RECIPIENT-KEYHIST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CSR-RKH-KEY
006900         FILE STATUS IS CSR-RKH-FILE-STATUS.
007000
007100     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS CSR-OPR-OPERATOR-ID
007500         FILE STATUS IS CSR-OPR-FILE-STATUS.
007600
007700     SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKOUT-REPORT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CSR-RPT-FILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  BACKOUT-PARM-FILE
008400     RECORDING MODE IS F.
008500 COPY "bkoparm.cpy".
008600
008700 FD  CHANGE-JOURNAL
008800     RECORDING MODE IS F.
008900 01  CSR-JOURNAL-IN-RECORD           PIC X(532).
009000
009100 FD  MESSAGE-MASTER
009200     RECORDING MODE IS F.
009300 COPY "msgmst.cpy".
009400
009500 FD  RECIPIENT-MASTER
009600     RECORDING MODE IS F.
009700 COPY "recipmst.cpy".
009800
009900 FD  RECIPIENT-KEYHIST
010000     RECORDING MODE IS F.
010100 COPY "rcpkhist.cpy".
010200
010300 FD  OPERATOR-MASTER
010400     RECORDING MODE IS F.
010500 COPY "opermst.cpy".
010600
010700 FD  BACKOUT-REPORT-FILE
010800     RECORDING MODE IS F.
010900 01  CSR-REPORT-RECORD               PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200*****************************************************************
011300*    SWITCHES
011400*****************************************************************
011500 01  CSR-SWITCHES.
011600     05  CSR-BKE-EOF-SW              PIC X(01) VALUE "N".
011700         88  CSR-BKE-EOF             VALUE "Y".
011800     05  CSR-BKP-FILE-STATUS         PIC X(02) VALUE "00".
011900     05  CSR-BKE-FILE-STATUS         PIC X(02) VALUE "00".
012000     05  CSR-MST-FILE-STATUS         PIC X(02) VALUE "00".
012100     05  CSR-RCP-FILE-STATUS         PIC X(02) VALUE "00".
012200     05  CSR-RKH-FILE-STATUS         PIC X(02) VALUE "00".
012300     05  CSR-OPR-FILE-STATUS         PIC X(02) VALUE "00".
012400     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
012500     05  CSR-BKP-READ-SW             PIC X(01) VALUE "N".
012600         88  CSR-BKP-WAS-READ        VALUE "Y".
012700     05  CSR-JOURNAL-OPEN-SW         PIC X(01) VALUE "N".
012800         88  CSR-JOURNAL-OPEN        VALUE "Y".
012900     05  CSR-MST-OPEN-SW             PIC X(01) VALUE "N".
013000         88  CSR-MST-OPEN            VALUE "Y".
013100     05  CSR-RCP-OPEN-SW             PIC X(01) VALUE "N".
013200         88  CSR-RCP-OPEN            VALUE "Y".
013300     05  CSR-RKH-OPEN-SW             PIC X(01) VALUE "N".
013400         88  CSR-RKH-OPEN            VALUE "Y".
013500     05  CSR-SELECT-SW               PIC X(01) VALUE "N".
013600         88  CSR-SELECTED            VALUE "Y".
013700     05  CSR-OVERFLOW-SW             PIC X(01) VALUE "N".
013800         88  CSR-TABLE-OVERFLOW      VALUE "Y".
013900     05  CSR-ON-FILE-SW              PIC X(01) VALUE "N".
014000         88  CSR-ON-FILE             VALUE "Y".
014100     05  CSR-RESTORED-SW             PIC X(01) VALUE "N".
014200         88  CSR-RESTORED            VALUE "Y".
014300     05  CSR-RST-FOUND-SW            PIC X(01) VALUE "N".
014400         88  CSR-RST-FOUND           VALUE "Y".
014500     05  CSR-GEN-ADD-ONLY-SW         PIC X(01) VALUE "N".
014600         88  CSR-GEN-ADD-ONLY        VALUE "Y".
014700
014800*****************************************************************
014900*    WORKING FIELDS
015000*****************************************************************
015100 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
015200 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
015300 01  CSR-RUN-ID.
015400     05  CSR-RUN-ID-DATE             PIC 9(08).
015500     05  CSR-RUN-ID-TIME             PIC 9(08).
015600 77  CSR-BACKOUT-LEVEL               PIC 9(01) VALUE 3.
015700 77  CSR-PARM-ERROR                  PIC X(40) VALUE SPACES.
015800 77  CSR-FROM-DATE                   PIC 9(08) VALUE 0.
015900 77  CSR-FROM-TIME                   PIC 9(08) VALUE 0.
016000 77  CSR-BKE-SEQ-X                   PIC X(05) VALUE SPACES.
016100 77  CSR-BKO-IMAGE                   PIC X(200) VALUE SPACES.
016200 77  CSR-OUTCOME                     PIC X(18) VALUE SPACES.
016300 77  CSR-NOTE                        PIC X(20) VALUE SPACES.
016400 77  CSR-KEY-RESET-SW                PIC X(01) VALUE "N".
016500 77  CSR-HOLD-KEY                    PIC X(02) VALUE SPACES.
016600 77  CSR-HOLD-KEYWORD                PIC X(20) VALUE SPACES.
016700 77  CSR-AFTER-FROM                  PIC 9(08) VALUE 0.
016800 77  CSR-GEN-FROM                    PIC 9(08) VALUE 0.
016900 77  CSR-JOURNAL-READ-COUNT          PIC 9(07) VALUE 0.
017000 77  CSR-SELECT-COUNT                PIC 9(05) VALUE 0.
017100 77  CSR-RESTORE-COUNT               PIC 9(05) VALUE 0.
017200 77  CSR-NOT-RESTORED-COUNT          PIC 9(05) VALUE 0.
017300 77  CSR-ALREADY-COUNT               PIC 9(05) VALUE 0.
017400 77  CSR-JOURNAL-COUNT               PIC 9(05) VALUE 0.
017500 77  CSR-WITHDRAWN-COUNT             PIC 9(05) VALUE 0.
017600
017700*****************************************************************
017800*    JOURNAL ENTRY AS READ FROM THE CHANGE-JOURNAL
017900*****************************************************************
018000 COPY "chgjrnl.cpy"
018100     REPLACING
018200         ==CSR-JOURNAL-RECORD==     BY ==CSR-BKE-ENTRY==
018300         ==CSR-JRN-DATE==           BY ==CSR-BKE-DATE==
018400         ==CSR-JRN-TIME==           BY ==CSR-BKE-TIME==
018500         ==CSR-JRN-RUN-ID==         BY ==CSR-BKE-RUN-ID==
018600         ==CSR-JRN-SEQ==            BY ==CSR-BKE-SEQ==
018700         ==CSR-JRN-PROGRAM==        BY ==CSR-BKE-PROGRAM==
018800         ==CSR-JRN-FILE==           BY ==CSR-BKE-FILE==
018900         ==CSR-JRN-KEY==            BY ==CSR-BKE-KEY==
019000         ==CSR-JRN-ACTION==         BY ==CSR-BKE-ACTION==
019100         ==CSR-JRN-ADDED==          BY ==CSR-BKE-ADDED==
019200         ==CSR-JRN-CHANGED==        BY ==CSR-BKE-CHANGED==
019300         ==CSR-JRN-DELETED==        BY ==CSR-BKE-DELETED==
019400         ==CSR-JRN-OPERATOR==       BY ==CSR-BKE-OPERATOR==
019500         ==CSR-JRN-KEY-CHANGED==    BY ==CSR-BKE-KEY-CHANGED==
019600         ==CSR-JRN-KEYS-CHANGED==   BY ==CSR-BKE-KEYS-CHANGED==
019700         ==CSR-JRN-REVERSES==       BY ==CSR-BKE-REVERSES==
019800         ==CSR-JRN-REV-RUN-ID==     BY ==CSR-BKE-REV-RUN-ID==
019900         ==CSR-JRN-REV-SEQ==        BY ==CSR-BKE-REV-SEQ==
020000         ==CSR-JRN-BEFORE-IMAGE==   BY ==CSR-BKE-BEFORE-IMAGE==
020100         ==CSR-JRN-AFTER-IMAGE==    BY ==CSR-BKE-AFTER-IMAGE==.
020200
020300*****************************************************************
020400*    SELECTED ENTRY TABLE - EVERY JOURNAL ENTRY THE CARD NAMES,
020500*    IN JOURNAL ORDER, REVERSED FROM THE LAST ROW BACK. AN ENTRY
020600*    A LATER Backout RUN HAS ALREADY REVERSED IS MARKED SO IT IS
020700*    NOT REVERSED TWICE.
020800*****************************************************************
020900 77  CSR-BKT-COUNT                   PIC 9(04) VALUE 0.
021000 77  CSR-BKT-SUB                     PIC S9(04) VALUE 0.
021100 01  CSR-BKT-TABLE.
021200     05  CSR-BKT-ENTRY OCCURS 1000 TIMES
021300                       INDEXED BY CSR-BKT-IDX.
021400         10  CSR-BKT-STATUS          PIC X(01).
021500             88  CSR-BKT-BACKED-OUT  VALUE "B".
021600         10  CSR-BKT-RUN-ID          PIC X(16).
021700         10  CSR-BKT-SEQ             PIC X(05).
021800         10  CSR-BKT-RECORD          PIC X(532).
021900
022000*****************************************************************
022100*    RESTORED MESSAGE TABLE - THE MESSAGE SEGMENTS PUT BACK BY
022200*    THIS RUN, WITH THE PROTECTED IMAGE EACH WAS PUT BACK TO.
022300*    A SEGMENT PUT BACK IS STAMPED PENDING, SO WHEN AN OLDER
022400*    ENTRY FOR THE SAME SEGMENT IS REVERSED IT IS CHECKED
022500*    AGAINST THIS IMAGE RATHER THAN THE STAMPED RECORD.
022600*****************************************************************
022700 77  CSR-RST-COUNT                   PIC 9(04) VALUE 0.
022800 01  CSR-RST-TABLE.
022900     05  CSR-RST-ENTRY OCCURS 1000 TIMES
023000                       INDEXED BY CSR-RST-IDX.
023100         10  CSR-RST-KEY             PIC X(12).
023200         10  CSR-RST-IMAGE           PIC X(200).
023300
023400*****************************************************************
023500*    REPORT LINE LAYOUTS
023600*****************************************************************
023700 01  CSR-RPT-HEADER-1.
023800     05  FILLER                      PIC X(23) VALUE
023900         "CHANGE BACKOUT REPORT  ".
024000     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
024100     05  CSR-RPT-HDR-DATE            PIC 9(08).
024200     05  FILLER                      PIC X(09) VALUE "  RUN ID ".
024300     05  CSR-RPT-HDR-RUN-ID          PIC X(16).
024400     05  FILLER                      PIC X(67) VALUE SPACES.
024500
024600 01  CSR-RPT-SCOPE-LINE.
024700     05  FILLER                      PIC X(14) VALUE
024800         "BACKING OUT   ".
024900     05  CSR-RPT-SCP-DESC            PIC X(18).
025000     05  CSR-RPT-SCP-VALUE           PIC X(17).
025100     05  CSR-RPT-SCP-STAMP REDEFINES CSR-RPT-SCP-VALUE.
025200         10  CSR-RPT-SCP-DATE        PIC X(08).
025300         10  FILLER                  PIC X(01).
025400         10  CSR-RPT-SCP-TIME        PIC X(08).
025500     05  FILLER                      PIC X(10) VALUE "  PROGRAM ".
025600     05  CSR-RPT-SCP-PROGRAM         PIC X(10).
025700     05  FILLER                      PIC X(11) VALUE
025800         "  OPERATOR ".
025900     05  CSR-RPT-SCP-OPERATOR        PIC X(08).
026000     05  FILLER                      PIC X(44) VALUE SPACES.
026100
026200 01  CSR-RPT-COL-HDR.
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  FILLER                      PIC X(18) VALUE "RUN ID".
026500     05  FILLER                      PIC X(07) VALUE "  SEQ".
026600     05  FILLER                      PIC X(12) VALUE "PROGRAM".
026700     05  FILLER                      PIC X(18) VALUE "FILE".
026800     05  FILLER                      PIC X(22) VALUE "KEY".
026900     05  FILLER                      PIC X(03) VALUE "ACT".
027000     05  FILLER                      PIC X(10) VALUE "JRN DATE".
027100     05  FILLER                      PIC X(20) VALUE "OUTCOME".
027200     05  FILLER                      PIC X(20) VALUE "NOTE".
027300
027400 01  CSR-RPT-DETAIL-LINE.
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  CSR-RPT-DET-RUN-ID          PIC X(16).
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  CSR-RPT-DET-SEQ             PIC 9(05).
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  CSR-RPT-DET-PROGRAM         PIC X(10).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  CSR-RPT-DET-FILE            PIC X(16).
028300     05  FILLER                      PIC X(02) VALUE SPACES.
028400     05  CSR-RPT-DET-KEY             PIC X(20).
028500     05  FILLER                      PIC X(02) VALUE SPACES.
028600     05  CSR-RPT-DET-ACTION          PIC X(01).
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  CSR-RPT-DET-DATE            PIC 9(08).
028900     05  FILLER                      PIC X(02) VALUE SPACES.
029000     05  CSR-RPT-DET-OUTCOME         PIC X(18).
029100     05  FILLER                      PIC X(02) VALUE SPACES.
029200     05  CSR-RPT-DET-NOTE            PIC X(20).
029300
029400 01  CSR-RPT-TOTAL-LINE.
029500     05  FILLER                      PIC X(02) VALUE SPACES.
029600     05  CSR-RPT-TOT-DESC            PIC X(24).
029700     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
029800     05  FILLER                      PIC X(97) VALUE SPACES.
029900
030000*****************************************************************
030100*    PARAMETER RECORD PASSED TO THE Chgjrnl SUBPROGRAM
030200*****************************************************************
030300 COPY "chgjrnl.cpy".
030400
030500 PROCEDURE DIVISION.
030600*****************************************************************
030700*    0000-MAINLINE
030800*****************************************************************
030900 0000-MAINLINE.
031000
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200
031300     PERFORM 2000-SELECT-ENTRIES THRU 2000-EXIT
031400         UNTIL CSR-BKE-EOF.
031500     IF CSR-JOURNAL-OPEN
031600         CLOSE CHANGE-JOURNAL
031700     END-IF.
031800
031900     IF CSR-TABLE-OVERFLOW
032000         MOVE "MORE THAN 1000 ENTRIES SELECTED - NOTHING RESTORED"
032100             TO CSR-REPORT-RECORD
032200         WRITE CSR-REPORT-RECORD
032300     ELSE
032400         PERFORM 3000-REVERSE-ENTRY THRU 3000-EXIT
032500             VARYING CSR-BKT-SUB FROM CSR-BKT-COUNT BY -1
032600                UNTIL CSR-BKT-SUB < 1
032700     END-IF.
032800
032900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033000
033100     STOP RUN.
033200
033300*****************************************************************
033400*    1000-INITIALIZE
033500*    ASSIGNS THE RUN ID, READS AND EDITS THE BACKOUT-PARM CARD,
033600*    CHECKS THE OPERATOR ON IT AGAINST THE REGISTER, OPENS THE
033700*    MASTER FILES FOR UPDATE AND THE JOURNAL FOR INPUT, AND
033800*    STARTS THE REPORT. A BAD CARD OR AN OPERATOR NOT AUTHORIZED
033900*    STOPS THE RUN BEFORE ANY FILE IS TOUCHED. A MASTER FILE
034000*    THAT CANNOT BE OPENED LEAVES ITS ENTRIES NOT RESTORED.
034100*****************************************************************
034200 1000-INITIALIZE.
034300
034400     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
034500     ACCEPT CSR-RUN-TIME FROM TIME.
034600     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
034700     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
034800     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
034900
035000     INITIALIZE CSR-BKP-PARM-RECORD.
035100     OPEN INPUT BACKOUT-PARM-FILE.
035200     IF CSR-BKP-FILE-STATUS = "00"
035300         READ BACKOUT-PARM-FILE
035400             AT END
035500                 CONTINUE
035600             NOT AT END
035700                 SET CSR-BKP-WAS-READ TO TRUE
035800         END-READ
035900         CLOSE BACKOUT-PARM-FILE
036000     END-IF.
036100     IF NOT CSR-BKP-WAS-READ
036200         DISPLAY "BACKOUT-PARM REQUEST CARD MISSING - "
036300             "NOTHING TO BACK OUT"
036400         MOVE 8 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700
036800     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
036900     IF CSR-PARM-ERROR NOT = SPACES
037000         DISPLAY "BACKOUT-PARM REJECTED - " CSR-PARM-ERROR
037100         MOVE 8 TO RETURN-CODE
037200         STOP RUN
037300     END-IF.
037400
037500     PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT.
037600
037700     OPEN I-O MESSAGE-MASTER.
037800     IF CSR-MST-FILE-STATUS = "00"
037900         SET CSR-MST-OPEN TO TRUE
038000     ELSE
038100         DISPLAY "MESSAGE-MASTER NOT AVAILABLE (STATUS "
038200             CSR-MST-FILE-STATUS ") - ITS ENTRIES NOT RESTORED"
038300     END-IF.
038400     OPEN I-O RECIPIENT-MASTER.
038500     IF CSR-RCP-FILE-STATUS = "00"
038600         SET CSR-RCP-OPEN TO TRUE
038700     ELSE
038800         DISPLAY "RECIPIENT-MASTER NOT AVAILABLE (STATUS "
038900             CSR-RCP-FILE-STATUS ") - ITS ENTRIES NOT RESTORED"
039000     END-IF.
039100     OPEN I-O RECIPIENT-KEYHIST.
039200     IF CSR-RKH-FILE-STATUS = "00"
039300         SET CSR-RKH-OPEN TO TRUE
039400     ELSE
039500         DISPLAY "RECIPIENT-KEYHIST NOT AVAILABLE (STATUS "
039600             CSR-RKH-FILE-STATUS ") - NO RECIPIENT KEY CAN BE "
039700             "PUT BACK"
039800     END-IF.
039900
040000     OPEN INPUT CHANGE-JOURNAL.
040100     IF CSR-BKE-FILE-STATUS = "00"
040200         SET CSR-JOURNAL-OPEN TO TRUE
040300         PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
040400     ELSE
040500         DISPLAY "CHANGE-JOURNAL NOT FOUND (STATUS "
040600             CSR-BKE-FILE-STATUS ") - NOTHING TO BACK OUT"
040700         SET CSR-BKE-EOF TO TRUE
040800     END-IF.
040900
041000     OPEN OUTPUT BACKOUT-REPORT-FILE.
041100     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
041200     MOVE CSR-RUN-ID TO CSR-RPT-HDR-RUN-ID.
041300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
041400     MOVE SPACES TO CSR-RPT-SCP-VALUE.
041500     IF CSR-BKP-ONE-RUN
041600         MOVE "MAINTENANCE RUN" TO CSR-RPT-SCP-DESC
041700         MOVE CSR-BKP-RUN-ID TO CSR-RPT-SCP-VALUE
041800     ELSE
041900         MOVE "CHANGES AFTER" TO CSR-RPT-SCP-DESC
042000         MOVE CSR-FROM-DATE TO CSR-RPT-SCP-DATE
042100         MOVE CSR-FROM-TIME TO CSR-RPT-SCP-TIME
042200     END-IF.
042300     IF CSR-BKP-PROGRAM = SPACES
042400         MOVE "ALL" TO CSR-RPT-SCP-PROGRAM
042500     ELSE
042600         MOVE CSR-BKP-PROGRAM TO CSR-RPT-SCP-PROGRAM
042700     END-IF.
042800     MOVE CSR-BKP-OPERATOR-ID TO CSR-RPT-SCP-OPERATOR.
042900     WRITE CSR-REPORT-RECORD FROM CSR-RPT-SCOPE-LINE.
043000     MOVE SPACES TO CSR-REPORT-RECORD.
043100     WRITE CSR-REPORT-RECORD.
043200     WRITE CSR-REPORT-RECORD FROM CSR-RPT-COL-HDR.
043300
043400 1000-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800*    1100-EDIT-PARM
043900*    THE SCOPE MUST BE R OR T. A RUN BACKOUT NEEDS THE RUN ID; A
044000*    TIMESTAMP BACKOUT NEEDS A NUMERIC FROM DATE, AND A FROM TIME
044100*    THAT IS NUMERIC OR BLANK (THE START OF THE DAY). THE
044200*    OPERATOR MUST BE NAMED.
044300*****************************************************************
044400 1100-EDIT-PARM.
044500
044600     MOVE SPACES TO CSR-PARM-ERROR.
044700     EVALUATE TRUE
044800         WHEN NOT CSR-BKP-ONE-RUN AND NOT CSR-BKP-SINCE
044900             MOVE "SCOPE MUST BE R OR T" TO CSR-PARM-ERROR
045000         WHEN CSR-BKP-OPERATOR-ID = SPACES
045100             MOVE "NO OPERATOR" TO CSR-PARM-ERROR
045200         WHEN CSR-BKP-ONE-RUN AND CSR-BKP-RUN-ID = SPACES
045300             MOVE "NO RUN ID" TO CSR-PARM-ERROR
045400         WHEN CSR-BKP-ONE-RUN
045500             CONTINUE
045600         WHEN CSR-BKP-FROM-DATE NOT NUMERIC
045700             MOVE "FROM DATE NOT NUMERIC" TO CSR-PARM-ERROR
045800         WHEN CSR-BKP-FROM-TIME NOT = SPACES
045900                 AND CSR-BKP-FROM-TIME NOT NUMERIC
046000             MOVE "FROM TIME NOT NUMERIC" TO CSR-PARM-ERROR
046100         WHEN OTHER
046200             MOVE CSR-BKP-FROM-DATE TO CSR-FROM-DATE
046300             IF CSR-BKP-FROM-TIME NOT = SPACES
046400                 MOVE CSR-BKP-FROM-TIME TO CSR-FROM-TIME
046500             END-IF
046600     END-EVALUATE.
046700
046800 1100-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*    1200-CHECK-OPERATOR
047300*    THE OPERATOR BACKING CHANGES OUT MUST BE ON THE REGISTER,
047400*    ACTIVE, AND AT CSR-BACKOUT-LEVEL OR ABOVE. ANY OTHER OPERATOR
047500*    - OR A REGISTER THAT CANNOT BE READ - STOPS THE RUN WITH
047600*    RETURN-CODE 12. THE REGISTER STAYS OPEN FOR OPERATOR
047700*    ENTRIES TO BE PUT BACK.
047800*****************************************************************
047900 1200-CHECK-OPERATOR.
048000
048100     OPEN I-O OPERATOR-MASTER.
048200     IF CSR-OPR-FILE-STATUS NOT = "00"
048300         DISPLAY "OPERATOR-MASTER NOT AVAILABLE (STATUS "
048400             CSR-OPR-FILE-STATUS ") - OPERATOR "
048500             CSR-BKP-OPERATOR-ID " CANNOT BE AUTHORIZED"
048600         MOVE 12 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900
049000     MOVE CSR-BKP-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
049100     READ OPERATOR-MASTER
049200         INVALID KEY
049300             DISPLAY "OPERATOR " CSR-BKP-OPERATOR-ID
049400                 " NOT ON OPERATOR-MASTER - BACKOUT NOT RUN"
049500             CLOSE OPERATOR-MASTER
049600             MOVE 12 TO RETURN-CODE
049700             STOP RUN
049800     END-READ.
049900     IF NOT CSR-OPR-ACTIVE
050000             OR CSR-OPR-AUTH-LEVEL NOT NUMERIC
050100             OR CSR-OPR-AUTH-LEVEL < CSR-BACKOUT-LEVEL
050200         DISPLAY "OPERATOR " CSR-BKP-OPERATOR-ID
050300             " NOT AUTHORIZED TO BACK OUT CHANGES (ACTIVE "
050400             CSR-OPR-ACTIVE-FLAG " LEVEL " CSR-OPR-AUTH-LEVEL ")"
050500         CLOSE OPERATOR-MASTER
050600         MOVE 12 TO RETURN-CODE
050700         STOP RUN
050800     END-IF.
050900
051000 1200-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400*    2000-SELECT-ENTRIES
051500*    MARKS ANY SELECTED ENTRY THE CURRENT ONE REVERSES, KEEPS THE
051600*    CURRENT ONE WHEN THE CARD NAMES IT, AND READS THE NEXT.
051700*****************************************************************
051800 2000-SELECT-ENTRIES.
051900
052000     ADD 1 TO CSR-JOURNAL-READ-COUNT.
052100     IF CSR-BKE-REV-RUN-ID NOT = SPACES AND CSR-BKT-COUNT > 0
052200         PERFORM 2100-MARK-BACKED-OUT THRU 2100-EXIT
052300     END-IF.
052400     PERFORM 2200-CHECK-SCOPE THRU 2200-EXIT.
052500     IF CSR-SELECTED
052600         PERFORM 2300-KEEP-ENTRY THRU 2300-EXIT
052700     END-IF.
052800
052900     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
053000
053100 2000-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*    2100-MARK-BACKED-OUT
053600*    THE CURRENT ENTRY WAS WRITTEN BY AN EARLIER Backout RUN -
053700*    WHEN THE ENTRY IT REVERSED IS ONE OF THOSE SELECTED, THAT
053800*    ENTRY IS MARKED SO IT IS NOT REVERSED AGAIN.
053900*****************************************************************
054000 2100-MARK-BACKED-OUT.
054100
054200     SET CSR-BKT-IDX TO 1.
054300     SEARCH CSR-BKT-ENTRY
054400         AT END
054500             CONTINUE
054600         WHEN CSR-BKT-IDX > CSR-BKT-COUNT
054700             CONTINUE
054800         WHEN CSR-BKT-RUN-ID (CSR-BKT-IDX) = CSR-BKE-REV-RUN-ID
054900                 AND CSR-BKT-SEQ (CSR-BKT-IDX) = CSR-BKE-REV-SEQ
055000             MOVE "B" TO CSR-BKT-STATUS (CSR-BKT-IDX)
055100     END-SEARCH.
055200
055300 2100-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*    2200-CHECK-SCOPE
055800*    SETS CSR-SELECTED WHEN THE CARD NAMES THE CURRENT ENTRY - BY
055900*    ITS RUN ID, OR BY BEING JOURNALED AFTER THE FROM DATE AND
056000*    TIME - AND IT WAS MADE BY THE PROGRAM NAMED, IF ONE WAS. A
056100*    TIMESTAMP BACKOUT PASSES OVER EARLIER BACKOUTS' OWN ENTRIES
056200*    UNLESS BACKOUT IS THE PROGRAM NAMED.
056300*****************************************************************
056400 2200-CHECK-SCOPE.
056500
056600     MOVE "N" TO CSR-SELECT-SW.
056700     IF CSR-BKP-PROGRAM NOT = SPACES
056800             AND CSR-BKE-PROGRAM NOT = CSR-BKP-PROGRAM
056900         GO TO 2200-EXIT
057000     END-IF.
057100
057200     IF CSR-BKP-ONE-RUN
057300         IF CSR-BKE-RUN-ID = CSR-BKP-RUN-ID
057400             SET CSR-SELECTED TO TRUE
057500         END-IF
057600         GO TO 2200-EXIT
057700     END-IF.
057800
057900     IF CSR-BKP-PROGRAM = SPACES AND CSR-BKE-PROGRAM = "BACKOUT"
058000         GO TO 2200-EXIT
058100     END-IF.
058200     IF CSR-BKE-DATE > CSR-FROM-DATE
058300             OR (CSR-BKE-DATE = CSR-FROM-DATE
058400                 AND CSR-BKE-TIME > CSR-FROM-TIME)
058500         SET CSR-SELECTED TO TRUE
058600     END-IF.
058700
058800 2200-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200*    2300-KEEP-ENTRY
059300*    ADDS THE CURRENT ENTRY TO THE SELECTED TABLE. PAST THE
059400*    TABLE'S CAPACITY THE RUN GOES ON COUNTING BUT WILL RESTORE
059500*    NOTHING - A PARTIAL BACKOUT WOULD LEAVE THE OLDEST CHANGES
059600*    IN PLACE UNDER THE NEWEST ONES' REVERSALS.
059700*****************************************************************
059800 2300-KEEP-ENTRY.
059900
060000     ADD 1 TO CSR-SELECT-COUNT.
060100     IF CSR-BKT-COUNT NOT < 1000
060200         SET CSR-TABLE-OVERFLOW TO TRUE
060300         GO TO 2300-EXIT
060400     END-IF.
060500
060600     ADD 1 TO CSR-BKT-COUNT.
060700     MOVE SPACES TO CSR-BKT-STATUS (CSR-BKT-COUNT).
060800     MOVE CSR-BKE-RUN-ID TO CSR-BKT-RUN-ID (CSR-BKT-COUNT).
060900     MOVE CSR-BKE-SEQ TO CSR-BKE-SEQ-X.
061000     MOVE CSR-BKE-SEQ-X TO CSR-BKT-SEQ (CSR-BKT-COUNT).
061100     MOVE CSR-BKE-ENTRY TO CSR-BKT-RECORD (CSR-BKT-COUNT).
061200
061300 2300-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*    2900-READ-JOURNAL
061800*****************************************************************
061900 2900-READ-JOURNAL.
062000
062100     READ CHANGE-JOURNAL INTO CSR-BKE-ENTRY
062200         AT END
062300             SET CSR-BKE-EOF TO TRUE
062400     END-READ.
062500
062600 2900-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000*    3000-REVERSE-ENTRY
063100*    REVERSES THE SELECTED ENTRY AT CSR-BKT-SUB AGAINST ITS OWN
063200*    MASTER FILE, JOURNALS THE REVERSAL, AND LISTS THE ENTRY ON
063300*    THE REPORT AS RESTORED, NOT RESTORED (WITH THE REASON), OR
063400*    ALREADY BACKED OUT BY AN EARLIER RUN.
063500*****************************************************************
063600 3000-REVERSE-ENTRY.
063700
063800     MOVE CSR-BKT-RECORD (CSR-BKT-SUB) TO CSR-BKE-ENTRY.
063900     MOVE SPACES TO CSR-JOURNAL-RECORD.
064000     MOVE SPACES TO CSR-OUTCOME CSR-NOTE.
064100     MOVE "N" TO CSR-RESTORED-SW.
064200     MOVE "N" TO CSR-KEY-RESET-SW.
064300
064400     IF CSR-BKT-BACKED-OUT (CSR-BKT-SUB)
064500         MOVE "ALREADY BACKED OUT" TO CSR-OUTCOME
064600         ADD 1 TO CSR-ALREADY-COUNT
064700         PERFORM 8000-WRITE-DETAIL-LINE THRU 8000-EXIT
064800         GO TO 3000-EXIT
064900     END-IF.
065000
065100     EVALUATE CSR-BKE-FILE
065200         WHEN "MESSAGE-MASTER"
065300             PERFORM 4000-REVERSE-MESSAGE THRU 4000-EXIT
065400         WHEN "RECIPIENT-MASTER"
065500             PERFORM 5000-REVERSE-RECIPIENT THRU 5000-EXIT
065600         WHEN "OPERATOR-MASTER"
065700             PERFORM 6000-REVERSE-OPERATOR THRU 6000-EXIT
065800         WHEN OTHER
065900             MOVE "UNKNOWN FILE" TO CSR-NOTE
066000     END-EVALUATE.
066100
066200     IF CSR-RESTORED
066300         MOVE "RESTORED" TO CSR-OUTCOME
066400         ADD 1 TO CSR-RESTORE-COUNT
066500         PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
066600     ELSE
066700         MOVE "NOT RESTORED" TO CSR-OUTCOME
066800         ADD 1 TO CSR-NOT-RESTORED-COUNT
066900     END-IF.
067000     PERFORM 8000-WRITE-DETAIL-LINE THRU 8000-EXIT.
067100
067200 3000-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600*    4000-REVERSE-MESSAGE
067700*    PUTS ONE MESSAGE SEGMENT BACK. AN ADDED SEGMENT OR A CHANGED
067800*    ONE MUST STILL MATCH THE ENTRY'S AFTER IMAGE, AND A DELETED
067900*    ONE MUST STILL BE OFF THE FILE - OTHERWISE IT HAS BEEN
068000*    MAINTAINED AGAIN SINCE AND IS LEFT FOR A PERSON TO SORT OUT.
068100*****************************************************************
068200 4000-REVERSE-MESSAGE.
068300
068400     IF NOT CSR-MST-OPEN
068500         MOVE "FILE NOT AVAILABLE" TO CSR-NOTE
068600         GO TO 4000-EXIT
068700     END-IF.
068800
068900     MOVE CSR-BKE-KEY TO CSR-MST-KEY.
069000     PERFORM 4800-FIND-RESTORED THRU 4800-EXIT.
069100     READ MESSAGE-MASTER
069200         INVALID KEY
069300             MOVE "N" TO CSR-ON-FILE-SW
069400         NOT INVALID KEY
069500             SET CSR-ON-FILE TO TRUE
069600     END-READ.
069700
069800     IF CSR-BKE-DELETED
069900         IF CSR-ON-FILE
070000             MOVE "ALREADY ON FILE" TO CSR-NOTE
070100             GO TO 4000-EXIT
070200         END-IF
070300     ELSE
070400         IF NOT CSR-ON-FILE
070500             MOVE "NOT ON FILE" TO CSR-NOTE
070600             GO TO 4000-EXIT
070700         END-IF
070800         PERFORM 8800-PROTECT-MESSAGE THRU 8800-EXIT
070900         MOVE CSR-BKO-IMAGE TO CSR-JRN-BEFORE-IMAGE
071000         IF CSR-RST-FOUND
071100             MOVE CSR-RST-IMAGE (CSR-RST-IDX) TO CSR-BKO-IMAGE
071200         END-IF
071300         IF CSR-BKO-IMAGE NOT = CSR-BKE-AFTER-IMAGE
071400             MOVE "CHANGED SINCE" TO CSR-NOTE
071500             GO TO 4000-EXIT
071600         END-IF
071700     END-IF.
071800
071900     EVALUATE TRUE
072000         WHEN CSR-BKE-ADDED
072100             PERFORM 4100-REMOVE-MESSAGE THRU 4100-EXIT
072200         WHEN CSR-BKE-CHANGED
072300             PERFORM 4200-RESTORE-MESSAGE THRU 4200-EXIT
072400         WHEN CSR-BKE-DELETED
072500             PERFORM 4300-REINSTATE-MESSAGE THRU 4300-EXIT
072600         WHEN OTHER
072700             MOVE "UNKNOWN ACTION" TO CSR-NOTE
072800     END-EVALUATE.
072900     IF CSR-RESTORED
073000         PERFORM 4900-NOTE-RESTORED THRU 4900-EXIT
073100     END-IF.
073200
073300 4000-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*    4100-REMOVE-MESSAGE
073800*    REVERSES AN ADD BY DELETING THE SEGMENT.
073900*****************************************************************
074000 4100-REMOVE-MESSAGE.
074100
074200     DELETE MESSAGE-MASTER
074300         INVALID KEY
074400             MOVE "UPDATE FAILED" TO CSR-NOTE
074500         NOT INVALID KEY
074600             SET CSR-RESTORED TO TRUE
074700             MOVE "D" TO CSR-JRN-ACTION
074800             MOVE SPACES TO CSR-JRN-AFTER-IMAGE
074900     END-DELETE.
075000
075100 4100-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500*    4200-RESTORE-MESSAGE
075600*    REVERSES A CHANGE BY REWRITING THE SEGMENT FROM ITS BEFORE
075700*    IMAGE, WITH THE OVERRIDE KEY SETTLED AND THE SEGMENT LEFT
075800*    PENDING APPROVAL.
075900*****************************************************************
076000 4200-RESTORE-MESSAGE.
076100
076200     MOVE CSR-MST-OVR-CIPHER-KEY TO CSR-HOLD-KEY.
076300     MOVE CSR-MST-OVR-KEYWORD    TO CSR-HOLD-KEYWORD.
076400     MOVE CSR-BKE-BEFORE-IMAGE   TO CSR-MASTER-RECORD.
076500     PERFORM 4400-SETTLE-OVERRIDE THRU 4400-EXIT.
076600     PERFORM 4500-SET-PENDING THRU 4500-EXIT.
076700
076800     REWRITE CSR-MASTER-RECORD
076900         INVALID KEY
077000             MOVE "UPDATE FAILED" TO CSR-NOTE
077100         NOT INVALID KEY
077200             SET CSR-RESTORED TO TRUE
077300             MOVE "C" TO CSR-JRN-ACTION
077400             PERFORM 8800-PROTECT-MESSAGE THRU 8800-EXIT
077500             MOVE CSR-BKO-IMAGE TO CSR-JRN-AFTER-IMAGE
077600     END-REWRITE.
077700
077800 4200-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200*    4300-REINSTATE-MESSAGE
078300*    REVERSES A DELETE BY WRITING THE SEGMENT BACK FROM ITS
078400*    BEFORE IMAGE, WITH THE OVERRIDE KEY SETTLED AND THE SEGMENT
078500*    LEFT PENDING APPROVAL.
078600*****************************************************************
078700 4300-REINSTATE-MESSAGE.
078800
078900     MOVE SPACES               TO CSR-HOLD-KEY CSR-HOLD-KEYWORD.
079000     MOVE CSR-BKE-BEFORE-IMAGE TO CSR-MASTER-RECORD.
079100     PERFORM 4400-SETTLE-OVERRIDE THRU 4400-EXIT.
079200     PERFORM 4500-SET-PENDING THRU 4500-EXIT.
079300
079400     WRITE CSR-MASTER-RECORD
079500         INVALID KEY
079600             MOVE "UPDATE FAILED" TO CSR-NOTE
079700         NOT INVALID KEY
079800             SET CSR-RESTORED TO TRUE
079900             MOVE "A" TO CSR-JRN-ACTION
080000             MOVE SPACES TO CSR-JRN-BEFORE-IMAGE
080100             PERFORM 8800-PROTECT-MESSAGE THRU 8800-EXIT
080200             MOVE CSR-BKO-IMAGE TO CSR-JRN-AFTER-IMAGE
080300     END-WRITE.
080400
080500 4300-EXIT.
080600     EXIT.
080700
080800*****************************************************************
080900*    4400-SETTLE-OVERRIDE
081000*    THE BEFORE IMAGE SHOWS AN OVERRIDE KEY OR KEYWORD THAT HELD
081100*    A VALUE ONLY AS ASTERISKS. WHEN THE REVERSED CHANGE LEFT IT
081200*    ALONE, THE VALUE STILL ON THE SEGMENT (HELD BY THE CALLER) IS
081300*    PUT BACK. WHEN THE CHANGE ALTERED IT, OR THE SEGMENT WAS
081400*    DELETED, THE OLD VALUE IS GONE - THE WHOLE OVERRIDE IS
081500*    DROPPED SO THE SEGMENT FALLS BACK TO ITS RECIPIENT'S KEY,
081600*    AND THE REPORT SAYS SO.
081700*****************************************************************
081800 4400-SETTLE-OVERRIDE.
081900
082000     IF CSR-MST-OVR-CIPHER-KEY NOT = ALL "*"
082100             AND CSR-MST-OVR-KEYWORD NOT = ALL "*"
082200         GO TO 4400-EXIT
082300     END-IF.
082400
082500     IF CSR-BKE-KEYS-CHANGED OR CSR-BKE-DELETED
082600             OR (CSR-MST-OVR-CIPHER-KEY = ALL "*"
082700                 AND CSR-HOLD-KEY = SPACES)
082800             OR (CSR-MST-OVR-KEYWORD = ALL "*"
082900                 AND CSR-HOLD-KEYWORD = SPACES)
083000         MOVE SPACES TO CSR-MST-OVR-CIPHER-MODE
083100                        CSR-MST-OVR-CIPHER-KEY
083200                        CSR-MST-OVR-KEYWORD
083300         MOVE "OVERRIDE KEY DROPPED" TO CSR-NOTE
083400         MOVE "Y" TO CSR-KEY-RESET-SW
083500         GO TO 4400-EXIT
083600     END-IF.
083700
083800     IF CSR-MST-OVR-CIPHER-KEY = ALL "*"
083900         MOVE CSR-HOLD-KEY TO CSR-MST-OVR-CIPHER-KEY
084000     END-IF.
084100     IF CSR-MST-OVR-KEYWORD = ALL "*"
084200         MOVE CSR-HOLD-KEYWORD TO CSR-MST-OVR-KEYWORD
084300     END-IF.
084400
084500 4400-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900*    4500-SET-PENDING
085000*    A SEGMENT PUT BACK IS NOT ELIGIBLE TO GO OUT UNTIL IT IS
085100*    RELEASED AGAIN - IT IS LEFT PENDING, ENTERED BY THE BACKOUT
085200*    OPERATOR, SO A DIFFERENT APPROVER MUST RELEASE IT.
085300*****************************************************************
085400 4500-SET-PENDING.
085500
085600     MOVE "P"                 TO CSR-MST-APPROVAL-STATUS.
085700     MOVE CSR-BKP-OPERATOR-ID TO CSR-MST-ENTERED-BY.
085800     MOVE CSR-RUN-DATE        TO CSR-MST-ENTERED-DATE.
085900     MOVE SPACES              TO CSR-MST-APPROVED-BY.
086000     MOVE 0                   TO CSR-MST-APPROVED-DATE.
086100     IF CSR-NOTE = SPACES
086200         MOVE "PENDING APPROVAL" TO CSR-NOTE
086300     END-IF.
086400
086500 4500-EXIT.
086600     EXIT.
086700
086800*****************************************************************
086900*    4800-FIND-RESTORED
087000*    SETS CSR-RST-FOUND, WITH CSR-RST-IDX ON ITS ROW, WHEN THE
087100*    SEGMENT IN CSR-MST-KEY HAS ALREADY BEEN PUT BACK THIS RUN.
087200*****************************************************************
087300 4800-FIND-RESTORED.
087400
087500     MOVE "N" TO CSR-RST-FOUND-SW.
087600     IF CSR-RST-COUNT = 0
087700         GO TO 4800-EXIT
087800     END-IF.
087900     SET CSR-RST-IDX TO 1.
088000     SEARCH CSR-RST-ENTRY
088100         AT END
088200             CONTINUE
088300         WHEN CSR-RST-IDX > CSR-RST-COUNT
088400             CONTINUE
088500         WHEN CSR-RST-KEY (CSR-RST-IDX) = CSR-MST-KEY
088600             SET CSR-RST-FOUND TO TRUE
088700     END-SEARCH.
088800
088900 4800-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300*    4900-NOTE-RESTORED
089400*    RECORDS THE IMAGE THE SEGMENT WAS JUST PUT BACK TO - THE
089500*    ENTRY'S BEFORE IMAGE, BLANK FOR A SEGMENT REMOVED.
089600*****************************************************************
089700 4900-NOTE-RESTORED.
089800
089900     IF NOT CSR-RST-FOUND
090000         IF CSR-RST-COUNT NOT < 1000
090100             GO TO 4900-EXIT
090200         END-IF
090300         ADD 1 TO CSR-RST-COUNT
090400         SET CSR-RST-IDX TO CSR-RST-COUNT
090500         MOVE CSR-BKE-KEY TO CSR-RST-KEY (CSR-RST-IDX)
090600     END-IF.
090700     MOVE CSR-BKE-BEFORE-IMAGE TO CSR-RST-IMAGE (CSR-RST-IDX).
090800
090900 4900-EXIT.
091000     EXIT.
091100
091200*****************************************************************
091300*    5000-REVERSE-RECIPIENT
091400*    PUTS ONE DIRECTORY RECORD BACK, ON THE SAME TERMS AS A
091500*    MESSAGE SEGMENT - THE RECORD MUST STILL STAND AS THE ENTRY
091600*    LEFT IT.
091700*****************************************************************
091800 5000-REVERSE-RECIPIENT.
091900
092000     IF NOT CSR-RCP-OPEN
092100         MOVE "FILE NOT AVAILABLE" TO CSR-NOTE
092200         GO TO 5000-EXIT
092300     END-IF.
092400
092500     MOVE CSR-BKE-KEY TO CSR-RCP-RECIPIENT-ID.
092600     READ RECIPIENT-MASTER
092700         INVALID KEY
092800             MOVE "N" TO CSR-ON-FILE-SW
092900         NOT INVALID KEY
093000             SET CSR-ON-FILE TO TRUE
093100     END-READ.
093200
093300     IF CSR-BKE-DELETED
093400         IF CSR-ON-FILE
093500             MOVE "ALREADY ON FILE" TO CSR-NOTE
093600             GO TO 5000-EXIT
093700         END-IF
093800     ELSE
093900         IF NOT CSR-ON-FILE
094000             MOVE "NOT ON FILE" TO CSR-NOTE
094100             GO TO 5000-EXIT
094200         END-IF
094300         PERFORM 8850-PROTECT-RECIPIENT THRU 8850-EXIT
094400         IF CSR-BKO-IMAGE NOT = CSR-BKE-AFTER-IMAGE
094500             MOVE "CHANGED SINCE" TO CSR-NOTE
094600             GO TO 5000-EXIT
094700         END-IF
094800         MOVE CSR-BKO-IMAGE TO CSR-JRN-BEFORE-IMAGE
094900         MOVE 0 TO CSR-AFTER-FROM
095000         IF CSR-RCP-EFF-FROM-DATE NUMERIC
095100             MOVE CSR-RCP-EFF-FROM-DATE TO CSR-AFTER-FROM
095200         END-IF
095300     END-IF.
095400
095500     EVALUATE TRUE
095600         WHEN CSR-BKE-ADDED
095700             PERFORM 5100-REMOVE-RECIPIENT THRU 5100-EXIT
095800         WHEN CSR-BKE-CHANGED
095900             PERFORM 5200-RESTORE-RECIPIENT THRU 5200-EXIT
096000         WHEN CSR-BKE-DELETED
096100             PERFORM 5300-REINSTATE-RECIPIENT THRU 5300-EXIT
096200         WHEN OTHER
096300             MOVE "UNKNOWN ACTION" TO CSR-NOTE
096400     END-EVALUATE.
096500
096600 5000-EXIT.
096700     EXIT.
096800
096900*****************************************************************
097000*    5100-REMOVE-RECIPIENT
097100*    REVERSES AN ADD BY DELETING THE DIRECTORY RECORD. THE KEY
097200*    GENERATION THE ADD RECORDED IS WITHDRAWN - IT STAYS ON THE
097300*    HISTORY BUT IS NEVER USED.
097400*****************************************************************
097500 5100-REMOVE-RECIPIENT.
097600
097700     DELETE RECIPIENT-MASTER
097800         INVALID KEY
097900             MOVE "UPDATE FAILED" TO CSR-NOTE
098000             GO TO 5100-EXIT
098100     END-DELETE.
098200     SET CSR-RESTORED TO TRUE.
098300     MOVE "D" TO CSR-JRN-ACTION.
098400     MOVE SPACES TO CSR-JRN-AFTER-IMAGE.
098500
098600     MOVE CSR-AFTER-FROM TO CSR-GEN-FROM.
098700     SET CSR-GEN-ADD-ONLY TO TRUE.
098800     PERFORM 5500-WITHDRAW-GENERATION THRU 5500-EXIT.
098900
099000 5100-EXIT.
099100     EXIT.
099200
099300*****************************************************************
099400*    5200-RESTORE-RECIPIENT
099500*    REVERSES A CHANGE BY REWRITING THE DIRECTORY RECORD FROM ITS
099600*    BEFORE IMAGE. A CHANGE THAT PUT A NEW KEY IN PLACE - A
099700*    REKEY OR A CUT-OVER - IS UNDONE BY TAKING THE KEY BACK FROM
099800*    THE GENERATION THE BEFORE IMAGE WAS EFFECTIVE FROM AND
099900*    WITHDRAWING THE GENERATION THE CHANGE BROUGHT IN. ANY OTHER
100000*    CHANGE LEFT THE KEY ALONE, SO THE KEY ON THE RECORD IS KEPT
100100*    AND ANY CHANGE OF DATES IS CARRIED BACK ONTO ITS GENERATION.
100200*****************************************************************
100300 5200-RESTORE-RECIPIENT.
100400
100500     MOVE CSR-RCP-CIPHER-KEY   TO CSR-HOLD-KEY.
100600     MOVE CSR-RCP-KEYWORD      TO CSR-HOLD-KEYWORD.
100700     MOVE CSR-BKE-BEFORE-IMAGE TO CSR-RCP-RECORD.
100800     IF CSR-BKE-KEYS-CHANGED
100900         PERFORM 5400-TAKE-KEY-FROM-HISTORY THRU 5400-EXIT
101000         IF CSR-NOTE NOT = SPACES
101100             GO TO 5200-EXIT
101200         END-IF
101300     ELSE
101400         MOVE CSR-HOLD-KEY     TO CSR-RCP-CIPHER-KEY
101500         MOVE CSR-HOLD-KEYWORD TO CSR-RCP-KEYWORD
101600     END-IF.
101700
101800     REWRITE CSR-RCP-RECORD
101900         INVALID KEY
102000             MOVE "UPDATE FAILED" TO CSR-NOTE
102100             GO TO 5200-EXIT
102200     END-REWRITE.
102300     SET CSR-RESTORED TO TRUE.
102400     MOVE "C" TO CSR-JRN-ACTION.
102500     PERFORM 8850-PROTECT-RECIPIENT THRU 8850-EXIT.
102600     MOVE CSR-BKO-IMAGE TO CSR-JRN-AFTER-IMAGE.
102700
102800     IF CSR-BKE-KEYS-CHANGED
102900         MOVE "Y" TO CSR-KEY-RESET-SW
103000         MOVE "KEY FROM HISTORY" TO CSR-NOTE
103100         IF CSR-AFTER-FROM NOT = CSR-RCP-EFF-FROM-DATE
103200             MOVE CSR-AFTER-FROM TO CSR-GEN-FROM
103300             MOVE "N" TO CSR-GEN-ADD-ONLY-SW
103400             PERFORM 5500-WITHDRAW-GENERATION THRU 5500-EXIT
103500         END-IF
103600     ELSE
103700         PERFORM 5600-REDATE-GENERATION THRU 5600-EXIT
103800     END-IF.
103900
104000 5200-EXIT.
104100     EXIT.
104200
104300*****************************************************************
104400*    5300-REINSTATE-RECIPIENT
104500*    REVERSES A DELETE BY WRITING THE DIRECTORY RECORD BACK FROM
104600*    ITS BEFORE IMAGE, WITH ITS KEY TAKEN FROM THE GENERATION IT
104700*    WAS EFFECTIVE FROM.
104800*****************************************************************
104900 5300-REINSTATE-RECIPIENT.
105000
105100     MOVE CSR-BKE-BEFORE-IMAGE TO CSR-RCP-RECORD.
105200     IF CSR-RCP-CIPHER-KEY = ALL "*"
105300             OR CSR-RCP-KEYWORD = ALL "*"
105400         PERFORM 5400-TAKE-KEY-FROM-HISTORY THRU 5400-EXIT
105500         IF CSR-NOTE NOT = SPACES
105600             GO TO 5300-EXIT
105700         END-IF
105800         MOVE "KEY FROM HISTORY" TO CSR-NOTE
105900     END-IF.
106000
106100     WRITE CSR-RCP-RECORD
106200         INVALID KEY
106300             MOVE "UPDATE FAILED" TO CSR-NOTE
106400             GO TO 5300-EXIT
106500     END-WRITE.
106600     SET CSR-RESTORED TO TRUE.
106700     MOVE "A" TO CSR-JRN-ACTION.
106800     MOVE SPACES TO CSR-JRN-BEFORE-IMAGE.
106900     PERFORM 8850-PROTECT-RECIPIENT THRU 8850-EXIT.
107000     MOVE CSR-BKO-IMAGE TO CSR-JRN-AFTER-IMAGE.
107100
107200 5300-EXIT.
107300     EXIT.
107400
107500*****************************************************************
107600*    5400-TAKE-KEY-FROM-HISTORY
107700*    READS THE KEY GENERATION THE DIRECTORY RECORD IN HAND IS
107800*    EFFECTIVE FROM AND PUTS ITS KEY AND KEYWORD ON THE RECORD.
107900*    A GENERATION AN EARLIER BACKOUT WITHDREW IS IN USE AGAIN AND
108000*    IS REINSTATED. NO GENERATION LEAVES CSR-NOTE SET AND THE
108100*    RECORD NOT RESTORED.
108200*****************************************************************
108300 5400-TAKE-KEY-FROM-HISTORY.
108400
108500     IF NOT CSR-RKH-OPEN
108600         MOVE "NO KEY HISTORY" TO CSR-NOTE
108700         GO TO 5400-EXIT
108800     END-IF.
108900     IF CSR-RCP-EFF-FROM-DATE NOT NUMERIC
109000         MOVE "KEY NOT ON HISTORY" TO CSR-NOTE
109100         GO TO 5400-EXIT
109200     END-IF.
109300
109400     MOVE CSR-RCP-RECIPIENT-ID  TO CSR-RKH-RECIPIENT-ID.
109500     MOVE CSR-RCP-EFF-FROM-DATE TO CSR-RKH-EFF-FROM-DATE.
109600     READ RECIPIENT-KEYHIST
109700         INVALID KEY
109800             MOVE "KEY NOT ON HISTORY" TO CSR-NOTE
109900             GO TO 5400-EXIT
110000     END-READ.
110100     MOVE CSR-RKH-CIPHER-KEY TO CSR-RCP-CIPHER-KEY.
110200     MOVE CSR-RKH-KEYWORD    TO CSR-RCP-KEYWORD.
110300
110400     IF CSR-RKH-WITHDRAWN
110500         MOVE "N" TO CSR-RKH-WITHDRAWN-FLAG
110600         MOVE 0   TO CSR-RKH-WITHDRAWN-DATE
110700         REWRITE CSR-RKH-RECORD
110800             INVALID KEY
110900                 DISPLAY "KEY GENERATION FOR RECIPIENT "
111000                     CSR-RKH-RECIPIENT-ID " EFFECTIVE "
111100                     CSR-RKH-EFF-FROM-DATE " NOT REINSTATED"
111200         END-REWRITE
111300     END-IF.
111400
111500 5400-EXIT.
111600     EXIT.
111700
111800*****************************************************************
111900*    5500-WITHDRAW-GENERATION
112000*    FLAGS THE RECIPIENT'S KEY GENERATION EFFECTIVE FROM
112100*    CSR-GEN-FROM AS WITHDRAWN. WITH CSR-GEN-ADD-ONLY SET, ONLY A
112200*    GENERATION RECORDED BY AN ADD ON THE DAY OF THE ENTRY IS
112300*    WITHDRAWN - AN OLDER ONE ON THE SAME DATE IS KEPT.
112400*****************************************************************
112500 5500-WITHDRAW-GENERATION.
112600
112700     IF NOT CSR-RKH-OPEN OR CSR-GEN-FROM = 0
112800         GO TO 5500-EXIT
112900     END-IF.
113000
113100     MOVE CSR-BKE-KEY  TO CSR-RKH-RECIPIENT-ID.
113200     MOVE CSR-GEN-FROM TO CSR-RKH-EFF-FROM-DATE.
113300     READ RECIPIENT-KEYHIST
113400         INVALID KEY
113500             GO TO 5500-EXIT
113600     END-READ.
113700     IF CSR-RKH-WITHDRAWN
113800         GO TO 5500-EXIT
113900     END-IF.
114000     IF CSR-GEN-ADD-ONLY
114100             AND (NOT CSR-RKH-FROM-ADD
114200                  OR CSR-RKH-RECORDED-DATE NOT = CSR-BKE-DATE)
114300         GO TO 5500-EXIT
114400     END-IF.
114500
114600     MOVE "Y"          TO CSR-RKH-WITHDRAWN-FLAG.
114700     MOVE CSR-RUN-DATE TO CSR-RKH-WITHDRAWN-DATE.
114800     REWRITE CSR-RKH-RECORD
114900         INVALID KEY
115000             DISPLAY "KEY GENERATION FOR RECIPIENT "
115100                 CSR-RKH-RECIPIENT-ID " EFFECTIVE "
115200                 CSR-RKH-EFF-FROM-DATE " NOT WITHDRAWN"
115300         NOT INVALID KEY
115400             ADD 1 TO CSR-WITHDRAWN-COUNT
115500             IF CSR-NOTE = SPACES
115600                 MOVE "KEY GEN WITHDRAWN" TO CSR-NOTE
115700             END-IF
115800     END-REWRITE.
115900
116000 5500-EXIT.
116100     EXIT.
116200
116300*****************************************************************
116400*    5600-REDATE-GENERATION
116500*    A CHANGE OF DATES ONLY WAS CARRIED ONTO THE GENERATION THE
116600*    DIRECTORY RECORD CAME FROM; PUTTING THE DATES BACK CARRIES
116700*    THEM BACK THE SAME WAY, RE-KEYING THE GENERATION WHEN ITS
116800*    EFFECTIVE-FROM DATE MOVES.
116900*****************************************************************
117000 5600-REDATE-GENERATION.
117100
117200     IF NOT CSR-RKH-OPEN OR CSR-AFTER-FROM = 0
117300         GO TO 5600-EXIT
117400     END-IF.
117500     IF CSR-RCP-EFF-FROM-DATE NOT NUMERIC
117600         GO TO 5600-EXIT
117700     END-IF.
117800
117900     MOVE CSR-RCP-RECIPIENT-ID TO CSR-RKH-RECIPIENT-ID.
118000     MOVE CSR-AFTER-FROM       TO CSR-RKH-EFF-FROM-DATE.
118100     READ RECIPIENT-KEYHIST
118200         INVALID KEY
118300             GO TO 5600-EXIT
118400     END-READ.
118500     IF CSR-RKH-EFF-TO-DATE = CSR-RCP-EFF-TO-DATE
118600             AND CSR-RKH-EFF-FROM-DATE = CSR-RCP-EFF-FROM-DATE
118700         GO TO 5600-EXIT
118800     END-IF.
118900     MOVE CSR-RCP-EFF-TO-DATE TO CSR-RKH-EFF-TO-DATE.
119000     IF CSR-RCP-EFF-FROM-DATE = CSR-AFTER-FROM
119100         REWRITE CSR-RKH-RECORD
119200             INVALID KEY
119300                 DISPLAY "KEY HISTORY UPDATE FAILED FOR "
119400                     "RECIPIENT " CSR-RCP-RECIPIENT-ID
119500         END-REWRITE
119600         GO TO 5600-EXIT
119700     END-IF.
119800     DELETE RECIPIENT-KEYHIST
119900         INVALID KEY
120000             DISPLAY "KEY HISTORY UPDATE FAILED FOR RECIPIENT "
120100                 CSR-RCP-RECIPIENT-ID
120200             GO TO 5600-EXIT
120300     END-DELETE.
120400     MOVE CSR-RCP-EFF-FROM-DATE TO CSR-RKH-EFF-FROM-DATE.
120500     WRITE CSR-RKH-RECORD
120600         INVALID KEY
120700             DISPLAY "KEY HISTORY GENERATION FOR RECIPIENT "
120800                 CSR-RCP-RECIPIENT-ID " COULD NOT BE RE-DATED TO "
120900                 CSR-RCP-EFF-FROM-DATE
121000     END-WRITE.
121100
121200 5600-EXIT.
121300     EXIT.
121400
121500*****************************************************************
121600*    6000-REVERSE-OPERATOR
121700*    PUTS ONE OPERATOR RECORD BACK. THE REGISTER HOLDS NO KEYS,
121800*    SO THE IMAGES ARE THE RECORD AS IT STOOD AND THE RECORD MUST
121900*    STILL MATCH THE ENTRY'S AFTER IMAGE EXACTLY.
122000*****************************************************************
122100 6000-REVERSE-OPERATOR.
122200
122300     MOVE CSR-BKE-KEY TO CSR-OPR-OPERATOR-ID.
122400     READ OPERATOR-MASTER
122500         INVALID KEY
122600             MOVE "N" TO CSR-ON-FILE-SW
122700         NOT INVALID KEY
122800             SET CSR-ON-FILE TO TRUE
122900     END-READ.
123000
123100     IF CSR-BKE-DELETED
123200         IF CSR-ON-FILE
123300             MOVE "ALREADY ON FILE" TO CSR-NOTE
123400             GO TO 6000-EXIT
123500         END-IF
123600     ELSE
123700         IF NOT CSR-ON-FILE
123800             MOVE "NOT ON FILE" TO CSR-NOTE
123900             GO TO 6000-EXIT
124000         END-IF
124100         MOVE CSR-OPR-RECORD TO CSR-BKO-IMAGE
124200         IF CSR-BKO-IMAGE NOT = CSR-BKE-AFTER-IMAGE
124300             MOVE "CHANGED SINCE" TO CSR-NOTE
124400             GO TO 6000-EXIT
124500         END-IF
124600         MOVE CSR-BKO-IMAGE TO CSR-JRN-BEFORE-IMAGE
124700     END-IF.
124800
124900     EVALUATE TRUE
125000         WHEN CSR-BKE-ADDED
125100             DELETE OPERATOR-MASTER
125200                 INVALID KEY
125300                     MOVE "UPDATE FAILED" TO CSR-NOTE
125400                 NOT INVALID KEY
125500                     SET CSR-RESTORED TO TRUE
125600                     MOVE "D" TO CSR-JRN-ACTION
125700                     MOVE SPACES TO CSR-JRN-AFTER-IMAGE
125800             END-DELETE
125900         WHEN CSR-BKE-CHANGED
126000             MOVE CSR-BKE-BEFORE-IMAGE TO CSR-OPR-RECORD
126100             REWRITE CSR-OPR-RECORD
126200                 INVALID KEY
126300                     MOVE "UPDATE FAILED" TO CSR-NOTE
126400                 NOT INVALID KEY
126500                     SET CSR-RESTORED TO TRUE
126600                     MOVE "C" TO CSR-JRN-ACTION
126700                     MOVE CSR-OPR-RECORD TO CSR-JRN-AFTER-IMAGE
126800             END-REWRITE
126900         WHEN CSR-BKE-DELETED
127000             MOVE CSR-BKE-BEFORE-IMAGE TO CSR-OPR-RECORD
127100             WRITE CSR-OPR-RECORD
127200                 INVALID KEY
127300                     MOVE "UPDATE FAILED" TO CSR-NOTE
127400                 NOT INVALID KEY
127500                     SET CSR-RESTORED TO TRUE
127600                     MOVE "A" TO CSR-JRN-ACTION
127700                     MOVE SPACES TO CSR-JRN-BEFORE-IMAGE
127800                     MOVE CSR-OPR-RECORD TO CSR-JRN-AFTER-IMAGE
127900             END-WRITE
128000         WHEN OTHER
128100             MOVE "UNKNOWN ACTION" TO CSR-NOTE
128200     END-EVALUATE.
128300
128400 6000-EXIT.
128500     EXIT.
128600
128700*****************************************************************
128800*    8000-WRITE-DETAIL-LINE
128900*    LISTS THE ENTRY IN HAND WITH ITS OUTCOME AND NOTE. THE KEY
129000*    IS THE RECORD KEY ONLY - NO KEY VALUE IS EVER LISTED.
129100*****************************************************************
129200 8000-WRITE-DETAIL-LINE.
129300
129400     MOVE CSR-BKE-RUN-ID  TO CSR-RPT-DET-RUN-ID.
129500     MOVE CSR-BKE-SEQ     TO CSR-RPT-DET-SEQ.
129600     MOVE CSR-BKE-PROGRAM TO CSR-RPT-DET-PROGRAM.
129700     MOVE CSR-BKE-FILE    TO CSR-RPT-DET-FILE.
129800     MOVE CSR-BKE-KEY     TO CSR-RPT-DET-KEY.
129900     MOVE CSR-BKE-ACTION  TO CSR-RPT-DET-ACTION.
130000     MOVE CSR-BKE-DATE    TO CSR-RPT-DET-DATE.
130100     MOVE CSR-OUTCOME     TO CSR-RPT-DET-OUTCOME.
130200     MOVE CSR-NOTE        TO CSR-RPT-DET-NOTE.
130300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-DETAIL-LINE.
130400
130500 8000-EXIT.
130600     EXIT.
130700
130800*****************************************************************
130900*    8750-WRITE-JOURNAL-ENTRY
131000*    JOURNALS THE REVERSAL JUST APPLIED UNDER THE BACKOUT
131100*    OPERATOR, NAMING THE RUN AND SEQUENCE OF THE ENTRY IT
131200*    REVERSED. THE REVERSING PARAGRAPH HAS ALREADY SET THE ACTION
131300*    AND THE PROTECTED BEFORE AND AFTER IMAGES.
131400*****************************************************************
131500 8750-WRITE-JOURNAL-ENTRY.
131600
131700     ACCEPT CSR-JRN-DATE FROM DATE YYYYMMDD.
131800     ACCEPT CSR-JRN-TIME FROM TIME.
131900     MOVE CSR-RUN-ID          TO CSR-JRN-RUN-ID.
132000     ADD 1 TO CSR-JOURNAL-COUNT.
132100     MOVE CSR-JOURNAL-COUNT   TO CSR-JRN-SEQ.
132200     MOVE "BACKOUT"           TO CSR-JRN-PROGRAM.
132300     MOVE CSR-BKE-FILE        TO CSR-JRN-FILE.
132400     MOVE CSR-BKE-KEY         TO CSR-JRN-KEY.
132500     MOVE CSR-BKP-OPERATOR-ID TO CSR-JRN-OPERATOR.
132600     MOVE CSR-KEY-RESET-SW    TO CSR-JRN-KEY-CHANGED.
132700     MOVE CSR-BKE-RUN-ID      TO CSR-JRN-REV-RUN-ID.
132800     MOVE CSR-BKE-SEQ         TO CSR-BKE-SEQ-X.
132900     MOVE CSR-BKE-SEQ-X       TO CSR-JRN-REV-SEQ.
133000     CALL "Chgjrnl" USING CSR-JOURNAL-RECORD.
133100
133200 8750-EXIT.
133300     EXIT.
133400
133500*****************************************************************
133600*    8800-PROTECT-MESSAGE
133700*    COPIES THE MESSAGE SEGMENT IN HAND TO CSR-BKO-IMAGE WITH AN
133800*    OVERRIDE KEY OR KEYWORD THAT HOLDS A VALUE REPLACED BY
133900*    ASTERISKS, AS Msgmaint JOURNALS IT. THE RECORD ITSELF IS
134000*    LEFT AS IT WAS.
134100*****************************************************************
134200 8800-PROTECT-MESSAGE.
134300
134400     MOVE CSR-MST-OVR-CIPHER-KEY TO CSR-HOLD-KEY.
134500     MOVE CSR-MST-OVR-KEYWORD    TO CSR-HOLD-KEYWORD.
134600     IF CSR-MST-OVR-CIPHER-KEY NOT = SPACES
134700         MOVE ALL "*" TO CSR-MST-OVR-CIPHER-KEY
134800     END-IF.
134900     IF CSR-MST-OVR-KEYWORD NOT = SPACES
135000         MOVE ALL "*" TO CSR-MST-OVR-KEYWORD
135100     END-IF.
135200     MOVE CSR-MASTER-RECORD      TO CSR-BKO-IMAGE.
135300     MOVE CSR-HOLD-KEY           TO CSR-MST-OVR-CIPHER-KEY.
135400     MOVE CSR-HOLD-KEYWORD       TO CSR-MST-OVR-KEYWORD.
135500
135600 8800-EXIT.
135700     EXIT.
135800
135900*****************************************************************
136000*    8850-PROTECT-RECIPIENT
136100*    COPIES THE DIRECTORY RECORD IN HAND TO CSR-BKO-IMAGE WITH A
136200*    KEY OR KEYWORD THAT HOLDS A VALUE REPLACED BY ASTERISKS, AS
136300*    Recmaint JOURNALS IT. THE RECORD ITSELF IS LEFT AS IT WAS.
136400*****************************************************************
136500 8850-PROTECT-RECIPIENT.
136600
136700     MOVE CSR-RCP-CIPHER-KEY   TO CSR-HOLD-KEY.
136800     MOVE CSR-RCP-KEYWORD      TO CSR-HOLD-KEYWORD.
136900     IF CSR-RCP-CIPHER-KEY NOT = SPACES
137000         MOVE ALL "*" TO CSR-RCP-CIPHER-KEY
137100     END-IF.
137200     IF CSR-RCP-KEYWORD NOT = SPACES
137300         MOVE ALL "*" TO CSR-RCP-KEYWORD
137400     END-IF.
137500     MOVE CSR-RCP-RECORD       TO CSR-BKO-IMAGE.
137600     MOVE CSR-HOLD-KEY         TO CSR-RCP-CIPHER-KEY.
137700     MOVE CSR-HOLD-KEYWORD     TO CSR-RCP-KEYWORD.
137800
137900 8850-EXIT.
138000     EXIT.
138100
138200*****************************************************************
138300*    9000-TERMINATE
138400*    PRINTS THE BACKOUT TOTALS, CLOSES THE FILES AND SETS THE
138500*    RETURN CODE - 16 WHEN THE SELECTION OVERFLOWED, 8 WHEN ANY
138600*    ENTRY WAS NOT RESTORED OR THE JOURNAL WAS MISSING, 4 WHEN NO
138700*    ENTRY MATCHED THE CARD.
138800*****************************************************************
138900 9000-TERMINATE.
139000
139100     MOVE SPACES TO CSR-REPORT-RECORD.
139200     WRITE CSR-REPORT-RECORD.
139300     MOVE "JOURNAL ENTRIES READ.: " TO CSR-RPT-TOT-DESC.
139400     MOVE CSR-JOURNAL-READ-COUNT TO CSR-RPT-TOT-COUNT.
139500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
139600     MOVE "ENTRIES SELECTED.....: " TO CSR-RPT-TOT-DESC.
139700     MOVE CSR-SELECT-COUNT TO CSR-RPT-TOT-COUNT.
139800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
139900     MOVE "ENTRIES RESTORED.....: " TO CSR-RPT-TOT-DESC.
140000     MOVE CSR-RESTORE-COUNT TO CSR-RPT-TOT-COUNT.
140100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
140200     MOVE "NOT RESTORED.........: " TO CSR-RPT-TOT-DESC.
140300     MOVE CSR-NOT-RESTORED-COUNT TO CSR-RPT-TOT-COUNT.
140400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
140500     MOVE "ALREADY BACKED OUT...: " TO CSR-RPT-TOT-DESC.
140600     MOVE CSR-ALREADY-COUNT TO CSR-RPT-TOT-COUNT.
140700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
140800     MOVE "KEY GENS WITHDRAWN...: " TO CSR-RPT-TOT-DESC.
140900     MOVE CSR-WITHDRAWN-COUNT TO CSR-RPT-TOT-COUNT.
141000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
141100     MOVE "CHANGES JOURNALED....: " TO CSR-RPT-TOT-DESC.
141200     MOVE CSR-JOURNAL-COUNT TO CSR-RPT-TOT-COUNT.
141300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
141400
141500     IF CSR-MST-OPEN
141600         CLOSE MESSAGE-MASTER
141700     END-IF.
141800     IF CSR-RCP-OPEN
141900         CLOSE RECIPIENT-MASTER
142000     END-IF.
142100     IF CSR-RKH-OPEN
142200         CLOSE RECIPIENT-KEYHIST
142300     END-IF.
142400     CLOSE OPERATOR-MASTER.
142500     CLOSE BACKOUT-REPORT-FILE.
142600
142700     DISPLAY "JOURNAL ENTRIES SELECTED: " CSR-SELECT-COUNT
142800         " RESTORED: " CSR-RESTORE-COUNT
142900         " NOT RESTORED: " CSR-NOT-RESTORED-COUNT.
143000     EVALUATE TRUE
143100         WHEN CSR-TABLE-OVERFLOW
143200             MOVE 16 TO RETURN-CODE
143300         WHEN CSR-NOT-RESTORED-COUNT > 0
143400             MOVE 8 TO RETURN-CODE
143500         WHEN NOT CSR-JOURNAL-OPEN
143600             MOVE 8 TO RETURN-CODE
143700         WHEN CSR-SELECT-COUNT = 0
143800             MOVE 4 TO RETURN-CODE
143900         WHEN OTHER
144000             CONTINUE
144100     END-EVALUATE.
144200
144300 9000-EXIT.
144400     EXIT.
144500
144600 END PROGRAM Backout.
