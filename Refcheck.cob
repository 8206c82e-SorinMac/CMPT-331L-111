000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Refcheck
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: REFERENTIAL INTEGRITY SWEEP. READS THE MASTER
000900*                   FILES AND THE FILES THAT POINT INTO THEM AND
001000*                   REPORTS, BY CATEGORY, EVERY REFERENCE THAT NO
001100*                   LONGER HOLDS:
001200*                     - MESSAGES NAMING A RECIPIENT ID NO LONGER
001300*                       ON RECIPIENT-MASTER
001400*                     - UNSENT MESSAGES WHOSE RECIPIENT ASSIGNMENT
001500*                       HAS ALREADY ENDED, OR ENDS BEFORE THE SEND
001600*                       DATE (RUN DATE PLUS THE LOOK-AHEAD DAYS ON
001700*                       THE REFCHECK-PARM CARD). THE ASSIGNMENT IS
001800*                       THE ONE Ceaser WOULD USE - THE KEY HISTORY
001900*                       GENERATION IN EFFECT ON THE DATE WHEN ONE
002000*                       IS ON FILE, ELSE THE DIRECTORY RECORD - SO
002100*                       A SCHEDULED SUCCESSOR KEY COUNTS AS COVER
002200*                     - SEGMENT CHAINS WITH A GAP, OUT OF ORDER OR
002300*                       RUNNING ON PAST A SEGMENT NOT FLAGGED
002400*                       CONTINUED
002500*                     - CONTINUED FLAGS POINTING AT A SEGMENT THAT
002600*                       IS NOT ON FILE
002700*                     - SUSPENSE ITEMS WHOSE MESSAGE ID HAS SINCE
002800*                       BEEN ADDED TO MESSAGE-MASTER
002900*                     - CIPHERLOG OPERATORS NOT ON OPERATOR-MASTER
003000*                   NOTHING IS CHANGED ON ANY FILE. ENDS WITH
003100*                   RETURN-CODE 8 WHEN ANY EXCEPTION IS FOUND OR A
003200*                   MASTER FILE NEEDED FOR THE CHECKS COULD NOT BE
003300*                   OPENED.
003400*    MODIFICATION HISTORY
003500*    DATE.......  INIT  DESCRIPTION
003600*    ----------  ----  -------------------------------------------
003700*    2026-10-15  SM    ORIGINAL PROGRAM.
003800*****************************************************************
003900 PROGRAM-ID. Refcheck.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT REFCHECK-PARM-FILE ASSIGN TO "REFCHECK-PARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CSR-RFP-FILE-STATUS.
004700
004800     SELECT MESSAGE-MASTER ASSIGN TO "MESSAGE-MASTER"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CSR-MST-KEY
005200         FILE STATUS IS CSR-MST-FILE-STATUS.
005300
005400     SELECT RECIPIENT-MASTER ASSIGN TO "RECIPIENT-MASTER"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CSR-RCP-RECIPIENT-ID
005800         FILE STATUS IS CSR-RCP-FILE-STATUS.
005900
006000     SELECT RECIPIENT-KEYHIST ASSIGN TO "RECIPIENT-KEYHIST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CSR-RKH-KEY
006400         FILE STATUS IS CSR-RKH-FILE-STATUS.
006500
006600     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS CSR-OPR-OPERATOR-ID
007000         FILE STATUS IS CSR-OPR-FILE-STATUS.
007100
007200     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CSR-SUSP-FILE-STATUS.
007500
007600     SELECT CIPHERLOG-FILE ASSIGN TO "CIPHERLOG"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CSR-CLOG-FILE-STATUS.
007900
008000     SELECT REFCHECK-REPORT-FILE ASSIGN TO "REFCHECK-REPORT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CSR-RPT-FILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  REFCHECK-PARM-FILE
008700     RECORDING MODE IS F.
008800 COPY "rfcparm.cpy".
008900
009000 FD  MESSAGE-MASTER
009100     RECORDING MODE IS F.
009200 COPY "msgmst.cpy".
009300
009400 FD  RECIPIENT-MASTER
009500     RECORDING MODE IS F.
009600 COPY "recipmst.cpy".
009700
009800 FD  RECIPIENT-KEYHIST
009900     RECORDING MODE IS F.
010000 COPY "rcpkhist.cpy".
010100
010200 FD  OPERATOR-MASTER
010300     RECORDING MODE IS F.
010400 COPY "opermst.cpy".
010500
010600 FD  SUSPENSE-FILE
010700     RECORDING MODE IS F.
010800 COPY "susprec.cpy".
010900
011000 FD  CIPHERLOG-FILE
011100     RECORDING MODE IS F.
011200 COPY "ciphlog.cpy".
011300
011400 FD  REFCHECK-REPORT-FILE
011500     RECORDING MODE IS F.
011600 01  CSR-REPORT-RECORD               PIC X(132).
011700
011800 WORKING-STORAGE SECTION.
011900*****************************************************************
012000*    SWITCHES
012100*****************************************************************
012200 01  CSR-SWITCHES.
012300     05  CSR-MST-EOF-SW              PIC X(01) VALUE "N".
012400         88  CSR-MST-EOF             VALUE "Y".
012500     05  CSR-SUSP-EOF-SW             PIC X(01) VALUE "N".
012600         88  CSR-SUSP-EOF            VALUE "Y".
012700     05  CSR-CIPHERLOG-EOF-SW        PIC X(01) VALUE "N".
012800         88  CSR-CIPHERLOG-EOF       VALUE "Y".
012900     05  CSR-RKH-END-SW              PIC X(01) VALUE "N".
013000         88  CSR-RKH-END             VALUE "Y".
013100     05  CSR-RFP-FILE-STATUS         PIC X(02) VALUE "00".
013200     05  CSR-MST-FILE-STATUS         PIC X(02) VALUE "00".
013300     05  CSR-RCP-FILE-STATUS         PIC X(02) VALUE "00".
013400     05  CSR-RKH-FILE-STATUS         PIC X(02) VALUE "00".
013500     05  CSR-OPR-FILE-STATUS         PIC X(02) VALUE "00".
013600     05  CSR-SUSP-FILE-STATUS        PIC X(02) VALUE "00".
013700     05  CSR-CLOG-FILE-STATUS        PIC X(02) VALUE "00".
013800     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
013900     05  CSR-RFP-READ-SW             PIC X(01) VALUE "N".
014000         88  CSR-RFP-WAS-READ        VALUE "Y".
014100     05  CSR-MST-OPEN-SW             PIC X(01) VALUE "N".
014200         88  CSR-MST-FILE-OPEN       VALUE "Y".
014300     05  CSR-RCP-OPEN-SW             PIC X(01) VALUE "N".
014400         88  CSR-RCP-DIR-OPEN        VALUE "Y".
014500     05  CSR-RKH-OPEN-SW             PIC X(01) VALUE "N".
014600         88  CSR-RKH-HIST-OPEN       VALUE "Y".
014700     05  CSR-OPR-OPEN-SW             PIC X(01) VALUE "N".
014800         88  CSR-OPR-REG-OPEN        VALUE "Y".
014900     05  CSR-SUSP-OPEN-SW            PIC X(01) VALUE "N".
015000         88  CSR-SUSP-FILE-OPEN      VALUE "Y".
015100     05  CSR-CLOG-OPEN-SW            PIC X(01) VALUE "N".
015200         88  CSR-CLOG-FILE-OPEN      VALUE "Y".
015300     05  CSR-ASG-ENDED-SW            PIC X(01) VALUE "N".
015400         88  CSR-ASG-ENDED           VALUE "Y".
015500
015600*****************************************************************
015700*    WORKING FIELDS
015800*****************************************************************
015900 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
016000 77  CSR-SEND-DATE                   PIC 9(08) VALUE 0.
016100 77  CSR-LOOKAHEAD-DAYS              PIC 9(03) VALUE 1.
016200 77  CSR-RUN-INT                     PIC 9(07) VALUE 0.
016300 77  CSR-SEG-READ-COUNT              PIC 9(07) VALUE 0.
016400 77  CSR-MSG-CHECKED-COUNT           PIC 9(07) VALUE 0.
016500 77  CSR-SUSP-READ-COUNT             PIC 9(07) VALUE 0.
016600 77  CSR-CLOG-READ-COUNT             PIC 9(07) VALUE 0.
016700 77  CSR-EXCEPTION-TOTAL             PIC 9(07) VALUE 0.
016800 77  CSR-EXC-NOT-LISTED              PIC 9(05) VALUE 0.
016900 77  CSR-UNAVAIL-COUNT               PIC 9(02) VALUE 0.
017000 77  CSR-CAT-SUB                     PIC 9(02) VALUE 0.
017100 77  CSR-SUSP-LAST-MSG-ID            PIC X(10) VALUE SPACES.
017200 77  CSR-EDIT-SEQ                    PIC 9(02) VALUE 0.
017300 77  CSR-EDIT-COUNT                  PIC ZZ,ZZ9.
017400
017500*****************************************************************
017600*    THE MESSAGE IN HAND DURING THE MASTER SWEEP - ITS ID, THE
017700*    RECIPIENT NAMED ON ITS SEGMENTS, WHETHER ANY SEGMENT IS
017800*    STILL UNSENT, AND HOW FAR ITS SEGMENT CHAIN HAS GOT.
017900*****************************************************************
018000 01  CSR-GRP-MESSAGE.
018100     05  CSR-GRP-ACTIVE-SW           PIC X(01) VALUE "N".
018200         88  CSR-GRP-ACTIVE          VALUE "Y".
018300     05  CSR-GRP-MSG-ID              PIC X(10) VALUE SPACES.
018400     05  CSR-GRP-RECIPIENT-ID        PIC X(08) VALUE SPACES.
018500     05  CSR-GRP-UNSENT-SW           PIC X(01) VALUE "N".
018600         88  CSR-GRP-UNSENT          VALUE "Y".
018700     05  CSR-GRP-EXPECT-SEQ          PIC 9(03) VALUE 0.
018800     05  CSR-GRP-LAST-SEQ            PIC 9(02) VALUE 0.
018900     05  CSR-GRP-PREV-CONT           PIC X(01) VALUE SPACES.
019000
019100*****************************************************************
019200*    THE RECIPIENT ASSIGNMENT IN EFFECT ON CSR-ASG-DATE - THE
019300*    DIRECTORY RECORD'S END DATE, REPLACED BY THAT OF THE LATEST
019400*    KEY HISTORY GENERATION (NOT WITHDRAWN) IN EFFECT BY THEN.
019500*****************************************************************
019600 01  CSR-ASSIGNMENT.
019700     05  CSR-ASG-DATE                PIC 9(08) VALUE 0.
019800     05  CSR-ASG-EFF-TO              PIC X(08) VALUE SPACES.
019900     05  CSR-ASG-EFF-TO-NUM REDEFINES CSR-ASG-EFF-TO
020000                                     PIC 9(08).
020100
020200*****************************************************************
020300*    EXCEPTION CATEGORIES - TITLES AND COUNTS, IN REPORT ORDER.
020400*****************************************************************
020500 01  CSR-CAT-TITLES.
020600     05  FILLER                      PIC X(44) VALUE
020700         "RECIPIENT NOT ON RECIPIENT-MASTER".
020800     05  FILLER                      PIC X(44) VALUE
020900         "UNSENT - RECIPIENT ASSIGNMENT HAS ENDED".
021000     05  FILLER                      PIC X(44) VALUE
021100         "UNSENT - ASSIGNMENT ENDS BEFORE SEND DATE".
021200     05  FILLER                      PIC X(44) VALUE
021300         "SEGMENT CHAIN GAP OR OUT OF ORDER".
021400     05  FILLER                      PIC X(44) VALUE
021500         "CONTINUED FLAG TO A MISSING SEGMENT".
021600     05  FILLER                      PIC X(44) VALUE
021700         "SUSPENSE ITEM NOW ON MESSAGE-MASTER".
021800     05  FILLER                      PIC X(44) VALUE
021900         "CIPHERLOG OPERATOR NOT ON OPERATOR-MASTER".
022000 01  CSR-CAT-TITLE-TABLE REDEFINES CSR-CAT-TITLES.
022100     05  CSR-CAT-TITLE               PIC X(44) OCCURS 7 TIMES.
022200
022300 01  CSR-CAT-COUNTS.
022400     05  CSR-CAT-COUNT               PIC 9(05) OCCURS 7 TIMES.
022500
022600*****************************************************************
022700*    EXCEPTION TABLE - EVERY EXCEPTION FOUND, IN THE ORDER FOUND,
022800*    PRINTED CATEGORY BY CATEGORY. CSR-NEW-EXCEPTION IS BUILT BY
022900*    EACH CHECK AND ADDED THROUGH 8000-ADD-EXCEPTION.
023000*****************************************************************
023100 01  CSR-NEW-EXCEPTION.
023200     05  CSR-NEW-CATEGORY            PIC 9(01).
023300     05  CSR-NEW-KEY                 PIC X(12).
023400     05  CSR-NEW-DETAIL              PIC X(70).
023500
023600 77  CSR-EXC-COUNT                   PIC 9(04) VALUE 0.
023700 01  CSR-EXC-TABLE.
023800     05  CSR-EXC-ENTRY OCCURS 2000 TIMES
023900                       INDEXED BY CSR-EXC-IDX.
024000         10  CSR-EXC-CATEGORY        PIC 9(01).
024100         10  CSR-EXC-KEY             PIC X(12).
024200         10  CSR-EXC-DETAIL          PIC X(70).
024300
024400*****************************************************************
024500*    CIPHERLOG OPERATOR TABLE - ONE ROW PER OPERATOR ID SEEN ON
024600*    THE CIPHERLOG, WITH ITS ENTRY COUNT AND DATE RANGE.
024700*****************************************************************
024800 77  CSR-COP-COUNT                   PIC 9(04) VALUE 0.
024900 01  CSR-COP-TABLE.
025000     05  CSR-COP-ENTRY OCCURS 500 TIMES
025100                       INDEXED BY CSR-COP-IDX.
025200         10  CSR-COP-OPERATOR        PIC X(08).
025300         10  CSR-COP-ENTRIES         PIC 9(05).
025400         10  CSR-COP-FIRST-DATE      PIC 9(08).
025500         10  CSR-COP-LAST-DATE       PIC 9(08).
025600
025700*****************************************************************
025800*    REPORT LINE LAYOUTS
025900*****************************************************************
026000 01  CSR-RPT-HEADER-1.
026100     05  FILLER                      PIC X(29) VALUE
026200         "REFERENTIAL INTEGRITY SWEEP  ".
026300     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
026400     05  CSR-RPT-HDR-DATE            PIC 9(08).
026500     05  FILLER                      PIC X(12) VALUE
026600         "  SEND DATE ".
026700     05  CSR-RPT-HDR-SEND            PIC 9(08).
026800     05  FILLER                      PIC X(13) VALUE
026900         "  LOOK-AHEAD ".
027000     05  CSR-RPT-HDR-LOOKAHEAD       PIC ZZ9.
027100     05  FILLER                      PIC X(05) VALUE " DAYS".
027200     05  FILLER                      PIC X(45) VALUE SPACES.
027300
027400 01  CSR-RPT-CAT-LINE.
027500     05  CSR-RPT-CAT-TITLE           PIC X(44).
027600     05  CSR-RPT-CAT-COUNT           PIC ZZ,ZZ9.
027700     05  FILLER                      PIC X(07) VALUE " FOUND".
027800     05  FILLER                      PIC X(75) VALUE SPACES.
027900
028000 01  CSR-RPT-EXC-LINE.
028100     05  FILLER                      PIC X(04) VALUE SPACES.
028200     05  CSR-RPT-EXC-KEY             PIC X(12).
028300     05  FILLER                      PIC X(02) VALUE SPACES.
028400     05  CSR-RPT-EXC-DETAIL          PIC X(70).
028500     05  FILLER                      PIC X(44) VALUE SPACES.
028600
028700 01  CSR-RPT-TOTAL-LINE.
028800     05  FILLER                      PIC X(02) VALUE SPACES.
028900     05  CSR-RPT-TOT-DESC            PIC X(24).
029000     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
029100     05  FILLER                      PIC X(97) VALUE SPACES.
029200
029300 PROCEDURE DIVISION.
029400*****************************************************************
029500*    0000-MAINLINE
029600*****************************************************************
029700 0000-MAINLINE.
029800
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000
030100     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
030200         UNTIL CSR-MST-EOF.
030300     IF CSR-GRP-ACTIVE
030400         PERFORM 2500-CLOSE-MESSAGE THRU 2500-EXIT
030500     END-IF.
030600
030700     PERFORM 3000-CHECK-SUSPENSE THRU 3000-EXIT
030800         UNTIL CSR-SUSP-EOF.
030900
031000     PERFORM 4000-TALLY-CIPHERLOG THRU 4000-EXIT
031100         UNTIL CSR-CIPHERLOG-EOF.
031200     PERFORM 4500-CHECK-CIPHERLOG-OPERATOR THRU 4500-EXIT
031300         VARYING CSR-COP-IDX FROM 1 BY 1
031400            UNTIL CSR-COP-IDX > CSR-COP-COUNT.
031500
031600     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
031700
031800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031900
032000     STOP RUN.
032100
032200*****************************************************************
032300*    1000-INITIALIZE
032400*    READS THE REFCHECK-PARM CARD FOR THE LOOK-AHEAD DAYS AND
032500*    WORKS OUT THE SEND DATE, THEN OPENS EVERY FILE FOR INPUT.
032600*    A MASTER FILE THAT CANNOT BE OPENED SKIPS THE CHECKS THAT
032700*    NEED IT AND IS LISTED ON THE REPORT. A MISSING KEY HISTORY
032800*    LEAVES THE DIRECTORY RECORD AS THE ONLY ASSIGNMENT, AS IN
032900*    Ceaser. A MISSING SUSPENSE FILE OR CIPHERLOG SIMPLY HAS
033000*    NOTHING TO CHECK.
033100*****************************************************************
033200 1000-INITIALIZE.
033300
033400     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
033500     INITIALIZE CSR-CAT-COUNTS.
033600
033700     INITIALIZE CSR-RFP-PARM-RECORD.
033800     OPEN INPUT REFCHECK-PARM-FILE.
033900     IF CSR-RFP-FILE-STATUS = "00"
034000         READ REFCHECK-PARM-FILE
034100             AT END
034200                 DISPLAY "REFCHECK-PARM FILE EMPTY - USING "
034300                     "DEFAULT LOOK-AHEAD"
034400             NOT AT END
034500                 SET CSR-RFP-WAS-READ TO TRUE
034600         END-READ
034700         CLOSE REFCHECK-PARM-FILE
034800     ELSE
034900         DISPLAY "REFCHECK-PARM FILE NOT FOUND (STATUS "
035000             CSR-RFP-FILE-STATUS ") - USING DEFAULT LOOK-AHEAD"
035100     END-IF.
035200     IF CSR-RFP-WAS-READ
035300         IF CSR-RFP-LOOKAHEAD-DAYS NUMERIC
035400             MOVE CSR-RFP-LOOKAHEAD-DAYS TO CSR-LOOKAHEAD-DAYS
035500         ELSE
035600             DISPLAY "REFCHECK-PARM LOOK-AHEAD DAYS INVALID - "
035700                 "USING DEFAULT"
035800         END-IF
035900     END-IF.
036000     COMPUTE CSR-RUN-INT = FUNCTION INTEGER-OF-DATE
036100         (CSR-RUN-DATE).
036200     COMPUTE CSR-SEND-DATE = FUNCTION DATE-OF-INTEGER
036300         (CSR-RUN-INT + CSR-LOOKAHEAD-DAYS).
036400     DISPLAY "LOOK-AHEAD: " CSR-LOOKAHEAD-DAYS " DAYS  "
036500         "SEND DATE: " CSR-SEND-DATE.
036600
036700     OPEN INPUT MESSAGE-MASTER.
036800     IF CSR-MST-FILE-STATUS = "00"
036900         SET CSR-MST-FILE-OPEN TO TRUE
037000         PERFORM 2900-READ-MASTER THRU 2900-EXIT
037100     ELSE
037200         DISPLAY "MESSAGE-MASTER NOT AVAILABLE (STATUS "
037300             CSR-MST-FILE-STATUS ") - NO MESSAGE OR SUSPENSE "
037400             "CHECKS"
037500         ADD 1 TO CSR-UNAVAIL-COUNT
037600         SET CSR-MST-EOF TO TRUE
037700     END-IF.
037800
037900     OPEN INPUT RECIPIENT-MASTER.
038000     IF CSR-RCP-FILE-STATUS = "00"
038100         SET CSR-RCP-DIR-OPEN TO TRUE
038200     ELSE
038300         DISPLAY "RECIPIENT-MASTER NOT AVAILABLE (STATUS "
038400             CSR-RCP-FILE-STATUS ") - NO RECIPIENT CHECKS"
038500         ADD 1 TO CSR-UNAVAIL-COUNT
038600     END-IF.
038700
038800     OPEN INPUT RECIPIENT-KEYHIST.
038900     IF CSR-RKH-FILE-STATUS = "00"
039000         SET CSR-RKH-HIST-OPEN TO TRUE
039100     ELSE
039200         DISPLAY "RECIPIENT-KEYHIST NOT AVAILABLE (STATUS "
039300             CSR-RKH-FILE-STATUS ") - DIRECTORY DATES ONLY"
039400     END-IF.
039500
039600     OPEN INPUT OPERATOR-MASTER.
039700     IF CSR-OPR-FILE-STATUS = "00"
039800         SET CSR-OPR-REG-OPEN TO TRUE
039900     ELSE
040000         DISPLAY "OPERATOR-MASTER NOT AVAILABLE (STATUS "
040100             CSR-OPR-FILE-STATUS ") - NO CIPHERLOG CHECKS"
040200         ADD 1 TO CSR-UNAVAIL-COUNT
040300     END-IF.
040400
040500     OPEN INPUT SUSPENSE-FILE.
040600     IF CSR-SUSP-FILE-STATUS = "00"
040700         SET CSR-SUSP-FILE-OPEN TO TRUE
040800         PERFORM 3900-READ-SUSPENSE THRU 3900-EXIT
040900     ELSE
041000         DISPLAY "SUSPENSE FILE NOT FOUND (STATUS "
041100             CSR-SUSP-FILE-STATUS ") - NO ITEMS TO CHECK"
041200         SET CSR-SUSP-EOF TO TRUE
041300     END-IF.
041400
041500     OPEN INPUT CIPHERLOG-FILE.
041600     IF CSR-CLOG-FILE-STATUS = "00"
041700         SET CSR-CLOG-FILE-OPEN TO TRUE
041800         PERFORM 4900-READ-CIPHERLOG THRU 4900-EXIT
041900     ELSE
042000         DISPLAY "CIPHERLOG FILE NOT FOUND (STATUS "
042100             CSR-CLOG-FILE-STATUS ") - NO RUNS TO CHECK"
042200         SET CSR-CIPHERLOG-EOF TO TRUE
042300     END-IF.
042400
042500     OPEN OUTPUT REFCHECK-REPORT-FILE.
042600
042700 1000-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*    2000-SWEEP-MASTER
043200*    TAKES ONE MESSAGE-MASTER SEGMENT IN KEY ORDER. A NEW MESSAGE
043300*    ID FINISHES THE CHECKS ON THE MESSAGE BEFORE IT AND STARTS A
043400*    NEW ONE; EVERY SEGMENT IS THEN CHECKED AGAINST THE CHAIN SO
043500*    FAR. READS THE NEXT SEGMENT.
043600*****************************************************************
043700 2000-SWEEP-MASTER.
043800
043900     ADD 1 TO CSR-SEG-READ-COUNT.
044000     IF NOT CSR-GRP-ACTIVE
044100             OR CSR-MST-MSG-ID NOT = CSR-GRP-MSG-ID
044200         IF CSR-GRP-ACTIVE
044300             PERFORM 2500-CLOSE-MESSAGE THRU 2500-EXIT
044400         END-IF
044500         PERFORM 2100-START-MESSAGE THRU 2100-EXIT
044600     END-IF.
044700     PERFORM 2200-CHECK-SEGMENT THRU 2200-EXIT.
044800
044900     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
045000
045100 2000-EXIT.
045200     EXIT.
045300
045400*****************************************************************
045500*    2100-START-MESSAGE
045600*    SETS UP THE MESSAGE IN HAND FOR THE SEGMENT JUST READ. THE
045700*    CHAIN EXPECTS SEGMENT 01 FIRST.
045800*****************************************************************
045900 2100-START-MESSAGE.
046000
046100     ADD 1 TO CSR-MSG-CHECKED-COUNT.
046200     SET CSR-GRP-ACTIVE TO TRUE.
046300     MOVE CSR-MST-MSG-ID TO CSR-GRP-MSG-ID.
046400     MOVE SPACES TO CSR-GRP-RECIPIENT-ID.
046500     MOVE "N" TO CSR-GRP-UNSENT-SW.
046600     MOVE 1 TO CSR-GRP-EXPECT-SEQ.
046700     MOVE 0 TO CSR-GRP-LAST-SEQ.
046800     MOVE "Y" TO CSR-GRP-PREV-CONT.
046900
047000 2100-EXIT.
047100     EXIT.
047200
047300*****************************************************************
047400*    2200-CHECK-SEGMENT
047500*    NOTES THE SEGMENT'S RECIPIENT AND SENT STATE AGAINST THE
047600*    MESSAGE, AND CHECKS IT IS THE SEGMENT THE CHAIN EXPECTS -
047700*    THE ONE AFTER THE LAST, WHICH MUST HAVE BEEN FLAGGED
047800*    CONTINUED. THE CHAIN CARRIES ON FROM THE SEGMENT ACTUALLY
047900*    FOUND, SO ONE GAP IS REPORTED ONCE.
048000*****************************************************************
048100 2200-CHECK-SEGMENT.
048200
048300     IF NOT CSR-MST-SENT
048400         SET CSR-GRP-UNSENT TO TRUE
048500     END-IF.
048600     IF CSR-GRP-RECIPIENT-ID = SPACES
048700         MOVE CSR-MST-RECIPIENT-ID TO CSR-GRP-RECIPIENT-ID
048800     END-IF.
048900
049000     MOVE 4 TO CSR-NEW-CATEGORY.
049100     MOVE CSR-MST-MSG-ID TO CSR-NEW-KEY.
049200     MOVE SPACES TO CSR-NEW-DETAIL.
049300     EVALUATE TRUE
049400         WHEN CSR-MST-SEGMENT-SEQ NOT = CSR-GRP-EXPECT-SEQ
049500             MOVE CSR-GRP-EXPECT-SEQ TO CSR-EDIT-SEQ
049600             STRING "SEGMENT " DELIMITED BY SIZE
049700                    CSR-MST-SEGMENT-SEQ DELIMITED BY SIZE
049800                    " FOUND WHERE SEGMENT " DELIMITED BY SIZE
049900                    CSR-EDIT-SEQ DELIMITED BY SIZE
050000                    " WAS EXPECTED" DELIMITED BY SIZE
050100                 INTO CSR-NEW-DETAIL
050200             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
050300         WHEN CSR-GRP-PREV-CONT NOT = "Y"
050400             STRING "SEGMENT " DELIMITED BY SIZE
050500                    CSR-MST-SEGMENT-SEQ DELIMITED BY SIZE
050600                    " FOLLOWS SEGMENT " DELIMITED BY SIZE
050700                    CSR-GRP-LAST-SEQ DELIMITED BY SIZE
050800                    ", WHICH IS NOT FLAGGED CONTINUED"
050900                        DELIMITED BY SIZE
051000                 INTO CSR-NEW-DETAIL
051100             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
051200         WHEN OTHER
051300             CONTINUE
051400     END-EVALUATE.
051500
051600     COMPUTE CSR-GRP-EXPECT-SEQ = CSR-MST-SEGMENT-SEQ + 1.
051700     MOVE CSR-MST-SEGMENT-SEQ TO CSR-GRP-LAST-SEQ.
051800     MOVE CSR-MST-CONTINUED-FLAG TO CSR-GRP-PREV-CONT.
051900
052000 2200-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*    2500-CLOSE-MESSAGE
052500*    FINISHES THE MESSAGE IN HAND ONCE ITS LAST SEGMENT IS READ -
052600*    A LAST SEGMENT STILL FLAGGED CONTINUED POINTS AT A SEGMENT
052700*    THAT IS NOT ON FILE - THEN CHECKS ITS RECIPIENT.
052800*****************************************************************
052900 2500-CLOSE-MESSAGE.
053000
053100     IF CSR-GRP-PREV-CONT = "Y"
053200         MOVE 5 TO CSR-NEW-CATEGORY
053300         MOVE CSR-GRP-MSG-ID TO CSR-NEW-KEY
053400         MOVE SPACES TO CSR-NEW-DETAIL
053500         MOVE CSR-GRP-EXPECT-SEQ TO CSR-EDIT-SEQ
053600         STRING "SEGMENT " DELIMITED BY SIZE
053700                CSR-GRP-LAST-SEQ DELIMITED BY SIZE
053800                " FLAGGED CONTINUED, SEGMENT " DELIMITED BY SIZE
053900                CSR-EDIT-SEQ DELIMITED BY SIZE
054000                " NOT ON FILE" DELIMITED BY SIZE
054100             INTO CSR-NEW-DETAIL
054200         PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
054300     END-IF.
054400
054500     PERFORM 2600-CHECK-RECIPIENT THRU 2600-EXIT.
054600     MOVE "N" TO CSR-GRP-ACTIVE-SW.
054700
054800 2500-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200*    2600-CHECK-RECIPIENT
055300*    A MESSAGE NAMING A RECIPIENT NOT ON THE DIRECTORY IS AN
055400*    EXCEPTION WHETHER SENT OR NOT. FOR AN UNSENT MESSAGE THE
055500*    ASSIGNMENT IN EFFECT TODAY MUST NOT HAVE ENDED, AND THE ONE
055600*    IN EFFECT ON THE SEND DATE MUST NOT END BEFORE IT. A MESSAGE
055700*    WITH NO RECIPIENT USES THE OVERRIDE OR CONTROL-CARD KEY AND
055800*    HAS NOTHING TO CHECK.
055900*****************************************************************
056000 2600-CHECK-RECIPIENT.
056100
056200     IF CSR-GRP-RECIPIENT-ID = SPACES OR NOT CSR-RCP-DIR-OPEN
056300         GO TO 2600-EXIT
056400     END-IF.
056500
056600     MOVE CSR-GRP-MSG-ID TO CSR-NEW-KEY.
056700     MOVE SPACES TO CSR-NEW-DETAIL.
056800     MOVE CSR-GRP-RECIPIENT-ID TO CSR-RCP-RECIPIENT-ID.
056900     READ RECIPIENT-MASTER
057000         INVALID KEY
057100             MOVE 1 TO CSR-NEW-CATEGORY
057200             IF CSR-GRP-UNSENT
057300                 STRING "RECIPIENT " DELIMITED BY SIZE
057400                        CSR-GRP-RECIPIENT-ID DELIMITED BY SIZE
057500                        " NOT ON FILE - MESSAGE UNSENT"
057600                            DELIMITED BY SIZE
057700                     INTO CSR-NEW-DETAIL
057800             ELSE
057900                 STRING "RECIPIENT " DELIMITED BY SIZE
058000                        CSR-GRP-RECIPIENT-ID DELIMITED BY SIZE
058100                        " NOT ON FILE - MESSAGE SENT"
058200                            DELIMITED BY SIZE
058300                     INTO CSR-NEW-DETAIL
058400             END-IF
058500             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
058600             GO TO 2600-EXIT
058700     END-READ.
058800     IF NOT CSR-GRP-UNSENT
058900         GO TO 2600-EXIT
059000     END-IF.
059100
059200     MOVE CSR-RUN-DATE TO CSR-ASG-DATE.
059300     PERFORM 2700-RESOLVE-ASSIGNMENT THRU 2700-EXIT.
059400     IF CSR-ASG-ENDED
059500         MOVE 2 TO CSR-NEW-CATEGORY
059600         STRING "RECIPIENT " DELIMITED BY SIZE
059700                CSR-GRP-RECIPIENT-ID DELIMITED BY SIZE
059800                " ASSIGNMENT ENDED " DELIMITED BY SIZE
059900                CSR-ASG-EFF-TO DELIMITED BY SIZE
060000             INTO CSR-NEW-DETAIL
060100         PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
060200         GO TO 2600-EXIT
060300     END-IF.
060400
060500     MOVE CSR-SEND-DATE TO CSR-ASG-DATE.
060600     PERFORM 2700-RESOLVE-ASSIGNMENT THRU 2700-EXIT.
060700     IF CSR-ASG-ENDED
060800         MOVE 3 TO CSR-NEW-CATEGORY
060900         STRING "RECIPIENT " DELIMITED BY SIZE
061000                CSR-GRP-RECIPIENT-ID DELIMITED BY SIZE
061100                " ASSIGNMENT ENDS " DELIMITED BY SIZE
061200                CSR-ASG-EFF-TO DELIMITED BY SIZE
061300                ", SEND DATE " DELIMITED BY SIZE
061400                CSR-SEND-DATE DELIMITED BY SIZE
061500             INTO CSR-NEW-DETAIL
061600         PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
061700     END-IF.
061800
061900 2600-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300*    2700-RESOLVE-ASSIGNMENT
062400*    FINDS THE END DATE OF THE ASSIGNMENT IN EFFECT ON
062500*    CSR-ASG-DATE FOR THE DIRECTORY RECORD IN HAND, THE SAME WAY
062600*    Ceaser RESOLVES A RECIPIENT, AND SETS CSR-ASG-ENDED WHEN
062700*    THAT DATE IS SET AND FALLS BEFORE CSR-ASG-DATE.
062800*****************************************************************
062900 2700-RESOLVE-ASSIGNMENT.
063000
063100     MOVE CSR-RCP-EFF-TO-DATE TO CSR-ASG-EFF-TO.
063200     IF CSR-RKH-HIST-OPEN
063300         PERFORM 2710-FIND-GENERATION THRU 2710-EXIT
063400     END-IF.
063500
063600     MOVE "N" TO CSR-ASG-ENDED-SW.
063700     IF CSR-ASG-EFF-TO NUMERIC
063800             AND CSR-ASG-EFF-TO-NUM > 0
063900             AND CSR-ASG-DATE > CSR-ASG-EFF-TO-NUM
064000         SET CSR-ASG-ENDED TO TRUE
064100     END-IF.
064200
064300 2700-EXIT.
064400     EXIT.
064500
064600*****************************************************************
064700*    2710-FIND-GENERATION
064800*    READS THE RECIPIENT'S KEY HISTORY FROM ITS FIRST GENERATION
064900*    UP TO CSR-ASG-DATE, TAKING THE END DATE OF EACH GENERATION
065000*    IN TURN, SO THE LAST ONE TAKEN IS THE ONE IN EFFECT.
065100*****************************************************************
065200 2710-FIND-GENERATION.
065300
065400     MOVE "N" TO CSR-RKH-END-SW.
065500     MOVE CSR-RCP-RECIPIENT-ID TO CSR-RKH-RECIPIENT-ID.
065600     MOVE 0 TO CSR-RKH-EFF-FROM-DATE.
065700     START RECIPIENT-KEYHIST KEY >= CSR-RKH-KEY
065800         INVALID KEY
065900             GO TO 2710-EXIT
066000     END-START.
066100     PERFORM 2750-READ-ONE-GENERATION THRU 2750-EXIT
066200         UNTIL CSR-RKH-END.
066300
066400 2710-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800*    2750-READ-ONE-GENERATION
066900*    READS THE NEXT GENERATION. ONE FOR ANOTHER RECIPIENT, OR ONE
067000*    NOT YET IN EFFECT ON CSR-ASG-DATE, ENDS THE SEARCH. A
067100*    GENERATION WITHDRAWN BY Backout IS PASSED OVER.
067200*****************************************************************
067300 2750-READ-ONE-GENERATION.
067400
067500     READ RECIPIENT-KEYHIST NEXT
067600         AT END
067700             SET CSR-RKH-END TO TRUE
067800             GO TO 2750-EXIT
067900     END-READ.
068000     IF CSR-RKH-RECIPIENT-ID NOT = CSR-RCP-RECIPIENT-ID
068100             OR CSR-RKH-EFF-FROM-DATE > CSR-ASG-DATE
068200         SET CSR-RKH-END TO TRUE
068300         GO TO 2750-EXIT
068400     END-IF.
068500     IF CSR-RKH-WITHDRAWN
068600         GO TO 2750-EXIT
068700     END-IF.
068800     MOVE CSR-RKH-EFF-TO-DATE TO CSR-ASG-EFF-TO.
068900
069000 2750-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*    2900-READ-MASTER
069500*****************************************************************
069600 2900-READ-MASTER.
069700
069800     READ MESSAGE-MASTER NEXT
069900         AT END
070000             SET CSR-MST-EOF TO TRUE
070100     END-READ.
070200
070300 2900-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700*    3000-CHECK-SUSPENSE
070800*    LOOKS ONE SUSPENSE ITEM'S MESSAGE ID UP ON MESSAGE-MASTER
070900*    AND READS THE NEXT ITEM. SUCCESSIVE ITEMS FOR THE SAME
071000*    MESSAGE ARE REPORTED ONCE.
071100*****************************************************************
071200 3000-CHECK-SUSPENSE.
071300
071400     ADD 1 TO CSR-SUSP-READ-COUNT.
071500     IF CSR-MST-FILE-OPEN
071600             AND CSR-SUSP-MSG-ID NOT = SPACES
071700             AND CSR-SUSP-MSG-ID NOT = CSR-SUSP-LAST-MSG-ID
071800         PERFORM 3100-LOOKUP-SUSPENSE-ITEM THRU 3100-EXIT
071900     END-IF.
072000
072100     PERFORM 3900-READ-SUSPENSE THRU 3900-EXIT.
072200
072300 3000-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*    3100-LOOKUP-SUSPENSE-ITEM
072800*    POSITIONS MESSAGE-MASTER AT THE ITEM'S MESSAGE ID AND
072900*    REPORTS THE ITEM WHEN ANY SEGMENT OF THAT MESSAGE IS FOUND -
073000*    THE ITEM IS STALE AND SHOULD BE DROPPED THROUGH Suspfix.
073100*****************************************************************
073200 3100-LOOKUP-SUSPENSE-ITEM.
073300
073400     MOVE CSR-SUSP-MSG-ID TO CSR-MST-MSG-ID.
073500     MOVE 0 TO CSR-MST-SEGMENT-SEQ.
073600     START MESSAGE-MASTER KEY NOT LESS THAN CSR-MST-KEY
073700         INVALID KEY
073800             GO TO 3100-EXIT
073900     END-START.
074000     READ MESSAGE-MASTER NEXT
074100         AT END
074200             GO TO 3100-EXIT
074300     END-READ.
074400     IF CSR-MST-MSG-ID NOT = CSR-SUSP-MSG-ID
074500         GO TO 3100-EXIT
074600     END-IF.
074700
074800     MOVE CSR-SUSP-MSG-ID TO CSR-SUSP-LAST-MSG-ID.
074900     MOVE 6 TO CSR-NEW-CATEGORY.
075000     MOVE CSR-SUSP-MSG-ID TO CSR-NEW-KEY.
075100     MOVE SPACES TO CSR-NEW-DETAIL.
075200     STRING "REASON " DELIMITED BY SIZE
075300            CSR-SUSP-REASON-CODE DELIMITED BY SIZE
075400            " SEGMENT " DELIMITED BY SIZE
075500            CSR-SUSP-SEGMENT-SEQ DELIMITED BY SIZE
075600            " FIRST REJECTED " DELIMITED BY SIZE
075700            CSR-SUSP-FIRST-REJ-DATE DELIMITED BY SIZE
075800            " - MESSAGE ON MASTER" DELIMITED BY SIZE
075900         INTO CSR-NEW-DETAIL.
076000     PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT.
076100
076200 3100-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*    3900-READ-SUSPENSE
076700*****************************************************************
076800 3900-READ-SUSPENSE.
076900
077000     READ SUSPENSE-FILE
077100         AT END
077200             SET CSR-SUSP-EOF TO TRUE
077300     END-READ.
077400
077500 3900-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900*    4000-TALLY-CIPHERLOG
078000*    FINDS (OR ADDS) THE ROW FOR THIS CIPHERLOG RECORD'S OPERATOR,
078100*    COUNTS THE ENTRY AGAINST IT AND READS THE NEXT RECORD.
078200*****************************************************************
078300 4000-TALLY-CIPHERLOG.
078400
078500     ADD 1 TO CSR-CLOG-READ-COUNT.
078600     IF CSR-COP-COUNT > 0
078700         SET CSR-COP-IDX TO 1
078800         SEARCH CSR-COP-ENTRY
078900             AT END
079000                 PERFORM 4100-ADD-CIPHERLOG-OPERATOR
079100                     THRU 4100-EXIT
079200             WHEN CSR-COP-IDX > CSR-COP-COUNT
079300                 PERFORM 4100-ADD-CIPHERLOG-OPERATOR
079400                     THRU 4100-EXIT
079500             WHEN CSR-COP-OPERATOR (CSR-COP-IDX) =
079600                         CSR-CLOG-OPERATOR-ID
079700                 ADD 1 TO CSR-COP-ENTRIES (CSR-COP-IDX)
079800                 IF CSR-CLOG-RUN-DATE <
079900                         CSR-COP-FIRST-DATE (CSR-COP-IDX)
080000                     MOVE CSR-CLOG-RUN-DATE
080100                         TO CSR-COP-FIRST-DATE (CSR-COP-IDX)
080200                 END-IF
080300                 IF CSR-CLOG-RUN-DATE >
080400                         CSR-COP-LAST-DATE (CSR-COP-IDX)
080500                     MOVE CSR-CLOG-RUN-DATE
080600                         TO CSR-COP-LAST-DATE (CSR-COP-IDX)
080700                 END-IF
080800         END-SEARCH
080900     ELSE
081000         PERFORM 4100-ADD-CIPHERLOG-OPERATOR THRU 4100-EXIT
081100     END-IF.
081200
081300     PERFORM 4900-READ-CIPHERLOG THRU 4900-EXIT.
081400
081500 4000-EXIT.
081600     EXIT.
081700
081800*****************************************************************
081900*    4100-ADD-CIPHERLOG-OPERATOR
082000*    ADDS A NEW OPERATOR ROW FOR THE CURRENT CIPHERLOG RECORD.
082100*****************************************************************
082200 4100-ADD-CIPHERLOG-OPERATOR.
082300
082400     IF CSR-COP-COUNT NOT < 500
082500         DISPLAY "CIPHERLOG OPERATOR TABLE FULL - RECORD NOT "
082600             "CHECKED"
082700         GO TO 4100-EXIT
082800     END-IF.
082900
083000     ADD 1 TO CSR-COP-COUNT.
083100     MOVE CSR-CLOG-OPERATOR-ID
083200         TO CSR-COP-OPERATOR (CSR-COP-COUNT).
083300     MOVE 1 TO CSR-COP-ENTRIES (CSR-COP-COUNT).
083400     MOVE CSR-CLOG-RUN-DATE
083500         TO CSR-COP-FIRST-DATE (CSR-COP-COUNT).
083600     MOVE CSR-CLOG-RUN-DATE
083700         TO CSR-COP-LAST-DATE (CSR-COP-COUNT).
083800
083900 4100-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300*    4500-CHECK-CIPHERLOG-OPERATOR
084400*    LOOKS THE OPERATOR ROW AT CSR-COP-IDX UP ON OPERATOR-MASTER
084500*    AND REPORTS IT WHEN IT IS NOT THERE, OR WHEN THE ENTRIES
084600*    CARRIED NO OPERATOR ID AT ALL.
084700*****************************************************************
084800 4500-CHECK-CIPHERLOG-OPERATOR.
084900
085000     IF NOT CSR-OPR-REG-OPEN
085100         GO TO 4500-EXIT
085200     END-IF.
085300
085400     MOVE 7 TO CSR-NEW-CATEGORY.
085500     MOVE CSR-COP-OPERATOR (CSR-COP-IDX) TO CSR-NEW-KEY.
085600     MOVE SPACES TO CSR-NEW-DETAIL.
085700     MOVE CSR-COP-ENTRIES (CSR-COP-IDX) TO CSR-EDIT-COUNT.
085800     IF CSR-COP-OPERATOR (CSR-COP-IDX) = SPACES
085900         MOVE "*NONE*" TO CSR-NEW-KEY
086000         STRING "NO OPERATOR ID ON" DELIMITED BY SIZE
086100                CSR-EDIT-COUNT DELIMITED BY SIZE
086200                " ENTRIES, " DELIMITED BY SIZE
086300                CSR-COP-FIRST-DATE (CSR-COP-IDX)
086400                    DELIMITED BY SIZE
086500                " TO " DELIMITED BY SIZE
086600                CSR-COP-LAST-DATE (CSR-COP-IDX)
086700                    DELIMITED BY SIZE
086800             INTO CSR-NEW-DETAIL
086900         PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
087000         GO TO 4500-EXIT
087100     END-IF.
087200
087300     MOVE CSR-COP-OPERATOR (CSR-COP-IDX) TO CSR-OPR-OPERATOR-ID.
087400     READ OPERATOR-MASTER
087500         INVALID KEY
087600             STRING "NOT ON FILE -" DELIMITED BY SIZE
087700                    CSR-EDIT-COUNT DELIMITED BY SIZE
087800                    " ENTRIES, " DELIMITED BY SIZE
087900                    CSR-COP-FIRST-DATE (CSR-COP-IDX)
088000                        DELIMITED BY SIZE
088100                    " TO " DELIMITED BY SIZE
088200                    CSR-COP-LAST-DATE (CSR-COP-IDX)
088300                        DELIMITED BY SIZE
088400                 INTO CSR-NEW-DETAIL
088500             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
088600     END-READ.
088700
088800 4500-EXIT.
088900     EXIT.
089000
089100*****************************************************************
089200*    4900-READ-CIPHERLOG
089300*****************************************************************
089400 4900-READ-CIPHERLOG.
089500
089600     READ CIPHERLOG-FILE
089700         AT END
089800             SET CSR-CIPHERLOG-EOF TO TRUE
089900     END-READ.
090000
090100 4900-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500*    5000-PRINT-REPORT
090600*    PRINTS THE HEADER, ANY MASTER FILE THAT COULD NOT BE OPENED,
090700*    AND THEN ONE SECTION PER EXCEPTION CATEGORY.
090800*****************************************************************
090900 5000-PRINT-REPORT.
091000
091100     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
091200     MOVE CSR-SEND-DATE TO CSR-RPT-HDR-SEND.
091300     MOVE CSR-LOOKAHEAD-DAYS TO CSR-RPT-HDR-LOOKAHEAD.
091400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
091500     MOVE SPACES TO CSR-REPORT-RECORD.
091600     WRITE CSR-REPORT-RECORD.
091700
091800     IF NOT CSR-MST-FILE-OPEN
091900         MOVE "MESSAGE-MASTER NOT AVAILABLE - CHECKS NOT MADE"
092000             TO CSR-REPORT-RECORD
092100         WRITE CSR-REPORT-RECORD
092200     END-IF.
092300     IF NOT CSR-RCP-DIR-OPEN
092400         MOVE "RECIPIENT-MASTER NOT AVAILABLE - CHECKS NOT MADE"
092500             TO CSR-REPORT-RECORD
092600         WRITE CSR-REPORT-RECORD
092700     END-IF.
092800     IF NOT CSR-RKH-HIST-OPEN
092900         MOVE "RECIPIENT-KEYHIST NOT AVAILABLE - DIRECTORY ONLY"
093000             TO CSR-REPORT-RECORD
093100         WRITE CSR-REPORT-RECORD
093200     END-IF.
093300     IF NOT CSR-OPR-REG-OPEN
093400         MOVE "OPERATOR-MASTER NOT AVAILABLE - CHECKS NOT MADE"
093500             TO CSR-REPORT-RECORD
093600         WRITE CSR-REPORT-RECORD
093700     END-IF.
093800     IF CSR-UNAVAIL-COUNT > 0 OR NOT CSR-RKH-HIST-OPEN
093900         MOVE SPACES TO CSR-REPORT-RECORD
094000         WRITE CSR-REPORT-RECORD
094100     END-IF.
094200
094300     PERFORM 5100-PRINT-CATEGORY THRU 5100-EXIT
094400         VARYING CSR-CAT-SUB FROM 1 BY 1
094500            UNTIL CSR-CAT-SUB > 7.
094600
094700     IF CSR-EXC-NOT-LISTED > 0
094800         MOVE "EXCEPTION TABLE FULL - NOT ALL EXCEPTIONS LISTED"
094900             TO CSR-REPORT-RECORD
095000         WRITE CSR-REPORT-RECORD
095100     END-IF.
095200
095300 5000-EXIT.
095400     EXIT.
095500
095600*****************************************************************
095700*    5100-PRINT-CATEGORY
095800*    PRINTS THE TITLE AND COUNT OF CATEGORY CSR-CAT-SUB FOLLOWED
095900*    BY EACH OF ITS EXCEPTIONS.
096000*****************************************************************
096100 5100-PRINT-CATEGORY.
096200
096300     MOVE CSR-CAT-TITLE (CSR-CAT-SUB) TO CSR-RPT-CAT-TITLE.
096400     MOVE CSR-CAT-COUNT (CSR-CAT-SUB) TO CSR-RPT-CAT-COUNT.
096500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-CAT-LINE.
096600     PERFORM 5200-PRINT-EXCEPTION THRU 5200-EXIT
096700         VARYING CSR-EXC-IDX FROM 1 BY 1
096800            UNTIL CSR-EXC-IDX > CSR-EXC-COUNT.
096900     IF CSR-CAT-COUNT (CSR-CAT-SUB) = 0
097000         MOVE "    NONE" TO CSR-REPORT-RECORD
097100         WRITE CSR-REPORT-RECORD
097200     END-IF.
097300     MOVE SPACES TO CSR-REPORT-RECORD.
097400     WRITE CSR-REPORT-RECORD.
097500
097600 5100-EXIT.
097700     EXIT.
097800
097900*****************************************************************
098000*    5200-PRINT-EXCEPTION
098100*    PRINTS THE EXCEPTION AT CSR-EXC-IDX WHEN IT BELONGS TO THE
098200*    CATEGORY BEING PRINTED.
098300*****************************************************************
098400 5200-PRINT-EXCEPTION.
098500
098600     IF CSR-EXC-CATEGORY (CSR-EXC-IDX) NOT = CSR-CAT-SUB
098700         GO TO 5200-EXIT
098800     END-IF.
098900
099000     MOVE CSR-EXC-KEY (CSR-EXC-IDX) TO CSR-RPT-EXC-KEY.
099100     MOVE CSR-EXC-DETAIL (CSR-EXC-IDX) TO CSR-RPT-EXC-DETAIL.
099200     WRITE CSR-REPORT-RECORD FROM CSR-RPT-EXC-LINE.
099300
099400 5200-EXIT.
099500     EXIT.
099600
099700*****************************************************************
099800*    8000-ADD-EXCEPTION
099900*    COUNTS THE EXCEPTION BUILT IN CSR-NEW-EXCEPTION AGAINST ITS
100000*    CATEGORY AND KEEPS IT FOR THE REPORT. ONCE THE TABLE IS
100100*    FULL THE EXCEPTION IS STILL COUNTED BUT NOT LISTED.
100200*****************************************************************
100300 8000-ADD-EXCEPTION.
100400
100500     ADD 1 TO CSR-EXCEPTION-TOTAL.
100600     ADD 1 TO CSR-CAT-COUNT (CSR-NEW-CATEGORY).
100700     IF CSR-EXC-COUNT < 2000
100800         ADD 1 TO CSR-EXC-COUNT
100900         MOVE CSR-NEW-CATEGORY
101000             TO CSR-EXC-CATEGORY (CSR-EXC-COUNT)
101100         MOVE CSR-NEW-KEY TO CSR-EXC-KEY (CSR-EXC-COUNT)
101200         MOVE CSR-NEW-DETAIL TO CSR-EXC-DETAIL (CSR-EXC-COUNT)
101300     ELSE
101400         ADD 1 TO CSR-EXC-NOT-LISTED
101500     END-IF.
101600     MOVE SPACES TO CSR-NEW-DETAIL.
101700
101800 8000-EXIT.
101900     EXIT.
102000
102100*****************************************************************
102200*    9000-TERMINATE
102300*    PRINTS THE SWEEP TOTALS, CLOSES THE FILES AND SETS THE
102400*    RETURN CODE - 8 WHEN ANY EXCEPTION WAS FOUND OR A MASTER
102500*    FILE NEEDED FOR THE CHECKS WAS NOT AVAILABLE.
102600*****************************************************************
102700 9000-TERMINATE.
102800
102900     MOVE "MESSAGES CHECKED.....: " TO CSR-RPT-TOT-DESC.
103000     MOVE CSR-MSG-CHECKED-COUNT TO CSR-RPT-TOT-COUNT.
103100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
103200     MOVE "SEGMENTS READ........: " TO CSR-RPT-TOT-DESC.
103300     MOVE CSR-SEG-READ-COUNT TO CSR-RPT-TOT-COUNT.
103400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
103500     MOVE "SUSPENSE ITEMS READ..: " TO CSR-RPT-TOT-DESC.
103600     MOVE CSR-SUSP-READ-COUNT TO CSR-RPT-TOT-COUNT.
103700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
103800     MOVE "CIPHERLOG RECORDS....: " TO CSR-RPT-TOT-DESC.
103900     MOVE CSR-CLOG-READ-COUNT TO CSR-RPT-TOT-COUNT.
104000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
104100     MOVE "EXCEPTIONS FOUND.....: " TO CSR-RPT-TOT-DESC.
104200     MOVE CSR-EXCEPTION-TOTAL TO CSR-RPT-TOT-COUNT.
104300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
104400     MOVE "FILES NOT AVAILABLE..: " TO CSR-RPT-TOT-DESC.
104500     MOVE CSR-UNAVAIL-COUNT TO CSR-RPT-TOT-COUNT.
104600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
104700
104800     IF CSR-MST-FILE-OPEN
104900         CLOSE MESSAGE-MASTER
105000     END-IF.
105100     IF CSR-RCP-DIR-OPEN
105200         CLOSE RECIPIENT-MASTER
105300     END-IF.
105400     IF CSR-RKH-HIST-OPEN
105500         CLOSE RECIPIENT-KEYHIST
105600     END-IF.
105700     IF CSR-OPR-REG-OPEN
105800         CLOSE OPERATOR-MASTER
105900     END-IF.
106000     IF CSR-SUSP-FILE-OPEN
106100         CLOSE SUSPENSE-FILE
106200     END-IF.
106300     IF CSR-CLOG-FILE-OPEN
106400         CLOSE CIPHERLOG-FILE
106500     END-IF.
106600     CLOSE REFCHECK-REPORT-FILE.
106700
106800     DISPLAY "MESSAGES CHECKED: " CSR-MSG-CHECKED-COUNT
106900         " EXCEPTIONS FOUND: " CSR-EXCEPTION-TOTAL.
107000     IF CSR-EXCEPTION-TOTAL > 0 OR CSR-UNAVAIL-COUNT > 0
107100         MOVE 8 TO RETURN-CODE
107200     END-IF.
107300
107400 9000-EXIT.
107500     EXIT.
107600
107700 END PROGRAM Refcheck.
