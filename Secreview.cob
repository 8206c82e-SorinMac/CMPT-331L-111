000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Secreview
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: SECURITY EXCEPTION REVIEW. READS THE SECURITY-
000900*                   EXC FILE APPENDED BY Ceaser'S OPERATOR CHECK
001000*                   AND REPORTS THE VIOLATIONS BY OPERATOR, RUN
001100*                   FUNCTION AND REASON, THE REPEAT OFFENDERS
001200*                   WITHIN THE REVIEW WINDOW GIVEN ON THE
001300*                   SECREVIEW-PARM CARD, AND THE ATTEMPTS BY IDS
001400*                   NOT ON OPERATOR-MASTER AT ALL. AN OPERATOR
001500*                   WHOSE VIOLATIONS WITHIN THE WINDOW REACH THE
001600*                   LOCKOUT LIMIT IS SET INACTIVE ON OPERATOR-
001700*                   MASTER AND LISTED FOR A SUPERVISOR TO
001800*                   REINSTATE THROUGH Opermaint. VIOLATIONS DATED
001900*                   ON OR BEFORE AN OPERATOR'S LAST REINSTATEMENT
002000*                   DO NOT COUNT TOWARD A NEW LOCKOUT. THE
002100*                   CIPHERLOG IS THEN CROSS-CHECKED FOR RUNS MADE
002200*                   UNDER AN OPERATOR WHO IS NOW INACTIVE OR NO
002300*                   LONGER ON THE REGISTER. ENDS WITH RETURN-CODE
002400*                   12 WHEN ANY OPERATOR WAS LOCKED OUT, OR 8 WHEN
002500*                   A LOCKOUT COULD NOT BE APPLIED, THE REGISTER
002600*                   COULD NOT BE OPENED, OR A CIPHERLOG RUN WITHIN
002700*                   THE WINDOW WAS MADE BY AN INACTIVE OR
002800*                   UNREGISTERED OPERATOR.
002900*    MODIFICATION HISTORY
003000*    DATE.......  INIT  DESCRIPTION
003100*    ----------  ----  -------------------------------------------
003200*    2026-10-15  SM    ORIGINAL PROGRAM.
003300*****************************************************************
003400 PROGRAM-ID. Secreview.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SECREVIEW-PARM-FILE ASSIGN TO "SECREVIEW-PARM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS CSR-SRP-FILE-STATUS.
004200
004300     SELECT SECURITY-EXC-FILE ASSIGN TO "SECURITY-EXC"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CSR-SEC-FILE-STATUS.
004600
004700     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CSR-OPR-OPERATOR-ID
005100         FILE STATUS IS CSR-OPR-FILE-STATUS.
005200
005300     SELECT CIPHERLOG-FILE ASSIGN TO "CIPHERLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CSR-CLOG-FILE-STATUS.
005600
005700     SELECT SECREVIEW-REPORT-FILE ASSIGN TO "SECREVIEW-REPORT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CSR-RPT-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SECREVIEW-PARM-FILE
006400     RECORDING MODE IS F.
006500 COPY "srvparm.cpy".
006600
006700 FD  SECURITY-EXC-FILE
006800     RECORDING MODE IS F.
006900 COPY "secrec.cpy".
007000
007100 FD  OPERATOR-MASTER
007200     RECORDING MODE IS F.
007300 COPY "opermst.cpy".
007400
007500 FD  CIPHERLOG-FILE
007600     RECORDING MODE IS F.
007700 COPY "ciphlog.cpy".
007800
007900 FD  SECREVIEW-REPORT-FILE
008000     RECORDING MODE IS F.
008100 01  CSR-REPORT-RECORD               PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
008500*    SWITCHES
008600*****************************************************************
008700 01  CSR-SWITCHES.
008800     05  CSR-SEC-EOF-SW              PIC X(01) VALUE "N".
008900         88  CSR-SEC-EOF             VALUE "Y".
009000     05  CSR-CIPHERLOG-EOF-SW        PIC X(01) VALUE "N".
009100         88  CSR-CIPHERLOG-EOF       VALUE "Y".
009200     05  CSR-SRP-FILE-STATUS         PIC X(02) VALUE "00".
009300     05  CSR-SEC-FILE-STATUS         PIC X(02) VALUE "00".
009400     05  CSR-OPR-FILE-STATUS         PIC X(02) VALUE "00".
009500     05  CSR-CLOG-FILE-STATUS        PIC X(02) VALUE "00".
009600     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
009700     05  CSR-SRP-READ-SW             PIC X(01) VALUE "N".
009800         88  CSR-SRP-WAS-READ        VALUE "Y".
009900     05  CSR-OPR-OPEN-SW             PIC X(01) VALUE "N".
010000         88  CSR-OPR-REG-OPEN        VALUE "Y".
010100     05  CSR-LKP-STATUS              PIC X(01) VALUE SPACES.
010200         88  CSR-LKP-ACTIVE          VALUE "A".
010300         88  CSR-LKP-INACTIVE        VALUE "I".
010400         88  CSR-LKP-MISSING         VALUE "M".
010500         88  CSR-LKP-UNAVAILABLE     VALUE "U".
010600
010700*****************************************************************
010800*    WORKING FIELDS
010900*****************************************************************
011000 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
011100 77  CSR-WINDOW-DAYS                 PIC 9(03) VALUE 7.
011200 77  CSR-LOCKOUT-LIMIT               PIC 9(03) VALUE 3.
011300 77  CSR-RUN-INT                     PIC 9(07) VALUE 0.
011400 77  CSR-EVENT-INT                   PIC 9(07) VALUE 0.
011500 77  CSR-DAYS-AGO                    PIC S9(05) VALUE 0.
011600 77  CSR-IN-WINDOW-SW                PIC X(01) VALUE "N".
011700     88  CSR-IN-WINDOW               VALUE "Y".
011800 77  CSR-EVENT-DATE                  PIC 9(08) VALUE 0.
011900 77  CSR-LKP-REINSTATE-DATE          PIC 9(08) VALUE 0.
012000 77  CSR-SEC-READ-COUNT              PIC 9(07) VALUE 0.
012100 77  CSR-CLOG-READ-COUNT             PIC 9(07) VALUE 0.
012200 77  CSR-REPEAT-COUNT                PIC 9(05) VALUE 0.
012300 77  CSR-UNREG-COUNT                 PIC 9(05) VALUE 0.
012400 77  CSR-LOCKOUT-COUNT               PIC 9(05) VALUE 0.
012500 77  CSR-ALREADY-COUNT               PIC 9(05) VALUE 0.
012600 77  CSR-LOCK-FAIL-COUNT             PIC 9(05) VALUE 0.
012700 77  CSR-CLOG-FLAG-COUNT             PIC 9(05) VALUE 0.
012800 77  CSR-CLOG-RECENT-COUNT           PIC 9(05) VALUE 0.
012900 77  CSR-LISTED-COUNT                PIC 9(05) VALUE 0.
013000
013100*****************************************************************
013200*    VIOLATION TABLE - ONE ROW PER OPERATOR, RUN FUNCTION AND
013300*    REASON COMBINATION SEEN ON SECURITY-EXC, IN ARRIVAL ORDER.
013400*****************************************************************
013500 77  CSR-VIO-COUNT                   PIC 9(04) VALUE 0.
013600 01  CSR-VIO-TABLE.
013700     05  CSR-VIO-ENTRY OCCURS 1000 TIMES
013800                       INDEXED BY CSR-VIO-IDX.
013900         10  CSR-VIO-OPERATOR        PIC X(08).
014000         10  CSR-VIO-FUNCTION        PIC X(01).
014100         10  CSR-VIO-REASON          PIC X(20).
014200         10  CSR-VIO-EVENTS          PIC 9(05).
014300         10  CSR-VIO-FIRST-DATE      PIC 9(08).
014400         10  CSR-VIO-LAST-DATE       PIC 9(08).
014500
014600*****************************************************************
014700*    OFFENDER TABLE - ONE ROW PER OPERATOR ID SEEN ON SECURITY-
014800*    EXC, WITH ITS TOTAL AND IN-WINDOW VIOLATIONS, ITS STANDING
014900*    ON OPERATOR-MASTER AND THE LOCKOUT ACTION TAKEN:
015000*        L  LOCKED OUT BY THIS RUN
015100*        P  OVER THE LIMIT BUT ALREADY INACTIVE - NOT CHANGED
015200*        E  OVER THE LIMIT, LOCKOUT COULD NOT BE APPLIED
015300*****************************************************************
015400 77  CSR-OFN-COUNT                   PIC 9(04) VALUE 0.
015500 01  CSR-OFN-TABLE.
015600     05  CSR-OFN-ENTRY OCCURS 1000 TIMES
015700                       INDEXED BY CSR-OFN-IDX.
015800         10  CSR-OFN-OPERATOR        PIC X(08).
015900         10  CSR-OFN-EVENTS          PIC 9(05).
016000         10  CSR-OFN-WINDOW-EVENTS   PIC 9(05).
016100         10  CSR-OFN-FIRST-DATE      PIC 9(08).
016200         10  CSR-OFN-LAST-DATE       PIC 9(08).
016300         10  CSR-OFN-REG-STATUS      PIC X(01).
016400         10  CSR-OFN-REINSTATE-DATE  PIC 9(08).
016500         10  CSR-OFN-ACTION          PIC X(01).
016600
016700*****************************************************************
016800*    CIPHERLOG RUN TABLE - ONE ROW PER OPERATOR, RUN DATE AND RUN
016900*    ID SEEN ON THE CIPHERLOG, WITH THE OPERATOR'S STANDING ON
017000*    THE REGISTER AS IT IS AFTER THIS RUN'S LOCKOUTS.
017100*****************************************************************
017200 77  CSR-CRN-COUNT                   PIC 9(04) VALUE 0.
017300 01  CSR-CRN-TABLE.
017400     05  CSR-CRN-ENTRY OCCURS 2000 TIMES
017500                       INDEXED BY CSR-CRN-IDX.
017600         10  CSR-CRN-OPERATOR        PIC X(08).
017700         10  CSR-CRN-DATE            PIC 9(08).
017800         10  CSR-CRN-RUN-ID          PIC X(16).
017900         10  CSR-CRN-MSGS            PIC 9(07).
018000         10  CSR-CRN-REG-STATUS      PIC X(01).
018100
018200*****************************************************************
018300*    REPORT LINE LAYOUTS
018400*****************************************************************
018500 01  CSR-RPT-HEADER-1.
018600     05  FILLER                      PIC X(27) VALUE
018700         "SECURITY EXCEPTION REVIEW  ".
018800     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
018900     05  CSR-RPT-HDR-DATE            PIC 9(08).
019000     05  FILLER                      PIC X(09) VALUE "  WINDOW ".
019100     05  CSR-RPT-HDR-WINDOW          PIC ZZ9.
019200     05  FILLER                      PIC X(18) VALUE
019300         " DAYS  LOCKOUT AT ".
019400     05  CSR-RPT-HDR-LIMIT           PIC ZZ9.
019500     05  FILLER                      PIC X(11) VALUE
019600         " VIOLATIONS".
019700     05  FILLER                      PIC X(44) VALUE SPACES.
019800
019900 01  CSR-RPT-VIO-HDR.
020000     05  FILLER                      PIC X(02) VALUE SPACES.
020100     05  FILLER                      PIC X(10) VALUE "OPERATOR".
020200     05  FILLER                      PIC X(06) VALUE "FUNC".
020300     05  FILLER                      PIC X(22) VALUE "REASON".
020400     05  FILLER                      PIC X(06) VALUE " COUNT".
020500     05  FILLER                      PIC X(02) VALUE SPACES.
020600     05  FILLER                      PIC X(10) VALUE "FIRST".
020700     05  FILLER                      PIC X(08) VALUE "LAST".
020800     05  FILLER                      PIC X(66) VALUE SPACES.
020900
021000 01  CSR-RPT-VIO-LINE.
021100     05  FILLER                      PIC X(02) VALUE SPACES.
021200     05  CSR-RPT-VIO-OPERATOR        PIC X(08).
021300     05  FILLER                      PIC X(02) VALUE SPACES.
021400     05  CSR-RPT-VIO-FUNCTION        PIC X(01).
021500     05  FILLER                      PIC X(05) VALUE SPACES.
021600     05  CSR-RPT-VIO-REASON          PIC X(20).
021700     05  FILLER                      PIC X(02) VALUE SPACES.
021800     05  CSR-RPT-VIO-EVENTS          PIC ZZ,ZZ9.
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000     05  CSR-RPT-VIO-FIRST           PIC 9(08).
022100     05  FILLER                      PIC X(02) VALUE SPACES.
022200     05  CSR-RPT-VIO-LAST            PIC 9(08).
022300     05  FILLER                      PIC X(66) VALUE SPACES.
022400
022500 01  CSR-RPT-OFN-HDR.
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  FILLER                      PIC X(10) VALUE "OPERATOR".
022800     05  FILLER                      PIC X(08) VALUE " TOTAL".
022900     05  FILLER                      PIC X(08) VALUE "WINDOW".
023000     05  FILLER                      PIC X(10) VALUE "FIRST".
023100     05  FILLER                      PIC X(10) VALUE "LAST".
023200     05  FILLER                      PIC X(40) VALUE "STANDING".
023300     05  FILLER                      PIC X(44) VALUE SPACES.
023400
023500 01  CSR-RPT-OFN-LINE.
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  CSR-RPT-OFN-OPERATOR        PIC X(08).
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  CSR-RPT-OFN-EVENTS          PIC ZZ,ZZ9.
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  CSR-RPT-OFN-WINDOW          PIC ZZ,ZZ9.
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  CSR-RPT-OFN-FIRST           PIC 9(08).
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  CSR-RPT-OFN-LAST            PIC 9(08).
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  CSR-RPT-OFN-STANDING        PIC X(40).
024800     05  FILLER                      PIC X(44) VALUE SPACES.
024900
025000 01  CSR-RPT-CRN-HDR.
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  FILLER                      PIC X(10) VALUE "RUN DATE".
025300     05  FILLER                      PIC X(18) VALUE "RUN ID".
025400     05  FILLER                      PIC X(10) VALUE "OPERATOR".
025500     05  FILLER                      PIC X(11) VALUE " MESSAGES".
025600     05  FILLER                      PIC X(22) VALUE "STANDING".
025700     05  FILLER                      PIC X(06) VALUE "WINDOW".
025800     05  FILLER                      PIC X(53) VALUE SPACES.
025900
026000 01  CSR-RPT-CRN-LINE.
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  CSR-RPT-CRN-DATE            PIC 9(08).
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  CSR-RPT-CRN-RUN-ID          PIC X(16).
026500     05  FILLER                      PIC X(02) VALUE SPACES.
026600     05  CSR-RPT-CRN-OPERATOR        PIC X(08).
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  CSR-RPT-CRN-MSGS            PIC Z,ZZZ,ZZ9.
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  CSR-RPT-CRN-STANDING        PIC X(20).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  CSR-RPT-CRN-RECENT          PIC X(06).
027300     05  FILLER                      PIC X(53) VALUE SPACES.
027400
027500 01  CSR-RPT-TOTAL-LINE.
027600     05  FILLER                      PIC X(02) VALUE SPACES.
027700     05  CSR-RPT-TOT-DESC            PIC X(24).
027800     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
027900     05  FILLER                      PIC X(97) VALUE SPACES.
028000
028100 PROCEDURE DIVISION.
028200*****************************************************************
028300*    0000-MAINLINE
028400*****************************************************************
028500 0000-MAINLINE.
028600
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800
028900     PERFORM 2000-PROCESS-EXCEPTIONS THRU 2000-EXIT
029000         UNTIL CSR-SEC-EOF.
029100
029200     PERFORM 3000-APPLY-LOCKOUTS THRU 3000-EXIT
029300         VARYING CSR-OFN-IDX FROM 1 BY 1
029400            UNTIL CSR-OFN-IDX > CSR-OFN-COUNT.
029500
029600     PERFORM 4000-CHECK-CIPHERLOG THRU 4000-EXIT
029700         UNTIL CSR-CIPHERLOG-EOF.
029800
029900     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
030000
030100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030200
030300     STOP RUN.
030400
030500*****************************************************************
030600*    1000-INITIALIZE
030700*    READS THE SECREVIEW-PARM CARD FOR THE REVIEW WINDOW AND THE
030800*    LOCKOUT LIMIT, OPENS OPERATOR-MASTER FOR UPDATE, OPENS THE
030900*    SECURITY-EXC, CIPHERLOG AND REPORT FILES, AND PRIMES
031000*    SECURITY-EXC FOR THE TALLY LOOP. A REGISTER THAT CANNOT BE
031100*    OPENED LEAVES EVERY OPERATOR'S STANDING UNKNOWN - THE REVIEW
031200*    IS STILL PRINTED BUT NO ONE IS LOCKED OUT.
031300*****************************************************************
031400 1000-INITIALIZE.
031500
031600     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
031700     COMPUTE CSR-RUN-INT = FUNCTION INTEGER-OF-DATE
031800         (CSR-RUN-DATE).
031900
032000     INITIALIZE CSR-SRP-PARM-RECORD.
032100     OPEN INPUT SECREVIEW-PARM-FILE.
032200     IF CSR-SRP-FILE-STATUS = "00"
032300         READ SECREVIEW-PARM-FILE
032400             AT END
032500                 DISPLAY "SECREVIEW-PARM FILE EMPTY - USING "
032600                     "DEFAULT WINDOW AND LOCKOUT LIMIT"
032700             NOT AT END
032800                 SET CSR-SRP-WAS-READ TO TRUE
032900         END-READ
033000         CLOSE SECREVIEW-PARM-FILE
033100     ELSE
033200         DISPLAY "SECREVIEW-PARM FILE NOT FOUND (STATUS "
033300             CSR-SRP-FILE-STATUS ") - USING DEFAULTS"
033400     END-IF.
033500     IF CSR-SRP-WAS-READ
033600         IF CSR-SRP-WINDOW-DAYS NUMERIC
033700                 AND CSR-SRP-WINDOW-DAYS > 0
033800             MOVE CSR-SRP-WINDOW-DAYS TO CSR-WINDOW-DAYS
033900         ELSE
034000             DISPLAY "SECREVIEW-PARM WINDOW DAYS INVALID - "
034100                 "USING DEFAULT"
034200         END-IF
034300         IF CSR-SRP-LOCKOUT-LIMIT NUMERIC
034400                 AND CSR-SRP-LOCKOUT-LIMIT > 0
034500             MOVE CSR-SRP-LOCKOUT-LIMIT TO CSR-LOCKOUT-LIMIT
034600         ELSE
034700             DISPLAY "SECREVIEW-PARM LOCKOUT LIMIT INVALID - "
034800                 "USING DEFAULT"
034900         END-IF
035000     END-IF.
035100     DISPLAY "REVIEW WINDOW: " CSR-WINDOW-DAYS " DAYS  "
035200         "LOCKOUT AT: " CSR-LOCKOUT-LIMIT " VIOLATIONS".
035300
035400     OPEN I-O OPERATOR-MASTER.
035500     IF CSR-OPR-FILE-STATUS = "00"
035600         SET CSR-OPR-REG-OPEN TO TRUE
035700     ELSE
035800         DISPLAY "OPERATOR-MASTER NOT AVAILABLE (STATUS "
035900             CSR-OPR-FILE-STATUS ") - NO REGISTER CHECKS OR "
036000             "LOCKOUTS"
036100     END-IF.
036200
036300     OPEN INPUT SECURITY-EXC-FILE.
036400     IF CSR-SEC-FILE-STATUS = "00"
036500         PERFORM 2900-READ-SECURITY-EXC THRU 2900-EXIT
036600     ELSE
036700         DISPLAY "SECURITY-EXC FILE NOT FOUND (STATUS "
036800             CSR-SEC-FILE-STATUS ") - NO EXCEPTIONS TO REVIEW"
036900         SET CSR-SEC-EOF TO TRUE
037000     END-IF.
037100
037200     OPEN INPUT CIPHERLOG-FILE.
037300     IF CSR-CLOG-FILE-STATUS = "00"
037400         PERFORM 4900-READ-CIPHERLOG THRU 4900-EXIT
037500     ELSE
037600         DISPLAY "CIPHERLOG FILE NOT FOUND (STATUS "
037700             CSR-CLOG-FILE-STATUS ") - NO RUNS TO CROSS-CHECK"
037800         SET CSR-CIPHERLOG-EOF TO TRUE
037900     END-IF.
038000
038100     OPEN OUTPUT SECREVIEW-REPORT-FILE.
038200
038300 1000-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*    2000-PROCESS-EXCEPTIONS
038800*    ACCUMULATES ONE SECURITY-EXC RECORD INTO THE VIOLATION AND
038900*    OFFENDER TABLES AND THEN READS THE NEXT ONE.
039000*****************************************************************
039100 2000-PROCESS-EXCEPTIONS.
039200
039300     ADD 1 TO CSR-SEC-READ-COUNT.
039400     PERFORM 2100-TALLY-VIOLATION THRU 2100-EXIT.
039500     PERFORM 2200-TALLY-OFFENDER THRU 2200-EXIT.
039600
039700     PERFORM 2900-READ-SECURITY-EXC THRU 2900-EXIT.
039800
039900 2000-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*    2100-TALLY-VIOLATION
040400*    FINDS (OR ADDS) THE TABLE ROW FOR THIS RECORD'S OPERATOR,
040500*    RUN FUNCTION AND REASON AND COUNTS THE VIOLATION AGAINST IT.
040600*****************************************************************
040700 2100-TALLY-VIOLATION.
040800
040900     IF CSR-VIO-COUNT > 0
041000         SET CSR-VIO-IDX TO 1
041100         SEARCH CSR-VIO-ENTRY
041200             AT END
041300                 PERFORM 2150-ADD-VIOLATION THRU 2150-EXIT
041400             WHEN CSR-VIO-IDX > CSR-VIO-COUNT
041500                 PERFORM 2150-ADD-VIOLATION THRU 2150-EXIT
041600             WHEN CSR-VIO-OPERATOR (CSR-VIO-IDX) =
041700                         CSR-SEC-OPERATOR-ID
041800                     AND CSR-VIO-FUNCTION (CSR-VIO-IDX) =
041900                         CSR-SEC-RUN-FUNCTION
042000                     AND CSR-VIO-REASON (CSR-VIO-IDX) =
042100                         CSR-SEC-REASON
042200                 ADD 1 TO CSR-VIO-EVENTS (CSR-VIO-IDX)
042300                 IF CSR-SEC-RUN-DATE <
042400                         CSR-VIO-FIRST-DATE (CSR-VIO-IDX)
042500                     MOVE CSR-SEC-RUN-DATE
042600                         TO CSR-VIO-FIRST-DATE (CSR-VIO-IDX)
042700                 END-IF
042800                 IF CSR-SEC-RUN-DATE >
042900                         CSR-VIO-LAST-DATE (CSR-VIO-IDX)
043000                     MOVE CSR-SEC-RUN-DATE
043100                         TO CSR-VIO-LAST-DATE (CSR-VIO-IDX)
043200                 END-IF
043300         END-SEARCH
043400     ELSE
043500         PERFORM 2150-ADD-VIOLATION THRU 2150-EXIT
043600     END-IF.
043700
043800 2100-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200*    2150-ADD-VIOLATION
044300*    ADDS A NEW OPERATOR/FUNCTION/REASON ROW FOR THE CURRENT
044400*    RECORD.
044500*****************************************************************
044600 2150-ADD-VIOLATION.
044700
044800     IF CSR-VIO-COUNT < 1000
044900         ADD 1 TO CSR-VIO-COUNT
045000         MOVE CSR-SEC-OPERATOR-ID
045100             TO CSR-VIO-OPERATOR (CSR-VIO-COUNT)
045200         MOVE CSR-SEC-RUN-FUNCTION
045300             TO CSR-VIO-FUNCTION (CSR-VIO-COUNT)
045400         MOVE CSR-SEC-REASON
045500             TO CSR-VIO-REASON (CSR-VIO-COUNT)
045600         MOVE 1 TO CSR-VIO-EVENTS (CSR-VIO-COUNT)
045700         MOVE CSR-SEC-RUN-DATE
045800             TO CSR-VIO-FIRST-DATE (CSR-VIO-COUNT)
045900         MOVE CSR-SEC-RUN-DATE
046000             TO CSR-VIO-LAST-DATE (CSR-VIO-COUNT)
046100     ELSE
046200         DISPLAY "VIOLATION TABLE FULL - RECORD NOT TALLIED"
046300     END-IF.
046400
046500 2150-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900*    2200-TALLY-OFFENDER
047000*    FINDS (OR ADDS) THE OFFENDER ROW FOR THIS RECORD'S OPERATOR
047100*    AND COUNTS THE VIOLATION AGAINST IT.
047200*****************************************************************
047300 2200-TALLY-OFFENDER.
047400
047500     IF CSR-OFN-COUNT > 0
047600         SET CSR-OFN-IDX TO 1
047700         SEARCH CSR-OFN-ENTRY
047800             AT END
047900                 PERFORM 2250-ADD-OFFENDER THRU 2250-EXIT
048000             WHEN CSR-OFN-IDX > CSR-OFN-COUNT
048100                 PERFORM 2250-ADD-OFFENDER THRU 2250-EXIT
048200             WHEN CSR-OFN-OPERATOR (CSR-OFN-IDX) =
048300                         CSR-SEC-OPERATOR-ID
048400                 PERFORM 2300-COUNT-OFFENCE THRU 2300-EXIT
048500         END-SEARCH
048600     ELSE
048700         PERFORM 2250-ADD-OFFENDER THRU 2250-EXIT
048800     END-IF.
048900
049000 2200-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*    2250-ADD-OFFENDER
049500*    ADDS A NEW OFFENDER ROW FOR THE CURRENT RECORD'S OPERATOR,
049600*    LOOKS THE OPERATOR UP ON THE REGISTER ONCE FOR THE ROW, AND
049700*    COUNTS THE VIOLATION AGAINST IT.
049800*****************************************************************
049900 2250-ADD-OFFENDER.
050000
050100     IF CSR-OFN-COUNT NOT < 1000
050200         DISPLAY "OFFENDER TABLE FULL - RECORD NOT TALLIED"
050300         GO TO 2250-EXIT
050400     END-IF.
050500
050600     ADD 1 TO CSR-OFN-COUNT.
050700     SET CSR-OFN-IDX TO CSR-OFN-COUNT.
050800     MOVE CSR-SEC-OPERATOR-ID TO CSR-OFN-OPERATOR (CSR-OFN-IDX).
050900     MOVE 0 TO CSR-OFN-EVENTS (CSR-OFN-IDX)
051000               CSR-OFN-WINDOW-EVENTS (CSR-OFN-IDX).
051100     MOVE CSR-SEC-RUN-DATE TO CSR-OFN-FIRST-DATE (CSR-OFN-IDX)
051200                              CSR-OFN-LAST-DATE (CSR-OFN-IDX).
051300     MOVE SPACES TO CSR-OFN-ACTION (CSR-OFN-IDX).
051400
051500     MOVE CSR-SEC-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
051600     PERFORM 2500-LOOKUP-OPERATOR THRU 2500-EXIT.
051700     MOVE CSR-LKP-STATUS TO CSR-OFN-REG-STATUS (CSR-OFN-IDX).
051800     MOVE CSR-LKP-REINSTATE-DATE
051900         TO CSR-OFN-REINSTATE-DATE (CSR-OFN-IDX).
052000
052100     PERFORM 2300-COUNT-OFFENCE THRU 2300-EXIT.
052200
052300 2250-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700*    2300-COUNT-OFFENCE
052800*    COUNTS THE CURRENT VIOLATION AGAINST THE OFFENDER ROW AT
052900*    CSR-OFN-IDX, STRETCHES ITS FIRST/LAST DATES, AND COUNTS IT
053000*    AGAIN AS IN-WINDOW WHEN IT FALLS WITHIN THE REVIEW WINDOW AND
053100*    AFTER THE OPERATOR'S LAST REINSTATEMENT.
053200*****************************************************************
053300 2300-COUNT-OFFENCE.
053400
053500     ADD 1 TO CSR-OFN-EVENTS (CSR-OFN-IDX).
053600     IF CSR-SEC-RUN-DATE < CSR-OFN-FIRST-DATE (CSR-OFN-IDX)
053700         MOVE CSR-SEC-RUN-DATE TO CSR-OFN-FIRST-DATE (CSR-OFN-IDX)
053800     END-IF.
053900     IF CSR-SEC-RUN-DATE > CSR-OFN-LAST-DATE (CSR-OFN-IDX)
054000         MOVE CSR-SEC-RUN-DATE TO CSR-OFN-LAST-DATE (CSR-OFN-IDX)
054100     END-IF.
054200
054300     MOVE CSR-SEC-RUN-DATE TO CSR-EVENT-DATE.
054400     PERFORM 2400-CHECK-WINDOW THRU 2400-EXIT.
054500     IF CSR-IN-WINDOW
054600             AND CSR-SEC-RUN-DATE >
054700                 CSR-OFN-REINSTATE-DATE (CSR-OFN-IDX)
054800         ADD 1 TO CSR-OFN-WINDOW-EVENTS (CSR-OFN-IDX)
054900     END-IF.
055000
055100 2300-EXIT.
055200     EXIT.
055300
055400*****************************************************************
055500*    2400-CHECK-WINDOW
055600*    SETS CSR-IN-WINDOW WHEN CSR-EVENT-DATE IS TODAY OR ONE OF
055700*    THE WINDOW-DAYS-LESS-ONE DAYS BEFORE IT. AN UNREADABLE DATE
055800*    IS NEVER IN THE WINDOW.
055900*****************************************************************
056000 2400-CHECK-WINDOW.
056100
056200     MOVE "N" TO CSR-IN-WINDOW-SW.
056300     IF CSR-EVENT-DATE NOT NUMERIC OR CSR-EVENT-DATE = 0
056400         GO TO 2400-EXIT
056500     END-IF.
056600     COMPUTE CSR-EVENT-INT = FUNCTION INTEGER-OF-DATE
056700         (CSR-EVENT-DATE).
056800     IF CSR-EVENT-INT = 0 OR CSR-RUN-INT = 0
056900         GO TO 2400-EXIT
057000     END-IF.
057100     COMPUTE CSR-DAYS-AGO = CSR-RUN-INT - CSR-EVENT-INT.
057200     IF CSR-DAYS-AGO NOT < 0 AND CSR-DAYS-AGO < CSR-WINDOW-DAYS
057300         SET CSR-IN-WINDOW TO TRUE
057400     END-IF.
057500
057600 2400-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*    2500-LOOKUP-OPERATOR
058100*    READS THE OPERATOR IN CSR-OPR-OPERATOR-ID FROM THE REGISTER
058200*    AND SETS CSR-LKP-STATUS - ACTIVE, INACTIVE, MISSING (NOT ON
058300*    FILE, OR NO ID AT ALL) OR UNAVAILABLE (REGISTER NOT OPEN) -
058400*    WITH THE OPERATOR'S LAST REINSTATEMENT DATE.
058500*****************************************************************
058600 2500-LOOKUP-OPERATOR.
058700
058800     MOVE 0 TO CSR-LKP-REINSTATE-DATE.
058900     IF NOT CSR-OPR-REG-OPEN
059000         SET CSR-LKP-UNAVAILABLE TO TRUE
059100         GO TO 2500-EXIT
059200     END-IF.
059300     IF CSR-OPR-OPERATOR-ID = SPACES
059400         SET CSR-LKP-MISSING TO TRUE
059500         GO TO 2500-EXIT
059600     END-IF.
059700
059800     READ OPERATOR-MASTER
059900         INVALID KEY
060000             SET CSR-LKP-MISSING TO TRUE
060100             GO TO 2500-EXIT
060200     END-READ.
060300     IF CSR-OPR-ACTIVE
060400         SET CSR-LKP-ACTIVE TO TRUE
060500     ELSE
060600         SET CSR-LKP-INACTIVE TO TRUE
060700     END-IF.
060800     IF CSR-OPR-REINSTATE-DATE NUMERIC
060900         MOVE CSR-OPR-REINSTATE-DATE TO CSR-LKP-REINSTATE-DATE
061000     END-IF.
061100
061200 2500-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600*    2900-READ-SECURITY-EXC
061700*****************************************************************
061800 2900-READ-SECURITY-EXC.
061900
062000     READ SECURITY-EXC-FILE
062100         AT END
062200             SET CSR-SEC-EOF TO TRUE
062300     END-READ.
062400
062500 2900-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900*    3000-APPLY-LOCKOUTS
063000*    FOR THE OFFENDER ROW AT CSR-OFN-IDX - WHEN ITS IN-WINDOW
063100*    VIOLATIONS HAVE REACHED THE LOCKOUT LIMIT AND THE OPERATOR
063200*    IS STILL ACTIVE ON THE REGISTER, SETS THE OPERATOR INACTIVE
063300*    AND STAMPS THE LOCKOUT DATE AND COUNT. AN OPERATOR ALREADY
063400*    INACTIVE IS LEFT AS IT IS; AN ID NOT ON THE REGISTER HAS
063500*    NOTHING TO LOCK AND IS REPORTED AS UNREGISTERED INSTEAD.
063600*****************************************************************
063700 3000-APPLY-LOCKOUTS.
063800
063900     IF CSR-OFN-WINDOW-EVENTS (CSR-OFN-IDX) < CSR-LOCKOUT-LIMIT
064000         GO TO 3000-EXIT
064100     END-IF.
064200     IF CSR-OFN-REG-STATUS (CSR-OFN-IDX) = "M" OR "U"
064300         GO TO 3000-EXIT
064400     END-IF.
064500     IF CSR-OFN-REG-STATUS (CSR-OFN-IDX) = "I"
064600         MOVE "P" TO CSR-OFN-ACTION (CSR-OFN-IDX)
064700         ADD 1 TO CSR-ALREADY-COUNT
064800         GO TO 3000-EXIT
064900     END-IF.
065000
065100     MOVE CSR-OFN-OPERATOR (CSR-OFN-IDX) TO CSR-OPR-OPERATOR-ID.
065200     READ OPERATOR-MASTER
065300         INVALID KEY
065400             MOVE "E" TO CSR-OFN-ACTION (CSR-OFN-IDX)
065500             ADD 1 TO CSR-LOCK-FAIL-COUNT
065600             GO TO 3000-EXIT
065700     END-READ.
065800
065900     MOVE "N" TO CSR-OPR-ACTIVE-FLAG.
066000     MOVE CSR-RUN-DATE TO CSR-OPR-LOCKOUT-DATE.
066100     IF CSR-OFN-WINDOW-EVENTS (CSR-OFN-IDX) > 999
066200         MOVE 999 TO CSR-OPR-LOCKOUT-COUNT
066300     ELSE
066400         MOVE CSR-OFN-WINDOW-EVENTS (CSR-OFN-IDX)
066500             TO CSR-OPR-LOCKOUT-COUNT
066600     END-IF.
066700     IF CSR-OPR-REINSTATE-DATE NOT NUMERIC
066800         MOVE 0 TO CSR-OPR-REINSTATE-DATE
066900     END-IF.
067000
067100     REWRITE CSR-OPR-RECORD
067200         INVALID KEY
067300             MOVE "E" TO CSR-OFN-ACTION (CSR-OFN-IDX)
067400             ADD 1 TO CSR-LOCK-FAIL-COUNT
067500         NOT INVALID KEY
067600             MOVE "L" TO CSR-OFN-ACTION (CSR-OFN-IDX)
067700             MOVE "I" TO CSR-OFN-REG-STATUS (CSR-OFN-IDX)
067800             ADD 1 TO CSR-LOCKOUT-COUNT
067900             DISPLAY "OPERATOR " CSR-OPR-OPERATOR-ID
068000                 " LOCKED OUT - " CSR-OPR-LOCKOUT-COUNT
068100                 " VIOLATIONS IN WINDOW"
068200     END-REWRITE.
068300
068400 3000-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*    4000-CHECK-CIPHERLOG
068900*    FINDS (OR ADDS) THE RUN ROW FOR THIS CIPHERLOG RECORD'S
069000*    OPERATOR, RUN DATE AND RUN ID, COUNTS THE MESSAGE AGAINST
069100*    IT, AND READS THE NEXT RECORD. RUN AFTER THE LOCKOUTS, SO AN
069200*    OPERATOR LOCKED OUT BY THIS REVIEW ALREADY SHOWS INACTIVE.
069300*****************************************************************
069400 4000-CHECK-CIPHERLOG.
069500
069600     ADD 1 TO CSR-CLOG-READ-COUNT.
069700     IF CSR-CRN-COUNT > 0
069800         SET CSR-CRN-IDX TO 1
069900         SEARCH CSR-CRN-ENTRY
070000             AT END
070100                 PERFORM 4100-ADD-CIPHERLOG-RUN THRU 4100-EXIT
070200             WHEN CSR-CRN-IDX > CSR-CRN-COUNT
070300                 PERFORM 4100-ADD-CIPHERLOG-RUN THRU 4100-EXIT
070400             WHEN CSR-CRN-OPERATOR (CSR-CRN-IDX) =
070500                         CSR-CLOG-OPERATOR-ID
070600                     AND CSR-CRN-DATE (CSR-CRN-IDX) =
070700                         CSR-CLOG-RUN-DATE
070800                     AND CSR-CRN-RUN-ID (CSR-CRN-IDX) =
070900                         CSR-CLOG-RUN-ID
071000                 ADD 1 TO CSR-CRN-MSGS (CSR-CRN-IDX)
071100         END-SEARCH
071200     ELSE
071300         PERFORM 4100-ADD-CIPHERLOG-RUN THRU 4100-EXIT
071400     END-IF.
071500
071600     PERFORM 4900-READ-CIPHERLOG THRU 4900-EXIT.
071700
071800 4000-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200*    4100-ADD-CIPHERLOG-RUN
072300*    ADDS A NEW RUN ROW FOR THE CURRENT CIPHERLOG RECORD AND
072400*    LOOKS ITS OPERATOR UP ON THE REGISTER.
072500*****************************************************************
072600 4100-ADD-CIPHERLOG-RUN.
072700
072800     IF CSR-CRN-COUNT NOT < 2000
072900         DISPLAY "CIPHERLOG RUN TABLE FULL - RECORD NOT CHECKED"
073000         GO TO 4100-EXIT
073100     END-IF.
073200
073300     ADD 1 TO CSR-CRN-COUNT.
073400     MOVE CSR-CLOG-OPERATOR-ID
073500         TO CSR-CRN-OPERATOR (CSR-CRN-COUNT).
073600     MOVE CSR-CLOG-RUN-DATE
073700         TO CSR-CRN-DATE (CSR-CRN-COUNT).
073800     MOVE CSR-CLOG-RUN-ID
073900         TO CSR-CRN-RUN-ID (CSR-CRN-COUNT).
074000     MOVE 1 TO CSR-CRN-MSGS (CSR-CRN-COUNT).
074100
074200     MOVE CSR-CLOG-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
074300     PERFORM 2500-LOOKUP-OPERATOR THRU 2500-EXIT.
074400     MOVE CSR-LKP-STATUS TO CSR-CRN-REG-STATUS (CSR-CRN-COUNT).
074500
074600 4100-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000*    4900-READ-CIPHERLOG
075100*****************************************************************
075200 4900-READ-CIPHERLOG.
075300
075400     READ CIPHERLOG-FILE
075500         AT END
075600             SET CSR-CIPHERLOG-EOF TO TRUE
075700     END-READ.
075800
075900 4900-EXIT.
076000     EXIT.
076100
076200*****************************************************************
076300*    5000-PRINT-REPORT
076400*    PRINTS THE FIVE REVIEW SECTIONS FROM THE ACCUMULATED TABLES:
076500*    VIOLATIONS BY OPERATOR/FUNCTION/REASON, REPEAT OFFENDERS
076600*    WITHIN THE WINDOW, ATTEMPTS BY UNREGISTERED IDS, LOCKOUTS,
076700*    AND CIPHERLOG RUNS BY INACTIVE OR UNREGISTERED OPERATORS.
076800*****************************************************************
076900 5000-PRINT-REPORT.
077000
077100     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
077200     MOVE CSR-WINDOW-DAYS TO CSR-RPT-HDR-WINDOW.
077300     MOVE CSR-LOCKOUT-LIMIT TO CSR-RPT-HDR-LIMIT.
077400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
077500     MOVE SPACES TO CSR-REPORT-RECORD.
077600     WRITE CSR-REPORT-RECORD.
077700
077800     MOVE "VIOLATIONS BY OPERATOR, RUN FUNCTION AND REASON"
077900         TO CSR-REPORT-RECORD.
078000     WRITE CSR-REPORT-RECORD.
078100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-VIO-HDR.
078200     PERFORM 5100-PRINT-VIOLATION THRU 5100-EXIT
078300         VARYING CSR-VIO-IDX FROM 1 BY 1
078400            UNTIL CSR-VIO-IDX > CSR-VIO-COUNT.
078500     IF CSR-VIO-COUNT = 0
078600         MOVE "  NO SECURITY EXCEPTIONS ON FILE"
078700             TO CSR-REPORT-RECORD
078800         WRITE CSR-REPORT-RECORD
078900     END-IF.
079000     MOVE SPACES TO CSR-REPORT-RECORD.
079100     WRITE CSR-REPORT-RECORD.
079200
079300     MOVE "REPEAT OFFENDERS WITHIN THE REVIEW WINDOW"
079400         TO CSR-REPORT-RECORD.
079500     WRITE CSR-REPORT-RECORD.
079600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-OFN-HDR.
079700     PERFORM 5200-PRINT-REPEAT THRU 5200-EXIT
079800         VARYING CSR-OFN-IDX FROM 1 BY 1
079900            UNTIL CSR-OFN-IDX > CSR-OFN-COUNT.
080000     IF CSR-REPEAT-COUNT = 0
080100         MOVE "  NO REPEAT OFFENDERS" TO CSR-REPORT-RECORD
080200         WRITE CSR-REPORT-RECORD
080300     END-IF.
080400     MOVE SPACES TO CSR-REPORT-RECORD.
080500     WRITE CSR-REPORT-RECORD.
080600
080700     MOVE "ATTEMPTS BY IDS NOT ON OPERATOR-MASTER"
080800         TO CSR-REPORT-RECORD.
080900     WRITE CSR-REPORT-RECORD.
081000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-OFN-HDR.
081100     PERFORM 5300-PRINT-UNREGISTERED THRU 5300-EXIT
081200         VARYING CSR-OFN-IDX FROM 1 BY 1
081300            UNTIL CSR-OFN-IDX > CSR-OFN-COUNT.
081400     IF CSR-UNREG-COUNT = 0
081500         MOVE "  NO ATTEMPTS BY UNREGISTERED IDS"
081600             TO CSR-REPORT-RECORD
081700         WRITE CSR-REPORT-RECORD
081800     END-IF.
081900     MOVE SPACES TO CSR-REPORT-RECORD.
082000     WRITE CSR-REPORT-RECORD.
082100
082200     MOVE "OPERATOR LOCKOUTS - REINSTATE THROUGH Opermaint"
082300         TO CSR-REPORT-RECORD.
082400     WRITE CSR-REPORT-RECORD.
082500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-OFN-HDR.
082600     MOVE 0 TO CSR-LISTED-COUNT.
082700     PERFORM 5400-PRINT-LOCKOUT THRU 5400-EXIT
082800         VARYING CSR-OFN-IDX FROM 1 BY 1
082900            UNTIL CSR-OFN-IDX > CSR-OFN-COUNT.
083000     IF CSR-LISTED-COUNT = 0
083100         MOVE "  NO OPERATOR AT THE LOCKOUT LIMIT"
083200             TO CSR-REPORT-RECORD
083300         WRITE CSR-REPORT-RECORD
083400     END-IF.
083500     MOVE SPACES TO CSR-REPORT-RECORD.
083600     WRITE CSR-REPORT-RECORD.
083700
083800     MOVE "CIPHERLOG RUNS BY INACTIVE OR UNREGISTERED OPERATORS"
083900         TO CSR-REPORT-RECORD.
084000     WRITE CSR-REPORT-RECORD.
084100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-CRN-HDR.
084200     PERFORM 5500-PRINT-CIPHERLOG-RUN THRU 5500-EXIT
084300         VARYING CSR-CRN-IDX FROM 1 BY 1
084400            UNTIL CSR-CRN-IDX > CSR-CRN-COUNT.
084500     IF CSR-CLOG-FLAG-COUNT = 0
084600         MOVE "  NO RUNS BY INACTIVE OR UNREGISTERED OPERATORS"
084700             TO CSR-REPORT-RECORD
084800         WRITE CSR-REPORT-RECORD
084900     END-IF.
085000
085100 5000-EXIT.
085200     EXIT.
085300
085400*****************************************************************
085500*    5100-PRINT-VIOLATION
085600*    PRINTS ONE OPERATOR/FUNCTION/REASON LINE.
085700*****************************************************************
085800 5100-PRINT-VIOLATION.
085900
086000     MOVE CSR-VIO-OPERATOR (CSR-VIO-IDX) TO CSR-RPT-VIO-OPERATOR.
086100     IF CSR-VIO-OPERATOR (CSR-VIO-IDX) = SPACES
086200         MOVE "*NONE*" TO CSR-RPT-VIO-OPERATOR
086300     END-IF.
086400     MOVE CSR-VIO-FUNCTION (CSR-VIO-IDX) TO CSR-RPT-VIO-FUNCTION.
086500     MOVE CSR-VIO-REASON (CSR-VIO-IDX) TO CSR-RPT-VIO-REASON.
086600     MOVE CSR-VIO-EVENTS (CSR-VIO-IDX) TO CSR-RPT-VIO-EVENTS.
086700     MOVE CSR-VIO-FIRST-DATE (CSR-VIO-IDX) TO CSR-RPT-VIO-FIRST.
086800     MOVE CSR-VIO-LAST-DATE (CSR-VIO-IDX) TO CSR-RPT-VIO-LAST.
086900     WRITE CSR-REPORT-RECORD FROM CSR-RPT-VIO-LINE.
087000
087100 5100-EXIT.
087200     EXIT.
087300
087400*****************************************************************
087500*    5200-PRINT-REPEAT
087600*    PRINTS THE OFFENDER ROW AT CSR-OFN-IDX WHEN IT HAS MORE THAN
087700*    ONE VIOLATION WITHIN THE REVIEW WINDOW.
087800*****************************************************************
087900 5200-PRINT-REPEAT.
088000
088100     IF CSR-OFN-WINDOW-EVENTS (CSR-OFN-IDX) < 2
088200         GO TO 5200-EXIT
088300     END-IF.
088400
088500     ADD 1 TO CSR-REPEAT-COUNT.
088600     EVALUATE CSR-OFN-REG-STATUS (CSR-OFN-IDX)
088700         WHEN "A"
088800             MOVE "ACTIVE ON REGISTER" TO CSR-RPT-OFN-STANDING
088900         WHEN "I"
089000             MOVE "INACTIVE ON REGISTER" TO CSR-RPT-OFN-STANDING
089100         WHEN "M"
089200             MOVE "NOT ON REGISTER" TO CSR-RPT-OFN-STANDING
089300         WHEN OTHER
089400             MOVE "REGISTER NOT AVAILABLE" TO CSR-RPT-OFN-STANDING
089500     END-EVALUATE.
089600     PERFORM 5800-WRITE-OFFENDER-LINE THRU 5800-EXIT.
089700
089800 5200-EXIT.
089900     EXIT.
090000
090100*****************************************************************
090200*    5300-PRINT-UNREGISTERED
090300*    PRINTS THE OFFENDER ROW AT CSR-OFN-IDX WHEN ITS ID IS NOT ON
090400*    OPERATOR-MASTER (OR THE ATTEMPT CARRIED NO ID AT ALL).
090500*****************************************************************
090600 5300-PRINT-UNREGISTERED.
090700
090800     IF CSR-OFN-REG-STATUS (CSR-OFN-IDX) NOT = "M"
090900         GO TO 5300-EXIT
091000     END-IF.
091100
091200     ADD 1 TO CSR-UNREG-COUNT.
091300     IF CSR-OFN-OPERATOR (CSR-OFN-IDX) = SPACES
091400         MOVE "NO OPERATOR ID ON THE ATTEMPT"
091500             TO CSR-RPT-OFN-STANDING
091600     ELSE
091700         MOVE "NOT ON REGISTER" TO CSR-RPT-OFN-STANDING
091800     END-IF.
091900     PERFORM 5800-WRITE-OFFENDER-LINE THRU 5800-EXIT.
092000
092100 5300-EXIT.
092200     EXIT.
092300
092400*****************************************************************
092500*    5400-PRINT-LOCKOUT
092600*    PRINTS THE OFFENDER ROW AT CSR-OFN-IDX WHEN IT REACHED THE
092700*    LOCKOUT LIMIT, WITH THE ACTION TAKEN ON THE REGISTER.
092800*****************************************************************
092900 5400-PRINT-LOCKOUT.
093000
093100     IF CSR-OFN-ACTION (CSR-OFN-IDX) = SPACES
093200         GO TO 5400-EXIT
093300     END-IF.
093400
093500     ADD 1 TO CSR-LISTED-COUNT.
093600     EVALUATE CSR-OFN-ACTION (CSR-OFN-IDX)
093700         WHEN "L"
093800             MOVE "LOCKED OUT - SET INACTIVE THIS RUN"
093900                 TO CSR-RPT-OFN-STANDING
094000         WHEN "P"
094100             MOVE "ALREADY INACTIVE - NOT CHANGED"
094200                 TO CSR-RPT-OFN-STANDING
094300         WHEN OTHER
094400             MOVE "LOCKOUT NOT APPLIED - REGISTER ERROR"
094500                 TO CSR-RPT-OFN-STANDING
094600     END-EVALUATE.
094700     PERFORM 5800-WRITE-OFFENDER-LINE THRU 5800-EXIT.
094800
094900 5400-EXIT.
095000     EXIT.
095100
095200*****************************************************************
095300*    5500-PRINT-CIPHERLOG-RUN
095400*    PRINTS THE CIPHERLOG RUN ROW AT CSR-CRN-IDX WHEN ITS
095500*    OPERATOR IS NOW INACTIVE OR NOT ON THE REGISTER. A RUN
095600*    WITHIN THE REVIEW WINDOW IS MARKED AND COUNTED SEPARATELY -
095700*    THOSE ARE THE ONES THAT SET THE RETURN CODE.
095800*****************************************************************
095900 5500-PRINT-CIPHERLOG-RUN.
096000
096100     EVALUATE CSR-CRN-REG-STATUS (CSR-CRN-IDX)
096200         WHEN "I"
096300             MOVE "INACTIVE OPERATOR" TO CSR-RPT-CRN-STANDING
096400         WHEN "M"
096500             MOVE "NOT ON REGISTER" TO CSR-RPT-CRN-STANDING
096600         WHEN OTHER
096700             GO TO 5500-EXIT
096800     END-EVALUATE.
096900
097000     ADD 1 TO CSR-CLOG-FLAG-COUNT.
097100     MOVE CSR-CRN-DATE (CSR-CRN-IDX) TO CSR-EVENT-DATE.
097200     PERFORM 2400-CHECK-WINDOW THRU 2400-EXIT.
097300     IF CSR-IN-WINDOW
097400         ADD 1 TO CSR-CLOG-RECENT-COUNT
097500         MOVE "RECENT" TO CSR-RPT-CRN-RECENT
097600     ELSE
097700         MOVE SPACES TO CSR-RPT-CRN-RECENT
097800     END-IF.
097900     MOVE CSR-CRN-DATE (CSR-CRN-IDX) TO CSR-RPT-CRN-DATE.
098000     MOVE CSR-CRN-RUN-ID (CSR-CRN-IDX) TO CSR-RPT-CRN-RUN-ID.
098100     MOVE CSR-CRN-OPERATOR (CSR-CRN-IDX) TO CSR-RPT-CRN-OPERATOR.
098200     IF CSR-CRN-OPERATOR (CSR-CRN-IDX) = SPACES
098300         MOVE "*NONE*" TO CSR-RPT-CRN-OPERATOR
098400     END-IF.
098500     MOVE CSR-CRN-MSGS (CSR-CRN-IDX) TO CSR-RPT-CRN-MSGS.
098600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-CRN-LINE.
098700
098800 5500-EXIT.
098900     EXIT.
099000
099100*****************************************************************
099200*    5800-WRITE-OFFENDER-LINE
099300*    WRITES ONE OFFENDER LINE FOR THE ROW AT CSR-OFN-IDX, WITH
099400*    THE STANDING TEXT ALREADY SET BY THE CALLER.
099500*****************************************************************
099600 5800-WRITE-OFFENDER-LINE.
099700
099800     MOVE CSR-OFN-OPERATOR (CSR-OFN-IDX) TO CSR-RPT-OFN-OPERATOR.
099900     IF CSR-OFN-OPERATOR (CSR-OFN-IDX) = SPACES
100000         MOVE "*NONE*" TO CSR-RPT-OFN-OPERATOR
100100     END-IF.
100200     MOVE CSR-OFN-EVENTS (CSR-OFN-IDX) TO CSR-RPT-OFN-EVENTS.
100300     MOVE CSR-OFN-WINDOW-EVENTS (CSR-OFN-IDX)
100400         TO CSR-RPT-OFN-WINDOW.
100500     MOVE CSR-OFN-FIRST-DATE (CSR-OFN-IDX) TO CSR-RPT-OFN-FIRST.
100600     MOVE CSR-OFN-LAST-DATE (CSR-OFN-IDX) TO CSR-RPT-OFN-LAST.
100700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-OFN-LINE.
100800
100900 5800-EXIT.
101000     EXIT.
101100
101200*****************************************************************
101300*    9000-TERMINATE
101400*    PRINTS THE REVIEW TOTALS, CLOSES THE FILES AND SETS THE
101500*    RETURN CODE - 12 WHEN ANY OPERATOR WAS LOCKED OUT, 8 WHEN A
101600*    LOCKOUT FAILED, THE REGISTER WAS NOT AVAILABLE, OR A RECENT
101700*    CIPHERLOG RUN WAS MADE BY AN INACTIVE OR UNREGISTERED
101800*    OPERATOR.
101900*****************************************************************
102000 9000-TERMINATE.
102100
102200     MOVE SPACES TO CSR-REPORT-RECORD.
102300     WRITE CSR-REPORT-RECORD.
102400     MOVE "EXCEPTIONS READ......: " TO CSR-RPT-TOT-DESC.
102500     MOVE CSR-SEC-READ-COUNT TO CSR-RPT-TOT-COUNT.
102600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
102700     MOVE "REPEAT OFFENDERS.....: " TO CSR-RPT-TOT-DESC.
102800     MOVE CSR-REPEAT-COUNT TO CSR-RPT-TOT-COUNT.
102900     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
103000     MOVE "UNREGISTERED IDS.....: " TO CSR-RPT-TOT-DESC.
103100     MOVE CSR-UNREG-COUNT TO CSR-RPT-TOT-COUNT.
103200     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
103300     MOVE "OPERATORS LOCKED OUT.: " TO CSR-RPT-TOT-DESC.
103400     MOVE CSR-LOCKOUT-COUNT TO CSR-RPT-TOT-COUNT.
103500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
103600     MOVE "ALREADY INACTIVE.....: " TO CSR-RPT-TOT-DESC.
103700     MOVE CSR-ALREADY-COUNT TO CSR-RPT-TOT-COUNT.
103800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
103900     MOVE "LOCKOUTS FAILED......: " TO CSR-RPT-TOT-DESC.
104000     MOVE CSR-LOCK-FAIL-COUNT TO CSR-RPT-TOT-COUNT.
104100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
104200     MOVE "CIPHERLOG RECORDS....: " TO CSR-RPT-TOT-DESC.
104300     MOVE CSR-CLOG-READ-COUNT TO CSR-RPT-TOT-COUNT.
104400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
104500     MOVE "CIPHERLOG RUNS FLAGGED: " TO CSR-RPT-TOT-DESC.
104600     MOVE CSR-CLOG-FLAG-COUNT TO CSR-RPT-TOT-COUNT.
104700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
104800     MOVE "  OF WHICH RECENT....: " TO CSR-RPT-TOT-DESC.
104900     MOVE CSR-CLOG-RECENT-COUNT TO CSR-RPT-TOT-COUNT.
105000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
105100
105200     CLOSE SECURITY-EXC-FILE.
105300     CLOSE CIPHERLOG-FILE.
105400     IF CSR-OPR-REG-OPEN
105500         CLOSE OPERATOR-MASTER
105600     END-IF.
105700     CLOSE SECREVIEW-REPORT-FILE.
105800
105900     DISPLAY "SECURITY EXCEPTIONS REVIEWED: " CSR-SEC-READ-COUNT
106000         " LOCKED OUT: " CSR-LOCKOUT-COUNT.
106100     DISPLAY "CIPHERLOG RUNS FLAGGED: " CSR-CLOG-FLAG-COUNT
106200         " RECENT: " CSR-CLOG-RECENT-COUNT.
106300     EVALUATE TRUE
106400         WHEN CSR-LOCKOUT-COUNT > 0
106500             MOVE 12 TO RETURN-CODE
106600         WHEN CSR-LOCK-FAIL-COUNT > 0
106700             MOVE 8 TO RETURN-CODE
106800         WHEN NOT CSR-OPR-REG-OPEN
106900             MOVE 8 TO RETURN-CODE
107000         WHEN CSR-CLOG-RECENT-COUNT > 0
107100             MOVE 8 TO RETURN-CODE
107200         WHEN OTHER
107300             CONTINUE
107400     END-EVALUATE.
107500
107600 9000-EXIT.
107700     EXIT.
107800
107900 END PROGRAM Secreview.
