000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Dailyops
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: DAILY OPERATIONS SUMMARY. READS THE
000900*                   RUN-REGISTER WRITTEN THROUGH Runreg BY EVERY
001000*                   BATCH STEP AND PRINTS THE WHOLE OF ONE DAY'S
001100*                   BATCH WINDOW ON A SINGLE PAGE - EACH RUN
001200*                   STARTED ON THE BATCH DATE WITH ITS RUN ID,
001300*                   START AND END TIMES, RETURN CODE AND KEY
001400*                   COUNTS, FLAGGING A RUN THAT ENDED ABOVE RC 4
001500*                   OR NEVER ENDED. THE STEPS EXPECTED TO RUN EACH
001600*                   DAY, FROM THE DAILYOPS-PARM CARD, ARE THEN
001700*                   LISTED WITH HOW MANY TIMES EACH RAN, FLAGGING
001800*                   ANY THAT DID NOT RUN AT ALL. ENDS WITH
001900*                   RETURN-CODE 8 WHEN ANYTHING IS FLAGGED.
002000*    MODIFICATION HISTORY
002100*    DATE.......  INIT  DESCRIPTION
002200*    ----------  ----  -------------------------------------------
002300*    2026-10-15  SM    ORIGINAL PROGRAM.
002400*****************************************************************
002500 PROGRAM-ID. Dailyops.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DAILYOPS-PARM-FILE ASSIGN TO "DAILYOPS-PARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS CSR-DOP-FILE-STATUS.
003300
003400     SELECT RUN-REGISTER ASSIGN TO "RUN-REGISTER"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS CSR-RRG-FILE-STATUS.
003700
003800     SELECT DAILYOPS-REPORT-FILE ASSIGN TO "DAILYOPS-REPORT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CSR-RPT-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  DAILYOPS-PARM-FILE
004500     RECORDING MODE IS F.
004600 COPY "dopparm.cpy".
004700
004800 FD  RUN-REGISTER
004900     RECORDING MODE IS F.
005000 COPY "rrgrec.cpy".
005100
005200 FD  DAILYOPS-REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  CSR-REPORT-RECORD               PIC X(132).
005500
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
005800*    SWITCHES
005900*****************************************************************
006000 01  CSR-SWITCHES.
006100     05  CSR-RRG-EOF-SW              PIC X(01) VALUE "N".
006200         88  CSR-RRG-EOF             VALUE "Y".
006300     05  CSR-DOP-FILE-STATUS         PIC X(02) VALUE "00".
006400     05  CSR-RRG-FILE-STATUS         PIC X(02) VALUE "00".
006500     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
006600     05  CSR-DOP-READ-SW             PIC X(01) VALUE "N".
006700         88  CSR-DOP-WAS-READ        VALUE "Y".
006800     05  CSR-RRG-OPEN-SW             PIC X(01) VALUE "N".
006900         88  CSR-RRG-OPEN            VALUE "Y".
007000
007100*****************************************************************
007200*    WORKING FIELDS
007300*****************************************************************
007400 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
007500 77  CSR-REPORT-DATE                 PIC 9(08) VALUE 0.
007600 77  CSR-PARM-SUB                    PIC 9(02) VALUE 0.
007700 77  CSR-CNT-SUB                     PIC 9(02) VALUE 0.
007800 77  CSR-RRG-READ-COUNT              PIC 9(07) VALUE 0.
007900 77  CSR-STARTED-COUNT               PIC 9(05) VALUE 0.
008000 77  CSR-ENDED-COUNT                 PIC 9(05) VALUE 0.
008100 77  CSR-ABOVE-RC4-COUNT             PIC 9(05) VALUE 0.
008200 77  CSR-NOT-ENDED-COUNT             PIC 9(05) VALUE 0.
008300 77  CSR-NOT-LISTED-COUNT            PIC 9(05) VALUE 0.
008400 77  CSR-UNTRACKED-COUNT             PIC 9(05) VALUE 0.
008500 77  CSR-MISSING-STEP-COUNT          PIC 9(05) VALUE 0.
008600 77  CSR-EDIT-TIME                   PIC 99B99B99.
008700 77  CSR-EDIT-RC                     PIC ZZ9.
008800
008900*****************************************************************
009000*    EXPECTED STEP TABLE - THE STEPS THAT SHOULD RUN EVERY DAY,
009100*    WITH THE NUMBER OF RUNS OF EACH STARTED ON THE BATCH DATE.
009200*****************************************************************
009300 77  CSR-EXP-COUNT                   PIC 9(02) VALUE 0.
009400 01  CSR-EXP-TABLE.
009500     05  CSR-EXP-ENTRY OCCURS 7 TIMES
009600                       INDEXED BY CSR-EXP-IDX.
009700         10  CSR-EXP-PROGRAM         PIC X(10).
009800         10  CSR-EXP-RUNS            PIC 9(03).
009900
010000*****************************************************************
010100*    DAY'S RUN TABLE - ONE ROW PER RUN STARTED ON THE BATCH DATE,
010200*    IN REGISTER ORDER, WITH ITS END ENTRY ONCE ONE IS FOUND. THE
010300*    FIRST 40 RUNS ARE PRINTED, AND ANY FLAGGED RUN AFTER THEM, SO
010400*    THE DAY STILL FITS ON ONE PAGE. A RUN PAST THE 200TH CANNOT
010500*    BE CHECKED FOR ITS END AND IS COUNTED AS NOT TRACKED.
010600*****************************************************************
010700 77  CSR-DRN-COUNT                   PIC 9(03) VALUE 0.
010800 01  CSR-DRN-TABLE.
010900     05  CSR-DRN-ENTRY OCCURS 200 TIMES
011000                       INDEXED BY CSR-DRN-IDX.
011100         10  CSR-DRN-PROGRAM         PIC X(10).
011200         10  CSR-DRN-RUN-ID          PIC X(16).
011300         10  CSR-DRN-START-TIME.
011400             15  CSR-DRN-START-HMS   PIC 9(06).
011500             15  FILLER              PIC 9(02).
011600         10  CSR-DRN-END-SW          PIC X(01).
011700             88  CSR-DRN-ENDED       VALUE "Y".
011800         10  CSR-DRN-END-TIME.
011900             15  CSR-DRN-END-HMS     PIC 9(06).
012000             15  FILLER              PIC 9(02).
012100         10  CSR-DRN-RETURN-CODE     PIC 9(03).
012200         10  CSR-DRN-COUNTS.
012300             15  CSR-DRN-COUNT-ENTRY OCCURS 3 TIMES.
012400                 20  CSR-DRN-CNT-DESC    PIC X(10).
012500                 20  CSR-DRN-CNT-VALUE   PIC 9(07).
012600
012700*****************************************************************
012800*    REPORT LINE LAYOUTS
012900*****************************************************************
013000 01  CSR-RPT-HEADER-1.
013100     05  FILLER                      PIC X(26) VALUE
013200         "DAILY OPERATIONS SUMMARY  ".
013300     05  FILLER                      PIC X(11) VALUE
013400         "BATCH DATE ".
013500     05  CSR-RPT-HDR-DATE            PIC 9(08).
013600     05  FILLER                      PIC X(11) VALUE
013700         "  PRINTED  ".
013800     05  CSR-RPT-HDR-PRINTED         PIC 9(08).
013900     05  FILLER                      PIC X(68) VALUE SPACES.
014000
014100 01  CSR-RPT-RUN-HDR.
014200     05  FILLER                      PIC X(02) VALUE SPACES.
014300     05  FILLER                      PIC X(11) VALUE "STEP".
014400     05  FILLER                      PIC X(17) VALUE "RUN ID".
014500     05  FILLER                      PIC X(10) VALUE "STARTED".
014600     05  FILLER                      PIC X(10) VALUE "ENDED".
014700     05  FILLER                      PIC X(05) VALUE " RC".
014800     05  FILLER                      PIC X(57) VALUE "KEY COUNTS".
014900     05  FILLER                      PIC X(20) VALUE SPACES.
015000
015100 01  CSR-RPT-RUN-LINE.
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  CSR-RPT-RUN-PROGRAM         PIC X(10).
015400     05  FILLER                      PIC X(01) VALUE SPACES.
015500     05  CSR-RPT-RUN-RUN-ID          PIC X(16).
015600     05  FILLER                      PIC X(01) VALUE SPACES.
015700     05  CSR-RPT-RUN-START           PIC X(08).
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  CSR-RPT-RUN-END             PIC X(08).
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  CSR-RPT-RUN-RC              PIC X(03).
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  CSR-RPT-RUN-COUNTS.
016400         10  CSR-RPT-RUN-COUNT-ENTRY OCCURS 3 TIMES.
016500             15  CSR-RPT-CNT-DESC    PIC X(10).
016600             15  FILLER              PIC X(01).
016700             15  CSR-RPT-CNT-VALUE   PIC ZZZZZZ9.
016800             15  FILLER              PIC X(01).
016900     05  CSR-RPT-RUN-FLAG            PIC X(16).
017000     05  FILLER                      PIC X(04) VALUE SPACES.
017100
017200 01  CSR-RPT-STEP-HDR.
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  FILLER                      PIC X(12) VALUE "STEP".
017500     05  FILLER                      PIC X(06) VALUE "  RUNS".
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  FILLER                      PIC X(20) VALUE "STATUS".
017800     05  FILLER                      PIC X(90) VALUE SPACES.
017900
018000 01  CSR-RPT-STEP-LINE.
018100     05  FILLER                      PIC X(02) VALUE SPACES.
018200     05  CSR-RPT-STP-PROGRAM         PIC X(10).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  CSR-RPT-STP-RUNS            PIC ZZZZZ9.
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  CSR-RPT-STP-STATUS          PIC X(20).
018700     05  FILLER                      PIC X(90) VALUE SPACES.
018800
018900 01  CSR-RPT-TOTAL-LINE.
019000     05  FILLER                      PIC X(02) VALUE SPACES.
019100     05  CSR-RPT-TOT-DESC            PIC X(24).
019200     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
019300     05  FILLER                      PIC X(97) VALUE SPACES.
019400
019500 PROCEDURE DIVISION.
019600*****************************************************************
019700*    0000-MAINLINE
019800*****************************************************************
019900 0000-MAINLINE.
020000
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200
020300     PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-EXIT
020400         UNTIL CSR-RRG-EOF.
020500
020600     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
020700
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900
021000     STOP RUN.
021100
021200*****************************************************************
021300*    1000-INITIALIZE
021400*    READS THE DAILYOPS-PARM CARD FOR THE BATCH DATE AND THE
021500*    EXPECTED STEPS, OPENS THE RUN-REGISTER AND PRIMES IT, AND
021600*    OPENS THE REPORT. A REGISTER THAT CANNOT BE OPENED LEAVES AN
021700*    EMPTY DAY, SO EVERY EXPECTED STEP IS FLAGGED.
021800*****************************************************************
021900 1000-INITIALIZE.
022000
022100     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
022200     MOVE CSR-RUN-DATE TO CSR-REPORT-DATE.
022300     INITIALIZE CSR-EXP-TABLE.
022400
022500     INITIALIZE CSR-DOP-PARM-RECORD.
022600     OPEN INPUT DAILYOPS-PARM-FILE.
022700     IF CSR-DOP-FILE-STATUS = "00"
022800         READ DAILYOPS-PARM-FILE
022900             AT END
023000                 DISPLAY "DAILYOPS-PARM FILE EMPTY - USING TODAY "
023100                     "AND DEFAULT STEPS"
023200             NOT AT END
023300                 SET CSR-DOP-WAS-READ TO TRUE
023400         END-READ
023500         CLOSE DAILYOPS-PARM-FILE
023600     ELSE
023700         DISPLAY "DAILYOPS-PARM FILE NOT FOUND (STATUS "
023800             CSR-DOP-FILE-STATUS ") - USING TODAY AND DEFAULT "
023900             "STEPS"
024000     END-IF.
024100     IF CSR-DOP-WAS-READ
024200         IF CSR-DOP-REPORT-DATE NUMERIC
024300             MOVE CSR-DOP-REPORT-DATE TO CSR-REPORT-DATE
024400         ELSE
024500             IF CSR-DOP-REPORT-DATE NOT = SPACES
024600                 DISPLAY "DAILYOPS-PARM BATCH DATE INVALID - "
024700                     "USING TODAY"
024800             END-IF
024900         END-IF
025000         PERFORM 1100-TAKE-EXPECTED-STEP THRU 1100-EXIT
025100             VARYING CSR-PARM-SUB FROM 1 BY 1
025200                UNTIL CSR-PARM-SUB > 7
025300     END-IF.
025400     IF CSR-EXP-COUNT = 0
025500         MOVE "CEASER"    TO CSR-EXP-PROGRAM (1)
025600         MOVE "RECONCILE" TO CSR-EXP-PROGRAM (2)
025700         MOVE "ACKTRACK"  TO CSR-EXP-PROGRAM (3)
025800         MOVE 3 TO CSR-EXP-COUNT
025900     END-IF.
026000     DISPLAY "BATCH DATE: " CSR-REPORT-DATE
026100         "  EXPECTED STEPS: " CSR-EXP-COUNT.
026200
026300     OPEN INPUT RUN-REGISTER.
026400     IF CSR-RRG-FILE-STATUS = "00"
026500         SET CSR-RRG-OPEN TO TRUE
026600         PERFORM 2900-READ-REGISTER THRU 2900-EXIT
026700     ELSE
026800         DISPLAY "RUN-REGISTER NOT FOUND (STATUS "
026900             CSR-RRG-FILE-STATUS ") - NO RUNS TO REPORT"
027000         SET CSR-RRG-EOF TO TRUE
027100     END-IF.
027200
027300     OPEN OUTPUT DAILYOPS-REPORT-FILE.
027400
027500 1000-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*    1100-TAKE-EXPECTED-STEP
028000*    ADDS ONE NON-BLANK STEP NAME FROM THE PARM CARD TO THE
028100*    EXPECTED STEP TABLE.
028200*****************************************************************
028300 1100-TAKE-EXPECTED-STEP.
028400
028500     IF CSR-DOP-EXPECTED-STEP (CSR-PARM-SUB) NOT = SPACES
028600         ADD 1 TO CSR-EXP-COUNT
028700         MOVE CSR-DOP-EXPECTED-STEP (CSR-PARM-SUB)
028800             TO CSR-EXP-PROGRAM (CSR-EXP-COUNT)
028900     END-IF.
029000
029100 1100-EXIT.
029200     EXIT.
029300
029400*****************************************************************
029500*    2000-LOAD-ONE-ENTRY
029600*    APPLIES ONE RUN-REGISTER ENTRY TO THE DAY'S RUN TABLE. A
029700*    START ON THE BATCH DATE OPENS A RUN; AN END CLOSES THE RUN
029800*    IT BELONGS TO, EVEN WHEN IT FELL AFTER MIDNIGHT. RECONCILED
029900*    ENTRIES ARE NOT PART OF THE BATCH WINDOW.
030000*****************************************************************
030100 2000-LOAD-ONE-ENTRY.
030200
030300     EVALUATE TRUE
030400         WHEN CSR-RRG-START AND CSR-RRG-DATE = CSR-REPORT-DATE
030500             PERFORM 2100-ADD-RUN THRU 2100-EXIT
030600         WHEN CSR-RRG-END
030700             PERFORM 2200-END-RUN THRU 2200-EXIT
030800         WHEN OTHER
030900             CONTINUE
031000     END-EVALUATE.
031100
031200     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
031300
031400 2000-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*    2100-ADD-RUN
031900*    COUNTS A RUN STARTED ON THE BATCH DATE AGAINST ITS EXPECTED
032000*    STEP AND ADDS IT TO THE DAY'S RUN TABLE WHILE THERE IS ROOM.
032100*    A RUN THAT DOES NOT FIT IS COUNTED AS NOT TRACKED.
032200*****************************************************************
032300 2100-ADD-RUN.
032400
032500     ADD 1 TO CSR-STARTED-COUNT.
032600     SET CSR-EXP-IDX TO 1.
032700     SEARCH CSR-EXP-ENTRY
032800         AT END
032900             CONTINUE
033000         WHEN CSR-EXP-IDX > CSR-EXP-COUNT
033100             CONTINUE
033200         WHEN CSR-EXP-PROGRAM (CSR-EXP-IDX) = CSR-RRG-PROGRAM
033300             ADD 1 TO CSR-EXP-RUNS (CSR-EXP-IDX)
033400     END-SEARCH.
033500
033600     IF CSR-DRN-COUNT NOT < 200
033700         IF CSR-UNTRACKED-COUNT = 0
033800             DISPLAY "DAY'S RUN TABLE FULL (200) - FURTHER RUNS "
033900                 "NOT TRACKED"
034000         END-IF
034100         ADD 1 TO CSR-UNTRACKED-COUNT
034200         GO TO 2100-EXIT
034300     END-IF.
034400
034500     ADD 1 TO CSR-DRN-COUNT.
034600     SET CSR-DRN-IDX TO CSR-DRN-COUNT.
034700     MOVE CSR-RRG-PROGRAM TO CSR-DRN-PROGRAM (CSR-DRN-IDX).
034800     MOVE CSR-RRG-RUN-ID  TO CSR-DRN-RUN-ID (CSR-DRN-IDX).
034900     MOVE CSR-RRG-TIME    TO CSR-DRN-START-TIME (CSR-DRN-IDX).
035000     MOVE "N"             TO CSR-DRN-END-SW (CSR-DRN-IDX).
035100     MOVE 0               TO CSR-DRN-END-TIME (CSR-DRN-IDX).
035200     MOVE 0               TO CSR-DRN-RETURN-CODE (CSR-DRN-IDX).
035300     MOVE SPACES          TO CSR-DRN-COUNTS (CSR-DRN-IDX).
035400
035500 2100-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900*    2200-END-RUN
036000*    CLOSES THE FIRST OPEN RUN IN THE TABLE WITH THE SAME STEP AND
036100*    RUN ID, TAKING ITS END TIME, RETURN CODE AND KEY COUNTS. AN
036200*    END FOR A RUN STARTED ON ANOTHER DATE, OR NOT TRACKED,
036300*    MATCHES NOTHING.
036400*****************************************************************
036500 2200-END-RUN.
036600
036700     SET CSR-DRN-IDX TO 1.
036800     SEARCH CSR-DRN-ENTRY
036900         AT END
037000             CONTINUE
037100         WHEN CSR-DRN-IDX > CSR-DRN-COUNT
037200             CONTINUE
037300         WHEN CSR-DRN-PROGRAM (CSR-DRN-IDX) = CSR-RRG-PROGRAM
037400                 AND CSR-DRN-RUN-ID (CSR-DRN-IDX) = CSR-RRG-RUN-ID
037500                 AND NOT CSR-DRN-ENDED (CSR-DRN-IDX)
037600             SET CSR-DRN-ENDED (CSR-DRN-IDX) TO TRUE
037700             MOVE CSR-RRG-TIME TO CSR-DRN-END-TIME (CSR-DRN-IDX)
037800             MOVE CSR-RRG-RETURN-CODE
037900                 TO CSR-DRN-RETURN-CODE (CSR-DRN-IDX)
038000             MOVE CSR-RRG-COUNTS TO CSR-DRN-COUNTS (CSR-DRN-IDX)
038100             ADD 1 TO CSR-ENDED-COUNT
038200             IF CSR-RRG-RETURN-CODE > 4
038300                 ADD 1 TO CSR-ABOVE-RC4-COUNT
038400             END-IF
038500     END-SEARCH.
038600
038700 2200-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*    2900-READ-REGISTER
039200*****************************************************************
039300 2900-READ-REGISTER.
039400
039500     READ RUN-REGISTER
039600         AT END
039700             SET CSR-RRG-EOF TO TRUE
039800         NOT AT END
039900             ADD 1 TO CSR-RRG-READ-COUNT
040000     END-READ.
040100
040200 2900-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*    3000-PRINT-REPORT
040700*    PRINTS THE ONE-PAGE SUMMARY - THE DAY'S RUNS IN THE ORDER
040800*    THEY STARTED, THEN THE EXPECTED STEPS.
040900*****************************************************************
041000 3000-PRINT-REPORT.
041100
041200     MOVE CSR-REPORT-DATE TO CSR-RPT-HDR-DATE.
041300     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-PRINTED.
041400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
041500     MOVE SPACES TO CSR-REPORT-RECORD.
041600     WRITE CSR-REPORT-RECORD.
041700
041800     MOVE "BATCH WINDOW - RUNS STARTED ON THE BATCH DATE"
041900         TO CSR-REPORT-RECORD.
042000     WRITE CSR-REPORT-RECORD.
042100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-RUN-HDR.
042200     PERFORM 3100-PRINT-RUN THRU 3100-EXIT
042300         VARYING CSR-DRN-IDX FROM 1 BY 1
042400            UNTIL CSR-DRN-IDX > CSR-DRN-COUNT.
042500     IF CSR-DRN-COUNT = 0
042600         MOVE "  NO RUNS STARTED ON THE BATCH DATE"
042700             TO CSR-REPORT-RECORD
042800         WRITE CSR-REPORT-RECORD
042900     END-IF.
043000     IF CSR-NOT-LISTED-COUNT > 0
043100         MOVE "CLEAN RUNS NOT LISTED.: " TO CSR-RPT-TOT-DESC
043200         MOVE CSR-NOT-LISTED-COUNT TO CSR-RPT-TOT-COUNT
043300         WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE
043400     END-IF.
043500     MOVE SPACES TO CSR-REPORT-RECORD.
043600     WRITE CSR-REPORT-RECORD.
043700
043800     MOVE "EXPECTED STEPS" TO CSR-REPORT-RECORD.
043900     WRITE CSR-REPORT-RECORD.
044000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-STEP-HDR.
044100     PERFORM 3200-PRINT-STEP THRU 3200-EXIT
044200         VARYING CSR-EXP-IDX FROM 1 BY 1
044300            UNTIL CSR-EXP-IDX > CSR-EXP-COUNT.
044400
044500 3000-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    3100-PRINT-RUN
045000*    PRINTS ONE RUN OF THE DAY. A RUN THAT ENDED ABOVE RC 4 OR
045100*    HAS NO END ENTRY IS FLAGGED; ONE WITH NO END SHOWS NO END
045200*    TIME, RETURN CODE OR COUNTS. PAST THE 40TH LINE ONLY FLAGGED
045300*    RUNS ARE PRINTED AND THE CLEAN ONES ARE JUST COUNTED.
045400*****************************************************************
045500 3100-PRINT-RUN.
045600
045700     MOVE CSR-DRN-PROGRAM (CSR-DRN-IDX) TO CSR-RPT-RUN-PROGRAM.
045800     MOVE CSR-DRN-RUN-ID (CSR-DRN-IDX)  TO CSR-RPT-RUN-RUN-ID.
045900     MOVE CSR-DRN-START-HMS (CSR-DRN-IDX) TO CSR-EDIT-TIME.
046000     MOVE CSR-EDIT-TIME TO CSR-RPT-RUN-START.
046100     MOVE SPACES TO CSR-RPT-RUN-END
046200                    CSR-RPT-RUN-RC
046300                    CSR-RPT-RUN-COUNTS
046400                    CSR-RPT-RUN-FLAG.
046500
046600     IF CSR-DRN-ENDED (CSR-DRN-IDX)
046700         MOVE CSR-DRN-END-HMS (CSR-DRN-IDX) TO CSR-EDIT-TIME
046800         MOVE CSR-EDIT-TIME TO CSR-RPT-RUN-END
046900         MOVE CSR-DRN-RETURN-CODE (CSR-DRN-IDX) TO CSR-EDIT-RC
047000         MOVE CSR-EDIT-RC TO CSR-RPT-RUN-RC
047100         PERFORM 3150-EDIT-COUNT THRU 3150-EXIT
047200             VARYING CSR-CNT-SUB FROM 1 BY 1
047300                UNTIL CSR-CNT-SUB > 3
047400         IF CSR-DRN-RETURN-CODE (CSR-DRN-IDX) > 4
047500             MOVE "** ABOVE RC 4" TO CSR-RPT-RUN-FLAG
047600         END-IF
047700     ELSE
047800         MOVE "** DID NOT END" TO CSR-RPT-RUN-FLAG
047900         ADD 1 TO CSR-NOT-ENDED-COUNT
048000     END-IF.
048100
048200     IF CSR-DRN-IDX > 40 AND CSR-RPT-RUN-FLAG = SPACES
048300         ADD 1 TO CSR-NOT-LISTED-COUNT
048400     ELSE
048500         WRITE CSR-REPORT-RECORD FROM CSR-RPT-RUN-LINE
048600     END-IF.
048700
048800 3100-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*    3150-EDIT-COUNT
049300*    MOVES ONE OF THE RUN'S KEY COUNTS, WITH ITS LABEL, TO THE
049400*    PRINT LINE. AN UNLABELLED SLOT IS LEFT BLANK.
049500*****************************************************************
049600 3150-EDIT-COUNT.
049700
049800     IF CSR-DRN-CNT-DESC (CSR-DRN-IDX, CSR-CNT-SUB) NOT = SPACES
049900         MOVE CSR-DRN-CNT-DESC (CSR-DRN-IDX, CSR-CNT-SUB)
050000             TO CSR-RPT-CNT-DESC (CSR-CNT-SUB)
050100         MOVE CSR-DRN-CNT-VALUE (CSR-DRN-IDX, CSR-CNT-SUB)
050200             TO CSR-RPT-CNT-VALUE (CSR-CNT-SUB)
050300     END-IF.
050400
050500 3150-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*    3200-PRINT-STEP
051000*    PRINTS ONE EXPECTED STEP WITH THE NUMBER OF TIMES IT RAN ON
051100*    THE BATCH DATE, FLAGGING ONE THAT DID NOT RUN.
051200*****************************************************************
051300 3200-PRINT-STEP.
051400
051500     MOVE CSR-EXP-PROGRAM (CSR-EXP-IDX) TO CSR-RPT-STP-PROGRAM.
051600     MOVE CSR-EXP-RUNS (CSR-EXP-IDX) TO CSR-RPT-STP-RUNS.
051700     IF CSR-EXP-RUNS (CSR-EXP-IDX) = 0
051800         MOVE "*** DID NOT RUN" TO CSR-RPT-STP-STATUS
051900         ADD 1 TO CSR-MISSING-STEP-COUNT
052000     ELSE
052100         MOVE "RAN" TO CSR-RPT-STP-STATUS
052200     END-IF.
052300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-STEP-LINE.
052400
052500 3200-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*    9000-TERMINATE
053000*    PRINTS THE TOTALS, CLOSES THE FILES AND SETS RETURN-CODE 8
053100*    WHEN A RUN ENDED ABOVE RC 4, A RUN DID NOT END, AN EXPECTED
053200*    STEP DID NOT RUN, OR A RUN COULD NOT BE TRACKED.
053300*****************************************************************
053400 9000-TERMINATE.
053500
053600     MOVE SPACES TO CSR-REPORT-RECORD.
053700     WRITE CSR-REPORT-RECORD.
053800     MOVE "REGISTER ENTRIES READ: " TO CSR-RPT-TOT-DESC.
053900     MOVE CSR-RRG-READ-COUNT TO CSR-RPT-TOT-COUNT.
054000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
054100     MOVE "RUNS STARTED.........: " TO CSR-RPT-TOT-DESC.
054200     MOVE CSR-STARTED-COUNT TO CSR-RPT-TOT-COUNT.
054300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
054400     MOVE "RUNS ENDED...........: " TO CSR-RPT-TOT-DESC.
054500     MOVE CSR-ENDED-COUNT TO CSR-RPT-TOT-COUNT.
054600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
054700     MOVE "ENDED ABOVE RC 4.....: " TO CSR-RPT-TOT-DESC.
054800     MOVE CSR-ABOVE-RC4-COUNT TO CSR-RPT-TOT-COUNT.
054900     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
055000     MOVE "DID NOT END..........: " TO CSR-RPT-TOT-DESC.
055100     MOVE CSR-NOT-ENDED-COUNT TO CSR-RPT-TOT-COUNT.
055200     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
055300     MOVE "RUNS NOT TRACKED.....: " TO CSR-RPT-TOT-DESC.
055400     MOVE CSR-UNTRACKED-COUNT TO CSR-RPT-TOT-COUNT.
055500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
055600     MOVE "STEPS THAT DID NOT RUN: " TO CSR-RPT-TOT-DESC.
055700     MOVE CSR-MISSING-STEP-COUNT TO CSR-RPT-TOT-COUNT.
055800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
055900
056000     IF CSR-RRG-OPEN
056100         CLOSE RUN-REGISTER
056200     END-IF.
056300     CLOSE DAILYOPS-REPORT-FILE.
056400
056500     DISPLAY "RUNS STARTED: " CSR-STARTED-COUNT
056600         " ABOVE RC 4: " CSR-ABOVE-RC4-COUNT
056700         " DID NOT END: " CSR-NOT-ENDED-COUNT
056800         " STEPS NOT RUN: " CSR-MISSING-STEP-COUNT.
056900     IF CSR-ABOVE-RC4-COUNT > 0 OR CSR-NOT-ENDED-COUNT > 0
057000             OR CSR-MISSING-STEP-COUNT > 0
057100             OR CSR-UNTRACKED-COUNT > 0
057200         MOVE 8 TO RETURN-CODE
057300     ELSE
057400         DISPLAY "BATCH WINDOW COMPLETE AND CLEAN"
057500     END-IF.
057600
057700 9000-EXIT.
057800     EXIT.
057900
058000 END PROGRAM Dailyops.
