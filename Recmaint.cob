001700*                   MAINTAINED AND REVIEWED WITHOUT EXPOSING A
001800*                   RECIPIENT'S ACTUAL KEY. ENDS WITH RETURN-CODE
001900*                   8 WHEN ANY TRANSACTION WAS REJECTED.
001910*                   EVERY KEY A RECIPIENT HAS HELD IS KEPT AS
001920*                   A DATED GENERATION ON RECIPIENT-KEYHIST. A
001930*                   ROTATE CARD SCHEDULES A SUCCESSOR KEY WITH
001940*                   ITS OWN EFFECTIVE-FROM DATE; EACH RUN CUTS
001950*                   THE DIRECTORY OVER TO ANY SUCCESSOR THAT HAS
001960*                   COME DUE, AND EVERY ROTATION IS LISTED ON
001970*                   THE KEYCHG-NOTICE FOR THE AFFECTED PARTNERS
001980*                   - AGAIN WITHOUT THE KEY ITSELF.
001984*                   EVERY CHANGE APPLIED TO THE DIRECTORY IS
001988*                   WRITTEN TO THE CHANGE-JOURNAL WITH ITS BEFORE
001992*                   AND AFTER IMAGES - KEY AND KEYWORD PROTECTED -
001996*                   UNDER THIS RUN'S ID.
001998*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER.
002000*    MODIFICATION HISTORY
002100*    DATE.......  INIT  DESCRIPTION
002200*    ----------  ----  -------------------------------------------
002300*    2026-09-02  SM    ORIGINAL PROGRAM.
002307*    2026-10-15  SM    KEY ROTATION. AN ADD, AND A CHANGE THAT
002314*                      ALTERS THE MODE, KEY OR KEYWORD, NOW RECORD
002321*                      THE ASSIGNMENT AS A DATED GENERATION ON THE
002328*                      NEW RECIPIENT-KEYHIST FILE, CARRYING THE
002335*                      OLD KEY INTO HISTORY FIRST RATHER THAN
002342*                      LOSING IT. NEW R (ROTATE) ACTION SCHEDULES
002349*                      A SUCCESSOR KEY EFFECTIVE FROM THE CARD'S
002356*                      DATE; 1500-PROMOTE-DUE-GENERATIONS CUTS THE
002363*                      DIRECTORY OVER WHEN IT COMES DUE. EACH
002370*                      ROTATION AND CUT-OVER IS LISTED ON THE NEW
002377*                      KEYCHG-NOTICE REPORT BY RECIPIENT AND
002384*                      CUT-OVER DATE, NEVER WITH THE KEY.
002385*    2026-10-15  SM    CARDS NOW CARRY THE OPERATOR APPLYING THEM,
002386*                      REQUIRED ON EVERY CARD BUT AN INQUIRY.
002387*                      EVERY ADD, CHANGE, DELETE AND CUT-OVER
002388*                      APPLIED TO RECIPIENT-MASTER IS WRITTEN TO
002389*                      THE CHANGE-JOURNAL THROUGH Chgjrnl WITH THE
002390*                      BEFORE AND AFTER IMAGES, KEY AND KEYWORD
002391*                      PROTECTED; CUT-OVERS MADE AT START OF RUN
002392*                      ARE JOURNALED UNDER CUT-OVER. EACH RUN
002393*                      TAKES A RUN ID, SHOWN ON THE REPORT HEADER,
002394*                      SO Backout CAN REVERSE IT. A GENERATION
002395*                      WITHDRAWN BY Backout IS NEVER CUT OVER.
002396*    2026-10-15  SM    EACH RUN NOW LOGS ITS START, AND ITS END
002397*                      WITH THE RETURN CODE AND CARD, JOURNALED
002398*                      AND REJECTED COUNTS, ON THE RUN-REGISTER
002399*                      THROUGH Runreg UNDER ITS RUN ID.
002400*****************************************************************
002500 PROGRAM-ID. Recmaint.
002600
004000     SELECT RECMAINT-REPORT-FILE ASSIGN TO "RECMAINT-REPORT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS CSR-RPT-FILE-STATUS.
004209
004218     SELECT RECIPIENT-KEYHIST ASSIGN TO "RECIPIENT-KEYHIST"
004227         ORGANIZATION IS INDEXED
004236         ACCESS MODE IS DYNAMIC
004245         RECORD KEY IS CSR-RKH-KEY
004254         FILE STATUS IS CSR-RKH-FILE-STATUS.
004263
004272     SELECT KEYCHG-NOTICE-FILE ASSIGN TO "KEYCHG-NOTICE"
004281         ORGANIZATION IS LINE SEQUENTIAL
004290         FILE STATUS IS CSR-KCN-FILE-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005400 FD  RECMAINT-REPORT-FILE
005500     RECORDING MODE IS F.
005600 01  CSR-REPORT-RECORD               PIC X(132).
005610
005620 FD  RECIPIENT-KEYHIST
005630     RECORDING MODE IS F.
005640 COPY "rcpkhist.cpy".
005650
005660 FD  KEYCHG-NOTICE-FILE
005670     RECORDING MODE IS F.
005680 01  CSR-NOTICE-RECORD               PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900*****************************************************************
006700     05  CSR-RPT-FILE-STATUS         PIC X(02) VALUE "00".
006800     05  CSR-RTN-VALID-SW            PIC X(01) VALUE "Y".
006900         88  CSR-RTN-VALID           VALUE "Y".
006910     05  CSR-RKH-FILE-STATUS         PIC X(02) VALUE "00".
006920     05  CSR-KCN-FILE-STATUS         PIC X(02) VALUE "00".
006930     05  CSR-RKH-EOF-SW              PIC X(01) VALUE "N".
006940         88  CSR-RKH-EOF             VALUE "Y".
006950     05  CSR-CUR-GEN-SW              PIC X(01) VALUE "N".
006960         88  CSR-CUR-GEN-ON-FILE     VALUE "Y".
006970     05  CSR-KEY-CHANGE-SW           PIC X(01) VALUE "N".
006980         88  CSR-KEY-CHANGING        VALUE "Y".
007000
007100*****************************************************************
007200*    WORKING FIELDS
007900 77  CSR-INQUIRY-COUNT               PIC 9(05) VALUE 0.
008000 77  CSR-REJECT-COUNT                PIC 9(05) VALUE 0.
008100 77  CSR-REJECT-REASON               PIC X(20) VALUE SPACES.
008105
008110*****************************************************************
008115*    KEY GENERATION WORKING FIELDS - SET BY 8100-SCAN-GENERATIONS
008120*    FOR THE RECIPIENT IN HAND: THE HIGHEST GENERATION NUMBER ON
008125*    FILE AND THE LATEST EFFECTIVE-FROM DATE ANY GENERATION
008130*    CARRIES. A NEW GENERATION MUST TAKE EFFECT AFTER THAT DATE.
008135*****************************************************************
008140 77  CSR-LAST-GEN-NO                 PIC 9(03) VALUE 0.
008145 77  CSR-LAST-GEN-FROM               PIC 9(08) VALUE 0.
008150 77  CSR-NEW-GEN-FROM                PIC 9(08) VALUE 0.
008155 77  CSR-OLD-EFF-FROM                PIC 9(08) VALUE 0.
008160 77  CSR-PRIOR-MODE                  PIC X(01) VALUE SPACES.
008165 77  CSR-GEN-SOURCE                  PIC X(01) VALUE SPACES.
008170 77  CSR-ROTATE-COUNT                PIC 9(05) VALUE 0.
008175 77  CSR-CUTOVER-COUNT               PIC 9(05) VALUE 0.
008180 77  CSR-GEN-WRITE-COUNT             PIC 9(05) VALUE 0.
008185 77  CSR-NOTICE-COUNT                PIC 9(05) VALUE 0.
008185
008185*****************************************************************
008185*    CHANGE JOURNAL WORKING FIELDS. THE RUN ID MARKS THIS RUN'S
008185*    ENTRIES ON THE CHANGE-JOURNAL; CSR-JNL-OPERATOR IS THE
008185*    OPERATOR THE NEXT ENTRY IS JOURNALED UNDER - THE CARD'S, OR
008185*    CUT-OVER FOR THE START-OF-RUN CUT-OVERS.
008185*****************************************************************
008185 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
008185 01  CSR-RUN-ID.
008185     05  CSR-RUN-ID-DATE             PIC 9(08).
008185     05  CSR-RUN-ID-TIME             PIC 9(08).
008185 77  CSR-JOURNAL-COUNT               PIC 9(05) VALUE 0.
008185 77  CSR-JNL-OPERATOR                PIC X(08) VALUE SPACES.
008185 77  CSR-JNL-IMAGE                   PIC X(200) VALUE SPACES.
008185 77  CSR-JNL-HOLD-KEY                PIC X(02) VALUE SPACES.
008185 77  CSR-JNL-HOLD-KEYWORD            PIC X(20) VALUE SPACES.
008200
008300*****************************************************************
008400*    REPORT LINE LAYOUTS - NO KEY OR KEYWORD VALUE EVER APPEARS
008900         "RECIPIENT-MASTER MAINTENANCE REPORT ".
009000     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
009100     05  CSR-RPT-HDR-DATE            PIC 9(08).
009150     05  FILLER                      PIC X(09) VALUE "  RUN ID ".
009170     05  CSR-RPT-HDR-RUN-ID          PIC X(16).
009200     05  FILLER                      PIC X(54) VALUE SPACES.
009300
009400 01  CSR-RPT-COL-HDR.
009500     05  FILLER                      PIC X(02) VALUE SPACES.
012500     05  CSR-RPT-TOT-DESC            PIC X(24).
012600     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
012700     05  FILLER                      PIC X(97) VALUE SPACES.
012702
012704*****************************************************************
012706*    KEY-CHANGE NOTICE LAYOUTS - ONE LINE PER AFFECTED PARTNER
012708*    WITH THE NEW GENERATION'S MODE, THE MODE IT REPLACES AND THE
012710*    CUT-OVER DATE. AS ON THE ACTIVITY REPORT, NO KEY OR KEYWORD
012712*    VALUE EVER APPEARS.
012714*****************************************************************
012716 01  CSR-KCN-HEADER-1.
012718     05  FILLER                      PIC X(29) VALUE
012720         "RECIPIENT KEY-CHANGE NOTICE  ".
012722     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
012724     05  CSR-KCN-HDR-DATE            PIC 9(08).
012726     05  FILLER                      PIC X(86) VALUE SPACES.
012728
012730 01  CSR-KCN-COL-HDR.
012732     05  FILLER                      PIC X(02) VALUE SPACES.
012734     05  FILLER                      PIC X(11) VALUE
012736         "RECIPIENT  ".
012738     05  FILLER                      PIC X(05) VALUE "GEN  ".
012740     05  FILLER                      PIC X(06) VALUE "MODE  ".
012742     05  FILLER                      PIC X(07) VALUE "PRIOR  ".
012744     05  FILLER                      PIC X(10) VALUE
012746         "CUT-OVER  ".
012748     05  FILLER                      PIC X(20) VALUE "STATUS".
012750     05  FILLER                      PIC X(71) VALUE SPACES.
012752
012754 01  CSR-KCN-LINE.
012756     05  FILLER                      PIC X(02) VALUE SPACES.
012758     05  CSR-KCN-RECIPIENT           PIC X(08).
012760     05  FILLER                      PIC X(03) VALUE SPACES.
012762     05  CSR-KCN-GEN                 PIC ZZ9.
012764     05  FILLER                      PIC X(02) VALUE SPACES.
012766     05  CSR-KCN-MODE                PIC X(01).
012768     05  FILLER                      PIC X(05) VALUE SPACES.
012770     05  CSR-KCN-PRIOR-MODE          PIC X(01).
012772     05  FILLER                      PIC X(06) VALUE SPACES.
012774     05  CSR-KCN-CUTOVER             PIC 9(08).
012776     05  FILLER                      PIC X(02) VALUE SPACES.
012778     05  CSR-KCN-STATUS              PIC X(20).
012780     05  FILLER                      PIC X(71) VALUE SPACES.
012782
012784*****************************************************************
012788*    PARAMETER RECORD PASSED TO THE Chgjrnl SUBPROGRAM
012792*****************************************************************
012796 COPY "chgjrnl.cpy".
012796
012796*****************************************************************
012796*    PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM
012796*****************************************************************
012796 COPY "rrgrec.cpy".
012800
012900 PROCEDURE DIVISION.
013000*****************************************************************
014700*    THE TRANSACTION FILE FOR THE PROCESSING LOOP. A MASTER THAT
014800*    DOES NOT EXIST YET IS CREATED EMPTY SO A FIRST LOAD CAN RUN
014900*    STRAIGHT FROM AN ADD DECK.
014920*    THE KEY HISTORY IS OPENED (OR CREATED) THE SAME WAY, AND
014940*    ANY SCHEDULED SUCCESSOR KEY THAT HAS COME DUE IS CUT OVER
014960*    INTO THE DIRECTORY BEFORE THE FIRST CARD IS APPLIED.
015000*****************************************************************
015100 1000-INITIALIZE.
015200
015300     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
015320     ACCEPT CSR-RUN-TIME FROM TIME.
015340     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
015360     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
015380     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
015390     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
015400
015500     OPEN OUTPUT RECMAINT-REPORT-FILE.
015600     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
015650     MOVE CSR-RUN-ID TO CSR-RPT-HDR-RUN-ID.
015700     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
015800     MOVE SPACES TO CSR-REPORT-RECORD.
015900     WRITE CSR-REPORT-RECORD.
016000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-COL-HDR.
016009
016018     OPEN OUTPUT KEYCHG-NOTICE-FILE.
016027     MOVE CSR-RUN-DATE TO CSR-KCN-HDR-DATE.
016036     WRITE CSR-NOTICE-RECORD FROM CSR-KCN-HEADER-1.
016045     MOVE "KEY AND KEYWORD VALUES ARE NEVER SHOWN ON THIS NOTICE"
016054         TO CSR-NOTICE-RECORD.
016063     WRITE CSR-NOTICE-RECORD.
016072     MOVE SPACES TO CSR-NOTICE-RECORD.
016081     WRITE CSR-NOTICE-RECORD.
016090     WRITE CSR-NOTICE-RECORD FROM CSR-KCN-COL-HDR.
016100
016200     OPEN I-O RECIPIENT-MASTER.
016300     IF CSR-RCP-FILE-STATUS NOT = "00"
017100         SET CSR-TRANS-EOF TO TRUE
017200         MOVE 8 TO RETURN-CODE
017300     END-IF.
017310
017320     IF NOT CSR-TRANS-EOF
017330         OPEN I-O RECIPIENT-KEYHIST
017340         IF CSR-RKH-FILE-STATUS NOT = "00"
017350             OPEN OUTPUT RECIPIENT-KEYHIST
017360             CLOSE RECIPIENT-KEYHIST
017370             OPEN I-O RECIPIENT-KEYHIST
017380         END-IF
017390         IF CSR-RKH-FILE-STATUS NOT = "00"
017400             DISPLAY "RECIPIENT-KEYHIST NOT USABLE (STATUS "
017410                 CSR-RKH-FILE-STATUS ") - RUN ABANDONED"
017420             SET CSR-TRANS-EOF TO TRUE
017430             MOVE 8 TO RETURN-CODE
017440         ELSE
017450             PERFORM 1500-PROMOTE-DUE-GENERATIONS THRU 1500-EXIT
017460         END-IF
017470     END-IF.
017480
017500     IF NOT CSR-TRANS-EOF
017600         OPEN INPUT RECMAINT-TRANS-FILE
017700         IF CSR-RTN-FILE-STATUS = "00"
018600 1000-EXIT.
018700     EXIT.
018800
018801*****************************************************************
018802*    1500-PROMOTE-DUE-GENERATIONS
018803*    WALKS THE KEY HISTORY IN RECIPIENT AND CUT-OVER ORDER AND
018804*    CUTS THE DIRECTORY OVER TO EVERY SCHEDULED GENERATION WHOSE
018805*    EFFECTIVE-FROM DATE HAS ARRIVED, SO THE DIRECTORY ALWAYS
018806*    HOLDS THE KEY NOW IN EFFECT FOR EACH RECIPIENT. THE
018806*    CUT-OVERS ARE JOURNALED UNDER CUT-OVER, NOT AN OPERATOR.
018807*****************************************************************
018808 1500-PROMOTE-DUE-GENERATIONS.
018809
018809     MOVE "CUT-OVER" TO CSR-JNL-OPERATOR.
018810     MOVE "N" TO CSR-RKH-EOF-SW.
018811     MOVE LOW-VALUES TO CSR-RKH-KEY.
018812     START RECIPIENT-KEYHIST KEY IS NOT LESS THAN CSR-RKH-KEY
018813         INVALID KEY
018814             GO TO 1500-EXIT
018815     END-START.
018816     PERFORM 1550-PROMOTE-ONE-GENERATION THRU 1550-EXIT
018817         UNTIL CSR-RKH-EOF.
018818
018819 1500-EXIT.
018820     EXIT.
018821
018822*****************************************************************
018823*    1550-PROMOTE-ONE-GENERATION
018824*    READS THE NEXT KEY GENERATION. ONE THAT IS DUE AND LATER
018825*    THAN THE ASSIGNMENT THE DIRECTORY HOLDS FOR ITS RECIPIENT
018826*    REPLACES THAT ASSIGNMENT AND IS LISTED AS CUT OVER ON THE
018827*    KEY-CHANGE NOTICE. A GENERATION FOR A RECIPIENT NO LONGER
018828*    IN THE DIRECTORY, OR ONE WITHDRAWN BY Backout, IS LEFT AS
018828*    HISTORY.
018829*****************************************************************
018830 1550-PROMOTE-ONE-GENERATION.
018831
018832     READ RECIPIENT-KEYHIST NEXT
018833         AT END
018834             SET CSR-RKH-EOF TO TRUE
018835             GO TO 1550-EXIT
018836     END-READ.
018837     IF CSR-RKH-EFF-FROM-DATE > CSR-RUN-DATE
018837             OR CSR-RKH-WITHDRAWN
018838         GO TO 1550-EXIT
018839     END-IF.
018840     MOVE CSR-RKH-RECIPIENT-ID TO CSR-RCP-RECIPIENT-ID.
018841     READ RECIPIENT-MASTER
018842         INVALID KEY
018843             GO TO 1550-EXIT
018844     END-READ.
018845     IF CSR-RCP-EFF-FROM-DATE NUMERIC
018846             AND CSR-RKH-EFF-FROM-DATE NOT > CSR-RCP-EFF-FROM-DATE
018847         GO TO 1550-EXIT
018848     END-IF.
018849
018849     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
018850     MOVE CSR-RCP-CIPHER-MODE   TO CSR-PRIOR-MODE.
018851     MOVE CSR-RKH-CIPHER-MODE   TO CSR-RCP-CIPHER-MODE.
018852     MOVE CSR-RKH-CIPHER-KEY    TO CSR-RCP-CIPHER-KEY.
018853     MOVE CSR-RKH-KEYWORD       TO CSR-RCP-KEYWORD.
018854     MOVE CSR-RKH-EFF-FROM-DATE TO CSR-RCP-EFF-FROM-DATE.
018855     MOVE CSR-RKH-EFF-TO-DATE   TO CSR-RCP-EFF-TO-DATE.
018856     REWRITE CSR-RCP-RECORD
018857         INVALID KEY
018858             DISPLAY "CUT-OVER OF RECIPIENT " CSR-RKH-RECIPIENT-ID
018859                 " FAILED (STATUS " CSR-RCP-FILE-STATUS ")"
018860             GO TO 1550-EXIT
018861     END-REWRITE.
018862     ADD 1 TO CSR-CUTOVER-COUNT.
018862     MOVE "C" TO CSR-JRN-ACTION.
018862     MOVE "Y" TO CSR-JRN-KEY-CHANGED.
018862     PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT.
018863     MOVE "CUT OVER" TO CSR-KCN-STATUS.
018864     PERFORM 8400-WRITE-NOTICE-LINE THRU 8400-EXIT.
018865
018866 1550-EXIT.
018867     EXIT.
018868
018900*****************************************************************
019000*    2000-PROCESS-TRANSACTIONS
019100*    VALIDATES ONE TRANSACTION CARD, ROUTES IT TO THE ACTION
019500
019600     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
019700     IF CSR-RTN-VALID
019750         MOVE CSR-RTN-OPERATOR-ID TO CSR-JNL-OPERATOR
019800         EVALUATE TRUE
019900             WHEN CSR-RTN-ADD
020000                 PERFORM 3000-ADD-MASTER THRU 3000-EXIT
020400                 PERFORM 5000-DELETE-MASTER THRU 5000-EXIT
020500             WHEN CSR-RTN-INQUIRY
020600                 PERFORM 6000-INQUIRE-MASTER THRU 6000-EXIT
020630             WHEN CSR-RTN-ROTATE
020660                 PERFORM 5500-SCHEDULE-ROTATION THRU 5500-EXIT
020700         END-EVALUATE
020800     ELSE
020900         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
021700*****************************************************************
021800*    2100-VALIDATE-TRANSACTION
021900*    FRONT-END EDIT FOR ONE TRANSACTION CARD - THE ACTION CODE
022000*    MUST BE KNOWN, THE RECIPIENT ID PRESENT AND, ON EVERY CARD
022050*    BUT AN INQUIRY, THE OPERATOR APPLYING IT. AN ADD MUST
022100*    CARRY A VALID MODE WITH ITS MATCHING KEY OR KEYWORD AND
022200*    NUMERIC EFFECTIVE DATES; A CHANGE MAY CARRY ANY SUBSET BUT
022300*    WHAT IT CARRIES MUST PASS THE SAME EDITS. A ROTATE CARD
022350*    IS EDITED AS AN ADD.
022400*****************************************************************
022500 2100-VALIDATE-TRANSACTION.
022600
022900     EVALUATE TRUE
023000         WHEN NOT CSR-RTN-ADD AND NOT CSR-RTN-CHANGE
023100                 AND NOT CSR-RTN-DELETE AND NOT CSR-RTN-INQUIRY
023150                 AND NOT CSR-RTN-ROTATE
023200             MOVE "BAD ACTION" TO CSR-REJECT-REASON
023300         WHEN CSR-RTN-RECIPIENT-ID = SPACES
023400             MOVE "NO RECIPIENT" TO CSR-REJECT-REASON
023430         WHEN CSR-RTN-OPERATOR-ID = SPACES AND NOT CSR-RTN-INQUIRY
023460             MOVE "NO OPERATOR" TO CSR-REJECT-REASON
023500         WHEN CSR-RTN-FULL-CARD OR CSR-RTN-CHANGE
023600             PERFORM 2150-EDIT-TRANSACTION-BODY THRU 2150-EXIT
023700         WHEN OTHER
023800             CONTINUE
024700
024800*****************************************************************
024900*    2150-EDIT-TRANSACTION-BODY
025000*    FIELD EDITS FOR ADD, ROTATE AND CHANGE CARDS. AN ADD OR
025100*    ROTATE MUST SUPPLY EVERYTHING; A CHANGE IS EDITED ONLY ON
025200*    THE FIELDS IT SUPPLIES. A CAESAR-MODE ASSIGNMENT NEEDS A
025300*    NUMERIC SHIFT KEY IN RANGE, A KEYWORD-MODE ASSIGNMENT NEEDS
025350*    A KEYWORD.
025400*****************************************************************
025500 2150-EDIT-TRANSACTION-BODY.
025600
025700     EVALUATE TRUE
025800         WHEN CSR-RTN-FULL-CARD AND CSR-RTN-CIPHER-MODE NOT = "C"
025900                 AND CSR-RTN-CIPHER-MODE NOT = "K"
026000             MOVE "BAD MODE" TO CSR-REJECT-REASON
026100         WHEN CSR-RTN-CHANGE AND CSR-RTN-CIPHER-MODE NOT = "C"
026900         WHEN CSR-RTN-CIPHER-MODE = "K"
027000                 AND CSR-RTN-KEYWORD = SPACES
027100             MOVE "NO KEYWORD" TO CSR-REJECT-REASON
027200         WHEN CSR-RTN-FULL-CARD
027250                 AND CSR-RTN-EFF-FROM-DATE NOT NUMERIC
027300             MOVE "BAD FROM DATE" TO CSR-REJECT-REASON
027400         WHEN CSR-RTN-FULL-CARD
027450                 AND CSR-RTN-EFF-TO-DATE NOT NUMERIC
027500             MOVE "BAD TO DATE" TO CSR-REJECT-REASON
027600         WHEN CSR-RTN-CHANGE
027700                 AND CSR-RTN-EFF-FROM-DATE NOT = SPACES
029100*****************************************************************
029200*    3000-ADD-MASTER
029300*    BUILDS A NEW DIRECTORY RECORD FROM THE TRANSACTION AND
029400*    WRITES IT. A DUPLICATE RECIPIENT ID IS REJECTED. THE NEW
029430*    ASSIGNMENT IS ALSO RECORDED AS THE RECIPIENT'S FIRST KEY
029460*    GENERATION.
029500*****************************************************************
029600 3000-ADD-MASTER.
029700
031100             ADD 1 TO CSR-ADD-COUNT
031200             MOVE "ADDED" TO CSR-RPT-ACT-DISP
031300             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
031305             MOVE "A" TO CSR-JRN-ACTION
031310             MOVE "N" TO CSR-JRN-KEY-CHANGED
031315             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
031320             PERFORM 8100-SCAN-GENERATIONS THRU 8100-EXIT
031340             MOVE "A" TO CSR-GEN-SOURCE
031360             PERFORM 8250-BUILD-GEN-FROM-MASTER THRU 8250-EXIT
031380             PERFORM 8300-WRITE-GENERATION THRU 8300-EXIT
031400     END-WRITE.
031500
031600 3000-EXIT.
031900*****************************************************************
032000*    4000-CHANGE-MASTER
032100*    READS THE KEYED DIRECTORY RECORD AND APPLIES THE NON-BLANK
032200*    DATA FIELDS FROM THE TRANSACTION OVER IT, SO AN IMMEDIATE
032300*    REKEY IS ONE CHANGE CARD NAMING ONLY THE NEW KEY AND
032400*    DATES. A CARD THAT ALTERS THE MODE, KEY OR KEYWORD FIRST
032410*    CARRIES THE OUTGOING KEY INTO THE HISTORY, THEN RECORDS THE
032420*    NEW KEY AS A GENERATION OF ITS OWN, EFFECTIVE FROM THE
032430*    CARD'S EFF-FROM DATE OR, WITHOUT ONE, FROM TODAY - THE OLD
032440*    KEY IS NEVER LOST. A CARD CHANGING ONLY THE DATES CARRIES
032450*    THEM ONTO THE CURRENT GENERATION.
032500*****************************************************************
032600 4000-CHANGE-MASTER.
032700
033200             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
033300             GO TO 4000-EXIT
033400     END-READ.
033403     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
033406
033412     MOVE CSR-RCP-EFF-FROM-DATE TO CSR-OLD-EFF-FROM.
033418     MOVE CSR-RCP-CIPHER-MODE   TO CSR-PRIOR-MODE.
033424     MOVE "N" TO CSR-KEY-CHANGE-SW.
033430     IF CSR-RTN-CIPHER-MODE NOT = SPACES
033436             OR CSR-RTN-CIPHER-KEY NOT = SPACES
033442             OR CSR-RTN-KEYWORD NOT = SPACES
033448         SET CSR-KEY-CHANGING TO TRUE
033454         PERFORM 4100-PREPARE-REKEY THRU 4100-EXIT
033460         IF CSR-REJECT-REASON NOT = SPACES
033466             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
033472             GO TO 4000-EXIT
033478         END-IF
033484     END-IF.
033500
033600     IF CSR-RTN-CIPHER-MODE NOT = SPACES
033700         MOVE CSR-RTN-CIPHER-MODE TO CSR-RCP-CIPHER-MODE
034800     IF CSR-RTN-EFF-TO-DATE NOT = SPACES
034900         MOVE CSR-RTN-EFF-TO-DATE TO CSR-RCP-EFF-TO-DATE
035000     END-IF.
035020     IF CSR-KEY-CHANGING
035040         MOVE CSR-NEW-GEN-FROM TO CSR-RCP-EFF-FROM-DATE
035060     END-IF.
035100
035200     REWRITE CSR-RCP-RECORD
035300         INVALID KEY
035700             ADD 1 TO CSR-CHANGE-COUNT
035800             MOVE "CHANGED" TO CSR-RPT-ACT-DISP
035900             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
035905             MOVE "C" TO CSR-JRN-ACTION
035910             MOVE CSR-KEY-CHANGE-SW TO CSR-JRN-KEY-CHANGED
035915             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
035930             PERFORM 4500-RECORD-CHANGE-GENERATION
035960                 THRU 4500-EXIT
036000     END-REWRITE.
036100
036200 4000-EXIT.
036300     EXIT.
036400
036401*****************************************************************
036402*    4100-PREPARE-REKEY
036403*    SETS THE DATE THE NEW KEY ON A CHANGE CARD TAKES EFFECT
036404*    AND MAKES SURE THE OUTGOING KEY IS ON THE HISTORY BEFORE
036405*    THE DIRECTORY IS OVERWRITTEN. THE NEW GENERATION MUST TAKE
036406*    EFFECT AFTER EVERY GENERATION ALREADY ON FILE, INCLUDING
036407*    ANY SUCCESSOR STILL SCHEDULED - A CLASH REJECTS THE CARD.
036408*****************************************************************
036409 4100-PREPARE-REKEY.
036410
036411     IF CSR-RTN-EFF-FROM-DATE NOT = SPACES
036412         MOVE CSR-RTN-EFF-FROM-DATE TO CSR-NEW-GEN-FROM
036413     ELSE
036414         MOVE CSR-RUN-DATE TO CSR-NEW-GEN-FROM
036415     END-IF.
036416     PERFORM 8100-SCAN-GENERATIONS THRU 8100-EXIT.
036417     IF CSR-NEW-GEN-FROM NOT > CSR-LAST-GEN-FROM
036418             OR (CSR-RCP-EFF-FROM-DATE NUMERIC
036419                 AND CSR-NEW-GEN-FROM NOT > CSR-RCP-EFF-FROM-DATE)
036420         MOVE "NOT AFTER LAST GEN" TO CSR-REJECT-REASON
036421         GO TO 4100-EXIT
036422     END-IF.
036423     PERFORM 8200-SECURE-CURRENT-GEN THRU 8200-EXIT.
036424
036425 4100-EXIT.
036426     EXIT.
036427
036428*****************************************************************
036429*    4500-RECORD-CHANGE-GENERATION
036430*    AFTER A CHANGE IS APPLIED: A REKEY IS RECORDED AS A NEW
036431*    GENERATION AND LISTED ON THE KEY-CHANGE NOTICE; A DATES-
036432*    ONLY CHANGE IS CARRIED ONTO THE GENERATION THE DIRECTORY
036433*    RECORD CAME FROM, WHEN THERE IS ONE, SO THE TWO AGREE.
036434*****************************************************************
036435 4500-RECORD-CHANGE-GENERATION.
036436
036437     IF CSR-KEY-CHANGING
036438         MOVE "C" TO CSR-GEN-SOURCE
036439         PERFORM 8250-BUILD-GEN-FROM-MASTER THRU 8250-EXIT
036440         PERFORM 8300-WRITE-GENERATION THRU 8300-EXIT
036441         MOVE "REKEYED" TO CSR-KCN-STATUS
036442         PERFORM 8400-WRITE-NOTICE-LINE THRU 8400-EXIT
036443         GO TO 4500-EXIT
036444     END-IF.
036445
036446     MOVE CSR-RCP-RECIPIENT-ID TO CSR-RKH-RECIPIENT-ID.
036447     MOVE CSR-OLD-EFF-FROM     TO CSR-RKH-EFF-FROM-DATE.
036448     READ RECIPIENT-KEYHIST
036449         INVALID KEY
036450             GO TO 4500-EXIT
036451     END-READ.
036452     MOVE CSR-RCP-EFF-TO-DATE TO CSR-RKH-EFF-TO-DATE.
036453     IF CSR-RCP-EFF-FROM-DATE = CSR-OLD-EFF-FROM
036454         REWRITE CSR-RKH-RECORD
036455             INVALID KEY
036456                 DISPLAY "KEY HISTORY UPDATE FAILED FOR "
036457                     "RECIPIENT " CSR-RCP-RECIPIENT-ID
036458         END-REWRITE
036459         GO TO 4500-EXIT
036460     END-IF.
036461     DELETE RECIPIENT-KEYHIST
036462         INVALID KEY
036463             DISPLAY "KEY HISTORY UPDATE FAILED FOR RECIPIENT "
036464                 CSR-RCP-RECIPIENT-ID
036465             GO TO 4500-EXIT
036466     END-DELETE.
036467     MOVE CSR-RCP-EFF-FROM-DATE TO CSR-RKH-EFF-FROM-DATE.
036468     WRITE CSR-RKH-RECORD
036469         INVALID KEY
036470             DISPLAY "KEY HISTORY GENERATION FOR RECIPIENT "
036471                 CSR-RCP-RECIPIENT-ID " COULD NOT BE RE-DATED TO "
036472                 CSR-RCP-EFF-FROM-DATE
036473     END-WRITE.
036474
036475 4500-EXIT.
036476     EXIT.
036477
036500*****************************************************************
036600*    5000-DELETE-MASTER
036700*    DELETES THE KEYED DIRECTORY RECORD. THE RECORD IS READ
036800*    FIRST SO THE ACTIVITY REPORT CAN SHOW WHAT WAS DELETED.
036850*    THE RECIPIENT'S KEY GENERATIONS STAY ON THE HISTORY.
036900*****************************************************************
037000 5000-DELETE-MASTER.
037100
037600             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
037700             GO TO 5000-EXIT
037800     END-READ.
037850     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
037900
038000     DELETE RECIPIENT-MASTER
038100         INVALID KEY
038500             ADD 1 TO CSR-DELETE-COUNT
038600             MOVE "DELETED" TO CSR-RPT-ACT-DISP
038700             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
038710             MOVE "D" TO CSR-JRN-ACTION
038720             MOVE "N" TO CSR-JRN-KEY-CHANGED
038730             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
038800     END-DELETE.
038900
039000 5000-EXIT.
039100     EXIT.
039200
039201*****************************************************************
039202*    5500-SCHEDULE-ROTATION
039203*    SCHEDULES THE SUCCESSOR KEY ON A ROTATE CARD AS A NEW
039204*    GENERATION FOR AN EXISTING RECIPIENT, EFFECTIVE FROM THE
039205*    CARD'S EFF-FROM DATE, WHICH MUST FALL AFTER EVERY
039206*    GENERATION ALREADY ON FILE. THE CURRENT KEY IS CARRIED INTO
039207*    THE HISTORY FIRST. A SUCCESSOR DATED TODAY OR EARLIER CUTS
039208*    THE DIRECTORY OVER AT ONCE; A LATER ONE WAITS FOR THE RUN
039209*    ON OR AFTER ITS DATE. EITHER WAY THE PARTNER IS LISTED ON
039210*    THE KEY-CHANGE NOTICE WITH ITS CUT-OVER DATE.
039211*****************************************************************
039212 5500-SCHEDULE-ROTATION.
039213
039214     MOVE CSR-RTN-RECIPIENT-ID TO CSR-RCP-RECIPIENT-ID.
039215     READ RECIPIENT-MASTER
039216         INVALID KEY
039217             MOVE "NOT FOUND" TO CSR-REJECT-REASON
039218             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039219             GO TO 5500-EXIT
039220     END-READ.
039221
039222     MOVE CSR-RTN-EFF-FROM-DATE TO CSR-NEW-GEN-FROM.
039223     PERFORM 8100-SCAN-GENERATIONS THRU 8100-EXIT.
039224     IF CSR-NEW-GEN-FROM NOT > CSR-LAST-GEN-FROM
039225             OR (CSR-RCP-EFF-FROM-DATE NUMERIC
039226                 AND CSR-NEW-GEN-FROM NOT > CSR-RCP-EFF-FROM-DATE)
039227         MOVE "NOT AFTER LAST GEN" TO CSR-REJECT-REASON
039228         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039229         GO TO 5500-EXIT
039230     END-IF.
039231     PERFORM 8200-SECURE-CURRENT-GEN THRU 8200-EXIT.
039232
039233     MOVE SPACES                TO CSR-RKH-RECORD.
039234     MOVE CSR-RTN-RECIPIENT-ID  TO CSR-RKH-RECIPIENT-ID.
039235     MOVE CSR-NEW-GEN-FROM      TO CSR-RKH-EFF-FROM-DATE.
039236     COMPUTE CSR-RKH-GEN-NO = CSR-LAST-GEN-NO + 1.
039237     MOVE CSR-RTN-CIPHER-MODE   TO CSR-RKH-CIPHER-MODE.
039238     MOVE CSR-RTN-CIPHER-KEY    TO CSR-RKH-CIPHER-KEY.
039239     MOVE CSR-RTN-KEYWORD       TO CSR-RKH-KEYWORD.
039240     MOVE CSR-RTN-EFF-TO-DATE   TO CSR-RKH-EFF-TO-DATE.
039241     MOVE CSR-RUN-DATE          TO CSR-RKH-RECORDED-DATE.
039242     MOVE "R"                   TO CSR-RKH-SOURCE.
039243     WRITE CSR-RKH-RECORD
039244         INVALID KEY
039245             MOVE "GEN WRITE ERR" TO CSR-REJECT-REASON
039246             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
039247             GO TO 5500-EXIT
039248     END-WRITE.
039249     ADD 1 TO CSR-GEN-WRITE-COUNT.
039250     ADD 1 TO CSR-ROTATE-COUNT.
039251     MOVE CSR-RCP-CIPHER-MODE TO CSR-PRIOR-MODE.
039252
039253     IF CSR-NEW-GEN-FROM > CSR-RUN-DATE
039254         MOVE "SCHEDULED" TO CSR-RPT-ACT-DISP
039255         PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
039256         MOVE "SCHEDULED" TO CSR-KCN-STATUS
039257         PERFORM 8400-WRITE-NOTICE-LINE THRU 8400-EXIT
039258         GO TO 5500-EXIT
039259     END-IF.
039260
039260     PERFORM 8700-CAPTURE-BEFORE-IMAGE THRU 8700-EXIT.
039261     MOVE CSR-RKH-CIPHER-MODE   TO CSR-RCP-CIPHER-MODE.
039262     MOVE CSR-RKH-CIPHER-KEY    TO CSR-RCP-CIPHER-KEY.
039263     MOVE CSR-RKH-KEYWORD       TO CSR-RCP-KEYWORD.
039264     MOVE CSR-RKH-EFF-FROM-DATE TO CSR-RCP-EFF-FROM-DATE.
039265     MOVE CSR-RKH-EFF-TO-DATE   TO CSR-RCP-EFF-TO-DATE.
039266     REWRITE CSR-RCP-RECORD
039267         INVALID KEY
039268             DISPLAY "CUT-OVER OF RECIPIENT " CSR-RCP-RECIPIENT-ID
039269                 " FAILED (STATUS " CSR-RCP-FILE-STATUS
039270                 ") - SUCCESSOR LEFT SCHEDULED"
039271             MOVE "SCHEDULED" TO CSR-RPT-ACT-DISP
039272             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
039273             MOVE "SCHEDULED" TO CSR-KCN-STATUS
039274             PERFORM 8400-WRITE-NOTICE-LINE THRU 8400-EXIT
039275             GO TO 5500-EXIT
039276     END-REWRITE.
039277     ADD 1 TO CSR-CUTOVER-COUNT.
039277     MOVE "C" TO CSR-JRN-ACTION.
039277     MOVE "Y" TO CSR-JRN-KEY-CHANGED.
039277     PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT.
039278     MOVE "ROTATED" TO CSR-RPT-ACT-DISP.
039279     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
039280     MOVE "CUT OVER" TO CSR-KCN-STATUS.
039281     PERFORM 8400-WRITE-NOTICE-LINE THRU 8400-EXIT.
039282
039283 5500-EXIT.
039284     EXIT.
039285
039300*****************************************************************
039400*    6000-INQUIRE-MASTER
039500*    READS THE KEYED DIRECTORY RECORD AND LISTS ITS MODE AND
043300*    8000-WRITE-ACTIVITY-LINE
043400*    WRITES ONE ACTIVITY REPORT LINE FOR THE TRANSACTION IN
043500*    HAND. APPLIED AND DISPLAYED ACTIONS SHOW THE MASTER AS IT
043600*    NOW STANDS; REJECTS AND ROTATIONS SHOW THE CARD AS
043700*    SUBMITTED. ONLY THE MODE AND EFFECTIVE DATES ARE SHOWN -
043750*    NEVER THE KEY VALUES.
043800*****************************************************************
043900 8000-WRITE-ACTIVITY-LINE.
044000
044100     MOVE CSR-RTN-ACTION       TO CSR-RPT-ACT-ACTION.
044200     MOVE CSR-RTN-RECIPIENT-ID TO CSR-RPT-ACT-RECIPIENT.
044300     IF CSR-RPT-ACT-DISP (1:8) = "REJECTED" OR CSR-RTN-ROTATE
044400         MOVE CSR-RTN-CIPHER-MODE   TO CSR-RPT-ACT-MODE
044500         MOVE CSR-RTN-EFF-FROM-DATE TO CSR-RPT-ACT-EFF-FROM
044600         MOVE CSR-RTN-EFF-TO-DATE   TO CSR-RPT-ACT-EFF-TO
045400 8000-EXIT.
045500     EXIT.
045600
045600*****************************************************************
045600*    8100-SCAN-GENERATIONS
045600*    READS THROUGH THE KEY GENERATIONS ON FILE FOR THE RECIPIENT
045600*    ON THE CARD, NOTING THE HIGHEST GENERATION NUMBER, THE
045600*    LATEST EFFECTIVE-FROM DATE AND WHETHER THE DIRECTORY'S
045600*    CURRENT ASSIGNMENT IS ALREADY ONE OF THEM.
045600*****************************************************************
045600 8100-SCAN-GENERATIONS.
045600
045600     MOVE 0 TO CSR-LAST-GEN-NO.
045600     MOVE 0 TO CSR-LAST-GEN-FROM.
045600     MOVE "N" TO CSR-CUR-GEN-SW.
045600     MOVE "N" TO CSR-RKH-EOF-SW.
045600     MOVE CSR-RTN-RECIPIENT-ID TO CSR-RKH-RECIPIENT-ID.
045600     MOVE 0 TO CSR-RKH-EFF-FROM-DATE.
045600     START RECIPIENT-KEYHIST KEY IS NOT LESS THAN CSR-RKH-KEY
045600         INVALID KEY
045600             GO TO 8100-EXIT
045600     END-START.
045600     PERFORM 8150-SCAN-ONE-GENERATION THRU 8150-EXIT
045600         UNTIL CSR-RKH-EOF.
045600
045600 8100-EXIT.
045600     EXIT.
045600
045600*****************************************************************
045600*    8150-SCAN-ONE-GENERATION
045600*    READS THE NEXT GENERATION; THE FIRST ONE FOR ANOTHER
045600*    RECIPIENT ENDS THE SCAN.
045600*****************************************************************
045600 8150-SCAN-ONE-GENERATION.
045600
045600     READ RECIPIENT-KEYHIST NEXT
045600         AT END
045600             SET CSR-RKH-EOF TO TRUE
045600             GO TO 8150-EXIT
045600     END-READ.
045600     IF CSR-RKH-RECIPIENT-ID NOT = CSR-RTN-RECIPIENT-ID
045600         SET CSR-RKH-EOF TO TRUE
045600         GO TO 8150-EXIT
045600     END-IF.
045600     IF CSR-RKH-GEN-NO > CSR-LAST-GEN-NO
045600         MOVE CSR-RKH-GEN-NO TO CSR-LAST-GEN-NO
045600     END-IF.
045600     MOVE CSR-RKH-EFF-FROM-DATE TO CSR-LAST-GEN-FROM.
045600     IF CSR-RKH-EFF-FROM-DATE = CSR-RCP-EFF-FROM-DATE
045600         SET CSR-CUR-GEN-ON-FILE TO TRUE
045600     END-IF.
045600
045600 8150-EXIT.
045600     EXIT.
045600
045600*****************************************************************
045600*    8200-SECURE-CURRENT-GEN
045600*    A RECIPIENT SET UP BEFORE KEY HISTORY WAS KEPT HAS NO
045600*    GENERATION FOR THE KEY THE DIRECTORY HOLDS. BEFORE THAT KEY
045600*    IS SUPERSEDED IT IS CARRIED INTO THE HISTORY AS IT STANDS,
045600*    SO TRAFFIC STILL IN FLIGHT UNDER IT CAN BE READ.
045600*****************************************************************
045600 8200-SECURE-CURRENT-GEN.
045600
045600     IF CSR-CUR-GEN-ON-FILE
045600         GO TO 8200-EXIT
045600     END-IF.
045600     IF CSR-RCP-EFF-FROM-DATE NOT NUMERIC
045600         GO TO 8200-EXIT
045600     END-IF.
045600     MOVE "H" TO CSR-GEN-SOURCE.
045600     PERFORM 8250-BUILD-GEN-FROM-MASTER THRU 8250-EXIT.
045600     PERFORM 8300-WRITE-GENERATION THRU 8300-EXIT.
045600     SET CSR-CUR-GEN-ON-FILE TO TRUE.
045600
045600 8200-EXIT.
045600     EXIT.
045600
045600*****************************************************************
045600*    8250-BUILD-GEN-FROM-MASTER
045600*    LAYS THE DIRECTORY RECORD IN HAND OUT AS THE NEXT KEY
045600*    GENERATION FOR ITS RECIPIENT, STAMPED WITH ITS SOURCE.
045600*****************************************************************
045600 8250-BUILD-GEN-FROM-MASTER.
045600
045600     MOVE SPACES                TO CSR-RKH-RECORD.
045600     MOVE CSR-RCP-RECIPIENT-ID  TO CSR-RKH-RECIPIENT-ID.
045600     MOVE CSR-RCP-EFF-FROM-DATE TO CSR-RKH-EFF-FROM-DATE.
045600     COMPUTE CSR-RKH-GEN-NO = CSR-LAST-GEN-NO + 1.
045600     MOVE CSR-RCP-CIPHER-MODE   TO CSR-RKH-CIPHER-MODE.
045600     MOVE CSR-RCP-CIPHER-KEY    TO CSR-RKH-CIPHER-KEY.
045600     MOVE CSR-RCP-KEYWORD       TO CSR-RKH-KEYWORD.
045600     MOVE CSR-RCP-EFF-TO-DATE   TO CSR-RKH-EFF-TO-DATE.
045600     MOVE CSR-RUN-DATE          TO CSR-RKH-RECORDED-DATE.
045600     MOVE CSR-GEN-SOURCE        TO CSR-RKH-SOURCE.
045600
045600 8250-EXIT.
045600     EXIT.
045600
045600*****************************************************************
045600*    8300-WRITE-GENERATION
045600*    WRITES THE KEY GENERATION BUILT IN THE RECORD AREA. A
045600*    GENERATION ALREADY ON FILE FOR THE SAME RECIPIENT AND DATE
045600*    IS LEFT AS IT IS - HISTORY IS NEVER OVERWRITTEN.
045600*****************************************************************
045600 8300-WRITE-GENERATION.
045600
045600     WRITE CSR-RKH-RECORD
045600         INVALID KEY
045600             DISPLAY "KEY GENERATION FOR RECIPIENT "
045600                 CSR-RKH-RECIPIENT-ID " EFFECTIVE "
045600                 CSR-RKH-EFF-FROM-DATE " ALREADY ON FILE - KEPT"
045600         NOT INVALID KEY
045600             ADD 1 TO CSR-GEN-WRITE-COUNT
045600             MOVE CSR-RKH-GEN-NO TO CSR-LAST-GEN-NO
045600     END-WRITE.
045600
045600 8300-EXIT.
045600     EXIT.
045600
045600*****************************************************************
045600*    8400-WRITE-NOTICE-LINE
045600*    LISTS ONE AFFECTED PARTNER ON THE KEY-CHANGE NOTICE FROM
045600*    THE GENERATION IN THE RECORD AREA - RECIPIENT, GENERATION,
045600*    NEW AND PRIOR MODE AND CUT-OVER DATE. THE STATUS IS SET BY
045600*    THE CALLER. THE KEY ITSELF IS NEVER LISTED.
045600*****************************************************************
045600 8400-WRITE-NOTICE-LINE.
045600
045600     MOVE CSR-RKH-RECIPIENT-ID  TO CSR-KCN-RECIPIENT.
045600     MOVE CSR-RKH-GEN-NO        TO CSR-KCN-GEN.
045600     MOVE CSR-RKH-CIPHER-MODE   TO CSR-KCN-MODE.
045600     MOVE CSR-PRIOR-MODE        TO CSR-KCN-PRIOR-MODE.
045600     MOVE CSR-RKH-EFF-FROM-DATE TO CSR-KCN-CUTOVER.
045600     WRITE CSR-NOTICE-RECORD FROM CSR-KCN-LINE.
045600     ADD 1 TO CSR-NOTICE-COUNT.
045600
045600 8400-EXIT.
045600     EXIT.
045600
045601*****************************************************************
045602*    8700-CAPTURE-BEFORE-IMAGE
045603*    KEEPS THE DIRECTORY RECORD IN HAND, KEY AND KEYWORD
045604*    PROTECTED, AS THE BEFORE IMAGE OF THE NEXT CHANGE-JOURNAL
045605*    ENTRY.
045606*****************************************************************
045607 8700-CAPTURE-BEFORE-IMAGE.
045608
045609     PERFORM 8780-PROTECT-IMAGE THRU 8780-EXIT.
045610     MOVE CSR-JNL-IMAGE TO CSR-JRN-BEFORE-IMAGE.
045611
045612 8700-EXIT.
045613     EXIT.
045614
045615*****************************************************************
045616*    8750-WRITE-JOURNAL-ENTRY
045617*    JOURNALS THE CHANGE JUST APPLIED TO THE DIRECTORY RECORD IN
045618*    HAND UNDER CSR-JNL-OPERATOR. THE CALLER SETS THE ACTION AND
045619*    WHETHER THE CHANGE PUT A NEW KEY GENERATION IN PLACE - A
045620*    REKEY OR A CUT-OVER - SINCE THE PROTECTED IMAGES CANNOT
045621*    SHOW IT. AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER
045622*    IMAGE.
045623*****************************************************************
045624 8750-WRITE-JOURNAL-ENTRY.
045625
045626     ACCEPT CSR-JRN-DATE FROM DATE YYYYMMDD.
045627     ACCEPT CSR-JRN-TIME FROM TIME.
045628     MOVE CSR-RUN-ID           TO CSR-JRN-RUN-ID.
045629     ADD 1 TO CSR-JOURNAL-COUNT.
045630     MOVE CSR-JOURNAL-COUNT    TO CSR-JRN-SEQ.
045631     MOVE "RECMAINT"           TO CSR-JRN-PROGRAM.
045632     MOVE "RECIPIENT-MASTER"   TO CSR-JRN-FILE.
045633     MOVE CSR-RCP-RECIPIENT-ID TO CSR-JRN-KEY.
045634     MOVE CSR-JNL-OPERATOR     TO CSR-JRN-OPERATOR.
045635     MOVE SPACES               TO CSR-JRN-REVERSES.
045636     IF CSR-JRN-ADDED
045637         MOVE SPACES TO CSR-JRN-BEFORE-IMAGE
045638     END-IF.
045639     IF CSR-JRN-DELETED
045640         MOVE SPACES TO CSR-JRN-AFTER-IMAGE
045641     ELSE
045642         PERFORM 8780-PROTECT-IMAGE THRU 8780-EXIT
045643         MOVE CSR-JNL-IMAGE TO CSR-JRN-AFTER-IMAGE
045644     END-IF.
045645     CALL "Chgjrnl" USING CSR-JOURNAL-RECORD.
045646
045647 8750-EXIT.
045648     EXIT.
045649
045650*****************************************************************
045651*    8780-PROTECT-IMAGE
045652*    COPIES THE DIRECTORY RECORD IN HAND TO CSR-JNL-IMAGE WITH A
045653*    KEY OR KEYWORD THAT HOLDS A VALUE REPLACED BY ASTERISKS -
045654*    AS ON THE ACTIVITY REPORT, NO KEY VALUE EVER LEAVES THE
045655*    DIRECTORY. THE RECORD ITSELF IS LEFT AS IT WAS.
045656*****************************************************************
045657 8780-PROTECT-IMAGE.
045658
045659     MOVE CSR-RCP-CIPHER-KEY   TO CSR-JNL-HOLD-KEY.
045660     MOVE CSR-RCP-KEYWORD      TO CSR-JNL-HOLD-KEYWORD.
045661     IF CSR-RCP-CIPHER-KEY NOT = SPACES
045662         MOVE ALL "*" TO CSR-RCP-CIPHER-KEY
045663     END-IF.
045664     IF CSR-RCP-KEYWORD NOT = SPACES
045665         MOVE ALL "*" TO CSR-RCP-KEYWORD
045666     END-IF.
045667     MOVE CSR-RCP-RECORD       TO CSR-JNL-IMAGE.
045668     MOVE CSR-JNL-HOLD-KEY     TO CSR-RCP-CIPHER-KEY.
045669     MOVE CSR-JNL-HOLD-KEYWORD TO CSR-RCP-KEYWORD.
045670
045671 8780-EXIT.
045672     EXIT.
045673
045700*****************************************************************
045800*    2900-READ-TRANSACTION
045900*****************************************************************
046900 2900-EXIT.
047000     EXIT.
047100
047102*****************************************************************
047104*    8900-REGISTER-RUN-START
047106*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
047108*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
047110*    THE DAILY OPERATIONS SUMMARY.
047112*****************************************************************
047114 8900-REGISTER-RUN-START.
047116
047118     INITIALIZE CSR-RUNREG-RECORD.
047120     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
047122     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
047124     MOVE "RECMAINT"          TO CSR-RRG-PROGRAM.
047126     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
047128     SET CSR-RRG-START        TO TRUE.
047130     CALL "Runreg" USING CSR-RUNREG-RECORD.
047132
047134 8900-EXIT.
047136     EXIT.
047138
047140*****************************************************************
047142*    8950-REGISTER-RUN-END
047144*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
047146*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
047148*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
047150*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
047152*****************************************************************
047154 8950-REGISTER-RUN-END.
047156
047158     INITIALIZE CSR-RUNREG-RECORD.
047160     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
047162     ACCEPT CSR-RRG-TIME FROM TIME.
047164     MOVE "RECMAINT"          TO CSR-RRG-PROGRAM.
047166     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
047168     SET CSR-RRG-END          TO TRUE.
047170     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
047172     MOVE "CARDS"             TO CSR-RRG-COUNT-DESC (1).
047174     MOVE CSR-TRN-READ-COUNT  TO CSR-RRG-COUNT (1).
047176     MOVE "JOURNALED"         TO CSR-RRG-COUNT-DESC (2).
047178     MOVE CSR-JOURNAL-COUNT   TO CSR-RRG-COUNT (2).
047180     MOVE "REJECTED"          TO CSR-RRG-COUNT-DESC (3).
047182     MOVE CSR-REJECT-COUNT    TO CSR-RRG-COUNT (3).
047184     CALL "Runreg" USING CSR-RUNREG-RECORD.
047186     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
047188
047190 8950-EXIT.
047192     EXIT.
047194
047200*****************************************************************
047300*    9000-TERMINATE
047400*    CLOSES THE FILES, PRINTS THE ACTIVITY TOTALS, CLOSES THE
047450*    KEY-CHANGE NOTICE WITH ITS PARTNER COUNT AND SETS
047500*    RETURN-CODE 8 WHEN ANY TRANSACTION WAS REJECTED.
047600*****************************************************************
047700 9000-TERMINATE.
047800
047900     CLOSE RECMAINT-TRANS-FILE.
048000     CLOSE RECIPIENT-MASTER.
048050     CLOSE RECIPIENT-KEYHIST.
048100
048200     MOVE SPACES TO CSR-REPORT-RECORD.
048300     WRITE CSR-REPORT-RECORD.
049600     MOVE "INQUIRIES LISTED.....: " TO CSR-RPT-TOT-DESC.
049700     MOVE CSR-INQUIRY-COUNT TO CSR-RPT-TOT-COUNT.
049800     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049810     MOVE "KEYS ROTATED.........: " TO CSR-RPT-TOT-DESC.
049820     MOVE CSR-ROTATE-COUNT TO CSR-RPT-TOT-COUNT.
049830     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049840     MOVE "KEYS CUT OVER........: " TO CSR-RPT-TOT-DESC.
049850     MOVE CSR-CUTOVER-COUNT TO CSR-RPT-TOT-COUNT.
049860     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049870     MOVE "GENERATIONS RECORDED.: " TO CSR-RPT-TOT-DESC.
049880     MOVE CSR-GEN-WRITE-COUNT TO CSR-RPT-TOT-COUNT.
049890     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049892     MOVE "CHANGES JOURNALED....: " TO CSR-RPT-TOT-DESC.
049894     MOVE CSR-JOURNAL-COUNT TO CSR-RPT-TOT-COUNT.
049896     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
049900     MOVE "TRANSACTIONS REJECTED: " TO CSR-RPT-TOT-DESC.
050000     MOVE CSR-REJECT-COUNT TO CSR-RPT-TOT-COUNT.
050100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
050200     CLOSE RECMAINT-REPORT-FILE.
050210
050220     MOVE SPACES TO CSR-NOTICE-RECORD.
050230     WRITE CSR-NOTICE-RECORD.
050240     MOVE "PARTNERS NOTIFIED....: " TO CSR-RPT-TOT-DESC.
050250     MOVE CSR-NOTICE-COUNT TO CSR-RPT-TOT-COUNT.
050260     WRITE CSR-NOTICE-RECORD FROM CSR-RPT-TOTAL-LINE.
050270     CLOSE KEYCHG-NOTICE-FILE.
050300
050400     DISPLAY "RECMAINT TRANSACTIONS READ: " CSR-TRN-READ-COUNT
050500         " REJECTED: " CSR-REJECT-COUNT.
050700         MOVE 8 TO RETURN-CODE
050800     END-IF.
050900
050930     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
050960
051000 9000-EXIT.
051100     EXIT.
051200
