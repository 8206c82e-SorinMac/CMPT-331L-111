002200*                   THE DATE RANGE APPLIES TO BOTH. ENDS WITH
002300*                   RETURN-CODE 8 WHEN THE REQUEST CARD IS
002400*                   MISSING OR NAMES NO CRITERIA AT ALL.
002450*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER.
002500*    MODIFICATION HISTORY
002600*    DATE.......  INIT  DESCRIPTION
002700*    ----------  ----  -------------------------------------------
002800*    2026-09-02  SM    ORIGINAL PROGRAM.
002810*    2026-10-15  SM    EACH RUN NOW TAKES A RUN ID AND LOGS ITS
002820*                      START, AND ITS END WITH THE RETURN CODE AND
002830*                      MATCH AND EXTRACT COUNTS, ON THE
002840*                      RUN-REGISTER THROUGH Runreg, INCLUDING A
002850*                      RUN STOPPED FOR A MISSING OR EMPTY REQUEST
002860*                      CARD.
002900*****************************************************************
003000 PROGRAM-ID. Archinq.
003100
011500*    WORKING FIELDS
011600*****************************************************************
011700 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
011750 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
011800 77  CSR-SOURCE-LABEL                PIC X(07) VALUE SPACES.
011900 77  CSR-AUD-MATCH-COUNT             PIC 9(07) VALUE 0.
012000 77  CSR-CLOG-MATCH-COUNT            PIC 9(07) VALUE 0.
018800     05  CSR-RPT-TOT-DESC            PIC X(30).
018900     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
019000     05  FILLER                      PIC X(91) VALUE SPACES.
019010
019020*****************************************************************
019030*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
019040*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
019050*****************************************************************
019060 01  CSR-RUN-ID.
019070     05  CSR-RUN-ID-DATE             PIC 9(08).
019080     05  CSR-RUN-ID-TIME             PIC 9(08).
019090 COPY "rrgrec.cpy".
019100
019200 PROCEDURE DIVISION.
019300*****************************************************************
021900 1000-INITIALIZE.
022000
022100     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
022110     ACCEPT CSR-RUN-TIME FROM TIME.
022120     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
022130     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
022140     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
022150     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
022200
022300     INITIALIZE CSR-ARQ-PARM-RECORD.
022400     OPEN INPUT ARCHINQ-PARM-FILE.
023500         DISPLAY "ARCHINQ-PARM REQUEST CARD MISSING - "
023600             "NOTHING TO SEARCH FOR"
023700         MOVE 8 TO RETURN-CODE
023750         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
023800         STOP RUN
023900     END-IF.
024000     IF CSR-ARQ-MSG-ID = SPACES
024400         DISPLAY "ARCHINQ-PARM NAMES NO CRITERIA - "
024500             "A FULL DUMP IS NOT AN INQUIRY"
024600         MOVE 8 TO RETURN-CODE
024650         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
024700         STOP RUN
024800     END-IF.
024900
052700 3550-EXIT.
052800     EXIT.
052900
052902*****************************************************************
052904*    8900-REGISTER-RUN-START
052906*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
052908*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
052910*    THE DAILY OPERATIONS SUMMARY.
052912*****************************************************************
052914 8900-REGISTER-RUN-START.
052916
052918     INITIALIZE CSR-RUNREG-RECORD.
052920     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
052922     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
052924     MOVE "ARCHINQ"           TO CSR-RRG-PROGRAM.
052926     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
052928     SET CSR-RRG-START        TO TRUE.
052930     CALL "Runreg" USING CSR-RUNREG-RECORD.
052932
052934 8900-EXIT.
052936     EXIT.
052938
052940*****************************************************************
052942*    8950-REGISTER-RUN-END
052944*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
052946*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
052948*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
052950*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
052952*****************************************************************
052954 8950-REGISTER-RUN-END.
052956
052958     INITIALIZE CSR-RUNREG-RECORD.
052960     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
052962     ACCEPT CSR-RRG-TIME FROM TIME.
052964     MOVE "ARCHINQ"           TO CSR-RRG-PROGRAM.
052966     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
052968     SET CSR-RRG-END          TO TRUE.
052970     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
052972     MOVE "AUDIT"             TO CSR-RRG-COUNT-DESC (1).
052974     MOVE CSR-AUD-MATCH-COUNT TO CSR-RRG-COUNT (1).
052976     MOVE "CIPHERLOG"         TO CSR-RRG-COUNT-DESC (2).
052978     MOVE CSR-CLOG-MATCH-COUNT TO CSR-RRG-COUNT (2).
052980     MOVE "EXTRACTED"         TO CSR-RRG-COUNT-DESC (3).
052982     MOVE CSR-EXTRACT-COUNT   TO CSR-RRG-COUNT (3).
052984     CALL "Runreg" USING CSR-RUNREG-RECORD.
052986     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
052988
052990 8950-EXIT.
052992     EXIT.
052994
053000*****************************************************************
053100*    9000-TERMINATE
053200*    PRINTS THE TOTALS AND CLOSES THE REPORT AND EXTRACT.
056000         " CIPHERLOG MATCHES: " CSR-CLOG-MATCH-COUNT
056100         " EXTRACTED: " CSR-EXTRACT-COUNT.
056200
056230     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
056260
056300 9000-EXIT.
056400     EXIT.
056500
