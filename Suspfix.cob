002400*                   ENDS WITH RETURN-CODE 8 WHEN ANY TRANSACTION
002500*                   WAS REJECTED OR ANY ITEM IS OVER THE AGING
002600*                   THRESHOLD.
002650*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER.
002700*    MODIFICATION HISTORY
002800*    DATE.......  INIT  DESCRIPTION
002900*    ----------  ----  -------------------------------------------
003000*    2026-09-02  SM    ORIGINAL PROGRAM.
003020*    2026-10-15  SM    EACH RUN NOW TAKES A RUN ID AND LOGS ITS
003040*                      START, AND ITS END WITH THE RETURN CODE AND
003060*                      RELEASED, CARRIED AND AGED COUNTS, ON THE
003080*                      RUN-REGISTER THROUGH Runreg.
003100*****************************************************************
003200 PROGRAM-ID. Suspfix.
003300
010800*    WORKING FIELDS
010900*****************************************************************
011000 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
011050 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
011100 77  CSR-AGE-DAYS                    PIC 9(03) VALUE 30.
011200 77  CSR-TODAY-INT                   PIC 9(07) VALUE 0.
011300 77  CSR-REJ-INT                     PIC 9(07) VALUE 0.
020100     05  CSR-RPT-TOT-DESC            PIC X(28).
020200     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
020300     05  FILLER                      PIC X(93) VALUE SPACES.
020310
020320*****************************************************************
020330*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
020340*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
020350*****************************************************************
020360 01  CSR-RUN-ID.
020370     05  CSR-RUN-ID-DATE             PIC 9(08).
020380     05  CSR-RUN-ID-TIME             PIC 9(08).
020390 COPY "rrgrec.cpy".
020400
020500 PROCEDURE DIVISION.
020600*****************************************************************
023300 1000-INITIALIZE.
023400
023500     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
023510     ACCEPT CSR-RUN-TIME FROM TIME.
023520     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
023530     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
023540     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
023550     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
023600     COMPUTE CSR-TODAY-INT =
023700         FUNCTION INTEGER-OF-DATE (CSR-RUN-DATE).
023800
029100         DISPLAY "ITEM TABLE CAPACITY (10000) EXCEEDED - "
029200             "RUN ABANDONED, SUSPENSE FILE LEFT UNCHANGED"
029300         MOVE 16 TO RETURN-CODE
029350         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
029400         STOP RUN
029700     END-IF.
029800     ADD 1 TO CSR-ITEM-COUNT.
080100 3900-EXIT.
080200     EXIT.
080300
080302*****************************************************************
080304*    8900-REGISTER-RUN-START
080306*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
080308*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
080310*    THE DAILY OPERATIONS SUMMARY.
080312*****************************************************************
080314 8900-REGISTER-RUN-START.
080316
080318     INITIALIZE CSR-RUNREG-RECORD.
080320     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
080322     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
080324     MOVE "SUSPFIX"           TO CSR-RRG-PROGRAM.
080326     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
080328     SET CSR-RRG-START        TO TRUE.
080330     CALL "Runreg" USING CSR-RUNREG-RECORD.
080332
080334 8900-EXIT.
080336     EXIT.
080338
080340*****************************************************************
080342*    8950-REGISTER-RUN-END
080344*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
080346*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
080348*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
080350*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
080352*****************************************************************
080354 8950-REGISTER-RUN-END.
080356
080358     INITIALIZE CSR-RUNREG-RECORD.
080360     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
080362     ACCEPT CSR-RRG-TIME FROM TIME.
080364     MOVE "SUSPFIX"           TO CSR-RRG-PROGRAM.
080366     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
080368     SET CSR-RRG-END          TO TRUE.
080370     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
080372     MOVE "RELEASED"          TO CSR-RRG-COUNT-DESC (1).
080374     MOVE CSR-RELEASE-COUNT   TO CSR-RRG-COUNT (1).
080376     MOVE "CARRIED"           TO CSR-RRG-COUNT-DESC (2).
080378     MOVE CSR-CARRY-COUNT     TO CSR-RRG-COUNT (2).
080380     MOVE "AGED"              TO CSR-RRG-COUNT-DESC (3).
080382     MOVE CSR-AGED-COUNT      TO CSR-RRG-COUNT (3).
080384     CALL "Runreg" USING CSR-RUNREG-RECORD.
080386     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
080388
080390 8950-EXIT.
080392     EXIT.
080394
080400*****************************************************************
080500*    9000-TERMINATE
080600*    CLOSES THE FILES, PRINTS THE TOTALS AND SETS RETURN-CODE 8
084600         MOVE 8 TO RETURN-CODE
084700     END-IF.
084800
084830     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
084860
084900 9000-EXIT.
085000     EXIT.
085100
