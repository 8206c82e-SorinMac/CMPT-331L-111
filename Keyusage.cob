001200*                   WARNING SECTION LISTING EVERY KEY THAT HAS
001300*                   BEEN IN CONTINUOUS USE LONGER THAN THE NUMBER
001400*                   OF DAYS GIVEN ON THE KEYUSAGE-PARM CARD.
001450*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER.
001500*    MODIFICATION HISTORY
001600*    DATE.......  INIT  DESCRIPTION
001700*    ----------  ----  -------------------------------------------
001830*                      CIPHERLOG RECORD, SO TWO RUNS ON ONE
001840*                      DATE REPORT AS TWO RUNS. OLD RECORDS
001850*                      WITH A BLANK RUN ID GROUP AS BEFORE.
001860*    2026-10-15  SM    EACH RUN NOW TAKES A RUN ID AND LOGS ITS
001870*                      START, AND ITS END WITH THE RETURN CODE AND
001880*                      RECORD, KEY AND WARNING COUNTS, ON THE
001890*                      RUN-REGISTER THROUGH Runreg.
001900*****************************************************************
002000 PROGRAM-ID. Keyusage.
002100
006500*    WORKING FIELDS
006600*****************************************************************
006700 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
006750 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
006800 77  CSR-WARN-DAYS                   PIC 9(03) VALUE 90.
006900 77  CSR-RECORD-COUNT                PIC 9(07) VALUE 0.
007000 77  CSR-DAYS-IN-USE                 PIC S9(05) VALUE 0.
014200     05  CSR-RPT-WARN-LIMIT          PIC ZZ9.
014300     05  FILLER                      PIC X(01) VALUE ")".
014400     05  FILLER                      PIC X(63) VALUE SPACES.
014410
014420*****************************************************************
014430*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
014440*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
014450*****************************************************************
014460 01  CSR-RUN-ID.
014470     05  CSR-RUN-ID-DATE             PIC 9(08).
014480     05  CSR-RUN-ID-TIME             PIC 9(08).
014490 COPY "rrgrec.cpy".
014500
014600 PROCEDURE DIVISION.
014700*****************************************************************
016900 1000-INITIALIZE.
017000
017100     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
017110     ACCEPT CSR-RUN-TIME FROM TIME.
017120     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
017130     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
017140     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
017150     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
017200
017300     INITIALIZE CSR-KUP-PARM-RECORD.
017400     OPEN INPUT KEYUSAGE-PARM-FILE.
048400 3300-EXIT.
048500     EXIT.
048600
048602*****************************************************************
048604*    8900-REGISTER-RUN-START
048606*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
048608*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
048610*    THE DAILY OPERATIONS SUMMARY.
048612*****************************************************************
048614 8900-REGISTER-RUN-START.
048616
048618     INITIALIZE CSR-RUNREG-RECORD.
048620     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
048622     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
048624     MOVE "KEYUSAGE"          TO CSR-RRG-PROGRAM.
048626     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
048628     SET CSR-RRG-START        TO TRUE.
048630     CALL "Runreg" USING CSR-RUNREG-RECORD.
048632
048634 8900-EXIT.
048636     EXIT.
048638
048640*****************************************************************
048642*    8950-REGISTER-RUN-END
048644*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
048646*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
048648*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
048650*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
048652*****************************************************************
048654 8950-REGISTER-RUN-END.
048656
048658     INITIALIZE CSR-RUNREG-RECORD.
048660     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
048662     ACCEPT CSR-RRG-TIME FROM TIME.
048664     MOVE "KEYUSAGE"          TO CSR-RRG-PROGRAM.
048666     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
048668     SET CSR-RRG-END          TO TRUE.
048670     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
048672     MOVE "RECORDS"           TO CSR-RRG-COUNT-DESC (1).
048674     MOVE CSR-RECORD-COUNT    TO CSR-RRG-COUNT (1).
048676     MOVE "KEYS"              TO CSR-RRG-COUNT-DESC (2).
048678     MOVE CSR-KEY-COUNT       TO CSR-RRG-COUNT (2).
048680     MOVE "WARNINGS"          TO CSR-RRG-COUNT-DESC (3).
048682     MOVE CSR-WARN-COUNT      TO CSR-RRG-COUNT (3).
048684     CALL "Runreg" USING CSR-RUNREG-RECORD.
048686     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
048688
048690 8950-EXIT.
048692     EXIT.
048694
048700*****************************************************************
048800*    9000-TERMINATE
048900*****************************************************************
049200     CLOSE CIPHERLOG-FILE.
049300     CLOSE KEYUSAGE-REPORT-FILE.
049400
049430     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
049460
049500 9000-EXIT.
049600     EXIT.
049700
