001900*                   A RESTARTED RUN, THE NO-AUDIT LIST IS EXACTLY
002000*                   THE SET OF MESSAGES TO RESUBMIT. ENDS WITH
002100*                   RETURN-CODE 8 WHEN ANY EXCEPTION WAS FOUND.
002120*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER, AND
002140*                   EACH Ceaser RUN WHOSE AUDIT RECORDS IT
002160*                   SELECTED IS LOGGED THERE AS RECONCILED WITH
002180*                   THIS RUN'S RETURN CODE.
002200*    MODIFICATION HISTORY
002300*    DATE.......  INIT  DESCRIPTION
002400*    ----------  ----  -------------------------------------------
002586*                      EXCEEDING CAPACITY IS NOW A HARD STOP
002587*                      (RETURN-CODE 16), NEVER A SILENTLY
002588*                      UNRECONCILED TAIL.
002589*    2026-10-15  SM    EACH RUN NOW TAKES A RUN ID AND LOGS ITS
002590*                      START, AND ITS END WITH THE RETURN CODE AND
002591*                      INPUT, AUDIT AND EXCEPTION COUNTS, ON THE
002592*                      RUN-REGISTER THROUGH Runreg. EVERY Ceaser
002593*                      RUN ID ON THE SELECTED AUDIT RECORDS IS
002594*                      ALSO LOGGED AS RECONCILED WITH THIS RUN'S
002595*                      RETURN CODE, SO Housekeep ONLY AGES OFF
002596*                      AUDIT RECORDS OF RUNS THAT HAVE RECONCILED
002597*                      CLEAN.
002600*****************************************************************
002700 PROGRAM-ID. Reconcile.
002800
009100         88  CSR-RCN-WAS-READ        VALUE "Y".
009510     05  CSR-RCN-BY-RUN-ID-SW        PIC X(01) VALUE "N".
009520         88  CSR-RCN-BY-RUN-ID       VALUE "Y".
009540     05  CSR-RCR-FULL-SW             PIC X(01) VALUE "N".
009560         88  CSR-RCR-FULL            VALUE "Y".
009600
009700*****************************************************************
009800*    WORKING FIELDS
009900*****************************************************************
010000 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
010050 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
010100 77  CSR-RECON-DATE                  PIC 9(08) VALUE 0.
010110 77  CSR-RECON-RUN-ID                PIC X(16) VALUE SPACES.
010200 77  CSR-MSG-READ-COUNT              PIC 9(05) VALUE 0.
016600     05  CSR-RPT-TOT-DESC            PIC X(30).
016700     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
016800     05  FILLER                      PIC X(91) VALUE SPACES.
016804
016808*****************************************************************
016812*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
016816*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
016820*****************************************************************
016824 01  CSR-RUN-ID.
016828     05  CSR-RUN-ID-DATE             PIC 9(08).
016832     05  CSR-RUN-ID-TIME             PIC 9(08).
016836 COPY "rrgrec.cpy".
016840
016844*****************************************************************
016848*    RECONCILED RUN TABLE - EVERY Ceaser RUN ID CARRIED BY THE
016852*    AUDIT RECORDS THIS RECONCILIATION SELECTED. EACH IS LOGGED
016856*    ON THE RUN-REGISTER AS RECONCILED WITH THIS RUN'S RETURN
016860*    CODE, WHICH IS HOW Housekeep KNOWS A RUN HAS RECONCILED
016864*    CLEAN. A RUN PAST THE 100TH IS NOT LOGGED, SO IT SIMPLY
016868*    STAYS UNRECONCILED UNTIL A LATER RUN NAMES IT.
016872*****************************************************************
016876 77  CSR-RCR-COUNT                   PIC 9(03) VALUE 0.
016880 01  CSR-RCR-TABLE.
016884     05  CSR-RCR-ENTRY OCCURS 100 TIMES
016888                       INDEXED BY CSR-RCR-IDX  PIC X(16).
016900
017000 PROCEDURE DIVISION.
017100*****************************************************************
019700 1000-INITIALIZE.
019800
019900     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
019910     ACCEPT CSR-RUN-TIME FROM TIME.
019920     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
019930     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
019940     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
019950     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
020000     MOVE CSR-RUN-DATE TO CSR-RECON-DATE.
020100
020200     INITIALIZE CSR-RCN-PARM-RECORD.
031200         DISPLAY "INPUT TABLE CAPACITY (100000) EXCEEDED - "
031300             "RUN ABANDONED AT MESSAGE " CSR-MSG-ID
031400         MOVE 16 TO RETURN-CODE
031450         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
031500         STOP RUN
031600     END-IF.
031700     ADD 1 TO CSR-INPUT-COUNT.
033850         END-IF
033860     END-IF.
034000     ADD 1 TO CSR-AUDIT-DATE-COUNT.
034050     PERFORM 3050-NOTE-AUDIT-RUN THRU 3050-EXIT.
034100
034200     IF CSR-AUD-MISMATCH-FLAG = "Y"
034300         MOVE "ROUND-TRIP MISMATCH" TO CSR-RPT-EXC-TYPE
035600
035700 3000-EXIT.
035800     EXIT.
035803*****************************************************************
035806*    3050-NOTE-AUDIT-RUN
035809*    NOTES THE Ceaser RUN ID ON A SELECTED AUDIT RECORD IN THE
035812*    RECONCILED RUN TABLE THE FIRST TIME IT IS SEEN. RECORDS
035815*    WRITTEN BEFORE THE RUN ID EXISTED CARRY NONE.
035818*****************************************************************
035821 3050-NOTE-AUDIT-RUN.
035824
035827     IF CSR-AUD-RUN-ID = SPACES
035830         GO TO 3050-EXIT
035833     END-IF.
035836     SET CSR-RCR-IDX TO 1.
035839     SEARCH CSR-RCR-ENTRY
035842         AT END
035845             IF NOT CSR-RCR-FULL
035848                 DISPLAY "RECONCILED RUN TABLE FULL (100) - RUN "
035851                     CSR-AUD-RUN-ID " AND LATER NOT LOGGED"
035854                 SET CSR-RCR-FULL TO TRUE
035857             END-IF
035860         WHEN CSR-RCR-IDX > CSR-RCR-COUNT
035863             ADD 1 TO CSR-RCR-COUNT
035866             MOVE CSR-AUD-RUN-ID TO CSR-RCR-ENTRY (CSR-RCR-COUNT)
035869         WHEN CSR-RCR-ENTRY (CSR-RCR-IDX) = CSR-AUD-RUN-ID
035872             CONTINUE
035875     END-SEARCH.
035878
035881 3050-EXIT.
035884     EXIT.
035900
036000*****************************************************************
036100*    3100-CHECK-DUP-AUDIT
039800         DISPLAY "AUDIT TABLE CAPACITY (100000) EXCEEDED - "
039900             "RUN ABANDONED AT MESSAGE " CSR-AUD-MSG-ID
040000         MOVE 16 TO RETURN-CODE
040050         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
040100         STOP RUN
040200     END-IF.
040300     ADD 1 TO CSR-AUDIT-COUNT.
060400 4900-EXIT.
060500     EXIT.
060600
060601*****************************************************************
060602*    8900-REGISTER-RUN-START
060603*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
060605*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
060606*    THE DAILY OPERATIONS SUMMARY.
060607*****************************************************************
060609 8900-REGISTER-RUN-START.
060610
060612     INITIALIZE CSR-RUNREG-RECORD.
060613     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
060614     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
060616     MOVE "RECONCILE"         TO CSR-RRG-PROGRAM.
060617     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
060619     SET CSR-RRG-START        TO TRUE.
060620     CALL "Runreg" USING CSR-RUNREG-RECORD.
060621
060623 8900-EXIT.
060624     EXIT.
060626
060627*****************************************************************
060628*    8920-REGISTER-RECONCILED
060630*    LOGS ONE Ceaser RUN FROM THE RECONCILED RUN TABLE ON THE
060631*    RUN-REGISTER AS RECONCILED, CARRYING THIS RUN'S RETURN CODE -
060633*    ZERO ONLY WHEN THE RECONCILIATION CAME OUT CLEAN.
060634*****************************************************************
060635 8920-REGISTER-RECONCILED.
060637
060638     INITIALIZE CSR-RUNREG-RECORD.
060640     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
060641     ACCEPT CSR-RRG-TIME FROM TIME.
060642     MOVE "RECONCILE"         TO CSR-RRG-PROGRAM.
060644     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
060645     SET CSR-RRG-RECONCILED   TO TRUE.
060647     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
060648     MOVE CSR-RCR-ENTRY (CSR-RCR-IDX) TO CSR-RRG-REF-RUN-ID.
060649     CALL "Runreg" USING CSR-RUNREG-RECORD.
060651     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
060652
060653 8920-EXIT.
060655     EXIT.
060656
060658*****************************************************************
060659*    8950-REGISTER-RUN-END
060660*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
060662*    CODE AND KEY COUNTS. A RUN ID NAMED ON THE PARM CARD IS
060663*    CARRIED AS THE REFERENCE RUN. PERFORMED ON EVERY PATH THAT
060665*    ENDS THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
060666*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
060667*****************************************************************
060669 8950-REGISTER-RUN-END.
060670
060672     INITIALIZE CSR-RUNREG-RECORD.
060673     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
060674     ACCEPT CSR-RRG-TIME FROM TIME.
060676     MOVE "RECONCILE"         TO CSR-RRG-PROGRAM.
060677     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
060679     SET CSR-RRG-END          TO TRUE.
060680     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
060681     MOVE CSR-RECON-RUN-ID    TO CSR-RRG-REF-RUN-ID.
060683     MOVE "INPUT MSGS"        TO CSR-RRG-COUNT-DESC (1).
060684     MOVE CSR-INPUT-MSG-COUNT TO CSR-RRG-COUNT (1).
060686     MOVE "AUDIT"             TO CSR-RRG-COUNT-DESC (2).
060687     MOVE CSR-AUDIT-DATE-COUNT TO CSR-RRG-COUNT (2).
060688     MOVE "EXCEPTION"         TO CSR-RRG-COUNT-DESC (3).
060690     MOVE CSR-EXCEPTION-COUNT TO CSR-RRG-COUNT (3).
060691     CALL "Runreg" USING CSR-RUNREG-RECORD.
060693     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
060694
060695 8950-EXIT.
060697     EXIT.
060698
060700*****************************************************************
060800*    9000-TERMINATE
060900*    CLOSES THE FILES, PRINTS THE RECONCILIATION TOTALS AND SETS
065600         DISPLAY "ALL MESSAGES RECONCILED CLEAN"
065700     END-IF.
065800
065810     PERFORM 8920-REGISTER-RECONCILED THRU 8920-EXIT
065820         VARYING CSR-RCR-IDX FROM 1 BY 1
065830            UNTIL CSR-RCR-IDX > CSR-RCR-COUNT.
065840     DISPLAY "CEASER RUNS LOGGED AS RECONCILED: " CSR-RCR-COUNT.
065850     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
065860
065900 9000-EXIT.
066000     EXIT.
066100
