001600*                   AUTHORIZED TO DECRYPT". ENDS WITH
001700*                   RETURN-CODE 8 WHEN ANY TRANSACTION WAS
001800*                   REJECTED.
001810*                   A CHANGE CARD THAT SETS A LOCKED-OUT
001820*                   OPERATOR ACTIVE AGAIN IS THE SUPERVISOR'S
001830*                   REINSTATEMENT AFTER A Secreview LOCKOUT.
001840*                   EVERY CHANGE APPLIED TO THE REGISTER IS
001850*                   WRITTEN TO THE CHANGE-JOURNAL WITH ITS BEFORE
001860*                   AND AFTER IMAGES UNDER THIS RUN'S ID.
001880*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER.
001900*    MODIFICATION HISTORY
002000*    DATE.......  INIT  DESCRIPTION
002100*    ----------  ----  -------------------------------------------
002200*    2026-09-02  SM    ORIGINAL PROGRAM.
002210*    2026-10-15  SM    ADDS START THE NEW LOCKOUT FIELDS AT ZERO.
002220*                      A CHANGE CARD THAT REACTIVATES AN OPERATOR
002230*                      LOCKED OUT BY Secreview STAMPS THE
002240*                      REINSTATE DATE AND REPORTS REINSTATED.
002247*    2026-10-15  SM    CARDS NOW CARRY THE OPERATOR APPLYING THEM,
002254*                      REQUIRED ON EVERY CARD BUT AN INQUIRY.
002261*                      EVERY ADD, CHANGE AND DELETE APPLIED IS
002268*                      WRITTEN TO THE CHANGE-JOURNAL THROUGH
002275*                      Chgjrnl WITH THE BEFORE AND AFTER IMAGES.
002282*                      EACH RUN TAKES A RUN ID, SHOWN ON THE
002289*                      REPORT HEADER, SO Backout CAN REVERSE IT.
002291*    2026-10-15  SM    EACH RUN NOW LOGS ITS START, AND ITS END
002293*                      WITH THE RETURN CODE AND CARD, JOURNALED
002295*                      AND REJECTED COUNTS, ON THE RUN-REGISTER
002297*                      THROUGH Runreg UNDER ITS RUN ID.
002300*****************************************************************
002400 PROGRAM-ID. Opermaint.
002500
007800 77  CSR-INQUIRY-COUNT               PIC 9(05) VALUE 0.
007900 77  CSR-REJECT-COUNT                PIC 9(05) VALUE 0.
008000 77  CSR-REJECT-REASON               PIC X(20) VALUE SPACES.
008010 77  CSR-REINSTATE-COUNT             PIC 9(05) VALUE 0.
008020 77  CSR-WAS-ACTIVE-FLAG             PIC X(01) VALUE SPACES.
008027
008034*****************************************************************
008041*    CHANGE JOURNAL WORKING FIELDS. THE RUN ID MARKS THIS RUN'S
008048*    ENTRIES ON THE CHANGE-JOURNAL.
008055*****************************************************************
008062 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
008069 01  CSR-RUN-ID.
008076     05  CSR-RUN-ID-DATE             PIC 9(08).
008083     05  CSR-RUN-ID-TIME             PIC 9(08).
008090 77  CSR-JOURNAL-COUNT               PIC 9(05) VALUE 0.
008100
008200*****************************************************************
008300*    REPORT LINE LAYOUTS
008700         "OPERATOR-MASTER MAINTENANCE REPORT  ".
008800     05  FILLER                      PIC X(09) VALUE "RUN DATE ".
008900     05  CSR-RPT-HDR-DATE            PIC 9(08).
008950     05  FILLER                      PIC X(09) VALUE "  RUN ID ".
008970     05  CSR-RPT-HDR-RUN-ID          PIC X(16).
009000     05  FILLER                      PIC X(54) VALUE SPACES.
009100
009200 01  CSR-RPT-COL-HDR.
009300     05  FILLER                      PIC X(02) VALUE SPACES.
012200     05  CSR-RPT-TOT-DESC            PIC X(24).
012300     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
012400     05  FILLER                      PIC X(97) VALUE SPACES.
012410
012420*****************************************************************
012430*    PARAMETER RECORD PASSED TO THE Chgjrnl SUBPROGRAM
012440*****************************************************************
012450 COPY "chgjrnl.cpy".
012458
012466*****************************************************************
012474*    PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM
012482*****************************************************************
012490 COPY "rrgrec.cpy".
012500
012600 PROCEDURE DIVISION.
012700*****************************************************************
014800 1000-INITIALIZE.
014900
015000     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
015020     ACCEPT CSR-RUN-TIME FROM TIME.
015040     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
015060     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
015080     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
015090     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
015100
015200     OPEN OUTPUT OPERMAINT-REPORT-FILE.
015300     MOVE CSR-RUN-DATE TO CSR-RPT-HDR-DATE.
015350     MOVE CSR-RUN-ID TO CSR-RPT-HDR-RUN-ID.
015400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-HEADER-1.
015500     MOVE SPACES TO CSR-REPORT-RECORD.
015600     WRITE CSR-REPORT-RECORD.
021400*****************************************************************
021500*    2100-VALIDATE-TRANSACTION
021600*    FRONT-END EDIT FOR ONE TRANSACTION CARD - THE ACTION CODE
021700*    MUST BE KNOWN, THE OPERATOR ID PRESENT AND, ON EVERY CARD
021750*    BUT AN INQUIRY, THE OPERATOR APPLYING IT. AN ADD MUST
021800*    CARRY A NAME, AN AUTH LEVEL OF 1-3 AND A Y/N ACTIVE FLAG;
021900*    A CHANGE IS EDITED ONLY ON THE FIELDS IT SUPPLIES.
022000*****************************************************************
022800             MOVE "BAD ACTION" TO CSR-REJECT-REASON
022900         WHEN CSR-OTN-OPERATOR-ID = SPACES
023000             MOVE "NO OPERATOR" TO CSR-REJECT-REASON
023030         WHEN CSR-OTN-MAINT-BY = SPACES AND NOT CSR-OTN-INQUIRY
023060             MOVE "NO MAINT OPERATOR" TO CSR-REJECT-REASON
023100         WHEN CSR-OTN-ADD OR CSR-OTN-CHANGE
023200             PERFORM 2150-EDIT-TRANSACTION-BODY THRU 2150-EXIT
023300         WHEN OTHER
028900     MOVE CSR-OTN-NAME         TO CSR-OPR-NAME.
029000     MOVE CSR-OTN-AUTH-LEVEL   TO CSR-OPR-AUTH-LEVEL.
029100     MOVE CSR-OTN-ACTIVE-FLAG  TO CSR-OPR-ACTIVE-FLAG.
029110     MOVE 0                    TO CSR-OPR-LOCKOUT-DATE
029120                                  CSR-OPR-LOCKOUT-COUNT
029130                                  CSR-OPR-REINSTATE-DATE.
029200
029300     WRITE CSR-OPR-RECORD
029400         INVALID KEY
029800             ADD 1 TO CSR-ADD-COUNT
029900             MOVE "ADDED" TO CSR-RPT-ACT-DISP
030000             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
030030             MOVE "A" TO CSR-JRN-ACTION
030060             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
030100     END-WRITE.
030200
030300 3000-EXIT.
030700*    4000-CHANGE-MASTER
030800*    READS THE KEYED OPERATOR RECORD AND APPLIES THE NON-BLANK
030900*    DATA FIELDS FROM THE TRANSACTION OVER IT - DEACTIVATING AN
031000*    OPERATOR IS ONE CHANGE CARD WITH ACTIVE FLAG N. ACTIVE FLAG
031010*    Y ON AN OPERATOR Secreview LOCKED OUT IS A REINSTATEMENT:
031020*    THE REINSTATE DATE IS STAMPED SO THE VIOLATIONS BEHIND THE
031030*    LOCKOUT DO NOT LOCK THE OPERATOR OUT AGAIN.
031100*****************************************************************
031200 4000-CHANGE-MASTER.
031300
031900             GO TO 4000-EXIT
032000     END-READ.
032100
032120     MOVE CSR-OPR-RECORD TO CSR-JRN-BEFORE-IMAGE.
032150     MOVE CSR-OPR-ACTIVE-FLAG TO CSR-WAS-ACTIVE-FLAG.
032200     IF CSR-OTN-NAME NOT = SPACES
032300         MOVE CSR-OTN-NAME TO CSR-OPR-NAME
032400     END-IF.
032800     IF CSR-OTN-ACTIVE-FLAG NOT = SPACES
032900         MOVE CSR-OTN-ACTIVE-FLAG TO CSR-OPR-ACTIVE-FLAG
033000     END-IF.
033010     IF CSR-OPR-LOCKOUT-DATE NOT NUMERIC
033020         MOVE 0 TO CSR-OPR-LOCKOUT-DATE
033030                   CSR-OPR-LOCKOUT-COUNT
033040                   CSR-OPR-REINSTATE-DATE
033050     END-IF.
033060     MOVE "CHANGED" TO CSR-RPT-ACT-DISP.
033070     IF CSR-OPR-ACTIVE AND CSR-WAS-ACTIVE-FLAG NOT = "Y"
033080             AND CSR-OPR-LOCKOUT-DATE > 0
033090         MOVE CSR-RUN-DATE TO CSR-OPR-REINSTATE-DATE
033092         MOVE "REINSTATED" TO CSR-RPT-ACT-DISP
033094     END-IF.
033100
033200     REWRITE CSR-OPR-RECORD
033300         INVALID KEY
033500             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
033600         NOT INVALID KEY
033700             ADD 1 TO CSR-CHANGE-COUNT
033800             IF CSR-RPT-ACT-DISP = "REINSTATED"
033850                 ADD 1 TO CSR-REINSTATE-COUNT
033870             END-IF
033900             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
033930             MOVE "C" TO CSR-JRN-ACTION
033960             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
034000     END-REWRITE.
034100
034200 4000-EXIT.
035600             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
035700             GO TO 5000-EXIT
035800     END-READ.
035850     MOVE CSR-OPR-RECORD TO CSR-JRN-BEFORE-IMAGE.
035900
036000     DELETE OPERATOR-MASTER
036100         INVALID KEY
036500             ADD 1 TO CSR-DELETE-COUNT
036600             MOVE "DELETED" TO CSR-RPT-ACT-DISP
036700             PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
036730             MOVE "D" TO CSR-JRN-ACTION
036760             PERFORM 8750-WRITE-JOURNAL-ENTRY THRU 8750-EXIT
036800     END-DELETE.
036900
037000 5000-EXIT.
043200 8000-EXIT.
043300     EXIT.
043400
043402*****************************************************************
043404*    8750-WRITE-JOURNAL-ENTRY
043406*    JOURNALS THE CHANGE JUST APPLIED TO THE OPERATOR RECORD IN
043408*    HAND UNDER THE CARD'S MAINT-BY OPERATOR. THE CALLER SETS THE
043410*    ACTION AND, FOR A CHANGE OR DELETE, HAS ALREADY TAKEN THE
043412*    BEFORE IMAGE; AN ADD HAS NO BEFORE IMAGE AND A DELETE NO
043414*    AFTER IMAGE. THE REGISTER HOLDS NO KEY VALUES, SO THE
043416*    IMAGES ARE THE RECORD AS IT STANDS.
043418*****************************************************************
043420 8750-WRITE-JOURNAL-ENTRY.
043422
043424     ACCEPT CSR-JRN-DATE FROM DATE YYYYMMDD.
043426     ACCEPT CSR-JRN-TIME FROM TIME.
043428     MOVE CSR-RUN-ID          TO CSR-JRN-RUN-ID.
043430     ADD 1 TO CSR-JOURNAL-COUNT.
043432     MOVE CSR-JOURNAL-COUNT   TO CSR-JRN-SEQ.
043434     MOVE "OPERMAINT"         TO CSR-JRN-PROGRAM.
043436     MOVE "OPERATOR-MASTER"   TO CSR-JRN-FILE.
043438     MOVE CSR-OPR-OPERATOR-ID TO CSR-JRN-KEY.
043440     MOVE CSR-OTN-MAINT-BY    TO CSR-JRN-OPERATOR.
043442     MOVE "N"                 TO CSR-JRN-KEY-CHANGED.
043444     MOVE SPACES              TO CSR-JRN-REVERSES.
043446     IF CSR-JRN-ADDED
043448         MOVE SPACES TO CSR-JRN-BEFORE-IMAGE
043450     END-IF.
043452     IF CSR-JRN-DELETED
043454         MOVE SPACES TO CSR-JRN-AFTER-IMAGE
043456     ELSE
043458         MOVE CSR-OPR-RECORD TO CSR-JRN-AFTER-IMAGE
043460     END-IF.
043462     CALL "Chgjrnl" USING CSR-JOURNAL-RECORD.
043464
043466 8750-EXIT.
043468     EXIT.
043470
043500*****************************************************************
043600*    2900-READ-TRANSACTION
043700*****************************************************************
044700 2900-EXIT.
044800     EXIT.
044900
044902*****************************************************************
044904*    8900-REGISTER-RUN-START
044906*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
044908*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
044910*    THE DAILY OPERATIONS SUMMARY.
044912*****************************************************************
044914 8900-REGISTER-RUN-START.
044916
044918     INITIALIZE CSR-RUNREG-RECORD.
044920     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
044922     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
044924     MOVE "OPERMAINT"         TO CSR-RRG-PROGRAM.
044926     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
044928     SET CSR-RRG-START        TO TRUE.
044930     CALL "Runreg" USING CSR-RUNREG-RECORD.
044932
044934 8900-EXIT.
044936     EXIT.
044938
044940*****************************************************************
044942*    8950-REGISTER-RUN-END
044944*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
044946*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS
044948*    THE RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES
044950*    Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
044952*****************************************************************
044954 8950-REGISTER-RUN-END.
044956
044958     INITIALIZE CSR-RUNREG-RECORD.
044960     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
044962     ACCEPT CSR-RRG-TIME FROM TIME.
044964     MOVE "OPERMAINT"         TO CSR-RRG-PROGRAM.
044966     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
044968     SET CSR-RRG-END          TO TRUE.
044970     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
044972     MOVE "CARDS"             TO CSR-RRG-COUNT-DESC (1).
044974     MOVE CSR-TRN-READ-COUNT  TO CSR-RRG-COUNT (1).
044976     MOVE "JOURNALED"         TO CSR-RRG-COUNT-DESC (2).
044978     MOVE CSR-JOURNAL-COUNT   TO CSR-RRG-COUNT (2).
044980     MOVE "REJECTED"          TO CSR-RRG-COUNT-DESC (3).
044982     MOVE CSR-REJECT-COUNT    TO CSR-RRG-COUNT (3).
044984     CALL "Runreg" USING CSR-RUNREG-RECORD.
044986     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
044988
044990 8950-EXIT.
044992     EXIT.
044994
045000*****************************************************************
045100*    9000-TERMINATE
045200*    CLOSES THE FILES, PRINTS THE ACTIVITY TOTALS AND SETS
046800     MOVE "RECORDS CHANGED......: " TO CSR-RPT-TOT-DESC.
046900     MOVE CSR-CHANGE-COUNT TO CSR-RPT-TOT-COUNT.
047000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
047010     MOVE "  OF WHICH REINSTATED: " TO CSR-RPT-TOT-DESC.
047020     MOVE CSR-REINSTATE-COUNT TO CSR-RPT-TOT-COUNT.
047030     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
047100     MOVE "RECORDS DELETED......: " TO CSR-RPT-TOT-DESC.
047200     MOVE CSR-DELETE-COUNT TO CSR-RPT-TOT-COUNT.
047300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
047400     MOVE "INQUIRIES LISTED.....: " TO CSR-RPT-TOT-DESC.
047500     MOVE CSR-INQUIRY-COUNT TO CSR-RPT-TOT-COUNT.
047600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
047610     MOVE "CHANGES JOURNALED....: " TO CSR-RPT-TOT-DESC.
047620     MOVE CSR-JOURNAL-COUNT TO CSR-RPT-TOT-COUNT.
047630     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
047700     MOVE "TRANSACTIONS REJECTED: " TO CSR-RPT-TOT-DESC.
047800     MOVE CSR-REJECT-COUNT TO CSR-RPT-TOT-COUNT.
047900     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
048500         MOVE 8 TO RETURN-CODE
048600     END-IF.
048700
048730     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
048760
048800 9000-EXIT.
048900     EXIT.
049000
