001500*                   AND THE LIVE FILES ARE REWRITTEN HOLDING
001600*                   ONLY THE RETAINED RECORDS. COUNTS ARCHIVED
001700*                   VERSUS KEPT ARE REPORTED FOR EACH FILE.
001720*                   A CIPHER-AUDIT RECORD IS ONLY AGED OFF ONCE
001740*                   Reconcile HAS RUN CLEAN AGAINST ITS Ceaser
001760*                   RUN, AS SHOWN ON THE RUN-REGISTER. EVERY RUN
001780*                   IS LOGGED ON THE RUN-REGISTER.
001800*    MODIFICATION HISTORY
001900*    DATE.......  INIT  DESCRIPTION
002000*    ----------  ----  -------------------------------------------
002160*                      KEEP WORK RECORDS AGAIN FOR THE NEW RUN
002170*                      ID FIELD ON BOTH LAYOUTS, SO THE RUN ID
002180*                      SURVIVES THE TRIP THROUGH ARCHIVE.
002182*    2026-10-15  SM    EACH RUN NOW TAKES A RUN ID AND LOGS ITS
002184*                      START, AND ITS END WITH A RETURN CODE AND
002186*                      ARCHIVED AND HELD COUNTS, ON THE
002188*                      RUN-REGISTER THROUGH Runreg. CIPHER-AUDIT
002190*                      RECORDS OF A Ceaser RUN THAT Reconcile HAS
002192*                      NOT YET RUN CLEAN AGAINST ARE KEPT PAST THE
002194*                      CUTOFF (RC 4). IF THE RUN-REGISTER CANNOT
002196*                      BE READ THE CIPHER-AUDIT FILE IS LEFT
002198*                      UNCHANGED (RC 8).
002200*****************************************************************
002300 PROGRAM-ID. Housekeep.
002400
005200     SELECT CLOG-NEW-FILE ASSIGN TO "CIPHERLOG-NEW"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CSR-CLGNEW-FILE-STATUS.
005420     SELECT RUN-REGISTER ASSIGN TO "RUN-REGISTER"
005440         ORGANIZATION IS LINE SEQUENTIAL
005460         FILE STATUS IS CSR-RGH-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
008200 FD  CLOG-NEW-FILE
008300     RECORDING MODE IS F.
008400 01  CSR-CLOG-NEW-RECORD             PIC X(68).
008405 FD  RUN-REGISTER
008410     RECORDING MODE IS F.
008415 COPY "rrgrec.cpy"
008420     REPLACING
008425         ==CSR-RUNREG-RECORD==      BY ==CSR-RGH-RECORD==
008430         ==CSR-RRG-DATE==           BY ==CSR-RGH-DATE==
008435         ==CSR-RRG-TIME==           BY ==CSR-RGH-TIME==
008440         ==CSR-RRG-PROGRAM==        BY ==CSR-RGH-PROGRAM==
008445         ==CSR-RRG-RUN-ID==         BY ==CSR-RGH-RUN-ID==
008450         ==CSR-RRG-EVENT==          BY ==CSR-RGH-EVENT==
008455         ==CSR-RRG-START==          BY ==CSR-RGH-START==
008460         ==CSR-RRG-END==            BY ==CSR-RGH-END==
008465         ==CSR-RRG-RECONCILED==     BY ==CSR-RGH-RECONCILED==
008470         ==CSR-RRG-RETURN-CODE==    BY ==CSR-RGH-RETURN-CODE==
008475         ==CSR-RRG-REF-RUN-ID==     BY ==CSR-RGH-REF-RUN-ID==
008480         ==CSR-RRG-COUNTS==         BY ==CSR-RGH-COUNTS==
008485         ==CSR-RRG-COUNT-ENTRY==    BY ==CSR-RGH-COUNT-ENTRY==
008490         ==CSR-RRG-COUNT-DESC==     BY ==CSR-RGH-COUNT-DESC==
008495         ==CSR-RRG-COUNT==          BY ==CSR-RGH-COUNT==.
008500
008600 WORKING-STORAGE SECTION.
008700*****************************************************************
010100     05  CSR-CLGNEW-FILE-STATUS      PIC X(02) VALUE "00".
010200     05  CSR-HKP-READ-SW             PIC X(01) VALUE "N".
010300         88  CSR-HKP-WAS-READ        VALUE "Y".
010310     05  CSR-RGH-FILE-STATUS         PIC X(02) VALUE "00".
010320     05  CSR-RGH-EOF-SW              PIC X(01) VALUE "N".
010330         88  CSR-RGH-EOF             VALUE "Y".
010340     05  CSR-REG-USABLE-SW           PIC X(01) VALUE "N".
010350         88  CSR-REG-USABLE          VALUE "Y".
010360     05  CSR-AUD-HOLD-SW             PIC X(01) VALUE "N".
010370         88  CSR-AUD-HOLD            VALUE "Y".
010400
010500*****************************************************************
010600*    WORKING FIELDS
010700*****************************************************************
010800 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
010850 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
010900 77  CSR-RETAIN-DAYS                 PIC 9(05) VALUE 365.
011000 77  CSR-TODAY-INT                   PIC 9(07) VALUE 0.
011100 77  CSR-CUTOFF-INT                  PIC 9(07) VALUE 0.
011200 77  CSR-CUTOFF-DATE                 PIC 9(08) VALUE 0.
011300 77  CSR-AUD-ARCH-COUNT              PIC 9(07) VALUE 0.
011400 77  CSR-AUD-KEPT-COUNT              PIC 9(07) VALUE 0.
011450 77  CSR-AUD-HELD-COUNT              PIC 9(07) VALUE 0.
011500 77  CSR-CLOG-ARCH-COUNT             PIC 9(07) VALUE 0.
011600 77  CSR-CLOG-KEPT-COUNT             PIC 9(07) VALUE 0.
011604
011608*****************************************************************
011612*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
011616*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
011620*****************************************************************
011624 01  CSR-RUN-ID.
011628     05  CSR-RUN-ID-DATE             PIC 9(08).
011632     05  CSR-RUN-ID-TIME             PIC 9(08).
011636 COPY "rrgrec.cpy".
011640
011644*****************************************************************
011648*    OUTSTANDING RUN TABLE - EVERY Ceaser RUN ON THE RUN-REGISTER
011652*    THAT Reconcile HAS NOT YET RUN CLEAN AGAINST. CIPHER-AUDIT
011656*    RECORDS OF THESE RUNS ARE NOT AGED OFF. SHOWN IS SET ONCE
011660*    THE RUN HAS BEEN REPORTED AS HOLDING RECORDS BACK.
011664*****************************************************************
011668 77  CSR-OPN-COUNT                   PIC 9(05) VALUE 0.
011672 01  CSR-OPN-TABLE.
011676     05  CSR-OPN-ENTRY OCCURS 5000 TIMES
011680                       INDEXED BY CSR-OPN-IDX.
011684         10  CSR-OPN-RUN-ID          PIC X(16).
011688         10  CSR-OPN-SHOWN-SW        PIC X(01).
011692             88  CSR-OPN-SHOWN       VALUE "Y".
011700
011800 PROCEDURE DIVISION.
011900*****************************************************************
012300
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500
012520     IF CSR-REG-USABLE
012540         PERFORM 2000-AGE-OFF-AUDIT THRU 2000-EXIT
012560     ELSE
012580         DISPLAY "CIPHER-AUDIT LEFT UNCHANGED - RECONCILED RUNS "
012600             "NOT KNOWN"
012620     END-IF.
012700     PERFORM 3000-AGE-OFF-CIPHERLOG THRU 3000-EXIT.
012800
012900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013500*    READS THE HOUSEKEEP-PARM CARD FOR THE RETENTION DAYS AND
013600*    COMPUTES THE CUTOFF DATE - RECORDS DATED BEFORE THE CUTOFF
013700*    ARE ARCHIVED, RECORDS ON OR AFTER IT ARE KEPT.
013730*    THEN LOADS THE Ceaser RUNS NOT YET RECONCILED CLEAN FROM
013760*    THE RUN-REGISTER.
013800*****************************************************************
013900 1000-INITIALIZE.
014000
014100     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
014110     ACCEPT CSR-RUN-TIME FROM TIME.
014120     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
014130     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
014140     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
014150     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
014200
014300     INITIALIZE CSR-HKP-PARM-RECORD.
014400     OPEN INPUT HOUSEKEEP-PARM-FILE.
017800
017900     DISPLAY "RETENTION DAYS IN EFFECT: " CSR-RETAIN-DAYS.
018000     DISPLAY "ARCHIVING RECORDS DATED BEFORE: " CSR-CUTOFF-DATE.
018050     PERFORM 1500-LOAD-OUTSTANDING-RUNS THRU 1500-EXIT.
018100
018200 1000-EXIT.
018300     EXIT.
018301
018302*****************************************************************
018304*    1500-LOAD-OUTSTANDING-RUNS
018306*    READS THE WHOLE RUN-REGISTER AND BUILDS THE TABLE OF Ceaser
018307*    RUNS THAT Reconcile HAS NOT YET RUN CLEAN AGAINST. A Ceaser
018309*    START ENTRY ADDS THE RUN; A Reconcile RECONCILED ENTRY WITH
018311*    RETURN CODE ZERO REMOVES IT. IF THE REGISTER CANNOT BE READ,
018312*    OR THE TABLE FILLS, NO RUN CAN BE SHOWN TO BE RECONCILED AND
018314*    THE CIPHER-AUDIT FILE IS LEFT AS IT IS.
018316*****************************************************************
018317 1500-LOAD-OUTSTANDING-RUNS.
018319
018321     OPEN INPUT RUN-REGISTER.
018323     IF CSR-RGH-FILE-STATUS NOT = "00"
018324         DISPLAY "RUN-REGISTER NOT READABLE (STATUS "
018326             CSR-RGH-FILE-STATUS ") - CIPHER-AUDIT WILL BE LEFT "
018328             "UNCHANGED"
018329     ELSE
018331         SET CSR-REG-USABLE TO TRUE
018333         PERFORM 1590-READ-REGISTER THRU 1590-EXIT
018334         PERFORM 1510-NOTE-ONE-ENTRY THRU 1510-EXIT
018336             UNTIL CSR-RGH-EOF
018338         CLOSE RUN-REGISTER
018339         DISPLAY "CEASER RUNS NOT YET RECONCILED CLEAN: "
018341             CSR-OPN-COUNT
018343     END-IF.
018345
018346 1500-EXIT.
018348     EXIT.
018350
018351*****************************************************************
018353*    1510-NOTE-ONE-ENTRY
018355*    APPLIES ONE RUN-REGISTER ENTRY TO THE OUTSTANDING RUN TABLE.
018356*    A RECONCILED ENTRY WITH A NON-ZERO RETURN CODE LEAVES THE
018358*    RUN OUTSTANDING.
018360*****************************************************************
018361 1510-NOTE-ONE-ENTRY.
018363
018365     EVALUATE TRUE
018367         WHEN CSR-RGH-PROGRAM = "CEASER"
018368                 AND CSR-RGH-START
018370             PERFORM 1520-ADD-OUTSTANDING THRU 1520-EXIT
018372         WHEN CSR-RGH-PROGRAM = "RECONCILE"
018373                 AND CSR-RGH-RECONCILED
018375                 AND CSR-RGH-RETURN-CODE = 0
018377             PERFORM 1530-CLEAR-OUTSTANDING THRU 1530-EXIT
018378     END-EVALUATE.
018380
018382     IF NOT CSR-RGH-EOF
018383         PERFORM 1590-READ-REGISTER THRU 1590-EXIT
018385     END-IF.
018387
018389 1510-EXIT.
018390     EXIT.
018392
018394*****************************************************************
018395*    1520-ADD-OUTSTANDING
018397*    ADDS A Ceaser RUN TO THE OUTSTANDING RUN TABLE UNLESS IT IS
018399*    ALREADY THERE. A FULL TABLE STOPS THE LOAD AND MARKS THE
018400*    REGISTER UNUSABLE FOR THIS RUN.
018402*****************************************************************
018404 1520-ADD-OUTSTANDING.
018405
018407     SET CSR-OPN-IDX TO 1.
018409     SEARCH CSR-OPN-ENTRY
018411         AT END
018412             DISPLAY "OUTSTANDING RUN TABLE FULL (5000) - "
018414                 "CIPHER-AUDIT WILL BE LEFT UNCHANGED"
018416             MOVE "N" TO CSR-REG-USABLE-SW
018417             SET CSR-RGH-EOF TO TRUE
018419         WHEN CSR-OPN-IDX > CSR-OPN-COUNT
018421             ADD 1 TO CSR-OPN-COUNT
018422             MOVE CSR-RGH-RUN-ID TO CSR-OPN-RUN-ID (CSR-OPN-COUNT)
018424             MOVE "N" TO CSR-OPN-SHOWN-SW (CSR-OPN-COUNT)
018426         WHEN CSR-OPN-RUN-ID (CSR-OPN-IDX) = CSR-RGH-RUN-ID
018427             CONTINUE
018429     END-SEARCH.
018431
018433 1520-EXIT.
018434     EXIT.
018436
018438*****************************************************************
018439*    1530-CLEAR-OUTSTANDING
018441*    REMOVES A Ceaser RUN THAT HAS RECONCILED CLEAN FROM THE
018443*    OUTSTANDING RUN TABLE BY MOVING THE LAST ENTRY INTO ITS
018444*    PLACE. A RUN NOT IN THE TABLE PREDATES THE REGISTER.
018446*****************************************************************
018448 1530-CLEAR-OUTSTANDING.
018449
018451     SET CSR-OPN-IDX TO 1.
018453     SEARCH CSR-OPN-ENTRY
018455         AT END
018456             CONTINUE
018458         WHEN CSR-OPN-IDX > CSR-OPN-COUNT
018460             CONTINUE
018461         WHEN CSR-OPN-RUN-ID (CSR-OPN-IDX) = CSR-RGH-REF-RUN-ID
018463             MOVE CSR-OPN-ENTRY (CSR-OPN-COUNT)
018465                 TO CSR-OPN-ENTRY (CSR-OPN-IDX)
018466             SUBTRACT 1 FROM CSR-OPN-COUNT
018468     END-SEARCH.
018470
018471 1530-EXIT.
018473     EXIT.
018475
018477*****************************************************************
018478*    1590-READ-REGISTER
018480*****************************************************************
018482 1590-READ-REGISTER.
018483
018485     READ RUN-REGISTER
018487         AT END
018488             SET CSR-RGH-EOF TO TRUE
018490     END-READ.
018492
018493 1590-EXIT.
018495     EXIT.
018497
018500*****************************************************************
018600*    2000-AGE-OFF-AUDIT
018700*    SPLITS THE LIVE CIPHER-AUDIT FILE INTO ARCHIVE (OLDER THAN
018800*    THE CUTOFF) AND KEEP (RETAINED) RECORDS, THEN REWRITES THE
018900*    LIVE FILE FROM THE KEEP FILE. NOT PERFORMED WHEN THE
018950*    RUN-REGISTER COULD NOT SAY WHICH RUNS HAVE RECONCILED.
019000*****************************************************************
019100 2000-AGE-OFF-AUDIT.
019200
021300         CSR-AUD-ARCH-COUNT.
021400     DISPLAY "CIPHER-AUDIT RECORDS KEPT....: "
021500         CSR-AUD-KEPT-COUNT.
021530     DISPLAY "  HELD FOR RECONCILIATION...: "
021560         CSR-AUD-HELD-COUNT.
021600
021700 2000-EXIT.
021800     EXIT.
022200*    ROUTES ONE CIPHER-AUDIT RECORD TO THE ARCHIVE OR THE KEEP
022300*    FILE. A RECORD WITH AN UNREADABLE RUN DATE IS KEPT, NEVER
022400*    ARCHIVED, SO NOTHING QUESTIONABLE LEAVES THE LIVE FILE.
022430*    NOR DOES A RECORD OF A Ceaser RUN STILL OUTSTANDING ON THE
022460*    RUN-REGISTER - IT IS KEPT AND COUNTED AS HELD.
022500*****************************************************************
022600 2100-SPLIT-ONE-AUDIT.
022700
022750     MOVE "N" TO CSR-AUD-HOLD-SW.
022800     IF CSR-AUD-RUN-DATE NUMERIC
022900             AND CSR-AUD-RUN-DATE < CSR-CUTOFF-DATE
022910         PERFORM 2150-CHECK-RECONCILED THRU 2150-EXIT
022920     END-IF.
022930     IF CSR-AUD-RUN-DATE NUMERIC
022940             AND CSR-AUD-RUN-DATE < CSR-CUTOFF-DATE
022950             AND NOT CSR-AUD-HOLD
023000         WRITE CSR-AUDIT-ARCH-RECORD FROM CSR-AUDIT-RECORD
023100         ADD 1 TO CSR-AUD-ARCH-COUNT
023200     ELSE
023300         WRITE CSR-AUDIT-NEW-RECORD FROM CSR-AUDIT-RECORD
023400         ADD 1 TO CSR-AUD-KEPT-COUNT
023420         IF CSR-AUD-HOLD
023440             ADD 1 TO CSR-AUD-HELD-COUNT
023460         END-IF
023500     END-IF.
023600
023700     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
023800
023900 2100-EXIT.
024000     EXIT.
024003*****************************************************************
024006*    2150-CHECK-RECONCILED
024009*    HOLDS A RECORD PAST THE CUTOFF WHOSE Ceaser RUN IS STILL IN
024012*    THE OUTSTANDING RUN TABLE, NAMING EACH SUCH RUN ONCE. A
024015*    RECORD WITH NO RUN ID PREDATES THE RUN ID AND AGES OFF.
024018*****************************************************************
024021 2150-CHECK-RECONCILED.
024024
024027     IF CSR-AUD-RUN-ID NOT = SPACES
024030         SET CSR-OPN-IDX TO 1
024033         SEARCH CSR-OPN-ENTRY
024036             AT END
024039                 CONTINUE
024042             WHEN CSR-OPN-IDX > CSR-OPN-COUNT
024045                 CONTINUE
024048             WHEN CSR-OPN-RUN-ID (CSR-OPN-IDX) = CSR-AUD-RUN-ID
024051                 SET CSR-AUD-HOLD TO TRUE
024054                 IF NOT CSR-OPN-SHOWN (CSR-OPN-IDX)
024057                     DISPLAY "CIPHER-AUDIT HELD - CEASER RUN "
024060                         CSR-AUD-RUN-ID
024063                         " NOT YET RECONCILED CLEAN"
024066                     SET CSR-OPN-SHOWN (CSR-OPN-IDX) TO TRUE
024069                 END-IF
024072         END-SEARCH
024075     END-IF.
024078
024081 2150-EXIT.
024084     EXIT.
024100
024200*****************************************************************
024300*    2500-REWRITE-AUDIT
038900 3900-EXIT.
039000     EXIT.
039100
039102*****************************************************************
039104*    8900-REGISTER-RUN-START
039106*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
039108*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
039110*    THE DAILY OPERATIONS SUMMARY.
039112*****************************************************************
039114 8900-REGISTER-RUN-START.
039116
039118     INITIALIZE CSR-RUNREG-RECORD.
039120     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
039122     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
039124     MOVE "HOUSEKEEP"         TO CSR-RRG-PROGRAM.
039126     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
039128     SET CSR-RRG-START        TO TRUE.
039130     CALL "Runreg" USING CSR-RUNREG-RECORD.
039132
039134 8900-EXIT.
039136     EXIT.
039138
039140*****************************************************************
039142*    8950-REGISTER-RUN-END
039144*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
039146*    CODE AND KEY COUNTS. PERFORMED ON EVERY PATH THAT ENDS THE
039148*    RUN, ONCE THE RETURN CODE IS SET. THE CALL LEAVES Runreg'S
039150*    OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT BACK.
039152*****************************************************************
039154 8950-REGISTER-RUN-END.
039156
039158     INITIALIZE CSR-RUNREG-RECORD.
039160     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
039162     ACCEPT CSR-RRG-TIME FROM TIME.
039164     MOVE "HOUSEKEEP"         TO CSR-RRG-PROGRAM.
039166     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
039168     SET CSR-RRG-END          TO TRUE.
039170     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
039172     MOVE "AUDIT ARCH"        TO CSR-RRG-COUNT-DESC (1).
039174     MOVE CSR-AUD-ARCH-COUNT  TO CSR-RRG-COUNT (1).
039176     MOVE "AUDIT HELD"        TO CSR-RRG-COUNT-DESC (2).
039178     MOVE CSR-AUD-HELD-COUNT  TO CSR-RRG-COUNT (2).
039180     MOVE "CLOG ARCH"         TO CSR-RRG-COUNT-DESC (3).
039182     MOVE CSR-CLOG-ARCH-COUNT TO CSR-RRG-COUNT (3).
039184     CALL "Runreg" USING CSR-RUNREG-RECORD.
039186     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
039188
039190 8950-EXIT.
039192     EXIT.
039194
039200*****************************************************************
039300*    9000-TERMINATE
039400*****************************************************************
039500 9000-TERMINATE.
039600
039700     DISPLAY "HOUSEKEEPING COMPLETE".
039710     IF NOT CSR-REG-USABLE
039720         MOVE 8 TO RETURN-CODE
039730     ELSE
039740         IF CSR-AUD-HELD-COUNT > 0
039750             MOVE 4 TO RETURN-CODE
039760         END-IF
039770     END-IF.
039800
039830     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
039860
039900 9000-EXIT.
040000     EXIT.
040100
