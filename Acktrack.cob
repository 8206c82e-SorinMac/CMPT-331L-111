002300*                   INTERNALLY. ENDS WITH RETURN-CODE 8 WHEN ANY
002400*                   MESSAGE IS OUTSTANDING OR ANY ACKNOWLEDGMENT
002500*                   MATCHES NO TRANSMITTED MESSAGE.
002520*                   ACKNOWLEDGMENTS ARE MATCHED AGAINST THE
002540*                   PERMANENT TRANSMIT-REGISTER, SO A LATE
002560*                   ACKNOWLEDGMENT FOR ANY PAST BATCH STILL
002580*                   CLOSES ITS MESSAGE.
002583*                   EVERY RUN IS LOGGED ON THE RUN-REGISTER, AND
002586*                   A CIPHER-OUT BATCH FROM A Ceaser RUN THE
002589*                   REGISTER SHOWS ENDED IN ERROR, OR NEVER
002592*                   ENDED, IS WARNED OF (RETURN-CODE 4 UNLESS
002595*                   HIGHER).
002600*    MODIFICATION HISTORY
002700*    DATE.......  INIT  DESCRIPTION
002800*    ----------  ----  -------------------------------------------
002900*    2026-09-02  SM    ORIGINAL PROGRAM.
002907*    2026-10-15  SM    ACKNOWLEDGMENTS NOW MATCH AGAINST THE
002914*                      CUMULATIVE TRANSMIT-REGISTER WRITTEN BY
002921*                      Ceaser INSTEAD OF THE ONE CIPHER-OUT BATCH
002928*                      IN HAND, AND EACH MATCH UPDATES THE ENTRY'S
002935*                      LIFECYCLE STATUS AND DATES ON THE REGISTER.
002942*                      THE CIPHER-OUT BATCH IS STILL READ - ANY OF
002949*                      ITS MESSAGES NOT YET ON THE REGISTER ARE
002956*                      ENTERED. THE OUTSTANDING SWEEP COVERS EVERY
002963*                      OPEN ENTRY ON THE REGISTER, ABANDONS ONES
002970*                      PAST THE NEW ABANDON-DAYS THRESHOLD, AND
002977*                      THE RETRANSMIT EXTRACT IS CUT FROM THE
002984*                      REGISTER - ONE FRAMED BATCH PER ORIGINAL
002991*                      RUN - SO IT CAN PULL FROM ANY PAST BATCH.
002992*    2026-10-15  SM    CIPHER-OUT NOW CARRIES ONE FRAMED BATCH PER
002993*                      PARTNER RECIPIENT. EACH HEADER'S RECIPIENT
002994*                      ID IS CARRIED ONTO ANY REGISTER ENTRY
002995*                      BACKFILLED FROM ITS BATCH, AND THE
002996*                      RETRANSMIT EXTRACT NOW CUTS ONE BATCH PER
002997*                      ORIGINAL RUN AND RECIPIENT, ITS HEADER
002998*                      NAMING THE RECIPIENT.
002998*    2026-10-15  SM    EACH RUN NOW TAKES A RUN ID AND LOGS ITS
002998*                      START, AND ITS END WITH THE RETURN CODE AND
002998*                      ACCEPTED, OUTSTANDING AND RUN WARNING
002998*                      COUNTS, ON THE RUN-REGISTER THROUGH Runreg.
002998*                      EACH Ceaser RUN WHOSE BATCH IS IN THE
002998*                      CIPHER-OUT FILE IS LOOKED UP ON THE
002998*                      RUN-REGISTER, AND A RUN THAT ENDED ABOVE RC
002998*                      4 OR NEVER ENDED IS REPORTED AS A WARNING
002998*                      (RC 4).
003000*****************************************************************
003100 PROGRAM-ID. Acktrack.
003200
005200     SELECT RETRANSMIT-FILE ASSIGN TO "RETRANSMIT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CSR-RXM-FILE-STATUS.
005400
005410     SELECT TRANSMIT-REGISTER ASSIGN TO "TRANSMIT-REGISTER"
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS DYNAMIC
005440         RECORD KEY IS CSR-XRG-KEY
005450         FILE STATUS IS CSR-XRG-FILE-STATUS.
005460     SELECT RUN-REGISTER ASSIGN TO "RUN-REGISTER"
005470         ORGANIZATION IS LINE SEQUENTIAL
005480         FILE STATUS IS CSR-RGH-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
007400 FD  RETRANSMIT-FILE
007500     RECORDING MODE IS F.
007600 01  CSR-RXM-RECORD                  PIC X(113).
007600
007620 FD  TRANSMIT-REGISTER
007640     RECORDING MODE IS F.
007660 COPY "xmitreg.cpy".
007662 FD  RUN-REGISTER
007664     RECORDING MODE IS F.
007666 COPY "rrgrec.cpy"
007668     REPLACING
007670         ==CSR-RUNREG-RECORD==      BY ==CSR-RGH-RECORD==
007672         ==CSR-RRG-DATE==           BY ==CSR-RGH-DATE==
007674         ==CSR-RRG-TIME==           BY ==CSR-RGH-TIME==
007676         ==CSR-RRG-PROGRAM==        BY ==CSR-RGH-PROGRAM==
007678         ==CSR-RRG-RUN-ID==         BY ==CSR-RGH-RUN-ID==
007680         ==CSR-RRG-EVENT==          BY ==CSR-RGH-EVENT==
007682         ==CSR-RRG-START==          BY ==CSR-RGH-START==
007684         ==CSR-RRG-END==            BY ==CSR-RGH-END==
007686         ==CSR-RRG-RECONCILED==     BY ==CSR-RGH-RECONCILED==
007688         ==CSR-RRG-RETURN-CODE==    BY ==CSR-RGH-RETURN-CODE==
007690         ==CSR-RRG-REF-RUN-ID==     BY ==CSR-RGH-REF-RUN-ID==
007692         ==CSR-RRG-COUNTS==         BY ==CSR-RGH-COUNTS==
007694         ==CSR-RRG-COUNT-ENTRY==    BY ==CSR-RGH-COUNT-ENTRY==
007696         ==CSR-RRG-COUNT-DESC==     BY ==CSR-RGH-COUNT-DESC==
007698         ==CSR-RRG-COUNT==          BY ==CSR-RGH-COUNT==.
007700
007800 WORKING-STORAGE SECTION.
007900*****************************************************************
009100         88  CSR-ACK-EOF             VALUE "Y".
009200     05  CSR-AKP-READ-SW             PIC X(01) VALUE "N".
009300         88  CSR-AKP-WAS-READ        VALUE "Y".
009350     05  CSR-XRG-FILE-STATUS         PIC X(02) VALUE "00".
009400     05  CSR-XRG-EOF-SW              PIC X(01) VALUE "N".
009450         88  CSR-XRG-EOF             VALUE "Y".
009500     05  CSR-XRG-FOUND-SW            PIC X(01) VALUE "N".
009550         88  CSR-XRG-FOUND           VALUE "Y".
009556     05  CSR-RGH-FILE-STATUS         PIC X(02) VALUE "00".
009562     05  CSR-RGH-EOF-SW              PIC X(01) VALUE "N".
009568         88  CSR-RGH-EOF             VALUE "Y".
009574     05  CSR-CHK-STARTED-SW          PIC X(01) VALUE "N".
009580         88  CSR-CHK-STARTED         VALUE "Y".
009586     05  CSR-CHK-ENDED-SW            PIC X(01) VALUE "N".
009592         88  CSR-CHK-ENDED           VALUE "Y".
009600
009700*****************************************************************
009800*    WORKING FIELDS
009900*****************************************************************
010000 77  CSR-RUN-DATE                    PIC 9(08) VALUE 0.
010050 77  CSR-RUN-TIME                    PIC 9(08) VALUE 0.
010100 77  CSR-CHASE-DAYS                  PIC 9(03) VALUE 7.
010120 77  CSR-ABANDON-DAYS                PIC 9(03) VALUE 0.
010140 77  CSR-AGE-DAYS                    PIC S9(05) VALUE 0.
010160 77  CSR-WAIT-FROM-DATE              PIC 9(08) VALUE 0.
010200 77  CSR-TODAY-INT                   PIC 9(07) VALUE 0.
010300 77  CSR-SENT-INT                    PIC 9(07) VALUE 0.
010400 77  CSR-DAYS-WAITING                PIC S9(05) VALUE 0.
011300 77  CSR-BATCH-RUN-DATE              PIC 9(08) VALUE 0.
011400 77  CSR-BATCH-SITE-ID               PIC X(08) VALUE SPACES.
011500 77  CSR-BATCH-RUN-ID                PIC X(16) VALUE SPACES.
011502 77  CSR-BATCH-RECIPIENT-ID          PIC X(08) VALUE SPACES.
011503 77  CSR-BATCH-MSG-COUNT             PIC 9(07) VALUE 0.
011506 77  CSR-BACKFILL-COUNT              PIC 9(05) VALUE 0.
011509 77  CSR-LATE-ACK-COUNT              PIC 9(05) VALUE 0.
011509 77  CSR-RUN-WARN-COUNT              PIC 9(05) VALUE 0.
011509 77  CSR-CHECKED-RUN-ID              PIC X(16) VALUE SPACES.
011509 77  CSR-CHK-RETURN-CODE             PIC 9(03) VALUE 0.
011512 77  CSR-OPEN-COUNT                  PIC 9(07) VALUE 0.
011515 77  CSR-ABANDON-COUNT               PIC 9(05) VALUE 0.
011518 77  CSR-RXM-BATCH-COUNT             PIC 9(05) VALUE 0.
011521 77  CSR-RXM-BAT-MSG-COUNT           PIC 9(07) VALUE 0.
011524 77  CSR-RXM-BAT-SEG-COUNT           PIC 9(07) VALUE 0.
011527 77  CSR-RXM-REMAIN                  PIC 9(03) VALUE 0.
011530 77  CSR-RXM-POS                     PIC 9(03) VALUE 0.
011533 77  CSR-RXM-SEG-LEN                 PIC 9(03) VALUE 0.
011536 77  CSR-RXM-SEQ-NO                  PIC 9(02) VALUE 0.
011539 01  CSR-LATEST-KEY.
011542     05  CSR-LATEST-MSG-ID           PIC X(10).
011545     05  CSR-LATEST-RUN-ID           PIC X(16).
011548
011551*****************************************************************
011554*    REGISTER BACKFILL AREA - THE DATA SEGMENTS OF THE CIPHER-OUT
011557*    MESSAGE IN HAND, REASSEMBLED SO A MESSAGE NOT YET ON THE
011560*    TRANSMIT-REGISTER CAN BE ENTERED WITH ITS CIPHERTEXT WHEN
011563*    ITS CHECK RECORD ARRIVES.
011566*****************************************************************
011569 77  CSR-BKF-MSG-ID                  PIC X(10) VALUE SPACES.
011572 77  CSR-BKF-TEXT                    PIC X(400) VALUE SPACES.
011575 77  CSR-BKF-LEN                     PIC 9(03) VALUE 0.
011578 77  CSR-BKF-SEGS                    PIC 9(02) VALUE 0.
011581 77  CSR-BKF-POS                     PIC 9(03) VALUE 0.
011600
011700*****************************************************************
011800*    CHASE TABLE - ONE ENTRY PER TRANSMIT-REGISTER MESSAGE THE
011900*    OUTSTANDING SWEEP REPORTS, WITH THE ORIGINAL BATCH IT WENT
012000*    OUT IN. THE CHASE FLAG IS "O" ON EXACTLY THE MESSAGES THE
012100*    SWEEP REPORTS AND BECOMES "X" AS THE EXTRACT RESHIPS EACH
012200*    ONE - TRAFFIC STILL INSIDE THE CHASE WINDOW IS NEVER
012205*    RESHIPPED. MORE THAN 10000 MESSAGES TO CHASE IS A HARD
012210*    STOP - AN UNTRACKED MESSAGE WOULD SILENTLY NEVER BE SENT
012220*    AGAIN.
012300*****************************************************************
012400 77  CSR-MSG-COUNT                   PIC 9(05) VALUE 0.
012500 01  CSR-MSG-TABLE.
012600     05  CSR-MSG-ENTRY OCCURS 10000 TIMES
012700                       INDEXED BY CSR-MSG-IDX CSR-BAT-IDX.
012800         10  CSR-MSGTAB-MSG-ID       PIC X(10).
013200         10  CSR-MSGTAB-RUN-DATE     PIC 9(08).
013300         10  CSR-MSGTAB-RUN-ID       PIC X(16).
013305         10  CSR-MSGTAB-SITE-ID      PIC X(08).
013307         10  CSR-MSGTAB-RECIPIENT-ID PIC X(08).
013310         10  CSR-MSGTAB-CHASE-FLAG   PIC X(01).
013400
013500*****************************************************************
013600*    RETRANSMIT BUILD AREAS - MIRROR THE CIPHOUT HEADER, DATA,
013700*    CHECK AND TRAILER VIEWS.
013800*****************************************************************
013804 01  CSR-RXM-HEADER.
013808     05  CSR-RXM-HDR-TYPE            PIC X(01).
013812     05  CSR-RXM-HDR-RUN-DATE        PIC 9(08).
013816     05  CSR-RXM-HDR-SITE-ID         PIC X(08).
013820     05  CSR-RXM-HDR-RUN-ID          PIC X(16).
013822     05  CSR-RXM-HDR-RECIPIENT-ID    PIC X(08).
013824     05  FILLER                      PIC X(72) VALUE SPACES.
013828
013832 01  CSR-RXM-DATA.
013836     05  CSR-RXM-DAT-TYPE            PIC X(01).
013840     05  CSR-RXM-DAT-MSG-ID          PIC X(10).
013844     05  CSR-RXM-DAT-MSG-LENGTH      PIC 9(03).
013848     05  CSR-RXM-DAT-TEXT            PIC X(80).
013852     05  CSR-RXM-DAT-SEGMENT-SEQ     PIC 9(02).
013856     05  CSR-RXM-DAT-CONTINUED-FLAG  PIC X(01).
013860     05  CSR-RXM-DAT-RUN-ID          PIC X(16).
013864
013868 01  CSR-RXM-CHECK.
013872     05  CSR-RXM-CHK-TYPE            PIC X(01).
013876     05  CSR-RXM-CHK-MSG-ID          PIC X(10).
013880     05  CSR-RXM-CHK-VALUE           PIC 9(09).
013884     05  FILLER                      PIC X(93) VALUE SPACES.
013888
013900 01  CSR-RXM-TRAILER.
014000     05  CSR-RXM-TRL-TYPE            PIC X(01).
014100     05  CSR-RXM-TRL-MSG-COUNT       PIC 9(07).
016600     05  FILLER                      PIC X(06) VALUE " DAYS ".
016700     05  CSR-RPT-ITM-DETAIL          PIC X(30).
016800     05  FILLER                      PIC X(25) VALUE SPACES.
016810 01  CSR-RPT-RUN-LINE.
016820     05  FILLER                      PIC X(02) VALUE SPACES.
016830     05  FILLER                      PIC X(22) VALUE
016840         "CIPHER-OUT RUN WARNING".
016850     05  FILLER                      PIC X(02) VALUE SPACES.
016860     05  CSR-RPT-RUN-RUN-ID          PIC X(16).
016870     05  FILLER                      PIC X(02) VALUE SPACES.
016880     05  CSR-RPT-RUN-DETAIL          PIC X(40).
016890     05  FILLER                      PIC X(48) VALUE SPACES.
016900
017000 01  CSR-RPT-TOTAL-LINE.
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  CSR-RPT-TOT-DESC            PIC X(30).
017300     05  CSR-RPT-TOT-COUNT           PIC Z,ZZZ,ZZ9.
017400     05  FILLER                      PIC X(91) VALUE SPACES.
017410
017420*****************************************************************
017430*    RUN-REGISTER FIELDS - THE RUN ID THIS RUN IS LOGGED UNDER AND
017440*    THE PARAMETER RECORD PASSED TO THE Runreg SUBPROGRAM.
017450*****************************************************************
017460 01  CSR-RUN-ID.
017470     05  CSR-RUN-ID-DATE             PIC 9(08).
017480     05  CSR-RUN-ID-TIME             PIC 9(08).
017490 COPY "rrgrec.cpy".
017500
017600 PROCEDURE DIVISION.
017700*****************************************************************
020100
020200*****************************************************************
020300*    1000-INITIALIZE
020400*    READS THE ACKTRACK-PARM CARD FOR THE CHASE-DAYS THRESHOLD,
020500*    EXTRACT OPTION AND ABANDON THRESHOLD, OPENS THE REPORT AND
020550*    THE TRANSMIT-REGISTER, AND PRIMES THE CIPHER-OUT BATCH FOR
020600*    THE REGISTER BACKFILL.
020700*****************************************************************
020800 1000-INITIALIZE.
020900
021000     ACCEPT CSR-RUN-DATE FROM DATE YYYYMMDD.
021010     ACCEPT CSR-RUN-TIME FROM TIME.
021020     MOVE CSR-RUN-DATE TO CSR-RUN-ID-DATE.
021030     MOVE CSR-RUN-TIME TO CSR-RUN-ID-TIME.
021040     DISPLAY "RUN ID ASSIGNED: " CSR-RUN-ID.
021050     PERFORM 8900-REGISTER-RUN-START THRU 8900-EXIT.
021100     COMPUTE CSR-TODAY-INT =
021200         FUNCTION INTEGER-OF-DATE (CSR-RUN-DATE).
021300
023500         END-IF
023600     END-IF.
023700     DISPLAY "CHASE THRESHOLD: " CSR-CHASE-DAYS " DAYS".
023708     IF CSR-AKP-WAS-READ AND CSR-AKP-ABANDON-DAYS NOT = SPACES
023716         IF CSR-AKP-ABANDON-DAYS NUMERIC
023724             MOVE CSR-AKP-ABANDON-DAYS TO CSR-ABANDON-DAYS
023732         ELSE
023740             DISPLAY "ACKTRACK-PARM ABANDON DAYS INVALID - "
023748                 "NOTHING WILL BE ABANDONED"
023756         END-IF
023764     END-IF.
023772     IF CSR-ABANDON-DAYS > 0
023780         DISPLAY "ABANDON THRESHOLD: " CSR-ABANDON-DAYS " DAYS"
023788     END-IF.
023800     IF CSR-AKP-EXTRACT
023900         DISPLAY "RETRANSMIT EXTRACT REQUESTED"
024000     END-IF.
024500     MOVE SPACES TO CSR-REPORT-RECORD.
024600     WRITE CSR-REPORT-RECORD.
024700
024706*    THE REGISTER IS CREATED EMPTY THE FIRST TIME - THE BATCH
024712*    BACKFILL BELOW THEN SEEDS IT. ONE THAT STILL WILL NOT OPEN
024718*    ENDS THE RUN, SINCE NOTHING COULD BE MATCHED OR RECORDED.
024724     OPEN I-O TRANSMIT-REGISTER.
024730     IF CSR-XRG-FILE-STATUS NOT = "00"
024736         OPEN OUTPUT TRANSMIT-REGISTER
024742         CLOSE TRANSMIT-REGISTER
024748         OPEN I-O TRANSMIT-REGISTER
024754     END-IF.
024760     IF CSR-XRG-FILE-STATUS NOT = "00"
024766         DISPLAY "TRANSMIT-REGISTER NOT AVAILABLE (STATUS "
024772             CSR-XRG-FILE-STATUS ") - RUN ABANDONED"
024778         MOVE 16 TO RETURN-CODE
024781         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
024784         STOP RUN
024790     END-IF.
024795
024800     OPEN INPUT CIPHER-OUT-FILE.
024900     IF CSR-OUT-FILE-STATUS = "00"
025000         PERFORM 2900-READ-CIPHER-OUT THRU 2900-EXIT
025900
026000*****************************************************************
026100*    2000-LOAD-ONE-OUT
026200*    READS ONE CIPHER-OUT RECORD OF THE BATCH IN HAND. THE
026300*    HEADER SUPPLIES THE BATCH RUN DATE, SITE, RUN ID AND
026350*    RECIPIENT (THE FILE MAY HOLD ONE BATCH PER RECIPIENT); DATA
026400*    SEGMENTS ARE GATHERED INTO THE BACKFILL AREA; EACH
026500*    PER-MESSAGE CHECK RECORD ENSURES ITS MESSAGE IS ON THE
026550*    TRANSMIT-REGISTER; THE TRAILER NEEDS NOTHING.
026570*    EACH NEW RUN ID ON A HEADER IS CHECKED ON THE RUN-REGISTER.
026600*****************************************************************
026700 2000-LOAD-ONE-OUT.
026800
027300             END-IF
027400             MOVE CSR-OUT-HDR-SITE-ID TO CSR-BATCH-SITE-ID
027500             MOVE CSR-OUT-HDR-RUN-ID  TO CSR-BATCH-RUN-ID
027525             MOVE CSR-OUT-HDR-RECIPIENT-ID
027530                 TO CSR-BATCH-RECIPIENT-ID
027534             IF CSR-BATCH-RUN-ID NOT = SPACES
027538                     AND CSR-BATCH-RUN-ID NOT = CSR-CHECKED-RUN-ID
027542                 PERFORM 2200-CHECK-BATCH-RUN THRU 2200-EXIT
027546             END-IF
027550             MOVE SPACES TO CSR-BKF-MSG-ID
027560         WHEN CSR-OUT-TYPE-DATA
027570             PERFORM 2050-GATHER-SEGMENT THRU 2050-EXIT
027600         WHEN CSR-OUT-TYPE-CHECK
027650             ADD 1 TO CSR-BATCH-MSG-COUNT
027700             PERFORM 2100-ADD-MESSAGE THRU 2100-EXIT
027800         WHEN OTHER
027900             CONTINUE
028400 2000-EXIT.
028500     EXIT.
028600
028603*****************************************************************
028606*    2050-GATHER-SEGMENT
028609*    ADDS ONE DATA SEGMENT TO THE BACKFILL AREA AT THE POSITION
028612*    ITS SEGMENT NUMBER GIVES IT. A NEW MESSAGE ID STARTS THE
028615*    AREA AFRESH.
028618*****************************************************************
028621 2050-GATHER-SEGMENT.
028624
028627     IF CSR-OUT-MSG-ID NOT = CSR-BKF-MSG-ID
028630         MOVE CSR-OUT-MSG-ID TO CSR-BKF-MSG-ID
028633         MOVE SPACES         TO CSR-BKF-TEXT
028636         MOVE 0              TO CSR-BKF-LEN
028639         MOVE 0              TO CSR-BKF-SEGS
028642     END-IF.
028645     IF CSR-OUT-SEGMENT-SEQ NOT NUMERIC
028648             OR CSR-OUT-MSG-LENGTH NOT NUMERIC
028651         GO TO 2050-EXIT
028654     END-IF.
028657     IF CSR-OUT-SEGMENT-SEQ < 1 OR CSR-OUT-SEGMENT-SEQ > 5
028660             OR CSR-OUT-MSG-LENGTH < 1 OR CSR-OUT-MSG-LENGTH > 80
028663         GO TO 2050-EXIT
028666     END-IF.
028669     COMPUTE CSR-BKF-POS = (CSR-OUT-SEGMENT-SEQ - 1) * 80 + 1.
028672     MOVE CSR-OUT-TEXT (1:CSR-OUT-MSG-LENGTH)
028675         TO CSR-BKF-TEXT (CSR-BKF-POS:CSR-OUT-MSG-LENGTH).
028678     ADD CSR-OUT-MSG-LENGTH TO CSR-BKF-LEN.
028681     ADD 1 TO CSR-BKF-SEGS.
028684
028687 2050-EXIT.
028690     EXIT.
028695
028700*****************************************************************
028800*    2100-ADD-MESSAGE
028900*    ENTERS ONE TRANSMITTED MESSAGE OF THE BATCH ON THE
028910*    TRANSMIT-REGISTER, STATUS TRANSMITTED, WHEN Ceaser HAS NOT
028920*    ALREADY DONE SO (A BATCH CUT BEFORE THE REGISTER EXISTED,
028930*    OR BY A RUN THAT COULD NOT OPEN IT).
029000*****************************************************************
029100 2100-ADD-MESSAGE.
029200
029250     MOVE CSR-OUT-CHK-MSG-ID TO CSR-XRG-MSG-ID.
029300     MOVE CSR-BATCH-RUN-ID   TO CSR-XRG-RUN-ID.
029350     READ TRANSMIT-REGISTER
029400         INVALID KEY
029450             CONTINUE
029500         NOT INVALID KEY
029550             GO TO 2100-EXIT
029600     END-READ.
029650     IF CSR-BKF-MSG-ID NOT = CSR-OUT-CHK-MSG-ID
029700         DISPLAY "CHECK RECORD FOR " CSR-OUT-CHK-MSG-ID
029750             " HAS NO DATA SEGMENTS - NOT REGISTERED"
029800         GO TO 2100-EXIT
029850     END-IF.
029900
029950     MOVE SPACES              TO CSR-XREG-RECORD.
030000     MOVE CSR-OUT-CHK-MSG-ID  TO CSR-XRG-MSG-ID.
030050     MOVE CSR-BATCH-RUN-ID    TO CSR-XRG-RUN-ID.
030100     MOVE CSR-BATCH-SITE-ID   TO CSR-XRG-SITE-ID.
030125     MOVE CSR-BATCH-RECIPIENT-ID
030130                              TO CSR-XRG-RECIPIENT-ID.
030150     MOVE CSR-BATCH-RUN-DATE  TO CSR-XRG-SENT-DATE.
030200     MOVE CSR-OUT-CHK-VALUE   TO CSR-XRG-CHECK-VALUE.
030250     SET CSR-XRG-TRANSMITTED  TO TRUE.
030300     MOVE CSR-BATCH-RUN-DATE  TO CSR-XRG-STATUS-DATE.
030350     MOVE 0                   TO CSR-XRG-RETRANSMIT-COUNT.
030400     MOVE 0                   TO CSR-XRG-RETRANSMIT-DATE.
030450     MOVE CSR-BKF-LEN         TO CSR-XRG-MSG-LENGTH.
030500     MOVE CSR-BKF-SEGS        TO CSR-XRG-SEG-COUNT.
030550     MOVE CSR-BKF-TEXT        TO CSR-XRG-CIPHERTEXT.
030600     WRITE CSR-XREG-RECORD
030650         INVALID KEY
030700             DISPLAY "TRANSMIT-REGISTER WRITE FAILED FOR "
030750                 CSR-OUT-CHK-MSG-ID " (STATUS "
030750                 CSR-XRG-FILE-STATUS ")"
030850         NOT INVALID KEY
030900             ADD 1 TO CSR-BACKFILL-COUNT
030950     END-WRITE.
031100
031200 2100-EXIT.
031300     EXIT.
031301*****************************************************************
031302*    2200-CHECK-BATCH-RUN
031303*    LOOKS UP THE Ceaser RUN THAT PRODUCED THE CIPHER-OUT BATCH
031304*    IN HAND ON THE RUN-REGISTER. THE LATEST ATTEMPT UNDER THE
031305*    RUN ID DECIDES: ONE THAT ENDED ABOVE RC 4, OR STARTED AND
031306*    NEVER ENDED, IS REPORTED AS A WARNING - THE BATCH MAY BE
031307*    INCOMPLETE OR SHOULD NOT HAVE BEEN SHIPPED. A RUN NOT ON THE
031308*    REGISTER AT ALL PREDATES IT AND IS ONLY NOTED.
031309*****************************************************************
031310 2200-CHECK-BATCH-RUN.
031311
031312     MOVE CSR-BATCH-RUN-ID TO CSR-CHECKED-RUN-ID.
031313     OPEN INPUT RUN-REGISTER.
031314     IF CSR-RGH-FILE-STATUS NOT = "00"
031315         DISPLAY "RUN-REGISTER NOT READABLE (STATUS "
031316             CSR-RGH-FILE-STATUS ") - CEASER RUN "
031317             CSR-BATCH-RUN-ID " NOT CHECKED"
031318         GO TO 2200-EXIT
031319     END-IF.
031320
031321     MOVE "N" TO CSR-RGH-EOF-SW.
031322     MOVE "N" TO CSR-CHK-STARTED-SW.
031323     MOVE "N" TO CSR-CHK-ENDED-SW.
031324     MOVE 0 TO CSR-CHK-RETURN-CODE.
031325     PERFORM 2290-READ-RUN-REGISTER THRU 2290-EXIT.
031326     PERFORM 2250-NOTE-RUN-ENTRY THRU 2250-EXIT
031327         UNTIL CSR-RGH-EOF.
031328     CLOSE RUN-REGISTER.
031329
031330     IF NOT CSR-CHK-STARTED AND NOT CSR-CHK-ENDED
031331         DISPLAY "CEASER RUN " CSR-BATCH-RUN-ID
031332             " NOT ON THE RUN-REGISTER - NOT CHECKED"
031333         GO TO 2200-EXIT
031334     END-IF.
031335
031336     MOVE SPACES TO CSR-RPT-RUN-DETAIL.
031337     IF NOT CSR-CHK-ENDED
031338         MOVE "RUN DID NOT COMPLETE" TO CSR-RPT-RUN-DETAIL
031339     ELSE
031340         IF CSR-CHK-RETURN-CODE > 4
031341             STRING "RUN ENDED IN ERROR - RC "
031342                 DELIMITED BY SIZE
031343                 CSR-CHK-RETURN-CODE DELIMITED BY SIZE
031344                 INTO CSR-RPT-RUN-DETAIL
031345             END-STRING
031346         END-IF
031347     END-IF.
031348     IF CSR-RPT-RUN-DETAIL NOT = SPACES
031349         MOVE CSR-BATCH-RUN-ID TO CSR-RPT-RUN-RUN-ID
031350         WRITE CSR-REPORT-RECORD FROM CSR-RPT-RUN-LINE
031351         DISPLAY "CIPHER-OUT RUN WARNING " CSR-BATCH-RUN-ID " "
031352             CSR-RPT-RUN-DETAIL
031353         ADD 1 TO CSR-RUN-WARN-COUNT
031354     END-IF.
031355
031356 2200-EXIT.
031357     EXIT.
031358
031359*****************************************************************
031360*    2250-NOTE-RUN-ENTRY
031361*    NOTES ONE RUN-REGISTER ENTRY FOR THE BATCH'S Ceaser RUN. A
031362*    START BEGINS A NEW ATTEMPT AND CLEARS ANY EARLIER END.
031363*****************************************************************
031364 2250-NOTE-RUN-ENTRY.
031365
031366     IF CSR-RGH-PROGRAM = "CEASER"
031367             AND CSR-RGH-RUN-ID = CSR-BATCH-RUN-ID
031368         IF CSR-RGH-START
031369             SET CSR-CHK-STARTED TO TRUE
031370             MOVE "N" TO CSR-CHK-ENDED-SW
031371         END-IF
031372         IF CSR-RGH-END
031373             SET CSR-CHK-ENDED TO TRUE
031374             MOVE CSR-RGH-RETURN-CODE TO CSR-CHK-RETURN-CODE
031375         END-IF
031376     END-IF.
031377
031378     PERFORM 2290-READ-RUN-REGISTER THRU 2290-EXIT.
031379
031380 2250-EXIT.
031381     EXIT.
031382
031383*****************************************************************
031384*    2290-READ-RUN-REGISTER
031385*****************************************************************
031386 2290-READ-RUN-REGISTER.
031387
031388     READ RUN-REGISTER
031389         AT END
031390             SET CSR-RGH-EOF TO TRUE
031391     END-READ.
031392
031393 2290-EXIT.
031394     EXIT.
031400
031500*****************************************************************
031600*    2500-OPEN-ACKS
033300
033400*****************************************************************
033500*    3000-MATCH-ONE-ACK
033600*    MATCHES ONE ACKNOWLEDGMENT AGAINST THE TRANSMIT-REGISTER -
033700*    THE MOST RECENT TRANSMISSION OF THE MESSAGE ID, WHATEVER
033800*    BATCH IT WENT OUT IN. AN ACKNOWLEDGMENT FOR A MESSAGE WE
033900*    NEVER TRANSMITTED IS REPORTED AS AN ORPHAN.
034000*****************************************************************
034100 3000-MATCH-ONE-ACK.
034200
034300     PERFORM 3050-FIND-LATEST-ENTRY THRU 3050-EXIT.
034400     IF NOT CSR-XRG-FOUND
034500         PERFORM 3100-REPORT-ORPHAN-ACK THRU 3100-EXIT
034600         GO TO 3000-NEXT
034700     END-IF.
034800     MOVE CSR-LATEST-KEY TO CSR-XRG-KEY.
034900     READ TRANSMIT-REGISTER
035000         INVALID KEY
035100             PERFORM 3100-REPORT-ORPHAN-ACK THRU 3100-EXIT
035200         NOT INVALID KEY
035300             PERFORM 3200-APPLY-ACK THRU 3200-EXIT
035400     END-READ.
035600
035700 3000-NEXT.
035800     PERFORM 3900-READ-ACK THRU 3900-EXIT.
036000 3000-EXIT.
036100     EXIT.
036200
036202*****************************************************************
036204*    3050-FIND-LATEST-ENTRY
036206*    POSITIONS ON THE FIRST REGISTER ENTRY FOR THE ACKNOWLEDGED
036208*    MESSAGE ID AND READS FORWARD THROUGH ITS ENTRIES. RUN IDS
036210*    ARE DATE AND TIME, SO THE LAST ONE READ IS THE LATEST
036212*    TRANSMISSION; ITS KEY IS LEFT IN CSR-LATEST-KEY.
036214*****************************************************************
036216 3050-FIND-LATEST-ENTRY.
036218
036220     MOVE "N" TO CSR-XRG-FOUND-SW.
036222     MOVE "N" TO CSR-XRG-EOF-SW.
036224     MOVE CSR-ACK-MSG-ID TO CSR-XRG-MSG-ID.
036226     MOVE LOW-VALUES     TO CSR-XRG-RUN-ID.
036228     START TRANSMIT-REGISTER KEY IS NOT LESS THAN CSR-XRG-KEY
036230         INVALID KEY
036232             GO TO 3050-EXIT
036234     END-START.
036236     PERFORM 3060-READ-SAME-MESSAGE THRU 3060-EXIT
036238         UNTIL CSR-XRG-EOF.
036240
036242 3050-EXIT.
036244     EXIT.
036246
036248*****************************************************************
036250*    3060-READ-SAME-MESSAGE
036252*    READS THE NEXT REGISTER ENTRY AND REMEMBERS ITS KEY WHILE IT
036254*    IS STILL FOR THE ACKNOWLEDGED MESSAGE ID.
036256*****************************************************************
036258 3060-READ-SAME-MESSAGE.
036260
036262     READ TRANSMIT-REGISTER NEXT
036264         AT END
036266             SET CSR-XRG-EOF TO TRUE
036268             GO TO 3060-EXIT
036270     END-READ.
036272     IF CSR-XRG-MSG-ID NOT = CSR-ACK-MSG-ID
036274         SET CSR-XRG-EOF TO TRUE
036276         GO TO 3060-EXIT
036278     END-IF.
036280     SET CSR-XRG-FOUND TO TRUE.
036282     MOVE CSR-XRG-KEY TO CSR-LATEST-KEY.
036284
036286 3060-EXIT.
036288     EXIT.
036294
036300*****************************************************************
036400*    3100-REPORT-ORPHAN-ACK
036500*    REPORTS AN ACKNOWLEDGMENT FOR A MESSAGE NOT ON THE REGISTER.
036600*****************************************************************
036700 3100-REPORT-ORPHAN-ACK.
036800
037000     MOVE SPACES TO CSR-RPT-ITEM-LINE.
037100     MOVE "ACK WITHOUT MESSAGE" TO CSR-RPT-ITM-TYPE.
037200     MOVE CSR-ACK-MSG-ID TO CSR-RPT-ITM-MSG-ID.
037300     MOVE "NOT ON TRANSMIT-REGISTER"
037400         TO CSR-RPT-ITM-DETAIL.
037500     WRITE CSR-REPORT-RECORD FROM CSR-RPT-ITEM-LINE.
037600
037900
038000*****************************************************************
038100*    3200-APPLY-ACK
038200*    APPLIES ONE MATCHED ACKNOWLEDGMENT TO ITS REGISTER ENTRY
038210*    AND REWRITES IT. AN ACCEPTANCE IS FINAL - A LATER REJECT
038220*    CANNOT UNDO IT, AND A REPEAT IS ONLY NOTED. A LATE
038230*    ACCEPTANCE STILL CLOSES AN ABANDONED ENTRY; A LATE REJECT
038240*    LEAVES IT ABANDONED.
038300*****************************************************************
038400 3200-APPLY-ACK.
038500
038600     EVALUATE TRUE
038700         WHEN CSR-ACK-ACCEPTED
038800             IF CSR-XRG-ACCEPTED
038810                 PERFORM 3300-REPORT-LATE-ACK THRU 3300-EXIT
038820                 GO TO 3200-EXIT
038900             END-IF
038950             ADD 1 TO CSR-ACCEPT-COUNT
039000             SET CSR-XRG-ACCEPTED TO TRUE
039100         WHEN CSR-ACK-REJECTED
039200             IF CSR-XRG-ACCEPTED OR CSR-XRG-ABANDONED
039300                 PERFORM 3300-REPORT-LATE-ACK THRU 3300-EXIT
039400                 GO TO 3200-EXIT
039500             END-IF
039600             ADD 1 TO CSR-REJECT-ACK-COUNT
039700             SET CSR-XRG-REJECTED TO TRUE
040500         WHEN OTHER
040600             ADD 1 TO CSR-ORPHAN-ACK-COUNT
040700             MOVE SPACES TO CSR-RPT-ITEM-LINE
040900             MOVE CSR-ACK-MSG-ID TO CSR-RPT-ITM-MSG-ID
041000             MOVE "STATUS NOT A OR R" TO CSR-RPT-ITM-DETAIL
041100             WRITE CSR-REPORT-RECORD FROM CSR-RPT-ITEM-LINE
041150             GO TO 3200-EXIT
041200     END-EVALUATE.
041300
041310     MOVE CSR-ACK-PARTNER-ID TO CSR-XRG-PARTNER-ID.
041320     MOVE CSR-ACK-RECV-DATE  TO CSR-XRG-ACK-DATE.
041330     MOVE CSR-RUN-DATE       TO CSR-XRG-STATUS-DATE.
041340     REWRITE CSR-XREG-RECORD
041350         INVALID KEY
041360             DISPLAY "TRANSMIT-REGISTER REWRITE FAILED FOR "
041370                 CSR-XRG-MSG-ID " (STATUS "
041370                 CSR-XRG-FILE-STATUS ")"
041380     END-REWRITE.
041400 3200-EXIT.
041500     EXIT.
041600
041604*****************************************************************
041608*    3300-REPORT-LATE-ACK
041612*    NOTES AN ACKNOWLEDGMENT FOR A MESSAGE WHOSE REGISTER ENTRY
041616*    IS ALREADY CLOSED. IT CHANGES NOTHING AND IS NOT AN ERROR.
041620*****************************************************************
041624 3300-REPORT-LATE-ACK.
041628
041632     ADD 1 TO CSR-LATE-ACK-COUNT.
041636     MOVE SPACES TO CSR-RPT-ITEM-LINE.
041640     MOVE "ACK FOR CLOSED MESSAGE" TO CSR-RPT-ITM-TYPE.
041644     MOVE CSR-ACK-MSG-ID TO CSR-RPT-ITM-MSG-ID.
041648     MOVE CSR-XRG-SENT-DATE TO CSR-RPT-ITM-SENT-DATE.
041652     MOVE CSR-XRG-RUN-ID TO CSR-RPT-ITM-RUN-ID.
041656     IF CSR-XRG-ACCEPTED
041660         MOVE "ALREADY ACCEPTED - NO CHANGE"
041660             TO CSR-RPT-ITM-DETAIL
041664     ELSE
041668         MOVE "ALREADY ABANDONED - NO CHANGE"
041668             TO CSR-RPT-ITM-DETAIL
041672     END-IF.
041676     WRITE CSR-REPORT-RECORD FROM CSR-RPT-ITEM-LINE.
041680
041684 3300-EXIT.
041688     EXIT.
041694
041700*****************************************************************
041800*    4000-REPORT-OUTSTANDING
041900*    SWEEPS THE WHOLE TRANSMIT-REGISTER AND REPORTS EVERY OPEN
042000*    ENTRY STILL WITHOUT AN ACCEPTANCE ONCE IT HAS WAITED PAST
042100*    THE CHASE THRESHOLD, WHICHEVER BATCH IT WENT OUT IN.
042150*****************************************************************
042200 4000-REPORT-OUTSTANDING.
042300
042400     MOVE SPACES TO CSR-REPORT-RECORD.
042600     MOVE "OUTSTANDING ITEMS (NO ACCEPTANCE)"
042700         TO CSR-REPORT-RECORD.
042800     WRITE CSR-REPORT-RECORD.
042830     MOVE "N" TO CSR-XRG-EOF-SW.
042860     MOVE LOW-VALUES TO CSR-XRG-KEY.
042890     START TRANSMIT-REGISTER KEY IS NOT LESS THAN CSR-XRG-KEY
042920         INVALID KEY
042950             SET CSR-XRG-EOF TO TRUE
042980     END-START.
043010     IF NOT CSR-XRG-EOF
043040         PERFORM 4900-READ-REGISTER-NEXT THRU 4900-EXIT
043070     END-IF.
043100     PERFORM 4100-SWEEP-ONE-MESSAGE THRU 4100-EXIT
043130         UNTIL CSR-XRG-EOF.
043200     IF CSR-OUTSTANDING-COUNT = 0
043300         MOVE "  NOTHING OUTSTANDING PAST THE THRESHOLD"
043400             TO CSR-REPORT-RECORD
044000
044100*****************************************************************
044200*    4100-SWEEP-ONE-MESSAGE
044300*    CHECKS ONE REGISTER ENTRY. AN OPEN ENTRY OLDER THAN THE
044400*    ABANDON THRESHOLD IS ABANDONED; OTHERWISE ONE THAT HAS
044500*    WAITED AT LEAST THE CHASE-DAYS THRESHOLD - SINCE ITS LAST
044550*    RETRANSMISSION IF IT HAS BEEN RESENT, ELSE SINCE ITS BATCH
044560*    RUN DATE - IS REPORTED AND FLAGGED FOR THE RETRANSMIT
044570*    EXTRACT SO THE TWO SETS ALWAYS AGREE.
044600*****************************************************************
044700 4100-SWEEP-ONE-MESSAGE.
044800
044900     IF NOT CSR-XRG-OPEN
045000         GO TO 4100-NEXT
045100     END-IF.
045240     ADD 1 TO CSR-OPEN-COUNT.
045380     MOVE CSR-XRG-SENT-DATE TO CSR-WAIT-FROM-DATE.
045520     PERFORM 4300-DAYS-SINCE THRU 4300-EXIT.
045660     MOVE CSR-DAYS-WAITING TO CSR-AGE-DAYS.
045800     IF CSR-ABANDON-DAYS > 0 AND CSR-AGE-DAYS >= CSR-ABANDON-DAYS
045940         PERFORM 4200-ABANDON-MESSAGE THRU 4200-EXIT
046080         GO TO 4100-NEXT
046220     END-IF.
046360     IF CSR-XRG-RETRANSMITTED
046500         MOVE CSR-XRG-RETRANSMIT-DATE TO CSR-WAIT-FROM-DATE
046640         PERFORM 4300-DAYS-SINCE THRU 4300-EXIT
046780     END-IF.
047000     IF CSR-DAYS-WAITING < CSR-CHASE-DAYS
047100         GO TO 4100-NEXT
047200     END-IF.
047300
047400     ADD 1 TO CSR-OUTSTANDING-COUNT.
047450     PERFORM 4150-ADD-CHASE-ENTRY THRU 4150-EXIT.
047500     MOVE SPACES TO CSR-RPT-ITEM-LINE.
047600     EVALUATE TRUE
047700         WHEN CSR-XRG-REJECTED
047800             MOVE "REJECTED BY PARTNER" TO CSR-RPT-ITM-TYPE
047900             MOVE CSR-XRG-PARTNER-ID TO CSR-RPT-ITM-DETAIL
048000         WHEN CSR-XRG-RETRANSMITTED
048100             MOVE "NO ACK AFTER RETRANSMIT" TO CSR-RPT-ITM-TYPE
048200             MOVE "RESENT - CHASE AGAIN" TO CSR-RPT-ITM-DETAIL
048300         WHEN OTHER
048400             MOVE "NO ACKNOWLEDGMENT" TO CSR-RPT-ITM-TYPE
048500             MOVE "NOTHING HEARD - CHASE" TO CSR-RPT-ITM-DETAIL
048600     END-EVALUATE.
048700     MOVE CSR-XRG-MSG-ID    TO CSR-RPT-ITM-MSG-ID.
048800     MOVE CSR-XRG-SENT-DATE TO CSR-RPT-ITM-SENT-DATE.
048900     MOVE CSR-XRG-RUN-ID    TO CSR-RPT-ITM-RUN-ID.
049000     MOVE CSR-DAYS-WAITING  TO CSR-RPT-ITM-DAYS.
049100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-ITEM-LINE.
049200
049300 4100-NEXT.
049400     PERFORM 4900-READ-REGISTER-NEXT THRU 4900-EXIT.
049500
049600 4100-EXIT.
049700     EXIT.
049800
049801*****************************************************************
049802*    4150-ADD-CHASE-ENTRY
049803*    ADDS THE REPORTED MESSAGE TO THE CHASE TABLE FOR THE
049804*    RETRANSMIT EXTRACT. MORE THAN 10000 TO CHASE STOPS THE RUN
049805*    COLD - AN UNTRACKED MESSAGE WOULD NEVER BE RESHIPPED.
049806*****************************************************************
049807 4150-ADD-CHASE-ENTRY.
049808
049809     IF CSR-MSG-COUNT >= 10000
049810         DISPLAY "CHASE TABLE CAPACITY (10000) EXCEEDED - "
049811             "RUN ABANDONED AT MESSAGE " CSR-XRG-MSG-ID
049812         MOVE 16 TO RETURN-CODE
049812         PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT
049813         STOP RUN
049814     END-IF.
049815     ADD 1 TO CSR-MSG-COUNT.
049816     MOVE CSR-XRG-MSG-ID    TO CSR-MSGTAB-MSG-ID (CSR-MSG-COUNT).
049817     MOVE CSR-XRG-SENT-DATE
049817         TO CSR-MSGTAB-RUN-DATE (CSR-MSG-COUNT).
049818     MOVE CSR-XRG-RUN-ID    TO CSR-MSGTAB-RUN-ID (CSR-MSG-COUNT).
049819     MOVE CSR-XRG-SITE-ID   TO CSR-MSGTAB-SITE-ID (CSR-MSG-COUNT).
049819     MOVE CSR-XRG-RECIPIENT-ID
049819         TO CSR-MSGTAB-RECIPIENT-ID (CSR-MSG-COUNT).
049820     MOVE "O" TO CSR-MSGTAB-CHASE-FLAG (CSR-MSG-COUNT).
049821
049822 4150-EXIT.
049823     EXIT.
049824
049825*****************************************************************
049826*    4200-ABANDON-MESSAGE
049827*    GIVES UP ON AN OPEN ENTRY PAST THE ABANDON THRESHOLD - IT
049828*    IS MARKED ABANDONED ON THE REGISTER, REPORTED, AND NEVER
049829*    CHASED OR RESHIPPED AGAIN.
049830*****************************************************************
049831 4200-ABANDON-MESSAGE.
049832
049833     ADD 1 TO CSR-ABANDON-COUNT.
049834     SET CSR-XRG-ABANDONED TO TRUE.
049835     MOVE CSR-RUN-DATE TO CSR-XRG-STATUS-DATE.
049836     REWRITE CSR-XREG-RECORD
049837         INVALID KEY
049838             DISPLAY "TRANSMIT-REGISTER REWRITE FAILED FOR "
049839                 CSR-XRG-MSG-ID " (STATUS "
049839                 CSR-XRG-FILE-STATUS ")"
049840     END-REWRITE.
049841     MOVE SPACES TO CSR-RPT-ITEM-LINE.
049842     MOVE "ABANDONED" TO CSR-RPT-ITM-TYPE.
049843     MOVE CSR-XRG-MSG-ID    TO CSR-RPT-ITM-MSG-ID.
049844     MOVE CSR-XRG-SENT-DATE TO CSR-RPT-ITM-SENT-DATE.
049845     MOVE CSR-XRG-RUN-ID    TO CSR-RPT-ITM-RUN-ID.
049846     MOVE CSR-AGE-DAYS      TO CSR-RPT-ITM-DAYS.
049847     MOVE "PAST ABANDON THRESHOLD" TO CSR-RPT-ITM-DETAIL.
049848     WRITE CSR-REPORT-RECORD FROM CSR-RPT-ITEM-LINE.
049849
049850 4200-EXIT.
049851     EXIT.
049852
049853*****************************************************************
049854*    4300-DAYS-SINCE
049855*    SETS CSR-DAYS-WAITING TO THE DAYS FROM CSR-WAIT-FROM-DATE
049856*    TO THE RUN DATE - ZERO WHEN THE DATE IS MISSING OR BAD.
049857*****************************************************************
049858 4300-DAYS-SINCE.
049859
049860     MOVE 0 TO CSR-DAYS-WAITING.
049861     IF CSR-WAIT-FROM-DATE NUMERIC AND CSR-WAIT-FROM-DATE > 0
049862         COMPUTE CSR-SENT-INT = FUNCTION INTEGER-OF-DATE
049863             (CSR-WAIT-FROM-DATE)
049864         IF CSR-SENT-INT > 0
049865             COMPUTE CSR-DAYS-WAITING =
049866                 CSR-TODAY-INT - CSR-SENT-INT
049867         END-IF
049868     END-IF.
049869
049870 4300-EXIT.
049871     EXIT.
049872
049873*****************************************************************
049874*    4900-READ-REGISTER-NEXT
049875*****************************************************************
049876 4900-READ-REGISTER-NEXT.
049877
049878     READ TRANSMIT-REGISTER NEXT
049879         AT END
049880             SET CSR-XRG-EOF TO TRUE
049881     END-READ.
049882
049883 4900-EXIT.
049884     EXIT.
049892
049900*****************************************************************
050000*    5000-EXTRACT-UNACKED
050100*    CUTS THE RETRANSMIT FILE FROM THE TRANSMIT-REGISTER FOR
050200*    EVERY MESSAGE THE OUTSTANDING SWEEP FLAGGED FOR CHASE -
050300*    ONE FRAMED BATCH PER ORIGINAL RUN AND RECIPIENT, UNDER A
050400*    HEADER REBUILT FROM THAT RUN AND A FRESH TRAILER, READY TO
050500*    SHIP TO THE PARTNER AGAIN. EACH MESSAGE RESHIPPED IS MARKED
050600*    RETRANSMITTED ON THE REGISTER. MESSAGES STILL INSIDE THE
050700*    CHASE WINDOW ARE LEFT ALONE - THE PARTNER MAY YET
050800*    ACKNOWLEDGE THEM.
050900*****************************************************************
051000 5000-EXTRACT-UNACKED.
051100
051190     OPEN OUTPUT RETRANSMIT-FILE.
051280     IF CSR-RXM-FILE-STATUS NOT = "00"
051370         DISPLAY "RETRANSMIT FILE WILL NOT OPEN (STATUS "
051460             CSR-RXM-FILE-STATUS ") - NO RETRANSMIT FILE"
051550         GO TO 5000-EXIT
051640     END-IF.
051730
051820     PERFORM 5100-EXTRACT-ONE-BATCH THRU 5100-EXIT
051910         VARYING CSR-MSG-IDX FROM 1 BY 1
052000            UNTIL CSR-MSG-IDX > CSR-MSG-COUNT.
052090
052180     CLOSE RETRANSMIT-FILE.
052270     DISPLAY "RETRANSMIT MESSAGES EXTRACTED: " CSR-RXM-MSG-COUNT
052360         " IN " CSR-RXM-BATCH-COUNT " BATCHES".
052450
052540 5000-EXIT.
052630     EXIT.
052720
052810*****************************************************************
052900*    5100-EXTRACT-ONE-BATCH
052990*    WHEN THE CHASE ENTRY IN HAND IS STILL TO BE RESHIPPED, OPENS
053080*    A RETRANSMIT BATCH FOR ITS ORIGINAL RUN AND RECIPIENT,
053170*    COPIES EVERY FLAGGED MESSAGE OF THAT RUN BOUND FOR THAT
053175*    RECIPIENT INTO IT, AND CLOSES IT WITH A TRAILER COUNTING
053260*    JUST THAT BATCH.
053350*****************************************************************
053440 5100-EXTRACT-ONE-BATCH.
053530
053620     IF CSR-MSGTAB-CHASE-FLAG (CSR-MSG-IDX) NOT = "O"
053710         GO TO 5100-EXIT
053800     END-IF.
053890
053980     MOVE "H" TO CSR-RXM-HDR-TYPE.
054070     MOVE CSR-MSGTAB-RUN-DATE (CSR-MSG-IDX)
054070         TO CSR-RXM-HDR-RUN-DATE.
054160     MOVE CSR-MSGTAB-SITE-ID (CSR-MSG-IDX)
054160         TO CSR-RXM-HDR-SITE-ID.
054250     MOVE CSR-MSGTAB-RUN-ID (CSR-MSG-IDX)
054250         TO CSR-RXM-HDR-RUN-ID.
054295     MOVE CSR-MSGTAB-RECIPIENT-ID (CSR-MSG-IDX)
054295         TO CSR-RXM-HDR-RECIPIENT-ID.
054340     WRITE CSR-RXM-RECORD FROM CSR-RXM-HEADER.
054430     ADD 1 TO CSR-RXM-BATCH-COUNT.
054520     MOVE 0 TO CSR-RXM-BAT-MSG-COUNT.
054610     MOVE 0 TO CSR-RXM-BAT-SEG-COUNT.
054700
054790     PERFORM 5200-EXTRACT-IF-SAME-BATCH THRU 5200-EXIT
054880         VARYING CSR-BAT-IDX FROM CSR-MSG-IDX BY 1
054970            UNTIL CSR-BAT-IDX > CSR-MSG-COUNT.
055060
055150     MOVE "T" TO CSR-RXM-TRL-TYPE.
055240     MOVE CSR-RXM-BAT-MSG-COUNT TO CSR-RXM-TRL-MSG-COUNT.
055330     MOVE CSR-RXM-BAT-SEG-COUNT TO CSR-RXM-TRL-SEG-COUNT.
055420     WRITE CSR-RXM-RECORD FROM CSR-RXM-TRAILER.
055510
055600 5100-EXIT.
055690     EXIT.
055790
055900*****************************************************************
056000*    5200-EXTRACT-IF-SAME-BATCH
056100*    RESHIPS THE CHASE ENTRY AT CSR-BAT-IDX WHEN IT IS STILL
056200*    FLAGGED AND BELONGS TO THE BATCH BEING BUILT.
056300*****************************************************************
056400 5200-EXTRACT-IF-SAME-BATCH.
056500
056510     IF CSR-MSGTAB-CHASE-FLAG (CSR-BAT-IDX) NOT = "O"
056520         GO TO 5200-EXIT
056530     END-IF.
056540     IF CSR-MSGTAB-RUN-ID (CSR-BAT-IDX) NOT = CSR-RXM-HDR-RUN-ID
056550         GO TO 5200-EXIT
056560     END-IF.
056562     IF CSR-MSGTAB-RECIPIENT-ID (CSR-BAT-IDX) NOT =
056564             CSR-RXM-HDR-RECIPIENT-ID
056566         GO TO 5200-EXIT
056568     END-IF.
056570     MOVE "X" TO CSR-MSGTAB-CHASE-FLAG (CSR-BAT-IDX).
056580
056590     MOVE CSR-MSGTAB-MSG-ID (CSR-BAT-IDX) TO CSR-XRG-MSG-ID.
056600     MOVE CSR-MSGTAB-RUN-ID (CSR-BAT-IDX) TO CSR-XRG-RUN-ID.
056610     READ TRANSMIT-REGISTER
056620         INVALID KEY
056630             DISPLAY "REGISTER ENTRY " CSR-XRG-MSG-ID " "
056640                 CSR-XRG-RUN-ID " VANISHED - NOT RESHIPPED"
056650             GO TO 5200-EXIT
056660     END-READ.
056670
056680     MOVE CSR-XRG-MSG-LENGTH TO CSR-RXM-REMAIN.
056690     MOVE 1 TO CSR-RXM-POS.
056700     MOVE 0 TO CSR-RXM-SEQ-NO.
056710     PERFORM 5300-WRITE-ONE-SEGMENT THRU 5300-EXIT
056720         UNTIL CSR-RXM-REMAIN = 0.
056730
056740     MOVE "M" TO CSR-RXM-CHK-TYPE.
056750     MOVE CSR-XRG-MSG-ID      TO CSR-RXM-CHK-MSG-ID.
056760     MOVE CSR-XRG-CHECK-VALUE TO CSR-RXM-CHK-VALUE.
056770     WRITE CSR-RXM-RECORD FROM CSR-RXM-CHECK.
056780     ADD 1 TO CSR-RXM-BAT-MSG-COUNT.
056790     ADD 1 TO CSR-RXM-MSG-COUNT.
056800
056810     SET CSR-XRG-RETRANSMITTED TO TRUE.
056820     ADD 1 TO CSR-XRG-RETRANSMIT-COUNT.
056830     MOVE CSR-RUN-DATE TO CSR-XRG-RETRANSMIT-DATE.
056840     MOVE CSR-RUN-DATE TO CSR-XRG-STATUS-DATE.
056850     REWRITE CSR-XREG-RECORD
056860         INVALID KEY
056870             DISPLAY "TRANSMIT-REGISTER REWRITE FAILED FOR "
056880                 CSR-XRG-MSG-ID " (STATUS "
056880                 CSR-XRG-FILE-STATUS ")"
056890     END-REWRITE.
056900
056910 5200-EXIT.
056920     EXIT.
056930
056940*****************************************************************
056950*    5300-WRITE-ONE-SEGMENT
056960*    WRITES ONE 80-CHARACTER (OR FINAL SHORT) DATA SEGMENT OF THE
056970*    REGISTERED CIPHERTEXT, CUT THE SAME WAY Ceaser CUT IT.
056980*****************************************************************
056990 5300-WRITE-ONE-SEGMENT.
057000
057010     IF CSR-RXM-REMAIN > 80
057020         MOVE 80 TO CSR-RXM-SEG-LEN
057030     ELSE
057040         MOVE CSR-RXM-REMAIN TO CSR-RXM-SEG-LEN
057050     END-IF.
057060     ADD 1 TO CSR-RXM-SEQ-NO.
057070     MOVE "D"              TO CSR-RXM-DAT-TYPE.
057080     MOVE CSR-XRG-MSG-ID   TO CSR-RXM-DAT-MSG-ID.
057090     MOVE CSR-RXM-SEG-LEN  TO CSR-RXM-DAT-MSG-LENGTH.
057100     MOVE SPACES           TO CSR-RXM-DAT-TEXT.
057110     MOVE CSR-XRG-CIPHERTEXT (CSR-RXM-POS:CSR-RXM-SEG-LEN)
057120                           TO CSR-RXM-DAT-TEXT.
057130     MOVE CSR-RXM-SEQ-NO   TO CSR-RXM-DAT-SEGMENT-SEQ.
057140     MOVE CSR-XRG-RUN-ID   TO CSR-RXM-DAT-RUN-ID.
057150     IF CSR-RXM-REMAIN > CSR-RXM-SEG-LEN
057160         MOVE "Y" TO CSR-RXM-DAT-CONTINUED-FLAG
057170     ELSE
057180         MOVE "N" TO CSR-RXM-DAT-CONTINUED-FLAG
057190     END-IF.
057200     WRITE CSR-RXM-RECORD FROM CSR-RXM-DATA.
057210     ADD 1 TO CSR-RXM-BAT-SEG-COUNT.
057220     ADD 1 TO CSR-RXM-SEG-COUNT.
057230     ADD CSR-RXM-SEG-LEN TO CSR-RXM-POS.
057240     SUBTRACT CSR-RXM-SEG-LEN FROM CSR-RXM-REMAIN.
057250
057260 5300-EXIT.
057270     EXIT.
057530
057800*****************************************************************
057900*    2900-READ-CIPHER-OUT
058000*****************************************************************
060500 3900-EXIT.
060600     EXIT.
060700
060701*****************************************************************
060702*    8900-REGISTER-RUN-START
060703*    LOGS THE START OF THIS RUN ON THE RUN-REGISTER UNDER ITS RUN
060704*    ID, SO A RUN THAT NEVER REACHES ITS END ENTRY STANDS OUT ON
060705*    THE DAILY OPERATIONS SUMMARY.
060706*****************************************************************
060707 8900-REGISTER-RUN-START.
060708
060709     INITIALIZE CSR-RUNREG-RECORD.
060710     MOVE CSR-RUN-DATE        TO CSR-RRG-DATE.
060711     MOVE CSR-RUN-TIME        TO CSR-RRG-TIME.
060712     MOVE "ACKTRACK"          TO CSR-RRG-PROGRAM.
060713     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
060714     SET CSR-RRG-START        TO TRUE.
060715     CALL "Runreg" USING CSR-RUNREG-RECORD.
060716
060717 8900-EXIT.
060718     EXIT.
060719
060720*****************************************************************
060721*    8950-REGISTER-RUN-END
060722*    LOGS THE END OF THIS RUN ON THE RUN-REGISTER WITH ITS RETURN
060723*    CODE AND KEY COUNTS. THE RUN ID OF THE LAST CIPHER-OUT BATCH
060724*    READ IS CARRIED AS THE REFERENCE RUN. PERFORMED ON EVERY PATH
060725*    THAT ENDS THE RUN, ONCE THE RETURN CODE IS SET. THE CALL
060726*    LEAVES Runreg'S OWN RETURN CODE BEHIND, SO THE RUN'S IS PUT
060727*    BACK.
060728*****************************************************************
060729 8950-REGISTER-RUN-END.
060730
060731     INITIALIZE CSR-RUNREG-RECORD.
060732     ACCEPT CSR-RRG-DATE FROM DATE YYYYMMDD.
060733     ACCEPT CSR-RRG-TIME FROM TIME.
060734     MOVE "ACKTRACK"          TO CSR-RRG-PROGRAM.
060735     MOVE CSR-RUN-ID          TO CSR-RRG-RUN-ID.
060736     SET CSR-RRG-END          TO TRUE.
060737     MOVE RETURN-CODE         TO CSR-RRG-RETURN-CODE.
060738     MOVE CSR-BATCH-RUN-ID    TO CSR-RRG-REF-RUN-ID.
060739     MOVE "ACCEPTED"          TO CSR-RRG-COUNT-DESC (1).
060740     MOVE CSR-ACCEPT-COUNT    TO CSR-RRG-COUNT (1).
060741     MOVE "OUTSTAND"          TO CSR-RRG-COUNT-DESC (2).
060742     MOVE CSR-OUTSTANDING-COUNT TO CSR-RRG-COUNT (2).
060743     MOVE "RUN WARN"          TO CSR-RRG-COUNT-DESC (3).
060744     MOVE CSR-RUN-WARN-COUNT  TO CSR-RRG-COUNT (3).
060745     CALL "Runreg" USING CSR-RUNREG-RECORD.
060746     MOVE CSR-RRG-RETURN-CODE TO RETURN-CODE.
060747
060748 8950-EXIT.
060749     EXIT.
060750
060800*****************************************************************
060900*    9000-TERMINATE
061000*    CLOSES THE FILES, PRINTS THE TOTALS AND SETS RETURN-CODE 8
061300 9000-TERMINATE.
061400
061500     CLOSE PARTNER-ACKS-FILE.
061550     CLOSE TRANSMIT-REGISTER.
061600
061700     MOVE SPACES TO CSR-REPORT-RECORD.
061800     WRITE CSR-REPORT-RECORD.
061900     MOVE "MESSAGES IN CIPHER-OUT BATCH: " TO CSR-RPT-TOT-DESC.
062000     MOVE CSR-BATCH-MSG-COUNT TO CSR-RPT-TOT-COUNT.
062100     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
062120     MOVE "ADDED TO TRANSMIT-REGISTER..: " TO CSR-RPT-TOT-DESC.
062140     MOVE CSR-BACKFILL-COUNT TO CSR-RPT-TOT-COUNT.
062160     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
062200     MOVE "ACKNOWLEDGMENTS READ.......: " TO CSR-RPT-TOT-DESC.
062300     MOVE CSR-ACK-READ-COUNT TO CSR-RPT-TOT-COUNT.
062400     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
062800     MOVE "MESSAGES REJECTED..........: " TO CSR-RPT-TOT-DESC.
062900     MOVE CSR-REJECT-ACK-COUNT TO CSR-RPT-TOT-COUNT.
063000     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063020     MOVE "ACKS FOR CLOSED MESSAGES...: " TO CSR-RPT-TOT-DESC.
063040     MOVE CSR-LATE-ACK-COUNT TO CSR-RPT-TOT-COUNT.
063060     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063100     MOVE "ORPHAN ACKNOWLEDGMENTS.....: " TO CSR-RPT-TOT-DESC.
063200     MOVE CSR-ORPHAN-ACK-COUNT TO CSR-RPT-TOT-COUNT.
063300     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063320     MOVE "OPEN ON TRANSMIT-REGISTER..: " TO CSR-RPT-TOT-DESC.
063340     MOVE CSR-OPEN-COUNT TO CSR-RPT-TOT-COUNT.
063360     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063400     MOVE "OUTSTANDING PAST THRESHOLD.: " TO CSR-RPT-TOT-DESC.
063500     MOVE CSR-OUTSTANDING-COUNT TO CSR-RPT-TOT-COUNT.
063600     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063610     MOVE "ABANDONED THIS RUN.........: " TO CSR-RPT-TOT-DESC.
063620     MOVE CSR-ABANDON-COUNT TO CSR-RPT-TOT-COUNT.
063630     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063640     MOVE "RETRANSMITTED THIS RUN.....: " TO CSR-RPT-TOT-DESC.
063650     MOVE CSR-RXM-MSG-COUNT TO CSR-RPT-TOT-COUNT.
063660     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063670     MOVE "CIPHER-OUT RUN WARNINGS....: " TO CSR-RPT-TOT-DESC.
063680     MOVE CSR-RUN-WARN-COUNT TO CSR-RPT-TOT-COUNT.
063690     WRITE CSR-REPORT-RECORD FROM CSR-RPT-TOTAL-LINE.
063700     CLOSE ACKTRACK-REPORT-FILE.
063800
063900     DISPLAY "MESSAGES OUTSTANDING: " CSR-OUTSTANDING-COUNT
064000         " ORPHAN ACKS: " CSR-ORPHAN-ACK-COUNT
064050         " ABANDONED: " CSR-ABANDON-COUNT.
064060     IF CSR-RUN-WARN-COUNT > 0
064070         DISPLAY "CIPHER-OUT RUN WARNINGS: " CSR-RUN-WARN-COUNT
064080         MOVE 4 TO RETURN-CODE
064090     END-IF.
064100     IF CSR-OUTSTANDING-COUNT > 0 OR CSR-ORPHAN-ACK-COUNT > 0
064150             OR CSR-ABANDON-COUNT > 0
064200         MOVE 8 TO RETURN-CODE
064300     ELSE
064400         DISPLAY "ALL TRANSMITTED MESSAGES ACCEPTED"
064500     END-IF.
064600
064630     PERFORM 8950-REGISTER-RUN-END THRU 8950-EXIT.
064660
064700 9000-EXIT.
064800     EXIT.
064900
