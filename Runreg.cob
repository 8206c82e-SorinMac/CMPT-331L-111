000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Runreg
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: APPENDS ONE ENTRY TO THE RUN-REGISTER FILE
000900*                   EACH TIME IT IS CALLED, GIVING ONE COMMON
001000*                   RECORD OF WHEN EVERY BATCH STEP STARTED AND
001100*                   ENDED, UNDER WHAT RUN ID, WITH WHAT RETURN
001200*                   CODE AND KEY COUNTS. CALLED BY Ceaser,
001300*                   Reconcile, Acktrack, Suspfix, Housekeep,
001400*                   Keyusage, Archinq, Msgmaint, Recmaint,
001500*                   Opermaint, Termmaint AND Holdrel AS EACH RUN
001600*                   STARTS AND ENDS. THE DAILY OPERATIONS SUMMARY
001700*                   (Dailyops) IS PRINTED FROM THIS FILE.
001800*    MODIFICATION HISTORY
001900*    DATE.......  INIT  DESCRIPTION
002000*    ----------  ----  -------------------------------------------
002100*    2026-10-15  SM    ORIGINAL PROGRAM.
002100*    2026-10-15  SM    Termmaint AND Holdrel ADDED TO THE CALLERS.
002200*****************************************************************
002300 PROGRAM-ID. Runreg.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RUN-REGISTER ASSIGN TO "RUN-REGISTER"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS CSR-RRG-FILE-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RUN-REGISTER
003500     RECORDING MODE IS F.
003600 COPY "rrgrec.cpy".
003700
003800 WORKING-STORAGE SECTION.
003900 01  CSR-RRG-FILE-STATUS             PIC X(02) VALUE "00".
004000
004100 LINKAGE SECTION.
004200 COPY "rrgrec.cpy"
004300     REPLACING
004400         ==CSR-RUNREG-RECORD==      BY ==LK-RUNREG-RECORD==
004500         ==CSR-RRG-DATE==           BY ==LK-RRG-DATE==
004600         ==CSR-RRG-TIME==           BY ==LK-RRG-TIME==
004700         ==CSR-RRG-PROGRAM==        BY ==LK-RRG-PROGRAM==
004800         ==CSR-RRG-RUN-ID==         BY ==LK-RRG-RUN-ID==
004900         ==CSR-RRG-EVENT==          BY ==LK-RRG-EVENT==
005000         ==CSR-RRG-START==          BY ==LK-RRG-START==
005100         ==CSR-RRG-END==            BY ==LK-RRG-END==
005200         ==CSR-RRG-RECONCILED==     BY ==LK-RRG-RECONCILED==
005300         ==CSR-RRG-RETURN-CODE==    BY ==LK-RRG-RETURN-CODE==
005400         ==CSR-RRG-REF-RUN-ID==     BY ==LK-RRG-REF-RUN-ID==
005500         ==CSR-RRG-COUNTS==         BY ==LK-RRG-COUNTS==
005600         ==CSR-RRG-COUNT-ENTRY==    BY ==LK-RRG-COUNT-ENTRY==
005700         ==CSR-RRG-COUNT-DESC==     BY ==LK-RRG-COUNT-DESC==
005800         ==CSR-RRG-COUNT==          BY ==LK-RRG-COUNT==.
005900
006000 PROCEDURE DIVISION USING LK-RUNREG-RECORD.
006100*****************************************************************
006200*    0000-MAINLINE
006300*    APPENDS ONE RUN-REGISTER ENTRY BUILT FROM THE CALLER'S
006400*    PARAMETERS AND RETURNS.
006500*****************************************************************
006600 0000-MAINLINE.
006700
006800     OPEN EXTEND RUN-REGISTER.
006900     IF CSR-RRG-FILE-STATUS NOT = "00"
007000         OPEN OUTPUT RUN-REGISTER
007100     END-IF.
007200
007300     MOVE SPACES                 TO CSR-RUNREG-RECORD.
007400     MOVE LK-RRG-DATE            TO CSR-RRG-DATE.
007500     MOVE LK-RRG-TIME            TO CSR-RRG-TIME.
007600     MOVE LK-RRG-PROGRAM         TO CSR-RRG-PROGRAM.
007700     MOVE LK-RRG-RUN-ID          TO CSR-RRG-RUN-ID.
007800     MOVE LK-RRG-EVENT           TO CSR-RRG-EVENT.
007900     MOVE LK-RRG-RETURN-CODE     TO CSR-RRG-RETURN-CODE.
008000     MOVE LK-RRG-REF-RUN-ID      TO CSR-RRG-REF-RUN-ID.
008100     MOVE LK-RRG-COUNTS          TO CSR-RRG-COUNTS.
008200     WRITE CSR-RUNREG-RECORD.
008300
008400     CLOSE RUN-REGISTER.
008500
008600     GOBACK.
008700
008800 END PROGRAM Runreg.
