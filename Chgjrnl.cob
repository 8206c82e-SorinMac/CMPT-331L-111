000100 IDENTIFICATION DIVISION.
000200*****************************************************************
000300*    PROGRAM-ID..: Chgjrnl
000400*    AUTHOR......: S. MACALLISTER
000500*    INSTALLATION: DATA SECURITY GROUP
000600*    DATE-WRITTEN: 2026-10-15
000700*    DATE-COMPILED:
000800*    DESCRIPTION..: APPENDS ONE ENTRY TO THE CHANGE-JOURNAL FILE
000900*                   EACH TIME IT IS CALLED, GIVING ONE COMMON
001000*                   BEFORE-AND-AFTER HISTORY OF EVERY CHANGE MADE
001100*                   TO MESSAGE-MASTER, RECIPIENT-MASTER AND
001200*                   OPERATOR-MASTER. CALLED BY Msgmaint, Recmaint
001300*                   AND Opermaint AFTER EACH ADD, CHANGE OR DELETE
001400*                   IS APPLIED, AND BY Backout FOR EACH CHANGE IT
001500*                   REVERSES. THE CALLER HAS ALREADY PROTECTED ANY
001600*                   KEY OR KEYWORD FIELD IN THE IMAGES.
001700*    MODIFICATION HISTORY
001800*    DATE.......  INIT  DESCRIPTION
001900*    ----------  ----  -------------------------------------------
002000*    2026-10-15  SM    ORIGINAL PROGRAM.
002100*****************************************************************
002200 PROGRAM-ID. Chgjrnl.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CHANGE-JOURNAL ASSIGN TO "CHANGE-JOURNAL"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS CSR-JRN-FILE-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CHANGE-JOURNAL
003400     RECORDING MODE IS F.
003500 COPY "chgjrnl.cpy".
003600
003700 WORKING-STORAGE SECTION.
003800 01  CSR-JRN-FILE-STATUS             PIC X(02) VALUE "00".
003900
004000 LINKAGE SECTION.
004100 COPY "chgjrnl.cpy"
004200     REPLACING
004300         ==CSR-JOURNAL-RECORD==     BY ==LK-JOURNAL-RECORD==
004400         ==CSR-JRN-DATE==           BY ==LK-JRN-DATE==
004500         ==CSR-JRN-TIME==           BY ==LK-JRN-TIME==
004600         ==CSR-JRN-RUN-ID==         BY ==LK-JRN-RUN-ID==
004700         ==CSR-JRN-SEQ==            BY ==LK-JRN-SEQ==
004800         ==CSR-JRN-PROGRAM==        BY ==LK-JRN-PROGRAM==
004900         ==CSR-JRN-FILE==           BY ==LK-JRN-FILE==
005000         ==CSR-JRN-KEY==            BY ==LK-JRN-KEY==
005100         ==CSR-JRN-ACTION==         BY ==LK-JRN-ACTION==
005200         ==CSR-JRN-ADDED==          BY ==LK-JRN-ADDED==
005300         ==CSR-JRN-CHANGED==        BY ==LK-JRN-CHANGED==
005400         ==CSR-JRN-DELETED==        BY ==LK-JRN-DELETED==
005500         ==CSR-JRN-OPERATOR==       BY ==LK-JRN-OPERATOR==
005600         ==CSR-JRN-KEY-CHANGED==    BY ==LK-JRN-KEY-CHANGED==
005700         ==CSR-JRN-KEYS-CHANGED==   BY ==LK-JRN-KEYS-CHANGED==
005800         ==CSR-JRN-REVERSES==       BY ==LK-JRN-REVERSES==
005900         ==CSR-JRN-REV-RUN-ID==     BY ==LK-JRN-REV-RUN-ID==
006000         ==CSR-JRN-REV-SEQ==        BY ==LK-JRN-REV-SEQ==
006100         ==CSR-JRN-BEFORE-IMAGE==   BY ==LK-JRN-BEFORE-IMAGE==
006200         ==CSR-JRN-AFTER-IMAGE==    BY ==LK-JRN-AFTER-IMAGE==.
006300
006400 PROCEDURE DIVISION USING LK-JOURNAL-RECORD.
006500*****************************************************************
006600*    0000-MAINLINE
006700*    APPENDS ONE CHANGE-JOURNAL ENTRY BUILT FROM THE CALLER'S
006800*    PARAMETERS AND RETURNS.
006900*****************************************************************
007000 0000-MAINLINE.
007100
007200     OPEN EXTEND CHANGE-JOURNAL.
007300     IF CSR-JRN-FILE-STATUS NOT = "00"
007400         OPEN OUTPUT CHANGE-JOURNAL
007500     END-IF.
007600
007700     MOVE SPACES                 TO CSR-JOURNAL-RECORD.
007800     MOVE LK-JRN-DATE            TO CSR-JRN-DATE.
007900     MOVE LK-JRN-TIME            TO CSR-JRN-TIME.
008000     MOVE LK-JRN-RUN-ID          TO CSR-JRN-RUN-ID.
008100     MOVE LK-JRN-SEQ             TO CSR-JRN-SEQ.
008200     MOVE LK-JRN-PROGRAM         TO CSR-JRN-PROGRAM.
008300     MOVE LK-JRN-FILE            TO CSR-JRN-FILE.
008400     MOVE LK-JRN-KEY             TO CSR-JRN-KEY.
008500     MOVE LK-JRN-ACTION          TO CSR-JRN-ACTION.
008600     MOVE LK-JRN-OPERATOR        TO CSR-JRN-OPERATOR.
008700     MOVE LK-JRN-KEY-CHANGED     TO CSR-JRN-KEY-CHANGED.
008800     MOVE LK-JRN-REVERSES        TO CSR-JRN-REVERSES.
008900     MOVE LK-JRN-BEFORE-IMAGE    TO CSR-JRN-BEFORE-IMAGE.
009000     MOVE LK-JRN-AFTER-IMAGE     TO CSR-JRN-AFTER-IMAGE.
009100     WRITE CSR-JOURNAL-RECORD.
009200
009300     CLOSE CHANGE-JOURNAL.
009400
009500     GOBACK.
009600
009700 END PROGRAM Chgjrnl.
