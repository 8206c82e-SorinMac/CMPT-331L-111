000100*****************************************************************
000200*    COPYBOOK.....: CHGJRNL
000300*    DESCRIPTION..: RECORD LAYOUT FOR ONE CHANGE-JOURNAL ENTRY.
000400*                   USED BOTH AS THE CHANGE-JOURNAL FILE RECORD IN
000500*                   THE Chgjrnl PROGRAM AND AS THE PARAMETER
000600*                   PASSED TO IT BY Msgmaint, Recmaint, Opermaint
000700*                   AND Backout. ONE ENTRY IS WRITTEN FOR EVERY
000800*                   ADD, CHANGE OR DELETE APPLIED TO A MASTER
000900*                   FILE, WITH THE RECORD AS IT STOOD BEFORE AND
001000*                   AFTER. THE RUN ID AND SEQUENCE IDENTIFY THE
001100*                   MAINTENANCE RUN AND THE ORDER ITS CHANGES WERE
001200*                   MADE IN. KEY AND KEYWORD FIELDS NEVER APPEAR
001300*                   IN EITHER IMAGE: A FIELD THAT HELD A VALUE IS
001400*                   FILLED WITH ASTERISKS, A BLANK ONE IS LEFT
001500*                   BLANK. KEY-CHANGED IS Y WHEN A CHANGE ALTERED
001600*                   A KEY OR KEYWORD, SINCE THE IMAGES CANNOT SHOW
001700*                   IT. AN ENTRY WRITTEN BY Backout NAMES THE RUN
001800*                   AND SEQUENCE OF THE ENTRY IT REVERSED.
001900*    ACTIONS......: A - RECORD ADDED (NO BEFORE IMAGE)
002000*                   C - RECORD CHANGED
002100*                   D - RECORD DELETED (NO AFTER IMAGE)
002200*    MODIFICATION HISTORY
002300*    DATE.......  INIT  DESCRIPTION
002400*    ----------  ----  ------------------------------------------
002500*    2026-10-15  SM    ORIGINAL COPYBOOK.
002600*****************************************************************
002700 01  CSR-JOURNAL-RECORD.
002800     05  CSR-JRN-DATE                PIC 9(08).
002900     05  CSR-JRN-TIME                PIC 9(08).
003000     05  CSR-JRN-RUN-ID              PIC X(16).
003100     05  CSR-JRN-SEQ                 PIC 9(05).
003200     05  CSR-JRN-PROGRAM             PIC X(10).
003300     05  CSR-JRN-FILE                PIC X(16).
003400     05  CSR-JRN-KEY                 PIC X(20).
003500     05  CSR-JRN-ACTION              PIC X(01).
003600         88  CSR-JRN-ADDED           VALUE "A".
003700         88  CSR-JRN-CHANGED         VALUE "C".
003800         88  CSR-JRN-DELETED         VALUE "D".
003900     05  CSR-JRN-OPERATOR            PIC X(08).
004000     05  CSR-JRN-KEY-CHANGED         PIC X(01).
004100         88  CSR-JRN-KEYS-CHANGED    VALUE "Y".
004200     05  CSR-JRN-REVERSES.
004300         10  CSR-JRN-REV-RUN-ID      PIC X(16).
004400         10  CSR-JRN-REV-SEQ         PIC X(05).
004500     05  CSR-JRN-BEFORE-IMAGE        PIC X(200).
004600     05  CSR-JRN-AFTER-IMAGE         PIC X(200).
004700     05  FILLER                      PIC X(18).
