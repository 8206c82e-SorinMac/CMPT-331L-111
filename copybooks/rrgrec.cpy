000100*****************************************************************
000200*    COPYBOOK.....: RRGREC
000300*    DESCRIPTION..: RECORD LAYOUT FOR ONE RUN-REGISTER ENTRY.
000400*                   USED BOTH AS THE RUN-REGISTER FILE RECORD IN
000500*                   THE Runreg PROGRAM AND AS THE PARAMETER PASSED
000600*                   TO IT BY EVERY BATCH STEP THAT LOGS ITS RUNS -
000700*                   Ceaser, Reconcile, Acktrack, Suspfix,
000800*                   Housekeep, Keyusage, Archinq, Msgmaint,
000900*                   Recmaint, Opermaint, Termmaint AND Holdrel.
000900*                   EACH RUN LOGS A START
001000*                   ENTRY AS SOON AS IT HAS A RUN ID AND AN END
001100*                   ENTRY WITH ITS RETURN CODE AND UP TO THREE
001200*                   KEY COUNTS AS IT FINISHES, SO A START WITH NO
001300*                   END IS A RUN THAT NEVER COMPLETED. REF-RUN-ID
001400*                   NAMES THE RUN ANOTHER STEP WORKED AGAINST.
001500*                   Reconcile ALSO LOGS ONE RECONCILED ENTRY FOR
001600*                   EVERY Ceaser RUN ITS AUDIT SELECTION COVERED,
001700*                   CARRYING Reconcile'S OWN RETURN CODE, WHICH IS
001800*                   WHAT Housekeep CHECKS BEFORE AGING OFF THAT
001900*                   RUN'S CIPHER-AUDIT RECORDS. READ BY Housekeep,
002000*                   Acktrack AND Dailyops.
002100*    EVENTS.......: S - RUN STARTED
002200*                   E - RUN ENDED
002300*                   R - Ceaser RUN REF-RUN-ID RECONCILED
002400*    MODIFICATION HISTORY
002500*    DATE.......  INIT  DESCRIPTION
002600*    ----------  ----  ------------------------------------------
002700*    2026-10-15  SM    ORIGINAL COPYBOOK.
002700*    2026-10-15  SM    Termmaint AND Holdrel ADDED TO THE CALLERS.
002800*****************************************************************
002900 01  CSR-RUNREG-RECORD.
003000     05  CSR-RRG-DATE                PIC 9(08).
003100     05  CSR-RRG-TIME                PIC 9(08).
003200     05  CSR-RRG-PROGRAM             PIC X(10).
003300     05  CSR-RRG-RUN-ID              PIC X(16).
003400     05  CSR-RRG-EVENT               PIC X(01).
003500         88  CSR-RRG-START           VALUE "S".
003600         88  CSR-RRG-END             VALUE "E".
003700         88  CSR-RRG-RECONCILED      VALUE "R".
003800     05  CSR-RRG-RETURN-CODE         PIC 9(03).
003900     05  CSR-RRG-REF-RUN-ID          PIC X(16).
004000     05  CSR-RRG-COUNTS.
004100         10  CSR-RRG-COUNT-ENTRY OCCURS 3 TIMES.
004200             15  CSR-RRG-COUNT-DESC  PIC X(10).
004300             15  CSR-RRG-COUNT       PIC 9(07).
004400     05  FILLER                      PIC X(07).
