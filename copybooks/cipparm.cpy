001094*                      DIRECTLY INSTEAD OF THE MESSAGE-IN FLAT
001095*                      FILE; WITH BOTH RANGE IDS BLANK ONLY
001096*                      UNSENT MASTER MESSAGES ARE TAKEN.
001096*    2026-10-15  SM    ADDED CSR-PARM-KEY-GRACE-DAYS - THE NUMBER
001096*                      OF DAYS AFTER A RECIPIENT'S KEY CUT-OVER
001096*                      DURING WHICH A DECRYPT-ONLY RUN THAT CANNOT
001096*                      READ A MESSAGE UNDER THE NEW KEY TRIES THE
001096*                      PREVIOUS GENERATION. ZERO OR SPACES MEANS
001096*                      NO GRACE WINDOW.
001100*****************************************************************
001200 01  CSR-PARM-RECORD.
001300     05  CSR-PARM-CIPHER-KEY         PIC 99.
002800         88  CSR-SOURCE-MASTER       VALUE "M".
002900     05  CSR-PARM-SELECT-FROM-ID     PIC X(10).
003000     05  CSR-PARM-SELECT-TO-ID       PIC X(10).
003100     05  CSR-PARM-KEY-GRACE-DAYS     PIC 9(03).
