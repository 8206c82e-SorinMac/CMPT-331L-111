000100*****************************************************************
000200*    COPYBOOK.....: SRVPARM
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE SECREVIEW-PARM CONTROL-
000400*                   CARD FILE READ BY THE Secreview SECURITY
000500*                   EXCEPTION REVIEW PROGRAM. ONE RECORD SUPPLIES
000600*                   THE REVIEW WINDOW IN DAYS (TODAY AND THE DAYS
000700*                   BEFORE IT) AND THE NUMBER OF VIOLATIONS WITHIN
000800*                   THAT WINDOW AT WHICH AN OPERATOR IS LOCKED OUT.
000900*    MODIFICATION HISTORY
001000*    DATE.......  INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-15  SM    ORIGINAL COPYBOOK.
001300*****************************************************************
001400 01  CSR-SRP-PARM-RECORD.
001500     05  CSR-SRP-WINDOW-DAYS         PIC 9(03).
001600     05  CSR-SRP-LOCKOUT-LIMIT       PIC 9(03).
001700     05  FILLER                      PIC X(74).
