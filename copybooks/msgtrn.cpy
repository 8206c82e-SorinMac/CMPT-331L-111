000900*                       NON-BLANK DATA FIELDS ARE APPLIED)
001000*                   D - DELETE AN EXISTING RECORD
001100*                   I - INQUIRY (RECORD LISTED ON THE REPORT)
001110*                   R - RELEASE A PENDING MESSAGE FOR TRANSMISSION
001120*                   F - REFUSE A PENDING MESSAGE
001130*                   RELEASE AND REFUSE ACT ON EVERY SEGMENT OF THE
001140*                   MESSAGE; THE CARD'S OPERATOR IS THE APPROVER.
001150*                   EVERY CARD BUT AN INQUIRY NAMES ITS OPERATOR.
001200*                   A BLANK SEGMENT SEQUENCE MEANS SEGMENT 01.
001300*    MODIFICATION HISTORY
001400*    DATE.......  INIT  DESCRIPTION
001610*    2026-09-02  SM    ADDED THE RECIPIENT ID, MIRRORING MSGMST,
001620*                      SO ADD/CHANGE CARDS CAN CARRY A PARTNER
001630*                      ASSIGNMENT INSTEAD OF THE ACTUAL KEY.
001640*    2026-10-15  SM    ADDED THE OPERATOR ID AND THE RELEASE AND
001650*                      REFUSE APPROVAL ACTIONS FOR MAKER-CHECKER
001660*                      CONTROL OF THE MESSAGE-MASTER.
001700*****************************************************************
001800 01  CSR-TRN-RECORD.
001900     05  CSR-TRN-ACTION              PIC X(01).
002100         88  CSR-TRN-CHANGE          VALUE "C".
002200         88  CSR-TRN-DELETE          VALUE "D".
002300         88  CSR-TRN-INQUIRY         VALUE "I".
002320         88  CSR-TRN-RELEASE         VALUE "R".
002340         88  CSR-TRN-REFUSE          VALUE "F".
002360         88  CSR-TRN-APPROVAL        VALUE "R" "F".
002400     05  CSR-TRN-MSG-ID              PIC X(10).
002500     05  CSR-TRN-SEGMENT-SEQ         PIC X(02).
002600     05  CSR-TRN-MSG-LENGTH          PIC X(03).
003000     05  CSR-TRN-OVR-CIPHER-KEY      PIC X(02).
003100     05  CSR-TRN-OVR-KEYWORD         PIC X(20).
003200     05  CSR-TRN-RECIPIENT-ID        PIC X(08).
003300     05  CSR-TRN-OPERATOR-ID         PIC X(08).
