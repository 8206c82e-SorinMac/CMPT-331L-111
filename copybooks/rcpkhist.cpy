000100*****************************************************************
000200*    COPYBOOK.....: RCPKHIST
000300*    DESCRIPTION..: RECORD LAYOUT FOR THE RECIPIENT-KEYHIST
000400*                   INDEXED FILE - THE DATED KEY GENERATIONS OF
000500*                   EVERY PARTNER RECIPIENT. KEYED ON RECIPIENT
000600*                   ID PLUS THE DATE THE GENERATION TAKES
000700*                   EFFECT, SO A RECIPIENT'S GENERATIONS READ
000800*                   BACK IN CUT-OVER ORDER. A KEY IS NEVER
000900*                   OVERWRITTEN HERE: EACH ROTATION ADDS THE
001000*                   SUCCESSOR AS A NEW GENERATION AND LEAVES THE
001100*                   ONES BEFORE IT ON FILE, SO TRAFFIC SENT
001200*                   UNDER AN OLDER KEY CAN STILL BE READ. THE
001300*                   GENERATION IN EFFECT ON A GIVEN DATE IS THE
001400*                   ONE WITH THE LATEST EFFECTIVE-FROM DATE NOT
001500*                   AFTER IT. SOURCE OF THE GENERATION:
001600*                       A  RECIPIENT ADDED
001700*                       C  KEY CHANGED ON A CHANGE CARD
001800*                       R  SUCCESSOR SCHEDULED ON A ROTATE CARD
001900*                       H  DIRECTORY KEY CARRIED INTO HISTORY
001910*                   A GENERATION WHOSE CHANGE WAS REVERSED BY
001920*                   Backout IS FLAGGED WITHDRAWN: IT STAYS ON
001930*                   FILE, BUT IS NEVER CUT OVER OR USED AGAIN.
002000*                   MAINTAINED BY Recmaint AND Backout, READ BY
002010*                   Ceaser.
002100*    MODIFICATION HISTORY
002200*    DATE.......  INIT  DESCRIPTION
002300*    ----------  ----  ------------------------------------------
002400*    2026-10-15  SM    ORIGINAL COPYBOOK.
002410*    2026-10-15  SM    ADDED THE WITHDRAWN FLAG AND DATE, SET BY
002412*                      Backout, OUT OF THE FILLER.
002500*****************************************************************
002600 01  CSR-RKH-RECORD.
002700     05  CSR-RKH-KEY.
002800         10  CSR-RKH-RECIPIENT-ID    PIC X(08).
002900         10  CSR-RKH-EFF-FROM-DATE   PIC 9(08).
003000     05  CSR-RKH-GEN-NO              PIC 9(03).
003100     05  CSR-RKH-CIPHER-MODE         PIC X(01).
003200         88  CSR-RKH-MODE-CAESAR     VALUE "C".
003300         88  CSR-RKH-MODE-KEYWORD    VALUE "K".
003400     05  CSR-RKH-CIPHER-KEY          PIC X(02).
003500     05  CSR-RKH-CIPHER-KEY-NUM REDEFINES CSR-RKH-CIPHER-KEY
003600                                     PIC 9(02).
003700     05  CSR-RKH-KEYWORD             PIC X(20).
003800     05  CSR-RKH-EFF-TO-DATE         PIC 9(08).
003900     05  CSR-RKH-RECORDED-DATE       PIC 9(08).
004000     05  CSR-RKH-SOURCE              PIC X(01).
004100         88  CSR-RKH-FROM-ADD        VALUE "A".
004200         88  CSR-RKH-FROM-CHANGE     VALUE "C".
004300         88  CSR-RKH-FROM-ROTATE     VALUE "R".
004400         88  CSR-RKH-FROM-HISTORY    VALUE "H".
004410     05  CSR-RKH-WITHDRAWN-FLAG      PIC X(01).
004420         88  CSR-RKH-WITHDRAWN       VALUE "Y".
004430     05  CSR-RKH-WITHDRAWN-DATE      PIC 9(08).
004500     05  FILLER                      PIC X(11).
