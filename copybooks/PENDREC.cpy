000100******************************************************************
000200*    PENDREC.CPY
000300*    RECORD LAYOUT FOR PENDFILE - THE KEYED QUEUE OF FUTURE-
000400*    DATED WORK. A ListTrans CARD OR ListPost MOVEMENT WHOSE
000500*    EFFECTIVE-ON DATE IS LATER THAN THE RUN DATE IS NOT
000600*    APPLIED; IT IS PARKED HERE, CARD IMAGE AND ALL, UNTIL
000700*    PROGRAM41 (PENDING RELEASE) FEEDS IT BACK THROUGH THE SAME
000800*    PROGRAM ON OR AFTER THAT DATE. PROGRAM42 REPORTS THE QUEUE
000900*    AND PROGRAM43 CANCELS ITEMS BEFORE THEY FIRE.
001000*
001100*    THE KEY IS THE LIST, THE EFFECTIVE-ON DATE, THEN THE
001200*    PENDING ID - THE DATE, TIME AND INPUT SEQUENCE NUMBER THE
001300*    ITEM WAS QUEUED UNDER - SO A LIST'S QUEUE READS BACK IN
001400*    THE ORDER IT WILL FIRE AND TWO ITEMS DUE THE SAME DAY
001500*    FIRE IN THE ORDER THEY WERE SUBMITTED. THE PENDING ID IS
001600*    PRINTED ON THE QUEUE REPORT AND IS WHAT A CANCEL CARD
001700*    QUOTES.
001800*
001900*    PN-SOURCE:  'T' = A ListTrans (PROGRAM6) CARD,
002000*                'P' = A ListPost (PROGRAM19) MOVEMENT.
002100*    PN-STATUS:  'P' = PENDING, STILL TO FIRE,
002200*                'R' = RELEASED TO ITS PROGRAM ON PN-STATUS-DATE,
002300*                'C' = CANCELLED ON PN-STATUS-DATE, WITH THE
002400*                      REASON FROM THE CANCEL CARD.
002500*    PN-CARD-IMAGE IS THE ORIGINAL 80-BYTE CARD OR MOVEMENT,
002600*    WRITTEN BACK OUT UNCHANGED WHEN THE ITEM IS RELEASED.
002700*
002800*    MAINTENANCE HISTORY
002900*    DATE       INIT DESCRIPTION
003000*    -------    ---- ------------------------------------------
003100*    2026-10-15 SRJ  ORIGINAL COPYBOOK - PENDING TRANSACTION QUEUE
003200******************************************************************
003300 01  PEND-RECORD.
003400     05  PN-PEND-KEY.
003500         10  PN-LIST-ID              PIC X(20).
003600         10  PN-QUEUE-POSITION.
003700             15  PN-EFF-ON-DATE      PIC 9(08).
003800             15  PN-PENDING-ID.
003900                 20  PN-ENTRY-DATE   PIC 9(06).
004000                 20  PN-ENTRY-TIME   PIC 9(08).
004100                 20  PN-ENTRY-SEQ    PIC 9(07).
004200     05  PN-SOURCE                   PIC X(01).
004300         88  PN-FROM-TRANS           VALUE 'T'.
004400         88  PN-FROM-POST            VALUE 'P'.
004500     05  PN-ACTION                   PIC X(06).
004600     05  PN-ITEM-KEY                 PIC X(20).
004700     05  PN-STATUS                   PIC X(01).
004800         88  PN-PENDING              VALUE 'P'.
004900         88  PN-RELEASED             VALUE 'R'.
005000         88  PN-CANCELLED            VALUE 'C'.
005100     05  PN-STATUS-DATE              PIC 9(06).
005200     05  PN-STATUS-TIME              PIC 9(08).
005300     05  PN-CANCEL-REASON            PIC X(30).
005400     05  PN-CARD-IMAGE               PIC X(80).
005500     05  FILLER                      PIC X(19).
