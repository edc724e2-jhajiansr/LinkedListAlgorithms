000100******************************************************************
000200*    ALLOCREC.CPY
000300*    RECORD LAYOUT FOR ALLOCFILE - ONE RECORD PER BACKORDER CELL
000400*    PROGRAM31 (BACKORDER ALLOCATION) FILLED, IN FULL OR IN
000500*    PART, FROM THE STOCK LIST. THE SAME ALLOCATIONS GO TO
000600*    MOVEFILE AS ISSUE MOVEMENTS FOR PROGRAM19 TO POST; THIS
000700*    FILE IS THE RECORD OF WHAT WAS ALLOCATED AND WHY.
000800*
000900*    AR-ITEM-KEY         COLS  1-20  THE ITEM ALLOCATED
001000*    AR-BACKORDER-LIST   COLS 21-40  THE BACKORDER LIST
001100*    AR-STOCK-LIST       COLS 41-60  THE STOCK LIST DRAWN ON
001200*    AR-EFF-DATE         COLS 61-68  THE BACKORDER'S LR-EFF-DATE
001300*    AR-ORDERED-QTY      COLS 69-75  BACKORDER QUANTITY BEFORE
001400*    AR-ALLOCATED-QTY    COLS 76-82  QUANTITY ALLOCATED
001500*    AR-FILL-TYPE        COL  83     'F' = FILLED IN FULL,
001600*                                    'P' = PARTIAL FILL
001700*    AR-RUN-DATE         COLS 84-89  YYMMDD OF THE ALLOCATION
001800*
001900*    MAINTENANCE HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    -------    ---- ------------------------------------------
002200*    2026-10-15 SRJ  ORIGINAL COPYBOOK - ALLOCATION RECORD
002300******************************************************************
002400 01  ALLOCATION-RECORD.
002500     05  AR-ITEM-KEY                 PIC X(20).
002600     05  AR-BACKORDER-LIST           PIC X(20).
002700     05  AR-STOCK-LIST               PIC X(20).
002800     05  AR-EFF-DATE                 PIC 9(08).
002900     05  AR-ORDERED-QTY              PIC 9(07).
003000     05  AR-ALLOCATED-QTY            PIC 9(07).
003100     05  AR-FILL-TYPE                PIC X(01).
003200         88  AR-FILLED-IN-FULL       VALUE 'F'.
003300         88  AR-PARTIAL-FILL         VALUE 'P'.
003400     05  AR-RUN-DATE                 PIC 9(06).
003500     05  FILLER                      PIC X(11).
