000100******************************************************************
000200*    ALCCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM31 (BACKORDER ALLOCATION).
000400*    ONE CARD NAMES THE BACKORDER LIST TO FILL AND THE STOCK
000500*    LIST TO FILL IT FROM.
000600*
000700*    BA-BACKORDER-LIST  COLS  1-20  LIST HOLDING THE BACKORDERS;
000800*                                   BLANK DEFAULTS TO
000900*                                   'BACKORDERS'
001000*    BA-STOCK-LIST      COLS 21-40  LIST HOLDING THE AVAILABLE
001100*                                   STOCK (REQUIRED)
001200*
001300*    MAINTENANCE HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    -------    ---- ------------------------------------------
001600*    2026-10-15 SRJ  ORIGINAL COPYBOOK - ALLOCATION CONTROL CARD
001700******************************************************************
001800 01  ALLOC-CONTROL-RECORD.
001900     05  BA-BACKORDER-LIST           PIC X(20).
002000     05  BA-STOCK-LIST               PIC X(20).
002100     05  FILLER                      PIC X(40).
