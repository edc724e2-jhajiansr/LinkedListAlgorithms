000100******************************************************************
000200*    ITMCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM30 (ITEM MASTER
000400*    MAINTENANCE). EACH CARD CARRIES ONE ACTION AGAINST ONE
000500*    ITEMFILE RECORD.
000600*
000700*    IC-ACTION            COLS  1-6   'ADD', 'CHANGE', 'DISC'
000800*                                     (DISCONTINUE) OR 'REACT'
000900*                                     (REACTIVATE)
001000*    IC-ITEM-KEY          COLS  7-26  THE ITEM KEY ACTED ON
001100*    IC-DESCRIPTION       COLS 27-56  ITEM DESCRIPTION
001200*    IC-UNIT-OF-MEASURE   COLS 57-60  UNIT OF MEASURE (EA, BOX..)
001300*    IC-UNIT-COST         COLS 61-69  UNIT COST, 9(07)V99, NO
001400*                                     DECIMAL POINT
001500*
001600*    ADD NEEDS EVERY FIELD. CHANGE REPLACES ONLY THE FIELDS THAT
001700*    ARE NOT BLANK ON THE CARD. DISC AND REACT NEED ONLY THE KEY.
001800*
001900*    MAINTENANCE HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    -------    ---- ------------------------------------------
002200*    2026-10-15 SRJ  ORIGINAL COPYBOOK - ITEM MASTER MAINTENANCE
002300******************************************************************
002400 01  ITEM-CONTROL-RECORD.
002500     05  IC-ACTION                   PIC X(06).
002600         88  IC-ACTION-ADD           VALUE 'ADD'.
002700         88  IC-ACTION-CHANGE        VALUE 'CHANGE'.
002800         88  IC-ACTION-DISC          VALUE 'DISC'.
002900         88  IC-ACTION-REACT         VALUE 'REACT'.
003000     05  IC-ITEM-KEY                 PIC X(20).
003100     05  IC-DESCRIPTION              PIC X(30).
003200     05  IC-UNIT-OF-MEASURE          PIC X(04).
003300     05  IC-UNIT-COST-X              PIC X(09).
003400     05  IC-UNIT-COST REDEFINES IC-UNIT-COST-X
003500                                     PIC 9(07)V99.
003600     05  FILLER                      PIC X(11).
