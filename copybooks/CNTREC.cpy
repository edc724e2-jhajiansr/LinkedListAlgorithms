000100******************************************************************
000200*    CNTREC.CPY
000300*    RECORD LAYOUT FOR COUNTFILE - ONE RECORD PER ITEM COUNTED
000400*    IN A WAREHOUSE CYCLE COUNT, AS SENT BY THE WAREHOUSE. THE
000500*    FILE IS SORTED BY LIST ID SO PROGRAM34 (CYCLE COUNT
000600*    RECONCILIATION) LOADS EACH LIST ONCE. AN ITEM COUNTED IN
000700*    MORE THAN ONE PLACE MAY APPEAR MORE THAN ONCE; ITS COUNTS
000800*    ARE ADDED TOGETHER.
000900*
001000*    CT-ITEM-KEY         COLS  1-20  THE ITEM COUNTED
001100*    CT-LIST-ID          COLS 21-40  THE LIST IT IS BOOKED ON
001200*    CT-COUNTED-QTY      COLS 41-47  QUANTITY COUNTED, PIC 9(07)
001300*
001400*    MAINTENANCE HISTORY
001500*    DATE       INIT DESCRIPTION
001600*    -------    ---- ------------------------------------------
001700*    2026-10-15 SRJ  ORIGINAL COPYBOOK - CYCLE COUNT RECORD
001800******************************************************************
001900 01  COUNT-RECORD.
002000     05  CT-ITEM-KEY                 PIC X(20).
002100     05  CT-LIST-ID                  PIC X(20).
002200     05  CT-COUNTED-QTY-X            PIC X(07).
002300     05  CT-COUNTED-QTY REDEFINES CT-COUNTED-QTY-X
002400                                     PIC 9(07).
002500     05  FILLER                      PIC X(33).
