000100******************************************************************
000200*    XFRREC.CPY
000300*    CARD-IMAGE LAYOUT FOR THE PROGRAM38 (INTER-LIST TRANSFER)
000400*    SYSIN STREAM. EACH CARD MOVES ONE ITEM'S CELL FROM ONE
000500*    CATALOGED LIST TO ANOTHER, WHOLE OR IN PART, KEEPING ITS
000600*    EFFECTIVE DATE AND THE REST OF ITS PAYLOAD.
000700*
000800*    XF-ITEM-KEY      COLS  1-20  ITEM KEY OF THE CELL TO MOVE
000900*    XF-FROM-LIST-ID  COLS 21-40  LIST THE CELL IS ON NOW
001000*    XF-TO-LIST-ID    COLS 41-60  LIST THE CELL MOVES TO
001100*    XF-QUANTITY      COLS 61-67  QUANTITY TO MOVE, PIC 9(07).
001200*                                 BLANK = THE WHOLE CELL. LESS
001300*                                 THAN THE CELL'S QUANTITY
001400*                                 LEAVES THE REST ON THE FROM
001500*                                 LIST.
001600*    XF-NEW-STATUS    COL  68     'A'/'H'/'C' STATUS THE CELL
001700*                                 TAKES ON THE TO LIST. BLANK =
001800*                                 KEEP ITS STATUS.
001900*
002000*    MAINTENANCE HISTORY
002100*    DATE       INIT DESCRIPTION
002200*    -------    ---- ------------------------------------------
002300*    2026-10-15 SRJ  ORIGINAL COPYBOOK - TRANSFER CARD
002400******************************************************************
002500 01  TRANSFER-RECORD.
002600     05  XF-ITEM-KEY                 PIC X(20).
002700     05  XF-FROM-LIST-ID             PIC X(20).
002800     05  XF-TO-LIST-ID               PIC X(20).
002900     05  XF-QUANTITY-X               PIC X(07).
003000     05  XF-QUANTITY REDEFINES XF-QUANTITY-X
003100                                     PIC 9(07).
003200     05  XF-NEW-STATUS               PIC X(01).
003300         88  XF-VALID-NEW-STATUS     VALUES 'A' 'H' 'C'.
003400     05  FILLER                      PIC X(12).
