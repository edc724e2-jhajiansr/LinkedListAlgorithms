000100******************************************************************
000200*    DEFCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM33 (LIST DEFINITION
000400*    MAINTENANCE). EACH CARD CARRIES ONE ACTION AGAINST ONE
000500*    LISTDEF RECORD.
000600*
000700*    DC-ACTION            COLS  1-6   'DEFINE', 'CHANGE' OR
000800*                                     'RETIRE'
000900*    DC-LIST-ID           COLS  7-26  THE LIST ID DEFINED
001000*    DC-OWNER             COLS 27-34  OWNING USER OR GROUP
001100*    DC-LIST-TYPE         COLS 35-38  LIST TYPE CODE
001200*    DC-MAX-CELLS         COLS 39-43  MAXIMUM CELLS, 00000 = NO
001300*                                     LIMIT
001400*    DC-ALLOWED-STATUS    COLS 44-46  ALLOWED STATUS CODES, E.G.
001500*                                     'AH ' (BLANK ON DEFINE =
001600*                                     ANY)
001700*    DC-RETENTION-DAYS    COLS 47-50  RETENTION DAYS, 0000 = NONE
001800*    DC-DESCRIPTION       COLS 51-80  WHAT THE LIST IS FOR
001900*
002000*    DEFINE NEEDS THE OWNER AND DESCRIPTION; BLANK NUMERIC FIELDS
002100*    DEFAULT TO ZERO. CHANGE REPLACES ONLY THE FIELDS THAT ARE
002200*    NOT BLANK ON THE CARD. RETIRE NEEDS ONLY THE LIST ID.
002300*
002400*    MAINTENANCE HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    -------    ---- ------------------------------------------
002700*    2026-10-15 SRJ  ORIGINAL COPYBOOK - LIST DEFINITION
002800*                    MAINTENANCE
002900******************************************************************
003000 01  DEFINE-CONTROL-RECORD.
003100     05  DC-ACTION                   PIC X(06).
003200         88  DC-ACTION-DEFINE        VALUE 'DEFINE'.
003300         88  DC-ACTION-CHANGE        VALUE 'CHANGE'.
003400         88  DC-ACTION-RETIRE        VALUE 'RETIRE'.
003500     05  DC-LIST-ID                  PIC X(20).
003600     05  DC-OWNER                    PIC X(08).
003700     05  DC-LIST-TYPE                PIC X(04).
003800     05  DC-MAX-CELLS-X              PIC X(05).
003900     05  DC-MAX-CELLS REDEFINES DC-MAX-CELLS-X
004000                                     PIC 9(05).
004100     05  DC-ALLOWED-STATUS           PIC X(03).
004200     05  DC-RETENTION-DAYS-X         PIC X(04).
004300     05  DC-RETENTION-DAYS REDEFINES DC-RETENTION-DAYS-X
004400                                     PIC 9(04).
004500     05  DC-DESCRIPTION              PIC X(30).
