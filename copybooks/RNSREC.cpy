000100******************************************************************
000200*    RNSREC.CPY
000300*    CARD-IMAGE LAYOUT FOR THE PROGRAM39 (REINSTATE FROM
000400*    HISTORY) SYSIN STREAM. EACH CARD SELECTS HISTFILE RECORDS
000500*    TO SORT BACK INTO THE LIST THEY WERE SWEPT FROM.
000600*
000700*    RS-ITEM-KEY     COLS  1-20  ITEM KEY TO REINSTATE. BLANK =
000800*                                EVERY CELL THE SWEEP RUN NAMED
000900*                                BY COLS 41-54 TOOK OFF THE LIST
001000*    RS-LIST-ID      COLS 21-40  LIST THE CELL WAS SWEPT FROM
001100*    RS-REMOVE-DATE  COLS 41-46  REMOVAL DATE, YYMMDD, AS SHOWN
001200*                                ON THE SWEEP AND HISTORY
001300*                                REPORTS
001400*    RS-REMOVE-TIME  COLS 47-54  REMOVAL TIME, HHMMSSCC
001500*                                THE REMOVAL STAMP IS REQUIRED
001600*                                FOR A WHOLE SWEEP RUN. ON AN
001700*                                ITEM CARD A BLANK STAMP TAKES
001800*                                THE ITEM'S MOST RECENT REMOVAL
001900*                                FROM THE LIST NOT ALREADY
002000*                                REINSTATED.
002100*
002200*    MAINTENANCE HISTORY
002300*    DATE       INIT DESCRIPTION
002400*    -------    ---- ------------------------------------------
002500*    2026-10-15 SRJ  ORIGINAL COPYBOOK - REINSTATE CARD
002600******************************************************************
002700 01  REINSTATE-RECORD.
002800     05  RS-ITEM-KEY                 PIC X(20).
002900     05  RS-LIST-ID                  PIC X(20).
003000     05  RS-REMOVE-STAMP-X.
003100         10  RS-REMOVE-DATE-X        PIC X(06).
003200         10  RS-REMOVE-TIME-X        PIC X(08).
003300     05  RS-REMOVE-STAMP REDEFINES RS-REMOVE-STAMP-X.
003400         10  RS-REMOVE-DATE          PIC 9(06).
003500         10  RS-REMOVE-TIME          PIC 9(08).
003600     05  FILLER                      PIC X(26).
