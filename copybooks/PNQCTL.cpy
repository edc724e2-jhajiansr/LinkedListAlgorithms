000100******************************************************************
000200*    PNQCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM42 (PENDING QUEUE REPORT).
000400*    THE CARD IS OPTIONAL - NO CARD, OR A BLANK ONE, REPORTS
000500*    EVERY ITEM STILL PENDING ON EVERY LIST.
000600*
000700*    PQ-LIST-ID      COLS  1-20  LIST TO REPORT, OR 'ALL' (BLANK
000800*                                DEFAULTS TO 'ALL')
000900*    PQ-HISTORY-FLAG COL  21     'A' = ALSO REPORT ITEMS ALREADY
001000*                                RELEASED OR CANCELLED
001100*    PQ-DUE-BY-DATE  COLS 22-29  YYYYMMDD - REPORT ONLY ITEMS
001200*                                DUE ON OR BEFORE THIS DATE;
001300*                                BLANK = NO LIMIT
001400*
001500*    MAINTENANCE HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    -------    ---- ------------------------------------------
001800*    2026-10-15 SRJ  ORIGINAL COPYBOOK - PENDING QUEUE REPORT
001900*                    CONTROL
002000******************************************************************
002100 01  PEND-QUEUE-CONTROL-RECORD.
002200     05  PQ-LIST-ID                  PIC X(20).
002300         88  PQ-ALL-LISTS            VALUE 'ALL'.
002400     05  PQ-HISTORY-FLAG             PIC X(01).
002500         88  PQ-INCLUDE-HISTORY      VALUE 'A'.
002600     05  PQ-DUE-BY-DATE              PIC X(08).
002700     05  PQ-DUE-BY-DATE-N REDEFINES PQ-DUE-BY-DATE
002800                                     PIC 9(08).
002900     05  FILLER                      PIC X(51).
