000100******************************************************************
000200*    STATREC.CPY
000300*    RECORD LAYOUT FOR STATFILE - THE LIST STATISTICS HISTORY.
000400*    EVERY PROGRAM16 (CATALOG TOTALS) RUN APPENDS ONE RECORD
000500*    PER LIST IT TOTALED, CARRYING THE SAME FIGURES ITS REPORT
000600*    LINE PRINTS, SO THE NIGHT'S TOTALS ARE STILL THERE
000700*    TOMORROW. PROGRAM37 (TREND REPORT) READS IT BACK DAILY,
000800*    WEEKLY OR MONTH-END.
000900*
001000*    THE FILE IS APPENDED IN RUN ORDER. WHEN A LIST IS TOTALED
001100*    MORE THAN ONCE ON ONE DATE THE LAST RECORD IS THE ONE THAT
001200*    COUNTS. SH-OLDEST-DATE IS ZERO WHEN NO CELL ON THE LIST
001300*    CARRIED A STRUCTURED EFFECTIVE DATE.
001400*
001500*    MAINTENANCE HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    -------    ---- ------------------------------------------
001800*    2026-10-15 SRJ  ORIGINAL COPYBOOK - LIST STATISTICS HISTORY
001900******************************************************************
002000 01  STATS-HISTORY-RECORD.
002100     05  SH-STAT-DATE                PIC 9(08).
002200     05  SH-LIST-ID                  PIC X(20).
002300     05  SH-CELL-COUNT               PIC 9(07).
002400     05  SH-TOTAL-QTY                PIC 9(11).
002500     05  SH-QTY-A                    PIC 9(11).
002600     05  SH-QTY-H                    PIC 9(11).
002700     05  SH-QTY-C                    PIC 9(11).
002800     05  SH-OLDEST-DATE              PIC 9(08).
002900     05  FILLER                      PIC X(13).
