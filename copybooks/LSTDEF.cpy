000100******************************************************************
000200*    LSTDEF.CPY
000300*    RECORD LAYOUT FOR LISTDEF - THE KEYED LIST DEFINITION
000400*    MASTER. ONE RECORD PER LR-LIST-ID THE BUSINESS HAS AGREED
000500*    TO, CARRYING WHO OWNS IT, WHAT IT IS FOR AND THE RULES ITS
000600*    CELLS MUST FOLLOW. THE UPDATING PROGRAMS (PROGRAM1,
000700*    ListTrans, ListImport, MergeLists AND ListLoad) WILL NOT
000800*    CREATE A LIST THAT HAS NO ACTIVE DEFINITION, AND HOLD A
000900*    DEFINED LIST TO ITS MAXIMUM CELL COUNT AND ALLOWED STATUS
001000*    CODES. MAINTAINED BY PROGRAM33 (ListDefine).
001100*
001200*    LD-MAX-CELLS        ZERO = NO LIMIT BEYOND THE PROGRAMS' OWN
001300*                        TABLE SIZE
001400*    LD-ALLOWED-STATUS   THE STATUS CODES (A, H, C) A CELL ON THE
001500*                        LIST MAY CARRY, LEFT-JUSTIFIED; BLANK =
001600*                        ANY VALID CODE
001700*    LD-RETENTION-DAYS   AGE IN DAYS PAST WHICH ListSweep'S
001800*                        RETENTION RULE SWEEPS A CELL; ZERO = THE
001900*                        LIST IS NEVER SWEPT ON RETENTION
002000*
002100*    MAINTENANCE HISTORY
002200*    DATE       INIT DESCRIPTION
002300*    -------    ---- ------------------------------------------
002400*    2026-10-15 SRJ  ORIGINAL COPYBOOK - LIST DEFINITION MASTER
002500******************************************************************
002600 01  LIST-DEFINITION-RECORD.
002700     05  LD-LIST-ID                  PIC X(20).
002800     05  LD-OWNER                    PIC X(08).
002900     05  LD-DESCRIPTION              PIC X(30).
003000     05  LD-LIST-TYPE                PIC X(04).
003100     05  LD-MAX-CELLS                PIC 9(05).
003200     05  LD-ALLOWED-STATUS           PIC X(03).
003300     05  LD-RETENTION-DAYS           PIC 9(04).
003400     05  LD-DEF-STATUS               PIC X(01).
003500         88  LD-DEF-ACTIVE           VALUE 'A'.
003600         88  LD-DEF-RETIRED          VALUE 'R'.
003700     05  LD-DEFINED-DATE             PIC 9(06).
003800     05  LD-LAST-MAINT-DATE          PIC 9(06).
003900     05  FILLER                      PIC X(33).
