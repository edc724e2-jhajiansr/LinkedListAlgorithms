000100******************************************************************
000200*    SCHDREC.CPY
000300*    RECORD LAYOUT FOR SCHDFILE - THE NIGHTLY CYCLE SCHEDULE.
000400*    ONE CARD PER STEP EXPECTED EVERY NIGHT: THE UPDATING
000500*    PROGRAM, THE LIST IT MUST HAVE RUN AGAINST, AND THE
000600*    LATEST CLOCK TIME ITS RUN-CONTROL RECORD IS ACCEPTABLE.
000700*    PROGRAM36 (CYCLE MONITOR) MATCHES THESE AGAINST THE
000800*    CYCLE'S RUNFILE RECORDS, SO A STEP THAT NEVER RAN AT ALL
000900*    IS CAUGHT THE SAME NIGHT.
001000*
001100*    SC-PROGRAM       COLS  1-10  PROGRAM AS IT WRITES RN-PROGRAM
001200*                                 (E.G. 'PROGRAM4')
001300*    SC-LIST-ID       COLS 11-30  LIST THE STEP RUNS AGAINST
001400*    SC-LATEST-TIME   COLS 31-34  LATEST ACCEPTABLE COMPLETION,
001500*                                 HHMM ON THE 24-HOUR CLOCK. A
001600*                                 TIME EARLIER THAN THE CYCLE
001700*                                 START FALLS ON THE NEXT DAY.
001800*    SC-DESCRIPTION   COLS 35-64  FREE TEXT FOR THE REPORT
001900*                                 (E.G. THE JOB AND STEP)
002000*
002100*    A CARD WITH '*' IN COLUMN 1 IS A COMMENT AND IS SKIPPED.
002200*
002300*    MAINTENANCE HISTORY
002400*    DATE       INIT DESCRIPTION
002500*    -------    ---- ------------------------------------------
002600*    2026-10-15 SRJ  ORIGINAL COPYBOOK - NIGHTLY CYCLE SCHEDULE
002700******************************************************************
002800 01  SCHEDULE-RECORD.
002900     05  SC-PROGRAM                  PIC X(10).
003000     05  SC-LIST-ID                  PIC X(20).
003100     05  SC-LATEST-TIME-X            PIC X(04).
003200     05  SC-LATEST-TIME REDEFINES SC-LATEST-TIME-X.
003300         10  SC-LATEST-HH            PIC 9(02).
003400         10  SC-LATEST-MM            PIC 9(02).
003500     05  SC-DESCRIPTION              PIC X(30).
003600     05  FILLER                      PIC X(16).
