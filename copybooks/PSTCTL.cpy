000100******************************************************************
000200*    PSTCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM19 (MOVEMENT POSTING), READ
000400*    FROM SYSIN. THE CARD IS OPTIONAL - NO SYSIN, OR AN EMPTY
000500*    ONE, MEANS AN ORDINARY LIVE POSTING RUN.
000600*
000700*    PC-SIMULATE-FLAG    COL  1      'Y' = SIMULATE: VALIDATE
000800*                                    AND POST EVERY MOVEMENT IN
000900*                                    STORAGE AND PRINT THE
001000*                                    EXCEPTIONS REPORT, BUT
001100*                                    WRITE NOTHING BACK TO ANY
001200*                                    DATASET
001300*
001400*    MAINTENANCE HISTORY
001500*    DATE       INIT DESCRIPTION
001600*    -------    ---- ------------------------------------------
001700*    2026-10-15 SRJ  ORIGINAL COPYBOOK - POSTING RUN CONTROL
001800******************************************************************
001900 01  POST-CONTROL-RECORD.
002000     05  PC-SIMULATE-FLAG            PIC X(01).
002100         88  PC-SIMULATE             VALUE 'Y'.
002200     05  FILLER                      PIC X(79).
