000100******************************************************************
000200*    IMGCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM44 (IMAGE COPY), READ FROM
000400*    SYSIN. THE CARD IS OPTIONAL - NO SYSIN, OR AN EMPTY ONE,
000500*    MEANS AN ORDINARY COPY THAT APPENDS ITS CHECKPOINT TO
000600*    CHGLOG.
000700*
000800*    IG-RESET-FLAG       COL  1      'R' = START A NEW CHANGE LOG:
000900*                                    CHGLOG IS EMPTIED AND THE
001000*                                    CHECKPOINT IS ITS FIRST
001100*                                    RECORD. ONLY TAKEN WHEN NO
001200*                                    LIST IS IN USE; OTHERWISE
001300*                                    THE CHECKPOINT IS APPENDED
001400*                                    AND THE RUN ENDS RC 4
001500*
001600*    MAINTENANCE HISTORY
001700*    DATE       INIT DESCRIPTION
001800*    -------    ---- ------------------------------------------
001900*    2026-10-15 SRJ  ORIGINAL COPYBOOK - IMAGE COPY RUN CONTROL
002000******************************************************************
002100 01  IMAGE-CONTROL-RECORD.
002200     05  IG-RESET-FLAG               PIC X(01).
002300         88  IG-RESET-LOG            VALUE 'R'.
002400     05  FILLER                      PIC X(79).
