000100******************************************************************
000200*    RCYCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM45 (LISTFILE RECOVERY), READ
000400*    FROM SYSIN. THE CARD IS OPTIONAL - NO SYSIN, OR A BLANK
000500*    STOP POINT, REPLAYS CHGLOG TO ITS END.
000600*
000700*    RY-STOP-DATE        COLS  1- 8  CCYYMMDD - REPLAY NO CHANGE
000800*                                    LOGGED AFTER THIS DATE ...
000900*    RY-STOP-TIME        COLS  9-14  HHMMSS - ... AND TIME. BLANK
001000*                                    WITH A DATE MEANS THE END OF
001100*                                    THAT DAY. A STOP POINT THAT
001200*                                    IS NOT A VALID DATE AND TIME
001300*                                    ENDS THE RUN RC 8 BEFORE
001400*                                    ANYTHING IS TOUCHED
001500*
001600*    MAINTENANCE HISTORY
001700*    DATE       INIT DESCRIPTION
001800*    -------    ---- ------------------------------------------
001900*    2026-10-15 SRJ  ORIGINAL COPYBOOK - RECOVERY RUN CONTROL
002000******************************************************************
002100 01  RECOVERY-CONTROL-RECORD.
002200     05  RY-STOP-DATE                PIC X(08).
002300     05  RY-STOP-DATE-N REDEFINES RY-STOP-DATE.
002400         10  RY-STOP-CCYY            PIC 9(04).
002500         10  RY-STOP-MM              PIC 9(02).
002600         10  RY-STOP-DD              PIC 9(02).
002700     05  RY-STOP-TIME                PIC X(06).
002800     05  RY-STOP-TIME-N REDEFINES RY-STOP-TIME.
002900         10  RY-STOP-HH              PIC 9(02).
003000         10  RY-STOP-MI              PIC 9(02).
003100         10  RY-STOP-SS              PIC 9(02).
003200     05  FILLER                      PIC X(66).
