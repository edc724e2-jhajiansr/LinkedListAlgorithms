000100******************************************************************
000110*    RULEREC.CPY
000120*    RECORD LAYOUT FOR RULEFILE - THE CROSS-LIST CONSISTENCY
000130*    RULES. ONE CARD PER LIST-PAIR RULE. PROGRAM40 (RULE CHECK)
000140*    TESTS EVERY ITEM KEY ON XREFFILE AGAINST EVERY RULE.
000150*
000160*    RU-LIST-A        COLS  1-20  FIRST LIST OF THE PAIR
000170*    RU-LIST-B        COLS 21-40  SECOND LIST OF THE PAIR
000180*    RU-RULE-TYPE     COL  41     'X' = MUTUALLY EXCLUSIVE - NO
000190*                                 ITEM KEY MAY BE ON BOTH LISTS
000200*                                 'R' = MUST ALSO APPEAR ON -
000210*                                 EVERY ITEM KEY ON LIST A MUST
000220*                                 ALSO BE ON LIST B
000230*    RU-SEVERITY      COL  42     'C' = CRITICAL (OPERATOR ALERT,
000240*                                 RC 8), 'W' = WARNING (RC 4).
000250*                                 BLANK = CRITICAL.
000260*    RU-DESCRIPTION   COLS 43-72  FREE TEXT FOR THE REPORT
000270*
000280*    A CARD WITH '*' IN COLUMN 1 IS A COMMENT AND IS SKIPPED.
000290*
000300*    MAINTENANCE HISTORY
000310*    DATE       INIT DESCRIPTION
000320*    -------    ---- ------------------------------------------
000330*    2026-10-15 SRJ  ORIGINAL COPYBOOK - CROSS-LIST RULES
000340******************************************************************
000350 01  RULE-RECORD.
000360     05  RU-LIST-A                   PIC X(20).
000370     05  RU-LIST-B                   PIC X(20).
000380     05  RU-RULE-TYPE                PIC X(01).
000390         88  RU-EXCLUSIVE            VALUE 'X'.
000400         88  RU-REQUIRES             VALUE 'R'.
000410     05  RU-SEVERITY                 PIC X(01).
000420         88  RU-CRITICAL             VALUE 'C' ' '.
000430         88  RU-WARNING              VALUE 'W'.
000440     05  RU-DESCRIPTION              PIC X(30).
000450     05  FILLER                      PIC X(08).
