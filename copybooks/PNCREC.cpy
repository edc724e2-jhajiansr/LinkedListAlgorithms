000100******************************************************************
000200*    PNCREC.CPY
000300*    CARD-IMAGE LAYOUT FOR THE PROGRAM43 (PENDING CANCEL) SYSIN
000400*    STREAM. EACH CARD CANCELS ONE PENDFILE ITEM BEFORE IT
000500*    FIRES, QUOTING THE ITEM'S FULL KEY AS PRINTED ON THE
000600*    PendReport (PROGRAM42) QUEUE REPORT.
000700*
000800*    PK-LIST-ID       COLS  1-20  LIST THE ITEM IS QUEUED AGAINST
000900*    PK-EFF-ON-DATE   COLS 21-28  ITS EFFECTIVE-ON DATE, YYYYMMDD
001000*    PK-PENDING-ID    COLS 29-49  ITS 21-DIGIT PENDING ID
001100*    PK-REASON        COLS 50-79  WHY IT IS CANCELLED (REQUIRED)
001200*
001300*    MAINTENANCE HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    -------    ---- ------------------------------------------
001600*    2026-10-15 SRJ  ORIGINAL COPYBOOK - PENDING CANCEL CARD
001700******************************************************************
001800 01  PEND-CANCEL-RECORD.
001900     05  PK-LIST-ID                  PIC X(20).
002000     05  PK-EFF-ON-DATE              PIC X(08).
002100     05  PK-PENDING-ID               PIC X(21).
002200     05  PK-REASON                   PIC X(30).
002300     05  FILLER                      PIC X(01).
