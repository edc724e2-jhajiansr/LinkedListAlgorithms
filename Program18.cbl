000300*    DATE       INIT DESCRIPTION
000310*    -------    ---- ------------------------------------------
000320*    2026-09-01 SRJ  ORIGINAL PROGRAM - SWEEP HISTORY REPORT
000323*    2026-10-15 SRJ  NEW REINSTATED COLUMN - 'YES' ONCE
000326*                    ListReinstate HAS PUT THE CELL BACK.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000960     05  FILLER PIC X(08) VALUE 'EFF DATE'.
000970     05  FILLER PIC X(02) VALUE SPACES.
000980     05  FILLER PIC X(06) VALUE 'STATUS'.
000990     05  FILLER PIC X(02) VALUE SPACES.
000993     05  FILLER PIC X(10) VALUE 'REINSTATED'.
000996     05  FILLER PIC X(21) VALUE SPACES.
001000 01  WS-DETAIL-LINE.
001010     05  HR-ITEM-KEY PIC X(20).
001020     05  FILLER PIC X(02) VALUE SPACES.
001130     05  HR-EFF-DATE PIC X(08).
001140     05  FILLER PIC X(02) VALUE SPACES.
001150     05  HR-STATUS-CODE PIC X(06).
001160     05  FILLER PIC X(02) VALUE SPACES.
001163     05  HR-REINSTATED PIC X(10).
001166     05  FILLER PIC X(21) VALUE SPACES.
001170 01  WS-TOTAL-LINE.
001180     05  FILLER PIC X(17) VALUE 'RECORDS PRINTED: '.
001190     05  HR-MATCH-COUNT PIC ZZZZZZZZ9.
002310         MOVE SPACES TO HR-EFF-DATE
002320         MOVE SPACES TO HR-STATUS-CODE
002330     END-IF.
002331     IF HX-REINSTATED
002332         MOVE 'YES' TO HR-REINSTATED
002333     ELSE
002334         MOVE SPACES TO HR-REINSTATED
002335     END-IF.
002340     MOVE WS-DETAIL-LINE TO PRT-LINE.
002350     WRITE PRT-LINE.
002360 3100-EXIT.
