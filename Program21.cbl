000467*                    SUMMARY DOES), THE EXCESS ACTIVITY IS NOT
000468*                    TALLIED, AND THE RUN ENDS RC 8 - AN
000469*                    INCOMPLETE RECONCILIATION MUST NOT PASS.
000470*    2026-10-15 SRJ  NET ListXfer ACTIVITY - XFER-IN ACCEPTED
000471*                    PLUS ONE, XFER-OUT TRANSFERRED MINUS ONE.
000472*    2026-10-15 SRJ  NET ListReinstate ACTIVITY - REINSTATE
000473*                    ACCEPTED PLUS ONE.
000474******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
002320*    RECORD INSIDE THE DATE RANGE IS NETTED INTO ITS LIST'S
002330*    ROW: ACCEPTED BUILDS, ADDS AND IMPORTS COUNT PLUS ONE,
002340*    APPLIED DELETES MINUS ONE, AND MERGE/LOAD/SWEEP/DROP
002350*    EVENTS RESET THE BASELINE. A TRANSFER IN COUNTS AS AN
002353*    ADD AND A WHOLE-CELL TRANSFER OUT AS A DELETE; A PARTIAL
002356*    TRANSFER OUT LEAVES THE CELL WHERE IT WAS. A CELL
002358*    REINSTATED FROM HISTORY COUNTS AS AN ADD.
002360******************************************************************
002370 3000-NET-AUDIT-ACTIVITY.
002380     PERFORM 3100-NET-ONE-RECORD THRU 3100-EXIT
002510     END-IF.
002530     IF (AU-ACTION IS EQUAL TO 'BUILD'
002540         OR AU-ACTION IS EQUAL TO 'ADD'
002550         OR AU-ACTION IS EQUAL TO 'IMPORT'
002555         OR AU-ACTION IS EQUAL TO 'XFER-IN'
002557         OR AU-ACTION IS EQUAL TO 'REINSTATE')
002560         AND AU-OUTCOME IS EQUAL TO 'ACCEPTED'
002570         PERFORM 4000-FIND-OR-ADD-ROW THRU 4000-EXIT
002575         IF WS-ROW-AVAIL
002585         END-IF
002590         GO TO 3100-EXIT
002600     END-IF.
002610     IF (AU-ACTION IS EQUAL TO 'DELETE'
002620             AND AU-OUTCOME IS EQUAL TO 'DELETED')
002623         OR (AU-ACTION IS EQUAL TO 'XFER-OUT'
002626             AND AU-OUTCOME IS EQUAL TO 'TRANSFERRED')
002630         PERFORM 4000-FIND-OR-ADD-ROW THRU 4000-EXIT
002635         IF WS-ROW-AVAIL
002640             SUBTRACT 1 FROM RC-NET(WS-MATCH-ROW)
