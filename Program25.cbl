000340*    NUMERIC QUANTITY) HAS NO FIELDS TO SELECT ON - IT IS KEPT
000350*    ONLY WHEN NO STATUS/DATE/QUANTITY CRITERION IS IN EFFECT
000360*    (THE PREFIX CRITERION STILL APPLIES; THE KEY IS REAL).
000361*
000362*    WHEN THE CARD NAMES STATUS CODES THE LIST IS NOT WALKED:
000363*    STATIDX, THE STATUS AND EFFECTIVE-DATE INDEX, IS READ FOR
000364*    EACH CODE FROM THE FROM-DATE UP TO THE TO-DATE, AND ONLY THE
000365*    LIST'S CELLS IT NAMES ARE READ OFF LISTFILE. THEY ARE FILED
000366*    IN LIST-INDEX ORDER AS THEY COME, SO THE EXTRACT IS THE SAME
000367*    EITHER WAY. WITH NO STATIDX THE LIST IS WALKED AS BEFORE.
000370*
000380*    MAINTENANCE HISTORY
000390*    DATE       INIT DESCRIPTION
000400*    -------    ---- ------------------------------------------
000410*    2026-09-01 SRJ  ORIGINAL PROGRAM - CRITERIA EXTRACT
000411*    2026-10-15 SRJ  A SELECTION BY STATUS CODE NOW READS ONLY THE
000412*                    QUALIFYING CELLS, FOUND THROUGH STATIDX ON
000413*                    STATUS AND EFFECTIVE DATE, INSTEAD OF WALKING
000414*                    THE WHOLE LIST. KEPT CELLS ARE BUFFERED WITH
000415*                    THEIR LIST INDEX AND FILED IN INDEX ORDER.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000540     SELECT INTFILE ASSIGN TO "INTFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-INTFILE-STATUS.
000561     SELECT STATIDX ASSIGN TO "STATIDX"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS SX-CELL-KEY
000565         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000566         FILE STATUS IS WS-STATIDX-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  LISTFILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 100 CHARACTERS.
000700 COPY INTFREC.
000702 FD  STATIDX
000704     LABEL RECORDS ARE STANDARD
000706     RECORD CONTAINS 100 CHARACTERS.
000708 COPY SIDXREC.
000710 WORKING-STORAGE SECTION.
000720******************************************************************
000730*    FILE-STATUS AND CONTROL WORKING STORAGE
000810 01  WS-EXTRACT-ABORT-SWITCH PIC X(01) VALUE 'N'.
000820     88  WS-EXTRACT-ABORT           VALUE 'Y'.
000830 01  WS-LIST-ID PIC X(20) VALUE SPACES.
000831 01  WS-LIST-FOUND-SWITCH PIC X(01) VALUE 'N'.
000832     88  WS-LIST-FOUND              VALUE 'Y'.
000833******************************************************************
000834*    STATUS-INDEX WORKING STORAGE - ONE PASS OVER STATIDX PER
000835*    STATUS CODE ON THE CARD.
000836******************************************************************
000837 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
000838     88  WS-STATIDX-OK              VALUE '00'.
000839     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
000840 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
000841     88  WS-STATIDX-OPEN            VALUE 'Y'.
000842 01  WS-STATUS-DONE-SWITCH PIC X(01) VALUE 'N'.
000843     88  WS-STATUS-DONE             VALUE 'Y'.
000844 01  WS-CODE-INDEX PIC S9(9) VALUE ZERO.
000845 01  WS-READ-STATUS PIC X(01) VALUE SPACE.
000846******************************************************************
000850*    SELECTION WORKING STORAGE - THE CRITERIA OFF THE CONTROL
000860*    CARD, EACH WITH ITS IN-EFFECT SWITCH.
000870******************************************************************
001160******************************************************************
001170 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001180 01  WS-KEEP-COUNT PIC S9(9) VALUE ZERO.
001183 01  KEEP-LIST.
001186     05  KEEP-ROW OCCURS 1 TO 10000 TIMES
001189         DEPENDING ON WS-KEEP-COUNT INDEXED BY KEEPINDEX.
001192         10  KEEP-CELL-INDEX PIC 9(05).
001195         10  KEEP-DATA PIC X(80).
001198 01  WS-INSERT-INDEX PIC S9(9) VALUE ZERO.
001201 01  WS-INSERT-FOUND-SWITCH PIC X(01) VALUE 'N'.
001204     88  WS-INSERT-FOUND            VALUE 'Y'.
001207 01  WS-SORT-INDEX PIC S9(9) VALUE ZERO.
001210 01  WS-SHIFT-TARGET PIC S9(9) VALUE ZERO.
001220 01  WS-CELLS-READ PIC S9(9) VALUE ZERO.
001230 01  WS-WRITE-INDEX PIC S9(9) VALUE ZERO.
001240 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001450     GOBACK.
001460******************************************************************
001470*    1000-INITIALIZE - OPEN THE CONTROL, LIST AND INTERCHANGE
001480*    DATASETS, AND STATIDX WHEN IT HAS BEEN BUILT.
001490******************************************************************
001500 1000-INITIALIZE.
001510     OPEN INPUT CTL-FILE.
001520     OPEN INPUT LISTFILE.
001530     OPEN OUTPUT INTFILE.
001532     OPEN INPUT STATIDX.
001534     IF WS-STATIDX-OK
001536         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
001538     END-IF.
001540 1000-EXIT.
001550     EXIT.
001560******************************************************************
002430*    3000-SELECT-CELLS - WALK THE NAMED LIST IN KEY ORDER, THE
002440*    SAME WALK PROGRAM9'S UNLOAD MAKES, AND BUFFER EVERY CELL
002450*    THE SELECTION KEEPS. INDEX-ZERO IN-USE MARKERS ARE
002460*    SKIPPED. A SELECTION BY STATUS GOES THROUGH STATIDX
002465*    INSTEAD (3500) WHENEVER THE INDEX IS THERE.
002470******************************************************************
002480 3000-SELECT-CELLS.
002490     IF WS-LISTFILE-NOT-FOUND
002510         MOVE 'Y' TO WS-EXTRACT-ABORT-SWITCH
002520         GO TO 3000-EXIT
002530     END-IF.
002531     IF WS-STATUS-RULE
002532         AND WS-STATIDX-OPEN
002533         PERFORM 3500-SELECT-BY-STATUS THRU 3500-EXIT
002534         GO TO 3000-EXIT
002535     END-IF.
002536     IF WS-STATUS-RULE
002537         DISPLAY "STATIDX NOT AVAILABLE - READING THE WHOLE LIST"
002538     END-IF.
002540     MOVE WS-LIST-ID TO LR-LIST-ID.
002550     MOVE ZERO TO LR-LIST-INDEX.
002560     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
002840         AND WS-KEEP-COUNT IS LESS THAN WS-MAX-ENTRIES
002850         ADD 1 TO WS-KEEP-COUNT
002860         MOVE LR-LIST-DATA TO KEEP-DATA(WS-KEEP-COUNT)
002865         MOVE LR-LIST-INDEX TO KEEP-CELL-INDEX(WS-KEEP-COUNT)
002870     END-IF.
002880 3100-EXIT.
002890     EXIT.
003320     MOVE 'Y' TO WS-KEEP-SWITCH.
003330 3200-EXIT.
003340     EXIT.
003341******************************************************************
003342*    3500-SELECT-BY-STATUS - CONFIRM THE LIST IS ON FILE, THEN
003343*    READ STATIDX ONCE PER STATUS CODE ON THE CARD. A CODE
003344*    REPEATED ON THE CARD IS READ ONLY ONCE.
003345******************************************************************
003346 3500-SELECT-BY-STATUS.
003347     PERFORM 3600-CHECK-LIST-ON-FILE THRU 3600-EXIT.
003348     IF NOT WS-LIST-FOUND
003349         DISPLAY "LIST " WS-LIST-ID " NOT FOUND - NO EXTRACT"
003350             " PERFORMED"
003351         MOVE 'Y' TO WS-EXTRACT-ABORT-SWITCH
003352         GO TO 3500-EXIT
003353     END-IF.
003354     PERFORM 3510-READ-ONE-STATUS THRU 3510-EXIT
003355         VARYING WS-CODE-INDEX FROM 1 BY 1
003356         UNTIL WS-CODE-INDEX IS GREATER THAN 3.
003357 3500-EXIT.
003358     EXIT.
003359******************************************************************
003360*    3510-READ-ONE-STATUS - START STATIDX'S STATUS KEY AT THIS
003361*    CODE AND THE FROM-DATE (OR THE CODE'S OLDEST ENTRY) AND READ
003362*    FORWARD UNTIL THE CODE CHANGES OR THE DATES PASS THE
003363*    TO-DATE.
003364******************************************************************
003365 3510-READ-ONE-STATUS.
003366     MOVE WS-STATUS-CODES(WS-CODE-INDEX:1) TO WS-READ-STATUS.
003367     IF WS-CODE-INDEX IS GREATER THAN 1
003368         AND WS-READ-STATUS IS EQUAL TO WS-STATUS-CODES(1:1)
003369         GO TO 3510-EXIT
003370     END-IF.
003371     IF WS-CODE-INDEX IS GREATER THAN 2
003372         AND WS-READ-STATUS IS EQUAL TO WS-STATUS-CODES(2:1)
003373         GO TO 3510-EXIT
003374     END-IF.
003375     MOVE LOW-VALUES TO SX-STATUS-KEY.
003376     MOVE WS-READ-STATUS TO SX-STATUS-CODE.
003377     IF WS-FROM-DATE IS GREATER THAN ZERO
003378         MOVE WS-FROM-DATE TO SX-EFF-DATE
003379     END-IF.
003380     MOVE 'N' TO WS-STATUS-DONE-SWITCH.
003381     START STATIDX KEY IS NOT LESS THAN SX-STATUS-KEY
003382         INVALID KEY GO TO 3510-EXIT
003383     END-START.
003384     PERFORM 3520-TAKE-ONE-ENTRY THRU 3520-EXIT
003385         UNTIL WS-STATUS-DONE.
003386 3510-EXIT.
003387     EXIT.
003388******************************************************************
003389*    3520-TAKE-ONE-ENTRY - AN ENTRY FOR THIS LIST NAMES A CELL
003390*    TO READ; THE CELL ITSELF, NOT THE ENTRY, GOES THROUGH THE
003391*    SELECTION, SO EVERY OTHER CRITERION APPLIES AS BEFORE.
003392*    ENTRIES FOR OTHER LISTS ARE PASSED OVER.
003393******************************************************************
003394 3520-TAKE-ONE-ENTRY.
003395     READ STATIDX NEXT RECORD
003396         AT END
003397             MOVE 'Y' TO WS-STATUS-DONE-SWITCH
003398             GO TO 3520-EXIT
003399     END-READ.
003400     IF SX-STATUS-CODE NOT EQUAL WS-READ-STATUS
003401         MOVE 'Y' TO WS-STATUS-DONE-SWITCH
003402         GO TO 3520-EXIT
003403     END-IF.
003404     IF WS-TO-DATE IS GREATER THAN ZERO
003405         AND SX-EFF-DATE IS NUMERIC
003406         AND SX-EFF-DATE IS GREATER THAN WS-TO-DATE
003407         MOVE 'Y' TO WS-STATUS-DONE-SWITCH
003408         GO TO 3520-EXIT
003409     END-IF.
003410     IF SX-STATUS-LIST-ID NOT EQUAL WS-LIST-ID
003411         GO TO 3520-EXIT
003412     END-IF.
003413     MOVE SX-STATUS-LIST-ID TO LR-LIST-ID.
003414     MOVE SX-STATUS-INDEX TO LR-LIST-INDEX.
003415     READ LISTFILE
003416         INVALID KEY GO TO 3520-EXIT
003417     END-READ.
003418     ADD 1 TO WS-CELLS-READ.
003419     PERFORM 3200-APPLY-SELECTION THRU 3200-EXIT.
003420     IF WS-KEEP-CELL
003421         AND WS-KEEP-COUNT IS LESS THAN WS-MAX-ENTRIES
003422         PERFORM 3700-INSERT-BY-INDEX THRU 3700-EXIT
003423     END-IF.
003424 3520-EXIT.
003425     EXIT.
003426******************************************************************
003427*    3600-CHECK-LIST-ON-FILE - THE LIST IS ON FILE WHEN ITS FIRST
003428*    CELL PAST THE IN-USE MARKER IS.
003429******************************************************************
003430 3600-CHECK-LIST-ON-FILE.
003431     MOVE 'N' TO WS-LIST-FOUND-SWITCH.
003432     MOVE WS-LIST-ID TO LR-LIST-ID.
003433     MOVE 1 TO LR-LIST-INDEX.
003434     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
003435         INVALID KEY GO TO 3600-EXIT
003436     END-START.
003437     READ LISTFILE NEXT RECORD
003438         AT END GO TO 3600-EXIT
003439     END-READ.
003440     IF LR-LIST-ID IS EQUAL TO WS-LIST-ID
003441         MOVE 'Y' TO WS-LIST-FOUND-SWITCH
003442     END-IF.
003443 3600-EXIT.
003444     EXIT.
003445******************************************************************
003446*    3700-INSERT-BY-INDEX - STATIDX HANDS THE CELLS OVER IN
003447*    STATUS AND DATE ORDER. FIND THE FIRST KEPT CELL WITH A
003448*    HIGHER LIST INDEX, OPEN A GAP THERE AND DROP THE CELL IN, SO
003449*    THE BUFFER STAYS IN THE LIST'S OWN ORDER - THE SORTED INSERT
003450*    ListTrans PERFORMS FOR AN ADD.
003451******************************************************************
003452 3700-INSERT-BY-INDEX.
003453     ADD 1 TO WS-KEEP-COUNT GIVING WS-INSERT-INDEX.
003454     MOVE 'N' TO WS-INSERT-FOUND-SWITCH.
003455     IF WS-KEEP-COUNT IS GREATER THAN ZERO
003456         PERFORM 3710-TEST-INSERT-CELL THRU 3710-EXIT
003457             VARYING WS-SORT-INDEX FROM 1 BY 1
003458             UNTIL WS-SORT-INDEX IS GREATER THAN WS-KEEP-COUNT
003459                 OR WS-INSERT-FOUND
003460     END-IF.
003461     IF WS-INSERT-INDEX IS NOT GREATER THAN WS-KEEP-COUNT
003462         PERFORM 3720-SHIFT-CELL-UP THRU 3720-EXIT
003463             VARYING WS-SORT-INDEX FROM WS-KEEP-COUNT BY -1
003464             UNTIL WS-SORT-INDEX IS LESS THAN WS-INSERT-INDEX
003465     END-IF.
003466     ADD 1 TO WS-KEEP-COUNT.
003467     MOVE LR-LIST-INDEX TO KEEP-CELL-INDEX(WS-INSERT-INDEX).
003468     MOVE LR-LIST-DATA TO KEEP-DATA(WS-INSERT-INDEX).
003469 3700-EXIT.
003470     EXIT.
003471 3710-TEST-INSERT-CELL.
003472     IF KEEP-CELL-INDEX(WS-SORT-INDEX) IS GREATER THAN
003473         LR-LIST-INDEX
003474         MOVE WS-SORT-INDEX TO WS-INSERT-INDEX
003475         MOVE 'Y' TO WS-INSERT-FOUND-SWITCH
003476     END-IF.
003477 3710-EXIT.
003478     EXIT.
003479 3720-SHIFT-CELL-UP.
003480     ADD 1 TO WS-SORT-INDEX GIVING WS-SHIFT-TARGET.
003481     MOVE KEEP-ROW(WS-SORT-INDEX) TO KEEP-ROW(WS-SHIFT-TARGET).
003482 3720-EXIT.
003483     EXIT.
003484******************************************************************
003485*    4000-WRITE-INTERCHANGE - HEADER (WITH THE SELECTED COUNT
003486*    AND THE SELECTION TEXT), ONE DETAIL PER KEPT CELL
003487*    RENUMBERED 1..N, AND THE BALANCING TRAILER. A SELECTION
003488*    THAT KEPT NOTHING STILL SHIPS A HEADER AND A ZERO TRAILER
003489*    SO THE DOWNSTREAM SYSTEM CAN BALANCE THE EMPTINESS - BUT
003490*    ENDS RC 4 SO THE SCHEDULER SEES IT TOO.
003491******************************************************************
003492 4000-WRITE-INTERCHANGE.
003493     ACCEPT WS-CURRENT-DATE FROM DATE.
003494     ACCEPT WS-CURRENT-TIME FROM TIME.
003495     MOVE SPACES TO INTF-RECORD.
003496     MOVE 'H' TO IR-RECORD-TYPE.
003497     MOVE WS-LIST-ID TO IH-LIST-ID.
003498     MOVE WS-KEEP-COUNT TO IH-LIST-COUNT.
003500     MOVE WS-CURRENT-DATE TO IH-UNLOAD-DATE.
003510     MOVE WS-CURRENT-TIME TO IH-UNLOAD-TIME.
003520     MOVE WS-SELECTION-TEXT TO IH-SELECTION.
003790******************************************************************
003800 9000-TERMINATE.
003810     CLOSE CTL-FILE.
003812     IF WS-STATIDX-OPEN
003814         CLOSE STATIDX
003816     END-IF.
003820     CLOSE INTFILE.
003830     IF NOT WS-LISTFILE-NOT-FOUND
003840         CLOSE LISTFILE
