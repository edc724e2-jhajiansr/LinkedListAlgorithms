000381*                    APPLIED / MATCHED / NOT FOUND WITH CONTROL
000382*                    TOTALS FOR EACH. APPLY MODE FORCES THE
000383*                    EXACT ITEM-KEY MATCH.
000384*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000385*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000386*                    AFTER-IMAGE CHANGE LOG ListRecover
000387*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000388*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000389*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000390*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000391*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000392*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000393*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000394*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000395*                    WITH LISTFILE.
000396******************************************************************
000397 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000559         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS XR-XREF-KEY
000561         FILE STATUS IS WS-XREFFILE-STATUS.
000562     SELECT CHGLOG ASSIGN TO "CHGLOG"
000563         ORGANIZATION IS LINE SEQUENTIAL
000564         FILE STATUS IS WS-CHGLOG-STATUS.
000565     SELECT STATIDX ASSIGN TO "STATIDX"
000566         ORGANIZATION IS INDEXED
000567         ACCESS MODE IS DYNAMIC
000568         RECORD KEY IS SX-CELL-KEY
000569         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000570         FILE STATUS IS WS-STATIDX-STATUS.
000571 DATA DIVISION.
000572 FILE SECTION.
000580 FD  LISTFILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 120 CHARACTERS.
000740     LABEL RECORDS ARE STANDARD
000741     RECORD CONTAINS 50 CHARACTERS.
000742 COPY XREFREC.
000743 FD  CHGLOG
000744     LABEL RECORDS ARE STANDARD
000745     RECORD CONTAINS 180 CHARACTERS.
000746 COPY CHGREC.
000747 FD  STATIDX
000748     LABEL RECORDS ARE STANDARD
000749     RECORD CONTAINS 100 CHARACTERS.
000750 COPY SIDXREC.
000751 WORKING-STORAGE SECTION.
000752******************************************************************
000760*    LIST TABLE WORKING STORAGE - THE SAME TOP_LIST STRUCTURE
000770*    PROGRAM1 BUILDS AND PASSES TO FINDCELL.
000780******************************************************************
001440     05  RS-MISS-COUNT PIC ZZZZZZZZ9.
001450     05  FILLER PIC X(45) VALUE SPACES.
001460 01  WS-TARGET-COUNT PIC S9(9) VALUE ZERO.
001461******************************************************************
001462*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
001463*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
001464******************************************************************
001465 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001466     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001467 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
001468     88  WS-CHGLOG-OPEN             VALUE 'Y'.
001469 01  WS-CHG-RUN-ID.
001470     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM12'.
001471     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
001472     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
001473     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
001474 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
001475 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
001476******************************************************************
001477*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
001478*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
001479******************************************************************
001480 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
001481     88  WS-STATIDX-OK              VALUE '00'.
001482     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
001483 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
001484     88  WS-STATIDX-OPEN            VALUE 'Y'.
001485 LINKAGE SECTION.
001486 PROCEDURE DIVISION.
001490******************************************************************
001500*    0000-MAINLINE
001510******************************************************************
003152         CLOSE XREFFILE
003153         OPEN I-O XREFFILE
003154     END-IF.
003155     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
003156 1600-EXIT.
003157     EXIT.
003158******************************************************************
003159*    6000-APPLY-ONE-MATCH - THE TARGET MATCHED EXACTLY: CLOSE
003160*    THE CELL PER THE CONTROL CARD. DELETE MODE UNLINKS THE
003161*    CELL AND CLOSES THE GAP, THE SAME REMOVAL PROGRAM1'S
003162*    6000-DELETE-NODE PERFORMS; CANCEL MODE SETS THE STATUS
003163*    CODE TO 'C' IN PLACE. A CELL ALREADY CANCELLED, OR A
003164*    LEGACY FREE-TEXT CELL CANCEL MODE CANNOT MARK, REPORTS
003165*    MATCHED-REPORT-ONLY AND IS LEFT ALONE. THE FIRST APPLIED
003166*    CHANGE SNAPSHOTS THE LIST'S PERSISTED CELLS TO RECVFILE
003167*    FIRST, SO ListRestore CAN PUT THE LIST BACK.
003168******************************************************************
003169 6000-APPLY-ONE-MATCH.
003170     IF WS-APPLY-CANCEL
003171         MOVE TOP_DATA(WS-FOUND-INDEX) TO WS-CELL-FIELDS
003172         IF WS-CF-QUANTITY IS NOT NUMERIC
003173             OR WS-CF-STATUS IS EQUAL TO 'C'
003174             MOVE 'MATCHED' TO RS-RESULT
003175             MOVE WS-FOUND-INDEX TO RS-POSITION
003176             ADD 1 TO WS-HIT-COUNT
003177             GO TO 6000-EXIT
003178         END-IF
003179     END-IF.
003180     PERFORM 6500-SNAPSHOT-PRIOR-LIST THRU 6500-EXIT.
003181     IF WS-APPLY-DELETE
003182         FREE TOP_NEXT(WS-FOUND-INDEX)
003183         PERFORM 6100-SHIFT-CELLS-DOWN THRU 6100-EXIT
003184             VARYING WS-INDEX FROM WS-FOUND-INDEX BY 1
003185             UNTIL WS-INDEX IS GREATER THAN OR EQUAL TO
003186                 INPUTNUM_SAVE
003187         SUBTRACT 1 FROM INPUTNUM_SAVE
003188         MOVE 'DELETE' TO AU-ACTION
003189         MOVE 'DELETED' TO AU-OUTCOME
003190     ELSE
003191         MOVE 'C' TO WS-CF-STATUS
003192         MOVE WS-CELL-FIELDS TO TOP_DATA(WS-FOUND-INDEX)
003193         MOVE 'CANCEL' TO AU-ACTION
003194         MOVE 'CANCELLED' TO AU-OUTCOME
003195     END-IF.
003196     MOVE 'Y' TO WS-LIST-DIRTY-SWITCH.
003197     MOVE 'APPLIED' TO RS-RESULT.
003198     MOVE WS-FOUND-INDEX TO RS-POSITION.
003199     ADD 1 TO WS-APPLIED-COUNT.
003200     MOVE TARGET_DATA TO AU-VALUE.
003201     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
003202 6000-EXIT.
003203     EXIT.
003204 6100-SHIFT-CELLS-DOWN.
003205     ADD 1 TO WS-INDEX GIVING WS-SHIFT-SOURCE.
003206     MOVE TOP_DATA(WS-SHIFT-SOURCE) TO TOP_DATA(WS-INDEX).
003207     MOVE TOP_NEXT(WS-SHIFT-SOURCE) TO TOP_NEXT(WS-INDEX).
003208 6100-EXIT.
003209     EXIT.
003210******************************************************************
003211*    6500-SNAPSHOT-PRIOR-LIST - BEFORE THE FIRST APPLIED CHANGE
003212*    TOUCHES THE LIST, APPEND ITS CELLS AS CURRENTLY PERSISTED
003213*    ON LISTFILE TO RECVFILE UNDER ONE RUN STAMP, THE SAME
003214*    PRE-UPDATE SNAPSHOT PROGRAM1 TAKES BEFORE A DELETE, SO
003215*    "ListRestore" CAN PUT THE LIST BACK IF THE TARGET DECK
003216*    TURNS OUT TO HAVE BEEN THE WRONG FILE. TAKEN ONCE PER RUN.
003217******************************************************************
003218 6500-SNAPSHOT-PRIOR-LIST.
003219     IF WS-SNAP-DONE
003220         GO TO 6500-EXIT
003221     END-IF.
003222     MOVE 'Y' TO WS-SNAP-DONE-SWITCH.
003223     OPEN EXTEND RECVFILE.
003224     IF WS-RECVFILE-NOT-FOUND
003225         OPEN OUTPUT RECVFILE
003226         CLOSE RECVFILE
003227         OPEN EXTEND RECVFILE
003228     END-IF.
003229     OPEN INPUT LISTFILE.
003230     IF WS-LISTFILE-NOT-FOUND
003231         CLOSE RECVFILE
003232         GO TO 6500-EXIT
003233     END-IF.
003234     ACCEPT WS-CURRENT-DATE FROM DATE.
003235     ACCEPT WS-CURRENT-TIME FROM TIME.
003236     MOVE ZERO TO WS-SNAP-COUNT.
003237     MOVE 'N' TO WS-SNAP-EOF-SWITCH.
003238     MOVE WS-LIST-ID TO LR-LIST-ID.
003239     MOVE ZERO TO LR-LIST-INDEX.
003240     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
003241         INVALID KEY MOVE 'Y' TO WS-SNAP-EOF-SWITCH
003242     END-START.
003243     PERFORM 6600-SNAPSHOT-ONE-CELL THRU 6600-EXIT
003244         UNTIL WS-SNAP-EOF.
003245     CLOSE LISTFILE.
003246     CLOSE RECVFILE.
003247     DISPLAY "SNAPSHOT OF LIST " WS-LIST-ID " TAKEN - "
003248         WS-SNAP-COUNT " CELLS".
003249 6500-EXIT.
003250     EXIT.
003251 6600-SNAPSHOT-ONE-CELL.
003252     READ LISTFILE NEXT RECORD
003253         AT END
003254             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
003255             GO TO 6600-EXIT
003256     END-READ.
003257     IF LR-LIST-ID NOT EQUAL WS-LIST-ID
003258         MOVE 'Y' TO WS-SNAP-EOF-SWITCH
003259         GO TO 6600-EXIT
003260     END-IF.
003261     IF LR-LIST-INDEX IS EQUAL TO ZERO
003262         GO TO 6600-EXIT
003263     END-IF.
003264     MOVE SPACES TO RECOVERY-RECORD.
003265     MOVE WS-LIST-ID TO RV-LIST-ID.
003266     MOVE WS-CURRENT-DATE TO RV-RUN-DATE.
003267     MOVE WS-CURRENT-TIME TO RV-RUN-TIME.
003268     MOVE LR-LIST-INDEX TO RV-CELL-INDEX.
003269     MOVE LR-LIST-DATA TO RV-CELL-DATA.
003270     WRITE RECOVERY-RECORD.
003271     ADD 1 TO WS-SNAP-COUNT.
003272 6600-EXIT.
003273     EXIT.
003274******************************************************************
003275*    4000-SAVE-LIST-TO-FILE - WRITE TOP_LIST BACK OUT UNDER
003276*    WS-LIST-ID, RENUMBERED AND RE-LINKED, AND PURGE ANY
003277*    RECORDS DELETES LEFT ABOVE THE NEW COUNT - THE SAME SAVE
003278*    THE OTHER UPDATERS PERFORM. ONLY RUNS WHEN AN APPLIED
003279*    CHANGE ACTUALLY DIRTIED THE LIST.
003280******************************************************************
003281 4000-SAVE-LIST-TO-FILE.
003282     OPEN I-O LISTFILE.
003283     IF WS-LISTFILE-NOT-FOUND
003284         OPEN OUTPUT LISTFILE
003285         CLOSE LISTFILE
003286         OPEN I-O LISTFILE
003287     END-IF.
003288     MOVE 1 TO WS-INDEX.
003289     PERFORM 4100-SAVE-ONE-RECORD THRU 4100-EXIT
003290         UNTIL WS-INDEX IS GREATER THAN INPUTNUM_SAVE.
003291     IF INPUTNUM_SAVE IS LESS THAN WS-PERSISTED-HIGH
003292         PERFORM 4200-PURGE-EXCESS-RECORDS THRU 4200-EXIT
003293     END-IF.
003294     CLOSE LISTFILE.
003295     DISPLAY "LIST " WS-LIST-ID " SAVED WITH " INPUTNUM_SAVE
003296         " CELLS AFTER APPLIED CHANGES".
003297 4000-EXIT.
003298     EXIT.
003299 4100-SAVE-ONE-RECORD.
003300     MOVE WS-LIST-ID TO LR-LIST-ID.
003301     MOVE WS-INDEX TO LR-LIST-INDEX.
003302     MOVE TOP_DATA(WS-INDEX) TO LR-LIST-DATA.
003303     MOVE INPUTNUM_SAVE TO LR-LIST-COUNT.
003304     IF WS-INDEX IS EQUAL TO INPUTNUM_SAVE
003305         MOVE ZERO TO LR-LIST-NEXT-INDEX
003306     ELSE
003307         ADD 1 TO WS-INDEX GIVING LR-LIST-NEXT-INDEX
003308     END-IF.
003309     IF WS-INDEX IS EQUAL TO 1
003310         MOVE ZERO TO LR-LIST-PREV-INDEX
003311     ELSE
003312         SUBTRACT 1 FROM WS-INDEX GIVING LR-LIST-PREV-INDEX
003313     END-IF.
003314     WRITE LIST-RECORD
003315         INVALID KEY REWRITE LIST-RECORD
003316     END-WRITE.
003317     MOVE 'W' TO WS-CHG-OPERATION.
003318     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
003319     ADD 1 TO WS-INDEX.
003320 4100-EXIT.
003321     EXIT.
003322 4200-PURGE-EXCESS-RECORDS.
003323     ADD 1 TO INPUTNUM_SAVE GIVING WS-PURGE-INDEX.
003324     PERFORM 4210-DELETE-ONE-RECORD THRU 4210-EXIT
003325         VARYING WS-PURGE-INDEX FROM WS-PURGE-INDEX BY 1
003326         UNTIL WS-PURGE-INDEX IS GREATER THAN WS-PERSISTED-HIGH.
003327 4200-EXIT.
003328     EXIT.
003329 4210-DELETE-ONE-RECORD.
003330     MOVE WS-LIST-ID TO LR-LIST-ID.
003331     MOVE WS-PURGE-INDEX TO LR-LIST-INDEX.
003332     DELETE LISTFILE
003333         INVALID KEY CONTINUE
003334     END-DELETE.
003335     MOVE 'D' TO WS-CHG-OPERATION.
003336     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
003337 4210-EXIT.
003338     EXIT.
003339******************************************************************
003340*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
003341*    RECORD, THE SAME RECORD THE BATCH UPDATES WRITE. THE
003342*    CALLER MOVES AU-ACTION, AU-VALUE AND AU-OUTCOME FIRST.
003343******************************************************************
003344 7000-WRITE-AUDIT-RECORD.
003345     ACCEPT WS-CURRENT-DATE FROM DATE.
003346     ACCEPT WS-CURRENT-TIME FROM TIME.
003347     MOVE WS-CURRENT-DATE TO AU-DATE.
003348     MOVE WS-CURRENT-TIME TO AU-TIME.
003349     MOVE WS-LIST-ID TO AU-LIST-ID.
003350     WRITE AUDIT-RECORD.
003351 7000-EXIT.
003352     EXIT.
003353******************************************************************
003354*    7500-XREF-CLEAR-LIST - DROP THE LIST'S ENTRIES FROM THE
003355*    ITEM-KEY CROSS-REFERENCE RIGHT AFTER THE LOAD, WHILE
003356*    TOP_LIST STILL MIRRORS WHAT IS PERSISTED; 7600 REWRITES
003357*    THE FINAL ENTRIES AT END OF RUN. ONLY APPLY MODE TOUCHES
003358*    THE CROSS-REFERENCE - A REPORT-ONLY LOOKUP CHANGES
003359*    NOTHING.
003360******************************************************************
003361 7500-XREF-CLEAR-LIST.
003362     IF INPUTNUM_SAVE IS GREATER THAN ZERO
003363         PERFORM 7510-XREF-DELETE-ONE THRU 7510-EXIT
003364             VARYING WS-XREF-INDEX FROM 1 BY 1
003365             UNTIL WS-XREF-INDEX IS GREATER THAN INPUTNUM_SAVE
003366     END-IF.
003367 7500-EXIT.
003368     EXIT.
003369 7510-XREF-DELETE-ONE.
003370     MOVE TOP_DATA(WS-XREF-INDEX)(1:20) TO XR-ITEM-KEY.
003371     MOVE WS-LIST-ID TO XR-LIST-ID.
003372     DELETE XREFFILE
003373         INVALID KEY CONTINUE
003374     END-DELETE.
003375 7510-EXIT.
003376     EXIT.
003377 7600-XREF-WRITE-LIST.
003378     IF INPUTNUM_SAVE IS GREATER THAN ZERO
003379         PERFORM 7610-XREF-WRITE-ONE THRU 7610-EXIT
003380             VARYING WS-XREF-INDEX FROM 1 BY 1
003381             UNTIL WS-XREF-INDEX IS GREATER THAN INPUTNUM_SAVE
003382     END-IF.
003383 7600-EXIT.
003384     EXIT.
003385 7610-XREF-WRITE-ONE.
003386     MOVE SPACES TO XREF-RECORD.
003387     MOVE TOP_DATA(WS-XREF-INDEX)(1:20) TO XR-ITEM-KEY.
003388     MOVE WS-LIST-ID TO XR-LIST-ID.
003389     WRITE XREF-RECORD
003390         INVALID KEY CONTINUE
003391     END-WRITE.
003392 7610-EXIT.
003393     EXIT.
003394******************************************************************
003395*    8500-RELEASE-LIST - END OF AN APPLY RUN: DELETE THE
003396*    INDEX-ZERO IN-USE MARKER THIS RUN WROTE AT CLAIM TIME SO
003397*    THE NEXT UPDATE JOB AGAINST THE LIST CAN CLAIM IT.
003398******************************************************************
003399 8500-RELEASE-LIST.
003400     OPEN I-O LISTFILE.
003401     IF WS-LISTFILE-NOT-FOUND
003402         GO TO 8500-EXIT
003403     END-IF.
003404     MOVE WS-LIST-ID TO LR-LIST-ID.
003405     MOVE ZERO TO LR-LIST-INDEX.
003406     DELETE LISTFILE
003407         INVALID KEY CONTINUE
003408     END-DELETE.
003409     CLOSE LISTFILE.
003410 8500-EXIT.
003411     EXIT.
003416******************************************************************
003417*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
003418*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
003419*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
003420*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
003421*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
003422******************************************************************
003423 7900-OPEN-CHANGE-LOG.
003424     OPEN EXTEND CHGLOG.
003425     IF WS-CHGLOG-NOT-FOUND
003426         OPEN OUTPUT CHGLOG
003427         CLOSE CHGLOG
003428         OPEN EXTEND CHGLOG
003429     END-IF.
003430     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
003431     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
003432     ACCEPT WS-CHG-RUN-TIME FROM TIME.
003433     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
003434 7900-EXIT.
003435     EXIT.
003436******************************************************************
003437*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
003438*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
003439*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
003440*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
003441*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
003442*    CATALOG STARTS WITH NO LIST CLAIMED.
003443*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
003444******************************************************************
003445 7910-LOG-CELL-CHANGE.
003446     IF NOT WS-CHGLOG-OPEN
003447         OR NOT WS-LISTFILE-OK
003448         OR LR-LIST-INDEX IS EQUAL TO ZERO
003449         GO TO 7910-EXIT
003450     END-IF.
003451     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
003452     ADD 1 TO WS-CHG-SEQUENCE.
003453     MOVE SPACES TO CHANGE-LOG-RECORD.
003454     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
003455     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
003456     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
003457     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
003458     ACCEPT CG-LOG-TIME FROM TIME.
003459     IF CG-CELL-DELETED
003460         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
003461     ELSE
003462         MOVE LIST-RECORD TO CG-AFTER-IMAGE
003463     END-IF.
003464     WRITE CHANGE-LOG-RECORD.
003465 7910-EXIT.
003466     EXIT.
003467******************************************************************
003468*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
003469*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
003470*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
003471******************************************************************
003472 7920-CLOSE-CHANGE-LOG.
003473     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
003474     IF NOT WS-CHGLOG-OPEN
003475         GO TO 7920-EXIT
003476     END-IF.
003477     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
003478         MOVE SPACES TO CHANGE-LOG-RECORD
003479         MOVE 'E' TO CG-RECORD-TYPE
003480         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
003481         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
003482         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
003483         ACCEPT CG-LOG-TIME FROM TIME
003484         WRITE CHANGE-LOG-RECORD
003485     END-IF.
003486     CLOSE CHGLOG.
003487     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
003488 7920-EXIT.
003489     EXIT.
003490******************************************************************
003491*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
003492*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
003493*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
003494*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
003495*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
003496******************************************************************
003497 7950-OPEN-STATUS-INDEX.
003498     OPEN I-O STATIDX.
003499     IF WS-STATIDX-OK
003500         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
003501     ELSE
003502         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
003503             " MAINTAINED BY THIS RUN"
003504     END-IF.
003505 7950-EXIT.
003506     EXIT.
003507******************************************************************
003508*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
003509*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
003510*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
003511*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
003512*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
003513*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
003514******************************************************************
003515 7960-INDEX-CELL-CHANGE.
003516     IF NOT WS-STATIDX-OPEN
003517         GO TO 7960-EXIT
003518     END-IF.
003519     MOVE SPACES TO STATUS-INDEX-RECORD.
003520     MOVE LR-LIST-ID TO SX-LIST-ID.
003521     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
003522     IF WS-CHG-OPERATION IS EQUAL TO 'D'
003523         OR LR-QUANTITY IS NOT NUMERIC
003524         DELETE STATIDX
003525             INVALID KEY CONTINUE
003526         END-DELETE
003527         GO TO 7960-EXIT
003528     END-IF.
003529     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
003530     MOVE LR-EFF-DATE TO SX-EFF-DATE.
003531     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
003532     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
003533     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
003534     MOVE LR-QUANTITY TO SX-QUANTITY.
003535     WRITE STATUS-INDEX-RECORD
003536         INVALID KEY REWRITE STATUS-INDEX-RECORD
003537     END-WRITE.
003538 7960-EXIT.
003539     EXIT.
003540 7970-CLOSE-STATUS-INDEX.
003541     IF WS-STATIDX-OPEN
003542         CLOSE STATIDX
003543         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
003544     END-IF.
003545 7970-EXIT.
003546     EXIT.
003547******************************************************************
003548*    9000-TERMINATE - CLOSE THE CONTROL, TARGET AND RESULTS
003549*    DATASETS, AND THE APPLY-MODE DATASETS WHEN THEY WERE
003550*    OPENED. LISTFILE WAS ALREADY CLOSED AFTER THE LOAD.
003551******************************************************************
003552 9000-TERMINATE.
003553     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
003554     CLOSE CTL-FILE.
003555     CLOSE TARGFILE.
003556     CLOSE RSLTFILE.
003557     IF WS-APPLY-ACTIVE
003558         CLOSE AUDITFILE
003559         CLOSE XREFFILE
003560     END-IF.
003561 9000-EXIT.
003562     EXIT.
003563 END PROGRAM Program12.
