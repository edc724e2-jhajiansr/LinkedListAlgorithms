000410*    FOLLOWS. EVERY APPLIED UPDATE WRITES THE SAME AUDITFILE
000420*    RECORD THE BATCH UPDATES WRITE, VIA THE EXTRAPARTITION
000430*    TRANSIENT DATA QUEUE 'AUDT' THE DCT MAPS TO AUDITFILE.
000431*
000432*    A RELEASE OR QUANTITY CHANGE PUTS STOCK BACK INTO PLAY, SO
000433*    BOTH ARE REFUSED WHEN THE CELL'S ITEM KEY IS NOT ON THE
000434*    ITEM MASTER (ITEMFILE) OR IS DISCONTINUED - THE SAME RULE
000435*    THE BATCH PROGRAMS APPLY WHEN A CELL IS ADDED. HOLD AND
000436*    CANCEL ARE STILL ALLOWED, SO A CELL FOR A DEAD ITEM CAN
000437*    ALWAYS BE TAKEN OUT OF PLAY.
000438*
000439*    EVERY APPLIED UPDATE ALSO LOGS THE CELL'S AFTER IMAGE TO
000440*    CHGLOG, THE CHANGE LOG ListRecover (PROGRAM45) REPLAYS OVER
000441*    AN IMAGE COPY, THROUGH THE EXTRAPARTITION QUEUE 'CHGL' - AS
000442*    A RUN OF ONE CHANGE UNDER THIS TASK'S NUMBER, THE SAME
000443*    RECORD THE BATCH UPDATE PROGRAMS APPEND.
000444*
000450*    WHO MAY RUN THIS TRANSACTION IS ATTACH-TIME TRANSACTION
000460*    SECURITY ON TRANSID LUPD - THE PROGRAM ITSELF TRUSTS THAT
000470*    CICS ONLY STARTS IT FOR AUTHORIZED OPERATORS.
000490*    CICS RESOURCES: PROGRAM PROGRAM23 (PPT), TRANSID LUPD
000500*    (PCT), FILE LISTFILE (FCT, VSAM KSDS, KEYLEN 25, FULL KEY
000510*    LR-LIST-ID + LR-LIST-INDEX, UPDATE), TDQUEUE AUDT (DCT,
000520*    EXTRAPARTITION, MAPPED TO AUDITFILE, LRECL 144), FILE
000525*    ITEMFILE (FCT, VSAM KSDS, KEYLEN 20, MI-ITEM-KEY, READ),
000526*    TDQUEUE CHGL (DCT, EXTRAPARTITION, MAPPED TO CHGLOG, LRECL
000527*    180), FILE STATIDX (FCT, VSAM KSDS, KEYLEN 25, PRIME KEY
000528*    SX-CELL-KEY, UPDATE).
000530*
000540*    MAINTENANCE HISTORY
000550*    DATE       INIT DESCRIPTION
000560*    -------    ---- ------------------------------------------
000570*    2026-09-01 SRJ  ORIGINAL PROGRAM - ONLINE LIST UPDATE
000572*    2026-10-15 SRJ  RELEASE AND QUANTITY CHANGES ARE NOW REFUSED
000574*                    FOR AN ITEM KEY THAT IS NOT ON THE ITEM
000576*                    MASTER OR IS DISCONTINUED, EACH WITH ITS OWN
000578*                    MESSAGE. ADDED FILE ITEMFILE TO THE FCT.
000579*    2026-10-15 SRJ  EVERY APPLIED UPDATE NOW LOGS THE CELL'S
000580*                    AFTER IMAGE TO CHGLOG THROUGH THE NEW
000581*                    EXTRAPARTITION QUEUE 'CHGL', SO ListRecover
000582*                    (PROGRAM45) CAN ROLL A LOST LISTFILE FORWARD
000583*                    PAST ONLINE WORK. ADDED TDQUEUE CHGL TO THE
000584*                    DCT.
000585*    2026-10-15 SRJ  EVERY APPLIED UPDATE NOW REPLACES THE CELL'S
000586*                    ENTRY IN STATIDX, THE STATUS AND EFFECTIVE-
000587*                    DATE INDEX, SO A HOLD, RELEASE OR CANCEL
000588*                    MOVES THE CELL TO ITS NEW STATUS AT ONCE.
000589*                    ADDED FILE STATIDX TO THE FCT.
000590******************************************************************
000591 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 DATA DIVISION.
000620 WORKING-STORAGE SECTION.
000630******************************************************************
000640*    LIST, AUDIT, ITEM, CHANGE-LOG AND STATUS-INDEX RECORD
000650*    WORKING STORAGE - THERE IS NO FILE SECTION IN A CICS
000660*    PROGRAM, SO THE LISTREC, AUDITREC, ITEMREC, CHGREC AND
000670*    SIDXREC LAYOUTS LIVE HERE; READ/REWRITE AND WRITEQ TD FILL
000675*    AND DRAIN THEM.
000680******************************************************************
000690 COPY LISTREC.
000700 COPY AUDITREC.
000705 COPY ITEMREC.
000707 COPY CHGREC.
000708 COPY SIDXREC.
000710******************************************************************
000720*    TERMINAL INPUT/OUTPUT WORKING STORAGE
000730******************************************************************
001150 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001160 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
001170 01  WS-OLD-STATUS PIC X(01) VALUE SPACE.
001171******************************************************************
001172*    ITEM MASTER CHECK WORKING STORAGE
001173******************************************************************
001174 01  WS-ITEM-MASTER-SWITCH PIC X(01) VALUE 'N'.
001175     88  WS-ITEM-ON-MASTER          VALUE 'A'.
001176     88  WS-ITEM-NOT-ON-MASTER      VALUE 'N'.
001177     88  WS-ITEM-DISCONTINUED       VALUE 'D'.
001180******************************************************************
001190*    COMMAREA IMAGE - ONE BYTE MARKING THAT THE BANNER HAS
001200*    BEEN SHOWN, SO THE NEXT ENTRY IS TREATED AS INPUT.
001830         END-IF
001840         MOVE IN-NEW-QUANTITY TO WS-NEW-QUANTITY-X
001850     END-IF.
001851     IF IN-ACTION-RELEASE OR IN-ACTION-QUANTITY
001852         PERFORM 3500-CHECK-ITEM-MASTER THRU 3500-EXIT
001853         IF WS-ITEM-NOT-ON-MASTER
001854             STRING 'ITEM ' IN-ITEM-KEY ' NOT ON ITEM MASTER'
001855                 ' - NOT UPDATED'
001856                 DELIMITED BY SIZE INTO WS-SCREEN-LINE(1)
001857             PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
001858             GO TO 2000-EXIT
001859         END-IF
001860         IF WS-ITEM-DISCONTINUED
001861             STRING 'ITEM ' IN-ITEM-KEY ' IS DISCONTINUED'
001862                 ' - NOT UPDATED'
001863                 DELIMITED BY SIZE INTO WS-SCREEN-LINE(1)
001864             PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
001865             GO TO 2000-EXIT
001866         END-IF
001867     END-IF.
001868     PERFORM 3000-CHECK-IN-USE-MARKER THRU 3000-EXIT.
001870     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
001880         MOVE 'LIST IS IN USE BY A BATCH JOB - TRY AGAIN LATER'
001890             TO WS-SCREEN-LINE(1)
002170     END-EXEC.
002180 3000-EXIT.
002190     EXIT.
002191******************************************************************
002192*    3500-CHECK-ITEM-MASTER - LOOK THE ITEM KEY UP ON ITEMFILE.
002193*    THE SWITCH COMES BACK 'A' FOR AN ACTIVE ITEM, 'D' FOR A
002194*    DISCONTINUED ONE AND 'N' WHEN THE KEY IS NOT ON THE
002195*    MASTER OR THE READ FAILS.
002196******************************************************************
002197 3500-CHECK-ITEM-MASTER.
002198     MOVE 'N' TO WS-ITEM-MASTER-SWITCH.
002199     MOVE IN-ITEM-KEY TO MI-ITEM-KEY.
002200     EXEC CICS READ
002201         FILE('ITEMFILE')
002202         INTO(ITEM-MASTER-RECORD)
002203         RIDFLD(MI-ITEM-KEY)
002204         RESP(WS-RESP)
002205     END-EXEC.
002206     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002207         GO TO 3500-EXIT
002208     END-IF.
002209     IF MI-ITEM-DISCONTINUED
002210         MOVE 'D' TO WS-ITEM-MASTER-SWITCH
002211     ELSE
002212         MOVE 'A' TO WS-ITEM-MASTER-SWITCH
002213     END-IF.
002214 3500-EXIT.
002215     EXIT.
002216******************************************************************
002217*    4000-FIND-CELL-INDEX - BROWSE THE LIST'S CELLS FOR THE
002220*    ITEM KEY AND REMEMBER THE MATCHED CELL'S LR-LIST-INDEX -
002230*    THE KEYED READ FOR UPDATE NEEDS IT.
002240******************************************************************
003360         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
003370         GO TO 5000-EXIT
003380     END-IF.
003385     PERFORM 7100-WRITE-CHANGE-LOG THRU 7100-EXIT.
003387     PERFORM 7200-UPDATE-STATUS-INDEX THRU 7200-EXIT.
003390     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
003400     STRING 'ITEM ' IN-ITEM-KEY ' ON LIST ' IN-LIST-ID
003410         DELIMITED BY SIZE INTO WS-SCREEN-LINE(1).
003790     END-EXEC.
003800 7000-EXIT.
003810     EXIT.
003811******************************************************************
003812*    7100-WRITE-CHANGE-LOG - LOG THE REWRITTEN CELL'S AFTER IMAGE
003813*    TO CHGLOG THROUGH THE EXTRAPARTITION TRANSIENT DATA QUEUE
003814*    'CHGL' THE DCT MAPS TO IT - THE SAME RECORD THE BATCH UPDATES
003815*    APPEND. AN ONLINE UPDATE IS A RUN OF ONE CHANGE, NAMED BY
003816*    THIS TASK'S NUMBER, SO ITS END-OF-RUN RECORD FOLLOWS AT ONCE.
003817******************************************************************
003818 7100-WRITE-CHANGE-LOG.
003819     MOVE SPACES TO CHANGE-LOG-RECORD.
003820     MOVE 'W' TO CG-RECORD-TYPE.
003821     MOVE 'PROGRAM23' TO CG-PROGRAM.
003822     ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
003823     ACCEPT CG-RUN-TIME FROM TIME.
003824     MOVE EIBTASKN TO CG-RUN-TASK.
003825     MOVE 1 TO CG-RUN-SEQ.
003826     MOVE CG-RUN-DATE TO CG-LOG-DATE.
003827     MOVE CG-RUN-TIME TO CG-LOG-TIME.
003828     MOVE LIST-RECORD TO CG-AFTER-IMAGE.
003829     EXEC CICS WRITEQ TD
003830         QUEUE('CHGL')
003831         FROM(CHANGE-LOG-RECORD)
003832         LENGTH(180)
003833         RESP(WS-RESP)
003834     END-EXEC.
003835     MOVE 'E' TO CG-RECORD-TYPE.
003836     MOVE SPACES TO CG-AFTER-IMAGE.
003837     EXEC CICS WRITEQ TD
003838         QUEUE('CHGL')
003839         FROM(CHANGE-LOG-RECORD)
003840         LENGTH(180)
003841         RESP(WS-RESP)
003842     END-EXEC.
003843 7100-EXIT.
003844     EXIT.
003845******************************************************************
003846*    7200-UPDATE-STATUS-INDEX - REPLACE THE REWRITTEN CELL'S
003847*    STATIDX ENTRY WITH ITS NEW STATUS, DATE AND QUANTITY. THE
003848*    ENTRY IS NORMALLY THERE ALREADY; IF IT IS NOT - THE INDEX
003849*    PREDATES THE CELL OR WAS NEVER BUILT FOR IT - IT IS ADDED.
003850*    A FAILURE HERE DOES NOT UNDO THE UPDATE: THE CELL AND ITS
003851*    CHANGE-LOG RECORD STAND, AND StatIdxBuild (PROGRAM46)
003852*    CATCHES THE INDEX UP.
003853******************************************************************
003854 7200-UPDATE-STATUS-INDEX.
003855     MOVE SPACES TO STATUS-INDEX-RECORD.
003856     MOVE LR-LIST-ID TO SX-LIST-ID.
003857     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
003858     EXEC CICS READ
003859         FILE('STATIDX')
003860         INTO(STATUS-INDEX-RECORD)
003861         RIDFLD(SX-CELL-KEY)
003862         UPDATE
003863         RESP(WS-RESP)
003864     END-EXEC.
003865     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
003866     MOVE LR-EFF-DATE TO SX-EFF-DATE.
003867     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
003868     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
003869     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
003870     MOVE LR-QUANTITY TO SX-QUANTITY.
003871     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
003872         EXEC CICS REWRITE
003873             FILE('STATIDX')
003874             FROM(STATUS-INDEX-RECORD)
003875             RESP(WS-RESP)
003876         END-EXEC
003877         GO TO 7200-EXIT
003878     END-IF.
003879     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
003880         EXEC CICS WRITE
003881             FILE('STATIDX')
003882             FROM(STATUS-INDEX-RECORD)
003883             RIDFLD(SX-CELL-KEY)
003884             RESP(WS-RESP)
003885         END-EXEC
003886     END-IF.
003887 7200-EXIT.
003888     EXIT.
003889******************************************************************
003890*    8000-SEND-BANNER - FIRST INTERACTION: TELL THE OPERATOR
003891*    WHAT TO TYPE.
003892******************************************************************
003893 8000-SEND-BANNER.
003894     MOVE SPACES TO WS-SCREEN.
003895     MOVE 'LIST UPDATE' TO WS-SCREEN-LINE(1).
003896     MOVE 'ENTER: LUPD LISTID (COLS 1-20 AFTER TRANSID),'
003900         TO WS-SCREEN-LINE(3).
003910     MOVE 'ITEM KEY (COLS 21-40), ACTION (COL 41):'
003920         TO WS-SCREEN-LINE(4).
