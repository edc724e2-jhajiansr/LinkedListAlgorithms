000523*                    LISTS DID COMMIT. OPERATIONS: AFTER AN
000524*                    ABEND, CLEAR THE STALE MARKER WITH
000525*                    ListMaint'S UNLOCK CARD BEFORE RERUNNING.
000526*    2026-10-15 SRJ  ADD CARDS NOW CHECK THE ITEM KEY AGAINST
000527*                    ITEMFILE, THE ITEM MASTER: A KEY NOT ON THE
000528*                    MASTER IS REJECTED AS REJECT-NOITEM AND A
000529*                    DISCONTINUED ONE AS REJECT-DISC.
000530*    2026-10-15 SRJ  EACH LIST IS NOW LOOKED UP ON LISTDEF, THE
000531*                    LIST DEFINITION MASTER, WHEN IT IS LOADED. A
000532*                    LIST WITH NO CELLS ON FILE AND NO ACTIVE
000533*                    DEFINITION IS NOT CREATED - ITS ADDS ARE
000534*                    REJECTED AS REJECT-NODEF - AND A DEFINED
000535*                    LIST REJECTS A STATUS ITS DEFINITION DOES
000536*                    NOT ALLOW (REJECT-NOTALLOW) AND ANY ADD
000537*                    BEYOND ITS DEFINED MAXIMUM (REJECT-FULL).
000538*    2026-10-15 SRJ  NEW SIMULATE OPTION - 'Y' IN COLUMN 1 OF THE
000539*                    OPTIONAL TRNCTL CONTROL CARD. THE DECK IS
000540*                    VALIDATED AND APPLIED IN STORAGE AND THE
000541*                    REGISTER PRINTS MARKED AS A SIMULATION,
000542*                    CLOSING WITH A BEFORE/AFTER CELL COUNT AND
000543*                    QUANTITY SUMMARY FOR EVERY LIST THE DECK
000544*                    WOULD CHANGE. LISTFILE, XREFFILE, AUDITFILE,
000545*                    RUNFILE AND JRNLFILE ARE NEVER WRITTEN - THE
000546*                    IN-USE MARKER IS LOOKED FOR BUT NOT SET, AND
000547*                    AN UNRETIRED JOURNAL IS READ SO THE
000548*                    SIMULATION SKIPS THE SAME CARDS THE RESTART
000549*                    WOULD.
000550*    2026-10-15 SRJ  ADD AND DELETE CARDS NOW TAKE AN EFFECTIVE-ON
000551*                    DATE IN COLS 63-70. A CARD DATED AFTER THE
000552*                    RUN DATE IS NOT APPLIED - IT IS QUEUED ON
000553*                    PENDFILE, AUDITED AND JOURNALED AS QUEUED,
000554*                    AND PRINTS ITS PENDING ID. PROGRAM41 RELEASES
000555*                    IT BACK THROUGH THIS PROGRAM ON ITS DATE. A
000556*                    SIMULATION ONLY REPORTS WHAT IT WOULD QUEUE.
000557*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000558*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000559*                    AFTER-IMAGE CHANGE LOG ListRecover
000560*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000561*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000562*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED. A
000563*                    SIMULATION RUN LOGS NOTHING.
000564*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000565*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000566*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000567*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000568*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000569*                    WITH LISTFILE.
000570******************************************************************
000571 ENVIRONMENT DIVISION.
000572 CONFIGURATION SECTION.
000573 INPUT-OUTPUT SECTION.
000574 FILE-CONTROL.
000575     SELECT LISTFILE ASSIGN TO "LISTFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS LR-LIST-KEY
000610         FILE STATUS IS WS-LISTFILE-STATUS.
000611     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000614         RECORD KEY IS MI-ITEM-KEY
000615         FILE STATUS IS WS-ITEMFILE-STATUS.
000616     SELECT LISTDEF ASSIGN TO "LISTDEF"
000617         ORGANIZATION IS INDEXED
000618         ACCESS MODE IS DYNAMIC
000619         RECORD KEY IS LD-LIST-ID
000620         FILE STATUS IS WS-LISTDEF-STATUS.
000621     SELECT TRAN-FILE ASSIGN TO "SYSIN"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000632     SELECT TRNCTL-FILE ASSIGN TO "TRNCTL"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS WS-TRNCTL-STATUS.
000640     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDITFILE-STATUS.
000705     SELECT JRNLFILE ASSIGN TO "JRNLFILE"
000706         ORGANIZATION IS LINE SEQUENTIAL
000707         FILE STATUS IS WS-JRNLFILE-STATUS.
000708     SELECT PENDFILE ASSIGN TO "PENDFILE"
000709         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000711         RECORD KEY IS PN-PEND-KEY
000712         FILE STATUS IS WS-PENDFILE-STATUS.
000713     SELECT CHGLOG ASSIGN TO "CHGLOG"
000714         ORGANIZATION IS LINE SEQUENTIAL
000715         FILE STATUS IS WS-CHGLOG-STATUS.
000716     SELECT STATIDX ASSIGN TO "STATIDX"
000717         ORGANIZATION IS INDEXED
000718         ACCESS MODE IS DYNAMIC
000719         RECORD KEY IS SX-CELL-KEY
000720         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000721         FILE STATUS IS WS-STATIDX-STATUS.
000722 DATA DIVISION.
000723 FILE SECTION.
000724 FD  LISTFILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 120 CHARACTERS.
000750 COPY LISTREC.
000752 FD  ITEMFILE
000754     LABEL RECORDS ARE STANDARD
000756     RECORD CONTAINS 100 CHARACTERS.
000758 COPY ITEMREC.
000759 FD  LISTDEF
000760     LABEL RECORDS ARE STANDARD
000761     RECORD CONTAINS 120 CHARACTERS.
000762 COPY LSTDEF.
000763 FD  TRAN-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY TRANREC.
000792 FD  TRNCTL-FILE
000794     LABEL RECORDS ARE STANDARD
000796     RECORD CONTAINS 80 CHARACTERS.
000798 COPY TRNCTL.
000800 FD  AUDITFILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 144 CHARACTERS.
000884     LABEL RECORDS ARE STANDARD
000885     RECORD CONTAINS 80 CHARACTERS.
000886 COPY JRNLREC.
000887 FD  PENDFILE
000888     LABEL RECORDS ARE STANDARD
000889     RECORD CONTAINS 220 CHARACTERS.
000890 COPY PENDREC.
000891 FD  CHGLOG
000892     LABEL RECORDS ARE STANDARD
000893     RECORD CONTAINS 180 CHARACTERS.
000894 COPY CHGREC.
000895 FD  STATIDX
000896     LABEL RECORDS ARE STANDARD
000897     RECORD CONTAINS 100 CHARACTERS.
000898 COPY SIDXREC.
000899 WORKING-STORAGE SECTION.
000900******************************************************************
000901*    LIST TABLE WORKING STORAGE - THE SAME TOP_LIST STRUCTURE
000910*    PROGRAM1 BUILDS AND PASSES TO FINDCELL, HOLDING WHICHEVER
000920*    LIST THE CURRENT TRANSACTION CARD NAMES.
000930******************************************************************
001470 01  WS-INSERT-INDEX PIC S9(9) VALUE ZERO.
001480 01  WS-INSERT-FOUND-SWITCH PIC X(01) VALUE 'N'.
001490     88  WS-INSERT-FOUND            VALUE 'Y'.
001491******************************************************************
001492*    ITEM MASTER VALIDATION WORKING STORAGE
001493******************************************************************
001494 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
001495     88  WS-ITEMFILE-OK             VALUE '00'.
001496     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
001497 01  WS-ITEM-MASTER-SWITCH PIC X(01) VALUE 'N'.
001498     88  WS-ITEM-ON-MASTER          VALUE 'A'.
001499     88  WS-ITEM-NOT-ON-MASTER      VALUE 'N'.
001500     88  WS-ITEM-DISCONTINUED       VALUE 'D'.
001501******************************************************************
001502*    LIST DEFINITION WORKING STORAGE - WHAT LISTDEF SAYS ABOUT
001503*    THE LIST NOW LOADED. A MAXIMUM OF ZERO MEANS NO LIMIT AND
001504*    BLANK ALLOWED STATUSES MEAN ANY VALID STATUS.
001505******************************************************************
001506 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
001507     88  WS-LISTDEF-OK              VALUE '00'.
001508     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
001509 01  WS-LIST-DEF-SWITCH PIC X(01) VALUE 'N'.
001510     88  WS-LIST-DEF-ACTIVE         VALUE 'A'.
001511     88  WS-LIST-DEF-RETIRED        VALUE 'R'.
001512     88  WS-LIST-DEF-MISSING        VALUE 'N'.
001513 01  WS-LIST-UNDEFINED-SWITCH PIC X(01) VALUE 'N'.
001514     88  WS-LIST-UNDEFINED          VALUE 'Y'.
001515 01  WS-DEF-MAX-CELLS PIC 9(05) VALUE ZERO.
001516 01  WS-DEF-ALLOWED-STATUS PIC X(03) VALUE SPACES.
001517 01  WS-ALLOWED-TALLY PIC S9(9) VALUE ZERO.
001518 01  WS-SCAN-INDEX PIC S9(9) VALUE ZERO.
001519 01  WS-SORT-INDEX PIC S9(9) VALUE ZERO.
001520 01  WS-SHIFT-TARGET PIC S9(9) VALUE ZERO.
001530******************************************************************
001540*    AUDIT-TRAIL WORKING STORAGE
001612     88  WS-XREFFILE-NOT-FOUND      VALUE '35'.
001614 01  WS-XREF-INDEX PIC S9(9) VALUE ZERO.
001615******************************************************************
001616*    PENDING-QUEUE WORKING STORAGE - THE RUN DATE A CARD'S
001617*    EFFECTIVE-ON DATE IS HELD AGAINST, AND THE DATE ITSELF
001618*    BROKEN OUT FOR THE RANGE CHECK.
001619******************************************************************
001620 01  WS-PENDFILE-STATUS PIC X(02) VALUE SPACES.
001621     88  WS-PENDFILE-OK             VALUE '00'.
001622     88  WS-PENDFILE-NOT-FOUND      VALUE '35'.
001623 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001624 01  WS-QUEUED-COUNT PIC S9(9) VALUE ZERO.
001625 01  WS-EFF-ON-SWITCH PIC X(01) VALUE 'N'.
001626     88  WS-EFF-ON-NOW              VALUE 'N'.
001627     88  WS-EFF-ON-FUTURE           VALUE 'F'.
001628     88  WS-EFF-ON-BAD              VALUE 'B'.
001629 01  WS-EFF-ON-DATE PIC 9(08) VALUE ZERO.
001630 01  WS-EFF-ON-PARTS REDEFINES WS-EFF-ON-DATE.
001631     05  WS-EFF-ON-CCYY PIC 9(04).
001632     05  WS-EFF-ON-MM PIC 9(02).
001633     05  WS-EFF-ON-DD PIC 9(02).
001634******************************************************************
001635*    SIMULATION WORKING STORAGE - SET FROM THE TRNCTL CARD. A
001636*    SIMULATED RUN KEEPS ONE SUMMARY ROW PER LIST IT LOADS: THE
001637*    CELL COUNT AND TOTAL QUANTITY AS LOADED, AND AS THEY WOULD
001638*    HAVE BEEN SAVED, WITH THE ADDS AND DELETES ACCEPTED AGAINST
001639*    IT. A LIST THE DECK COMES BACK TO IS RELOADED FROM THE
001640*    UNCHANGED FILE COPY, SO EACH VISIT'S NET CHANGE IS ADDED
001641*    INTO THE ROW RATHER THAN REPLACING IT.
001642******************************************************************
001643 77  WS-MAX-SIM-ROWS PIC 9(05) VALUE 1000.
001644 01  WS-TRNCTL-STATUS PIC X(02) VALUE SPACES.
001645     88  WS-TRNCTL-NOT-FOUND        VALUE '35'.
001646 01  WS-SIMULATE-SWITCH PIC X(01) VALUE 'N'.
001647     88  WS-SIMULATION              VALUE 'Y'.
001648 01  WS-SIM-CELLS PIC S9(9) VALUE ZERO.
001649 01  WS-SIM-QUANTITY PIC S9(13) VALUE ZERO.
001650 01  WS-SIM-LOAD-CELLS PIC S9(9) VALUE ZERO.
001651 01  WS-SIM-LOAD-QUANTITY PIC S9(13) VALUE ZERO.
001652 01  WS-SIM-CELL-QTY PIC 9(07) VALUE ZERO.
001653 01  WS-SIM-SUM-INDEX PIC S9(9) VALUE ZERO.
001654 01  WS-SIM-SCAN-INDEX PIC S9(9) VALUE ZERO.
001655 01  WS-SIM-ROW-INDEX PIC S9(9) VALUE ZERO.
001656 01  WS-SIM-PRINTED PIC S9(9) VALUE ZERO.
001657 01  WS-SIM-ROW-COUNT PIC S9(9) VALUE ZERO.
001658 01  WS-SIM-TABLE.
001659     05  WS-SIM-ROW OCCURS 1 TO 1000 TIMES
001660         DEPENDING ON WS-SIM-ROW-COUNT INDEXED BY SIMINDEX.
001661         10  SM-LIST-ID PIC X(20).
001662         10  SM-CELLS-BEFORE PIC S9(9) COMP.
001663         10  SM-CELLS-AFTER PIC S9(9) COMP.
001664         10  SM-QTY-BEFORE PIC S9(13) COMP.
001665         10  SM-QTY-AFTER PIC S9(13) COMP.
001666         10  SM-CHANGES PIC S9(9) COMP.
001667******************************************************************
001668*    REPORT-LINE WORKING STORAGE
001669******************************************************************
001670 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001671 01  WS-HEADING-LINE-1.
001672     05  FILLER PIC X(27) VALUE 'LIST TRANSACTION REGISTER'.
001673     05  FILLER PIC X(105) VALUE SPACES.
001680 01  WS-HEADING-LINE-2.
001690     05  FILLER PIC X(06) VALUE 'ACTION'.
001700     05  FILLER PIC X(02) VALUE SPACES.
001880     05  TL-ACCEPT-COUNT PIC ZZZZ9.
001890     05  FILLER PIC X(12) VALUE '  REJECTED: '.
001900     05  TL-REJECT-COUNT PIC ZZZZ9.
001903     05  FILLER PIC X(10) VALUE '  QUEUED: '.
001906     05  TL-QUEUED-COUNT PIC ZZZZ9.
001910     05  FILLER PIC X(58) VALUE SPACES.
001911 01  WS-SIMULATION-LINE.
001912     05  FILLER PIC X(50) VALUE
001913         '*** SIMULATION ONLY - NO DATASET HAS BEEN UPDATED'.
001914     05  FILLER PIC X(82) VALUE SPACES.
001915 01  WS-SIM-HEADING-LINE.
001916     05  FILLER PIC X(20) VALUE 'LIST ID'.
001917     05  FILLER PIC X(02) VALUE SPACES.
001918     05  FILLER PIC X(12) VALUE 'CELLS BEFORE'.
001919     05  FILLER PIC X(02) VALUE SPACES.
001920     05  FILLER PIC X(12) VALUE ' CELLS AFTER'.
001921     05  FILLER PIC X(02) VALUE SPACES.
001922     05  FILLER PIC X(17) VALUE '  QUANTITY BEFORE'.
001923     05  FILLER PIC X(02) VALUE SPACES.
001924     05  FILLER PIC X(17) VALUE '   QUANTITY AFTER'.
001925     05  FILLER PIC X(46) VALUE SPACES.
001926 01  WS-SIM-DETAIL-LINE.
001927     05  TL-SIM-LIST-ID PIC X(20).
001928     05  FILLER PIC X(02) VALUE SPACES.
001929     05  TL-SIM-CELLS-BEFORE PIC ZZZZZZZZZZZ9.
001930     05  FILLER PIC X(02) VALUE SPACES.
001931     05  TL-SIM-CELLS-AFTER PIC ZZZZZZZZZZZ9.
001932     05  FILLER PIC X(02) VALUE SPACES.
001933     05  TL-SIM-QTY-BEFORE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001934     05  FILLER PIC X(02) VALUE SPACES.
001935     05  TL-SIM-QTY-AFTER PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001936     05  FILLER PIC X(46) VALUE SPACES.
001937 01  WS-SIM-NONE-LINE.
001938     05  FILLER PIC X(40) VALUE
001939         'NO LIST WOULD BE CHANGED BY THIS DECK'.
001940     05  FILLER PIC X(92) VALUE SPACES.
001941 01  WS-POSITION-DISPLAY PIC ZZZZ9.
001942******************************************************************
001943*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
001944*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
001945******************************************************************
001946 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001947     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001948 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
001949     88  WS-CHGLOG-OPEN             VALUE 'Y'.
001950 01  WS-CHG-RUN-ID.
001951     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM6'.
001952     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
001953     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
001954     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
001955 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
001956 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
001957******************************************************************
001958*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
001959*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
001960******************************************************************
001961 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
001962     88  WS-STATIDX-OK              VALUE '00'.
001963     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
001964 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
001965     88  WS-STATIDX-OPEN            VALUE 'Y'.
001966 LINKAGE SECTION.
001967 PROCEDURE DIVISION.
001968******************************************************************
001969*    0000-MAINLINE
001970******************************************************************
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     GOBACK.
002150******************************************************************
002160*    1000-INITIALIZE - OPEN THE TRANSACTION, AUDIT AND REPORT
002170*    DATASETS AND PRINT THE REGISTER HEADINGS. A SIMULATION
002175*    OPENS NONE OF THE DATASETS IT WOULD UPDATE.
002180******************************************************************
002190 1000-INITIALIZE.
002200     OPEN INPUT TRAN-FILE.
002210     OPEN OUTPUT PRTFILE.
002220     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
002225     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002230     IF NOT WS-SIMULATION
002240         PERFORM 1200-OPEN-UPDATE-DATASETS THRU 1200-EXIT
002250     END-IF.
002285     OPEN INPUT ITEMFILE.
002286     IF WS-ITEMFILE-NOT-FOUND
002287         DISPLAY "ITEMFILE NOT FOUND - EVERY ADD WILL BE"
002288             " REJECTED AS NOT ON THE ITEM MASTER"
002289     END-IF.
002290     OPEN INPUT LISTDEF.
002291     IF WS-LISTDEF-NOT-FOUND
002292         DISPLAY "LISTDEF NOT FOUND - A LIST NOT ALREADY ON"
002293             " LISTFILE WILL NOT BE CREATED"
002294     END-IF.
002295     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
002296     WRITE PRT-LINE.
002297     IF WS-SIMULATION
002298         MOVE WS-SIMULATION-LINE TO PRT-LINE
002299         WRITE PRT-LINE
002300     END-IF.
002301     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
002310     WRITE PRT-LINE.
002315     PERFORM 1600-OPEN-JOURNAL THRU 1600-EXIT.
002320 1000-EXIT.
002330     EXIT.
002331******************************************************************
002332*    1100-READ-RUN-CONTROL - READ THE OPTIONAL TRNCTL CARD. NO
002333*    DATASET, OR NO CARD ON IT, MEANS AN ORDINARY LIVE RUN.
002334******************************************************************
002335 1100-READ-RUN-CONTROL.
002336     OPEN INPUT TRNCTL-FILE.
002337     IF WS-TRNCTL-NOT-FOUND
002338         GO TO 1100-EXIT
002339     END-IF.
002340     READ TRNCTL-FILE
002341         AT END
002342             MOVE SPACES TO TRAN-CONTROL-RECORD
002343     END-READ.
002344     IF TN-SIMULATE
002345         MOVE 'Y' TO WS-SIMULATE-SWITCH
002346         DISPLAY "SIMULATION RUN - NO DATASET WILL BE UPDATED"
002347     END-IF.
002348     CLOSE TRNCTL-FILE.
002349 1100-EXIT.
002350     EXIT.
002351******************************************************************
002352*    1200-OPEN-UPDATE-DATASETS - OPEN THE AUDIT, CROSS-REFERENCE,
002353*    RUN-CONTROL AND PENDING-QUEUE DATASETS A LIVE RUN WRITES TO,
002354*    CREATING ANY NOT YET ON CATALOG.
002355******************************************************************
002356 1200-OPEN-UPDATE-DATASETS.
002357     OPEN EXTEND AUDITFILE.
002358     IF WS-AUDITFILE-NOT-FOUND
002359         OPEN OUTPUT AUDITFILE
002360         CLOSE AUDITFILE
002361         OPEN EXTEND AUDITFILE
002362     END-IF.
002363     OPEN I-O XREFFILE.
002364     IF WS-XREFFILE-NOT-FOUND
002365         OPEN OUTPUT XREFFILE
002366         CLOSE XREFFILE
002367         OPEN I-O XREFFILE
002368     END-IF.
002369     OPEN EXTEND RUNFILE.
002370     IF WS-RUNFILE-NOT-FOUND
002371         OPEN OUTPUT RUNFILE
002372         CLOSE RUNFILE
002373         OPEN EXTEND RUNFILE
002374     END-IF.
002375     OPEN I-O PENDFILE.
002376     IF WS-PENDFILE-NOT-FOUND
002377         OPEN OUTPUT PENDFILE
002378         CLOSE PENDFILE
002379         OPEN I-O PENDFILE
002380     END-IF.
002381     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
002382 1200-EXIT.
002383     EXIT.
002384******************************************************************
002385*    1600-OPEN-JOURNAL - DETECT A FAILED PRIOR RUN. A MISSING
002386*    OR RETIRED JOURNAL (EMPTY, OR ENDING WITH THE 'E' RECORD)
002387*    MEANS A FRESH START AND THE JOURNAL IS TRUNCATED; AN
002388*    UNRETIRED JOURNAL IS THE WRECKAGE OF AN ABENDED RUN, SO
002389*    THIS RUN RESUMES AT THE FIRST CARD PAST ITS HIGHEST
002390*    JOURNALED SEQUENCE AND SAYS SO ON PRTFILE.
002391*    A SIMULATION READS THE JOURNAL THE SAME WAY, SO IT SKIPS THE
002392*    CARDS A RESTART WOULD, BUT NEVER OPENS IT FOR OUTPUT.
002393******************************************************************
002394 1600-OPEN-JOURNAL.
002395     OPEN INPUT JRNLFILE.
002396     IF WS-JRNLFILE-NOT-FOUND
002397         IF NOT WS-SIMULATION
002398             OPEN OUTPUT JRNLFILE
002399         END-IF
002400         GO TO 1600-EXIT
002401     END-IF.
002402     PERFORM 1610-SCAN-ONE-JOURNAL THRU 1610-EXIT
002403         UNTIL WS-JRNL-EOF.
002404     CLOSE JRNLFILE.
002405     IF WS-JRNL-LAST-TYPE IS EQUAL TO 'T'
002406         MOVE 'Y' TO WS-RESTART-SWITCH
002407         MOVE WS-JRNL-MAX-SEQ TO WS-RESTART-SEQ
002408         IF NOT WS-SIMULATION
002409             OPEN EXTEND JRNLFILE
002410         END-IF
002411         ADD 1 TO WS-JRNL-MAX-SEQ GIVING WS-RESTART-DISPLAY
002412         MOVE WS-RESTART-DISPLAY TO TL-RESTART-SEQ
002413         MOVE WS-RESTART-LINE TO PRT-LINE
002414         WRITE PRT-LINE
002415         DISPLAY "UNRETIRED JOURNAL FOUND - RESTARTING AT"
002416             " TRANSACTION " WS-RESTART-DISPLAY
002417     ELSE
002418         IF NOT WS-SIMULATION
002419             OPEN OUTPUT JRNLFILE
002420         END-IF
002421     END-IF.
002422 1600-EXIT.
002423     EXIT.
002424 1610-SCAN-ONE-JOURNAL.
002425     READ JRNLFILE
002426         AT END
002427             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
002428             GO TO 1610-EXIT
002429     END-READ.
002430     MOVE JR-RECORD-TYPE TO WS-JRNL-LAST-TYPE.
002431     IF JR-TRANSACTION
002432         AND JR-SEQUENCE IS NUMERIC
002433         IF JR-SEQUENCE IS GREATER THAN WS-JRNL-MAX-SEQ
002434             MOVE JR-SEQUENCE TO WS-JRNL-MAX-SEQ
002435         END-IF
002436         IF JR-SEQUENCE IS GREATER THAN ZERO
002437             AND JR-SEQUENCE IS NOT GREATER THAN 10000
002438             MOVE 'Y' TO WS-JRNL-FLAGS(JR-SEQUENCE:1)
002439         END-IF
002440     END-IF.
002441 1610-EXIT.
002442     EXIT.
002443******************************************************************
002444*    2000-PROCESS-ONE-TRAN - READ ONE TRANSACTION CARD, BRING THE
002445*    LIST IT NAMES INTO TOP_LIST (SAVING WHATEVER LIST WAS THERE
002446*    BEFORE), AND DISPATCH ON THE ACTION CODE. EVERY CARD GETS A
002447*    REGISTER LINE AND AN AUDITFILE RECORD, ACCEPTED OR NOT.
002448******************************************************************
002449 2000-PROCESS-ONE-TRAN.
002450     READ TRAN-FILE
002451         AT END
002452             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
002453             GO TO 2000-EXIT
002454     END-READ.
002460     ADD 1 TO WS-CARD-SEQ.
002461*    SKIP ONLY THE CARDS THE JOURNAL PROVES COMMITTED. A CARD
002462*    BELOW THE HIGH-WATER MARK WITH NO JOURNAL FLAG WAS
002490     MOVE TX-VALUE TO TL-VALUE.
002500     MOVE SPACES TO WS-TRAN-VALUE.
002510     MOVE TX-VALUE TO WS-TRAN-VALUE.
002512*    THE EFFECTIVE-ON DATE (VALUE COLUMNS 37-44) RIDES ON THE CARD
002514*    BUT IS NOT PART OF THE CELL VALUE.
002516     MOVE SPACES TO WS-TRAN-VALUE(37:8).
002520     IF TX-LIST-ID IS EQUAL TO SPACES
002530         MOVE 'REJECTED - NO LIST ID' TO TL-DISPOSITION
002540         MOVE 'REJECT-NOID' TO AU-OUTCOME
002620         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
002630         GO TO 2000-EXIT
002640     END-IF.
002641     PERFORM 2100-CHECK-EFF-ON-DATE THRU 2100-EXIT.
002642     IF WS-EFF-ON-BAD
002643         MOVE 'REJECTED - EFF-ON DATE NOT A VALID DATE'
002644             TO TL-DISPOSITION
002645         MOVE 'REJECT-EFFON' TO AU-OUTCOME
002646         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
002647         GO TO 2000-EXIT
002648     END-IF.
002649     IF WS-EFF-ON-FUTURE
002650         PERFORM 2200-QUEUE-PENDING THRU 2200-EXIT
002651         GO TO 2000-EXIT
002652     END-IF.
002653     IF TX-LIST-ID NOT EQUAL WS-LIST-ID
002660         PERFORM 2500-SWITCH-LIST THRU 2500-EXIT
002670     END-IF.
002680     IF NOT WS-LIST-CLAIMED
002845     PERFORM 6800-BUFFER-JOURNAL THRU 6800-EXIT.
002850 2000-EXIT.
002860     EXIT.
002861******************************************************************
002862*    2100-CHECK-EFF-ON-DATE - CLASSIFY THE CARD'S EFFECTIVE-ON
002863*    DATE. BLANK OR ZERO, OR A DATE NOT AFTER THE RUN DATE,
002864*    MEANS APPLY NOW; A LATER DATE MEANS QUEUE IT. ANYTHING THAT
002865*    IS NOT A YYYYMMDD WITH A SENSIBLE MONTH AND DAY IS BAD. A
002866*    SEARCH CHANGES NOTHING, SO IT IS ALWAYS ANSWERED NOW.
002867******************************************************************
002868 2100-CHECK-EFF-ON-DATE.
002869     MOVE 'N' TO WS-EFF-ON-SWITCH.
002870     IF TX-ACTION-SEARCH
002871         OR TX-EFF-ON-DATE IS EQUAL TO SPACES
002872         GO TO 2100-EXIT
002873     END-IF.
002874     IF TX-EFF-ON-DATE IS NOT NUMERIC
002875         MOVE 'B' TO WS-EFF-ON-SWITCH
002876         GO TO 2100-EXIT
002877     END-IF.
002878     MOVE TX-EFF-ON-DATE-N TO WS-EFF-ON-DATE.
002879     IF WS-EFF-ON-DATE IS EQUAL TO ZERO
002880         GO TO 2100-EXIT
002881     END-IF.
002882     IF WS-EFF-ON-MM IS LESS THAN 1
002883         OR WS-EFF-ON-MM IS GREATER THAN 12
002884         OR WS-EFF-ON-DD IS LESS THAN 1
002885         OR WS-EFF-ON-DD IS GREATER THAN 31
002886         MOVE 'B' TO WS-EFF-ON-SWITCH
002887         GO TO 2100-EXIT
002888     END-IF.
002889     IF WS-EFF-ON-DATE IS GREATER THAN WS-RUN-DATE
002890         MOVE 'F' TO WS-EFF-ON-SWITCH
002891     END-IF.
002892 2100-EXIT.
002893     EXIT.
002894******************************************************************
002895*    2200-QUEUE-PENDING - THE CARD IS DATED AFTER THE RUN DATE.
002896*    PARK IT ON PENDFILE UNDER ITS LIST, ITS EFFECTIVE-ON DATE
002897*    AND A PENDING ID (THE DATE, TIME AND CARD SEQUENCE IT WAS
002898*    QUEUED UNDER), AUDIT IT AS QUEUED AND PRINT THE PENDING ID.
002899*    THE LIST ITSELF IS NOT TOUCHED. THE JOURNAL ENTRY IS
002900*    WRITTEN AT ONCE RATHER THAN BUFFERED - THE QUEUE WRITE IS
002901*    ALREADY COMMITTED, AND A RESTART MUST NOT QUEUE THE CARD A
002902*    SECOND TIME.
002903******************************************************************
002904 2200-QUEUE-PENDING.
002905     MOVE TX-ACTION TO AU-ACTION.
002906     MOVE WS-TRAN-VALUE TO AU-VALUE.
002907     MOVE 'QUEUED' TO AU-OUTCOME.
002908     IF WS-SIMULATION
002909         ADD 1 TO WS-QUEUED-COUNT
002910         MOVE SPACES TO TL-DISPOSITION
002911         STRING 'WOULD BE QUEUED UNTIL ' WS-EFF-ON-DATE
002912             DELIMITED BY SIZE INTO TL-DISPOSITION
002913         MOVE WS-DETAIL-LINE TO PRT-LINE
002914         WRITE PRT-LINE
002915         GO TO 2200-EXIT
002916     END-IF.
002917     ACCEPT WS-CURRENT-DATE FROM DATE.
002918     ACCEPT WS-CURRENT-TIME FROM TIME.
002919     MOVE SPACES TO PEND-RECORD.
002920     MOVE TX-LIST-ID TO PN-LIST-ID.
002921     MOVE WS-EFF-ON-DATE TO PN-EFF-ON-DATE.
002922     MOVE WS-CURRENT-DATE TO PN-ENTRY-DATE.
002923     MOVE WS-CURRENT-TIME TO PN-ENTRY-TIME.
002924     MOVE WS-CARD-SEQ TO PN-ENTRY-SEQ.
002925     MOVE 'T' TO PN-SOURCE.
002926     MOVE TX-ACTION TO PN-ACTION.
002927     MOVE TX-ITEM-KEY TO PN-ITEM-KEY.
002928     MOVE 'P' TO PN-STATUS.
002929     MOVE WS-CURRENT-DATE TO PN-STATUS-DATE.
002930     MOVE WS-CURRENT-TIME TO PN-STATUS-TIME.
002931     MOVE TRAN-RECORD TO PN-CARD-IMAGE.
002932     WRITE PEND-RECORD
002933         INVALID KEY
002934             MOVE 'REJECTED - PENDING ID ALREADY QUEUED'
002935                 TO TL-DISPOSITION
002936             MOVE 'REJECT-PENDKEY' TO AU-OUTCOME
002937             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
002938             GO TO 2200-EXIT
002939     END-WRITE.
002940     ADD 1 TO WS-QUEUED-COUNT.
002941     MOVE SPACES TO TL-DISPOSITION.
002942     STRING 'QUEUED UNTIL ' WS-EFF-ON-DATE ' ID ' PN-PENDING-ID
002943         DELIMITED BY SIZE INTO TL-DISPOSITION.
002944     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002945     MOVE WS-DETAIL-LINE TO PRT-LINE.
002946     WRITE PRT-LINE.
002947     PERFORM 6850-JOURNAL-QUEUED-CARD THRU 6850-EXIT.
002948 2200-EXIT.
002949     EXIT.
002950******************************************************************
002951*    2500-SWITCH-LIST - THE CARD JUST READ NAMES A DIFFERENT LIST
002952*    THAN THE ONE SITTING IN TOP_LIST. SAVE THE CURRENT LIST BACK
002953*    TO LISTFILE, RELEASE ITS CELL STORAGE, AND LOAD THE NEWLY
002954*    NAMED LIST IN ITS PLACE.
002955******************************************************************
002956 2500-SWITCH-LIST.
002957     IF WS-LIST-LOADED
002958         PERFORM 4000-SAVE-LIST-TO-FILE THRU 4000-EXIT
002960         PERFORM 2600-FREE-LIST-CELLS THRU 2600-EXIT
002970     END-IF.
002980     IF WS-LIST-CLAIMED
003040     IF WS-LIST-CLAIMED
003050         PERFORM 5000-LOAD-LIST-FROM-FILE THRU 5000-EXIT
003055         PERFORM 7500-XREF-CLEAR-LIST THRU 7500-EXIT
003057         PERFORM 2550-CHECK-LIST-DEFINITION THRU 2550-EXIT
003060         MOVE 'Y' TO WS-LIST-LOADED-SWITCH
003062         MOVE INPUTNUM_SAVE TO WS-LIST-START-COUNT
003064         MOVE ZERO TO WS-LIST-READ-COUNT
003066         MOVE ZERO TO WS-LIST-REJECT-COUNT
003067         MOVE ZERO TO WS-LIST-ADD-COUNT
003068         MOVE ZERO TO WS-LIST-DEL-COUNT
003069         IF WS-SIMULATION
003070             PERFORM 6000-SIM-NOTE-LOAD THRU 6000-EXIT
003071         END-IF
003072     END-IF.
003080 2500-EXIT.
003090     EXIT.
003091******************************************************************
003092*    2550-CHECK-LIST-DEFINITION - LOOK THE LIST JUST LOADED UP
003093*    ON LISTDEF. AN ACTIVE DEFINITION SUPPLIES THE MAXIMUM CELL
003094*    COUNT AND ALLOWED STATUSES ITS ADDS ARE HELD TO. A LIST
003095*    WITH NO CELLS ON FILE AND NO ACTIVE DEFINITION WOULD BE
003096*    CREATED BY ITS FIRST ADD, SO IT IS FLAGGED UNDEFINED AND
003097*    EVERY ADD FOR IT IS REJECTED. A LIST ALREADY ON FILE
003098*    WITHOUT A DEFINITION PREDATES LISTDEF AND IS UPDATED AS
003099*    BEFORE, WITHOUT LIMITS.
003100******************************************************************
003101 2550-CHECK-LIST-DEFINITION.
003102     MOVE 'N' TO WS-LIST-UNDEFINED-SWITCH.
003103     PERFORM 2560-READ-LIST-DEFINITION THRU 2560-EXIT.
003104     IF NOT WS-LIST-DEF-ACTIVE
003105         AND INPUTNUM_SAVE IS EQUAL TO ZERO
003106         MOVE 'Y' TO WS-LIST-UNDEFINED-SWITCH
003107         DISPLAY "LIST " WS-LIST-ID " HAS NO ACTIVE DEFINITION"
003108             " ON LISTDEF - IT WILL NOT BE CREATED"
003109     END-IF.
003110 2550-EXIT.
003111     EXIT.
003112 2560-READ-LIST-DEFINITION.
003113     MOVE 'N' TO WS-LIST-DEF-SWITCH.
003114     MOVE ZERO TO WS-DEF-MAX-CELLS.
003115     MOVE SPACES TO WS-DEF-ALLOWED-STATUS.
003116     IF WS-LISTDEF-NOT-FOUND
003117         GO TO 2560-EXIT
003118     END-IF.
003119     MOVE WS-LIST-ID TO LD-LIST-ID.
003120     READ LISTDEF
003121         INVALID KEY GO TO 2560-EXIT
003122     END-READ.
003123     MOVE LD-DEF-STATUS TO WS-LIST-DEF-SWITCH.
003124     IF WS-LIST-DEF-ACTIVE
003125         MOVE LD-MAX-CELLS TO WS-DEF-MAX-CELLS
003126         MOVE LD-ALLOWED-STATUS TO WS-DEF-ALLOWED-STATUS
003127     END-IF.
003128 2560-EXIT.
003129     EXIT.
003130******************************************************************
003131*    2700-CLAIM-LIST - CLAIM THE LIST JUST NAMED BY WRITING THE
003132*    INDEX-ZERO IN-USE MARKER UNDER ITS ID, THE SAME PROTOCOL
003133*    PROGRAM1 AND PROGRAM4 FOLLOW. A MARKER ALREADY ON FILE
003140*    LEAVES THE LIST UNCLAIMED AND EVERY CARD FOR IT IS
003150*    REJECTED 'LIST IN USE'.
003160******************************************************************
003170 2700-CLAIM-LIST.
003180     MOVE 'N' TO WS-LIST-CLAIMED-SWITCH.
003182     IF WS-SIMULATION
003184         PERFORM 2710-CHECK-LIST-FREE THRU 2710-EXIT
003186         GO TO 2700-EXIT
003188     END-IF.
003190     OPEN I-O LISTFILE.
003200     IF WS-LISTFILE-NOT-FOUND
003210         OPEN OUTPUT LISTFILE
003350     CLOSE LISTFILE.
003360 2700-EXIT.
003370     EXIT.
003371******************************************************************
003372*    2710-CHECK-LIST-FREE - A SIMULATION NEVER WRITES THE IN-USE
003373*    MARKER. IT ONLY LOOKS FOR ONE, SO A LIST ANOTHER JOB HOLDS
003374*    IS STILL REJECTED 'LIST IN USE' JUST AS THE LIVE RUN WOULD
003375*    REJECT IT. A LIST NOBODY HOLDS IS TREATED AS CLAIMED.
003376******************************************************************
003377 2710-CHECK-LIST-FREE.
003378     OPEN INPUT LISTFILE.
003379     IF WS-LISTFILE-NOT-FOUND
003380         MOVE 'Y' TO WS-LIST-CLAIMED-SWITCH
003381         GO TO 2710-EXIT
003382     END-IF.
003383     MOVE WS-LIST-ID TO LR-LIST-ID.
003384     MOVE ZERO TO LR-LIST-INDEX.
003385     READ LISTFILE
003386         INVALID KEY
003387             MOVE 'Y' TO WS-LIST-CLAIMED-SWITCH
003388         NOT INVALID KEY
003389             DISPLAY "LIST " WS-LIST-ID " IN USE - "
003390                 LR-LIST-DATA
003391     END-READ.
003392     CLOSE LISTFILE.
003393 2710-EXIT.
003394     EXIT.
003395 2750-WRITE-LOCK-RECORD.
003396     ACCEPT WS-CURRENT-DATE FROM DATE.
003400     ACCEPT WS-CURRENT-TIME FROM TIME.
003410     MOVE WS-LIST-ID TO LR-LIST-ID.
003420     MOVE ZERO TO LR-LIST-INDEX.
003580******************************************************************
003590 2770-RELEASE-LIST.
003600     MOVE 'N' TO WS-LIST-CLAIMED-SWITCH.
003602     IF WS-SIMULATION
003604         GO TO 2770-EXIT
003606     END-IF.
003610     OPEN I-O LISTFILE.
003620     IF WS-LISTFILE-NOT-FOUND
003630         GO TO 2770-EXIT
003990******************************************************************
004000*    3000-APPLY-ADD - VALIDATE THE STRUCTURED VALUE FIELDS (ITEM
004010*    KEY PRESENT, QUANTITY AND EFFECTIVE DATE NUMERIC, STATUS
004020*    CODE VALID, KEY AN ACTIVE ITEM ON THE ITEM MASTER, KEY NOT
004025*    ALREADY IN THE LIST, ROOM LEFT UNDER WS-MAX-ENTRIES) AND
004030*    INSERT THE CELL INTO ITS SORTED POSITION, THE SAME
004040*    INSERTION PROGRAM1'S BUILD LOOP PERFORMS.
004060******************************************************************
004070 3000-APPLY-ADD.
004080     MOVE 'ADD' TO AU-ACTION.
004350         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004360         GO TO 3000-EXIT
004370     END-IF.
004371     IF WS-LIST-UNDEFINED
004372         MOVE 'REJECTED - LIST NOT DEFINED' TO TL-DISPOSITION
004373         MOVE 'REJECT-NODEF' TO AU-OUTCOME
004374         ADD 1 TO WS-REJECT-COUNT
004375         ADD 1 TO WS-LIST-REJECT-COUNT
004376         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004377         GO TO 3000-EXIT
004378     END-IF.
004379     IF WS-DEF-ALLOWED-STATUS IS NOT EQUAL TO SPACES
004380         MOVE ZERO TO WS-ALLOWED-TALLY
004381         INSPECT WS-DEF-ALLOWED-STATUS TALLYING WS-ALLOWED-TALLY
004382             FOR ALL TX-STATUS-CODE
004383         IF WS-ALLOWED-TALLY IS EQUAL TO ZERO
004384             MOVE 'REJECTED - STATUS NOT ALLOWED ON LIST' TO
004385                 TL-DISPOSITION
004386             MOVE 'REJECT-NOTALLOW' TO AU-OUTCOME
004387             ADD 1 TO WS-REJECT-COUNT
004388             ADD 1 TO WS-LIST-REJECT-COUNT
004389             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004390             GO TO 3000-EXIT
004391         END-IF
004392     END-IF.
004393     PERFORM 3050-CHECK-ITEM-MASTER THRU 3050-EXIT.
004394     IF WS-ITEM-NOT-ON-MASTER
004395         MOVE 'REJECTED - ITEM NOT ON ITEM MASTER' TO
004396             TL-DISPOSITION
004397         MOVE 'REJECT-NOITEM' TO AU-OUTCOME
004398         ADD 1 TO WS-REJECT-COUNT
004399         ADD 1 TO WS-LIST-REJECT-COUNT
004400         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004401         GO TO 3000-EXIT
004402     END-IF.
004403     IF WS-ITEM-DISCONTINUED
004404         MOVE 'REJECTED - ITEM DISCONTINUED' TO TL-DISPOSITION
004405         MOVE 'REJECT-DISC' TO AU-OUTCOME
004406         ADD 1 TO WS-REJECT-COUNT
004407         ADD 1 TO WS-LIST-REJECT-COUNT
004408         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004409         GO TO 3000-EXIT
004410     END-IF.
004411     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT.
004412     IF WS-DUPLICATE-FOUND
004413         MOVE 'REJECTED - DUPLICATE ITEM KEY' TO TL-DISPOSITION
004414         MOVE 'REJECT-DUP' TO AU-OUTCOME
004420         ADD 1 TO WS-REJECT-COUNT
004422         ADD 1 TO WS-LIST-REJECT-COUNT
004430         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004500         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004510         GO TO 3000-EXIT
004520     END-IF.
004521     IF WS-DEF-MAX-CELLS IS GREATER THAN ZERO
004522         AND INPUTNUM_SAVE IS NOT LESS THAN WS-DEF-MAX-CELLS
004523         MOVE 'REJECTED - LIST AT DEFINED MAXIMUM' TO
004524             TL-DISPOSITION
004525         MOVE 'REJECT-FULL' TO AU-OUTCOME
004526         ADD 1 TO WS-REJECT-COUNT
004527         ADD 1 TO WS-LIST-REJECT-COUNT
004528         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004529         GO TO 3000-EXIT
004530     END-IF.
004531     PERFORM 3200-INSERT-SORTED THRU 3200-EXIT.
004540     MOVE 'ACCEPTED' TO TL-DISPOSITION.
004550     MOVE 'ACCEPTED' TO AU-OUTCOME.
004560     ADD 1 TO WS-ACCEPT-COUNT.
004570     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
004580 3000-EXIT.
004590     EXIT.
004591******************************************************************
004592*    3050-CHECK-ITEM-MASTER - LOOK THE CARD'S ITEM KEY UP ON
004593*    ITEMFILE. THE SWITCH COMES BACK 'A' FOR AN ACTIVE ITEM,
004594*    'D' FOR A DISCONTINUED ONE AND 'N' WHEN THE KEY IS NOT ON
004595*    THE MASTER (OR THE MASTER ITSELF COULD NOT BE OPENED).
004596******************************************************************
004597 3050-CHECK-ITEM-MASTER.
004598     MOVE 'N' TO WS-ITEM-MASTER-SWITCH.
004599     IF WS-ITEMFILE-NOT-FOUND
004600         GO TO 3050-EXIT
004601     END-IF.
004602     MOVE TX-ITEM-KEY TO MI-ITEM-KEY.
004603     READ ITEMFILE
004604         INVALID KEY GO TO 3050-EXIT
004605     END-READ.
004606     IF MI-ITEM-DISCONTINUED
004607         MOVE 'D' TO WS-ITEM-MASTER-SWITCH
004608     ELSE
004609         MOVE 'A' TO WS-ITEM-MASTER-SWITCH
004610     END-IF.
004611 3050-EXIT.
004612     EXIT.
004613 3100-CHECK-DUPLICATE.
004614     MOVE 'N' TO WS-DUPLICATE-SWITCH.
004620     IF INPUTNUM_SAVE IS GREATER THAN ZERO
004630         PERFORM 3110-COMPARE-ONE-CELL THRU 3110-EXIT
004640             VARYING WS-DUP-INDEX FROM 1 BY 1
005960*    UNDER WS-LIST-ID, RENUMBERED AND RE-LINKED END TO END, AND
005970*    PURGE ANY RECORDS LEFT ABOVE THE NEW COUNT BY DELETES, THE
005980*    SAME SAVE PROGRAM1'S 4000-SAVE-LIST-TO-FILE PERFORMS.
005983*    A SIMULATION STOPS SHORT OF THE SAVE AND ONLY TAKES THE
005986*    LIST'S AFTER FIGURES FOR THE SUMMARY.
005990******************************************************************
006000 4000-SAVE-LIST-TO-FILE.
006002     IF WS-SIMULATION
006004         PERFORM 6100-SIM-NOTE-SAVE THRU 6100-EXIT
006006         GO TO 4000-EXIT
006008     END-IF.
006010     OPEN I-O LISTFILE.
006020     IF WS-LISTFILE-NOT-FOUND
006030         OPEN OUTPUT LISTFILE
006320     WRITE LIST-RECORD
006330         INVALID KEY REWRITE LIST-RECORD
006340     END-WRITE.
006343     MOVE 'W' TO WS-CHG-OPERATION.
006346     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
006350     ADD 1 TO WS-INDEX.
006360 4100-EXIT.
006370     EXIT.
006480     DELETE LISTFILE
006490         INVALID KEY CONTINUE
006500     END-DELETE.
006503     MOVE 'D' TO WS-CHG-OPERATION.
006506     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
006510 4210-EXIT.
006520     EXIT.
006530******************************************************************
006990     END-READ.
007000 5100-EXIT.
007010     EXIT.
007011******************************************************************
007012*    6000-SIM-NOTE-LOAD - A SIMULATION HAS JUST LOADED A LIST.
007013*    TAKE ITS CELL COUNT AND TOTAL QUANTITY AS THEY STAND ON
007014*    LISTFILE AND FIND (OR ADD) ITS SUMMARY ROW; A NEW ROW
007015*    STARTS WITH ITS AFTER FIGURES EQUAL TO ITS BEFORE FIGURES.
007016******************************************************************
007017 6000-SIM-NOTE-LOAD.
007018     PERFORM 6200-SIM-SUM-LIST THRU 6200-EXIT.
007019     MOVE WS-SIM-CELLS TO WS-SIM-LOAD-CELLS.
007020     MOVE WS-SIM-QUANTITY TO WS-SIM-LOAD-QUANTITY.
007021     PERFORM 6300-SIM-FIND-ROW THRU 6300-EXIT.
007022 6000-EXIT.
007023     EXIT.
007024******************************************************************
007025*    6100-SIM-NOTE-SAVE - A SIMULATION HAS REACHED THE POINT
007026*    WHERE THE LIST WOULD BE SAVED. ADD THIS VISIT'S NET CHANGE
007027*    IN CELLS AND QUANTITY, AND ITS ACCEPTED ADDS AND DELETES,
007028*    INTO THE LIST'S SUMMARY ROW.
007029******************************************************************
007030 6100-SIM-NOTE-SAVE.
007031     IF WS-SIM-ROW-INDEX IS EQUAL TO ZERO
007032         GO TO 6100-EXIT
007033     END-IF.
007034     PERFORM 6200-SIM-SUM-LIST THRU 6200-EXIT.
007035     COMPUTE SM-CELLS-AFTER(WS-SIM-ROW-INDEX) =
007036         SM-CELLS-AFTER(WS-SIM-ROW-INDEX)
007037         + WS-SIM-CELLS - WS-SIM-LOAD-CELLS.
007038     COMPUTE SM-QTY-AFTER(WS-SIM-ROW-INDEX) =
007039         SM-QTY-AFTER(WS-SIM-ROW-INDEX)
007040         + WS-SIM-QUANTITY - WS-SIM-LOAD-QUANTITY.
007041     ADD WS-LIST-ADD-COUNT TO SM-CHANGES(WS-SIM-ROW-INDEX).
007042     ADD WS-LIST-DEL-COUNT TO SM-CHANGES(WS-SIM-ROW-INDEX).
007043 6100-EXIT.
007044     EXIT.
007045******************************************************************
007046*    6200-SIM-SUM-LIST - COUNT THE CELLS IN TOP_LIST AND TOTAL
007047*    THEIR QUANTITIES. A LEGACY FREE-TEXT CELL COUNTS AS A CELL
007048*    BUT CARRIES NO QUANTITY.
007049******************************************************************
007050 6200-SIM-SUM-LIST.
007051     MOVE ZERO TO WS-SIM-CELLS.
007052     MOVE ZERO TO WS-SIM-QUANTITY.
007053     IF INPUTNUM_SAVE IS GREATER THAN ZERO
007054         PERFORM 6210-SIM-SUM-ONE-CELL THRU 6210-EXIT
007055             VARYING WS-SIM-SUM-INDEX FROM 1 BY 1
007056             UNTIL WS-SIM-SUM-INDEX IS GREATER THAN INPUTNUM_SAVE
007057     END-IF.
007058 6200-EXIT.
007059     EXIT.
007060 6210-SIM-SUM-ONE-CELL.
007061     ADD 1 TO WS-SIM-CELLS.
007062     IF TOP_DATA(WS-SIM-SUM-INDEX)(21:7) IS NUMERIC
007063         MOVE TOP_DATA(WS-SIM-SUM-INDEX)(21:7) TO WS-SIM-CELL-QTY
007064         ADD WS-SIM-CELL-QTY TO WS-SIM-QUANTITY
007065     END-IF.
007066 6210-EXIT.
007067     EXIT.
007068******************************************************************
007069*    6300-SIM-FIND-ROW - POINT WS-SIM-ROW-INDEX AT THE SUMMARY
007070*    ROW FOR WS-LIST-ID, ADDING THE ROW THE FIRST TIME THE LIST
007071*    IS LOADED. A FULL TABLE LEAVES THE INDEX AT ZERO AND THE
007072*    LIST IS LEFT OFF THE SUMMARY.
007073******************************************************************
007074 6300-SIM-FIND-ROW.
007075     MOVE ZERO TO WS-SIM-ROW-INDEX.
007076     IF WS-SIM-ROW-COUNT IS GREATER THAN ZERO
007077         PERFORM 6310-SIM-MATCH-ONE-ROW THRU 6310-EXIT
007078             VARYING WS-SIM-SCAN-INDEX FROM 1 BY 1
007079             UNTIL WS-SIM-SCAN-INDEX IS GREATER THAN
007080                 WS-SIM-ROW-COUNT
007081                 OR WS-SIM-ROW-INDEX IS GREATER THAN ZERO
007082     END-IF.
007083     IF WS-SIM-ROW-INDEX IS GREATER THAN ZERO
007084         GO TO 6300-EXIT
007085     END-IF.
007086     IF WS-SIM-ROW-COUNT IS GREATER THAN OR EQUAL TO
007087         WS-MAX-SIM-ROWS
007088         GO TO 6300-EXIT
007089     END-IF.
007090     ADD 1 TO WS-SIM-ROW-COUNT.
007091     MOVE WS-SIM-ROW-COUNT TO WS-SIM-ROW-INDEX.
007092     MOVE WS-LIST-ID TO SM-LIST-ID(WS-SIM-ROW-INDEX).
007093     MOVE WS-SIM-LOAD-CELLS TO SM-CELLS-BEFORE(WS-SIM-ROW-INDEX).
007094     MOVE WS-SIM-LOAD-CELLS TO SM-CELLS-AFTER(WS-SIM-ROW-INDEX).
007095     MOVE WS-SIM-LOAD-QUANTITY TO SM-QTY-BEFORE(WS-SIM-ROW-INDEX).
007096     MOVE WS-SIM-LOAD-QUANTITY TO SM-QTY-AFTER(WS-SIM-ROW-INDEX).
007097     MOVE ZERO TO SM-CHANGES(WS-SIM-ROW-INDEX).
007098 6300-EXIT.
007099     EXIT.
007100 6310-SIM-MATCH-ONE-ROW.
007101     IF SM-LIST-ID(WS-SIM-SCAN-INDEX) IS EQUAL TO WS-LIST-ID
007102         MOVE WS-SIM-SCAN-INDEX TO WS-SIM-ROW-INDEX
007103     END-IF.
007104 6310-EXIT.
007105     EXIT.
007106******************************************************************
007107*    7500-XREF-CLEAR-LIST - DROP THE LIST'S ENTRIES FROM THE
007108*    ITEM-KEY CROSS-REFERENCE. RUN RIGHT AFTER THE LIST IS
007109*    LOADED, WHILE TOP_LIST STILL MIRRORS WHAT IS PERSISTED;
007110*    7600 REWRITES THE FINAL ENTRIES AT EVERY SAVE.
007111******************************************************************
007112 7500-XREF-CLEAR-LIST.
007113     IF WS-SIMULATION
007114         GO TO 7500-EXIT
007115     END-IF.
007116     IF INPUTNUM_SAVE IS GREATER THAN ZERO
007117         PERFORM 7510-XREF-DELETE-ONE THRU 7510-EXIT
007118             VARYING WS-XREF-INDEX FROM 1 BY 1
007120             UNTIL WS-XREF-INDEX IS GREATER THAN INPUTNUM_SAVE
007130     END-IF.
007140 7500-EXIT.
007270*    LISTFILE AGAIN AFTER EVERY SAVE.
007280******************************************************************
007290 7600-XREF-WRITE-LIST.
007292     IF WS-SIMULATION
007294         GO TO 7600-EXIT
007296     END-IF.
007300     IF INPUTNUM_SAVE IS GREATER THAN ZERO
007310         PERFORM 7610-XREF-WRITE-ONE THRU 7610-EXIT
007320             VARYING WS-XREF-INDEX FROM 1 BY 1
007510*    WOULD THROW AWAY.
007520******************************************************************
007530 6800-BUFFER-JOURNAL.
007532     IF WS-SIMULATION
007534         GO TO 6800-EXIT
007536     END-IF.
007540     IF WS-PEND-COUNT IS GREATER THAN OR EQUAL TO
007550         WS-MAX-PEND-ROWS
007560         GO TO 6800-EXIT
007680*    NOW COMMITTED FACT, SO WRITE THE JOURNAL ENTRIES OUT.
007690******************************************************************
007700 6900-FLUSH-JOURNAL.
007702     IF WS-SIMULATION
007704         GO TO 6900-EXIT
007706     END-IF.
007710     IF WS-PEND-COUNT IS GREATER THAN ZERO
007720         PERFORM 6910-WRITE-ONE-JOURNAL THRU 6910-EXIT
007730             VARYING WS-PEND-INDEX FROM 1 BY 1
007860     WRITE JOURNAL-RECORD.
007870 6910-EXIT.
007880     EXIT.
007881******************************************************************
007882*    6850-JOURNAL-QUEUED-CARD - WRITE THE JOURNAL ENTRY FOR A
007883*    CARD JUST QUEUED ON PENDFILE STRAIGHT AWAY. THE RESTART
007884*    SCAN FLAGS EACH SEQUENCE ON ITS OWN, SO AN ENTRY WRITTEN
007885*    AHEAD OF THE CARDS STILL BUFFERED FOR THE CURRENT LIST DOES
007886*    NOT HIDE THEM FROM A RERUN.
007887******************************************************************
007888 6850-JOURNAL-QUEUED-CARD.
007889     MOVE SPACES TO JOURNAL-RECORD.
007890     MOVE 'T' TO JR-RECORD-TYPE.
007891     MOVE WS-CARD-SEQ TO JR-SEQUENCE.
007892     MOVE TX-LIST-ID TO JR-LIST-ID.
007893     MOVE TX-ACTION TO JR-ACTION.
007894     MOVE 'QUEUED' TO JR-OUTCOME.
007895     WRITE JOURNAL-RECORD.
007896 6850-EXIT.
007897     EXIT.
007898******************************************************************
007900*    6950-RETIRE-JOURNAL - A CLEAN END OF RUN: APPEND THE 'E'
007910*    RECORD SO THE NEXT RUN KNOWS THE DECK WAS FULLY APPLIED
007920*    AND STARTS FRESH. A RUN THAT REJECTED ANY CARD 'LIST IN
007924*    UNLOCK RESUMES AT THE FIRST GENUINELY UNAPPLIED CARD.
007930******************************************************************
007940 6950-RETIRE-JOURNAL.
007941     IF WS-SIMULATION
007942         GO TO 6950-EXIT
007943     END-IF.
007944     IF WS-INUSE-SEEN
007945         DISPLAY "CARDS REJECTED 'LIST IN USE' - JOURNAL LEFT"
007946             " OPEN; UNLOCK THE LIST AND RERUN TO APPLY THEM"
007947         GO TO 6950-EXIT
007948     END-IF.
007950     MOVE SPACES TO JOURNAL-RECORD.
007960     MOVE 'E' TO JR-RECORD-TYPE.
007970     MOVE WS-CARD-SEQ TO JR-SEQUENCE.
008080*    EVEN WHEN SEARCHES WERE IN THE MIX.
008090******************************************************************
008100 7700-WRITE-RUN-RECORD.
008102     IF WS-SIMULATION
008104         GO TO 7700-EXIT
008106     END-IF.
008110     ACCEPT WS-CURRENT-DATE FROM DATE.
008120     ACCEPT WS-CURRENT-TIME FROM TIME.
008130     MOVE SPACES TO RUN-CONTROL-RECORD.
008340*    INTO THE AUDIT RECORD BEFORE PERFORMING THIS PARAGRAPH.
008350******************************************************************
008360 7000-WRITE-AUDIT-RECORD.
008362     IF WS-SIMULATION
008364         GO TO 7000-EXIT
008366     END-IF.
008370     ACCEPT WS-CURRENT-DATE FROM DATE.
008380     ACCEPT WS-CURRENT-TIME FROM TIME.
008390     MOVE WS-CURRENT-DATE TO AU-DATE.
008450******************************************************************
008460*    8000-PRINT-TOTALS - CLOSE THE REGISTER WITH THE RUN TOTALS
008470*    DATA CONTROL BALANCES AGAINST THE SUBMITTED CARD DECK.
008475*    A SIMULATION FOLLOWS THEM WITH ITS BEFORE/AFTER SUMMARY.
008480******************************************************************
008490 8000-PRINT-TOTALS.
008500     MOVE WS-TRAN-COUNT TO TL-TRAN-COUNT.
008510     MOVE WS-ACCEPT-COUNT TO TL-ACCEPT-COUNT.
008520     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
008525     MOVE WS-QUEUED-COUNT TO TL-QUEUED-COUNT.
008530     MOVE WS-TOTAL-LINE TO PRT-LINE.
008540     WRITE PRT-LINE.
008542     IF WS-SIMULATION
008544         PERFORM 8200-PRINT-SIM-SUMMARY THRU 8200-EXIT
008546     END-IF.
008550 8000-EXIT.
008560     EXIT.
008561******************************************************************
008562*    8200-PRINT-SIM-SUMMARY - LIST BY LIST, THE CELL COUNT AND
008563*    TOTAL QUANTITY BEFORE THE DECK AND AS THEY WOULD STAND AFTER
008564*    IT. ONLY LISTS WITH AT LEAST ONE ACCEPTED ADD OR DELETE ARE
008565*    SHOWN - A LIST THE DECK ONLY SEARCHED WOULD NOT CHANGE.
008566******************************************************************
008567 8200-PRINT-SIM-SUMMARY.
008568     MOVE SPACES TO PRT-LINE.
008569     WRITE PRT-LINE.
008570     MOVE WS-SIMULATION-LINE TO PRT-LINE.
008571     WRITE PRT-LINE.
008572     MOVE WS-SIM-HEADING-LINE TO PRT-LINE.
008573     WRITE PRT-LINE.
008574     MOVE ZERO TO WS-SIM-PRINTED.
008575     IF WS-SIM-ROW-COUNT IS GREATER THAN ZERO
008576         PERFORM 8210-PRINT-ONE-SIM-ROW THRU 8210-EXIT
008577             VARYING WS-SIM-SCAN-INDEX FROM 1 BY 1
008578             UNTIL WS-SIM-SCAN-INDEX IS GREATER THAN
008579                 WS-SIM-ROW-COUNT
008580     END-IF.
008581     IF WS-SIM-PRINTED IS EQUAL TO ZERO
008582         MOVE WS-SIM-NONE-LINE TO PRT-LINE
008583         WRITE PRT-LINE
008584     END-IF.
008585 8200-EXIT.
008586     EXIT.
008587 8210-PRINT-ONE-SIM-ROW.
008588     IF SM-CHANGES(WS-SIM-SCAN-INDEX) IS EQUAL TO ZERO
008589         GO TO 8210-EXIT
008590     END-IF.
008591     MOVE SM-LIST-ID(WS-SIM-SCAN-INDEX) TO TL-SIM-LIST-ID.
008592     MOVE SM-CELLS-BEFORE(WS-SIM-SCAN-INDEX) TO
008593         TL-SIM-CELLS-BEFORE.
008594     MOVE SM-CELLS-AFTER(WS-SIM-SCAN-INDEX) TO TL-SIM-CELLS-AFTER.
008595     MOVE SM-QTY-BEFORE(WS-SIM-SCAN-INDEX) TO TL-SIM-QTY-BEFORE.
008596     MOVE SM-QTY-AFTER(WS-SIM-SCAN-INDEX) TO TL-SIM-QTY-AFTER.
008597     MOVE WS-SIM-DETAIL-LINE TO PRT-LINE.
008598     WRITE PRT-LINE.
008599     ADD 1 TO WS-SIM-PRINTED.
008600 8210-EXIT.
008601     EXIT.
008605******************************************************************
008606*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
008607*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
008608*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
008609*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
008610*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
008611******************************************************************
008612 7900-OPEN-CHANGE-LOG.
008613     OPEN EXTEND CHGLOG.
008614     IF WS-CHGLOG-NOT-FOUND
008615         OPEN OUTPUT CHGLOG
008616         CLOSE CHGLOG
008617         OPEN EXTEND CHGLOG
008618     END-IF.
008619     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
008620     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
008621     ACCEPT WS-CHG-RUN-TIME FROM TIME.
008622     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
008623 7900-EXIT.
008624     EXIT.
008625******************************************************************
008626*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
008627*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
008628*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
008629*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
008630*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
008631*    CATALOG STARTS WITH NO LIST CLAIMED.
008632*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
008633******************************************************************
008634 7910-LOG-CELL-CHANGE.
008635     IF NOT WS-CHGLOG-OPEN
008636         OR NOT WS-LISTFILE-OK
008637         OR LR-LIST-INDEX IS EQUAL TO ZERO
008638         GO TO 7910-EXIT
008639     END-IF.
008640     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
008641     ADD 1 TO WS-CHG-SEQUENCE.
008642     MOVE SPACES TO CHANGE-LOG-RECORD.
008643     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
008644     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
008645     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
008646     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
008647     ACCEPT CG-LOG-TIME FROM TIME.
008648     IF CG-CELL-DELETED
008649         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
008650     ELSE
008651         MOVE LIST-RECORD TO CG-AFTER-IMAGE
008652     END-IF.
008653     WRITE CHANGE-LOG-RECORD.
008654 7910-EXIT.
008655     EXIT.
008656******************************************************************
008657*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
008658*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
008659*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
008660******************************************************************
008661 7920-CLOSE-CHANGE-LOG.
008662     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
008663     IF NOT WS-CHGLOG-OPEN
008664         GO TO 7920-EXIT
008665     END-IF.
008666     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
008667         MOVE SPACES TO CHANGE-LOG-RECORD
008668         MOVE 'E' TO CG-RECORD-TYPE
008669         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
008670         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
008671         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
008672         ACCEPT CG-LOG-TIME FROM TIME
008673         WRITE CHANGE-LOG-RECORD
008674     END-IF.
008675     CLOSE CHGLOG.
008676     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
008677 7920-EXIT.
008678     EXIT.
008679******************************************************************
008680*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
008681*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
008682*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
008683*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
008684*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
008685******************************************************************
008686 7950-OPEN-STATUS-INDEX.
008687     OPEN I-O STATIDX.
008688     IF WS-STATIDX-OK
008689         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
008690     ELSE
008691         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
008692             " MAINTAINED BY THIS RUN"
008693     END-IF.
008694 7950-EXIT.
008695     EXIT.
008696******************************************************************
008697*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
008698*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
008699*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
008700*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
008701*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
008702*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
008703******************************************************************
008704 7960-INDEX-CELL-CHANGE.
008705     IF NOT WS-STATIDX-OPEN
008706         GO TO 7960-EXIT
008707     END-IF.
008708     MOVE SPACES TO STATUS-INDEX-RECORD.
008709     MOVE LR-LIST-ID TO SX-LIST-ID.
008710     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
008711     IF WS-CHG-OPERATION IS EQUAL TO 'D'
008712         OR LR-QUANTITY IS NOT NUMERIC
008713         DELETE STATIDX
008714             INVALID KEY CONTINUE
008715         END-DELETE
008716         GO TO 7960-EXIT
008717     END-IF.
008718     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
008719     MOVE LR-EFF-DATE TO SX-EFF-DATE.
008720     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
008721     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
008722     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
008723     MOVE LR-QUANTITY TO SX-QUANTITY.
008724     WRITE STATUS-INDEX-RECORD
008725         INVALID KEY REWRITE STATUS-INDEX-RECORD
008726     END-WRITE.
008727 7960-EXIT.
008728     EXIT.
008729 7970-CLOSE-STATUS-INDEX.
008730     IF WS-STATIDX-OPEN
008731         CLOSE STATIDX
008732         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
008733     END-IF.
008734 7970-EXIT.
008735     EXIT.
008736******************************************************************
008737*    9000-TERMINATE - CLOSE THE TRANSACTION, AUDIT AND REPORT
008738*    DATASETS.
008739******************************************************************
008740 9000-TERMINATE.
008741     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
008742     CLOSE TRAN-FILE.
008743     CLOSE PRTFILE.
008744     IF NOT WS-SIMULATION
008745         CLOSE AUDITFILE
008746         CLOSE XREFFILE
008747         CLOSE RUNFILE
008748         CLOSE JRNLFILE
008749         CLOSE PENDFILE
008750     END-IF.
008751     IF NOT WS-ITEMFILE-NOT-FOUND
008752         CLOSE ITEMFILE
008753     END-IF.
008754     IF NOT WS-LISTDEF-NOT-FOUND
008755         CLOSE LISTDEF
008756     END-IF.
008757 9000-EXIT.
008758     EXIT.
008759 END PROGRAM Program6.
