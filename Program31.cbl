000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program31 AS "BackAlloc".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE MORNING BACKORDER ALLOCATION RUN. IT
000210*    LOADS THE STOCK LIST NAMED ON THE CONTROL CARD INTO
000220*    TOP_LIST, THEN TAKES EVERY OPEN CELL OF THE BACKORDER LIST
000230*    OLDEST LR-EFF-DATE FIRST AND ALLOCATES WHATEVER ACTIVE
000240*    STOCK OF THE SAME ITEM KEY IS STILL UNCLAIMED, LOCATING THE
000250*    STOCK CELL WITH FINDCELL. A BACKORDER IS FILLED IN FULL
000260*    WHEN THE STOCK COVERS IT AND IN PART WHEN IT DOES NOT; THE
000270*    NEXT-OLDEST BACKORDER FOR THE ITEM THEN SEES ONLY WHAT IS
000280*    LEFT. HELD ('H') AND CANCELLED ('C') BACKORDERS ARE
000290*    SKIPPED, AND ONLY ACTIVE ('A') STOCK IS EVER ALLOCATED.
000300*
000310*    NOTHING ON LISTFILE IS CHANGED HERE. EACH ALLOCATION IS
000320*    WRITTEN THREE WAYS - AN ALLOCFILE RECORD, A LINE ON THE
000330*    PRINTED PICK LIST, AND A MOVEREC ISSUE AGAINST THE
000340*    BACKORDER CELL - AND THE STOCK DRAWN IS WRITTEN AS ONE
000350*    MOVEREC ISSUE PER STOCK CELL, SO ListPost (PROGRAM19) POSTS
000360*    BOTH SIDES WITH ITS USUAL AUDIT TRAIL. MOVEFILE CARRIES ALL
000370*    OF THE BACKORDER LIST'S MOVEMENTS AHEAD OF THE STOCK
000380*    LIST'S, SO THE POSTING RUN LOADS EACH LIST ONCE.
000390*
000400*    EITHER LIST CARRYING THE INDEX-ZERO IN-USE MARKER IS IN THE
000410*    MIDDLE OF AN UPDATE; NOTHING IS ALLOCATED FROM A HALF-
000420*    WRITTEN LIST AND THE RUN ENDS RC 8.
000430*
000440*    MAINTENANCE HISTORY
000450*    DATE       INIT DESCRIPTION
000460*    -------    ---- ------------------------------------------
000470*    2026-10-15 SRJ  ORIGINAL PROGRAM - BACKORDER ALLOCATION
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT LISTFILE ASSIGN TO "LISTFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS LR-LIST-KEY
000570         FILE STATUS IS WS-LISTFILE-STATUS.
000580     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MI-ITEM-KEY
000620         FILE STATUS IS WS-ITEMFILE-STATUS.
000630     SELECT CTL-FILE ASSIGN TO "SYSIN"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT ALLOCFILE ASSIGN TO "ALLOCFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ALLOCFILE-STATUS.
000680     SELECT MOVEFILE ASSIGN TO "MOVEFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-MOVEFILE-STATUS.
000710     SELECT PRTFILE ASSIGN TO "PRTFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PRTFILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  LISTFILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 120 CHARACTERS.
000790 COPY LISTREC.
000800 FD  ITEMFILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 100 CHARACTERS.
000830 COPY ITEMREC.
000840 FD  CTL-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 COPY ALCCTL.
000880 FD  ALLOCFILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 100 CHARACTERS.
000910 COPY ALLOCREC.
000920 FD  MOVEFILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950 COPY MOVEREC.
000960 FD  PRTFILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  PRT-LINE                        PIC X(132).
001000 WORKING-STORAGE SECTION.
001010******************************************************************
001020*    FILE-STATUS AND CONTROL WORKING STORAGE
001030******************************************************************
001040 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
001050     88  WS-LISTFILE-OK             VALUE '00'.
001060     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
001070 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
001080     88  WS-ITEMFILE-OK             VALUE '00'.
001090     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
001100 01  WS-ALLOCFILE-STATUS PIC X(02) VALUE SPACES.
001110 01  WS-MOVEFILE-STATUS PIC X(02) VALUE SPACES.
001120 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001130 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001140     88  WS-EOF                     VALUE 'Y'.
001150 01  WS-ALLOC-ABORT-SWITCH PIC X(01) VALUE 'N'.
001160     88  WS-ALLOC-ABORT             VALUE 'Y'.
001170 01  WS-BACKORDER-LIST-ID PIC X(20) VALUE 'BACKORDERS'.
001180 01  WS-STOCK-LIST-ID PIC X(20) VALUE SPACES.
001190 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001200******************************************************************
001210*    STOCK LIST WORKING STORAGE - THE SAME TOP_LIST STRUCTURE
001220*    PROGRAM1 BUILDS AND PASSES TO FINDCELL, HOLDING THE STOCK
001230*    LIST, WITH A PARALLEL ROW PER CELL CARRYING THE QUANTITY
001240*    STILL FREE TO ALLOCATE AND THE QUANTITY ALLOCATED SO FAR.
001250******************************************************************
001260 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001270 01  INPUTNUM_SAVE PIC S9(9) VALUE ZERO.
001280 01  WS-INDEX PIC S9(9) VALUE ZERO.
001290 01  TOP_LIST.
001300     05  TOP_DATA PIC X(80) OCCURS 1 TO 10000 TIMES
001310         DEPENDING ON INPUTNUM_SAVE INDEXED BY TOPINDEX.
001320     05  TOP_NEXT USAGE IS POINTER OCCURS 1 TO 10000 TIMES
001330         DEPENDING ON INPUTNUM_SAVE
001340         INDEXED BY TOPINDEX VALUE IS NULL.
001350 01  TARGET_DATA PIC X(80).
001360 01  WS-STOCK-TABLE.
001370     05  WS-STOCK-ROW OCCURS 1 TO 10000 TIMES
001380         DEPENDING ON INPUTNUM_SAVE INDEXED BY STOCKINDEX.
001390         10  ST-AVAILABLE PIC S9(9) COMP.
001400         10  ST-ALLOCATED PIC S9(9) COMP.
001410 01  WS-CELL-FIELDS.
001420     05  WS-CF-ITEM-KEY PIC X(20).
001430     05  WS-CF-QUANTITY PIC 9(07).
001440     05  WS-CF-EFF-DATE PIC 9(08).
001450     05  WS-CF-STATUS PIC X(01).
001460     05  FILLER PIC X(44).
001470******************************************************************
001480*    SEARCH-RESULT WORKING STORAGE
001490******************************************************************
001500 01  WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
001510     88  WS-FOUND                   VALUE 'Y'.
001520 01  WS-FOUND-INDEX PIC S9(9) VALUE ZERO.
001530 01  WS-SEARCH-MODE PIC X(01) VALUE 'E'.
001540 01  WS-MATCH-COUNT PIC S9(9) VALUE ZERO.
001550******************************************************************
001560*    BACKORDER TABLE WORKING STORAGE - THE OPEN BACKORDER CELLS,
001570*    PUT IN OLDEST-EFFECTIVE-DATE ORDER WITH THE SAME INSERTION
001580*    SORT PROGRAM28 USES. EQUAL DATES KEEP THEIR LIST ORDER.
001590******************************************************************
001600 01  WS-BACKORDER-COUNT PIC S9(9) VALUE ZERO.
001610 01  WS-BACKORDER-TABLE.
001620     05  WS-BACKORDER-ROW OCCURS 1 TO 10000 TIMES
001630         DEPENDING ON WS-BACKORDER-COUNT INDEXED BY BOINDEX.
001640         10  BO-EFF-DATE PIC 9(08).
001650         10  BO-ITEM-KEY PIC X(20).
001660         10  BO-QUANTITY PIC 9(07).
001670 01  WS-SORT-PASS-INDEX PIC S9(9) VALUE ZERO.
001680 01  WS-SORT-SCAN-INDEX PIC S9(9) VALUE ZERO.
001690 01  WS-SORT-HOLD-ROW.
001700     05  WS-SORT-HOLD-DATE PIC 9(08).
001710     05  FILLER PIC X(27).
001720 01  WS-ROW-INDEX PIC S9(9) VALUE ZERO.
001730 01  WS-ALLOC-QTY PIC S9(9) VALUE ZERO.
001740 01  WS-OWED-QTY PIC S9(9) VALUE ZERO.
001750******************************************************************
001760*    RUN-TOTAL WORKING STORAGE
001770******************************************************************
001780 01  WS-STOCK-CELLS PIC S9(9) VALUE ZERO.
001790 01  WS-CELLS-READ PIC S9(9) VALUE ZERO.
001800 01  WS-SKIP-HELD-COUNT PIC S9(9) VALUE ZERO.
001810 01  WS-SKIP-CANCEL-COUNT PIC S9(9) VALUE ZERO.
001820 01  WS-SKIP-LEGACY-COUNT PIC S9(9) VALUE ZERO.
001830 01  WS-SKIP-ZERO-COUNT PIC S9(9) VALUE ZERO.
001840 01  WS-FULL-COUNT PIC S9(9) VALUE ZERO.
001850 01  WS-PARTIAL-COUNT PIC S9(9) VALUE ZERO.
001860 01  WS-UNFILLED-COUNT PIC S9(9) VALUE ZERO.
001870 01  WS-UNITS-ALLOCATED PIC S9(11) VALUE ZERO.
001880 01  WS-MOVES-WRITTEN PIC S9(9) VALUE ZERO.
001890******************************************************************
001900*    REPORT-LINE WORKING STORAGE
001910******************************************************************
001920 01  WS-HEADING-LINE-1.
001930     05  FILLER PIC X(30) VALUE 'BACKORDER ALLOCATION PICK LIST'.
001940     05  FILLER PIC X(02) VALUE SPACES.
001950     05  FILLER PIC X(12) VALUE 'BACKORDERS: '.
001960     05  PH-BACKORDER-LIST PIC X(20).
001970     05  FILLER PIC X(02) VALUE SPACES.
001980     05  FILLER PIC X(07) VALUE 'STOCK: '.
001990     05  PH-STOCK-LIST PIC X(20).
002000     05  FILLER PIC X(39) VALUE SPACES.
002010 01  WS-HEADING-LINE-2.
002020     05  FILLER PIC X(20) VALUE 'ITEM KEY'.
002030     05  FILLER PIC X(02) VALUE SPACES.
002040     05  FILLER PIC X(30) VALUE 'DESCRIPTION'.
002050     05  FILLER PIC X(02) VALUE SPACES.
002060     05  FILLER PIC X(04) VALUE 'UNIT'.
002070     05  FILLER PIC X(02) VALUE SPACES.
002080     05  FILLER PIC X(08) VALUE 'EFF DATE'.
002090     05  FILLER PIC X(02) VALUE SPACES.
002100     05  FILLER PIC X(07) VALUE 'ORDERED'.
002110     05  FILLER PIC X(02) VALUE SPACES.
002120     05  FILLER PIC X(07) VALUE '   PICK'.
002130     05  FILLER PIC X(02) VALUE SPACES.
002140     05  FILLER PIC X(07) VALUE '   OWED'.
002150     05  FILLER PIC X(02) VALUE SPACES.
002160     05  FILLER PIC X(07) VALUE 'FILL'.
002170     05  FILLER PIC X(26) VALUE SPACES.
002180 01  WS-DETAIL-LINE.
002190     05  PL-ITEM-KEY PIC X(20).
002200     05  FILLER PIC X(02) VALUE SPACES.
002210     05  PL-DESCRIPTION PIC X(30).
002220     05  FILLER PIC X(02) VALUE SPACES.
002230     05  PL-UNIT PIC X(04).
002240     05  FILLER PIC X(02) VALUE SPACES.
002250     05  PL-EFF-DATE PIC 9(08).
002260     05  FILLER PIC X(02) VALUE SPACES.
002270     05  PL-ORDERED PIC ZZZZZZ9.
002280     05  FILLER PIC X(02) VALUE SPACES.
002290     05  PL-PICK PIC ZZZZZZ9.
002300     05  FILLER PIC X(02) VALUE SPACES.
002310     05  PL-OWED PIC ZZZZZZ9.
002320     05  FILLER PIC X(02) VALUE SPACES.
002330     05  PL-FILL PIC X(07).
002340     05  FILLER PIC X(26) VALUE SPACES.
002350 01  WS-COUNT-LINE.
002360     05  PL-COUNT-LABEL PIC X(40).
002370     05  PL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
002380     05  FILLER PIC X(78) VALUE SPACES.
002390 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002400 LINKAGE SECTION.
002410 PROCEDURE DIVISION.
002420******************************************************************
002430*    0000-MAINLINE
002440******************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
002480     IF NOT WS-ALLOC-ABORT
002490         PERFORM 3000-LOAD-STOCK-LIST THRU 3000-EXIT
002500     END-IF.
002510     IF NOT WS-ALLOC-ABORT
002520         PERFORM 4000-LOAD-BACKORDERS THRU 4000-EXIT
002530     END-IF.
002540     IF NOT WS-ALLOC-ABORT
002550         PERFORM 4500-SORT-BY-EFF-DATE THRU 4500-EXIT
002560         PERFORM 5000-ALLOCATE-BACKORDERS THRU 5000-EXIT
002570         PERFORM 6000-WRITE-STOCK-ISSUES THRU 6000-EXIT
002580     END-IF.
002590     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002600     IF WS-ALLOC-ABORT
002610         MOVE 8 TO RETURN-CODE
002620     ELSE
002630         IF WS-UNITS-ALLOCATED IS EQUAL TO ZERO
002640             AND RETURN-CODE IS LESS THAN 4
002650             MOVE 4 TO RETURN-CODE
002660         END-IF
002670     END-IF.
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002690     GOBACK.
002700******************************************************************
002710*    1000-INITIALIZE - OPEN THE CONTROL, LIST, ITEM MASTER,
002720*    ALLOCATION, MOVEMENT AND REPORT DATASETS. THE ITEM MASTER
002730*    ONLY FEEDS THE PICK LIST'S DESCRIPTION COLUMN, SO A
002740*    MISSING ONE LEAVES THE COLUMN BLANK AND NOTHING ELSE.
002750******************************************************************
002760 1000-INITIALIZE.
002770     OPEN INPUT CTL-FILE.
002780     OPEN INPUT LISTFILE.
002790     OPEN INPUT ITEMFILE.
002800     OPEN OUTPUT ALLOCFILE.
002810     OPEN OUTPUT MOVEFILE.
002820     OPEN OUTPUT PRTFILE.
002830     ACCEPT WS-CURRENT-DATE FROM DATE.
002840 1000-EXIT.
002850     EXIT.
002860******************************************************************
002870*    2000-READ-CONTROL-CARD - LEARN THE BACKORDER AND STOCK
002880*    LISTS. THE STOCK LIST IS REQUIRED; THE BACKORDER LIST
002890*    DEFAULTS TO BACKORDERS. ALLOCATING A LIST AGAINST ITSELF
002900*    WOULD ISSUE EVERY CELL TWICE AND IS REFUSED.
002910******************************************************************
002920 2000-READ-CONTROL-CARD.
002930     READ CTL-FILE
002940         AT END
002950             DISPLAY "ALLOCATION CONTROL CARD MISSING - NO"
002960                 " ALLOCATION PERFORMED"
002970             MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
002980             GO TO 2000-EXIT
002990     END-READ.
003000     IF BA-STOCK-LIST IS EQUAL TO SPACES
003010         DISPLAY "ALLOCATION CONTROL CARD NAMES NO STOCK LIST -"
003020             " NO ALLOCATION PERFORMED"
003030         MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
003040         GO TO 2000-EXIT
003050     END-IF.
003060     MOVE BA-STOCK-LIST TO WS-STOCK-LIST-ID.
003070     IF BA-BACKORDER-LIST IS NOT EQUAL TO SPACES
003080         MOVE BA-BACKORDER-LIST TO WS-BACKORDER-LIST-ID
003090     END-IF.
003100     IF WS-BACKORDER-LIST-ID IS EQUAL TO WS-STOCK-LIST-ID
003110         DISPLAY "BACKORDER AND STOCK LIST ARE BOTH "
003120             WS-STOCK-LIST-ID " - NO ALLOCATION PERFORMED"
003130         MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
003140         GO TO 2000-EXIT
003150     END-IF.
003160     DISPLAY "ALLOCATING " WS-BACKORDER-LIST-ID " FROM "
003170         WS-STOCK-LIST-ID.
003180 2000-EXIT.
003190     EXIT.
003200******************************************************************
003210*    3000-LOAD-STOCK-LIST - READ THE STOCK LIST INTO TOP_LIST IN
003220*    ITS ASCENDING ITEM-KEY ORDER SO FINDCELL CAN BINARY-SEARCH
003230*    IT. ONLY AN ACTIVE CELL WITH A STRUCTURED QUANTITY HAS
003240*    ANYTHING FREE TO ALLOCATE; HELD, CANCELLED AND LEGACY
003250*    CELLS ARE LOADED WITH NOTHING AVAILABLE SO THE SEARCH
003260*    ORDER STAYS WHOLE.
003270******************************************************************
003280 3000-LOAD-STOCK-LIST.
003290     IF WS-LISTFILE-NOT-FOUND
003300         DISPLAY "LISTFILE NOT FOUND - NO ALLOCATION PERFORMED"
003310         MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
003320         GO TO 3000-EXIT
003330     END-IF.
003340     MOVE ZERO TO INPUTNUM_SAVE.
003350     MOVE 'N' TO WS-EOF-SWITCH.
003360     MOVE WS-STOCK-LIST-ID TO LR-LIST-ID.
003370     MOVE ZERO TO LR-LIST-INDEX.
003380     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
003390         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
003400     END-START.
003410     PERFORM 3100-LOAD-ONE-STOCK-CELL THRU 3100-EXIT
003420         UNTIL WS-EOF.
003430     IF WS-ALLOC-ABORT
003440         GO TO 3000-EXIT
003450     END-IF.
003460     IF INPUTNUM_SAVE IS EQUAL TO ZERO
003470         DISPLAY "STOCK LIST " WS-STOCK-LIST-ID " NOT FOUND - NO"
003480             " ALLOCATION PERFORMED"
003490         MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
003500     END-IF.
003510     MOVE INPUTNUM_SAVE TO WS-STOCK-CELLS.
003520 3000-EXIT.
003530     EXIT.
003540 3100-LOAD-ONE-STOCK-CELL.
003550     READ LISTFILE NEXT RECORD
003560         AT END
003570             MOVE 'Y' TO WS-EOF-SWITCH
003580             GO TO 3100-EXIT
003590     END-READ.
003600     IF LR-LIST-ID NOT EQUAL WS-STOCK-LIST-ID
003610         MOVE 'Y' TO WS-EOF-SWITCH
003620         GO TO 3100-EXIT
003630     END-IF.
003640     IF LR-LIST-INDEX IS EQUAL TO ZERO
003650         DISPLAY "LIST " WS-STOCK-LIST-ID " IN USE - "
003660             LR-LIST-DATA
003670         MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
003680         MOVE 'Y' TO WS-EOF-SWITCH
003690         GO TO 3100-EXIT
003700     END-IF.
003710     IF INPUTNUM_SAVE IS GREATER THAN OR EQUAL TO WS-MAX-ENTRIES
003720         GO TO 3100-EXIT
003730     END-IF.
003740     ADD 1 TO INPUTNUM_SAVE.
003750     MOVE LR-LIST-DATA TO TOP_DATA(INPUTNUM_SAVE).
003760     MOVE ZERO TO ST-AVAILABLE(INPUTNUM_SAVE).
003770     MOVE ZERO TO ST-ALLOCATED(INPUTNUM_SAVE).
003780     IF LR-QUANTITY IS NUMERIC
003790         AND LR-STATUS-CODE IS EQUAL TO 'A'
003800         MOVE LR-QUANTITY TO ST-AVAILABLE(INPUTNUM_SAVE)
003810     END-IF.
003820 3100-EXIT.
003830     EXIT.
003840******************************************************************
003850*    4000-LOAD-BACKORDERS - WALK THE BACKORDER LIST AND TABLE
003860*    EVERY CELL STILL OWED. HELD, CANCELLED, LEGACY FREE-TEXT
003870*    AND ZERO-QUANTITY CELLS ARE COUNTED AND LEFT OUT.
003880******************************************************************
003890 4000-LOAD-BACKORDERS.
003900     MOVE 'N' TO WS-EOF-SWITCH.
003910     MOVE WS-BACKORDER-LIST-ID TO LR-LIST-ID.
003920     MOVE ZERO TO LR-LIST-INDEX.
003930     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
003940         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
003950     END-START.
003960     PERFORM 4100-LOAD-ONE-BACKORDER THRU 4100-EXIT
003970         UNTIL WS-EOF.
003980     IF WS-ALLOC-ABORT
003990         GO TO 4000-EXIT
004000     END-IF.
004010     IF WS-CELLS-READ IS EQUAL TO ZERO
004020         DISPLAY "BACKORDER LIST " WS-BACKORDER-LIST-ID
004030             " NOT FOUND - NO ALLOCATION PERFORMED"
004040         MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
004050     END-IF.
004060 4000-EXIT.
004070     EXIT.
004080 4100-LOAD-ONE-BACKORDER.
004090     READ LISTFILE NEXT RECORD
004100         AT END
004110             MOVE 'Y' TO WS-EOF-SWITCH
004120             GO TO 4100-EXIT
004130     END-READ.
004140     IF LR-LIST-ID NOT EQUAL WS-BACKORDER-LIST-ID
004150         MOVE 'Y' TO WS-EOF-SWITCH
004160         GO TO 4100-EXIT
004170     END-IF.
004180     IF LR-LIST-INDEX IS EQUAL TO ZERO
004190         DISPLAY "LIST " WS-BACKORDER-LIST-ID " IN USE - "
004200             LR-LIST-DATA
004210         MOVE 'Y' TO WS-ALLOC-ABORT-SWITCH
004220         MOVE 'Y' TO WS-EOF-SWITCH
004230         GO TO 4100-EXIT
004240     END-IF.
004250     ADD 1 TO WS-CELLS-READ.
004260     IF LR-QUANTITY IS NOT NUMERIC
004270         OR LR-EFF-DATE IS NOT NUMERIC
004280         ADD 1 TO WS-SKIP-LEGACY-COUNT
004290         GO TO 4100-EXIT
004300     END-IF.
004310     IF LR-STATUS-CODE IS EQUAL TO 'H'
004320         ADD 1 TO WS-SKIP-HELD-COUNT
004330         GO TO 4100-EXIT
004340     END-IF.
004350     IF LR-STATUS-CODE IS EQUAL TO 'C'
004360         ADD 1 TO WS-SKIP-CANCEL-COUNT
004370         GO TO 4100-EXIT
004380     END-IF.
004390     IF LR-QUANTITY IS EQUAL TO ZERO
004400         ADD 1 TO WS-SKIP-ZERO-COUNT
004410         GO TO 4100-EXIT
004420     END-IF.
004430     IF WS-BACKORDER-COUNT IS GREATER THAN OR EQUAL TO
004440         WS-MAX-ENTRIES
004450         GO TO 4100-EXIT
004460     END-IF.
004470     ADD 1 TO WS-BACKORDER-COUNT.
004480     MOVE LR-EFF-DATE TO BO-EFF-DATE(WS-BACKORDER-COUNT).
004490     MOVE LR-ITEM-KEY TO BO-ITEM-KEY(WS-BACKORDER-COUNT).
004500     MOVE LR-QUANTITY TO BO-QUANTITY(WS-BACKORDER-COUNT).
004510 4100-EXIT.
004520     EXIT.
004530******************************************************************
004540*    4500-SORT-BY-EFF-DATE - INSERTION-SORT THE BACKORDERS INTO
004550*    OLDEST-FIRST ORDER, THE SAME SORT SHAPE PROGRAM28 USES FOR
004560*    ITS SEVERITIES. EQUAL DATES KEEP THEIR LIST ORDER.
004570******************************************************************
004580 4500-SORT-BY-EFF-DATE.
004590     IF WS-BACKORDER-COUNT IS GREATER THAN 1
004600         PERFORM 4600-SORT-ONE-PASS THRU 4600-EXIT
004610             VARYING WS-SORT-PASS-INDEX FROM 2 BY 1
004620             UNTIL WS-SORT-PASS-INDEX IS GREATER THAN
004630                 WS-BACKORDER-COUNT
004640     END-IF.
004650 4500-EXIT.
004660     EXIT.
004670 4600-SORT-ONE-PASS.
004680     MOVE WS-BACKORDER-ROW(WS-SORT-PASS-INDEX) TO
004690         WS-SORT-HOLD-ROW.
004700     MOVE WS-SORT-PASS-INDEX TO WS-SORT-SCAN-INDEX.
004710     PERFORM 4700-SLIDE-ONE-ROW THRU 4700-EXIT
004720         UNTIL WS-SORT-SCAN-INDEX IS EQUAL TO 1
004730         OR BO-EFF-DATE(WS-SORT-SCAN-INDEX - 1) IS NOT
004740             GREATER THAN WS-SORT-HOLD-DATE.
004750     MOVE WS-SORT-HOLD-ROW TO
004760         WS-BACKORDER-ROW(WS-SORT-SCAN-INDEX).
004770 4600-EXIT.
004780     EXIT.
004790 4700-SLIDE-ONE-ROW.
004800     MOVE WS-BACKORDER-ROW(WS-SORT-SCAN-INDEX - 1) TO
004810         WS-BACKORDER-ROW(WS-SORT-SCAN-INDEX).
004820     SUBTRACT 1 FROM WS-SORT-SCAN-INDEX.
004830 4700-EXIT.
004840     EXIT.
004850******************************************************************
004860*    5000-ALLOCATE-BACKORDERS - TAKE THE BACKORDERS OLDEST
004870*    FIRST AND FILL EACH FROM WHATEVER OF ITS ITEM'S STOCK IS
004880*    STILL FREE. THE PICK LIST PRINTS IN THE SAME ORDER, SO THE
004890*    OLDEST ORDERS ARE PICKED FIRST ON THE FLOOR TOO.
004900******************************************************************
004910 5000-ALLOCATE-BACKORDERS.
004920     MOVE WS-BACKORDER-LIST-ID TO PH-BACKORDER-LIST.
004930     MOVE WS-STOCK-LIST-ID TO PH-STOCK-LIST.
004940     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
004950     WRITE PRT-LINE.
004960     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
004970     WRITE PRT-LINE.
004980     IF WS-BACKORDER-COUNT IS GREATER THAN ZERO
004990         PERFORM 5100-ALLOCATE-ONE-BACKORDER THRU 5100-EXIT
005000             VARYING WS-ROW-INDEX FROM 1 BY 1
005010             UNTIL WS-ROW-INDEX IS GREATER THAN
005020                 WS-BACKORDER-COUNT
005030     END-IF.
005040 5000-EXIT.
005050     EXIT.
005060******************************************************************
005070*    5100-ALLOCATE-ONE-BACKORDER - FIND THE ITEM ON THE STOCK
005080*    LIST WITH FINDCELL AND TAKE THE LESSER OF WHAT IS OWED AND
005090*    WHAT IS FREE. AN ITEM WITH NO STOCK CELL, OR NONE LEFT
005100*    FREE, IS COUNTED UNFILLED AND STAYS OWED IN FULL.
005110******************************************************************
005120 5100-ALLOCATE-ONE-BACKORDER.
005130     MOVE SPACES TO TARGET_DATA.
005140     MOVE BO-ITEM-KEY(WS-ROW-INDEX) TO TARGET_DATA(1:20).
005150     MOVE 'N' TO WS-FOUND-SWITCH.
005160     MOVE ZERO TO WS-FOUND-INDEX.
005170     CALL "findcell" USING BY REFERENCE TOP_LIST,
005180         TARGET_DATA, INPUTNUM_SAVE, WS-FOUND-SWITCH,
005190         WS-FOUND-INDEX, WS-STOCK-LIST-ID, WS-SEARCH-MODE,
005200         WS-MATCH-COUNT
005210     END-CALL.
005220     IF NOT WS-FOUND
005230         ADD 1 TO WS-UNFILLED-COUNT
005240         GO TO 5100-EXIT
005250     END-IF.
005260     IF ST-AVAILABLE(WS-FOUND-INDEX) IS NOT GREATER THAN ZERO
005270         ADD 1 TO WS-UNFILLED-COUNT
005280         GO TO 5100-EXIT
005290     END-IF.
005300     IF ST-AVAILABLE(WS-FOUND-INDEX) IS LESS THAN
005310         BO-QUANTITY(WS-ROW-INDEX)
005320         MOVE ST-AVAILABLE(WS-FOUND-INDEX) TO WS-ALLOC-QTY
005330         MOVE 'P' TO AR-FILL-TYPE
005340         ADD 1 TO WS-PARTIAL-COUNT
005350     ELSE
005360         MOVE BO-QUANTITY(WS-ROW-INDEX) TO WS-ALLOC-QTY
005370         MOVE 'F' TO AR-FILL-TYPE
005380         ADD 1 TO WS-FULL-COUNT
005390     END-IF.
005400     SUBTRACT WS-ALLOC-QTY FROM ST-AVAILABLE(WS-FOUND-INDEX).
005410     ADD WS-ALLOC-QTY TO ST-ALLOCATED(WS-FOUND-INDEX).
005420     ADD WS-ALLOC-QTY TO WS-UNITS-ALLOCATED.
005430     COMPUTE WS-OWED-QTY =
005440         BO-QUANTITY(WS-ROW-INDEX) - WS-ALLOC-QTY.
005450     PERFORM 5200-WRITE-ALLOCATION THRU 5200-EXIT.
005460     PERFORM 5300-PRINT-PICK-LINE THRU 5300-EXIT.
005470     MOVE SPACES TO MOVE-RECORD.
005480     MOVE BO-ITEM-KEY(WS-ROW-INDEX) TO MV-ITEM-KEY.
005490     MOVE WS-BACKORDER-LIST-ID TO MV-LIST-ID.
005500     MOVE 'I' TO MV-MOVE-TYPE.
005510     MOVE WS-ALLOC-QTY TO MV-QUANTITY.
005520     WRITE MOVE-RECORD.
005530     ADD 1 TO WS-MOVES-WRITTEN.
005540 5100-EXIT.
005550     EXIT.
005560******************************************************************
005570*    5200-WRITE-ALLOCATION - ONE ALLOCFILE RECORD FOR THE FILL
005580*    JUST MADE. THE CALLER HAS ALREADY SET AR-FILL-TYPE.
005590******************************************************************
005600 5200-WRITE-ALLOCATION.
005610     MOVE BO-ITEM-KEY(WS-ROW-INDEX) TO AR-ITEM-KEY.
005620     MOVE WS-BACKORDER-LIST-ID TO AR-BACKORDER-LIST.
005630     MOVE WS-STOCK-LIST-ID TO AR-STOCK-LIST.
005640     MOVE BO-EFF-DATE(WS-ROW-INDEX) TO AR-EFF-DATE.
005650     MOVE BO-QUANTITY(WS-ROW-INDEX) TO AR-ORDERED-QTY.
005660     MOVE WS-ALLOC-QTY TO AR-ALLOCATED-QTY.
005670     MOVE WS-CURRENT-DATE TO AR-RUN-DATE.
005680     WRITE ALLOCATION-RECORD.
005690 5200-EXIT.
005700     EXIT.
005710******************************************************************
005720*    5300-PRINT-PICK-LINE - ONE PICK-LIST LINE, WITH THE ITEM'S
005730*    DESCRIPTION AND UNIT OF MEASURE FROM THE ITEM MASTER SO THE
005740*    PICKER KNOWS WHAT AND HOW MUCH TO PULL.
005750******************************************************************
005760 5300-PRINT-PICK-LINE.
005770     MOVE BO-ITEM-KEY(WS-ROW-INDEX) TO PL-ITEM-KEY.
005780     MOVE SPACES TO PL-DESCRIPTION.
005790     MOVE SPACES TO PL-UNIT.
005800     IF NOT WS-ITEMFILE-NOT-FOUND
005810         MOVE BO-ITEM-KEY(WS-ROW-INDEX) TO MI-ITEM-KEY
005820         READ ITEMFILE
005830             INVALID KEY
005840                 MOVE '*** NOT ON ITEM MASTER ***'
005850                     TO PL-DESCRIPTION
005860             NOT INVALID KEY
005870                 MOVE MI-DESCRIPTION TO PL-DESCRIPTION
005880                 MOVE MI-UNIT-OF-MEASURE TO PL-UNIT
005890         END-READ
005900     END-IF.
005910     MOVE BO-EFF-DATE(WS-ROW-INDEX) TO PL-EFF-DATE.
005920     MOVE BO-QUANTITY(WS-ROW-INDEX) TO PL-ORDERED.
005930     MOVE WS-ALLOC-QTY TO PL-PICK.
005940     MOVE WS-OWED-QTY TO PL-OWED.
005950     IF AR-FILLED-IN-FULL
005960         MOVE 'FULL' TO PL-FILL
005970     ELSE
005980         MOVE 'PARTIAL' TO PL-FILL
005990     END-IF.
006000     MOVE WS-DETAIL-LINE TO PRT-LINE.
006010     WRITE PRT-LINE.
006020 5300-EXIT.
006030     EXIT.
006040******************************************************************
006050*    6000-WRITE-STOCK-ISSUES - ONE MOVEREC ISSUE PER STOCK CELL
006060*    DRAWN ON, FOR THE TOTAL ALLOCATED FROM IT, WRITTEN AFTER
006070*    EVERY BACKORDER-SIDE MOVEMENT SO PROGRAM19 SEES EACH LIST
006080*    AS ONE RUN OF CONSECUTIVE MOVEMENTS.
006090******************************************************************
006100 6000-WRITE-STOCK-ISSUES.
006110     IF INPUTNUM_SAVE IS GREATER THAN ZERO
006120         PERFORM 6100-WRITE-ONE-STOCK-ISSUE THRU 6100-EXIT
006130             VARYING WS-INDEX FROM 1 BY 1
006140             UNTIL WS-INDEX IS GREATER THAN INPUTNUM_SAVE
006150     END-IF.
006160 6000-EXIT.
006170     EXIT.
006180 6100-WRITE-ONE-STOCK-ISSUE.
006190     IF ST-ALLOCATED(WS-INDEX) IS NOT GREATER THAN ZERO
006200         GO TO 6100-EXIT
006210     END-IF.
006220     MOVE TOP_DATA(WS-INDEX) TO WS-CELL-FIELDS.
006230     MOVE SPACES TO MOVE-RECORD.
006240     MOVE WS-CF-ITEM-KEY TO MV-ITEM-KEY.
006250     MOVE WS-STOCK-LIST-ID TO MV-LIST-ID.
006260     MOVE 'I' TO MV-MOVE-TYPE.
006270     MOVE ST-ALLOCATED(WS-INDEX) TO MV-QUANTITY.
006280     WRITE MOVE-RECORD.
006290     ADD 1 TO WS-MOVES-WRITTEN.
006300 6100-EXIT.
006310     EXIT.
006320******************************************************************
006330*    8000-PRINT-TOTALS - CLOSE THE PICK LIST WITH THE RUN'S
006340*    COUNTS, SO EVERY BACKORDER CELL READ IS ACCOUNTED FOR AS
006350*    FILLED, PART-FILLED, UNFILLED OR SKIPPED.
006360******************************************************************
006370 8000-PRINT-TOTALS.
006380     MOVE WS-BLANK-LINE TO PRT-LINE.
006390     WRITE PRT-LINE.
006400     MOVE 'STOCK CELLS LOADED' TO PL-COUNT-LABEL.
006410     MOVE WS-STOCK-CELLS TO PL-COUNT-VALUE.
006420     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006430     MOVE 'BACKORDER CELLS READ' TO PL-COUNT-LABEL.
006440     MOVE WS-CELLS-READ TO PL-COUNT-VALUE.
006450     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006460     MOVE '  FILLED IN FULL' TO PL-COUNT-LABEL.
006470     MOVE WS-FULL-COUNT TO PL-COUNT-VALUE.
006480     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006490     MOVE '  FILLED IN PART' TO PL-COUNT-LABEL.
006500     MOVE WS-PARTIAL-COUNT TO PL-COUNT-VALUE.
006510     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006520     MOVE '  NOT FILLED - NO FREE STOCK' TO PL-COUNT-LABEL.
006530     MOVE WS-UNFILLED-COUNT TO PL-COUNT-VALUE.
006540     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006550     MOVE '  SKIPPED - HELD' TO PL-COUNT-LABEL.
006560     MOVE WS-SKIP-HELD-COUNT TO PL-COUNT-VALUE.
006570     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006580     MOVE '  SKIPPED - CANCELLED' TO PL-COUNT-LABEL.
006590     MOVE WS-SKIP-CANCEL-COUNT TO PL-COUNT-VALUE.
006600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006610     MOVE '  SKIPPED - NOTHING OWED' TO PL-COUNT-LABEL.
006620     MOVE WS-SKIP-ZERO-COUNT TO PL-COUNT-VALUE.
006630     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006640     MOVE '  SKIPPED - LEGACY CELL' TO PL-COUNT-LABEL.
006650     MOVE WS-SKIP-LEGACY-COUNT TO PL-COUNT-VALUE.
006660     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006670     MOVE 'UNITS ALLOCATED' TO PL-COUNT-LABEL.
006680     MOVE WS-UNITS-ALLOCATED TO PL-COUNT-VALUE.
006690     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006700     MOVE 'ISSUE MOVEMENTS WRITTEN' TO PL-COUNT-LABEL.
006710     MOVE WS-MOVES-WRITTEN TO PL-COUNT-VALUE.
006720     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006730     DISPLAY "ALLOCATED " WS-UNITS-ALLOCATED " UNITS TO "
006740         WS-FULL-COUNT " FULL AND " WS-PARTIAL-COUNT
006750         " PARTIAL BACKORDERS".
006760 8000-EXIT.
006770     EXIT.
006780 8100-PRINT-ONE-COUNT.
006790     MOVE WS-COUNT-LINE TO PRT-LINE.
006800     WRITE PRT-LINE.
006810 8100-EXIT.
006820     EXIT.
006830******************************************************************
006840*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
006850******************************************************************
006860 9000-TERMINATE.
006870     CLOSE CTL-FILE.
006880     CLOSE ALLOCFILE.
006890     CLOSE MOVEFILE.
006900     CLOSE PRTFILE.
006910     IF NOT WS-LISTFILE-NOT-FOUND
006920         CLOSE LISTFILE
006930     END-IF.
006940     IF NOT WS-ITEMFILE-NOT-FOUND
006950         CLOSE ITEMFILE
006960     END-IF.
006970 9000-EXIT.
006980     EXIT.
006990 END PROGRAM Program31.
