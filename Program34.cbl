000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program34 AS "CountRecon".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE CYCLE COUNT RECONCILIATION. THE
000210*    WAREHOUSE SENDS COUNTFILE - ITEM KEY, LIST ID AND COUNTED
000220*    QUANTITY, SORTED BY LIST. EACH LIST COUNTED IS LOADED INTO
000230*    TOP_LIST ONCE, AND EVERY COUNT IS MATCHED TO ITS CELL WITH
000240*    FINDCELL. WHEN THE LIST'S COUNTS ARE IN, THE VARIANCE
000250*    REPORT PRINTS BOOK, COUNTED, DIFFERENCE AND PERCENTAGE
000260*    DIFFERENCE FOR EVERY CELL COUNTED, THEN THE COUNTS THAT
000270*    MATCHED NO CELL, THEN THE CELLS NOBODY COUNTED.
000280*
000290*    A VARIANCE OF MORE THAN THE CONTROL CARD'S TOLERANCE (AS A
000300*    PERCENTAGE OF BOOK) IS FLAGGED FOR SUPERVISOR REVIEW. EVERY
000310*    ACCEPTED VARIANCE - WITHIN TOLERANCE, OR FLAGGED WHEN THE
000320*    CARD SAYS THE SUPERVISOR HAS SIGNED THEM OFF - IS WRITTEN
000330*    TO MOVEFILE AS A SIGNED MOVEREC ADJUSTMENT ('A'), SO
000340*    ListPost (PROGRAM19) CORRECTS THE BOOK WITH ITS USUAL AUDIT
000350*    TRAIL. NOTHING ON LISTFILE IS CHANGED HERE. CANCELLED AND
000360*    LEGACY FREE-TEXT CELLS ARE REPORTED BUT NEVER ADJUSTED -
000370*    PROGRAM19 WOULD REJECT THEM.
000380*
000390*    A LIST CARRYING THE INDEX-ZERO IN-USE MARKER IS IN THE
000400*    MIDDLE OF AN UPDATE; ITS COUNTS ARE NOT RECONCILED AND THE
000410*    RUN ENDS RC 8, AS IT DOES WHEN COUNTFILE IS OUT OF LIST
000420*    ORDER.
000430*
000440*    MAINTENANCE HISTORY
000450*    DATE       INIT DESCRIPTION
000460*    -------    ---- ------------------------------------------
000470*    2026-10-15 SRJ  ORIGINAL PROGRAM - CYCLE COUNT
000480*                    RECONCILIATION WITH VARIANCE ADJUSTMENTS
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT LISTFILE ASSIGN TO "LISTFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS LR-LIST-KEY
000580         FILE STATUS IS WS-LISTFILE-STATUS.
000590     SELECT CTL-FILE ASSIGN TO "SYSIN"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT COUNTFILE ASSIGN TO "COUNTFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-COUNTFILE-STATUS.
000640     SELECT MOVEFILE ASSIGN TO "MOVEFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MOVEFILE-STATUS.
000670     SELECT PRTFILE ASSIGN TO "PRTFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PRTFILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  LISTFILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 120 CHARACTERS.
000750 COPY LISTREC.
000760 FD  CTL-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY CNTCTL.
000800 FD  COUNTFILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 80 CHARACTERS.
000830 COPY CNTREC.
000840 FD  MOVEFILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 COPY MOVEREC.
000880 FD  PRTFILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  PRT-LINE                        PIC X(132).
000920 WORKING-STORAGE SECTION.
000930******************************************************************
000940*    FILE-STATUS AND CONTROL WORKING STORAGE
000950******************************************************************
000960 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
000970     88  WS-LISTFILE-OK             VALUE '00'.
000980     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
000990 01  WS-COUNTFILE-STATUS PIC X(02) VALUE SPACES.
001000     88  WS-COUNTFILE-OK            VALUE '00'.
001010     88  WS-COUNTFILE-NOT-FOUND     VALUE '35'.
001020 01  WS-MOVEFILE-STATUS PIC X(02) VALUE SPACES.
001030 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001040 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001050     88  WS-EOF                     VALUE 'Y'.
001060 01  WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
001070     88  WS-LIST-EOF                VALUE 'Y'.
001080 01  WS-RECON-ABORT-SWITCH PIC X(01) VALUE 'N'.
001090     88  WS-RECON-ABORT             VALUE 'Y'.
001100 01  WS-SELECT-LIST-ID PIC X(20) VALUE SPACES.
001110 01  WS-TOLERANCE-PCT PIC 9(03)V9(02) VALUE ZERO.
001120 01  WS-POST-FLAGGED-SWITCH PIC X(01) VALUE 'N'.
001130     88  WS-POST-FLAGGED            VALUE 'Y'.
001140******************************************************************
001150*    CURRENT-LIST WORKING STORAGE - THE SAME TOP_LIST STRUCTURE
001160*    PROGRAM1 BUILDS AND PASSES TO FINDCELL, HOLDING THE LIST
001170*    BEING RECONCILED, WITH A PARALLEL ROW PER CELL CARRYING
001180*    WHETHER IT WAS COUNTED AND THE QUANTITY COUNTED.
001190******************************************************************
001200 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001210 01  INPUTNUM_SAVE PIC S9(9) VALUE ZERO.
001220 01  WS-INDEX PIC S9(9) VALUE ZERO.
001230 01  TOP_LIST.
001240     05  TOP_DATA PIC X(80) OCCURS 1 TO 10000 TIMES
001250         DEPENDING ON INPUTNUM_SAVE INDEXED BY TOPINDEX.
001260     05  TOP_NEXT USAGE IS POINTER OCCURS 1 TO 10000 TIMES
001270         DEPENDING ON INPUTNUM_SAVE
001280         INDEXED BY TOPINDEX VALUE IS NULL.
001290 01  TARGET_DATA PIC X(80).
001300 01  WS-COUNT-TABLE.
001310     05  WS-COUNT-ROW OCCURS 1 TO 10000 TIMES
001320         DEPENDING ON INPUTNUM_SAVE INDEXED BY COUNTINDEX.
001330         10  CS-COUNTED-SWITCH PIC X(01).
001340             88  CS-COUNTED         VALUE 'Y'.
001350         10  CS-COUNTED-QTY PIC S9(9) COMP.
001360 01  WS-CELL-FIELDS.
001370     05  WS-CF-ITEM-KEY PIC X(20).
001380     05  WS-CF-QUANTITY PIC 9(07).
001390     05  WS-CF-EFF-DATE PIC 9(08).
001400     05  WS-CF-STATUS PIC X(01).
001410     05  FILLER PIC X(44).
001420 01  WS-CURRENT-LIST-ID PIC X(20) VALUE SPACES.
001430 01  WS-PRIOR-LIST-ID PIC X(20) VALUE LOW-VALUES.
001440 01  WS-LIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
001450     88  WS-LIST-OPEN               VALUE 'Y'.
001460 01  WS-LIST-IN-USE-SWITCH PIC X(01) VALUE 'N'.
001470     88  WS-LIST-IN-USE             VALUE 'Y'.
001480 01  WS-LIST-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
001490     88  WS-LIST-OVERFLOW           VALUE 'Y'.
001500 01  WS-SECTION-PRINTED-SWITCH PIC X(01) VALUE 'N'.
001510     88  WS-SECTION-PRINTED         VALUE 'Y'.
001520******************************************************************
001530*    SEARCH-RESULT WORKING STORAGE
001540******************************************************************
001550 01  WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
001560     88  WS-FOUND                   VALUE 'Y'.
001570 01  WS-FOUND-INDEX PIC S9(9) VALUE ZERO.
001580 01  WS-SEARCH-MODE PIC X(01) VALUE 'E'.
001590 01  WS-MATCH-COUNT PIC S9(9) VALUE ZERO.
001600******************************************************************
001610*    COUNT-EXCEPTION WORKING STORAGE - THE CURRENT LIST'S COUNTS
001620*    THAT COULD NOT BE MATCHED TO A CELL, HELD UNTIL THE LIST IS
001630*    CLOSED OUT SO THEY PRINT TOGETHER UNDER THE LIST.
001640******************************************************************
001650 01  WS-EXCEPTION-COUNT PIC S9(9) VALUE ZERO.
001660 01  WS-EXCEPTION-TABLE.
001670     05  WS-EXCEPTION-ROW OCCURS 1 TO 10000 TIMES
001680         DEPENDING ON WS-EXCEPTION-COUNT INDEXED BY EXCINDEX.
001690         10  CE-ITEM-KEY PIC X(20).
001700         10  CE-COUNTED-QTY PIC X(07).
001710         10  CE-REASON PIC X(30).
001720 01  WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
001730******************************************************************
001740*    VARIANCE WORKING STORAGE
001750******************************************************************
001760 01  WS-BOOK-QTY PIC S9(9) VALUE ZERO.
001770 01  WS-DIFFERENCE PIC S9(9) VALUE ZERO.
001780 01  WS-ABS-DIFFERENCE PIC S9(9) VALUE ZERO.
001790 01  WS-VARIANCE-PCT PIC S9(9)V9(02) VALUE ZERO.
001800 01  WS-ABS-PCT PIC S9(9)V9(02) VALUE ZERO.
001810 01  WS-FLAGGED-SWITCH PIC X(01) VALUE 'N'.
001820     88  WS-FLAGGED                 VALUE 'Y'.
001830 01  WS-WRITE-ADJUST-SWITCH PIC X(01) VALUE 'N'.
001840     88  WS-WRITE-ADJUST            VALUE 'Y'.
001850******************************************************************
001860*    RUN-TOTAL WORKING STORAGE
001870******************************************************************
001880 01  WS-COUNTS-READ PIC S9(9) VALUE ZERO.
001890 01  WS-COUNTS-SKIPPED PIC S9(9) VALUE ZERO.
001900 01  WS-LISTS-RECONCILED PIC S9(9) VALUE ZERO.
001910 01  WS-LISTS-IN-USE PIC S9(9) VALUE ZERO.
001920 01  WS-COUNTS-IN-USE PIC S9(9) VALUE ZERO.
001930 01  WS-SEQUENCE-ERRORS PIC S9(9) VALUE ZERO.
001940 01  WS-CELLS-AGREED PIC S9(9) VALUE ZERO.
001950 01  WS-CELLS-ADJUSTED PIC S9(9) VALUE ZERO.
001960 01  WS-FLAGGED-POSTED PIC S9(9) VALUE ZERO.
001970 01  WS-FLAGGED-HELD PIC S9(9) VALUE ZERO.
001980 01  WS-CELLS-CANCELLED PIC S9(9) VALUE ZERO.
001990 01  WS-CELLS-LEGACY PIC S9(9) VALUE ZERO.
002000 01  WS-COUNTS-NOT-ON-LIST PIC S9(9) VALUE ZERO.
002010 01  WS-COUNTS-INVALID PIC S9(9) VALUE ZERO.
002020 01  WS-CELLS-NOT-COUNTED PIC S9(9) VALUE ZERO.
002030 01  WS-MOVES-WRITTEN PIC S9(9) VALUE ZERO.
002040 01  WS-UNITS-UP PIC S9(11) VALUE ZERO.
002050 01  WS-UNITS-DOWN PIC S9(11) VALUE ZERO.
002060******************************************************************
002070*    REPORT-LINE WORKING STORAGE
002080******************************************************************
002090 01  WS-HEADING-LINE-1.
002100     05  FILLER PIC X(26) VALUE 'CYCLE COUNT RECONCILIATION'.
002110     05  FILLER PIC X(02) VALUE SPACES.
002120     05  FILLER PIC X(06) VALUE 'LIST: '.
002130     05  VH-LIST-ID PIC X(20).
002140     05  FILLER PIC X(02) VALUE SPACES.
002150     05  FILLER PIC X(11) VALUE 'TOLERANCE: '.
002160     05  VH-TOLERANCE PIC ZZ9.99.
002170     05  FILLER PIC X(01) VALUE '%'.
002180     05  FILLER PIC X(02) VALUE SPACES.
002190     05  VH-POSTING PIC X(30).
002200     05  FILLER PIC X(26) VALUE SPACES.
002210 01  WS-HEADING-LINE-2.
002220     05  FILLER PIC X(20) VALUE 'ITEM KEY'.
002230     05  FILLER PIC X(02) VALUE SPACES.
002240     05  FILLER PIC X(01) VALUE 'S'.
002250     05  FILLER PIC X(02) VALUE SPACES.
002260     05  FILLER PIC X(07) VALUE '   BOOK'.
002270     05  FILLER PIC X(02) VALUE SPACES.
002280     05  FILLER PIC X(07) VALUE 'COUNTED'.
002290     05  FILLER PIC X(02) VALUE SPACES.
002300     05  FILLER PIC X(08) VALUE '    DIFF'.
002310     05  FILLER PIC X(02) VALUE SPACES.
002320     05  FILLER PIC X(09) VALUE '  PERCENT'.
002330     05  FILLER PIC X(02) VALUE SPACES.
002340     05  FILLER PIC X(30) VALUE 'ACTION'.
002350     05  FILLER PIC X(38) VALUE SPACES.
002360 01  WS-DETAIL-LINE.
002370     05  VL-ITEM-KEY PIC X(20).
002380     05  FILLER PIC X(02) VALUE SPACES.
002390     05  VL-STATUS PIC X(01).
002400     05  FILLER PIC X(02) VALUE SPACES.
002410     05  VL-BOOK PIC ZZZZZZ9.
002420     05  VL-BOOK-X REDEFINES VL-BOOK PIC X(07).
002430     05  FILLER PIC X(02) VALUE SPACES.
002440     05  VL-COUNTED PIC ZZZZZZ9.
002450     05  VL-COUNTED-X REDEFINES VL-COUNTED PIC X(07).
002460     05  FILLER PIC X(02) VALUE SPACES.
002470     05  VL-DIFFERENCE PIC -ZZZZZZ9.
002480     05  VL-DIFFERENCE-X REDEFINES VL-DIFFERENCE PIC X(08).
002490     05  FILLER PIC X(02) VALUE SPACES.
002500     05  VL-PERCENT PIC -ZZZZ9.99.
002510     05  VL-PERCENT-X REDEFINES VL-PERCENT PIC X(09).
002520     05  FILLER PIC X(02) VALUE SPACES.
002530     05  VL-ACTION PIC X(30).
002540     05  FILLER PIC X(38) VALUE SPACES.
002550 01  WS-SECTION-LINE.
002560     05  FILLER PIC X(02) VALUE SPACES.
002570     05  VS-SECTION-TEXT PIC X(60).
002580     05  FILLER PIC X(70) VALUE SPACES.
002590 01  WS-COUNT-LINE.
002600     05  VL-COUNT-LABEL PIC X(40).
002610     05  VL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
002620     05  FILLER PIC X(78) VALUE SPACES.
002630 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002640 LINKAGE SECTION.
002650 PROCEDURE DIVISION.
002660******************************************************************
002670*    0000-MAINLINE
002680******************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
002720     IF NOT WS-RECON-ABORT
002730         PERFORM 3000-PROCESS-ONE-COUNT THRU 3000-EXIT
002740             UNTIL WS-EOF
002750         IF WS-LIST-OPEN
002760             PERFORM 4000-CLOSE-OUT-LIST THRU 4000-EXIT
002770         END-IF
002780     END-IF.
002790     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002800     IF WS-RECON-ABORT
002810         OR WS-LISTS-IN-USE IS GREATER THAN ZERO
002820         OR WS-SEQUENCE-ERRORS IS GREATER THAN ZERO
002830         MOVE 8 TO RETURN-CODE
002840     ELSE
002850         IF WS-FLAGGED-HELD IS GREATER THAN ZERO
002860             OR WS-COUNTS-NOT-ON-LIST IS GREATER THAN ZERO
002870             OR WS-COUNTS-INVALID IS GREATER THAN ZERO
002880             OR WS-CELLS-NOT-COUNTED IS GREATER THAN ZERO
002890             MOVE 4 TO RETURN-CODE
002900         END-IF
002910     END-IF.
002920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002930     GOBACK.
002940******************************************************************
002950*    1000-INITIALIZE - OPEN THE CONTROL, LIST, COUNT, MOVEMENT
002960*    AND REPORT DATASETS. LISTFILE IS ONLY READ.
002970******************************************************************
002980 1000-INITIALIZE.
002990     OPEN INPUT CTL-FILE.
003000     OPEN INPUT LISTFILE.
003010     OPEN INPUT COUNTFILE.
003020     OPEN OUTPUT MOVEFILE.
003030     OPEN OUTPUT PRTFILE.
003040 1000-EXIT.
003050     EXIT.
003060******************************************************************
003070*    2000-READ-CONTROL-CARD - LEARN THE LIST SELECTION, THE
003080*    TOLERANCE AND WHETHER FLAGGED VARIANCES ARE POSTED. A
003090*    TOLERANCE THAT IS NOT NUMERIC ABANDONS THE RUN RATHER THAN
003100*    GUESS AT WHAT THE SUPERVISOR MEANT.
003110******************************************************************
003120 2000-READ-CONTROL-CARD.
003130     READ CTL-FILE
003140         AT END
003150             DISPLAY "COUNT CONTROL CARD MISSING - NO"
003160                 " RECONCILIATION PERFORMED"
003170             MOVE 'Y' TO WS-RECON-ABORT-SWITCH
003180             GO TO 2000-EXIT
003190     END-READ.
003200     IF WS-LISTFILE-NOT-FOUND
003210         DISPLAY "LISTFILE NOT FOUND - NO RECONCILIATION"
003220             " PERFORMED"
003230         MOVE 'Y' TO WS-RECON-ABORT-SWITCH
003240         GO TO 2000-EXIT
003250     END-IF.
003260     IF WS-COUNTFILE-NOT-FOUND
003270         DISPLAY "COUNTFILE NOT FOUND - NO RECONCILIATION"
003280             " PERFORMED"
003290         MOVE 'Y' TO WS-RECON-ABORT-SWITCH
003300         GO TO 2000-EXIT
003310     END-IF.
003320     IF CN-LIST-ID IS NOT EQUAL TO SPACES
003330         MOVE CN-LIST-ID TO WS-SELECT-LIST-ID
003340     END-IF.
003350     IF CN-TOLERANCE-PCT-X IS NOT EQUAL TO SPACES
003360         IF CN-TOLERANCE-PCT IS NOT NUMERIC
003370             DISPLAY "COUNT CONTROL CARD TOLERANCE "
003380                 CN-TOLERANCE-PCT-X " NOT NUMERIC - NO"
003390                 " RECONCILIATION PERFORMED"
003400             MOVE 'Y' TO WS-RECON-ABORT-SWITCH
003410             GO TO 2000-EXIT
003420         END-IF
003430         MOVE CN-TOLERANCE-PCT TO WS-TOLERANCE-PCT
003440     END-IF.
003450     IF CN-POST-FLAGGED-VARIANCES
003460         MOVE 'Y' TO WS-POST-FLAGGED-SWITCH
003470     END-IF.
003480     MOVE WS-TOLERANCE-PCT TO VH-TOLERANCE.
003490     IF WS-POST-FLAGGED
003500         MOVE 'FLAGGED VARIANCES POSTED' TO VH-POSTING
003510     ELSE
003520         MOVE 'FLAGGED VARIANCES HELD' TO VH-POSTING
003530     END-IF.
003540     DISPLAY "RECONCILING COUNTS WITH TOLERANCE " VH-TOLERANCE
003550         "% - " VH-POSTING.
003560 2000-EXIT.
003570     EXIT.
003580******************************************************************
003590*    3000-PROCESS-ONE-COUNT - READ ONE COUNT RECORD. A CHANGE OF
003600*    LIST ID CLOSES OUT THE LIST JUST COUNTED AND LOADS THE NEXT.
003610*    A LIST ID LOWER THAN ONE ALREADY CLOSED OUT MEANS COUNTFILE
003620*    IS NOT IN LIST ORDER; THAT COUNT CANNOT BE RECONCILED.
003630******************************************************************
003640 3000-PROCESS-ONE-COUNT.
003650     READ COUNTFILE
003660         AT END
003670             MOVE 'Y' TO WS-EOF-SWITCH
003680             GO TO 3000-EXIT
003690     END-READ.
003700     ADD 1 TO WS-COUNTS-READ.
003710     IF WS-SELECT-LIST-ID IS NOT EQUAL TO SPACES
003720         AND CT-LIST-ID IS NOT EQUAL TO WS-SELECT-LIST-ID
003730         ADD 1 TO WS-COUNTS-SKIPPED
003740         GO TO 3000-EXIT
003750     END-IF.
003760     IF NOT WS-LIST-OPEN
003770         OR CT-LIST-ID IS NOT EQUAL TO WS-CURRENT-LIST-ID
003780         IF CT-LIST-ID IS LESS THAN WS-PRIOR-LIST-ID
003790             OR (WS-LIST-OPEN
003800                 AND CT-LIST-ID IS LESS THAN WS-CURRENT-LIST-ID)
003810             DISPLAY "COUNT FOR " CT-ITEM-KEY " ON " CT-LIST-ID
003820                 " OUT OF LIST ORDER - NOT RECONCILED"
003830             ADD 1 TO WS-SEQUENCE-ERRORS
003840             GO TO 3000-EXIT
003850         END-IF
003860         IF WS-LIST-OPEN
003870             PERFORM 4000-CLOSE-OUT-LIST THRU 4000-EXIT
003880         END-IF
003890         PERFORM 3500-LOAD-LIST THRU 3500-EXIT
003900     END-IF.
003910     IF WS-LIST-IN-USE
003920         ADD 1 TO WS-COUNTS-IN-USE
003930         GO TO 3000-EXIT
003940     END-IF.
003950     IF CT-COUNTED-QTY IS NOT NUMERIC
003960         MOVE 'COUNT NOT NUMERIC' TO WS-EXCEPTION-REASON
003970         ADD 1 TO WS-COUNTS-INVALID
003980         PERFORM 3900-HOLD-EXCEPTION THRU 3900-EXIT
003990         GO TO 3000-EXIT
004000     END-IF.
004010     MOVE SPACES TO TARGET_DATA.
004020     MOVE CT-ITEM-KEY TO TARGET_DATA(1:20).
004030     MOVE 'N' TO WS-FOUND-SWITCH.
004040     MOVE ZERO TO WS-FOUND-INDEX.
004050     IF INPUTNUM_SAVE IS GREATER THAN ZERO
004060         CALL "findcell" USING BY REFERENCE TOP_LIST,
004070             TARGET_DATA, INPUTNUM_SAVE, WS-FOUND-SWITCH,
004080             WS-FOUND-INDEX, WS-CURRENT-LIST-ID, WS-SEARCH-MODE,
004090             WS-MATCH-COUNT
004100         END-CALL
004110     END-IF.
004120     IF NOT WS-FOUND
004130         MOVE 'COUNTED - NOT ON LIST' TO WS-EXCEPTION-REASON
004140         ADD 1 TO WS-COUNTS-NOT-ON-LIST
004150         PERFORM 3900-HOLD-EXCEPTION THRU 3900-EXIT
004160         GO TO 3000-EXIT
004170     END-IF.
004180     MOVE 'Y' TO CS-COUNTED-SWITCH(WS-FOUND-INDEX).
004190     ADD CT-COUNTED-QTY TO CS-COUNTED-QTY(WS-FOUND-INDEX).
004200 3000-EXIT.
004210     EXIT.
004220******************************************************************
004230*    3500-LOAD-LIST - READ THE NEWLY COUNTED LIST INTO TOP_LIST IN
004240*    ITS ASCENDING ITEM-KEY ORDER SO FINDCELL CAN BINARY-SEARCH
004250*    IT, EVERY CELL STARTING UNCOUNTED. A LIST NOT ON FILE LOADS
004260*    EMPTY, AND EVERY COUNT AGAINST IT IS AN EXCEPTION.
004270******************************************************************
004280 3500-LOAD-LIST.
004290     MOVE CT-LIST-ID TO WS-CURRENT-LIST-ID.
004300     MOVE 'Y' TO WS-LIST-OPEN-SWITCH.
004310     MOVE 'N' TO WS-LIST-IN-USE-SWITCH.
004320     MOVE 'N' TO WS-LIST-OVERFLOW-SWITCH.
004330     MOVE ZERO TO INPUTNUM_SAVE.
004340     MOVE ZERO TO WS-EXCEPTION-COUNT.
004350     MOVE 'N' TO WS-LIST-EOF-SWITCH.
004360     MOVE WS-CURRENT-LIST-ID TO LR-LIST-ID.
004370     MOVE ZERO TO LR-LIST-INDEX.
004380     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
004390         INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
004400     END-START.
004410     PERFORM 3600-LOAD-ONE-CELL THRU 3600-EXIT
004420         UNTIL WS-LIST-EOF.
004430     IF WS-LIST-OVERFLOW
004440         DISPLAY "LIST " WS-CURRENT-LIST-ID " HAS MORE THAN "
004450             WS-MAX-ENTRIES " CELLS - THE REST ARE NOT RECONCILED"
004460     END-IF.
004470 3500-EXIT.
004480     EXIT.
004490 3600-LOAD-ONE-CELL.
004500     READ LISTFILE NEXT RECORD
004510         AT END
004520             MOVE 'Y' TO WS-LIST-EOF-SWITCH
004530             GO TO 3600-EXIT
004540     END-READ.
004550     IF LR-LIST-ID NOT EQUAL WS-CURRENT-LIST-ID
004560         MOVE 'Y' TO WS-LIST-EOF-SWITCH
004570         GO TO 3600-EXIT
004580     END-IF.
004590     IF LR-LIST-INDEX IS EQUAL TO ZERO
004600         DISPLAY "LIST " WS-CURRENT-LIST-ID " IN USE - "
004610             LR-LIST-DATA
004620         MOVE 'Y' TO WS-LIST-IN-USE-SWITCH
004630         MOVE 'Y' TO WS-LIST-EOF-SWITCH
004640         GO TO 3600-EXIT
004650     END-IF.
004660     IF INPUTNUM_SAVE IS GREATER THAN OR EQUAL TO WS-MAX-ENTRIES
004670         MOVE 'Y' TO WS-LIST-OVERFLOW-SWITCH
004680         GO TO 3600-EXIT
004690     END-IF.
004700     ADD 1 TO INPUTNUM_SAVE.
004710     MOVE LR-LIST-DATA TO TOP_DATA(INPUTNUM_SAVE).
004720     MOVE 'N' TO CS-COUNTED-SWITCH(INPUTNUM_SAVE).
004730     MOVE ZERO TO CS-COUNTED-QTY(INPUTNUM_SAVE).
004740 3600-EXIT.
004750     EXIT.
004760******************************************************************
004770*    3900-HOLD-EXCEPTION - KEEP A COUNT THAT MATCHED NO CELL FOR
004780*    THE LIST'S EXCEPTION SECTION. THE CALLER HAS SET THE REASON.
004790******************************************************************
004800 3900-HOLD-EXCEPTION.
004810     IF WS-EXCEPTION-COUNT IS GREATER THAN OR EQUAL TO
004820         WS-MAX-ENTRIES
004830         DISPLAY "COUNT EXCEPTION " CT-ITEM-KEY " ON "
004840             CT-LIST-ID " - " WS-EXCEPTION-REASON
004850         GO TO 3900-EXIT
004860     END-IF.
004870     ADD 1 TO WS-EXCEPTION-COUNT.
004880     MOVE CT-ITEM-KEY TO CE-ITEM-KEY(WS-EXCEPTION-COUNT).
004890     MOVE CT-COUNTED-QTY-X TO CE-COUNTED-QTY(WS-EXCEPTION-COUNT).
004900     MOVE WS-EXCEPTION-REASON TO CE-REASON(WS-EXCEPTION-COUNT).
004910 3900-EXIT.
004920     EXIT.
004930******************************************************************
004940*    4000-CLOSE-OUT-LIST - EVERY COUNT FOR THE LIST IS IN. PRINT
004950*    THE LIST'S VARIANCE REPORT: THE CELLS COUNTED, THE COUNTS
004960*    THAT MATCHED NO CELL, AND THE CELLS NEVER COUNTED. A LIST IN
004970*    USE IS REPORTED AND NOTHING IS WRITTEN FOR IT.
004980******************************************************************
004990 4000-CLOSE-OUT-LIST.
005000     MOVE 'N' TO WS-LIST-OPEN-SWITCH.
005010     MOVE WS-CURRENT-LIST-ID TO WS-PRIOR-LIST-ID.
005020     MOVE WS-CURRENT-LIST-ID TO VH-LIST-ID.
005030     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
005040     WRITE PRT-LINE.
005050     IF WS-LIST-IN-USE
005060         ADD 1 TO WS-LISTS-IN-USE
005070         MOVE 'LIST IN USE - NOT RECONCILED' TO VS-SECTION-TEXT
005080         MOVE WS-SECTION-LINE TO PRT-LINE
005090         WRITE PRT-LINE
005100         MOVE WS-BLANK-LINE TO PRT-LINE
005110         WRITE PRT-LINE
005120         GO TO 4000-EXIT
005130     END-IF.
005140     ADD 1 TO WS-LISTS-RECONCILED.
005150     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
005160     WRITE PRT-LINE.
005170     IF INPUTNUM_SAVE IS EQUAL TO ZERO
005180         MOVE 'LIST NOT ON LISTFILE' TO VS-SECTION-TEXT
005190         MOVE WS-SECTION-LINE TO PRT-LINE
005200         WRITE PRT-LINE
005210     END-IF.
005220     IF INPUTNUM_SAVE IS GREATER THAN ZERO
005230         PERFORM 4100-RECONCILE-ONE-CELL THRU 4100-EXIT
005240             VARYING WS-INDEX FROM 1 BY 1
005250             UNTIL WS-INDEX IS GREATER THAN INPUTNUM_SAVE
005260     END-IF.
005270     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
005280         MOVE 'COUNTS NOT MATCHED TO A CELL' TO VS-SECTION-TEXT
005290         MOVE WS-SECTION-LINE TO PRT-LINE
005300         WRITE PRT-LINE
005310         PERFORM 4300-PRINT-ONE-EXCEPTION THRU 4300-EXIT
005320             VARYING WS-INDEX FROM 1 BY 1
005330             UNTIL WS-INDEX IS GREATER THAN WS-EXCEPTION-COUNT
005340     END-IF.
005350     MOVE 'N' TO WS-SECTION-PRINTED-SWITCH.
005360     IF INPUTNUM_SAVE IS GREATER THAN ZERO
005370         PERFORM 4400-PRINT-ONE-UNCOUNTED THRU 4400-EXIT
005380             VARYING WS-INDEX FROM 1 BY 1
005390             UNTIL WS-INDEX IS GREATER THAN INPUTNUM_SAVE
005400     END-IF.
005410     MOVE WS-BLANK-LINE TO PRT-LINE.
005420     WRITE PRT-LINE.
005430 4000-EXIT.
005440     EXIT.
005450******************************************************************
005460*    4100-RECONCILE-ONE-CELL - FOR A CELL THAT WAS COUNTED, WORK
005470*    OUT THE VARIANCE AND DECIDE ITS FATE: AGREES, ADJUSTED,
005480*    FLAGGED AND POSTED, OR FLAGGED AND HELD. A BOOK OF ZERO
005490*    WITH STOCK COUNTED HAS NO PERCENTAGE AND IS ALWAYS FLAGGED.
005500*    CANCELLED AND LEGACY CELLS ARE REPORTED, NEVER ADJUSTED.
005510******************************************************************
005520 4100-RECONCILE-ONE-CELL.
005530     IF NOT CS-COUNTED(WS-INDEX)
005540         GO TO 4100-EXIT
005550     END-IF.
005560     MOVE TOP_DATA(WS-INDEX) TO WS-CELL-FIELDS.
005570     MOVE WS-CF-ITEM-KEY TO VL-ITEM-KEY.
005580     MOVE WS-CF-STATUS TO VL-STATUS.
005590     MOVE CS-COUNTED-QTY(WS-INDEX) TO VL-COUNTED.
005600     IF WS-CF-QUANTITY IS NOT NUMERIC
005610         MOVE SPACES TO VL-STATUS
005620         MOVE SPACES TO VL-BOOK-X
005630         MOVE SPACES TO VL-DIFFERENCE-X
005640         MOVE SPACES TO VL-PERCENT-X
005650         MOVE 'LEGACY CELL - NOT RECONCILED' TO VL-ACTION
005660         ADD 1 TO WS-CELLS-LEGACY
005670         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
005680         GO TO 4100-EXIT
005690     END-IF.
005700     MOVE WS-CF-QUANTITY TO WS-BOOK-QTY.
005710     MOVE WS-CF-QUANTITY TO VL-BOOK.
005720     COMPUTE WS-DIFFERENCE =
005730         CS-COUNTED-QTY(WS-INDEX) - WS-BOOK-QTY.
005740     MOVE WS-DIFFERENCE TO VL-DIFFERENCE.
005750     IF WS-DIFFERENCE IS LESS THAN ZERO
005760         COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
005770     ELSE
005780         MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
005790     END-IF.
005800     MOVE 'N' TO WS-FLAGGED-SWITCH.
005810     IF WS-BOOK-QTY IS EQUAL TO ZERO
005820         MOVE SPACES TO VL-PERCENT-X
005830         IF WS-DIFFERENCE IS NOT EQUAL TO ZERO
005840             MOVE 'Y' TO WS-FLAGGED-SWITCH
005850         END-IF
005860     ELSE
005870         COMPUTE WS-VARIANCE-PCT ROUNDED =
005880             WS-DIFFERENCE * 100 / WS-BOOK-QTY
005890         MOVE WS-VARIANCE-PCT TO VL-PERCENT
005900         IF WS-VARIANCE-PCT IS LESS THAN ZERO
005910             COMPUTE WS-ABS-PCT = ZERO - WS-VARIANCE-PCT
005920         ELSE
005930             MOVE WS-VARIANCE-PCT TO WS-ABS-PCT
005940         END-IF
005950         IF WS-ABS-PCT IS GREATER THAN 99999.99
005960             MOVE ' *****.**' TO VL-PERCENT-X
005970         END-IF
005980         IF WS-ABS-PCT IS GREATER THAN WS-TOLERANCE-PCT
005990             MOVE 'Y' TO WS-FLAGGED-SWITCH
006000         END-IF
006010     END-IF.
006020     IF WS-DIFFERENCE IS EQUAL TO ZERO
006030         MOVE 'AGREES' TO VL-ACTION
006040         ADD 1 TO WS-CELLS-AGREED
006050         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
006060         GO TO 4100-EXIT
006070     END-IF.
006080     IF WS-CF-STATUS IS EQUAL TO 'C'
006090         MOVE 'CANCELLED CELL - NOT ADJUSTED' TO VL-ACTION
006100         ADD 1 TO WS-CELLS-CANCELLED
006110         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
006120         GO TO 4100-EXIT
006130     END-IF.
006140     MOVE 'N' TO WS-WRITE-ADJUST-SWITCH.
006150     IF NOT WS-FLAGGED
006160         MOVE 'ADJUSTED' TO VL-ACTION
006170         ADD 1 TO WS-CELLS-ADJUSTED
006180         MOVE 'Y' TO WS-WRITE-ADJUST-SWITCH
006190     ELSE
006200         IF WS-POST-FLAGGED
006210             MOVE '** REVIEW - ADJUSTED' TO VL-ACTION
006220             ADD 1 TO WS-FLAGGED-POSTED
006230             MOVE 'Y' TO WS-WRITE-ADJUST-SWITCH
006240         ELSE
006250             MOVE '** REVIEW - HELD, NOT ADJUSTED' TO VL-ACTION
006260             ADD 1 TO WS-FLAGGED-HELD
006270         END-IF
006280     END-IF.
006290     IF WS-WRITE-ADJUST
006300         PERFORM 4200-WRITE-ADJUSTMENT THRU 4200-EXIT
006310     END-IF.
006320     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
006330 4100-EXIT.
006340     EXIT.
006350******************************************************************
006360*    4200-WRITE-ADJUSTMENT - ONE SIGNED MOVEREC ADJUSTMENT THAT
006370*    BRINGS THE BOOK TO THE COUNT: '+' WHEN MORE WAS COUNTED THAN
006380*    BOOKED, '-' WHEN LESS.
006390******************************************************************
006400 4200-WRITE-ADJUSTMENT.
006410     MOVE SPACES TO MOVE-RECORD.
006420     MOVE WS-CF-ITEM-KEY TO MV-ITEM-KEY.
006430     MOVE WS-CURRENT-LIST-ID TO MV-LIST-ID.
006440     MOVE 'A' TO MV-MOVE-TYPE.
006450     IF WS-DIFFERENCE IS LESS THAN ZERO
006460         MOVE '-' TO MV-SIGN
006470         ADD WS-ABS-DIFFERENCE TO WS-UNITS-DOWN
006480     ELSE
006490         MOVE '+' TO MV-SIGN
006500         ADD WS-ABS-DIFFERENCE TO WS-UNITS-UP
006510     END-IF.
006520     MOVE WS-ABS-DIFFERENCE TO MV-QUANTITY.
006530     WRITE MOVE-RECORD.
006540     ADD 1 TO WS-MOVES-WRITTEN.
006550 4200-EXIT.
006560     EXIT.
006570******************************************************************
006580*    4300-PRINT-ONE-EXCEPTION - ONE COUNT THAT MATCHED NO CELL,
006590*    WITH THE QUANTITY AS THE WAREHOUSE SENT IT.
006600******************************************************************
006610 4300-PRINT-ONE-EXCEPTION.
006620     MOVE CE-ITEM-KEY(WS-INDEX) TO VL-ITEM-KEY.
006630     MOVE SPACES TO VL-STATUS.
006640     MOVE SPACES TO VL-BOOK-X.
006650     MOVE CE-COUNTED-QTY(WS-INDEX) TO VL-COUNTED-X.
006660     MOVE SPACES TO VL-DIFFERENCE-X.
006670     MOVE SPACES TO VL-PERCENT-X.
006680     MOVE CE-REASON(WS-INDEX) TO VL-ACTION.
006690     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
006700 4300-EXIT.
006710     EXIT.
006720******************************************************************
006730*    4400-PRINT-ONE-UNCOUNTED - ONE CELL ON THE LIST THAT NO
006740*    COUNT RECORD NAMED. THE SECTION HEADING PRINTS AHEAD OF THE
006750*    FIRST ONE ONLY.
006760******************************************************************
006770 4400-PRINT-ONE-UNCOUNTED.
006780     IF CS-COUNTED(WS-INDEX)
006790         GO TO 4400-EXIT
006800     END-IF.
006810     IF NOT WS-SECTION-PRINTED
006820         MOVE 'Y' TO WS-SECTION-PRINTED-SWITCH
006830         MOVE 'CELLS NOT COUNTED' TO VS-SECTION-TEXT
006840         MOVE WS-SECTION-LINE TO PRT-LINE
006850         WRITE PRT-LINE
006860     END-IF.
006870     ADD 1 TO WS-CELLS-NOT-COUNTED.
006880     MOVE TOP_DATA(WS-INDEX) TO WS-CELL-FIELDS.
006890     MOVE WS-CF-ITEM-KEY TO VL-ITEM-KEY.
006900     IF WS-CF-QUANTITY IS NUMERIC
006910         MOVE WS-CF-STATUS TO VL-STATUS
006920         MOVE WS-CF-QUANTITY TO VL-BOOK
006930     ELSE
006940         MOVE SPACES TO VL-STATUS
006950         MOVE SPACES TO VL-BOOK-X
006960     END-IF.
006970     MOVE SPACES TO VL-COUNTED-X.
006980     MOVE SPACES TO VL-DIFFERENCE-X.
006990     MOVE SPACES TO VL-PERCENT-X.
007000     MOVE 'NOT COUNTED' TO VL-ACTION.
007010     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
007020 4400-EXIT.
007030     EXIT.
007040 4900-PRINT-DETAIL.
007050     MOVE WS-DETAIL-LINE TO PRT-LINE.
007060     WRITE PRT-LINE.
007070 4900-EXIT.
007080     EXIT.
007090******************************************************************
007100*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE RUN'S COUNTS,
007110*    SO EVERY COUNT RECORD READ AND EVERY CELL LOADED IS
007120*    ACCOUNTED FOR.
007130******************************************************************
007140 8000-PRINT-TOTALS.
007150     MOVE WS-BLANK-LINE TO PRT-LINE.
007160     WRITE PRT-LINE.
007170     MOVE 'COUNT RECORDS READ' TO VL-COUNT-LABEL.
007180     MOVE WS-COUNTS-READ TO VL-COUNT-VALUE.
007190     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007200     MOVE '  SKIPPED - LIST NOT SELECTED' TO VL-COUNT-LABEL.
007210     MOVE WS-COUNTS-SKIPPED TO VL-COUNT-VALUE.
007220     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007230     MOVE '  SKIPPED - LIST IN USE' TO VL-COUNT-LABEL.
007240     MOVE WS-COUNTS-IN-USE TO VL-COUNT-VALUE.
007250     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007260     MOVE '  SKIPPED - OUT OF LIST ORDER' TO VL-COUNT-LABEL.
007270     MOVE WS-SEQUENCE-ERRORS TO VL-COUNT-VALUE.
007280     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007290     MOVE '  COUNTED - NOT ON LIST' TO VL-COUNT-LABEL.
007300     MOVE WS-COUNTS-NOT-ON-LIST TO VL-COUNT-VALUE.
007310     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007320     MOVE '  COUNT NOT NUMERIC' TO VL-COUNT-LABEL.
007330     MOVE WS-COUNTS-INVALID TO VL-COUNT-VALUE.
007340     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007350     MOVE 'LISTS RECONCILED' TO VL-COUNT-LABEL.
007360     MOVE WS-LISTS-RECONCILED TO VL-COUNT-VALUE.
007370     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007380     MOVE 'LISTS IN USE - NOT RECONCILED' TO VL-COUNT-LABEL.
007390     MOVE WS-LISTS-IN-USE TO VL-COUNT-VALUE.
007400     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007410     MOVE 'CELLS COUNTED - AGREE' TO VL-COUNT-LABEL.
007420     MOVE WS-CELLS-AGREED TO VL-COUNT-VALUE.
007430     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007440     MOVE 'CELLS COUNTED - ADJUSTED' TO VL-COUNT-LABEL.
007450     MOVE WS-CELLS-ADJUSTED TO VL-COUNT-VALUE.
007460     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007470     MOVE 'CELLS COUNTED - FLAGGED, ADJUSTED' TO VL-COUNT-LABEL.
007480     MOVE WS-FLAGGED-POSTED TO VL-COUNT-VALUE.
007490     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007500     MOVE 'CELLS COUNTED - FLAGGED, HELD' TO VL-COUNT-LABEL.
007510     MOVE WS-FLAGGED-HELD TO VL-COUNT-VALUE.
007520     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007530     MOVE 'CELLS COUNTED - CANCELLED' TO VL-COUNT-LABEL.
007540     MOVE WS-CELLS-CANCELLED TO VL-COUNT-VALUE.
007550     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007560     MOVE 'CELLS COUNTED - LEGACY' TO VL-COUNT-LABEL.
007570     MOVE WS-CELLS-LEGACY TO VL-COUNT-VALUE.
007580     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007590     MOVE 'CELLS NOT COUNTED' TO VL-COUNT-LABEL.
007600     MOVE WS-CELLS-NOT-COUNTED TO VL-COUNT-VALUE.
007610     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007620     MOVE 'ADJUSTMENT MOVEMENTS WRITTEN' TO VL-COUNT-LABEL.
007630     MOVE WS-MOVES-WRITTEN TO VL-COUNT-VALUE.
007640     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007650     MOVE 'UNITS ADJUSTED UP' TO VL-COUNT-LABEL.
007660     MOVE WS-UNITS-UP TO VL-COUNT-VALUE.
007670     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007680     MOVE 'UNITS ADJUSTED DOWN' TO VL-COUNT-LABEL.
007690     MOVE WS-UNITS-DOWN TO VL-COUNT-VALUE.
007700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007710     DISPLAY "RECONCILED " WS-LISTS-RECONCILED " LISTS - "
007720         WS-MOVES-WRITTEN " ADJUSTMENTS WRITTEN, "
007730         WS-FLAGGED-HELD " FLAGGED VARIANCES HELD".
007740 8000-EXIT.
007750     EXIT.
007760 8100-PRINT-ONE-COUNT.
007770     MOVE WS-COUNT-LINE TO PRT-LINE.
007780     WRITE PRT-LINE.
007790 8100-EXIT.
007800     EXIT.
007810******************************************************************
007820*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
007830******************************************************************
007840 9000-TERMINATE.
007850     CLOSE CTL-FILE.
007860     CLOSE MOVEFILE.
007870     CLOSE PRTFILE.
007880     IF NOT WS-LISTFILE-NOT-FOUND
007890         CLOSE LISTFILE
007900     END-IF.
007910     IF NOT WS-COUNTFILE-NOT-FOUND
007920         CLOSE COUNTFILE
007930     END-IF.
007940 9000-EXIT.
007950     EXIT.
007960 END PROGRAM Program34.
