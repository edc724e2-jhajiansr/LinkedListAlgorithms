000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program42 AS "PendReport".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE PENDING QUEUE REPORT. IT READS
000210*    PENDFILE IN KEY ORDER - LIST, THEN EFFECTIVE-ON DATE, THEN
000220*    PENDING ID - AND PRINTS EVERY FUTURE-DATED ListTrans CARD
000230*    AND ListPost MOVEMENT STILL WAITING TO FIRE, GROUPED BY
000240*    LIST AND BY THE DATE IT FIRES, WITH A COUNT FOR EACH DATE
000250*    AND EACH LIST. THE PENDING ID PRINTED ON EACH LINE IS WHAT
000260*    A PendCancel (PROGRAM43) CARD QUOTES TO CANCEL THE ITEM.
000270*
000280*    THE SYSIN CARD (PNQCTL) NARROWS THE REPORT TO ONE LIST OR
000290*    TO ITEMS DUE BY A GIVEN DATE, AND CAN ASK FOR RELEASED AND
000300*    CANCELLED ITEMS AS WELL. A PENDING ITEM DUE BEFORE TODAY
000310*    HAS MISSED ITS RELEASE AND IS FLAGGED OVERDUE.
000320*
000330*    THE RUN ENDS RC 4 WHEN PENDFILE IS MISSING OR NOTHING
000340*    MATCHED THE SELECTION, RC 8 WHEN THE CARD'S DUE-BY DATE
000350*    IS NOT A DATE, RC 0 OTHERWISE.
000360*
000370*    MAINTENANCE HISTORY
000380*    DATE       INIT DESCRIPTION
000390*    -------    ---- ------------------------------------------
000400*    2026-10-15 SRJ  ORIGINAL PROGRAM - PENDING QUEUE REPORT
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PENDFILE ASSIGN TO "PENDFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PN-PEND-KEY
000500         FILE STATUS IS WS-PENDFILE-STATUS.
000510     SELECT CTL-FILE ASSIGN TO "SYSIN"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT PRTFILE ASSIGN TO "PRTFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PRTFILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PENDFILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 220 CHARACTERS.
000610 COPY PENDREC.
000620 FD  CTL-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 80 CHARACTERS.
000650 COPY PNQCTL.
000660 FD  PRTFILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 132 CHARACTERS.
000690 01  PRT-LINE                        PIC X(132).
000700 WORKING-STORAGE SECTION.
000710******************************************************************
000720*    FILE-STATUS AND CONTROL WORKING STORAGE
000730******************************************************************
000740 01  WS-PENDFILE-STATUS PIC X(02) VALUE SPACES.
000750     88  WS-PENDFILE-OK             VALUE '00'.
000760     88  WS-PENDFILE-NOT-FOUND      VALUE '35'.
000770 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
000780 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000790     88  WS-EOF                     VALUE 'Y'.
000800 01  WS-REPORT-ABORT-SWITCH PIC X(01) VALUE 'N'.
000810     88  WS-REPORT-ABORT            VALUE 'Y'.
000820******************************************************************
000830*    SELECTION WORKING STORAGE - FROM THE CONTROL CARD. A ZERO
000840*    DUE-BY DATE MEANS NO DATE LIMIT.
000850******************************************************************
000860 01  WS-SELECT-LIST-ID PIC X(20) VALUE 'ALL'.
000870 01  WS-HISTORY-SWITCH PIC X(01) VALUE 'N'.
000880     88  WS-INCLUDE-HISTORY         VALUE 'Y'.
000890 01  WS-DUE-BY-DATE PIC 9(08) VALUE ZERO.
000900 01  WS-DUE-BY-PARTS REDEFINES WS-DUE-BY-DATE.
000910     05  WS-DUE-BY-CCYY PIC 9(04).
000920     05  WS-DUE-BY-MM PIC 9(02).
000930     05  WS-DUE-BY-DD PIC 9(02).
000940 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
000950******************************************************************
000960*    CONTROL-BREAK WORKING STORAGE - THE LIST AND THE
000970*    EFFECTIVE-ON DATE NOW BEING PRINTED, AND THEIR COUNTS.
000980******************************************************************
000990 01  WS-CURRENT-LIST-ID PIC X(20) VALUE SPACES.
001000 01  WS-LIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
001010     88  WS-LIST-OPEN               VALUE 'Y'.
001020 01  WS-CURRENT-EFF-ON PIC 9(08) VALUE ZERO.
001030 01  WS-DATE-OPEN-SWITCH PIC X(01) VALUE 'N'.
001040     88  WS-DATE-OPEN               VALUE 'Y'.
001050 01  WS-DATE-ITEMS PIC S9(9) VALUE ZERO.
001060 01  WS-LIST-ITEMS PIC S9(9) VALUE ZERO.
001070 01  WS-LIST-PENDING PIC S9(9) VALUE ZERO.
001080******************************************************************
001090*    RUN-TOTAL WORKING STORAGE
001100******************************************************************
001110 01  WS-ITEMS-READ PIC S9(9) VALUE ZERO.
001120 01  WS-ITEMS-REPORTED PIC S9(9) VALUE ZERO.
001130 01  WS-LISTS-REPORTED PIC S9(9) VALUE ZERO.
001140 01  WS-TOTAL-PENDING PIC S9(9) VALUE ZERO.
001150 01  WS-TOTAL-OVERDUE PIC S9(9) VALUE ZERO.
001160 01  WS-TOTAL-RELEASED PIC S9(9) VALUE ZERO.
001170 01  WS-TOTAL-CANCELLED PIC S9(9) VALUE ZERO.
001180******************************************************************
001190*    REPORT-LINE WORKING STORAGE
001200******************************************************************
001210 01  WS-HEADING-LINE-1.
001220     05  FILLER PIC X(20) VALUE 'PENDING QUEUE REPORT'.
001230     05  FILLER PIC X(02) VALUE SPACES.
001240     05  FILLER PIC X(11) VALUE 'SELECTION: '.
001250     05  QH-SELECT-LIST-ID PIC X(20).
001260     05  FILLER PIC X(02) VALUE SPACES.
001270     05  QH-SELECT-STATUS PIC X(17).
001280     05  FILLER PIC X(02) VALUE SPACES.
001290     05  FILLER PIC X(08) VALUE 'DUE BY: '.
001300     05  QH-DUE-BY-DATE PIC X(08).
001310     05  FILLER PIC X(02) VALUE SPACES.
001320     05  FILLER PIC X(10) VALUE 'RUN DATE: '.
001330     05  QH-RUN-DATE PIC 9(08).
001340     05  FILLER PIC X(22) VALUE SPACES.
001350 01  WS-HEADING-LINE-2.
001360     05  FILLER PIC X(10) VALUE 'EFF ON'.
001370     05  FILLER PIC X(23) VALUE 'PENDING ID'.
001380     05  FILLER PIC X(11) VALUE 'SOURCE'.
001390     05  FILLER PIC X(08) VALUE 'ACTION'.
001400     05  FILLER PIC X(22) VALUE 'ITEM KEY'.
001410     05  FILLER PIC X(11) VALUE 'STATUS'.
001420     05  FILLER PIC X(08) VALUE 'ON'.
001430     05  FILLER PIC X(39) VALUE 'NOTE'.
001440 01  WS-LIST-HEADING-LINE.
001450     05  FILLER PIC X(06) VALUE 'LIST: '.
001460     05  QL-LIST-ID PIC X(20).
001470     05  FILLER PIC X(106) VALUE SPACES.
001480 01  WS-DETAIL-LINE.
001490     05  QD-EFF-ON-DATE PIC 9(08).
001500     05  FILLER PIC X(02) VALUE SPACES.
001510     05  QD-PENDING-ID PIC X(21).
001520     05  FILLER PIC X(02) VALUE SPACES.
001530     05  QD-SOURCE PIC X(09).
001540     05  FILLER PIC X(02) VALUE SPACES.
001550     05  QD-ACTION PIC X(06).
001560     05  FILLER PIC X(02) VALUE SPACES.
001570     05  QD-ITEM-KEY PIC X(20).
001580     05  FILLER PIC X(02) VALUE SPACES.
001590     05  QD-STATUS PIC X(09).
001600     05  FILLER PIC X(02) VALUE SPACES.
001610     05  QD-STATUS-DATE PIC X(06).
001620     05  FILLER PIC X(02) VALUE SPACES.
001630     05  QD-NOTE PIC X(30).
001640     05  FILLER PIC X(09) VALUE SPACES.
001650 01  WS-DATE-TOTAL-LINE.
001660     05  FILLER PIC X(10) VALUE SPACES.
001670     05  FILLER PIC X(08) VALUE 'DUE ON '.
001680     05  QT-EFF-ON-DATE PIC 9(08).
001690     05  FILLER PIC X(02) VALUE ': '.
001700     05  QT-DATE-ITEMS PIC ZZ,ZZZ,ZZ9.
001710     05  FILLER PIC X(08) VALUE ' ITEM(S)'.
001720     05  FILLER PIC X(86) VALUE SPACES.
001730 01  WS-LIST-TOTAL-LINE.
001740     05  FILLER PIC X(11) VALUE 'LIST TOTAL '.
001750     05  QT-LIST-ID PIC X(20).
001760     05  FILLER PIC X(02) VALUE ': '.
001770     05  QT-LIST-ITEMS PIC ZZ,ZZZ,ZZ9.
001780     05  FILLER PIC X(10) VALUE ' ITEM(S), '.
001790     05  QT-LIST-PENDING PIC ZZ,ZZZ,ZZ9.
001800     05  FILLER PIC X(08) VALUE ' PENDING'.
001810     05  FILLER PIC X(61) VALUE SPACES.
001820 01  WS-NO-ITEM-LINE.
001830     05  FILLER PIC X(40) VALUE
001840         'NO QUEUED ITEM MATCHED THE SELECTION'.
001850     05  FILLER PIC X(92) VALUE SPACES.
001860 01  WS-COUNT-LINE.
001870     05  RL-COUNT-LABEL PIC X(40).
001880     05  RL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
001890     05  FILLER PIC X(78) VALUE SPACES.
001900 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
001910 LINKAGE SECTION.
001920 PROCEDURE DIVISION.
001930******************************************************************
001940*    0000-MAINLINE
001950******************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
001990     IF NOT WS-REPORT-ABORT
002000         PERFORM 3000-SCAN-QUEUE THRU 3000-EXIT
002010         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002020     END-IF.
002030     IF WS-REPORT-ABORT
002040         MOVE 8 TO RETURN-CODE
002050     ELSE
002060         IF WS-PENDFILE-NOT-FOUND
002070             OR WS-ITEMS-REPORTED IS EQUAL TO ZERO
002080             MOVE 4 TO RETURN-CODE
002090         END-IF
002100     END-IF.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     GOBACK.
002130******************************************************************
002140*    1000-INITIALIZE - OPEN THE CONTROL, QUEUE AND REPORT
002150*    DATASETS. THE QUEUE IS READ ONLY.
002160******************************************************************
002170 1000-INITIALIZE.
002180     OPEN INPUT CTL-FILE.
002190     OPEN OUTPUT PRTFILE.
002200     OPEN INPUT PENDFILE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002220 1000-EXIT.
002230     EXIT.
002240******************************************************************
002250*    2000-READ-CONTROL-CARD - LEARN THE LIST, WHETHER RELEASED
002260*    AND CANCELLED ITEMS ARE WANTED, AND THE DUE-BY DATE. A
002270*    BLANK OR MISSING CARD REPORTS EVERY PENDING ITEM. A DUE-BY
002280*    DATE THAT IS NOT A DATE ABANDONS THE RUN - A SHORT QUEUE
002290*    REPORT WOULD BE READ AS THE WHOLE QUEUE.
002300******************************************************************
002310 2000-READ-CONTROL-CARD.
002320     READ CTL-FILE
002330         AT END GO TO 2000-EXIT
002340     END-READ.
002350     IF PQ-LIST-ID IS NOT EQUAL TO SPACES
002360         MOVE PQ-LIST-ID TO WS-SELECT-LIST-ID
002370     END-IF.
002380     IF PQ-INCLUDE-HISTORY
002390         MOVE 'Y' TO WS-HISTORY-SWITCH
002400     END-IF.
002410     IF PQ-DUE-BY-DATE IS EQUAL TO SPACES
002420         GO TO 2000-EXIT
002430     END-IF.
002440     IF PQ-DUE-BY-DATE IS NOT NUMERIC
002450         DISPLAY "DUE-BY DATE " PQ-DUE-BY-DATE " IS NOT A DATE"
002460             " - NO REPORT PRODUCED"
002470         MOVE 'Y' TO WS-REPORT-ABORT-SWITCH
002480         GO TO 2000-EXIT
002490     END-IF.
002500     MOVE PQ-DUE-BY-DATE-N TO WS-DUE-BY-DATE.
002510     IF WS-DUE-BY-DATE IS EQUAL TO ZERO
002520         GO TO 2000-EXIT
002530     END-IF.
002540     IF WS-DUE-BY-MM IS LESS THAN 1
002550         OR WS-DUE-BY-MM IS GREATER THAN 12
002560         OR WS-DUE-BY-DD IS LESS THAN 1
002570         OR WS-DUE-BY-DD IS GREATER THAN 31
002580         DISPLAY "DUE-BY DATE " PQ-DUE-BY-DATE " IS NOT A DATE"
002590             " - NO REPORT PRODUCED"
002600         MOVE 'Y' TO WS-REPORT-ABORT-SWITCH
002610     END-IF.
002620 2000-EXIT.
002630     EXIT.
002640******************************************************************
002650*    3000-SCAN-QUEUE - PRINT THE HEADINGS, THEN READ PENDFILE
002660*    FROM THE SELECTED LIST'S FIRST ENTRY (OR THE FILE'S) TO
002670*    THE END OF THAT LIST (OR OF THE FILE), BREAKING ON
002680*    EFFECTIVE-ON DATE WITHIN LIST.
002690******************************************************************
002700 3000-SCAN-QUEUE.
002710     MOVE WS-SELECT-LIST-ID TO QH-SELECT-LIST-ID.
002720     IF WS-INCLUDE-HISTORY
002730         MOVE 'ALL ITEMS' TO QH-SELECT-STATUS
002740     ELSE
002750         MOVE 'PENDING ITEMS' TO QH-SELECT-STATUS
002760     END-IF.
002770     IF WS-DUE-BY-DATE IS EQUAL TO ZERO
002780         MOVE 'ANY DATE' TO QH-DUE-BY-DATE
002790     ELSE
002800         MOVE WS-DUE-BY-DATE TO QH-DUE-BY-DATE
002810     END-IF.
002820     MOVE WS-RUN-DATE TO QH-RUN-DATE.
002830     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
002840     WRITE PRT-LINE.
002850     MOVE WS-BLANK-LINE TO PRT-LINE.
002860     WRITE PRT-LINE.
002870     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
002880     WRITE PRT-LINE.
002890     IF WS-PENDFILE-NOT-FOUND
002900         DISPLAY "PENDFILE NOT FOUND - NOTHING HAS BEEN QUEUED"
002910         GO TO 3000-EXIT
002920     END-IF.
002930     MOVE LOW-VALUES TO PN-PEND-KEY.
002940     IF WS-SELECT-LIST-ID IS NOT EQUAL TO 'ALL'
002950         MOVE WS-SELECT-LIST-ID TO PN-LIST-ID
002960     END-IF.
002970     START PENDFILE KEY IS NOT LESS THAN PN-PEND-KEY
002980         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
002990     END-START.
003000     PERFORM 3100-REPORT-ONE-ITEM THRU 3100-EXIT
003010         UNTIL WS-EOF.
003020     IF WS-LIST-OPEN
003030         PERFORM 3400-CLOSE-OUT-LIST THRU 3400-EXIT
003040     END-IF.
003050 3000-EXIT.
003060     EXIT.
003070******************************************************************
003080*    3100-REPORT-ONE-ITEM - ONE QUEUE ENTRY. A SINGLE-LIST RUN
003090*    STOPS AT THE FIRST ENTRY FOR ANOTHER LIST; ENTRIES OUTSIDE
003100*    THE STATUS OR DUE-BY SELECTION ARE PASSED OVER.
003110******************************************************************
003120 3100-REPORT-ONE-ITEM.
003130     READ PENDFILE NEXT RECORD
003140         AT END
003150             MOVE 'Y' TO WS-EOF-SWITCH
003160             GO TO 3100-EXIT
003170     END-READ.
003180     IF WS-SELECT-LIST-ID IS NOT EQUAL TO 'ALL'
003190         AND PN-LIST-ID IS NOT EQUAL TO WS-SELECT-LIST-ID
003200         MOVE 'Y' TO WS-EOF-SWITCH
003210         GO TO 3100-EXIT
003220     END-IF.
003230     ADD 1 TO WS-ITEMS-READ.
003240     IF NOT PN-PENDING
003250         AND NOT WS-INCLUDE-HISTORY
003260         GO TO 3100-EXIT
003270     END-IF.
003280     IF WS-DUE-BY-DATE IS GREATER THAN ZERO
003290         AND PN-EFF-ON-DATE IS GREATER THAN WS-DUE-BY-DATE
003300         GO TO 3100-EXIT
003310     END-IF.
003320     IF WS-LIST-OPEN
003330         AND PN-LIST-ID IS NOT EQUAL TO WS-CURRENT-LIST-ID
003340         PERFORM 3400-CLOSE-OUT-LIST THRU 3400-EXIT
003350     END-IF.
003360     IF WS-DATE-OPEN
003370         AND PN-EFF-ON-DATE IS NOT EQUAL TO WS-CURRENT-EFF-ON
003380         PERFORM 3300-CLOSE-OUT-DATE THRU 3300-EXIT
003390     END-IF.
003400     IF NOT WS-LIST-OPEN
003410         MOVE 'Y' TO WS-LIST-OPEN-SWITCH
003420         MOVE PN-LIST-ID TO WS-CURRENT-LIST-ID
003430         MOVE ZERO TO WS-LIST-ITEMS
003440         MOVE ZERO TO WS-LIST-PENDING
003450         MOVE PN-LIST-ID TO QL-LIST-ID
003460         MOVE WS-BLANK-LINE TO PRT-LINE
003470         WRITE PRT-LINE
003480         MOVE WS-LIST-HEADING-LINE TO PRT-LINE
003490         WRITE PRT-LINE
003500     END-IF.
003510     IF NOT WS-DATE-OPEN
003520         MOVE 'Y' TO WS-DATE-OPEN-SWITCH
003530         MOVE PN-EFF-ON-DATE TO WS-CURRENT-EFF-ON
003540         MOVE ZERO TO WS-DATE-ITEMS
003550     END-IF.
003560     PERFORM 3200-PRINT-ITEM THRU 3200-EXIT.
003570 3100-EXIT.
003580     EXIT.
003590******************************************************************
003600*    3200-PRINT-ITEM - ONE DETAIL LINE, COUNTED INTO ITS DATE,
003610*    ITS LIST AND THE RUN TOTALS BY STATUS.
003620******************************************************************
003630 3200-PRINT-ITEM.
003640     MOVE SPACES TO WS-DETAIL-LINE.
003650     MOVE PN-EFF-ON-DATE TO QD-EFF-ON-DATE.
003660     MOVE PN-PENDING-ID TO QD-PENDING-ID.
003670     IF PN-FROM-TRANS
003680         MOVE 'LISTTRANS' TO QD-SOURCE
003690     ELSE
003700         IF PN-FROM-POST
003710             MOVE 'LISTPOST' TO QD-SOURCE
003720         ELSE
003730             MOVE PN-SOURCE TO QD-SOURCE
003740         END-IF
003750     END-IF.
003760     MOVE PN-ACTION TO QD-ACTION.
003770     MOVE PN-ITEM-KEY TO QD-ITEM-KEY.
003780     IF PN-PENDING
003790         MOVE 'PENDING' TO QD-STATUS
003800         ADD 1 TO WS-TOTAL-PENDING
003810         ADD 1 TO WS-LIST-PENDING
003820         IF PN-EFF-ON-DATE IS LESS THAN WS-RUN-DATE
003830             MOVE 'OVERDUE - MISSED ITS RELEASE' TO QD-NOTE
003840             ADD 1 TO WS-TOTAL-OVERDUE
003850         END-IF
003860     END-IF.
003870     IF PN-RELEASED
003880         MOVE 'RELEASED' TO QD-STATUS
003890         MOVE PN-STATUS-DATE TO QD-STATUS-DATE
003900         ADD 1 TO WS-TOTAL-RELEASED
003910     END-IF.
003920     IF PN-CANCELLED
003930         MOVE 'CANCELLED' TO QD-STATUS
003940         MOVE PN-STATUS-DATE TO QD-STATUS-DATE
003950         MOVE PN-CANCEL-REASON TO QD-NOTE
003960         ADD 1 TO WS-TOTAL-CANCELLED
003970     END-IF.
003980     MOVE WS-DETAIL-LINE TO PRT-LINE.
003990     WRITE PRT-LINE.
004000     ADD 1 TO WS-DATE-ITEMS.
004010     ADD 1 TO WS-LIST-ITEMS.
004020     ADD 1 TO WS-ITEMS-REPORTED.
004030 3200-EXIT.
004040     EXIT.
004050******************************************************************
004060*    3300-CLOSE-OUT-DATE - THE EFFECTIVE-ON DATE JUST PRINTED
004070*    IS COMPLETE; PRINT ITS COUNT.
004080******************************************************************
004090 3300-CLOSE-OUT-DATE.
004100     MOVE WS-CURRENT-EFF-ON TO QT-EFF-ON-DATE.
004110     MOVE WS-DATE-ITEMS TO QT-DATE-ITEMS.
004120     MOVE WS-DATE-TOTAL-LINE TO PRT-LINE.
004130     WRITE PRT-LINE.
004140     MOVE 'N' TO WS-DATE-OPEN-SWITCH.
004150 3300-EXIT.
004160     EXIT.
004170******************************************************************
004180*    3400-CLOSE-OUT-LIST - THE LIST JUST PRINTED IS COMPLETE.
004190*    CLOSE ITS LAST DATE, THEN PRINT ITS TOTAL.
004200******************************************************************
004210 3400-CLOSE-OUT-LIST.
004220     IF WS-DATE-OPEN
004230         PERFORM 3300-CLOSE-OUT-DATE THRU 3300-EXIT
004240     END-IF.
004250     MOVE WS-CURRENT-LIST-ID TO QT-LIST-ID.
004260     MOVE WS-LIST-ITEMS TO QT-LIST-ITEMS.
004270     MOVE WS-LIST-PENDING TO QT-LIST-PENDING.
004280     MOVE WS-LIST-TOTAL-LINE TO PRT-LINE.
004290     WRITE PRT-LINE.
004300     ADD 1 TO WS-LISTS-REPORTED.
004310     MOVE 'N' TO WS-LIST-OPEN-SWITCH.
004320 3400-EXIT.
004330     EXIT.
004340******************************************************************
004350*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE RUN COUNTS.
004360******************************************************************
004370 8000-PRINT-TOTALS.
004380     IF WS-ITEMS-REPORTED IS EQUAL TO ZERO
004390         MOVE WS-NO-ITEM-LINE TO PRT-LINE
004400         WRITE PRT-LINE
004410     END-IF.
004420     MOVE WS-BLANK-LINE TO PRT-LINE.
004430     WRITE PRT-LINE.
004440     MOVE 'QUEUE ENTRIES READ' TO RL-COUNT-LABEL.
004450     MOVE WS-ITEMS-READ TO RL-COUNT-VALUE.
004460     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
004470     MOVE 'ITEMS REPORTED' TO RL-COUNT-LABEL.
004480     MOVE WS-ITEMS-REPORTED TO RL-COUNT-VALUE.
004490     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
004500     MOVE '  PENDING' TO RL-COUNT-LABEL.
004510     MOVE WS-TOTAL-PENDING TO RL-COUNT-VALUE.
004520     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
004530     MOVE '    OF WHICH OVERDUE' TO RL-COUNT-LABEL.
004540     MOVE WS-TOTAL-OVERDUE TO RL-COUNT-VALUE.
004550     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
004560     MOVE '  RELEASED' TO RL-COUNT-LABEL.
004570     MOVE WS-TOTAL-RELEASED TO RL-COUNT-VALUE.
004580     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
004590     MOVE '  CANCELLED' TO RL-COUNT-LABEL.
004600     MOVE WS-TOTAL-CANCELLED TO RL-COUNT-VALUE.
004610     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
004620     MOVE 'LISTS REPORTED' TO RL-COUNT-LABEL.
004630     MOVE WS-LISTS-REPORTED TO RL-COUNT-VALUE.
004640     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
004650 8000-EXIT.
004660     EXIT.
004670 8100-PRINT-ONE-COUNT.
004680     MOVE WS-COUNT-LINE TO PRT-LINE.
004690     WRITE PRT-LINE.
004700 8100-EXIT.
004710     EXIT.
004720******************************************************************
004730*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
004740******************************************************************
004750 9000-TERMINATE.
004760     CLOSE CTL-FILE.
004770     CLOSE PRTFILE.
004780     IF NOT WS-PENDFILE-NOT-FOUND
004790         CLOSE PENDFILE
004800     END-IF.
004810 9000-EXIT.
004820     EXIT.
004830 END PROGRAM Program42.
