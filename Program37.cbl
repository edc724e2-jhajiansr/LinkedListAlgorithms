000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program37 AS "StatTrend".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE LIST STATISTICS TREND REPORT. ListTotals
000210*    (PROGRAM16) APPENDS ONE STATFILE RECORD PER LIST EVERY
000220*    NIGHT; THIS PROGRAM READS THAT HISTORY BACK AND PRINTS,
000230*    LIST BY LIST, ONE LINE PER DAY, WEEK OR MONTH (AS THE
000240*    CONTROL CARD CHOOSES) SHOWING THE CELL COUNT AND TOTAL
000250*    QUANTITY WITH THEIR CHANGE AND PERCENTAGE GROWTH OVER THE
000260*    PERIOD BEFORE, THE A/H/C QUANTITY BREAKDOWN AND THE
000270*    OLDEST EFFECTIVE DATE. A WEEK OR MONTH IS REPRESENTED BY
000280*    THE LAST SNAPSHOT TAKEN IN IT (THE MONTH-END FIGURE); A
000290*    LIST TOTALED TWICE ON ONE DATE COUNTS ITS LATER RECORD.
000300*
000310*    A LIST WHOSE CELL COUNT HAS GROWN FOR THE CONTROL CARD'S
000320*    NUMBER OF CONSECUTIVE PERIODS, UP TO ITS LATEST PERIOD, IS
000330*    FLAGGED UNDER ITS OWN LINES AND LISTED AGAIN AT THE END,
000340*    AND THE RUN ENDS RC 4 SO SOMEONE LOOKS AT IT.
000350*
000360*    STATFILE IS APPENDED IN RUN ORDER, NOT BY LIST, SO THE
000370*    FIRST PASS COLLECTS THE LIST IDS IN ORDER AND EACH LIST IS
000380*    THEN REPORTED FROM ITS OWN PASS OVER THE FILE.
000390*
000400*    MAINTENANCE HISTORY
000410*    DATE       INIT DESCRIPTION
000420*    -------    ---- ------------------------------------------
000430*    2026-10-15 SRJ  ORIGINAL PROGRAM - LIST STATISTICS TREND
000440*                    REPORT
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT STATFILE ASSIGN TO "STATFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STATFILE-STATUS.
000530     SELECT CTL-FILE ASSIGN TO "SYSIN"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT PRTFILE ASSIGN TO "PRTFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRTFILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  STATFILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 100 CHARACTERS.
000630 COPY STATREC.
000640 FD  CTL-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 80 CHARACTERS.
000670 COPY TRDCTL.
000680 FD  PRTFILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 132 CHARACTERS.
000710 01  PRT-LINE                        PIC X(132).
000720 WORKING-STORAGE SECTION.
000730******************************************************************
000740*    FILE-STATUS AND CONTROL WORKING STORAGE
000750******************************************************************
000760 01  WS-STATFILE-STATUS PIC X(02) VALUE SPACES.
000770     88  WS-STATFILE-OK             VALUE '00'.
000780     88  WS-STATFILE-NOT-FOUND      VALUE '35'.
000790 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
000800 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000810     88  WS-EOF                     VALUE 'Y'.
000820 01  WS-TREND-ABORT-SWITCH PIC X(01) VALUE 'N'.
000830     88  WS-TREND-ABORT             VALUE 'Y'.
000840 01  WS-SELECT-LIST-ID PIC X(20) VALUE 'ALL'.
000850 01  WS-PERIOD PIC X(01) VALUE 'M'.
000860     88  WS-DAILY                   VALUE 'D'.
000870     88  WS-WEEKLY                  VALUE 'W'.
000880     88  WS-MONTH-END               VALUE 'M'.
000890 01  WS-GROWTH-PERIODS PIC 9(02) VALUE 3.
000900 01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
000910******************************************************************
000920*    LIST-ID TABLE WORKING STORAGE - EVERY LIST ON STATFILE
000930*    THAT MATCHES THE SELECTION, KEPT IN LIST-ID ORDER BY
000940*    INSERTION AS THE FIRST PASS FINDS THEM.
000950******************************************************************
000960 77  WS-MAX-LISTS PIC 9(05) VALUE 1000.
000970 01  WS-LIST-COUNT PIC S9(9) VALUE ZERO.
000980 01  WS-LIST-TABLE.
000990     05  WS-LIST-ROW OCCURS 1 TO 1000 TIMES
001000         DEPENDING ON WS-LIST-COUNT INDEXED BY LSTINDEX.
001010         10  LT-LIST-ID PIC X(20).
001020 01  WS-INSERT-AT PIC S9(9) VALUE ZERO.
001030 01  WS-SHIFT-SUB PIC S9(9) VALUE ZERO.
001040 01  WS-LIST-FOUND-SWITCH PIC X(01) VALUE 'N'.
001050     88  WS-LIST-FOUND              VALUE 'Y'.
001060 01  WS-LISTS-DROPPED PIC S9(9) VALUE ZERO.
001070******************************************************************
001080*    PERIOD WORKING STORAGE - THE PERIOD BEING GATHERED (THE
001090*    LATEST SNAPSHOT SEEN IN IT SO FAR) AND THE PERIOD BEFORE
001100*    IT, WHICH THE CHANGE AND GROWTH ARE MEASURED AGAINST.
001110******************************************************************
001120 01  WS-CURRENT-LIST-ID PIC X(20) VALUE SPACES.
001130 01  WS-PERIOD-KEY PIC S9(9) VALUE ZERO.
001140 01  WS-PERIOD-OPEN-SWITCH PIC X(01) VALUE 'N'.
001150     88  WS-PERIOD-OPEN             VALUE 'Y'.
001160 01  WS-CURRENT-PERIOD.
001170     05  CP-PERIOD-KEY PIC S9(9).
001180     05  CP-STAT-DATE PIC 9(08).
001190     05  CP-CELLS PIC S9(9).
001200     05  CP-QTY PIC S9(11).
001210     05  CP-QTY-A PIC S9(11).
001220     05  CP-QTY-H PIC S9(11).
001230     05  CP-QTY-C PIC S9(11).
001240     05  CP-OLDEST-DATE PIC 9(08).
001250 01  WS-PRIOR-SWITCH PIC X(01) VALUE 'N'.
001260     88  WS-PRIOR-EXISTS            VALUE 'Y'.
001270 01  WS-PRIOR-PERIOD.
001280     05  PP-CELLS PIC S9(9).
001290     05  PP-QTY PIC S9(11).
001300 01  WS-GROWTH-RUN PIC S9(9) VALUE ZERO.
001310 01  WS-CELL-CHANGE PIC S9(9) VALUE ZERO.
001320 01  WS-QTY-CHANGE PIC S9(11) VALUE ZERO.
001330 01  WS-GROWTH-PCT PIC S9(9)V9(01) VALUE ZERO.
001340 01  WS-LIST-PERIODS PIC S9(9) VALUE ZERO.
001350 01  WS-LIST-PRINTED PIC S9(9) VALUE ZERO.
001360******************************************************************
001370*    DAY-NUMBER WORKING STORAGE - A DATE IN WS-DC-DATE COMES
001380*    BACK AS WS-DC-DAYS, DAYS SINCE A FIXED ORIGIN. THE TABLE
001390*    HOLDS THE DAYS BEFORE EACH MONTH IN A NON-LEAP YEAR. DAY
001400*    NUMBER LESS 2, DIVIDED BY 7, IS THE SAME FOR EVERY DAY
001410*    FROM A MONDAY TO THE SUNDAY AFTER IT.
001420******************************************************************
001430 01  WS-DC-DATE PIC 9(08) VALUE ZERO.
001440 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
001450     05  WS-DC-YEAR PIC 9(04).
001460     05  WS-DC-MONTH PIC 9(02).
001470     05  WS-DC-DAY PIC 9(02).
001480 01  WS-DC-DAYS PIC S9(9) VALUE ZERO.
001490 01  WS-DC-LEAP-YEARS PIC S9(9) VALUE ZERO.
001500 01  WS-DC-BY-4 PIC S9(9) VALUE ZERO.
001510 01  WS-DC-BY-100 PIC S9(9) VALUE ZERO.
001520 01  WS-DC-BY-400 PIC S9(9) VALUE ZERO.
001530 01  WS-DC-VALID-SWITCH PIC X(01) VALUE 'N'.
001540     88  WS-DC-VALID                VALUE 'Y'.
001550 01  WS-MONTH-START-VALUES.
001560     05  FILLER PIC X(36) VALUE
001570         '000031059090120151181212243273304334'.
001580 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
001590     05  WS-MONTH-START PIC 9(03) OCCURS 12 TIMES.
001600******************************************************************
001610*    RUN-TOTAL WORKING STORAGE
001620******************************************************************
001630 01  WS-RECORDS-READ PIC S9(9) VALUE ZERO.
001640 01  WS-RECORDS-INVALID PIC S9(9) VALUE ZERO.
001650 01  WS-LISTS-REPORTED PIC S9(9) VALUE ZERO.
001660 01  WS-PERIODS-PRINTED PIC S9(9) VALUE ZERO.
001670 01  WS-LISTS-FLAGGED PIC S9(9) VALUE ZERO.
001680 01  WS-FLAGGED-TABLE.
001690     05  WS-FLAGGED-ROW OCCURS 1 TO 1000 TIMES
001700         DEPENDING ON WS-LISTS-FLAGGED INDEXED BY FLGINDEX.
001710         10  FL-LIST-ID PIC X(20).
001720         10  FL-GROWTH-RUN PIC S9(9).
001730         10  FL-CELLS PIC S9(9).
001740******************************************************************
001750*    REPORT-LINE WORKING STORAGE
001760******************************************************************
001770 01  WS-HEADING-LINE-1.
001780     05  FILLER PIC X(28) VALUE 'LIST STATISTICS TREND REPORT'.
001790     05  FILLER PIC X(02) VALUE SPACES.
001800     05  FILLER PIC X(11) VALUE 'SELECTION: '.
001810     05  TH-SELECT PIC X(20).
001820     05  FILLER PIC X(02) VALUE SPACES.
001830     05  FILLER PIC X(08) VALUE 'PERIOD: '.
001840     05  TH-PERIOD PIC X(10).
001850     05  FILLER PIC X(02) VALUE SPACES.
001860     05  FILLER PIC X(13) VALUE 'GROWTH FLAG: '.
001870     05  TH-GROWTH-PERIODS PIC Z9.
001880     05  FILLER PIC X(08) VALUE ' PERIODS'.
001890     05  FILLER PIC X(02) VALUE SPACES.
001900     05  FILLER PIC X(06) VALUE 'FROM: '.
001910     05  TH-FROM-DATE PIC X(08).
001920     05  FILLER PIC X(10) VALUE SPACES.
001930 01  WS-LIST-HEADING.
001940     05  FILLER PIC X(06) VALUE 'LIST: '.
001950     05  TL-LIST-ID PIC X(20).
001960     05  FILLER PIC X(106) VALUE SPACES.
001970 01  WS-HEADING-LINE-2.
001980     05  FILLER PIC X(09) VALUE 'PERIOD'.
001990     05  FILLER PIC X(08) VALUE '  CELLS'.
002000     05  FILLER PIC X(09) VALUE '  CHANGE'.
002010     05  FILLER PIC X(09) VALUE ' GROWTH%'.
002020     05  FILLER PIC X(12) VALUE ' TOTAL QTY'.
002030     05  FILLER PIC X(13) VALUE '     CHANGE'.
002040     05  FILLER PIC X(09) VALUE ' GROWTH%'.
002050     05  FILLER PIC X(12) VALUE '  ACTIVE-A'.
002060     05  FILLER PIC X(12) VALUE '    HOLD-H'.
002070     05  FILLER PIC X(12) VALUE '  CANCEL-C'.
002080     05  FILLER PIC X(10) VALUE 'OLDEST'.
002090     05  FILLER PIC X(17) VALUE 'GROWTH RUN'.
002100 01  WS-DETAIL-LINE.
002110     05  TL-STAT-DATE PIC 9(08).
002120     05  FILLER PIC X(01) VALUE SPACES.
002130     05  TL-CELLS PIC Z(06)9.
002140     05  FILLER PIC X(01) VALUE SPACES.
002150     05  TL-CELL-CHANGE PIC -Z(06)9.
002160     05  TL-CELL-CHANGE-X REDEFINES TL-CELL-CHANGE PIC X(08).
002170     05  FILLER PIC X(01) VALUE SPACES.
002180     05  TL-CELL-PCT PIC -Z(04)9.9.
002190     05  TL-CELL-PCT-X REDEFINES TL-CELL-PCT PIC X(08).
002200     05  FILLER PIC X(01) VALUE SPACES.
002210     05  TL-QTY PIC Z(10)9.
002220     05  FILLER PIC X(01) VALUE SPACES.
002230     05  TL-QTY-CHANGE PIC -Z(10)9.
002240     05  TL-QTY-CHANGE-X REDEFINES TL-QTY-CHANGE PIC X(12).
002250     05  FILLER PIC X(01) VALUE SPACES.
002260     05  TL-QTY-PCT PIC -Z(04)9.9.
002270     05  TL-QTY-PCT-X REDEFINES TL-QTY-PCT PIC X(08).
002280     05  FILLER PIC X(01) VALUE SPACES.
002290     05  TL-QTY-A PIC Z(10)9.
002300     05  FILLER PIC X(01) VALUE SPACES.
002310     05  TL-QTY-H PIC Z(10)9.
002320     05  FILLER PIC X(01) VALUE SPACES.
002330     05  TL-QTY-C PIC Z(10)9.
002340     05  FILLER PIC X(01) VALUE SPACES.
002350     05  TL-OLDEST-DATE PIC 9(08).
002360     05  TL-OLDEST-DATE-X REDEFINES TL-OLDEST-DATE PIC X(08).
002370     05  FILLER PIC X(02) VALUE SPACES.
002380     05  TL-GROWTH-RUN PIC ZZ9.
002390     05  TL-GROWTH-RUN-X REDEFINES TL-GROWTH-RUN PIC X(03).
002400     05  FILLER PIC X(01) VALUE SPACES.
002410     05  TL-GROWTH-FLAG PIC X(13).
002420 01  WS-FLAG-LINE.
002430     05  FILLER PIC X(04) VALUE '  **'.
002440     05  FILLER PIC X(27) VALUE ' CELL COUNT HAS GROWN FOR '.
002450     05  TF-GROWTH-RUN PIC ZZ9.
002460     05  FILLER PIC X(36)
002470         VALUE ' CONSECUTIVE PERIODS TO ITS LATEST'.
002480     05  FILLER PIC X(62) VALUE SPACES.
002490 01  WS-SUMMARY-LINE.
002500     05  FILLER PIC X(02) VALUE SPACES.
002510     05  TS-LIST-ID PIC X(20).
002520     05  FILLER PIC X(02) VALUE SPACES.
002530     05  FILLER PIC X(11) VALUE 'GROWN FOR '.
002540     05  TS-GROWTH-RUN PIC ZZ9.
002550     05  FILLER PIC X(23) VALUE ' PERIODS - NOW CELLS '.
002560     05  TS-CELLS PIC Z(08)9.
002570     05  FILLER PIC X(62) VALUE SPACES.
002580 01  WS-COUNT-LINE.
002590     05  TC-COUNT-LABEL PIC X(40).
002600     05  TC-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
002610     05  FILLER PIC X(78) VALUE SPACES.
002620 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002630 LINKAGE SECTION.
002640 PROCEDURE DIVISION.
002650******************************************************************
002660*    0000-MAINLINE
002670******************************************************************
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
002710     IF NOT WS-TREND-ABORT
002720         PERFORM 3000-COLLECT-LISTS THRU 3000-EXIT
002730         PERFORM 4000-REPORT-ONE-LIST THRU 4000-EXIT
002740             VARYING LSTINDEX FROM 1 BY 1
002750             UNTIL LSTINDEX IS GREATER THAN WS-LIST-COUNT
002760     END-IF.
002770     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002780     IF WS-TREND-ABORT
002790         MOVE 8 TO RETURN-CODE
002800     ELSE
002810         IF WS-LISTS-FLAGGED IS GREATER THAN ZERO
002820             OR WS-LIST-COUNT IS EQUAL TO ZERO
002830             MOVE 4 TO RETURN-CODE
002840         END-IF
002850     END-IF.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     GOBACK.
002880******************************************************************
002890*    1000-INITIALIZE - OPEN THE CONTROL AND REPORT DATASETS.
002900*    STATFILE IS OPENED FOR EACH PASS AS IT IS NEEDED.
002910******************************************************************
002920 1000-INITIALIZE.
002930     OPEN INPUT CTL-FILE.
002940     OPEN OUTPUT PRTFILE.
002950 1000-EXIT.
002960     EXIT.
002970******************************************************************
002980*    2000-READ-CONTROL-CARD - LEARN THE LIST SELECTION, THE
002990*    PERIOD, THE GROWTH RUN THAT FLAGS A LIST AND THE FIRST
003000*    DATE TO PRINT. A BLANK OR MISSING CARD IS EVERY LIST,
003010*    MONTH-END, THREE PERIODS, WHOLE HISTORY. A FIELD PRESENT
003020*    BUT NOT VALID ABANDONS THE RUN.
003030******************************************************************
003040 2000-READ-CONTROL-CARD.
003050     MOVE SPACES TO TREND-CONTROL-RECORD.
003060     READ CTL-FILE
003070         AT END
003080             CONTINUE
003090     END-READ.
003100     IF TD-LIST-ID IS NOT EQUAL TO SPACES
003110         MOVE TD-LIST-ID TO WS-SELECT-LIST-ID
003120     END-IF.
003130     IF TD-PERIOD IS NOT EQUAL TO SPACE
003140         IF NOT TD-VALID-PERIOD
003150             DISPLAY "TREND PERIOD '" TD-PERIOD "' MUST BE D, W"
003160                 " OR M - NO REPORT PRODUCED"
003170             MOVE 'Y' TO WS-TREND-ABORT-SWITCH
003180             GO TO 2000-EXIT
003190         END-IF
003200         MOVE TD-PERIOD TO WS-PERIOD
003210     END-IF.
003220     IF TD-GROWTH-PERIODS-X IS NOT EQUAL TO SPACES
003230         IF TD-GROWTH-PERIODS-X IS NOT NUMERIC
003240             DISPLAY "TREND GROWTH PERIODS " TD-GROWTH-PERIODS-X
003250                 " NOT NUMERIC - NO REPORT PRODUCED"
003260             MOVE 'Y' TO WS-TREND-ABORT-SWITCH
003270             GO TO 2000-EXIT
003280         END-IF
003290         IF TD-GROWTH-PERIODS IS GREATER THAN ZERO
003300             MOVE TD-GROWTH-PERIODS TO WS-GROWTH-PERIODS
003310         END-IF
003320     END-IF.
003330     IF TD-FROM-DATE-X IS NOT EQUAL TO SPACES
003340         IF TD-FROM-DATE-X IS NOT NUMERIC
003350             DISPLAY "TREND FROM DATE " TD-FROM-DATE-X
003360                 " NOT A YYYYMMDD - NO REPORT PRODUCED"
003370             MOVE 'Y' TO WS-TREND-ABORT-SWITCH
003380             GO TO 2000-EXIT
003390         END-IF
003400         MOVE TD-FROM-DATE TO WS-FROM-DATE
003410     END-IF.
003420     MOVE WS-SELECT-LIST-ID TO TH-SELECT.
003430     IF WS-DAILY
003440         MOVE 'DAILY' TO TH-PERIOD
003450     END-IF.
003460     IF WS-WEEKLY
003470         MOVE 'WEEKLY' TO TH-PERIOD
003480     END-IF.
003490     IF WS-MONTH-END
003500         MOVE 'MONTH-END' TO TH-PERIOD
003510     END-IF.
003520     MOVE WS-GROWTH-PERIODS TO TH-GROWTH-PERIODS.
003530     IF WS-FROM-DATE IS EQUAL TO ZERO
003540         MOVE 'START' TO TH-FROM-DATE
003550     ELSE
003560         MOVE WS-FROM-DATE TO TH-FROM-DATE
003570     END-IF.
003580     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
003590     WRITE PRT-LINE.
003600 2000-EXIT.
003610     EXIT.
003620******************************************************************
003630*    3000-COLLECT-LISTS - FIRST PASS: EVERY DISTINCT LIST ID
003640*    ON STATFILE THAT MATCHES THE SELECTION, INTO THE LIST-ID
003650*    TABLE IN ORDER. A MISSING STATFILE MEANS PROGRAM16 HAS
003660*    NEVER RECORDED A RUN.
003670******************************************************************
003680 3000-COLLECT-LISTS.
003690     OPEN INPUT STATFILE.
003700     IF WS-STATFILE-NOT-FOUND
003710         DISPLAY "STATFILE NOT FOUND - NO STATISTICS HISTORY"
003720             " TO REPORT"
003730         MOVE 'Y' TO WS-TREND-ABORT-SWITCH
003740         GO TO 3000-EXIT
003750     END-IF.
003760     MOVE 'N' TO WS-EOF-SWITCH.
003770     PERFORM 3100-COLLECT-ONE-RECORD THRU 3100-EXIT
003780         UNTIL WS-EOF.
003790     CLOSE STATFILE.
003800     IF WS-LIST-COUNT IS EQUAL TO ZERO
003810         DISPLAY "NO STATISTICS MATCHED SELECTION "
003820             WS-SELECT-LIST-ID
003830     END-IF.
003840 3000-EXIT.
003850     EXIT.
003860 3100-COLLECT-ONE-RECORD.
003870     READ STATFILE
003880         AT END
003890             MOVE 'Y' TO WS-EOF-SWITCH
003900             GO TO 3100-EXIT
003910     END-READ.
003920     ADD 1 TO WS-RECORDS-READ.
003930     IF WS-SELECT-LIST-ID NOT EQUAL 'ALL'
003940         AND SH-LIST-ID NOT EQUAL WS-SELECT-LIST-ID
003950         GO TO 3100-EXIT
003960     END-IF.
003970     MOVE 'N' TO WS-LIST-FOUND-SWITCH.
003980     MOVE ZERO TO WS-INSERT-AT.
003990     PERFORM 3200-FIND-LIST-SLOT THRU 3200-EXIT
004000         VARYING LSTINDEX FROM 1 BY 1
004010         UNTIL LSTINDEX IS GREATER THAN WS-LIST-COUNT
004020         OR WS-LIST-FOUND
004030         OR WS-INSERT-AT IS GREATER THAN ZERO.
004040     IF WS-LIST-FOUND
004050         GO TO 3100-EXIT
004060     END-IF.
004070     IF WS-LIST-COUNT IS NOT LESS THAN WS-MAX-LISTS
004080         DISPLAY "LIST TABLE FULL AT " WS-MAX-LISTS
004090             " LISTS - " SH-LIST-ID " NOT REPORTED"
004100         ADD 1 TO WS-LISTS-DROPPED
004110         GO TO 3100-EXIT
004120     END-IF.
004130     ADD 1 TO WS-LIST-COUNT.
004140     IF WS-INSERT-AT IS EQUAL TO ZERO
004150         MOVE WS-LIST-COUNT TO WS-INSERT-AT
004160     END-IF.
004170     PERFORM 3300-SHIFT-ONE-LIST THRU 3300-EXIT
004180         VARYING WS-SHIFT-SUB FROM WS-LIST-COUNT BY -1
004190         UNTIL WS-SHIFT-SUB IS NOT GREATER THAN WS-INSERT-AT.
004200     MOVE SH-LIST-ID TO LT-LIST-ID(WS-INSERT-AT).
004210 3100-EXIT.
004220     EXIT.
004230******************************************************************
004240*    3200-FIND-LIST-SLOT - WALK THE TABLE UNTIL THE LIST IS
004250*    FOUND, OR THE FIRST ENTRY ABOVE IT, WHICH IS WHERE IT
004260*    GOES.
004270******************************************************************
004280 3200-FIND-LIST-SLOT.
004290     IF LT-LIST-ID(LSTINDEX) IS EQUAL TO SH-LIST-ID
004300         MOVE 'Y' TO WS-LIST-FOUND-SWITCH
004310         GO TO 3200-EXIT
004320     END-IF.
004330     IF LT-LIST-ID(LSTINDEX) IS GREATER THAN SH-LIST-ID
004340         SET WS-INSERT-AT TO LSTINDEX
004350     END-IF.
004360 3200-EXIT.
004370     EXIT.
004380 3300-SHIFT-ONE-LIST.
004390     MOVE LT-LIST-ID(WS-SHIFT-SUB - 1)
004395         TO LT-LIST-ID(WS-SHIFT-SUB).
004400 3300-EXIT.
004410     EXIT.
004420******************************************************************
004430*    4000-REPORT-ONE-LIST - ONE PASS OVER STATFILE FOR THE LIST
004440*    AT LSTINDEX. EACH CHANGE OF PERIOD CLOSES OUT THE PERIOD
004450*    BEFORE IT; THE LAST PERIOD IS CLOSED AT END OF FILE. THE
004460*    GROWTH RUN STANDING AFTER THE LATEST PERIOD DECIDES THE
004470*    FLAG.
004480******************************************************************
004490 4000-REPORT-ONE-LIST.
004500     MOVE LT-LIST-ID(LSTINDEX) TO WS-CURRENT-LIST-ID.
004510     MOVE 'N' TO WS-PERIOD-OPEN-SWITCH.
004520     MOVE 'N' TO WS-PRIOR-SWITCH.
004530     MOVE ZERO TO WS-GROWTH-RUN.
004540     MOVE ZERO TO WS-LIST-PERIODS.
004550     MOVE ZERO TO WS-LIST-PRINTED.
004560     MOVE WS-BLANK-LINE TO PRT-LINE.
004570     WRITE PRT-LINE.
004580     MOVE WS-CURRENT-LIST-ID TO TL-LIST-ID.
004590     MOVE WS-LIST-HEADING TO PRT-LINE.
004600     WRITE PRT-LINE.
004610     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
004620     WRITE PRT-LINE.
004630     OPEN INPUT STATFILE.
004640     MOVE 'N' TO WS-EOF-SWITCH.
004650     PERFORM 4100-READ-ONE-SNAPSHOT THRU 4100-EXIT
004660         UNTIL WS-EOF.
004670     CLOSE STATFILE.
004680     IF WS-PERIOD-OPEN
004690         PERFORM 4300-CLOSE-OUT-PERIOD THRU 4300-EXIT
004700     END-IF.
004710     ADD 1 TO WS-LISTS-REPORTED.
004720     IF WS-LIST-PRINTED IS EQUAL TO ZERO
004730         MOVE '  NO PERIODS ON OR AFTER THE FROM DATE'
004740             TO PRT-LINE
004750         WRITE PRT-LINE
004760     END-IF.
004770     IF WS-GROWTH-RUN IS NOT LESS THAN WS-GROWTH-PERIODS
004780         MOVE WS-GROWTH-RUN TO TF-GROWTH-RUN
004790         MOVE WS-FLAG-LINE TO PRT-LINE
004800         WRITE PRT-LINE
004810         ADD 1 TO WS-LISTS-FLAGGED
004820         SET FLGINDEX TO WS-LISTS-FLAGGED
004830         MOVE WS-CURRENT-LIST-ID TO FL-LIST-ID(FLGINDEX)
004840         MOVE WS-GROWTH-RUN TO FL-GROWTH-RUN(FLGINDEX)
004850         MOVE PP-CELLS TO FL-CELLS(FLGINDEX)
004860     END-IF.
004870 4000-EXIT.
004880     EXIT.
004890******************************************************************
004900*    4100-READ-ONE-SNAPSHOT - ONE STATFILE RECORD. OTHER LISTS'
004910*    RECORDS ARE PASSED OVER. THE SNAPSHOT'S PERIOD IS ITS
004920*    DATE (DAILY), ITS MONDAY-TO-SUNDAY WEEK (WEEKLY) OR ITS
004930*    YEAR AND MONTH (MONTH-END). A LATER SNAPSHOT IN THE SAME
004940*    PERIOD REPLACES AN EARLIER ONE.
004950******************************************************************
004960 4100-READ-ONE-SNAPSHOT.
004970     READ STATFILE
004980         AT END
004990             MOVE 'Y' TO WS-EOF-SWITCH
005000             GO TO 4100-EXIT
005010     END-READ.
005020     IF SH-LIST-ID IS NOT EQUAL TO WS-CURRENT-LIST-ID
005030         GO TO 4100-EXIT
005040     END-IF.
005050     IF SH-STAT-DATE IS NOT NUMERIC
005060         OR SH-CELL-COUNT IS NOT NUMERIC
005070         OR SH-TOTAL-QTY IS NOT NUMERIC
005080         ADD 1 TO WS-RECORDS-INVALID
005090         GO TO 4100-EXIT
005100     END-IF.
005110     PERFORM 4200-SET-PERIOD-KEY THRU 4200-EXIT.
005120     IF NOT WS-DC-VALID
005130         ADD 1 TO WS-RECORDS-INVALID
005140         GO TO 4100-EXIT
005150     END-IF.
005160     IF WS-PERIOD-OPEN
005170         AND WS-PERIOD-KEY IS NOT EQUAL TO CP-PERIOD-KEY
005180         PERFORM 4300-CLOSE-OUT-PERIOD THRU 4300-EXIT
005190     END-IF.
005200     MOVE 'Y' TO WS-PERIOD-OPEN-SWITCH.
005210     MOVE WS-PERIOD-KEY TO CP-PERIOD-KEY.
005220     MOVE SH-STAT-DATE TO CP-STAT-DATE.
005230     MOVE SH-CELL-COUNT TO CP-CELLS.
005240     MOVE SH-TOTAL-QTY TO CP-QTY.
005250     MOVE SH-QTY-A TO CP-QTY-A.
005260     MOVE SH-QTY-H TO CP-QTY-H.
005270     MOVE SH-QTY-C TO CP-QTY-C.
005280     MOVE SH-OLDEST-DATE TO CP-OLDEST-DATE.
005290 4100-EXIT.
005300     EXIT.
005310 4200-SET-PERIOD-KEY.
005320     MOVE SH-STAT-DATE TO WS-DC-DATE.
005330     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
005340     IF NOT WS-DC-VALID
005350         GO TO 4200-EXIT
005360     END-IF.
005370     IF WS-DAILY
005380         MOVE SH-STAT-DATE TO WS-PERIOD-KEY
005390     END-IF.
005400     IF WS-WEEKLY
005410         COMPUTE WS-PERIOD-KEY = (WS-DC-DAYS - 2) / 7
005420     END-IF.
005430     IF WS-MONTH-END
005440         COMPUTE WS-PERIOD-KEY = WS-DC-YEAR * 100 + WS-DC-MONTH
005450     END-IF.
005460 4200-EXIT.
005470     EXIT.
005480******************************************************************
005490*    4300-CLOSE-OUT-PERIOD - THE PERIOD GATHERED IS COMPLETE.
005500*    MEASURE IT AGAINST THE PERIOD BEFORE: THE CHANGE IN CELLS
005510*    AND QUANTITY, THE PERCENTAGE GROWTH (NONE WHEN THE PERIOD
005520*    BEFORE WAS ZERO), AND THE RUN OF PERIODS THE CELL COUNT
005530*    HAS GROWN. PRINT IT UNLESS IT IS BEFORE THE FROM DATE,
005540*    THEN IT BECOMES THE PERIOD BEFORE.
005550******************************************************************
005560 4300-CLOSE-OUT-PERIOD.
005570     ADD 1 TO WS-LIST-PERIODS.
005580     MOVE CP-STAT-DATE TO TL-STAT-DATE.
005590     MOVE CP-CELLS TO TL-CELLS.
005600     MOVE CP-QTY TO TL-QTY.
005610     MOVE CP-QTY-A TO TL-QTY-A.
005620     MOVE CP-QTY-H TO TL-QTY-H.
005630     MOVE CP-QTY-C TO TL-QTY-C.
005640     IF CP-OLDEST-DATE IS EQUAL TO ZERO
005650         MOVE SPACES TO TL-OLDEST-DATE-X
005660     ELSE
005670         MOVE CP-OLDEST-DATE TO TL-OLDEST-DATE
005680     END-IF.
005690     MOVE SPACES TO TL-CELL-CHANGE-X.
005700     MOVE SPACES TO TL-CELL-PCT-X.
005710     MOVE SPACES TO TL-QTY-CHANGE-X.
005720     MOVE SPACES TO TL-QTY-PCT-X.
005730     IF WS-PRIOR-EXISTS
005740         PERFORM 4400-MEASURE-CHANGE THRU 4400-EXIT
005750     END-IF.
005760     MOVE WS-GROWTH-RUN TO TL-GROWTH-RUN.
005770     IF WS-GROWTH-RUN IS NOT LESS THAN WS-GROWTH-PERIODS
005780         MOVE '** GROWING' TO TL-GROWTH-FLAG
005790     ELSE
005800         MOVE SPACES TO TL-GROWTH-FLAG
005810     END-IF.
005820     IF CP-STAT-DATE IS NOT LESS THAN WS-FROM-DATE
005830         MOVE WS-DETAIL-LINE TO PRT-LINE
005840         WRITE PRT-LINE
005850         ADD 1 TO WS-LIST-PRINTED
005860         ADD 1 TO WS-PERIODS-PRINTED
005870     END-IF.
005880     MOVE 'Y' TO WS-PRIOR-SWITCH.
005890     MOVE CP-CELLS TO PP-CELLS.
005900     MOVE CP-QTY TO PP-QTY.
005910     MOVE 'N' TO WS-PERIOD-OPEN-SWITCH.
005920 4300-EXIT.
005930     EXIT.
005940******************************************************************
005950*    4400-MEASURE-CHANGE - CHANGE AND GROWTH AGAINST THE PERIOD
005960*    BEFORE. A PERCENTAGE TOO WIDE FOR ITS COLUMN PRINTS AS
005970*    ASTERISKS RATHER THAN LOSING ITS HIGH ORDER.
005980******************************************************************
005990 4400-MEASURE-CHANGE.
006000     COMPUTE WS-CELL-CHANGE = CP-CELLS - PP-CELLS.
006010     COMPUTE WS-QTY-CHANGE = CP-QTY - PP-QTY.
006020     MOVE WS-CELL-CHANGE TO TL-CELL-CHANGE.
006030     MOVE WS-QTY-CHANGE TO TL-QTY-CHANGE.
006040     IF PP-CELLS IS GREATER THAN ZERO
006050         COMPUTE WS-GROWTH-PCT ROUNDED =
006060             WS-CELL-CHANGE * 100 / PP-CELLS
006070         IF WS-GROWTH-PCT IS GREATER THAN 99999.9
006080             MOVE ' *****.*' TO TL-CELL-PCT-X
006090         ELSE
006100             MOVE WS-GROWTH-PCT TO TL-CELL-PCT
006110         END-IF
006120     END-IF.
006130     IF PP-QTY IS GREATER THAN ZERO
006140         COMPUTE WS-GROWTH-PCT ROUNDED =
006150             WS-QTY-CHANGE * 100 / PP-QTY
006160         IF WS-GROWTH-PCT IS GREATER THAN 99999.9
006170             MOVE ' *****.*' TO TL-QTY-PCT-X
006180         ELSE
006190             MOVE WS-GROWTH-PCT TO TL-QTY-PCT
006200         END-IF
006210     END-IF.
006220     IF WS-CELL-CHANGE IS GREATER THAN ZERO
006230         ADD 1 TO WS-GROWTH-RUN
006240     ELSE
006250         MOVE ZERO TO WS-GROWTH-RUN
006260     END-IF.
006270 4400-EXIT.
006280     EXIT.
006290******************************************************************
006300*    6000-DATE-TO-DAYS - TURN THE YYYYMMDD IN WS-DC-DATE INTO A
006310*    DAY NUMBER IN WS-DC-DAYS: 365 DAYS A YEAR, PLUS ONE FOR
006320*    EVERY LEAP YEAR BEFORE THE DATE (EVERY FOURTH YEAR, LESS
006330*    CENTURIES, PLUS EVERY FOURTH CENTURY), PLUS THE DAYS
006340*    BEFORE THE MONTH AND THE DAY ITSELF. DIVIDE ... GIVING
006350*    INTO INTEGER FIELDS DROPS THE REMAINDERS THE LEAP COUNT
006360*    NEEDS DROPPED. A MONTH OR DAY OUT OF RANGE LEAVES
006370*    WS-DC-VALID OFF.
006380******************************************************************
006390 6000-DATE-TO-DAYS.
006400     MOVE 'N' TO WS-DC-VALID-SWITCH.
006410     MOVE ZERO TO WS-DC-DAYS.
006420     IF WS-DC-YEAR IS EQUAL TO ZERO
006430         OR WS-DC-MONTH IS LESS THAN 1
006440         OR WS-DC-MONTH IS GREATER THAN 12
006450         OR WS-DC-DAY IS LESS THAN 1
006460         OR WS-DC-DAY IS GREATER THAN 31
006470         GO TO 6000-EXIT
006480     END-IF.
006490     MOVE WS-DC-YEAR TO WS-DC-LEAP-YEARS.
006500     IF WS-DC-MONTH IS LESS THAN 3
006510         SUBTRACT 1 FROM WS-DC-LEAP-YEARS
006520     END-IF.
006530     DIVIDE WS-DC-LEAP-YEARS BY 4 GIVING WS-DC-BY-4.
006540     DIVIDE WS-DC-LEAP-YEARS BY 100 GIVING WS-DC-BY-100.
006550     DIVIDE WS-DC-LEAP-YEARS BY 400 GIVING WS-DC-BY-400.
006560     COMPUTE WS-DC-DAYS = WS-DC-YEAR * 365
006570         + WS-DC-BY-4 - WS-DC-BY-100 + WS-DC-BY-400
006580         + WS-MONTH-START(WS-DC-MONTH) + WS-DC-DAY.
006590     MOVE 'Y' TO WS-DC-VALID-SWITCH.
006600 6000-EXIT.
006610     EXIT.
006620******************************************************************
006630*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE LISTS
006640*    FLAGGED FOR GROWTH AND THE RUN TOTALS.
006650******************************************************************
006660 8000-PRINT-TOTALS.
006670     MOVE WS-BLANK-LINE TO PRT-LINE.
006680     WRITE PRT-LINE.
006690     IF WS-LISTS-FLAGGED IS GREATER THAN ZERO
006700         MOVE 'LISTS FLAGGED FOR SUSTAINED GROWTH' TO PRT-LINE
006710         WRITE PRT-LINE
006720         PERFORM 8200-PRINT-ONE-FLAGGED THRU 8200-EXIT
006730             VARYING FLGINDEX FROM 1 BY 1
006740             UNTIL FLGINDEX IS GREATER THAN WS-LISTS-FLAGGED
006750         MOVE WS-BLANK-LINE TO PRT-LINE
006760         WRITE PRT-LINE
006770     END-IF.
006780     MOVE 'STATISTICS RECORDS READ' TO TC-COUNT-LABEL.
006790     MOVE WS-RECORDS-READ TO TC-COUNT-VALUE.
006800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006810     MOVE 'STATISTICS RECORDS NOT VALID' TO TC-COUNT-LABEL.
006820     MOVE WS-RECORDS-INVALID TO TC-COUNT-VALUE.
006830     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006840     MOVE 'LISTS REPORTED' TO TC-COUNT-LABEL.
006850     MOVE WS-LISTS-REPORTED TO TC-COUNT-VALUE.
006860     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006870     MOVE 'LISTS NOT REPORTED - TABLE FULL' TO TC-COUNT-LABEL.
006880     MOVE WS-LISTS-DROPPED TO TC-COUNT-VALUE.
006890     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006900     MOVE 'PERIODS PRINTED' TO TC-COUNT-LABEL.
006910     MOVE WS-PERIODS-PRINTED TO TC-COUNT-VALUE.
006920     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006930     MOVE 'LISTS FLAGGED FOR GROWTH' TO TC-COUNT-LABEL.
006940     MOVE WS-LISTS-FLAGGED TO TC-COUNT-VALUE.
006950     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
006960 8000-EXIT.
006970     EXIT.
006980 8100-PRINT-ONE-COUNT.
006990     MOVE WS-COUNT-LINE TO PRT-LINE.
007000     WRITE PRT-LINE.
007010 8100-EXIT.
007020     EXIT.
007030 8200-PRINT-ONE-FLAGGED.
007040     MOVE FL-LIST-ID(FLGINDEX) TO TS-LIST-ID.
007050     MOVE FL-GROWTH-RUN(FLGINDEX) TO TS-GROWTH-RUN.
007060     MOVE FL-CELLS(FLGINDEX) TO TS-CELLS.
007070     MOVE WS-SUMMARY-LINE TO PRT-LINE.
007080     WRITE PRT-LINE.
007090 8200-EXIT.
007100     EXIT.
007110******************************************************************
007120*    9000-TERMINATE - CLOSE EVERY DATASET STILL OPEN. STATFILE
007130*    IS CLOSED AT THE END OF EACH PASS.
007140******************************************************************
007150 9000-TERMINATE.
007160     CLOSE CTL-FILE.
007170     CLOSE PRTFILE.
007180 9000-EXIT.
007190     EXIT.
007200 END PROGRAM Program37.
