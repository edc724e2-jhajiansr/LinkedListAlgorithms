000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program32 AS "ListAging".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM PRINTS THE AGING BUCKET REPORT. ListTotals
000210*    (PROGRAM16) GIVES ONLY THE OLDEST AND NEWEST EFFECTIVE
000220*    DATE PER LIST, WHICH SAYS NOTHING ABOUT HOW MUCH OF A LIST
000230*    IS OLD. HERE EVERY CELL OF THE SELECTED LIST (OR THE WHOLE
000240*    CATALOG) IS AGED FROM ITS LR-EFF-DATE TO THE RUN DATE AND
000250*    COUNTED INTO ONE OF FIVE BUCKETS - CURRENT, THREE MIDDLE
000260*    BUCKETS WHOSE UPPER LIMITS COME FROM THE CONTROL CARD
000270*    (30/60/90 DAYS BY DEFAULT), AND OVER THE LAST LIMIT. A CELL
000280*    EFFECTIVE ON OR AFTER THE RUN DATE IS CURRENT.
000290*
000300*    FOR EACH LIST THE PAGE SHOWS, PER BUCKET, THE CELL COUNT
000310*    AND TOTAL LR-QUANTITY BROKEN OUT BY STATUS CODE A/H/C AND
000320*    TOTALED, AND THE CATALOG TOTAL CLOSES THE REPORT. CELLS
000330*    PERSISTED BEFORE THE STRUCTURED PAYLOAD (NO USABLE
000340*    EFFECTIVE DATE) ARE COUNTED IN A SEPARATE UNDATED COLUMN
000350*    RATHER THAN DROPPED; THEIR QUANTITY IS ADDED ONLY WHEN IT
000360*    IS NUMERIC, THE SAME TREATMENT PROGRAM16 GIVES THEM, AND A
000370*    STATUS BYTE THAT IS NOT A, H OR C PRINTS ON AN OTHER ROW SO
000380*    THE STATUS ROWS ALWAYS ADD UP TO THE TOTAL ROW.
000390*
000400*    DAY COUNTS ARE TAKEN FROM A DAY NUMBER BUILT FROM THE YEAR,
000410*    THE LEAP DAYS BEFORE IT AND A MONTH-START TABLE, SO TWO
000420*    DATES ARE AGED BY PLAIN SUBTRACTION.
000430*
000440*    MAINTENANCE HISTORY
000450*    DATE       INIT DESCRIPTION
000460*    -------    ---- ------------------------------------------
000470*    2026-10-15 SRJ  ORIGINAL PROGRAM - AGING BUCKET REPORT
000472*    2026-10-15 SRJ  THE COLUMN HEADING AND DETAIL LINES ARE NOW
000474*                    CLEARED BEFORE THEY ARE BUILT, SO THE GAPS
000476*                    BETWEEN BUCKET COLUMNS PRINT AS SPACES.
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
000580     SELECT CTL-FILE ASSIGN TO "SYSIN"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT PRTFILE ASSIGN TO "PRTFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PRTFILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  LISTFILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 120 CHARACTERS.
000680 COPY LISTREC.
000690 FD  CTL-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 80 CHARACTERS.
000720 COPY AGECTL.
000730 FD  PRTFILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 132 CHARACTERS.
000760 01  PRT-LINE                        PIC X(132).
000770 WORKING-STORAGE SECTION.
000780******************************************************************
000790*    FILE-STATUS AND CONTROL WORKING STORAGE
000800******************************************************************
000810 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
000820     88  WS-LISTFILE-OK             VALUE '00'.
000830     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
000840 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
000850 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000860     88  WS-EOF                     VALUE 'Y'.
000870 01  WS-AGING-ABORT-SWITCH PIC X(01) VALUE 'N'.
000880     88  WS-AGING-ABORT             VALUE 'Y'.
000890 01  WS-SELECT-LIST-ID PIC X(20) VALUE 'ALL'.
000900******************************************************************
000910*    BUCKET-LIMIT WORKING STORAGE - THE RUN DATE AND THE THREE
000920*    UPPER LIMITS OFF THE CONTROL CARD, AND THE RUN DATE'S DAY
000930*    NUMBER EVERY CELL IS AGED AGAINST.
000940******************************************************************
000950 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
000960 01  WS-RUN-DAYS PIC S9(9) VALUE ZERO.
000970 01  WS-LIMIT-1 PIC 9(03) VALUE 30.
000980 01  WS-LIMIT-2 PIC 9(03) VALUE 60.
000990 01  WS-LIMIT-3 PIC 9(03) VALUE 90.
001000 01  WS-LOW-LIMIT PIC 9(03) VALUE ZERO.
001010 01  WS-AGE-DAYS PIC S9(9) VALUE ZERO.
001020******************************************************************
001030*    DAY-NUMBER WORKING STORAGE - A DATE IN WS-DC-DATE COMES
001040*    BACK AS WS-DC-DAYS, DAYS SINCE A FIXED ORIGIN. THE TABLE
001050*    HOLDS THE DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON
001060*    YEAR; THE LEAP DAY IS CARRIED BY THE YEAR COUNT, WHICH FOR
001070*    JANUARY AND FEBRUARY STOPS AT THE YEAR BEFORE.
001080******************************************************************
001090 01  WS-DC-DATE PIC 9(08) VALUE ZERO.
001100 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
001110     05  WS-DC-YEAR PIC 9(04).
001120     05  WS-DC-MONTH PIC 9(02).
001130     05  WS-DC-DAY PIC 9(02).
001140 01  WS-DC-DAYS PIC S9(9) VALUE ZERO.
001150 01  WS-DC-LEAP-YEARS PIC S9(9) VALUE ZERO.
001160 01  WS-DC-BY-4 PIC S9(9) VALUE ZERO.
001170 01  WS-DC-BY-100 PIC S9(9) VALUE ZERO.
001180 01  WS-DC-BY-400 PIC S9(9) VALUE ZERO.
001190 01  WS-DC-VALID-SWITCH PIC X(01) VALUE 'N'.
001200     88  WS-DC-VALID                VALUE 'Y'.
001210 01  WS-MONTH-START-VALUES.
001220     05  FILLER PIC X(36) VALUE
001230         '000031059090120151181212243273304334'.
001240 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
001250     05  WS-MONTH-START PIC 9(03) OCCURS 12 TIMES.
001260******************************************************************
001270*    AGING TABLE WORKING STORAGE - ONE ROW PER STATUS (A, H, C,
001280*    OTHER, TOTAL), ONE COLUMN PER BUCKET (CURRENT, THE THREE
001290*    MIDDLE BUCKETS, OVER, UNDATED). THE LIST TABLE IS ZEROED
001300*    AT EVERY LIST BREAK AFTER ROLLING INTO THE GRAND TABLE.
001310******************************************************************
001320 77  WS-STATUS-ROWS PIC 9(01) VALUE 5.
001330 77  WS-BUCKET-COLUMNS PIC 9(01) VALUE 6.
001340 01  WS-LIST-AGING.
001350     05  LA-STATUS-ROW OCCURS 5 TIMES.
001360         10  LA-BUCKET OCCURS 6 TIMES.
001370             15  LA-COUNT PIC S9(9) COMP.
001380             15  LA-QTY PIC S9(11) COMP.
001390 01  WS-GRAND-AGING.
001400     05  GA-STATUS-ROW OCCURS 5 TIMES.
001410         10  GA-BUCKET OCCURS 6 TIMES.
001420             15  GA-COUNT PIC S9(9) COMP.
001430             15  GA-QTY PIC S9(11) COMP.
001440 01  WS-STATUS-SUB PIC S9(9) VALUE ZERO.
001450 01  WS-BUCKET-SUB PIC S9(9) VALUE ZERO.
001460 01  WS-STATUS-NAME-VALUES.
001470     05  FILLER PIC X(05) VALUE 'A'.
001480     05  FILLER PIC X(05) VALUE 'H'.
001490     05  FILLER PIC X(05) VALUE 'C'.
001500     05  FILLER PIC X(05) VALUE 'OTHER'.
001510     05  FILLER PIC X(05) VALUE 'TOTAL'.
001520 01  WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAME-VALUES.
001530     05  WS-STATUS-NAME PIC X(05) OCCURS 5 TIMES.
001540******************************************************************
001550*    LIST-BREAK WORKING STORAGE - THE SAME CONTROL BREAK
001560*    PROGRAM16'S CATALOG SCAN USES.
001570******************************************************************
001580 01  WS-CURRENT-LIST-ID PIC X(20) VALUE SPACES.
001590 01  WS-LIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
001600     88  WS-LIST-OPEN               VALUE 'Y'.
001610 01  WS-GRAND-LISTS PIC S9(9) VALUE ZERO.
001620 01  WS-FIRST-ROW-SWITCH PIC X(01) VALUE 'Y'.
001630     88  WS-FIRST-ROW               VALUE 'Y'.
001640 01  WS-BLOCK-LABEL PIC X(20) VALUE SPACES.
001650******************************************************************
001660*    REPORT-LINE WORKING STORAGE
001670******************************************************************
001680 01  WS-HEADING-LINE-1.
001690     05  FILLER PIC X(17) VALUE 'LIST AGING REPORT'.
001700     05  FILLER PIC X(02) VALUE SPACES.
001710     05  FILLER PIC X(11) VALUE 'SELECTION: '.
001720     05  AH-HEADING-SELECT PIC X(20).
001730     05  FILLER PIC X(02) VALUE SPACES.
001740     05  FILLER PIC X(07) VALUE 'AS OF: '.
001750     05  AH-HEADING-RUN-DATE PIC 9(08).
001760     05  FILLER PIC X(65) VALUE SPACES.
001770 01  WS-HEADING-LINE-2.
001780     05  AH-LIST-HEAD PIC X(20) VALUE 'LIST ID'.
001790     05  FILLER PIC X(01) VALUE SPACES.
001800     05  AH-STATUS-HEAD PIC X(05) VALUE 'STAT'.
001810     05  FILLER PIC X(01) VALUE SPACES.
001820     05  FILLER PIC X(05) VALUE SPACES.
001830     05  FILLER PIC X(01) VALUE SPACES.
001840     05  AH-BUCKET-COLUMN OCCURS 6 TIMES.
001850         10  AH-BUCKET-LABEL PIC X(14).
001860         10  FILLER PIC X(02).
001870     05  FILLER PIC X(03) VALUE SPACES.
001880 01  WS-DETAIL-LINE.
001890     05  AD-LIST-ID PIC X(20).
001900     05  FILLER PIC X(01) VALUE SPACES.
001910     05  AD-STATUS PIC X(05).
001920     05  FILLER PIC X(01) VALUE SPACES.
001930     05  AD-MEASURE PIC X(05).
001940     05  FILLER PIC X(01) VALUE SPACES.
001950     05  AD-BUCKET-COLUMN OCCURS 6 TIMES.
001960         10  AD-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.
001970         10  FILLER PIC X(02).
001980     05  FILLER PIC X(03) VALUE SPACES.
001990 01  WS-LIST-COUNT-LINE.
002000     05  FILLER PIC X(12) VALUE 'LISTS AGED: '.
002010     05  AD-LIST-COUNT PIC ZZZZ9.
002020     05  FILLER PIC X(115) VALUE SPACES.
002030 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002040 LINKAGE SECTION.
002050 PROCEDURE DIVISION.
002060******************************************************************
002070*    0000-MAINLINE
002080******************************************************************
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
002120     IF NOT WS-AGING-ABORT
002130         PERFORM 3000-SCAN-CATALOG THRU 3000-EXIT
002140     END-IF.
002150     IF NOT WS-AGING-ABORT
002160         PERFORM 8000-PRINT-GRAND-TOTALS THRU 8000-EXIT
002170     END-IF.
002180     IF WS-AGING-ABORT
002190         MOVE 8 TO RETURN-CODE
002200     END-IF.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002220     GOBACK.
002230******************************************************************
002240*    1000-INITIALIZE - OPEN THE CONTROL, LIST AND REPORT
002250*    DATASETS AND ZERO BOTH AGING TABLES.
002260******************************************************************
002270 1000-INITIALIZE.
002280     OPEN INPUT CTL-FILE.
002290     OPEN OUTPUT PRTFILE.
002300     OPEN INPUT LISTFILE.
002310     PERFORM 7000-ZERO-ONE-BUCKET THRU 7000-EXIT
002320         VARYING WS-STATUS-SUB FROM 1 BY 1
002330         UNTIL WS-STATUS-SUB IS GREATER THAN WS-STATUS-ROWS
002340         AFTER WS-BUCKET-SUB FROM 1 BY 1
002350         UNTIL WS-BUCKET-SUB IS GREATER THAN WS-BUCKET-COLUMNS.
002360     MOVE WS-LIST-AGING TO WS-GRAND-AGING.
002370 1000-EXIT.
002380     EXIT.
002390******************************************************************
002400*    2000-READ-CONTROL-CARD - LEARN THE LIST, THE BUCKET LIMITS
002410*    AND THE RUN DATE. A BLANK OR MISSING CARD AGES EVERY LIST
002420*    TO TODAY WITH 30/60/90-DAY BUCKETS. LIMITS THAT DO NOT
002430*    CLIMB, OR A RUN DATE THAT IS NOT A DATE, ABANDON THE RUN -
002440*    A PAGE WITH OVERLAPPING BUCKETS WOULD BE READ AS FACT.
002450******************************************************************
002460 2000-READ-CONTROL-CARD.
002470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002480     READ CTL-FILE
002490         AT END GO TO 2050-CHECK-LIMITS
002500     END-READ.
002510     IF AG-LIST-ID IS NOT EQUAL TO SPACES
002520         MOVE AG-LIST-ID TO WS-SELECT-LIST-ID
002530     END-IF.
002540     IF AG-LIMIT-1 IS NUMERIC
002550         AND AG-LIMIT-1 IS GREATER THAN ZERO
002560         MOVE AG-LIMIT-1 TO WS-LIMIT-1
002570     END-IF.
002580     IF AG-LIMIT-2 IS NUMERIC
002590         AND AG-LIMIT-2 IS GREATER THAN ZERO
002600         MOVE AG-LIMIT-2 TO WS-LIMIT-2
002610     END-IF.
002620     IF AG-LIMIT-3 IS NUMERIC
002630         AND AG-LIMIT-3 IS GREATER THAN ZERO
002640         MOVE AG-LIMIT-3 TO WS-LIMIT-3
002650     END-IF.
002660     IF AG-RUN-DATE IS NUMERIC
002670         AND AG-RUN-DATE IS GREATER THAN ZERO
002680         MOVE AG-RUN-DATE TO WS-RUN-DATE
002690     END-IF.
002700 2050-CHECK-LIMITS.
002710     IF WS-LIMIT-2 IS NOT GREATER THAN WS-LIMIT-1
002720         OR WS-LIMIT-3 IS NOT GREATER THAN WS-LIMIT-2
002730         DISPLAY "AGING LIMITS " WS-LIMIT-1 "/" WS-LIMIT-2 "/"
002740             WS-LIMIT-3 " DO NOT CLIMB - NO REPORT PRODUCED"
002750         MOVE 'Y' TO WS-AGING-ABORT-SWITCH
002760         GO TO 2000-EXIT
002770     END-IF.
002780     MOVE WS-RUN-DATE TO WS-DC-DATE.
002790     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
002800     IF NOT WS-DC-VALID
002810         DISPLAY "AGING RUN DATE " WS-RUN-DATE " IS NOT A DATE -"
002820             " NO REPORT PRODUCED"
002830         MOVE 'Y' TO WS-AGING-ABORT-SWITCH
002840         GO TO 2000-EXIT
002850     END-IF.
002860     MOVE WS-DC-DAYS TO WS-RUN-DAYS.
002870     PERFORM 2100-BUILD-BUCKET-LABELS THRU 2100-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900******************************************************************
002910*    2100-BUILD-BUCKET-LABELS - THE COLUMN HEADINGS CARRY THE
002920*    LIMITS ACTUALLY IN FORCE, SO A PAGE RUN WITH NON-DEFAULT
002930*    BUCKETS CANNOT BE MISREAD AS THE USUAL 30/60/90. THE LINE
002932*    IS CLEARED FIRST - THE GAPS BETWEEN THE BUCKET COLUMNS
002934*    CARRY NO VALUE OF THEIR OWN.
002940******************************************************************
002950 2100-BUILD-BUCKET-LABELS.
002952     MOVE SPACES TO WS-HEADING-LINE-2.
002954     MOVE 'LIST ID' TO AH-LIST-HEAD.
002956     MOVE 'STAT' TO AH-STATUS-HEAD.
002960     MOVE '       CURRENT' TO AH-BUCKET-LABEL(1).
002970     MOVE 1 TO WS-LOW-LIMIT.
002980     STRING '  DAYS ' WS-LOW-LIMIT '-' WS-LIMIT-1
002990         DELIMITED BY SIZE INTO AH-BUCKET-LABEL(2).
003000     ADD 1 TO WS-LIMIT-1 GIVING WS-LOW-LIMIT.
003010     STRING '  DAYS ' WS-LOW-LIMIT '-' WS-LIMIT-2
003020         DELIMITED BY SIZE INTO AH-BUCKET-LABEL(3).
003030     ADD 1 TO WS-LIMIT-2 GIVING WS-LOW-LIMIT.
003040     STRING '  DAYS ' WS-LOW-LIMIT '-' WS-LIMIT-3
003050         DELIMITED BY SIZE INTO AH-BUCKET-LABEL(4).
003060     STRING ' OVER ' WS-LIMIT-3 ' DAYS'
003070         DELIMITED BY SIZE INTO AH-BUCKET-LABEL(5).
003080     MOVE '       UNDATED' TO AH-BUCKET-LABEL(6).
003090 2100-EXIT.
003100     EXIT.
003110******************************************************************
003120*    3000-SCAN-CATALOG - READ LISTFILE FROM ITS LOWEST KEY TO
003130*    END OF FILE, BREAKING ON LR-LIST-ID THE WAY PROGRAM16
003140*    DOES. INDEX-ZERO IN-USE MARKERS ARE SKIPPED.
003150******************************************************************
003160 3000-SCAN-CATALOG.
003170     MOVE WS-SELECT-LIST-ID TO AH-HEADING-SELECT.
003180     MOVE WS-RUN-DATE TO AH-HEADING-RUN-DATE.
003190     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
003200     WRITE PRT-LINE.
003210     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
003220     WRITE PRT-LINE.
003230     IF WS-LISTFILE-NOT-FOUND
003240         DISPLAY "LISTFILE NOT FOUND - NOTHING TO AGE"
003250         MOVE 'Y' TO WS-AGING-ABORT-SWITCH
003260         GO TO 3000-EXIT
003270     END-IF.
003280     MOVE LOW-VALUES TO LR-LIST-KEY.
003290     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
003300         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
003310     END-START.
003320     PERFORM 3100-SCAN-ONE-RECORD THRU 3100-EXIT
003330         UNTIL WS-EOF.
003340     IF WS-LIST-OPEN
003350         PERFORM 3300-CLOSE-OUT-LIST THRU 3300-EXIT
003360     END-IF.
003370     IF WS-GRAND-LISTS IS EQUAL TO ZERO
003380         DISPLAY "NO CELLS MATCHED SELECTION " WS-SELECT-LIST-ID
003390         IF RETURN-CODE IS LESS THAN 4
003400             MOVE 4 TO RETURN-CODE
003410         END-IF
003420     END-IF.
003430 3000-EXIT.
003440     EXIT.
003450 3100-SCAN-ONE-RECORD.
003460     READ LISTFILE NEXT RECORD
003470         AT END
003480             MOVE 'Y' TO WS-EOF-SWITCH
003490             GO TO 3100-EXIT
003500     END-READ.
003510     IF LR-LIST-INDEX IS EQUAL TO ZERO
003520         GO TO 3100-EXIT
003530     END-IF.
003540     IF WS-SELECT-LIST-ID NOT EQUAL 'ALL'
003550         AND LR-LIST-ID NOT EQUAL WS-SELECT-LIST-ID
003560         GO TO 3100-EXIT
003570     END-IF.
003580     IF WS-LIST-OPEN
003590         AND LR-LIST-ID NOT EQUAL WS-CURRENT-LIST-ID
003600         PERFORM 3300-CLOSE-OUT-LIST THRU 3300-EXIT
003610     END-IF.
003620     IF NOT WS-LIST-OPEN
003630         MOVE 'Y' TO WS-LIST-OPEN-SWITCH
003640         MOVE LR-LIST-ID TO WS-CURRENT-LIST-ID
003650     END-IF.
003660     PERFORM 3200-AGE-ONE-CELL THRU 3200-EXIT.
003670 3100-EXIT.
003680     EXIT.
003690******************************************************************
003700*    3200-AGE-ONE-CELL - PICK THE CELL'S STATUS ROW AND AGE
003710*    BUCKET AND COUNT IT INTO BOTH ITS STATUS ROW AND THE TOTAL
003720*    ROW. A CELL WITH NO USABLE EFFECTIVE DATE GOES TO THE
003730*    UNDATED COLUMN; ITS QUANTITY COUNTS ONLY WHEN NUMERIC.
003740******************************************************************
003750 3200-AGE-ONE-CELL.
003760     MOVE 4 TO WS-STATUS-SUB.
003770     IF LR-STATUS-CODE IS EQUAL TO 'A'
003780         MOVE 1 TO WS-STATUS-SUB
003790     END-IF.
003800     IF LR-STATUS-CODE IS EQUAL TO 'H'
003810         MOVE 2 TO WS-STATUS-SUB
003820     END-IF.
003830     IF LR-STATUS-CODE IS EQUAL TO 'C'
003840         MOVE 3 TO WS-STATUS-SUB
003850     END-IF.
003860     MOVE 6 TO WS-BUCKET-SUB.
003870     IF LR-EFF-DATE IS NUMERIC
003880         MOVE LR-EFF-DATE TO WS-DC-DATE
003890         PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT
003900         IF WS-DC-VALID
003910             COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DC-DAYS
003920             PERFORM 3250-PICK-BUCKET THRU 3250-EXIT
003930         END-IF
003940     END-IF.
003950     ADD 1 TO LA-COUNT(WS-STATUS-SUB, WS-BUCKET-SUB).
003960     ADD 1 TO LA-COUNT(5, WS-BUCKET-SUB).
003970     IF LR-QUANTITY IS NUMERIC
003980         ADD LR-QUANTITY TO LA-QTY(WS-STATUS-SUB, WS-BUCKET-SUB)
003990         ADD LR-QUANTITY TO LA-QTY(5, WS-BUCKET-SUB)
004000     END-IF.
004010 3200-EXIT.
004020     EXIT.
004030 3250-PICK-BUCKET.
004040     IF WS-AGE-DAYS IS NOT GREATER THAN ZERO
004050         MOVE 1 TO WS-BUCKET-SUB
004060         GO TO 3250-EXIT
004070     END-IF.
004080     IF WS-AGE-DAYS IS NOT GREATER THAN WS-LIMIT-1
004090         MOVE 2 TO WS-BUCKET-SUB
004100         GO TO 3250-EXIT
004110     END-IF.
004120     IF WS-AGE-DAYS IS NOT GREATER THAN WS-LIMIT-2
004130         MOVE 3 TO WS-BUCKET-SUB
004140         GO TO 3250-EXIT
004150     END-IF.
004160     IF WS-AGE-DAYS IS NOT GREATER THAN WS-LIMIT-3
004170         MOVE 4 TO WS-BUCKET-SUB
004180         GO TO 3250-EXIT
004190     END-IF.
004200     MOVE 5 TO WS-BUCKET-SUB.
004210 3250-EXIT.
004220     EXIT.
004230******************************************************************
004240*    3300-CLOSE-OUT-LIST - THE LIST JUST AGED IS COMPLETE. PRINT
004250*    ITS BLOCK, ROLL IT INTO THE GRAND TABLE AND ZERO IT FOR
004260*    THE NEXT LIST.
004270******************************************************************
004280 3300-CLOSE-OUT-LIST.
004290     MOVE WS-CURRENT-LIST-ID TO WS-BLOCK-LABEL.
004300     PERFORM 6000-PRINT-AGING-BLOCK THRU 6000-EXIT.
004310     PERFORM 3400-ROLL-ONE-BUCKET THRU 3400-EXIT
004320         VARYING WS-STATUS-SUB FROM 1 BY 1
004330         UNTIL WS-STATUS-SUB IS GREATER THAN WS-STATUS-ROWS
004340         AFTER WS-BUCKET-SUB FROM 1 BY 1
004350         UNTIL WS-BUCKET-SUB IS GREATER THAN WS-BUCKET-COLUMNS.
004360     ADD 1 TO WS-GRAND-LISTS.
004370     MOVE 'N' TO WS-LIST-OPEN-SWITCH.
004380 3300-EXIT.
004390     EXIT.
004400 3400-ROLL-ONE-BUCKET.
004410     ADD LA-COUNT(WS-STATUS-SUB, WS-BUCKET-SUB) TO
004420         GA-COUNT(WS-STATUS-SUB, WS-BUCKET-SUB).
004430     ADD LA-QTY(WS-STATUS-SUB, WS-BUCKET-SUB) TO
004440         GA-QTY(WS-STATUS-SUB, WS-BUCKET-SUB).
004450     PERFORM 7000-ZERO-ONE-BUCKET THRU 7000-EXIT.
004460 3400-EXIT.
004470     EXIT.
004480******************************************************************
004490*    5000-DATE-TO-DAYS - TURN THE YYYYMMDD IN WS-DC-DATE INTO A
004500*    DAY NUMBER IN WS-DC-DAYS: 365 DAYS A YEAR, PLUS ONE FOR
004510*    EVERY LEAP YEAR BEFORE THE DATE (EVERY FOURTH YEAR, LESS
004520*    CENTURIES, PLUS EVERY FOURTH CENTURY), PLUS THE DAYS
004530*    BEFORE THE MONTH AND THE DAY ITSELF. DIVIDE ... GIVING
004540*    INTO INTEGER FIELDS DROPS THE REMAINDERS THE LEAP COUNT
004550*    NEEDS DROPPED. A MONTH OR DAY OUT OF RANGE LEAVES
004560*    WS-DC-VALID OFF.
004570******************************************************************
004580 5000-DATE-TO-DAYS.
004590     MOVE 'N' TO WS-DC-VALID-SWITCH.
004600     MOVE ZERO TO WS-DC-DAYS.
004610     IF WS-DC-YEAR IS EQUAL TO ZERO
004620         OR WS-DC-MONTH IS LESS THAN 1
004630         OR WS-DC-MONTH IS GREATER THAN 12
004640         OR WS-DC-DAY IS LESS THAN 1
004650         OR WS-DC-DAY IS GREATER THAN 31
004660         GO TO 5000-EXIT
004670     END-IF.
004680     MOVE WS-DC-YEAR TO WS-DC-LEAP-YEARS.
004690     IF WS-DC-MONTH IS LESS THAN 3
004700         SUBTRACT 1 FROM WS-DC-LEAP-YEARS
004710     END-IF.
004720     DIVIDE WS-DC-LEAP-YEARS BY 4 GIVING WS-DC-BY-4.
004730     DIVIDE WS-DC-LEAP-YEARS BY 100 GIVING WS-DC-BY-100.
004740     DIVIDE WS-DC-LEAP-YEARS BY 400 GIVING WS-DC-BY-400.
004750     COMPUTE WS-DC-DAYS = WS-DC-YEAR * 365
004760         + WS-DC-BY-4 - WS-DC-BY-100 + WS-DC-BY-400
004770         + WS-MONTH-START(WS-DC-MONTH) + WS-DC-DAY.
004780     MOVE 'Y' TO WS-DC-VALID-SWITCH.
004790 5000-EXIT.
004800     EXIT.
004810******************************************************************
004820*    6000-PRINT-AGING-BLOCK - ONE LIST'S (OR THE CATALOG'S)
004830*    BLOCK FROM THE LIST TABLE: A CELLS LINE AND A QUANTITY LINE
004840*    FOR EACH STATUS ROW, THE OTHER ROW ONLY WHEN SOMETHING
004850*    LANDED IN IT, AND THE TOTAL ROW. THE CALLER SETS
004860*    WS-BLOCK-LABEL, WHICH PRINTS ON THE BLOCK'S FIRST LINE.
004870******************************************************************
004880 6000-PRINT-AGING-BLOCK.
004890     MOVE 'Y' TO WS-FIRST-ROW-SWITCH.
004900     PERFORM 6100-PRINT-ONE-STATUS THRU 6100-EXIT
004910         VARYING WS-STATUS-SUB FROM 1 BY 1
004920         UNTIL WS-STATUS-SUB IS GREATER THAN WS-STATUS-ROWS.
004930     MOVE WS-BLANK-LINE TO PRT-LINE.
004940     WRITE PRT-LINE.
004950 6000-EXIT.
004960     EXIT.
004970 6100-PRINT-ONE-STATUS.
004980     IF WS-STATUS-SUB IS EQUAL TO 4
004990         AND LA-COUNT(4, 1) IS EQUAL TO ZERO
005000         AND LA-COUNT(4, 2) IS EQUAL TO ZERO
005010         AND LA-COUNT(4, 3) IS EQUAL TO ZERO
005020         AND LA-COUNT(4, 4) IS EQUAL TO ZERO
005030         AND LA-COUNT(4, 5) IS EQUAL TO ZERO
005040         AND LA-COUNT(4, 6) IS EQUAL TO ZERO
005050         GO TO 6100-EXIT
005060     END-IF.
005065     MOVE SPACES TO WS-DETAIL-LINE.
005070     IF WS-FIRST-ROW
005080         MOVE WS-BLOCK-LABEL TO AD-LIST-ID
005090         MOVE 'N' TO WS-FIRST-ROW-SWITCH
005100     ELSE
005110         MOVE SPACES TO AD-LIST-ID
005120     END-IF.
005130     MOVE WS-STATUS-NAME(WS-STATUS-SUB) TO AD-STATUS.
005140     MOVE 'CELLS' TO AD-MEASURE.
005150     PERFORM 6200-MOVE-ONE-COUNT THRU 6200-EXIT
005160         VARYING WS-BUCKET-SUB FROM 1 BY 1
005170         UNTIL WS-BUCKET-SUB IS GREATER THAN WS-BUCKET-COLUMNS.
005180     MOVE WS-DETAIL-LINE TO PRT-LINE.
005190     WRITE PRT-LINE.
005200     MOVE SPACES TO AD-LIST-ID.
005210     MOVE SPACES TO AD-STATUS.
005220     MOVE 'QTY' TO AD-MEASURE.
005230     PERFORM 6300-MOVE-ONE-QTY THRU 6300-EXIT
005240         VARYING WS-BUCKET-SUB FROM 1 BY 1
005250         UNTIL WS-BUCKET-SUB IS GREATER THAN WS-BUCKET-COLUMNS.
005260     MOVE WS-DETAIL-LINE TO PRT-LINE.
005270     WRITE PRT-LINE.
005280 6100-EXIT.
005290     EXIT.
005300 6200-MOVE-ONE-COUNT.
005310     MOVE LA-COUNT(WS-STATUS-SUB, WS-BUCKET-SUB) TO
005320         AD-AMOUNT(WS-BUCKET-SUB).
005330 6200-EXIT.
005340     EXIT.
005350 6300-MOVE-ONE-QTY.
005360     MOVE LA-QTY(WS-STATUS-SUB, WS-BUCKET-SUB) TO
005370         AD-AMOUNT(WS-BUCKET-SUB).
005380 6300-EXIT.
005390     EXIT.
005400******************************************************************
005410*    7000-ZERO-ONE-BUCKET - CLEAR ONE CELL OF THE LIST TABLE.
005420******************************************************************
005430 7000-ZERO-ONE-BUCKET.
005440     MOVE ZERO TO LA-COUNT(WS-STATUS-SUB, WS-BUCKET-SUB).
005450     MOVE ZERO TO LA-QTY(WS-STATUS-SUB, WS-BUCKET-SUB).
005460 7000-EXIT.
005470     EXIT.
005480******************************************************************
005490*    8000-PRINT-GRAND-TOTALS - THE CATALOG BLOCK. THE GRAND
005500*    TABLE IS COPIED INTO THE EMPTIED LIST TABLE SO THE SAME
005510*    BLOCK PRINT SERVES BOTH.
005520******************************************************************
005530 8000-PRINT-GRAND-TOTALS.
005540     MOVE WS-GRAND-AGING TO WS-LIST-AGING.
005550     MOVE 'CATALOG TOTAL' TO WS-BLOCK-LABEL.
005560     PERFORM 6000-PRINT-AGING-BLOCK THRU 6000-EXIT.
005570     MOVE WS-GRAND-LISTS TO AD-LIST-COUNT.
005580     MOVE WS-LIST-COUNT-LINE TO PRT-LINE.
005590     WRITE PRT-LINE.
005600 8000-EXIT.
005610     EXIT.
005620******************************************************************
005630*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
005640******************************************************************
005650 9000-TERMINATE.
005660     CLOSE CTL-FILE.
005670     CLOSE PRTFILE.
005680     IF NOT WS-LISTFILE-NOT-FOUND
005690         CLOSE LISTFILE
005700     END-IF.
005710 9000-EXIT.
005720     EXIT.
005730 END PROGRAM Program32.
