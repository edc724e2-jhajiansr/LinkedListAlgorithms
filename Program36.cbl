000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program36 AS "CycleMonitor".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE NIGHTLY CYCLE COMPLETENESS MONITOR.
000210*    RunCheck (PROGRAM24) ANSWERS FOR ONE UPSTREAM STEP WHEN A
000220*    DOWNSTREAM JOB ASKS; NOTHING ASKED ABOUT A STEP NOBODY
000230*    DEPENDS ON, SO A STEP THAT NEVER RAN AT ALL WENT UNSEEN.
000240*    SCHDFILE LISTS EVERY PROGRAM AND LIST PAIR EXPECTED EACH
000250*    NIGHT WITH ITS LATEST ACCEPTABLE COMPLETION TIME. THIS
000260*    PROGRAM LOADS IT, MAKES ONE PASS OVER RUNFILE PICKING UP
000270*    THE RUN-CONTROL RECORDS WRITTEN INSIDE THE CYCLE NAMED ON
000280*    THE CONTROL CARD, AND PRINTS ONE PAGE SHOWING EVERY
000290*    EXPECTED STEP AS:
000300*      COMPLETED  - MARKED COMPLETE, BALANCED, ON TIME
000310*      LATE       - COMPLETE AND BALANCED, BUT AFTER ITS TIME
000320*      TRUNCATED  - COMPLETION FLAG 'T'
000330*      ABANDONED  - COMPLETION FLAG 'A' (OR ANYTHING NOT 'C')
000340*      UNBALANCED - READ IS NOT ACCEPTED + REJECTED, OR THE
000350*                   ENDING COUNT IS NOT START + ADDED - REMOVED
000360*                   (THE SAME IDENTITIES PROGRAM24 CHECKS)
000370*      MISSING    - NO RUN-CONTROL RECORD IN THE CYCLE
000380*    WHEN A STEP RAN MORE THAN ONCE IN THE CYCLE THE LAST RUN
000390*    DECIDES - A GOOD RERUN CLEARS AN EARLIER FAILURE.
000400*
000410*    EVERY MISSING OR FAILED STEP APPENDS A CRITICAL LINE TO
000420*    OPALFILE, AND A LATE ONE A WARNING, SO AlertReport
000430*    (PROGRAM28) PAGES ON THEM. THE RUN ENDS RC 8 WHEN ANY
000440*    STEP IS MISSING OR FAILED (OR THE MONITOR CANNOT RUN),
000450*    RC 4 WHEN STEPS WERE ONLY LATE OR SCHEDULE CARDS WERE
000460*    REJECTED, RC 0 OTHERWISE - THE SCHEDULER HOLDS THE
000470*    MORNING REPORTS ON IT.
000480*
000490*    MAINTENANCE HISTORY
000500*    DATE       INIT DESCRIPTION
000510*    -------    ---- ------------------------------------------
000520*    2026-10-15 SRJ  ORIGINAL PROGRAM - NIGHTLY CYCLE
000530*                    COMPLETENESS MONITOR
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SCHDFILE ASSIGN TO "SCHDFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SCHDFILE-STATUS.
000620     SELECT RUNFILE ASSIGN TO "RUNFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RUNFILE-STATUS.
000650     SELECT CTL-FILE ASSIGN TO "SYSIN"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT PRTFILE ASSIGN TO "PRTFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PRTFILE-STATUS.
000700     SELECT OPALFILE ASSIGN TO "OPALFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-OPALFILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  SCHDFILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780 COPY SCHDREC.
000790 FD  RUNFILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 100 CHARACTERS.
000820 COPY RUNREC.
000830 FD  CTL-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860 COPY CYCCTL.
000870 FD  PRTFILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  PRT-LINE                        PIC X(132).
000910 FD  OPALFILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 120 CHARACTERS.
000940 COPY OPALREC.
000950 WORKING-STORAGE SECTION.
000960******************************************************************
000970*    FILE-STATUS AND CONTROL WORKING STORAGE
000980******************************************************************
000990 01  WS-SCHDFILE-STATUS PIC X(02) VALUE SPACES.
001000     88  WS-SCHDFILE-OK             VALUE '00'.
001010     88  WS-SCHDFILE-NOT-FOUND      VALUE '35'.
001020 01  WS-RUNFILE-STATUS PIC X(02) VALUE SPACES.
001030     88  WS-RUNFILE-OK              VALUE '00'.
001040     88  WS-RUNFILE-NOT-FOUND       VALUE '35'.
001050 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001060 01  WS-OPALFILE-STATUS PIC X(02) VALUE SPACES.
001070     88  WS-OPALFILE-OK             VALUE '00'.
001080     88  WS-OPALFILE-NOT-FOUND      VALUE '35'.
001090 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001100     88  WS-EOF                     VALUE 'Y'.
001110 01  WS-MONITOR-ABORT-SWITCH PIC X(01) VALUE 'N'.
001120     88  WS-MONITOR-ABORT           VALUE 'Y'.
001130 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001140 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
001150 01  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME.
001160     05  WS-CURRENT-HHMM PIC 9(04).
001170     05  FILLER PIC 9(04).
001180******************************************************************
001190*    CYCLE WORKING STORAGE - THE CYCLE STARTS AT WS-CYCLE-DATE
001200*    WS-CYCLE-HH:WS-CYCLE-MM AND RUNS 24 HOURS. EVERY TIME IS
001210*    CARRIED AS MINUTES ELAPSED SINCE THAT START, SO A
001220*    DEADLINE AFTER MIDNIGHT COMPARES CORRECTLY WITH A RUN
001230*    BEFORE IT.
001240******************************************************************
001250 77  WS-MINUTES-PER-DAY PIC 9(04) VALUE 1440.
001260 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
001270 01  WS-CYCLE-DATE-PARTS REDEFINES WS-CYCLE-DATE.
001280     05  WS-CYCLE-YY PIC 9(02).
001290     05  WS-CYCLE-MM PIC 9(02).
001300     05  WS-CYCLE-DD PIC 9(02).
001310 01  WS-CYCLE-START.
001320     05  WS-CYCLE-HH PIC 9(02) VALUE 18.
001330     05  WS-CYCLE-MI PIC 9(02) VALUE ZERO.
001340 01  WS-CYCLE-START-NUM REDEFINES WS-CYCLE-START PIC 9(04).
001350 01  WS-CYCLE-DAYS PIC S9(9) VALUE ZERO.
001360 01  WS-START-MINUTES PIC S9(9) VALUE ZERO.
001370 01  WS-ELAPSED-MINUTES PIC S9(9) VALUE ZERO.
001380 01  WS-LEAP-QUOTIENT PIC S9(9) VALUE ZERO.
001390 01  WS-LEAP-REMAINDER PIC S9(9) VALUE ZERO.
001400 01  WS-MONTH-DAYS-VALUES.
001410     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
001420 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001430     05  WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
001440 01  WS-RUN-TIME PIC 9(08) VALUE ZERO.
001450 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
001460     05  WS-RUN-HH PIC 9(02).
001470     05  WS-RUN-MI PIC 9(02).
001480     05  FILLER PIC 9(04).
001490******************************************************************
001500*    DAY-NUMBER WORKING STORAGE - A DATE IN WS-DC-DATE COMES
001510*    BACK AS WS-DC-DAYS, DAYS SINCE A FIXED ORIGIN. THE TABLE
001520*    HOLDS THE DAYS BEFORE EACH MONTH IN A NON-LEAP YEAR.
001530*    RUNFILE DATES ARE YYMMDD AND ARE TAKEN AS 20YY.
001540******************************************************************
001550 01  WS-DC-DATE PIC 9(08) VALUE ZERO.
001560 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
001570     05  WS-DC-YEAR PIC 9(04).
001580     05  WS-DC-MONTH PIC 9(02).
001590     05  WS-DC-DAY PIC 9(02).
001600 01  WS-DC-DAYS PIC S9(9) VALUE ZERO.
001610 01  WS-DC-LEAP-YEARS PIC S9(9) VALUE ZERO.
001620 01  WS-DC-BY-4 PIC S9(9) VALUE ZERO.
001630 01  WS-DC-BY-100 PIC S9(9) VALUE ZERO.
001640 01  WS-DC-BY-400 PIC S9(9) VALUE ZERO.
001650 01  WS-DC-VALID-SWITCH PIC X(01) VALUE 'N'.
001660     88  WS-DC-VALID                VALUE 'Y'.
001670 01  WS-MONTH-START-VALUES.
001680     05  FILLER PIC X(36) VALUE
001690         '000031059090120151181212243273304334'.
001700 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
001710     05  WS-MONTH-START PIC 9(03) OCCURS 12 TIMES.
001720******************************************************************
001730*    SCHEDULE TABLE WORKING STORAGE - ONE ROW PER EXPECTED
001740*    STEP, CARRYING ITS DEADLINE AS MINUTES INTO THE CYCLE AND
001750*    THE LAST RUN-CONTROL RECORD FOUND FOR IT.
001760******************************************************************
001770 77  WS-MAX-SCHEDULE PIC 9(05) VALUE 500.
001780 01  WS-SCHEDULE-COUNT PIC S9(9) VALUE ZERO.
001790 01  WS-SCHEDULE-TABLE.
001800     05  WS-SCHEDULE-ROW OCCURS 1 TO 500 TIMES
001810         DEPENDING ON WS-SCHEDULE-COUNT INDEXED BY SCHINDEX.
001820         10  ST-PROGRAM PIC X(10).
001830         10  ST-LIST-ID PIC X(20).
001840         10  ST-LATEST-TIME PIC X(04).
001850         10  ST-DESCRIPTION PIC X(30).
001860         10  ST-DEADLINE PIC S9(9).
001870         10  ST-RUN-COUNT PIC S9(9).
001880         10  ST-RUN-DATE PIC 9(06).
001890         10  ST-RUN-TIME PIC 9(08).
001900         10  ST-ELAPSED PIC S9(9).
001910         10  ST-COMPLETE-FLAG PIC X(01).
001920         10  ST-START-COUNT PIC 9(05).
001930         10  ST-END-COUNT PIC 9(05).
001940         10  ST-READ-COUNT PIC 9(05).
001950         10  ST-ACCEPT-COUNT PIC 9(05).
001960         10  ST-REJECT-COUNT PIC 9(05).
001970         10  ST-ADDED-COUNT PIC 9(05).
001980         10  ST-REMOVED-COUNT PIC 9(05).
001990 01  WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
002000     88  WS-DUPLICATE               VALUE 'Y'.
002010 01  WS-RUN-MATCHED-SWITCH PIC X(01) VALUE 'N'.
002020     88  WS-RUN-MATCHED             VALUE 'Y'.
002030 01  WS-STEP-RESULT PIC X(10) VALUE SPACES.
002040 01  WS-EXPECTED-READ PIC S9(9) VALUE ZERO.
002050 01  WS-EXPECTED-END PIC S9(9) VALUE ZERO.
002060******************************************************************
002070*    OPERATOR ALERT WORKING STORAGE - THE CALLER OF 7800 SETS
002080*    THE SEVERITY, CONDITION AND TEXT.
002090******************************************************************
002100 01  WS-ALERT-SEVERITY PIC X(01) VALUE SPACE.
002110 01  WS-ALERT-CONDITION PIC X(08) VALUE SPACES.
002120 01  WS-ALERT-TEXT PIC X(60) VALUE SPACES.
002130******************************************************************
002140*    RUN-TOTAL WORKING STORAGE
002150******************************************************************
002160 01  WS-SCHEDULE-READ PIC S9(9) VALUE ZERO.
002170 01  WS-SCHEDULE-REJECTED PIC S9(9) VALUE ZERO.
002180 01  WS-RUNS-READ PIC S9(9) VALUE ZERO.
002190 01  WS-RUNS-IN-CYCLE PIC S9(9) VALUE ZERO.
002200 01  WS-RUNS-NOT-SCHEDULED PIC S9(9) VALUE ZERO.
002210 01  WS-STEPS-COMPLETED PIC S9(9) VALUE ZERO.
002220 01  WS-STEPS-LATE PIC S9(9) VALUE ZERO.
002230 01  WS-STEPS-TRUNCATED PIC S9(9) VALUE ZERO.
002240 01  WS-STEPS-ABANDONED PIC S9(9) VALUE ZERO.
002250 01  WS-STEPS-UNBALANCED PIC S9(9) VALUE ZERO.
002260 01  WS-STEPS-MISSING PIC S9(9) VALUE ZERO.
002270 01  WS-ALERTS-WRITTEN PIC S9(9) VALUE ZERO.
002280******************************************************************
002290*    REPORT-LINE WORKING STORAGE
002300******************************************************************
002310 01  WS-HEADING-LINE-1.
002320     05  FILLER PIC X(34)
002330         VALUE 'NIGHTLY CYCLE COMPLETENESS MONITOR'.
002340     05  FILLER PIC X(02) VALUE SPACES.
002350     05  FILLER PIC X(15) VALUE 'CYCLE STARTED: '.
002360     05  MH-CYCLE-DATE PIC 9(06).
002370     05  FILLER PIC X(01) VALUE SPACES.
002380     05  MH-CYCLE-START PIC 9(04).
002390     05  FILLER PIC X(70) VALUE SPACES.
002400 01  WS-HEADING-LINE-2.
002410     05  FILLER PIC X(12) VALUE 'PROGRAM'.
002420     05  FILLER PIC X(22) VALUE 'LIST ID'.
002430     05  FILLER PIC X(06) VALUE 'DUE'.
002440     05  FILLER PIC X(07) VALUE 'RAN ON'.
002450     05  FILLER PIC X(06) VALUE 'AT'.
002460     05  FILLER PIC X(03) VALUE 'F'.
002470     05  FILLER PIC X(31)
002480         VALUE 'START   END  READ   ACC   REJ'.
002490     05  FILLER PIC X(06) VALUE 'RUNS'.
002500     05  FILLER PIC X(12) VALUE 'RESULT'.
002510     05  FILLER PIC X(27) VALUE 'STEP'.
002520 01  WS-DETAIL-LINE.
002530     05  ML-PROGRAM PIC X(10).
002540     05  FILLER PIC X(02) VALUE SPACES.
002550     05  ML-LIST-ID PIC X(20).
002560     05  FILLER PIC X(02) VALUE SPACES.
002570     05  ML-DUE PIC X(04).
002580     05  FILLER PIC X(02) VALUE SPACES.
002590     05  ML-RUN-DATE PIC 9(06).
002600     05  ML-RUN-DATE-X REDEFINES ML-RUN-DATE PIC X(06).
002610     05  FILLER PIC X(01) VALUE SPACES.
002620     05  ML-RUN-TIME PIC 9(04).
002630     05  ML-RUN-TIME-X REDEFINES ML-RUN-TIME PIC X(04).
002640     05  FILLER PIC X(02) VALUE SPACES.
002650     05  ML-FLAG PIC X(01).
002660     05  FILLER PIC X(01) VALUE SPACES.
002670     05  ML-COUNTS.
002680         10  ML-START PIC ZZZZZ9.
002690         10  ML-END PIC ZZZZZ9.
002700         10  ML-READ PIC ZZZZZ9.
002710         10  ML-ACCEPT PIC ZZZZZ9.
002720         10  ML-REJECT PIC ZZZZZ9.
002730     05  FILLER PIC X(02) VALUE SPACES.
002740     05  ML-RUNS PIC ZZZ9.
002750     05  FILLER PIC X(02) VALUE SPACES.
002760     05  ML-RESULT PIC X(10).
002770     05  FILLER PIC X(02) VALUE SPACES.
002780     05  ML-DESCRIPTION PIC X(21).
002790 01  WS-COUNT-LINE.
002800     05  ML-COUNT-LABEL PIC X(40).
002810     05  ML-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
002820     05  FILLER PIC X(78) VALUE SPACES.
002830 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002840 LINKAGE SECTION.
002850 PROCEDURE DIVISION.
002860******************************************************************
002870*    0000-MAINLINE
002880******************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
002920     IF NOT WS-MONITOR-ABORT
002930         PERFORM 3000-LOAD-SCHEDULE THRU 3000-EXIT
002940     END-IF.
002950     IF NOT WS-MONITOR-ABORT
002960         PERFORM 4000-SCAN-RUNFILE THRU 4000-EXIT
002970         PERFORM 5000-REPORT-STEPS THRU 5000-EXIT
002980     END-IF.
002990     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003000     IF WS-MONITOR-ABORT
003010         OR WS-STEPS-MISSING IS GREATER THAN ZERO
003020         OR WS-STEPS-TRUNCATED IS GREATER THAN ZERO
003030         OR WS-STEPS-ABANDONED IS GREATER THAN ZERO
003040         OR WS-STEPS-UNBALANCED IS GREATER THAN ZERO
003050         MOVE 8 TO RETURN-CODE
003060     ELSE
003070         IF WS-STEPS-LATE IS GREATER THAN ZERO
003080             OR WS-SCHEDULE-REJECTED IS GREATER THAN ZERO
003090             MOVE 4 TO RETURN-CODE
003100         END-IF
003110     END-IF.
003120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003130     GOBACK.
003140******************************************************************
003150*    1000-INITIALIZE - OPEN THE CONTROL, SCHEDULE, RUN-CONTROL,
003160*    REPORT AND ALERT DATASETS. OPALFILE IS APPENDED TO, AND
003170*    CREATED EMPTY FIRST WHEN THIS IS THE CYCLE'S FIRST ALERT
003180*    WRITER.
003190******************************************************************
003200 1000-INITIALIZE.
003210     OPEN INPUT CTL-FILE.
003220     OPEN INPUT SCHDFILE.
003230     OPEN INPUT RUNFILE.
003240     OPEN OUTPUT PRTFILE.
003250     OPEN EXTEND OPALFILE.
003260     IF WS-OPALFILE-NOT-FOUND
003270         OPEN OUTPUT OPALFILE
003280         CLOSE OPALFILE
003290         OPEN EXTEND OPALFILE
003300     END-IF.
003310 1000-EXIT.
003320     EXIT.
003330******************************************************************
003340*    2000-READ-CONTROL-CARD - LEARN WHICH CYCLE TO CHECK. A
003350*    MISSING CARD OR BLANK FIELDS TAKE THE DEFAULTS: A 1800
003360*    START, AND THE CYCLE THAT STARTED MOST RECENTLY. A FIELD
003370*    THAT IS PRESENT BUT NOT A VALID DATE OR TIME ABANDONS THE
003380*    RUN RATHER THAN CHECK THE WRONG NIGHT.
003390******************************************************************
003400 2000-READ-CONTROL-CARD.
003410     MOVE SPACES TO CYCLE-CONTROL-RECORD.
003420     READ CTL-FILE
003430         AT END
003440             DISPLAY "CYCLE CONTROL CARD MISSING - DEFAULTS"
003450                 " USED"
003460     END-READ.
003470     IF WS-SCHDFILE-NOT-FOUND
003480         DISPLAY "SCHDFILE NOT FOUND - NO CYCLE SCHEDULE TO"
003490             " CHECK"
003500         MOVE 'Y' TO WS-MONITOR-ABORT-SWITCH
003510         GO TO 2000-EXIT
003520     END-IF.
003530     IF CY-CYCLE-START-X IS NOT EQUAL TO SPACES
003540         IF CY-CYCLE-START-X IS NOT NUMERIC
003550             OR CY-START-HH IS GREATER THAN 23
003560             OR CY-START-MM IS GREATER THAN 59
003570             DISPLAY "CYCLE START TIME " CY-CYCLE-START-X
003580                 " IS NOT A VALID HHMM - NO CYCLE CHECKED"
003590             MOVE 'Y' TO WS-MONITOR-ABORT-SWITCH
003600             GO TO 2000-EXIT
003610         END-IF
003620         MOVE CY-START-HH TO WS-CYCLE-HH
003630         MOVE CY-START-MM TO WS-CYCLE-MI
003640     END-IF.
003650     COMPUTE WS-START-MINUTES = WS-CYCLE-HH * 60 + WS-CYCLE-MI.
003660     IF CY-CYCLE-DATE-X IS NOT EQUAL TO SPACES
003670         IF CY-CYCLE-DATE-X IS NOT NUMERIC
003680             DISPLAY "CYCLE DATE " CY-CYCLE-DATE-X
003690                 " IS NOT A VALID YYMMDD - NO CYCLE CHECKED"
003700             MOVE 'Y' TO WS-MONITOR-ABORT-SWITCH
003710             GO TO 2000-EXIT
003720         END-IF
003730         MOVE CY-CYCLE-DATE TO WS-CYCLE-DATE
003740     ELSE
003750         ACCEPT WS-CURRENT-DATE FROM DATE
003760         ACCEPT WS-CURRENT-TIME FROM TIME
003770         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
003780         IF WS-CURRENT-HHMM IS LESS THAN WS-CYCLE-START-NUM
003790             PERFORM 2100-BACK-ONE-DAY THRU 2100-EXIT
003800         END-IF
003810     END-IF.
003820     COMPUTE WS-DC-DATE = 20000000 + WS-CYCLE-DATE.
003830     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
003840     IF NOT WS-DC-VALID
003850         DISPLAY "CYCLE DATE " WS-CYCLE-DATE
003860             " IS NOT A VALID YYMMDD - NO CYCLE CHECKED"
003870         MOVE 'Y' TO WS-MONITOR-ABORT-SWITCH
003880         GO TO 2000-EXIT
003890     END-IF.
003900     MOVE WS-DC-DAYS TO WS-CYCLE-DAYS.
003910     MOVE WS-CYCLE-DATE TO MH-CYCLE-DATE.
003920     MOVE WS-CYCLE-START-NUM TO MH-CYCLE-START.
003930     DISPLAY "CHECKING CYCLE STARTED " WS-CYCLE-DATE " AT "
003940         WS-CYCLE-START-NUM.
003950 2000-EXIT.
003960     EXIT.
003970******************************************************************
003980*    2100-BACK-ONE-DAY - STEP WS-CYCLE-DATE BACK TO YESTERDAY,
003990*    ACROSS A MONTH OR YEAR END WHEN IT HAS TO. FEBRUARY HAS 29
004000*    DAYS IN EVERY FOURTH YEAR - ENOUGH FOR 20YY DATES.
004010******************************************************************
004020 2100-BACK-ONE-DAY.
004030     IF WS-CYCLE-DD IS GREATER THAN 1
004040         SUBTRACT 1 FROM WS-CYCLE-DD
004050         GO TO 2100-EXIT
004060     END-IF.
004070     IF WS-CYCLE-MM IS EQUAL TO 1
004080         MOVE 12 TO WS-CYCLE-MM
004090         MOVE 31 TO WS-CYCLE-DD
004100         IF WS-CYCLE-YY IS EQUAL TO ZERO
004110             MOVE 99 TO WS-CYCLE-YY
004120         ELSE
004130             SUBTRACT 1 FROM WS-CYCLE-YY
004140         END-IF
004150         GO TO 2100-EXIT
004160     END-IF.
004170     SUBTRACT 1 FROM WS-CYCLE-MM.
004180     MOVE WS-MONTH-DAYS(WS-CYCLE-MM) TO WS-CYCLE-DD.
004190     IF WS-CYCLE-MM IS EQUAL TO 2
004200         DIVIDE WS-CYCLE-YY BY 4 GIVING WS-LEAP-QUOTIENT
004210             REMAINDER WS-LEAP-REMAINDER
004220         IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
004230             MOVE 29 TO WS-CYCLE-DD
004240         END-IF
004250     END-IF.
004260 2100-EXIT.
004270     EXIT.
004280******************************************************************
004290*    3000-LOAD-SCHEDULE - READ SCHDFILE INTO THE SCHEDULE
004300*    TABLE. AN EMPTY SCHEDULE CHECKS NOTHING, WHICH IS NOT A
004310*    CLEAN NIGHT, SO IT ABANDONS THE RUN.
004320******************************************************************
004330 3000-LOAD-SCHEDULE.
004340     PERFORM 3100-LOAD-ONE-STEP THRU 3100-EXIT
004350         UNTIL WS-EOF.
004360     MOVE 'N' TO WS-EOF-SWITCH.
004370     IF WS-SCHEDULE-COUNT IS EQUAL TO ZERO
004380         DISPLAY "SCHDFILE HOLDS NO VALID STEPS - NO CYCLE"
004390             " CHECKED"
004400         MOVE 'Y' TO WS-MONITOR-ABORT-SWITCH
004410     END-IF.
004420 3000-EXIT.
004430     EXIT.
004440******************************************************************
004450*    3100-LOAD-ONE-STEP - ONE SCHEDULE CARD. COMMENT AND BLANK
004460*    CARDS ARE SKIPPED; A CARD WITHOUT A PROGRAM AND LIST, WITH
004470*    A TIME THAT IS NOT A VALID HHMM, OR REPEATING A PAIR
004480*    ALREADY LOADED IS REJECTED. THE DEADLINE IS CARRIED AS
004490*    MINUTES INTO THE CYCLE: A TIME AT OR BEFORE THE START
004500*    FALLS ON THE FOLLOWING DAY.
004510******************************************************************
004520 3100-LOAD-ONE-STEP.
004530     READ SCHDFILE
004540         AT END
004550             MOVE 'Y' TO WS-EOF-SWITCH
004560             GO TO 3100-EXIT
004570     END-READ.
004580     IF SCHEDULE-RECORD IS EQUAL TO SPACES
004590         OR SC-PROGRAM(1:1) IS EQUAL TO '*'
004600         GO TO 3100-EXIT
004610     END-IF.
004620     ADD 1 TO WS-SCHEDULE-READ.
004630     IF SC-PROGRAM IS EQUAL TO SPACES
004640         OR SC-LIST-ID IS EQUAL TO SPACES
004650         DISPLAY "SCHEDULE CARD " SC-PROGRAM " " SC-LIST-ID
004660             " INCOMPLETE - REJECTED"
004670         ADD 1 TO WS-SCHEDULE-REJECTED
004680         GO TO 3100-EXIT
004690     END-IF.
004700     IF SC-LATEST-TIME-X IS NOT NUMERIC
004710         OR SC-LATEST-HH IS GREATER THAN 23
004720         OR SC-LATEST-MM IS GREATER THAN 59
004730         DISPLAY "SCHEDULE CARD " SC-PROGRAM " " SC-LIST-ID
004740             " TIME " SC-LATEST-TIME-X " NOT A VALID HHMM -"
004750             " REJECTED"
004760         ADD 1 TO WS-SCHEDULE-REJECTED
004770         GO TO 3100-EXIT
004780     END-IF.
004790     MOVE 'N' TO WS-DUPLICATE-SWITCH.
004800     PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT
004810         VARYING SCHINDEX FROM 1 BY 1
004820         UNTIL SCHINDEX IS GREATER THAN WS-SCHEDULE-COUNT
004830         OR WS-DUPLICATE.
004840     IF WS-DUPLICATE
004850         DISPLAY "SCHEDULE CARD " SC-PROGRAM " " SC-LIST-ID
004860             " REPEATS AN EARLIER CARD - REJECTED"
004870         ADD 1 TO WS-SCHEDULE-REJECTED
004880         GO TO 3100-EXIT
004890     END-IF.
004900     IF WS-SCHEDULE-COUNT IS NOT LESS THAN WS-MAX-SCHEDULE
004910         DISPLAY "SCHEDULE TABLE FULL AT " WS-MAX-SCHEDULE
004920             " STEPS - " SC-PROGRAM " " SC-LIST-ID " REJECTED"
004930         ADD 1 TO WS-SCHEDULE-REJECTED
004940         GO TO 3100-EXIT
004950     END-IF.
004960     ADD 1 TO WS-SCHEDULE-COUNT.
004970     SET SCHINDEX TO WS-SCHEDULE-COUNT.
004980     MOVE SC-PROGRAM TO ST-PROGRAM(SCHINDEX).
004990     MOVE SC-LIST-ID TO ST-LIST-ID(SCHINDEX).
005000     MOVE SC-LATEST-TIME-X TO ST-LATEST-TIME(SCHINDEX).
005010     MOVE SC-DESCRIPTION TO ST-DESCRIPTION(SCHINDEX).
005020     COMPUTE ST-DEADLINE(SCHINDEX) = SC-LATEST-HH * 60
005030         + SC-LATEST-MM - WS-START-MINUTES.
005040     IF ST-DEADLINE(SCHINDEX) IS NOT GREATER THAN ZERO
005050         ADD WS-MINUTES-PER-DAY TO ST-DEADLINE(SCHINDEX)
005060     END-IF.
005070     MOVE ZERO TO ST-RUN-COUNT(SCHINDEX).
005080     MOVE ZERO TO ST-RUN-DATE(SCHINDEX).
005090     MOVE ZERO TO ST-RUN-TIME(SCHINDEX).
005100     MOVE ZERO TO ST-ELAPSED(SCHINDEX).
005110     MOVE SPACE TO ST-COMPLETE-FLAG(SCHINDEX).
005120     MOVE ZERO TO ST-START-COUNT(SCHINDEX).
005130     MOVE ZERO TO ST-END-COUNT(SCHINDEX).
005140     MOVE ZERO TO ST-READ-COUNT(SCHINDEX).
005150     MOVE ZERO TO ST-ACCEPT-COUNT(SCHINDEX).
005160     MOVE ZERO TO ST-REJECT-COUNT(SCHINDEX).
005170     MOVE ZERO TO ST-ADDED-COUNT(SCHINDEX).
005180     MOVE ZERO TO ST-REMOVED-COUNT(SCHINDEX).
005190 3100-EXIT.
005200     EXIT.
005210 3200-CHECK-DUPLICATE.
005220     IF ST-PROGRAM(SCHINDEX) IS EQUAL TO SC-PROGRAM
005230         AND ST-LIST-ID(SCHINDEX) IS EQUAL TO SC-LIST-ID
005240         MOVE 'Y' TO WS-DUPLICATE-SWITCH
005250     END-IF.
005260 3200-EXIT.
005270     EXIT.
005280******************************************************************
005290*    4000-SCAN-RUNFILE - ONE PASS OVER RUNFILE. A MISSING
005300*    RUNFILE IS NOT AN ERROR HERE - IT SIMPLY MEANS EVERY
005310*    EXPECTED STEP IS MISSING, WHICH THE REPORT WILL SAY.
005320******************************************************************
005330 4000-SCAN-RUNFILE.
005340     IF WS-RUNFILE-NOT-FOUND
005350         DISPLAY "RUNFILE NOT FOUND - NO STEP WROTE A"
005360             " RUN-CONTROL RECORD"
005370         GO TO 4000-EXIT
005380     END-IF.
005390     PERFORM 4100-SCAN-ONE-RECORD THRU 4100-EXIT
005400         UNTIL WS-EOF.
005410 4000-EXIT.
005420     EXIT.
005430******************************************************************
005440*    4100-SCAN-ONE-RECORD - PLACE ONE RUN-CONTROL RECORD IN
005450*    MINUTES SINCE THE CYCLE STARTED. ONE WRITTEN BEFORE THE
005460*    START OR 24 HOURS OR MORE AFTER IT BELONGS TO ANOTHER
005470*    CYCLE. A RECORD INSIDE THE CYCLE IS OFFERED TO EVERY
005480*    SCHEDULE ROW; RUNFILE IS APPENDED IN TIME ORDER, SO THE
005490*    LAST ONE A ROW KEEPS IS ITS LATEST RUN.
005500******************************************************************
005510 4100-SCAN-ONE-RECORD.
005520     READ RUNFILE
005530         AT END
005540             MOVE 'Y' TO WS-EOF-SWITCH
005550             GO TO 4100-EXIT
005560     END-READ.
005570     ADD 1 TO WS-RUNS-READ.
005580     IF RN-DATE IS NOT NUMERIC
005590         OR RN-TIME IS NOT NUMERIC
005600         GO TO 4100-EXIT
005610     END-IF.
005620     COMPUTE WS-DC-DATE = 20000000 + RN-DATE.
005630     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
005640     IF NOT WS-DC-VALID
005650         GO TO 4100-EXIT
005660     END-IF.
005670     MOVE RN-TIME TO WS-RUN-TIME.
005680     COMPUTE WS-ELAPSED-MINUTES =
005690         (WS-DC-DAYS - WS-CYCLE-DAYS) * WS-MINUTES-PER-DAY
005700         + WS-RUN-HH * 60 + WS-RUN-MI - WS-START-MINUTES.
005710     IF WS-ELAPSED-MINUTES IS LESS THAN ZERO
005720         OR WS-ELAPSED-MINUTES IS NOT LESS THAN
005730             WS-MINUTES-PER-DAY
005740         GO TO 4100-EXIT
005750     END-IF.
005760     ADD 1 TO WS-RUNS-IN-CYCLE.
005770     MOVE 'N' TO WS-RUN-MATCHED-SWITCH.
005780     PERFORM 4200-MATCH-ONE-STEP THRU 4200-EXIT
005790         VARYING SCHINDEX FROM 1 BY 1
005800         UNTIL SCHINDEX IS GREATER THAN WS-SCHEDULE-COUNT
005810         OR WS-RUN-MATCHED.
005820     IF NOT WS-RUN-MATCHED
005830         ADD 1 TO WS-RUNS-NOT-SCHEDULED
005840     END-IF.
005850 4100-EXIT.
005860     EXIT.
005870 4200-MATCH-ONE-STEP.
005880     IF ST-PROGRAM(SCHINDEX) IS NOT EQUAL TO RN-PROGRAM
005890         OR ST-LIST-ID(SCHINDEX) IS NOT EQUAL TO RN-LIST-ID
005900         GO TO 4200-EXIT
005910     END-IF.
005920     MOVE 'Y' TO WS-RUN-MATCHED-SWITCH.
005930     ADD 1 TO ST-RUN-COUNT(SCHINDEX).
005940     MOVE RN-DATE TO ST-RUN-DATE(SCHINDEX).
005950     MOVE RN-TIME TO ST-RUN-TIME(SCHINDEX).
005960     MOVE WS-ELAPSED-MINUTES TO ST-ELAPSED(SCHINDEX).
005970     MOVE RN-COMPLETE-FLAG TO ST-COMPLETE-FLAG(SCHINDEX).
005980     MOVE RN-START-COUNT TO ST-START-COUNT(SCHINDEX).
005990     MOVE RN-END-COUNT TO ST-END-COUNT(SCHINDEX).
006000     MOVE RN-READ-COUNT TO ST-READ-COUNT(SCHINDEX).
006010     MOVE RN-ACCEPT-COUNT TO ST-ACCEPT-COUNT(SCHINDEX).
006020     MOVE RN-REJECT-COUNT TO ST-REJECT-COUNT(SCHINDEX).
006030     MOVE RN-ADDED-COUNT TO ST-ADDED-COUNT(SCHINDEX).
006040     MOVE RN-REMOVED-COUNT TO ST-REMOVED-COUNT(SCHINDEX).
006050 4200-EXIT.
006060     EXIT.
006070******************************************************************
006080*    5000-REPORT-STEPS - THE ONE-PAGE REPORT: A LINE PER
006090*    EXPECTED STEP IN SCHEDULE ORDER.
006100******************************************************************
006110 5000-REPORT-STEPS.
006120     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
006130     WRITE PRT-LINE.
006140     MOVE WS-BLANK-LINE TO PRT-LINE.
006150     WRITE PRT-LINE.
006160     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
006170     WRITE PRT-LINE.
006180     PERFORM 5100-REPORT-ONE-STEP THRU 5100-EXIT
006190         VARYING SCHINDEX FROM 1 BY 1
006200         UNTIL SCHINDEX IS GREATER THAN WS-SCHEDULE-COUNT.
006210 5000-EXIT.
006220     EXIT.
006230******************************************************************
006240*    5100-REPORT-ONE-STEP - CLASSIFY THE STEP, COUNT IT, RAISE
006250*    ITS OPERATOR ALERT WHEN IT NEEDS ONE, AND PRINT ITS LINE.
006260******************************************************************
006270 5100-REPORT-ONE-STEP.
006280     PERFORM 5200-CLASSIFY-STEP THRU 5200-EXIT.
006290     MOVE '1' TO WS-ALERT-SEVERITY.
006300     MOVE SPACES TO WS-ALERT-TEXT.
006310     IF WS-STEP-RESULT IS EQUAL TO 'COMPLETED'
006320         ADD 1 TO WS-STEPS-COMPLETED
006330     END-IF.
006340     IF WS-STEP-RESULT IS EQUAL TO 'LATE'
006350         ADD 1 TO WS-STEPS-LATE
006360         MOVE '2' TO WS-ALERT-SEVERITY
006370         MOVE 'LATE' TO WS-ALERT-CONDITION
006380         STRING ST-PROGRAM(SCHINDEX) DELIMITED BY SPACE
006390             ' FINISHED AFTER ITS ' DELIMITED BY SIZE
006400             ST-LATEST-TIME(SCHINDEX) DELIMITED BY SIZE
006410             ' DEADLINE' DELIMITED BY SIZE
006420             INTO WS-ALERT-TEXT
006430     END-IF.
006440     IF WS-STEP-RESULT IS EQUAL TO 'TRUNCATED'
006450         ADD 1 TO WS-STEPS-TRUNCATED
006460         MOVE 'TRUNC' TO WS-ALERT-CONDITION
006470         STRING ST-PROGRAM(SCHINDEX) DELIMITED BY SPACE
006480             ' RUN TRUNCATED - DECK NOT FULLY APPLIED'
006490             DELIMITED BY SIZE
006500             INTO WS-ALERT-TEXT
006510     END-IF.
006520     IF WS-STEP-RESULT IS EQUAL TO 'ABANDONED'
006530         ADD 1 TO WS-STEPS-ABANDONED
006540         MOVE 'ABANDON' TO WS-ALERT-CONDITION
006550         STRING ST-PROGRAM(SCHINDEX) DELIMITED BY SPACE
006560             ' RUN DID NOT COMPLETE - FLAG ' DELIMITED BY SIZE
006570             ST-COMPLETE-FLAG(SCHINDEX) DELIMITED BY SIZE
006580             INTO WS-ALERT-TEXT
006590     END-IF.
006600     IF WS-STEP-RESULT IS EQUAL TO 'UNBALANCED'
006610         ADD 1 TO WS-STEPS-UNBALANCED
006620         MOVE 'UNBAL' TO WS-ALERT-CONDITION
006630         STRING ST-PROGRAM(SCHINDEX) DELIMITED BY SPACE
006640             ' RUN-CONTROL COUNTS DO NOT BALANCE'
006650             DELIMITED BY SIZE
006660             INTO WS-ALERT-TEXT
006670     END-IF.
006680     IF WS-STEP-RESULT IS EQUAL TO 'MISSING'
006690         ADD 1 TO WS-STEPS-MISSING
006700         MOVE 'MISSING' TO WS-ALERT-CONDITION
006710         STRING ST-PROGRAM(SCHINDEX) DELIMITED BY SPACE
006720             ' DID NOT RUN THIS CYCLE - DUE BY '
006730             DELIMITED BY SIZE
006740             ST-LATEST-TIME(SCHINDEX) DELIMITED BY SIZE
006750             INTO WS-ALERT-TEXT
006760     END-IF.
006770     IF WS-STEP-RESULT IS NOT EQUAL TO 'COMPLETED'
006780         PERFORM 7800-WRITE-OPER-ALERT THRU 7800-EXIT
006790     END-IF.
006800     PERFORM 5300-PRINT-STEP-LINE THRU 5300-EXIT.
006810 5100-EXIT.
006820     EXIT.
006830******************************************************************
006840*    5200-CLASSIFY-STEP - THE STEP'S RESULT FROM ITS LATEST
006850*    RUN, WORST CONDITION FIRST: NO RUN, THEN THE COMPLETION
006860*    FLAG, THEN THE BALANCING IDENTITIES, THEN THE DEADLINE.
006870******************************************************************
006880 5200-CLASSIFY-STEP.
006890     IF ST-RUN-COUNT(SCHINDEX) IS EQUAL TO ZERO
006900         MOVE 'MISSING' TO WS-STEP-RESULT
006910         GO TO 5200-EXIT
006920     END-IF.
006930     IF ST-COMPLETE-FLAG(SCHINDEX) IS EQUAL TO 'T'
006940         MOVE 'TRUNCATED' TO WS-STEP-RESULT
006950         GO TO 5200-EXIT
006960     END-IF.
006970     IF ST-COMPLETE-FLAG(SCHINDEX) IS NOT EQUAL TO 'C'
006980         MOVE 'ABANDONED' TO WS-STEP-RESULT
006990         GO TO 5200-EXIT
007000     END-IF.
007010     COMPUTE WS-EXPECTED-READ = ST-ACCEPT-COUNT(SCHINDEX)
007020         + ST-REJECT-COUNT(SCHINDEX).
007030     COMPUTE WS-EXPECTED-END = ST-START-COUNT(SCHINDEX)
007040         + ST-ADDED-COUNT(SCHINDEX) - ST-REMOVED-COUNT(SCHINDEX).
007050     IF ST-READ-COUNT(SCHINDEX) IS NOT EQUAL TO WS-EXPECTED-READ
007060         OR ST-END-COUNT(SCHINDEX) IS NOT EQUAL TO
007070             WS-EXPECTED-END
007080         MOVE 'UNBALANCED' TO WS-STEP-RESULT
007090         GO TO 5200-EXIT
007100     END-IF.
007110     IF ST-ELAPSED(SCHINDEX) IS GREATER THAN
007120         ST-DEADLINE(SCHINDEX)
007130         MOVE 'LATE' TO WS-STEP-RESULT
007140         GO TO 5200-EXIT
007150     END-IF.
007160     MOVE 'COMPLETED' TO WS-STEP-RESULT.
007170 5200-EXIT.
007180     EXIT.
007190******************************************************************
007200*    5300-PRINT-STEP-LINE - A MISSING STEP HAS NO RUN TO SHOW,
007210*    SO ITS RUN COLUMNS PRINT BLANK.
007220******************************************************************
007230 5300-PRINT-STEP-LINE.
007240     MOVE ST-PROGRAM(SCHINDEX) TO ML-PROGRAM.
007250     MOVE ST-LIST-ID(SCHINDEX) TO ML-LIST-ID.
007260     MOVE ST-LATEST-TIME(SCHINDEX) TO ML-DUE.
007270     MOVE ST-RUN-COUNT(SCHINDEX) TO ML-RUNS.
007280     MOVE WS-STEP-RESULT TO ML-RESULT.
007290     MOVE ST-DESCRIPTION(SCHINDEX) TO ML-DESCRIPTION.
007300     IF ST-RUN-COUNT(SCHINDEX) IS EQUAL TO ZERO
007310         MOVE SPACES TO ML-RUN-DATE-X
007320         MOVE SPACES TO ML-RUN-TIME-X
007330         MOVE SPACE TO ML-FLAG
007340         MOVE SPACES TO ML-COUNTS
007350     ELSE
007360         MOVE ST-RUN-DATE(SCHINDEX) TO ML-RUN-DATE
007370         MOVE ST-RUN-TIME(SCHINDEX) TO WS-RUN-TIME
007380         MOVE WS-RUN-TIME(1:4) TO ML-RUN-TIME-X
007390         MOVE ST-COMPLETE-FLAG(SCHINDEX) TO ML-FLAG
007400         MOVE ST-START-COUNT(SCHINDEX) TO ML-START
007410         MOVE ST-END-COUNT(SCHINDEX) TO ML-END
007420         MOVE ST-READ-COUNT(SCHINDEX) TO ML-READ
007430         MOVE ST-ACCEPT-COUNT(SCHINDEX) TO ML-ACCEPT
007440         MOVE ST-REJECT-COUNT(SCHINDEX) TO ML-REJECT
007450     END-IF.
007460     MOVE WS-DETAIL-LINE TO PRT-LINE.
007470     WRITE PRT-LINE.
007480 5300-EXIT.
007490     EXIT.
007500******************************************************************
007510*    6000-DATE-TO-DAYS - TURN THE YYYYMMDD IN WS-DC-DATE INTO A
007520*    DAY NUMBER IN WS-DC-DAYS: 365 DAYS A YEAR, PLUS ONE FOR
007530*    EVERY LEAP YEAR BEFORE THE DATE (EVERY FOURTH YEAR, LESS
007540*    CENTURIES, PLUS EVERY FOURTH CENTURY), PLUS THE DAYS
007550*    BEFORE THE MONTH AND THE DAY ITSELF. DIVIDE ... GIVING
007560*    INTO INTEGER FIELDS DROPS THE REMAINDERS THE LEAP COUNT
007570*    NEEDS DROPPED. A MONTH OR DAY OUT OF RANGE LEAVES
007580*    WS-DC-VALID OFF.
007590******************************************************************
007600 6000-DATE-TO-DAYS.
007610     MOVE 'N' TO WS-DC-VALID-SWITCH.
007620     MOVE ZERO TO WS-DC-DAYS.
007630     IF WS-DC-YEAR IS EQUAL TO ZERO
007640         OR WS-DC-MONTH IS LESS THAN 1
007650         OR WS-DC-MONTH IS GREATER THAN 12
007660         OR WS-DC-DAY IS LESS THAN 1
007670         OR WS-DC-DAY IS GREATER THAN 31
007680         GO TO 6000-EXIT
007690     END-IF.
007700     MOVE WS-DC-YEAR TO WS-DC-LEAP-YEARS.
007710     IF WS-DC-MONTH IS LESS THAN 3
007720         SUBTRACT 1 FROM WS-DC-LEAP-YEARS
007730     END-IF.
007740     DIVIDE WS-DC-LEAP-YEARS BY 4 GIVING WS-DC-BY-4.
007750     DIVIDE WS-DC-LEAP-YEARS BY 100 GIVING WS-DC-BY-100.
007760     DIVIDE WS-DC-LEAP-YEARS BY 400 GIVING WS-DC-BY-400.
007770     COMPUTE WS-DC-DAYS = WS-DC-YEAR * 365
007780         + WS-DC-BY-4 - WS-DC-BY-100 + WS-DC-BY-400
007790         + WS-MONTH-START(WS-DC-MONTH) + WS-DC-DAY.
007800     MOVE 'Y' TO WS-DC-VALID-SWITCH.
007810 6000-EXIT.
007820     EXIT.
007830******************************************************************
007840*    7800-WRITE-OPER-ALERT - APPEND ONE LINE FOR THE STEP TO
007850*    THE COMMON OPERATOR ALERT DATASET SO AlertReport
007860*    (PROGRAM28) PAGES ON IT AND LOGS IT AS AN INCIDENT.
007870******************************************************************
007880 7800-WRITE-OPER-ALERT.
007890     ACCEPT WS-CURRENT-DATE FROM DATE.
007900     ACCEPT WS-CURRENT-TIME FROM TIME.
007910     MOVE SPACES TO OPALERT-RECORD.
007920     MOVE WS-CURRENT-DATE TO OA-DATE.
007930     MOVE WS-CURRENT-TIME TO OA-TIME.
007940     MOVE WS-ALERT-SEVERITY TO OA-SEVERITY.
007950     MOVE 'PROGRAM36' TO OA-PROGRAM.
007960     MOVE ST-LIST-ID(SCHINDEX) TO OA-LIST-ID.
007970     MOVE WS-ALERT-CONDITION TO OA-CONDITION.
007980     MOVE WS-ALERT-TEXT TO OA-TEXT.
007990     WRITE OPALERT-RECORD.
008000     ADD 1 TO WS-ALERTS-WRITTEN.
008010 7800-EXIT.
008020     EXIT.
008030******************************************************************
008040*    8000-PRINT-TOTALS - CLOSE THE PAGE WITH THE STEP COUNTS
008050*    BY RESULT AND THE RUNFILE FIGURES BEHIND THEM.
008060******************************************************************
008070 8000-PRINT-TOTALS.
008080     MOVE WS-BLANK-LINE TO PRT-LINE.
008090     WRITE PRT-LINE.
008100     MOVE 'STEPS EXPECTED' TO ML-COUNT-LABEL.
008110     MOVE WS-SCHEDULE-COUNT TO ML-COUNT-VALUE.
008120     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008130     MOVE '  COMPLETED' TO ML-COUNT-LABEL.
008140     MOVE WS-STEPS-COMPLETED TO ML-COUNT-VALUE.
008150     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008160     MOVE '  LATE' TO ML-COUNT-LABEL.
008170     MOVE WS-STEPS-LATE TO ML-COUNT-VALUE.
008180     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008190     MOVE '  TRUNCATED' TO ML-COUNT-LABEL.
008200     MOVE WS-STEPS-TRUNCATED TO ML-COUNT-VALUE.
008210     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008220     MOVE '  ABANDONED' TO ML-COUNT-LABEL.
008230     MOVE WS-STEPS-ABANDONED TO ML-COUNT-VALUE.
008240     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008250     MOVE '  UNBALANCED' TO ML-COUNT-LABEL.
008260     MOVE WS-STEPS-UNBALANCED TO ML-COUNT-VALUE.
008270     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008280     MOVE '  MISSING' TO ML-COUNT-LABEL.
008290     MOVE WS-STEPS-MISSING TO ML-COUNT-VALUE.
008300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008310     MOVE 'SCHEDULE CARDS REJECTED' TO ML-COUNT-LABEL.
008320     MOVE WS-SCHEDULE-REJECTED TO ML-COUNT-VALUE.
008330     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008340     MOVE 'RUN-CONTROL RECORDS READ' TO ML-COUNT-LABEL.
008350     MOVE WS-RUNS-READ TO ML-COUNT-VALUE.
008360     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008370     MOVE '  INSIDE THIS CYCLE' TO ML-COUNT-LABEL.
008380     MOVE WS-RUNS-IN-CYCLE TO ML-COUNT-VALUE.
008390     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008400     MOVE '  INSIDE THIS CYCLE BUT NOT SCHEDULED' TO
008410         ML-COUNT-LABEL.
008420     MOVE WS-RUNS-NOT-SCHEDULED TO ML-COUNT-VALUE.
008430     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008440     MOVE 'OPERATOR ALERTS WRITTEN' TO ML-COUNT-LABEL.
008450     MOVE WS-ALERTS-WRITTEN TO ML-COUNT-VALUE.
008460     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008470     IF WS-MONITOR-ABORT
008480         DISPLAY "CYCLE MONITOR ABANDONED - NO STEPS CHECKED"
008490     ELSE
008500         DISPLAY "CYCLE MONITOR - " WS-SCHEDULE-COUNT
008510             " STEPS EXPECTED, " WS-STEPS-COMPLETED
008520             " COMPLETED, " WS-STEPS-MISSING " MISSING"
008530     END-IF.
008540 8000-EXIT.
008550     EXIT.
008560 8100-PRINT-ONE-COUNT.
008570     MOVE WS-COUNT-LINE TO PRT-LINE.
008580     WRITE PRT-LINE.
008590 8100-EXIT.
008600     EXIT.
008610******************************************************************
008620*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
008630******************************************************************
008640 9000-TERMINATE.
008650     CLOSE CTL-FILE.
008660     CLOSE PRTFILE.
008670     CLOSE OPALFILE.
008680     IF NOT WS-SCHDFILE-NOT-FOUND
008690         CLOSE SCHDFILE
008700     END-IF.
008710     IF NOT WS-RUNFILE-NOT-FOUND
008720         CLOSE RUNFILE
008730     END-IF.
008740 9000-EXIT.
008750     EXIT.
008760 END PROGRAM Program36.
