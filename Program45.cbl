000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program45 AS "ListRecover".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM RECOVERS A LOST OR DAMAGED LISTFILE. IT
000210*    RELOADS THE LATEST IMAGE COPY ImageCopy (PROGRAM44) TOOK,
000220*    REPLAYS EVERY CELL WRITE AND DELETE LOGGED ON CHGLOG SINCE
000230*    THAT COPY'S CHECKPOINT, REBUILDS XREFFILE FROM THE RESULT
000240*    THE WAY XrefBuild (PROGRAM22) DOES, AND STATIDX THE WAY
000245*    StatIdxBuild (PROGRAM46) DOES, AND PRINTS A REPORT
000250*    BALANCING THE CELLS RESTORED AGAINST THE CHANGES REPLAYED.
000260*
000270*    THE IMAGE COPY IS CHECKED END TO END - HEADER FIRST,
000280*    TRAILER LAST WITH THE SAME STAMP, CELL AND LIST COUNTS AND
000290*    QUANTITY HASH TOTAL AGREEING - BEFORE LISTFILE IS OPENED.
000300*    A COPY THAT FAILS, OR A CONTROL CARD WHOSE STOP POINT IS
000310*    NOT A VALID DATE AND TIME, ENDS THE RUN RC 8 WITH LISTFILE
000320*    AND BOTH INDEXES UNTOUCHED.
000330*
000340*    THE REPLAY SKIPS THE LOG UP TO THE CHECKPOINT CARRYING THE
000350*    COPY'S STAMP, THEN APPLIES EACH AFTER IMAGE IN LOG ORDER
000360*    UNTIL THE END OF THE LOG OR THE FIRST CHANGE LOGGED AFTER
000370*    THE STOP POINT ON THE OPTIONAL SYSIN CARD. IT STOPS AT THE
000380*    FIRST GAP: A RUN WHOSE CHANGES DO NOT FOLLOW ON FROM ONE
000390*    ANOTHER, AN END-OF-RUN RECORD WHOSE COUNT DISAGREES WITH
000400*    THE CHANGES SEEN, OR A RUN THAT STARTED AFTER THE COPY BUT
000410*    WHOSE FIRST CHANGE IS MISSING. NOTHING PAST A GAP CAN BE
000420*    TRUSTED, SO LISTFILE IS LEFT AS IT STOOD JUST BEFORE IT.
000430*    A RUN WITH CHANGES REPLAYED BUT NO END-OF-RUN RECORD - ONE
000440*    THAT ABENDED, OR WAS STILL RUNNING AT THE STOP POINT - IS
000450*    LISTED, SINCE ITS LISTS MAY BE PART-UPDATED AND WANT A
000460*    ListVerify (PROGRAM8) RUN.
000470*
000480*    THE RUN ENDS RC 4 ON A GAP, A MISSING CHECKPOINT, A RUN
000490*    LEFT OPEN OR AN OUT-OF-BALANCE RESULT, RC 0 OTHERWISE.
000500*
000510*    MAINTENANCE HISTORY
000520*    DATE       INIT DESCRIPTION
000530*    -------    ---- ------------------------------------------
000540*    2026-10-15 SRJ  ORIGINAL PROGRAM - LISTFILE ROLL-FORWARD
000550*                    RECOVERY
000552*    2026-10-15 SRJ  THE REBUILD PASS OVER THE RECOVERED LISTFILE
000554*                    NOW REGENERATES STATIDX, THE STATUS AND
000556*                    EFFECTIVE-DATE INDEX, ALONGSIDE XREFFILE, AND
000558*                    THE REPORT COUNTS ITS ENTRIES.
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT LISTFILE ASSIGN TO "LISTFILE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LR-LIST-KEY
000650         FILE STATUS IS WS-LISTFILE-STATUS.
000660     SELECT XREFFILE ASSIGN TO "XREFFILE"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS XR-XREF-KEY
000700         FILE STATUS IS WS-XREFFILE-STATUS.
000701     SELECT STATIDX ASSIGN TO "STATIDX"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS SX-CELL-KEY
000705         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000706         FILE STATUS IS WS-STATIDX-STATUS.
000710     SELECT IMAGFILE ASSIGN TO "IMAGFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-IMAGFILE-STATUS.
000740     SELECT CHGLOG ASSIGN TO "CHGLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CHGLOG-STATUS.
000770     SELECT CTL-FILE ASSIGN TO "SYSIN"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CTL-STATUS.
000800     SELECT PRTFILE ASSIGN TO "PRTFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PRTFILE-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  LISTFILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 120 CHARACTERS.
000880 COPY LISTREC.
000890 FD  XREFFILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 50 CHARACTERS.
000920 COPY XREFREC.
000922 FD  STATIDX
000924     LABEL RECORDS ARE STANDARD
000926     RECORD CONTAINS 100 CHARACTERS.
000928 COPY SIDXREC.
000930 FD  IMAGFILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 130 CHARACTERS.
000960 COPY IMGREC.
000970 FD  CHGLOG
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 180 CHARACTERS.
001000 COPY CHGREC.
001010 FD  CTL-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 COPY RCYCTL.
001050 FD  PRTFILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  PRT-LINE                        PIC X(132).
001090 WORKING-STORAGE SECTION.
001100******************************************************************
001110*    FILE-STATUS AND CONTROL WORKING STORAGE
001120******************************************************************
001130 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
001140     88  WS-LISTFILE-OK             VALUE '00'.
001150 01  WS-XREFFILE-STATUS PIC X(02) VALUE SPACES.
001155 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
001160 01  WS-IMAGFILE-STATUS PIC X(02) VALUE SPACES.
001170     88  WS-IMAGFILE-NOT-FOUND      VALUE '35'.
001180 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001190     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001200 01  WS-CTL-STATUS PIC X(02) VALUE SPACES.
001210     88  WS-CTL-NOT-FOUND           VALUE '35'.
001220 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001230 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001240     88  WS-EOF                     VALUE 'Y'.
001250 01  WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
001260     88  WS-ABORT                   VALUE 'Y'.
001270 01  WS-TRAILER-SWITCH PIC X(01) VALUE 'N'.
001280     88  WS-TRAILER-SEEN            VALUE 'Y'.
001290 01  WS-CHECKPOINT-SWITCH PIC X(01) VALUE 'N'.
001300     88  WS-CHECKPOINT-FOUND        VALUE 'Y'.
001310 01  WS-RUN-FOUND-SWITCH PIC X(01) VALUE 'N'.
001320     88  WS-RUN-FOUND               VALUE 'Y'.
001330 01  WS-STOP-REASON PIC X(01) VALUE SPACE.
001340     88  WS-STOP-END-OF-LOG         VALUE 'E'.
001350     88  WS-STOP-AT-POINT           VALUE 'P'.
001360     88  WS-STOP-AT-GAP             VALUE 'G'.
001370     88  WS-STOP-NO-CHECKPOINT      VALUE 'N'.
001380 01  WS-ABORT-REASON PIC X(60) VALUE SPACES.
001390 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001400 01  WS-PRIOR-LIST-ID PIC X(20) VALUE SPACES.
001410******************************************************************
001420*    REPLAY-POINT WORKING STORAGE - EACH POINT IN TIME IS HELD
001430*    AS DATE AND TIME SIDE BY SIDE SO ONE NUMERIC COMPARE
001440*    ORDERS TWO OF THEM.
001450******************************************************************
001460 01  WS-COPY-POINT.
001470     05  WS-CP-DATE PIC 9(08) VALUE ZERO.
001480     05  WS-CP-TIME PIC 9(08) VALUE ZERO.
001490 01  WS-COPY-POINT-N REDEFINES WS-COPY-POINT PIC 9(16).
001500 01  WS-RUN-POINT.
001510     05  WS-RP-DATE PIC 9(08) VALUE ZERO.
001520     05  WS-RP-TIME PIC 9(08) VALUE ZERO.
001530 01  WS-RUN-POINT-N REDEFINES WS-RUN-POINT PIC 9(16).
001540 01  WS-STOP-POINT.
001550     05  WS-SP-DATE PIC 9(08) VALUE 99999999.
001560     05  WS-SP-TIME PIC 9(06) VALUE 999999.
001570 01  WS-STOP-POINT-N REDEFINES WS-STOP-POINT PIC 9(14).
001580 01  WS-LOG-POINT.
001590     05  WS-LP-DATE PIC 9(08) VALUE ZERO.
001600     05  WS-LP-TIME PIC 9(06) VALUE ZERO.
001610 01  WS-LOG-POINT-N REDEFINES WS-LOG-POINT PIC 9(14).
001620******************************************************************
001630*    OPEN-RUN WORKING STORAGE - ONE ROW PER RUN THAT HAS LOGGED
001640*    CHANGES BUT NOT YET ITS END-OF-RUN RECORD, WITH THE LAST
001650*    CHANGE NUMBER SEEN FOR IT. A ROW IS DROPPED WHEN ITS RUN
001660*    ENDS CLEANLY.
001670******************************************************************
001680 77  WS-MAX-RUNS PIC 9(05) VALUE 500.
001690 01  WS-RUN-COUNT PIC S9(9) VALUE ZERO.
001700 01  WS-RUN-TABLE.
001710     05  WS-RUN-ROW OCCURS 1 TO 500 TIMES
001720         DEPENDING ON WS-RUN-COUNT INDEXED BY RUNINDEX.
001730         10  RT-RUN-ID PIC X(33).
001740         10  RT-LAST-SEQ PIC 9(07).
001750         10  RT-REPLAYED-SWITCH PIC X(01).
001760             88  RT-REPLAYED        VALUE 'Y'.
001770 01  WS-RUN-INDEX PIC S9(9) VALUE ZERO.
001780 01  WS-FOUND-RUN PIC S9(9) VALUE ZERO.
001790******************************************************************
001800*    RUN-TOTAL WORKING STORAGE
001810******************************************************************
001820 01  WS-IMAGE-CELLS PIC S9(9) VALUE ZERO.
001830 01  WS-IMAGE-LISTS PIC S9(9) VALUE ZERO.
001840 01  WS-IMAGE-QUANTITY PIC S9(15) VALUE ZERO.
001850 01  WS-CELLS-RESTORED PIC S9(9) VALUE ZERO.
001860 01  WS-LISTS-RESTORED PIC S9(9) VALUE ZERO.
001870 01  WS-LOG-READ PIC S9(9) VALUE ZERO.
001880 01  WS-LOG-BEFORE-CHECKPOINT PIC S9(9) VALUE ZERO.
001890 01  WS-CHANGES-REPLAYED PIC S9(9) VALUE ZERO.
001900 01  WS-WRITES-NEW PIC S9(9) VALUE ZERO.
001910 01  WS-WRITES-REPLACED PIC S9(9) VALUE ZERO.
001920 01  WS-DELETES-APPLIED PIC S9(9) VALUE ZERO.
001930 01  WS-DELETES-GONE PIC S9(9) VALUE ZERO.
001940 01  WS-RUNS-ENDED PIC S9(9) VALUE ZERO.
001950 01  WS-RUNS-LEFT-OPEN PIC S9(9) VALUE ZERO.
001960 01  WS-EXPECTED-CELLS PIC S9(9) VALUE ZERO.
001970 01  WS-CELLS-ON-FILE PIC S9(9) VALUE ZERO.
001980 01  WS-XREF-WRITTEN PIC S9(9) VALUE ZERO.
001985 01  WS-STATIDX-WRITTEN PIC S9(9) VALUE ZERO.
001990 01  WS-EXCEPTION-COUNT PIC S9(9) VALUE ZERO.
002000 01  WS-LAST-APPLIED.
002010     05  WS-LA-PROGRAM PIC X(10) VALUE SPACES.
002020     05  FILLER PIC X(02) VALUE SPACES.
002030     05  WS-LA-LOG-DATE PIC 9(08) VALUE ZERO.
002040     05  FILLER PIC X(01) VALUE SPACES.
002050     05  WS-LA-LOG-TIME PIC 9(08) VALUE ZERO.
002060 01  WS-EXCEPTION-RUN.
002070     05  WS-EX-RUN-ID.
002080         10  WS-EX-PROGRAM PIC X(10) VALUE SPACES.
002090         10  WS-EX-RUN-DATE PIC 9(08) VALUE ZERO.
002100         10  WS-EX-RUN-TIME PIC 9(08) VALUE ZERO.
002110         10  WS-EX-RUN-TASK PIC 9(07) VALUE ZERO.
002120     05  WS-EX-RUN-SEQ PIC 9(07) VALUE ZERO.
002130******************************************************************
002140*    REPORT-LINE WORKING STORAGE
002150******************************************************************
002160 01  WS-HEADING-LINE-1.
002170     05  FILLER PIC X(30)
002180         VALUE 'LISTFILE RECOVERY'.
002190     05  FILLER PIC X(02) VALUE SPACES.
002200     05  FILLER PIC X(10) VALUE 'RUN DATE: '.
002210     05  RH-RUN-DATE PIC 9(08).
002220     05  FILLER PIC X(82) VALUE SPACES.
002230 01  WS-COPY-LINE.
002240     05  FILLER PIC X(22) VALUE 'IMAGE COPY STAMP:'.
002250     05  RL-COPY-DATE PIC 9(08).
002260     05  FILLER PIC X(01) VALUE SPACES.
002270     05  RL-COPY-TIME PIC 9(08).
002280     05  FILLER PIC X(93) VALUE SPACES.
002290 01  WS-STOP-LINE.
002300     05  FILLER PIC X(22) VALUE 'REPLAY STOP POINT:'.
002310     05  RL-STOP-POINT PIC X(40).
002320     05  FILLER PIC X(70) VALUE SPACES.
002330 01  WS-STOP-POINT-EDIT.
002340     05  RL-STOP-DATE PIC 9(08).
002350     05  FILLER PIC X(01) VALUE SPACES.
002360     05  RL-STOP-TIME PIC 9(06).
002370 01  WS-HEADING-LINE-2.
002380     05  FILLER PIC X(12) VALUE 'PROGRAM'.
002390     05  FILLER PIC X(19) VALUE 'RUN STARTED'.
002400     05  FILLER PIC X(09) VALUE 'TASK'.
002410     05  FILLER PIC X(09) VALUE 'CHANGE'.
002420     05  FILLER PIC X(83) VALUE 'EXCEPTION'.
002430 01  WS-DETAIL-LINE.
002440     05  RL-PROGRAM PIC X(10).
002450     05  FILLER PIC X(02) VALUE SPACES.
002460     05  RL-RUN-DATE PIC 9(08).
002470     05  FILLER PIC X(01) VALUE SPACES.
002480     05  RL-RUN-TIME PIC 9(08).
002490     05  FILLER PIC X(02) VALUE SPACES.
002500     05  RL-RUN-TASK PIC 9(07).
002510     05  FILLER PIC X(02) VALUE SPACES.
002520     05  RL-RUN-SEQ PIC 9(07).
002530     05  FILLER PIC X(02) VALUE SPACES.
002540     05  RL-EXCEPTION PIC X(83).
002550 01  WS-NO-EXCEPTION-LINE.
002560     05  FILLER PIC X(40) VALUE
002570         'NO EXCEPTION DURING THE REPLAY'.
002580     05  FILLER PIC X(92) VALUE SPACES.
002590 01  WS-MESSAGE-LINE.
002600     05  RL-MESSAGE-LABEL PIC X(22).
002610     05  RL-MESSAGE-TEXT PIC X(110).
002620 01  WS-COUNT-LINE.
002630     05  RL-COUNT-LABEL PIC X(40).
002640     05  RL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
002650     05  FILLER PIC X(78) VALUE SPACES.
002660 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002670 LINKAGE SECTION.
002680 PROCEDURE DIVISION.
002690******************************************************************
002700*    0000-MAINLINE
002710******************************************************************
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT.
002750     IF NOT WS-ABORT
002760         PERFORM 3000-CHECK-IMAGE-COPY THRU 3000-EXIT
002770     END-IF.
002780     IF WS-ABORT
002790         MOVE 'RECOVERY NOT RUN:' TO RL-MESSAGE-LABEL
002800         MOVE WS-ABORT-REASON TO RL-MESSAGE-TEXT
002810         MOVE WS-MESSAGE-LINE TO PRT-LINE
002820         WRITE PRT-LINE
002830         DISPLAY "RECOVERY NOT RUN - " WS-ABORT-REASON
002840         MOVE 8 TO RETURN-CODE
002850     ELSE
002860         PERFORM 4000-RELOAD-IMAGE-COPY THRU 4000-EXIT
002870         PERFORM 5000-REPLAY-CHANGE-LOG THRU 5000-EXIT
002880         PERFORM 6000-REBUILD-INDEXES THRU 6000-EXIT
002890         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002900         IF WS-STOP-AT-GAP
002910             OR WS-STOP-NO-CHECKPOINT
002920             OR WS-RUNS-LEFT-OPEN IS GREATER THAN ZERO
002930             OR WS-CELLS-ON-FILE IS NOT EQUAL TO
002940                 WS-EXPECTED-CELLS
002950             MOVE 4 TO RETURN-CODE
002960         END-IF
002970     END-IF.
002980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002990     GOBACK.
003000******************************************************************
003010*    1000-INITIALIZE - OPEN THE REPORT. NOTHING ELSE IS OPENED
003020*    UNTIL THE CONTROL CARD AND THE IMAGE COPY HAVE PASSED.
003030******************************************************************
003040 1000-INITIALIZE.
003050     OPEN OUTPUT PRTFILE.
003060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003070     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003080     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
003090     WRITE PRT-LINE.
003100     MOVE WS-BLANK-LINE TO PRT-LINE.
003110     WRITE PRT-LINE.
003120 1000-EXIT.
003130     EXIT.
003140******************************************************************
003150*    2000-READ-RUN-CONTROL - READ THE OPTIONAL SYSIN CONTROL
003160*    CARD. NO SYSIN, NO CARD, OR A BLANK STOP DATE REPLAYS TO
003170*    THE END OF THE LOG; A DATE WITH NO TIME STOPS AT THE END
003180*    OF THAT DAY.
003190******************************************************************
003200 2000-READ-RUN-CONTROL.
003210     OPEN INPUT CTL-FILE.
003220     IF WS-CTL-NOT-FOUND
003230         GO TO 2000-EXIT
003240     END-IF.
003250     READ CTL-FILE
003260         AT END
003270             MOVE SPACES TO RECOVERY-CONTROL-RECORD
003280     END-READ.
003290     CLOSE CTL-FILE.
003300     IF RY-STOP-DATE IS EQUAL TO SPACES
003310         GO TO 2000-EXIT
003320     END-IF.
003330     IF RY-STOP-DATE IS NOT NUMERIC
003340         OR RY-STOP-MM IS LESS THAN 1
003350         OR RY-STOP-MM IS GREATER THAN 12
003360         OR RY-STOP-DD IS LESS THAN 1
003370         OR RY-STOP-DD IS GREATER THAN 31
003380         MOVE 'Y' TO WS-ABORT-SWITCH
003390         MOVE 'STOP DATE ON THE CONTROL CARD IS NOT A VALID DATE'
003400             TO WS-ABORT-REASON
003410         GO TO 2000-EXIT
003420     END-IF.
003430     MOVE RY-STOP-DATE-N TO WS-SP-DATE.
003440     IF RY-STOP-TIME IS EQUAL TO SPACES
003450         MOVE 235959 TO WS-SP-TIME
003460         GO TO 2000-EXIT
003470     END-IF.
003480     IF RY-STOP-TIME IS NOT NUMERIC
003490         OR RY-STOP-HH IS GREATER THAN 23
003500         OR RY-STOP-MI IS GREATER THAN 59
003510         OR RY-STOP-SS IS GREATER THAN 59
003520         MOVE 'Y' TO WS-ABORT-SWITCH
003530         MOVE 'STOP TIME ON THE CONTROL CARD IS NOT A VALID TIME'
003540             TO WS-ABORT-REASON
003550         GO TO 2000-EXIT
003560     END-IF.
003570     MOVE RY-STOP-TIME-N TO WS-SP-TIME.
003580 2000-EXIT.
003590     EXIT.
003600******************************************************************
003610*    3000-CHECK-IMAGE-COPY - READ THE WHOLE COPY ONCE WITHOUT
003620*    LOADING ANYTHING, AND REFUSE IT UNLESS IT IS COMPLETE AND
003630*    ITS OWN TRAILER AGREES WITH IT.
003640******************************************************************
003650 3000-CHECK-IMAGE-COPY.
003660     OPEN INPUT IMAGFILE.
003670     IF WS-IMAGFILE-NOT-FOUND
003680         MOVE 'Y' TO WS-ABORT-SWITCH
003690         MOVE 'IMAGE COPY NOT FOUND' TO WS-ABORT-REASON
003700         GO TO 3000-EXIT
003710     END-IF.
003720     READ IMAGFILE
003730         AT END
003740             MOVE 'Y' TO WS-ABORT-SWITCH
003750             MOVE 'IMAGE COPY IS EMPTY' TO WS-ABORT-REASON
003760             CLOSE IMAGFILE
003770             GO TO 3000-EXIT
003780     END-READ.
003790     IF NOT IM-HEADER
003800         MOVE 'Y' TO WS-ABORT-SWITCH
003810         MOVE 'IMAGE COPY DOES NOT START WITH ITS HEADER' TO
003820             WS-ABORT-REASON
003830         CLOSE IMAGFILE
003840         GO TO 3000-EXIT
003850     END-IF.
003860     MOVE IM-COPY-DATE TO WS-CP-DATE.
003870     MOVE IM-COPY-TIME TO WS-CP-TIME.
003880     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT
003890         UNTIL WS-EOF
003900         OR WS-ABORT.
003910     CLOSE IMAGFILE.
003920     MOVE 'N' TO WS-EOF-SWITCH.
003930     IF NOT WS-ABORT
003940         AND NOT WS-TRAILER-SEEN
003950         MOVE 'Y' TO WS-ABORT-SWITCH
003960         MOVE 'IMAGE COPY HAS NO TRAILER - IT IS INCOMPLETE' TO
003970             WS-ABORT-REASON
003980     END-IF.
003990 3000-EXIT.
004000     EXIT.
004010 3100-CHECK-ONE-RECORD.
004020     READ IMAGFILE
004030         AT END
004040             MOVE 'Y' TO WS-EOF-SWITCH
004050             GO TO 3100-EXIT
004060     END-READ.
004070     IF WS-TRAILER-SEEN
004080         MOVE 'Y' TO WS-ABORT-SWITCH
004090         MOVE 'IMAGE COPY HAS RECORDS AFTER ITS TRAILER' TO
004100             WS-ABORT-REASON
004110         GO TO 3100-EXIT
004120     END-IF.
004130     IF IM-CELL
004140         ADD 1 TO WS-IMAGE-CELLS
004150         IF IM-CELL-LIST-ID IS NOT EQUAL TO WS-PRIOR-LIST-ID
004160             ADD 1 TO WS-IMAGE-LISTS
004170             MOVE IM-CELL-LIST-ID TO WS-PRIOR-LIST-ID
004180         END-IF
004190         IF IM-CELL-QUANTITY IS NUMERIC
004200             ADD IM-CELL-QUANTITY TO WS-IMAGE-QUANTITY
004210         END-IF
004220         GO TO 3100-EXIT
004230     END-IF.
004240     IF NOT IM-TRAILER
004250         MOVE 'Y' TO WS-ABORT-SWITCH
004260         MOVE 'IMAGE COPY HAS A RECORD OF UNKNOWN TYPE' TO
004270             WS-ABORT-REASON
004280         GO TO 3100-EXIT
004290     END-IF.
004300     MOVE 'Y' TO WS-TRAILER-SWITCH.
004310     IF IM-COPY-DATE IS NOT EQUAL TO WS-CP-DATE
004320         OR IM-COPY-TIME IS NOT EQUAL TO WS-CP-TIME
004330         MOVE 'Y' TO WS-ABORT-SWITCH
004340         MOVE 'IMAGE COPY TRAILER STAMP DOES NOT MATCH ITS HEADER'
004350             TO WS-ABORT-REASON
004360         GO TO 3100-EXIT
004370     END-IF.
004380     IF IM-CELL-COUNT IS NOT EQUAL TO WS-IMAGE-CELLS
004390         OR IM-LIST-COUNT IS NOT EQUAL TO WS-IMAGE-LISTS
004400         OR IM-QUANTITY-TOTAL IS NOT EQUAL TO WS-IMAGE-QUANTITY
004410         MOVE 'Y' TO WS-ABORT-SWITCH
004420         MOVE 'IMAGE COPY DOES NOT AGREE WITH ITS TRAILER TOTALS'
004430             TO WS-ABORT-REASON
004440     END-IF.
004450 3100-EXIT.
004460     EXIT.
004470******************************************************************
004480*    4000-RELOAD-IMAGE-COPY - REPLACE LISTFILE WHOLE WITH THE
004490*    CELLS ON THE COPY, THEN REOPEN IT FOR THE REPLAY.
004500******************************************************************
004510 4000-RELOAD-IMAGE-COPY.
004520     MOVE WS-CP-DATE TO RL-COPY-DATE.
004530     MOVE WS-CP-TIME TO RL-COPY-TIME.
004540     MOVE WS-COPY-LINE TO PRT-LINE.
004550     WRITE PRT-LINE.
004560     IF WS-SP-DATE IS EQUAL TO 99999999
004570         MOVE 'END OF CHANGE LOG' TO RL-STOP-POINT
004580     ELSE
004590         MOVE WS-SP-DATE TO RL-STOP-DATE
004600         MOVE WS-SP-TIME TO RL-STOP-TIME
004610         MOVE WS-STOP-POINT-EDIT TO RL-STOP-POINT
004620     END-IF.
004630     MOVE WS-STOP-LINE TO PRT-LINE.
004640     WRITE PRT-LINE.
004650     MOVE WS-BLANK-LINE TO PRT-LINE.
004660     WRITE PRT-LINE.
004670     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
004680     WRITE PRT-LINE.
004690     OPEN OUTPUT LISTFILE.
004700     OPEN INPUT IMAGFILE.
004710     MOVE SPACES TO WS-PRIOR-LIST-ID.
004720     PERFORM 4100-RELOAD-ONE-CELL THRU 4100-EXIT
004730         UNTIL WS-EOF.
004740     CLOSE IMAGFILE.
004750     CLOSE LISTFILE.
004760     MOVE 'N' TO WS-EOF-SWITCH.
004770     OPEN I-O LISTFILE.
004780 4000-EXIT.
004790     EXIT.
004800 4100-RELOAD-ONE-CELL.
004810     READ IMAGFILE
004820         AT END
004830             MOVE 'Y' TO WS-EOF-SWITCH
004840             GO TO 4100-EXIT
004850     END-READ.
004860     IF NOT IM-CELL
004870         GO TO 4100-EXIT
004880     END-IF.
004890     MOVE IM-LIST-RECORD TO LIST-RECORD.
004900     WRITE LIST-RECORD
004910         INVALID KEY GO TO 4100-EXIT
004920     END-WRITE.
004930     ADD 1 TO WS-CELLS-RESTORED.
004940     IF LR-LIST-ID IS NOT EQUAL TO WS-PRIOR-LIST-ID
004950         ADD 1 TO WS-LISTS-RESTORED
004960         MOVE LR-LIST-ID TO WS-PRIOR-LIST-ID
004970     END-IF.
004980 4100-EXIT.
004990     EXIT.
005000******************************************************************
005010*    5000-REPLAY-CHANGE-LOG - READ CHGLOG FROM THE START UNTIL
005020*    THE REPLAY STOPS FOR ONE OF ITS REASONS. A MISSING LOG IS
005030*    TREATED AS ONE WITH NO CHECKPOINT ON IT.
005040******************************************************************
005050 5000-REPLAY-CHANGE-LOG.
005060     OPEN INPUT CHGLOG.
005070     IF WS-CHGLOG-NOT-FOUND
005080         MOVE 'N' TO WS-STOP-REASON
005090     ELSE
005100         PERFORM 5100-REPLAY-ONE-RECORD THRU 5100-EXIT
005110             UNTIL WS-STOP-REASON IS NOT EQUAL TO SPACE
005120         CLOSE CHGLOG
005130     END-IF.
005140     PERFORM 5600-REPORT-OPEN-RUN THRU 5600-EXIT
005150         VARYING WS-RUN-INDEX FROM 1 BY 1
005160         UNTIL WS-RUN-INDEX IS GREATER THAN WS-RUN-COUNT.
005170     IF WS-EXCEPTION-COUNT IS EQUAL TO ZERO
005180         MOVE WS-NO-EXCEPTION-LINE TO PRT-LINE
005190         WRITE PRT-LINE
005200     END-IF.
005210 5000-EXIT.
005220     EXIT.
005230******************************************************************
005240*    5100-REPLAY-ONE-RECORD - ONE CHGLOG RECORD. UP TO THE
005250*    COPY'S CHECKPOINT A RECORD ONLY KEEPS THE OPEN-RUN TABLE
005260*    CURRENT, SO A RUN THAT WAS UNDER WAY WHEN THE COPY WAS
005270*    TAKEN IS STILL CHECKED FOR GAPS AFTER IT. PAST THE
005280*    CHECKPOINT EVERY CHANGE IS CHECKED AND APPLIED.
005290******************************************************************
005300 5100-REPLAY-ONE-RECORD.
005310     READ CHGLOG
005320         AT END
005330             IF WS-CHECKPOINT-FOUND
005340                 MOVE 'E' TO WS-STOP-REASON
005350             ELSE
005360                 MOVE 'N' TO WS-STOP-REASON
005370             END-IF
005380             GO TO 5100-EXIT
005390     END-READ.
005400     ADD 1 TO WS-LOG-READ.
005410     IF NOT WS-CHECKPOINT-FOUND
005420         ADD 1 TO WS-LOG-BEFORE-CHECKPOINT
005430         IF CG-IMAGE-COPY
005440             AND CG-RUN-DATE IS EQUAL TO WS-CP-DATE
005450             AND CG-RUN-TIME IS EQUAL TO WS-CP-TIME
005460             MOVE 'Y' TO WS-CHECKPOINT-SWITCH
005470         ELSE
005480             PERFORM 5200-TRACK-EARLIER-RUN THRU 5200-EXIT
005490         END-IF
005500         GO TO 5100-EXIT
005510     END-IF.
005520     IF CG-IMAGE-COPY
005530         GO TO 5100-EXIT
005540     END-IF.
005550     MOVE CG-LOG-DATE TO WS-LP-DATE.
005560     DIVIDE CG-LOG-TIME BY 100 GIVING WS-LP-TIME.
005570     IF WS-LOG-POINT-N IS GREATER THAN WS-STOP-POINT-N
005580         MOVE 'P' TO WS-STOP-REASON
005590         GO TO 5100-EXIT
005600     END-IF.
005610     PERFORM 5300-FIND-RUN THRU 5300-EXIT.
005620     IF CG-RUN-END
005630         PERFORM 5500-CHECK-RUN-END THRU 5500-EXIT
005640         GO TO 5100-EXIT
005650     END-IF.
005660     IF NOT CG-CELL-WRITTEN
005670         AND NOT CG-CELL-DELETED
005680         MOVE 'CHANGE LOG RECORD OF UNKNOWN TYPE' TO RL-EXCEPTION
005690         PERFORM 5900-STOP-AT-GAP THRU 5900-EXIT
005700         GO TO 5100-EXIT
005710     END-IF.
005720     PERFORM 5400-CHECK-CHANGE-SEQUENCE THRU 5400-EXIT.
005730     IF WS-STOP-AT-GAP
005740         GO TO 5100-EXIT
005750     END-IF.
005760     PERFORM 5700-APPLY-CHANGE THRU 5700-EXIT.
005770 5100-EXIT.
005780     EXIT.
005790******************************************************************
005800*    5200-TRACK-EARLIER-RUN - BEFORE THE CHECKPOINT: REMEMBER
005810*    THE LATEST CHANGE NUMBER OF EACH RUN, AND FORGET A RUN
005820*    ONCE IT ENDS. NOTHING IS APPLIED AND NOTHING IS CHECKED.
005830******************************************************************
005840 5200-TRACK-EARLIER-RUN.
005850     IF NOT CG-CELL-WRITTEN
005860         AND NOT CG-CELL-DELETED
005870         AND NOT CG-RUN-END
005880         GO TO 5200-EXIT
005890     END-IF.
005900     PERFORM 5300-FIND-RUN THRU 5300-EXIT.
005910     IF CG-RUN-END
005920         IF WS-RUN-FOUND
005930             PERFORM 5350-DROP-RUN THRU 5350-EXIT
005940         END-IF
005950         GO TO 5200-EXIT
005960     END-IF.
005970     IF WS-RUN-FOUND
005980         MOVE CG-RUN-SEQ TO RT-LAST-SEQ (WS-FOUND-RUN)
005990     ELSE
006000         IF WS-RUN-COUNT IS LESS THAN WS-MAX-RUNS
006010             PERFORM 5360-ADD-RUN THRU 5360-EXIT
006020         END-IF
006030     END-IF.
006040 5200-EXIT.
006050     EXIT.
006060******************************************************************
006070*    5300-FIND-RUN - LOOK THE RECORD'S RUN UP IN THE OPEN-RUN
006080*    TABLE. WS-FOUND-RUN IS ITS ROW WHEN WS-RUN-FOUND IS SET.
006090******************************************************************
006100 5300-FIND-RUN.
006110     MOVE 'N' TO WS-RUN-FOUND-SWITCH.
006120     MOVE ZERO TO WS-FOUND-RUN.
006130     PERFORM 5310-CHECK-ONE-RUN THRU 5310-EXIT
006140         VARYING WS-RUN-INDEX FROM 1 BY 1
006150         UNTIL WS-RUN-INDEX IS GREATER THAN WS-RUN-COUNT
006160         OR WS-RUN-FOUND.
006170 5300-EXIT.
006180     EXIT.
006190 5310-CHECK-ONE-RUN.
006200     IF RT-RUN-ID (WS-RUN-INDEX) IS EQUAL TO CG-RUN-ID
006210         MOVE 'Y' TO WS-RUN-FOUND-SWITCH
006220         MOVE WS-RUN-INDEX TO WS-FOUND-RUN
006230     END-IF.
006240 5310-EXIT.
006250     EXIT.
006260 5350-DROP-RUN.
006270     IF WS-FOUND-RUN IS LESS THAN WS-RUN-COUNT
006280         MOVE WS-RUN-ROW (WS-RUN-COUNT) TO
006290             WS-RUN-ROW (WS-FOUND-RUN)
006300     END-IF.
006310     SUBTRACT 1 FROM WS-RUN-COUNT.
006320 5350-EXIT.
006330     EXIT.
006340 5360-ADD-RUN.
006350     ADD 1 TO WS-RUN-COUNT.
006360     MOVE WS-RUN-COUNT TO WS-FOUND-RUN.
006370     MOVE CG-RUN-ID TO RT-RUN-ID (WS-FOUND-RUN).
006380     MOVE CG-RUN-SEQ TO RT-LAST-SEQ (WS-FOUND-RUN).
006390     MOVE 'N' TO RT-REPLAYED-SWITCH (WS-FOUND-RUN).
006400 5360-EXIT.
006410     EXIT.
006420******************************************************************
006430*    5400-CHECK-CHANGE-SEQUENCE - A CHANGE MUST FOLLOW ITS RUN'S
006440*    LAST CHANGE BY ONE. A RUN NOT YET SEEN MUST START AT ONE,
006450*    UNLESS IT STARTED BEFORE THE COPY WAS TAKEN: ITS EARLIER
006460*    CHANGES ARE THEN ALREADY IN THE COPY, AND WERE ONLY LOST
006470*    FROM THE LOG BECAUSE ImageCopy STARTED IT AFRESH.
006480******************************************************************
006490 5400-CHECK-CHANGE-SEQUENCE.
006500     IF WS-RUN-FOUND
006510         IF CG-RUN-SEQ IS NOT EQUAL TO
006520             RT-LAST-SEQ (WS-FOUND-RUN) + 1
006530             MOVE 'CHANGE DOES NOT FOLLOW ON FROM THE RUN''S LAST'
006540                 TO RL-EXCEPTION
006550             PERFORM 5900-STOP-AT-GAP THRU 5900-EXIT
006560         ELSE
006570             MOVE CG-RUN-SEQ TO RT-LAST-SEQ (WS-FOUND-RUN)
006580             MOVE 'Y' TO RT-REPLAYED-SWITCH (WS-FOUND-RUN)
006590         END-IF
006600         GO TO 5400-EXIT
006610     END-IF.
006620     MOVE CG-RUN-DATE TO WS-RP-DATE.
006630     MOVE CG-RUN-TIME TO WS-RP-TIME.
006640     IF CG-RUN-SEQ IS NOT EQUAL TO 1
006650         AND WS-RUN-POINT-N IS NOT LESS THAN WS-COPY-POINT-N
006660         MOVE 'RUN''S EARLIER CHANGES ARE MISSING FROM THE LOG' TO
006670             RL-EXCEPTION
006680         PERFORM 5900-STOP-AT-GAP THRU 5900-EXIT
006690         GO TO 5400-EXIT
006700     END-IF.
006710     IF WS-RUN-COUNT IS NOT LESS THAN WS-MAX-RUNS
006720         MOVE 'TOO MANY RUNS OPEN AT ONCE TO FOLLOW' TO
006730             RL-EXCEPTION
006740         PERFORM 5900-STOP-AT-GAP THRU 5900-EXIT
006750         GO TO 5400-EXIT
006760     END-IF.
006770     PERFORM 5360-ADD-RUN THRU 5360-EXIT.
006780     MOVE 'Y' TO RT-REPLAYED-SWITCH (WS-FOUND-RUN).
006790 5400-EXIT.
006800     EXIT.
006810******************************************************************
006820*    5500-CHECK-RUN-END - AN END-OF-RUN RECORD MUST COUNT THE
006830*    SAME CHANGES THE LOG HOLDS FOR ITS RUN. A RUN WITH NO ROW
006840*    IS ONLY ACCEPTED IF IT STARTED BEFORE THE COPY.
006850******************************************************************
006860 5500-CHECK-RUN-END.
006870     IF WS-RUN-FOUND
006880         IF CG-RUN-SEQ IS NOT EQUAL TO RT-LAST-SEQ (WS-FOUND-RUN)
006890             MOVE 'END-OF-RUN COUNT DISAGREES WITH CHANGES LOGGED'
006900                 TO RL-EXCEPTION
006910             PERFORM 5900-STOP-AT-GAP THRU 5900-EXIT
006920         ELSE
006930             ADD 1 TO WS-RUNS-ENDED
006940             PERFORM 5350-DROP-RUN THRU 5350-EXIT
006950         END-IF
006960         GO TO 5500-EXIT
006970     END-IF.
006980     MOVE CG-RUN-DATE TO WS-RP-DATE.
006990     MOVE CG-RUN-TIME TO WS-RP-TIME.
007000     IF WS-RUN-POINT-N IS NOT LESS THAN WS-COPY-POINT-N
007010         MOVE 'END OF RUN WITH ITS CHANGES MISSING FROM THE LOG'
007020             TO RL-EXCEPTION
007030         PERFORM 5900-STOP-AT-GAP THRU 5900-EXIT
007040     ELSE
007050         ADD 1 TO WS-RUNS-ENDED
007060     END-IF.
007070 5500-EXIT.
007080     EXIT.
007090******************************************************************
007100*    5600-REPORT-OPEN-RUN - ONE OPEN-RUN ROW, AT THE END OF THE
007110*    REPLAY. ONLY A RUN WITH CHANGES REPLAYED IS LISTED.
007120******************************************************************
007130 5600-REPORT-OPEN-RUN.
007140     IF NOT RT-REPLAYED (WS-RUN-INDEX)
007150         GO TO 5600-EXIT
007160     END-IF.
007170     ADD 1 TO WS-RUNS-LEFT-OPEN.
007180     MOVE RT-RUN-ID (WS-RUN-INDEX) TO WS-EX-RUN-ID.
007190     MOVE RT-LAST-SEQ (WS-RUN-INDEX) TO WS-EX-RUN-SEQ.
007200     MOVE 'NO END OF RUN - RUN ListVerify (PROGRAM8) ON ITS LISTS'
007210         TO RL-EXCEPTION.
007220     PERFORM 5950-PRINT-EXCEPTION THRU 5950-EXIT.
007230 5600-EXIT.
007240     EXIT.
007250******************************************************************
007260*    5700-APPLY-CHANGE - APPLY ONE AFTER IMAGE. A WRITE ADDS THE
007270*    CELL, OR REPLACES IT IF IT IS ALREADY THERE; A DELETE OF A
007280*    CELL ALREADY GONE IS COUNTED AND PASSED OVER.
007290******************************************************************
007300 5700-APPLY-CHANGE.
007310     ADD 1 TO WS-CHANGES-REPLAYED.
007320     MOVE CG-PROGRAM TO WS-LA-PROGRAM.
007330     MOVE CG-LOG-DATE TO WS-LA-LOG-DATE.
007340     MOVE CG-LOG-TIME TO WS-LA-LOG-TIME.
007350     IF CG-CELL-DELETED
007360         MOVE CG-DELETED-LIST-ID TO LR-LIST-ID
007370         MOVE CG-DELETED-INDEX TO LR-LIST-INDEX
007380         DELETE LISTFILE
007390             INVALID KEY
007400                 ADD 1 TO WS-DELETES-GONE
007410                 GO TO 5700-EXIT
007420         END-DELETE
007430         ADD 1 TO WS-DELETES-APPLIED
007440         GO TO 5700-EXIT
007450     END-IF.
007460     MOVE CG-AFTER-IMAGE TO LIST-RECORD.
007470     WRITE LIST-RECORD
007480         INVALID KEY
007490             REWRITE LIST-RECORD
007500                 INVALID KEY CONTINUE
007510             END-REWRITE
007520             ADD 1 TO WS-WRITES-REPLACED
007530             GO TO 5700-EXIT
007540     END-WRITE.
007550     ADD 1 TO WS-WRITES-NEW.
007560 5700-EXIT.
007570     EXIT.
007580******************************************************************
007590*    5900-STOP-AT-GAP - END THE REPLAY AT THIS RECORD AND LIST
007600*    IT. THE CALLER MOVES THE EXCEPTION TEXT TO RL-EXCEPTION;
007610*    5950 PRINTS WHATEVER RUN IS IN WS-EXCEPTION-RUN.
007620******************************************************************
007630 5900-STOP-AT-GAP.
007640     MOVE 'G' TO WS-STOP-REASON.
007650     MOVE CG-RUN-ID TO WS-EX-RUN-ID.
007660     MOVE CG-RUN-SEQ TO WS-EX-RUN-SEQ.
007670     PERFORM 5950-PRINT-EXCEPTION THRU 5950-EXIT.
007680 5900-EXIT.
007690     EXIT.
007700 5950-PRINT-EXCEPTION.
007710     ADD 1 TO WS-EXCEPTION-COUNT.
007720     MOVE WS-EX-PROGRAM TO RL-PROGRAM.
007730     MOVE WS-EX-RUN-DATE TO RL-RUN-DATE.
007740     MOVE WS-EX-RUN-TIME TO RL-RUN-TIME.
007750     MOVE WS-EX-RUN-TASK TO RL-RUN-TASK.
007760     MOVE WS-EX-RUN-SEQ TO RL-RUN-SEQ.
007770     MOVE WS-DETAIL-LINE TO PRT-LINE.
007780     WRITE PRT-LINE.
007790 5950-EXIT.
007800     EXIT.
007810******************************************************************
007817*    6000-REBUILD-INDEXES - REGENERATE XREFFILE AND STATIDX FROM
007824*    THE RECOVERED LISTFILE IN ONE PASS, EXACTLY AS XrefBuild
007831*    (PROGRAM22) AND StatIdxBuild (PROGRAM46) DO, COUNTING THE
007838*    CELLS NOW ON FILE FOR THE BALANCE AS IT GOES.
007845******************************************************************
007852 6000-REBUILD-INDEXES.
007859     OPEN OUTPUT XREFFILE.
007866     OPEN OUTPUT STATIDX.
007880     MOVE LOW-VALUES TO LR-LIST-KEY.
007890     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
007900         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
007910     END-START.
007918     PERFORM 6100-INDEX-ONE-CELL THRU 6100-EXIT
007926         UNTIL WS-EOF.
007934     CLOSE XREFFILE.
007942     CLOSE STATIDX.
007950 6000-EXIT.
007960     EXIT.
007970 6100-INDEX-ONE-CELL.
007980     READ LISTFILE NEXT RECORD
007990         AT END
008000             MOVE 'Y' TO WS-EOF-SWITCH
008010             GO TO 6100-EXIT
008020     END-READ.
008030     IF LR-LIST-INDEX IS EQUAL TO ZERO
008040         GO TO 6100-EXIT
008050     END-IF.
008060     ADD 1 TO WS-CELLS-ON-FILE.
008070     MOVE SPACES TO XREF-RECORD.
008080     MOVE LR-ITEM-KEY TO XR-ITEM-KEY.
008090     MOVE LR-LIST-ID TO XR-LIST-ID.
008100     WRITE XREF-RECORD
008102         INVALID KEY CONTINUE
008104         NOT INVALID KEY ADD 1 TO WS-XREF-WRITTEN
008106     END-WRITE.
008108     IF LR-QUANTITY IS NOT NUMERIC
008110         GO TO 6100-EXIT
008112     END-IF.
008114     MOVE SPACES TO STATUS-INDEX-RECORD.
008116     MOVE LR-LIST-ID TO SX-LIST-ID.
008118     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
008120     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
008122     MOVE LR-EFF-DATE TO SX-EFF-DATE.
008124     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
008126     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
008128     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
008130     MOVE LR-QUANTITY TO SX-QUANTITY.
008132     WRITE STATUS-INDEX-RECORD
008134         INVALID KEY GO TO 6100-EXIT
008136     END-WRITE.
008138     ADD 1 TO WS-STATIDX-WRITTEN.
008140 6100-EXIT.
008150     EXIT.
008160******************************************************************
008170*    8000-PRINT-TOTALS - HOW THE REPLAY ENDED, THEN THE RECOVERY
008180*    BALANCE: CELLS RESTORED FROM THE COPY, PLUS NEW CELLS THE
008190*    REPLAY WROTE, LESS CELLS IT DELETED, MUST EQUAL THE CELLS
008200*    ON LISTFILE AFTERWARDS.
008210******************************************************************
008220 8000-PRINT-TOTALS.
008230     MOVE WS-BLANK-LINE TO PRT-LINE.
008240     WRITE PRT-LINE.
008250     MOVE 'REPLAY ENDED:' TO RL-MESSAGE-LABEL.
008260     IF WS-STOP-END-OF-LOG
008270         MOVE 'AT THE END OF THE CHANGE LOG' TO RL-MESSAGE-TEXT
008280     END-IF.
008290     IF WS-STOP-AT-POINT
008300         MOVE 'AT THE REQUESTED STOP POINT' TO RL-MESSAGE-TEXT
008310     END-IF.
008320     IF WS-STOP-AT-GAP
008330         MOVE 'AT A GAP IN THE CHANGE LOG - SEE EXCEPTIONS ABOVE'
008340             TO RL-MESSAGE-TEXT
008350     END-IF.
008360     IF WS-STOP-NO-CHECKPOINT
008370         MOVE 'NO CHECKPOINT FOR THIS COPY ON CHGLOG - NO REPLAY'
008380             TO RL-MESSAGE-TEXT
008390     END-IF.
008400     MOVE WS-MESSAGE-LINE TO PRT-LINE.
008410     WRITE PRT-LINE.
008420     MOVE 'LAST CHANGE REPLAYED:' TO RL-MESSAGE-LABEL.
008430     IF WS-CHANGES-REPLAYED IS EQUAL TO ZERO
008440         MOVE 'NONE' TO RL-MESSAGE-TEXT
008450     ELSE
008460         MOVE WS-LAST-APPLIED TO RL-MESSAGE-TEXT
008470     END-IF.
008480     MOVE WS-MESSAGE-LINE TO PRT-LINE.
008490     WRITE PRT-LINE.
008500     MOVE WS-BLANK-LINE TO PRT-LINE.
008510     WRITE PRT-LINE.
008520     MOVE 'IMAGE COPY LISTS RESTORED' TO RL-COUNT-LABEL.
008530     MOVE WS-LISTS-RESTORED TO RL-COUNT-VALUE.
008540     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008550     MOVE 'CHANGE LOG RECORDS READ' TO RL-COUNT-LABEL.
008560     MOVE WS-LOG-READ TO RL-COUNT-VALUE.
008570     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008580     MOVE '  UP TO THE COPY''S CHECKPOINT' TO RL-COUNT-LABEL.
008590     MOVE WS-LOG-BEFORE-CHECKPOINT TO RL-COUNT-VALUE.
008600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008610     MOVE 'CHANGES REPLAYED' TO RL-COUNT-LABEL.
008620     MOVE WS-CHANGES-REPLAYED TO RL-COUNT-VALUE.
008630     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008640     MOVE '  WRITES REPLACING A CELL' TO RL-COUNT-LABEL.
008650     MOVE WS-WRITES-REPLACED TO RL-COUNT-VALUE.
008660     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008670     MOVE '  DELETES OF A CELL ALREADY GONE' TO RL-COUNT-LABEL.
008680     MOVE WS-DELETES-GONE TO RL-COUNT-VALUE.
008690     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008700     MOVE 'RUNS ENDED AFTER THE CHECKPOINT' TO RL-COUNT-LABEL.
008710     MOVE WS-RUNS-ENDED TO RL-COUNT-VALUE.
008720     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008730     MOVE 'RUNS LEFT OPEN (SEE EXCEPTIONS)' TO RL-COUNT-LABEL.
008740     MOVE WS-RUNS-LEFT-OPEN TO RL-COUNT-VALUE.
008750     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008760     MOVE WS-BLANK-LINE TO PRT-LINE.
008770     WRITE PRT-LINE.
008780     COMPUTE WS-EXPECTED-CELLS = WS-CELLS-RESTORED
008790         + WS-WRITES-NEW - WS-DELETES-APPLIED.
008800     MOVE 'CELLS RESTORED FROM THE IMAGE COPY' TO RL-COUNT-LABEL.
008810     MOVE WS-CELLS-RESTORED TO RL-COUNT-VALUE.
008820     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008830     MOVE 'PLUS WRITES ADDING A NEW CELL' TO RL-COUNT-LABEL.
008840     MOVE WS-WRITES-NEW TO RL-COUNT-VALUE.
008850     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008860     MOVE 'LESS DELETES APPLIED' TO RL-COUNT-LABEL.
008870     MOVE WS-DELETES-APPLIED TO RL-COUNT-VALUE.
008880     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008890     MOVE 'EQUALS CELLS EXPECTED ON LISTFILE' TO RL-COUNT-LABEL.
008900     MOVE WS-EXPECTED-CELLS TO RL-COUNT-VALUE.
008910     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008920     MOVE 'CELLS ON LISTFILE AFTER RECOVERY' TO RL-COUNT-LABEL.
008930     MOVE WS-CELLS-ON-FILE TO RL-COUNT-VALUE.
008940     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
008950     MOVE 'BALANCE:' TO RL-MESSAGE-LABEL.
008960     IF WS-CELLS-ON-FILE IS EQUAL TO WS-EXPECTED-CELLS
008970         MOVE 'RECOVERY IN BALANCE' TO RL-MESSAGE-TEXT
008980     ELSE
008990         MOVE 'RECOVERY OUT OF BALANCE' TO RL-MESSAGE-TEXT
009000     END-IF.
009010     MOVE WS-MESSAGE-LINE TO PRT-LINE.
009020     WRITE PRT-LINE.
009030     MOVE WS-BLANK-LINE TO PRT-LINE.
009040     WRITE PRT-LINE.
009050     MOVE 'CROSS-REFERENCE ENTRIES WRITTEN' TO RL-COUNT-LABEL.
009060     MOVE WS-XREF-WRITTEN TO RL-COUNT-VALUE.
009070     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
009072     MOVE 'STATUS-INDEX ENTRIES WRITTEN' TO RL-COUNT-LABEL.
009074     MOVE WS-STATIDX-WRITTEN TO RL-COUNT-VALUE.
009076     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
009080     DISPLAY "RECOVERY - " WS-CELLS-RESTORED " CELLS RESTORED, "
009090         WS-CHANGES-REPLAYED " CHANGES REPLAYED, "
009100         WS-CELLS-ON-FILE " CELLS ON FILE".
009110 8000-EXIT.
009120     EXIT.
009130 8100-PRINT-ONE-COUNT.
009140     MOVE WS-COUNT-LINE TO PRT-LINE.
009150     WRITE PRT-LINE.
009160 8100-EXIT.
009170     EXIT.
009180******************************************************************
009190*    9000-TERMINATE - CLOSE EVERY DATASET STILL OPEN. LISTFILE
009200*    IS ONLY EVER OPENED ONCE THE IMAGE COPY HAS PASSED.
009210******************************************************************
009220 9000-TERMINATE.
009230     IF NOT WS-ABORT
009240         CLOSE LISTFILE
009250     END-IF.
009260     CLOSE PRTFILE.
009270 9000-EXIT.
009280     EXIT.
009290 END PROGRAM Program45.
