000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program44 AS "ImageCopy".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE SCHEDULED IMAGE COPY OF LISTFILE. IT
000210*    DUMPS THE WHOLE CATALOG, EVERY CELL OF EVERY LIST IN KEY
000220*    ORDER, TO IMAGFILE BETWEEN A HEADER AND A TRAILER THAT
000230*    CARRY THE COPY'S STAMP, ITS CELL AND LIST COUNTS AND A
000240*    QUANTITY HASH TOTAL. ListRecover (PROGRAM45) RELOADS THE
000250*    COPY AND ROLLS IT FORWARD FROM CHGLOG, THE AFTER-IMAGE
000260*    CHANGE LOG EVERY UPDATING PROGRAM APPENDS TO.
000270*
000280*    BEFORE THE FIRST CELL IS READ A 'K' CHECKPOINT CARRYING
000290*    THE SAME STAMP IS APPENDED TO CHGLOG. ANY CHANGE LOGGED
000300*    AFTER THE CHECKPOINT MAY OR MAY NOT BE IN THE COPY, AND
000310*    RECOVERY REPLAYS EVERY ONE OF THEM; REPLAYING AN AFTER
000320*    IMAGE THE COPY ALREADY HOLDS CHANGES NOTHING, SO THE COPY
000330*    NEED NOT WAIT FOR THE UPDATING PROGRAMS TO STOP.
000340*
000350*    A SYSIN CARD WITH 'R' IN COLUMN 1 STARTS A NEW CHANGE LOG
000360*    INSTEAD: CHGLOG IS EMPTIED AND THE CHECKPOINT BECOMES ITS
000370*    FIRST RECORD. THAT IS ONLY SAFE WHEN NOTHING IS UPDATING
000380*    THE CATALOG, SO IT IS REFUSED - THE CHECKPOINT APPENDED
000390*    AND THE RUN ENDED RC 4 - IF ANY LIST CARRIES AN IN-USE
000400*    MARKER. MARKERS ARE NEVER COPIED; EACH ONE FOUND IS LISTED
000410*    ON THE REPORT. THE RUN ENDS RC 8 WHEN LISTFILE IS MISSING.
000420*
000430*    MAINTENANCE HISTORY
000440*    DATE       INIT DESCRIPTION
000450*    -------    ---- ------------------------------------------
000460*    2026-10-15 SRJ  ORIGINAL PROGRAM - LISTFILE IMAGE COPY
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT LISTFILE ASSIGN TO "LISTFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS LR-LIST-KEY
000560         FILE STATUS IS WS-LISTFILE-STATUS.
000570     SELECT IMAGFILE ASSIGN TO "IMAGFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-IMAGFILE-STATUS.
000600     SELECT CHGLOG ASSIGN TO "CHGLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CHGLOG-STATUS.
000630     SELECT CTL-FILE ASSIGN TO "SYSIN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CTL-STATUS.
000660     SELECT PRTFILE ASSIGN TO "PRTFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRTFILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  LISTFILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 120 CHARACTERS.
000740 COPY LISTREC.
000750 FD  IMAGFILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 130 CHARACTERS.
000780 COPY IMGREC.
000790 FD  CHGLOG
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 180 CHARACTERS.
000820 COPY CHGREC.
000830 FD  CTL-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860 COPY IMGCTL.
000870 FD  PRTFILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  PRT-LINE                        PIC X(132).
000910 WORKING-STORAGE SECTION.
000920******************************************************************
000930*    FILE-STATUS AND CONTROL WORKING STORAGE
000940******************************************************************
000950 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
000960     88  WS-LISTFILE-OK             VALUE '00'.
000970     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
000980 01  WS-IMAGFILE-STATUS PIC X(02) VALUE SPACES.
000990 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001000     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001010 01  WS-CTL-STATUS PIC X(02) VALUE SPACES.
001020     88  WS-CTL-NOT-FOUND           VALUE '35'.
001030 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001040 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001050     88  WS-EOF                     VALUE 'Y'.
001060 01  WS-RESET-SWITCH PIC X(01) VALUE 'N'.
001070     88  WS-RESET-REQUESTED         VALUE 'Y'.
001080 01  WS-MARKER-SWITCH PIC X(01) VALUE 'N'.
001090     88  WS-MARKER-FOUND            VALUE 'Y'.
001100 01  WS-COPY-DATE PIC 9(08) VALUE ZERO.
001110 01  WS-COPY-TIME PIC 9(08) VALUE ZERO.
001120 01  WS-PRIOR-LIST-ID PIC X(20) VALUE SPACES.
001130******************************************************************
001140*    RUN-TOTAL WORKING STORAGE
001150******************************************************************
001160 01  WS-CELLS-COPIED PIC S9(9) VALUE ZERO.
001170 01  WS-LISTS-COPIED PIC S9(9) VALUE ZERO.
001180 01  WS-MARKERS-SKIPPED PIC S9(9) VALUE ZERO.
001190 01  WS-QUANTITY-TOTAL PIC S9(15) VALUE ZERO.
001200******************************************************************
001210*    REPORT-LINE WORKING STORAGE
001220******************************************************************
001230 01  WS-HEADING-LINE-1.
001240     05  FILLER PIC X(30)
001250         VALUE 'LISTFILE IMAGE COPY'.
001260     05  FILLER PIC X(02) VALUE SPACES.
001270     05  FILLER PIC X(12) VALUE 'COPY STAMP: '.
001280     05  RH-COPY-DATE PIC 9(08).
001290     05  FILLER PIC X(01) VALUE SPACES.
001300     05  RH-COPY-TIME PIC 9(08).
001310     05  FILLER PIC X(71) VALUE SPACES.
001320 01  WS-HEADING-LINE-2.
001330     05  FILLER PIC X(22) VALUE 'LIST ID'.
001340     05  FILLER PIC X(110)
001350         VALUE 'IN-USE MARKER - NOT COPIED'.
001360 01  WS-DETAIL-LINE.
001370     05  RL-LIST-ID PIC X(20).
001380     05  FILLER PIC X(02) VALUE SPACES.
001390     05  RL-MARKER-DATA PIC X(80).
001400     05  FILLER PIC X(30) VALUE SPACES.
001410 01  WS-NO-MARKER-LINE.
001420     05  FILLER PIC X(40) VALUE
001430         'NO LIST WAS IN USE WHEN THE COPY RAN'.
001440     05  FILLER PIC X(92) VALUE SPACES.
001450 01  WS-LOG-LINE.
001460     05  FILLER PIC X(12) VALUE 'CHANGE LOG: '.
001470     05  RL-LOG-ACTION PIC X(60).
001480     05  FILLER PIC X(60) VALUE SPACES.
001490 01  WS-COUNT-LINE.
001500     05  RL-COUNT-LABEL PIC X(40).
001510     05  RL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
001520     05  FILLER PIC X(78) VALUE SPACES.
001530 01  WS-HASH-LINE.
001540     05  RL-HASH-LABEL PIC X(40).
001550     05  RL-HASH-VALUE PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001560     05  FILLER PIC X(73) VALUE SPACES.
001570 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
001580 LINKAGE SECTION.
001590 PROCEDURE DIVISION.
001600******************************************************************
001610*    0000-MAINLINE
001620******************************************************************
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     IF WS-LISTFILE-NOT-FOUND
001660         DISPLAY "LISTFILE NOT FOUND - NOTHING TO COPY"
001670         MOVE 8 TO RETURN-CODE
001680     ELSE
001690         PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT
001700         PERFORM 3000-MARK-CHANGE-LOG THRU 3000-EXIT
001710         PERFORM 4000-COPY-LISTFILE THRU 4000-EXIT
001720         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001730         IF WS-RESET-REQUESTED
001740             AND WS-MARKER-FOUND
001750             MOVE 4 TO RETURN-CODE
001760         END-IF
001770     END-IF.
001780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001790     GOBACK.
001800******************************************************************
001810*    1000-INITIALIZE - OPEN LISTFILE FOR THE DUMP AND, WHEN IT
001820*    IS THERE, THE IMAGE COPY AND THE REPORT. THE COPY STAMP IS
001830*    TAKEN ONCE, WITH THE CENTURY, AND GOES ON THE HEADER, THE
001840*    TRAILER AND THE CHGLOG CHECKPOINT ALIKE.
001850******************************************************************
001860 1000-INITIALIZE.
001870     OPEN INPUT LISTFILE.
001880     IF WS-LISTFILE-NOT-FOUND
001890         GO TO 1000-EXIT
001900     END-IF.
001910     OPEN OUTPUT IMAGFILE.
001920     OPEN OUTPUT PRTFILE.
001930     ACCEPT WS-COPY-DATE FROM DATE YYYYMMDD.
001940     ACCEPT WS-COPY-TIME FROM TIME.
001950     MOVE WS-COPY-DATE TO RH-COPY-DATE.
001960     MOVE WS-COPY-TIME TO RH-COPY-TIME.
001970     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
001980     WRITE PRT-LINE.
001990     MOVE WS-BLANK-LINE TO PRT-LINE.
002000     WRITE PRT-LINE.
002010     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
002020     WRITE PRT-LINE.
002030 1000-EXIT.
002040     EXIT.
002050******************************************************************
002060*    2000-READ-RUN-CONTROL - READ THE OPTIONAL SYSIN CONTROL
002070*    CARD. NO SYSIN, OR NO CARD ON IT, MEANS AN ORDINARY COPY.
002080*    A RESET IS ONLY HONOURED WHEN NO LIST IS IN USE.
002090******************************************************************
002100 2000-READ-RUN-CONTROL.
002110     OPEN INPUT CTL-FILE.
002120     IF WS-CTL-NOT-FOUND
002130         GO TO 2000-EXIT
002140     END-IF.
002150     READ CTL-FILE
002160         AT END
002170             MOVE SPACES TO IMAGE-CONTROL-RECORD
002180     END-READ.
002190     CLOSE CTL-FILE.
002200     IF NOT IG-RESET-LOG
002210         GO TO 2000-EXIT
002220     END-IF.
002230     MOVE 'Y' TO WS-RESET-SWITCH.
002240     PERFORM 2100-FIND-IN-USE-MARKER THRU 2100-EXIT.
002250     IF WS-MARKER-FOUND
002260         DISPLAY "CHANGE LOG RESET REFUSED - A LIST IS IN USE,"
002270             " CHECKPOINT APPENDED INSTEAD"
002280     END-IF.
002290 2000-EXIT.
002300     EXIT.
002310******************************************************************
002320*    2100-FIND-IN-USE-MARKER - PASS OVER LISTFILE LOOKING FOR
002330*    ANY INDEX-ZERO IN-USE MARKER. AN UPDATING PROGRAM THAT IS
002340*    RUNNING NOW HAS ALREADY LOGGED CHANGES THE NEW LOG WOULD
002350*    NOT HOLD, SO ITS MARKER IS ENOUGH TO REFUSE THE RESET.
002360******************************************************************
002370 2100-FIND-IN-USE-MARKER.
002380     MOVE LOW-VALUES TO LR-LIST-KEY.
002390     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
002400         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
002410     END-START.
002420     PERFORM 2110-CHECK-ONE-CELL THRU 2110-EXIT
002430         UNTIL WS-EOF
002440         OR WS-MARKER-FOUND.
002450     MOVE 'N' TO WS-EOF-SWITCH.
002460 2100-EXIT.
002470     EXIT.
002480 2110-CHECK-ONE-CELL.
002490     READ LISTFILE NEXT RECORD
002500         AT END
002510             MOVE 'Y' TO WS-EOF-SWITCH
002520             GO TO 2110-EXIT
002530     END-READ.
002540     IF LR-LIST-INDEX IS EQUAL TO ZERO
002550         MOVE 'Y' TO WS-MARKER-SWITCH
002560     END-IF.
002570 2110-EXIT.
002580     EXIT.
002590******************************************************************
002600*    3000-MARK-CHANGE-LOG - WRITE THE 'K' CHECKPOINT BEFORE ANY
002610*    CELL IS READ, SO NO CHANGE THE COPY COULD HAVE MISSED IS
002620*    LOGGED AHEAD OF IT. CHGLOG IS APPENDED TO, AND CREATED
002630*    EMPTY FIRST WHEN THIS IS ITS FIRST WRITER, UNLESS A RESET
002640*    WAS ASKED FOR AND IS SAFE, WHEN IT IS STARTED AFRESH.
002650******************************************************************
002660 3000-MARK-CHANGE-LOG.
002670     IF WS-RESET-REQUESTED
002680         AND NOT WS-MARKER-FOUND
002690         OPEN OUTPUT CHGLOG
002700     ELSE
002710         OPEN EXTEND CHGLOG
002720         IF WS-CHGLOG-NOT-FOUND
002730             OPEN OUTPUT CHGLOG
002740             CLOSE CHGLOG
002750             OPEN EXTEND CHGLOG
002760         END-IF
002770     END-IF.
002780     MOVE SPACES TO CHANGE-LOG-RECORD.
002790     MOVE 'K' TO CG-RECORD-TYPE.
002800     MOVE 'PROGRAM44' TO CG-PROGRAM.
002810     MOVE WS-COPY-DATE TO CG-RUN-DATE.
002820     MOVE WS-COPY-TIME TO CG-RUN-TIME.
002830     MOVE ZERO TO CG-RUN-TASK.
002840     MOVE ZERO TO CG-RUN-SEQ.
002850     MOVE WS-COPY-DATE TO CG-LOG-DATE.
002860     MOVE WS-COPY-TIME TO CG-LOG-TIME.
002870     WRITE CHANGE-LOG-RECORD.
002880     CLOSE CHGLOG.
002890 3000-EXIT.
002900     EXIT.
002910******************************************************************
002920*    4000-COPY-LISTFILE - HEADER, EVERY CELL IN KEY ORDER, THEN
002930*    THE TRAILER WITH THE COUNTS AND HASH TOTAL RECOVERY CHECKS
002940*    THE COPY AGAINST BEFORE IT RELOADS ANYTHING.
002950******************************************************************
002960 4000-COPY-LISTFILE.
002970     MOVE SPACES TO IMAGE-COPY-RECORD.
002980     MOVE 'H' TO IM-RECORD-TYPE.
002990     MOVE WS-COPY-DATE TO IM-COPY-DATE.
003000     MOVE WS-COPY-TIME TO IM-COPY-TIME.
003010     MOVE ZERO TO IM-CELL-COUNT.
003020     MOVE ZERO TO IM-LIST-COUNT.
003030     MOVE ZERO TO IM-QUANTITY-TOTAL.
003040     MOVE ZERO TO IM-MARKER-COUNT.
003050     WRITE IMAGE-COPY-RECORD.
003060     MOVE LOW-VALUES TO LR-LIST-KEY.
003070     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
003080         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
003090     END-START.
003100     PERFORM 4100-COPY-ONE-CELL THRU 4100-EXIT
003110         UNTIL WS-EOF.
003120     MOVE SPACES TO IMAGE-COPY-RECORD.
003130     MOVE 'T' TO IM-RECORD-TYPE.
003140     MOVE WS-COPY-DATE TO IM-COPY-DATE.
003150     MOVE WS-COPY-TIME TO IM-COPY-TIME.
003160     MOVE WS-CELLS-COPIED TO IM-CELL-COUNT.
003170     MOVE WS-LISTS-COPIED TO IM-LIST-COUNT.
003180     MOVE WS-QUANTITY-TOTAL TO IM-QUANTITY-TOTAL.
003190     MOVE WS-MARKERS-SKIPPED TO IM-MARKER-COUNT.
003200     WRITE IMAGE-COPY-RECORD.
003210 4000-EXIT.
003220     EXIT.
003230******************************************************************
003240*    4100-COPY-ONE-CELL - ONE LISTFILE RECORD. AN IN-USE MARKER
003250*    IS LISTED AND PASSED OVER; EVERY OTHER RECORD IS COPIED
003260*    WHOLE AND COUNTED INTO THE TRAILER TOTALS.
003270******************************************************************
003280 4100-COPY-ONE-CELL.
003290     READ LISTFILE NEXT RECORD
003300         AT END
003310             MOVE 'Y' TO WS-EOF-SWITCH
003320             GO TO 4100-EXIT
003330     END-READ.
003340     IF LR-LIST-INDEX IS EQUAL TO ZERO
003350         ADD 1 TO WS-MARKERS-SKIPPED
003360         MOVE LR-LIST-ID TO RL-LIST-ID
003370         MOVE LR-LIST-DATA TO RL-MARKER-DATA
003380         MOVE WS-DETAIL-LINE TO PRT-LINE
003390         WRITE PRT-LINE
003400         GO TO 4100-EXIT
003410     END-IF.
003420     ADD 1 TO WS-CELLS-COPIED.
003430     IF LR-LIST-ID IS NOT EQUAL TO WS-PRIOR-LIST-ID
003440         ADD 1 TO WS-LISTS-COPIED
003450         MOVE LR-LIST-ID TO WS-PRIOR-LIST-ID
003460     END-IF.
003470     IF LR-QUANTITY IS NUMERIC
003480         ADD LR-QUANTITY TO WS-QUANTITY-TOTAL
003490     END-IF.
003500     MOVE SPACES TO IMAGE-COPY-RECORD.
003510     MOVE 'C' TO IM-RECORD-TYPE.
003520     MOVE LIST-RECORD TO IM-LIST-RECORD.
003530     WRITE IMAGE-COPY-RECORD.
003540 4100-EXIT.
003550     EXIT.
003560******************************************************************
003570*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH WHAT BECAME OF
003580*    THE CHANGE LOG AND THE COUNTS ON THE TRAILER.
003590******************************************************************
003600 8000-PRINT-TOTALS.
003610     IF WS-MARKERS-SKIPPED IS EQUAL TO ZERO
003620         MOVE WS-NO-MARKER-LINE TO PRT-LINE
003630         WRITE PRT-LINE
003640     END-IF.
003650     MOVE WS-BLANK-LINE TO PRT-LINE.
003660     WRITE PRT-LINE.
003670     IF WS-RESET-REQUESTED
003680         IF WS-MARKER-FOUND
003690             MOVE 'RESET REFUSED, A LIST WAS IN USE - APPENDED' TO
003700                 RL-LOG-ACTION
003710         ELSE
003720             MOVE 'STARTED AFRESH WITH THIS COPY''S CHECKPOINT' TO
003730                 RL-LOG-ACTION
003740         END-IF
003750     ELSE
003760         MOVE 'CHECKPOINT APPENDED' TO RL-LOG-ACTION
003770     END-IF.
003780     MOVE WS-LOG-LINE TO PRT-LINE.
003790     WRITE PRT-LINE.
003800     MOVE WS-BLANK-LINE TO PRT-LINE.
003810     WRITE PRT-LINE.
003820     MOVE 'CELLS COPIED' TO RL-COUNT-LABEL.
003830     MOVE WS-CELLS-COPIED TO RL-COUNT-VALUE.
003840     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003850     MOVE 'LISTS COPIED' TO RL-COUNT-LABEL.
003860     MOVE WS-LISTS-COPIED TO RL-COUNT-VALUE.
003870     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003880     MOVE 'IN-USE MARKERS PASSED OVER' TO RL-COUNT-LABEL.
003890     MOVE WS-MARKERS-SKIPPED TO RL-COUNT-VALUE.
003900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003910     MOVE 'QUANTITY HASH TOTAL' TO RL-HASH-LABEL.
003920     MOVE WS-QUANTITY-TOTAL TO RL-HASH-VALUE.
003930     MOVE WS-HASH-LINE TO PRT-LINE.
003940     WRITE PRT-LINE.
003950     DISPLAY "IMAGE COPY " WS-COPY-DATE " " WS-COPY-TIME " - "
003960         WS-CELLS-COPIED " CELLS IN " WS-LISTS-COPIED " LISTS".
003970 8000-EXIT.
003980     EXIT.
003990 8100-PRINT-ONE-COUNT.
004000     MOVE WS-COUNT-LINE TO PRT-LINE.
004010     WRITE PRT-LINE.
004020 8100-EXIT.
004030     EXIT.
004040******************************************************************
004050*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
004060******************************************************************
004070 9000-TERMINATE.
004080     IF NOT WS-LISTFILE-NOT-FOUND
004090         CLOSE LISTFILE
004100         CLOSE IMAGFILE
004110         CLOSE PRTFILE
004120     END-IF.
004130 9000-EXIT.
004140     EXIT.
004150 END PROGRAM Program44.
