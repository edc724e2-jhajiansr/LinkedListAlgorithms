000430*    DATE       INIT DESCRIPTION
000440*    -------    ---- ------------------------------------------
000450*    2026-09-01 SRJ  ORIGINAL PROGRAM - MOVEMENT POSTING
000451*    2026-10-15 SRJ  NEW SIMULATE OPTION - 'Y' IN COLUMN 1 OF AN
000452*                    OPTIONAL SYSIN CONTROL CARD. EVERY MOVEMENT
000453*                    IS VALIDATED AND POSTED IN STORAGE AND THE
000454*                    EXCEPTIONS REPORT PRINTS MARKED AS A
000455*                    SIMULATION, CLOSING WITH A BEFORE/AFTER CELL
000456*                    COUNT AND QUANTITY SUMMARY FOR EVERY LIST THE
000457*                    RUN WOULD CHANGE. LISTFILE AND AUDITFILE ARE
000458*                    NEVER WRITTEN - THE IN-USE MARKER IS LOOKED
000459*                    FOR BUT NOT SET.
000460*    2026-10-15 SRJ  MOVEMENTS NOW TAKE AN EFFECTIVE-ON DATE IN
000461*                    COLS 50-57. A MOVEMENT DATED AFTER THE RUN
000462*                    DATE IS NOT POSTED - IT IS QUEUED ON
000463*                    PENDFILE, AUDITED AS QUEUED, AND PRINTS ITS
000464*                    PENDING ID ON THE REPORT. PROGRAM41 RELEASES
000465*                    IT BACK THROUGH THIS PROGRAM ON ITS DATE. A
000466*                    SIMULATION ONLY REPORTS WHAT IT WOULD QUEUE.
000467*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000468*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000469*                    AFTER-IMAGE CHANGE LOG ListRecover
000470*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000471*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000472*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED. A
000473*                    SIMULATION RUN LOGS NOTHING.
000474*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000475*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000476*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000477*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000478*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000479*                    WITH LISTFILE.
000480******************************************************************
000481 ENVIRONMENT DIVISION.
000482 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LISTFILE ASSIGN TO "LISTFILE"
000560     SELECT MOVEFILE ASSIGN TO "MOVEFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MOVEFILE-STATUS.
000582     SELECT CTL-FILE ASSIGN TO "SYSIN"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-CTL-STATUS.
000590     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AUDITFILE-STATUS.
000620     SELECT PRTFILE ASSIGN TO "PRTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PRTFILE-STATUS.
000641     SELECT PENDFILE ASSIGN TO "PENDFILE"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS DYNAMIC
000644         RECORD KEY IS PN-PEND-KEY
000645         FILE STATUS IS WS-PENDFILE-STATUS.
000646     SELECT CHGLOG ASSIGN TO "CHGLOG"
000647         ORGANIZATION IS LINE SEQUENTIAL
000648         FILE STATUS IS WS-CHGLOG-STATUS.
000649     SELECT STATIDX ASSIGN TO "STATIDX"
000650         ORGANIZATION IS INDEXED
000651         ACCESS MODE IS DYNAMIC
000652         RECORD KEY IS SX-CELL-KEY
000653         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000654         FILE STATUS IS WS-STATIDX-STATUS.
000655 DATA DIVISION.
000660 FILE SECTION.
000670 FD  LISTFILE
000680     LABEL RECORDS ARE STANDARD
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 80 CHARACTERS.
000740 COPY MOVEREC.
000742 FD  CTL-FILE
000744     LABEL RECORDS ARE STANDARD
000746     RECORD CONTAINS 80 CHARACTERS.
000748 COPY PSTCTL.
000750 FD  AUDITFILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 144 CHARACTERS.
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  PRT-LINE                        PIC X(132).
000822 FD  PENDFILE
000824     LABEL RECORDS ARE STANDARD
000826     RECORD CONTAINS 220 CHARACTERS.
000828 COPY PENDREC.
000829 FD  CHGLOG
000830     LABEL RECORDS ARE STANDARD
000831     RECORD CONTAINS 180 CHARACTERS.
000832 COPY CHGREC.
000833 FD  STATIDX
000834     LABEL RECORDS ARE STANDARD
000835     RECORD CONTAINS 100 CHARACTERS.
000836 COPY SIDXREC.
000837 WORKING-STORAGE SECTION.
000840******************************************************************
000850*    LIST TABLE WORKING STORAGE - THE SAME TOP_LIST STRUCTURE
000860*    PROGRAM1 BUILDS AND PASSES TO FINDCELL, HOLDING WHICHEVER
001220 01  WS-MOVE-COUNT PIC S9(9) VALUE ZERO.
001230 01  WS-POSTED-COUNT PIC S9(9) VALUE ZERO.
001240 01  WS-REJECT-COUNT PIC S9(9) VALUE ZERO.
001245 01  WS-LIST-POSTED-COUNT PIC S9(9) VALUE ZERO.
001250******************************************************************
001260*    SEARCH-RESULT WORKING STORAGE
001270******************************************************************
001680     88  WS-AUDITFILE-NOT-FOUND     VALUE '35'.
001690 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001700 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
001701******************************************************************
001702*    PENDING-QUEUE WORKING STORAGE - THE RUN DATE A MOVEMENT'S
001703*    EFFECTIVE-ON DATE IS HELD AGAINST, AND THE DATE ITSELF
001704*    BROKEN OUT FOR THE RANGE CHECK.
001705******************************************************************
001706 01  WS-PENDFILE-STATUS PIC X(02) VALUE SPACES.
001707     88  WS-PENDFILE-OK             VALUE '00'.
001708     88  WS-PENDFILE-NOT-FOUND      VALUE '35'.
001709 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001710 01  WS-QUEUED-COUNT PIC S9(9) VALUE ZERO.
001711 01  WS-EFF-ON-SWITCH PIC X(01) VALUE 'N'.
001712     88  WS-EFF-ON-NOW              VALUE 'N'.
001713     88  WS-EFF-ON-FUTURE           VALUE 'F'.
001714     88  WS-EFF-ON-BAD              VALUE 'B'.
001715 01  WS-EFF-ON-DATE PIC 9(08) VALUE ZERO.
001716 01  WS-EFF-ON-PARTS REDEFINES WS-EFF-ON-DATE.
001717     05  WS-EFF-ON-CCYY PIC 9(04).
001718     05  WS-EFF-ON-MM PIC 9(02).
001719     05  WS-EFF-ON-DD PIC 9(02).
001720******************************************************************
001721*    SIMULATION WORKING STORAGE - SET FROM THE SYSIN CONTROL
001722*    CARD. A SIMULATED RUN KEEPS ONE SUMMARY ROW PER LIST IT
001723*    LOADS: THE CELL COUNT AND TOTAL QUANTITY AS LOADED, AND AS
001724*    THEY WOULD HAVE BEEN SAVED, WITH THE MOVEMENTS POSTED TO
001725*    IT. A LIST THE FILE COMES BACK TO IS RELOADED FROM THE
001726*    UNCHANGED FILE COPY, SO EACH VISIT'S NET CHANGE IS ADDED
001727*    INTO THE ROW RATHER THAN REPLACING IT.
001728******************************************************************
001729 77  WS-MAX-SIM-ROWS PIC 9(05) VALUE 1000.
001730 01  WS-CTL-STATUS PIC X(02) VALUE SPACES.
001731     88  WS-CTL-NOT-FOUND           VALUE '35'.
001732 01  WS-SIMULATE-SWITCH PIC X(01) VALUE 'N'.
001733     88  WS-SIMULATION              VALUE 'Y'.
001734 01  WS-SIM-CELLS PIC S9(9) VALUE ZERO.
001735 01  WS-SIM-QUANTITY PIC S9(13) VALUE ZERO.
001736 01  WS-SIM-LOAD-CELLS PIC S9(9) VALUE ZERO.
001737 01  WS-SIM-LOAD-QUANTITY PIC S9(13) VALUE ZERO.
001738 01  WS-SIM-CELL-QTY PIC 9(07) VALUE ZERO.
001739 01  WS-SIM-SUM-INDEX PIC S9(9) VALUE ZERO.
001740 01  WS-SIM-SCAN-INDEX PIC S9(9) VALUE ZERO.
001741 01  WS-SIM-ROW-INDEX PIC S9(9) VALUE ZERO.
001742 01  WS-SIM-PRINTED PIC S9(9) VALUE ZERO.
001743 01  WS-SIM-ROW-COUNT PIC S9(9) VALUE ZERO.
001744 01  WS-SIM-TABLE.
001745     05  WS-SIM-ROW OCCURS 1 TO 1000 TIMES
001746         DEPENDING ON WS-SIM-ROW-COUNT INDEXED BY SIMINDEX.
001747         10  SM-LIST-ID PIC X(20).
001748         10  SM-CELLS-BEFORE PIC S9(9) COMP.
001749         10  SM-CELLS-AFTER PIC S9(9) COMP.
001750         10  SM-QTY-BEFORE PIC S9(13) COMP.
001751         10  SM-QTY-AFTER PIC S9(13) COMP.
001752         10  SM-CHANGES PIC S9(9) COMP.
001753******************************************************************
001754*    REPORT-LINE WORKING STORAGE
001755******************************************************************
001756 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001757 01  WS-HEADING-LINE-1.
001760     05  FILLER PIC X(34) VALUE
001770         'MOVEMENT POSTING EXCEPTION REPORT'.
001780     05  FILLER PIC X(98) VALUE SPACES.
002190     05  PL-POSTED-COUNT PIC ZZZZZZZZ9.
002200     05  FILLER PIC X(12) VALUE '  REJECTED: '.
002210     05  PL-REJECT-COUNT PIC ZZZZZZZZ9.
002213     05  FILLER PIC X(10) VALUE '  QUEUED: '.
002216     05  PL-QUEUED-COUNT PIC ZZZZZZZZ9.
002220     05  FILLER PIC X(46) VALUE SPACES.
002230 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002240 01  WS-QUANTITY-EDIT PIC ZZZZZZ9.
002241 01  WS-SIMULATION-LINE.
002242     05  FILLER PIC X(50) VALUE
002243         '*** SIMULATION ONLY - NO DATASET HAS BEEN UPDATED'.
002244     05  FILLER PIC X(82) VALUE SPACES.
002245 01  WS-SIM-HEADING-LINE.
002246     05  FILLER PIC X(20) VALUE 'LIST ID'.
002247     05  FILLER PIC X(02) VALUE SPACES.
002248     05  FILLER PIC X(12) VALUE 'CELLS BEFORE'.
002249     05  FILLER PIC X(02) VALUE SPACES.
002250     05  FILLER PIC X(12) VALUE ' CELLS AFTER'.
002251     05  FILLER PIC X(02) VALUE SPACES.
002252     05  FILLER PIC X(17) VALUE '  QUANTITY BEFORE'.
002253     05  FILLER PIC X(02) VALUE SPACES.
002254     05  FILLER PIC X(17) VALUE '   QUANTITY AFTER'.
002255     05  FILLER PIC X(46) VALUE SPACES.
002256 01  WS-SIM-DETAIL-LINE.
002257     05  PL-SIM-LIST-ID PIC X(20).
002258     05  FILLER PIC X(02) VALUE SPACES.
002259     05  PL-SIM-CELLS-BEFORE PIC ZZZZZZZZZZZ9.
002260     05  FILLER PIC X(02) VALUE SPACES.
002261     05  PL-SIM-CELLS-AFTER PIC ZZZZZZZZZZZ9.
002262     05  FILLER PIC X(02) VALUE SPACES.
002263     05  PL-SIM-QTY-BEFORE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002264     05  FILLER PIC X(02) VALUE SPACES.
002265     05  PL-SIM-QTY-AFTER PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002266     05  FILLER PIC X(46) VALUE SPACES.
002267 01  WS-SIM-NONE-LINE.
002268     05  FILLER PIC X(40) VALUE
002269         'NO LIST WOULD BE CHANGED BY THIS RUN'.
002270     05  FILLER PIC X(92) VALUE SPACES.
002271******************************************************************
002272*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
002273*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
002274******************************************************************
002275 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
002276     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
002277 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
002278     88  WS-CHGLOG-OPEN             VALUE 'Y'.
002279 01  WS-CHG-RUN-ID.
002280     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM19'.
002281     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
002282     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
002283     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
002284 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
002285 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
002286******************************************************************
002287*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
002288*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
002289******************************************************************
002290 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
002291     88  WS-STATIDX-OK              VALUE '00'.
002292     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
002293 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
002294     88  WS-STATIDX-OPEN            VALUE 'Y'.
002295 LINKAGE SECTION.
002296 PROCEDURE DIVISION.
002297******************************************************************
002298*    0000-MAINLINE
002299******************************************************************
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-PROCESS-ONE-MOVEMENT THRU 2000-EXIT
002450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002460     GOBACK.
002470******************************************************************
002480*    1000-INITIALIZE - OPEN THE MOVEMENT, AUDIT, PENDING-QUEUE
002490*    AND REPORT DATASETS AND PRINT THE EXCEPTION-REPORT HEADINGS.
002495*    A SIMULATION NEVER OPENS AUDITFILE OR PENDFILE.
002500******************************************************************
002510 1000-INITIALIZE.
002520     OPEN INPUT MOVEFILE.
002530     OPEN OUTPUT PRTFILE.
002532     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
002533     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002534     IF NOT WS-SIMULATION
002536         PERFORM 1200-OPEN-AUDIT-FILE THRU 1200-EXIT
002537         PERFORM 1300-OPEN-PENDING-QUEUE THRU 1300-EXIT
002538         PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT
002539     END-IF.
002600     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
002610     WRITE PRT-LINE.
002612     IF WS-SIMULATION
002614         MOVE WS-SIMULATION-LINE TO PRT-LINE
002616         WRITE PRT-LINE
002618     END-IF.
002620     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
002630     WRITE PRT-LINE.
002640 1000-EXIT.
002650     EXIT.
002651******************************************************************
002652*    1100-READ-RUN-CONTROL - READ THE OPTIONAL SYSIN CONTROL
002653*    CARD. NO SYSIN, OR NO CARD ON IT, MEANS AN ORDINARY LIVE
002654*    POSTING RUN.
002655******************************************************************
002656 1100-READ-RUN-CONTROL.
002657     OPEN INPUT CTL-FILE.
002658     IF WS-CTL-NOT-FOUND
002659         GO TO 1100-EXIT
002660     END-IF.
002661     READ CTL-FILE
002662         AT END
002663             MOVE SPACES TO POST-CONTROL-RECORD
002664     END-READ.
002665     IF PC-SIMULATE
002666         MOVE 'Y' TO WS-SIMULATE-SWITCH
002667         DISPLAY "SIMULATION RUN - NO DATASET WILL BE UPDATED"
002668     END-IF.
002669     CLOSE CTL-FILE.
002670 1100-EXIT.
002671     EXIT.
002672******************************************************************
002673*    1200-OPEN-AUDIT-FILE - OPEN AUDITFILE FOR A LIVE RUN,
002674*    CREATING IT IF IT IS NOT YET ON CATALOG.
002675******************************************************************
002676 1200-OPEN-AUDIT-FILE.
002677     OPEN EXTEND AUDITFILE.
002678     IF WS-AUDITFILE-NOT-FOUND
002679         OPEN OUTPUT AUDITFILE
002680         CLOSE AUDITFILE
002681         OPEN EXTEND AUDITFILE
002682     END-IF.
002683 1200-EXIT.
002684     EXIT.
002685******************************************************************
002686*    1300-OPEN-PENDING-QUEUE - OPEN PENDFILE FOR A LIVE RUN,
002687*    CREATING IT IF IT IS NOT YET ON CATALOG.
002688******************************************************************
002689 1300-OPEN-PENDING-QUEUE.
002690     OPEN I-O PENDFILE.
002691     IF WS-PENDFILE-NOT-FOUND
002692         OPEN OUTPUT PENDFILE
002693         CLOSE PENDFILE
002694         OPEN I-O PENDFILE
002695     END-IF.
002696 1300-EXIT.
002697     EXIT.
002698******************************************************************
002699*    2000-PROCESS-ONE-MOVEMENT - READ ONE MOVEMENT, BRING THE
002700*    LIST IT NAMES INTO TOP_LIST (SAVING WHATEVER LIST WAS
002701*    THERE BEFORE), VALIDATE IT AND APPLY IT. ONLY REJECTED
002702*    MOVEMENTS PRINT A DETAIL LINE - THE REPORT IS AN
002710*    EXCEPTIONS PAGE, NOT A FULL REGISTER - BUT EVERY APPLIED
002720*    MOVEMENT STILL LANDS IN AUDITFILE.
002730******************************************************************
003040         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
003050         GO TO 2000-EXIT
003060     END-IF.
003061     PERFORM 2100-CHECK-EFF-ON-DATE THRU 2100-EXIT.
003062     IF WS-EFF-ON-BAD
003063         MOVE 'REJECTED - EFF-ON DATE NOT A VALID DATE'
003064             TO PL-DISPOSITION
003065         MOVE 'REJECT-EFFON' TO AU-OUTCOME
003066         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
003067         GO TO 2000-EXIT
003068     END-IF.
003069     IF WS-EFF-ON-FUTURE
003070         PERFORM 2200-QUEUE-PENDING THRU 2200-EXIT
003071         GO TO 2000-EXIT
003072     END-IF.
003073     IF MV-LIST-ID NOT EQUAL WS-LIST-ID
003080         PERFORM 2500-SWITCH-LIST THRU 2500-EXIT
003090     END-IF.
003100     IF NOT WS-LIST-CLAIMED
003160     PERFORM 3000-APPLY-MOVEMENT THRU 3000-EXIT.
003170 2000-EXIT.
003180     EXIT.
003181******************************************************************
003182*    2100-CHECK-EFF-ON-DATE - CLASSIFY THE MOVEMENT'S EFFECTIVE-
003183*    ON DATE. BLANK OR ZERO, OR A DATE NOT AFTER THE RUN DATE,
003184*    MEANS POST NOW; A LATER DATE MEANS QUEUE IT. ANYTHING THAT
003185*    IS NOT A YYYYMMDD WITH A SENSIBLE MONTH AND DAY IS BAD.
003186******************************************************************
003187 2100-CHECK-EFF-ON-DATE.
003188     MOVE 'N' TO WS-EFF-ON-SWITCH.
003189     IF MV-EFF-ON-DATE IS EQUAL TO SPACES
003190         GO TO 2100-EXIT
003191     END-IF.
003192     IF MV-EFF-ON-DATE IS NOT NUMERIC
003193         MOVE 'B' TO WS-EFF-ON-SWITCH
003194         GO TO 2100-EXIT
003195     END-IF.
003196     MOVE MV-EFF-ON-DATE-N TO WS-EFF-ON-DATE.
003197     IF WS-EFF-ON-DATE IS EQUAL TO ZERO
003198         GO TO 2100-EXIT
003199     END-IF.
003200     IF WS-EFF-ON-MM IS LESS THAN 1
003201         OR WS-EFF-ON-MM IS GREATER THAN 12
003202         OR WS-EFF-ON-DD IS LESS THAN 1
003203         OR WS-EFF-ON-DD IS GREATER THAN 31
003204         MOVE 'B' TO WS-EFF-ON-SWITCH
003205         GO TO 2100-EXIT
003206     END-IF.
003207     IF WS-EFF-ON-DATE IS GREATER THAN WS-RUN-DATE
003208         MOVE 'F' TO WS-EFF-ON-SWITCH
003209     END-IF.
003210 2100-EXIT.
003211     EXIT.
003212******************************************************************
003213*    2200-QUEUE-PENDING - THE MOVEMENT IS DATED AFTER THE RUN
003214*    DATE. PARK IT ON PENDFILE UNDER ITS LIST, ITS EFFECTIVE-ON
003215*    DATE AND A PENDING ID (THE DATE, TIME AND MOVEMENT SEQUENCE
003216*    IT WAS QUEUED UNDER), AUDIT IT AS QUEUED AND PRINT THE
003217*    PENDING ID. THE LIST ITSELF IS NOT TOUCHED.
003218******************************************************************
003219 2200-QUEUE-PENDING.
003220     MOVE SPACES TO WS-DETAIL-LINE.
003221     MOVE MV-ITEM-KEY TO PL-ITEM-KEY.
003222     MOVE MV-LIST-ID TO PL-LIST-ID.
003223     MOVE MV-MOVE-TYPE TO PL-MOVE-TYPE.
003224     MOVE MV-QUANTITY TO WS-QUANTITY-EDIT.
003225     MOVE WS-QUANTITY-EDIT TO PL-QUANTITY.
003226     IF WS-SIMULATION
003227         ADD 1 TO WS-QUEUED-COUNT
003228         STRING 'WOULD BE QUEUED UNTIL ' WS-EFF-ON-DATE
003229             DELIMITED BY SIZE INTO PL-DISPOSITION
003230         MOVE WS-DETAIL-LINE TO PRT-LINE
003231         WRITE PRT-LINE
003232         GO TO 2200-EXIT
003233     END-IF.
003234     ACCEPT WS-CURRENT-DATE FROM DATE.
003235     ACCEPT WS-CURRENT-TIME FROM TIME.
003236     MOVE SPACES TO PEND-RECORD.
003237     MOVE MV-LIST-ID TO PN-LIST-ID.
003238     MOVE WS-EFF-ON-DATE TO PN-EFF-ON-DATE.
003239     MOVE WS-CURRENT-DATE TO PN-ENTRY-DATE.
003240     MOVE WS-CURRENT-TIME TO PN-ENTRY-TIME.
003241     MOVE WS-MOVE-COUNT TO PN-ENTRY-SEQ.
003242     MOVE 'P' TO PN-SOURCE.
003243     MOVE 'POST' TO PN-ACTION.
003244     MOVE MV-ITEM-KEY TO PN-ITEM-KEY.
003245     MOVE 'P' TO PN-STATUS.
003246     MOVE WS-CURRENT-DATE TO PN-STATUS-DATE.
003247     MOVE WS-CURRENT-TIME TO PN-STATUS-TIME.
003248     MOVE MOVE-RECORD TO PN-CARD-IMAGE.
003249     WRITE PEND-RECORD
003250         INVALID KEY
003251             MOVE 'REJECTED - PENDING ID ALREADY QUEUED'
003252                 TO PL-DISPOSITION
003253             MOVE 'REJECT-PENDKEY' TO AU-OUTCOME
003254             PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
003255             GO TO 2200-EXIT
003256     END-WRITE.
003257     ADD 1 TO WS-QUEUED-COUNT.
003258     STRING 'QUEUED ' WS-EFF-ON-DATE ' ID ' PN-PENDING-ID
003259         DELIMITED BY SIZE INTO PL-DISPOSITION.
003260     MOVE 'POST' TO AU-ACTION.
003261     MOVE MOVE-RECORD TO AU-VALUE.
003262     MOVE 'QUEUED' TO AU-OUTCOME.
003263     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
003264     MOVE WS-DETAIL-LINE TO PRT-LINE.
003265     WRITE PRT-LINE.
003266 2200-EXIT.
003267     EXIT.
003268******************************************************************
003269*    2500-SWITCH-LIST - THE MOVEMENT JUST READ NAMES A
003270*    DIFFERENT LIST THAN THE ONE SITTING IN TOP_LIST. SAVE THE
003271*    CURRENT LIST BACK TO LISTFILE, RELEASE ITS CELL STORAGE
003272*    AND ITS CLAIM, AND LOAD THE NEWLY NAMED LIST IN ITS PLACE
003273*    - THE SAME LIST HANDLING AS PROGRAM6.
003274******************************************************************
003275 2500-SWITCH-LIST.
003276     IF WS-LIST-LOADED
003280         PERFORM 4000-SAVE-LIST-TO-FILE THRU 4000-EXIT
003290         PERFORM 2600-FREE-LIST-CELLS THRU 2600-EXIT
003300     END-IF.
003370     IF WS-LIST-CLAIMED
003380         PERFORM 5000-LOAD-LIST-FROM-FILE THRU 5000-EXIT
003390         MOVE 'Y' TO WS-LIST-LOADED-SWITCH
003392         MOVE ZERO TO WS-LIST-POSTED-COUNT
003394         IF WS-SIMULATION
003396             PERFORM 6300-SIM-NOTE-LOAD THRU 6300-EXIT
003398         END-IF
003400     END-IF.
003410 2500-EXIT.
003420     EXIT.
003490******************************************************************
003500 2700-CLAIM-LIST.
003510     MOVE 'N' TO WS-LIST-CLAIMED-SWITCH.
003512     IF WS-SIMULATION
003514         PERFORM 2710-CHECK-LIST-FREE THRU 2710-EXIT
003516         GO TO 2700-EXIT
003518     END-IF.
003520     OPEN I-O LISTFILE.
003530     IF WS-LISTFILE-NOT-FOUND
003540         OPEN OUTPUT LISTFILE
003680     CLOSE LISTFILE.
003690 2700-EXIT.
003700     EXIT.
003701******************************************************************
003702*    2710-CHECK-LIST-FREE - A SIMULATION NEVER WRITES THE IN-USE
003703*    MARKER. IT ONLY LOOKS FOR ONE, SO A LIST ANOTHER JOB HOLDS
003704*    STILL HAS ITS MOVEMENTS REJECTED 'LIST IN USE' JUST AS THE
003705*    LIVE RUN WOULD. A LIST NOBODY HOLDS IS TREATED AS CLAIMED.
003706******************************************************************
003707 2710-CHECK-LIST-FREE.
003708     OPEN INPUT LISTFILE.
003709     IF WS-LISTFILE-NOT-FOUND
003710         MOVE 'Y' TO WS-LIST-CLAIMED-SWITCH
003711         GO TO 2710-EXIT
003712     END-IF.
003713     MOVE WS-LIST-ID TO LR-LIST-ID.
003714     MOVE ZERO TO LR-LIST-INDEX.
003715     READ LISTFILE
003716         INVALID KEY
003717             MOVE 'Y' TO WS-LIST-CLAIMED-SWITCH
003718         NOT INVALID KEY
003719             DISPLAY "LIST " WS-LIST-ID " IN USE - "
003720                 LR-LIST-DATA
003721     END-READ.
003722     CLOSE LISTFILE.
003723 2710-EXIT.
003724     EXIT.
003725 2750-WRITE-LOCK-RECORD.
003726     ACCEPT WS-CURRENT-DATE FROM DATE.
003730     ACCEPT WS-CURRENT-TIME FROM TIME.
003740     MOVE WS-LIST-ID TO LR-LIST-ID.
003750     MOVE ZERO TO LR-LIST-INDEX.
003910******************************************************************
003920 2770-RELEASE-LIST.
003930     MOVE 'N' TO WS-LIST-CLAIMED-SWITCH.
003932     IF WS-SIMULATION
003934         GO TO 2770-EXIT
003936     END-IF.
003940     OPEN I-O LISTFILE.
003950     IF WS-LISTFILE-NOT-FOUND
003960         GO TO 2770-EXIT
005110     MOVE WS-NEW-QUANTITY TO WS-CF-QUANTITY.
005120     MOVE WS-CELL-FIELDS TO TOP_DATA(WS-FOUND-INDEX).
005130     ADD 1 TO WS-POSTED-COUNT.
005135     ADD 1 TO WS-LIST-POSTED-COUNT.
005140     MOVE 'P' TO WS-TALLY-KIND.
005150     PERFORM 6000-TALLY-LIST-TOTAL THRU 6000-EXIT.
005160     MOVE 'POST' TO AU-ACTION.
005240*    LISTFILE UNDER WS-LIST-ID. ONLY QUANTITIES CHANGED, NEVER
005250*    THE CELL COUNT, SO EVERY WRITE LANDS ON AN EXISTING RECORD
005260*    AND NO PURGE PASS IS NEEDED.
005263*    A SIMULATION STOPS SHORT OF THE SAVE AND ONLY TAKES THE
005266*    LIST'S AFTER FIGURES FOR THE SUMMARY.
005270******************************************************************
005280 4000-SAVE-LIST-TO-FILE.
005282     IF WS-SIMULATION
005284         PERFORM 6400-SIM-NOTE-SAVE THRU 6400-EXIT
005286         GO TO 4000-EXIT
005288     END-IF.
005290     OPEN I-O LISTFILE.
005300     IF WS-LISTFILE-NOT-FOUND
005310         OPEN OUTPUT LISTFILE
005560     WRITE LIST-RECORD
005570         INVALID KEY REWRITE LIST-RECORD
005580     END-WRITE.
005583     MOVE 'W' TO WS-CHG-OPERATION.
005586     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
005590     ADD 1 TO WS-INDEX.
005600 4100-EXIT.
005610     EXIT.
006520     END-IF.
006530 6200-EXIT.
006540     EXIT.
006541******************************************************************
006542*    6300-SIM-NOTE-LOAD - A SIMULATION HAS JUST LOADED A LIST.
006543*    TAKE ITS CELL COUNT AND TOTAL QUANTITY AS THEY STAND ON
006544*    LISTFILE AND FIND (OR ADD) ITS SUMMARY ROW; A NEW ROW
006545*    STARTS WITH ITS AFTER FIGURES EQUAL TO ITS BEFORE FIGURES.
006546******************************************************************
006547 6300-SIM-NOTE-LOAD.
006548     PERFORM 6500-SIM-SUM-LIST THRU 6500-EXIT.
006549     MOVE WS-SIM-CELLS TO WS-SIM-LOAD-CELLS.
006550     MOVE WS-SIM-QUANTITY TO WS-SIM-LOAD-QUANTITY.
006551     PERFORM 6600-SIM-FIND-ROW THRU 6600-EXIT.
006552 6300-EXIT.
006553     EXIT.
006554******************************************************************
006555*    6400-SIM-NOTE-SAVE - A SIMULATION HAS REACHED THE POINT
006556*    WHERE THE LIST WOULD BE SAVED. ADD THIS VISIT'S NET CHANGE
006557*    IN CELLS AND QUANTITY, AND ITS POSTED MOVEMENTS, INTO THE
006558*    LIST'S SUMMARY ROW.
006559******************************************************************
006560 6400-SIM-NOTE-SAVE.
006561     IF WS-SIM-ROW-INDEX IS EQUAL TO ZERO
006562         GO TO 6400-EXIT
006563     END-IF.
006564     PERFORM 6500-SIM-SUM-LIST THRU 6500-EXIT.
006565     COMPUTE SM-CELLS-AFTER(WS-SIM-ROW-INDEX) =
006566         SM-CELLS-AFTER(WS-SIM-ROW-INDEX)
006567         + WS-SIM-CELLS - WS-SIM-LOAD-CELLS.
006568     COMPUTE SM-QTY-AFTER(WS-SIM-ROW-INDEX) =
006569         SM-QTY-AFTER(WS-SIM-ROW-INDEX)
006570         + WS-SIM-QUANTITY - WS-SIM-LOAD-QUANTITY.
006571     ADD WS-LIST-POSTED-COUNT TO SM-CHANGES(WS-SIM-ROW-INDEX).
006572 6400-EXIT.
006573     EXIT.
006574******************************************************************
006575*    6500-SIM-SUM-LIST - COUNT THE CELLS IN TOP_LIST AND TOTAL
006576*    THEIR QUANTITIES. A LEGACY FREE-TEXT CELL COUNTS AS A CELL
006577*    BUT CARRIES NO QUANTITY.
006578******************************************************************
006579 6500-SIM-SUM-LIST.
006580     MOVE ZERO TO WS-SIM-CELLS.
006581     MOVE ZERO TO WS-SIM-QUANTITY.
006582     IF INPUTNUM_SAVE IS GREATER THAN ZERO
006583         PERFORM 6510-SIM-SUM-ONE-CELL THRU 6510-EXIT
006584             VARYING WS-SIM-SUM-INDEX FROM 1 BY 1
006585             UNTIL WS-SIM-SUM-INDEX IS GREATER THAN INPUTNUM_SAVE
006586     END-IF.
006587 6500-EXIT.
006588     EXIT.
006589 6510-SIM-SUM-ONE-CELL.
006590     ADD 1 TO WS-SIM-CELLS.
006591     IF TOP_DATA(WS-SIM-SUM-INDEX)(21:7) IS NUMERIC
006592         MOVE TOP_DATA(WS-SIM-SUM-INDEX)(21:7) TO WS-SIM-CELL-QTY
006593         ADD WS-SIM-CELL-QTY TO WS-SIM-QUANTITY
006594     END-IF.
006595 6510-EXIT.
006596     EXIT.
006597******************************************************************
006598*    6600-SIM-FIND-ROW - POINT WS-SIM-ROW-INDEX AT THE SUMMARY
006599*    ROW FOR WS-LIST-ID, ADDING THE ROW THE FIRST TIME THE LIST
006600*    IS LOADED. A FULL TABLE LEAVES THE INDEX AT ZERO AND THE
006601*    LIST IS LEFT OFF THE SUMMARY.
006602******************************************************************
006603 6600-SIM-FIND-ROW.
006604     MOVE ZERO TO WS-SIM-ROW-INDEX.
006605     IF WS-SIM-ROW-COUNT IS GREATER THAN ZERO
006606         PERFORM 6610-SIM-MATCH-ONE-ROW THRU 6610-EXIT
006607             VARYING WS-SIM-SCAN-INDEX FROM 1 BY 1
006608             UNTIL WS-SIM-SCAN-INDEX IS GREATER THAN
006609                 WS-SIM-ROW-COUNT
006610                 OR WS-SIM-ROW-INDEX IS GREATER THAN ZERO
006611     END-IF.
006612     IF WS-SIM-ROW-INDEX IS GREATER THAN ZERO
006613         GO TO 6600-EXIT
006614     END-IF.
006615     IF WS-SIM-ROW-COUNT IS GREATER THAN OR EQUAL TO
006616         WS-MAX-SIM-ROWS
006617         GO TO 6600-EXIT
006618     END-IF.
006619     ADD 1 TO WS-SIM-ROW-COUNT.
006620     MOVE WS-SIM-ROW-COUNT TO WS-SIM-ROW-INDEX.
006621     MOVE WS-LIST-ID TO SM-LIST-ID(WS-SIM-ROW-INDEX).
006622     MOVE WS-SIM-LOAD-CELLS TO SM-CELLS-BEFORE(WS-SIM-ROW-INDEX).
006623     MOVE WS-SIM-LOAD-CELLS TO SM-CELLS-AFTER(WS-SIM-ROW-INDEX).
006624     MOVE WS-SIM-LOAD-QUANTITY TO SM-QTY-BEFORE(WS-SIM-ROW-INDEX).
006625     MOVE WS-SIM-LOAD-QUANTITY TO SM-QTY-AFTER(WS-SIM-ROW-INDEX).
006626     MOVE ZERO TO SM-CHANGES(WS-SIM-ROW-INDEX).
006627 6600-EXIT.
006628     EXIT.
006629 6610-SIM-MATCH-ONE-ROW.
006630     IF SM-LIST-ID(WS-SIM-SCAN-INDEX) IS EQUAL TO WS-LIST-ID
006631         MOVE WS-SIM-SCAN-INDEX TO WS-SIM-ROW-INDEX
006632     END-IF.
006633 6610-EXIT.
006634     EXIT.
006635******************************************************************
006636*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
006637*    RECORD. THE CALLER MOVES AU-ACTION, AU-VALUE AND AU-OUTCOME
006638*    INTO THE AUDIT RECORD BEFORE PERFORMING THIS PARAGRAPH.
006639******************************************************************
006640 7000-WRITE-AUDIT-RECORD.
006641     IF WS-SIMULATION
006642         GO TO 7000-EXIT
006643     END-IF.
006644     ACCEPT WS-CURRENT-DATE FROM DATE.
006645     ACCEPT WS-CURRENT-TIME FROM TIME.
006646     MOVE WS-CURRENT-DATE TO AU-DATE.
006647     MOVE WS-CURRENT-TIME TO AU-TIME.
006650     MOVE MV-LIST-ID TO AU-LIST-ID.
006660     WRITE AUDIT-RECORD.
006670 7000-EXIT.
006700*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE PER-LIST
006710*    POSTED/REJECTED CONTROL TOTALS AND THE RUN TOTALS DATA
006720*    CONTROL BALANCES AGAINST THE SUBMITTED MOVEMENT FILE.
006725*    A SIMULATION FOLLOWS THEM WITH ITS BEFORE/AFTER SUMMARY.
006730******************************************************************
006740 8000-PRINT-TOTALS.
006750     MOVE WS-BLANK-LINE TO PRT-LINE.
006850     MOVE WS-MOVE-COUNT TO PL-MOVE-COUNT.
006860     MOVE WS-POSTED-COUNT TO PL-POSTED-COUNT.
006870     MOVE WS-REJECT-COUNT TO PL-REJECT-COUNT.
006875     MOVE WS-QUEUED-COUNT TO PL-QUEUED-COUNT.
006880     MOVE WS-TOTAL-LINE TO PRT-LINE.
006890     WRITE PRT-LINE.
006892     IF WS-SIMULATION
006894         PERFORM 8200-PRINT-SIM-SUMMARY THRU 8200-EXIT
006896     END-IF.
006900 8000-EXIT.
006910     EXIT.
006920 8100-PRINT-ONE-LIST-TOTAL.
006970     WRITE PRT-LINE.
006980 8100-EXIT.
006990     EXIT.
006991******************************************************************
006992*    8200-PRINT-SIM-SUMMARY - LIST BY LIST, THE CELL COUNT AND
006993*    TOTAL QUANTITY BEFORE THE RUN AND AS THEY WOULD STAND AFTER
006994*    IT. ONLY LISTS WITH AT LEAST ONE POSTED MOVEMENT ARE SHOWN.
006995******************************************************************
006996 8200-PRINT-SIM-SUMMARY.
006997     MOVE WS-BLANK-LINE TO PRT-LINE.
006998     WRITE PRT-LINE.
006999     MOVE WS-SIMULATION-LINE TO PRT-LINE.
007000     WRITE PRT-LINE.
007001     MOVE WS-SIM-HEADING-LINE TO PRT-LINE.
007002     WRITE PRT-LINE.
007003     MOVE ZERO TO WS-SIM-PRINTED.
007004     IF WS-SIM-ROW-COUNT IS GREATER THAN ZERO
007005         PERFORM 8210-PRINT-ONE-SIM-ROW THRU 8210-EXIT
007006             VARYING WS-SIM-SCAN-INDEX FROM 1 BY 1
007007             UNTIL WS-SIM-SCAN-INDEX IS GREATER THAN
007008                 WS-SIM-ROW-COUNT
007009     END-IF.
007010     IF WS-SIM-PRINTED IS EQUAL TO ZERO
007011         MOVE WS-SIM-NONE-LINE TO PRT-LINE
007012         WRITE PRT-LINE
007013     END-IF.
007014 8200-EXIT.
007015     EXIT.
007016 8210-PRINT-ONE-SIM-ROW.
007017     IF SM-CHANGES(WS-SIM-SCAN-INDEX) IS EQUAL TO ZERO
007018         GO TO 8210-EXIT
007019     END-IF.
007020     MOVE SM-LIST-ID(WS-SIM-SCAN-INDEX) TO PL-SIM-LIST-ID.
007021     MOVE SM-CELLS-BEFORE(WS-SIM-SCAN-INDEX) TO
007022         PL-SIM-CELLS-BEFORE.
007023     MOVE SM-CELLS-AFTER(WS-SIM-SCAN-INDEX) TO PL-SIM-CELLS-AFTER.
007024     MOVE SM-QTY-BEFORE(WS-SIM-SCAN-INDEX) TO PL-SIM-QTY-BEFORE.
007025     MOVE SM-QTY-AFTER(WS-SIM-SCAN-INDEX) TO PL-SIM-QTY-AFTER.
007026     MOVE WS-SIM-DETAIL-LINE TO PRT-LINE.
007027     WRITE PRT-LINE.
007028     ADD 1 TO WS-SIM-PRINTED.
007029 8210-EXIT.
007030     EXIT.
007034******************************************************************
007035*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
007036*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
007037*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
007038*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
007039*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
007040******************************************************************
007041 7900-OPEN-CHANGE-LOG.
007042     OPEN EXTEND CHGLOG.
007043     IF WS-CHGLOG-NOT-FOUND
007044         OPEN OUTPUT CHGLOG
007045         CLOSE CHGLOG
007046         OPEN EXTEND CHGLOG
007047     END-IF.
007048     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
007049     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
007050     ACCEPT WS-CHG-RUN-TIME FROM TIME.
007051     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
007052 7900-EXIT.
007053     EXIT.
007054******************************************************************
007055*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
007056*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
007057*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
007058*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
007059*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
007060*    CATALOG STARTS WITH NO LIST CLAIMED.
007061*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
007062******************************************************************
007063 7910-LOG-CELL-CHANGE.
007064     IF NOT WS-CHGLOG-OPEN
007065         OR NOT WS-LISTFILE-OK
007066         OR LR-LIST-INDEX IS EQUAL TO ZERO
007067         GO TO 7910-EXIT
007068     END-IF.
007069     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
007070     ADD 1 TO WS-CHG-SEQUENCE.
007071     MOVE SPACES TO CHANGE-LOG-RECORD.
007072     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
007073     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
007074     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
007075     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
007076     ACCEPT CG-LOG-TIME FROM TIME.
007077     IF CG-CELL-DELETED
007078         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
007079     ELSE
007080         MOVE LIST-RECORD TO CG-AFTER-IMAGE
007081     END-IF.
007082     WRITE CHANGE-LOG-RECORD.
007083 7910-EXIT.
007084     EXIT.
007085******************************************************************
007086*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
007087*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
007088*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
007089******************************************************************
007090 7920-CLOSE-CHANGE-LOG.
007091     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
007092     IF NOT WS-CHGLOG-OPEN
007093         GO TO 7920-EXIT
007094     END-IF.
007095     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
007096         MOVE SPACES TO CHANGE-LOG-RECORD
007097         MOVE 'E' TO CG-RECORD-TYPE
007098         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
007099         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
007100         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
007101         ACCEPT CG-LOG-TIME FROM TIME
007102         WRITE CHANGE-LOG-RECORD
007103     END-IF.
007104     CLOSE CHGLOG.
007105     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
007106 7920-EXIT.
007107     EXIT.
007108******************************************************************
007109*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
007110*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
007111*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
007112*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
007113*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
007114******************************************************************
007115 7950-OPEN-STATUS-INDEX.
007116     OPEN I-O STATIDX.
007117     IF WS-STATIDX-OK
007118         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
007119     ELSE
007120         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
007121             " MAINTAINED BY THIS RUN"
007122     END-IF.
007123 7950-EXIT.
007124     EXIT.
007125******************************************************************
007126*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
007127*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
007128*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
007129*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
007130*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
007131*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
007132******************************************************************
007133 7960-INDEX-CELL-CHANGE.
007134     IF NOT WS-STATIDX-OPEN
007135         GO TO 7960-EXIT
007136     END-IF.
007137     MOVE SPACES TO STATUS-INDEX-RECORD.
007138     MOVE LR-LIST-ID TO SX-LIST-ID.
007139     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
007140     IF WS-CHG-OPERATION IS EQUAL TO 'D'
007141         OR LR-QUANTITY IS NOT NUMERIC
007142         DELETE STATIDX
007143             INVALID KEY CONTINUE
007144         END-DELETE
007145         GO TO 7960-EXIT
007146     END-IF.
007147     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
007148     MOVE LR-EFF-DATE TO SX-EFF-DATE.
007149     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
007150     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
007151     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
007152     MOVE LR-QUANTITY TO SX-QUANTITY.
007153     WRITE STATUS-INDEX-RECORD
007154         INVALID KEY REWRITE STATUS-INDEX-RECORD
007155     END-WRITE.
007156 7960-EXIT.
007157     EXIT.
007158 7970-CLOSE-STATUS-INDEX.
007159     IF WS-STATIDX-OPEN
007160         CLOSE STATIDX
007161         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
007162     END-IF.
007163 7970-EXIT.
007164     EXIT.
007165******************************************************************
007166*    9000-TERMINATE - CLOSE THE MOVEMENT, AUDIT, PENDING-QUEUE
007167*    AND REPORT DATASETS.
007168******************************************************************
007169 9000-TERMINATE.
007170     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
007171     CLOSE MOVEFILE.
007172     IF NOT WS-SIMULATION
007173         CLOSE AUDITFILE
007174         CLOSE PENDFILE
007175     END-IF.
007176     CLOSE PRTFILE.
007177 9000-EXIT.
007178     EXIT.
007179 END PROGRAM Program19.
