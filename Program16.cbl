000320*    EVERY QUANTITY AND DATE COLUMN, THE SAME TREATMENT
000330*    PROGRAM3'S QUANTITY TOTAL GIVES THEM.
000340*
000342*    EVERY RUN ALSO APPENDS ONE RECORD PER LIST TOTALED TO
000344*    STATFILE, THE STATISTICS HISTORY PROGRAM37 (TREND REPORT)
000346*    READS, SO "IS THIS LIST GROWING" HAS AN ANSWER.
000348*
000350*    MAINTENANCE HISTORY
000360*    DATE       INIT DESCRIPTION
000370*    -------    ---- ------------------------------------------
000387*                    TOTAL PAST EIGHT DIGITS AND THE BALANCING
000388*                    PAGE WAS SILENTLY DROPPING THE HIGH ORDER,
000389*                    THE SAME WIDTH PROGRAM3'S TOTAL ALREADY USES.
000390*    2026-10-15 SRJ  EACH LIST TOTALED NOW ALSO APPENDS A
000391*                    STATISTICS RECORD (DATE, CELLS, QUANTITIES,
000392*                    OLDEST EFFECTIVE DATE) TO STATFILE.
000393******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000510     SELECT PRTFILE ASSIGN TO "PRTFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PRTFILE-STATUS.
000532     SELECT STATFILE ASSIGN TO "STATFILE"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS WS-STATFILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LISTFILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  PRT-LINE                        PIC X(132).
000672 FD  STATFILE
000674     LABEL RECORDS ARE STANDARD
000676     RECORD CONTAINS 100 CHARACTERS.
000678 COPY STATREC.
000680 WORKING-STORAGE SECTION.
000690******************************************************************
000700*    FILE-STATUS AND CONTROL WORKING STORAGE
000730     88  WS-LISTFILE-OK             VALUE '00'.
000740     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
000750 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
000751 01  WS-STATFILE-STATUS PIC X(02) VALUE SPACES.
000752     88  WS-STATFILE-OK             VALUE '00'.
000753     88  WS-STATFILE-NOT-FOUND      VALUE '35'.
000754 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
000755 01  WS-STATS-WRITTEN PIC S9(9) VALUE ZERO.
000760 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000770     88  WS-EOF                     VALUE 'Y'.
000780 01  WS-SELECT-LIST-ID PIC X(20) VALUE 'ALL'.
001770     GOBACK.
001780******************************************************************
001790*    1000-INITIALIZE - OPEN THE CONTROL, LIST AND REPORT
001800*    DATASETS, AND THE STATISTICS HISTORY FOR APPEND - CREATED
001805*    EMPTY FIRST ON THE VERY FIRST RUN.
001810******************************************************************
001820 1000-INITIALIZE.
001830     OPEN INPUT CTL-FILE.
001840     OPEN OUTPUT PRTFILE.
001850     OPEN INPUT LISTFILE.
001851     OPEN EXTEND STATFILE.
001852     IF WS-STATFILE-NOT-FOUND
001853         OPEN OUTPUT STATFILE
001854         CLOSE STATFILE
001855         OPEN EXTEND STATFILE
001856     END-IF.
001857     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001860 1000-EXIT.
001870     EXIT.
001880******************************************************************
003080     EXIT.
003090******************************************************************
003100*    3300-CLOSE-OUT-LIST - THE LIST JUST TALLIED IS COMPLETE.
003110*    PRINT ITS TOTALS LINE, RECORD ITS STATISTICS, ROLL ITS
003120*    TOTALS INTO THE GRAND TOTALS, AND RESET FOR THE NEXT LIST.
003130*    A LIST WITH NO STRUCTURED DATES SHOWS BLANK DATE COLUMNS
003135*    INSTEAD OF ZEROS.
003140******************************************************************
003150 3300-CLOSE-OUT-LIST.
003160     MOVE WS-CURRENT-LIST-ID TO TR-LIST-ID.
003280     END-IF.
003290     MOVE WS-DETAIL-LINE TO PRT-LINE.
003300     WRITE PRT-LINE.
003305     PERFORM 3400-WRITE-STATISTICS THRU 3400-EXIT.
003310     ADD 1 TO WS-GRAND-LISTS.
003320     ADD WS-LIST-CELLS TO WS-GRAND-CELLS.
003330     ADD WS-LIST-QTY TO WS-GRAND-QTY.
003370     MOVE 'N' TO WS-LIST-OPEN-SWITCH.
003380 3300-EXIT.
003390     EXIT.
003391******************************************************************
003392*    3400-WRITE-STATISTICS - APPEND THE LIST'S FIGURES TO THE
003393*    STATISTICS HISTORY UNDER TODAY'S DATE.
003394******************************************************************
003395 3400-WRITE-STATISTICS.
003396     MOVE SPACES TO STATS-HISTORY-RECORD.
003397     MOVE WS-RUN-DATE TO SH-STAT-DATE.
003398     MOVE WS-CURRENT-LIST-ID TO SH-LIST-ID.
003399     MOVE WS-LIST-CELLS TO SH-CELL-COUNT.
003400     MOVE WS-LIST-QTY TO SH-TOTAL-QTY.
003401     MOVE WS-LIST-QTY-A TO SH-QTY-A.
003402     MOVE WS-LIST-QTY-H TO SH-QTY-H.
003403     MOVE WS-LIST-QTY-C TO SH-QTY-C.
003404     IF WS-DATE-SEEN
003405         MOVE WS-LIST-OLDEST-DATE TO SH-OLDEST-DATE
003406     ELSE
003407         MOVE ZERO TO SH-OLDEST-DATE
003408     END-IF.
003409     WRITE STATS-HISTORY-RECORD.
003410     ADD 1 TO WS-STATS-WRITTEN.
003411 3400-EXIT.
003412     EXIT.
003413******************************************************************
003414*    8000-PRINT-GRAND-TOTALS - CLOSE THE REPORT WITH THE TOTALS
003420*    ACROSS EVERY LIST PRINTED, THE PAGE DATA CONTROL FILES
003430*    NEXT TO PROGRAM1'S CONTROL REPORT.
003440******************************************************************
003530     MOVE WS-GRAND-LISTS TO TG-LIST-COUNT.
003540     MOVE WS-LIST-COUNT-LINE TO PRT-LINE.
003550     WRITE PRT-LINE.
003555     DISPLAY "STATISTICS RECORDS WRITTEN: " WS-STATS-WRITTEN.
003560 8000-EXIT.
003570     EXIT.
003580******************************************************************
003610 9000-TERMINATE.
003620     CLOSE CTL-FILE.
003630     CLOSE PRTFILE.
003635     CLOSE STATFILE.
003640     IF NOT WS-LISTFILE-NOT-FOUND
003650         CLOSE LISTFILE
003660     END-IF.
