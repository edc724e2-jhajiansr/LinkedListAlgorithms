000270*    CRITICAL FIRED, RC 4 FOR WARNINGS ONLY, RC 0 FOR A QUIET
000280*    NIGHT. THE JCL SCRATCHES THE DATASET AFTERWARD SO EACH
000290*    CYCLE STARTS EMPTY.
000291*
000292*    BEFORE THE DATASET GOES, EVERY ALERT IS CARRIED INTO THE
000293*    KEYED INCIDENT LOG (INCDFILE) AS AN OPEN INCIDENT, WHERE THE
000294*    ON-CALL ANALYST ACKNOWLEDGES AND CLOSES IT THROUGH PROGRAM35
000295*    (TRANSID INCD). AN ALERT ALREADY LOGGED (A RERUN BEFORE THE
000296*    SCRATCH) IS NOT LOGGED TWICE. CRITICAL INCIDENTS FROM
000297*    EARLIER CYCLES THAT NOBODY HAS ACKNOWLEDGED YET PRINT ON A
000298*    SECOND SECTION OF THE PAGE AND COUNT TOWARD RC 8, SO THEY
000299*    ARE PAGED AGAIN EVERY NIGHT UNTIL SOMEONE OWNS THEM.
000300*
000310*    MAINTENANCE HISTORY
000320*    DATE       INIT DESCRIPTION
000330*    -------    ---- ------------------------------------------
000340*    2026-09-01 SRJ  ORIGINAL PROGRAM - OPERATOR ALERT REPORT
000342*    2026-10-15 SRJ  ALERTS ARE NOW LOGGED TO THE INCDFILE
000344*                    INCIDENT LOG; UNACKNOWLEDGED CRITICALS FROM
000346*                    EARLIER CYCLES PRINT AND PAGE AGAIN.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000400     SELECT OPALFILE ASSIGN TO "OPALFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-OPALFILE-STATUS.
000421     SELECT INCDFILE ASSIGN TO "INCDFILE"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS IL-INCIDENT-KEY
000425         FILE STATUS IS WS-INCDFILE-STATUS.
000430     SELECT PRTFILE ASSIGN TO "PRTFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PRTFILE-STATUS.
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 120 CHARACTERS.
000510 COPY OPALREC.
000512 FD  INCDFILE
000514     LABEL RECORDS ARE STANDARD
000516     RECORD CONTAINS 250 CHARACTERS.
000518 COPY INCDREC.
000520 FD  PRTFILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 132 CHARACTERS.
000630 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
000640 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000650     88  WS-EOF                     VALUE 'Y'.
000651******************************************************************
000652*    INCIDENT LOG WORKING STORAGE - THIS RUN'S DATE/TIME STAMP
000653*    MARKS THE INCIDENTS IT LOGGED, SO THE EARLIER-CYCLE SECTION
000654*    CAN TELL THEM FROM THE ONES LEFT OVER FROM PREVIOUS NIGHTS.
000655******************************************************************
000656 01  WS-INCDFILE-STATUS PIC X(02) VALUE SPACES.
000657     88  WS-INCDFILE-OK             VALUE '00'.
000658     88  WS-INCDFILE-NOT-FOUND      VALUE '35'.
000659 01  WS-INCD-EOF-SWITCH PIC X(01) VALUE 'N'.
000660     88  WS-INCD-EOF                VALUE 'Y'.
000661 01  WS-ALREADY-LOGGED-SWITCH PIC X(01) VALUE 'N'.
000662     88  WS-ALREADY-LOGGED          VALUE 'Y'.
000663 01  WS-EARLIER-HEADING-SWITCH PIC X(01) VALUE 'N'.
000664     88  WS-EARLIER-HEADING-DONE    VALUE 'Y'.
000665 01  WS-RUN-DATE PIC 9(06) VALUE ZERO.
000666 01  WS-RUN-TIME PIC 9(08) VALUE ZERO.
000667 01  WS-LAST-SEQUENCE PIC 9(04) VALUE ZERO.
000668 01  WS-INCIDENTS-LOGGED PIC S9(9) VALUE ZERO.
000669 01  WS-EARLIER-CRITICAL-COUNT PIC S9(9) VALUE ZERO.
000670******************************************************************
000671*    ALERT TABLE WORKING STORAGE - THE NIGHT'S ALERTS, SORTED
000680*    BY SEVERITY WITH THE SAME INSERTION SORT PROGRAM8'S
000690*    REPAIR USES. EQUAL SEVERITIES KEEP THEIR ARRIVAL ORDER.
000700******************************************************************
001240     05  FILLER PIC X(12) VALUE '  WARNINGS: '.
001250     05  RL-WARNING-COUNT PIC ZZZZ9.
001260     05  FILLER PIC X(99) VALUE SPACES.
001261 01  WS-EARLIER-HEADING-LINE.
001262     05  FILLER PIC X(53) VALUE
001263         'UNACKNOWLEDGED CRITICAL INCIDENTS FROM EARLIER CYCLES'.
001264     05  FILLER PIC X(79) VALUE SPACES.
001265 01  WS-EARLIER-TOTAL-LINE.
001266     05  FILLER PIC X(35) VALUE
001267         'EARLIER UNACKNOWLEDGED CRITICALS: '.
001268     05  RL-EARLIER-COUNT PIC ZZZZ9.
001269     05  FILLER PIC X(92) VALUE SPACES.
001270 LINKAGE SECTION.
001280 PROCEDURE DIVISION.
001290******************************************************************
001350     PERFORM 4000-SORT-BY-SEVERITY THRU 4000-EXIT.
001360     PERFORM 8000-PRINT-ALERTS THRU 8000-EXIT.
001370     IF WS-CRITICAL-COUNT IS GREATER THAN ZERO
001375         OR WS-EARLIER-CRITICAL-COUNT IS GREATER THAN ZERO
001380         MOVE 8 TO RETURN-CODE
001390     ELSE
001400         IF WS-WARNING-COUNT IS GREATER THAN ZERO
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001450     GOBACK.
001460******************************************************************
001470*    1000-INITIALIZE - OPEN THE ALERT, INCIDENT AND REPORT
001480*    DATASETS. A MISSING OPALFILE IS A QUIET NIGHT, NOT AN
001490*    ERROR - NOTHING EVER RAISED AN ALERT. AN INCDFILE NOT YET
001493*    ON CATALOG IS CREATED THE SAME WAY PROGRAM17 BOOTSTRAPS
001496*    HISTFILE.
001500******************************************************************
001510 1000-INITIALIZE.
001520     OPEN OUTPUT PRTFILE.
001540     IF WS-OPALFILE-NOT-FOUND
001550         DISPLAY "NO OPERATOR ALERT DATASET - QUIET NIGHT"
001560     END-IF.
001561     OPEN I-O INCDFILE.
001562     IF WS-INCDFILE-NOT-FOUND
001563         OPEN OUTPUT INCDFILE
001564         CLOSE INCDFILE
001565         OPEN I-O INCDFILE
001566     END-IF.
001567     ACCEPT WS-RUN-DATE FROM DATE.
001568     ACCEPT WS-RUN-TIME FROM TIME.
001570 1000-EXIT.
001580     EXIT.
001590******************************************************************
001600*    3000-COLLECT-ALERTS - READ THE NIGHT'S ALERTS INTO THE
001610*    TABLE, COUNT THEM BY SEVERITY AND LOG EACH ONE AS AN
001615*    INCIDENT.
001620******************************************************************
001630 3000-COLLECT-ALERTS.
001640     IF WS-OPALFILE-NOT-FOUND
001740             MOVE 'Y' TO WS-EOF-SWITCH
001750             GO TO 3100-EXIT
001760     END-READ.
001765     PERFORM 3200-LOG-ONE-INCIDENT THRU 3200-EXIT.
001770     IF WS-ALERT-COUNT IS GREATER THAN OR EQUAL TO WS-MAX-ALERTS
001780         GO TO 3100-EXIT
001790     END-IF.
001870     END-IF.
001880 3100-EXIT.
001890     EXIT.
001891******************************************************************
001892*    3200-LOG-ONE-INCIDENT - CARRY THE ALERT JUST READ INTO
001893*    INCDFILE AS AN OPEN INCIDENT. THE INCIDENTS ALREADY ON FILE
001894*    FOR THE SAME ALERT DATE AND TIME ARE WALKED FIRST: ONE
001895*    CARRYING THE SAME ALERT MEANS A RERUN, AND IT IS ONLY
001896*    RE-STAMPED AS LOGGED BY THIS RUN; OTHERWISE THE NEW
001897*    INCIDENT TAKES THE NEXT SEQUENCE NUMBER AFTER THEM.
001898******************************************************************
001899 3200-LOG-ONE-INCIDENT.
001900     MOVE 'N' TO WS-ALREADY-LOGGED-SWITCH.
001901     MOVE 'N' TO WS-INCD-EOF-SWITCH.
001902     MOVE ZERO TO WS-LAST-SEQUENCE.
001903     MOVE OA-DATE TO IL-ALERT-DATE.
001904     MOVE OA-TIME TO IL-ALERT-TIME.
001905     MOVE ZERO TO IL-SEQUENCE.
001906     START INCDFILE KEY IS NOT LESS THAN IL-INCIDENT-KEY
001907         INVALID KEY MOVE 'Y' TO WS-INCD-EOF-SWITCH
001908     END-START.
001909     PERFORM 3300-CHECK-ONE-LOGGED THRU 3300-EXIT
001910         UNTIL WS-INCD-EOF
001911         OR WS-ALREADY-LOGGED.
001912     IF WS-ALREADY-LOGGED
001913         GO TO 3200-EXIT
001914     END-IF.
001915     MOVE SPACES TO INCIDENT-RECORD.
001916     MOVE OA-DATE TO IL-ALERT-DATE.
001917     MOVE OA-TIME TO IL-ALERT-TIME.
001918     ADD 1 TO WS-LAST-SEQUENCE GIVING IL-SEQUENCE.
001919     MOVE OPALERT-RECORD(15:99) TO IL-ALERT-FIELDS.
001920     MOVE 'O' TO IL-STATUS.
001921     MOVE WS-RUN-DATE TO IL-LOGGED-DATE.
001922     MOVE WS-RUN-TIME TO IL-LOGGED-TIME.
001923     MOVE ZERO TO IL-PAGE-COUNT.
001924     IF OA-CRITICAL
001925         MOVE 1 TO IL-PAGE-COUNT
001926     END-IF.
001927     MOVE ZERO TO IL-ACK-DATE.
001928     MOVE ZERO TO IL-ACK-TIME.
001929     MOVE ZERO TO IL-CLOSE-DATE.
001930     MOVE ZERO TO IL-CLOSE-TIME.
001931     WRITE INCIDENT-RECORD
001932         INVALID KEY
001933             DISPLAY "INCIDENT " IL-INCIDENT-KEY
001934                 " COULD NOT BE LOGGED - STATUS "
001935                 WS-INCDFILE-STATUS
001936             GO TO 3200-EXIT
001937     END-WRITE.
001938     ADD 1 TO WS-INCIDENTS-LOGGED.
001939 3200-EXIT.
001940     EXIT.
001941 3300-CHECK-ONE-LOGGED.
001942     READ INCDFILE NEXT RECORD
001943         AT END
001944             MOVE 'Y' TO WS-INCD-EOF-SWITCH
001945             GO TO 3300-EXIT
001946     END-READ.
001947     IF IL-ALERT-DATE IS NOT EQUAL TO OA-DATE
001948         OR IL-ALERT-TIME IS NOT EQUAL TO OA-TIME
001949         MOVE 'Y' TO WS-INCD-EOF-SWITCH
001950         GO TO 3300-EXIT
001951     END-IF.
001952     MOVE IL-SEQUENCE TO WS-LAST-SEQUENCE.
001953     IF IL-ALERT-FIELDS IS EQUAL TO OPALERT-RECORD(15:99)
001954         MOVE 'Y' TO WS-ALREADY-LOGGED-SWITCH
001955         MOVE WS-RUN-DATE TO IL-LOGGED-DATE
001956         MOVE WS-RUN-TIME TO IL-LOGGED-TIME
001957         REWRITE INCIDENT-RECORD
001958             INVALID KEY
001959                 DISPLAY "INCIDENT " IL-INCIDENT-KEY
001960                     " COULD NOT BE RE-STAMPED"
001961         END-REWRITE
001962     END-IF.
001963 3300-EXIT.
001964     EXIT.
001965******************************************************************
001966*    4000-SORT-BY-SEVERITY - INSERTION-SORT THE TABLE SO THE
001967*    CRITICALS PRINT FIRST, THE SAME SORT SHAPE PROGRAM8'S
001968*    REPAIR USES. EQUAL SEVERITIES KEEP THEIR ARRIVAL ORDER.
001969******************************************************************
001970 4000-SORT-BY-SEVERITY.
001971     IF WS-ALERT-COUNT IS GREATER THAN 1
001972         PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
001980             VARYING WS-SORT-PASS-INDEX FROM 2 BY 1
001990             UNTIL WS-SORT-PASS-INDEX IS GREATER THAN
002000                 WS-ALERT-COUNT
002370             VARYING WS-ROW-INDEX FROM 1 BY 1
002380             UNTIL WS-ROW-INDEX IS GREATER THAN WS-ALERT-COUNT
002390     END-IF.
002395     PERFORM 8200-PRINT-EARLIER-CRITICALS THRU 8200-EXIT.
002400     MOVE WS-CRITICAL-COUNT TO RL-CRITICAL-COUNT.
002410     MOVE WS-WARNING-COUNT TO RL-WARNING-COUNT.
002420     MOVE WS-TOTAL-LINE TO PRT-LINE.
002430     WRITE PRT-LINE.
002440     DISPLAY "ALERTS THIS CYCLE - CRITICAL: " WS-CRITICAL-COUNT
002450         " WARNINGS: " WS-WARNING-COUNT.
002451     MOVE WS-EARLIER-CRITICAL-COUNT TO RL-EARLIER-COUNT.
002452     MOVE WS-EARLIER-TOTAL-LINE TO PRT-LINE.
002453     WRITE PRT-LINE.
002454     DISPLAY "INCIDENTS LOGGED: " WS-INCIDENTS-LOGGED
002455         " EARLIER UNACKNOWLEDGED CRITICALS: "
002456         WS-EARLIER-CRITICAL-COUNT.
002460 8000-EXIT.
002470     EXIT.
002480 8100-PRINT-ONE-ALERT.
002580     WRITE PRT-LINE.
002590 8100-EXIT.
002600     EXIT.
002601******************************************************************
002602*    8200-PRINT-EARLIER-CRITICALS - WALK THE INCIDENT LOG FOR
002603*    CRITICALS STILL OPEN (NOBODY HAS ACKNOWLEDGED THEM) THAT
002604*    THIS RUN DID NOT LOG - THEY FIRED ON AN EARLIER NIGHT. EACH
002605*    ONE PRINTS UNDER ITS OWN HEADING AND IS PAGED AGAIN.
002606******************************************************************
002607 8200-PRINT-EARLIER-CRITICALS.
002608     MOVE 'N' TO WS-INCD-EOF-SWITCH.
002609     MOVE LOW-VALUES TO IL-INCIDENT-KEY.
002610     START INCDFILE KEY IS NOT LESS THAN IL-INCIDENT-KEY
002611         INVALID KEY MOVE 'Y' TO WS-INCD-EOF-SWITCH
002612     END-START.
002613     PERFORM 8300-CHECK-ONE-INCIDENT THRU 8300-EXIT
002614         UNTIL WS-INCD-EOF.
002615 8200-EXIT.
002616     EXIT.
002617 8300-CHECK-ONE-INCIDENT.
002618     READ INCDFILE NEXT RECORD
002619         AT END
002620             MOVE 'Y' TO WS-INCD-EOF-SWITCH
002621             GO TO 8300-EXIT
002622     END-READ.
002623     IF NOT IL-OPEN
002624         OR NOT IL-CRITICAL
002625         GO TO 8300-EXIT
002626     END-IF.
002627     IF IL-LOGGED-DATE IS EQUAL TO WS-RUN-DATE
002628         AND IL-LOGGED-TIME IS EQUAL TO WS-RUN-TIME
002629         GO TO 8300-EXIT
002630     END-IF.
002631     IF NOT WS-EARLIER-HEADING-DONE
002632         MOVE 'Y' TO WS-EARLIER-HEADING-SWITCH
002633         MOVE WS-EARLIER-HEADING-LINE TO PRT-LINE
002634         WRITE PRT-LINE
002635     END-IF.
002636     ADD 1 TO WS-EARLIER-CRITICAL-COUNT.
002637     IF IL-PAGE-COUNT IS LESS THAN 999
002638         ADD 1 TO IL-PAGE-COUNT
002639         REWRITE INCIDENT-RECORD
002640             INVALID KEY
002641                 DISPLAY "INCIDENT " IL-INCIDENT-KEY
002642                     " PAGE COUNT NOT UPDATED"
002643         END-REWRITE
002644     END-IF.
002645     MOVE IL-SEVERITY TO RL-SEVERITY.
002646     MOVE IL-ALERT-DATE TO RL-DATE.
002647     MOVE IL-ALERT-TIME TO RL-TIME.
002648     MOVE IL-PROGRAM TO RL-PROGRAM.
002649     MOVE IL-LIST-ID TO RL-LIST-ID.
002650     MOVE IL-CONDITION TO RL-CONDITION.
002651     MOVE IL-TEXT TO RL-TEXT.
002652     MOVE WS-DETAIL-LINE TO PRT-LINE.
002653     WRITE PRT-LINE.
002654 8300-EXIT.
002655     EXIT.
002656******************************************************************
002657*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
002658******************************************************************
002659 9000-TERMINATE.
002660     CLOSE PRTFILE.
002661     IF NOT WS-OPALFILE-NOT-FOUND
002670         CLOSE OPALFILE
002680     END-IF.
002685     CLOSE INCDFILE.
002690 9000-EXIT.
002700     EXIT.
002710 END PROGRAM Program28.
