000280*                    IN-USE MARKERS THE UPDATE PROGRAMS WRITE -
000290*                    SO A CLAIMED LIST'S MARKER IS NOT COUNTED
000300*                    OR SHOWN AS A CELL.
000301*    2026-10-15 SRJ  EACH LINE NOW CARRIES THE LIST'S OWNER AND
000302*                    DESCRIPTION FROM LISTDEF, THE LIST DEFINITION
000303*                    MASTER - '** NO DEFINITION **' FOR A LIST
000304*                    NOBODY HAS DEFINED, '(RETIRED)' AHEAD OF A
000305*                    RETIRED ONE. THE FIRST AND LAST VALUE COLUMNS
000306*                    NARROW TO 26 TO MAKE ROOM.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LR-LIST-KEY
000400         FILE STATUS IS WS-LISTFILE-STATUS.
000401     SELECT LISTDEF ASSIGN TO "LISTDEF"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS LD-LIST-ID
000405         FILE STATUS IS WS-LISTDEF-STATUS.
000410     SELECT PRTFILE ASSIGN TO "PRTFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PRTFILE-STATUS.
000470     LABEL RECORDS ARE STANDARD
000480     RECORD CONTAINS 120 CHARACTERS.
000490 COPY LISTREC.
000492 FD  LISTDEF
000494     LABEL RECORDS ARE STANDARD
000496     RECORD CONTAINS 120 CHARACTERS.
000498 COPY LSTDEF.
000500 FD  PRTFILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 132 CHARACTERS.
000610 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
000620 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000630     88  WS-EOF                     VALUE 'Y'.
000632 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
000634     88  WS-LISTDEF-OK              VALUE '00'.
000636     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
000640******************************************************************
000650*    CATALOG-BREAK WORKING STORAGE - ONE LIST'S TOTALS ACCUMULATE
000660*    HERE UNTIL THE LR-LIST-ID ON THE NEXT RECORD CHANGES, THEN
000870     05  FILLER PIC X(02) VALUE SPACES.
000880     05  FILLER PIC X(05) VALUE 'CELLS'.
000890     05  FILLER PIC X(02) VALUE SPACES.
000896     05  FILLER PIC X(08) VALUE 'OWNER'.
000902     05  FILLER PIC X(02) VALUE SPACES.
000908     05  FILLER PIC X(30) VALUE 'DESCRIPTION'.
000914     05  FILLER PIC X(02) VALUE SPACES.
000920     05  FILLER PIC X(26) VALUE 'FIRST VALUE'.
000926     05  FILLER PIC X(02) VALUE SPACES.
000932     05  FILLER PIC X(26) VALUE 'LAST VALUE'.
000940 01  WS-DETAIL-LINE.
000950     05  CL-LIST-ID PIC X(20).
000960     05  FILLER PIC X(02) VALUE SPACES.
000980     05  FILLER PIC X(02) VALUE SPACES.
000990     05  CL-CELLS-ON-FILE PIC ZZZZ9.
001000     05  FILLER PIC X(02) VALUE SPACES.
001006     05  CL-OWNER PIC X(08).
001012     05  FILLER PIC X(02) VALUE SPACES.
001018     05  CL-DESCRIPTION PIC X(30).
001024     05  FILLER PIC X(02) VALUE SPACES.
001030     05  CL-FIRST-VALUE PIC X(26).
001036     05  FILLER PIC X(02) VALUE SPACES.
001042     05  CL-LAST-VALUE PIC X(26).
001050 01  WS-TOTAL-LINE.
001060     05  FILLER PIC X(13) VALUE 'TOTAL LISTS: '.
001070     05  CL-TOTAL-LISTS PIC ZZZZ9.
001230 1000-INITIALIZE.
001240     OPEN OUTPUT PRTFILE.
001250     OPEN INPUT LISTFILE.
001251     OPEN INPUT LISTDEF.
001252     IF WS-LISTDEF-NOT-FOUND
001253         DISPLAY "LISTDEF NOT FOUND - NO OWNERS OR DESCRIPTIONS"
001254             " WILL BE SHOWN"
001255     END-IF.
001260     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
001270     WRITE PRT-LINE.
001280     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
001820******************************************************************
001830*    3200-PRINT-LIST-LINE - CLOSE OUT THE LIST WHOSE CELLS HAVE
001840*    JUST BEEN COUNTED AND PRINT ITS CATALOG LINE. THE VALUES ARE
001850*    TRUNCATED TO THE 26 COLUMNS THE LINE ALLOWS EACH.
001860******************************************************************
001870 3200-PRINT-LIST-LINE.
001880     MOVE WS-CURRENT-LIST-ID TO CL-LIST-ID.
001900     MOVE WS-CELLS-ON-FILE TO CL-CELLS-ON-FILE.
001910     MOVE WS-FIRST-VALUE TO CL-FIRST-VALUE.
001920     MOVE WS-LAST-VALUE TO CL-LAST-VALUE.
001925     PERFORM 3300-GET-DEFINITION THRU 3300-EXIT.
001930     MOVE WS-DETAIL-LINE TO PRT-LINE.
001940     WRITE PRT-LINE.
001950     ADD 1 TO WS-LIST-TOTAL.
001960     MOVE 'N' TO WS-LIST-OPEN-SWITCH.
001970 3200-EXIT.
001980     EXIT.
001981******************************************************************
001982*    3300-GET-DEFINITION - FILL THE OWNER AND DESCRIPTION
001983*    COLUMNS FROM THE LIST'S LISTDEF RECORD. THE RANDOM READ IS
001984*    ON LISTDEF, SO THE SEQUENTIAL SCAN OF LISTFILE KEEPS ITS
001985*    PLACE.
001986******************************************************************
001987 3300-GET-DEFINITION.
001988     MOVE SPACES TO CL-OWNER.
001989     MOVE '** NO DEFINITION **' TO CL-DESCRIPTION.
001990     IF WS-LISTDEF-NOT-FOUND
001991         GO TO 3300-EXIT
001992     END-IF.
001993     MOVE WS-CURRENT-LIST-ID TO LD-LIST-ID.
001994     READ LISTDEF
001995         INVALID KEY GO TO 3300-EXIT
001996     END-READ.
001997     MOVE LD-OWNER TO CL-OWNER.
001998     IF LD-DEF-RETIRED
001999         MOVE SPACES TO CL-DESCRIPTION
002000         STRING '(RETIRED) ' LD-DESCRIPTION DELIMITED BY SIZE
002001             INTO CL-DESCRIPTION
002002     ELSE
002003         MOVE LD-DESCRIPTION TO CL-DESCRIPTION
002004     END-IF.
002005 3300-EXIT.
002006     EXIT.
002007******************************************************************
002008*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
002010******************************************************************
002020 9000-TERMINATE.
002030     CLOSE PRTFILE.
002040     IF NOT WS-LISTFILE-NOT-FOUND
002050         CLOSE LISTFILE
002060     END-IF.
002062     IF NOT WS-LISTDEF-NOT-FOUND
002064         CLOSE LISTDEF
002066     END-IF.
002070 9000-EXIT.
002080     EXIT.
002090 END PROGRAM Program5.
