002006*                    INTO THE STRUCTURED COLUMNS WITH ITS TAIL
002008*                    DROPPED. STILL LEFT OUT OF THE QUANTITY
002010*                    TOTAL.
002012*    2026-10-15 SRJ  THE DETAIL LINE NOW PRINTS THE ITEM'S
002014*                    DESCRIPTION FROM ITEMFILE, THE ITEM MASTER,
002016*                    NEXT TO THE ITEM KEY. A KEY NOT ON THE
002018*                    MASTER IS FLAGGED IN THE DESCRIPTION COLUMN.
002020******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS LR-LIST-KEY
002900         FILE STATUS IS WS-LISTFILE-STATUS.
002910     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS DYNAMIC
002940         RECORD KEY IS MI-ITEM-KEY
002950         FILE STATUS IS WS-ITEMFILE-STATUS.
003000     SELECT CTL-FILE ASSIGN TO "SYSIN"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT PRTFILE ASSIGN TO "PRTFILE"
003900     LABEL RECORDS ARE STANDARD
004000     RECORD CONTAINS 120 CHARACTERS.
004100 COPY LISTREC.
004110 FD  ITEMFILE
004120     LABEL RECORDS ARE STANDARD
004130     RECORD CONTAINS 100 CHARACTERS.
004140 COPY ITEMREC.
004200 FD  CTL-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 80 CHARACTERS.
005400 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
005500     88  WS-LISTFILE-OK             VALUE '00'.
005600     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
005610 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
005620     88  WS-ITEMFILE-OK             VALUE '00'.
005630     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
006000 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
006100 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
006200     88  WS-EOF                     VALUE 'Y'.
007600     05  FILLER PIC X(04) VALUE SPACES.
007700     05  FILLER PIC X(20) VALUE 'ITEM KEY'.
007710     05  FILLER PIC X(02) VALUE SPACES.
007713     05  FILLER PIC X(30) VALUE 'DESCRIPTION'.
007716     05  FILLER PIC X(02) VALUE SPACES.
007720     05  FILLER PIC X(08) VALUE 'QUANTITY'.
007730     05  FILLER PIC X(02) VALUE SPACES.
007740     05  FILLER PIC X(08) VALUE 'EFF DATE'.
007750     05  FILLER PIC X(02) VALUE SPACES.
007760     05  FILLER PIC X(06) VALUE 'STATUS'.
007800     05  FILLER PIC X(38) VALUE SPACES.
007900 01  WS-DETAIL-LINE.
008000     05  RL-POSITION PIC ZZZZ9.
008100     05  FILLER PIC X(09) VALUE SPACES.
008200     05  RL-ITEM-KEY PIC X(20).
008210     05  FILLER PIC X(02) VALUE SPACES.
008213     05  RL-DESCRIPTION PIC X(30).
008216     05  FILLER PIC X(02) VALUE SPACES.
008220     05  RL-QUANTITY PIC X(08).
008230     05  FILLER PIC X(02) VALUE SPACES.
008240     05  RL-EFF-DATE PIC X(08).
008250     05  FILLER PIC X(02) VALUE SPACES.
008260     05  RL-STATUS-CODE PIC X(06).
008300     05  FILLER PIC X(38) VALUE SPACES.
008310 01  WS-LEGACY-LINE.
008320     05  RL-LEGACY-POSITION PIC ZZZZ9.
008330     05  FILLER PIC X(09) VALUE SPACES.
010300     OPEN INPUT CTL-FILE.
010400     OPEN OUTPUT PRTFILE.
010500     OPEN INPUT LISTFILE.
010510     OPEN INPUT ITEMFILE.
010600 1000-EXIT.
010700     EXIT.
010800******************************************************************
015800                 IF LR-QUANTITY IS NUMERIC
015810                     MOVE LR-LIST-INDEX TO RL-POSITION
015900                     MOVE LR-ITEM-KEY TO RL-ITEM-KEY
015905                     PERFORM 3200-LOOKUP-DESCRIPTION
015907                         THRU 3200-EXIT
015910                     MOVE LR-STATUS-CODE TO RL-STATUS-CODE
015920                     MOVE LR-EFF-DATE TO RL-EFF-DATE
015940                     MOVE LR-QUANTITY TO WS-QUANTITY-EDIT
016300     END-READ.
016400 3100-EXIT.
016500     EXIT.
016504******************************************************************
016508*    3200-LOOKUP-DESCRIPTION - FETCH THE CELL'S ITEM DESCRIPTION
016512*    FROM THE ITEM MASTER FOR THE DETAIL LINE. A KEY NOT ON THE
016516*    MASTER IS FLAGGED; WITH NO MASTER AT ALL THE COLUMN IS
016520*    LEFT BLANK.
016524******************************************************************
016528 3200-LOOKUP-DESCRIPTION.
016532     MOVE SPACES TO RL-DESCRIPTION.
016536     IF WS-ITEMFILE-NOT-FOUND
016540         GO TO 3200-EXIT
016544     END-IF.
016548     MOVE LR-ITEM-KEY TO MI-ITEM-KEY.
016552     READ ITEMFILE
016556         INVALID KEY
016560             MOVE '*** NOT ON ITEM MASTER ***' TO RL-DESCRIPTION
016564             GO TO 3200-EXIT
016568     END-READ.
016572     MOVE MI-DESCRIPTION TO RL-DESCRIPTION.
016576 3200-EXIT.
016580     EXIT.
016600******************************************************************
016700*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
016800******************************************************************
017200     IF NOT WS-LISTFILE-NOT-FOUND
017300         CLOSE LISTFILE
017400     END-IF.
017410     IF NOT WS-ITEMFILE-NOT-FOUND
017420         CLOSE ITEMFILE
017430     END-IF.
017500 9000-EXIT.
017600     EXIT.
017700 END PROGRAM Program3.
