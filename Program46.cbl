000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program46 AS "StatIdxBuild".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM REGENERATES STATIDX - THE STATUS AND
000210*    EFFECTIVE-DATE INDEX OVER LISTFILE - FROM LISTFILE. THE
000220*    UPDATE PROGRAMS KEEP THE INDEX IN STEP AS THEY WRITE AND
000230*    DELETE CELLS, BUT IT HAS TO BE BUILT ONCE BEFORE THEY CAN,
000240*    AND A RUN THAT DIES BETWEEN A CELL'S WRITE AND ITS INDEX
000250*    ENTRY LEAVES IT STALE. ONE PASS OVER LISTFILE IN KEY ORDER
000260*    WRITES ONE STATIDX ENTRY PER STRUCTURED CELL, REPLACING
000270*    WHATEVER WAS THERE BEFORE - XrefBuild (PROGRAM22)'S
000280*    REBUILD, FOR THE OTHER INDEX.
000290*
000300*    MAINTENANCE HISTORY
000310*    DATE       INIT DESCRIPTION
000320*    -------    ---- ------------------------------------------
000330*    2026-10-15 SRJ  ORIGINAL PROGRAM - STATUS INDEX REBUILD
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LISTFILE ASSIGN TO "LISTFILE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LR-LIST-KEY
000430         FILE STATUS IS WS-LISTFILE-STATUS.
000440     SELECT STATIDX ASSIGN TO "STATIDX"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SX-CELL-KEY
000480         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000490         FILE STATUS IS WS-STATIDX-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LISTFILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 120 CHARACTERS.
000550 COPY LISTREC.
000560 FD  STATIDX
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 100 CHARACTERS.
000590 COPY SIDXREC.
000600 WORKING-STORAGE SECTION.
000610******************************************************************
000620*    FILE-STATUS AND CONTROL WORKING STORAGE
000630******************************************************************
000640 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
000650     88  WS-LISTFILE-OK             VALUE '00'.
000660     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
000670 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
000680     88  WS-STATIDX-OK              VALUE '00'.
000690     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
000700 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000710     88  WS-EOF                     VALUE 'Y'.
000720 01  WS-CELLS-READ PIC S9(9) VALUE ZERO.
000730 01  WS-LEGACY-SKIPPED PIC S9(9) VALUE ZERO.
000740 01  WS-ENTRIES-WRITTEN PIC S9(9) VALUE ZERO.
000750 LINKAGE SECTION.
000760 PROCEDURE DIVISION.
000770******************************************************************
000780*    0000-MAINLINE
000790******************************************************************
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000820     PERFORM 3000-SCAN-LISTFILE THRU 3000-EXIT.
000830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000840     GOBACK.
000850******************************************************************
000860*    1000-INITIALIZE - OPEN LISTFILE FOR THE SCAN AND STATIDX
000870*    OUTPUT - A REBUILD REPLACES THE DATASET WHOLE, STALE
000880*    ENTRIES AND ALL.
000890******************************************************************
000900 1000-INITIALIZE.
000910     OPEN INPUT LISTFILE.
000920     IF WS-LISTFILE-NOT-FOUND
000930         DISPLAY "LISTFILE NOT FOUND - NOTHING TO REBUILD FROM"
000940         MOVE 8 TO RETURN-CODE
000950     ELSE
000960         OPEN OUTPUT STATIDX
000970     END-IF.
000980 1000-EXIT.
000990     EXIT.
001000******************************************************************
001010*    3000-SCAN-LISTFILE - READ EVERY CELL OF EVERY LIST IN KEY
001020*    ORDER AND WRITE ITS STATUS-INDEX ENTRY. INDEX-ZERO
001030*    RECORDS - THE IN-USE MARKERS THE UPDATE PROGRAMS WRITE -
001040*    ARE SKIPPED, AND SO ARE LEGACY FREE-TEXT CELLS (NON-NUMERIC
001050*    QUANTITY), WHICH HAVE NO STATUS OR DATE TO INDEX.
001060******************************************************************
001070 3000-SCAN-LISTFILE.
001080     IF WS-LISTFILE-NOT-FOUND
001090         GO TO 3000-EXIT
001100     END-IF.
001110     MOVE LOW-VALUES TO LR-LIST-KEY.
001120     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
001130         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001140     END-START.
001150     PERFORM 3100-INDEX-ONE-CELL THRU 3100-EXIT
001160         UNTIL WS-EOF.
001170     DISPLAY "STATUS INDEX REBUILT - " WS-CELLS-READ
001180         " CELLS READ, " WS-ENTRIES-WRITTEN " ENTRIES WRITTEN, "
001190         WS-LEGACY-SKIPPED " LEGACY CELLS SKIPPED".
001200 3000-EXIT.
001210     EXIT.
001220 3100-INDEX-ONE-CELL.
001230     READ LISTFILE NEXT RECORD
001240         AT END
001250             MOVE 'Y' TO WS-EOF-SWITCH
001260             GO TO 3100-EXIT
001270     END-READ.
001280     IF LR-LIST-INDEX IS EQUAL TO ZERO
001290         GO TO 3100-EXIT
001300     END-IF.
001310     ADD 1 TO WS-CELLS-READ.
001320     IF LR-QUANTITY IS NOT NUMERIC
001330         ADD 1 TO WS-LEGACY-SKIPPED
001340         GO TO 3100-EXIT
001350     END-IF.
001360     MOVE SPACES TO STATUS-INDEX-RECORD.
001370     MOVE LR-LIST-ID TO SX-LIST-ID.
001380     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
001390     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
001400     MOVE LR-EFF-DATE TO SX-EFF-DATE.
001410     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
001420     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
001430     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
001440     MOVE LR-QUANTITY TO SX-QUANTITY.
001450     WRITE STATUS-INDEX-RECORD
001460         INVALID KEY GO TO 3100-EXIT
001470     END-WRITE.
001480     ADD 1 TO WS-ENTRIES-WRITTEN.
001490 3100-EXIT.
001500     EXIT.
001510******************************************************************
001520*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
001530******************************************************************
001540 9000-TERMINATE.
001550     IF NOT WS-LISTFILE-NOT-FOUND
001560         CLOSE LISTFILE
001570         CLOSE STATIDX
001580     END-IF.
001590 9000-EXIT.
001600     EXIT.
001610 END PROGRAM Program46.
