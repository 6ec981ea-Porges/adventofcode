       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07REP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIR-FILE ASSIGN TO "REPLPAIR"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-PAIR-STATUS.
           SELECT DIR-SIZE-FILE ASSIGN TO "DIRSIZES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-DIRSIZE-STATUS.
           SELECT HOST-LIST-FILE ASSIGN TO "HOSTLIST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTLIST-STATUS.
           SELECT FILE-SIZE-FILE ASSIGN TO "FILESIZES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-FILESIZE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REPLRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "REPLEXC"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-EXCP-STATUS.
           SELECT REPL-SORT-FILE ASSIGN TO "REPLRPT.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  PAIR-FILE.
       01  PAIR-RECORD.
           05  RP-PAIR-ID     PIC X(8).
           05  RP-SEP1        PIC X(1).
           05  RP-PRIMARY     PIC X(8).
           05  RP-SEP2        PIC X(1).
           05  RP-SECONDARY   PIC X(8).
           05  RP-SEP3        PIC X(1).
           05  RP-PREFIX      PIC X(500).

       FD  DIR-SIZE-FILE.
       01  DIR-SIZE-RECORD.
           05  DIR-SIZE-HOST  PIC X(8).
           05  DIR-SIZE-SEP0  PIC X(1).
           05  DIR-SIZE-PATH  PIC X(500).
           05  DIR-SIZE-SEP   PIC X(1).
           05  DIR-SIZE-VALUE PIC 9(10).

       FD  HOST-LIST-FILE.
       01  HOST-LIST-RECORD.
           05  HL-HOST        PIC X(8).
           05  HL-SEP         PIC X(1).
           05  HL-NAME        PIC X(250).

       FD  FILE-SIZE-FILE.
       01  FILE-SIZE-RECORD.
           05  FS-HOST        PIC X(8).
           05  FS-SEP0        PIC X(1).
           05  FS-PATH        PIC X(500).
           05  FS-SEP1        PIC X(1).
           05  FS-NAME        PIC X(250).
           05  FS-SEP2        PIC X(1).
           05  FS-VALUE       PIC 9(10).

       FD  RUN-CONTROL-FILE.
       01  RUN-CTL-RECORD.
           05  CTL-DATE       PIC X(8).
           05  CTL-SEP1       PIC X(1).
           05  CTL-PROGRAM    PIC X(8).
           05  CTL-SEP2       PIC X(1).
           05  CTL-STATUS     PIC X(1).
           05  CTL-SEP3       PIC X(1).
           05  CTL-RC         PIC 9(2).
           05  CTL-SEP4       PIC X(1).
           05  CTL-TIMESTAMP  PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(850).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXCP-DATE      PIC X(8).
           05  EXCP-SEP1      PIC X(1).
           05  EXCP-HOST      PIC X(8).
           05  EXCP-SEP0      PIC X(1).
           05  EXCP-PATH      PIC X(500).
           05  EXCP-SEP2      PIC X(1).
           05  EXCP-VALUE     PIC 9(10).
           05  EXCP-SEP3      PIC X(1).
           05  EXCP-PREV-VALUE PIC 9(10).
           05  EXCP-SEP4      PIC X(1).
           05  EXCP-GROWTH-PCT PIC 9(7).
           05  EXCP-SEP5      PIC X(1).
           05  EXCP-SEVERITY  PIC X(1).
           05  EXCP-SEP6      PIC X(1).
           05  EXCP-RULE-ID   PIC X(8).

       SD  REPL-SORT-FILE.
       01  REPL-SORT-RECORD.
           05  SR-PAIR        PIC 9(4).
           05  SR-KIND        PIC X(1).
           05  SR-PATH        PIC X(500).
           05  SR-NAME        PIC X(250).
           05  SR-SIDE        PIC X(1).
           05  SR-VALUE       PIC 9(10).

       LOCAL-STORAGE SECTION.
       01  LS-PAIR-STATUS PIC X(2).
       01  LS-DIRSIZE-STATUS PIC X(2).
       01  LS-HOSTLIST-STATUS PIC X(2).
       01  LS-FILESIZE-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-EXCP-STATUS PIC X(2).
       01  LS-LAST-CTL-DATE PIC X(8) VALUE SPACES.
       01  LS-LAST-CTL-STATUS PIC X(1).
       01  LS-LAST-CTL-RC PIC 9(2).
       78  LS-MAX-PAIRS   VALUE 9999.
       01  LS-RP-COUNT    PIC 9(4) VALUE 0.
       01  LS-RP-ID       PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-PRIMARY  PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-SECONDARY PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-PREFIX   PIC X(500) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-PREFIX-LEN PIC 9(4) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-ROWS     PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-DIR-ONLY1 PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-DIR-ONLY2 PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-DIR-DIFF PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-FILE-ONLY1 PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-FILE-ONLY2 PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-FILE-DIFF PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-BYTES1   PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-BYTES2   PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RP-COUNT.
       01  LS-RP-IDX      PIC 9(5).
       01  LS-RP-HOST-IDX PIC 9(5).
       01  LS-WORK-HOST   PIC X(8).
       01  LS-WORK-PATH   PIC X(500).
       01  LS-UNDER       PIC X(1).
       01  LS-SIDE        PIC X(1).
       01  LS-SORT-DONE   PIC X(1).
       01  LS-HELD        PIC X(1) VALUE "N".
       01  LS-HELD-PAIR   PIC 9(4).
       01  LS-HELD-KIND   PIC X(1).
       01  LS-HELD-PATH   PIC X(500).
       01  LS-HELD-NAME   PIC X(250).
       01  LS-HELD-SIDE   PIC X(1).
       01  LS-HELD-VALUE  PIC 9(10).
       01  LS-CUR-PAIR    PIC 9(4) VALUE 0.
       01  LS-VALUE1      PIC 9(10).
       01  LS-VALUE2      PIC 9(10).
       01  LS-DIFFERENCE  PIC X(17).
       01  LS-BYTE-DIFF   PIC S9(11).
       01  LS-IN-SYNC-COUNT PIC 9(4) VALUE 0.
       01  LS-OUT-SYNC-COUNT PIC 9(4) VALUE 0.
       01  LS-NO-DATA-COUNT PIC 9(4) VALUE 0.
       01  LS-EXCP-ROWS   PIC 9(4) VALUE 0.
       01  LS-OUT-OF-SYNC PIC X(1).
       01  LS-EDIT-VALUE  PIC Z,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-DIFF   PIC ---,---,---,--9.
       01  LS-DETAIL.
           05  RD-KIND      PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RD-DIFFERENCE PIC X(17).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RD-PRIMARY   PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RD-SECONDARY PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RD-BYTE-DIFF PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RD-ITEM      PIC X(752).
       01  LS-HEADING.
           05  FILLER       PIC X(4) VALUE "TYPE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(17) VALUE "DIFFERENCE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "      PRIMARY".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "    SECONDARY".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "      BYTE DIFF".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(4) VALUE "ITEM".

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-PAIRS.
           IF LS-RP-COUNT = 0
              DISPLAY "ERROR: NO HOST PAIRS FOUND IN REPLPAIR "
                 "DATASET - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN REPLRPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "REPLICA CONSISTENCY REPORT FOR DAY07 RUN OF "
              LS-LAST-CTL-DATE DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           SORT REPL-SORT-FILE
              ON ASCENDING KEY SR-PAIR SR-KIND SR-PATH SR-NAME SR-SIDE
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-SCAN-ROWS
              OUTPUT PROCEDURE IS COMPARE-SCAN-ROWS.
           PERFORM WRITE-PAIR-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "REPLICA COMPARISON WRITTEN: " LS-RP-COUNT
              " PAIR(S), " LS-IN-SYNC-COUNT " IN SYNC, "
              LS-OUT-SYNC-COUNT " OUT OF SYNC, " LS-NO-DATA-COUNT
              " NOT IN SCAN".
           IF LS-OUT-SYNC-COUNT > 0 OR LS-NO-DATA-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              DISPLAY "ERROR: NO RUNCTL DATASET FOUND - DAY07 MUST "
                 "COMPLETE BEFORE DAY07REP - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-RUNCTL-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN RUNCTL DATASET "
                 "(STATUS=" LS-RUNCTL-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE INTO RUN-CTL-RECORD.
           PERFORM UNTIL LS-RUNCTL-STATUS NOT = "00"
              IF CTL-PROGRAM = "DAY07"
                 MOVE CTL-DATE TO LS-LAST-CTL-DATE
                 MOVE CTL-STATUS TO LS-LAST-CTL-STATUS
                 MOVE CTL-RC TO LS-LAST-CTL-RC
              END-IF
              READ RUN-CONTROL-FILE INTO RUN-CTL-RECORD
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           IF LS-LAST-CTL-DATE = SPACES
              DISPLAY "ERROR: NO DAY07 RUN RECORDED IN RUNCTL - "
                 "DAY07 MUST COMPLETE BEFORE DAY07REP - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-LAST-CTL-STATUS NOT = "C"
              DISPLAY "ERROR: DAY07 RUN FOR " LS-LAST-CTL-DATE
                 " HAS NOT COMPLETED - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-LAST-CTL-RC > 4
              DISPLAY "ERROR: DAY07 RUN FOR " LS-LAST-CTL-DATE
                 " ENDED WITH RC " LS-LAST-CTL-RC " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-PAIRS.
           OPEN INPUT PAIR-FILE.
           IF LS-PAIR-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN REPLPAIR DATASET "
                 "(STATUS=" LS-PAIR-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PAIR-FILE INTO PAIR-RECORD.
           PERFORM UNTIL LS-PAIR-STATUS NOT = "00"
              IF PAIR-RECORD NOT = SPACES
                 PERFORM STORE-PAIR
              END-IF
              READ PAIR-FILE INTO PAIR-RECORD
           END-PERFORM.
           CLOSE PAIR-FILE.
           PERFORM VARYING LS-RP-IDX FROM 1 BY 1
              UNTIL LS-RP-IDX > LS-RP-COUNT
              PERFORM CHECK-PAIR-ID
           END-PERFORM.
           PERFORM CHECK-HOSTLIST-IDS.

       CHECK-PAIR-ID.
           PERFORM VARYING LS-RP-HOST-IDX FROM 1 BY 1
              UNTIL LS-RP-HOST-IDX > LS-RP-COUNT
              IF LS-RP-ID(LS-RP-IDX) = LS-RP-PRIMARY(LS-RP-HOST-IDX) OR
                 LS-RP-ID(LS-RP-IDX) =
                    LS-RP-SECONDARY(LS-RP-HOST-IDX)
                 DISPLAY "ERROR: REPLPAIR PAIR ID "
                    FUNCTION TRIM(LS-RP-ID(LS-RP-IDX))
                    " IS ALSO A HOST NAME IN REPLPAIR - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.

       CHECK-HOSTLIST-IDS.
           OPEN INPUT HOST-LIST-FILE.
           IF LS-HOSTLIST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-HOSTLIST-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN HOSTLIST DATASET "
                 "(STATUS=" LS-HOSTLIST-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HOST-LIST-FILE INTO HOST-LIST-RECORD.
           PERFORM UNTIL LS-HOSTLIST-STATUS NOT = "00"
              PERFORM VARYING LS-RP-IDX FROM 1 BY 1
                 UNTIL LS-RP-IDX > LS-RP-COUNT
                 IF LS-RP-ID(LS-RP-IDX) = HL-HOST
                    DISPLAY "ERROR: REPLPAIR PAIR ID "
                       FUNCTION TRIM(LS-RP-ID(LS-RP-IDX))
                       " IS ALSO A HOST NAME IN HOSTLIST - ABORTING RUN"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-PERFORM
              READ HOST-LIST-FILE INTO HOST-LIST-RECORD
           END-PERFORM.
           CLOSE HOST-LIST-FILE.

       STORE-PAIR.
           IF FUNCTION TRIM(RP-PAIR-ID) = SPACES OR
              FUNCTION TRIM(RP-PRIMARY) = SPACES OR
              FUNCTION TRIM(RP-SECONDARY) = SPACES OR
              RP-PRIMARY = RP-SECONDARY OR
              (RP-PREFIX NOT = SPACES AND RP-PREFIX(1:1) NOT = "/")
              DISPLAY "ERROR: MALFORMED REPLPAIR ENTRY: "
                 FUNCTION TRIM(PAIR-RECORD(1:100))
                 " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING LS-RP-IDX FROM 1 BY 1
              UNTIL LS-RP-IDX > LS-RP-COUNT
              IF LS-RP-ID(LS-RP-IDX) = RP-PAIR-ID
                 DISPLAY "ERROR: DUPLICATE REPLPAIR ENTRY FOR PAIR "
                    FUNCTION TRIM(RP-PAIR-ID) " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           IF LS-RP-COUNT >= LS-MAX-PAIRS
              DISPLAY "ERROR: MORE THAN " LS-MAX-PAIRS
                 " ENTRIES IN REPLPAIR - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LS-RP-COUNT.
           MOVE RP-PAIR-ID TO LS-RP-ID(LS-RP-COUNT).
           MOVE RP-PRIMARY TO LS-RP-PRIMARY(LS-RP-COUNT).
           MOVE RP-SECONDARY TO LS-RP-SECONDARY(LS-RP-COUNT).
           IF RP-PREFIX = SPACES
              MOVE "/" TO LS-RP-PREFIX(LS-RP-COUNT)
           ELSE
              MOVE RP-PREFIX TO LS-RP-PREFIX(LS-RP-COUNT)
           END-IF.
           COMPUTE LS-RP-PREFIX-LEN(LS-RP-COUNT) =
              FUNCTION LENGTH(FUNCTION TRIM(LS-RP-PREFIX(LS-RP-COUNT))).
           MOVE 0 TO LS-RP-ROWS(LS-RP-COUNT).
           MOVE 0 TO LS-RP-DIR-ONLY1(LS-RP-COUNT).
           MOVE 0 TO LS-RP-DIR-ONLY2(LS-RP-COUNT).
           MOVE 0 TO LS-RP-DIR-DIFF(LS-RP-COUNT).
           MOVE 0 TO LS-RP-FILE-ONLY1(LS-RP-COUNT).
           MOVE 0 TO LS-RP-FILE-ONLY2(LS-RP-COUNT).
           MOVE 0 TO LS-RP-FILE-DIFF(LS-RP-COUNT).
           MOVE 0 TO LS-RP-BYTES1(LS-RP-COUNT).
           MOVE 0 TO LS-RP-BYTES2(LS-RP-COUNT).

       RELEASE-SCAN-ROWS.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRSIZES DATASET "
                 "(STATUS=" LS-DIRSIZE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "D" TO SR-KIND.
           MOVE SPACES TO SR-NAME.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              MOVE DIR-SIZE-HOST TO LS-WORK-HOST
              MOVE DIR-SIZE-PATH TO LS-WORK-PATH
              MOVE DIR-SIZE-PATH TO SR-PATH
              MOVE DIR-SIZE-VALUE TO SR-VALUE
              PERFORM RELEASE-FOR-PAIRS
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.
           CLOSE DIR-SIZE-FILE.
           OPEN INPUT FILE-SIZE-FILE.
           IF LS-FILESIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILESIZES DATASET "
                 "(STATUS=" LS-FILESIZE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ FILE-SIZE-FILE INTO FILE-SIZE-RECORD.
           PERFORM UNTIL LS-FILESIZE-STATUS NOT = "00"
              MOVE "F" TO SR-KIND
              MOVE FS-HOST TO LS-WORK-HOST
              MOVE FS-PATH TO LS-WORK-PATH
              MOVE FS-PATH TO SR-PATH
              MOVE FS-NAME TO SR-NAME
              MOVE FS-VALUE TO SR-VALUE
              PERFORM RELEASE-FOR-PAIRS
              READ FILE-SIZE-FILE INTO FILE-SIZE-RECORD
           END-PERFORM.
           CLOSE FILE-SIZE-FILE.

       RELEASE-FOR-PAIRS.
           PERFORM VARYING LS-RP-IDX FROM 1 BY 1
              UNTIL LS-RP-IDX > LS-RP-COUNT
              IF SR-KIND = "D" AND LS-RP-ID(LS-RP-IDX) = LS-WORK-HOST
                 DISPLAY "ERROR: REPLPAIR PAIR ID "
                    FUNCTION TRIM(LS-RP-ID(LS-RP-IDX))
                    " IS ALSO A HOST NAME IN DIRSIZES - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACE TO LS-SIDE
              IF LS-RP-PRIMARY(LS-RP-IDX) = LS-WORK-HOST
                 MOVE "1" TO LS-SIDE
              END-IF
              IF LS-RP-SECONDARY(LS-RP-IDX) = LS-WORK-HOST
                 MOVE "2" TO LS-SIDE
              END-IF
              IF LS-SIDE NOT = SPACE
                 PERFORM CHECK-UNDER-PREFIX
                 IF LS-UNDER = "Y"
                    MOVE LS-RP-IDX TO SR-PAIR
                    MOVE LS-SIDE TO SR-SIDE
                    ADD 1 TO LS-RP-ROWS(LS-RP-IDX)
                    IF SR-KIND = "F"
                       IF LS-SIDE = "1"
                          ADD SR-VALUE TO LS-RP-BYTES1(LS-RP-IDX)
                       ELSE
                          ADD SR-VALUE TO LS-RP-BYTES2(LS-RP-IDX)
                       END-IF
                    END-IF
                    RELEASE REPL-SORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-UNDER-PREFIX.
           MOVE "N" TO LS-UNDER.
           IF LS-RP-PREFIX-LEN(LS-RP-IDX) = 1
              MOVE "Y" TO LS-UNDER
              EXIT PARAGRAPH
           END-IF.
           IF LS-WORK-PATH(1:LS-RP-PREFIX-LEN(LS-RP-IDX))
              NOT = LS-RP-PREFIX(LS-RP-IDX)
                 (1:LS-RP-PREFIX-LEN(LS-RP-IDX))
              EXIT PARAGRAPH
           END-IF.
           IF LS-RP-PREFIX-LEN(LS-RP-IDX) = LENGTH OF LS-WORK-PATH
              MOVE "Y" TO LS-UNDER
              EXIT PARAGRAPH
           END-IF.
           IF LS-WORK-PATH(LS-RP-PREFIX-LEN(LS-RP-IDX) + 1:1) = "/"
              OR LS-WORK-PATH(LS-RP-PREFIX-LEN(LS-RP-IDX) + 1:1)
              = SPACE
              MOVE "Y" TO LS-UNDER
           END-IF.

       COMPARE-SCAN-ROWS.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN REPL-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 PERFORM MATCH-ONE-ROW
              END-RETURN
           END-PERFORM.
           IF LS-HELD = "Y"
              PERFORM WRITE-ONE-SIDED
           END-IF.

       MATCH-ONE-ROW.
           IF SR-PAIR NOT = LS-CUR-PAIR
              IF LS-HELD = "Y"
                 PERFORM WRITE-ONE-SIDED
              END-IF
              MOVE SR-PAIR TO LS-CUR-PAIR
              PERFORM WRITE-PAIR-HEADING
           END-IF.
           IF LS-HELD = "Y"
              IF LS-HELD-SIDE = "1" AND SR-SIDE = "2" AND
                 LS-HELD-KIND = SR-KIND AND
                 LS-HELD-PATH = SR-PATH AND
                 LS-HELD-NAME = SR-NAME
                 MOVE LS-HELD-VALUE TO LS-VALUE1
                 MOVE SR-VALUE TO LS-VALUE2
                 MOVE "N" TO LS-HELD
                 IF LS-VALUE1 NOT = LS-VALUE2
                    PERFORM WRITE-SIZE-DIFFERS
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              PERFORM WRITE-ONE-SIDED
           END-IF.
           MOVE "Y" TO LS-HELD.
           MOVE SR-PAIR TO LS-HELD-PAIR.
           MOVE SR-KIND TO LS-HELD-KIND.
           MOVE SR-PATH TO LS-HELD-PATH.
           MOVE SR-NAME TO LS-HELD-NAME.
           MOVE SR-SIDE TO LS-HELD-SIDE.
           MOVE SR-VALUE TO LS-HELD-VALUE.

       WRITE-PAIR-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PAIR " FUNCTION TRIM(LS-RP-ID(LS-CUR-PAIR))
              ": PRIMARY " FUNCTION TRIM(LS-RP-PRIMARY(LS-CUR-PAIR))
              ", SECONDARY "
              FUNCTION TRIM(LS-RP-SECONDARY(LS-CUR-PAIR))
              ", UNDER " FUNCTION TRIM(LS-RP-PREFIX(LS-CUR-PAIR))
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-HEADING.

       WRITE-ONE-SIDED.
           MOVE "N" TO LS-HELD.
           MOVE SPACES TO LS-DETAIL.
           MOVE LS-HELD-VALUE TO LS-EDIT-VALUE.
           IF LS-HELD-SIDE = "1"
              MOVE "ONLY ON PRIMARY" TO RD-DIFFERENCE
              MOVE LS-EDIT-VALUE TO RD-PRIMARY
              COMPUTE LS-BYTE-DIFF = 0 - LS-HELD-VALUE
              IF LS-HELD-KIND = "D"
                 ADD 1 TO LS-RP-DIR-ONLY1(LS-HELD-PAIR)
              ELSE
                 ADD 1 TO LS-RP-FILE-ONLY1(LS-HELD-PAIR)
              END-IF
           ELSE
              MOVE "ONLY ON SECONDARY" TO RD-DIFFERENCE
              MOVE LS-EDIT-VALUE TO RD-SECONDARY
              MOVE LS-HELD-VALUE TO LS-BYTE-DIFF
              IF LS-HELD-KIND = "D"
                 ADD 1 TO LS-RP-DIR-ONLY2(LS-HELD-PAIR)
              ELSE
                 ADD 1 TO LS-RP-FILE-ONLY2(LS-HELD-PAIR)
              END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-SIZE-DIFFERS.
           MOVE SPACES TO LS-DETAIL.
           MOVE "SIZE DIFFERS" TO RD-DIFFERENCE.
           MOVE LS-VALUE1 TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO RD-PRIMARY.
           MOVE LS-VALUE2 TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO RD-SECONDARY.
           COMPUTE LS-BYTE-DIFF = LS-VALUE2 - LS-VALUE1.
           IF LS-HELD-KIND = "D"
              ADD 1 TO LS-RP-DIR-DIFF(LS-HELD-PAIR)
           ELSE
              ADD 1 TO LS-RP-FILE-DIFF(LS-HELD-PAIR)
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE LS-BYTE-DIFF TO LS-EDIT-DIFF.
           MOVE LS-EDIT-DIFF TO RD-BYTE-DIFF.
           IF LS-HELD-KIND = "D"
              MOVE "DIR" TO RD-KIND
              MOVE LS-HELD-PATH TO RD-ITEM
           ELSE
              MOVE "FILE" TO RD-KIND
              IF FUNCTION TRIM(LS-HELD-PATH) = "/"
                 STRING "/" FUNCTION TRIM(LS-HELD-NAME)
                    DELIMITED BY SIZE INTO RD-ITEM
              ELSE
                 STRING FUNCTION TRIM(LS-HELD-PATH) "/"
                    FUNCTION TRIM(LS-HELD-NAME)
                    DELIMITED BY SIZE INTO RD-ITEM
              END-IF
           END-IF.
           WRITE REPORT-RECORD FROM LS-DETAIL.

       WRITE-PAIR-SUMMARY.
           OPEN OUTPUT EXCEPTION-FILE.
           IF LS-EXCP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN REPLEXC DATASET "
                 "(STATUS=" LS-EXCP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PAIR SUMMARY" DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING LS-RP-IDX FROM 1 BY 1
              UNTIL LS-RP-IDX > LS-RP-COUNT
              PERFORM WRITE-ONE-PAIR-SUMMARY
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PAIRS: " LS-RP-COUNT " IN REPLPAIR, "
              LS-IN-SYNC-COUNT " IN SYNC, " LS-OUT-SYNC-COUNT
              " OUT OF SYNC, " LS-NO-DATA-COUNT " NOT IN SCAN, "
              LS-EXCP-ROWS " EXCEPTION(S) WRITTEN TO REPLEXC"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-ONE-PAIR-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-RP-ROWS(LS-RP-IDX) = 0
              STRING "PAIR " FUNCTION TRIM(LS-RP-ID(LS-RP-IDX))
                 " (" FUNCTION TRIM(LS-RP-PRIMARY(LS-RP-IDX)) "/"
                 FUNCTION TRIM(LS-RP-SECONDARY(LS-RP-IDX))
                 "): NOT COMPARED - NEITHER HOST HAS DATA UNDER "
                 FUNCTION TRIM(LS-RP-PREFIX(LS-RP-IDX))
                 " IN THE SCAN" DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD 1 TO LS-NO-DATA-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF LS-RP-DIR-ONLY1(LS-RP-IDX) = 0 AND
              LS-RP-DIR-ONLY2(LS-RP-IDX) = 0 AND
              LS-RP-DIR-DIFF(LS-RP-IDX) = 0 AND
              LS-RP-FILE-ONLY1(LS-RP-IDX) = 0 AND
              LS-RP-FILE-ONLY2(LS-RP-IDX) = 0 AND
              LS-RP-FILE-DIFF(LS-RP-IDX) = 0
              STRING "PAIR " FUNCTION TRIM(LS-RP-ID(LS-RP-IDX))
                 " (" FUNCTION TRIM(LS-RP-PRIMARY(LS-RP-IDX)) "/"
                 FUNCTION TRIM(LS-RP-SECONDARY(LS-RP-IDX))
                 "): IN SYNC" DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD 1 TO LS-IN-SYNC-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-OUT-SYNC-COUNT.
           STRING "PAIR " FUNCTION TRIM(LS-RP-ID(LS-RP-IDX))
              " (" FUNCTION TRIM(LS-RP-PRIMARY(LS-RP-IDX)) "/"
              FUNCTION TRIM(LS-RP-SECONDARY(LS-RP-IDX))
              "): OUT OF SYNC" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    DIRECTORIES: " LS-RP-DIR-ONLY1(LS-RP-IDX)
              " ONLY ON PRIMARY, " LS-RP-DIR-ONLY2(LS-RP-IDX)
              " ONLY ON SECONDARY, " LS-RP-DIR-DIFF(LS-RP-IDX)
              " SIZE DIFFERS" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    FILES:       " LS-RP-FILE-ONLY1(LS-RP-IDX)
              " ONLY ON PRIMARY, " LS-RP-FILE-ONLY2(LS-RP-IDX)
              " ONLY ON SECONDARY, " LS-RP-FILE-DIFF(LS-RP-IDX)
              " SIZE DIFFERS" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE LS-LAST-CTL-DATE TO EXCP-DATE.
           MOVE LS-RP-ID(LS-RP-IDX) TO EXCP-HOST.
           MOVE LS-RP-PREFIX(LS-RP-IDX) TO EXCP-PATH.
           IF LS-RP-BYTES2(LS-RP-IDX) > 9999999999
              MOVE 9999999999 TO EXCP-VALUE
           ELSE
              MOVE LS-RP-BYTES2(LS-RP-IDX) TO EXCP-VALUE
           END-IF.
           IF LS-RP-BYTES1(LS-RP-IDX) > 9999999999
              MOVE 9999999999 TO EXCP-PREV-VALUE
           ELSE
              MOVE LS-RP-BYTES1(LS-RP-IDX) TO EXCP-PREV-VALUE
           END-IF.
           MOVE 0 TO EXCP-GROWTH-PCT.
           MOVE "R" TO EXCP-SEVERITY.
           MOVE LS-RP-ID(LS-RP-IDX) TO EXCP-RULE-ID.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO LS-EXCP-ROWS.
