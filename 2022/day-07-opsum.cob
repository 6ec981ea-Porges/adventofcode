       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07OPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT HOST-STATUS-FILE ASSIGN TO "HOSTSTAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTSTAT-STATUS.
           SELECT EDIT-STATUS-FILE ASSIGN TO "EDITSTAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-EDITSTAT-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "OUTOFBAL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-BALANCE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTS"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-EXCP-STATUS.
           SELECT REPLICA-EXCEPTION-FILE ASSIGN TO "REPLEXC"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPLEXC-STATUS.
           SELECT NEW-EXCP-FILE ASSIGN TO "NEWEXRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-NEWEXRPT-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "LOADRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-LOADRPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPSRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RL-TIMESTAMP   PIC X(14).
           05  RL-SEP1        PIC X(1).
           05  RL-MAX-SIZE    PIC 9(10).
           05  RL-SEP2        PIC X(1).
           05  RL-TARGET      PIC 9(10).
           05  RL-SEP3        PIC X(1).
           05  RL-LIMIT-SIZE  PIC 9(10).
           05  RL-SEP4        PIC X(1).
           05  RL-GROWTH-PCT  PIC 9(10).
           05  RL-SEP5        PIC X(1).
           05  RL-LINES       PIC 9(10).
           05  RL-SEP6        PIC X(1).
           05  RL-ROWS        PIC 9(10).
           05  RL-SEP7        PIC X(1).
           05  RL-MALFORMED   PIC 9(10).
           05  RL-SEP8        PIC X(1).
           05  RL-RESTART     PIC X(1).
           05  RL-SEP9        PIC X(1).
           05  RL-RC          PIC 9(2).
           05  RL-SEP10       PIC X(1).
           05  RL-SKIPPED     PIC 9(10).

       FD  HOST-STATUS-FILE.
       01  HOST-STATUS-RECORD.
           05  HS-HOST        PIC X(8).
           05  HS-SEP1        PIC X(1).
           05  HS-NAME        PIC X(250).
           05  HS-SEP2        PIC X(1).
           05  HS-DISP        PIC X(1).
           05  HS-SEP3        PIC X(1).
           05  HS-REASON      PIC X(40).
           05  HS-SEP4        PIC X(1).
           05  HS-LINES       PIC 9(10).

       FD  EDIT-STATUS-FILE.
       01  EDIT-STATUS-RECORD.
           05  ES-DATE        PIC X(8).
           05  ES-SEP1        PIC X(1).
           05  ES-HOST        PIC X(8).
           05  ES-SEP2        PIC X(1).
           05  ES-NAME        PIC X(250).
           05  ES-SEP3        PIC X(1).
           05  ES-DISP        PIC X(1).
           05  ES-SEP4        PIC X(1).
           05  ES-LINES       PIC 9(10).
           05  ES-SEP5        PIC X(1).
           05  ES-ERRORS      PIC 9(10).
           05  ES-SEP6        PIC X(1).
           05  ES-WARNINGS    PIC 9(10).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD     PIC X(544).

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

       FD  REPLICA-EXCEPTION-FILE.
       01  REPLICA-EXCEPTION-RECORD PIC X(559).

       FD  NEW-EXCP-FILE.
       01  NEW-EXCP-RECORD    PIC X(600).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD PIC X(600).

       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(132).

       LOCAL-STORAGE SECTION.
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-RUNLOG-STATUS PIC X(2).
       01  LS-HOSTSTAT-STATUS PIC X(2).
       01  LS-EDITSTAT-STATUS PIC X(2).
       01  LS-BALANCE-STATUS PIC X(2).
       01  LS-EXCP-STATUS PIC X(2).
       01  LS-REPLEXC-STATUS PIC X(2).
       01  LS-NEWEXRPT-STATUS PIC X(2).
       01  LS-LOADRPT-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-WANT-DATE   PIC X(8).
       01  LS-RUN-DATE    PIC X(8).
       01  LS-LATEST-SCAN-DATE PIC X(8) VALUE SPACES.
       01  LS-CURRENT-DATA PIC X(1) VALUE "N".
       78  LS-MAX-STEPS   VALUE 99.
       01  LS-ST-COUNT    PIC 9(2) VALUE 0.
       01  LS-ST-PROGRAM  PIC X(8) OCCURS 0 TO 99 TIMES
                          DEPENDING ON LS-ST-COUNT.
       01  LS-ST-STATUS   PIC X(1) OCCURS 0 TO 99 TIMES
                          DEPENDING ON LS-ST-COUNT.
       01  LS-ST-RC       PIC 9(2) OCCURS 0 TO 99 TIMES
                          DEPENDING ON LS-ST-COUNT.
       01  LS-ST-TIMESTAMP PIC X(14) OCCURS 0 TO 99 TIMES
                          DEPENDING ON LS-ST-COUNT.
       01  LS-ST-IDX      PIC 9(3).
       01  LS-FOUND-IDX   PIC 9(3).
       01  LS-SCAN-IDX    PIC 9(3) VALUE 0.
       01  LS-SCAN-DONE-TS PIC X(14) VALUE SPACES.
       01  LS-RUNLOG-FOUND PIC X(1) VALUE "N".
       01  LS-LOG-LINES   PIC 9(10) VALUE 0.
       01  LS-LOG-ROWS    PIC 9(10) VALUE 0.
       01  LS-LOG-MALFORMED PIC 9(10) VALUE 0.
       01  LS-LOG-SKIPPED PIC 9(10) VALUE 0.
       01  LS-LOG-RESTART PIC X(1) VALUE "N".
       01  LS-LOG-RC      PIC 9(2) VALUE 0.
       01  LS-LOG-TIMESTAMP PIC X(14) VALUE SPACES.
       01  LS-HOSTS-READ  PIC X(1) VALUE "N".
       01  LS-PROCESSED-COUNT PIC 9(4) VALUE 0.
       01  LS-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01  LS-INACTIVE-COUNT PIC 9(4) VALUE 0.
       01  LS-EDIT-READ   PIC X(1) VALUE "N".
       01  LS-EDIT-PASS-COUNT PIC 9(4) VALUE 0.
       01  LS-EDIT-FAIL-COUNT PIC 9(4) VALUE 0.
       01  LS-EDIT-MISS-COUNT PIC 9(4) VALUE 0.
       01  LS-OOB-READ    PIC X(1) VALUE "N".
       01  LS-OOB-COUNT   PIC 9(10) VALUE 0.
       01  LS-EXCP-READ   PIC X(1) VALUE "N".
       01  LS-EXCP-COUNT  PIC 9(10) VALUE 0.
       01  LS-NEWEX-READ  PIC X(1) VALUE "N".
       01  LS-NEWEX-DATE  PIC X(8) VALUE SPACES.
       01  LS-NEW-COUNT   PIC 9(10) VALUE 0.
       01  LS-RECUR-COUNT PIC 9(10) VALUE 0.
       01  LS-LOAD-READ   PIC X(1) VALUE "N".
       01  LS-LOAD-STALE  PIC X(1) VALUE "N".
       01  LS-LOAD-HEAD   PIC X(600).
       01  LS-LOAD-TAIL   PIC X(600).
       01  LS-ACCEPTED-COUNT PIC 9(4) VALUE 0.
       01  LS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01  LS-OVERALL     PIC X(5) VALUE "GREEN".
       01  LS-WORK-LEVEL  PIC X(5).
       01  LS-WORK-NOTE   PIC X(100).
       78  LS-MAX-NOTES   VALUE 50.
       01  LS-NOTE-COUNT  PIC 9(2) VALUE 0.
       01  LS-NOTE-LEVEL  PIC X(5) OCCURS 0 TO 50 TIMES
                          DEPENDING ON LS-NOTE-COUNT.
       01  LS-NOTE-TEXT   PIC X(100) OCCURS 0 TO 50 TIMES
                          DEPENDING ON LS-NOTE-COUNT.
       01  LS-NOTE-IDX    PIC 9(3).
       01  LS-STATUS-WORD PIC X(10).
       01  LS-EDIT-VALUE  PIC Z,ZZZ,ZZZ,ZZ9.
       01  LS-DETAIL.
           05  OP-PROGRAM   PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  OP-STATUS    PIC X(10).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  OP-RC        PIC X(2).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  OP-TIMESTAMP PIC X(14).
       01  LS-HEADING.
           05  FILLER       PIC X(8) VALUE "STEP".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(10) VALUE "STATUS".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(2) VALUE "RC".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(14) VALUE "LAST RECORDED".
       01  LS-COUNT-LINE.
           05  FILLER       PIC X(2) VALUE SPACES.
           05  OC-LABEL     PIC X(30).
           05  OC-VALUE     PIC X(13).

       PROCEDURE DIVISION.
           ACCEPT LS-WANT-DATE.
           IF LS-WANT-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO LS-RUN-DATE
           ELSE
              IF LS-WANT-DATE NOT NUMERIC
                 DISPLAY "ERROR: RUN DATE MUST BE YYYYMMDD BUT WAS "
                    FUNCTION TRIM(LS-WANT-DATE) " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LS-WANT-DATE TO LS-RUN-DATE
           END-IF.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-RUN-LOG.
           PERFORM LOAD-EDIT-STATUS.
           PERFORM LOAD-HOST-STATUS.
           PERFORM COUNT-OUT-OF-BALANCE.
           PERFORM COUNT-EXCEPTIONS.
           PERFORM COUNT-REPLICA-EXCEPTIONS.
           PERFORM LOAD-NEW-EXCEPTIONS.
           PERFORM COUNT-EXTRACTS.
           PERFORM ASSESS-RUN.
           PERFORM WRITE-OPS-REPORT.
           EVALUATE LS-OVERALL
              WHEN "RED"
                 MOVE 8 TO RETURN-CODE
              WHEN "AMBER"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "OPERATIONS SUMMARY FOR " LS-RUN-DATE ": "
              FUNCTION TRIM(LS-OVERALL) " WITH " LS-NOTE-COUNT
              " ITEM(S) NEEDING ATTENTION - SEE OPSRPT DATASET".
           STOP RUN.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              EXIT PARAGRAPH
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
                 MOVE CTL-DATE TO LS-LATEST-SCAN-DATE
              END-IF
              IF CTL-DATE = LS-RUN-DATE
                 PERFORM STORE-STEP-STATUS
              END-IF
              READ RUN-CONTROL-FILE INTO RUN-CTL-RECORD
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           IF LS-LATEST-SCAN-DATE = LS-RUN-DATE
              MOVE "Y" TO LS-CURRENT-DATA
           END-IF.

       STORE-STEP-STATUS.
           MOVE 0 TO LS-FOUND-IDX.
           PERFORM VARYING LS-ST-IDX FROM 1 BY 1
              UNTIL LS-ST-IDX > LS-ST-COUNT
              IF LS-ST-PROGRAM(LS-ST-IDX) = CTL-PROGRAM
                 MOVE LS-ST-IDX TO LS-FOUND-IDX
              END-IF
           END-PERFORM.
           IF LS-FOUND-IDX = 0
              IF LS-ST-COUNT >= LS-MAX-STEPS
                 DISPLAY "ERROR: MORE THAN " LS-MAX-STEPS
                    " PROGRAMS IN RUNCTL FOR " LS-RUN-DATE
                    " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LS-ST-COUNT
              MOVE LS-ST-COUNT TO LS-FOUND-IDX
              MOVE CTL-PROGRAM TO LS-ST-PROGRAM(LS-FOUND-IDX)
           END-IF.
           MOVE CTL-STATUS TO LS-ST-STATUS(LS-FOUND-IDX).
           MOVE CTL-RC TO LS-ST-RC(LS-FOUND-IDX).
           MOVE CTL-TIMESTAMP TO LS-ST-TIMESTAMP(LS-FOUND-IDX).
           IF CTL-PROGRAM = "DAY07"
              MOVE LS-FOUND-IDX TO LS-SCAN-IDX
              IF CTL-STATUS = "C"
                 MOVE CTL-TIMESTAMP TO LS-SCAN-DONE-TS
              END-IF
           END-IF.

       LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE.
           IF LS-RUNLOG-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-RUNLOG-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN RUNLOG DATASET "
                 "(STATUS=" LS-RUNLOG-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ RUN-LOG-FILE INTO RUN-LOG-RECORD.
           PERFORM UNTIL LS-RUNLOG-STATUS NOT = "00"
              IF LS-SCAN-DONE-TS NOT = SPACES
                 IF RL-TIMESTAMP >= LS-SCAN-DONE-TS AND
                    LS-RUNLOG-FOUND = "N"
                    PERFORM STORE-RUN-LOG
                 END-IF
              ELSE
                 IF RL-TIMESTAMP(1:8) = LS-RUN-DATE
                    PERFORM STORE-RUN-LOG
                 END-IF
              END-IF
              READ RUN-LOG-FILE INTO RUN-LOG-RECORD
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

       STORE-RUN-LOG.
           MOVE "Y" TO LS-RUNLOG-FOUND.
           MOVE RL-TIMESTAMP TO LS-LOG-TIMESTAMP.
           MOVE RL-LINES TO LS-LOG-LINES.
           MOVE RL-ROWS TO LS-LOG-ROWS.
           MOVE RL-MALFORMED TO LS-LOG-MALFORMED.
           MOVE RL-SKIPPED TO LS-LOG-SKIPPED.
           MOVE RL-RESTART TO LS-LOG-RESTART.
           MOVE RL-RC TO LS-LOG-RC.

       LOAD-EDIT-STATUS.
           OPEN INPUT EDIT-STATUS-FILE.
           IF LS-EDITSTAT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-EDITSTAT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN EDITSTAT DATASET "
                 "(STATUS=" LS-EDITSTAT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ EDIT-STATUS-FILE INTO EDIT-STATUS-RECORD.
           PERFORM UNTIL LS-EDITSTAT-STATUS NOT = "00"
              IF ES-DATE = LS-RUN-DATE
                 MOVE "Y" TO LS-EDIT-READ
                 EVALUATE ES-DISP
                    WHEN "P"
                       ADD 1 TO LS-EDIT-PASS-COUNT
                    WHEN "F"
                       ADD 1 TO LS-EDIT-FAIL-COUNT
                    WHEN OTHER
                       ADD 1 TO LS-EDIT-MISS-COUNT
                 END-EVALUATE
              END-IF
              READ EDIT-STATUS-FILE INTO EDIT-STATUS-RECORD
           END-PERFORM.
           CLOSE EDIT-STATUS-FILE.

       LOAD-HOST-STATUS.
           IF LS-CURRENT-DATA NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HOST-STATUS-FILE.
           IF LS-HOSTSTAT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-HOSTSTAT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN HOSTSTAT DATASET "
                 "(STATUS=" LS-HOSTSTAT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "Y" TO LS-HOSTS-READ.
           READ HOST-STATUS-FILE INTO HOST-STATUS-RECORD.
           PERFORM UNTIL LS-HOSTSTAT-STATUS NOT = "00"
              EVALUATE HS-DISP
                 WHEN "P"
                    ADD 1 TO LS-PROCESSED-COUNT
                 WHEN "I"
                    ADD 1 TO LS-INACTIVE-COUNT
                 WHEN OTHER
                    ADD 1 TO LS-SKIPPED-COUNT
              END-EVALUATE
              READ HOST-STATUS-FILE INTO HOST-STATUS-RECORD
           END-PERFORM.
           CLOSE HOST-STATUS-FILE.

       COUNT-OUT-OF-BALANCE.
           IF LS-CURRENT-DATA NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF LS-BALANCE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-BALANCE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN OUTOFBAL DATASET "
                 "(STATUS=" LS-BALANCE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "Y" TO LS-OOB-READ.
           READ BALANCE-FILE.
           PERFORM UNTIL LS-BALANCE-STATUS NOT = "00"
              ADD 1 TO LS-OOB-COUNT
              READ BALANCE-FILE
           END-PERFORM.
           CLOSE BALANCE-FILE.

       COUNT-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF LS-EXCP-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-EXCP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN EXCEPTS DATASET "
                 "(STATUS=" LS-EXCP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ EXCEPTION-FILE INTO EXCEPTION-RECORD.
           PERFORM UNTIL LS-EXCP-STATUS NOT = "00"
              IF EXCP-DATE = LS-RUN-DATE
                 MOVE "Y" TO LS-EXCP-READ
                 ADD 1 TO LS-EXCP-COUNT
              END-IF
              READ EXCEPTION-FILE INTO EXCEPTION-RECORD
           END-PERFORM.
           CLOSE EXCEPTION-FILE.

       COUNT-REPLICA-EXCEPTIONS.
           OPEN INPUT REPLICA-EXCEPTION-FILE.
           IF LS-REPLEXC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-REPLEXC-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN REPLEXC DATASET "
                 "(STATUS=" LS-REPLEXC-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ REPLICA-EXCEPTION-FILE.
           PERFORM UNTIL LS-REPLEXC-STATUS NOT = "00"
              IF REPLICA-EXCEPTION-RECORD(1:8) = LS-RUN-DATE
                 ADD 1 TO LS-EXCP-COUNT
              END-IF
              READ REPLICA-EXCEPTION-FILE
           END-PERFORM.
           CLOSE REPLICA-EXCEPTION-FILE.

       LOAD-NEW-EXCEPTIONS.
           OPEN INPUT NEW-EXCP-FILE.
           IF LS-NEWEXRPT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-NEWEXRPT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN NEWEXRPT DATASET "
                 "(STATUS=" LS-NEWEXRPT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ NEW-EXCP-FILE.
           IF LS-NEWEXRPT-STATUS = "00" AND
              NEW-EXCP-RECORD(1:18) = "NEW EXCEPTIONS AT "
              MOVE NEW-EXCP-RECORD(19:8) TO LS-NEWEX-DATE
           END-IF.
           PERFORM UNTIL LS-NEWEXRPT-STATUS NOT = "00"
              IF NEW-EXCP-RECORD(11:17) = " NEW EXCEPTION(S)" AND
                 NEW-EXCP-RECORD(1:10) NUMERIC
                 MOVE NEW-EXCP-RECORD(1:10) TO LS-NEW-COUNT
              END-IF
              READ NEW-EXCP-FILE
           END-PERFORM.
           CLOSE NEW-EXCP-FILE.
           IF LS-NEWEX-DATE = LS-RUN-DATE
              MOVE "Y" TO LS-NEWEX-READ
           ELSE
              MOVE 0 TO LS-NEW-COUNT
           END-IF.

       COUNT-EXTRACTS.
           OPEN INPUT LOAD-REPORT-FILE.
           IF LS-LOADRPT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-LOADRPT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN LOADRPT DATASET "
                 "(STATUS=" LS-LOADRPT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO LS-LOAD-STALE.
           READ LOAD-REPORT-FILE.
           PERFORM UNTIL LS-LOADRPT-STATUS NOT = "00"
              IF LOAD-REPORT-RECORD(1:18) = "EXTRACT ACCEPTED: " OR
                 LOAD-REPORT-RECORD(1:18) = "EXTRACT REJECTED: "
                 PERFORM COUNT-ONE-EXTRACT
              END-IF
              READ LOAD-REPORT-FILE
           END-PERFORM.
           CLOSE LOAD-REPORT-FILE.

       COUNT-ONE-EXTRACT.
           MOVE SPACES TO LS-LOAD-HEAD LS-LOAD-TAIL.
           UNSTRING LOAD-REPORT-RECORD DELIMITED BY " FOR RUN DATE "
              INTO LS-LOAD-HEAD LS-LOAD-TAIL.
           IF LS-LOAD-TAIL(1:8) NOT = LS-RUN-DATE
              MOVE "Y" TO LS-LOAD-STALE
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO LS-LOAD-READ.
           IF LOAD-REPORT-RECORD(1:18) = "EXTRACT ACCEPTED: "
              ADD 1 TO LS-ACCEPTED-COUNT
           ELSE
              ADD 1 TO LS-REJECTED-COUNT
           END-IF.

       ASSESS-RUN.
           IF LS-SCAN-IDX = 0
              MOVE "RED" TO LS-WORK-LEVEL
              MOVE "NO DAY07 RUN RECORDED IN RUNCTL FOR THIS DATE"
                 TO LS-WORK-NOTE
              PERFORM ADD-NOTE
           ELSE
              IF LS-ST-STATUS(LS-SCAN-IDX) NOT = "C"
                 MOVE "RED" TO LS-WORK-LEVEL
                 MOVE "DAY07 STARTED BUT DID NOT COMPLETE"
                    TO LS-WORK-NOTE
                 PERFORM ADD-NOTE
              END-IF
           END-IF.
           PERFORM VARYING LS-ST-IDX FROM 1 BY 1
              UNTIL LS-ST-IDX > LS-ST-COUNT
              IF LS-ST-RC(LS-ST-IDX) >= 4
                 IF LS-ST-RC(LS-ST-IDX) >= 8
                    MOVE "RED" TO LS-WORK-LEVEL
                 ELSE
                    MOVE "AMBER" TO LS-WORK-LEVEL
                 END-IF
                 MOVE SPACES TO LS-WORK-NOTE
                 STRING FUNCTION TRIM(LS-ST-PROGRAM(LS-ST-IDX))
                    " ENDED WITH RC " LS-ST-RC(LS-ST-IDX)
                    DELIMITED BY SIZE INTO LS-WORK-NOTE
                 PERFORM ADD-NOTE
              END-IF
           END-PERFORM.
           IF LS-SCAN-IDX > 0 AND LS-CURRENT-DATA NOT = "Y"
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE SPACES TO LS-WORK-NOTE
              STRING "A LATER DAY07 RUN (" LS-LATEST-SCAN-DATE
                 ") HAS REPLACED HOSTSTAT AND OUTOFBAL"
                 DELIMITED BY SIZE INTO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-SCAN-IDX > 0 AND LS-RUNLOG-FOUND = "N"
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE "NO RUNLOG ENTRY FOUND FOR THE DAY07 RUN"
                 TO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-LOG-MALFORMED > 0
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE SPACES TO LS-WORK-NOTE
              STRING LS-LOG-MALFORMED " MALFORMED TRANSCRIPT "
                 "LINE(S) IGNORED" DELIMITED BY SIZE
                 INTO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-CURRENT-DATA = "Y" AND LS-HOSTS-READ = "N"
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE "HOSTSTAT DATASET NOT FOUND" TO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-SKIPPED-COUNT > 0
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE SPACES TO LS-WORK-NOTE
              STRING LS-SKIPPED-COUNT " HOST(S) SKIPPED - SEE "
                 "HOSTSTAT DATASET" DELIMITED BY SIZE
                 INTO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-EDIT-READ = "N"
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE "NO EDITSTAT ROWS FOUND FOR THIS DATE"
                 TO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-EDIT-FAIL-COUNT > 0
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE SPACES TO LS-WORK-NOTE
              STRING LS-EDIT-FAIL-COUNT " TRANSCRIPT(S) FAILED THE "
                 "EDIT - SEE EDITREJ DATASET" DELIMITED BY SIZE
                 INTO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-CURRENT-DATA = "Y" AND LS-OOB-READ = "N"
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE "OUTOFBAL DATASET NOT FOUND - BALANCE NOT RUN"
                 TO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-OOB-COUNT > 0
              MOVE "RED" TO LS-WORK-LEVEL
              MOVE SPACES TO LS-WORK-NOTE
              STRING LS-OOB-COUNT " DIRECTORY(S) OUT OF BALANCE - "
                 "SEE OUTOFBAL DATASET" DELIMITED BY SIZE
                 INTO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-NEWEX-READ = "N"
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE "NEWEXRPT NOT PRODUCED FOR THIS DATE"
                 TO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-EXCP-COUNT > LS-NEW-COUNT
              COMPUTE LS-RECUR-COUNT = LS-EXCP-COUNT - LS-NEW-COUNT
           END-IF.
           IF LS-LOAD-STALE = "Y" AND LS-LOAD-READ = "N"
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE "LOADRPT NOT FOR THIS RUN DATE" TO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.
           IF LS-REJECTED-COUNT > 0
              MOVE "AMBER" TO LS-WORK-LEVEL
              MOVE SPACES TO LS-WORK-NOTE
              STRING LS-REJECTED-COUNT " EXTRACT(S) REJECTED - SEE "
                 "LOADRPT DATASET" DELIMITED BY SIZE
                 INTO LS-WORK-NOTE
              PERFORM ADD-NOTE
           END-IF.

       ADD-NOTE.
           IF LS-WORK-LEVEL = "RED"
              MOVE "RED" TO LS-OVERALL
           ELSE
              IF LS-OVERALL = "GREEN"
                 MOVE "AMBER" TO LS-OVERALL
              END-IF
           END-IF.
           IF LS-NOTE-COUNT >= LS-MAX-NOTES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-NOTE-COUNT.
           MOVE LS-WORK-LEVEL TO LS-NOTE-LEVEL(LS-NOTE-COUNT).
           MOVE LS-WORK-NOTE TO LS-NOTE-TEXT(LS-NOTE-COUNT).

       WRITE-OPS-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN OPSRPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MORNING OPERATIONS SUMMARY FOR RUN DATE "
              LS-RUN-DATE DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-HEADING.
           IF LS-ST-COUNT = 0
              MOVE "  NO STEPS RECORDED IN RUNCTL" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING LS-ST-IDX FROM 1 BY 1
              UNTIL LS-ST-IDX > LS-ST-COUNT
              EVALUATE LS-ST-STATUS(LS-ST-IDX)
                 WHEN "C" MOVE "COMPLETED" TO LS-STATUS-WORD
                 WHEN "S" MOVE "STARTED" TO LS-STATUS-WORD
                 WHEN OTHER
                    MOVE LS-ST-STATUS(LS-ST-IDX) TO LS-STATUS-WORD
              END-EVALUATE
              MOVE LS-ST-PROGRAM(LS-ST-IDX) TO OP-PROGRAM
              MOVE LS-STATUS-WORD TO OP-STATUS
              MOVE LS-ST-RC(LS-ST-IDX) TO OP-RC
              MOVE LS-ST-TIMESTAMP(LS-ST-IDX) TO OP-TIMESTAMP
              WRITE REPORT-RECORD FROM LS-DETAIL
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-RUNLOG-FOUND = "Y"
              STRING "SCAN (RUNLOG " LS-LOG-TIMESTAMP
                 " RC " LS-LOG-RC " RESTART " LS-LOG-RESTART ")"
                 DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
              STRING "SCAN (NO RUNLOG ENTRY)"
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE "TRANSCRIPT LINES" TO OC-LABEL.
           MOVE LS-LOG-LINES TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DIRECTORY ROWS WRITTEN" TO OC-LABEL.
           MOVE LS-LOG-ROWS TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MALFORMED LINES" TO OC-LABEL.
           MOVE LS-LOG-MALFORMED TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "HOSTS" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TRANSCRIPTS PASSING EDIT" TO OC-LABEL.
           MOVE LS-EDIT-PASS-COUNT TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TRANSCRIPTS FAILING EDIT" TO OC-LABEL.
           MOVE LS-EDIT-FAIL-COUNT TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TRANSCRIPTS MISSING AT EDIT" TO OC-LABEL.
           MOVE LS-EDIT-MISS-COUNT TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF LS-HOSTS-READ = "Y"
              MOVE "HOSTS PROCESSED" TO OC-LABEL
              MOVE LS-PROCESSED-COUNT TO LS-EDIT-VALUE
              PERFORM WRITE-COUNT-LINE
              MOVE "HOSTS SKIPPED" TO OC-LABEL
              MOVE LS-SKIPPED-COUNT TO LS-EDIT-VALUE
              PERFORM WRITE-COUNT-LINE
              MOVE "HOSTS INACTIVE IN HOSTMAST" TO OC-LABEL
              MOVE LS-INACTIVE-COUNT TO LS-EDIT-VALUE
              PERFORM WRITE-COUNT-LINE
           ELSE
              MOVE "  HOST DISPOSITIONS NOT AVAILABLE"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CONTROLS" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-OOB-READ = "Y"
              MOVE "DIRECTORIES OUT OF BALANCE" TO OC-LABEL
              MOVE LS-OOB-COUNT TO LS-EDIT-VALUE
              PERFORM WRITE-COUNT-LINE
           ELSE
              MOVE "  BALANCE RESULT NOT AVAILABLE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           MOVE "NEW EXCEPTIONS" TO OC-LABEL.
           MOVE LS-NEW-COUNT TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RECURRING EXCEPTIONS" TO OC-LABEL.
           MOVE LS-RECUR-COUNT TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXTRACTS ACCEPTED" TO OC-LABEL.
           MOVE LS-ACCEPTED-COUNT TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXTRACTS REJECTED" TO OC-LABEL.
           MOVE LS-REJECTED-COUNT TO LS-EDIT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-NOTE-COUNT = 0
              MOVE "NO ITEMS NEED ATTENTION" TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              MOVE "ITEMS NEEDING ATTENTION" TO REPORT-RECORD
              WRITE REPORT-RECORD
              PERFORM VARYING LS-NOTE-IDX FROM 1 BY 1
                 UNTIL LS-NOTE-IDX > LS-NOTE-COUNT
                 MOVE SPACES TO REPORT-RECORD
                 STRING "  " LS-NOTE-LEVEL(LS-NOTE-IDX) "  "
                    LS-NOTE-TEXT(LS-NOTE-IDX)
                    DELIMITED BY SIZE INTO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-PERFORM
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "OVERALL STATUS: " LS-OVERALL
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       WRITE-COUNT-LINE.
           MOVE LS-EDIT-VALUE TO OC-VALUE.
           WRITE REPORT-RECORD FROM LS-COUNT-LINE.
