       01  LS-MASTER-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-EXTRACT-NAME PIC X(250).
       01  LS-DET-HOST    PIC X(8).
       01  LS-DET-PATH    PIC X(500).
       01  LS-DET-VALUE   PIC 9(10).
       01  LS-FIELD-1     PIC X(8).
       01  LS-FIELD-2     PIC X(500).
       01  LS-FIELD-3     PIC X(500).
       01  LS-FIELD-4     PIC X(20).
       01  LS-EXTRACT-DATE PIC X(8) VALUE SPACES.
       01  LS-SAW-HEADER  PIC X(1) VALUE "N".
       01  LS-SAW-TRAILER PIC X(1) VALUE "N".
       01  LS-REJECTED    PIC X(1) VALUE "N".
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-HISTORY-FILE.
           PERFORM OPEN-MASTER-FILE.
           PERFORM MERGE-EXTRACT-DETAILS.
           CLOSE HISTORY-FILE.
           CLOSE DIR-MASTER-FILE.
           PERFORM WRITE-ACCEPT-REPORT.
           DISPLAY "EXTRACT " FUNCTION TRIM(LS-EXTRACT-NAME)
              " LOADED: " LS-RECORD-COUNT " RECORD(S) FOR "
              MOVE "MALFORMED DETAIL RECORD" TO LS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-DETAIL-FIELDS.
           ADD 1 TO LS-RECORD-COUNT.
           ADD LS-DET-VALUE TO LS-HASH-TOTAL.

       LOAD-DETAIL-FIELDS.
           MOVE LS-FIELD-2(1:8) TO LS-DET-HOST.
           MOVE LS-FIELD-3 TO LS-DET-PATH.
           MOVE FUNCTION NUMVAL(LS-FIELD-4) TO LS-DET-VALUE.

       OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE.
           IF LS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-MASTER-FILE.
           OPEN I-O DIR-MASTER-FILE.
           IF LS-MASTER-STATUS = "35"
              OPEN OUTPUT DIR-MASTER-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       MERGE-EXTRACT-DETAILS.
           OPEN INPUT EXTRACT-FILE.
           IF LS-EXTRACT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO REOPEN EXTRACT DATASET "
                 FUNCTION TRIM(LS-EXTRACT-NAME)
                 " (STATUS=" LS-EXTRACT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ EXTRACT-FILE INTO EXTRACT-RECORD.
           PERFORM UNTIL LS-EXTRACT-STATUS NOT = "00"
              MOVE SPACES TO LS-FIELD-1 LS-FIELD-2 LS-FIELD-3
                 LS-FIELD-4
              UNSTRING EXTRACT-RECORD DELIMITED BY "|"
                 INTO LS-FIELD-1 LS-FIELD-2 LS-FIELD-3 LS-FIELD-4
              IF LS-FIELD-1 = "D"
                 PERFORM LOAD-DETAIL-FIELDS
                 PERFORM MERGE-ONE-HISTORY-ENTRY
                 PERFORM MERGE-ONE-MASTER-ENTRY
              END-IF
              READ EXTRACT-FILE INTO EXTRACT-RECORD
           END-PERFORM.
           CLOSE EXTRACT-FILE.

       MERGE-ONE-HISTORY-ENTRY.
           MOVE LS-EXTRACT-DATE TO HIST-DATE.
           MOVE SPACE TO HIST-SEP0 HIST-SEP1 HIST-SEP2.
           MOVE LS-DET-HOST TO HIST-HOST.
           MOVE LS-DET-PATH TO HIST-PATH.
           MOVE LS-DET-VALUE TO HIST-VALUE.
           WRITE HISTORY-RECORD.

       MERGE-ONE-MASTER-ENTRY.
           MOVE LS-DET-HOST TO DM-HOST.
           MOVE LS-DET-PATH TO DM-PATH.
           READ DIR-MASTER-FILE
              INVALID KEY
              MOVE LS-DET-VALUE TO DM-VALUE
              MOVE 0 TO DM-RANK
              MOVE LS-EXTRACT-DATE TO DM-RUN-DATE
              MOVE LS-EXTRACT-DATE TO DM-FIRST-SEEN
              ADD 1 TO LS-ADDED-COUNT
              NOT INVALID KEY
              IF LS-EXTRACT-DATE >= DM-LAST-SEEN
                 MOVE LS-DET-VALUE TO DM-VALUE
                 MOVE LS-EXTRACT-DATE TO DM-RUN-DATE
                 MOVE LS-EXTRACT-DATE TO DM-LAST-SEEN
                 MOVE "A" TO DM-STATUS
           MOVE SPACES TO REPORT-RECORD.
           STRING "EXTRACT REJECTED: "
              FUNCTION TRIM(LS-EXTRACT-NAME)
              " FOR RUN DATE " LS-EXTRACT-DATE
              " - " FUNCTION TRIM(LS-REJECT-REASON)
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
