       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07ED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO DYNAMIC LS-TRANSCRIPT-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-TRANSCRIPT-STATUS.
           SELECT HOST-LIST-FILE ASSIGN TO "HOSTLIST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTLIST-STATUS.
           SELECT REJECT-FILE ASSIGN TO "EDITREJ"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REJECT-STATUS.
           SELECT EDIT-STATUS-FILE ASSIGN TO "EDITSTAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-EDITSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT LISTED-WORK-FILE ASSIGN TO "EDITLIST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LW-KEY
              FILE STATUS IS LS-LISTWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD  PIC X(250).

       FD  HOST-LIST-FILE.
       01  HOST-LIST-RECORD.
           05  HL-HOST        PIC X(8).
           05  HL-SEP         PIC X(1).
           05  HL-NAME        PIC X(250).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-HOST       PIC X(8).
           05  REJ-SEP1       PIC X(1).
           05  REJ-LINE       PIC 9(10).
           05  REJ-SEP2       PIC X(1).
           05  REJ-REASON     PIC X(8).
           05  REJ-SEP3       PIC X(1).
           05  REJ-SEVERITY   PIC X(1).
           05  REJ-SEP4       PIC X(1).
           05  REJ-TEXT       PIC X(250).

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

       FD  LISTED-WORK-FILE.
       01  LISTED-WORK-RECORD.
           05  LW-KEY.
               10  LW-ENTRY   PIC 9(4).
               10  LW-HOST    PIC X(8).
               10  LW-PATH    PIC X(500).
           05  LW-LINE        PIC 9(10).

       LOCAL-STORAGE SECTION.
       01  LS-TRANSCRIPT-STATUS PIC X(2).
       01  LS-HOSTLIST-STATUS PIC X(2).
       01  LS-REJECT-STATUS PIC X(2).
       01  LS-EDITSTAT-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-LISTWORK-STATUS PIC X(2).
       01  LS-CTL-WORK-STATUS PIC X(1).
       01  LS-TRANSCRIPT-NAME PIC X(250) VALUE "TRANSCRIPT".
       01  LS-USE-HOSTLIST PIC X(1) VALUE "N".
       01  LS-ALL-HOSTS-DONE PIC X(1) VALUE "N".
       01  LS-HOST-ID     PIC X(8) VALUE "LOCAL".
       01  LS-HOST-INDEX  PIC 9(4) VALUE 0.
       01  LS-RUN-DATE    PIC X(8).
       01  LS-DONE        PIC X(1) VALUE "N".
       01  LS-LINE        PIC X(250).
       01  LS-CMD         PIC X(250) OCCURS 3 TIMES VALUE SPACES.
       01  LS-PTR         PIC 9(4).
       01  LS-SIZE-LEN    PIC 9(4).
       01  LS-LINE-NUMBER PIC 9(10) VALUE 0.
       01  LS-HOST-ERRORS PIC 9(10) VALUE 0.
       01  LS-HOST-WARNINGS PIC 9(10) VALUE 0.
       01  LS-REJ-REASON  PIC X(8).
       01  LS-REJ-SEVERITY PIC X(1).
       01  LS-ROOT-SEEN   PIC X(1).
       01  LS-PASSED-COUNT PIC 9(10) VALUE 0.
       01  LS-FAILED-COUNT PIC 9(10) VALUE 0.
       01  LS-MISSING-COUNT PIC 9(10) VALUE 0.
       01  LS-WARNED-COUNT PIC 9(10) VALUE 0.
       01  LS-REJECT-COUNT PIC 9(10) VALUE 0.
       78  LS-MAX-DEPTH   VALUE 9999.
       01  LS-STACK-COUNT PIC 9(4) VALUE 0.
       01  LS-PATH        PIC X(500) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-STACK-COUNT
                          VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-RUN-DATE.
           MOVE "S" TO LS-CTL-WORK-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           OPEN INPUT HOST-LIST-FILE.
           EVALUATE LS-HOSTLIST-STATUS
              WHEN "00"
                 MOVE "Y" TO LS-USE-HOSTLIST
              WHEN "35"
                 MOVE "N" TO LS-USE-HOSTLIST
              WHEN OTHER
                 DISPLAY "ERROR: UNABLE TO OPEN HOSTLIST DATASET "
                    "(STATUS=" LS-HOSTLIST-STATUS ") - ABORTING RUN"
                 PERFORM ABORT-RUN
           END-EVALUATE.
           OPEN OUTPUT REJECT-FILE.
           IF LS-REJECT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN EDITREJ DATASET "
                 "(STATUS=" LS-REJECT-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT EDIT-STATUS-FILE.
           IF LS-EDITSTAT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN EDITSTAT DATASET "
                 "(STATUS=" LS-EDITSTAT-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT LISTED-WORK-FILE.
           IF LS-LISTWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN EDITLIST DATASET "
                 "(STATUS=" LS-LISTWORK-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           PERFORM EDIT-HOST UNTIL LS-ALL-HOSTS-DONE = "Y".
           IF LS-HOST-INDEX = 0
              DISPLAY "ERROR: HOSTLIST DATASET CONTAINS NO HOST "
                 "ENTRIES - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           IF LS-USE-HOSTLIST = "Y"
              CLOSE HOST-LIST-FILE
           END-IF.
           CLOSE REJECT-FILE.
           CLOSE EDIT-STATUS-FILE.
           CLOSE LISTED-WORK-FILE.
           DISPLAY "TRANSCRIPT EDIT COMPLETE: " LS-PASSED-COUNT
              " HOST(S) PASSED, " LS-FAILED-COUNT " FAILED, "
              LS-MISSING-COUNT " NOT OPENED, " LS-REJECT-COUNT
              " LINE(S) WRITTEN TO EDITREJ".
           EVALUATE TRUE
              WHEN LS-FAILED-COUNT > 0
                 DISPLAY "WARNING: " LS-FAILED-COUNT
                    " HOST(S) FAILED THE EDIT AND WILL NOT BE "
                    "SCANNED BY DAY07 - SEE EDITREJ DATASET"
                 MOVE 8 TO RETURN-CODE
              WHEN LS-MISSING-COUNT > 0 OR LS-WARNED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           MOVE "C" TO LS-CTL-WORK-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       ABORT-RUN.
           MOVE 16 TO RETURN-CODE.
           MOVE "C" TO LS-CTL-WORK-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF LS-RUNCTL-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN RUNCTL DATASET "
                 "(STATUS=" LS-RUNCTL-STATUS ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-RUN-DATE TO CTL-DATE.
           MOVE SPACE TO CTL-SEP1 CTL-SEP2 CTL-SEP3 CTL-SEP4.
           MOVE "DAY07ED" TO CTL-PROGRAM.
           MOVE LS-CTL-WORK-STATUS TO CTL-STATUS.
           MOVE RETURN-CODE TO CTL-RC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CTL-TIMESTAMP.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       GET-NEXT-HOST.
           IF LS-USE-HOSTLIST = "Y"
              READ HOST-LIST-FILE INTO HOST-LIST-RECORD
                 AT END
                 MOVE "Y" TO LS-ALL-HOSTS-DONE
                 NOT AT END
                 IF FUNCTION TRIM(HL-HOST) = SPACES OR
                    FUNCTION TRIM(HL-NAME) = SPACES
                    DISPLAY "ERROR: MALFORMED HOSTLIST ENTRY: "
                       FUNCTION TRIM(HOST-LIST-RECORD)
                       " - ABORTING RUN"
                    PERFORM ABORT-RUN
                 ELSE
                    ADD 1 TO LS-HOST-INDEX
                    MOVE HL-HOST TO LS-HOST-ID
                    MOVE HL-NAME TO LS-TRANSCRIPT-NAME
                 END-IF
              END-READ
           ELSE
              IF LS-HOST-INDEX = 0
                 ADD 1 TO LS-HOST-INDEX
                 MOVE "LOCAL" TO LS-HOST-ID
                 MOVE "TRANSCRIPT" TO LS-TRANSCRIPT-NAME
              ELSE
                 MOVE "Y" TO LS-ALL-HOSTS-DONE
              END-IF
           END-IF.

       EDIT-HOST.
           PERFORM GET-NEXT-HOST.
           IF LS-ALL-HOSTS-DONE = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LS-LINE-NUMBER.
           MOVE 0 TO LS-HOST-ERRORS.
           MOVE 0 TO LS-HOST-WARNINGS.
           MOVE 0 TO LS-STACK-COUNT.
           MOVE "N" TO LS-ROOT-SEEN.
           OPEN INPUT TRANSCRIPT-FILE.
           IF LS-TRANSCRIPT-STATUS NOT = "00"
              DISPLAY "WARNING: UNABLE TO OPEN TRANSCRIPT DATASET "
                 FUNCTION TRIM(LS-TRANSCRIPT-NAME) " FOR HOST "
                 FUNCTION TRIM(LS-HOST-ID)
                 " (STATUS=" LS-TRANSCRIPT-STATUS ")"
              ADD 1 TO LS-MISSING-COUNT
              MOVE "M" TO ES-DISP
              PERFORM WRITE-EDIT-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO LS-DONE.
           PERFORM EDIT-NEXT-LINE UNTIL LS-DONE = "Y".
           CLOSE TRANSCRIPT-FILE.
           IF LS-HOST-ERRORS > 0
              ADD 1 TO LS-FAILED-COUNT
              MOVE "F" TO ES-DISP
              DISPLAY "HOST " FUNCTION TRIM(LS-HOST-ID)
                 " FAILED TRANSCRIPT EDIT: " LS-HOST-ERRORS
                 " ERROR(S), " LS-HOST-WARNINGS " WARNING(S) IN "
                 LS-LINE-NUMBER " LINE(S)"
           ELSE
              ADD 1 TO LS-PASSED-COUNT
              MOVE "P" TO ES-DISP
              IF LS-HOST-WARNINGS > 0
                 ADD 1 TO LS-WARNED-COUNT
              END-IF
              DISPLAY "HOST " FUNCTION TRIM(LS-HOST-ID)
                 " PASSED TRANSCRIPT EDIT: " LS-HOST-WARNINGS
                 " WARNING(S) IN " LS-LINE-NUMBER " LINE(S)"
           END-IF.
           PERFORM WRITE-EDIT-STATUS.

       WRITE-EDIT-STATUS.
           MOVE LS-RUN-DATE TO ES-DATE.
           MOVE SPACE TO ES-SEP1 ES-SEP2 ES-SEP3 ES-SEP4 ES-SEP5
              ES-SEP6.
           MOVE LS-HOST-ID TO ES-HOST.
           MOVE LS-TRANSCRIPT-NAME TO ES-NAME.
           MOVE LS-LINE-NUMBER TO ES-LINES.
           MOVE LS-HOST-ERRORS TO ES-ERRORS.
           MOVE LS-HOST-WARNINGS TO ES-WARNINGS.
           WRITE EDIT-STATUS-RECORD.

       EDIT-NEXT-LINE.
           READ TRANSCRIPT-FILE INTO LS-LINE
              AT END
              MOVE "Y" TO LS-DONE
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO LS-LINE-NUMBER.
           MOVE SPACES TO LS-CMD(1) LS-CMD(2) LS-CMD(3).
           IF FUNCTION TRIM(LS-LINE) = SPACES
              MOVE "BLANK" TO LS-REJ-REASON
              MOVE "W" TO LS-REJ-SEVERITY
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO LS-PTR.
           UNSTRING LS-LINE DELIMITED BY SPACE
              INTO LS-CMD(1) WITH POINTER LS-PTR.
           IF LS-CMD(1) = "$"
              PERFORM EDIT-COMMAND-LINE
           ELSE
              PERFORM EDIT-LISTING-LINE
           END-IF.

       EDIT-COMMAND-LINE.
           IF LS-PTR > LENGTH OF LS-LINE
              MOVE "NOCMD" TO LS-REJ-REASON
              MOVE "W" TO LS-REJ-SEVERITY
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           UNSTRING LS-LINE DELIMITED BY SPACE
              INTO LS-CMD(2) WITH POINTER LS-PTR.
           IF LS-PTR <= LENGTH OF LS-LINE
              MOVE LS-LINE(LS-PTR:) TO LS-CMD(3)
           ELSE
              MOVE SPACES TO LS-CMD(3)
           END-IF.
           EVALUATE TRUE
              WHEN LS-CMD(2) = SPACES
                 MOVE "NOCMD" TO LS-REJ-REASON
                 MOVE "W" TO LS-REJ-SEVERITY
                 PERFORM WRITE-REJECT
              WHEN LS-CMD(2) = "cd" AND FUNCTION TRIM(LS-CMD(3)) =
                 SPACES
                 MOVE "CDNODIR" TO LS-REJ-REASON
                 MOVE "E" TO LS-REJ-SEVERITY
                 PERFORM WRITE-REJECT
              WHEN LS-CMD(2) = "cd"
                 PERFORM EDIT-CHANGE-DIRECTORY
              WHEN LS-CMD(2) = "ls" AND FUNCTION TRIM(LS-CMD(3)) =
                 SPACES
                 PERFORM EDIT-LIST-COMMAND
              WHEN LS-CMD(2) = "ls"
                 MOVE "LSTRAIL" TO LS-REJ-REASON
                 MOVE "W" TO LS-REJ-SEVERITY
                 PERFORM WRITE-REJECT
              WHEN OTHER
                 MOVE "UNKCMD" TO LS-REJ-REASON
                 MOVE "W" TO LS-REJ-SEVERITY
                 PERFORM WRITE-REJECT
           END-EVALUATE.

       EDIT-CHANGE-DIRECTORY.
           EVALUATE TRUE
              WHEN FUNCTION TRIM(LS-CMD(3)) = ".."
                 IF LS-STACK-COUNT = 0
                    MOVE "CDROOT" TO LS-REJ-REASON
                    MOVE "E" TO LS-REJ-SEVERITY
                    PERFORM WRITE-REJECT
                 ELSE
                    SUBTRACT 1 FROM LS-STACK-COUNT
                 END-IF
              WHEN FUNCTION TRIM(LS-CMD(3)) = "/"
                 IF LS-ROOT-SEEN = "Y"
                    MOVE "CDSLASH" TO LS-REJ-REASON
                    MOVE "E" TO LS-REJ-SEVERITY
                    PERFORM WRITE-REJECT
                 ELSE
                    MOVE "Y" TO LS-ROOT-SEEN
                    MOVE 1 TO LS-STACK-COUNT
                    MOVE "/" TO LS-PATH(1)
                 END-IF
              WHEN LS-STACK-COUNT = 0
                 MOVE "NOROOT" TO LS-REJ-REASON
                 MOVE "E" TO LS-REJ-SEVERITY
                 PERFORM WRITE-REJECT
              WHEN OTHER
                 PERFORM PUSH-DIRECTORY
           END-EVALUATE.

       PUSH-DIRECTORY.
           IF LS-STACK-COUNT >= LS-MAX-DEPTH
              DISPLAY "ERROR: DIRECTORY TREE TOO DEEP (MAX "
                 LS-MAX-DEPTH " LEVELS) FOR HOST "
                 FUNCTION TRIM(LS-HOST-ID) " - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO LS-STACK-COUNT.
           MOVE SPACES TO LS-PATH(LS-STACK-COUNT).
           IF FUNCTION TRIM(LS-PATH(LS-STACK-COUNT - 1)) = "/"
              STRING "/" DELIMITED BY SIZE
                 FUNCTION TRIM(LS-CMD(3)) DELIMITED BY SIZE
                 INTO LS-PATH(LS-STACK-COUNT)
                 ON OVERFLOW
                    MOVE "LONGPATH" TO LS-REJ-REASON
                    MOVE "E" TO LS-REJ-SEVERITY
                    PERFORM WRITE-REJECT
              END-STRING
           ELSE
              STRING FUNCTION TRIM(LS-PATH(LS-STACK-COUNT - 1))
                 DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(LS-CMD(3)) DELIMITED BY SIZE
                 INTO LS-PATH(LS-STACK-COUNT)
                 ON OVERFLOW
                    MOVE "LONGPATH" TO LS-REJ-REASON
                    MOVE "E" TO LS-REJ-SEVERITY
                    PERFORM WRITE-REJECT
              END-STRING
           END-IF.

       EDIT-LIST-COMMAND.
           IF LS-STACK-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE LS-HOST-INDEX TO LW-ENTRY.
           MOVE LS-HOST-ID TO LW-HOST.
           MOVE LS-PATH(LS-STACK-COUNT) TO LW-PATH.
           MOVE LS-LINE-NUMBER TO LW-LINE.
           WRITE LISTED-WORK-RECORD
              INVALID KEY
              IF LS-LISTWORK-STATUS NOT = "22"
                 DISPLAY "ERROR: UNABLE TO WRITE EDITLIST DATASET "
                    "(STATUS=" LS-LISTWORK-STATUS ") - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              MOVE "DUPLS" TO LS-REJ-REASON
              MOVE "E" TO LS-REJ-SEVERITY
              PERFORM WRITE-REJECT
           END-WRITE.

       EDIT-LISTING-LINE.
           IF LS-PTR <= LENGTH OF LS-LINE
              MOVE LS-LINE(LS-PTR:) TO LS-CMD(2)
           ELSE
              MOVE SPACES TO LS-CMD(2)
           END-IF.
           IF FUNCTION TRIM(LS-CMD(2)) = SPACES
              MOVE "NONAME" TO LS-REJ-REASON
              MOVE "E" TO LS-REJ-SEVERITY
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF LS-STACK-COUNT = 0
              MOVE "NODIR" TO LS-REJ-REASON
              MOVE "E" TO LS-REJ-SEVERITY
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF LS-CMD(1) = "dir"
              EXIT PARAGRAPH
           END-IF.
           IF LS-CMD(1) = SPACES
              MOVE "BADSIZE" TO LS-REJ-REASON
              MOVE "E" TO LS-REJ-SEVERITY
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE LS-SIZE-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LS-CMD(1))).
           IF LS-SIZE-LEN > 10 OR
              LS-CMD(1)(1:LS-SIZE-LEN) IS NOT NUMERIC
              MOVE "BADSIZE" TO LS-REJ-REASON
              MOVE "E" TO LS-REJ-SEVERITY
              PERFORM WRITE-REJECT
           END-IF.

       WRITE-REJECT.
           MOVE LS-HOST-ID TO REJ-HOST.
           MOVE SPACE TO REJ-SEP1 REJ-SEP2 REJ-SEP3 REJ-SEP4.
           MOVE LS-LINE-NUMBER TO REJ-LINE.
           MOVE LS-REJ-REASON TO REJ-REASON.
           MOVE LS-REJ-SEVERITY TO REJ-SEVERITY.
           MOVE LS-LINE TO REJ-TEXT.
           WRITE REJECT-RECORD.
           ADD 1 TO LS-REJECT-COUNT.
           IF LS-REJ-SEVERITY = "E"
              ADD 1 TO LS-HOST-ERRORS
           ELSE
              ADD 1 TO LS-HOST-WARNINGS
           END-IF.
