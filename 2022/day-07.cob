           SELECT STAGE-FILE-SIZE-FILE ASSIGN TO "FILESIZES.TMP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-STAGE-FILE-SIZE-STATUS.
           SELECT FILE-HIST-FILE ASSIGN TO "FILEHIST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-FILEHIST-STATUS.
           SELECT STAGE-FILE-HIST-FILE ASSIGN TO "FILEHIST.TMP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-STAGE-FILE-HIST-STATUS.
           SELECT EDIT-STATUS-FILE ASSIGN TO "EDITSTAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-EDITSTAT-STATUS.
           SELECT HOST-MASTER-FILE ASSIGN TO "HOSTMAST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTMAST-STATUS.
           SELECT HOST-CAP-FILE ASSIGN TO "HOSTCAP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTCAP-STATUS.
           SELECT DIR-MASTER-FILE ASSIGN TO "DIRMAST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS DM-KEY
              FILE STATUS IS LS-MASTER-STATUS.
           SELECT DIR-PRIOR-FILE ASSIGN TO "DIRPRIOR"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS DP-KEY
              FILE STATUS IS LS-PRIOR-STATUS.
           SELECT PRIOR-SORT-FILE ASSIGN TO "DIRPRIOR.SRT".
           SELECT MAST-SORT-FILE ASSIGN TO "DIRMAST.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  STAGE-FILE-SIZE-FILE.
       01  STAGE-FILE-SIZE-RECORD PIC X(771).

       FD  FILE-HIST-FILE.
       01  FILE-HIST-RECORD.
           05  FH-DATE        PIC X(8).
           05  FH-SEP1        PIC X(1).
           05  FH-HOST        PIC X(8).
           05  FH-SEP0        PIC X(1).
           05  FH-PATH        PIC X(500).
           05  FH-SEP2        PIC X(1).
           05  FH-NAME        PIC X(250).
           05  FH-SEP3        PIC X(1).
           05  FH-VALUE       PIC 9(10).

       FD  STAGE-FILE-HIST-FILE.
       01  STAGE-FILE-HIST-RECORD PIC X(780).

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

       FD  HOST-MASTER-FILE.
       01  HOST-MASTER-RECORD.
           05  HM-HOST        PIC X(8).
           05  HM-SEP1        PIC X(1).
           05  HM-ACTIVE      PIC X(1).
           05  HM-SEP2        PIC X(1).
           05  HM-CAPACITY    PIC 9(12).
           05  HM-SEP3        PIC X(1).
           05  HM-REQ-FREE    PIC 9(12).
           05  HM-SEP4        PIC X(1).
           05  HM-OWNER       PIC X(20).

       FD  HOST-CAP-FILE.
       01  HOST-CAP-RECORD.
           05  HC-DATE        PIC X(8).
           05  HC-SEP1        PIC X(1).
           05  HC-HOST        PIC X(8).
           05  HC-SEP2        PIC X(1).
           05  HC-MASTER      PIC X(1).
           05  HC-SEP3        PIC X(1).
           05  HC-DISP        PIC X(1).
           05  HC-SEP4        PIC X(1).
           05  HC-CAPACITY    PIC 9(12).
           05  HC-SEP5        PIC X(1).
           05  HC-REQ-FREE    PIC 9(12).
           05  HC-SEP6        PIC X(1).
           05  HC-USED        PIC 9(12).
           05  HC-SEP7        PIC X(1).
           05  HC-FREE        PIC 9(12).
           05  HC-SEP8        PIC X(1).
           05  HC-SHORTFALL   PIC 9(12).
           05  HC-SEP9        PIC X(1).
           05  HC-NEED        PIC 9(12).
           05  HC-SEP10       PIC X(1).
           05  HC-BEST-FOUND  PIC X(1).
           05  HC-SEP11       PIC X(1).
           05  HC-BEST-VALUE  PIC 9(10).
           05  HC-SEP12       PIC X(1).
           05  HC-OWNER       PIC X(20).
           05  HC-SEP13       PIC X(1).
           05  HC-BEST-PATH   PIC X(500).

       FD  DIR-MASTER-FILE.
       01  DIR-MASTER-RECORD.
           05  DM-KEY.
           05  DM-STATUS      PIC X(1).
           05  DM-MISS-COUNT  PIC 9(4).

       FD  DIR-PRIOR-FILE.
       01  DIR-PRIOR-RECORD.
           05  DP-KEY.
               10  DP-HOST    PIC X(8).
               10  DP-PATH    PIC X(500).
           05  DP-VALUE       PIC 9(10).

       SD  PRIOR-SORT-FILE.
       01  PRIOR-SORT-RECORD.
           05  SP-HOST        PIC X(8).
           05  SP-PATH        PIC X(500).
           05  SP-VALUE       PIC 9(10).

       SD  MAST-SORT-FILE.
       01  MAST-SORT-RECORD.
           05  SM-HOST        PIC X(8).
           05  SM-SEP0        PIC X(1).
           05  SM-PATH        PIC X(500).
           05  SM-SEP         PIC X(1).
           05  SM-VALUE       PIC 9(10).

       LOCAL-STORAGE SECTION.
       01  LS-TRANSCRIPT-STATUS PIC X(2).
       01  LS-HOSTLIST-STATUS PIC X(2).
       01  LS-STAGE-EXCP-STATUS PIC X(2).
       01  LS-FILESIZE-STATUS PIC X(2).
       01  LS-STAGE-FILE-SIZE-STATUS PIC X(2).
       01  LS-FILEHIST-STATUS PIC X(2).
       01  LS-STAGE-FILE-HIST-STATUS PIC X(2).
       01  LS-MASTER-STATUS PIC X(2).
       01  LS-RESTARTED   PIC X(1) VALUE "N".
       01  LS-SAW-SENTINEL PIC X(1) VALUE "N".
       01  LS-EXCP-ROWS-WRITTEN PIC 9(10) VALUE 0.
       01  LS-HIST-BASE-COUNT PIC 9(10) VALUE 0.
       01  LS-HIST-KEEP-COUNT PIC 9(10) VALUE 0.
       01  LS-FHIST-BASE-COUNT PIC 9(10) VALUE 0.
       01  LS-FHIST-KEEP-COUNT PIC 9(10) VALUE 0.
       01  LS-SAW-FHIST-BASE PIC X(1) VALUE "N".
       01  LS-CKPT-MAX-SIZE PIC 9(10) VALUE 0.
       01  LS-CKPT-TARGET PIC 9(10) VALUE 0.
       01  LS-CKPT-LIMIT-SIZE PIC 9(10) VALUE 0.
       01  LS-STAGE-EXCP-FILENAME PIC X(20) VALUE "EXCEPTS.TMP".
       01  LS-HIST-FILENAME PIC X(20) VALUE "DIRHIST".
       01  LS-STAGE-HIST-FILENAME PIC X(20) VALUE "DIRHIST.TMP".
       01  LS-FILEHIST-FILENAME PIC X(20) VALUE "FILEHIST".
       01  LS-STAGE-FILE-HIST-FILENAME PIC X(20)
           VALUE "FILEHIST.TMP".
       01  MAX-SIZE       PIC 9(10).
       01  TARGET         PIC 9(10).
       01  LIMIT-SIZE     PIC 9(10).
       01  LS-TOP-SIZE    PIC 9(10) OCCURS 10 TIMES VALUE 0.
       01  LS-TOP-PATH    PIC X(500) OCCURS 10 TIMES VALUE SPACES.
       01  LS-TOP-HOST    PIC X(8) OCCURS 10 TIMES VALUE SPACES.
       78  LS-MAX-RANK    VALUE 9999.
       01  LS-MAST-SEQ    PIC 9(10).
       01  LS-MAST-RANK-SEQ PIC 9(10).
       01  LS-MAST-RANK   PIC 9(4).
       01  LS-MAST-LAST-HOST PIC X(8).
       01  LS-MAST-LAST-PATH PIC X(500).
       01  LS-MAST-LAST-VALUE PIC 9(10).
       01  LS-SORT-DONE   PIC X(1).
       01  LS-PRIOR-STATUS PIC X(2).
       01  LS-PRIOR-LIMITED PIC X(1).
       01  LS-PRIOR-HELD  PIC X(1).
       01  LS-PRIOR-FOUND PIC X(1).
       01  LS-PRIOR-VALUE PIC 9(10).
       01  LS-PRIOR-LOAD-IDX PIC 9(10).
       01  LS-EXCP-PCT    PIC S9(13)V9.
       01  LS-SIZE-BREACH PIC X(1).
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-LINES    PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-MAST     PIC 9(4) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-USED     PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-NEED     PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-BEST-FOUND PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-BEST-VALUE PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-BEST-PATH PIC X(500) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HS-COUNT.
       01  LS-HS-IDX      PIC 9(5).
       01  LS-CAP-IDX     PIC 9(5).
       01  LS-CAP-FREE    PIC 9(12).
       01  LS-CAP-SHORTFALL PIC 9(12).
       01  LS-HOSTMAST-STATUS PIC X(2).
       01  LS-HOSTCAP-STATUS PIC X(2).
       01  LS-USE-HOSTMAST PIC X(1) VALUE "N".
       01  LS-HM-COUNT    PIC 9(4) VALUE 0.
       01  LS-HM-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HM-COUNT.
       01  LS-HM-ACTIVE   PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HM-COUNT.
       01  LS-HM-CAPACITY PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HM-COUNT.
       01  LS-HM-REQ-FREE PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HM-COUNT.
       01  LS-HM-OWNER    PIC X(20) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HM-COUNT.
       01  LS-HM-IDX      PIC 9(5).
       01  LS-HM-FOUND    PIC 9(4).
       01  LS-HM-WORK-HOST PIC X(8).
       01  LS-HS-WORK-DISP PIC X(1).
       01  LS-HS-WORK-REASON PIC X(40).
       01  LS-HS-WORK-LINES PIC 9(10).
       01  LS-CTL-WORK-STATUS PIC X(1).
       01  LS-PRIOR-RUN-FOUND PIC X(1).
       01  LS-COMPLETE-LOGGED PIC X(1) VALUE "N".
       01  LS-EDITSTAT-STATUS PIC X(2).
       01  LS-ED-COUNT    PIC 9(4) VALUE 0.
       01  LS-ED-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-ED-COUNT.
       01  LS-ED-NAME     PIC X(250) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-ED-COUNT.
       01  LS-ED-DISP     PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-ED-COUNT.
       01  LS-ED-IDX      PIC 9(5).
       01  LS-ED-WORK-DISP PIC X(1).

       PROCEDURE DIVISION.
           ACCEPT MAX-SIZE.
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-RUN-DATE.
           PERFORM LOAD-SIZE-RULES.
           PERFORM LOAD-EDIT-STATUS.
           PERFORM LOAD-HOST-MASTER.
           PERFORM CHECK-FOR-RESTART.
           IF LS-RESTARTED = "Y" AND
              (LS-CKPT-MAX-SIZE NOT = MAX-SIZE OR
              PERFORM TRUNCATE-FILE-SIZE-FILE
              PERFORM TRUNCATE-EXCEPTION-FILE
              PERFORM TRUNCATE-HISTORY-FILE
              PERFORM TRUNCATE-FILE-HISTORY-FILE
              MOVE "Y" TO LS-PRIOR-LIMITED
              PERFORM BUILD-PRIOR-FILE
              OPEN EXTEND DIR-SIZE-FILE
              IF LS-DIRSIZE-STATUS = "35"
                 OPEN OUTPUT DIR-SIZE-FILE
              END-IF
           ELSE
              PERFORM CAPTURE-HIST-BASE-COUNT
              PERFORM CAPTURE-FHIST-BASE-COUNT
              OPEN OUTPUT DIR-SIZE-FILE
              OPEN OUTPUT FILE-SIZE-FILE
              OPEN OUTPUT EXCEPTION-FILE
           IF LS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN EXTEND FILE-HIST-FILE.
           IF LS-FILEHIST-STATUS = "35"
              OPEN OUTPUT FILE-HIST-FILE
           END-IF.
           PERFORM PROCESS-HOST UNTIL LS-ALL-HOSTS-DONE = "Y".
           IF LS-HOST-INDEX = 0
              DISPLAY "ERROR: HOSTLIST DATASET CONTAINS NO HOST "
           CLOSE FILE-SIZE-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE HISTORY-FILE.
           CLOSE FILE-HIST-FILE.
           CLOSE DIR-PRIOR-FILE.
           PERFORM UPDATE-DIR-MASTER.
           PERFORM BUILD-HOST-CAPACITY.
           OPEN OUTPUT STAGE-CKPT-FILE.
           CLOSE STAGE-CKPT-FILE.
           PERFORM ACTIVATE-STAGED-CHECKPOINT.
           DISPLAY "PART1 SUM OF DIRS <= " MAX-SIZE ": " LS-GLOBAL-SUM.
           IF LS-USE-HOSTMAST = "Y"
              PERFORM DISPLAY-HOST-ANSWERS
           ELSE
              DISPLAY "PART2 SMALLEST DIR >= " TARGET ": "
                 LS-CURRENT-BEST " (" FUNCTION TRIM(LS-BEST-HOST) ":"
                 FUNCTION TRIM(LS-BEST-PATH) ")"
           END-IF.
           IF LS-MALFORMED-COUNT > 0
              DISPLAY "WARNING: " LS-MALFORMED-COUNT
                 " MALFORMED TRANSCRIPT LINE(S) SKIPPED"
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE LS-HOST-ID TO LS-HM-WORK-HOST.
           PERFORM FIND-HOST-MASTER.
           IF LS-HM-FOUND > 0 AND LS-HM-ACTIVE(LS-HM-FOUND) = "I"
              IF LS-RESTARTED = "Y" AND
                 LS-HOST-INDEX = LS-CKPT-HOST-INDEX
                 DISPLAY "ERROR: HOST " FUNCTION TRIM(LS-HOST-ID)
                    " IS INACTIVE IN HOSTMAST BUT WAS PARTLY "
                    "PROCESSED BEFORE THE RESTART - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              DISPLAY "HOST " FUNCTION TRIM(LS-HOST-ID)
                 " IS INACTIVE IN HOSTMAST - NOT SCANNED"
              MOVE "I" TO LS-HS-WORK-DISP
              MOVE "INACTIVE IN HOSTMAST" TO LS-HS-WORK-REASON
              MOVE 0 TO LS-HS-WORK-LINES
              PERFORM RECORD-HOST-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-EDIT-STATUS.
           IF LS-ED-WORK-DISP = "F" OR LS-ED-WORK-DISP = "N"
              MOVE SPACES TO LS-HS-WORK-REASON
              IF LS-ED-WORK-DISP = "F"
                 MOVE "FAILED TRANSCRIPT EDIT" TO LS-HS-WORK-REASON
              ELSE
                 MOVE "NOT EDITED FOR RUN DATE" TO LS-HS-WORK-REASON
              END-IF
              IF LS-RESTARTED = "Y" AND
                 LS-HOST-INDEX = LS-CKPT-HOST-INDEX
                 DISPLAY "ERROR: TRANSCRIPT DATASET "
                    FUNCTION TRIM(LS-TRANSCRIPT-NAME) " FOR HOST "
                    FUNCTION TRIM(LS-HOST-ID) " "
                    FUNCTION TRIM(LS-HS-WORK-REASON)
                    " BUT WAS PARTLY PROCESSED BEFORE THE RESTART "
                    "- ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              DISPLAY "WARNING: TRANSCRIPT DATASET "
                 FUNCTION TRIM(LS-TRANSCRIPT-NAME) " FOR HOST "
                 FUNCTION TRIM(LS-HOST-ID) " "
                 FUNCTION TRIM(LS-HS-WORK-REASON)
                 " - SKIPPING HOST"
              ADD 1 TO LS-SKIPPED-COUNT
              MOVE "S" TO LS-HS-WORK-DISP
              MOVE 0 TO LS-HS-WORK-LINES
              PERFORM RECORD-HOST-STATUS
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TRANSCRIPT-FILE.
           IF LS-TRANSCRIPT-STATUS NOT = "00"
              IF LS-SKIP-MISSING = "Y"
              WHEN "J" MOVE CKPT-NUM1 TO LS-CKPT-LIMIT-SIZE
              WHEN "K" MOVE CKPT-NUM1 TO LS-CKPT-GROWTH-PCT
              WHEN "H" MOVE CKPT-NUM1 TO LS-HIST-BASE-COUNT
              WHEN "W" MOVE CKPT-NUM1 TO LS-FHIST-BASE-COUNT
                       MOVE "Y" TO LS-SAW-FHIST-BASE
              WHEN "A" MOVE CKPT-NUM1 TO LS-CKPT-MAX-SIZE
              WHEN "Z" MOVE CKPT-NUM1 TO LS-CKPT-TARGET
              WHEN "S" ADD 1 TO LS-CKPT-IDX

       CAPTURE-HIST-BASE-COUNT.
           MOVE 0 TO LS-HIST-BASE-COUNT.
           MOVE "N" TO LS-PRIOR-LIMITED.
           PERFORM BUILD-PRIOR-FILE.

       CAPTURE-FHIST-BASE-COUNT.
           MOVE 0 TO LS-FHIST-BASE-COUNT.
           OPEN INPUT FILE-HIST-FILE.
           IF LS-FILEHIST-STATUS = "35"
              MOVE "Y" TO LS-SAW-FHIST-BASE
           END-IF.
           IF LS-FILEHIST-STATUS = "00"
              READ FILE-HIST-FILE INTO FILE-HIST-RECORD
              PERFORM UNTIL LS-FILEHIST-STATUS NOT = "00"
                 ADD 1 TO LS-FHIST-BASE-COUNT
                 READ FILE-HIST-FILE INTO FILE-HIST-RECORD
              END-PERFORM
              CLOSE FILE-HIST-FILE
              MOVE "Y" TO LS-SAW-FHIST-BASE
           END-IF.

       BUILD-PRIOR-FILE.
           SORT PRIOR-SORT-FILE
              ON ASCENDING KEY SP-HOST SP-PATH
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-PRIOR-HISTORY
              OUTPUT PROCEDURE IS WRITE-PRIOR-FILE.
           OPEN INPUT DIR-PRIOR-FILE.
           IF LS-PRIOR-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRPRIOR WORK DATASET "
                 "(STATUS=" LS-PRIOR-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.

       RELEASE-PRIOR-HISTORY.
           MOVE 0 TO LS-PRIOR-LOAD-IDX.
           OPEN INPUT HISTORY-FILE.
           IF LS-HIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LS-HIST-STATUS NOT = "00"
              IF LS-PRIOR-LIMITED = "Y" AND
                 LS-PRIOR-LOAD-IDX >= LS-HIST-BASE-COUNT
                 EXIT PERFORM
              END-IF
              READ HISTORY-FILE INTO HISTORY-RECORD
                 AT END
                 EXIT PERFORM
              END-READ
              ADD 1 TO LS-PRIOR-LOAD-IDX
              MOVE HIST-HOST TO SP-HOST
              MOVE HIST-PATH TO SP-PATH
              MOVE HIST-VALUE TO SP-VALUE
              RELEASE PRIOR-SORT-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF LS-PRIOR-LIMITED NOT = "Y"
              MOVE LS-PRIOR-LOAD-IDX TO LS-HIST-BASE-COUNT
           END-IF.

       WRITE-PRIOR-FILE.
           OPEN OUTPUT DIR-PRIOR-FILE.
           IF LS-PRIOR-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO CREATE DIRPRIOR WORK DATASET "
                 "(STATUS=" LS-PRIOR-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           MOVE "N" TO LS-PRIOR-HELD.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN PRIOR-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 IF LS-PRIOR-HELD = "Y" AND
                    (SP-HOST NOT = DP-HOST OR SP-PATH NOT = DP-PATH)
                    PERFORM WRITE-PRIOR-ENTRY
                 END-IF
                 MOVE SP-HOST TO DP-HOST
                 MOVE SP-PATH TO DP-PATH
                 MOVE SP-VALUE TO DP-VALUE
                 MOVE "Y" TO LS-PRIOR-HELD
              END-RETURN
           END-PERFORM.
           IF LS-PRIOR-HELD = "Y"
              PERFORM WRITE-PRIOR-ENTRY
           END-IF.
           CLOSE DIR-PRIOR-FILE.

       WRITE-PRIOR-ENTRY.
           WRITE DIR-PRIOR-RECORD
              INVALID KEY
              DISPLAY "ERROR: UNABLE TO WRITE DIRPRIOR WORK DATASET "
                 "(STATUS=" LS-PRIOR-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-WRITE.

       WRITE-CHECKPOINT.
           OPEN OUTPUT STAGE-CKPT-FILE.
           MOVE "H" TO CKPT-KIND.
           MOVE LS-HIST-BASE-COUNT TO CKPT-NUM1.
           WRITE STAGE-CKPT-RECORD FROM CKPT-RECORD.
           IF LS-SAW-FHIST-BASE = "Y"
              MOVE "W" TO CKPT-KIND
              MOVE LS-FHIST-BASE-COUNT TO CKPT-NUM1
              WRITE STAGE-CKPT-RECORD FROM CKPT-RECORD
           END-IF.
           MOVE "A" TO CKPT-KIND.
           MOVE MAX-SIZE TO CKPT-NUM1.
           WRITE STAGE-CKPT-RECORD FROM CKPT-RECORD.
              END-IF
           END-IF.

       TRUNCATE-FILE-HISTORY-FILE.
           IF LS-SAW-FHIST-BASE NOT = "Y"
              DISPLAY "WARNING: CHECKPOINT CARRIES NO FILEHIST BASE "
                 "COUNT - FILEHIST NOT TRUNCATED, ROWS AFTER THE "
                 "CHECKPOINT MAY BE REPEATED"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE LS-FHIST-KEEP-COUNT =
              LS-FHIST-BASE-COUNT + LS-FILE-ROWS-WRITTEN.
           OPEN INPUT FILE-HIST-FILE.
           IF LS-FILEHIST-STATUS = "00"
              OPEN OUTPUT STAGE-FILE-HIST-FILE
              MOVE 0 TO LS-TRUNC-IDX
              PERFORM UNTIL LS-TRUNC-IDX >= LS-FHIST-KEEP-COUNT
                 READ FILE-HIST-FILE INTO FILE-HIST-RECORD
                    AT END
                    EXIT PERFORM
                 END-READ
                 ADD 1 TO LS-TRUNC-IDX
                 WRITE STAGE-FILE-HIST-RECORD FROM FILE-HIST-RECORD
              END-PERFORM
              CLOSE STAGE-FILE-HIST-FILE
              CLOSE FILE-HIST-FILE
              CALL "CBL_DELETE_FILE" USING LS-FILEHIST-FILENAME
                 RETURNING LS-RENAME-RESULT
              IF LS-RENAME-RESULT NOT = 0
                 DISPLAY "ERROR: UNABLE TO DELETE OLD FILEHIST FILE "
                    "(RESULT=" LS-RENAME-RESULT ") - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              CALL "CBL_RENAME_FILE" USING LS-STAGE-FILE-HIST-FILENAME
                 LS-FILEHIST-FILENAME RETURNING LS-RENAME-RESULT
              IF LS-RENAME-RESULT NOT = 0
                 DISPLAY "ERROR: UNABLE TO ACTIVATE TRUNCATED "
                    "FILEHIST FILE (RESULT=" LS-RENAME-RESULT
                    ") - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
           END-IF.

       UPDATE-DIR-MASTER.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO REOPEN DIRSIZES DATASET FOR "
                 ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           CLOSE DIR-SIZE-FILE.
           SORT MAST-SORT-FILE
              ON ASCENDING KEY SM-HOST SM-PATH
              USING DIR-SIZE-FILE
              OUTPUT PROCEDURE IS CHECK-MASTER-DUPLICATES.
           OPEN I-O DIR-MASTER-FILE.
           IF LS-MASTER-STATUS = "35"
              OPEN OUTPUT DIR-MASTER-FILE
                 "(STATUS=" LS-MASTER-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           SORT MAST-SORT-FILE
              ON DESCENDING KEY SM-VALUE
              USING DIR-SIZE-FILE
              OUTPUT PROCEDURE IS APPLY-MASTER-ENTRIES.
           PERFORM MARK-MISSING-DIRECTORIES.
           CLOSE DIR-MASTER-FILE.

       CHECK-MASTER-DUPLICATES.
           MOVE 0 TO LS-MAST-SEQ.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN MAST-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 ADD 1 TO LS-MAST-SEQ
                 IF LS-MAST-SEQ > 1 AND
                    SM-HOST = LS-MAST-LAST-HOST AND
                    SM-PATH = LS-MAST-LAST-PATH
                    DISPLAY "ERROR: DUPLICATE PATH IN DIRSIZES "
                       "DURING MASTER UPDATE: "
                       FUNCTION TRIM(SM-HOST) ":"
                       FUNCTION TRIM(SM-PATH)
                       " - ABORTING RUN"
                    PERFORM ABORT-RUN
                 END-IF
                 MOVE SM-HOST TO LS-MAST-LAST-HOST
                 MOVE SM-PATH TO LS-MAST-LAST-PATH
              END-RETURN
           END-PERFORM.

       APPLY-MASTER-ENTRIES.
           MOVE 0 TO LS-MAST-SEQ.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN MAST-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 ADD 1 TO LS-MAST-SEQ
                 IF LS-MAST-SEQ = 1 OR
                    SM-VALUE NOT = LS-MAST-LAST-VALUE
                    MOVE LS-MAST-SEQ TO LS-MAST-RANK-SEQ
                    MOVE SM-VALUE TO LS-MAST-LAST-VALUE
                 END-IF
                 IF LS-MAST-RANK-SEQ > LS-MAX-RANK
                    MOVE LS-MAX-RANK TO LS-MAST-RANK
                 ELSE
                    MOVE LS-MAST-RANK-SEQ TO LS-MAST-RANK
                 END-IF
                 PERFORM APPLY-ONE-MASTER-ENTRY
              END-RETURN
           END-PERFORM.

       APPLY-ONE-MASTER-ENTRY.
           MOVE SM-HOST TO DM-HOST.
           MOVE SM-PATH TO DM-PATH.
           READ DIR-MASTER-FILE
              INVALID KEY
              MOVE SM-VALUE TO DM-VALUE
              MOVE LS-MAST-RANK TO DM-RANK
              MOVE LS-RUN-DATE TO DM-RUN-DATE
              MOVE LS-RUN-DATE TO DM-FIRST-SEEN
                 PERFORM ABORT-RUN
              END-WRITE
              NOT INVALID KEY
              MOVE SM-VALUE TO DM-VALUE
              MOVE LS-MAST-RANK TO DM-RANK
              MOVE LS-RUN-DATE TO DM-RUN-DATE
              MOVE LS-RUN-DATE TO DM-LAST-SEEN
           END-PERFORM.
           CLOSE RULES-FILE.

       LOAD-EDIT-STATUS.
           MOVE 0 TO LS-ED-COUNT.
           OPEN INPUT EDIT-STATUS-FILE.
           IF LS-EDITSTAT-STATUS = "35"
              DISPLAY "ERROR: NO EDITSTAT DATASET FOUND - DAY07ED "
                 "MUST RUN BEFORE DAY07 - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           IF LS-EDITSTAT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN EDITSTAT DATASET "
                 "(STATUS=" LS-EDITSTAT-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           READ EDIT-STATUS-FILE INTO EDIT-STATUS-RECORD.
           PERFORM UNTIL LS-EDITSTAT-STATUS NOT = "00"
              IF ES-DATE = LS-RUN-DATE
                 IF LS-ED-COUNT >= LS-MAX-DEPTH
                    DISPLAY "ERROR: MORE THAN " LS-MAX-DEPTH
                       " ENTRIES IN EDITSTAT - ABORTING RUN"
                    PERFORM ABORT-RUN
                 END-IF
                 ADD 1 TO LS-ED-COUNT
                 MOVE ES-HOST TO LS-ED-HOST(LS-ED-COUNT)
                 MOVE ES-NAME TO LS-ED-NAME(LS-ED-COUNT)
                 MOVE ES-DISP TO LS-ED-DISP(LS-ED-COUNT)
              END-IF
              READ EDIT-STATUS-FILE INTO EDIT-STATUS-RECORD
           END-PERFORM.
           CLOSE EDIT-STATUS-FILE.

       CHECK-EDIT-STATUS.
           MOVE "N" TO LS-ED-WORK-DISP.
           PERFORM VARYING LS-ED-IDX FROM 1 BY 1
              UNTIL LS-ED-IDX > LS-ED-COUNT
              IF LS-ED-HOST(LS-ED-IDX) = LS-HOST-ID AND
                 LS-ED-NAME(LS-ED-IDX) = LS-TRANSCRIPT-NAME
                 MOVE LS-ED-DISP(LS-ED-IDX) TO LS-ED-WORK-DISP
              END-IF
           END-PERFORM.

       LOAD-HOST-MASTER.
           MOVE 0 TO LS-HM-COUNT.
           OPEN INPUT HOST-MASTER-FILE.
           IF LS-HOSTMAST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-HOSTMAST-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN HOSTMAST DATASET "
                 "(STATUS=" LS-HOSTMAST-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           MOVE "Y" TO LS-USE-HOSTMAST.
           READ HOST-MASTER-FILE INTO HOST-MASTER-RECORD.
           PERFORM UNTIL LS-HOSTMAST-STATUS NOT = "00"
              IF FUNCTION TRIM(HM-HOST) = SPACES OR
                 (HM-ACTIVE NOT = "A" AND HM-ACTIVE NOT = "I") OR
                 HM-CAPACITY NOT NUMERIC OR
                 HM-REQ-FREE NOT NUMERIC
                 DISPLAY "ERROR: MALFORMED HOSTMAST ENTRY: "
                    FUNCTION TRIM(HOST-MASTER-RECORD)
                    " - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              IF HM-REQ-FREE > HM-CAPACITY
                 DISPLAY "ERROR: HOSTMAST ENTRY FOR HOST "
                    FUNCTION TRIM(HM-HOST) " REQUIRES MORE FREE "
                    "SPACE THAN ITS CAPACITY - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              MOVE HM-HOST TO LS-HM-WORK-HOST
              PERFORM FIND-HOST-MASTER
              IF LS-HM-FOUND > 0
                 DISPLAY "ERROR: DUPLICATE HOSTMAST ENTRY FOR HOST "
                    FUNCTION TRIM(HM-HOST) " - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              IF LS-HM-COUNT >= LS-MAX-DEPTH
                 DISPLAY "ERROR: MORE THAN " LS-MAX-DEPTH
                    " ENTRIES IN HOSTMAST - ABORTING RUN"
                 PERFORM ABORT-RUN
              END-IF
              ADD 1 TO LS-HM-COUNT
              MOVE HM-HOST TO LS-HM-HOST(LS-HM-COUNT)
              MOVE HM-ACTIVE TO LS-HM-ACTIVE(LS-HM-COUNT)
              MOVE HM-CAPACITY TO LS-HM-CAPACITY(LS-HM-COUNT)
              MOVE HM-REQ-FREE TO LS-HM-REQ-FREE(LS-HM-COUNT)
              MOVE HM-OWNER TO LS-HM-OWNER(LS-HM-COUNT)
              READ HOST-MASTER-FILE INTO HOST-MASTER-RECORD
           END-PERFORM.
           CLOSE HOST-MASTER-FILE.

       FIND-HOST-MASTER.
           MOVE 0 TO LS-HM-FOUND.
           PERFORM VARYING LS-HM-IDX FROM 1 BY 1
              UNTIL LS-HM-IDX > LS-HM-COUNT OR LS-HM-FOUND > 0
              IF LS-HM-HOST(LS-HM-IDX) = LS-HM-WORK-HOST
                 MOVE LS-HM-IDX TO LS-HM-FOUND
              END-IF
           END-PERFORM.

       BUILD-HOST-CAPACITY.
           PERFORM VARYING LS-HS-IDX FROM 1 BY 1
              UNTIL LS-HS-IDX > LS-HS-COUNT
              MOVE LS-HS-HOST(LS-HS-IDX) TO LS-HM-WORK-HOST
              PERFORM FIND-HOST-MASTER
              MOVE LS-HM-FOUND TO LS-HS-MAST(LS-HS-IDX)
              MOVE 0 TO LS-HS-USED(LS-HS-IDX)
              MOVE 0 TO LS-HS-NEED(LS-HS-IDX)
              MOVE "N" TO LS-HS-BEST-FOUND(LS-HS-IDX)
              MOVE 0 TO LS-HS-BEST-VALUE(LS-HS-IDX)
              MOVE SPACES TO LS-HS-BEST-PATH(LS-HS-IDX)
           END-PERFORM.
           MOVE 0 TO LS-CAP-IDX.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRSIZES DATASET "
                 "(STATUS=" LS-DIRSIZE-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              PERFORM FIND-CAPACITY-HOST
              IF LS-CAP-IDX > 0
                 IF DIR-SIZE-VALUE > LS-HS-USED(LS-CAP-IDX)
                    MOVE DIR-SIZE-VALUE TO LS-HS-USED(LS-CAP-IDX)
                 END-IF
              END-IF
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.
           CLOSE DIR-SIZE-FILE.
           PERFORM VARYING LS-HS-IDX FROM 1 BY 1
              UNTIL LS-HS-IDX > LS-HS-COUNT
              PERFORM COMPUTE-HOST-FREE
              IF LS-HS-DISP(LS-HS-IDX) = "P"
                 IF LS-HS-MAST(LS-HS-IDX) > 0
                    MOVE LS-CAP-SHORTFALL TO LS-HS-NEED(LS-HS-IDX)
                 ELSE
                    MOVE TARGET TO LS-HS-NEED(LS-HS-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 0 TO LS-CAP-IDX.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRSIZES DATASET "
                 "(STATUS=" LS-DIRSIZE-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              PERFORM FIND-CAPACITY-HOST
              IF LS-CAP-IDX > 0
                 IF LS-HS-NEED(LS-CAP-IDX) > 0 AND
                    DIR-SIZE-VALUE >= LS-HS-NEED(LS-CAP-IDX) AND
                    (LS-HS-BEST-FOUND(LS-CAP-IDX) = "N" OR
                    DIR-SIZE-VALUE <= LS-HS-BEST-VALUE(LS-CAP-IDX))
                    MOVE "Y" TO LS-HS-BEST-FOUND(LS-CAP-IDX)
                    MOVE DIR-SIZE-VALUE
                       TO LS-HS-BEST-VALUE(LS-CAP-IDX)
                    MOVE DIR-SIZE-PATH TO LS-HS-BEST-PATH(LS-CAP-IDX)
                 END-IF
              END-IF
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.
           CLOSE DIR-SIZE-FILE.
           PERFORM WRITE-HOST-CAPACITY.

       FIND-CAPACITY-HOST.
           IF LS-CAP-IDX > 0
              IF LS-HS-HOST(LS-CAP-IDX) = DIR-SIZE-HOST
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 0 TO LS-CAP-IDX.
           PERFORM VARYING LS-HS-IDX FROM 1 BY 1
              UNTIL LS-HS-IDX > LS-HS-COUNT OR LS-CAP-IDX > 0
              IF LS-HS-HOST(LS-HS-IDX) = DIR-SIZE-HOST AND
                 LS-HS-DISP(LS-HS-IDX) = "P"
                 MOVE LS-HS-IDX TO LS-CAP-IDX
              END-IF
           END-PERFORM.

       COMPUTE-HOST-FREE.
           MOVE 0 TO LS-CAP-FREE.
           MOVE 0 TO LS-CAP-SHORTFALL.
           IF LS-HS-MAST(LS-HS-IDX) = 0 OR
              LS-HS-DISP(LS-HS-IDX) NOT = "P"
              EXIT PARAGRAPH
           END-IF.
           MOVE LS-HS-MAST(LS-HS-IDX) TO LS-HM-IDX.
           IF LS-HM-CAPACITY(LS-HM-IDX) > LS-HS-USED(LS-HS-IDX)
              COMPUTE LS-CAP-FREE = LS-HM-CAPACITY(LS-HM-IDX)
                 - LS-HS-USED(LS-HS-IDX)
           END-IF.
           IF LS-HM-REQ-FREE(LS-HM-IDX) > LS-CAP-FREE
              COMPUTE LS-CAP-SHORTFALL = LS-HM-REQ-FREE(LS-HM-IDX)
                 - LS-CAP-FREE
           END-IF.

       WRITE-HOST-CAPACITY.
           OPEN OUTPUT HOST-CAP-FILE.
           IF LS-HOSTCAP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN HOSTCAP DATASET "
                 "(STATUS=" LS-HOSTCAP-STATUS ") - ABORTING RUN"
              PERFORM ABORT-RUN
           END-IF.
           PERFORM VARYING LS-HS-IDX FROM 1 BY 1
              UNTIL LS-HS-IDX > LS-HS-COUNT
              PERFORM COMPUTE-HOST-FREE
              MOVE SPACES TO HOST-CAP-RECORD
              MOVE LS-RUN-DATE TO HC-DATE
              MOVE LS-HS-HOST(LS-HS-IDX) TO HC-HOST
              MOVE LS-HS-DISP(LS-HS-IDX) TO HC-DISP
              IF LS-HS-MAST(LS-HS-IDX) > 0
                 MOVE LS-HS-MAST(LS-HS-IDX) TO LS-HM-IDX
                 MOVE LS-HM-ACTIVE(LS-HM-IDX) TO HC-MASTER
                 MOVE LS-HM-CAPACITY(LS-HM-IDX) TO HC-CAPACITY
                 MOVE LS-HM-REQ-FREE(LS-HM-IDX) TO HC-REQ-FREE
                 MOVE LS-HM-OWNER(LS-HM-IDX) TO HC-OWNER
              ELSE
                 MOVE "U" TO HC-MASTER
                 MOVE 0 TO HC-CAPACITY
                 MOVE 0 TO HC-REQ-FREE
              END-IF
              MOVE LS-HS-USED(LS-HS-IDX) TO HC-USED
              MOVE LS-CAP-FREE TO HC-FREE
              MOVE LS-CAP-SHORTFALL TO HC-SHORTFALL
              MOVE LS-HS-NEED(LS-HS-IDX) TO HC-NEED
              MOVE LS-HS-BEST-FOUND(LS-HS-IDX) TO HC-BEST-FOUND
              MOVE LS-HS-BEST-VALUE(LS-HS-IDX) TO HC-BEST-VALUE
              MOVE LS-HS-BEST-PATH(LS-HS-IDX) TO HC-BEST-PATH
              WRITE HOST-CAP-RECORD
           END-PERFORM.
           CLOSE HOST-CAP-FILE.

       DISPLAY-HOST-ANSWERS.
           PERFORM VARYING LS-HS-IDX FROM 1 BY 1
              UNTIL LS-HS-IDX > LS-HS-COUNT
              IF LS-HS-DISP(LS-HS-IDX) = "P"
                 EVALUATE TRUE
                    WHEN LS-HS-NEED(LS-HS-IDX) = 0
                       DISPLAY "PART2 HOST "
                          FUNCTION TRIM(LS-HS-HOST(LS-HS-IDX))
                          ": NOTHING TO FREE"
                    WHEN LS-HS-BEST-FOUND(LS-HS-IDX) = "Y"
                       DISPLAY "PART2 HOST "
                          FUNCTION TRIM(LS-HS-HOST(LS-HS-IDX))
                          " SMALLEST DIR >= " LS-HS-NEED(LS-HS-IDX)
                          ": " LS-HS-BEST-VALUE(LS-HS-IDX) " ("
                          FUNCTION TRIM(LS-HS-HOST(LS-HS-IDX)) ":"
                          FUNCTION TRIM(LS-HS-BEST-PATH(LS-HS-IDX))
                          ")"
                    WHEN OTHER
                       DISPLAY "PART2 HOST "
                          FUNCTION TRIM(LS-HS-HOST(LS-HS-IDX))
                          " SMALLEST DIR >= " LS-HS-NEED(LS-HS-IDX)
                          ": NO DIRECTORY IS LARGE ENOUGH"
                 END-EVALUATE
              END-IF
           END-PERFORM.

       MATCH-SIZE-RULE.
           MOVE 0 TO LS-BEST-RULE.
           MOVE 0 TO LS-BEST-LEN.
           MOVE "N" TO LS-SIZE-BREACH.
           MOVE "N" TO LS-GROWTH-BREACH.
           MOVE 0 TO LS-EXCP-PCT.
           MOVE "N" TO LS-PRIOR-FOUND.
           PERFORM MATCH-SIZE-RULE.
           IF LS-EFF-LIMIT > 0 AND
              LS-SIZE(LS-STACK-COUNT) > LS-EFF-LIMIT
              MOVE "Y" TO LS-SIZE-BREACH
           END-IF.
           MOVE LS-HOST-ID TO DP-HOST.
           MOVE LS-PATH(LS-STACK-COUNT) TO DP-PATH.
           READ DIR-PRIOR-FILE
              INVALID KEY
              MOVE 0 TO LS-PRIOR-VALUE
              NOT INVALID KEY
              MOVE "Y" TO LS-PRIOR-FOUND
              MOVE DP-VALUE TO LS-PRIOR-VALUE
           END-READ.
           IF LS-EFF-PCT > 0
              IF LS-PRIOR-FOUND = "Y" AND
                 LS-PRIOR-VALUE > 0
                 COMPUTE LS-EXCP-PCT ROUNDED =
                    (LS-SIZE(LS-STACK-COUNT)
                    - LS-PRIOR-VALUE) * 100
                    / LS-PRIOR-VALUE
                 IF LS-EXCP-PCT >= LS-EFF-PCT
                    MOVE "Y" TO LS-GROWTH-BREACH
                 END-IF
              MOVE LS-HOST-ID TO EXCP-HOST
              MOVE LS-PATH(LS-STACK-COUNT) TO EXCP-PATH
              MOVE LS-SIZE(LS-STACK-COUNT) TO EXCP-VALUE
              IF LS-PRIOR-FOUND = "Y"
                 MOVE LS-PRIOR-VALUE TO EXCP-PREV-VALUE
              ELSE
                 MOVE 0 TO EXCP-PREV-VALUE
              END-IF
           MOVE SPACE TO FS-SEP2.
           MOVE FUNCTION NUMVAL(LS-CMD(1)) TO FS-VALUE.
           WRITE FILE-SIZE-RECORD.
           MOVE LS-RUN-DATE TO FH-DATE.
           MOVE SPACE TO FH-SEP1 FH-SEP0 FH-SEP2 FH-SEP3.
           MOVE FS-HOST TO FH-HOST.
           MOVE FS-PATH TO FH-PATH.
           MOVE FS-NAME TO FH-NAME.
           MOVE FS-VALUE TO FH-VALUE.
           WRITE FILE-HIST-RECORD.
           ADD 1 TO LS-FILE-ROWS-WRITTEN.
