           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTS"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-EXCP-STATUS.
           SELECT REPLICA-EXCEPTION-FILE ASSIGN TO "REPLEXC"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPLEXC-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT EXCP-MASTER-FILE ASSIGN TO "EXCPMAST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
           05  EXCP-SEP6      PIC X(1).
           05  EXCP-RULE-ID   PIC X(8).

       FD  REPLICA-EXCEPTION-FILE.
       01  REPLICA-EXCEPTION-RECORD PIC X(559).

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

       FD  EXCP-MASTER-FILE.
       01  EXCP-MASTER-RECORD.
           05  XM-KEY.
       LOCAL-STORAGE SECTION.
       01  LS-EXCP-STATUS PIC X(2).
       01  LS-MASTER-STATUS PIC X(2).
       01  LS-REPLEXC-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-REPLICA-COUNT PIC 9(10) VALUE 0.
       01  LS-STALE-COUNT PIC 9(10) VALUE 0.
       01  LS-EXCEPTS-DATE PIC X(8) VALUE SPACES.
       01  LS-NEW-COUNT   PIC 9(10) VALUE 0.
       01  LS-RECUR-COUNT PIC 9(10) VALUE 0.
       01  LS-ACK-COUNT   PIC 9(10) VALUE 0.
           END-IF.
           READ EXCEPTION-FILE INTO EXCEPTION-RECORD.
           PERFORM UNTIL LS-EXCP-STATUS NOT = "00"
              MOVE EXCP-DATE TO LS-EXCEPTS-DATE
              PERFORM APPLY-ONE-EXCEPTION
              READ EXCEPTION-FILE INTO EXCEPTION-RECORD
           END-PERFORM.
           PERFORM APPLY-REPLICA-EXCEPTIONS.
           CLOSE EXCEPTION-FILE.
           CLOSE EXCP-MASTER-FILE.
           DISPLAY "EXCEPTION MASTER UPDATED: " LS-NEW-COUNT
              " NEW, " LS-RECUR-COUNT " RECURRING, "
              LS-ACK-COUNT " ACKNOWLEDGED, " LS-REOPEN-COUNT
              " REOPENED AFTER RESOLVE".
           DISPLAY "REPLICA EXCEPTIONS APPLIED: " LS-REPLICA-COUNT.
           IF LS-STALE-COUNT > 0
              DISPLAY "WARNING: " LS-STALE-COUNT
                 " REPLEXC ROW(S) NOT FOR RUN DATE " LS-EXCEPTS-DATE
                 " IGNORED - DAY07REP DID NOT COMPLETE FOR THIS RUN"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       APPLY-REPLICA-EXCEPTIONS.
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
           IF LS-EXCEPTS-DATE = SPACES
              PERFORM FIND-LAST-RUN-DATE
           END-IF.
           READ REPLICA-EXCEPTION-FILE INTO EXCEPTION-RECORD.
           PERFORM UNTIL LS-REPLEXC-STATUS NOT = "00"
              IF EXCP-DATE = LS-EXCEPTS-DATE
                 PERFORM APPLY-ONE-EXCEPTION
                 ADD 1 TO LS-REPLICA-COUNT
              ELSE
                 ADD 1 TO LS-STALE-COUNT
              END-IF
              READ REPLICA-EXCEPTION-FILE INTO EXCEPTION-RECORD
           END-PERFORM.
           CLOSE REPLICA-EXCEPTION-FILE.

       FIND-LAST-RUN-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ RUN-CONTROL-FILE.
           PERFORM UNTIL LS-RUNCTL-STATUS NOT = "00"
              IF CTL-PROGRAM = "DAY07"
                 MOVE CTL-DATE TO LS-EXCEPTS-DATE
              END-IF
              READ RUN-CONTROL-FILE
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

       APPLY-ONE-EXCEPTION.
           MOVE EXCP-HOST TO XM-HOST.
           MOVE EXCP-PATH TO XM-PATH.
