           SELECT BALANCE-FILE ASSIGN TO "OUTOFBAL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-BALANCE-STATUS.
           SELECT ROLL-WORK-FILE ASSIGN TO "OUTOFBAL.RWK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-ROLLWORK-STATUS.
           SELECT CAND-WORK-FILE ASSIGN TO "OUTOFBAL.CWK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-CANDWORK-STATUS.
           SELECT ROLL-SORT-FILE ASSIGN TO "OUTOFBAL.SR1".
           SELECT MATCH-SORT-FILE ASSIGN TO "OUTOFBAL.SR2".
           SELECT OOB-SORT-FILE ASSIGN TO "OUTOFBAL.SR3".

       DATA DIVISION.
       FILE SECTION.
           05  OB-SEP4        PIC X(1).
           05  OB-DIFF        PIC S9(11) SIGN LEADING SEPARATE.

       FD  ROLL-WORK-FILE.
       01  ROLL-WORK-RECORD.
           05  RW-HOST        PIC X(8).
           05  RW-PATH        PIC X(500).
           05  RW-SEQ         PIC 9(12).
           05  RW-VALUE       PIC 9(12).

       FD  CAND-WORK-FILE.
       01  CAND-WORK-RECORD.
           05  CW-CLASS       PIC X(1).
           05  CW-SEQ         PIC 9(12).
           05  CW-HOST        PIC X(8).
           05  CW-PATH        PIC X(500).
           05  CW-DIR-VALUE   PIC 9(10).
           05  CW-FILE-VALUE  PIC 9(12).
           05  CW-DIFF        PIC S9(12) SIGN LEADING SEPARATE.

       SD  ROLL-SORT-FILE.
       01  ROLL-SORT-RECORD.
           05  SR-HOST        PIC X(8).
           05  SR-PATH        PIC X(500).
           05  SR-SEQ         PIC 9(12).
           05  SR-VALUE       PIC 9(10).

       SD  MATCH-SORT-FILE.
       01  MATCH-SORT-RECORD.
           05  SX-HOST        PIC X(8).
           05  SX-PATH        PIC X(500).
           05  SX-TYPE        PIC X(1).
           05  SX-SEQ         PIC 9(12).
           05  SX-VALUE       PIC 9(12).

       SD  OOB-SORT-FILE.
       01  OOB-SORT-RECORD.
           05  SO-CLASS       PIC X(1).
           05  SO-SEQ         PIC 9(12).
           05  SO-HOST        PIC X(8).
           05  SO-PATH        PIC X(500).
           05  SO-DIR-VALUE   PIC 9(10).
           05  SO-FILE-VALUE  PIC 9(12).
           05  SO-DIFF        PIC S9(12) SIGN LEADING SEPARATE.

       LOCAL-STORAGE SECTION.
       01  LS-FILESIZE-STATUS PIC X(2).
       01  LS-DIRSIZE-STATUS PIC X(2).
       01  LS-BALANCE-STATUS PIC X(2).
       01  LS-ROLLWORK-STATUS PIC X(2).
       01  LS-CANDWORK-STATUS PIC X(2).
       01  LS-SORT-DONE   PIC X(1).
       01  LS-ROLL-SEQ    PIC 9(12) VALUE 0.
       01  LS-ROLL-HELD   PIC X(1).
       01  LS-HELD-HOST   PIC X(8).
       01  LS-HELD-PATH   PIC X(500).
       01  LS-HELD-SEQ    PIC 9(12).
       01  LS-HELD-VALUE  PIC 9(12).
       01  LS-HELD-MATCHED PIC X(1).
       01  LS-ROLL-PATH   PIC X(500).
       01  LS-ROLL-DONE   PIC X(1).
       01  LS-SLASH-POS   PIC 9(4).
       01  LS-OOB-COUNT   PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
           SORT ROLL-SORT-FILE
              ON ASCENDING KEY SR-HOST SR-PATH SR-SEQ
              INPUT PROCEDURE IS ROLL-UP-FILE-SIZES
              OUTPUT PROCEDURE IS WRITE-ROLL-TOTALS.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRSIZES DATASET "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT MATCH-SORT-FILE
              ON ASCENDING KEY SX-HOST SX-PATH SX-TYPE SX-SEQ
              INPUT PROCEDURE IS RELEASE-BALANCE-ROWS
              OUTPUT PROCEDURE IS MATCH-BALANCE-ROWS.
           CLOSE DIR-SIZE-FILE.
           SORT OOB-SORT-FILE
              ON ASCENDING KEY SO-CLASS SO-SEQ
              USING CAND-WORK-FILE
              OUTPUT PROCEDURE IS WRITE-OUT-OF-BALANCE.
           CLOSE BALANCE-FILE.
           IF LS-OOB-COUNT = 0
              DISPLAY "BALANCE PROVED: " LS-DIR-ROWS
           END-IF.

       ADD-TO-ONE-TOTAL.
           ADD 1 TO LS-ROLL-SEQ.
           MOVE FS-HOST TO SR-HOST.
           MOVE LS-ROLL-PATH TO SR-PATH.
           MOVE LS-ROLL-SEQ TO SR-SEQ.
           MOVE FS-VALUE TO SR-VALUE.
           RELEASE ROLL-SORT-RECORD.

       WRITE-ROLL-TOTALS.
           OPEN OUTPUT ROLL-WORK-FILE.
           IF LS-ROLLWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN OUTOFBAL.RWK WORK "
                 "DATASET (STATUS=" LS-ROLLWORK-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO LS-ROLL-HELD.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN ROLL-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 IF LS-ROLL-HELD = "Y" AND
                    (SR-HOST NOT = RW-HOST OR SR-PATH NOT = RW-PATH)
                    WRITE ROLL-WORK-RECORD
                    MOVE "N" TO LS-ROLL-HELD
                 END-IF
                 IF LS-ROLL-HELD = "N"
                    MOVE SR-HOST TO RW-HOST
                    MOVE SR-PATH TO RW-PATH
                    MOVE SR-SEQ TO RW-SEQ
                    MOVE 0 TO RW-VALUE
                    MOVE "Y" TO LS-ROLL-HELD
                 END-IF
                 ADD SR-VALUE TO RW-VALUE
              END-RETURN
           END-PERFORM.
           IF LS-ROLL-HELD = "Y"
              WRITE ROLL-WORK-RECORD
           END-IF.
           CLOSE ROLL-WORK-FILE.

       RELEASE-BALANCE-ROWS.
           OPEN INPUT ROLL-WORK-FILE.
           IF LS-ROLLWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO REOPEN OUTOFBAL.RWK WORK "
                 "DATASET (STATUS=" LS-ROLLWORK-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ROLL-WORK-FILE INTO ROLL-WORK-RECORD.
           PERFORM UNTIL LS-ROLLWORK-STATUS NOT = "00"
              MOVE RW-HOST TO SX-HOST
              MOVE RW-PATH TO SX-PATH
              MOVE "1" TO SX-TYPE
              MOVE RW-SEQ TO SX-SEQ
              MOVE RW-VALUE TO SX-VALUE
              RELEASE MATCH-SORT-RECORD
              READ ROLL-WORK-FILE INTO ROLL-WORK-RECORD
           END-PERFORM.
           CLOSE ROLL-WORK-FILE.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              ADD 1 TO LS-DIR-ROWS
              MOVE DIR-SIZE-HOST TO SX-HOST
              MOVE DIR-SIZE-PATH TO SX-PATH
              MOVE "2" TO SX-TYPE
              MOVE LS-DIR-ROWS TO SX-SEQ
              MOVE DIR-SIZE-VALUE TO SX-VALUE
              RELEASE MATCH-SORT-RECORD
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.

       MATCH-BALANCE-ROWS.
           OPEN OUTPUT CAND-WORK-FILE.
           IF LS-CANDWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN OUTOFBAL.CWK WORK "
                 "DATASET (STATUS=" LS-CANDWORK-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO LS-ROLL-HELD.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN MATCH-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 IF LS-ROLL-HELD = "Y" AND
                    (SX-HOST NOT = LS-HELD-HOST OR
                    SX-PATH NOT = LS-HELD-PATH)
                    PERFORM RELEASE-HELD-TOTAL
                 END-IF
                 IF SX-TYPE = "1"
                    MOVE SX-HOST TO LS-HELD-HOST
                    MOVE SX-PATH TO LS-HELD-PATH
                    MOVE SX-SEQ TO LS-HELD-SEQ
                    MOVE SX-VALUE TO LS-HELD-VALUE
                    MOVE "N" TO LS-HELD-MATCHED
                    MOVE "Y" TO LS-ROLL-HELD
                 ELSE
                    PERFORM BALANCE-ONE-DIRECTORY
                 END-IF
              END-RETURN
           END-PERFORM.
           IF LS-ROLL-HELD = "Y"
              PERFORM RELEASE-HELD-TOTAL
           END-IF.
           CLOSE CAND-WORK-FILE.

       RELEASE-HELD-TOTAL.
           IF LS-HELD-MATCHED = "N"
              MOVE "2" TO CW-CLASS
              MOVE LS-HELD-SEQ TO CW-SEQ
              MOVE LS-HELD-HOST TO CW-HOST
              MOVE LS-HELD-PATH TO CW-PATH
              MOVE 0 TO CW-DIR-VALUE
              MOVE LS-HELD-VALUE TO CW-FILE-VALUE
              COMPUTE CW-DIFF = 0 - LS-HELD-VALUE
              WRITE CAND-WORK-RECORD
           END-IF.
           MOVE "N" TO LS-ROLL-HELD.

       BALANCE-ONE-DIRECTORY.
           IF LS-ROLL-HELD = "Y"
              MOVE "Y" TO LS-HELD-MATCHED
              MOVE LS-HELD-VALUE TO LS-FILE-VALUE
           ELSE
              MOVE 0 TO LS-FILE-VALUE
           END-IF.
           COMPUTE LS-DIFF = SX-VALUE - LS-FILE-VALUE.
           IF LS-DIFF NOT = 0
              MOVE "1" TO CW-CLASS
              MOVE SX-SEQ TO CW-SEQ
              MOVE SX-HOST TO CW-HOST
              MOVE SX-PATH TO CW-PATH
              MOVE SX-VALUE TO CW-DIR-VALUE
              MOVE LS-FILE-VALUE TO CW-FILE-VALUE
              MOVE LS-DIFF TO CW-DIFF
              WRITE CAND-WORK-RECORD
           END-IF.

       WRITE-OUT-OF-BALANCE.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN OOB-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 MOVE SO-HOST TO OB-HOST
                 MOVE SO-PATH TO OB-PATH
                 MOVE SO-DIR-VALUE TO OB-DIR-VALUE
                 MOVE SO-FILE-VALUE TO OB-FILE-VALUE
                 MOVE SO-DIFF TO OB-DIFF
                 MOVE SPACE TO OB-SEP1 OB-SEP2 OB-SEP3 OB-SEP4
                 WRITE BALANCE-RECORD
                 ADD 1 TO LS-OOB-COUNT
              END-RETURN
           END-PERFORM.
