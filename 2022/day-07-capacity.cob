       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07CAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CAP-FILE ASSIGN TO "HOSTCAP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTCAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CAPRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(640).

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

       LOCAL-STORAGE SECTION.
       01  LS-HOSTCAP-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-LAST-CTL-DATE PIC X(8) VALUE SPACES.
       01  LS-LAST-CTL-STATUS PIC X(1).
       01  LS-LAST-CTL-RC PIC 9(2).
       01  LS-PASS        PIC 9(1).
       01  LS-HOST-COUNT  PIC 9(5) VALUE 0.
       01  LS-SCANNED-COUNT PIC 9(5) VALUE 0.
       01  LS-INACTIVE-COUNT PIC 9(5) VALUE 0.
       01  LS-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01  LS-NO-MASTER-COUNT PIC 9(5) VALUE 0.
       01  LS-SHORT-COUNT PIC 9(5) VALUE 0.
       01  LS-PCT-USED    PIC 9(5)V9.
       01  LS-EDIT-TOTAL  PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-PCT    PIC ZZZZ9.9.
       01  LS-CAP-DETAIL.
           05  CP-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-OWNER     PIC X(20).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-STATE     PIC X(9).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-CAPACITY  PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-USED      PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-FREE      PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-PCT       PIC X(7).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-REQ-FREE  PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CP-SHORTFALL PIC X(15).
       01  LS-CAP-HEADING.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(20) VALUE "OWNER".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(9) VALUE "STATE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "       CAPACITY".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "           USED".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "           FREE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(7) VALUE "  %USED".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "  REQUIRED FREE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "      SHORTFALL".
       01  LS-ANS-DETAIL.
           05  CA-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CA-NEED      PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CA-SIZE      PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CA-PATH      PIC X(500).
       01  LS-ANS-HEADING.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "   NEED TO FREE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "           SIZE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(9) VALUE "DIRECTORY".

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-CONTROL.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN CAPRPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "HOST CAPACITY REPORT FOR DAY07 RUN OF "
              LS-LAST-CTL-DATE DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-CAP-HEADING.
           MOVE 1 TO LS-PASS.
           PERFORM READ-HOST-CAPACITY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SMALLEST DIRECTORY THAT FREES ENOUGH, PER HOST"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-ANS-HEADING.
           MOVE 2 TO LS-PASS.
           PERFORM READ-HOST-CAPACITY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "HOSTS: " LS-HOST-COUNT " LISTED, "
              LS-SCANNED-COUNT " SCANNED, " LS-INACTIVE-COUNT
              " INACTIVE, " LS-SKIPPED-COUNT " SKIPPED, "
              LS-NO-MASTER-COUNT " WITHOUT A HOSTMAST ENTRY"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-SHORT-COUNT > 0
              STRING "WARNING: " LS-SHORT-COUNT " HOST(S) SHORT OF "
                 "REQUIRED FREE SPACE" DELIMITED BY SIZE
                 INTO REPORT-RECORD
              MOVE 4 TO RETURN-CODE
           ELSE
              STRING "ALL SCANNED HOSTS MEET THEIR REQUIRED FREE "
                 "SPACE" DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "CAPACITY REPORT WRITTEN: " LS-HOST-COUNT
              " HOST(S), " LS-SHORT-COUNT
              " SHORT OF REQUIRED FREE SPACE".
           STOP RUN.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              DISPLAY "ERROR: NO RUNCTL DATASET FOUND - DAY07 MUST "
                 "COMPLETE BEFORE DAY07CAP - ABORTING RUN"
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
                 "DAY07 MUST COMPLETE BEFORE DAY07CAP - ABORTING RUN"
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

       READ-HOST-CAPACITY.
           OPEN INPUT HOST-CAP-FILE.
           IF LS-HOSTCAP-STATUS = "35"
              DISPLAY "ERROR: NO HOSTCAP DATASET FOUND - DAY07 MUST "
                 "COMPLETE BEFORE DAY07CAP - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-HOSTCAP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN HOSTCAP DATASET "
                 "(STATUS=" LS-HOSTCAP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HOST-CAP-FILE INTO HOST-CAP-RECORD.
           PERFORM UNTIL LS-HOSTCAP-STATUS NOT = "00"
              IF HC-DATE NOT = LS-LAST-CTL-DATE
                 DISPLAY "ERROR: HOSTCAP DATASET IS FOR " HC-DATE
                    " BUT THE LAST DAY07 RUN WAS FOR "
                    LS-LAST-CTL-DATE " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF LS-PASS = 1
                 PERFORM WRITE-CAPACITY-LINE
              ELSE
                 PERFORM WRITE-ANSWER-LINE
              END-IF
              READ HOST-CAP-FILE INTO HOST-CAP-RECORD
           END-PERFORM.
           CLOSE HOST-CAP-FILE.

       WRITE-CAPACITY-LINE.
           ADD 1 TO LS-HOST-COUNT.
           MOVE SPACES TO LS-CAP-DETAIL.
           MOVE HC-HOST TO CP-HOST.
           MOVE HC-OWNER TO CP-OWNER.
           EVALUATE TRUE
              WHEN HC-DISP = "I"
                 MOVE "INACTIVE" TO CP-STATE
                 ADD 1 TO LS-INACTIVE-COUNT
              WHEN HC-DISP NOT = "P"
                 MOVE "SKIPPED" TO CP-STATE
                 ADD 1 TO LS-SKIPPED-COUNT
              WHEN HC-MASTER = "U"
                 MOVE "NO MASTER" TO CP-STATE
                 ADD 1 TO LS-SCANNED-COUNT
                 ADD 1 TO LS-NO-MASTER-COUNT
              WHEN OTHER
                 MOVE "ACTIVE" TO CP-STATE
                 ADD 1 TO LS-SCANNED-COUNT
           END-EVALUATE.
           IF HC-MASTER NOT = "U"
              MOVE HC-CAPACITY TO LS-EDIT-TOTAL
              MOVE LS-EDIT-TOTAL TO CP-CAPACITY
              MOVE HC-REQ-FREE TO LS-EDIT-TOTAL
              MOVE LS-EDIT-TOTAL TO CP-REQ-FREE
           END-IF.
           IF HC-DISP = "P"
              MOVE HC-USED TO LS-EDIT-TOTAL
              MOVE LS-EDIT-TOTAL TO CP-USED
              IF HC-MASTER NOT = "U"
                 MOVE HC-FREE TO LS-EDIT-TOTAL
                 MOVE LS-EDIT-TOTAL TO CP-FREE
                 IF HC-CAPACITY > 0
                    COMPUTE LS-PCT-USED ROUNDED =
                       HC-USED * 100 / HC-CAPACITY
                    MOVE LS-PCT-USED TO LS-EDIT-PCT
                    MOVE LS-EDIT-PCT TO CP-PCT
                 END-IF
                 MOVE HC-SHORTFALL TO LS-EDIT-TOTAL
                 MOVE LS-EDIT-TOTAL TO CP-SHORTFALL
                 IF HC-SHORTFALL > 0
                    ADD 1 TO LS-SHORT-COUNT
                 END-IF
              END-IF
           END-IF.
           WRITE REPORT-RECORD FROM LS-CAP-DETAIL.

       WRITE-ANSWER-LINE.
           IF HC-DISP NOT = "P"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LS-ANS-DETAIL.
           MOVE HC-HOST TO CA-HOST.
           MOVE HC-NEED TO LS-EDIT-TOTAL.
           MOVE LS-EDIT-TOTAL TO CA-NEED.
           EVALUATE TRUE
              WHEN HC-NEED = 0
                 MOVE "NOTHING TO FREE" TO CA-PATH
              WHEN HC-BEST-FOUND = "Y"
                 MOVE HC-BEST-VALUE TO LS-EDIT-TOTAL
                 MOVE LS-EDIT-TOTAL TO CA-SIZE
                 MOVE HC-BEST-PATH TO CA-PATH
              WHEN OTHER
                 MOVE "NO DIRECTORY IS LARGE ENOUGH" TO CA-PATH
           END-EVALUATE.
           WRITE REPORT-RECORD FROM LS-ANS-DETAIL.
