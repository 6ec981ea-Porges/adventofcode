       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07WIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHATIF-FILE ASSIGN TO "WHATIF"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-WHATIF-STATUS.
           SELECT DIR-SIZE-FILE ASSIGN TO "DIRSIZES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-DIRSIZE-STATUS.
           SELECT FILE-SIZE-FILE ASSIGN TO "FILESIZES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-FILESIZE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTS"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-EXCP-STATUS.
           SELECT RULES-FILE ASSIGN TO "SIZERULE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RULES-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT HOST-CAP-FILE ASSIGN TO "HOSTCAP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTCAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WHATIFRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.
           SELECT DIR-SORT-FILE ASSIGN TO "WHATIFRPT.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  WHATIF-FILE.
       01  WHATIF-RECORD.
           05  WI-TYPE        PIC X(1).
           05  WI-SEP1        PIC X(1).
           05  WI-HOST        PIC X(8).
           05  WI-SEP2        PIC X(1).
           05  WI-PATH        PIC X(500).
           05  WI-SEP3        PIC X(1).
           05  WI-NAME        PIC X(250).

       FD  DIR-SIZE-FILE.
       01  DIR-SIZE-RECORD.
           05  DIR-SIZE-HOST  PIC X(8).
           05  DIR-SIZE-SEP0  PIC X(1).
           05  DIR-SIZE-PATH  PIC X(500).
           05  DIR-SIZE-SEP   PIC X(1).
           05  DIR-SIZE-VALUE PIC 9(10).

       FD  FILE-SIZE-FILE.
       01  FILE-SIZE-RECORD.
           05  FS-HOST        PIC X(8).
           05  FS-SEP0        PIC X(1).
           05  FS-PATH        PIC X(500).
           05  FS-SEP1        PIC X(1).
           05  FS-NAME        PIC X(250).
           05  FS-SEP2        PIC X(1).
           05  FS-VALUE       PIC 9(10).

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

       FD  RULES-FILE.
       01  RULE-RECORD.
           05  RUL-ID         PIC X(8).
           05  RUL-SEP1       PIC X(1).
           05  RUL-HOST       PIC X(8).
           05  RUL-SEP2       PIC X(1).
           05  RUL-PREFIX     PIC X(500).
           05  RUL-SEP3       PIC X(1).
           05  RUL-LIMIT      PIC 9(10).
           05  RUL-SEP4       PIC X(1).
           05  RUL-PCT        PIC 9(10).

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
       01  REPORT-RECORD      PIC X(800).

       SD  DIR-SORT-FILE.
       01  DIR-SORT-RECORD.
           05  SD-HOST        PIC X(8).
           05  SD-PATH        PIC X(500).
           05  SD-IDX         PIC 9(5).

       LOCAL-STORAGE SECTION.
       01  LS-WHATIF-STATUS PIC X(2).
       01  LS-DIRSIZE-STATUS PIC X(2).
       01  LS-FILESIZE-STATUS PIC X(2).
       01  LS-EXCP-STATUS PIC X(2).
       01  LS-RULES-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-RUNLOG-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-HOSTCAP-STATUS PIC X(2).
       01  LS-LAST-CTL-DATE PIC X(8) VALUE SPACES.
       01  LS-LAST-CTL-STATUS PIC X(1).
       01  LS-LAST-CTL-RC PIC 9(2).
       01  LS-LAST-CTL-TS PIC X(14).
       01  LS-RUNLOG-FOUND PIC X(1) VALUE "N".
       01  LS-WANT-TARGET PIC X(10).
       01  TARGET         PIC 9(10).
       01  LIMIT-SIZE     PIC 9(10).
       01  GROWTH-PCT     PIC 9(10).
       78  LS-MAX-HOSTS   VALUE 9999.
       01  LS-HC-ROWS     PIC 9(10) VALUE 0.
       01  LS-HN-COUNT    PIC 9(4) VALUE 0.
       01  LS-HN-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HN-COUNT.
       01  LS-HN-NEED     PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HN-COUNT.
       01  LS-HN-FREED    PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HN-COUNT.
       01  LS-HN-IDX      PIC 9(5).
       01  LS-HN-FOUND    PIC 9(5) VALUE 0.
       01  LS-HN-SHORT    PIC 9(4) VALUE 0.
       01  LS-HN-WORK-HOST PIC X(8).
       78  LS-MAX-RULES   VALUE 999.
       01  LS-RULE-COUNT  PIC 9(4) VALUE 0.
       01  LS-RULE-ID     PIC X(8) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-RULE-COUNT.
       01  LS-RULE-HOST   PIC X(8) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-RULE-COUNT.
       01  LS-RULE-PREFIX PIC X(500) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-RULE-COUNT.
       01  LS-RULE-LEN    PIC 9(4) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-RULE-COUNT.
       01  LS-RULE-LIMIT  PIC 9(10) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-RULE-COUNT.
       01  LS-RULE-PCT    PIC 9(10) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-RULE-COUNT.
       01  LS-RULE-IDX    PIC 9(4).
       01  LS-BEST-RULE   PIC 9(4).
       01  LS-BEST-LEN    PIC 9(4).
       01  LS-BEST-HOSTED PIC X(1).
       01  LS-RULE-MATCHED PIC X(1).
       01  LS-EFF-LIMIT   PIC 9(10).
       01  LS-EFF-PCT     PIC 9(10).
       01  LS-MATCH-HOST  PIC X(8).
       01  LS-MATCH-PATH  PIC X(500).
       78  LS-MAX-PROPOSALS VALUE 9999.
       01  LS-PR-COUNT    PIC 9(4) VALUE 0.
       01  LS-PR-TYPE     PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-PR-COUNT.
       01  LS-PR-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-PR-COUNT.
       01  LS-PR-PATH     PIC X(500) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-PR-COUNT.
       01  LS-PR-NAME     PIC X(250) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-PR-COUNT.
       01  LS-PR-VALUE    PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-PR-COUNT.
       01  LS-PR-STATE    PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-PR-COUNT.
       01  LS-PR-COVER    PIC 9(4) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-PR-COUNT.
       01  LS-PR-IDX      PIC 9(5).
       01  LS-PR-IDX2     PIC 9(5).
       01  LS-FILE-PROPOSALS PIC 9(4) VALUE 0.
       78  LS-MAX-AFFECTED VALUE 9999.
       01  LS-AF-COUNT    PIC 9(4) VALUE 0.
       01  LS-AF-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-AF-COUNT.
       01  LS-AF-PATH     PIC X(500) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-AF-COUNT.
       01  LS-AF-BEFORE   PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-AF-COUNT.
       01  LS-AF-SEEN     PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-AF-COUNT.
       01  LS-AF-FREED    PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-AF-COUNT.
       01  LS-AF-REMOVED  PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-AF-COUNT.
       01  LS-AF-IDX      PIC 9(5).
       01  LS-AF-FOUND    PIC 9(5).
       01  LS-WORK-HOST   PIC X(8).
       01  LS-WORK-PATH   PIC X(500).
       01  LS-PARENT-PATH PIC X(500).
       01  LS-WALK-DONE   PIC X(1).
       01  LS-SLASH-POS   PIC 9(4).
       01  LS-POS         PIC 9(4).
       01  LS-PREFIX      PIC X(501).
       01  LS-PREFIX-LEN  PIC 9(4).
       01  LS-UNDER       PIC X(1).
       01  LS-UNDER-PATH  PIC X(500).
       01  LS-ANCESTOR-PATH PIC X(500).
       01  LS-REMOVED     PIC X(1).
       01  LS-FREED-AMOUNT PIC 9(10).
       01  LS-AFTER       PIC 9(12).
       01  LS-BEFORE      PIC 9(12).
       01  LS-EXCP-PCT    PIC S9(13)V9.
       01  LS-SIZE-BREACH PIC X(1).
       01  LS-GROWTH-BREACH PIC X(1).
       01  LS-NEW-SEVERITY PIC X(1).
       01  LS-SORT-DONE   PIC X(1).
       01  LS-FOUND-COUNT PIC 9(4) VALUE 0.
       01  LS-COVERED-COUNT PIC 9(4) VALUE 0.
       01  LS-MISSING-COUNT PIC 9(4) VALUE 0.
       01  LS-TOTAL-FREED PIC 9(12) VALUE 0.
       01  LS-SHORTFALL   PIC 9(12) VALUE 0.
       01  LS-DIR-LINES   PIC 9(5) VALUE 0.
       01  LS-CLEAR-COUNT PIC 9(10) VALUE 0.
       01  LS-REMAIN-COUNT PIC 9(10) VALUE 0.
       01  LS-UNAFFECTED-COUNT PIC 9(10) VALUE 0.
       01  LS-EDIT-VALUE  PIC Z,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-SEQ    PIC ZZZ9.
       01  LS-PROP-DETAIL.
           05  WP-SEQ       PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WP-TYPE      PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WP-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WP-SIZE      PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WP-STATUS    PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WP-ITEM      PIC X(752).
       01  LS-PROP-HEADING.
           05  FILLER       PIC X(4) VALUE " SEQ".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(4) VALUE "TYPE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "         SIZE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "STATUS".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(4) VALUE "ITEM".
       01  LS-DIR-DETAIL.
           05  WD-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WD-BEFORE    PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WD-AFTER     PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WD-FREED     PIC X(18).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WD-LIMIT     PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WD-STATUS    PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WD-PATH      PIC X(500).
       01  LS-DIR-HEADING.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "       BEFORE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "        AFTER".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(18) VALUE "             FREED".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "        LIMIT".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(8) VALUE "STATUS".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(9) VALUE "DIRECTORY".
       01  LS-EXC-DETAIL.
           05  WX-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WX-BEFORE    PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WX-AFTER     PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WX-OLD-SEV   PIC X(3).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WX-NEW-SEV   PIC X(3).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WX-RESULT    PIC X(7).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  WX-PATH      PIC X(500).
       01  LS-EXC-HEADING.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "       BEFORE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "        AFTER".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(3) VALUE "SEV".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(3) VALUE "NEW".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(7) VALUE "RESULT".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(9) VALUE "DIRECTORY".

       PROCEDURE DIVISION.
           ACCEPT LS-WANT-TARGET.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-RUN-LOG.
           IF LS-WANT-TARGET NOT = SPACES
              IF FUNCTION TEST-NUMVAL(LS-WANT-TARGET) NOT = 0
                 DISPLAY "ERROR: TARGET MUST BE NUMERIC BUT WAS "
                    FUNCTION TRIM(LS-WANT-TARGET) " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL(LS-WANT-TARGET) TO TARGET
           END-IF.
           PERFORM LOAD-HOST-NEEDS.
           IF TARGET = 0 AND LS-HC-ROWS = 0
              DISPLAY "ERROR: A NONZERO TARGET MUST BE SUPPLIED "
                 "- ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-SIZE-RULES.
           PERFORM LOAD-PROPOSALS.
           IF LS-PR-COUNT = 0
              DISPLAY "ERROR: NO PROPOSED REMOVALS FOUND IN WHATIF "
                 "DATASET - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCAN-DIR-SIZES.
           IF LS-FILE-PROPOSALS > 0
              PERFORM SCAN-FILE-SIZES
           END-IF.
           PERFORM RESOLVE-PROPOSALS.
           PERFORM CHECK-COVERAGE.
           PERFORM APPLY-PROPOSALS.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN WHATIFRPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-HC-ROWS > 0
              STRING "WHAT-IF DELETION SIMULATION AGAINST SCAN OF "
                 LS-LAST-CTL-DATE " (PER-HOST NEEDS FROM HOSTCAP)"
                 DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
              STRING "WHAT-IF DELETION SIMULATION AGAINST SCAN OF "
                 LS-LAST-CTL-DATE " (TARGET " TARGET ")"
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "NO PRODUCTION DATASET IS CHANGED BY THIS REPORT"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM REPORT-PROPOSALS.
           PERFORM REPORT-DIRECTORIES.
           PERFORM REPORT-EXCEPTIONS.
           PERFORM REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF LS-HC-ROWS > 0
              DISPLAY "WHAT-IF SIMULATION WRITTEN: " LS-PR-COUNT
                 " PROPOSAL(S), " LS-MISSING-COUNT " NOT IN SCAN, "
                 "FREEING " LS-TOTAL-FREED ", " LS-HN-SHORT
                 " HOST(S) SHORT OF NEED, " LS-CLEAR-COUNT
                 " EXCEPTION(S) WOULD CLEAR"
              IF LS-MISSING-COUNT > 0 OR LS-HN-SHORT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "WHAT-IF SIMULATION WRITTEN: " LS-PR-COUNT
                 " PROPOSAL(S), " LS-MISSING-COUNT " NOT IN SCAN, "
                 "FREEING " LS-TOTAL-FREED " OF TARGET " TARGET
                 ", " LS-CLEAR-COUNT " EXCEPTION(S) WOULD CLEAR"
              IF LS-MISSING-COUNT > 0 OR LS-TOTAL-FREED < TARGET
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              DISPLAY "ERROR: NO RUNCTL DATASET FOUND - DAY07 MUST "
                 "COMPLETE BEFORE DAY07WIF - ABORTING RUN"
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
                 MOVE CTL-TIMESTAMP TO LS-LAST-CTL-TS
              END-IF
              READ RUN-CONTROL-FILE INTO RUN-CTL-RECORD
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           IF LS-LAST-CTL-DATE = SPACES
              DISPLAY "ERROR: NO DAY07 RUN RECORDED IN RUNCTL - "
                 "DAY07 MUST COMPLETE BEFORE DAY07WIF - ABORTING RUN"
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

       LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE.
           IF LS-RUNLOG-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN RUNLOG DATASET "
                 "(STATUS=" LS-RUNLOG-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ RUN-LOG-FILE INTO RUN-LOG-RECORD.
           PERFORM UNTIL LS-RUNLOG-STATUS NOT = "00"
              OR LS-RUNLOG-FOUND = "Y"
              IF RL-TIMESTAMP >= LS-LAST-CTL-TS
                 MOVE "Y" TO LS-RUNLOG-FOUND
                 MOVE RL-TARGET TO TARGET
                 MOVE RL-LIMIT-SIZE TO LIMIT-SIZE
                 MOVE RL-GROWTH-PCT TO GROWTH-PCT
              END-IF
              READ RUN-LOG-FILE INTO RUN-LOG-RECORD
           END-PERFORM.
           CLOSE RUN-LOG-FILE.
           IF LS-RUNLOG-FOUND NOT = "Y"
              DISPLAY "ERROR: NO RUNLOG ENTRY FOR THE DAY07 RUN OF "
                 LS-LAST-CTL-DATE " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-HOST-NEEDS.
           IF LS-WANT-TARGET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HOST-CAP-FILE.
           IF LS-HOSTCAP-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-HOSTCAP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN HOSTCAP DATASET "
                 "(STATUS=" LS-HOSTCAP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HOST-CAP-FILE INTO HOST-CAP-RECORD.
           PERFORM UNTIL LS-HOSTCAP-STATUS NOT = "00"
              IF HC-DATE = LS-LAST-CTL-DATE AND HC-MASTER NOT = "U"
                 ADD 1 TO LS-HC-ROWS
                 IF HC-DISP = "P"
                    IF LS-HN-COUNT >= LS-MAX-HOSTS
                       DISPLAY "ERROR: MORE THAN " LS-MAX-HOSTS
                          " HOSTS IN HOSTCAP - ABORTING RUN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO LS-HN-COUNT
                    MOVE HC-HOST TO LS-HN-HOST(LS-HN-COUNT)
                    MOVE HC-NEED TO LS-HN-NEED(LS-HN-COUNT)
                    MOVE 0 TO LS-HN-FREED(LS-HN-COUNT)
                 END-IF
              END-IF
              READ HOST-CAP-FILE INTO HOST-CAP-RECORD
           END-PERFORM.
           CLOSE HOST-CAP-FILE.

       FIND-HOST-NEED.
           IF LS-HN-FOUND > 0
              IF LS-HN-HOST(LS-HN-FOUND) = LS-HN-WORK-HOST
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 0 TO LS-HN-FOUND.
           PERFORM VARYING LS-HN-IDX FROM 1 BY 1
              UNTIL LS-HN-IDX > LS-HN-COUNT OR LS-HN-FOUND > 0
              IF LS-HN-HOST(LS-HN-IDX) = LS-HN-WORK-HOST
                 MOVE LS-HN-IDX TO LS-HN-FOUND
              END-IF
           END-PERFORM.

       LOAD-SIZE-RULES.
           MOVE 0 TO LS-RULE-COUNT.
           OPEN INPUT RULES-FILE.
           IF LS-RULES-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-RULES-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN SIZERULE DATASET "
                 "(STATUS=" LS-RULES-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ RULES-FILE INTO RULE-RECORD.
           PERFORM UNTIL LS-RULES-STATUS NOT = "00"
              IF FUNCTION TRIM(RUL-ID) = SPACES OR
                 FUNCTION TRIM(RUL-HOST) = SPACES OR
                 RUL-PREFIX(1:1) NOT = "/"
                 DISPLAY "ERROR: MALFORMED SIZERULE ENTRY: "
                    FUNCTION TRIM(RULE-RECORD(1:100))
                    " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF LS-RULE-COUNT >= LS-MAX-RULES
                 DISPLAY "ERROR: MORE THAN " LS-MAX-RULES
                    " ENTRIES IN SIZERULE - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LS-RULE-COUNT
              MOVE RUL-ID TO LS-RULE-ID(LS-RULE-COUNT)
              MOVE RUL-HOST TO LS-RULE-HOST(LS-RULE-COUNT)
              MOVE RUL-PREFIX TO LS-RULE-PREFIX(LS-RULE-COUNT)
              COMPUTE LS-RULE-LEN(LS-RULE-COUNT) =
                 FUNCTION LENGTH(FUNCTION TRIM(RUL-PREFIX))
              MOVE RUL-LIMIT TO LS-RULE-LIMIT(LS-RULE-COUNT)
              MOVE RUL-PCT TO LS-RULE-PCT(LS-RULE-COUNT)
              READ RULES-FILE INTO RULE-RECORD
           END-PERFORM.
           CLOSE RULES-FILE.

       LOAD-PROPOSALS.
           OPEN INPUT WHATIF-FILE.
           IF LS-WHATIF-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN WHATIF DATASET "
                 "(STATUS=" LS-WHATIF-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ WHATIF-FILE INTO WHATIF-RECORD.
           PERFORM UNTIL LS-WHATIF-STATUS NOT = "00"
              IF WHATIF-RECORD NOT = SPACES
                 PERFORM STORE-PROPOSAL
              END-IF
              READ WHATIF-FILE INTO WHATIF-RECORD
           END-PERFORM.
           CLOSE WHATIF-FILE.

       STORE-PROPOSAL.
           IF (WI-TYPE NOT = "D" AND WI-TYPE NOT = "F") OR
              FUNCTION TRIM(WI-HOST) = SPACES OR
              WI-PATH(1:1) NOT = "/" OR
              (WI-TYPE = "F" AND FUNCTION TRIM(WI-NAME) = SPACES)
              DISPLAY "ERROR: MALFORMED WHATIF ENTRY: "
                 FUNCTION TRIM(WHATIF-RECORD(1:100))
                 " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-PR-COUNT >= LS-MAX-PROPOSALS
              DISPLAY "ERROR: MORE THAN " LS-MAX-PROPOSALS
                 " ENTRIES IN WHATIF - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LS-PR-COUNT.
           MOVE WI-TYPE TO LS-PR-TYPE(LS-PR-COUNT).
           MOVE WI-HOST TO LS-PR-HOST(LS-PR-COUNT).
           MOVE WI-PATH TO LS-PR-PATH(LS-PR-COUNT).
           IF WI-TYPE = "F"
              MOVE WI-NAME TO LS-PR-NAME(LS-PR-COUNT)
              ADD 1 TO LS-FILE-PROPOSALS
           ELSE
              MOVE SPACES TO LS-PR-NAME(LS-PR-COUNT)
           END-IF.
           MOVE 0 TO LS-PR-VALUE(LS-PR-COUNT).
           MOVE "N" TO LS-PR-STATE(LS-PR-COUNT).
           MOVE 0 TO LS-PR-COVER(LS-PR-COUNT).
           MOVE WI-HOST TO LS-WORK-HOST.
           MOVE WI-PATH TO LS-WORK-PATH.
           MOVE "N" TO LS-WALK-DONE.
           PERFORM UNTIL LS-WALK-DONE = "Y"
              PERFORM FIND-OR-ADD-AFFECTED
              PERFORM STEP-TO-PARENT
           END-PERFORM.

       FIND-AFFECTED.
           MOVE 0 TO LS-AF-FOUND.
           PERFORM VARYING LS-AF-IDX FROM 1 BY 1
              UNTIL LS-AF-IDX > LS-AF-COUNT OR LS-AF-FOUND > 0
              IF LS-AF-HOST(LS-AF-IDX) = LS-WORK-HOST AND
                 LS-AF-PATH(LS-AF-IDX) = LS-WORK-PATH
                 MOVE LS-AF-IDX TO LS-AF-FOUND
              END-IF
           END-PERFORM.

       FIND-OR-ADD-AFFECTED.
           PERFORM FIND-AFFECTED.
           IF LS-AF-FOUND > 0
              EXIT PARAGRAPH
           END-IF.
           IF LS-AF-COUNT >= LS-MAX-AFFECTED
              DISPLAY "ERROR: MORE THAN " LS-MAX-AFFECTED
                 " DIRECTORIES AFFECTED BY WHATIF - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LS-AF-COUNT.
           MOVE LS-AF-COUNT TO LS-AF-FOUND.
           MOVE LS-WORK-HOST TO LS-AF-HOST(LS-AF-FOUND).
           MOVE LS-WORK-PATH TO LS-AF-PATH(LS-AF-FOUND).
           MOVE 0 TO LS-AF-BEFORE(LS-AF-FOUND).
           MOVE "N" TO LS-AF-SEEN(LS-AF-FOUND).
           MOVE 0 TO LS-AF-FREED(LS-AF-FOUND).
           MOVE "N" TO LS-AF-REMOVED(LS-AF-FOUND).

       STEP-TO-PARENT.
           IF FUNCTION TRIM(LS-WORK-PATH) = "/"
              MOVE "Y" TO LS-WALK-DONE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LS-SLASH-POS.
           PERFORM VARYING LS-POS FROM LENGTH OF LS-WORK-PATH BY -1
              UNTIL LS-POS < 1 OR LS-SLASH-POS > 0
              IF LS-WORK-PATH(LS-POS:1) = "/"
                 MOVE LS-POS TO LS-SLASH-POS
              END-IF
           END-PERFORM.
           EVALUATE LS-SLASH-POS
              WHEN 0
                 MOVE "Y" TO LS-WALK-DONE
              WHEN 1
                 MOVE "/" TO LS-WORK-PATH
              WHEN OTHER
                 MOVE LS-WORK-PATH(1:LS-SLASH-POS - 1)
                    TO LS-PARENT-PATH
                 MOVE LS-PARENT-PATH TO LS-WORK-PATH
           END-EVALUATE.

       SCAN-DIR-SIZES.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRSIZES DATASET "
                 "(STATUS=" LS-DIRSIZE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              MOVE DIR-SIZE-HOST TO LS-WORK-HOST
              MOVE DIR-SIZE-PATH TO LS-WORK-PATH
              PERFORM FIND-AFFECTED
              IF LS-AF-FOUND > 0
                 MOVE DIR-SIZE-VALUE TO LS-AF-BEFORE(LS-AF-FOUND)
                 MOVE "Y" TO LS-AF-SEEN(LS-AF-FOUND)
              END-IF
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.
           CLOSE DIR-SIZE-FILE.

       SCAN-FILE-SIZES.
           OPEN INPUT FILE-SIZE-FILE.
           IF LS-FILESIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILESIZES DATASET "
                 "(STATUS=" LS-FILESIZE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ FILE-SIZE-FILE INTO FILE-SIZE-RECORD.
           PERFORM UNTIL LS-FILESIZE-STATUS NOT = "00"
              PERFORM VARYING LS-PR-IDX FROM 1 BY 1
                 UNTIL LS-PR-IDX > LS-PR-COUNT
                 IF LS-PR-TYPE(LS-PR-IDX) = "F" AND
                    LS-PR-HOST(LS-PR-IDX) = FS-HOST AND
                    LS-PR-PATH(LS-PR-IDX) = FS-PATH AND
                    LS-PR-NAME(LS-PR-IDX) = FS-NAME
                    MOVE FS-VALUE TO LS-PR-VALUE(LS-PR-IDX)
                    MOVE "F" TO LS-PR-STATE(LS-PR-IDX)
                 END-IF
              END-PERFORM
              READ FILE-SIZE-FILE INTO FILE-SIZE-RECORD
           END-PERFORM.
           CLOSE FILE-SIZE-FILE.

       RESOLVE-PROPOSALS.
           PERFORM VARYING LS-PR-IDX FROM 1 BY 1
              UNTIL LS-PR-IDX > LS-PR-COUNT
              IF LS-PR-TYPE(LS-PR-IDX) = "D"
                 MOVE LS-PR-HOST(LS-PR-IDX) TO LS-WORK-HOST
                 MOVE LS-PR-PATH(LS-PR-IDX) TO LS-WORK-PATH
                 PERFORM FIND-AFFECTED
                 IF LS-AF-SEEN(LS-AF-FOUND) = "Y"
                    MOVE LS-AF-BEFORE(LS-AF-FOUND)
                       TO LS-PR-VALUE(LS-PR-IDX)
                    MOVE "F" TO LS-PR-STATE(LS-PR-IDX)
                 END-IF
              END-IF
              IF LS-PR-STATE(LS-PR-IDX) = "N"
                 ADD 1 TO LS-MISSING-COUNT
              END-IF
           END-PERFORM.

       CHECK-COVERAGE.
           PERFORM VARYING LS-PR-IDX FROM 1 BY 1
              UNTIL LS-PR-IDX > LS-PR-COUNT
              IF LS-PR-STATE(LS-PR-IDX) = "F"
                 PERFORM VARYING LS-PR-IDX2 FROM 1 BY 1
                    UNTIL LS-PR-IDX2 > LS-PR-COUNT OR
                    LS-PR-COVER(LS-PR-IDX) > 0
                    IF LS-PR-IDX2 NOT = LS-PR-IDX AND
                       LS-PR-STATE(LS-PR-IDX2) NOT = "N" AND
                       LS-PR-HOST(LS-PR-IDX2) = LS-PR-HOST(LS-PR-IDX)
                       PERFORM CHECK-ONE-COVER
                    END-IF
                 END-PERFORM
                 IF LS-PR-COVER(LS-PR-IDX) > 0
                    MOVE "C" TO LS-PR-STATE(LS-PR-IDX)
                    ADD 1 TO LS-COVERED-COUNT
                 ELSE
                    ADD 1 TO LS-FOUND-COUNT
                    ADD LS-PR-VALUE(LS-PR-IDX) TO LS-TOTAL-FREED
                    MOVE LS-PR-HOST(LS-PR-IDX) TO LS-HN-WORK-HOST
                    PERFORM FIND-HOST-NEED
                    IF LS-HN-FOUND > 0
                       ADD LS-PR-VALUE(LS-PR-IDX)
                          TO LS-HN-FREED(LS-HN-FOUND)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-ONE-COVER.
           IF LS-PR-TYPE(LS-PR-IDX2) = "F"
              IF LS-PR-TYPE(LS-PR-IDX) = "F" AND
                 LS-PR-IDX2 < LS-PR-IDX AND
                 LS-PR-PATH(LS-PR-IDX2) = LS-PR-PATH(LS-PR-IDX) AND
                 LS-PR-NAME(LS-PR-IDX2) = LS-PR-NAME(LS-PR-IDX)
                 MOVE LS-PR-IDX2 TO LS-PR-COVER(LS-PR-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF LS-PR-PATH(LS-PR-IDX2) = LS-PR-PATH(LS-PR-IDX)
              IF LS-PR-TYPE(LS-PR-IDX) = "F" OR
                 LS-PR-IDX2 < LS-PR-IDX
                 MOVE LS-PR-IDX2 TO LS-PR-COVER(LS-PR-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE LS-PR-PATH(LS-PR-IDX2) TO LS-ANCESTOR-PATH.
           MOVE LS-PR-PATH(LS-PR-IDX) TO LS-UNDER-PATH.
           PERFORM CHECK-UNDER.
           IF LS-UNDER = "Y"
              MOVE LS-PR-IDX2 TO LS-PR-COVER(LS-PR-IDX)
           END-IF.

       CHECK-UNDER.
           MOVE "N" TO LS-UNDER.
           IF FUNCTION TRIM(LS-ANCESTOR-PATH) = "/"
              MOVE "Y" TO LS-UNDER
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LS-PREFIX.
           STRING FUNCTION TRIM(LS-ANCESTOR-PATH) "/"
              DELIMITED BY SIZE INTO LS-PREFIX.
           COMPUTE LS-PREFIX-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LS-PREFIX)).
           IF LS-PREFIX-LEN <= LENGTH OF LS-UNDER-PATH
              IF LS-UNDER-PATH(1:LS-PREFIX-LEN) =
                 LS-PREFIX(1:LS-PREFIX-LEN)
                 MOVE "Y" TO LS-UNDER
              END-IF
           END-IF.

       APPLY-PROPOSALS.
           PERFORM VARYING LS-PR-IDX FROM 1 BY 1
              UNTIL LS-PR-IDX > LS-PR-COUNT
              IF LS-PR-STATE(LS-PR-IDX) = "F"
                 PERFORM APPLY-ONE-PROPOSAL
              END-IF
           END-PERFORM.
           PERFORM VARYING LS-AF-IDX FROM 1 BY 1
              UNTIL LS-AF-IDX > LS-AF-COUNT
              MOVE LS-AF-HOST(LS-AF-IDX) TO LS-WORK-HOST
              MOVE LS-AF-PATH(LS-AF-IDX) TO LS-UNDER-PATH
              PERFORM CHECK-REMOVED
              IF LS-REMOVED = "Y"
                 MOVE "Y" TO LS-AF-REMOVED(LS-AF-IDX)
              END-IF
           END-PERFORM.

       APPLY-ONE-PROPOSAL.
           MOVE LS-PR-HOST(LS-PR-IDX) TO LS-WORK-HOST.
           MOVE LS-PR-PATH(LS-PR-IDX) TO LS-WORK-PATH.
           MOVE "N" TO LS-WALK-DONE.
           PERFORM UNTIL LS-WALK-DONE = "Y"
              PERFORM FIND-AFFECTED
              ADD LS-PR-VALUE(LS-PR-IDX) TO LS-AF-FREED(LS-AF-FOUND)
              PERFORM STEP-TO-PARENT
           END-PERFORM.

       CHECK-REMOVED.
           MOVE "N" TO LS-REMOVED.
           PERFORM VARYING LS-PR-IDX2 FROM 1 BY 1
              UNTIL LS-PR-IDX2 > LS-PR-COUNT OR LS-REMOVED = "Y"
              IF LS-PR-STATE(LS-PR-IDX2) = "F" AND
                 LS-PR-TYPE(LS-PR-IDX2) = "D" AND
                 LS-PR-HOST(LS-PR-IDX2) = LS-WORK-HOST
                 IF LS-PR-PATH(LS-PR-IDX2) = LS-UNDER-PATH
                    MOVE "Y" TO LS-REMOVED
                 ELSE
                    MOVE LS-PR-PATH(LS-PR-IDX2) TO LS-ANCESTOR-PATH
                    PERFORM CHECK-UNDER
                    MOVE LS-UNDER TO LS-REMOVED
                 END-IF
              END-IF
           END-PERFORM.

       MATCH-SIZE-RULE.
           MOVE 0 TO LS-BEST-RULE.
           MOVE 0 TO LS-BEST-LEN.
           MOVE "N" TO LS-BEST-HOSTED.
           PERFORM VARYING LS-RULE-IDX FROM 1 BY 1
              UNTIL LS-RULE-IDX > LS-RULE-COUNT
              IF LS-RULE-HOST(LS-RULE-IDX) = "*" OR
                 LS-RULE-HOST(LS-RULE-IDX) = LS-MATCH-HOST
                 PERFORM CHECK-RULE-PREFIX
                 IF LS-RULE-MATCHED = "Y"
                    IF LS-RULE-LEN(LS-RULE-IDX) > LS-BEST-LEN OR
                       (LS-RULE-LEN(LS-RULE-IDX) = LS-BEST-LEN AND
                       LS-BEST-HOSTED = "N" AND
                       LS-RULE-HOST(LS-RULE-IDX) NOT = "*")
                       MOVE LS-RULE-IDX TO LS-BEST-RULE
                       MOVE LS-RULE-LEN(LS-RULE-IDX) TO LS-BEST-LEN
                       IF LS-RULE-HOST(LS-RULE-IDX) = "*"
                          MOVE "N" TO LS-BEST-HOSTED
                       ELSE
                          MOVE "Y" TO LS-BEST-HOSTED
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF LS-BEST-RULE = 0
              MOVE LIMIT-SIZE TO LS-EFF-LIMIT
              MOVE GROWTH-PCT TO LS-EFF-PCT
           ELSE
              MOVE LS-RULE-LIMIT(LS-BEST-RULE) TO LS-EFF-LIMIT
              MOVE LS-RULE-PCT(LS-BEST-RULE) TO LS-EFF-PCT
           END-IF.

       CHECK-RULE-PREFIX.
           MOVE "N" TO LS-RULE-MATCHED.
           IF LS-RULE-LEN(LS-RULE-IDX) = 1
              MOVE "Y" TO LS-RULE-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF LS-MATCH-PATH(1:LS-RULE-LEN(LS-RULE-IDX))
              NOT = LS-RULE-PREFIX(LS-RULE-IDX)
                 (1:LS-RULE-LEN(LS-RULE-IDX))
              EXIT PARAGRAPH
           END-IF.
           IF LS-RULE-LEN(LS-RULE-IDX) = LENGTH OF LS-MATCH-PATH
              MOVE "Y" TO LS-RULE-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF LS-MATCH-PATH(LS-RULE-LEN(LS-RULE-IDX) + 1:1) = "/" OR
              LS-MATCH-PATH(LS-RULE-LEN(LS-RULE-IDX) + 1:1) = SPACE
              MOVE "Y" TO LS-RULE-MATCHED
           END-IF.

       REPORT-PROPOSALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PROPOSED REMOVALS" DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-PROP-HEADING.
           PERFORM VARYING LS-PR-IDX FROM 1 BY 1
              UNTIL LS-PR-IDX > LS-PR-COUNT
              MOVE SPACES TO LS-PROP-DETAIL
              MOVE LS-PR-IDX TO LS-EDIT-SEQ
              MOVE LS-EDIT-SEQ TO WP-SEQ
              IF LS-PR-TYPE(LS-PR-IDX) = "D"
                 MOVE "DIR" TO WP-TYPE
              ELSE
                 MOVE "FILE" TO WP-TYPE
              END-IF
              MOVE LS-PR-HOST(LS-PR-IDX) TO WP-HOST
              EVALUATE LS-PR-STATE(LS-PR-IDX)
                 WHEN "F"
                    MOVE LS-PR-VALUE(LS-PR-IDX) TO LS-EDIT-VALUE
                    MOVE LS-EDIT-VALUE TO WP-SIZE
                    MOVE "FOUND" TO WP-STATUS
                 WHEN "C"
                    MOVE LS-PR-VALUE(LS-PR-IDX) TO LS-EDIT-VALUE
                    MOVE LS-EDIT-VALUE TO WP-SIZE
                    MOVE LS-PR-COVER(LS-PR-IDX) TO LS-EDIT-SEQ
                    STRING "COVERED BY " LS-EDIT-SEQ
                       DELIMITED BY SIZE INTO WP-STATUS
                 WHEN OTHER
                    MOVE "NOT IN SCAN" TO WP-STATUS
              END-EVALUATE
              IF LS-PR-TYPE(LS-PR-IDX) = "D"
                 MOVE LS-PR-PATH(LS-PR-IDX) TO WP-ITEM
              ELSE
                 IF FUNCTION TRIM(LS-PR-PATH(LS-PR-IDX)) = "/"
                    STRING "/" FUNCTION TRIM(LS-PR-NAME(LS-PR-IDX))
                       DELIMITED BY SIZE INTO WP-ITEM
                 ELSE
                    STRING FUNCTION TRIM(LS-PR-PATH(LS-PR-IDX)) "/"
                       FUNCTION TRIM(LS-PR-NAME(LS-PR-IDX))
                       DELIMITED BY SIZE INTO WP-ITEM
                 END-IF
              END-IF
              WRITE REPORT-RECORD FROM LS-PROP-DETAIL
           END-PERFORM.

       REPORT-DIRECTORIES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AFFECTED DIRECTORIES (LIMITS FROM SIZERULE)"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-DIR-HEADING.
           SORT DIR-SORT-FILE
              ON ASCENDING KEY SD-HOST SD-PATH
              INPUT PROCEDURE IS RELEASE-AFFECTED
              OUTPUT PROCEDURE IS WRITE-AFFECTED.
           IF LS-DIR-LINES = 0
              MOVE SPACES TO REPORT-RECORD
              STRING "NO DIRECTORY WOULD CHANGE" DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       RELEASE-AFFECTED.
           PERFORM VARYING LS-AF-IDX FROM 1 BY 1
              UNTIL LS-AF-IDX > LS-AF-COUNT
              IF LS-AF-SEEN(LS-AF-IDX) = "Y" AND
                 (LS-AF-FREED(LS-AF-IDX) > 0 OR
                 LS-AF-REMOVED(LS-AF-IDX) = "Y")
                 MOVE LS-AF-HOST(LS-AF-IDX) TO SD-HOST
                 MOVE LS-AF-PATH(LS-AF-IDX) TO SD-PATH
                 MOVE LS-AF-IDX TO SD-IDX
                 RELEASE DIR-SORT-RECORD
              END-IF
           END-PERFORM.

       WRITE-AFFECTED.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN DIR-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 MOVE SD-IDX TO LS-AF-IDX
                 PERFORM WRITE-ONE-AFFECTED
              END-RETURN
           END-PERFORM.

       WRITE-ONE-AFFECTED.
           ADD 1 TO LS-DIR-LINES.
           MOVE SPACES TO LS-DIR-DETAIL.
           MOVE LS-AF-HOST(LS-AF-IDX) TO WD-HOST.
           MOVE LS-AF-PATH(LS-AF-IDX) TO WD-PATH.
           MOVE LS-AF-BEFORE(LS-AF-IDX) TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO WD-BEFORE.
           IF LS-AF-REMOVED(LS-AF-IDX) = "Y"
              MOVE 0 TO LS-AFTER
              MOVE LS-AF-BEFORE(LS-AF-IDX) TO LS-EDIT-TOTAL
              MOVE LS-EDIT-TOTAL TO WD-FREED
              MOVE "REMOVED" TO WD-STATUS
           ELSE
              IF LS-AF-FREED(LS-AF-IDX) > LS-AF-BEFORE(LS-AF-IDX)
                 MOVE 0 TO LS-AFTER
              ELSE
                 COMPUTE LS-AFTER = LS-AF-BEFORE(LS-AF-IDX)
                    - LS-AF-FREED(LS-AF-IDX)
              END-IF
              MOVE LS-AF-FREED(LS-AF-IDX) TO LS-EDIT-TOTAL
              MOVE LS-EDIT-TOTAL TO WD-FREED
              MOVE LS-AF-HOST(LS-AF-IDX) TO LS-MATCH-HOST
              MOVE LS-AF-PATH(LS-AF-IDX) TO LS-MATCH-PATH
              PERFORM MATCH-SIZE-RULE
              IF LS-EFF-LIMIT = 0
                 MOVE "NO LIMIT" TO WD-STATUS
              ELSE
                 MOVE LS-EFF-LIMIT TO LS-EDIT-VALUE
                 MOVE LS-EDIT-VALUE TO WD-LIMIT
                 IF LS-AFTER > LS-EFF-LIMIT
                    MOVE "OVER" TO WD-STATUS
                 ELSE
                    MOVE "WITHIN" TO WD-STATUS
                 END-IF
              END-IF
           END-IF.
           MOVE LS-AFTER TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO WD-AFTER.
           WRITE REPORT-RECORD FROM LS-DIR-DETAIL.

       REPORT-EXCEPTIONS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "OPEN EXCEPTIONS AFFECTED BY THE PROPOSALS"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT EXCEPTION-FILE.
           IF LS-EXCP-STATUS = "35"
              MOVE SPACES TO REPORT-RECORD
              STRING "NO EXCEPTS DATASET - NO OPEN EXCEPTIONS "
                 "TO CHECK" DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF LS-EXCP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN EXCEPTS DATASET "
                 "(STATUS=" LS-EXCP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE REPORT-RECORD FROM LS-EXC-HEADING.
           READ EXCEPTION-FILE INTO EXCEPTION-RECORD.
           PERFORM UNTIL LS-EXCP-STATUS NOT = "00"
              PERFORM CHECK-ONE-EXCEPTION
              READ EXCEPTION-FILE INTO EXCEPTION-RECORD
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           IF LS-CLEAR-COUNT = 0 AND LS-REMAIN-COUNT = 0
              MOVE SPACES TO REPORT-RECORD
              STRING "NO OPEN EXCEPTION IS AFFECTED"
                 DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       CHECK-ONE-EXCEPTION.
           MOVE EXCP-HOST TO LS-WORK-HOST.
           MOVE EXCP-PATH TO LS-UNDER-PATH.
           PERFORM CHECK-REMOVED.
           MOVE SPACES TO LS-EXC-DETAIL.
           MOVE EXCP-VALUE TO LS-BEFORE.
           IF LS-REMOVED = "Y"
              MOVE 0 TO LS-AFTER
              MOVE "-" TO WX-NEW-SEV
              MOVE "CLEARS" TO WX-RESULT
              ADD 1 TO LS-CLEAR-COUNT
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE EXCP-PATH TO LS-WORK-PATH.
           PERFORM FIND-AFFECTED.
           IF LS-AF-FOUND = 0
              ADD 1 TO LS-UNAFFECTED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF LS-AF-FREED(LS-AF-FOUND) = 0
              ADD 1 TO LS-UNAFFECTED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF LS-AF-FREED(LS-AF-FOUND) > LS-BEFORE
              MOVE 0 TO LS-AFTER
           ELSE
              COMPUTE LS-AFTER = LS-BEFORE - LS-AF-FREED(LS-AF-FOUND)
           END-IF.
           MOVE EXCP-HOST TO LS-MATCH-HOST.
           MOVE EXCP-PATH TO LS-MATCH-PATH.
           PERFORM MATCH-SIZE-RULE.
           MOVE "N" TO LS-SIZE-BREACH.
           MOVE "N" TO LS-GROWTH-BREACH.
           IF LS-EFF-LIMIT > 0 AND LS-AFTER > LS-EFF-LIMIT
              MOVE "Y" TO LS-SIZE-BREACH
           END-IF.
           IF LS-EFF-PCT > 0 AND EXCP-PREV-VALUE > 0
              COMPUTE LS-EXCP-PCT ROUNDED =
                 (LS-AFTER - EXCP-PREV-VALUE) * 100
                 / EXCP-PREV-VALUE
              IF LS-EXCP-PCT >= LS-EFF-PCT
                 MOVE "Y" TO LS-GROWTH-BREACH
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN LS-SIZE-BREACH = "Y" AND LS-GROWTH-BREACH = "Y"
                 MOVE "B" TO LS-NEW-SEVERITY
              WHEN LS-SIZE-BREACH = "Y"
                 MOVE "S" TO LS-NEW-SEVERITY
              WHEN LS-GROWTH-BREACH = "Y"
                 MOVE "G" TO LS-NEW-SEVERITY
              WHEN OTHER
                 MOVE SPACE TO LS-NEW-SEVERITY
           END-EVALUATE.
           IF LS-NEW-SEVERITY = SPACE
              MOVE "-" TO WX-NEW-SEV
              MOVE "CLEARS" TO WX-RESULT
              ADD 1 TO LS-CLEAR-COUNT
           ELSE
              MOVE LS-NEW-SEVERITY TO WX-NEW-SEV
              MOVE "REMAINS" TO WX-RESULT
              ADD 1 TO LS-REMAIN-COUNT
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE EXCP-HOST TO WX-HOST.
           MOVE EXCP-PATH TO WX-PATH.
           MOVE LS-BEFORE TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO WX-BEFORE.
           MOVE LS-AFTER TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO WX-AFTER.
           MOVE EXCP-SEVERITY TO WX-OLD-SEV.
           WRITE REPORT-RECORD FROM LS-EXC-DETAIL.

       REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PROPOSALS: " LS-PR-COUNT " READ, " LS-FOUND-COUNT
              " APPLIED, " LS-COVERED-COUNT " COVERED BY ANOTHER "
              "PROPOSAL, " LS-MISSING-COUNT " NOT IN SCAN"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-MISSING-COUNT > 0
              MOVE SPACES TO REPORT-RECORD
              STRING "WARNING: " LS-MISSING-COUNT " PROPOSED "
                 "ITEM(S) DO NOT EXIST IN THE SCAN OF "
                 LS-LAST-CTL-DATE DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "EXCEPTIONS: " LS-CLEAR-COUNT " WOULD CLEAR, "
              LS-REMAIN-COUNT " WOULD REMAIN, " LS-UNAFFECTED-COUNT
              " NOT AFFECTED" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-HC-ROWS > 0
              PERFORM REPORT-HOST-NEEDS
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-TOTAL-FREED >= TARGET
              STRING "TARGET MET: PROPOSALS FREE " LS-TOTAL-FREED
                 " OF TARGET " TARGET DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              COMPUTE LS-SHORTFALL = TARGET - LS-TOTAL-FREED
              STRING "WARNING: PROPOSALS FREE ONLY " LS-TOTAL-FREED
                 " OF TARGET " TARGET ", SHORT BY " LS-SHORTFALL
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       REPORT-HOST-NEEDS.
           IF LS-HN-COUNT = 0
              MOVE SPACES TO REPORT-RECORD
              STRING "NO SCANNED HOST IN HOSTCAP FOR "
                 LS-LAST-CTL-DATE DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING LS-HN-IDX FROM 1 BY 1
              UNTIL LS-HN-IDX > LS-HN-COUNT
              MOVE SPACES TO REPORT-RECORD
              IF LS-HN-FREED(LS-HN-IDX) >= LS-HN-NEED(LS-HN-IDX)
                 STRING "HOST " FUNCTION TRIM(LS-HN-HOST(LS-HN-IDX))
                    " NEED MET: PROPOSALS FREE "
                    LS-HN-FREED(LS-HN-IDX) " OF NEEDED "
                    LS-HN-NEED(LS-HN-IDX) DELIMITED BY SIZE
                    INTO REPORT-RECORD
              ELSE
                 COMPUTE LS-SHORTFALL = LS-HN-NEED(LS-HN-IDX)
                    - LS-HN-FREED(LS-HN-IDX)
                 STRING "WARNING: HOST "
                    FUNCTION TRIM(LS-HN-HOST(LS-HN-IDX))
                    " PROPOSALS FREE ONLY " LS-HN-FREED(LS-HN-IDX)
                    " OF NEEDED " LS-HN-NEED(LS-HN-IDX)
                    ", SHORT BY " LS-SHORTFALL
                    DELIMITED BY SIZE INTO REPORT-RECORD
                 ADD 1 TO LS-HN-SHORT
              END-IF
              WRITE REPORT-RECORD
           END-PERFORM.
