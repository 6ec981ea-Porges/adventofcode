       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07FCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-HIST-FILE ASSIGN TO "FILEHIST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-FILEHIST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DIRHIST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FILECHG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT ARCHIVE-LIST-FILE ASSIGN TO "ARCHLIST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-ARCHLIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC LS-ARCHIVE-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-ARCHIVE-STATUS.
           SELECT CHANGE-WORK-FILE ASSIGN TO "FILECHG.CWK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-CHGWORK-STATUS.
           SELECT ORDER-WORK-FILE ASSIGN TO "FILECHG.OWK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-ORDWORK-STATUS.
           SELECT DIR-WORK-FILE ASSIGN TO "FILECHG.DWK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-DIRWORK-STATUS.
           SELECT MATCH-SORT-FILE ASSIGN TO "FILECHG.SR1".
           SELECT ORDER-SORT-FILE ASSIGN TO "FILECHG.SR2".
           SELECT ROLL-SORT-FILE ASSIGN TO "FILECHG.SR3".
           SELECT DIR-SORT-FILE ASSIGN TO "FILECHG.SR4".

       DATA DIVISION.
       FILE SECTION.
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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-DATE      PIC X(8).
           05  HIST-SEP1      PIC X(1).
           05  HIST-HOST      PIC X(8).
           05  HIST-SEP0      PIC X(1).
           05  HIST-PATH      PIC X(500).
           05  HIST-SEP2      PIC X(1).
           05  HIST-VALUE     PIC 9(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(800).

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

       FD  ARCHIVE-LIST-FILE.
       01  ARCH-LIST-RECORD   PIC X(250).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD     PIC X(529).

       FD  CHANGE-WORK-FILE.
       01  CHANGE-WORK-RECORD.
           05  CW-CLASS       PIC X(1).
           05  CW-SEQ         PIC 9(12).
           05  CW-CATEGORY    PIC X(1).
           05  CW-HOST        PIC X(8).
           05  CW-PATH        PIC X(500).
           05  CW-NAME        PIC X(250).
           05  CW-OLD-VALUE   PIC 9(10).
           05  CW-NEW-VALUE   PIC 9(10).
           05  CW-DIFF        PIC S9(11) SIGN LEADING SEPARATE.

       FD  ORDER-WORK-FILE.
       01  ORDER-WORK-RECORD.
           05  OW-CLASS       PIC X(1).
           05  OW-SEQ         PIC 9(12).
           05  OW-CATEGORY    PIC X(1).
           05  OW-HOST        PIC X(8).
           05  OW-PATH        PIC X(500).
           05  OW-NAME        PIC X(250).
           05  OW-OLD-VALUE   PIC 9(10).
           05  OW-NEW-VALUE   PIC 9(10).
           05  OW-DIFF        PIC S9(11) SIGN LEADING SEPARATE.

       FD  DIR-WORK-FILE.
       01  DIR-WORK-RECORD.
           05  DW-PHASE       PIC X(1).
           05  DW-SEQ         PIC 9(12).
           05  DW-HOST        PIC X(8).
           05  DW-PATH        PIC X(500).
           05  DW-OLD-SEEN    PIC X(1).
           05  DW-OLD-VALUE   PIC 9(10).
           05  DW-NEW-SEEN    PIC X(1).
           05  DW-NEW-VALUE   PIC 9(10).
           05  DW-ADD-FILES   PIC 9(10).
           05  DW-ADD-BYTES   PIC 9(15).
           05  DW-REM-FILES   PIC 9(10).
           05  DW-REM-BYTES   PIC 9(15).
           05  DW-CHG-FILES   PIC 9(10).
           05  DW-CHG-BYTES   PIC S9(15) SIGN LEADING SEPARATE.

       SD  MATCH-SORT-FILE.
       01  MATCH-SORT-RECORD.
           05  SM-HOST        PIC X(8).
           05  SM-PATH        PIC X(500).
           05  SM-NAME        PIC X(250).
           05  SM-SIDE        PIC X(1).
           05  SM-SEQ         PIC 9(12).
           05  SM-VALUE       PIC 9(10).

       SD  ORDER-SORT-FILE.
       01  ORDER-SORT-RECORD.
           05  SO-CLASS       PIC X(1).
           05  SO-SEQ         PIC 9(12).
           05  SO-CATEGORY    PIC X(1).
           05  SO-HOST        PIC X(8).
           05  SO-PATH        PIC X(500).
           05  SO-NAME        PIC X(250).
           05  SO-OLD-VALUE   PIC 9(10).
           05  SO-NEW-VALUE   PIC 9(10).
           05  SO-DIFF        PIC S9(11) SIGN LEADING SEPARATE.

       SD  ROLL-SORT-FILE.
       01  ROLL-SORT-RECORD.
           05  SR-HOST        PIC X(8).
           05  SR-PATH        PIC X(500).
           05  SR-PHASE       PIC X(1).
           05  SR-SEQ         PIC 9(12).
           05  SR-KIND        PIC X(1).
           05  SR-AMOUNT      PIC S9(15).

       SD  DIR-SORT-FILE.
       01  DIR-SORT-RECORD.
           05  SQ-PHASE       PIC X(1).
           05  SQ-SEQ         PIC 9(12).
           05  SQ-HOST        PIC X(8).
           05  SQ-PATH        PIC X(500).
           05  SQ-OLD-SEEN    PIC X(1).
           05  SQ-OLD-VALUE   PIC 9(10).
           05  SQ-NEW-SEEN    PIC X(1).
           05  SQ-NEW-VALUE   PIC 9(10).
           05  SQ-ADD-FILES   PIC 9(10).
           05  SQ-ADD-BYTES   PIC 9(15).
           05  SQ-REM-FILES   PIC 9(10).
           05  SQ-REM-BYTES   PIC 9(15).
           05  SQ-CHG-FILES   PIC 9(10).
           05  SQ-CHG-BYTES   PIC S9(15) SIGN LEADING SEPARATE.

       LOCAL-STORAGE SECTION.
       01  LS-FILEHIST-STATUS PIC X(2).
       01  LS-HIST-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-ARCHLIST-STATUS PIC X(2).
       01  LS-ARCHIVE-STATUS PIC X(2).
       01  LS-CHGWORK-STATUS PIC X(2).
       01  LS-ORDWORK-STATUS PIC X(2).
       01  LS-DIRWORK-STATUS PIC X(2).
       01  LS-ARCHIVE-NAME PIC X(250).
       78  LS-MAX-ARCHIVES VALUE 99.
       01  LS-ARCH-COUNT  PIC 9(2) VALUE 0.
       01  LS-ARCH-NAMES  PIC X(250) OCCURS 0 TO 99 TIMES
                          DEPENDING ON LS-ARCH-COUNT.
       01  LS-ARCH-IDX    PIC 9(2).
       01  LS-FROM-CTL-SEEN PIC X(1) VALUE "N".
       01  LS-FROM-CTL-CLEAN PIC X(1) VALUE "N".
       01  LS-TO-CTL-SEEN PIC X(1) VALUE "N".
       01  LS-TO-CTL-CLEAN PIC X(1) VALUE "N".
       01  LS-FROM-DATE   PIC X(8).
       01  LS-TO-DATE     PIC X(8).
       01  LS-WANT-HOST   PIC X(8).
       01  LS-WANT-PREFIX PIC X(500).
       01  LS-PREFIX-LEN  PIC 9(4) VALUE 0.
       01  LS-FILTER-OK   PIC X(1).
       01  LS-SORT-DONE   PIC X(1).
       01  LS-FILE-ROWS   PIC 9(12) VALUE 0.
       01  LS-HIST-ROWS   PIC 9(12) VALUE 0.
       01  LS-WALK-SEQ    PIC 9(12) VALUE 0.
       01  LS-MATCH-HELD  PIC X(1).
       01  LS-HELD-HOST   PIC X(8).
       01  LS-HELD-PATH   PIC X(500).
       01  LS-HELD-NAME   PIC X(250).
       01  LS-HELD-OLD-SEEN PIC X(1).
       01  LS-HELD-OLD-SEQ PIC 9(12).
       01  LS-HELD-OLD-VALUE PIC 9(10).
       01  LS-HELD-NEW-SEEN PIC X(1).
       01  LS-HELD-NEW-SEQ PIC 9(12).
       01  LS-HELD-NEW-VALUE PIC 9(10).
       01  LS-DIR-HELD    PIC X(1).
       01  LS-OF-COUNT    PIC 9(10) VALUE 0.
       01  LS-NF-COUNT    PIC 9(10) VALUE 0.
       01  LS-POS         PIC 9(4).
       01  LS-SLASH-POS   PIC 9(4).
       01  LS-WORK-HOST   PIC X(8).
       01  LS-WORK-PATH   PIC X(500).
       01  LS-PARENT-PATH PIC X(500).
       01  LS-WALK-DONE   PIC X(1).
       01  LS-CATEGORY    PIC X(1).
       01  LS-DIFF        PIC S9(11).
       01  LS-FULL-NAME   PIC X(751).
       01  LS-NET         PIC S9(15).
       01  LS-HIST-DELTA  PIC S9(15).
       01  LS-EDIT-VALUE  PIC Z(9)9.
       01  LS-EDIT-DIFF   PIC -(10)9.
       01  LS-EDIT-COUNT  PIC Z(9)9.
       01  LS-EDIT-BYTES  PIC Z(14)9.
       01  LS-EDIT-NET    PIC -(15)9.
       01  LS-COUNT-IN    PIC 9(10).
       01  LS-SHORT-COUNT PIC 9(4).
       01  LS-COUNT-TEXT  PIC X(10).
       01  LS-COUNT-TEXT2 PIC X(10).
       01  LS-COUNT-TEXT3 PIC X(10).
       01  LS-ADD-COUNT   PIC 9(10) VALUE 0.
       01  LS-REM-COUNT   PIC 9(10) VALUE 0.
       01  LS-CHG-COUNT   PIC 9(10) VALUE 0.
       01  LS-SAME-COUNT  PIC 9(10) VALUE 0.
       01  LS-ADD-BYTES   PIC 9(15) VALUE 0.
       01  LS-REM-BYTES   PIC 9(15) VALUE 0.
       01  LS-CHG-BYTES   PIC S9(15) VALUE 0.
       01  LS-TIED-COUNT  PIC 9(10) VALUE 0.
       01  LS-UNTIED-COUNT PIC 9(10) VALUE 0.
       01  LS-NOHIST-COUNT PIC 9(10) VALUE 0.
       01  LS-FILE-DETAIL.
           05  FC-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FC-FLAG      PIC X(7).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FC-OLD-VALUE PIC X(10).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FC-NEW-VALUE PIC X(10).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FC-DIFF      PIC X(11).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FC-FILE      PIC X(744).
       01  LS-FILE-HEADING.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(7) VALUE "CHANGE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(10) VALUE "  OLD SIZE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(10) VALUE "  NEW SIZE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(11) VALUE " DIFFERENCE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(4) VALUE "FILE".
       01  LS-DIR-DETAIL.
           05  FD-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FD-ADD-FILES PIC X(10).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  FD-ADD-BYTES PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FD-REM-FILES PIC X(10).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  FD-REM-BYTES PIC X(15).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FD-CHG-FILES PIC X(10).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  FD-CHG-BYTES PIC X(16).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FD-NET       PIC X(16).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FD-HIST      PIC X(16).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FD-TIES      PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FD-PATH      PIC X(500).
       01  LS-DIR-HEADING.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(10) VALUE "      ADD#".
           05  FILLER       PIC X(1) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "    ADDED BYTES".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(10) VALUE "      REM#".
           05  FILLER       PIC X(1) VALUE SPACES.
           05  FILLER       PIC X(15) VALUE "  REMOVED BYTES".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(10) VALUE "      CHG#".
           05  FILLER       PIC X(1) VALUE SPACES.
           05  FILLER       PIC X(16) VALUE "   CHANGED BYTES".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(16) VALUE "      NET CHANGE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(16) VALUE "   DIRHIST DELTA".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(4) VALUE "TIES".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(9) VALUE "DIRECTORY".

       PROCEDURE DIVISION.
           ACCEPT LS-FROM-DATE.
           ACCEPT LS-TO-DATE.
           ACCEPT LS-WANT-HOST.
           ACCEPT LS-WANT-PREFIX.
           IF LS-FROM-DATE = SPACES OR LS-TO-DATE = SPACES
              DISPLAY "ERROR: TWO RUN DATES (YYYYMMDD) MUST BE "
                 "SUPPLIED - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-FROM-DATE = LS-TO-DATE
              DISPLAY "ERROR: FROM AND TO RUN DATES ARE BOTH "
                 LS-FROM-DATE " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(LS-WANT-PREFIX) TO LS-WANT-PREFIX.
           IF LS-WANT-PREFIX NOT = SPACES
              IF LS-WANT-PREFIX(1:1) NOT = "/"
                 DISPLAY "ERROR: PATH PREFIX MUST START WITH / BUT WAS "
                    FUNCTION TRIM(LS-WANT-PREFIX) " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE LS-PREFIX-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(LS-WANT-PREFIX))
              IF LS-PREFIX-LEN > 1 AND
                 LS-WANT-PREFIX(LS-PREFIX-LEN:1) = "/"
                 MOVE SPACE TO LS-WANT-PREFIX(LS-PREFIX-LEN:1)
                 SUBTRACT 1 FROM LS-PREFIX-LEN
              END-IF
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           SORT MATCH-SORT-FILE
              ON ASCENDING KEY SM-HOST SM-PATH SM-NAME SM-SIDE SM-SEQ
              INPUT PROCEDURE IS RELEASE-FILE-HISTORY
              OUTPUT PROCEDURE IS MATCH-FILE-HISTORY.
           IF LS-OF-COUNT = 0 AND LS-NF-COUNT = 0
              DISPLAY "ERROR: NO FILEHIST RECORDS SELECTED FOR EITHER "
                 LS-FROM-DATE " OR " LS-TO-DATE " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-OF-COUNT = 0
              DISPLAY "WARNING: NO FILEHIST RECORDS SELECTED FOR "
                 LS-FROM-DATE " - EVERY FILE WILL SHOW AS ADDED"
           END-IF.
           IF LS-NF-COUNT = 0
              DISPLAY "WARNING: NO FILEHIST RECORDS SELECTED FOR "
                 LS-TO-DATE " - EVERY FILE WILL SHOW AS REMOVED"
           END-IF.
           SORT ORDER-SORT-FILE
              ON ASCENDING KEY SO-CLASS SO-SEQ
              USING CHANGE-WORK-FILE
              GIVING ORDER-WORK-FILE.
           SORT ROLL-SORT-FILE
              ON ASCENDING KEY SR-HOST SR-PATH SR-PHASE SR-SEQ
              INPUT PROCEDURE IS RELEASE-DIRECTORY-ROWS
              OUTPUT PROCEDURE IS WRITE-DIRECTORY-TOTALS.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILECHG DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FILE CHANGES FROM " LS-FROM-DATE
              " TO " LS-TO-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-WANT-HOST = SPACES
              STRING "HOST: ALL" DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
              STRING "HOST: " FUNCTION TRIM(LS-WANT-HOST)
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-PREFIX-LEN = 0
              STRING "PATH PREFIX: ALL" DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING "PATH PREFIX: " FUNCTION TRIM(LS-WANT-PREFIX)
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-FILE-HEADING.
           PERFORM WRITE-FILE-CHANGES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DIRECTORY NET CHANGE BY CATEGORY (INCLUDES "
              "SUBDIRECTORIES)" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-DIR-HEADING.
           SORT DIR-SORT-FILE
              ON ASCENDING KEY SQ-PHASE SQ-SEQ
              USING DIR-WORK-FILE
              OUTPUT PROCEDURE IS REPORT-DIRECTORIES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LS-ADD-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE LS-ADD-BYTES TO LS-EDIT-BYTES.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FILES ADDED: " FUNCTION TRIM(LS-COUNT-TEXT)
              "  BYTES: " FUNCTION TRIM(LS-EDIT-BYTES)
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LS-REM-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE LS-REM-BYTES TO LS-EDIT-BYTES.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FILES REMOVED: " FUNCTION TRIM(LS-COUNT-TEXT)
              "  BYTES: " FUNCTION TRIM(LS-EDIT-BYTES)
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LS-SAME-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE LS-COUNT-TEXT TO LS-COUNT-TEXT2.
           MOVE LS-CHG-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE LS-CHG-BYTES TO LS-EDIT-NET.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FILES CHANGED: " FUNCTION TRIM(LS-COUNT-TEXT)
              "  BYTES: " FUNCTION TRIM(LS-EDIT-NET)
              "  UNCHANGED: " FUNCTION TRIM(LS-COUNT-TEXT2)
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LS-UNTIED-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE LS-COUNT-TEXT TO LS-COUNT-TEXT2.
           MOVE LS-NOHIST-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE LS-COUNT-TEXT TO LS-COUNT-TEXT3.
           MOVE LS-TIED-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DIRECTORIES TIED TO DIRHIST: "
              FUNCTION TRIM(LS-COUNT-TEXT)
              "  NOT TIED: " FUNCTION TRIM(LS-COUNT-TEXT2)
              "  NO DIRHIST: " FUNCTION TRIM(LS-COUNT-TEXT3)
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-ARCH-COUNT > 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING "ARCHIVES READ: " LS-ARCH-COUNT
                 DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              PERFORM VARYING LS-ARCH-IDX FROM 1 BY 1
                 UNTIL LS-ARCH-IDX > LS-ARCH-COUNT
                 MOVE SPACES TO REPORT-RECORD
                 STRING "  "
                    FUNCTION TRIM(LS-ARCH-NAMES(LS-ARCH-IDX))
                    DELIMITED BY SIZE INTO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-PERFORM
           END-IF.
           CLOSE REPORT-FILE.
           MOVE LS-OF-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           MOVE LS-COUNT-TEXT TO LS-COUNT-TEXT2.
           MOVE LS-NF-COUNT TO LS-COUNT-IN.
           PERFORM FORMAT-COUNT.
           DISPLAY "FILE CHANGE REPORT WRITTEN FOR "
              FUNCTION TRIM(LS-COUNT-TEXT)
              " FILES AT " LS-TO-DATE " VERSUS "
              FUNCTION TRIM(LS-COUNT-TEXT2) " AT " LS-FROM-DATE.
           IF LS-UNTIED-COUNT > 0 OR LS-NOHIST-COUNT > 0
              MOVE LS-NOHIST-COUNT TO LS-COUNT-IN
              PERFORM FORMAT-COUNT
              MOVE LS-COUNT-TEXT TO LS-COUNT-TEXT2
              MOVE LS-UNTIED-COUNT TO LS-COUNT-IN
              PERFORM FORMAT-COUNT
              DISPLAY "WARNING: " FUNCTION TRIM(LS-COUNT-TEXT)
                 " DIRECTORY(IES) DO NOT TIE TO DIRHIST AND "
                 FUNCTION TRIM(LS-COUNT-TEXT2) " HAVE NO DIRHIST ROWS"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       FORMAT-COUNT.
           IF LS-COUNT-IN > 9999
              MOVE LS-COUNT-IN TO LS-COUNT-TEXT
           ELSE
              MOVE LS-COUNT-IN TO LS-SHORT-COUNT
              MOVE LS-SHORT-COUNT TO LS-COUNT-TEXT
           END-IF.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              DISPLAY "ERROR: NO RUNCTL DATASET FOUND - DAY07 MUST "
                 "COMPLETE BEFORE DAY07FCH - ABORTING RUN"
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
                 IF CTL-DATE = LS-FROM-DATE
                    MOVE "Y" TO LS-FROM-CTL-SEEN
                    IF CTL-STATUS = "C" AND CTL-RC <= 4
                       MOVE "Y" TO LS-FROM-CTL-CLEAN
                    END-IF
                 END-IF
                 IF CTL-DATE = LS-TO-DATE
                    MOVE "Y" TO LS-TO-CTL-SEEN
                    IF CTL-STATUS = "C" AND CTL-RC <= 4
                       MOVE "Y" TO LS-TO-CTL-CLEAN
                    END-IF
                 END-IF
              END-IF
              READ RUN-CONTROL-FILE INTO RUN-CTL-RECORD
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           IF LS-FROM-CTL-SEEN = "Y" AND LS-FROM-CTL-CLEAN NOT = "Y"
              DISPLAY "ERROR: DAY07 RUN FOR " LS-FROM-DATE
                 " DID NOT COMPLETE CLEANLY - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-TO-CTL-SEEN = "Y" AND LS-TO-CTL-CLEAN NOT = "Y"
              DISPLAY "ERROR: DAY07 RUN FOR " LS-TO-DATE
                 " DID NOT COMPLETE CLEANLY - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-FROM-CTL-SEEN NOT = "Y"
              DISPLAY "WARNING: NO DAY07 RUN RECORDED IN RUNCTL FOR "
                 LS-FROM-DATE
           END-IF.
           IF LS-TO-CTL-SEEN NOT = "Y"
              DISPLAY "WARNING: NO DAY07 RUN RECORDED IN RUNCTL FOR "
                 LS-TO-DATE
           END-IF.

       CHECK-FILTER.
           MOVE "N" TO LS-FILTER-OK.
           IF LS-WANT-HOST NOT = SPACES AND
              LS-WORK-HOST NOT = LS-WANT-HOST
              EXIT PARAGRAPH
           END-IF.
           IF LS-PREFIX-LEN <= 1
              MOVE "Y" TO LS-FILTER-OK
              EXIT PARAGRAPH
           END-IF.
           IF LS-WORK-PATH(1:LS-PREFIX-LEN) NOT =
              LS-WANT-PREFIX(1:LS-PREFIX-LEN)
              EXIT PARAGRAPH
           END-IF.
           IF LS-PREFIX-LEN = LENGTH OF LS-WORK-PATH
              MOVE "Y" TO LS-FILTER-OK
              EXIT PARAGRAPH
           END-IF.
           IF LS-WORK-PATH(LS-PREFIX-LEN + 1:1) = "/" OR
              LS-WORK-PATH(LS-PREFIX-LEN + 1:1) = SPACE
              MOVE "Y" TO LS-FILTER-OK
           END-IF.

       RELEASE-FILE-HISTORY.
           OPEN INPUT FILE-HIST-FILE.
           IF LS-FILEHIST-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILEHIST DATASET "
                 "(STATUS=" LS-FILEHIST-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ FILE-HIST-FILE INTO FILE-HIST-RECORD.
           PERFORM UNTIL LS-FILEHIST-STATUS NOT = "00"
              ADD 1 TO LS-FILE-ROWS
              IF FH-DATE = LS-FROM-DATE OR FH-DATE = LS-TO-DATE
                 MOVE FH-HOST TO LS-WORK-HOST
                 MOVE FH-PATH TO LS-WORK-PATH
                 PERFORM CHECK-FILTER
                 IF LS-FILTER-OK = "Y"
                    MOVE FH-HOST TO SM-HOST
                    MOVE FH-PATH TO SM-PATH
                    MOVE FH-NAME TO SM-NAME
                    IF FH-DATE = LS-FROM-DATE
                       MOVE "1" TO SM-SIDE
                    ELSE
                       MOVE "2" TO SM-SIDE
                    END-IF
                    MOVE LS-FILE-ROWS TO SM-SEQ
                    MOVE FH-VALUE TO SM-VALUE
                    RELEASE MATCH-SORT-RECORD
                 END-IF
              END-IF
              READ FILE-HIST-FILE INTO FILE-HIST-RECORD
           END-PERFORM.
           CLOSE FILE-HIST-FILE.

       MATCH-FILE-HISTORY.
           OPEN OUTPUT CHANGE-WORK-FILE.
           IF LS-CHGWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILECHG.CWK WORK "
                 "DATASET (STATUS=" LS-CHGWORK-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO LS-MATCH-HELD.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN MATCH-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 IF LS-MATCH-HELD = "Y" AND
                    (SM-HOST NOT = LS-HELD-HOST OR
                    SM-PATH NOT = LS-HELD-PATH OR
                    SM-NAME NOT = LS-HELD-NAME)
                    PERFORM CLASSIFY-HELD-FILE
                 END-IF
                 IF LS-MATCH-HELD = "N"
                    MOVE SM-HOST TO LS-HELD-HOST
                    MOVE SM-PATH TO LS-HELD-PATH
                    MOVE SM-NAME TO LS-HELD-NAME
                    MOVE "N" TO LS-HELD-OLD-SEEN LS-HELD-NEW-SEEN
                    MOVE 0 TO LS-HELD-OLD-VALUE LS-HELD-NEW-VALUE
                    MOVE "Y" TO LS-MATCH-HELD
                 END-IF
                 IF SM-SIDE = "1"
                    IF LS-HELD-OLD-SEEN = "N"
                       MOVE SM-SEQ TO LS-HELD-OLD-SEQ
                       MOVE "Y" TO LS-HELD-OLD-SEEN
                    END-IF
                    MOVE SM-VALUE TO LS-HELD-OLD-VALUE
                 ELSE
                    IF LS-HELD-NEW-SEEN = "N"
                       MOVE SM-SEQ TO LS-HELD-NEW-SEQ
                       MOVE "Y" TO LS-HELD-NEW-SEEN
                    END-IF
                    MOVE SM-VALUE TO LS-HELD-NEW-VALUE
                 END-IF
              END-RETURN
           END-PERFORM.
           IF LS-MATCH-HELD = "Y"
              PERFORM CLASSIFY-HELD-FILE
           END-IF.
           CLOSE CHANGE-WORK-FILE.

       CLASSIFY-HELD-FILE.
           MOVE "N" TO LS-MATCH-HELD.
           IF LS-HELD-OLD-SEEN = "Y"
              ADD 1 TO LS-OF-COUNT
           END-IF.
           IF LS-HELD-NEW-SEEN = "Y"
              ADD 1 TO LS-NF-COUNT
           END-IF.
           IF LS-HELD-NEW-SEEN = "Y"
              MOVE "1" TO CW-CLASS
              MOVE LS-HELD-NEW-SEQ TO CW-SEQ
              IF LS-HELD-OLD-SEEN = "Y"
                 COMPUTE LS-DIFF = LS-HELD-NEW-VALUE
                    - LS-HELD-OLD-VALUE
                 IF LS-DIFF = 0
                    ADD 1 TO LS-SAME-COUNT
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "C" TO CW-CATEGORY
              ELSE
                 MOVE "A" TO CW-CATEGORY
                 MOVE LS-HELD-NEW-VALUE TO LS-DIFF
              END-IF
           ELSE
              MOVE "2" TO CW-CLASS
              MOVE LS-HELD-OLD-SEQ TO CW-SEQ
              MOVE "R" TO CW-CATEGORY
              COMPUTE LS-DIFF = 0 - LS-HELD-OLD-VALUE
           END-IF.
           MOVE LS-HELD-HOST TO CW-HOST.
           MOVE LS-HELD-PATH TO CW-PATH.
           MOVE LS-HELD-NAME TO CW-NAME.
           MOVE LS-HELD-OLD-VALUE TO CW-OLD-VALUE.
           MOVE LS-HELD-NEW-VALUE TO CW-NEW-VALUE.
           MOVE LS-DIFF TO CW-DIFF.
           WRITE CHANGE-WORK-RECORD.

       RELEASE-DIRECTORY-ROWS.
           PERFORM LOAD-ARCHIVES.
           PERFORM LOAD-HISTORY.
           OPEN INPUT ORDER-WORK-FILE.
           IF LS-ORDWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILECHG.OWK WORK "
                 "DATASET (STATUS=" LS-ORDWORK-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ORDER-WORK-FILE INTO ORDER-WORK-RECORD.
           PERFORM UNTIL LS-ORDWORK-STATUS NOT = "00"
              MOVE OW-HOST TO LS-WORK-HOST
              MOVE OW-PATH TO LS-WORK-PATH
              MOVE OW-CATEGORY TO LS-CATEGORY
              MOVE OW-DIFF TO LS-DIFF
              PERFORM APPLY-TO-DIRECTORIES
              READ ORDER-WORK-FILE INTO ORDER-WORK-RECORD
           END-PERFORM.
           CLOSE ORDER-WORK-FILE.

       LOAD-ARCHIVES.
           OPEN INPUT ARCHIVE-LIST-FILE.
           IF LS-ARCHLIST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-ARCHLIST-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN ARCHLIST DATASET "
                 "(STATUS=" LS-ARCHLIST-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ARCHIVE-LIST-FILE INTO ARCH-LIST-RECORD.
           PERFORM UNTIL LS-ARCHLIST-STATUS NOT = "00"
              IF FUNCTION TRIM(ARCH-LIST-RECORD) NOT = SPACES
                 IF LS-ARCH-COUNT >= LS-MAX-ARCHIVES
                    DISPLAY "ERROR: MORE THAN " LS-MAX-ARCHIVES
                       " ENTRIES IN ARCHLIST - ABORTING RUN"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO LS-ARCH-COUNT
                 MOVE ARCH-LIST-RECORD
                    TO LS-ARCH-NAMES(LS-ARCH-COUNT)
                 MOVE ARCH-LIST-RECORD TO LS-ARCHIVE-NAME
                 PERFORM LOAD-ONE-ARCHIVE
              END-IF
              READ ARCHIVE-LIST-FILE INTO ARCH-LIST-RECORD
           END-PERFORM.
           CLOSE ARCHIVE-LIST-FILE.

       LOAD-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF LS-ARCHIVE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN ARCHIVE DATASET "
                 FUNCTION TRIM(LS-ARCHIVE-NAME)
                 " (STATUS=" LS-ARCHIVE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ARCHIVE-FILE INTO HISTORY-RECORD.
           PERFORM UNTIL LS-ARCHIVE-STATUS NOT = "00"
              PERFORM STORE-DIR-HISTORY
              READ ARCHIVE-FILE INTO HISTORY-RECORD
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF LS-HIST-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRHIST DATASET "
                 "(STATUS=" LS-HIST-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HISTORY-FILE INTO HISTORY-RECORD.
           PERFORM UNTIL LS-HIST-STATUS NOT = "00"
              PERFORM STORE-DIR-HISTORY
              READ HISTORY-FILE INTO HISTORY-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.

       STORE-DIR-HISTORY.
           IF HIST-DATE NOT = LS-FROM-DATE AND
              HIST-DATE NOT = LS-TO-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE HIST-HOST TO LS-WORK-HOST.
           MOVE HIST-PATH TO LS-WORK-PATH.
           PERFORM CHECK-FILTER.
           IF LS-FILTER-OK NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-HIST-ROWS.
           MOVE HIST-HOST TO SR-HOST.
           MOVE HIST-PATH TO SR-PATH.
           MOVE "1" TO SR-PHASE.
           MOVE LS-HIST-ROWS TO SR-SEQ.
           IF HIST-DATE = LS-FROM-DATE
              MOVE "F" TO SR-KIND
           ELSE
              MOVE "T" TO SR-KIND
           END-IF.
           MOVE HIST-VALUE TO SR-AMOUNT.
           RELEASE ROLL-SORT-RECORD.

       APPLY-TO-DIRECTORIES.
           MOVE "N" TO LS-WALK-DONE.
           PERFORM UNTIL LS-WALK-DONE = "Y"
              PERFORM CHECK-FILTER
              IF LS-FILTER-OK NOT = "Y"
                 EXIT PERFORM
              END-IF
              ADD 1 TO LS-WALK-SEQ
              MOVE LS-WORK-HOST TO SR-HOST
              MOVE LS-WORK-PATH TO SR-PATH
              MOVE "2" TO SR-PHASE
              MOVE LS-WALK-SEQ TO SR-SEQ
              MOVE LS-CATEGORY TO SR-KIND
              MOVE LS-DIFF TO SR-AMOUNT
              RELEASE ROLL-SORT-RECORD
              PERFORM STEP-TO-PARENT
           END-PERFORM.

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

       WRITE-DIRECTORY-TOTALS.
           OPEN OUTPUT DIR-WORK-FILE.
           IF LS-DIRWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILECHG.DWK WORK "
                 "DATASET (STATUS=" LS-DIRWORK-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO LS-DIR-HELD.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN ROLL-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 IF LS-DIR-HELD = "Y" AND
                    (SR-HOST NOT = DW-HOST OR SR-PATH NOT = DW-PATH)
                    WRITE DIR-WORK-RECORD
                    MOVE "N" TO LS-DIR-HELD
                 END-IF
                 IF LS-DIR-HELD = "N"
                    MOVE SR-PHASE TO DW-PHASE
                    MOVE SR-SEQ TO DW-SEQ
                    MOVE SR-HOST TO DW-HOST
                    MOVE SR-PATH TO DW-PATH
                    MOVE "N" TO DW-OLD-SEEN DW-NEW-SEEN
                    MOVE 0 TO DW-OLD-VALUE DW-NEW-VALUE
                       DW-ADD-FILES DW-ADD-BYTES
                       DW-REM-FILES DW-REM-BYTES
                       DW-CHG-FILES DW-CHG-BYTES
                    MOVE "Y" TO LS-DIR-HELD
                 END-IF
                 EVALUATE SR-KIND
                    WHEN "F"
                       MOVE "Y" TO DW-OLD-SEEN
                       MOVE SR-AMOUNT TO DW-OLD-VALUE
                    WHEN "T"
                       MOVE "Y" TO DW-NEW-SEEN
                       MOVE SR-AMOUNT TO DW-NEW-VALUE
                    WHEN "A"
                       ADD 1 TO DW-ADD-FILES
                       ADD SR-AMOUNT TO DW-ADD-BYTES
                    WHEN "R"
                       ADD 1 TO DW-REM-FILES
                       SUBTRACT SR-AMOUNT FROM DW-REM-BYTES
                    WHEN "C"
                       ADD 1 TO DW-CHG-FILES
                       ADD SR-AMOUNT TO DW-CHG-BYTES
                 END-EVALUATE
              END-RETURN
           END-PERFORM.
           IF LS-DIR-HELD = "Y"
              WRITE DIR-WORK-RECORD
           END-IF.
           CLOSE DIR-WORK-FILE.

       WRITE-FILE-CHANGES.
           OPEN INPUT ORDER-WORK-FILE.
           IF LS-ORDWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO REOPEN FILECHG.OWK WORK "
                 "DATASET (STATUS=" LS-ORDWORK-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ORDER-WORK-FILE INTO ORDER-WORK-RECORD.
           PERFORM UNTIL LS-ORDWORK-STATUS NOT = "00"
              PERFORM WRITE-ONE-CHANGE
              READ ORDER-WORK-FILE INTO ORDER-WORK-RECORD
           END-PERFORM.
           CLOSE ORDER-WORK-FILE.

       WRITE-ONE-CHANGE.
           MOVE SPACES TO FC-OLD-VALUE FC-NEW-VALUE FC-DIFF.
           MOVE OW-DIFF TO LS-DIFF.
           EVALUATE OW-CATEGORY
              WHEN "A"
                 MOVE "ADDED" TO FC-FLAG
                 MOVE OW-NEW-VALUE TO LS-EDIT-VALUE
                 MOVE LS-EDIT-VALUE TO FC-NEW-VALUE
                 ADD 1 TO LS-ADD-COUNT
                 ADD LS-DIFF TO LS-ADD-BYTES
              WHEN "C"
                 MOVE "CHANGED" TO FC-FLAG
                 MOVE OW-OLD-VALUE TO LS-EDIT-VALUE
                 MOVE LS-EDIT-VALUE TO FC-OLD-VALUE
                 MOVE OW-NEW-VALUE TO LS-EDIT-VALUE
                 MOVE LS-EDIT-VALUE TO FC-NEW-VALUE
                 ADD 1 TO LS-CHG-COUNT
                 ADD LS-DIFF TO LS-CHG-BYTES
              WHEN "R"
                 MOVE "REMOVED" TO FC-FLAG
                 MOVE OW-OLD-VALUE TO LS-EDIT-VALUE
                 MOVE LS-EDIT-VALUE TO FC-OLD-VALUE
                 ADD 1 TO LS-REM-COUNT
                 ADD OW-OLD-VALUE TO LS-REM-BYTES
           END-EVALUATE.
           MOVE OW-HOST TO LS-WORK-HOST.
           MOVE OW-PATH TO LS-WORK-PATH.
           MOVE OW-NAME TO LS-FULL-NAME.
           PERFORM WRITE-FILE-DETAIL.

       WRITE-FILE-DETAIL.
           MOVE LS-WORK-HOST TO FC-HOST.
           MOVE LS-DIFF TO LS-EDIT-DIFF.
           MOVE LS-EDIT-DIFF TO FC-DIFF.
           MOVE SPACES TO FC-FILE.
           IF FUNCTION TRIM(LS-WORK-PATH) = "/"
              STRING "/" FUNCTION TRIM(LS-FULL-NAME)
                 DELIMITED BY SIZE INTO FC-FILE
           ELSE
              STRING FUNCTION TRIM(LS-WORK-PATH) "/"
                 FUNCTION TRIM(LS-FULL-NAME)
                 DELIMITED BY SIZE INTO FC-FILE
           END-IF.
           WRITE REPORT-RECORD FROM LS-FILE-DETAIL.


       REPORT-DIRECTORIES.
           MOVE "N" TO LS-SORT-DONE.
           PERFORM UNTIL LS-SORT-DONE = "Y"
              RETURN DIR-SORT-FILE
                 AT END
                 MOVE "Y" TO LS-SORT-DONE
                 NOT AT END
                 PERFORM REPORT-DIRECTORY
              END-RETURN
           END-PERFORM.

       REPORT-DIRECTORY.
           COMPUTE LS-NET = SQ-ADD-BYTES - SQ-REM-BYTES
              + SQ-CHG-BYTES.
           COMPUTE LS-HIST-DELTA = SQ-NEW-VALUE - SQ-OLD-VALUE.
           MOVE SPACES TO FD-HIST.
           IF SQ-OLD-SEEN NOT = "Y" AND SQ-NEW-SEEN NOT = "Y"
              MOVE "N/A" TO FD-TIES
              ADD 1 TO LS-NOHIST-COUNT
           ELSE
              MOVE LS-HIST-DELTA TO LS-EDIT-NET
              MOVE LS-EDIT-NET TO FD-HIST
              IF LS-NET = LS-HIST-DELTA
                 MOVE "YES" TO FD-TIES
                 ADD 1 TO LS-TIED-COUNT
              ELSE
                 MOVE "NO" TO FD-TIES
                 ADD 1 TO LS-UNTIED-COUNT
              END-IF
           END-IF.
           IF FD-TIES = "YES" AND LS-NET = 0 AND
              SQ-ADD-FILES = 0 AND SQ-REM-FILES = 0 AND
              SQ-CHG-FILES = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SQ-HOST TO FD-HOST.
           MOVE SQ-ADD-FILES TO LS-EDIT-COUNT.
           MOVE LS-EDIT-COUNT TO FD-ADD-FILES.
           MOVE SQ-ADD-BYTES TO LS-EDIT-BYTES.
           MOVE LS-EDIT-BYTES TO FD-ADD-BYTES.
           MOVE SQ-REM-FILES TO LS-EDIT-COUNT.
           MOVE LS-EDIT-COUNT TO FD-REM-FILES.
           MOVE SQ-REM-BYTES TO LS-EDIT-BYTES.
           MOVE LS-EDIT-BYTES TO FD-REM-BYTES.
           MOVE SQ-CHG-FILES TO LS-EDIT-COUNT.
           MOVE LS-EDIT-COUNT TO FD-CHG-FILES.
           MOVE SQ-CHG-BYTES TO LS-EDIT-NET.
           MOVE LS-EDIT-NET TO FD-CHG-BYTES.
           MOVE LS-NET TO LS-EDIT-NET.
           MOVE LS-EDIT-NET TO FD-NET.
           MOVE SQ-PATH TO FD-PATH.
           WRITE REPORT-RECORD FROM LS-DIR-DETAIL.
