       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07FT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-SIZE-FILE ASSIGN TO "FILESIZES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-FILESIZE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FTYPERPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT TYPE-HIST-FILE ASSIGN TO "FTYPHIST"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-TYPE-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-SIZE-FILE.
       01  FILE-SIZE-RECORD.
           05  FS-HOST        PIC X(8).
           05  FS-SEP0        PIC X(1).
           05  FS-PATH        PIC X(500).
           05  FS-SEP1        PIC X(1).
           05  FS-NAME        PIC X(250).
           05  FS-SEP2        PIC X(1).
           05  FS-VALUE       PIC 9(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(600).

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

       FD  TYPE-HIST-FILE.
       01  TYPE-HIST-RECORD.
           05  TH-RUN-DATE    PIC X(8).
           05  TH-SEP1        PIC X(1).
           05  TH-HOST        PIC X(8).
           05  TH-SEP2        PIC X(1).
           05  TH-TOP-DIR     PIC X(500).
           05  TH-SEP3        PIC X(1).
           05  TH-TYPE        PIC X(10).
           05  TH-SEP4        PIC X(1).
           05  TH-FILES       PIC 9(10).
           05  TH-SEP5        PIC X(1).
           05  TH-BYTES       PIC 9(15).

       LOCAL-STORAGE SECTION.
       01  LS-FILESIZE-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-TYPE-HIST-STATUS PIC X(2).
       01  LS-LAST-CTL-DATE PIC X(8) VALUE SPACES.
       01  LS-LAST-CTL-STATUS PIC X(1).
       01  LS-LAST-CTL-RC PIC 9(2).
       78  LS-ALL-DIRS    VALUE "*".
       78  LS-NO-TYPE     VALUE "(NONE)".
       78  LS-TOTAL-TYPE  VALUE "*TOTAL*".
       78  LS-MAX-GROUPS  VALUE 9999.
       78  LS-MAX-TYPES   VALUE 9999.
       01  LS-GR-COUNT    PIC 9(4) VALUE 0.
       01  LS-GR-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-GR-COUNT.
       01  LS-GR-TOP      PIC X(500) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-GR-COUNT.
       01  LS-GR-FILES    PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-GR-COUNT.
       01  LS-GR-BYTES    PIC 9(15) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-GR-COUNT.
       01  LS-TY-COUNT    PIC 9(4) VALUE 0.
       01  LS-TY-GROUP    PIC 9(5) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-TY-COUNT.
       01  LS-TY-TYPE     PIC X(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-TY-COUNT.
       01  LS-TY-FILES    PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-TY-COUNT.
       01  LS-TY-BYTES    PIC 9(15) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-TY-COUNT.
       01  LS-TY-REPORTED PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-TY-COUNT.
       01  LS-IDX         PIC 9(5).
       01  LS-GR-IDX      PIC 9(5).
       01  LS-MAX-IDX     PIC 9(5).
       01  LS-FOUND-IDX   PIC 9(5).
       01  LS-HOST-GROUP  PIC 9(5).
       01  LS-TOP-GROUP   PIC 9(5).
       01  LS-WORK-TOP    PIC X(500).
       01  LS-WORK-TYPE   PIC X(10).
       01  LS-WORK-GROUP  PIC 9(5).
       01  LS-NAME-LEN    PIC 9(4).
       01  LS-DOT-POS     PIC 9(4).
       01  LS-SCAN-POS    PIC 9(4).
       01  LS-FILE-COUNT  PIC 9(10) VALUE 0.
       01  LS-HOST-COUNT  PIC 9(4) VALUE 0.
       01  LS-TOTAL-BYTES PIC 9(15) VALUE 0.
       01  LS-TYPES-DONE  PIC X(1).
       01  LS-HIST-SAVED  PIC 9(5) VALUE 0.
       01  LS-SAVE-HIST   PIC X(1) VALUE "Y".
       01  LS-PCT-BYTES   PIC 9(3)V9.
       01  LS-PCT-FILES   PIC 9(3)V9.
       01  LS-EDIT-VALUE  PIC Z,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-PCT    PIC ZZ9.9.
       01  LS-DETAIL.
           05  FT-TYPE      PIC X(10).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FT-FILES     PIC X(13).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FT-PCT-FILES PIC X(6).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FT-BYTES     PIC X(18).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FT-PCT-BYTES PIC X(6).
       01  LS-HEADING.
           05  FILLER       PIC X(10) VALUE "TYPE".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(13) VALUE "        FILES".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE " FILE%".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(18) VALUE "             BYTES".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE " BYTE%".

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CHECK-TYPE-HISTORY.
           OPEN INPUT FILE-SIZE-FILE.
           IF LS-FILESIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FILESIZES DATASET "
                 "(STATUS=" LS-FILESIZE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ FILE-SIZE-FILE INTO FILE-SIZE-RECORD.
           PERFORM UNTIL LS-FILESIZE-STATUS NOT = "00"
              ADD 1 TO LS-FILE-COUNT
              ADD FS-VALUE TO LS-TOTAL-BYTES
              PERFORM CLASSIFY-ONE-FILE
              READ FILE-SIZE-FILE INTO FILE-SIZE-RECORD
           END-PERFORM.
           CLOSE FILE-SIZE-FILE.
           IF LS-FILE-COUNT = 0
              DISPLAY "ERROR: NO FILE RECORDS FOUND IN FILESIZES "
                 "- ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FTYPERPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-SAVE-HIST = "Y"
              OPEN EXTEND TYPE-HIST-FILE
              IF LS-TYPE-HIST-STATUS = "35"
                 OPEN OUTPUT TYPE-HIST-FILE
              END-IF
              IF LS-TYPE-HIST-STATUS NOT = "00"
                 DISPLAY "ERROR: UNABLE TO OPEN FTYPHIST DATASET "
                    "(STATUS=" LS-TYPE-HIST-STATUS ") - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE LS-FILE-COUNT TO LS-EDIT-VALUE.
           MOVE LS-TOTAL-BYTES TO LS-EDIT-TOTAL.
           STRING "FILE TYPE COMPOSITION FOR DAY07 RUN OF "
              LS-LAST-CTL-DATE ": " FUNCTION TRIM(LS-EDIT-VALUE)
              " FILE(S), "
              FUNCTION TRIM(LS-EDIT-TOTAL) " BYTE(S)"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING LS-GR-IDX FROM 1 BY 1
              UNTIL LS-GR-IDX > LS-GR-COUNT
              PERFORM WRITE-GROUP-SECTION
           END-PERFORM.
           CLOSE REPORT-FILE.
           IF LS-SAVE-HIST = "Y"
              CLOSE TYPE-HIST-FILE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FILE TYPE REPORT WRITTEN FOR " LS-FILE-COUNT
              " FILE(S) ON " LS-HOST-COUNT " HOST(S), "
              LS-TY-COUNT " TYPE ROW(S), " LS-HIST-SAVED
              " SUMMARY ROW(S) SAVED TO FTYPHIST".
           STOP RUN.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              DISPLAY "ERROR: NO RUNCTL DATASET FOUND - DAY07 MUST "
                 "COMPLETE BEFORE DAY07FT - ABORTING RUN"
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
                 "DAY07 MUST COMPLETE BEFORE DAY07FT - ABORTING RUN"
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

       CHECK-TYPE-HISTORY.
           OPEN INPUT TYPE-HIST-FILE.
           IF LS-TYPE-HIST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF LS-TYPE-HIST-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN FTYPHIST DATASET "
                 "(STATUS=" LS-TYPE-HIST-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TYPE-HIST-FILE INTO TYPE-HIST-RECORD.
           PERFORM UNTIL LS-TYPE-HIST-STATUS NOT = "00"
              IF TH-RUN-DATE = LS-LAST-CTL-DATE
                 MOVE "N" TO LS-SAVE-HIST
              END-IF
              READ TYPE-HIST-FILE INTO TYPE-HIST-RECORD
           END-PERFORM.
           CLOSE TYPE-HIST-FILE.
           IF LS-SAVE-HIST = "N"
              DISPLAY "WARNING: FTYPHIST ALREADY HOLDS ROWS FOR "
                 LS-LAST-CTL-DATE " - SUMMARY NOT SAVED AGAIN"
           END-IF.

       CLASSIFY-ONE-FILE.
           PERFORM DERIVE-FILE-TYPE.
           MOVE LS-ALL-DIRS TO LS-WORK-TOP.
           PERFORM FIND-GROUP.
           MOVE LS-FOUND-IDX TO LS-HOST-GROUP.
           PERFORM DERIVE-TOP-DIRECTORY.
           PERFORM FIND-GROUP.
           MOVE LS-FOUND-IDX TO LS-TOP-GROUP.
           MOVE LS-HOST-GROUP TO LS-WORK-GROUP.
           PERFORM ADD-TO-TYPE.
           MOVE LS-TOP-GROUP TO LS-WORK-GROUP.
           PERFORM ADD-TO-TYPE.

       DERIVE-FILE-TYPE.
           MOVE 0 TO LS-NAME-LEN.
           PERFORM VARYING LS-SCAN-POS FROM 250 BY -1
              UNTIL LS-SCAN-POS = 0 OR LS-NAME-LEN > 0
              IF FS-NAME(LS-SCAN-POS:1) NOT = SPACE
                 MOVE LS-SCAN-POS TO LS-NAME-LEN
              END-IF
           END-PERFORM.
           MOVE 0 TO LS-DOT-POS.
           PERFORM VARYING LS-SCAN-POS FROM LS-NAME-LEN BY -1
              UNTIL LS-SCAN-POS = 0 OR LS-DOT-POS > 0
              IF FS-NAME(LS-SCAN-POS:1) = "."
                 MOVE LS-SCAN-POS TO LS-DOT-POS
              END-IF
           END-PERFORM.
           IF LS-DOT-POS <= 1 OR LS-DOT-POS = LS-NAME-LEN
              MOVE LS-NO-TYPE TO LS-WORK-TYPE
              EXIT PARAGRAPH
           END-IF.
           MOVE FS-NAME(LS-DOT-POS + 1:LS-NAME-LEN - LS-DOT-POS)
              TO LS-WORK-TYPE.
           INSPECT LS-WORK-TYPE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       DERIVE-TOP-DIRECTORY.
           MOVE SPACES TO LS-WORK-TOP.
           IF FS-PATH = "/"
              MOVE "/" TO LS-WORK-TOP
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LS-SCAN-POS FROM 2 BY 1
              UNTIL LS-SCAN-POS > 500 OR
              FS-PATH(LS-SCAN-POS:1) = "/" OR
              FS-PATH(LS-SCAN-POS:1) = SPACE
              CONTINUE
           END-PERFORM.
           MOVE FS-PATH(1:LS-SCAN-POS - 1) TO LS-WORK-TOP.

       FIND-GROUP.
           MOVE 0 TO LS-FOUND-IDX.
           PERFORM VARYING LS-IDX FROM LS-GR-COUNT BY -1
              UNTIL LS-IDX = 0 OR LS-FOUND-IDX > 0
              IF LS-GR-HOST(LS-IDX) = FS-HOST AND
                 LS-GR-TOP(LS-IDX) = LS-WORK-TOP
                 MOVE LS-IDX TO LS-FOUND-IDX
              END-IF
           END-PERFORM.
           IF LS-FOUND-IDX = 0
              IF LS-GR-COUNT >= LS-MAX-GROUPS
                 DISPLAY "ERROR: MORE THAN " LS-MAX-GROUPS
                    " HOST/DIRECTORY GROUPS IN FILESIZES - "
                    "ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF LS-WORK-TOP = LS-ALL-DIRS
                 ADD 1 TO LS-HOST-COUNT
              END-IF
              ADD 1 TO LS-GR-COUNT
              MOVE FS-HOST TO LS-GR-HOST(LS-GR-COUNT)
              MOVE LS-WORK-TOP TO LS-GR-TOP(LS-GR-COUNT)
              MOVE 0 TO LS-GR-FILES(LS-GR-COUNT)
              MOVE 0 TO LS-GR-BYTES(LS-GR-COUNT)
              MOVE LS-GR-COUNT TO LS-FOUND-IDX
           END-IF.
           ADD 1 TO LS-GR-FILES(LS-FOUND-IDX).
           ADD FS-VALUE TO LS-GR-BYTES(LS-FOUND-IDX).

       ADD-TO-TYPE.
           MOVE 0 TO LS-FOUND-IDX.
           PERFORM VARYING LS-IDX FROM LS-TY-COUNT BY -1
              UNTIL LS-IDX = 0 OR LS-FOUND-IDX > 0
              IF LS-TY-GROUP(LS-IDX) = LS-WORK-GROUP AND
                 LS-TY-TYPE(LS-IDX) = LS-WORK-TYPE
                 MOVE LS-IDX TO LS-FOUND-IDX
              END-IF
           END-PERFORM.
           IF LS-FOUND-IDX = 0
              IF LS-TY-COUNT >= LS-MAX-TYPES
                 DISPLAY "ERROR: MORE THAN " LS-MAX-TYPES
                    " FILE TYPE ROWS IN FILESIZES - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LS-TY-COUNT
              MOVE LS-WORK-GROUP TO LS-TY-GROUP(LS-TY-COUNT)
              MOVE LS-WORK-TYPE TO LS-TY-TYPE(LS-TY-COUNT)
              MOVE 0 TO LS-TY-FILES(LS-TY-COUNT)
              MOVE 0 TO LS-TY-BYTES(LS-TY-COUNT)
              MOVE "N" TO LS-TY-REPORTED(LS-TY-COUNT)
              MOVE LS-TY-COUNT TO LS-FOUND-IDX
           END-IF.
           ADD 1 TO LS-TY-FILES(LS-FOUND-IDX).
           ADD FS-VALUE TO LS-TY-BYTES(LS-FOUND-IDX).

       WRITE-GROUP-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE LS-GR-FILES(LS-GR-IDX) TO LS-EDIT-VALUE.
           MOVE LS-GR-BYTES(LS-GR-IDX) TO LS-EDIT-TOTAL.
           IF LS-GR-TOP(LS-GR-IDX) = LS-ALL-DIRS
              STRING "HOST " FUNCTION TRIM(LS-GR-HOST(LS-GR-IDX))
                 " ALL DIRECTORIES: " FUNCTION TRIM(LS-EDIT-VALUE)
                 " FILE(S), " FUNCTION TRIM(LS-EDIT-TOTAL)
                 " BYTE(S)" DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
              STRING "HOST " FUNCTION TRIM(LS-GR-HOST(LS-GR-IDX))
                 " TOP-LEVEL DIRECTORY "
                 FUNCTION TRIM(LS-GR-TOP(LS-GR-IDX)) ": "
                 FUNCTION TRIM(LS-EDIT-VALUE) " FILE(S), "
                 FUNCTION TRIM(LS-EDIT-TOTAL) " BYTE(S)"
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-HEADING.
           MOVE "N" TO LS-TYPES-DONE.
           PERFORM WRITE-NEXT-TYPE UNTIL LS-TYPES-DONE = "Y".
           IF LS-SAVE-HIST = "Y"
              MOVE LS-TOTAL-TYPE TO TH-TYPE
              MOVE LS-GR-FILES(LS-GR-IDX) TO TH-FILES
              MOVE LS-GR-BYTES(LS-GR-IDX) TO TH-BYTES
              PERFORM WRITE-TYPE-HISTORY
           END-IF.

       WRITE-NEXT-TYPE.
           MOVE 0 TO LS-MAX-IDX.
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > LS-TY-COUNT
              IF LS-TY-GROUP(LS-IDX) = LS-GR-IDX AND
                 LS-TY-REPORTED(LS-IDX) = "N"
                 IF LS-MAX-IDX = 0 OR
                    LS-TY-BYTES(LS-IDX) > LS-TY-BYTES(LS-MAX-IDX)
                    MOVE LS-IDX TO LS-MAX-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF LS-MAX-IDX = 0
              MOVE "Y" TO LS-TYPES-DONE
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO LS-TY-REPORTED(LS-MAX-IDX).
           IF LS-GR-BYTES(LS-GR-IDX) > 0
              COMPUTE LS-PCT-BYTES ROUNDED =
                 LS-TY-BYTES(LS-MAX-IDX) * 100 /
                 LS-GR-BYTES(LS-GR-IDX)
           ELSE
              MOVE 0 TO LS-PCT-BYTES
           END-IF.
           COMPUTE LS-PCT-FILES ROUNDED =
              LS-TY-FILES(LS-MAX-IDX) * 100 /
              LS-GR-FILES(LS-GR-IDX).
           MOVE LS-TY-TYPE(LS-MAX-IDX) TO FT-TYPE.
           MOVE LS-TY-FILES(LS-MAX-IDX) TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO FT-FILES.
           MOVE LS-PCT-FILES TO LS-EDIT-PCT.
           MOVE LS-EDIT-PCT TO FT-PCT-FILES.
           MOVE LS-TY-BYTES(LS-MAX-IDX) TO LS-EDIT-TOTAL.
           MOVE LS-EDIT-TOTAL TO FT-BYTES.
           MOVE LS-PCT-BYTES TO LS-EDIT-PCT.
           MOVE LS-EDIT-PCT TO FT-PCT-BYTES.
           WRITE REPORT-RECORD FROM LS-DETAIL.
           IF LS-SAVE-HIST = "Y"
              MOVE LS-TY-TYPE(LS-MAX-IDX) TO TH-TYPE
              MOVE LS-TY-FILES(LS-MAX-IDX) TO TH-FILES
              MOVE LS-TY-BYTES(LS-MAX-IDX) TO TH-BYTES
              PERFORM WRITE-TYPE-HISTORY
           END-IF.

       WRITE-TYPE-HISTORY.
           MOVE LS-LAST-CTL-DATE TO TH-RUN-DATE.
           MOVE SPACE TO TH-SEP1 TH-SEP2 TH-SEP3 TH-SEP4 TH-SEP5.
           MOVE LS-GR-HOST(LS-GR-IDX) TO TH-HOST.
           MOVE LS-GR-TOP(LS-GR-IDX) TO TH-TOP-DIR.
           WRITE TYPE-HIST-RECORD.
           ADD 1 TO LS-HIST-SAVED.
