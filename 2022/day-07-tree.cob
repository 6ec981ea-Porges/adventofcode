           SELECT REPORT-FILE ASSIGN TO "TREERPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.
           SELECT TREE-WORK-FILE ASSIGN TO "TREEWORK"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS TW-KEY
              FILE STATUS IS LS-TREEWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(600).

       FD  TREE-WORK-FILE.
       01  TREE-WORK-RECORD.
           05  TW-KEY.
               10  TW-HOST    PIC X(8).
               10  TW-PARENT  PIC X(500).
               10  TW-INV-VALUE PIC 9(10).
               10  TW-INV-SEQ PIC 9(10).
           05  TW-PATH        PIC X(500).
           05  TW-VALUE       PIC 9(10).

       LOCAL-STORAGE SECTION.
       01  LS-DIRSIZE-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-TREEWORK-STATUS PIC X(2).
       78  LS-MAX-HOSTS   VALUE 9999.
       78  LS-MAX-LEVELS  VALUE 500.
       78  LS-HIGH-NUMBER VALUE 9999999999.
       78  LS-DEFAULT-DEPTH VALUE 9999.
       01  LS-WANT-DEPTH  PIC X(4).
       01  LS-DEPTH-LIMIT PIC 9(4).
       01  LS-WANT-FLOOR  PIC X(3).
       01  LS-PCT-FLOOR   PIC 9(3).
       01  LS-TR-COUNT    PIC 9(10) VALUE 0.
       01  LS-RT-COUNT    PIC 9(4) VALUE 0.
       01  LS-RT-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RT-COUNT.
       01  LS-RT-VALUE    PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-RT-COUNT.
       01  LS-HT-COUNT    PIC 9(4) VALUE 0.
       01  LS-HT-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HT-COUNT.
       01  LS-HT-ROWS     PIC 9(10) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HT-COUNT.
       01  LS-HT-IDX      PIC 9(5) VALUE 0.
       01  LS-HT-FOUND    PIC 9(5).
       01  LS-FR-COUNT    PIC 9(4) VALUE 0.
       01  LS-FR-PATH     PIC X(500) OCCURS 500 TIMES.
       01  LS-FR-VALUE    PIC 9(10) OCCURS 500 TIMES.
       01  LS-FR-DEPTH    PIC 9(4) OCCURS 500 TIMES.
       01  LS-FR-STARTED  PIC X(1) OCCURS 500 TIMES.
       01  LS-FR-LAST-KEY PIC X(528) OCCURS 500 TIMES.
       01  LS-NO-MORE-CHILDREN PIC X(1).
       01  LS-ROOT-IDX    PIC 9(5).
       01  LS-CUR-PATH    PIC X(500).
       01  LS-CUR-VALUE   PIC 9(10).
       01  LS-CUR-PVAL    PIC 9(10).
       01  LS-CUR-DEPTH   PIC 9(4).
       01  LS-ROOT-VALUE  PIC 9(10).
       01  LS-SLASH-POS   PIC 9(4).
       01  LS-SCAN-POS    PIC 9(4).
       01  LS-INDENT      PIC 9(4).
       01  LS-PRINTED     PIC 9(10).
       01  LS-SUPPRESSED  PIC 9(10).
       01  LS-SHORT-COUNT PIC 9(4).
       01  LS-HOST-COUNT  PIC 9(4) VALUE 0.
       01  LS-EDIT-VALUE  PIC Z,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-PCT    PIC ZZ9.9.
              LS-DEPTH-LIMIT ", FLOOR " LS-PCT-FLOOR " PCT)"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT TREE-WORK-FILE.
           IF LS-TREEWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO REOPEN TREEWORK DATASET "
                 "(STATUS=" LS-TREEWORK-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING LS-ROOT-IDX FROM 1 BY 1
              UNTIL LS-ROOT-IDX > LS-RT-COUNT
              PERFORM REPORT-ONE-HOST
           END-PERFORM.
           CLOSE TREE-WORK-FILE.
           CLOSE REPORT-FILE.
           IF LS-TR-COUNT > 9999
              DISPLAY "UTILIZATION TREE WRITTEN FOR " LS-HOST-COUNT
                 " HOST(S), " LS-TR-COUNT " DIRECTORY(S)"
           ELSE
              MOVE LS-TR-COUNT TO LS-SHORT-COUNT
              DISPLAY "UTILIZATION TREE WRITTEN FOR " LS-HOST-COUNT
                 " HOST(S), " LS-SHORT-COUNT " DIRECTORY(S)"
           END-IF.
           STOP RUN.

       LOAD-DIR-SIZES.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT TREE-WORK-FILE.
           IF LS-TREEWORK-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN TREEWORK DATASET "
                 "(STATUS=" LS-TREEWORK-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              ADD 1 TO LS-TR-COUNT
              PERFORM COUNT-HOST-ROW
              IF FUNCTION TRIM(DIR-SIZE-PATH) = "/"
                 PERFORM STORE-ROOT-ROW
              ELSE
                 PERFORM STORE-WORK-ROW
              END-IF
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.
           CLOSE DIR-SIZE-FILE.
           CLOSE TREE-WORK-FILE.

       COUNT-HOST-ROW.
           IF LS-HT-IDX > 0
              IF LS-HT-HOST(LS-HT-IDX) = DIR-SIZE-HOST
                 ADD 1 TO LS-HT-ROWS(LS-HT-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE DIR-SIZE-HOST TO LS-CUR-HOST.
           PERFORM FIND-HOST-ENTRY.
           IF LS-HT-FOUND = 0
              IF LS-HT-COUNT >= LS-MAX-HOSTS
                 DISPLAY "ERROR: MORE THAN " LS-MAX-HOSTS
                    " HOSTS IN DIRSIZES - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LS-HT-COUNT
              MOVE LS-HT-COUNT TO LS-HT-FOUND
              MOVE DIR-SIZE-HOST TO LS-HT-HOST(LS-HT-FOUND)
              MOVE 0 TO LS-HT-ROWS(LS-HT-FOUND)
           END-IF.
           MOVE LS-HT-FOUND TO LS-HT-IDX.
           ADD 1 TO LS-HT-ROWS(LS-HT-IDX).

       FIND-HOST-ENTRY.
           MOVE 0 TO LS-HT-FOUND.
           PERFORM VARYING LS-HT-IDX FROM 1 BY 1
              UNTIL LS-HT-IDX > LS-HT-COUNT
              OR LS-HT-FOUND > 0
              IF LS-HT-HOST(LS-HT-IDX) = LS-CUR-HOST
                 MOVE LS-HT-IDX TO LS-HT-FOUND
              END-IF
           END-PERFORM.

       STORE-ROOT-ROW.
           IF LS-RT-COUNT >= LS-MAX-HOSTS
              DISPLAY "ERROR: MORE THAN " LS-MAX-HOSTS
                 " HOST ROOT RECORDS IN DIRSIZES - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LS-RT-COUNT.
           MOVE DIR-SIZE-HOST TO LS-RT-HOST(LS-RT-COUNT).
           MOVE DIR-SIZE-VALUE TO LS-RT-VALUE(LS-RT-COUNT).

       STORE-WORK-ROW.
           MOVE DIR-SIZE-PATH TO LS-WORK-PATH.
           PERFORM DERIVE-PARENT.
           MOVE DIR-SIZE-HOST TO TW-HOST.
           MOVE LS-PARENT-PATH TO TW-PARENT.
           COMPUTE TW-INV-VALUE = LS-HIGH-NUMBER - DIR-SIZE-VALUE.
           COMPUTE TW-INV-SEQ = LS-HIGH-NUMBER - LS-TR-COUNT.
           MOVE DIR-SIZE-PATH TO TW-PATH.
           MOVE DIR-SIZE-VALUE TO TW-VALUE.
           WRITE TREE-WORK-RECORD
              INVALID KEY
              DISPLAY "ERROR: UNABLE TO WRITE TREEWORK DATASET "
                 "(STATUS=" LS-TREEWORK-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-WRITE.

       REPORT-ONE-HOST.
           ADD 1 TO LS-HOST-COUNT.
           MOVE LS-RT-HOST(LS-ROOT-IDX) TO LS-CUR-HOST.
           MOVE LS-RT-VALUE(LS-ROOT-IDX) TO LS-ROOT-VALUE.
           MOVE 0 TO LS-PRINTED.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-HEADING.
           MOVE "/" TO LS-CUR-PATH.
           MOVE LS-ROOT-VALUE TO LS-CUR-VALUE.
           MOVE LS-ROOT-VALUE TO LS-CUR-PVAL.
           MOVE 0 TO LS-CUR-DEPTH.
           MOVE 0 TO LS-FR-COUNT.
           PERFORM WRITE-TREE-LINE.
           PERFORM WRITE-NEXT-TREE-LINE
              UNTIL LS-FR-COUNT = 0.
           PERFORM FIND-HOST-ENTRY.
           MOVE 0 TO LS-SUPPRESSED.
           IF LS-HT-FOUND > 0 AND
              LS-HT-ROWS(LS-HT-FOUND) > LS-PRINTED
              COMPUTE LS-SUPPRESSED =
                 LS-HT-ROWS(LS-HT-FOUND) - LS-PRINTED
           END-IF.
           IF LS-SUPPRESSED > 0
              MOVE SPACES TO REPORT-RECORD
              IF LS-SUPPRESSED > 9999
                 STRING LS-SUPPRESSED " DIRECTORY(S) SUPPRESSED BY "
                    "DEPTH LIMIT OR PERCENT FLOOR"
                    DELIMITED BY SIZE INTO REPORT-RECORD
              ELSE
                 MOVE LS-SUPPRESSED TO LS-SHORT-COUNT
                 STRING LS-SHORT-COUNT " DIRECTORY(S) SUPPRESSED BY "
                    "DEPTH LIMIT OR PERCENT FLOOR"
                    DELIMITED BY SIZE INTO REPORT-RECORD
              END-IF
              WRITE REPORT-RECORD
           END-IF.

       WRITE-NEXT-TREE-LINE.
           MOVE "N" TO LS-NO-MORE-CHILDREN.
           MOVE LS-CUR-HOST TO TW-HOST.
           MOVE LS-FR-PATH(LS-FR-COUNT) TO TW-PARENT.
           IF LS-FR-STARTED(LS-FR-COUNT) = "N"
              MOVE 0 TO TW-INV-VALUE
              MOVE 0 TO TW-INV-SEQ
              START TREE-WORK-FILE KEY IS NOT LESS THAN TW-KEY
                 INVALID KEY
                 MOVE "Y" TO LS-NO-MORE-CHILDREN
              END-START
           ELSE
              MOVE LS-FR-LAST-KEY(LS-FR-COUNT) TO TW-KEY
              START TREE-WORK-FILE KEY IS GREATER THAN TW-KEY
                 INVALID KEY
                 MOVE "Y" TO LS-NO-MORE-CHILDREN
              END-START
           END-IF.
           IF LS-NO-MORE-CHILDREN = "N"
              READ TREE-WORK-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO LS-NO-MORE-CHILDREN
              END-READ
           END-IF.
           IF LS-NO-MORE-CHILDREN = "N"
              IF TW-HOST NOT = LS-CUR-HOST OR
                 TW-PARENT NOT = LS-FR-PATH(LS-FR-COUNT)
                 MOVE "Y" TO LS-NO-MORE-CHILDREN
              END-IF
           END-IF.
           IF LS-NO-MORE-CHILDREN = "Y"
              SUBTRACT 1 FROM LS-FR-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO LS-FR-STARTED(LS-FR-COUNT).
           MOVE TW-KEY TO LS-FR-LAST-KEY(LS-FR-COUNT).
           IF LS-ROOT-VALUE > 0
              COMPUTE LS-CHILD-PCT ROUNDED =
                 TW-VALUE * 100 / LS-ROOT-VALUE
           ELSE
              MOVE 0 TO LS-CHILD-PCT
           END-IF.
           IF LS-CHILD-PCT < LS-PCT-FLOOR
              EXIT PARAGRAPH
           END-IF.
           MOVE TW-PATH TO LS-CUR-PATH.
           MOVE TW-VALUE TO LS-CUR-VALUE.
           MOVE LS-FR-VALUE(LS-FR-COUNT) TO LS-CUR-PVAL.
           COMPUTE LS-CUR-DEPTH = LS-FR-DEPTH(LS-FR-COUNT) + 1.
           PERFORM WRITE-TREE-LINE.

       WRITE-TREE-LINE.
           ADD 1 TO LS-PRINTED.
           IF LS-ROOT-VALUE > 0
              COMPUTE LS-PCT-HOST ROUNDED =
                 LS-CUR-VALUE * 100 / LS-ROOT-VALUE
           ELSE
              MOVE 0 TO LS-PCT-HOST
           END-IF.
           IF LS-CUR-PVAL > 0
              COMPUTE LS-PCT-PARENT ROUNDED =
                 LS-CUR-VALUE * 100 / LS-CUR-PVAL
           ELSE
              MOVE 0 TO LS-PCT-PARENT
           END-IF.
           MOVE SPACES TO LS-DETAIL.
           MOVE LS-CUR-VALUE TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO TR-SIZE.
           MOVE LS-PCT-PARENT TO LS-EDIT-PCT.
           MOVE LS-EDIT-PCT TO TR-PCT-PARENT.
              TO TR-NAME(LS-INDENT:).
           WRITE REPORT-RECORD FROM LS-DETAIL.
           IF LS-CUR-DEPTH < LS-DEPTH-LIMIT
              PERFORM PUSH-FRAME
           END-IF.

       PUSH-FRAME.
           IF LS-FR-COUNT >= LS-MAX-LEVELS
              DISPLAY "ERROR: DIRECTORY NESTING DEEPER THAN "
                 LS-MAX-LEVELS " LEVELS ON HOST "
                 FUNCTION TRIM(LS-CUR-HOST) " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LS-FR-COUNT.
           MOVE LS-CUR-PATH TO LS-FR-PATH(LS-FR-COUNT).
           MOVE LS-CUR-VALUE TO LS-FR-VALUE(LS-FR-COUNT).
           MOVE LS-CUR-DEPTH TO LS-FR-DEPTH(LS-FR-COUNT).
           MOVE "N" TO LS-FR-STARTED(LS-FR-COUNT).

       DERIVE-COMPONENT.
           IF FUNCTION TRIM(LS-CUR-PATH) = "/"
              MOVE "/" TO LS-COMPONENT
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LS-SLASH-POS.
           PERFORM VARYING LS-SCAN-POS FROM 1 BY 1
              UNTIL LS-SCAN-POS > LENGTH OF LS-CUR-PATH
              OR LS-CUR-PATH(LS-SCAN-POS:1) = SPACE
              IF LS-CUR-PATH(LS-SCAN-POS:1) = "/"
                 MOVE LS-SCAN-POS TO LS-SLASH-POS
              END-IF
           END-PERFORM.
           MOVE SPACES TO LS-COMPONENT.
           MOVE LS-CUR-PATH(LS-SLASH-POS + 1:)
              TO LS-COMPONENT.

       DERIVE-PARENT.
              MOVE LS-WORK-PATH(1:LS-SLASH-POS - 1)
                 TO LS-PARENT-PATH
           END-IF.
