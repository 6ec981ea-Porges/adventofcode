           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.
           SELECT HOST-CAP-FILE ASSIGN TO "HOSTCAP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-HOSTCAP-STATUS.
           SELECT CAND-SORT-FILE ASSIGN TO "PLANRPT.SRT".

       DATA DIVISION.
       FILE SECTION.
           05  CTL-SEP4       PIC X(1).
           05  CTL-TIMESTAMP  PIC X(14).

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

       SD  CAND-SORT-FILE.
       01  CAND-SORT-RECORD.
           05  SC-HOST        PIC X(8).
           05  SC-PATH        PIC X(500).
           05  SC-VALUE       PIC 9(10).

       LOCAL-STORAGE SECTION.
       01  LS-DIRSIZE-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-HOSTCAP-STATUS PIC X(2).
       01  LS-LAST-CTL-DATE PIC X(8) VALUE SPACES.
       01  LS-LAST-CTL-STATUS PIC X(1).
       01  LS-LAST-CTL-RC PIC 9(2).
       01  TARGET         PIC 9(10).
       01  LS-FILTER-HOST PIC X(8).
       01  LS-PER-HOST    PIC X(1) VALUE "N".
       78  LS-MAX-HOSTS   VALUE 9999.
       01  LS-HN-COUNT    PIC 9(4) VALUE 0.
       01  LS-HN-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HN-COUNT.
       01  LS-HN-NEED     PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HN-COUNT.
       01  LS-HN-FREED    PIC 9(12) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-HN-COUNT.
       01  LS-HN-IDX      PIC 9(5).
       01  LS-HN-FOUND    PIC 9(5) VALUE 0.
       01  LS-HN-NEEDING  PIC 9(4) VALUE 0.
       01  LS-HN-SHORT    PIC 9(4) VALUE 0.
       01  LS-LAST-HOST   PIC X(8) VALUE SPACES.
       01  LS-HN-WORK-HOST PIC X(8).
       01  LS-TOTAL-CHOSEN PIC 9(10) VALUE 0.
       78  LS-MAX-CHOSEN  VALUE 9999.
       01  LS-CAND-COUNT  PIC 9(10) VALUE 0.
       01  LS-CH-COUNT    PIC 9(4) VALUE 0.
       01  LS-CH-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-CH-COUNT.
       01  LS-CH-PATH     PIC X(500) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-CH-COUNT.
       01  LS-IDX2        PIC 9(5).
       01  LS-RANK        PIC 9(4) VALUE 0.
       01  LS-CUMULATIVE  PIC 9(12) VALUE 0.
       01  LS-PLAN-DONE   PIC X(1) VALUE "N".
           ACCEPT TARGET.
           ACCEPT LS-FILTER-HOST.
           IF TARGET = 0
              MOVE "Y" TO LS-PER-HOST
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           IF LS-PER-HOST = "Y"
              PERFORM LOAD-HOST-NEEDS
              SORT CAND-SORT-FILE
                 ON ASCENDING KEY SC-HOST
                 ON DESCENDING KEY SC-VALUE
                 WITH DUPLICATES IN ORDER
                 INPUT PROCEDURE IS LOAD-CANDIDATES
                 OUTPUT PROCEDURE IS WRITE-HOST-PLAN-REPORT
              DISPLAY "DELETION PLAN WRITTEN: " LS-TOTAL-CHOSEN
                 " CANDIDATE(S) FOR " LS-HN-NEEDING " HOST(S), "
                 LS-HN-SHORT " SHORT OF THEIR NEEDED SPACE"
              STOP RUN
           END-IF.
           SORT CAND-SORT-FILE
              ON DESCENDING KEY SC-VALUE
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS LOAD-CANDIDATES
              OUTPUT PROCEDURE IS WRITE-PLAN-REPORT.
           DISPLAY "DELETION PLAN WRITTEN: " LS-RANK
              " CANDIDATE(S) FREEING " LS-CUMULATIVE
              " OF TARGET " TARGET.
              STOP RUN
           END-IF.

       WRITE-PLAN-REPORT.
           IF LS-CAND-COUNT = 0
              DISPLAY "ERROR: NO CANDIDATE DIRECTORIES FOUND IN "
                 "DIRSIZES - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN PLANRPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF FUNCTION TRIM(LS-FILTER-HOST) = SPACES
              STRING "DELETION PLAN FOR TARGET " TARGET
                 " (ALL HOSTS)" DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING "DELETION PLAN FOR TARGET " TARGET
                 " (HOST " FUNCTION TRIM(LS-FILTER-HOST) ")"
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-HEADING.
           PERFORM CHOOSE-NEXT-CANDIDATE
              UNTIL LS-PLAN-DONE = "Y".
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF LS-CUMULATIVE >= TARGET
              STRING "PLAN FREES " LS-CUMULATIVE
                 " OF TARGET " TARGET DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING "WARNING: PLAN FREES ONLY " LS-CUMULATIVE
                 " OF TARGET " TARGET DELIMITED BY SIZE
                 INTO REPORT-RECORD
              MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       LOAD-CANDIDATES.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
           END-IF.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              IF LS-PER-HOST = "Y"
                 MOVE DIR-SIZE-HOST TO LS-HN-WORK-HOST
                 PERFORM FIND-HOST-NEED
              END-IF
              IF FUNCTION TRIM(DIR-SIZE-PATH) NOT = "/" AND
                 (FUNCTION TRIM(LS-FILTER-HOST) = SPACES OR
                 DIR-SIZE-HOST = LS-FILTER-HOST) AND
                 (LS-PER-HOST = "N" OR LS-HN-FOUND > 0)
                 ADD 1 TO LS-CAND-COUNT
                 MOVE DIR-SIZE-HOST TO SC-HOST
                 MOVE DIR-SIZE-PATH TO SC-PATH
                 MOVE DIR-SIZE-VALUE TO SC-VALUE
                 RELEASE CAND-SORT-RECORD
              END-IF
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.
           CLOSE DIR-SIZE-FILE.

       CHOOSE-NEXT-CANDIDATE.
           RETURN CAND-SORT-FILE
              AT END
              MOVE "Y" TO LS-PLAN-DONE
           END-RETURN.
           IF LS-PLAN-DONE = "Y"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FOR-OVERLAP.
           IF LS-OVERLAPS = "Y"
              EXIT PARAGRAPH
           END-IF.
           IF LS-CH-COUNT >= LS-MAX-CHOSEN
              DISPLAY "ERROR: MORE THAN " LS-MAX-CHOSEN
                 " DIRECTORIES NEEDED TO REACH TARGET - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WRITE-CHOSEN-CANDIDATE.
           IF LS-CUMULATIVE >= TARGET
              MOVE "Y" TO LS-PLAN-DONE
           END-IF.

       WRITE-CHOSEN-CANDIDATE.
           ADD 1 TO LS-CH-COUNT.
           MOVE SC-HOST TO LS-CH-HOST(LS-CH-COUNT).
           MOVE SC-PATH TO LS-CH-PATH(LS-CH-COUNT).
           ADD 1 TO LS-RANK.
           ADD SC-VALUE TO LS-CUMULATIVE.
           MOVE SPACES TO LS-DETAIL.
           MOVE LS-RANK TO PL-RANK.
           MOVE SC-HOST TO PL-HOST.
           MOVE SC-VALUE TO LS-EDIT-VALUE.
           MOVE LS-EDIT-VALUE TO PL-SIZE.
           MOVE LS-CUMULATIVE TO LS-EDIT-TOTAL.
           MOVE LS-EDIT-TOTAL TO PL-CUMULATIVE.
           MOVE SC-PATH TO PL-PATH.
           WRITE REPORT-RECORD FROM LS-DETAIL.

       LOAD-HOST-NEEDS.
           OPEN INPUT HOST-CAP-FILE.
           IF LS-HOSTCAP-STATUS = "35"
              DISPLAY "ERROR: NO TARGET SUPPLIED AND NO HOSTCAP "
                 "DATASET FOUND - ABORTING RUN"
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
              IF HC-DISP = "P" AND HC-NEED > 0 AND
                 (FUNCTION TRIM(LS-FILTER-HOST) = SPACES OR
                 HC-HOST = LS-FILTER-HOST)
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
              READ HOST-CAP-FILE INTO HOST-CAP-RECORD
           END-PERFORM.
           CLOSE HOST-CAP-FILE.
           MOVE LS-HN-COUNT TO LS-HN-NEEDING.

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

       WRITE-HOST-PLAN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN PLANRPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF FUNCTION TRIM(LS-FILTER-HOST) = SPACES
              STRING "DELETION PLAN FOR PER-HOST NEEDS FROM HOSTCAP "
                 LS-LAST-CTL-DATE " (ALL HOSTS)" DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING "DELETION PLAN FOR PER-HOST NEEDS FROM HOSTCAP "
                 LS-LAST-CTL-DATE " (HOST "
                 FUNCTION TRIM(LS-FILTER-HOST) ")"
                 DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-HEADING.
           MOVE 0 TO LS-HN-FOUND.
           PERFORM CHOOSE-NEXT-HOST-CANDIDATE
              UNTIL LS-PLAN-DONE = "Y".
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-HN-COUNT = 0
              MOVE SPACES TO REPORT-RECORD
              STRING "NO HOST NEEDS SPACE FREED" DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING LS-HN-IDX FROM 1 BY 1
              UNTIL LS-HN-IDX > LS-HN-COUNT
              MOVE SPACES TO REPORT-RECORD
              IF LS-HN-FREED(LS-HN-IDX) >= LS-HN-NEED(LS-HN-IDX)
                 STRING "HOST " FUNCTION TRIM(LS-HN-HOST(LS-HN-IDX))
                    " PLAN FREES "
                    LS-HN-FREED(LS-HN-IDX) " OF NEEDED "
                    LS-HN-NEED(LS-HN-IDX) DELIMITED BY SIZE
                    INTO REPORT-RECORD
              ELSE
                 STRING "WARNING: HOST "
                    FUNCTION TRIM(LS-HN-HOST(LS-HN-IDX))
                    " PLAN FREES ONLY " LS-HN-FREED(LS-HN-IDX)
                    " OF NEEDED " LS-HN-NEED(LS-HN-IDX)
                    DELIMITED BY SIZE INTO REPORT-RECORD
                 ADD 1 TO LS-HN-SHORT
                 MOVE 4 TO RETURN-CODE
              END-IF
              WRITE REPORT-RECORD
           END-PERFORM.
           CLOSE REPORT-FILE.

       CHOOSE-NEXT-HOST-CANDIDATE.
           RETURN CAND-SORT-FILE
              AT END
              MOVE "Y" TO LS-PLAN-DONE
           END-RETURN.
           IF LS-PLAN-DONE = "Y"
              EXIT PARAGRAPH
           END-IF.
           IF SC-HOST NOT = LS-LAST-HOST
              MOVE SC-HOST TO LS-LAST-HOST
              MOVE SC-HOST TO LS-HN-WORK-HOST
              PERFORM FIND-HOST-NEED
              MOVE 0 TO LS-CH-COUNT
              MOVE 0 TO LS-RANK
              MOVE 0 TO LS-CUMULATIVE
           END-IF.
           IF LS-HN-FREED(LS-HN-FOUND) >= LS-HN-NEED(LS-HN-FOUND)
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FOR-OVERLAP.
           IF LS-OVERLAPS = "Y"
              EXIT PARAGRAPH
           END-IF.
           IF LS-CH-COUNT >= LS-MAX-CHOSEN
              DISPLAY "ERROR: MORE THAN " LS-MAX-CHOSEN
                 " DIRECTORIES NEEDED TO FREE HOST "
                 FUNCTION TRIM(SC-HOST) " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WRITE-CHOSEN-CANDIDATE.
           ADD 1 TO LS-TOTAL-CHOSEN.
           MOVE LS-CUMULATIVE TO LS-HN-FREED(LS-HN-FOUND).

       CHECK-FOR-OVERLAP.
           MOVE "N" TO LS-OVERLAPS.
           PERFORM VARYING LS-IDX2 FROM 1 BY 1
              UNTIL LS-IDX2 > LS-CH-COUNT OR LS-OVERLAPS = "Y"
              IF LS-CH-HOST(LS-IDX2) = SC-HOST
                 PERFORM CHECK-ONE-PAIR
              END-IF
           END-PERFORM.

       CHECK-ONE-PAIR.
           MOVE SPACES TO LS-PREFIX.
           STRING FUNCTION TRIM(LS-CH-PATH(LS-IDX2)) "/"
              DELIMITED BY SIZE INTO LS-PREFIX.
           COMPUTE LS-PREFIX-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LS-PREFIX)).
           IF LS-PREFIX-LEN <= LENGTH OF SC-PATH
              IF SC-PATH(1:LS-PREFIX-LEN) =
                 LS-PREFIX(1:LS-PREFIX-LEN)
                 MOVE "Y" TO LS-OVERLAPS
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES TO LS-PREFIX.
           STRING FUNCTION TRIM(SC-PATH) "/"
              DELIMITED BY SIZE INTO LS-PREFIX.
           COMPUTE LS-PREFIX-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LS-PREFIX)).
           IF LS-PREFIX-LEN <= LENGTH OF SC-PATH
              IF LS-CH-PATH(LS-IDX2)(1:LS-PREFIX-LEN) =
                 LS-PREFIX(1:LS-PREFIX-LEN)
                 MOVE "Y" TO LS-OVERLAPS
              END-IF
