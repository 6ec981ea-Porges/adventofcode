       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07RM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "SIZERULE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RULES-STATUS.
           SELECT STAGE-RULES-FILE ASSIGN TO "SIZERULE.NEW"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-STAGE-RULES-STATUS.
           SELECT RULE-AUDIT-FILE ASSIGN TO "RULEAUD"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULE-RECORD        PIC X(540).

       FD  STAGE-RULES-FILE.
       01  STAGE-RULE-RECORD  PIC X(540).

       FD  RULE-AUDIT-FILE.
       01  RULE-AUDIT-RECORD.
           05  AUD-DATE       PIC X(8).
           05  AUD-SEP1       PIC X(1).
           05  AUD-TIME       PIC X(6).
           05  AUD-SEP2       PIC X(1).
           05  AUD-USER       PIC X(8).
           05  AUD-SEP3       PIC X(1).
           05  AUD-ACTION     PIC X(3).
           05  AUD-SEP4       PIC X(1).
           05  AUD-RULE-ID    PIC X(8).
           05  AUD-SEP5       PIC X(1).
           05  AUD-BEFORE     PIC X(540).
           05  AUD-SEP6       PIC X(1).
           05  AUD-AFTER      PIC X(540).

       LOCAL-STORAGE SECTION.
       01  LS-RULES-STATUS PIC X(2).
       01  LS-STAGE-RULES-STATUS PIC X(2).
       01  LS-AUDIT-STATUS PIC X(2).
       01  LS-RULES-FILENAME PIC X(20) VALUE "SIZERULE".
       01  LS-STAGE-RULES-FILENAME PIC X(20) VALUE "SIZERULE.NEW".
       01  LS-RENAME-RESULT PIC 9(9) COMP-5.
       01  LS-RULES-FOUND PIC X(1) VALUE "N".
       01  LS-ACTION      PIC X(3).
       01  LS-OPERATOR    PIC X(8).
       01  LS-WANT-ID     PIC X(8).
       01  LS-WANT-HOST   PIC X(8).
       01  LS-WANT-PREFIX PIC X(500).
       01  LS-WANT-LIMIT  PIC X(12).
       01  LS-WANT-PCT    PIC X(12).
       01  LS-NUM-TEXT    PIC X(12).
       01  LS-NUM-NAME    PIC X(10).
       01  LS-NUM-WORK    PIC S9(12)V9(4).
       01  LS-NUM-INT     PIC S9(12).
       01  LS-NUM-VALUE   PIC 9(10).
       01  LS-RULE-WORK.
           05  RW-ID          PIC X(8).
           05  RW-SEP1        PIC X(1).
           05  RW-HOST        PIC X(8).
           05  RW-SEP2        PIC X(1).
           05  RW-PREFIX      PIC X(500).
           05  RW-SEP3        PIC X(1).
           05  RW-LIMIT       PIC 9(10).
           05  RW-SEP4        PIC X(1).
           05  RW-PCT         PIC 9(10).
       01  LS-RULE-OTHER.
           05  RO-ID          PIC X(8).
           05  RO-SEP1        PIC X(1).
           05  RO-HOST        PIC X(8).
           05  RO-SEP2        PIC X(1).
           05  RO-PREFIX      PIC X(500).
           05  RO-SEP3        PIC X(1).
           05  RO-LIMIT       PIC 9(10).
           05  RO-SEP4        PIC X(1).
           05  RO-PCT         PIC 9(10).
       01  LS-BEFORE-IMAGE PIC X(540).
       01  LS-AFTER-IMAGE PIC X(540).
       78  LS-MAX-RULES   VALUE 999.
       01  LS-RL-COUNT    PIC 9(4) VALUE 0.
       01  LS-RL-IMAGE    PIC X(540) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-RL-COUNT.
       01  LS-IDX         PIC 9(4).
       01  LS-IDX2        PIC 9(4).
       01  LS-TARGET-IDX  PIC 9(4) VALUE 0.
       01  LS-ID-MATCHES  PIC 9(4) VALUE 0.
       01  LS-PREFIX-LEN  PIC 9(4).
       01  LS-VALID       PIC X(1).
       01  LS-INVALID-REASON PIC X(40).
       01  LS-WARNING-COUNT PIC 9(4) VALUE 0.
       01  LS-LISTED-COUNT PIC 9(4) VALUE 0.
       01  LS-RULE-STATE  PIC X(40).
       01  LS-NOW         PIC X(21).

       PROCEDURE DIVISION.
           ACCEPT LS-ACTION.
           ACCEPT LS-OPERATOR.
           ACCEPT LS-WANT-ID.
           ACCEPT LS-WANT-HOST.
           ACCEPT LS-WANT-PREFIX.
           ACCEPT LS-WANT-LIMIT.
           ACCEPT LS-WANT-PCT.
           IF LS-ACTION NOT = "ADD" AND LS-ACTION NOT = "CHG" AND
              LS-ACTION NOT = "DEL" AND LS-ACTION NOT = "LST"
              DISPLAY "ERROR: ACTION MUST BE ADD, CHG, DEL OR LST "
                 "BUT WAS " FUNCTION TRIM(LS-ACTION)
                 " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-RULES.
           IF LS-ACTION = "LST"
              PERFORM LIST-RULES
              STOP RUN
           END-IF.
           IF FUNCTION TRIM(LS-OPERATOR) = SPACES
              DISPLAY "ERROR: AN OPERATOR ID MUST BE SUPPLIED FOR "
                 LS-ACTION " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FUNCTION TRIM(LS-WANT-ID) = SPACES
              DISPLAY "ERROR: A RULE ID MUST BE SUPPLIED FOR "
                 LS-ACTION " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM FIND-RULE-ID.
           EVALUATE LS-ACTION
              WHEN "ADD"
                 PERFORM PREPARE-ADD
              WHEN "CHG"
                 PERFORM PREPARE-CHANGE
              WHEN "DEL"
                 PERFORM PREPARE-DELETE
           END-EVALUATE.
           IF LS-ACTION NOT = "DEL"
              PERFORM VALIDATE-NEW-RULE
              PERFORM CHECK-SHADOWING
           END-IF.
           OPEN EXTEND RULE-AUDIT-FILE.
           IF LS-AUDIT-STATUS = "35"
              OPEN OUTPUT RULE-AUDIT-FILE
           END-IF.
           IF LS-AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN RULEAUD DATASET "
                 "(STATUS=" LS-AUDIT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM REPLACE-RULES-FILE.
           MOVE FUNCTION CURRENT-DATE TO LS-NOW.
           MOVE LS-NOW(1:8) TO AUD-DATE.
           MOVE LS-NOW(9:6) TO AUD-TIME.
           MOVE SPACE TO AUD-SEP1 AUD-SEP2 AUD-SEP3 AUD-SEP4
              AUD-SEP5 AUD-SEP6.
           MOVE LS-OPERATOR TO AUD-USER.
           MOVE LS-ACTION TO AUD-ACTION.
           MOVE LS-WANT-ID TO AUD-RULE-ID.
           MOVE LS-BEFORE-IMAGE TO AUD-BEFORE.
           MOVE LS-AFTER-IMAGE TO AUD-AFTER.
           WRITE RULE-AUDIT-RECORD.
           CLOSE RULE-AUDIT-FILE.
           IF LS-WARNING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SIZERULE MAINTENANCE COMPLETE: " LS-ACTION
              " OF RULE " FUNCTION TRIM(LS-WANT-ID) " BY "
              FUNCTION TRIM(LS-OPERATOR) ", " LS-RL-COUNT
              " RULE(S) NOW ON FILE, " LS-WARNING-COUNT
              " WARNING(S)".
           STOP RUN.

       LOAD-RULES.
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
           MOVE "Y" TO LS-RULES-FOUND.
           READ RULES-FILE.
           PERFORM UNTIL LS-RULES-STATUS NOT = "00"
              IF LS-RL-COUNT >= LS-MAX-RULES
                 DISPLAY "ERROR: MORE THAN " LS-MAX-RULES
                    " ENTRIES IN SIZERULE - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LS-RL-COUNT
              MOVE RULE-RECORD TO LS-RL-IMAGE(LS-RL-COUNT)
              READ RULES-FILE
           END-PERFORM.
           CLOSE RULES-FILE.

       FIND-RULE-ID.
           MOVE 0 TO LS-TARGET-IDX.
           MOVE 0 TO LS-ID-MATCHES.
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > LS-RL-COUNT
              IF LS-RL-IMAGE(LS-IDX)(1:8) = LS-WANT-ID
                 ADD 1 TO LS-ID-MATCHES
                 MOVE LS-IDX TO LS-TARGET-IDX
              END-IF
           END-PERFORM.
           IF LS-ID-MATCHES > 1
              DISPLAY "ERROR: RULE ID " FUNCTION TRIM(LS-WANT-ID)
                 " APPEARS " LS-ID-MATCHES " TIMES IN SIZERULE "
                 "- ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       PREPARE-ADD.
           IF LS-TARGET-IDX > 0
              DISPLAY "ERROR: RULE ID " FUNCTION TRIM(LS-WANT-ID)
                 " ALREADY EXISTS IN SIZERULE - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-RL-COUNT >= LS-MAX-RULES
              DISPLAY "ERROR: SIZERULE ALREADY HOLDS " LS-MAX-RULES
                 " ENTRIES - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-WANT-LIMIT = SPACES OR LS-WANT-PCT = SPACES
              DISPLAY "ERROR: A SIZE LIMIT AND GROWTH PCT MUST BE "
                 "SUPPLIED FOR ADD - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO LS-BEFORE-IMAGE.
           MOVE SPACES TO LS-RULE-WORK.
           MOVE LS-WANT-ID TO RW-ID.
           MOVE LS-WANT-HOST TO RW-HOST.
           MOVE LS-WANT-PREFIX TO RW-PREFIX.
           MOVE LS-WANT-LIMIT TO LS-NUM-TEXT.
           MOVE "SIZE LIMIT" TO LS-NUM-NAME.
           PERFORM CONVERT-NUMBER.
           MOVE LS-NUM-VALUE TO RW-LIMIT.
           MOVE LS-WANT-PCT TO LS-NUM-TEXT.
           MOVE "GROWTH PCT" TO LS-NUM-NAME.
           PERFORM CONVERT-NUMBER.
           MOVE LS-NUM-VALUE TO RW-PCT.
           ADD 1 TO LS-RL-COUNT.
           MOVE LS-RL-COUNT TO LS-TARGET-IDX.
           MOVE LS-RULE-WORK TO LS-RL-IMAGE(LS-TARGET-IDX).
           MOVE LS-RULE-WORK TO LS-AFTER-IMAGE.

       PREPARE-CHANGE.
           IF LS-TARGET-IDX = 0
              DISPLAY "ERROR: RULE ID " FUNCTION TRIM(LS-WANT-ID)
                 " NOT FOUND IN SIZERULE - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-RL-IMAGE(LS-TARGET-IDX) TO LS-BEFORE-IMAGE.
           MOVE LS-RL-IMAGE(LS-TARGET-IDX) TO LS-RULE-WORK.
           MOVE SPACE TO RW-SEP1 RW-SEP2 RW-SEP3 RW-SEP4.
           IF LS-WANT-HOST NOT = SPACES
              MOVE LS-WANT-HOST TO RW-HOST
           END-IF.
           IF LS-WANT-PREFIX NOT = SPACES
              MOVE LS-WANT-PREFIX TO RW-PREFIX
           END-IF.
           IF LS-WANT-LIMIT NOT = SPACES
              MOVE LS-WANT-LIMIT TO LS-NUM-TEXT
              MOVE "SIZE LIMIT" TO LS-NUM-NAME
              PERFORM CONVERT-NUMBER
              MOVE LS-NUM-VALUE TO RW-LIMIT
           END-IF.
           IF LS-WANT-PCT NOT = SPACES
              MOVE LS-WANT-PCT TO LS-NUM-TEXT
              MOVE "GROWTH PCT" TO LS-NUM-NAME
              PERFORM CONVERT-NUMBER
              MOVE LS-NUM-VALUE TO RW-PCT
           END-IF.
           IF LS-RULE-WORK = LS-BEFORE-IMAGE
              DISPLAY "ERROR: NO CHANGE SUPPLIED FOR RULE "
                 FUNCTION TRIM(LS-WANT-ID) " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-RULE-WORK TO LS-RL-IMAGE(LS-TARGET-IDX).
           MOVE LS-RULE-WORK TO LS-AFTER-IMAGE.

       PREPARE-DELETE.
           IF LS-TARGET-IDX = 0
              DISPLAY "ERROR: RULE ID " FUNCTION TRIM(LS-WANT-ID)
                 " NOT FOUND IN SIZERULE - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-RL-IMAGE(LS-TARGET-IDX) TO LS-BEFORE-IMAGE.
           MOVE SPACES TO LS-AFTER-IMAGE.
           PERFORM VARYING LS-IDX FROM LS-TARGET-IDX BY 1
              UNTIL LS-IDX >= LS-RL-COUNT
              MOVE LS-RL-IMAGE(LS-IDX + 1) TO LS-RL-IMAGE(LS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM LS-RL-COUNT.

       CONVERT-NUMBER.
           IF FUNCTION TEST-NUMVAL(LS-NUM-TEXT) NOT = 0
              DISPLAY "ERROR: " FUNCTION TRIM(LS-NUM-NAME)
                 " MUST BE NUMERIC BUT WAS "
                 FUNCTION TRIM(LS-NUM-TEXT) " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(LS-NUM-TEXT) TO LS-NUM-WORK.
           MOVE LS-NUM-WORK TO LS-NUM-INT.
           IF LS-NUM-WORK < 0 OR LS-NUM-WORK > 9999999999 OR
              LS-NUM-WORK NOT = LS-NUM-INT
              DISPLAY "ERROR: " FUNCTION TRIM(LS-NUM-NAME)
                 " MUST BE A WHOLE NUMBER FROM 0 TO 9999999999 "
                 "BUT WAS " FUNCTION TRIM(LS-NUM-TEXT)
                 " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-NUM-INT TO LS-NUM-VALUE.

       VALIDATE-NEW-RULE.
           PERFORM CHECK-RULE-WORK.
           IF LS-VALID = "N"
              DISPLAY "ERROR: RULE " FUNCTION TRIM(LS-WANT-ID)
                 " REJECTED - " FUNCTION TRIM(LS-INVALID-REASON)
                 " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-RULE-WORK.
           MOVE "Y" TO LS-VALID.
           MOVE SPACES TO LS-INVALID-REASON.
           COMPUTE LS-PREFIX-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(RW-PREFIX)).
           EVALUATE TRUE
              WHEN FUNCTION TRIM(RW-ID) = SPACES
                 MOVE "RULE ID IS BLANK" TO LS-INVALID-REASON
              WHEN FUNCTION TRIM(RW-HOST) = SPACES
                 MOVE "HOST IS BLANK" TO LS-INVALID-REASON
              WHEN RW-PREFIX(1:1) NOT = "/"
                 MOVE "PREFIX DOES NOT START WITH /"
                    TO LS-INVALID-REASON
              WHEN LS-PREFIX-LEN > 1 AND
                   RW-PREFIX(LS-PREFIX-LEN:1) = "/"
                 MOVE "PREFIX ENDS WITH /, MATCHES NO DIRECTORY"
                    TO LS-INVALID-REASON
              WHEN RW-LIMIT NOT NUMERIC
                 MOVE "SIZE LIMIT IS NOT NUMERIC"
                    TO LS-INVALID-REASON
              WHEN RW-PCT NOT NUMERIC
                 MOVE "GROWTH PCT IS NOT NUMERIC"
                    TO LS-INVALID-REASON
           END-EVALUATE.
           IF LS-INVALID-REASON NOT = SPACES
              MOVE "N" TO LS-VALID
           END-IF.

       CHECK-SHADOWING.
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > LS-RL-COUNT
              IF LS-IDX NOT = LS-TARGET-IDX
                 MOVE LS-RL-IMAGE(LS-IDX) TO LS-RULE-OTHER
                 IF RO-HOST = RW-HOST AND RO-PREFIX = RW-PREFIX
                    PERFORM REPORT-SHADOWING
                 END-IF
              END-IF
           END-PERFORM.

       REPORT-SHADOWING.
           ADD 1 TO LS-WARNING-COUNT.
           IF RO-LIMIT = RW-LIMIT AND RO-PCT = RW-PCT
              DISPLAY "WARNING: RULE " FUNCTION TRIM(RW-ID)
                 " IS AN EXACT DUPLICATE OF RULE "
                 FUNCTION TRIM(RO-ID)
              EXIT PARAGRAPH
           END-IF.
           IF LS-IDX < LS-TARGET-IDX
              DISPLAY "WARNING: RULE " FUNCTION TRIM(RW-ID)
                 " IS FULLY SHADOWED BY EARLIER RULE "
                 FUNCTION TRIM(RO-ID) " FOR HOST "
                 FUNCTION TRIM(RW-HOST) " PREFIX "
                 FUNCTION TRIM(RW-PREFIX)
           ELSE
              DISPLAY "WARNING: RULE " FUNCTION TRIM(RW-ID)
                 " FULLY SHADOWS LATER RULE "
                 FUNCTION TRIM(RO-ID) " FOR HOST "
                 FUNCTION TRIM(RW-HOST) " PREFIX "
                 FUNCTION TRIM(RW-PREFIX)
           END-IF.

       REPLACE-RULES-FILE.
           OPEN OUTPUT STAGE-RULES-FILE.
           IF LS-STAGE-RULES-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN SIZERULE.NEW DATASET "
                 "(STATUS=" LS-STAGE-RULES-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > LS-RL-COUNT
              WRITE STAGE-RULE-RECORD FROM LS-RL-IMAGE(LS-IDX)
           END-PERFORM.
           CLOSE STAGE-RULES-FILE.
           IF LS-RULES-FOUND = "Y"
              CALL "CBL_DELETE_FILE" USING LS-RULES-FILENAME
                 RETURNING LS-RENAME-RESULT
              IF LS-RENAME-RESULT NOT = 0
                 DISPLAY "ERROR: UNABLE TO DELETE OLD SIZERULE FILE "
                    "(RESULT=" LS-RENAME-RESULT ") - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           CALL "CBL_RENAME_FILE" USING LS-STAGE-RULES-FILENAME
              LS-RULES-FILENAME RETURNING LS-RENAME-RESULT.
           IF LS-RENAME-RESULT NOT = 0
              DISPLAY "ERROR: UNABLE TO ACTIVATE UPDATED SIZERULE "
                 "FILE (RESULT=" LS-RENAME-RESULT ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LIST-RULES.
           PERFORM VARYING LS-TARGET-IDX FROM 1 BY 1
              UNTIL LS-TARGET-IDX > LS-RL-COUNT
              IF FUNCTION TRIM(LS-WANT-ID) = SPACES OR
                 LS-RL-IMAGE(LS-TARGET-IDX)(1:8) = LS-WANT-ID
                 PERFORM LIST-ONE-RULE
              END-IF
           END-PERFORM.
           IF LS-LISTED-COUNT = 0
              IF FUNCTION TRIM(LS-WANT-ID) = SPACES
                 DISPLAY "NO ENTRIES IN SIZERULE"
              ELSE
                 DISPLAY "RULE ID " FUNCTION TRIM(LS-WANT-ID)
                    " NOT FOUND IN SIZERULE"
              END-IF
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF LS-WARNING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY LS-LISTED-COUNT " OF " LS-RL-COUNT
              " SIZERULE ENTRY(S) LISTED, " LS-WARNING-COUNT
              " WITH PROBLEMS".

       LIST-ONE-RULE.
           ADD 1 TO LS-LISTED-COUNT.
           MOVE LS-RL-IMAGE(LS-TARGET-IDX) TO LS-RULE-WORK.
           PERFORM CHECK-RULE-WORK.
           MOVE "OK" TO LS-RULE-STATE.
           IF LS-VALID = "N"
              MOVE LS-INVALID-REASON TO LS-RULE-STATE
           ELSE
              PERFORM VARYING LS-IDX FROM 1 BY 1
                 UNTIL LS-IDX > LS-RL-COUNT
                 MOVE LS-RL-IMAGE(LS-IDX) TO LS-RULE-OTHER
                 IF LS-IDX NOT = LS-TARGET-IDX AND RO-ID = RW-ID
                    MOVE "DUPLICATE RULE ID" TO LS-RULE-STATE
                 END-IF
                 IF LS-IDX < LS-TARGET-IDX AND
                    LS-RULE-STATE = "OK" AND
                    RO-HOST = RW-HOST AND RO-PREFIX = RW-PREFIX
                    MOVE SPACES TO LS-RULE-STATE
                    STRING "SHADOWED BY " FUNCTION TRIM(RO-ID)
                       DELIMITED BY SIZE INTO LS-RULE-STATE
                 END-IF
              END-PERFORM
           END-IF.
           IF LS-RULE-STATE NOT = "OK"
              ADD 1 TO LS-WARNING-COUNT
           END-IF.
           IF LS-VALID = "N"
              DISPLAY FUNCTION TRIM(LS-RL-IMAGE(LS-TARGET-IDX)(1:100))
                 " [" FUNCTION TRIM(LS-RULE-STATE) "]"
           ELSE
              DISPLAY RW-ID " " RW-HOST " LIMIT " RW-LIMIT
                 " PCT " RW-PCT " " FUNCTION TRIM(RW-PREFIX)
                 " [" FUNCTION TRIM(LS-RULE-STATE) "]"
           END-IF.
