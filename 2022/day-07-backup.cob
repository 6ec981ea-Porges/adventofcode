       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07BKP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIR-MASTER-FILE ASSIGN TO "DIRMAST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS DM-KEY
              FILE STATUS IS LS-MASTER-STATUS.
           SELECT EXCP-MASTER-FILE ASSIGN TO "EXCPMAST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XM-KEY
              FILE STATUS IS LS-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC LS-BACKUP-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-BACKUP-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "MASTBKUP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MASTVER"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIR-MASTER-FILE.
       01  DIR-MASTER-RECORD.
           05  DM-KEY.
               10  DM-HOST    PIC X(8).
               10  DM-PATH    PIC X(500).
           05  DM-VALUE       PIC 9(10).
           05  DM-RANK        PIC 9(4).
           05  DM-RUN-DATE    PIC X(8).
           05  DM-FIRST-SEEN  PIC X(8).
           05  DM-LAST-SEEN   PIC X(8).
           05  DM-STATUS      PIC X(1).
           05  DM-MISS-COUNT  PIC 9(4).

       FD  EXCP-MASTER-FILE.
       01  EXCP-MASTER-RECORD.
           05  XM-KEY.
               10  XM-HOST    PIC X(8).
               10  XM-PATH    PIC X(500).
           05  XM-STATUS      PIC X(1).
           05  XM-FIRST-DATE  PIC X(8).
           05  XM-LAST-DATE   PIC X(8).
           05  XM-SEEN-COUNT  PIC 9(5).
           05  XM-SEV-HISTORY PIC X(10).
           05  XM-LAST-VALUE  PIC 9(10).
           05  XM-RULE-ID     PIC X(8).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  BK-TYPE        PIC X(1).
           05  BK-SEP1        PIC X(1).
           05  BK-IMAGE       PIC X(558).
       01  BACKUP-HEADER.
           05  BH-TYPE        PIC X(1).
           05  BH-SEP1        PIC X(1).
           05  BH-MASTER      PIC X(8).
           05  BH-SEP2        PIC X(1).
           05  BH-TIMESTAMP   PIC X(14).
       01  BACKUP-TRAILER.
           05  BT-TYPE        PIC X(1).
           05  BT-SEP1        PIC X(1).
           05  BT-COUNT       PIC 9(10).
           05  BT-SEP2        PIC X(1).
           05  BT-HASH        PIC 9(18).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  BC-TIMESTAMP   PIC X(14).
           05  BC-SEP1        PIC X(1).
           05  BC-MASTER      PIC X(8).
           05  BC-SEP2        PIC X(1).
           05  BC-NAME        PIC X(30).
           05  BC-SEP3        PIC X(1).
           05  BC-COUNT       PIC 9(10).
           05  BC-SEP4        PIC X(1).
           05  BC-HASH        PIC 9(18).

       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(600).

       LOCAL-STORAGE SECTION.
       01  LS-MASTER-STATUS PIC X(2).
       01  LS-BACKUP-STATUS PIC X(2).
       01  LS-CATALOG-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-ACTION      PIC X(8).
       01  LS-WANT-MASTER PIC X(8).
       01  LS-WANT-BACKUP PIC X(30).
       01  LS-BACKUP-NAME PIC X(30).
       01  LS-NOW         PIC X(21).
       01  LS-TIMESTAMP   PIC X(14).
       01  LS-BACKUP-TIMESTAMP PIC X(14).
       01  LS-MASTER-EOF  PIC X(1).
       01  LS-BACKUP-EOF  PIC X(1).
       01  LS-MASTER-MISSING PIC X(1) VALUE "N".
       01  LS-IMAGE       PIC X(558).
       01  LS-IMAGE-LEN   PIC 9(4).
       01  LS-IMAGE-POS   PIC 9(4).
       01  LS-IMAGE-HASH  PIC 9(12).
       01  LS-HASH        PIC 9(18) VALUE 0.
       01  LS-RECORD-COUNT PIC 9(10) VALUE 0.
       01  LS-TRAILER-SEEN PIC X(1).
       01  LS-BAD-REASON  PIC X(60).
       01  LS-MS-KEY      PIC X(508).
       01  LS-MS-IMAGE    PIC X(558).
       01  LS-BK-KEY      PIC X(508).
       01  LS-BK-IMAGE    PIC X(558).
       01  LS-ADDED-COUNT PIC 9(10) VALUE 0.
       01  LS-CHANGED-COUNT PIC 9(10) VALUE 0.
       01  LS-DELETED-COUNT PIC 9(10) VALUE 0.
       01  LS-SAME-COUNT  PIC 9(10) VALUE 0.
       01  LS-DIFFERENCE  PIC X(8).
       01  LS-DIFF-KEY    PIC X(508).

       PROCEDURE DIVISION.
           ACCEPT LS-ACTION.
           ACCEPT LS-WANT-MASTER.
           ACCEPT LS-WANT-BACKUP.
           MOVE FUNCTION UPPER-CASE(LS-ACTION) TO LS-ACTION.
           MOVE FUNCTION UPPER-CASE(LS-WANT-MASTER) TO LS-WANT-MASTER.
           IF LS-WANT-MASTER NOT = "DIRMAST" AND
              LS-WANT-MASTER NOT = "EXCPMAST"
              DISPLAY "ERROR: MASTER MUST BE DIRMAST OR EXCPMAST BUT "
                 "WAS " FUNCTION TRIM(LS-WANT-MASTER)
                 " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO LS-NOW.
           MOVE LS-NOW(1:14) TO LS-TIMESTAMP.
           EVALUATE LS-ACTION
              WHEN "UNLOAD"
                 PERFORM UNLOAD-MASTER
              WHEN "RELOAD"
                 PERFORM SELECT-BACKUP
                 PERFORM VALIDATE-BACKUP
                 PERFORM RELOAD-MASTER
              WHEN "VERIFY"
                 PERFORM SELECT-BACKUP
                 PERFORM VALIDATE-BACKUP
                 PERFORM VERIFY-MASTER
              WHEN OTHER
                 DISPLAY "ERROR: ACTION MUST BE UNLOAD, RELOAD OR "
                    "VERIFY BUT WAS " FUNCTION TRIM(LS-ACTION)
                    " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           STOP RUN.

       UNLOAD-MASTER.
           MOVE SPACES TO LS-BACKUP-NAME.
           STRING FUNCTION TRIM(LS-WANT-MASTER) ".B" LS-TIMESTAMP
              DELIMITED BY SIZE INTO LS-BACKUP-NAME.
           PERFORM OPEN-MASTER-INPUT.
           OPEN OUTPUT BACKUP-FILE.
           IF LS-BACKUP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN BACKUP DATASET "
                 FUNCTION TRIM(LS-BACKUP-NAME)
                 " (STATUS=" LS-BACKUP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO BACKUP-HEADER.
           MOVE "H" TO BH-TYPE.
           MOVE LS-WANT-MASTER TO BH-MASTER.
           MOVE LS-TIMESTAMP TO BH-TIMESTAMP.
           WRITE BACKUP-HEADER.
           PERFORM READ-NEXT-MASTER.
           PERFORM UNTIL LS-MASTER-EOF = "Y"
              MOVE LS-MS-IMAGE TO LS-IMAGE
              PERFORM ADD-IMAGE-HASH
              MOVE SPACES TO BACKUP-RECORD
              MOVE "D" TO BK-TYPE
              MOVE LS-MS-IMAGE TO BK-IMAGE
              WRITE BACKUP-RECORD
              IF LS-BACKUP-STATUS NOT = "00"
                 DISPLAY "ERROR: UNABLE TO WRITE BACKUP DATASET "
                    FUNCTION TRIM(LS-BACKUP-NAME)
                    " (STATUS=" LS-BACKUP-STATUS ") - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM READ-NEXT-MASTER
           END-PERFORM.
           PERFORM CLOSE-MASTER.
           MOVE SPACES TO BACKUP-TRAILER.
           MOVE "T" TO BT-TYPE.
           MOVE LS-RECORD-COUNT TO BT-COUNT.
           MOVE LS-HASH TO BT-HASH.
           WRITE BACKUP-TRAILER.
           CLOSE BACKUP-FILE.
           OPEN EXTEND CATALOG-FILE.
           IF LS-CATALOG-STATUS = "35"
              OPEN OUTPUT CATALOG-FILE
           END-IF.
           IF LS-CATALOG-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN MASTBKUP DATASET "
                 "(STATUS=" LS-CATALOG-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE LS-TIMESTAMP TO BC-TIMESTAMP.
           MOVE LS-WANT-MASTER TO BC-MASTER.
           MOVE LS-BACKUP-NAME TO BC-NAME.
           MOVE LS-RECORD-COUNT TO BC-COUNT.
           MOVE LS-HASH TO BC-HASH.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
           DISPLAY "MASTER UNLOADED: " FUNCTION TRIM(LS-WANT-MASTER)
              " TO " FUNCTION TRIM(LS-BACKUP-NAME) ", "
              LS-RECORD-COUNT " RECORD(S), HASH " LS-HASH.
           IF LS-MASTER-MISSING = "Y"
              DISPLAY "WARNING: " FUNCTION TRIM(LS-WANT-MASTER)
                 " DATASET NOT FOUND - EMPTY BACKUP WRITTEN"
              MOVE 4 TO RETURN-CODE
           END-IF.

       SELECT-BACKUP.
           IF LS-WANT-BACKUP NOT = SPACES
              MOVE LS-WANT-BACKUP TO LS-BACKUP-NAME
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LS-BACKUP-NAME.
           OPEN INPUT CATALOG-FILE.
           IF LS-CATALOG-STATUS NOT = "00" AND
              LS-CATALOG-STATUS NOT = "35"
              DISPLAY "ERROR: UNABLE TO OPEN MASTBKUP DATASET "
                 "(STATUS=" LS-CATALOG-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-CATALOG-STATUS = "00"
              READ CATALOG-FILE
              PERFORM UNTIL LS-CATALOG-STATUS NOT = "00"
                 IF BC-MASTER = LS-WANT-MASTER
                    MOVE BC-NAME TO LS-BACKUP-NAME
                 END-IF
                 READ CATALOG-FILE
              END-PERFORM
              CLOSE CATALOG-FILE
           END-IF.
           IF LS-BACKUP-NAME = SPACES
              DISPLAY "ERROR: NO BACKUP OF "
                 FUNCTION TRIM(LS-WANT-MASTER)
                 " RECORDED IN MASTBKUP - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       VALIDATE-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF LS-BACKUP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN BACKUP DATASET "
                 FUNCTION TRIM(LS-BACKUP-NAME)
                 " (STATUS=" LS-BACKUP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO LS-BAD-REASON.
           MOVE "N" TO LS-TRAILER-SEEN.
           MOVE 0 TO LS-RECORD-COUNT.
           MOVE 0 TO LS-HASH.
           READ BACKUP-FILE.
           IF LS-BACKUP-STATUS NOT = "00" OR BH-TYPE NOT = "H"
              MOVE "HEADER RECORD MISSING" TO LS-BAD-REASON
           ELSE
              IF BH-MASTER NOT = LS-WANT-MASTER
                 STRING "BACKUP IS OF " FUNCTION TRIM(BH-MASTER)
                    DELIMITED BY SIZE INTO LS-BAD-REASON
              END-IF
              MOVE BH-TIMESTAMP TO LS-BACKUP-TIMESTAMP
              READ BACKUP-FILE
           END-IF.
           PERFORM UNTIL LS-BACKUP-STATUS NOT = "00" OR
              LS-BAD-REASON NOT = SPACES
              EVALUATE TRUE
                 WHEN LS-TRAILER-SEEN = "Y"
                    MOVE "RECORDS FOUND AFTER TRAILER"
                       TO LS-BAD-REASON
                 WHEN BK-TYPE = "D"
                    MOVE BK-IMAGE TO LS-IMAGE
                    PERFORM ADD-IMAGE-HASH
                 WHEN BK-TYPE = "T"
                    MOVE "Y" TO LS-TRAILER-SEEN
                    IF BT-COUNT NOT NUMERIC OR BT-HASH NOT NUMERIC
                       MOVE "TRAILER RECORD MALFORMED"
                          TO LS-BAD-REASON
                    ELSE
                       IF BT-COUNT NOT = LS-RECORD-COUNT
                          MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                             TO LS-BAD-REASON
                       END-IF
                       IF BT-HASH NOT = LS-HASH
                          MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
                             TO LS-BAD-REASON
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "UNKNOWN RECORD TYPE" TO LS-BAD-REASON
              END-EVALUATE
              READ BACKUP-FILE
           END-PERFORM.
           CLOSE BACKUP-FILE.
           IF LS-BAD-REASON = SPACES AND LS-TRAILER-SEEN = "N"
              MOVE "TRAILER RECORD MISSING" TO LS-BAD-REASON
           END-IF.
           IF LS-BAD-REASON NOT = SPACES
              DISPLAY "ERROR: BACKUP DATASET "
                 FUNCTION TRIM(LS-BACKUP-NAME)
                 " FAILED TRAILER CHECK: "
                 FUNCTION TRIM(LS-BAD-REASON) " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       RELOAD-MASTER.
           EVALUATE LS-WANT-MASTER
              WHEN "DIRMAST"
                 OPEN OUTPUT DIR-MASTER-FILE
              WHEN "EXCPMAST"
                 OPEN OUTPUT EXCP-MASTER-FILE
           END-EVALUATE.
           IF LS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO CREATE "
                 FUNCTION TRIM(LS-WANT-MASTER)
                 " DATASET (STATUS=" LS-MASTER-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT BACKUP-FILE.
           IF LS-BACKUP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO REOPEN BACKUP DATASET "
                 FUNCTION TRIM(LS-BACKUP-NAME)
                 " (STATUS=" LS-BACKUP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO LS-RECORD-COUNT.
           READ BACKUP-FILE.
           PERFORM UNTIL LS-BACKUP-STATUS NOT = "00"
              IF BK-TYPE = "D"
                 PERFORM WRITE-MASTER-IMAGE
              END-IF
              READ BACKUP-FILE
           END-PERFORM.
           CLOSE BACKUP-FILE.
           PERFORM CLOSE-MASTER.
           DISPLAY "MASTER RELOADED: " FUNCTION TRIM(LS-WANT-MASTER)
              " FROM " FUNCTION TRIM(LS-BACKUP-NAME) " (CREATED "
              LS-BACKUP-TIMESTAMP "), " LS-RECORD-COUNT
              " RECORD(S)".

       WRITE-MASTER-IMAGE.
           EVALUATE LS-WANT-MASTER
              WHEN "DIRMAST"
                 MOVE BK-IMAGE TO DIR-MASTER-RECORD
                 WRITE DIR-MASTER-RECORD
              WHEN "EXCPMAST"
                 MOVE BK-IMAGE TO EXCP-MASTER-RECORD
                 WRITE EXCP-MASTER-RECORD
           END-EVALUATE.
           IF LS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO RELOAD "
                 FUNCTION TRIM(LS-WANT-MASTER) " KEY "
                 FUNCTION TRIM(BK-IMAGE(1:8)) ":"
                 FUNCTION TRIM(BK-IMAGE(9:500))
                 " (STATUS=" LS-MASTER-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LS-RECORD-COUNT.

       VERIFY-MASTER.
           PERFORM OPEN-MASTER-INPUT.
           OPEN INPUT BACKUP-FILE.
           IF LS-BACKUP-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO REOPEN BACKUP DATASET "
                 FUNCTION TRIM(LS-BACKUP-NAME)
                 " (STATUS=" LS-BACKUP-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN MASTVER DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "VERIFICATION OF " FUNCTION TRIM(LS-WANT-MASTER)
              " AT " LS-TIMESTAMP " AGAINST BACKUP "
              FUNCTION TRIM(LS-BACKUP-NAME) " CREATED "
              LS-BACKUP-TIMESTAMP DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CHANGE    HOST      PATH" DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM READ-NEXT-BACKUP.
           PERFORM READ-NEXT-MASTER.
           PERFORM UNTIL LS-MASTER-EOF = "Y" AND LS-BACKUP-EOF = "Y"
              EVALUATE TRUE
                 WHEN LS-BK-KEY < LS-MS-KEY
                    MOVE "DELETED" TO LS-DIFFERENCE
                    MOVE LS-BK-KEY TO LS-DIFF-KEY
                    PERFORM WRITE-DIFFERENCE
                    ADD 1 TO LS-DELETED-COUNT
                    PERFORM READ-NEXT-BACKUP
                 WHEN LS-BK-KEY > LS-MS-KEY
                    MOVE "ADDED" TO LS-DIFFERENCE
                    MOVE LS-MS-KEY TO LS-DIFF-KEY
                    PERFORM WRITE-DIFFERENCE
                    ADD 1 TO LS-ADDED-COUNT
                    PERFORM READ-NEXT-MASTER
                 WHEN OTHER
                    IF LS-BK-IMAGE = LS-MS-IMAGE
                       ADD 1 TO LS-SAME-COUNT
                    ELSE
                       MOVE "CHANGED" TO LS-DIFFERENCE
                       MOVE LS-MS-KEY TO LS-DIFF-KEY
                       PERFORM WRITE-DIFFERENCE
                       ADD 1 TO LS-CHANGED-COUNT
                    END-IF
                    PERFORM READ-NEXT-BACKUP
                    PERFORM READ-NEXT-MASTER
              END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-MASTER.
           CLOSE BACKUP-FILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING LS-SAME-COUNT " UNCHANGED, " LS-ADDED-COUNT
              " ADDED, " LS-CHANGED-COUNT " CHANGED, "
              LS-DELETED-COUNT " DELETED" DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "MASTER VERIFIED: " FUNCTION TRIM(LS-WANT-MASTER)
              " AGAINST " FUNCTION TRIM(LS-BACKUP-NAME) ", "
              LS-SAME-COUNT " UNCHANGED, " LS-ADDED-COUNT " ADDED, "
              LS-CHANGED-COUNT " CHANGED, " LS-DELETED-COUNT
              " DELETED".
           IF LS-ADDED-COUNT > 0 OR LS-CHANGED-COUNT > 0 OR
              LS-DELETED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF LS-MASTER-MISSING = "Y"
              DISPLAY "WARNING: " FUNCTION TRIM(LS-WANT-MASTER)
                 " DATASET NOT FOUND - VERIFIED AS EMPTY"
              MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-DIFFERENCE.
           MOVE SPACES TO REPORT-RECORD.
           STRING LS-DIFFERENCE "  " LS-DIFF-KEY(1:8) "  "
              FUNCTION TRIM(LS-DIFF-KEY(9:500))
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       READ-NEXT-BACKUP.
           MOVE "N" TO LS-BACKUP-EOF.
           READ BACKUP-FILE.
           PERFORM UNTIL LS-BACKUP-STATUS NOT = "00" OR BK-TYPE = "D"
              READ BACKUP-FILE
           END-PERFORM.
           IF LS-BACKUP-STATUS NOT = "00"
              MOVE "Y" TO LS-BACKUP-EOF
              MOVE HIGH-VALUES TO LS-BK-KEY
              EXIT PARAGRAPH
           END-IF.
           MOVE BK-IMAGE TO LS-BK-IMAGE.
           MOVE BK-IMAGE(1:508) TO LS-BK-KEY.

       OPEN-MASTER-INPUT.
           EVALUATE LS-WANT-MASTER
              WHEN "DIRMAST"
                 OPEN INPUT DIR-MASTER-FILE
              WHEN "EXCPMAST"
                 OPEN INPUT EXCP-MASTER-FILE
           END-EVALUATE.
           IF LS-MASTER-STATUS = "35"
              MOVE "Y" TO LS-MASTER-MISSING
              EXIT PARAGRAPH
           END-IF.
           IF LS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN "
                 FUNCTION TRIM(LS-WANT-MASTER)
                 " DATASET (STATUS=" LS-MASTER-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-NEXT-MASTER.
           MOVE "N" TO LS-MASTER-EOF.
           IF LS-MASTER-MISSING = "Y"
              MOVE "Y" TO LS-MASTER-EOF
           ELSE
              EVALUATE LS-WANT-MASTER
                 WHEN "DIRMAST"
                    READ DIR-MASTER-FILE NEXT RECORD
                       AT END
                       MOVE "Y" TO LS-MASTER-EOF
                       NOT AT END
                       MOVE SPACES TO LS-MS-IMAGE
                       MOVE DIR-MASTER-RECORD TO LS-MS-IMAGE
                    END-READ
                 WHEN "EXCPMAST"
                    READ EXCP-MASTER-FILE NEXT RECORD
                       AT END
                       MOVE "Y" TO LS-MASTER-EOF
                       NOT AT END
                       MOVE SPACES TO LS-MS-IMAGE
                       MOVE EXCP-MASTER-RECORD TO LS-MS-IMAGE
                    END-READ
              END-EVALUATE
           END-IF.
           IF LS-MASTER-EOF = "Y"
              MOVE HIGH-VALUES TO LS-MS-KEY
              EXIT PARAGRAPH
           END-IF.
           IF LS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO READ "
                 FUNCTION TRIM(LS-WANT-MASTER)
                 " DATASET (STATUS=" LS-MASTER-STATUS
                 ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-MS-IMAGE(1:508) TO LS-MS-KEY.

       CLOSE-MASTER.
           IF LS-MASTER-MISSING = "Y"
              EXIT PARAGRAPH
           END-IF.
           EVALUATE LS-WANT-MASTER
              WHEN "DIRMAST"
                 CLOSE DIR-MASTER-FILE
              WHEN "EXCPMAST"
                 CLOSE EXCP-MASTER-FILE
           END-EVALUATE.

       ADD-IMAGE-HASH.
           ADD 1 TO LS-RECORD-COUNT.
           MOVE 0 TO LS-IMAGE-HASH.
           MOVE 0 TO LS-IMAGE-LEN.
           IF LS-IMAGE NOT = SPACES
              COMPUTE LS-IMAGE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(LS-IMAGE TRAILING))
           END-IF.
           PERFORM VARYING LS-IMAGE-POS FROM 1 BY 1
              UNTIL LS-IMAGE-POS > LS-IMAGE-LEN
              COMPUTE LS-IMAGE-HASH = LS-IMAGE-HASH +
                 FUNCTION ORD(LS-IMAGE(LS-IMAGE-POS:1)) * LS-IMAGE-POS
           END-PERFORM.
           COMPUTE LS-HASH = FUNCTION MOD(LS-HASH + LS-IMAGE-HASH
              + LS-RECORD-COUNT, 1000000000000000000).
