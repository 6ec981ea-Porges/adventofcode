       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY07CB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIR-SIZE-FILE ASSIGN TO "DIRSIZES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-DIRSIZE-STATUS.
           SELECT OWNER-FILE ASSIGN TO "CCOWNER"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-OWNER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHGBKRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-REPORT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLCHGBK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-JOURNAL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIR-SIZE-FILE.
       01  DIR-SIZE-RECORD.
           05  DIR-SIZE-HOST  PIC X(8).
           05  DIR-SIZE-SEP0  PIC X(1).
           05  DIR-SIZE-PATH  PIC X(500).
           05  DIR-SIZE-SEP   PIC X(1).
           05  DIR-SIZE-VALUE PIC 9(10).

       FD  OWNER-FILE.
       01  OWNER-RECORD.
           05  OWN-CCTR       PIC X(8).
           05  OWN-SEP1       PIC X(1).
           05  OWN-HOST       PIC X(8).
           05  OWN-SEP2       PIC X(1).
           05  OWN-PREFIX     PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(600).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD     PIC X(100).

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
       01  LS-DIRSIZE-STATUS PIC X(2).
       01  LS-OWNER-STATUS PIC X(2).
       01  LS-REPORT-STATUS PIC X(2).
       01  LS-JOURNAL-STATUS PIC X(2).
       01  LS-RUNCTL-STATUS PIC X(2).
       01  LS-LAST-CTL-DATE PIC X(8) VALUE SPACES.
       01  LS-LAST-CTL-STATUS PIC X(1).
       01  LS-LAST-CTL-RC PIC 9(2).
       01  LS-RUN-DATE    PIC X(8).
       01  LS-PERIOD      PIC X(6).
       01  LS-PERIOD-MONTH PIC 9(2).
       01  LS-WANT-RATE   PIC X(12).
       01  LS-RATE        PIC 9(7)V9(4).
       01  LS-WANT-UNIT   PIC X(12).
       01  LS-UNIT-BYTES  PIC 9(12).
       78  LS-DEFAULT-UNIT VALUE 1048576.
       78  LS-SUSPENSE-CCTR VALUE "SUSPENSE".
       78  LS-RECOVERY-CCTR VALUE "ITSTORE".
       78  LS-EXPENSE-ACCOUNT VALUE "615000".
       78  LS-RECOVERY-ACCOUNT VALUE "489500".
       78  LS-MAX-OWNERS  VALUE 999.
       01  LS-OWN-COUNT   PIC 9(4) VALUE 0.
       01  LS-OWN-CCTR    PIC X(8) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-OWN-COUNT.
       01  LS-OWN-HOST    PIC X(8) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-OWN-COUNT.
       01  LS-OWN-PREFIX  PIC X(500) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-OWN-COUNT.
       01  LS-OWN-LEN     PIC 9(4) OCCURS 0 TO 999 TIMES
                          DEPENDING ON LS-OWN-COUNT.
       01  LS-OWN-IDX     PIC 9(4).
       01  LS-BEST-OWNER  PIC 9(4).
       01  LS-BEST-LEN    PIC 9(4).
       01  LS-BEST-HOSTED PIC X(1).
       01  LS-OWNER-MATCHED PIC X(1).
       01  LS-EFF-CCTR    PIC X(8).
       01  LS-DIR-CCTR    PIC X(8).
       01  LS-PARENT-CCTR PIC X(8).
       01  LS-CUR-HOST    PIC X(8).
       01  LS-MATCH-PATH  PIC X(500).
       01  LS-WORK-PATH   PIC X(500).
       01  LS-PARENT-PATH PIC X(500).
       01  LS-SLASH-POS   PIC 9(4).
       01  LS-SCAN-POS    PIC 9(4).
       78  LS-MAX-CHARGES VALUE 9999.
       01  LS-CH-COUNT    PIC 9(4) VALUE 0.
       01  LS-CH-CCTR     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-CH-COUNT.
       01  LS-CH-HOST     PIC X(8) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-CH-COUNT.
       01  LS-CH-BYTES    PIC S9(15) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-CH-COUNT.
       01  LS-CH-DONE     PIC X(1) OCCURS 0 TO 9999 TIMES
                          DEPENDING ON LS-CH-COUNT.
       01  LS-CH-IDX      PIC 9(5).
       01  LS-CH-FOUND    PIC 9(5).
       01  LS-NEXT-IDX    PIC 9(5).
       01  LS-CHARGES-DONE PIC X(1) VALUE "N".
       01  LS-WORK-CCTR   PIC X(8).
       01  LS-WORK-BYTES  PIC S9(15).
       01  LS-PRIOR-CCTR  PIC X(8) VALUE SPACES.
       01  LS-DIR-COUNT   PIC 9(10) VALUE 0.
       01  LS-LINE-BYTES  PIC 9(15).
       01  LS-LINE-UNITS  PIC 9(11)V9(4).
       01  LS-LINE-AMOUNT PIC 9(13)V99.
       01  LS-CCTR-BYTES  PIC 9(15) VALUE 0.
       01  LS-CCTR-UNITS  PIC 9(11)V9(4) VALUE 0.
       01  LS-CCTR-AMOUNT PIC 9(13)V99 VALUE 0.
       01  LS-GRAND-BYTES PIC 9(15) VALUE 0.
       01  LS-GRAND-UNITS PIC 9(11)V9(4) VALUE 0.
       01  LS-GRAND-AMOUNT PIC 9(13)V99 VALUE 0.
       01  LS-SUSPENSE-BYTES PIC 9(15) VALUE 0.
       01  LS-CCTR-COUNT  PIC 9(10) VALUE 0.
       01  LS-NEGATIVE-COUNT PIC 9(10) VALUE 0.
       01  LS-JOURNAL-COUNT PIC 9(10) VALUE 0.
       01  LS-TOTAL-DEBITS PIC 9(13)V99 VALUE 0.
       01  LS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.
       01  LS-EDIT-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  LS-EDIT-UNITS  PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
       01  LS-EDIT-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  LS-EDIT-CREDITS PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  LS-EDIT-RATE   PIC Z,ZZZ,ZZ9.9999.
       01  LS-DETAIL.
           05  CB-CCTR      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CB-HOST      PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CB-BYTES     PIC X(18).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CB-UNITS     PIC X(20).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  CB-AMOUNT    PIC X(20).
       01  LS-HEADING.
           05  FILLER       PIC X(8) VALUE "COST CTR".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(8) VALUE "HOST".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(18) VALUE "             BYTES".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(20) VALUE "               UNITS".
           05  FILLER       PIC X(2) VALUE SPACES.
           05  FILLER       PIC X(20) VALUE "              AMOUNT".
       01  LS-JOURNAL-HEADER.
           05  JH-TYPE      PIC X(1) VALUE "H".
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JH-PERIOD    PIC X(6).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JH-RUN-DATE  PIC X(8).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JH-SOURCE    PIC X(8) VALUE "DAY07CB".
       01  LS-JOURNAL-DETAIL.
           05  JD-TYPE      PIC X(1) VALUE "D".
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JD-PERIOD    PIC X(6).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JD-CCTR      PIC X(8).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JD-ACCOUNT   PIC X(10).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JD-DRCR      PIC X(2).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JD-AMOUNT    PIC 9(13)V99.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JD-DESC      PIC X(40).
       01  LS-JOURNAL-TRAILER.
           05  JT-TYPE      PIC X(1) VALUE "T".
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JT-COUNT     PIC 9(10).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JT-DEBITS    PIC 9(13)V99.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  JT-CREDITS   PIC 9(13)V99.

       PROCEDURE DIVISION.
           ACCEPT LS-PERIOD.
           ACCEPT LS-WANT-RATE.
           ACCEPT LS-WANT-UNIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-RUN-DATE.
           IF LS-PERIOD = SPACES
              MOVE LS-RUN-DATE(1:6) TO LS-PERIOD
           END-IF.
           IF LS-PERIOD IS NOT NUMERIC
              DISPLAY "ERROR: BILLING PERIOD MUST BE YYYYMM BUT WAS "
                 FUNCTION TRIM(LS-PERIOD) " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-PERIOD(5:2) TO LS-PERIOD-MONTH.
           IF LS-PERIOD-MONTH < 1 OR LS-PERIOD-MONTH > 12
              DISPLAY "ERROR: BILLING PERIOD MUST BE YYYYMM BUT WAS "
                 LS-PERIOD " - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-WANT-RATE = SPACES OR
              FUNCTION TEST-NUMVAL(LS-WANT-RATE) NOT = 0
              DISPLAY "ERROR: A NUMERIC RATE PER UNIT MUST BE "
                 "SUPPLIED - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(LS-WANT-RATE) TO LS-RATE.
           IF LS-RATE = 0
              DISPLAY "ERROR: RATE PER UNIT MUST BE GREATER THAN "
                 "ZERO - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LS-WANT-UNIT = SPACES
              MOVE LS-DEFAULT-UNIT TO LS-UNIT-BYTES
           ELSE
              IF FUNCTION TEST-NUMVAL(LS-WANT-UNIT) NOT = 0
                 DISPLAY "ERROR: BYTES PER UNIT MUST BE NUMERIC BUT "
                    "WAS " FUNCTION TRIM(LS-WANT-UNIT)
                    " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL(LS-WANT-UNIT) TO LS-UNIT-BYTES
           END-IF.
           IF LS-UNIT-BYTES = 0
              DISPLAY "ERROR: BYTES PER UNIT MUST BE AT LEAST 1 "
                 "- ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-OWNERS.
           PERFORM ALLOCATE-DIR-SIZES.
           IF LS-DIR-COUNT = 0
              DISPLAY "ERROR: NO DIRECTORY RECORDS FOUND IN "
                 "DIRSIZES - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF LS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN CHGBKRPT DATASET "
                 "(STATUS=" LS-REPORT-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF LS-JOURNAL-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN GLCHGBK DATASET "
                 "(STATUS=" LS-JOURNAL-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LS-RATE TO LS-EDIT-RATE.
           MOVE LS-UNIT-BYTES TO LS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-RECORD.
           STRING "STORAGE CHARGEBACK FOR PERIOD " LS-PERIOD
              " AT " FUNCTION TRIM(LS-EDIT-RATE) " PER "
              FUNCTION TRIM(LS-EDIT-TOTAL) " BYTES (DIRSIZES OF "
              LS-LAST-CTL-DATE ")" DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM LS-HEADING.
           MOVE LS-PERIOD TO JH-PERIOD.
           MOVE LS-RUN-DATE TO JH-RUN-DATE.
           WRITE JOURNAL-RECORD FROM LS-JOURNAL-HEADER.
           MOVE LS-PERIOD TO JD-PERIOD.
           PERFORM WRITE-NEXT-CHARGE UNTIL LS-CHARGES-DONE = "Y".
           IF LS-PRIOR-CCTR NOT = SPACES
              PERFORM WRITE-CCTR-TOTAL
           END-IF.
           MOVE SPACES TO LS-DETAIL.
           MOVE "TOTAL" TO CB-CCTR.
           MOVE LS-GRAND-BYTES TO LS-EDIT-TOTAL.
           MOVE LS-EDIT-TOTAL TO CB-BYTES.
           MOVE LS-GRAND-UNITS TO LS-EDIT-UNITS.
           MOVE LS-EDIT-UNITS TO CB-UNITS.
           MOVE LS-GRAND-AMOUNT TO LS-EDIT-AMOUNT.
           MOVE LS-EDIT-AMOUNT TO CB-AMOUNT.
           WRITE REPORT-RECORD FROM LS-DETAIL.
           IF LS-TOTAL-DEBITS > 0
              MOVE LS-RECOVERY-CCTR TO JD-CCTR
              MOVE LS-RECOVERY-ACCOUNT TO JD-ACCOUNT
              MOVE "CR" TO JD-DRCR
              MOVE LS-TOTAL-DEBITS TO JD-AMOUNT
              MOVE SPACES TO JD-DESC
              STRING "STORAGE CHARGEBACK RECOVERY " LS-PERIOD
                 DELIMITED BY SIZE INTO JD-DESC
              WRITE JOURNAL-RECORD FROM LS-JOURNAL-DETAIL
              ADD 1 TO LS-JOURNAL-COUNT
              ADD LS-TOTAL-DEBITS TO LS-TOTAL-CREDITS
           END-IF.
           MOVE LS-JOURNAL-COUNT TO JT-COUNT.
           MOVE LS-TOTAL-DEBITS TO JT-DEBITS.
           MOVE LS-TOTAL-CREDITS TO JT-CREDITS.
           WRITE JOURNAL-RECORD FROM LS-JOURNAL-TRAILER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LS-TOTAL-DEBITS TO LS-EDIT-AMOUNT.
           MOVE LS-TOTAL-CREDITS TO LS-EDIT-CREDITS.
           MOVE SPACES TO REPORT-RECORD.
           STRING "GL JOURNAL GLCHGBK: " LS-JOURNAL-COUNT
              " DETAIL LINE(S), DEBITS "
              FUNCTION TRIM(LS-EDIT-AMOUNT) " CREDITS "
              FUNCTION TRIM(LS-EDIT-CREDITS) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-SUSPENSE-BYTES > 0
              MOVE LS-SUSPENSE-BYTES TO LS-EDIT-TOTAL
              MOVE SPACES TO REPORT-RECORD
              STRING "WARNING: " FUNCTION TRIM(LS-EDIT-TOTAL)
                 " BYTES HAVE NO OWNER IN CCOWNER AND WERE CHARGED "
                 "TO SUSPENSE COST CENTER " LS-SUSPENSE-CCTR
                 DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF LS-NEGATIVE-COUNT > 0
              MOVE SPACES TO REPORT-RECORD
              STRING "WARNING: " LS-NEGATIVE-COUNT
                 " COST CENTER/HOST ALLOCATION(S) CAME OUT NEGATIVE "
                 "AND WERE BILLED AS ZERO - CHECK DIRSIZES"
                 DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.
           MOVE LS-GRAND-AMOUNT TO LS-EDIT-AMOUNT.
           DISPLAY "CHARGEBACK FOR PERIOD " LS-PERIOD " WRITTEN: "
              LS-CCTR-COUNT " COST CENTER(S), "
              LS-JOURNAL-COUNT " JOURNAL LINE(S), TOTAL "
              FUNCTION TRIM(LS-EDIT-AMOUNT).
           STOP RUN.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF LS-RUNCTL-STATUS = "35"
              DISPLAY "ERROR: NO RUNCTL DATASET FOUND - DAY07 MUST "
                 "COMPLETE BEFORE DAY07CB - ABORTING RUN"
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
                 "DAY07 MUST COMPLETE BEFORE DAY07CB - ABORTING RUN"
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

       LOAD-OWNERS.
           MOVE 0 TO LS-OWN-COUNT.
           OPEN INPUT OWNER-FILE.
           IF LS-OWNER-STATUS = "35"
              DISPLAY "WARNING: NO CCOWNER DATASET FOUND - ALL SPACE "
                 "WILL BE CHARGED TO " LS-SUSPENSE-CCTR
              EXIT PARAGRAPH
           END-IF.
           IF LS-OWNER-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN CCOWNER DATASET "
                 "(STATUS=" LS-OWNER-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ OWNER-FILE INTO OWNER-RECORD.
           PERFORM UNTIL LS-OWNER-STATUS NOT = "00"
              IF FUNCTION TRIM(OWN-CCTR) = SPACES OR
                 FUNCTION TRIM(OWN-HOST) = SPACES OR
                 OWN-PREFIX(1:1) NOT = "/"
                 DISPLAY "ERROR: MALFORMED CCOWNER ENTRY: "
                    FUNCTION TRIM(OWNER-RECORD(1:100))
                    " - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF LS-OWN-COUNT >= LS-MAX-OWNERS
                 DISPLAY "ERROR: MORE THAN " LS-MAX-OWNERS
                    " ENTRIES IN CCOWNER - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LS-OWN-COUNT
              MOVE OWN-CCTR TO LS-OWN-CCTR(LS-OWN-COUNT)
              MOVE OWN-HOST TO LS-OWN-HOST(LS-OWN-COUNT)
              MOVE OWN-PREFIX TO LS-OWN-PREFIX(LS-OWN-COUNT)
              COMPUTE LS-OWN-LEN(LS-OWN-COUNT) =
                 FUNCTION LENGTH(FUNCTION TRIM(OWN-PREFIX))
              READ OWNER-FILE INTO OWNER-RECORD
           END-PERFORM.
           CLOSE OWNER-FILE.

       ALLOCATE-DIR-SIZES.
           OPEN INPUT DIR-SIZE-FILE.
           IF LS-DIRSIZE-STATUS NOT = "00"
              DISPLAY "ERROR: UNABLE TO OPEN DIRSIZES DATASET "
                 "(STATUS=" LS-DIRSIZE-STATUS ") - ABORTING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD.
           PERFORM UNTIL LS-DIRSIZE-STATUS NOT = "00"
              ADD 1 TO LS-DIR-COUNT
              PERFORM ALLOCATE-ONE-DIRECTORY
              READ DIR-SIZE-FILE INTO DIR-SIZE-RECORD
           END-PERFORM.
           CLOSE DIR-SIZE-FILE.

       ALLOCATE-ONE-DIRECTORY.
           MOVE DIR-SIZE-HOST TO LS-CUR-HOST.
           MOVE DIR-SIZE-PATH TO LS-MATCH-PATH.
           PERFORM MATCH-OWNER.
           MOVE LS-EFF-CCTR TO LS-DIR-CCTR.
           IF FUNCTION TRIM(DIR-SIZE-PATH) = "/"
              MOVE LS-DIR-CCTR TO LS-WORK-CCTR
              MOVE DIR-SIZE-VALUE TO LS-WORK-BYTES
              PERFORM ADD-TO-CHARGE
              EXIT PARAGRAPH
           END-IF.
           MOVE DIR-SIZE-PATH TO LS-WORK-PATH.
           PERFORM DERIVE-PARENT.
           MOVE LS-PARENT-PATH TO LS-MATCH-PATH.
           PERFORM MATCH-OWNER.
           MOVE LS-EFF-CCTR TO LS-PARENT-CCTR.
           IF LS-DIR-CCTR NOT = LS-PARENT-CCTR
              MOVE LS-DIR-CCTR TO LS-WORK-CCTR
              MOVE DIR-SIZE-VALUE TO LS-WORK-BYTES
              PERFORM ADD-TO-CHARGE
              MOVE LS-PARENT-CCTR TO LS-WORK-CCTR
              COMPUTE LS-WORK-BYTES = 0 - DIR-SIZE-VALUE
              PERFORM ADD-TO-CHARGE
           END-IF.

       ADD-TO-CHARGE.
           MOVE 0 TO LS-CH-FOUND.
           PERFORM VARYING LS-CH-IDX FROM 1 BY 1
              UNTIL LS-CH-IDX > LS-CH-COUNT OR LS-CH-FOUND > 0
              IF LS-CH-CCTR(LS-CH-IDX) = LS-WORK-CCTR AND
                 LS-CH-HOST(LS-CH-IDX) = LS-CUR-HOST
                 MOVE LS-CH-IDX TO LS-CH-FOUND
              END-IF
           END-PERFORM.
           IF LS-CH-FOUND = 0
              IF LS-CH-COUNT >= LS-MAX-CHARGES
                 DISPLAY "ERROR: MORE THAN " LS-MAX-CHARGES
                    " COST CENTER/HOST COMBINATIONS - ABORTING RUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LS-CH-COUNT
              MOVE LS-CH-COUNT TO LS-CH-FOUND
              MOVE LS-WORK-CCTR TO LS-CH-CCTR(LS-CH-FOUND)
              MOVE LS-CUR-HOST TO LS-CH-HOST(LS-CH-FOUND)
              MOVE 0 TO LS-CH-BYTES(LS-CH-FOUND)
              MOVE "N" TO LS-CH-DONE(LS-CH-FOUND)
           END-IF.
           ADD LS-WORK-BYTES TO LS-CH-BYTES(LS-CH-FOUND).

       MATCH-OWNER.
           MOVE 0 TO LS-BEST-OWNER.
           MOVE 0 TO LS-BEST-LEN.
           MOVE "N" TO LS-BEST-HOSTED.
           PERFORM VARYING LS-OWN-IDX FROM 1 BY 1
              UNTIL LS-OWN-IDX > LS-OWN-COUNT
              IF LS-OWN-HOST(LS-OWN-IDX) = "*" OR
                 LS-OWN-HOST(LS-OWN-IDX) = LS-CUR-HOST
                 PERFORM CHECK-OWNER-PREFIX
                 IF LS-OWNER-MATCHED = "Y"
                    IF LS-OWN-LEN(LS-OWN-IDX) > LS-BEST-LEN OR
                       (LS-OWN-LEN(LS-OWN-IDX) = LS-BEST-LEN AND
                       LS-BEST-HOSTED = "N" AND
                       LS-OWN-HOST(LS-OWN-IDX) NOT = "*")
                       MOVE LS-OWN-IDX TO LS-BEST-OWNER
                       MOVE LS-OWN-LEN(LS-OWN-IDX) TO LS-BEST-LEN
                       IF LS-OWN-HOST(LS-OWN-IDX) = "*"
                          MOVE "N" TO LS-BEST-HOSTED
                       ELSE
                          MOVE "Y" TO LS-BEST-HOSTED
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF LS-BEST-OWNER = 0
              MOVE LS-SUSPENSE-CCTR TO LS-EFF-CCTR
           ELSE
              MOVE LS-OWN-CCTR(LS-BEST-OWNER) TO LS-EFF-CCTR
           END-IF.

       CHECK-OWNER-PREFIX.
           MOVE "N" TO LS-OWNER-MATCHED.
           IF LS-OWN-LEN(LS-OWN-IDX) = 1
              MOVE "Y" TO LS-OWNER-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF LS-MATCH-PATH(1:LS-OWN-LEN(LS-OWN-IDX))
              NOT = LS-OWN-PREFIX(LS-OWN-IDX)
                 (1:LS-OWN-LEN(LS-OWN-IDX))
              EXIT PARAGRAPH
           END-IF.
           IF LS-OWN-LEN(LS-OWN-IDX) = LENGTH OF LS-MATCH-PATH
              MOVE "Y" TO LS-OWNER-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF LS-MATCH-PATH(LS-OWN-LEN(LS-OWN-IDX) + 1:1) = "/" OR
              LS-MATCH-PATH(LS-OWN-LEN(LS-OWN-IDX) + 1:1) = SPACE
              MOVE "Y" TO LS-OWNER-MATCHED
           END-IF.

       DERIVE-PARENT.
           MOVE 0 TO LS-SLASH-POS.
           PERFORM VARYING LS-SCAN-POS FROM 1 BY 1
              UNTIL LS-SCAN-POS > LENGTH OF LS-WORK-PATH
              OR LS-WORK-PATH(LS-SCAN-POS:1) = SPACE
              IF LS-WORK-PATH(LS-SCAN-POS:1) = "/"
                 MOVE LS-SCAN-POS TO LS-SLASH-POS
              END-IF
           END-PERFORM.
           MOVE SPACES TO LS-PARENT-PATH.
           IF LS-SLASH-POS <= 1
              MOVE "/" TO LS-PARENT-PATH
           ELSE
              MOVE LS-WORK-PATH(1:LS-SLASH-POS - 1)
                 TO LS-PARENT-PATH
           END-IF.

       WRITE-NEXT-CHARGE.
           MOVE 0 TO LS-NEXT-IDX.
           PERFORM VARYING LS-CH-IDX FROM 1 BY 1
              UNTIL LS-CH-IDX > LS-CH-COUNT
              IF LS-CH-DONE(LS-CH-IDX) = "N"
                 IF LS-NEXT-IDX = 0 OR
                    LS-CH-CCTR(LS-CH-IDX) < LS-CH-CCTR(LS-NEXT-IDX)
                    OR (LS-CH-CCTR(LS-CH-IDX) =
                    LS-CH-CCTR(LS-NEXT-IDX) AND
                    LS-CH-HOST(LS-CH-IDX) < LS-CH-HOST(LS-NEXT-IDX))
                    MOVE LS-CH-IDX TO LS-NEXT-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF LS-NEXT-IDX = 0
              MOVE "Y" TO LS-CHARGES-DONE
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO LS-CH-DONE(LS-NEXT-IDX).
           IF LS-CH-CCTR(LS-NEXT-IDX) NOT = LS-PRIOR-CCTR
              IF LS-PRIOR-CCTR NOT = SPACES
                 PERFORM WRITE-CCTR-TOTAL
              END-IF
              MOVE LS-CH-CCTR(LS-NEXT-IDX) TO LS-PRIOR-CCTR
              MOVE 0 TO LS-CCTR-BYTES
              MOVE 0 TO LS-CCTR-UNITS
              MOVE 0 TO LS-CCTR-AMOUNT
              ADD 1 TO LS-CCTR-COUNT
           END-IF.
           IF LS-CH-BYTES(LS-NEXT-IDX) < 0
              DISPLAY "WARNING: ALLOCATION FOR COST CENTER "
                 FUNCTION TRIM(LS-CH-CCTR(LS-NEXT-IDX)) " HOST "
                 FUNCTION TRIM(LS-CH-HOST(LS-NEXT-IDX))
                 " IS NEGATIVE (" LS-CH-BYTES(LS-NEXT-IDX)
                 ") - BILLED AS ZERO"
              ADD 1 TO LS-NEGATIVE-COUNT
              MOVE 0 TO LS-LINE-BYTES
           ELSE
              MOVE LS-CH-BYTES(LS-NEXT-IDX) TO LS-LINE-BYTES
           END-IF.
           COMPUTE LS-LINE-UNITS ROUNDED =
              LS-LINE-BYTES / LS-UNIT-BYTES.
           COMPUTE LS-LINE-AMOUNT ROUNDED =
              LS-LINE-BYTES * LS-RATE / LS-UNIT-BYTES.
           ADD LS-LINE-BYTES TO LS-CCTR-BYTES LS-GRAND-BYTES.
           ADD LS-LINE-UNITS TO LS-CCTR-UNITS LS-GRAND-UNITS.
           ADD LS-LINE-AMOUNT TO LS-CCTR-AMOUNT LS-GRAND-AMOUNT.
           IF LS-CH-CCTR(LS-NEXT-IDX) = LS-SUSPENSE-CCTR
              ADD LS-LINE-BYTES TO LS-SUSPENSE-BYTES
           END-IF.
           MOVE SPACES TO LS-DETAIL.
           MOVE LS-CH-CCTR(LS-NEXT-IDX) TO CB-CCTR.
           MOVE LS-CH-HOST(LS-NEXT-IDX) TO CB-HOST.
           MOVE LS-LINE-BYTES TO LS-EDIT-TOTAL.
           MOVE LS-EDIT-TOTAL TO CB-BYTES.
           MOVE LS-LINE-UNITS TO LS-EDIT-UNITS.
           MOVE LS-EDIT-UNITS TO CB-UNITS.
           MOVE LS-LINE-AMOUNT TO LS-EDIT-AMOUNT.
           MOVE LS-EDIT-AMOUNT TO CB-AMOUNT.
           WRITE REPORT-RECORD FROM LS-DETAIL.

       WRITE-CCTR-TOTAL.
           MOVE SPACES TO LS-DETAIL.
           MOVE LS-PRIOR-CCTR TO CB-CCTR.
           MOVE "*TOTAL*" TO CB-HOST.
           MOVE LS-CCTR-BYTES TO LS-EDIT-TOTAL.
           MOVE LS-EDIT-TOTAL TO CB-BYTES.
           MOVE LS-CCTR-UNITS TO LS-EDIT-UNITS.
           MOVE LS-EDIT-UNITS TO CB-UNITS.
           MOVE LS-CCTR-AMOUNT TO LS-EDIT-AMOUNT.
           MOVE LS-EDIT-AMOUNT TO CB-AMOUNT.
           WRITE REPORT-RECORD FROM LS-DETAIL.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-CCTR-AMOUNT > 0
              MOVE LS-PRIOR-CCTR TO JD-CCTR
              MOVE LS-EXPENSE-ACCOUNT TO JD-ACCOUNT
              MOVE "DR" TO JD-DRCR
              MOVE LS-CCTR-AMOUNT TO JD-AMOUNT
              MOVE SPACES TO JD-DESC
              STRING "STORAGE CHARGEBACK " LS-PERIOD
                 DELIMITED BY SIZE INTO JD-DESC
              WRITE JOURNAL-RECORD FROM LS-JOURNAL-DETAIL
              ADD 1 TO LS-JOURNAL-COUNT
              ADD LS-CCTR-AMOUNT TO LS-TOTAL-DEBITS
           END-IF.
