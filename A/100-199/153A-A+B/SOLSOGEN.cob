       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLSOGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SOLSOGEN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STORDER-FILE ASSIGN TO "SOLSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STORDER-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "SOLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT TXNCODE-FILE ASSIGN TO "SOLTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCODE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "SOLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT FEED-OUT-FILE ASSIGN TO "FEEDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-OUT-STATUS.

           SELECT FEEDLIST-FILE ASSIGN TO "SOLFEEDS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-STATUS.

           SELECT FAIL-RPT-FILE ASSIGN TO "SOLSOFL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).

       FD  STORDER-FILE.
       01  STORDER-RECORD.
           05 SO-ORDER-ID            PIC 9(8).
           05 SO-FROM-ACCOUNT        PIC 9(8).
           05 SO-TO-ACCOUNT          PIC 9(8).
           05 SO-AMOUNT              PIC 9(10).
           05 SO-FREQUENCY           PIC X.
           05 SO-ANCHOR-DAY          PIC 9(2).
           05 SO-NEXT-DUE            PIC 9(8).
           05 SO-END-DATE            PIC 9(8).
           05 SO-STATUS              PIC X.
              88 ORDER-ACTIVE        VALUE "A".
           05 SO-TXN-CODE            PIC X(3).
           05 SO-RETRY-COUNT         PIC 9(3).
           05 SO-LAST-RUN            PIC 9(8).
           05 SO-LAST-RESULT         PIC X.
           05 SO-CREATE-DATE         PIC 9(8).
           05 SO-DESC                PIC X(30).

       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
           05 AM-ACCOUNT             PIC 9(8).
           05 AM-BRANCH              PIC X(3).
           05 AM-STATUS              PIC X.
              88 ACCOUNT-OPEN        VALUE "O".
              88 ACCOUNT-CLOSED      VALUE "C".
              88 ACCOUNT-FROZEN      VALUE "F".
           05 AM-OPEN-DATE           PIC 9(8).
           05 AM-DESC                PIC X(30).
           05 AM-RATE-PLAN           PIC X(4).

       FD  TXNCODE-FILE.
       01  TXNCODE-RECORD.
           05 TC-CODE                PIC X(3).
           05 FILLER                 PIC X.
           05 TC-DESC                PIC X(30).
           05 FILLER                 PIC X.
           05 TC-DEBIT-GL            PIC X(10).
           05 FILLER                 PIC X.
           05 TC-CREDIT-GL           PIC X(10).
           05 FILLER                 PIC X.
           05 TC-STATUS              PIC X.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-BRANCH             PIC X(3).
           05 CTL-LAST-SEQ           PIC 9(6).
           05 CTL-LAST-DATE          PIC 9(8).

       FD  FEED-OUT-FILE.
       01  FEED-OUT-RECORD           PIC X(200).
       01  FEED-HEADER-RECORD.
           05 FH-REC-TYPE            PIC X(3).
           05 FH-BRANCH              PIC X(3).
           05 FH-FEED-DATE           PIC 9(8).
           05 FH-FEED-SEQ            PIC 9(6).
           05 FH-CURRENCY            PIC X(3).
       01  FEED-TRAILER-RECORD.
           05 FT-REC-TYPE            PIC X(3).
           05 FT-REC-COUNT           PIC 9(9).
           05 FT-HASH-TOTAL          PIC S9(13) SIGN LEADING SEPARATE.

       FD  FEEDLIST-FILE.
       01  FEEDLIST-RECORD           PIC X(40).

       FD  FAIL-RPT-FILE.
       01  FAIL-RPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 PARM-OK             VALUE "00".
           05 WS-STORDER-STATUS      PIC XX.
              88 STORDER-OK          VALUE "00".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
           05 WS-TXNCODE-STATUS      PIC XX.
              88 TXNCODE-OK          VALUE "00".
           05 WS-CONTROL-STATUS      PIC XX.
              88 CONTROL-OK          VALUE "00".
           05 WS-FEED-OUT-STATUS     PIC XX.
              88 FEED-OUT-OK         VALUE "00".
           05 WS-FEEDLIST-STATUS     PIC XX.
              88 FEEDLIST-OK         VALUE "00".
              88 FEEDLIST-MISSING    VALUE "35".
           05 WS-FAIL-RPT-STATUS     PIC XX.
              88 FAIL-RPT-OK         VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 END-OF-STORDER-FILE VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-VALID-SWITCH        PIC X       VALUE "Y".
              88 RECORD-IS-VALID     VALUE "Y".
              88 RECORD-IS-INVALID   VALUE "N".
           05 WS-LISTED-SWITCH       PIC X       VALUE "N".
              88 FEED-ALREADY-LISTED VALUE "Y".
           05 WS-PASS-SWITCH         PIC X       VALUE "F".
              88 FEED-PASS           VALUE "F".
              88 UPDATE-PASS         VALUE "U".
           05 WS-FEED-STATE          PIC X       VALUE "N".
              88 FEED-NOT-BUILT      VALUE "N".
              88 FEED-INCOMPLETE     VALUE "I".
              88 FEED-COMPLETE       VALUE "C".

       01  WS-COUNTERS.
           05 WS-ORDERS-READ         PIC 9(9)    VALUE ZERO.
           05 WS-ORDERS-DUE          PIC 9(9)    VALUE ZERO.
           05 WS-ORDERS-GENERATED    PIC 9(9)    VALUE ZERO.
           05 WS-ORDERS-FAILED       PIC 9(9)    VALUE ZERO.
           05 WS-ORDERS-SKIPPED      PIC 9(9)    VALUE ZERO.
           05 WS-ORDERS-ENDED        PIC 9(9)    VALUE ZERO.
           05 WS-ORDERS-UPDATED      PIC 9(9)    VALUE ZERO.

       01  WS-RUN-PARMS.
           05 WS-MAX-RETRY           PIC 9(3)    VALUE 3.
           05 WS-FEED-BRANCH         PIC X(3)    VALUE "SOS".

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).

       01  WS-FEED-CONTROL.
           05 WS-FEED-NAME           PIC X(40)   VALUE SPACES.
           05 WS-FEED-SEQ            PIC 9(6)    VALUE ZERO.
           05 WS-FEED-REC-COUNT      PIC 9(9)    VALUE ZERO.
           05 WS-FEED-HASH           PIC S9(13)  VALUE ZERO.

       01  WS-TXN-TABLE.
           05 WS-TXN-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-IX              PIC 9(3)    VALUE ZERO.
           05 WS-TXN-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-ENTRY           OCCURS 200 TIMES.
              10 WS-TXN-CODE         PIC X(3).
              10 WS-TXN-STATUS       PIC X.
                 88 WS-TXN-ACTIVE    VALUE "A".

       01  WS-FEED-DETAIL.
           05 FD-BRANCH              PIC X(3).
           05 FD-ACCOUNT             PIC 9(8).
           05 FD-COUNT               PIC 9(2).
           05 FD-AMOUNT-SIGN         PIC X.
           05 FD-AMOUNT              PIC 9(10).
           05 FILLER                 PIC X(99).
           05 FD-ORIG-RUN-DATE       PIC 9(8).
           05 FD-ORIG-REC-NO         PIC 9(9).
           05 FD-VALUE-DATE          PIC 9(8).
           05 FD-TXN-CODE            PIC X(3).

       01  WS-LEG-WORK.
           05 WS-FROM-BRANCH         PIC X(3)    VALUE SPACES.
           05 WS-TO-BRANCH           PIC X(3)    VALUE SPACES.
           05 WS-CHECK-ACCOUNT       PIC 9(8)    VALUE ZERO.
           05 WS-CHECK-BRANCH        PIC X(3)    VALUE SPACES.

       01  WS-DATE-WORK.
           05 WS-DUE-DATE            PIC 9(8)    VALUE ZERO.
           05 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
              10 WS-DUE-YYYY         PIC 9(4).
              10 WS-DUE-MM           PIC 9(2).
              10 WS-DUE-DD           PIC 9(2).
           05 WS-DUE-INT             PIC 9(8)    VALUE ZERO.
           05 WS-STEP-MONTHS         PIC 9(2)    VALUE ZERO.
           05 WS-MONTH-TOTAL         PIC 9(4)    VALUE ZERO.
           05 WS-MONTH-END           PIC 9(8)    VALUE ZERO.
           05 WS-MONTH-END-R REDEFINES WS-MONTH-END.
              10 WS-MEND-YYYY        PIC 9(4).
              10 WS-MEND-MM          PIC 9(2).
              10 WS-MEND-DD          PIC 9(2).
           05 WS-WANT-DAY            PIC 9(2)    VALUE ZERO.

       01  WS-REJECT-REASON          PIC X(30).
       01  WS-SHOWN-RETRY            PIC 9(3)    VALUE ZERO.

       01  WS-LAST-FEED-TYPE         PIC X(3)    VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLSOGEN  ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).
           05 FILLER                 PIC X(7)    VALUE "  FEED ".
           05 HL-FEED-NAME           PIC X(40).

       01  WS-DETAIL-LINE.
           05 DL-REC-TYPE            PIC X       VALUE "D".
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ORDER-ID            PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-FROM-ACCOUNT        PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-TO-ACCOUNT          PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-AMOUNT              PIC Z(9)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DUE-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-RETRY-COUNT         PIC ZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DISPOSITION         PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-REASON              PIC X(30).

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "ORDERS DUE".
           05 TL-ORDERS-DUE          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(10)   VALUE "GENERATED".
           05 TL-ORDERS-GENERATED    PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(7)    VALUE "FAILED".
           05 TL-ORDERS-FAILED       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "SKIPPED".
           05 TL-ORDERS-SKIPPED      PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(6)    VALUE "ENDED".
           05 TL-ORDERS-ENDED        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT FEED-COMPLETE
               PERFORM 2000-PROCESS-ORDER
                   UNTIL END-OF-STORDER-FILE
               PERFORM 8000-WRITE-TRAILER
           END-IF
           PERFORM 7000-UPDATE-ORDERS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLSOGEN" TO WS-JOB-ID
           END-IF

           PERFORM 1100-READ-PARM-FILE
           PERFORM 1200-LOAD-TXN-CODES
           PERFORM 1300-SET-FEED-SEQ

           MOVE SPACES TO WS-FEED-NAME
           STRING "SOLSO-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-FEED-NAME
           END-STRING
           DISPLAY "DD_FEEDOUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-FEED-NAME UPON ENVIRONMENT-VALUE

           PERFORM 1400-CHECK-EXISTING-FEED

           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               DISPLAY "SOLSOGEN: CANNOT OPEN SOLACCT.DAT, STATUS="
                   WS-ACCTMAST-STATUS
               STOP RUN
           END-IF

           IF FEED-COMPLETE
               DISPLAY "SOLSOGEN: " WS-FEED-NAME " ALREADY BUILT, "
                   "COMPLETING SOLSO.DAT UPDATES ONLY"
           ELSE
               PERFORM 1500-OPEN-FEED-FILES
           END-IF.

       1100-READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF PARM-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ PARM-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       PERFORM 1150-APPLY-PARM-CARD
                   END-IF
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1150-APPLY-PARM-CARD.
           IF PARM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEY
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEY WS-PARM-VALUE
               END-UNSTRING
               EVALUATE WS-PARM-KEY
                   WHEN "MAXRETRY"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:3) TO WS-MAX-RETRY
                       ELSE
                           DISPLAY "SOLSOGEN: INVALID MAXRETRY PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "FEEDBRANCH"
                       IF WS-PARM-VALUE(1:3) NOT = SPACES
                           MOVE WS-PARM-VALUE(1:3) TO WS-FEED-BRANCH
                       ELSE
                           DISPLAY "SOLSOGEN: INVALID FEEDBRANCH "
                               "PARM: " WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "SOLSOGEN: UNKNOWN PARM CARD: "
                           PARM-RECORD
                       STOP RUN
               END-EVALUATE
           END-IF.

       1200-LOAD-TXN-CODES.
           OPEN INPUT TXNCODE-FILE
           IF NOT TXNCODE-OK
               DISPLAY "SOLSOGEN: CANNOT OPEN SOLTXN.DAT, STATUS="
                   WS-TXNCODE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ TXNCODE-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   IF TC-CODE = SPACES
                       DISPLAY "SOLSOGEN: SOLTXN.DAT RECORD NOT "
                           "RECOGNIZED"
                       STOP RUN
                   END-IF
                   IF WS-TXN-COUNT = 200
                       DISPLAY "SOLSOGEN: SOLTXN.DAT EXCEEDS 200 "
                           "CODES"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TXN-COUNT
                   MOVE TC-CODE TO WS-TXN-CODE(WS-TXN-COUNT)
                   MOVE TC-STATUS TO WS-TXN-STATUS(WS-TXN-COUNT)
               END-IF
           END-PERFORM
           CLOSE TXNCODE-FILE.

       1300-SET-FEED-SEQ.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ CONTROL-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF CTL-BRANCH = WS-FEED-BRANCH
                           COMPUTE WS-FEED-SEQ = CTL-LAST-SEQ + 1
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           IF WS-FEED-SEQ = ZERO
               MOVE 1 TO WS-FEED-SEQ
           END-IF.

       1400-CHECK-EXISTING-FEED.
           OPEN INPUT FEED-OUT-FILE
           IF FEED-OUT-OK
               MOVE SPACES TO WS-LAST-FEED-TYPE
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ FEED-OUT-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       MOVE FT-REC-TYPE TO WS-LAST-FEED-TYPE
                   END-IF
               END-PERFORM
               CLOSE FEED-OUT-FILE
               IF WS-LAST-FEED-TYPE = "TRL"
                   SET FEED-COMPLETE TO TRUE
               ELSE
                   SET FEED-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       1500-OPEN-FEED-FILES.
           IF FEED-INCOMPLETE
               DISPLAY "SOLSOGEN: " WS-FEED-NAME " HAS NO TRAILER, "
                   "REBUILDING IT"
           END-IF

           OPEN INPUT STORDER-FILE
           IF NOT STORDER-OK
               DISPLAY "SOLSOGEN: CANNOT OPEN SOLSO.DAT, STATUS="
                   WS-STORDER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT FEED-OUT-FILE
           IF NOT FEED-OUT-OK
               DISPLAY "SOLSOGEN: CANNOT OPEN " WS-FEED-NAME
                   " STATUS=" WS-FEED-OUT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT FAIL-RPT-FILE
           IF NOT FAIL-RPT-OK
               DISPLAY "SOLSOGEN: CANNOT OPEN SOLSOFL.RPT, STATUS="
                   WS-FAIL-RPT-STATUS
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           MOVE WS-FEED-NAME TO HL-FEED-NAME
           WRITE FAIL-RPT-RECORD FROM WS-HEADER-LINE

           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE "HDR" TO FH-REC-TYPE
           MOVE WS-FEED-BRANCH TO FH-BRANCH
           MOVE WS-RUN-DATE TO FH-FEED-DATE
           MOVE WS-FEED-SEQ TO FH-FEED-SEQ
           WRITE FEED-HEADER-RECORD
           IF NOT FEED-OUT-OK
               DISPLAY "SOLSOGEN: FEED WRITE FAILED, STATUS="
                   WS-FEED-OUT-STATUS
               STOP RUN
           END-IF

           PERFORM 1900-READ-STORDER-FILE.

       1900-READ-STORDER-FILE.
           READ STORDER-FILE
               AT END SET END-OF-STORDER-FILE TO TRUE
           END-READ
           IF NOT END-OF-STORDER-FILE
               ADD 1 TO WS-ORDERS-READ
           END-IF.

       2000-PROCESS-ORDER.
           IF ORDER-ACTIVE AND SO-NEXT-DUE NOT > WS-RUN-DATE
                   AND SO-LAST-RUN NOT = WS-RUN-DATE
               ADD 1 TO WS-ORDERS-DUE
               MOVE SO-NEXT-DUE TO DL-DUE-DATE
               PERFORM 2100-CHECK-ORDER
               IF RECORD-IS-VALID
                   PERFORM 2300-WRITE-TRANSFER
                   MOVE ZERO TO SO-RETRY-COUNT
                   MOVE "G" TO SO-LAST-RESULT
                   PERFORM 2500-ADVANCE-DUE-DATE
               ELSE
                   PERFORM 2400-RECORD-FAILURE
               END-IF
           END-IF

           PERFORM 1900-READ-STORDER-FILE.

       2100-CHECK-ORDER.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           MOVE SO-FROM-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM 2150-CHECK-ACCOUNT
           MOVE WS-CHECK-BRANCH TO WS-FROM-BRANCH
           IF RECORD-IS-VALID
               MOVE SO-TO-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM 2150-CHECK-ACCOUNT
               MOVE WS-CHECK-BRANCH TO WS-TO-BRANCH
           END-IF

           IF RECORD-IS-VALID
               MOVE ZERO TO WS-TXN-FOUND
               PERFORM VARYING WS-TXN-IX FROM 1 BY 1
                       UNTIL WS-TXN-IX > WS-TXN-COUNT
                       OR WS-TXN-FOUND > ZERO
                   IF WS-TXN-CODE(WS-TXN-IX) = SO-TXN-CODE
                       MOVE WS-TXN-IX TO WS-TXN-FOUND
                   END-IF
               END-PERFORM
               IF WS-TXN-FOUND = ZERO
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
               ELSE
                   IF NOT WS-TXN-ACTIVE(WS-TXN-FOUND)
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "TRANSACTION CODE INACTIVE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2150-CHECK-ACCOUNT.
           MOVE SPACES TO WS-CHECK-BRANCH
           MOVE WS-CHECK-ACCOUNT TO AM-ACCOUNT
           READ ACCTMAST-FILE
               INVALID KEY
                   SET RECORD-IS-INVALID TO TRUE
                   STRING "ACCOUNT " WS-CHECK-ACCOUNT
                       " NOT ON MASTER"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
           END-READ
           IF RECORD-IS-VALID
               MOVE AM-BRANCH TO WS-CHECK-BRANCH
               EVALUATE TRUE
                   WHEN ACCOUNT-OPEN
                       CONTINUE
                   WHEN ACCOUNT-CLOSED
                       SET RECORD-IS-INVALID TO TRUE
                       STRING "ACCOUNT " WS-CHECK-ACCOUNT " CLOSED"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-STRING
                   WHEN ACCOUNT-FROZEN
                       SET RECORD-IS-INVALID TO TRUE
                       STRING "ACCOUNT " WS-CHECK-ACCOUNT " FROZEN"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-STRING
                   WHEN OTHER
                       SET RECORD-IS-INVALID TO TRUE
                       STRING "ACCOUNT " WS-CHECK-ACCOUNT
                           " STATUS INVALID"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-STRING
               END-EVALUATE
           END-IF.

       2300-WRITE-TRANSFER.
           MOVE SPACES TO WS-FEED-DETAIL
           MOVE 1 TO FD-COUNT
           MOVE ZERO TO FD-ORIG-RUN-DATE
           MOVE ZERO TO FD-ORIG-REC-NO
           MOVE WS-RUN-DATE TO FD-VALUE-DATE
           MOVE SO-TXN-CODE TO FD-TXN-CODE
           MOVE SO-AMOUNT TO FD-AMOUNT

           MOVE WS-FROM-BRANCH TO FD-BRANCH
           MOVE SO-FROM-ACCOUNT TO FD-ACCOUNT
           MOVE "-" TO FD-AMOUNT-SIGN
           PERFORM 2350-WRITE-FEED-DETAIL
           SUBTRACT SO-AMOUNT FROM WS-FEED-HASH

           MOVE WS-TO-BRANCH TO FD-BRANCH
           MOVE SO-TO-ACCOUNT TO FD-ACCOUNT
           MOVE "+" TO FD-AMOUNT-SIGN
           PERFORM 2350-WRITE-FEED-DETAIL
           ADD SO-AMOUNT TO WS-FEED-HASH

           ADD 1 TO WS-ORDERS-GENERATED.

       2350-WRITE-FEED-DETAIL.
           WRITE FEED-OUT-RECORD FROM WS-FEED-DETAIL
           IF NOT FEED-OUT-OK
               DISPLAY "SOLSOGEN: FEED WRITE FAILED, STATUS="
                   WS-FEED-OUT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-FEED-REC-COUNT.

       2400-RECORD-FAILURE.
           ADD 1 TO WS-ORDERS-FAILED
           PERFORM 2450-SET-FAILURE
           IF SO-RETRY-COUNT = ZERO
               ADD 1 TO WS-ORDERS-SKIPPED
               MOVE "SKIPPED " TO DL-DISPOSITION
           ELSE
               MOVE "RETRY   " TO DL-DISPOSITION
           END-IF
           MOVE "D" TO DL-REC-TYPE
           MOVE SO-ORDER-ID TO DL-ORDER-ID
           MOVE SO-FROM-ACCOUNT TO DL-FROM-ACCOUNT
           MOVE SO-TO-ACCOUNT TO DL-TO-ACCOUNT
           MOVE SO-AMOUNT TO DL-AMOUNT
           MOVE WS-SHOWN-RETRY TO DL-RETRY-COUNT
           MOVE WS-REJECT-REASON TO DL-REASON
           WRITE FAIL-RPT-RECORD FROM WS-DETAIL-LINE.

       2450-SET-FAILURE.
           MOVE "F" TO SO-LAST-RESULT
           ADD 1 TO SO-RETRY-COUNT
           MOVE SO-RETRY-COUNT TO WS-SHOWN-RETRY
           IF SO-RETRY-COUNT NOT < WS-MAX-RETRY
               MOVE ZERO TO SO-RETRY-COUNT
               PERFORM 2500-ADVANCE-DUE-DATE
           END-IF.

       2500-ADVANCE-DUE-DATE.
           PERFORM 2510-STEP-DUE-DATE
               UNTIL SO-NEXT-DUE > WS-RUN-DATE
           IF SO-END-DATE > ZERO AND SO-NEXT-DUE > SO-END-DATE
               MOVE "E" TO SO-STATUS
               IF FEED-PASS
                   ADD 1 TO WS-ORDERS-ENDED
               END-IF
           END-IF.

       2510-STEP-DUE-DATE.
           EVALUATE SO-FREQUENCY
               WHEN "D"
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 1
                   COMPUTE SO-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               WHEN "W"
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 7
                   COMPUTE SO-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               WHEN "Q"
                   MOVE 3 TO WS-STEP-MONTHS
                   PERFORM 2520-ADD-MONTHS
               WHEN "A"
                   MOVE 12 TO WS-STEP-MONTHS
                   PERFORM 2520-ADD-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-STEP-MONTHS
                   PERFORM 2520-ADD-MONTHS
           END-EVALUATE.

       2520-ADD-MONTHS.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE
           IF SO-ANCHOR-DAY > ZERO
               MOVE SO-ANCHOR-DAY TO WS-WANT-DAY
           ELSE
               MOVE WS-DUE-DD TO WS-WANT-DAY
           END-IF
           COMPUTE WS-MONTH-TOTAL = WS-DUE-MM - 1 + WS-STEP-MONTHS
           COMPUTE WS-DUE-YYYY = WS-DUE-YYYY
               + FUNCTION INTEGER-PART(WS-MONTH-TOTAL / 12)
           COMPUTE WS-DUE-MM = FUNCTION MOD(WS-MONTH-TOTAL, 12) + 1
           MOVE 1 TO WS-DUE-DD
           MOVE WS-DUE-DATE TO WS-MONTH-END
           IF WS-MEND-MM = 12
               ADD 1 TO WS-MEND-YYYY
               MOVE 1 TO WS-MEND-MM
           ELSE
               ADD 1 TO WS-MEND-MM
           END-IF
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           IF WS-WANT-DAY > WS-MEND-DD
               MOVE WS-MEND-DD TO WS-DUE-DD
           ELSE
               MOVE WS-WANT-DAY TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-DATE TO SO-NEXT-DUE.

       7000-UPDATE-ORDERS.
           SET UPDATE-PASS TO TRUE
           OPEN I-O STORDER-FILE
           IF NOT STORDER-OK
               DISPLAY "SOLSOGEN: CANNOT OPEN SOLSO.DAT, STATUS="
                   WS-STORDER-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 7100-READ-NEXT-ORDER
           PERFORM 7200-UPDATE-ORDER
               UNTIL END-OF-STORDER-FILE
           CLOSE STORDER-FILE
           DISPLAY "SOLSOGEN: " WS-ORDERS-UPDATED
               " ORDERS UPDATED ON SOLSO.DAT".

       7100-READ-NEXT-ORDER.
           READ STORDER-FILE
               AT END SET END-OF-STORDER-FILE TO TRUE
           END-READ.

       7200-UPDATE-ORDER.
           IF ORDER-ACTIVE AND SO-NEXT-DUE NOT > WS-RUN-DATE
                   AND SO-LAST-RUN NOT = WS-RUN-DATE
               PERFORM 2100-CHECK-ORDER
               IF RECORD-IS-VALID
                   MOVE ZERO TO SO-RETRY-COUNT
                   MOVE "G" TO SO-LAST-RESULT
                   PERFORM 2500-ADVANCE-DUE-DATE
               ELSE
                   PERFORM 2450-SET-FAILURE
               END-IF
               MOVE WS-RUN-DATE TO SO-LAST-RUN
               REWRITE STORDER-RECORD
               IF NOT STORDER-OK
                   DISPLAY "SOLSOGEN: SOLSO.DAT UPDATE FAILED, "
                       "STATUS=" WS-STORDER-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORDERS-UPDATED
           END-IF
           PERFORM 7100-READ-NEXT-ORDER.

       8000-WRITE-TRAILER.
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE "TRL" TO FT-REC-TYPE
           MOVE WS-FEED-REC-COUNT TO FT-REC-COUNT
           MOVE WS-FEED-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           IF NOT FEED-OUT-OK
               DISPLAY "SOLSOGEN: FEED WRITE FAILED, STATUS="
                   WS-FEED-OUT-STATUS
               STOP RUN
           END-IF

           MOVE WS-ORDERS-DUE TO TL-ORDERS-DUE
           MOVE WS-ORDERS-GENERATED TO TL-ORDERS-GENERATED
           MOVE WS-ORDERS-FAILED TO TL-ORDERS-FAILED
           MOVE WS-ORDERS-SKIPPED TO TL-ORDERS-SKIPPED
           MOVE WS-ORDERS-ENDED TO TL-ORDERS-ENDED
           WRITE FAIL-RPT-RECORD FROM WS-TRAILER-LINE
           DISPLAY "SOLSOGEN: " WS-ORDERS-GENERATED
               " ORDERS GENERATED, " WS-ORDERS-FAILED " FAILED"

           CLOSE FEED-OUT-FILE
           CLOSE FAIL-RPT-FILE
           CLOSE STORDER-FILE.

       9000-TERMINATE.
           CLOSE ACCTMAST-FILE
           PERFORM 9100-LIST-FEED
           IF WS-ORDERS-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-LIST-FEED.
           OPEN INPUT FEEDLIST-FILE
           IF FEEDLIST-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ FEEDLIST-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF FEEDLIST-RECORD = WS-FEED-NAME
                           SET FEED-ALREADY-LISTED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEDLIST-FILE
           END-IF
           IF NOT FEED-ALREADY-LISTED
               OPEN EXTEND FEEDLIST-FILE
               IF FEEDLIST-MISSING
                   OPEN OUTPUT FEEDLIST-FILE
               END-IF
               IF NOT FEEDLIST-OK
                   DISPLAY "SOLSOGEN: CANNOT OPEN SOLFEEDS.LST, STATUS="
                       WS-FEEDLIST-STATUS
                   STOP RUN
               END-IF
               MOVE WS-FEED-NAME TO FEEDLIST-RECORD
               WRITE FEEDLIST-RECORD
               CLOSE FEEDLIST-FILE
           END-IF.
