       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLSOMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMAINT-FILE ASSIGN TO "SOLSOMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMAINT-STATUS.

           SELECT STORDER-FILE ASSIGN TO "SOLSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT SOMT-RPT-FILE ASSIGN TO "SOLSOMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAINT-FILE.
       01  SOMAINT-RECORD.
           05 SM-ACTION              PIC X(6).
           05 FILLER                 PIC X.
           05 SM-ORDER-ID            PIC X(8).
           05 FILLER                 PIC X.
           05 SM-FROM-ACCOUNT        PIC X(8).
           05 FILLER                 PIC X.
           05 SM-TO-ACCOUNT          PIC X(8).
           05 FILLER                 PIC X.
           05 SM-AMOUNT              PIC X(10).
           05 FILLER                 PIC X.
           05 SM-FREQUENCY           PIC X.
           05 FILLER                 PIC X.
           05 SM-NEXT-DUE            PIC X(8).
           05 FILLER                 PIC X.
           05 SM-END-DATE            PIC X(8).
           05 FILLER                 PIC X.
           05 SM-TXN-CODE            PIC X(3).
           05 FILLER                 PIC X.
           05 SM-DESC                PIC X(30).

       FD  STORDER-FILE.
       01  STORDER-RECORD.
           05 SO-ORDER-ID            PIC 9(8).
           05 SO-FROM-ACCOUNT        PIC 9(8).
           05 SO-TO-ACCOUNT          PIC 9(8).
           05 SO-AMOUNT              PIC 9(10).
           05 SO-FREQUENCY           PIC X.
              88 SO-VALID-FREQUENCY  VALUE "D" "W" "M" "Q" "A".
           05 SO-ANCHOR-DAY          PIC 9(2).
           05 SO-NEXT-DUE            PIC 9(8).
           05 SO-END-DATE            PIC 9(8).
           05 SO-STATUS              PIC X.
              88 ORDER-ACTIVE        VALUE "A".
              88 ORDER-SUSPENDED     VALUE "S".
              88 ORDER-CANCELLED     VALUE "C".
              88 ORDER-ENDED         VALUE "E".
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

       FD  SOMT-RPT-FILE.
       01  SOMT-RPT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-SOMAINT-STATUS      PIC XX.
              88 SOMAINT-OK          VALUE "00".
           05 WS-STORDER-STATUS      PIC XX.
              88 STORDER-OK          VALUE "00".
              88 STORDER-MISSING     VALUE "35".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
           05 WS-TXNCODE-STATUS      PIC XX.
              88 TXNCODE-OK          VALUE "00".
           05 WS-SOMT-RPT-STATUS     PIC XX.
              88 SOMT-RPT-OK         VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 END-OF-SOMAINT-FILE VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-VALID-SWITCH        PIC X       VALUE "Y".
              88 RECORD-IS-VALID     VALUE "Y".
              88 RECORD-IS-INVALID   VALUE "N".
           05 WS-FOUND-SWITCH        PIC X       VALUE "N".
              88 ORDER-ON-FILE       VALUE "Y".

       01  WS-COUNTERS.
           05 WS-CARDS-READ          PIC 9(9)    VALUE ZERO.
           05 WS-CARDS-APPLIED       PIC 9(9)    VALUE ZERO.
           05 WS-CARDS-REJECTED      PIC 9(9)    VALUE ZERO.

       01  WS-TXN-TABLE.
           05 WS-TXN-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-IX              PIC 9(3)    VALUE ZERO.
           05 WS-TXN-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-ENTRY           OCCURS 200 TIMES.
              10 WS-TXN-CODE         PIC X(3).
              10 WS-TXN-STATUS       PIC X.
                 88 WS-TXN-ACTIVE    VALUE "A".

       01  WS-EDIT-WORK.
           05 WS-EDIT-ACCOUNT        PIC X(8).
           05 WS-EDIT-DATE           PIC 9(8).
           05 WS-EDIT-DATE-INT       PIC 9(8)    VALUE ZERO.
           05 WS-EDIT-TXN            PIC X(3).

       01  WS-REJECT-REASON          PIC X(30).
       01  WS-OLD-STATUS             PIC X       VALUE SPACE.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLSOMT   ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).

       01  WS-DETAIL-LINE.
           05 DL-REC-TYPE            PIC X       VALUE "D".
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ACTION              PIC X(6).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ORDER-ID            PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-OLD-STATUS          PIC X.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-NEW-STATUS          PIC X.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DISPOSITION         PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-REASON              PIC X(30).

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "CARDS READ".
           05 TL-CARDS-READ          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "APPLIED".
           05 TL-CARDS-APPLIED       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(9)    VALUE "REJECTED".
           05 TL-CARDS-REJECTED      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ORDER-CARD
               UNTIL END-OF-SOMAINT-FILE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLSOMT " TO WS-JOB-ID
           END-IF

           PERFORM 1300-LOAD-TXN-CODES

           OPEN INPUT SOMAINT-FILE
           IF NOT SOMAINT-OK
               DISPLAY "SOLSOMT: CANNOT OPEN SOLSOMT.DAT, STATUS="
                   WS-SOMAINT-STATUS
               STOP RUN
           END-IF

           OPEN I-O STORDER-FILE
           IF STORDER-MISSING
               OPEN OUTPUT STORDER-FILE
               CLOSE STORDER-FILE
               OPEN I-O STORDER-FILE
           END-IF
           IF NOT STORDER-OK
               DISPLAY "SOLSOMT: CANNOT OPEN SOLSO.DAT, STATUS="
                   WS-STORDER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               DISPLAY "SOLSOMT: CANNOT OPEN SOLACCT.DAT, STATUS="
                   WS-ACCTMAST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT SOMT-RPT-FILE
           IF NOT SOMT-RPT-OK
               DISPLAY "SOLSOMT: CANNOT OPEN SOLSOMT.RPT, STATUS="
                   WS-SOMT-RPT-STATUS
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           WRITE SOMT-RPT-RECORD FROM WS-HEADER-LINE

           PERFORM 1900-READ-SOMAINT-FILE.

       1300-LOAD-TXN-CODES.
           OPEN INPUT TXNCODE-FILE
           IF NOT TXNCODE-OK
               DISPLAY "SOLSOMT: CANNOT OPEN SOLTXN.DAT, STATUS="
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
                       DISPLAY "SOLSOMT: SOLTXN.DAT RECORD NOT "
                           "RECOGNIZED"
                       STOP RUN
                   END-IF
                   IF WS-TXN-COUNT = 200
                       DISPLAY "SOLSOMT: SOLTXN.DAT EXCEEDS 200 "
                           "CODES"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TXN-COUNT
                   MOVE TC-CODE TO WS-TXN-CODE(WS-TXN-COUNT)
                   MOVE TC-STATUS TO WS-TXN-STATUS(WS-TXN-COUNT)
               END-IF
           END-PERFORM
           CLOSE TXNCODE-FILE.

       1900-READ-SOMAINT-FILE.
           READ SOMAINT-FILE
               AT END SET END-OF-SOMAINT-FILE TO TRUE
           END-READ
           IF NOT END-OF-SOMAINT-FILE
               ADD 1 TO WS-CARDS-READ
           END-IF.

       2000-PROCESS-ORDER-CARD.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACE TO WS-OLD-STATUS

           IF SM-ORDER-ID IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC ORDER ID" TO WS-REJECT-REASON
           ELSE
               PERFORM 2100-READ-ORDER
               EVALUATE SM-ACTION
                   WHEN "ADD   "
                       PERFORM 2200-APPLY-ADD
                   WHEN "AMEND "
                       PERFORM 2300-APPLY-AMEND
                   WHEN "SUSPND"
                       PERFORM 2400-APPLY-SUSPEND
                   WHEN "RESUME"
                       PERFORM 2450-APPLY-RESUME
                   WHEN "CANCEL"
                       PERFORM 2500-APPLY-CANCEL
                   WHEN OTHER
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF RECORD-IS-VALID
               PERFORM 2700-REWRITE-ORDER
               ADD 1 TO WS-CARDS-APPLIED
               MOVE "APPLIED " TO DL-DISPOSITION
               MOVE SO-STATUS TO DL-NEW-STATUS
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE "REJECTED" TO DL-DISPOSITION
               MOVE WS-OLD-STATUS TO DL-NEW-STATUS
           END-IF
           PERFORM 2800-WRITE-REPORT-DETAIL

           PERFORM 1900-READ-SOMAINT-FILE.

       2100-READ-ORDER.
           MOVE "Y" TO WS-FOUND-SWITCH
           MOVE SM-ORDER-ID TO SO-ORDER-ID
           READ STORDER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
           END-READ
           IF ORDER-ON-FILE
               MOVE SO-STATUS TO WS-OLD-STATUS
           END-IF.

       2200-APPLY-ADD.
           IF ORDER-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "ORDER ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
               MOVE SPACES TO STORDER-RECORD
               MOVE SM-ORDER-ID TO SO-ORDER-ID
               MOVE ZERO TO SO-FROM-ACCOUNT
               MOVE ZERO TO SO-TO-ACCOUNT
               MOVE ZERO TO SO-AMOUNT
               MOVE ZERO TO SO-NEXT-DUE
               MOVE ZERO TO SO-END-DATE
               MOVE ZERO TO SO-ANCHOR-DAY
               MOVE ZERO TO SO-RETRY-COUNT
               MOVE ZERO TO SO-LAST-RUN
               MOVE WS-RUN-DATE TO SO-CREATE-DATE
               MOVE "A" TO SO-STATUS
               IF SM-FROM-ACCOUNT = SPACES
                       OR SM-TO-ACCOUNT = SPACES
                       OR SM-AMOUNT = SPACES
                       OR SM-FREQUENCY = SPACE
                       OR SM-NEXT-DUE = SPACES
                       OR SM-TXN-CODE = SPACES
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "INCOMPLETE ORDER" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2600-EDIT-ORDER-FIELDS
               END-IF
           END-IF.

       2300-APPLY-AMEND.
           IF NOT ORDER-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF ORDER-CANCELLED OR ORDER-ENDED
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "ORDER NO LONGER LIVE" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2600-EDIT-ORDER-FIELDS
                   IF RECORD-IS-VALID
                       MOVE ZERO TO SO-RETRY-COUNT
                   END-IF
               END-IF
           END-IF.

       2400-APPLY-SUSPEND.
           IF NOT ORDER-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF NOT ORDER-ACTIVE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "ORDER NOT ACTIVE" TO WS-REJECT-REASON
               ELSE
                   MOVE "S" TO SO-STATUS
               END-IF
           END-IF.

       2450-APPLY-RESUME.
           IF NOT ORDER-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF NOT ORDER-SUSPENDED
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "ORDER NOT SUSPENDED" TO WS-REJECT-REASON
               ELSE
                   MOVE "A" TO SO-STATUS
                   MOVE ZERO TO SO-RETRY-COUNT
                   IF SM-NEXT-DUE NOT = SPACES
                       PERFORM 2600-EDIT-ORDER-FIELDS
                   END-IF
               END-IF
           END-IF.

       2500-APPLY-CANCEL.
           IF NOT ORDER-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF ORDER-CANCELLED
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "ORDER ALREADY CANCELLED" TO WS-REJECT-REASON
               ELSE
                   MOVE "C" TO SO-STATUS
               END-IF
           END-IF.

       2600-EDIT-ORDER-FIELDS.
           IF SM-FROM-ACCOUNT NOT = SPACES
               MOVE SM-FROM-ACCOUNT TO WS-EDIT-ACCOUNT
               PERFORM 2650-CHECK-ACCOUNT
               IF RECORD-IS-VALID
                   MOVE SM-FROM-ACCOUNT TO SO-FROM-ACCOUNT
               END-IF
           END-IF
           IF RECORD-IS-VALID AND SM-TO-ACCOUNT NOT = SPACES
               MOVE SM-TO-ACCOUNT TO WS-EDIT-ACCOUNT
               PERFORM 2650-CHECK-ACCOUNT
               IF RECORD-IS-VALID
                   MOVE SM-TO-ACCOUNT TO SO-TO-ACCOUNT
               END-IF
           END-IF
           IF RECORD-IS-VALID
                   AND SO-FROM-ACCOUNT = SO-TO-ACCOUNT
               SET RECORD-IS-INVALID TO TRUE
               MOVE "FROM AND TO ACCOUNT SAME" TO WS-REJECT-REASON
           END-IF
           IF RECORD-IS-VALID AND SM-AMOUNT NOT = SPACES
               IF SM-AMOUNT IS NOT NUMERIC
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
               ELSE
                   MOVE SM-AMOUNT TO SO-AMOUNT
                   IF SO-AMOUNT = ZERO
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID AND SM-FREQUENCY NOT = SPACE
               MOVE SM-FREQUENCY TO SO-FREQUENCY
               IF NOT SO-VALID-FREQUENCY
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "INVALID FREQUENCY" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF RECORD-IS-VALID AND SM-NEXT-DUE NOT = SPACES
               PERFORM 2660-CHECK-NEXT-DUE
           END-IF
           IF RECORD-IS-VALID AND SM-END-DATE NOT = SPACES
               MOVE ZERO TO WS-EDIT-DATE-INT
               IF SM-END-DATE IS NUMERIC
                   MOVE SM-END-DATE TO WS-EDIT-DATE
                   COMPUTE WS-EDIT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
               END-IF
               IF WS-EDIT-DATE-INT = ZERO
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "INVALID END DATE" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-EDIT-DATE TO SO-END-DATE
               END-IF
           END-IF
           IF RECORD-IS-VALID AND SO-END-DATE > ZERO
                   AND SO-END-DATE < SO-NEXT-DUE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "END DATE BEFORE NEXT DUE" TO WS-REJECT-REASON
           END-IF
           IF RECORD-IS-VALID AND SM-TXN-CODE NOT = SPACES
               MOVE SM-TXN-CODE TO WS-EDIT-TXN
               PERFORM 2670-CHECK-TXN-CODE
               IF RECORD-IS-VALID
                   MOVE SM-TXN-CODE TO SO-TXN-CODE
               END-IF
           END-IF
           IF RECORD-IS-VALID AND SM-DESC NOT = SPACES
               MOVE SM-DESC TO SO-DESC
           END-IF.

       2650-CHECK-ACCOUNT.
           IF WS-EDIT-ACCOUNT IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC ACCOUNT" TO WS-REJECT-REASON
           ELSE
               MOVE WS-EDIT-ACCOUNT TO AM-ACCOUNT
               READ ACCTMAST-FILE
                   INVALID KEY
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "ACCOUNT NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       2660-CHECK-NEXT-DUE.
           MOVE ZERO TO WS-EDIT-DATE-INT
           IF SM-NEXT-DUE IS NUMERIC
               MOVE SM-NEXT-DUE TO WS-EDIT-DATE
               COMPUTE WS-EDIT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
           END-IF
           IF WS-EDIT-DATE-INT = ZERO
               SET RECORD-IS-INVALID TO TRUE
               MOVE "INVALID NEXT DUE DATE" TO WS-REJECT-REASON
           ELSE
               IF WS-EDIT-DATE < WS-RUN-DATE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "NEXT DUE DATE IN THE PAST"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-EDIT-DATE TO SO-NEXT-DUE
                   MOVE WS-EDIT-DATE(7:2) TO SO-ANCHOR-DAY
               END-IF
           END-IF.

       2670-CHECK-TXN-CODE.
           MOVE ZERO TO WS-TXN-FOUND
           PERFORM VARYING WS-TXN-IX FROM 1 BY 1
                   UNTIL WS-TXN-IX > WS-TXN-COUNT
                   OR WS-TXN-FOUND > ZERO
               IF WS-TXN-CODE(WS-TXN-IX) = WS-EDIT-TXN
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
           END-IF.

       2700-REWRITE-ORDER.
           IF ORDER-ON-FILE
               REWRITE STORDER-RECORD
           ELSE
               WRITE STORDER-RECORD
           END-IF
           IF NOT STORDER-OK
               DISPLAY "SOLSOMT: SOLSO.DAT UPDATE FAILED, STATUS="
                   WS-STORDER-STATUS
               STOP RUN
           END-IF.

       2800-WRITE-REPORT-DETAIL.
           MOVE "D" TO DL-REC-TYPE
           MOVE SM-ACTION TO DL-ACTION
           MOVE SM-ORDER-ID TO DL-ORDER-ID
           MOVE WS-OLD-STATUS TO DL-OLD-STATUS
           MOVE WS-REJECT-REASON TO DL-REASON
           WRITE SOMT-RPT-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-TRAILER.
           MOVE WS-CARDS-READ TO TL-CARDS-READ
           MOVE WS-CARDS-APPLIED TO TL-CARDS-APPLIED
           MOVE WS-CARDS-REJECTED TO TL-CARDS-REJECTED
           WRITE SOMT-RPT-RECORD FROM WS-TRAILER-LINE
           DISPLAY "SOLSOMT: " WS-CARDS-APPLIED " CARDS APPLIED, "
               WS-CARDS-REJECTED " REJECTED".

       9000-TERMINATE.
           CLOSE SOMAINT-FILE
           CLOSE STORDER-FILE
           CLOSE ACCTMAST-FILE
           CLOSE SOMT-RPT-FILE.
