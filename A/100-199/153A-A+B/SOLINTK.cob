               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TXNCODE-FILE ASSIGN TO "SOLTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCODE-STATUS.

           SELECT FEEDLIST-FILE ASSIGN TO "SOLFEEDS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-RPT-STATUS.

           SELECT BRMAST-FILE ASSIGN TO "SOLBRCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           05 FILLER                 PIC X.
           05 RT-RATE                PIC 9(4)V9(6).

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

       FD  FEEDLIST-FILE.
       01  FEEDLIST-RECORD           PIC X(40).

       FD  INTAKE-RPT-FILE.
       01  INTAKE-RPT-RECORD         PIC X(132).

       FD  BRMAST-FILE.
       01  BRMAST-RECORD.
           05 BR-CODE                PIC X(3).
           05 BR-NAME                PIC X(30).
           05 BR-REGION              PIC X(4).
           05 BR-STATUS              PIC X.
              88 BRANCH-OPEN         VALUE "O".
              88 BRANCH-CLOSED       VALUE "C".
           05 BR-CUTOFF              PIC 9(4).
           05 BR-OPEN-DATE           PIC 9(8).
           05 BR-CLOSE-DATE          PIC 9(8).
           05 BR-UPDATE-DATE         PIC 9(8).
           05 BR-UPDATE-USER         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 PARM-OK             VALUE "00".
           05 WS-RATE-STATUS         PIC XX.
              88 RATE-OK             VALUE "00".
           05 WS-TXNCODE-STATUS      PIC XX.
              88 TXNCODE-OK          VALUE "00".
           05 WS-FEEDLIST-STATUS     PIC XX.
              88 FEEDLIST-OK         VALUE "00".
           05 WS-FEED-IN-STATUS      PIC XX.
              88 CONTROL-OK          VALUE "00".
           05 WS-INTAKE-RPT-STATUS   PIC XX.
              88 INTAKE-RPT-OK       VALUE "00".
           05 WS-BRMAST-STATUS       PIC XX.
              88 BRMAST-OK           VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 FEED-HAS-ERROR      VALUE "Y".
           05 WS-HDR-SEEN-SWITCH     PIC X       VALUE "N".
              88 FEED-HEADER-SEEN    VALUE "Y".
           05 WS-BRANCH-SWITCH       PIC X       VALUE "N".
              88 BRANCH-ON-MASTER    VALUE "Y".
           05 WS-CUTOFF-SWITCH       PIC X       VALUE "Y".
              88 ENFORCE-CUTOFF      VALUE "Y".

       01  WS-COUNTERS.
           05 WS-FEEDS-READ          PIC 9(4)    VALUE ZERO.
           05 WS-QUAR-NAME           PIC X(40)   VALUE SPACES.

       01  WS-SEQ-TABLE.
           05 WS-SEQ-COUNT           PIC 9(4)    VALUE ZERO.
           05 WS-SEQ-IX              PIC 9(4)    VALUE ZERO.
           05 WS-SEQ-FOUND           PIC 9(4)    VALUE ZERO.
           05 WS-SEQ-ENTRY           OCCURS 999 TIMES.
              10 WS-SEQ-BRANCH       PIC X(3).
              10 WS-SEQ-LAST         PIC 9(6).
              10 WS-SEQ-DATE         PIC 9(8).

       01  WS-BASE-CURRENCY          PIC X(3)    VALUE "USD".
       01  WS-DEFAULT-TXN            PIC X(3)    VALUE SPACES.

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
              10 WS-RATE-DATE        PIC 9(8).
              10 WS-RATE-VALUE       PIC 9(4)V9(6).

       01  WS-TXN-TABLE.
           05 WS-TXN-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-IX              PIC 9(3)    VALUE ZERO.
           05 WS-TXN-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-KEY             PIC X(3)    VALUE SPACES.
           05 WS-TXN-ENTRY           OCCURS 200 TIMES.
              10 WS-TXN-CODE         PIC X(3).
              10 WS-TXN-STATUS       PIC X.
                 88 WS-TXN-ACTIVE    VALUE "A".

       01  WS-AMOUNT-WORK.
           05 WS-AMOUNT-COUNT        PIC 9(2)    VALUE ZERO.
           05 WS-AMOUNT-TEXT         PIC X(11).
           05 DV-ACCOUNT             PIC X(8).
           05 DV-COUNT               PIC X(2).
           05 DV-AMOUNT-X            OCCURS 10 TIMES PIC X(11).
           05 FILLER                 PIC X(25).
           05 DV-TXN-CODE            PIC X(3).

       01  WS-ARRIVAL-WORK.
           05 WS-ARRIVAL-DATE        PIC 9(8)    VALUE ZERO.
           05 WS-ARRIVAL-TIME        PIC 9(4)    VALUE ZERO.
           05 WS-FILE-INFO.
              10 WS-FI-SIZE          PIC 9(18)   BINARY.
              10 WS-FI-DAY           PIC X.
              10 WS-FI-MONTH         PIC X.
              10 WS-FI-YEAR          PIC 9(4)    BINARY.
              10 WS-FI-HOUR          PIC X.
              10 WS-FI-MINUTE        PIC X.
              10 WS-FI-SECOND        PIC X.
              10 WS-FI-HUNDREDTH     PIC X.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
           PERFORM 1100-READ-PARM-FILE
           PERFORM 1250-LOAD-CONTROL-FILE
           PERFORM 1300-LOAD-RATE-FILE
           PERFORM 1350-LOAD-TXN-CODES

           OPEN INPUT BRMAST-FILE
           IF NOT BRMAST-OK
               DISPLAY "SOLINTK: CANNOT OPEN SOLBRCH.DAT, STATUS="
                   WS-BRMAST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT FEEDLIST-FILE
           IF NOT FEEDLIST-OK
                               STOP RUN
                           END-IF
                       END-IF
                       IF WS-PARM-KEY = "DEFTXN"
                           MOVE WS-PARM-VALUE(1:3) TO WS-DEFAULT-TXN
                       END-IF
                       IF WS-PARM-KEY = "CUTOFF"
                           IF WS-PARM-VALUE(1:1) = "Y"
                                   OR WS-PARM-VALUE(1:1) = "N"
                               MOVE WS-PARM-VALUE(1:1)
                                   TO WS-CUTOFF-SWITCH
                           ELSE
                               DISPLAY "SOLINTK: INVALID CUTOFF "
                                   "PARM: " WS-PARM-VALUE
                               STOP RUN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PARM-FILE
               CLOSE RATE-FILE
           END-IF.

       1350-LOAD-TXN-CODES.
           OPEN INPUT TXNCODE-FILE
           IF NOT TXNCODE-OK
               DISPLAY "SOLINTK: CANNOT OPEN SOLTXN.DAT, STATUS="
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
                       DISPLAY "SOLINTK: SOLTXN.DAT RECORD NOT "
                           "RECOGNIZED"
                       STOP RUN
                   END-IF
                   IF WS-TXN-COUNT = 200
                       DISPLAY "SOLINTK: SOLTXN.DAT EXCEEDS 200 "
                           "CODES"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TXN-COUNT
                   MOVE TC-CODE TO WS-TXN-CODE(WS-TXN-COUNT)
                   MOVE TC-STATUS TO WS-TXN-STATUS(WS-TXN-COUNT)
               END-IF
           END-PERFORM
           CLOSE TXNCODE-FILE.

       1250-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-OK
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF WS-SEQ-COUNT = 999
                           DISPLAY "SOLINTK: SOLCTL.DAT EXCEEDS 999 "
                               "BRANCHES"
                           STOP RUN
                       END-IF
               MOVE FH-BRANCH TO WS-FEED-BRANCH
               MOVE FH-FEED-SEQ TO WS-FEED-SEQ
               MOVE FH-FEED-DATE TO WS-FEED-DATE
               PERFORM 2230-CHECK-FEED-BRANCH
               IF NOT FEED-HAS-ERROR
                   PERFORM 2250-CHECK-FEED-SEQUENCE
               END-IF
               IF NOT FEED-HAS-ERROR
                       AND FH-CURRENCY NOT = SPACES
                       AND FH-CURRENCY NOT = WS-BASE-CURRENCY
           END-IF
           END-IF.

       2230-CHECK-FEED-BRANCH.
           MOVE WS-FEED-BRANCH TO BR-CODE
           PERFORM 2235-READ-BRANCH-MASTER
           IF NOT BRANCH-ON-MASTER
               SET FEED-HAS-ERROR TO TRUE
               MOVE "FEED BRANCH NOT ON MASTER" TO WS-FEED-REASON
           ELSE
           IF BRANCH-CLOSED
               SET FEED-HAS-ERROR TO TRUE
               MOVE "FEED BRANCH CLOSED" TO WS-FEED-REASON
           ELSE
           IF ENFORCE-CUTOFF AND BR-CUTOFF > ZERO
               PERFORM 2240-CHECK-FEED-CUTOFF
           END-IF
           END-IF
           END-IF.

       2235-READ-BRANCH-MASTER.
           MOVE "Y" TO WS-BRANCH-SWITCH
           READ BRMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-BRANCH-SWITCH
           END-READ.

       2240-CHECK-FEED-CUTOFF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-NAME
               WS-FILE-INFO
           IF RETURN-CODE = ZERO
               COMPUTE WS-ARRIVAL-DATE = WS-FI-YEAR * 10000
                   + (FUNCTION ORD(WS-FI-MONTH) - 1) * 100
                   + FUNCTION ORD(WS-FI-DAY) - 1
               COMPUTE WS-ARRIVAL-TIME =
                   (FUNCTION ORD(WS-FI-HOUR) - 1) * 100
                   + FUNCTION ORD(WS-FI-MINUTE) - 1
               IF WS-ARRIVAL-DATE > WS-FEED-DATE
                       OR (WS-ARRIVAL-DATE = WS-FEED-DATE
                       AND WS-ARRIVAL-TIME > BR-CUTOFF)
                   SET FEED-HAS-ERROR TO TRUE
                   STRING "FEED ARRIVED AFTER CUT-OFF "
                       BR-CUTOFF DELIMITED BY SIZE
                       INTO WS-FEED-REASON
                   END-STRING
               END-IF
           END-IF
           MOVE ZERO TO RETURN-CODE.

       2260-CHECK-FEED-RATE.
           MOVE ZERO TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM 2450-CHECK-TXN-CODE
               IF NOT FEED-HAS-ERROR AND DV-BRANCH NOT = SPACES
                   PERFORM 2470-CHECK-DETAIL-BRANCH
               END-IF
           END-IF.

       2450-CHECK-TXN-CODE.
           IF DV-TXN-CODE = SPACES
               MOVE WS-DEFAULT-TXN TO WS-TXN-KEY
           ELSE
               MOVE DV-TXN-CODE TO WS-TXN-KEY
           END-IF
           MOVE ZERO TO WS-TXN-FOUND
           PERFORM VARYING WS-TXN-IX FROM 1 BY 1
                   UNTIL WS-TXN-IX > WS-TXN-COUNT
                   OR WS-TXN-FOUND > ZERO
               IF WS-TXN-CODE(WS-TXN-IX) = WS-TXN-KEY
                   MOVE WS-TXN-IX TO WS-TXN-FOUND
               END-IF
           END-PERFORM
           IF WS-TXN-KEY = SPACES OR WS-TXN-FOUND = ZERO
               SET FEED-HAS-ERROR TO TRUE
           ELSE
               IF NOT WS-TXN-ACTIVE(WS-TXN-FOUND)
                   SET FEED-HAS-ERROR TO TRUE
               END-IF
           END-IF
           IF FEED-HAS-ERROR
               STRING "INVALID TXN CODE ON RECORD " WS-FEED-REC-COUNT
                   DELIMITED BY SIZE INTO WS-FEED-REASON
               END-STRING
           END-IF.

       2470-CHECK-DETAIL-BRANCH.
           IF DV-BRANCH NOT = BR-CODE
               MOVE DV-BRANCH TO BR-CODE
               PERFORM 2235-READ-BRANCH-MASTER
           END-IF
           IF NOT BRANCH-ON-MASTER
               SET FEED-HAS-ERROR TO TRUE
               STRING "UNKNOWN BRANCH ON RECORD " WS-FEED-REC-COUNT
                   DELIMITED BY SIZE INTO WS-FEED-REASON
               END-STRING
           ELSE
               IF BRANCH-CLOSED
                   SET FEED-HAS-ERROR TO TRUE
                   STRING "CLOSED BRANCH ON RECORD " WS-FEED-REC-COUNT
                       DELIMITED BY SIZE INTO WS-FEED-REASON
                   END-STRING
               END-IF
           END-IF.

       2500-ASSEMBLE-FEED.
               END-IF
           END-PERFORM
           IF WS-SEQ-FOUND = ZERO
               IF WS-SEQ-COUNT = 999
                   DISPLAY "SOLINTK: BRANCH SEQUENCE TABLE FULL"
                   STOP RUN
               END-IF

       9000-TERMINATE.
           CLOSE FEEDLIST-FILE
           CLOSE BRMAST-FILE
           CLOSE TRANS-FILE
           CLOSE INTAKE-RPT-FILE
           IF WS-FEEDS-QUARANTINED > ZERO
