               FILE STATUS IS WS-ARCH-OUT-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT BALMAST-FILE ASSIGN TO "BALMAST.DAT"
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "SOLWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT RATE-FILE ASSIGN TO "SOLRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TXNCODE-FILE ASSIGN TO "SOLTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCODE-STATUS.

           SELECT DUP-FILE ASSIGN TO "SOLDUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               ALTERNATE RECORD KEY IS DP-FEED-DATE WITH DUPLICATES
               FILE STATUS IS WS-DUP-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "SOLACCT.DAT"
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BRMAST-FILE ASSIGN TO "SOLBRCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRMAST-STATUS.

           SELECT BALCHG-FILE ASSIGN TO "SOLBCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05 TR-VALUE-DATE          PIC 9(8).
           05 TR-VALUE-DATE-X REDEFINES TR-VALUE-DATE
                                     PIC X(8).
           05 TR-TXN-CODE            PIC X(3).
       01  FEED-HEADER-RECORD.
           05 FH-REC-TYPE            PIC X(3).
           05 FH-BRANCH              PIC X(3).
           05 FT-HASH-TOTAL          PIC S9(13) SIGN LEADING SEPARATE.

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(220).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD          PIC X(210).
           05 CKPT-RECORDS-REJECTED  PIC 9(9).
           05 CKPT-GRAND-TOTAL       PIC S9(12).
           05 CKPT-GL-COUNT          PIC 9(9).
           05 CKPT-FEED-BRANCH       PIC X(3).
           05 CKPT-FEED-SEQ          PIC 9(6).
           05 CKPT-RECORDS-WAREHOUSED PIC 9(9).
           05 CKPT-RECORDS-RELEASED  PIC 9(9).
           05 CKPT-BRANCH-COUNT      PIC 9(4).
           05 CKPT-BRANCH-ENTRY      OCCURS 0 TO 999 TIMES
                                     DEPENDING ON CKPT-BRANCH-COUNT.
              10 CKPT-BR-ID          PIC X(3).
              10 CKPT-BR-READ        PIC 9(9).
              10 CKPT-BR-POSTED      PIC 9(9).
              10 CKPT-BR-REJECTED    PIC 9(9).
              10 CKPT-BR-NET         PIC S9(12).

       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).
           05 GP-JOB-ID              PIC X(8).
           05 GP-REC-NO              PIC 9(9).
           05 GP-AMOUNT              PIC S9(12) SIGN LEADING SEPARATE.
           05 GP-GL-ACCOUNT          PIC X(10).
           05 GP-CONTRA-ACCOUNT      PIC X(10).
           05 GP-TXN-CODE            PIC X(3).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  BALMAST-FILE.

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05 WH-KEY.
              10 WH-VALUE-DATE       PIC X(8).
              10 WH-FEED-BRANCH      PIC X(3).
              10 WH-FEED-SEQ         PIC 9(6).
              10 WH-REC-NO           PIC 9(9).
           05 WH-TRANS-IMAGE         PIC X(148).
           05 WH-CURRENCY            PIC X(3).
           05 WH-TXN-CODE            PIC X(3).

       FD  RATE-FILE.
       01  RATE-RECORD.
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

       FD  DUP-FILE.
       01  DUP-RECORD.
           05 DP-KEY.
              10 DP-BRANCH           PIC X(3).
              10 DP-ACCOUNT          PIC 9(8).
              10 DP-HASH             PIC S9(13) SIGN LEADING SEPARATE.
           05 DP-FEED-DATE           PIC 9(8).

       FD  ACCTMAST-FILE.
              88 ACCOUNT-FROZEN      VALUE "F".
           05 AM-OPEN-DATE           PIC 9(8).
           05 AM-DESC                PIC X(30).
           05 AM-RATE-PLAN           PIC X(4).

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

       FD  BALCHG-FILE.
       01  BALCHG-RECORD.
           05 CH-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X.
           05 CH-BRANCH              PIC X(3).
           05 FILLER                 PIC X.
           05 CH-BEFORE-BALANCE      PIC S9(13) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X.
           05 CH-AFTER-BALANCE       PIC S9(13) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X.
           05 CH-AMOUNT              PIC S9(13) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X.
           05 CH-SOURCE              PIC X(8).
           05 FILLER                 PIC X.
           05 CH-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 CH-JOB-ID              PIC X(8).

       WORKING-STORAGE SECTION.
       01  RES                      PIC S9(12)  VALUE ZEROES.
              88 ARCH-OUT-OK         VALUE "00".
           05 WS-ARCHIDX-STATUS      PIC XX.
              88 ARCHIDX-OK          VALUE "00".
              88 ARCHIDX-MISSING     VALUE "35".
           05 WS-BALMAST-STATUS      PIC XX.
              88 BALMAST-OK          VALUE "00".
              88 BALMAST-MISSING     VALUE "35".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
              88 ACCTMAST-NOT-FOUND  VALUE "23".
           05 WS-BRMAST-STATUS       PIC XX.
              88 BRMAST-OK           VALUE "00".
           05 WS-BALCHG-STATUS       PIC XX.
              88 BALCHG-OK           VALUE "00".
              88 BALCHG-MISSING      VALUE "35".
           05 WS-DUP-STATUS          PIC XX.
              88 DUP-OK              VALUE "00".
              88 DUP-MISSING         VALUE "35".
              88 DUP-NOT-FOUND       VALUE "23".
           05 WS-RATE-STATUS         PIC XX.
              88 RATE-OK             VALUE "00".
           05 WS-TXNCODE-STATUS      PIC XX.
              88 TXNCODE-OK          VALUE "00".
           05 WS-WAREHOUSE-STATUS    PIC XX.
              88 WAREHOUSE-OK        VALUE "00".
              88 WAREHOUSE-MISSING   VALUE "35".
              88 WAREHOUSE-DUPLICATE VALUE "22".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
           05 WS-RELRATE-SWITCH      PIC X       VALUE "Y".
              88 RELEASE-RATE-OK     VALUE "Y".
              88 RELEASE-RATE-STALE  VALUE "N".
           05 WS-DUPFILE-SWITCH      PIC X       VALUE "N".
              88 DUP-HISTORY-OPEN    VALUE "Y".
           05 WS-WHEOF-SWITCH        PIC X       VALUE "N".
              88 END-OF-WAREHOUSE    VALUE "Y".
           05 WS-RELEASING-SWITCH    PIC X       VALUE "N".
              88 RELEASE-IN-PROGRESS VALUE "Y".
           05 WS-IDXEOF-SWITCH       PIC X       VALUE "N".
              88 END-OF-ARCHIVE-INDEX VALUE "Y".

       01  WS-COUNTERS.
           05 WS-RECORDS-READ        PIC 9(9)    VALUE ZERO.
           05 WS-RETAIN-DAYS         PIC 9(3)    VALUE 60.
           05 WS-DUPDAYS             PIC 9(3)    VALUE 5.
           05 WS-BASE-CURRENCY       PIC X(3)    VALUE "USD".
           05 WS-DEFAULT-TXN         PIC X(3)    VALUE SPACES.

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
              10 WS-TXN-DESC         PIC X(30).
              10 WS-TXN-DEBIT-GL     PIC X(10).
              10 WS-TXN-CREDIT-GL    PIC X(10).
              10 WS-TXN-STATUS       PIC X.
                 88 WS-TXN-ACTIVE    VALUE "A".

       01  WS-GL-CONTRA-TABLE.
           05 WS-GLC-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-GLC-IX              PIC 9(3)    VALUE ZERO.
           05 WS-GLC-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-GLC-ENTRY           OCCURS 200 TIMES.
              10 WS-GLC-ACCOUNT      PIC X(10).
              10 WS-GLC-TOTAL        PIC S9(12).

       01  WS-SEQ-TABLE.
           05 WS-SEQ-COUNT           PIC 9(4)    VALUE ZERO.
           05 WS-SEQ-IX              PIC 9(4)    VALUE ZERO.
           05 WS-SEQ-FOUND           PIC 9(4)    VALUE ZERO.
           05 WS-SEQ-ENTRY           OCCURS 999 TIMES.
              10 WS-SEQ-BRANCH       PIC X(3).
              10 WS-SEQ-LAST         PIC 9(6).
              10 WS-SEQ-DATE         PIC 9(8).

       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT        PIC 9(4)    VALUE ZERO.
           05 WS-BR-IX               PIC 9(4)    VALUE ZERO.
           05 WS-BR-SUB              PIC 9(4)    VALUE ZERO.
           05 WS-BRANCH-ENTRY        OCCURS 999 TIMES.
              10 WS-BR-ID            PIC X(3).
              10 WS-BR-READ          PIC 9(9).
              10 WS-BR-POSTED        PIC 9(9).
              10 WS-BR-REJECTED      PIC 9(9).
              10 WS-BR-NET           PIC S9(12).

       01  WS-REGION-TABLE.
           05 WS-REGION-COUNT        PIC 9(4)    VALUE ZERO.
           05 WS-RG-IX               PIC 9(4)    VALUE ZERO.
           05 WS-RG-SUB              PIC 9(4)    VALUE ZERO.
           05 WS-RG-KEY              PIC X(4)    VALUE SPACES.
           05 WS-REGION-ENTRY        OCCURS 999 TIMES.
              10 WS-RG-ID            PIC X(4).
              10 WS-RG-BRANCHES      PIC 9(4).
              10 WS-RG-READ          PIC 9(9).
              10 WS-RG-POSTED        PIC 9(9).
              10 WS-RG-REJECTED      PIC 9(9).
              10 WS-RG-NET           PIC S9(12).

       01  WS-AMOUNT-TABLE.
           05 WS-AMOUNT-COUNT        PIC 9(2)    VALUE ZERO.
           05 WS-AMOUNT              OCCURS 10 TIMES PIC S9(10).

       01  WS-ORIG-RES               PIC S9(12)  VALUE ZERO.
       01  WS-BEFORE-BALANCE         PIC S9(13)  VALUE ZERO.
       01  WS-DETAIL-TYPE            PIC X       VALUE "D".

       01  WS-WAREHOUSE-WORK.
           05 WS-RUN-DATE-X          PIC X(8)    VALUE SPACES.

       01  WS-AMOUNT-WORK.
           05 WS-AMOUNT-TEXT         PIC X(11).
           05 WS-ARCH-IN-NAME        PIC X(40)   VALUE SPACES.
           05 WS-ARCH-OUT-NAME       PIC X(40)   VALUE SPACES.
           05 WS-ARC-TYPE            PIC X(3)    VALUE SPACES.
           05 WS-CUTOFF-INT          PIC 9(8)    VALUE ZERO.
           05 WS-CUTOFF-DATE         PIC 9(8)    VALUE ZERO.

       01  WS-DUP-WORK.
           05 WS-DUP-CUTOFF-INT      PIC 9(8)    VALUE ZERO.
           05 WS-DUP-CUTOFF-DATE     PIC 9(8)    VALUE ZERO.

       01  WS-ABEND-WORK.
           05 WS-ABEND-STATUS        PIC XX      VALUE SPACES.
           05 FILLER                 PIC X(3)    VALUE "CUR".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(13)   VALUE "ORIG RES".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(3)    VALUE "TXN".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(30)   VALUE "DESCRIPTION".

       01  WS-DETAIL-LINE.
           05 DL-REC-TYPE            PIC X       VALUE "D".
           05 DL-CURRENCY            PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ORIG-RES            PIC -(12)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-TXN-CODE            PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-TXN-DESC            PIC X(30).

       01  WS-BRANCH-LINE.
           05 BL-REC-TYPE            PIC X       VALUE "B".
           05 FILLER                 PIC X(2)    VALUE SPACES.
           05 FILLER                 PIC X(4)    VALUE "NET".
           05 BL-NET                 PIC -(12)9.
           05 FILLER                 PIC X(9)    VALUE "  REGION ".
           05 BL-REGION              PIC X(4).

       01  WS-REGION-LINE.
           05 RG-REC-TYPE            PIC X       VALUE "R".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(7)    VALUE "REGION ".
           05 RG-REGION              PIC X(4).
           05 FILLER                 PIC X(11)   VALUE "  BRANCHES".
           05 RG-BRANCHES            PIC ZZZ9.
           05 FILLER                 PIC X(2)    VALUE SPACES.
           05 FILLER                 PIC X(5)    VALUE "READ".
           05 RG-READ                PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(2)    VALUE SPACES.
           05 FILLER                 PIC X(7)    VALUE "POSTED".
           05 RG-POSTED              PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(2)    VALUE SPACES.
           05 FILLER                 PIC X(9)    VALUE "REJECTED".
           05 RG-REJECTED            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(2)    VALUE SPACES.
           05 FILLER                 PIC X(4)    VALUE "NET".
           05 RG-NET                 PIC -(12)9.

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           END-IF
           PERFORM 1150-CHECK-RUN-LOG
           PERFORM 1250-LOAD-CONTROL-FILE
           PERFORM 1350-OPEN-DUP-HISTORY
           PERFORM 1375-LOAD-RATE-FILE
           PERFORM 1377-LOAD-TXN-CODES
           IF NOT EDIT-ONLY-MODE
               PERFORM 1380-OPEN-WAREHOUSE
           END-IF

           OPEN INPUT TRANS-FILE
               PERFORM 9900-ABEND
           END-IF

           PERFORM 1680-OPEN-BRMAST
           PERFORM 1700-PREVERIFY-FEEDS

           IF WS-SKIP-COUNT > 0

           IF NOT EDIT-ONLY-MODE
               PERFORM 1600-OPEN-BALMAST
               PERFORM 1610-OPEN-BALCHG
           END-IF
           PERFORM 1650-OPEN-ACCTMAST

                               TO WS-ABEND-MESSAGE
                           PERFORM 9900-ABEND
                       END-IF
                   WHEN "DEFTXN"
                       MOVE WS-PARM-VALUE(1:3) TO WS-DEFAULT-TXN
                   WHEN "RCYRETAIN"
                       CONTINUE
                   WHEN "CUTOFF"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "SOLUTION: UNKNOWN PARM CARD: "
                           PARM-RECORD
               READ CHECKPOINT-FILE
               IF CHECKPOINT-OK
                   IF CKPT-RECORDS-READ IS NOT NUMERIC
                           OR CKPT-RECORDS-WAREHOUSED IS NOT NUMERIC
                           OR CKPT-RECORDS-RELEASED IS NOT NUMERIC
                           OR CKPT-BRANCH-COUNT IS NOT NUMERIC
                           OR CKPT-BRANCH-COUNT > 999
                       DISPLAY "SOLUTION: SOLOUT.CKP NOT RECOGNIZED"
                       MOVE "CHECKPOINT RECORD NOT RECOGNIZED"
                           TO WS-ABEND-MESSAGE
                   MOVE CKPT-GL-COUNT TO WS-GL-COUNT
                   MOVE CKPT-FEED-BRANCH TO WS-CKPT-BRANCH
                   MOVE CKPT-FEED-SEQ TO WS-CKPT-SEQ
                   MOVE CKPT-RECORDS-WAREHOUSED
                       TO WS-RECORDS-WAREHOUSED
                   MOVE CKPT-RECORDS-RELEASED TO WS-RECORDS-RELEASED
                   MOVE CKPT-BRANCH-COUNT TO WS-BRANCH-COUNT
                   PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                           UNTIL WS-BR-SUB > WS-BRANCH-COUNT
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF WS-SEQ-COUNT = 999
                           DISPLAY "SOLUTION: SOLCTL.DAT EXCEEDS 999 "
                               "BRANCHES"
                           MOVE "SOLCTL.DAT EXCEEDS 999 BRANCHES"
                               TO WS-ABEND-MESSAGE
                           PERFORM 9900-ABEND
                       END-IF
           END-IF
           MOVE "N" TO WS-RESTART-SWITCH.

       1350-OPEN-DUP-HISTORY.
           COMPUTE WS-DUP-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DUPDAYS
           COMPUTE WS-DUP-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUP-CUTOFF-INT)
           IF EDIT-ONLY-MODE
               OPEN INPUT DUP-FILE
           ELSE
               OPEN I-O DUP-FILE
               IF DUP-MISSING
                   OPEN OUTPUT DUP-FILE
                   IF DUP-OK
                       CLOSE DUP-FILE
                       OPEN I-O DUP-FILE
                   END-IF
               END-IF
           END-IF
           IF DUP-OK
               SET DUP-HISTORY-OPEN TO TRUE
           ELSE
               IF NOT DUP-MISSING OR NOT EDIT-ONLY-MODE
                   DISPLAY "SOLUTION: CANNOT OPEN SOLDUP.DAT, STATUS="
                       WS-DUP-STATUS
                   MOVE WS-DUP-STATUS TO WS-ABEND-STATUS
                   MOVE "CANNOT OPEN SOLDUP.DAT" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       1375-LOAD-RATE-FILE.
               CLOSE RATE-FILE
           END-IF.

       1377-LOAD-TXN-CODES.
           OPEN INPUT TXNCODE-FILE
           IF NOT TXNCODE-OK
               DISPLAY "SOLUTION: CANNOT OPEN SOLTXN.DAT, STATUS="
                   WS-TXNCODE-STATUS
               MOVE WS-TXNCODE-STATUS TO WS-ABEND-STATUS
               MOVE "CANNOT OPEN SOLTXN.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ TXNCODE-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   IF TC-CODE = SPACES
                           OR TC-DEBIT-GL = SPACES
                           OR TC-CREDIT-GL = SPACES
                       DISPLAY "SOLUTION: SOLTXN.DAT RECORD NOT "
                           "RECOGNIZED"
                       MOVE "SOLTXN.DAT RECORD NOT RECOGNIZED"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND
                   END-IF
                   IF WS-TXN-COUNT = 200
                       DISPLAY "SOLUTION: SOLTXN.DAT EXCEEDS 200 "
                           "CODES"
                       MOVE "SOLTXN.DAT EXCEEDS 200 CODES"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND
                   END-IF
                   ADD 1 TO WS-TXN-COUNT
                   MOVE TC-CODE TO WS-TXN-CODE(WS-TXN-COUNT)
                   MOVE TC-DESC TO WS-TXN-DESC(WS-TXN-COUNT)
                   MOVE TC-DEBIT-GL TO WS-TXN-DEBIT-GL(WS-TXN-COUNT)
                   MOVE TC-CREDIT-GL
                       TO WS-TXN-CREDIT-GL(WS-TXN-COUNT)
                   MOVE TC-STATUS TO WS-TXN-STATUS(WS-TXN-COUNT)
               END-IF
           END-PERFORM
           CLOSE TXNCODE-FILE
           IF WS-DEFAULT-TXN NOT = SPACES
               MOVE WS-DEFAULT-TXN TO WS-TXN-KEY
               PERFORM 2175-FIND-TXN-CODE
               IF WS-TXN-FOUND = ZERO
                   DISPLAY "SOLUTION: INVALID DEFTXN PARM: "
                       WS-DEFAULT-TXN
                   MOVE "INVALID DEFTXN PARM" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       1380-OPEN-WAREHOUSE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           OPEN I-O WAREHOUSE-FILE
           IF WAREHOUSE-MISSING
               OPEN OUTPUT WAREHOUSE-FILE
               IF WAREHOUSE-OK
                   CLOSE WAREHOUSE-FILE
                   OPEN I-O WAREHOUSE-FILE
               END-IF
           END-IF
           IF NOT WAREHOUSE-OK
               DISPLAY "SOLUTION: CANNOT OPEN SOLWHSE.DAT, STATUS="
                   WS-WAREHOUSE-STATUS
               MOVE WS-WAREHOUSE-STATUS TO WS-ABEND-STATUS
               MOVE "CANNOT OPEN SOLWHSE.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       1400-VERIFY-FEED-HEADER.
               MOVE "MALFORMED FEED HEADER" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1410-CHECK-FEED-BRANCH
           IF FH-CURRENCY NOT = SPACES
                   AND FH-CURRENCY NOT = WS-BASE-CURRENCY
               PERFORM 1420-CHECK-FEED-RATE
               END-IF
           END-PERFORM
           IF WS-SEQ-FOUND = ZERO
               IF WS-SEQ-COUNT = 999
                   DISPLAY "SOLUTION: BRANCH SEQUENCE TABLE FULL"
                   MOVE "BRANCH SEQUENCE TABLE FULL" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
           MOVE ZERO TO WS-FEED-HASH
           PERFORM 1450-TRACK-FEED-HEADER.

       1410-CHECK-FEED-BRANCH.
           MOVE FH-BRANCH TO BR-CODE
           READ BRMAST-FILE
               INVALID KEY
                   DISPLAY "SOLUTION: FEED BRANCH NOT ON MASTER, "
                       "BRANCH=" FH-BRANCH
                   MOVE "FEED BRANCH NOT ON MASTER"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
           END-READ
           IF BRANCH-CLOSED
               DISPLAY "SOLUTION: FEED BRANCH CLOSED, BRANCH="
                   FH-BRANCH
               MOVE "FEED BRANCH CLOSED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       1420-CHECK-FEED-RATE.
           MOVE ZERO TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               PERFORM 9900-ABEND
           END-IF.

       1610-OPEN-BALCHG.
           OPEN EXTEND BALCHG-FILE
           IF BALCHG-MISSING
               OPEN OUTPUT BALCHG-FILE
           END-IF
           IF NOT BALCHG-OK
               DISPLAY "SOLUTION: CANNOT OPEN SOLBCHG.DAT, STATUS="
                   WS-BALCHG-STATUS
               MOVE WS-BALCHG-STATUS TO WS-ABEND-STATUS
               MOVE "CANNOT OPEN SOLBCHG.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       1650-OPEN-ACCTMAST.
           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               PERFORM 9900-ABEND
           END-IF.

       1680-OPEN-BRMAST.
           OPEN INPUT BRMAST-FILE
           IF NOT BRMAST-OK
               DISPLAY "SOLUTION: CANNOT OPEN SOLBRCH.DAT, STATUS="
                   WS-BRMAST-STATUS
               MOVE WS-BRMAST-STATUS TO WS-ABEND-STATUS
               MOVE "CANNOT OPEN SOLBRCH.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       1700-PREVERIFY-FEEDS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-TRANS-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "MISSING BRANCH" TO WS-REJECT-REASON
           ELSE
           PERFORM 2120-CHECK-BRANCH-MASTER
           IF RECORD-IS-INVALID
               CONTINUE
           ELSE
           IF TR-ACCOUNT IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC ACCOUNT" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF

           IF RECORD-IS-VALID
                   AND TR-VALUE-DATE-X NOT = SPACES
                   AND TR-VALUE-DATE IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "INVALID VALUE DATE" TO WS-REJECT-REASON
           END-IF

           IF RECORD-IS-VALID
               PERFORM 2170-CHECK-TXN-CODE
           END-IF.

       2120-CHECK-BRANCH-MASTER.
           IF TR-BRANCH NOT = BR-CODE OR NOT BRMAST-OK
               MOVE TR-BRANCH TO BR-CODE
               READ BRMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF NOT BRMAST-OK
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BRANCH NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF BRANCH-CLOSED
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2150-CHECK-ACCOUNT-MASTER.
               END-EVALUATE
           END-IF.

       2170-CHECK-TXN-CODE.
           IF TR-TXN-CODE = SPACES
               MOVE WS-DEFAULT-TXN TO TR-TXN-CODE
           END-IF
           IF TR-TXN-CODE = SPACES
               SET RECORD-IS-INVALID TO TRUE
               MOVE "MISSING TRANSACTION CODE" TO WS-REJECT-REASON
           ELSE
               MOVE TR-TXN-CODE TO WS-TXN-KEY
               PERFORM 2175-FIND-TXN-CODE
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

       2175-FIND-TXN-CODE.
           MOVE ZERO TO WS-TXN-FOUND
           PERFORM VARYING WS-TXN-IX FROM 1 BY 1
                   UNTIL WS-TXN-IX > WS-TXN-COUNT
                   OR WS-TXN-FOUND > ZERO
               IF WS-TXN-CODE(WS-TXN-IX) = WS-TXN-KEY
                   MOVE WS-TXN-IX TO WS-TXN-FOUND
               END-IF
           END-PERFORM.

       2200-SUM-AMOUNTS.
           MOVE ZERO TO RES
           PERFORM VARYING WS-SUB FROM 1 BY 1

       2250-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPMATCH-SWITCH
           IF WS-DUPDAYS = ZERO AND NOT RELEASE-IN-PROGRESS
               CONTINUE
           ELSE
           IF TR-ORIG-REC-NO IS NUMERIC AND TR-ORIG-REC-NO > ZERO
                   AND NOT RELEASE-IN-PROGRESS
               CONTINUE
           ELSE
               IF DUP-HISTORY-OPEN
                   MOVE TR-BRANCH TO DP-BRANCH
                   MOVE TR-ACCOUNT TO DP-ACCOUNT
                   MOVE WS-ORIG-RES TO DP-HASH
                   READ DUP-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF DUP-OK
                       IF DP-FEED-DATE NOT < WS-DUP-CUTOFF-DATE
                           SET SUSPECT-DUPLICATE TO TRUE
                       END-IF
                   ELSE
                       IF NOT DUP-NOT-FOUND
                           DISPLAY "SOLUTION: SOLDUP.DAT READ FAILED, "
                               "STATUS=" WS-DUP-STATUS
                           MOVE WS-DUP-STATUS TO WS-ABEND-STATUS
                           MOVE "SOLDUP.DAT READ FAILED"
                               TO WS-ABEND-MESSAGE
                           PERFORM 9900-ABEND
                       END-IF
                   END-IF
               END-IF
               IF SUSPECT-DUPLICATE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "SUSPECT DUPLICATE" TO WS-REJECT-REASON
                   MOVE ZERO TO BM-BALANCE
                   MOVE ZERO TO BM-POST-COUNT
           END-READ
           MOVE BM-BALANCE TO WS-BEFORE-BALANCE
           ADD RES TO BM-BALANCE
           ADD 1 TO BM-POST-COUNT
           MOVE WS-RUN-DATE TO BM-LAST-POSTED
               MOVE WS-BALMAST-STATUS TO WS-ABEND-STATUS
               MOVE "BALMAST UPDATE FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF
           PERFORM 2315-WRITE-BALANCE-CHANGE.

       2315-WRITE-BALANCE-CHANGE.
           MOVE SPACES TO BALCHG-RECORD
           MOVE BM-ACCOUNT TO CH-ACCOUNT
           MOVE AM-BRANCH TO CH-BRANCH
           MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE
           MOVE BM-BALANCE TO CH-AFTER-BALANCE
           MOVE RES TO CH-AMOUNT
           MOVE "SOLUTION" TO CH-SOURCE
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-JOB-ID TO CH-JOB-ID
           WRITE BALCHG-RECORD
           IF NOT BALCHG-OK
               DISPLAY "SOLUTION: SOLBCHG.DAT WRITE FAILED, STATUS="
                   WS-BALCHG-STATUS
               MOVE WS-BALCHG-STATUS TO WS-ABEND-STATUS
               MOVE "SOLBCHG.DAT WRITE FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       2330-RECORD-DUP-ENTRY.
           MOVE TR-BRANCH TO DP-BRANCH
           MOVE TR-ACCOUNT TO DP-ACCOUNT
           MOVE WS-ORIG-RES TO DP-HASH
           READ DUP-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-FEED-DATE TO DP-FEED-DATE
           IF DUP-NOT-FOUND
               WRITE DUP-RECORD
           ELSE
               REWRITE DUP-RECORD
           END-IF
           IF NOT DUP-OK
               DISPLAY "SOLUTION: SOLDUP.DAT WRITE FAILED, STATUS="
                   WS-DUP-STATUS
               MOVE WS-DUP-STATUS TO WS-ABEND-STATUS
               MOVE "SOLDUP.DAT WRITE FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       2320-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GP-REC-TYPE
           IF TR-VALUE-DATE IS NUMERIC AND TR-VALUE-DATE > ZERO
               MOVE TR-VALUE-DATE TO GP-RUN-DATE
           MOVE WS-JOB-ID TO GP-JOB-ID
           MOVE WS-RECORDS-READ TO GP-REC-NO
           MOVE RES TO GP-AMOUNT
           MOVE WS-TXN-DEBIT-GL(WS-TXN-FOUND) TO GP-GL-ACCOUNT
           MOVE WS-TXN-CREDIT-GL(WS-TXN-FOUND) TO GP-CONTRA-ACCOUNT
           MOVE TR-TXN-CODE TO GP-TXN-CODE
           WRITE GL-RECORD
           IF NOT GL-OK
               DISPLAY "SOLUTION: GLPOST.DAT WRITE FAILED, STATUS="

       2360-WAREHOUSE-RECORD.
           IF NOT EDIT-ONLY-MODE
               PERFORM 2380-WRITE-WAREHOUSE-RECORD
           END-IF

           ADD 1 TO WS-RECORDS-WAREHOUSED
           PERFORM 2400-WRITE-DETAIL-LINE
           MOVE "D" TO WS-DETAIL-TYPE.

       2380-WRITE-WAREHOUSE-RECORD.
           MOVE SPACES TO WAREHOUSE-RECORD
           MOVE TR-VALUE-DATE-X TO WH-VALUE-DATE
           MOVE WS-FEED-BRANCH TO WH-FEED-BRANCH
           MOVE WS-FEED-SEQ TO WH-FEED-SEQ
           MOVE WS-RECORDS-READ TO WH-REC-NO
           MOVE TRANS-RECORD TO WH-TRANS-IMAGE
           MOVE WS-FEED-CURRENCY TO WH-CURRENCY
           MOVE TR-TXN-CODE TO WH-TXN-CODE
           WRITE WAREHOUSE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WAREHOUSE-DUPLICATE AND WS-SKIP-COUNT > ZERO
               CONTINUE
           ELSE
               IF NOT WAREHOUSE-OK
                   DISPLAY "SOLUTION: SOLWHSE.DAT WRITE FAILED, STATUS="
                       WS-WAREHOUSE-STATUS
                   MOVE WS-WAREHOUSE-STATUS TO WS-ABEND-STATUS
                   MOVE "SOLWHSE.DAT WRITE FAILED" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       2400-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-FEED-CURRENCY TO DL-CURRENCY
           END-IF
           MOVE WS-ORIG-RES TO DL-ORIG-RES
           MOVE TR-TXN-CODE TO DL-TXN-CODE
           MOVE WS-TXN-DESC(WS-TXN-FOUND) TO DL-TXN-DESC
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       2700-RELEASE-WAREHOUSE.
           IF NOT EDIT-ONLY-MODE
               MOVE LOW-VALUES TO WH-KEY
               START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-KEY
                   INVALID KEY SET END-OF-WAREHOUSE TO TRUE
               END-START
               PERFORM 2705-READ-WAREHOUSE
               PERFORM UNTIL END-OF-WAREHOUSE
                   IF WH-VALUE-DATE IS NUMERIC
                       PERFORM 2710-RELEASE-ONE-RECORD
                   END-IF
                   PERFORM 2705-READ-WAREHOUSE
               END-PERFORM
           END-IF.

       2705-READ-WAREHOUSE.
           IF NOT END-OF-WAREHOUSE
               READ WAREHOUSE-FILE NEXT RECORD
                   AT END SET END-OF-WAREHOUSE TO TRUE
               END-READ
               IF NOT END-OF-WAREHOUSE
                   IF WH-VALUE-DATE > WS-RUN-DATE-X
                       SET END-OF-WAREHOUSE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2710-RELEASE-ONE-RECORD.
           MOVE WH-CURRENCY TO WS-FEED-CURRENCY
           PERFORM 2720-CHECK-RELEASE-RATE
           IF RELEASE-RATE-OK
               MOVE WH-TRANS-IMAGE TO TRANS-RECORD
               MOVE WH-TXN-CODE TO TR-TXN-CODE
               PERFORM 1460-RESOLVE-FEED-RATE
               MOVE WS-RUN-DATE TO WS-FEED-DATE
               ADD 1 TO WS-RECORDS-READ
               ADD 1 TO WS-RECORDS-RELEASED
               PERFORM 2500-TALLY-BRANCH-READ
               SET RELEASE-IN-PROGRESS TO TRUE
               PERFORM 2010-PROCESS-ONE-RECORD
               MOVE "N" TO WS-RELEASING-SWITCH
               DELETE WAREHOUSE-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               IF NOT WAREHOUSE-OK
                   DISPLAY "SOLUTION: SOLWHSE.DAT DELETE FAILED, "
                       "STATUS=" WS-WAREHOUSE-STATUS
                   MOVE WS-WAREHOUSE-STATUS TO WS-ABEND-STATUS
                   MOVE "SOLWHSE.DAT DELETE FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
               END-IF
           ELSE
               PERFORM 2730-HOLD-RELEASED-RECORD
           END-IF.
           END-IF.

       2730-HOLD-RELEASED-RECORD.
           ADD 1 TO WS-RELEASES-HELD
           DISPLAY "SOLUTION: RELEASE HELD, NO CURRENT RATE FOR "
               WS-FEED-CURRENCY.
               END-IF
           END-PERFORM
           IF WS-BR-IX = ZERO
               IF WS-BRANCH-COUNT = 999
                   DISPLAY "SOLUTION: BRANCH TOTAL TABLE FULL"
                   MOVE "BRANCH TOTAL TABLE FULL" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
           MOVE WS-GL-COUNT TO CKPT-GL-COUNT
           MOVE WS-FEED-BRANCH TO CKPT-FEED-BRANCH
           MOVE WS-FEED-SEQ TO CKPT-FEED-SEQ
           MOVE WS-RECORDS-WAREHOUSED TO CKPT-RECORDS-WAREHOUSED
           MOVE WS-RECORDS-RELEASED TO CKPT-RECORDS-RELEASED
           MOVE WS-BRANCH-COUNT TO CKPT-BRANCH-COUNT
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BRANCH-COUNT
           DISPLAY RES.

       8100-WRITE-BRANCH-TOTALS.
           MOVE ZERO TO WS-REGION-COUNT
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BRANCH-COUNT
               PERFORM 8110-TALLY-REGION
               MOVE WS-BR-ID(WS-BR-SUB) TO BL-BRANCH
               MOVE WS-BR-READ(WS-BR-SUB) TO BL-READ
               MOVE WS-BR-POSTED(WS-BR-SUB) TO BL-POSTED
               MOVE WS-BR-REJECTED(WS-BR-SUB) TO BL-REJECTED
               MOVE WS-BR-NET(WS-BR-SUB) TO BL-NET
               MOVE WS-RG-KEY TO BL-REGION
               WRITE REPORT-RECORD FROM WS-BRANCH-LINE
           END-PERFORM
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-REGION-COUNT
               MOVE WS-RG-ID(WS-RG-SUB) TO RG-REGION
               MOVE WS-RG-BRANCHES(WS-RG-SUB) TO RG-BRANCHES
               MOVE WS-RG-READ(WS-RG-SUB) TO RG-READ
               MOVE WS-RG-POSTED(WS-RG-SUB) TO RG-POSTED
               MOVE WS-RG-REJECTED(WS-RG-SUB) TO RG-REJECTED
               MOVE WS-RG-NET(WS-RG-SUB) TO RG-NET
               WRITE REPORT-RECORD FROM WS-REGION-LINE
           END-PERFORM.

       8110-TALLY-REGION.
           MOVE WS-BR-ID(WS-BR-SUB) TO BR-CODE
           READ BRMAST-FILE
               INVALID KEY
                   MOVE "****" TO BR-REGION
           END-READ
           MOVE BR-REGION TO WS-RG-KEY
           MOVE ZERO TO WS-RG-IX
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-REGION-COUNT
                   OR WS-RG-IX > ZERO
               IF WS-RG-ID(WS-RG-SUB) = WS-RG-KEY
                   MOVE WS-RG-SUB TO WS-RG-IX
               END-IF
           END-PERFORM
           IF WS-RG-IX = ZERO
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-RG-IX
               MOVE WS-RG-KEY TO WS-RG-ID(WS-RG-IX)
               MOVE ZERO TO WS-RG-BRANCHES(WS-RG-IX)
               MOVE ZERO TO WS-RG-READ(WS-RG-IX)
               MOVE ZERO TO WS-RG-POSTED(WS-RG-IX)
               MOVE ZERO TO WS-RG-REJECTED(WS-RG-IX)
               MOVE ZERO TO WS-RG-NET(WS-RG-IX)
           END-IF
           ADD 1 TO WS-RG-BRANCHES(WS-RG-IX)
           ADD WS-BR-READ(WS-BR-SUB) TO WS-RG-READ(WS-RG-IX)
           ADD WS-BR-POSTED(WS-BR-SUB) TO WS-RG-POSTED(WS-RG-IX)
           ADD WS-BR-REJECTED(WS-BR-SUB) TO WS-RG-REJECTED(WS-RG-IX)
           ADD WS-BR-NET(WS-BR-SUB) TO WS-RG-NET(WS-RG-IX).

       8200-WRITE-GL-CONTROL.
           PERFORM 8210-SUMMARIZE-GL-DETAIL
           PERFORM VARYING WS-GLC-IX FROM 1 BY 1
                   UNTIL WS-GLC-IX > WS-GLC-COUNT
               MOVE SPACES TO GL-RECORD
               MOVE "C" TO GP-REC-TYPE
               MOVE WS-RUN-DATE TO GP-RUN-DATE
               MOVE WS-JOB-ID TO GP-JOB-ID
               MOVE ZERO TO GP-REC-NO
               COMPUTE GP-AMOUNT = ZERO - WS-GLC-TOTAL(WS-GLC-IX)
               MOVE WS-GLC-ACCOUNT(WS-GLC-IX) TO GP-GL-ACCOUNT
               WRITE GL-RECORD
               IF NOT GL-OK
                   MOVE WS-GL-STATUS TO WS-ABEND-STATUS
                   MOVE "GLPOST.DAT WRITE FAILED" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
               END-IF
               ADD 1 TO WS-GL-COUNT
           END-PERFORM

           MOVE SPACES TO GL-RECORD
           MOVE "T" TO GP-REC-TYPE
           MOVE WS-RUN-DATE TO GP-RUN-DATE
           MOVE WS-JOB-ID TO GP-JOB-ID
               PERFORM 9900-ABEND
           END-IF.

       8210-SUMMARIZE-GL-DETAIL.
           CLOSE GL-FILE
           OPEN INPUT GL-FILE
           IF NOT GL-OK
               DISPLAY "SOLUTION: CANNOT REREAD GLPOST.DAT, STATUS="
                   WS-GL-STATUS
               MOVE WS-GL-STATUS TO WS-ABEND-STATUS
               MOVE "CANNOT REREAD GLPOST.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF
           MOVE ZERO TO WS-GLC-COUNT
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ GL-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE AND GP-REC-TYPE = "D"
                   PERFORM 8220-TALLY-GL-CONTRA
               END-IF
           END-PERFORM
           CLOSE GL-FILE
           OPEN EXTEND GL-FILE
           IF NOT GL-OK
               DISPLAY "SOLUTION: CANNOT OPEN GLPOST.DAT, STATUS="
                   WS-GL-STATUS
               MOVE WS-GL-STATUS TO WS-ABEND-STATUS
               MOVE "CANNOT OPEN GLPOST.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       8220-TALLY-GL-CONTRA.
           MOVE ZERO TO WS-GLC-FOUND
           PERFORM VARYING WS-GLC-IX FROM 1 BY 1
                   UNTIL WS-GLC-IX > WS-GLC-COUNT
                   OR WS-GLC-FOUND > ZERO
               IF WS-GLC-ACCOUNT(WS-GLC-IX) = GP-CONTRA-ACCOUNT
                   MOVE WS-GLC-IX TO WS-GLC-FOUND
               END-IF
           END-PERFORM
           IF WS-GLC-FOUND = ZERO
               IF WS-GLC-COUNT = 200
                   DISPLAY "SOLUTION: GL CONTRA TABLE FULL"
                   MOVE "GL CONTRA TABLE FULL" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
               END-IF
               ADD 1 TO WS-GLC-COUNT
               MOVE WS-GLC-COUNT TO WS-GLC-FOUND
               MOVE GP-CONTRA-ACCOUNT TO WS-GLC-ACCOUNT(WS-GLC-FOUND)
               MOVE ZERO TO WS-GLC-TOTAL(WS-GLC-FOUND)
           END-IF
           ADD GP-AMOUNT TO WS-GLC-TOTAL(WS-GLC-FOUND).

       8300-WRITE-STATISTICS.
           MOVE "RECORDS WAREHOUSED" TO SL-TEXT
           MOVE WS-RECORDS-WAREHOUSED TO SL-VALUE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE ACCTMAST-FILE
           CLOSE BRMAST-FILE
           IF DUP-HISTORY-OPEN AND EDIT-ONLY-MODE
               CLOSE DUP-FILE
           END-IF
           IF NOT EDIT-ONLY-MODE
               CLOSE GL-FILE
               CLOSE BALMAST-FILE
               CLOSE BALCHG-FILE
               PERFORM 9200-UPDATE-CONTROL-FILE
               PERFORM 9600-PURGE-DUP-HISTORY
               CLOSE WAREHOUSE-FILE
               PERFORM 9500-ARCHIVE-OUTPUTS
               PERFORM 9100-CLEAR-CHECKPOINT
           END-IF
           CLOSE RUNLOG-FILE.

       9500-ARCHIVE-OUTPUTS.
           OPEN I-O ARCHIDX-FILE
           IF ARCHIDX-MISSING
               OPEN OUTPUT ARCHIDX-FILE
               IF ARCHIDX-OK
                   CLOSE ARCHIDX-FILE
                   OPEN I-O ARCHIDX-FILE
               END-IF
           END-IF
           IF NOT ARCHIDX-OK
               MOVE WS-ARCHIDX-STATUS TO WS-ABEND-STATUS
               MOVE "CANNOT OPEN SOLARC.IDX" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF

           MOVE "SOLOUT.RPT" TO WS-ARCH-IN-NAME
           MOVE "RPT" TO WS-ARC-TYPE
           MOVE "GLP" TO WS-ARC-TYPE
           PERFORM 9510-ARCHIVE-ONE-FILE

           PERFORM 9530-PURGE-ARCHIVE-INDEX
           CLOSE ARCHIDX-FILE.

       9510-ARCHIVE-ONE-FILE.
           MOVE SPACES TO WS-ARCH-OUT-NAME
               CLOSE ARCHIVE-IN-FILE
               CLOSE ARCHIVE-OUT-FILE

               MOVE SPACES TO ARCHIDX-RECORD
               MOVE WS-RUN-DATE TO AX-RUN-DATE
               MOVE WS-JOB-ID TO AX-JOB-ID
               MOVE WS-ARC-TYPE TO AX-FILE-TYPE
               MOVE WS-ARCH-OUT-NAME TO AX-FILE-NAME
               WRITE ARCHIDX-RECORD
                   INVALID KEY
                       REWRITE ARCHIDX-RECORD
               END-WRITE
               IF NOT ARCHIDX-OK
                   MOVE WS-ARCHIDX-STATUS TO WS-ABEND-STATUS
                   MOVE "SOLARC.IDX WRITE FAILED" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       9530-PURGE-ARCHIVE-INDEX.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE "N" TO WS-IDXEOF-SWITCH
           MOVE LOW-VALUES TO AX-KEY
           START ARCHIDX-FILE KEY IS NOT LESS THAN AX-KEY
               INVALID KEY SET END-OF-ARCHIVE-INDEX TO TRUE
           END-START
           PERFORM UNTIL END-OF-ARCHIVE-INDEX
               READ ARCHIDX-FILE NEXT RECORD
                   AT END SET END-OF-ARCHIVE-INDEX TO TRUE
               END-READ
               IF NOT END-OF-ARCHIVE-INDEX
                   IF AX-RUN-DATE NOT < WS-CUTOFF-DATE
                       SET END-OF-ARCHIVE-INDEX TO TRUE
                   ELSE
                       IF AX-FILE-TYPE = "RPT" OR AX-FILE-TYPE = "EXC"
                               OR AX-FILE-TYPE = "GLP"
                           PERFORM 9540-PURGE-ARCHIVE-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       9540-PURGE-ARCHIVE-ENTRY.
           MOVE AX-FILE-NAME TO WS-ARCH-IN-NAME
           CALL "CBL_DELETE_FILE" USING WS-ARCH-IN-NAME
           DELETE ARCHIDX-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT ARCHIDX-OK
               MOVE WS-ARCHIDX-STATUS TO WS-ABEND-STATUS
               MOVE "SOLARC.IDX DELETE FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       9600-PURGE-DUP-HISTORY.
           MOVE ZERO TO DP-FEED-DATE
           START DUP-FILE KEY IS NOT LESS THAN DP-FEED-DATE
               INVALID KEY CONTINUE
           END-START
           IF DUP-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ DUP-FILE NEXT RECORD
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF DP-FEED-DATE NOT < WS-DUP-CUTOFF-DATE
                           SET END-OF-LOAD-FILE TO TRUE
                       ELSE
                           PERFORM 9610-DELETE-DUP-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DUP-FILE.

       9610-DELETE-DUP-ENTRY.
           DELETE DUP-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT DUP-OK
               DISPLAY "SOLUTION: SOLDUP.DAT DELETE FAILED, STATUS="
                   WS-DUP-STATUS
               MOVE WS-DUP-STATUS TO WS-ABEND-STATUS
               MOVE "SOLDUP.DAT DELETE FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND
           END-IF.

       9900-ABEND.
           DISPLAY "SOLUTION: ABEND - " WS-ABEND-MESSAGE
               " LAST RECORD " WS-RECORDS-READ
