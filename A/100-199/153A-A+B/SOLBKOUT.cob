               FILE STATUS IS WS-PARM-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "SOLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT GL-FILE ASSIGN TO "SOLBKO.GLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-RPT-STATUS.

           SELECT TXNCODE-FILE ASSIGN TO "SOLTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCODE-STATUS.

           SELECT BALCHG-FILE ASSIGN TO "SOLBCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  ARCHIVE-IN-FILE.
           05 BM-LAST-POSTED         PIC 9(8).
           05 BM-POST-COUNT          PIC 9(9).

       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
           05 AM-ACCOUNT             PIC 9(8).
           05 AM-BRANCH              PIC X(3).
           05 AM-STATUS              PIC X.
           05 AM-OPEN-DATE           PIC 9(8).
           05 AM-DESC                PIC X(30).
           05 AM-RATE-PLAN           PIC X(4).

       FD  GL-FILE.
       01  GL-RECORD.
           05 GP-REC-TYPE            PIC X.
           05 GP-JOB-ID              PIC X(8).
           05 GP-REC-NO              PIC 9(9).
           05 GP-AMOUNT              PIC S9(12) SIGN LEADING SEPARATE.
           05 GP-GL-ACCOUNT          PIC X(10).
           05 GP-CONTRA-ACCOUNT      PIC X(10).
           05 GP-TXN-CODE            PIC X(3).

       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD.
       FD  BACKOUT-RPT-FILE.
       01  BACKOUT-RPT-RECORD        PIC X(132).

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
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
           05 WS-BALMAST-STATUS      PIC XX.
              88 BALMAST-OK          VALUE "00".
              88 BALMAST-NOT-FOUND   VALUE "23".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
           05 WS-GL-STATUS           PIC XX.
              88 GL-OK               VALUE "00".
           05 WS-RUNLOG-STATUS       PIC XX.
              88 HISTORY-MISSING     VALUE "35".
           05 WS-BACKOUT-RPT-STATUS  PIC XX.
              88 BACKOUT-RPT-OK      VALUE "00".
           05 WS-TXNCODE-STATUS      PIC XX.
              88 TXNCODE-OK          VALUE "00".
           05 WS-BALCHG-STATUS       PIC XX.
              88 BALCHG-OK           VALUE "00".
              88 BALCHG-MISSING      VALUE "35".

       01  WS-SWITCHES.
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-RPT-FOUND-SWITCH    PIC X       VALUE "N".
       01  WS-CRITERIA.
           05 WS-BACK-DATE           PIC 9(8)    VALUE ZERO.
           05 WS-BACK-JOB            PIC X(8)    VALUE SPACES.
           05 WS-DEFAULT-TXN         PIC X(3)    VALUE SPACES.

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-LINE-ACCOUNT        PIC 9(8)    VALUE ZERO.
           05 WS-LINE-RES            PIC S9(12)  VALUE ZERO.
           05 WS-REVERSAL            PIC S9(12)  VALUE ZERO.
           05 WS-BEFORE-BALANCE      PIC S9(13)  VALUE ZERO.
           05 WS-LINE-TXN-CODE       PIC X(3)    VALUE SPACES.
           05 WS-LINES-CHECKED       PIC 9(9)    VALUE ZERO.

       01  WS-TXN-TABLE.
           05 WS-TXN-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-IX              PIC 9(3)    VALUE ZERO.
           05 WS-TXN-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-ENTRY           OCCURS 200 TIMES.
              10 WS-TXN-CODE         PIC X(3).
              10 WS-TXN-DESC         PIC X(30).
              10 WS-TXN-DEBIT-GL     PIC X(10).
              10 WS-TXN-CREDIT-GL    PIC X(10).

       01  WS-GL-CONTRA-TABLE.
           05 WS-GLC-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-GLC-IX              PIC 9(3)    VALUE ZERO.
           05 WS-GLC-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-GLC-ENTRY           OCCURS 200 TIMES.
              10 WS-GLC-ACCOUNT      PIC X(10).
              10 WS-GLC-TOTAL        PIC S9(12).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
              10 FILLER              PIC X       VALUE SPACE.
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-RES                 PIC -(12)9.
           05 FILLER                 PIC X(19)   VALUE SPACES.
           05 AR-TXN-CODE            PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-TXN-DESC            PIC X(30).

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOCATE-INDEX-ENTRY
           PERFORM 3000-CHECK-ARCHIVES-FOUND
           PERFORM 3100-CHECK-TXN-CODES
           PERFORM 2100-REVERSE-ARCHIVED-RUN
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           END-IF

           PERFORM 1200-CHECK-PRIOR-BACKOUTS
           PERFORM 1300-LOAD-TXN-CODES

           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "BACKOUT OF " WS-BACK-DATE " " WS-BACK-JOB
               PERFORM 9900-LOG-FAILURE
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               DISPLAY "SOLBKOUT: CANNOT OPEN SOLACCT.DAT, STATUS="
                   WS-ACCTMAST-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           OPEN EXTEND BALCHG-FILE
           IF BALCHG-MISSING
               OPEN OUTPUT BALCHG-FILE
           END-IF
           IF NOT BALCHG-OK
               DISPLAY "SOLBKOUT: CANNOT OPEN SOLBCHG.DAT, STATUS="
                   WS-BALCHG-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           OPEN OUTPUT GL-FILE
           IF NOT GL-OK
               DISPLAY "SOLBKOUT: CANNOT OPEN SOLBKO.GLP, STATUS="
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-BACK-DATE TO HL-BACK-DATE
           MOVE WS-BACK-JOB TO HL-BACK-JOB
           WRITE BACKOUT-RPT-RECORD FROM WS-HEADER-LINE.

       1200-CHECK-PRIOR-BACKOUTS.
           OPEN INPUT BKCTL-FILE
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "DEFTXN"
                       MOVE WS-PARM-VALUE(1:3) TO WS-DEFAULT-TXN
                   WHEN OTHER
                       DISPLAY "SOLBKOUT: UNKNOWN PARM CARD: "
                           PARM-RECORD
               END-EVALUATE
           END-IF.

       1300-LOAD-TXN-CODES.
           OPEN INPUT TXNCODE-FILE
           IF NOT TXNCODE-OK
               DISPLAY "SOLBKOUT: CANNOT OPEN SOLTXN.DAT, STATUS="
                   WS-TXNCODE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ TXNCODE-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   IF WS-TXN-COUNT = 200
                       DISPLAY "SOLBKOUT: SOLTXN.DAT EXCEEDS 200 "
                           "CODES"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TXN-COUNT
                   MOVE TC-CODE TO WS-TXN-CODE(WS-TXN-COUNT)
                   MOVE TC-DESC TO WS-TXN-DESC(WS-TXN-COUNT)
                   MOVE TC-DEBIT-GL TO WS-TXN-DEBIT-GL(WS-TXN-COUNT)
                   MOVE TC-CREDIT-GL
                       TO WS-TXN-CREDIT-GL(WS-TXN-COUNT)
               END-IF
           END-PERFORM
           CLOSE TXNCODE-FILE.

       2000-LOCATE-INDEX-ENTRY.
           MOVE WS-BACK-DATE TO AX-RUN-DATE
           MOVE WS-BACK-JOB TO AX-JOB-ID
           MOVE "RPT" TO AX-FILE-TYPE
           READ ARCHIDX-FILE
               INVALID KEY CONTINUE
           END-READ
           IF ARCHIDX-OK
               SET RPT-ARCHIVE-FOUND TO TRUE
               MOVE AX-FILE-NAME TO WS-RPT-FILE-NAME
           END-IF

           MOVE WS-BACK-DATE TO AX-RUN-DATE
           MOVE WS-BACK-JOB TO AX-JOB-ID
           MOVE "GLP" TO AX-FILE-TYPE
           READ ARCHIDX-FILE
               INVALID KEY CONTINUE
           END-READ
           IF ARCHIDX-OK
               SET GLP-ARCHIVE-FOUND TO TRUE
           END-IF.

       2100-REVERSE-ARCHIVED-RUN.
           MOVE WS-RPT-FILE-NAME TO WS-ARCH-IN-NAME
               MOVE FUNCTION NUMVAL(ARCHIVE-IN-RECORD(150:13))
                   TO WS-LINE-RES
               COMPUTE WS-REVERSAL = ZERO - WS-LINE-RES
               PERFORM 2250-FIND-TXN-CODE
               PERFORM 2300-UPDATE-BALMAST
               IF ACCOUNT-ON-BALMAST
                   ADD 1 TO WS-RECORDS-REVERSED
               WRITE BACKOUT-RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       2250-FIND-TXN-CODE.
           MOVE ARCHIVE-IN-RECORD(182:3) TO WS-LINE-TXN-CODE
           IF WS-LINE-TXN-CODE = SPACES
               MOVE WS-DEFAULT-TXN TO WS-LINE-TXN-CODE
           END-IF
           PERFORM 2260-SEARCH-TXN-CODE.

       2260-SEARCH-TXN-CODE.
           MOVE ZERO TO WS-TXN-FOUND
           PERFORM VARYING WS-TXN-IX FROM 1 BY 1
                   UNTIL WS-TXN-IX > WS-TXN-COUNT
                   OR WS-TXN-FOUND > ZERO
               IF WS-TXN-CODE(WS-TXN-IX) = WS-LINE-TXN-CODE
                   MOVE WS-TXN-IX TO WS-TXN-FOUND
               END-IF
           END-PERFORM.

       2300-UPDATE-BALMAST.
           MOVE "Y" TO WS-ACCT-FOUND-SWITCH
           MOVE WS-LINE-ACCOUNT TO BM-ACCOUNT
                   MOVE "N" TO WS-ACCT-FOUND-SWITCH
           END-READ
           IF ACCOUNT-ON-BALMAST
               MOVE BM-BALANCE TO WS-BEFORE-BALANCE
               ADD WS-REVERSAL TO BM-BALANCE
               ADD 1 TO BM-POST-COUNT
               MOVE WS-RUN-DATE TO BM-LAST-POSTED
                       WS-BALMAST-STATUS
                   PERFORM 9900-LOG-FAILURE
               END-IF
               PERFORM 2350-WRITE-BALANCE-CHANGE
           END-IF.

       2350-WRITE-BALANCE-CHANGE.
           MOVE SPACES TO BALCHG-RECORD
           MOVE BM-ACCOUNT TO CH-ACCOUNT
           MOVE BM-ACCOUNT TO AM-ACCOUNT
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "***" TO AM-BRANCH
           END-READ
           MOVE AM-BRANCH TO CH-BRANCH
           MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE
           MOVE BM-BALANCE TO CH-AFTER-BALANCE
           MOVE WS-REVERSAL TO CH-AMOUNT
           MOVE "SOLBKOUT" TO CH-SOURCE
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-JOB-ID TO CH-JOB-ID
           WRITE BALCHG-RECORD
           IF NOT BALCHG-OK
               DISPLAY "SOLBKOUT: SOLBCHG.DAT WRITE FAILED, STATUS="
                   WS-BALCHG-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF.

       2400-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GP-REC-TYPE
           MOVE WS-RUN-DATE TO GP-RUN-DATE
           MOVE WS-JOB-ID TO GP-JOB-ID
           MOVE WS-RECORDS-READ TO GP-REC-NO
           MOVE WS-REVERSAL TO GP-AMOUNT
           MOVE WS-LINE-TXN-CODE TO GP-TXN-CODE
           IF WS-TXN-FOUND > ZERO
               MOVE WS-TXN-DEBIT-GL(WS-TXN-FOUND) TO GP-GL-ACCOUNT
               MOVE WS-TXN-CREDIT-GL(WS-TXN-FOUND)
                   TO GP-CONTRA-ACCOUNT
           END-IF
           PERFORM 2450-TALLY-GL-CONTRA
           WRITE GL-RECORD
           IF NOT GL-OK
               DISPLAY "SOLBKOUT: SOLBKO.GLP WRITE FAILED, STATUS="
           END-IF
           ADD 1 TO WS-GL-COUNT.

       2450-TALLY-GL-CONTRA.
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
                   DISPLAY "SOLBKOUT: GL CONTRA TABLE FULL"
                   PERFORM 9900-LOG-FAILURE
               END-IF
               ADD 1 TO WS-GLC-COUNT
               MOVE WS-GLC-COUNT TO WS-GLC-FOUND
               MOVE GP-CONTRA-ACCOUNT TO WS-GLC-ACCOUNT(WS-GLC-FOUND)
               MOVE ZERO TO WS-GLC-TOTAL(WS-GLC-FOUND)
           END-IF
           ADD GP-AMOUNT TO WS-GLC-TOTAL(WS-GLC-FOUND).

       2500-WRITE-ARCHIVE-DETAIL.
           MOVE SPACES TO WS-ARCH-LINE
           MOVE "D" TO AR-REC-TYPE
           MOVE 1 TO AR-COUNT
           MOVE WS-REVERSAL TO AR-AMOUNT(1)
           MOVE WS-REVERSAL TO AR-RES
           MOVE WS-LINE-TXN-CODE TO AR-TXN-CODE
           IF WS-TXN-FOUND > ZERO
               MOVE WS-TXN-DESC(WS-TXN-FOUND) TO AR-TXN-DESC
           END-IF
           WRITE ARCH-OUT-RECORD FROM WS-ARCH-LINE
           IF NOT ARCH-OUT-OK
               DISPLAY "SOLBKOUT: " WS-ARCH-OUT-NAME
               PERFORM 9900-LOG-FAILURE
           END-IF.

       3100-CHECK-TXN-CODES.
           IF WS-DEFAULT-TXN NOT = SPACES
               MOVE WS-DEFAULT-TXN TO WS-LINE-TXN-CODE
               PERFORM 2260-SEARCH-TXN-CODE
               IF WS-TXN-FOUND = ZERO
                   DISPLAY "SOLBKOUT: DEFTXN " WS-DEFAULT-TXN
                       " NOT ON SOLTXN.DAT"
                   PERFORM 9900-LOG-FAILURE
               END-IF
           END-IF

           MOVE WS-RPT-FILE-NAME TO WS-ARCH-IN-NAME
           DISPLAY "DD_ARCHIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-IN-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT ARCHIVE-IN-FILE
           IF NOT ARCH-IN-OK
               DISPLAY "SOLBKOUT: CANNOT OPEN " WS-ARCH-IN-NAME
                   " STATUS=" WS-ARCH-IN-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           MOVE ZERO TO WS-LINES-CHECKED
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ ARCHIVE-IN-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   IF ARCHIVE-IN-RECORD(1:2) = "D "
                       ADD 1 TO WS-LINES-CHECKED
                       IF ARCHIVE-IN-RECORD(17:8) IS NUMERIC
                           PERFORM 2250-FIND-TXN-CODE
                           IF WS-TXN-FOUND = ZERO
                                   OR WS-LINE-TXN-CODE = SPACES
                               PERFORM 3150-REJECT-TXN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-IN-FILE.

       3150-REJECT-TXN-CODE.
           IF WS-LINE-TXN-CODE = SPACES
               DISPLAY "SOLBKOUT: DETAIL " WS-LINES-CHECKED
                   " OF " WS-ARCH-IN-NAME
                   " HAS NO TRANSACTION CODE AND NO DEFTXN IS SET"
           ELSE
               DISPLAY "SOLBKOUT: TRANSACTION CODE " WS-LINE-TXN-CODE
                   " ON DETAIL " WS-LINES-CHECKED
                   " OF " WS-ARCH-IN-NAME " NOT ON SOLTXN.DAT"
           END-IF
           CLOSE ARCHIVE-IN-FILE
           PERFORM 9900-LOG-FAILURE.

       8000-WRITE-TRAILER.
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
                   DISPLAY "SOLBKOUT: SOLBKO.GLP WRITE FAILED, STATUS="
                       WS-GL-STATUS
                   PERFORM 9900-LOG-FAILURE
               END-IF
               ADD 1 TO WS-GL-COUNT
           END-PERFORM

           MOVE SPACES TO GL-RECORD
           MOVE "T" TO GP-REC-TYPE
           MOVE WS-RUN-DATE TO GP-RUN-DATE
           MOVE WS-JOB-ID TO GP-JOB-ID
           PERFORM 9100-REGISTER-ARCHIVE
           PERFORM 9200-RECORD-BACKOUT
           CLOSE BALMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE BALCHG-FILE
           CLOSE GL-FILE
           CLOSE BACKOUT-RPT-FILE
           MOVE "END " TO WS-RL-TYPE
               " POSTINGS REVERSED, NET " WS-GRAND-TOTAL.

       9100-REGISTER-ARCHIVE.
           OPEN I-O ARCHIDX-FILE
           IF NOT ARCHIDX-OK
               DISPLAY "SOLBKOUT: CANNOT UPDATE SOLARC.IDX, STATUS="
                   WS-ARCHIDX-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           MOVE "BKR" TO AX-FILE-TYPE
           MOVE WS-ARCH-OUT-NAME TO AX-FILE-NAME
           WRITE ARCHIDX-RECORD
               INVALID KEY
                   REWRITE ARCHIDX-RECORD
           END-WRITE
           IF NOT ARCHIDX-OK
               DISPLAY "SOLBKOUT: SOLARC.IDX WRITE FAILED, STATUS="
                   WS-ARCHIDX-STATUS
