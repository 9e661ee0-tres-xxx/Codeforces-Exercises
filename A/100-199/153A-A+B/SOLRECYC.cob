               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYRPT-STATUS.

           SELECT TXNCODE-FILE ASSIGN TO "SOLTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCODE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SOLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  RCYRPT-FILE.
       01  RCYRPT-RECORD             PIC X(180).

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

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PD-ITEM-NO             PIC 9(9).
           05 FILLER                 PIC X.
           05 PD-TYPE                PIC X(4).
           05 FILLER                 PIC X.
           05 PD-STATUS              PIC X.
           05 FILLER                 PIC X.
           05 PD-MAKER               PIC X(8).
           05 FILLER                 PIC X.
           05 PD-MAKE-DATE           PIC 9(8).
           05 FILLER                 PIC X.
           05 PD-MAKE-TIME           PIC 9(8).
           05 FILLER                 PIC X.
           05 PD-CHECKER             PIC X(8).
           05 FILLER                 PIC X.
           05 PD-DECIDE-DATE         PIC 9(8).
           05 FILLER                 PIC X.
           05 PD-DECIDE-TIME         PIC 9(8).
           05 FILLER                 PIC X.
           05 PD-NOTE                PIC X(30).
           05 FILLER                 PIC X.
           05 PD-DATA                PIC X(170).

       WORKING-STORAGE SECTION.
       01  RES                      PIC S9(12)  VALUE ZEROES.

              88 CONTROL-OK          VALUE "00".
           05 WS-RCYRPT-STATUS       PIC XX.
              88 RCYRPT-OK           VALUE "00".
           05 WS-TXNCODE-STATUS      PIC XX.
              88 TXNCODE-OK          VALUE "00".
           05 WS-PENDING-STATUS      PIC XX.
              88 PENDING-OK          VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
           05 WS-SUB                 PIC 9(2)    VALUE ZERO.
           05 WS-FIX-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-FIX-IX              PIC 9(5)    VALUE ZERO.
           05 WS-FIX-USED            PIC 9(5)    VALUE ZERO.
           05 WS-FIX-QUEUED          PIC 9(9)    VALUE ZERO.
           05 WS-CTL-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-CTL-IX              PIC 9(5)    VALUE ZERO.
           05 WS-CTL-PRUNED          PIC 9(5)    VALUE ZERO.
           05 WS-RETAIN-DAYS         PIC 9(3)    VALUE 60.
           05 WS-RCYRETAIN-SWITCH    PIC X       VALUE "N".
              88 RCYRETAIN-GIVEN     VALUE "Y".
           05 WS-DEFAULT-TXN         PIC X(3)    VALUE SPACES.
           05 WS-CUTOFF-INT          PIC 9(8)    VALUE ZERO.
           05 WS-ENTRY-INT           PIC 9(8)    VALUE ZERO.

           05 WS-AMOUNT-SIGN         PIC X.
           05 WS-AMOUNT-DIGITS       PIC X(10).

       01  WS-TXN-TABLE.
           05 WS-TXN-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-IX              PIC 9(3)    VALUE ZERO.
           05 WS-TXN-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-ENTRY           OCCURS 200 TIMES.
              10 WS-TXN-CODE         PIC X(3).
              10 WS-TXN-STATUS       PIC X.
                 88 WS-TXN-ACTIVE    VALUE "A".

       01  WS-REJECT-REASON          PIC X(30).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                PIC X(8)    VALUE SPACES.

       01  WS-WORK-TRANS.
           05 WT-BRANCH              PIC X(3).
           05 WT-ORIG-RUN-DATE       PIC 9(8).
           05 WT-ORIG-REC-NO         PIC 9(9).
           05 WT-VALUE-DATE          PIC 9(8).
           05 WT-TXN-CODE            PIC X(3).

       01  WS-ORIG-KEY.
           05 WS-ORIG-DATE           PIC 9(8)    VALUE ZERO.
              10 WS-FIX-DATE         PIC 9(8).
              10 WS-FIX-REC          PIC 9(9).
              10 WS-FIX-IMAGE        PIC X(151).
              10 WS-FIX-PN-IX        PIC 9(4).

       01  WS-PENDING-TABLE.
           05 WS-PN-COUNT            PIC 9(4)    VALUE ZERO.
           05 WS-PN-LOADED           PIC 9(4)    VALUE ZERO.
           05 WS-PN-IX               PIC 9(4)    VALUE ZERO.
           05 WS-PN-FOUND            PIC 9(4)    VALUE ZERO.
           05 WS-PN-LAST-ITEM        PIC 9(9)    VALUE ZERO.
           05 WS-PN-ENTRY            OCCURS 2000 TIMES.
              10 WS-PN-ITEM-NO       PIC 9(9).
              10 WS-PN-TYPE          PIC X(4).
              10 WS-PN-STATUS        PIC X.
              10 WS-PN-MAKER         PIC X(8).
              10 WS-PN-MAKE-DATE     PIC 9(8).
              10 WS-PN-MAKE-TIME     PIC 9(8).
              10 WS-PN-CHECKER       PIC X(8).
              10 WS-PN-DECIDE-DATE   PIC 9(8).
              10 WS-PN-DECIDE-TIME   PIC 9(8).
              10 WS-PN-NOTE          PIC X(30).
              10 WS-PN-DATA          PIC X(170).

       01  WS-CTL-TABLE.
           05 WS-CTL-ENTRY           OCCURS 10000 TIMES.
           05 DL-DISPOSITION         PIC X(14).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-REASON              PIC X(30).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-FIX-ITEM            PIC Z(8)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-MAKER               PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-MAKE-DATE           PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-MAKE-TIME           PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-CHECKER             PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DECIDE-DATE         PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DECIDE-TIME         PIC 9(8).

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(14)   VALUE "CURRENCY HELD".
           05 TL-CURRENCY-HELD       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(13)   VALUE "FIXES QUEUED".
           05 TL-FIX-QUEUED          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           IF WS-JOB-ID = SPACES
               MOVE "SOLRECYC" TO WS-JOB-ID
           END-IF
           DISPLAY "SOLUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE

           OPEN INPUT EXC-FILE
           IF NOT EXC-OK
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETAIN-DAYS

           PERFORM 1150-LOAD-TXN-CODES
           PERFORM 1100-LOAD-PENDING
           PERFORM 1120-QUEUE-FIXES
           PERFORM 1140-LOAD-RELEASED-FIXES
           PERFORM 1200-LOAD-RESUB-HISTORY
           PERFORM 1300-SET-FEED-SEQ
           PERFORM 1350-SET-RESUB-CURRENCY
                               STOP RUN
                           END-IF
                       END-IF
                       IF WS-PARM-KEY = "DEFTXN"
                           MOVE WS-PARM-VALUE(1:3) TO WS-DEFAULT-TXN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1100-LOAD-PENDING.
           COMPUTE WS-PN-LAST-ITEM =
               FUNCTION MOD(WS-RUN-DATE, 1000000) * 1000
           OPEN INPUT PENDING-FILE
           IF PENDING-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ PENDING-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF PD-ITEM-NO IS NOT NUMERIC
                           DISPLAY "SOLRECYC: SOLPEND.DAT RECORD NOT "
                               "RECOGNIZED"
                           STOP RUN
                       END-IF
                       IF WS-PN-COUNT = 2000
                           DISPLAY "SOLRECYC: SOLPEND.DAT EXCEEDS "
                               "2000 ENTRIES"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PN-COUNT
                       PERFORM 1110-STORE-PENDING-ENTRY
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           MOVE WS-PN-COUNT TO WS-PN-LOADED.

       1110-STORE-PENDING-ENTRY.
           MOVE PD-ITEM-NO TO WS-PN-ITEM-NO(WS-PN-COUNT)
           MOVE PD-TYPE TO WS-PN-TYPE(WS-PN-COUNT)
           MOVE PD-STATUS TO WS-PN-STATUS(WS-PN-COUNT)
           MOVE PD-MAKER TO WS-PN-MAKER(WS-PN-COUNT)
           MOVE PD-MAKE-DATE TO WS-PN-MAKE-DATE(WS-PN-COUNT)
           MOVE PD-MAKE-TIME TO WS-PN-MAKE-TIME(WS-PN-COUNT)
           MOVE PD-CHECKER TO WS-PN-CHECKER(WS-PN-COUNT)
           MOVE PD-DECIDE-DATE TO WS-PN-DECIDE-DATE(WS-PN-COUNT)
           MOVE PD-DECIDE-TIME TO WS-PN-DECIDE-TIME(WS-PN-COUNT)
           MOVE PD-NOTE TO WS-PN-NOTE(WS-PN-COUNT)
           MOVE PD-DATA TO WS-PN-DATA(WS-PN-COUNT)
           IF PD-ITEM-NO > WS-PN-LAST-ITEM
               MOVE PD-ITEM-NO TO WS-PN-LAST-ITEM
           END-IF.

       1120-QUEUE-FIXES.
           OPEN INPUT FIX-FILE
           IF FIX-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF WS-USER-ID = SPACES
                           DISPLAY "SOLRECYC: SOLUSER NOT SET, "
                               "CANNOT QUEUE SOLFIX.DAT REPAIRS"
                           STOP RUN
                       END-IF
                       IF FX-RUN-DATE IS NOT NUMERIC
                               OR FX-REC-NO IS NOT NUMERIC
                           DISPLAY "SOLRECYC: SOLFIX.DAT RECORD NOT "
                               "RECOGNIZED"
                           STOP RUN
                       END-IF
                       IF WS-PN-COUNT = 2000
                           DISPLAY "SOLRECYC: SOLPEND.DAT EXCEEDS "
                               "2000 ENTRIES"
                           STOP RUN
                       END-IF
                       ACCEPT WS-TIME-NOW FROM TIME
                       ADD 1 TO WS-PN-COUNT
                       ADD 1 TO WS-PN-LAST-ITEM
                       ADD 1 TO WS-FIX-QUEUED
                       MOVE WS-PN-LAST-ITEM
                           TO WS-PN-ITEM-NO(WS-PN-COUNT)
                       MOVE "FIX " TO WS-PN-TYPE(WS-PN-COUNT)
                       MOVE "P" TO WS-PN-STATUS(WS-PN-COUNT)
                       MOVE WS-USER-ID TO WS-PN-MAKER(WS-PN-COUNT)
                       MOVE WS-RUN-DATE
                           TO WS-PN-MAKE-DATE(WS-PN-COUNT)
                       MOVE WS-TIME-NOW
                           TO WS-PN-MAKE-TIME(WS-PN-COUNT)
                       MOVE SPACES TO WS-PN-CHECKER(WS-PN-COUNT)
                       MOVE ZERO TO WS-PN-DECIDE-DATE(WS-PN-COUNT)
                       MOVE ZERO TO WS-PN-DECIDE-TIME(WS-PN-COUNT)
                       MOVE SPACES TO WS-PN-NOTE(WS-PN-COUNT)
                       MOVE FIX-RECORD TO WS-PN-DATA(WS-PN-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FIX-FILE
           END-IF.

       1140-LOAD-RELEASED-FIXES.
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
                   UNTIL WS-PN-IX > WS-PN-COUNT
               IF WS-PN-TYPE(WS-PN-IX) = "FIX "
                       AND WS-PN-STATUS(WS-PN-IX) = "A"
                   ADD 1 TO WS-FIX-COUNT
                   MOVE WS-PN-DATA(WS-PN-IX) TO FIX-RECORD
                   MOVE FX-RUN-DATE TO WS-FIX-DATE(WS-FIX-COUNT)
                   MOVE FX-REC-NO TO WS-FIX-REC(WS-FIX-COUNT)
                   MOVE FX-INPUT TO WS-FIX-IMAGE(WS-FIX-COUNT)
                   MOVE WS-PN-IX TO WS-FIX-PN-IX(WS-FIX-COUNT)
               END-IF
           END-PERFORM.

       1150-LOAD-TXN-CODES.
           OPEN INPUT TXNCODE-FILE
           IF NOT TXNCODE-OK
               DISPLAY "SOLRECYC: CANNOT OPEN SOLTXN.DAT, STATUS="
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
                       DISPLAY "SOLRECYC: SOLTXN.DAT RECORD NOT "
                           "RECOGNIZED"
                       STOP RUN
                   END-IF
                   IF WS-TXN-COUNT = 200
                       DISPLAY "SOLRECYC: SOLTXN.DAT EXCEEDS 200 "
                           "CODES"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TXN-COUNT
                   MOVE TC-CODE TO WS-TXN-CODE(WS-TXN-COUNT)
                   MOVE TC-STATUS TO WS-TXN-STATUS(WS-TXN-COUNT)
               END-IF
           END-PERFORM
           CLOSE TXNCODE-FILE.

       1200-LOAD-RESUB-HISTORY.
           OPEN INPUT RCYCTL-FILE
           IF RCYCTL-OK

       2000-PROCESS-EXCEPTION.
           MOVE EX-INPUT TO WS-WORK-TRANS
           MOVE ZERO TO WS-FIX-USED
           PERFORM 2050-SET-ORIGIN-KEY
           PERFORM 2060-CHECK-RESUB-HISTORY

                   PERFORM 2300-WRITE-RESUB
               ELSE
                   ADD 1 TO WS-STILL-INVALID
                   IF WS-FIX-USED > ZERO
                       MOVE WS-FIX-PN-IX(WS-FIX-USED) TO WS-PN-IX
                       MOVE "X" TO WS-PN-STATUS(WS-PN-IX)
                       MOVE WS-REJECT-REASON TO WS-PN-NOTE(WS-PN-IX)
                   END-IF
                   MOVE "STILL INVALID" TO DL-DISPOSITION
                   MOVE WS-REJECT-REASON TO DL-REASON
                   PERFORM 2800-WRITE-REPORT-DETAIL
               IF WS-FIX-DATE(WS-FIX-IX) = WS-ORIG-DATE
                       AND WS-FIX-REC(WS-FIX-IX) = WS-ORIG-REC
                   MOVE WS-FIX-IMAGE(WS-FIX-IX) TO WS-WORK-TRANS
                   MOVE WS-FIX-IX TO WS-FIX-USED
               END-IF
           END-PERFORM.

               END-IF
           END-IF
           END-IF
           END-IF

           IF RECORD-IS-VALID
               PERFORM 2150-CHECK-TXN-CODE
           END-IF.

       2150-CHECK-TXN-CODE.
           IF WT-TXN-CODE = SPACES
               MOVE WS-DEFAULT-TXN TO WT-TXN-CODE
           END-IF
           MOVE ZERO TO WS-TXN-FOUND
           PERFORM VARYING WS-TXN-IX FROM 1 BY 1
                   UNTIL WS-TXN-IX > WS-TXN-COUNT
                   OR WS-TXN-FOUND > ZERO
               IF WS-TXN-CODE(WS-TXN-IX) = WT-TXN-CODE
                   MOVE WS-TXN-IX TO WS-TXN-FOUND
               END-IF
           END-PERFORM
           IF WT-TXN-CODE = SPACES
               SET RECORD-IS-INVALID TO TRUE
               MOVE "MISSING TRANSACTION CODE" TO WS-REJECT-REASON
           ELSE
           IF WS-TXN-FOUND = ZERO
               SET RECORD-IS-INVALID TO TRUE
               MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           ELSE
           IF NOT WS-TXN-ACTIVE(WS-TXN-FOUND)
               SET RECORD-IS-INVALID TO TRUE
               MOVE "TRANSACTION CODE INACTIVE" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF.

       2200-SUM-AMOUNTS.
           MOVE WS-ORIG-DATE TO WS-CTL-DATE(WS-CTL-COUNT)
           MOVE WS-ORIG-REC TO WS-CTL-REC(WS-CTL-COUNT)

           IF WS-FIX-USED > ZERO
               MOVE WS-FIX-PN-IX(WS-FIX-USED) TO WS-PN-IX
               MOVE "D" TO WS-PN-STATUS(WS-PN-IX)
           END-IF

           MOVE "RESUBMITTED" TO DL-DISPOSITION
           MOVE SPACES TO DL-REASON
           PERFORM 2800-WRITE-REPORT-DETAIL.
           MOVE "D" TO DL-REC-TYPE
           MOVE WS-ORIG-DATE TO DL-ORIG-DATE
           MOVE WS-ORIG-REC TO DL-ORIG-REC
           IF WS-FIX-USED > ZERO
               MOVE WS-FIX-PN-IX(WS-FIX-USED) TO WS-PN-IX
               MOVE WS-PN-ITEM-NO(WS-PN-IX) TO DL-FIX-ITEM
               MOVE WS-PN-MAKER(WS-PN-IX) TO DL-MAKER
               MOVE WS-PN-MAKE-DATE(WS-PN-IX) TO DL-MAKE-DATE
               MOVE WS-PN-MAKE-TIME(WS-PN-IX) TO DL-MAKE-TIME
               MOVE WS-PN-CHECKER(WS-PN-IX) TO DL-CHECKER
               MOVE WS-PN-DECIDE-DATE(WS-PN-IX) TO DL-DECIDE-DATE
               MOVE WS-PN-DECIDE-TIME(WS-PN-IX) TO DL-DECIDE-TIME
           ELSE
               MOVE ZERO TO DL-FIX-ITEM
               MOVE SPACES TO DL-MAKER
               MOVE ZERO TO DL-MAKE-DATE
               MOVE ZERO TO DL-MAKE-TIME
               MOVE SPACES TO DL-CHECKER
               MOVE ZERO TO DL-DECIDE-DATE
               MOVE ZERO TO DL-DECIDE-TIME
           END-IF
           WRITE RCYRPT-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-TRAILER.
           MOVE WS-STILL-INVALID TO TL-STILL-INVALID
           MOVE WS-DUPLICATES TO TL-DUPLICATES
           MOVE WS-CURRENCY-HELD TO TL-CURRENCY-HELD
           MOVE WS-FIX-QUEUED TO TL-FIX-QUEUED
           WRITE RCYRPT-RECORD FROM WS-TRAILER-LINE.

       8100-FLUSH-RESUB-HISTORY.
       9000-TERMINATE.
           CLOSE EXC-FILE
           CLOSE RESUB-FILE
           CLOSE RCYRPT-FILE
           PERFORM 9200-REWRITE-PENDING
           IF WS-FIX-QUEUED > ZERO
               OPEN OUTPUT FIX-FILE
               CLOSE FIX-FILE
           END-IF.

       9100-REWRITE-RESUB-HISTORY.
           OPEN OUTPUT RCYCTL-FILE
               END-IF
           END-PERFORM
           CLOSE RCYCTL-FILE.

       9200-REWRITE-PENDING.
           PERFORM 9210-MERGE-CURRENT-PENDING
           OPEN OUTPUT PENDING-FILE
           IF NOT PENDING-OK
               DISPLAY "SOLRECYC: CANNOT REWRITE SOLPEND.DAT, STATUS="
                   WS-PENDING-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
                   UNTIL WS-PN-IX > WS-PN-COUNT
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-PN-ITEM-NO(WS-PN-IX) TO PD-ITEM-NO
               MOVE WS-PN-TYPE(WS-PN-IX) TO PD-TYPE
               MOVE WS-PN-STATUS(WS-PN-IX) TO PD-STATUS
               MOVE WS-PN-MAKER(WS-PN-IX) TO PD-MAKER
               MOVE WS-PN-MAKE-DATE(WS-PN-IX) TO PD-MAKE-DATE
               MOVE WS-PN-MAKE-TIME(WS-PN-IX) TO PD-MAKE-TIME
               MOVE WS-PN-CHECKER(WS-PN-IX) TO PD-CHECKER
               MOVE WS-PN-DECIDE-DATE(WS-PN-IX) TO PD-DECIDE-DATE
               MOVE WS-PN-DECIDE-TIME(WS-PN-IX) TO PD-DECIDE-TIME
               MOVE WS-PN-NOTE(WS-PN-IX) TO PD-NOTE
               MOVE WS-PN-DATA(WS-PN-IX) TO PD-DATA
               WRITE PENDING-RECORD
               IF NOT PENDING-OK
                   DISPLAY "SOLRECYC: SOLPEND.DAT WRITE FAILED, "
                       "STATUS=" WS-PENDING-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       9210-MERGE-CURRENT-PENDING.
           OPEN INPUT PENDING-FILE
           IF PENDING-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ PENDING-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF PD-ITEM-NO IS NOT NUMERIC
                           DISPLAY "SOLRECYC: SOLPEND.DAT RECORD NOT "
                               "RECOGNIZED"
                           STOP RUN
                       END-IF
                       PERFORM 9220-CARRY-PENDING-ENTRY
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       9220-CARRY-PENDING-ENTRY.
           MOVE ZERO TO WS-PN-FOUND
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
                   UNTIL WS-PN-IX > WS-PN-COUNT
                   OR WS-PN-FOUND > ZERO
               IF WS-PN-ITEM-NO(WS-PN-IX) = PD-ITEM-NO
                   MOVE WS-PN-IX TO WS-PN-FOUND
               END-IF
           END-PERFORM
           IF WS-PN-FOUND = ZERO OR WS-PN-FOUND > WS-PN-LOADED
               IF WS-PN-COUNT = 2000
                   DISPLAY "SOLRECYC: SOLPEND.DAT EXCEEDS 2000 ENTRIES"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PN-COUNT
               PERFORM 1110-STORE-PENDING-ENTRY
               IF WS-PN-FOUND > ZERO
                   ADD 1 TO WS-PN-LAST-ITEM
                   MOVE WS-PN-LAST-ITEM TO WS-PN-ITEM-NO(WS-PN-COUNT)
                   DISPLAY "SOLRECYC: SOLPEND.DAT ITEM " PD-ITEM-NO
                       " RENUMBERED " WS-PN-LAST-ITEM
               END-IF
           END-IF.
