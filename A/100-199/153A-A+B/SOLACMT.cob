               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SOLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-FILE-RECORD         PIC X(64).

       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
              88 ACCOUNT-FROZEN      VALUE "F".
           05 AM-OPEN-DATE           PIC 9(8).
           05 AM-DESC                PIC X(30).
           05 AM-RATE-PLAN           PIC X(4).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-OLD-STATUS          PIC X.
           05 FILLER                 PIC X.
           05 AU-NEW-STATUS          PIC X.
           05 FILLER                 PIC X.
           05 AU-ITEM-NO             PIC 9(9).
           05 FILLER                 PIC X.
           05 AU-DECISION            PIC X(8).
           05 FILLER                 PIC X.
           05 AU-MAKER               PIC X(8).
           05 FILLER                 PIC X.
           05 AU-MAKE-DATE           PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-MAKE-TIME           PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-CHECKER             PIC X(8).
           05 FILLER                 PIC X.
           05 AU-DECIDE-DATE         PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-DECIDE-TIME         PIC 9(8).

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD          PIC X(120).

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
       01  WS-FILE-STATUS-GROUP.
           05 WS-MAINT-STATUS        PIC XX.
              88 AUDIT-MISSING       VALUE "35".
           05 WS-MAINT-RPT-STATUS    PIC XX.
              88 MAINT-RPT-OK        VALUE "00".
           05 WS-PENDING-STATUS      PIC XX.
              88 PENDING-OK          VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 RECORD-IS-INVALID   VALUE "N".
           05 WS-FOUND-SWITCH        PIC X       VALUE "N".
              88 ACCOUNT-ON-MASTER   VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".

       01  WS-COUNTERS.
           05 WS-MAINT-READ          PIC 9(9)    VALUE ZERO.
           05 WS-MAINT-APPLIED       PIC 9(9)    VALUE ZERO.
           05 WS-MAINT-REJECTED      PIC 9(9)    VALUE ZERO.
           05 WS-MAINT-QUEUED        PIC 9(9)    VALUE ZERO.

       01  MAINT-RECORD.
           05 MT-ACTION              PIC X(6).
           05 FILLER                 PIC X.
           05 MT-ACCOUNT             PIC X(8).
           05 FILLER                 PIC X.
           05 MT-BRANCH              PIC X(3).
           05 FILLER                 PIC X.
           05 MT-OPEN-DATE           PIC X(8).
           05 FILLER                 PIC X.
           05 MT-DESC                PIC X(30).
           05 FILLER                 PIC X.
           05 MT-RATE-PLAN           PIC X(4).

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

       01  WS-REJECT-REASON          PIC X(30).
       01  WS-OLD-STATUS             PIC X       VALUE SPACE.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                PIC X(8)    VALUE SPACES.
       01  WS-DECISION               PIC X(8)    VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 DL-DISPOSITION         PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-REASON              PIC X(30).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ITEM-NO             PIC 9(9).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-MAKER               PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-CHECKER             PIC X(8).

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X(13)   VALUE "ACTIONS READ".
           05 TL-MAINT-READ          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(7)    VALUE "QUEUED".
           05 TL-MAINT-QUEUED        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "APPLIED".
           05 TL-MAINT-APPLIED       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RELEASED-ITEM
               VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-LOADED
           PERFORM 1900-READ-MAINT-FILE
           PERFORM 3000-QUEUE-MAINT-ACTION
               UNTIL END-OF-MAINT-FILE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           IF WS-JOB-ID = SPACES
               MOVE "SOLACMT " TO WS-JOB-ID
           END-IF
           DISPLAY "SOLUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           IF WS-USER-ID = SPACES
               DISPLAY "SOLACMT: SOLUSER NOT SET, MAKER UNKNOWN"
               STOP RUN
           END-IF

           OPEN INPUT MAINT-FILE
           IF NOT MAINT-OK
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-PENDING

           OPEN I-O ACCTMAST-FILE
           IF ACCTMAST-MISSING
               OPEN OUTPUT ACCTMAST-FILE

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           WRITE MAINT-RPT-RECORD FROM WS-HEADER-LINE.

       1200-LOAD-PENDING.
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
                           DISPLAY "SOLACMT: SOLPEND.DAT RECORD NOT "
                               "RECOGNIZED"
                           STOP RUN
                       END-IF
                       IF WS-PN-COUNT = 2000
                           DISPLAY "SOLACMT: SOLPEND.DAT EXCEEDS "
                               "2000 ENTRIES"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PN-COUNT
                       PERFORM 1250-STORE-PENDING-ENTRY
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           MOVE WS-PN-COUNT TO WS-PN-LOADED.

       1250-STORE-PENDING-ENTRY.
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

       1900-READ-MAINT-FILE.
           READ MAINT-FILE INTO MAINT-RECORD
               AT END SET END-OF-MAINT-FILE TO TRUE
           END-READ
           IF NOT END-OF-MAINT-FILE
               ADD 1 TO WS-MAINT-READ
           END-IF.

       2000-APPLY-RELEASED-ITEM.
           IF WS-PN-TYPE(WS-PN-IX) = "ACMT"
                   AND WS-PN-STATUS(WS-PN-IX) = "A"
               MOVE WS-PN-DATA(WS-PN-IX) TO MAINT-RECORD
               PERFORM 2050-APPLY-MAINT-ACTION
               IF RECORD-IS-VALID
                   PERFORM 2500-REWRITE-ACCOUNT
                   MOVE "D" TO WS-PN-STATUS(WS-PN-IX)
                   MOVE "APPLIED " TO WS-DECISION
                   ADD 1 TO WS-MAINT-APPLIED
                   MOVE "APPLIED " TO DL-DISPOSITION
               ELSE
                   MOVE "X" TO WS-PN-STATUS(WS-PN-IX)
                   MOVE WS-REJECT-REASON TO WS-PN-NOTE(WS-PN-IX)
                   MOVE "FAILED  " TO WS-DECISION
                   MOVE WS-OLD-STATUS TO WS-NEW-STATUS
                   ADD 1 TO WS-MAINT-REJECTED
                   MOVE "REJECTED" TO DL-DISPOSITION
               END-IF
               PERFORM 2600-WRITE-AUDIT
               MOVE WS-PN-ITEM-NO(WS-PN-IX) TO DL-ITEM-NO
               MOVE WS-PN-MAKER(WS-PN-IX) TO DL-MAKER
               MOVE WS-PN-CHECKER(WS-PN-IX) TO DL-CHECKER
               PERFORM 2800-WRITE-REPORT-DETAIL
           END-IF.

       2050-APPLY-MAINT-ACTION.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACE TO WS-OLD-STATUS
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       2100-READ-ACCOUNT.
           MOVE "Y" TO WS-FOUND-SWITCH
                       MOVE WS-RUN-DATE TO AM-OPEN-DATE
                   END-IF
                   MOVE MT-DESC TO AM-DESC
                   MOVE MT-RATE-PLAN TO AM-RATE-PLAN
                   MOVE "O" TO WS-NEW-STATUS
               END-IF
           ELSE
                   IF MT-DESC NOT = SPACES
                       MOVE MT-DESC TO AM-DESC
                   END-IF
                   IF MT-RATE-PLAN NOT = SPACES
                       MOVE MT-RATE-PLAN TO AM-RATE-PLAN
                   END-IF
                   MOVE "O" TO WS-NEW-STATUS
               END-IF
           END-IF.
           MOVE WS-TIME-NOW TO AU-TIME
           MOVE WS-JOB-ID TO AU-JOB-ID
           MOVE MT-ACTION TO AU-ACTION
           MOVE MT-ACCOUNT TO AU-ACCOUNT
           MOVE WS-OLD-STATUS TO AU-OLD-STATUS
           MOVE WS-NEW-STATUS TO AU-NEW-STATUS
           MOVE WS-PN-ITEM-NO(WS-PN-IX) TO AU-ITEM-NO
           MOVE WS-DECISION TO AU-DECISION
           MOVE WS-PN-MAKER(WS-PN-IX) TO AU-MAKER
           MOVE WS-PN-MAKE-DATE(WS-PN-IX) TO AU-MAKE-DATE
           MOVE WS-PN-MAKE-TIME(WS-PN-IX) TO AU-MAKE-TIME
           MOVE WS-PN-CHECKER(WS-PN-IX) TO AU-CHECKER
           MOVE WS-PN-DECIDE-DATE(WS-PN-IX) TO AU-DECIDE-DATE
           MOVE WS-PN-DECIDE-TIME(WS-PN-IX) TO AU-DECIDE-TIME
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
               DISPLAY "SOLACMT: SOLACMT.AUD WRITE FAILED, STATUS="
           MOVE WS-REJECT-REASON TO DL-REASON
           WRITE MAINT-RPT-RECORD FROM WS-DETAIL-LINE.

       3000-QUEUE-MAINT-ACTION.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO DL-ITEM-NO
           MOVE SPACES TO DL-MAKER
           MOVE SPACES TO DL-CHECKER

           IF MT-ACCOUNT IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC ACCOUNT" TO WS-REJECT-REASON
           ELSE
               IF MT-ACTION NOT = "OPEN  "
                       AND MT-ACTION NOT = "CLOSE "
                       AND MT-ACTION NOT = "FREEZE"
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF RECORD-IS-VALID
               IF WS-PN-COUNT = 2000
                   DISPLAY "SOLACMT: SOLPEND.DAT EXCEEDS 2000 ENTRIES"
                   STOP RUN
               END-IF
               ACCEPT WS-TIME-NOW FROM TIME
               ADD 1 TO WS-PN-COUNT
               ADD 1 TO WS-PN-LAST-ITEM
               MOVE WS-PN-LAST-ITEM TO WS-PN-ITEM-NO(WS-PN-COUNT)
               MOVE "ACMT" TO WS-PN-TYPE(WS-PN-COUNT)
               MOVE "P" TO WS-PN-STATUS(WS-PN-COUNT)
               MOVE WS-USER-ID TO WS-PN-MAKER(WS-PN-COUNT)
               MOVE WS-RUN-DATE TO WS-PN-MAKE-DATE(WS-PN-COUNT)
               MOVE WS-TIME-NOW TO WS-PN-MAKE-TIME(WS-PN-COUNT)
               MOVE SPACES TO WS-PN-CHECKER(WS-PN-COUNT)
               MOVE ZERO TO WS-PN-DECIDE-DATE(WS-PN-COUNT)
               MOVE ZERO TO WS-PN-DECIDE-TIME(WS-PN-COUNT)
               MOVE SPACES TO WS-PN-NOTE(WS-PN-COUNT)
               MOVE MAINT-RECORD TO WS-PN-DATA(WS-PN-COUNT)
               ADD 1 TO WS-MAINT-QUEUED
               MOVE "PENDING " TO DL-DISPOSITION
               MOVE WS-PN-LAST-ITEM TO DL-ITEM-NO
               MOVE WS-USER-ID TO DL-MAKER
           ELSE
               ADD 1 TO WS-MAINT-REJECTED
               MOVE "REJECTED" TO DL-DISPOSITION
           END-IF
           PERFORM 2800-WRITE-REPORT-DETAIL

           PERFORM 1900-READ-MAINT-FILE.

       8000-WRITE-TRAILER.
           MOVE WS-MAINT-READ TO TL-MAINT-READ
           MOVE WS-MAINT-QUEUED TO TL-MAINT-QUEUED
           MOVE WS-MAINT-APPLIED TO TL-MAINT-APPLIED
           MOVE WS-MAINT-REJECTED TO TL-MAINT-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-TRAILER-LINE
           DISPLAY "SOLACMT: " WS-MAINT-APPLIED " ACTIONS APPLIED, "
               WS-MAINT-QUEUED " QUEUED FOR APPROVAL, "
               WS-MAINT-REJECTED " REJECTED".

       9000-TERMINATE.
           PERFORM 9100-REWRITE-PENDING
           CLOSE MAINT-FILE
           OPEN OUTPUT MAINT-FILE
           CLOSE MAINT-FILE
           CLOSE ACCTMAST-FILE
           CLOSE AUDIT-FILE
           CLOSE MAINT-RPT-FILE.

       9100-REWRITE-PENDING.
           PERFORM 9110-MERGE-CURRENT-PENDING
           OPEN OUTPUT PENDING-FILE
           IF NOT PENDING-OK
               DISPLAY "SOLACMT: CANNOT REWRITE SOLPEND.DAT, STATUS="
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
                   DISPLAY "SOLACMT: SOLPEND.DAT WRITE FAILED, "
                       "STATUS=" WS-PENDING-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       9110-MERGE-CURRENT-PENDING.
           OPEN INPUT PENDING-FILE
           IF PENDING-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ PENDING-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF PD-ITEM-NO IS NOT NUMERIC
                           DISPLAY "SOLACMT: SOLPEND.DAT RECORD NOT "
                               "RECOGNIZED"
                           STOP RUN
                       END-IF
                       PERFORM 9120-CARRY-PENDING-ENTRY
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       9120-CARRY-PENDING-ENTRY.
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
                   DISPLAY "SOLACMT: SOLPEND.DAT EXCEEDS 2000 ENTRIES"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PN-COUNT
               PERFORM 1250-STORE-PENDING-ENTRY
               IF WS-PN-FOUND > ZERO
                   ADD 1 TO WS-PN-LAST-ITEM
                   MOVE WS-PN-LAST-ITEM TO WS-PN-ITEM-NO(WS-PN-COUNT)
                   DISPLAY "SOLACMT: SOLPEND.DAT ITEM " PD-ITEM-NO
                       " RENUMBERED " WS-PN-LAST-ITEM
               END-IF
           END-IF.
