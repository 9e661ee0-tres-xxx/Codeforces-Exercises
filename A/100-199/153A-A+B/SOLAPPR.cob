       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SOLAPPR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DECISION-FILE ASSIGN TO "SOLAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SOLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SOLACMT.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT APPR-RPT-FILE ASSIGN TO "SOLAPPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 AP-ITEM-NO             PIC X(9).
           05 FILLER                 PIC X.
           05 AP-DECISION            PIC X(7).
           05 FILLER                 PIC X.
           05 AP-NOTE                PIC X(30).

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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-TIME                PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-JOB-ID              PIC X(8).
           05 FILLER                 PIC X.
           05 AU-ACTION              PIC X(6).
           05 FILLER                 PIC X.
           05 AU-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X.
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

       FD  APPR-RPT-FILE.
       01  APPR-RPT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 PARM-OK             VALUE "00".
           05 WS-DECISION-STATUS     PIC XX.
              88 DECISION-OK         VALUE "00".
              88 DECISION-MISSING    VALUE "35".
           05 WS-PENDING-STATUS      PIC XX.
              88 PENDING-OK          VALUE "00".
           05 WS-AUDIT-STATUS        PIC XX.
              88 AUDIT-OK            VALUE "00".
              88 AUDIT-MISSING       VALUE "35".
           05 WS-APPR-RPT-STATUS     PIC XX.
              88 APPR-RPT-OK         VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 END-OF-DECISION-FILE VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-VALID-SWITCH        PIC X       VALUE "Y".
              88 RECORD-IS-VALID     VALUE "Y".
              88 RECORD-IS-INVALID   VALUE "N".
           05 WS-DECISION-SWITCH     PIC X       VALUE "N".
              88 DECISION-FILE-OPEN  VALUE "Y".

       01  WS-COUNTERS.
           05 WS-DECISIONS-READ      PIC 9(9)    VALUE ZERO.
           05 WS-APPROVED            PIC 9(9)    VALUE ZERO.
           05 WS-REJECTED            PIC 9(9)    VALUE ZERO.
           05 WS-REFUSED             PIC 9(9)    VALUE ZERO.
           05 WS-EXPIRED             PIC 9(9)    VALUE ZERO.
           05 WS-PURGED              PIC 9(9)    VALUE ZERO.
           05 WS-STILL-PENDING       PIC 9(9)    VALUE ZERO.

       01  WS-RUN-PARMS.
           05 WS-EXPIRE-DAYS         PIC 9(3)    VALUE 5.
           05 WS-RETAIN-DAYS         PIC 9(3)    VALUE 60.
           05 WS-RUN-INT             PIC 9(8)    VALUE ZERO.
           05 WS-ENTRY-INT           PIC 9(8)    VALUE ZERO.

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).

       01  WS-PENDING-TABLE.
           05 WS-PN-COUNT            PIC 9(4)    VALUE ZERO.
           05 WS-PN-IX               PIC 9(4)    VALUE ZERO.
           05 WS-PN-FOUND            PIC 9(4)    VALUE ZERO.
           05 WS-PN-ITEM-KEY         PIC 9(9)    VALUE ZERO.
           05 WS-PN-ENTRY            OCCURS 2000 TIMES.
              10 WS-PN-ITEM-NO       PIC 9(9).
              10 WS-PN-TYPE          PIC X(4).
              10 WS-PN-STATUS        PIC X.
                 88 WS-PN-PENDING    VALUE "P".
                 88 WS-PN-APPROVED   VALUE "A".
                 88 WS-PN-FINISHED   VALUE "R" "E" "D" "X".
              10 WS-PN-MAKER         PIC X(8).
              10 WS-PN-MAKE-DATE     PIC 9(8).
              10 WS-PN-MAKE-TIME     PIC 9(8).
              10 WS-PN-CHECKER       PIC X(8).
              10 WS-PN-DECIDE-DATE   PIC 9(8).
              10 WS-PN-DECIDE-TIME   PIC 9(8).
              10 WS-PN-NOTE          PIC X(30).
              10 WS-PN-DATA          PIC X(170).

       01  WS-REJECT-REASON          PIC X(30).
       01  WS-DECISION               PIC X(8)    VALUE SPACES.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                PIC X(8)    VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLAPPR   ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).
           05 FILLER                 PIC X(10)   VALUE "  CHECKER ".
           05 HL-CHECKER             PIC X(8).

       01  WS-DETAIL-LINE.
           05 DL-REC-TYPE            PIC X       VALUE "D".
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ITEM-NO             PIC X(9).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-TYPE                PIC X(4).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-SUMMARY             PIC X(18).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-MAKER               PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-MAKE-DATE           PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-MAKE-TIME           PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DISPOSITION         PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-CHECKER             PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DECIDE-DATE         PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DECIDE-TIME         PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-REASON              PIC X(30).

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(15)   VALUE "DECISIONS READ".
           05 TL-DECISIONS-READ      PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(9)    VALUE "APPROVED".
           05 TL-APPROVED            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(9)    VALUE "REJECTED".
           05 TL-REJECTED            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "REFUSED".
           05 TL-REFUSED             PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "EXPIRED".
           05 TL-EXPIRED             PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "PENDING".
           05 TL-STILL-PENDING       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(7)    VALUE "PURGED".
           05 TL-PURGED              PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXPIRE-PENDING-ITEM
               VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
           PERFORM 1900-READ-DECISION-FILE
           PERFORM 3000-PROCESS-DECISION
               UNTIL END-OF-DECISION-FILE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLAPPR " TO WS-JOB-ID
           END-IF
           DISPLAY "SOLUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           IF WS-USER-ID = SPACES
               DISPLAY "SOLAPPR: SOLUSER NOT SET, CHECKER UNKNOWN"
               STOP RUN
           END-IF

           PERFORM 1100-READ-PARM-FILE
           PERFORM 1200-LOAD-PENDING

           OPEN INPUT DECISION-FILE
           IF DECISION-MISSING
               SET END-OF-DECISION-FILE TO TRUE
           ELSE
               IF NOT DECISION-OK
                   DISPLAY "SOLAPPR: CANNOT OPEN SOLAPPR.DAT, STATUS="
                       WS-DECISION-STATUS
                   STOP RUN
               END-IF
               SET DECISION-FILE-OPEN TO TRUE
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "SOLAPPR: CANNOT OPEN SOLACMT.AUD, STATUS="
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT APPR-RPT-FILE
           IF NOT APPR-RPT-OK
               DISPLAY "SOLAPPR: CANNOT OPEN SOLAPPR.RPT, STATUS="
                   WS-APPR-RPT-STATUS
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           MOVE WS-USER-ID TO HL-CHECKER
           WRITE APPR-RPT-RECORD FROM WS-HEADER-LINE.

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
                   WHEN "EXPDAYS"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:3) TO WS-EXPIRE-DAYS
                       ELSE
                           DISPLAY "SOLAPPR: INVALID EXPDAYS PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "RETAIN"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:3) TO WS-RETAIN-DAYS
                       ELSE
                           DISPLAY "SOLAPPR: INVALID RETAIN PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "SOLAPPR: UNKNOWN PARM CARD: "
                           PARM-RECORD
                       STOP RUN
               END-EVALUATE
           END-IF.

       1200-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF PENDING-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ PENDING-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF PD-ITEM-NO IS NOT NUMERIC
                               OR PD-MAKE-DATE IS NOT NUMERIC
                           DISPLAY "SOLAPPR: SOLPEND.DAT RECORD NOT "
                               "RECOGNIZED"
                           STOP RUN
                       END-IF
                       IF WS-PN-COUNT = 2000
                           DISPLAY "SOLAPPR: SOLPEND.DAT EXCEEDS "
                               "2000 ENTRIES"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PN-COUNT
                       PERFORM 1250-STORE-PENDING-ENTRY
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

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
           MOVE PD-DATA TO WS-PN-DATA(WS-PN-COUNT).

       1900-READ-DECISION-FILE.
           IF NOT END-OF-DECISION-FILE
               READ DECISION-FILE
                   AT END SET END-OF-DECISION-FILE TO TRUE
               END-READ
               IF NOT END-OF-DECISION-FILE
                   ADD 1 TO WS-DECISIONS-READ
               END-IF
           END-IF.

       2000-EXPIRE-PENDING-ITEM.
           IF WS-PN-PENDING(WS-PN-IX)
               COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE
                   (WS-PN-MAKE-DATE(WS-PN-IX)) + WS-EXPIRE-DAYS
               IF WS-ENTRY-INT < WS-RUN-INT
                   ACCEPT WS-TIME-NOW FROM TIME
                   MOVE "E" TO WS-PN-STATUS(WS-PN-IX)
                   MOVE WS-USER-ID TO WS-PN-CHECKER(WS-PN-IX)
                   MOVE WS-RUN-DATE TO WS-PN-DECIDE-DATE(WS-PN-IX)
                   MOVE WS-TIME-NOW TO WS-PN-DECIDE-TIME(WS-PN-IX)
                   MOVE "NOT DECIDED IN TIME"
                       TO WS-PN-NOTE(WS-PN-IX)
                   ADD 1 TO WS-EXPIRED
                   MOVE "EXPIRED " TO WS-DECISION
                   MOVE WS-PN-NOTE(WS-PN-IX) TO WS-REJECT-REASON
                   MOVE WS-PN-ITEM-NO(WS-PN-IX) TO DL-ITEM-NO
                   PERFORM 2600-WRITE-AUDIT
                   PERFORM 2800-WRITE-REPORT-DETAIL
               END-IF
           END-IF.

       2100-FIND-ITEM.
           MOVE ZERO TO WS-PN-FOUND
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
                   UNTIL WS-PN-IX > WS-PN-COUNT
                   OR WS-PN-FOUND > ZERO
               IF WS-PN-ITEM-NO(WS-PN-IX) = WS-PN-ITEM-KEY
                   MOVE WS-PN-IX TO WS-PN-FOUND
               END-IF
           END-PERFORM.

       2600-WRITE-AUDIT.
           IF WS-PN-TYPE(WS-PN-IX) = "ACMT"
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-RUN-DATE TO AU-RUN-DATE
               MOVE WS-TIME-NOW TO AU-TIME
               MOVE WS-JOB-ID TO AU-JOB-ID
               MOVE WS-PN-DATA(WS-PN-IX)(1:6) TO AU-ACTION
               MOVE WS-PN-DATA(WS-PN-IX)(8:8) TO AU-ACCOUNT
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
                   DISPLAY "SOLAPPR: SOLACMT.AUD WRITE FAILED, STATUS="
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       2800-WRITE-REPORT-DETAIL.
           MOVE "D" TO DL-REC-TYPE
           MOVE WS-PN-TYPE(WS-PN-IX) TO DL-TYPE
           MOVE WS-PN-DATA(WS-PN-IX)(1:18) TO DL-SUMMARY
           MOVE WS-PN-MAKER(WS-PN-IX) TO DL-MAKER
           MOVE WS-PN-MAKE-DATE(WS-PN-IX) TO DL-MAKE-DATE
           MOVE WS-PN-MAKE-TIME(WS-PN-IX) TO DL-MAKE-TIME
           MOVE WS-DECISION TO DL-DISPOSITION
           MOVE WS-PN-CHECKER(WS-PN-IX) TO DL-CHECKER
           MOVE WS-PN-DECIDE-DATE(WS-PN-IX) TO DL-DECIDE-DATE
           MOVE WS-PN-DECIDE-TIME(WS-PN-IX) TO DL-DECIDE-TIME
           MOVE WS-REJECT-REASON TO DL-REASON
           WRITE APPR-RPT-RECORD FROM WS-DETAIL-LINE.

       2900-WRITE-REFUSED-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "D" TO DL-REC-TYPE
           MOVE AP-ITEM-NO TO DL-ITEM-NO
           MOVE ZERO TO DL-MAKE-DATE
           MOVE ZERO TO DL-MAKE-TIME
           MOVE ZERO TO DL-DECIDE-DATE
           MOVE ZERO TO DL-DECIDE-TIME
           IF WS-PN-FOUND > ZERO
               MOVE WS-PN-TYPE(WS-PN-FOUND) TO DL-TYPE
               MOVE WS-PN-DATA(WS-PN-FOUND)(1:18) TO DL-SUMMARY
               MOVE WS-PN-MAKER(WS-PN-FOUND) TO DL-MAKER
               MOVE WS-PN-MAKE-DATE(WS-PN-FOUND) TO DL-MAKE-DATE
               MOVE WS-PN-MAKE-TIME(WS-PN-FOUND) TO DL-MAKE-TIME
           END-IF
           MOVE "REFUSED " TO DL-DISPOSITION
           MOVE WS-USER-ID TO DL-CHECKER
           MOVE WS-RUN-DATE TO DL-DECIDE-DATE
           MOVE WS-TIME-NOW TO DL-DECIDE-TIME
           MOVE WS-REJECT-REASON TO DL-REASON
           WRITE APPR-RPT-RECORD FROM WS-DETAIL-LINE.

       3000-PROCESS-DECISION.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-PN-FOUND
           ACCEPT WS-TIME-NOW FROM TIME

           IF AP-ITEM-NO IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC ITEM NUMBER" TO WS-REJECT-REASON
           ELSE
               MOVE AP-ITEM-NO TO WS-PN-ITEM-KEY
               PERFORM 2100-FIND-ITEM
               IF WS-PN-FOUND = ZERO
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "ITEM NOT ON SOLPEND.DAT" TO WS-REJECT-REASON
               ELSE
               IF NOT WS-PN-PENDING(WS-PN-FOUND)
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "ITEM NOT PENDING" TO WS-REJECT-REASON
               ELSE
               IF WS-PN-MAKER(WS-PN-FOUND) = WS-USER-ID
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-REJECT-REASON
               ELSE
               IF AP-DECISION NOT = "APPROVE"
                       AND AP-DECISION NOT = "REJECT "
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN DECISION" TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

           IF RECORD-IS-VALID
               MOVE WS-PN-FOUND TO WS-PN-IX
               MOVE WS-USER-ID TO WS-PN-CHECKER(WS-PN-IX)
               MOVE WS-RUN-DATE TO WS-PN-DECIDE-DATE(WS-PN-IX)
               MOVE WS-TIME-NOW TO WS-PN-DECIDE-TIME(WS-PN-IX)
               MOVE AP-NOTE TO WS-PN-NOTE(WS-PN-IX)
               IF AP-DECISION = "APPROVE"
                   MOVE "A" TO WS-PN-STATUS(WS-PN-IX)
                   MOVE "APPROVED" TO WS-DECISION
                   ADD 1 TO WS-APPROVED
               ELSE
                   MOVE "R" TO WS-PN-STATUS(WS-PN-IX)
                   MOVE "REJECTED" TO WS-DECISION
                   ADD 1 TO WS-REJECTED
               END-IF
               MOVE AP-NOTE TO WS-REJECT-REASON
               MOVE WS-PN-ITEM-NO(WS-PN-IX) TO DL-ITEM-NO
               PERFORM 2600-WRITE-AUDIT
               PERFORM 2800-WRITE-REPORT-DETAIL
           ELSE
               ADD 1 TO WS-REFUSED
               PERFORM 2900-WRITE-REFUSED-DETAIL
           END-IF

           PERFORM 1900-READ-DECISION-FILE.

       8000-WRITE-TRAILER.
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
                   UNTIL WS-PN-IX > WS-PN-COUNT
               IF WS-PN-PENDING(WS-PN-IX)
                   ADD 1 TO WS-STILL-PENDING
               END-IF
           END-PERFORM
           MOVE WS-DECISIONS-READ TO TL-DECISIONS-READ
           MOVE WS-APPROVED TO TL-APPROVED
           MOVE WS-REJECTED TO TL-REJECTED
           MOVE WS-REFUSED TO TL-REFUSED
           MOVE WS-EXPIRED TO TL-EXPIRED
           PERFORM 9100-REWRITE-PENDING
           MOVE WS-STILL-PENDING TO TL-STILL-PENDING
           MOVE WS-PURGED TO TL-PURGED
           WRITE APPR-RPT-RECORD FROM WS-TRAILER-LINE
           DISPLAY "SOLAPPR: " WS-APPROVED " APPROVED, "
               WS-REJECTED " REJECTED, " WS-REFUSED " REFUSED, "
               WS-EXPIRED " EXPIRED".

       9000-TERMINATE.
           IF DECISION-FILE-OPEN
               CLOSE DECISION-FILE
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE APPR-RPT-FILE.

       9100-REWRITE-PENDING.
           PERFORM 9110-MERGE-CURRENT-PENDING
           OPEN OUTPUT PENDING-FILE
           IF NOT PENDING-OK
               DISPLAY "SOLAPPR: CANNOT REWRITE SOLPEND.DAT, STATUS="
                   WS-PENDING-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
                   UNTIL WS-PN-IX > WS-PN-COUNT
               MOVE ZERO TO WS-ENTRY-INT
               IF WS-PN-FINISHED(WS-PN-IX)
                       AND WS-PN-DECIDE-DATE(WS-PN-IX) > ZERO
                   COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE
                       (WS-PN-DECIDE-DATE(WS-PN-IX)) + WS-RETAIN-DAYS
               END-IF
               IF WS-ENTRY-INT > ZERO AND WS-ENTRY-INT < WS-RUN-INT
                   ADD 1 TO WS-PURGED
               ELSE
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
                       DISPLAY "SOLAPPR: SOLPEND.DAT WRITE FAILED, "
                           "STATUS=" WS-PENDING-STATUS
                       STOP RUN
                   END-IF
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
                           DISPLAY "SOLAPPR: SOLPEND.DAT RECORD NOT "
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
           IF WS-PN-FOUND = ZERO
               IF WS-PN-COUNT = 2000
                   DISPLAY "SOLAPPR: SOLPEND.DAT EXCEEDS 2000 ENTRIES"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PN-COUNT
               PERFORM 1250-STORE-PENDING-ENTRY
               IF WS-PN-PENDING(WS-PN-COUNT)
                   ADD 1 TO WS-STILL-PENDING
               END-IF
           END-IF.
