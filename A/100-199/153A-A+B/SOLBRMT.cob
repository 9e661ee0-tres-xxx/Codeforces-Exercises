       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLBRMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRMAINT-FILE ASSIGN TO "SOLBRMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMAINT-STATUS.

           SELECT BRMAST-FILE ASSIGN TO "SOLBRCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRMAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SOLBRCH.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BRMT-RPT-FILE ASSIGN TO "SOLBRMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRMAINT-FILE.
       01  BRMAINT-RECORD.
           05 BC-ACTION              PIC X(6).
           05 FILLER                 PIC X.
           05 BC-BRANCH              PIC X(3).
           05 FILLER                 PIC X.
           05 BC-REGION              PIC X(4).
           05 FILLER                 PIC X.
           05 BC-CUTOFF              PIC X(4).
           05 BC-CUTOFF-R REDEFINES BC-CUTOFF.
              10 BC-CUTOFF-HH        PIC 9(2).
              10 BC-CUTOFF-MM        PIC 9(2).
           05 FILLER                 PIC X.
           05 BC-NAME                PIC X(30).

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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-TIME                PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-JOB-ID              PIC X(8).
           05 FILLER                 PIC X.
           05 AU-USER-ID             PIC X(8).
           05 FILLER                 PIC X.
           05 AU-ACTION              PIC X(6).
           05 FILLER                 PIC X.
           05 AU-BRANCH              PIC X(3).
           05 FILLER                 PIC X.
           05 AU-OLD-STATUS          PIC X.
           05 FILLER                 PIC X.
           05 AU-NEW-STATUS          PIC X.
           05 FILLER                 PIC X.
           05 AU-OLD-REGION          PIC X(4).
           05 FILLER                 PIC X.
           05 AU-NEW-REGION          PIC X(4).
           05 FILLER                 PIC X.
           05 AU-OLD-CUTOFF          PIC 9(4).
           05 FILLER                 PIC X.
           05 AU-NEW-CUTOFF          PIC 9(4).
           05 FILLER                 PIC X.
           05 AU-OLD-NAME            PIC X(30).
           05 FILLER                 PIC X.
           05 AU-NEW-NAME            PIC X(30).

       FD  BRMT-RPT-FILE.
       01  BRMT-RPT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-BRMAINT-STATUS      PIC XX.
              88 BRMAINT-OK          VALUE "00".
           05 WS-BRMAST-STATUS       PIC XX.
              88 BRMAST-OK           VALUE "00".
              88 BRMAST-MISSING      VALUE "35".
           05 WS-AUDIT-STATUS        PIC XX.
              88 AUDIT-OK            VALUE "00".
              88 AUDIT-MISSING       VALUE "35".
           05 WS-BRMT-RPT-STATUS     PIC XX.
              88 BRMT-RPT-OK         VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 END-OF-BRMAINT-FILE VALUE "Y".
           05 WS-VALID-SWITCH        PIC X       VALUE "Y".
              88 RECORD-IS-VALID     VALUE "Y".
              88 RECORD-IS-INVALID   VALUE "N".
           05 WS-FOUND-SWITCH        PIC X       VALUE "N".
              88 BRANCH-ON-FILE      VALUE "Y".

       01  WS-COUNTERS.
           05 WS-CARDS-READ          PIC 9(9)    VALUE ZERO.
           05 WS-CARDS-APPLIED       PIC 9(9)    VALUE ZERO.
           05 WS-CARDS-REJECTED      PIC 9(9)    VALUE ZERO.

       01  WS-OLD-VALUES.
           05 WS-OLD-STATUS          PIC X       VALUE SPACE.
           05 WS-OLD-REGION          PIC X(4)    VALUE SPACES.
           05 WS-OLD-CUTOFF          PIC 9(4)    VALUE ZERO.
           05 WS-OLD-NAME            PIC X(30)   VALUE SPACES.

       01  WS-REJECT-REASON          PIC X(30).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                PIC X(8)    VALUE SPACES.
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLBRMT   ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).
           05 FILLER                 PIC X(7)    VALUE "  USER ".
           05 HL-USER-ID             PIC X(8).

       01  WS-DETAIL-LINE.
           05 DL-REC-TYPE            PIC X       VALUE "D".
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ACTION              PIC X(6).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-BRANCH              PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-OLD-STATUS          PIC X.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-NEW-STATUS          PIC X.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-REGION              PIC X(4).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-CUTOFF              PIC X(4).
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
           PERFORM 2000-PROCESS-BRANCH-CARD
               UNTIL END-OF-BRMAINT-FILE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLBRMT " TO WS-JOB-ID
           END-IF
           DISPLAY "SOLUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           IF WS-USER-ID = SPACES
               DISPLAY "SOLBRMT: SOLUSER NOT SET, CHANGES CANNOT BE "
                   "AUDITED"
               STOP RUN
           END-IF

           OPEN INPUT BRMAINT-FILE
           IF NOT BRMAINT-OK
               DISPLAY "SOLBRMT: CANNOT OPEN SOLBRMT.DAT, STATUS="
                   WS-BRMAINT-STATUS
               STOP RUN
           END-IF

           OPEN I-O BRMAST-FILE
           IF BRMAST-MISSING
               OPEN OUTPUT BRMAST-FILE
               CLOSE BRMAST-FILE
               OPEN I-O BRMAST-FILE
           END-IF
           IF NOT BRMAST-OK
               DISPLAY "SOLBRMT: CANNOT OPEN SOLBRCH.DAT, STATUS="
                   WS-BRMAST-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "SOLBRMT: CANNOT OPEN SOLBRCH.AUD, STATUS="
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT BRMT-RPT-FILE
           IF NOT BRMT-RPT-OK
               DISPLAY "SOLBRMT: CANNOT OPEN SOLBRMT.RPT, STATUS="
                   WS-BRMT-RPT-STATUS
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           MOVE WS-USER-ID TO HL-USER-ID
           WRITE BRMT-RPT-RECORD FROM WS-HEADER-LINE

           PERFORM 1900-READ-BRMAINT-FILE.

       1900-READ-BRMAINT-FILE.
           READ BRMAINT-FILE
               AT END SET END-OF-BRMAINT-FILE TO TRUE
           END-READ
           IF NOT END-OF-BRMAINT-FILE
               ADD 1 TO WS-CARDS-READ
           END-IF.

       2000-PROCESS-BRANCH-CARD.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACE TO WS-OLD-STATUS
           MOVE SPACES TO WS-OLD-REGION
           MOVE ZERO TO WS-OLD-CUTOFF
           MOVE SPACES TO WS-OLD-NAME

           IF BC-BRANCH = SPACES
               SET RECORD-IS-INVALID TO TRUE
               MOVE "MISSING BRANCH CODE" TO WS-REJECT-REASON
           ELSE
               PERFORM 2100-READ-BRANCH
               EVALUATE BC-ACTION
                   WHEN "ADD   "
                       PERFORM 2200-APPLY-ADD
                   WHEN "AMEND "
                       PERFORM 2300-APPLY-AMEND
                   WHEN "OPEN  "
                       PERFORM 2400-APPLY-OPEN
                   WHEN "CLOSE "
                       PERFORM 2500-APPLY-CLOSE
                   WHEN OTHER
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF RECORD-IS-VALID
               MOVE WS-RUN-DATE TO BR-UPDATE-DATE
               MOVE WS-USER-ID TO BR-UPDATE-USER
               PERFORM 2700-REWRITE-BRANCH
               PERFORM 2750-WRITE-AUDIT
               ADD 1 TO WS-CARDS-APPLIED
               MOVE "APPLIED " TO DL-DISPOSITION
               MOVE BR-STATUS TO DL-NEW-STATUS
               MOVE BR-REGION TO DL-REGION
               MOVE BR-CUTOFF TO DL-CUTOFF
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE "REJECTED" TO DL-DISPOSITION
               MOVE WS-OLD-STATUS TO DL-NEW-STATUS
               MOVE BC-REGION TO DL-REGION
               MOVE BC-CUTOFF TO DL-CUTOFF
           END-IF
           PERFORM 2800-WRITE-REPORT-DETAIL

           PERFORM 1900-READ-BRMAINT-FILE.

       2100-READ-BRANCH.
           MOVE "Y" TO WS-FOUND-SWITCH
           MOVE BC-BRANCH TO BR-CODE
           READ BRMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
           END-READ
           IF BRANCH-ON-FILE
               MOVE BR-STATUS TO WS-OLD-STATUS
               MOVE BR-REGION TO WS-OLD-REGION
               MOVE BR-CUTOFF TO WS-OLD-CUTOFF
               MOVE BR-NAME TO WS-OLD-NAME
           END-IF.

       2200-APPLY-ADD.
           IF BRANCH-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BRANCH ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
               IF BC-REGION = SPACES OR BC-NAME = SPACES
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "NAME AND REGION REQUIRED" TO WS-REJECT-REASON
               ELSE
                   MOVE SPACES TO BRMAST-RECORD
                   MOVE BC-BRANCH TO BR-CODE
                   MOVE "O" TO BR-STATUS
                   MOVE ZERO TO BR-CUTOFF
                   MOVE WS-RUN-DATE TO BR-OPEN-DATE
                   MOVE ZERO TO BR-CLOSE-DATE
                   PERFORM 2600-EDIT-BRANCH-FIELDS
               END-IF
           END-IF.

       2300-APPLY-AMEND.
           IF NOT BRANCH-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BRANCH NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF BC-REGION = SPACES AND BC-CUTOFF = SPACES
                       AND BC-NAME = SPACES
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "NOTHING TO AMEND" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2600-EDIT-BRANCH-FIELDS
               END-IF
           END-IF.

       2400-APPLY-OPEN.
           IF NOT BRANCH-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BRANCH NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF BRANCH-OPEN
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BRANCH ALREADY OPEN" TO WS-REJECT-REASON
               ELSE
                   MOVE "O" TO BR-STATUS
                   MOVE WS-RUN-DATE TO BR-OPEN-DATE
                   MOVE ZERO TO BR-CLOSE-DATE
               END-IF
           END-IF.

       2500-APPLY-CLOSE.
           IF NOT BRANCH-ON-FILE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BRANCH NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF BRANCH-CLOSED
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BRANCH ALREADY CLOSED" TO WS-REJECT-REASON
               ELSE
                   MOVE "C" TO BR-STATUS
                   MOVE WS-RUN-DATE TO BR-CLOSE-DATE
               END-IF
           END-IF.

       2600-EDIT-BRANCH-FIELDS.
           IF BC-CUTOFF NOT = SPACES
               IF BC-CUTOFF IS NOT NUMERIC
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "NON-NUMERIC CUT-OFF TIME" TO WS-REJECT-REASON
               ELSE
                   IF BC-CUTOFF-HH > 23 OR BC-CUTOFF-MM > 59
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "INVALID CUT-OFF TIME" TO WS-REJECT-REASON
                   ELSE
                       MOVE BC-CUTOFF TO BR-CUTOFF
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID AND BC-REGION NOT = SPACES
               MOVE BC-REGION TO BR-REGION
           END-IF
           IF RECORD-IS-VALID AND BC-NAME NOT = SPACES
               MOVE BC-NAME TO BR-NAME
           END-IF.

       2700-REWRITE-BRANCH.
           IF BRANCH-ON-FILE
               REWRITE BRMAST-RECORD
           ELSE
               WRITE BRMAST-RECORD
           END-IF
           IF NOT BRMAST-OK
               DISPLAY "SOLBRMT: SOLBRCH.DAT UPDATE FAILED, STATUS="
                   WS-BRMAST-STATUS
               STOP RUN
           END-IF.

       2750-WRITE-AUDIT.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-TIME-NOW TO AU-TIME
           MOVE WS-JOB-ID TO AU-JOB-ID
           MOVE WS-USER-ID TO AU-USER-ID
           MOVE BC-ACTION TO AU-ACTION
           MOVE BR-CODE TO AU-BRANCH
           MOVE WS-OLD-STATUS TO AU-OLD-STATUS
           MOVE BR-STATUS TO AU-NEW-STATUS
           MOVE WS-OLD-REGION TO AU-OLD-REGION
           MOVE BR-REGION TO AU-NEW-REGION
           MOVE WS-OLD-CUTOFF TO AU-OLD-CUTOFF
           MOVE BR-CUTOFF TO AU-NEW-CUTOFF
           MOVE WS-OLD-NAME TO AU-OLD-NAME
           MOVE BR-NAME TO AU-NEW-NAME
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
               DISPLAY "SOLBRMT: SOLBRCH.AUD WRITE FAILED, STATUS="
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.

       2800-WRITE-REPORT-DETAIL.
           MOVE "D" TO DL-REC-TYPE
           MOVE BC-ACTION TO DL-ACTION
           MOVE BC-BRANCH TO DL-BRANCH
           MOVE WS-OLD-STATUS TO DL-OLD-STATUS
           MOVE WS-REJECT-REASON TO DL-REASON
           WRITE BRMT-RPT-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-TRAILER.
           MOVE WS-CARDS-READ TO TL-CARDS-READ
           MOVE WS-CARDS-APPLIED TO TL-CARDS-APPLIED
           MOVE WS-CARDS-REJECTED TO TL-CARDS-REJECTED
           WRITE BRMT-RPT-RECORD FROM WS-TRAILER-LINE
           DISPLAY "SOLBRMT: " WS-CARDS-APPLIED " CARDS APPLIED, "
               WS-CARDS-REJECTED " REJECTED".

       9000-TERMINATE.
           CLOSE BRMAINT-FILE
           CLOSE BRMAST-FILE
           CLOSE AUDIT-FILE
           CLOSE BRMT-RPT-FILE.
