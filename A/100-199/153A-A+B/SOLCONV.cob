       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DUP-FILE ASSIGN TO "SOLDUP.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-DUP-STATUS.

           SELECT OLD-WHSE-FILE ASSIGN TO "SOLWHSE.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-WHSE-STATUS.

           SELECT OLD-ARCHIDX-FILE ASSIGN TO "SOLARC.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ARCHIDX-STATUS.

           SELECT DUP-FILE ASSIGN TO "SOLDUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               ALTERNATE RECORD KEY IS DP-FEED-DATE WITH DUPLICATES
               FILE STATUS IS WS-DUP-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "SOLWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT CONV-RPT-FILE ASSIGN TO "SOLCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-DUP-FILE.
       01  OLD-DUP-RECORD.
           05 OD-BRANCH              PIC X(3).
           05 FILLER                 PIC X.
           05 OD-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X.
           05 OD-HASH                PIC S9(13) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X.
           05 OD-FEED-DATE           PIC 9(8).

       FD  OLD-WHSE-FILE.
       01  OLD-WHSE-RECORD.
           05 OW-TRANS-IMAGE         PIC X(148).
           05 FILLER                 PIC X.
           05 OW-CURRENCY            PIC X(3).
           05 FILLER                 PIC X.
           05 OW-TXN-CODE            PIC X(3).

       FD  OLD-ARCHIDX-FILE.
       01  OLD-ARCHIDX-RECORD.
           05 OX-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 OX-JOB-ID              PIC X(8).
           05 FILLER                 PIC X.
           05 OX-FILE-TYPE           PIC X(3).
           05 FILLER                 PIC X.
           05 OX-FILE-NAME           PIC X(40).

       FD  DUP-FILE.
       01  DUP-RECORD.
           05 DP-KEY.
              10 DP-BRANCH           PIC X(3).
              10 DP-ACCOUNT          PIC 9(8).
              10 DP-HASH             PIC S9(13) SIGN LEADING SEPARATE.
           05 DP-FEED-DATE           PIC 9(8).

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

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  CONV-RPT-FILE.
       01  CONV-RPT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-OLD-DUP-STATUS      PIC XX.
              88 OLD-DUP-OK          VALUE "00".
              88 OLD-DUP-MISSING     VALUE "35".
           05 WS-OLD-WHSE-STATUS     PIC XX.
              88 OLD-WHSE-OK         VALUE "00".
              88 OLD-WHSE-MISSING    VALUE "35".
           05 WS-OLD-ARCHIDX-STATUS  PIC XX.
              88 OLD-ARCHIDX-OK      VALUE "00".
              88 OLD-ARCHIDX-MISSING VALUE "35".
           05 WS-DUP-STATUS          PIC XX.
              88 DUP-OK              VALUE "00".
              88 DUP-MISSING         VALUE "35".
              88 DUP-DUPLICATE       VALUE "22".
           05 WS-WAREHOUSE-STATUS    PIC XX.
              88 WAREHOUSE-OK        VALUE "00".
              88 WAREHOUSE-MISSING   VALUE "35".
           05 WS-ARCHIDX-STATUS      PIC XX.
              88 ARCHIDX-OK          VALUE "00".
              88 ARCHIDX-MISSING     VALUE "35".
              88 ARCHIDX-DUPLICATE   VALUE "22".
           05 WS-CONV-RPT-STATUS     PIC XX.
              88 CONV-RPT-OK         VALUE "00".

       01  WS-SWITCHES.
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-CONVERT-SWITCH      PIC X       VALUE "N".
              88 CONVERT-THIS-FILE   VALUE "Y".

       01  WS-COUNTERS.
           05 WS-RECORDS-READ        PIC 9(9)    VALUE ZERO.
           05 WS-RECORDS-LOADED      PIC 9(9)    VALUE ZERO.
           05 WS-RECORDS-MERGED      PIC 9(9)    VALUE ZERO.
           05 WS-RECORDS-REJECTED    PIC 9(9)    VALUE ZERO.
           05 WS-TOTAL-REJECTED      PIC 9(9)    VALUE ZERO.

       01  WS-CONV-WORK.
           05 WS-OLD-NAME            PIC X(12)   VALUE SPACES.
           05 WS-NEW-NAME            PIC X(12)   VALUE SPACES.
           05 WS-CONV-RESULT         PIC X(30)   VALUE SPACES.
           05 WS-SAVE-FEED-DATE      PIC 9(8)    VALUE ZERO.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLCONV   ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).

       01  WS-DETAIL-LINE.
           05 DL-REC-TYPE            PIC X       VALUE "D".
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-OLD-NAME            PIC X(12).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-NEW-NAME            PIC X(12).
           05 FILLER                 PIC X(6)    VALUE "  READ".
           05 DL-READ                PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(8)    VALUE "  LOADED".
           05 DL-LOADED              PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(8)    VALUE "  MERGED".
           05 DL-MERGED              PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(10)   VALUE "  REJECTED".
           05 DL-REJECTED            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-RESULT              PIC X(30).

       01  WS-REJECT-LINE.
           05 RL-REC-TYPE            PIC X       VALUE "X".
           05 FILLER                 PIC X       VALUE SPACE.
           05 RL-NEW-NAME            PIC X(12).
           05 FILLER                 PIC X(8)    VALUE " RECORD ".
           05 RL-RECORD-NO           PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(16)   VALUE
                                     " NOT RECOGNIZED".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-DUP-HISTORY
           PERFORM 3000-CONVERT-WAREHOUSE
           PERFORM 4000-CONVERT-ARCHIVE-INDEX
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLCONV " TO WS-JOB-ID
           END-IF

           OPEN OUTPUT CONV-RPT-FILE
           IF NOT CONV-RPT-OK
               DISPLAY "SOLCONV: CANNOT OPEN SOLCONV.RPT, STATUS="
                   WS-CONV-RPT-STATUS
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           WRITE CONV-RPT-RECORD FROM WS-HEADER-LINE.

       1100-START-FILE.
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-RECORDS-LOADED
           MOVE ZERO TO WS-RECORDS-MERGED
           MOVE ZERO TO WS-RECORDS-REJECTED
           MOVE SPACES TO WS-CONV-RESULT
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           MOVE "N" TO WS-CONVERT-SWITCH.

       1200-WRITE-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE WS-NEW-NAME TO RL-NEW-NAME
           MOVE WS-RECORDS-READ TO RL-RECORD-NO
           WRITE CONV-RPT-RECORD FROM WS-REJECT-LINE.

       2000-CONVERT-DUP-HISTORY.
           PERFORM 1100-START-FILE
           MOVE "SOLDUP.OLD" TO WS-OLD-NAME
           MOVE "SOLDUP.DAT" TO WS-NEW-NAME
           OPEN INPUT OLD-DUP-FILE
           IF OLD-DUP-MISSING
               MOVE "OLD FILE NOT PRESENT" TO WS-CONV-RESULT
           ELSE
               IF NOT OLD-DUP-OK
                   DISPLAY "SOLCONV: CANNOT OPEN SOLDUP.OLD, STATUS="
                       WS-OLD-DUP-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT DUP-FILE
               IF DUP-MISSING
                   SET CONVERT-THIS-FILE TO TRUE
               ELSE
                   IF DUP-OK
                       CLOSE DUP-FILE
                   END-IF
                   MOVE "NEW FILE EXISTS, NOT CONVERTED"
                       TO WS-CONV-RESULT
               END-IF
           END-IF

           IF CONVERT-THIS-FILE
               OPEN OUTPUT DUP-FILE
               IF DUP-OK
                   CLOSE DUP-FILE
                   OPEN I-O DUP-FILE
               END-IF
               IF NOT DUP-OK
                   DISPLAY "SOLCONV: CANNOT CREATE SOLDUP.DAT, STATUS="
                       WS-DUP-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ OLD-DUP-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 2100-LOAD-DUP-ENTRY
                   END-IF
               END-PERFORM
               CLOSE DUP-FILE
               MOVE "CONVERTED" TO WS-CONV-RESULT
           END-IF

           IF NOT OLD-DUP-MISSING
               CLOSE OLD-DUP-FILE
           END-IF
           PERFORM 8000-WRITE-FILE-LINE.

       2100-LOAD-DUP-ENTRY.
           IF OD-ACCOUNT IS NOT NUMERIC
                   OR OD-HASH IS NOT NUMERIC
                   OR OD-FEED-DATE IS NOT NUMERIC
               PERFORM 1200-WRITE-REJECT-LINE
           ELSE
               MOVE OD-BRANCH TO DP-BRANCH
               MOVE OD-ACCOUNT TO DP-ACCOUNT
               MOVE OD-HASH TO DP-HASH
               MOVE OD-FEED-DATE TO DP-FEED-DATE
               WRITE DUP-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF DUP-DUPLICATE
                   PERFORM 2200-MERGE-DUP-ENTRY
               ELSE
                   IF NOT DUP-OK
                       DISPLAY "SOLCONV: SOLDUP.DAT WRITE FAILED, "
                           "STATUS=" WS-DUP-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RECORDS-LOADED
               END-IF
           END-IF.

       2200-MERGE-DUP-ENTRY.
           MOVE OD-FEED-DATE TO WS-SAVE-FEED-DATE
           READ DUP-FILE
               INVALID KEY CONTINUE
           END-READ
           IF DUP-OK AND DP-FEED-DATE < WS-SAVE-FEED-DATE
               MOVE WS-SAVE-FEED-DATE TO DP-FEED-DATE
               REWRITE DUP-RECORD
           END-IF
           IF NOT DUP-OK
               DISPLAY "SOLCONV: SOLDUP.DAT UPDATE FAILED, STATUS="
                   WS-DUP-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORDS-MERGED.

       3000-CONVERT-WAREHOUSE.
           PERFORM 1100-START-FILE
           MOVE "SOLWHSE.OLD" TO WS-OLD-NAME
           MOVE "SOLWHSE.DAT" TO WS-NEW-NAME
           OPEN INPUT OLD-WHSE-FILE
           IF OLD-WHSE-MISSING
               MOVE "OLD FILE NOT PRESENT" TO WS-CONV-RESULT
           ELSE
               IF NOT OLD-WHSE-OK
                   DISPLAY "SOLCONV: CANNOT OPEN SOLWHSE.OLD, STATUS="
                       WS-OLD-WHSE-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT WAREHOUSE-FILE
               IF WAREHOUSE-MISSING
                   SET CONVERT-THIS-FILE TO TRUE
               ELSE
                   IF WAREHOUSE-OK
                       CLOSE WAREHOUSE-FILE
                   END-IF
                   MOVE "NEW FILE EXISTS, NOT CONVERTED"
                       TO WS-CONV-RESULT
               END-IF
           END-IF

           IF CONVERT-THIS-FILE
               OPEN OUTPUT WAREHOUSE-FILE
               IF NOT WAREHOUSE-OK
                   DISPLAY "SOLCONV: CANNOT CREATE SOLWHSE.DAT, "
                       "STATUS=" WS-WAREHOUSE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ OLD-WHSE-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 3100-LOAD-WAREHOUSE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE WAREHOUSE-FILE
               MOVE "CONVERTED" TO WS-CONV-RESULT
           END-IF

           IF NOT OLD-WHSE-MISSING
               CLOSE OLD-WHSE-FILE
           END-IF
           PERFORM 8000-WRITE-FILE-LINE.

       3100-LOAD-WAREHOUSE-ENTRY.
           IF OW-TRANS-IMAGE(141:8) IS NOT NUMERIC
               PERFORM 1200-WRITE-REJECT-LINE
           ELSE
               MOVE SPACES TO WAREHOUSE-RECORD
               MOVE OW-TRANS-IMAGE(141:8) TO WH-VALUE-DATE
               MOVE OW-TRANS-IMAGE(1:3) TO WH-FEED-BRANCH
               MOVE ZERO TO WH-FEED-SEQ
               MOVE WS-RECORDS-READ TO WH-REC-NO
               MOVE OW-TRANS-IMAGE TO WH-TRANS-IMAGE
               MOVE OW-CURRENCY TO WH-CURRENCY
               MOVE OW-TXN-CODE TO WH-TXN-CODE
               WRITE WAREHOUSE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF NOT WAREHOUSE-OK
                   DISPLAY "SOLCONV: SOLWHSE.DAT WRITE FAILED, "
                       "STATUS=" WS-WAREHOUSE-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-RECORDS-LOADED
           END-IF.

       4000-CONVERT-ARCHIVE-INDEX.
           PERFORM 1100-START-FILE
           MOVE "SOLARC.OLD" TO WS-OLD-NAME
           MOVE "SOLARC.IDX" TO WS-NEW-NAME
           OPEN INPUT OLD-ARCHIDX-FILE
           IF OLD-ARCHIDX-MISSING
               MOVE "OLD FILE NOT PRESENT" TO WS-CONV-RESULT
           ELSE
               IF NOT OLD-ARCHIDX-OK
                   DISPLAY "SOLCONV: CANNOT OPEN SOLARC.OLD, STATUS="
                       WS-OLD-ARCHIDX-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT ARCHIDX-FILE
               IF ARCHIDX-MISSING
                   SET CONVERT-THIS-FILE TO TRUE
               ELSE
                   IF ARCHIDX-OK
                       CLOSE ARCHIDX-FILE
                   END-IF
                   MOVE "NEW FILE EXISTS, NOT CONVERTED"
                       TO WS-CONV-RESULT
               END-IF
           END-IF

           IF CONVERT-THIS-FILE
               OPEN OUTPUT ARCHIDX-FILE
               IF ARCHIDX-OK
                   CLOSE ARCHIDX-FILE
                   OPEN I-O ARCHIDX-FILE
               END-IF
               IF NOT ARCHIDX-OK
                   DISPLAY "SOLCONV: CANNOT CREATE SOLARC.IDX, STATUS="
                       WS-ARCHIDX-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ OLD-ARCHIDX-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 4100-LOAD-INDEX-ENTRY
                   END-IF
               END-PERFORM
               CLOSE ARCHIDX-FILE
               MOVE "CONVERTED" TO WS-CONV-RESULT
           END-IF

           IF NOT OLD-ARCHIDX-MISSING
               CLOSE OLD-ARCHIDX-FILE
           END-IF
           PERFORM 8000-WRITE-FILE-LINE.

       4100-LOAD-INDEX-ENTRY.
           IF OX-RUN-DATE IS NOT NUMERIC
                   OR OX-FILE-TYPE = SPACES
                   OR OX-FILE-NAME = SPACES
               PERFORM 1200-WRITE-REJECT-LINE
           ELSE
               MOVE OX-RUN-DATE TO AX-RUN-DATE
               MOVE OX-JOB-ID TO AX-JOB-ID
               MOVE OX-FILE-TYPE TO AX-FILE-TYPE
               MOVE OX-FILE-NAME TO AX-FILE-NAME
               WRITE ARCHIDX-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF ARCHIDX-DUPLICATE
                   REWRITE ARCHIDX-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
               ELSE
                   ADD 1 TO WS-RECORDS-LOADED
               END-IF
               IF NOT ARCHIDX-OK
                   DISPLAY "SOLCONV: SOLARC.IDX WRITE FAILED, STATUS="
                       WS-ARCHIDX-STATUS
                   STOP RUN
               END-IF
           END-IF.

       8000-WRITE-FILE-LINE.
           MOVE WS-OLD-NAME TO DL-OLD-NAME
           MOVE WS-NEW-NAME TO DL-NEW-NAME
           MOVE WS-RECORDS-READ TO DL-READ
           MOVE WS-RECORDS-LOADED TO DL-LOADED
           MOVE WS-RECORDS-MERGED TO DL-MERGED
           MOVE WS-RECORDS-REJECTED TO DL-REJECTED
           MOVE WS-CONV-RESULT TO DL-RESULT
           WRITE CONV-RPT-RECORD FROM WS-DETAIL-LINE
           ADD WS-RECORDS-REJECTED TO WS-TOTAL-REJECTED
           DISPLAY "SOLCONV: " WS-NEW-NAME " " WS-CONV-RESULT
               " LOADED " WS-RECORDS-LOADED.

       9000-TERMINATE.
           CLOSE CONV-RPT-FILE
           IF WS-TOTAL-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
