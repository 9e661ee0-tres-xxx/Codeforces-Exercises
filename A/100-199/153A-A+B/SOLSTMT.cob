               FILE STATUS IS WS-PARM-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"

           SELECT BALMAST-FILE ASSIGN TO "BALMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALMAST-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-RPT-STATUS.

           SELECT BRMAST-FILE ASSIGN TO "SOLBRCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRMAST-STATUS.

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
       FD  STMT-RPT-FILE.
       01  STMT-RPT-RECORD           PIC X(132).

       FD  BRMAST-FILE.
       01  BRMAST-RECORD.
           05 BR-CODE                PIC X(3).
           05 BR-NAME                PIC X(30).
           05 BR-REGION              PIC X(4).
           05 BR-STATUS              PIC X.
           05 BR-CUTOFF              PIC 9(4).
           05 BR-OPEN-DATE           PIC 9(8).
           05 BR-CLOSE-DATE          PIC 9(8).
           05 BR-UPDATE-DATE         PIC 9(8).
           05 BR-UPDATE-USER         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 BALMAST-OK          VALUE "00".
           05 WS-STMT-RPT-STATUS     PIC XX.
              88 STMT-RPT-OK         VALUE "00".
           05 WS-BRMAST-STATUS       PIC XX.
              88 BRMAST-OK           VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
           05 WS-CUR-BRANCH          PIC X(3)    VALUE SPACES.
           05 WS-CUR-ACCOUNT         PIC 9(8)    VALUE ZERO.

       01  WS-POST-TABLE.
           05 WS-PO-COUNT            PIC 9(5)    VALUE ZERO.
           05 WS-PO-IX1              PIC 9(5)    VALUE ZERO.
              10 WS-PO-DATE          PIC 9(8).
              10 WS-PO-AMOUNT        PIC S9(12).
              10 WS-PO-DONE          PIC X.
              10 WS-PO-DESC          PIC X(30).

       01  WS-PP-TABLE.
           05 WS-PP-COUNT            PIC 9(4)    VALUE ZERO.
              10 WS-PP-ACCOUNT       PIC 9(8).
              10 WS-PP-SUM           PIC S9(13).

       01  WS-REGION-TABLE.
           05 WS-REGION-COUNT        PIC 9(4)    VALUE ZERO.
           05 WS-RG-IX               PIC 9(4)    VALUE ZERO.
           05 WS-RG-SUB              PIC 9(4)    VALUE ZERO.
           05 WS-RG-KEY              PIC X(4)    VALUE SPACES.
           05 WS-REGION-ENTRY        OCCURS 999 TIMES.
              10 WS-RG-ID            PIC X(4).
              10 WS-RG-BRANCHES      PIC 9(4).
              10 WS-RG-STATEMENTS    PIC 9(9).
              10 WS-RG-TOTAL         PIC S9(13).

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-HEADER-LINE.
           05 PL-AMOUNT              PIC -(12)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-BALANCE             PIC -(13)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-DESC                PIC X(30).

       01  WS-CLOSING-LINE.
           05 CL-REC-TYPE            PIC X       VALUE "C".
           05 CP-STATEMENTS          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(15)   VALUE "  PERIOD TOTAL".
           05 CP-TOTAL               PIC -(13)9.
           05 FILLER                 PIC X(9)    VALUE "  REGION ".
           05 CP-REGION              PIC X(4).

       01  WS-REGION-LINE.
           05 RG-REC-TYPE            PIC X       VALUE "R".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(7)    VALUE "REGION ".
           05 RG-REGION              PIC X(4).
           05 FILLER                 PIC X(11)   VALUE "  BRANCHES".
           05 RG-BRANCHES            PIC ZZZ9.
           05 FILLER                 PIC X(13)   VALUE "  STATEMENTS".
           05 RG-STATEMENTS          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(15)   VALUE "  PERIOD TOTAL".
           05 RG-TOTAL               PIC -(13)9.

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-BALMAST
           PERFORM 3000-PROCESS-INDEX-ENTRY
               UNTIL END-OF-INDEX-FILE
           PERFORM 4000-BUILD-STATEMENTS
               STOP RUN
           END-IF

           OPEN INPUT BRMAST-FILE
           IF NOT BRMAST-OK
               DISPLAY "SOLSTMT: CANNOT OPEN SOLBRCH.DAT, STATUS="
                   WS-BRMAST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT STMT-RPT-FILE
           IF NOT STMT-RPT-OK
               DISPLAY "SOLSTMT: CANNOT OPEN SOLSTMT.RPT, STATUS="
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE STMT-RPT-RECORD FROM WS-HEADER-LINE

           MOVE LOW-VALUES TO AX-KEY
           MOVE WS-FROM-DATE TO AX-RUN-DATE
           START ARCHIDX-FILE KEY IS NOT LESS THAN AX-KEY
               INVALID KEY SET END-OF-INDEX-FILE TO TRUE
           END-START
           PERFORM 1900-READ-INDEX-FILE.

       1100-READ-PARM-FILE.
           END-IF.

       1900-READ-INDEX-FILE.
           IF NOT END-OF-INDEX-FILE
               READ ARCHIDX-FILE NEXT RECORD
                   AT END SET END-OF-INDEX-FILE TO TRUE
               END-READ
           END-IF.

       2000-OPEN-BALMAST.
           OPEN INPUT BALMAST-FILE
           IF NOT BALMAST-OK
               DISPLAY "SOLSTMT: CANNOT OPEN BALMAST.DAT, STATUS="
                   WS-BALMAST-STATUS
               STOP RUN
           END-IF.

       3000-PROCESS-INDEX-ENTRY.
           IF AX-FILE-TYPE = "RPT" OR AX-FILE-TYPE = "BKR"
                   OR AX-FILE-TYPE = "INT"
               IF AX-RUN-DATE NOT < WS-FROM-DATE
                       AND AX-RUN-DATE NOT > WS-TO-DATE
                   PERFORM 3100-SCAN-ARCHIVE-FILE
               MOVE FUNCTION NUMVAL(ARCHIVE-IN-RECORD(150:13))
                   TO WS-PO-AMOUNT(WS-PO-COUNT)
               MOVE "N" TO WS-PO-DONE(WS-PO-COUNT)
               MOVE ARCHIVE-IN-RECORD(186:30)
                   TO WS-PO-DESC(WS-PO-COUNT)
           END-IF.

       4000-BUILD-STATEMENTS.
                   MOVE WS-PO-BRANCH(WS-PO-IX1) TO WS-CUR-BRANCH
                   PERFORM 4100-BRANCH-SECTION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-REGION-COUNT
               MOVE WS-RG-ID(WS-RG-SUB) TO RG-REGION
               MOVE WS-RG-BRANCHES(WS-RG-SUB) TO RG-BRANCHES
               MOVE WS-RG-STATEMENTS(WS-RG-SUB) TO RG-STATEMENTS
               MOVE WS-RG-TOTAL(WS-RG-SUB) TO RG-TOTAL
               WRITE STMT-RPT-RECORD FROM WS-REGION-LINE
           END-PERFORM.

       4100-BRANCH-SECTION.
           MOVE WS-CUR-BRANCH TO CP-BRANCH
           MOVE WS-BRANCH-STATEMENTS TO CP-STATEMENTS
           MOVE WS-BRANCH-TOTAL TO CP-TOTAL
           PERFORM 4150-TALLY-REGION
           MOVE WS-RG-KEY TO CP-REGION
           WRITE STMT-RPT-RECORD FROM WS-CONTROL-LINE.

       4150-TALLY-REGION.
           MOVE WS-CUR-BRANCH TO BR-CODE
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
               IF WS-REGION-COUNT = 999
                   DISPLAY "SOLSTMT: REGION TABLE FULL"
                   STOP RUN
               END-IF
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-RG-IX
               MOVE WS-RG-KEY TO WS-RG-ID(WS-RG-IX)
               MOVE ZERO TO WS-RG-BRANCHES(WS-RG-IX)
               MOVE ZERO TO WS-RG-STATEMENTS(WS-RG-IX)
               MOVE ZERO TO WS-RG-TOTAL(WS-RG-IX)
           END-IF
           ADD 1 TO WS-RG-BRANCHES(WS-RG-IX)
           ADD WS-BRANCH-STATEMENTS TO WS-RG-STATEMENTS(WS-RG-IX)
           ADD WS-BRANCH-TOTAL TO WS-RG-TOTAL(WS-RG-IX).

       4200-ACCOUNT-STATEMENT.
           ADD 1 TO WS-STATEMENTS-WRITTEN
           ADD 1 TO WS-BRANCH-STATEMENTS
           PERFORM 4270-FIND-POST-PERIOD
           MOVE WS-CUR-ACCOUNT TO SH-ACCOUNT
           IF ACCOUNT-ON-BALMAST
               MOVE BM-LAST-POSTED TO SH-LAST-POSTED
               COMPUTE WS-CLOSING-BALANCE =
                   BM-BALANCE - WS-POST-PERIOD-SUM
               COMPUTE WS-OPENING-BALANCE =
                   WS-CLOSING-BALANCE - WS-PERIOD-SUM
               MOVE SPACES TO CL-NOTE

       4250-FIND-MASTER-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SWITCH
           MOVE WS-CUR-ACCOUNT TO BM-ACCOUNT
           READ BALMAST-FILE
               INVALID KEY CONTINUE
           END-READ
           IF BALMAST-OK
               SET ACCOUNT-ON-BALMAST TO TRUE
           END-IF.

       4280-WRITE-POSTING-LINE.
           ADD WS-PO-AMOUNT(WS-PO-IX3) TO WS-RUNNING-BALANCE
           MOVE WS-PO-DATE(WS-PO-IX3) TO PL-DATE
           MOVE WS-PO-AMOUNT(WS-PO-IX3) TO PL-AMOUNT
           MOVE WS-RUNNING-BALANCE TO PL-BALANCE
           MOVE WS-PO-DESC(WS-PO-IX3) TO PL-DESC
           WRITE STMT-RPT-RECORD FROM WS-POSTING-LINE
           MOVE "Y" TO WS-PO-DONE(WS-PO-IX3).


       9000-TERMINATE.
           CLOSE ARCHIDX-FILE
           CLOSE BALMAST-FILE
           CLOSE BRMAST-FILE
           CLOSE STMT-RPT-FILE.
