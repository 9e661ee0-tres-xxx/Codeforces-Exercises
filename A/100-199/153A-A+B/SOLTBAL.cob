               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBAL-RPT-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "SOLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BRMAST-FILE ASSIGN TO "SOLBRCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BRMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  TBAL-RPT-FILE.
       01  TBAL-RPT-RECORD           PIC X(180).

       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
           05 AM-ACCOUNT             PIC 9(8).
           05 AM-BRANCH              PIC X(3).
           05 AM-STATUS              PIC X.
           05 AM-OPEN-DATE           PIC 9(8).
           05 AM-DESC                PIC X(30).
           05 AM-RATE-PLAN           PIC X(4).

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
              88 YEAREND-CTL-OK      VALUE "00".
           05 WS-TBAL-RPT-STATUS     PIC XX.
              88 TBAL-RPT-OK         VALUE "00".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
           05 WS-BRMAST-STATUS       PIC XX.
              88 BRMAST-OK           VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).

       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT        PIC 9(4)    VALUE ZERO.
           05 WS-BR-IX               PIC 9(4)    VALUE ZERO.
           05 WS-BR-SUB              PIC 9(4)    VALUE ZERO.
           05 WS-BR-KEY              PIC X(3)    VALUE SPACES.
           05 WS-BRANCH-ENTRY        OCCURS 999 TIMES.
              10 WS-BR-ID            PIC X(3).
              10 WS-BR-ACCOUNTS      PIC 9(9).
              10 WS-BR-DEBIT         PIC S9(15).
              10 WS-BR-CREDIT        PIC S9(15).

       01  WS-REGION-TABLE.
           05 WS-REGION-COUNT        PIC 9(4)    VALUE ZERO.
           05 WS-RG-IX               PIC 9(4)    VALUE ZERO.
           05 WS-RG-SUB              PIC 9(4)    VALUE ZERO.
           05 WS-RG-KEY              PIC X(4)    VALUE SPACES.
           05 WS-REGION-ENTRY        OCCURS 999 TIMES.
              10 WS-RG-ID            PIC X(4).
              10 WS-RG-BRANCHES      PIC 9(4).
              10 WS-RG-ACCOUNTS      PIC 9(9).
              10 WS-RG-DEBIT         PIC S9(15).
              10 WS-RG-CREDIT        PIC S9(15).

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-HEADER-LINE.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-POST-COUNT          PIC ZZZZZZZZ9.

       01  WS-BRANCH-LINE.
           05 BL-REC-TYPE            PIC X       VALUE "B".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(7)    VALUE "BRANCH ".
           05 BL-BRANCH              PIC X(3).
           05 FILLER                 PIC X(9)    VALUE "  REGION ".
           05 BL-REGION              PIC X(4).
           05 FILLER                 PIC X(11)   VALUE "  ACCOUNTS".
           05 BL-ACCOUNTS            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(8)    VALUE "  DEBIT".
           05 BL-DEBIT               PIC -(15)9.
           05 FILLER                 PIC X(9)    VALUE "  CREDIT".
           05 BL-CREDIT              PIC -(15)9.
           05 FILLER                 PIC X(6)    VALUE "  NET".
           05 BL-NET                 PIC -(15)9.

       01  WS-REGION-LINE.
           05 RG-REC-TYPE            PIC X       VALUE "G".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(7)    VALUE "REGION ".
           05 RG-REGION              PIC X(4).
           05 FILLER                 PIC X(11)   VALUE "  BRANCHES".
           05 RG-BRANCHES            PIC ZZZ9.
           05 FILLER                 PIC X(11)   VALUE "  ACCOUNTS".
           05 RG-ACCOUNTS            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(8)    VALUE "  DEBIT".
           05 RG-DEBIT               PIC -(15)9.
           05 FILLER                 PIC X(9)    VALUE "  CREDIT".
           05 RG-CREDIT              PIC -(15)9.
           05 FILLER                 PIC X(6)    VALUE "  NET".
           05 RG-NET                 PIC -(15)9.

       01  WS-TOTAL-LINE.
           05 TO-REC-TYPE            PIC X       VALUE "S".
           05 FILLER                 PIC X       VALUE SPACE.
               STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               DISPLAY "SOLTBAL: CANNOT OPEN SOLACCT.DAT, STATUS="
                   WS-ACCTMAST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT BRMAST-FILE
           IF NOT BRMAST-OK
               DISPLAY "SOLTBAL: CANNOT OPEN SOLBRCH.DAT, STATUS="
                   WS-BRMAST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TBAL-RPT-FILE
           IF NOT TBAL-RPT-OK
               DISPLAY "SOLTBAL: CANNOT OPEN SOLTBAL.RPT, STATUS="
           ELSE
               ADD BM-BALANCE TO WS-DEBIT-TOTAL
           END-IF
           PERFORM 2200-TALLY-BRANCH

           IF SUPPRESS-ZERO-BAL AND BM-BALANCE = ZERO
               ADD 1 TO WS-ACCOUNTS-SUPPRESSED
           MOVE BM-POST-COUNT TO DL-POST-COUNT
           WRITE TBAL-RPT-RECORD FROM WS-DETAIL-LINE.

       2200-TALLY-BRANCH.
           MOVE BM-ACCOUNT TO AM-ACCOUNT
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "***" TO AM-BRANCH
           END-READ
           MOVE AM-BRANCH TO WS-BR-KEY
           MOVE ZERO TO WS-BR-IX
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BRANCH-COUNT
                   OR WS-BR-IX > ZERO
               IF WS-BR-ID(WS-BR-SUB) = WS-BR-KEY
                   MOVE WS-BR-SUB TO WS-BR-IX
               END-IF
           END-PERFORM
           IF WS-BR-IX = ZERO
               IF WS-BRANCH-COUNT = 999
                   DISPLAY "SOLTBAL: BRANCH TOTAL TABLE FULL"
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BR-IX
               MOVE WS-BR-KEY TO WS-BR-ID(WS-BR-IX)
               MOVE ZERO TO WS-BR-ACCOUNTS(WS-BR-IX)
               MOVE ZERO TO WS-BR-DEBIT(WS-BR-IX)
               MOVE ZERO TO WS-BR-CREDIT(WS-BR-IX)
           END-IF
           ADD 1 TO WS-BR-ACCOUNTS(WS-BR-IX)
           IF BM-BALANCE < ZERO
               ADD BM-BALANCE TO WS-BR-CREDIT(WS-BR-IX)
           ELSE
               ADD BM-BALANCE TO WS-BR-DEBIT(WS-BR-IX)
           END-IF.

       3000-SUM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
           END-IF.

       8000-WRITE-TOTALS.
           PERFORM 8100-WRITE-BRANCH-TOTALS
           MOVE "TOTAL DEBITS" TO TO-TEXT
           MOVE WS-DEBIT-TOTAL TO TO-VALUE
           WRITE TBAL-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-ACCOUNTS-SUPPRESSED TO TL-ACCOUNTS-SUPPRESSED
           WRITE TBAL-RPT-RECORD FROM WS-TRAILER-LINE.

       8100-WRITE-BRANCH-TOTALS.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BRANCH-COUNT
               PERFORM 8110-TALLY-REGION
               MOVE WS-BR-ID(WS-BR-SUB) TO BL-BRANCH
               MOVE WS-RG-KEY TO BL-REGION
               MOVE WS-BR-ACCOUNTS(WS-BR-SUB) TO BL-ACCOUNTS
               MOVE WS-BR-DEBIT(WS-BR-SUB) TO BL-DEBIT
               MOVE WS-BR-CREDIT(WS-BR-SUB) TO BL-CREDIT
               COMPUTE BL-NET = WS-BR-DEBIT(WS-BR-SUB)
                   + WS-BR-CREDIT(WS-BR-SUB)
               WRITE TBAL-RPT-RECORD FROM WS-BRANCH-LINE
           END-PERFORM
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-REGION-COUNT
               MOVE WS-RG-ID(WS-RG-SUB) TO RG-REGION
               MOVE WS-RG-BRANCHES(WS-RG-SUB) TO RG-BRANCHES
               MOVE WS-RG-ACCOUNTS(WS-RG-SUB) TO RG-ACCOUNTS
               MOVE WS-RG-DEBIT(WS-RG-SUB) TO RG-DEBIT
               MOVE WS-RG-CREDIT(WS-RG-SUB) TO RG-CREDIT
               COMPUTE RG-NET = WS-RG-DEBIT(WS-RG-SUB)
                   + WS-RG-CREDIT(WS-RG-SUB)
               WRITE TBAL-RPT-RECORD FROM WS-REGION-LINE
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
               MOVE ZERO TO WS-RG-ACCOUNTS(WS-RG-IX)
               MOVE ZERO TO WS-RG-DEBIT(WS-RG-IX)
               MOVE ZERO TO WS-RG-CREDIT(WS-RG-IX)
           END-IF
           ADD 1 TO WS-RG-BRANCHES(WS-RG-IX)
           ADD WS-BR-ACCOUNTS(WS-BR-SUB) TO WS-RG-ACCOUNTS(WS-RG-IX)
           ADD WS-BR-DEBIT(WS-BR-SUB) TO WS-RG-DEBIT(WS-RG-IX)
           ADD WS-BR-CREDIT(WS-BR-SUB) TO WS-RG-CREDIT(WS-RG-IX).

       9000-TERMINATE.
           CLOSE BALMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE BRMAST-FILE
           CLOSE TBAL-RPT-FILE
           IF MASTER-OUT-OF-BAL
               DISPLAY "SOLTBAL: MASTER OUT OF BALANCE, DIFFERENCE="
