               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "SOLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT SNAP-OUT-FILE ASSIGN TO "SNAPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-OUT-STATUS.
               FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT CLOSE-RPT-FILE ASSIGN TO "SOLYRND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-RPT-STATUS.

           SELECT BALCHG-FILE ASSIGN TO "SOLBCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
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

       FD  SNAP-OUT-FILE.
       01  SNAP-RECORD.
           05 SN-ACCOUNT             PIC 9(8).

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  CLOSE-RPT-FILE.
       01  CLOSE-RPT-RECORD          PIC X(132).

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
              88 YEAREND-CTL-MISSING VALUE "35".
           05 WS-BALMAST-STATUS      PIC XX.
              88 BALMAST-OK          VALUE "00".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
           05 WS-SNAP-OUT-STATUS     PIC XX.
              88 SNAP-OUT-OK         VALUE "00".
           05 WS-HISTORY-STATUS      PIC XX.
              88 ARCHIDX-MISSING     VALUE "35".
           05 WS-CLOSE-RPT-STATUS    PIC XX.
              88 CLOSE-RPT-OK        VALUE "00".
           05 WS-BALCHG-STATUS       PIC XX.
              88 BALCHG-OK           VALUE "00".
              88 BALCHG-MISSING      VALUE "35".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
               STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               DISPLAY "SOLYREND: CANNOT OPEN SOLACCT.DAT, STATUS="
                   WS-ACCTMAST-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND BALCHG-FILE
           IF BALCHG-MISSING
               OPEN OUTPUT BALCHG-FILE
           END-IF
           IF NOT BALCHG-OK
               DISPLAY "SOLYREND: CANNOT OPEN SOLBCHG.DAT, STATUS="
                   WS-BALCHG-STATUS
               STOP RUN
           END-IF

           DISPLAY "DD_SNAPOUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-SNAP-NAME UPON ENVIRONMENT-VALUE
           OPEN OUTPUT SNAP-OUT-FILE
           END-PERFORM

           CLOSE SNAP-OUT-FILE
           CLOSE BALCHG-FILE
           CLOSE ACCTMAST-FILE
           CLOSE BALMAST-FILE.

       2100-SNAPSHOT-ONE-ACCOUNT.
               DISPLAY "SOLYREND: BALMAST UPDATE FAILED, STATUS="
                   WS-BALMAST-STATUS
               STOP RUN
           END-IF
           PERFORM 2200-WRITE-CARRY-FORWARD.

       2200-WRITE-CARRY-FORWARD.
           MOVE SPACES TO BALCHG-RECORD
           MOVE BM-ACCOUNT TO CH-ACCOUNT
           MOVE BM-ACCOUNT TO AM-ACCOUNT
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "***" TO AM-BRANCH
           END-READ
           MOVE AM-BRANCH TO CH-BRANCH
           MOVE BM-BALANCE TO CH-BEFORE-BALANCE
           MOVE BM-BALANCE TO CH-AFTER-BALANCE
           MOVE ZERO TO CH-AMOUNT
           MOVE "SOLYREND" TO CH-SOURCE
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-JOB-ID TO CH-JOB-ID
           WRITE BALCHG-RECORD
           IF NOT BALCHG-OK
               DISPLAY "SOLYREND: SOLBCHG.DAT WRITE FAILED, STATUS="
                   WS-BALCHG-STATUS
               STOP RUN
           END-IF.

       3000-ROLL-HISTORY.
           CLOSE HISTORY-FILE.

       4000-REGISTER-ARCHIVE.
           OPEN I-O ARCHIDX-FILE
           IF ARCHIDX-MISSING
               OPEN OUTPUT ARCHIDX-FILE
               IF ARCHIDX-OK
                   CLOSE ARCHIDX-FILE
                   OPEN I-O ARCHIDX-FILE
               END-IF
           END-IF
           IF NOT ARCHIDX-OK
               DISPLAY "SOLYREND: CANNOT OPEN SOLARC.IDX, STATUS="
           MOVE "YEH" TO AX-FILE-TYPE
           MOVE WS-HIST-NAME TO AX-FILE-NAME
           WRITE ARCHIDX-RECORD
               INVALID KEY
                   REWRITE ARCHIDX-RECORD
           END-WRITE
           IF NOT ARCHIDX-OK
               DISPLAY "SOLYREND: SOLARC.IDX WRITE FAILED, STATUS="
                   WS-ARCHIDX-STATUS
           MOVE "YEB" TO AX-FILE-TYPE
           MOVE WS-SNAP-NAME TO AX-FILE-NAME
           WRITE ARCHIDX-RECORD
               INVALID KEY
                   REWRITE ARCHIDX-RECORD
           END-WRITE
           IF NOT ARCHIDX-OK
               DISPLAY "SOLYREND: SOLARC.IDX WRITE FAILED, STATUS="
                   WS-ARCHIDX-STATUS
