       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLACON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SOLACON.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "SOLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BALMAST-FILE ASSIGN TO "BALMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SOLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SOLACMT.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).

       FD  ACCTMAST-FILE.
       01  ACCTMAST-RECORD.
           05 AM-ACCOUNT             PIC 9(8).
           05 AM-BRANCH              PIC X(3).
           05 AM-STATUS              PIC X.
              88 ACCOUNT-OPEN        VALUE "O".
              88 ACCOUNT-CLOSED      VALUE "C".
              88 ACCOUNT-FROZEN      VALUE "F".
           05 AM-OPEN-DATE           PIC 9(8).
           05 AM-DESC                PIC X(30).
           05 AM-RATE-PLAN           PIC X(4).

       FD  BALMAST-FILE.
       01  BALMAST-RECORD.
           05 BM-ACCOUNT             PIC 9(8).
           05 BM-BALANCE             PIC S9(13) SIGN LEADING SEPARATE.
           05 BM-LAST-POSTED         PIC 9(8).
           05 BM-POST-COUNT          PIC 9(9).

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD         PIC X(250).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 PARM-OK             VALUE "00".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
           05 WS-BALMAST-STATUS      PIC XX.
              88 BALMAST-OK          VALUE "00".
           05 WS-ARCHIDX-STATUS      PIC XX.
              88 ARCHIDX-OK          VALUE "00".
           05 WS-ARCH-IN-STATUS      PIC XX.
              88 ARCH-IN-OK          VALUE "00".
           05 WS-PENDING-STATUS      PIC XX.
              88 PENDING-OK          VALUE "00".
              88 PENDING-MISSING     VALUE "35".
           05 WS-AUDIT-STATUS        PIC XX.
              88 AUDIT-OK            VALUE "00".
              88 AUDIT-MISSING       VALUE "35".

       01  WS-SWITCHES.
           05 WS-SESSION-SWITCH      PIC X       VALUE "N".
              88 END-OF-SESSION      VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-IDXEOF-SWITCH       PIC X       VALUE "N".
              88 END-OF-ARCHIVE-INDEX VALUE "Y".
           05 WS-VALID-SWITCH        PIC X       VALUE "Y".
              88 RECORD-IS-VALID     VALUE "Y".
              88 RECORD-IS-INVALID   VALUE "N".
           05 WS-FOUND-SWITCH        PIC X       VALUE "N".
              88 ACCOUNT-ON-MASTER   VALUE "Y".
           05 WS-AUTH-SWITCH         PIC X       VALUE "N".
              88 USER-MAY-MAINTAIN   VALUE "Y".

       01  WS-RUN-PARMS.
           05 WS-LOOKBACK-DAYS       PIC 9(3)    VALUE 30.
           05 WS-LOOKBACK-DATE       PIC 9(8)    VALUE ZERO.
           05 WS-USER-COUNT          PIC 9(3)    VALUE ZERO.
           05 WS-USER-IX             PIC 9(3)    VALUE ZERO.
           05 WS-USER-ENTRY          OCCURS 50 TIMES.
              10 WS-MAINT-USER       PIC X(8).

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).

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

       01  WS-SCREEN-FIELDS.
           05 WS-SCR-ACCOUNT         PIC X(8)    VALUE SPACES.
           05 WS-SCR-ACTION          PIC X(6)    VALUE SPACES.
           05 WS-SCR-BRANCH          PIC X(3)    VALUE SPACES.
           05 WS-SCR-OPEN-DATE       PIC X(8)    VALUE SPACES.
           05 WS-SCR-DESC            PIC X(30)   VALUE SPACES.
           05 WS-SCR-RATE-PLAN       PIC X(4)    VALUE SPACES.
           05 WS-SCR-MESSAGE         PIC X(78)   VALUE SPACES.
           05 WS-SCR-RUN-DATE        PIC 9(4)/99/99.

       01  WS-ACCOUNT-VIEW.
           05 WS-DSP-BRANCH          PIC X(3)    VALUE SPACES.
           05 WS-DSP-STATUS          PIC X(11)   VALUE SPACES.
           05 WS-DSP-OPEN-DATE       PIC 9(4)/99/99.
           05 WS-DSP-DESC            PIC X(30)   VALUE SPACES.
           05 WS-DSP-RATE-PLAN       PIC X(4)    VALUE SPACES.
           05 WS-DSP-BALANCE         PIC -(13)9.
           05 WS-DSP-LAST-POSTED     PIC 9(4)/99/99.
           05 WS-DSP-POST-COUNT      PIC ZZZZZZZZ9.
           05 WS-DSP-POSTING         OCCURS 5 TIMES PIC X(60).
           05 WS-DSP-REJECTION       OCCURS 3 TIMES PIC X(60).

       01  WS-POSTING-TABLE.
           05 WS-RP-COUNT            PIC 9(2)    VALUE ZERO.
           05 WS-RP-IX               PIC 9(2)    VALUE ZERO.
           05 WS-RP-LINE             PIC 9(2)    VALUE ZERO.
           05 WS-RP-ENTRY            OCCURS 5 TIMES.
              10 WS-RP-DATE          PIC 9(8).
              10 WS-RP-JOB           PIC X(8).
              10 WS-RP-TYPE          PIC X(3).
              10 WS-RP-RECNO         PIC 9(9).
              10 WS-RP-BRANCH        PIC X(3).
              10 WS-RP-AMOUNT        PIC S9(12).
              10 WS-RP-CODE          PIC X(3).

       01  WS-REJECTION-TABLE.
           05 WS-RJ-COUNT            PIC 9(2)    VALUE ZERO.
           05 WS-RJ-IX               PIC 9(2)    VALUE ZERO.
           05 WS-RJ-LINE             PIC 9(2)    VALUE ZERO.
           05 WS-RJ-ENTRY            OCCURS 3 TIMES.
              10 WS-RJ-DATE          PIC 9(8).
              10 WS-RJ-RECNO         PIC 9(9).
              10 WS-RJ-BRANCH        PIC X(3).
              10 WS-RJ-REASON        PIC X(30).

       01  WS-POSTING-LINE.
           05 PL-DATE                PIC 9(4)/99/99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-JOB                 PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-TYPE                PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-RECNO               PIC ZZZZZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-BRANCH              PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-AMOUNT              PIC -(12)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-CODE                PIC X(3).

       01  WS-REJECTION-LINE.
           05 RL-DATE                PIC 9(4)/99/99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 RL-RECNO               PIC ZZZZZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 RL-BRANCH              PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 RL-REASON              PIC X(30).

       01  WS-ARCH-IN-NAME           PIC X(40)   VALUE SPACES.
       01  WS-ITEM-NO                PIC 9(9)    VALUE ZERO.
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-OLD-STATUS             PIC X       VALUE SPACE.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                PIC X(8)    VALUE SPACES.

       SCREEN SECTION.
       01  SOLACON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "SOLACON".
           05 LINE 1 COLUMN 10
               VALUE "ACCOUNT INQUIRY AND MAINTENANCE".
           05 LINE 1 COLUMN 52 VALUE "USER".
           05 LINE 1 COLUMN 57 PIC X(8) FROM WS-USER-ID.
           05 LINE 1 COLUMN 69 PIC X(10) FROM WS-SCR-RUN-DATE.
           05 LINE 3 COLUMN 1 VALUE "ACCOUNT NUMBER:".
           05 LINE 3 COLUMN 17 PIC X(8) USING WS-SCR-ACCOUNT
               HIGHLIGHT.
           05 LINE 3 COLUMN 28 VALUE "(END TO EXIT)".
           05 LINE 5 COLUMN 1 VALUE "BRANCH:".
           05 LINE 5 COLUMN 9 PIC X(3) FROM WS-DSP-BRANCH.
           05 LINE 5 COLUMN 15 VALUE "STATUS:".
           05 LINE 5 COLUMN 23 PIC X(11) FROM WS-DSP-STATUS.
           05 LINE 5 COLUMN 37 VALUE "OPENED:".
           05 LINE 5 COLUMN 45 PIC X(10) FROM WS-DSP-OPEN-DATE.
           05 LINE 5 COLUMN 59 VALUE "RATE PLAN:".
           05 LINE 5 COLUMN 70 PIC X(4) FROM WS-DSP-RATE-PLAN.
           05 LINE 6 COLUMN 1 VALUE "DESCRIPTION:".
           05 LINE 6 COLUMN 14 PIC X(30) FROM WS-DSP-DESC.
           05 LINE 8 COLUMN 1 VALUE "BALANCE:".
           05 LINE 8 COLUMN 10 PIC X(14) FROM WS-DSP-BALANCE.
           05 LINE 8 COLUMN 27 VALUE "LAST POSTED:".
           05 LINE 8 COLUMN 40 PIC X(10) FROM WS-DSP-LAST-POSTED.
           05 LINE 8 COLUMN 54 VALUE "POST COUNT:".
           05 LINE 8 COLUMN 66 PIC X(9) FROM WS-DSP-POST-COUNT.
           05 LINE 10 COLUMN 1 VALUE "RECENT POSTINGS".
           05 LINE 11 COLUMN 1
               VALUE "RUN DATE   JOB      TYP    REC NO BR ".
           05 LINE 11 COLUMN 39 VALUE "        AMOUNT COD".
           05 LINE 12 COLUMN 1 PIC X(60) FROM WS-DSP-POSTING(1).
           05 LINE 13 COLUMN 1 PIC X(60) FROM WS-DSP-POSTING(2).
           05 LINE 14 COLUMN 1 PIC X(60) FROM WS-DSP-POSTING(3).
           05 LINE 15 COLUMN 1 PIC X(60) FROM WS-DSP-POSTING(4).
           05 LINE 16 COLUMN 1 PIC X(60) FROM WS-DSP-POSTING(5).
           05 LINE 17 COLUMN 1 VALUE "RECENT REJECTIONS".
           05 LINE 18 COLUMN 1 PIC X(60) FROM WS-DSP-REJECTION(1).
           05 LINE 19 COLUMN 1 PIC X(60) FROM WS-DSP-REJECTION(2).
           05 LINE 20 COLUMN 1 PIC X(60) FROM WS-DSP-REJECTION(3).
           05 LINE 21 COLUMN 1 VALUE "ACTION:".
           05 LINE 21 COLUMN 9 PIC X(6) USING WS-SCR-ACTION
               HIGHLIGHT.
           05 LINE 21 COLUMN 17 VALUE "(OPEN/CLOSE/FREEZE)".
           05 LINE 21 COLUMN 38 VALUE "BRANCH:".
           05 LINE 21 COLUMN 46 PIC X(3) USING WS-SCR-BRANCH
               HIGHLIGHT.
           05 LINE 21 COLUMN 52 VALUE "OPEN DATE:".
           05 LINE 21 COLUMN 63 PIC X(8) USING WS-SCR-OPEN-DATE
               HIGHLIGHT.
           05 LINE 22 COLUMN 1 VALUE "DESCRIPTION:".
           05 LINE 22 COLUMN 14 PIC X(30) USING WS-SCR-DESC
               HIGHLIGHT.
           05 LINE 22 COLUMN 52 VALUE "RATE PLAN:".
           05 LINE 22 COLUMN 63 PIC X(4) USING WS-SCR-RATE-PLAN
               HIGHLIGHT.
           05 LINE 24 COLUMN 1 PIC X(78) FROM WS-SCR-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SCREEN
               UNTIL END-OF-SESSION
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLACON " TO WS-JOB-ID
           END-IF
           DISPLAY "SOLUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE

           PERFORM 1100-READ-PARM-FILE
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-LOOKBACK-DAYS)

           IF WS-USER-ID NOT = SPACES
               PERFORM VARYING WS-USER-IX FROM 1 BY 1
                       UNTIL WS-USER-IX > WS-USER-COUNT
                   IF WS-MAINT-USER(WS-USER-IX) = WS-USER-ID
                       SET USER-MAY-MAINTAIN TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-RUN-DATE TO WS-SCR-RUN-DATE
           PERFORM 3050-CLEAR-ACCOUNT-VIEW
           IF USER-MAY-MAINTAIN
               MOVE "KEY AN ACCOUNT NUMBER, PLUS AN ACTION TO MAINTAIN"
                   TO WS-SCR-MESSAGE
           ELSE
               MOVE "KEY AN ACCOUNT NUMBER (INQUIRY ONLY)"
                   TO WS-SCR-MESSAGE
           END-IF.

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
                   WHEN "LOOKBACK"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:3)
                               TO WS-LOOKBACK-DAYS
                       ELSE
                           DISPLAY "SOLACON: INVALID LOOKBACK PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "MAINTUSER"
                       IF WS-PARM-VALUE = SPACES
                           DISPLAY "SOLACON: INVALID MAINTUSER PARM"
                           STOP RUN
                       END-IF
                       IF WS-USER-COUNT = 50
                           DISPLAY "SOLACON: MORE THAN 50 MAINTUSER "
                               "CARDS"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-USER-COUNT
                       MOVE WS-PARM-VALUE(1:8)
                           TO WS-MAINT-USER(WS-USER-COUNT)
                   WHEN OTHER
                       DISPLAY "SOLACON: UNKNOWN PARM CARD: "
                           PARM-RECORD
                       STOP RUN
               END-EVALUATE
           END-IF.

       2000-PROCESS-SCREEN.
           DISPLAY SOLACON-SCREEN
           ACCEPT SOLACON-SCREEN
           MOVE SPACES TO WS-SCR-MESSAGE
           INSPECT WS-SCR-ACCOUNT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-SCR-ACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE TRUE
               WHEN WS-SCR-ACCOUNT = "END" OR WS-SCR-ACCOUNT = SPACES
                   SET END-OF-SESSION TO TRUE
               WHEN WS-SCR-ACCOUNT IS NOT NUMERIC
                   PERFORM 3050-CLEAR-ACCOUNT-VIEW
                   MOVE "NON-NUMERIC ACCOUNT" TO WS-SCR-MESSAGE
               WHEN OTHER
                   PERFORM 3000-SHOW-ACCOUNT
                   IF WS-SCR-ACTION NOT = SPACES
                       PERFORM 4000-QUEUE-REQUEST
                   END-IF
           END-EVALUATE.

       3000-SHOW-ACCOUNT.
           PERFORM 3050-CLEAR-ACCOUNT-VIEW
           PERFORM 3100-READ-ACCOUNT
           PERFORM 3200-READ-BALANCE
           PERFORM 3300-SCAN-ARCHIVES
           PERFORM 3500-FORMAT-ACTIVITY.

       3050-CLEAR-ACCOUNT-VIEW.
           MOVE SPACES TO WS-DSP-BRANCH
           MOVE SPACES TO WS-DSP-STATUS
           MOVE ZERO TO WS-DSP-OPEN-DATE
           MOVE SPACES TO WS-DSP-DESC
           MOVE SPACES TO WS-DSP-RATE-PLAN
           MOVE ZERO TO WS-DSP-BALANCE
           MOVE ZERO TO WS-DSP-LAST-POSTED
           MOVE ZERO TO WS-DSP-POST-COUNT
           PERFORM VARYING WS-RP-LINE FROM 1 BY 1
                   UNTIL WS-RP-LINE > 5
               MOVE SPACES TO WS-DSP-POSTING(WS-RP-LINE)
           END-PERFORM
           PERFORM VARYING WS-RJ-LINE FROM 1 BY 1
                   UNTIL WS-RJ-LINE > 3
               MOVE SPACES TO WS-DSP-REJECTION(WS-RJ-LINE)
           END-PERFORM
           MOVE ZERO TO WS-RP-COUNT
           MOVE ZERO TO WS-RJ-COUNT
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE SPACE TO WS-OLD-STATUS.

       3100-READ-ACCOUNT.
           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               MOVE "UNAVAILABLE" TO WS-DSP-STATUS
               MOVE "ACCOUNT MASTER CANNOT BE OPENED, STATUS="
                   TO WS-SCR-MESSAGE
               MOVE WS-ACCTMAST-STATUS TO WS-SCR-MESSAGE(41:2)
           ELSE
               MOVE "Y" TO WS-FOUND-SWITCH
               MOVE WS-SCR-ACCOUNT TO AM-ACCOUNT
               READ ACCTMAST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
               END-READ
               IF ACCOUNT-ON-MASTER
                   MOVE AM-STATUS TO WS-OLD-STATUS
                   MOVE AM-BRANCH TO WS-DSP-BRANCH
                   MOVE AM-OPEN-DATE TO WS-DSP-OPEN-DATE
                   MOVE AM-DESC TO WS-DSP-DESC
                   MOVE AM-RATE-PLAN TO WS-DSP-RATE-PLAN
                   EVALUATE TRUE
                       WHEN ACCOUNT-OPEN
                           MOVE "OPEN" TO WS-DSP-STATUS
                       WHEN ACCOUNT-CLOSED
                           MOVE "CLOSED" TO WS-DSP-STATUS
                       WHEN ACCOUNT-FROZEN
                           MOVE "FROZEN" TO WS-DSP-STATUS
                       WHEN OTHER
                           MOVE AM-STATUS TO WS-DSP-STATUS
                   END-EVALUATE
               ELSE
                   MOVE "NOT ON FILE" TO WS-DSP-STATUS
               END-IF
               CLOSE ACCTMAST-FILE
           END-IF.

       3200-READ-BALANCE.
           OPEN INPUT BALMAST-FILE
           IF BALMAST-OK
               MOVE WS-SCR-ACCOUNT TO BM-ACCOUNT
               READ BALMAST-FILE
                   INVALID KEY
                       IF WS-SCR-MESSAGE = SPACES
                           MOVE "NO BALANCE RECORD FOR THIS ACCOUNT"
                               TO WS-SCR-MESSAGE
                       END-IF
                   NOT INVALID KEY
                       MOVE BM-BALANCE TO WS-DSP-BALANCE
                       MOVE BM-LAST-POSTED TO WS-DSP-LAST-POSTED
                       MOVE BM-POST-COUNT TO WS-DSP-POST-COUNT
               END-READ
               CLOSE BALMAST-FILE
           ELSE
               IF WS-SCR-MESSAGE = SPACES
                   MOVE "BALANCE MASTER CANNOT BE OPENED, STATUS="
                       TO WS-SCR-MESSAGE
                   MOVE WS-BALMAST-STATUS TO WS-SCR-MESSAGE(41:2)
               END-IF
           END-IF.

       3300-SCAN-ARCHIVES.
           OPEN INPUT ARCHIDX-FILE
           IF ARCHIDX-OK
               MOVE "N" TO WS-IDXEOF-SWITCH
               MOVE LOW-VALUES TO AX-KEY
               MOVE WS-LOOKBACK-DATE TO AX-RUN-DATE
               START ARCHIDX-FILE KEY IS NOT LESS THAN AX-KEY
                   INVALID KEY SET END-OF-ARCHIVE-INDEX TO TRUE
               END-START
               PERFORM UNTIL END-OF-ARCHIVE-INDEX
                   READ ARCHIDX-FILE NEXT RECORD
                       AT END SET END-OF-ARCHIVE-INDEX TO TRUE
                   END-READ
                   IF NOT END-OF-ARCHIVE-INDEX
                       IF AX-FILE-TYPE = "RPT" OR AX-FILE-TYPE = "BKR"
                               OR AX-FILE-TYPE = "INT"
                               OR AX-FILE-TYPE = "EXC"
                           PERFORM 3350-SCAN-ARCHIVE-FILE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIDX-FILE
           END-IF.

       3350-SCAN-ARCHIVE-FILE.
           MOVE AX-FILE-NAME TO WS-ARCH-IN-NAME
           DISPLAY "DD_ARCHIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-IN-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT ARCHIVE-IN-FILE
           IF ARCH-IN-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ ARCHIVE-IN-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF AX-FILE-TYPE = "EXC"
                           PERFORM 3450-KEEP-REJECTION
                       ELSE
                           PERFORM 3400-KEEP-POSTING
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-IN-FILE
           ELSE
               MOVE "ARCHIVE NOT AVAILABLE: " TO WS-SCR-MESSAGE
               MOVE WS-ARCH-IN-NAME TO WS-SCR-MESSAGE(24:40)
           END-IF.

       3400-KEEP-POSTING.
           IF ARCHIVE-IN-RECORD(1:2) = "D "
                   AND ARCHIVE-IN-RECORD(17:8) = WS-SCR-ACCOUNT
               IF WS-RP-COUNT = 5
                   PERFORM VARYING WS-RP-IX FROM 1 BY 1
                           UNTIL WS-RP-IX > 4
                       MOVE WS-RP-ENTRY(WS-RP-IX + 1)
                           TO WS-RP-ENTRY(WS-RP-IX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-RP-COUNT
               END-IF
               MOVE AX-RUN-DATE TO WS-RP-DATE(WS-RP-COUNT)
               MOVE AX-JOB-ID TO WS-RP-JOB(WS-RP-COUNT)
               MOVE AX-FILE-TYPE TO WS-RP-TYPE(WS-RP-COUNT)
               MOVE FUNCTION NUMVAL(ARCHIVE-IN-RECORD(3:9))
                   TO WS-RP-RECNO(WS-RP-COUNT)
               MOVE ARCHIVE-IN-RECORD(13:3)
                   TO WS-RP-BRANCH(WS-RP-COUNT)
               MOVE FUNCTION NUMVAL(ARCHIVE-IN-RECORD(150:13))
                   TO WS-RP-AMOUNT(WS-RP-COUNT)
               MOVE ARCHIVE-IN-RECORD(182:3)
                   TO WS-RP-CODE(WS-RP-COUNT)
           END-IF.

       3450-KEEP-REJECTION.
           IF ARCHIVE-IN-RECORD(1:8) IS NUMERIC
                   AND ARCHIVE-IN-RECORD(54:8) = WS-SCR-ACCOUNT
               IF WS-RJ-COUNT = 3
                   PERFORM VARYING WS-RJ-IX FROM 1 BY 1
                           UNTIL WS-RJ-IX > 2
                       MOVE WS-RJ-ENTRY(WS-RJ-IX + 1)
                           TO WS-RJ-ENTRY(WS-RJ-IX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-RJ-COUNT
               END-IF
               MOVE AX-RUN-DATE TO WS-RJ-DATE(WS-RJ-COUNT)
               MOVE FUNCTION NUMVAL(ARCHIVE-IN-RECORD(10:9))
                   TO WS-RJ-RECNO(WS-RJ-COUNT)
               MOVE ARCHIVE-IN-RECORD(51:3)
                   TO WS-RJ-BRANCH(WS-RJ-COUNT)
               MOVE ARCHIVE-IN-RECORD(20:30)
                   TO WS-RJ-REASON(WS-RJ-COUNT)
           END-IF.

       3500-FORMAT-ACTIVITY.
           MOVE ZERO TO WS-RP-LINE
           PERFORM VARYING WS-RP-IX FROM WS-RP-COUNT BY -1
                   UNTIL WS-RP-IX < 1
               ADD 1 TO WS-RP-LINE
               MOVE WS-RP-DATE(WS-RP-IX) TO PL-DATE
               MOVE WS-RP-JOB(WS-RP-IX) TO PL-JOB
               MOVE WS-RP-TYPE(WS-RP-IX) TO PL-TYPE
               MOVE WS-RP-RECNO(WS-RP-IX) TO PL-RECNO
               MOVE WS-RP-BRANCH(WS-RP-IX) TO PL-BRANCH
               MOVE WS-RP-AMOUNT(WS-RP-IX) TO PL-AMOUNT
               MOVE WS-RP-CODE(WS-RP-IX) TO PL-CODE
               MOVE WS-POSTING-LINE TO WS-DSP-POSTING(WS-RP-LINE)
           END-PERFORM
           IF WS-RP-COUNT = ZERO
               MOVE "NO POSTINGS IN THE ARCHIVED RUNS"
                   TO WS-DSP-POSTING(1)
           END-IF
           MOVE ZERO TO WS-RJ-LINE
           PERFORM VARYING WS-RJ-IX FROM WS-RJ-COUNT BY -1
                   UNTIL WS-RJ-IX < 1
               ADD 1 TO WS-RJ-LINE
               MOVE WS-RJ-DATE(WS-RJ-IX) TO RL-DATE
               MOVE WS-RJ-RECNO(WS-RJ-IX) TO RL-RECNO
               MOVE WS-RJ-BRANCH(WS-RJ-IX) TO RL-BRANCH
               MOVE WS-RJ-REASON(WS-RJ-IX) TO RL-REASON
               MOVE WS-REJECTION-LINE TO WS-DSP-REJECTION(WS-RJ-LINE)
           END-PERFORM
           IF WS-RJ-COUNT = ZERO
               MOVE "NO REJECTIONS IN THE ARCHIVED RUNS"
                   TO WS-DSP-REJECTION(1)
           END-IF.

       4000-QUEUE-REQUEST.
           EVALUATE TRUE
               WHEN NOT USER-MAY-MAINTAIN
                   MOVE "NOT AUTHORIZED FOR ACCOUNT MAINTENANCE"
                       TO WS-SCR-MESSAGE
               WHEN NOT ACCTMAST-OK
                   MOVE "ACCOUNT MASTER UNAVAILABLE, REQUEST NOT QUEUED"
                       TO WS-SCR-MESSAGE
               WHEN OTHER
                   PERFORM 4050-BUILD-REQUEST
           END-EVALUATE.

       4050-BUILD-REQUEST.
           MOVE SPACES TO MAINT-RECORD
           MOVE WS-SCR-ACTION TO MT-ACTION
           MOVE WS-SCR-ACCOUNT TO MT-ACCOUNT
           MOVE WS-SCR-BRANCH TO MT-BRANCH
           MOVE WS-SCR-OPEN-DATE TO MT-OPEN-DATE
           MOVE WS-SCR-DESC TO MT-DESC
           MOVE WS-SCR-RATE-PLAN TO MT-RATE-PLAN
           PERFORM 4100-EDIT-REQUEST
           IF RECORD-IS-VALID
               PERFORM 4200-NEXT-ITEM-NO
               PERFORM 4300-WRITE-PENDING
               PERFORM 4400-WRITE-AUDIT
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING MT-ACTION DELIMITED BY SPACE
                   " QUEUED AS ITEM " DELIMITED BY SIZE
                   WS-ITEM-NO DELIMITED BY SIZE
                   ", AWAITING APPROVAL" DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               END-STRING
               MOVE SPACES TO WS-SCR-ACTION
               MOVE SPACES TO WS-SCR-BRANCH
               MOVE SPACES TO WS-SCR-OPEN-DATE
               MOVE SPACES TO WS-SCR-DESC
               MOVE SPACES TO WS-SCR-RATE-PLAN
           ELSE
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "REQUEST REFUSED: " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               END-STRING
           END-IF.

       4100-EDIT-REQUEST.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE MT-ACTION
               WHEN "OPEN  "
                   IF NOT ACCOUNT-ON-MASTER
                       IF MT-BRANCH = SPACES
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "MISSING BRANCH" TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       IF ACCOUNT-OPEN
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "ACCOUNT ALREADY OPEN"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN "CLOSE "
                   IF NOT ACCOUNT-ON-MASTER
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
                   ELSE
                       IF ACCOUNT-CLOSED
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "ACCOUNT ALREADY CLOSED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN "FREEZE"
                   EVALUATE TRUE
                       WHEN NOT ACCOUNT-ON-MASTER
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "ACCOUNT NOT ON MASTER"
                               TO WS-REJECT-REASON
                       WHEN ACCOUNT-FROZEN
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "ACCOUNT ALREADY FROZEN"
                               TO WS-REJECT-REASON
                       WHEN ACCOUNT-CLOSED
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           END-EVALUATE.

       4200-NEXT-ITEM-NO.
           COMPUTE WS-ITEM-NO =
               FUNCTION MOD(WS-RUN-DATE, 1000000) * 1000
           OPEN INPUT PENDING-FILE
           IF PENDING-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ PENDING-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF PD-ITEM-NO IS NUMERIC
                               AND PD-ITEM-NO > WS-ITEM-NO
                           MOVE PD-ITEM-NO TO WS-ITEM-NO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           ADD 1 TO WS-ITEM-NO.

       4300-WRITE-PENDING.
           OPEN EXTEND PENDING-FILE
           IF PENDING-MISSING
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF NOT PENDING-OK
               DISPLAY "SOLACON: CANNOT OPEN SOLPEND.DAT, STATUS="
                   WS-PENDING-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-ITEM-NO TO PD-ITEM-NO
           MOVE "ACMT" TO PD-TYPE
           MOVE "P" TO PD-STATUS
           MOVE WS-USER-ID TO PD-MAKER
           MOVE WS-RUN-DATE TO PD-MAKE-DATE
           MOVE WS-TIME-NOW TO PD-MAKE-TIME
           MOVE SPACES TO PD-CHECKER
           MOVE ZERO TO PD-DECIDE-DATE
           MOVE ZERO TO PD-DECIDE-TIME
           MOVE SPACES TO PD-NOTE
           MOVE MAINT-RECORD TO PD-DATA
           WRITE PENDING-RECORD
           IF NOT PENDING-OK
               DISPLAY "SOLACON: SOLPEND.DAT WRITE FAILED, STATUS="
                   WS-PENDING-STATUS
               STOP RUN
           END-IF
           CLOSE PENDING-FILE.

       4400-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "SOLACON: CANNOT OPEN SOLACMT.AUD, STATUS="
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-TIME-NOW TO AU-TIME
           MOVE WS-JOB-ID TO AU-JOB-ID
           MOVE MT-ACTION TO AU-ACTION
           MOVE MT-ACCOUNT TO AU-ACCOUNT
           MOVE WS-OLD-STATUS TO AU-OLD-STATUS
           MOVE WS-ITEM-NO TO AU-ITEM-NO
           MOVE "QUEUED  " TO AU-DECISION
           MOVE WS-USER-ID TO AU-MAKER
           MOVE WS-RUN-DATE TO AU-MAKE-DATE
           MOVE WS-TIME-NOW TO AU-MAKE-TIME
           MOVE ZERO TO AU-DECIDE-DATE
           MOVE ZERO TO AU-DECIDE-TIME
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
               DISPLAY "SOLACON: SOLACMT.AUD WRITE FAILED, STATUS="
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           CLOSE AUDIT-FILE.

       9000-TERMINATE.
           DISPLAY "SOLACON: SESSION ENDED".
