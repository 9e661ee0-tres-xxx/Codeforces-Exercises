       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLAML.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SOLAML.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.

           SELECT CASE-FILE ASSIGN TO "SOLCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-WORK-FILE ASSIGN TO "SOLCASE.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-CASE-NO
               ALTERNATE RECORD KEY IS CW-MATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-CASE-WORK-STATUS.

           SELECT ACCT-WORK-FILE ASSIGN TO "SOLAMLA.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-ACCT-WORK-STATUS.

           SELECT AMT-WORK-FILE ASSIGN TO "SOLAMLM.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-AMOUNT
               FILE STATUS IS WS-AMT-WORK-STATUS.

           SELECT UPDATE-FILE ASSIGN TO "SOLCASE.UPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-STATUS.

           SELECT AML-RPT-FILE ASSIGN TO "SOLAML.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD         PIC X(250).

       FD  CASE-FILE.
       01  CASE-RECORD.
           05 CS-CASE-NO             PIC 9(9).
           05 FILLER                 PIC X.
           05 CS-RULE                PIC X(4).
           05 FILLER                 PIC X.
           05 CS-STATUS              PIC X.
           05 FILLER                 PIC X.
           05 CS-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X.
           05 CS-BRANCH              PIC X(3).
           05 FILLER                 PIC X.
           05 CS-AMOUNT              PIC S9(13) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X.
           05 CS-HIT-COUNT           PIC 9(5).
           05 FILLER                 PIC X.
           05 CS-OPEN-DATE           PIC 9(8).
           05 FILLER                 PIC X.
           05 CS-LAST-HIT            PIC 9(8).
           05 FILLER                 PIC X.
           05 CS-UPDATE-DATE         PIC 9(8).
           05 FILLER                 PIC X.
           05 CS-UPDATE-USER         PIC X(8).
           05 FILLER                 PIC X.
           05 CS-NOTE                PIC X(30).
           05 FILLER                 PIC X.
           05 CS-SUP-COUNT           PIC 9.
           05 FILLER                 PIC X.
           05 CS-SUPPORT             OCCURS 5 TIMES.
              10 CS-SUP-DATE         PIC 9(8).
              10 FILLER              PIC X.
              10 CS-SUP-BRANCH       PIC X(3).
              10 FILLER              PIC X.
              10 CS-SUP-ACCOUNT      PIC 9(8).
              10 FILLER              PIC X.
              10 CS-SUP-RECNO        PIC 9(9).
              10 FILLER              PIC X.
              10 CS-SUP-AMOUNT       PIC S9(12) SIGN LEADING SEPARATE.
              10 FILLER              PIC X.

       FD  CASE-WORK-FILE.
       01  CASE-WORK-RECORD.
           05 CW-CASE-NO             PIC 9(9).
           05 CW-MATCH-KEY.
              10 CW-RULE             PIC X(4).
              10 CW-MATCH-VALUE      PIC 9(12).
           05 CW-STATUS              PIC X.
              88 CW-OPEN             VALUE "O".
              88 CW-REVIEWED         VALUE "R".
              88 CW-FILED            VALUE "F".
              88 CW-CLOSED           VALUE "C".
           05 CW-ACCOUNT             PIC 9(8).
           05 CW-BRANCH              PIC X(3).
           05 CW-AMOUNT              PIC S9(13).
           05 CW-HIT-COUNT           PIC 9(5).
           05 CW-OPEN-DATE           PIC 9(8).
           05 CW-LAST-HIT            PIC 9(8).
           05 CW-UPDATE-DATE         PIC 9(8).
           05 CW-UPDATE-USER         PIC X(8).
           05 CW-NOTE                PIC X(30).
           05 CW-NEW                 PIC X.
           05 CW-SUP-COUNT           PIC 9.
           05 CW-SUPPORT             OCCURS 5 TIMES.
              10 CW-SUP-DATE         PIC 9(8).
              10 CW-SUP-BRANCH       PIC X(3).
              10 CW-SUP-ACCOUNT      PIC 9(8).
              10 CW-SUP-RECNO        PIC 9(9).
              10 CW-SUP-AMOUNT       PIC S9(12).

       FD  ACCT-WORK-FILE.
       01  ACCT-WORK-RECORD.
           05 AW-KEY.
              10 AW-BRANCH           PIC X(3).
              10 AW-ACCOUNT          PIC 9(8).
           05 AW-WIN-COUNT           PIC 9(7).
           05 AW-WIN-TOTAL           PIC 9(15).
           05 AW-WIN-LAST            PIC 9(8).
           05 AW-HIST-COUNT          PIC 9(7).
           05 AW-HIST-TOTAL          PIC 9(15).
           05 AW-NEAR-COUNT          PIC 9(7).
           05 AW-NEAR-TOTAL          PIC 9(15).
           05 AW-NEAR-LAST           PIC 9(8).
           05 AW-WIN-SUPPORT.
              10 AW-WIN-SUP-COUNT    PIC 9.
              10 AW-WIN-SUP-ENTRY    PIC X(40) OCCURS 5 TIMES.
           05 AW-NEAR-SUPPORT.
              10 AW-NEAR-SUP-COUNT   PIC 9.
              10 AW-NEAR-SUP-ENTRY   PIC X(40) OCCURS 5 TIMES.

       FD  AMT-WORK-FILE.
       01  AMT-WORK-RECORD.
           05 MW-AMOUNT              PIC 9(12).
           05 MW-POSTINGS            PIC 9(7).
           05 MW-LAST                PIC 9(8).
           05 MW-LAST-ACCOUNT        PIC 9(8).
           05 MW-LAST-BRANCH         PIC X(3).
           05 MW-BR-COUNT            PIC 99.
           05 MW-BRANCH              PIC X(3) OCCURS 10 TIMES.
           05 MW-SUPPORT.
              10 MW-SUP-COUNT        PIC 9.
              10 MW-SUP-ENTRY        PIC X(40) OCCURS 5 TIMES.

       FD  UPDATE-FILE.
       01  UPDATE-RECORD.
           05 CU-CASE-NO             PIC X(9).
           05 FILLER                 PIC X.
           05 CU-ACTION              PIC X(8).
           05 FILLER                 PIC X.
           05 CU-NOTE                PIC X(30).

       FD  AML-RPT-FILE.
       01  AML-RPT-RECORD            PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 PARM-OK             VALUE "00".
           05 WS-ARCHIDX-STATUS      PIC XX.
              88 ARCHIDX-OK          VALUE "00".
           05 WS-ARCH-IN-STATUS      PIC XX.
              88 ARCH-IN-OK          VALUE "00".
           05 WS-CASE-STATUS         PIC XX.
              88 CASE-OK             VALUE "00".
              88 CASE-MISSING        VALUE "35".
           05 WS-CASE-WORK-STATUS    PIC XX.
              88 CASE-WORK-OK        VALUE "00" "02".
           05 WS-ACCT-WORK-STATUS    PIC XX.
              88 ACCT-WORK-OK        VALUE "00".
           05 WS-AMT-WORK-STATUS     PIC XX.
              88 AMT-WORK-OK         VALUE "00".
           05 WS-UPDATE-STATUS       PIC XX.
              88 UPDATE-OK           VALUE "00".
              88 UPDATE-MISSING      VALUE "35".
           05 WS-AML-RPT-STATUS      PIC XX.
              88 AML-RPT-OK          VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 END-OF-INDEX-FILE   VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-UPDATE-EOF-SWITCH   PIC X       VALUE "N".
              88 END-OF-UPDATE-FILE  VALUE "Y".
           05 WS-UPDATE-SWITCH       PIC X       VALUE "N".
              88 UPDATE-FILE-OPEN    VALUE "Y".
           05 WS-VALID-SWITCH        PIC X       VALUE "Y".
              88 RECORD-IS-VALID     VALUE "Y".
              88 RECORD-IS-INVALID   VALUE "N".
           05 WS-WORK-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-WORK-FILE    VALUE "Y".
           05 WS-MATCH-EOF-SWITCH    PIC X       VALUE "N".
              88 END-OF-CASE-MATCH   VALUE "Y".
           05 WS-WORK-FOUND-SWITCH   PIC X       VALUE "N".
              88 WORK-RECORD-FOUND   VALUE "Y".

       01  WS-COUNTERS.
           05 WS-FILES-SCANNED       PIC 9(4)    VALUE ZERO.
           05 WS-POSTINGS-READ       PIC 9(9)    VALUE ZERO.
           05 WS-CASES-OPENED        PIC 9(9)    VALUE ZERO.
           05 WS-CASES-UPDATED       PIC 9(9)    VALUE ZERO.
           05 WS-UPDATES-READ        PIC 9(9)    VALUE ZERO.
           05 WS-UPDATES-APPLIED     PIC 9(9)    VALUE ZERO.
           05 WS-UPDATES-REFUSED     PIC 9(9)    VALUE ZERO.
           05 WS-CASES-LISTED        PIC 9(9)    VALUE ZERO.
           05 WS-CASES-PURGED        PIC 9(9)    VALUE ZERO.

       01  WS-RUN-PARMS.
           05 WS-WINDOW-DAYS         PIC 9(3)    VALUE 30.
           05 WS-HIST-DAYS           PIC 9(3)    VALUE 90.
           05 WS-THRESHOLD           PIC 9(12)   VALUE 10000.
           05 WS-BAND-PCT            PIC 9(3)    VALUE 10.
           05 WS-MIN-COUNT           PIC 9(3)    VALUE 3.
           05 WS-MIN-POST            PIC 9(3)    VALUE 10.
           05 WS-SPIKE-PCT           PIC 9(3)    VALUE 300.
           05 WS-MIN-BRANCH          PIC 9(3)    VALUE 3.
           05 WS-MIN-AMOUNT          PIC 9(12)   VALUE 1000.
           05 WS-RETAIN-DAYS         PIC 9(3)    VALUE 400.

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).

       01  WS-DATE-WORK.
           05 WS-RUN-INT             PIC 9(8)    VALUE ZERO.
           05 WS-WINDOW-START        PIC 9(8)    VALUE ZERO.
           05 WS-HIST-START          PIC 9(8)    VALUE ZERO.
           05 WS-HIST-FIRST          PIC 9(8)    VALUE ZERO.
           05 WS-HIST-SPAN           PIC 9(5)    VALUE ZERO.
           05 WS-ENTRY-INT           PIC 9(8)    VALUE ZERO.
           05 WS-NEAR-FLOOR          PIC 9(12)   VALUE ZERO.
           05 WS-EXP-COUNT           PIC 9(9)V99 VALUE ZERO.
           05 WS-EXP-TOTAL           PIC 9(15)V99 VALUE ZERO.
           05 WS-TEST-ACTUAL         PIC 9(18)   VALUE ZERO.
           05 WS-TEST-LIMIT          PIC 9(18)   VALUE ZERO.
           05 WS-SPIKE-SWITCH        PIC X       VALUE "N".
              88 VOLUME-SPIKE        VALUE "Y".

       01  WS-SCAN-WORK.
           05 WS-ARCH-IN-NAME        PIC X(40)   VALUE SPACES.
           05 WS-LINE-AMOUNT         PIC S9(12)  VALUE ZERO.
           05 WS-LINE-ABS            PIC 9(12)   VALUE ZERO.

       01  WS-POSTING-WORK.
           05 WS-PT-SUPPORT.
              10 WS-PT-DATE          PIC 9(8).
              10 WS-PT-BRANCH        PIC X(3).
              10 WS-PT-ACCOUNT       PIC 9(8).
              10 WS-PT-RECNO         PIC 9(9).
              10 WS-PT-AMOUNT        PIC S9(12).
           05 WS-PT-WINDOW           PIC X.
              88 POSTING-IN-WINDOW   VALUE "Y".
           05 WS-PT-NEAR             PIC X.
              88 POSTING-NEAR-LIMIT  VALUE "Y".

       01  WS-SUPPORT-WORK.
           05 WS-SW-COUNT            PIC 9.
           05 WS-SW-ENTRY            PIC X(40) OCCURS 5 TIMES.
       01  WS-SW-IX                  PIC 9       VALUE ZERO.

       01  WS-BRANCH-WORK.
           05 WS-MW-BR-IX            PIC 99      VALUE ZERO.
           05 WS-MW-BR-FOUND         PIC 99      VALUE ZERO.

       01  WS-CASE-WORK.
           05 WS-CS-LAST-NO          PIC 9(9)    VALUE ZERO.
           05 WS-CS-SUP-IX           PIC 9       VALUE ZERO.
           05 WS-CS-OPEN-NO          PIC 9(9)    VALUE ZERO.
           05 WS-CS-CLOSED-NO        PIC 9(9)    VALUE ZERO.
           05 WS-CS-CLOSED-LAST      PIC 9(8)    VALUE ZERO.
           05 WS-HIT-MATCH-KEY.
              10 WS-HIT-MATCH-RULE   PIC X(4)    VALUE SPACES.
              10 WS-HIT-MATCH-VALUE  PIC 9(12)   VALUE ZERO.

       01  WS-HIT-WORK.
           05 WS-HIT-RULE            PIC X(4)    VALUE SPACES.
           05 WS-HIT-ACCOUNT         PIC 9(8)    VALUE ZERO.
           05 WS-HIT-BRANCH          PIC X(3)    VALUE SPACES.
           05 WS-HIT-AMOUNT          PIC S9(13)  VALUE ZERO.
           05 WS-HIT-KEY-AMOUNT      PIC 9(12)   VALUE ZERO.
           05 WS-HIT-COUNT           PIC 9(5)    VALUE ZERO.
           05 WS-HIT-LATEST          PIC 9(8)    VALUE ZERO.
           05 WS-HIT-SUP-COUNT       PIC 9       VALUE ZERO.
           05 WS-HIT-SUPPORT         PIC X(40) OCCURS 5 TIMES.

       01  WS-REJECT-REASON          PIC X(30)   VALUE SPACES.
       01  WS-NEW-STATUS             PIC X       VALUE SPACE.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                PIC X(8)    VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLAML    ".
           05 FILLER                 PIC X(18)
                                     VALUE "OPEN AML CASES".
           05 FILLER                 PIC X(7)    VALUE "WINDOW ".
           05 HL-WINDOW-START        PIC 9(4)/99/99.
           05 FILLER                 PIC X(4)    VALUE " TO ".
           05 HL-WINDOW-END          PIC 9(4)/99/99.
           05 FILLER                 PIC X(11)   VALUE "  HISTORY ".
           05 HL-HIST-START          PIC 9(4)/99/99.
           05 FILLER                 PIC X(11)   VALUE "  RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).

       01  WS-UPDATE-LINE.
           05 UL-REC-TYPE            PIC X       VALUE "U".
           05 FILLER                 PIC X       VALUE SPACE.
           05 UL-CASE-NO             PIC X(9).
           05 FILLER                 PIC X       VALUE SPACE.
           05 UL-ACTION              PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 UL-RESULT              PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 UL-USER                PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 UL-REASON              PIC X(30).
           05 FILLER                 PIC X       VALUE SPACE.
           05 UL-NOTE                PIC X(30).

       01  WS-CASE-LINE.
           05 CL-REC-TYPE            PIC X       VALUE "C".
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-CASE-NO             PIC ZZZZZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-RULE                PIC X(4).
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-RULE-DESC           PIC X(20).
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-STATUS              PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-BRANCH              PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-AMOUNT              PIC -(12)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-HIT-COUNT           PIC ZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-OPEN-DATE           PIC 9(4)/99/99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-LAST-HIT            PIC 9(4)/99/99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-DAYS-OPEN           PIC ZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-NEW                 PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-UPDATE-USER         PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 CL-NOTE                PIC X(30).

       01  WS-SUPPORT-LINE.
           05 SL-REC-TYPE            PIC X       VALUE "S".
           05 FILLER                 PIC X(11)   VALUE SPACES.
           05 SL-DATE                PIC 9(4)/99/99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 SL-BRANCH              PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 SL-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 SL-RECNO               PIC ZZZZZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 SL-AMOUNT              PIC -(12)9.

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(14)   VALUE "FILES SCANNED".
           05 TL-FILES-SCANNED       PIC ZZZ9.
           05 FILLER                 PIC X(10)   VALUE "  POSTINGS".
           05 TL-POSTINGS            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(11)   VALUE "  NEW CASES".
           05 TL-CASES-OPENED        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(15)
                                     VALUE "  CASES UPDATED".
           05 TL-CASES-UPDATED       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(9)    VALUE "  UPDATES".
           05 TL-UPDATES-APPLIED     PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(9)    VALUE "  REFUSED".
           05 TL-UPDATES-REFUSED     PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(12)   VALUE "  CASES OPEN".
           05 TL-CASES-LISTED        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(8)    VALUE "  PURGED".
           05 TL-CASES-PURGED        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-STATUS-UPDATES
           PERFORM 1800-POSITION-INDEX-FILE
           PERFORM 1900-READ-INDEX-FILE
           PERFORM 3000-PROCESS-INDEX-ENTRY
               UNTIL END-OF-INDEX-FILE
           PERFORM 4000-APPLY-RULES
           PERFORM 5000-LIST-OPEN-CASES
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLAML  " TO WS-JOB-ID
           END-IF
           DISPLAY "SOLUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE

           PERFORM 1100-READ-PARM-FILE

           COMPUTE WS-ENTRY-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-ENTRY-INT)
           COMPUTE WS-ENTRY-INT = WS-ENTRY-INT - WS-HIST-DAYS
           COMPUTE WS-HIST-START =
               FUNCTION DATE-OF-INTEGER(WS-ENTRY-INT)
           COMPUTE WS-NEAR-FLOOR =
               WS-THRESHOLD * (100 - WS-BAND-PCT) / 100

           PERFORM 1200-LOAD-CASES
           PERFORM 1300-OPEN-WORK-FILES

           OPEN INPUT ARCHIDX-FILE
           IF NOT ARCHIDX-OK
               DISPLAY "SOLAML: CANNOT OPEN SOLARC.IDX, STATUS="
                   WS-ARCHIDX-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT AML-RPT-FILE
           IF NOT AML-RPT-OK
               DISPLAY "SOLAML: CANNOT OPEN SOLAML.RPT, STATUS="
                   WS-AML-RPT-STATUS
               STOP RUN
           END-IF

           MOVE WS-WINDOW-START TO HL-WINDOW-START
           MOVE WS-RUN-DATE TO HL-WINDOW-END
           MOVE WS-HIST-START TO HL-HIST-START
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           WRITE AML-RPT-RECORD FROM WS-HEADER-LINE.

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
                   WHEN "WINDOW"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) > "000"
                           MOVE WS-PARM-VALUE(1:3) TO WS-WINDOW-DAYS
                       ELSE
                           DISPLAY "SOLAML: INVALID WINDOW PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "HISTDAYS"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) > "000"
                           MOVE WS-PARM-VALUE(1:3) TO WS-HIST-DAYS
                       ELSE
                           DISPLAY "SOLAML: INVALID HISTDAYS PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "THRESHOLD"
                       IF WS-PARM-VALUE(1:1) IS NUMERIC
                               AND FUNCTION NUMVAL(WS-PARM-VALUE)
                               > ZERO
                           COMPUTE WS-THRESHOLD =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       ELSE
                           DISPLAY "SOLAML: INVALID THRESHOLD PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "BAND"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) < "100"
                           MOVE WS-PARM-VALUE(1:3) TO WS-BAND-PCT
                       ELSE
                           DISPLAY "SOLAML: INVALID BAND PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "MINCOUNT"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) > "000"
                           MOVE WS-PARM-VALUE(1:3) TO WS-MIN-COUNT
                       ELSE
                           DISPLAY "SOLAML: INVALID MINCOUNT PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "MINPOST"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) > "000"
                           MOVE WS-PARM-VALUE(1:3) TO WS-MIN-POST
                       ELSE
                           DISPLAY "SOLAML: INVALID MINPOST PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "SPIKE"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) > "100"
                           MOVE WS-PARM-VALUE(1:3) TO WS-SPIKE-PCT
                       ELSE
                           DISPLAY "SOLAML: INVALID SPIKE PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "MINBRANCH"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) > "001"
                               AND WS-PARM-VALUE(1:3) < "011"
                           MOVE WS-PARM-VALUE(1:3) TO WS-MIN-BRANCH
                       ELSE
                           DISPLAY "SOLAML: INVALID MINBRANCH PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "MINAMOUNT"
                       IF WS-PARM-VALUE(1:1) IS NUMERIC
                           COMPUTE WS-MIN-AMOUNT =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       ELSE
                           DISPLAY "SOLAML: INVALID MINAMOUNT PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "RETAIN"
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:3) TO WS-RETAIN-DAYS
                       ELSE
                           DISPLAY "SOLAML: INVALID RETAIN PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "SOLAML: UNKNOWN PARM CARD: "
                           PARM-RECORD
                       STOP RUN
               END-EVALUATE
           END-IF.

       1200-LOAD-CASES.
           OPEN OUTPUT CASE-WORK-FILE
           IF CASE-WORK-OK
               CLOSE CASE-WORK-FILE
               OPEN I-O CASE-WORK-FILE
           END-IF
           IF NOT CASE-WORK-OK
               DISPLAY "SOLAML: CANNOT CREATE SOLCASE.WRK, STATUS="
                   WS-CASE-WORK-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CASE-FILE
           IF CASE-MISSING
               CONTINUE
           ELSE
               IF NOT CASE-OK
                   DISPLAY "SOLAML: CANNOT OPEN SOLCASE.DAT, STATUS="
                       WS-CASE-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ CASE-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       PERFORM 1250-STORE-CASE
                   END-IF
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       1250-STORE-CASE.
           IF CS-CASE-NO IS NOT NUMERIC
                   OR CS-OPEN-DATE IS NOT NUMERIC
                   OR CS-SUP-COUNT IS NOT NUMERIC
                   OR CS-SUP-COUNT > 5
               DISPLAY "SOLAML: SOLCASE.DAT RECORD NOT RECOGNIZED"
               STOP RUN
           END-IF
           INITIALIZE CASE-WORK-RECORD
           MOVE CS-CASE-NO TO CW-CASE-NO
           MOVE CS-RULE TO CW-RULE
           IF CS-RULE = "SPRD"
               MOVE CS-AMOUNT TO CW-MATCH-VALUE
           ELSE
               MOVE CS-ACCOUNT TO CW-MATCH-VALUE
           END-IF
           MOVE CS-STATUS TO CW-STATUS
           MOVE CS-ACCOUNT TO CW-ACCOUNT
           MOVE CS-BRANCH TO CW-BRANCH
           MOVE CS-AMOUNT TO CW-AMOUNT
           MOVE CS-HIT-COUNT TO CW-HIT-COUNT
           MOVE CS-OPEN-DATE TO CW-OPEN-DATE
           MOVE CS-LAST-HIT TO CW-LAST-HIT
           MOVE CS-UPDATE-DATE TO CW-UPDATE-DATE
           MOVE CS-UPDATE-USER TO CW-UPDATE-USER
           MOVE CS-NOTE TO CW-NOTE
           MOVE "N" TO CW-NEW
           MOVE CS-SUP-COUNT TO CW-SUP-COUNT
           PERFORM VARYING WS-CS-SUP-IX FROM 1 BY 1
                   UNTIL WS-CS-SUP-IX > CS-SUP-COUNT
               MOVE CS-SUP-DATE(WS-CS-SUP-IX)
                   TO CW-SUP-DATE(WS-CS-SUP-IX)
               MOVE CS-SUP-BRANCH(WS-CS-SUP-IX)
                   TO CW-SUP-BRANCH(WS-CS-SUP-IX)
               MOVE CS-SUP-ACCOUNT(WS-CS-SUP-IX)
                   TO CW-SUP-ACCOUNT(WS-CS-SUP-IX)
               MOVE CS-SUP-RECNO(WS-CS-SUP-IX)
                   TO CW-SUP-RECNO(WS-CS-SUP-IX)
               MOVE CS-SUP-AMOUNT(WS-CS-SUP-IX)
                   TO CW-SUP-AMOUNT(WS-CS-SUP-IX)
           END-PERFORM
           WRITE CASE-WORK-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF NOT CASE-WORK-OK
               DISPLAY "SOLAML: CASE " CS-CASE-NO
                   " NOT LOADED TO SOLCASE.WRK, STATUS="
                   WS-CASE-WORK-STATUS
               STOP RUN
           END-IF
           IF CS-CASE-NO > WS-CS-LAST-NO
               MOVE CS-CASE-NO TO WS-CS-LAST-NO
           END-IF.

       1300-OPEN-WORK-FILES.
           OPEN OUTPUT ACCT-WORK-FILE
           IF ACCT-WORK-OK
               CLOSE ACCT-WORK-FILE
               OPEN I-O ACCT-WORK-FILE
           END-IF
           IF NOT ACCT-WORK-OK
               DISPLAY "SOLAML: CANNOT CREATE SOLAMLA.WRK, STATUS="
                   WS-ACCT-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AMT-WORK-FILE
           IF AMT-WORK-OK
               CLOSE AMT-WORK-FILE
               OPEN I-O AMT-WORK-FILE
           END-IF
           IF NOT AMT-WORK-OK
               DISPLAY "SOLAML: CANNOT CREATE SOLAMLM.WRK, STATUS="
                   WS-AMT-WORK-STATUS
               STOP RUN
           END-IF.

       1800-POSITION-INDEX-FILE.
           MOVE LOW-VALUES TO AX-KEY
           MOVE WS-HIST-START TO AX-RUN-DATE
           START ARCHIDX-FILE KEY IS NOT LESS THAN AX-KEY
               INVALID KEY SET END-OF-INDEX-FILE TO TRUE
           END-START.

       1900-READ-INDEX-FILE.
           IF NOT END-OF-INDEX-FILE
               READ ARCHIDX-FILE NEXT RECORD
                   AT END SET END-OF-INDEX-FILE TO TRUE
               END-READ
               IF NOT END-OF-INDEX-FILE
                   IF AX-RUN-DATE > WS-RUN-DATE
                       SET END-OF-INDEX-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-APPLY-STATUS-UPDATES.
           OPEN INPUT UPDATE-FILE
           IF UPDATE-MISSING
               SET END-OF-UPDATE-FILE TO TRUE
           ELSE
               IF NOT UPDATE-OK
                   DISPLAY "SOLAML: CANNOT OPEN SOLCASE.UPD, STATUS="
                       WS-UPDATE-STATUS
                   STOP RUN
               END-IF
               SET UPDATE-FILE-OPEN TO TRUE
           END-IF
           PERFORM UNTIL END-OF-UPDATE-FILE
               READ UPDATE-FILE
                   AT END SET END-OF-UPDATE-FILE TO TRUE
               END-READ
               IF NOT END-OF-UPDATE-FILE
                   IF UPDATE-RECORD NOT = SPACES
                       ADD 1 TO WS-UPDATES-READ
                       PERFORM 2100-PROCESS-STATUS-UPDATE
                   END-IF
               END-IF
           END-PERFORM.

       2100-PROCESS-STATUS-UPDATE.
           IF WS-USER-ID = SPACES
               DISPLAY "SOLAML: SOLUSER NOT SET, CASE UPDATES NEED "
                   "A REVIEWER"
               STOP RUN
           END-IF
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF CU-CASE-NO IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "CASE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE CU-CASE-NO TO CW-CASE-NO
               READ CASE-WORK-FILE KEY IS CW-CASE-NO
                   INVALID KEY
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
               END-READ
           END-IF

           IF RECORD-IS-VALID
               EVALUATE CU-ACTION
                   WHEN "REVIEWED"
                       IF CW-OPEN
                           MOVE "R" TO WS-NEW-STATUS
                       ELSE
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "CASE IS NOT OPEN"
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN "FILED"
                       IF CW-OPEN OR CW-REVIEWED
                           MOVE "F" TO WS-NEW-STATUS
                       ELSE
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "CASE ALREADY FILED OR CLOSED"
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN "CLOSED"
                       IF CW-CLOSED
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "CASE ALREADY CLOSED"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE "C" TO WS-NEW-STATUS
                       END-IF
                   WHEN OTHER
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "UNKNOWN CASE ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           MOVE CU-CASE-NO TO UL-CASE-NO
           MOVE CU-ACTION TO UL-ACTION
           MOVE WS-USER-ID TO UL-USER
           MOVE CU-NOTE TO UL-NOTE
           IF RECORD-IS-VALID
               MOVE WS-NEW-STATUS TO CW-STATUS
               MOVE WS-RUN-DATE TO CW-UPDATE-DATE
               MOVE WS-USER-ID TO CW-UPDATE-USER
               IF CU-NOTE NOT = SPACES
                   MOVE CU-NOTE TO CW-NOTE
               END-IF
               REWRITE CASE-WORK-RECORD
               IF NOT CASE-WORK-OK
                   DISPLAY "SOLAML: SOLCASE.WRK UPDATE FAILED, STATUS="
                       WS-CASE-WORK-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-UPDATES-APPLIED
               MOVE "APPLIED " TO UL-RESULT
               MOVE SPACES TO UL-REASON
           ELSE
               ADD 1 TO WS-UPDATES-REFUSED
               MOVE "REFUSED " TO UL-RESULT
               MOVE WS-REJECT-REASON TO UL-REASON
           END-IF
           WRITE AML-RPT-RECORD FROM WS-UPDATE-LINE.

       3000-PROCESS-INDEX-ENTRY.
           IF AX-FILE-TYPE = "RPT"
               IF AX-RUN-DATE NOT < WS-HIST-START
                       AND AX-RUN-DATE NOT > WS-RUN-DATE
                   PERFORM 3100-SCAN-ARCHIVE-FILE
                   IF AX-RUN-DATE < WS-WINDOW-START
                       IF WS-HIST-FIRST = ZERO
                               OR AX-RUN-DATE < WS-HIST-FIRST
                           MOVE AX-RUN-DATE TO WS-HIST-FIRST
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1900-READ-INDEX-FILE.

       3100-SCAN-ARCHIVE-FILE.
           MOVE AX-FILE-NAME TO WS-ARCH-IN-NAME
           DISPLAY "DD_ARCHIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-IN-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT ARCHIVE-IN-FILE
           IF NOT ARCH-IN-OK
               DISPLAY "SOLAML: CANNOT OPEN " WS-ARCH-IN-NAME
                   " STATUS=" WS-ARCH-IN-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-FILES-SCANNED
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ ARCHIVE-IN-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   IF ARCHIVE-IN-RECORD(1:2) = "D "
                       PERFORM 3200-COLLECT-POSTING
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-IN-FILE.

       3200-COLLECT-POSTING.
           IF ARCHIVE-IN-RECORD(17:8) IS NOT NUMERIC
               CONTINUE
           ELSE
               ADD 1 TO WS-POSTINGS-READ
               MOVE FUNCTION NUMVAL(ARCHIVE-IN-RECORD(150:13))
                   TO WS-LINE-AMOUNT
               IF WS-LINE-AMOUNT < ZERO
                   COMPUTE WS-LINE-ABS = ZERO - WS-LINE-AMOUNT
               ELSE
                   MOVE WS-LINE-AMOUNT TO WS-LINE-ABS
               END-IF
               MOVE AX-RUN-DATE TO WS-PT-DATE
               MOVE ARCHIVE-IN-RECORD(13:3) TO WS-PT-BRANCH
               MOVE ARCHIVE-IN-RECORD(17:8) TO WS-PT-ACCOUNT
               MOVE FUNCTION NUMVAL(ARCHIVE-IN-RECORD(3:9))
                   TO WS-PT-RECNO
               MOVE WS-LINE-AMOUNT TO WS-PT-AMOUNT
               MOVE "N" TO WS-PT-NEAR
               IF AX-RUN-DATE NOT < WS-WINDOW-START
                   MOVE "Y" TO WS-PT-WINDOW
                   IF WS-LINE-ABS NOT < WS-NEAR-FLOOR
                           AND WS-LINE-ABS < WS-THRESHOLD
                       MOVE "Y" TO WS-PT-NEAR
                   END-IF
               ELSE
                   MOVE "N" TO WS-PT-WINDOW
               END-IF
               PERFORM 3300-TALLY-ACCOUNT
               IF POSTING-IN-WINDOW
                       AND WS-LINE-ABS NOT < WS-MIN-AMOUNT
                       AND WS-LINE-ABS > ZERO
                   PERFORM 3400-TALLY-AMOUNT
               END-IF
           END-IF.

       3300-TALLY-ACCOUNT.
           MOVE WS-PT-BRANCH TO AW-BRANCH
           MOVE WS-PT-ACCOUNT TO AW-ACCOUNT
           MOVE "Y" TO WS-WORK-FOUND-SWITCH
           READ ACCT-WORK-FILE
               INVALID KEY
                   MOVE "N" TO WS-WORK-FOUND-SWITCH
           END-READ
           IF NOT WORK-RECORD-FOUND
               INITIALIZE ACCT-WORK-RECORD
               MOVE WS-PT-BRANCH TO AW-BRANCH
               MOVE WS-PT-ACCOUNT TO AW-ACCOUNT
           END-IF
           IF POSTING-IN-WINDOW
               ADD 1 TO AW-WIN-COUNT
               ADD WS-LINE-ABS TO AW-WIN-TOTAL
               IF AX-RUN-DATE > AW-WIN-LAST
                   MOVE AX-RUN-DATE TO AW-WIN-LAST
               END-IF
               MOVE AW-WIN-SUPPORT TO WS-SUPPORT-WORK
               PERFORM 3500-PUSH-SUPPORT
               MOVE WS-SUPPORT-WORK TO AW-WIN-SUPPORT
               IF POSTING-NEAR-LIMIT
                   ADD 1 TO AW-NEAR-COUNT
                   ADD WS-LINE-ABS TO AW-NEAR-TOTAL
                   IF AX-RUN-DATE > AW-NEAR-LAST
                       MOVE AX-RUN-DATE TO AW-NEAR-LAST
                   END-IF
                   MOVE AW-NEAR-SUPPORT TO WS-SUPPORT-WORK
                   PERFORM 3500-PUSH-SUPPORT
                   MOVE WS-SUPPORT-WORK TO AW-NEAR-SUPPORT
               END-IF
           ELSE
               ADD 1 TO AW-HIST-COUNT
               ADD WS-LINE-ABS TO AW-HIST-TOTAL
           END-IF
           IF WORK-RECORD-FOUND
               REWRITE ACCT-WORK-RECORD
           ELSE
               WRITE ACCT-WORK-RECORD
           END-IF
           IF NOT ACCT-WORK-OK
               DISPLAY "SOLAML: SOLAMLA.WRK UPDATE FAILED, STATUS="
                   WS-ACCT-WORK-STATUS
               STOP RUN
           END-IF.

       3400-TALLY-AMOUNT.
           MOVE WS-LINE-ABS TO MW-AMOUNT
           MOVE "Y" TO WS-WORK-FOUND-SWITCH
           READ AMT-WORK-FILE
               INVALID KEY
                   MOVE "N" TO WS-WORK-FOUND-SWITCH
           END-READ
           IF NOT WORK-RECORD-FOUND
               INITIALIZE AMT-WORK-RECORD
               MOVE WS-LINE-ABS TO MW-AMOUNT
           END-IF
           ADD 1 TO MW-POSTINGS
           IF AX-RUN-DATE NOT < MW-LAST
               MOVE AX-RUN-DATE TO MW-LAST
               MOVE WS-PT-ACCOUNT TO MW-LAST-ACCOUNT
               MOVE WS-PT-BRANCH TO MW-LAST-BRANCH
           END-IF
           MOVE ZERO TO WS-MW-BR-FOUND
           PERFORM VARYING WS-MW-BR-IX FROM 1 BY 1
                   UNTIL WS-MW-BR-IX > MW-BR-COUNT
                   OR WS-MW-BR-FOUND > ZERO
               IF MW-BRANCH(WS-MW-BR-IX) = WS-PT-BRANCH
                   MOVE WS-MW-BR-IX TO WS-MW-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-MW-BR-FOUND = ZERO AND MW-BR-COUNT < 10
               ADD 1 TO MW-BR-COUNT
               MOVE WS-PT-BRANCH TO MW-BRANCH(MW-BR-COUNT)
           END-IF
           MOVE MW-SUPPORT TO WS-SUPPORT-WORK
           PERFORM 3500-PUSH-SUPPORT
           MOVE WS-SUPPORT-WORK TO MW-SUPPORT
           IF WORK-RECORD-FOUND
               REWRITE AMT-WORK-RECORD
           ELSE
               WRITE AMT-WORK-RECORD
           END-IF
           IF NOT AMT-WORK-OK
               DISPLAY "SOLAML: SOLAMLM.WRK UPDATE FAILED, STATUS="
                   WS-AMT-WORK-STATUS
               STOP RUN
           END-IF.

       3500-PUSH-SUPPORT.
           IF WS-SW-COUNT < 5
               ADD 1 TO WS-SW-COUNT
           ELSE
               PERFORM VARYING WS-SW-IX FROM 1 BY 1
                       UNTIL WS-SW-IX > 4
                   MOVE WS-SW-ENTRY(WS-SW-IX + 1)
                       TO WS-SW-ENTRY(WS-SW-IX)
               END-PERFORM
           END-IF
           MOVE WS-PT-SUPPORT TO WS-SW-ENTRY(WS-SW-COUNT).

       4000-APPLY-RULES.
           MOVE ZERO TO WS-HIST-SPAN
           IF WS-HIST-FIRST > ZERO
               COMPUTE WS-HIST-SPAN =
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-START)
                   - FUNCTION INTEGER-OF-DATE(WS-HIST-FIRST)
           END-IF

           MOVE "N" TO WS-WORK-EOF-SWITCH
           MOVE LOW-VALUES TO AW-KEY
           START ACCT-WORK-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY SET END-OF-WORK-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-WORK-FILE
               READ ACCT-WORK-FILE NEXT RECORD
                   AT END SET END-OF-WORK-FILE TO TRUE
               END-READ
               IF NOT END-OF-WORK-FILE
                   PERFORM 4100-RULE-STRUCTURING
                   PERFORM 4200-RULE-VELOCITY
               END-IF
           END-PERFORM

           MOVE "N" TO WS-WORK-EOF-SWITCH
           MOVE ZERO TO MW-AMOUNT
           START AMT-WORK-FILE KEY IS NOT LESS THAN MW-AMOUNT
               INVALID KEY SET END-OF-WORK-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-WORK-FILE
               READ AMT-WORK-FILE NEXT RECORD
                   AT END SET END-OF-WORK-FILE TO TRUE
               END-READ
               IF NOT END-OF-WORK-FILE
                   PERFORM 4300-RULE-SPREAD
               END-IF
           END-PERFORM.

       4100-RULE-STRUCTURING.
           IF AW-NEAR-COUNT NOT < WS-MIN-COUNT
               MOVE "STRC" TO WS-HIT-RULE
               MOVE AW-ACCOUNT TO WS-HIT-ACCOUNT
               MOVE AW-BRANCH TO WS-HIT-BRANCH
               MOVE AW-NEAR-TOTAL TO WS-HIT-AMOUNT
               MOVE ZERO TO WS-HIT-KEY-AMOUNT
               MOVE AW-NEAR-COUNT TO WS-HIT-COUNT
               MOVE AW-NEAR-LAST TO WS-HIT-LATEST
               MOVE AW-NEAR-SUPPORT TO WS-SUPPORT-WORK
               PERFORM 4600-COLLECT-SUPPORT
               PERFORM 4500-RECORD-HIT
           END-IF.

       4200-RULE-VELOCITY.
           MOVE "N" TO WS-SPIKE-SWITCH
           IF WS-HIST-SPAN > ZERO
                   AND AW-HIST-COUNT > ZERO
                   AND AW-WIN-COUNT NOT < WS-MIN-POST
               COMPUTE WS-EXP-COUNT = AW-HIST-COUNT
                   * WS-WINDOW-DAYS / WS-HIST-SPAN
               COMPUTE WS-EXP-TOTAL = AW-HIST-TOTAL
                   * WS-WINDOW-DAYS / WS-HIST-SPAN
               COMPUTE WS-TEST-ACTUAL = AW-WIN-COUNT * 100
               COMPUTE WS-TEST-LIMIT = WS-EXP-COUNT * WS-SPIKE-PCT
               IF WS-TEST-ACTUAL > WS-TEST-LIMIT
                   SET VOLUME-SPIKE TO TRUE
               END-IF
               COMPUTE WS-TEST-ACTUAL = AW-WIN-TOTAL * 100
               COMPUTE WS-TEST-LIMIT = WS-EXP-TOTAL * WS-SPIKE-PCT
               IF WS-TEST-ACTUAL > WS-TEST-LIMIT
                   SET VOLUME-SPIKE TO TRUE
               END-IF
           END-IF
           IF VOLUME-SPIKE
               MOVE "VELO" TO WS-HIT-RULE
               MOVE AW-ACCOUNT TO WS-HIT-ACCOUNT
               MOVE AW-BRANCH TO WS-HIT-BRANCH
               MOVE AW-WIN-TOTAL TO WS-HIT-AMOUNT
               MOVE ZERO TO WS-HIT-KEY-AMOUNT
               MOVE AW-WIN-COUNT TO WS-HIT-COUNT
               MOVE AW-WIN-LAST TO WS-HIT-LATEST
               MOVE AW-WIN-SUPPORT TO WS-SUPPORT-WORK
               PERFORM 4600-COLLECT-SUPPORT
               PERFORM 4500-RECORD-HIT
           END-IF.

       4300-RULE-SPREAD.
           IF MW-BR-COUNT NOT < WS-MIN-BRANCH
               MOVE "SPRD" TO WS-HIT-RULE
               MOVE MW-LAST-ACCOUNT TO WS-HIT-ACCOUNT
               MOVE MW-LAST-BRANCH TO WS-HIT-BRANCH
               MOVE MW-AMOUNT TO WS-HIT-AMOUNT
               MOVE MW-AMOUNT TO WS-HIT-KEY-AMOUNT
               MOVE MW-POSTINGS TO WS-HIT-COUNT
               MOVE MW-LAST TO WS-HIT-LATEST
               MOVE MW-SUPPORT TO WS-SUPPORT-WORK
               PERFORM 4600-COLLECT-SUPPORT
               PERFORM 4500-RECORD-HIT
           END-IF.

       4500-RECORD-HIT.
           MOVE ZERO TO WS-CS-OPEN-NO
           MOVE ZERO TO WS-CS-CLOSED-NO
           MOVE ZERO TO WS-CS-CLOSED-LAST
           MOVE WS-HIT-RULE TO WS-HIT-MATCH-RULE
           IF WS-HIT-RULE = "SPRD"
               MOVE WS-HIT-KEY-AMOUNT TO WS-HIT-MATCH-VALUE
           ELSE
               MOVE WS-HIT-ACCOUNT TO WS-HIT-MATCH-VALUE
           END-IF

           MOVE "N" TO WS-MATCH-EOF-SWITCH
           MOVE WS-HIT-MATCH-KEY TO CW-MATCH-KEY
           START CASE-WORK-FILE KEY IS = CW-MATCH-KEY
               INVALID KEY SET END-OF-CASE-MATCH TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASE-MATCH
               READ CASE-WORK-FILE NEXT RECORD
                   AT END SET END-OF-CASE-MATCH TO TRUE
               END-READ
               IF NOT END-OF-CASE-MATCH
                   IF CW-MATCH-KEY NOT = WS-HIT-MATCH-KEY
                       SET END-OF-CASE-MATCH TO TRUE
                   ELSE
                       PERFORM 4520-CHECK-CASE-MATCH
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CS-OPEN-NO > ZERO
               MOVE WS-CS-OPEN-NO TO CW-CASE-NO
               READ CASE-WORK-FILE KEY IS CW-CASE-NO
                   INVALID KEY CONTINUE
               END-READ
               IF NOT CASE-WORK-OK
                   DISPLAY "SOLAML: SOLCASE.WRK READ FAILED, STATUS="
                       WS-CASE-WORK-STATUS
                   STOP RUN
               END-IF
               IF WS-HIT-LATEST > CW-LAST-HIT
                   ADD 1 TO WS-CASES-UPDATED
               END-IF
               PERFORM 4550-REFRESH-CASE
               REWRITE CASE-WORK-RECORD
               IF NOT CASE-WORK-OK
                   DISPLAY "SOLAML: SOLCASE.WRK UPDATE FAILED, STATUS="
                       WS-CASE-WORK-STATUS
                   STOP RUN
               END-IF
           ELSE
               IF WS-CS-CLOSED-NO > ZERO
                       AND WS-HIT-LATEST NOT > WS-CS-CLOSED-LAST
                   CONTINUE
               ELSE
                   INITIALIZE CASE-WORK-RECORD
                   ADD 1 TO WS-CS-LAST-NO
                   ADD 1 TO WS-CASES-OPENED
                   MOVE WS-CS-LAST-NO TO CW-CASE-NO
                   MOVE WS-HIT-MATCH-KEY TO CW-MATCH-KEY
                   MOVE "O" TO CW-STATUS
                   MOVE WS-RUN-DATE TO CW-OPEN-DATE
                   MOVE WS-RUN-DATE TO CW-UPDATE-DATE
                   MOVE WS-JOB-ID TO CW-UPDATE-USER
                   MOVE SPACES TO CW-NOTE
                   MOVE "Y" TO CW-NEW
                   PERFORM 4550-REFRESH-CASE
                   WRITE CASE-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF NOT CASE-WORK-OK
                       DISPLAY "SOLAML: SOLCASE.WRK WRITE FAILED, "
                           "STATUS=" WS-CASE-WORK-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       4520-CHECK-CASE-MATCH.
           IF CW-CLOSED
               IF WS-CS-CLOSED-NO = ZERO
                       OR CW-LAST-HIT > WS-CS-CLOSED-LAST
                   MOVE CW-CASE-NO TO WS-CS-CLOSED-NO
                   MOVE CW-LAST-HIT TO WS-CS-CLOSED-LAST
               END-IF
           ELSE
               MOVE CW-CASE-NO TO WS-CS-OPEN-NO
               SET END-OF-CASE-MATCH TO TRUE
           END-IF.

       4550-REFRESH-CASE.
           MOVE WS-HIT-ACCOUNT TO CW-ACCOUNT
           MOVE WS-HIT-BRANCH TO CW-BRANCH
           MOVE WS-HIT-AMOUNT TO CW-AMOUNT
           MOVE WS-HIT-COUNT TO CW-HIT-COUNT
           MOVE WS-HIT-LATEST TO CW-LAST-HIT
           MOVE WS-HIT-SUP-COUNT TO CW-SUP-COUNT
           PERFORM VARYING WS-CS-SUP-IX FROM 1 BY 1
                   UNTIL WS-CS-SUP-IX > WS-HIT-SUP-COUNT
               MOVE WS-HIT-SUPPORT(WS-CS-SUP-IX)
                   TO CW-SUPPORT(WS-CS-SUP-IX)
           END-PERFORM.

       4600-COLLECT-SUPPORT.
           MOVE WS-SW-COUNT TO WS-HIT-SUP-COUNT
           PERFORM VARYING WS-SW-IX FROM 1 BY 1
                   UNTIL WS-SW-IX > WS-SW-COUNT
               COMPUTE WS-CS-SUP-IX = WS-SW-COUNT - WS-SW-IX + 1
               MOVE WS-SW-ENTRY(WS-SW-IX)
                   TO WS-HIT-SUPPORT(WS-CS-SUP-IX)
           END-PERFORM.

       5000-LIST-OPEN-CASES.
           MOVE "N" TO WS-WORK-EOF-SWITCH
           MOVE ZERO TO CW-CASE-NO
           START CASE-WORK-FILE KEY IS NOT LESS THAN CW-CASE-NO
               INVALID KEY SET END-OF-WORK-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-WORK-FILE
               READ CASE-WORK-FILE NEXT RECORD
                   AT END SET END-OF-WORK-FILE TO TRUE
               END-READ
               IF NOT END-OF-WORK-FILE
                   PERFORM 5100-WRITE-OPEN-CASE
               END-IF
           END-PERFORM.

       5100-WRITE-OPEN-CASE.
           IF NOT CW-CLOSED
               ADD 1 TO WS-CASES-LISTED
               MOVE CW-CASE-NO TO CL-CASE-NO
               MOVE CW-RULE TO CL-RULE
               EVALUATE CW-RULE
                   WHEN "STRC"
                       MOVE "BELOW THRESHOLD" TO CL-RULE-DESC
                   WHEN "VELO"
                       MOVE "VOLUME OVER HISTORY" TO CL-RULE-DESC
                   WHEN "SPRD"
                       MOVE "AMOUNT ACROSS BRANCH" TO CL-RULE-DESC
                   WHEN OTHER
                       MOVE SPACES TO CL-RULE-DESC
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CW-OPEN
                       MOVE "OPEN    " TO CL-STATUS
                   WHEN CW-REVIEWED
                       MOVE "REVIEWED" TO CL-STATUS
                   WHEN CW-FILED
                       MOVE "FILED   " TO CL-STATUS
                   WHEN OTHER
                       MOVE CW-STATUS TO CL-STATUS
               END-EVALUATE
               MOVE CW-ACCOUNT TO CL-ACCOUNT
               MOVE CW-BRANCH TO CL-BRANCH
               MOVE CW-AMOUNT TO CL-AMOUNT
               MOVE CW-HIT-COUNT TO CL-HIT-COUNT
               MOVE CW-OPEN-DATE TO CL-OPEN-DATE
               MOVE CW-LAST-HIT TO CL-LAST-HIT
               COMPUTE CL-DAYS-OPEN = WS-RUN-INT -
                   FUNCTION INTEGER-OF-DATE(CW-OPEN-DATE)
               IF CW-NEW = "Y"
                   MOVE "NEW" TO CL-NEW
               ELSE
                   MOVE SPACES TO CL-NEW
               END-IF
               MOVE CW-UPDATE-USER TO CL-UPDATE-USER
               MOVE CW-NOTE TO CL-NOTE
               WRITE AML-RPT-RECORD FROM WS-CASE-LINE
               PERFORM VARYING WS-CS-SUP-IX FROM 1 BY 1
                       UNTIL WS-CS-SUP-IX > CW-SUP-COUNT
                   MOVE CW-SUP-DATE(WS-CS-SUP-IX) TO SL-DATE
                   MOVE CW-SUP-BRANCH(WS-CS-SUP-IX) TO SL-BRANCH
                   MOVE CW-SUP-ACCOUNT(WS-CS-SUP-IX) TO SL-ACCOUNT
                   MOVE CW-SUP-RECNO(WS-CS-SUP-IX) TO SL-RECNO
                   MOVE CW-SUP-AMOUNT(WS-CS-SUP-IX) TO SL-AMOUNT
                   WRITE AML-RPT-RECORD FROM WS-SUPPORT-LINE
               END-PERFORM
           END-IF.

       8000-WRITE-TRAILER.
           PERFORM 9100-REWRITE-CASES
           MOVE WS-FILES-SCANNED TO TL-FILES-SCANNED
           MOVE WS-POSTINGS-READ TO TL-POSTINGS
           MOVE WS-CASES-OPENED TO TL-CASES-OPENED
           MOVE WS-CASES-UPDATED TO TL-CASES-UPDATED
           MOVE WS-UPDATES-APPLIED TO TL-UPDATES-APPLIED
           MOVE WS-UPDATES-REFUSED TO TL-UPDATES-REFUSED
           MOVE WS-CASES-LISTED TO TL-CASES-LISTED
           MOVE WS-CASES-PURGED TO TL-CASES-PURGED
           WRITE AML-RPT-RECORD FROM WS-TRAILER-LINE
           DISPLAY "SOLAML: " WS-CASES-OPENED " NEW CASES, "
               WS-CASES-LISTED " CASES NOT CLOSED"
           IF WS-CASES-OPENED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF UPDATE-FILE-OPEN
               CLOSE UPDATE-FILE
               OPEN OUTPUT UPDATE-FILE
               CLOSE UPDATE-FILE
           END-IF
           CLOSE ACCT-WORK-FILE
           CLOSE AMT-WORK-FILE
           CLOSE CASE-WORK-FILE
           CLOSE ARCHIDX-FILE
           CLOSE AML-RPT-FILE.

       9100-REWRITE-CASES.
           OPEN OUTPUT CASE-FILE
           IF NOT CASE-OK
               DISPLAY "SOLAML: CANNOT REWRITE SOLCASE.DAT, STATUS="
                   WS-CASE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-WORK-EOF-SWITCH
           MOVE ZERO TO CW-CASE-NO
           START CASE-WORK-FILE KEY IS NOT LESS THAN CW-CASE-NO
               INVALID KEY SET END-OF-WORK-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-WORK-FILE
               READ CASE-WORK-FILE NEXT RECORD
                   AT END SET END-OF-WORK-FILE TO TRUE
               END-READ
               IF NOT END-OF-WORK-FILE
                   MOVE ZERO TO WS-ENTRY-INT
                   IF CW-CLOSED
                       COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE
                           (CW-UPDATE-DATE) + WS-RETAIN-DAYS
                   END-IF
                   IF WS-ENTRY-INT > ZERO AND WS-ENTRY-INT < WS-RUN-INT
                       ADD 1 TO WS-CASES-PURGED
                   ELSE
                       PERFORM 9150-WRITE-CASE-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CASE-FILE.

       9150-WRITE-CASE-RECORD.
           MOVE SPACES TO CASE-RECORD
           MOVE CW-CASE-NO TO CS-CASE-NO
           MOVE CW-RULE TO CS-RULE
           MOVE CW-STATUS TO CS-STATUS
           MOVE CW-ACCOUNT TO CS-ACCOUNT
           MOVE CW-BRANCH TO CS-BRANCH
           MOVE CW-AMOUNT TO CS-AMOUNT
           MOVE CW-HIT-COUNT TO CS-HIT-COUNT
           MOVE CW-OPEN-DATE TO CS-OPEN-DATE
           MOVE CW-LAST-HIT TO CS-LAST-HIT
           MOVE CW-UPDATE-DATE TO CS-UPDATE-DATE
           MOVE CW-UPDATE-USER TO CS-UPDATE-USER
           MOVE CW-NOTE TO CS-NOTE
           MOVE CW-SUP-COUNT TO CS-SUP-COUNT
           PERFORM VARYING WS-CS-SUP-IX FROM 1 BY 1
                   UNTIL WS-CS-SUP-IX > 5
               IF WS-CS-SUP-IX > CW-SUP-COUNT
                   MOVE ZERO TO CS-SUP-DATE(WS-CS-SUP-IX)
                   MOVE SPACES TO CS-SUP-BRANCH(WS-CS-SUP-IX)
                   MOVE ZERO TO CS-SUP-ACCOUNT(WS-CS-SUP-IX)
                   MOVE ZERO TO CS-SUP-RECNO(WS-CS-SUP-IX)
                   MOVE ZERO TO CS-SUP-AMOUNT(WS-CS-SUP-IX)
               ELSE
                   MOVE CW-SUP-DATE(WS-CS-SUP-IX)
                       TO CS-SUP-DATE(WS-CS-SUP-IX)
                   MOVE CW-SUP-BRANCH(WS-CS-SUP-IX)
                       TO CS-SUP-BRANCH(WS-CS-SUP-IX)
                   MOVE CW-SUP-ACCOUNT(WS-CS-SUP-IX)
                       TO CS-SUP-ACCOUNT(WS-CS-SUP-IX)
                   MOVE CW-SUP-RECNO(WS-CS-SUP-IX)
                       TO CS-SUP-RECNO(WS-CS-SUP-IX)
                   MOVE CW-SUP-AMOUNT(WS-CS-SUP-IX)
                       TO CS-SUP-AMOUNT(WS-CS-SUP-IX)
               END-IF
           END-PERFORM
           WRITE CASE-RECORD
           IF NOT CASE-OK
               DISPLAY "SOLAML: SOLCASE.DAT WRITE FAILED, STATUS="
                   WS-CASE-STATUS
               STOP RUN
           END-IF.
