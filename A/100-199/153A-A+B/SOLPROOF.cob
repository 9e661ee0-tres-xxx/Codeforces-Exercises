       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SOLPROOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INTAKE-RPT-FILE ASSIGN TO "SOLINTK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-RPT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SOLOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "SOLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT EXC-FILE ASSIGN TO "SOLOUT.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT RCYRPT-FILE ASSIGN TO "SOLRCY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYRPT-STATUS.

           SELECT GL-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT BALCHG-FILE ASSIGN TO "SOLBCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCHG-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "SOLRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROOF-RPT-FILE ASSIGN TO "SOLPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).

       FD  INTAKE-RPT-FILE.
       01  INTAKE-RPT-RECORD         PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(220).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HI-RUN-DATE            PIC 9(8).
           05 HI-JOB-ID              PIC X(8).
           05 HI-RECORDS-READ        PIC 9(9).
           05 HI-RECORDS-POSTED      PIC 9(9).
           05 HI-RECORDS-REJECTED    PIC 9(9).
           05 HI-GRAND-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

       FD  EXC-FILE.
       01  EXC-RECORD.
           05 EX-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 EX-REC-NO              PIC X(9).
           05 FILLER                 PIC X.
           05 EX-REASON              PIC X(30).
           05 FILLER                 PIC X.
           05 EX-INPUT               PIC X(151).
           05 FILLER                 PIC X.
           05 EX-CURRENCY            PIC X(3).

       FD  RCYRPT-FILE.
       01  RCYRPT-RECORD             PIC X(180).

       FD  GL-FILE.
       01  GL-RECORD.
           05 GP-REC-TYPE            PIC X.
           05 GP-RUN-DATE            PIC 9(8).
           05 GP-JOB-ID              PIC X(8).
           05 GP-REC-NO              PIC 9(9).
           05 GP-AMOUNT              PIC S9(12) SIGN LEADING SEPARATE.
           05 GP-GL-ACCOUNT          PIC X(10).
           05 GP-CONTRA-ACCOUNT      PIC X(10).
           05 GP-TXN-CODE            PIC X(3).

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

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD         PIC X(100).

       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD.
           05 RL-REC-TYPE            PIC X(4).
           05 FILLER                 PIC X.
           05 RL-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 RL-JOB-ID              PIC X(8).
           05 FILLER                 PIC X.
           05 RL-TIME                PIC 9(8).
           05 FILLER                 PIC X.
           05 RL-COMP-CODE           PIC 9(4).
           05 FILLER                 PIC X.
           05 RL-RECORDS-READ        PIC 9(9).
           05 FILLER                 PIC X.
           05 RL-RECORDS-POSTED      PIC 9(9).
           05 FILLER                 PIC X.
           05 RL-RECORDS-REJECTED    PIC 9(9).
           05 FILLER                 PIC X.
           05 RL-GRAND-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X.
           05 RL-FILE-STATUS         PIC XX.
           05 FILLER                 PIC X.
           05 RL-MESSAGE             PIC X(40).

       FD  PROOF-RPT-FILE.
       01  PROOF-RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 PARM-OK             VALUE "00".
           05 WS-INTAKE-RPT-STATUS   PIC XX.
              88 INTAKE-RPT-OK       VALUE "00".
           05 WS-REPORT-STATUS       PIC XX.
              88 REPORT-OK           VALUE "00".
           05 WS-HISTORY-STATUS      PIC XX.
              88 HISTORY-OK          VALUE "00".
           05 WS-EXC-STATUS          PIC XX.
              88 EXC-OK              VALUE "00".
           05 WS-RCYRPT-STATUS       PIC XX.
              88 RCYRPT-OK           VALUE "00".
           05 WS-GL-STATUS           PIC XX.
              88 GL-OK               VALUE "00".
           05 WS-BALCHG-STATUS       PIC XX.
              88 BALCHG-OK           VALUE "00".
              88 BALCHG-MISSING      VALUE "35".
           05 WS-ARCHIDX-STATUS      PIC XX.
              88 ARCHIDX-OK          VALUE "00".
              88 ARCHIDX-MISSING     VALUE "35".
           05 WS-ARCH-IN-STATUS      PIC XX.
              88 ARCH-IN-OK          VALUE "00".
           05 WS-RUNLOG-STATUS       PIC XX.
              88 RUNLOG-OK           VALUE "00".
              88 RUNLOG-MISSING      VALUE "35".
           05 WS-PROOF-RPT-STATUS    PIC XX.
              88 PROOF-RPT-OK        VALUE "00".

       01  WS-SWITCHES.
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-IDXEOF-SWITCH       PIC X       VALUE "N".
              88 END-OF-ARCHIVE-INDEX VALUE "Y".
           05 WS-INTAKE-SWITCH       PIC X       VALUE "N".
              88 INTAKE-PROVEN       VALUE "Y".
           05 WS-POSTING-SWITCH      PIC X       VALUE "N".
              88 POSTING-PROVEN      VALUE "Y".
           05 WS-HISTORY-SWITCH      PIC X       VALUE "N".
              88 HISTORY-PROVEN      VALUE "Y".
           05 WS-EXCEPTION-SWITCH    PIC X       VALUE "N".
              88 EXCEPTIONS-PROVEN   VALUE "Y".
           05 WS-RECYCLE-SWITCH      PIC X       VALUE "N".
              88 RECYCLE-PROVEN      VALUE "Y".
           05 WS-LEDGER-SWITCH       PIC X       VALUE "N".
              88 LEDGER-PROVEN       VALUE "Y".
           05 WS-BALCHG-SWITCH       PIC X       VALUE "N".
              88 BALCHG-PROVEN       VALUE "Y".
           05 WS-AVAIL-SWITCH        PIC X       VALUE "N".
              88 PROOF-HAS-DATA      VALUE "Y".
           05 WS-TRAILER-SWITCH      PIC X       VALUE "N".
              88 TRAILER-FOUND       VALUE "Y".

       01  WS-INTAKE-FIGURES.
           05 WS-INTK-DATE           PIC 9(8)    VALUE ZERO.
           05 WS-INTK-FEEDS          PIC 9(9)    VALUE ZERO.
           05 WS-INTK-ACCEPTED       PIC 9(9)    VALUE ZERO.
           05 WS-INTK-QUARANTINED    PIC 9(9)    VALUE ZERO.
           05 WS-INTK-ASSEMBLED      PIC 9(9)    VALUE ZERO.

       01  WS-POSTING-FIGURES.
           05 WS-OUT-DATE            PIC 9(8)    VALUE ZERO.
           05 WS-OUT-JOB             PIC X(8)    VALUE SPACES.
           05 WS-OUT-MODE            PIC X(4)    VALUE SPACES.
           05 WS-OUT-READ            PIC 9(9)    VALUE ZERO.
           05 WS-OUT-POSTED          PIC 9(9)    VALUE ZERO.
           05 WS-OUT-REJECTED        PIC 9(9)    VALUE ZERO.
           05 WS-OUT-WAREHOUSED      PIC 9(9)    VALUE ZERO.
           05 WS-OUT-RELEASED        PIC 9(9)    VALUE ZERO.
           05 WS-OUT-GRAND-TOTAL     PIC S9(13)  VALUE ZERO.

       01  WS-HISTORY-FIGURES.
           05 WS-HIST-READ           PIC 9(9)    VALUE ZERO.
           05 WS-HIST-POSTED         PIC 9(9)    VALUE ZERO.
           05 WS-HIST-REJECTED       PIC 9(9)    VALUE ZERO.
           05 WS-HIST-GRAND-TOTAL    PIC S9(13)  VALUE ZERO.

       01  WS-EXCEPTION-FIGURES.
           05 WS-EXC-COUNT           PIC 9(9)    VALUE ZERO.
           05 WS-EXC-OTHER           PIC 9(9)    VALUE ZERO.

       01  WS-RECYCLE-FIGURES.
           05 WS-RCY-DATE            PIC 9(8)    VALUE ZERO.
           05 WS-RCY-READ            PIC 9(9)    VALUE ZERO.
           05 WS-RCY-RESUBMITTED     PIC 9(9)    VALUE ZERO.
           05 WS-RCY-STILL-INVALID   PIC 9(9)    VALUE ZERO.
           05 WS-RCY-DUPLICATES      PIC 9(9)    VALUE ZERO.
           05 WS-RCY-CURRENCY-HELD   PIC 9(9)    VALUE ZERO.

       01  WS-LEDGER-FIGURES.
           05 WS-GL-DETAIL-COUNT     PIC 9(9)    VALUE ZERO.
           05 WS-GL-DETAIL-TOTAL     PIC S9(15)  VALUE ZERO.
           05 WS-GL-CONTRA-COUNT     PIC 9(9)    VALUE ZERO.
           05 WS-GL-CONTRA-TOTAL     PIC S9(15)  VALUE ZERO.
           05 WS-GL-CONTROL-COUNT    PIC 9(9)    VALUE ZERO.
           05 WS-GL-OTHER            PIC 9(9)    VALUE ZERO.

       01  WS-BALCHG-FIGURES.
           05 WS-BC-CHANGES          PIC 9(9)    VALUE ZERO.
           05 WS-BC-MOVEMENT         PIC S9(15)  VALUE ZERO.
           05 WS-BC-ACCOUNT          PIC 9(8)    VALUE ZERO.
           05 WS-BC-BEFORE           PIC S9(13)  VALUE ZERO.
           05 WS-BC-AFTER            PIC S9(13)  VALUE ZERO.
           05 WS-BC-SOURCE           PIC X(8)    VALUE SPACES.
           05 WS-BC-RUN-DATE         PIC 9(8)    VALUE ZERO.
           05 WS-BC-JOB-ID           PIC X(8)    VALUE SPACES.

       01  WS-BCX-DETAIL.
           05 BD-REC-TYPE            PIC X(3).
           05 BD-ACCOUNT             PIC 9(8).
           05 BD-BRANCH              PIC X(3).
           05 BD-BEFORE-BALANCE      PIC S9(13) SIGN LEADING SEPARATE.
           05 BD-AFTER-BALANCE       PIC S9(13) SIGN LEADING SEPARATE.
           05 BD-AMOUNT              PIC S9(13) SIGN LEADING SEPARATE.
           05 BD-SOURCE              PIC X(8).
           05 BD-RUN-DATE            PIC 9(8).
           05 BD-JOB-ID              PIC X(8).
           05 FILLER                 PIC X(20).

       01  WS-PROOF-WORK.
           05 WS-PROOF-NO            PIC 9(2)    VALUE ZERO.
           05 WS-PROOF-COUNT         PIC 9(4)    VALUE ZERO.
           05 WS-BREAK-COUNT         PIC 9(4)    VALUE ZERO.
           05 WS-PROOF-TEXT          PIC X(40)   VALUE SPACES.
           05 WS-PROOF-LEFT          PIC S9(15)  VALUE ZERO.
           05 WS-PROOF-RIGHT         PIC S9(15)  VALUE ZERO.
           05 WS-PROOF-DIFF          PIC S9(15)  VALUE ZERO.
           05 WS-CHECK-FILE          PIC X(12)   VALUE SPACES.
           05 WS-CHECK-DATE          PIC 9(8)    VALUE ZERO.
           05 WS-CHECK-JOB           PIC X(8)    VALUE SPACES.
           05 WS-CHECK-RECORDS       PIC 9(9)    VALUE ZERO.
           05 WS-CHECK-NOTE          PIC X(30)   VALUE SPACES.

       01  WS-DATE-WORK.
           05 WS-DATE-TEXT           PIC X(8)    VALUE SPACES.
           05 WS-DATE-NUM REDEFINES WS-DATE-TEXT PIC 9(8).

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).
           05 WS-PARM-DATE           PIC 9(8).
           05 WS-PARM-DATE-INT       PIC 9(8).

       01  WS-ARCH-IN-NAME           PIC X(40)   VALUE SPACES.
       01  WS-PROOF-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                PIC X(8)    VALUE SPACES.
       01  WS-RL-TYPE                PIC X(4)    VALUE SPACES.
       01  WS-RL-COMP                PIC 9(4)    VALUE ZERO.
       01  WS-LOG-MESSAGE            PIC X(40)   VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLPROOF  ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).
           05 FILLER                 PIC X(13)   VALUE "  PROOF DATE ".
           05 HL-PROOF-DATE          PIC 9(4)/99/99.

       01  WS-FILE-LINE.
           05 FL-REC-TYPE            PIC X       VALUE "F".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FL-FILE                PIC X(12).
           05 FILLER                 PIC X       VALUE SPACE.
           05 FL-DATE                PIC 9(4)/99/99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 FL-JOB                 PIC X(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 FL-RECORDS             PIC ZZZZZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 FL-RESULT              PIC X(13).
           05 FILLER                 PIC X       VALUE SPACE.
           05 FL-NOTE                PIC X(30).

       01  WS-PROOF-LINE.
           05 PL-REC-TYPE            PIC X       VALUE "P".
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-PROOF-NO            PIC 99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-TEXT                PIC X(40).
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-LEFT                PIC -(14)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-RIGHT               PIC -(14)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-DIFF                PIC -(14)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 PL-RESULT              PIC X(15).

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(7)    VALUE "PROOFS ".
           05 TL-PROOFS              PIC ZZZ9.
           05 FILLER                 PIC X(9)    VALUE "  BREAKS ".
           05 TL-BREAKS              PIC ZZZ9.
           05 FILLER                 PIC X(2)    VALUE SPACES.
           05 TL-RESULT              PIC X(30).

       01  WS-SIGNOFF-LINE.
           05 SG-REC-TYPE            PIC X       VALUE "S".
           05 FILLER                 PIC X       VALUE SPACE.
           05 SG-ROLE                PIC X(15).
           05 SG-USER                PIC X(30).
           05 FILLER                 PIC X(6)    VALUE "DATE ".
           05 SG-DATE                PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-INTAKE-REPORT
           PERFORM 2100-READ-POSTING-REPORT
           PERFORM 2200-READ-HISTORY
           PERFORM 2300-READ-EXCEPTIONS
           PERFORM 2400-READ-RECYCLE-REPORT
           PERFORM 2500-READ-GL-FILE
           PERFORM 2600-READ-BALANCE-CHANGES
           PERFORM 3000-PROVE-DAY
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLPROOF" TO WS-JOB-ID
           END-IF
           DISPLAY "SOLUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE

           MOVE WS-RUN-DATE TO WS-PROOF-DATE
           PERFORM 1100-READ-PARM-FILE

           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "DAILY PROOF FOR " WS-PROOF-DATE
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           MOVE "STRT" TO WS-RL-TYPE
           MOVE ZERO TO WS-RL-COMP
           PERFORM 9400-WRITE-RUN-LOG-RECORD

           OPEN OUTPUT PROOF-RPT-FILE
           IF NOT PROOF-RPT-OK
               DISPLAY "SOLPROOF: CANNOT OPEN SOLPROOF.RPT, STATUS="
                   WS-PROOF-RPT-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           MOVE WS-PROOF-DATE TO HL-PROOF-DATE
           WRITE PROOF-RPT-RECORD FROM WS-HEADER-LINE.

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
                   WHEN "PROOFDATE"
                       MOVE ZERO TO WS-PARM-DATE-INT
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-PARM-DATE
                           COMPUTE WS-PARM-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
                       END-IF
                       IF WS-PARM-DATE-INT > ZERO
                           MOVE WS-PARM-DATE TO WS-PROOF-DATE
                       ELSE
                           DISPLAY "SOLPROOF: INVALID PROOFDATE PARM: "
                               WS-PARM-VALUE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "SOLPROOF: UNKNOWN PARM CARD: "
                           PARM-RECORD
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       2000-READ-INTAKE-REPORT.
           MOVE "SOLINTK.RPT" TO WS-CHECK-FILE
           MOVE ZERO TO WS-CHECK-DATE
           MOVE SPACES TO WS-CHECK-JOB
           MOVE ZERO TO WS-CHECK-RECORDS
           MOVE SPACES TO WS-CHECK-NOTE
           MOVE "N" TO WS-TRAILER-SWITCH
           OPEN INPUT INTAKE-RPT-FILE
           IF INTAKE-RPT-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ INTAKE-RPT-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       PERFORM 2050-TAKE-INTAKE-LINE
                   END-IF
               END-PERFORM
               CLOSE INTAKE-RPT-FILE
               MOVE WS-INTK-DATE TO WS-CHECK-DATE
               MOVE WS-INTK-ASSEMBLED TO WS-CHECK-RECORDS
               EVALUATE TRUE
                   WHEN WS-INTK-DATE NOT = WS-PROOF-DATE
                       MOVE "NOT FOR PROOF DATE" TO WS-CHECK-NOTE
                   WHEN NOT TRAILER-FOUND
                       MOVE "NO TRAILER, INTAKE INCOMPLETE"
                           TO WS-CHECK-NOTE
                   WHEN OTHER
                       SET INTAKE-PROVEN TO TRUE
               END-EVALUATE
           ELSE
               MOVE "FILE NOT AVAILABLE" TO WS-CHECK-NOTE
           END-IF
           PERFORM 7100-WRITE-FILE-LINE.

       2050-TAKE-INTAKE-LINE.
           EVALUATE INTAKE-RPT-RECORD(1:1)
               WHEN "H"
                   PERFORM 2060-TAKE-INTAKE-HEADER
               WHEN "T"
                   SET TRAILER-FOUND TO TRUE
                   MOVE FUNCTION NUMVAL(INTAKE-RPT-RECORD(14:4))
                       TO WS-INTK-FEEDS
                   MOVE FUNCTION NUMVAL(INTAKE-RPT-RECORD(31:4))
                       TO WS-INTK-ACCEPTED
                   MOVE FUNCTION NUMVAL(INTAKE-RPT-RECORD(51:4))
                       TO WS-INTK-QUARANTINED
                   MOVE FUNCTION NUMVAL(INTAKE-RPT-RECORD(77:9))
                       TO WS-INTK-ASSEMBLED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2060-TAKE-INTAKE-HEADER.
           MOVE SPACES TO WS-DATE-TEXT
           STRING INTAKE-RPT-RECORD(23:4) INTAKE-RPT-RECORD(28:2)
               INTAKE-RPT-RECORD(31:2)
               DELIMITED BY SIZE INTO WS-DATE-TEXT
           END-STRING
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-NUM TO WS-INTK-DATE
           END-IF
           MOVE INTAKE-RPT-RECORD(39:8) TO WS-CHECK-JOB.

       2100-READ-POSTING-REPORT.
           MOVE "SOLOUT.RPT" TO WS-CHECK-FILE
           MOVE ZERO TO WS-CHECK-DATE
           MOVE SPACES TO WS-CHECK-JOB
           MOVE ZERO TO WS-CHECK-RECORDS
           MOVE SPACES TO WS-CHECK-NOTE
           MOVE "N" TO WS-TRAILER-SWITCH
           OPEN INPUT REPORT-FILE
           IF REPORT-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ REPORT-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       PERFORM 2150-TAKE-POSTING-LINE
                   END-IF
               END-PERFORM
               CLOSE REPORT-FILE
               MOVE WS-OUT-DATE TO WS-CHECK-DATE
               MOVE WS-OUT-JOB TO WS-CHECK-JOB
               MOVE WS-OUT-READ TO WS-CHECK-RECORDS
               EVALUATE TRUE
                   WHEN WS-OUT-DATE NOT = WS-PROOF-DATE
                       MOVE "NOT FOR PROOF DATE" TO WS-CHECK-NOTE
                   WHEN WS-OUT-MODE = "EDIT"
                       MOVE "EDIT-ONLY RUN, NOTHING POSTED"
                           TO WS-CHECK-NOTE
                   WHEN NOT TRAILER-FOUND
                       MOVE "NO TRAILER, POSTING INCOMPLETE"
                           TO WS-CHECK-NOTE
                   WHEN OTHER
                       SET POSTING-PROVEN TO TRUE
               END-EVALUATE
           ELSE
               MOVE "FILE NOT AVAILABLE" TO WS-CHECK-NOTE
           END-IF
           PERFORM 7100-WRITE-FILE-LINE.

       2150-TAKE-POSTING-LINE.
           EVALUATE REPORT-RECORD(1:1)
               WHEN "H"
                   MOVE SPACES TO WS-DATE-TEXT
                   STRING REPORT-RECORD(23:4) REPORT-RECORD(28:2)
                       REPORT-RECORD(31:2)
                       DELIMITED BY SIZE INTO WS-DATE-TEXT
                   END-STRING
                   IF WS-DATE-TEXT IS NUMERIC
                       MOVE WS-DATE-NUM TO WS-OUT-DATE
                   END-IF
                   MOVE REPORT-RECORD(39:8) TO WS-OUT-JOB
                   MOVE REPORT-RECORD(54:4) TO WS-OUT-MODE
                   MOVE "N" TO WS-TRAILER-SWITCH
               WHEN "T"
                   SET TRAILER-FOUND TO TRUE
                   MOVE FUNCTION NUMVAL(REPORT-RECORD(16:9))
                       TO WS-OUT-READ
                   MOVE FUNCTION NUMVAL(REPORT-RECORD(44:9))
                       TO WS-OUT-POSTED
                   MOVE FUNCTION NUMVAL(REPORT-RECORD(73:9))
                       TO WS-OUT-REJECTED
               WHEN "G"
                   MOVE FUNCTION NUMVAL(REPORT-RECORD(16:13))
                       TO WS-OUT-GRAND-TOTAL
               WHEN "S"
                   IF REPORT-RECORD(3:30) = "RECORDS WAREHOUSED"
                       MOVE FUNCTION NUMVAL(REPORT-RECORD(33:13))
                           TO WS-OUT-WAREHOUSED
                   END-IF
                   IF REPORT-RECORD(3:30) = "RECORDS RELEASED"
                       MOVE FUNCTION NUMVAL(REPORT-RECORD(33:13))
                           TO WS-OUT-RELEASED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-READ-HISTORY.
           MOVE "SOLHIST.DAT" TO WS-CHECK-FILE
           MOVE ZERO TO WS-CHECK-DATE
           MOVE WS-OUT-JOB TO WS-CHECK-JOB
           MOVE ZERO TO WS-CHECK-RECORDS
           MOVE SPACES TO WS-CHECK-NOTE
           OPEN INPUT HISTORY-FILE
           IF HISTORY-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ HISTORY-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF HI-RUN-DATE = WS-PROOF-DATE
                               AND HI-JOB-ID = WS-OUT-JOB
                           SET HISTORY-PROVEN TO TRUE
                           MOVE HI-RUN-DATE TO WS-CHECK-DATE
                           MOVE HI-RECORDS-READ TO WS-HIST-READ
                           MOVE HI-RECORDS-POSTED TO WS-HIST-POSTED
                           MOVE HI-RECORDS-REJECTED
                               TO WS-HIST-REJECTED
                           MOVE HI-GRAND-TOTAL TO WS-HIST-GRAND-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE WS-HIST-POSTED TO WS-CHECK-RECORDS
               IF NOT HISTORY-PROVEN
                   MOVE "NO ENTRY FOR PROOF DATE AND JOB"
                       TO WS-CHECK-NOTE
               END-IF
           ELSE
               MOVE "FILE NOT AVAILABLE" TO WS-CHECK-NOTE
           END-IF
           PERFORM 7100-WRITE-FILE-LINE.

       2300-READ-EXCEPTIONS.
           MOVE "SOLOUT.EXC" TO WS-CHECK-FILE
           MOVE WS-PROOF-DATE TO WS-CHECK-DATE
           MOVE SPACES TO WS-CHECK-JOB
           MOVE ZERO TO WS-CHECK-RECORDS
           MOVE SPACES TO WS-CHECK-NOTE
           OPEN INPUT EXC-FILE
           IF EXC-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ EXC-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       IF EX-RUN-DATE = WS-PROOF-DATE
                           ADD 1 TO WS-EXC-COUNT
                       ELSE
                           ADD 1 TO WS-EXC-OTHER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXC-FILE
               MOVE WS-EXC-COUNT TO WS-CHECK-RECORDS
               IF WS-EXC-OTHER > ZERO
                   MOVE "HOLDS REJECTS FROM ANOTHER DAY"
                       TO WS-CHECK-NOTE
               ELSE
                   SET EXCEPTIONS-PROVEN TO TRUE
               END-IF
           ELSE
               MOVE "FILE NOT AVAILABLE" TO WS-CHECK-NOTE
           END-IF
           PERFORM 7100-WRITE-FILE-LINE.

       2400-READ-RECYCLE-REPORT.
           MOVE "SOLRCY.RPT" TO WS-CHECK-FILE
           MOVE ZERO TO WS-CHECK-DATE
           MOVE SPACES TO WS-CHECK-JOB
           MOVE ZERO TO WS-CHECK-RECORDS
           MOVE SPACES TO WS-CHECK-NOTE
           MOVE "N" TO WS-TRAILER-SWITCH
           OPEN INPUT RCYRPT-FILE
           IF RCYRPT-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ RCYRPT-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       PERFORM 2450-TAKE-RECYCLE-LINE
                   END-IF
               END-PERFORM
               CLOSE RCYRPT-FILE
               MOVE WS-RCY-DATE TO WS-CHECK-DATE
               MOVE WS-RCY-READ TO WS-CHECK-RECORDS
               EVALUATE TRUE
                   WHEN WS-RCY-DATE NOT = WS-PROOF-DATE
                       MOVE "NOT FOR PROOF DATE" TO WS-CHECK-NOTE
                   WHEN NOT TRAILER-FOUND
                       MOVE "NO TRAILER, RECYCLE INCOMPLETE"
                           TO WS-CHECK-NOTE
                   WHEN OTHER
                       SET RECYCLE-PROVEN TO TRUE
               END-EVALUATE
           ELSE
               MOVE "FILE NOT AVAILABLE" TO WS-CHECK-NOTE
           END-IF
           PERFORM 7100-WRITE-FILE-LINE.

       2450-TAKE-RECYCLE-LINE.
           EVALUATE RCYRPT-RECORD(1:1)
               WHEN "H"
                   MOVE SPACES TO WS-DATE-TEXT
                   STRING RCYRPT-RECORD(23:4) RCYRPT-RECORD(28:2)
                       RCYRPT-RECORD(31:2)
                       DELIMITED BY SIZE INTO WS-DATE-TEXT
                   END-STRING
                   IF WS-DATE-TEXT IS NUMERIC
                       MOVE WS-DATE-NUM TO WS-RCY-DATE
                   END-IF
                   MOVE RCYRPT-RECORD(39:8) TO WS-CHECK-JOB
               WHEN "T"
                   SET TRAILER-FOUND TO TRUE
                   MOVE FUNCTION NUMVAL(RCYRPT-RECORD(19:9))
                       TO WS-RCY-READ
                   MOVE FUNCTION NUMVAL(RCYRPT-RECORD(44:9))
                       TO WS-RCY-RESUBMITTED
                   MOVE FUNCTION NUMVAL(RCYRPT-RECORD(71:9))
                       TO WS-RCY-STILL-INVALID
                   MOVE FUNCTION NUMVAL(RCYRPT-RECORD(95:9))
                       TO WS-RCY-DUPLICATES
                   MOVE FUNCTION NUMVAL(RCYRPT-RECORD(122:9))
                       TO WS-RCY-CURRENCY-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-READ-GL-FILE.
           MOVE "GLPOST.DAT" TO WS-CHECK-FILE
           MOVE ZERO TO WS-CHECK-DATE
           MOVE WS-OUT-JOB TO WS-CHECK-JOB
           MOVE ZERO TO WS-CHECK-RECORDS
           MOVE SPACES TO WS-CHECK-NOTE
           MOVE "N" TO WS-TRAILER-SWITCH
           OPEN INPUT GL-FILE
           IF GL-OK
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ GL-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       PERFORM 2550-TAKE-GL-RECORD
                   END-IF
               END-PERFORM
               CLOSE GL-FILE
               COMPUTE WS-CHECK-RECORDS =
                   WS-GL-DETAIL-COUNT + WS-GL-CONTRA-COUNT
               EVALUATE TRUE
                   WHEN WS-GL-OTHER > ZERO
                       MOVE "HOLDS ANOTHER RUN'S POSTINGS"
                           TO WS-CHECK-NOTE
                   WHEN NOT TRAILER-FOUND
                       MOVE "NO T RECORD, LEDGER INCOMPLETE"
                           TO WS-CHECK-NOTE
                   WHEN WS-CHECK-DATE NOT = WS-PROOF-DATE
                       MOVE "NOT FOR PROOF DATE" TO WS-CHECK-NOTE
                   WHEN OTHER
                       SET LEDGER-PROVEN TO TRUE
               END-EVALUATE
           ELSE
               MOVE "FILE NOT AVAILABLE" TO WS-CHECK-NOTE
           END-IF
           PERFORM 7100-WRITE-FILE-LINE.

       2550-TAKE-GL-RECORD.
           IF GP-JOB-ID NOT = WS-OUT-JOB
               ADD 1 TO WS-GL-OTHER
           ELSE
               EVALUATE GP-REC-TYPE
                   WHEN "D"
                       ADD 1 TO WS-GL-DETAIL-COUNT
                       ADD GP-AMOUNT TO WS-GL-DETAIL-TOTAL
                   WHEN "C"
                       ADD 1 TO WS-GL-CONTRA-COUNT
                       ADD GP-AMOUNT TO WS-GL-CONTRA-TOTAL
                   WHEN "T"
                       SET TRAILER-FOUND TO TRUE
                       MOVE GP-REC-NO TO WS-GL-CONTROL-COUNT
                       MOVE GP-RUN-DATE TO WS-CHECK-DATE
                   WHEN OTHER
                       ADD 1 TO WS-GL-OTHER
               END-EVALUATE
           END-IF.

       2600-READ-BALANCE-CHANGES.
           MOVE "SOLBCHG.DAT" TO WS-CHECK-FILE
           MOVE WS-PROOF-DATE TO WS-CHECK-DATE
           MOVE WS-OUT-JOB TO WS-CHECK-JOB
           MOVE SPACES TO WS-CHECK-NOTE
           OPEN INPUT BALCHG-FILE
           IF BALCHG-OK
               SET BALCHG-PROVEN TO TRUE
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ BALCHG-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                       MOVE CH-ACCOUNT TO WS-BC-ACCOUNT
                       MOVE CH-BEFORE-BALANCE TO WS-BC-BEFORE
                       MOVE CH-AFTER-BALANCE TO WS-BC-AFTER
                       MOVE CH-SOURCE TO WS-BC-SOURCE
                       MOVE CH-RUN-DATE TO WS-BC-RUN-DATE
                       MOVE CH-JOB-ID TO WS-BC-JOB-ID
                       PERFORM 2690-TALLY-CHANGE
                   END-IF
               END-PERFORM
               CLOSE BALCHG-FILE
           ELSE
               IF BALCHG-MISSING
                   SET BALCHG-PROVEN TO TRUE
               ELSE
                   MOVE "FILE NOT AVAILABLE" TO WS-CHECK-NOTE
               END-IF
           END-IF
           IF BALCHG-PROVEN
               PERFORM 2650-READ-SENT-CHANGES
           END-IF
           MOVE WS-BC-CHANGES TO WS-CHECK-RECORDS
           PERFORM 7100-WRITE-FILE-LINE.

       2650-READ-SENT-CHANGES.
           OPEN INPUT ARCHIDX-FILE
           IF ARCHIDX-MISSING
               CONTINUE
           ELSE
               IF NOT ARCHIDX-OK
                   DISPLAY "SOLPROOF: CANNOT OPEN SOLARC.IDX, STATUS="
                       WS-ARCHIDX-STATUS
                   MOVE "N" TO WS-BALCHG-SWITCH
                   MOVE "SOLARC.IDX NOT AVAILABLE" TO WS-CHECK-NOTE
               ELSE
                   MOVE "N" TO WS-IDXEOF-SWITCH
                   MOVE LOW-VALUES TO AX-KEY
                   MOVE WS-PROOF-DATE TO AX-RUN-DATE
                   START ARCHIDX-FILE KEY IS NOT LESS THAN AX-KEY
                       INVALID KEY SET END-OF-ARCHIVE-INDEX TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-ARCHIVE-INDEX
                       READ ARCHIDX-FILE NEXT RECORD
                           AT END SET END-OF-ARCHIVE-INDEX TO TRUE
                       END-READ
                       IF NOT END-OF-ARCHIVE-INDEX
                               AND AX-FILE-TYPE = "BCX"
                           PERFORM 2660-READ-SENT-EXTRACT
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIDX-FILE
               END-IF
           END-IF.

       2660-READ-SENT-EXTRACT.
           MOVE AX-FILE-NAME TO WS-ARCH-IN-NAME
           DISPLAY "DD_ARCHIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-IN-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT ARCHIVE-IN-FILE
           IF NOT ARCH-IN-OK
               DISPLAY "SOLPROOF: CANNOT OPEN " WS-ARCH-IN-NAME
                   " STATUS=" WS-ARCH-IN-STATUS
               MOVE "N" TO WS-BALCHG-SWITCH
               MOVE "SENT EXTRACT NOT AVAILABLE" TO WS-CHECK-NOTE
           ELSE
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM UNTIL END-OF-LOAD-FILE
                   READ ARCHIVE-IN-FILE
                       AT END SET END-OF-LOAD-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-LOAD-FILE
                           AND ARCHIVE-IN-RECORD(1:3) = "DTL"
                       MOVE ARCHIVE-IN-RECORD TO WS-BCX-DETAIL
                       MOVE BD-ACCOUNT TO WS-BC-ACCOUNT
                       MOVE BD-BEFORE-BALANCE TO WS-BC-BEFORE
                       MOVE BD-AFTER-BALANCE TO WS-BC-AFTER
                       MOVE BD-SOURCE TO WS-BC-SOURCE
                       MOVE BD-RUN-DATE TO WS-BC-RUN-DATE
                       MOVE BD-JOB-ID TO WS-BC-JOB-ID
                       PERFORM 2690-TALLY-CHANGE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-IN-FILE
           END-IF.

       2690-TALLY-CHANGE.
           IF WS-BC-SOURCE = "SOLUTION"
                   AND WS-BC-RUN-DATE = WS-PROOF-DATE
                   AND WS-BC-JOB-ID = WS-OUT-JOB
               ADD 1 TO WS-BC-CHANGES
               COMPUTE WS-BC-MOVEMENT =
                   WS-BC-MOVEMENT + WS-BC-AFTER - WS-BC-BEFORE
           END-IF.

       3000-PROVE-DAY.
           MOVE "INTAKE ASSEMBLED / SOLUTION READ-RELSD"
               TO WS-PROOF-TEXT
           MOVE WS-INTK-ASSEMBLED TO WS-PROOF-LEFT
           COMPUTE WS-PROOF-RIGHT = WS-OUT-READ - WS-OUT-RELEASED
           MOVE "N" TO WS-AVAIL-SWITCH
           IF INTAKE-PROVEN AND POSTING-PROVEN
               SET PROOF-HAS-DATA TO TRUE
           END-IF
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "SOLUTION READ / POSTED+REJECTED+WHSED"
               TO WS-PROOF-TEXT
           MOVE WS-OUT-READ TO WS-PROOF-LEFT
           COMPUTE WS-PROOF-RIGHT = WS-OUT-POSTED + WS-OUT-REJECTED
               + WS-OUT-WAREHOUSED
           MOVE WS-POSTING-SWITCH TO WS-AVAIL-SWITCH
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "SOLOUT.RPT POSTED / SOLHIST.DAT POSTED"
               TO WS-PROOF-TEXT
           MOVE WS-OUT-POSTED TO WS-PROOF-LEFT
           MOVE WS-HIST-POSTED TO WS-PROOF-RIGHT
           MOVE "N" TO WS-AVAIL-SWITCH
           IF POSTING-PROVEN AND HISTORY-PROVEN
               SET PROOF-HAS-DATA TO TRUE
           END-IF
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "SOLOUT.RPT TOTAL / SOLHIST.DAT TOTAL"
               TO WS-PROOF-TEXT
           MOVE WS-OUT-GRAND-TOTAL TO WS-PROOF-LEFT
           MOVE WS-HIST-GRAND-TOTAL TO WS-PROOF-RIGHT
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "SOLOUT.RPT REJECTED / SOLOUT.EXC RECORDS"
               TO WS-PROOF-TEXT
           MOVE WS-OUT-REJECTED TO WS-PROOF-LEFT
           MOVE WS-EXC-COUNT TO WS-PROOF-RIGHT
           MOVE "N" TO WS-AVAIL-SWITCH
           IF POSTING-PROVEN AND EXCEPTIONS-PROVEN
               SET PROOF-HAS-DATA TO TRUE
           END-IF
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "SOLOUT.EXC RECORDS / SOLRECYC READ"
               TO WS-PROOF-TEXT
           MOVE WS-EXC-COUNT TO WS-PROOF-LEFT
           MOVE WS-RCY-READ TO WS-PROOF-RIGHT
           MOVE "N" TO WS-AVAIL-SWITCH
           IF EXCEPTIONS-PROVEN AND RECYCLE-PROVEN
               SET PROOF-HAS-DATA TO TRUE
           END-IF
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "SOLOUT.EXC RECORDS / PICKED UP+PENDING"
               TO WS-PROOF-TEXT
           MOVE WS-EXC-COUNT TO WS-PROOF-LEFT
           COMPUTE WS-PROOF-RIGHT = WS-RCY-RESUBMITTED
               + WS-RCY-STILL-INVALID + WS-RCY-DUPLICATES
               + WS-RCY-CURRENCY-HELD
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "GLPOST.DAT D TOTAL / C TOTAL REVERSED"
               TO WS-PROOF-TEXT
           MOVE WS-GL-DETAIL-TOTAL TO WS-PROOF-LEFT
           COMPUTE WS-PROOF-RIGHT = ZERO - WS-GL-CONTRA-TOTAL
           MOVE WS-LEDGER-SWITCH TO WS-AVAIL-SWITCH
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "GLPOST.DAT D+C RECORDS / T RECORD COUNT"
               TO WS-PROOF-TEXT
           COMPUTE WS-PROOF-LEFT =
               WS-GL-DETAIL-COUNT + WS-GL-CONTRA-COUNT
           MOVE WS-GL-CONTROL-COUNT TO WS-PROOF-RIGHT
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "GLPOST.DAT D TOTAL / SOLHIST.DAT TOTAL"
               TO WS-PROOF-TEXT
           MOVE WS-GL-DETAIL-TOTAL TO WS-PROOF-LEFT
           MOVE WS-HIST-GRAND-TOTAL TO WS-PROOF-RIGHT
           MOVE "N" TO WS-AVAIL-SWITCH
           IF LEDGER-PROVEN AND HISTORY-PROVEN
               SET PROOF-HAS-DATA TO TRUE
           END-IF
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "BALMAST MOVEMENT / SOLHIST.DAT TOTAL"
               TO WS-PROOF-TEXT
           MOVE WS-BC-MOVEMENT TO WS-PROOF-LEFT
           MOVE WS-HIST-GRAND-TOTAL TO WS-PROOF-RIGHT
           MOVE "N" TO WS-AVAIL-SWITCH
           IF BALCHG-PROVEN AND HISTORY-PROVEN
               SET PROOF-HAS-DATA TO TRUE
           END-IF
           PERFORM 7200-WRITE-PROOF-LINE

           MOVE "BALMAST CHANGES / SOLHIST.DAT POSTED"
               TO WS-PROOF-TEXT
           MOVE WS-BC-CHANGES TO WS-PROOF-LEFT
           MOVE WS-HIST-POSTED TO WS-PROOF-RIGHT
           PERFORM 7200-WRITE-PROOF-LINE.

       7100-WRITE-FILE-LINE.
           MOVE WS-CHECK-FILE TO FL-FILE
           MOVE WS-CHECK-DATE TO FL-DATE
           MOVE WS-CHECK-JOB TO FL-JOB
           MOVE WS-CHECK-RECORDS TO FL-RECORDS
           MOVE WS-CHECK-NOTE TO FL-NOTE
           IF WS-CHECK-NOTE = SPACES
               MOVE "OK" TO FL-RESULT
           ELSE
               MOVE "*** BREAK ***" TO FL-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           WRITE PROOF-RPT-RECORD FROM WS-FILE-LINE.

       7200-WRITE-PROOF-LINE.
           ADD 1 TO WS-PROOF-NO
           ADD 1 TO WS-PROOF-COUNT
           MOVE WS-PROOF-NO TO PL-PROOF-NO
           MOVE WS-PROOF-TEXT TO PL-TEXT
           COMPUTE WS-PROOF-DIFF = WS-PROOF-LEFT - WS-PROOF-RIGHT
           MOVE WS-PROOF-LEFT TO PL-LEFT
           MOVE WS-PROOF-RIGHT TO PL-RIGHT
           MOVE WS-PROOF-DIFF TO PL-DIFF
           EVALUATE TRUE
               WHEN NOT PROOF-HAS-DATA
                   MOVE "*** NO DATA ***" TO PL-RESULT
                   ADD 1 TO WS-BREAK-COUNT
               WHEN WS-PROOF-DIFF NOT = ZERO
                   MOVE "*** BREAK ***" TO PL-RESULT
                   ADD 1 TO WS-BREAK-COUNT
               WHEN OTHER
                   MOVE "OK" TO PL-RESULT
           END-EVALUATE
           WRITE PROOF-RPT-RECORD FROM WS-PROOF-LINE.

       8000-WRITE-TRAILER.
           MOVE WS-PROOF-COUNT TO TL-PROOFS
           MOVE WS-BREAK-COUNT TO TL-BREAKS
           IF WS-BREAK-COUNT = ZERO
               MOVE "DAY PROVES" TO TL-RESULT
           ELSE
               MOVE "*** DAY DOES NOT PROVE ***" TO TL-RESULT
           END-IF
           WRITE PROOF-RPT-RECORD FROM WS-TRAILER-LINE

           MOVE "PREPARED BY" TO SG-ROLE
           IF WS-USER-ID = SPACES
               MOVE WS-JOB-ID TO SG-USER
           ELSE
               MOVE WS-USER-ID TO SG-USER
           END-IF
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE HL-RUN-DATE TO SG-DATE
           WRITE PROOF-RPT-RECORD FROM WS-SIGNOFF-LINE
           MOVE "SIGNED OFF BY" TO SG-ROLE
           MOVE ALL "_" TO SG-USER
           MOVE ALL "_" TO SG-DATE
           WRITE PROOF-RPT-RECORD FROM WS-SIGNOFF-LINE.

       9000-TERMINATE.
           CLOSE PROOF-RPT-FILE
           IF WS-BREAK-COUNT > ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "DAY " WS-PROOF-DATE " DOES NOT PROVE, "
                   WS-BREAK-COUNT " BREAKS"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               MOVE "DIAG" TO WS-RL-TYPE
               MOVE 8 TO WS-RL-COMP
               PERFORM 9400-WRITE-RUN-LOG-RECORD
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "DAY " WS-PROOF-DATE " PROVES"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
           END-IF
           MOVE "END " TO WS-RL-TYPE
           PERFORM 9400-WRITE-RUN-LOG-RECORD
           DISPLAY "SOLPROOF: " WS-LOG-MESSAGE
           MOVE WS-RL-COMP TO RETURN-CODE.

       9400-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-MISSING
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF NOT RUNLOG-OK
               DISPLAY "SOLPROOF: CANNOT OPEN SOLRUN.LOG, STATUS="
                   WS-RUNLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO RUNLOG-RECORD
           MOVE WS-RL-TYPE TO RL-REC-TYPE
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-JOB-ID TO RL-JOB-ID
           MOVE WS-TIME-NOW TO RL-TIME
           MOVE WS-RL-COMP TO RL-COMP-CODE
           MOVE WS-PROOF-COUNT TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-POSTED
           MOVE WS-BREAK-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-HIST-GRAND-TOTAL TO RL-GRAND-TOTAL
           MOVE SPACES TO RL-FILE-STATUS
           MOVE WS-LOG-MESSAGE TO RL-MESSAGE
           WRITE RUNLOG-RECORD
           CLOSE RUNLOG-FILE.

       9900-LOG-FAILURE.
           MOVE "DIAG" TO WS-RL-TYPE
           MOVE 16 TO WS-RL-COMP
           PERFORM 9400-WRITE-RUN-LOG-RECORD
           MOVE "END " TO WS-RL-TYPE
           PERFORM 9400-WRITE-RUN-LOG-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.
