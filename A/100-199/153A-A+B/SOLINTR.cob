       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLINTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SOLINTR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT IRATE-FILE ASSIGN TO "SOLIRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATE-STATUS.

           SELECT BALMAST-FILE ASSIGN TO "BALMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "SOLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "SOLACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT GL-FILE ASSIGN TO "SOLINTR.GLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCH-OUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-OUT-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "SOLRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "SOLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INTR-RPT-FILE ASSIGN TO "SOLINTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTR-RPT-STATUS.

           SELECT TXNCODE-FILE ASSIGN TO "SOLTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCODE-STATUS.

           SELECT BALCHG-FILE ASSIGN TO "SOLBCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).

       FD  IRATE-FILE.
       01  IRATE-RECORD.
           05 IR-PLAN                PIC X(4).
           05 FILLER                 PIC X.
           05 IR-EFF-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 IR-TIER-FLOOR          PIC 9(13).
           05 FILLER                 PIC X.
           05 IR-CREDIT-RATE         PIC 9(2)V9(6).
           05 FILLER                 PIC X.
           05 IR-DEBIT-RATE          PIC 9(2)V9(6).

       FD  BALMAST-FILE.
       01  BALMAST-RECORD.
           05 BM-ACCOUNT             PIC 9(8).
           05 BM-BALANCE             PIC S9(13) SIGN LEADING SEPARATE.
           05 BM-LAST-POSTED         PIC 9(8).
           05 BM-POST-COUNT          PIC 9(9).

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

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05 AC-ACCOUNT             PIC 9(8).
           05 AC-BRANCH              PIC X(3).
           05 AC-LAST-ACCRUED        PIC 9(8).
           05 AC-CREDIT-ACCRUED      PIC S9(11)V9(6)
                                     SIGN LEADING SEPARATE.
           05 AC-DEBIT-ACCRUED       PIC S9(11)V9(6)
                                     SIGN LEADING SEPARATE.
           05 AC-LAST-CAPITALIZED    PIC 9(8).
           05 AC-LAST-CAP-CREDIT     PIC S9(12) SIGN LEADING SEPARATE.
           05 AC-LAST-CAP-DEBIT      PIC S9(12) SIGN LEADING SEPARATE.
           05 AC-CAP-POST-COUNT      PIC 9(9).

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

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  ARCH-OUT-FILE.
       01  ARCH-OUT-RECORD           PIC X(250).

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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HI-RUN-DATE            PIC 9(8).
           05 HI-JOB-ID              PIC X(8).
           05 HI-RECORDS-READ        PIC 9(9).
           05 HI-RECORDS-POSTED      PIC 9(9).
           05 HI-RECORDS-REJECTED    PIC 9(9).
           05 HI-GRAND-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

       FD  INTR-RPT-FILE.
       01  INTR-RPT-RECORD           PIC X(160).

       FD  TXNCODE-FILE.
       01  TXNCODE-RECORD.
           05 TC-CODE                PIC X(3).
           05 FILLER                 PIC X.
           05 TC-DESC                PIC X(30).
           05 FILLER                 PIC X.
           05 TC-DEBIT-GL            PIC X(10).
           05 FILLER                 PIC X.
           05 TC-CREDIT-GL           PIC X(10).
           05 FILLER                 PIC X.
           05 TC-STATUS              PIC X.

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
              88 PARM-OK             VALUE "00".
           05 WS-IRATE-STATUS        PIC XX.
              88 IRATE-OK            VALUE "00".
           05 WS-BALMAST-STATUS      PIC XX.
              88 BALMAST-OK          VALUE "00".
           05 WS-ACCTMAST-STATUS     PIC XX.
              88 ACCTMAST-OK         VALUE "00".
           05 WS-ACCRUAL-STATUS      PIC XX.
              88 ACCRUAL-OK          VALUE "00".
              88 ACCRUAL-MISSING     VALUE "35".
           05 WS-GL-STATUS           PIC XX.
              88 GL-OK               VALUE "00".
           05 WS-ARCHIDX-STATUS      PIC XX.
              88 ARCHIDX-OK          VALUE "00".
              88 ARCHIDX-MISSING     VALUE "35".
           05 WS-ARCH-OUT-STATUS     PIC XX.
              88 ARCH-OUT-OK         VALUE "00".
           05 WS-RUNLOG-STATUS       PIC XX.
              88 RUNLOG-OK           VALUE "00".
              88 RUNLOG-MISSING      VALUE "35".
           05 WS-HISTORY-STATUS      PIC XX.
              88 HISTORY-OK          VALUE "00".
              88 HISTORY-MISSING     VALUE "35".
           05 WS-INTR-RPT-STATUS     PIC XX.
              88 INTR-RPT-OK         VALUE "00".
           05 WS-TXNCODE-STATUS      PIC XX.
              88 TXNCODE-OK          VALUE "00".
           05 WS-BALCHG-STATUS       PIC XX.
              88 BALCHG-OK           VALUE "00".
              88 BALCHG-MISSING      VALUE "35".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 END-OF-BALMAST-FILE VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-MONTH-END-SWITCH    PIC X       VALUE "N".
              88 MONTH-END-RUN       VALUE "Y".
           05 WS-MONTH-END-PARM      PIC X       VALUE "A".
              88 MONTH-END-AUTO      VALUE "A".
              88 MONTH-END-FORCED    VALUE "Y".
              88 MONTH-END-SUPPRESSED VALUE "N".
           05 WS-MASTER-SWITCH       PIC X       VALUE "N".
              88 ACCOUNT-ON-MASTER   VALUE "Y".
           05 WS-ACCRUAL-SWITCH      PIC X       VALUE "N".
              88 ACCRUAL-ON-FILE     VALUE "Y".
           05 WS-RATE-SWITCH         PIC X       VALUE "N".
              88 RATE-FOUND          VALUE "Y".
           05 WS-BALMAST-CHANGED     PIC X       VALUE "N".
              88 BALMAST-CHANGED     VALUE "Y".
           05 WS-IDXEOF-SWITCH       PIC X       VALUE "N".
              88 END-OF-ARCHIVE-INDEX VALUE "Y".

       01  WS-COUNTERS.
           05 WS-ACCOUNTS-READ       PIC 9(9)    VALUE ZERO.
           05 WS-ACCOUNTS-ACCRUED    PIC 9(9)    VALUE ZERO.
           05 WS-ACCOUNTS-CAPITALIZED PIC 9(9)   VALUE ZERO.
           05 WS-ACCOUNTS-SKIPPED    PIC 9(9)    VALUE ZERO.
           05 WS-ACCOUNTS-NO-RATE    PIC 9(9)    VALUE ZERO.
           05 WS-GL-COUNT            PIC 9(9)    VALUE ZERO.
           05 WS-GRAND-TOTAL         PIC S9(12)  VALUE ZERO.
           05 WS-TOTAL-CREDIT-TODAY  PIC S9(11)V9(6) VALUE ZERO.
           05 WS-TOTAL-DEBIT-TODAY   PIC S9(11)V9(6) VALUE ZERO.
           05 WS-TOTAL-CAP-CREDIT    PIC S9(12)  VALUE ZERO.
           05 WS-TOTAL-CAP-DEBIT     PIC S9(12)  VALUE ZERO.

       01  WS-RUN-PARMS.
           05 WS-ASOF-DATE           PIC 9(8)    VALUE ZERO.
           05 WS-DAY-BASIS           PIC 9(3)    VALUE 365.
           05 WS-DEFAULT-PLAN        PIC X(4)    VALUE "STD ".
           05 WS-CREDIT-TXN          PIC X(3)    VALUE "ICR".
           05 WS-DEBIT-TXN           PIC X(3)    VALUE "IDR".

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).
           05 WS-PARM-DATE           PIC 9(8).
           05 WS-PARM-DATE-INT       PIC 9(8).

       01  WS-DATE-WORK.
           05 WS-ASOF-INT            PIC 9(8)    VALUE ZERO.
           05 WS-LAST-INT            PIC 9(8)    VALUE ZERO.
           05 WS-NEXT-DATE           PIC 9(8)    VALUE ZERO.
           05 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
              10 WS-NEXT-YEAR        PIC 9(4).
              10 WS-NEXT-MONTH       PIC 9(2).
              10 WS-NEXT-DAY         PIC 9(2).
           05 WS-ASOF-DATE-X         PIC 9(8)    VALUE ZERO.
           05 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE-X.
              10 WS-ASOF-YEAR        PIC 9(4).
              10 WS-ASOF-MONTH       PIC 9(2).
              10 WS-ASOF-DAY         PIC 9(2).

       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT          PIC 9(4)    VALUE ZERO.
           05 WS-RATE-ENTRY          OCCURS 500 TIMES.
              10 WS-RT-PLAN          PIC X(4).
              10 WS-RT-EFF-DATE      PIC 9(8).
              10 WS-RT-FLOOR         PIC 9(13).
              10 WS-RT-CREDIT        PIC 9(2)V9(6).
              10 WS-RT-DEBIT         PIC 9(2)V9(6).
       01  WS-RATE-IX                PIC 9(4)    VALUE ZERO.
       01  WS-RATE-BEST              PIC 9(4)    VALUE ZERO.

       01  WS-BRANCH-TABLE.
           05 WS-BR-COUNT            PIC 9(4)    VALUE ZERO.
           05 WS-BR-ENTRY            OCCURS 999 TIMES.
              10 WS-BR-ID            PIC X(3).
              10 WS-BR-ACCOUNTS      PIC 9(9).
              10 WS-BR-CREDIT-TODAY  PIC S9(11)V9(6).
              10 WS-BR-DEBIT-TODAY   PIC S9(11)V9(6).
              10 WS-BR-CREDIT-ACCRUED PIC S9(11)V9(6).
              10 WS-BR-DEBIT-ACCRUED PIC S9(11)V9(6).
              10 WS-BR-CAP-CREDIT    PIC S9(12).
              10 WS-BR-CAP-DEBIT     PIC S9(12).
       01  WS-BR-IX                  PIC 9(4)    VALUE ZERO.
       01  WS-BR-FOUND               PIC 9(4)    VALUE ZERO.

       01  WS-ACCRUAL-WORK.
           05 WS-CUR-BRANCH          PIC X(3)    VALUE SPACES.
           05 WS-CUR-PLAN            PIC X(4)    VALUE SPACES.
           05 WS-ABS-BALANCE         PIC 9(13)   VALUE ZERO.
           05 WS-DAYS                PIC S9(5)   VALUE ZERO.
           05 WS-APPLIED-RATE        PIC 9(2)V9(6) VALUE ZERO.
           05 WS-ACCRUAL-TODAY       PIC S9(11)V9(6) VALUE ZERO.
           05 WS-CAP-CREDIT          PIC S9(12)  VALUE ZERO.
           05 WS-CAP-DEBIT           PIC S9(12)  VALUE ZERO.
           05 WS-CAP-AMOUNT          PIC S9(12)  VALUE ZERO.
           05 WS-CAP-POSTING         PIC S9(12)  VALUE ZERO.
           05 WS-BEFORE-BALANCE      PIC S9(13)  VALUE ZERO.
           05 WS-NOTE                PIC X(24)   VALUE SPACES.

       01  WS-TXN-TABLE.
           05 WS-TXN-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-IX              PIC 9(3)    VALUE ZERO.
           05 WS-TXN-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-TXN-KEY             PIC X(3)    VALUE SPACES.
           05 WS-CREDIT-TXN-IX       PIC 9(3)    VALUE ZERO.
           05 WS-DEBIT-TXN-IX        PIC 9(3)    VALUE ZERO.
           05 WS-TXN-ENTRY           OCCURS 200 TIMES.
              10 WS-TXN-CODE         PIC X(3).
              10 WS-TXN-DESC         PIC X(30).
              10 WS-TXN-DEBIT-GL     PIC X(10).
              10 WS-TXN-CREDIT-GL    PIC X(10).

       01  WS-GL-CONTRA-TABLE.
           05 WS-GLC-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-GLC-IX              PIC 9(3)    VALUE ZERO.
           05 WS-GLC-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-GLC-ENTRY           OCCURS 200 TIMES.
              10 WS-GLC-ACCOUNT      PIC X(10).
              10 WS-GLC-TOTAL        PIC S9(12).

       01  WS-ARCH-OUT-NAME          PIC X(40)   VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.
       01  WS-RL-TYPE                PIC X(4)    VALUE SPACES.
       01  WS-RL-COMP                PIC 9(4)    VALUE ZERO.
       01  WS-LOG-MESSAGE            PIC X(40)   VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLINTR   ".
           05 FILLER                 PIC X(18)   VALUE
                                     "INTEREST ACCRUAL  ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(8)    VALUE "  AS OF ".
           05 HL-ASOF-DATE           PIC 9(4)/99/99.
           05 FILLER                 PIC X(2)    VALUE SPACES.
           05 HL-MONTH-END           PIC X(20).

       01  WS-COLUMN-LINE.
           05 FILLER                 PIC X       VALUE "C".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(4)    VALUE "BR".
           05 FILLER                 PIC X(9)    VALUE "ACCOUNT".
           05 FILLER                 PIC X(5)    VALUE "PLAN".
           05 FILLER                 PIC X(15)   VALUE "BALANCE".
           05 FILLER                 PIC X(10)   VALUE "RATE".
           05 FILLER                 PIC X(5)    VALUE "DAYS".
           05 FILLER                 PIC X(16)   VALUE "ACCRUED TODAY".
           05 FILLER                 PIC X(16)   VALUE "CREDIT TO DATE".
           05 FILLER                 PIC X(16)   VALUE "DEBIT TO DATE".
           05 FILLER                 PIC X(15)   VALUE "CAPITALIZED".
           05 FILLER                 PIC X(24)   VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05 DL-REC-TYPE            PIC X       VALUE "D".
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-BRANCH              PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-PLAN                PIC X(4).
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-BALANCE             PIC -(13)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-RATE                PIC Z9.999999.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DAYS                PIC ZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-ACCRUAL-TODAY       PIC -(11)9.99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-CREDIT-ACCRUED      PIC -(11)9.99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-DEBIT-ACCRUED       PIC -(11)9.99.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-CAPITALIZED         PIC -(13)9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 DL-NOTE                PIC X(24).

       01  WS-BRANCH-LINE.
           05 BL-REC-TYPE            PIC X       VALUE "B".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(7)    VALUE "BRANCH ".
           05 BL-BRANCH              PIC X(3).
           05 FILLER                 PIC X(10)   VALUE " ACCOUNTS ".
           05 BL-ACCOUNTS            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(9)    VALUE " CR TODAY".
           05 BL-CREDIT-TODAY        PIC -(11)9.99.
           05 FILLER                 PIC X(9)    VALUE " DR TODAY".
           05 BL-DEBIT-TODAY         PIC -(11)9.99.
           05 FILLER                 PIC X(9)    VALUE " CR ACCR ".
           05 BL-CREDIT-ACCRUED      PIC -(11)9.99.
           05 FILLER                 PIC X(9)    VALUE " DR ACCR ".
           05 BL-DEBIT-ACCRUED       PIC -(11)9.99.
           05 FILLER                 PIC X(8)    VALUE " CR CAP ".
           05 BL-CAP-CREDIT          PIC -(12)9.
           05 FILLER                 PIC X(8)    VALUE " DR CAP ".
           05 BL-CAP-DEBIT           PIC -(12)9.

       01  WS-GRAND-TOTAL-LINE.
           05 GT-REC-TYPE            PIC X       VALUE "G".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(13)   VALUE "GRAND TOTAL  ".
           05 FILLER                 PIC X(9)    VALUE " CR TODAY".
           05 GT-CREDIT-TODAY        PIC -(11)9.99.
           05 FILLER                 PIC X(9)    VALUE " DR TODAY".
           05 GT-DEBIT-TODAY         PIC -(11)9.99.
           05 FILLER                 PIC X(8)    VALUE " CR CAP ".
           05 GT-CAP-CREDIT          PIC -(12)9.
           05 FILLER                 PIC X(8)    VALUE " DR CAP ".
           05 GT-CAP-DEBIT           PIC -(12)9.
           05 FILLER                 PIC X(9)    VALUE " NET CAP ".
           05 GT-CAP-NET             PIC -(12)9.

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(14)   VALUE "ACCOUNTS READ".
           05 TL-ACCOUNTS-READ       PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "ACCRUED".
           05 TL-ACCOUNTS-ACCRUED    PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(12)   VALUE "CAPITALIZED".
           05 TL-ACCOUNTS-CAPITALIZED PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "SKIPPED".
           05 TL-ACCOUNTS-SKIPPED    PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(4)    VALUE SPACES.
           05 FILLER                 PIC X(8)    VALUE "NO RATE".
           05 TL-ACCOUNTS-NO-RATE    PIC ZZZZZZZZ9.

       01  WS-ARCH-LINE.
           05 AR-REC-TYPE            PIC X       VALUE "D".
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-REC-NO              PIC ZZZZZZZZ9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-BRANCH              PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-ACCOUNT             PIC 9(8).
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-COUNT               PIC Z9.
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-AMOUNT-SLOT         OCCURS 10 TIMES.
              10 AR-AMOUNT           PIC -(10)9.
              10 FILLER              PIC X       VALUE SPACE.
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-RES                 PIC -(12)9.
           05 FILLER                 PIC X(19)   VALUE SPACES.
           05 AR-TXN-CODE            PIC X(3).
           05 FILLER                 PIC X       VALUE SPACE.
           05 AR-TXN-DESC            PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL END-OF-BALMAST-FILE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLINTR " TO WS-JOB-ID
           END-IF
           MOVE WS-RUN-DATE TO WS-ASOF-DATE

           PERFORM 1100-READ-PARM-FILE
           PERFORM 1200-SET-MONTH-END

           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "INTEREST ACCRUAL AS OF " WS-ASOF-DATE
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           MOVE "STRT" TO WS-RL-TYPE
           MOVE ZERO TO WS-RL-COMP
           PERFORM 9400-WRITE-RUN-LOG-RECORD

           PERFORM 1300-LOAD-RATE-FILE

           OPEN I-O BALMAST-FILE
           IF NOT BALMAST-OK
               DISPLAY "SOLINTR: CANNOT OPEN BALMAST.DAT, STATUS="
                   WS-BALMAST-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF NOT ACCTMAST-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLACCT.DAT, STATUS="
                   WS-ACCTMAST-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-MISSING
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF
           IF NOT ACCRUAL-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLACCR.DAT, STATUS="
                   WS-ACCRUAL-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           OPEN OUTPUT INTR-RPT-FILE
           IF NOT INTR-RPT-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLINTR.RPT, STATUS="
                   WS-INTR-RPT-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           IF MONTH-END-RUN
               PERFORM 1400-OPEN-CAPITALIZATION-FILES
           END-IF

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-ASOF-DATE TO HL-ASOF-DATE
           IF MONTH-END-RUN
               MOVE "MONTH-END CAPITALIZE" TO HL-MONTH-END
           ELSE
               MOVE SPACES TO HL-MONTH-END
           END-IF
           WRITE INTR-RPT-RECORD FROM WS-HEADER-LINE
           WRITE INTR-RPT-RECORD FROM WS-COLUMN-LINE

           PERFORM 1900-READ-BALMAST-FILE.

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
                   WHEN "ASOFDATE"
                       MOVE ZERO TO WS-PARM-DATE-INT
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-PARM-DATE
                           COMPUTE WS-PARM-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
                       END-IF
                       IF WS-PARM-DATE-INT > ZERO
                           MOVE WS-PARM-DATE TO WS-ASOF-DATE
                       ELSE
                           DISPLAY "SOLINTR: INVALID ASOFDATE PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "BASIS"
                       IF WS-PARM-VALUE(1:3) = "360"
                               OR WS-PARM-VALUE(1:3) = "365"
                           MOVE WS-PARM-VALUE(1:3) TO WS-DAY-BASIS
                       ELSE
                           DISPLAY "SOLINTR: INVALID BASIS PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "MONTHEND"
                       IF WS-PARM-VALUE(1:1) = "Y"
                               OR WS-PARM-VALUE(1:1) = "N"
                               OR WS-PARM-VALUE(1:1) = "A"
                           MOVE WS-PARM-VALUE(1:1)
                               TO WS-MONTH-END-PARM
                       ELSE
                           DISPLAY "SOLINTR: INVALID MONTHEND PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "DEFPLAN"
                       IF WS-PARM-VALUE(1:4) NOT = SPACES
                           MOVE WS-PARM-VALUE(1:4) TO WS-DEFAULT-PLAN
                       ELSE
                           DISPLAY "SOLINTR: INVALID DEFPLAN PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "CRTXN"
                       IF WS-PARM-VALUE(1:3) NOT = SPACES
                           MOVE WS-PARM-VALUE(1:3) TO WS-CREDIT-TXN
                       ELSE
                           DISPLAY "SOLINTR: INVALID CRTXN PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN "DRTXN"
                       IF WS-PARM-VALUE(1:3) NOT = SPACES
                           MOVE WS-PARM-VALUE(1:3) TO WS-DEBIT-TXN
                       ELSE
                           DISPLAY "SOLINTR: INVALID DRTXN PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "SOLINTR: UNKNOWN PARM CARD: "
                           PARM-RECORD
                       STOP RUN
               END-EVALUATE
           END-IF.

       1200-SET-MONTH-END.
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ASOF-INT + 1)
           MOVE WS-ASOF-DATE TO WS-ASOF-DATE-X
           EVALUATE TRUE
               WHEN MONTH-END-FORCED
                   SET MONTH-END-RUN TO TRUE
               WHEN MONTH-END-SUPPRESSED
                   MOVE "N" TO WS-MONTH-END-SWITCH
               WHEN WS-NEXT-MONTH NOT = WS-ASOF-MONTH
                   SET MONTH-END-RUN TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-MONTH-END-SWITCH
           END-EVALUATE.

       1300-LOAD-RATE-FILE.
           OPEN INPUT IRATE-FILE
           IF NOT IRATE-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLIRATE.DAT, STATUS="
                   WS-IRATE-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ IRATE-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   IF IR-EFF-DATE IS NOT NUMERIC
                           OR IR-TIER-FLOOR IS NOT NUMERIC
                           OR IR-CREDIT-RATE IS NOT NUMERIC
                           OR IR-DEBIT-RATE IS NOT NUMERIC
                           OR IR-PLAN = SPACES
                       DISPLAY "SOLINTR: SOLIRATE.DAT RECORD NOT "
                           "RECOGNIZED: " IRATE-RECORD
                       PERFORM 9900-LOG-FAILURE
                   END-IF
                   IF IR-EFF-DATE NOT > WS-ASOF-DATE
                       IF WS-RATE-COUNT = 500
                           DISPLAY "SOLINTR: RATE TABLE EXCEEDS 500 "
                               "ENTRIES"
                           PERFORM 9900-LOG-FAILURE
                       END-IF
                       ADD 1 TO WS-RATE-COUNT
                       MOVE IR-PLAN TO WS-RT-PLAN(WS-RATE-COUNT)
                       MOVE IR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT)
                       MOVE IR-TIER-FLOOR TO WS-RT-FLOOR(WS-RATE-COUNT)
                       MOVE IR-CREDIT-RATE
                           TO WS-RT-CREDIT(WS-RATE-COUNT)
                       MOVE IR-DEBIT-RATE TO WS-RT-DEBIT(WS-RATE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE IRATE-FILE.

       1400-OPEN-CAPITALIZATION-FILES.
           PERFORM 1420-CHECK-PRIOR-CAPITALIZATION
           PERFORM 1450-LOAD-TXN-CODES
           OPEN OUTPUT GL-FILE
           IF NOT GL-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLINTR.GLP, STATUS="
                   WS-GL-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           MOVE SPACES TO WS-ARCH-OUT-NAME
           STRING "SOLARC-" DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-JOB-ID DELIMITED BY SPACE
               ".INT" DELIMITED BY SIZE
               INTO WS-ARCH-OUT-NAME
           END-STRING
           DISPLAY "DD_ARCHOUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-OUT-NAME UPON ENVIRONMENT-VALUE
           OPEN OUTPUT ARCH-OUT-FILE
           IF NOT ARCH-OUT-OK
               DISPLAY "SOLINTR: CANNOT OPEN " WS-ARCH-OUT-NAME
                   " STATUS=" WS-ARCH-OUT-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF

           OPEN EXTEND BALCHG-FILE
           IF BALCHG-MISSING
               OPEN OUTPUT BALCHG-FILE
           END-IF
           IF NOT BALCHG-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLBCHG.DAT, STATUS="
                   WS-BALCHG-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF.

       1420-CHECK-PRIOR-CAPITALIZATION.
           OPEN INPUT ARCHIDX-FILE
           IF ARCHIDX-OK
               MOVE "N" TO WS-IDXEOF-SWITCH
               MOVE LOW-VALUES TO AX-KEY
               MOVE WS-ASOF-DATE TO AX-RUN-DATE
               START ARCHIDX-FILE KEY IS NOT LESS THAN AX-KEY
                   INVALID KEY SET END-OF-ARCHIVE-INDEX TO TRUE
               END-START
               PERFORM UNTIL END-OF-ARCHIVE-INDEX
                   READ ARCHIDX-FILE NEXT RECORD
                       AT END SET END-OF-ARCHIVE-INDEX TO TRUE
                   END-READ
                   IF NOT END-OF-ARCHIVE-INDEX
                       IF AX-RUN-DATE NOT = WS-ASOF-DATE
                           SET END-OF-ARCHIVE-INDEX TO TRUE
                       ELSE
                           IF AX-FILE-TYPE = "INT"
                               DISPLAY "SOLINTR: CAPITALIZATION AS OF "
                                   WS-ASOF-DATE " ALREADY RUN BY JOB "
                                   AX-JOB-ID
                               DISPLAY "SOLINTR: RERUN WITH MONTHEND=N "
                                   "TO ACCRUE ONLY"
                               CLOSE ARCHIDX-FILE
                               PERFORM 9900-LOG-FAILURE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIDX-FILE
           END-IF.

       1450-LOAD-TXN-CODES.
           OPEN INPUT TXNCODE-FILE
           IF NOT TXNCODE-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLTXN.DAT, STATUS="
                   WS-TXNCODE-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ TXNCODE-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   IF WS-TXN-COUNT = 200
                       DISPLAY "SOLINTR: SOLTXN.DAT EXCEEDS 200 "
                           "CODES"
                       PERFORM 9900-LOG-FAILURE
                   END-IF
                   ADD 1 TO WS-TXN-COUNT
                   MOVE TC-CODE TO WS-TXN-CODE(WS-TXN-COUNT)
                   MOVE TC-DESC TO WS-TXN-DESC(WS-TXN-COUNT)
                   MOVE TC-DEBIT-GL TO WS-TXN-DEBIT-GL(WS-TXN-COUNT)
                   MOVE TC-CREDIT-GL
                       TO WS-TXN-CREDIT-GL(WS-TXN-COUNT)
               END-IF
           END-PERFORM
           CLOSE TXNCODE-FILE

           MOVE WS-CREDIT-TXN TO WS-TXN-KEY
           PERFORM 1460-FIND-TXN-CODE
           MOVE WS-TXN-FOUND TO WS-CREDIT-TXN-IX
           MOVE WS-DEBIT-TXN TO WS-TXN-KEY
           PERFORM 1460-FIND-TXN-CODE
           MOVE WS-TXN-FOUND TO WS-DEBIT-TXN-IX
           IF WS-CREDIT-TXN-IX = ZERO OR WS-DEBIT-TXN-IX = ZERO
               DISPLAY "SOLINTR: INTEREST TRANSACTION CODES "
                   WS-CREDIT-TXN " " WS-DEBIT-TXN
                   " NOT ALL ON SOLTXN.DAT"
               PERFORM 9900-LOG-FAILURE
           END-IF.

       1460-FIND-TXN-CODE.
           MOVE ZERO TO WS-TXN-FOUND
           PERFORM VARYING WS-TXN-IX FROM 1 BY 1
                   UNTIL WS-TXN-IX > WS-TXN-COUNT
                   OR WS-TXN-FOUND > ZERO
               IF WS-TXN-CODE(WS-TXN-IX) = WS-TXN-KEY
                   MOVE WS-TXN-IX TO WS-TXN-FOUND
               END-IF
           END-PERFORM.

       1900-READ-BALMAST-FILE.
           READ BALMAST-FILE
               AT END SET END-OF-BALMAST-FILE TO TRUE
           END-READ
           IF NOT END-OF-BALMAST-FILE
               ADD 1 TO WS-ACCOUNTS-READ
           END-IF.

       2000-PROCESS-ACCOUNT.
           MOVE SPACES TO WS-NOTE
           MOVE ZERO TO WS-DAYS
           MOVE ZERO TO WS-APPLIED-RATE
           MOVE ZERO TO WS-ACCRUAL-TODAY
           MOVE ZERO TO WS-CAP-AMOUNT
           MOVE "N" TO WS-BALMAST-CHANGED

           PERFORM 2100-READ-ACCOUNT-MASTER
           IF NOT ACCOUNT-ON-MASTER
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               MOVE "NOT ON ACCOUNT MASTER" TO WS-NOTE
               MOVE "???" TO WS-CUR-BRANCH
               MOVE SPACES TO WS-CUR-PLAN
               PERFORM 2800-WRITE-DETAIL-LINE
           ELSE
               PERFORM 2200-READ-ACCRUAL
               IF ACCOUNT-CLOSED
                   ADD 1 TO WS-ACCOUNTS-SKIPPED
                   MOVE "ACCOUNT CLOSED" TO WS-NOTE
               ELSE
                   PERFORM 2300-ACCRUE-INTEREST
               END-IF
               IF MONTH-END-RUN
                   IF AC-LAST-CAPITALIZED = WS-ASOF-DATE
                       PERFORM 2420-RESTATE-CAPITALIZATION
                   ELSE
                       IF AC-LAST-CAPITALIZED < WS-ASOF-DATE
                               AND (NOT ACCOUNT-CLOSED
                               OR AC-CREDIT-ACCRUED NOT = ZERO
                               OR AC-DEBIT-ACCRUED NOT = ZERO)
                           PERFORM 2400-CAPITALIZE-INTEREST
                       END-IF
                   END-IF
               END-IF
               PERFORM 2500-SAVE-ACCRUAL
               PERFORM 2600-TALLY-BRANCH
               PERFORM 2800-WRITE-DETAIL-LINE
           END-IF
           PERFORM 1900-READ-BALMAST-FILE.

       2100-READ-ACCOUNT-MASTER.
           MOVE "Y" TO WS-MASTER-SWITCH
           MOVE BM-ACCOUNT TO AM-ACCOUNT
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-MASTER-SWITCH
           END-READ
           IF ACCOUNT-ON-MASTER
               MOVE AM-BRANCH TO WS-CUR-BRANCH
               IF AM-RATE-PLAN = SPACES OR AM-RATE-PLAN = LOW-VALUES
                   MOVE WS-DEFAULT-PLAN TO WS-CUR-PLAN
               ELSE
                   MOVE AM-RATE-PLAN TO WS-CUR-PLAN
               END-IF
           END-IF.

       2200-READ-ACCRUAL.
           MOVE "Y" TO WS-ACCRUAL-SWITCH
           MOVE BM-ACCOUNT TO AC-ACCOUNT
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCRUAL-SWITCH
           END-READ
           IF NOT ACCRUAL-ON-FILE
               MOVE BM-ACCOUNT TO AC-ACCOUNT
               MOVE ZERO TO AC-LAST-ACCRUED
               MOVE ZERO TO AC-CREDIT-ACCRUED
               MOVE ZERO TO AC-DEBIT-ACCRUED
               MOVE ZERO TO AC-LAST-CAPITALIZED
               MOVE ZERO TO AC-LAST-CAP-CREDIT
               MOVE ZERO TO AC-LAST-CAP-DEBIT
               MOVE ZERO TO AC-CAP-POST-COUNT
           END-IF
           MOVE WS-CUR-BRANCH TO AC-BRANCH.

       2300-ACCRUE-INTEREST.
           IF AC-LAST-ACCRUED = ZERO
               MOVE 1 TO WS-DAYS
           ELSE
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(AC-LAST-ACCRUED)
               COMPUTE WS-DAYS = WS-ASOF-INT - WS-LAST-INT
           END-IF

           IF WS-DAYS NOT > ZERO
               MOVE ZERO TO WS-DAYS
               MOVE "ALREADY ACCRUED" TO WS-NOTE
           ELSE
               IF BM-BALANCE < ZERO
                   COMPUTE WS-ABS-BALANCE = ZERO - BM-BALANCE
               ELSE
                   MOVE BM-BALANCE TO WS-ABS-BALANCE
               END-IF
               PERFORM 2350-FIND-RATE
               IF NOT RATE-FOUND
                   MOVE "NO RATE FOR PLAN" TO WS-NOTE
                   ADD 1 TO WS-ACCOUNTS-NO-RATE
               ELSE
                   IF BM-BALANCE < ZERO
                       MOVE WS-RT-DEBIT(WS-RATE-BEST)
                           TO WS-APPLIED-RATE
                   ELSE
                       MOVE WS-RT-CREDIT(WS-RATE-BEST)
                           TO WS-APPLIED-RATE
                   END-IF
                   COMPUTE WS-ACCRUAL-TODAY ROUNDED =
                       BM-BALANCE * WS-APPLIED-RATE * WS-DAYS
                       / (100 * WS-DAY-BASIS)
                   IF BM-BALANCE < ZERO
                       ADD WS-ACCRUAL-TODAY TO AC-DEBIT-ACCRUED
                       ADD WS-ACCRUAL-TODAY TO WS-TOTAL-DEBIT-TODAY
                   ELSE
                       ADD WS-ACCRUAL-TODAY TO AC-CREDIT-ACCRUED
                       ADD WS-ACCRUAL-TODAY TO WS-TOTAL-CREDIT-TODAY
                   END-IF
                   MOVE WS-ASOF-DATE TO AC-LAST-ACCRUED
                   ADD 1 TO WS-ACCOUNTS-ACCRUED
               END-IF
           END-IF.

       2350-FIND-RATE.
           MOVE "N" TO WS-RATE-SWITCH
           MOVE ZERO TO WS-RATE-BEST
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
               IF WS-RT-PLAN(WS-RATE-IX) = WS-CUR-PLAN
                       AND WS-RT-FLOOR(WS-RATE-IX) NOT > WS-ABS-BALANCE
                   IF NOT RATE-FOUND
                       MOVE WS-RATE-IX TO WS-RATE-BEST
                       SET RATE-FOUND TO TRUE
                   ELSE
                       IF WS-RT-EFF-DATE(WS-RATE-IX)
                               > WS-RT-EFF-DATE(WS-RATE-BEST)
                           MOVE WS-RATE-IX TO WS-RATE-BEST
                       ELSE
                           IF WS-RT-EFF-DATE(WS-RATE-IX)
                                   = WS-RT-EFF-DATE(WS-RATE-BEST)
                                   AND WS-RT-FLOOR(WS-RATE-IX)
                                   > WS-RT-FLOOR(WS-RATE-BEST)
                               MOVE WS-RATE-IX TO WS-RATE-BEST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2400-CAPITALIZE-INTEREST.
           COMPUTE WS-CAP-CREDIT ROUNDED = AC-CREDIT-ACCRUED
           COMPUTE WS-CAP-DEBIT ROUNDED = AC-DEBIT-ACCRUED
           COMPUTE WS-CAP-AMOUNT = WS-CAP-CREDIT + WS-CAP-DEBIT
           SUBTRACT WS-CAP-CREDIT FROM AC-CREDIT-ACCRUED
           SUBTRACT WS-CAP-DEBIT FROM AC-DEBIT-ACCRUED
           MOVE WS-ASOF-DATE TO AC-LAST-CAPITALIZED
           MOVE WS-CAP-CREDIT TO AC-LAST-CAP-CREDIT
           MOVE WS-CAP-DEBIT TO AC-LAST-CAP-DEBIT
           MOVE BM-POST-COUNT TO AC-CAP-POST-COUNT
           PERFORM 2500-SAVE-ACCRUAL
           MOVE "Y" TO WS-ACCRUAL-SWITCH
           IF WS-CAP-CREDIT NOT = ZERO OR WS-CAP-DEBIT NOT = ZERO
               PERFORM 2410-POST-BALANCE
               PERFORM 2430-POST-CAPITALIZATION
               IF WS-NOTE = SPACES
                   MOVE "CAPITALIZED" TO WS-NOTE
               END-IF
           END-IF.

       2410-POST-BALANCE.
           MOVE BM-BALANCE TO WS-BEFORE-BALANCE
           ADD WS-CAP-AMOUNT TO BM-BALANCE
           ADD 1 TO BM-POST-COUNT
           MOVE WS-ASOF-DATE TO BM-LAST-POSTED
           REWRITE BALMAST-RECORD
           IF NOT BALMAST-OK
               DISPLAY "SOLINTR: BALMAST UPDATE FAILED, STATUS="
                   WS-BALMAST-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           PERFORM 2440-WRITE-BALANCE-CHANGE.

       2420-RESTATE-CAPITALIZATION.
           MOVE AC-LAST-CAP-CREDIT TO WS-CAP-CREDIT
           MOVE AC-LAST-CAP-DEBIT TO WS-CAP-DEBIT
           COMPUTE WS-CAP-AMOUNT = WS-CAP-CREDIT + WS-CAP-DEBIT
           IF WS-CAP-CREDIT NOT = ZERO OR WS-CAP-DEBIT NOT = ZERO
               IF BM-POST-COUNT = AC-CAP-POST-COUNT
                   PERFORM 2410-POST-BALANCE
                   MOVE "RESTART - POSTED NOW" TO WS-NOTE
               ELSE
                   MOVE "RESTART - ALREADY POSTED" TO WS-NOTE
               END-IF
               PERFORM 2430-POST-CAPITALIZATION
           END-IF.

       2430-POST-CAPITALIZATION.
           SET BALMAST-CHANGED TO TRUE
           ADD 1 TO WS-ACCOUNTS-CAPITALIZED
           ADD WS-CAP-AMOUNT TO WS-GRAND-TOTAL
           ADD WS-CAP-CREDIT TO WS-TOTAL-CAP-CREDIT
           ADD WS-CAP-DEBIT TO WS-TOTAL-CAP-DEBIT
           IF WS-CAP-CREDIT NOT = ZERO
               MOVE WS-CAP-CREDIT TO WS-CAP-POSTING
               MOVE WS-CREDIT-TXN-IX TO WS-TXN-FOUND
               PERFORM 2450-WRITE-GL-DETAIL
               PERFORM 2460-WRITE-ARCHIVE-DETAIL
           END-IF
           IF WS-CAP-DEBIT NOT = ZERO
               MOVE WS-CAP-DEBIT TO WS-CAP-POSTING
               MOVE WS-DEBIT-TXN-IX TO WS-TXN-FOUND
               PERFORM 2450-WRITE-GL-DETAIL
               PERFORM 2460-WRITE-ARCHIVE-DETAIL
           END-IF.

       2440-WRITE-BALANCE-CHANGE.
           MOVE SPACES TO BALCHG-RECORD
           MOVE BM-ACCOUNT TO CH-ACCOUNT
           MOVE WS-CUR-BRANCH TO CH-BRANCH
           MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE
           MOVE BM-BALANCE TO CH-AFTER-BALANCE
           MOVE WS-CAP-AMOUNT TO CH-AMOUNT
           MOVE "SOLINTR " TO CH-SOURCE
           MOVE WS-ASOF-DATE TO CH-RUN-DATE
           MOVE WS-JOB-ID TO CH-JOB-ID
           WRITE BALCHG-RECORD
           IF NOT BALCHG-OK
               DISPLAY "SOLINTR: SOLBCHG.DAT WRITE FAILED, STATUS="
                   WS-BALCHG-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF.

       2450-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GP-REC-TYPE
           MOVE WS-ASOF-DATE TO GP-RUN-DATE
           MOVE WS-JOB-ID TO GP-JOB-ID
           MOVE WS-ACCOUNTS-CAPITALIZED TO GP-REC-NO
           MOVE WS-CAP-POSTING TO GP-AMOUNT
           MOVE WS-TXN-DEBIT-GL(WS-TXN-FOUND) TO GP-GL-ACCOUNT
           MOVE WS-TXN-CREDIT-GL(WS-TXN-FOUND) TO GP-CONTRA-ACCOUNT
           MOVE WS-TXN-CODE(WS-TXN-FOUND) TO GP-TXN-CODE
           PERFORM 2455-TALLY-GL-CONTRA
           WRITE GL-RECORD
           IF NOT GL-OK
               DISPLAY "SOLINTR: SOLINTR.GLP WRITE FAILED, STATUS="
                   WS-GL-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           ADD 1 TO WS-GL-COUNT.

       2455-TALLY-GL-CONTRA.
           MOVE ZERO TO WS-GLC-FOUND
           PERFORM VARYING WS-GLC-IX FROM 1 BY 1
                   UNTIL WS-GLC-IX > WS-GLC-COUNT
                   OR WS-GLC-FOUND > ZERO
               IF WS-GLC-ACCOUNT(WS-GLC-IX) = GP-CONTRA-ACCOUNT
                   MOVE WS-GLC-IX TO WS-GLC-FOUND
               END-IF
           END-PERFORM
           IF WS-GLC-FOUND = ZERO
               IF WS-GLC-COUNT = 200
                   DISPLAY "SOLINTR: GL CONTRA TABLE FULL"
                   PERFORM 9900-LOG-FAILURE
               END-IF
               ADD 1 TO WS-GLC-COUNT
               MOVE WS-GLC-COUNT TO WS-GLC-FOUND
               MOVE GP-CONTRA-ACCOUNT TO WS-GLC-ACCOUNT(WS-GLC-FOUND)
               MOVE ZERO TO WS-GLC-TOTAL(WS-GLC-FOUND)
           END-IF
           ADD GP-AMOUNT TO WS-GLC-TOTAL(WS-GLC-FOUND).

       2460-WRITE-ARCHIVE-DETAIL.
           MOVE SPACES TO WS-ARCH-LINE
           MOVE "D" TO AR-REC-TYPE
           MOVE WS-ACCOUNTS-CAPITALIZED TO AR-REC-NO
           MOVE WS-CUR-BRANCH TO AR-BRANCH
           MOVE BM-ACCOUNT TO AR-ACCOUNT
           MOVE 1 TO AR-COUNT
           MOVE WS-CAP-POSTING TO AR-AMOUNT(1)
           MOVE WS-CAP-POSTING TO AR-RES
           MOVE WS-TXN-CODE(WS-TXN-FOUND) TO AR-TXN-CODE
           MOVE WS-TXN-DESC(WS-TXN-FOUND) TO AR-TXN-DESC
           WRITE ARCH-OUT-RECORD FROM WS-ARCH-LINE
           IF NOT ARCH-OUT-OK
               DISPLAY "SOLINTR: " WS-ARCH-OUT-NAME
                   " WRITE FAILED, STATUS=" WS-ARCH-OUT-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF.

       2500-SAVE-ACCRUAL.
           IF ACCRUAL-ON-FILE
               REWRITE ACCRUAL-RECORD
           ELSE
               WRITE ACCRUAL-RECORD
           END-IF
           IF NOT ACCRUAL-OK
               DISPLAY "SOLINTR: SOLACCR.DAT UPDATE FAILED, STATUS="
                   WS-ACCRUAL-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF.

       2600-TALLY-BRANCH.
           MOVE ZERO TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-COUNT
                   OR WS-BR-FOUND > ZERO
               IF WS-BR-ID(WS-BR-IX) = WS-CUR-BRANCH
                   MOVE WS-BR-IX TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = ZERO
               IF WS-BR-COUNT = 999
                   DISPLAY "SOLINTR: BRANCH TABLE EXCEEDS 999 ENTRIES"
                   PERFORM 9900-LOG-FAILURE
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-FOUND
               MOVE WS-CUR-BRANCH TO WS-BR-ID(WS-BR-FOUND)
               MOVE ZERO TO WS-BR-ACCOUNTS(WS-BR-FOUND)
               MOVE ZERO TO WS-BR-CREDIT-TODAY(WS-BR-FOUND)
               MOVE ZERO TO WS-BR-DEBIT-TODAY(WS-BR-FOUND)
               MOVE ZERO TO WS-BR-CREDIT-ACCRUED(WS-BR-FOUND)
               MOVE ZERO TO WS-BR-DEBIT-ACCRUED(WS-BR-FOUND)
               MOVE ZERO TO WS-BR-CAP-CREDIT(WS-BR-FOUND)
               MOVE ZERO TO WS-BR-CAP-DEBIT(WS-BR-FOUND)
           END-IF
           ADD 1 TO WS-BR-ACCOUNTS(WS-BR-FOUND)
           IF BM-BALANCE < ZERO
               ADD WS-ACCRUAL-TODAY TO WS-BR-DEBIT-TODAY(WS-BR-FOUND)
           ELSE
               ADD WS-ACCRUAL-TODAY TO WS-BR-CREDIT-TODAY(WS-BR-FOUND)
           END-IF
           ADD AC-CREDIT-ACCRUED TO WS-BR-CREDIT-ACCRUED(WS-BR-FOUND)
           ADD AC-DEBIT-ACCRUED TO WS-BR-DEBIT-ACCRUED(WS-BR-FOUND)
           IF BALMAST-CHANGED
               ADD WS-CAP-CREDIT TO WS-BR-CAP-CREDIT(WS-BR-FOUND)
               ADD WS-CAP-DEBIT TO WS-BR-CAP-DEBIT(WS-BR-FOUND)
           END-IF.

       2800-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "D" TO DL-REC-TYPE
           MOVE WS-CUR-BRANCH TO DL-BRANCH
           MOVE BM-ACCOUNT TO DL-ACCOUNT
           MOVE WS-CUR-PLAN TO DL-PLAN
           MOVE BM-BALANCE TO DL-BALANCE
           MOVE WS-APPLIED-RATE TO DL-RATE
           MOVE WS-DAYS TO DL-DAYS
           MOVE WS-ACCRUAL-TODAY TO DL-ACCRUAL-TODAY
           IF ACCOUNT-ON-MASTER
               MOVE AC-CREDIT-ACCRUED TO DL-CREDIT-ACCRUED
               MOVE AC-DEBIT-ACCRUED TO DL-DEBIT-ACCRUED
           ELSE
               MOVE ZERO TO DL-CREDIT-ACCRUED
               MOVE ZERO TO DL-DEBIT-ACCRUED
           END-IF
           MOVE WS-CAP-AMOUNT TO DL-CAPITALIZED
           MOVE WS-NOTE TO DL-NOTE
           WRITE INTR-RPT-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-TRAILER.
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-COUNT
               MOVE WS-BR-ID(WS-BR-IX) TO BL-BRANCH
               MOVE WS-BR-ACCOUNTS(WS-BR-IX) TO BL-ACCOUNTS
               MOVE WS-BR-CREDIT-TODAY(WS-BR-IX) TO BL-CREDIT-TODAY
               MOVE WS-BR-DEBIT-TODAY(WS-BR-IX) TO BL-DEBIT-TODAY
               MOVE WS-BR-CREDIT-ACCRUED(WS-BR-IX)
                   TO BL-CREDIT-ACCRUED
               MOVE WS-BR-DEBIT-ACCRUED(WS-BR-IX) TO BL-DEBIT-ACCRUED
               MOVE WS-BR-CAP-CREDIT(WS-BR-IX) TO BL-CAP-CREDIT
               MOVE WS-BR-CAP-DEBIT(WS-BR-IX) TO BL-CAP-DEBIT
               WRITE INTR-RPT-RECORD FROM WS-BRANCH-LINE
           END-PERFORM

           MOVE WS-TOTAL-CREDIT-TODAY TO GT-CREDIT-TODAY
           MOVE WS-TOTAL-DEBIT-TODAY TO GT-DEBIT-TODAY
           MOVE WS-TOTAL-CAP-CREDIT TO GT-CAP-CREDIT
           MOVE WS-TOTAL-CAP-DEBIT TO GT-CAP-DEBIT
           MOVE WS-GRAND-TOTAL TO GT-CAP-NET
           WRITE INTR-RPT-RECORD FROM WS-GRAND-TOTAL-LINE

           MOVE WS-ACCOUNTS-READ TO TL-ACCOUNTS-READ
           MOVE WS-ACCOUNTS-ACCRUED TO TL-ACCOUNTS-ACCRUED
           MOVE WS-ACCOUNTS-CAPITALIZED TO TL-ACCOUNTS-CAPITALIZED
           MOVE WS-ACCOUNTS-SKIPPED TO TL-ACCOUNTS-SKIPPED
           MOVE WS-ACCOUNTS-NO-RATE TO TL-ACCOUNTS-NO-RATE
           WRITE INTR-RPT-RECORD FROM WS-TRAILER-LINE

           IF MONTH-END-RUN
               PERFORM 8200-WRITE-GL-CONTROL
           END-IF.

       8200-WRITE-GL-CONTROL.
           PERFORM VARYING WS-GLC-IX FROM 1 BY 1
                   UNTIL WS-GLC-IX > WS-GLC-COUNT
               MOVE SPACES TO GL-RECORD
               MOVE "C" TO GP-REC-TYPE
               MOVE WS-ASOF-DATE TO GP-RUN-DATE
               MOVE WS-JOB-ID TO GP-JOB-ID
               MOVE ZERO TO GP-REC-NO
               COMPUTE GP-AMOUNT = ZERO - WS-GLC-TOTAL(WS-GLC-IX)
               MOVE WS-GLC-ACCOUNT(WS-GLC-IX) TO GP-GL-ACCOUNT
               WRITE GL-RECORD
               IF NOT GL-OK
                   DISPLAY "SOLINTR: SOLINTR.GLP WRITE FAILED, STATUS="
                       WS-GL-STATUS
                   PERFORM 9900-LOG-FAILURE
               END-IF
               ADD 1 TO WS-GL-COUNT
           END-PERFORM

           MOVE SPACES TO GL-RECORD
           MOVE "T" TO GP-REC-TYPE
           MOVE WS-ASOF-DATE TO GP-RUN-DATE
           MOVE WS-JOB-ID TO GP-JOB-ID
           MOVE WS-GL-COUNT TO GP-REC-NO
           MOVE ZERO TO GP-AMOUNT
           WRITE GL-RECORD
           IF NOT GL-OK
               DISPLAY "SOLINTR: SOLINTR.GLP WRITE FAILED, STATUS="
                   WS-GL-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF.

       8400-WRITE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-MISSING
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HISTORY-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLHIST.DAT, STATUS="
                   WS-HISTORY-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           MOVE WS-ASOF-DATE TO HI-RUN-DATE
           MOVE WS-JOB-ID TO HI-JOB-ID
           MOVE WS-ACCOUNTS-READ TO HI-RECORDS-READ
           MOVE WS-ACCOUNTS-CAPITALIZED TO HI-RECORDS-POSTED
           MOVE WS-ACCOUNTS-SKIPPED TO HI-RECORDS-REJECTED
           MOVE WS-GRAND-TOTAL TO HI-GRAND-TOTAL
           WRITE HISTORY-RECORD
           IF NOT HISTORY-OK
               DISPLAY "SOLINTR: SOLHIST.DAT WRITE FAILED, STATUS="
                   WS-HISTORY-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           CLOSE HISTORY-FILE.

       9000-TERMINATE.
           IF MONTH-END-RUN
               PERFORM 8400-WRITE-HISTORY
               CLOSE GL-FILE
               CLOSE ARCH-OUT-FILE
               CLOSE BALCHG-FILE
               PERFORM 9100-REGISTER-ARCHIVE
           END-IF
           CLOSE BALMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE ACCRUAL-FILE
           CLOSE INTR-RPT-FILE
           MOVE "END " TO WS-RL-TYPE
           MOVE ZERO TO WS-RL-COMP
           PERFORM 9400-WRITE-RUN-LOG-RECORD
           DISPLAY "SOLINTR: " WS-ACCOUNTS-ACCRUED
               " ACCOUNTS ACCRUED, " WS-ACCOUNTS-CAPITALIZED
               " CAPITALIZED, NET " WS-GRAND-TOTAL.

       9100-REGISTER-ARCHIVE.
           OPEN I-O ARCHIDX-FILE
           IF ARCHIDX-MISSING
               OPEN OUTPUT ARCHIDX-FILE
               IF ARCHIDX-OK
                   CLOSE ARCHIDX-FILE
                   OPEN I-O ARCHIDX-FILE
               END-IF
           END-IF
           IF NOT ARCHIDX-OK
               DISPLAY "SOLINTR: CANNOT UPDATE SOLARC.IDX, STATUS="
                   WS-ARCHIDX-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           MOVE SPACES TO ARCHIDX-RECORD
           MOVE WS-ASOF-DATE TO AX-RUN-DATE
           MOVE WS-JOB-ID TO AX-JOB-ID
           MOVE "INT" TO AX-FILE-TYPE
           MOVE WS-ARCH-OUT-NAME TO AX-FILE-NAME
           WRITE ARCHIDX-RECORD
               INVALID KEY
                   REWRITE ARCHIDX-RECORD
           END-WRITE
           IF NOT ARCHIDX-OK
               DISPLAY "SOLINTR: SOLARC.IDX WRITE FAILED, STATUS="
                   WS-ARCHIDX-STATUS
               PERFORM 9900-LOG-FAILURE
           END-IF
           CLOSE ARCHIDX-FILE.

       9400-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-MISSING
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF NOT RUNLOG-OK
               DISPLAY "SOLINTR: CANNOT OPEN SOLRUN.LOG, STATUS="
                   WS-RUNLOG-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO RUNLOG-RECORD
           MOVE WS-RL-TYPE TO RL-REC-TYPE
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-JOB-ID TO RL-JOB-ID
           MOVE WS-TIME-NOW TO RL-TIME
           MOVE WS-RL-COMP TO RL-COMP-CODE
           MOVE WS-ACCOUNTS-READ TO RL-RECORDS-READ
           MOVE WS-ACCOUNTS-CAPITALIZED TO RL-RECORDS-POSTED
           MOVE WS-ACCOUNTS-SKIPPED TO RL-RECORDS-REJECTED
           MOVE WS-GRAND-TOTAL TO RL-GRAND-TOTAL
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
           STOP RUN.
