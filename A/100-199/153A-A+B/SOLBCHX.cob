       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLBCHX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SOLBCHX.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BALCHG-FILE ASSIGN TO "SOLBCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCHG-STATUS.

           SELECT BCHCTL-FILE ASSIGN TO "SOLBCHX.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHCTL-STATUS.

           SELECT BCH-OUT-FILE ASSIGN TO "BCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCH-OUT-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.

           SELECT ARCH-OUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-OUT-STATUS.

           SELECT BCHX-RPT-FILE ASSIGN TO "SOLBCHX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHX-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD               PIC X(80).

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

       FD  BCHCTL-FILE.
       01  BCHCTL-RECORD.
           05 CX-LAST-SEQ            PIC 9(6).
           05 FILLER                 PIC X.
           05 CX-LAST-DATE           PIC 9(8).
           05 FILLER                 PIC X.
           05 CX-LAST-JOB            PIC X(8).

       FD  BCH-OUT-FILE.
       01  BCH-OUT-RECORD            PIC X(100).

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD         PIC X(100).

       FD  ARCH-OUT-FILE.
       01  ARCH-OUT-RECORD           PIC X(100).

       FD  BCHX-RPT-FILE.
       01  BCHX-RPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05 WS-PARM-STATUS         PIC XX.
              88 PARM-OK             VALUE "00".
           05 WS-BALCHG-STATUS       PIC XX.
              88 BALCHG-OK           VALUE "00".
              88 BALCHG-MISSING      VALUE "35".
           05 WS-BCHCTL-STATUS       PIC XX.
              88 BCHCTL-OK           VALUE "00".
           05 WS-BCH-OUT-STATUS      PIC XX.
              88 BCH-OUT-OK          VALUE "00".
           05 WS-ARCHIDX-STATUS      PIC XX.
              88 ARCHIDX-OK          VALUE "00".
              88 ARCHIDX-MISSING     VALUE "35".
           05 WS-ARCH-IN-STATUS      PIC XX.
              88 ARCH-IN-OK          VALUE "00".
           05 WS-ARCH-OUT-STATUS     PIC XX.
              88 ARCH-OUT-OK         VALUE "00".
           05 WS-BCHX-RPT-STATUS     PIC XX.
              88 BCHX-RPT-OK         VALUE "00".

       01  WS-SWITCHES.
           05 WS-EOF-SWITCH          PIC X       VALUE "N".
              88 END-OF-BALCHG-FILE  VALUE "Y".
           05 WS-LOAD-EOF-SWITCH     PIC X       VALUE "N".
              88 END-OF-LOAD-FILE    VALUE "Y".
           05 WS-IDXEOF-SWITCH       PIC X       VALUE "N".
              88 END-OF-ARCHIVE-INDEX VALUE "Y".
           05 WS-MODE-SWITCH         PIC X       VALUE "O".
              88 ORIGINAL-RUN        VALUE "O".
              88 RESEND-RUN          VALUE "R".
           05 WS-FOUND-SWITCH        PIC X       VALUE "N".
              88 ARCHIVE-FOUND       VALUE "Y".

       01  WS-COUNTERS.
           05 WS-RECORDS-READ        PIC 9(9)    VALUE ZERO.
           05 WS-RECORDS-SENT        PIC 9(9)    VALUE ZERO.
           05 WS-AMOUNT-HASH         PIC S9(13)  VALUE ZERO.
           05 WS-ACCOUNT-HASH        PIC 9(15)   VALUE ZERO.
           05 WS-TALLY-SOURCE        PIC X(8)    VALUE SPACES.
           05 WS-TALLY-AMOUNT        PIC S9(13)  VALUE ZERO.
           05 WS-JOURNAL-RECORDS     PIC 9(9)    VALUE ZERO.
           05 WS-JOURNAL-AMOUNT      PIC S9(13)  VALUE ZERO.
           05 WS-JOURNAL-ACCOUNTS    PIC 9(15)   VALUE ZERO.

       01  WS-PARM-WORK.
           05 WS-PARM-KEY            PIC X(20).
           05 WS-PARM-VALUE          PIC X(20).
           05 WS-PARM-DATE           PIC 9(8).
           05 WS-PARM-DATE-INT       PIC 9(8).

       01  WS-FILE-CONTROL.
           05 WS-BUSINESS-DATE       PIC 9(8)    VALUE ZERO.
           05 WS-RESEND-DATE         PIC 9(8)    VALUE ZERO.
           05 WS-FILE-SEQ            PIC 9(6)    VALUE ZERO.
           05 WS-LAST-SEQ            PIC 9(6)    VALUE ZERO.
           05 WS-LAST-DATE           PIC 9(8)    VALUE ZERO.
           05 WS-LAST-JOB            PIC X(8)    VALUE SPACES.
           05 WS-OUT-NAME            PIC X(40)   VALUE SPACES.
           05 WS-ARCH-IN-NAME        PIC X(40)   VALUE SPACES.
           05 WS-ARCH-OUT-NAME       PIC X(40)   VALUE SPACES.

       01  WS-SOURCE-TABLE.
           05 WS-SRC-COUNT           PIC 9(3)    VALUE ZERO.
           05 WS-SRC-IX              PIC 9(3)    VALUE ZERO.
           05 WS-SRC-FOUND           PIC 9(3)    VALUE ZERO.
           05 WS-SRC-ENTRY           OCCURS 20 TIMES.
              10 WS-SRC-NAME         PIC X(8).
              10 WS-SRC-RECORDS      PIC 9(9).
              10 WS-SRC-NET          PIC S9(13).

       01  WS-BCH-HEADER.
           05 BH-REC-TYPE            PIC X(3).
           05 BH-INTERFACE           PIC X(8).
           05 BH-BUSINESS-DATE       PIC 9(8).
           05 BH-FILE-SEQ            PIC 9(6).
           05 BH-CREATE-DATE         PIC 9(8).
           05 BH-CREATE-TIME         PIC 9(8).
           05 BH-SEND-TYPE           PIC X.
           05 FILLER                 PIC X(58).

       01  WS-BCH-DETAIL.
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

       01  WS-BCH-TRAILER.
           05 BT-REC-TYPE            PIC X(3).
           05 BT-REC-COUNT           PIC 9(9).
           05 BT-HASH-TOTAL          PIC S9(13) SIGN LEADING SEPARATE.
           05 BT-ACCOUNT-HASH        PIC 9(15).
           05 FILLER                 PIC X(59).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TIME-NOW               PIC 9(8)    VALUE ZERO.
       01  WS-JOB-ID                 PIC X(8)    VALUE SPACES.

       01  WS-HEADER-LINE.
           05 HL-REC-TYPE            PIC X       VALUE "H".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(11)   VALUE "SOLBCHX   ".
           05 FILLER                 PIC X(9)    VALUE "RUN DATE ".
           05 HL-RUN-DATE            PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  JOB ".
           05 HL-JOB-ID              PIC X(8).
           05 FILLER                 PIC X(7)    VALUE "  FILE ".
           05 HL-OUT-NAME            PIC X(40).

       01  WS-SOURCE-LINE.
           05 SL-REC-TYPE            PIC X       VALUE "S".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(7)    VALUE "SOURCE ".
           05 SL-SOURCE              PIC X(8).
           05 FILLER                 PIC X(10)   VALUE "  RECORDS ".
           05 SL-RECORDS             PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(6)    VALUE "  NET ".
           05 SL-NET                 PIC -(13)9.

       01  WS-TRAILER-LINE.
           05 TL-REC-TYPE            PIC X       VALUE "T".
           05 FILLER                 PIC X       VALUE SPACE.
           05 FILLER                 PIC X(9)    VALUE "BUS DATE ".
           05 TL-BUSINESS-DATE       PIC 9(4)/99/99.
           05 FILLER                 PIC X(6)    VALUE "  SEQ ".
           05 TL-FILE-SEQ            PIC 9(6).
           05 FILLER                 PIC X(7)    VALUE "  TYPE ".
           05 TL-SEND-TYPE           PIC X.
           05 FILLER                 PIC X(10)   VALUE "  RECORDS ".
           05 TL-RECORDS-SENT        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(7)    VALUE "  HASH ".
           05 TL-HASH-TOTAL          PIC -(13)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RESEND-RUN
               PERFORM 3000-RESEND-FILE
           ELSE
               PERFORM 2000-BUILD-FILE
           END-IF
           PERFORM 8000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           DISPLAY "SOLJOBID" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-ID = SPACES
               MOVE "SOLBCHX " TO WS-JOB-ID
           END-IF

           PERFORM 1100-READ-PARM-FILE
           PERFORM 1200-READ-CONTROL-FILE

           IF RESEND-RUN
               MOVE WS-RESEND-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
               IF WS-LAST-DATE NOT < WS-BUSINESS-DATE
                   DISPLAY "SOLBCHX: EXTRACT FOR " WS-BUSINESS-DATE
                       " ALREADY SENT AS SEQ " WS-LAST-SEQ
                       ", USE RESEND= TO REGENERATE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1300-CHECK-PRIOR-EXTRACT
               COMPUTE WS-FILE-SEQ = WS-LAST-SEQ + 1
           END-IF

           MOVE SPACES TO WS-OUT-NAME
           STRING "SOLBCHG-" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-OUT-NAME
           END-STRING

           OPEN OUTPUT BCHX-RPT-FILE
           IF NOT BCHX-RPT-OK
               DISPLAY "SOLBCHX: CANNOT OPEN SOLBCHX.RPT, STATUS="
                   WS-BCHX-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-JOB-ID TO HL-JOB-ID
           MOVE WS-OUT-NAME TO HL-OUT-NAME
           WRITE BCHX-RPT-RECORD FROM WS-HEADER-LINE.

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
                   WHEN "RESEND"
                       MOVE ZERO TO WS-PARM-DATE-INT
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-PARM-DATE
                           COMPUTE WS-PARM-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
                       END-IF
                       IF WS-PARM-DATE-INT > ZERO
                           MOVE WS-PARM-DATE TO WS-RESEND-DATE
                           SET RESEND-RUN TO TRUE
                       ELSE
                           DISPLAY "SOLBCHX: INVALID RESEND PARM: "
                               WS-PARM-VALUE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "SOLBCHX: UNKNOWN PARM CARD: "
                           PARM-RECORD
                       STOP RUN
               END-EVALUATE
           END-IF.

       1200-READ-CONTROL-FILE.
           OPEN INPUT BCHCTL-FILE
           IF BCHCTL-OK
               READ BCHCTL-FILE
                   AT END CONTINUE
               END-READ
               IF BCHCTL-OK
                   MOVE CX-LAST-SEQ TO WS-LAST-SEQ
                   MOVE CX-LAST-DATE TO WS-LAST-DATE
                   MOVE CX-LAST-JOB TO WS-LAST-JOB
               END-IF
               CLOSE BCHCTL-FILE
           END-IF.

       1300-CHECK-PRIOR-EXTRACT.
           PERFORM 3100-LOCATE-ARCHIVE
           IF ARCHIVE-FOUND
               PERFORM 1350-RECOVER-PRIOR-EXTRACT
           END-IF.

       1350-RECOVER-PRIOR-EXTRACT.
           DISPLAY "DD_ARCHIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-IN-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT ARCHIVE-IN-FILE
           IF NOT ARCH-IN-OK
               DISPLAY "SOLBCHX: CANNOT OPEN " WS-ARCH-IN-NAME
                   " STATUS=" WS-ARCH-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-BCH-HEADER
           MOVE SPACES TO WS-BCH-TRAILER
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ ARCHIVE-IN-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   EVALUATE ARCHIVE-IN-RECORD(1:3)
                       WHEN "HDR"
                           MOVE ARCHIVE-IN-RECORD TO WS-BCH-HEADER
                       WHEN "TRL"
                           MOVE ARCHIVE-IN-RECORD TO WS-BCH-TRAILER
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-IN-FILE
           IF BH-REC-TYPE NOT = "HDR" OR BT-REC-TYPE NOT = "TRL"
               DISPLAY "SOLBCHX: ARCHIVED EXTRACT " WS-ARCH-IN-NAME
                   " IS INCOMPLETE, CONTROL NOT UPDATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-FILE-SEQ TO WS-FILE-SEQ

           OPEN INPUT BALCHG-FILE
           IF BALCHG-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-BALCHG-FILE
                   READ BALCHG-FILE
                       AT END SET END-OF-BALCHG-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-BALCHG-FILE
                       ADD 1 TO WS-JOURNAL-RECORDS
                       ADD CH-AMOUNT TO WS-JOURNAL-AMOUNT
                       ADD CH-ACCOUNT TO WS-JOURNAL-ACCOUNTS
                   END-IF
               END-PERFORM
               CLOSE BALCHG-FILE
           ELSE
               IF NOT BALCHG-MISSING
                   DISPLAY "SOLBCHX: CANNOT OPEN SOLBCHG.DAT, STATUS="
                       WS-BALCHG-STATUS
                   STOP RUN
               END-IF
           END-IF

           IF WS-JOURNAL-RECORDS > ZERO
               IF WS-JOURNAL-RECORDS NOT = BT-REC-COUNT
                       OR WS-JOURNAL-AMOUNT NOT = BT-HASH-TOTAL
                       OR WS-JOURNAL-ACCOUNTS NOT = BT-ACCOUNT-HASH
                   DISPLAY "SOLBCHX: SOLBCHG.DAT DOES NOT MATCH "
                       "ARCHIVED EXTRACT " WS-ARCH-IN-NAME
                   DISPLAY "SOLBCHX: CONTROL NOT UPDATED, SEQ "
                       WS-FILE-SEQ " ALREADY BUILT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2700-CLEAR-JOURNAL
           END-IF
           PERFORM 2600-UPDATE-CONTROL
           DISPLAY "SOLBCHX: EXTRACT FOR " WS-BUSINESS-DATE
               " ALREADY BUILT AS SEQ " WS-FILE-SEQ
               ", CONTROL UPDATE COMPLETED"
           DISPLAY "SOLBCHX: USE RESEND= TO REGENERATE"
           MOVE 4 TO RETURN-CODE
           STOP RUN.

       2000-BUILD-FILE.
           MOVE SPACES TO WS-ARCH-OUT-NAME
           STRING "SOLARC-" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-JOB-ID DELIMITED BY SPACE
               ".BCX" DELIMITED BY SIZE
               INTO WS-ARCH-OUT-NAME
           END-STRING

           DISPLAY "DD_BCHOUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-OUT-NAME UPON ENVIRONMENT-VALUE
           OPEN OUTPUT BCH-OUT-FILE
           IF NOT BCH-OUT-OK
               DISPLAY "SOLBCHX: CANNOT OPEN " WS-OUT-NAME
                   " STATUS=" WS-BCH-OUT-STATUS
               STOP RUN
           END-IF
           DISPLAY "DD_ARCHOUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-OUT-NAME UPON ENVIRONMENT-VALUE
           OPEN OUTPUT ARCH-OUT-FILE
           IF NOT ARCH-OUT-OK
               DISPLAY "SOLBCHX: CANNOT OPEN " WS-ARCH-OUT-NAME
                   " STATUS=" WS-ARCH-OUT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-BCH-HEADER
           MOVE "HDR" TO BH-REC-TYPE
           MOVE "SOLBCHG " TO BH-INTERFACE
           MOVE WS-BUSINESS-DATE TO BH-BUSINESS-DATE
           MOVE WS-FILE-SEQ TO BH-FILE-SEQ
           MOVE WS-RUN-DATE TO BH-CREATE-DATE
           MOVE WS-TIME-NOW TO BH-CREATE-TIME
           MOVE "O" TO BH-SEND-TYPE
           MOVE WS-BCH-HEADER TO BCH-OUT-RECORD
           PERFORM 2800-WRITE-OUTBOUND

           OPEN INPUT BALCHG-FILE
           IF BALCHG-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-BALCHG-FILE
                   READ BALCHG-FILE
                       AT END SET END-OF-BALCHG-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-BALCHG-FILE
                       PERFORM 2100-WRITE-CHANGE-DETAIL
                   END-IF
               END-PERFORM
               CLOSE BALCHG-FILE
           ELSE
               IF NOT BALCHG-MISSING
                   DISPLAY "SOLBCHX: CANNOT OPEN SOLBCHG.DAT, STATUS="
                       WS-BALCHG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-BCH-TRAILER
           MOVE "TRL" TO BT-REC-TYPE
           MOVE WS-RECORDS-SENT TO BT-REC-COUNT
           MOVE WS-AMOUNT-HASH TO BT-HASH-TOTAL
           MOVE WS-ACCOUNT-HASH TO BT-ACCOUNT-HASH
           MOVE WS-BCH-TRAILER TO BCH-OUT-RECORD
           PERFORM 2800-WRITE-OUTBOUND

           CLOSE BCH-OUT-FILE
           CLOSE ARCH-OUT-FILE
           PERFORM 2500-REGISTER-ARCHIVE
           PERFORM 2700-CLEAR-JOURNAL
           PERFORM 2600-UPDATE-CONTROL.

       2100-WRITE-CHANGE-DETAIL.
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO WS-BCH-DETAIL
           MOVE "DTL" TO BD-REC-TYPE
           MOVE CH-ACCOUNT TO BD-ACCOUNT
           MOVE CH-BRANCH TO BD-BRANCH
           MOVE CH-BEFORE-BALANCE TO BD-BEFORE-BALANCE
           MOVE CH-AFTER-BALANCE TO BD-AFTER-BALANCE
           MOVE CH-AMOUNT TO BD-AMOUNT
           MOVE CH-SOURCE TO BD-SOURCE
           MOVE CH-RUN-DATE TO BD-RUN-DATE
           MOVE CH-JOB-ID TO BD-JOB-ID
           MOVE WS-BCH-DETAIL TO BCH-OUT-RECORD
           PERFORM 2800-WRITE-OUTBOUND
           ADD 1 TO WS-RECORDS-SENT
           ADD CH-AMOUNT TO WS-AMOUNT-HASH
           ADD CH-ACCOUNT TO WS-ACCOUNT-HASH
           MOVE CH-SOURCE TO WS-TALLY-SOURCE
           MOVE CH-AMOUNT TO WS-TALLY-AMOUNT
           PERFORM 2150-TALLY-SOURCE.

       2150-TALLY-SOURCE.
           MOVE ZERO TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
                   OR WS-SRC-FOUND > ZERO
               IF WS-SRC-NAME(WS-SRC-IX) = WS-TALLY-SOURCE
                   MOVE WS-SRC-IX TO WS-SRC-FOUND
               END-IF
           END-PERFORM
           IF WS-SRC-FOUND = ZERO
               IF WS-SRC-COUNT = 20
                   DISPLAY "SOLBCHX: SOURCE TABLE FULL"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-FOUND
               MOVE WS-TALLY-SOURCE TO WS-SRC-NAME(WS-SRC-FOUND)
               MOVE ZERO TO WS-SRC-RECORDS(WS-SRC-FOUND)
               MOVE ZERO TO WS-SRC-NET(WS-SRC-FOUND)
           END-IF
           ADD 1 TO WS-SRC-RECORDS(WS-SRC-FOUND)
           ADD WS-TALLY-AMOUNT TO WS-SRC-NET(WS-SRC-FOUND).

       2500-REGISTER-ARCHIVE.
           OPEN I-O ARCHIDX-FILE
           IF ARCHIDX-MISSING
               OPEN OUTPUT ARCHIDX-FILE
               IF ARCHIDX-OK
                   CLOSE ARCHIDX-FILE
                   OPEN I-O ARCHIDX-FILE
               END-IF
           END-IF
           IF NOT ARCHIDX-OK
               DISPLAY "SOLBCHX: CANNOT UPDATE SOLARC.IDX, STATUS="
                   WS-ARCHIDX-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO ARCHIDX-RECORD
           MOVE WS-BUSINESS-DATE TO AX-RUN-DATE
           MOVE WS-JOB-ID TO AX-JOB-ID
           MOVE "BCX" TO AX-FILE-TYPE
           MOVE WS-ARCH-OUT-NAME TO AX-FILE-NAME
           WRITE ARCHIDX-RECORD
               INVALID KEY
                   REWRITE ARCHIDX-RECORD
           END-WRITE
           IF NOT ARCHIDX-OK
               DISPLAY "SOLBCHX: SOLARC.IDX WRITE FAILED, STATUS="
                   WS-ARCHIDX-STATUS
               STOP RUN
           END-IF
           CLOSE ARCHIDX-FILE.

       2600-UPDATE-CONTROL.
           OPEN OUTPUT BCHCTL-FILE
           IF NOT BCHCTL-OK
               DISPLAY "SOLBCHX: CANNOT OPEN SOLBCHX.CTL, STATUS="
                   WS-BCHCTL-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO BCHCTL-RECORD
           MOVE WS-FILE-SEQ TO CX-LAST-SEQ
           MOVE WS-BUSINESS-DATE TO CX-LAST-DATE
           MOVE WS-JOB-ID TO CX-LAST-JOB
           WRITE BCHCTL-RECORD
           IF NOT BCHCTL-OK
               DISPLAY "SOLBCHX: SOLBCHX.CTL WRITE FAILED, STATUS="
                   WS-BCHCTL-STATUS
               STOP RUN
           END-IF
           CLOSE BCHCTL-FILE.

       2700-CLEAR-JOURNAL.
           OPEN OUTPUT BALCHG-FILE
           IF NOT BALCHG-OK
               DISPLAY "SOLBCHX: CANNOT CLEAR SOLBCHG.DAT, STATUS="
                   WS-BALCHG-STATUS
               STOP RUN
           END-IF
           CLOSE BALCHG-FILE.

       2800-WRITE-OUTBOUND.
           WRITE BCH-OUT-RECORD
           IF NOT BCH-OUT-OK
               DISPLAY "SOLBCHX: " WS-OUT-NAME " WRITE FAILED, "
                   "STATUS=" WS-BCH-OUT-STATUS
               STOP RUN
           END-IF
           IF ORIGINAL-RUN
               WRITE ARCH-OUT-RECORD FROM BCH-OUT-RECORD
               IF NOT ARCH-OUT-OK
                   DISPLAY "SOLBCHX: " WS-ARCH-OUT-NAME
                       " WRITE FAILED, STATUS=" WS-ARCH-OUT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       3000-RESEND-FILE.
           PERFORM 3100-LOCATE-ARCHIVE
           IF NOT ARCHIVE-FOUND
               DISPLAY "SOLBCHX: NO ARCHIVED EXTRACT FOR "
                   WS-RESEND-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "DD_ARCHIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCH-IN-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT ARCHIVE-IN-FILE
           IF NOT ARCH-IN-OK
               DISPLAY "SOLBCHX: CANNOT OPEN " WS-ARCH-IN-NAME
                   " STATUS=" WS-ARCH-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DD_BCHOUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-OUT-NAME UPON ENVIRONMENT-VALUE
           OPEN OUTPUT BCH-OUT-FILE
           IF NOT BCH-OUT-OK
               DISPLAY "SOLBCHX: CANNOT OPEN " WS-OUT-NAME
                   " STATUS=" WS-BCH-OUT-STATUS
               STOP RUN
           END-IF

           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM UNTIL END-OF-LOAD-FILE
               READ ARCHIVE-IN-FILE
                   AT END SET END-OF-LOAD-FILE TO TRUE
               END-READ
               IF NOT END-OF-LOAD-FILE
                   PERFORM 3200-RESEND-RECORD
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-IN-FILE
           CLOSE BCH-OUT-FILE.

       3100-LOCATE-ARCHIVE.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-IDXEOF-SWITCH
           OPEN INPUT ARCHIDX-FILE
           IF ARCHIDX-MISSING
               SET END-OF-ARCHIVE-INDEX TO TRUE
           ELSE
               IF NOT ARCHIDX-OK
                   DISPLAY "SOLBCHX: CANNOT OPEN SOLARC.IDX, STATUS="
                       WS-ARCHIDX-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT END-OF-ARCHIVE-INDEX
               PERFORM 3150-SCAN-ARCHIVE-INDEX
               CLOSE ARCHIDX-FILE
           END-IF.

       3150-SCAN-ARCHIVE-INDEX.
           MOVE LOW-VALUES TO AX-KEY
           MOVE WS-BUSINESS-DATE TO AX-RUN-DATE
           START ARCHIDX-FILE KEY IS NOT LESS THAN AX-KEY
               INVALID KEY SET END-OF-ARCHIVE-INDEX TO TRUE
           END-START
           PERFORM UNTIL END-OF-ARCHIVE-INDEX
               READ ARCHIDX-FILE NEXT RECORD
                   AT END SET END-OF-ARCHIVE-INDEX TO TRUE
               END-READ
               IF NOT END-OF-ARCHIVE-INDEX
                   IF AX-RUN-DATE NOT = WS-BUSINESS-DATE
                       SET END-OF-ARCHIVE-INDEX TO TRUE
                   ELSE
                       IF AX-FILE-TYPE = "BCX"
                           SET ARCHIVE-FOUND TO TRUE
                           MOVE AX-FILE-NAME TO WS-ARCH-IN-NAME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3200-RESEND-RECORD.
           MOVE ARCHIVE-IN-RECORD TO BCH-OUT-RECORD
           EVALUATE ARCHIVE-IN-RECORD(1:3)
               WHEN "HDR"
                   MOVE ARCHIVE-IN-RECORD TO WS-BCH-HEADER
                   MOVE BH-FILE-SEQ TO WS-FILE-SEQ
                   MOVE WS-RUN-DATE TO BH-CREATE-DATE
                   MOVE WS-TIME-NOW TO BH-CREATE-TIME
                   MOVE "R" TO BH-SEND-TYPE
                   MOVE WS-BCH-HEADER TO BCH-OUT-RECORD
               WHEN "DTL"
                   MOVE ARCHIVE-IN-RECORD TO WS-BCH-DETAIL
                   MOVE BD-SOURCE TO WS-TALLY-SOURCE
                   MOVE BD-AMOUNT TO WS-TALLY-AMOUNT
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-RECORDS-SENT
                   ADD BD-AMOUNT TO WS-AMOUNT-HASH
                   ADD BD-ACCOUNT TO WS-ACCOUNT-HASH
                   PERFORM 2150-TALLY-SOURCE
               WHEN "TRL"
                   MOVE ARCHIVE-IN-RECORD TO WS-BCH-TRAILER
                   IF BT-REC-COUNT NOT = WS-RECORDS-SENT
                           OR BT-HASH-TOTAL NOT = WS-AMOUNT-HASH
                           OR BT-ACCOUNT-HASH NOT = WS-ACCOUNT-HASH
                       DISPLAY "SOLBCHX: ARCHIVED EXTRACT "
                           WS-ARCH-IN-NAME " FAILS TRAILER CHECK"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE
           PERFORM 2800-WRITE-OUTBOUND.

       8000-WRITE-REPORT.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               MOVE WS-SRC-NAME(WS-SRC-IX) TO SL-SOURCE
               MOVE WS-SRC-RECORDS(WS-SRC-IX) TO SL-RECORDS
               MOVE WS-SRC-NET(WS-SRC-IX) TO SL-NET
               WRITE BCHX-RPT-RECORD FROM WS-SOURCE-LINE
           END-PERFORM
           MOVE WS-BUSINESS-DATE TO TL-BUSINESS-DATE
           MOVE WS-FILE-SEQ TO TL-FILE-SEQ
           MOVE WS-MODE-SWITCH TO TL-SEND-TYPE
           MOVE WS-RECORDS-SENT TO TL-RECORDS-SENT
           MOVE WS-AMOUNT-HASH TO TL-HASH-TOTAL
           WRITE BCHX-RPT-RECORD FROM WS-TRAILER-LINE.

       9000-TERMINATE.
           CLOSE BCHX-RPT-FILE
           IF RESEND-RUN
               DISPLAY "SOLBCHX: " WS-OUT-NAME " RESENT AS SEQ "
                   WS-FILE-SEQ ", " WS-RECORDS-SENT " RECORDS"
           ELSE
               DISPLAY "SOLBCHX: " WS-OUT-NAME " BUILT AS SEQ "
                   WS-FILE-SEQ ", " WS-RECORDS-SENT " RECORDS"
           END-IF.
