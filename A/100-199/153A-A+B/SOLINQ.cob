               FILE STATUS IS WS-PARM-STATUS.

           SELECT ARCHIDX-FILE ASSIGN TO "SOLARC.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"

       FD  ARCHIDX-FILE.
       01  ARCHIDX-RECORD.
           05 AX-KEY.
              10 AX-RUN-DATE         PIC 9(8).
              10 AX-JOB-ID           PIC X(8).
              10 AX-FILE-TYPE        PIC X(3).
           05 AX-FILE-NAME           PIC X(40).

       FD  ARCHIVE-IN-FILE.
           MOVE WS-INQ-AMOUNT TO HL-AMOUNT
           WRITE INQUIRY-RPT-RECORD FROM WS-HEADER-LINE

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
               IF NOT END-OF-INDEX-FILE
                   IF AX-RUN-DATE > WS-TO-DATE
                       SET END-OF-INDEX-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-INDEX-ENTRY.
           IF AX-RUN-DATE NOT < WS-FROM-DATE
