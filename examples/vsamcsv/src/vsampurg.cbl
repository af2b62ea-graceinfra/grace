      *>   - deletes the record from the master,
      *>   - journals the delete through the shared AUDITREC
      *>     layout like any other master change,
      *>   - puts the employee ID on the EMPLIDS retired list (see
      *>     the EMPIDREC copybook), so VSAMMAINT and VSAMLOAD can
      *>     never issue it to a new hire, who would inherit the
      *>     purged employee's salary history and audit trail,
      *> and prints a disposition report with control counts
      *> proving archived equals deleted (a disagreement ends the
      *> run with return code 8).  A terminated record with a
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT EMPL-IDS ASSIGN TO EMPLIDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMPID-KEY
                  FILE STATUS IS WS-EMPID-STATUS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0 RECORDS.
       01 PURGE-RPT-REC            PIC X(132).

      *> --------------------------------------------------------
      *> EMPL-IDS - the employee ID control record and retired-ID
      *> list; every purged employee's ID is retired onto it.  See
      *> the EMPIDREC copybook.
      *> --------------------------------------------------------
       FD EMPL-IDS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 EMPID-REC.
           COPY EMPIDREC.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
             88 AUDIT-OK             VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.
          05 WS-EMPID-STATUS   PIC XX  VALUE SPACES.
             88 EMPID-OK             VALUE '00'.
             88 EMPID-DUP-KEY        VALUE '22'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
          05 WS-RECORDS-ARCHIVED PIC 9(7) VALUE 0.
          05 WS-RECORDS-DELETED  PIC 9(7) VALUE 0.
          05 WS-NO-TERM-DATE     PIC 9(7) VALUE 0.
          05 WS-IDS-RETIRED      PIC 9(7) VALUE 0.

      *> --------------------------------------------------------
      *> PARM keyword switches, parsed the same way VSAMCSV's
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN I-O EMPL-IDS
              IF NOT EMPID-OK
                 DISPLAY 'ERROR OPENING EMPLOYEE ID FILE, STATUS: '
                         WS-EMPID-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT PURGE-RPT
              ADD 1 TO WS-RECORDS-DELETED

              PERFORM 2200-WRITE-AUDIT-RECORD
              PERFORM 2250-RETIRE-EMPLOYEE-ID
              MOVE 'PURGED' TO WS-DTL-DISPOSITION
              PERFORM 2800-PRINT-DETAIL-LINE
           END-IF.
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 2250-RETIRE-EMPLOYEE-ID - put the purged employee's ID on
      *> the EMPLIDS retired list, stamped with the audit entry's
      *> time, the same record VSAMMAINT writes for a delete.  An
      *> ID already retired keeps its first entry.
      *> --------------------------------------------------------
       2250-RETIRE-EMPLOYEE-ID.
           MOVE SPACES                   TO EMPID-REC
           MOVE WS-BEFORE-IMAGE(1:5)     TO EMPID-KEY
           MOVE 'R'                      TO EMPID-TYPE
           MOVE WS-AUDIT-DATE-TIME(1:8)  TO EMPID-RETIRED-DATE
           MOVE WS-AUDIT-DATE-TIME(9:6)  TO EMPID-RETIRED-TIME
           MOVE 'VSAMPURG'               TO EMPID-RETIRED-PROGRAM
           MOVE WS-BEFORE-IMAGE(6:26)    TO EMPID-RETIRED-NAME
           WRITE EMPID-REC
           IF EMPID-OK
              ADD 1 TO WS-IDS-RETIRED
           ELSE
              IF NOT EMPID-DUP-KEY
                 DISPLAY 'ERROR WRITING RETIRED EMPLOYEE ID, STATUS: '
                         WS-EMPID-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2800-PRINT-DETAIL-LINE.
           MOVE VSAM-EMPL-ID        TO WS-DTL-EMPL-ID
           MOVE VSAM-EMPL-NAME      TO WS-DTL-NAME
           MOVE WS-TOTAL-LINE TO PURGE-RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           IF UPDATE-MODE
              MOVE 'EMPLOYEE IDS RETIRED: ' TO WS-TOT-TAG
              MOVE WS-IDS-RETIRED           TO WS-TOT-COUNT
              MOVE WS-TOTAL-LINE TO PURGE-RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF

           IF WS-NO-TERM-DATE > 0
              MOVE 'NO USABLE TERM DATE:  ' TO WS-TOT-TAG
              MOVE WS-NO-TERM-DATE          TO WS-TOT-COUNT
                 DISPLAY 'CLOSING AUDIT JOURNAL, STATUS: '
                         WS-AUDIT-STATUS
              END-IF
              CLOSE EMPL-IDS
              IF NOT EMPID-OK
                 DISPLAY 'CLOSING EMPLOYEE ID FILE, STATUS: '
                         WS-EMPID-STATUS
              END-IF
           END-IF.

           CLOSE PURGE-RPT
           DISPLAY 'Records Selected: ' WS-RECORDS-SELECTED
           DISPLAY 'Records Archived: ' WS-RECORDS-ARCHIVED
           DISPLAY 'Records Deleted:  ' WS-RECORDS-DELETED
           DISPLAY 'No Term Date:     ' WS-NO-TERM-DATE
           DISPLAY 'IDs Retired:      ' WS-IDS-RETIRED.

       END PROGRAM VSAMPURG.
