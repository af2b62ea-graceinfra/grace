       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMSECR.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> End-of-day security violations report: every transaction
      *> or cancel VSAMMAINT, VSAMDEPT and VSAMPEND refused for
      *> operator authority that day, read off the SECVIOL log
      *> they append to (see the SECVREC copybook), so security
      *> reviews the refusals from one listing instead of three
      *> job logs.
      *>
      *> The run PARM (KEYWORD=VALUE, as in VSAMCSV) accepts:
      *>   DATE=yyyymmdd  the business day to report; the run
      *>                  date when omitted
      *>
      *> The day's violations are sorted by operator, then time,
      *> and printed with a control break on the operator: a
      *> heading naming the operator (from the OPERMAST authority
      *> file, see the OPERREC copybook - an ID that is not on it
      *> is said so, which is itself the violation), one line per
      *> refusal with the program, function, key and reason, and
      *> the operator's count.  The report ends with the day's
      *> count by reason code.
      *>
      *> Return code 4 when the day had any violation, so the
      *> scheduler can route the report for review; 0 when clean.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-VIOL ASSIGN TO SECVIOL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SECV-STATUS.

           SELECT OPER-MAST ASSIGN TO OPERMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPER-ID
                  FILE STATUS IS WS-OPER-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT RPT-OUT ASSIGN TO SECRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> --------------------------------------------------------
      *> SEC-VIOL - the shared security violation log.  Each
      *> record is moved into SORT-REC, which carries the SECVREC
      *> layout, for selection and release.
      *> --------------------------------------------------------
       FD SEC-VIOL
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SECV-IN-REC              PIC X(80).

       FD OPER-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OPER-REC.
           COPY OPERREC.

       SD SORT-FILE.
       01 SORT-REC.
           COPY SECVREC.

       FD RPT-OUT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-SECV-STATUS    PIC XX  VALUE SPACES.
             88 SECV-OK              VALUE '00'.
          05 WS-OPER-STATUS    PIC XX  VALUE SPACES.
             88 OPER-OK              VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
             88 EOF-REACHED          VALUE 'Y'.
          05 WS-SORT-EOF-FLAG  PIC X   VALUE 'N'.
             88 SORT-EOF-REACHED     VALUE 'Y'.
          05 WS-FIRST-OPER-FLAG PIC X  VALUE 'Y'.
             88 FIRST-OPERATOR       VALUE 'Y'.
          05 WS-HEADING-FLAG   PIC X   VALUE 'N'.
             88 OPER-HEADING-DUE     VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-ENTRIES-READ     PIC 9(7) VALUE 0.
          05 WS-ENTRIES-SELECTED PIC 9(7) VALUE 0.
          05 WS-OPERATORS        PIC 9(5) VALUE 0.
          05 WS-OPER-COUNT       PIC 9(5) VALUE 0.
          05 WS-NOOP-COUNT       PIC 9(5) VALUE 0.
          05 WS-UNOP-COUNT       PIC 9(5) VALUE 0.
          05 WS-RVOP-COUNT       PIC 9(5) VALUE 0.
          05 WS-NAFN-COUNT       PIC 9(5) VALUE 0.
          05 WS-NADP-COUNT       PIC 9(5) VALUE 0.

      *> --------------------------------------------------------
      *> PARM keyword switches, parsed the same way VSAMCSV's
      *> 1050-PARSE-PARM splits its run parameter.
      *> --------------------------------------------------------
       01 WS-PARM-TEXT          PIC X(80) VALUE SPACES.
       01 WS-PARM-WORK.
          05 WS-PARM-TOKEN     OCCURS 5 TIMES PIC X(18).
       01 WS-PARM-IDX          PIC 9   COMP VALUE 0.
       01 WS-PARM-KEYWORD      PIC X(12).
       01 WS-PARM-VALUE        PIC X(10).

       01 WS-SELECT-DATE        PIC X(8)  VALUE SPACES.
       01 WS-CURRENT-OPERATOR   PIC X(8)  VALUE SPACES.

       01 WS-RUN-DATE-TIME      PIC X(21).
       01 WS-RUN-DATE           PIC X(08).

      *> --------------------------------------------------------
      *> Print layout.  60 detail lines to a page.
      *> --------------------------------------------------------
       01 WS-PAGE-NUMBER        PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE     PIC 9(2) VALUE 60.

       01 WS-PAGE-HEADER-1.
          05 FILLER             PIC X(28) VALUE
             'SECURITY VIOLATIONS REPORT  '.
          05 FILLER             PIC X(13) VALUE 'REPORT DATE: '.
          05 WS-PH1-REPORT-DATE PIC X(08).
          05 FILLER             PIC X(13) VALUE '   RUN DATE: '.
          05 WS-PH1-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-PH1-PAGE        PIC ZZZ9.
          05 FILLER             PIC X(47) VALUE SPACES.

       01 WS-COLUMN-HEADER-1.
          05 FILLER             PIC X(43) VALUE
             '    TIME      PROGRAM    FN  KEY       CODE'.
          05 FILLER             PIC X(89) VALUE '  REASON'.

       01 WS-OPER-HEADING.
          05 FILLER             PIC X(09) VALUE 'OPERATOR '.
          05 WS-OH-OPERATOR     PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-OH-NAME         PIC X(30).
          05 FILLER             PIC X(83) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-DTL-TIME        PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-PROGRAM     PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-FUNCTION    PIC X(01).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DTL-KEY         PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-REASON-CODE PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-REASON-TEXT PIC X(30).
          05 FILLER             PIC X(57) VALUE SPACES.

       01 WS-OPER-TOTAL-LINE.
          05 FILLER             PIC X(09) VALUE 'OPERATOR '.
          05 WS-OT-OPERATOR     PIC X(08).
          05 FILLER             PIC X(14) VALUE '  VIOLATIONS: '.
          05 WS-OT-COUNT        PIC Z(4)9.
          05 FILLER             PIC X(96) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL        PIC X(45).
          05 WS-CL-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(80) VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER             PIC X(33) VALUE
             'NO SECURITY VIOLATIONS LOGGED FOR'.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-NL-DATE         PIC X(08).
          05 FILLER             PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SECV-OPERATOR SECV-DATE SECV-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-SELECT-VIOLATIONS
               OUTPUT PROCEDURE IS 2500-REPORT-VIOLATIONS
           PERFORM 3000-TERMINATE
           IF WS-ENTRIES-SELECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1050-PARSE-PARM
           IF WS-SELECT-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-SELECT-DATE
           END-IF
           IF WS-SELECT-DATE NOT NUMERIC
              DISPLAY 'DATE= VALUE MUST BE AN 8-DIGIT YYYYMMDD DATE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-OPEN-FILES.

       1050-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE SPACES TO WS-PARM-WORK
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2) WS-PARM-TOKEN(3)
                    WS-PARM-TOKEN(4) WS-PARM-TOKEN(5)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 5
              PERFORM 1060-APPLY-PARM-TOKEN
           END-PERFORM.

       1060-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
              MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
              UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY '='
                  INTO WS-PARM-KEYWORD WS-PARM-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-PARM-KEYWORD)
                  WHEN 'DATE'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE)
                         TO WS-SELECT-DATE
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT OPER-MAST
           IF NOT OPER-OK
              DISPLAY 'ERROR OPENING OPERATOR AUTHORITY FILE, STATUS: '
                      WS-OPER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'ERROR OPENING REPORT FILE, STATUS: '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 2000-SELECT-VIOLATIONS - SORT input procedure: one pass
      *> of the log releasing the selected day's entries.
      *> --------------------------------------------------------
       2000-SELECT-VIOLATIONS.
           OPEN INPUT SEC-VIOL
           IF NOT SECV-OK
              DISPLAY 'ERROR OPENING SECURITY VIOLATION LOG, STATUS: '
                      WS-SECV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-READ-LOG
           PERFORM 2200-RELEASE-ENTRY UNTIL EOF-REACHED

           CLOSE SEC-VIOL
           IF NOT SECV-OK
              DISPLAY 'CLOSING SECURITY VIOLATION LOG, STATUS: '
                      WS-SECV-STATUS
           END-IF.

       2100-READ-LOG.
           READ SEC-VIOL
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF NOT EOF-REACHED AND NOT SECV-OK
              DISPLAY 'ERROR READING SECURITY VIOLATION LOG, STATUS: '
                      WS-SECV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT EOF-REACHED
              ADD 1 TO WS-ENTRIES-READ
           END-IF.

       2200-RELEASE-ENTRY.
           MOVE SECV-IN-REC TO SORT-REC
           IF SECV-DATE = WS-SELECT-DATE
              RELEASE SORT-REC
              ADD 1 TO WS-ENTRIES-SELECTED
           END-IF
           PERFORM 2100-READ-LOG.

      *> --------------------------------------------------------
      *> 2500-REPORT-VIOLATIONS - SORT output procedure: print the
      *> sorted stream with a control break on the operator.
      *> --------------------------------------------------------
       2500-REPORT-VIOLATIONS.
           PERFORM 2550-RETURN-ENTRY
           PERFORM 2600-PROCESS-SORTED-ENTRY UNTIL SORT-EOF-REACHED

           IF NOT FIRST-OPERATOR
              PERFORM 2700-PRINT-OPERATOR-TOTAL
           END-IF.

       2550-RETURN-ENTRY.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2600-PROCESS-SORTED-ENTRY.
           IF FIRST-OPERATOR
              MOVE 'N' TO WS-FIRST-OPER-FLAG
              PERFORM 2650-START-OPERATOR
           ELSE
              IF SECV-OPERATOR NOT = WS-CURRENT-OPERATOR
                 PERFORM 2700-PRINT-OPERATOR-TOTAL
                 PERFORM 2650-START-OPERATOR
              END-IF
           END-IF

           PERFORM 2660-PRINT-VIOLATION-LINE
           PERFORM 2550-RETURN-ENTRY.

       2650-START-OPERATOR.
           MOVE SECV-OPERATOR TO WS-CURRENT-OPERATOR
           MOVE 'Y'           TO WS-HEADING-FLAG
           MOVE 0             TO WS-OPER-COUNT
           ADD 1 TO WS-OPERATORS.

       2660-PRINT-VIOLATION-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           IF OPER-HEADING-DUE
              PERFORM 2670-PRINT-OPERATOR-HEADING
           END-IF

           MOVE SPACES TO WS-DTL-TIME
           STRING SECV-TIME(1:2) ':' SECV-TIME(3:2) ':' SECV-TIME(5:2)
               DELIMITED BY SIZE INTO WS-DTL-TIME
           END-STRING
           MOVE SECV-PROGRAM     TO WS-DTL-PROGRAM
           MOVE SECV-FUNCTION    TO WS-DTL-FUNCTION
           MOVE SECV-KEY         TO WS-DTL-KEY
           MOVE SECV-REASON-CODE TO WS-DTL-REASON-CODE
           MOVE SECV-REASON-TEXT TO WS-DTL-REASON-TEXT
           MOVE WS-DETAIL-LINE   TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-OPER-COUNT

           EVALUATE SECV-REASON-CODE
               WHEN 'NOOP'
                  ADD 1 TO WS-NOOP-COUNT
               WHEN 'UNOP'
                  ADD 1 TO WS-UNOP-COUNT
               WHEN 'RVOP'
                  ADD 1 TO WS-RVOP-COUNT
               WHEN 'NAFN'
                  ADD 1 TO WS-NAFN-COUNT
               WHEN 'NADP'
                  ADD 1 TO WS-NADP-COUNT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *> --------------------------------------------------------
      *> 2670-PRINT-OPERATOR-HEADING - the operator's name comes
      *> off OPERMAST; a blank ID or one not on the file is named
      *> for what it is.
      *> --------------------------------------------------------
       2670-PRINT-OPERATOR-HEADING.
           MOVE 'N'                 TO WS-HEADING-FLAG
           MOVE WS-CURRENT-OPERATOR TO WS-OH-OPERATOR
           IF WS-CURRENT-OPERATOR = SPACES
              MOVE '(NO OPERATOR ID KEYED)' TO WS-OH-NAME
           ELSE
              MOVE WS-CURRENT-OPERATOR TO OPER-ID
              READ OPER-MAST
                  INVALID KEY
                     MOVE '(NOT ON AUTHORITY FILE)' TO WS-OH-NAME
                  NOT INVALID KEY
                     MOVE OPER-NAME TO WS-OH-NAME
              END-READ
           END-IF
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-OPER-HEADING TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       2700-PRINT-OPERATOR-TOTAL.
           MOVE WS-CURRENT-OPERATOR TO WS-OT-OPERATOR
           MOVE WS-OPER-COUNT       TO WS-OT-COUNT
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-OPER-TOTAL-LINE  TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 2800-CHECK-PAGE-BREAK / 2850-PRINT-PAGE-HEADER - start a
      *> new page, with the page header and the column headers,
      *> whenever the current page is full.  An operator that runs
      *> onto the new page gets its heading again.
      *> --------------------------------------------------------
       2800-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 2850-PRINT-PAGE-HEADER
           END-IF.

       2850-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-SELECT-DATE TO WS-PH1-REPORT-DATE
           MOVE WS-RUN-DATE    TO WS-PH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE
           MOVE 0 TO WS-LINE-COUNT
           MOVE WS-PAGE-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           IF NOT FIRST-OPERATOR
              MOVE 'Y' TO WS-HEADING-FLAG
           END-IF.

       2900-WRITE-REPORT-LINE.
           WRITE RPT-REC
           IF NOT RPT-OK
              DISPLAY 'ERROR WRITING REPORT RECORD, STATUS: '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       3000-TERMINATE.
           PERFORM 3050-PRINT-DAY-TOTALS
           PERFORM 3100-CLOSE-FILES
           PERFORM 3200-DISPLAY-SUMMARY.

      *> --------------------------------------------------------
      *> 3050-PRINT-DAY-TOTALS - the day's count by reason code.
      *> A clean day still prints a page saying so, so the
      *> reviewer can tell a clean day from a missing report.
      *> --------------------------------------------------------
       3050-PRINT-DAY-TOTALS.
           IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
              MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           IF WS-ENTRIES-SELECTED = 0
              MOVE WS-SELECT-DATE TO WS-NL-DATE
              MOVE WS-NONE-LINE   TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           ELSE
              MOVE 'TOTAL VIOLATIONS:'   TO WS-CL-LABEL
              MOVE WS-ENTRIES-SELECTED   TO WS-CL-COUNT
              MOVE WS-COUNT-LINE         TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE 'OPERATORS INVOLVED:' TO WS-CL-LABEL
              MOVE WS-OPERATORS          TO WS-CL-COUNT
              MOVE WS-COUNT-LINE         TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE SPACES TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE

              MOVE 'NOOP  NO OPERATOR ID:' TO WS-CL-LABEL
              MOVE WS-NOOP-COUNT           TO WS-CL-COUNT
              MOVE WS-COUNT-LINE           TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE 'UNOP  OPERATOR NOT ON AUTHORITY FILE:'
                  TO WS-CL-LABEL
              MOVE WS-UNOP-COUNT           TO WS-CL-COUNT
              MOVE WS-COUNT-LINE           TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE 'RVOP  OPERATOR REVOKED:' TO WS-CL-LABEL
              MOVE WS-RVOP-COUNT           TO WS-CL-COUNT
              MOVE WS-COUNT-LINE           TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE 'NAFN  FUNCTION NOT GRANTED:' TO WS-CL-LABEL
              MOVE WS-NAFN-COUNT           TO WS-CL-COUNT
              MOVE WS-COUNT-LINE           TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE 'NADP  DEPARTMENT NOT GRANTED:' TO WS-CL-LABEL
              MOVE WS-NADP-COUNT           TO WS-CL-COUNT
              MOVE WS-COUNT-LINE           TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       3100-CLOSE-FILES.
           CLOSE OPER-MAST
           IF NOT OPER-OK
              DISPLAY 'CLOSING OPERATOR AUTHORITY FILE, STATUS: '
                      WS-OPER-STATUS
           END-IF.

           CLOSE RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Security violations report complete.'
           DISPLAY 'Report Date:         ' WS-SELECT-DATE
           DISPLAY 'Log Entries Read:    ' WS-ENTRIES-READ
           DISPLAY 'Violations Reported: ' WS-ENTRIES-SELECTED
           DISPLAY 'Operators Involved:  ' WS-OPERATORS
           DISPLAY 'Pages Printed:       ' WS-PAGE-NUMBER.

       END PROGRAM VSAMSECR.
