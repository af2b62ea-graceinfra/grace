       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCOMP.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Compa-ratio report for the annual review committee: every
      *> active, graded employee's salary against the midpoint of
      *> their pay grade (VSAM-EMPL-GRADE on the master, the range
      *> on the GRADMAST reference file VSAMGRAD maintains),
      *> grouped by grade, so market adjustments are decided off
      *> one listing instead of a spreadsheet per grade.
      *>
      *> Each grade starts with a heading carrying its minimum,
      *> midpoint and maximum, then one line per employee:
      *>   SALARY      annual salary, dollars and cents
      *>   COMPA       compa-ratio - salary divided by the grade
      *>               midpoint, 1.000 being exactly at midpoint
      *>   EXCEPTION   BELOW MINIMUM or ABOVE MAXIMUM when the
      *>               salary is outside the grade's range
      *> and ends with a total line: employees, average
      *> compa-ratio, and how many fell below the minimum or above
      *> the maximum.  A grade code missing from GRADMAST still
      *> gets its group, flagged GRADE NOT ON FILE with no ratio,
      *> so those employees are not lost.  The report ends with
      *> company totals and an exception count.
      *>
      *> Terminated employees are not reviewed and are not listed;
      *> active employees not yet graded are counted on the totals
      *> page only.  Records failing the same salary validation
      *> VSAMDRPT applies are counted and skipped.
      *>
      *> The grades and the employees are released to one SORT
      *> keyed on grade code, record type - the grade's own
      *> reference record (type 1) ahead of its employees (type
      *> 2) - and employee ID, and the report is printed from the
      *> sorted return stream with a control break on the grade,
      *> the same shape VSAMBUDG uses for departments.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-IN ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT GRADE-MAST ASSIGN TO GRADMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS GRADE-CODE
                  FILE STATUS IS WS-GRADE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT RPT-OUT ASSIGN TO COMPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VSAM-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VSAM-REC.
           COPY VSAMREC.

      *> --------------------------------------------------------
      *> GRADE-MAST - the pay grade reference master VSAMGRAD
      *> maintains, read end to end for every grade's range.  See
      *> the GRADREC copybook.
      *> --------------------------------------------------------
       FD GRADE-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GRADE-REC.
           COPY GRADREC.

       SD SORT-FILE.
       01 SORT-REC.
          05 SORT-GRADE          PIC X(03).
          05 SORT-TYPE           PIC X(01).
             88 SORT-GRADE-RECORD      VALUE '1'.
             88 SORT-EMPL-RECORD       VALUE '2'.
          05 SORT-EMPL-ID        PIC X(05).
          05 SORT-NAME           PIC X(30).
          05 SORT-DEPT           PIC X(04).
          05 SORT-MIN-SALARY     PIC 9(8)V99.
          05 SORT-MID-SALARY     PIC 9(8)V99.
          05 SORT-MAX-SALARY     PIC 9(8)V99.
          05 SORT-SALARY         PIC 9(8)V99 COMP-3.

       FD RPT-OUT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-VSAM-STATUS    PIC XX  VALUE SPACES.
             88 VSAM-OK              VALUE '00'.
             88 VSAM-EOF             VALUE '10'.
          05 WS-GRADE-STATUS   PIC XX  VALUE SPACES.
             88 GRADE-OK             VALUE '00'.
             88 GRADE-EOF            VALUE '10'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
             88 EOF-REACHED          VALUE 'Y'.
          05 WS-GRADE-EOF-FLAG PIC X   VALUE 'N'.
             88 GRADE-EOF-REACHED    VALUE 'Y'.
          05 WS-VALID-FLAG     PIC X   VALUE 'Y'.
             88 RECORD-IS-VALID      VALUE 'Y'.
          05 WS-SORT-EOF-FLAG  PIC X   VALUE 'N'.
             88 SORT-EOF-REACHED     VALUE 'Y'.
          05 WS-FIRST-GRADE-FLAG PIC X VALUE 'Y'.
             88 FIRST-GRADE          VALUE 'Y'.
          05 WS-ON-FILE-FLAG   PIC X   VALUE 'N'.
             88 GRADE-ON-FILE        VALUE 'Y'.
          05 WS-HEADING-FLAG   PIC X   VALUE 'N'.
             88 GRADE-HEADING-DUE    VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-GRADES-READ      PIC 9(5) VALUE 0.
          05 WS-RECORDS-READ     PIC 9(7) VALUE 0.
          05 WS-RECORDS-COUNTED  PIC 9(7) VALUE 0.
          05 WS-RECORDS-TERMED   PIC 9(7) VALUE 0.
          05 WS-RECORDS-UNGRADED PIC 9(7) VALUE 0.
          05 WS-RECORDS-SKIPPED  PIC 9(7) VALUE 0.
          05 WS-GRADES-REPORTED  PIC 9(5) VALUE 0.
          05 WS-NOT-ON-FILE      PIC 9(7) VALUE 0.

       01 WS-TEST-NUMVAL-RESULT PIC S9(4) COMP-3.
       01 WS-SALARY-NUMERIC     PIC 9(8)V99 COMP-3.

      *> --------------------------------------------------------
      *> Control-break figures for the grade being printed: its
      *> range, as carried on its reference record, and the
      *> running figures for its total line.
      *> --------------------------------------------------------
       01 WS-CURRENT-GRADE      PIC X(3)  VALUE SPACES.
       01 WS-GRADE-RANGE.
          05 WS-GRADE-DESCRIPTION PIC X(30).
          05 WS-GRADE-MIN       PIC 9(8)V99.
          05 WS-GRADE-MID       PIC 9(8)V99.
          05 WS-GRADE-MAX       PIC 9(8)V99.
       01 WS-GRADE-FIGURES.
          05 WS-GRADE-COUNT     PIC 9(7)     COMP-3 VALUE 0.
          05 WS-GRADE-BELOW     PIC 9(7)     COMP-3 VALUE 0.
          05 WS-GRADE-ABOVE     PIC 9(7)     COMP-3 VALUE 0.
          05 WS-GRADE-RATIO-SUM PIC 9(9)V999 COMP-3 VALUE 0.

      *> Company totals over every employee with a ratio.
       01 WS-COMPANY-TOTALS.
          05 WS-TOTAL-COUNT     PIC 9(7)     COMP-3 VALUE 0.
          05 WS-TOTAL-BELOW     PIC 9(7)     COMP-3 VALUE 0.
          05 WS-TOTAL-ABOVE     PIC 9(7)     COMP-3 VALUE 0.
          05 WS-TOTAL-RATIO-SUM PIC 9(9)V999 COMP-3 VALUE 0.

       01 WS-COMPA-RATIO        PIC 9(3)V999 COMP-3 VALUE 0.
       01 WS-AVERAGE-RATIO      PIC 9(3)V999 COMP-3 VALUE 0.

      *> --------------------------------------------------------
      *> Run metadata for the page headers, stamped the same way
      *> VSAMCSV's 1205-BUILD-RUN-DATE stamps its HDR record.
      *> --------------------------------------------------------
       01 WS-RUN-DATE-TIME      PIC X(21).
       01 WS-RUN-DATE           PIC X(08).

      *> --------------------------------------------------------
      *> Print layout.  60 detail lines to a page.
      *> --------------------------------------------------------
       01 WS-PAGE-NUMBER        PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE     PIC 9(2) VALUE 60.

       01 WS-PAGE-HEADER-1.
          05 FILLER             PIC X(33) VALUE
             'COMPA-RATIO REPORT BY PAY GRADE  '.
          05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
          05 WS-PH1-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-PH1-PAGE        PIC ZZZ9.
          05 FILLER             PIC X(66) VALUE SPACES.

       01 WS-COLUMN-HEADER-1.
          05 FILLER             PIC X(41) VALUE
             'EMPL   EMPLOYEE NAME                 DEPT'.
          05 FILLER             PIC X(24) VALUE
             '       SALARY    COMPA  '.
          05 FILLER             PIC X(67) VALUE 'EXCEPTION'.

       01 WS-GRADE-HEADING.
          05 FILLER             PIC X(06) VALUE 'GRADE '.
          05 WS-GH-GRADE        PIC X(03).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-GH-DESCRIPTION  PIC X(30).
          05 FILLER             PIC X(06) VALUE '  MIN '.
          05 WS-GH-MIN          PIC Z(7)9.99.
          05 WS-GH-MIN-X REDEFINES WS-GH-MIN PIC X(11).
          05 FILLER             PIC X(06) VALUE '  MID '.
          05 WS-GH-MID          PIC Z(7)9.99.
          05 WS-GH-MID-X REDEFINES WS-GH-MID PIC X(11).
          05 FILLER             PIC X(06) VALUE '  MAX '.
          05 WS-GH-MAX          PIC Z(7)9.99.
          05 WS-GH-MAX-X REDEFINES WS-GH-MAX PIC X(11).
          05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-EMPL-ID     PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-NAME        PIC X(26).
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-DTL-DEPT        PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-SALARY      PIC Z(7)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-RATIO       PIC ZZ9.999.
          05 WS-DTL-RATIO-X REDEFINES WS-DTL-RATIO PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-EXCEPTION   PIC X(17).
          05 FILLER             PIC X(50) VALUE SPACES.

       01 WS-GRADE-TOTAL-LINE.
          05 FILLER             PIC X(06) VALUE 'GRADE '.
          05 WS-GT-GRADE        PIC X(03).
          05 FILLER             PIC X(13) VALUE ' EMPLOYEES:  '.
          05 WS-GT-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(16) VALUE '   AVG COMPA:   '.
          05 WS-GT-RATIO        PIC ZZ9.999.
          05 WS-GT-RATIO-X REDEFINES WS-GT-RATIO PIC X(07).
          05 FILLER             PIC X(16) VALUE '   BELOW MIN:   '.
          05 WS-GT-BELOW        PIC Z(6)9.
          05 FILLER             PIC X(16) VALUE '   ABOVE MAX:   '.
          05 WS-GT-ABOVE        PIC Z(6)9.
          05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL        PIC X(45).
          05 WS-CL-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(80) VALUE SPACES.

       01 WS-RATIO-LINE.
          05 WS-RL-LABEL        PIC X(45).
          05 WS-RL-RATIO        PIC ZZ9.999.
          05 WS-RL-RATIO-X REDEFINES WS-RL-RATIO PIC X(07).
          05 FILLER             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-GRADE SORT-TYPE SORT-EMPL-ID
               INPUT PROCEDURE IS 2000-SELECT-RECORDS
               OUTPUT PROCEDURE IS 2500-REPORT-RECORDS
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1205-BUILD-RUN-DATE

           OPEN OUTPUT RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'ERROR OPENING REPORT FILE, STATUS: '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1205-BUILD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE.

      *> --------------------------------------------------------
      *> 2000-SELECT-RECORDS - SORT input procedure: one pass of
      *> the grade master releasing every grade's range, then one
      *> pass of the employee master releasing every active,
      *> valid, graded employee.
      *> --------------------------------------------------------
       2000-SELECT-RECORDS.
           OPEN INPUT GRADE-MAST
           IF NOT GRADE-OK
              DISPLAY 'ERROR OPENING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2050-READ-GRADE
           PERFORM 2060-RELEASE-GRADE UNTIL GRADE-EOF-REACHED

           CLOSE GRADE-MAST
           IF NOT GRADE-OK
              DISPLAY 'CLOSING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
           END-IF

           OPEN INPUT VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'ERROR OPENING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-READ-VSAM
           PERFORM 2200-RELEASE-RECORD UNTIL EOF-REACHED

           CLOSE VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'CLOSING VSAM FILE, STATUS: ' WS-VSAM-STATUS
           END-IF.

       2050-READ-GRADE.
           READ GRADE-MAST NEXT RECORD
               AT END MOVE 'Y' TO WS-GRADE-EOF-FLAG
           END-READ

           IF NOT GRADE-EOF-REACHED AND NOT GRADE-OK
              DISPLAY 'ERROR READING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT GRADE-EOF-REACHED
              ADD 1 TO WS-GRADES-READ
           END-IF.

       2060-RELEASE-GRADE.
           MOVE SPACES             TO SORT-REC
           MOVE GRADE-CODE         TO SORT-GRADE
           MOVE '1'                TO SORT-TYPE
           MOVE GRADE-DESCRIPTION  TO SORT-NAME
           MOVE GRADE-MIN-SALARY   TO SORT-MIN-SALARY
           MOVE GRADE-MID-SALARY   TO SORT-MID-SALARY
           MOVE GRADE-MAX-SALARY   TO SORT-MAX-SALARY
           MOVE 0                  TO SORT-SALARY
           RELEASE SORT-REC
           PERFORM 2050-READ-GRADE.

       2100-READ-VSAM.
           READ VSAM-IN NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF NOT EOF-REACHED AND NOT VSAM-OK
              DISPLAY 'ERROR READING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT EOF-REACHED
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       2200-RELEASE-RECORD.
           PERFORM 2250-VALIDATE-RECORD
           EVALUATE TRUE
               WHEN NOT RECORD-IS-VALID
                  ADD 1 TO WS-RECORDS-SKIPPED
               WHEN VSAM-EMPL-TERMINATED
                  ADD 1 TO WS-RECORDS-TERMED
               WHEN VSAM-EMPL-GRADE = SPACES
                  ADD 1 TO WS-RECORDS-UNGRADED
               WHEN OTHER
                  MOVE SPACES            TO SORT-REC
                  MOVE VSAM-EMPL-GRADE   TO SORT-GRADE
                  MOVE '2'               TO SORT-TYPE
                  MOVE VSAM-EMPL-ID      TO SORT-EMPL-ID
                  MOVE VSAM-EMPL-NAME    TO SORT-NAME
                  MOVE VSAM-EMPL-DEPT    TO SORT-DEPT
                  MOVE 0                 TO SORT-MIN-SALARY
                                            SORT-MID-SALARY
                                            SORT-MAX-SALARY
                  MOVE WS-SALARY-NUMERIC TO SORT-SALARY
                  RELEASE SORT-REC
                  ADD 1 TO WS-RECORDS-COUNTED
           END-EVALUATE
           PERFORM 2100-READ-VSAM.

      *> --------------------------------------------------------
      *> 2250-VALIDATE-RECORD - the same salary checks VSAMDRPT's
      *> 2250-VALIDATE-RECORD applies, so the reports agree on
      *> which records are usable.
      *> --------------------------------------------------------
       2250-VALIDATE-RECORD.
           MOVE 'Y' TO WS-VALID-FLAG

           IF VSAM-EMPL-ID NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
           END-IF

           IF RECORD-IS-VALID AND VSAM-EMPL-SALARY = SPACES
              MOVE 'N' TO WS-VALID-FLAG
           END-IF

           IF RECORD-IS-VALID
              COMPUTE WS-TEST-NUMVAL-RESULT =
                  FUNCTION TEST-NUMVAL(VSAM-EMPL-SALARY)
              IF WS-TEST-NUMVAL-RESULT NOT = 0
                 MOVE 'N' TO WS-VALID-FLAG
              END-IF
           END-IF

           IF RECORD-IS-VALID
              IF FUNCTION NUMVAL(VSAM-EMPL-SALARY) > 9999999
                 MOVE 'N' TO WS-VALID-FLAG
              END-IF
           END-IF

           IF RECORD-IS-VALID
              COMPUTE WS-SALARY-NUMERIC =
                  FUNCTION NUMVAL(VSAM-EMPL-SALARY) / 100
           END-IF.

      *> --------------------------------------------------------
      *> 2500-REPORT-RECORDS - SORT output procedure: print the
      *> sorted stream with a control break on the grade code,
      *> each grade's heading before its first employee and its
      *> total line at the break.
      *> --------------------------------------------------------
       2500-REPORT-RECORDS.
           PERFORM 2550-RETURN-RECORD
           PERFORM 2600-PROCESS-SORTED-RECORD UNTIL SORT-EOF-REACHED

           IF NOT FIRST-GRADE
              PERFORM 2700-PRINT-GRADE-TOTAL
           END-IF.

       2550-RETURN-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2600-PROCESS-SORTED-RECORD.
           IF FIRST-GRADE
              MOVE 'N' TO WS-FIRST-GRADE-FLAG
              PERFORM 2650-START-GRADE
           ELSE
              IF SORT-GRADE NOT = WS-CURRENT-GRADE
                 PERFORM 2700-PRINT-GRADE-TOTAL
                 PERFORM 2650-START-GRADE
              END-IF
           END-IF

           IF SORT-GRADE-RECORD
              MOVE 'Y'             TO WS-ON-FILE-FLAG
              MOVE SORT-NAME       TO WS-GRADE-DESCRIPTION
              MOVE SORT-MIN-SALARY TO WS-GRADE-MIN
              MOVE SORT-MID-SALARY TO WS-GRADE-MID
              MOVE SORT-MAX-SALARY TO WS-GRADE-MAX
           ELSE
              PERFORM 2660-PRINT-EMPLOYEE-LINE
           END-IF

           PERFORM 2550-RETURN-RECORD.

      *> --------------------------------------------------------
      *> 2650-START-GRADE - reset the control-break figures for
      *> the grade the sorted stream has moved to.  Its reference
      *> record, when there is one, arrives first and fills in
      *> the range; the heading waits for the first employee, so
      *> a grade nobody holds prints nothing.
      *> --------------------------------------------------------
       2650-START-GRADE.
           MOVE SORT-GRADE TO WS-CURRENT-GRADE
           MOVE 'N'        TO WS-ON-FILE-FLAG
           MOVE 'Y'        TO WS-HEADING-FLAG
           MOVE SPACES     TO WS-GRADE-DESCRIPTION
           MOVE 0          TO WS-GRADE-MIN WS-GRADE-MID WS-GRADE-MAX
           MOVE 0          TO WS-GRADE-COUNT WS-GRADE-BELOW
                              WS-GRADE-ABOVE WS-GRADE-RATIO-SUM.

      *> --------------------------------------------------------
      *> 2660-PRINT-EMPLOYEE-LINE - one employee's salary, ratio
      *> and range exception.  The midpoint is never zero on a
      *> grade VSAMGRAD wrote, but a ratio that cannot be worked
      *> out is left blank rather than stopping the report.
      *> --------------------------------------------------------
       2660-PRINT-EMPLOYEE-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           IF GRADE-HEADING-DUE
              PERFORM 2670-PRINT-GRADE-HEADING
           END-IF

           MOVE SORT-EMPL-ID TO WS-DTL-EMPL-ID
           MOVE SORT-NAME    TO WS-DTL-NAME
           MOVE SORT-DEPT    TO WS-DTL-DEPT
           MOVE SORT-SALARY  TO WS-DTL-SALARY
           MOVE SPACES       TO WS-DTL-EXCEPTION

           IF GRADE-ON-FILE AND WS-GRADE-MID > 0
              COMPUTE WS-COMPA-RATIO ROUNDED =
                  SORT-SALARY / WS-GRADE-MID
                  ON SIZE ERROR
                     MOVE 999.999 TO WS-COMPA-RATIO
              END-COMPUTE
              MOVE WS-COMPA-RATIO TO WS-DTL-RATIO
              ADD 1              TO WS-GRADE-COUNT
              ADD WS-COMPA-RATIO TO WS-GRADE-RATIO-SUM
              EVALUATE TRUE
                  WHEN SORT-SALARY < WS-GRADE-MIN
                     MOVE 'BELOW MINIMUM' TO WS-DTL-EXCEPTION
                     ADD 1 TO WS-GRADE-BELOW
                  WHEN SORT-SALARY > WS-GRADE-MAX
                     MOVE 'ABOVE MAXIMUM' TO WS-DTL-EXCEPTION
                     ADD 1 TO WS-GRADE-ABOVE
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           ELSE
              MOVE SPACES TO WS-DTL-RATIO-X
              MOVE 'GRADE NOT ON FILE' TO WS-DTL-EXCEPTION
              ADD 1 TO WS-NOT-ON-FILE
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       2670-PRINT-GRADE-HEADING.
           MOVE 'N'              TO WS-HEADING-FLAG
           MOVE WS-CURRENT-GRADE TO WS-GH-GRADE
           IF GRADE-ON-FILE
              MOVE WS-GRADE-DESCRIPTION TO WS-GH-DESCRIPTION
              MOVE WS-GRADE-MIN         TO WS-GH-MIN
              MOVE WS-GRADE-MID         TO WS-GH-MID
              MOVE WS-GRADE-MAX         TO WS-GH-MAX
           ELSE
              MOVE '(NOT ON GRADE FILE)' TO WS-GH-DESCRIPTION
              MOVE SPACES TO WS-GH-MIN-X WS-GH-MID-X WS-GH-MAX-X
           END-IF
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-GRADE-HEADING TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 2700-PRINT-GRADE-TOTAL - the grade's total line, rolled
      *> into the company totals.  Nothing prints for a grade
      *> whose heading never printed.
      *> --------------------------------------------------------
       2700-PRINT-GRADE-TOTAL.
           IF NOT GRADE-HEADING-DUE AND GRADE-ON-FILE
              PERFORM 2710-PRINT-GRADE-FIGURES
           END-IF.

       2710-PRINT-GRADE-FIGURES.
           MOVE WS-CURRENT-GRADE TO WS-GT-GRADE
           MOVE WS-GRADE-COUNT   TO WS-GT-COUNT
           MOVE WS-GRADE-BELOW   TO WS-GT-BELOW
           MOVE WS-GRADE-ABOVE   TO WS-GT-ABOVE
           IF WS-GRADE-COUNT > 0
              COMPUTE WS-AVERAGE-RATIO ROUNDED =
                  WS-GRADE-RATIO-SUM / WS-GRADE-COUNT
              MOVE WS-AVERAGE-RATIO TO WS-GT-RATIO
           ELSE
              MOVE SPACES TO WS-GT-RATIO-X
           END-IF

           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-GRADE-TOTAL-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           ADD WS-GRADE-COUNT     TO WS-TOTAL-COUNT
           ADD WS-GRADE-BELOW     TO WS-TOTAL-BELOW
           ADD WS-GRADE-ABOVE     TO WS-TOTAL-ABOVE
           ADD WS-GRADE-RATIO-SUM TO WS-TOTAL-RATIO-SUM
           ADD 1 TO WS-GRADES-REPORTED.

      *> --------------------------------------------------------
      *> 2800-CHECK-PAGE-BREAK / 2850-PRINT-PAGE-HEADER - start a
      *> new page, with the run-date page header and the column
      *> headers, whenever the current page is full.  A grade
      *> that runs onto the new page gets its heading again.
      *> --------------------------------------------------------
       2800-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 2850-PRINT-PAGE-HEADER
           END-IF.

       2850-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE    TO WS-PH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE
           MOVE 0 TO WS-LINE-COUNT
           MOVE WS-PAGE-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           IF NOT FIRST-GRADE
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
           PERFORM 3050-PRINT-COMPANY-TOTALS
           PERFORM 3100-CLOSE-FILES
           PERFORM 3200-DISPLAY-SUMMARY.

      *> --------------------------------------------------------
      *> 3050-PRINT-COMPANY-TOTALS - the committee's summary: the
      *> company average compa-ratio and the exception counts,
      *> then the active employees the report could not rate.
      *> --------------------------------------------------------
       3050-PRINT-COMPANY-TOTALS.
           IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
              MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'GRADES REPORTED:' TO WS-CL-LABEL
           MOVE WS-GRADES-REPORTED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE      TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'EMPLOYEES RATED:' TO WS-CL-LABEL
           MOVE WS-TOTAL-COUNT     TO WS-CL-COUNT
           MOVE WS-COUNT-LINE      TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'COMPANY AVERAGE COMPA-RATIO:' TO WS-RL-LABEL
           IF WS-TOTAL-COUNT > 0
              COMPUTE WS-AVERAGE-RATIO ROUNDED =
                  WS-TOTAL-RATIO-SUM / WS-TOTAL-COUNT
              MOVE WS-AVERAGE-RATIO TO WS-RL-RATIO
           ELSE
              MOVE SPACES TO WS-RL-RATIO-X
           END-IF
           MOVE WS-RATIO-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'EXCEPTIONS - BELOW GRADE MINIMUM:' TO WS-CL-LABEL
           MOVE WS-TOTAL-BELOW     TO WS-CL-COUNT
           MOVE WS-COUNT-LINE      TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'EXCEPTIONS - ABOVE GRADE MAXIMUM:' TO WS-CL-LABEL
           MOVE WS-TOTAL-ABOVE     TO WS-CL-COUNT
           MOVE WS-COUNT-LINE      TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           IF WS-NOT-ON-FILE > 0
              MOVE 'ACTIVE EMPLOYEES WITH GRADE NOT ON FILE:'
                  TO WS-CL-LABEL
              MOVE WS-NOT-ON-FILE TO WS-CL-COUNT
              MOVE WS-COUNT-LINE  TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF

           IF WS-RECORDS-UNGRADED > 0
              MOVE 'ACTIVE EMPLOYEES NOT YET GRADED:' TO WS-CL-LABEL
              MOVE WS-RECORDS-UNGRADED TO WS-CL-COUNT
              MOVE WS-COUNT-LINE       TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF

           IF WS-RECORDS-SKIPPED > 0
              MOVE 'RECORDS NOT RATED (FAILED VALIDATION):'
                  TO WS-CL-LABEL
              MOVE WS-RECORDS-SKIPPED TO WS-CL-COUNT
              MOVE WS-COUNT-LINE      TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       3100-CLOSE-FILES.
           CLOSE RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Compa-ratio report processing complete.'
           DISPLAY 'Grades Read:         ' WS-GRADES-READ
           DISPLAY 'Records Read:        ' WS-RECORDS-READ
           DISPLAY 'Graded Active:       ' WS-RECORDS-COUNTED
           DISPLAY 'Not Yet Graded:      ' WS-RECORDS-UNGRADED
           DISPLAY 'Terminated Excluded: ' WS-RECORDS-TERMED
           DISPLAY 'Records Skipped:     ' WS-RECORDS-SKIPPED
           DISPLAY 'Grades Reported:     ' WS-GRADES-REPORTED
           DISPLAY 'Below Minimum:       ' WS-TOTAL-BELOW
           DISPLAY 'Above Maximum:       ' WS-TOTAL-ABOVE
           DISPLAY 'Pages Printed:       ' WS-PAGE-NUMBER.

       END PROGRAM VSAMCOMP.
