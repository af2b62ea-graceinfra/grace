       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMBUDG.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Budget-versus-actual variance report: compares each
      *> department's approved headcount and annual salary budget
      *> (DEPT-APPROVED-HEADCOUNT and DEPT-SALARY-BUDGET on the
      *> DEPTMAST reference master VSAMDEPT maintains) with the
      *> active headcount and annual salary actually carried on
      *> the employee master, so department heads get the answer
      *> to 'are we over plan' off the printer instead of from a
      *> spreadsheet.
      *>
      *> One line per department:
      *>   HC BUDGET / HC ACTUAL   approved vs active headcount
      *>   HC VAR                  actual minus approved
      *>   OPEN                    approved minus actual, when the
      *>                           department is under plan
      *>   SAL BUDGET / SAL ACTUAL annual budget vs the annual
      *>                           salaries of active employees
      *>   SAL VAR / VAR %         actual minus budget, in dollars
      *>                           and as a percentage of budget
      *> A positive variance means over plan.  A department over
      *> either its headcount or its salary budget is flagged OVER
      *> BUDGET; one with neither figure keyed is flagged NO
      *> BUDGET and its budget columns are left blank.  Employees
      *> carrying a code missing from DEPTMAST get a line flagged
      *> NOT ON FILE, and a blank code prints as (NO DEPARTMENT),
      *> so their salary is visible rather than lost.  Inactive
      *> departments no active employee carries are left off.  The
      *> report ends with company totals over every line printed.
      *>
      *> Terminated employees are not actuals and are not counted;
      *> records failing the same salary validation VSAMDRPT
      *> applies are counted and skipped.
      *>
      *> Neither file is in department-and-employee order with the
      *> other, so both are released to one SORT keyed on
      *> department code then record type - the department's own
      *> reference record (type 1) ahead of its employees (type 2)
      *> - and the report is printed from the sorted return stream
      *> with a control break on the department code.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-IN ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT DEPT-MAST ASSIGN TO DEPTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT RPT-OUT ASSIGN TO BUDGRPT
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
      *> DEPT-MAST - the department reference master VSAMDEPT
      *> maintains, read end to end for the approved plan of
      *> every department.  See the DEPTREC copybook.
      *> --------------------------------------------------------
       FD DEPT-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DEPT-REC.
           COPY DEPTREC.

       SD SORT-FILE.
       01 SORT-REC.
          05 SORT-DEPT           PIC X(04).
          05 SORT-TYPE           PIC X(01).
             88 SORT-DEPT-RECORD       VALUE '1'.
             88 SORT-EMPL-RECORD       VALUE '2'.
          05 SORT-DEPT-NAME      PIC X(30).
          05 SORT-ACTIVE-FLAG    PIC X(01).
          05 SORT-HEADCOUNT      PIC X(05).
          05 SORT-HEADCOUNT-NUM REDEFINES SORT-HEADCOUNT
                                 PIC 9(05).
          05 SORT-BUDGET         PIC X(11).
          05 SORT-BUDGET-NUM REDEFINES SORT-BUDGET
                                 PIC 9(09)V99.
          05 SORT-SALARY         PIC 9(5)V99 COMP-3.

       FD RPT-OUT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-VSAM-STATUS    PIC XX  VALUE SPACES.
             88 VSAM-OK              VALUE '00'.
             88 VSAM-EOF             VALUE '10'.
          05 WS-DEPT-STATUS    PIC XX  VALUE SPACES.
             88 DEPT-OK              VALUE '00'.
             88 DEPT-EOF             VALUE '10'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
             88 EOF-REACHED          VALUE 'Y'.
          05 WS-DEPT-EOF-FLAG  PIC X   VALUE 'N'.
             88 DEPT-EOF-REACHED     VALUE 'Y'.
          05 WS-VALID-FLAG     PIC X   VALUE 'Y'.
             88 RECORD-IS-VALID      VALUE 'Y'.
          05 WS-SORT-EOF-FLAG  PIC X   VALUE 'N'.
             88 SORT-EOF-REACHED     VALUE 'Y'.
          05 WS-FIRST-DEPT-FLAG PIC X  VALUE 'Y'.
             88 FIRST-DEPARTMENT     VALUE 'Y'.
          05 WS-ON-FILE-FLAG   PIC X   VALUE 'N'.
             88 DEPT-ON-FILE         VALUE 'Y'.
          05 WS-OVER-FLAG      PIC X   VALUE 'N'.
             88 DEPT-OVER-BUDGET     VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-DEPTS-READ       PIC 9(5) VALUE 0.
          05 WS-RECORDS-READ     PIC 9(7) VALUE 0.
          05 WS-RECORDS-COUNTED  PIC 9(7) VALUE 0.
          05 WS-RECORDS-TERMED   PIC 9(7) VALUE 0.
          05 WS-RECORDS-SKIPPED  PIC 9(7) VALUE 0.
          05 WS-DEPTS-REPORTED   PIC 9(5) VALUE 0.
          05 WS-DEPTS-OVER       PIC 9(5) VALUE 0.
          05 WS-DEPTS-UNBUDGETED PIC 9(5) VALUE 0.

       01 WS-TEST-NUMVAL-RESULT PIC S9(4) COMP-3.
       01 WS-SALARY-NUMERIC     PIC 9(5)V99 COMP-3.

      *> --------------------------------------------------------
      *> Control-break figures for the department being
      *> accumulated: its plan, as carried on its reference
      *> record, and its actuals.
      *> --------------------------------------------------------
       01 WS-CURRENT-DEPT       PIC X(4)  VALUE SPACES.
       01 WS-DEPT-PLAN.
          05 WS-DEPT-NAME       PIC X(30).
          05 WS-DEPT-ACTIVE-FLAG PIC X(01).
          05 WS-DEPT-HC-BUDGET  PIC X(05).
          05 WS-DEPT-HC-BUDGET-NUM REDEFINES WS-DEPT-HC-BUDGET
                                PIC 9(05).
          05 WS-DEPT-SAL-BUDGET PIC X(11).
          05 WS-DEPT-SAL-BUDGET-NUM REDEFINES WS-DEPT-SAL-BUDGET
                                PIC 9(09)V99.
       01 WS-DEPT-ACTUALS.
          05 WS-DEPT-HC-ACTUAL  PIC 9(7)    COMP-3 VALUE 0.
          05 WS-DEPT-SAL-ACTUAL PIC 9(9)V99 COMP-3 VALUE 0.

      *> Variances for the line being printed; actual minus plan,
      *> so a positive figure is over plan.
       01 WS-VARIANCE-FIELDS.
          05 WS-HC-VARIANCE     PIC S9(7)    COMP-3 VALUE 0.
          05 WS-OPEN-POSITIONS  PIC 9(7)     COMP-3 VALUE 0.
          05 WS-SAL-VARIANCE    PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-PCT-VARIANCE    PIC S9(5)V9  COMP-3 VALUE 0.

      *> Company totals over every department line printed.  The
      *> budget totals add up only the departments that have one.
       01 WS-COMPANY-TOTALS.
          05 WS-TOTAL-HC-BUDGET  PIC 9(7)     COMP-3 VALUE 0.
          05 WS-TOTAL-HC-ACTUAL  PIC 9(7)     COMP-3 VALUE 0.
          05 WS-TOTAL-OPEN       PIC 9(7)     COMP-3 VALUE 0.
          05 WS-TOTAL-SAL-BUDGET PIC 9(11)V99 COMP-3 VALUE 0.
          05 WS-TOTAL-SAL-ACTUAL PIC 9(11)V99 COMP-3 VALUE 0.

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
             'BUDGET VS ACTUAL VARIANCE REPORT '.
          05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
          05 WS-PH1-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-PH1-PAGE        PIC ZZZ9.
          05 FILLER             PIC X(66) VALUE SPACES.

       01 WS-COLUMN-HEADER-1.
          05 FILLER             PIC X(32) VALUE SPACES.
          05 FILLER             PIC X(24) VALUE
             '------ HEADCOUNT -------'.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 FILLER             PIC X(47) VALUE
             '---------------- ANNUAL SALARY ----------------'.
          05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-COLUMN-HEADER-2.
          05 FILLER             PIC X(32) VALUE
             'DEPT  DEPARTMENT NAME'.
          05 FILLER             PIC X(24) VALUE
             '  BUD    ACT    VAR OPEN'.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 FILLER             PIC X(47) VALUE
             '      BUDGET       ACTUAL      VARIANCE   VAR %'.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 FILLER             PIC X(27) VALUE 'FLAG'.

       01 WS-DETAIL-LINE.
          05 WS-DTL-DEPT        PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-NAME        PIC X(24).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-HC-BUDGET   PIC Z(4)9.
          05 WS-DTL-HC-BUDGET-X REDEFINES WS-DTL-HC-BUDGET
                                PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-HC-ACTUAL   PIC Z(4)9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-HC-VARIANCE PIC -(5)9.
          05 WS-DTL-HC-VARIANCE-X REDEFINES WS-DTL-HC-VARIANCE
                                PIC X(06).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-OPEN        PIC Z(3)9.
          05 WS-DTL-OPEN-X REDEFINES WS-DTL-OPEN
                                PIC X(04).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-SAL-BUDGET  PIC Z(8)9.99.
          05 WS-DTL-SAL-BUDGET-X REDEFINES WS-DTL-SAL-BUDGET
                                PIC X(12).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-SAL-ACTUAL  PIC Z(8)9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-SAL-VARIANCE PIC -(9)9.99.
          05 WS-DTL-SAL-VARIANCE-X REDEFINES WS-DTL-SAL-VARIANCE
                                PIC X(13).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-PCT-VARIANCE PIC -(4)9.9.
          05 WS-DTL-PCT-VARIANCE-X REDEFINES WS-DTL-PCT-VARIANCE
                                PIC X(07).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-FLAG        PIC X(12).
          05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER             PIC X(30) VALUE
             'COMPANY TOTAL'.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-HC-BUDGET    PIC Z(5)9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-HC-ACTUAL    PIC Z(5)9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-HC-VARIANCE  PIC -(5)9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-OPEN         PIC Z(3)9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-SAL-BUDGET   PIC Z(8)9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-SAL-ACTUAL   PIC Z(8)9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-SAL-VARIANCE PIC -(9)9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-PCT-VARIANCE PIC -(4)9.9.
          05 WS-TL-PCT-VARIANCE-X REDEFINES WS-TL-PCT-VARIANCE
                                PIC X(07).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-FLAG         PIC X(12).
          05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL        PIC X(45).
          05 WS-CL-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-DEPT SORT-TYPE
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
      *> the department master releasing every department's plan,
      *> then one pass of the employee master releasing every
      *> active, valid employee.
      *> --------------------------------------------------------
       2000-SELECT-RECORDS.
           OPEN INPUT DEPT-MAST
           IF NOT DEPT-OK
              DISPLAY 'ERROR OPENING DEPARTMENT FILE, STATUS: '
                      WS-DEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2050-READ-DEPT
           PERFORM 2060-RELEASE-DEPT UNTIL DEPT-EOF-REACHED

           CLOSE DEPT-MAST
           IF NOT DEPT-OK
              DISPLAY 'CLOSING DEPARTMENT FILE, STATUS: '
                      WS-DEPT-STATUS
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

       2050-READ-DEPT.
           READ DEPT-MAST NEXT RECORD
               AT END MOVE 'Y' TO WS-DEPT-EOF-FLAG
           END-READ

           IF NOT DEPT-EOF-REACHED AND NOT DEPT-OK
              DISPLAY 'ERROR READING DEPARTMENT FILE, STATUS: '
                      WS-DEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT DEPT-EOF-REACHED
              ADD 1 TO WS-DEPTS-READ
           END-IF.

       2060-RELEASE-DEPT.
           MOVE SPACES                  TO SORT-REC
           MOVE DEPT-CODE               TO SORT-DEPT
           MOVE '1'                     TO SORT-TYPE
           MOVE DEPT-NAME               TO SORT-DEPT-NAME
           MOVE DEPT-ACTIVE-FLAG        TO SORT-ACTIVE-FLAG
           IF DEPT-APPROVED-HEADCOUNT NUMERIC
              MOVE DEPT-APPROVED-HEADCOUNT TO SORT-HEADCOUNT-NUM
           END-IF
           IF DEPT-SALARY-BUDGET NUMERIC
              MOVE DEPT-SALARY-BUDGET   TO SORT-BUDGET-NUM
           END-IF
           MOVE 0                       TO SORT-SALARY
           RELEASE SORT-REC
           PERFORM 2050-READ-DEPT.

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
               WHEN OTHER
                  MOVE SPACES            TO SORT-REC
                  MOVE VSAM-EMPL-DEPT    TO SORT-DEPT
                  MOVE '2'               TO SORT-TYPE
                  MOVE WS-SALARY-NUMERIC TO SORT-SALARY
                  RELEASE SORT-REC
                  ADD 1 TO WS-RECORDS-COUNTED
           END-EVALUATE
           PERFORM 2100-READ-VSAM.

      *> --------------------------------------------------------
      *> 2250-VALIDATE-RECORD - the same salary checks VSAMDRPT's
      *> 2250-VALIDATE-RECORD applies, so the two reports agree
      *> on which records are usable.
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
      *> 2500-REPORT-RECORDS - SORT output procedure: accumulate
      *> the sorted stream with a control break on the department
      *> code, printing one line per department at the break.
      *> --------------------------------------------------------
       2500-REPORT-RECORDS.
           PERFORM 2550-RETURN-RECORD
           PERFORM 2600-PROCESS-SORTED-RECORD UNTIL SORT-EOF-REACHED

           IF NOT FIRST-DEPARTMENT
              PERFORM 2700-PRINT-DEPT-LINE
           END-IF.

       2550-RETURN-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2600-PROCESS-SORTED-RECORD.
           IF FIRST-DEPARTMENT
              MOVE 'N' TO WS-FIRST-DEPT-FLAG
              PERFORM 2650-START-DEPARTMENT
           ELSE
              IF SORT-DEPT NOT = WS-CURRENT-DEPT
                 PERFORM 2700-PRINT-DEPT-LINE
                 PERFORM 2650-START-DEPARTMENT
              END-IF
           END-IF

           IF SORT-DEPT-RECORD
              MOVE 'Y'              TO WS-ON-FILE-FLAG
              MOVE SORT-DEPT-NAME   TO WS-DEPT-NAME
              MOVE SORT-ACTIVE-FLAG TO WS-DEPT-ACTIVE-FLAG
              MOVE SORT-HEADCOUNT   TO WS-DEPT-HC-BUDGET
              MOVE SORT-BUDGET      TO WS-DEPT-SAL-BUDGET
           ELSE
              ADD 1           TO WS-DEPT-HC-ACTUAL
              ADD SORT-SALARY TO WS-DEPT-SAL-ACTUAL
           END-IF

           PERFORM 2550-RETURN-RECORD.

      *> --------------------------------------------------------
      *> 2650-START-DEPARTMENT - reset the control-break figures
      *> for the department the sorted stream has moved to.  Its
      *> reference record, when there is one, arrives first and
      *> fills in the plan.
      *> --------------------------------------------------------
       2650-START-DEPARTMENT.
           MOVE SORT-DEPT TO WS-CURRENT-DEPT
           MOVE 'N'       TO WS-ON-FILE-FLAG
           MOVE SPACES    TO WS-DEPT-PLAN
           MOVE 0         TO WS-DEPT-HC-ACTUAL WS-DEPT-SAL-ACTUAL.

      *> --------------------------------------------------------
      *> 2700-PRINT-DEPT-LINE - work out the variances for the
      *> department just accumulated, print its line and roll it
      *> into the company totals.
      *> --------------------------------------------------------
       2700-PRINT-DEPT-LINE.
           IF DEPT-ON-FILE AND WS-DEPT-ACTIVE-FLAG = 'N'
              AND WS-DEPT-HC-ACTUAL = 0
              CONTINUE
           ELSE
              PERFORM 2710-PRINT-DEPT-FIGURES
           END-IF.

       2710-PRINT-DEPT-FIGURES.
           MOVE 'N'                TO WS-OVER-FLAG
           MOVE WS-CURRENT-DEPT    TO WS-DTL-DEPT
           EVALUATE TRUE
               WHEN WS-CURRENT-DEPT = SPACES
                  MOVE '(NO DEPARTMENT)' TO WS-DTL-NAME
               WHEN NOT DEPT-ON-FILE
                  MOVE '(NOT ON REFERENCE FILE)' TO WS-DTL-NAME
               WHEN OTHER
                  MOVE WS-DEPT-NAME TO WS-DTL-NAME
           END-EVALUATE
           MOVE WS-DEPT-HC-ACTUAL  TO WS-DTL-HC-ACTUAL
           MOVE WS-DEPT-SAL-ACTUAL TO WS-DTL-SAL-ACTUAL
           ADD WS-DEPT-HC-ACTUAL   TO WS-TOTAL-HC-ACTUAL
           ADD WS-DEPT-SAL-ACTUAL  TO WS-TOTAL-SAL-ACTUAL

           IF WS-DEPT-HC-BUDGET NUMERIC
              COMPUTE WS-HC-VARIANCE =
                  WS-DEPT-HC-ACTUAL - WS-DEPT-HC-BUDGET-NUM
              IF WS-HC-VARIANCE > 0
                 MOVE 'Y' TO WS-OVER-FLAG
                 MOVE 0   TO WS-OPEN-POSITIONS
              ELSE
                 COMPUTE WS-OPEN-POSITIONS = 0 - WS-HC-VARIANCE
              END-IF
              MOVE WS-DEPT-HC-BUDGET-NUM TO WS-DTL-HC-BUDGET
              MOVE WS-HC-VARIANCE        TO WS-DTL-HC-VARIANCE
              MOVE WS-OPEN-POSITIONS     TO WS-DTL-OPEN
              ADD WS-DEPT-HC-BUDGET-NUM  TO WS-TOTAL-HC-BUDGET
              ADD WS-OPEN-POSITIONS      TO WS-TOTAL-OPEN
           ELSE
              MOVE SPACES TO WS-DTL-HC-BUDGET-X
                             WS-DTL-HC-VARIANCE-X
                             WS-DTL-OPEN-X
           END-IF

           IF WS-DEPT-SAL-BUDGET NUMERIC
              COMPUTE WS-SAL-VARIANCE =
                  WS-DEPT-SAL-ACTUAL - WS-DEPT-SAL-BUDGET-NUM
              IF WS-SAL-VARIANCE > 0
                 MOVE 'Y' TO WS-OVER-FLAG
              END-IF
              MOVE WS-DEPT-SAL-BUDGET-NUM TO WS-DTL-SAL-BUDGET
              MOVE WS-SAL-VARIANCE        TO WS-DTL-SAL-VARIANCE
              ADD WS-DEPT-SAL-BUDGET-NUM  TO WS-TOTAL-SAL-BUDGET
              IF WS-DEPT-SAL-BUDGET-NUM > 0
                 COMPUTE WS-PCT-VARIANCE ROUNDED =
                     WS-SAL-VARIANCE * 100 / WS-DEPT-SAL-BUDGET-NUM
                     ON SIZE ERROR
                        MOVE 99999.9 TO WS-PCT-VARIANCE
                 END-COMPUTE
                 MOVE WS-PCT-VARIANCE TO WS-DTL-PCT-VARIANCE
              ELSE
                 MOVE SPACES TO WS-DTL-PCT-VARIANCE-X
              END-IF
           ELSE
              MOVE SPACES TO WS-DTL-SAL-BUDGET-X
                             WS-DTL-SAL-VARIANCE-X
                             WS-DTL-PCT-VARIANCE-X
           END-IF

           EVALUATE TRUE
               WHEN DEPT-OVER-BUDGET
                  MOVE 'OVER BUDGET' TO WS-DTL-FLAG
                  ADD 1 TO WS-DEPTS-OVER
               WHEN NOT DEPT-ON-FILE
                  MOVE 'NOT ON FILE' TO WS-DTL-FLAG
                  ADD 1 TO WS-DEPTS-UNBUDGETED
               WHEN WS-DEPT-HC-BUDGET NOT NUMERIC
                    AND WS-DEPT-SAL-BUDGET NOT NUMERIC
                  MOVE 'NO BUDGET'   TO WS-DTL-FLAG
                  ADD 1 TO WS-DEPTS-UNBUDGETED
               WHEN OTHER
                  MOVE SPACES        TO WS-DTL-FLAG
           END-EVALUATE

           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-DETAIL-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-DEPTS-REPORTED.

      *> --------------------------------------------------------
      *> 2800-CHECK-PAGE-BREAK / 2850-PRINT-PAGE-HEADER - start a
      *> new page, with the run-date page header and the column
      *> headers, whenever the current page is full.
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
           MOVE WS-COLUMN-HEADER-2 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

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
      *> 3050-PRINT-COMPANY-TOTALS - the company line compares
      *> total actuals with the sum of the budgets keyed, so
      *> salary carried by unbudgeted departments shows up as
      *> variance rather than disappearing.
      *> --------------------------------------------------------
       3050-PRINT-COMPANY-TOTALS.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           COMPUTE WS-HC-VARIANCE =
               WS-TOTAL-HC-ACTUAL - WS-TOTAL-HC-BUDGET
           COMPUTE WS-SAL-VARIANCE =
               WS-TOTAL-SAL-ACTUAL - WS-TOTAL-SAL-BUDGET
           MOVE WS-TOTAL-HC-BUDGET  TO WS-TL-HC-BUDGET
           MOVE WS-TOTAL-HC-ACTUAL  TO WS-TL-HC-ACTUAL
           MOVE WS-HC-VARIANCE      TO WS-TL-HC-VARIANCE
           MOVE WS-TOTAL-OPEN       TO WS-TL-OPEN
           MOVE WS-TOTAL-SAL-BUDGET TO WS-TL-SAL-BUDGET
           MOVE WS-TOTAL-SAL-ACTUAL TO WS-TL-SAL-ACTUAL
           MOVE WS-SAL-VARIANCE     TO WS-TL-SAL-VARIANCE
           IF WS-TOTAL-SAL-BUDGET > 0
              COMPUTE WS-PCT-VARIANCE ROUNDED =
                  WS-SAL-VARIANCE * 100 / WS-TOTAL-SAL-BUDGET
                  ON SIZE ERROR
                     MOVE 99999.9 TO WS-PCT-VARIANCE
              END-COMPUTE
              MOVE WS-PCT-VARIANCE TO WS-TL-PCT-VARIANCE
           ELSE
              MOVE SPACES TO WS-TL-PCT-VARIANCE-X
           END-IF
           IF WS-HC-VARIANCE > 0 OR WS-SAL-VARIANCE > 0
              MOVE 'OVER BUDGET' TO WS-TL-FLAG
           ELSE
              MOVE SPACES        TO WS-TL-FLAG
           END-IF
           MOVE WS-TOTAL-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'DEPARTMENTS REPORTED:' TO WS-CL-LABEL
           MOVE WS-DEPTS-REPORTED       TO WS-CL-COUNT
           MOVE WS-COUNT-LINE           TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'DEPARTMENTS OVER BUDGET:' TO WS-CL-LABEL
           MOVE WS-DEPTS-OVER              TO WS-CL-COUNT
           MOVE WS-COUNT-LINE              TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'DEPARTMENTS WITH NO BUDGET:' TO WS-CL-LABEL
           MOVE WS-DEPTS-UNBUDGETED           TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           IF WS-RECORDS-SKIPPED > 0
              MOVE 'RECORDS NOT COUNTED (FAILED VALIDATION):'
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
           DISPLAY 'Budget variance report processing complete.'
           DISPLAY 'Departments Read:    ' WS-DEPTS-READ
           DISPLAY 'Records Read:        ' WS-RECORDS-READ
           DISPLAY 'Active Counted:      ' WS-RECORDS-COUNTED
           DISPLAY 'Terminated Excluded: ' WS-RECORDS-TERMED
           DISPLAY 'Records Skipped:     ' WS-RECORDS-SKIPPED
           DISPLAY 'Departments Reported:' WS-DEPTS-REPORTED
           DISPLAY 'Over Budget:         ' WS-DEPTS-OVER
           DISPLAY 'Pages Printed:       ' WS-PAGE-NUMBER.

       END PROGRAM VSAMBUDG.
