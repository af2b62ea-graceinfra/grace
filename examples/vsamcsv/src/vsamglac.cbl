       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMGLAC.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Month-end salary accrual feed to the general ledger.
      *> DEPT-COST-CENTER has been kept up on DEPTMAST since
      *> VSAMDEPT went in, but nothing read it: finance re-keyed
      *> the month's salary expense into the GL from VSAMDRPT
      *> printouts.  This program reads the employee master and
      *> DEPTMAST and accrues each employee's monthly salary cost
      *> to their department's cost center.
      *>
      *> The monthly cost is a twelfth of VSAM-EMPL-SALARY,
      *> prorated by calendar days for anyone who joined or left
      *> during the period: employment runs from the later of the
      *> hire date and the first of the month to the earlier of
      *> the termination date and the month end.  Anyone hired
      *> after the period or terminated before it is not on the
      *> period's payroll and is only counted.
      *>
      *> Outputs:
      *>   GLJRNL  the GL journal interface file (see the GLJREC
      *>           copybook): header, one salary-expense debit per
      *>           cost center, one offsetting accrued-salaries
      *>           credit, trailer with the control totals
      *>   GLREG   the contribution register: every accrued
      *>           employee listed under their cost center with
      *>           the days and amount they contributed, then the
      *>           journal control totals
      *> Nobody is silently dropped.  An employee whose department
      *> is blank, unknown to DEPTMAST, inactive, or has no cost
      *> center is still accrued - the expense is real - but to
      *> the suspense cost center below, and listed there with the
      *> reason so finance can reclass it.  A record that cannot
      *> be accrued at all (bad ID, salary or hire date, or a
      *> termination with no usable termination date) is listed
      *> in a closing NOT ACCRUED section.  Either case ends the
      *> run with return code 4, the same paging convention
      *> VSAMACKR uses; a journal whose debits and credits do not
      *> agree with the accrual total ends it with 8.
      *>
      *> The run PARM (KEYWORD=VALUE, as in VSAMCSV) accepts:
      *>   PERIOD=yyyymm  the accounting month to accrue (default:
      *>                  the month of the run date)
      *>
      *> The master is in employee-ID order, so the cost center
      *> grouping needs the same SORT VSAMDRPT uses for its
      *> department sections.
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
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT GL-JRNL ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GLJ-STATUS.

           SELECT RPT-OUT ASSIGN TO GLREG
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
      *> maintains; each employee's cost center is resolved
      *> through it.  See the DEPTREC copybook.
      *> --------------------------------------------------------
       FD DEPT-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DEPT-REC.
           COPY DEPTREC.

      *> --------------------------------------------------------
      *> Sort work record: one per employee on the register, keyed
      *> on the cost center charged.  SORT-NOTE carries the reason
      *> a record went to suspense or was not accrued.
      *> --------------------------------------------------------
       SD SORT-FILE.
       01 SORT-REC.
          05 SORT-COST-CENTER    PIC X(06).
          05 SORT-EMPL-ID        PIC X(05).
          05 SORT-NAME           PIC X(26).
          05 SORT-DEPT           PIC X(04).
          05 SORT-FROM-DATE      PIC X(08).
          05 SORT-TO-DATE        PIC X(08).
          05 SORT-DAYS           PIC 9(02).
          05 SORT-SALARY         PIC 9(5)V99 COMP-3.
          05 SORT-ACCRUAL        PIC 9(5)V99 COMP-3.
          05 SORT-NOTE           PIC X(30).

       FD GL-JRNL
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GLJ-REC.
           COPY GLJREC.

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
             88 DEPT-NOT-FOUND       VALUE '23'.
          05 WS-GLJ-STATUS     PIC XX  VALUE SPACES.
             88 GLJ-OK               VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
             88 EOF-REACHED          VALUE 'Y'.
          05 WS-VALID-FLAG     PIC X   VALUE 'Y'.
             88 RECORD-IS-VALID      VALUE 'Y'.
          05 WS-IN-PERIOD-FLAG PIC X   VALUE 'Y'.
             88 EMPLOYED-IN-PERIOD   VALUE 'Y'.
          05 WS-DATE-VALID-FLAG PIC X  VALUE 'Y'.
             88 DATE-IS-VALID        VALUE 'Y'.
          05 WS-SORT-EOF-FLAG  PIC X   VALUE 'N'.
             88 SORT-EOF-REACHED     VALUE 'Y'.
          05 WS-FIRST-CC-FLAG  PIC X   VALUE 'Y'.
             88 FIRST-COST-CENTER    VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-RECORDS-READ     PIC 9(7) VALUE 0.
          05 WS-EMPLOYEES-ACCRUED PIC 9(7) VALUE 0.
          05 WS-SUSPENSE-COUNT   PIC 9(7) VALUE 0.
          05 WS-NOT-ACCRUED      PIC 9(7) VALUE 0.
          05 WS-NOT-IN-PERIOD    PIC 9(7) VALUE 0.
          05 WS-COST-CENTERS     PIC 9(5) VALUE 0.
          05 WS-JOURNAL-LINES    PIC 9(5) VALUE 0.

      *> --------------------------------------------------------
      *> GL accounts and the suspense cost center.  Salary expense
      *> is debited per cost center; the offsetting credit goes to
      *> accrued salaries on the corporate cost center.  The
      *> suspense section is headed as such on the register
      *> wherever it falls in cost center order.
      *> --------------------------------------------------------
       01 WS-EXPENSE-ACCOUNT      PIC X(6) VALUE '510000'.
       01 WS-ACCRUAL-ACCOUNT      PIC X(6) VALUE '210500'.
       01 WS-CORPORATE-COST-CENTER PIC X(6) VALUE '000000'.
       01 WS-SUSPENSE-COST-CENTER PIC X(6) VALUE '999999'.

      *> --------------------------------------------------------
      *> PARM keyword switches, parsed the same way VSAMCSV's
      *> 1050-PARSE-PARM splits its run parameter.
      *> --------------------------------------------------------
       01 WS-PARM-TEXT          PIC X(80) VALUE SPACES.
       01 WS-PARM-WORK.
          05 WS-PARM-TOKEN     OCCURS 5 TIMES PIC X(16).
       01 WS-PARM-IDX          PIC 9   COMP VALUE 0.
       01 WS-PARM-KEYWORD      PIC X(12).
       01 WS-PARM-VALUE        PIC X(10).

      *> --------------------------------------------------------
      *> The accounting period and its bounds, as YYYYMMDD and as
      *> day integers for the proration arithmetic.
      *> --------------------------------------------------------
       01 WS-PERIOD.
          05 WS-PERIOD-YEAR     PIC 9(4).
          05 WS-PERIOD-MONTH    PIC 9(2).
       01 WS-PERIOD-START       PIC X(8).
       01 WS-PERIOD-END         PIC X(8).
       01 WS-NEXT-PERIOD.
          05 WS-NEXT-YEAR       PIC 9(4).
          05 WS-NEXT-MONTH      PIC 9(2).
          05 WS-NEXT-DAY        PIC 9(2) VALUE 1.
       01 WS-NEXT-PERIOD-NUMERIC REDEFINES WS-NEXT-PERIOD
                                PIC 9(8).
       01 WS-PERIOD-START-INT   PIC 9(8) COMP.
       01 WS-PERIOD-END-INT     PIC 9(8) COMP.
       01 WS-DAYS-IN-PERIOD     PIC 9(2).

      *> --------------------------------------------------------
      *> One employee's proration.
      *> --------------------------------------------------------
       01 WS-TEST-NUMVAL-RESULT PIC S9(4) COMP-3.
       01 WS-SALARY-NUMERIC     PIC 9(5)V99 COMP-3.
       01 WS-ACCRUAL-AMOUNT     PIC 9(5)V99 COMP-3.
       01 WS-FROM-DATE          PIC X(8).
       01 WS-TO-DATE            PIC X(8).
       01 WS-FROM-INT           PIC 9(8) COMP.
       01 WS-TO-INT             PIC 9(8) COMP.
       01 WS-DAYS-EMPLOYED      PIC 9(2).
       01 WS-NOTE               PIC X(30).

      *> Calendar check working storage, the same test VSAMVRFY's
      *> 2410-VALIDATE-CALENDAR-DATE makes.
       01 WS-CHECK-DATE         PIC X(8).
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
          05 WS-CD-YEAR         PIC 9(4).
          05 WS-CD-MONTH        PIC 9(2).
          05 WS-CD-DAY          PIC 9(2).
       01 WS-DAYS-IN-MONTH      PIC 9(2).
       01 WS-LEAP-REMAINDER     PIC 9(4).

      *> --------------------------------------------------------
      *> Control totals: the accrual total as the input procedure
      *> derived it, and the journal's debits and credits as the
      *> output procedure wrote them.  All three must agree.
      *> --------------------------------------------------------
       01 WS-CURRENT-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-CC-EMPLOYEES       PIC 9(7)    COMP-3 VALUE 0.
       01 WS-CC-ACCRUAL         PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-ACCRUAL-TOTAL      PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-DEBIT-TOTAL        PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC 9(9)V99 COMP-3 VALUE 0.

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
             'SALARY ACCRUAL REGISTER          '.
          05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
          05 WS-PH1-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(10) VALUE '  PERIOD: '.
          05 WS-PH1-PERIOD      PIC X(06).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-PH1-PAGE        PIC ZZZ9.
          05 FILLER             PIC X(50) VALUE SPACES.

       01 WS-COLUMN-HEADER.
          05 FILLER             PIC X(08) VALUE 'EMPL ID '.
          05 FILLER             PIC X(28) VALUE 'EMPLOYEE NAME'.
          05 FILLER             PIC X(06) VALUE 'DEPT  '.
          05 FILLER             PIC X(10) VALUE 'FROM      '.
          05 FILLER             PIC X(10) VALUE 'TO        '.
          05 FILLER             PIC X(06) VALUE 'DAYS  '.
          05 FILLER             PIC X(12) VALUE 'ANNUAL SAL  '.
          05 FILLER             PIC X(12) VALUE '   ACCRUAL  '.
          05 FILLER             PIC X(40) VALUE 'NOTE'.

       01 WS-DETAIL-LINE.
          05 WS-DTL-EMPL-ID     PIC X(05).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DTL-NAME        PIC X(26).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-DEPT        PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-FROM-DATE   PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-TO-DATE     PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-DAYS        PIC Z9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-SALARY      PIC Z(5)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-ACCRUAL     PIC Z(5)9.99.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DTL-NOTE        PIC X(30).
          05 FILLER             PIC X(13) VALUE SPACES.

       01 WS-CC-HEADER-LINE.
          05 FILLER             PIC X(13) VALUE 'COST CENTER: '.
          05 WS-CH-COST-CENTER  PIC X(06).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-CH-TEXT         PIC X(50).
          05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-CC-TOTAL-LINE.
          05 FILLER             PIC X(19) VALUE
             'COST CENTER TOTAL: '.
          05 WS-CT-EMPLOYEES    PIC Z(6)9.
          05 FILLER             PIC X(12) VALUE ' EMPLOYEES  '.
          05 WS-CT-ACCRUAL      PIC Z(8)9.99.
          05 FILLER             PIC X(14) VALUE '   GL LINE    '.
          05 WS-CT-LINE-NUMBER  PIC Z(4)9.
          05 FILLER             PIC X(63) VALUE SPACES.

       01 WS-NOT-ACCRUED-TOTAL-LINE.
          05 FILLER             PIC X(19) VALUE
             'NOT ACCRUED:       '.
          05 WS-NT-EMPLOYEES    PIC Z(6)9.
          05 FILLER             PIC X(12) VALUE ' EMPLOYEES  '.
          05 FILLER             PIC X(94) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(32).
          05 WS-TL-AMOUNT       PIC Z(8)9.99.
          05 FILLER             PIC X(88) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL        PIC X(32).
          05 WS-CL-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(93) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-COST-CENTER SORT-EMPL-ID
               INPUT PROCEDURE IS 2000-SELECT-EMPLOYEES
               OUTPUT PROCEDURE IS 2500-POST-ACCRUALS
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1205-BUILD-RUN-DATE
           PERFORM 1050-PARSE-PARM
           PERFORM 1055-VALIDATE-PARM
           PERFORM 1070-SET-PERIOD-BOUNDS

           OPEN INPUT DEPT-MAST
           IF NOT DEPT-OK
              DISPLAY 'ERROR OPENING DEPARTMENT FILE, STATUS: '
                      WS-DEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT GL-JRNL
           IF NOT GLJ-OK
              DISPLAY 'ERROR OPENING GL JOURNAL FILE, STATUS: '
                      WS-GLJ-STATUS
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

       1050-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD

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
                  WHEN 'PERIOD'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PERIOD
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

      *> --------------------------------------------------------
      *> 1055-VALIDATE-PARM - a garbled period would post a whole
      *> month's salary expense to a period that does not exist.
      *> --------------------------------------------------------
       1055-VALIDATE-PARM.
           IF WS-PERIOD NOT NUMERIC
              DISPLAY 'PERIOD= VALUE MUST BE A 6-DIGIT YYYYMM MONTH'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY 'PERIOD= MONTH MUST BE 01 THROUGH 12'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 1070-SET-PERIOD-BOUNDS - first and last day of the
      *> period; the last day is the day before the first of the
      *> following month.
      *> --------------------------------------------------------
       1070-SET-PERIOD-BOUNDS.
           STRING WS-PERIOD '01' DELIMITED BY SIZE
               INTO WS-PERIOD-START
           END-STRING
           COMPUTE WS-PERIOD-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-PERIOD-START))

           IF WS-PERIOD-MONTH = 12
              COMPUTE WS-NEXT-YEAR = WS-PERIOD-YEAR + 1
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MONTH = WS-PERIOD-MONTH + 1
           END-IF
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-NUMERIC) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT)
               TO WS-PERIOD-END
           COMPUTE WS-DAYS-IN-PERIOD =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1.

       1205-BUILD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE.

      *> --------------------------------------------------------
      *> 2000-SELECT-EMPLOYEES - SORT input procedure: one pass of
      *> the master, releasing every employee on the period's
      *> payroll (and every record that cannot be accrued) keyed
      *> on the cost center charged.
      *> --------------------------------------------------------
       2000-SELECT-EMPLOYEES.
           OPEN INPUT VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'ERROR OPENING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-READ-VSAM
           PERFORM 2200-ACCRUE-EMPLOYEE UNTIL EOF-REACHED

           CLOSE VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'CLOSING VSAM FILE, STATUS: ' WS-VSAM-STATUS
           END-IF.

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

       2200-ACCRUE-EMPLOYEE.
           MOVE SPACES TO WS-NOTE WS-FROM-DATE WS-TO-DATE
           MOVE 0      TO WS-SALARY-NUMERIC WS-ACCRUAL-AMOUNT
                          WS-DAYS-EMPLOYED
           MOVE 'Y'    TO WS-IN-PERIOD-FLAG

           PERFORM 2250-VALIDATE-RECORD
           IF RECORD-IS-VALID
              PERFORM 2300-PRORATE-SALARY
           END-IF

           EVALUATE TRUE
               WHEN NOT RECORD-IS-VALID
                  MOVE HIGH-VALUES TO SORT-COST-CENTER
                  ADD 1 TO WS-NOT-ACCRUED
                  PERFORM 2400-RELEASE-EMPLOYEE
               WHEN NOT EMPLOYED-IN-PERIOD
                  ADD 1 TO WS-NOT-IN-PERIOD
               WHEN OTHER
                  PERFORM 2350-RESOLVE-COST-CENTER
                  ADD 1 TO WS-EMPLOYEES-ACCRUED
                  ADD WS-ACCRUAL-AMOUNT TO WS-ACCRUAL-TOTAL
                  PERFORM 2400-RELEASE-EMPLOYEE
           END-EVALUATE

           PERFORM 2100-READ-VSAM.

      *> --------------------------------------------------------
      *> 2250-VALIDATE-RECORD - the salary checks VSAMDRPT's
      *> 2250-VALIDATE-RECORD applies, plus the dates the
      *> proration depends on.  A terminated employee needs a
      *> real termination date to be prorated; records terminated
      *> before VSAM-EMPL-TERM-DATE existed carry spaces there.
      *> --------------------------------------------------------
       2250-VALIDATE-RECORD.
           MOVE 'Y' TO WS-VALID-FLAG

           IF VSAM-EMPL-ID NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-NOTE
           END-IF

           IF RECORD-IS-VALID AND VSAM-EMPL-SALARY = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'SALARY MISSING' TO WS-NOTE
           END-IF

           IF RECORD-IS-VALID
              COMPUTE WS-TEST-NUMVAL-RESULT =
                  FUNCTION TEST-NUMVAL(VSAM-EMPL-SALARY)
              IF WS-TEST-NUMVAL-RESULT NOT = 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'SALARY NOT NUMERIC' TO WS-NOTE
              END-IF
           END-IF

           IF RECORD-IS-VALID
              IF FUNCTION NUMVAL(VSAM-EMPL-SALARY) > 9999999
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'SALARY OVER LIMIT' TO WS-NOTE
              END-IF
           END-IF

           IF RECORD-IS-VALID
              COMPUTE WS-SALARY-NUMERIC =
                  FUNCTION NUMVAL(VSAM-EMPL-SALARY) / 100
              MOVE VSAM-EMPL-HIRE-DATE TO WS-CHECK-DATE
              PERFORM 2410-VALIDATE-CALENDAR-DATE
              IF NOT DATE-IS-VALID
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'HIRE DATE NOT A REAL DATE' TO WS-NOTE
              END-IF
           END-IF

           IF RECORD-IS-VALID AND VSAM-EMPL-TERMINATED
              MOVE VSAM-EMPL-TERM-DATE TO WS-CHECK-DATE
              PERFORM 2410-VALIDATE-CALENDAR-DATE
              IF NOT DATE-IS-VALID
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'TERMINATED, NO VALID TERM DATE' TO WS-NOTE
              END-IF
           END-IF

           IF RECORD-IS-VALID
              AND NOT VSAM-EMPL-ACTIVE AND NOT VSAM-EMPL-TERMINATED
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'STATUS NOT A OR T' TO WS-NOTE
           END-IF.

      *> --------------------------------------------------------
      *> 2300-PRORATE-SALARY - days employed within the period,
      *> and a twelfth of the annual salary scaled by the share of
      *> the month's calendar days worked.  A full month accrues
      *> exactly a twelfth.
      *> --------------------------------------------------------
       2300-PRORATE-SALARY.
           IF VSAM-EMPL-HIRE-DATE > WS-PERIOD-START
              MOVE VSAM-EMPL-HIRE-DATE TO WS-FROM-DATE
           ELSE
              MOVE WS-PERIOD-START TO WS-FROM-DATE
           END-IF

           MOVE WS-PERIOD-END TO WS-TO-DATE
           IF VSAM-EMPL-TERMINATED
              AND VSAM-EMPL-TERM-DATE < WS-PERIOD-END
              MOVE VSAM-EMPL-TERM-DATE TO WS-TO-DATE
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
              MOVE 'N' TO WS-IN-PERIOD-FLAG
           ELSE
              COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-FROM-DATE))
              COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-TO-DATE))
              COMPUTE WS-DAYS-EMPLOYED = WS-TO-INT - WS-FROM-INT + 1
              COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                  (WS-SALARY-NUMERIC * WS-DAYS-EMPLOYED)
                     / (12 * WS-DAYS-IN-PERIOD)
           END-IF.

      *> --------------------------------------------------------
      *> 2350-RESOLVE-COST-CENTER - the employee's department's
      *> cost center, or suspense with the reason it could not be
      *> used.
      *> --------------------------------------------------------
       2350-RESOLVE-COST-CENTER.
           MOVE WS-SUSPENSE-COST-CENTER TO SORT-COST-CENTER
           IF VSAM-EMPL-DEPT = SPACES
              MOVE 'NO DEPARTMENT' TO WS-NOTE
           ELSE
              MOVE VSAM-EMPL-DEPT TO DEPT-CODE
              READ DEPT-MAST
                  INVALID KEY
                     MOVE 'DEPT NOT ON REFERENCE FILE' TO WS-NOTE
                  NOT INVALID KEY
                     EVALUATE TRUE
                         WHEN NOT DEPT-ACTIVE
                            MOVE 'DEPARTMENT INACTIVE' TO WS-NOTE
                         WHEN DEPT-COST-CENTER = SPACES
                            MOVE 'NO COST CENTER ON DEPARTMENT'
                                TO WS-NOTE
                         WHEN OTHER
                            MOVE DEPT-COST-CENTER TO SORT-COST-CENTER
                     END-EVALUATE
              END-READ
           END-IF

           IF SORT-COST-CENTER = WS-SUSPENSE-COST-CENTER
              ADD 1 TO WS-SUSPENSE-COUNT
           END-IF.

       2400-RELEASE-EMPLOYEE.
           MOVE VSAM-EMPL-ID      TO SORT-EMPL-ID
           MOVE VSAM-EMPL-NAME    TO SORT-NAME
           MOVE VSAM-EMPL-DEPT    TO SORT-DEPT
           MOVE WS-FROM-DATE      TO SORT-FROM-DATE
           MOVE WS-TO-DATE        TO SORT-TO-DATE
           MOVE WS-DAYS-EMPLOYED  TO SORT-DAYS
           MOVE WS-SALARY-NUMERIC TO SORT-SALARY
           MOVE WS-ACCRUAL-AMOUNT TO SORT-ACCRUAL
           MOVE WS-NOTE           TO SORT-NOTE
           RELEASE SORT-REC.

      *> --------------------------------------------------------
      *> 2410-VALIDATE-CALENDAR-DATE - month 1-12 and day valid
      *> for that month, February getting its 29th only in a leap
      *> year, exactly as VSAMVRFY checks hire dates.
      *> --------------------------------------------------------
       2410-VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO WS-DATE-VALID-FLAG

           IF WS-CHECK-DATE NOT NUMERIC
              MOVE 'N' TO WS-DATE-VALID-FLAG
           ELSE
              IF WS-CD-MONTH < 1 OR WS-CD-MONTH > 12
                 MOVE 'N' TO WS-DATE-VALID-FLAG
              ELSE
                 EVALUATE WS-CD-MONTH
                     WHEN 4
                     WHEN 6
                     WHEN 9
                     WHEN 11
                        MOVE 30 TO WS-DAYS-IN-MONTH
                     WHEN 2
                        MOVE 28 TO WS-DAYS-IN-MONTH
                        COMPUTE WS-LEAP-REMAINDER =
                            FUNCTION MOD(WS-CD-YEAR, 4)
                        IF WS-LEAP-REMAINDER = 0
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-CD-YEAR, 100)
                           IF WS-LEAP-REMAINDER NOT = 0
                              MOVE 29 TO WS-DAYS-IN-MONTH
                           ELSE
                              COMPUTE WS-LEAP-REMAINDER =
                                  FUNCTION MOD(WS-CD-YEAR, 400)
                              IF WS-LEAP-REMAINDER = 0
                                 MOVE 29 TO WS-DAYS-IN-MONTH
                              END-IF
                           END-IF
                        END-IF
                     WHEN OTHER
                        MOVE 31 TO WS-DAYS-IN-MONTH
                 END-EVALUATE
                 IF WS-CD-DAY < 1 OR WS-CD-DAY > WS-DAYS-IN-MONTH
                    MOVE 'N' TO WS-DATE-VALID-FLAG
                 END-IF
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2500-POST-ACCRUALS - SORT output procedure: the journal
      *> header (its totals are known once the input procedure
      *> has run), then the register and one debit per cost
      *> center on a control break, then the offsetting credit
      *> and the trailer.
      *> --------------------------------------------------------
       2500-POST-ACCRUALS.
           MOVE SPACES            TO GLJ-REC
           MOVE 'HDR'             TO GLJ-RECORD-TYPE
           MOVE WS-PERIOD         TO GLJ-PERIOD
           MOVE 'VSAMGLAC'        TO GLJ-HDR-SOURCE
           MOVE WS-RUN-DATE       TO GLJ-HDR-RUN-DATE
           MOVE WS-RUN-DATE-TIME(9:6) TO GLJ-HDR-RUN-TIME
           MOVE WS-EMPLOYEES-ACCRUED TO GLJ-HDR-EMPLOYEES
           MOVE WS-ACCRUAL-TOTAL  TO GLJ-HDR-TOTAL
           PERFORM 2780-WRITE-JOURNAL-RECORD

           PERFORM 2550-RETURN-RECORD
           PERFORM 2600-PROCESS-SORTED-RECORD UNTIL SORT-EOF-REACHED

           IF NOT FIRST-COST-CENTER
              PERFORM 2750-CLOSE-COST-CENTER
           END-IF

           PERFORM 2760-WRITE-CREDIT-LINE
           PERFORM 2770-WRITE-TRAILER.

       2550-RETURN-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2600-PROCESS-SORTED-RECORD.
           IF FIRST-COST-CENTER
              MOVE 'N' TO WS-FIRST-CC-FLAG
              MOVE SORT-COST-CENTER TO WS-CURRENT-COST-CENTER
              PERFORM 2700-OPEN-COST-CENTER
           ELSE
              IF SORT-COST-CENTER NOT = WS-CURRENT-COST-CENTER
                 PERFORM 2750-CLOSE-COST-CENTER
                 MOVE SORT-COST-CENTER TO WS-CURRENT-COST-CENTER
                 PERFORM 2700-OPEN-COST-CENTER
              END-IF
           END-IF

           PERFORM 2650-PRINT-DETAIL-LINE
           ADD 1            TO WS-CC-EMPLOYEES
           ADD SORT-ACCRUAL TO WS-CC-ACCRUAL

           PERFORM 2550-RETURN-RECORD.

       2650-PRINT-DETAIL-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SORT-EMPL-ID   TO WS-DTL-EMPL-ID
           MOVE SORT-NAME      TO WS-DTL-NAME
           MOVE SORT-DEPT      TO WS-DTL-DEPT
           MOVE SORT-FROM-DATE TO WS-DTL-FROM-DATE
           MOVE SORT-TO-DATE   TO WS-DTL-TO-DATE
           MOVE SORT-DAYS      TO WS-DTL-DAYS
           MOVE SORT-SALARY    TO WS-DTL-SALARY
           MOVE SORT-ACCRUAL   TO WS-DTL-ACCRUAL
           MOVE SORT-NOTE      TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       2700-OPEN-COST-CENTER.
           MOVE 0 TO WS-CC-EMPLOYEES WS-CC-ACCRUAL
           EVALUATE WS-CURRENT-COST-CENTER
               WHEN HIGH-VALUES
                  MOVE SPACES TO WS-CH-COST-CENTER
                  MOVE 'NOT ACCRUED - RECORD CANNOT BE PRORATED'
                      TO WS-CH-TEXT
               WHEN WS-SUSPENSE-COST-CENTER
                  MOVE WS-CURRENT-COST-CENTER TO WS-CH-COST-CENTER
                  MOVE 'SUSPENSE - DEPARTMENT OR COST CENTER UNUSABLE'
                      TO WS-CH-TEXT
               WHEN OTHER
                  MOVE WS-CURRENT-COST-CENTER TO WS-CH-COST-CENTER
                  MOVE SPACES TO WS-CH-TEXT
           END-EVALUATE

           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-CC-HEADER-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 2750-CLOSE-COST-CENTER - the cost center's register total
      *> and its salary-expense debit.  The NOT ACCRUED section
      *> carries no amount and posts nothing.
      *> --------------------------------------------------------
       2750-CLOSE-COST-CENTER.
           IF WS-CURRENT-COST-CENTER = HIGH-VALUES
              MOVE WS-CC-EMPLOYEES TO WS-NT-EMPLOYEES
              PERFORM 2800-CHECK-PAGE-BREAK
              MOVE WS-NOT-ACCRUED-TOTAL-LINE TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           ELSE
              MOVE SPACES                 TO GLJ-REC
              MOVE 'DTL'                  TO GLJ-RECORD-TYPE
              MOVE WS-PERIOD              TO GLJ-PERIOD
              MOVE WS-CURRENT-COST-CENTER TO GLJ-COST-CENTER
              MOVE WS-EXPENSE-ACCOUNT     TO GLJ-ACCOUNT
              MOVE 'D'                    TO GLJ-DR-CR
              MOVE WS-CC-ACCRUAL          TO GLJ-AMOUNT
              IF WS-CURRENT-COST-CENTER = WS-SUSPENSE-COST-CENTER
                 MOVE 'SALARY ACCRUAL - SUSPENSE' TO GLJ-DESCRIPTION
              ELSE
                 MOVE 'SALARY ACCRUAL' TO GLJ-DESCRIPTION
              END-IF
              PERFORM 2780-WRITE-JOURNAL-RECORD
              ADD WS-CC-ACCRUAL TO WS-DEBIT-TOTAL
              ADD 1 TO WS-COST-CENTERS

              MOVE WS-CC-EMPLOYEES  TO WS-CT-EMPLOYEES
              MOVE WS-CC-ACCRUAL    TO WS-CT-ACCRUAL
              MOVE WS-JOURNAL-LINES TO WS-CT-LINE-NUMBER
              PERFORM 2800-CHECK-PAGE-BREAK
              MOVE WS-CC-TOTAL-LINE TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2760-WRITE-CREDIT-LINE.
           MOVE SPACES                   TO GLJ-REC
           MOVE 'DTL'                    TO GLJ-RECORD-TYPE
           MOVE WS-PERIOD                TO GLJ-PERIOD
           MOVE WS-CORPORATE-COST-CENTER TO GLJ-COST-CENTER
           MOVE WS-ACCRUAL-ACCOUNT       TO GLJ-ACCOUNT
           MOVE 'C'                      TO GLJ-DR-CR
           MOVE WS-DEBIT-TOTAL           TO GLJ-AMOUNT
           MOVE 'ACCRUED SALARIES'       TO GLJ-DESCRIPTION
           PERFORM 2780-WRITE-JOURNAL-RECORD
           MOVE WS-DEBIT-TOTAL TO WS-CREDIT-TOTAL.

      *> The trailer's line count covers the DTL records only,
      *> not the header or the trailer itself.
       2770-WRITE-TRAILER.
           MOVE SPACES           TO GLJ-REC
           MOVE 'TRL'            TO GLJ-RECORD-TYPE
           MOVE WS-PERIOD        TO GLJ-PERIOD
           MOVE WS-JOURNAL-LINES TO GLJ-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL   TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO GLJ-TRL-CREDIT-TOTAL
           WRITE GLJ-REC
           IF NOT GLJ-OK
              DISPLAY 'ERROR WRITING GL JOURNAL RECORD, STATUS: '
                      WS-GLJ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2780-WRITE-JOURNAL-RECORD.
           IF GLJ-DETAIL
              ADD 1 TO WS-JOURNAL-LINES
              MOVE WS-JOURNAL-LINES TO GLJ-LINE-NUMBER
           END-IF
           WRITE GLJ-REC
           IF NOT GLJ-OK
              DISPLAY 'ERROR WRITING GL JOURNAL RECORD, STATUS: '
                      WS-GLJ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 2800-CHECK-PAGE-BREAK / 2850-PRINT-PAGE-HEADER - start a
      *> new page, with the page header and the column header,
      *> whenever the current page is full.
      *> --------------------------------------------------------
       2800-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 2850-PRINT-PAGE-HEADER
           END-IF.

       2850-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE    TO WS-PH1-RUN-DATE
           MOVE WS-PERIOD      TO WS-PH1-PERIOD
           MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE
           MOVE 0 TO WS-LINE-COUNT
           MOVE WS-PAGE-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADER TO RPT-REC
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
           PERFORM 3050-PRINT-CONTROL-TOTALS
           PERFORM 3100-CLOSE-FILES
           PERFORM 3200-DISPLAY-SUMMARY
           IF WS-DEBIT-TOTAL NOT = WS-ACCRUAL-TOTAL
              OR WS-CREDIT-TOTAL NOT = WS-ACCRUAL-TOTAL
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SUSPENSE-COUNT > 0 OR WS-NOT-ACCRUED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 3050-PRINT-CONTROL-TOTALS - the journal's control totals
      *> and the population counts, so the register proves the
      *> journal and accounts for every master record read.
      *> --------------------------------------------------------
       3050-PRINT-CONTROL-TOTALS.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'ACCRUAL TOTAL:' TO WS-TL-LABEL
           MOVE WS-ACCRUAL-TOTAL TO WS-TL-AMOUNT
           PERFORM 3060-PRINT-TOTAL-LINE
           MOVE 'JOURNAL DEBITS:' TO WS-TL-LABEL
           MOVE WS-DEBIT-TOTAL   TO WS-TL-AMOUNT
           PERFORM 3060-PRINT-TOTAL-LINE
           MOVE 'JOURNAL CREDITS:' TO WS-TL-LABEL
           MOVE WS-CREDIT-TOTAL  TO WS-TL-AMOUNT
           PERFORM 3060-PRINT-TOTAL-LINE

           MOVE 'JOURNAL DETAIL LINES:' TO WS-CL-LABEL
           MOVE WS-JOURNAL-LINES TO WS-CL-COUNT
           PERFORM 3070-PRINT-COUNT-LINE
           MOVE 'MASTER RECORDS READ:' TO WS-CL-LABEL
           MOVE WS-RECORDS-READ  TO WS-CL-COUNT
           PERFORM 3070-PRINT-COUNT-LINE
           MOVE 'EMPLOYEES ACCRUED:' TO WS-CL-LABEL
           MOVE WS-EMPLOYEES-ACCRUED TO WS-CL-COUNT
           PERFORM 3070-PRINT-COUNT-LINE
           MOVE '  OF WHICH TO SUSPENSE:' TO WS-CL-LABEL
           MOVE WS-SUSPENSE-COUNT TO WS-CL-COUNT
           PERFORM 3070-PRINT-COUNT-LINE
           MOVE 'NOT ACCRUED (SEE ABOVE):' TO WS-CL-LABEL
           MOVE WS-NOT-ACCRUED   TO WS-CL-COUNT
           PERFORM 3070-PRINT-COUNT-LINE
           MOVE 'NOT EMPLOYED IN PERIOD:' TO WS-CL-LABEL
           MOVE WS-NOT-IN-PERIOD TO WS-CL-COUNT
           PERFORM 3070-PRINT-COUNT-LINE

           MOVE SPACES TO RPT-REC
           IF WS-DEBIT-TOTAL = WS-ACCRUAL-TOTAL
              AND WS-CREDIT-TOTAL = WS-ACCRUAL-TOTAL
              MOVE 'JOURNAL BALANCED' TO RPT-REC
           ELSE
              MOVE 'JOURNAL OUT OF BALANCE - DO NOT POST' TO RPT-REC
           END-IF
           PERFORM 2800-CHECK-PAGE-BREAK
           PERFORM 2900-WRITE-REPORT-LINE.

       3060-PRINT-TOTAL-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-TOTAL-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       3070-PRINT-COUNT-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-COUNT-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       3100-CLOSE-FILES.
           CLOSE DEPT-MAST
           IF NOT DEPT-OK
              DISPLAY 'CLOSING DEPARTMENT FILE, STATUS: '
                      WS-DEPT-STATUS
           END-IF.

           CLOSE GL-JRNL
           IF NOT GLJ-OK
              DISPLAY 'CLOSING GL JOURNAL FILE, STATUS: '
                      WS-GLJ-STATUS
           END-IF.

           CLOSE RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Salary accrual processing complete.'
           DISPLAY 'Period:              ' WS-PERIOD
           DISPLAY 'Records Read:        ' WS-RECORDS-READ
           DISPLAY 'Employees Accrued:   ' WS-EMPLOYEES-ACCRUED
           DISPLAY 'To Suspense:         ' WS-SUSPENSE-COUNT
           DISPLAY 'Not Accrued:         ' WS-NOT-ACCRUED
           DISPLAY 'Not In Period:       ' WS-NOT-IN-PERIOD
           DISPLAY 'Cost Centers:        ' WS-COST-CENTERS
           DISPLAY 'Journal Lines:       ' WS-JOURNAL-LINES
           DISPLAY 'Pages Printed:       ' WS-PAGE-NUMBER.

       END PROGRAM VSAMGLAC.
