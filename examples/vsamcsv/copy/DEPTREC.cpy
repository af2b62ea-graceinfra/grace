      *> employees; a department that closes is set to N rather
      *> than deleted, so the records already carrying it still
      *> resolve to a name.
      *>
      *> DEPT-APPROVED-HEADCOUNT and DEPT-SALARY-BUDGET carry the
      *> department's approved plan: the active employees it may
      *> hold and their annual salary cost in dollars and cents.
      *> VSAMBUDG reports actuals against them; VSAMMAINT and
      *> VSAMLOAD warn when an add or transfer takes a department
      *> past its approved headcount.  A department with no plan
      *> keyed yet carries spaces in these fields (not numeric),
      *> which every reader treats as 'not budgeted'; zero is a
      *> genuine approved headcount or budget of zero.
      *> ---------------------------------------------------------
           05  DEPT-CODE           PIC X(4).
           05  DEPT-NAME           PIC X(30).
           05  DEPT-ACTIVE-FLAG    PIC X(1).
               88  DEPT-ACTIVE            VALUE 'Y'.
               88  DEPT-INACTIVE          VALUE 'N'.
           05  DEPT-APPROVED-HEADCOUNT PIC 9(5).
           05  DEPT-SALARY-BUDGET  PIC 9(9)V99.
           05  FILLER              PIC X(23).
