      *> ---------------------------------------------------------
      *> GRADREC - pay grade reference record layout.
      *>
      *> One record per pay grade, keyed on GRADE-CODE, maintained
      *> by VSAMGRAD.  Each employee's VSAM-EMPL-GRADE names one of
      *> these; VSAMMAINT and VSAMLOAD check a salary against its
      *> grade's range, and VSAMCOMP reports every active
      *> employee's compa-ratio (salary over GRADE-MID-SALARY).
      *> COPY this under the 01-level FD record that needs it.
      *>
      *> The three salaries are annual dollars and cents, the same
      *> scale VSAM-EMPL-SALARY has once its cents are divided
      *> out, and a grade always carries all three with
      *> GRADE-MIN-SALARY <= GRADE-MID-SALARY <= GRADE-MAX-SALARY.
      *> ---------------------------------------------------------
           05  GRADE-CODE          PIC X(3).
           05  GRADE-DESCRIPTION   PIC X(30).
           05  GRADE-MIN-SALARY    PIC 9(8)V99.
           05  GRADE-MID-SALARY    PIC 9(8)V99.
           05  GRADE-MAX-SALARY    PIC 9(8)V99.
           05  FILLER              PIC X(17).
