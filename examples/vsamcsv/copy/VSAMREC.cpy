      *> employee is set back to A, and drives VSAMPURG's
      *> retention purge; it is spaces on records terminated
      *> before the field existed.
      *> VSAM-EMPL-GRADE is the employee's pay grade, a GRADE-CODE
      *> on the GRADMAST reference file VSAMGRAD maintains (see
      *> the GRADREC copybook); spaces on records not yet graded,
      *> which no salary range check applies to.
           05  VSAM-EMPL-ID        PIC X(5).
           05  VSAM-EMPL-NAME      PIC X(26).
           05  VSAM-EMPL-SALARY    PIC X(10).
               88  VSAM-EMPL-ACTIVE       VALUE 'A'.
               88  VSAM-EMPL-TERMINATED   VALUE 'T'.
           05  VSAM-EMPL-TERM-DATE PIC X(8).
           05  VSAM-EMPL-GRADE     PIC X(3).
           05  FILLER              PIC X(11).
