      *> ---------------------------------------------------------
      *> OPERREC - operator authority record layout.
      *>
      *> One record per operator ID, keyed on OPER-ID, on the
      *> OPERMAST authority file.  VSAMMAINT, VSAMDEPT and VSAMPEND
      *> look up the operator ID on every transaction or cancel
      *> and refuse it when the ID is missing, not on file,
      *> revoked, or not granted the function asked for; every
      *> refusal is also logged to SECVIOL (see the SECVREC
      *> copybook) for VSAMSECR's security violations report.
      *> COPY this under the 01-level FD record that needs it.
      *>
      *> OPER-ACTIVE-FLAG is Y while the operator may work; an
      *> operator who leaves or moves is set to N rather than
      *> deleted, so the ID is never reissued to someone else.
      *>
      *> Each OPER-CAN- flag is Y when the function is granted:
      *>   INQUIRE      VSAMMAINT I and N, VSAMDEPT I
      *>   ADD          VSAMMAINT A
      *>   CHANGE       VSAMMAINT C
      *>   DELETE       VSAMMAINT D (requesting the delete)
      *>   MASS-ADJUST  VSAMMAINT M
      *>   APPROVE      VSAMMAINT P (the second operator of dual
      *>                control)
      *>   DEPT-MAINT   VSAMDEPT A, C and D, and VSAMMAINT T
      *>   PEND-CANCEL  VSAMPEND CANCELID=
      *>
      *> OPER-DEPT-LIST optionally limits the operator to the
      *> departments named in it; all spaces means every
      *> department.  A limited operator may only inquire on,
      *> add, change, delete or approve the delete of employees
      *> in those departments, finds only their employees on a
      *> name search, only maintains those department codes, and
      *> may not run a mass adjustment or a department transfer,
      *> which span departments.
      *> ---------------------------------------------------------
           05  OPER-ID             PIC X(8).
           05  OPER-NAME           PIC X(30).
           05  OPER-ACTIVE-FLAG    PIC X(1).
               88  OPER-ACTIVE            VALUE 'Y'.
           05  OPER-FUNCTIONS.
               10  OPER-CAN-INQUIRE      PIC X(1).
                   88  OPER-INQUIRE-GRANTED     VALUE 'Y'.
               10  OPER-CAN-ADD          PIC X(1).
                   88  OPER-ADD-GRANTED         VALUE 'Y'.
               10  OPER-CAN-CHANGE       PIC X(1).
                   88  OPER-CHANGE-GRANTED      VALUE 'Y'.
               10  OPER-CAN-DELETE       PIC X(1).
                   88  OPER-DELETE-GRANTED      VALUE 'Y'.
               10  OPER-CAN-MASS-ADJUST  PIC X(1).
                   88  OPER-MASS-ADJUST-GRANTED VALUE 'Y'.
               10  OPER-CAN-APPROVE      PIC X(1).
                   88  OPER-APPROVE-GRANTED     VALUE 'Y'.
               10  OPER-CAN-DEPT-MAINT   PIC X(1).
                   88  OPER-DEPT-MAINT-GRANTED  VALUE 'Y'.
               10  OPER-CAN-PEND-CANCEL  PIC X(1).
                   88  OPER-PEND-CANCEL-GRANTED VALUE 'Y'.
           05  OPER-DEPT-LIST.
               10  OPER-DEPT         OCCURS 8 TIMES PIC X(4).
           05  FILLER              PIC X(1).
