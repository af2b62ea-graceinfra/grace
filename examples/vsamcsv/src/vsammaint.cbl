      *>                              C=change, D=delete,
      *>                              N=name search
      *>   cols 2- 6  employee ID   (required for every function
      *>                             except N, which ignores it,
      *>                             and A, which may leave it
      *>                             blank to have one assigned)
      *>   cols 7-32  employee name (required for A and C; for N it
      *>                             is the full or leading part of
      *>                             the name to search for)
      *> unchanged on the master when its column is blank, so older
      *> transaction files that stop at col 42 still work.
      *>
      *> An A or C may also carry a pay grade code in cols 72-74,
      *> which must name a grade on the GRADMAST reference file
      *> VSAMGRAD maintains.  An add leaves a blank grade blank
      *> (ungraded); a change leaves the master's grade unchanged
      *> when it is blank.  The salary of a graded add, or of a
      *> change that moves a graded employee's salary or grade,
      *> must fall inside the grade's minimum-to-maximum range or
      *> the transaction is rejected.  A mass adjustment is not
      *> rejected for this: each employee it takes outside their
      *> range gets a WARNING line under their old-to-new line,
      *> on the dry run as well, so the review sees them before
      *> the U pass.
      *>
      *> An A, C, D or M transaction may also carry an optional
      *> effective date in cols 56-63 (YYYYMMDD).  A transaction
      *> dated after the run date is validated now but parked on
      *> at col 55 still work.
      *>
      *> Destructive functions are under dual control: a D, or an
      *> M or T in update mode, no longer applies on first sight.  It
      *> must carry the requesting operator's ID in cols 64-71 and
      *> is staged to the HELDOUT held-transactions file (see the
      *> HELDREC copybook; HELDOUT of one run is HELDIN of the
      *> DIFFERENT operator:
      *>   col  1     'P'
      *>   cols 2- 6  employee ID of the held transaction (the
      *>              from-ID for a held M, the from-department
      *>              for a held T)
      *>   col  7     function code being approved - D, M or T
      *>   cols 64-71 the approving operator's ID
      *> Holds older than HOLDDAYS (run PARM HOLDDAYS=nn, default
      *> 7) expire unapproved, reported.  A future-dated D, M/U or
      *> T/U parks on PENDTRAN first and enters the hold queue the run
      *> after VSAMPEND releases it, so approval always happens
      *> against a transaction that is actually about to fire.
      *> Inquiries, adds, changes and dry-run mass adjusts and
      *> transfers apply exactly as they always have.
      *>
      *> A mass salary adjustment transaction (function code M)
      *> redefines cols 2-23 and adjusts every employee in an ID
      *>              Blank defaults to R, so the master is never
      *>              touched until payroll has signed off a dry
      *>              run and the U pass is explicitly requested.
      *>
      *> A department transfer transaction (function code T) moves
      *> every employee carrying one department code, active or
      *> terminated, to another in one pass, for a department
      *> that is being reorganized away or merged:
      *>   col  1     'T'
      *>   cols 2- 5  from department code
      *>   cols 7-10  to department code - must be an active
      *>              department on DEPTMAST
      *>   col  23    run mode - R=report-only dry run, U=update;
      *>              blank defaults to R, exactly as for M.
      *> Each employee moved gets a report line and, in update
      *> mode, an AUDITJRN change entry; the transaction ends with
      *> from/to headcount control totals (before, moved, after).
      *> In update mode the after counts are recounted off the
      *> master, and a disagreement with before +/- moved sets
      *> return code 8.  Closing the emptied department is still
      *> a VSAMDEPT change, which refuses while active employees
      *> carry the code.
      *> Every transaction's outcome is written to MAINT-RPT.
      *>
      *> An A with a blank employee ID is given the next free ID
      *> off the EMPLIDS control record (see the EMPIDREC
      *> copybook) when it applies, and its outcome line names the
      *> ID assigned.  A deleted employee's ID is retired onto
      *> EMPLIDS, and an A keyed on a retired ID is rejected, so
      *> no new hire can inherit an old employee's salary history
      *> and audit trail.
      *>
      *> An add, transfer or rehire that leaves a department with
      *> more active employees than the approved headcount keyed
      *> on DEPTMAST gets a WARNING line on MAINT-RPT under its
      *> outcome line.  The change still applies; the warning is
      *> for the department head, not a reject.
      *>
      *> Every transaction, inquiries included, must carry its
      *> operator's ID in cols 64-71, and the operator must be on
      *> the OPERMAST authority file (see the OPERREC copybook),
      *> active, and granted the function: I and N need inquiry,
      *> A add, C change, D delete, M mass adjust, T department
      *> maintenance and P approve.  An operator limited to named
      *> departments may only inquire on, add, change, delete or
      *> approve the delete of employees in those departments
      *> (for a C, both the master's department and any new one),
      *> sees only those departments' employees on an N search,
      *> and may not run M or T or approve them.  A transaction
      *> that fails any of these is refused with a 'REFUSED -'
      *> reason line on MAINT-RPT and logged to the SECVIOL
      *> security violation log for VSAMSECR.  A pended
      *> transaction is checked again when VSAMPEND releases it.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
                  RECORD KEY IS DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT GRADE-MAST ASSIGN TO GRADMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GRADE-CODE
                  FILE STATUS IS WS-GRADE-STATUS.

           SELECT MAINT-IN ASSIGN TO MAINTIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNH-STATUS.

           SELECT OPER-MAST ASSIGN TO OPERMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPER-ID
                  FILE STATUS IS WS-OPER-STATUS.

           SELECT SEC-VIOL ASSIGN TO SECVIOL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SECV-STATUS.

           SELECT EMPL-IDS ASSIGN TO EMPLIDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMPID-KEY
                  FILE STATUS IS WS-EMPID-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> checked against it.  See the DEPTREC copybook.
      *> --------------------------------------------------------
       FD DEPT-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DEPT-REC.
           COPY DEPTREC.

      *> --------------------------------------------------------
      *> GRADE-MAST - the pay grade reference master VSAMGRAD
      *> maintains; salaries of graded employees are checked
      *> against its ranges.  See the GRADREC copybook.
      *> --------------------------------------------------------
       FD GRADE-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GRADE-REC.
           COPY GRADREC.

       FD MAINT-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
             88 MAINT-NAME-SEARCH           VALUE 'N'.
             88 MAINT-MASS-ADJUST           VALUE 'M'.
             88 MAINT-APPROVE               VALUE 'P'.
             88 MAINT-DEPT-TRANSFER         VALUE 'T'.
          05 MAINT-EMPL-ID          PIC X(05).
          05 MAINT-EMPL-NAME        PIC X(26).
          05 MAINT-EMPL-SALARY      PIC X(10).
          05 MAINT-EMPL-STATUS      PIC X(01).
          05 MAINT-EFF-DATE         PIC X(08).
          05 MAINT-OPERATOR-ID      PIC X(08).
          05 MAINT-EMPL-GRADE       PIC X(03).
          05 FILLER                 PIC X(06).

      *> Alternate view of the same record for the M (mass salary
      *> adjustment) function - see the transaction layout above.
             88 ADJ-MODE-UPDATE            VALUE 'U'.
          05 FILLER                 PIC X(57).

      *> Alternate view for the T (department transfer) function.
      *> The run mode sits in col 23, the same column as M's.
       01 MAINT-TRANSFER-REC.
          05 FILLER                 PIC X(01).
          05 MAINT-XFER-FROM-DEPT   PIC X(04).
          05 FILLER                 PIC X(01).
          05 MAINT-XFER-TO-DEPT     PIC X(04).
          05 FILLER                 PIC X(12).
          05 MAINT-XFER-MODE        PIC X(01).
             88 XFER-MODE-UPDATE           VALUE 'U'.
          05 FILLER                 PIC X(57).

       FD MAINT-RPT
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RUNH-REC.
           COPY RUNHREC.

      *> --------------------------------------------------------
      *> OPER-MAST - the operator authority file; every
      *> transaction's operator ID is looked up on it.  See the
      *> OPERREC copybook.
      *> --------------------------------------------------------
       FD OPER-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OPER-REC.
           COPY OPERREC.

      *> --------------------------------------------------------
      *> SEC-VIOL - shared security violation log, one record per
      *> refused transaction, opened EXTEND as the audit journal
      *> is.  See the SECVREC copybook.
      *> --------------------------------------------------------
       FD SEC-VIOL
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SECV-REC.
           COPY SECVREC.

      *> --------------------------------------------------------
      *> EMPL-IDS - the employee ID control record and retired-ID
      *> list: a blank-ID add takes its ID from the control
      *> record, a deleted employee's ID is retired onto it, and
      *> no add may use a retired ID.  See the EMPIDREC copybook.
      *> --------------------------------------------------------
       FD EMPL-IDS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 EMPID-REC.
           COPY EMPIDREC.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-DEPT-STATUS     PIC XX  VALUE SPACES.
             88 DEPT-OK                VALUE '00'.
             88 DEPT-NOT-FOUND         VALUE '23'.
          05 WS-GRADE-STATUS    PIC XX  VALUE SPACES.
             88 GRADE-OK               VALUE '00'.
          05 WS-MAINT-STATUS    PIC XX  VALUE SPACES.
             88 MAINT-OK               VALUE '00'.
          05 WS-RPT-STATUS      PIC XX  VALUE SPACES.
             88 HELDOUT-OK            VALUE '00'.
          05 WS-RUNH-STATUS    PIC XX  VALUE SPACES.
             88 RUNH-OK               VALUE '00'.
          05 WS-OPER-STATUS    PIC XX  VALUE SPACES.
             88 OPER-OK               VALUE '00'.
          05 WS-SECV-STATUS    PIC XX  VALUE SPACES.
             88 SECV-OK               VALUE '00'.
          05 WS-EMPID-STATUS   PIC XX  VALUE SPACES.
             88 EMPID-OK              VALUE '00'.
             88 EMPID-DUP-KEY         VALUE '22'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG        PIC X   VALUE 'N'.
             88 ADJ-EOF-REACHED        VALUE 'Y'.
          05 WS-HELD-EOF-FLAG   PIC X   VALUE 'N'.
             88 HELD-EOF-REACHED       VALUE 'Y'.
          05 WS-XFER-EOF-FLAG   PIC X   VALUE 'N'.
             88 XFER-EOF-REACHED       VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-TRANS-READ      PIC 9(5) VALUE 0.
          05 WS-HOLDS-EXPIRED   PIC 9(5) VALUE 0.
          05 WS-HOLDS-CARRIED   PIC 9(5) VALUE 0.
          05 WS-TRANS-REJECTED  PIC 9(5) VALUE 0.
          05 WS-HC-WARNINGS     PIC 9(5) VALUE 0.
          05 WS-RECORDS-MOVED   PIC 9(5) VALUE 0.
          05 WS-GRADE-WARNINGS  PIC 9(5) VALUE 0.
          05 WS-TRANS-REFUSED   PIC 9(5) VALUE 0.
          05 WS-IDS-ASSIGNED    PIC 9(5) VALUE 0.
          05 WS-IDS-RETIRED     PIC 9(5) VALUE 0.

      *> Wide enough for 2100-INQUIRE-RECORD's
      *> 'FOUND - ' + VSAM-EMPL-NAME(26) + ' ' + VSAM-EMPL-SALARY(10)
      *> + ' ' + VSAM-EMPL-DEPT(4) + ' ' + VSAM-EMPL-HIRE-DATE(8)
      *> + ' ' + VSAM-EMPL-STATUS(1) + ' ' + VSAM-EMPL-GRADE(3).
       01 WS-RESULT-TEXT           PIC X(65).
       01 WS-TEST-NUMVAL-RESULT    PIC S9(4) COMP-3.

      *> --------------------------------------------------------
      *> Operator authority working storage.  WS-AUTH-FLAG is
      *> cleared by the first check that fails, which leaves its
      *> SECVREC reason code and text behind for the refusal line
      *> and the violation log.
      *> --------------------------------------------------------
       01 WS-AUTH-FLAG             PIC X    VALUE 'Y'.
          88 OPERATOR-AUTHORIZED        VALUE 'Y'.
       01 WS-AUTH-GRANT            PIC X    VALUE SPACE.
          88 FUNCTION-GRANTED           VALUE 'Y'.
       01 WS-AUTH-DEPT-FLAG        PIC X    VALUE 'N'.
          88 AUTH-DEPT-GRANTED          VALUE 'Y'.
       01 WS-AUTH-ARG-DEPT         PIC X(04).
       01 WS-AUTH-IDX              PIC 9(2) COMP VALUE 0.
       01 WS-AUTH-REASON-CODE      PIC X(04).
       01 WS-AUTH-REASON-TEXT      PIC X(30).

      *> --------------------------------------------------------
      *> Name-search working storage.  The search argument and each
      *> record's name are folded to upper case before comparing,
       01 WS-ADJ-SKIP-COUNT        PIC 9(5).
       01 WS-ADJ-COUNT-FORMATTED   PIC Z(4)9.

      *> --------------------------------------------------------
      *> Department-transfer working storage: the two codes, the
      *> employees moved, and the from/to headcounts (every
      *> employee carrying the code, active or not) before the
      *> move and - recounted off the master in update mode -
      *> after it.
      *> --------------------------------------------------------
       01 WS-XFER-FROM-DEPT        PIC X(04).
       01 WS-XFER-TO-DEPT          PIC X(04).
       01 WS-XFER-TOTALS.
          05 WS-XFER-MOVED         PIC 9(5).
          05 WS-XFER-FROM-BEFORE   PIC 9(5).
          05 WS-XFER-TO-BEFORE     PIC 9(5).
          05 WS-XFER-FROM-AFTER    PIC 9(5).
          05 WS-XFER-TO-AFTER      PIC 9(5).
       01 WS-XFER-BEFORE-FORMATTED PIC Z(4)9.
       01 WS-XFER-MOVED-FORMATTED  PIC Z(4)9.
       01 WS-XFER-AFTER-FORMATTED  PIC Z(4)9.

      *> --------------------------------------------------------
      *> Pay grade range check working storage: the grade and the
      *> annual salary in dollars handed to 2570-CHECK-GRADE-RANGE,
      *> and what it found.
      *> --------------------------------------------------------
       01 WS-GRADE-ARG-CODE        PIC X(03).
       01 WS-GRADE-ARG-SALARY      PIC 9(8)V99 COMP-3.
       01 WS-GRADE-RANGE-FLAG      PIC X    VALUE SPACE.
          88 SALARY-IN-GRADE            VALUE 'I'.
          88 SALARY-BELOW-GRADE         VALUE 'L'.
          88 SALARY-ABOVE-GRADE         VALUE 'H'.
          88 GRADE-NOT-ON-FILE          VALUE 'U'.
       01 WS-GRADE-RANGE-TEXT      PIC X(30).

      *> --------------------------------------------------------
      *> Audit journal working storage: the record image as it
      *> stood before this update (spaces for an add), the image

      *> --------------------------------------------------------
      *> PARM keyword switches, parsed the same way VSAMCSV's
      *> 1050-PARSE-PARM splits its run parameter.  The keywords
      *> are HOLDDAYS=nn, the age at which an unapproved hold
      *> expires, and CYCLE=Y, which runs this as a step of the
      *> nightly stream under the VSAMCYCL cycle ledger.
      *> --------------------------------------------------------
       01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
       01 WS-PARM-WORK.
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-HOLD-DAYS             PIC 9(3) VALUE 7.

      *> Nightly cycle ledger (CYCLE=Y): the step checks in with
      *> VSAMCYCL before it opens anything and posts its return
      *> code to it at the end.
       01 WS-CYCLE-SWITCH       PIC X   VALUE 'N'.
          88 CYCLE-MODE               VALUE 'Y'.
       01 WS-CYCL-PARM.
          05 WS-CYCL-PARM-LENGTH  PIC S9(4) COMP VALUE 80.
          05 WS-CYCL-PARM-TEXT    PIC X(80).
       01 WS-CYCL-STEP-RC       PIC 9(2) VALUE 0.

      *> --------------------------------------------------------
      *> Held-transaction table, loaded from HELDIN at startup;
      *> this run's new holds join it, approvals consume from it,
       01 WS-HELD-SEEN-INTEGER     PIC 9(8) COMP.
       01 WS-HELD-DATE-NUMERIC     PIC 9(8).

      *> --------------------------------------------------------
      *> Department headcount table: active employees per
      *> department code, counted off the master at startup and
      *> kept current as this run adds, changes and deletes, so
      *> an add or transfer can be checked against the approved
      *> headcount on DEPTMAST without rescanning the master.  A
      *> full table only stops the warnings for the departments
      *> that did not fit; it never stops the run.
      *> --------------------------------------------------------
       01 WS-HC-LIMIT              PIC 9(3) COMP VALUE 500.
       01 WS-HC-COUNT              PIC 9(3) COMP VALUE 0.
       01 WS-HC-IDX                PIC 9(3) COMP VALUE 0.
       01 WS-HC-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01 WS-HC-FULL-FLAG          PIC X    VALUE 'N'.
          88 HC-TABLE-FULL              VALUE 'Y'.
       01 WS-HC-TABLE.
          05 WS-HC-ENTRY OCCURS 500 TIMES.
             10 WS-HC-DEPT         PIC X(04).
             10 WS-HC-ACTIVE       PIC 9(05) COMP.
       01 WS-HC-ARG-DEPT           PIC X(04).
       01 WS-HC-CHECK-DEPT         PIC X(04) VALUE SPACES.
       01 WS-HC-ACTIVE-FORMATTED   PIC Z(4)9.
       01 WS-HC-APPROVED-FORMATTED PIC Z(4)9.
       01 WS-HC-SCAN-EOF-FLAG      PIC X    VALUE 'N'.
          88 HC-SCAN-EOF-REACHED        VALUE 'Y'.

      *> --------------------------------------------------------
      *> Employee ID assignment working storage.  WS-ID-CANDIDATE
      *> walks up from the control record's next ID past every ID
      *> that is retired or already on the master; WS-ID-SEARCH
      *> stops the walk when a free ID turns up or the 5-digit
      *> range runs out.
      *> --------------------------------------------------------
       01 WS-ID-CANDIDATE          PIC 9(5).
       01 WS-ID-SEARCH-FLAG        PIC X    VALUE SPACE.
          88 ID-SEARCHING               VALUE 'S'.
          88 ID-FOUND                   VALUE 'F'.
          88 ID-EXHAUSTED               VALUE 'X'.
       01 WS-ID-RETIRED-FLAG       PIC X    VALUE 'N'.
          88 ID-IS-RETIRED              VALUE 'Y'.

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           IF CYCLE-MODE
              PERFORM 3900-CYCLE-POST
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           PERFORM 1050-PARSE-PARM
           IF CYCLE-MODE
              PERFORM 1020-CYCLE-CHECK-IN
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-LOAD-HELD-TABLE
           PERFORM 1200-LOAD-HEADCOUNTS
           PERFORM 1300-READ-TRANSACTION.

       1050-PARSE-PARM.
                        COMPUTE WS-HOLD-DAYS =
                            FUNCTION NUMVAL(WS-PARM-VALUE)
                     END-IF
                  WHEN 'CYCLE'
                     IF FUNCTION TRIM(WS-PARM-VALUE) = 'Y'
                        MOVE 'Y' TO WS-CYCLE-SWITCH
                     END-IF
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

      *> --------------------------------------------------------
      *> 1020-CYCLE-CHECK-IN - a CYCLE=Y run is a step of the
      *> nightly stream.  VSAMCYCL refuses a rerun of a business
      *> date this step already completed (RC 8) and a run whose
      *> predecessor step has not completed (RC 12); the step then
      *> stops with that return code before touching a file.
      *> --------------------------------------------------------
       1020-CYCLE-CHECK-IN.
           MOVE 'FUNC=CHECK STEP=VSAMMAINT' TO WS-CYCL-PARM-TEXT
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO WS-CYCL-STEP-RC
              DISPLAY 'VSAMMAINT NOT RUN - REFUSED BY NIGHTLY CYCLE '
                      'CONTROL, RC: ' WS-CYCL-STEP-RC
              STOP RUN
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O VSAM-MASTER
           IF NOT VSAM-OK
              STOP RUN
           END-IF.

           OPEN INPUT GRADE-MAST
           IF NOT GRADE-OK
              DISPLAY 'ERROR OPENING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MAINT-IN
           IF NOT MAINT-OK
              DISPLAY 'ERROR OPENING TRANSACTION FILE, STATUS: '
              STOP RUN
           END-IF.

           OPEN INPUT OPER-MAST
           IF NOT OPER-OK
              DISPLAY 'ERROR OPENING OPERATOR AUTHORITY FILE, STATUS: '
                      WS-OPER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND SEC-VIOL
           IF NOT SECV-OK
              DISPLAY 'ERROR OPENING SECURITY VIOLATION LOG, STATUS: '
                      WS-SECV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O EMPL-IDS
           IF NOT EMPID-OK
              DISPLAY 'ERROR OPENING EMPLOYEE ID FILE, STATUS: '
                      WS-EMPID-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 1150-LOAD-HELD-TABLE - absence of a prior held file is
      *> not an error; it just means no destructive transaction
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 1200-LOAD-HEADCOUNTS - one pass of the master in key
      *> order, counting the active employees of each department
      *> into the headcount table.
      *> --------------------------------------------------------
       1200-LOAD-HEADCOUNTS.
           MOVE LOW-VALUES TO VSAM-EMPL-ID
           START VSAM-MASTER KEY IS NOT LESS THAN VSAM-EMPL-ID
               INVALID KEY
                  MOVE 'Y' TO WS-HC-SCAN-EOF-FLAG
           END-START

           IF NOT HC-SCAN-EOF-REACHED
              PERFORM 1220-READ-NEXT-FOR-COUNT
              PERFORM 1210-COUNT-ONE-EMPLOYEE
                  UNTIL HC-SCAN-EOF-REACHED
           END-IF.

       1210-COUNT-ONE-EMPLOYEE.
           IF VSAM-EMPL-ACTIVE AND VSAM-EMPL-DEPT NOT = SPACES
              MOVE VSAM-EMPL-DEPT TO WS-HC-ARG-DEPT
              PERFORM 2600-FIND-HEADCOUNT-ENTRY
              IF WS-HC-FOUND-IDX > 0
                 ADD 1 TO WS-HC-ACTIVE(WS-HC-FOUND-IDX)
              END-IF
           END-IF
           PERFORM 1220-READ-NEXT-FOR-COUNT.

       1220-READ-NEXT-FOR-COUNT.
           READ VSAM-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-HC-SCAN-EOF-FLAG
           END-READ

           IF NOT HC-SCAN-EOF-REACHED AND NOT VSAM-OK
              AND NOT VSAM-DUP-KEY
              DISPLAY 'ERROR READING VSAM FILE, STATUS: '
                      WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1300-READ-TRANSACTION.
           READ MAINT-IN
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-CHECK-OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORIZED
              PERFORM 2010-DISPATCH-TRANSACTION
           ELSE
              PERFORM 2070-LOG-SECURITY-VIOLATION
              MOVE SPACES TO WS-RESULT-TEXT
              STRING 'REFUSED - ' DELIMITED BY SIZE
                     WS-AUTH-REASON-TEXT DELIMITED BY '  '
                     ' ' MAINT-OPERATOR-ID DELIMITED BY SIZE
                     INTO WS-RESULT-TEXT
              PERFORM 2900-WRITE-REPORT-LINE
              ADD 1 TO WS-TRANS-REJECTED
              ADD 1 TO WS-TRANS-REFUSED
           END-IF
           PERFORM 1300-READ-TRANSACTION.

       2010-DISPATCH-TRANSACTION.
           EVALUATE TRUE
               WHEN MAINT-INQUIRY
                  PERFORM 2100-INQUIRE-RECORD
      *> garbled date is rejected here rather than compared, so it
      *> can neither apply early nor park forever.
               WHEN (MAINT-ADD OR MAINT-CHANGE OR MAINT-DELETE
                     OR MAINT-MASS-ADJUST OR MAINT-DEPT-TRANSFER)
                  AND MAINT-EFF-DATE NOT = SPACES
                  AND MAINT-EFF-DATE NOT NUMERIC
                  MOVE 'NON-NUMERIC EFFECTIVE DATE' TO WS-RESULT-TEXT
                  PERFORM 2900-WRITE-REPORT-LINE
                  ADD 1 TO WS-TRANS-REJECTED
               WHEN (MAINT-ADD OR MAINT-CHANGE OR MAINT-DELETE
                     OR MAINT-MASS-ADJUST OR MAINT-DEPT-TRANSFER)
                  AND MAINT-EFF-DATE NOT = SPACES
                  AND MAINT-EFF-DATE > WS-RUN-DATE
                  PERFORM 2750-PEND-TRANSACTION
                  PERFORM 2770-APPROVE-HELD-TRANS
      *> The destructive functions stage to the held file; only an
      *> approval (above) reaches 2400-DELETE-RECORD or an
      *> update-mode 2700-MASS-ADJUST or 2790-DEPT-TRANSFER now.
      *> Dry runs are harmless and keep applying directly.
               WHEN MAINT-DELETE
                  PERFORM 2760-STAGE-HELD-TRANS
               WHEN MAINT-MASS-ADJUST AND ADJ-MODE-UPDATE
                  PERFORM 2760-STAGE-HELD-TRANS
               WHEN MAINT-MASS-ADJUST
                  PERFORM 2700-MASS-ADJUST
               WHEN MAINT-DEPT-TRANSFER AND XFER-MODE-UPDATE
                  PERFORM 2760-STAGE-HELD-TRANS
               WHEN MAINT-DEPT-TRANSFER
                  PERFORM 2790-DEPT-TRANSFER
               WHEN MAINT-ADD
                  PERFORM 2200-ADD-RECORD
               WHEN MAINT-CHANGE
                  MOVE 'UNKNOWN FUNCTION CODE' TO WS-RESULT-TEXT
                  PERFORM 2900-WRITE-REPORT-LINE
                  ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE.

      *> --------------------------------------------------------
      *> 2050-CHECK-OPERATOR-AUTHORITY - the operator must be
      *> keyed, on OPERMAST, active and granted the function, and
      *> a department-limited operator must also be granted the
      *> department(s) the transaction touches.  An unknown
      *> function code passes the function check and is rejected
      *> as unknown by the dispatch.
      *> --------------------------------------------------------
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-FLAG
           IF MAINT-OPERATOR-ID = SPACES
              MOVE 'N'    TO WS-AUTH-FLAG
              MOVE 'NOOP' TO WS-AUTH-REASON-CODE
              MOVE 'NO OPERATOR ID' TO WS-AUTH-REASON-TEXT
           ELSE
              MOVE MAINT-OPERATOR-ID TO OPER-ID
              READ OPER-MAST
                  INVALID KEY
                     MOVE 'N'    TO WS-AUTH-FLAG
                     MOVE 'UNOP' TO WS-AUTH-REASON-CODE
                     MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                         TO WS-AUTH-REASON-TEXT
                  NOT INVALID KEY
                     IF NOT OPER-ACTIVE
                        MOVE 'N'    TO WS-AUTH-FLAG
                        MOVE 'RVOP' TO WS-AUTH-REASON-CODE
                        MOVE 'OPERATOR REVOKED'
                            TO WS-AUTH-REASON-TEXT
                     END-IF
              END-READ
           END-IF

           IF OPERATOR-AUTHORIZED
              PERFORM 2055-CHECK-FUNCTION-GRANT
           END-IF
           IF OPERATOR-AUTHORIZED AND OPER-DEPT-LIST NOT = SPACES
              PERFORM 2060-CHECK-DEPT-GRANT
           END-IF.

       2055-CHECK-FUNCTION-GRANT.
           EVALUATE TRUE
               WHEN MAINT-INQUIRY OR MAINT-NAME-SEARCH
                  MOVE OPER-CAN-INQUIRE     TO WS-AUTH-GRANT
               WHEN MAINT-ADD
                  MOVE OPER-CAN-ADD         TO WS-AUTH-GRANT
               WHEN MAINT-CHANGE
                  MOVE OPER-CAN-CHANGE      TO WS-AUTH-GRANT
               WHEN MAINT-DELETE
                  MOVE OPER-CAN-DELETE      TO WS-AUTH-GRANT
               WHEN MAINT-MASS-ADJUST
                  MOVE OPER-CAN-MASS-ADJUST TO WS-AUTH-GRANT
               WHEN MAINT-DEPT-TRANSFER
                  MOVE OPER-CAN-DEPT-MAINT  TO WS-AUTH-GRANT
               WHEN MAINT-APPROVE
                  MOVE OPER-CAN-APPROVE     TO WS-AUTH-GRANT
               WHEN OTHER
                  MOVE 'Y'                  TO WS-AUTH-GRANT
           END-EVALUATE
           IF NOT FUNCTION-GRANTED
              MOVE 'N'    TO WS-AUTH-FLAG
              MOVE 'NAFN' TO WS-AUTH-REASON-CODE
              MOVE 'FUNCTION NOT GRANTED' TO WS-AUTH-REASON-TEXT
           END-IF.

      *> --------------------------------------------------------
      *> 2060-CHECK-DEPT-GRANT - department-limited operators
      *> only.  An employee ID not on the master is let through
      *> here; the function itself reports it as not found.
      *> --------------------------------------------------------
       2060-CHECK-DEPT-GRANT.
           EVALUATE TRUE
               WHEN MAINT-MASS-ADJUST OR MAINT-DEPT-TRANSFER
                  PERFORM 2068-REFUSE-DEPARTMENT
               WHEN MAINT-APPROVE AND MAINT-EMPL-NAME(1:1) NOT = 'D'
                  PERFORM 2068-REFUSE-DEPARTMENT
               WHEN MAINT-ADD
                  MOVE MAINT-EMPL-DEPT TO WS-AUTH-ARG-DEPT
                  PERFORM 2065-MATCH-OPER-DEPT
                  IF NOT AUTH-DEPT-GRANTED
                     PERFORM 2068-REFUSE-DEPARTMENT
                  END-IF
               WHEN MAINT-INQUIRY OR MAINT-CHANGE OR MAINT-DELETE
                    OR MAINT-APPROVE
                  MOVE MAINT-EMPL-ID TO VSAM-EMPL-ID
                  READ VSAM-MASTER
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE VSAM-EMPL-DEPT TO WS-AUTH-ARG-DEPT
                         PERFORM 2065-MATCH-OPER-DEPT
                         IF NOT AUTH-DEPT-GRANTED
                            PERFORM 2068-REFUSE-DEPARTMENT
                         END-IF
                  END-READ
                  IF OPERATOR-AUTHORIZED AND MAINT-CHANGE
                     AND MAINT-EMPL-DEPT NOT = SPACES
                     MOVE MAINT-EMPL-DEPT TO WS-AUTH-ARG-DEPT
                     PERFORM 2065-MATCH-OPER-DEPT
                     IF NOT AUTH-DEPT-GRANTED
                        PERFORM 2068-REFUSE-DEPARTMENT
                     END-IF
                  END-IF
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *> --------------------------------------------------------
      *> 2065-MATCH-OPER-DEPT - is WS-AUTH-ARG-DEPT one of the
      *> operator's departments?  An unlimited operator (blank
      *> list) is granted every department; a blank department is
      *> never in a limited operator's list.
      *> --------------------------------------------------------
       2065-MATCH-OPER-DEPT.
           MOVE 'N' TO WS-AUTH-DEPT-FLAG
           IF OPER-DEPT-LIST = SPACES
              MOVE 'Y' TO WS-AUTH-DEPT-FLAG
           END-IF
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > 8 OR AUTH-DEPT-GRANTED
              IF WS-AUTH-ARG-DEPT NOT = SPACES
                 AND OPER-DEPT(WS-AUTH-IDX) = WS-AUTH-ARG-DEPT
                 MOVE 'Y' TO WS-AUTH-DEPT-FLAG
              END-IF
           END-PERFORM.

       2068-REFUSE-DEPARTMENT.
           MOVE 'N'    TO WS-AUTH-FLAG
           MOVE 'NADP' TO WS-AUTH-REASON-CODE
           MOVE 'DEPARTMENT NOT GRANTED' TO WS-AUTH-REASON-TEXT.

      *> --------------------------------------------------------
      *> 2070-LOG-SECURITY-VIOLATION - one SECVIOL record per
      *> refused transaction.  The log is the security record of
      *> the run, so a failed write is fatal, as it is for the
      *> audit journal.
      *> --------------------------------------------------------
       2070-LOG-SECURITY-VIOLATION.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
           MOVE SPACES                   TO SECV-REC
           MOVE WS-AUDIT-DATE-TIME(1:8)  TO SECV-DATE
           MOVE WS-AUDIT-DATE-TIME(9:6)  TO SECV-TIME
           MOVE 'VSAMMAINT'              TO SECV-PROGRAM
           MOVE MAINT-OPERATOR-ID        TO SECV-OPERATOR
           MOVE MAINT-FUNCTION           TO SECV-FUNCTION
           MOVE MAINT-EMPL-ID            TO SECV-KEY
           MOVE WS-AUTH-REASON-CODE      TO SECV-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT      TO SECV-REASON-TEXT
           WRITE SECV-REC
           IF NOT SECV-OK
              DISPLAY 'ERROR WRITING SECURITY VIOLATION, STATUS: '
                      WS-SECV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2100-INQUIRE-RECORD.
           MOVE MAINT-EMPL-ID TO VSAM-EMPL-ID
                         VSAM-EMPL-SALARY ' '
                         VSAM-EMPL-DEPT ' '
                         VSAM-EMPL-HIRE-DATE ' '
                         VSAM-EMPL-STATUS ' '
                         VSAM-EMPL-GRADE
                         DELIMITED BY SIZE INTO WS-RESULT-TEXT
                  ADD 1 TO WS-RECORDS-FOUND
           END-READ

       2170-MATCH-ONE-RECORD.
           MOVE FUNCTION UPPER-CASE(VSAM-EMPL-NAME) TO WS-RECORD-NAME
           MOVE VSAM-EMPL-DEPT TO WS-AUTH-ARG-DEPT
           PERFORM 2065-MATCH-OPER-DEPT
           IF WS-RECORD-NAME(1:WS-SEARCH-LENGTH)
                 = WS-SEARCH-NAME(1:WS-SEARCH-LENGTH)
              AND AUTH-DEPT-GRANTED
              MOVE SPACES TO WS-RESULT-TEXT
              STRING VSAM-EMPL-ID ' ' VSAM-EMPL-NAME ' '
                     VSAM-EMPL-SALARY
           END-IF
           PERFORM 2165-READ-NEXT-BY-NAME.

      *> --------------------------------------------------------
      *> 2200-ADD-RECORD - a blank employee ID is assigned from the
      *> EMPLIDS control record once the rest of the transaction
      *> has validated, and the ID given is echoed on the outcome
      *> line so HR learns the number.
      *> --------------------------------------------------------
       2200-ADD-RECORD.
           MOVE SPACE TO WS-ID-SEARCH-FLAG
           PERFORM 2500-VALIDATE-TRANSACTION
           IF NOT RECORD-IS-VALID
              PERFORM 2900-WRITE-REPORT-LINE
              ADD 1 TO WS-TRANS-REJECTED
           ELSE
              IF MAINT-EMPL-ID = SPACES
                 PERFORM 2210-ASSIGN-EMPLOYEE-ID
              END-IF
              IF RECORD-IS-VALID
                 MOVE MAINT-EMPL-ID     TO VSAM-EMPL-ID
                 READ VSAM-MASTER
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE 'N' TO WS-VALID-FLAG
                        MOVE 'EMPLOYEE ID ALREADY EXISTS'
                            TO WS-RESULT-TEXT
                 END-READ
              END-IF
              IF RECORD-IS-VALID
                 MOVE SPACES            TO VSAM-REC
                 MOVE MAINT-EMPL-ID     TO VSAM-EMPL-ID
                 MOVE MAINT-EMPL-SALARY TO VSAM-EMPL-SALARY
                 MOVE MAINT-EMPL-DEPT   TO VSAM-EMPL-DEPT
                 MOVE MAINT-EMPL-HIRE-DATE TO VSAM-EMPL-HIRE-DATE
                 MOVE MAINT-EMPL-GRADE  TO VSAM-EMPL-GRADE
                 IF MAINT-EMPL-STATUS = SPACE
                    MOVE 'A' TO VSAM-EMPL-STATUS
                 ELSE
                 MOVE VSAM-REC TO WS-AFTER-IMAGE
                 MOVE 'A'      TO WS-AUDIT-FUNCTION
                 PERFORM 2800-WRITE-AUDIT-RECORD
                 PERFORM 2630-RECOUNT-CHANGE
                 IF ID-FOUND
                    MOVE SPACES TO WS-RESULT-TEXT
                    STRING 'ADDED - EMPLOYEE ID ASSIGNED '
                           MAINT-EMPL-ID
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                    END-STRING
                 ELSE
                    MOVE 'ADDED' TO WS-RESULT-TEXT
                 END-IF
                 ADD 1 TO WS-RECORDS-ADDED
              ELSE
                 ADD 1 TO WS-TRANS-REJECTED
              END-IF
              PERFORM 2900-WRITE-REPORT-LINE
              PERFORM 2650-CHECK-HEADCOUNT
           END-IF.

      *> --------------------------------------------------------
      *> 2210-ASSIGN-EMPLOYEE-ID - take the next free employee ID
      *> from the EMPLIDS control record: starting at its next ID,
      *> skip every ID that is retired or already on the master,
      *> then move the control record past the ID taken.  The
      *> control record is seeded above every ID ever issued and
      *> is not created here; an add that finds it missing, or the
      *> 5-digit range used up, is rejected.
      *> --------------------------------------------------------
       2210-ASSIGN-EMPLOYEE-ID.
           MOVE '*NEXT' TO EMPID-KEY
           READ EMPL-IDS
               INVALID KEY
                  MOVE 'N' TO WS-VALID-FLAG
                  MOVE 'EMPLOYEE ID CONTROL RECORD MISSING'
                      TO WS-RESULT-TEXT
           END-READ

           IF RECORD-IS-VALID AND EMPID-NEXT-ID NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'EMPLOYEE ID CONTROL RECORD INVALID'
                  TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID
              MOVE EMPID-NEXT-ID TO WS-ID-CANDIDATE
              IF WS-ID-CANDIDATE = 0
                 MOVE 1 TO WS-ID-CANDIDATE
              END-IF
              MOVE 'S' TO WS-ID-SEARCH-FLAG
              PERFORM 2215-TRY-CANDIDATE-ID UNTIL NOT ID-SEARCHING
              IF ID-EXHAUSTED
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'EMPLOYEE ID RANGE EXHAUSTED' TO WS-RESULT-TEXT
              ELSE
                 PERFORM 2218-ADVANCE-ID-CONTROL
                 MOVE WS-ID-CANDIDATE TO MAINT-EMPL-ID
                 ADD 1 TO WS-IDS-ASSIGNED
              END-IF
           END-IF.

       2215-TRY-CANDIDATE-ID.
           MOVE WS-ID-CANDIDATE TO EMPID-KEY
           PERFORM 2220-CHECK-RETIRED-ID
           IF NOT ID-IS-RETIRED
              MOVE WS-ID-CANDIDATE TO VSAM-EMPL-ID
              READ VSAM-MASTER
                  INVALID KEY
                     MOVE 'F' TO WS-ID-SEARCH-FLAG
              END-READ
           END-IF

           IF ID-SEARCHING
              IF WS-ID-CANDIDATE = 99999
                 MOVE 'X' TO WS-ID-SEARCH-FLAG
              ELSE
                 ADD 1 TO WS-ID-CANDIDATE
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2218-ADVANCE-ID-CONTROL - rewrite the control record with
      *> the ID after the one just taken.  The retired-ID reads of
      *> the search have overwritten the record area, so it is
      *> read again first.
      *> --------------------------------------------------------
       2218-ADVANCE-ID-CONTROL.
           MOVE '*NEXT' TO EMPID-KEY
           READ EMPL-IDS
           IF NOT EMPID-OK
              DISPLAY 'ERROR READING EMPLOYEE ID CONTROL, STATUS: '
                      WS-EMPID-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-ID-CANDIDATE < 99999
              COMPUTE EMPID-NEXT-ID = WS-ID-CANDIDATE + 1
           ELSE
              MOVE 99999 TO EMPID-NEXT-ID
           END-IF
           MOVE WS-RUN-DATE  TO EMPID-LAST-ISSUE-DATE
           MOVE 'VSAMMAINT'  TO EMPID-LAST-ISSUE-PGM
           IF EMPID-ISSUED-COUNT NOT NUMERIC
              MOVE 0 TO EMPID-ISSUED-COUNT
           END-IF
           ADD 1 TO EMPID-ISSUED-COUNT
           REWRITE EMPID-REC
           IF NOT EMPID-OK
              DISPLAY 'ERROR REWRITING EMPLOYEE ID CONTROL, STATUS: '
                      WS-EMPID-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 2220-CHECK-RETIRED-ID - is the ID in EMPID-KEY on the
      *> retired list?
      *> --------------------------------------------------------
       2220-CHECK-RETIRED-ID.
           MOVE 'N' TO WS-ID-RETIRED-FLAG
           READ EMPL-IDS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF EMPID-RETIRED
                     MOVE 'Y' TO WS-ID-RETIRED-FLAG
                  END-IF
           END-READ.

       2300-CHANGE-RECORD.
           PERFORM 2500-VALIDATE-TRANSACTION
           IF NOT RECORD-IS-VALID
                        END-IF
                        MOVE MAINT-EMPL-STATUS TO VSAM-EMPL-STATUS
                     END-IF
                     IF MAINT-EMPL-GRADE NOT = SPACES
                        MOVE MAINT-EMPL-GRADE TO VSAM-EMPL-GRADE
                     END-IF
                     PERFORM 2320-CHECK-CHANGE-GRADE
                     IF RECORD-IS-VALID
                        PERFORM 2310-REWRITE-CHANGE
                     ELSE
                        ADD 1 TO WS-TRANS-REJECTED
                     END-IF
              END-READ
              PERFORM 2900-WRITE-REPORT-LINE
              PERFORM 2650-CHECK-HEADCOUNT
           END-IF.

      *> --------------------------------------------------------
      *> 2310-REWRITE-CHANGE - write back a changed record that
      *> passed its grade check, and journal it.
      *> --------------------------------------------------------
       2310-REWRITE-CHANGE.
           REWRITE VSAM-REC
           IF NOT VSAM-OK AND NOT VSAM-DUP-KEY
              DISPLAY 'ERROR REWRITING VSAM RECORD, STATUS: '
                      WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE VSAM-REC TO WS-AFTER-IMAGE
           MOVE 'C'      TO WS-AUDIT-FUNCTION
           PERFORM 2800-WRITE-AUDIT-RECORD
      *> A change that actually moved the salary also writes a
      *> structured salary-history record; the old salary sits at
      *> cols 32-41 of the before-image.
           IF WS-BEFORE-IMAGE(32:10) NOT = VSAM-EMPL-SALARY
              PERFORM 2850-WRITE-SALARY-HISTORY
           END-IF
           PERFORM 2630-RECOUNT-CHANGE
           MOVE 'CHANGED' TO WS-RESULT-TEXT
           ADD 1 TO WS-RECORDS-CHANGED.

      *> --------------------------------------------------------
      *> 2320-CHECK-CHANGE-GRADE - a change that moves a graded
      *> employee's salary, or moves them to another grade, must
      *> leave the salary inside the grade's range.  A change
      *> that touches neither is not held to a range the employee
      *> was already outside of, so a red-circled employee can
      *> still change department or status.  The old salary and
      *> grade sit at cols 32-41 and 63-65 of the before-image.
      *> --------------------------------------------------------
       2320-CHECK-CHANGE-GRADE.
           IF VSAM-EMPL-GRADE NOT = SPACES
              AND (WS-BEFORE-IMAGE(32:10) NOT = VSAM-EMPL-SALARY
                   OR WS-BEFORE-IMAGE(63:3) NOT = VSAM-EMPL-GRADE)
              MOVE VSAM-EMPL-GRADE TO WS-GRADE-ARG-CODE
              COMPUTE WS-GRADE-ARG-SALARY =
                  FUNCTION NUMVAL(VSAM-EMPL-SALARY) / 100
              PERFORM 2570-CHECK-GRADE-RANGE
              IF NOT SALARY-IN-GRADE
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE WS-GRADE-RANGE-TEXT TO WS-RESULT-TEXT
              END-IF
           END-IF.

       2400-DELETE-RECORD.
                  MOVE SPACES   TO WS-AFTER-IMAGE
                  MOVE 'D'      TO WS-AUDIT-FUNCTION
                  PERFORM 2800-WRITE-AUDIT-RECORD
                  PERFORM 2450-RETIRE-EMPLOYEE-ID
                  MOVE SPACES   TO VSAM-REC
                  PERFORM 2630-RECOUNT-CHANGE
                  MOVE 'DELETED' TO WS-RESULT-TEXT
                  ADD 1 TO WS-RECORDS-DELETED
           END-READ
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 2450-RETIRE-EMPLOYEE-ID - put a deleted employee's ID on
      *> the EMPLIDS retired list, stamped with the audit entry's
      *> time, so it is never issued or keyed again.  An ID
      *> already retired (a record VSAMBACK restored and deleted
      *> again) keeps its first entry.
      *> --------------------------------------------------------
       2450-RETIRE-EMPLOYEE-ID.
           MOVE SPACES                   TO EMPID-REC
           MOVE WS-BEFORE-IMAGE(1:5)     TO EMPID-KEY
           MOVE 'R'                      TO EMPID-TYPE
           MOVE WS-AUDIT-DATE-TIME(1:8)  TO EMPID-RETIRED-DATE
           MOVE WS-AUDIT-DATE-TIME(9:6)  TO EMPID-RETIRED-TIME
           MOVE 'VSAMMAINT'              TO EMPID-RETIRED-PROGRAM
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

      *> --------------------------------------------------------
      *> 2500-VALIDATE-TRANSACTION - check an ADD/CHANGE transaction
      *> against the same picture clauses VSAM-REC itself uses.
       2500-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-FLAG

      *> An add may leave the ID blank to have one assigned by
      *> 2210-ASSIGN-EMPLOYEE-ID; a keyed one must not be retired.
           IF MAINT-EMPL-ID NOT NUMERIC
              AND NOT (MAINT-ADD AND MAINT-EMPL-ID = SPACES)
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'NON-NUMERIC EMPLOYEE ID' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID AND MAINT-ADD
              AND MAINT-EMPL-ID NOT = SPACES
              MOVE MAINT-EMPL-ID TO EMPID-KEY
              PERFORM 2220-CHECK-RETIRED-ID
              IF ID-IS-RETIRED
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'EMPLOYEE ID RETIRED - MAY NOT BE REISSUED'
                     TO WS-RESULT-TEXT
              END-IF
           END-IF

           IF RECORD-IS-VALID AND FUNCTION TRIM(MAINT-EMPL-NAME)
                 = SPACES
              MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'INVALID STATUS - MUST BE A OR T'
                     TO WS-RESULT-TEXT
              END-IF
           END-IF

      *> A supplied pay grade must be on the grade reference
      *> master.  An add carries everything its range check needs,
      *> so it is checked here, before anything is pended or
      *> written; a change is checked in 2320-CHECK-CHANGE-GRADE
      *> against the record as it will stand.
           IF RECORD-IS-VALID AND MAINT-EMPL-GRADE NOT = SPACES
              MOVE MAINT-EMPL-GRADE TO WS-GRADE-ARG-CODE
              COMPUTE WS-GRADE-ARG-SALARY =
                  FUNCTION NUMVAL(MAINT-EMPL-SALARY) / 100
              PERFORM 2570-CHECK-GRADE-RANGE
              IF GRADE-NOT-ON-FILE
                 OR (MAINT-ADD AND NOT SALARY-IN-GRADE)
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE WS-GRADE-RANGE-TEXT TO WS-RESULT-TEXT
              END-IF
           END-IF.

      *> --------------------------------------------------------
              MOVE 'RUN MODE MUST BE R OR U' TO WS-RESULT-TEXT
           END-IF.

      *> --------------------------------------------------------
      *> 2560-VALIDATE-TRANSFER - check a T transaction before any
      *> employee is moved.  The from-department need not be on
      *> DEPTMAST, so a stray code that never was can be merged
      *> away too; the to-department must be a live one.
      *> --------------------------------------------------------
       2560-VALIDATE-TRANSFER.
           MOVE 'Y' TO WS-VALID-FLAG

           IF MAINT-XFER-FROM-DEPT = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'MISSING FROM DEPARTMENT' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID AND MAINT-XFER-TO-DEPT = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'MISSING TO DEPARTMENT' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND MAINT-XFER-FROM-DEPT = MAINT-XFER-TO-DEPT
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'FROM AND TO DEPARTMENT ARE THE SAME'
                  TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID
              MOVE MAINT-XFER-TO-DEPT TO DEPT-CODE
              READ DEPT-MAST
                  INVALID KEY
                     MOVE 'N' TO WS-VALID-FLAG
                     MOVE 'UNKNOWN TO DEPARTMENT CODE'
                         TO WS-RESULT-TEXT
                  NOT INVALID KEY
                     IF NOT DEPT-ACTIVE
                        MOVE 'N' TO WS-VALID-FLAG
                        MOVE 'INACTIVE TO DEPARTMENT CODE'
                            TO WS-RESULT-TEXT
                     END-IF
              END-READ
           END-IF

           IF RECORD-IS-VALID
              AND MAINT-XFER-MODE NOT = SPACE
              AND MAINT-XFER-MODE NOT = 'R'
              AND MAINT-XFER-MODE NOT = 'U'
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'RUN MODE MUST BE R OR U' TO WS-RESULT-TEXT
           END-IF.

      *> --------------------------------------------------------
      *> 2570-CHECK-GRADE-RANGE - compare WS-GRADE-ARG-SALARY with
      *> the range of pay grade WS-GRADE-ARG-CODE, setting
      *> WS-GRADE-RANGE-FLAG and, for anything but in range, the
      *> WS-GRADE-RANGE-TEXT the caller reports.
      *> --------------------------------------------------------
       2570-CHECK-GRADE-RANGE.
           MOVE SPACES TO WS-GRADE-RANGE-TEXT
           MOVE WS-GRADE-ARG-CODE TO GRADE-CODE
           READ GRADE-MAST
               INVALID KEY
                  MOVE 'U' TO WS-GRADE-RANGE-FLAG
                  STRING 'UNKNOWN PAY GRADE ' WS-GRADE-ARG-CODE
                         DELIMITED BY SIZE INTO WS-GRADE-RANGE-TEXT
               NOT INVALID KEY
                  EVALUATE TRUE
                      WHEN WS-GRADE-ARG-SALARY < GRADE-MIN-SALARY
                         MOVE 'L' TO WS-GRADE-RANGE-FLAG
                         STRING 'SALARY BELOW GRADE '
                                WS-GRADE-ARG-CODE ' MINIMUM'
                                DELIMITED BY SIZE
                                INTO WS-GRADE-RANGE-TEXT
                      WHEN WS-GRADE-ARG-SALARY > GRADE-MAX-SALARY
                         MOVE 'H' TO WS-GRADE-RANGE-FLAG
                         STRING 'SALARY ABOVE GRADE '
                                WS-GRADE-ARG-CODE ' MAXIMUM'
                                DELIMITED BY SIZE
                                INTO WS-GRADE-RANGE-TEXT
                      WHEN OTHER
                         MOVE 'I' TO WS-GRADE-RANGE-FLAG
                  END-EVALUATE
           END-READ.

      *> --------------------------------------------------------
      *> 2600-FIND-HEADCOUNT-ENTRY - point WS-HC-FOUND-IDX at the
      *> headcount table entry for WS-HC-ARG-DEPT, opening one at
      *> zero for a department not seen yet.  Zero when the table
      *> is full and the department is not in it.
      *> --------------------------------------------------------
       2600-FIND-HEADCOUNT-ENTRY.
           MOVE 0 TO WS-HC-FOUND-IDX
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-HC-COUNT
                      OR WS-HC-FOUND-IDX > 0
              IF WS-HC-DEPT(WS-HC-IDX) = WS-HC-ARG-DEPT
                 MOVE WS-HC-IDX TO WS-HC-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-HC-FOUND-IDX = 0
              IF WS-HC-COUNT < WS-HC-LIMIT
                 ADD 1 TO WS-HC-COUNT
                 MOVE WS-HC-ARG-DEPT TO WS-HC-DEPT(WS-HC-COUNT)
                 MOVE 0              TO WS-HC-ACTIVE(WS-HC-COUNT)
                 MOVE WS-HC-COUNT    TO WS-HC-FOUND-IDX
              ELSE
                 IF NOT HC-TABLE-FULL
                    MOVE 'Y' TO WS-HC-FULL-FLAG
                    DISPLAY 'WARNING: DEPARTMENT HEADCOUNT TABLE FULL '
                            '- HEADCOUNT WARNINGS INCOMPLETE'
                 END-IF
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2630-RECOUNT-CHANGE - move the headcount table from the
      *> before-image to the record as it now stands (spaces in
      *> either for an add or a delete).  An employee who leaves
      *> an active department comes off its count; one who lands
      *> active on a department not held active before - an add,
      *> a transfer or a rehire - goes onto it and is left in
      *> WS-HC-CHECK-DEPT for 2650-CHECK-HEADCOUNT.  The old
      *> department and status sit at cols 42-45 and 54 of the
      *> before-image.
      *> --------------------------------------------------------
       2630-RECOUNT-CHANGE.
           MOVE SPACES TO WS-HC-CHECK-DEPT
           IF WS-BEFORE-IMAGE(54:1) = 'A'
              AND VSAM-EMPL-ACTIVE
              AND WS-BEFORE-IMAGE(42:4) = VSAM-EMPL-DEPT
              CONTINUE
           ELSE
              IF WS-BEFORE-IMAGE(54:1) = 'A'
                 AND WS-BEFORE-IMAGE(42:4) NOT = SPACES
                 MOVE WS-BEFORE-IMAGE(42:4) TO WS-HC-ARG-DEPT
                 PERFORM 2600-FIND-HEADCOUNT-ENTRY
                 IF WS-HC-FOUND-IDX > 0
                    AND WS-HC-ACTIVE(WS-HC-FOUND-IDX) > 0
                    SUBTRACT 1 FROM WS-HC-ACTIVE(WS-HC-FOUND-IDX)
                 END-IF
              END-IF
              IF VSAM-EMPL-ACTIVE AND VSAM-EMPL-DEPT NOT = SPACES
                 MOVE VSAM-EMPL-DEPT TO WS-HC-ARG-DEPT
                 PERFORM 2600-FIND-HEADCOUNT-ENTRY
                 IF WS-HC-FOUND-IDX > 0
                    ADD 1 TO WS-HC-ACTIVE(WS-HC-FOUND-IDX)
                    MOVE VSAM-EMPL-DEPT TO WS-HC-CHECK-DEPT
                 END-IF
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2650-CHECK-HEADCOUNT - after the outcome line of an add
      *> or change that put an employee onto WS-HC-CHECK-DEPT,
      *> warn when the department's active count now exceeds the
      *> approved headcount on DEPTMAST.  A department with no
      *> approved headcount keyed is never over it.
      *> --------------------------------------------------------
       2650-CHECK-HEADCOUNT.
           IF WS-HC-CHECK-DEPT NOT = SPACES
              MOVE WS-HC-CHECK-DEPT TO WS-HC-ARG-DEPT DEPT-CODE
              MOVE SPACES           TO WS-HC-CHECK-DEPT
              PERFORM 2600-FIND-HEADCOUNT-ENTRY
              READ DEPT-MAST
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF DEPT-APPROVED-HEADCOUNT NUMERIC
                        AND WS-HC-FOUND-IDX > 0
                        AND WS-HC-ACTIVE(WS-HC-FOUND-IDX)
                            > DEPT-APPROVED-HEADCOUNT
                        MOVE WS-HC-ACTIVE(WS-HC-FOUND-IDX)
                            TO WS-HC-ACTIVE-FORMATTED
                        MOVE DEPT-APPROVED-HEADCOUNT
                            TO WS-HC-APPROVED-FORMATTED
                        MOVE SPACES TO WS-RESULT-TEXT
                        STRING 'WARNING - DEPT ' DEPT-CODE
                               ' OVER APPROVED HEADCOUNT, '
                               FUNCTION TRIM(WS-HC-ACTIVE-FORMATTED
                                             LEADING)
                               ' ACTIVE OF '
                               FUNCTION TRIM(WS-HC-APPROVED-FORMATTED
                                             LEADING)
                               DELIMITED BY SIZE INTO WS-RESULT-TEXT
                        END-STRING
                        PERFORM 2900-WRITE-REPORT-LINE
                        ADD 1 TO WS-HC-WARNINGS
                     END-IF
              END-READ
           END-IF.

      *> --------------------------------------------------------
      *> 2700-MASS-ADJUST - apply (or, on a dry run, only report)
      *> a percentage or flat-amount salary adjustment to every
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-ADJ-MATCH-COUNT

      *> Flagged, not refused: see the header.  The range is
      *> checked against the new salary whichever the run mode.
           IF VSAM-EMPL-GRADE NOT = SPACES
              MOVE VSAM-EMPL-GRADE   TO WS-GRADE-ARG-CODE
              MOVE WS-ADJ-NEW-SALARY TO WS-GRADE-ARG-SALARY
              PERFORM 2570-CHECK-GRADE-RANGE
              IF NOT SALARY-IN-GRADE
                 MOVE SPACES TO WS-RESULT-TEXT
                 STRING VSAM-EMPL-ID ' WARNING - '
                        WS-GRADE-RANGE-TEXT
                        DELIMITED BY SIZE INTO WS-RESULT-TEXT
                 PERFORM 2900-WRITE-REPORT-LINE
                 ADD 1 TO WS-GRADE-WARNINGS
              END-IF
           END-IF

           IF ADJ-MODE-UPDATE
              MOVE VSAM-REC TO WS-BEFORE-IMAGE
              COMPUTE WS-ADJ-NEW-CENTS = WS-ADJ-NEW-SALARY * 100
           EVALUATE TRUE
               WHEN MAINT-MASS-ADJUST
                  PERFORM 2550-VALIDATE-ADJUSTMENT
               WHEN MAINT-DEPT-TRANSFER
                  PERFORM 2560-VALIDATE-TRANSFER
               WHEN MAINT-ADD
               WHEN MAINT-CHANGE
                  PERFORM 2500-VALIDATE-TRANSACTION
      *> the day it is submitted, not the morning it fires.
           IF RECORD-IS-VALID
              AND (MAINT-DELETE
                 OR (MAINT-MASS-ADJUST AND ADJ-MODE-UPDATE)
                 OR (MAINT-DEPT-TRANSFER AND XFER-MODE-UPDATE))
              AND MAINT-OPERATOR-ID = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'MISSING OPERATOR ID' TO WS-RESULT-TEXT

      *> --------------------------------------------------------
      *> 2760-STAGE-HELD-TRANS - dual control, first pair of eyes:
      *> a delete or update-mode mass adjust or department
      *> transfer is validated now,
      *> then parked in the held table for 3400-SETTLE-HELD-TRANS
      *> to write to HELDOUT, instead of touching the master.  It
      *> applies only when a later P transaction from a different
           IF MAINT-MASS-ADJUST
              PERFORM 2550-VALIDATE-ADJUSTMENT
           END-IF
           IF MAINT-DEPT-TRANSFER
              PERFORM 2560-VALIDATE-TRANSFER
           END-IF

           IF RECORD-IS-VALID AND MAINT-OPERATOR-ID = SPACES
              MOVE 'N' TO WS-VALID-FLAG
                  PERFORM 2400-DELETE-RECORD
               WHEN MAINT-MASS-ADJUST
                  PERFORM 2700-MASS-ADJUST
               WHEN MAINT-DEPT-TRANSFER
                  PERFORM 2790-DEPT-TRANSFER
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *> --------------------------------------------------------
      *> 2790-DEPT-TRANSFER - move (or, on a dry run, only report)
      *> every employee on the from-department to the
      *> to-department.  The master has no department index, so
      *> the whole file is read in key order; each employee moved
      *> gets a report line either way, so the dry-run output is
      *> exactly what the U pass will do.
      *> --------------------------------------------------------
       2790-DEPT-TRANSFER.
           PERFORM 2560-VALIDATE-TRANSFER
           IF NOT RECORD-IS-VALID
              PERFORM 2900-WRITE-REPORT-LINE
              ADD 1 TO WS-TRANS-REJECTED
           ELSE
              MOVE MAINT-XFER-FROM-DEPT TO WS-XFER-FROM-DEPT
              MOVE MAINT-XFER-TO-DEPT   TO WS-XFER-TO-DEPT
              MOVE 0 TO WS-XFER-MOVED WS-XFER-FROM-BEFORE
                        WS-XFER-TO-BEFORE
              MOVE SPACES TO WS-HC-CHECK-DEPT
              PERFORM 2791-START-DEPT-SCAN
              PERFORM 2793-TRANSFER-ONE-RECORD
                  UNTIL XFER-EOF-REACHED

              IF XFER-MODE-UPDATE
                 MOVE 0 TO WS-XFER-FROM-AFTER WS-XFER-TO-AFTER
                 PERFORM 2791-START-DEPT-SCAN
                 PERFORM 2795-COUNT-ONE-RECORD
                     UNTIL XFER-EOF-REACHED
              ELSE
                 COMPUTE WS-XFER-FROM-AFTER =
                     WS-XFER-FROM-BEFORE - WS-XFER-MOVED
                 COMPUTE WS-XFER-TO-AFTER =
                     WS-XFER-TO-BEFORE + WS-XFER-MOVED
              END-IF
              PERFORM 2797-REPORT-TRANSFER-TOTALS
      *> One headcount check for the whole move, after the totals.
              IF XFER-MODE-UPDATE AND WS-XFER-MOVED > 0
                 MOVE WS-XFER-TO-DEPT TO WS-HC-CHECK-DEPT
              ELSE
                 MOVE SPACES TO WS-HC-CHECK-DEPT
              END-IF
              PERFORM 2650-CHECK-HEADCOUNT
           END-IF.

       2791-START-DEPT-SCAN.
           MOVE 'N' TO WS-XFER-EOF-FLAG
           MOVE LOW-VALUES TO VSAM-EMPL-ID
           START VSAM-MASTER KEY IS NOT LESS THAN VSAM-EMPL-ID
               INVALID KEY
                  MOVE 'Y' TO WS-XFER-EOF-FLAG
           END-START
           IF NOT XFER-EOF-REACHED
              PERFORM 2792-READ-NEXT-FOR-TRANSFER
           END-IF.

       2792-READ-NEXT-FOR-TRANSFER.
           READ VSAM-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-XFER-EOF-FLAG
           END-READ

           IF NOT XFER-EOF-REACHED AND NOT VSAM-OK
              AND NOT VSAM-DUP-KEY
              DISPLAY 'ERROR READING VSAM FILE, STATUS: '
                      WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 2793-TRANSFER-ONE-RECORD - count the record into the
      *> before totals and, when it carries the from-department,
      *> report it and (update mode) rewrite it on the
      *> to-department, journaled like any other change.  A
      *> rewrite leaves the key-order read position alone.
      *> --------------------------------------------------------
       2793-TRANSFER-ONE-RECORD.
           IF VSAM-EMPL-DEPT = WS-XFER-TO-DEPT
              ADD 1 TO WS-XFER-TO-BEFORE
           END-IF
           IF VSAM-EMPL-DEPT = WS-XFER-FROM-DEPT
              ADD 1 TO WS-XFER-FROM-BEFORE
              MOVE SPACES TO WS-RESULT-TEXT
              STRING VSAM-EMPL-ID ' ' VSAM-EMPL-NAME ' '
                     VSAM-EMPL-STATUS ' ' WS-XFER-FROM-DEPT
                     ' TO ' WS-XFER-TO-DEPT
                     DELIMITED BY SIZE INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 2900-WRITE-REPORT-LINE
              ADD 1 TO WS-XFER-MOVED
              IF XFER-MODE-UPDATE
                 MOVE VSAM-REC        TO WS-BEFORE-IMAGE
                 MOVE WS-XFER-TO-DEPT TO VSAM-EMPL-DEPT
                 REWRITE VSAM-REC
                 IF NOT VSAM-OK AND NOT VSAM-DUP-KEY
                    DISPLAY 'ERROR REWRITING VSAM RECORD, STATUS: '
                            WS-VSAM-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE VSAM-REC TO WS-AFTER-IMAGE
                 MOVE 'C'      TO WS-AUDIT-FUNCTION
                 PERFORM 2800-WRITE-AUDIT-RECORD
                 PERFORM 2630-RECOUNT-CHANGE
                 ADD 1 TO WS-RECORDS-CHANGED
                 ADD 1 TO WS-RECORDS-MOVED
              END-IF
           END-IF
           PERFORM 2792-READ-NEXT-FOR-TRANSFER.

       2795-COUNT-ONE-RECORD.
           IF VSAM-EMPL-DEPT = WS-XFER-FROM-DEPT
              ADD 1 TO WS-XFER-FROM-AFTER
           END-IF
           IF VSAM-EMPL-DEPT = WS-XFER-TO-DEPT
              ADD 1 TO WS-XFER-TO-AFTER
           END-IF
           PERFORM 2792-READ-NEXT-FOR-TRANSFER.

      *> --------------------------------------------------------
      *> 2797-REPORT-TRANSFER-TOTALS - the from/to headcount
      *> control totals.  On a dry run the after counts are what
      *> the U pass will leave; in update mode they were recounted
      *> off the master and must equal before minus (plus) moved.
      *> --------------------------------------------------------
       2797-REPORT-TRANSFER-TOTALS.
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE WS-XFER-MOVED TO WS-XFER-MOVED-FORMATTED
           IF XFER-MODE-UPDATE
              STRING FUNCTION TRIM(WS-XFER-MOVED-FORMATTED LEADING)
                     ' EMPLOYEES MOVED'
                     DELIMITED BY SIZE INTO WS-RESULT-TEXT
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-XFER-MOVED-FORMATTED LEADING)
                     ' EMPLOYEES WOULD BE MOVED - DRY RUN ONLY'
                     DELIMITED BY SIZE INTO WS-RESULT-TEXT
              END-STRING
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE WS-XFER-FROM-BEFORE TO WS-XFER-BEFORE-FORMATTED
           MOVE WS-XFER-FROM-AFTER  TO WS-XFER-AFTER-FORMATTED
           MOVE SPACES TO WS-RESULT-TEXT
           STRING 'FROM ' WS-XFER-FROM-DEPT
                  ' BEFORE ' WS-XFER-BEFORE-FORMATTED
                  ' OUT '    WS-XFER-MOVED-FORMATTED
                  ' AFTER '  WS-XFER-AFTER-FORMATTED
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE WS-XFER-TO-BEFORE TO WS-XFER-BEFORE-FORMATTED
           MOVE WS-XFER-TO-AFTER  TO WS-XFER-AFTER-FORMATTED
           MOVE SPACES TO WS-RESULT-TEXT
           STRING 'TO   ' WS-XFER-TO-DEPT
                  ' BEFORE ' WS-XFER-BEFORE-FORMATTED
                  ' IN  '    WS-XFER-MOVED-FORMATTED
                  ' AFTER '  WS-XFER-AFTER-FORMATTED
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE

           IF WS-XFER-FROM-AFTER + WS-XFER-MOVED
                 NOT = WS-XFER-FROM-BEFORE
              OR WS-XFER-TO-BEFORE + WS-XFER-MOVED
                 NOT = WS-XFER-TO-AFTER
              MOVE 'TRANSFER CONTROL TOTALS DO NOT AGREE'
                  TO WS-RESULT-TEXT
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

      *> --------------------------------------------------------
      *> 2800-WRITE-AUDIT-RECORD - journal the update just applied:
      *> when it happened, who applied it, what was done, and the
                      WS-DEPT-STATUS
           END-IF.

           CLOSE GRADE-MAST
           IF NOT GRADE-OK
              DISPLAY 'CLOSING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
           END-IF.

           CLOSE MAINT-IN
           IF NOT MAINT-OK
              DISPLAY 'CLOSING TRANSACTION FILE, STATUS: '
                      WS-HELDOUT-STATUS
           END-IF.

           CLOSE OPER-MAST
           IF NOT OPER-OK
              DISPLAY 'CLOSING OPERATOR AUTHORITY FILE, STATUS: '
                      WS-OPER-STATUS
           END-IF.

           CLOSE SEC-VIOL
           IF NOT SECV-OK
              DISPLAY 'CLOSING SECURITY VIOLATION LOG, STATUS: '
                      WS-SECV-STATUS
           END-IF.

           CLOSE EMPL-IDS
           IF NOT EMPID-OK
              DISPLAY 'CLOSING EMPLOYEE ID FILE, STATUS: '
                      WS-EMPID-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'VSAM maintenance processing complete.'
           DISPLAY 'Transactions Read:    ' WS-TRANS-READ
           DISPLAY 'Records Found:        ' WS-RECORDS-FOUND
           DISPLAY 'Records Added:        ' WS-RECORDS-ADDED
           DISPLAY 'Records Changed:      ' WS-RECORDS-CHANGED
           DISPLAY 'Records Transferred:  ' WS-RECORDS-MOVED
           DISPLAY 'Records Deleted:      ' WS-RECORDS-DELETED
           DISPLAY 'Employee IDs Assigned:' WS-IDS-ASSIGNED
           DISPLAY 'Employee IDs Retired: ' WS-IDS-RETIRED
           DISPLAY 'Transactions Pended:  ' WS-TRANS-PENDED
           DISPLAY 'Transactions Held:    ' WS-TRANS-HELD
           DISPLAY 'Holds Approved:       ' WS-HOLDS-APPROVED
           DISPLAY 'Holds Expired:        ' WS-HOLDS-EXPIRED
           DISPLAY 'Holds Carried:        ' WS-HOLDS-CARRIED
           DISPLAY 'Transactions Rejected:' WS-TRANS-REJECTED
           DISPLAY '  Refused Authority:  ' WS-TRANS-REFUSED
           DISPLAY 'Headcount Warnings:   ' WS-HC-WARNINGS
           DISPLAY 'Grade Warnings:       ' WS-GRADE-WARNINGS.

      *> --------------------------------------------------------
      *> 3300-WRITE-RUN-HISTORY - append this run's statistics to
              CLOSE RUN-HIST
           END-IF.

      *> --------------------------------------------------------
      *> 3900-CYCLE-POST - post the step's final return code to
      *> the cycle ledger, leaving RETURN-CODE as the step set it.
      *> --------------------------------------------------------
       3900-CYCLE-POST.
           MOVE RETURN-CODE TO WS-CYCL-STEP-RC
           MOVE SPACES TO WS-CYCL-PARM-TEXT
           STRING 'FUNC=POST STEP=VSAMMAINT RC=' WS-CYCL-STEP-RC
               DELIMITED BY SIZE INTO WS-CYCL-PARM-TEXT
           END-STRING
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              DISPLAY 'NIGHTLY CYCLE POST FAILED FOR VSAMMAINT'
           END-IF
           MOVE WS-CYCL-STEP-RC TO RETURN-CODE.

       END PROGRAM VSAMMAINT.
