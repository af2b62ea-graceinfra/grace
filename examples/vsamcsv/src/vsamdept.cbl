      *>              N is the normal way to close a department,
      *>              since records already carrying the code
      *>              still need it to resolve to a name.
      *>   cols 43-47 approved headcount (optional, digits)
      *>   cols 48-58 annual salary budget (optional, 11 digits,
      *>              dollars and cents with no decimal point -
      *>              00012500000 is 125,000.00)
      *>              An add leaves either blank as 'not budgeted';
      *>              a change leaves blank unchanged.
      *>   cols 64-71 operator ID (required)
      *> A change to N, or a delete, is refused while any active
      *> employee on the master (VSAMIN) still carries the code -
      *> move them out first with VSAMMAINT's T transaction.
      *> Terminated employees do not hold a department open.
      *> The operator must be on the OPERMAST authority file (see
      *> the OPERREC copybook), active, and granted inquiry for an
      *> I or department maintenance for an A, C or D.  An
      *> operator limited to named departments may only inquire
      *> on and maintain those codes.  A transaction that fails
      *> any of these is refused with a 'REFUSED -' reason line
      *> and logged to the SECVIOL security violation log for
      *> VSAMSECR.
      *> Every transaction's outcome is written to DEPT-RPT.
      *> ---------------------------------------------------------

                  RECORD KEY IS DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT VSAM-MASTER ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT DEPT-IN ASSIGN TO DEPTIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT OPER-MAST ASSIGN TO OPERMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPER-ID
                  FILE STATUS IS WS-OPER-STATUS.

           SELECT SEC-VIOL ASSIGN TO SECVIOL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SECV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEPT-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DEPT-REC.
           COPY DEPTREC.

       FD VSAM-MASTER
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VSAM-REC.
           COPY VSAMREC.

       FD DEPT-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
          05 DTRN-NAME              PIC X(30).
          05 DTRN-COST-CENTER       PIC X(06).
          05 DTRN-ACTIVE-FLAG       PIC X(01).
          05 DTRN-APPROVED-HEADCOUNT PIC X(05).
          05 DTRN-HEADCOUNT-NUM REDEFINES DTRN-APPROVED-HEADCOUNT
                                    PIC 9(05).
          05 DTRN-SALARY-BUDGET     PIC X(11).
          05 DTRN-BUDGET-NUM REDEFINES DTRN-SALARY-BUDGET
                                    PIC 9(09)V99.
          05 FILLER                 PIC X(05).
          05 DTRN-OPERATOR-ID       PIC X(08).
          05 FILLER                 PIC X(09).

       FD DEPT-RPT
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DEPT-RPT-REC               PIC X(80).

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
      *> refused transaction, opened EXTEND so this run's entries
      *> follow every earlier run's.  See the SECVREC copybook.
      *> --------------------------------------------------------
       FD SEC-VIOL
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SECV-REC.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-DEPT-STATUS     PIC XX  VALUE SPACES.
             88 DEPT-OK                VALUE '00'.
             88 DEPT-NOT-FOUND         VALUE '23'.
          05 WS-VSAM-STATUS     PIC XX  VALUE SPACES.
             88 VSAM-OK                VALUE '00'.
             88 VSAM-DUP-KEY           VALUE '02'.
          05 WS-TRANS-STATUS    PIC XX  VALUE SPACES.
             88 TRANS-OK               VALUE '00'.
          05 WS-RPT-STATUS      PIC XX  VALUE SPACES.
             88 RPT-OK                 VALUE '00'.
          05 WS-OPER-STATUS     PIC XX  VALUE SPACES.
             88 OPER-OK                VALUE '00'.
          05 WS-SECV-STATUS     PIC XX  VALUE SPACES.
             88 SECV-OK                VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG        PIC X   VALUE 'N'.
             88 EOF-REACHED            VALUE 'Y'.
          05 WS-VALID-FLAG      PIC X   VALUE 'Y'.
             88 RECORD-IS-VALID        VALUE 'Y'.
          05 WS-SCAN-EOF-FLAG   PIC X   VALUE 'N'.
             88 SCAN-EOF-REACHED       VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-TRANS-READ      PIC 9(5) VALUE 0.
          05 WS-DEPTS-DELETED   PIC 9(5) VALUE 0.
          05 WS-DEPTS-FOUND     PIC 9(5) VALUE 0.
          05 WS-TRANS-REJECTED  PIC 9(5) VALUE 0.
          05 WS-TRANS-REFUSED   PIC 9(5) VALUE 0.
          05 WS-ACTIVE-IN-DEPT  PIC 9(5) VALUE 0.
          05 WS-ACTIVE-FORMATTED PIC Z(4)9.

      *> Wide enough for 2100-INQUIRE-DEPT's
      *> 'FOUND - ' + DEPT-NAME(30) + ' ' + DEPT-COST-CENTER(6)
      *> + ' ' + DEPT-ACTIVE-FLAG(1) + ' HC ' + headcount(5)
      *> + ' BUD ' + budget(12).
       01 WS-RESULT-TEXT           PIC X(73).

      *> Approved headcount and salary budget as 2100-INQUIRE-DEPT
      *> shows them; a department with no plan keyed shows blanks.
       01 WS-INQ-HEADCOUNT         PIC X(05).
       01 WS-INQ-HEADCOUNT-ED REDEFINES WS-INQ-HEADCOUNT
                                   PIC Z(4)9.
       01 WS-INQ-BUDGET            PIC X(12).
       01 WS-INQ-BUDGET-ED REDEFINES WS-INQ-BUDGET
                                   PIC Z(8)9.99.

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
       01 WS-AUTH-IDX              PIC 9(2) COMP VALUE 0.
       01 WS-AUTH-REASON-CODE      PIC X(04).
       01 WS-AUTH-REASON-TEXT      PIC X(30).
       01 WS-SECV-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              STOP RUN
           END-IF.

           OPEN INPUT VSAM-MASTER
           IF NOT VSAM-OK
              DISPLAY 'ERROR OPENING VSAM FILE, STATUS: '
                      WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT DEPT-IN
           IF NOT TRANS-OK
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

       1300-READ-TRANSACTION.
           READ DEPT-IN
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
                     ' ' DTRN-OPERATOR-ID DELIMITED BY SIZE
                     INTO WS-RESULT-TEXT
              PERFORM 2900-WRITE-REPORT-LINE
              ADD 1 TO WS-TRANS-REJECTED
              ADD 1 TO WS-TRANS-REFUSED
           END-IF
           PERFORM 1300-READ-TRANSACTION.

       2010-DISPATCH-TRANSACTION.
           EVALUATE TRUE
               WHEN DTRN-INQUIRY
                  PERFORM 2100-INQUIRE-DEPT
                  MOVE 'UNKNOWN FUNCTION CODE' TO WS-RESULT-TEXT
                  PERFORM 2900-WRITE-REPORT-LINE
                  ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE.

      *> --------------------------------------------------------
      *> 2050-CHECK-OPERATOR-AUTHORITY - the operator must be
      *> keyed, on OPERMAST, active and granted the function, and
      *> a department-limited operator must also be granted the
      *> department code.  An unknown function code passes the
      *> function check and is rejected as unknown by the
      *> dispatch.
      *> --------------------------------------------------------
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-FLAG
           IF DTRN-OPERATOR-ID = SPACES
              MOVE 'N'    TO WS-AUTH-FLAG
              MOVE 'NOOP' TO WS-AUTH-REASON-CODE
              MOVE 'NO OPERATOR ID' TO WS-AUTH-REASON-TEXT
           ELSE
              MOVE DTRN-OPERATOR-ID TO OPER-ID
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
              EVALUATE TRUE
                  WHEN DTRN-INQUIRY
                     MOVE OPER-CAN-INQUIRE    TO WS-AUTH-GRANT
                  WHEN DTRN-ADD OR DTRN-CHANGE OR DTRN-DELETE
                     MOVE OPER-CAN-DEPT-MAINT TO WS-AUTH-GRANT
                  WHEN OTHER
                     MOVE 'Y'                 TO WS-AUTH-GRANT
              END-EVALUATE
              IF NOT FUNCTION-GRANTED
                 MOVE 'N'    TO WS-AUTH-FLAG
                 MOVE 'NAFN' TO WS-AUTH-REASON-CODE
                 MOVE 'FUNCTION NOT GRANTED' TO WS-AUTH-REASON-TEXT
              END-IF
           END-IF

           IF OPERATOR-AUTHORIZED AND OPER-DEPT-LIST NOT = SPACES
              MOVE 'N' TO WS-AUTH-DEPT-FLAG
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > 8 OR AUTH-DEPT-GRANTED
                 IF DTRN-CODE NOT = SPACES
                    AND OPER-DEPT(WS-AUTH-IDX) = DTRN-CODE
                    MOVE 'Y' TO WS-AUTH-DEPT-FLAG
                 END-IF
              END-PERFORM
              IF NOT AUTH-DEPT-GRANTED
                 MOVE 'N'    TO WS-AUTH-FLAG
                 MOVE 'NADP' TO WS-AUTH-REASON-CODE
                 MOVE 'DEPARTMENT NOT GRANTED' TO WS-AUTH-REASON-TEXT
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2070-LOG-SECURITY-VIOLATION - one SECVIOL record per
      *> refused transaction.  The log is the security record of
      *> the run, so a failed write is fatal.
      *> --------------------------------------------------------
       2070-LOG-SECURITY-VIOLATION.
           MOVE FUNCTION CURRENT-DATE TO WS-SECV-DATE-TIME
           MOVE SPACES                   TO SECV-REC
           MOVE WS-SECV-DATE-TIME(1:8)   TO SECV-DATE
           MOVE WS-SECV-DATE-TIME(9:6)   TO SECV-TIME
           MOVE 'VSAMDEPT'               TO SECV-PROGRAM
           MOVE DTRN-OPERATOR-ID         TO SECV-OPERATOR
           MOVE DTRN-FUNCTION            TO SECV-FUNCTION
           MOVE DTRN-CODE                TO SECV-KEY
           MOVE WS-AUTH-REASON-CODE      TO SECV-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT      TO SECV-REASON-TEXT
           WRITE SECV-REC
           IF NOT SECV-OK
              DISPLAY 'ERROR WRITING SECURITY VIOLATION, STATUS: '
                      WS-SECV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2100-INQUIRE-DEPT.
           MOVE DTRN-CODE TO DEPT-CODE
               INVALID KEY
                  MOVE 'NOT FOUND' TO WS-RESULT-TEXT
               NOT INVALID KEY
                  MOVE SPACES TO WS-INQ-HEADCOUNT WS-INQ-BUDGET
                  IF DEPT-APPROVED-HEADCOUNT NUMERIC
                     MOVE DEPT-APPROVED-HEADCOUNT
                         TO WS-INQ-HEADCOUNT-ED
                  END-IF
                  IF DEPT-SALARY-BUDGET NUMERIC
                     MOVE DEPT-SALARY-BUDGET TO WS-INQ-BUDGET-ED
                  END-IF
                  MOVE SPACES TO WS-RESULT-TEXT
                  STRING 'FOUND - ' DEPT-NAME ' '
                         DEPT-COST-CENTER ' '
                         DEPT-ACTIVE-FLAG
                         ' HC ' WS-INQ-HEADCOUNT
                         ' BUD ' WS-INQ-BUDGET
                         DELIMITED BY SIZE INTO WS-RESULT-TEXT
                  ADD 1 TO WS-DEPTS-FOUND
           END-READ
                 ELSE
                    MOVE DTRN-ACTIVE-FLAG TO DEPT-ACTIVE-FLAG
                 END-IF
                 IF DTRN-APPROVED-HEADCOUNT NOT = SPACES
                    MOVE DTRN-HEADCOUNT-NUM
                        TO DEPT-APPROVED-HEADCOUNT
                 END-IF
                 IF DTRN-SALARY-BUDGET NOT = SPACES
                    MOVE DTRN-BUDGET-NUM TO DEPT-SALARY-BUDGET
                 END-IF
                 WRITE DEPT-REC
                 IF NOT DEPT-OK
                    DISPLAY 'ERROR WRITING DEPARTMENT RECORD, STATUS: '
                  NOT INVALID KEY
      *> Blank fields leave the master's values alone, so a change
      *> that only flips the active flag does not blank out the
      *> name, cost center or budget.
                     IF DTRN-NAME NOT = SPACES
                        MOVE DTRN-NAME TO DEPT-NAME
                     END-IF
                     IF DTRN-ACTIVE-FLAG NOT = SPACE
                        MOVE DTRN-ACTIVE-FLAG TO DEPT-ACTIVE-FLAG
                     END-IF
                     IF DTRN-APPROVED-HEADCOUNT NOT = SPACES
                        MOVE DTRN-HEADCOUNT-NUM
                            TO DEPT-APPROVED-HEADCOUNT
                     END-IF
                     IF DTRN-SALARY-BUDGET NOT = SPACES
                        MOVE DTRN-BUDGET-NUM TO DEPT-SALARY-BUDGET
                     END-IF
      *> Closing a department that still has active staff would
      *> leave them in a department nothing else will accept.
                     IF DTRN-ACTIVE-FLAG = 'N'
                        PERFORM 2600-COUNT-ACTIVE-IN-DEPT
                     ELSE
                        MOVE 0 TO WS-ACTIVE-IN-DEPT
                     END-IF
                     IF WS-ACTIVE-IN-DEPT > 0
                        MOVE WS-ACTIVE-IN-DEPT TO WS-ACTIVE-FORMATTED
                        MOVE SPACES TO WS-RESULT-TEXT
                        STRING FUNCTION TRIM(WS-ACTIVE-FORMATTED)
                               ' ACTIVE EMPLOYEES - NOT CLOSED'
                               DELIMITED BY SIZE INTO WS-RESULT-TEXT
                        ADD 1 TO WS-TRANS-REJECTED
                     ELSE
                        REWRITE DEPT-REC
                        IF NOT DEPT-OK
                           DISPLAY 'ERROR REWRITING DEPARTMENT '
                                   'RECORD, STATUS: ' WS-DEPT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'CHANGED' TO WS-RESULT-TEXT
                        ADD 1 TO WS-DEPTS-CHANGED
                     END-IF
              END-READ
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
                  MOVE 'NOT FOUND - NOT DELETED' TO WS-RESULT-TEXT
                  ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                  PERFORM 2600-COUNT-ACTIVE-IN-DEPT
                  IF WS-ACTIVE-IN-DEPT > 0
                     MOVE WS-ACTIVE-IN-DEPT TO WS-ACTIVE-FORMATTED
                     MOVE SPACES TO WS-RESULT-TEXT
                     STRING FUNCTION TRIM(WS-ACTIVE-FORMATTED)
                            ' ACTIVE EMPLOYEES - NOT DELETED'
                            DELIMITED BY SIZE INTO WS-RESULT-TEXT
                     ADD 1 TO WS-TRANS-REJECTED
                  ELSE
                     DELETE DEPT-MAST
                     IF NOT DEPT-OK
                        DISPLAY 'ERROR DELETING DEPARTMENT RECORD, '
                                'STATUS: ' WS-DEPT-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE 'DELETED' TO WS-RESULT-TEXT
                     ADD 1 TO WS-DEPTS-DELETED
                  END-IF
           END-READ
           PERFORM 2900-WRITE-REPORT-LINE.

                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-RESULT-TEXT
              END-IF
           END-IF

           IF RECORD-IS-VALID
              AND DTRN-APPROVED-HEADCOUNT NOT = SPACES
              AND DTRN-APPROVED-HEADCOUNT NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'APPROVED HEADCOUNT NOT NUMERIC' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND DTRN-SALARY-BUDGET NOT = SPACES
              AND DTRN-SALARY-BUDGET NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'SALARY BUDGET NOT NUMERIC' TO WS-RESULT-TEXT
           END-IF.

      *> --------------------------------------------------------
      *> 2600-COUNT-ACTIVE-IN-DEPT - count the active employees on
      *> the master carrying DTRN-CODE, into WS-ACTIVE-IN-DEPT.
      *> The master is keyed on employee ID, not department, so
      *> this is a full pass; closes and deletes are rare enough
      *> that it is not worth holding a table for them.
      *> --------------------------------------------------------
       2600-COUNT-ACTIVE-IN-DEPT.
           MOVE 0 TO WS-ACTIVE-IN-DEPT
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO VSAM-EMPL-ID
           START VSAM-MASTER KEY IS NOT LESS THAN VSAM-EMPL-ID
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START

           IF NOT SCAN-EOF-REACHED
              PERFORM 2620-READ-NEXT-EMPLOYEE
              PERFORM 2610-COUNT-ONE-EMPLOYEE
                  UNTIL SCAN-EOF-REACHED
           END-IF.

       2610-COUNT-ONE-EMPLOYEE.
           IF VSAM-EMPL-ACTIVE AND VSAM-EMPL-DEPT = DTRN-CODE
              ADD 1 TO WS-ACTIVE-IN-DEPT
           END-IF
           PERFORM 2620-READ-NEXT-EMPLOYEE.

       2620-READ-NEXT-EMPLOYEE.
           READ VSAM-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-READ

           IF NOT SCAN-EOF-REACHED AND NOT VSAM-OK
              AND NOT VSAM-DUP-KEY
              DISPLAY 'ERROR READING VSAM FILE, STATUS: '
                      WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2900-WRITE-REPORT-LINE.
           MOVE SPACES TO DEPT-RPT-REC
           STRING DTRN-FUNCTION ' ' DTRN-CODE ' '
                  FUNCTION TRIM(WS-RESULT-TEXT)
                  DELIMITED BY SIZE INTO DEPT-RPT-REC
                      WS-DEPT-STATUS
           END-IF.

           CLOSE VSAM-MASTER
           IF NOT VSAM-OK
              DISPLAY 'CLOSING VSAM FILE, STATUS: ' WS-VSAM-STATUS
           END-IF.

           CLOSE DEPT-IN
           IF NOT TRANS-OK
              DISPLAY 'CLOSING TRANSACTION FILE, STATUS: '
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
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

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Department maintenance processing complete.'
           DISPLAY 'Transactions Read:    ' WS-TRANS-READ
           DISPLAY 'Departments Added:    ' WS-DEPTS-ADDED
           DISPLAY 'Departments Changed:  ' WS-DEPTS-CHANGED
           DISPLAY 'Departments Deleted:  ' WS-DEPTS-DELETED
           DISPLAY 'Transactions Rejected:' WS-TRANS-REJECTED
           DISPLAY '  Refused Authority:  ' WS-TRANS-REFUSED.

       END PROGRAM VSAMDEPT.
