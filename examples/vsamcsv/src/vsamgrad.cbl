       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMGRAD.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Maintenance/inquiry against the pay grade reference
      *> master (see the GRADREC copybook), the keyed file of pay
      *> grades and their salary ranges that VSAMMAINT and
      *> VSAMLOAD check employee salaries against and VSAMCOMP
      *> reports compa-ratios from.
      *>
      *> Driven by a small transaction file, same shape as
      *> VSAMDEPT's DEPT-IN.  Each GRADE-IN record is one
      *> transaction:
      *>   col  1     function code - I=inquiry, A=add,
      *>                              C=change, D=delete
      *>   cols 2- 4  grade code (required)
      *>   cols 5-34  grade description (required for A; a change
      *>              leaves it unchanged when blank)
      *>   cols 35-44 range minimum
      *>   cols 45-54 range midpoint
      *>   cols 55-64 range maximum
      *>              each an annual salary, 10 digits, dollars and
      *>              cents with no decimal point - 0004500000 is
      *>              45,000.00
      *> An add needs all three salaries; a change leaves a blank
      *> one unchanged.  Either way the grade as it would stand
      *> must keep minimum <= midpoint <= maximum, with a midpoint
      *> above zero, or the transaction is rejected.
      *> A delete is refused while any active employee on the
      *> master (VSAMIN) still carries the grade.
      *> Every transaction's outcome is written to GRADE-RPT.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-MAST ASSIGN TO GRADMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GRADE-CODE
                  FILE STATUS IS WS-GRADE-STATUS.

           SELECT VSAM-MASTER ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT GRADE-IN ASSIGN TO GRADEIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TRANS-STATUS.

           SELECT GRADE-RPT ASSIGN TO GRADERPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GRADE-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GRADE-REC.
           COPY GRADREC.

       FD VSAM-MASTER
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VSAM-REC.
           COPY VSAMREC.

       FD GRADE-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GRADE-TRANS-REC.
          05 GTRN-FUNCTION          PIC X(01).
             88 GTRN-INQUIRY              VALUE 'I'.
             88 GTRN-ADD                  VALUE 'A'.
             88 GTRN-CHANGE               VALUE 'C'.
             88 GTRN-DELETE               VALUE 'D'.
          05 GTRN-CODE              PIC X(03).
          05 GTRN-DESCRIPTION       PIC X(30).
          05 GTRN-MIN-SALARY        PIC X(10).
          05 GTRN-MIN-NUM REDEFINES GTRN-MIN-SALARY
                                    PIC 9(08)V99.
          05 GTRN-MID-SALARY        PIC X(10).
          05 GTRN-MID-NUM REDEFINES GTRN-MID-SALARY
                                    PIC 9(08)V99.
          05 GTRN-MAX-SALARY        PIC X(10).
          05 GTRN-MAX-NUM REDEFINES GTRN-MAX-SALARY
                                    PIC 9(08)V99.
          05 FILLER                 PIC X(16).

       FD GRADE-RPT
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GRADE-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-GRADE-STATUS    PIC XX  VALUE SPACES.
             88 GRADE-OK               VALUE '00'.
             88 GRADE-NOT-FOUND        VALUE '23'.
          05 WS-VSAM-STATUS     PIC XX  VALUE SPACES.
             88 VSAM-OK                VALUE '00'.
             88 VSAM-DUP-KEY           VALUE '02'.
          05 WS-TRANS-STATUS    PIC XX  VALUE SPACES.
             88 TRANS-OK               VALUE '00'.
          05 WS-RPT-STATUS      PIC XX  VALUE SPACES.
             88 RPT-OK                 VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG        PIC X   VALUE 'N'.
             88 EOF-REACHED            VALUE 'Y'.
          05 WS-VALID-FLAG      PIC X   VALUE 'Y'.
             88 RECORD-IS-VALID        VALUE 'Y'.
          05 WS-SCAN-EOF-FLAG   PIC X   VALUE 'N'.
             88 SCAN-EOF-REACHED       VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-TRANS-READ      PIC 9(5) VALUE 0.
          05 WS-GRADES-ADDED    PIC 9(5) VALUE 0.
          05 WS-GRADES-CHANGED  PIC 9(5) VALUE 0.
          05 WS-GRADES-DELETED  PIC 9(5) VALUE 0.
          05 WS-GRADES-FOUND    PIC 9(5) VALUE 0.
          05 WS-TRANS-REJECTED  PIC 9(5) VALUE 0.
          05 WS-ACTIVE-IN-GRADE PIC 9(5) VALUE 0.
          05 WS-ACTIVE-FORMATTED PIC Z(4)9.

      *> Wide enough for 2100-INQUIRE-GRADE's
      *> 'FOUND - ' + GRADE-DESCRIPTION(30) + ' ' + minimum(11)
      *> + ' ' + midpoint(11) + ' ' + maximum(11).
       01 WS-RESULT-TEXT           PIC X(74).

       01 WS-INQ-MIN               PIC Z(7)9.99.
       01 WS-INQ-MID               PIC Z(7)9.99.
       01 WS-INQ-MAX               PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-READ-TRANSACTION.

       1100-OPEN-FILES.
           OPEN I-O GRADE-MAST
           IF NOT GRADE-OK
              DISPLAY 'ERROR OPENING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT VSAM-MASTER
           IF NOT VSAM-OK
              DISPLAY 'ERROR OPENING VSAM FILE, STATUS: '
                      WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT GRADE-IN
           IF NOT TRANS-OK
              DISPLAY 'ERROR OPENING TRANSACTION FILE, STATUS: '
                      WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT GRADE-RPT
           IF NOT RPT-OK
              DISPLAY 'ERROR OPENING REPORT FILE, STATUS: '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1300-READ-TRANSACTION.
           READ GRADE-IN
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF NOT EOF-REACHED AND NOT TRANS-OK
              DISPLAY 'ERROR READING TRANSACTION FILE, STATUS: '
                      WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT EOF-REACHED
              ADD 1 TO WS-TRANS-READ
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           EVALUATE TRUE
               WHEN GTRN-INQUIRY
                  PERFORM 2100-INQUIRE-GRADE
               WHEN GTRN-ADD
                  PERFORM 2200-ADD-GRADE
               WHEN GTRN-CHANGE
                  PERFORM 2300-CHANGE-GRADE
               WHEN GTRN-DELETE
                  PERFORM 2400-DELETE-GRADE
               WHEN OTHER
                  MOVE 'UNKNOWN FUNCTION CODE' TO WS-RESULT-TEXT
                  PERFORM 2900-WRITE-REPORT-LINE
                  ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE
           PERFORM 1300-READ-TRANSACTION.

       2100-INQUIRE-GRADE.
           MOVE GTRN-CODE TO GRADE-CODE
           READ GRADE-MAST
               INVALID KEY
                  MOVE 'NOT FOUND' TO WS-RESULT-TEXT
               NOT INVALID KEY
                  MOVE GRADE-MIN-SALARY TO WS-INQ-MIN
                  MOVE GRADE-MID-SALARY TO WS-INQ-MID
                  MOVE GRADE-MAX-SALARY TO WS-INQ-MAX
                  MOVE SPACES TO WS-RESULT-TEXT
                  STRING 'FOUND - ' GRADE-DESCRIPTION ' '
                         WS-INQ-MIN ' ' WS-INQ-MID ' ' WS-INQ-MAX
                         DELIMITED BY SIZE INTO WS-RESULT-TEXT
                  ADD 1 TO WS-GRADES-FOUND
           END-READ
           PERFORM 2900-WRITE-REPORT-LINE.

       2200-ADD-GRADE.
           PERFORM 2500-VALIDATE-TRANSACTION
           IF NOT RECORD-IS-VALID
              PERFORM 2900-WRITE-REPORT-LINE
              ADD 1 TO WS-TRANS-REJECTED
           ELSE
              MOVE GTRN-CODE TO GRADE-CODE
              READ GRADE-MAST
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'N' TO WS-VALID-FLAG
                     MOVE 'GRADE CODE ALREADY EXISTS'
                         TO WS-RESULT-TEXT
              END-READ
              IF RECORD-IS-VALID
                 MOVE SPACES           TO GRADE-REC
                 MOVE GTRN-CODE        TO GRADE-CODE
                 MOVE GTRN-DESCRIPTION TO GRADE-DESCRIPTION
                 MOVE GTRN-MIN-NUM     TO GRADE-MIN-SALARY
                 MOVE GTRN-MID-NUM     TO GRADE-MID-SALARY
                 MOVE GTRN-MAX-NUM     TO GRADE-MAX-SALARY
                 PERFORM 2550-VALIDATE-RANGE
              END-IF
              IF RECORD-IS-VALID
                 WRITE GRADE-REC
                 IF NOT GRADE-OK
                    DISPLAY 'ERROR WRITING PAY GRADE RECORD, STATUS: '
                            WS-GRADE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE 'ADDED' TO WS-RESULT-TEXT
                 ADD 1 TO WS-GRADES-ADDED
              ELSE
                 ADD 1 TO WS-TRANS-REJECTED
              END-IF
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2300-CHANGE-GRADE.
           PERFORM 2500-VALIDATE-TRANSACTION
           IF NOT RECORD-IS-VALID
              PERFORM 2900-WRITE-REPORT-LINE
              ADD 1 TO WS-TRANS-REJECTED
           ELSE
              MOVE GTRN-CODE TO GRADE-CODE
              READ GRADE-MAST
                  INVALID KEY
                     MOVE 'NOT FOUND - NOT CHANGED' TO WS-RESULT-TEXT
                     ADD 1 TO WS-TRANS-REJECTED
                  NOT INVALID KEY
      *> Blank fields leave the master's values alone, so a change
      *> that only moves the maximum keeps the rest of the range.
                     IF GTRN-DESCRIPTION NOT = SPACES
                        MOVE GTRN-DESCRIPTION TO GRADE-DESCRIPTION
                     END-IF
                     IF GTRN-MIN-SALARY NOT = SPACES
                        MOVE GTRN-MIN-NUM TO GRADE-MIN-SALARY
                     END-IF
                     IF GTRN-MID-SALARY NOT = SPACES
                        MOVE GTRN-MID-NUM TO GRADE-MID-SALARY
                     END-IF
                     IF GTRN-MAX-SALARY NOT = SPACES
                        MOVE GTRN-MAX-NUM TO GRADE-MAX-SALARY
                     END-IF
                     PERFORM 2550-VALIDATE-RANGE
                     IF RECORD-IS-VALID
                        REWRITE GRADE-REC
                        IF NOT GRADE-OK
                           DISPLAY 'ERROR REWRITING PAY GRADE '
                                   'RECORD, STATUS: ' WS-GRADE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        MOVE 'CHANGED' TO WS-RESULT-TEXT
                        ADD 1 TO WS-GRADES-CHANGED
                     ELSE
                        ADD 1 TO WS-TRANS-REJECTED
                     END-IF
              END-READ
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2400-DELETE-GRADE.
           MOVE GTRN-CODE TO GRADE-CODE
           READ GRADE-MAST
               INVALID KEY
                  MOVE 'NOT FOUND - NOT DELETED' TO WS-RESULT-TEXT
                  ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                  PERFORM 2600-COUNT-ACTIVE-IN-GRADE
                  IF WS-ACTIVE-IN-GRADE > 0
                     MOVE WS-ACTIVE-IN-GRADE TO WS-ACTIVE-FORMATTED
                     MOVE SPACES TO WS-RESULT-TEXT
                     STRING FUNCTION TRIM(WS-ACTIVE-FORMATTED)
                            ' ACTIVE EMPLOYEES - NOT DELETED'
                            DELIMITED BY SIZE INTO WS-RESULT-TEXT
                     ADD 1 TO WS-TRANS-REJECTED
                  ELSE
                     DELETE GRADE-MAST
                     IF NOT GRADE-OK
                        DISPLAY 'ERROR DELETING PAY GRADE RECORD, '
                                'STATUS: ' WS-GRADE-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE 'DELETED' TO WS-RESULT-TEXT
                     ADD 1 TO WS-GRADES-DELETED
                  END-IF
           END-READ
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 2500-VALIDATE-TRANSACTION - check an ADD/CHANGE
      *> transaction before the master is touched.  The
      *> description and all three salaries are only required on
      *> an add; a change may carry just the fields it replaces.
      *> --------------------------------------------------------
       2500-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-FLAG

           IF FUNCTION TRIM(GTRN-CODE) = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'MISSING GRADE CODE' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID AND GTRN-ADD
              AND FUNCTION TRIM(GTRN-DESCRIPTION) = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'MISSING GRADE DESCRIPTION' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID AND GTRN-ADD
              IF GTRN-MIN-SALARY = SPACES
                 OR GTRN-MID-SALARY = SPACES
                 OR GTRN-MAX-SALARY = SPACES
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'MINIMUM, MIDPOINT AND MAXIMUM REQUIRED'
                     TO WS-RESULT-TEXT
              END-IF
           END-IF

           IF RECORD-IS-VALID
              AND GTRN-MIN-SALARY NOT = SPACES
              AND GTRN-MIN-SALARY NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'RANGE MINIMUM NOT NUMERIC' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND GTRN-MID-SALARY NOT = SPACES
              AND GTRN-MID-SALARY NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'RANGE MIDPOINT NOT NUMERIC' TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND GTRN-MAX-SALARY NOT = SPACES
              AND GTRN-MAX-SALARY NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'RANGE MAXIMUM NOT NUMERIC' TO WS-RESULT-TEXT
           END-IF.

      *> --------------------------------------------------------
      *> 2550-VALIDATE-RANGE - check the grade as it would be
      *> written, so a change to one end of the range cannot
      *> leave it crossed over the other.  The midpoint must be
      *> above zero because VSAMCOMP divides by it.
      *> --------------------------------------------------------
       2550-VALIDATE-RANGE.
           IF GRADE-MID-SALARY = 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'RANGE MIDPOINT MUST BE ABOVE ZERO'
                  TO WS-RESULT-TEXT
           END-IF

           IF RECORD-IS-VALID
              IF GRADE-MIN-SALARY > GRADE-MID-SALARY
                 OR GRADE-MID-SALARY > GRADE-MAX-SALARY
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'RANGE MUST BE MINIMUM <= MIDPOINT <= MAXIMUM'
                     TO WS-RESULT-TEXT
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2600-COUNT-ACTIVE-IN-GRADE - count the active employees on
      *> the master carrying GTRN-CODE, into WS-ACTIVE-IN-GRADE.
      *> A full pass of the master, the same as VSAMDEPT makes
      *> before it closes a department.
      *> --------------------------------------------------------
       2600-COUNT-ACTIVE-IN-GRADE.
           MOVE 0 TO WS-ACTIVE-IN-GRADE
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
           IF VSAM-EMPL-ACTIVE AND VSAM-EMPL-GRADE = GTRN-CODE
              ADD 1 TO WS-ACTIVE-IN-GRADE
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
           MOVE SPACES TO GRADE-RPT-REC
           STRING GTRN-FUNCTION ' ' GTRN-CODE ' '
                  FUNCTION TRIM(WS-RESULT-TEXT)
                  DELIMITED BY SIZE INTO GRADE-RPT-REC
           WRITE GRADE-RPT-REC
           IF NOT RPT-OK
              DISPLAY 'ERROR WRITING REPORT RECORD, STATUS: '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY FUNCTION TRIM(GRADE-RPT-REC).

       3000-TERMINATE.
           PERFORM 3100-CLOSE-FILES
           PERFORM 3200-DISPLAY-SUMMARY.

       3100-CLOSE-FILES.
           CLOSE GRADE-MAST
           IF NOT GRADE-OK
              DISPLAY 'CLOSING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
           END-IF.

           CLOSE VSAM-MASTER
           IF NOT VSAM-OK
              DISPLAY 'CLOSING VSAM FILE, STATUS: ' WS-VSAM-STATUS
           END-IF.

           CLOSE GRADE-IN
           IF NOT TRANS-OK
              DISPLAY 'CLOSING TRANSACTION FILE, STATUS: '
                      WS-TRANS-STATUS
           END-IF.

           CLOSE GRADE-RPT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Pay grade maintenance processing complete.'
           DISPLAY 'Transactions Read:    ' WS-TRANS-READ
           DISPLAY 'Grades Found:         ' WS-GRADES-FOUND
           DISPLAY 'Grades Added:         ' WS-GRADES-ADDED
           DISPLAY 'Grades Changed:       ' WS-GRADES-CHANGED
           DISPLAY 'Grades Deleted:       ' WS-GRADES-DELETED
           DISPLAY 'Transactions Rejected:' WS-TRANS-REJECTED.

       END PROGRAM VSAMGRAD.
