      *> insert defaults a blank status to A.  A supplied DEPT
      *> value must name an active department on the DEPTMAST
      *> reference master VSAMDEPT maintains.
      *>
      *> A seventh column, GRADE, is optional the same way: when
      *> supplied it must name a pay grade on the GRADMAST
      *> reference file VSAMGRAD maintains, and when blank an
      *> insert is left ungraded and a rewrite keeps the grade on
      *> the master.  A graded row whose salary falls outside its
      *> grade's range still loads - the roster is HR's record of
      *> what people are paid - but when the row is an insert, or
      *> moved the salary or the grade, it is also written to
      *> LOAD-REJECTS with reason code WGRD so the exception is
      *> seen.
      *>
      *> A row that leaves a department with more active employees
      *> than the approved headcount keyed on DEPTMAST - a new
      *> hire, a transfer or a rehire - still loads, but is also
      *> written to LOAD-REJECTS with reason code WHDC so the
      *> overrun is seen.  Reason codes starting W are warnings on
      *> rows that did load: they are not counted as rejects and
      *> VSAMRCYC does not resubmit them.
      *>
      *> A row with a blank EMPL_ID is a new hire: it is inserted
      *> under the next free ID off the EMPLIDS control record
      *> (see the EMPIDREC copybook), and the row is written to
      *> LOAD-REJECTS with reason code WNID naming the ID assigned,
      *> so HR learns the number.  An unknown key that is on the
      *> EMPLIDS retired list is rejected with reason code RTID
      *> rather than inserted.
      *>
      *> The run PARM (KEYWORD=VALUE, as in VSAMCSV) accepts
      *> CYCLE=Y, which runs the load as a step of the nightly
      *> stream, checked in with and posted to the VSAMCYCL cycle
      *> ledger.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT VSAM-IN ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

                  RECORD KEY IS DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT GRADE-MAST ASSIGN TO GRADMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GRADE-CODE
                  FILE STATUS IS WS-GRADE-STATUS.

           SELECT CSV-IN ASSIGN TO CSVIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNH-STATUS.

           SELECT EMPL-IDS ASSIGN TO EMPLIDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMPID-KEY
                  FILE STATUS IS WS-EMPID-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> it.  See the DEPTREC copybook.
      *> --------------------------------------------------------
       FD DEPT-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DEPT-REC.
           COPY DEPTREC.

      *> --------------------------------------------------------
      *> GRADE-MAST - the pay grade reference master VSAMGRAD
      *> maintains; every supplied GRADE column is checked against
      *> it, and graded salaries against its ranges.  See the
      *> GRADREC copybook.
      *> --------------------------------------------------------
       FD GRADE-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GRADE-REC.
           COPY GRADREC.

       FD CSV-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RUNH-REC.
           COPY RUNHREC.

      *> --------------------------------------------------------
      *> EMPL-IDS - the employee ID control record and retired-ID
      *> list: a blank-ID insert takes its ID from the control
      *> record, and no insert may use a retired ID.  See the
      *> EMPIDREC copybook.
      *> --------------------------------------------------------
       FD EMPL-IDS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 EMPID-REC.
           COPY EMPIDREC.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-DEPT-STATUS       PIC XX  VALUE SPACES.
             88 DEPT-OK                 VALUE '00'.
             88 DEPT-NOT-FOUND          VALUE '23'.
          05 WS-GRADE-STATUS      PIC XX  VALUE SPACES.
             88 GRADE-OK                VALUE '00'.
          05 WS-CSV-STATUS        PIC XX  VALUE SPACES.
             88 CSV-OK                  VALUE '00'.
             88 CSV-EOF                 VALUE '10'.
             88 SALH-DUP-KEY            VALUE '22'.
          05 WS-RUNH-STATUS    PIC XX  VALUE SPACES.
             88 RUNH-OK               VALUE '00'.
          05 WS-EMPID-STATUS   PIC XX  VALUE SPACES.
             88 EMPID-OK              VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG          PIC X   VALUE 'N'.
          05 WS-RECORDS-ADDED     PIC 9(7) VALUE 0.
          05 WS-RECORDS-CHANGED   PIC 9(7) VALUE 0.
          05 WS-RECORDS-REJECTED  PIC 9(7) VALUE 0.
          05 WS-HC-WARNINGS       PIC 9(7) VALUE 0.
          05 WS-GRADE-WARNINGS    PIC 9(7) VALUE 0.
          05 WS-IDS-ASSIGNED      PIC 9(7) VALUE 0.

       01 WS-REJECT-FIELDS.
          05 WS-REJECT-REASON-CODE PIC X(04).
          05 WS-LOAD-DEPT-TEXT    PIC X(10).
          05 WS-LOAD-HIRE-TEXT    PIC X(10).
          05 WS-LOAD-STATUS-TEXT  PIC X(05).
          05 WS-LOAD-GRADE-TEXT   PIC X(05).

       01 WS-TEST-NUMVAL-RESULT   PIC S9(4) COMP-3.
       01 WS-EMPL-ID-NUMERIC      PIC 9(5).
       01 WS-AUDIT-DATE-TIME      PIC X(21).
       01 WS-BKOUT-ACTION         PIC X(1).

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

      *> Nightly cycle ledger (CYCLE=Y): the step checks in with
      *> VSAMCYCL before it opens anything and posts its return
      *> code to it at the end.
       01 WS-CYCLE-SWITCH       PIC X   VALUE 'N'.
          88 CYCLE-MODE               VALUE 'Y'.
       01 WS-CYCL-PARM.
          05 WS-CYCL-PARM-LENGTH  PIC S9(4) COMP VALUE 80.
          05 WS-CYCL-PARM-TEXT    PIC X(80).
       01 WS-CYCL-STEP-RC       PIC 9(2) VALUE 0.

      *> The run date stamped on VSAM-EMPL-TERM-DATE when a load
      *> flips an employee's status to T.
       01 WS-RUN-DATE             PIC X(8).

      *> --------------------------------------------------------
      *> Department headcount table: active employees per
      *> department code, counted off the master at startup and
      *> kept current as rows load, so each insert or rewrite can
      *> be checked against the approved headcount on DEPTMAST
      *> without rescanning the master.  A full table only stops
      *> the warnings for the departments that did not fit; it
      *> never stops the load.
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
      *> Employee ID assignment working storage, as in VSAMMAINT.
      *> WS-ID-CANDIDATE walks up from the control record's next
      *> ID past every ID that is retired or already on the
      *> master; WS-ID-SEARCH stops the walk when a free ID turns
      *> up or the 5-digit range runs out.
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
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORDS UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           IF CYCLE-MODE
              PERFORM 3900-CYCLE-POST
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
           MOVE WS-AUDIT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1050-PARSE-PARM
           IF CYCLE-MODE
              PERFORM 1020-CYCLE-CHECK-IN
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1400-LOAD-HEADCOUNTS
           PERFORM 1200-READ-HEADER
           PERFORM 1300-READ-CSV.

       1050-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
           END-IF

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
           MOVE 'FUNC=CHECK STEP=VSAMLOAD' TO WS-CYCL-PARM-TEXT
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO WS-CYCL-STEP-RC
              DISPLAY 'VSAMLOAD NOT RUN - REFUSED BY NIGHTLY CYCLE '
                      'CONTROL, RC: ' WS-CYCL-STEP-RC
              STOP RUN
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O VSAM-IN
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

           OPEN INPUT CSV-IN
           IF NOT CSV-OK
              DISPLAY 'ERROR OPENING CSV FILE, STATUS: ' WS-CSV-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EMPL-IDS
           IF NOT EMPID-OK
              DISPLAY 'ERROR OPENING EMPLOYEE ID FILE, STATUS: '
                       WS-EMPID-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-READ-HEADER.
      *> The CSV carries a column-name header line, same as the one
      *> VSAMCSV writes; skip it before reading data records.  A
               FUNCTION NUMVAL(WS-TRL-TOTAL-TEXT)
           MOVE 'Y' TO WS-TRAILER-FLAG.

      *> --------------------------------------------------------
      *> 1400-LOAD-HEADCOUNTS - one pass of the master in key
      *> order, counting the active employees of each department
      *> into the headcount table.
      *> --------------------------------------------------------
       1400-LOAD-HEADCOUNTS.
           MOVE LOW-VALUES TO VSAM-EMPL-ID
           START VSAM-IN KEY IS NOT LESS THAN VSAM-EMPL-ID
               INVALID KEY
                  MOVE 'Y' TO WS-HC-SCAN-EOF-FLAG
           END-START

           IF NOT HC-SCAN-EOF-REACHED
              PERFORM 1420-READ-NEXT-FOR-COUNT
              PERFORM 1410-COUNT-ONE-EMPLOYEE
                  UNTIL HC-SCAN-EOF-REACHED
           END-IF.

       1410-COUNT-ONE-EMPLOYEE.
           IF VSAM-EMPL-ACTIVE AND VSAM-EMPL-DEPT NOT = SPACES
              MOVE VSAM-EMPL-DEPT TO WS-HC-ARG-DEPT
              PERFORM 2500-FIND-HEADCOUNT-ENTRY
              IF WS-HC-FOUND-IDX > 0
                 ADD 1 TO WS-HC-ACTIVE(WS-HC-FOUND-IDX)
              END-IF
           END-IF
           PERFORM 1420-READ-NEXT-FOR-COUNT.

       1420-READ-NEXT-FOR-COUNT.
           READ VSAM-IN NEXT RECORD
               AT END MOVE 'Y' TO WS-HC-SCAN-EOF-FLAG
           END-READ

           IF NOT HC-SCAN-EOF-REACHED AND NOT VSAM-OK
              DISPLAY 'ERROR READING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-PROCESS-RECORDS.
           PERFORM 2100-PARSE-CSV-LINE
           PERFORM 2200-VALIDATE-FIELDS
           IF RECORD-IS-VALID
              AND FUNCTION TRIM(WS-LOAD-ID-TEXT) = SPACES
              PERFORM 2270-ASSIGN-EMPLOYEE-ID
           END-IF
           IF RECORD-IS-VALID
              PERFORM 2300-LOAD-VSAM-RECORD
           ELSE

       2100-PARSE-CSV-LINE.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACE TO WS-ID-SEARCH-FLAG
           MOVE SPACES TO WS-LOAD-FIELDS

           UNSTRING LOAD-CSV-REC DELIMITED BY ','
                    WS-LOAD-DEPT-TEXT
                    WS-LOAD-HIRE-TEXT
                    WS-LOAD-STATUS-TEXT
                    WS-LOAD-GRADE-TEXT
           END-UNSTRING.

       2200-VALIDATE-FIELDS.
      *> Employee ID must be numeric and fit VSAM-EMPL-ID PIC X(5);
      *> an ID text longer than that would silently truncate to its
      *> low-order digits in 2300-LOAD-VSAM-RECORD's NUMVAL/MOVE and
      *> write the record under the wrong employee's key.  A blank
      *> ID is a new hire, given an ID by 2270-ASSIGN-EMPLOYEE-ID
      *> once the rest of the row has validated.
           IF FUNCTION TRIM(WS-LOAD-ID-TEXT) = SPACES
              CONTINUE
           ELSE
              IF FUNCTION TRIM(WS-LOAD-ID-TEXT) NOT NUMERIC
                 MOVE 'N' TO WS-VALID-FLAG
      *> silently overwrite the first via 2320-UPDATE-VSAM-RECORD;
      *> flag it instead so someone decides which row HR meant.
           IF RECORD-IS-VALID
              AND FUNCTION TRIM(WS-LOAD-ID-TEXT) NOT = SPACES
              COMPUTE WS-EMPL-ID-NUMERIC =
                  FUNCTION NUMVAL(FUNCTION TRIM(WS-LOAD-ID-TEXT))
              COMPUTE WS-SEEN-IDX = WS-EMPL-ID-NUMERIC + 1
                 MOVE 'INVALID STATUS - MUST BE A OR T'
                     TO WS-REJECT-REASON-TEXT
              END-IF
           END-IF

           IF RECORD-IS-VALID
              AND FUNCTION TRIM(WS-LOAD-GRADE-TEXT) NOT = SPACES
              IF FUNCTION LENGTH(FUNCTION TRIM(WS-LOAD-GRADE-TEXT))
                    > LENGTH OF VSAM-EMPL-GRADE
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'BDGR' TO WS-REJECT-REASON-CODE
                 MOVE 'PAY GRADE CODE TOO LONG'
                     TO WS-REJECT-REASON-TEXT
              ELSE
                 MOVE WS-LOAD-GRADE-TEXT(1:3) TO GRADE-CODE
                 READ GRADE-MAST
                     INVALID KEY
                        MOVE 'N' TO WS-VALID-FLAG
                        MOVE 'UNGR' TO WS-REJECT-REASON-CODE
                        MOVE 'UNKNOWN PAY GRADE CODE'
                            TO WS-REJECT-REASON-TEXT
                 END-READ
              END-IF
           END-IF.

      *> --------------------------------------------------------
                  END-IF
           END-READ.

      *> --------------------------------------------------------
      *> 2270-ASSIGN-EMPLOYEE-ID - take the next free employee ID
      *> for a blank-ID row from the EMPLIDS control record, the
      *> same way VSAMMAINT assigns one to a blank-ID add:
      *> starting at its next ID, skip every ID that is retired or
      *> already on the master, then move the control record past
      *> the ID taken.  The ID goes into the parsed ID column, so
      *> the row loads as an insert under it.  A missing control
      *> record or a used-up 5-digit range rejects the row NOID.
      *> --------------------------------------------------------
       2270-ASSIGN-EMPLOYEE-ID.
           MOVE '*NEXT' TO EMPID-KEY
           READ EMPL-IDS
               INVALID KEY
                  MOVE 'N' TO WS-VALID-FLAG
                  MOVE 'NOID' TO WS-REJECT-REASON-CODE
                  MOVE 'EMPLOYEE ID CONTROL MISSING'
                      TO WS-REJECT-REASON-TEXT
           END-READ

           IF RECORD-IS-VALID AND EMPID-NEXT-ID NOT NUMERIC
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'NOID' TO WS-REJECT-REASON-CODE
              MOVE 'EMPLOYEE ID CONTROL INVALID'
                  TO WS-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              MOVE EMPID-NEXT-ID TO WS-ID-CANDIDATE
              IF WS-ID-CANDIDATE = 0
                 MOVE 1 TO WS-ID-CANDIDATE
              END-IF
              MOVE 'S' TO WS-ID-SEARCH-FLAG
              PERFORM 2275-TRY-CANDIDATE-ID UNTIL NOT ID-SEARCHING
              IF ID-EXHAUSTED
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'NOID' TO WS-REJECT-REASON-CODE
                 MOVE 'EMPLOYEE ID RANGE EXHAUSTED'
                     TO WS-REJECT-REASON-TEXT
              ELSE
                 PERFORM 2280-ADVANCE-ID-CONTROL
                 MOVE WS-ID-CANDIDATE TO WS-LOAD-ID-TEXT
                 COMPUTE WS-SEEN-IDX = WS-ID-CANDIDATE + 1
                 MOVE 'Y' TO WS-SEEN-FLAG(WS-SEEN-IDX)
                 ADD 1 TO WS-IDS-ASSIGNED
              END-IF
           END-IF.

       2275-TRY-CANDIDATE-ID.
           MOVE WS-ID-CANDIDATE TO EMPID-KEY
           PERFORM 2290-CHECK-RETIRED-ID
           IF NOT ID-IS-RETIRED
              MOVE WS-ID-CANDIDATE TO VSAM-EMPL-ID
              READ VSAM-IN
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
      *> 2280-ADVANCE-ID-CONTROL - rewrite the control record with
      *> the ID after the one just taken.  The retired-ID reads of
      *> the search have overwritten the record area, so it is
      *> read again first.
      *> --------------------------------------------------------
       2280-ADVANCE-ID-CONTROL.
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
           MOVE 'VSAMLOAD'   TO EMPID-LAST-ISSUE-PGM
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
      *> 2290-CHECK-RETIRED-ID - is the ID in EMPID-KEY on the
      *> retired list?
      *> --------------------------------------------------------
       2290-CHECK-RETIRED-ID.
           MOVE 'N' TO WS-ID-RETIRED-FLAG
           READ EMPL-IDS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF EMPID-RETIRED
                     MOVE 'Y' TO WS-ID-RETIRED-FLAG
                  END-IF
           END-READ.

      *> --------------------------------------------------------
      *> 2300-LOAD-VSAM-RECORD - convert the parsed CSV fields,
      *> read the master to see whether the key already exists,
      *> values touch VSAM-REC, so a rewrite starts from the
      *> record as it stands and the optional DEPT/HIREDATE/STATUS
      *> columns can leave the master's values alone when blank.
      *> A key not on the master is only inserted when it is not
      *> on the EMPLIDS retired list; a retired key is rejected
      *> RTID, since the new person would inherit the old one's
      *> salary history and audit trail.
      *> --------------------------------------------------------
       2300-LOAD-VSAM-RECORD.
           COMPUTE WS-EMPL-ID-NUMERIC =
           READ VSAM-IN
               INVALID KEY
                  MOVE SPACES   TO WS-BEFORE-IMAGE
                  MOVE VSAM-EMPL-ID TO EMPID-KEY
                  PERFORM 2290-CHECK-RETIRED-ID
                  IF ID-IS-RETIRED
                     MOVE 'RTID' TO WS-REJECT-REASON-CODE
                     MOVE 'EMPLOYEE ID RETIRED'
                         TO WS-REJECT-REASON-TEXT
                     PERFORM 2400-WRITE-REJECT
                  ELSE
                     PERFORM 2310-INSERT-VSAM-RECORD
                  END-IF
               NOT INVALID KEY
                  MOVE VSAM-REC TO WS-BEFORE-IMAGE
                  PERFORM 2320-UPDATE-VSAM-RECORD
           MOVE WS-LOAD-SALARY-CENTS  TO VSAM-EMPL-SALARY
           MOVE WS-LOAD-DEPT-TEXT(1:4) TO VSAM-EMPL-DEPT
           MOVE WS-LOAD-HIRE-TEXT(1:8) TO VSAM-EMPL-HIRE-DATE
           MOVE WS-LOAD-GRADE-TEXT(1:3) TO VSAM-EMPL-GRADE
           IF WS-LOAD-STATUS-TEXT = SPACES
              MOVE 'A' TO VSAM-EMPL-STATUS
           ELSE
           END-IF
           MOVE 'A' TO WS-AUDIT-FUNCTION
           PERFORM 2600-WRITE-AUDIT-RECORD
           PERFORM 2530-RECOUNT-CHANGE
           PERFORM 2550-CHECK-HEADCOUNT
           PERFORM 2560-CHECK-GRADE-RANGE
      *> HR keyed no ID on the row, so the ID it loaded under goes
      *> back to them on LOAD-REJECTS with the row, as a warning.
           IF ID-FOUND
              MOVE 'WNID' TO WS-REJECT-REASON-CODE
              MOVE SPACES TO WS-REJECT-REASON-TEXT
              STRING 'EMPLOYEE ID ASSIGNED ' VSAM-EMPL-ID
                  DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
              END-STRING
              PERFORM 2410-WRITE-WARNING
           END-IF
           ADD WS-LOAD-SALARY-NUMERIC TO WS-LOADED-SALARY
           ADD 1 TO WS-RECORDS-ADDED.

              END-IF
              MOVE WS-LOAD-STATUS-TEXT(1:1) TO VSAM-EMPL-STATUS
           END-IF
           IF WS-LOAD-GRADE-TEXT NOT = SPACES
              MOVE WS-LOAD-GRADE-TEXT(1:3) TO VSAM-EMPL-GRADE
           END-IF

           MOVE 'U' TO WS-BKOUT-ACTION
           PERFORM 2650-WRITE-BACKOUT-RECORD
           IF WS-BEFORE-IMAGE(32:10) NOT = VSAM-EMPL-SALARY
              PERFORM 2700-WRITE-SALARY-HISTORY
           END-IF
           PERFORM 2530-RECOUNT-CHANGE
           PERFORM 2550-CHECK-HEADCOUNT
           IF WS-BEFORE-IMAGE(32:10) NOT = VSAM-EMPL-SALARY
              OR WS-BEFORE-IMAGE(63:3) NOT = VSAM-EMPL-GRADE
              PERFORM 2560-CHECK-GRADE-RANGE
           END-IF
           ADD WS-LOAD-SALARY-NUMERIC TO WS-LOADED-SALARY
           ADD 1 TO WS-RECORDS-CHANGED.

                   ' - ' LOAD-CSV-REC
           ADD 1 TO WS-RECORDS-REJECTED.

      *> --------------------------------------------------------
      *> 2410-WRITE-WARNING - a row that loaded but needs looking
      *> at goes to LOAD-REJECTS with a W reason code, in the same
      *> shape as a reject, and is counted apart from the rejects.
      *> --------------------------------------------------------
       2410-WRITE-WARNING.
           MOVE LOAD-CSV-REC          TO LOAD-REJECT-RAW
           MOVE WS-REJECT-REASON-CODE TO LOAD-REJECT-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO LOAD-REJECT-REASON-TEXT
           WRITE LOAD-REJECT-REC
           IF NOT REJECT-OK
              DISPLAY 'ERROR WRITING REJECT RECORD, STATUS: '
                       WS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'WARNING: ' FUNCTION TRIM(WS-REJECT-REASON-TEXT)
                   ' - ' LOAD-CSV-REC.

      *> --------------------------------------------------------
      *> 2500-FIND-HEADCOUNT-ENTRY - point WS-HC-FOUND-IDX at the
      *> headcount table entry for WS-HC-ARG-DEPT, opening one at
      *> zero for a department not seen yet.  Zero when the table
      *> is full and the department is not in it.
      *> --------------------------------------------------------
       2500-FIND-HEADCOUNT-ENTRY.
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
      *> 2530-RECOUNT-CHANGE - move the headcount table from the
      *> before-image to the record as now written (the before-
      *> image is spaces for an insert).  An employee who leaves
      *> an active department comes off its count; one who lands
      *> active on a department not held active before - a new
      *> hire, a transfer or a rehire - goes onto it and is left
      *> in WS-HC-CHECK-DEPT for 2550-CHECK-HEADCOUNT.  The old
      *> department and status sit at cols 42-45 and 54 of the
      *> before-image.
      *> --------------------------------------------------------
       2530-RECOUNT-CHANGE.
           MOVE SPACES TO WS-HC-CHECK-DEPT
           IF WS-BEFORE-IMAGE(54:1) = 'A'
              AND VSAM-EMPL-ACTIVE
              AND WS-BEFORE-IMAGE(42:4) = VSAM-EMPL-DEPT
              CONTINUE
           ELSE
              IF WS-BEFORE-IMAGE(54:1) = 'A'
                 AND WS-BEFORE-IMAGE(42:4) NOT = SPACES
                 MOVE WS-BEFORE-IMAGE(42:4) TO WS-HC-ARG-DEPT
                 PERFORM 2500-FIND-HEADCOUNT-ENTRY
                 IF WS-HC-FOUND-IDX > 0
                    AND WS-HC-ACTIVE(WS-HC-FOUND-IDX) > 0
                    SUBTRACT 1 FROM WS-HC-ACTIVE(WS-HC-FOUND-IDX)
                 END-IF
              END-IF
              IF VSAM-EMPL-ACTIVE AND VSAM-EMPL-DEPT NOT = SPACES
                 MOVE VSAM-EMPL-DEPT TO WS-HC-ARG-DEPT
                 PERFORM 2500-FIND-HEADCOUNT-ENTRY
                 IF WS-HC-FOUND-IDX > 0
                    ADD 1 TO WS-HC-ACTIVE(WS-HC-FOUND-IDX)
                    MOVE VSAM-EMPL-DEPT TO WS-HC-CHECK-DEPT
                 END-IF
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2550-CHECK-HEADCOUNT - when the row just loaded put an
      *> employee onto WS-HC-CHECK-DEPT, warn if the department's
      *> active count now exceeds the approved headcount on
      *> DEPTMAST.  A department with no approved headcount keyed
      *> is never over it.  DEPT-MAST is re-read here because the
      *> row's own department check may have been skipped (a blank
      *> DEPT column on a rewrite).
      *> --------------------------------------------------------
       2550-CHECK-HEADCOUNT.
           IF WS-HC-CHECK-DEPT NOT = SPACES
              MOVE WS-HC-CHECK-DEPT TO WS-HC-ARG-DEPT DEPT-CODE
              MOVE SPACES           TO WS-HC-CHECK-DEPT
              PERFORM 2500-FIND-HEADCOUNT-ENTRY
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
                        MOVE 'WHDC' TO WS-REJECT-REASON-CODE
                        MOVE SPACES TO WS-REJECT-REASON-TEXT
                        STRING 'DEPT ' DEPT-CODE ' OVER HC: '
                               WS-HC-ACTIVE-FORMATTED '/'
                               WS-HC-APPROVED-FORMATTED
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON-TEXT
                        END-STRING
                        PERFORM 2410-WRITE-WARNING
                        ADD 1 TO WS-HC-WARNINGS
                     END-IF
              END-READ
           END-IF.

      *> --------------------------------------------------------
      *> 2560-CHECK-GRADE-RANGE - warn when the row just loaded
      *> leaves a graded employee's salary outside the grade's
      *> minimum-to-maximum range.  The caller has already decided
      *> the row is worth checking; an ungraded employee never
      *> is, and a grade missing from GRADMAST (the master's own,
      *> on a rewrite with a blank GRADE column) has no range to
      *> check against.
      *> --------------------------------------------------------
       2560-CHECK-GRADE-RANGE.
           IF VSAM-EMPL-GRADE NOT = SPACES
              MOVE VSAM-EMPL-GRADE TO GRADE-CODE
              READ GRADE-MAST
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE SPACES TO WS-REJECT-REASON-TEXT
                     EVALUATE TRUE
                         WHEN WS-LOAD-SALARY-NUMERIC
                              < GRADE-MIN-SALARY
                            STRING 'SALARY BELOW GRADE '
                                   GRADE-CODE ' MINIMUM'
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON-TEXT
                            END-STRING
                         WHEN WS-LOAD-SALARY-NUMERIC
                              > GRADE-MAX-SALARY
                            STRING 'SALARY ABOVE GRADE '
                                   GRADE-CODE ' MAXIMUM'
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON-TEXT
                            END-STRING
                         WHEN OTHER
                            CONTINUE
                     END-EVALUATE
                     IF WS-REJECT-REASON-TEXT NOT = SPACES
                        MOVE 'WGRD' TO WS-REJECT-REASON-CODE
                        PERFORM 2410-WRITE-WARNING
                        ADD 1 TO WS-GRADE-WARNINGS
                     END-IF
              END-READ
           END-IF.

      *> --------------------------------------------------------
      *> 2600-WRITE-AUDIT-RECORD - journal the update just applied:
      *> when it happened, who applied it, what was done, and the
                      WS-DEPT-STATUS
           END-IF.

           CLOSE GRADE-MAST
           IF NOT GRADE-OK
              DISPLAY 'CLOSING PAY GRADE FILE, STATUS: '
                      WS-GRADE-STATUS
           END-IF.

           CLOSE CSV-IN
           IF NOT CSV-OK
              DISPLAY 'CLOSING CSV FILE, STATUS: ' WS-CSV-STATUS
                      WS-SALH-STATUS
           END-IF.

           CLOSE EMPL-IDS
           IF NOT EMPID-OK
              DISPLAY 'CLOSING EMPLOYEE ID FILE, STATUS: '
                      WS-EMPID-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'CSV to VSAM load processing complete.'
           DISPLAY 'Records Read:    ' WS-RECORDS-READ
           DISPLAY 'Records Added:   ' WS-RECORDS-ADDED
           DISPLAY 'Records Changed: ' WS-RECORDS-CHANGED
           DISPLAY 'Records Rejected:' WS-RECORDS-REJECTED
           DISPLAY 'HC Warnings:     ' WS-HC-WARNINGS
           DISPLAY 'Grade Warnings:  ' WS-GRADE-WARNINGS
           DISPLAY 'IDs Assigned:    ' WS-IDS-ASSIGNED.

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
           STRING 'FUNC=POST STEP=VSAMLOAD RC=' WS-CYCL-STEP-RC
               DELIMITED BY SIZE INTO WS-CYCL-PARM-TEXT
           END-STRING
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              DISPLAY 'NIGHTLY CYCLE POST FAILED FOR VSAMLOAD'
           END-IF
           MOVE WS-CYCL-STEP-RC TO RETURN-CODE.

       END PROGRAM VSAMLOAD.
