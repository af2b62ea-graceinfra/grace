       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMHRRC.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Full-file reconciliation of the employee master against
      *> the HR system of record.  VSAMLOAD applies whatever roster
      *> HR sends and VSAMCSV's DELTA=Y only compares the master
      *> with our own last extract; this program reads HR's full-
      *> population file and match-merges it against the master by
      *> employee ID, so drift between the two is found and fixed
      *> through the normal maintenance path.
      *>
      *> HRIN is a CSV in the shape VSAMLOAD accepts - EMPL_ID,
      *> EMPL_NAME, EMPL_SALARY (decimal dollars), DEPT, HIREDATE
      *> (YYYYMMDD), STATUS (A/T) and an optional GRADE - led by a
      *> column-name header line (and an HDR record ahead of it,
      *> when there is one) and optionally ended by a TRL record
      *> carrying the row count.  HR's rows need not be in ID
      *> order: they are validated and sorted before the merge.
      *> A row that fails validation is listed and left out, and a
      *> second row for the same ID is listed and ignored.
      *>
      *> RECONRPT lists, by employee ID:
      *>   HR ONLY      on HR's file but not on the master
      *>   MASTER ONLY  on the master but not on HR's file
      *>   MISMATCH     on both, one line for each of name, salary,
      *>                department, hire date and status that
      *>                differs, master value beside HR's.  A blank
      *>                DEPT, HIREDATE or STATUS column is not
      *>                compared, as VSAMLOAD would not apply it.
      *> and ends with the reconciliation totals.
      *>
      *> RECONTRN receives the proposed correcting transactions,
      *> in the MAINT-IN layout VSAMMAINT reads, with the operator
      *> ID in cols 64-71 (run PARM OPERATOR=xxxxxxxx, default
      *> VSAMHRRC):
      *>   A  for an active HR-only employee, from HR's row
      *>   C  for a mismatch, carrying HR's name, salary and
      *>      whichever of department, hire date and status HR
      *>      supplied
      *>   D  for an active master-only employee
      *> Nothing is applied here.  Payroll reviews the report and
      *> feeds RECONTRN through VSAMMAINT, so every correction still
      *> passes its validation, dual control and the audit
      *> journal.  A terminated employee on one side only gets no
      *> transaction: HR keeps leavers the master has already
      *> purged, and a master-only leaver is left for VSAMPURG's
      *> retention rules; both are still listed.
      *>
      *> An HR file that is empty, or whose TRL count does not
      *> match the rows read, is refused with return code 16
      *> before anything is proposed - a truncated file would
      *> otherwise propose deleting everyone it lost.  Return code
      *> 4 means the run found discrepancies; 0 means the master
      *> and HR agree.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-IN ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT HR-IN ASSIGN TO HRIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-HR-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT RPT-OUT ASSIGN TO RECONRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT TRANS-OUT ASSIGN TO RECONTRN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VSAM-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VSAM-REC.
           COPY VSAMREC.

       FD HR-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 HR-CSV-REC             PIC X(80).

      *> --------------------------------------------------------
      *> SORT-FILE - HR's validated rows, keyed on employee ID and
      *> then the row's position in HRIN, so the first of two rows
      *> for one ID is the one reconciled.  The salary is already
      *> converted to dollars and cents.
      *> --------------------------------------------------------
       SD SORT-FILE.
       01 SORT-REC.
          05 SORT-EMPL-ID        PIC X(05).
          05 SORT-SEQUENCE       PIC 9(07).
          05 SORT-NAME           PIC X(26).
          05 SORT-SALARY         PIC 9(8)V99.
          05 SORT-DEPT           PIC X(04).
          05 SORT-HIRE-DATE      PIC X(08).
          05 SORT-STATUS         PIC X(01).
          05 SORT-GRADE          PIC X(03).

       FD RPT-OUT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-REC                  PIC X(132).

      *> --------------------------------------------------------
      *> TRANS-OUT - proposed VSAMMAINT transactions, built in
      *> WS-MAINT-TRANS (the MAINT-IN layout).
      *> --------------------------------------------------------
       FD TRANS-OUT
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 TRANS-OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-VSAM-STATUS    PIC XX  VALUE SPACES.
             88 VSAM-OK              VALUE '00'.
          05 WS-HR-STATUS      PIC XX  VALUE SPACES.
             88 HR-OK                VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.
          05 WS-TRANS-STATUS   PIC XX  VALUE SPACES.
             88 TRANS-OK             VALUE '00'.

       01 WS-FLAGS.
          05 WS-HR-EOF-FLAG    PIC X   VALUE 'N'.
             88 HR-EOF-REACHED       VALUE 'Y'.
          05 WS-VSAM-EOF-FLAG  PIC X   VALUE 'N'.
             88 VSAM-EOF-REACHED     VALUE 'Y'.
          05 WS-SORT-EOF-FLAG  PIC X   VALUE 'N'.
             88 SORT-EOF-REACHED     VALUE 'Y'.
          05 WS-VALID-FLAG     PIC X   VALUE 'Y'.
             88 RECORD-IS-VALID      VALUE 'Y'.
          05 WS-TRAILER-FLAG   PIC X   VALUE 'N'.
             88 TRAILER-RECORD-SEEN  VALUE 'Y'.
          05 WS-MISMATCH-FLAG  PIC X   VALUE 'N'.
             88 EMPLOYEE-MISMATCHED  VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-HR-READ          PIC 9(7) VALUE 0.
          05 WS-HR-REJECTED      PIC 9(7) VALUE 0.
          05 WS-HR-DUPLICATES    PIC 9(7) VALUE 0.
          05 WS-HR-SEQUENCE      PIC 9(7) VALUE 0.
          05 WS-MASTER-READ      PIC 9(7) VALUE 0.
          05 WS-MATCHED          PIC 9(7) VALUE 0.
          05 WS-MATCHED-CLEAN    PIC 9(7) VALUE 0.
          05 WS-MISMATCHED       PIC 9(7) VALUE 0.
          05 WS-HR-ONLY          PIC 9(7) VALUE 0.
          05 WS-HR-ONLY-TERMED   PIC 9(7) VALUE 0.
          05 WS-MASTER-ONLY      PIC 9(7) VALUE 0.
          05 WS-MASTER-ONLY-TERMED PIC 9(7) VALUE 0.
          05 WS-NAME-MISMATCHES  PIC 9(7) VALUE 0.
          05 WS-SALARY-MISMATCHES PIC 9(7) VALUE 0.
          05 WS-DEPT-MISMATCHES  PIC 9(7) VALUE 0.
          05 WS-HIRE-MISMATCHES  PIC 9(7) VALUE 0.
          05 WS-STATUS-MISMATCHES PIC 9(7) VALUE 0.
          05 WS-ADDS-PROPOSED    PIC 9(7) VALUE 0.
          05 WS-CHANGES-PROPOSED PIC 9(7) VALUE 0.
          05 WS-DELETES-PROPOSED PIC 9(7) VALUE 0.

      *> Parsed HR CSV fields, before validation.
       01 WS-HR-FIELDS.
          05 WS-HR-ID-TEXT       PIC X(10).
          05 WS-HR-NAME-TEXT     PIC X(30).
          05 WS-HR-SALARY-TEXT   PIC X(15).
          05 WS-HR-DEPT-TEXT     PIC X(10).
          05 WS-HR-HIRE-TEXT     PIC X(10).
          05 WS-HR-STATUS-TEXT   PIC X(05).
          05 WS-HR-GRADE-TEXT    PIC X(05).
       01 WS-HR-REASON-TEXT      PIC X(30).

       01 WS-TEST-NUMVAL-RESULT  PIC S9(4) COMP-3.
       01 WS-EMPL-ID-NUMERIC     PIC 9(5).
       01 WS-RAW-SALARY-NUMVAL   PIC 9(13)V99 COMP-3.
       01 WS-MASTER-SALARY       PIC 9(8)V99 COMP-3.
       01 WS-MASTER-SALARY-FLAG  PIC X   VALUE 'Y'.
          88 MASTER-SALARY-VALID       VALUE 'Y'.
       01 WS-SALARY-CENTS        PIC 9(10).
       01 WS-SALARY-EDIT         PIC Z(7)9.99.
       01 WS-LAST-HR-ID          PIC X(05) VALUE LOW-VALUES.

      *> TRL record control count, as VSAMLOAD's 1350-PARSE-
      *> TRAILER reads it.
       01 WS-TRAILER-FIELDS.
          05 WS-TRL-TAG-TEXT     PIC X(04).
          05 WS-TRL-COUNT-TEXT   PIC X(10).
       01 WS-TRL-COUNT           PIC 9(7).

      *> Operator ID stamped on every proposed transaction.
       01 WS-OPERATOR-ID         PIC X(08) VALUE 'VSAMHRRC'.

      *> --------------------------------------------------------
      *> MAINT-IN transaction image, as VSAMMAINT's MAINT-TRANS-
      *> REC lays it out.
      *> --------------------------------------------------------
       01 WS-MAINT-TRANS.
          05 WS-MT-FUNCTION     PIC X(01).
          05 WS-MT-EMPL-ID      PIC X(05).
          05 WS-MT-NAME         PIC X(26).
          05 WS-MT-SALARY       PIC X(10).
          05 WS-MT-DEPT         PIC X(04).
          05 WS-MT-HIRE-DATE    PIC X(08).
          05 WS-MT-STATUS       PIC X(01).
          05 WS-MT-EFF-DATE     PIC X(08).
          05 WS-MT-OPERATOR     PIC X(08).
          05 WS-MT-GRADE        PIC X(03).
          05 FILLER             PIC X(06).

      *> --------------------------------------------------------
      *> PARM keyword switches, parsed the same way VSAMCSV's
      *> 1050-PARSE-PARM splits its run parameter.
      *> --------------------------------------------------------
       01 WS-PARM-TEXT          PIC X(80) VALUE SPACES.
       01 WS-PARM-WORK.
          05 WS-PARM-TOKEN     OCCURS 5 TIMES PIC X(20).
       01 WS-PARM-IDX          PIC 9   COMP VALUE 0.
       01 WS-PARM-KEYWORD      PIC X(12).
       01 WS-PARM-VALUE        PIC X(10).

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
             'MASTER / HR RECONCILIATION REPORT'.
          05 FILLER             PIC X(12) VALUE '  RUN DATE: '.
          05 WS-PH1-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-PH1-PAGE        PIC ZZZ9.
          05 FILLER             PIC X(64) VALUE SPACES.

       01 WS-COLUMN-HEADER-1.
          05 FILLER             PIC X(34) VALUE
             'EXCEPTION       EMPL   FIELD      '.
          05 FILLER             PIC X(28) VALUE
             'MASTER VALUE                '.
          05 FILLER             PIC X(28) VALUE
             'HR VALUE                    '.
          05 FILLER             PIC X(42) VALUE 'PROPOSED ACTION'.

       01 WS-DETAIL-LINE.
          05 WS-DTL-EXCEPTION   PIC X(14).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-EMPL-ID     PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-FIELD       PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-MASTER      PIC X(26).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-HR          PIC X(26).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-ACTION      PIC X(20).
          05 FILLER             PIC X(22) VALUE SPACES.

       01 WS-REJECT-LINE.
          05 FILLER             PIC X(16) VALUE 'HR REJECTED'.
          05 WS-RJL-RAW         PIC X(80).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RJL-REASON      PIC X(30).
          05 FILLER             PIC X(04) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL        PIC X(45).
          05 WS-CL-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-EMPL-ID SORT-SEQUENCE
               INPUT PROCEDURE IS 2000-SELECT-HR-RECORDS
               OUTPUT PROCEDURE IS 2500-MATCH-MERGE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1205-BUILD-RUN-DATE
           PERFORM 1050-PARSE-PARM

           OPEN OUTPUT RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'ERROR OPENING REPORT FILE, STATUS: '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TRANS-OUT
           IF NOT TRANS-OK
              DISPLAY 'ERROR OPENING TRANSACTION FILE, STATUS: '
                      WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

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
                  WHEN 'OPERATOR'
                     IF WS-PARM-VALUE NOT = SPACES
                        MOVE WS-PARM-VALUE TO WS-OPERATOR-ID
                     END-IF
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

       1205-BUILD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE.

      *> --------------------------------------------------------
      *> 2000-SELECT-HR-RECORDS - SORT input procedure: read HR's
      *> file end to end, list the rows that fail validation and
      *> release the rest.  The file is refused, before the merge
      *> can propose anything, when it is empty or its TRL count
      *> disagrees with the rows read.
      *> --------------------------------------------------------
       2000-SELECT-HR-RECORDS.
           OPEN INPUT HR-IN
           IF NOT HR-OK
              DISPLAY 'ERROR OPENING HR FILE, STATUS: ' WS-HR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2050-READ-HR-HEADER
           PERFORM 2100-READ-HR
           PERFORM 2200-RELEASE-HR-RECORD UNTIL HR-EOF-REACHED

           CLOSE HR-IN
           IF NOT HR-OK
              DISPLAY 'CLOSING HR FILE, STATUS: ' WS-HR-STATUS
           END-IF

           IF TRAILER-RECORD-SEEN AND WS-TRL-COUNT NOT = WS-HR-READ
              DISPLAY 'HR FILE TRAILER COUNT ' WS-TRL-COUNT
                      ' DOES NOT MATCH ROWS READ ' WS-HR-READ
              DISPLAY 'HR FILE INCOMPLETE - NOTHING RECONCILED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-HR-READ = WS-HR-REJECTED
              DISPLAY 'HR FILE HAS NO USABLE ROWS - NOTHING RECONCILED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The CSV carries a column-name header line, skipped the way
      *> VSAMLOAD's 1200-READ-HEADER skips it, with an HDR record
      *> ahead of it skipped as well.
       2050-READ-HR-HEADER.
           READ HR-IN
               AT END MOVE 'Y' TO WS-HR-EOF-FLAG
           END-READ

           IF NOT HR-EOF-REACHED AND HR-CSV-REC(1:4) = 'HDR,'
              READ HR-IN
                  AT END MOVE 'Y' TO WS-HR-EOF-FLAG
              END-READ
           END-IF.

       2100-READ-HR.
           IF NOT HR-EOF-REACHED
              READ HR-IN
                  AT END MOVE 'Y' TO WS-HR-EOF-FLAG
              END-READ
           END-IF

           IF NOT HR-EOF-REACHED AND NOT HR-OK
              DISPLAY 'ERROR READING HR FILE, STATUS: ' WS-HR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT HR-EOF-REACHED AND HR-CSV-REC(1:4) = 'TRL,'
              MOVE SPACES TO WS-TRAILER-FIELDS
              UNSTRING HR-CSV-REC DELIMITED BY ','
                  INTO WS-TRL-TAG-TEXT
                       WS-TRL-COUNT-TEXT
              END-UNSTRING
              COMPUTE WS-TRL-COUNT =
                  FUNCTION NUMVAL(WS-TRL-COUNT-TEXT)
              MOVE 'Y' TO WS-TRAILER-FLAG
              MOVE 'Y' TO WS-HR-EOF-FLAG
           END-IF

           IF NOT HR-EOF-REACHED
              ADD 1 TO WS-HR-READ
           END-IF.

       2200-RELEASE-HR-RECORD.
           MOVE SPACES TO WS-HR-FIELDS
           UNSTRING HR-CSV-REC DELIMITED BY ','
               INTO WS-HR-ID-TEXT
                    WS-HR-NAME-TEXT
                    WS-HR-SALARY-TEXT
                    WS-HR-DEPT-TEXT
                    WS-HR-HIRE-TEXT
                    WS-HR-STATUS-TEXT
                    WS-HR-GRADE-TEXT
           END-UNSTRING

           PERFORM 2250-VALIDATE-HR-FIELDS
           IF RECORD-IS-VALID
              ADD 1 TO WS-HR-SEQUENCE
              MOVE SPACES TO SORT-REC
              MOVE WS-EMPL-ID-NUMERIC    TO SORT-EMPL-ID
              MOVE WS-HR-SEQUENCE        TO SORT-SEQUENCE
              MOVE FUNCTION TRIM(WS-HR-NAME-TEXT) TO SORT-NAME
              MOVE WS-RAW-SALARY-NUMVAL  TO SORT-SALARY
              MOVE FUNCTION TRIM(WS-HR-DEPT-TEXT) TO SORT-DEPT
              MOVE WS-HR-HIRE-TEXT(1:8)  TO SORT-HIRE-DATE
              MOVE WS-HR-STATUS-TEXT(1:1) TO SORT-STATUS
              MOVE FUNCTION TRIM(WS-HR-GRADE-TEXT) TO SORT-GRADE
              RELEASE SORT-REC
           ELSE
              ADD 1 TO WS-HR-REJECTED
              MOVE HR-CSV-REC        TO WS-RJL-RAW
              MOVE WS-HR-REASON-TEXT TO WS-RJL-REASON
              PERFORM 2800-CHECK-PAGE-BREAK
              MOVE WS-REJECT-LINE TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF

           PERFORM 2100-READ-HR.

      *> --------------------------------------------------------
      *> 2250-VALIDATE-HR-FIELDS - each column must fit the VSAM-
      *> REC picture it would be compared with, the same limits
      *> VSAMLOAD's 2200-VALIDATE-FIELDS applies on a load.
      *> --------------------------------------------------------
       2250-VALIDATE-HR-FIELDS.
           MOVE 'Y' TO WS-VALID-FLAG

           IF FUNCTION TRIM(WS-HR-ID-TEXT) = SPACES
              OR FUNCTION TRIM(WS-HR-ID-TEXT) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-HR-ID-TEXT))
                    > LENGTH OF VSAM-EMPL-ID
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'INVALID EMPLOYEE ID' TO WS-HR-REASON-TEXT
           ELSE
              COMPUTE WS-EMPL-ID-NUMERIC =
                  FUNCTION NUMVAL(FUNCTION TRIM(WS-HR-ID-TEXT))
           END-IF

           IF RECORD-IS-VALID
              IF FUNCTION TRIM(WS-HR-NAME-TEXT) = SPACES
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'MISSING EMPLOYEE NAME' TO WS-HR-REASON-TEXT
              ELSE
                 IF FUNCTION LENGTH(FUNCTION TRIM(WS-HR-NAME-TEXT))
                       > LENGTH OF VSAM-EMPL-NAME
                    MOVE 'N' TO WS-VALID-FLAG
                    MOVE 'EMPLOYEE NAME TOO LONG' TO WS-HR-REASON-TEXT
                 END-IF
              END-IF
           END-IF

           IF RECORD-IS-VALID
              IF FUNCTION TRIM(WS-HR-SALARY-TEXT) = SPACES
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'MISSING SALARY' TO WS-HR-REASON-TEXT
              ELSE
                 COMPUTE WS-TEST-NUMVAL-RESULT =
                    FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-HR-SALARY-TEXT))
                 IF WS-TEST-NUMVAL-RESULT NOT = 0
                    MOVE 'N' TO WS-VALID-FLAG
                    MOVE 'NON-NUMERIC SALARY' TO WS-HR-REASON-TEXT
                 ELSE
                    COMPUTE WS-RAW-SALARY-NUMVAL =
                       FUNCTION NUMVAL(
                          FUNCTION TRIM(WS-HR-SALARY-TEXT))
                    IF WS-RAW-SALARY-NUMVAL > 99999999.99
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'SALARY TOO LARGE' TO WS-HR-REASON-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF RECORD-IS-VALID
              AND FUNCTION TRIM(WS-HR-DEPT-TEXT) NOT = SPACES
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-HR-DEPT-TEXT))
                    > LENGTH OF VSAM-EMPL-DEPT
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'DEPARTMENT CODE TOO LONG' TO WS-HR-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND FUNCTION TRIM(WS-HR-HIRE-TEXT) NOT = SPACES
              IF WS-HR-HIRE-TEXT(1:8) NOT NUMERIC
                 OR WS-HR-HIRE-TEXT(9:2) NOT = SPACES
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'INVALID HIRE DATE' TO WS-HR-REASON-TEXT
              END-IF
           END-IF

           IF RECORD-IS-VALID
              AND FUNCTION TRIM(WS-HR-STATUS-TEXT) NOT = SPACES
              AND WS-HR-STATUS-TEXT NOT = 'A'
              AND WS-HR-STATUS-TEXT NOT = 'T'
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'INVALID STATUS - MUST BE A OR T'
                  TO WS-HR-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND FUNCTION TRIM(WS-HR-GRADE-TEXT) NOT = SPACES
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-HR-GRADE-TEXT))
                    > LENGTH OF VSAM-EMPL-GRADE
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'PAY GRADE CODE TOO LONG' TO WS-HR-REASON-TEXT
           END-IF.

      *> --------------------------------------------------------
      *> 2500-MATCH-MERGE - SORT output procedure: HR's rows, now
      *> in ID order, against the master read in key order, the
      *> same match-merge VSAMCSV's 2500-DELTA-MERGE runs against
      *> its prior extract.
      *> --------------------------------------------------------
       2500-MATCH-MERGE.
           OPEN INPUT VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'ERROR OPENING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2510-READ-VSAM
           PERFORM 2520-RETURN-HR
           PERFORM 2600-MATCH-ONE-KEY
               UNTIL VSAM-EOF-REACHED AND SORT-EOF-REACHED

           CLOSE VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'CLOSING VSAM FILE, STATUS: ' WS-VSAM-STATUS
           END-IF.

       2510-READ-VSAM.
           READ VSAM-IN NEXT RECORD
               AT END MOVE 'Y' TO WS-VSAM-EOF-FLAG
           END-READ

           IF NOT VSAM-EOF-REACHED AND NOT VSAM-OK
              DISPLAY 'ERROR READING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT VSAM-EOF-REACHED
              ADD 1 TO WS-MASTER-READ
           END-IF.

      *> --------------------------------------------------------
      *> 2520-RETURN-HR - the next HR row for a new employee ID.
      *> Further rows for the ID just reconciled are listed as
      *> duplicates and passed over.
      *> --------------------------------------------------------
       2520-RETURN-HR.
           PERFORM 2530-RETURN-SORTED
           PERFORM 2540-SKIP-DUPLICATE
               UNTIL SORT-EOF-REACHED
                  OR SORT-EMPL-ID NOT = WS-LAST-HR-ID
           IF NOT SORT-EOF-REACHED
              MOVE SORT-EMPL-ID TO WS-LAST-HR-ID
           END-IF.

       2530-RETURN-SORTED.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2540-SKIP-DUPLICATE.
           ADD 1 TO WS-HR-DUPLICATES
           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE 'HR DUPLICATE'     TO WS-DTL-EXCEPTION
           MOVE SORT-EMPL-ID       TO WS-DTL-EMPL-ID
           MOVE SORT-NAME          TO WS-DTL-HR
           MOVE 'ROW IGNORED'      TO WS-DTL-ACTION
           PERFORM 2880-PRINT-DETAIL-LINE
           PERFORM 2530-RETURN-SORTED.

       2600-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN VSAM-EOF-REACHED
                  PERFORM 2650-REPORT-HR-ONLY
                  PERFORM 2520-RETURN-HR
               WHEN SORT-EOF-REACHED
                  PERFORM 2660-REPORT-MASTER-ONLY
                  PERFORM 2510-READ-VSAM
               WHEN SORT-EMPL-ID < VSAM-EMPL-ID
                  PERFORM 2650-REPORT-HR-ONLY
                  PERFORM 2520-RETURN-HR
               WHEN SORT-EMPL-ID > VSAM-EMPL-ID
                  PERFORM 2660-REPORT-MASTER-ONLY
                  PERFORM 2510-READ-VSAM
               WHEN OTHER
                  PERFORM 2700-COMPARE-EMPLOYEE
                  PERFORM 2510-READ-VSAM
                  PERFORM 2520-RETURN-HR
           END-EVALUATE.

      *> --------------------------------------------------------
      *> 2650-REPORT-HR-ONLY - an employee HR has and the master
      *> does not.  An active one is proposed as an add from HR's
      *> row; a terminated one is listed only.
      *> --------------------------------------------------------
       2650-REPORT-HR-ONLY.
           ADD 1 TO WS-HR-ONLY
           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE 'HR ONLY'      TO WS-DTL-EXCEPTION
           MOVE SORT-EMPL-ID   TO WS-DTL-EMPL-ID
           MOVE SORT-NAME      TO WS-DTL-HR

           IF SORT-STATUS = 'T'
              ADD 1 TO WS-HR-ONLY-TERMED
              MOVE 'NONE - TERMINATED'   TO WS-DTL-ACTION
           ELSE
              MOVE 'ADD (A)'             TO WS-DTL-ACTION
              MOVE SPACES                TO WS-MAINT-TRANS
              MOVE 'A'                   TO WS-MT-FUNCTION
              PERFORM 2750-BUILD-FROM-HR
              MOVE SORT-GRADE            TO WS-MT-GRADE
              PERFORM 2790-WRITE-TRANSACTION
              ADD 1 TO WS-ADDS-PROPOSED
           END-IF

           PERFORM 2880-PRINT-DETAIL-LINE.

      *> --------------------------------------------------------
      *> 2660-REPORT-MASTER-ONLY - an employee on the master that
      *> HR does not have.  An active one is proposed for delete,
      *> which VSAMMAINT holds for a second operator's approval;
      *> a terminated one is left for VSAMPURG and listed only.
      *> --------------------------------------------------------
       2660-REPORT-MASTER-ONLY.
           ADD 1 TO WS-MASTER-ONLY
           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE 'MASTER ONLY'    TO WS-DTL-EXCEPTION
           MOVE VSAM-EMPL-ID     TO WS-DTL-EMPL-ID
           MOVE VSAM-EMPL-NAME   TO WS-DTL-MASTER

           IF VSAM-EMPL-TERMINATED
              ADD 1 TO WS-MASTER-ONLY-TERMED
              MOVE 'NONE - TERMINATED'   TO WS-DTL-ACTION
           ELSE
              MOVE 'DELETE (D)'          TO WS-DTL-ACTION
              MOVE SPACES                TO WS-MAINT-TRANS
              MOVE 'D'                   TO WS-MT-FUNCTION
              MOVE VSAM-EMPL-ID          TO WS-MT-EMPL-ID
              MOVE WS-OPERATOR-ID        TO WS-MT-OPERATOR
              PERFORM 2790-WRITE-TRANSACTION
              ADD 1 TO WS-DELETES-PROPOSED
           END-IF

           PERFORM 2880-PRINT-DETAIL-LINE.

      *> --------------------------------------------------------
      *> 2700-COMPARE-EMPLOYEE - an employee on both.  Each field
      *> that differs gets a line; the first line of the employee
      *> carries the proposed change, which takes HR's values.
      *> --------------------------------------------------------
       2700-COMPARE-EMPLOYEE.
           ADD 1 TO WS-MATCHED
           MOVE 'N' TO WS-MISMATCH-FLAG

           IF VSAM-EMPL-NAME NOT = SORT-NAME
              ADD 1 TO WS-NAME-MISMATCHES
              PERFORM 2710-START-MISMATCH-LINE
              MOVE 'NAME'           TO WS-DTL-FIELD
              MOVE VSAM-EMPL-NAME   TO WS-DTL-MASTER
              MOVE SORT-NAME        TO WS-DTL-HR
              PERFORM 2880-PRINT-DETAIL-LINE
           END-IF

           MOVE 'Y' TO WS-MASTER-SALARY-FLAG
           COMPUTE WS-TEST-NUMVAL-RESULT =
               FUNCTION TEST-NUMVAL(VSAM-EMPL-SALARY)
           IF WS-TEST-NUMVAL-RESULT NOT = 0
              MOVE 'N' TO WS-MASTER-SALARY-FLAG
           ELSE
              COMPUTE WS-MASTER-SALARY =
                  FUNCTION NUMVAL(VSAM-EMPL-SALARY) / 100
           END-IF
           IF NOT MASTER-SALARY-VALID
              OR WS-MASTER-SALARY NOT = SORT-SALARY
              ADD 1 TO WS-SALARY-MISMATCHES
              PERFORM 2710-START-MISMATCH-LINE
              MOVE 'SALARY'         TO WS-DTL-FIELD
              IF MASTER-SALARY-VALID
                 MOVE WS-MASTER-SALARY TO WS-SALARY-EDIT
                 MOVE WS-SALARY-EDIT   TO WS-DTL-MASTER
              ELSE
                 MOVE VSAM-EMPL-SALARY TO WS-DTL-MASTER
              END-IF
              MOVE SORT-SALARY      TO WS-SALARY-EDIT
              MOVE WS-SALARY-EDIT   TO WS-DTL-HR
              PERFORM 2880-PRINT-DETAIL-LINE
           END-IF

           IF SORT-DEPT NOT = SPACES
              AND VSAM-EMPL-DEPT NOT = SORT-DEPT
              ADD 1 TO WS-DEPT-MISMATCHES
              PERFORM 2710-START-MISMATCH-LINE
              MOVE 'DEPT'           TO WS-DTL-FIELD
              MOVE VSAM-EMPL-DEPT   TO WS-DTL-MASTER
              MOVE SORT-DEPT        TO WS-DTL-HR
              PERFORM 2880-PRINT-DETAIL-LINE
           END-IF

           IF SORT-HIRE-DATE NOT = SPACES
              AND VSAM-EMPL-HIRE-DATE NOT = SORT-HIRE-DATE
              ADD 1 TO WS-HIRE-MISMATCHES
              PERFORM 2710-START-MISMATCH-LINE
              MOVE 'HIRE DATE'         TO WS-DTL-FIELD
              MOVE VSAM-EMPL-HIRE-DATE TO WS-DTL-MASTER
              MOVE SORT-HIRE-DATE      TO WS-DTL-HR
              PERFORM 2880-PRINT-DETAIL-LINE
           END-IF

           IF SORT-STATUS NOT = SPACE
              AND VSAM-EMPL-STATUS NOT = SORT-STATUS
              ADD 1 TO WS-STATUS-MISMATCHES
              PERFORM 2710-START-MISMATCH-LINE
              MOVE 'STATUS'         TO WS-DTL-FIELD
              MOVE VSAM-EMPL-STATUS TO WS-DTL-MASTER
              MOVE SORT-STATUS      TO WS-DTL-HR
              PERFORM 2880-PRINT-DETAIL-LINE
           END-IF

           IF EMPLOYEE-MISMATCHED
              ADD 1 TO WS-MISMATCHED
              MOVE SPACES                TO WS-MAINT-TRANS
              MOVE 'C'                   TO WS-MT-FUNCTION
              PERFORM 2750-BUILD-FROM-HR
              PERFORM 2790-WRITE-TRANSACTION
              ADD 1 TO WS-CHANGES-PROPOSED
           ELSE
              ADD 1 TO WS-MATCHED-CLEAN
           END-IF.

      *> The employee's first mismatch line names the exception
      *> and the proposed change; the lines under it only the
      *> field.
       2710-START-MISMATCH-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT EMPLOYEE-MISMATCHED
              MOVE 'Y'            TO WS-MISMATCH-FLAG
              MOVE 'MISMATCH'     TO WS-DTL-EXCEPTION
              MOVE VSAM-EMPL-ID   TO WS-DTL-EMPL-ID
              MOVE 'CHANGE (C)'   TO WS-DTL-ACTION
           END-IF.

      *> --------------------------------------------------------
      *> 2750-BUILD-FROM-HR - the A or C transaction's fields from
      *> HR's row.  The salary goes back to the unscaled cents
      *> VSAM-EMPL-SALARY and MAINT-IN carry.
      *> --------------------------------------------------------
       2750-BUILD-FROM-HR.
           MOVE SORT-EMPL-ID      TO WS-MT-EMPL-ID
           MOVE SORT-NAME         TO WS-MT-NAME
           COMPUTE WS-SALARY-CENTS = SORT-SALARY * 100
           MOVE WS-SALARY-CENTS   TO WS-MT-SALARY
           MOVE SORT-DEPT         TO WS-MT-DEPT
           MOVE SORT-HIRE-DATE    TO WS-MT-HIRE-DATE
           MOVE SORT-STATUS       TO WS-MT-STATUS
           MOVE WS-OPERATOR-ID    TO WS-MT-OPERATOR.

       2790-WRITE-TRANSACTION.
           MOVE WS-MAINT-TRANS TO TRANS-OUT-REC
           WRITE TRANS-OUT-REC
           IF NOT TRANS-OK
              DISPLAY 'ERROR WRITING TRANSACTION RECORD, STATUS: '
                      WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

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
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       2880-PRINT-DETAIL-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-DETAIL-LINE TO RPT-REC
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
           PERFORM 3050-PRINT-TOTALS
           PERFORM 3100-CLOSE-FILES
           PERFORM 3200-DISPLAY-SUMMARY

           IF WS-HR-REJECTED > 0 OR WS-HR-DUPLICATES > 0
              OR WS-HR-ONLY > 0 OR WS-MASTER-ONLY > 0
              OR WS-MISMATCHED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      *> --------------------------------------------------------
      *> 3050-PRINT-TOTALS - the reconciliation totals: how many
      *> employees each side had, how they matched, the field
      *> mismatch counts and the transactions proposed.
      *> --------------------------------------------------------
       3050-PRINT-TOTALS.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           PERFORM 2800-CHECK-PAGE-BREAK

           MOVE 'HR ROWS READ:' TO WS-CL-LABEL
           MOVE WS-HR-READ TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '  REJECTED:' TO WS-CL-LABEL
           MOVE WS-HR-REJECTED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '  DUPLICATE ID IGNORED:' TO WS-CL-LABEL
           MOVE WS-HR-DUPLICATES TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE 'MASTER RECORDS READ:' TO WS-CL-LABEL
           MOVE WS-MASTER-READ TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'EMPLOYEES ON BOTH:' TO WS-CL-LABEL
           MOVE WS-MATCHED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '  IN AGREEMENT:' TO WS-CL-LABEL
           MOVE WS-MATCHED-CLEAN TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '  MISMATCHED:' TO WS-CL-LABEL
           MOVE WS-MISMATCHED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '    NAME MISMATCHES:' TO WS-CL-LABEL
           MOVE WS-NAME-MISMATCHES TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '    SALARY MISMATCHES:' TO WS-CL-LABEL
           MOVE WS-SALARY-MISMATCHES TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '    DEPARTMENT MISMATCHES:' TO WS-CL-LABEL
           MOVE WS-DEPT-MISMATCHES TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '    HIRE DATE MISMATCHES:' TO WS-CL-LABEL
           MOVE WS-HIRE-MISMATCHES TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '    STATUS MISMATCHES:' TO WS-CL-LABEL
           MOVE WS-STATUS-MISMATCHES TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE 'HR ONLY:' TO WS-CL-LABEL
           MOVE WS-HR-ONLY TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '  TERMINATED, NO ACTION:' TO WS-CL-LABEL
           MOVE WS-HR-ONLY-TERMED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE 'MASTER ONLY:' TO WS-CL-LABEL
           MOVE WS-MASTER-ONLY TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE '  TERMINATED, NO ACTION:' TO WS-CL-LABEL
           MOVE WS-MASTER-ONLY-TERMED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'PROPOSED ADDS (A):' TO WS-CL-LABEL
           MOVE WS-ADDS-PROPOSED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE 'PROPOSED CHANGES (C):' TO WS-CL-LABEL
           MOVE WS-CHANGES-PROPOSED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE
           MOVE 'PROPOSED DELETES (D):' TO WS-CL-LABEL
           MOVE WS-DELETES-PROPOSED TO WS-CL-COUNT
           PERFORM 3060-PRINT-COUNT-LINE.

       3060-PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       3100-CLOSE-FILES.
           CLOSE RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF

           CLOSE TRANS-OUT
           IF NOT TRANS-OK
              DISPLAY 'CLOSING TRANSACTION FILE, STATUS: '
                      WS-TRANS-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Master / HR reconciliation complete.'
           DISPLAY 'HR Rows Read:        ' WS-HR-READ
           DISPLAY 'HR Rows Rejected:    ' WS-HR-REJECTED
           DISPLAY 'HR Duplicate IDs:    ' WS-HR-DUPLICATES
           DISPLAY 'Master Records Read: ' WS-MASTER-READ
           DISPLAY 'In Agreement:        ' WS-MATCHED-CLEAN
           DISPLAY 'Mismatched:          ' WS-MISMATCHED
           DISPLAY 'HR Only:             ' WS-HR-ONLY
           DISPLAY 'Master Only:         ' WS-MASTER-ONLY
           DISPLAY 'Adds Proposed:       ' WS-ADDS-PROPOSED
           DISPLAY 'Changes Proposed:    ' WS-CHANGES-PROPOSED
           DISPLAY 'Deletes Proposed:    ' WS-DELETES-PROPOSED.

       END PROGRAM VSAMHRRC.
