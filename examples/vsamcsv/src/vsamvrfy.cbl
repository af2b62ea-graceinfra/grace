      *>   - hire date that is not a real calendar date, or is
      *>     after the run date
      *>   - blank department
      *>   - employee ID on the EMPLIDS retired list (see the
      *>     EMPIDREC copybook) - a deleted or purged employee's
      *>     ID that has come back onto the master, by a restore
      *>     or a hand-keyed reuse, and would hand the new record
      *>     the old employee's salary history and audit trail
      *> It then cross-foots the count and salary total of
      *> extractable records (the records VSAMCSV would write)
      *> against the most recent plain full-extract VSAMCSV entry
      *> extract out to partners.  A history log with no
      *> comparable VSAMCSV run (modes blank) is reported but not
      *> failed, so the first run after deployment goes through.
      *>
      *> The run PARM (KEYWORD=VALUE, as in VSAMCSV) accepts
      *> CYCLE=Y, which runs the check as the first step of the
      *> nightly stream, checked in with and posted to the
      *> VSAMCYCL cycle ledger.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT EMPL-IDS ASSIGN TO EMPLIDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMPID-KEY
                  FILE STATUS IS WS-EMPID-STATUS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0 RECORDS.
       01 VRFY-RPT-REC             PIC X(132).

      *> --------------------------------------------------------
      *> EMPL-IDS - the employee ID control record and retired-ID
      *> list VSAMMAINT and VSAMPURG maintain; every master ID is
      *> looked up on it.  See the EMPIDREC copybook.
      *> --------------------------------------------------------
       FD EMPL-IDS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 EMPID-REC.
           COPY EMPIDREC.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
             88 RUNH-OK              VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.
          05 WS-EMPID-STATUS   PIC XX  VALUE SPACES.
             88 EMPID-OK             VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
       01 WS-DAYS-IN-MONTH      PIC 9(2).
       01 WS-LEAP-REMAINDER     PIC 9(4).

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

       01 WS-RUN-DATE-TIME      PIC X(21).
       01 WS-RUN-DATE           PIC X(08).


       01 WS-MESSAGE-LINE       PIC X(132).

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-RECORDS UNTIL EOF-REACHED
           PERFORM 2500-CROSS-FOOT-HISTORY
           PERFORM 3000-TERMINATE
           IF CYCLE-MODE
              PERFORM 3900-CYCLE-POST
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1050-PARSE-PARM
           IF CYCLE-MODE
              PERFORM 1020-CYCLE-CHECK-IN
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-REPORT-HEADER
           PERFORM 1300-READ-VSAM.

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
           MOVE 'FUNC=CHECK STEP=VSAMVRFY' TO WS-CYCL-PARM-TEXT
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO WS-CYCL-STEP-RC
              DISPLAY 'VSAMVRFY NOT RUN - REFUSED BY NIGHTLY CYCLE '
                      'CONTROL, RC: ' WS-CYCL-STEP-RC
              STOP RUN
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT VSAM-IN
           IF NOT VSAM-OK
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT EMPL-IDS
           IF NOT EMPID-OK
              DISPLAY 'ERROR OPENING EMPLOYEE ID FILE, STATUS: '
                      WS-EMPID-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-WRITE-REPORT-HEADER.
           PERFORM 2300-CHECK-STATUS
           PERFORM 2400-CHECK-HIRE-DATE
           PERFORM 2450-CHECK-DEPARTMENT
           PERFORM 2460-CHECK-RETIRED-ID

           IF WS-EXCEPTION-COUNT = WS-CROSS-CHECK-HOLD
              ADD 1 TO WS-RECORDS-CLEAN
              PERFORM 2800-REPORT-EXCEPTION
           END-IF.

      *> --------------------------------------------------------
      *> 2460-CHECK-RETIRED-ID - a master record under an ID on
      *> the retired list is reported with the date and program
      *> that retired it.  A non-numeric ID was reported by
      *> 2100-CHECK-EMPL-ID and is not looked up.
      *> --------------------------------------------------------
       2460-CHECK-RETIRED-ID.
           IF VSAM-EMPL-ID NUMERIC
              MOVE VSAM-EMPL-ID TO EMPID-KEY
              READ EMPL-IDS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF EMPID-RETIRED
                        MOVE 'ID IS ON THE RETIRED LIST'
                            TO WS-EXC-TEXT
                        MOVE SPACES TO WS-EXC-VALUE
                        STRING EMPID-RETIRED-DATE ' '
                               EMPID-RETIRED-PROGRAM
                               DELIMITED BY SIZE INTO WS-EXC-VALUE
                        END-STRING
                        PERFORM 2800-REPORT-EXCEPTION
                     END-IF
              END-READ
           END-IF.

      *> --------------------------------------------------------
      *> 2500-CROSS-FOOT-HISTORY - compare the live extractable
      *> count and salary total against the most recent plain
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

           CLOSE EMPL-IDS
           IF NOT EMPID-OK
              DISPLAY 'CLOSING EMPLOYEE ID FILE, STATUS: '
                      WS-EMPID-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Master integrity check complete.'
           DISPLAY 'Records Read:       ' WS-RECORDS-READ
           DISPLAY 'Exceptions Found:   ' WS-EXCEPTION-COUNT
           DISPLAY 'Extractable Records:' WS-EXTRACTABLE.

      *> --------------------------------------------------------
      *> 3900-CYCLE-POST - post the step's final return code to
      *> the cycle ledger, leaving RETURN-CODE as the step set it.
      *> --------------------------------------------------------
       3900-CYCLE-POST.
           MOVE RETURN-CODE TO WS-CYCL-STEP-RC
           MOVE SPACES TO WS-CYCL-PARM-TEXT
           STRING 'FUNC=POST STEP=VSAMVRFY RC=' WS-CYCL-STEP-RC
               DELIMITED BY SIZE INTO WS-CYCL-PARM-TEXT
           END-STRING
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              DISPLAY 'NIGHTLY CYCLE POST FAILED FOR VSAMVRFY'
           END-IF
           MOVE WS-CYCL-STEP-RC TO RETURN-CODE.

       END PROGRAM VSAMVRFY.
