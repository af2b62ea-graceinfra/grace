       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCYCL IS INITIAL.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Nightly cycle control.  The nightly stream is VSAMVRFY,
      *> VSAMPEND, VSAMMAINT, VSAMLOAD, VSAMCSV and VSAMACKR, in
      *> that order, and nothing used to tie those runs to a
      *> business date: a VSAMPEND rerun after a restart once sent
      *> the same RELOUT transactions through VSAMMAINT twice.
      *> This program keeps the CYCLCTL cycle ledger (see the
      *> CYCLREC copybook), one record per business date per
      *> step, and enforces it.
      *>
      *> It runs two ways with the one KEYWORD=VALUE parameter
      *> (same shape as VSAMCSV's run PARM):
      *>   - as a job step of its own, from the run PARM;
      *>   - CALLed by each of the six stream programs when they
      *>     run with CYCLE=Y, which pass the same length-prefixed
      *>     parameter block, check in at start and post their
      *>     return code at end.  It is an INITIAL program and
      *>     ends with GOBACK, so every CALL starts clean and hands
      *>     its result back in RETURN-CODE.
      *>
      *>   FUNC=OPEN   [DATE=yyyymmdd]  open a business date
      *>               (default: the run date).  Refused while
      *>               the business date open before it still has
      *>               a step outstanding, so a day can never be
      *>               skipped by opening the next one.  Opening
      *>               the date already open is harmless.
      *>   FUNC=CHECK  STEP=name        check a step in at start
      *>   FUNC=POST   STEP=name RC=nn  post a step's return code.
      *>               From a job step this is also the operator's
      *>               override for a step that legitimately did
      *>               not run; the report shows it with no
      *>               attempts.
      *>   FUNC=REPORT [DATE=yyyymmdd]  print the cycle status
      *>               report (the operators' run sheet) to
      *>               CYCLRPT
      *> CHECK, POST and REPORT work on the business date
      *> currently open unless DATE= names another.
      *>
      *> Return codes:
      *>   0  go ahead / posted / printed
      *>   8  refused: the step already completed this business
      *>      date (or the date to open is older than the open one)
      *>   12 refused: the predecessor step has not completed (or
      *>      the open date's cycle is not complete)
      *>   16 parameter error, no business date open, or a ledger
      *>      I/O error
      *> A step completes when it posts RC 0-4; a post above 4
      *> marks it failed, which blocks its successor and leaves it
      *> free to rerun once the problem is fixed.  A step that
      *> checked in but never posted (it abended) may also rerun;
      *> each check-in counts as an attempt.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCL-FILE ASSIGN TO CYCLCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CYCL-KEY
                  FILE STATUS IS WS-CYCL-STATUS.

           SELECT CYCL-RPT ASSIGN TO CYCLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CYCL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CYCL-REC.
           COPY CYCLREC.

       FD CYCL-RPT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CYCL-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-CYCL-STATUS    PIC XX  VALUE SPACES.
             88 CYCL-OK              VALUE '00'.
             88 CYCL-NOT-FOUND       VALUE '23'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.

       01 WS-FLAGS.
          05 WS-FOUND-FLAG     PIC X   VALUE 'N'.
             88 RECORD-FOUND         VALUE 'Y'.
          05 WS-CYCL-OPEN-FLAG PIC X   VALUE 'N'.
             88 CYCL-FILE-OPEN       VALUE 'Y'.

      *> The result handed back in RETURN-CODE; see the table of
      *> return codes above.
       01 WS-CYCL-RC            PIC 9(2) VALUE 0.

       01 WS-FUNCTION           PIC X(10) VALUE SPACES.
          88 FUNC-OPEN                VALUE 'OPEN'.
          88 FUNC-CHECK               VALUE 'CHECK'.
          88 FUNC-POST                VALUE 'POST'.
          88 FUNC-REPORT              VALUE 'REPORT'.
       01 WS-STEP-NAME          PIC X(9)  VALUE SPACES.
       01 WS-BUS-DATE           PIC X(8)  VALUE SPACES.
       01 WS-PRIOR-BUS-DATE     PIC X(8)  VALUE SPACES.
       01 WS-POST-RC-TEXT       PIC X(10) VALUE SPACES.
       01 WS-POST-RC            PIC 9(2)  VALUE 0.

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
      *> The nightly stream, in running order.  Each step's
      *> predecessor is the entry before it; the first step's
      *> only prerequisite is an open business date.
      *> --------------------------------------------------------
       01 WS-STREAM-VALUES.
          05 FILLER             PIC X(9) VALUE 'VSAMVRFY'.
          05 FILLER             PIC X(9) VALUE 'VSAMPEND'.
          05 FILLER             PIC X(9) VALUE 'VSAMMAINT'.
          05 FILLER             PIC X(9) VALUE 'VSAMLOAD'.
          05 FILLER             PIC X(9) VALUE 'VSAMCSV'.
          05 FILLER             PIC X(9) VALUE 'VSAMACKR'.
       01 FILLER REDEFINES WS-STREAM-VALUES.
          05 WS-STREAM-STEP    OCCURS 6 TIMES PIC X(9).
       01 WS-STREAM-COUNT       PIC 9        VALUE 6.
       01 WS-STEP-IDX           PIC 9   COMP VALUE 0.
       01 WS-STEP-SLOT          PIC 9   COMP VALUE 0.
       01 WS-STEPS-OUTSTANDING  PIC 9        VALUE 0.
       01 WS-STEPS-COMPLETED    PIC 9        VALUE 0.

      *> Key values of the two special ledger records.
       01 WS-CYCLE-HEADER-STEP  PIC X(9) VALUE '*CYCLE*'.
       01 WS-CONTROL-DATE       PIC X(8) VALUE '00000000'.
       01 WS-CONTROL-STEP       PIC X(9) VALUE '*CURRENT*'.

       01 WS-RUN-DATE-TIME      PIC X(21).
       01 WS-RUN-DATE           PIC X(08).
       01 WS-RUN-TIME           PIC X(06).

       01 WS-MESSAGE-LINE       PIC X(100).

       01 WS-TITLE-LINE.
          05 FILLER             PIC X(33) VALUE
             'NIGHTLY CYCLE STATUS REPORT      '.
          05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
          05 WS-TTL-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(17) VALUE
             '  BUSINESS DATE: '.
          05 WS-TTL-BUS-DATE    PIC X(08).
          05 FILLER             PIC X(56) VALUE SPACES.

       01 WS-OPENED-LINE.
          05 FILLER             PIC X(14) VALUE 'CYCLE OPENED: '.
          05 WS-OPN-DATE        PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-OPN-TIME        PIC X(06).
          05 FILLER             PIC X(103) VALUE SPACES.

       01 WS-COLUMN-LINE.
          05 FILLER             PIC X(05) VALUE 'SEQ  '.
          05 FILLER             PIC X(11) VALUE 'STEP       '.
          05 FILLER             PIC X(22) VALUE 'STATUS'.
          05 FILLER             PIC X(17) VALUE 'STARTED'.
          05 FILLER             PIC X(17) VALUE 'ENDED'.
          05 FILLER             PIC X(04) VALUE 'RC  '.
          05 FILLER             PIC X(10) VALUE 'ATTEMPTS  '.
          05 FILLER             PIC X(07) VALUE 'REFUSED'.
          05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-SEQ         PIC 9.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-DTL-STEP        PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-STATUS      PIC X(20).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-START-DATE  PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-START-TIME  PIC X(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-END-DATE    PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DTL-END-TIME    PIC X(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-RC          PIC X(02).
          05 FILLER             PIC X(05) VALUE SPACES.
          05 WS-DTL-ATTEMPTS    PIC ZZ9.
          05 FILLER             PIC X(05) VALUE SPACES.
          05 WS-DTL-REFUSED     PIC ZZ9.
          05 FILLER             PIC X(42) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN FUNC-OPEN
                  PERFORM 2000-OPEN-CYCLE
               WHEN FUNC-CHECK
                  PERFORM 2100-CHECK-STEP
               WHEN FUNC-POST
                  PERFORM 2200-POST-STEP
               WHEN FUNC-REPORT
                  PERFORM 2500-PRINT-CYCLE-REPORT
           END-EVALUATE
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE-TIME(9:6) TO WS-RUN-TIME
           PERFORM 1050-PARSE-PARM
           PERFORM 1055-VALIDATE-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-RESOLVE-BUSINESS-DATE.

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
                  WHEN 'FUNC'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-FUNCTION
                  WHEN 'STEP'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-STEP-NAME
                  WHEN 'DATE'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-BUS-DATE
                  WHEN 'RC'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE)
                         TO WS-POST-RC-TEXT
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

      *> --------------------------------------------------------
      *> 1055-VALIDATE-PARM - a misspelt step name or a garbled
      *> date would otherwise open, check or post a ledger entry
      *> nothing else ever looks at, and the stream would run
      *> unguarded.  Reject it instead.
      *> --------------------------------------------------------
       1055-VALIDATE-PARM.
           IF NOT FUNC-OPEN AND NOT FUNC-CHECK AND NOT FUNC-POST
              AND NOT FUNC-REPORT
              DISPLAY 'FUNC= MUST BE OPEN, CHECK, POST OR REPORT'
              PERFORM 9900-ABANDON
           END-IF

           IF WS-BUS-DATE NOT = SPACES AND WS-BUS-DATE NOT NUMERIC
              DISPLAY 'DATE= VALUE MUST BE AN 8-DIGIT YYYYMMDD DATE'
              PERFORM 9900-ABANDON
           END-IF

           IF FUNC-CHECK OR FUNC-POST
              MOVE 0 TO WS-STEP-SLOT
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                      UNTIL WS-STEP-IDX > WS-STREAM-COUNT
                 IF WS-STREAM-STEP(WS-STEP-IDX) = WS-STEP-NAME
                    MOVE WS-STEP-IDX TO WS-STEP-SLOT
                 END-IF
              END-PERFORM
              IF WS-STEP-SLOT = 0
                 DISPLAY 'STEP= VALUE ' WS-STEP-NAME
                         ' IS NOT A STEP OF THE NIGHTLY STREAM'
                 PERFORM 9900-ABANDON
              END-IF
           END-IF

           IF FUNC-POST
              IF WS-POST-RC-TEXT = SPACES
                 OR FUNCTION TRIM(WS-POST-RC-TEXT) NOT NUMERIC
                 OR FUNCTION LENGTH(FUNCTION TRIM(WS-POST-RC-TEXT))
                    > 2
                 DISPLAY 'FUNC=POST REQUIRES RC=nn'
                 PERFORM 9900-ABANDON
              END-IF
              COMPUTE WS-POST-RC = FUNCTION NUMVAL(WS-POST-RC-TEXT)
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O CYCL-FILE
           IF NOT CYCL-OK
              DISPLAY 'ERROR OPENING CYCLE LEDGER, STATUS: '
                      WS-CYCL-STATUS
              PERFORM 9900-ABANDON
           END-IF
           MOVE 'Y' TO WS-CYCL-OPEN-FLAG.

      *> --------------------------------------------------------
      *> 1200-RESOLVE-BUSINESS-DATE - OPEN defaults to the run
      *> date; everything else defaults to the business date the
      *> control record says is open.
      *> --------------------------------------------------------
       1200-RESOLVE-BUSINESS-DATE.
           IF WS-BUS-DATE = SPACES
              IF FUNC-OPEN
                 MOVE WS-RUN-DATE TO WS-BUS-DATE
              ELSE
                 PERFORM 2900-READ-CONTROL-RECORD
                 IF NOT RECORD-FOUND
                    DISPLAY 'NO BUSINESS DATE IS OPEN - RUN '
                            'FUNC=OPEN FIRST'
                    PERFORM 9900-ABANDON
                 END-IF
                 MOVE CYCL-OPEN-BUS-DATE TO WS-BUS-DATE
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2000-OPEN-CYCLE - open a new business date.  The date
      *> open before it must have every step completed first, so
      *> the only way past a failed or missing step is to fix and
      *> rerun it (or post it by hand, visibly, on the ledger).
      *> --------------------------------------------------------
       2000-OPEN-CYCLE.
           PERFORM 2900-READ-CONTROL-RECORD
           IF RECORD-FOUND
              MOVE CYCL-OPEN-BUS-DATE TO WS-PRIOR-BUS-DATE
           ELSE
              MOVE SPACES TO WS-PRIOR-BUS-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-PRIOR-BUS-DATE = WS-BUS-DATE
                  DISPLAY 'CYCLE ' WS-BUS-DATE ' IS ALREADY OPEN'
               WHEN WS-PRIOR-BUS-DATE NOT = SPACES
                  AND WS-BUS-DATE < WS-PRIOR-BUS-DATE
                  DISPLAY 'CYCLE ' WS-BUS-DATE ' PRECEDES OPEN CYCLE '
                          WS-PRIOR-BUS-DATE ' - NOT OPENED'
                  MOVE 8 TO WS-CYCL-RC
               WHEN OTHER
                  IF WS-PRIOR-BUS-DATE NOT = SPACES
                     PERFORM 2050-COUNT-OUTSTANDING-STEPS
                  END-IF
                  IF WS-STEPS-OUTSTANDING > 0
                     DISPLAY 'CYCLE ' WS-PRIOR-BUS-DATE ' HAS '
                             WS-STEPS-OUTSTANDING
                             ' STEP(S) OUTSTANDING - CYCLE '
                             WS-BUS-DATE ' NOT OPENED'
                     MOVE 12 TO WS-CYCL-RC
                  ELSE
                     PERFORM 2060-WRITE-CYCLE-HEADER
                  END-IF
           END-EVALUATE.

       2050-COUNT-OUTSTANDING-STEPS.
           MOVE 0 TO WS-STEPS-OUTSTANDING
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STREAM-COUNT
              MOVE WS-PRIOR-BUS-DATE TO CYCL-BUS-DATE
              MOVE WS-STREAM-STEP(WS-STEP-IDX) TO CYCL-STEP
              PERFORM 2910-READ-LEDGER
              IF NOT RECORD-FOUND OR NOT CYCL-COMPLETED
                 DISPLAY 'CYCLE ' WS-PRIOR-BUS-DATE ' STEP '
                         WS-STREAM-STEP(WS-STEP-IDX)
                         ' HAS NOT COMPLETED'
                 ADD 1 TO WS-STEPS-OUTSTANDING
              END-IF
           END-PERFORM.

       2060-WRITE-CYCLE-HEADER.
           MOVE SPACES               TO CYCL-REC
           MOVE WS-BUS-DATE          TO CYCL-BUS-DATE
           MOVE WS-CYCLE-HEADER-STEP TO CYCL-STEP
           MOVE 'O'                  TO CYCL-STATUS
           MOVE WS-RUN-DATE          TO CYCL-START-DATE
           MOVE WS-RUN-TIME          TO CYCL-START-TIME
           MOVE 0 TO CYCL-RETURN-CODE CYCL-ATTEMPTS CYCL-REFUSED
           WRITE CYCL-REC
               INVALID KEY
                  DISPLAY 'CYCLE ' WS-BUS-DATE
                          ' ALREADY HAS A LEDGER - NOT REOPENED'
                  MOVE 8 TO WS-CYCL-RC
           END-WRITE

           IF WS-CYCL-RC = 0
              PERFORM 2900-READ-CONTROL-RECORD
              MOVE WS-CONTROL-DATE TO CYCL-BUS-DATE
              MOVE WS-CONTROL-STEP TO CYCL-STEP
              MOVE SPACES          TO CYCL-CONTROL-DATA
              MOVE WS-BUS-DATE     TO CYCL-OPEN-BUS-DATE
              IF RECORD-FOUND
                 REWRITE CYCL-REC
              ELSE
                 WRITE CYCL-REC
              END-IF
              IF NOT CYCL-OK
                 DISPLAY 'ERROR UPDATING CYCLE CONTROL RECORD, '
                         'STATUS: ' WS-CYCL-STATUS
                 PERFORM 9900-ABANDON
              END-IF
              DISPLAY 'CYCLE ' WS-BUS-DATE ' OPENED'
           END-IF.

      *> --------------------------------------------------------
      *> 2100-CHECK-STEP - a step checking in.  Already completed
      *> for this business date: refused (8), the rerun counted on
      *> the ledger.  Predecessor not completed: refused (12),
      *> nothing written.  Otherwise the step is marked started;
      *> a step that failed or abended before is restarted as a
      *> further attempt.
      *> --------------------------------------------------------
       2100-CHECK-STEP.
           MOVE WS-BUS-DATE          TO CYCL-BUS-DATE
           MOVE WS-CYCLE-HEADER-STEP TO CYCL-STEP
           PERFORM 2910-READ-LEDGER
           IF NOT RECORD-FOUND
              DISPLAY 'CYCLE ' WS-BUS-DATE ' HAS NOT BEEN OPENED - '
                      'STEP ' WS-STEP-NAME ' NOT RUN'
              MOVE 16 TO WS-CYCL-RC
           END-IF

           IF WS-CYCL-RC = 0
              PERFORM 2920-READ-STEP-RECORD
              IF RECORD-FOUND AND CYCL-COMPLETED
                 DISPLAY 'CYCLE ' WS-BUS-DATE ' STEP ' WS-STEP-NAME
                         ' ALREADY COMPLETED ' CYCL-END-DATE ' '
                         CYCL-END-TIME ' RC ' CYCL-RETURN-CODE
                         ' - RERUN REFUSED'
                 ADD 1 TO CYCL-REFUSED
                 PERFORM 2950-REWRITE-LEDGER
                 MOVE 8 TO WS-CYCL-RC
              END-IF
           END-IF

           IF WS-CYCL-RC = 0 AND WS-STEP-SLOT > 1
              MOVE WS-BUS-DATE TO CYCL-BUS-DATE
              MOVE WS-STREAM-STEP(WS-STEP-SLOT - 1) TO CYCL-STEP
              PERFORM 2910-READ-LEDGER
              IF NOT RECORD-FOUND OR NOT CYCL-COMPLETED
                 DISPLAY 'CYCLE ' WS-BUS-DATE ' PREDECESSOR '
                         WS-STREAM-STEP(WS-STEP-SLOT - 1)
                         ' HAS NOT COMPLETED - STEP ' WS-STEP-NAME
                         ' NOT RUN'
                 MOVE 12 TO WS-CYCL-RC
              END-IF
           END-IF

           IF WS-CYCL-RC = 0
              PERFORM 2920-READ-STEP-RECORD
              IF RECORD-FOUND
                 ADD 1 TO CYCL-ATTEMPTS
                 PERFORM 2130-MARK-STARTED
                 PERFORM 2950-REWRITE-LEDGER
                 DISPLAY 'CYCLE ' WS-BUS-DATE ' STEP ' WS-STEP-NAME
                         ' RESTARTED - ATTEMPT ' CYCL-ATTEMPTS
              ELSE
                 MOVE SPACES        TO CYCL-DATA
                 MOVE WS-BUS-DATE   TO CYCL-BUS-DATE
                 MOVE WS-STEP-NAME  TO CYCL-STEP
                 MOVE 1             TO CYCL-ATTEMPTS
                 MOVE 0             TO CYCL-REFUSED
                 PERFORM 2130-MARK-STARTED
                 PERFORM 2960-WRITE-LEDGER
                 DISPLAY 'CYCLE ' WS-BUS-DATE ' STEP ' WS-STEP-NAME
                         ' STARTED'
              END-IF
           END-IF.

       2130-MARK-STARTED.
           MOVE 'S'         TO CYCL-STATUS
           MOVE WS-RUN-DATE TO CYCL-START-DATE
           MOVE WS-RUN-TIME TO CYCL-START-TIME
           MOVE SPACES      TO CYCL-END-DATE CYCL-END-TIME
           MOVE 0           TO CYCL-RETURN-CODE.

      *> --------------------------------------------------------
      *> 2200-POST-STEP - a step posting its return code.  RC 0-4
      *> completes it; anything higher marks it failed.  The last
      *> step of the stream completing closes the cycle header.
      *> --------------------------------------------------------
       2200-POST-STEP.
           PERFORM 2920-READ-STEP-RECORD
           IF RECORD-FOUND AND CYCL-COMPLETED
              DISPLAY 'CYCLE ' WS-BUS-DATE ' STEP ' WS-STEP-NAME
                      ' ALREADY COMPLETED - POST IGNORED'
              MOVE 8 TO WS-CYCL-RC
           ELSE
              IF NOT RECORD-FOUND
                 MOVE SPACES        TO CYCL-DATA
                 MOVE WS-BUS-DATE   TO CYCL-BUS-DATE
                 MOVE WS-STEP-NAME  TO CYCL-STEP
                 MOVE WS-RUN-DATE   TO CYCL-START-DATE
                 MOVE WS-RUN-TIME   TO CYCL-START-TIME
                 MOVE 0 TO CYCL-ATTEMPTS CYCL-REFUSED
              END-IF
              MOVE WS-RUN-DATE TO CYCL-END-DATE
              MOVE WS-RUN-TIME TO CYCL-END-TIME
              MOVE WS-POST-RC  TO CYCL-RETURN-CODE
              IF WS-POST-RC > 4
                 MOVE 'F' TO CYCL-STATUS
              ELSE
                 MOVE 'C' TO CYCL-STATUS
              END-IF
              IF RECORD-FOUND
                 PERFORM 2950-REWRITE-LEDGER
              ELSE
                 PERFORM 2960-WRITE-LEDGER
              END-IF
              DISPLAY 'CYCLE ' WS-BUS-DATE ' STEP ' WS-STEP-NAME
                      ' POSTED RC ' WS-POST-RC
              IF CYCL-COMPLETED AND WS-STEP-SLOT = WS-STREAM-COUNT
                 PERFORM 2250-CLOSE-CYCLE-HEADER
              END-IF
           END-IF.

       2250-CLOSE-CYCLE-HEADER.
           MOVE WS-BUS-DATE          TO CYCL-BUS-DATE
           MOVE WS-CYCLE-HEADER-STEP TO CYCL-STEP
           PERFORM 2910-READ-LEDGER
           IF RECORD-FOUND
              MOVE 'C'         TO CYCL-STATUS
              MOVE WS-RUN-DATE TO CYCL-END-DATE
              MOVE WS-RUN-TIME TO CYCL-END-TIME
              PERFORM 2950-REWRITE-LEDGER
              DISPLAY 'CYCLE ' WS-BUS-DATE ' COMPLETE'
           END-IF.

      *> --------------------------------------------------------
      *> 2500-PRINT-CYCLE-REPORT - the run sheet: one line per
      *> step of the stream, in running order, showing what ran,
      *> when, and with what return code.
      *> --------------------------------------------------------
       2500-PRINT-CYCLE-REPORT.
           OPEN OUTPUT CYCL-RPT
           IF NOT RPT-OK
              DISPLAY 'ERROR OPENING REPORT FILE, STATUS: '
                      WS-RPT-STATUS
              PERFORM 9900-ABANDON
           END-IF

           MOVE WS-RUN-DATE   TO WS-TTL-RUN-DATE
           MOVE WS-BUS-DATE   TO WS-TTL-BUS-DATE
           MOVE WS-TITLE-LINE TO CYCL-RPT-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-BUS-DATE          TO CYCL-BUS-DATE
           MOVE WS-CYCLE-HEADER-STEP TO CYCL-STEP
           PERFORM 2910-READ-LEDGER
           IF RECORD-FOUND
              MOVE CYCL-START-DATE TO WS-OPN-DATE
              MOVE CYCL-START-TIME TO WS-OPN-TIME
              MOVE WS-OPENED-LINE  TO CYCL-RPT-REC
           ELSE
              MOVE 'CYCLE NOT OPENED' TO CYCL-RPT-REC
           END-IF
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACES TO CYCL-RPT-REC
           PERFORM 2890-WRITE-REPORT-LINE
           MOVE WS-COLUMN-LINE TO CYCL-RPT-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE 0 TO WS-STEPS-COMPLETED
           MOVE 0 TO WS-STEPS-OUTSTANDING
           PERFORM 2550-PRINT-STEP-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STREAM-COUNT

           MOVE SPACES TO CYCL-RPT-REC
           PERFORM 2890-WRITE-REPORT-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           IF WS-STEPS-COMPLETED = WS-STREAM-COUNT
              STRING 'CYCLE ' WS-BUS-DATE ' COMPLETE - ALL '
                     WS-STREAM-COUNT ' STEPS COMPLETED'
                     DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              END-STRING
           ELSE
              STRING 'CYCLE ' WS-BUS-DATE ' INCOMPLETE - '
                     WS-STEPS-COMPLETED ' OF ' WS-STREAM-COUNT
                     ' STEPS COMPLETED, NEXT STEP DUE: '
                     WS-STREAM-STEP(WS-STEPS-COMPLETED + 1)
                     DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              END-STRING
           END-IF
           MOVE WS-MESSAGE-LINE TO CYCL-RPT-REC
           PERFORM 2890-WRITE-REPORT-LINE

           CLOSE CYCL-RPT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

      *> The stream runs strictly in order, so the steps completed
      *> are always a leading run of the table; the first one not
      *> completed is the step due next.
       2550-PRINT-STEP-LINE.
           MOVE WS-BUS-DATE                 TO CYCL-BUS-DATE
           MOVE WS-STREAM-STEP(WS-STEP-IDX) TO CYCL-STEP
           PERFORM 2910-READ-LEDGER

           MOVE WS-STEP-IDX                 TO WS-DTL-SEQ
           MOVE WS-STREAM-STEP(WS-STEP-IDX) TO WS-DTL-STEP
           IF RECORD-FOUND
              EVALUATE TRUE
                  WHEN CYCL-COMPLETED
                     MOVE 'COMPLETED'            TO WS-DTL-STATUS
                     ADD 1 TO WS-STEPS-COMPLETED
                  WHEN CYCL-FAILED
                     MOVE 'FAILED'               TO WS-DTL-STATUS
                  WHEN OTHER
                     MOVE 'STARTED - NOT POSTED' TO WS-DTL-STATUS
              END-EVALUATE
              MOVE CYCL-START-DATE TO WS-DTL-START-DATE
              MOVE CYCL-START-TIME TO WS-DTL-START-TIME
              MOVE CYCL-END-DATE   TO WS-DTL-END-DATE
              MOVE CYCL-END-TIME   TO WS-DTL-END-TIME
              IF CYCL-COMPLETED OR CYCL-FAILED
                 MOVE CYCL-RETURN-CODE TO WS-DTL-RC
              ELSE
                 MOVE SPACES TO WS-DTL-RC
              END-IF
              MOVE CYCL-ATTEMPTS   TO WS-DTL-ATTEMPTS
              MOVE CYCL-REFUSED    TO WS-DTL-REFUSED
           ELSE
              MOVE 'NOT RUN' TO WS-DTL-STATUS
              MOVE SPACES TO WS-DTL-START-DATE WS-DTL-START-TIME
                             WS-DTL-END-DATE WS-DTL-END-TIME
                             WS-DTL-RC
              MOVE 0 TO WS-DTL-ATTEMPTS WS-DTL-REFUSED
           END-IF
           MOVE WS-DETAIL-LINE TO CYCL-RPT-REC
           PERFORM 2890-WRITE-REPORT-LINE.

       2890-WRITE-REPORT-LINE.
           WRITE CYCL-RPT-REC
           IF NOT RPT-OK
              DISPLAY 'ERROR WRITING REPORT RECORD, STATUS: '
                      WS-RPT-STATUS
              PERFORM 9900-ABANDON
           END-IF.

       2900-READ-CONTROL-RECORD.
           MOVE WS-CONTROL-DATE TO CYCL-BUS-DATE
           MOVE WS-CONTROL-STEP TO CYCL-STEP
           PERFORM 2910-READ-LEDGER.

       2910-READ-LEDGER.
           MOVE 'Y' TO WS-FOUND-FLAG
           READ CYCL-FILE
               INVALID KEY
                  MOVE 'N' TO WS-FOUND-FLAG
           END-READ
           IF RECORD-FOUND AND NOT CYCL-OK
              DISPLAY 'ERROR READING CYCLE LEDGER, STATUS: '
                      WS-CYCL-STATUS
              PERFORM 9900-ABANDON
           END-IF.

       2920-READ-STEP-RECORD.
           MOVE WS-BUS-DATE  TO CYCL-BUS-DATE
           MOVE WS-STEP-NAME TO CYCL-STEP
           PERFORM 2910-READ-LEDGER.

       2950-REWRITE-LEDGER.
           REWRITE CYCL-REC
           IF NOT CYCL-OK
              DISPLAY 'ERROR REWRITING CYCLE LEDGER, STATUS: '
                      WS-CYCL-STATUS
              PERFORM 9900-ABANDON
           END-IF.

       2960-WRITE-LEDGER.
           WRITE CYCL-REC
           IF NOT CYCL-OK
              DISPLAY 'ERROR WRITING CYCLE LEDGER, STATUS: '
                      WS-CYCL-STATUS
              PERFORM 9900-ABANDON
           END-IF.

       3000-TERMINATE.
           CLOSE CYCL-FILE
           IF NOT CYCL-OK
              DISPLAY 'CLOSING CYCLE LEDGER, STATUS: ' WS-CYCL-STATUS
           END-IF
           MOVE WS-CYCL-RC TO RETURN-CODE.

      *> --------------------------------------------------------
      *> 9900-ABANDON - parameter or ledger I/O failure.  GOBACK,
      *> not STOP RUN, so a calling step gets the 16 back in
      *> RETURN-CODE and stops itself with its own message.
      *> --------------------------------------------------------
       9900-ABANDON.
           IF CYCL-FILE-OPEN
              CLOSE CYCL-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.

       END PROGRAM VSAMCYCL.
