      *>   CANCELDATE=yyyymmdd narrow the cancel to one effective
      *>                       date; blank cancels all of the
      *>                       employee's pending items
      *>   OPERATOR=xxxxxxxx   the operator asking for the cancel
      *>   CYCLE=Y             run as a step of the nightly
      *>                       stream, checked in with and posted
      *>                       to the VSAMCYCL cycle ledger
      *> A canceled item is reported and written nowhere, so it
      *> never fires.  A cancel is only honoured for an operator
      *> who is on the OPERMAST authority file (see the OPERREC
      *> copybook), active, and granted pending cancel.  Otherwise
      *> the cancel is refused with a CANCEL REFUSED line at the
      *> top of PENDRPT, logged to the SECVIOL security violation
      *> log for VSAMSECR, and the run goes on as if no cancel had
      *> been asked for, ending with return code 4.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
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

           BLOCK CONTAINS 0 RECORDS.
       01 PEND-RPT-REC               PIC X(132).

      *> --------------------------------------------------------
      *> OPER-MAST - the operator authority file; a cancel's
      *> operator ID is looked up on it.  See the OPERREC
      *> copybook.
      *> --------------------------------------------------------
       FD OPER-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OPER-REC.
           COPY OPERREC.

      *> --------------------------------------------------------
      *> SEC-VIOL - shared security violation log, opened EXTEND
      *> so this run's entries follow every earlier run's.  See
      *> the SECVREC copybook.
      *> --------------------------------------------------------
       FD SEC-VIOL
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SECV-REC.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
             88 REL-OK               VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.
          05 WS-OPER-STATUS    PIC XX  VALUE SPACES.
             88 OPER-OK              VALUE '00'.
          05 WS-SECV-STATUS    PIC XX  VALUE SPACES.
             88 SECV-OK              VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
          05 WS-ITEMS-RELEASED   PIC 9(5) VALUE 0.
          05 WS-ITEMS-CARRIED    PIC 9(5) VALUE 0.
          05 WS-ITEMS-CANCELED   PIC 9(5) VALUE 0.
          05 WS-CANCELS-REFUSED  PIC 9(5) VALUE 0.

      *> --------------------------------------------------------
      *> PARM keyword switches, parsed the same way VSAMCSV's
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

       01 WS-CANCEL-EMPL-ID     PIC X(5)  VALUE SPACES.
       01 WS-CANCEL-EFF-DATE    PIC X(8)  VALUE SPACES.
       01 WS-CANCEL-OPERATOR    PIC X(8)  VALUE SPACES.

      *> Operator authority for a cancel; WS-AUTH-FLAG is cleared
      *> by the first check that fails, which leaves its SECVREC
      *> reason code and text behind.
       01 WS-AUTH-FLAG          PIC X     VALUE 'Y'.
          88 OPERATOR-AUTHORIZED      VALUE 'Y'.
       01 WS-AUTH-REASON-CODE   PIC X(04).
       01 WS-AUTH-REASON-TEXT   PIC X(30).

       01 WS-RUN-DATE-TIME      PIC X(21).
       01 WS-RUN-DATE           PIC X(08).
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ITEMS UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           IF WS-CANCELS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF CYCLE-MODE
              PERFORM 3900-CYCLE-POST
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-PARSE-PARM
           PERFORM 1055-VALIDATE-PARM
           IF CYCLE-MODE
              PERFORM 1020-CYCLE-CHECK-IN
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-REPORT-HEADER
           IF WS-CANCEL-EMPL-ID NOT = SPACES
              PERFORM 1250-CHECK-CANCEL-AUTHORITY
           END-IF
           PERFORM 1300-READ-PENDING.

       1050-PARSE-PARM.
                  WHEN 'CANCELDATE'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE)
                         TO WS-CANCEL-EFF-DATE
                  WHEN 'OPERATOR'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE)
                         TO WS-CANCEL-OPERATOR
                  WHEN 'CYCLE'
                     IF FUNCTION TRIM(WS-PARM-VALUE) = 'Y'
                        MOVE 'Y' TO WS-CYCLE-SWITCH
                     END-IF
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
      *> short or non-numeric cancel value could never match
      *> anything and would silently cancel nothing.  MODE=LIST is
      *> read-only by definition, so a cancel combined with it is
      *> rejected rather than silently ignored, and so is CYCLE=Y:
      *> a listing posted to the cycle ledger would mark the step
      *> complete and turn away that night's real release run.
      *> --------------------------------------------------------
       1055-VALIDATE-PARM.
           IF WS-CANCEL-EMPL-ID NOT = SPACES
              DISPLAY 'CANCELID= IS NOT SUPPORTED WITH MODE=LIST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF LIST-MODE AND CYCLE-MODE
              DISPLAY 'CYCLE=Y IS NOT SUPPORTED WITH MODE=LIST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 1020-CYCLE-CHECK-IN - a CYCLE=Y run is a step of the
      *> nightly stream.  VSAMCYCL refuses a rerun of a business
      *> date this step already completed (RC 8) and a run whose
      *> predecessor step has not completed (RC 12); the step then
      *> stops with that return code before touching a file.
      *> --------------------------------------------------------
       1020-CYCLE-CHECK-IN.
           MOVE 'FUNC=CHECK STEP=VSAMPEND' TO WS-CYCL-PARM-TEXT
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO WS-CYCL-STEP-RC
              DISPLAY 'VSAMPEND NOT RUN - REFUSED BY NIGHTLY CYCLE '
                      'CONTROL, RC: ' WS-CYCL-STEP-RC
              STOP RUN
           END-IF.

       1100-OPEN-FILES.
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT OPER-MAST
           IF NOT OPER-OK
              DISPLAY 'ERROR OPENING OPERATOR AUTHORITY FILE, STATUS: '
                      WS-OPER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND SEC-VIOL
           IF NOT SECV-OK
              DISPLAY 'ERROR OPENING SECURITY VIOLATION LOG, STATUS: '
                      WS-SECV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO PEND-RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 1250-CHECK-CANCEL-AUTHORITY - a cancel needs a known,
      *> active operator granted pending cancel.  A refused cancel
      *> is reported, logged and then forgotten, so every item is
      *> released or carried exactly as if it had not been asked.
      *> --------------------------------------------------------
       1250-CHECK-CANCEL-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-FLAG
           IF WS-CANCEL-OPERATOR = SPACES
              MOVE 'N'    TO WS-AUTH-FLAG
              MOVE 'NOOP' TO WS-AUTH-REASON-CODE
              MOVE 'NO OPERATOR ID' TO WS-AUTH-REASON-TEXT
           ELSE
              MOVE WS-CANCEL-OPERATOR TO OPER-ID
              READ OPER-MAST
                  INVALID KEY
                     MOVE 'N'    TO WS-AUTH-FLAG
                     MOVE 'UNOP' TO WS-AUTH-REASON-CODE
                     MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                         TO WS-AUTH-REASON-TEXT
                  NOT INVALID KEY
                     EVALUATE TRUE
                         WHEN NOT OPER-ACTIVE
                            MOVE 'N'    TO WS-AUTH-FLAG
                            MOVE 'RVOP' TO WS-AUTH-REASON-CODE
                            MOVE 'OPERATOR REVOKED'
                                TO WS-AUTH-REASON-TEXT
                         WHEN NOT OPER-PEND-CANCEL-GRANTED
                            MOVE 'N'    TO WS-AUTH-FLAG
                            MOVE 'NAFN' TO WS-AUTH-REASON-CODE
                            MOVE 'FUNCTION NOT GRANTED'
                                TO WS-AUTH-REASON-TEXT
                         WHEN OTHER
                            CONTINUE
                     END-EVALUATE
              END-READ
           END-IF

           IF NOT OPERATOR-AUTHORIZED
              PERFORM 1260-LOG-SECURITY-VIOLATION
              MOVE SPACES TO PEND-RPT-REC
              STRING 'CANCEL REFUSED - ' DELIMITED BY SIZE
                     WS-AUTH-REASON-TEXT DELIMITED BY '  '
                     '  OPERATOR ' WS-CANCEL-OPERATOR
                     '  CANCELID ' WS-CANCEL-EMPL-ID
                     DELIMITED BY SIZE INTO PEND-RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE SPACES TO PEND-RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              DISPLAY 'CANCEL REFUSED - '
                      FUNCTION TRIM(WS-AUTH-REASON-TEXT)
                      ' OPERATOR ' WS-CANCEL-OPERATOR
              ADD 1 TO WS-CANCELS-REFUSED
              MOVE SPACES TO WS-CANCEL-EMPL-ID WS-CANCEL-EFF-DATE
           END-IF.

      *> --------------------------------------------------------
      *> 1260-LOG-SECURITY-VIOLATION - the log is the security
      *> record of the run, so a failed write is fatal.
      *> --------------------------------------------------------
       1260-LOG-SECURITY-VIOLATION.
           MOVE SPACES                  TO SECV-REC
           MOVE WS-RUN-DATE-TIME(1:8)   TO SECV-DATE
           MOVE WS-RUN-DATE-TIME(9:6)   TO SECV-TIME
           MOVE 'VSAMPEND'              TO SECV-PROGRAM
           MOVE WS-CANCEL-OPERATOR      TO SECV-OPERATOR
           MOVE 'C'                     TO SECV-FUNCTION
           MOVE WS-CANCEL-EMPL-ID       TO SECV-KEY
           MOVE WS-AUTH-REASON-CODE     TO SECV-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT     TO SECV-REASON-TEXT
           WRITE SECV-REC
           IF NOT SECV-OK
              DISPLAY 'ERROR WRITING SECURITY VIOLATION, STATUS: '
                      WS-SECV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1300-READ-PENDING.
           READ PEND-IN
               AT END MOVE 'Y' TO WS-EOF-FLAG
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
           DISPLAY 'Pending transaction processing complete.'
           DISPLAY 'Items Read:     ' WS-ITEMS-READ
           DISPLAY 'Items Released: ' WS-ITEMS-RELEASED
           DISPLAY 'Items Carried:  ' WS-ITEMS-CARRIED
           DISPLAY 'Items Canceled: ' WS-ITEMS-CANCELED
           DISPLAY 'Cancel Refused: ' WS-CANCELS-REFUSED.

      *> --------------------------------------------------------
      *> 3900-CYCLE-POST - post the step's final return code to
      *> the cycle ledger, leaving RETURN-CODE as the step set it.
      *> --------------------------------------------------------
       3900-CYCLE-POST.
           MOVE RETURN-CODE TO WS-CYCL-STEP-RC
           MOVE SPACES TO WS-CYCL-PARM-TEXT
           STRING 'FUNC=POST STEP=VSAMPEND RC=' WS-CYCL-STEP-RC
               DELIMITED BY SIZE INTO WS-CYCL-PARM-TEXT
           END-STRING
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              DISPLAY 'NIGHTLY CYCLE POST FAILED FOR VSAMPEND'
           END-IF
           MOVE WS-CYCL-STEP-RC TO RETURN-CODE.

       END PROGRAM VSAMPEND.
