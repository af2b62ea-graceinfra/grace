      *> --------------------------------------------------------
      *> PARM keyword switches.  The run parameter is a string of
      *> blank-separated KEYWORD=VALUE pairs, e.g. 'RESTART=Y'.
      *> CYCLE=Y runs the extract as a step of the nightly stream
      *> under the VSAMCYCL cycle ledger; a RESTART=Y rerun after
      *> an abend is let through, since the failed run never
      *> posted its completion.
      *> --------------------------------------------------------
       01 WS-PARM-TEXT          PIC X(80) VALUE SPACES.
       01 WS-PARM-WORK.
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

      *> --------------------------------------------------------
      *> FROMID=/TOID= key range.  A big extract can be split into
      *> several employee-ID ranges run as parallel partitioned
                  PERFORM 2000-PROCESS-RECORDS UNTIL EOF-REACHED
           END-EVALUATE
           PERFORM 3000-TERMINATE
           IF CYCLE-MODE
              PERFORM 3900-CYCLE-POST
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-PARSE-PARM
           PERFORM 1055-VALIDATE-PARM-COMBINATION
           IF CYCLE-MODE
              PERFORM 1020-CYCLE-CHECK-IN
           END-IF
           PERFORM 1070-READ-CONTROL-FILE
           IF FORMAT-IS-CSV
              PERFORM 1090-ALLOCATE-SEQUENCE
      *>                and FORMAT=FIXED do not apply to it.
                        MOVE 'C' TO WS-FORMAT-SWITCH
                     END-IF
                  WHEN 'CYCLE'
                     IF FUNCTION TRIM(WS-PARM-VALUE) = 'Y'
                        MOVE 'Y' TO WS-CYCLE-SWITCH
                     END-IF
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 1020-CYCLE-CHECK-IN - a CYCLE=Y run is a step of the
      *> nightly stream.  VSAMCYCL refuses a rerun of a business
      *> date this step already completed (RC 8) and a run whose
      *> predecessor step has not completed (RC 12); the step then
      *> stops with that return code before touching a file.
      *> --------------------------------------------------------
       1020-CYCLE-CHECK-IN.
           MOVE 'FUNC=CHECK STEP=VSAMCSV' TO WS-CYCL-PARM-TEXT
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO WS-CYCL-STEP-RC
              DISPLAY 'VSAMCSV NOT RUN - REFUSED BY NIGHTLY CYCLE '
                      'CONTROL, RC: ' WS-CYCL-STEP-RC
              STOP RUN
           END-IF.

       1100-OPEN-FILES.
           IF CONSOLIDATE-MODE
              OPEN INPUT SITE-FILE
              CLOSE XMIT-LOG
           END-IF.

      *> --------------------------------------------------------
      *> 3900-CYCLE-POST - post the step's final return code to
      *> the cycle ledger, leaving RETURN-CODE as the step set it.
      *> --------------------------------------------------------
       3900-CYCLE-POST.
           MOVE RETURN-CODE TO WS-CYCL-STEP-RC
           MOVE SPACES TO WS-CYCL-PARM-TEXT
           STRING 'FUNC=POST STEP=VSAMCSV RC=' WS-CYCL-STEP-RC
               DELIMITED BY SIZE INTO WS-CYCL-PARM-TEXT
           END-STRING
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              DISPLAY 'NIGHTLY CYCLE POST FAILED FOR VSAMCSV'
           END-IF
           MOVE WS-CYCL-STEP-RC TO RETURN-CODE.

       END PROGRAM VSAMCSV.
