      *> ACKIN is the partner's file, one acknowledgment per line
      *> in the comma-separated shape agreed with them:
      *>   FILEID,SEQUENCE,RECORDCOUNT
      *>
      *> The run PARM (KEYWORD=VALUE, as in VSAMCSV) accepts
      *> CYCLE=Y, which runs the match as the last step of the
      *> nightly stream, checked in with and posted to the
      *> VSAMCYCL cycle ledger; its completion closes the cycle.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-ACK-SEQUENCE       PIC 9(5).
       01 WS-ACK-COUNT          PIC 9(7).

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

       01 WS-ACK-COUNT-DISPLAY  PIC Z(6)9.
       01 WS-MESSAGE-LINE       PIC X(132).

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACKS UNTIL ACK-EOF-REACHED
           PERFORM 2500-REPORT-TRANSMISSIONS
           PERFORM 3000-TERMINATE
           IF CYCLE-MODE
              PERFORM 3900-CYCLE-POST
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-PARSE-PARM
           IF CYCLE-MODE
              PERFORM 1020-CYCLE-CHECK-IN
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-REPORT-HEADER
           PERFORM 1150-LOAD-XMIT-TABLE
           PERFORM 1300-READ-ACK.

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
           MOVE 'FUNC=CHECK STEP=VSAMACKR' TO WS-CYCL-PARM-TEXT
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              MOVE RETURN-CODE TO WS-CYCL-STEP-RC
              DISPLAY 'VSAMACKR NOT RUN - REFUSED BY NIGHTLY CYCLE '
                      'CONTROL, RC: ' WS-CYCL-STEP-RC
              STOP RUN
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT XMIT-LOG
           IF NOT XMIT-OK
           DISPLAY 'Count Mismatches:     ' WS-COUNT-MISMATCH
           DISPLAY 'Unknown/Dup Acks:     ' WS-UNKNOWN-ACKS.

      *> --------------------------------------------------------
      *> 3900-CYCLE-POST - post the step's final return code to
      *> the cycle ledger, leaving RETURN-CODE as the step set it.
      *> --------------------------------------------------------
       3900-CYCLE-POST.
           MOVE RETURN-CODE TO WS-CYCL-STEP-RC
           MOVE SPACES TO WS-CYCL-PARM-TEXT
           STRING 'FUNC=POST STEP=VSAMACKR RC=' WS-CYCL-STEP-RC
               DELIMITED BY SIZE INTO WS-CYCL-PARM-TEXT
           END-STRING
           CALL 'VSAMCYCL' USING WS-CYCL-PARM
           IF RETURN-CODE NOT = 0
              DISPLAY 'NIGHTLY CYCLE POST FAILED FOR VSAMACKR'
           END-IF
           MOVE WS-CYCL-STEP-RC TO RETURN-CODE.

       END PROGRAM VSAMACKR.
