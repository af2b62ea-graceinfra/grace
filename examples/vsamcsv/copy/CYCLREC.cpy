      *> ---------------------------------------------------------
      *> CYCLREC - nightly cycle ledger record layout.
      *>
      *> One record per business date per nightly step, keyed on
      *> CYCL-BUS-DATE plus CYCL-STEP, maintained by VSAMCYCL: a
      *> step checks in at start (status S) and posts its return
      *> code at end (status C for RC 0-4, F above that), so a
      *> step that already completed a business date cannot run
      *> it again and a step whose predecessor has not completed
      *> cannot run at all.  VSAMCYCL's REPORT function prints the
      *> ledger as the operators' run sheet.  COPY this under the
      *> 01-level FD record that needs it.
      *>
      *> Two further record types share the file:
      *>   - a cycle header per business date, CYCL-STEP
      *>     '*CYCLE*', written when the date is opened and set to
      *>     C when the last step of the stream completes;
      *>   - one control record, key '00000000' + '*CURRENT*',
      *>     whose CYCL-OPEN-BUS-DATE names the business date the
      *>     steps are currently running for.
      *> CYCL-RETURN-CODE is meaningful only once a step posts.
      *> CYCL-ATTEMPTS counts check-ins (a restart after an abend
      *> is a second attempt); CYCL-REFUSED counts reruns turned
      *> away because the step had already completed.
      *> ---------------------------------------------------------
           05  CYCL-KEY.
               10  CYCL-BUS-DATE   PIC X(8).
               10  CYCL-STEP       PIC X(9).
           05  CYCL-DATA.
               10  CYCL-STATUS     PIC X(1).
                   88  CYCL-OPEN          VALUE 'O'.
                   88  CYCL-STARTED       VALUE 'S'.
                   88  CYCL-COMPLETED     VALUE 'C'.
                   88  CYCL-FAILED        VALUE 'F'.
               10  CYCL-START-DATE PIC X(8).
               10  CYCL-START-TIME PIC X(6).
               10  CYCL-END-DATE   PIC X(8).
               10  CYCL-END-TIME   PIC X(6).
               10  CYCL-RETURN-CODE PIC 9(2).
               10  CYCL-ATTEMPTS   PIC 9(3).
               10  CYCL-REFUSED    PIC 9(3).
               10  FILLER          PIC X(26).
           05  CYCL-CONTROL-DATA REDEFINES CYCL-DATA.
               10  CYCL-OPEN-BUS-DATE PIC X(8).
               10  FILLER          PIC X(55).
