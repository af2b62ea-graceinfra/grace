      *> ---------------------------------------------------------
      *> GLJREC - general ledger journal interface record layout.
      *>
      *> The monthly salary accrual journal VSAMGLAC writes to
      *> GLJRNL for the general ledger's journal import, in place
      *> of finance re-keying salary expense from VSAMDRPT
      *> printouts.  One file per accounting period:
      *>   HDR  one, first: the period, the run that produced it,
      *>        the employees accrued and the accrual total
      *>   DTL  one debit line per cost center (salary expense),
      *>        then one credit line (accrued salaries) offsetting
      *>        the lot
      *>   TRL  one, last: the detail line count and the debit and
      *>        credit totals, which are equal on a balanced
      *>        journal
      *> Amounts are unsigned dollars and cents; GLJ-DR-CR gives
      *> the side.  COPY this under the 01-level FD record that
      *> needs it.
      *> ---------------------------------------------------------
           05  GLJ-RECORD-TYPE     PIC X(3).
               88  GLJ-HEADER             VALUE 'HDR'.
               88  GLJ-DETAIL             VALUE 'DTL'.
               88  GLJ-TRAILER            VALUE 'TRL'.
           05  GLJ-PERIOD          PIC X(6).
           05  GLJ-DETAIL-DATA.
               10  GLJ-LINE-NUMBER PIC 9(5).
               10  GLJ-COST-CENTER PIC X(6).
               10  GLJ-ACCOUNT     PIC X(6).
               10  GLJ-DR-CR       PIC X(1).
                   88  GLJ-DEBIT          VALUE 'D'.
                   88  GLJ-CREDIT         VALUE 'C'.
               10  GLJ-AMOUNT      PIC 9(9)V99.
               10  GLJ-DESCRIPTION PIC X(30).
               10  FILLER          PIC X(12).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-HDR-SOURCE  PIC X(9).
               10  GLJ-HDR-RUN-DATE PIC X(8).
               10  GLJ-HDR-RUN-TIME PIC X(6).
               10  GLJ-HDR-EMPLOYEES PIC 9(7).
               10  GLJ-HDR-TOTAL   PIC 9(9)V99.
               10  FILLER          PIC X(30).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-TRL-LINE-COUNT PIC 9(5).
               10  GLJ-TRL-DEBIT-TOTAL PIC 9(9)V99.
               10  GLJ-TRL-CREDIT-TOTAL PIC 9(9)V99.
               10  FILLER          PIC X(44).
