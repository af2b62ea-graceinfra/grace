      *> ---------------------------------------------------------
      *> EMPIDREC - employee ID control and retired-ID record
      *> layout.
      *>
      *> One record per retired employee ID, keyed on EMPID-KEY,
      *> on the EMPLIDS file.  An ID is retired when its master
      *> record is deleted by VSAMMAINT or purged by VSAMPURG, so
      *> it can never be issued or keyed again: the ID still
      *> carries the old employee's SALHIST progression and
      *> AUDITJRN history, and a new hire under it would inherit
      *> both.  VSAMMAINT and VSAMLOAD refuse a new employee keyed
      *> on a retired ID and skip retired IDs when they assign
      *> one; VSAMVRFY reports any master record whose ID is on
      *> the retired list.  COPY this under the 01-level FD
      *> record that needs it.
      *>
      *> One control record shares the file, key '*NEXT' (type C),
      *> whose EMPID-NEXT-ID is the next employee ID to try when
      *> a VSAMMAINT A transaction or a VSAMLOAD insert arrives
      *> with a blank ID.  It is seeded above every ID ever issued
      *> and is never created by the programs: an add that needs
      *> an ID while it is missing is refused.  An assigned ID is
      *> consumed even if the add then fails.
      *>
      *> EMPID-RETIRED-NAME is the name on the master record when
      *> the ID was retired, for whoever has to trace it later.
      *> ---------------------------------------------------------
           05  EMPID-KEY           PIC X(5).
           05  EMPID-TYPE          PIC X(1).
               88  EMPID-RETIRED          VALUE 'R'.
               88  EMPID-CONTROL          VALUE 'C'.
           05  EMPID-RETIRED-DATA.
               10  EMPID-RETIRED-DATE    PIC X(8).
               10  EMPID-RETIRED-TIME    PIC X(6).
               10  EMPID-RETIRED-PROGRAM PIC X(9).
               10  EMPID-RETIRED-NAME    PIC X(26).
               10  FILLER                PIC X(25).
           05  EMPID-CONTROL-DATA REDEFINES EMPID-RETIRED-DATA.
               10  EMPID-NEXT-ID         PIC 9(5).
               10  EMPID-LAST-ISSUE-DATE PIC X(8).
               10  EMPID-LAST-ISSUE-PGM  PIC X(9).
               10  EMPID-ISSUED-COUNT    PIC 9(7).
               10  FILLER                PIC X(45).
