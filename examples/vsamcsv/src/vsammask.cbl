       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMMASK.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Masked test copy of the employee master for the
      *> development and partner test regions, so nobody needs a
      *> copy of production with real names and salaries, or has
      *> to make do with a handful of hand-keyed records.
      *>
      *> Reads the master (VSAMIN) and writes a test master
      *> (VSAMOUT) in the same VSAMREC layout and key order:
      *>   NAME    replaced by a made-up first name, middle initial
      *>           and surname picked by a hash of the real name,
      *>           folded to upper case and trimmed.  The same real
      *>           name therefore always masks to the same fake
      *>           name, whatever its case, so a VSAMMAINT N search
      *>           on the test master finds the same groups of
      *>           employees it would in production.
      *>   SALARY  moved up or down by up to 10 percent, by an
      *>           amount picked by a hash of the employee ID, and
      *>           held inside the lowest-to-highest salary band of
      *>           the employee's department on the source master,
      *>           so department totals on VSAMRPT and VSAMDRPT stay
      *>           plausible.  A one-person department has no band
      *>           to hold to and simply takes the 10 percent swing.
      *>           A salary that is not a valid cents figure is
      *>           copied as it stands and counted.
      *> Employee ID, department, hire and termination dates,
      *> status and grade are copied unchanged, so DEPTMAST,
      *> SALHIST and AUDITJRN extracts still line up with the
      *> test master by ID and department.
      *>
      *> The run PARM (KEYWORD=VALUE, as in VSAMCSV) accepts:
      *>   SEED=nnnnnnnnn  varies both hashes; the same seed always
      *>                   gives the same test master, so refreshed
      *>                   test regions agree with each other.
      *>                   Default 0.
      *>
      *> The MASKRPT control report proves the copy:
      *>   - per department, records and salary totals in and out
      *>     and the band the salaries were held to;
      *>   - the record counts of both passes of the source, the
      *>     records written, and the records read back off the
      *>     finished test master, which must all agree;
      *>   - a name check: every source name and every name read
      *>     back off the test master go through one SORT on the
      *>     folded name, and any name found on both sides is
      *>     listed.
      *> A count disagreement or a surviving name sets return code
      *> 8, and the test master must not be released; rerun with
      *> another SEED.
      *>
      *> The test master is written without the name alternate
      *> index, as VSAMLOAD writes the master; build it in the
      *> test region before running VSAMMAINT N searches there.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-IN ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT VSAM-OUT ASSIGN TO VSAMOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MASK-EMPL-ID
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT RPT-OUT ASSIGN TO MASKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VSAM-IN
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VSAM-REC.
           COPY VSAMREC.

      *> --------------------------------------------------------
      *> VSAM-OUT - the test master, VSAMREC layout.  Each record
      *> is masked in place in VSAM-REC and moved here whole; only
      *> the key and the name are named, for the key clause and
      *> the read-back name check.
      *> --------------------------------------------------------
       FD VSAM-OUT
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 MASK-REC.
          05 MASK-EMPL-ID          PIC X(05).
          05 MASK-EMPL-NAME        PIC X(26).
          05 FILLER                PIC X(49).

       SD SORT-FILE.
       01 SORT-REC.
          05 SORT-NAME           PIC X(26).
          05 SORT-TYPE           PIC X(01).
             88 SORT-SOURCE-NAME       VALUE '1'.
             88 SORT-MASKED-NAME       VALUE '2'.
          05 SORT-EMPL-ID        PIC X(05).

       FD RPT-OUT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-VSAM-STATUS    PIC XX  VALUE SPACES.
             88 VSAM-OK              VALUE '00'.
          05 WS-OUT-STATUS     PIC XX  VALUE SPACES.
             88 OUT-OK               VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
             88 EOF-REACHED          VALUE 'Y'.
          05 WS-OUT-EOF-FLAG   PIC X   VALUE 'N'.
             88 OUT-EOF-REACHED      VALUE 'Y'.
          05 WS-SORT-EOF-FLAG  PIC X   VALUE 'N'.
             88 SORT-EOF-REACHED     VALUE 'Y'.
          05 WS-FIRST-NAME-FLAG PIC X  VALUE 'Y'.
             88 FIRST-NAME-GROUP     VALUE 'Y'.
          05 WS-SOURCE-SEEN-FLAG PIC X VALUE 'N'.
             88 SOURCE-NAME-SEEN     VALUE 'Y'.
          05 WS-MASKED-SEEN-FLAG PIC X VALUE 'N'.
             88 MASKED-NAME-SEEN     VALUE 'Y'.
          05 WS-CONTROL-FLAG   PIC X   VALUE 'Y'.
             88 CONTROLS-PASSED      VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-BAND-PASS-READ   PIC 9(7) VALUE 0.
          05 WS-MASK-PASS-READ   PIC 9(7) VALUE 0.
          05 WS-RECORDS-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-RECORDS-READBACK PIC 9(7) VALUE 0.
          05 WS-NAMES-MASKED     PIC 9(7) VALUE 0.
          05 WS-NAMES-BLANK      PIC 9(7) VALUE 0.
          05 WS-SALARIES-MASKED  PIC 9(7) VALUE 0.
          05 WS-SALARIES-BAD     PIC 9(7) VALUE 0.
          05 WS-SOURCE-NAMES     PIC 9(7) VALUE 0.
          05 WS-MASKED-NAMES     PIC 9(7) VALUE 0.
          05 WS-SURVIVORS        PIC 9(7) VALUE 0.

      *> --------------------------------------------------------
      *> PARM keyword switches, parsed the same way VSAMCSV's
      *> 1050-PARSE-PARM splits its run parameter.
      *> --------------------------------------------------------
       01 WS-PARM-TEXT          PIC X(80) VALUE SPACES.
       01 WS-PARM-WORK.
          05 WS-PARM-TOKEN     OCCURS 5 TIMES PIC X(18).
       01 WS-PARM-IDX          PIC 9   COMP VALUE 0.
       01 WS-PARM-KEYWORD      PIC X(12).
       01 WS-PARM-VALUE        PIC X(10).
       01 WS-SEED-TEXT         PIC X(10) VALUE SPACES.
       01 WS-MASK-SEED         PIC 9(9)  VALUE 0.

      *> --------------------------------------------------------
      *> Department salary band table, built by the first pass
      *> and kept in department order; a blank department is a
      *> band of its own.  Salaries and totals are in cents, as
      *> on the master.  A full table is fatal: a department with
      *> no band cannot be masked to it.
      *> --------------------------------------------------------
       01 WS-BAND-LIMIT            PIC 9(3) COMP VALUE 500.
       01 WS-BAND-COUNT            PIC 9(3) COMP VALUE 0.
       01 WS-BAND-IDX              PIC 9(3) COMP VALUE 0.
       01 WS-BAND-FOUND-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-BAND-INSERT-IDX       PIC 9(3) COMP VALUE 0.
       01 WS-BAND-ARG-DEPT         PIC X(04).
       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 500 TIMES.
             10 WS-BAND-DEPT       PIC X(04).
             10 WS-BAND-MIN        PIC 9(10).
             10 WS-BAND-MAX        PIC 9(10).
             10 WS-BAND-RECS-IN    PIC 9(7).
             10 WS-BAND-RECS-OUT   PIC 9(7).
             10 WS-BAND-SAL-IN     PIC 9(13).
             10 WS-BAND-SAL-OUT    PIC 9(13).

      *> --------------------------------------------------------
      *> Masking working storage.  2400-HASH-TEXT folds the first
      *> WS-HASH-LENGTH characters of WS-HASH-TEXT, seeded, into
      *> WS-HASH-VALUE.
      *> --------------------------------------------------------
       01 WS-HASH-TEXT             PIC X(26).
       01 WS-HASH-LENGTH           PIC 9(2) COMP VALUE 0.
       01 WS-HASH-IDX              PIC 9(2) COMP VALUE 0.
       01 WS-HASH-VALUE            PIC 9(9) COMP VALUE 0.
       01 WS-HASH-WORK             PIC 9(9) COMP VALUE 0.
       01 WS-FOLD-NAME             PIC X(26).
       01 WS-FAKE-NAME             PIC X(26).
       01 WS-FIRST-IDX             PIC 9(2) COMP VALUE 0.
       01 WS-LAST-IDX              PIC 9(2) COMP VALUE 0.
       01 WS-INITIAL-IDX           PIC 9(2) COMP VALUE 0.
       01 WS-OLD-CENTS             PIC 9(10).
       01 WS-NEW-CENTS             PIC S9(11) COMP-3.
       01 WS-PERTURB-RATE          PIC S9V9(4) COMP-3.
       01 WS-SALARY-OUT            PIC 9(10).

       01 WS-FIRST-NAME-VALUES.
          05 FILLER PIC X(08) VALUE 'Alden'.
          05 FILLER PIC X(08) VALUE 'Beatrix'.
          05 FILLER PIC X(08) VALUE 'Calvin'.
          05 FILLER PIC X(08) VALUE 'Delia'.
          05 FILLER PIC X(08) VALUE 'Edmund'.
          05 FILLER PIC X(08) VALUE 'Fenella'.
          05 FILLER PIC X(08) VALUE 'Gideon'.
          05 FILLER PIC X(08) VALUE 'Harriet'.
          05 FILLER PIC X(08) VALUE 'Ivor'.
          05 FILLER PIC X(08) VALUE 'Juno'.
          05 FILLER PIC X(08) VALUE 'Kester'.
          05 FILLER PIC X(08) VALUE 'Lavinia'.
          05 FILLER PIC X(08) VALUE 'Magnus'.
          05 FILLER PIC X(08) VALUE 'Nerys'.
          05 FILLER PIC X(08) VALUE 'Osric'.
          05 FILLER PIC X(08) VALUE 'Petra'.
          05 FILLER PIC X(08) VALUE 'Quillon'.
          05 FILLER PIC X(08) VALUE 'Rowena'.
          05 FILLER PIC X(08) VALUE 'Silas'.
          05 FILLER PIC X(08) VALUE 'Tamsin'.
          05 FILLER PIC X(08) VALUE 'Ulric'.
          05 FILLER PIC X(08) VALUE 'Verity'.
          05 FILLER PIC X(08) VALUE 'Wystan'.
          05 FILLER PIC X(08) VALUE 'Xanthe'.
          05 FILLER PIC X(08) VALUE 'Yorick'.
          05 FILLER PIC X(08) VALUE 'Zelda'.
          05 FILLER PIC X(08) VALUE 'Ambrose'.
          05 FILLER PIC X(08) VALUE 'Blythe'.
          05 FILLER PIC X(08) VALUE 'Caspar'.
          05 FILLER PIC X(08) VALUE 'Dorcas'.
          05 FILLER PIC X(08) VALUE 'Elspeth'.
          05 FILLER PIC X(08) VALUE 'Florian'.
          05 FILLER PIC X(08) VALUE 'Griselda'.
          05 FILLER PIC X(08) VALUE 'Hamish'.
          05 FILLER PIC X(08) VALUE 'Isolde'.
          05 FILLER PIC X(08) VALUE 'Jethro'.
          05 FILLER PIC X(08) VALUE 'Kerensa'.
          05 FILLER PIC X(08) VALUE 'Linus'.
          05 FILLER PIC X(08) VALUE 'Maude'.
          05 FILLER PIC X(08) VALUE 'Norris'.
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
          05 WS-FIRST-NAME         OCCURS 40 TIMES PIC X(08).

       01 WS-LAST-NAME-VALUES.
          05 FILLER PIC X(10) VALUE 'Ashcombe'.
          05 FILLER PIC X(10) VALUE 'Brackley'.
          05 FILLER PIC X(10) VALUE 'Culverden'.
          05 FILLER PIC X(10) VALUE 'Dunmore'.
          05 FILLER PIC X(10) VALUE 'Elvington'.
          05 FILLER PIC X(10) VALUE 'Farrindale'.
          05 FILLER PIC X(10) VALUE 'Glenholm'.
          05 FILLER PIC X(10) VALUE 'Hartlepin'.
          05 FILLER PIC X(10) VALUE 'Inchbrook'.
          05 FILLER PIC X(10) VALUE 'Jessamyn'.
          05 FILLER PIC X(10) VALUE 'Kilbarron'.
          05 FILLER PIC X(10) VALUE 'Larchwood'.
          05 FILLER PIC X(10) VALUE 'Marrowby'.
          05 FILLER PIC X(10) VALUE 'Nettlecote'.
          05 FILLER PIC X(10) VALUE 'Orrinsby'.
          05 FILLER PIC X(10) VALUE 'Pellowe'.
          05 FILLER PIC X(10) VALUE 'Quarrendon'.
          05 FILLER PIC X(10) VALUE 'Ravensdale'.
          05 FILLER PIC X(10) VALUE 'Saltonby'.
          05 FILLER PIC X(10) VALUE 'Thornwick'.
          05 FILLER PIC X(10) VALUE 'Ullswater'.
          05 FILLER PIC X(10) VALUE 'Vexcombe'.
          05 FILLER PIC X(10) VALUE 'Wrenfield'.
          05 FILLER PIC X(10) VALUE 'Yarrowby'.
          05 FILLER PIC X(10) VALUE 'Zennor'.
          05 FILLER PIC X(10) VALUE 'Amberley'.
          05 FILLER PIC X(10) VALUE 'Birchover'.
          05 FILLER PIC X(10) VALUE 'Coldharbor'.
          05 FILLER PIC X(10) VALUE 'Dallowmere'.
          05 FILLER PIC X(10) VALUE 'Eskdale'.
          05 FILLER PIC X(10) VALUE 'Foxhollow'.
          05 FILLER PIC X(10) VALUE 'Gorsedene'.
          05 FILLER PIC X(10) VALUE 'Hallowmere'.
          05 FILLER PIC X(10) VALUE 'Ivybridge'.
          05 FILLER PIC X(10) VALUE 'Kettlewell'.
          05 FILLER PIC X(10) VALUE 'Lindowby'.
          05 FILLER PIC X(10) VALUE 'Mossgill'.
          05 FILLER PIC X(10) VALUE 'Northcote'.
          05 FILLER PIC X(10) VALUE 'Oakenshaw'.
          05 FILLER PIC X(10) VALUE 'Pennywell'.
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
          05 WS-LAST-NAME          OCCURS 40 TIMES PIC X(10).

       01 WS-INITIALS              PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *> --------------------------------------------------------
      *> Name check: the current folded-name group and the names
      *> found on both sides, listed on the control report.  Only
      *> the first WS-SURV-LIMIT are listed; all are counted.
      *> --------------------------------------------------------
       01 WS-CURRENT-NAME          PIC X(26) VALUE SPACES.
       01 WS-CURRENT-MASK-ID       PIC X(05) VALUE SPACES.
       01 WS-SURV-LIMIT            PIC 9(2) COMP VALUE 50.
       01 WS-SURV-IDX              PIC 9(2) COMP VALUE 0.
       01 WS-SURV-TABLE.
          05 WS-SURV-ENTRY OCCURS 50 TIMES.
             10 WS-SURV-NAME       PIC X(26).
             10 WS-SURV-EMPL-ID    PIC X(05).

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
          05 FILLER             PIC X(40) VALUE
             'EMPLOYEE MASTER MASKING CONTROL REPORT  '.
          05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
          05 WS-PH1-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(08) VALUE '  SEED: '.
          05 WS-PH1-SEED        PIC Z(8)9.
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-PH1-PAGE        PIC ZZZ9.
          05 FILLER             PIC X(42) VALUE SPACES.

       01 WS-DEPT-HEADER-1.
          05 FILLER             PIC X(44) VALUE
             'DEPT  RECS IN RECS OUT       BAND MIN       '.
          05 FILLER             PIC X(54) VALUE
             'BAND MAX         SALARY IN        SALARY OUT    CHANGE'.
          05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-DEPT-LINE.
          05 WS-DL-DEPT         PIC X(06).
          05 WS-DL-RECS-IN      PIC Z(6)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-RECS-OUT     PIC Z(6)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-BAND-MIN     PIC Z(9)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-BAND-MAX     PIC Z(9)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-SAL-IN       PIC Z(12)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-SAL-OUT      PIC Z(12)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-CHANGE       PIC -ZZ9.99.
          05 FILLER             PIC X(01) VALUE '%'.
          05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL        PIC X(50).
          05 WS-CL-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(75) VALUE SPACES.

       01 WS-SURVIVOR-LINE.
          05 FILLER             PIC X(16) VALUE 'SURVIVING NAME: '.
          05 WS-SL-NAME         PIC X(26).
          05 FILLER             PIC X(20) VALUE
             '  ON TEST MASTER ID '.
          05 WS-SL-EMPL-ID      PIC X(05).
          05 FILLER             PIC X(65) VALUE SPACES.

       01 WS-CHANGE-PERCENT     PIC S9(3)V99 COMP-3.

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-BANDS
           PERFORM 2000-MASK-MASTER
           SORT SORT-FILE
               ON ASCENDING KEY SORT-NAME SORT-TYPE SORT-EMPL-ID
               INPUT PROCEDURE IS 2500-RELEASE-NAMES
               OUTPUT PROCEDURE IS 2600-CHECK-NAMES
           PERFORM 3000-TERMINATE
           IF NOT CONTROLS-PASSED
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1050-PARSE-PARM

           IF WS-SEED-TEXT NOT = SPACES
              IF FUNCTION TRIM(WS-SEED-TEXT) NOT NUMERIC
                 OR FUNCTION LENGTH(FUNCTION TRIM(WS-SEED-TEXT)) > 9
                 DISPLAY 'SEED= VALUE MUST BE UP TO 9 DIGITS'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-MASK-SEED = FUNCTION NUMVAL(WS-SEED-TEXT)
           END-IF

           OPEN OUTPUT RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'ERROR OPENING REPORT FILE, STATUS: '
                      WS-RPT-STATUS
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
                  WHEN 'SEED'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-SEED-TEXT
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

      *> --------------------------------------------------------
      *> 1200-LOAD-BANDS - first pass of the source master: the
      *> lowest and highest valid salary of every department.
      *> --------------------------------------------------------
       1200-LOAD-BANDS.
           PERFORM 1100-OPEN-SOURCE
           PERFORM 1150-READ-SOURCE
           PERFORM 1210-BAND-ONE-RECORD UNTIL EOF-REACHED
           PERFORM 1190-CLOSE-SOURCE.

       1210-BAND-ONE-RECORD.
           ADD 1 TO WS-BAND-PASS-READ
           MOVE VSAM-EMPL-DEPT TO WS-BAND-ARG-DEPT
           PERFORM 1300-FIND-BAND-ENTRY
           IF VSAM-EMPL-SALARY NUMERIC
              MOVE VSAM-EMPL-SALARY TO WS-OLD-CENTS
              IF WS-BAND-RECS-IN(WS-BAND-FOUND-IDX) = 0
                 OR WS-OLD-CENTS < WS-BAND-MIN(WS-BAND-FOUND-IDX)
                 MOVE WS-OLD-CENTS TO WS-BAND-MIN(WS-BAND-FOUND-IDX)
              END-IF
              IF WS-OLD-CENTS > WS-BAND-MAX(WS-BAND-FOUND-IDX)
                 MOVE WS-OLD-CENTS TO WS-BAND-MAX(WS-BAND-FOUND-IDX)
              END-IF
              ADD 1 TO WS-BAND-RECS-IN(WS-BAND-FOUND-IDX)
           END-IF
           PERFORM 1150-READ-SOURCE.

       1100-OPEN-SOURCE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'ERROR OPENING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1150-READ-SOURCE.
           READ VSAM-IN NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF NOT EOF-REACHED AND NOT VSAM-OK
              DISPLAY 'ERROR READING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1190-CLOSE-SOURCE.
           CLOSE VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'CLOSING VSAM FILE, STATUS: ' WS-VSAM-STATUS
           END-IF.

      *> --------------------------------------------------------
      *> 1300-FIND-BAND-ENTRY - look WS-BAND-ARG-DEPT up in the
      *> band table, inserting it in department order when it is
      *> new.  Only the first pass meets new departments; the
      *> second pass reads the same file.
      *> --------------------------------------------------------
       1300-FIND-BAND-ENTRY.
           MOVE 0 TO WS-BAND-FOUND-IDX
           MOVE 0 TO WS-BAND-INSERT-IDX
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
                      OR WS-BAND-FOUND-IDX > 0
                      OR WS-BAND-INSERT-IDX > 0
              EVALUATE TRUE
                  WHEN WS-BAND-DEPT(WS-BAND-IDX) = WS-BAND-ARG-DEPT
                     MOVE WS-BAND-IDX TO WS-BAND-FOUND-IDX
                  WHEN WS-BAND-DEPT(WS-BAND-IDX) > WS-BAND-ARG-DEPT
                     MOVE WS-BAND-IDX TO WS-BAND-INSERT-IDX
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM

           IF WS-BAND-FOUND-IDX = 0
              IF WS-BAND-COUNT >= WS-BAND-LIMIT
                 DISPLAY 'DEPARTMENT BAND TABLE FULL - RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-BAND-INSERT-IDX = 0
                 COMPUTE WS-BAND-INSERT-IDX = WS-BAND-COUNT + 1
              END-IF
              PERFORM VARYING WS-BAND-IDX FROM WS-BAND-COUNT BY -1
                      UNTIL WS-BAND-IDX < WS-BAND-INSERT-IDX
                 MOVE WS-BAND-ENTRY(WS-BAND-IDX)
                     TO WS-BAND-ENTRY(WS-BAND-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-BAND-COUNT
              MOVE WS-BAND-INSERT-IDX TO WS-BAND-FOUND-IDX
              MOVE WS-BAND-ARG-DEPT TO WS-BAND-DEPT(WS-BAND-FOUND-IDX)
              MOVE 0 TO WS-BAND-MIN(WS-BAND-FOUND-IDX)
                        WS-BAND-MAX(WS-BAND-FOUND-IDX)
                        WS-BAND-RECS-IN(WS-BAND-FOUND-IDX)
                        WS-BAND-RECS-OUT(WS-BAND-FOUND-IDX)
                        WS-BAND-SAL-IN(WS-BAND-FOUND-IDX)
                        WS-BAND-SAL-OUT(WS-BAND-FOUND-IDX)
           END-IF.

      *> --------------------------------------------------------
      *> 2000-MASK-MASTER - second pass: mask each record in place
      *> and write it to the test master in the same key order.
      *> The band pass's valid-salary count is reset here so the
      *> department lines count every record in and out.
      *> --------------------------------------------------------
       2000-MASK-MASTER.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
              MOVE 0 TO WS-BAND-RECS-IN(WS-BAND-IDX)
           END-PERFORM

           PERFORM 1100-OPEN-SOURCE
           OPEN OUTPUT VSAM-OUT
           IF NOT OUT-OK
              DISPLAY 'ERROR OPENING TEST MASTER, STATUS: '
                      WS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1150-READ-SOURCE
           PERFORM 2100-MASK-ONE-RECORD UNTIL EOF-REACHED

           PERFORM 1190-CLOSE-SOURCE
           CLOSE VSAM-OUT
           IF NOT OUT-OK
              DISPLAY 'CLOSING TEST MASTER, STATUS: ' WS-OUT-STATUS
           END-IF.

       2100-MASK-ONE-RECORD.
           ADD 1 TO WS-MASK-PASS-READ
           MOVE VSAM-EMPL-DEPT TO WS-BAND-ARG-DEPT
           PERFORM 1300-FIND-BAND-ENTRY
           ADD 1 TO WS-BAND-RECS-IN(WS-BAND-FOUND-IDX)
           IF VSAM-EMPL-SALARY NUMERIC
              MOVE VSAM-EMPL-SALARY TO WS-OLD-CENTS
              ADD WS-OLD-CENTS TO WS-BAND-SAL-IN(WS-BAND-FOUND-IDX)
           END-IF

           PERFORM 2200-MASK-NAME
           PERFORM 2300-MASK-SALARY

           MOVE VSAM-REC TO MASK-REC
           WRITE MASK-REC
           IF NOT OUT-OK
              DISPLAY 'ERROR WRITING TEST MASTER, STATUS: '
                      WS-OUT-STATUS ' ID: ' VSAM-EMPL-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-BAND-RECS-OUT(WS-BAND-FOUND-IDX)
           IF VSAM-EMPL-SALARY NUMERIC
              MOVE VSAM-EMPL-SALARY TO WS-SALARY-OUT
              ADD WS-SALARY-OUT TO WS-BAND-SAL-OUT(WS-BAND-FOUND-IDX)
           END-IF

           PERFORM 1150-READ-SOURCE.

      *> --------------------------------------------------------
      *> 2200-MASK-NAME - the fake name depends only on the folded
      *> real name and the seed.  On the rare hash that rebuilds
      *> the real name itself, the next hash value is taken, which
      *> is just as repeatable.
      *> --------------------------------------------------------
       2200-MASK-NAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VSAM-EMPL-NAME))
               TO WS-FOLD-NAME
           IF WS-FOLD-NAME = SPACES
              ADD 1 TO WS-NAMES-BLANK
           ELSE
              MOVE WS-FOLD-NAME TO WS-HASH-TEXT
              COMPUTE WS-HASH-LENGTH =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-FOLD-NAME))
              PERFORM 2400-HASH-TEXT
              PERFORM 2250-BUILD-FAKE-NAME
              IF FUNCTION UPPER-CASE(WS-FAKE-NAME) = WS-FOLD-NAME
                 ADD 1 TO WS-HASH-VALUE
                 PERFORM 2250-BUILD-FAKE-NAME
              END-IF
              MOVE WS-FAKE-NAME TO VSAM-EMPL-NAME
              ADD 1 TO WS-NAMES-MASKED
           END-IF.

       2250-BUILD-FAKE-NAME.
           COMPUTE WS-FIRST-IDX   = FUNCTION MOD(WS-HASH-VALUE, 40) + 1
           COMPUTE WS-HASH-WORK   = WS-HASH-VALUE / 40
           COMPUTE WS-LAST-IDX    = FUNCTION MOD(WS-HASH-WORK, 40) + 1
           COMPUTE WS-HASH-WORK   = WS-HASH-VALUE / 1600
           COMPUTE WS-INITIAL-IDX = FUNCTION MOD(WS-HASH-WORK, 26) + 1
           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME(WS-FIRST-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-INITIALS(WS-INITIAL-IDX:1) DELIMITED BY SIZE
                  '. ' DELIMITED BY SIZE
                  WS-LAST-NAME(WS-LAST-IDX) DELIMITED BY SPACE
                  INTO WS-FAKE-NAME
           END-STRING.

      *> --------------------------------------------------------
      *> 2300-MASK-SALARY - a swing of -10.00 to +10.00 percent
      *> picked by the employee ID, held to the department band
      *> when the department has one wider than a single salary.
      *> --------------------------------------------------------
       2300-MASK-SALARY.
           IF NOT VSAM-EMPL-SALARY NUMERIC
              ADD 1 TO WS-SALARIES-BAD
           ELSE
              MOVE VSAM-EMPL-SALARY TO WS-OLD-CENTS
              MOVE VSAM-EMPL-ID     TO WS-HASH-TEXT
              MOVE 5                TO WS-HASH-LENGTH
              PERFORM 2400-HASH-TEXT
              COMPUTE WS-PERTURB-RATE =
                  (FUNCTION MOD(WS-HASH-VALUE, 2001) - 1000) / 10000
              COMPUTE WS-NEW-CENTS ROUNDED =
                  WS-OLD-CENTS * (1 + WS-PERTURB-RATE)
              IF WS-BAND-MIN(WS-BAND-FOUND-IDX)
                 < WS-BAND-MAX(WS-BAND-FOUND-IDX)
                 IF WS-NEW-CENTS < WS-BAND-MIN(WS-BAND-FOUND-IDX)
                    MOVE WS-BAND-MIN(WS-BAND-FOUND-IDX) TO WS-NEW-CENTS
                 END-IF
                 IF WS-NEW-CENTS > WS-BAND-MAX(WS-BAND-FOUND-IDX)
                    MOVE WS-BAND-MAX(WS-BAND-FOUND-IDX) TO WS-NEW-CENTS
                 END-IF
              END-IF
              IF WS-NEW-CENTS < 0 OR WS-NEW-CENTS > 9999999999
                 MOVE WS-OLD-CENTS TO WS-NEW-CENTS
              END-IF
              MOVE WS-NEW-CENTS TO WS-SALARY-OUT
              MOVE WS-SALARY-OUT TO VSAM-EMPL-SALARY
              ADD 1 TO WS-SALARIES-MASKED
           END-IF.

       2400-HASH-TEXT.
           MOVE WS-MASK-SEED TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-LENGTH
              COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                  WS-HASH-VALUE * 31
                  + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-IDX:1)), 999983)
           END-PERFORM.

      *> --------------------------------------------------------
      *> 2500-RELEASE-NAMES - SORT input procedure: every source
      *> name (third pass of the master) and every name read back
      *> off the finished test master, folded the same way the
      *> name search folds them.  Blank names are not compared.
      *> --------------------------------------------------------
       2500-RELEASE-NAMES.
           PERFORM 1100-OPEN-SOURCE
           PERFORM 1150-READ-SOURCE
           PERFORM 2510-RELEASE-SOURCE-NAME UNTIL EOF-REACHED
           PERFORM 1190-CLOSE-SOURCE

           OPEN INPUT VSAM-OUT
           IF NOT OUT-OK
              DISPLAY 'ERROR OPENING TEST MASTER, STATUS: '
                      WS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2550-READ-TEST-MASTER
           PERFORM 2520-RELEASE-MASKED-NAME UNTIL OUT-EOF-REACHED
           CLOSE VSAM-OUT
           IF NOT OUT-OK
              DISPLAY 'CLOSING TEST MASTER, STATUS: ' WS-OUT-STATUS
           END-IF.

       2510-RELEASE-SOURCE-NAME.
           IF VSAM-EMPL-NAME NOT = SPACES
              MOVE SPACES TO SORT-REC
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VSAM-EMPL-NAME))
                  TO SORT-NAME
              MOVE '1'          TO SORT-TYPE
              MOVE VSAM-EMPL-ID TO SORT-EMPL-ID
              RELEASE SORT-REC
           END-IF
           PERFORM 1150-READ-SOURCE.

       2520-RELEASE-MASKED-NAME.
           ADD 1 TO WS-RECORDS-READBACK
           IF MASK-EMPL-NAME NOT = SPACES
              MOVE SPACES TO SORT-REC
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MASK-EMPL-NAME))
                  TO SORT-NAME
              MOVE '2'          TO SORT-TYPE
              MOVE MASK-EMPL-ID TO SORT-EMPL-ID
              RELEASE SORT-REC
           END-IF
           PERFORM 2550-READ-TEST-MASTER.

       2550-READ-TEST-MASTER.
           READ VSAM-OUT NEXT RECORD
               AT END MOVE 'Y' TO WS-OUT-EOF-FLAG
           END-READ

           IF NOT OUT-EOF-REACHED AND NOT OUT-OK
              DISPLAY 'ERROR READING TEST MASTER, STATUS: '
                      WS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 2600-CHECK-NAMES - SORT output procedure: a control break
      *> on the folded name.  A group holding both a source name
      *> and a test master name is a name that survived masking.
      *> --------------------------------------------------------
       2600-CHECK-NAMES.
           PERFORM 2610-RETURN-NAME
           PERFORM 2620-PROCESS-SORTED-NAME UNTIL SORT-EOF-REACHED
           IF NOT FIRST-NAME-GROUP
              PERFORM 2650-END-NAME-GROUP
           END-IF.

       2610-RETURN-NAME.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2620-PROCESS-SORTED-NAME.
           IF FIRST-NAME-GROUP
              MOVE 'N' TO WS-FIRST-NAME-FLAG
              PERFORM 2640-START-NAME-GROUP
           ELSE
              IF SORT-NAME NOT = WS-CURRENT-NAME
                 PERFORM 2650-END-NAME-GROUP
                 PERFORM 2640-START-NAME-GROUP
              END-IF
           END-IF

           IF SORT-SOURCE-NAME
              MOVE 'Y' TO WS-SOURCE-SEEN-FLAG
           ELSE
              IF NOT MASKED-NAME-SEEN
                 MOVE SORT-EMPL-ID TO WS-CURRENT-MASK-ID
              END-IF
              MOVE 'Y' TO WS-MASKED-SEEN-FLAG
           END-IF

           PERFORM 2610-RETURN-NAME.

       2640-START-NAME-GROUP.
           MOVE SORT-NAME TO WS-CURRENT-NAME
           MOVE SPACES    TO WS-CURRENT-MASK-ID
           MOVE 'N'       TO WS-SOURCE-SEEN-FLAG
           MOVE 'N'       TO WS-MASKED-SEEN-FLAG.

       2650-END-NAME-GROUP.
           IF SOURCE-NAME-SEEN
              ADD 1 TO WS-SOURCE-NAMES
           END-IF
           IF MASKED-NAME-SEEN
              ADD 1 TO WS-MASKED-NAMES
           END-IF
           IF SOURCE-NAME-SEEN AND MASKED-NAME-SEEN
              ADD 1 TO WS-SURVIVORS
              IF WS-SURVIVORS <= WS-SURV-LIMIT
                 MOVE WS-CURRENT-NAME    TO WS-SURV-NAME(WS-SURVIVORS)
                 MOVE WS-CURRENT-MASK-ID
                     TO WS-SURV-EMPL-ID(WS-SURVIVORS)
              END-IF
           END-IF.

      *> --------------------------------------------------------
      *> 2800-CHECK-PAGE-BREAK / 2850-PRINT-PAGE-HEADER - start a
      *> new page, with the run-date page header, whenever the
      *> current page is full.
      *> --------------------------------------------------------
       2800-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 2850-PRINT-PAGE-HEADER
           END-IF.

       2850-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE    TO WS-PH1-RUN-DATE
           MOVE WS-MASK-SEED   TO WS-PH1-SEED
           MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE
           MOVE 0 TO WS-LINE-COUNT
           MOVE WS-PAGE-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-REC
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
           PERFORM 3050-PRINT-DEPT-CONTROLS
           PERFORM 3060-PRINT-COUNT-CONTROLS
           PERFORM 3070-PRINT-NAME-CONTROLS
           PERFORM 3100-CLOSE-FILES
           PERFORM 3200-DISPLAY-SUMMARY.

      *> --------------------------------------------------------
      *> 3050-PRINT-DEPT-CONTROLS - one line per department:
      *> records and salary totals in and out, the band, and the
      *> net change the masking made to the department's total.
      *> --------------------------------------------------------
       3050-PRINT-DEPT-CONTROLS.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-DEPT-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
              PERFORM 3055-PRINT-DEPT-LINE
           END-PERFORM.

       3055-PRINT-DEPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 2850-PRINT-PAGE-HEADER
              MOVE WS-DEPT-HEADER-1 TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           IF WS-BAND-DEPT(WS-BAND-IDX) = SPACES
              MOVE '(NONE)' TO WS-DL-DEPT
           ELSE
              MOVE WS-BAND-DEPT(WS-BAND-IDX) TO WS-DL-DEPT
           END-IF
           MOVE WS-BAND-RECS-IN(WS-BAND-IDX)  TO WS-DL-RECS-IN
           MOVE WS-BAND-RECS-OUT(WS-BAND-IDX) TO WS-DL-RECS-OUT
           COMPUTE WS-DL-BAND-MIN = WS-BAND-MIN(WS-BAND-IDX) / 100
           COMPUTE WS-DL-BAND-MAX = WS-BAND-MAX(WS-BAND-IDX) / 100
           COMPUTE WS-DL-SAL-IN   = WS-BAND-SAL-IN(WS-BAND-IDX) / 100
           COMPUTE WS-DL-SAL-OUT  = WS-BAND-SAL-OUT(WS-BAND-IDX) / 100
           MOVE 0 TO WS-CHANGE-PERCENT
           IF WS-BAND-SAL-IN(WS-BAND-IDX) > 0
              COMPUTE WS-CHANGE-PERCENT ROUNDED =
                  (WS-BAND-SAL-OUT(WS-BAND-IDX)
                   - WS-BAND-SAL-IN(WS-BAND-IDX)) * 100
                  / WS-BAND-SAL-IN(WS-BAND-IDX)
                  ON SIZE ERROR
                     MOVE 0 TO WS-CHANGE-PERCENT
              END-COMPUTE
           END-IF
           MOVE WS-CHANGE-PERCENT TO WS-DL-CHANGE
           MOVE WS-DEPT-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 3060-PRINT-COUNT-CONTROLS - both passes of the source,
      *> the records written and the records read back must all
      *> be the same number.
      *> --------------------------------------------------------
       3060-PRINT-COUNT-CONTROLS.
           IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
              MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'SOURCE RECORDS READ - BAND PASS:' TO WS-CL-LABEL
           MOVE WS-BAND-PASS-READ TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'SOURCE RECORDS READ - MASKING PASS:' TO WS-CL-LABEL
           MOVE WS-MASK-PASS-READ TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'TEST MASTER RECORDS WRITTEN:' TO WS-CL-LABEL
           MOVE WS-RECORDS-WRITTEN TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'TEST MASTER RECORDS READ BACK:' TO WS-CL-LABEL
           MOVE WS-RECORDS-READBACK TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE

           MOVE SPACES TO RPT-REC
           IF WS-MASK-PASS-READ  = WS-BAND-PASS-READ
              AND WS-RECORDS-WRITTEN  = WS-BAND-PASS-READ
              AND WS-RECORDS-READBACK = WS-BAND-PASS-READ
              MOVE 'RECORD COUNTS AGREE' TO RPT-REC
           ELSE
              MOVE 'N' TO WS-CONTROL-FLAG
              MOVE '*** RECORD COUNTS DO NOT AGREE ***' TO RPT-REC
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'NAMES MASKED:' TO WS-CL-LABEL
           MOVE WS-NAMES-MASKED TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'NAMES BLANK ON SOURCE (LEFT BLANK):' TO WS-CL-LABEL
           MOVE WS-NAMES-BLANK TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'SALARIES MASKED:' TO WS-CL-LABEL
           MOVE WS-SALARIES-MASKED TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'SALARIES NOT VALID (COPIED UNCHANGED):'
               TO WS-CL-LABEL
           MOVE WS-SALARIES-BAD TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE.

      *> --------------------------------------------------------
      *> 3070-PRINT-NAME-CONTROLS - the result of the name check
      *> in 2600-CHECK-NAMES.
      *> --------------------------------------------------------
       3070-PRINT-NAME-CONTROLS.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
              MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'DISTINCT SOURCE NAMES:' TO WS-CL-LABEL
           MOVE WS-SOURCE-NAMES TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'DISTINCT TEST MASTER NAMES:' TO WS-CL-LABEL
           MOVE WS-MASKED-NAMES TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'SOURCE NAMES FOUND ON TEST MASTER:' TO WS-CL-LABEL
           MOVE WS-SURVIVORS TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE

           MOVE SPACES TO RPT-REC
           IF WS-SURVIVORS = 0
              MOVE 'NO SOURCE NAME SURVIVED INTO THE TEST MASTER'
                  TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           ELSE
              MOVE 'N' TO WS-CONTROL-FLAG
              MOVE '*** SOURCE NAMES SURVIVED - TEST MASTER MUST NOT BE
      -            'RELEASED ***' TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              PERFORM VARYING WS-SURV-IDX FROM 1 BY 1
                      UNTIL WS-SURV-IDX > WS-SURVIVORS
                         OR WS-SURV-IDX > WS-SURV-LIMIT
                 PERFORM 2800-CHECK-PAGE-BREAK
                 MOVE WS-SURV-NAME(WS-SURV-IDX)    TO WS-SL-NAME
                 MOVE WS-SURV-EMPL-ID(WS-SURV-IDX) TO WS-SL-EMPL-ID
                 MOVE WS-SURVIVOR-LINE TO RPT-REC
                 PERFORM 2900-WRITE-REPORT-LINE
              END-PERFORM
           END-IF.

       3090-PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       3100-CLOSE-FILES.
           CLOSE RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Employee master masking complete.'
           DISPLAY 'Seed:                 ' WS-MASK-SEED
           DISPLAY 'Records Read:         ' WS-MASK-PASS-READ
           DISPLAY 'Records Written:      ' WS-RECORDS-WRITTEN
           DISPLAY 'Records Read Back:    ' WS-RECORDS-READBACK
           DISPLAY 'Names Masked:         ' WS-NAMES-MASKED
           DISPLAY 'Salaries Masked:      ' WS-SALARIES-MASKED
           DISPLAY 'Departments:          ' WS-BAND-COUNT
           DISPLAY 'Names Surviving:      ' WS-SURVIVORS
           IF CONTROLS-PASSED
              DISPLAY 'Controls:             PASSED'
           ELSE
              DISPLAY 'Controls:             FAILED - DO NOT RELEASE'
           END-IF.

       END PROGRAM VSAMMASK.
