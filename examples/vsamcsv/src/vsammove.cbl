       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMMOVE.
       AUTHOR. Arnav Surve.

      *> ---------------------------------------------------------
      *> Workforce movement and turnover report.  HR asks every
      *> month how many people each department hired, lost, took
      *> back, and swapped with other departments, and what the
      *> raises cost; the answer has been pieced together by hand
      *> from VSAMAUDR listings.  This report reads the AUDITJRN
      *> journal (see the AUDITREC copybook) for a date range and
      *> classifies every entry VSAMLOAD, VSAMMAINT and VSAMPURG
      *> wrote in it from its before- and after-images:
      *>   HIRE         an add of an active employee
      *>   TERMINATION  a change of status from A to T, charged to
      *>                the department the employee left
      *>   REHIRE       a change of status from T to A, credited
      *>                to the department the employee came back to
      *>   TRANSFER     an active employee's department changed -
      *>                an out for the old department and an in
      *>                for the new one
      *>   PAY CHANGE   the salary changed; cross-checked to the
      *>                SALHIST record the same run wrote (same
      *>                employee, journal time, old and new salary
      *>                and program), and its increase, if any,
      *>                added to the department's raise dollars
      *> One change may be more than one of these (a transfer with
      *> a raise).  The rest are listed as they are: PURGE (a
      *> VSAMPURG delete of a terminated record), DELETE, ADD -
      *> NOT ACTIVE, or NO MOVEMENT (a name or grade correction).
      *> Each entry is listed with its classes, then rolled up by
      *> department alongside opening and closing headcount, the
      *> turnover percentage (terminations over the average of
      *> opening and closing headcount) and the raise dollars.
      *>
      *> Headcount is active (status A) employees.  Closing
      *> headcount is the master as it stands now, with every
      *> journal entry dated after the range backed out of it;
      *> opening headcount is closing headcount with every entry
      *> in the range backed out as well.  Entries from the other
      *> programs that update the master (VSAMBACK and the like)
      *> are not classified, but their effect on headcount, and
      *> that of deleting an active employee, shows in the OTHER
      *> column, so each department's line always foots:
      *>   OPENING + HIRES + REHIRES + XFER IN - XFER OUT - TERMS
      *>           + OTHER = CLOSING
      *>
      *> The run PARM (KEYWORD=VALUE, as in VSAMCSV) accepts:
      *>   FROMDATE=yyyymmdd  first date of the range
      *>   TODATE=yyyymmdd    last date of the range
      *>   ARCHIVE=Y          also read the AUDITARC archive
      *>                      entries VSAMARCH cut off the live
      *>                      journal, ahead of it as in VSAMAUDR
      *> Give both dates or neither; neither reports the calendar
      *> month before the run date.  Every entry dated on or after
      *> FROMDATE must be read for the headcounts to be right, so
      *> when the range reaches back past the last VSAMARCH cut,
      *> run with ARCHIVE=Y.  A headcount that works out below
      *> zero means entries are missing and is flagged.
      *>
      *> Return code 4 when a pay change is not on SALHIST or a
      *> headcount works out below zero.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-IN ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VSAM-EMPL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT SAL-HIST ASSIGN TO SALHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SALH-KEY
                  FILE STATUS IS WS-SALH-STATUS.

           SELECT AUDIT-JRNL ASSIGN TO AUDITJRN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCH ASSIGN TO AUDITARC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.

           SELECT RPT-OUT ASSIGN TO MOVERPT
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

       FD SAL-HIST
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SALH-REC.
           COPY SALHREC.

       FD AUDIT-JRNL
           RECORD CONTAINS 189 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 AUDIT-REC.
           COPY AUDITREC.

      *> --------------------------------------------------------
      *> AUDIT-ARCH - the dated archive files VSAMARCH wrote, in
      *> the same AUDITREC shape; each archive record is moved
      *> into AUDIT-REC so the one classification path serves
      *> both files, as in VSAMAUDR.
      *> --------------------------------------------------------
       FD AUDIT-ARCH
           RECORD CONTAINS 189 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 ARCH-ENTRY-REC           PIC X(189).

       FD RPT-OUT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-VSAM-STATUS    PIC XX  VALUE SPACES.
             88 VSAM-OK              VALUE '00'.
          05 WS-SALH-STATUS    PIC XX  VALUE SPACES.
             88 SALH-OK              VALUE '00'.
          05 WS-AUDIT-STATUS   PIC XX  VALUE SPACES.
             88 AUDIT-OK             VALUE '00'.
          05 WS-ARCH-STATUS    PIC XX  VALUE SPACES.
             88 ARCH-OK              VALUE '00'.
          05 WS-RPT-STATUS     PIC XX  VALUE SPACES.
             88 RPT-OK               VALUE '00'.

       01 WS-FLAGS.
          05 WS-VSAM-EOF-FLAG  PIC X   VALUE 'N'.
             88 VSAM-EOF-REACHED     VALUE 'Y'.
          05 WS-EOF-FLAG       PIC X   VALUE 'N'.
             88 EOF-REACHED          VALUE 'Y'.
          05 WS-ARCH-EOF-FLAG  PIC X   VALUE 'N'.
             88 ARCH-EOF-REACHED     VALUE 'Y'.
          05 WS-SALH-EOF-FLAG  PIC X   VALUE 'N'.
             88 SALH-EOF-REACHED     VALUE 'Y'.
          05 WS-ARCHIVE-SWITCH PIC X   VALUE 'N'.
             88 ARCHIVE-MODE         VALUE 'Y'.
          05 WS-SALH-MATCH-FLAG PIC X  VALUE 'N'.
             88 SALH-MATCHED         VALUE 'Y'.
          05 WS-BEFORE-ACTIVE-FLAG PIC X VALUE 'N'.
             88 BEFORE-ACTIVE        VALUE 'Y'.
          05 WS-AFTER-ACTIVE-FLAG PIC X VALUE 'N'.
             88 AFTER-ACTIVE         VALUE 'Y'.
          05 WS-NEGATIVE-FLAG  PIC X   VALUE 'N'.
             88 NEGATIVE-HEADCOUNT   VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-MASTER-READ      PIC 9(7) VALUE 0.
          05 WS-MASTER-ACTIVE    PIC 9(7) VALUE 0.
          05 WS-ENTRIES-READ     PIC 9(7) VALUE 0.
          05 WS-ARCH-ENTRIES-READ PIC 9(7) VALUE 0.
          05 WS-ENTRIES-BEFORE   PIC 9(7) VALUE 0.
          05 WS-ENTRIES-AFTER    PIC 9(7) VALUE 0.
          05 WS-ENTRIES-IN-RANGE PIC 9(7) VALUE 0.
          05 WS-ENTRIES-OTHER-PGM PIC 9(7) VALUE 0.
          05 WS-ENTRIES-CLASSIFIED PIC 9(7) VALUE 0.
          05 WS-TOTAL-HIRES      PIC 9(7) VALUE 0.
          05 WS-TOTAL-TERMS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-REHIRES    PIC 9(7) VALUE 0.
          05 WS-TOTAL-TRANSFERS  PIC 9(7) VALUE 0.
          05 WS-TOTAL-PAY-CHANGES PIC 9(7) VALUE 0.
          05 WS-PAY-CONFIRMED    PIC 9(7) VALUE 0.
          05 WS-PAY-NOT-FOUND    PIC 9(7) VALUE 0.
          05 WS-TOTAL-PURGES     PIC 9(7) VALUE 0.
          05 WS-TOTAL-DELETES    PIC 9(7) VALUE 0.
          05 WS-TOTAL-ADDS-INACTIVE PIC 9(7) VALUE 0.
          05 WS-TOTAL-NO-MOVEMENT PIC 9(7) VALUE 0.

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

       01 WS-FROM-DATE          PIC X(8)  VALUE SPACES.
       01 WS-TO-DATE            PIC X(8)  VALUE SPACES.
       01 WS-MONTH-START        PIC 9(8)  VALUE 0.
       01 WS-DATE-NUM           PIC 9(8)  VALUE 0.

      *> --------------------------------------------------------
      *> Department movement table, kept in department order; a
      *> blank department is a line of its own.  WS-DM-CURRENT is
      *> the active headcount on the master now, WS-DM-ROLLBACK
      *> the net headcount the entries after the range added
      *> (backed out to get closing), WS-DM-NET the net headcount
      *> the entries in the range added (backed out again to get
      *> opening).  Raise dollars are in cents, as on the master.
      *> A full table is fatal: a department left off would make
      *> every total wrong.
      *> --------------------------------------------------------
       01 WS-DM-LIMIT              PIC 9(3) COMP VALUE 500.
       01 WS-DM-COUNT              PIC 9(3) COMP VALUE 0.
       01 WS-DM-IDX                PIC 9(3) COMP VALUE 0.
       01 WS-DM-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01 WS-DM-INSERT-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-DM-ARG-DEPT           PIC X(04).
       01 WS-DM-TABLE.
          05 WS-DM-ENTRY OCCURS 500 TIMES.
             10 WS-DM-DEPT         PIC X(04).
             10 WS-DM-CURRENT      PIC S9(7) COMP-3.
             10 WS-DM-ROLLBACK     PIC S9(7) COMP-3.
             10 WS-DM-NET          PIC S9(7) COMP-3.
             10 WS-DM-HIRES        PIC S9(7) COMP-3.
             10 WS-DM-REHIRES      PIC S9(7) COMP-3.
             10 WS-DM-XFER-IN      PIC S9(7) COMP-3.
             10 WS-DM-XFER-OUT     PIC S9(7) COMP-3.
             10 WS-DM-TERMS        PIC S9(7) COMP-3.
             10 WS-DM-PAY-CHANGES  PIC S9(7) COMP-3.
             10 WS-DM-RAISE-CENTS  PIC S9(13) COMP-3.

      *> --------------------------------------------------------
      *> One department line's figures, worked out in
      *> 3055-PRINT-DEPT-LINE, and the grand totals they add to.
      *> --------------------------------------------------------
       01 WS-LINE-FIGURES.
          05 WS-LF-OPENING         PIC S9(7) COMP-3.
          05 WS-LF-CLOSING         PIC S9(7) COMP-3.
          05 WS-LF-OTHER           PIC S9(7) COMP-3.
          05 WS-LF-TURNOVER        PIC S9(5)V99 COMP-3.
       01 WS-GRAND-TOTALS.
          05 WS-GT-OPENING         PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-HIRES           PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-REHIRES         PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-XFER-IN         PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-XFER-OUT        PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-TERMS           PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-OTHER           PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-CLOSING         PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-PAY-CHANGES     PIC S9(7) COMP-3 VALUE 0.
          05 WS-GT-RAISE-CENTS     PIC S9(13) COMP-3 VALUE 0.

      *> --------------------------------------------------------
      *> The entry being classified.
      *> --------------------------------------------------------
       01 WS-BEFORE-DEPT           PIC X(04).
       01 WS-AFTER-DEPT            PIC X(04).
       01 WS-OLD-CENTS             PIC 9(10).
       01 WS-NEW-CENTS             PIC 9(10).
       01 WS-PAY-DELTA             PIC S9(11) COMP-3 VALUE 0.
       01 WS-CLASS-TEXT            PIC X(30).
       01 WS-CLASS-WORD            PIC X(16).
       01 WS-CLASS-WORK            PIC X(30).
       01 WS-SALH-CHECK            PIC X(14).

      *> --------------------------------------------------------
      *> Run metadata for the page headers, stamped the same way
      *> VSAMCSV's 1205-BUILD-RUN-DATE stamps its HDR record.
      *> --------------------------------------------------------
       01 WS-RUN-DATE-TIME      PIC X(21).
       01 WS-RUN-DATE           PIC X(08).

      *> --------------------------------------------------------
      *> Print layout.  60 lines to a page; the column header of
      *> the section being printed is repeated on every page.
      *> --------------------------------------------------------
       01 WS-PAGE-NUMBER        PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE     PIC 9(2) VALUE 60.
       01 WS-SECTION-HEADER     PIC X(132) VALUE SPACES.

       01 WS-PAGE-HEADER-1.
          05 FILLER             PIC X(36) VALUE
             'WORKFORCE MOVEMENT AND TURNOVER     '.
          05 FILLER             PIC X(06) VALUE 'FROM: '.
          05 WS-PH1-FROM-DATE   PIC X(08).
          05 FILLER             PIC X(06) VALUE '  TO: '.
          05 WS-PH1-TO-DATE     PIC X(08).
          05 FILLER             PIC X(12) VALUE '  RUN DATE: '.
          05 WS-PH1-RUN-DATE    PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-PH1-PAGE        PIC ZZZ9.
          05 FILLER             PIC X(33) VALUE SPACES.

       01 WS-ENTRY-HEADER.
          05 FILLER             PIC X(44) VALUE
             'DATE     TIME    PROGRAM    F  EMPL   CLASSI'.
          05 FILLER             PIC X(44) VALUE
             'FICATION                  FROM  TO        PA'.
          05 FILLER             PIC X(17) VALUE
             'Y CHANGE  SALHIST'.
          05 FILLER             PIC X(27) VALUE SPACES.

       01 WS-ENTRY-LINE.
          05 WS-EL-DATE         PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-EL-TIME         PIC X(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-PROGRAM      PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-FUNCTION     PIC X(01).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-EMPL-ID      PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-CLASS        PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-FROM-DEPT    PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-TO-DEPT      PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-PAY-CHANGE   PIC -(10)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-EL-SALHIST      PIC X(14).
          05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-DEPT-HEADER.
          05 FILLER             PIC X(44) VALUE
             'DEPT   OPENING   HIRES REHIRES  XFR IN XFR O'.
          05 FILLER             PIC X(44) VALUE
             'UT   TERMS   OTHER CLOSING  TURNOVER PAY CHG'.
          05 FILLER             PIC X(17) VALUE
             '    RAISE DOLLARS'.
          05 FILLER             PIC X(27) VALUE SPACES.

       01 WS-DEPT-LINE.
          05 WS-DL-DEPT         PIC X(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-OPENING      PIC -(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-HIRES        PIC Z(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-REHIRES      PIC Z(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-XFER-IN      PIC Z(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-XFER-OUT     PIC Z(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-TERMS        PIC Z(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-OTHER        PIC -(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-CLOSING      PIC -(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-TURNOVER     PIC Z(4)9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-PAY-CHANGES  PIC Z(5)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-RAISE        PIC Z(11)9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-DL-FLAG         PIC X(01).
          05 FILLER             PIC X(25) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL        PIC X(50).
          05 WS-CL-COUNT        PIC Z(6)9.
          05 FILLER             PIC X(75) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LENGTH       PIC S9(4) COMP.
          05 LS-PARM-TEXT         PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.
      *> The archive pass runs to completion before the first live
      *> journal entry is read, as in VSAMAUDR, so the entry
      *> listing stays in date order.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-CURRENT-HEADCOUNT
           MOVE WS-ENTRY-HEADER TO WS-SECTION-HEADER
           IF ARCHIVE-MODE
              PERFORM 1350-READ-ARCHIVE
              PERFORM 2040-PROCESS-ARCH-ENTRIES
                  UNTIL ARCH-EOF-REACHED
           END-IF
           PERFORM 1300-READ-JOURNAL
           PERFORM 2000-PROCESS-ENTRIES UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           IF WS-PAY-NOT-FOUND > 0 OR NEGATIVE-HEADCOUNT
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1050-PARSE-PARM
           PERFORM 1055-VALIDATE-PARM
           PERFORM 1100-OPEN-FILES.

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
                  WHEN 'FROMDATE'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE)
                         TO WS-FROM-DATE
                  WHEN 'TODATE'
                     MOVE FUNCTION TRIM(WS-PARM-VALUE)
                         TO WS-TO-DATE
                  WHEN 'ARCHIVE'
                     IF FUNCTION TRIM(WS-PARM-VALUE) = 'Y'
                        MOVE 'Y' TO WS-ARCHIVE-SWITCH
                     END-IF
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

      *> --------------------------------------------------------
      *> 1055-VALIDATE-PARM - with no dates, the calendar month
      *> before the run date: the first of this month less one
      *> day is the last day of last month.  Otherwise both dates
      *> must be given, YYYYMMDD like AUDIT-DATE, and in order.
      *> --------------------------------------------------------
       1055-VALIDATE-PARM.
           IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
              MOVE WS-RUN-DATE(1:6) TO WS-MONTH-START(1:6)
              MOVE '01'             TO WS-MONTH-START(7:2)
              COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
              MOVE WS-DATE-NUM TO WS-TO-DATE
              MOVE WS-TO-DATE(1:6) TO WS-FROM-DATE(1:6)
              MOVE '01'            TO WS-FROM-DATE(7:2)
           END-IF

           IF WS-FROM-DATE = SPACES OR WS-FROM-DATE NOT NUMERIC
              OR WS-TO-DATE = SPACES OR WS-TO-DATE NOT NUMERIC
              DISPLAY 'FROMDATE=YYYYMMDD AND TODATE=YYYYMMDD ARE '
                      'REQUIRED TOGETHER'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'FROMDATE ' WS-FROM-DATE ' IS AFTER TODATE '
                      WS-TO-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'ERROR OPENING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SAL-HIST
           IF NOT SALH-OK
              DISPLAY 'ERROR OPENING SALARY HISTORY, STATUS: '
                      WS-SALH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT AUDIT-JRNL
           IF NOT AUDIT-OK
              DISPLAY 'ERROR OPENING AUDIT JOURNAL, STATUS: '
                      WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ARCHIVE-MODE
              OPEN INPUT AUDIT-ARCH
              IF NOT ARCH-OK
                 DISPLAY 'ERROR OPENING ARCHIVE FILE, STATUS: '
                         WS-ARCH-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'ERROR OPENING REPORT FILE, STATUS: '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> 1200-LOAD-CURRENT-HEADCOUNT - active employees on the
      *> master now, by department.
      *> --------------------------------------------------------
       1200-LOAD-CURRENT-HEADCOUNT.
           PERFORM 1250-READ-MASTER
           PERFORM 1210-COUNT-MASTER-RECORD UNTIL VSAM-EOF-REACHED.

       1210-COUNT-MASTER-RECORD.
           ADD 1 TO WS-MASTER-READ
           IF VSAM-EMPL-ACTIVE
              ADD 1 TO WS-MASTER-ACTIVE
              MOVE VSAM-EMPL-DEPT TO WS-DM-ARG-DEPT
              PERFORM 2600-FIND-DEPT-ENTRY
              ADD 1 TO WS-DM-CURRENT(WS-DM-FOUND-IDX)
           END-IF
           PERFORM 1250-READ-MASTER.

       1250-READ-MASTER.
           READ VSAM-IN NEXT RECORD
               AT END MOVE 'Y' TO WS-VSAM-EOF-FLAG
           END-READ

           IF NOT VSAM-EOF-REACHED AND NOT VSAM-OK
              DISPLAY 'ERROR READING VSAM FILE, STATUS: ' WS-VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1300-READ-JOURNAL.
           READ AUDIT-JRNL
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF NOT EOF-REACHED AND NOT AUDIT-OK
              DISPLAY 'ERROR READING AUDIT JOURNAL, STATUS: '
                      WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT EOF-REACHED
              ADD 1 TO WS-ENTRIES-READ
           END-IF.

       1350-READ-ARCHIVE.
           READ AUDIT-ARCH
               AT END MOVE 'Y' TO WS-ARCH-EOF-FLAG
           END-READ

           IF NOT ARCH-EOF-REACHED AND NOT ARCH-OK
              DISPLAY 'ERROR READING ARCHIVE FILE, STATUS: '
                      WS-ARCH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT ARCH-EOF-REACHED
              ADD 1 TO WS-ARCH-ENTRIES-READ
           END-IF.

      *> --------------------------------------------------------
      *> 2000-PROCESS-ENTRIES / 2040-PROCESS-ARCH-ENTRIES - an
      *> archive record is moved into AUDIT-REC first so the one
      *> path in 2050-PROCESS-ENTRY serves both files.
      *> --------------------------------------------------------
       2000-PROCESS-ENTRIES.
           PERFORM 2050-PROCESS-ENTRY
           PERFORM 1300-READ-JOURNAL.

       2040-PROCESS-ARCH-ENTRIES.
           MOVE ARCH-ENTRY-REC TO AUDIT-REC
           PERFORM 2050-PROCESS-ENTRY
           PERFORM 1350-READ-ARCHIVE.

      *> --------------------------------------------------------
      *> 2050-PROCESS-ENTRY - an image counts toward headcount
      *> when it is an active employee (status byte 54 of the
      *> VSAMREC image); its department is bytes 42-45.  Entries
      *> before the range play no part: the headcounts are worked
      *> back from the master as it stands now.
      *> --------------------------------------------------------
       2050-PROCESS-ENTRY.
           MOVE 'N' TO WS-BEFORE-ACTIVE-FLAG
           MOVE 'N' TO WS-AFTER-ACTIVE-FLAG
           IF AUDIT-BEFORE-IMAGE(54:1) = 'A'
              MOVE 'Y' TO WS-BEFORE-ACTIVE-FLAG
           END-IF
           IF AUDIT-AFTER-IMAGE(54:1) = 'A'
              MOVE 'Y' TO WS-AFTER-ACTIVE-FLAG
           END-IF
           MOVE AUDIT-BEFORE-IMAGE(42:4) TO WS-BEFORE-DEPT
           MOVE AUDIT-AFTER-IMAGE(42:4)  TO WS-AFTER-DEPT

           EVALUATE TRUE
               WHEN AUDIT-DATE < WS-FROM-DATE
                  ADD 1 TO WS-ENTRIES-BEFORE
               WHEN AUDIT-DATE > WS-TO-DATE
                  ADD 1 TO WS-ENTRIES-AFTER
                  PERFORM 2100-ROLL-BACK-ENTRY
               WHEN OTHER
                  ADD 1 TO WS-ENTRIES-IN-RANGE
                  PERFORM 2200-NET-IN-RANGE-ENTRY
                  IF AUDIT-PROGRAM = 'VSAMLOAD'
                     OR AUDIT-PROGRAM = 'VSAMMAINT'
                     OR AUDIT-PROGRAM = 'VSAMPURG'
                     PERFORM 2300-CLASSIFY-ENTRY
                  ELSE
                     ADD 1 TO WS-ENTRIES-OTHER-PGM
                  END-IF
           END-EVALUATE.

       2100-ROLL-BACK-ENTRY.
           IF BEFORE-ACTIVE
              MOVE WS-BEFORE-DEPT TO WS-DM-ARG-DEPT
              PERFORM 2600-FIND-DEPT-ENTRY
              SUBTRACT 1 FROM WS-DM-ROLLBACK(WS-DM-FOUND-IDX)
           END-IF
           IF AFTER-ACTIVE
              MOVE WS-AFTER-DEPT TO WS-DM-ARG-DEPT
              PERFORM 2600-FIND-DEPT-ENTRY
              ADD 1 TO WS-DM-ROLLBACK(WS-DM-FOUND-IDX)
           END-IF.

       2200-NET-IN-RANGE-ENTRY.
           IF BEFORE-ACTIVE
              MOVE WS-BEFORE-DEPT TO WS-DM-ARG-DEPT
              PERFORM 2600-FIND-DEPT-ENTRY
              SUBTRACT 1 FROM WS-DM-NET(WS-DM-FOUND-IDX)
           END-IF
           IF AFTER-ACTIVE
              MOVE WS-AFTER-DEPT TO WS-DM-ARG-DEPT
              PERFORM 2600-FIND-DEPT-ENTRY
              ADD 1 TO WS-DM-NET(WS-DM-FOUND-IDX)
           END-IF.

      *> --------------------------------------------------------
      *> 2300-CLASSIFY-ENTRY - see the program header.  A status
      *> change takes precedence over a department change made in
      *> the same update: a termination is charged to the
      *> department left, a rehire credited to the department
      *> joined, and neither is also a transfer.
      *> --------------------------------------------------------
       2300-CLASSIFY-ENTRY.
           ADD 1 TO WS-ENTRIES-CLASSIFIED
           MOVE SPACES TO WS-CLASS-TEXT WS-SALH-CHECK
           MOVE 0      TO WS-PAY-DELTA

           EVALUATE AUDIT-FUNCTION
               WHEN 'A'
                  IF AFTER-ACTIVE
                     MOVE WS-AFTER-DEPT TO WS-DM-ARG-DEPT
                     PERFORM 2600-FIND-DEPT-ENTRY
                     ADD 1 TO WS-DM-HIRES(WS-DM-FOUND-IDX)
                     ADD 1 TO WS-TOTAL-HIRES
                     MOVE 'HIRE' TO WS-CLASS-WORD
                  ELSE
                     ADD 1 TO WS-TOTAL-ADDS-INACTIVE
                     MOVE 'ADD - NOT ACTIVE' TO WS-CLASS-WORD
                  END-IF
                  PERFORM 2350-ADD-CLASS-WORD
               WHEN 'D'
                  IF AUDIT-PROGRAM = 'VSAMPURG'
                     ADD 1 TO WS-TOTAL-PURGES
                     MOVE 'PURGE' TO WS-CLASS-WORD
                  ELSE
                     ADD 1 TO WS-TOTAL-DELETES
                     MOVE 'DELETE' TO WS-CLASS-WORD
                  END-IF
                  PERFORM 2350-ADD-CLASS-WORD
               WHEN 'C'
                  PERFORM 2310-CLASSIFY-CHANGE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE

           IF WS-CLASS-TEXT = SPACES
              ADD 1 TO WS-TOTAL-NO-MOVEMENT
              MOVE 'NO MOVEMENT' TO WS-CLASS-TEXT
           END-IF
           PERFORM 2500-PRINT-ENTRY-LINE.

       2310-CLASSIFY-CHANGE.
           EVALUATE TRUE
               WHEN AUDIT-BEFORE-IMAGE(54:1) = 'A'
                AND AUDIT-AFTER-IMAGE(54:1) = 'T'
                  MOVE WS-BEFORE-DEPT TO WS-DM-ARG-DEPT
                  PERFORM 2600-FIND-DEPT-ENTRY
                  ADD 1 TO WS-DM-TERMS(WS-DM-FOUND-IDX)
                  ADD 1 TO WS-TOTAL-TERMS
                  MOVE 'TERMINATION' TO WS-CLASS-WORD
                  PERFORM 2350-ADD-CLASS-WORD
               WHEN AUDIT-BEFORE-IMAGE(54:1) = 'T'
                AND AUDIT-AFTER-IMAGE(54:1) = 'A'
                  MOVE WS-AFTER-DEPT TO WS-DM-ARG-DEPT
                  PERFORM 2600-FIND-DEPT-ENTRY
                  ADD 1 TO WS-DM-REHIRES(WS-DM-FOUND-IDX)
                  ADD 1 TO WS-TOTAL-REHIRES
                  MOVE 'REHIRE' TO WS-CLASS-WORD
                  PERFORM 2350-ADD-CLASS-WORD
               WHEN BEFORE-ACTIVE AND AFTER-ACTIVE
                AND WS-BEFORE-DEPT NOT = WS-AFTER-DEPT
                  MOVE WS-BEFORE-DEPT TO WS-DM-ARG-DEPT
                  PERFORM 2600-FIND-DEPT-ENTRY
                  ADD 1 TO WS-DM-XFER-OUT(WS-DM-FOUND-IDX)
                  MOVE WS-AFTER-DEPT TO WS-DM-ARG-DEPT
                  PERFORM 2600-FIND-DEPT-ENTRY
                  ADD 1 TO WS-DM-XFER-IN(WS-DM-FOUND-IDX)
                  ADD 1 TO WS-TOTAL-TRANSFERS
                  MOVE 'TRANSFER' TO WS-CLASS-WORD
                  PERFORM 2350-ADD-CLASS-WORD
               WHEN OTHER
                  CONTINUE
           END-EVALUATE

           IF AUDIT-BEFORE-IMAGE(32:10) NOT = AUDIT-AFTER-IMAGE(32:10)
              AND AUDIT-BEFORE-IMAGE(32:10) NUMERIC
              AND AUDIT-AFTER-IMAGE(32:10) NUMERIC
              PERFORM 2400-PAY-CHANGE
           END-IF.

       2350-ADD-CLASS-WORD.
           IF WS-CLASS-TEXT = SPACES
              MOVE WS-CLASS-WORD TO WS-CLASS-TEXT
           ELSE
              MOVE SPACES TO WS-CLASS-WORK
              STRING FUNCTION TRIM(WS-CLASS-TEXT) DELIMITED BY SIZE
                     '+' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CLASS-WORD) DELIMITED BY SIZE
                     INTO WS-CLASS-WORK
              END-STRING
              MOVE WS-CLASS-WORK TO WS-CLASS-TEXT
           END-IF.

      *> --------------------------------------------------------
      *> 2400-PAY-CHANGE - counted to the department the employee
      *> is in after the change; only an increase adds to raise
      *> dollars.
      *> --------------------------------------------------------
       2400-PAY-CHANGE.
           MOVE AUDIT-BEFORE-IMAGE(32:10) TO WS-OLD-CENTS
           MOVE AUDIT-AFTER-IMAGE(32:10)  TO WS-NEW-CENTS
           COMPUTE WS-PAY-DELTA = WS-NEW-CENTS - WS-OLD-CENTS

           MOVE WS-AFTER-DEPT TO WS-DM-ARG-DEPT
           PERFORM 2600-FIND-DEPT-ENTRY
           ADD 1 TO WS-DM-PAY-CHANGES(WS-DM-FOUND-IDX)
           IF WS-PAY-DELTA > 0
              ADD WS-PAY-DELTA TO WS-DM-RAISE-CENTS(WS-DM-FOUND-IDX)
           END-IF
           ADD 1 TO WS-TOTAL-PAY-CHANGES
           MOVE 'PAY CHANGE' TO WS-CLASS-WORD
           PERFORM 2350-ADD-CLASS-WORD

           PERFORM 2450-CHECK-SALARY-HISTORY
           IF SALH-MATCHED
              ADD 1 TO WS-PAY-CONFIRMED
              MOVE 'CONFIRMED' TO WS-SALH-CHECK
           ELSE
              ADD 1 TO WS-PAY-NOT-FOUND
              MOVE '*NOT ON FILE*' TO WS-SALH-CHECK
           END-IF.

      *> --------------------------------------------------------
      *> 2450-CHECK-SALARY-HISTORY - one START at the employee's
      *> first history record, as VSAMSHST positions, then read
      *> the employee's progression for the record the same
      *> update wrote.  Its effective date may be the
      *> transaction's rather than the journal date, but its time
      *> is always the journal time.
      *> --------------------------------------------------------
       2450-CHECK-SALARY-HISTORY.
           MOVE 'N' TO WS-SALH-MATCH-FLAG
           MOVE 'N' TO WS-SALH-EOF-FLAG
           MOVE AUDIT-EMPL-ID TO SALH-EMPL-ID
           MOVE LOW-VALUES    TO SALH-EFF-DATE SALH-EFF-TIME
           START SAL-HIST KEY IS NOT LESS THAN SALH-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SALH-EOF-FLAG
           END-START

           PERFORM 2460-READ-HISTORY
               UNTIL SALH-EOF-REACHED OR SALH-MATCHED.

       2460-READ-HISTORY.
           READ SAL-HIST NEXT RECORD
               AT END MOVE 'Y' TO WS-SALH-EOF-FLAG
           END-READ

           IF NOT SALH-EOF-REACHED AND NOT SALH-OK
              DISPLAY 'ERROR READING SALARY HISTORY, STATUS: '
                      WS-SALH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT SALH-EOF-REACHED
              IF SALH-EMPL-ID NOT = AUDIT-EMPL-ID
                 MOVE 'Y' TO WS-SALH-EOF-FLAG
              ELSE
                 IF SALH-EFF-TIME   = AUDIT-TIME
                    AND SALH-OLD-SALARY = AUDIT-BEFORE-IMAGE(32:10)
                    AND SALH-NEW-SALARY = AUDIT-AFTER-IMAGE(32:10)
                    AND SALH-SOURCE     = AUDIT-PROGRAM
                    MOVE 'Y' TO WS-SALH-MATCH-FLAG
                 END-IF
              END-IF
           END-IF.

       2500-PRINT-ENTRY-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE AUDIT-DATE     TO WS-EL-DATE
           MOVE AUDIT-TIME     TO WS-EL-TIME
           MOVE AUDIT-PROGRAM  TO WS-EL-PROGRAM
           MOVE AUDIT-FUNCTION TO WS-EL-FUNCTION
           MOVE AUDIT-EMPL-ID  TO WS-EL-EMPL-ID
           MOVE WS-CLASS-TEXT  TO WS-EL-CLASS
           MOVE WS-BEFORE-DEPT TO WS-EL-FROM-DEPT
           MOVE WS-AFTER-DEPT  TO WS-EL-TO-DEPT
           COMPUTE WS-EL-PAY-CHANGE = WS-PAY-DELTA / 100
           MOVE WS-SALH-CHECK  TO WS-EL-SALHIST
           MOVE WS-ENTRY-LINE  TO RPT-REC
           IF WS-PAY-DELTA = 0
              MOVE SPACES TO RPT-REC(83:14)
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 2600-FIND-DEPT-ENTRY - look WS-DM-ARG-DEPT up in the
      *> department table, inserting it in department order when
      *> it is new; WS-DM-FOUND-IDX is left pointing at it.
      *> --------------------------------------------------------
       2600-FIND-DEPT-ENTRY.
           MOVE 0 TO WS-DM-FOUND-IDX
           MOVE 0 TO WS-DM-INSERT-IDX
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
                      OR WS-DM-FOUND-IDX > 0
                      OR WS-DM-INSERT-IDX > 0
              EVALUATE TRUE
                  WHEN WS-DM-DEPT(WS-DM-IDX) = WS-DM-ARG-DEPT
                     MOVE WS-DM-IDX TO WS-DM-FOUND-IDX
                  WHEN WS-DM-DEPT(WS-DM-IDX) > WS-DM-ARG-DEPT
                     MOVE WS-DM-IDX TO WS-DM-INSERT-IDX
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM

           IF WS-DM-FOUND-IDX = 0
              IF WS-DM-COUNT >= WS-DM-LIMIT
                 DISPLAY 'DEPARTMENT TABLE FULL - RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-DM-INSERT-IDX = 0
                 COMPUTE WS-DM-INSERT-IDX = WS-DM-COUNT + 1
              END-IF
              PERFORM VARYING WS-DM-IDX FROM WS-DM-COUNT BY -1
                      UNTIL WS-DM-IDX < WS-DM-INSERT-IDX
                 MOVE WS-DM-ENTRY(WS-DM-IDX)
                     TO WS-DM-ENTRY(WS-DM-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-DM-COUNT
              MOVE WS-DM-INSERT-IDX TO WS-DM-FOUND-IDX
              MOVE WS-DM-ARG-DEPT TO WS-DM-DEPT(WS-DM-FOUND-IDX)
              MOVE 0 TO WS-DM-CURRENT(WS-DM-FOUND-IDX)
                        WS-DM-ROLLBACK(WS-DM-FOUND-IDX)
                        WS-DM-NET(WS-DM-FOUND-IDX)
                        WS-DM-HIRES(WS-DM-FOUND-IDX)
                        WS-DM-REHIRES(WS-DM-FOUND-IDX)
                        WS-DM-XFER-IN(WS-DM-FOUND-IDX)
                        WS-DM-XFER-OUT(WS-DM-FOUND-IDX)
                        WS-DM-TERMS(WS-DM-FOUND-IDX)
                        WS-DM-PAY-CHANGES(WS-DM-FOUND-IDX)
                        WS-DM-RAISE-CENTS(WS-DM-FOUND-IDX)
           END-IF.

      *> --------------------------------------------------------
      *> 2800-CHECK-PAGE-BREAK / 2850-PRINT-PAGE-HEADER - start a
      *> new page, with the range and run-date page header and
      *> the current section's column header, whenever the
      *> current page is full.
      *> --------------------------------------------------------
       2800-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 2850-PRINT-PAGE-HEADER
           END-IF.

       2850-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-FROM-DATE   TO WS-PH1-FROM-DATE
           MOVE WS-TO-DATE     TO WS-PH1-TO-DATE
           MOVE WS-RUN-DATE    TO WS-PH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE
           MOVE 0 TO WS-LINE-COUNT
           MOVE WS-PAGE-HEADER-1 TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           IF WS-SECTION-HEADER NOT = SPACES
              MOVE WS-SECTION-HEADER TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

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
           IF WS-ENTRIES-CLASSIFIED = 0
              PERFORM 2800-CHECK-PAGE-BREAK
              MOVE 'NO VSAMLOAD, VSAMMAINT OR VSAMPURG ENTRIES IN THE RA
      -            'NGE' TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           PERFORM 3050-PRINT-DEPT-ROLLUP
           PERFORM 3070-PRINT-CONTROL-TOTALS
           PERFORM 3100-CLOSE-FILES
           PERFORM 3200-DISPLAY-SUMMARY.

      *> --------------------------------------------------------
      *> 3050-PRINT-DEPT-ROLLUP - on a new page, one line per
      *> department and a total line.
      *> --------------------------------------------------------
       3050-PRINT-DEPT-ROLLUP.
           MOVE WS-DEPT-HEADER TO WS-SECTION-HEADER
           PERFORM 2850-PRINT-PAGE-HEADER
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
              PERFORM 3055-PRINT-DEPT-LINE
           END-PERFORM
           PERFORM 3060-PRINT-TOTAL-LINE.

      *> --------------------------------------------------------
      *> 3055-PRINT-DEPT-LINE - closing is the master now less
      *> what the later entries did; opening is closing less what
      *> the entries in the range did; OTHER is whatever of the
      *> range's net the classified movements do not explain.
      *> --------------------------------------------------------
       3055-PRINT-DEPT-LINE.
           COMPUTE WS-LF-CLOSING = WS-DM-CURRENT(WS-DM-IDX)
                                 - WS-DM-ROLLBACK(WS-DM-IDX)
           COMPUTE WS-LF-OPENING = WS-LF-CLOSING
                                 - WS-DM-NET(WS-DM-IDX)
           COMPUTE WS-LF-OTHER = WS-DM-NET(WS-DM-IDX)
                               - WS-DM-HIRES(WS-DM-IDX)
                               - WS-DM-REHIRES(WS-DM-IDX)
                               - WS-DM-XFER-IN(WS-DM-IDX)
                               + WS-DM-XFER-OUT(WS-DM-IDX)
                               + WS-DM-TERMS(WS-DM-IDX)

           IF WS-DM-DEPT(WS-DM-IDX) = SPACES
              MOVE '(NONE)' TO WS-DL-DEPT
           ELSE
              MOVE WS-DM-DEPT(WS-DM-IDX) TO WS-DL-DEPT
           END-IF
           MOVE WS-DM-HIRES(WS-DM-IDX)       TO WS-DL-HIRES
           MOVE WS-DM-REHIRES(WS-DM-IDX)     TO WS-DL-REHIRES
           MOVE WS-DM-XFER-IN(WS-DM-IDX)     TO WS-DL-XFER-IN
           MOVE WS-DM-XFER-OUT(WS-DM-IDX)    TO WS-DL-XFER-OUT
           MOVE WS-DM-TERMS(WS-DM-IDX)       TO WS-DL-TERMS
           MOVE WS-DM-PAY-CHANGES(WS-DM-IDX) TO WS-DL-PAY-CHANGES
           COMPUTE WS-DL-RAISE = WS-DM-RAISE-CENTS(WS-DM-IDX) / 100
           MOVE WS-DM-TERMS(WS-DM-IDX) TO WS-LF-TURNOVER
           PERFORM 3080-EDIT-FIGURES

           ADD WS-LF-OPENING              TO WS-GT-OPENING
           ADD WS-DM-HIRES(WS-DM-IDX)     TO WS-GT-HIRES
           ADD WS-DM-REHIRES(WS-DM-IDX)   TO WS-GT-REHIRES
           ADD WS-DM-XFER-IN(WS-DM-IDX)   TO WS-GT-XFER-IN
           ADD WS-DM-XFER-OUT(WS-DM-IDX)  TO WS-GT-XFER-OUT
           ADD WS-DM-TERMS(WS-DM-IDX)     TO WS-GT-TERMS
           ADD WS-LF-OTHER                TO WS-GT-OTHER
           ADD WS-LF-CLOSING              TO WS-GT-CLOSING
           ADD WS-DM-PAY-CHANGES(WS-DM-IDX) TO WS-GT-PAY-CHANGES
           ADD WS-DM-RAISE-CENTS(WS-DM-IDX) TO WS-GT-RAISE-CENTS.

       3060-PRINT-TOTAL-LINE.
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE WS-GT-OPENING     TO WS-LF-OPENING
           MOVE WS-GT-OTHER       TO WS-LF-OTHER
           MOVE WS-GT-CLOSING     TO WS-LF-CLOSING
           MOVE 'TOTAL'           TO WS-DL-DEPT
           MOVE WS-GT-HIRES       TO WS-DL-HIRES
           MOVE WS-GT-REHIRES     TO WS-DL-REHIRES
           MOVE WS-GT-XFER-IN     TO WS-DL-XFER-IN
           MOVE WS-GT-XFER-OUT    TO WS-DL-XFER-OUT
           MOVE WS-GT-TERMS       TO WS-DL-TERMS
           MOVE WS-GT-PAY-CHANGES TO WS-DL-PAY-CHANGES
           COMPUTE WS-DL-RAISE = WS-GT-RAISE-CENTS / 100
           MOVE WS-GT-TERMS       TO WS-LF-TURNOVER
           PERFORM 3080-EDIT-FIGURES

           IF NEGATIVE-HEADCOUNT
              MOVE SPACES TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
              MOVE '* HEADCOUNT BELOW ZERO - JOURNAL ENTRIES SINCE FROMD
      -            'ATE ARE MISSING (ARCHIVED? RUN WITH ARCHIVE=Y)'
                  TO RPT-REC
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *> --------------------------------------------------------
      *> 3080-EDIT-FIGURES - shared tail of the department and
      *> total lines.  WS-LF-TURNOVER comes in holding the
      *> terminations and goes out as the percentage of the
      *> average of opening and closing headcount.
      *> --------------------------------------------------------
       3080-EDIT-FIGURES.
           IF WS-LF-OPENING + WS-LF-CLOSING > 0
              COMPUTE WS-LF-TURNOVER ROUNDED =
                  WS-LF-TURNOVER * 200
                  / (WS-LF-OPENING + WS-LF-CLOSING)
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-LF-TURNOVER
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-LF-TURNOVER
           END-IF

           MOVE SPACE TO WS-DL-FLAG
           IF WS-LF-OPENING < 0 OR WS-LF-CLOSING < 0
              MOVE '*' TO WS-DL-FLAG
              MOVE 'Y' TO WS-NEGATIVE-FLAG
           END-IF
           MOVE WS-LF-OPENING  TO WS-DL-OPENING
           MOVE WS-LF-OTHER    TO WS-DL-OTHER
           MOVE WS-LF-CLOSING  TO WS-DL-CLOSING
           MOVE WS-LF-TURNOVER TO WS-DL-TURNOVER

           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE WS-DEPT-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

      *> --------------------------------------------------------
      *> 3070-PRINT-CONTROL-TOTALS - where every entry read went.
      *> --------------------------------------------------------
       3070-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-SECTION-HEADER
           IF WS-LINE-COUNT + 24 > WS-LINES-PER-PAGE
              MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           PERFORM 2800-CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE

           MOVE 'MASTER RECORDS READ:' TO WS-CL-LABEL
           MOVE WS-MASTER-READ TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'ACTIVE ON MASTER NOW:' TO WS-CL-LABEL
           MOVE WS-MASTER-ACTIVE TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'JOURNAL ENTRIES READ:' TO WS-CL-LABEL
           MOVE WS-ENTRIES-READ TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           IF ARCHIVE-MODE
              MOVE 'ARCHIVE ENTRIES READ:' TO WS-CL-LABEL
              MOVE WS-ARCH-ENTRIES-READ TO WS-CL-COUNT
              PERFORM 3090-PRINT-COUNT-LINE
           END-IF
           MOVE '  BEFORE THE RANGE:' TO WS-CL-LABEL
           MOVE WS-ENTRIES-BEFORE TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE '  AFTER THE RANGE (BACKED OUT OF CLOSING):'
               TO WS-CL-LABEL
           MOVE WS-ENTRIES-AFTER TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE '  IN THE RANGE:' TO WS-CL-LABEL
           MOVE WS-ENTRIES-IN-RANGE TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE '    FROM OTHER PROGRAMS (NOT CLASSIFIED):'
               TO WS-CL-LABEL
           MOVE WS-ENTRIES-OTHER-PGM TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE '    CLASSIFIED:' TO WS-CL-LABEL
           MOVE WS-ENTRIES-CLASSIFIED TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE

           MOVE SPACES TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'HIRES:' TO WS-CL-LABEL
           MOVE WS-TOTAL-HIRES TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'TERMINATIONS:' TO WS-CL-LABEL
           MOVE WS-TOTAL-TERMS TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'REHIRES:' TO WS-CL-LABEL
           MOVE WS-TOTAL-REHIRES TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'TRANSFERS:' TO WS-CL-LABEL
           MOVE WS-TOTAL-TRANSFERS TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'PAY CHANGES:' TO WS-CL-LABEL
           MOVE WS-TOTAL-PAY-CHANGES TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE '  CONFIRMED ON SALHIST:' TO WS-CL-LABEL
           MOVE WS-PAY-CONFIRMED TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE '  NOT ON SALHIST:' TO WS-CL-LABEL
           MOVE WS-PAY-NOT-FOUND TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'PURGES:' TO WS-CL-LABEL
           MOVE WS-TOTAL-PURGES TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'OTHER DELETES:' TO WS-CL-LABEL
           MOVE WS-TOTAL-DELETES TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'ADDS NOT ACTIVE:' TO WS-CL-LABEL
           MOVE WS-TOTAL-ADDS-INACTIVE TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE
           MOVE 'NO MOVEMENT:' TO WS-CL-LABEL
           MOVE WS-TOTAL-NO-MOVEMENT TO WS-CL-COUNT
           PERFORM 3090-PRINT-COUNT-LINE.

       3090-PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-REC
           PERFORM 2900-WRITE-REPORT-LINE.

       3100-CLOSE-FILES.
           CLOSE VSAM-IN
           IF NOT VSAM-OK
              DISPLAY 'CLOSING VSAM FILE, STATUS: ' WS-VSAM-STATUS
           END-IF

           CLOSE SAL-HIST
           IF NOT SALH-OK
              DISPLAY 'CLOSING SALARY HISTORY, STATUS: '
                      WS-SALH-STATUS
           END-IF

           CLOSE AUDIT-JRNL
           IF NOT AUDIT-OK
              DISPLAY 'CLOSING AUDIT JOURNAL, STATUS: ' WS-AUDIT-STATUS
           END-IF

           IF ARCHIVE-MODE
              CLOSE AUDIT-ARCH
              IF NOT ARCH-OK
                 DISPLAY 'CLOSING ARCHIVE FILE, STATUS: '
                         WS-ARCH-STATUS
              END-IF
           END-IF

           CLOSE RPT-OUT
           IF NOT RPT-OK
              DISPLAY 'CLOSING REPORT FILE, STATUS: ' WS-RPT-STATUS
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Workforce movement report complete.'
           DISPLAY 'Range:                ' WS-FROM-DATE ' - '
                   WS-TO-DATE
           DISPLAY 'Entries Read:         ' WS-ENTRIES-READ
           DISPLAY 'Entries In Range:     ' WS-ENTRIES-IN-RANGE
           DISPLAY 'Entries Classified:   ' WS-ENTRIES-CLASSIFIED
           DISPLAY 'Hires:                ' WS-TOTAL-HIRES
           DISPLAY 'Terminations:         ' WS-TOTAL-TERMS
           DISPLAY 'Rehires:              ' WS-TOTAL-REHIRES
           DISPLAY 'Transfers:            ' WS-TOTAL-TRANSFERS
           DISPLAY 'Pay Changes:          ' WS-TOTAL-PAY-CHANGES
           DISPLAY 'Pay Not On SALHIST:   ' WS-PAY-NOT-FOUND.

       END PROGRAM VSAMMOVE.
