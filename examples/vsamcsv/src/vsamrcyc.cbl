      *>   cols  7-10  reject reason code being fixed
      *>   col  11     blank
      *>   cols 12-41  replacement value - a corrected ID for the
      *>               ID codes (for VSAMLOAD's RTID retired-ID
      *>               reject, a blank value resubmits the row
      *>               for a new ID to be assigned), a corrected
      *>               name for the name codes, a corrected
      *>               salary for the salary
      *>               codes (decimal dollars under SOURCE=LOAD,
      *>               10-digit unscaled cents under SOURCE=CSV),
      *>               a corrected department for BDDP, a
      *>               corrected YYYYMMDD hire date for BDHD, a
      *>               corrected A/T status for BDST, a corrected
      *>               pay grade for BDGR and UNGR.
      *>               For DUPL it is ignored: the fix record just
      *>               confirms the row should be resubmitted.
      *>
      *> AGEDIN when the same reject was already aging, today
      *> otherwise) and printed on the aging report, so rejects
      *> that sit unfixed across cycles stop disappearing.
      *>
      *> A reason code starting W (VSAMLOAD's WHDC headcount and
      *> WGRD pay grade warnings, and WNID assigned-ID notices)
      *> marks a row that did load and only needed looking at; it
      *> is counted and dropped, never repaired or aged.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
          05 WS-REJECTS-READ     PIC 9(7) VALUE 0.
          05 WS-REJECTS-REPAIRED PIC 9(7) VALUE 0.
          05 WS-REJECTS-AGED     PIC 9(7) VALUE 0.
          05 WS-WARNINGS-SKIPPED PIC 9(7) VALUE 0.
          05 WS-FIXES-LOADED     PIC 9(5) VALUE 0.
          05 WS-AGED-LOADED      PIC 9(5) VALUE 0.

          05 WS-RCY-DEPT-TEXT   PIC X(10).
          05 WS-RCY-HIRE-TEXT   PIC X(10).
          05 WS-RCY-STATUS-TEXT PIC X(05).
          05 WS-RCY-GRADE-TEXT  PIC X(05).

      *> Fixed-position view of a SOURCE=CSV reject raw image,
      *> mirroring the VSAMREC layout.
          05 WS-RCY-M-DEPT      PIC X(04).
          05 WS-RCY-M-HIRE-DATE PIC X(08).
          05 WS-RCY-M-STATUS    PIC X(01).
          05 WS-RCY-M-TERM-DATE PIC X(08).
          05 WS-RCY-M-GRADE     PIC X(03).
          05 FILLER             PIC X(15).

      *> MAINT-IN transaction image built for SOURCE=CSV repairs,
      *> mirroring the VSAMMAINT transaction layout.  Every
      *> generated transaction carries this program's name as its
      *> operator in cols 64-71, so VSAMMAINT's operator authority
      *> check finds it on OPERMAST, and a generated D stages
      *> cleanly into the dual-control hold queue for a second
      *> operator to approve.
       01 WS-MAINT-TRANS.
          05 WS-MT-FUNCTION     PIC X(01).
          05 WS-MT-EMPL-ID      PIC X(05).
          05 WS-MT-STATUS       PIC X(01).
          05 WS-MT-EFF-DATE     PIC X(08).
          05 WS-MT-OPERATOR     PIC X(08).
          05 WS-MT-GRADE        PIC X(03).
          05 FILLER             PIC X(06).

       01 WS-RUN-DATE-TIME      PIC X(21).
       01 WS-RUN-DATE           PIC X(08).
      *> --------------------------------------------------------
      *> 2000-PROCESS-REJECTS - repair the reject when the fix
      *> file covers it, otherwise carry it forward with its
      *> first-seen date and report its age.  A W-coded warning
      *> is only counted.
      *> --------------------------------------------------------
       2000-PROCESS-REJECTS.
           IF REJ-REASON-CODE(1:1) = 'W'
              ADD 1 TO WS-WARNINGS-SKIPPED
           ELSE
              PERFORM 2100-EXTRACT-REJECT-ID
              PERFORM 2200-FIND-FIX
              IF FIX-FOUND
                 IF SOURCE-IS-LOAD
                    PERFORM 2300-EMIT-REPAIRED-CSV
                 ELSE
                    PERFORM 2400-EMIT-REPAIRED-TRANS
                 END-IF
                 ADD 1 TO WS-REJECTS-REPAIRED
              ELSE
                 PERFORM 2500-CARRY-FORWARD-REJECT
              END-IF
           END-IF
           PERFORM 1300-READ-REJECT.

                       WS-RCY-DEPT-TEXT
                       WS-RCY-HIRE-TEXT
                       WS-RCY-STATUS-TEXT
                       WS-RCY-GRADE-TEXT
              END-UNSTRING
              MOVE WS-RCY-ID-TEXT(1:5) TO WS-REJ-EMPL-ID
           END-IF.
      *> 2300-EMIT-REPAIRED-CSV - substitute the corrected field
      *> into the parsed CSV line and re-emit it for a VSAMLOAD
      *> rerun.  The optional DEPT/HIREDATE/STATUS columns are
      *> only re-emitted when the original row carried them, and
      *> the optional GRADE column after them likewise.
      *> --------------------------------------------------------
       2300-EMIT-REPAIRED-CSV.
           EVALUATE REJ-REASON-CODE
               WHEN 'MSID'
               WHEN 'BDID'
               WHEN 'LGID'
               WHEN 'RTID'
                  MOVE WS-FIX-TEXT(WS-FIX-MATCH-IDX)(1:10)
                      TO WS-RCY-ID-TEXT
               WHEN 'MSNM'
               WHEN 'BDST'
                  MOVE WS-FIX-TEXT(WS-FIX-MATCH-IDX)(1:5)
                      TO WS-RCY-STATUS-TEXT
               WHEN 'BDGR'
               WHEN 'UNGR'
                  MOVE WS-FIX-TEXT(WS-FIX-MATCH-IDX)(1:5)
                      TO WS-RCY-GRADE-TEXT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE

           MOVE SPACES TO RECYC-OUT-REC
           EVALUATE TRUE
               WHEN WS-RCY-GRADE-TEXT NOT = SPACES
                  STRING FUNCTION TRIM(WS-RCY-ID-TEXT)     ','
                         FUNCTION TRIM(WS-RCY-NAME-TEXT)   ','
                         FUNCTION TRIM(WS-RCY-SALARY-TEXT) ','
                         FUNCTION TRIM(WS-RCY-DEPT-TEXT)   ','
                         FUNCTION TRIM(WS-RCY-HIRE-TEXT)   ','
                         FUNCTION TRIM(WS-RCY-STATUS-TEXT) ','
                         FUNCTION TRIM(WS-RCY-GRADE-TEXT)
                         DELIMITED BY SIZE INTO RECYC-OUT-REC
                  END-STRING
               WHEN WS-RCY-DEPT-TEXT = SPACES
                    AND WS-RCY-HIRE-TEXT = SPACES
                    AND WS-RCY-STATUS-TEXT = SPACES
                  STRING FUNCTION TRIM(WS-RCY-ID-TEXT)     ','
                         FUNCTION TRIM(WS-RCY-NAME-TEXT)   ','
                         FUNCTION TRIM(WS-RCY-SALARY-TEXT)
                         DELIMITED BY SIZE INTO RECYC-OUT-REC
                  END-STRING
               WHEN OTHER
                  STRING FUNCTION TRIM(WS-RCY-ID-TEXT)     ','
                         FUNCTION TRIM(WS-RCY-NAME-TEXT)   ','
                         FUNCTION TRIM(WS-RCY-SALARY-TEXT) ','
                         FUNCTION TRIM(WS-RCY-DEPT-TEXT)   ','
                         FUNCTION TRIM(WS-RCY-HIRE-TEXT)   ','
                         FUNCTION TRIM(WS-RCY-STATUS-TEXT)
                         DELIMITED BY SIZE INTO RECYC-OUT-REC
                  END-STRING
           END-EVALUATE
           PERFORM 2700-WRITE-RECYCLE-RECORD.

      *> --------------------------------------------------------
           MOVE WS-RCY-M-DEPT       TO WS-MT-DEPT
           MOVE WS-RCY-M-HIRE-DATE  TO WS-MT-HIRE-DATE
           MOVE WS-RCY-M-STATUS     TO WS-MT-STATUS
           MOVE WS-RCY-M-GRADE      TO WS-MT-GRADE
           MOVE 'VSAMRCYC'          TO WS-MT-OPERATOR
           MOVE WS-MAINT-TRANS      TO RECYC-OUT-REC
           PERFORM 2700-WRITE-RECYCLE-RECORD.

           DISPLAY 'Rejects Read:     ' WS-REJECTS-READ
           DISPLAY 'Rejects Repaired: ' WS-REJECTS-REPAIRED
           DISPLAY 'Rejects Aged:     ' WS-REJECTS-AGED
           DISPLAY 'Warnings Skipped: ' WS-WARNINGS-SKIPPED
           DISPLAY 'Fixes Loaded:     ' WS-FIXES-LOADED
           DISPLAY 'Aged Loaded:      ' WS-AGED-LOADED.

