      *> ---------------------------------------------------------
      *> SECVREC - security violation log record layout.
      *>
      *> One record per transaction or cancel refused for operator
      *> authority, appended to the SECVIOL log (OPEN EXTEND, as
      *> the audit journal is) by VSAMMAINT, VSAMDEPT and
      *> VSAMPEND, and listed by VSAMSECR's end-of-day security
      *> violations report.  COPY this under the 01-level FD
      *> record that needs it.
      *>
      *> SECV-FUNCTION is the transaction's function code; a
      *> VSAMPEND cancel is logged as function C.
      *> SECV-KEY is what the transaction named: the employee ID
      *> (or from-ID, from-department) for VSAMMAINT, the
      *> department code for VSAMDEPT, the CANCELID= employee ID
      *> for VSAMPEND.  SECV-REASON-CODE is one of:
      *>   NOOP  no operator ID supplied
      *>   UNOP  operator ID not on the authority file
      *>   RVOP  operator revoked (OPER-ACTIVE-FLAG not Y)
      *>   NAFN  operator not granted the function
      *>   NADP  operator not granted the department
      *> ---------------------------------------------------------
           05  SECV-DATE           PIC X(8).
           05  SECV-TIME           PIC X(6).
           05  SECV-PROGRAM        PIC X(9).
           05  SECV-OPERATOR       PIC X(8).
           05  SECV-FUNCTION       PIC X(1).
           05  SECV-KEY            PIC X(8).
           05  SECV-REASON-CODE    PIC X(4).
           05  SECV-REASON-TEXT    PIC X(30).
           05  FILLER              PIC X(6).
