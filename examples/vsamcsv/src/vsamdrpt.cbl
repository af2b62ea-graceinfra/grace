      *> code to a name through it.  See the DEPTREC copybook.
      *> --------------------------------------------------------
       FD DEPT-MAST
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DEPT-REC.
           COPY DEPTREC.
