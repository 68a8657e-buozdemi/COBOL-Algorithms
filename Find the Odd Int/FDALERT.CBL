
       FD  ALERT-FILE.
       01  ALERT-REC.
           COPY OPALREC.

       FD  ALERT-RPT.
       01  RPT-LINE               PIC X(80).
