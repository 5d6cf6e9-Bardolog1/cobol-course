
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-LINE             PIC X(137).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD.
