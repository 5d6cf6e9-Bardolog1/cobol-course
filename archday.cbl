
       FD  SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-LINE                PIC X(137).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-LINE               PIC X(137).

       FD  PURGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PURGE-LINE                 PIC X(137).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
