           COPY MM0LOG.

       FD  CLEAN-FILE.
       01  cleanRecord         PIC X(74).

       FD  SUSPENSE-FILE.
           COPY MM0SUS.
