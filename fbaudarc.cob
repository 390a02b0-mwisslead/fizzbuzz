               COPY FBAUDIT.

           FD ARCHIVE-OUT-FILE.
               01 FBAUDARC-RECORD PIC X(143).

           FD RETAINED-OUT-FILE.
               01 FBAUDNEW-RECORD PIC X(143).

           FD SUMMARY-FILE.
               COPY FBSUMREC.
