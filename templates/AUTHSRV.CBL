
       FILE SECTION.
       FD PERM-FILE.
           COPY PERMREC.

       WORKING-STORAGE SECTION.
       01   WS-PERM-PATH                PIC X(100)
