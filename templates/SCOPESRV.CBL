
       FILE SECTION.
       FD SCOPE-FILE.
           COPY SCOPEREC.

       WORKING-STORAGE SECTION.
       01   WS-SCOPE-PATH               PIC X(100)
