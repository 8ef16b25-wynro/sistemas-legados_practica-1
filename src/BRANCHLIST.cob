           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       WORKING-STORAGE SECTION.
       77 FSB   PIC XX.
