       FD BRANCHFILE.
       01 BRANCHREC.
           02 BBRID     PIC X(6).
           02 FILLER    PIC X(107).

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
