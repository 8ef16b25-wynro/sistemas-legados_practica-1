       FD BRANCHFILE.
       01 BRANCHREC.
           02 BBRID     PIC X(6).
           02 FILLER    PIC X(107).

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
       FD USERFILE.
       01 USERREC.
           02 USERID    PIC X(10).
           02 FILLER    PIC X(38).

       FD PAYHISTFILE.
       01 PAYHISTREC.
       FD DECLAREFILE.
       01 DECLAREREC.
           02 DCEMPID   PIC X(6).
           02 FILLER    PIC X(30).

       FD NUMCTLFILE.
       01 NUMCTLREC.
                   MOVE W-BUFFER(1:126) TO REVISIONREC
                   WRITE REVISIONREC
               WHEN 6
                   MOVE W-BUFFER(1:113) TO BRANCHREC
                   WRITE BRANCHREC
               WHEN 7
                   MOVE W-BUFFER(1:25) TO DESIGNATIONREC
                   MOVE W-BUFFER(1:332) TO EMPPERSONALREC
                   WRITE EMPPERSONALREC
               WHEN 14
                   MOVE W-BUFFER(1:48) TO USERREC
                   WRITE USERREC
               WHEN 15
                   MOVE W-BUFFER(1:310) TO PAYHISTREC
                   MOVE W-BUFFER(1:22) TO TAXSLABREC
                   WRITE TAXSLABREC
               WHEN 18
                   MOVE W-BUFFER(1:36) TO DECLAREREC
                   WRITE DECLAREREC
               WHEN 19
                   MOVE W-BUFFER(1:6) TO NUMCTLREC
