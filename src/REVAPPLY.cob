       77 W-DATEOK   PIC X.
       77 T-APPLIED  PIC 9(6) VALUE 0.
       77 T-SKIPPED  PIC 9(6) VALUE 0.
       77 T-BELOWMW  PIC 9(6) VALUE 0.
       77 W-MWEMPID  PIC X(6).
       77 W-MWBRNID  PIC X(6).
       77 W-MWWAGE   PIC 9(7)V99.
       77 W-MWSKILL  PIC X.
       77 W-MWSTATE  PIC X(2).
       77 W-MWFLOOR  PIC 9(7)V99.
       77 W-MWREPLY  PIC X.

       01 DETAIL-LINE.
           02 DL-REVID   PIC X(8).
           DISPLAY "REVISION APPLICATION COMPLETE - " T-APPLIED
               " APPLIED, " T-SKIPPED " SKIPPED, LOG IN "
               "files/REVAPPLY.LST".
           IF T-BELOWMW > 0
               DISPLAY T-BELOWMW " APPLIED BELOW THE MINIMUM WAGE - "
                   "SEE THE LOG"
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.
           MOVE REMPID TO DL-EMPID.
           MOVE RREVDATE TO DL-REVDATE.
           MOVE RBASIC TO DL-NEWBAS.
      * A REVISED BASIC PLUS DA BELOW THE MINIMUM WAGE IN FORCE ON
      * THE REVISION DATE IS STILL APPLIED BUT FLAGGED ON THE LOG.
           MOVE REMPID TO W-MWEMPID.
           MOVE SPACES TO W-MWBRNID.
           COMPUTE W-MWWAGE = PBASIC + PDA.
           MOVE SPACE TO W-MWSKILL.
           CALL "MINWCHK" USING W-MWEMPID W-MWBRNID W-REVNUM W-MWWAGE
               W-MWSKILL W-MWSTATE W-MWFLOOR W-MWREPLY.
           CANCEL "MINWCHK".
           IF W-MWREPLY = "B"
               ADD 1 TO T-BELOWMW
               MOVE "APPLIED-BELOW FLOOR" TO DL-NOTE
           ELSE
               MOVE "APPLIED" TO DL-NOTE
           END-IF
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.

