       77 W-LASTPER  PIC X(7).
       77 W-STATE    PIC X(10).
       77 W-DUE      PIC X(8).
       77 W-ROLE     PIC X.
       77 W-CONFIRM  PIC X.
       77 W-RCPROG   PIC X(8) VALUE "PAYREADY".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-DATE   PIC X(10).
           02 AL-TIME   PIC X(9).
           02 AL-USER   PIC X(11).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       01 LK-ROLE   PIC X.

       PROCEDURE DIVISION USING LK-USERID LK-ROLE.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           COPY CLEAR-SCREEN.
           DISPLAY "****** BATCH JOB CALENDAR AND CONSOLE ******"
               AT 0310.
           DISPLAY "1. OPERATOR STATUS CONSOLE" AT 0520.
           DISPLAY "2. ADD OR UPDATE A CALENDAR ENTRY" AT 0620.
           DISPLAY "3. DELETE A CALENDAR ENTRY" AT 0720.
           DISPLAY "4. SIGN OFF PAYROLL READINESS WARNINGS" AT 0820.
           DISPLAY "5. START THE PAYROLL RUN" AT 0920.
           DISPLAY "6. EXIT" AT 1020.
           DISPLAY "ENTER YOUR CHOICE :" AT 1220.
           ACCEPT CHOICE AT 1240.
           IF CHOICE = '1'
               GO TO CONSOLE-PARA
           ELSE
           ELSE
           IF CHOICE = '3'
               GO TO DELETE-ENTRY-PARA
           ELSE
           IF CHOICE = '4'
               GO TO SIGNOFF-PARA
           ELSE
           IF CHOICE = '5'
               GO TO START-PAYROLL-PARA
           ELSE
               EXIT PROGRAM
           END-IF
                               MOVE "RUNNING"   TO W-STATE
                           WHEN "F"
                               MOVE "FAILED"    TO W-STATE
                           WHEN "W"
                               MOVE "WARNINGS"  TO W-STATE
                           WHEN "S"
                               MOVE "SIGNED OFF" TO W-STATE
                           WHEN OTHER
                               MOVE "UNKNOWN"   TO W-STATE
                       END-EVALUATE
           ELSE
               MOVE "NO RUNCTL" TO W-STATE
           END-IF
           IF W-STATE = "COMPLETED" OR W-STATE = "SIGNED OFF"
               EVALUATE JCFREQ
                   WHEN "A"
                       IF W-LASTPER(4:4) = W-PERIN(4:4)
                       END-IF
               END-EVALUATE
           END-IF
           IF W-STATE = "RUNNING" OR W-STATE = "WARNINGS"
               MOVE "CHECK" TO W-DUE
           END-IF
           DISPLAY " " JCSEQ " " JCPROG " " JCFREQ " " JCDESC " "
           CLOSE JOBCALFILE.
           GO TO MAIN-PARA.

      * AN ADMINISTRATOR MAY ACCEPT THE WARNINGS RAISED BY THE PAYROLL
      * READINESS CHECK FOR A PERIOD, WHICH LETS THE PAYROLL RUN START.
      * BLOCKING EXCEPTIONS CANNOT BE SIGNED OFF - THEY ARE FIXED AND
      * THE CHECK RUN AGAIN.
       SIGNOFF-PARA.
           COPY CLEAR-SCREEN.
           IF W-ROLE NOT = "A"
               DISPLAY "ONLY AN ADMINISTRATOR MAY SIGN OFF READINESS "
                   "WARNINGS" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER PAYROLL PERIOD (MM/YYYY) :" AT 0101.
           ACCEPT W-PERIN AT 0134.
           PERFORM QUERY-READY-PARA.
           IF W-RCREPLY NOT = "W"
               PERFORM READY-STATE-PARA
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "THE READINESS CHECK RAISED WARNINGS ONLY - SEE "
               "files/PAYREADY.LST" AT 0301.
           DISPLAY "SIGN OFF THE WARNINGS FOR " AT 0401.
           DISPLAY W-PERIN AT 0427.
           DISPLAY "(Y/N) :" AT 0435.
           ACCEPT W-CONFIRM AT 0443.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               DISPLAY "SIGN-OFF CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE "V" TO W-RCFUNC.
           MOVE "S" TO W-RCREPLY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           MOVE "RUNCTLFILE" TO AL-FILE.
           MOVE W-RCPROG TO AL-KEY.
           MOVE "SIGNOFF" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "WARNINGS SIGNED OFF - THE PAYROLL RUN MAY START"
               AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       START-PAYROLL-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER PAYROLL PERIOD (MM/YYYY) :" AT 0101.
           ACCEPT W-PERIN AT 0134.
           PERFORM QUERY-READY-PARA.
           IF W-RCREPLY NOT = "C" AND W-RCREPLY NOT = "S"
               PERFORM READY-STATE-PARA
               DISPLAY "PAYROLL RUN REFUSED" AT 2101
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           COPY CLEAR-SCREEN.
           CALL "PAYROLL".
           CANCEL "PAYROLL".
           GO TO MAIN-PARA.

       QUERY-READY-PARA.
           MOVE W-PERIN TO W-RCPER.
           MOVE "Q" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.

       READY-STATE-PARA.
           EVALUATE W-RCREPLY
               WHEN "C"
                   DISPLAY "READINESS CHECK PASSED - NOTHING TO SIGN "
                       "OFF" AT 2201
               WHEN "S"
                   DISPLAY "READINESS WARNINGS ALREADY SIGNED OFF"
                       AT 2201
               WHEN "W"
                   DISPLAY "READINESS CHECK RAISED WARNINGS - AWAITING "
                       "SIGN-OFF" AT 2201
               WHEN "F"
                   DISPLAY "READINESS CHECK FOUND BLOCKING EXCEPTIONS "
                       "- FIX AND RUN IT AGAIN" AT 2201
               WHEN OTHER
                   DISPLAY "READINESS CHECK HAS NOT BEEN RUN FOR THE "
                       "PERIOD" AT 2201
           END-EVALUATE.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM JOBCON.
