       77 W-SPPER    PIC X(7).
       77 W-PERIN    PIC X(7).
       77 W-SPUSER   PIC X(10) VALUE "MONTHEND".
       77 W-EXPROLE  PIC X VALUE "P".
       77 W-READY    PIC X.
       77 W-RCPROG   PIC X(8) VALUE "PAYREADY".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.

       01 STEP-NAMES.
           02 FILLER PIC X(24) VALUE "LEAVE RECONCILIATION    ".
       RUN-STEP-PARA.
           DISPLAY "STEP " W-STEP " - " SN-NAME (W-STEP).
           MOVE 0 TO RETURN-CODE.
           MOVE "Y" TO W-READY.
           EVALUATE W-STEP
               WHEN 1
                   CALL "RECONCILE"
                   CALL "LOANRECON"
                   CANCEL "LOANRECON"
               WHEN 3
                   PERFORM CHECK-READY-PARA
                   IF W-READY = "Y"
                       CALL "PAYROLL"
                       CANCEL "PAYROLL"
                   END-IF
               WHEN 4
                   CALL "PAYVAR"
                   CANCEL "PAYVAR"
                   CALL "DISBURSE"
                   CANCEL "DISBURSE"
               WHEN 8
                   CALL "EXPORT" USING W-SPUSER W-EXPROLE
                   CANCEL "EXPORT"
               WHEN 9
                   CALL "PAYRECON"
           MOVE W-STEP TO LL-STEP.
           MOVE SN-NAME (W-STEP) TO LL-NAME.
           EVALUATE TRUE
               WHEN W-READY NOT = "Y"
                   MOVE "REFUSED - READINESS NOT PASSED" TO LL-STATUS
                   MOVE "Y" TO W-FAILED
               WHEN W-RC >= 9999
                   MOVE "FAILED - STEP DID NOT COMPLETE" TO LL-STATUS
                   MOVE "Y" TO W-FAILED
       RUN-STEP-EXIT.
           EXIT.

      * THE PAYROLL STEP IS NOT STARTED UNTIL THE READINESS CHECK FOR
      * THE PERIOD HAS PASSED OR ITS WARNINGS HAVE BEEN SIGNED OFF.
       CHECK-READY-PARA.
           MOVE W-PERIN TO W-RCPER.
           MOVE "Q" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY NOT = "C" AND W-RCREPLY NOT = "S"
               MOVE "N" TO W-READY
               DISPLAY "PAYROLL READINESS CHECK FOR " W-PERIN
                   " HAS NOT PASSED OR BEEN SIGNED OFF"
           END-IF.

       SPOOL-CAPTURE-PARA.
           MOVE SPACES TO W-SPREPORT.
           MOVE W-PERIN TO W-SPPER.
