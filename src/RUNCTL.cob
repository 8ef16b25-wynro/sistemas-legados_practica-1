       WORKING-STORAGE SECTION.
       77 FSRC       PIC XX.
       77 W-ANSWER   PIC X.
       77 W-VERDICT  PIC X.

       LINKAGE SECTION.
       01 LK-PROG   PIC X(8).
       PROCEDURE DIVISION USING LK-PROG LK-PERIOD LK-FUNC LK-KEY
           LK-REPLY.
       MAIN-PARA.
           MOVE LK-REPLY TO W-VERDICT.
           MOVE "Y" TO LK-REPLY.
           OPEN I-O RUNCTLFILE.
           IF FSRC = 30 OR FSRC = 35
                   PERFORM END-RUN-PARA
               WHEN "F"
                   PERFORM FAIL-RUN-PARA
               WHEN "V"
                   PERFORM VERDICT-PARA
               WHEN "Q"
                   PERFORM QUERY-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   REWRITE RUNCTLREC
           END-READ.

      * A CHECK RUN SUCH AS PAYREADY RECORDS ITS OUTCOME FOR THE PERIOD
      * BY PASSING THE STATUS IN LK-REPLY - C PASSED, W WARNINGS ONLY,
      * F FAILED, S WARNINGS SIGNED OFF.
       VERDICT-PARA.
           MOVE LK-PROG TO RCPROG.
           READ RUNCTLFILE
               INVALID KEY
                   PERFORM NEW-RUN-PARA
           END-READ
           MOVE LK-PERIOD TO RCPERIOD.
           MOVE W-VERDICT TO RCSTATUS.
           MOVE SPACES TO RCKEY.
           REWRITE RUNCTLREC.

      * RETURNS IN LK-REPLY THE STATUS HELD FOR LK-PERIOD, OR N WHEN
      * THE PROGRAM HAS NOT BEEN RUN FOR THAT PERIOD.
       QUERY-PARA.
           MOVE "N" TO LK-REPLY.
           MOVE LK-PROG TO RCPROG.
           READ RUNCTLFILE
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   IF RCPERIOD = LK-PERIOD
                       MOVE RCSTATUS TO LK-REPLY
                   END-IF
           END-READ.

       END PROGRAM RUNCTL.
