       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETPROT.

      * NET-PAY PROTECTION. THE CALLER PASSES THE GROSS AND A TABLE OF
      * DEDUCTION CLASSES WITH THE AMOUNT DUE IN EACH; THE CLASSES ARE
      * RECOVERED IN THE PRIORITY ORDER HELD ON DEDCFG.DAT UNTIL THE
      * MINIMUM TAKE-HOME FLOOR IS REACHED. WHAT CANNOT BE RECOVERED IS
      * RETURNED AS DEFERRED FOR THE CALLER TO CARRY FORWARD.
      * STATUTORY DEDUCTIONS (CLASS S) ARE NOT HELD BACK BY THE FLOOR -
      * THEY ARE LIMITED ONLY BY WHAT IS LEFT OF THE GROSS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEDCFGFILE
               ASSIGN TO "files/DEDCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSDC.

       DATA DIVISION.
       FILE SECTION.

       FD DEDCFGFILE.
       01 DEDCFGREC.
           02 DCORDER   PIC X(10).
           02 DCFLRPCT  PIC 99V99.
           02 DCFLRAMT  PIC 9(6)V99.
           02 DCUSER    PIC X(10).
           02 DCDATE    PIC X(8).
           02 DCATTPCT  PIC 99V99.

       WORKING-STORAGE SECTION.
       77 FSDC       PIC XX.
       77 W-LOADED   PIC X VALUE "N".
       77 W-ORDER    PIC X(10) VALUE "SLMO".
       77 W-FLRPCT   PIC 99V99 VALUE 0.
       77 W-FLRAMT   PIC 9(6)V99 VALUE 0.
       77 W-FLOOR    PIC 9(8)V99.
       77 W-TAKEN    PIC 9(8)V99.
       77 W-ROOM     PIC S9(9)V99.
       77 W-OIDX     PIC 99.
       77 W-TIDX     PIC 99.
       77 W-CLASS    PIC X.

       01 DONE-FLAGS.
           02 W-DONE PIC X OCCURS 10 TIMES.

       LINKAGE SECTION.
       01 LK-GROSS   PIC 9(8)V99.
       01 LK-DEDTAB.
           02 LK-DED OCCURS 10 TIMES.
               03 LK-DCLASS PIC X.
               03 LK-DDUE   PIC 9(8)V99.
               03 LK-DTAKEN PIC 9(8)V99.
               03 LK-DDEFER PIC 9(8)V99.
       01 LK-NET     PIC S9(8)V99.
       01 LK-CUT     PIC X.

       PROCEDURE DIVISION USING LK-GROSS LK-DEDTAB LK-NET LK-CUT.
       MAIN-PARA.
           IF W-LOADED NOT = "Y"
               PERFORM LOAD-CONFIG-PARA THRU LOAD-CONFIG-EXIT
           END-IF
           COMPUTE W-FLOOR ROUNDED = LK-GROSS * W-FLRPCT / 100.
           IF W-FLRAMT > W-FLOOR
               MOVE W-FLRAMT TO W-FLOOR
           END-IF
           IF W-FLOOR > LK-GROSS
               MOVE LK-GROSS TO W-FLOOR
           END-IF
           MOVE 0 TO W-TAKEN.
           MOVE "N" TO LK-CUT.
           MOVE SPACES TO DONE-FLAGS.
           PERFORM VARYING W-TIDX FROM 1 BY 1 UNTIL W-TIDX > 10
               MOVE 0 TO LK-DTAKEN (W-TIDX)
               MOVE 0 TO LK-DDEFER (W-TIDX)
           END-PERFORM
           PERFORM VARYING W-OIDX FROM 1 BY 1 UNTIL W-OIDX > 10
               MOVE W-ORDER (W-OIDX:1) TO W-CLASS
               IF W-CLASS NOT = SPACE
                   PERFORM VARYING W-TIDX FROM 1 BY 1
                           UNTIL W-TIDX > 10
                       IF LK-DCLASS (W-TIDX) = W-CLASS
                           AND W-DONE (W-TIDX) NOT = "Y"
                           PERFORM RECOVER-CLASS-PARA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
      * ANY CLASS THE CONFIGURED ORDER DOES NOT NAME COMES LAST.
           PERFORM VARYING W-TIDX FROM 1 BY 1 UNTIL W-TIDX > 10
               IF LK-DCLASS (W-TIDX) NOT = SPACE
                   AND W-DONE (W-TIDX) NOT = "Y"
                   PERFORM RECOVER-CLASS-PARA
               END-IF
           END-PERFORM
           COMPUTE LK-NET = LK-GROSS - W-TAKEN.
           GOBACK.

       RECOVER-CLASS-PARA.
           MOVE "Y" TO W-DONE (W-TIDX).
           IF LK-DCLASS (W-TIDX) = "S"
               COMPUTE W-ROOM = LK-GROSS - W-TAKEN
           ELSE
               COMPUTE W-ROOM = LK-GROSS - W-FLOOR - W-TAKEN
           END-IF
           IF W-ROOM < 0
               MOVE 0 TO W-ROOM
           END-IF
           IF LK-DDUE (W-TIDX) > W-ROOM
               MOVE W-ROOM TO LK-DTAKEN (W-TIDX)
               COMPUTE LK-DDEFER (W-TIDX) =
                   LK-DDUE (W-TIDX) - W-ROOM
               MOVE "Y" TO LK-CUT
           ELSE
               MOVE LK-DDUE (W-TIDX) TO LK-DTAKEN (W-TIDX)
           END-IF
           ADD LK-DTAKEN (W-TIDX) TO W-TAKEN.

       LOAD-CONFIG-PARA.
           MOVE "Y" TO W-LOADED.
           OPEN INPUT DEDCFGFILE.
           IF FSDC NOT = "00"
               GO TO LOAD-CONFIG-EXIT
           END-IF
           READ DEDCFGFILE
               AT END
                   CLOSE DEDCFGFILE
                   GO TO LOAD-CONFIG-EXIT
           END-READ.
           IF DCORDER NOT = SPACES
               MOVE DCORDER TO W-ORDER
           END-IF
           IF DCFLRPCT NUMERIC
               MOVE DCFLRPCT TO W-FLRPCT
           END-IF
           IF DCFLRAMT NUMERIC
               MOVE DCFLRAMT TO W-FLRAMT
           END-IF
           CLOSE DEDCFGFILE.
       LOAD-CONFIG-EXIT.
           EXIT.

       END PROGRAM NETPROT.
