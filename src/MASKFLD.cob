       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKFLD.

      * MASKS A PERSONAL OR BANKING FIELD - ACCOUNT, PF, UAN OR ESI
      * NUMBER, DATE OF BIRTH OR PHONE - FOR A SCREEN, REPORT OR
      * EXTRACT ACCORDING TO THE USER'S ROLE. ADMINISTRATORS (A) AND
      * PAYROLL USERS (P) SEE THE FIELD IN FULL; FOR ANY OTHER ROLE
      * EVERY LETTER AND DIGIT BUT THE LAST FOUR IS SHOWN AS X, SO
      * 9876543210 BECOMES XXXXXX3210 AND 15/08/1980 XX/XX/1980.
      * LK-MASKED COMES BACK Y WHEN THE VALUE WAS MASKED, N WHEN THE
      * CALLER IS SHOWING IT IN FULL AND SHOULD LOG THE VIEW.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-IDX      PIC 99.
       77 W-KEEP     PIC 99.
       77 W-CH       PIC X.

       LINKAGE SECTION.
       01 LK-ROLE    PIC X.
       01 LK-IN      PIC X(22).
       01 LK-OUT     PIC X(22).
       01 LK-MASKED  PIC X.

       PROCEDURE DIVISION USING LK-ROLE LK-IN LK-OUT LK-MASKED.
       MAIN-PARA.
           MOVE LK-IN TO LK-OUT.
           IF LK-ROLE = "A" OR LK-ROLE = "P"
               MOVE "N" TO LK-MASKED
               GOBACK
           END-IF
           MOVE "Y" TO LK-MASKED.
           MOVE 0 TO W-KEEP.
           PERFORM VARYING W-IDX FROM 22 BY -1 UNTIL W-IDX < 1
               MOVE LK-OUT (W-IDX:1) TO W-CH
               IF (W-CH IS ALPHABETIC AND W-CH NOT = SPACE)
                   OR W-CH IS NUMERIC
                   IF W-KEEP < 4
                       ADD 1 TO W-KEEP
                   ELSE
                       MOVE "X" TO LK-OUT (W-IDX:1)
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

       END PROGRAM MASKFLD.
