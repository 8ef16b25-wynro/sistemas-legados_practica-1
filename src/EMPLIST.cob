       77 FDESID      PIC X(6).
       77 CHOICE      PIC X.
       77 CRT-STATUS  PIC 9(4).
       77 W-COFUNC    PIC X VALUE "C".
       77 W-COREPLY   PIC X.
       77 W-EMPCO     PIC X(4).

       LINKAGE SECTION.
       01 LK-USERID   PIC X(10).

       SCREEN SECTION.

           05  PIC X(6)  LINE I COLUMN 37 FROM EBRNID.
           05  PIC X(6)  LINE I COLUMN 46 FROM EDESID.

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           COPY CLEAR-SCREEN.
           MOVE SPACES TO FBRNID FDESID.
               IF FDESID NOT = SPACES AND FDESID NOT = EDESID
                   EXIT PERFORM CYCLE
               END-IF
               CALL "BRCOMP" USING EBRNID W-EMPCO
               CALL "CMPYSEL" USING W-COFUNC LK-USERID W-EMPCO
                   W-COREPLY
               IF W-COREPLY NOT = "Y"
                   EXIT PERFORM CYCLE
               END-IF

               DISPLAY ROW END-DISPLAY

               DISPLAY "RETURN TO MAIN MENU" AT 2001 END-DISPLAY
               ACCEPT CHOICE AT 2021 END-ACCEPT
           END-IF
           CANCEL "BRCOMP".
           CLOSE EMPFILE.
           STOP ' '.
       END PROGRAM EMPLIST.
