           02 USERROLE PIC X.
           02 USERSTAT PIC X.
           02 USEREMP  PIC X(6).
           02 USERCOS.
               03 USERCO PIC X(4) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       77 CHOICE      PIC 9.
       77 W-SECEVENT  PIC X(8).
       77 W-SECDET    PIC X(20).
       77 W-TRIES     PIC 9 VALUE 0.
       77 W-COFUNC    PIC X.
       77 W-COMPANY   PIC X(4).
       77 W-COREPLY   PIC X.
       77 STUFF       PIC X(40).

       PROCEDURE DIVISION.
               MOVE "ADMIN" TO USERPWD
               MOVE "A" TO USERROLE
               MOVE "A" TO USERSTAT
               MOVE SPACES TO USEREMP USERCOS
               WRITE USERREC
               CLOSE USERFILE
               OPEN I-O USERFILE
                           MOVE "A" TO W-USERROLE
                       END-IF
                       CLOSE USERFILE
                       MOVE "S" TO W-COFUNC
                       CALL "CMPYSEL" USING W-COFUNC W-USERID
                           W-COMPANY W-COREPLY
                       IF W-USERROLE = "E"
                           GO TO SELF-SERVICE-PARA
                       END-IF
                       IF W-USERROLE = "M"
                           GO TO MANAGER-PARA
                       END-IF
                       GO TO MAIN-PARA
                   ELSE
                       PERFORM LOGIN-FAILED-PARA
           ACCEPT STUFF AT 1110.
           STOP RUN.

       MANAGER-PARA.
           IF W-USEREMP NOT = SPACES
               CALL "MGRSELF" USING W-USERID W-USEREMP
               CANCEL "MGRSELF"
               STOP RUN
           END-IF
           COPY CLEAR-SCREEN.
           DISPLAY "NO EMPLOYEE LINKED TO THIS USER - SEE THE "
               "ADMINISTRATOR" AT 1010.
           ACCEPT STUFF AT 1110.
           STOP RUN.

       MAIN-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "*******************************************"
              GO TO MAIN-PARA
           ELSE
             IF CHOICE = 2
                CALL "EMPREAD" USING W-USERID W-USERROLE
                CANCEL "EMPREAD"
                GO TO MAIN-PARA
             ELSE
               IF CHOICE = 3
                  CALL "EMPLIST" USING W-USERID
                  CANCEL "EMPLIST"
                  GO TO MAIN-PARA
               ELSE
