       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDCMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

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
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-ORDER    PIC X(10).
       77 W-FLRPCT   PIC 99V99.
       77 W-FLRAMT   PIC 9(6)V99.
       77 W-ATTPCT   PIC 99V99.
       77 W-PCTED    PIC Z9.99.
       77 W-AMTED    PIC ZZZ,ZZ9.99.
       77 W-IDX      PIC 99.
       77 W-JDX      PIC 99.
       77 W-ORDOK    PIC X.
       77 W-CLASS    PIC X.
       77 W-VALID    PIC X(10) VALUE "SLMOAVN".

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

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           PERFORM LOAD-CONFIG-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** DEDUCTION PRIORITY AND TAKE-HOME FLOOR "
               "******" AT 0310.
           MOVE W-FLRPCT TO W-PCTED.
           MOVE W-FLRAMT TO W-AMTED.
           DISPLAY "RECOVERY ORDER      : " W-ORDER AT 0520.
           DISPLAY "FLOOR PCT OF GROSS  : " W-PCTED AT 0620.
           DISPLAY "FLOOR AMOUNT        : " W-AMTED AT 0720.
           MOVE W-ATTPCT TO W-PCTED.
           DISPLAY "ATTACHMENT MAX PCT OF NET : " W-PCTED AT 0820.
           DISPLAY "CLASSES : S STATUTORY  L LOAN EMI  M MEDICAL "
               "PREMIUM  O OTHER  N NPS" AT 0905.
           DISPLAY "STATUTORY DEDUCTIONS ARE NEVER HELD BACK BY THE "
               "FLOOR; OTHER" AT 1005.
           DISPLAY "CLASSES ARE RECOVERED IN ORDER AND THE BALANCE "
               "IS DEFERRED" AT 1105.
           DISPLAY "TO THE NEXT PERIOD. THE FLOOR IS THE HIGHER OF "
               "THE TWO FIGURES." AT 1205.
           DISPLAY "A ATTACHMENT ORDERS ARE ALSO HELD TO THE MAX PCT "
               "OF NET PAY." AT 1305.
           DISPLAY "V VENDOR ITEMS NOT MADE GO BACK TO THE VENDOR; "
               "N NPS IS NOT DEFERRED." AT 1405.
           DISPLAY "1. CHANGE SETTINGS" AT 1520.
           DISPLAY "2. EXIT" AT 1620.
           DISPLAY "ENTER YOUR CHOICE :" AT 1820.
           ACCEPT CHOICE AT 1840.
           IF CHOICE = '1'
               GO TO CHANGE-CONFIG-PARA
           END-IF
           EXIT PROGRAM.

       CHANGE-CONFIG-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER RECOVERY ORDER (E.G. SLMO) :" AT 0101.
           ACCEPT W-ORDER AT 0137 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE (W-ORDER) TO W-ORDER.
           PERFORM VALIDATE-ORDER-PARA.
           IF W-ORDOK NOT = "Y"
               DISPLAY "INVALID ORDER - USE EACH CLASS LETTER ONCE"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER FLOOR PCT OF GROSS (NN.NN) :" AT 0201.
           ACCEPT W-FLRPCT AT 0237 WITH UPDATE.
           DISPLAY "ENTER FLOOR AMOUNT (NNNNNN.NN)   :" AT 0301.
           ACCEPT W-FLRAMT AT 0337 WITH UPDATE.
           DISPLAY "ENTER ATTACHMENT MAX PCT OF NET  :" AT 0401.
           ACCEPT W-ATTPCT AT 0437 WITH UPDATE.
           IF W-ATTPCT = 0
               MOVE 50 TO W-ATTPCT
           END-IF
           IF W-FLRPCT > 100
               DISPLAY "FLOOR PCT CANNOT EXCEED 100 - NOT SAVED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           OPEN OUTPUT DEDCFGFILE.
           IF FSDC NOT = "00"
               DISPLAY "UNABLE TO WRITE SETTINGS, STATUS " FSDC
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE W-ORDER TO DCORDER.
           MOVE W-FLRPCT TO DCFLRPCT.
           MOVE W-FLRAMT TO DCFLRAMT.
           MOVE W-ATTPCT TO DCATTPCT.
           MOVE W-AUDITUSER TO DCUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DCDATE.
           WRITE DEDCFGREC.
           CLOSE DEDCFGFILE.
           MOVE "DEDCFGFILE" TO AL-FILE.
           MOVE W-ORDER TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "SETTINGS SAVED - THEY APPLY FROM THE NEXT PAYROLL "
               "RUN" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LOAD-CONFIG-PARA.
           MOVE "SLMO" TO W-ORDER.
           MOVE 0 TO W-FLRPCT.
           MOVE 0 TO W-FLRAMT.
           MOVE 50 TO W-ATTPCT.
           OPEN INPUT DEDCFGFILE.
           IF FSDC = "00"
               READ DEDCFGFILE
                   AT END
                       MOVE SPACES TO DCORDER
               END-READ
               IF FSDC = "00"
                   IF DCORDER NOT = SPACES
                       MOVE DCORDER TO W-ORDER
                   END-IF
                   MOVE DCFLRPCT TO W-FLRPCT
                   MOVE DCFLRAMT TO W-FLRAMT
                   IF DCATTPCT NUMERIC AND DCATTPCT > 0
                       MOVE DCATTPCT TO W-ATTPCT
                   END-IF
               END-IF
               CLOSE DEDCFGFILE
           END-IF.

      * EVERY LETTER MUST BE A KNOWN CLASS AND APPEAR ONLY ONCE.
       VALIDATE-ORDER-PARA.
           MOVE "Y" TO W-ORDOK.
           IF W-ORDER = SPACES
               MOVE "N" TO W-ORDOK
           END-IF
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 10
               MOVE W-ORDER (W-IDX:1) TO W-CLASS
               IF W-CLASS NOT = SPACE
                   MOVE 0 TO W-JDX
                   INSPECT W-VALID TALLYING W-JDX FOR ALL W-CLASS
                   IF W-JDX = 0
                       MOVE "N" TO W-ORDOK
                   END-IF
                   MOVE 0 TO W-JDX
                   INSPECT W-ORDER TALLYING W-JDX FOR ALL W-CLASS
                   IF W-JDX > 1
                       MOVE "N" TO W-ORDOK
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM DEDCMNT.
