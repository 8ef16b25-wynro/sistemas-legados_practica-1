       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMMNT.

      * NOMINATION REGISTER. FOR EACH SCHEME - PROVIDENT FUND,
      * GRATUITY, GROUP INSURANCE AND UNPAID DUES - RECORDS WHOM THE
      * EMPLOYEE HAS NOMINATED AND IN WHAT SHARES: UP TO FIVE
      * NOMINEES, EACH A DEPENDENT ON FILE OR A NAMED OUTSIDE PERSON,
      * TOTALLING 100 PERCENT, WITH THE WITNESS AND THE DATE OF THE
      * DECLARATION. A NEW DECLARATION FOR A SCHEME REPLACES THE OLD.
      * THE FINAL SETTLEMENT PAYS A DEATH CASE BY THESE SHARES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOMINEEFILE
               ASSIGN TO "files/NOMINEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMKEY
               FILE STATUS IS FSNM.

           SELECT DEPENDENTFILE
               ASSIGN TO "files/DEPENDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPID
               ALTERNATE RECORD KEY IS DEPEMPID WITH DUPLICATES
               FILE STATUS IS FSDN.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

      * NMSCHEME : P PROVIDENT FUND, G GRATUITY, I GROUP INSURANCE,
      * D UNPAID DUES. NMDEPID IS BLANK FOR AN OUTSIDE NOMINEE.
       FD NOMINEEFILE.
       01 NOMINEEREC.
           02 NMKEY.
               03 NMEMPID  PIC X(6).
               03 NMSCHEME PIC X.
           02 NMLINES.
               03 NMLINE OCCURS 5 TIMES.
                   04 NMDEPID  PIC X(6).
                   04 NMNAME   PIC X(25).
                   04 NMRELN   PIC X(10).
                   04 NMPCT    PIC 9(3)V99.
           02 NMWITNESS PIC X(25).
           02 NMDECLDT  PIC X(10).
           02 NMUSER    PIC X(10).
           02 NMDATE    PIC X(8).

       FD DEPENDENTFILE.
       01 DEPENDENTREC.
           02 DEPID     PIC X(6).
           02 DEPEMPID  PIC X(6).
           02 DEPDNAME  PIC X(25).
           02 DEPRELN   PIC X(10).
           02 DEPDOB    PIC X(10).

       FD EMPFILE.
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 ESTATUS   PIC X.
           02 ESEPDT    PIC X(10).
           02 EDEPCODE  PIC X(6).
           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSNM       PIC XX.
       77 FSDN       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-EMPID    PIC X(6).
       77 W-EMPNAME  PIC X(25).
       77 W-SCHEME   PIC X.
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-IDX      PIC 99.
       77 W-ROW      PIC 99.
       77 W-COUNT    PIC 9.
       77 W-TOTAL    PIC 9(4)V99.
       77 W-TOTED    PIC ZZZ9.99.
       77 W-PCTED    PIC ZZ9.99.
       77 W-WITNESS  PIC X(25).
       77 W-DATEIN   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-TODAY    PIC 9(8).
       77 W-FOUND    PIC X.
       77 W-SCHNAME  PIC X(16).

       01 W-LINES.
           02 W-LINE OCCURS 5 TIMES.
               03 W-DEPID  PIC X(6).
               03 W-NAME   PIC X(25).
               03 W-RELN   PIC X(10).
               03 W-PCT    PIC 9(3)V99.

       01 SCHEME-NAMES.
           02 FILLER PIC X(17) VALUE "PPROVIDENT FUND  ".
           02 FILLER PIC X(17) VALUE "GGRATUITY        ".
           02 FILLER PIC X(17) VALUE "IGROUP INSURANCE ".
           02 FILLER PIC X(17) VALUE "DUNPAID DUES     ".
       01 SCHEME-TABLE REDEFINES SCHEME-NAMES.
           02 SC-ENTRY OCCURS 4 TIMES.
               03 SC-CODE  PIC X.
               03 SC-NAME  PIC X(16).

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
           COPY CLEAR-SCREEN.
           DISPLAY "****** NOMINATION REGISTER ******" AT 0310.
           DISPLAY "1. RECORD A NOMINATION DECLARATION" AT 0520.
           DISPLAY "2. LIST NOMINATIONS FOR AN EMPLOYEE" AT 0620.
           DISPLAY "3. CANCEL A NOMINATION" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "SCHEMES : P PROVIDENT FUND  G GRATUITY  "
               "I GROUP INSURANCE  D UNPAID DUES" AT 1005.
           DISPLAY "SHARES FOR A SCHEME MUST TOTAL 100 PERCENT; A NEW "
               "DECLARATION REPLACES THE OLD." AT 1205.
           DISPLAY "ENTER YOUR CHOICE :" AT 1420.
           ACCEPT CHOICE AT 1440.
           IF CHOICE = '1'
               GO TO RECORD-NOM-PARA
           ELSE
           IF CHOICE = '2'
               GO TO LIST-NOM-PARA
           ELSE
           IF CHOICE = '3'
               GO TO DELETE-NOM-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATEIN(1:2) NOT NUMERIC
               OR W-DATEIN(4:2) NOT NUMERIC
               OR W-DATEIN(7:4) NOT NUMERIC
               OR W-DATEIN(3:1) NOT = "/"
               OR W-DATEIN(6:1) NOT = "/"
               MOVE "N" TO W-DATEOK
           ELSE
               MOVE W-DATEIN(7:4) TO W-DATENUM(1:4)
               MOVE W-DATEIN(4:2) TO W-DATENUM(5:2)
               MOVE W-DATEIN(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DATEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               IF W-DATEINT NOT > 0
                   MOVE "N" TO W-DATEOK
               END-IF
           END-IF.

       CHECK-SCHEME-PARA.
           MOVE SPACES TO W-SCHNAME.
           IF W-SCHEME = "p"
               MOVE "P" TO W-SCHEME
           END-IF
           IF W-SCHEME = "g"
               MOVE "G" TO W-SCHEME
           END-IF
           IF W-SCHEME = "i"
               MOVE "I" TO W-SCHEME
           END-IF
           IF W-SCHEME = "d"
               MOVE "D" TO W-SCHEME
           END-IF
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 4
               IF SC-CODE (W-IDX) = W-SCHEME
                   MOVE SC-NAME (W-IDX) TO W-SCHNAME
               END-IF
           END-PERFORM.

      * THE LINES OFFERED FOR EDITING ARE THOSE OF THE DECLARATION
      * ALREADY ON FILE FOR THE SCHEME, IF ANY.
       RECORD-NOM-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           MOVE W-EMPID TO EEMPID.
           PERFORM CHECK-EMP-PARA.
           IF W-OK = "N"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY W-EMPNAME AT 0145.
           DISPLAY "ENTER SCHEME (P/G/I/D) :" AT 0201.
           ACCEPT W-SCHEME AT 0236.
           PERFORM CHECK-SCHEME-PARA.
           IF W-SCHNAME = SPACES
               DISPLAY "SCHEME MUST BE P, G, I OR D - NOT SAVED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY W-SCHNAME AT 0245.
           OPEN I-O NOMINEEFILE.
           IF FSNM = 30 OR FSNM = 35
               OPEN OUTPUT NOMINEEFILE
               CLOSE NOMINEEFILE
               OPEN I-O NOMINEEFILE
           END-IF
           MOVE SPACES TO W-LINES.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               MOVE 0 TO W-PCT (W-IDX)
           END-PERFORM
           MOVE SPACES TO W-WITNESS.
           MOVE SPACES TO W-DATEIN.
           MOVE W-EMPID TO NMEMPID.
           MOVE W-SCHEME TO NMSCHEME.
           READ NOMINEEFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO W-FOUND
                   MOVE NMLINES TO W-LINES
                   MOVE NMWITNESS TO W-WITNESS
                   MOVE NMDECLDT TO W-DATEIN
           END-READ.
           DISPLAY "DECLARATION DATE (DD/MM/YYYY) :" AT 0301.
           ACCEPT W-DATEIN AT 0336 WITH UPDATE.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID DECLARATION DATE - NOT SAVED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE NOMINEEFILE
               GO TO MAIN-PARA
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           IF W-DATENUM > W-TODAY
               DISPLAY "DECLARATION DATE IS IN THE FUTURE - NOT SAVED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE NOMINEEFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "WITNESS :" AT 0401.
           ACCEPT W-WITNESS AT 0436 WITH UPDATE.
           IF W-WITNESS = SPACES
               DISPLAY "A WITNESS IS REQUIRED - NOT SAVED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE NOMINEEFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "LINE DEP ID  NAME (OUTSIDE NOMINEE)        "
               "RELATION    PERCENT" AT 0601.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               COMPUTE W-ROW = W-IDX + 6
               DISPLAY W-IDX AT LINE W-ROW COLUMN 2
               ACCEPT W-DEPID (W-IDX) AT LINE W-ROW COLUMN 7
                   WITH UPDATE
               ACCEPT W-NAME (W-IDX) AT LINE W-ROW COLUMN 15
                   WITH UPDATE
               ACCEPT W-RELN (W-IDX) AT LINE W-ROW COLUMN 42
                   WITH UPDATE
               ACCEPT W-PCT (W-IDX) AT LINE W-ROW COLUMN 55
                   WITH UPDATE
           END-PERFORM
           DISPLAY "GIVE A DEPENDENT ID, OR LEAVE IT BLANK AND NAME AN "
               "OUTSIDE NOMINEE" AT 1301.
           PERFORM CHECK-LINES-PARA THRU CHECK-LINES-EXIT.
           IF W-OK = "N"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               CLOSE NOMINEEFILE
               GO TO MAIN-PARA
           END-IF
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               COMPUTE W-ROW = W-IDX + 6
               DISPLAY W-DEPID (W-IDX) AT LINE W-ROW COLUMN 7
               DISPLAY W-NAME (W-IDX) AT LINE W-ROW COLUMN 15
               DISPLAY W-RELN (W-IDX) AT LINE W-ROW COLUMN 42
               MOVE W-PCT (W-IDX) TO W-PCTED
               DISPLAY W-PCTED AT LINE W-ROW COLUMN 55
           END-PERFORM
           DISPLAY "SAVE THIS DECLARATION (Y/N) :" AT 1501.
           ACCEPT W-OK AT 1531.
           IF W-OK NOT = "Y" AND W-OK NOT = "y"
               DISPLAY "DECLARATION NOT SAVED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE NOMINEEFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-EMPID TO NMEMPID.
           MOVE W-SCHEME TO NMSCHEME.
           MOVE W-LINES TO NMLINES.
           MOVE W-WITNESS TO NMWITNESS.
           MOVE W-DATEIN TO NMDECLDT.
           MOVE W-AUDITUSER TO NMUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO NMDATE.
           MOVE "NOMINEEFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           MOVE W-SCHEME TO AL-KEY(8:1).
           IF W-FOUND = "Y"
               REWRITE NOMINEEREC
               MOVE "MODIFY" TO AL-ACTION
           ELSE
               WRITE NOMINEEREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           PERFORM WRITE-AUDIT-PARA.
           CLOSE NOMINEEFILE.
           DISPLAY "NOMINATION RECORDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * A LINE NAMING A DEPENDENT TAKES THE NAME AND RELATION FROM THE
      * DEPENDENT FILE, AND THE DEPENDENT MUST BELONG TO THIS EMPLOYEE;
      * AN OUTSIDE NOMINEE NEEDS A NAME AND RELATION. EVERY LINE USED
      * NEEDS A SHARE. THE LINES ARE CLOSED UP AND MUST TOTAL EXACTLY
      * 100.
       CHECK-LINES-PARA.
           MOVE "Y" TO W-OK.
           MOVE 0 TO W-TOTAL.
           MOVE 0 TO W-COUNT.
           OPEN INPUT DEPENDENTFILE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-DEPID (W-IDX) = SPACES AND W-NAME (W-IDX) = SPACES
                   AND W-PCT (W-IDX) = 0
                   MOVE SPACES TO W-RELN (W-IDX)
               ELSE
                   IF W-DEPID (W-IDX) NOT = SPACES
                       MOVE W-DEPID (W-IDX) TO DEPID
                       READ DEPENDENTFILE
                           INVALID KEY
                               MOVE "N" TO W-OK
                               MOVE "NO SUCH DEPENDENT - NOT SAVED"
                                   TO W-MSG
                           NOT INVALID KEY
                               IF DEPEMPID NOT = W-EMPID
                                   MOVE "N" TO W-OK
                                   MOVE "DEPENDENT OF ANOTHER EMPLOYEE"
                                       TO W-MSG
                               ELSE
                                   MOVE DEPDNAME TO W-NAME (W-IDX)
                                   MOVE DEPRELN TO W-RELN (W-IDX)
                               END-IF
                       END-READ
                   END-IF
                   IF W-NAME (W-IDX) = SPACES
                       OR W-RELN (W-IDX) = SPACES
                       MOVE "N" TO W-OK
                       MOVE "OUTSIDE NOMINEE NEEDS NAME AND RELATION"
                           TO W-MSG
                   END-IF
                   IF W-PCT (W-IDX) = 0
                       MOVE "N" TO W-OK
                       MOVE "EACH NOMINEE NEEDS A SHARE - NOT SAVED"
                           TO W-MSG
                   END-IF
                   ADD W-PCT (W-IDX) TO W-TOTAL
                   ADD 1 TO W-COUNT
               END-IF
           END-PERFORM
           CLOSE DEPENDENTFILE.
           IF W-OK = "N"
               GO TO CHECK-LINES-EXIT
           END-IF
           IF W-COUNT = 0
               MOVE "N" TO W-OK
               MOVE "NO NOMINEES ENTERED - NOT SAVED" TO W-MSG
               GO TO CHECK-LINES-EXIT
           END-IF
           IF W-TOTAL NOT = 100
               MOVE "N" TO W-OK
               MOVE W-TOTAL TO W-TOTED
               MOVE SPACES TO W-MSG
               STRING "SHARES TOTAL " W-TOTED
                   " - MUST BE 100, NOT SAVED"
                   DELIMITED BY SIZE INTO W-MSG
               END-STRING
               GO TO CHECK-LINES-EXIT
           END-IF
           MOVE 0 TO W-COUNT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-NAME (W-IDX) NOT = SPACES
                   ADD 1 TO W-COUNT
                   MOVE W-LINE (W-IDX) TO W-LINE (W-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-IDX > W-COUNT
                   MOVE SPACES TO W-DEPID (W-IDX) W-NAME (W-IDX)
                       W-RELN (W-IDX)
                   MOVE 0 TO W-PCT (W-IDX)
               END-IF
           END-PERFORM.
       CHECK-LINES-EXIT.
           EXIT.

       LIST-NOM-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT NOMINEEFILE.
           IF FSNM NOT = "00"
               DISPLAY "NO NOMINATIONS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0120.
           DISPLAY "SCHEME           DEP ID NOMINEE                   "
               "RELATION   PERCENT" AT 0301.
           MOVE W-EMPID TO NMEMPID.
           MOVE LOW-VALUES TO NMSCHEME.
           START NOMINEEFILE KEY IS NOT LESS THAN NMKEY
               INVALID KEY
                   MOVE "10" TO FSNM
           END-START.
           MOVE 3 TO W-ROW.
           PERFORM UNTIL FSNM NOT = "00"
               READ NOMINEEFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF NMEMPID NOT = W-EMPID
                   EXIT PERFORM
               END-IF
               MOVE NMSCHEME TO W-SCHEME
               PERFORM CHECK-SCHEME-PARA
               IF W-ROW < 19
                   ADD 1 TO W-ROW
                   DISPLAY W-SCHNAME " DECLARED " NMDECLDT
                       " WITNESS " NMWITNESS
                       AT LINE W-ROW COLUMN 1
               END-IF
               PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
                   IF NMNAME (W-IDX) NOT = SPACES AND W-ROW < 19
                       ADD 1 TO W-ROW
                       MOVE NMPCT (W-IDX) TO W-PCTED
                       DISPLAY NMDEPID (W-IDX) AT LINE W-ROW COLUMN 18
                       DISPLAY NMNAME (W-IDX) AT LINE W-ROW COLUMN 25
                       DISPLAY NMRELN (W-IDX) AT LINE W-ROW COLUMN 52
                       DISPLAY W-PCTED AT LINE W-ROW COLUMN 63
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE NOMINEEFILE.
           IF W-ROW = 3
               DISPLAY "NO NOMINATIONS FOR THAT EMPLOYEE" AT 0401
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       DELETE-NOM-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O NOMINEEFILE.
           IF FSNM NOT = "00"
               DISPLAY "NO NOMINATIONS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           DISPLAY "ENTER SCHEME (P/G/I/D) :" AT 0201.
           ACCEPT W-SCHEME AT 0236.
           PERFORM CHECK-SCHEME-PARA.
           MOVE W-EMPID TO NMEMPID.
           MOVE W-SCHEME TO NMSCHEME.
           READ NOMINEEFILE
               INVALID KEY
                   DISPLAY "NO NOMINATION FOR THAT SCHEME" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE NOMINEEFILE
                   GO TO MAIN-PARA
           END-READ.
           DISPLAY W-SCHNAME " DECLARED " NMDECLDT AT 0401.
           DISPLAY "CANCEL THIS NOMINATION (Y/N) :" AT 0601.
           ACCEPT W-OK AT 0632.
           IF W-OK NOT = "Y" AND W-OK NOT = "y"
               CLOSE NOMINEEFILE
               GO TO MAIN-PARA
           END-IF
           DELETE NOMINEEFILE RECORD.
           MOVE "NOMINEEFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           MOVE W-SCHEME TO AL-KEY(8:1).
           MOVE "DELETE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE NOMINEEFILE.
           DISPLAY "NOMINATION CANCELLED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       CHECK-EMP-PARA.
           MOVE "Y" TO W-OK.
           MOVE SPACES TO W-EMPNAME.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               MOVE "N" TO W-OK
               MOVE "UNABLE TO OPEN EMPLOYEE FILE" TO W-MSG
           ELSE
               READ EMPFILE
                   INVALID KEY
                       MOVE "N" TO W-OK
                       MOVE "NO SUCH EMPLOYEE - ENTRY CANCELLED"
                           TO W-MSG
                   NOT INVALID KEY
                       IF ESTATUS = "S"
                           MOVE "N" TO W-OK
                           MOVE "EMPLOYEE HAS SEPARATED - NOT SAVED"
                               TO W-MSG
                       ELSE
                           MOVE EEMPNAME TO W-EMPNAME
                       END-IF
               END-READ
               CLOSE EMPFILE
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM NOMMNT.
