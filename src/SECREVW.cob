       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE LIVE LOG IS files/SECLOG.DAT. A WEEK THAT FALLS IN A
      * MONTH ALREADY ROTATED OUT BY LOGROT IS ALSO READ FROM THE
      * ARCHIVES REGISTERED ON files/LOGARCH.DAT.
           SELECT SECLOGFILE
               ASSIGN TO DYNAMIC W-SECNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSSL.

           SELECT LOGARCHFILE
               ASSIGN TO "files/LOGARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAKEY
               FILE STATUS IS FSLA.

           SELECT REVRPTFILE
               ASSIGN TO "files/SECREVW.LST"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD SECLOGFILE.
       01 SECLOGREC.
           02 SECLOGLINE PIC X(80).
           02 SECLOGCHAIN PIC X(19).

       FD LOGARCHFILE.
       01 LOGARCHREC.
           02 LAKEY.
               03 LALOG    PIC X(8).
               03 LANO     PIC 9(4).
           02 LAFROM    PIC X(8).
           02 LATO      PIC X(8).
           02 LAFSEQ    PIC 9(9).
           02 LALSEQ    PIC 9(9).
           02 LALINES   PIC 9(7).
           02 LAROTDT   PIC X(8).

       FD REVRPTFILE.
       01 RPTLINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 FSSL       PIC XX.
       77 FSRPT      PIC XX.
       77 FSLA       PIC XX.
       77 W-SECNAME  PIC X(30).
       77 W-FILES    PIC 9(4) VALUE 0.
       77 W-FROMDT   PIC 9(8).
       77 W-TODT     PIC 9(8).
       77 WAITFOR    PIC X.
       77 W-DATEIN   PIC X(10).
       77 W-DATENUM  PIC 9(8).
           END-IF
           MOVE W-DATEINT TO W-FROMINT.
           COMPUTE W-TOINT = W-FROMINT + 6.
           MOVE W-DATENUM TO W-FROMDT.
           COMPUTE W-TODT = FUNCTION DATE-OF-INTEGER (W-TOINT).

           OPEN OUTPUT REVRPTFILE.

           MOVE SPACES TO RPTLINE.
               TO RPTLINE.
           WRITE RPTLINE.

           OPEN INPUT LOGARCHFILE.
           IF FSLA = "00"
               MOVE "SECLOG" TO LALOG
               MOVE 0 TO LANO
               START LOGARCHFILE KEY IS NOT LESS THAN LAKEY
                   INVALID KEY MOVE "10" TO FSLA
               END-START
               PERFORM UNTIL FSLA NOT = "00"
                   READ LOGARCHFILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF LALOG NOT = "SECLOG"
                       EXIT PERFORM
                   END-IF
                   IF (LATO = SPACES OR LATO NOT < W-FROMDT)
                       AND (LAFROM = SPACES OR LAFROM NOT > W-TODT)
                       MOVE SPACES TO W-SECNAME
                       STRING "files/SECLOG" LANO ".ARC"
                           DELIMITED BY SIZE INTO W-SECNAME
                       END-STRING
                       PERFORM SCAN-FILE-PARA
                   END-IF
               END-PERFORM
               CLOSE LOGARCHFILE
           END-IF
           MOVE "files/SECLOG.DAT" TO W-SECNAME.
           PERFORM SCAN-FILE-PARA.
           IF W-FILES = 0
               CLOSE REVRPTFILE
               DISPLAY "NO SECURITY LOG ON FILE, STATUS " FSSL
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
               WRITE RPTLINE
           END-IF

           CLOSE REVRPTFILE.
           DISPLAY "SECURITY REVIEW WRITTEN TO files/SECREVW.LST - "
               T-EVENTS " EVENTS, " T-FAILS " FAILURES, "
           ACCEPT WAITFOR.
           GOBACK.

       SCAN-FILE-PARA.
           OPEN INPUT SECLOGFILE.
           IF FSSL = "00"
               ADD 1 TO W-FILES
               PERFORM UNTIL FSSL = "10"
                   READ SECLOGFILE AT END EXIT PERFORM END-READ
                   IF FSSL = "00"
                       PERFORM REVIEW-ONE-PARA THRU REVIEW-ONE-EXIT
                   END-IF
               END-PERFORM
               CLOSE SECLOGFILE
           END-IF.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATEIN(1:2) NOT NUMERIC
