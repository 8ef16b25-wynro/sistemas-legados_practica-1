               ALTERNATE RECORD KEY IS TEMPID WITH DUPLICATES
               FILE STATUS IS FST.

           SELECT REQNFILE
               ASSIGN TO "files/REQN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQID
               FILE STATUS IS FSRQ.

           SELECT APPLFILE
               ASSIGN TO "files/APPLCNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APID
               ALTERNATE RECORD KEY IS APRQID WITH DUPLICATES
               FILE STATUS IS FSAP.

           SELECT LETTLOGFILE
               ASSIGN TO "files/LETTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
           02 TNBRID   PIC X(6).
           02 TTRFDT   PIC X(10).

       FD REQNFILE.
       01 REQNREC.
           02 RQID      PIC X(6).
           02 RQBRID    PIC X(6).
           02 RQDESID   PIC X(6).
           02 RQDEPT    PIC X(6).
           02 RQGRADE   PIC 99.
           02 RQPOSTS   PIC 99.
           02 RQFILLED  PIC 99.
           02 RQSTAT    PIC X.
           02 RQRAISED  PIC X(8).
           02 RQCLOSED  PIC X(8).
           02 RQUSER    PIC X(10).

       FD APPLFILE.
       01 APPLREC.
           02 APID      PIC X(6).
           02 APRQID    PIC X(6).
           02 APNAME    PIC X(25).
           02 APADDR    PIC X(30).
           02 APPHONE   PIC X(10).
           02 APSOURCE  PIC X.
           02 APAPPLDT  PIC X(8).
           02 APSTAGES.
               03 APSTAGE OCCURS 4 TIMES.
                   04 APSTGDT  PIC X(8).
                   04 APSTGRES PIC X.
           02 APSTAT    PIC X.
           02 APOFFBAS  PIC 9(6)V99.
           02 APEMPTYPE PIC X.
           02 APCONTEND PIC X(10).
           02 APOFFDT   PIC X(8).
           02 APJOINDT  PIC X(10).
           02 APDECDT   PIC X(8).
           02 APEMPID   PIC X(6).

       FD LETTLOGFILE.
       01 LETTLOGLINE PIC X(80).

       77 FSR        PIC XX.
       77 FST        PIC XX.
       77 FSLG       PIC XX.
       77 FSRQ       PIC XX.
       77 FSAP       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
           DISPLAY "2. CONFIRMATION LETTER" AT 0620.
           DISPLAY "3. INCREMENT LETTER" AT 0720.
           DISPLAY "4. TRANSFER LETTER" AT 0820.
           DISPLAY "5. OFFER LETTER (APPLICANT)" AT 0920.
           DISPLAY "6. EXIT" AT 1020.
           DISPLAY "TEMPLATES ARE IN files/TMPL*.TXT AND MAY BE"
               AT 1120.
           DISPLAY "EDITED - MARKERS LIKE <NAME> ARE SUBSTITUTED"
               AT 1220.
           DISPLAY "ENTER YOUR CHOICE :" AT 1420.
           ACCEPT CHOICE AT 1440.
           IF CHOICE = "6" OR CHOICE = SPACE
               EXIT PROGRAM
           END-IF
           IF CHOICE = "5"
               GO TO OFFER-LETTER-PARA
           END-IF
           IF CHOICE NOT = "1" AND CHOICE NOT = "2"
               AND CHOICE NOT = "3" AND CHOICE NOT = "4"
               GO TO MENU-PARA
                   THRU GATHER-INCR-EXIT
               WHEN "4" PERFORM GATHER-TRANSFER-PARA
                   THRU GATHER-TRANSFER-EXIT
           END-EVALUATE.
       PRODUCE-LETTER-PARA.
           IF W-FOUND NOT = "Y"
               ACCEPT STUFF AT 2301
               GO TO MENU-PARA
           ACCEPT STUFF AT 2301.
           GO TO MENU-PARA.

      * AN OFFER LETTER GOES TO AN APPLICANT WHO HAS NO EMPLOYEE
      * RECORD YET. THE APPLICANT AND THE REQUISITION STAND IN FOR IT
      * SO THE COMMON MARKERS CAN BE SET IN THE USUAL WAY; <EMPID>
      * CARRIES THE APPLICANT CODE AND <DOJ> THE JOINING DATE OFFERED.
       OFFER-LETTER-PARA.
           DISPLAY "ENTER APPLICANT CODE :" AT 1620.
           ACCEPT W-EMPIN AT 1643.
           OPEN INPUT APPLFILE.
           IF FSAP NOT = "00"
               DISPLAY "NO APPLICANTS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MENU-PARA
           END-IF
           MOVE W-EMPIN TO APID.
           READ APPLFILE
               INVALID KEY
                   DISPLAY "NO SUCH APPLICANT" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE APPLFILE
                   GO TO MENU-PARA
           END-READ.
           CLOSE APPLFILE.
           IF APSTAT NOT = "O" AND APSTAT NOT = "J"
               DISPLAY "NO OFFER HAS BEEN MADE TO THIS APPLICANT"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MENU-PARA
           END-IF
           MOVE SPACES TO EMPREC.
           OPEN INPUT REQNFILE.
           IF FSRQ = "00"
               MOVE APRQID TO RQID
               READ REQNFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RQBRID TO EBRNID
                       MOVE RQDESID TO EDESID
               END-READ
               CLOSE REQNFILE
           END-IF
           MOVE APID TO EEMPID.
           MOVE APNAME TO EEMPNAME.
           MOVE APJOINDT TO EDOJ.
           PERFORM SET-COMMON-MARKERS-PARA.
           PERFORM GATHER-OFFER-PARA.
           GO TO PRODUCE-LETTER-PARA.

      * MARKERS 1-6 ARE COMMON TO EVERY LETTER TYPE. 7-10 ARE SET
      * PER TYPE BY THE GATHER PARAGRAPHS BELOW.
       SET-COMMON-MARKERS-PARA.
               CLOSE PAYMENTFILE
           END-IF.

       GATHER-OFFER-PARA.
           MOVE "Y" TO W-FOUND.
           MOVE "OFFR" TO W-LTYPE.
           MOVE "files/TMPLOFFR.TXT" TO W-TMPLNAME.
           MOVE "<BASIC>" TO MK-TEXT(7).
           MOVE 7         TO MK-LEN(7).
           MOVE APOFFBAS  TO W-AMTED.
           MOVE W-AMTED   TO MK-VALUE(7).
           MOVE "<ADDRESS>" TO MK-TEXT(8).
           MOVE 9           TO MK-LEN(8).
           MOVE APADDR      TO MK-VALUE(8).
           MOVE "<TERMS>" TO MK-TEXT(9).
           MOVE 7         TO MK-LEN(9).
           EVALUATE APEMPTYPE
               WHEN "C"
                   MOVE SPACES TO MK-VALUE(9)
                   STRING "ON CONTRACT UNTIL " APCONTEND
                       DELIMITED BY SIZE INTO MK-VALUE(9)
                   END-STRING
               WHEN "T"
                   MOVE "ON A TEMPORARY BASIS" TO MK-VALUE(9)
               WHEN OTHER
                   MOVE "ON A PERMANENT BASIS" TO MK-VALUE(9)
           END-EVALUATE.

       GATHER-CONFIRM-PARA.
           MOVE "N" TO W-FOUND.
           MOVE "CONF" TO W-LTYPE.
               CLOSE TMPLFILE
           ELSE
               PERFORM SEED-TRANSFER-PARA
           END-IF
           MOVE "files/TMPLOFFR.TXT" TO W-TMPLNAME.
           OPEN INPUT TMPLFILE.
           IF FSTM = "00"
               CLOSE TMPLFILE
           ELSE
               PERFORM SEED-OFFER-PARA
           END-IF.

       SEED-APPOINT-PARA.
           PERFORM SEED-SIGNOFF-PARA.
           CLOSE TMPLFILE.

       SEED-OFFER-PARA.
           OPEN OUTPUT TMPLFILE.
           MOVE "DATE : <TODAY>" TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE SPACES TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "TO : <NAME>  (REF <EMPID>)" TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "     <ADDRESS>" TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE SPACES TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "DEAR <NAME>," TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE SPACES TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "FURTHER TO YOUR APPLICATION AND INTERVIEW, WE ARE"
               TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "PLEASED TO OFFER YOU THE POST OF <DESIGN> AT OUR"
               TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "<BRANCH> BRANCH <TERMS>, ON A BASIC PAY OF"
               TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "RS <BASIC> PER MONTH. YOU ARE REQUESTED TO JOIN ON"
               TO TMPLLINE.
           WRITE TMPLLINE.
           MOVE "<DOJ> AND TO CONFIRM YOUR ACCEPTANCE OF THIS OFFER."
               TO TMPLLINE.
           WRITE TMPLLINE.
           PERFORM SEED-SIGNOFF-PARA.
           CLOSE TMPLFILE.

       SEED-SIGNOFF-PARA.
           MOVE SPACES TO TMPLLINE.
           WRITE TMPLLINE.
