               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

           02 DCEMPID  PIC X(6).
           02 DC80C    PIC 9(8)V99.
           02 DCOTHER  PIC 9(8)V99.
           02 DCPAN    PIC X(10).

       FD EMPFILE.
       01 EMPREC.
           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSTS       PIC XX.
       77 FSDC       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 WAITFOR    PIC X.
       77 W-DUPCHK   PIC XX.
       77 W-IDX      PIC 99.
       77 W-SPACES   PIC 99.

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
           DISPLAY "2. MODIFY TAX SLAB" AT 0620.
           DISPLAY "3. DELETE TAX SLAB" AT 0720.
           DISPLAY "4. LIST TAX SLABS" AT 0820.
           DISPLAY "5. INVESTMENT DECLARATION AND PAN" AT 0920.
           DISPLAY "6. EXIT" AT 1020.
           DISPLAY "ENTER YOUR CHOICE :" AT 1220.
           ACCEPT CHOICE AT 1240.
               INVALID KEY
                   MOVE 0 TO DC80C
                   MOVE 0 TO DCOTHER
                   MOVE SPACES TO DCPAN
           END-READ
           DISPLAY "PRESS ENTER ON A FIELD TO KEEP ITS CURRENT VALUE"
               AT 2401.
           ACCEPT DC80C AT 0235 WITH UPDATE.
           DISPLAY "OTHER EXEMPTIONS :" AT 0301.
           ACCEPT DCOTHER AT 0335 WITH UPDATE.
           DISPLAY "PAN (AAAAA9999A) :" AT 0401.
           ACCEPT DCPAN AT 0435 WITH UPDATE.
           IF DCPAN NOT = SPACES
               MOVE 0 TO W-SPACES
               INSPECT DCPAN TALLYING W-SPACES FOR ALL SPACES
               IF W-SPACES > 0 OR DCPAN(1:5) NOT ALPHABETIC-UPPER
                   OR DCPAN(6:4) NOT NUMERIC
                   OR DCPAN(10:1) NOT ALPHABETIC-UPPER
                   DISPLAY "INVALID PAN - DECLARATION NOT SAVED"
                       AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE DECLAREFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           WRITE DECLAREREC
               INVALID KEY
                   REWRITE DECLAREREC
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM TAXMAINT.
