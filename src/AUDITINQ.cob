       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE LIVE TRAIL IS files/AUDIT.DAT. MONTHS ALREADY ROTATED
      * OUT BY LOGROT ARE READ FROM THE ARCHIVES REGISTERED ON
      * files/LOGARCH.DAT WHEN THEY FALL IN THE DATES ASKED FOR.
           SELECT AUDITFILE
               ASSIGN TO DYNAMIC W-AUDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSAU.

           SELECT LOGARCHFILE
               ASSIGN TO "files/LOGARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAKEY
               FILE STATUS IS FSLA.

           SELECT INQFILE
               ASSIGN TO "files/AUDITINQ.LST"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD AUDITFILE.
       01 AUDITREC.
           02 AUDITLINE PIC X(80).
           02 AUDITCHAIN PIC X(19).

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

       FD INQFILE.
       01 INQLINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 FSAU       PIC XX.
       77 FSIQ       PIC XX.
       77 FSLA       PIC XX.
       77 W-AUDNAME  PIC X(30).
       77 W-FILES    PIC 9(4) VALUE 0.
       77 W-AUDITUSER PIC X(10).
       77 W-ROLE     PIC X.
       77 W-MKIN     PIC X(22).
       77 W-MKOUT    PIC X(22).
       77 W-MKFLAG   PIC X.
       77 W-WITHHOLD PIC X.
       77 W-SECEVENT PIC X(8).
       77 W-SECDET   PIC X(20).
       77 CRT-STATUS PIC 9(4).
       77 STUFF      PIC X(60).

       77 W-SHOWN    PIC 99 VALUE 0.
       77 W-COUNT    PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       01 LK-ROLE   PIC X.

      * THE BEFORE AND AFTER IMAGES OF EMPLOYEE AND PERSONAL RECORDS
      * CARRY PHONE, BIRTH DATE, BANK AND PF DETAILS, SO THEY ARE
      * SHOWN ONLY TO ROLES THAT MASKFLD LETS SEE THOSE IN FULL.
       PROCEDURE DIVISION USING LK-USERID LK-ROLE.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           IF W-ROLE = SPACE
               MOVE "A" TO W-ROLE
           END-IF
           MOVE SPACES TO W-MKIN.
           CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT W-MKFLAG.
           MOVE "N" TO W-WITHHOLD.
           COPY CLEAR-SCREEN.
           DISPLAY "****** AUDIT TRAIL INQUIRY ******" AT 0110.
           DISPLAY "LEAVE A FILTER BLANK TO MATCH EVERYTHING" AT 0310.
           DISPLAY "TO DATE   (YYYYMMDD)  :" AT 0901.
           ACCEPT F-TO AT 0930.

           OPEN OUTPUT INQFILE.
           MOVE "AUDIT TRAIL INQUIRY" TO INQLINE.
           IF W-MKFLAG = "Y"
               MOVE "(PERSONAL DATA WITHHELD)" TO INQLINE (22:24)
           ELSE
               MOVE "(UNMASKED)" TO INQLINE (22:10)
           END-IF
           WRITE INQLINE.

           OPEN INPUT LOGARCHFILE.
           IF FSLA = "00"
               MOVE "AUDIT" TO LALOG
               MOVE 0 TO LANO
               START LOGARCHFILE KEY IS NOT LESS THAN LAKEY
                   INVALID KEY MOVE "10" TO FSLA
               END-START
               PERFORM UNTIL FSLA NOT = "00"
                   READ LOGARCHFILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF LALOG NOT = "AUDIT"
                       EXIT PERFORM
                   END-IF
                   PERFORM CHECK-ARCHIVE-PARA
               END-PERFORM
               CLOSE LOGARCHFILE
           END-IF

           MOVE "files/AUDIT.DAT" TO W-AUDNAME.
           PERFORM SCAN-FILE-PARA.
           CLOSE INQFILE.
           IF W-MKFLAG = "N"
               MOVE "PIIEXPRT" TO W-SECEVENT
               MOVE "AUDITINQ.LST" TO W-SECDET
               CALL "SECLOG" USING W-AUDITUSER W-SECEVENT W-SECDET
           END-IF
           IF W-FILES = 0
               DISPLAY "NO AUDIT TRAIL ON FILE" AT 1101
               ACCEPT STUFF AT 1201
               GOBACK
           END-IF
           DISPLAY W-COUNT " MATCHING ENTRIES WRITTEN TO "
               "files/AUDITINQ.LST" AT 2101.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GOBACK.

       CHECK-ARCHIVE-PARA.
           IF F-FROM NOT = SPACES AND LATO NOT = SPACES
               AND LATO < F-FROM
               CONTINUE
           ELSE
               IF F-TO NOT = SPACES AND LAFROM NOT = SPACES
                   AND LAFROM > F-TO
                   CONTINUE
               ELSE
                   MOVE SPACES TO W-AUDNAME
                   STRING "files/AUDIT" LANO ".ARC" DELIMITED BY SIZE
                       INTO W-AUDNAME
                   END-STRING
                   PERFORM SCAN-FILE-PARA
               END-IF
           END-IF.

       SCAN-FILE-PARA.
           OPEN INPUT AUDITFILE.
           IF FSAU = "00"
               ADD 1 TO W-FILES
               MOVE "N" TO W-MATCH
               PERFORM UNTIL FSAU = "10"
                   READ AUDITFILE AT END EXIT PERFORM END-READ
                   IF FSAU = "00"
                       PERFORM CHECK-LINE-PARA
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

       CHECK-LINE-PARA.
           IF AUDITLINE(1:5) = "OLD :" OR AUDITLINE(1:5) = "NEW :"
               IF W-MATCH = "Y"
                   IF W-WITHHOLD = "Y"
                       MOVE AUDITLINE(1:5) TO INQLINE
                       MOVE " (PERSONAL DATA WITHHELD)"
                           TO INQLINE(6:)
                       MOVE INQLINE TO AUDITLINE
                   END-IF
                   MOVE AUDITLINE TO INQLINE
                   WRITE INQLINE
                   PERFORM SHOW-LINE-PARA
       CHECK-HEADER-PARA.
           MOVE AUDITLINE TO AUDIT-LINE.
           MOVE "Y" TO W-MATCH.
           MOVE "N" TO W-WITHHOLD.
           IF W-MKFLAG = "Y"
               AND (AL-FILE = "EMPFILE" OR AL-FILE = "EMPPERSONALFILE")
               MOVE "Y" TO W-WITHHOLD
           END-IF
           IF F-USER NOT = SPACES
               AND AL-USER(1:10) NOT = F-USER
               MOVE "N" TO W-MATCH
