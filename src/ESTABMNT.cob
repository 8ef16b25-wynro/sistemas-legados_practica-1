               RECORD KEY IS DESID
               FILE STATUS IS FSDES.

       DATA DIVISION.
       FILE SECTION.

           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       WORKING-STORAGE SECTION.
       77 FSES       PIC XX.
       77 FSB        PIC XX.
       77 FSDES      PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM ESTABMNT.
