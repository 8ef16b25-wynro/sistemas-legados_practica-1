               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD HOLDRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSHD       PIC XX.
       77 FSE        PIC XX.
       77 FSP        PIC XX.
       77 FSRPT      PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(8).
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM HOLDMNT.
