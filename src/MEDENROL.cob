               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSCN.

       DATA DIVISION.
       FILE SECTION.

       FD CENSUSFILE.
       01 CENSUSLINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSMP       PIC XX.
       77 FSME       PIC XX.
       77 FSE        PIC XX.
       77 FSDN       PIC XX.
       77 FSCN       PIC XX.
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

       END PROGRAM MEDENROL.
