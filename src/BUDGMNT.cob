               RECORD KEY IS DEPCODE
               FILE STATUS IS FSDEP.

       DATA DIVISION.
       FILE SECTION.

           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       WORKING-STORAGE SECTION.
       77 FSBU       PIC XX.
       77 FSDEP      PIC XX.
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

       END PROGRAM BUDGMNT.
