               RECORD KEY IS LKKEY
               FILE STATUS IS FSLK.

       DATA DIVISION.
       FILE SECTION.

           02 LKUSER  PIC X(10).
           02 LKTIME  PIC X(14).

       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSG        PIC XX.
       77 FSPR       PIC XX.
       77 FSDC       PIC XX.
       77 W-HELD     PIC X.
       77 FSLK       PIC XX.
       77 W-LKHELD   PIC X VALUE "N".
       77 W-LKFILE   PIC X(12).
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

       END PROGRAM PROMOTE.
