       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDLOG.

      * WRITES ONE LINE TO THE AUDIT TRAIL, files/AUDIT.DAT. EVERY
      * PROGRAM THAT AUDITS A CHANGE CALLS THIS RATHER THAN WRITING
      * THE FILE ITSELF, SO EACH LINE IS SEQUENCED AND CHAINED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-LOG      PIC X(8) VALUE "AUDIT".

       LINKAGE SECTION.
       01 LK-LINE    PIC X(80).

       PROCEDURE DIVISION USING LK-LINE.
       MAIN-PARA.
           CALL "LOGCHAIN" USING W-LOG LK-LINE.
           GOBACK.

       END PROGRAM AUDLOG.
