       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLOG.

      * WRITES ONE EVENT TO THE SECURITY LOG, files/SECLOG.DAT,
      * THROUGH LOGCHAIN SO EACH EVENT IS SEQUENCED AND CHAINED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-LOG      PIC X(8) VALUE "SECLOG".

       01 SEC-LINE.
           02 SL-DATE   PIC X(10).
           02 SL-USER   PIC X(11).
           02 SL-EVENT  PIC X(10).
           02 SL-DETAIL PIC X(20).
           02 FILLER    PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-USER   PIC X(10).
           MOVE LK-USER   TO SL-USER.
           MOVE LK-EVENT  TO SL-EVENT.
           MOVE LK-DETAIL TO SL-DETAIL.
           CALL "LOGCHAIN" USING W-LOG SEC-LINE.
           GOBACK.

       END PROGRAM SECLOG.
