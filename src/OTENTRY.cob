               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSOT       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-TMROLE   PIC X.
       77 W-TMREPLY  PIC X.
       77 W-TMMGR    PIC X(6).

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
               CLOSE OTFILE
               GOBACK
           END-IF
      * OVERTIME OF AN EMPLOYEE WITH A REPORTING MANAGER WAITS
      * (STATUS P) FOR THAT MANAGER TO APPROVE IT BEFORE IT IS POSTED.
           CALL "TEAMCHK" USING W-AUDITUSER OTEMPID W-TMROLE
               W-TMREPLY W-TMMGR.
           CANCEL "TEAMCHK".
           IF W-TMMGR NOT = SPACES
               MOVE SPACES TO OTSUPV
               DISPLAY "ROUTED TO MANAGER " W-TMMGR " FOR APPROVAL"
                   AT 0701
           ELSE
               DISPLAY "ENTER AUTHORIZING SUPERVISOR :" AT 0701
               ACCEPT OTSUPV AT 0735
           END-IF
           DISPLAY "PAY OUT OR COMP-OFF (P/C) :" AT 0801.
           ACCEPT OTELECT AT 0829.
           IF OTELECT = "c"
           MOVE OTDATE(7:4) TO OTPERIOD(1:4).
           MOVE OTDATE(4:2) TO OTPERIOD(5:2).
           MOVE "N" TO OTPOSTED.
           IF W-TMMGR NOT = SPACES
               MOVE "P" TO OTPOSTED
           END-IF
           PERFORM ASSIGN-OT-ID-PARA.
           WRITE OTREC.
           MOVE "OTFILE" TO AL-FILE.
           MOVE OTSUPV  TO STUFF(17:10).
           MOVE OTHOURS TO STUFF(27:3).
           MOVE OTELECT TO STUFF(30:1).
           MOVE OTPOSTED TO STUFF(31:1).
           MOVE "OT" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
           MOVE STUFF(30:1)  TO OTELECT.
           MOVE OTDATE(7:4) TO OTPERIOD(1:4).
           MOVE OTDATE(4:2) TO OTPERIOD(5:2).
           MOVE STUFF(31:1)  TO OTPOSTED.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM OTENTRY.
