       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCHAIN.

      * APPENDS ONE LINE TO A CHAINED LOG - files/AUDIT.DAT OR
      * files/SECLOG.DAT, NAMED BY LK-LOG. EACH RECORD CARRIES THE
      * 80-CHARACTER LINE, THEN A SEQUENCE NUMBER (COLUMNS 81-89) AND
      * A CHECK VALUE CHAINED FROM THE RECORD BEFORE (COLUMNS 90-99).
      * THE LAST SEQUENCE NUMBER AND CHECK VALUE OF EACH LOG, AND THE
      * ARCHIVES LOGROT HAS MOVED IT INTO, ARE HELD ON
      * files/LOGCTL.DAT. CALLED THROUGH AUDLOG AND SECLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOGCTLFILE
               ASSIGN TO "files/LOGCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCLOG
               FILE STATUS IS FSLC.

           SELECT LOGFILE
               ASSIGN TO DYNAMIC W-LOGNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSLG.

       DATA DIVISION.
       FILE SECTION.

       FD LOGCTLFILE.
       01 LOGCTLREC.
           02 LCLOG     PIC X(8).
           02 LCSEQ     PIC 9(9).
           02 LCCHK     PIC 9(10).
           02 LCARCH    PIC 9(4).
           02 LCARCSEQ  PIC 9(9).
           02 LCROTDT   PIC X(8).

       FD LOGFILE.
       01 LOGREC.
           02 LR-DATA.
               03 LR-TEXT  PIC X(80).
               03 LR-SEQ   PIC 9(9).
           02 LR-CHK    PIC 9(10).

       WORKING-STORAGE SECTION.
       77 FSLC       PIC XX.
       77 FSLG       PIC XX.
       77 W-LOGNAME  PIC X(30).
       77 W-NEWCHK   PIC 9(10).

       LINKAGE SECTION.
       01 LK-LOG     PIC X(8).
       01 LK-LINE    PIC X(80).

       PROCEDURE DIVISION USING LK-LOG LK-LINE.
       MAIN-PARA.
           OPEN I-O LOGCTLFILE.
           IF FSLC = 30 OR FSLC = 35
               OPEN OUTPUT LOGCTLFILE
               CLOSE LOGCTLFILE
               OPEN I-O LOGCTLFILE
           END-IF
           IF FSLC NOT = "00"
               GOBACK
           END-IF
           MOVE LK-LOG TO LCLOG.
           READ LOGCTLFILE
               INVALID KEY
                   MOVE LK-LOG TO LCLOG
                   MOVE 0 TO LCSEQ
                   MOVE 0 TO LCCHK
                   MOVE 0 TO LCARCH
                   MOVE 0 TO LCARCSEQ
                   MOVE SPACES TO LCROTDT
                   WRITE LOGCTLREC
           END-READ

           MOVE SPACES TO W-LOGNAME.
           STRING "files/" DELIMITED BY SIZE
               LK-LOG DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO W-LOGNAME
           END-STRING.
           MOVE LK-LINE TO LR-TEXT.
           COMPUTE LR-SEQ = LCSEQ + 1.
           CALL "LOGHASH" USING LCCHK LR-DATA W-NEWCHK.
           MOVE W-NEWCHK TO LR-CHK.
      * THE CONTROL RECORD MOVES ON ONLY ONCE THE LINE IS WRITTEN.
           OPEN EXTEND LOGFILE.
           IF FSLG NOT = "00"
               OPEN OUTPUT LOGFILE
           END-IF
           IF FSLG NOT = "00"
               CLOSE LOGCTLFILE
               GOBACK
           END-IF
           WRITE LOGREC.
           CLOSE LOGFILE.
           MOVE LR-SEQ TO LCSEQ.
           MOVE LR-CHK TO LCCHK.
           REWRITE LOGCTLREC.
           CLOSE LOGCTLFILE.
           GOBACK.

       END PROGRAM LOGCHAIN.
