       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRPT.

      * RECRUITMENT ANALYSIS BY BRANCH FROM THE REQUISITION AND
      * APPLICANT FILES KEPT BY RECRUIT. TIME TO FILL IS COUNTED IN
      * DAYS FROM THE DAY A REQUISITION WAS RAISED TO THE DAY EACH
      * CANDIDATE HIRED AGAINST IT ACCEPTED THE OFFER. OFFER
      * ACCEPTANCE IS OFFERS ACCEPTED AS A PERCENTAGE OF OFFERS
      * DECIDED (ACCEPTED PLUS DECLINED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REQNFILE
               ASSIGN TO "files/REQN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQID
               FILE STATUS IS FSRQ.

           SELECT APPLFILE
               ASSIGN TO "files/APPLCNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APID
               ALTERNATE RECORD KEY IS APRQID WITH DUPLICATES
               FILE STATUS IS FSAP.

           SELECT RECRPTFILE
               ASSIGN TO "files/RECRPT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD REQNFILE.
       01 REQNREC.
           02 RQID      PIC X(6).
           02 RQBRID    PIC X(6).
           02 RQDESID   PIC X(6).
           02 RQDEPT    PIC X(6).
           02 RQGRADE   PIC 99.
           02 RQPOSTS   PIC 99.
           02 RQFILLED  PIC 99.
           02 RQSTAT    PIC X.
           02 RQRAISED  PIC X(8).
           02 RQCLOSED  PIC X(8).
           02 RQUSER    PIC X(10).

       FD APPLFILE.
       01 APPLREC.
           02 APID      PIC X(6).
           02 APRQID    PIC X(6).
           02 APNAME    PIC X(25).
           02 APADDR    PIC X(30).
           02 APPHONE   PIC X(10).
           02 APSOURCE  PIC X.
           02 APAPPLDT  PIC X(8).
           02 APSTAGES.
               03 APSTAGE OCCURS 4 TIMES.
                   04 APSTGDT  PIC X(8).
                   04 APSTGRES PIC X.
           02 APSTAT    PIC X.
           02 APOFFBAS  PIC 9(6)V99.
           02 APEMPTYPE PIC X.
           02 APCONTEND PIC X(10).
           02 APOFFDT   PIC X(8).
           02 APJOINDT  PIC X(10).
           02 APDECDT   PIC X(8).
           02 APEMPID   PIC X(6).

       FD RECRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRQ       PIC XX.
       77 FSAP       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-BRID     PIC X(6).
       77 W-IX       PIC 999.
       77 W-BTCOUNT  PIC 999 VALUE 0.
       77 W-FULL     PIC X VALUE "N".
       77 W-DAYS     PIC S9(6).
       77 W-AVG      PIC 9(6).
       77 W-PCT      PIC 999.
       77 W-DECIDED  PIC 9(5).
       77 W-DATENUM  PIC 9(8).
       77 W-INTFROM  PIC S9(9).
       77 W-INTTO    PIC S9(9).
       77 W-NOREQ    PIC 9(5) VALUE 0.

       01 BRANCH-TABLE.
           02 BT-ENTRY OCCURS 200 TIMES.
               03 BT-BRID     PIC X(6).
               03 BT-RAISED   PIC 9(5).
               03 BT-OPEN     PIC 9(5).
               03 BT-FILLED   PIC 9(5).
               03 BT-CANC     PIC 9(5).
               03 BT-HIRES    PIC 9(5).
               03 BT-DAYS     PIC 9(8).
               03 BT-MAXDAYS  PIC 9(6).
               03 BT-OFFERS   PIC 9(5).
               03 BT-ACCEPT   PIC 9(5).
               03 BT-DECLINE  PIC 9(5).
               03 BT-PENDING  PIC 9(5).

       01 TOTALS.
           02 T-RAISED   PIC 9(5) VALUE 0.
           02 T-OPEN     PIC 9(5) VALUE 0.
           02 T-FILLED   PIC 9(5) VALUE 0.
           02 T-CANC     PIC 9(5) VALUE 0.
           02 T-HIRES    PIC 9(5) VALUE 0.
           02 T-DAYS     PIC 9(8) VALUE 0.
           02 T-MAXDAYS  PIC 9(6) VALUE 0.
           02 T-OFFERS   PIC 9(5) VALUE 0.
           02 T-ACCEPT   PIC 9(5) VALUE 0.
           02 T-DECLINE  PIC 9(5) VALUE 0.
           02 T-PENDING  PIC 9(5) VALUE 0.

       01 HEAD-LINE-1.
           02 FILLER PIC X(6)  VALUE SPACES.
           02 FILLER PIC X(24) VALUE "  ---- REQUISITIONS ----".
           02 FILLER PIC X(22) VALUE " --- TIME TO FILL ----".
           02 FILLER PIC X(28) VALUE " --------- OFFERS ----------".

       01 HEAD-LINE-2.
           02 FILLER PIC X(6)  VALUE "BRANCH".
           02 FILLER PIC X(24) VALUE " RAISD  OPEN FILLD  CANC".
           02 FILLER PIC X(22) VALUE " HIRES AVGDAYS MAXDAYS".
           02 FILLER PIC X(28) VALUE " OFFRS ACCPT DECLN PEND ACC%".

       01 DETAIL-LINE.
           02 DL-BRID    PIC X(6).
           02 DL-RAISED  PIC ZZZZZ9.
           02 DL-OPEN    PIC ZZZZZ9.
           02 DL-FILLED  PIC ZZZZZ9.
           02 DL-CANC    PIC ZZZZZ9.
           02 DL-HIRES   PIC ZZZZZ9.
           02 DL-AVG     PIC ZZZZZZZ9.
           02 DL-MAX     PIC ZZZZZZZ9.
           02 DL-OFFERS  PIC ZZZZZ9.
           02 DL-ACCEPT  PIC ZZZZZ9.
           02 DL-DECLINE PIC ZZZZZ9.
           02 DL-PENDING PIC ZZZZ9.
           02 DL-PCT     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT REQNFILE.
           IF FSRQ NOT = "00"
               DISPLAY "NO REQUISITIONS ON FILE, STATUS " FSRQ
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECRPTFILE.

           PERFORM UNTIL FSRQ NOT = "00"
               READ REQNFILE NEXT RECORD AT END EXIT PERFORM END-READ
               MOVE RQBRID TO W-BRID
               PERFORM FIND-BRANCH-PARA
               IF W-IX > 0
                   ADD 1 TO BT-RAISED (W-IX)
                   EVALUATE RQSTAT
                       WHEN "O" ADD 1 TO BT-OPEN (W-IX)
                       WHEN "F" ADD 1 TO BT-FILLED (W-IX)
                       WHEN OTHER ADD 1 TO BT-CANC (W-IX)
                   END-EVALUATE
               END-IF
           END-PERFORM

           OPEN INPUT APPLFILE.
           IF FSAP = "00"
               PERFORM UNTIL FSAP NOT = "00"
                   READ APPLFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF APSTAT = "O" OR APSTAT = "J" OR APSTAT = "D"
                       PERFORM COUNT-OFFER-PARA THRU COUNT-OFFER-EXIT
                   END-IF
               END-PERFORM
               CLOSE APPLFILE
           END-IF

           MOVE "RECRUITMENT ANALYSIS - TIME TO FILL AND OFFER "
               TO RPTLINE.
           MOVE "ACCEPTANCE BY BRANCH" TO RPTLINE (47:20).
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE HEAD-LINE-1 TO RPTLINE.
           WRITE RPTLINE.
           MOVE HEAD-LINE-2 TO RPTLINE.
           WRITE RPTLINE.

           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-BTCOUNT
               PERFORM PRINT-BRANCH-PARA
           END-PERFORM

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "TOTAL" TO DL-BRID.
           MOVE T-RAISED TO DL-RAISED.
           MOVE T-OPEN TO DL-OPEN.
           MOVE T-FILLED TO DL-FILLED.
           MOVE T-CANC TO DL-CANC.
           MOVE T-HIRES TO DL-HIRES.
           MOVE 0 TO W-AVG.
           IF T-HIRES > 0
               COMPUTE W-AVG ROUNDED = T-DAYS / T-HIRES
           END-IF
           MOVE W-AVG TO DL-AVG.
           MOVE T-MAXDAYS TO DL-MAX.
           MOVE T-OFFERS TO DL-OFFERS.
           MOVE T-ACCEPT TO DL-ACCEPT.
           MOVE T-DECLINE TO DL-DECLINE.
           MOVE T-PENDING TO DL-PENDING.
           COMPUTE W-DECIDED = T-ACCEPT + T-DECLINE.
           MOVE 0 TO W-PCT.
           IF W-DECIDED > 0
               COMPUTE W-PCT ROUNDED = T-ACCEPT * 100 / W-DECIDED
           END-IF
           MOVE W-PCT TO DL-PCT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           IF W-FULL = "Y"
               MOVE "BRANCH TABLE FULL - LATER BRANCHES NOT REPORTED"
                   TO RPTLINE
               WRITE RPTLINE
           END-IF
           IF W-NOREQ > 0
               MOVE SPACES TO RPTLINE
               MOVE W-NOREQ TO DL-RAISED
               MOVE "OFFERS AGAINST A MISSING REQUISITION :"
                   TO RPTLINE
               MOVE DL-RAISED TO RPTLINE (40:6)
               WRITE RPTLINE
           END-IF

           CLOSE REQNFILE.
           CLOSE RECRPTFILE.
           DISPLAY "RECRUITMENT REPORT WRITTEN TO files/RECRPT.LST - "
               W-BTCOUNT " BRANCHES".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * RETURNS IN W-IX THE TABLE ENTRY FOR BRANCH W-BRID, ADDING IT
      * IF NEW. W-IX IS ZERO IF THE TABLE IS FULL.
       FIND-BRANCH-PARA.
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-BTCOUNT
               IF BT-BRID (W-IX) = W-BRID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF W-IX > W-BTCOUNT
               IF W-BTCOUNT < 200
                   ADD 1 TO W-BTCOUNT
                   MOVE W-BTCOUNT TO W-IX
                   MOVE W-BRID TO BT-BRID (W-IX)
                   MOVE 0 TO BT-RAISED (W-IX) BT-OPEN (W-IX)
                       BT-FILLED (W-IX) BT-CANC (W-IX)
                       BT-HIRES (W-IX) BT-DAYS (W-IX)
                       BT-MAXDAYS (W-IX) BT-OFFERS (W-IX)
                       BT-ACCEPT (W-IX) BT-DECLINE (W-IX)
                       BT-PENDING (W-IX)
               ELSE
                   MOVE "Y" TO W-FULL
                   MOVE 0 TO W-IX
               END-IF
           END-IF.

       COUNT-OFFER-PARA.
           MOVE APRQID TO RQID.
           READ REQNFILE
               INVALID KEY
                   ADD 1 TO W-NOREQ
                   GO TO COUNT-OFFER-EXIT
           END-READ.
           MOVE RQBRID TO W-BRID.
           PERFORM FIND-BRANCH-PARA.
           IF W-IX = 0
               GO TO COUNT-OFFER-EXIT
           END-IF
           ADD 1 TO BT-OFFERS (W-IX).
           EVALUATE APSTAT
               WHEN "O" ADD 1 TO BT-PENDING (W-IX)
               WHEN "D" ADD 1 TO BT-DECLINE (W-IX)
               WHEN "J"
                   ADD 1 TO BT-ACCEPT (W-IX)
                   PERFORM TIME-TO-FILL-PARA THRU TIME-TO-FILL-EXIT
           END-EVALUATE.
       COUNT-OFFER-EXIT.
           EXIT.

       TIME-TO-FILL-PARA.
           ADD 1 TO BT-HIRES (W-IX).
           IF RQRAISED NOT NUMERIC OR APDECDT NOT NUMERIC
               GO TO TIME-TO-FILL-EXIT
           END-IF
           MOVE RQRAISED TO W-DATENUM.
           COMPUTE W-INTFROM = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           MOVE APDECDT TO W-DATENUM.
           COMPUTE W-INTTO = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           COMPUTE W-DAYS = W-INTTO - W-INTFROM.
           IF W-DAYS < 0
               MOVE 0 TO W-DAYS
           END-IF
           ADD W-DAYS TO BT-DAYS (W-IX).
           IF W-DAYS > BT-MAXDAYS (W-IX)
               MOVE W-DAYS TO BT-MAXDAYS (W-IX)
           END-IF.
       TIME-TO-FILL-EXIT.
           EXIT.

       PRINT-BRANCH-PARA.
           MOVE BT-BRID (W-IX) TO DL-BRID.
           MOVE BT-RAISED (W-IX) TO DL-RAISED.
           MOVE BT-OPEN (W-IX) TO DL-OPEN.
           MOVE BT-FILLED (W-IX) TO DL-FILLED.
           MOVE BT-CANC (W-IX) TO DL-CANC.
           MOVE BT-HIRES (W-IX) TO DL-HIRES.
           MOVE 0 TO W-AVG.
           IF BT-HIRES (W-IX) > 0
               COMPUTE W-AVG ROUNDED =
                   BT-DAYS (W-IX) / BT-HIRES (W-IX)
           END-IF
           MOVE W-AVG TO DL-AVG.
           MOVE BT-MAXDAYS (W-IX) TO DL-MAX.
           MOVE BT-OFFERS (W-IX) TO DL-OFFERS.
           MOVE BT-ACCEPT (W-IX) TO DL-ACCEPT.
           MOVE BT-DECLINE (W-IX) TO DL-DECLINE.
           MOVE BT-PENDING (W-IX) TO DL-PENDING.
           COMPUTE W-DECIDED = BT-ACCEPT (W-IX) + BT-DECLINE (W-IX).
           MOVE 0 TO W-PCT.
           IF W-DECIDED > 0
               COMPUTE W-PCT ROUNDED =
                   BT-ACCEPT (W-IX) * 100 / W-DECIDED
           END-IF
           MOVE W-PCT TO DL-PCT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD BT-RAISED (W-IX) TO T-RAISED.
           ADD BT-OPEN (W-IX) TO T-OPEN.
           ADD BT-FILLED (W-IX) TO T-FILLED.
           ADD BT-CANC (W-IX) TO T-CANC.
           ADD BT-HIRES (W-IX) TO T-HIRES.
           ADD BT-DAYS (W-IX) TO T-DAYS.
           IF BT-MAXDAYS (W-IX) > T-MAXDAYS
               MOVE BT-MAXDAYS (W-IX) TO T-MAXDAYS
           END-IF
           ADD BT-OFFERS (W-IX) TO T-OFFERS.
           ADD BT-ACCEPT (W-IX) TO T-ACCEPT.
           ADD BT-DECLINE (W-IX) TO T-DECLINE.
           ADD BT-PENDING (W-IX) TO T-PENDING.

       END PROGRAM RECRPT.
