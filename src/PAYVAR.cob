               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSPV.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT VARFILE
               ASSIGN TO "files/PAYVAR.LST"
           02 PV-DEDUCT PIC 9(8)V99.
           02 PV-NET    PIC 9(8)V99.

       FD PAYRESFILE.
       01 PAYRESREC.
           02 RSKEY.
               03 RSEMPID  PIC X(6).
               03 RSPERIOD PIC X(6).
               03 RSRUN    PIC X(2).
           02 RSNAME    PIC X(25).
           02 RSBRNID   PIC X(6).
           02 RSDEPCODE PIC X(6).
           02 RSDESID   PIC X(6).
           02 RSGRDNO   PIC 99.
           02 RSEMPTYPE PIC X.
           02 RSPFESI   PIC X.
           02 RSMONDAYS PIC 99.
           02 RSDAYSPD  PIC 99.
           02 RSPAYDATA PIC X(296).
           02 RSGROSS   PIC 9(8)V99.
           02 RSDEDUCT  PIC 9(8)V99.
           02 RSNET     PIC S9(8)V99.
           02 RSDEFER   PIC 9(8)V99.
           02 RSCLASSES.
               03 RSCLS OCCURS 10 TIMES.
                   04 RSCCLASS PIC X.
                   04 RSCCARRY PIC 9(8)V99.
                   04 RSCDUE   PIC 9(8)V99.
                   04 RSCTAKEN PIC 9(8)V99.
                   04 RSCDEFER PIC 9(8)V99.
           02 RSRUNDATE PIC X(8).
           02 RSCOMPS.
               03 RSCM OCCURS 15 TIMES.
                   04 RSCMCODE PIC X(8).
                   04 RSCMTYPE PIC X.
                   04 RSCMTAX  PIC X.
                   04 RSCMPFW  PIC X.
                   04 RSCMAMT  PIC 9(8)V99.
           02 FILLER    PIC X(85).

       FD VARFILE.
       01 VARLINE PIC X(80).
       77 T-CHECKED  PIC 9(5) VALUE 0.
       77 T-NEW      PIC 9(5) VALUE 0.
       77 T-GONE     PIC 9(5) VALUE 0.
       77 FSRS       PIC XX.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 T-SUPP     PIC 9(5) VALUE 0.

       01 SUPP-LINE.
           02 SL-EMPID   PIC X(8).
           02 SL-RUN     PIC X(5).
           02 FILLER     PIC X(2) VALUE SPACES.
           02 SL-DEDUCT  PIC ZZZ,ZZZ.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 SL-NET     PIC -ZZ,ZZZ.99.

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(8).
           END-IF.

      * THE SNAPSHOT COMPARISON ABOVE COVERS ONLY THE MAIN RUN, SO
      * SUPPLEMENTARY RUNS IN THE PAY RESULTS FOR THE PERIOD ARE
      * LISTED HERE FOR THE VARIANCE REVIEW.
       SUPP-SECTION-PARA.
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               MOVE "NO PAY RESULTS - SUPPLEMENTARY RUNS NOT CHECKED"
                   TO VARLINE
               WRITE VARLINE
               GO TO SUPP-SECTION-EXIT
           END-IF
           MOVE SPACES TO VARLINE.
           WRITE VARLINE.
           MOVE SPACES TO VARLINE.
           MOVE "EMPID   RUN       GROSS      DEDUCT         NET"
               TO VARLINE.
           WRITE VARLINE.
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   IF RSRUN NOT = "00"
                       PERFORM WRITE-SUPP-PARA
                   END-IF
               END-IF
           END-PERFORM
           IF T-SUPP = 0
                   TO VARLINE
               WRITE VARLINE
           END-IF
           CLOSE PAYRESFILE.
       SUPP-SECTION-EXIT.
           EXIT.

       WRITE-SUPP-PARA.
           ADD 1 TO T-SUPP.
           MOVE RSEMPID TO SL-EMPID.
           MOVE RSRUN TO SL-RUN.
           MOVE RSGROSS TO SL-GROSS.
           MOVE RSDEDUCT TO SL-DEDUCT.
           MOVE RSNET TO SL-NET.
           MOVE SUPP-LINE TO VARLINE.
           WRITE VARLINE.

       READ-CUR-PARA.
           READ PAYCURFILE
               AT END MOVE "10" TO FSPC
