               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSPV.

           SELECT SNAPWORKFILE
               ASSIGN TO "files/PAYSNAP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSSW.

           SELECT DEFERFILE
               ASSIGN TO "files/DEFERDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFKEY
               FILE STATUS IS FSDF.

           SELECT DEDEXCFILE
               ASSIGN TO "files/DEDEXC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSDX.

           SELECT EMPCOMPFILE
               ASSIGN TO "files/EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECKEY
               ALTERNATE RECORD KEY IS ECCODE WITH DUPLICATES
               FILE STATUS IS FSEC.

           SELECT ATTACHFILE
               ASSIGN TO "files/ATTACH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOORDNO
               ALTERNATE RECORD KEY IS AOEMPID WITH DUPLICATES
               FILE STATUS IS FSAO.

           SELECT ATTRECFILE
               ASSIGN TO "files/ATTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARKEY
               ALTERNATE RECORD KEY IS ARPERIOD WITH DUPLICATES
               FILE STATUS IS FSAR.

           SELECT VENDDEDFILE
               ASSIGN TO "files/VENDDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDKEY
               ALTERNATE RECORD KEY IS VDEPKEY WITH DUPLICATES
               FILE STATUS IS FSVD.

           SELECT DEDCFGFILE
               ASSIGN TO "files/DEDCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSDC.

           SELECT NPSMASTFILE
               ASSIGN TO "files/NPSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPEMPID
               FILE STATUS IS FSNP.

           SELECT NPSCFGFILE
               ASSIGN TO "files/NPSCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSNC.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT QUARTERFILE
               ASSIGN TO "files/QUARTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTKEY
               FILE STATUS IS FSQT.

           SELECT QTRALLOTFILE
               ASSIGN TO "files/QTRALLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAID
               ALTERNATE RECORD KEY IS QAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS QAQKEY WITH DUPLICATES
               FILE STATUS IS FSQA.

           SELECT EMPDOCFILE
               ASSIGN TO "files/EMPDOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCID
               ALTERNATE RECORD KEY IS DCEMPID WITH DUPLICATES
               FILE STATUS IS FSDO.

           SELECT PAYHOLDFILE
               ASSIGN TO "files/PAYHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HDEMPID
               FILE STATUS IS FSHD.

           SELECT TOURADVFILE
               ASSIGN TO "files/TOURADV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAID
               ALTERNATE RECORD KEY IS TAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TABRID WITH DUPLICATES
               FILE STATUS IS FSTA.

           SELECT TOURCFGFILE
               ASSIGN TO "files/TOURCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTG.

       DATA DIVISION.
       FILE SECTION.

           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD PTSLABFILE.
       01 PTSLABREC.
       FD PAYPREVFILE.
       01 PAYPREVREC PIC X(36).

       FD SNAPWORKFILE.
       01 SNAPWORKREC PIC X(36).

       FD DEFERFILE.
       01 DEFERREC.
           02 DFKEY.
               03 DFEMPID  PIC X(6).
               03 DFPERIOD PIC X(6).
               03 DFCLASS  PIC X.
           02 DFAMT    PIC 9(8)V99.
           02 DFFROM   PIC X(6).
           02 DFDATE   PIC X(8).

       FD DEDEXCFILE.
       01 DEDEXCLINE PIC X(80).

       FD EMPCOMPFILE.
       01 EMPCOMPREC.
           02 ECKEY.
               03 ECEMPID PIC X(6).
               03 ECCODE  PIC X(8).
           02 ECAMT     PIC 9(6)V99.

       FD ATTACHFILE.
       01 ATTACHREC.
           02 AOORDNO   PIC X(9).
           02 AOAUTH    PIC X(25).
           02 AOEMPID   PIC X(6).
           02 AOTOTAL   PIC 9(8)V99.
           02 AOPERAMT  PIC 9(6)V99.
           02 AOPERPCT  PIC 99V99.
           02 AOSTART   PIC X(10).
           02 AOPRIO    PIC 99.
           02 AORECOV   PIC 9(8)V99.
           02 AOSTATUS  PIC X.
           02 AOCLRSN   PIC X.
           02 AOCLPER   PIC X(6).

       FD ATTRECFILE.
       01 ATTRECREC.
           02 ARKEY.
               03 ARORDNO  PIC X(9).
               03 ARPERIOD PIC X(6).
           02 AREMPID   PIC X(6).
           02 ARAUTH    PIC X(25).
           02 ARAMT     PIC 9(8)V99.
           02 ARDATE    PIC X(8).

       FD VENDDEDFILE.
       01 VENDDEDREC.
           02 VDKEY.
               03 VDVEND   PIC X(6).
               03 VDPERIOD PIC X(6).
               03 VDSEQ    PIC 9(5).
           02 VDEPKEY.
               03 VDEMPID  PIC X(6).
               03 VDEPER   PIC X(6).
           02 VDREF     PIC X(12).
           02 VDAMT     PIC 9(6)V99.
           02 VDTAKEN   PIC 9(6)V99.
           02 VDSTATUS  PIC X.
           02 VDREASON  PIC X(30).
           02 VDDATE    PIC X(8).

       FD DEDCFGFILE.
       01 DEDCFGREC.
           02 DCORDER   PIC X(10).
           02 DCFLRPCT  PIC 99V99.
           02 DCFLRAMT  PIC 9(6)V99.
           02 DCUSER    PIC X(10).
           02 DCDATE    PIC X(8).
           02 DCATTPCT  PIC 99V99.

       FD NPSMASTFILE.
       01 NPSMASTREC.
           02 NPEMPID   PIC X(6).
           02 NPPRAN    PIC X(12).
           02 NPEERATE  PIC 99V99.
           02 NPSTAT    PIC X.
           02 NPFROM    PIC X(6).
           02 NPUSER    PIC X(10).
           02 NPDATE    PIC X(8).

       FD NPSCFGFILE.
       01 NPSCFGREC.
           02 NCCHONO   PIC X(10).
           02 NCCBONO   PIC X(10).
           02 NCERPCT   PIC 99V99.
           02 NCUSER    PIC X(10).
           02 NCDATE    PIC X(8).

      * PAYROLL RESULTS - ONE RECORD PER EMPLOYEE, PERIOD AND RUN AS
      * ACTUALLY PAID. RSPAYDATA IS THE PAYMENT RECORD LAYOUT WITH
      * EVERY EARNING AND DEDUCTION AT THE AMOUNT PAID OR RECOVERED.
      * RUN 00 IS THE REGULAR RUN, 01-99 SUPPLEMENTARY RUNS.
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
           02 RSNPSEE   PIC 9(8)V99.
           02 RSNPSER   PIC 9(8)V99.
           02 RSPRAN    PIC X(12).
           02 FILLER    PIC X(53).

       FD QUARTERFILE.
       01 QUARTERREC.
           02 QTKEY.
               03 QTBRID   PIC X(6).
               03 QTNO     PIC X(6).
           02 QTTYPE    PIC X(6).
           02 QTGRDLO   PIC 99.
           02 QTGRDHI   PIC 99.
           02 QTFEE     PIC 9(5)V99.
           02 QTSTAT    PIC X.
           02 QTOCCEMP  PIC X(6).
           02 QTUSER    PIC X(10).
           02 QTDATE    PIC X(8).

       FD QTRALLOTFILE.
       01 QTRALLOTREC.
           02 QAID      PIC X(6).
           02 QAEMPID   PIC X(6).
           02 QAQKEY.
               03 QAQBRID  PIC X(6).
               03 QAQNO    PIC X(6).
           02 QAOCCDT   PIC X(10).
           02 QAVACDT   PIC X(10).
           02 QASTAT    PIC X.
           02 QAUSER    PIC X(10).
           02 QADATE    PIC X(8).

       FD EMPDOCFILE.
       01 EMPDOCREC.
           02 DCID      PIC X(6).
           02 DCEMPID   PIC X(6).
           02 DCTYPE    PIC X(2).
           02 DCNUMBER  PIC X(20).
           02 DCAUTH    PIC X(25).
           02 DCISSDT   PIC X(10).
           02 DCEXPDT   PIC X(10).
           02 DCMAND    PIC X.
           02 DCVSTAT   PIC X.
           02 DCVERBY   PIC X(10).
           02 DCVERDT   PIC X(8).
           02 DCUSER    PIC X(10).
           02 DCDATE    PIC X(8).

       FD PAYHOLDFILE.
       01 PAYHOLDREC.
           02 HDEMPID  PIC X(6).
           02 HDREASON PIC X(20).
           02 HDDATE   PIC X(10).
           02 HDAMT    PIC 9(8)V99.

       FD TOURADVFILE.
       01 TOURADVREC.
           02 TAID     PIC X(6).
           02 TAEMPID  PIC X(6).
           02 TABRID   PIC X(6).
           02 TADEST   PIC X(20).
           02 TAFROM   PIC X(10).
           02 TATO     PIC X(10).
           02 TAPURP   PIC X(30).
           02 TAEST    PIC 9(6)V99.
           02 TAADV    PIC 9(6)V99.
           02 TAVIA    PIC X.
           02 TASTAT   PIC X.
           02 TAAPPRID PIC X(10).
           02 TAPAIDDT PIC X(10).
           02 TAPAYREF PIC X(20).
           02 TASETAMT PIC 9(6)V99.
           02 TABAL    PIC 9(6)V99.
           02 TARCAMT  PIC 9(6)V99.
           02 TARCPER  PIC X(6).
           02 TAUSER   PIC X(10).
           02 TADATE   PIC X(8).

       FD TOURCFGFILE.
       01 TOURCFGREC.
           02 TGDAYS   PIC 999.
           02 TGUSER   PIC X(10).
           02 TGDATE   PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSP       PIC XX.
       77 FSE       PIC XX.
       77 W-PERIOD  PIC X(6).
       77 W-PEROK   PIC X.

       77 W-MONDAYS  PIC 99.
       77 W-DAYSPAID PIC 99.
       77 FSRS       PIC XX.
       77 W-RUN      PIC X(2).
       77 W-RSFOUND  PIC X.
       77 W-PTCHG    PIC X.
       77 W-AIDX     PIC 99.
       77 FSDF       PIC XX.
       77 FSDX       PIC XX.
       77 W-DFOPEN   PIC X.
       77 FSEC       PIC XX.
       77 W-ECOPEN   PIC X.
       77 W-CIDX     PIC 99.
       77 W-NEXTPER  PIC X(6).
       77 W-NEXTYR   PIC 9(4).
       77 W-NEXTMON  PIC 99.
       77 W-CUT      PIC X.
       77 W-DIDX     PIC 99.
       77 FSAO       PIC XX.
       77 FSAR       PIC XX.
       77 FSDC       PIC XX.
       77 W-AOOPEN   PIC X.
       77 FSVD       PIC XX.
       77 W-VDOPEN   PIC X.
       77 W-VDDUE    PIC 9(8)V99.
       77 W-VDLEFT   PIC 9(8)V99.
       77 W-ATPCT    PIC 99V99.
       77 W-ATNET    PIC 9(8)V99.
       77 W-ATROOM   PIC 9(8)V99.
       77 W-ATDUE    PIC 9(8)V99.
       77 W-ATTAKEN  PIC 9(8)V99.
       77 W-ATPRIOR  PIC 9(8)V99.
       77 W-ATAMT    PIC 9(8)V99.
       77 W-ATBAL    PIC S9(9)V99.
       77 W-STPER    PIC X(6).
       77 W-OIDX     PIC 99.
       77 W-OUSED    PIC 99.
       77 W-BEST     PIC 99.
       77 W-SEQ      PIC 99.
       77 T-CUTCNT   PIC 9(6) VALUE 0.
       77 FSNP       PIC XX.
       77 FSNC       PIC XX.
       77 W-NPOPEN   PIC X.
       77 W-NPERPCT  PIC 99V99.
       77 W-NPBASE   PIC 9(8)V99.
       77 W-NPDUE    PIC 9(8)V99.
       77 FSQT       PIC XX.
       77 FSQA       PIC XX.
       77 W-QAOPEN   PIC X.
       77 W-PERBEG   PIC S9(9).
       77 W-PEREND   PIC S9(9).
       77 W-HSFROM   PIC S9(9).
       77 W-HSTO     PIC S9(9).
       77 W-SVBEG    PIC S9(9).
       77 W-SVEND    PIC S9(9).
       77 W-HSDAYS   PIC 999.
       77 W-HSFEE    PIC 9(6)V99.
       77 W-DATENUM  PIC 9(8).
       77 T-HOUSED   PIC 9(6) VALUE 0.
       77 FSDO       PIC XX.
       77 FSHD       PIC XX.
       77 W-WAOPEN   PIC X.
       77 W-WAEXP    PIC X.
       77 W-WAUSED   PIC 9.
       77 W-WIDX     PIC 9.
       77 W-DOCEXP   PIC X(8).
       77 W-TODAY    PIC X(8).
       77 T-WAHELD   PIC 9(6) VALUE 0.
       77 FSTA       PIC XX.
       77 FSTG       PIC XX.
       77 W-TAOPEN   PIC X.
       77 W-TGDAYS   PIC 999.
       77 W-TAEND    PIC S9(9).
       77 W-TARECOV  PIC 9(6)V99.
       77 T-TOURREC  PIC 9(6) VALUE 0.

      * THE LATEST EXPIRY HELD FOR EACH TYPE OF MANDATORY WORK
      * AUTHORISATION THE EMPLOYEE HAS - A RENEWAL OUTRUNS THE OLD ONE.
       01 WA-TABLE.
           02 WA-ENTRY OCCURS 5 TIMES.
               03 WA-TYPE   PIC X(2).
               03 WA-LATEST PIC X(8).

       77 T-GROSS    PIC 9(10)V99 VALUE 0.
       77 T-DEDUCT   PIC 9(10)V99 VALUE 0.
       77 W-CTAMT2   PIC 9(12)V99.
       77 W-CTAMT3   PIC 9(12)V99.
       77 WAITFOR    PIC X.
       77 FSSW       PIC XX.
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4) VALUE SPACES.
       77 W-COREPLY  PIC X.
       77 W-RCPROG   PIC X(8) VALUE "PAYREADY".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 W-RSCO     PIC X(4).
       77 W-INCO     PIC X.
       77 W-CURKEY   PIC X(6).
       77 W-PRVKEY   PIC X(6).

      * AMOUNTS DUE BY DEDUCTION CLASS OVER AND ABOVE THE PAYMENT
      * RECORD - HERE WHAT AN EARLIER RUN CARRIED INTO THIS PERIOD.
       01 ADD-TABLE.
           02 ADD-ENTRY OCCURS 10 TIMES.
               03 AT-CLASS  PIC X.
               03 AT-CURR   PIC 9(8)V99.
               03 AT-CARRY  PIC 9(8)V99.

      * THE EMPLOYEE'S ENTRIES ON THE PAY COMPONENT FILE.
       01 COMP-TABLE.
           02 COMP-ENTRY OCCURS 15 TIMES.
               03 CI-CODE   PIC X(8).
               03 CI-AMT    PIC 9(6)V99.

      * THE EMPLOYEE'S ATTACHMENT ORDERS FOR THE PERIOD AND THE ORDER
      * THEY ARE RECOVERED IN.
       01 ORDER-TABLE.
           02 ORDER-ENTRY OCCURS 10 TIMES.
               03 OX-ORDNO  PIC X(9).
               03 OX-PRIO   PIC 99.
               03 OX-DUE    PIC 9(8)V99.
               03 OX-DONE   PIC X.
       01 ORDER-SEQ.
           02 OX-SEQ PIC 99 OCCURS 10 TIMES.

      * THE PAYMENT RECORD AS HANDED TO PAYCALC - THE MASTER LESS HRA
      * AND PLUS LICENCE FEE FOR DAYS IN COMPANY HOUSING.
       01 W-CALCPAY.
           02 FILLER     PIC X(24).
           02 W-CPHRA    PIC 9(6)V99.
           02 FILLER     PIC X(124).
           02 W-CPOTHERD PIC 9(6)V99.
           02 FILLER     PIC X(132).

      * THE PERIOD'S PRORATED EARNINGS AS PAYCALC RETURNS THEM.
       01 W-RSPAY.
           02 W-RSBASIC  PIC 9(6)V99.
           02 W-RSDA     PIC 9(6)V99.
           02 FILLER     PIC X(280).

       01 EXC-LINE.
           02 XL-EMPID   PIC X(8).
           02 XL-CLASS   PIC X(16).
           02 XL-CARRIED PIC ZZZ,ZZZ.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 XL-DUE     PIC ZZZ,ZZZ.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 XL-TAKEN   PIC ZZZ,ZZZ.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 XL-DEFER   PIC ZZZ,ZZZ.99.

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(8).
           02 DL-DAYS    PIC Z9.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 DL-GROSS   PIC ZZZ,ZZZ.99.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 DL-DEDUCT  PIC ZZZ,ZZZ.99.

       01 TOTAL-LINE.
           02 FILLER     PIC X(8) VALUE "TOTAL   ".
           02 FILLER     PIC X(3) VALUE SPACES.
           02 TL-GROSS   PIC Z,ZZZ,ZZZ.99.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 TL-DEDUCT  PIC Z,ZZZ,ZZZ.99.
           DISPLAY "RUN FROM CURRENT PAYMENT FILE OR A CLOSED PERIOD"
               " (C/P) :".
           ACCEPT W-MODE.
      * THE PERIOD IS NEEDED IN BOTH MODES - PAY IS PRORATED ON THE
      * CALENDAR DAYS OF THE MONTH BETWEEN EDOJ AND ESEPDT.
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE W-PERIOD(1:4) TO W-NEXTYR.
           MOVE W-PERIOD(5:2) TO W-NEXTMON.
           IF W-NEXTMON = 12
               ADD 1 TO W-NEXTYR
               MOVE 1 TO W-NEXTMON
           ELSE
               ADD 1 TO W-NEXTMON
           END-IF
           MOVE W-NEXTYR TO W-NEXTPER(1:4).
           MOVE W-NEXTMON TO W-NEXTPER(5:2).
           MOVE W-PERIOD TO W-DATENUM(1:6).
           MOVE "01" TO W-DATENUM(7:2).
           COMPUTE W-PERBEG = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           MOVE W-NEXTPER TO W-DATENUM(1:6).
           COMPUTE W-PEREND = FUNCTION INTEGER-OF-DATE (W-DATENUM) - 1.
      * A LIVE RUN MAY BE FOR ONE COMPANY; ONLY THE EMPLOYEES OF ITS
      * BRANCHES ARE PAID AND ONLY ITS RESULTS ARE REPLACED. A CLOSED
      * PERIOD IS ALWAYS REPRINTED FOR THE WHOLE GROUP.
           IF W-MODE NOT = "P" AND W-MODE NOT = "p"
               MOVE "P" TO W-COFUNC
               CALL "CMPYSEL" USING W-COFUNC W-COUSER W-COMPANY
                   W-COREPLY
               IF W-COREPLY NOT = "Y"
                   DISPLAY "RUN CANCELLED"
                   MOVE 9999 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      * A LIVE RUN WAITS ON THE READINESS CHECK FOR THE PERIOD - IT
      * MUST HAVE PASSED, OR ITS WARNINGS BEEN SIGNED OFF.
           IF W-MODE NOT = "P" AND W-MODE NOT = "p"
               MOVE W-PERIN TO W-RCPER
               MOVE "Q" TO W-RCFUNC
               MOVE SPACES TO W-RCKEY
               CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
                   W-RCREPLY
               IF W-RCREPLY NOT = "C" AND W-RCREPLY NOT = "S"
                   DISPLAY "PAYROLL READINESS CHECK FOR " W-PERIN
                       " HAS NOT PASSED OR BEEN SIGNED OFF"
                   DISPLAY "RUN CANCELLED"
                   MOVE 9999 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF W-MODE = "P" OR W-MODE = "p"
               OPEN INPUT EMPFILE
               IF FSE NOT = "00"
                   DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
                   MOVE 9999 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE "C" TO W-PTMODE
           END-IF
           OPEN I-O PAYRESFILE.
           IF FSRS = 30 OR FSRS = 35
               OPEN OUTPUT PAYRESFILE
               CLOSE PAYRESFILE
               OPEN I-O PAYRESFILE
           END-IF
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               IF W-PTMODE = "C"
                   CLOSE PAYMENTFILE
               END-IF
               CLOSE EMPFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BRANCHFILE.
           IF FSB = "00"
               MOVE "Y" TO W-BROPEN
           ELSE
               MOVE "N" TO W-PTOPEN
           END-IF
      * DEFERRED DEDUCTIONS ARE CARRIED INTO THE NEXT PERIOD ONLY BY
      * A LIVE RUN - A HISTORY REPRINT JUST READS WHAT WAS CARRIED IN.
           MOVE "N" TO W-DFOPEN.
           IF W-PTMODE = "C"
               OPEN I-O DEFERFILE
               IF FSDF = 30 OR FSDF = 35
                   OPEN OUTPUT DEFERFILE
                   CLOSE DEFERFILE
                   OPEN I-O DEFERFILE
               END-IF
           ELSE
               OPEN INPUT DEFERFILE
           END-IF
           IF FSDF = "00"
               MOVE "Y" TO W-DFOPEN
           END-IF
      * PAY COMPONENTS ARE TAKEN FROM THE COMPONENT FILE BY A LIVE
      * RUN; A PERIOD PAID BEFORE THEY WERE KEPT HAD NONE.
           MOVE "N" TO W-ECOPEN.
           IF W-PTMODE = "C"
               OPEN INPUT EMPCOMPFILE
               IF FSEC = "00"
                   MOVE "Y" TO W-ECOPEN
               END-IF
           END-IF
      * ATTACHMENT ORDERS ARE RECOVERED, AND THEIR BALANCES MOVED,
      * ONLY BY A LIVE RUN.
           MOVE "N" TO W-AOOPEN.
           IF W-PTMODE = "C"
               OPEN I-O ATTACHFILE
               IF FSAO = "00"
                   OPEN I-O ATTRECFILE
                   IF FSAR = 30 OR FSAR = 35
                       OPEN OUTPUT ATTRECFILE
                       CLOSE ATTRECFILE
                       OPEN I-O ATTRECFILE
                   END-IF
                   IF FSAR = "00"
                       MOVE "Y" TO W-AOOPEN
                       PERFORM LOAD-ATTPCT-PARA
                   ELSE
                       CLOSE ATTACHFILE
                   END-IF
               END-IF
           END-IF
      * THIRD-PARTY VENDOR ITEMS ARE MARKED DEDUCTED ONLY BY A LIVE
      * RUN.
           MOVE "N" TO W-VDOPEN.
           IF W-PTMODE = "C"
               OPEN I-O VENDDEDFILE
               IF FSVD = "00"
                   MOVE "Y" TO W-VDOPEN
               END-IF
           END-IF
      * NPS CONTRIBUTIONS ARE WORKED OUT WHENEVER PAY IS, SO A PERIOD
      * REBUILT FROM HISTORY CARRIES THEM AS THE LIVE RUN DID.
           MOVE "N" TO W-NPOPEN.
           OPEN INPUT NPSMASTFILE.
           IF FSNP = "00"
               MOVE "Y" TO W-NPOPEN
               PERFORM LOAD-NPSCFG-PARA
           END-IF
      * COMPANY HOUSING STOPS HRA AND RECOVERS THE LICENCE FEE FOR THE
      * DAYS A QUARTER WAS OCCUPIED IN THE PERIOD.
           MOVE "N" TO W-QAOPEN.
           OPEN INPUT QTRALLOTFILE.
           IF FSQA = "00"
               OPEN INPUT QUARTERFILE
               IF FSQT = "00"
                   MOVE "Y" TO W-QAOPEN
               ELSE
                   CLOSE QTRALLOTFILE
               END-IF
           END-IF
      * A TOUR ADVANCE STILL UNSETTLED THE SET NUMBER OF DAYS AFTER
      * THE TRIP ENDED IS RECOVERED IN FULL; A LIVE RUN MARKS IT SO.
           MOVE "N" TO W-TAOPEN.
           IF W-PTMODE = "C"
               OPEN I-O TOURADVFILE
           ELSE
               OPEN INPUT TOURADVFILE
           END-IF
           IF FSTA = "00"
               MOVE "Y" TO W-TAOPEN
               PERFORM LOAD-TOURCFG-PARA
           END-IF
      * AN EMPLOYEE WHOSE MANDATORY WORK AUTHORISATION HAS RUN OUT IS
      * PUT ON PAY HOLD BY A LIVE RUN, TO BE RELEASED ONCE RENEWED.
           MOVE "N" TO W-WAOPEN.
           IF W-PTMODE = "C"
               OPEN INPUT EMPDOCFILE
               IF FSDO = "00"
                   OPEN I-O PAYHOLDFILE
                   IF FSHD = 30 OR FSHD = 35
                       OPEN OUTPUT PAYHOLDFILE
                       CLOSE PAYHOLDFILE
                       OPEN I-O PAYHOLDFILE
                   END-IF
                   IF FSHD = "00"
                       MOVE "Y" TO W-WAOPEN
                       MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY
                   ELSE
                       CLOSE EMPDOCFILE
                   END-IF
               END-IF
           END-IF
           OPEN OUTPUT DEDEXCFILE.
           STRING "DEDUCTIONS CUT BACK OR DEFERRED - PERIOD " W-PERIN
               DELIMITED BY SIZE INTO DEDEXCLINE
           END-STRING.
           WRITE DEDEXCLINE.
           MOVE SPACES TO DEDEXCLINE.
           STRING "EMPID   CLASS            CARRIED IN    "
               "DUE NOW   RECOVERED    DEFERRED"
               DELIMITED BY SIZE INTO DEDEXCLINE
           END-STRING.
           WRITE DEDEXCLINE.
           OPEN OUTPUT REGISTERFILE.

           STRING "PAYROLL REGISTER FOR PERIOD " W-PERIN
               DELIMITED BY SIZE INTO REGISTERLINE
           END-STRING
           IF W-COMPANY NOT = SPACES
               MOVE "COMPANY" TO REGISTERLINE (40:7)
               MOVE W-COMPANY TO REGISTERLINE (48:4)
           END-IF
           WRITE REGISTERLINE.
           MOVE "EMPID   DAYS      GROSS     DEDUCTIONS        NET PAY"
               TO REGISTERLINE.
           WRITE REGISTERLINE.

           IF W-MODE = "P" OR W-MODE = "p"
               PERFORM REPRINT-RUN-PARA
               IF W-RSFOUND NOT = "Y"
                   PERFORM HISTORY-RUN-PARA THRU HISTORY-RUN-EXIT
               END-IF
               CLOSE EMPFILE
           ELSE
               PERFORM SET-FREEZE-PARA
               PERFORM CURRENT-RUN-PARA
           WRITE REGISTERLINE.

      * CONTROL TOTALS FEED THE CYCLE RECONCILIATION, SO A HISTORY
      * REPRINT MUST NOT REPLACE THE LIVE RUN'S FIGURES. THEY ARE KEPT
      * FOR THE WHOLE GROUP, SO A RUN FOR ONE COMPANY DOES NOT POST.
           IF W-PTMODE = "C" AND W-COMPANY = SPACES
               MOVE T-GROSS  TO W-CTAMT1
               MOVE T-DEDUCT TO W-CTAMT2
               MOVE T-NET    TO W-CTAMT3
           IF W-PTOPEN = "Y"
               CLOSE PTSLABFILE
           END-IF
           IF W-DFOPEN = "Y"
               CLOSE DEFERFILE
           END-IF
           IF W-ECOPEN = "Y"
               CLOSE EMPCOMPFILE
           END-IF
           IF W-AOOPEN = "Y"
               CLOSE ATTACHFILE
               CLOSE ATTRECFILE
           END-IF
           IF W-VDOPEN = "Y"
               CLOSE VENDDEDFILE
           END-IF
           IF W-NPOPEN = "Y"
               CLOSE NPSMASTFILE
           END-IF
           IF W-QAOPEN = "Y"
               CLOSE QTRALLOTFILE
               CLOSE QUARTERFILE
           END-IF
           IF W-WAOPEN = "Y"
               CLOSE EMPDOCFILE
               CLOSE PAYHOLDFILE
           END-IF
           IF W-TAOPEN = "Y"
               CLOSE TOURADVFILE
           END-IF
           CLOSE PAYRESFILE.
           CANCEL "BRCOMP".
           CANCEL "PAYCALC".
           CANCEL "NETPROT".
           MOVE SPACES TO DEDEXCLINE.
           STRING T-CUTCNT " EMPLOYEES WITH DEDUCTIONS CUT BACK"
               DELIMITED BY SIZE INTO DEDEXCLINE
           END-STRING.
           WRITE DEDEXCLINE.
           CLOSE DEDEXCFILE.
           CLOSE REGISTERFILE.
           DISPLAY "PAYROLL REGISTER WRITTEN TO files/PAYREG.LST - "
               T-COUNT " EMPLOYEES PROCESSED".
           IF T-CUTCNT > 0
               DISPLAY T-CUTCNT " EMPLOYEES HAD DEDUCTIONS CUT BACK "
                   "OR DEFERRED - SEE files/DEDEXC.LST"
           END-IF
           IF T-HOUSED > 0
               DISPLAY T-HOUSED " EMPLOYEES IN COMPANY HOUSING - HRA "
                   "STOPPED AND LICENCE FEE RECOVERED"
           END-IF
           IF T-WAHELD > 0
               DISPLAY T-WAHELD " EMPLOYEES PUT ON PAY HOLD - WORK "
                   "AUTHORISATION EXPIRED"
           END-IF
           IF T-TOURREC > 0
               DISPLAY T-TOURREC " EMPLOYEES WITH AN UNSETTLED TOUR "
                   "ADVANCE RECOVERED"
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.
           OPEN OUTPUT FREEZEFILE.
           IF FSFZ = "00"
               MOVE "Y" TO FZFLAG
               MOVE W-PERIN TO FZPERIOD
               MOVE "PAYROLL" TO FZUSER
               MOVE FUNCTION CURRENT-DATE (1:8) TO FZDATE
               WRITE FREEZEREC

       CURRENT-RUN-PARA.
           PERFORM SAVE-PRIOR-RUN-PARA THRU SAVE-PRIOR-RUN-EXIT.
           PERFORM CLEAR-RESULTS-PARA THRU CLEAR-RESULTS-EXIT.
           MOVE "00" TO W-RUN.
           OPEN OUTPUT PAYCURFILE.
           PERFORM UNTIL FSP = "10"
               READ PAYMENTFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSP = "00"
                   PERFORM CHECK-ACTIVE-PARA
                   PERFORM CHECK-COMPANY-PARA
               END-IF
               IF FSP = "00" AND W-INCO = "Y"
                   IF W-ACTIVE = "Y"
                       IF W-WAOPEN = "Y"
                           PERFORM CHECK-WORKAUTH-PARA
                               THRU CHECK-WORKAUTH-EXIT
                       END-IF
                       PERFORM SET-PFESI-PARA
                       PERFORM COMPUTE-PAY-PARA
                       PERFORM WRITE-RESULT-PARA
                       PERFORM WRITE-DETAIL-PARA
                       PERFORM WRITE-SNAP-PARA
                   ELSE
                       IF W-AOOPEN = "Y" AND FSE = "00"
                           AND ESTATUS = "S"
                           PERFORM CLOSE-SEP-ORDERS-PARA
                               THRU CLOSE-SEP-ORDERS-EXIT
                       END-IF
                       IF W-VDOPEN = "Y"
                           MOVE 0 TO W-VDLEFT
                           PERFORM SETTLE-VENDOR-PARA
                               THRU SETTLE-VENDOR-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYCURFILE.
           IF W-COMPANY NOT = SPACES
               PERFORM MERGE-SNAP-PARA THRU MERGE-SNAP-EXIT
           END-IF
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.

      * AN EMPLOYEE NOT ON FILE HAS NO BRANCH AND SO NO COMPANY.
       CHECK-COMPANY-PARA.
           MOVE "Y" TO W-INCO.
           IF W-COMPANY NOT = SPACES
               MOVE SPACES TO W-RSCO
               IF FSE = "00"
                   CALL "BRCOMP" USING EBRNID W-RSCO
               END-IF
               IF W-RSCO NOT = W-COMPANY
                   MOVE "N" TO W-INCO
               END-IF
           END-IF.

      * A RUN FOR ONE COMPANY LEAVES THE OTHER COMPANIES' LINES OF THE
      * CURRENT-RUN SNAPSHOT AS THEY WERE, SO THE VARIANCE REPORT STILL
      * COMPARES THE WHOLE GROUP. THE NEW LINES AND THE OTHER
      * COMPANIES' LINES FROM THE PRIOR SNAPSHOT ARE MERGED IN
      * EMPLOYEE ORDER THROUGH A WORK FILE.
       MERGE-SNAP-PARA.
           OPEN INPUT PAYPREVFILE.
           IF FSPV NOT = "00"
               GO TO MERGE-SNAP-EXIT
           END-IF
           OPEN INPUT PAYCURFILE.
           OPEN OUTPUT SNAPWORKFILE.
           PERFORM READ-CUR-SNAP-PARA.
           PERFORM READ-PRV-SNAP-PARA.
           PERFORM UNTIL W-CURKEY = HIGH-VALUES
               AND W-PRVKEY = HIGH-VALUES
               IF W-PRVKEY < W-CURKEY
                   MOVE W-PRVKEY TO EEMPID
                   READ EMPFILE KEY IS EEMPID
                       INVALID KEY
                           MOVE "99" TO FSE
                   END-READ
                   PERFORM CHECK-COMPANY-PARA
                   IF W-INCO NOT = "Y"
                       MOVE PAYPREVREC TO SNAPWORKREC
                       WRITE SNAPWORKREC
                   END-IF
                   PERFORM READ-PRV-SNAP-PARA
               ELSE
                   IF W-PRVKEY = W-CURKEY
                       PERFORM READ-PRV-SNAP-PARA
                   END-IF
                   MOVE PAYCURREC TO SNAPWORKREC
                   WRITE SNAPWORKREC
                   PERFORM READ-CUR-SNAP-PARA
               END-IF
           END-PERFORM
           CLOSE PAYPREVFILE.
           CLOSE PAYCURFILE.
           CLOSE SNAPWORKFILE.
           OPEN INPUT SNAPWORKFILE.
           OPEN OUTPUT PAYCURFILE.
           PERFORM UNTIL FSSW = "10"
               READ SNAPWORKFILE AT END EXIT PERFORM END-READ
               IF FSSW = "00"
                   MOVE SNAPWORKREC TO PAYCURREC
                   WRITE PAYCURREC
               END-IF
           END-PERFORM
           CLOSE SNAPWORKFILE.
           CLOSE PAYCURFILE.
       MERGE-SNAP-EXIT.
           EXIT.

       READ-CUR-SNAP-PARA.
           READ PAYCURFILE
               AT END
                   MOVE HIGH-VALUES TO W-CURKEY
               NOT AT END
                   MOVE PC-EMPID TO W-CURKEY
           END-READ.

       READ-PRV-SNAP-PARA.
           READ PAYPREVFILE
               AT END
                   MOVE HIGH-VALUES TO W-PRVKEY
               NOT AT END
                   MOVE PAYPREVREC (1:6) TO W-PRVKEY
           END-READ.

      * PAY IS STILL WORKED OUT AND BOOKED FOR THE PERIOD - THE HOLD
      * KEEPS THE NET BACK AT DISBURSEMENT. A REJECTED DOCUMENT DOES
      * NOT COUNT, AND AN EMPLOYEE ALREADY ON HOLD IS LEFT AS THEY ARE.
       CHECK-WORKAUTH-PARA.
           MOVE 0 TO W-WAUSED.
           MOVE PEMPID TO DCEMPID.
           START EMPDOCFILE KEY IS EQUAL TO DCEMPID
               INVALID KEY
                   GO TO CHECK-WORKAUTH-EXIT
           END-START.
           PERFORM UNTIL FSDO = "10"
               READ EMPDOCFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSDO = "00" OR FSDO = "02"
                   IF DCEMPID NOT = PEMPID
                       EXIT PERFORM
                   END-IF
                   IF DCMAND = "Y" AND DCVSTAT NOT = "R"
                       AND DCEXPDT NOT = SPACES
                       PERFORM NOTE-WORKAUTH-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSDO.
           MOVE "N" TO W-WAEXP.
           PERFORM VARYING W-WIDX FROM 1 BY 1 UNTIL W-WIDX > W-WAUSED
               IF WA-LATEST (W-WIDX) < W-TODAY
                   MOVE "Y" TO W-WAEXP
               END-IF
           END-PERFORM
           IF W-WAEXP NOT = "Y"
               GO TO CHECK-WORKAUTH-EXIT
           END-IF
           MOVE PEMPID TO HDEMPID.
           READ PAYHOLDFILE
               INVALID KEY
                   MOVE PEMPID TO HDEMPID
                   MOVE "WORK AUTH EXPIRED" TO HDREASON
                   MOVE W-TODAY (7:2) TO HDDATE (1:2)
                   MOVE "/" TO HDDATE (3:1)
                   MOVE W-TODAY (5:2) TO HDDATE (4:2)
                   MOVE "/" TO HDDATE (6:1)
                   MOVE W-TODAY (1:4) TO HDDATE (7:4)
                   MOVE 0 TO HDAMT
                   WRITE PAYHOLDREC
                   ADD 1 TO T-WAHELD
                   DISPLAY "PAY HOLD PLACED ON " PEMPID
                       " - WORK AUTHORISATION EXPIRED"
           END-READ.
       CHECK-WORKAUTH-EXIT.
           EXIT.

       NOTE-WORKAUTH-PARA.
           MOVE DCEXPDT (7:4) TO W-DOCEXP (1:4).
           MOVE DCEXPDT (4:2) TO W-DOCEXP (5:2).
           MOVE DCEXPDT (1:2) TO W-DOCEXP (7:2).
           PERFORM VARYING W-WIDX FROM 1 BY 1 UNTIL W-WIDX > W-WAUSED
               OR WA-TYPE (W-WIDX) = DCTYPE
               CONTINUE
           END-PERFORM
           IF W-WIDX > W-WAUSED
               IF W-WAUSED < 5
                   ADD 1 TO W-WAUSED
                   MOVE W-WAUSED TO W-WIDX
                   MOVE DCTYPE TO WA-TYPE (W-WIDX)
                   MOVE W-DOCEXP TO WA-LATEST (W-WIDX)
               END-IF
           ELSE
               IF W-DOCEXP > WA-LATEST (W-WIDX)
                   MOVE W-DOCEXP TO WA-LATEST (W-WIDX)
               END-IF
           END-IF.

      * A RERUN OF THE PERIOD REPLACES THE EARLIER REGULAR RUN'S
      * RESULTS - ANYONE NO LONGER PAYABLE MUST NOT BE LEFT BEHIND.
       CLEAR-RESULTS-PARA.
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   GO TO CLEAR-RESULTS-EXIT
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   MOVE SPACES TO W-RSCO
                   IF W-COMPANY NOT = SPACES
                       CALL "BRCOMP" USING RSBRNID W-RSCO
                   END-IF
                   IF RSRUN = "00" AND W-RSCO = W-COMPANY
                       DELETE PAYRESFILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
       CLEAR-RESULTS-EXIT.
           EXIT.

       WRITE-RESULT-PARA.
           MOVE PEMPID    TO RSEMPID.
           MOVE W-PERIOD  TO RSPERIOD.
           MOVE W-RUN     TO RSRUN.
           MOVE EEMPNAME  TO RSNAME.
           MOVE EBRNID    TO RSBRNID.
           MOVE EDEPCODE  TO RSDEPCODE.
           MOVE EDESID    TO RSDESID.
           MOVE EGRDNO    TO RSGRDNO.
           MOVE EEMPTYPE  TO RSEMPTYPE.
           MOVE W-PFESI   TO RSPFESI.
           MOVE W-MONDAYS TO RSMONDAYS.
           MOVE W-DAYSPAID TO RSDAYSPD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RSRUNDATE.
           WRITE PAYRESREC
               INVALID KEY
                   REWRITE PAYRESREC
           END-WRITE.

       SAVE-PRIOR-RUN-PARA.
           OPEN INPUT PAYCURFILE.
           IF FSPC NOT = "00"

       WRITE-SNAP-PARA.
           MOVE PEMPID   TO PC-EMPID.
           MOVE RSGROSS  TO PC-GROSS.
           MOVE RSDEDUCT TO PC-DEDUCT.
           MOVE RSNET    TO PC-NET.
           WRITE PAYCURREC.

      * A CLOSED PERIOD IS REPRINTED FROM THE RESULTS IT WAS PAID ON,
      * SUPPLEMENTARY RUNS INCLUDED.
       REPRINT-RUN-PARA.
           MOVE "N" TO W-RSFOUND.
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   MOVE "Y" TO W-RSFOUND
                   MOVE RSEMPID TO PEMPID
                   MOVE RSDAYSPD TO W-DAYSPAID
                   PERFORM WRITE-DETAIL-PARA
               END-IF
           END-PERFORM.

      * A PERIOD PAID BEFORE RESULTS WERE KEPT IS WORKED OUT AGAIN
      * FROM PAY HISTORY AND ITS RESULTS WRITTEN, SO THAT EVERY LATER
      * REPRINT AND REPORT FOR IT USES THE SAME FIGURES.
       HISTORY-RUN-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
               DISPLAY "NO RESULTS OR PAY HISTORY FOR PERIOD " W-PERIN
               GO TO HISTORY-RUN-EXIT
           END-IF
           PERFORM UNTIL FSH = "10"
               READ PAYHISTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSH = "00" AND PHPERIOD = W-PERIOD
                   MOVE PHEMPID TO PEMPID
                   MOVE PHPAYDATA TO PPAYDATA
                   MOVE PHRUN TO W-RUN
                   PERFORM LOOKUP-PFESI-PARA
                   PERFORM COMPUTE-PAY-PARA
                   PERFORM WRITE-RESULT-PARA
                   PERFORM WRITE-DETAIL-PARA
               END-IF
           END-PERFORM
           CLOSE PAYHISTFILE.
       HISTORY-RUN-EXIT.
           EXIT.

       VALIDATE-PERIOD-PARA.
           MOVE "N" TO W-PEROK.
               END-IF
           END-IF.

      * AN EMPLOYEE IS PAID FOR THE PERIOD IF ANY DAY OF IT FALLS
      * BETWEEN EDOJ AND ESEPDT - A LEAVER IS STILL PAID UP TO THE
      * SEPARATION DATE AND A JOINER FROM THE JOINING DATE.
       CHECK-ACTIVE-PARA.
           MOVE "N" TO W-ACTIVE.
           MOVE PEMPID TO EEMPID.
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   PERFORM GET-DAYS-PARA
                   IF W-DAYSPAID > 0
                       MOVE "Y" TO W-ACTIVE
                   END-IF
           END-READ.

       GET-DAYS-PARA.
           CALL "PRORATE" USING W-PERIOD EDOJ ESEPDT ESTATUS
               W-MONDAYS W-DAYSPAID.

       SET-PFESI-PARA.
           MOVE "Y" TO W-PFESI.
           IF EEMPTYPE = "C" OR EEMPTYPE = "T"

       LOOKUP-PFESI-PARA.
           MOVE "Y" TO W-PFESI.
           MOVE 30 TO W-MONDAYS.
           MOVE 30 TO W-DAYSPAID.
           INITIALIZE EMPREC.
           MOVE PEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   PERFORM SET-PFESI-PARA
                   PERFORM GET-DAYS-PARA
           END-READ.

      * PT IS WORKED OUT ON THE GROSS, SO A CHANGE IN THE SLAB
      * AMOUNT MEANS THE DEDUCTIONS ARE SETTLED AGAIN.
       COMPUTE-PAY-PARA.
           MOVE SPACES TO PAYRESREC.
           PERFORM LOAD-CARRIED-PARA THRU LOAD-CARRIED-EXIT.
           PERFORM LOAD-COMPS-PARA THRU LOAD-COMPS-EXIT.
           PERFORM GET-HOUSING-PARA THRU GET-HOUSING-EXIT.
           PERFORM GET-TOURADV-PARA THRU GET-TOURADV-EXIT.
           PERFORM CALC-PAY-PARA.
           PERFORM DERIVE-PTAX-PARA THRU DERIVE-PTAX-EXIT.
           IF W-PTCHG = "Y"
               PERFORM CALC-PAY-PARA
           END-IF
           MOVE 0 TO RSNPSEE.
           MOVE 0 TO RSNPSER.
           MOVE SPACES TO RSPRAN.
           IF W-NPOPEN = "Y"
               PERFORM APPLY-NPS-PARA THRU APPLY-NPS-EXIT
           END-IF
           IF W-VDOPEN = "Y"
               PERFORM APPLY-VENDOR-PARA THRU APPLY-VENDOR-EXIT
           END-IF
           IF W-AOOPEN = "Y"
               PERFORM APPLY-ORDERS-PARA THRU APPLY-ORDERS-EXIT
           END-IF
           IF W-NPOPEN = "Y"
               PERFORM SETTLE-NPS-PARA
                   VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
           END-IF
           IF W-PTMODE = "C" AND W-DFOPEN = "Y"
               PERFORM CARRY-FORWARD-PARA
                   VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
           END-IF
           IF W-CUT = "Y"
               ADD 1 TO T-CUTCNT
               PERFORM WRITE-EXCEPTION-PARA
                   VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
           END-IF.

       CALC-PAY-PARA.
           MOVE PPAYDATA TO W-CALCPAY.
      * HRA IS FORFEIT FOR THE DAYS IN SERVICE SPENT IN A QUARTER;
      * PAYCALC THEN PRORATES WHAT IS LEFT OVER THE DAYS PAID.
           IF W-HSDAYS > 0
               IF W-DAYSPAID > 0
                   COMPUTE W-CPHRA ROUNDED =
                       W-CPHRA * (W-DAYSPAID - W-HSDAYS) / W-DAYSPAID
               END-IF
               ADD W-HSFEE TO W-CPOTHERD
           END-IF
           ADD W-TARECOV TO W-CPOTHERD.
           CALL "PAYCALC" USING W-CALCPAY W-MONDAYS W-DAYSPAID W-PFESI
               ADD-TABLE RSPAYDATA RSCLASSES RSGROSS RSDEDUCT RSNET
               RSDEFER W-CUT COMP-TABLE RSCOMPS.

       LOAD-COMPS-PARA.
           INITIALIZE COMP-TABLE.
           IF W-ECOPEN NOT = "Y"
               GO TO LOAD-COMPS-EXIT
           END-IF
           MOVE 0 TO W-CIDX.
           MOVE PEMPID TO ECEMPID.
           MOVE LOW-VALUES TO ECCODE.
           START EMPCOMPFILE KEY IS NOT LESS THAN ECKEY
               INVALID KEY
                   GO TO LOAD-COMPS-EXIT
           END-START.
           PERFORM UNTIL FSEC = "10"
               READ EMPCOMPFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSEC = "00" OR FSEC = "02"
                   IF ECEMPID NOT = PEMPID
                       EXIT PERFORM
                   END-IF
                   IF W-CIDX < 15
                       ADD 1 TO W-CIDX
                       MOVE ECCODE TO CI-CODE (W-CIDX)
                       MOVE ECAMT TO CI-AMT (W-CIDX)
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-COMPS-EXIT.
           EXIT.

      * DAYS IN THE PERIOD THE EMPLOYEE OCCUPIED A COMPANY QUARTER,
      * FROM THE OCCUPATION DATE TO THE VACATION DATE INCLUSIVE, AND
      * THE LICENCE FEE FOR THOSE DAYS. A MOVE BETWEEN QUARTERS IN
      * THE MONTH IS CHARGED FOR EACH AT ITS OWN FEE. ONLY DAYS IN
      * SERVICE - FROM JOINING TO SEPARATION - ARE COUNTED.
       GET-HOUSING-PARA.
           MOVE 0 TO W-HSDAYS.
           MOVE 0 TO W-HSFEE.
           IF W-QAOPEN NOT = "Y"
               GO TO GET-HOUSING-EXIT
           END-IF
           PERFORM SERVICE-WINDOW-PARA.
           MOVE PEMPID TO QAEMPID.
           START QTRALLOTFILE KEY IS EQUAL TO QAEMPID
               INVALID KEY
                   GO TO GET-HOUSING-EXIT
           END-START.
           PERFORM UNTIL FSQA NOT = "00"
               READ QTRALLOTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSQA = "00" OR FSQA = "02"
                   IF QAEMPID NOT = PEMPID
                       EXIT PERFORM
                   END-IF
                   PERFORM HOUSING-DAYS-PARA THRU HOUSING-DAYS-EXIT
                   MOVE "00" TO FSQA
               END-IF
           END-PERFORM
           IF W-HSDAYS > W-DAYSPAID
               MOVE W-DAYSPAID TO W-HSDAYS
           END-IF
           IF W-HSDAYS > 0
               ADD 1 TO T-HOUSED
           END-IF.
       GET-HOUSING-EXIT.
           EXIT.

      * THE TOUR ADVANCE RECOVERED IN THE PERIOD - ADVANCES A LIVE RUN
      * FINDS NOW DUE, AND ANY ALREADY MARKED RECOVERED IN THIS PERIOD
      * SO THAT A RERUN OR A HISTORY REBUILD DEDUCTS THE SAME AMOUNT.
       GET-TOURADV-PARA.
           MOVE 0 TO W-TARECOV.
           IF W-TAOPEN NOT = "Y"
               GO TO GET-TOURADV-EXIT
           END-IF
           MOVE PEMPID TO TAEMPID.
           START TOURADVFILE KEY IS EQUAL TO TAEMPID
               INVALID KEY
                   GO TO GET-TOURADV-EXIT
           END-START.
           PERFORM UNTIL FSTA NOT = "00"
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSTA = "00" OR FSTA = "02"
                   IF TAEMPID NOT = PEMPID
                       EXIT PERFORM
                   END-IF
                   PERFORM TOURADV-DUE-PARA THRU TOURADV-DUE-EXIT
                   MOVE "00" TO FSTA
               END-IF
           END-PERFORM
           IF W-TARECOV > 0
               ADD 1 TO T-TOURREC
           END-IF.
       GET-TOURADV-EXIT.
           EXIT.

       TOURADV-DUE-PARA.
           IF TASTAT = "Y" AND TARCPER = W-PERIOD
               ADD TARCAMT TO W-TARECOV
               GO TO TOURADV-DUE-EXIT
           END-IF
           IF W-PTMODE NOT = "C" OR TASTAT NOT = "O" OR TABAL = 0
               GO TO TOURADV-DUE-EXIT
           END-IF
           IF TATO(1:2) NOT NUMERIC OR TATO(4:2) NOT NUMERIC
               OR TATO(7:4) NOT NUMERIC
               GO TO TOURADV-DUE-EXIT
           END-IF
           MOVE TATO(7:4) TO W-DATENUM(1:4).
           MOVE TATO(4:2) TO W-DATENUM(5:2).
           MOVE TATO(1:2) TO W-DATENUM(7:2).
           COMPUTE W-TAEND =
               FUNCTION INTEGER-OF-DATE (W-DATENUM) + W-TGDAYS.
           IF W-TAEND > W-PEREND
               GO TO TOURADV-DUE-EXIT
           END-IF
           ADD TABAL TO W-TARECOV.
           MOVE TABAL TO TARCAMT.
           MOVE 0 TO TABAL.
           MOVE "Y" TO TASTAT.
           MOVE W-PERIOD TO TARCPER.
           REWRITE TOURADVREC.
       TOURADV-DUE-EXIT.
           EXIT.

       HOUSING-DAYS-PARA.
           IF QAOCCDT(1:2) NOT NUMERIC OR QAOCCDT(4:2) NOT NUMERIC
               OR QAOCCDT(7:4) NOT NUMERIC
               GO TO HOUSING-DAYS-EXIT
           END-IF
           MOVE QAOCCDT(7:4) TO W-DATENUM(1:4).
           MOVE QAOCCDT(4:2) TO W-DATENUM(5:2).
           MOVE QAOCCDT(1:2) TO W-DATENUM(7:2).
           COMPUTE W-HSFROM = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           MOVE W-PEREND TO W-HSTO.
           IF QAVACDT(1:2) NUMERIC AND QAVACDT(4:2) NUMERIC
               AND QAVACDT(7:4) NUMERIC
               MOVE QAVACDT(7:4) TO W-DATENUM(1:4)
               MOVE QAVACDT(4:2) TO W-DATENUM(5:2)
               MOVE QAVACDT(1:2) TO W-DATENUM(7:2)
               COMPUTE W-HSTO = FUNCTION INTEGER-OF-DATE (W-DATENUM)
           END-IF
           IF W-HSFROM < W-SVBEG
               MOVE W-SVBEG TO W-HSFROM
           END-IF
           IF W-HSTO > W-SVEND
               MOVE W-SVEND TO W-HSTO
           END-IF
           IF W-HSTO < W-HSFROM
               GO TO HOUSING-DAYS-EXIT
           END-IF
           COMPUTE W-HSDAYS = W-HSDAYS + W-HSTO - W-HSFROM + 1.
           MOVE QAQKEY TO QTKEY.
           READ QUARTERFILE
               NOT INVALID KEY
                   COMPUTE W-HSFEE ROUNDED = W-HSFEE
                       + QTFEE * (W-HSTO - W-HSFROM + 1) / W-MONDAYS
           END-READ.
       HOUSING-DAYS-EXIT.
           EXIT.

      * THE PART OF THE PERIOD THE EMPLOYEE WAS IN SERVICE, AS PRORATE
      * WORKS IT OUT FOR THE DAYS PAID.
       SERVICE-WINDOW-PARA.
           MOVE W-PERBEG TO W-SVBEG.
           MOVE W-PEREND TO W-SVEND.
           IF EDOJ(1:2) NUMERIC AND EDOJ(4:2) NUMERIC
               AND EDOJ(7:4) NUMERIC
               MOVE EDOJ(7:4) TO W-DATENUM(1:4)
               MOVE EDOJ(4:2) TO W-DATENUM(5:2)
               MOVE EDOJ(1:2) TO W-DATENUM(7:2)
               IF FUNCTION INTEGER-OF-DATE (W-DATENUM) > W-SVBEG
                   COMPUTE W-SVBEG =
                       FUNCTION INTEGER-OF-DATE (W-DATENUM)
               END-IF
           END-IF
           IF ESTATUS = "S" AND ESEPDT(1:2) NUMERIC
               AND ESEPDT(4:2) NUMERIC AND ESEPDT(7:4) NUMERIC
               MOVE ESEPDT(7:4) TO W-DATENUM(1:4)
               MOVE ESEPDT(4:2) TO W-DATENUM(5:2)
               MOVE ESEPDT(1:2) TO W-DATENUM(7:2)
               IF FUNCTION INTEGER-OF-DATE (W-DATENUM) < W-SVEND
                   COMPUTE W-SVEND =
                       FUNCTION INTEGER-OF-DATE (W-DATENUM)
               END-IF
           END-IF.

      * AMOUNTS DEFERRED BY LAST PERIOD'S RUN ARE DUE AGAIN NOW.
       LOAD-CARRIED-PARA.
           INITIALIZE ADD-TABLE.
           IF W-DFOPEN NOT = "Y"
               GO TO LOAD-CARRIED-EXIT
           END-IF
           MOVE 0 TO W-AIDX.
           MOVE PEMPID TO DFEMPID.
           MOVE W-PERIOD TO DFPERIOD.
           MOVE LOW-VALUES TO DFCLASS.
           START DEFERFILE KEY IS NOT LESS THAN DFKEY
               INVALID KEY
                   GO TO LOAD-CARRIED-EXIT
           END-START.
           PERFORM UNTIL FSDF = "10"
               READ DEFERFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSDF = "00"
                   IF DFEMPID NOT = PEMPID OR DFPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   IF W-AIDX < 10
                       ADD 1 TO W-AIDX
                       MOVE DFCLASS TO AT-CLASS (W-AIDX)
                       MOVE DFAMT TO AT-CARRY (W-AIDX)
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-CARRIED-EXIT.
           EXIT.

      * A RERUN OF THE SAME PERIOD REPLACES WHAT THE EARLIER RUN
      * CARRIED FORWARD, SO A CLASS NOW FULLY RECOVERED IS REMOVED.
       CARRY-FORWARD-PARA.
           IF RSCCLASS (W-DIDX) NOT = SPACE
               MOVE PEMPID TO DFEMPID
               MOVE W-NEXTPER TO DFPERIOD
               MOVE RSCCLASS (W-DIDX) TO DFCLASS
               IF RSCDEFER (W-DIDX) > 0
                   MOVE RSCDEFER (W-DIDX) TO DFAMT
                   MOVE W-PERIOD TO DFFROM
                   MOVE FUNCTION CURRENT-DATE (1:8) TO DFDATE
                   WRITE DEFERREC
                       INVALID KEY
                           REWRITE DEFERREC
                   END-WRITE
               ELSE
                   DELETE DEFERFILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.

       WRITE-EXCEPTION-PARA.
           IF RSCCLASS (W-DIDX) NOT = SPACE
               AND (RSCDEFER (W-DIDX) > 0 OR RSCCARRY (W-DIDX) > 0
                   OR RSCTAKEN (W-DIDX) < RSCDUE (W-DIDX))
               MOVE PEMPID TO XL-EMPID
               EVALUATE RSCCLASS (W-DIDX)
                   WHEN "S"
                       MOVE "STATUTORY" TO XL-CLASS
                   WHEN "L"
                       MOVE "LOAN EMI" TO XL-CLASS
                   WHEN "M"
                       MOVE "MEDICAL PREMIUM" TO XL-CLASS
                   WHEN "A"
                       MOVE "ATTACHMENT" TO XL-CLASS
                   WHEN "V"
                       MOVE "VENDOR DEDUCTION" TO XL-CLASS
                   WHEN "N"
                       MOVE "NPS CONTRIBUTION" TO XL-CLASS
                   WHEN OTHER
                       MOVE "OTHER" TO XL-CLASS
               END-EVALUATE
               MOVE RSCCARRY (W-DIDX) TO XL-CARRIED
               MOVE RSCDUE (W-DIDX) TO XL-DUE
               MOVE RSCTAKEN (W-DIDX) TO XL-TAKEN
               MOVE RSCDEFER (W-DIDX) TO XL-DEFER
               MOVE EXC-LINE TO DEDEXCLINE
               WRITE DEDEXCLINE
           END-IF.

      * DAYS AFTER THE TRIP BEFORE AN UNSETTLED ADVANCE IS RECOVERED,
      * AS SET ON THE TOUR ADVANCE SCREEN - 30 IF NEVER SET.
       LOAD-TOURCFG-PARA.
           MOVE 30 TO W-TGDAYS.
           OPEN INPUT TOURCFGFILE.
           IF FSTG = "00"
               READ TOURCFGFILE
                   AT END
                       MOVE 0 TO TGDAYS
               END-READ
               IF TGDAYS NUMERIC AND TGDAYS > 0
                   MOVE TGDAYS TO W-TGDAYS
               END-IF
               CLOSE TOURCFGFILE
           END-IF.

      * THE EMPLOYER'S NPS PCT OF BASIC PLUS DA, AS SET ON THE NPS
      * SCREEN.
       LOAD-NPSCFG-PARA.
           MOVE 0 TO W-NPERPCT.
           OPEN INPUT NPSCFGFILE.
           IF FSNC = "00"
               READ NPSCFGFILE
                   AT END
                       MOVE 0 TO NCERPCT
               END-READ
               IF NCERPCT NUMERIC
                   MOVE NCERPCT TO W-NPERPCT
               END-IF
               CLOSE NPSCFGFILE
           END-IF.

      * AN NPS SUBSCRIBER CONTRIBUTES THE SET PCT OF THE BASIC PLUS DA
      * PAID FOR THE PERIOD, TAKEN AS CLASS N. THE EMPLOYER'S SHARE OF
      * THE SAME WAGES IS COSTED ON THE RESULTS BUT NOT DEDUCTED.
       APPLY-NPS-PARA.
           MOVE PEMPID TO NPEMPID.
           READ NPSMASTFILE
               INVALID KEY
                   GO TO APPLY-NPS-EXIT
           END-READ.
           IF NPSTAT NOT = "A" OR NPFROM > W-PERIOD
               GO TO APPLY-NPS-EXIT
           END-IF
           MOVE NPPRAN TO RSPRAN.
           MOVE RSPAYDATA TO W-RSPAY.
           COMPUTE W-NPBASE = W-RSBASIC + W-RSDA.
           COMPUTE W-NPDUE ROUNDED = W-NPBASE * NPEERATE / 100.
           COMPUTE RSNPSER ROUNDED = W-NPBASE * W-NPERPCT / 100.
           IF W-NPDUE > 0
               PERFORM VARYING W-AIDX FROM 1 BY 1
                       UNTIL W-AIDX > 10
                       OR AT-CLASS (W-AIDX) = "N"
                       OR AT-CLASS (W-AIDX) = SPACE
                   CONTINUE
               END-PERFORM
               IF W-AIDX NOT > 10
                   MOVE "N" TO AT-CLASS (W-AIDX)
                   MOVE W-NPDUE TO AT-CURR (W-AIDX)
                   PERFORM CALC-PAY-PARA
               END-IF
           END-IF.
       APPLY-NPS-EXIT.
           EXIT.

      * WHAT THE FLOOR HOLDS BACK OF THE EMPLOYEE SHARE IS NOT CARRIED
      * FORWARD - THE MONTH'S CONTRIBUTION IS WHAT WAS TAKEN.
       SETTLE-NPS-PARA.
           IF RSCCLASS (W-DIDX) = "N"
               MOVE RSCTAKEN (W-DIDX) TO RSNPSEE
               SUBTRACT RSCDEFER (W-DIDX) FROM RSDEFER
               MOVE 0 TO RSCDEFER (W-DIDX)
           END-IF.

      * THE EMPLOYEE'S THIRD-PARTY VENDOR ITEMS FOR THE PERIOD ARE
      * TAKEN TOGETHER AS CLASS V. WHAT THE FLOOR HOLDS BACK IS NOT
      * CARRIED FORWARD - THE ITEM GOES BACK TO THE VENDOR AS NOT MADE.
       APPLY-VENDOR-PARA.
           MOVE 0 TO W-VDDUE.
           MOVE PEMPID TO VDEMPID.
           MOVE W-PERIOD TO VDEPER.
           START VENDDEDFILE KEY IS EQUAL TO VDEPKEY
               INVALID KEY
                   GO TO APPLY-VENDOR-EXIT
           END-START.
           PERFORM UNTIL FSVD = "10"
               READ VENDDEDFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF VDEMPID NOT = PEMPID OR VDEPER NOT = W-PERIOD
                   EXIT PERFORM
               END-IF
               IF VDSTATUS NOT = "R"
                   ADD VDAMT TO W-VDDUE
               END-IF
           END-PERFORM
           MOVE "00" TO FSVD.
           IF W-VDDUE > 0
               PERFORM VARYING W-AIDX FROM 1 BY 1
                       UNTIL W-AIDX > 10
                       OR AT-CLASS (W-AIDX) = "V"
                       OR AT-CLASS (W-AIDX) = SPACE
                   CONTINUE
               END-PERFORM
               IF W-AIDX NOT > 10
                   MOVE "V" TO AT-CLASS (W-AIDX)
                   MOVE W-VDDUE TO AT-CURR (W-AIDX)
                   PERFORM CALC-PAY-PARA
               END-IF
           END-IF
           MOVE 0 TO W-VDLEFT.
           PERFORM VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
               IF RSCCLASS (W-DIDX) = "V"
                   MOVE RSCTAKEN (W-DIDX) TO W-VDLEFT
                   SUBTRACT RSCDEFER (W-DIDX) FROM RSDEFER
                   MOVE 0 TO RSCDEFER (W-DIDX)
               END-IF
           END-PERFORM
           PERFORM SETTLE-VENDOR-PARA THRU SETTLE-VENDOR-EXIT.
       APPLY-VENDOR-EXIT.
           EXIT.

      * WHAT WAS TAKEN GOES TO THE ITEMS IN VENDOR ORDER. AN EMPLOYEE
      * NOT PAID THIS PERIOD HAS NOTHING TAKEN.
       SETTLE-VENDOR-PARA.
           MOVE PEMPID TO VDEMPID.
           MOVE W-PERIOD TO VDEPER.
           START VENDDEDFILE KEY IS EQUAL TO VDEPKEY
               INVALID KEY
                   GO TO SETTLE-VENDOR-EXIT
           END-START.
           PERFORM UNTIL FSVD = "10"
               READ VENDDEDFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF VDEMPID NOT = PEMPID OR VDEPER NOT = W-PERIOD
                   EXIT PERFORM
               END-IF
               IF VDSTATUS NOT = "R"
                   IF VDAMT > W-VDLEFT
                       MOVE W-VDLEFT TO VDTAKEN
                   ELSE
                       MOVE VDAMT TO VDTAKEN
                   END-IF
                   SUBTRACT VDTAKEN FROM W-VDLEFT
                   MOVE SPACES TO VDREASON
                   IF VDTAKEN = VDAMT
                       MOVE "D" TO VDSTATUS
                   ELSE
                       IF W-ACTIVE NOT = "Y"
                           MOVE "N" TO VDSTATUS
                           MOVE "NOT PAID THIS PERIOD" TO VDREASON
                       ELSE
                           IF VDTAKEN > 0
                               MOVE "P" TO VDSTATUS
                           ELSE
                               MOVE "N" TO VDSTATUS
                           END-IF
                           MOVE "INSUFFICIENT NET PAY" TO VDREASON
                       END-IF
                   END-IF
                   REWRITE VENDDEDREC
               END-IF
           END-PERFORM
           MOVE "00" TO FSVD.
       SETTLE-VENDOR-EXIT.
           EXIT.

      * THE MAXIMUM SHARE OF NET PAY ALL ATTACHMENT ORDERS TOGETHER
      * MAY TAKE, AS SET ON THE DEDUCTION PRIORITY SCREEN.
       LOAD-ATTPCT-PARA.
           MOVE 50 TO W-ATPCT.
           OPEN INPUT DEDCFGFILE.
           IF FSDC = "00"
               READ DEDCFGFILE
                   AT END
                       MOVE 0 TO DCATTPCT
               END-READ
               IF DCATTPCT NUMERIC AND DCATTPCT > 0
                   MOVE DCATTPCT TO W-ATPCT
               END-IF
               CLOSE DEDCFGFILE
           END-IF.

      * THE EMPLOYEE'S ORDERS ARE RECOVERED OUT OF THE NET PAY LEFT
      * AFTER EVERY OTHER DEDUCTION - EACH BY ITS AMOUNT OR ITS PCT
      * OF THAT NET, NEVER MORE THAN ITS BALANCE, IN PRIORITY ORDER,
      * AND ALL TOGETHER WITHIN THE MAXIMUM SHARE. THE TOTAL GOES TO
      * PAYCALC AS CLASS A SO THE TAKE-HOME FLOOR STILL APPLIES.
      * A RERUN OF THE PERIOD FIRST BACKS OUT WHAT THE EARLIER RUN
      * RECOVERED, SO ORDERS IT CLOSED ARE SETTLED AGAIN.
       APPLY-ORDERS-PARA.
           MOVE 0 TO W-OUSED.
           MOVE PEMPID TO AOEMPID.
           START ATTACHFILE KEY IS EQUAL TO AOEMPID
               INVALID KEY
                   GO TO APPLY-ORDERS-EXIT
           END-START.
           PERFORM UNTIL FSAO = "10"
               READ ATTACHFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF AOEMPID NOT = PEMPID
                   EXIT PERFORM
               END-IF
               MOVE AOSTART(7:4) TO W-STPER(1:4)
               MOVE AOSTART(4:2) TO W-STPER(5:2)
               IF (AOSTATUS = "A"
                   OR (AOCLPER = W-PERIOD AND AOCLRSN NOT = "W"))
                   AND W-STPER NOT > W-PERIOD AND W-OUSED < 10
                   ADD 1 TO W-OUSED
                   MOVE AOORDNO TO OX-ORDNO (W-OUSED)
                   MOVE AOPRIO TO OX-PRIO (W-OUSED)
                   MOVE 0 TO OX-DUE (W-OUSED)
                   MOVE "N" TO OX-DONE (W-OUSED)
               END-IF
           END-PERFORM
           MOVE "00" TO FSAO.
           IF W-OUSED = 0
               GO TO APPLY-ORDERS-EXIT
           END-IF
           PERFORM RANK-ORDER-PARA
               VARYING W-SEQ FROM 1 BY 1 UNTIL W-SEQ > W-OUSED.
           IF RSNET > 0
               MOVE RSNET TO W-ATNET
           ELSE
               MOVE 0 TO W-ATNET
           END-IF
           COMPUTE W-ATROOM = W-ATNET * W-ATPCT / 100.
           MOVE 0 TO W-ATDUE.
           PERFORM ORDER-DUE-PARA
               VARYING W-SEQ FROM 1 BY 1 UNTIL W-SEQ > W-OUSED.
           IF W-ATDUE > 0
               PERFORM VARYING W-AIDX FROM 1 BY 1
                       UNTIL W-AIDX > 10
                       OR AT-CLASS (W-AIDX) = "A"
                       OR AT-CLASS (W-AIDX) = SPACE
                   CONTINUE
               END-PERFORM
               IF W-AIDX NOT > 10
                   MOVE "A" TO AT-CLASS (W-AIDX)
                   MOVE W-ATDUE TO AT-CURR (W-AIDX)
                   PERFORM CALC-PAY-PARA
               END-IF
           END-IF
      * WHAT THE FLOOR HOLDS BACK STAYS ON THE ORDERS' BALANCES
      * RATHER THAN BEING CARRIED FORWARD AS A DEFERRED DEDUCTION.
           MOVE 0 TO W-ATTAKEN.
           PERFORM VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
               IF RSCCLASS (W-DIDX) = "A"
                   MOVE RSCTAKEN (W-DIDX) TO W-ATTAKEN
                   SUBTRACT RSCDEFER (W-DIDX) FROM RSDEFER
                   MOVE 0 TO RSCDEFER (W-DIDX)
               END-IF
           END-PERFORM
           PERFORM SETTLE-ORDER-PARA
               VARYING W-SEQ FROM 1 BY 1 UNTIL W-SEQ > W-OUSED.
       APPLY-ORDERS-EXIT.
           EXIT.

       RANK-ORDER-PARA.
           MOVE 0 TO W-BEST.
           PERFORM VARYING W-OIDX FROM 1 BY 1 UNTIL W-OIDX > W-OUSED
               IF OX-DONE (W-OIDX) NOT = "Y"
                   IF W-BEST = 0
                       MOVE W-OIDX TO W-BEST
                   ELSE
                       IF OX-PRIO (W-OIDX) < OX-PRIO (W-BEST)
                           MOVE W-OIDX TO W-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO OX-DONE (W-BEST).
           MOVE W-BEST TO OX-SEQ (W-SEQ).

       ORDER-DUE-PARA.
           MOVE OX-SEQ (W-SEQ) TO W-OIDX.
           MOVE OX-ORDNO (W-OIDX) TO AOORDNO.
           READ ATTACHFILE
               INVALID KEY
                   MOVE 0 TO AOTOTAL
                   MOVE 0 TO AORECOV
                   MOVE 0 TO AOPERAMT
                   MOVE 0 TO AOPERPCT
           END-READ.
           PERFORM GET-PRIOR-PARA.
           COMPUTE W-ATBAL = AOTOTAL - AORECOV + W-ATPRIOR.
           IF AOPERPCT > 0
               COMPUTE W-ATAMT = W-ATNET * AOPERPCT / 100
           ELSE
               MOVE AOPERAMT TO W-ATAMT
           END-IF
           IF W-ATBAL < W-ATAMT
               IF W-ATBAL > 0
                   MOVE W-ATBAL TO W-ATAMT
               ELSE
                   MOVE 0 TO W-ATAMT
               END-IF
           END-IF
           IF W-ATAMT > W-ATROOM
               MOVE W-ATROOM TO W-ATAMT
           END-IF
           SUBTRACT W-ATAMT FROM W-ATROOM.
           MOVE W-ATAMT TO OX-DUE (W-OIDX).
           ADD W-ATAMT TO W-ATDUE.

      * WHAT WAS ACTUALLY TAKEN GOES TO THE ORDERS IN PRIORITY ORDER.
      * THE PERIOD'S RECOVERY IS KEPT ON ATTREC.DAT FOR THE PAYEE
      * REMITTANCE STATEMENT.
       SETTLE-ORDER-PARA.
           MOVE OX-SEQ (W-SEQ) TO W-OIDX.
           MOVE OX-ORDNO (W-OIDX) TO AOORDNO.
           READ ATTACHFILE
               INVALID KEY
                   MOVE "23" TO FSAO
           END-READ.
           IF FSAO = "00"
               IF OX-DUE (W-OIDX) > W-ATTAKEN
                   MOVE W-ATTAKEN TO W-ATAMT
               ELSE
                   MOVE OX-DUE (W-OIDX) TO W-ATAMT
               END-IF
               SUBTRACT W-ATAMT FROM W-ATTAKEN
               PERFORM GET-PRIOR-PARA
               COMPUTE AORECOV = AORECOV - W-ATPRIOR + W-ATAMT
               MOVE "A" TO AOSTATUS
               MOVE SPACE TO AOCLRSN
               MOVE SPACES TO AOCLPER
               IF AORECOV NOT < AOTOTAL
                   MOVE "C" TO AOSTATUS
                   MOVE "F" TO AOCLRSN
                   MOVE W-PERIOD TO AOCLPER
               ELSE
                   IF ESTATUS = "S"
                       MOVE "C" TO AOSTATUS
                       MOVE "S" TO AOCLRSN
                       MOVE W-PERIOD TO AOCLPER
                   END-IF
               END-IF
               REWRITE ATTACHREC
               MOVE AOORDNO TO ARORDNO
               MOVE W-PERIOD TO ARPERIOD
               IF W-ATAMT > 0
                   MOVE AOEMPID TO AREMPID
                   MOVE AOAUTH TO ARAUTH
                   MOVE W-ATAMT TO ARAMT
                   MOVE FUNCTION CURRENT-DATE (1:8) TO ARDATE
                   WRITE ATTRECREC
                       INVALID KEY
                           REWRITE ATTRECREC
                   END-WRITE
               ELSE
                   DELETE ATTRECFILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.

       GET-PRIOR-PARA.
           MOVE AOORDNO TO ARORDNO.
           MOVE W-PERIOD TO ARPERIOD.
           READ ATTRECFILE
               INVALID KEY
                   MOVE 0 TO W-ATPRIOR
               NOT INVALID KEY
                   MOVE ARAMT TO W-ATPRIOR
           END-READ.

      * AN EMPLOYEE WHO HAS SEPARATED AND IS NO LONGER PAID HAS ANY
      * ORDER STILL OPEN CLOSED.
       CLOSE-SEP-ORDERS-PARA.
           MOVE PEMPID TO AOEMPID.
           START ATTACHFILE KEY IS EQUAL TO AOEMPID
               INVALID KEY
                   GO TO CLOSE-SEP-ORDERS-EXIT
           END-START.
           PERFORM UNTIL FSAO = "10"
               READ ATTACHFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF AOEMPID NOT = PEMPID
                   EXIT PERFORM
               END-IF
               IF AOSTATUS = "A"
                   MOVE "C" TO AOSTATUS
                   MOVE "S" TO AOCLRSN
                   MOVE W-PERIOD TO AOCLPER
                   REWRITE ATTACHREC
               END-IF
           END-PERFORM
           MOVE "00" TO FSAO.
       CLOSE-SEP-ORDERS-EXIT.
           EXIT.

      * PT IS DERIVED ONLY IN CURRENT MODE - A HISTORY REPRINT MUST
      * SHOW THE PPTAX THAT WAS ACTUALLY DEDUCTED, NOT TODAY'S SLAB.
       DERIVE-PTAX-PARA.
           MOVE "N" TO W-PTCHG.
           IF W-PTMODE NOT = "C"
               GO TO DERIVE-PTAX-EXIT
           END-IF
                   IF PTSTATE NOT = BSTATE
                       EXIT PERFORM
                   END-IF
                   IF RSGROSS >= PTFROM AND RSGROSS <= PTTO
                       MOVE "Y" TO W-PTFOUND
                       MOVE PTAMT TO W-PTAXNEW
                   END-IF
           MOVE "00" TO FSPT.
           IF W-PTFOUND = "Y" AND W-PTAXNEW NOT = PPTAX
               MOVE W-PTAXNEW TO PPTAX
               MOVE "Y" TO W-PTCHG
               IF W-PTMODE = "C"
                   REWRITE PAYMENTREC
               END-IF

       WRITE-DETAIL-PARA.
           MOVE PEMPID   TO DL-EMPID.
           MOVE W-DAYSPAID TO DL-DAYS.
           MOVE RSGROSS  TO DL-GROSS.
           MOVE RSDEDUCT TO DL-DEDUCT.
           MOVE RSNET    TO DL-NET.
           MOVE DETAIL-LINE TO REGISTERLINE.
           WRITE REGISTERLINE.
           ADD RSGROSS  TO T-GROSS.
           ADD RSDEDUCT TO T-DEDUCT.
           ADD RSNET    TO T-NET.
           ADD 1 TO T-COUNT.
       END PROGRAM PAYROLL.
