       IDENTIFICATION DIVISION.
       PROGRAM-ID. REISSUE.

      * REISSUE OF PAY VOIDED BY AN AUTHORISED PAYROLL REVERSAL. ONCE
      * THE CORRECTIONS HAVE BEEN MADE, EACH VOIDED RESULT OF THE
      * REVERSAL IS WORKED OUT AGAIN FOR THE SAME PERIOD AND RUN -
      * FROM THE PAY DATA IT WAS VOIDED WITH, OR FROM THE EMPLOYEE'S
      * PAYMENT RECORD AS IT NOW STANDS - AND STAMPED BACK ON PAY
      * HISTORY AND THE PAY RESULTS IN ITS PLACE. A REPLACEMENT
      * PAYSLIP AND REGISTER GO TO files/REISSUE.LST AND THE BANK
      * ENTRIES TO files/REISDISB.LST; THE STOP LIST IS MARKED SO
      * DISBURSE DOES NOT PAY THE RESULT A SECOND TIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYREVFILE
               ASSIGN TO "files/PAYREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVNO
               FILE STATUS IS FSRV.

           SELECT PAYREVHFILE
               ASSIGN TO "files/PAYREVH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHKEY
               FILE STATUS IS FSRH.

           SELECT PAYMENTFILE
               ASSIGN TO "files/PAYMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE
               ASSIGN TO "files/EMPPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPEMPID
               FILE STATUS IS FSEP.

           SELECT PAYHISTFILE
               ASSIGN TO "files/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHKEY
               FILE STATUS IS FSH.

           SELECT EMPCOMPFILE
               ASSIGN TO "files/EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECKEY
               ALTERNATE RECORD KEY IS ECCODE WITH DUPLICATES
               FILE STATUS IS FSEC.

           SELECT COMPMASTFILE
               ASSIGN TO "files/COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMCODE
               FILE STATUS IS FSCM.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT REVSTOPFILE
               ASSIGN TO "files/REVSTOP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVKEY
               FILE STATUS IS FSSV.

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

           SELECT TOURADVFILE
               ASSIGN TO "files/TOURADV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAID
               ALTERNATE RECORD KEY IS TAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TABRID WITH DUPLICATES
               FILE STATUS IS FSTA.

           SELECT SLIPFILE
               ASSIGN TO "files/REISSUE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSSLIP.

           SELECT REISDISBFILE
               ASSIGN TO "files/REISDISB.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSDIS.

       DATA DIVISION.
       FILE SECTION.

       FD PAYREVFILE.
       01 PAYREVREC.
           02 RVNO      PIC X(6).
           02 RVSCOPE   PIC X.
           02 RVEMPID   PIC X(6).
           02 RVPERIOD  PIC X(6).
           02 RVRUN     PIC X(2).
           02 RVREASON  PIC X(30).
           02 RVSTAT    PIC X.
           02 RVMAKER   PIC X(10).
           02 RVMDATE   PIC X(8).
           02 RVCHKR    PIC X(10).
           02 RVCDATE   PIC X(8).
           02 RVCOUNT   PIC 9(4).
           02 RVNET     PIC S9(10)V99.
           02 RVREISS   PIC X(8).

       FD PAYREVHFILE.
       01 PAYREVHREC.
           02 RHKEY.
               03 RHNO     PIC X(6).
               03 RHEMPID  PIC X(6).
           02 RHPERIOD  PIC X(6).
           02 RHRUN     PIC X(2).
           02 RHSTAT    PIC X.
           02 RHDISB    PIC X.
           02 RHDISREF  PIC X(20).
           02 RHGLREV   PIC X.
           02 RHGLNEW   PIC X.
           02 RHNEWNET  PIC S9(8)V99.
           02 RHHIST    PIC X(296).
           02 RHRESULT  PIC X(1219).

       FD PAYMENTFILE.
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PPAYDATA.
               03 PBASIC   PIC 9(6)V99.
               03 PDA      PIC 9(6)V99.
               03 PCCA     PIC 9(6)V99.
               03 PHRA     PIC 9(6)V99.
               03 PDPA     PIC 9(6)V99.
               03 PPPA     PIC 9(6)V99.
               03 PEDUA    PIC 9(6)V99.
               03 PTECHJR  PIC 9(6)V99.
               03 PLUNCHA  PIC 9(6)V99.
               03 PCONVEY  PIC 9(6)V99.
               03 PBUSATR  PIC 9(6)V99.
               03 PLTA     PIC 9(6)V99.
               03 PPF      PIC 9(6)V99.
               03 PESI     PIC 9(6)V99.
               03 PGRTY    PIC 9(6)V99.
               03 PPTAX    PIC 9(6)V99.
               03 PITAX    PIC 9(6)V99.
               03 PLOAN    PIC 9(8)V99.
               03 PLOANDA  PIC 9(8)V99.
               03 POTHERD  PIC 9(6)V99.
               03 PPERINC  PIC 9(6)V99.
               03 PMEDI    PIC 9(6)V99.
               03 PBOOK    PIC 9(6)V99.
               03 PENTER   PIC 9(6)V99.
               03 PTPH     PIC 9(6)V99.
               03 PHOUSE   PIC 9(6)V99.
               03 PVEHMAN  PIC 9(6)V99.
               03 PCREDIT  PIC 9(6)V99.
               03 PCLUB    PIC 9(6)V99.
               03 PCL      PIC 99.
               03 PSL      PIC 99.
               03 PPL      PIC 99.
               03 PLLOP    PIC 999.
               03 POTHERL  PIC 999.
               03 PARREAR  PIC 9(6)V99.
               03 POTAMT   PIC 9(6)V99.
               03 PMEDPREM PIC 9(6)V99.
               03 PCLAIM   PIC 9(6)V99.
               03 PENCASH  PIC 9(6)V99.
               03 PCO      PIC 99.
               03 PCOPER   PIC X(6).

       FD EMPFILE.
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 ESTATUS   PIC X.
           02 ESEPDT    PIC X(10).
           02 EDEPCODE  PIC X(6).
           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       FD EMPPERSONALFILE.
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 FILLER   PIC X(230).
           02 EPBANKAC PIC X(20).
           02 EPBANKIFSC PIC X(11).
           02 EPBANKBR PIC X(20).
           02 EPPFNO   PIC X(22).
           02 EPUAN    PIC X(12).
           02 EPESINO  PIC X(10).
           02 EPPAYMODE PIC X.

       FD PAYHISTFILE.
       01 PAYHISTREC.
           02 PHKEY.
               03 PHEMPID  PIC X(6).
               03 PHPERIOD PIC X(6).
               03 PHRUN    PIC X(2).
           02 PHPAYDATA PIC X(296).

       FD EMPCOMPFILE.
       01 EMPCOMPREC.
           02 ECKEY.
               03 ECEMPID PIC X(6).
               03 ECCODE  PIC X(8).
           02 ECAMT     PIC 9(6)V99.

       FD COMPMASTFILE.
       01 COMPMASTREC.
           02 CMCODE    PIC X(8).
           02 CMDESC    PIC X(25).
           02 CMTYPE    PIC X.
           02 CMTAXABLE PIC X.
           02 CMPFWAGE  PIC X.
           02 CMLOPPRO  PIC X.
           02 CMGLACCT  PIC X(8).
           02 CMCLASS   PIC X.

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

       FD REVSTOPFILE.
       01 REVSTOPREC.
           02 SVKEY.
               03 SVEMPID  PIC X(6).
               03 SVPERIOD PIC X(6).
               03 SVRUN    PIC X(2).
           02 SVNO      PIC X(6).
           02 SVSTAT    PIC X.
           02 SVDATE    PIC X(8).

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

       FD SLIPFILE.
       01 SLIPLINE PIC X(80).

       FD REISDISBFILE.
       01 DISBLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRV       PIC XX.
       77 FSRH       PIC XX.
       77 FSP        PIC XX.
       77 FSE        PIC XX.
       77 FSEP       PIC XX.
       77 FSH        PIC XX.
       77 FSEC       PIC XX.
       77 FSCM       PIC XX.
       77 FSRS       PIC XX.
       77 FSSV       PIC XX.
       77 FSSLIP     PIC XX.
       77 FSDIS      PIC XX.
       77 WAITFOR    PIC X.
       77 W-REVNO    PIC X(6).
       77 W-MODE     PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PFESI    PIC X.
       77 W-MONDAYS  PIC 99.
       77 W-DAYSPAID PIC 99.
       77 W-CUT      PIC X.
       77 W-EMPOK    PIC X.
       77 W-ECOPEN   PIC X VALUE "N".
       77 W-CMOPEN   PIC X VALUE "N".
       77 W-CIDX     PIC 99.
       77 W-DIDX     PIC 99.
       77 W-AIDX     PIC 99.
       77 W-HASCOMP  PIC X.
       77 W-CTYPE    PIC X.
       77 W-LEFT     PIC 9(4).
       77 W-RCPROG   PIC X(8) VALUE "REISSUE ".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 FSQT       PIC XX.
       77 FSQA       PIC XX.
       77 FSTA       PIC XX.
       77 W-QAOPEN   PIC X VALUE "N".
       77 W-TAOPEN   PIC X VALUE "N".
       77 W-NEXTPER  PIC X(6).
       77 W-NEXTYR   PIC 9(4).
       77 W-NEXTMON  PIC 99.
       77 W-DATENUM  PIC 9(8).
       77 W-PERBEG   PIC S9(9).
       77 W-PEREND   PIC S9(9).
       77 W-HSFROM   PIC S9(9).
       77 W-HSTO     PIC S9(9).
       77 W-SVBEG    PIC S9(9).
       77 W-SVEND    PIC S9(9).
       77 W-HSDAYS   PIC 999.
       77 W-HSFEE    PIC 9(6)V99.
       77 W-TARECOV  PIC 9(6)V99.
       77 T-COUNT    PIC 9(6) VALUE 0.
       77 T-NET      PIC S9(10)V99 VALUE 0.
       77 T-OLDNET   PIC S9(10)V99 VALUE 0.

      * THE RESULT AS IT WAS VOIDED.
       01 W-VOIDRES.
           02 VR-KEY     PIC X(14).
           02 VR-NAME    PIC X(25).
           02 VR-BRNID   PIC X(6).
           02 VR-DEPCODE PIC X(6).
           02 VR-DESID   PIC X(6).
           02 VR-GRDNO   PIC 99.
           02 VR-EMPTYPE PIC X.
           02 VR-PFESI   PIC X.
           02 VR-MONDAYS PIC 99.
           02 VR-DAYSPD  PIC 99.
           02 VR-PAYDATA PIC X(296).
           02 VR-GROSS   PIC 9(8)V99.
           02 VR-DEDUCT  PIC 9(8)V99.
           02 VR-NET     PIC S9(8)V99.
           02 VR-DEFER   PIC 9(8)V99.
           02 VR-CLS OCCURS 10 TIMES.
               03 VR-CCLASS PIC X.
               03 VR-CCARRY PIC 9(8)V99.
               03 VR-CDUE   PIC 9(8)V99.
               03 VR-CTAKEN PIC 9(8)V99.
               03 VR-CDEFER PIC 9(8)V99.
           02 VR-RUNDATE PIC X(8).
           02 VR-CM OCCURS 15 TIMES.
               03 VR-CMCODE PIC X(8).
               03 FILLER    PIC X(3).
               03 VR-CMAMT  PIC 9(8)V99.
           02 VR-NPSEE   PIC 9(8)V99.
           02 VR-NPSER   PIC 9(8)V99.
           02 VR-PRAN    PIC X(12).
           02 FILLER     PIC X(53).

      * WHAT THE VOIDED RESULT CARRIED IN, AND WHAT IT TOOK FOR
      * ATTACHMENT ORDERS, VENDOR ITEMS AND NPS, IS DUE AGAIN.
       01 ADD-TABLE.
           02 ADD-ENTRY OCCURS 10 TIMES.
               03 AT-CLASS  PIC X.
               03 AT-CURR   PIC 9(8)V99.
               03 AT-CARRY  PIC 9(8)V99.

       01 COMP-TABLE.
           02 COMP-ENTRY OCCURS 15 TIMES.
               03 CI-CODE   PIC X(8).
               03 CI-AMT    PIC 9(6)V99.

      * THE PAYMENT RECORD AS HANDED TO PAYCALC - THE MASTER LESS HRA
      * AND PLUS LICENCE FEE FOR DAYS IN COMPANY HOUSING, AND PLUS THE
      * TOUR ADVANCE THE VOIDED RUN RECOVERED.
       01 W-CALCPAY.
           02 FILLER     PIC X(24).
           02 W-CPHRA    PIC 9(6)V99.
           02 FILLER     PIC X(124).
           02 W-CPOTHERD PIC 9(6)V99.
           02 FILLER     PIC X(132).

       01 AMOUNT-LINE.
           02 AML-LABEL PIC X(20).
           02 AML-AMT   PIC ZZZ,ZZZ.99-.

       01 DISB-LINE.
           02 DB-EMPID   PIC X(8).
           02 DB-ACCOUNT PIC X(22).
           02 DB-IFSC    PIC X(13).
           02 DB-NET     PIC ZZZ,ZZZ.99.

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-DATE   PIC X(10).
           02 AL-TIME   PIC X(9).
           02 AL-USER   PIC X(11).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           DISPLAY "REISSUE OF REVERSED PAY".
           DISPLAY "ENTER REVERSAL NUMBER :".
           ACCEPT W-REVNO.
           OPEN I-O PAYREVFILE.
           IF FSRV NOT = "00"
               DISPLAY "NO PAYROLL REVERSALS ON FILE"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE W-REVNO TO RVNO.
           READ PAYREVFILE
               INVALID KEY
                   DISPLAY "NO SUCH REVERSAL - RUN CANCELLED"
                   CLOSE PAYREVFILE
                   MOVE 9999 TO RETURN-CODE
                   GOBACK
           END-READ
           IF RVSTAT NOT = "V"
               DISPLAY "ONLY AN AUTHORISED REVERSAL NOT YET REISSUED "
                   "CAN BE REISSUED - STATUS IS " RVSTAT
               CLOSE PAYREVFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RVPERIOD TO W-PERIOD.
           MOVE RVPERIOD(5:2) TO W-PERIN(1:2).
           MOVE "/" TO W-PERIN(3:1).
           MOVE RVPERIOD(1:4) TO W-PERIN(4:4).
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

           MOVE W-PERIN TO W-RCPER.
           MOVE "S" TO W-RCFUNC.
           MOVE W-REVNO TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               CLOSE PAYREVFILE
               GOBACK
           END-IF.

           DISPLAY "PAY DATA FROM THE VOIDED RESULT OR THE CURRENT "
               "PAYMENT RECORD (V/C) :".
           ACCEPT W-MODE.
           IF W-MODE = "c"
               MOVE "C" TO W-MODE
           END-IF
           IF W-MODE NOT = "C"
               MOVE "V" TO W-MODE
           END-IF
           OPEN INPUT PAYREVHFILE.
           CLOSE PAYREVHFILE.
           OPEN I-O PAYREVHFILE.
           IF FSRH NOT = "00"
               DISPLAY "UNABLE TO OPEN REVERSAL HISTORY, STATUS " FSRH
               CLOSE PAYREVFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = "00" AND W-MODE = "C"
               DISPLAY "UNABLE TO OPEN PAYMENT FILE, STATUS " FSP
               CLOSE PAYREVHFILE
               CLOSE PAYREVFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           OPEN INPUT EMPPERSONALFILE.
           OPEN INPUT EMPCOMPFILE.
           IF FSEC = "00"
               MOVE "Y" TO W-ECOPEN
           END-IF
           OPEN INPUT COMPMASTFILE.
           IF FSCM = "00"
               MOVE "Y" TO W-CMOPEN
           END-IF
           OPEN I-O PAYHISTFILE.
           IF FSH = 30 OR FSH = 35
               OPEN OUTPUT PAYHISTFILE
               CLOSE PAYHISTFILE
               OPEN I-O PAYHISTFILE
           END-IF
           OPEN I-O PAYRESFILE.
           IF FSRS = 30 OR FSRS = 35
               OPEN OUTPUT PAYRESFILE
               CLOSE PAYRESFILE
               OPEN I-O PAYRESFILE
           END-IF
           OPEN I-O REVSTOPFILE.
      * COMPANY HOUSING AND TOUR ADVANCES ARE APPLIED AS THE PAYROLL
      * RUN APPLIED THEM, SO THE REPLACEMENT STOPS THE SAME HRA AND
      * RECOVERS THE SAME LICENCE FEE AND ADVANCE AS THE VOIDED RESULT.
           OPEN INPUT QTRALLOTFILE.
           IF FSQA = "00"
               OPEN INPUT QUARTERFILE
               IF FSQT = "00"
                   MOVE "Y" TO W-QAOPEN
               ELSE
                   CLOSE QTRALLOTFILE
               END-IF
           END-IF
           OPEN INPUT TOURADVFILE.
           IF FSTA = "00"
               MOVE "Y" TO W-TAOPEN
           END-IF
           OPEN OUTPUT SLIPFILE.
           OPEN OUTPUT REISDISBFILE.

           MOVE SPACES TO SLIPLINE.
           STRING "REISSUE OF REVERSAL " W-REVNO " - PERIOD " W-PERIN
               " RUN " RVRUN DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           STRING "REASON : " RVREASON DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE SPACES TO DISBLINE.
           STRING "REISSUE DISBURSEMENT EXTRACT - REVERSAL " W-REVNO
               " PERIOD " W-PERIN DELIMITED BY SIZE INTO DISBLINE
           END-STRING.
           WRITE DISBLINE.

           MOVE 0 TO W-LEFT.
           MOVE W-REVNO TO RHNO.
           MOVE LOW-VALUES TO RHEMPID.
           START PAYREVHFILE KEY IS NOT LESS THAN RHKEY
               INVALID KEY
                   MOVE "10" TO FSRH
           END-START.
           PERFORM UNTIL FSRH = "10"
               READ PAYREVHFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF RHNO NOT = W-REVNO
                   EXIT PERFORM
               END-IF
               IF RHSTAT = "V"
                   PERFORM REISSUE-ONE-PARA THRU REISSUE-ONE-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO SLIPLINE.
           STRING "RESULTS REISSUED : " T-COUNT
               DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE "NET VOIDED        :" TO AML-LABEL.
           MOVE T-OLDNET TO AML-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "NET REISSUED      :" TO AML-LABEL.
           MOVE T-NET TO AML-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.

      * THE REVERSAL IS DONE WHEN NOTHING OF IT IS LEFT VOIDED.
           IF W-LEFT = 0
               MOVE "I" TO RVSTAT
               MOVE FUNCTION CURRENT-DATE (1:8) TO RVREISS
               REWRITE PAYREVREC
               MOVE "PAYREVFILE" TO AL-FILE
               MOVE RVNO TO AL-KEY
               MOVE "REISSUE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
           END-IF

           CLOSE PAYREVFILE.
           CLOSE PAYREVHFILE.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           CLOSE EMPPERSONALFILE.
           IF W-ECOPEN = "Y"
               CLOSE EMPCOMPFILE
           END-IF
           IF W-CMOPEN = "Y"
               CLOSE COMPMASTFILE
           END-IF
           CLOSE PAYHISTFILE.
           CLOSE PAYRESFILE.
           CLOSE REVSTOPFILE.
           IF W-QAOPEN = "Y"
               CLOSE QTRALLOTFILE
               CLOSE QUARTERFILE
           END-IF
           IF W-TAOPEN = "Y"
               CLOSE TOURADVFILE
           END-IF
           CLOSE SLIPFILE.
           CLOSE REISDISBFILE.
           CANCEL "PAYCALC".
           CANCEL "NETPROT".
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           DISPLAY "REISSUE COMPLETE - " T-COUNT " EMPLOYEES, NET "
               T-NET.
           IF W-LEFT > 0
               DISPLAY W-LEFT " RESULT(S) COULD NOT BE REISSUED - "
                   "RUN THE REISSUE AGAIN ONCE CORRECTED"
           END-IF
           DISPLAY "PAYSLIPS IN files/REISSUE.LST, BANK ENTRIES IN "
               "files/REISDISB.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * THE REPLACEMENT TAKES THE VOIDED RESULT'S PLACE UNDER THE SAME
      * PERIOD AND RUN, SO EVERY REPORT OF THE PERIOD SEES IT AS THE
      * PAY FOR THAT RUN.
       REISSUE-ONE-PARA.
           MOVE RHRESULT TO W-VOIDRES.
           IF RHRESULT = SPACES
               MOVE SPACES TO VR-NAME
               MOVE 0 TO VR-NET
               MOVE "Y" TO VR-PFESI
               MOVE 30 TO VR-MONDAYS
               MOVE 30 TO VR-DAYSPD
               MOVE 0 TO VR-NPSER
               MOVE SPACES TO VR-PRAN
               PERFORM VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
                   MOVE SPACE TO VR-CCLASS (W-DIDX)
               END-PERFORM
               PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
                   MOVE SPACES TO VR-CMCODE (W-CIDX)
               END-PERFORM
           END-IF
           MOVE RHEMPID TO PHEMPID.
           MOVE RHPERIOD TO PHPERIOD.
           MOVE RHRUN TO PHRUN.
           READ PAYHISTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PAY HISTORY ALREADY HOLDS THIS RUN FOR "
                       RHEMPID " - NOT REISSUED"
                   ADD 1 TO W-LEFT
                   GO TO REISSUE-ONE-EXIT
           END-READ
           IF W-MODE = "C"
               MOVE RHEMPID TO PEMPID
               READ PAYMENTFILE KEY IS PEMPID
                   INVALID KEY
                       DISPLAY "NO PAYMENT RECORD FOR " RHEMPID
                           " - NOT REISSUED"
                       ADD 1 TO W-LEFT
                       GO TO REISSUE-ONE-EXIT
               END-READ
           ELSE
               MOVE RHEMPID TO PEMPID
               MOVE RHHIST TO PPAYDATA
           END-IF
           MOVE VR-PFESI TO W-PFESI.
           MOVE VR-MONDAYS TO W-MONDAYS.
           MOVE VR-DAYSPD TO W-DAYSPAID.
           MOVE "N" TO W-EMPOK.
           MOVE RHEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   MOVE "Y" TO W-EMPOK
                   MOVE "Y" TO W-PFESI
                   IF EEMPTYPE = "C" OR EEMPTYPE = "T"
                       MOVE "N" TO W-PFESI
                   END-IF
                   CALL "PRORATE" USING W-PERIOD EDOJ ESEPDT ESTATUS
                       W-MONDAYS W-DAYSPAID
           END-READ
           PERFORM COMPUTE-PAY-PARA.
           PERFORM STAMP-HIST-PARA.
           PERFORM WRITE-RESULT-PARA.
           MOVE "R" TO RHSTAT.
           MOVE RSNET TO RHNEWNET.
           IF RHRUN = "00"
               MOVE "N" TO RHGLNEW
           END-IF
           REWRITE PAYREVHREC.
           MOVE RHEMPID TO SVEMPID.
           MOVE RHPERIOD TO SVPERIOD.
           MOVE RHRUN TO SVRUN.
           READ REVSTOPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO SVSTAT
                   MOVE FUNCTION CURRENT-DATE (1:8) TO SVDATE
                   REWRITE REVSTOPREC
           END-READ
           PERFORM PRINT-SLIP-PARA.
           PERFORM WRITE-DISB-PARA.
           MOVE "PAYHISTFILE" TO AL-FILE.
           MOVE RHEMPID TO AL-KEY.
           MOVE "REISSUE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO T-COUNT.
           ADD RSNET TO T-NET.
           ADD VR-NET TO T-OLDNET.
       REISSUE-ONE-EXIT.
           EXIT.

      * COMPONENTS ARE PAID AGAIN ONLY WHERE THE VOIDED RESULT PAID
      * THEM - A FLAT SUPPLEMENTARY CORRECTION HAD NONE.
       COMPUTE-PAY-PARA.
           MOVE SPACES TO PAYRESREC.
           INITIALIZE ADD-TABLE.
           INITIALIZE COMP-TABLE.
           MOVE 0 TO W-AIDX.
           PERFORM VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
               IF VR-CCLASS (W-DIDX) NOT = SPACE
                   ADD 1 TO W-AIDX
                   MOVE VR-CCLASS (W-DIDX) TO AT-CLASS (W-AIDX)
                   MOVE VR-CCARRY (W-DIDX) TO AT-CARRY (W-AIDX)
                   IF (VR-CCLASS (W-DIDX) = "A"
                       OR VR-CCLASS (W-DIDX) = "V"
                       OR VR-CCLASS (W-DIDX) = "N")
                       AND VR-CDUE (W-DIDX) > VR-CCARRY (W-DIDX)
                       COMPUTE AT-CURR (W-AIDX) =
                           VR-CDUE (W-DIDX) - VR-CCARRY (W-DIDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO W-HASCOMP.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               IF VR-CMCODE (W-CIDX) NOT = SPACES
                   MOVE "Y" TO W-HASCOMP
               END-IF
           END-PERFORM
           IF W-HASCOMP = "Y"
               PERFORM LOAD-COMPS-PARA THRU LOAD-COMPS-EXIT
           END-IF
           PERFORM GET-HOUSING-PARA THRU GET-HOUSING-EXIT.
           PERFORM GET-TOURADV-PARA THRU GET-TOURADV-EXIT.
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
      * THE EMPLOYEE'S NPS SHARE IS WHAT CLASS N TOOK; THE EMPLOYER'S
      * SHARE STANDS AS IT WAS COSTED ON THE VOIDED RESULT.
           MOVE 0 TO RSNPSEE.
           MOVE 0 TO RSNPSER.
           MOVE SPACES TO RSPRAN.
           PERFORM VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
               IF RSCCLASS (W-DIDX) = "N"
                   MOVE RSCTAKEN (W-DIDX) TO RSNPSEE
                   MOVE VR-PRAN TO RSPRAN
                   IF VR-NPSER NUMERIC
                       MOVE VR-NPSER TO RSNPSER
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-COMPS-PARA.
           IF W-ECOPEN NOT = "Y"
               GO TO LOAD-COMPS-EXIT
           END-IF
           MOVE 0 TO W-CIDX.
           MOVE RHEMPID TO ECEMPID.
           MOVE LOW-VALUES TO ECCODE.
           START EMPCOMPFILE KEY IS NOT LESS THAN ECKEY
               INVALID KEY
                   GO TO LOAD-COMPS-EXIT
           END-START.
           PERFORM UNTIL FSEC = "10"
               READ EMPCOMPFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSEC = "00" OR FSEC = "02"
                   IF ECEMPID NOT = RHEMPID
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
           END-IF.
       GET-HOUSING-EXIT.
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
      * WORKS IT OUT FOR THE DAYS PAID. WITHOUT AN EMPLOYEE RECORD THE
      * WHOLE PERIOD IS TAKEN.
       SERVICE-WINDOW-PARA.
           MOVE W-PERBEG TO W-SVBEG.
           MOVE W-PEREND TO W-SVEND.
           IF W-EMPOK NOT = "Y"
               GO TO SERVICE-WINDOW-EXIT
           END-IF
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
       SERVICE-WINDOW-EXIT.
           EXIT.

      * THE TOUR ADVANCE THE PAYROLL RUN MARKED RECOVERED IN THE
      * PERIOD. THE VOIDED RESULT TOOK IT, SO THE REPLACEMENT MUST.
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
                   IF TASTAT = "Y" AND TARCPER = RHPERIOD
                       ADD TARCAMT TO W-TARECOV
                   END-IF
                   MOVE "00" TO FSTA
               END-IF
           END-PERFORM.
       GET-TOURADV-EXIT.
           EXIT.

       STAMP-HIST-PARA.
           MOVE RHEMPID TO PHEMPID.
           MOVE RHPERIOD TO PHPERIOD.
           MOVE RHRUN TO PHRUN.
           MOVE PPAYDATA TO PHPAYDATA.
           WRITE PAYHISTREC
               INVALID KEY
                   DISPLAY "UNABLE TO STAMP HISTORY FOR " RHEMPID
                       ", STATUS " FSH
           END-WRITE.

      * AN EMPLOYEE NO LONGER ON THE MASTER KEEPS THE DETAILS THE
      * VOIDED RESULT WAS PAID WITH.
       WRITE-RESULT-PARA.
           MOVE RHEMPID   TO RSEMPID.
           MOVE RHPERIOD  TO RSPERIOD.
           MOVE RHRUN     TO RSRUN.
           IF W-EMPOK = "Y"
               MOVE EEMPNAME  TO RSNAME
               MOVE EBRNID    TO RSBRNID
               MOVE EDEPCODE  TO RSDEPCODE
               MOVE EDESID    TO RSDESID
               MOVE EGRDNO    TO RSGRDNO
               MOVE EEMPTYPE  TO RSEMPTYPE
           ELSE
               MOVE VR-NAME    TO RSNAME
               MOVE VR-BRNID   TO RSBRNID
               MOVE VR-DEPCODE TO RSDEPCODE
               MOVE VR-DESID   TO RSDESID
               MOVE VR-GRDNO   TO RSGRDNO
               MOVE VR-EMPTYPE TO RSEMPTYPE
           END-IF
           MOVE W-PFESI   TO RSPFESI.
           MOVE W-MONDAYS TO RSMONDAYS.
           MOVE W-DAYSPAID TO RSDAYSPD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RSRUNDATE.
           WRITE PAYRESREC
               INVALID KEY
                   REWRITE PAYRESREC
           END-WRITE.

       PRINT-SLIP-PARA.
           MOVE "-------------------------------" TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "REPLACEMENT PAYSLIP" TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           STRING "PERIOD        : " W-PERIN " RUN " RSRUN
               DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           STRING "EMPLOYEE CODE : " RSEMPID
               DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           STRING "NAME          : " RSNAME
               DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           STRING "DAYS PAID     : " RSDAYSPD " OF " RSMONDAYS
               DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           STRING "REPLACES PAY VOIDED BY REVERSAL " W-REVNO
               DELIMITED BY SIZE INTO SLIPLINE
           END-STRING.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "GROSS EARNINGS    :" TO AML-LABEL.
           MOVE RSGROSS TO AML-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "E" TO W-CTYPE.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               PERFORM COMP-LINE-PARA
           END-PERFORM
           MOVE "TOTAL DEDUCTIONS  :" TO AML-LABEL.
           MOVE RSDEDUCT TO AML-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "D" TO W-CTYPE.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               PERFORM COMP-LINE-PARA
           END-PERFORM
           IF RSNPSEE > 0
               MOVE "NPS CONTRIBUTION  :" TO AML-LABEL
               MOVE RSNPSEE TO AML-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
           MOVE "NET PAY           :" TO AML-LABEL.
           MOVE RSNET TO AML-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "NET PAY VOIDED    :" TO AML-LABEL.
           MOVE VR-NET TO AML-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           IF RSDEFER > 0
               MOVE "CARRIED TO NEXT   :" TO AML-LABEL
               MOVE RSDEFER TO AML-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
           MOVE "-------------------------------" TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           WRITE SLIPLINE.

      * ONE LINE PER PAY COMPONENT OF THE TYPE IN W-CTYPE.
       COMP-LINE-PARA.
           IF RSCMCODE (W-CIDX) NOT = SPACES
               AND RSCMTYPE (W-CIDX) = W-CTYPE
               AND RSCMAMT (W-CIDX) > 0
               MOVE SPACES TO CMDESC
               IF W-CMOPEN = "Y"
                   MOVE RSCMCODE (W-CIDX) TO CMCODE
                   READ COMPMASTFILE
                       INVALID KEY
                           MOVE SPACES TO CMDESC
                   END-READ
               END-IF
               IF CMDESC = SPACES
                   MOVE RSCMCODE (W-CIDX) TO CMDESC
               END-IF
               MOVE SPACES TO AML-LABEL
               STRING " " CMDESC (1:17) ":" DELIMITED BY SIZE
                   INTO AML-LABEL
               END-STRING
               MOVE RSCMAMT (W-CIDX) TO AML-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF.

      * THE REPLACEMENT IS PAID THE WAY THE EMPLOYEE IS PAID NOW.
       WRITE-DISB-PARA.
           MOVE RHEMPID TO EPEMPID.
           READ EMPPERSONALFILE
               INVALID KEY
                   MOVE SPACES TO EPBANKAC
                   MOVE SPACES TO EPBANKIFSC
                   MOVE SPACE TO EPPAYMODE
           END-READ
           MOVE RHEMPID     TO DB-EMPID.
           MOVE EPBANKAC    TO DB-ACCOUNT.
           MOVE EPBANKIFSC  TO DB-IFSC.
           IF EPPAYMODE = "Q"
               MOVE "PAY BY CHEQUE" TO DB-ACCOUNT
               MOVE SPACES TO DB-IFSC
           END-IF
           IF EPPAYMODE = "C"
               MOVE "PAY IN CASH" TO DB-ACCOUNT
               MOVE SPACES TO DB-IFSC
           END-IF
           IF RSNET > 0
               MOVE RSNET TO DB-NET
           ELSE
               MOVE 0 TO DB-NET
           END-IF
           MOVE DISB-LINE TO DISBLINE.
           WRITE DISBLINE.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM REISSUE.
