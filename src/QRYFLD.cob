       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYFLD.

      * CATALOGUE OF THE FIELDS AN AD-HOC QUERY MAY USE FROM THE
      * EMPLOYEE (E), PERSONAL (P) AND PAYMENT (Y) MASTERS. EACH ENTRY
      * GIVES THE FIELD'S DATA NAME, WHICH MASTER IT IS ON, ITS OFFSET
      * AND LENGTH IN THAT RECORD, ITS KIND - TEXT (X), NUMBER (N) OR
      * DD/MM/YYYY DATE (D) - THE DECIMAL PLACES OF A NUMBER, AND
      * WHETHER IT IS A PROTECTED PERSONAL OR BANKING FIELD (Y) THAT
      * MASKFLD MASKS. CALL WITH LK-FUNC "C" TO LOOK A FIELD UP BY
      * CODE, OR "N" TO FETCH ENTRY LK-IDX; LK-IDX COMES BACK 0 WHEN
      * THERE IS NO SUCH FIELD. LK-FWIDTH IS THE COLUMN WIDTH THE
      * FIELD TAKES ON A QUERY REPORT.
      * THE OFFSETS MUST BE KEPT IN STEP WITH EMPREC, EMPPERSONALREC
      * AND PAYMENTREC WHENEVER THOSE LAYOUTS CHANGE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-IDX      PIC 99.
       77 W-CLEN     PIC 99.
       77 W-FCOUNT   PIC 99 VALUE 82.

       01 FIELD-NAMES.
           02 FILLER PIC X(19) VALUE "EEMPID    E00106X0N".
           02 FILLER PIC X(19) VALUE "EEMPNAME  E00725X0N".
           02 FILLER PIC X(19) VALUE "EEMPADDR  E03230X0N".
           02 FILLER PIC X(19) VALUE "EPHONE    E06210X0Y".
           02 FILLER PIC X(19) VALUE "EDOJ      E07210D0N".
           02 FILLER PIC X(19) VALUE "EDIP      E08210X0N".
           02 FILLER PIC X(19) VALUE "EUG       E09204X0N".
           02 FILLER PIC X(19) VALUE "EPG       E09604X0N".
           02 FILLER PIC X(19) VALUE "EPROFQ    E10004X0N".
           02 FILLER PIC X(19) VALUE "ESKILL    E10410X0N".
           02 FILLER PIC X(19) VALUE "EGRDNO    E11402N0N".
           02 FILLER PIC X(19) VALUE "EBRNID    E11606X0N".
           02 FILLER PIC X(19) VALUE "EDESID    E12206X0N".
           02 FILLER PIC X(19) VALUE "ESTATUS   E12801X0N".
           02 FILLER PIC X(19) VALUE "ESEPDT    E12910D0N".
           02 FILLER PIC X(19) VALUE "EDEPCODE  E13906X0N".
           02 FILLER PIC X(19) VALUE "EEMPTYPE  E14501X0N".
           02 FILLER PIC X(19) VALUE "ECONTEND  E14610D0N".
           02 FILLER PIC X(19) VALUE "EPTADD    P00730X0N".
           02 FILLER PIC X(19) VALUE "EPTPH     P03710X0Y".
           02 FILLER PIC X(19) VALUE "EPDOB     P04710D0Y".
           02 FILLER PIC X(19) VALUE "EPPOB     P05710X0N".
           02 FILLER PIC X(19) VALUE "EPLANG    P06715X0N".
           02 FILLER PIC X(19) VALUE "EPBLOOD   P08204X0N".
           02 FILLER PIC X(19) VALUE "EPWEIGHT  P08603N0N".
           02 FILLER PIC X(19) VALUE "EPHEIGHT  P08903N0N".
           02 FILLER PIC X(19) VALUE "EPVISION  P09215X0N".
           02 FILLER PIC X(19) VALUE "EPFATHER  P10725X0N".
           02 FILLER PIC X(19) VALUE "EPDOBF    P13210D0Y".
           02 FILLER PIC X(19) VALUE "EPMOTHER  P14225X0N".
           02 FILLER PIC X(19) VALUE "EPDOBM    P16710D0Y".
           02 FILLER PIC X(19) VALUE "EPSPOUSE  P17725X0N".
           02 FILLER PIC X(19) VALUE "EPCHILD   P20225X0N".
           02 FILLER PIC X(19) VALUE "EPDOBC    P22710D0Y".
           02 FILLER PIC X(19) VALUE "EPBANKAC  P23720X0Y".
           02 FILLER PIC X(19) VALUE "EPBANKIFSCP25711X0N".
           02 FILLER PIC X(19) VALUE "EPBANKBR  P26820X0N".
           02 FILLER PIC X(19) VALUE "EPPFNO    P28822X0Y".
           02 FILLER PIC X(19) VALUE "EPUAN     P31012X0Y".
           02 FILLER PIC X(19) VALUE "EPESINO   P32210X0Y".
           02 FILLER PIC X(19) VALUE "EPPAYMODE P33201X0N".
           02 FILLER PIC X(19) VALUE "PBASIC    Y00708N2N".
           02 FILLER PIC X(19) VALUE "PDA       Y01508N2N".
           02 FILLER PIC X(19) VALUE "PCCA      Y02308N2N".
           02 FILLER PIC X(19) VALUE "PHRA      Y03108N2N".
           02 FILLER PIC X(19) VALUE "PDPA      Y03908N2N".
           02 FILLER PIC X(19) VALUE "PPPA      Y04708N2N".
           02 FILLER PIC X(19) VALUE "PEDUA     Y05508N2N".
           02 FILLER PIC X(19) VALUE "PTECHJR   Y06308N2N".
           02 FILLER PIC X(19) VALUE "PLUNCHA   Y07108N2N".
           02 FILLER PIC X(19) VALUE "PCONVEY   Y07908N2N".
           02 FILLER PIC X(19) VALUE "PBUSATR   Y08708N2N".
           02 FILLER PIC X(19) VALUE "PLTA      Y09508N2N".
           02 FILLER PIC X(19) VALUE "PPF       Y10308N2N".
           02 FILLER PIC X(19) VALUE "PESI      Y11108N2N".
           02 FILLER PIC X(19) VALUE "PGRTY     Y11908N2N".
           02 FILLER PIC X(19) VALUE "PPTAX     Y12708N2N".
           02 FILLER PIC X(19) VALUE "PITAX     Y13508N2N".
           02 FILLER PIC X(19) VALUE "PLOAN     Y14310N2N".
           02 FILLER PIC X(19) VALUE "PLOANDA   Y15310N2N".
           02 FILLER PIC X(19) VALUE "POTHERD   Y16308N2N".
           02 FILLER PIC X(19) VALUE "PPERINC   Y17108N2N".
           02 FILLER PIC X(19) VALUE "PMEDI     Y17908N2N".
           02 FILLER PIC X(19) VALUE "PBOOK     Y18708N2N".
           02 FILLER PIC X(19) VALUE "PENTER    Y19508N2N".
           02 FILLER PIC X(19) VALUE "PTPH      Y20308N2N".
           02 FILLER PIC X(19) VALUE "PHOUSE    Y21108N2N".
           02 FILLER PIC X(19) VALUE "PVEHMAN   Y21908N2N".
           02 FILLER PIC X(19) VALUE "PCREDIT   Y22708N2N".
           02 FILLER PIC X(19) VALUE "PCLUB     Y23508N2N".
           02 FILLER PIC X(19) VALUE "PCL       Y24302N0N".
           02 FILLER PIC X(19) VALUE "PSL       Y24502N0N".
           02 FILLER PIC X(19) VALUE "PPL       Y24702N0N".
           02 FILLER PIC X(19) VALUE "PLLOP     Y24903N0N".
           02 FILLER PIC X(19) VALUE "POTHERL   Y25203N0N".
           02 FILLER PIC X(19) VALUE "PARREAR   Y25508N2N".
           02 FILLER PIC X(19) VALUE "POTAMT    Y26308N2N".
           02 FILLER PIC X(19) VALUE "PMEDPREM  Y27108N2N".
           02 FILLER PIC X(19) VALUE "PCLAIM    Y27908N2N".
           02 FILLER PIC X(19) VALUE "PENCASH   Y28708N2N".
           02 FILLER PIC X(19) VALUE "PCO       Y29502N0N".
           02 FILLER PIC X(19) VALUE "PCOPER    Y29706X0N".
       01 FIELD-TABLE REDEFINES FIELD-NAMES.
           02 FT-ENTRY OCCURS 82 TIMES.
               03 FT-CODE  PIC X(10).
               03 FT-SRC   PIC X.
               03 FT-OFF   PIC 999.
               03 FT-LEN   PIC 99.
               03 FT-KIND  PIC X.
               03 FT-DEC   PIC 9.
               03 FT-SENS  PIC X.

       LINKAGE SECTION.
       01 LK-FUNC    PIC X.
       01 LK-IDX     PIC 99.
       01 LK-FIELD.
           02 LK-FCODE  PIC X(10).
           02 LK-FSRC   PIC X.
           02 LK-FOFF   PIC 999.
           02 LK-FLEN   PIC 99.
           02 LK-FKIND  PIC X.
           02 LK-FDEC   PIC 9.
           02 LK-FSENS  PIC X.
           02 LK-FWIDTH PIC 99.

       PROCEDURE DIVISION USING LK-FUNC LK-IDX LK-FIELD.
       MAIN-PARA.
           IF LK-FUNC = "C"
               MOVE 0 TO LK-IDX
               PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-FCOUNT OR LK-IDX > 0
                   IF FT-CODE (W-IDX) = LK-FCODE
                       MOVE W-IDX TO LK-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF LK-IDX < 1 OR LK-IDX > W-FCOUNT
               MOVE 0 TO LK-IDX
               MOVE SPACES TO LK-FIELD
               GOBACK
           END-IF
           MOVE FT-ENTRY (LK-IDX) TO LK-FIELD (1:19).
           PERFORM VARYING W-CLEN FROM 10 BY -1
               UNTIL W-CLEN < 2 OR FT-CODE (LK-IDX) (W-CLEN:1)
                   NOT = SPACE
               CONTINUE
           END-PERFORM
           IF LK-FKIND = "N" AND LK-FDEC > 0
               MOVE 13 TO LK-FWIDTH
           ELSE
               MOVE LK-FLEN TO LK-FWIDTH
               IF W-CLEN > LK-FWIDTH
                   MOVE W-CLEN TO LK-FWIDTH
               END-IF
           END-IF
           GOBACK.

       END PROGRAM QRYFLD.
