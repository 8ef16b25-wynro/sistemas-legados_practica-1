       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRORATE.

      * RETURNS THE CALENDAR DAYS IN A PAY PERIOD AND THE DAYS OF IT
      * THE EMPLOYEE IS PAYABLE FOR - FROM THE LATER OF THE FIRST OF
      * THE MONTH AND EDOJ TO THE EARLIER OF THE LAST OF THE MONTH AND
      * ESEPDT. A SEPARATED EMPLOYEE WITH NO USABLE ESEPDT IS GIVEN
      * NO DAYS, AS THE REGULAR RUN ALWAYS EXCLUDED THEM. IF THE
      * PERIOD ITSELF IS NOT KNOWN A FULL 30-DAY MONTH IS RETURNED SO
      * THE CALLER FALLS BACK TO UNPRORATED PAY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-DATENUM   PIC 9(8).
       77 W-MONFROM   PIC 9(8).
       77 W-MONTO     PIC 9(8).
       77 W-FROMINT   PIC 9(8).
       77 W-TOINT     PIC 9(8).
       77 W-DATEINT   PIC 9(8).
       77 W-YEAR      PIC 9(4).
       77 W-MONTH     PIC 99.
       77 W-DATEOK    PIC X.
       77 W-DATECK    PIC X(10).

       LINKAGE SECTION.
       01 LK-PERIOD   PIC X(6).
       01 LK-DOJ      PIC X(10).
       01 LK-SEPDT    PIC X(10).
       01 LK-STATUS   PIC X.
       01 LK-MONDAYS  PIC 99.
       01 LK-DAYSPAID PIC 99.

       PROCEDURE DIVISION USING LK-PERIOD LK-DOJ LK-SEPDT LK-STATUS
           LK-MONDAYS LK-DAYSPAID.
       MAIN-PARA.
           MOVE 30 TO LK-MONDAYS.
           MOVE 30 TO LK-DAYSPAID.
           IF LK-PERIOD NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-PERIOD(1:4) TO W-YEAR.
           MOVE LK-PERIOD(5:2) TO W-MONTH.
           IF W-MONTH < 1 OR W-MONTH > 12 OR W-YEAR < 1601
               GOBACK
           END-IF
           COMPUTE W-DATENUM = W-YEAR * 10000 + W-MONTH * 100 + 1.
           COMPUTE W-MONFROM = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           IF W-MONTH = 12
               ADD 1 TO W-YEAR
               MOVE 1 TO W-MONTH
           ELSE
               ADD 1 TO W-MONTH
           END-IF
           COMPUTE W-DATENUM = W-YEAR * 10000 + W-MONTH * 100 + 1.
           COMPUTE W-MONTO = FUNCTION INTEGER-OF-DATE (W-DATENUM) - 1.
           COMPUTE LK-MONDAYS = W-MONTO - W-MONFROM + 1.

           MOVE W-MONFROM TO W-FROMINT.
           MOVE W-MONTO TO W-TOINT.
           MOVE LK-DOJ TO W-DATECK.
           PERFORM DATE-TO-INT-PARA.
           IF W-DATEOK = "Y" AND W-DATEINT > W-FROMINT
               MOVE W-DATEINT TO W-FROMINT
           END-IF
           IF LK-STATUS = "S"
               MOVE LK-SEPDT TO W-DATECK
               PERFORM DATE-TO-INT-PARA
               IF W-DATEOK NOT = "Y"
                   MOVE 0 TO LK-DAYSPAID
                   GOBACK
               END-IF
               IF W-DATEINT < W-TOINT
                   MOVE W-DATEINT TO W-TOINT
               END-IF
           END-IF
           IF W-TOINT < W-FROMINT
               MOVE 0 TO LK-DAYSPAID
           ELSE
               COMPUTE LK-DAYSPAID = W-TOINT - W-FROMINT + 1
           END-IF
           GOBACK.

       DATE-TO-INT-PARA.
           MOVE "N" TO W-DATEOK.
           MOVE 0 TO W-DATEINT.
           IF W-DATECK(1:2) NUMERIC AND W-DATECK(4:2) NUMERIC
               AND W-DATECK(7:4) NUMERIC
               AND W-DATECK(3:1) = "/" AND W-DATECK(6:1) = "/"
               MOVE W-DATECK(7:4) TO W-DATENUM(1:4)
               MOVE W-DATECK(4:2) TO W-DATENUM(5:2)
               MOVE W-DATECK(1:2) TO W-DATENUM(7:2)
               IF W-DATENUM(1:4) > "1600"
                   AND W-DATENUM(5:2) >= "01" AND W-DATENUM(5:2) <= "12"
                   AND W-DATENUM(7:2) >= "01" AND W-DATENUM(7:2) <= "31"
                   COMPUTE W-DATEINT =
                       FUNCTION INTEGER-OF-DATE (W-DATENUM)
                   IF W-DATEINT > 0
                       MOVE "Y" TO W-DATEOK
                   END-IF
               END-IF
           END-IF.

       END PROGRAM PRORATE.
