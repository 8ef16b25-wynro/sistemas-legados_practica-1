       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGHASH.

      * CHECK VALUE FOR A CHAINED LOG RECORD. THE VALUE IS WORKED
      * FROM THE CHECK VALUE OF THE RECORD BEFORE IT AND THE TEXT AND
      * SEQUENCE NUMBER OF THIS ONE, SO ALTERING, INSERTING OR TAKING
      * OUT ANY RECORD BREAKS THE CHAIN FROM THAT POINT ON. USED BY
      * LOGCHAIN WHEN A RECORD IS WRITTEN AND BY LOGVFY WHEN THE LOGS
      * ARE VERIFIED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-IDX      PIC 99 COMP.
       77 W-HASH     PIC 9(12) COMP.

       LINKAGE SECTION.
       01 LK-PREV    PIC 9(10).
       01 LK-DATA    PIC X(89).
       01 LK-CHK     PIC 9(10).

       PROCEDURE DIVISION USING LK-PREV LK-DATA LK-CHK.
       MAIN-PARA.
           MOVE LK-PREV TO W-HASH.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 89
               COMPUTE W-HASH = FUNCTION MOD (W-HASH * 31
                   + FUNCTION ORD (LK-DATA (W-IDX:1)), 9999999967)
           END-PERFORM
           MOVE W-HASH TO LK-CHK.
           GOBACK.

       END PROGRAM LOGHASH.
