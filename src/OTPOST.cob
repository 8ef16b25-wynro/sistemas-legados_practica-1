
           PERFORM EXPIRE-CO-PARA.

      * ONLY APPROVED ENTRIES (N) ARE POSTED - P IS STILL WAITING FOR
      * THE EMPLOYEE'S MANAGER AND R WAS REJECTED BY THEM.
           PERFORM UNTIL FSOT = "10"
               READ OTFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSOT = "00" AND OTPERIOD = W-PERIOD
                   AND OTPOSTED = "N"
                   PERFORM POST-OT-PARA THRU POST-OT-EXIT
               END-IF
           END-PERFORM
