           IF W-ROLE NOT = "C"
               DISPLAY "35. MEDICAL PREMIUMS" AT 1955
           END-IF
           IF W-ROLE NOT = "C"
               DISPLAY "37. WORKFORCE FORECAST" AT 2101
           END-IF
           IF W-ROLE NOT = "C"
               DISPLAY "38. PAYROLL READINESS" AT 2128
           END-IF
           DISPLAY "36. MORE REPORTS" AT 2155.
           DISPLAY "99. RETURN TO MAIN MENU" AT 2055.
           DISPLAY "ENTER YOUR CHOICE :" AT 2201.
                   CALL "INCREMENT"
                   CANCEL "INCREMENT"
               WHEN 10
                   CALL "EXPORT" USING W-AUDITUSER W-ROLE
                   CANCEL "EXPORT"
               WHEN 11
                   CALL "BULKLOAD"
               WHEN 36
                   CALL "REPORTS2" USING W-AUDITUSER W-ROLE
                   CANCEL "REPORTS2"
               WHEN 37
                   CALL "COSTFCST"
                   CANCEL "COSTFCST"
               WHEN 38
                   CALL "PAYREADY"
                   CANCEL "PAYREADY"
               WHEN OTHER
                   EXIT PROGRAM
           END-EVALUATE
               WHEN 33 MOVE "ANNSTMT"   TO W-SPREPORT
               WHEN 34 MOVE "MONTHEND"  TO W-SPREPORT
               WHEN 35 MOVE "MEDPOST"   TO W-SPREPORT
               WHEN 37 MOVE "COSTFCST"  TO W-SPREPORT
               WHEN 38 MOVE "PAYREADY"  TO W-SPREPORT
               WHEN OTHER CONTINUE
           END-EVALUATE
           IF W-SPREPORT NOT = SPACES
                   OR (CHOICE >= 17 AND CHOICE <= 20)
                   OR (CHOICE >= 22 AND CHOICE <= 26)
                   OR CHOICE = 30 OR CHOICE = 31 OR CHOICE = 34
                   OR CHOICE = 35 OR CHOICE = 37 OR CHOICE = 38
                   MOVE "N" TO W-ALLOWED
               END-IF
           END-IF.
