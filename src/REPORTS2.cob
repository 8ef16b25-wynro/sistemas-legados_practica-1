       77 CHOICE      PIC 99.
       77 CRT-STATUS  PIC 9(4).
       77 W-ROLE      PIC X.
       77 W-PAGE      PIC 9 VALUE 1.
       77 W-ALLOWED   PIC X.
       77 STUFF       PIC X(40).
       77 W-AUDITUSER PIC X(10).
       77 W-SPREPORT  PIC X(12).
       77 W-SPPER     PIC X(7).
       77 W-MWASOF    PIC X(10).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
               AT 0510.
           DISPLAY "*******************************************"
               AT 0710.
           IF W-PAGE = 1
               DISPLAY " 1. VACANCY REPORT" AT 0901
               DISPLAY " 2. BUDGET VERSUS ACTUAL" AT 1001
               IF W-ROLE = "A"
                   DISPLAY " 3. SECURITY LOG REVIEW" AT 1101
               END-IF
               IF W-ROLE NOT = "C"
                   DISPLAY " 4. CLAIMS PAYOUT POSTING" AT 1201
               END-IF
               IF W-ROLE NOT = "C"
                   DISPLAY " 5. ANNUAL BONUS RUN" AT 1301
               END-IF
               DISPLAY " 6. GRATUITY PROVISION" AT 1401
               DISPLAY " 7. EXPIRING CERTIFICATIONS" AT 1501
               DISPLAY " 8. CONTRACTS EXPIRING" AT 1601
               IF W-ROLE NOT = "C"
                   DISPLAY " 9. PL ENCASHMENT RUN" AT 1701
               END-IF
               IF W-ROLE NOT = "C"
                   DISPLAY "10. SUPPLEMENTARY PAYROLL" AT 1801
               END-IF
               DISPLAY "11. PT REMITTANCE SUMMARY" AT 1901
               DISPLAY "12. REPORT SPOOL MANAGEMENT" AT 2001
               DISPLAY "13. JOB CALENDAR / CONSOLE" AT 0941
               IF W-ROLE NOT = "C"
                   DISPLAY "14. PUNCH-DETAIL TIME LOAD" AT 1041
               END-IF
               IF W-ROLE NOT = "C"
                   DISPLAY "15. PAYROLL SIMULATION" AT 1141
               END-IF
               DISPLAY "16. SERVICE RECORD PRINT" AT 1241
               IF W-ROLE NOT = "C"
                   DISPLAY "17. CONTROL RECONCILIATION" AT 1341
               END-IF
               IF W-ROLE NOT = "C"
                   DISPLAY "18. DA REVISION RUN" AT 1441
               END-IF
               DISPLAY "19. ATTACHMENT REMITTANCE" AT 1541
               IF W-ROLE NOT = "C"
                   DISPLAY "20. VENDOR DEDUCTION LOAD" AT 1641
               END-IF
               DISPLAY "21. VENDOR REMITTANCE" AT 1741
               DISPLAY "22. ORG CHART AND SPAN OF CONTROL" AT 1841
               IF W-ROLE NOT = "C"
                   DISPLAY "23. APPLY DUE ORG CHANGES" AT 1941
               END-IF
               DISPLAY "24. RECRUITMENT ANALYSIS" AT 2041
               DISPLAY "98. MORE REPORTS AND UTILITIES" AT 2101
           ELSE
               DISPLAY "25. MINIMUM WAGE EXCEPTIONS" AT 0901
               IF W-ROLE NOT = "C"
                   DISPLAY "26. QUARTERLY TDS RETURN" AT 1001
               END-IF
               DISPLAY "27. LABOUR COST DISTRIBUTION" AT 1101
               IF W-ROLE NOT = "C"
                   DISPLAY "28. REISSUE REVERSED PAY" AT 1201
                   DISPLAY "29. PAYROLL FRAUD ANALYTICS" AT 1301
               END-IF
               IF W-ROLE = "A"
                   DISPLAY "30. AUDIT LOG VERIFICATION" AT 1401
                   DISPLAY "31. AUDIT LOG ROTATION" AT 1501
               END-IF
               DISPLAY "32. AD-HOC EMPLOYEE QUERY" AT 1601
               IF W-ROLE NOT = "C"
                   DISPLAY "33. ORGANISATION RESTRUCTURE" AT 1701
               END-IF
               DISPLAY "34. COMPANY HOUSING BY BRANCH" AT 1801
               IF W-ROLE NOT = "C"
                   DISPLAY "35. SALES INCENTIVE CALCULATION" AT 1901
                   DISPLAY "36. SALES INCENTIVE POSTING" AT 2001
               END-IF
               DISPLAY "37. SALES INCENTIVE STATEMENTS" AT 0941
               IF W-ROLE NOT = "C"
                   DISPLAY "38. PROVISIONING FEED" AT 1041
               END-IF
               DISPLAY "39. DOCUMENT EXPIRY ALERTS" AT 1141
               IF W-ROLE NOT = "C"
                   DISPLAY "40. MUSTER ROLL / WAGE REGISTER" AT 1241
               END-IF
               DISPLAY "41. NOMINATION EXCEPTIONS" AT 1341
               DISPLAY "42. TOUR ADVANCE AGEING" AT 1441
               DISPLAY "98. PREVIOUS PAGE" AT 2101
           END-IF
           DISPLAY "99. RETURN TO REPORTS MENU" AT 2141.
           DISPLAY "ENTER YOUR CHOICE :" AT 2301.
           ACCEPT CHOICE AT 2321.
           IF CHOICE = 98
               IF W-PAGE = 1
                   MOVE 2 TO W-PAGE
               ELSE
                   MOVE 1 TO W-PAGE
               END-IF
               GO TO MENU-PARA
           END-IF
           PERFORM CHECK-ACCESS-PARA.
           IF W-ALLOWED NOT = "Y"
               DISPLAY "NOT AUTHORIZED FOR THIS OPTION" AT 2401
                   CALL "SPOOL" USING W-AUDITUSER
                   CANCEL "SPOOL"
               WHEN 13
                   CALL "JOBCON" USING W-AUDITUSER W-ROLE
                   CANCEL "JOBCON"
               WHEN 14
                   CALL "PUNCHLD"
               WHEN 18
                   CALL "DAREVISE"
                   CANCEL "DAREVISE"
               WHEN 19
                   CALL "ATTREMIT"
                   CANCEL "ATTREMIT"
               WHEN 20
                   CALL "VENDLOAD"
                   CANCEL "VENDLOAD"
               WHEN 21
                   CALL "VENDREM"
                   CANCEL "VENDREM"
               WHEN 22
                   CALL "ORGCHART"
                   CANCEL "ORGCHART"
               WHEN 23
                   CALL "ORGAPPLY"
                   CANCEL "ORGAPPLY"
               WHEN 24
                   CALL "RECRPT"
                   CANCEL "RECRPT"
               WHEN 25
                   MOVE SPACES TO W-MWASOF
                   CALL "MINWRPT" USING W-MWASOF
                   CANCEL "MINWRPT"
               WHEN 26
                   CALL "TDSRET"
                   CANCEL "TDSRET"
               WHEN 27
                   CALL "LABCOST"
                   CANCEL "LABCOST"
               WHEN 28
                   CALL "REISSUE" USING W-AUDITUSER
                   CANCEL "REISSUE"
               WHEN 29
                   CALL "PAYFRAUD"
                   CANCEL "PAYFRAUD"
               WHEN 30
                   CALL "LOGVFY" USING W-AUDITUSER
                   CANCEL "LOGVFY"
               WHEN 31
                   CALL "LOGROT" USING W-AUDITUSER
                   CANCEL "LOGROT"
               WHEN 32
                   CALL "QRYMNT" USING W-AUDITUSER W-ROLE
                   CANCEL "QRYMNT"
               WHEN 33
                   CALL "RESTRUCT" USING W-AUDITUSER
                   CANCEL "RESTRUCT"
               WHEN 34
                   CALL "QTRRPT"
                   CANCEL "QTRRPT"
               WHEN 35
                   CALL "INCCALC"
                   CANCEL "INCCALC"
               WHEN 36
                   CALL "INCPOST"
                   CANCEL "INCPOST"
               WHEN 37
                   CALL "INCSTMT"
                   CANCEL "INCSTMT"
               WHEN 38
                   CALL "PROVFEED" USING W-AUDITUSER
                   CANCEL "PROVFEED"
               WHEN 39
                   CALL "DOCEXP"
                   CANCEL "DOCEXP"
               WHEN 40
                   CALL "WAGEREG"
                   CANCEL "WAGEREG"
               WHEN 41
                   CALL "NOMEXC"
                   CANCEL "NOMEXC"
               WHEN 42
                   CALL "TOURAGE"
                   CANCEL "TOURAGE"
               WHEN OTHER
                   EXIT PROGRAM
           END-EVALUATE
               WHEN 16 MOVE "SVCBOOK"   TO W-SPREPORT
               WHEN 17 MOVE "PAYRECON"  TO W-SPREPORT
               WHEN 18 MOVE "DAREVISE"  TO W-SPREPORT
               WHEN 19 MOVE "ATTREMIT"  TO W-SPREPORT
               WHEN 20 MOVE "VENDLOAD"  TO W-SPREPORT
               WHEN 21 MOVE "VENDREM"   TO W-SPREPORT
               WHEN 22 MOVE "ORGCHART"  TO W-SPREPORT
               WHEN 23 MOVE "ORGAPPLY"  TO W-SPREPORT
               WHEN 24 MOVE "RECRPT"    TO W-SPREPORT
               WHEN 25 MOVE "MINWEXC"   TO W-SPREPORT
               WHEN 26 MOVE "TDSRET"    TO W-SPREPORT
               WHEN 27 MOVE "LABCOST"   TO W-SPREPORT
               WHEN 28 MOVE "REISSUE"   TO W-SPREPORT
               WHEN 29 MOVE "PAYFRAUD"  TO W-SPREPORT
               WHEN 30 MOVE "LOGVFY"    TO W-SPREPORT
               WHEN 31 MOVE "LOGROT"    TO W-SPREPORT
               WHEN 33 MOVE "RESTRUCT"  TO W-SPREPORT
               WHEN 34 MOVE "QTRRPT"    TO W-SPREPORT
               WHEN 35 MOVE "INCCALC"   TO W-SPREPORT
               WHEN 36 MOVE "INCPOST"   TO W-SPREPORT
               WHEN 37 MOVE "INCSTMT"   TO W-SPREPORT
               WHEN 38 MOVE "PROVFEED"  TO W-SPREPORT
               WHEN 39 MOVE "DOCEXP"    TO W-SPREPORT
               WHEN 40 MOVE "WAGEREG"   TO W-SPREPORT
               WHEN 41 MOVE "NOMEXC"    TO W-SPREPORT
               WHEN 42 MOVE "TOURAGE"   TO W-SPREPORT
               WHEN OTHER CONTINUE
           END-EVALUATE
           IF W-SPREPORT NOT = SPACES
       CHECK-ACCESS-PARA.
           MOVE "Y" TO W-ALLOWED.
           IF W-ROLE NOT = "A"
               IF CHOICE = 3 OR CHOICE = 30 OR CHOICE = 31
                   MOVE "N" TO W-ALLOWED
               END-IF
           END-IF
           IF W-ROLE = "C"
               IF CHOICE = 4 OR CHOICE = 5 OR CHOICE = 9
                   OR CHOICE = 10 OR CHOICE = 14 OR CHOICE = 15
                   OR CHOICE = 17 OR CHOICE = 18 OR CHOICE = 20
                   OR CHOICE = 23 OR CHOICE = 26 OR CHOICE = 28
                   OR CHOICE = 29 OR CHOICE = 33 OR CHOICE = 35
                   OR CHOICE = 36 OR CHOICE = 38 OR CHOICE = 40
                   MOVE "N" TO W-ALLOWED
               END-IF
           END-IF.
