       77 STUFF       PIC X(40).
       77 W-AUDITUSER PIC X(10).
       77 W-ROLE      PIC X.
       77 W-PAGE      PIC 9 VALUE 1.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
               AT 0510.
           DISPLAY "*******************************************"
               AT 0710.
           IF W-PAGE = 1
               DISPLAY " 1. ESTABLISHMENT (SANCTIONED POSTS)" AT 0901
               DISPLAY " 2. DEPARTMENT SALARY BUDGETS" AT 1001
               DISPLAY " 3. EXPENSE REIMBURSEMENT CLAIMS" AT 1101
               DISPLAY " 4. TRAINING AND CERTIFICATION" AT 1201
               DISPLAY " 5. DISCIPLINARY ACTION REGISTER" AT 1301
               DISPLAY " 6. PERFORMANCE APPRAISALS" AT 1401
               DISPLAY " 7. SALARY STOP-PAYMENT HOLDS" AT 1501
               DISPLAY " 8. BANK BRANCH (IFSC) MASTER" AT 1601
               DISPLAY " 9. PROFESSIONAL TAX SLABS" AT 1701
               DISPLAY "10. COMPANY ASSET REGISTER" AT 1801
               DISPLAY "11. EXIT CLEARANCE CHECKLIST" AT 1901
               DISPLAY "12. HR LETTER GENERATION" AT 2001
               DISPLAY "13. DA RATE MASTER" AT 0941
               DISPLAY "14. LOAN TYPE MASTER" AT 1041
               DISPLAY "15. DEDUCTION PRIORITY AND FLOOR" AT 1141
               DISPLAY "16. PAY COMPONENT MASTER" AT 1241
               DISPLAY "17. SALARY ATTACHMENT ORDERS" AT 1341
               DISPLAY "18. DEDUCTION VENDOR MASTER" AT 1441
               DISPLAY "19. REPORTING MANAGERS" AT 1541
               DISPLAY "20. PENDING CHANGE APPROVAL" AT 1641
               DISPLAY "21. FUTURE-DATED ORG CHANGES" AT 1741
               DISPLAY "22. RECRUITMENT" AT 1841
               DISPLAY "23. NPS SUBSCRIBERS" AT 1941
               DISPLAY "24. MINIMUM WAGE MASTER" AT 2041
               DISPLAY "98. MORE HR MODULES" AT 2101
           ELSE
               DISPLAY "25. TAX CHALLAN REGISTER" AT 0901
               DISPLAY "26. COST CENTRE ALLOCATION" AT 1001
               DISPLAY "27. PAYROLL REVERSAL" AT 1101
               DISPLAY "28. COMPANY HOUSING" AT 1201
               DISPLAY "29. SALES INCENTIVE PLANS" AT 1301
               DISPLAY "30. EMPLOYEE DOCUMENT REGISTER" AT 1401
               DISPLAY "31. NOMINATION REGISTER" AT 1501
               DISPLAY "32. COMPANY MASTER" AT 1601
               DISPLAY "33. TRAVEL AND TOUR ADVANCES" AT 1701
               DISPLAY "98. PREVIOUS PAGE" AT 2101
           END-IF
           DISPLAY "99. RETURN TO HRMS WRITE MENU" AT 2141.
           DISPLAY "ENTER YOUR CHOICE :" AT 2201.
           ACCEPT CHOICE AT 2221.
           IF CHOICE = 98
               IF W-PAGE = 1
                   MOVE 2 TO W-PAGE
               ELSE
                   MOVE 1 TO W-PAGE
               END-IF
               GO TO MENU-PARA
           END-IF
           EVALUATE CHOICE
               WHEN 1
                   CALL "ESTABMNT" USING W-AUDITUSER
                   CALL "HOLDMNT" USING W-AUDITUSER
                   CANCEL "HOLDMNT"
               WHEN 8
                   CALL "BANKMNT" USING W-AUDITUSER W-ROLE
                   CANCEL "BANKMNT"
               WHEN 9
                   CALL "PTMAINT" USING W-AUDITUSER
               WHEN 14
                   CALL "LOANTMNT" USING W-AUDITUSER
                   CANCEL "LOANTMNT"
               WHEN 15
                   CALL "DEDCMNT" USING W-AUDITUSER
                   CANCEL "DEDCMNT"
               WHEN 16
                   CALL "COMPMNT" USING W-AUDITUSER
                   CANCEL "COMPMNT"
               WHEN 17
                   CALL "ATTMNT" USING W-AUDITUSER
                   CANCEL "ATTMNT"
               WHEN 18
                   CALL "VENDMNT" USING W-AUDITUSER
                   CANCEL "VENDMNT"
               WHEN 19
                   CALL "MGRMNT" USING W-AUDITUSER
                   CANCEL "MGRMNT"
               WHEN 20
                   CALL "CHGAPPR" USING W-AUDITUSER W-ROLE
                   CANCEL "CHGAPPR"
               WHEN 21
                   CALL "ORGMNT" USING W-AUDITUSER
                   CANCEL "ORGMNT"
               WHEN 22
                   CALL "RECRUIT" USING W-AUDITUSER
                   CANCEL "RECRUIT"
               WHEN 23
                   CALL "NPSMNT" USING W-AUDITUSER
                   CANCEL "NPSMNT"
               WHEN 24
                   CALL "MINWMNT" USING W-AUDITUSER
                   CANCEL "MINWMNT"
               WHEN 25
                   CALL "CHALMNT" USING W-AUDITUSER
                   CANCEL "CHALMNT"
               WHEN 26
                   CALL "COSTMNT" USING W-AUDITUSER
                   CANCEL "COSTMNT"
               WHEN 27
                   CALL "PAYREV" USING W-AUDITUSER W-ROLE
                   CANCEL "PAYREV"
               WHEN 28
                   CALL "QTRMNT" USING W-AUDITUSER
                   CANCEL "QTRMNT"
               WHEN 29
                   CALL "INCMNT" USING W-AUDITUSER W-ROLE
                   CANCEL "INCMNT"
               WHEN 30
                   CALL "DOCMNT" USING W-AUDITUSER
                   CANCEL "DOCMNT"
               WHEN 31
                   CALL "NOMMNT" USING W-AUDITUSER
                   CANCEL "NOMMNT"
               WHEN 32
                   CALL "CMPYMNT" USING W-AUDITUSER
                   CANCEL "CMPYMNT"
               WHEN 33
                   CALL "TOURMNT" USING W-AUDITUSER
                   CANCEL "TOURMNT"
               WHEN OTHER
                   EXIT PROGRAM
           END-EVALUATE
