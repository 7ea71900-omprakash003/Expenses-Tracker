              STOP RUN
           END-IF
           MOVE 0 TO WS-INPUT
           PERFORM UNTIL WS-INPUT IS EQUAL TO 72
               DISPLAY "EXPENSE TRACKER SYSTEM"
               DISPLAY "1.  ADD EXPENSE"
               DISPLAY "2.  VIEW TOTAL"
               DISPLAY "38. REBUILD FILE WITH ALTERNATE KEYS"
               DISPLAY "39. TAKE DATED BACKUPS"
               DISPLAY "40. RESTORE FROM A BACKUP GENERATION"
               DISPLAY "41. MAINTAIN ACCOUNTS AND TRANSFERS"
               DISPLAY "42. ACCOUNT BALANCE PROOF"
               DISPLAY "43. MAINTAIN LOANS"
               DISPLAY "44. LOAN SCHEDULE AND PAYOFF REPORT"
               DISPLAY "45. MAINTAIN SAVINGS GOALS"
               DISPLAY "46. SAVINGS GOALS STATUS REPORT"
               DISPLAY "47. MAINTAIN BILLS TO PAY"
               DISPLAY "48. BILLS DUE AND OVERDUE REPORT"
               DISPLAY "49. MAINTAIN PROJECTS"
               DISPLAY "50. PROJECT COST REPORT"
               DISPLAY "51. APPROVE HELD POSTINGS"
               DISPLAY "52. LOAD EXCHANGE RATE FEED"
               DISPLAY "53. DETECT REPEAT CHARGES"
               DISPLAY "54. SPEND EXCEPTION REPORT"
               DISPLAY "55. REVIEW SPEND EXCEPTIONS"
               DISPLAY "56. LEDGER ACCOUNT MAPPING"
               DISPLAY "57. GENERAL LEDGER EXTRACT"
               DISPLAY "58. REPORT SPOOL - LIST, VIEW, REPRINT"
               DISPLAY "59. MEMBER DEPARTURE"
               DISPLAY "60. YEAR-END CLOSE"
               DISPLAY "61. RUN A SAVED REPORT"
               DISPLAY "62. REPORT DEFINITIONS"
               DISPLAY "63. NOTICES AND CONTACT DETAILS"
               DISPLAY "64. SCAN FOR NOTICES DUE"
               DISPLAY "65. ITEM MASTER"
               DISPLAY "66. RECEIPT ITEM LINES"
               DISPLAY "67. PRICE HISTORY REPORT"
               DISPLAY "68. ASSET REGISTER"
               DISPLAY "69. ASSET AND WARRANTY REPORTS"
               DISPLAY "70. ACCESS REVIEW REPORT"
               DISPLAY "71. CAPACITY CHECK"
               DISPLAY "72. EXIT"
               ACCEPT WS-INPUT
               EVALUATE WS-INPUT
                   WHEN 1
                   WHEN 40
                       CALL "RESTORE-BACKUP"
                   WHEN 41
                       CALL "MAINTAIN-ACCOUNTS"
                   WHEN 42
                       CALL "ACCOUNT-PROOF"
                   WHEN 43
                       CALL "MAINTAIN-LOANS"
                   WHEN 44
                       CALL "LOAN-REPORT"
                   WHEN 45
                       CALL "MAINTAIN-GOALS"
                   WHEN 46
                       CALL "GOAL-REPORT"
                   WHEN 47
                       CALL "MAINTAIN-BILLS"
                   WHEN 48
                       CALL "BILLS-REPORT"
                   WHEN 49
                       CALL "MAINTAIN-PROJECTS"
                   WHEN 50
                       CALL "PROJECT-REPORT"
                   WHEN 51
                       CALL "APPROVE-POSTINGS"
                   WHEN 52
                       CALL "LOAD-RATES"
                   WHEN 53
                       CALL "DETECT-RECURRING"
                   WHEN 54
                       CALL "SPEND-EXCEPTIONS"
                   WHEN 55
                       CALL "REVIEW-EXCEPTIONS"
                   WHEN 56
                       CALL "MAINTAIN-GLMAP"
                   WHEN 57
                       CALL "GL-EXTRACT"
                   WHEN 58
                       CALL "REPORT-SPOOL"
                   WHEN 59
                       CALL "MEMBER-DEPARTURE"
                   WHEN 60
                       CALL "YEAR-END-CLOSE"
                   WHEN 61
                       CALL "RUN-REPORT"
                   WHEN 62
                       CALL "MAINTAIN-REPDEFS"
                   WHEN 63
                       CALL "MAINTAIN-NOTICES"
                   WHEN 64
                       CALL "NOTICE-SCAN"
                   WHEN 65
                       CALL "MAINTAIN-ITEMS"
                   WHEN 66
                       CALL "RECEIPT-ITEMS"
                   WHEN 67
                       CALL "PRICE-HISTORY"
                   WHEN 68
                       CALL "MAINTAIN-ASSETS"
                   WHEN 69
                       CALL "ASSET-REPORT"
                   WHEN 70
                       CALL "ACCESS-REVIEW"
                   WHEN 71
                       CALL "CAPACITY-CHECK"
                   WHEN 72
                       DISPLAY "EXITING THE APPLICATION"
                   WHEN OTHER
                       DISPLAY "WRONG INPUT"
