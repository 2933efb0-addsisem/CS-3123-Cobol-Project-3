       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EID
               FILE STATUS IS MST-STATUS.
           SELECT MCT-FILE ASSIGN TO 'MSTCTL'
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-KEY
               FILE STATUS IS ARR-STATUS.
           SELECT GARN-FILE ASSIGN TO 'GARNORD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS GARN-STATUS.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LV-STATUS.
           SELECT LBR-FILE ASSIGN TO 'LABDIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBR-KEY
               FILE STATUS IS LBR-STATUS.
           SELECT LDR-FILE ASSIGN TO 'UR-S-LABDST'.
           SELECT JOB-FILE ASSIGN TO 'JOBCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-PGM
               FILE STATUS IS JOB-STATUS.
           SELECT OPTIONAL OVR-FILE ASSIGN TO 'JOBOVR'.
           SELECT CTL-FILE ASSIGN TO 'RPTCTL'
               FILE STATUS IS CTL-STATUS.
           SELECT TIME-FILE ASSIGN TO 'TIMECRD'
               FILE STATUS IS TIME-STATUS.
           SELECT OFC-FILE ASSIGN TO 'OFFCYC'
               FILE STATUS IS OFC-STATUS.
           SELECT CHK-FILE ASSIGN TO 'PAYCHKPT'
               FILE STATUS IS CHK-STATUS.
           SELECT LIM-FILE ASSIGN TO 'DEDLIMS'
           SELECT ADJ-FILE ASSIGN TO 'PAYADJ'
               FILE STATUS IS ADJ-STATUS.
           SELECT OPTIONAL LOG-FILE ASSIGN TO 'RUNLOG'.
           SELECT TAX-FILE ASSIGN TO 'TAXRATE'
               FILE STATUS IS TAX-STATUS.
           SELECT TXH-FILE ASSIGN TO 'TAXHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS TXH-STATUS.
           SELECT PH-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-STATUS.
           SELECT CKN-FILE ASSIGN TO 'CHKCTL'
               FILE STATUS IS CKN-STATUS.
           SELECT CI-FILE ASSIGN TO 'CHKISS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS CI-STATUS.
           SELECT VD-FILE ASSIGN TO 'CHKVOID'
               FILE STATUS IS VD-STATUS.
           SELECT PCHK-FILE ASSIGN TO 'UR-S-CHECKS'.
           SELECT CREG-FILE ASSIGN TO 'UR-S-CHKREG'.
           SELECT PP-FILE ASSIGN TO 'POSPAY'.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
       01 MST-REC.
          05 MST-EID             PIC X(7).
          05 FILLER              PIC X(99).
          05 MST-DED1            PIC 9(3)V99.
          05 MST-DED2            PIC 9(3)V99.
          05 MST-DED3            PIC 9(3)V99.
          05 MST-DED4            PIC 9(3)V99.
          05 MST-DED5            PIC 9(3)V99.
          05 FILLER              PIC X(7).
          05 MST-PRENOTE-STAT    PIC X(1).
          05 MST-PRENOTE-DATE    PIC X(8).
          05 MST-EMP-STAT        PIC X(1).
            88 MST-TERMINATED              VALUE 'T'.
          05 MST-TERM-DATE       PIC 9(8).
          05 FILLER              PIC X(44).
      **************************************************************
      * MASTER CONTROL RECORD, REWRITTEN BY EMPMAINT AFTER EVERY    *
      * MAINTENANCE RUN - THE EXPECTED RECORD COUNT AND DEDUCTION   *
       FD CONT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CONT-REC      PIC X(200).
      **************************************************************
      * WORK FILE FOR THE PRE-SORT BY LAST/FIRST NAME BELOW, AND    *
      * THE SORTED EMPLOYEE FILE THE MAIN READ LOOP ACTUALLY READS  *
          05 SRT-EID       PIC X(7).
          05 SRT-LAST      PIC X(15).
          05 SRT-FIRST     PIC X(15).
          05 FILLER        PIC X(163).
       FD SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SORTED-REC     PIC X(200).
      **************************************************************
      * YEAR-TO-DATE DEDUCTION HISTORY - ONE RECORD PER EMPLOYEE,   *
      * KEYED BY EID/SSN, CARRIED FORWARD ACROSS RUNS               *
          05 XTR-OT-HRS      PIC 9(3)V99.
          05 XTR-OT-AMT      PIC 9(6)V99.
      **************************************************************
      * BANK TRANSMISSION FILE - ONE NET-PAY CREDIT (C) PER         *
      * EMPLOYEE WITH AN ACCOUNT ON FILE, PLUS A ZERO-DOLLAR        *
      * PRENOTE (P) FOR EACH NEW OR CHANGED ACCOUNT, CLOSED BY A    *
      * TRAILER CARRYING THE CREDIT COUNT AND TOTAL DOLLARS AND THE *
      * PRENOTE COUNT SO THE BANK BALANCES THE BATCH THE WAY THIS   *
      * RUN BALANCES AGAINST MSTCTL                                 *
      **************************************************************
       FD BNK-FILE
           BLOCK CONTAINS 0 RECORDS
          05 BNK-ROUTING     PIC X(9).
          05 BNK-ACCT        PIC X(15).
          05 BNK-AMT         PIC 9(6)V99.
          05 BNK-TRAN-CD     PIC X(1).
       01 BNK-TRAILER-REC REDEFINES BNK-REC.
          05 BNKT-ID         PIC X(7).
          05 BNKT-CREDIT-CT  PIC 9(4).
          05 BNKT-CREDIT-TOT PIC 9(8)V99.
          05 BNKT-PRENOTE-CT PIC 9(4).
          05 FILLER          PIC X(15).
      **************************************************************
      * GL ACCOUNT CONTROL FILE - ONE RECORD PER POSTING SLOT.      *
      * SLOTS 1-5 ARE THE DEDUCTION CATEGORY LIABILITY ACCOUNTS,    *
      * 'G' IS THE GROSS PAY EXPENSE ACCOUNT AND 'N' THE NET PAY    *
      * CLEARING ACCOUNT, SO ACCOUNT NUMBERS LIVE WITH ACCOUNTING   *
      * INSTEAD OF IN THIS PROGRAM.  A 'C' RECORD NAMES THE LABOR   *
      * EXPENSE ACCOUNT FOR ONE COST CENTER; PAY CHARGED TO A COST  *
      * CENTER WITH NO 'C' RECORD STAYS ON THE 'G' ACCOUNT          *
      **************************************************************
       FD GLA-FILE
           LABEL RECORDS ARE STANDARD.
       01 GLA-REC.
          05 GLA-SLOT        PIC X(1).
          05 GLA-ACCT        PIC X(8).
          05 GLA-COST-CTR    PIC X(4).
      **************************************************************
      * GL POSTING FILE - DEBITS FOR GROSS, CREDITS PER DEDUCTION   *
      * CATEGORY AND FOR NET PAY, ADJUSTMENTS POSTED SIGNED WITH A  *
             10 ARR-SSN      PIC X(9).
          05 ARR-AMT         PIC 9(5)V99 OCCURS 5 TIMES.
      **************************************************************
      * COURT-ORDERED GARNISHMENTS - ONE RECORD PER ORDER, KEYED BY *
      * EID AND CASE NUMBER, SO ONE EMPLOYEE CAN CARRY A SUPPORT    *
      * ORDER AND A CREDITOR LEVY AT ONCE.  THE LOWEST PRIORITY     *
      * NUMBER IS WITHHELD FIRST.  EACH ORDER TAKES ITS PER-PERIOD  *
      * AMOUNT, HELD TO ITS BALANCE AND TO ITS PERCENT OF THE       *
      * DISPOSABLE EARNINGS LESS WHAT HIGHER-PRIORITY ORDERS TOOK - *
      * A ZERO PERCENT MEANS THE ORDER SETS NO PERCENT LIMIT.  AN   *
      * ORDER PAID DOWN TO ZERO IS MARKED SATISFIED AND STOPS.  THE *
      * LAST RUN STAMP AND AMOUNT LET A RESTART PUT BACK WHAT THE   *
      * ABENDED RUN TOOK, AND FEED THE PAYEE TOTALS ON REMIT4       *
      **************************************************************
       FD GARN-FILE
           LABEL RECORDS ARE STANDARD.
       01 GARN-REC.
          05 GO-KEY.
             10 GO-EID       PIC X(7).
             10 GO-CASE-NO   PIC X(12).
          05 GO-PRIORITY     PIC 9(2).
          05 GO-ORDER-TYPE   PIC X(1).
          05 GO-PAYEE        PIC X(20).
          05 GO-PCT-LIMIT    PIC 9(2)V99.
          05 GO-PER-PERIOD   PIC 9(3)V99.
          05 GO-TOTAL-OWED   PIC 9(7)V99.
          05 GO-BALANCE      PIC 9(7)V99.
          05 GO-STATUS       PIC X(1).
            88 GO-ACTIVE                   VALUE 'A'.
            88 GO-SATISFIED                VALUE 'S'.
          05 GO-LAST-RUN     PIC X(14).
          05 GO-LAST-AMT     PIC 9(3)V99.
          05 FILLER          PIC X(10).
      **************************************************************
      * VACATION AND SICK LEAVE BALANCES IN HOURS - ONE RECORD PER  *
      * EMPLOYEE, KEYED BY EID/SSN LIKE DEDHIST.  A BALANCE GOES    *
      * NEGATIVE WHEN MORE LEAVE IS TAKEN THAN WAS AVAILABLE.  THE  *
      * LAST RUN STAMP AND HOURS LET A RESTART BACK OUT WHAT THE    *
      * ABENDED RUN POSTED                                          *
      **************************************************************
       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-REC.
          05 LV-KEY.
             10 LV-EID       PIC X(7).
             10 LV-SSN       PIC X(9).
          05 LV-VAC-BAL      PIC S9(4)V99.
          05 LV-SICK-BAL     PIC S9(4)V99.
          05 LV-LAST-RUN     PIC X(14).
          05 LV-LAST-VAC-ACCR  PIC 9(3)V99.
          05 LV-LAST-VAC-USED  PIC 9(3)V99.
          05 LV-LAST-SICK-ACCR PIC 9(3)V99.
          05 LV-LAST-SICK-USED PIC 9(3)V99.
          05 FILLER          PIC X(10).
      **************************************************************
      * LABOR DISTRIBUTION - ONE RECORD PER EMPLOYEE PER COST       *
      * CENTER CHARGED PER RUN, KEYED BY RUN STAMP, HOME DEPARTMENT,*
      * COST CENTER AND EID, SO ONE RUN'S RECORDS READ BACK IN      *
      * REPORT ORDER.  THE HOME FLAG MARKS THE ONE RECORD EVERY     *
      * EMPLOYEE GETS FOR THE HOME DEPARTMENT, FOR THE HEADCOUNT.   *
      * A RESTART REWRITES THE IN-FLIGHT EMPLOYEE'S RECORDS IN      *
      * PLACE, AND THE END-OF-RUN REPORT AND GL SPLIT READ THE      *
      * WHOLE RUN BACK FROM HERE, ABENDED PORTION INCLUDED          *
      **************************************************************
       FD LBR-FILE
           LABEL RECORDS ARE STANDARD.
       01 LBR-REC.
          05 LBR-KEY.
             10 LBR-RUN-STAMP PIC X(14).
             10 LBR-DEPT      PIC X(4).
             10 LBR-COST-CTR  PIC X(4).
             10 LBR-EID       PIC X(7).
          05 LBR-HOME-FLAG   PIC X(1).
            88 LBR-HOME                    VALUE 'Y'.
          05 LBR-REG-HRS     PIC 9(4)V99.
          05 LBR-OT-HRS      PIC 9(4)V99.
          05 LBR-REG-PAY     PIC 9(6)V99.
          05 LBR-OT-PAY      PIC 9(6)V99.
          05 FILLER          PIC X(10).
      **************************************************************
      * LABOR DISTRIBUTION REPORT - HOURS, REGULAR AND OVERTIME     *
      * DOLLARS AND HEADCOUNT BY HOME DEPARTMENT AND COST CENTER    *
      **************************************************************
       FD LDR-FILE
           LABEL RECORDS ARE OMITTED.
       01 LDR-REC       PIC X(125).
      **************************************************************
      * THE NIGHTLY JOB-STREAM CONTROL FILE - ONE RECORD PER        *
      * PROGRAM IN THE STREAM WITH THE CYCLE IT LAST RAN FOR,       *
      * WHETHER IT FINISHED (S STARTED, P PARTIAL, C COMPLETE),     *
      * WHEN, ITS TWO KEY COUNTS, AND THE INITIALS OF THE OPERATOR  *
      * WHO FORCED IT IF ONE DID                                    *
      **************************************************************
       FD JOB-FILE
           LABEL RECORDS ARE STANDARD.
       01 JOB-REC.
          05 JOB-PGM         PIC X(8).
          05 JOB-CYCLE       PIC X(8).
          05 JOB-STATE       PIC X(1).
            88 JOB-STARTED             VALUE 'S'.
            88 JOB-PARTIAL             VALUE 'P'.
            88 JOB-COMPLETE            VALUE 'C'.
          05 JOB-START-STAMP PIC X(14).
          05 JOB-END-STAMP   PIC X(14).
          05 JOB-CT1-NAME    PIC X(12).
          05 JOB-CT1         PIC 9(7).
          05 JOB-CT2-NAME    PIC X(12).
          05 JOB-CT2         PIC 9(7).
          05 JOB-OVR-OPER    PIC X(3).
          05 FILLER          PIC X(14).
      **************************************************************
      * OPERATOR OVERRIDE CARDS - THE PROGRAM TO FORCE, THE         *
      * CCYYMMDD DATE THE CARD IS GOOD FOR, THE OPERATOR'S INITIALS *
      * AND THE REASON FOR THE RERUN                                *
      **************************************************************
       FD OVR-FILE
           LABEL RECORDS ARE STANDARD.
       01 OVR-REC.
          05 OVR-PGM         PIC X(8).
          05 OVR-DATE        PIC X(8).
          05 OVR-OPER        PIC X(3).
          05 OVR-REASON      PIC X(40).
          05 FILLER          PIC X(21).
      **************************************************************
      * CONTROL RECORD - REPORT TITLE AND PAGE LENGTH FOR THIS RUN, *
      * SO A SECOND BUSINESS UNIT CAN RUN THIS SAME PROGRAM         *
      **************************************************************
          05 CHK-ARR-REC     PIC 9(8)V99.
          05 CHK-GROSS-TOT   PIC 9(8)V99.
          05 CHK-NET-TOT     PIC 9(8)V99.
          05 CHK-TAX-TOT     PIC 9(8)V99 OCCURS 4 TIMES.
          05 CHK-NEXT-CHECK  PIC 9(8).
          05 CHK-CHECK-CT    PIC 9(4).
          05 CHK-CHECK-TOT   PIC 9(8)V99.
          05 CHK-VOID-READ   PIC 9(4).
          05 CHK-VOID-CT     PIC 9(4).
          05 CHK-VOID-TOT    PIC 9(8)V99.
          05 CHK-PRENOTE-CT  PIC 9(4).
          05 CHK-RUN-TYPE    PIC X(1).
          05 CHK-GARN-REPL   PIC 9(8)V99.
          05 CHK-GARN-TOT    PIC 9(8)V99.
          05 CHK-RUN-STAMP   PIC X(14).
      **************************************************************
      * DEDUCTION LIMITS CONTROL FILE - ONE RECORD PER DEDUCTION    *
      * SLOT CARRYING ITS ANNUAL CEILING (RETIREMENT CONTRIBUTION   *
          05 LOG-SPILL       PIC X(1).
      **************************************************************
      * TIMECARD FILE - ONE RECORD PER EID PER PAY PERIOD CARRYING  *
      * THE HOURS WORKED, MATCHED TO THE EMPLOYEE FILE BY EID.  THE *
      * PAY CODE SAYS WHAT THE HOURS ARE - BLANK OR R REGULAR TIME, *
      * V VACATION, S SICK, H HOLIDAY.  LEAVE HOURS ARE PAID AT THE *
      * REGULAR RATE BUT DO NOT COUNT TOWARD OVERTIME.  THE COST    *
      * CENTER, WHEN PRESENT, IS THE DEPARTMENT THE WORKED HOURS    *
      * ARE CHARGED TO - BLANK CHARGES THE EMPLOYEE'S HOME          *
      * DEPARTMENT, AS LEAVE HOURS ALWAYS DO                        *
      **************************************************************
       FD TIME-FILE
           BLOCK CONTAINS 0 RECORDS
       01 TIME-REC.
          05 TC-EID          PIC X(7).
          05 TC-HOURS        PIC 9(3)V99.
          05 TC-PAY-CODE     PIC X(1).
            88 TC-CODE-VALID           VALUE ' ' 'R' 'V' 'S' 'H'.
          05 TC-COST-CTR     PIC X(4).
          05 FILLER          PIC X(3).
      **************************************************************
      * OFF-CYCLE PAYMENT FILE - ONE RECORD PER EMPLOYEE TO BE PAID *
      * IN AN OFF-CYCLE RUN (BONUS, FINAL PAY, MANUAL CORRECTION)   *
      * CARRYING THE GROSS TO PAY AND WHETHER THE EMPLOYEE'S        *
      * VOLUNTARY DEDUCTIONS ARE TAKEN FROM IT                      *
      **************************************************************
       FD OFC-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 OFC-REC.
          05 OFC-EID         PIC X(7).
          05 OFC-GROSS       PIC 9(6)V99.
          05 OFC-DED-FLAG    PIC X(1).
          05 FILLER          PIC X(4).
      **************************************************************
      * TAX RATE TABLE - PER-PAY-PERIOD WITHHOLDING BRACKETS KEPT   *
      * BY PAYROLL INSTEAD OF IN THIS PROGRAM.  TYPE 'F' IS A       *
      * FEDERAL BRACKET AND 'S' A STATE BRACKET BY FILING STATUS -  *
      * TAX IS THE BASE AMOUNT PLUS THE PERCENT OF WAGES OVER THE   *
      * BRACKET FLOOR.  'A' IS THE PER-ALLOWANCE AMOUNT (STATE      *
      * BLANK FOR FEDERAL), 'O' SOCIAL SECURITY WITH ITS ANNUAL     *
      * WAGE BASE, 'M' MEDICARE                                     *
      **************************************************************
       FD TAX-FILE
           LABEL RECORDS ARE STANDARD.
       01 TAX-REC.
          05 TAX-TYPE        PIC X(1).
          05 TAX-STATE       PIC X(2).
          05 TAX-FILING      PIC X(1).
          05 TAX-OVER        PIC 9(7)V99.
          05 TAX-BASE-AMT    PIC 9(7)V99.
          05 TAX-PCT         PIC 9V9(5).
          05 TAX-ALLOW-AMT   PIC 9(5)V99.
          05 TAX-WAGE-CAP    PIC 9(7)V99.
      **************************************************************
      * YEAR-TO-DATE WAGE AND TAX HISTORY - ONE RECORD PER          *
      * EMPLOYEE, KEYED BY EID/SSN LIKE DEDHIST.  THE SOCIAL        *
      * SECURITY WAGES TO DATE ARE WHAT STOP THAT TAX AT THE WAGE   *
      * BASE.  TAX SLOTS ARE FEDERAL, STATE, SOCIAL SECURITY AND    *
      * MEDICARE                                                    *
      **************************************************************
       FD TXH-FILE
           LABEL RECORDS ARE STANDARD.
       01 TXH-REC.
          05 TXH-KEY.
             10 TXH-EID      PIC X(7).
             10 TXH-SSN      PIC X(9).
          05 TXH-YTD-GROSS   PIC S9(8)V99.
          05 TXH-YTD-SS-WAGES PIC S9(8)V99.
          05 TXH-YTD-TAX     PIC S9(7)V99 OCCURS 4 TIMES.
      **************************************************************
      * PERMANENT EARNINGS HISTORY - ONE RECORD PER EMPLOYEE PER    *
      * RUN, KEYED BY EID, CCYYMMDD RUN DATE, RUN TYPE AND THE      *
      * HHMMSS THE RUN STARTED, WITH THE FIGURES THE VENDOR EXTRACT *
      * CARRIES PLUS THE TAXES.  NEVER PURGED - THE EARNINGS        *
      * INQUIRY READS IT BACK FOR WAGE VERIFICATIONS AND            *
      * UNEMPLOYMENT CLAIMS                                         *
      **************************************************************
       FD PH-FILE
           LABEL RECORDS ARE STANDARD.
       01 PH-REC.
          05 PH-KEY.
             10 PH-EID       PIC X(7).
             10 PH-RUN-DATE  PIC X(8).
             10 PH-RUN-TYPE  PIC X(1).
             10 PH-RUN-TIME  PIC X(6).
          05 PH-SSN          PIC X(9).
          05 PH-EMP-STATUS   PIC X(1).
          05 PH-RATE         PIC 9(4)V99.
          05 PH-DED          PIC 9(3)V99 OCCURS 5 TIMES.
          05 PH-TOT-DED      PIC 9(4)V99.
          05 PH-GROSS        PIC 9(6)V99.
          05 PH-NET          PIC S9(6)V99.
          05 PH-REG-HRS      PIC 9(3)V99.
          05 PH-OT-HRS       PIC 9(4)V99.
          05 PH-REG-PAY      PIC 9(6)V99.
          05 PH-OT-AMT       PIC 9(6)V99.
          05 PH-TAX          PIC 9(5)V99 OCCURS 4 TIMES.
          05 PH-TOT-TAX      PIC 9(6)V99.
          05 FILLER          PIC X(14).
      **************************************************************
      * CHECK-NUMBER CONTROL - ONE RECORD CARRYING THE NEXT PAPER   *
      * CHECK NUMBER TO ISSUE.  IT IS REWRITTEN AS EACH NUMBER IS   *
      * TAKEN, BEFORE THE CHECK IS PRINTED, SO A NUMBER IS NEVER    *
      * HANDED OUT TWICE - NOT ACROSS RUNS AND NOT ACROSS A RESTART *
      **************************************************************
       FD CKN-FILE
           LABEL RECORDS ARE STANDARD.
       01 CKN-REC.
          05 CKN-NEXT-NO     PIC 9(8).
      **************************************************************
      * CHECK ISSUE FILE - EVERY PAPER CHECK EVER ISSUED, KEYED BY  *
      * CHECK NUMBER, WITH PAYEE, AMOUNT, ISSUE DATE AND STATE -    *
      * I ISSUED, V VOIDED, R VOIDED AND REISSUED.  THE LINK IS THE *
      * REPLACEMENT ON A REISSUED CHECK AND THE ORIGINAL ON ITS     *
      * REPLACEMENT                                                 *
      **************************************************************
       FD CI-FILE
           LABEL RECORDS ARE STANDARD.
       01 CI-REC.
          05 CI-KEY.
             10 CI-CHECK-NO  PIC 9(8).
          05 CI-EID          PIC X(7).
          05 CI-LAST         PIC X(15).
          05 CI-FIRST        PIC X(15).
          05 CI-AMT          PIC 9(6)V99.
          05 CI-ISSUE-DATE   PIC X(8).
          05 CI-STATE        PIC X(1).
          05 CI-LINK-NO      PIC 9(8).
          05 FILLER          PIC X(10).
      **************************************************************
      * VOID TRANSACTIONS - V STOPS A CHECK, R STOPS IT AND ISSUES  *
      * A REPLACEMENT FOR THE SAME PAYEE AND AMOUNT.  NO CHKVOID    *
      * FILE MEANS NOTHING TO VOID                                  *
      **************************************************************
       FD VD-FILE
           LABEL RECORDS ARE STANDARD.
       01 VD-REC.
          05 VD-ACTION       PIC X(1).
          05 VD-CHECK-NO     PIC 9(8).
          05 FILLER          PIC X(11).
       FD PCHK-FILE
           LABEL RECORDS ARE OMITTED.
       01 PCHK-REC      PIC X(125).
       FD CREG-FILE
           LABEL RECORDS ARE OMITTED.
       01 CREG-REC      PIC X(125).
      **************************************************************
      * POSITIVE-PAY FILE FOR THE BANK - ONE ISSUE (I) OR VOID (V)  *
      * RECORD PER CHECK, CLOSED OUT WITH A TRAILER CARRYING THE    *
      * ISSUE AND VOID COUNTS AND DOLLARS                           *
      **************************************************************
       FD PP-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PP-REC.
          05 PP-TYPE         PIC X(1).
          05 PP-CHECK-NO     PIC 9(8).
          05 PP-ISSUE-DATE   PIC X(8).
          05 PP-AMT          PIC 9(6)V99.
          05 PP-PAYEE-LAST   PIC X(15).
          05 PP-PAYEE-FIRST  PIC X(15).
       01 PP-TRAILER-REC REDEFINES PP-REC.
          05 PPT-ID          PIC X(7).
          05 PPT-ISSUE-CT    PIC 9(4).
          05 PPT-ISSUE-TOT   PIC 9(8)V99.
          05 PPT-VOID-CT     PIC 9(4).
          05 PPT-VOID-TOT    PIC 9(8)V99.
          05 FILLER          PIC X(20).
       WORKING-STORAGE SECTION.
       01 PAGE-CT       PIC 9999        VALUE '0001'.
       01 REC-CT        PIC 99          VALUE '00'.
                05      T-DED3          PIC 9(3)V99.
                05      T-DED4          PIC 9(3)V99.
                05      T-DED5          PIC 9(3)V99.
                05      FILLER          PIC X(1).
                05      T-FILING        PIC X(1).
                05      T-ALLOW         PIC 9(2).
                05      T-STATE         PIC X(2).
                05      T-RET-PRETAX    PIC X(1).
                05      T-PRENOTE-STAT  PIC X(1).
                05      T-PRENOTE-DATE  PIC X(8).
                05      FILLER          PIC X(11).
                05      T-HOME-DEPT     PIC X(4).
                05      FILLER          PIC X(38).
         03     DEDUCTIONS OCCURS 5 TIMES.
                05      T-DED        PIC 9(3)V99.
       01 SUB           PIC 999         VALUE 001.
         03 TIME-ENTRY   OCCURS 200 TIMES.
            05 TC-TBL-EID    PIC X(7).
            05 TC-TBL-HOURS  PIC 9(3)V99.
            05 TC-TBL-CODE   PIC X(1).
            05 TC-TBL-CC     PIC X(4).
            05 TC-TBL-USED   PIC X(1).
      **************************************************************
      * GROSS AND NET PAY FOR THE EMPLOYEE BEING PROCESSED - HOURS  *
       01 NET-PAY        PIC S9(6)V99    VALUE 0.
      **************************************************************
      * THE HOURLY SPLIT FOR THE EMPLOYEE BEING PROCESSED - TOTAL   *
      * HOURS WORKED ACROSS ALL THE PERIOD'S TIMECARDS, THE REGULAR/*
      * OVERTIME SPLIT AT 40, THE DOLLARS FOR EACH, AND THE RUN-    *
      * WIDE TOTALS OF ALL FOUR FOR THE LAST PAGE.  VACATION, SICK  *
      * AND HOLIDAY HOURS ARE KEPT APART AND ADDED TO THE REGULAR   *
      * HOURS AFTER THE OVERTIME SPLIT                              *
      **************************************************************
       01 TOT-HOURS      PIC 9(4)V99     VALUE 0.
       01 VAC-HOURS      PIC 9(3)V99     VALUE 0.
       01 SICK-HOURS     PIC 9(3)V99     VALUE 0.
       01 HOL-HOURS      PIC 9(3)V99     VALUE 0.
       01 REG-HOURS      PIC 9(3)V99     VALUE 0.
       01 OT-HOURS       PIC 9(4)V99     VALUE 0.
       01 REG-PAY        PIC 9(6)V99     VALUE 0.
      **************************************************************
       01 BNK-CREDIT-CT  PIC 9(4)        VALUE 0.
       01 BNK-CREDIT-TOT PIC 9(8)V99     VALUE 0.
       01 BNK-PRENOTE-CT PIC 9(4)        VALUE 0.
      **************************************************************
      * PRENOTE HOLD - AN ACCOUNT MARKED PRENOTE OWED (P) BY        *
      * EMPMAINT GETS ITS ZERO-DOLLAR PRENOTE THIS RUN AND IS MARKED*
      * SENT (S) WITH TODAY'S DATE; THE EMPLOYEE IS PAID BY CHECK   *
      * UNTIL THE WAITING PERIOD AFTER THE SEND DATE HAS PASSED     *
      **************************************************************
       01 PRENOTE-WAIT-DAYS PIC 99       VALUE 10.
       01 SW-PRENOTE-HOLD PIC X          VALUE 'N'.
         88 PRENOTE-HOLD              VALUE 'Y'.
       01 PRENOTE-CLEAR-GRP.
          05 PCL-YYYY     PIC 9(4).
          05 PCL-MM       PIC 9(2).
          05 PCL-DD       PIC 9(2).
       01 PRENOTE-CLEAR-CMP REDEFINES PRENOTE-CLEAR-GRP PIC 9(8).
       01 PCL-MONTH-DAYS  PIC 99         VALUE 0.
       01 PCL-QUOT        PIC 9(4)       VALUE 0.
       01 PCL-REM         PIC 9          VALUE 0.
      **************************************************************
      * RUN-WIDE GROSS AND NET TOTALS FOR THE GL POSTING FILE, THE  *
      * GL ACCOUNTS LOADED FROM THE CONTROL FILE, AND THE DEBIT/    *
       01 GRAND-TOT-NET   PIC 9(8)V99    VALUE 0.
       01 GL-CAT-ACCT     PIC X(8)       OCCURS 5 TIMES
                                         VALUE SPACES.
       01 GL-TAX-ACCT     PIC X(8)       OCCURS 4 TIMES
                                         VALUE SPACES.
       01 GL-GROSS-ACCT   PIC X(8)       VALUE SPACES.
       01 GL-NET-ACCT     PIC X(8)       VALUE SPACES.
       01 GL-DR-TOT       PIC S9(9)V99   VALUE 0.
         88 GLACCTS-FOUND             VALUE 'Y'.
       01 GL-SLOT-WS      PIC 9          VALUE 0.
      **************************************************************
      * COST CENTER EXPENSE ACCOUNTS FROM THE GLACCTS 'C' RECORDS,  *
      * EACH WITH THE PAY THE RUN CHARGED THERE.  THE GROSS DEBIT   *
      * IS SPLIT ACROSS THESE AND WHATEVER IS LEFT STAYS ON THE 'G' *
      * ACCOUNT, SO THE POSTING FOOTS THE SAME AS BEFORE.  MORE     *
      * THAN 50 'C' RECORDS HOLDS THE POSTING BACK RATHER THAN      *
      * CHARGE A COST CENTER TO THE WRONG ACCOUNT                   *
      **************************************************************
       01 GLC-CT          PIC 99         VALUE 0.
       01 GLC-SUB         PIC 99         VALUE 1.
       01 GLC-TABLE.
         03 GLC-ENTRY     OCCURS 50 TIMES.
            05 GLC-COST-CTR  PIC X(4).
            05 GLC-ACCT      PIC X(8).
            05 GLC-AMT       PIC 9(8)V99.
       01 SW-GLC-FULL     PIC X          VALUE 'N'.
         88 GLC-OVERFLOW              VALUE 'Y'.
       01 SW-GLC-FOUND    PIC X          VALUE 'N'.
         88 GLC-FOUND                 VALUE 'Y'.
       01 GL-CC-TOT       PIC 9(8)V99    VALUE 0.
       01 GL-GROSS-REST   PIC S9(9)V99   VALUE 0.
       01 GL-CC-DESC.
         03 FILLER        PIC X(15)      VALUE 'LABOR COST CTR '.
         03 GLD-COST-CTR  PIC X(4).
         03 FILLER        PIC X(1)       VALUE SPACES.
      **************************************************************
      * LABOR DISTRIBUTION FOR THE EMPLOYEE BEING PROCESSED - ONE   *
      * ENTRY PER COST CENTER CHARGED, THE HOME DEPARTMENT ALWAYS   *
      * FIRST.  WORKED HOURS PAST 40 ARE OVERTIME TO WHICHEVER      *
      * CARD CARRIED THE PERIOD PAST 40.  THE PENNIES LEFT OVER     *
      * WHEN THE DOLLARS ARE PRICED ENTRY BY ENTRY GO TO THE ENTRY  *
      * WITH THE MOST HOURS, SO THE ENTRIES ALWAYS ADD BACK TO THE  *
      * GROSS.  SALARIED AND OFF-CYCLE PAY ALL CHARGES HOME.  AN    *
      * 11TH COST CENTER IS CHARGED HOME AND LISTED AS AN EXCEPTION *
      **************************************************************
       01 LD-CT           PIC 99         VALUE 0.
       01 LD-SUB          PIC 99         VALUE 1.
       01 LD-TABLE.
         03 LD-ENTRY      OCCURS 10 TIMES.
            05 LD-TBL-CC       PIC X(4).
            05 LD-TBL-REG-HRS  PIC 9(4)V99.
            05 LD-TBL-OT-HRS   PIC 9(4)V99.
            05 LD-TBL-REG-PAY  PIC 9(6)V99.
            05 LD-TBL-OT-PAY   PIC 9(6)V99.
       01 SW-LD-FOUND     PIC X          VALUE 'N'.
         88 LD-FOUND                  VALUE 'Y'.
       01 SW-LD-FULL      PIC X          VALUE 'N'.
         88 LD-OVERFLOW               VALUE 'Y'.
       01 LD-CHARGE-CC    PIC X(4)       VALUE SPACES.
       01 LD-CARD-REG     PIC 9(4)V99    VALUE 0.
       01 LD-CARD-OT      PIC 9(4)V99    VALUE 0.
       01 LD-REG-BIG      PIC 99         VALUE 1.
       01 LD-OT-BIG       PIC 99         VALUE 1.
       01 LD-REG-LEFT     PIC S9(6)V99   VALUE 0.
       01 LD-OT-LEFT      PIC S9(6)V99   VALUE 0.
      **************************************************************
      * LABOR DISTRIBUTION REPORT CONTROL BREAKS - THE COST CENTER  *
      * LINE, THE HOME DEPARTMENT AND THE RUN.  A LINE'S HEADCOUNT  *
      * IS THE EMPLOYEES WITH HOURS OR PAY CHARGED THERE; A         *
      * DEPARTMENT'S IS THE EMPLOYEES WHOSE HOME IT IS              *
      **************************************************************
       01 SW-LBR-END      PIC X          VALUE 'N'.
         88 LBR-END                   VALUE 'Y'.
       01 SW-LDC-OPEN     PIC X          VALUE 'N'.
         88 LDC-PENDING               VALUE 'Y'.
       01 SW-LDD-OPEN     PIC X          VALUE 'N'.
         88 LDD-PENDING               VALUE 'Y'.
       01 LDC-DEPT        PIC X(4)       VALUE SPACES.
       01 LDC-COST-CTR    PIC X(4)       VALUE SPACES.
       01 LDD-DEPT        PIC X(4)       VALUE SPACES.
       01 LDS-TOTALS.
         03 LDS-LEVEL     OCCURS 3 TIMES.
            05 LDS-HEAD-CT     PIC 9(4).
            05 LDS-REG-HRS     PIC 9(6)V99.
            05 LDS-OT-HRS      PIC 9(6)V99.
            05 LDS-REG-PAY     PIC 9(8)V99.
            05 LDS-OT-PAY      PIC 9(8)V99.
       01 LDS-SUB         PIC 9          VALUE 1.
       01 LDS-PAY-TOT     PIC 9(8)V99    VALUE 0.
      **************************************************************
      * DEDUCTION CATEGORY LOOKUP - SLOT 1 IS ALWAYS HEALTH         *
      * INSURANCE, SLOT 2 DENTAL, AND SO ON, SO THE DESCRIPTION IS  *
      * KEYED OFF THE DEDUCTION SLOT NUMBER (SUB2)                  *
         03 DED-CAT-DESC  PIC X(15)     OCCURS 5 TIMES.
       01 TOT-DED-CAT     PIC S9(7)V99  OCCURS 5 TIMES VALUE 0.
      **************************************************************
      * TAX RATES LOADED FROM TAXRATE - THE BRACKET AND ALLOWANCE   *
      * ROWS GO IN THE TABLE, SOCIAL SECURITY AND MEDICARE ARE      *
      * SINGLE RATES.  A TAXRATE TOO BIG FOR THE TABLE ABANDONS THE *
      * RUN - A DROPPED BRACKET WOULD QUIETLY MISCOMPUTE TAX        *
      **************************************************************
       01 TXR-CT          PIC 999       VALUE 0.
       01 TXR-FED-CT      PIC 999       VALUE 0.
       01 TXR-SUB         PIC 999       VALUE 1.
       01 TXR-TABLE.
         03 TXR-ENTRY     OCCURS 300 TIMES.
            05 TXR-TYPE      PIC X(1).
            05 TXR-STATE     PIC X(2).
            05 TXR-FILING    PIC X(1).
            05 TXR-OVER      PIC 9(7)V99.
            05 TXR-BASE-AMT  PIC 9(7)V99.
            05 TXR-PCT       PIC 9V9(5).
            05 TXR-ALLOW-AMT PIC 9(5)V99.
       01 SS-PCT          PIC 9V9(5)    VALUE 0.
       01 SS-WAGE-CAP     PIC 9(7)V99   VALUE 0.
       01 MED-PCT         PIC 9V9(5)    VALUE 0.
      **************************************************************
      * TAXES FOR THE EMPLOYEE BEING PROCESSED AND FOR THE RUN -    *
      * SLOT 1 FEDERAL, 2 STATE, 3 SOCIAL SECURITY, 4 MEDICARE.     *
      * TAXES COME OFF THE GROSS BEFORE THE VOLUNTARY DEDUCTIONS    *
      * COMPETE FOR WHAT IS LEFT                                    *
      **************************************************************
       01 TAX-CAT-NAMES.
         03 FILLER        PIC X(15)     VALUE 'FEDERAL INCOME'.
         03 FILLER        PIC X(15)     VALUE 'STATE INCOME'.
         03 FILLER        PIC X(15)     VALUE 'SOCIAL SECURITY'.
         03 FILLER        PIC X(15)     VALUE 'MEDICARE'.
       01 TAX-CAT-TABLE REDEFINES TAX-CAT-NAMES.
         03 TAX-CAT-DESC  PIC X(15)     OCCURS 4 TIMES.
       01 TAX-SUB         PIC 9         VALUE 1.
       01 TAX-AMT         PIC 9(5)V99   OCCURS 4 TIMES VALUE 0.
       01 TOT-TAX-CAT     PIC 9(8)V99   OCCURS 4 TIMES VALUE 0.
       01 TAX-TOTAL       PIC 9(6)V99   VALUE 0.
       01 TAX-ROOM        PIC 9(6)V99   VALUE 0.
       01 TAX-WORK        PIC 9(7)V99   VALUE 0.
       01 TAX-PRETAX      PIC 9(6)V99   VALUE 0.
       01 TAX-BASE        PIC 9(6)V99   VALUE 0.
       01 TAX-OVERRUN     PIC S9(7)V99  VALUE 0.
       01 TAX-SHORT       PIC 9(3)V99   VALUE 0.
       01 TAXABLE-WAGES   PIC S9(7)V99  VALUE 0.
       01 ALLOW-AMT       PIC 9(5)V99   VALUE 0.
       01 ALLOW-WORK      PIC 9(7)V99   VALUE 0.
       01 SS-WAGES        PIC S9(8)V99  VALUE 0.
       01 LOOK-TYPE       PIC X(1)      VALUE SPACE.
       01 LOOK-STATE      PIC X(2)      VALUE SPACES.
       01 LOOK-FILING     PIC X(1)      VALUE SPACE.
       01 BRK-OVER        PIC 9(7)V99   VALUE 0.
       01 BRK-BASE        PIC 9(7)V99   VALUE 0.
       01 BRK-PCT         PIC 9V9(5)    VALUE 0.
       01 SW-BRK-FOUND    PIC X         VALUE 'N'.
         88 BRACKET-FOUND             VALUE 'Y'.
      **************************************************************
      * ANNUAL CEILING PER DEDUCTION SLOT FROM THE LIMITS FILE, THE *
      * AMOUNT EACH SLOT WAS SHORTED THIS EMPLOYEE TO STAY UNDER    *
      * ITS CEILING, AND THE RUN-WIDE TOTAL OF SHORTED AMOUNTS SO   *
       01 CAP-ROOM        PIC S9(7)V99  VALUE 0.
       01 TOT-CAPPED      PIC 9(8)V99   VALUE 0.
       01 BAL-WORK        PIC 9(8)V99   VALUE 0.
       01 BAL-REC-CT      PIC 9(4)      VALUE 0.
      **************************************************************
      * EMPLOYEES TERMINATED BEFORE TODAY ARE LEFT OUT OF A REGULAR *
      * RUN.  THEY ARE STILL ON THE MASTER AND IN MSTCTL, SO THEIR  *
      * COUNT AND SCHEDULED DEDUCTIONS ARE KEPT FOR THE BALANCE     *
      * CHECK.  THE SORT RECOUNTS THEM ON EVERY RUN, RESTARTS TOO   *
      **************************************************************
       01 TERM-SKIP-CT    PIC 9(4)      VALUE 0.
       01 TERM-SKIP-DED   PIC 9(8)V99   VALUE 0.
      **************************************************************
      * WITHHOLDING PRIORITY - GARNISHMENT FIRST PER OUR LEGAL      *
      * OBLIGATION, THEN HEALTH, DENTAL, RETIREMENT AND MISC.  WHEN *
       01 TOT-ARR-ADDED   PIC 9(8)V99   VALUE 0.
       01 TOT-ARR-RECOVER PIC 9(8)V99   VALUE 0.
      **************************************************************
      * GARNISHMENT ORDERS FOR THE EMPLOYEE BEING PROCESSED.  ANY   *
      * ORDER ON FILE, ACTIVE OR SATISFIED, PUTS SLOT 4 UNDER THE   *
      * ORDERS - THE FLAT MASTER AMOUNT IS NO LONGER TAKEN, THE     *
      * DEDLIMS CEILING DOES NOT APPLY AND NO SLOT 4 ARREARS ARE    *
      * RECOVERED.  THE MASTER AMOUNT REPLACED AND THE ORDER AMOUNT *
      * TAKEN INSTEAD ARE KEPT FOR THE BALANCE CHECK                *
      **************************************************************
       01 GO-CT           PIC 99        VALUE 0.
       01 GO-SUB          PIC 99        VALUE 1.
       01 GO-NEXT         PIC 99        VALUE 0.
       01 GO-PASS         PIC 99        VALUE 0.
       01 GO-TABLE.
         03 GO-ENTRY      OCCURS 10 TIMES.
            05 GO-TBL-CASE     PIC X(12).
            05 GO-TBL-PAYEE    PIC X(20).
            05 GO-TBL-PRIORITY PIC 9(2).
            05 GO-TBL-PCT      PIC 9(2)V99.
            05 GO-TBL-PER      PIC 9(3)V99.
            05 GO-TBL-BAL      PIC 9(7)V99.
            05 GO-TBL-TAKE     PIC 9(3)V99.
            05 GO-TBL-DONE     PIC X(1).
       01 SW-GARN-ORDERS  PIC X         VALUE 'N'.
         88 GARN-BY-ORDER             VALUE 'Y'.
       01 SW-GO-END       PIC X         VALUE 'N'.
         88 GO-END                    VALUE 'Y'.
       01 GARN-DISP-EARN  PIC 9(6)V99   VALUE 0.
       01 GARN-TAKEN      PIC 9(3)V99   VALUE 0.
       01 GARN-WORK       PIC S9(7)V99  VALUE 0.
       01 GARN-ROOM       PIC S9(7)V99  VALUE 0.
       01 GARN-PROD       PIC 9(8)V9(4) VALUE 0.
       01 GARN-SCHED-REPL PIC 9(8)V99   VALUE 0.
       01 GARN-ORDER-TOT  PIC 9(8)V99   VALUE 0.
      **************************************************************
      * REMIT4 TOTALS BY PAYEE AGENCY, BUILT AT END OF RUN FROM THE *
      * ORDERS CARRYING THIS RUN'S STAMP, SO ONE CHECK CAN BE CUT   *
      * PER AGENCY.  WHAT IS LEFT OF THE CATEGORY TOTAL IS FLAT     *
      * MASTER AMOUNTS AND ADJUSTMENTS WITH NO ORDER BEHIND THEM    *
      **************************************************************
       01 GP-CT           PIC 999       VALUE 0.
       01 GP-SUB          PIC 999       VALUE 1.
       01 GP-TABLE.
         03 GP-ENTRY      OCCURS 100 TIMES.
            05 GP-PAYEE        PIC X(20).
            05 GP-ORD-CT       PIC 9(4).
            05 GP-AMT          PIC 9(8)V99.
       01 SW-GP-FOUND     PIC X         VALUE 'N'.
         88 GP-FOUND                  VALUE 'Y'.
       01 GP-SUM          PIC 9(8)V99   VALUE 0.
       01 GP-OVER-CT      PIC 9(4)      VALUE 0.
       01 GP-OVER-AMT     PIC 9(8)V99   VALUE 0.
       01 GP-UNASSIGNED   PIC S9(8)V99  VALUE 0.
      **************************************************************
      * ADJUSTMENT BOOKKEEPING - RECORDS CONSUMED (POSTED OR SENT   *
      * TO THE EXCEPTION LIST), COUNT AND SIGNED NET OF THE ONES    *
      * ACTUALLY POSTED, HOW MANY CONSUMED RECORDS TO PASS OVER ON  *
       01 EXPECTED-ADJ-CT    PIC 9(4)     VALUE 0.
       01 EXPECTED-ADJ-TOTAL PIC S9(7)V99 VALUE 0.
      **************************************************************
      * PAPER CHECK BOOKKEEPING - THE NEXT NUMBER TO ISSUE AND THE  *
      * NEXT NUMBER AS OF THE LAST CHECKPOINT, THE RUN'S ISSUED AND *
      * VOIDED COUNTS AND DOLLARS FOR THE REGISTER AND THE POSITIVE *
      * PAY TRAILER, AND THE VOID RECORDS CONSUMED AND STILL TO     *
      * PASS OVER ON A RESTART                                      *
      **************************************************************
       01 NEXT-CHECK-NO   PIC 9(8)      VALUE 0.
       01 RST-NEXT-CHECK  PIC 9(8)      VALUE 0.
       01 LAST-ORPHAN-NO  PIC 9(8)      VALUE 0.
       01 SW-CI-WRITTEN   PIC X         VALUE 'N'.
         88 CHECK-RECORDED            VALUE 'Y'.
       01 CHECK-CT        PIC 9(4)      VALUE 0.
       01 CHECK-TOT       PIC 9(8)V99   VALUE 0.
       01 VOID-CT         PIC 9(4)      VALUE 0.
       01 VOID-TOT        PIC 9(8)V99   VALUE 0.
       01 VOID-READ-CT    PIC 9(4)      VALUE 0.
       01 VOID-SKIP-CT    PIC 9(4)      VALUE 0.
      **************************************************************
      * THE CHECK BEING ISSUED OR VOIDED - TAKEN FROM THE EMPLOYEE  *
      * BEING PAID OR FROM THE CHECK ISSUE RECORD                   *
      **************************************************************
       01 ISS-CHECK-NO    PIC 9(8)      VALUE 0.
       01 ISS-LINK-NO     PIC 9(8)      VALUE 0.
       01 ISS-EID         PIC X(7).
       01 ISS-LAST        PIC X(15).
       01 ISS-FIRST       PIC X(15).
       01 ISS-AMT         PIC 9(6)V99   VALUE 0.
       01 ISS-ISSUE-DATE  PIC X(8).
       01 ISS-NOTE        PIC X(22).
       01 REISSUE-NOTE.
          05 FILLER        PIC X(11)    VALUE 'REISSUE OF '.
          05 REISSUE-OF-NO PIC 9(8).
          05 FILLER        PIC X(3)     VALUE SPACES.
       01 VOID-EXC-LAST.
          05 FILLER        PIC X(6)     VALUE 'CHECK '.
          05 VOID-EXC-NO   PIC X(8).
          05 FILLER        PIC X(1)     VALUE SPACES.
      **************************************************************
      * LAST EMPLOYEE COMMITTED, KEPT IN WORKING STORAGE SO THE     *
      * ADJUSTMENT-PHASE CHECKPOINTS CAN CARRY IT FORWARD AFTER THE *
      * EMPLOYEE LOOP IS DONE                                       *
          05 RUN-CMP-MM   PIC 9(2).
          05 RUN-CMP-DD   PIC 9(2).
       01 RUN-CMP REDEFINES RUN-CMP-GRP  PIC 9(8).
      **************************************************************
      * RUN STAMP - RUN DATE AND START TIME, CARRIED ON THE         *
      * CHECKPOINT SO A RESTART KEEPS THE STAMP OF THE RUN IT       *
      * FINISHES.  GARNORD RECORDS TOUCHED BY THIS RUN CARRY IT     *
      **************************************************************
       01 CUR-TIME-GRP.
          05 CUR-HHMMSS   PIC 9(6).
          05 FILLER       PIC 9(2).
       01 RUN-STAMP.
          05 RUN-STAMP-DATE PIC 9(8).
          05 RUN-STAMP-TIME PIC 9(6).
       01 HIRE-CMP-GRP.
          05 HIRE-CMP-YYYY PIC 9(4).
          05 HIRE-CMP-MM   PIC 9(2).
       01 TENURE-BAND-TABLE REDEFINES TENURE-BAND-NAMES.
         03 TEN-BAND-DESC PIC X(13)     OCCURS 4 TIMES.
       01 TENURE-CT       PIC 9(4)      OCCURS 4 TIMES VALUE 0.
      **************************************************************
      * LEAVE ACCRUAL PER WEEKLY PAY PERIOD BY TENURE BAND -        *
      * VACATION AT 40, 80, 120 AND 160 HOURS A YEAR, SICK AT 48    *
      * HOURS A YEAR IN EVERY BAND.  ACCRUAL IS ON REGULAR RUNS     *
      * ONLY - AN OFF-CYCLE PAYMENT IS NOT A PAY PERIOD             *
      **************************************************************
       01 LEAVE-ACCRUAL-VALS.
         03 FILLER        PIC X(6)      VALUE '077092'.
         03 FILLER        PIC X(6)      VALUE '154092'.
         03 FILLER        PIC X(6)      VALUE '231092'.
         03 FILLER        PIC X(6)      VALUE '308092'.
       01 LEAVE-ACCRUAL-TABLE REDEFINES LEAVE-ACCRUAL-VALS.
         03 LEAVE-ACCRUAL OCCURS 4 TIMES.
            05 ACC-VAC       PIC 9V99.
            05 ACC-SICK      PIC 9V99.
       01 VAC-ACCR        PIC 9(3)V99   VALUE 0.
       01 SICK-ACCR       PIC 9(3)V99   VALUE 0.
       01 LEAVE-AVAIL     PIC S9(5)V99  VALUE 0.
       01 TENURE-RATE-TOT PIC 9(8)V99   OCCURS 4 TIMES VALUE 0.
       01 ANNIV-CT        PIC 999       VALUE 0.
       01 ANNIV-SUB       PIC 999       VALUE 1.
         03 FILLER        PIC X(2)              VALUE SPACES.
         03 L-YTD-DED1    PIC $ZZ,ZZ9.99-.
      **************************************************************
      * LAYOUT FOR THE TAX LINE UNDER EVERY EMPLOYEE - EACH TAX     *
      * WITHHELD THIS PERIOD                                        *
      **************************************************************
       01 PRNT-TAXES.
         03 FILLER        PIC X(4)              VALUE SPACES.
         03 FILLER        PIC X(8)              VALUE 'FED TAX:'.
         03 FILLER        PIC X(1)              VALUE SPACES.
         03 L-FED-TAX1    PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)              VALUE SPACES.
         03 FILLER        PIC X(10)             VALUE 'STATE TAX:'.
         03 FILLER        PIC X(1)              VALUE SPACES.
         03 L-ST-TAX1     PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)              VALUE SPACES.
         03 FILLER        PIC X(8)              VALUE 'SOC SEC:'.
         03 FILLER        PIC X(1)              VALUE SPACES.
         03 L-SS-TAX1     PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)              VALUE SPACES.
         03 FILLER        PIC X(9)              VALUE 'MEDICARE:'.
         03 FILLER        PIC X(1)              VALUE SPACES.
         03 L-MED-TAX1    PIC ZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR THE HOURLY REGULAR/OVERTIME SPLIT LINE UNDER AN  *
      * HOURLY EMPLOYEE - HOURS AND DOLLARS FOR EACH, SO OVERTIME   *
      * IS VISIBLE INSTEAD OF BURIED IN THE GROSS                   *
      * CARRIER, NOT TO A DESK TRAY                                 *
      **************************************************************
       01 REM-LINE-WS      PIC X(125).
      **************************************************************
      * LAYOUTS FOR THE PRINTED CHECK - ONE FORM PER CHECK, THE     *
      * AMOUNT ASTERISK-PROTECTED                                   *
      **************************************************************
       01 PCHK-LINE1.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 PC-TITLE      PIC X(28).
         03 FILLER        PIC X(50)   VALUE SPACES.
         03 FILLER        PIC X(10)   VALUE 'CHECK NO. '.
         03 PC-CHECK-NO   PIC 9(8).
       01 PCHK-LINE2.
         03 FILLER        PIC X(80)   VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'DATE: '.
         03 PC-MM         PIC 99.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 PC-DD         PIC 99.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 PC-CCYY       PIC 9(4).
       01 PCHK-LINE3.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(20)   VALUE 'PAY TO THE ORDER OF '.
         03 PC-FIRST      PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 PC-LAST       PIC X(15).
         03 FILLER        PIC X(27)   VALUE SPACES.
         03 PC-AMT        PIC $***,**9.99.
       01 PCHK-LINE4.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(13)   VALUE 'EMPLOYEE ID: '.
         03 PC-EID        PIC X(7).
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 PC-NOTE       PIC X(22).
      **************************************************************
      * LAYOUTS FOR THE CHECK REGISTER - EVERY CHECK ISSUED OR      *
      * VOIDED THIS RUN, WITH COUNT AND DOLLAR TOTALS OF EACH       *
      **************************************************************
       01 CREG-HEADING.
         03 CRH-CUR-YR    PIC 99.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 CRH-CUR-MO    PIC 99.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 CRH-CUR-DAY   PIC 99.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(14)   VALUE 'CHECK REGISTER'.
       01 CREG-COL-HEAD.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(10)   VALUE 'CHECK NO'.
         03 FILLER        PIC X(9)    VALUE 'EMP ID'.
         03 FILLER        PIC X(28)   VALUE 'NAME'.
         03 FILLER        PIC X(13)   VALUE '       AMOUNT'.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'ACTION'.

       01 CREG-DETAIL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 CR-CHECK-NO   PIC 9(8).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 CR-EID        PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 CR-LAST       PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 CR-FIRST      PIC X(10).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 CR-AMT        PIC $ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 CR-ACTION     PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 CR-NOTE       PIC X(22).

       01 CREG-TOTAL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 CRT-DESC      PIC X(15).
         03 CRT-CT        PIC ZZZ9.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(7)    VALUE 'TOTAL: '.
         03 CRT-AMT       PIC $ZZ,ZZZ,ZZ9.99.
      **************************************************************
      * LAYOUTS FOR THE LABOR DISTRIBUTION REPORT - ONE LINE PER    *
      * HOME DEPARTMENT AND COST CENTER, A TOTAL PER DEPARTMENT AND *
      * ONE FOR THE RUN                                             *
      **************************************************************
       01 LDR-HEADING.
         03 LDH-CUR-YR    PIC 99.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 LDH-CUR-MO    PIC 99.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 LDH-CUR-DAY   PIC 99.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(48)
            VALUE 'LABOR DISTRIBUTION BY DEPARTMENT AND COST CENTER'.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LDH-RUN-NOTE  PIC X(13).
       01 LDR-COL-HEAD.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(8)    VALUE 'DEPT'.
         03 FILLER        PIC X(8)    VALUE 'COST CTR'.
         03 FILLER        PIC X(6)    VALUE 'HDCT'.
         03 FILLER        PIC X(12)   VALUE ' REG HOURS'.
         03 FILLER        PIC X(12)   VALUE '  OT HOURS'.
         03 FILLER        PIC X(16)   VALUE '   REGULAR PAY'.
         03 FILLER        PIC X(16)   VALUE '  OVERTIME PAY'.
         03 FILLER        PIC X(14)   VALUE '     TOTAL PAY'.

       01 LDR-DETAIL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-DEPT       PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-COST-CTR   PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-HEAD-CT    PIC ZZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-REG-HRS    PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-OT-HRS     PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-REG-PAY    PIC $ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-OT-PAY     PIC $ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 LL-TOT-PAY    PIC $ZZ,ZZZ,ZZ9.99.

       01 LDR-OUT-OF-BAL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(46)
            VALUE '*** DISTRIBUTED PAY DOES NOT AGREE WITH GROSS '.
         03 FILLER        PIC X(5)    VALUE 'PAY: '.
         03 LDB-GROSS     PIC $ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)    VALUE ' ***'.

       01 REM-HEADING.
         03 RH-CUR-YR   PIC 99.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 RT-AMT        PIC $ZZZ,ZZ9.99-.
      **************************************************************
      * REMIT4 LAYOUTS - ONE LINE PER GARNISHMENT ORDER WITH ITS    *
      * CASE NUMBER, PAYEE AND REMAINING BALANCE, AND THE TOTALS BY *
      * PAYEE AHEAD OF THE CATEGORY TOTAL                           *
      **************************************************************
       01 REM-GARN-DETAIL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 RG-EID        PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 RG-LAST       PIC X(15).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 RG-SSN        PIC XXXBXXBXXXX.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(5)    VALUE 'CASE:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 RG-CASE       PIC X(12).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 RG-PAYEE      PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(7)    VALUE 'AMOUNT:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 RG-AMT        PIC ZZZ.99-.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(8)    VALUE 'BALANCE:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 RG-BAL        PIC Z,ZZZ,ZZ9.99.

       01 REM-GARN-SUM-HEAD.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(24)
            VALUE 'REMITTANCE BY PAYEE'.

       01 REM-GARN-PAYEE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'PAYEE:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 RP-PAYEE      PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(7)    VALUE 'ORDERS:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 RP-CT         PIC ZZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'REMIT:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 RP-AMT        PIC $ZZZ,ZZ9.99-.
      **************************************************************
      * LAYOUT FOR THE AT-ANNUAL-CAP LINE UNDER AN EMPLOYEE WHOSE   *
      * DEDUCTION WAS REDUCED OR STOPPED AT ITS CEILING             *
      **************************************************************
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-YTD     PIC ZZ,ZZ9.99-.

       01 STUB-TAX-HEAD.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(15)   VALUE 'TAX WITHHELD'.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(9)    VALUE '  CURRENT'.
         03 FILLER        PIC X(8)    VALUE SPACES.
         03 FILLER        PIC X(3)    VALUE 'YTD'.

       01 STUB-TAX-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-TAX-DESC PIC X(15).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-TAX-CUR PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-TAX-YTD PIC ZZZ,ZZ9.99-.

       01 STUB-PAY-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'GROSS:'.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-TOTDED  PIC $Z,ZZ9.99.
         03 FILLER        PIC X(3)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'TAXES:'.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-TOTTAX  PIC $ZZ,ZZ9.99.
         03 FILLER        PIC X(3)    VALUE SPACES.
         03 FILLER        PIC X(4)    VALUE 'NET:'.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-NET     PIC $ZZZ,ZZ9.99-.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-YTD-DED PIC $ZZ,ZZ9.99-.

       01 STUB-LEAVE-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-STB-LV-DESC PIC X(15).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(8)    VALUE 'ACCRUED:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-STB-LV-ACCR PIC ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(5)    VALUE 'USED:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-STB-LV-USED PIC ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(10)   VALUE 'REMAINING:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-STB-LV-BAL  PIC Z,ZZ9.99-.

       01 STUB-RULE-LINE.
         03 FILLER        PIC X(60)   VALUE ALL '-'.
      **************************************************************
         03 FILLER           PIC X(2)          VALUE SPACES.
         03 L-DED-CAT-TOTAL  PIC $ZZZ,ZZ9.99-.
      **************************************************************
      * LAYOUT FOR TAX WITHHOLDING TOTALS ON THE LAST PAGE          *
      **************************************************************
       01 PRNT-TAX-HEAD.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(22)     VALUE 'TAX WITHHOLDING TOTALS'.

       01 PRNT-TAX-CAT.
         03 FILLER           PIC X(4)          VALUE SPACES.
         03 L-TAX-CAT-DESC   PIC X(15).
         03 FILLER           PIC X(5)          VALUE SPACES.
         03 FILLER           PIC X(6)          VALUE 'TOTAL:'.
         03 FILLER           PIC X(2)          VALUE SPACES.
         03 L-TAX-CAT-TOTAL  PIC $ZZ,ZZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR SUBTOTALS BY JOB TITLE ON THE LAST PAGE          *
      **************************************************************
       01 PRNT-TITLE-HEAD.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(15)     VALUE 'CONTROL TOTAL: '.
         03 L-EXP-TOT     PIC $ZZZ,ZZ9.99.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(21)
            VALUE 'TERMINATED NOT PAID: '.
         03 L-TERM-SKIP   PIC ZZZ9.
      **************************************************************
      * LAYOUT FOR THE 1ST HEADING LINE OF REPORT PRINTING *
      **************************************************************
         03 HL-CUR-MO   PIC 99.
         03 FILLER      PIC X(1)    VALUE '/'.
         03 HL-CUR-DAY  PIC 99.
         03 FILLER      PIC X(4)    VALUE SPACES.
         03 HL-RUN-LABEL PIC X(9)   VALUE SPACES.
         03 FILLER      PIC X(38)   VALUE SPACES.
         03 HL-RPT-TITLE PIC X(28).
         03 FILLER      PIC X(19)   VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'PAGE'.
         03 EOF-L      PIC 9   VALUE 0.
         03 EOF-A      PIC 9   VALUE 0.
         03 EOF-GL     PIC 9   VALUE 0.
         03 EOF-X      PIC 9   VALUE 0.
         03 EOF-V      PIC 9   VALUE 0.
         03 EOF-O      PIC 9   VALUE 0.
         03 EOF-OV     PIC 9   VALUE 0.
         03 EOF-XC     PIC 9   VALUE 0.
         03 SW-CONT-OPEN PIC X VALUE 'N'.
           88 CONT-FILE-OPEN        VALUE 'Y'.
       01 HIST-STATUS    PIC XX.
         88 ARR-OK                  VALUE '00'.
         88 ARR-NOT-FOUND           VALUE '23'.
         88 ARR-NOT-EXIST           VALUE '35'.
       01 GARN-STATUS    PIC XX.
         88 GARN-OK                 VALUE '00'.
         88 GARN-NOT-EXIST          VALUE '35'.
       01 LV-STATUS      PIC XX.
         88 LV-OK                   VALUE '00'.
         88 LV-NOT-FOUND            VALUE '23'.
         88 LV-NOT-EXIST            VALUE '35'.
       01 LBR-STATUS     PIC XX.
         88 LBR-OK                  VALUE '00'.
         88 LBR-NOT-EXIST           VALUE '35'.
       01 JOB-STATUS     PIC XX.
         88 JOB-OK                  VALUE '00'.
         88 JOB-NOT-EXIST           VALUE '35'.
      **************************************************************
      * JOB-STREAM CHECK - THE CYCLE THIS RUN BELONGS TO, TODAY'S   *
      * CCYYMMDD DATE AND HHMMSS TIME FOR THE STAMPS, WHY THE CHECK *
      * REFUSED IF IT DID, AND THE OPERATOR OVERRIDE THAT LET IT    *
      * START ANYWAY                                                *
      **************************************************************
       01 JOB-RUN-CYCLE  PIC X(8)        VALUE SPACES.
       01 JOB-DATE-GRP.
          05 JOB-DATE-YY     PIC 99.
          05 JOB-DATE-MM     PIC 99.
          05 JOB-DATE-DD     PIC 99.
       01 JOB-TIME-GRP.
          05 JOB-TIME-HHMMSS PIC 9(6).
          05 FILLER          PIC 9(2).
       01 JOB-NOW-STAMP.
          05 JOB-NOW-DATE.
             10 JOB-NOW-CCYY PIC 9(4).
             10 JOB-NOW-MM   PIC 9(2).
             10 JOB-NOW-DD   PIC 9(2).
          05 JOB-NOW-TIME    PIC 9(6).
       01 JOB-STARTED-AT PIC X(14)       VALUE SPACES.
       01 JOB-REFUSAL    PIC X(50)       VALUE SPACES.
       01 JOB-REFUSE-CYCLE PIC X(8)      VALUE SPACES.
       01 JOB-XTR-CT     PIC 9(7)        VALUE 0.
       01 JOB-END-STATE  PIC X(1)        VALUE 'C'.
       01 JOB-ENTRY-PGM  PIC X(8)        VALUE 'PROJ03'.
       01 SW-JOB-FOUND   PIC X           VALUE 'N'.
         88 JOB-FOUND                 VALUE 'Y'.
       01 SW-JOB-OVERRIDE PIC X          VALUE 'N'.
         88 JOB-OVERRIDDEN            VALUE 'Y'.
       01 JOB-OVR-BY     PIC X(3)        VALUE SPACES.
       01 JOB-OVR-WHY    PIC X(40)       VALUE SPACES.
       01 CTL-STATUS     PIC XX.
         88 CTL-OK                  VALUE '00'.
       01 TIME-STATUS    PIC XX.
         88 TIME-OK                 VALUE '00'.
       01 SW-TIME-FULL   PIC X     VALUE 'N'.
         88 TIME-FULL-WARNED        VALUE 'Y'.
       01 OFC-STATUS     PIC XX.
         88 OFC-OK                  VALUE '00'.
       01 MST-STATUS     PIC XX.
         88 MST-OK                  VALUE '00'.
       01 MCT-STATUS     PIC XX.
         88 ADJ-OK                  VALUE '00'.
       01 GLA-STATUS     PIC XX.
         88 GLA-OK                  VALUE '00'.
       01 TAX-STATUS     PIC XX.
         88 TAX-OK                  VALUE '00'.
       01 TXH-STATUS     PIC XX.
         88 TXH-OK                  VALUE '00'.
         88 TXH-NOT-FOUND           VALUE '23'.
         88 TXH-NOT-EXIST           VALUE '35'.
       01 PH-STATUS      PIC XX.
         88 PH-OK                   VALUE '00'.
         88 PH-NOT-EXIST            VALUE '35'.
       01 CKN-STATUS     PIC XX.
         88 CKN-OK                  VALUE '00'.
       01 CI-STATUS      PIC XX.
         88 CI-OK                   VALUE '00'.
         88 CI-NOT-FOUND            VALUE '23'.
         88 CI-NOT-EXIST            VALUE '35'.
       01 VD-STATUS      PIC XX.
         88 VD-OK                   VALUE '00'.
      **************************************************************
      * RUN MODE FROM THE CONTROL RECORD - AN 'R' ASKS FOR A        *
      * RESTART OF TODAY'S ABENDED RUN FROM THE CHECKPOINT.         *
      **************************************************************
       01 RUN-MODE         PIC X(1)  VALUE SPACE.
         88 RESTART-REQUESTED        VALUE 'R'.
         88 OFFCYCLE-REQUESTED       VALUE 'O'.
       01 SW-RESTART-MODE  PIC X     VALUE 'N'.
         88 RESTART-ACTIVE           VALUE 'Y'.
       01 SW-RESTART-SKIP  PIC X     VALUE 'N'.
       01 RST-LAST-EID     PIC X(7).
       01 RST-LAST-SSN     PIC X(9).
      **************************************************************
      * RUN TYPE - AN 'O' IS AN OFF-CYCLE RUN THAT PAYS ONLY THE    *
      * EMPLOYEES ON THE OFFCYC FILE THE GROSS KEYED THERE, WITH NO *
      * TIMECARDS, ADJUSTMENTS OR VOIDS.  IT IS CARRIED ON THE      *
      * CHECKPOINT SO A RESTART RESUMES THE SAME KIND OF RUN, AND   *
      * ON THE RUN LOG AND PAY HISTORY SO IT CAN BE TOLD FROM THE   *
      * REGULAR RUN                                                 *
      **************************************************************
       01 RUN-TYPE         PIC X(1)  VALUE SPACE.
         88 OFFCYCLE-RUN             VALUE 'O'.
      **************************************************************
      * THE OFFCYC FILE, LOADED UP FRONT.  THE USED FLAG MARKS      *
      * ENTRIES THAT FOUND THEIR EMPLOYEE ON THE MASTER, SO A       *
      * MIS-KEYED EID IS REPORTED ON THE EXCEPTION LIST INSTEAD OF  *
      * SILENTLY UNPAID                                             *
      **************************************************************
       01 OFC-CT           PIC 999   VALUE 0.
       01 OFC-SUB          PIC 999   VALUE 1.
       01 OFC-TABLE.
         03 OFC-ENTRY      OCCURS 100 TIMES.
            05 OFC-TBL-EID      PIC X(7).
            05 OFC-TBL-GROSS    PIC 9(6)V99.
            05 OFC-TBL-DED-FLAG PIC X(1).
            05 OFC-TBL-USED     PIC X(1).
       01 SW-OFC-MATCH     PIC X     VALUE 'N'.
         88 OFC-MATCHED              VALUE 'Y'.
       01 OFC-GROSS-WS     PIC 9(6)V99 VALUE 0.
       01 SW-VOL-WAIVED    PIC X     VALUE 'N'.
         88 VOL-DEDS-WAIVED          VALUE 'Y'.
      **************************************************************
      * SET WHEN 1810-VALIDATE-RECORD LOGS THE CURRENT RECORD TO    *
      * THE EXCEPTION LIST, SO ITS RATE IS KEPT OUT OF THE HOURLY/  *
      * SALARIED AND PER-TITLE AVERAGES                             *
           PERFORM 1305-SET-RUN-DATE.
           PERFORM 1310-READ-CONTROL.
           PERFORM 1340-READ-MASTER-CONTROL.
           PERFORM 1372-LOAD-TAX-RATES.
           IF OFFCYCLE-REQUESTED THEN
              PERFORM 1352-CHECK-OFFCYCLE-CLEAR
              MOVE 'O' TO RUN-TYPE.
           IF RESTART-REQUESTED THEN
              PERFORM 1350-CHECK-RESTART.
           IF OFFCYCLE-RUN THEN
              PERFORM 1080-STAMP-OFFCYCLE-STARTED
           ELSE
              PERFORM 1050-CHECK-JOB-STREAM.
           IF OFFCYCLE-RUN THEN
              PERFORM 1378-LOAD-OFFCYCLE.
           PERFORM 1376-LOAD-CHECK-CONTROL.
           IF RESTART-ACTIVE THEN
              OPEN EXTEND PRNT-FILE
                          STUB-FILE
                          REM3-FILE
                          REM4-FILE
                          REM5-FILE
                          PCHK-FILE
                          CREG-FILE
                          PP-FILE
           ELSE
              OPEN OUTPUT PRNT-FILE
                          STUB-FILE
                          REM3-FILE
                          REM4-FILE
                          REM5-FILE
                          PCHK-FILE
                          CREG-FILE
                          PP-FILE
              PERFORM 1380-WRITE-REM-HEADINGS
              PERFORM 1382-WRITE-CHECK-REG-HEAD.
           PERFORM 1300-SORT-INPUT.
           OPEN INPUT SORTED-FILE.
           PERFORM 1320-OPEN-HISTORY.
           PERFORM 1322-OPEN-ARREARS.
           PERFORM 1324-OPEN-TAX-HISTORY.
           PERFORM 1326-OPEN-PAY-HISTORY.
           PERFORM 1328-OPEN-CHECK-ISSUES.
           PERFORM 1332-OPEN-GARN-ORDERS.
           PERFORM 1334-OPEN-LEAVE.
           PERFORM 1336-OPEN-LABOR-DIST.
           IF NOT OFFCYCLE-RUN THEN
              PERFORM 1330-LOAD-TIMECARDS.
           PERFORM 1370-LOAD-LIMITS.
           PERFORM 1390-LOAD-GL-ACCOUNTS.
            PERFORM 2000-READ-INPUT.
           IF RESTART-SKIPPING THEN
              DISPLAY 'PROJ03 - CHECKPOINT EMPLOYEE NOT FOUND - '
                 'NO EMPLOYEES PROCESSED ON THIS RESTART'.
           IF OFFCYCLE-RUN THEN
              PERFORM 1387-CHECK-OFFCYCLE-USED
           ELSE
              PERFORM 1540-PROCESS-ADJUSTMENTS
              PERFORM 1560-PROCESS-VOIDS
              IF NOT CONT-FILE-OPEN THEN
                 PERFORM 1830-CHECK-TIMECARDS.
           PERFORM 1700-LAST-PAGE.
           PERFORM 1745-WRITE-REM-TOTALS.
           PERFORM 1757-WRITE-CHECK-REG-TOTALS.
           IF CONT-FILE-OPEN THEN
              DISPLAY 'PROJ03 - PARTIAL RUN - BANKTRN AND POSPAY '
                 'TRAILERS HELD FOR THE COMPLETING RERUN'
              DISPLAY 'PROJ03 - PARTIAL RUN - GLPOST NOT RELEASED'
              DISPLAY 'PROJ03 - PARTIAL RUN - LABOR DISTRIBUTION '
                 'HELD FOR THE COMPLETING RERUN'
           ELSE
              PERFORM 1755-WRITE-BANK-TRAILER
              PERFORM 1756-WRITE-POSPAY-TRAILER
              PERFORM 1730-WRITE-LABOR-DIST
              PERFORM 1765-WRITE-GL-POSTINGS.
           PERFORM 1860-WRITE-RUN-LOG.
           IF CONT-FILE-OPEN THEN
             REM3-FILE
             REM4-FILE
             REM5-FILE
             PCHK-FILE
             CREG-FILE
             PP-FILE
             HIST-FILE
             ARR-FILE
             TXH-FILE
             PH-FILE
             CI-FILE
             GARN-FILE
             LEAVE-FILE
             LBR-FILE.
           IF CONT-FILE-OPEN THEN
              CLOSE CONT-FILE.
           PERFORM 1070-STAMP-JOB-COMPLETE.
           STOP RUN.
      **************************************************************
      * THE JOB-STREAM CHECK FOR THE NIGHTLY RUN.  IT PAYS THE      *
      * CYCLE EMPMAINT OPENED, ONLY ONCE EMPMAINT HAS COMPLETED IT  *
      * AND MSTCTL STILL SHOWS THE RECORD COUNT EMPMAINT LEFT - A   *
      * DIFFERENT COUNT MEANS EMPMAST WAS CHANGED OR RESTORED SINCE *
      * - AND ONLY ONCE A CYCLE.  A RUN THAT STARTED OR SPILLED MAY *
      * BE RESTARTED.  OFF-CYCLE RUNS ARE OUTSIDE THE NIGHTLY       *
      * STREAM AND ARE NOT CHECKED - SEE 1080                       *
      **************************************************************
       1050-CHECK-JOB-STREAM.
           PERFORM 1051-SET-JOB-STAMP.
           PERFORM 1052-OPEN-JOB-CONTROL.
           MOVE 'EMPMAINT' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF NOT JOB-FOUND THEN
              MOVE 'NO CYCLE OPEN - EMPMAINT HAS NEVER RUN'
                TO JOB-REFUSAL
           ELSE
              MOVE JOB-CYCLE TO JOB-RUN-CYCLE
              PERFORM 1054-CHECK-MAINTENANCE.
           IF JOB-REFUSAL IS EQUAL TO SPACES THEN
              PERFORM 1056-CHECK-OWN-CYCLE.
           IF JOB-REFUSAL IS NOT EQUAL TO SPACES THEN
              PERFORM 1060-REFUSE-OR-OVERRIDE.
           PERFORM 1064-STAMP-JOB-STARTED.
           CLOSE JOB-FILE.

       1054-CHECK-MAINTENANCE.
           IF NOT JOB-COMPLETE THEN
              MOVE 'EMPMAINT HAS NOT COMPLETED THIS CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE
           ELSE
              IF MSTCTL-FOUND
                 AND JOB-CT1 IS NOT EQUAL TO EXPECTED-REC-CT THEN
                 DISPLAY 'PROJ03 - MSTCTL SHOWS ' EXPECTED-REC-CT
                    ' RECORDS - EMPMAINT LEFT ' JOB-CT1
                 MOVE 'MSTCTL HAS CHANGED SINCE EMPMAINT COMPLETED'
                   TO JOB-REFUSAL
                 MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE.
      **************************************************************
      * WINDOWS TODAY'S DATE TO CCYYMMDD AND TAKES THE TIME OF DAY  *
      * FOR THE JOB-STREAM STAMPS - TAKEN FRESH EACH TIME, SO A     *
      * STEP THAT RUNS PAST MIDNIGHT IS STAMPED COMPLETE ON THE DAY *
      * IT FINISHED                                                 *
      **************************************************************
       1051-SET-JOB-STAMP.
           ACCEPT JOB-DATE-GRP FROM DATE.
           IF JOB-DATE-YY IS GREATER THAN 50 THEN
              ADD 1900 JOB-DATE-YY GIVING JOB-NOW-CCYY
           ELSE
              ADD 2000 JOB-DATE-YY GIVING JOB-NOW-CCYY.
           MOVE JOB-DATE-MM TO JOB-NOW-MM.
           MOVE JOB-DATE-DD TO JOB-NOW-DD.
           ACCEPT JOB-TIME-GRP FROM TIME.
           MOVE JOB-TIME-HHMMSS TO JOB-NOW-TIME.
      **************************************************************
      * OPENS JOBCTL, CREATING IT THE FIRST TIME ANY PROGRAM IN THE *
      * STREAM RUNS.  ANY OTHER OPEN FAILURE STOPS THE STEP - A RUN *
      * THAT CANNOT SEE THE STREAM MUST NOT GUESS WHERE IT STANDS   *
      **************************************************************
       1052-OPEN-JOB-CONTROL.
           OPEN I-O JOB-FILE.
           IF JOB-NOT-EXIST THEN
              OPEN OUTPUT JOB-FILE
              CLOSE JOB-FILE
              OPEN I-O JOB-FILE.
           IF NOT JOB-OK THEN
              DISPLAY 'PROJ03 - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - NOT STARTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1053-READ-JOB-ENTRY.
           MOVE 'Y' TO SW-JOB-FOUND.
           READ JOB-FILE
             INVALID KEY
                MOVE 'N' TO SW-JOB-FOUND.
      **************************************************************
      * A STEP THAT HAS ALREADY COMPLETED THIS CYCLE DOES NOT RUN   *
      * AGAIN.  ONE THAT ONLY STARTED - ABENDED OR STOPPED SHORT -  *
      * MAY BE RERUN WITHOUT AN OVERRIDE                            *
      **************************************************************
       1056-CHECK-OWN-CYCLE.
           MOVE 'PROJ03' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF JOB-FOUND
              AND JOB-CYCLE IS EQUAL TO JOB-RUN-CYCLE
              AND JOB-COMPLETE THEN
              MOVE 'PROJ03 HAS ALREADY COMPLETED THIS CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE.
      **************************************************************
      * A REFUSAL STANDS UNLESS JOBOVR CARRIES AN OVERRIDE CARD FOR *
      * THIS PROGRAM, DATED TODAY AND INITIALED.  A CARD FOR ANY    *
      * OTHER DAY IS IGNORED, SO ONE LEFT IN THE DECK CANNOT        *
      * QUIETLY DISARM THE NEXT NIGHT'S CHECK.  A REFUSED STEP ENDS *
      * WITH RETURN CODE 16 SO THE STEPS BEHIND IT ARE HELD AS WELL *
      **************************************************************
       1060-REFUSE-OR-OVERRIDE.
           IF JOB-REFUSE-CYCLE IS EQUAL TO SPACES THEN
              DISPLAY 'PROJ03 - ' JOB-REFUSAL
           ELSE
              DISPLAY 'PROJ03 - CYCLE ' JOB-REFUSE-CYCLE ' - '
                 JOB-REFUSAL.
           OPEN INPUT OVR-FILE.
           PERFORM 1062-READ-OVERRIDE UNTIL EOF-OV = 1.
           CLOSE OVR-FILE.
           IF JOB-OVERRIDDEN THEN
              DISPLAY 'PROJ03 - STARTED ON OPERATOR OVERRIDE BY '
                 JOB-OVR-BY ' - ' JOB-OVR-WHY
           ELSE
              DISPLAY 'PROJ03 - NOT STARTED - A JOBOVR CARD IS '
                 'NEEDED TO FORCE THIS RUN'
              CLOSE JOB-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1062-READ-OVERRIDE.
           READ OVR-FILE
             AT END MOVE 1 TO EOF-OV.
           IF EOF-OV IS NOT EQUAL TO 1 THEN
              IF OVR-PGM IS EQUAL TO 'PROJ03'
                 AND OVR-DATE IS EQUAL TO JOB-NOW-DATE
                 AND OVR-OPER IS NOT EQUAL TO SPACES THEN
                 SET JOB-OVERRIDDEN TO TRUE
                 MOVE OVR-OPER   TO JOB-OVR-BY
                 MOVE OVR-REASON TO JOB-OVR-WHY.
      **************************************************************
      * RECORDS THE RUN AS STARTED FOR ITS CYCLE.  IT STAYS THAT    *
      * WAY IF THE STEP ABENDS, SO THE STEP MAY BE RERUN AND        *
      * NOTHING DOWNSTREAM STARTS.  A FORCED START WITH NO CYCLE TO *
      * BELONG TO IS STAMPED WITH TODAY'S DATE                      *
      **************************************************************
       1064-STAMP-JOB-STARTED.
           IF JOB-RUN-CYCLE IS EQUAL TO SPACES THEN
              MOVE JOB-NOW-DATE TO JOB-RUN-CYCLE.
           MOVE JOB-NOW-STAMP TO JOB-STARTED-AT.
           PERFORM 1066-BUILD-JOB-ENTRY.
           MOVE 'S' TO JOB-STATE.
           PERFORM 1068-WRITE-JOB-ENTRY.

       1066-BUILD-JOB-ENTRY.
           MOVE SPACES          TO JOB-REC.
           MOVE JOB-ENTRY-PGM   TO JOB-PGM.
           MOVE JOB-RUN-CYCLE   TO JOB-CYCLE.
           MOVE JOB-STARTED-AT  TO JOB-START-STAMP.
           MOVE 'PAYEXTR RECS'  TO JOB-CT1-NAME.
           MOVE JOB-XTR-CT      TO JOB-CT1.
           MOVE 'EMPLOYEES'     TO JOB-CT2-NAME.
           MOVE TOTAL-REC       TO JOB-CT2.
           MOVE JOB-OVR-BY      TO JOB-OVR-OPER.

       1068-WRITE-JOB-ENTRY.
           WRITE JOB-REC
             INVALID KEY
                REWRITE JOB-REC.
      **************************************************************
      * STAMPS THE RUN, NIGHTLY OR OFF-CYCLE, WITH THE NUMBER OF    *
      * RECORDS NOW ON PAYEXTR - COUNTED FROM THE FILE, SO A        *
      * RESTARTED RUN'S EXTRACT IS COUNTED WHOLE - FOR PAYRECON TO  *
      * CHECK ITS INPUT AGAINST.  A RUN THAT SPILLED TO NEWEMP2 IS  *
      * STAMPED PARTIAL, WHICH HOLDS PAYRECON UNTIL THE MODE-R      *
      * RERUN COMPLETES IT.  IF JOBCTL CANNOT BE REOPENED THE WORK  *
      * IS STILL DONE, BUT THE NEXT STEP WILL SEE THIS ONE AS       *
      * UNFINISHED, SO SAY SO AND SET RETURN CODE 4                 *
      **************************************************************
       1070-STAMP-JOB-COMPLETE.
           PERFORM 1072-COUNT-EXTRACT.
           IF CONT-FILE-OPEN THEN
              MOVE 'P' TO JOB-END-STATE
           ELSE
              MOVE 'C' TO JOB-END-STATE.
           PERFORM 1051-SET-JOB-STAMP.
           OPEN I-O JOB-FILE.
           IF NOT JOB-OK THEN
              DISPLAY 'PROJ03 - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - COMPLETION NOT RECORDED'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM 1066-BUILD-JOB-ENTRY
              MOVE JOB-END-STATE TO JOB-STATE
              MOVE JOB-NOW-STAMP TO JOB-END-STAMP
              PERFORM 1068-WRITE-JOB-ENTRY
              CLOSE JOB-FILE.

       1072-COUNT-EXTRACT.
           MOVE 0 TO JOB-XTR-CT.
           OPEN INPUT XTR-FILE.
           PERFORM 1073-READ-EXTRACT UNTIL EOF-XC = 1.
           CLOSE XTR-FILE.

       1073-READ-EXTRACT.
           READ XTR-FILE
             AT END MOVE 1 TO EOF-XC.
           IF EOF-XC IS NOT EQUAL TO 1 THEN
              ADD 1 TO JOB-XTR-CT.
      **************************************************************
      * AN OFF-CYCLE RUN IS NOT PART OF THE NIGHTLY STREAM, BUT IT  *
      * REWRITES PAYEXTR.  IT IS STAMPED UNDER OFFCYC, DATED TODAY, *
      * BEFORE PAYEXTR IS OPENED, AND 1070 STAMPS IT COMPLETE.      *
      * PAYRECON REFUSES ANY PAYEXTR AN OFF-CYCLE RUN STARTED       *
      * REWRITING AFTER THE NIGHTLY RUN ENDED, WHATEVER ITS RECORD  *
      * COUNT                                                       *
      **************************************************************
       1080-STAMP-OFFCYCLE-STARTED.
           PERFORM 1051-SET-JOB-STAMP.
           PERFORM 1052-OPEN-JOB-CONTROL.
           MOVE 'OFFCYC' TO JOB-ENTRY-PGM.
           PERFORM 1064-STAMP-JOB-STARTED.
           CLOSE JOB-FILE.
      **************************************************************
      * SORTS THE DAY'S INPUT BY LAST NAME, THEN FIRST NAME, SO THE *
      * REPORT PRINTS IN ALPHABETICAL ORDER.  THE EID IS THE        *
      * LOW-ORDER KEY SO EMPLOYEES WITH IDENTICAL NAMES ALWAYS SORT *
           MOVE 0 TO EOF-I.

       1302-SORT-IN-READ.
           READ MST-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-I.
           IF NOT MST-OK THEN
              MOVE 1 TO EOF-I.
           IF EOF-I IS NOT EQUAL TO 1 THEN
              IF OFFCYCLE-RUN THEN
                 PERFORM 1303-SELECT-OFFCYCLE
              ELSE
                 IF MST-TERMINATED
                    AND MST-TERM-DATE IS LESS THAN RUN-CMP THEN
                    PERFORM 1306-SKIP-TERMINATED
                 ELSE
                    RELEASE SORT-REC FROM MST-REC.
      **************************************************************
      * A REGULAR RUN STOPS PAYING AN EMPLOYEE AFTER THE            *
      * TERMINATION DATE - THE FINAL CHECK GOES THROUGH AN          *
      * OFF-CYCLE RUN, WHICH PAYS WHOEVER IS ON OFFCYC              *
      **************************************************************
       1306-SKIP-TERMINATED.
           ADD 1 TO TERM-SKIP-CT.
           ADD MST-DED1 MST-DED2 MST-DED3 MST-DED4 MST-DED5
             TO TERM-SKIP-DED.
      **************************************************************
      * AN OFF-CYCLE RUN SORTS ONLY THE EMPLOYEES ON THE OFFCYC     *
      * FILE, MARKING EACH ENTRY THAT FOUND ITS MASTER RECORD       *
      **************************************************************
       1303-SELECT-OFFCYCLE.
           MOVE 'N' TO SW-OFC-MATCH.
           MOVE 1 TO OFC-SUB.
           PERFORM 1304-MATCH-OFFCYCLE UNTIL OFC-SUB > OFC-CT.
           IF OFC-MATCHED THEN
              RELEASE SORT-REC FROM MST-REC.

       1304-MATCH-OFFCYCLE.
           IF OFC-TBL-EID(OFC-SUB) IS EQUAL TO MST-EID THEN
              MOVE 'Y' TO OFC-TBL-USED(OFC-SUB)
              SET OFC-MATCHED TO TRUE.
           ADD 1 TO OFC-SUB.
      **************************************************************
      * READS THE MASTER CONTROL RECORD EMPMAINT LEFT BEHIND, SO    *
      * THE LAST-PAGE BALANCE CHECK CAN PROVE THE WHOLE MASTER WAS  *
              PERFORM 1355-READ-CHECKPOINT
              CLOSE CHK-FILE.

      **************************************************************
      * AN OFF-CYCLE RUN REWRITES THE CHECKPOINT, SO IT MUST NOT    *
      * START WHILE TODAY'S CHECKPOINT STILL SHOWS AN INCOMPLETE    *
      * RUN - THAT RUN'S RESTART POINT WOULD BE LOST.  FINISH IT    *
      * WITH RUN MODE R FIRST                                       *
      **************************************************************
       1352-CHECK-OFFCYCLE-CLEAR.
           OPEN INPUT CHK-FILE.
           IF CHK-OK THEN
              PERFORM 1353-READ-PRIOR-CHECKPOINT
              CLOSE CHK-FILE.

       1353-READ-PRIOR-CHECKPOINT.
           READ CHK-FILE
             AT END MOVE SPACES TO CHK-REC.
           IF CHK-RUN-DATE IS EQUAL TO CUR-DATE
              AND CHK-STATE IS EQUAL TO 'A' THEN
              DISPLAY 'PROJ03 - TODAYS RUN IS INCOMPLETE - RESTART '
                 'IT BEFORE THE OFF-CYCLE RUN - NOTHING POSTED'
              CLOSE CHK-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1355-READ-CHECKPOINT.
           READ CHK-FILE
             AT END MOVE SPACES TO CHK-REC.
              DISPLAY 'PROJ03 - CHECKPOINT UNREADABLE - RESTART '
                 'REFUSED - INVESTIGATE BEFORE RERUNNING'
              CLOSE CHK-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF CHK-RUN-DATE IS NOT EQUAL TO CUR-DATE THEN
              DISPLAY 'PROJ03 - CHECKPOINT IS NOT FOR TODAY - '
                 DISPLAY 'PROJ03 - TODAYS RUN ALREADY COMPLETE - '
                    'NOTHING TO RESTART'
                 CLOSE CHK-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 PERFORM 1360-PRIME-FROM-CHECKPOINT.
           MOVE CHK-ADJ-TOT    TO ADJ-TOT.
           MOVE CHK-BNK-CT     TO BNK-CREDIT-CT.
           MOVE CHK-BNK-TOT    TO BNK-CREDIT-TOT.
           MOVE CHK-PRENOTE-CT TO BNK-PRENOTE-CT.
           MOVE CHK-RUN-TYPE   TO RUN-TYPE.
           MOVE CHK-GARN-REPL  TO GARN-SCHED-REPL.
           MOVE CHK-GARN-TOT   TO GARN-ORDER-TOT.
           MOVE CHK-RUN-STAMP  TO RUN-STAMP.
           MOVE CHK-REG-HRS    TO TOT-REG-HRS.
           MOVE CHK-OT-HRS     TO TOT-OT-HRS.
           MOVE CHK-REG-PAY    TO TOT-REG-PAY.
           MOVE CHK-ARR-REC    TO TOT-ARR-RECOVER.
           MOVE CHK-GROSS-TOT  TO GRAND-TOT-GROSS.
           MOVE CHK-NET-TOT    TO GRAND-TOT-NET.
           MOVE CHK-TAX-TOT(1) TO TOT-TAX-CAT(1).
           MOVE CHK-TAX-TOT(2) TO TOT-TAX-CAT(2).
           MOVE CHK-TAX-TOT(3) TO TOT-TAX-CAT(3).
           MOVE CHK-TAX-TOT(4) TO TOT-TAX-CAT(4).
           MOVE CHK-NEXT-CHECK TO RST-NEXT-CHECK.
           MOVE CHK-CHECK-CT   TO CHECK-CT.
           MOVE CHK-CHECK-TOT  TO CHECK-TOT.
           MOVE CHK-VOID-READ  TO VOID-READ-CT.
           MOVE CHK-VOID-READ  TO VOID-SKIP-CT.
           MOVE CHK-VOID-CT    TO VOID-CT.
           MOVE CHK-VOID-TOT   TO VOID-TOT.
           MOVE CHK-LAST-EID   TO LAST-COMMIT-EID.
           MOVE CHK-LAST-SSN   TO LAST-COMMIT-SSN.
           DISPLAY 'PROJ03 - RESTARTING AFTER EID ' RST-LAST-EID.
                REM3-FILE
                REM4-FILE
                REM5-FILE
                PCHK-FILE
                CREG-FILE
                PP-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      **************************************************************
      * OPENS THE ARREARS FILE, CREATING IT THE FIRST TIME, UNDER   *
                REM3-FILE
                REM4-FILE
                REM5-FILE
                PCHK-FILE
                CREG-FILE
                PP-FILE
                HIST-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      **************************************************************
      * OPENS THE YTD WAGE AND TAX HISTORY, CREATING IT THE FIRST   *
      * TIME, UNDER THE SAME RULES AS THE DEDUCTION HISTORY - ONLY  *
      * FILE-NOT-FOUND CREATES.  RUNNING ON WITHOUT IT WOULD START  *
      * EVERY EMPLOYEE'S SOCIAL SECURITY WAGES OVER AT ZERO         *
      **************************************************************
       1324-OPEN-TAX-HISTORY.
           OPEN I-O TXH-FILE.
           IF TXH-NOT-EXIST THEN
              OPEN OUTPUT TXH-FILE
              CLOSE TXH-FILE
              OPEN I-O TXH-FILE.
           IF NOT TXH-OK THEN
              DISPLAY 'PROJ03 - TAXHIST OPEN FAILED - STATUS '
                 TXH-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              CLOSE SORTED-FILE
                PRNT-FILE
                STUB-FILE
                XTR-FILE
                BNK-FILE
                REM1-FILE
                REM2-FILE
                REM3-FILE
                REM4-FILE
                REM5-FILE
                PCHK-FILE
                CREG-FILE
                PP-FILE
                HIST-FILE
                ARR-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      **************************************************************
      * OPENS THE EARNINGS HISTORY, CREATING IT THE FIRST TIME,     *
      * UNDER THE SAME RULES AS THE OTHER HISTORY FILES - ONLY      *
      * FILE-NOT-FOUND CREATES, AND ANY OTHER FAILURE ABANDONS THE  *
      * RUN BEFORE A PERIOD CAN GO UNRECORDED                       *
      **************************************************************
       1326-OPEN-PAY-HISTORY.
           OPEN I-O PH-FILE.
           IF PH-NOT-EXIST THEN
              OPEN OUTPUT PH-FILE
              CLOSE PH-FILE
              OPEN I-O PH-FILE.
           IF NOT PH-OK THEN
              DISPLAY 'PROJ03 - PAYHIST OPEN FAILED - STATUS '
                 PH-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              CLOSE SORTED-FILE
                PRNT-FILE
                STUB-FILE
                XTR-FILE
                BNK-FILE
                REM1-FILE
                REM2-FILE
                REM3-FILE
                REM4-FILE
                REM5-FILE
                PCHK-FILE
                CREG-FILE
                PP-FILE
                HIST-FILE
                ARR-FILE
                TXH-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      **************************************************************
      * OPENS THE CHECK ISSUE FILE THE SAME WAY, CREATING IT THE    *
      * FIRST TIME.  THE NEXT NUMBER IN CHKCTL MUST NOT ALREADY BE  *
      * ON FILE - A CHKCTL RESTORED FROM AN OLD COPY WOULD REPEAT   *
      * CHECK NUMBERS, SO THE RUN IS ABANDONED INSTEAD              *
      **************************************************************
       1328-OPEN-CHECK-ISSUES.
           OPEN I-O CI-FILE.
           IF CI-NOT-EXIST THEN
              OPEN OUTPUT CI-FILE
              CLOSE CI-FILE
              OPEN I-O CI-FILE.
           IF NOT CI-OK THEN
              DISPLAY 'PROJ03 - CHKISS OPEN FAILED - STATUS '
                 CI-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              PERFORM 1329-ABANDON-CHECK-ISSUES.
           MOVE NEXT-CHECK-NO TO CI-CHECK-NO.
           READ CI-FILE
             INVALID KEY
                MOVE SPACES TO CI-STATE.
           IF CI-OK THEN
              DISPLAY 'PROJ03 - CHKCTL NEXT CHECK ' NEXT-CHECK-NO
                 ' ALREADY ISSUED - RUN ABANDONED - NOTHING POSTED'
              CLOSE CI-FILE
              PERFORM 1329-ABANDON-CHECK-ISSUES.

       1329-ABANDON-CHECK-ISSUES.
           CLOSE SORTED-FILE
             PRNT-FILE
             STUB-FILE
             XTR-FILE
             BNK-FILE
             REM1-FILE
             REM2-FILE
             REM3-FILE
             REM4-FILE
             REM5-FILE
             PCHK-FILE
             CREG-FILE
             PP-FILE
             HIST-FILE
             ARR-FILE
             TXH-FILE
             PH-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * OPENS THE GARNISHMENT ORDER FILE, CREATING IT THE FIRST     *
      * TIME, UNDER THE SAME RULES AS THE HISTORY FILES.  RUNNING   *
      * ON WITHOUT IT WOULD SKIP EVERY COURT ORDER ON FILE          *
      **************************************************************
       1332-OPEN-GARN-ORDERS.
           OPEN I-O GARN-FILE.
           IF GARN-NOT-EXIST THEN
              OPEN OUTPUT GARN-FILE
              CLOSE GARN-FILE
              OPEN I-O GARN-FILE.
           IF NOT GARN-OK THEN
              DISPLAY 'PROJ03 - GARNORD OPEN FAILED - STATUS '
                 GARN-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              CLOSE CI-FILE
              PERFORM 1329-ABANDON-CHECK-ISSUES.
      **************************************************************
      * OPENS THE LEAVE BALANCE FILE THE SAME WAY.  RUNNING ON      *
      * WITHOUT IT WOULD PAY LEAVE HOURS NOBODY CHARGED AGAINST A   *
      * BALANCE                                                     *
      **************************************************************
       1334-OPEN-LEAVE.
           OPEN I-O LEAVE-FILE.
           IF LV-NOT-EXIST THEN
              OPEN OUTPUT LEAVE-FILE
              CLOSE LEAVE-FILE
              OPEN I-O LEAVE-FILE.
           IF NOT LV-OK THEN
              DISPLAY 'PROJ03 - LEAVBAL OPEN FAILED - STATUS '
                 LV-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              CLOSE CI-FILE
                GARN-FILE
              PERFORM 1329-ABANDON-CHECK-ISSUES.
      **************************************************************
      * OPENS THE LABOR DISTRIBUTION FILE THE SAME WAY.  RUNNING ON *
      * WITHOUT IT WOULD LEAVE THE GL SPLIT AND THE REPORT SHORT OF *
      * EVERY EMPLOYEE PAID                                         *
      **************************************************************
       1336-OPEN-LABOR-DIST.
           OPEN I-O LBR-FILE.
           IF LBR-NOT-EXIST THEN
              OPEN OUTPUT LBR-FILE
              CLOSE LBR-FILE
              OPEN I-O LBR-FILE.
           IF NOT LBR-OK THEN
              DISPLAY 'PROJ03 - LABDIST OPEN FAILED - STATUS '
                 LBR-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              CLOSE CI-FILE
                GARN-FILE
                LEAVE-FILE
              PERFORM 1329-ABANDON-CHECK-ISSUES.
      **************************************************************
      * LOADS THE NEXT PAPER CHECK NUMBER.  A MISSING OR EMPTY      *
      * CHKCTL ABANDONS THE RUN - NUMBERS ARE NEVER GUESSED.  ON A  *
      * RESTART, NUMBERS TAKEN AFTER THE LAST CHECKPOINT BELONG TO  *
      * CHECKS THE ABENDED RUN MAY HAVE PRINTED; THEY ARE NOT       *
      * REUSED, AND OPERATIONS IS TOLD WHICH ONES TO VOID           *
      **************************************************************
       1376-LOAD-CHECK-CONTROL.
           OPEN INPUT CKN-FILE.
           IF NOT CKN-OK THEN
              DISPLAY 'PROJ03 - CHKCTL OPEN FAILED - STATUS '
                 CKN-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ CKN-FILE
             AT END MOVE ZERO TO CKN-NEXT-NO.
           CLOSE CKN-FILE.
           IF CKN-NEXT-NO IS NOT NUMERIC
              OR CKN-NEXT-NO IS EQUAL TO ZERO THEN
              DISPLAY 'PROJ03 - CHKCTL HAS NO NEXT CHECK NUMBER - '
                 'RUN ABANDONED - NOTHING POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE CKN-NEXT-NO TO NEXT-CHECK-NO.
           IF RESTART-ACTIVE
              AND RST-NEXT-CHECK IS GREATER THAN ZERO
              AND NEXT-CHECK-NO IS GREATER THAN RST-NEXT-CHECK THEN
              SUBTRACT 1 FROM NEXT-CHECK-NO GIVING LAST-ORPHAN-NO
              DISPLAY 'PROJ03 - CHECKS ' RST-NEXT-CHECK ' THRU '
                 LAST-ORPHAN-NO ' NUMBERED AFTER THE LAST '
                 'CHECKPOINT - VOID ANY THAT PRINTED'.
      **************************************************************
      * REWRITES CHKCTL WITH THE NEXT NUMBER TO ISSUE               *
      **************************************************************
       1377-SAVE-CHECK-CONTROL.
           OPEN OUTPUT CKN-FILE.
           MOVE NEXT-CHECK-NO TO CKN-NEXT-NO.
           WRITE CKN-REC.
           CLOSE CKN-FILE.
      **************************************************************
      * WINDOWS THE TWO-DIGIT RUN YEAR TO FOUR DIGITS AND BUILDS    *
      * THE CCYYMMDD COMPARISON COPY OF THE RUN DATE FOR THE HIRE-  *
           MOVE RUN-CCYY TO RUN-CMP-YYYY.
           MOVE CUR-MO   TO RUN-CMP-MM.
           MOVE CUR-DAY  TO RUN-CMP-DD.
           ACCEPT CUR-TIME-GRP FROM TIME.
           MOVE RUN-CMP    TO RUN-STAMP-DATE.
           MOVE CUR-HHMMSS TO RUN-STAMP-TIME.
      **************************************************************
      * READS THE ONE-RECORD CONTROL FILE FOR THIS RUN'S REPORT     *
      * TITLE AND PAGE LENGTH, DEFAULTING THEM IF IT'S MISSING OR   *
           READ TIME-FILE
             AT END MOVE 1 TO EOF-T.
           IF EOF-T IS NOT EQUAL TO 1 THEN
              IF NOT TC-CODE-VALID THEN
                 PERFORM 1338-REJECT-TIMECARD
              ELSE
                 IF TIME-CT IS LESS THAN 200 THEN
                    ADD 1 TO TIME-CT
                    MOVE TC-EID      TO TC-TBL-EID(TIME-CT)
                    MOVE TC-HOURS    TO TC-TBL-HOURS(TIME-CT)
                    MOVE TC-PAY-CODE TO TC-TBL-CODE(TIME-CT)
                    MOVE TC-COST-CTR TO TC-TBL-CC(TIME-CT)
                    MOVE 'N'         TO TC-TBL-USED(TIME-CT)
                 ELSE
                    PERFORM 1337-WARN-TIMECARD-FULL.
      **************************************************************
      * A 201ST TIMECARD HAS NOWHERE TO GO - SAY SO ONCE, THE SAME  *
      * WAY THE EMPLOYEE SPILL DOES, SO THE ZERO-GROSS EXCEPTIONS   *
              DISPLAY 'PROJ03 - OVER 200 TIMECARDS IN TIMECRD - '
                 'REMAINDER IGNORED'.
      **************************************************************
      * A TIMECARD WITH A PAY CODE THAT IS NOT R, V, S, H OR BLANK  *
      * IS NOT PAID - IT GOES ON THE EXCEPTION LIST TO BE REKEYED   *
      **************************************************************
       1338-REJECT-TIMECARD.
           IF EXCEPT-CT IS LESS THAN 200 THEN
              ADD 1 TO EXCEPT-CT
              MOVE TC-EID                 TO EXC-EID(EXCEPT-CT)
              MOVE SPACES                 TO EXC-LAST(EXCEPT-CT)
              MOVE 'BAD TIMECARD PAY CODE' TO EXC-REASON(EXCEPT-CT).
      **************************************************************
      * LOADS THE OFFCYC FILE FOR AN OFF-CYCLE RUN.  UNLIKE THE     *
      * TIMECARDS, A MISSING OR EMPTY FILE ABANDONS THE RUN - THERE *
      * IS NOTHING TO PAY - AND SO DOES AN OVERFLOW, SINCE A        *
      * DROPPED ENTRY IS A PAYMENT NOBODY WOULD KNOW WAS MISSED.    *
      * A BAD GROSS OR DEDUCTION FLAG, OR A SECOND ENTRY FOR THE    *
      * SAME EID, GOES ON THE EXCEPTION LIST UNPAID                 *
      **************************************************************
       1378-LOAD-OFFCYCLE.
           OPEN INPUT OFC-FILE.
           IF NOT OFC-OK THEN
              DISPLAY 'PROJ03 - OFF-CYCLE RUN BUT NO OFFCYC FILE - '
                 'STATUS ' OFC-STATUS ' - NOTHING POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM 1379-READ-OFFCYCLE UNTIL EOF-O = 1.
           CLOSE OFC-FILE.
           IF OFC-CT IS EQUAL TO ZERO THEN
              DISPLAY 'PROJ03 - OFF-CYCLE RUN BUT NOTHING TO PAY ON '
                 'OFFCYC - NOTHING POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE 'OFF-CYCLE' TO HL-RUN-LABEL.
           DISPLAY 'PROJ03 - OFF-CYCLE RUN - PAYING ' OFC-CT
              ' EMPLOYEES FROM OFFCYC'.

       1379-READ-OFFCYCLE.
           READ OFC-FILE
             AT END MOVE 1 TO EOF-O.
           IF EOF-O IS NOT EQUAL TO 1 THEN
              PERFORM 1381-EDIT-OFFCYCLE.

       1381-EDIT-OFFCYCLE.
           MOVE 'N' TO SW-OFC-MATCH.
           MOVE 1 TO OFC-SUB.
           PERFORM 1384-FIND-OFFCYCLE-DUP UNTIL OFC-SUB > OFC-CT.
           IF OFC-GROSS IS NOT NUMERIC
              OR OFC-GROSS IS EQUAL TO ZERO THEN
              MOVE 'BAD OFF-CYCLE GROSS' TO EXC-REASON-WS
              PERFORM 1383-LOG-OFFCYCLE-EXC
           ELSE
              IF OFC-DED-FLAG IS NOT EQUAL TO 'Y'
                 AND OFC-DED-FLAG IS NOT EQUAL TO 'N' THEN
                 MOVE 'BAD OFF-CYCLE DED FLG' TO EXC-REASON-WS
                 PERFORM 1383-LOG-OFFCYCLE-EXC
              ELSE
                 IF OFC-MATCHED THEN
                    MOVE 'DUPLICATE OFF-CYCLE' TO EXC-REASON-WS
                    PERFORM 1383-LOG-OFFCYCLE-EXC
                 ELSE
                    IF OFC-CT IS LESS THAN 100 THEN
                       ADD 1 TO OFC-CT
                       MOVE OFC-EID      TO OFC-TBL-EID(OFC-CT)
                       MOVE OFC-GROSS    TO OFC-TBL-GROSS(OFC-CT)
                       MOVE OFC-DED-FLAG TO OFC-TBL-DED-FLAG(OFC-CT)
                       MOVE 'N'          TO OFC-TBL-USED(OFC-CT)
                    ELSE
                       DISPLAY 'PROJ03 - OVER 100 ENTRIES IN OFFCYC - '
                          'SPLIT THE FILE - NOTHING POSTED'
                       CLOSE OFC-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN.

       1383-LOG-OFFCYCLE-EXC.
           IF EXCEPT-CT IS LESS THAN 200 THEN
              ADD 1 TO EXCEPT-CT
              MOVE OFC-EID       TO EXC-EID(EXCEPT-CT)
              MOVE SPACES        TO EXC-LAST(EXCEPT-CT)
              MOVE EXC-REASON-WS TO EXC-REASON(EXCEPT-CT).

       1384-FIND-OFFCYCLE-DUP.
           IF OFC-TBL-EID(OFC-SUB) IS EQUAL TO OFC-EID THEN
              SET OFC-MATCHED TO TRUE.
           ADD 1 TO OFC-SUB.
      **************************************************************
      * AFTER THE LAST EMPLOYEE, ANY OFFCYC ENTRY THAT NEVER FOUND  *
      * ITS MASTER RECORD GOES ON THE EXCEPTION LIST                *
      **************************************************************
       1387-CHECK-OFFCYCLE-USED.
           MOVE 1 TO OFC-SUB.
           PERFORM 1388-CHECK-ONE-OFFCYCLE UNTIL OFC-SUB > OFC-CT.

       1388-CHECK-ONE-OFFCYCLE.
           IF OFC-TBL-USED(OFC-SUB) IS NOT EQUAL TO 'Y' THEN
              IF EXCEPT-CT IS LESS THAN 200 THEN
                 ADD 1 TO EXCEPT-CT
                 MOVE OFC-TBL-EID(OFC-SUB) TO EXC-EID(EXCEPT-CT)
                 MOVE SPACES               TO EXC-LAST(EXCEPT-CT)
                 MOVE 'OFF-CYC EID NOT FOUND'
                   TO EXC-REASON(EXCEPT-CT).
           ADD 1 TO OFC-SUB.
      **************************************************************
      * LOADS THE ANNUAL CEILING FOR EACH DEDUCTION SLOT FROM THE   *
      * LIMITS FILE.  A MISSING LIMITS FILE MEANS NO SLOT IS CAPPED *
      **************************************************************
                 AND LIM-SLOT IS LESS THAN 6 THEN
                 MOVE LIM-ANNUAL-CAP TO CAP-AMT(LIM-SLOT).
      **************************************************************
      * LOADS THE TAX RATE TABLE BEFORE ANY OUTPUT IS OPENED.       *
      * UNLIKE THE LIMITS FILE, TAXRATE IS NOT OPTIONAL - A RUN     *
      * WITHOUT IT WOULD PAY EVERY EMPLOYEE UNTAXED - SO A MISSING  *
      * TABLE, OR ONE WITH NO FEDERAL BRACKETS OR NO SOCIAL         *
      * SECURITY OR MEDICARE RATE, ABANDONS THE RUN WITH NOTHING    *
      * POSTED                                                      *
      **************************************************************
       1372-LOAD-TAX-RATES.
           OPEN INPUT TAX-FILE.
           IF NOT TAX-OK THEN
              DISPLAY 'PROJ03 - TAXRATE OPEN FAILED - STATUS '
                 TAX-STATUS ' - RUN ABANDONED - NOTHING POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM 1373-READ-TAX-RATE UNTIL EOF-X = 1.
           CLOSE TAX-FILE.
           IF SS-PCT IS EQUAL TO ZERO
              OR SS-WAGE-CAP IS EQUAL TO ZERO
              OR MED-PCT IS EQUAL TO ZERO THEN
              DISPLAY 'PROJ03 - NO SOCIAL SECURITY OR MEDICARE RATE '
                 'IN TAXRATE - RUN ABANDONED - NOTHING POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF TXR-FED-CT IS EQUAL TO ZERO THEN
              DISPLAY 'PROJ03 - NO FEDERAL BRACKETS IN TAXRATE - '
                 'RUN ABANDONED - NOTHING POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1373-READ-TAX-RATE.
           READ TAX-FILE
             AT END MOVE 1 TO EOF-X.
           IF EOF-X IS NOT EQUAL TO 1 THEN
              IF TAX-TYPE IS EQUAL TO 'O' THEN
                 MOVE TAX-PCT      TO SS-PCT
                 MOVE TAX-WAGE-CAP TO SS-WAGE-CAP
              ELSE
                 IF TAX-TYPE IS EQUAL TO 'M' THEN
                    MOVE TAX-PCT TO MED-PCT
                 ELSE
                    PERFORM 1374-STORE-TAX-RATE.

       1374-STORE-TAX-RATE.
           IF TXR-CT IS NOT LESS THAN 300 THEN
              DISPLAY 'PROJ03 - OVER 300 BRACKETS IN TAXRATE - '
                 'RUN ABANDONED - NOTHING POSTED'
              CLOSE TAX-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO TXR-CT.
           MOVE TAX-TYPE      TO TXR-TYPE(TXR-CT).
           MOVE TAX-STATE     TO TXR-STATE(TXR-CT).
           MOVE TAX-FILING    TO TXR-FILING(TXR-CT).
           MOVE TAX-OVER      TO TXR-OVER(TXR-CT).
           MOVE TAX-BASE-AMT  TO TXR-BASE-AMT(TXR-CT).
           MOVE TAX-PCT       TO TXR-PCT(TXR-CT).
           MOVE TAX-ALLOW-AMT TO TXR-ALLOW-AMT(TXR-CT).
           IF TAX-TYPE IS EQUAL TO 'F' THEN
              ADD 1 TO TXR-FED-CT.
      **************************************************************
      * LOADS THE GL ACCOUNT NUMBERS FROM THE CONTROL FILE - SLOTS  *
      * 1-5 FOR THE CATEGORY LIABILITIES, G FOR GROSS EXPENSE, N    *
      * FOR NET PAY CLEARING, AND F/S/O/M FOR THE FEDERAL, STATE,   *
      * SOCIAL SECURITY AND MEDICARE TAX LIABILITIES, AND C FOR     *
      * EACH COST CENTER'S LABOR EXPENSE.  WITH NO CONTROL FILE     *
      * THE GL POSTING FILE IS SIMPLY NOT RELEASED                  *
      **************************************************************
       1390-LOAD-GL-ACCOUNTS.
           OPEN INPUT GLA-FILE.
           READ GLA-FILE
             AT END MOVE 1 TO EOF-GL.
           IF EOF-GL IS NOT EQUAL TO 1 THEN
              PERFORM 1396-STORE-GL-TAX-ACCT
              PERFORM 1397-STORE-GL-COST-CTR
              IF GLA-SLOT IS EQUAL TO 'G' THEN
                 MOVE GLA-ACCT TO GL-GROSS-ACCT
              ELSE
                       AND GLA-SLOT IS LESS THAN '6' THEN
                       MOVE GLA-SLOT TO GL-SLOT-WS
                       MOVE GLA-ACCT TO GL-CAT-ACCT(GL-SLOT-WS).

       1396-STORE-GL-TAX-ACCT.
           IF GLA-SLOT IS EQUAL TO 'F' THEN
              MOVE GLA-ACCT TO GL-TAX-ACCT(1).
           IF GLA-SLOT IS EQUAL TO 'S' THEN
              MOVE GLA-ACCT TO GL-TAX-ACCT(2).
           IF GLA-SLOT IS EQUAL TO 'O' THEN
              MOVE GLA-ACCT TO GL-TAX-ACCT(3).
           IF GLA-SLOT IS EQUAL TO 'M' THEN
              MOVE GLA-ACCT TO GL-TAX-ACCT(4).

       1397-STORE-GL-COST-CTR.
           IF GLA-SLOT IS EQUAL TO 'C'
              AND GLA-COST-CTR IS NOT EQUAL TO SPACES THEN
              IF GLC-CT IS LESS THAN 50 THEN
                 ADD 1 TO GLC-CT
                 MOVE GLA-COST-CTR TO GLC-COST-CTR(GLC-CT)
                 MOVE GLA-ACCT     TO GLC-ACCT(GLC-CT)
                 MOVE 0            TO GLC-AMT(GLC-CT)
              ELSE
                 SET GLC-OVERFLOW TO TRUE.
      ***************************************************************
      *       PRINT HEADERS
      ***************************************************************
           PERFORM 2100-TRANSFER-DATA.
           PERFORM 1605-READ-HISTORY.
           PERFORM 1607-READ-ARREARS.
           PERFORM 1608-READ-TAX-HISTORY.
           PERFORM 1609-LOAD-GARN-ORDERS.
           PERFORM 1606-READ-LEAVE.
           ADD 1 TO REC-CT.
           MOVE 0 TO TOTAL-DED.
           PERFORM 2200-APPLY-CAPS UNTIL SUB2 > 5.
           MOVE 1 TO SUB2.
           PERFORM 1810-VALIDATE-RECORD.
           PERFORM 2300-CALC-PAY.
           PERFORM 2340-DISTRIBUTE-LABOR.
           IF NOT OFFCYCLE-RUN THEN
              PERFORM 2330-CALC-LEAVE.
           ADD TOTAL-DED TO GRAND-TOT-DED.
           ADD GROSS-PAY TO GRAND-TOT-GROSS.
           ADD NET-PAY   TO GRAND-TOT-NET.
           PERFORM 1800-COUNT-STATUS.
           PERFORM 1610-UPDATE-HISTORY.
           PERFORM 1612-UPDATE-ARREARS.
           PERFORM 1611-UPDATE-GARN-ORDERS.
           PERFORM 1620-UPDATE-LEAVE.
           PERFORM 1614-UPDATE-TAX-HISTORY.
           PERFORM 1616-WRITE-PAY-HISTORY.
           PERFORM 1624-WRITE-LABOR-DIST.
           PERFORM 1660-WRITE-EXTRACT.
           PERFORM 1662-WRITE-BANK-CREDIT.
           PERFORM 1665-WRITE-REMITTANCE UNTIL SUB2 > 5.
           MOVE HIST-YTD-DED TO L-YTD-DED1.
            WRITE PRNT-REC FROM PRNT-DATA4
               AFTER ADVANCING 1 LINE.
           MOVE TAX-AMT(1) TO L-FED-TAX1.
           MOVE TAX-AMT(2) TO L-ST-TAX1.
           MOVE TAX-AMT(3) TO L-SS-TAX1.
           MOVE TAX-AMT(4) TO L-MED-TAX1.
           WRITE PRNT-REC FROM PRNT-TAXES
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LN-CT.
           IF HOURLY-PAY-CALCED THEN
              MOVE REG-HOURS TO L-REG-HRS1
              MOVE REG-PAY   TO L-REG-PAY1
                MOVE 0 TO HIST-YTD-CAT(4)
                MOVE 0 TO HIST-YTD-CAT(5).
      **************************************************************
      * POSITIONS THE LEAVE BALANCE RECORD FOR THIS EMPLOYEE - A    *
      * MISSING RECORD STARTS BOTH BALANCES AT ZERO.  A RECORD      *
      * ALREADY CARRYING THIS RUN'S STAMP WAS POSTED BY THE ABENDED *
      * RUN THIS RESTART IS FINISHING, SO ITS HOURS ARE BACKED OUT  *
      * BEFORE THE EMPLOYEE IS POSTED AGAIN                         *
      **************************************************************
       1606-READ-LEAVE.
           MOVE T-EID(SUB) TO LV-EID.
           MOVE T-SSN(SUB) TO LV-SSN.
           READ LEAVE-FILE
             INVALID KEY
                MOVE 0      TO LV-VAC-BAL
                MOVE 0      TO LV-SICK-BAL
                MOVE SPACES TO LV-LAST-RUN
                MOVE 0      TO LV-LAST-VAC-ACCR
                MOVE 0      TO LV-LAST-VAC-USED
                MOVE 0      TO LV-LAST-SICK-ACCR
                MOVE 0      TO LV-LAST-SICK-USED.
           IF LV-LAST-RUN IS EQUAL TO RUN-STAMP THEN
              SUBTRACT LV-LAST-VAC-ACCR  FROM LV-VAC-BAL
              ADD      LV-LAST-VAC-USED  TO   LV-VAC-BAL
              SUBTRACT LV-LAST-SICK-ACCR FROM LV-SICK-BAL
              ADD      LV-LAST-SICK-USED TO   LV-SICK-BAL.
           MOVE 0 TO VAC-ACCR.
           MOVE 0 TO SICK-ACCR.
      **************************************************************
      * POSITIONS THE ARREARS RECORD FOR THIS EMPLOYEE - A MISSING  *
      * RECORD JUST MEANS NOTHING IS OWED                           *
      **************************************************************
                MOVE 0 TO ARR-AMT(4)
                MOVE 0 TO ARR-AMT(5).
      **************************************************************
      * POSITIONS THE YTD WAGE AND TAX RECORD FOR THIS EMPLOYEE     *
      * BEFORE THE TAXES ARE CALCULATED, SO THE SOCIAL SECURITY     *
      * WAGES TO DATE ARE ON HAND FOR THE WAGE-BASE CHECK           *
      **************************************************************
       1608-READ-TAX-HISTORY.
           MOVE T-EID(SUB) TO TXH-EID.
           MOVE T-SSN(SUB) TO TXH-SSN.
           READ TXH-FILE
             INVALID KEY
                MOVE 0 TO TXH-YTD-GROSS
                MOVE 0 TO TXH-YTD-SS-WAGES
                MOVE 0 TO TXH-YTD-TAX(1)
                MOVE 0 TO TXH-YTD-TAX(2)
                MOVE 0 TO TXH-YTD-TAX(3)
                MOVE 0 TO TXH-YTD-TAX(4).
      **************************************************************
      * LOADS THE EMPLOYEE'S GARNISHMENT ORDERS.  AN ORDER ALREADY  *
      * CARRYING THIS RUN'S STAMP WAS POSTED BY THE ABENDED RUN     *
      * THIS RESTART IS FINISHING - WHAT IT TOOK IS PUT BACK ON THE *
      * BALANCE BEFORE THE ORDER IS WITHHELD AGAIN                  *
      **************************************************************
       1609-LOAD-GARN-ORDERS.
           MOVE 0 TO GO-CT.
           MOVE 'N' TO SW-GARN-ORDERS.
           MOVE 'N' TO SW-GO-END.
           MOVE T-EID(SUB) TO GO-EID.
           MOVE LOW-VALUES TO GO-CASE-NO.
           START GARN-FILE KEY IS NOT LESS THAN GO-KEY
             INVALID KEY SET GO-END TO TRUE.
           PERFORM 1617-READ-GARN-ORDER UNTIL GO-END.

       1617-READ-GARN-ORDER.
           READ GARN-FILE NEXT RECORD
             AT END SET GO-END TO TRUE.
           IF NOT GARN-OK THEN
              SET GO-END TO TRUE.
           IF NOT GO-END THEN
              IF GO-EID IS NOT EQUAL TO T-EID(SUB) THEN
                 SET GO-END TO TRUE
              ELSE
                 PERFORM 1618-KEEP-GARN-ORDER.

       1618-KEEP-GARN-ORDER.
           SET GARN-BY-ORDER TO TRUE.
           IF GO-LAST-RUN IS EQUAL TO RUN-STAMP THEN
              ADD GO-LAST-AMT TO GO-BALANCE
              MOVE 'A' TO GO-STATUS.
           IF GO-ACTIVE AND GO-BALANCE IS GREATER THAN ZERO THEN
              PERFORM 1619-STORE-GARN-ORDER.

       1619-STORE-GARN-ORDER.
           IF GO-CT IS EQUAL TO 10 THEN
              MOVE 'OVER 10 GARN ORDERS' TO EXC-REASON-WS
              PERFORM 1816-LOG-LEAVE-EXCEPTION
           ELSE
              ADD 1 TO GO-CT
              MOVE GO-CASE-NO    TO GO-TBL-CASE(GO-CT)
              MOVE GO-PAYEE      TO GO-TBL-PAYEE(GO-CT)
              MOVE GO-PRIORITY   TO GO-TBL-PRIORITY(GO-CT)
              MOVE GO-PCT-LIMIT  TO GO-TBL-PCT(GO-CT)
              MOVE GO-PER-PERIOD TO GO-TBL-PER(GO-CT)
              MOVE GO-BALANCE    TO GO-TBL-BAL(GO-CT)
              MOVE 0             TO GO-TBL-TAKE(GO-CT)
              MOVE 'N'           TO GO-TBL-DONE(GO-CT).
      **************************************************************
      * WRITES EACH LOADED ORDER BACK IN THE SAME COMMIT WINDOW AS  *
      * THE HISTORY, STAMPED WITH THIS RUN AND WHAT WAS TAKEN.  AN  *
      * ORDER PAID DOWN TO ZERO IS MARKED SATISFIED                 *
      **************************************************************
       1611-UPDATE-GARN-ORDERS.
           MOVE 1 TO GO-SUB.
           PERFORM 1615-REWRITE-GARN-ORDER UNTIL GO-SUB > GO-CT.

       1615-REWRITE-GARN-ORDER.
           MOVE T-EID(SUB)          TO GO-EID.
           MOVE GO-TBL-CASE(GO-SUB) TO GO-CASE-NO.
           READ GARN-FILE
             INVALID KEY MOVE SPACES TO GO-STATUS.
           IF GARN-OK THEN
              PERFORM 1621-POST-GARN-ORDER.
           ADD 1 TO GO-SUB.

       1621-POST-GARN-ORDER.
           MOVE GO-TBL-BAL(GO-SUB)  TO GO-BALANCE.
           MOVE GO-TBL-TAKE(GO-SUB) TO GO-LAST-AMT.
           MOVE RUN-STAMP           TO GO-LAST-RUN.
           IF GO-BALANCE IS EQUAL TO ZERO THEN
              MOVE 'S' TO GO-STATUS
           ELSE
              MOVE 'A' TO GO-STATUS.
           REWRITE GARN-REC.
      **************************************************************
      * WRITES THE LEAVE BALANCES BACK IN THE SAME COMMIT WINDOW AS *
      * THE HISTORY, STAMPED WITH THIS RUN AND ITS HOURS.  AN       *
      * OFF-CYCLE RUN ACCRUES AND USES NOTHING, SO WRITES NOTHING   *
      **************************************************************
       1620-UPDATE-LEAVE.
           IF NOT OFFCYCLE-RUN THEN
              PERFORM 1622-POST-LEAVE.

       1622-POST-LEAVE.
           MOVE RUN-STAMP  TO LV-LAST-RUN.
           MOVE VAC-ACCR   TO LV-LAST-VAC-ACCR.
           MOVE VAC-HOURS  TO LV-LAST-VAC-USED.
           MOVE SICK-ACCR  TO LV-LAST-SICK-ACCR.
           MOVE SICK-HOURS TO LV-LAST-SICK-USED.
           IF LV-NOT-FOUND THEN
              WRITE LEAVE-REC
           ELSE
              REWRITE LEAVE-REC.
      **************************************************************
      * WRITES THE EMPLOYEE'S LABOR DISTRIBUTION RECORDS, ONE PER   *
      * COST CENTER CHARGED.  A DUPLICATE KEY IS THE IN-FLIGHT      *
      * EMPLOYEE OF AN ABENDED RUN BEING REPROCESSED, SO THE RECORD *
      * IS REWRITTEN INSTEAD OF COUNTED TWICE                       *
      **************************************************************
       1624-WRITE-LABOR-DIST.
           MOVE 1 TO LD-SUB.
           PERFORM 1626-WRITE-ONE-LABOR UNTIL LD-SUB > LD-CT.

       1626-WRITE-ONE-LABOR.
           MOVE RUN-STAMP              TO LBR-RUN-STAMP.
           MOVE T-HOME-DEPT(SUB)       TO LBR-DEPT.
           MOVE LD-TBL-CC(LD-SUB)      TO LBR-COST-CTR.
           MOVE T-EID(SUB)             TO LBR-EID.
           IF LD-SUB IS EQUAL TO 1 THEN
              MOVE 'Y' TO LBR-HOME-FLAG
           ELSE
              MOVE 'N' TO LBR-HOME-FLAG.
           MOVE LD-TBL-REG-HRS(LD-SUB) TO LBR-REG-HRS.
           MOVE LD-TBL-OT-HRS(LD-SUB)  TO LBR-OT-HRS.
           MOVE LD-TBL-REG-PAY(LD-SUB) TO LBR-REG-PAY.
           MOVE LD-TBL-OT-PAY(LD-SUB)  TO LBR-OT-PAY.
           WRITE LBR-REC
             INVALID KEY
                REWRITE LBR-REC.
           ADD 1 TO LD-SUB.
      **************************************************************
      * UPDATES THE YTD DEDUCTION HISTORY RECORD FOR THIS EMPLOYEE, *
      * ADDING ONE THE FIRST TIME THE EID/SSN IS SEEN.  THE RECORD  *
      * WAS READ BY 1605-READ-HISTORY BEFORE THE CAP CHECK RAN      *
              OR ARR-AMT(5) IS GREATER THAN ZERO THEN
              WRITE ARR-REC.
      **************************************************************
      * UPDATES THE YTD WAGE AND TAX RECORD IN THE SAME COMMIT      *
      * WINDOW AS THE DEDUCTION HISTORY, ADDING ONE THE FIRST TIME  *
      * THE EID/SSN IS SEEN                                         *
      **************************************************************
       1614-UPDATE-TAX-HISTORY.
           ADD GROSS-PAY  TO TXH-YTD-GROSS.
           ADD SS-WAGES   TO TXH-YTD-SS-WAGES.
           ADD TAX-AMT(1) TO TXH-YTD-TAX(1).
           ADD TAX-AMT(2) TO TXH-YTD-TAX(2).
           ADD TAX-AMT(3) TO TXH-YTD-TAX(3).
           ADD TAX-AMT(4) TO TXH-YTD-TAX(4).
           IF TXH-NOT-FOUND THEN
              WRITE TXH-REC
           ELSE
              REWRITE TXH-REC.
      **************************************************************
      * RECORDS THIS PERIOD'S EARNINGS IN THE SAME COMMIT WINDOW AS *
      * THE YTD HISTORY.  THE RECORD IS KEYED BY THE RUN STAMP,     *
      * WHICH A MODE-R RESTART CARRIES FORWARD FROM THE CHECKPOINT, *
      * SO A RESTART THAT REPROCESSES THE EMPLOYEE CAUGHT BETWEEN   *
      * THE POST AND THE CHECKPOINT FINDS ITS RECORD ON FILE AND    *
      * REPLACES IT INSTEAD OF RECORDING THE PERIOD TWICE.  A       *
      * SECOND RUN THE SAME DAY STARTS AT A DIFFERENT TIME AND ADDS *
      * ITS OWN RECORD                                              *
      **************************************************************
       1616-WRITE-PAY-HISTORY.
           MOVE T-EID(SUB)    TO PH-EID.
           MOVE RUN-CMP       TO PH-RUN-DATE.
           MOVE RUN-TYPE      TO PH-RUN-TYPE.
           MOVE RUN-STAMP-TIME TO PH-RUN-TIME.
           MOVE T-SSN(SUB)    TO PH-SSN.
           MOVE T-STATUS(SUB) TO PH-EMP-STATUS.
           MOVE T-RATE(SUB)   TO PH-RATE.
           MOVE T-DED(1)      TO PH-DED(1).
           MOVE T-DED(2)      TO PH-DED(2).
           MOVE T-DED(3)      TO PH-DED(3).
           MOVE T-DED(4)      TO PH-DED(4).
           MOVE T-DED(5)      TO PH-DED(5).
           MOVE TOTAL-DED     TO PH-TOT-DED.
           MOVE GROSS-PAY     TO PH-GROSS.
           MOVE NET-PAY       TO PH-NET.
           MOVE REG-HOURS     TO PH-REG-HRS.
           MOVE OT-HOURS      TO PH-OT-HRS.
           MOVE REG-PAY       TO PH-REG-PAY.
           MOVE OT-PAY        TO PH-OT-AMT.
           MOVE TAX-AMT(1)    TO PH-TAX(1).
           MOVE TAX-AMT(2)    TO PH-TAX(2).
           MOVE TAX-AMT(3)    TO PH-TAX(3).
           MOVE TAX-AMT(4)    TO PH-TAX(4).
           MOVE TAX-TOTAL     TO PH-TOT-TAX.
           WRITE PH-REC
             INVALID KEY
                REWRITE PH-REC.
      **************************************************************
      * APPLIES THE PERIOD'S SIGNED ADJUSTMENT RECORDS AFTER THE    *
      * EMPLOYEE LOOP - EACH ONE FLOWS INTO THE YTD HISTORY, THE    *
      * CATEGORY TOTALS, THE REMITTANCE REGISTERS AND THE REPORT,   *
           MOVE ADJT-EXP-CT    TO EXPECTED-ADJ-CT.
           MOVE ADJT-EXP-TOTAL TO EXPECTED-ADJ-TOTAL.
      **************************************************************
      * APPLIES THE VOID/REISSUE TRANSACTIONS.  NO CHKVOID FILE     *
      * MEANS NOTHING TO VOID.  ON A RESTART, VOIDS THE ABENDED RUN *
      * ALREADY CONSUMED ARE PASSED OVER THE WAY ADJUSTMENTS ARE    *
      **************************************************************
       1560-PROCESS-VOIDS.
           OPEN INPUT VD-FILE.
           IF VD-OK THEN
              PERFORM 1565-READ-VOID UNTIL EOF-V = 1
              CLOSE VD-FILE.

       1565-READ-VOID.
           READ VD-FILE
             AT END MOVE 1 TO EOF-V.
           IF EOF-V IS NOT EQUAL TO 1 THEN
              IF VOID-SKIP-CT IS GREATER THAN ZERO THEN
                 SUBTRACT 1 FROM VOID-SKIP-CT
              ELSE
                 ADD 1 TO VOID-READ-CT
                 PERFORM 1570-APPLY-VOID
                 PERFORM 1672-TAKE-ADJ-CHECKPOINT.
      **************************************************************
      * ONLY A CHECK STILL IN ISSUED STATE CAN BE VOIDED - AN       *
      * UNKNOWN NUMBER, A CHECK ALREADY STOPPED OR A BAD ACTION     *
      * CODE GOES TO THE EXCEPTION LIST                             *
      **************************************************************
       1570-APPLY-VOID.
           MOVE VD-CHECK-NO TO CI-CHECK-NO.
           MOVE VD-CHECK-NO TO VOID-EXC-NO.
           READ CI-FILE
             INVALID KEY
                MOVE SPACES TO CI-EID.
           IF VD-ACTION IS NOT EQUAL TO 'V'
              AND VD-ACTION IS NOT EQUAL TO 'R' THEN
              MOVE 'INVALID VOID ACTION' TO EXC-REASON-WS
              PERFORM 1578-LOG-VOID-EXCEPTION
           ELSE
              IF NOT CI-OK THEN
                 MOVE 'VOID CHECK NOT ISSUED' TO EXC-REASON-WS
                 PERFORM 1578-LOG-VOID-EXCEPTION
              ELSE
                 IF CI-STATE IS NOT EQUAL TO 'I' THEN
                    MOVE 'CHECK ALREADY VOIDED' TO EXC-REASON-WS
                    PERFORM 1578-LOG-VOID-EXCEPTION
                 ELSE
                    PERFORM 1572-VOID-CHECK.
      **************************************************************
      * STOPS THE CHECK ON POSITIVE PAY AND THE REGISTER.  A        *
      * REISSUE LINKS THE ORIGINAL TO ITS REPLACEMENT AND ISSUES    *
      * THE REPLACEMENT UNDER THE NEXT NUMBER                       *
      **************************************************************
       1572-VOID-CHECK.
           MOVE CI-CHECK-NO   TO ISS-CHECK-NO.
           MOVE CI-EID        TO ISS-EID.
           MOVE CI-LAST       TO ISS-LAST.
           MOVE CI-FIRST      TO ISS-FIRST.
           MOVE CI-AMT        TO ISS-AMT.
           MOVE CI-ISSUE-DATE TO ISS-ISSUE-DATE.
           MOVE SPACES        TO ISS-NOTE.
           MOVE 'V' TO PP-TYPE.
           PERFORM 1661-WRITE-POSPAY.
           MOVE 'VOIDED' TO CR-ACTION.
           PERFORM 1669-WRITE-REG-LINE.
           ADD 1 TO VOID-CT.
           ADD CI-AMT TO VOID-TOT.
           IF VD-ACTION IS EQUAL TO 'R' THEN
              MOVE 'R' TO CI-STATE
              MOVE NEXT-CHECK-NO TO CI-LINK-NO
              REWRITE CI-REC
              MOVE ISS-CHECK-NO TO REISSUE-OF-NO
              MOVE ISS-CHECK-NO TO ISS-LINK-NO
              MOVE REISSUE-NOTE TO ISS-NOTE
              PERFORM 1666-ISSUE-CHECK
              PERFORM 1573-LINK-REISSUE
           ELSE
              MOVE 'V' TO CI-STATE
              REWRITE CI-REC.
      **************************************************************
      * THE ORIGINAL WAS LINKED TO THE NUMBER DUE NEXT.  IF THAT    *
      * NUMBER WAS ALREADY ON CHKISS THE REPLACEMENT WENT OUT UNDER *
      * A LATER ONE, SO THE LINK IS CORRECTED TO MATCH              *
      **************************************************************
       1573-LINK-REISSUE.
           MOVE ISS-LINK-NO TO CI-CHECK-NO.
           READ CI-FILE
             INVALID KEY
                MOVE ISS-CHECK-NO TO CI-LINK-NO.
           IF CI-LINK-NO IS NOT EQUAL TO ISS-CHECK-NO THEN
              MOVE ISS-CHECK-NO TO CI-LINK-NO
              REWRITE CI-REC.

       1578-LOG-VOID-EXCEPTION.
           IF EXCEPT-CT IS LESS THAN 200 THEN
              ADD 1 TO EXCEPT-CT
              MOVE CI-EID        TO EXC-EID(EXCEPT-CT)
              MOVE VOID-EXC-LAST TO EXC-LAST(EXCEPT-CT)
              MOVE EXC-REASON-WS TO EXC-REASON(EXCEPT-CT).
      **************************************************************
      * ON A RESTART, ADJUSTMENT RECORDS THE ABENDED RUN ALREADY    *
      * CONSUMED - POSTED OR EXCEPTION-LISTED - ARE PASSED OVER;    *
      * THE POSTED AMOUNTS RODE IN ON THE CHECKPOINT                *
           PERFORM 1385-WRITE-ONE-REM-HEAD UNTIL SUB2 > 5.
           MOVE 1 TO SUB2.

       1382-WRITE-CHECK-REG-HEAD.
           MOVE CUR-YR  TO CRH-CUR-YR.
           MOVE CUR-MO  TO CRH-CUR-MO.
           MOVE CUR-DAY TO CRH-CUR-DAY.
           WRITE CREG-REC FROM CREG-HEADING
             AFTER ADVANCING 1 LINE.
           WRITE CREG-REC FROM CREG-COL-HEAD
             AFTER ADVANCING 2 LINES.

       1385-WRITE-ONE-REM-HEAD.
           MOVE DED-CAT-DESC(SUB2) TO RH-CAT-DESC.
           MOVE REM-HEADING TO REM-LINE-WS.
      * EMPLOYEE HAS AN AMOUNT IN THIS PERIOD                       *
      **************************************************************
       1665-WRITE-REMITTANCE.
           IF SUB2 IS EQUAL TO 4 AND GARN-BY-ORDER THEN
              MOVE 1 TO GO-SUB
              PERFORM 1647-WRITE-GARN-REMIT UNTIL GO-SUB > GO-CT
           ELSE
              IF T-DED(SUB2) IS GREATER THAN ZERO THEN
                 MOVE T-EID(SUB)   TO RD-EID
                 MOVE T-LAST(SUB)  TO RD-LAST
                 MOVE T-FIRST(SUB) TO RD-FIRST
                 MOVE T-SSN(SUB)   TO RD-SSN
                 INSPECT RD-SSN REPLACING ALL ' ' BY '-'
                 MOVE T-DED(SUB2)  TO RD-AMT
                 MOVE REM-DETAIL   TO REM-LINE-WS
                 PERFORM 1668-ROUTE-REM-LINE.
           ADD 1 TO SUB2.
      **************************************************************
      * ONE REMIT4 LINE PER GARNISHMENT ORDER THAT TOOK MONEY THIS  *
      * PERIOD, SO EACH AGENCY'S CHECK CAN BE TIED TO ITS CASES     *
      **************************************************************
       1647-WRITE-GARN-REMIT.
           IF GO-TBL-TAKE(GO-SUB) IS GREATER THAN ZERO THEN
              MOVE T-EID(SUB)           TO RG-EID
              MOVE T-LAST(SUB)          TO RG-LAST
              MOVE T-SSN(SUB)           TO RG-SSN
              INSPECT RG-SSN REPLACING ALL ' ' BY '-'
              MOVE GO-TBL-CASE(GO-SUB)  TO RG-CASE
              MOVE GO-TBL-PAYEE(GO-SUB) TO RG-PAYEE
              MOVE GO-TBL-TAKE(GO-SUB)  TO RG-AMT
              MOVE GO-TBL-BAL(GO-SUB)   TO RG-BAL
              MOVE REM-GARN-DETAIL      TO REM-LINE-WS
              PERFORM 1668-ROUTE-REM-LINE.
           ADD 1 TO GO-SUB.
      **************************************************************
      * ROUTES THE BUILT-UP LINE TO THE CURRENT CATEGORY'S OWN      *
      * REGISTER FILE                                               *
      **************************************************************
           MOVE 1 TO SUB2.

       1746-WRITE-ONE-REM-TOTAL.
           IF SUB2 IS EQUAL TO 4 THEN
              PERFORM 1747-WRITE-GARN-SUMMARY.
           MOVE DED-CAT-DESC(SUB2) TO RT-CAT-DESC.
           MOVE TOT-DED-CAT(SUB2)  TO RT-AMT.
           MOVE REM-TOTAL TO REM-LINE-WS.
           PERFORM 1668-ROUTE-REM-LINE.
           ADD 1 TO SUB2.
      **************************************************************
      * TOTALS REMIT4 BY PAYEE FROM THE ORDERS THIS RUN POSTED -    *
      * READ BACK FROM GARNORD SO A RESTARTED RUN STILL COUNTS THE  *
      * EMPLOYEES THE ABENDED RUN COMMITTED.  WHATEVER ELSE IS IN   *
      * THE CATEGORY TOTAL HAD NO ORDER BEHIND IT                   *
      **************************************************************
       1747-WRITE-GARN-SUMMARY.
           MOVE 0 TO GP-CT.
           MOVE 0 TO GP-SUM.
           MOVE 0 TO GP-OVER-CT.
           MOVE 0 TO GP-OVER-AMT.
           MOVE 'N' TO SW-GO-END.
           MOVE LOW-VALUES TO GO-KEY.
           START GARN-FILE KEY IS NOT LESS THAN GO-KEY
             INVALID KEY SET GO-END TO TRUE.
           PERFORM 1748-READ-GARN-PASS UNTIL GO-END.
           MOVE SPACES TO REM-LINE-WS.
           PERFORM 1668-ROUTE-REM-LINE.
           MOVE REM-GARN-SUM-HEAD TO REM-LINE-WS.
           PERFORM 1668-ROUTE-REM-LINE.
           MOVE 1 TO GP-SUB.
           PERFORM 1749-PRINT-GARN-PAYEE UNTIL GP-SUB > GP-CT.
           IF GP-OVER-CT IS GREATER THAN ZERO THEN
              MOVE 'OTHER PAYEES'   TO RP-PAYEE
              MOVE GP-OVER-CT       TO RP-CT
              MOVE GP-OVER-AMT      TO RP-AMT
              MOVE REM-GARN-PAYEE   TO REM-LINE-WS
              PERFORM 1668-ROUTE-REM-LINE.
           SUBTRACT GP-SUM FROM TOT-DED-CAT(4) GIVING GP-UNASSIGNED.
           IF GP-UNASSIGNED IS NOT EQUAL TO ZERO THEN
              MOVE 'NO ORDER ON FILE'  TO RP-PAYEE
              MOVE 0                   TO RP-CT
              MOVE GP-UNASSIGNED       TO RP-AMT
              MOVE REM-GARN-PAYEE      TO REM-LINE-WS
              PERFORM 1668-ROUTE-REM-LINE.

       1748-READ-GARN-PASS.
           READ GARN-FILE NEXT RECORD
             AT END SET GO-END TO TRUE.
           IF NOT GARN-OK THEN
              SET GO-END TO TRUE.
           IF NOT GO-END THEN
              IF GO-LAST-RUN IS EQUAL TO RUN-STAMP
                 AND GO-LAST-AMT IS GREATER THAN ZERO THEN
                 PERFORM 1751-ADD-GARN-PAYEE.

       1749-PRINT-GARN-PAYEE.
           MOVE GP-PAYEE(GP-SUB)  TO RP-PAYEE.
           MOVE GP-ORD-CT(GP-SUB) TO RP-CT.
           MOVE GP-AMT(GP-SUB)    TO RP-AMT.
           MOVE REM-GARN-PAYEE    TO REM-LINE-WS.
           PERFORM 1668-ROUTE-REM-LINE.
           ADD 1 TO GP-SUB.

       1751-ADD-GARN-PAYEE.
           ADD GO-LAST-AMT TO GP-SUM.
           MOVE 'N' TO SW-GP-FOUND.
           MOVE 1 TO GP-SUB.
           PERFORM 1753-FIND-GARN-PAYEE
             UNTIL GP-SUB > GP-CT OR GP-FOUND.
           IF NOT GP-FOUND AND GP-CT IS LESS THAN 100 THEN
              ADD 1 TO GP-CT
              MOVE GP-CT    TO GP-SUB
              MOVE GO-PAYEE TO GP-PAYEE(GP-SUB)
              MOVE 0        TO GP-ORD-CT(GP-SUB)
              MOVE 0        TO GP-AMT(GP-SUB)
              SET GP-FOUND TO TRUE.
           IF GP-FOUND THEN
              ADD 1           TO GP-ORD-CT(GP-SUB)
              ADD GO-LAST-AMT TO GP-AMT(GP-SUB)
           ELSE
              ADD 1           TO GP-OVER-CT
              ADD GO-LAST-AMT TO GP-OVER-AMT.

       1753-FIND-GARN-PAYEE.
           IF GP-PAYEE(GP-SUB) IS EQUAL TO GO-PAYEE THEN
              SET GP-FOUND TO TRUE
           ELSE
              ADD 1 TO GP-SUB.
      **************************************************************
      * CLOSES THE POSITIVE-PAY FILE OUT WITH ITS TRAILER THE SAME  *
      * WAY - ONLY ON A COMPLETED BATCH                             *
      **************************************************************
       1756-WRITE-POSPAY-TRAILER.
           MOVE SPACES    TO PP-REC.
           MOVE 'TRAILER' TO PPT-ID.
           MOVE CHECK-CT  TO PPT-ISSUE-CT.
           MOVE CHECK-TOT TO PPT-ISSUE-TOT.
           MOVE VOID-CT   TO PPT-VOID-CT.
           MOVE VOID-TOT  TO PPT-VOID-TOT.
           WRITE PP-REC.
      **************************************************************
      * CHECK REGISTER TOTALS - COUNT AND DOLLARS ISSUED AND VOIDED *
      * ACROSS THE WHOLE BATCH, RESTART INCLUDED                    *
      **************************************************************
       1757-WRITE-CHECK-REG-TOTALS.
           MOVE 'CHECKS ISSUED: ' TO CRT-DESC.
           MOVE CHECK-CT  TO CRT-CT.
           MOVE CHECK-TOT TO CRT-AMT.
           WRITE CREG-REC FROM CREG-TOTAL
             AFTER ADVANCING 2 LINES.
           MOVE 'CHECKS VOIDED: ' TO CRT-DESC.
           MOVE VOID-CT   TO CRT-CT.
           MOVE VOID-TOT  TO CRT-AMT.
           WRITE CREG-REC FROM CREG-TOTAL
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * CLOSES THE BANK FILE OUT WITH ITS BATCH TRAILER - THE       *
      * CREDIT COUNT AND TOTAL DOLLARS THE BANK BALANCES AGAINST.   *
      * ONLY A COMPLETED BATCH GETS A TRAILER - A SPILLED RUN       *
           MOVE 'TRAILER'      TO BNKT-ID.
           MOVE BNK-CREDIT-CT  TO BNKT-CREDIT-CT.
           MOVE BNK-CREDIT-TOT TO BNKT-CREDIT-TOT.
           MOVE BNK-PRENOTE-CT TO BNKT-PRENOTE-CT.
           WRITE BNK-REC.
      **************************************************************
      * PRINTS THE LABOR DISTRIBUTION FROM THE LABDIST RECORDS THIS *
      * RUN WROTE, READ BACK IN KEY ORDER - DEPARTMENT, THEN COST   *
      * CENTER - SO THE BREAKS FALL OUT OF THE FILE.  THE SAME PASS *
      * TOTALS THE PAY CHARGED TO EACH COST CENTER THAT HAS ITS OWN *
      * GL ACCOUNT, FOR THE GROSS PAY SPLIT.  THE RUN TOTAL MUST    *
      * AGREE WITH THE GROSS PAY THE RUN POSTS                      *
      **************************************************************
       1730-WRITE-LABOR-DIST.
           OPEN OUTPUT LDR-FILE.
           MOVE CUR-YR  TO LDH-CUR-YR.
           MOVE CUR-MO  TO LDH-CUR-MO.
           MOVE CUR-DAY TO LDH-CUR-DAY.
           IF OFFCYCLE-RUN THEN
              MOVE 'OFF-CYCLE RUN' TO LDH-RUN-NOTE
           ELSE
              MOVE SPACES TO LDH-RUN-NOTE.
           WRITE LDR-REC FROM LDR-HEADING
             AFTER ADVANCING 1 LINE.
           WRITE LDR-REC FROM LDR-COL-HEAD
             AFTER ADVANCING 2 LINES.
           MOVE 1 TO LDS-SUB.
           PERFORM 1738-CLEAR-LABOR-LEVEL UNTIL LDS-SUB > 3.
           MOVE 'N' TO SW-LDC-OPEN.
           MOVE 'N' TO SW-LDD-OPEN.
           MOVE 'N' TO SW-LBR-END.
           MOVE LOW-VALUES TO LBR-KEY.
           MOVE RUN-STAMP  TO LBR-RUN-STAMP.
           START LBR-FILE KEY IS NOT LESS THAN LBR-KEY
             INVALID KEY SET LBR-END TO TRUE.
           PERFORM 1731-READ-LABOR-DIST UNTIL LBR-END.
           IF LDC-PENDING THEN
              PERFORM 1733-PRINT-LABOR-LINE.
           IF LDD-PENDING THEN
              PERFORM 1734-PRINT-DEPT-TOTAL.
           MOVE 'ALL'   TO LL-DEPT.
           MOVE 'TOTAL' TO LL-COST-CTR.
           MOVE 3 TO LDS-SUB.
           PERFORM 1736-MOVE-LABOR-TOTALS.
           WRITE LDR-REC FROM LDR-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD LDS-REG-PAY(3) LDS-OT-PAY(3) GIVING LDS-PAY-TOT.
           IF LDS-PAY-TOT IS NOT EQUAL TO GRAND-TOT-GROSS THEN
              MOVE GRAND-TOT-GROSS TO LDB-GROSS
              WRITE LDR-REC FROM LDR-OUT-OF-BAL
                AFTER ADVANCING 2 LINES
              DISPLAY 'PROJ03 - LABOR DISTRIBUTION DOES NOT AGREE '
                 'WITH GROSS PAY - INVESTIGATE'.
           CLOSE LDR-FILE.

       1731-READ-LABOR-DIST.
           READ LBR-FILE NEXT RECORD
             AT END SET LBR-END TO TRUE.
           IF NOT LBR-OK THEN
              SET LBR-END TO TRUE.
           IF NOT LBR-END THEN
              IF LBR-RUN-STAMP IS NOT EQUAL TO RUN-STAMP THEN
                 SET LBR-END TO TRUE
              ELSE
                 PERFORM 1732-ADD-LABOR-REC.

       1732-ADD-LABOR-REC.
           IF LDC-PENDING THEN
              IF LBR-DEPT IS NOT EQUAL TO LDC-DEPT
                 OR LBR-COST-CTR IS NOT EQUAL TO LDC-COST-CTR THEN
                 PERFORM 1733-PRINT-LABOR-LINE.
           IF LDD-PENDING THEN
              IF LBR-DEPT IS NOT EQUAL TO LDD-DEPT THEN
                 PERFORM 1734-PRINT-DEPT-TOTAL.
           IF NOT LDD-PENDING THEN
              SET LDD-PENDING TO TRUE
              MOVE LBR-DEPT TO LDD-DEPT.
           IF NOT LDC-PENDING THEN
              SET LDC-PENDING TO TRUE
              MOVE LBR-DEPT     TO LDC-DEPT
              MOVE LBR-COST-CTR TO LDC-COST-CTR.
           IF LBR-REG-HRS IS GREATER THAN ZERO
              OR LBR-OT-HRS IS GREATER THAN ZERO
              OR LBR-REG-PAY IS GREATER THAN ZERO
              OR LBR-OT-PAY IS GREATER THAN ZERO THEN
              ADD 1 TO LDS-HEAD-CT(1).
           IF LBR-HOME THEN
              ADD 1 TO LDS-HEAD-CT(2).
           ADD LBR-REG-HRS TO LDS-REG-HRS(1).
           ADD LBR-OT-HRS  TO LDS-OT-HRS(1).
           ADD LBR-REG-PAY TO LDS-REG-PAY(1).
           ADD LBR-OT-PAY  TO LDS-OT-PAY(1).
           PERFORM 1735-CHARGE-GL-COST-CTR.

       1733-PRINT-LABOR-LINE.
           IF LDC-DEPT IS EQUAL TO SPACES THEN
              MOVE '*NONE' TO LL-DEPT
           ELSE
              MOVE LDC-DEPT TO LL-DEPT.
           IF LDC-COST-CTR IS EQUAL TO SPACES THEN
              MOVE '*NONE' TO LL-COST-CTR
           ELSE
              MOVE LDC-COST-CTR TO LL-COST-CTR.
           MOVE 1 TO LDS-SUB.
           PERFORM 1736-MOVE-LABOR-TOTALS.
           WRITE LDR-REC FROM LDR-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD LDS-REG-HRS(1) TO LDS-REG-HRS(2).
           ADD LDS-OT-HRS(1)  TO LDS-OT-HRS(2).
           ADD LDS-REG-PAY(1) TO LDS-REG-PAY(2).
           ADD LDS-OT-PAY(1)  TO LDS-OT-PAY(2).
           MOVE 1 TO LDS-SUB.
           PERFORM 1738-CLEAR-LABOR-LEVEL.
           MOVE 'N' TO SW-LDC-OPEN.

       1734-PRINT-DEPT-TOTAL.
           IF LDD-DEPT IS EQUAL TO SPACES THEN
              MOVE '*NONE' TO LL-DEPT
           ELSE
              MOVE LDD-DEPT TO LL-DEPT.
           MOVE 'TOTAL' TO LL-COST-CTR.
           MOVE 2 TO LDS-SUB.
           PERFORM 1736-MOVE-LABOR-TOTALS.
           WRITE LDR-REC FROM LDR-DETAIL
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LDR-REC.
           WRITE LDR-REC
             AFTER ADVANCING 1 LINE.
           ADD LDS-HEAD-CT(2) TO LDS-HEAD-CT(3).
           ADD LDS-REG-HRS(2) TO LDS-REG-HRS(3).
           ADD LDS-OT-HRS(2)  TO LDS-OT-HRS(3).
           ADD LDS-REG-PAY(2) TO LDS-REG-PAY(3).
           ADD LDS-OT-PAY(2)  TO LDS-OT-PAY(3).
           MOVE 2 TO LDS-SUB.
           PERFORM 1738-CLEAR-LABOR-LEVEL.
           MOVE 'N' TO SW-LDD-OPEN.

       1735-CHARGE-GL-COST-CTR.
           MOVE 'N' TO SW-GLC-FOUND.
           MOVE 1 TO GLC-SUB.
           PERFORM 1737-FIND-GL-COST-CTR
             UNTIL GLC-SUB > GLC-CT OR GLC-FOUND.
           IF GLC-FOUND THEN
              ADD LBR-REG-PAY LBR-OT-PAY TO GLC-AMT(GLC-SUB).

       1736-MOVE-LABOR-TOTALS.
           MOVE LDS-HEAD-CT(LDS-SUB) TO LL-HEAD-CT.
           MOVE LDS-REG-HRS(LDS-SUB) TO LL-REG-HRS.
           MOVE LDS-OT-HRS(LDS-SUB)  TO LL-OT-HRS.
           MOVE LDS-REG-PAY(LDS-SUB) TO LL-REG-PAY.
           MOVE LDS-OT-PAY(LDS-SUB)  TO LL-OT-PAY.
           ADD LDS-REG-PAY(LDS-SUB) LDS-OT-PAY(LDS-SUB)
             GIVING LL-TOT-PAY.

       1737-FIND-GL-COST-CTR.
           IF GLC-COST-CTR(GLC-SUB) IS EQUAL TO LBR-COST-CTR THEN
              SET GLC-FOUND TO TRUE
           ELSE
              ADD 1 TO GLC-SUB.

       1738-CLEAR-LABOR-LEVEL.
           MOVE 0 TO LDS-HEAD-CT(LDS-SUB).
           MOVE 0 TO LDS-REG-HRS(LDS-SUB).
           MOVE 0 TO LDS-OT-HRS(LDS-SUB).
           MOVE 0 TO LDS-REG-PAY(LDS-SUB).
           MOVE 0 TO LDS-OT-PAY(LDS-SUB).
           ADD 1 TO LDS-SUB.
      **************************************************************
      * BUILDS AND RELEASES THE GL POSTING FILE - DEBIT GROSS       *
      * EXPENSE, SPLIT ACROSS THE COST CENTER EXPENSE ACCOUNTS,     *
      * CREDIT EACH CATEGORY AND TAX LIABILITY AND NET CLEARING,    *
      * WITH THE SIGNED ADJUSTMENT NET OFFSET TO CLEARING           *
      * SO THE POSTING ALWAYS FOOTS.  DEBITS THAT DON'T EQUAL       *
      * CREDITS, OR A MISSING ACCOUNT, HOLD THE FILE BACK ENTIRELY. *
      * ONLY A COMPLETED BATCH GETS HERE AT ALL - A SPILLED RUN'S   *
      * TOTALS FOOT BUT COVER ONLY PART OF THE MASTER, SO THE       *
      * MAINLINE HOLDS GLPOST BACK AND THE MODE-R RERUN BUILDS IT   *
      * FROM THE CHECKPOINT-CARRIED TOTALS                          *
      **************************************************************
       1765-WRITE-GL-POSTINGS.
           IF NOT GLACCTS-FOUND THEN
           ADD GRAND-TOT-GROSS ADJ-TOT GIVING GL-DR-TOT.
           ADD TOT-DED-CAT(1) TOT-DED-CAT(2) TOT-DED-CAT(3)
               TOT-DED-CAT(4) TOT-DED-CAT(5) GRAND-TOT-NET
               TOT-TAX-CAT(1) TOT-TAX-CAT(2) TOT-TAX-CAT(3)
               TOT-TAX-CAT(4)
             GIVING GL-CR-TOT.
           MOVE 0 TO GL-CC-TOT.
           MOVE 1 TO GLC-SUB.
           PERFORM 1772-SUM-GL-COST-CTR UNTIL GLC-SUB > GLC-CT.
           SUBTRACT GL-CC-TOT FROM GRAND-TOT-GROSS
             GIVING GL-GROSS-REST.
           IF GL-GROSS-ACCT IS EQUAL TO SPACES
              OR GL-NET-ACCT IS EQUAL TO SPACES
              OR GL-CAT-ACCT(1) IS EQUAL TO SPACES
              OR GL-CAT-ACCT(2) IS EQUAL TO SPACES
              OR GL-CAT-ACCT(3) IS EQUAL TO SPACES
              OR GL-CAT-ACCT(4) IS EQUAL TO SPACES
              OR GL-CAT-ACCT(5) IS EQUAL TO SPACES
              OR GL-TAX-ACCT(1) IS EQUAL TO SPACES
              OR GL-TAX-ACCT(2) IS EQUAL TO SPACES
              OR GL-TAX-ACCT(3) IS EQUAL TO SPACES
              OR GL-TAX-ACCT(4) IS EQUAL TO SPACES THEN
              DISPLAY 'PROJ03 - GL ACCOUNT MISSING FROM GLACCTS - '
                 'GLPOST NOT RELEASED'
           ELSE
              IF GLC-OVERFLOW THEN
                 DISPLAY 'PROJ03 - OVER 50 COST CENTER ACCOUNTS IN '
                    'GLACCTS - GLPOST NOT RELEASED'
              ELSE
                 IF GL-GROSS-REST IS LESS THAN ZERO THEN
                    DISPLAY 'PROJ03 - LABOR CHARGED EXCEEDS GROSS '
                       'PAY - GLPOST NOT RELEASED - INVESTIGATE'
                 ELSE
                    IF GL-DR-TOT IS NOT EQUAL TO GL-CR-TOT THEN
                       DISPLAY 'PROJ03 - *** GL OUT OF BALANCE - '
                          'GLPOST NOT RELEASED - INVESTIGATE ***'
                    ELSE
                       PERFORM 1767-RELEASE-GL.

       1767-RELEASE-GL.
           OPEN OUTPUT GLP-FILE.
           MOVE 0 TO GL-REC-CT.
           MOVE GL-GROSS-ACCT   TO GLP-ACCT.
           MOVE 'D'             TO GLP-DRCR.
           MOVE GL-GROSS-REST   TO GLP-AMT.
           MOVE 'GROSS PAY EXPENSE'   TO GLP-DESC.
           WRITE GLP-REC.
           ADD 1 TO GL-REC-CT.
           MOVE 1 TO GLC-SUB.
           PERFORM 1771-WRITE-GL-COST-CTR UNTIL GLC-SUB > GLC-CT.
           MOVE 1 TO SUB2.
           PERFORM 1768-WRITE-GL-CAT UNTIL SUB2 > 5.
           MOVE 1 TO SUB2.
           MOVE 1 TO TAX-SUB.
           PERFORM 1769-WRITE-GL-TAX UNTIL TAX-SUB > 4.
           MOVE GL-NET-ACCT     TO GLP-ACCT.
           MOVE 'C'             TO GLP-DRCR.
           MOVE GRAND-TOT-NET   TO GLP-AMT.
           WRITE GLP-REC.
           ADD 1 TO GL-REC-CT.
           ADD 1 TO SUB2.

       1769-WRITE-GL-TAX.
           MOVE GL-TAX-ACCT(TAX-SUB)  TO GLP-ACCT.
           MOVE 'C'                   TO GLP-DRCR.
           MOVE TOT-TAX-CAT(TAX-SUB)  TO GLP-AMT.
           MOVE TAX-CAT-DESC(TAX-SUB) TO GLP-DESC.
           WRITE GLP-REC.
           ADD 1 TO GL-REC-CT.
           ADD 1 TO TAX-SUB.

       1771-WRITE-GL-COST-CTR.
           IF GLC-AMT(GLC-SUB) IS GREATER THAN ZERO THEN
              MOVE GLC-COST-CTR(GLC-SUB) TO GLD-COST-CTR
              MOVE GLC-ACCT(GLC-SUB)     TO GLP-ACCT
              MOVE 'D'                   TO GLP-DRCR
              MOVE GLC-AMT(GLC-SUB)      TO GLP-AMT
              MOVE GL-CC-DESC            TO GLP-DESC
              WRITE GLP-REC
              ADD 1 TO GL-REC-CT.
           ADD 1 TO GLC-SUB.

       1772-SUM-GL-COST-CTR.
           ADD GLC-AMT(GLC-SUB) TO GL-CC-TOT.
           ADD 1 TO GLC-SUB.
      **************************************************************
      * REWRITES THE CHECKPOINT AFTER THIS EMPLOYEE'S HISTORY AND   *
      * EXTRACT ARE ON DISK - THE COMMIT POINT A RESTART RESUMES    *
           ADD TOTAL-REC REC-CT GIVING CHK-REC-CT.
           PERFORM 1675-WRITE-CHECKPOINT.
      **************************************************************
      * REWRITES THE CHECKPOINT AFTER EACH POSTED ADJUSTMENT AND    *
      * EACH VOID, SO A RESTART MID-ADJUSTMENTS OR MID-VOIDS PASSES *
      * OVER THE ONES ALREADY ON THE HISTORY AND CHECK ISSUE FILES  *
      **************************************************************
       1672-TAKE-ADJ-CHECKPOINT.
           OPEN OUTPUT CHK-FILE.
           MOVE ADJ-TOT        TO CHK-ADJ-TOT.
           MOVE BNK-CREDIT-CT  TO CHK-BNK-CT.
           MOVE BNK-CREDIT-TOT TO CHK-BNK-TOT.
           MOVE BNK-PRENOTE-CT TO CHK-PRENOTE-CT.
           MOVE RUN-TYPE       TO CHK-RUN-TYPE.
           MOVE GARN-SCHED-REPL TO CHK-GARN-REPL.
           MOVE GARN-ORDER-TOT TO CHK-GARN-TOT.
           MOVE RUN-STAMP      TO CHK-RUN-STAMP.
           MOVE TOT-REG-HRS    TO CHK-REG-HRS.
           MOVE TOT-OT-HRS     TO CHK-OT-HRS.
           MOVE TOT-REG-PAY    TO CHK-REG-PAY.
           MOVE TOT-ARR-RECOVER TO CHK-ARR-REC.
           MOVE GRAND-TOT-GROSS TO CHK-GROSS-TOT.
           MOVE GRAND-TOT-NET  TO CHK-NET-TOT.
           MOVE TOT-TAX-CAT(1) TO CHK-TAX-TOT(1).
           MOVE TOT-TAX-CAT(2) TO CHK-TAX-TOT(2).
           MOVE TOT-TAX-CAT(3) TO CHK-TAX-TOT(3).
           MOVE TOT-TAX-CAT(4) TO CHK-TAX-TOT(4).
           MOVE NEXT-CHECK-NO  TO CHK-NEXT-CHECK.
           MOVE CHECK-CT       TO CHK-CHECK-CT.
           MOVE CHECK-TOT      TO CHK-CHECK-TOT.
           MOVE VOID-READ-CT   TO CHK-VOID-READ.
           MOVE VOID-CT        TO CHK-VOID-CT.
           MOVE VOID-TOT       TO CHK-VOID-TOT.
           WRITE CHK-REC.
           CLOSE CHK-FILE.
      **************************************************************
      **************************************************************
      * WRITES ONE NET-PAY CREDIT TO THE BANK FILE.  AN EMPLOYEE    *
      * WITH NO ACCOUNT ON FILE - THE ROUTING FIELD STILL CARRYING  *
      * ITS '.' FILLER OR ANYTHING ELSE NON-NUMERIC - IS PAID BY    *
      * PAPER CHECK INSTEAD, AS IS AN ACCOUNT STILL UNDER PRENOTE.  *
      * A NON-POSITIVE NET SENDS NOTHING                            *
      **************************************************************
       1662-WRITE-BANK-CREDIT.
           MOVE 'N' TO SW-PRENOTE-HOLD.
           MOVE SPACES TO ISS-NOTE.
           IF T-ROUTING(SUB) IS NUMERIC THEN
              PERFORM 1658-CHECK-PRENOTE
              IF PRENOTE-HOLD THEN
                 PERFORM 1664-PAY-BY-CHECK
              ELSE
                 PERFORM 1663-WRITE-ONE-CREDIT
           ELSE
              PERFORM 1664-PAY-BY-CHECK.
      **************************************************************
      * A PRENOTE OWED GOES OUT NOW AND HOLDS THIS PAY; ONE ALREADY *
      * SENT HOLDS PAY UNTIL ITS WAITING PERIOD HAS PASSED          *
      **************************************************************
       1658-CHECK-PRENOTE.
           IF T-PRENOTE-STAT(SUB) IS EQUAL TO 'P' THEN
              PERFORM 1659-SEND-PRENOTE
              SET PRENOTE-HOLD TO TRUE
              MOVE 'BANK PRENOTE PENDING' TO ISS-NOTE
           ELSE
              IF T-PRENOTE-STAT(SUB) IS EQUAL TO 'S'
                 AND T-PRENOTE-DATE(SUB) IS NUMERIC THEN
                 PERFORM 1656-CALC-PRENOTE-CLEAR
                 IF RUN-CMP IS LESS THAN PRENOTE-CLEAR-CMP THEN
                    SET PRENOTE-HOLD TO TRUE
                    MOVE 'BANK PRENOTE PENDING' TO ISS-NOTE.
      **************************************************************
      * THE DATE THE PRENOTE CLEARS - THE SEND DATE PLUS THE        *
      * WAITING PERIOD, ROLLED INTO THE NEXT MONTH OR YEAR AS       *
      * NEEDED.  FEBRUARY GETS 28 DAYS OUTSIDE A LEAP YEAR HERE, SO *
      * THE HOLD IS NEVER CUT SHORT                                 *
      **************************************************************
       1656-CALC-PRENOTE-CLEAR.
           MOVE T-PRENOTE-DATE(SUB) TO PRENOTE-CLEAR-GRP.
           MOVE MONTH-DAYS(PCL-MM) TO PCL-MONTH-DAYS.
           IF PCL-MM IS EQUAL TO 2 THEN
              DIVIDE PCL-YYYY BY 4 GIVING PCL-QUOT REMAINDER PCL-REM
              IF PCL-REM IS NOT EQUAL TO ZERO THEN
                 MOVE 28 TO PCL-MONTH-DAYS.
           ADD PRENOTE-WAIT-DAYS TO PCL-DD.
           IF PCL-DD IS GREATER THAN PCL-MONTH-DAYS THEN
              SUBTRACT PCL-MONTH-DAYS FROM PCL-DD
              ADD 1 TO PCL-MM
              IF PCL-MM IS GREATER THAN 12 THEN
                 MOVE 1 TO PCL-MM
                 ADD 1 TO PCL-YYYY.
      **************************************************************
      * SENDS THE ZERO-DOLLAR PRENOTE AND MARKS THE MASTER SENT AS  *
      * OF TODAY.  A MASTER THAT CANNOT BE MARKED IS REPORTED - THE *
      * NEXT RUN WILL SIMPLY SEND THE PRENOTE AGAIN                 *
      **************************************************************
       1659-SEND-PRENOTE.
           MOVE T-EID(SUB)     TO BNK-EID.
           MOVE T-ROUTING(SUB) TO BNK-ROUTING.
           MOVE T-ACCT(SUB)    TO BNK-ACCT.
           MOVE 0              TO BNK-AMT.
           MOVE 'P'            TO BNK-TRAN-CD.
           WRITE BNK-REC.
           ADD 1 TO BNK-PRENOTE-CT.
           OPEN I-O MST-FILE.
           MOVE T-EID(SUB) TO MST-EID.
           IF MST-OK THEN
              READ MST-FILE
                INVALID KEY
                   MOVE SPACES TO MST-PRENOTE-STAT.
           IF MST-OK THEN
              MOVE 'S'     TO MST-PRENOTE-STAT
              MOVE RUN-CMP TO MST-PRENOTE-DATE
              REWRITE MST-REC.
           IF NOT MST-OK THEN
              DISPLAY 'PROJ03 - PRENOTE SENT BUT EMPMAST NOT MARKED '
                 'FOR EID ' T-EID(SUB) ' - STATUS ' MST-STATUS.
           CLOSE MST-FILE.

       1663-WRITE-ONE-CREDIT.
           IF NET-PAY IS GREATER THAN ZERO THEN
              MOVE T-ROUTING(SUB) TO BNK-ROUTING
              MOVE T-ACCT(SUB)    TO BNK-ACCT
              MOVE NET-PAY        TO BNK-AMT
              MOVE 'C'            TO BNK-TRAN-CD
              WRITE BNK-REC
              ADD 1 TO BNK-CREDIT-CT
              ADD NET-PAY TO BNK-CREDIT-TOT.

       1664-PAY-BY-CHECK.
           IF NET-PAY IS GREATER THAN ZERO THEN
              MOVE T-EID(SUB)   TO ISS-EID
              MOVE T-LAST(SUB)  TO ISS-LAST
              MOVE T-FIRST(SUB) TO ISS-FIRST
              MOVE NET-PAY      TO ISS-AMT
              MOVE 0            TO ISS-LINK-NO
              PERFORM 1666-ISSUE-CHECK.
      **************************************************************
      * ISSUES ONE PAPER CHECK.  ONCE THE CHECK HOLDS ITS OWN       *
      * NUMBER ON CHKISS IT IS PRINTED, LISTED ON THE REGISTER AND  *
      * SENT TO POSITIVE PAY                                        *
      **************************************************************
       1666-ISSUE-CHECK.
           MOVE 'N' TO SW-CI-WRITTEN.
           PERFORM 1671-RECORD-CHECK-ISSUE
             UNTIL CHECK-RECORDED.
           PERFORM 1667-PRINT-CHECK.
           MOVE 'ISSUED' TO CR-ACTION.
           PERFORM 1669-WRITE-REG-LINE.
           MOVE 'I' TO PP-TYPE.
           PERFORM 1661-WRITE-POSPAY.
           ADD 1 TO CHECK-CT.
           ADD ISS-AMT TO CHECK-TOT.
      **************************************************************
      * TAKES THE NEXT CHECK NUMBER, REWRITES CHKCTL AND RECORDS    *
      * THE CHECK ON CHKISS.  A NUMBER ALREADY ON FILE IS PASSED    *
      * OVER AND THE NEXT ONE TRIED, SO NO CHECK IS PRINTED UNDER   *
      * A NUMBER ANOTHER CHECK HAS USED                             *
      **************************************************************
       1671-RECORD-CHECK-ISSUE.
           MOVE NEXT-CHECK-NO TO ISS-CHECK-NO.
           ADD 1 TO NEXT-CHECK-NO.
           PERFORM 1377-SAVE-CHECK-CONTROL.
           MOVE RUN-CMP       TO ISS-ISSUE-DATE.
           MOVE ISS-CHECK-NO  TO CI-CHECK-NO.
           MOVE ISS-EID       TO CI-EID.
           MOVE ISS-LAST      TO CI-LAST.
           MOVE ISS-FIRST     TO CI-FIRST.
           MOVE ISS-AMT       TO CI-AMT.
           MOVE ISS-ISSUE-DATE TO CI-ISSUE-DATE.
           MOVE 'I'           TO CI-STATE.
           MOVE ISS-LINK-NO   TO CI-LINK-NO.
           MOVE 'Y' TO SW-CI-WRITTEN.
           WRITE CI-REC
             INVALID KEY
                MOVE 'N' TO SW-CI-WRITTEN
                DISPLAY 'PROJ03 - CHECK ' ISS-CHECK-NO
                   ' ALREADY ON CHKISS - NUMBER SKIPPED'.

       1667-PRINT-CHECK.
           MOVE RPT-TITLE    TO PC-TITLE.
           MOVE ISS-CHECK-NO TO PC-CHECK-NO.
           WRITE PCHK-REC FROM PCHK-LINE1
             AFTER ADVANCING PAGE.
           MOVE CUR-MO   TO PC-MM.
           MOVE CUR-DAY  TO PC-DD.
           MOVE RUN-CCYY TO PC-CCYY.
           WRITE PCHK-REC FROM PCHK-LINE2
             AFTER ADVANCING 2 LINES.
           MOVE ISS-FIRST TO PC-FIRST.
           MOVE ISS-LAST  TO PC-LAST.
           MOVE ISS-AMT   TO PC-AMT.
           WRITE PCHK-REC FROM PCHK-LINE3
             AFTER ADVANCING 3 LINES.
           MOVE ISS-EID  TO PC-EID.
           MOVE ISS-NOTE TO PC-NOTE.
           WRITE PCHK-REC FROM PCHK-LINE4
             AFTER ADVANCING 2 LINES.

       1669-WRITE-REG-LINE.
           MOVE ISS-CHECK-NO TO CR-CHECK-NO.
           MOVE ISS-EID      TO CR-EID.
           MOVE ISS-LAST     TO CR-LAST.
           MOVE ISS-FIRST    TO CR-FIRST.
           MOVE ISS-AMT      TO CR-AMT.
           MOVE ISS-NOTE     TO CR-NOTE.
           WRITE CREG-REC FROM CREG-DETAIL
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES ONE POSITIVE-PAY RECORD - THE CALLER HAS SET THE     *
      * ISSUE OR VOID TYPE                                          *
      **************************************************************
       1661-WRITE-POSPAY.
           MOVE ISS-CHECK-NO   TO PP-CHECK-NO.
           MOVE ISS-ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE ISS-AMT        TO PP-AMT.
           MOVE ISS-LAST       TO PP-PAYEE-LAST.
           MOVE ISS-FIRST      TO PP-PAYEE-FIRST.
           WRITE PP-REC.
      **************************************************************
      * WRITES THIS EMPLOYEE'S PAY STATEMENT FROM THE FIGURES JUST  *
      * COMMITTED - MASKED SSN, EACH NAMED CATEGORY WITH CURRENT    *
           MOVE 1 TO SUB2.
           PERFORM 1685-WRITE-STUB-DED UNTIL SUB2 > 5.
           MOVE 1 TO SUB2.
           WRITE STUB-REC FROM STUB-TAX-HEAD
             AFTER ADVANCING 2 LINES.
           MOVE 1 TO TAX-SUB.
           PERFORM 1686-WRITE-STUB-TAX UNTIL TAX-SUB > 4.
           MOVE GROSS-PAY TO L-STB-GROSS.
           MOVE TOTAL-DED TO L-STB-TOTDED.
           MOVE TAX-TOTAL TO L-STB-TOTTAX.
           MOVE NET-PAY   TO L-STB-NET.
           WRITE STUB-REC FROM STUB-PAY-LINE
             AFTER ADVANCING 2 LINES.
           MOVE HIST-YTD-DED TO L-STB-YTD-DED.
           WRITE STUB-REC FROM STUB-YTD-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'VACATION HOURS' TO L-STB-LV-DESC.
           MOVE VAC-ACCR         TO L-STB-LV-ACCR.
           MOVE VAC-HOURS        TO L-STB-LV-USED.
           MOVE LV-VAC-BAL       TO L-STB-LV-BAL.
           WRITE STUB-REC FROM STUB-LEAVE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE 'SICK HOURS'     TO L-STB-LV-DESC.
           MOVE SICK-ACCR        TO L-STB-LV-ACCR.
           MOVE SICK-HOURS       TO L-STB-LV-USED.
           MOVE LV-SICK-BAL      TO L-STB-LV-BAL.
           WRITE STUB-REC FROM STUB-LEAVE-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE STATEMENT LINE PER DEDUCTION CATEGORY, WITH THE SAME    *
      * MARKED AT-ANNUAL-CAP LINE THE SCHEDULE REPORT PRINTS UNDER  *
                AFTER ADVANCING 1 LINE.
           ADD 1 TO SUB2.
      **************************************************************
      * ONE STATEMENT LINE PER TAX, CURRENT AND YEAR TO DATE        *
      **************************************************************
       1686-WRITE-STUB-TAX.
           MOVE TAX-CAT-DESC(TAX-SUB) TO L-STB-TAX-DESC.
           MOVE TAX-AMT(TAX-SUB)      TO L-STB-TAX-CUR.
           MOVE TXH-YTD-TAX(TAX-SUB)  TO L-STB-TAX-YTD.
           WRITE STUB-REC FROM STUB-TAX-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO TAX-SUB.
      **************************************************************
      * PRINTS TOTALS AND AVERAGES TO THE LAST PAGE
      **************************************************************
       1700-LAST-PAGE.
             AFTER ADVANCING 2 LINES.
           MOVE 1 TO SUB2.
           PERFORM 1750-PRINT-DED-CAT-TOTALS UNTIL SUB2 > 5.
           WRITE PRNT-REC FROM PRNT-TAX-HEAD
             AFTER ADVANCING 2 LINES.
           MOVE 1 TO TAX-SUB.
           PERFORM 1752-PRINT-TAX-TOTALS UNTIL TAX-SUB > 4.
           WRITE PRNT-REC FROM PRNT-TITLE-HEAD
             AFTER ADVANCING 2 LINES.
           MOVE 1 TO TITLE-SUB.
      * AMOUNTS THAT WENT TO ARREARS ARE ADDED BACK IN, AND         *
      * ARREARS RECOVERED FROM EARLIER PERIODS ARE BACKED OUT,      *
      * SINCE THE CONTROL TOTAL IS THE SCHEDULED DEDUCTIONS ON THE  *
      * MASTER.  FOR THE SAME REASON A FLAT GARNISHMENT REPLACED BY *
      * COURT ORDERS IS ADDED BACK AND THE ORDER AMOUNTS BACKED OUT *
      **************************************************************
       1780-CHECK-BALANCE.
           ADD GRAND-TOT-DED TOT-CAPPED TOT-ARR-ADDED TERM-SKIP-DED
               GARN-SCHED-REPL
             GIVING BAL-WORK.
           ADD TOTAL-REC TERM-SKIP-CT GIVING BAL-REC-CT.
           SUBTRACT TOT-ARR-RECOVER GARN-ORDER-TOT FROM BAL-WORK.
           IF CONT-FILE-OPEN THEN
              MOVE 'PARTIAL RUN - REMAINDER SPILLED TO NEWEMP2'
                TO BAL-MSG
           ELSE
              IF OFFCYCLE-RUN THEN
                 MOVE 'OFF-CYCLE RUN - NOT BALANCED TO MSTCTL'
                   TO BAL-MSG
              ELSE
                 IF NOT MSTCTL-FOUND THEN
                    MOVE 'NO MASTER CONTROL - COUNTS NOT VERIFIED'
                      TO BAL-MSG
                 ELSE
                    IF BAL-REC-CT IS EQUAL TO EXPECTED-REC-CT
                       AND BAL-WORK IS EQUAL TO
                           EXPECTED-CTL-TOTAL THEN
                       MOVE 'IN BALANCE' TO BAL-MSG
                    ELSE
                       MOVE '*** OUT OF BALANCE - SEE COUNTS BELOW ***'
                         TO BAL-MSG.
           MOVE BAL-MSG TO L-BAL-MSG.
           WRITE PRNT-REC FROM PRNT-BALANCE
             AFTER ADVANCING 2 LINES.
           IF MSTCTL-FOUND AND NOT OFFCYCLE-RUN THEN
              MOVE EXPECTED-REC-CT    TO L-EXP-REC
              MOVE EXPECTED-CTL-TOTAL TO L-EXP-TOT
              MOVE TERM-SKIP-CT       TO L-TERM-SKIP
              WRITE PRNT-REC FROM PRNT-BALANCE-DETAIL
                AFTER ADVANCING 1 LINE.
      **************************************************************
             AFTER ADVANCING 1 LINE.
           ADD 1 TO SUB2.
      **************************************************************
      * PRINTS THE TAX WITHHOLDING TOTALS ON THE LAST PAGE - THESE  *
      * TIE TO THE TAX LIABILITY CREDITS ON GLPOST                  *
      **************************************************************
       1752-PRINT-TAX-TOTALS.
           MOVE TAX-CAT-DESC(TAX-SUB) TO L-TAX-CAT-DESC.
           MOVE TOT-TAX-CAT(TAX-SUB)  TO L-TAX-CAT-TOTAL.
           WRITE PRNT-REC FROM PRNT-TAX-CAT
             AFTER ADVANCING 1 LINE.
           ADD 1 TO TAX-SUB.
      **************************************************************
      * PRINTS THE COUNT/AVERAGE RATE/DEDUCTION SUBTOTAL FOR EACH   *
      * JOB TITLE ON THE LAST PAGE                                  *
      **************************************************************
           MOVE 0 TO CAPPED-AMT(3).
           MOVE 0 TO CAPPED-AMT(4).
           MOVE 0 TO CAPPED-AMT(5).
           MOVE 'N' TO SW-VOL-WAIVED.
           IF OFFCYCLE-RUN THEN
              PERFORM 2105-OFFCYCLE-DEDUCTIONS.
      **************************************************************
      * PICKS UP THE OFF-CYCLE GROSS FOR THE EMPLOYEE.  A FLAG OF   *
      * 'N' WAIVES THE VOLUNTARY SLOTS FOR THIS PAYMENT - THE       *
      * GARNISHMENT IN SLOT 4 IS A COURT ORDER AND IS STILL TAKEN - *
      * AND NO ARREARS ARE RECOVERED FROM IT                        *
      **************************************************************
       2105-OFFCYCLE-DEDUCTIONS.
           MOVE 0 TO OFC-GROSS-WS.
           MOVE 1 TO OFC-SUB.
           PERFORM 2106-FIND-OFFCYCLE UNTIL OFC-SUB > OFC-CT.
           IF VOL-DEDS-WAIVED THEN
              MOVE 0 TO T-DED(1)
              MOVE 0 TO T-DED(2)
              MOVE 0 TO T-DED(3)
              MOVE 0 TO T-DED(5).

       2106-FIND-OFFCYCLE.
           IF OFC-TBL-EID(OFC-SUB) IS EQUAL TO T-EID(SUB) THEN
              MOVE OFC-TBL-GROSS(OFC-SUB) TO OFC-GROSS-WS
              IF OFC-TBL-DED-FLAG(OFC-SUB) IS EQUAL TO 'N' THEN
                 SET VOL-DEDS-WAIVED TO TRUE.
           ADD 1 TO OFC-SUB.
      **************************************************************
      * HOLDS EACH SLOT'S SCHEDULED DEDUCTION AT ITS ANNUAL CEILING *
      * BEFORE THE PRIORITY WITHHOLDING RUNS, SO ONLY WHAT CAN      *
      * ************************************************************
       2200-APPLY-CAPS.
           IF CAP-AMT(SUB2) IS GREATER THAN ZERO THEN
              IF SUB2 IS NOT EQUAL TO 4 OR NOT GARN-BY-ORDER THEN
                 PERFORM 2250-APPLY-CAP.
           ADD 1 TO SUB2.
      **************************************************************
      * REDUCES THIS SLOT'S DEDUCTION TO WHAT ROOM IS LEFT UNDER    *
              ADD CAPPED-AMT(SUB2) TO TOT-CAPPED
              MOVE CAP-ROOM TO T-DED(SUB2).
      **************************************************************
      * WITHHOLDS THE PERIOD'S TAXES FROM THE GROSS - SOCIAL        *
      * SECURITY UP TO WHAT IS LEFT OF THE ANNUAL WAGE BASE,        *
      * MEDICARE ON ALL OF IT, THEN FEDERAL AND STATE INCOME TAX ON *
      * THE GROSS LESS PRE-TAX RETIREMENT AND ALLOWANCES.  A BLANK  *
      * STATE CODE MEANS NO STATE TAX.  NO TAX MAY TAKE MORE THAN   *
      * IS LEFT OF THE GROSS                                        *
      **************************************************************
       2290-CALC-TAXES.
           MOVE 0 TO TAX-AMT(1).
           MOVE 0 TO TAX-AMT(2).
           MOVE 0 TO TAX-AMT(3).
           MOVE 0 TO TAX-AMT(4).
           MOVE 0 TO TAX-TOTAL.
           MOVE 0 TO SS-WAGES.
           IF GROSS-PAY IS GREATER THAN ZERO THEN
              PERFORM 2291-CALC-FICA
              PERFORM 2292-SET-TAX-BASE
              PERFORM 2293-CALC-FEDERAL
              IF T-STATE(SUB) IS NOT EQUAL TO SPACES THEN
                 PERFORM 2294-CALC-STATE.

       2291-CALC-FICA.
           SUBTRACT TXH-YTD-SS-WAGES FROM SS-WAGE-CAP GIVING SS-WAGES.
           IF SS-WAGES IS LESS THAN ZERO THEN
              MOVE 0 TO SS-WAGES.
           IF SS-WAGES IS GREATER THAN GROSS-PAY THEN
              MOVE GROSS-PAY TO SS-WAGES.
           MULTIPLY SS-WAGES BY SS-PCT GIVING TAX-WORK ROUNDED.
           MOVE 3 TO TAX-SUB.
           PERFORM 2298-TAKE-TAX.
           MULTIPLY GROSS-PAY BY MED-PCT GIVING TAX-WORK ROUNDED.
           MOVE 4 TO TAX-SUB.
           PERFORM 2298-TAKE-TAX.
      **************************************************************
      * INCOME-TAX WAGES - A PRE-TAX RETIREMENT ELECTION TAKES THE  *
      * PERIOD'S RETIREMENT DEDUCTION, AS HELD AT ITS ANNUAL CAP,   *
      * OFF THE TOP.  FICA IS ON THE FULL GROSS EITHER WAY.  THIS   *
      * IS THE SCHEDULED AMOUNT - 2286-RETAX-INCOME SETTLES THE TAX *
      * ON WHAT IS ACTUALLY WITHHELD                                *
      **************************************************************
       2292-SET-TAX-BASE.
           MOVE 0 TO TAX-PRETAX.
           IF T-RET-PRETAX(SUB) IS EQUAL TO 'Y' THEN
              MOVE T-DED(3) TO TAX-PRETAX.
           IF TAX-PRETAX IS GREATER THAN GROSS-PAY THEN
              MOVE GROSS-PAY TO TAX-PRETAX.
           SUBTRACT TAX-PRETAX FROM GROSS-PAY GIVING TAX-BASE.

       2293-CALC-FEDERAL.
           MOVE SPACES TO LOOK-STATE.
           PERFORM 2295-SET-TAXABLE.
           MOVE 'F' TO LOOK-TYPE.
           PERFORM 2296-FIND-BRACKET.
           IF BRACKET-FOUND THEN
              MOVE 1 TO TAX-SUB
              PERFORM 2298-TAKE-TAX
           ELSE
              MOVE 'NO FEDERAL TAX TABLE' TO EXC-REASON-WS
              PERFORM 1815-LOG-EXCEPTION.

       2294-CALC-STATE.
           MOVE T-STATE(SUB) TO LOOK-STATE.
           PERFORM 2295-SET-TAXABLE.
           MOVE 'S' TO LOOK-TYPE.
           PERFORM 2296-FIND-BRACKET.
           IF BRACKET-FOUND THEN
              MOVE 2 TO TAX-SUB
              PERFORM 2298-TAKE-TAX
           ELSE
              MOVE 'NO STATE TAX TABLE' TO EXC-REASON-WS
              PERFORM 1815-LOG-EXCEPTION.
      **************************************************************
      * TAXABLE WAGES FOR THE JURISDICTION IN LOOK-STATE - THE TAX  *
      * BASE LESS THE EMPLOYEE'S ALLOWANCES AT THAT JURISDICTION'S  *
      * PER-ALLOWANCE AMOUNT, NEVER BELOW ZERO.  NO ALLOWANCE ROW   *
      * MEANS NO ALLOWANCE CREDIT                                   *
      **************************************************************
       2295-SET-TAXABLE.
           MOVE 0 TO ALLOW-AMT.
           MOVE 1 TO TXR-SUB.
           PERFORM 2299-FIND-ALLOWANCE UNTIL TXR-SUB > TXR-CT.
           MULTIPLY T-ALLOW(SUB) BY ALLOW-AMT GIVING ALLOW-WORK.
           SUBTRACT ALLOW-WORK FROM TAX-BASE GIVING TAXABLE-WAGES.
           IF TAXABLE-WAGES IS LESS THAN ZERO THEN
              MOVE 0 TO TAXABLE-WAGES.
           MOVE T-FILING(SUB) TO LOOK-FILING.
      **************************************************************
      * FINDS THE BRACKET FOR THE TAXABLE WAGES - THE ROW OF THIS   *
      * TYPE, STATE AND FILING STATUS WITH THE HIGHEST FLOOR NOT    *
      * ABOVE THE WAGES - AND FIGURES THE TAX AS THE BRACKET BASE   *
      * PLUS ITS PERCENT OF THE WAGES OVER THE FLOOR                *
      **************************************************************
       2296-FIND-BRACKET.
           MOVE 'N' TO SW-BRK-FOUND.
           MOVE 0 TO BRK-OVER.
           MOVE 0 TO BRK-BASE.
           MOVE 0 TO BRK-PCT.
           MOVE 1 TO TXR-SUB.
           PERFORM 2297-CHECK-BRACKET UNTIL TXR-SUB > TXR-CT.
           IF BRACKET-FOUND THEN
              SUBTRACT BRK-OVER FROM TAXABLE-WAGES GIVING TAX-WORK
              MULTIPLY TAX-WORK BY BRK-PCT GIVING TAX-WORK ROUNDED
              ADD BRK-BASE TO TAX-WORK.

       2297-CHECK-BRACKET.
           IF TXR-TYPE(TXR-SUB) IS EQUAL TO LOOK-TYPE
              AND TXR-STATE(TXR-SUB) IS EQUAL TO LOOK-STATE
              AND TXR-FILING(TXR-SUB) IS EQUAL TO LOOK-FILING
              AND TXR-OVER(TXR-SUB) IS NOT GREATER THAN TAXABLE-WAGES
              THEN
              IF NOT BRACKET-FOUND
                 OR TXR-OVER(TXR-SUB) IS GREATER THAN BRK-OVER THEN
                 SET BRACKET-FOUND TO TRUE
                 MOVE TXR-OVER(TXR-SUB)     TO BRK-OVER
                 MOVE TXR-BASE-AMT(TXR-SUB) TO BRK-BASE
                 MOVE TXR-PCT(TXR-SUB)      TO BRK-PCT.
           ADD 1 TO TXR-SUB.
      **************************************************************
      * WITHHOLDS ONE TAX, HELD TO WHAT IS LEFT OF THE GROSS, AND   *
      * ROLLS IT INTO THE EMPLOYEE'S AND THE RUN'S TAX TOTALS       *
      **************************************************************
       2298-TAKE-TAX.
           SUBTRACT TAX-TOTAL FROM GROSS-PAY GIVING TAX-ROOM.
           IF TAX-WORK IS GREATER THAN TAX-ROOM THEN
              MOVE TAX-ROOM TO TAX-WORK.
           MOVE TAX-WORK TO TAX-AMT(TAX-SUB).
           ADD TAX-WORK TO TAX-TOTAL.
           ADD TAX-WORK TO TOT-TAX-CAT(TAX-SUB).

       2299-FIND-ALLOWANCE.
           IF TXR-TYPE(TXR-SUB) IS EQUAL TO 'A'
              AND TXR-STATE(TXR-SUB) IS EQUAL TO LOOK-STATE THEN
              MOVE TXR-ALLOW-AMT(TXR-SUB) TO ALLOW-AMT.
           ADD 1 TO TXR-SUB.
      **************************************************************
      * COMPUTES GROSS AND NET PAY FOR THE PERIOD - TOTALED HOURS   *
      * TIMES RATE FOR AN HOURLY EMPLOYEE, TIME AND A HALF ON THE   *
      * HOURS PAST 40, THE PERIOD SALARY FOR A SALARIED ONE.  AN    *
      * HOURLY EMPLOYEE WITH NO TIMECARD AT ALL GETS A ZERO GROSS   *
      * AND AN EXCEPTION LINE SO MISSING PAY IS VISIBLE.  TAXES ARE *
      * WITHHELD FIRST, THEN THE VOLUNTARY DEDUCTIONS.  WHEN THE    *
      * PRE-TAX RETIREMENT ACTUALLY WITHHELD IS NOT THE AMOUNT THE  *
      * INCOME TAXES WERE FIGURED ON, THEY ARE REFIGURED ON IT      *
      **************************************************************
       2300-CALC-PAY.
           MOVE ZERO TO GROSS-PAY.
           MOVE ZERO TO OT-HOURS.
           MOVE ZERO TO REG-PAY.
           MOVE ZERO TO OT-PAY.
           MOVE ZERO TO VAC-HOURS.
           MOVE ZERO TO SICK-HOURS.
           MOVE ZERO TO HOL-HOURS.
           MOVE 'N' TO SW-HOURLY-PAY.
           IF OFFCYCLE-RUN THEN
              MOVE OFC-GROSS-WS TO GROSS-PAY
           ELSE
              PERFORM 2302-PERIOD-GROSS.
           PERFORM 2290-CALC-TAXES.
           PERFORM 2260-APPLY-PRIORITY.
           IF T-RET-PRETAX(SUB) IS EQUAL TO 'Y'
              AND GROSS-PAY IS GREATER THAN ZERO THEN
              PERFORM 2286-RETAX-INCOME
                UNTIL TAX-PRETAX IS EQUAL TO T-DED(3).
           SUBTRACT TOTAL-DED TAX-TOTAL FROM GROSS-PAY GIVING NET-PAY.
      **************************************************************
      * THE REGULAR RUN'S GROSS - THE PERIOD SALARY, OR THE HOURS   *
      * ON THE PERIOD'S TIMECARDS TIMES THE RATE                    *
      **************************************************************
       2302-PERIOD-GROSS.
           PERFORM 2310-FIND-TIMECARD.
           IF T-STATUS(SUB) IS EQUAL TO 'S' THEN
              MOVE T-RATE(SUB) TO GROSS-PAY.
              ELSE
                 MOVE 'NO TIMECARD IN PERIOD' TO EXC-REASON-WS
                 PERFORM 1815-LOG-EXCEPTION.
      **************************************************************
      * WITHHOLDS THE SCHEDULED DEDUCTIONS IN PRIORITY ORDER -      *
      * GARNISHMENT FIRST - STOPPING WHEN THE GROSS IS EXHAUSTED.   *
      * MONEY                                                       *
      **************************************************************
       2260-APPLY-PRIORITY.
           SUBTRACT TAX-TOTAL FROM GROSS-PAY GIVING REM-GROSS.
           IF GARN-BY-ORDER THEN
              PERFORM 2262-APPLY-ORDERS.
           MOVE 1 TO PRI-SUB.
           PERFORM 2270-WITHHOLD-ONE-SLOT UNTIL PRI-SUB > 5.
           MOVE 1 TO SUB2.
           IF DED-WANT IS GREATER THAN REM-GROSS THEN
              PERFORM 2275-SHORT-TO-ARREARS
           ELSE
              IF ARR-AMT(SUB2) IS GREATER THAN ZERO
                 AND NOT VOL-DEDS-WAIVED
                 AND (SUB2 IS NOT EQUAL TO 4 OR NOT GARN-BY-ORDER)
                 THEN
                 PERFORM 2280-RECOVER-ARREARS.
           MOVE DED-WANT TO T-DED(SUB2).
           SUBTRACT DED-WANT FROM REM-GROSS.
           ADD T-DED(SUB2) TO TOT-DED-CAT(SUB2).
           ADD 1 TO PRI-SUB.
      **************************************************************
      * SLOT 4 FOR AN EMPLOYEE UNDER GARNISHMENT ORDERS - THE       *
      * ORDERS ARE WITHHELD IN PRIORITY ORDER FROM THE DISPOSABLE   *
      * EARNINGS (GROSS LESS TAXES) AND THEIR SUM REPLACES THE FLAT *
      * MASTER AMOUNT.  IT NEVER EXCEEDS THE DISPOSABLE EARNINGS,   *
      * SO THE SLOT IS NEVER SHORTED TO ARREARS                     *
      **************************************************************
       2262-APPLY-ORDERS.
           ADD T-DED(4) TO GARN-SCHED-REPL.
           MOVE REM-GROSS TO GARN-DISP-EARN.
           MOVE 0 TO GARN-TAKEN.
           MOVE 0 TO GO-PASS.
           PERFORM 2264-APPLY-NEXT-ORDER UNTIL GO-PASS NOT < GO-CT.
           MOVE GARN-TAKEN TO T-DED(4).
           ADD GARN-TAKEN TO GARN-ORDER-TOT.

       2264-APPLY-NEXT-ORDER.
           MOVE 0 TO GO-NEXT.
           MOVE 1 TO GO-SUB.
           PERFORM 2265-FIND-NEXT-ORDER UNTIL GO-SUB > GO-CT.
           IF GO-NEXT IS GREATER THAN ZERO THEN
              PERFORM 2266-TAKE-ORDER.
           ADD 1 TO GO-PASS.
      **************************************************************
      * THE UNTAKEN ORDER WITH THE LOWEST PRIORITY NUMBER - ON A    *
      * TIE THE LOWER CASE NUMBER, THE ORDER THEY WERE LOADED IN    *
      **************************************************************
       2265-FIND-NEXT-ORDER.
           IF GO-TBL-DONE(GO-SUB) IS EQUAL TO 'N' THEN
              IF GO-NEXT IS EQUAL TO ZERO
                 OR GO-TBL-PRIORITY(GO-SUB) IS LESS THAN
                    GO-TBL-PRIORITY(GO-NEXT) THEN
                 MOVE GO-SUB TO GO-NEXT.
           ADD 1 TO GO-SUB.
      **************************************************************
      * ONE ORDER TAKES ITS PER-PERIOD AMOUNT, HELD TO ITS BALANCE, *
      * TO ITS PERCENT LIMIT, TO THE DISPOSABLE EARNINGS LEFT AND   *
      * TO WHAT THE SLOT'S FIELD CAN CARRY                          *
      **************************************************************
       2266-TAKE-ORDER.
           MOVE 'Y' TO GO-TBL-DONE(GO-NEXT).
           MOVE GO-TBL-PER(GO-NEXT) TO GARN-WORK.
           IF GO-TBL-BAL(GO-NEXT) IS LESS THAN GARN-WORK THEN
              MOVE GO-TBL-BAL(GO-NEXT) TO GARN-WORK.
           IF GO-TBL-PCT(GO-NEXT) IS GREATER THAN ZERO THEN
              PERFORM 2267-LIMIT-TO-PCT.
           SUBTRACT GARN-TAKEN FROM GARN-DISP-EARN GIVING GARN-ROOM.
           IF GARN-ROOM IS LESS THAN GARN-WORK THEN
              MOVE GARN-ROOM TO GARN-WORK.
           SUBTRACT GARN-TAKEN FROM 999.99 GIVING GARN-ROOM.
           IF GARN-ROOM IS LESS THAN GARN-WORK THEN
              MOVE GARN-ROOM TO GARN-WORK.
           IF GARN-WORK IS LESS THAN ZERO THEN
              MOVE 0 TO GARN-WORK.
           MOVE GARN-WORK TO GO-TBL-TAKE(GO-NEXT).
           SUBTRACT GARN-WORK FROM GO-TBL-BAL(GO-NEXT).
           ADD GARN-WORK TO GARN-TAKEN.
      **************************************************************
      * THE ORDER'S PERCENT OF THE DISPOSABLE EARNINGS, TRUNCATED   *
      * TO THE CENT SO THE LIMIT IS NEVER EXCEEDED, IS A CEILING ON *
      * EVERYTHING GARNISHED SO FAR - HIGHER-PRIORITY ORDERS COUNT  *
      * AGAINST IT                                                  *
      **************************************************************
       2267-LIMIT-TO-PCT.
           MULTIPLY GARN-DISP-EARN BY GO-TBL-PCT(GO-NEXT)
             GIVING GARN-PROD.
           DIVIDE GARN-PROD BY 100 GIVING GARN-ROOM.
           SUBTRACT GARN-TAKEN FROM GARN-ROOM.
           IF GARN-ROOM IS LESS THAN GARN-WORK THEN
              MOVE GARN-ROOM TO GARN-WORK.
      **************************************************************
      * THE GROSS CANNOT COVER THIS SLOT - TAKE WHAT IS THERE AND   *
      * CARRY THE REST FORWARD AS ARREARS                           *
      **************************************************************
           ADD ARR-RECOV-AMT(SUB2) TO DED-WANT.
           ADD ARR-RECOV-AMT(SUB2) TO TOT-ARR-RECOVER.
      **************************************************************
      * THE INCOME TAXES WERE FIGURED ON THE SCHEDULED PRE-TAX      *
      * RETIREMENT.  WHEN THE PRIORITY WITHHOLDING TOOK A DIFFERENT *
      * AMOUNT - SHORTED TO ARREARS OR RAISED BY A RECOVERY - THEY  *
      * ARE REFIGURED ON WHAT WAS ACTUALLY WITHHELD.  HIGHER TAX    *
      * THAN THE GROSS CAN NOW COVER COMES OFF THE DEDUCTIONS IN    *
      * REVERSE PRIORITY AND GOES TO ARREARS.  SHORTING RETIREMENT  *
      * MOVES THE TAX BASE AGAIN, SO THE CALLER REPEATS THIS UNTIL  *
      * THE RETIREMENT AMOUNT STANDS STILL - IT ONLY EVER FALLS, SO *
      * IT MUST                                                     *
      **************************************************************
       2286-RETAX-INCOME.
           SUBTRACT TAX-AMT(1) FROM TAX-TOTAL.
           SUBTRACT TAX-AMT(1) FROM TOT-TAX-CAT(1).
           SUBTRACT TAX-AMT(2) FROM TAX-TOTAL.
           SUBTRACT TAX-AMT(2) FROM TOT-TAX-CAT(2).
           MOVE 0 TO TAX-AMT(1).
           MOVE 0 TO TAX-AMT(2).
           MOVE T-DED(3) TO TAX-PRETAX.
           SUBTRACT TAX-PRETAX FROM GROSS-PAY GIVING TAX-BASE.
           MOVE SPACES TO LOOK-STATE.
           MOVE 'F' TO LOOK-TYPE.
           MOVE 1 TO TAX-SUB.
           PERFORM 2287-RETAX-ONE.
           IF T-STATE(SUB) IS NOT EQUAL TO SPACES THEN
              MOVE T-STATE(SUB) TO LOOK-STATE
              MOVE 'S' TO LOOK-TYPE
              MOVE 2 TO TAX-SUB
              PERFORM 2287-RETAX-ONE.
           ADD TOTAL-DED TAX-TOTAL GIVING TAX-OVERRUN.
           SUBTRACT GROSS-PAY FROM TAX-OVERRUN.
           MOVE 5 TO PRI-SUB.
           PERFORM 2288-SHORT-ONE-SLOT
             UNTIL PRI-SUB IS EQUAL TO 0
                OR TAX-OVERRUN IS NOT GREATER THAN ZERO.
      **************************************************************
      * ONE INCOME TAX AGAIN.  A MISSING TABLE WAS ALREADY LISTED   *
      * ON THE EXCEPTION REPORT THE FIRST TIME, SO IT IS NOT LISTED *
      * TWICE                                                       *
      **************************************************************
       2287-RETAX-ONE.
           PERFORM 2295-SET-TAXABLE.
           PERFORM 2296-FIND-BRACKET.
           IF BRACKET-FOUND THEN
              PERFORM 2298-TAKE-TAX.
      **************************************************************
      * TAKES THE OVERRUN, OR AS MUCH OF IT AS THE SLOT HOLDS, BACK *
      * OFF ONE SLOT AND CARRIES IT AS ARREARS.  GARNISHMENT ORDERS *
      * ARE NEVER SHORTED TO ARREARS, SO THAT SLOT IS LEFT ALONE    *
      **************************************************************
       2288-SHORT-ONE-SLOT.
           MOVE PRI-SLOT(PRI-SUB) TO SUB2.
           IF T-DED(SUB2) IS GREATER THAN ZERO
              AND (SUB2 IS NOT EQUAL TO 4 OR NOT GARN-BY-ORDER) THEN
              PERFORM 2289-TAKE-SHORT.
           SUBTRACT 1 FROM PRI-SUB.

       2289-TAKE-SHORT.
           IF T-DED(SUB2) IS LESS THAN TAX-OVERRUN THEN
              MOVE T-DED(SUB2) TO TAX-SHORT
           ELSE
              MOVE TAX-OVERRUN TO TAX-SHORT.
           SUBTRACT TAX-SHORT FROM T-DED(SUB2).
           SUBTRACT TAX-SHORT FROM TOTAL-DED.
           SUBTRACT TAX-SHORT FROM TOT-DED-CAT(SUB2).
           SUBTRACT TAX-SHORT FROM TAX-OVERRUN.
           ADD TAX-SHORT TO ARR-ADDED-AMT(SUB2).
           ADD TAX-SHORT TO ARR-AMT(SUB2).
           ADD TAX-SHORT TO TOT-ARR-ADDED.
      **************************************************************
      * ACCRUES THE PERIOD'S VACATION AND SICK HOURS AT THE RATE    *
      * FOR THE EMPLOYEE'S TENURE BAND - THE LOWEST BAND WHEN THE   *
      * HIRE DATE IS UNUSABLE - AND CHARGES THE LEAVE HOURS ON THE  *
      * TIMECARDS.  LEAVE TAKEN BEYOND THE BALANCE PLUS THIS        *
      * PERIOD'S ACCRUAL IS STILL PAID, AS KEYED AND APPROVED, BUT  *
      * GOES ON THE EXCEPTION LIST AND LEAVES THE BALANCE NEGATIVE  *
      **************************************************************
       2330-CALC-LEAVE.
           IF T-DATE(SUB) IS NUMERIC THEN
              PERFORM 1842-SET-TENURE-BAND
           ELSE
              MOVE 1 TO TEN-SUB.
           MOVE ACC-VAC(TEN-SUB)  TO VAC-ACCR.
           MOVE ACC-SICK(TEN-SUB) TO SICK-ACCR.
           ADD LV-VAC-BAL VAC-ACCR GIVING LEAVE-AVAIL.
           IF VAC-HOURS IS GREATER THAN LEAVE-AVAIL THEN
              MOVE 'VACATION OVER BALANCE' TO EXC-REASON-WS
              PERFORM 1816-LOG-LEAVE-EXCEPTION.
           ADD LV-SICK-BAL SICK-ACCR GIVING LEAVE-AVAIL.
           IF SICK-HOURS IS GREATER THAN LEAVE-AVAIL THEN
              MOVE 'SICK OVER BALANCE' TO EXC-REASON-WS
              PERFORM 1816-LOG-LEAVE-EXCEPTION.
           ADD VAC-ACCR TO LV-VAC-BAL.
           SUBTRACT VAC-HOURS FROM LV-VAC-BAL.
           ADD SICK-ACCR TO LV-SICK-BAL.
           SUBTRACT SICK-HOURS FROM LV-SICK-BAL.
      **************************************************************
      * SPREADS THE EMPLOYEE'S PAY ACROSS THE COST CENTERS THE      *
      * TIMECARDS CHARGED.  ONLY HOURLY PAY FROM TIMECARDS IS       *
      * SPREAD - A SALARY, AN OFF-CYCLE PAYMENT OR A ZERO GROSS ALL *
      * GOES TO THE HOME DEPARTMENT                                 *
      **************************************************************
       2340-DISTRIBUTE-LABOR.
           IF HOURLY-PAY-CALCED THEN
              PERFORM 2342-SPREAD-HOURLY-PAY
           ELSE
              PERFORM 2341-START-LABOR-TABLE
              MOVE GROSS-PAY TO LD-TBL-REG-PAY(1).
           IF LD-OVERFLOW THEN
              MOVE 'OVER 10 COST CENTERS' TO EXC-REASON-WS
              PERFORM 1816-LOG-LEAVE-EXCEPTION.

       2341-START-LABOR-TABLE.
           MOVE 'N' TO SW-LD-FULL.
           MOVE 1 TO LD-CT.
           MOVE T-HOME-DEPT(SUB) TO LD-TBL-CC(1).
           MOVE 0 TO LD-TBL-REG-HRS(1).
           MOVE 0 TO LD-TBL-OT-HRS(1).
           MOVE 0 TO LD-TBL-REG-PAY(1).
           MOVE 0 TO LD-TBL-OT-PAY(1).

       2342-SPREAD-HOURLY-PAY.
           MOVE REG-PAY TO LD-REG-LEFT.
           MOVE OT-PAY  TO LD-OT-LEFT.
           MOVE 1 TO LD-REG-BIG.
           MOVE 1 TO LD-OT-BIG.
           MOVE 1 TO LD-SUB.
           PERFORM 2343-PRICE-COST-CTR UNTIL LD-SUB > LD-CT.
           ADD LD-REG-LEFT TO LD-TBL-REG-PAY(LD-REG-BIG).
           ADD LD-OT-LEFT  TO LD-TBL-OT-PAY(LD-OT-BIG).

       2343-PRICE-COST-CTR.
           MULTIPLY LD-TBL-REG-HRS(LD-SUB) BY T-RATE(SUB)
             GIVING LD-TBL-REG-PAY(LD-SUB) ROUNDED.
           MULTIPLY LD-TBL-OT-HRS(LD-SUB) BY T-RATE(SUB)
             GIVING LD-TBL-OT-PAY(LD-SUB) ROUNDED.
           MULTIPLY LD-TBL-OT-PAY(LD-SUB) BY 1.5
             GIVING LD-TBL-OT-PAY(LD-SUB) ROUNDED.
           SUBTRACT LD-TBL-REG-PAY(LD-SUB) FROM LD-REG-LEFT.
           SUBTRACT LD-TBL-OT-PAY(LD-SUB)  FROM LD-OT-LEFT.
           IF LD-TBL-REG-HRS(LD-SUB) IS GREATER THAN
              LD-TBL-REG-HRS(LD-REG-BIG) THEN
              MOVE LD-SUB TO LD-REG-BIG.
           IF LD-TBL-OT-HRS(LD-SUB) IS GREATER THAN
              LD-TBL-OT-HRS(LD-OT-BIG) THEN
              MOVE LD-SUB TO LD-OT-BIG.
           ADD 1 TO LD-SUB.

       2344-FIND-COST-CTR.
           IF LD-TBL-CC(LD-SUB) IS EQUAL TO LD-CHARGE-CC THEN
              SET LD-FOUND TO TRUE
           ELSE
              ADD 1 TO LD-SUB.
      **************************************************************
      * TOTALS EVERY ONE OF THE CURRENT EMPLOYEE'S TIMECARDS -      *
      * DAILY CLOCKERS HAVE SEVERAL - AND MARKS EACH ONE USED SO    *
      * LEFTOVER TIMECARDS CAN BE REPORTED AT END OF RUN            *
      **************************************************************
       2310-FIND-TIMECARD.
           MOVE 0 TO TOT-HOURS.
           MOVE 0 TO VAC-HOURS.
           MOVE 0 TO SICK-HOURS.
           MOVE 0 TO HOL-HOURS.
           MOVE 'N' TO SW-TIME-FOUND.
           PERFORM 2341-START-LABOR-TABLE.
           MOVE 1 TO TIME-SUB.
           PERFORM 2315-NEXT-TIMECARD UNTIL TIME-SUB > TIME-CT.

       2315-NEXT-TIMECARD.
           IF TC-TBL-EID(TIME-SUB) IS EQUAL TO T-EID(SUB) THEN
              PERFORM 2317-ADD-TIMECARD-HOURS
              MOVE 'Y' TO TC-TBL-USED(TIME-SUB)
              SET TIMECARD-FOUND TO TRUE.
           ADD 1 TO TIME-SUB.

       2317-ADD-TIMECARD-HOURS.
           MOVE T-HOME-DEPT(SUB)       TO LD-CHARGE-CC.
           MOVE TC-TBL-HOURS(TIME-SUB) TO LD-CARD-REG.
           MOVE 0                      TO LD-CARD-OT.
           IF TC-TBL-CODE(TIME-SUB) IS EQUAL TO 'V' THEN
              ADD TC-TBL-HOURS(TIME-SUB) TO VAC-HOURS
           ELSE
              IF TC-TBL-CODE(TIME-SUB) IS EQUAL TO 'S' THEN
                 ADD TC-TBL-HOURS(TIME-SUB) TO SICK-HOURS
              ELSE
                 IF TC-TBL-CODE(TIME-SUB) IS EQUAL TO 'H' THEN
                    ADD TC-TBL-HOURS(TIME-SUB) TO HOL-HOURS
                 ELSE
                    PERFORM 2318-SPLIT-WORKED-HOURS
                    ADD TC-TBL-HOURS(TIME-SUB) TO TOT-HOURS.
           PERFORM 2319-CHARGE-HOURS.
      **************************************************************
      * A WORKED-TIME CARD CHARGES ITS OWN COST CENTER, IF IT NAMES *
      * ONE.  TOT-HOURS STILL HOLDS THE HOURS ON THE CARDS BEFORE   *
      * THIS ONE, SO WHATEVER TAKES THE PERIOD PAST 40 IS OVERTIME  *
      **************************************************************
       2318-SPLIT-WORKED-HOURS.
           IF TC-TBL-CC(TIME-SUB) IS NOT EQUAL TO SPACES THEN
              MOVE TC-TBL-CC(TIME-SUB) TO LD-CHARGE-CC.
           IF TOT-HOURS IS NOT LESS THAN 40 THEN
              MOVE 0 TO LD-CARD-REG
              MOVE TC-TBL-HOURS(TIME-SUB) TO LD-CARD-OT
           ELSE
              SUBTRACT TOT-HOURS FROM 40 GIVING LD-CARD-REG
              IF TC-TBL-HOURS(TIME-SUB) IS GREATER THAN
                 LD-CARD-REG THEN
                 SUBTRACT LD-CARD-REG FROM TC-TBL-HOURS(TIME-SUB)
                   GIVING LD-CARD-OT
              ELSE
                 MOVE TC-TBL-HOURS(TIME-SUB) TO LD-CARD-REG.

       2319-CHARGE-HOURS.
           MOVE 'N' TO SW-LD-FOUND.
           MOVE 1 TO LD-SUB.
           PERFORM 2344-FIND-COST-CTR
             UNTIL LD-SUB > LD-CT OR LD-FOUND.
           IF NOT LD-FOUND THEN
              IF LD-CT IS LESS THAN 10 THEN
                 ADD 1 TO LD-CT
                 MOVE LD-CT        TO LD-SUB
                 MOVE LD-CHARGE-CC TO LD-TBL-CC(LD-SUB)
                 MOVE 0            TO LD-TBL-REG-HRS(LD-SUB)
                 MOVE 0            TO LD-TBL-OT-HRS(LD-SUB)
              ELSE
                 SET LD-OVERFLOW TO TRUE
                 MOVE 1 TO LD-SUB.
           ADD LD-CARD-REG TO LD-TBL-REG-HRS(LD-SUB).
           ADD LD-CARD-OT  TO LD-TBL-OT-HRS(LD-SUB).
      **************************************************************
      * SPLITS THE PERIOD'S HOURS WORKED AT 40 AND PAYS TIME AND A  *
      * HALF ON THE EXCESS, PER THE UNION AGREEMENT.  VACATION,     *
      * SICK AND HOLIDAY HOURS ARE THEN ADDED TO THE REGULAR HOURS  *
      * AT THE STRAIGHT RATE.  THE SPLIT ROLLS INTO THE RUN-WIDE    *
      * HOURS AND DOLLARS TOTALS FOR THE LAST PAGE                  *
      **************************************************************
       2320-CALC-HOURLY-PAY.
           SET HOURLY-PAY-CALCED TO TRUE.
           ELSE
              MOVE TOT-HOURS TO REG-HOURS
              MOVE 0 TO OT-HOURS.
           ADD VAC-HOURS SICK-HOURS HOL-HOURS TO REG-HOURS.
           MULTIPLY REG-HOURS BY T-RATE(SUB)
             GIVING REG-PAY ROUNDED.
           MULTIPLY OT-HOURS BY T-RATE(SUB)
              MOVE T-LAST(SUB) TO EXC-LAST(EXCEPT-CT)
              MOVE EXC-REASON-WS TO EXC-REASON(EXCEPT-CT).
      **************************************************************
      * A LEAVE OVERDRAWN, A COST CENTER CHARGED HOME BECAUSE THE   *
      * EMPLOYEE'S TIMECARDS NAMED TOO MANY, OR A GARNISHMENT ORDER *
      * PAST THE TEN THE ORDER TABLE HOLDS IS LISTED FOR PAYROLL TO *
      * FOLLOW UP, BUT UNLIKE A BAD RECORD IT DOES NOT KEEP THE     *
      * EMPLOYEE'S RATE OUT OF THE AVERAGES, SO THE RECORD IS NOT   *
      * MARKED                                                      *
      **************************************************************
       1816-LOG-LEAVE-EXCEPTION.
           IF EXCEPT-CT IS LESS THAN 200 THEN
              ADD 1 TO EXCEPT-CT
              MOVE T-EID(SUB)  TO EXC-EID(EXCEPT-CT)
              MOVE T-LAST(SUB) TO EXC-LAST(EXCEPT-CT)
              MOVE EXC-REASON-WS TO EXC-REASON(EXCEPT-CT).
      **************************************************************
      * AFTER THE LAST EMPLOYEE, ANY TIMECARD THAT NEVER MATCHED AN *
      * EID GOES ON THE EXCEPTION LIST SO A MIS-KEYED TIMECARD IS   *
      * VISIBLE INSTEAD OF SILENTLY UNPAID                          *
      **************************************************************
      * APPENDS THIS RUN'S AUDIT RECORD TO THE PERMANENT RUN LOG -  *
      * THE DATE, COUNTS, CONTROL TOTAL, BALANCE VERDICT AND        *
      * WHETHER THE RUN SPILLED TO NEWEMP2.  THE RUN TYPE RIDES IN  *
      * THE BALANCE VERDICT - AN OFF-CYCLE RUN NEVER SPILLS AND     *
      * ALWAYS LOGS 'OFF-CYCLE RUN - NOT BALANCED TO MSTCTL', WHICH *
      * RUNHIST KEYS ON, SO THE RECORD KEEPS ITS LENGTH             *
      **************************************************************
       1860-WRITE-RUN-LOG.
           OPEN EXTEND LOG-FILE.
      * THAT PASSED THE HIRE-DATE CHECKS GET HERE                   *
      **************************************************************
       1840-ACCUM-TENURE.
           PERFORM 1842-SET-TENURE-BAND.
           ADD 1 TO TENURE-CT(TEN-SUB).
           ADD T-RATE(SUB) TO TENURE-RATE-TOT(TEN-SUB).
           IF HIRE-MM IS EQUAL TO CUR-MO
              AND ANNIV-CT IS LESS THAN 100 THEN
              SUBTRACT HIRE-YYYY FROM RUN-CCYY GIVING ANNIV-YEARS
              IF ANNIV-YEARS IS GREATER THAN ZERO THEN
                 ADD 1 TO ANNIV-CT
                 MOVE T-EID(SUB)  TO ANN-EID(ANNIV-CT)
                 MOVE T-LAST(SUB) TO ANN-LAST(ANNIV-CT)
                 MOVE ANNIV-YEARS TO ANN-YEARS(ANNIV-CT).
      **************************************************************
      * FULL YEARS OF SERVICE AND THE TENURE BAND THEY FALL IN -    *
      * SHARED BY THE TENURE ANALYSIS AND THE LEAVE ACCRUAL         *
      **************************************************************
       1842-SET-TENURE-BAND.
           MOVE T-DATE(SUB) TO HIRE-DATE-WS.
           SUBTRACT HIRE-YYYY FROM RUN-CCYY GIVING SVC-YEARS.
           IF CUR-MO IS LESS THAN HIRE-MM THEN
                    MOVE 3 TO TEN-SUB
                 ELSE
                    MOVE 4 TO TEN-SUB.
      **************************************************************
      * CALCULATE AVERAGE RATES
      **************************************************************
