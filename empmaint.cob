       PROGRAM-ID. EMPMAINT.
       AUTHOR. Addyson Sisemore
      * EMPLOYEE MASTER FILE MAINTENANCE.
      * APPLIES HR'S A/C/D/T TRANSACTION RECORDS AGAINST THE PERMANENT
      * EMPLOYEE MASTER (EMPMAST) AND PRINTS A BEFORE/AFTER CHANGE
      * REGISTER, SO ONLY THE RECORDS THAT ACTUALLY CHANGED ARE EVER
      * KEYED - THE DAILY FULL NEWEMP REBUILD IS RETIRED.
           SELECT MCT-FILE ASSIGN TO 'MSTCTL'.
           SELECT ERR-FILE ASSIGN TO 'EMPTRERR'.
           SELECT OPTIONAL PEND-FILE ASSIGN TO 'EMPPEND'.
           SELECT BCN-FILE ASSIGN TO 'UR-S-BNKCHG'.
           SELECT SEP-FILE ASSIGN TO 'UR-S-SEPRPT'.
           SELECT HIST-FILE ASSIGN TO 'DEDHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-STATUS.
           SELECT ARR-FILE ASSIGN TO 'DEDARRS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARR-KEY
               FILE STATUS IS ARR-STATUS.
           SELECT JOB-FILE ASSIGN TO 'JOBCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-PGM
               FILE STATUS IS JOB-STATUS.
           SELECT OPTIONAL OVR-FILE ASSIGN TO 'JOBOVR'.

       DATA DIVISION.

      * BY A FULL EMPLOYEE RECORD IMAGE IN THE SAME LAYOUT AS THE   *
      * MASTER, BANK ROUTING AND ACCOUNT INCLUDED, AND AN OPTIONAL  *
      * MMDDYYYY EFFECTIVE DATE.  A CHANGE CARRIES THE COMPLETE     *
      * REPLACEMENT RECORD.  A TERMINATION CARRIES THE EID AND THE  *
      * MMDDYYYY TERMINATION DATE AND REASON CODE IN THEIR MASTER   *
      * POSITIONS.  A BLANK OR ZERO EFFECTIVE DATE TAKES EFFECT     *
      * THIS RUN; A FUTURE ONE IS HELD PENDING                      *
      **************************************************************
       FD TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TRAN-REC      PIC X(209).
      **************************************************************
      * FUTURE-DATED TRANSACTIONS HELD FROM EARLIER RUNS, IN THE    *
      * SAME LAYOUT AS EMPTRAN - RE-EXAMINED EVERY RUN AND          *
       FD PEND-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PEND-REC      PIC X(209).
      **************************************************************
      * PERMANENT EMPLOYEE MASTER - ONE RECORD PER EID, SAME FIELD  *
      * LAYOUT AS THE OLD DAILY NEWEMP DUMP SO DOWNSTREAM PROGRAMS  *
          05 MST-DED4        PIC 9(3)V99.
          05 MST-DED5        PIC 9(3)V99.
          05 FILLER          PIC X(1).
          05 MST-FILING-STAT PIC X(1).
          05 MST-ALLOWANCES  PIC 9(2).
          05 MST-STATE-CD    PIC X(2).
          05 MST-RET-PRETAX  PIC X(1).
          05 MST-PRENOTE-STAT PIC X(1).
          05 MST-PRENOTE-DATE PIC X(8).
          05 MST-EMP-STAT    PIC X(1).
            88 MST-TERMINATED          VALUE 'T'.
          05 MST-TERM-DATE   PIC X(8).
          05 MST-TERM-REASON PIC X(2).
          05 MST-HOME-DEPT   PIC X(4).
          05 FILLER          PIC X(38).
       FD REG-FILE
           LABEL RECORDS ARE OMITTED.
       01 REG-REC      PIC X(125).
      **************************************************************
      * BANK-CHANGE NOTICES - ONE LINE PER EMPLOYEE WHOSE DIRECT    *
      * DEPOSIT ACCOUNT WAS ADDED, CHANGED OR REMOVED, OLD AND NEW  *
      * ACCOUNT MASKED, SO THE EMPLOYEE CAN BE TOLD OF IT           *
      **************************************************************
       FD BCN-FILE
           LABEL RECORDS ARE OMITTED.
       01 BCN-REC      PIC X(125).
      **************************************************************
      * SEPARATION REPORT - ONE ENTRY PER EMPLOYEE TERMINATED THIS  *
      * RUN WITH THE YTD DEDUCTIONS TAKEN AND ANY ARREARS STILL     *
      * OWED, SO THE BALANCE CAN BE SENT FOR COLLECTION             *
      **************************************************************
       FD SEP-FILE
           LABEL RECORDS ARE OMITTED.
       01 SEP-REC      PIC X(125).
      **************************************************************
      * YTD DEDUCTION HISTORY AND CARRIED ARREARS - SAME LAYOUTS    *
      * THE NIGHTLY RUN MAINTAINS, READ BY EID AND SSN FOR THE      *
      * SEPARATION REPORT                                           *
      **************************************************************
       FD HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 HIST-REC.
          05 HIST-KEY.
             10 HIST-EID     PIC X(7).
             10 HIST-SSN     PIC X(9).
          05 HIST-YTD-DED    PIC S9(8)V99.
          05 HIST-YTD-CAT    PIC S9(7)V99 OCCURS 5 TIMES.
       FD ARR-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARR-REC.
          05 ARR-KEY.
             10 ARR-EID      PIC X(7).
             10 ARR-SSN      PIC X(9).
          05 ARR-AMT         PIC 9(5)V99 OCCURS 5 TIMES.
      **************************************************************
      * MASTER CONTROL RECORD - RECORD COUNT AND DEDUCTION CONTROL  *
      * TOTAL ACROSS THE WHOLE MASTER, REWRITTEN AFTER EVERY        *
      * MAINTENANCE RUN SO THE REPORT RUN CAN PROVE IT READ THE     *
       FD ERR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ERR-REC       PIC X(209).
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
       WORKING-STORAGE SECTION.
      **************************************************************
      * THE TRANSACTION IN HAND - READ HERE FROM EMPTRAN OR MOVED   *
      **************************************************************
       01 TRAN-WORK.
          05 TRN-ACTION      PIC X(1).
          05 TRN-EMP-IMAGE   PIC X(200).
          05 TRN-EFF-DATE    PIC X(8).
       01 PAGE-CT       PIC 9999        VALUE 1.
       01 LN-CT         PIC 99          VALUE 0.
       01 ADD-CT        PIC 9999        VALUE 0.
       01 CHG-CT        PIC 9999        VALUE 0.
       01 DEL-CT        PIC 9999        VALUE 0.
       01 TERM-CT       PIC 9999        VALUE 0.
       01 ERR-CT        PIC 9999        VALUE 0.
       01 REJ-CT        PIC 9999        VALUE 0.
       01 MST-CT        PIC 9999        VALUE 0.
      **************************************************************
      * WORK AREA HOLDING THE MASTER IMAGE AS IT STOOD BEFORE THE   *
      * TRANSACTION WAS APPLIED, FOR THE BEFORE LINE OF THE REGISTER*
      * AND THE BANK-ACCOUNT COMPARISON                             *
      **************************************************************
       01 BEFORE-IMAGE.
          05 FILLER           PIC X(65).
          05 BEF-BANK-ROUTING PIC X(9).
          05 BEF-BANK-ACCT    PIC X(15).
          05 FILLER           PIC X(49).
          05 BEF-PRENOTE-STAT PIC X(1).
          05 BEF-PRENOTE-DATE PIC X(8).
          05 BEF-EMP-STAT     PIC X(1).
          05 BEF-TERM-DATE    PIC X(8).
          05 BEF-TERM-REASON  PIC X(2).
          05 FILLER           PIC X(42).
      **************************************************************
      * BANK-ACCOUNT CHANGE BOOKKEEPING.  A NEW OR CHANGED ACCOUNT  *
      * IS MARKED PRENOTE OWED (P); THE NIGHTLY RUN SENDS THE       *
      * ZERO-DOLLAR PRENOTE AND PAYS BY CHECK UNTIL IT CLEARS.  THE *
      * ACCOUNT IS MASKED TO ITS LAST FOUR CHARACTERS ON THE NOTICE *
      **************************************************************
       01 SW-BANK-CHG   PIC X           VALUE 'N'.
         88 BANK-CHANGED              VALUE 'Y'.
       01 BANK-CHG-CT   PIC 9999        VALUE 0.
       01 MASK-IN       PIC X(15).
       01 MASK-OUT      PIC X(15).
       01 MASK-LEN      PIC 99          VALUE 0.
       01 MASK-HIDE     PIC 99          VALUE 0.
      **************************************************************
      * ROUTING NUMBER CHECK-DIGIT WORK - WEIGHTS 3, 7, 1 REPEATED  *
      * ACROSS THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN        *
      **************************************************************
       01 ABA-ROUTING-WS.
          05 ABA-DIGIT    PIC 9         OCCURS 9 TIMES.
       01 ABA-SUM-3     PIC 9(3)        VALUE 0.
       01 ABA-SUM-7     PIC 9(3)        VALUE 0.
       01 ABA-SUM-1     PIC 9(3)        VALUE 0.
       01 ABA-SUM       PIC 9(3)        VALUE 0.
       01 ABA-QUOT      PIC 9(3)        VALUE 0.
       01 ABA-REM       PIC 9           VALUE 0.
      **************************************************************
      * TERMINATION WORK - THE KEYED MMDDYYYY DATE, ITS CCYYMMDD    *
      * COPY AS STORED ON THE MASTER, AND THE REASON CODES WITH     *
      * THE DESCRIPTION PRINTED ON THE SEPARATION REPORT            *
      **************************************************************
       01 TERM-DATE-WS.
          05 TERM-MM      PIC 9(2).
          05 TERM-DD      PIC 9(2).
          05 TERM-YYYY    PIC 9(4).
       01 TERM-CMP-GRP.
          05 TERM-CMP-YYYY PIC 9(4).
          05 TERM-CMP-MM  PIC 9(2).
          05 TERM-CMP-DD  PIC 9(2).
       01 TERM-CMP REDEFINES TERM-CMP-GRP PIC 9(8).
       01 TERM-REASON-VALS.
         03 FILLER        PIC X(16)   VALUE 'RSRESIGNED'.
         03 FILLER        PIC X(16)   VALUE 'RTRETIRED'.
         03 FILLER        PIC X(16)   VALUE 'DCDISCHARGED'.
         03 FILLER        PIC X(16)   VALUE 'LOLAID OFF'.
         03 FILLER        PIC X(16)   VALUE 'ECCONTRACT ENDED'.
         03 FILLER        PIC X(16)   VALUE 'DEDECEASED'.
       01 TERM-REASON-TABLE REDEFINES TERM-REASON-VALS.
         03 TRS-ENTRY     OCCURS 6 TIMES.
            05 TRS-CODE   PIC X(2).
            05 TRS-DESC   PIC X(14).
       01 TRS-SUB       PIC 99          VALUE 0.
       01 TRS-FOUND     PIC 99          VALUE 0.
      **************************************************************
      * SEPARATION REPORT WORK - WHETHER DEDHIST AND DEDARRS COULD  *
      * BE OPENED, THE SLOT SUBSCRIPT, AND THE COUNT AND ARREARS    *
      * TOTAL FOR THE REPORT FOOTING                                *
      **************************************************************
       01 HIST-STATUS    PIC XX.
         88 HIST-OK                 VALUE '00'.
       01 ARR-STATUS     PIC XX.
         88 ARR-OK                  VALUE '00'.
       01 SW-HIST-OPEN  PIC X           VALUE 'N'.
         88 HIST-OPEN                 VALUE 'Y'.
       01 SW-ARR-OPEN   PIC X           VALUE 'N'.
         88 ARR-OPEN                  VALUE 'Y'.
       01 SEP-SUB       PIC 9           VALUE 0.
       01 SEP-YTD-TOT   PIC S9(8)V99    VALUE 0.
       01 SEP-ARR-TOT   PIC 9(6)V99     VALUE 0.
       01 SEP-ARR-GRAND PIC 9(8)V99     VALUE 0.
      **************************************************************
      * FIELD-EDIT VERDICT FOR THE TRANSACTION IN HAND AND THE      *
      * MESSAGE NAMING THE FIELD THAT FAILED - A REJECTED           *
       01 PSCAN-SUB     PIC 999         VALUE 1.
       01 PEND-TABLE.
         03 PEND-ENTRY  OCCURS 200 TIMES.
            05 PND-REC       PIC X(209).
            05 PND-HELD      PIC X(1).
       01 HOLD-CT       PIC 9999        VALUE 0.
       01 REL-CT        PIC 9999        VALUE 0.
         03 EOF-MST    PIC 9   VALUE 0.
         03 EOF-SCAN   PIC 9   VALUE 0.
         03 EOF-PND    PIC 9   VALUE 0.
         03 EOF-OV     PIC 9   VALUE 0.
       01 MST-STATUS     PIC XX.
         88 MST-OK                  VALUE '00'.
         88 MST-NOT-FOUND           VALUE '23'.
         88 MST-DUPLICATE           VALUE '22'.
         88 MST-NOT-EXIST           VALUE '35'.
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
       01 JOB-PRIOR-CYCLE PIC X(8)       VALUE SPACES.
       01 SW-JOB-FOUND   PIC X           VALUE 'N'.
         88 JOB-FOUND                 VALUE 'Y'.
       01 SW-JOB-OVERRIDE PIC X          VALUE 'N'.
         88 JOB-OVERRIDDEN            VALUE 'Y'.
       01 JOB-OVR-BY     PIC X(3)        VALUE SPACES.
       01 JOB-OVR-WHY    PIC X(40)       VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE CHANGE REGISTER HEADING AND DETAIL LINES     *
      **************************************************************
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(7)    VALUE 'STATUS:'.
         03 L-IMG-STATUS  PIC X(1).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(4)    VALUE 'W/H:'.
         03 L-IMG-FILING  PIC X(1).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-IMG-ALLOW   PIC Z9.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-IMG-STATE   PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-IMG-PRETAX  PIC X(1).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(5)    VALUE 'DEPT:'.
         03 L-IMG-DEPT    PIC X(4).

       01 REG-TOTALS1.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(12)   VALUE 'REJECTS:    '.
         03 L-REJ-CT      PIC ZZZ9.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(12)   VALUE 'TERMS:      '.
         03 L-TERM-CT     PIC ZZZ9.

       01 REG-TOTALS3.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(17)   VALUE 'DEDUCTION TOTAL: '.
         03 L-MST-DED-SUM PIC $ZZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR THE BANK-CHANGE NOTICE LISTING                   *
      **************************************************************
       01 BCN-HEADING1.
         03 BH-CUR-YR   PIC 99.
         03 FILLER      PIC X(1)    VALUE '/'.
         03 BH-CUR-MO   PIC 99.
         03 FILLER      PIC X(1)    VALUE '/'.
         03 BH-CUR-DAY  PIC 99.
         03 FILLER      PIC X(44)   VALUE SPACES.
         03 FILLER      PIC X(27)
            VALUE 'BANK ACCOUNT CHANGE NOTICES'.

       01 BCN-HEADING2.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(9)    VALUE 'EMP ID'.
         03 FILLER      PIC X(28)   VALUE 'NAME'.
         03 FILLER      PIC X(28)   VALUE 'OLD ROUTING / ACCOUNT'.
         03 FILLER      PIC X(21)   VALUE 'NEW ROUTING / ACCOUNT'.

       01 BCN-DETAIL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 BN-EID        PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 BN-LAST       PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 BN-FIRST      PIC X(10).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 BN-OLD-ROUTING PIC X(9).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 BN-OLD-ACCT   PIC X(15).
         03 FILLER        PIC X(3)    VALUE SPACES.
         03 BN-NEW-ROUTING PIC X(9).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 BN-NEW-ACCT   PIC X(15).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 BN-NOTE       PIC X(24).

       01 BCN-TOTALS.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(22)
            VALUE 'BANK ACCOUNT CHANGES: '.
         03 L-BANK-CHG-CT PIC ZZZ9.
      **************************************************************
      * LAYOUT FOR THE SEPARATION REPORT                            *
      **************************************************************
       01 SEP-HEADING1.
         03 SH-CUR-YR   PIC 99.
         03 FILLER      PIC X(1)    VALUE '/'.
         03 SH-CUR-MO   PIC 99.
         03 FILLER      PIC X(1)    VALUE '/'.
         03 SH-CUR-DAY  PIC 99.
         03 FILLER      PIC X(44)   VALUE SPACES.
         03 FILLER      PIC X(26)
            VALUE 'EMPLOYEE SEPARATION REPORT'.

       01 SEP-COL-HEAD.
         03 FILLER      PIC X(24)   VALUE SPACES.
         03 FILLER      PIC X(13)   VALUE ' HEALTH INSUR'.
         03 FILLER      PIC X(13)   VALUE ' DENTAL INSUR'.
         03 FILLER      PIC X(13)   VALUE '   RETIREMENT'.
         03 FILLER      PIC X(13)   VALUE '  GARNISHMENT'.
         03 FILLER      PIC X(13)   VALUE '   MISC/OTHER'.
         03 FILLER      PIC X(15)   VALUE '          TOTAL'.

       01 SEP-EMP-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 SP-EID        PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 SP-LAST       PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 SP-FIRST      PIC X(10).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'HIRED '.
         03 SP-HIRE-MM    PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 SP-HIRE-DD    PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 SP-HIRE-YYYY  PIC X(4).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(11)   VALUE 'TERMINATED '.
         03 SP-TERM-MM    PIC 9(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 SP-TERM-DD    PIC 9(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 SP-TERM-YYYY  PIC 9(4).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 SP-REASON     PIC X(2).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 SP-REASON-DESC PIC X(14).

       01 SEP-AMT-LINE.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 SP-AMT-TAG    PIC X(20).
         03 SP-AMT        PIC Z,ZZZ,ZZ9.99- OCCURS 5 TIMES.
         03 SP-AMT-TOT    PIC $ZZ,ZZZ,ZZ9.99-.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 SP-AMT-NOTE   PIC X(20).

       01 SEP-TOTALS.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(13)   VALUE 'SEPARATIONS: '.
         03 L-SEP-CT      PIC ZZZ9.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(21)
            VALUE 'ARREARS OUTSTANDING: '.
         03 L-SEP-ARR     PIC $ZZ,ZZZ,ZZ9.99.
      **************************************************************
      * WORK VIEW OF A TRANSACTION'S EMPLOYEE IMAGE SO ITS FIELDS   *
      * CAN BE EDITED ONTO THE REGISTER                             *
      **************************************************************
          05 IMG-DED4        PIC 9(3)V99.
          05 IMG-DED5        PIC 9(3)V99.
          05 FILLER          PIC X(1).
          05 IMG-FILING-STAT PIC X(1).
          05 IMG-ALLOWANCES  PIC 9(2).
          05 IMG-STATE-CD    PIC X(2).
          05 IMG-RET-PRETAX  PIC X(1).
          05 FILLER          PIC X(9).
          05 IMG-EMP-STAT    PIC X(1).
          05 IMG-TERM-DATE   PIC X(8).
          05 IMG-TERM-REASON PIC X(2).
          05 IMG-HOME-DEPT   PIC X(4).
          05 FILLER          PIC X(38).
      **************************************************************
      * LAYOUT FOR DATE
      **************************************************************
           ACCEPT CUR-DATE FROM DATE.
       000-MAINLINE.
           PERFORM 1100-SET-RUN-DATE.
           PERFORM 1050-CHECK-JOB-STREAM.
           OPEN OUTPUT REG-FILE
                       ERR-FILE
                       BCN-FILE
                       SEP-FILE.
           PERFORM 1320-OPEN-MASTER.
           IF NOT MST-OK THEN
              DISPLAY 'EMPMAINT - RUN ABANDONED - NO TRANSACTIONS '
                 'APPLIED AND MSTCTL LEFT UNTOUCHED'
              CLOSE REG-FILE
                    ERR-FILE
                    BCN-FILE
                    SEP-FILE
              STOP RUN.
           PERFORM 1330-OPEN-HISTORY.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1410-PRINT-BANK-HEAD.
           PERFORM 1420-PRINT-SEP-HEAD.
           PERFORM 1200-LOAD-PENDING.
           PERFORM 1210-PROCESS-PENDING.
           OPEN INPUT TRAN-FILE.
           PERFORM 1790-WRITE-PENDING.
           PERFORM 1700-PRINT-TOTALS.
           PERFORM 1750-WRITE-CONTROL.
           PERFORM 1710-PRINT-BANK-TOTAL.
           PERFORM 1720-PRINT-SEP-TOTAL.
           CLOSE MST-FILE
                 REG-FILE
                 ERR-FILE
                 BCN-FILE
                 SEP-FILE.
           IF HIST-OPEN THEN
              CLOSE HIST-FILE.
           IF ARR-OPEN THEN
              CLOSE ARR-FILE.
           PERFORM 1070-STAMP-JOB-COMPLETE.
           STOP RUN.
      **************************************************************
      * THE JOB-STREAM CHECK.  EMPMAINT OPENS EACH NIGHT'S CYCLE,   *
      * DATED WITH ITS RUN DATE, AND RUNS ONCE A CYCLE.  A NEW      *
      * CYCLE IS OPENED ONLY ONCE THE NIGHTLY RUN HAS COMPLETED THE *
      * LAST ONE - MASTER CHANGES APPLIED UNDER AN ABENDED PAYROLL  *
      * WOULD CHANGE WHAT ITS MODE-R RESTART SEES.  THE RUN IS      *
      * STAMPED STARTED BEFORE EMPMAST IS OPENED                    *
      **************************************************************
       1050-CHECK-JOB-STREAM.
           PERFORM 1051-SET-JOB-STAMP.
           PERFORM 1052-OPEN-JOB-CONTROL.
           MOVE RUN-CMP TO JOB-RUN-CYCLE.
           MOVE 'EMPMAINT' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF JOB-FOUND THEN
              PERFORM 1054-CHECK-OPEN-CYCLE.
           IF JOB-REFUSAL IS NOT EQUAL TO SPACES THEN
              PERFORM 1060-REFUSE-OR-OVERRIDE.
           PERFORM 1064-STAMP-JOB-STARTED.
           CLOSE JOB-FILE.
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
              DISPLAY 'EMPMAINT - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - NOT STARTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1053-READ-JOB-ENTRY.
           MOVE 'Y' TO SW-JOB-FOUND.
           READ JOB-FILE
             INVALID KEY
                MOVE 'N' TO SW-JOB-FOUND.
      **************************************************************
      * COMPARES TODAY'S RUN DATE WITH THE CYCLE EMPMAINT LAST      *
      * OPENED.  THE SAME CYCLE MAY BE RERUN ONLY IF IT NEVER       *
      * COMPLETED; A LATER ONE MAY BE OPENED ONLY IF THE NIGHTLY    *
      * RUN COMPLETED THE LAST ONE; AN EARLIER RUN DATE MEANS THE   *
      * CLOCK OR THE FILE IS WRONG                                  *
      **************************************************************
       1054-CHECK-OPEN-CYCLE.
           MOVE JOB-CYCLE TO JOB-PRIOR-CYCLE.
           IF JOB-PRIOR-CYCLE IS GREATER THAN JOB-RUN-CYCLE THEN
              MOVE 'RUN DATE IS EARLIER THAN THIS OPEN CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-PRIOR-CYCLE TO JOB-REFUSE-CYCLE.
           IF JOB-PRIOR-CYCLE IS EQUAL TO JOB-RUN-CYCLE
              AND JOB-COMPLETE THEN
              MOVE 'EMPMAINT HAS ALREADY COMPLETED THIS CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE.
           IF JOB-PRIOR-CYCLE IS LESS THAN JOB-RUN-CYCLE THEN
              PERFORM 1055-CHECK-PRIOR-PAYROLL.

       1055-CHECK-PRIOR-PAYROLL.
           MOVE 'PROJ03' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF NOT JOB-FOUND
              OR JOB-CYCLE IS NOT EQUAL TO JOB-PRIOR-CYCLE
              OR NOT JOB-COMPLETE THEN
              MOVE 'PROJ03 HAS NOT COMPLETED THIS CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-PRIOR-CYCLE TO JOB-REFUSE-CYCLE.
      **************************************************************
      * A REFUSAL STANDS UNLESS JOBOVR CARRIES AN OVERRIDE CARD FOR *
      * THIS PROGRAM, DATED TODAY AND INITIALED.  A CARD FOR ANY    *
      * OTHER DAY IS IGNORED, SO ONE LEFT IN THE DECK CANNOT        *
      * QUIETLY DISARM THE NEXT NIGHT'S CHECK.  A REFUSED STEP ENDS *
      * WITH RETURN CODE 16 SO THE STEPS BEHIND IT ARE HELD AS WELL *
      **************************************************************
       1060-REFUSE-OR-OVERRIDE.
           IF JOB-REFUSE-CYCLE IS EQUAL TO SPACES THEN
              DISPLAY 'EMPMAINT - ' JOB-REFUSAL
           ELSE
              DISPLAY 'EMPMAINT - CYCLE ' JOB-REFUSE-CYCLE ' - '
                 JOB-REFUSAL.
           OPEN INPUT OVR-FILE.
           PERFORM 1062-READ-OVERRIDE UNTIL EOF-OV = 1.
           CLOSE OVR-FILE.
           IF JOB-OVERRIDDEN THEN
              DISPLAY 'EMPMAINT - STARTED ON OPERATOR OVERRIDE BY '
                 JOB-OVR-BY ' - ' JOB-OVR-WHY
           ELSE
              DISPLAY 'EMPMAINT - NOT STARTED - A JOBOVR CARD IS '
                 'NEEDED TO FORCE THIS RUN'
              CLOSE JOB-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1062-READ-OVERRIDE.
           READ OVR-FILE
             AT END MOVE 1 TO EOF-OV.
           IF EOF-OV IS NOT EQUAL TO 1 THEN
              IF OVR-PGM IS EQUAL TO 'EMPMAINT'
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
           MOVE 'EMPMAINT'      TO JOB-PGM.
           MOVE JOB-RUN-CYCLE   TO JOB-CYCLE.
           MOVE JOB-STARTED-AT  TO JOB-START-STAMP.
           MOVE 'MSTCTL RECS'   TO JOB-CT1-NAME.
           MOVE MST-CT          TO JOB-CT1.
           MOVE 'APPLIED'       TO JOB-CT2-NAME.
           ADD ADD-CT CHG-CT DEL-CT TERM-CT GIVING JOB-CT2.
           MOVE JOB-OVR-BY      TO JOB-OVR-OPER.

       1068-WRITE-JOB-ENTRY.
           WRITE JOB-REC
             INVALID KEY
                REWRITE JOB-REC.
      **************************************************************
      * STAMPS THE RUN COMPLETE WITH ITS COUNTS.  IF JOBCTL CANNOT  *
      * BE REOPENED THE WORK IS STILL DONE, BUT THE NEXT STEP WILL  *
      * SEE THIS ONE AS UNFINISHED, SO SAY SO AND SET RETURN CODE 4 *
      **************************************************************
       1070-STAMP-JOB-COMPLETE.
           PERFORM 1051-SET-JOB-STAMP.
           OPEN I-O JOB-FILE.
           IF NOT JOB-OK THEN
              DISPLAY 'EMPMAINT - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - COMPLETION NOT RECORDED'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM 1066-BUILD-JOB-ENTRY
              MOVE 'C'           TO JOB-STATE
              MOVE JOB-NOW-STAMP TO JOB-END-STAMP
              PERFORM 1068-WRITE-JOB-ENTRY
              CLOSE JOB-FILE.
      **************************************************************
      * WINDOWS THE TWO-DIGIT RUN YEAR TO FOUR DIGITS AND BUILDS    *
      * THE CCYYMMDD COMPARISON COPY OF THE RUN DATE FOR THE HIRE-  *
      * DATE EDIT                                                   *
           IF NOT MST-OK THEN
              DISPLAY 'EMPMAINT - EMPMAST OPEN FAILED - STATUS '
                 MST-STATUS.
      **************************************************************
      * OPENS THE DEDUCTION HISTORY AND ARREARS FOR THE SEPARATION  *
      * REPORT.  EITHER ONE MISSING - NO NIGHTLY RUN YET - ONLY     *
      * MEANS THE REPORT SHOWS ZEROES FOR IT                        *
      **************************************************************
       1330-OPEN-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-OK THEN
              SET HIST-OPEN TO TRUE.
           OPEN INPUT ARR-FILE.
           IF ARR-OK THEN
              SET ARR-OPEN TO TRUE.
      ***************************************************************
      *       PRINT HEADERS
      ***************************************************************
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
           ADD 2 TO LN-CT.

       1410-PRINT-BANK-HEAD.
           MOVE CUR-YR  TO BH-CUR-YR.
           MOVE CUR-MO  TO BH-CUR-MO.
           MOVE CUR-DAY TO BH-CUR-DAY.
           WRITE BCN-REC FROM BCN-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE BCN-REC FROM BCN-HEADING2
             AFTER ADVANCING 2 LINES.

       1420-PRINT-SEP-HEAD.
           MOVE CUR-YR  TO SH-CUR-YR.
           MOVE CUR-MO  TO SH-CUR-MO.
           MOVE CUR-DAY TO SH-CUR-DAY.
           WRITE SEP-REC FROM SEP-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE SEP-REC FROM SEP-COL-HEAD
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * LOADS THE PENDING FILE INTO THE TABLE - A MISSING FILE      *
      * JUST MEANS NOTHING WAS HELD                                 *
              IF TRN-ACTION IS EQUAL TO 'A'
                 OR TRN-ACTION IS EQUAL TO 'C' THEN
                 PERFORM 1810-VALIDATE-TRAN.
           IF TRAN-IS-VALID THEN
              IF TRN-ACTION IS EQUAL TO 'T' THEN
                 PERFORM 1830-VALIDATE-TERM.
           IF NOT TRAN-IS-VALID THEN
              PERFORM 1850-REJECT-TRAN
           ELSE
           IF TRN-ACTION IS EQUAL TO 'A'
              OR TRN-ACTION IS EQUAL TO 'C' THEN
              PERFORM 1810-VALIDATE-TRAN.
           IF TRN-ACTION IS EQUAL TO 'T' THEN
              PERFORM 1830-VALIDATE-TERM.
           IF TRAN-IS-VALID THEN
              IF TRN-ACTION IS EQUAL TO 'A'
                 OR TRN-ACTION IS EQUAL TO 'C' THEN

       1555-DISPATCH-TRAN.
           IF TRN-ACTION IS EQUAL TO 'C'
              OR TRN-ACTION IS EQUAL TO 'D'
              OR TRN-ACTION IS EQUAL TO 'T' THEN
              PERFORM 1545-CHECK-PENDING-EID.
           IF TRN-ACTION IS EQUAL TO 'A' THEN
              PERFORM 1560-APPLY-ADD
                 IF TRN-ACTION IS EQUAL TO 'D' THEN
                    PERFORM 1580-APPLY-DELETE
                 ELSE
                    IF TRN-ACTION IS EQUAL TO 'T' THEN
                       PERFORM 1585-APPLY-TERMINATE
                    ELSE
                       PERFORM 1590-BAD-ACTION.
      **************************************************************
      * A CHANGE, DELETE OR TERMINATION LANDING ON AN EID WITH      *
      * PENDING ACTIVITY                                            *
      * IS CALLED OUT ON THE REGISTER SO THE TWO DON'T CROSS WHEN   *
      * THE HELD ITEM RELEASES LATER.  THE SCAN HAS ITS OWN         *
      * SUBSCRIPT - IT IS REACHED FROM INSIDE THE PENDING-RELEASE   *
      **************************************************************
       1560-APPLY-ADD.
           MOVE TRN-EMP-IMAGE TO MST-REC.
           MOVE SPACES TO BEFORE-IMAGE.
           PERFORM 1575-SET-PRENOTE.
           PERFORM 1577-CARRY-TERMINATION.
           MOVE 'I-O ERROR - ADD NOT APPLIED' TO L-ACT-MSG.
           WRITE MST-REC
             INVALID KEY
           PERFORM 1620-PRINT-ACTION.
           IF MST-OK THEN
              PERFORM 1640-PRINT-AFTER.
           IF MST-OK AND BANK-CHANGED THEN
              PERFORM 1670-PRINT-BANK-NOTICE.
      **************************************************************
      * CHANGES AN EXISTING EMPLOYEE - THE TRANSACTION CARRIES THE  *
      * FULL REPLACEMENT RECORD.  BEFORE AND AFTER IMAGES BOTH GO   *
           ELSE
              MOVE MST-REC TO BEFORE-IMAGE
              MOVE TRN-EMP-IMAGE TO MST-REC
              PERFORM 1575-SET-PRENOTE
              PERFORM 1577-CARRY-TERMINATION
              REWRITE MST-REC
              MOVE 'CHANGED' TO L-ACT-MSG
              ADD 1 TO CHG-CT
              PERFORM 1620-PRINT-ACTION
              PERFORM 1630-PRINT-BEFORE
              PERFORM 1640-PRINT-AFTER
              IF BANK-CHANGED THEN
                 PERFORM 1670-PRINT-BANK-NOTICE.
      **************************************************************
      * THE PRENOTE FIELDS BELONG TO THE SYSTEM, NOT TO HR - THEY   *
      * CARRY FORWARD FROM THE MASTER AS IT STOOD.  AN ACCOUNT      *
      * THAT IS NEW OR DIFFERENT IS MARKED PRENOTE OWED, SO THE     *
      * NIGHTLY RUN VERIFIES IT BEFORE ANY MONEY GOES TO IT; A      *
      * REMOVED ACCOUNT CLEARS THEM                                 *
      **************************************************************
       1575-SET-PRENOTE.
           MOVE 'N' TO SW-BANK-CHG.
           MOVE BEF-PRENOTE-STAT TO MST-PRENOTE-STAT.
           MOVE BEF-PRENOTE-DATE TO MST-PRENOTE-DATE.
           IF MST-BANK-ROUTING IS NOT EQUAL TO BEF-BANK-ROUTING
              OR MST-BANK-ACCT IS NOT EQUAL TO BEF-BANK-ACCT THEN
              SET BANK-CHANGED TO TRUE
              MOVE SPACES TO MST-PRENOTE-DATE
              IF MST-BANK-ROUTING IS NUMERIC THEN
                 MOVE 'P' TO MST-PRENOTE-STAT
              ELSE
                 MOVE SPACES TO MST-PRENOTE-STAT.
      **************************************************************
      * THE TERMINATION FIELDS ONLY CHANGE THROUGH A T ACTION - A   *
      * CHANGE TO A TERMINATED EMPLOYEE KEEPS THEM AS THEY STOOD,   *
      * AND AN ADD ALWAYS STARTS ACTIVE                             *
      **************************************************************
       1577-CARRY-TERMINATION.
           MOVE BEF-EMP-STAT    TO MST-EMP-STAT.
           MOVE BEF-TERM-DATE   TO MST-TERM-DATE.
           MOVE BEF-TERM-REASON TO MST-TERM-REASON.
      **************************************************************
      * DELETES AN EXISTING EMPLOYEE, PRINTING THE RECORD AS IT     *
      * STOOD SO THE REGISTER IS THE LAST TRACE OF IT               *
              ADD 1 TO DEL-CT
              PERFORM 1620-PRINT-ACTION
              PERFORM 1630-PRINT-BEFORE.
      **************************************************************
      * TERMINATES AN EMPLOYEE.  THE RECORD STAYS ON THE MASTER     *
      * MARKED INACTIVE WITH THE TERMINATION DATE AND REASON, SO    *
      * THE HISTORY AND ARREARS STILL HAVE AN OWNER.  THE NIGHTLY   *
      * RUN PAYS THROUGH THE TERMINATION DATE AND NOT AFTER, AND    *
      * YEAREND PURGES THE RECORD ONCE THE YEAR IS ARCHIVED         *
      **************************************************************
       1585-APPLY-TERMINATE.
           MOVE IMG-EID TO MST-EID.
           MOVE 'I-O ERROR - TERMINATION NOT APPLIED' TO L-ACT-MSG.
           READ MST-FILE
             INVALID KEY
                MOVE 'EID NOT ON MASTER - TERMINATION REJECTED'
                  TO L-ACT-MSG.
           MOVE 'TERM  ' TO L-ACTION.
           IF NOT MST-OK THEN
              ADD 1 TO ERR-CT
              PERFORM 1620-PRINT-ACTION
           ELSE
              IF MST-TERMINATED THEN
                 MOVE 'ALREADY TERMINATED - TERMINATION REJECTED'
                   TO L-ACT-MSG
                 ADD 1 TO ERR-CT
                 PERFORM 1620-PRINT-ACTION
              ELSE
                 PERFORM 1586-CHECK-TERM-AFTER-HIRE.

       1586-CHECK-TERM-AFTER-HIRE.
           MOVE MST-DATE  TO HIRE-DATE-WS.
           MOVE HIRE-YYYY TO HIRE-CMP-YYYY.
           MOVE HIRE-MM   TO HIRE-CMP-MM.
           MOVE HIRE-DD   TO HIRE-CMP-DD.
           IF TERM-CMP IS LESS THAN HIRE-CMP THEN
              MOVE 'TERMINATION DATE BEFORE HIRE DATE'
                TO L-ACT-MSG
              ADD 1 TO ERR-CT
              PERFORM 1620-PRINT-ACTION
           ELSE
              PERFORM 1587-MARK-TERMINATED.

       1587-MARK-TERMINATED.
           MOVE MST-REC TO BEFORE-IMAGE.
           MOVE 'T'             TO MST-EMP-STAT.
           MOVE TERM-CMP        TO MST-TERM-DATE.
           MOVE IMG-TERM-REASON TO MST-TERM-REASON.
           REWRITE MST-REC.
           MOVE 'TERMINATED - KEPT ON MASTER AS INACTIVE'
             TO L-ACT-MSG.
           ADD 1 TO TERM-CT.
           PERFORM 1620-PRINT-ACTION.
           PERFORM 1630-PRINT-BEFORE.
           PERFORM 1680-PRINT-SEPARATION.

      **************************************************************
      * FORMAT EDITS FOR AN ADD OR CHANGE - THE SAME RATE/STATUS/   *
              IF IMG-SSN IS NOT NUMERIC THEN
                 MOVE 'INVALID SSN FORMAT' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.
           IF TRAN-IS-VALID THEN
              PERFORM 1815-VALIDATE-WITHHOLDING.
           IF TRAN-IS-VALID THEN
              PERFORM 1816-VALIDATE-BANK.
           IF TRAN-IS-VALID THEN
              PERFORM 1819-VALIDATE-HOME-DEPT.
      **************************************************************
      * DIRECT DEPOSIT - NO ROUTING AND NO ACCOUNT MEANS PAY BY     *
      * CHECK.  OTHERWISE BOTH MUST BE PRESENT AND THE ROUTING      *
      * NUMBER MUST CARRY A GOOD CHECK DIGIT, SO A MIS-KEYED BANK   *
      * IS CAUGHT HERE RATHER THAN BY THE RETURNED PRENOTE          *
      **************************************************************
       1816-VALIDATE-BANK.
           IF IMG-BANK-ROUTING IS EQUAL TO SPACES THEN
              IF IMG-BANK-ACCT IS NOT EQUAL TO SPACES THEN
                 MOVE 'BANK ACCOUNT WITH NO ROUTING NUMBER'
                   TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.
           IF IMG-BANK-ROUTING IS NOT EQUAL TO SPACES THEN
              PERFORM 1818-EDIT-ROUTING.

       1818-EDIT-ROUTING.
           IF IMG-BANK-ROUTING IS NOT NUMERIC THEN
              MOVE 'ROUTING NUMBER NOT NUMERIC' TO EDIT-MSG-WS
              MOVE 'N' TO SW-TRAN-VALID
           ELSE
              IF IMG-BANK-ACCT IS EQUAL TO SPACES THEN
                 MOVE 'ROUTING NUMBER WITH NO ACCOUNT' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID
              ELSE
                 PERFORM 1817-CHECK-ROUTING-DIGIT.

       1817-CHECK-ROUTING-DIGIT.
           MOVE IMG-BANK-ROUTING TO ABA-ROUTING-WS.
           ADD ABA-DIGIT(1) ABA-DIGIT(4) ABA-DIGIT(7)
             GIVING ABA-SUM-3.
           ADD ABA-DIGIT(2) ABA-DIGIT(5) ABA-DIGIT(8)
             GIVING ABA-SUM-7.
           ADD ABA-DIGIT(3) ABA-DIGIT(6) ABA-DIGIT(9)
             GIVING ABA-SUM-1.
           MULTIPLY 3 BY ABA-SUM-3.
           MULTIPLY 7 BY ABA-SUM-7.
           ADD ABA-SUM-3 ABA-SUM-7 ABA-SUM-1 GIVING ABA-SUM.
           DIVIDE ABA-SUM BY 10 GIVING ABA-QUOT REMAINDER ABA-REM.
           IF ABA-REM IS NOT EQUAL TO ZERO
              OR ABA-SUM IS EQUAL TO ZERO THEN
              MOVE 'ROUTING NUMBER CHECK DIGIT INVALID'
                TO EDIT-MSG-WS
              MOVE 'N' TO SW-TRAN-VALID.
      **************************************************************
      * HOME DEPARTMENT - THE DEPARTMENT THE NIGHTLY RUN CHARGES    *
      * THE EMPLOYEE'S PAY TO WHEN A TIMECARD NAMES NO OTHER COST   *
      * CENTER.  A NEW EMPLOYEE MUST HAVE ONE; A CHANGE MAY STILL   *
      * CARRY IT BLANK, SINCE RECORDS ADDED BEFORE THE FIELD        *
      * EXISTED HAVE NONE.  A CODE KEYED MUST BE LEFT-JUSTIFIED     *
      **************************************************************
       1819-VALIDATE-HOME-DEPT.
           IF IMG-HOME-DEPT IS EQUAL TO SPACES THEN
              IF TRN-ACTION IS EQUAL TO 'A' THEN
                 MOVE 'HOME DEPARTMENT MISSING' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.
           IF IMG-HOME-DEPT IS NOT EQUAL TO SPACES THEN
              IF IMG-HOME-DEPT(1:1) IS EQUAL TO SPACE THEN
                 MOVE 'INVALID HOME DEPARTMENT' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.
      **************************************************************
      * WITHHOLDING ELECTIONS THE NIGHTLY RUN TAXES FROM - FILING   *
      * STATUS SINGLE, MARRIED OR HEAD OF HOUSEHOLD, A TWO-DIGIT    *
      * ALLOWANCE COUNT, A TWO-LETTER STATE (BLANK FOR NO STATE     *
      * TAX) AND THE PRE-TAX RETIREMENT FLAG                        *
      **************************************************************
       1815-VALIDATE-WITHHOLDING.
           IF IMG-FILING-STAT IS NOT EQUAL TO 'S'
              AND IMG-FILING-STAT IS NOT EQUAL TO 'M'
              AND IMG-FILING-STAT IS NOT EQUAL TO 'H' THEN
              MOVE 'INVALID FILING STATUS' TO EDIT-MSG-WS
              MOVE 'N' TO SW-TRAN-VALID.
           IF TRAN-IS-VALID THEN
              IF IMG-ALLOWANCES IS NOT NUMERIC THEN
                 MOVE 'ALLOWANCES NOT NUMERIC' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.
           IF TRAN-IS-VALID THEN
              IF IMG-STATE-CD IS NOT ALPHABETIC THEN
                 MOVE 'INVALID STATE CODE' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.
           IF TRAN-IS-VALID THEN
              IF IMG-RET-PRETAX IS NOT EQUAL TO 'Y'
                 AND IMG-RET-PRETAX IS NOT EQUAL TO 'N' THEN
                 MOVE 'INVALID PRE-TAX FLAG' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.
      **************************************************************
      * FORMAT EDITS FOR A TERMINATION - A REAL MMDDYYYY DATE AND   *
      * ONE OF THE REASON CODES IN THE TABLE.  THE CCYYMMDD COPY    *
      * BUILT HERE IS WHAT GOES ON THE MASTER                       *
      **************************************************************
       1830-VALIDATE-TERM.
           IF IMG-TERM-DATE IS NOT NUMERIC THEN
              MOVE 'INVALID TERMINATION DATE' TO EDIT-MSG-WS
              MOVE 'N' TO SW-TRAN-VALID
           ELSE
              PERFORM 1832-CHECK-TERM-RANGE.
           IF TRAN-IS-VALID THEN
              MOVE 0 TO TRS-FOUND
              MOVE 1 TO TRS-SUB
              PERFORM 1834-FIND-TERM-REASON UNTIL TRS-SUB > 6
              IF TRS-FOUND IS EQUAL TO ZERO THEN
                 MOVE 'INVALID TERMINATION REASON' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID.

       1832-CHECK-TERM-RANGE.
           MOVE IMG-TERM-DATE TO TERM-DATE-WS.
           IF TERM-MM IS LESS THAN 1
              OR TERM-MM IS GREATER THAN 12 THEN
              MOVE 'INVALID TERMINATION DATE' TO EDIT-MSG-WS
              MOVE 'N' TO SW-TRAN-VALID
           ELSE
              IF TERM-DD IS LESS THAN 1
                 OR TERM-DD IS GREATER THAN MONTH-DAYS(TERM-MM) THEN
                 MOVE 'INVALID TERMINATION DATE' TO EDIT-MSG-WS
                 MOVE 'N' TO SW-TRAN-VALID
              ELSE
                 MOVE TERM-YYYY TO TERM-CMP-YYYY
                 MOVE TERM-MM   TO TERM-CMP-MM
                 MOVE TERM-DD   TO TERM-CMP-DD.

       1834-FIND-TERM-REASON.
           IF TRS-CODE(TRS-SUB) IS EQUAL TO IMG-TERM-REASON THEN
              MOVE TRS-SUB TO TRS-FOUND.
           ADD 1 TO TRS-SUB.
      **************************************************************
      * TIME-DEPENDENT EDITS, RUN ONLY WHEN THE TRANSACTION IS      *
      * ACTUALLY APPLIED - A HIRE DATE IN THE FUTURE AND THE        *

       1590-BAD-ACTION.
           MOVE 'ACTION' TO L-ACTION.
           MOVE 'INVALID ACTION CODE - MUST BE A, C, D, T'
             TO L-ACT-MSG.
           ADD 1 TO ERR-CT.
           PERFORM 1620-PRINT-ACTION.
           MOVE IMG-TITLE     TO L-IMG-TITLE.
           MOVE IMG-RATE      TO L-IMG-RATE.
           MOVE IMG-STATUS-CD TO L-IMG-STATUS.
           MOVE IMG-FILING-STAT TO L-IMG-FILING.
           MOVE IMG-ALLOWANCES  TO L-IMG-ALLOW.
           MOVE IMG-STATE-CD    TO L-IMG-STATE.
           MOVE IMG-RET-PRETAX  TO L-IMG-PRETAX.
           MOVE IMG-HOME-DEPT   TO L-IMG-DEPT.
           WRITE REG-REC FROM REG-IMAGE-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LN-CT.
      **************************************************************
      * LISTS ONE BANK-ACCOUNT CHANGE, OLD AND NEW ACCOUNT MASKED   *
      **************************************************************
       1670-PRINT-BANK-NOTICE.
           MOVE MST-EID          TO BN-EID.
           MOVE MST-LAST         TO BN-LAST.
           MOVE MST-FIRST        TO BN-FIRST.
           MOVE BEF-BANK-ROUTING TO BN-OLD-ROUTING.
           MOVE BEF-BANK-ACCT    TO MASK-IN.
           PERFORM 1675-MASK-ACCOUNT.
           MOVE MASK-OUT         TO BN-OLD-ACCT.
           MOVE MST-BANK-ROUTING TO BN-NEW-ROUTING.
           MOVE MST-BANK-ACCT    TO MASK-IN.
           PERFORM 1675-MASK-ACCOUNT.
           MOVE MASK-OUT         TO BN-NEW-ACCT.
           IF MST-PRENOTE-STAT IS EQUAL TO 'P' THEN
              MOVE 'CHECK UNTIL PRENOTE OK' TO BN-NOTE
           ELSE
              MOVE 'PAID BY CHECK' TO BN-NOTE.
           WRITE BCN-REC FROM BCN-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO BANK-CHG-CT.
      **************************************************************
      * MASKS AN ACCOUNT TO ITS LAST FOUR CHARACTERS - NO ACCOUNT   *
      * PRINTS AS NONE                                              *
      **************************************************************
       1675-MASK-ACCOUNT.
           MOVE SPACES TO MASK-OUT.
           MOVE 0 TO MASK-LEN.
           INSPECT MASK-IN TALLYING MASK-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           IF MASK-IN IS EQUAL TO SPACES THEN
              MOVE 'NONE' TO MASK-OUT
           ELSE
              IF MASK-LEN IS GREATER THAN 4 THEN
                 SUBTRACT 4 FROM MASK-LEN GIVING MASK-HIDE
                 MOVE ALL 'X' TO MASK-OUT(1:MASK-HIDE)
                 MOVE MASK-IN(MASK-HIDE + 1:4)
                   TO MASK-OUT(MASK-HIDE + 1:4)
              ELSE
                 MOVE ALL 'X' TO MASK-OUT(1:4).

      **************************************************************
      * ONE SEPARATION REPORT ENTRY - THE EMPLOYEE AND DATES, THE   *
      * YTD DEDUCTIONS BY SLOT, AND THE ARREARS STILL OWED BY SLOT  *
      * FLAGGED FOR COLLECTION WHEN ANY REMAIN                      *
      **************************************************************
       1680-PRINT-SEPARATION.
           MOVE MST-EID         TO SP-EID.
           MOVE MST-LAST        TO SP-LAST.
           MOVE MST-FIRST       TO SP-FIRST.
           MOVE MST-DATE(1:2)   TO SP-HIRE-MM.
           MOVE MST-DATE(3:2)   TO SP-HIRE-DD.
           MOVE MST-DATE(5:4)   TO SP-HIRE-YYYY.
           MOVE TERM-CMP-MM     TO SP-TERM-MM.
           MOVE TERM-CMP-DD     TO SP-TERM-DD.
           MOVE TERM-CMP-YYYY   TO SP-TERM-YYYY.
           MOVE MST-TERM-REASON TO SP-REASON.
           MOVE TRS-DESC(TRS-FOUND) TO SP-REASON-DESC.
           WRITE SEP-REC FROM SEP-EMP-LINE
             AFTER ADVANCING 2 LINES.
           PERFORM 1682-READ-SEP-HISTORY.
           PERFORM 1684-READ-SEP-ARREARS.

       1682-READ-SEP-HISTORY.
           MOVE SPACES TO SP-AMT-NOTE.
           PERFORM 1687-CLEAR-SEP-HISTORY.
           IF HIST-OPEN THEN
              MOVE MST-EID TO HIST-EID
              MOVE MST-SSN TO HIST-SSN
              READ HIST-FILE
                INVALID KEY PERFORM 1687-CLEAR-SEP-HISTORY.
           MOVE 'YTD DEDUCTIONS' TO SP-AMT-TAG.
           MOVE 0 TO SEP-YTD-TOT.
           MOVE 1 TO SEP-SUB.
           PERFORM 1683-MOVE-SEP-YTD UNTIL SEP-SUB > 5.
           MOVE SEP-YTD-TOT TO SP-AMT-TOT.
           WRITE SEP-REC FROM SEP-AMT-LINE
             AFTER ADVANCING 1 LINE.

       1683-MOVE-SEP-YTD.
           MOVE HIST-YTD-CAT(SEP-SUB) TO SP-AMT(SEP-SUB).
           ADD HIST-YTD-CAT(SEP-SUB) TO SEP-YTD-TOT.
           ADD 1 TO SEP-SUB.

       1684-READ-SEP-ARREARS.
           MOVE 'NONE OUTSTANDING' TO SP-AMT-NOTE.
           PERFORM 1686-CLEAR-SEP-ARREARS.
           IF ARR-OPEN THEN
              MOVE MST-EID TO ARR-EID
              MOVE MST-SSN TO ARR-SSN
              READ ARR-FILE
                INVALID KEY PERFORM 1686-CLEAR-SEP-ARREARS.
           MOVE 'ARREARS OWED' TO SP-AMT-TAG.
           MOVE 0 TO SEP-ARR-TOT.
           MOVE 1 TO SEP-SUB.
           PERFORM 1685-MOVE-SEP-ARREARS UNTIL SEP-SUB > 5.
           MOVE SEP-ARR-TOT TO SP-AMT-TOT.
           IF SEP-ARR-TOT IS GREATER THAN ZERO THEN
              MOVE 'REFER FOR COLLECTION' TO SP-AMT-NOTE
              ADD SEP-ARR-TOT TO SEP-ARR-GRAND.
           WRITE SEP-REC FROM SEP-AMT-LINE
             AFTER ADVANCING 1 LINE.

       1685-MOVE-SEP-ARREARS.
           MOVE ARR-AMT(SEP-SUB) TO SP-AMT(SEP-SUB).
           ADD ARR-AMT(SEP-SUB) TO SEP-ARR-TOT.
           ADD 1 TO SEP-SUB.

       1686-CLEAR-SEP-ARREARS.
           MOVE 0 TO ARR-AMT(1).
           MOVE 0 TO ARR-AMT(2).
           MOVE 0 TO ARR-AMT(3).
           MOVE 0 TO ARR-AMT(4).
           MOVE 0 TO ARR-AMT(5).

       1687-CLEAR-SEP-HISTORY.
           MOVE 0 TO HIST-YTD-CAT(1).
           MOVE 0 TO HIST-YTD-CAT(2).
           MOVE 0 TO HIST-YTD-CAT(3).
           MOVE 0 TO HIST-YTD-CAT(4).
           MOVE 0 TO HIST-YTD-CAT(5).

       1720-PRINT-SEP-TOTAL.
           MOVE TERM-CT       TO L-SEP-CT.
           MOVE SEP-ARR-GRAND TO L-SEP-ARR.
           WRITE SEP-REC FROM SEP-TOTALS
             AFTER ADVANCING 2 LINES.

       1710-PRINT-BANK-TOTAL.
           MOVE BANK-CHG-CT TO L-BANK-CHG-CT.
           WRITE BCN-REC FROM BCN-TOTALS
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * PRINTS THE RUN TOTALS AT THE BOTTOM OF THE REGISTER         *
      **************************************************************
       1700-PRINT-TOTALS.
           MOVE DEL-CT TO L-DEL-CT.
           MOVE ERR-CT TO L-ERR-CT.
           MOVE REJ-CT TO L-REJ-CT.
           MOVE TERM-CT TO L-TERM-CT.
           WRITE REG-REC FROM REG-TOTALS1
             AFTER ADVANCING 2 LINES.
           MOVE HOLD-CT  TO L-HOLD-CT.
