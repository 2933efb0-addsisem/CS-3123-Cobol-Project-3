      * TAX-FORM SEASON, THEN RESETS THE LIVE FILE SO THE NEW YEAR
      * STARTS AT ZERO.  THE ROLLOVER CONTROL FILE REMEMBERS THE
      * LAST YEAR CLOSED, SO A MIS-SCHEDULED SECOND RUN REFUSES
      * INSTEAD OF WIPING LIVE HISTORY.  THE YTD WAGE AND TAX
      * HISTORY IS ROLLED THE SAME WAY AFTER THE DEDUCTIONS, WITH ITS
      * OWN ARCHIVE AND A WAGE AND TAX SUMMARY FOR W-2 SEASON.
      * ONCE BOTH ARE ARCHIVED, EMPLOYEES TERMINATED IN OR BEFORE
      * THE CLOSED YEAR ARE PURGED FROM THE MASTER WITH THEIR
      * HISTORY RECORDS, UNLESS THEY STILL OWE ARREARS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS HIST-STATUS.
           SELECT MST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EID
               FILE STATUS IS MST-STATUS.
           SELECT ARR-FILE ASSIGN TO 'DEDARRS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARR-KEY
               FILE STATUS IS ARR-STATUS.
           SELECT MCT-FILE ASSIGN TO 'MSTCTL'
               FILE STATUS IS MCT-STATUS.
           SELECT TXH-FILE ASSIGN TO 'TAXHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS TXH-STATUS.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-KEY
               FILE STATUS IS LV-STATUS.
           SELECT OPTIONAL ARC-FILE ASSIGN TO 'DEDARCH'.
           SELECT OPTIONAL TXA-FILE ASSIGN TO 'TAXARCH'.
           SELECT YEC-FILE ASSIGN TO 'YECTL'
               FILE STATUS IS YEC-STATUS.
           SELECT RPT-FILE ASSIGN TO 'UR-S-ANNRPT'.
           SELECT JOB-FILE ASSIGN TO 'JOBCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-PGM
               FILE STATUS IS JOB-STATUS.
           SELECT OPTIONAL OVR-FILE ASSIGN TO 'JOBOVR'.

       DATA DIVISION.

          05 HIST-YTD-DED    PIC S9(8)V99.
          05 HIST-YTD-CAT    PIC S9(7)V99 OCCURS 5 TIMES.
      **************************************************************
      * THE LIVE YTD WAGE AND TAX HISTORY - SAME LAYOUT THE NIGHTLY *
      * RUN MAINTAINS.  TAX SLOTS ARE FEDERAL, STATE, SOCIAL        *
      * SECURITY AND MEDICARE                                       *
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
      * THE EMPLOYEE MASTER, READ BY EID FOR THE NAME ON THE        *
      * ANNUAL SUMMARY AND SWEPT FOR TERMINATED EMPLOYEES TO PURGE  *
      **************************************************************
       FD MST-FILE
           LABEL RECORDS ARE STANDARD.
          05 MST-EID         PIC X(7).
          05 MST-LAST        PIC X(15).
          05 MST-FIRST       PIC X(15).
          05 FILLER          PIC X(19).
          05 MST-SSN         PIC X(9).
          05 FILLER          PIC X(41).
          05 MST-DED1        PIC 9(3)V99.
          05 MST-DED2        PIC 9(3)V99.
          05 MST-DED3        PIC 9(3)V99.
          05 MST-DED4        PIC 9(3)V99.
          05 MST-DED5        PIC 9(3)V99.
          05 FILLER          PIC X(16).
          05 MST-EMP-STAT    PIC X(1).
            88 MST-TERMINATED          VALUE 'T'.
          05 MST-TERM-DATE   PIC X(8).
          05 FILLER          PIC X(44).
      **************************************************************
      * CARRIED ARREARS - SAME LAYOUT THE NIGHTLY RUN MAINTAINS.    *
      * A TERMINATED EMPLOYEE WHO STILL OWES IS NOT PURGED          *
      **************************************************************
       FD ARR-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARR-REC.
          05 ARR-KEY.
             10 ARR-EID      PIC X(7).
             10 ARR-SSN      PIC X(9).
          05 ARR-AMT         PIC 9(5)V99 OCCURS 5 TIMES.
      **************************************************************
      * LEAVE BALANCES - SAME LAYOUT THE NIGHTLY RUN MAINTAINS.     *
      * A PURGED EMPLOYEE'S BALANCES GO WITH THE MASTER RECORD      *
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
      * MASTER CONTROL RECORD EMPMAINT WRITES - REDUCED BY EACH     *
      * PURGED RECORD SO THE NEXT NIGHTLY RUN STILL BALANCES        *
      **************************************************************
       FD MCT-FILE
           LABEL RECORDS ARE STANDARD.
       01 MCT-REC.
          05 MCT-REC-CT      PIC 9(4).
          05 MCT-DED-TOTAL   PIC 9(7)V99.
      **************************************************************
      * THE YEAR-STAMPED ARCHIVE - THE CLOSED YEAR IN FRONT OF THE  *
      * HISTORY RECORD EXACTLY AS IT STOOD AT ROLLOVER.  ALWAYS     *
          05 ARC-YEAR        PIC X(4).
          05 ARC-HIST-IMAGE  PIC X(71).
      **************************************************************
      * THE YEAR-STAMPED WAGE AND TAX ARCHIVE - EXTENDED THE SAME   *
      * WAY AS THE DEDUCTION ARCHIVE                                *
      **************************************************************
       FD TXA-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TXA-REC.
          05 TXA-YEAR        PIC X(4).
          05 TXA-TXH-IMAGE   PIC X(72).
      **************************************************************
      * ROLLOVER CONTROL RECORD - THE LAST YEAR ALREADY CLOSED      *
      **************************************************************
       FD YEC-FILE
       FD RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 RPT-REC       PIC X(125).
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
       01 PAGE-CT       PIC 9999        VALUE 1.
       01 LN-CT         PIC 99          VALUE 0.
       01 EMP-CT        PIC 9(5)        VALUE 0.
       01 GRAND-YTD     PIC S9(9)V99    VALUE 0.
       01 TAX-EMP-CT    PIC 9(5)        VALUE 0.
       01 GRAND-GROSS   PIC S9(9)V99    VALUE 0.
       01 GRAND-SS-WAGES PIC S9(9)V99   VALUE 0.
       01 GRAND-TAX     PIC S9(9)V99    OCCURS 4 TIMES.
       01 TAX-SUB       PIC 9           VALUE 0.
       01 SW-TAX-HIST   PIC X           VALUE 'N'.
         88 TAX-HIST-PRESENT           VALUE 'Y'.
      **************************************************************
      * PURGE WORK - WHETHER DEDARRS EXISTS, THE VERDICT FOR THE    *
      * EMPLOYEE IN HAND, AND THE COUNTS AND DEDUCTIONS TAKEN OFF   *
      * THE MASTER FOR THE MSTCTL ADJUSTMENT                        *
      **************************************************************
       01 SW-ARR-FILE   PIC X           VALUE 'N'.
         88 ARR-PRESENT                VALUE 'Y'.
       01 SW-LV-FILE    PIC X           VALUE 'N'.
         88 LV-PRESENT                 VALUE 'Y'.
       01 SW-ARR-OWED   PIC X           VALUE 'N'.
         88 ARREARS-OWED               VALUE 'Y'.
       01 PURGE-CT      PIC 9(5)        VALUE 0.
       01 KEPT-CT       PIC 9(5)        VALUE 0.
       01 PURGE-DED     PIC 9(7)V99     VALUE 0.
       01 ARR-SUB       PIC 9           VALUE 0.
      **************************************************************
      * THE FOUR-DIGIT YEAR BEING CLOSED, WINDOWED FROM THE         *
      * TWO-DIGIT RUN DATE                                          *
       01 RUN-YEAR-X REDEFINES RUN-YEAR PIC X(4).
       01 MISC.
         03 EOF-H      PIC 9   VALUE 0.
         03 EOF-X      PIC 9   VALUE 0.
         03 EOF-M      PIC 9   VALUE 0.
         03 EOF-OV     PIC 9   VALUE 0.
       01 HIST-STATUS    PIC XX.
         88 HIST-OK                 VALUE '00'.
       01 MST-STATUS     PIC XX.
         88 MST-OK                  VALUE '00'.
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
       01 SW-JOB-FOUND   PIC X           VALUE 'N'.
         88 JOB-FOUND                 VALUE 'Y'.
       01 SW-JOB-OVERRIDE PIC X          VALUE 'N'.
         88 JOB-OVERRIDDEN            VALUE 'Y'.
       01 JOB-OVR-BY     PIC X(3)        VALUE SPACES.
       01 JOB-OVR-WHY    PIC X(40)       VALUE SPACES.
       01 ARR-STATUS     PIC XX.
         88 ARR-OK                  VALUE '00'.
         88 ARR-NOT-EXIST           VALUE '35'.
       01 LV-STATUS      PIC XX.
         88 LV-OK                   VALUE '00'.
         88 LV-NOT-EXIST            VALUE '35'.
       01 MCT-STATUS     PIC XX.
         88 MCT-OK                  VALUE '00'.
       01 YEC-STATUS     PIC XX.
         88 YEC-OK                  VALUE '00'.
       01 TXH-STATUS     PIC XX.
         88 TXH-OK                  VALUE '00'.
         88 TXH-NOT-EXIST           VALUE '35'.
      **************************************************************
      * LAYOUT FOR THE ANNUAL SUMMARY HEADING AND DETAIL LINES      *
      **************************************************************
         03 FILLER      PIC X(1)    VALUE '/'.
         03 HL-CUR-DAY  PIC 99.
         03 FILLER      PIC X(40)   VALUE SPACES.
         03 HL-TITLE    PIC X(26)
            VALUE 'ANNUAL DEDUCTION SUMMARY -'.
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 HL-YEAR     PIC X(4).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-GRAND-YTD   PIC $ZZZ,ZZZ,ZZ9.99-.
      **************************************************************
      * LAYOUT FOR THE WAGE AND TAX SUMMARY COLUMN HEADING, DETAIL  *
      * AND TOTAL LINES                                             *
      **************************************************************
       01 RPT-TAX-COLS.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(7)    VALUE 'EMP ID'.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(26)   VALUE 'NAME'.
         03 FILLER        PIC X(15)   VALUE '     GROSS WAGE'.
         03 FILLER        PIC X(15)   VALUE '  SOC SEC WAGES'.
         03 FILLER        PIC X(12)   VALUE ' FEDERAL TAX'.
         03 FILLER        PIC X(12)   VALUE '   STATE TAX'.
         03 FILLER        PIC X(12)   VALUE ' SOC SEC TAX'.
         03 FILLER        PIC X(12)   VALUE '    MEDICARE'.

       01 RPT-TAX-DETAIL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TAX-EID     PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TAX-LAST    PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-TAX-FIRST   PIC X(10).
         03 L-TAX-GROSS   PIC ZZ,ZZZ,ZZ9.99-.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-TAX-SS-WAGES PIC ZZ,ZZZ,ZZ9.99-.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-TAX-AMT     PIC ZZZ,ZZ9.99-  OCCURS 4 TIMES.

       01 RPT-TAX-TOTALS.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(20)
            VALUE 'EMPLOYEES ARCHIVED: '.
         03 L-TAX-EMP-CT  PIC ZZZZ9.
         03 FILLER        PIC X(10)   VALUE SPACES.
         03 L-TOT-GROSS   PIC ZZ,ZZZ,ZZ9.99-.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-TOT-SS-WAGES PIC ZZ,ZZZ,ZZ9.99-.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-TOT-TAX     PIC ZZZ,ZZ9.99-  OCCURS 4 TIMES.
      **************************************************************
      * LAYOUT FOR THE TERMINATED-EMPLOYEE PURGE DETAIL AND TOTALS  *
      **************************************************************
       01 RPT-PURGE-DETAIL.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PRG-EID     PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PRG-LAST    PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-PRG-FIRST   PIC X(10).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(11)   VALUE 'TERMINATED '.
         03 L-PRG-MM      PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-PRG-DD      PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-PRG-YYYY    PIC X(4).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PRG-RESULT  PIC X(30).

       01 RPT-PURGE-TOTALS.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(18)
            VALUE 'EMPLOYEES PURGED: '.
         03 L-PURGE-CT    PIC ZZZZ9.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(26)
            VALUE 'KEPT FOR ARREARS OWED:    '.
         03 L-KEPT-CT     PIC ZZZZ9.
      **************************************************************
      * LAYOUT FOR DATE
      **************************************************************
       01 CUR-DATE.
       000-MAINLINE.
           PERFORM 1100-SET-RUN-YEAR.
           PERFORM 1200-CHECK-ALREADY-RUN.
           PERFORM 1050-CHECK-JOB-STREAM.
      **************************************************************
      * A ROLLOVER THAT CANNOT READ ITS FILES MUST NOT MARK THE     *
      * YEAR CLOSED - AN EMPTY ROLL THAT WROTE YECTL WOULD MAKE THE *
              DISPLAY 'YEAREND - DEDHIST OPEN FAILED - STATUS '
                 HIST-STATUS ' - RUN ABANDONED - YECTL UNTOUCHED'
              STOP RUN.
           OPEN I-O MST-FILE.
           IF NOT MST-OK THEN
              DISPLAY 'YEAREND - EMPMAST OPEN FAILED - STATUS '
                 MST-STATUS ' - RUN ABANDONED - YECTL UNTOUCHED'
              CLOSE HIST-FILE
              STOP RUN.
           PERFORM 1300-OPEN-TAX-HISTORY.
           OPEN OUTPUT RPT-FILE.
           OPEN EXTEND ARC-FILE.
           PERFORM 1400-PRINT-HEAD.
             INVALID KEY MOVE 1 TO EOF-H.
           PERFORM 1500-ROLL-ONE-RECORD UNTIL EOF-H = 1.
           PERFORM 1700-PRINT-TOTALS.
           IF TAX-HIST-PRESENT THEN
              PERFORM 1600-ROLL-TAX-HISTORY.
           PERFORM 1900-PURGE-TERMINATED.
           PERFORM 1800-MARK-YEAR-DONE.
           CLOSE HIST-FILE
                 MST-FILE
                 ARC-FILE
                 RPT-FILE.
           IF TAX-HIST-PRESENT THEN
              CLOSE TXH-FILE.
           PERFORM 1070-STAMP-JOB-COMPLETE.
           STOP RUN.
      **************************************************************
      * THE JOB-STREAM CHECK.  THE ROLLOVER ZEROES THE YTD THE      *
      * NIGHTLY RUN POSTS, SO IT WAITS FOR THAT RUN TO COMPLETE THE *
      * CYCLE EMPMAINT OPENED - A CLOSE TAKEN BEFORE THE LAST       *
      * PAYROLL OF THE YEAR WOULD ARCHIVE A SHORT YEAR AND START    *
      * THE NEW ONE WITH DECEMBER'S PAY IN IT - AND RUNS ONCE A     *
      * CYCLE.  THE RUN IS STAMPED STARTED BEFORE ANY HISTORY FILE  *
      * IS OPENED                                                   *
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
              PERFORM 1054-CHECK-PAYROLL.
           IF JOB-REFUSAL IS EQUAL TO SPACES THEN
              PERFORM 1056-CHECK-OWN-CYCLE.
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
              DISPLAY 'YEAREND - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - NOT STARTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1053-READ-JOB-ENTRY.
           MOVE 'Y' TO SW-JOB-FOUND.
           READ JOB-FILE
             INVALID KEY
                MOVE 'N' TO SW-JOB-FOUND.
      **************************************************************
      * THE NIGHTLY RUN MUST HAVE COMPLETED THE OPEN CYCLE - NOT    *
      * JUST STARTED IT, AND NOT LEFT A PARTIAL RUN WAITING FOR ITS *
      * MODE-R RERUN                                                *
      **************************************************************
       1054-CHECK-PAYROLL.
           MOVE 'PROJ03' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF NOT JOB-FOUND
              OR JOB-CYCLE IS NOT EQUAL TO JOB-RUN-CYCLE
              OR NOT JOB-COMPLETE THEN
              MOVE 'PROJ03 HAS NOT COMPLETED THIS CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE.
      **************************************************************
      * A STEP THAT HAS ALREADY COMPLETED THIS CYCLE DOES NOT RUN   *
      * AGAIN.  ONE THAT ONLY STARTED - ABENDED OR STOPPED SHORT -  *
      * MAY BE RERUN WITHOUT AN OVERRIDE                            *
      **************************************************************
       1056-CHECK-OWN-CYCLE.
           MOVE 'YEAREND' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF JOB-FOUND
              AND JOB-CYCLE IS EQUAL TO JOB-RUN-CYCLE
              AND JOB-COMPLETE THEN
              MOVE 'YEAREND HAS ALREADY COMPLETED THIS CYCLE'
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
              DISPLAY 'YEAREND - ' JOB-REFUSAL
           ELSE
              DISPLAY 'YEAREND - CYCLE ' JOB-REFUSE-CYCLE ' - '
                 JOB-REFUSAL.
           OPEN INPUT OVR-FILE.
           PERFORM 1062-READ-OVERRIDE UNTIL EOF-OV = 1.
           CLOSE OVR-FILE.
           IF JOB-OVERRIDDEN THEN
              DISPLAY 'YEAREND - STARTED ON OPERATOR OVERRIDE BY '
                 JOB-OVR-BY ' - ' JOB-OVR-WHY
           ELSE
              DISPLAY 'YEAREND - NOT STARTED - A JOBOVR CARD IS '
                 'NEEDED TO FORCE THIS RUN'
              CLOSE JOB-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1062-READ-OVERRIDE.
           READ OVR-FILE
             AT END MOVE 1 TO EOF-OV.
           IF EOF-OV IS NOT EQUAL TO 1 THEN
              IF OVR-PGM IS EQUAL TO 'YEAREND'
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
           MOVE 'YEAREND'       TO JOB-PGM.
           MOVE JOB-RUN-CYCLE   TO JOB-CYCLE.
           MOVE JOB-STARTED-AT  TO JOB-START-STAMP.
           MOVE 'DED ARCHIVED'  TO JOB-CT1-NAME.
           MOVE EMP-CT          TO JOB-CT1.
           MOVE 'EMPS PURGED'   TO JOB-CT2-NAME.
           MOVE PURGE-CT        TO JOB-CT2.
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
              DISPLAY 'YEAREND - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - COMPLETION NOT RECORDED'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM 1066-BUILD-JOB-ENTRY
              MOVE 'C'           TO JOB-STATE
              MOVE JOB-NOW-STAMP TO JOB-END-STAMP
              PERFORM 1068-WRITE-JOB-ENTRY
              CLOSE JOB-FILE.
      **************************************************************
      * WINDOWS THE TWO-DIGIT RUN YEAR TO FOUR DIGITS AND DERIVES   *
      * THE YEAR BEING CLOSED - A JANUARY RUN IS CLOSING THE YEAR   *
      * THAT JUST ENDED, SO THE ARCHIVE STAMP AND THE ALREADY-RUN   *
              DISPLAY 'YEAREND - ROLLOVER ALREADY RUN FOR '
                 RUN-YEAR-X ' - REFUSING TO RUN AGAIN'
              CLOSE YEC-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      **************************************************************
      * A SHOP THAT HAS NOT YET RUN A PAYROLL WITH WITHHOLDING HAS  *
      * NO TAXHIST, SO ONLY THE DEDUCTIONS ROLL.  ANY OTHER OPEN    *
      * FAILURE ABANDONS BEFORE ANYTHING IS WRITTEN, AS ABOVE       *
      **************************************************************
       1300-OPEN-TAX-HISTORY.
           OPEN I-O TXH-FILE.
           IF TXH-OK THEN
              MOVE 'Y' TO SW-TAX-HIST
           ELSE
              IF NOT TXH-NOT-EXIST THEN
                 DISPLAY 'YEAREND - TAXHIST OPEN FAILED - STATUS '
                    TXH-STATUS ' - RUN ABANDONED - YECTL UNTOUCHED'
                 CLOSE HIST-FILE
                       MST-FILE
                 STOP RUN.
      ***************************************************************
      *       PRINT HEADERS
      ***************************************************************
           MOVE 0 TO HIST-YTD-CAT(5).
           REWRITE HIST-REC.
      **************************************************************
      * ROLLS THE WAGE AND TAX HISTORY UNDER ITS OWN HEADING ON THE *
      * ANNUAL REPORT - ARCHIVE, SUMMARY LINE AND RESET PER RECORD, *
      * THEN THE TOTALS                                             *
      **************************************************************
       1600-ROLL-TAX-HISTORY.
           OPEN EXTEND TXA-FILE.
           MOVE 0 TO GRAND-TAX(1).
           MOVE 0 TO GRAND-TAX(2).
           MOVE 0 TO GRAND-TAX(3).
           MOVE 0 TO GRAND-TAX(4).
           MOVE 'ANNUAL WAGE/TAX SUMMARY -' TO HL-TITLE.
           MOVE 0 TO LN-CT.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1650-PRINT-TAX-COLS.
           MOVE LOW-VALUES TO TXH-KEY.
           START TXH-FILE KEY IS GREATER THAN TXH-KEY
             INVALID KEY MOVE 1 TO EOF-X.
           PERFORM 1610-ROLL-ONE-TAX UNTIL EOF-X = 1.
           PERFORM 1660-PRINT-TAX-TOTALS.
           CLOSE TXA-FILE.

       1610-ROLL-ONE-TAX.
           READ TXH-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-X.
           IF NOT TXH-OK THEN
              MOVE 1 TO EOF-X.
           IF EOF-X IS NOT EQUAL TO 1 THEN
              PERFORM 1620-ARCHIVE-TAX
              PERFORM 1630-PRINT-TAX-LINE
              PERFORM 1640-RESET-TAX.

       1620-ARCHIVE-TAX.
           MOVE RUN-YEAR-X TO TXA-YEAR.
           MOVE TXH-REC    TO TXA-TXH-IMAGE.
           WRITE TXA-REC.
           ADD 1 TO TAX-EMP-CT.
           ADD TXH-YTD-GROSS    TO GRAND-GROSS.
           ADD TXH-YTD-SS-WAGES TO GRAND-SS-WAGES.
           ADD TXH-YTD-TAX(1)   TO GRAND-TAX(1).
           ADD TXH-YTD-TAX(2)   TO GRAND-TAX(2).
           ADD TXH-YTD-TAX(3)   TO GRAND-TAX(3).
           ADD TXH-YTD-TAX(4)   TO GRAND-TAX(4).

       1630-PRINT-TAX-LINE.
           MOVE TXH-EID TO MST-EID.
           READ MST-FILE
             INVALID KEY
                MOVE 'NOT ON MASTER' TO MST-LAST
                MOVE SPACES          TO MST-FIRST.
           MOVE TXH-EID          TO L-TAX-EID.
           MOVE MST-LAST         TO L-TAX-LAST.
           MOVE MST-FIRST        TO L-TAX-FIRST.
           MOVE TXH-YTD-GROSS    TO L-TAX-GROSS.
           MOVE TXH-YTD-SS-WAGES TO L-TAX-SS-WAGES.
           MOVE TXH-YTD-TAX(1)   TO L-TAX-AMT(1).
           MOVE TXH-YTD-TAX(2)   TO L-TAX-AMT(2).
           MOVE TXH-YTD-TAX(3)   TO L-TAX-AMT(3).
           MOVE TXH-YTD-TAX(4)   TO L-TAX-AMT(4).
           WRITE RPT-REC FROM RPT-TAX-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LN-CT.
           IF LN-CT IS GREATER THAN OR EQUAL TO 55 THEN
              MOVE 0 TO LN-CT
              PERFORM 1400-PRINT-HEAD
              PERFORM 1650-PRINT-TAX-COLS.

       1640-RESET-TAX.
           MOVE 0 TO TXH-YTD-GROSS.
           MOVE 0 TO TXH-YTD-SS-WAGES.
           MOVE 0 TO TXH-YTD-TAX(1).
           MOVE 0 TO TXH-YTD-TAX(2).
           MOVE 0 TO TXH-YTD-TAX(3).
           MOVE 0 TO TXH-YTD-TAX(4).
           REWRITE TXH-REC.

       1650-PRINT-TAX-COLS.
           WRITE RPT-REC FROM RPT-TAX-COLS
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LN-CT.

       1660-PRINT-TAX-TOTALS.
           MOVE TAX-EMP-CT     TO L-TAX-EMP-CT.
           MOVE GRAND-GROSS    TO L-TOT-GROSS.
           MOVE GRAND-SS-WAGES TO L-TOT-SS-WAGES.
           MOVE GRAND-TAX(1)   TO L-TOT-TAX(1).
           MOVE GRAND-TAX(2)   TO L-TOT-TAX(2).
           MOVE GRAND-TAX(3)   TO L-TOT-TAX(3).
           MOVE GRAND-TAX(4)   TO L-TOT-TAX(4).
           WRITE RPT-REC FROM RPT-TAX-TOTALS
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * PRINTS THE ARCHIVE COUNT AND GRAND TOTAL AT THE BOTTOM OF   *
      * THE ANNUAL SUMMARY                                          *
      **************************************************************
           MOVE RUN-YEAR-X TO YEC-LAST-YEAR.
           WRITE YEC-REC.
           CLOSE YEC-FILE.
      **************************************************************
      * PURGES EMPLOYEES TERMINATED IN OR BEFORE THE CLOSED YEAR -  *
      * THEIR FIGURES ARE NOW SAFE ON DEDARCH AND TAXARCH.  THE     *
      * MASTER RECORD GOES WITH ITS DEDHIST, TAXHIST, LEAVBAL AND   *
      * ZERO DEDARRS RECORDS SO NOTHING IS LEFT ORPHANED.  NO       *
      * DEDARRS OR LEAVBAL FILE IS NOTHING TO DELETE; ONE THAT WILL *
      * NOT OPEN STOPS THE PURGE.  AN EMPLOYEE STILL OWING ARREARS  *
      * STAYS ON FILE UNTIL COLLECTED OR WRITTEN OFF.  MSTCTL IS    *
      * REDUCED BY WHAT WAS PURGED                                  *
      **************************************************************
       1900-PURGE-TERMINATED.
           OPEN I-O ARR-FILE.
           IF ARR-OK THEN
              MOVE 'Y' TO SW-ARR-FILE
           ELSE
              IF NOT ARR-NOT-EXIST THEN
                 DISPLAY 'YEAREND - DEDARRS OPEN FAILED - STATUS '
                    ARR-STATUS ' - NO TERMINATED EMPLOYEES PURGED'.
           OPEN I-O LEAVE-FILE.
           IF LV-OK THEN
              MOVE 'Y' TO SW-LV-FILE
           ELSE
              IF NOT LV-NOT-EXIST THEN
                 DISPLAY 'YEAREND - LEAVBAL OPEN FAILED - STATUS '
                    LV-STATUS ' - NO TERMINATED EMPLOYEES PURGED'.
           IF ARR-PRESENT OR ARR-NOT-EXIST THEN
              IF LV-PRESENT OR LV-NOT-EXIST THEN
                 PERFORM 1905-PURGE-PASS.
           IF ARR-PRESENT THEN
              CLOSE ARR-FILE.
           IF LV-PRESENT THEN
              CLOSE LEAVE-FILE.

       1905-PURGE-PASS.
           MOVE 'TERMINATED EMPLOYEE PURGE' TO HL-TITLE.
           MOVE 0 TO LN-CT.
           PERFORM 1400-PRINT-HEAD.
           MOVE LOW-VALUES TO MST-EID.
           START MST-FILE KEY IS GREATER THAN MST-EID
             INVALID KEY MOVE 1 TO EOF-M.
           PERFORM 1910-CHECK-ONE-EMPLOYEE UNTIL EOF-M = 1.
           MOVE PURGE-CT TO L-PURGE-CT.
           MOVE KEPT-CT  TO L-KEPT-CT.
           WRITE RPT-REC FROM RPT-PURGE-TOTALS
             AFTER ADVANCING 2 LINES.
           IF PURGE-CT IS GREATER THAN ZERO THEN
              PERFORM 1950-ADJUST-MASTER-CONTROL.

       1910-CHECK-ONE-EMPLOYEE.
           READ MST-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-M.
           IF NOT MST-OK THEN
              MOVE 1 TO EOF-M.
           IF EOF-M IS NOT EQUAL TO 1 THEN
              IF MST-TERMINATED
                 AND MST-TERM-DATE(1:4) IS NOT GREATER THAN
                     RUN-YEAR-X THEN
                 PERFORM 1920-PURGE-ONE.

       1920-PURGE-ONE.
           MOVE 'N' TO SW-ARR-OWED.
           IF ARR-PRESENT THEN
              PERFORM 1925-CHECK-ARREARS.
           MOVE MST-EID            TO L-PRG-EID.
           MOVE MST-LAST           TO L-PRG-LAST.
           MOVE MST-FIRST          TO L-PRG-FIRST.
           MOVE MST-TERM-DATE(5:2) TO L-PRG-MM.
           MOVE MST-TERM-DATE(7:2) TO L-PRG-DD.
           MOVE MST-TERM-DATE(1:4) TO L-PRG-YYYY.
           IF ARREARS-OWED THEN
              MOVE 'KEPT - ARREARS STILL OWED' TO L-PRG-RESULT
              ADD 1 TO KEPT-CT
           ELSE
              PERFORM 1930-DELETE-EMPLOYEE
              MOVE 'PURGED' TO L-PRG-RESULT.
           WRITE RPT-REC FROM RPT-PURGE-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LN-CT.
           IF LN-CT IS GREATER THAN OR EQUAL TO 55 THEN
              MOVE 0 TO LN-CT
              PERFORM 1400-PRINT-HEAD.

       1925-CHECK-ARREARS.
           MOVE MST-EID TO ARR-EID.
           MOVE MST-SSN TO ARR-SSN.
           READ ARR-FILE
             INVALID KEY MOVE 'N' TO SW-ARR-OWED.
           IF ARR-OK THEN
              MOVE 1 TO ARR-SUB
              PERFORM 1927-CHECK-ONE-SLOT UNTIL ARR-SUB > 5.

       1927-CHECK-ONE-SLOT.
           IF ARR-AMT(ARR-SUB) IS GREATER THAN ZERO THEN
              SET ARREARS-OWED TO TRUE.
           ADD 1 TO ARR-SUB.
      **************************************************************
      * TAKES THE EMPLOYEE OFF THE MASTER AND THE HISTORY FILES.    *
      * A HISTORY RECORD THAT IS NOT THERE IS NOTHING TO DELETE     *
      **************************************************************
       1930-DELETE-EMPLOYEE.
           MOVE MST-EID TO HIST-EID.
           MOVE MST-SSN TO HIST-SSN.
           DELETE HIST-FILE RECORD
             INVALID KEY MOVE 0 TO HIST-YTD-DED.
           IF TAX-HIST-PRESENT THEN
              MOVE MST-EID TO TXH-EID
              MOVE MST-SSN TO TXH-SSN
              DELETE TXH-FILE RECORD
                INVALID KEY MOVE 0 TO TXH-YTD-GROSS.
           IF ARR-PRESENT THEN
              MOVE MST-EID TO ARR-EID
              MOVE MST-SSN TO ARR-SSN
              DELETE ARR-FILE RECORD
                INVALID KEY MOVE 0 TO ARR-SUB.
           IF LV-PRESENT THEN
              MOVE MST-EID TO LV-EID
              MOVE MST-SSN TO LV-SSN
              DELETE LEAVE-FILE RECORD
                INVALID KEY MOVE 0 TO LV-VAC-BAL.
           ADD MST-DED1 MST-DED2 MST-DED3 MST-DED4 MST-DED5
             TO PURGE-DED.
           DELETE MST-FILE RECORD.
           ADD 1 TO PURGE-CT.
      **************************************************************
      * TAKES THE PURGED RECORDS OUT OF THE MASTER CONTROL RECORD - *
      * WITHOUT IT THE NEXT NIGHTLY RUN WOULD SHOW OUT OF BALANCE   *
      * UNTIL EMPMAINT NEXT REWRITES MSTCTL.  NO MSTCTL MEANS       *
      * NOTHING TO ADJUST                                           *
      **************************************************************
       1950-ADJUST-MASTER-CONTROL.
           OPEN INPUT MCT-FILE.
           IF MCT-OK THEN
              PERFORM 1955-READ-MASTER-CONTROL.

       1955-READ-MASTER-CONTROL.
           READ MCT-FILE
             AT END MOVE SPACES TO MCT-REC.
           CLOSE MCT-FILE.
           IF MCT-REC IS NOT EQUAL TO SPACES THEN
              SUBTRACT PURGE-CT  FROM MCT-REC-CT
              SUBTRACT PURGE-DED FROM MCT-DED-TOTAL
              OPEN OUTPUT MCT-FILE
              WRITE MCT-REC
              CLOSE MCT-FILE.
