           SELECT RPT-FILE ASSIGN TO 'UR-S-RECON'.
           SELECT RSND-FILE ASSIGN TO 'PAYRESND'.
           SELECT OPTIONAL RTY-FILE ASSIGN TO 'PAYRETRY'.
           SELECT JOB-FILE ASSIGN TO 'JOBCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-PGM
               FILE STATUS IS JOB-STATUS.
           SELECT OPTIONAL OVR-FILE ASSIGN TO 'JOBOVR'.

       DATA DIVISION.

       01 RTY-REC.
          05 RTY-EID         PIC X(7).
          05 RTY-COUNT       PIC 9(2).
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
       01 MISC.
         03 EOF-A      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-OV     PIC 9   VALUE 0.
         03 EOF-XC     PIC 9   VALUE 0.
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
       01 JOB-XTR-EXPECT PIC 9(7)        VALUE 0.
       01 JOB-PAY-ENDED  PIC X(14)       VALUE SPACES.
       01 SW-JOB-FOUND   PIC X           VALUE 'N'.
         88 JOB-FOUND                 VALUE 'Y'.
       01 SW-JOB-OVERRIDE PIC X          VALUE 'N'.
         88 JOB-OVERRIDDEN            VALUE 'Y'.
       01 JOB-OVR-BY     PIC X(3)        VALUE SPACES.
       01 JOB-OVR-WHY    PIC X(40)       VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DETAIL LINES              *
      **************************************************************
       PROCEDURE DIVISION.
           ACCEPT CUR-DATE FROM DATE.
       000-MAINLINE.
           PERFORM 1050-CHECK-JOB-STREAM.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1320-LOAD-RETRIES.
                 RSND-FILE
                 RTY-FILE
                 RPT-FILE.
           PERFORM 1070-STAMP-JOB-COMPLETE.
           STOP RUN.
      **************************************************************
      * THE JOB-STREAM CHECK.  THE RECONCILIATION BELONGS TO THE    *
      * CYCLE OF THE LAST NIGHTLY RUN, WHICH WROTE THE PAYEXTR IT   *
      * MATCHES, AND RUNS ONCE FOR THAT CYCLE.  THE RUN IS STAMPED  *
      * STARTED BEFORE ANYTHING IS SORTED OR WRITTEN                *
      **************************************************************
       1050-CHECK-JOB-STREAM.
           PERFORM 1051-SET-JOB-STAMP.
           PERFORM 1052-OPEN-JOB-CONTROL.
           MOVE 'PROJ03' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF NOT JOB-FOUND THEN
              MOVE 'NO PAYROLL ON RECORD - PROJ03 HAS NEVER RUN'
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
              DISPLAY 'PAYRECON - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - NOT STARTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1053-READ-JOB-ENTRY.
           MOVE 'Y' TO SW-JOB-FOUND.
           READ JOB-FILE
             INVALID KEY
                MOVE 'N' TO SW-JOB-FOUND.
      **************************************************************
      * THE NIGHTLY RUN MUST HAVE COMPLETED ITS CYCLE, NO OFF-CYCLE *
      * RUN MAY HAVE REWRITTEN PAYEXTR SINCE, AND PAYEXTR MUST      *
      * STILL HOLD THE NUMBER OF RECORDS THAT RUN WROTE - ANY OTHER *
      * COUNT MEANS AN OLDER EXTRACT WAS RESTORED.  OTHERWISE THE   *
      * ACKNOWLEDGMENT WOULD BE MATCHED AGAINST THE WRONG DAY       *
      **************************************************************
       1054-CHECK-PAYROLL.
           IF NOT JOB-COMPLETE THEN
              MOVE 'PROJ03 HAS NOT COMPLETED THIS CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE
           ELSE
              MOVE JOB-CT1       TO JOB-XTR-EXPECT
              MOVE JOB-END-STAMP TO JOB-PAY-ENDED
              PERFORM 1055-CHECK-OFFCYCLE
              IF JOB-REFUSAL IS EQUAL TO SPACES THEN
                 PERFORM 1057-CHECK-EXTRACT-COUNT.
      **************************************************************
      * AN OFF-CYCLE RUN REWRITES PAYEXTR.  ONE THAT STARTED AFTER  *
      * THE NIGHTLY RUN ENDED HAS REPLACED THE EXTRACT THIS         *
      * RECONCILIATION IS FOR, EVEN IF IT HAPPENS TO HOLD THE SAME  *
      * NUMBER OF RECORDS                                           *
      **************************************************************
       1055-CHECK-OFFCYCLE.
           MOVE 'OFFCYC' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF JOB-FOUND
              AND JOB-START-STAMP IS GREATER THAN JOB-PAY-ENDED THEN
              DISPLAY 'PAYRECON - OFF-CYCLE RUN STARTED '
                 JOB-START-STAMP ' - PROJ03 ENDED ' JOB-PAY-ENDED
              MOVE 'PAYEXTR WAS REWRITTEN BY AN OFF-CYCLE RUN'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE.
      **************************************************************
      * A STEP THAT HAS ALREADY COMPLETED THIS CYCLE DOES NOT RUN   *
      * AGAIN.  ONE THAT ONLY STARTED - ABENDED OR STOPPED SHORT -  *
      * MAY BE RERUN WITHOUT AN OVERRIDE                            *
      **************************************************************
       1056-CHECK-OWN-CYCLE.
           MOVE 'PAYRECON' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF JOB-FOUND
              AND JOB-CYCLE IS EQUAL TO JOB-RUN-CYCLE
              AND JOB-COMPLETE THEN
              MOVE 'PAYRECON HAS ALREADY COMPLETED THIS CYCLE'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE.

       1057-CHECK-EXTRACT-COUNT.
           PERFORM 1058-COUNT-EXTRACT.
           IF JOB-XTR-CT IS NOT EQUAL TO JOB-XTR-EXPECT THEN
              DISPLAY 'PAYRECON - PAYEXTR HOLDS ' JOB-XTR-CT
                 ' RECORDS - PROJ03 WROTE ' JOB-XTR-EXPECT
              MOVE 'PAYEXTR IS NOT THE EXTRACT PROJ03 WROTE'
                TO JOB-REFUSAL
              MOVE JOB-RUN-CYCLE TO JOB-REFUSE-CYCLE.

       1058-COUNT-EXTRACT.
           OPEN INPUT XTR-FILE.
           PERFORM 1059-COUNT-ONE-EXTRACT UNTIL EOF-XC = 1.
           CLOSE XTR-FILE.

       1059-COUNT-ONE-EXTRACT.
           READ XTR-FILE
             AT END MOVE 1 TO EOF-XC.
           IF EOF-XC IS NOT EQUAL TO 1 THEN
              ADD 1 TO JOB-XTR-CT.
      **************************************************************
      * A REFUSAL STANDS UNLESS JOBOVR CARRIES AN OVERRIDE CARD FOR *
      * THIS PROGRAM, DATED TODAY AND INITIALED.  A CARD FOR ANY    *
      * OTHER DAY IS IGNORED, SO ONE LEFT IN THE DECK CANNOT        *
      * QUIETLY DISARM THE NEXT NIGHT'S CHECK.  A REFUSED STEP ENDS *
      * WITH RETURN CODE 16 SO THE STEPS BEHIND IT ARE HELD AS WELL *
      **************************************************************
       1060-REFUSE-OR-OVERRIDE.
           IF JOB-REFUSE-CYCLE IS EQUAL TO SPACES THEN
              DISPLAY 'PAYRECON - ' JOB-REFUSAL
           ELSE
              DISPLAY 'PAYRECON - CYCLE ' JOB-REFUSE-CYCLE ' - '
                 JOB-REFUSAL.
           OPEN INPUT OVR-FILE.
           PERFORM 1062-READ-OVERRIDE UNTIL EOF-OV = 1.
           CLOSE OVR-FILE.
           IF JOB-OVERRIDDEN THEN
              DISPLAY 'PAYRECON - STARTED ON OPERATOR OVERRIDE BY '
                 JOB-OVR-BY ' - ' JOB-OVR-WHY
           ELSE
              DISPLAY 'PAYRECON - NOT STARTED - A JOBOVR CARD IS '
                 'NEEDED TO FORCE THIS RUN'
              CLOSE JOB-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1062-READ-OVERRIDE.
           READ OVR-FILE
             AT END MOVE 1 TO EOF-OV.
           IF EOF-OV IS NOT EQUAL TO 1 THEN
              IF OVR-PGM IS EQUAL TO 'PAYRECON'
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
           MOVE 'PAYRECON'      TO JOB-PGM.
           MOVE JOB-RUN-CYCLE   TO JOB-CYCLE.
           MOVE JOB-STARTED-AT  TO JOB-START-STAMP.
           MOVE 'RECS SENT'     TO JOB-CT1-NAME.
           MOVE SENT-CT         TO JOB-CT1.
           MOVE 'DISCREPANCY'   TO JOB-CT2-NAME.
           ADD REJ-CT MISS-CT EXTRA-CT GIVING JOB-CT2.
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
              DISPLAY 'PAYRECON - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - COMPLETION NOT RECORDED'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM 1066-BUILD-JOB-ENTRY
              MOVE 'C'           TO JOB-STATE
              MOVE JOB-NOW-STAMP TO JOB-END-STAMP
              PERFORM 1068-WRITE-JOB-ENTRY
              CLOSE JOB-FILE.
      **************************************************************
      * LOADS LAST CYCLE'S RETRY COUNTS - A MISSING FILE JUST       *
      * MEANS NOTHING WAS QUEUED FOR RESEND LAST TIME               *
      **************************************************************
