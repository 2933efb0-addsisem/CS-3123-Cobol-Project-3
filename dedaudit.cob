               RECORD KEY IS MST-EID
               FILE STATUS IS MST-STATUS.
           SELECT RPT-FILE ASSIGN TO 'UR-S-DEDAUD'.
           SELECT JOB-FILE ASSIGN TO 'JOBCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-PGM
               FILE STATUS IS JOB-STATUS.
           SELECT OPTIONAL OVR-FILE ASSIGN TO 'JOBOVR'.

       DATA DIVISION.

          05 MST-FIRST       PIC X(15).
          05 FILLER          PIC X(19).
          05 MST-SSN         PIC X(9).
          05 FILLER          PIC X(135).
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
         88 MASTER-FOUND              VALUE 'Y'.
       01 MISC.
         03 EOF-H      PIC 9   VALUE 0.
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
      **************************************************************
      * LAYOUT FOR THE AUDIT REPORT HEADING AND DETAIL LINES        *
      **************************************************************
       PROCEDURE DIVISION.
           ACCEPT CUR-DATE FROM DATE.
       000-MAINLINE.
           PERFORM 1050-CHECK-JOB-STREAM.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-OK THEN
              DISPLAY 'DEDAUDIT - DEDHIST OPEN FAILED - STATUS '
           CLOSE HIST-FILE
                 MST-FILE
                 RPT-FILE.
           PERFORM 1070-STAMP-JOB-COMPLETE.
           STOP RUN.
      **************************************************************
      * THE JOB-STREAM CHECK.  THE AUDIT READS DEDHIST, SO IT WAITS *
      * FOR THE NIGHTLY RUN TO COMPLETE THE CYCLE EMPMAINT OPENED - *
      * AN AUDIT TAKEN MID-RUN WOULD REPORT HALF-POSTED YTD AS      *
      * BREAKS - AND RUNS ONCE A CYCLE.  THE RUN IS STAMPED STARTED *
      * BEFORE ANY OTHER FILE IS OPENED                             *
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
              DISPLAY 'DEDAUDIT - JOBCTL OPEN FAILED - STATUS '
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
           MOVE 'DEDAUDIT' TO JOB-PGM.
           PERFORM 1053-READ-JOB-ENTRY.
           IF JOB-FOUND
              AND JOB-CYCLE IS EQUAL TO JOB-RUN-CYCLE
              AND JOB-COMPLETE THEN
              MOVE 'DEDAUDIT HAS ALREADY COMPLETED THIS CYCLE'
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
              DISPLAY 'DEDAUDIT - ' JOB-REFUSAL
           ELSE
              DISPLAY 'DEDAUDIT - CYCLE ' JOB-REFUSE-CYCLE ' - '
                 JOB-REFUSAL.
           OPEN INPUT OVR-FILE.
           PERFORM 1062-READ-OVERRIDE UNTIL EOF-OV = 1.
           CLOSE OVR-FILE.
           IF JOB-OVERRIDDEN THEN
              DISPLAY 'DEDAUDIT - STARTED ON OPERATOR OVERRIDE BY '
                 JOB-OVR-BY ' - ' JOB-OVR-WHY
           ELSE
              DISPLAY 'DEDAUDIT - NOT STARTED - A JOBOVR CARD IS '
                 'NEEDED TO FORCE THIS RUN'
              CLOSE JOB-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       1062-READ-OVERRIDE.
           READ OVR-FILE
             AT END MOVE 1 TO EOF-OV.
           IF EOF-OV IS NOT EQUAL TO 1 THEN
              IF OVR-PGM IS EQUAL TO 'DEDAUDIT'
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
           MOVE 'DEDAUDIT'      TO JOB-PGM.
           MOVE JOB-RUN-CYCLE   TO JOB-CYCLE.
           MOVE JOB-STARTED-AT  TO JOB-START-STAMP.
           MOVE 'RECS CHECKED'  TO JOB-CT1-NAME.
           MOVE CHECKED-CT      TO JOB-CT1.
           MOVE 'FINDINGS'      TO JOB-CT2-NAME.
           ADD ORPHAN-CT MISMATCH-CT BREAK-CT GIVING JOB-CT2.
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
              DISPLAY 'DEDAUDIT - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS ' - COMPLETION NOT RECORDED'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM 1066-BUILD-JOB-ENTRY
              MOVE 'C'           TO JOB-STATE
              MOVE JOB-NOW-STAMP TO JOB-END-STAMP
              PERFORM 1068-WRITE-JOB-ENTRY
              CLOSE JOB-FILE.
      ***************************************************************
      *       PRINT HEADERS
      ***************************************************************
