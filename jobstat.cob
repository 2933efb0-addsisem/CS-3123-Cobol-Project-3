       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTAT.
       AUTHOR. Addyson Sisemore
      * NIGHTLY JOB-STREAM STATUS REPORT.
      * PRINTS WHERE TONIGHT'S CYCLE STANDS FROM THE JOB-CONTROL
      * FILE - THE CYCLE EMPMAINT OPENED, AND FOR EACH PROGRAM IN THE
      * STREAM THE CYCLE IT LAST RAN FOR, WHETHER IT FINISHED, WHEN,
      * ITS KEY COUNTS AND ANY OPERATOR OVERRIDE - AND NAMES THE STEP
      * THAT RUNS NEXT.  IT ONLY READS JOBCTL AND MAY BE RUN AT ANY
      * TIME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN TO 'JOBCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-PGM
               FILE STATUS IS JOB-STATUS.
           SELECT RPT-FILE ASSIGN TO 'UR-S-JOBSTA'.

       DATA DIVISION.

       FILE SECTION.
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
       FD RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 RPT-REC       PIC X(125).
       WORKING-STORAGE SECTION.
       01 PAGE-CT       PIC 9999        VALUE 1.
      **************************************************************
      * THE PROGRAMS IN THE NIGHTLY STREAM IN THE ORDER THEY RUN.   *
      * THE FIRST THREE RUN EVERY NIGHT; YEAREND AND DEDAUDIT RUN   *
      * ONLY WHEN NEEDED, SO THEY ARE LISTED BUT NEVER NAMED AS THE *
      * NEXT STEP.  OFFCYC IS THE LAST OFF-CYCLE PAYROLL RUN,       *
      * LISTED BECAUSE IT REWRITES PAYEXTR AND SO HOLDS PAYRECON    *
      **************************************************************
       01 STREAM-PGM-VALS.
         03 FILLER        PIC X(8)    VALUE 'EMPMAINT'.
         03 FILLER        PIC X(8)    VALUE 'PROJ03'.
         03 FILLER        PIC X(8)    VALUE 'PAYRECON'.
         03 FILLER        PIC X(8)    VALUE 'YEAREND'.
         03 FILLER        PIC X(8)    VALUE 'DEDAUDIT'.
         03 FILLER        PIC X(8)    VALUE 'OFFCYC'.
       01 STREAM-PGM-TABLE REDEFINES STREAM-PGM-VALS.
         03 STR-PGM       PIC X(8)    OCCURS 6 TIMES.
       01 STR-SUB       PIC 99          VALUE 0.
       01 NIGHTLY-STEPS PIC 99          VALUE 3.
      **************************************************************
      * THE CYCLE EMPMAINT LAST OPENED, THE FIRST NIGHTLY STEP NOT  *
      * YET COMPLETE FOR IT, AND WHETHER THE STEP JUST READ HAS     *
      * COMPLETED THAT CYCLE                                        *
      **************************************************************
       01 OPEN-CYCLE    PIC X(8)        VALUE SPACES.
       01 NEXT-PGM      PIC X(8)        VALUE SPACES.
       01 SW-JOB-FOUND  PIC X           VALUE 'N'.
         88 JOB-FOUND                 VALUE 'Y'.
       01 SW-STEP-DONE  PIC X           VALUE 'N'.
         88 STEP-DONE                 VALUE 'Y'.
       01 JOB-STATUS     PIC XX.
         88 JOB-OK                  VALUE '00'.
         88 JOB-NOT-EXIST           VALUE '35'.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DETAIL LINES              *
      **************************************************************
       01 RPT-HEADING1.
         03 HL-CUR-YR   PIC 99.
         03 FILLER      PIC X(1)    VALUE '/'.
         03 HL-CUR-MO   PIC 99.
         03 FILLER      PIC X(1)    VALUE '/'.
         03 HL-CUR-DAY  PIC 99.
         03 FILLER      PIC X(40)   VALUE SPACES.
         03 FILLER      PIC X(25)
            VALUE 'NIGHTLY JOB-STREAM STATUS'.
         03 FILLER      PIC X(37)   VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'PAGE'.
         03 HL-PAGE-CT  PIC ZZZ9.

       01 RPT-CYCLE-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(12)   VALUE 'OPEN CYCLE: '.
         03 L-OPEN-CYCLE  PIC X(8).
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 L-CYCLE-NOTE  PIC X(50).

       01 RPT-COLUMN-HEAD.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 FILLER        PIC X(10)   VALUE 'PROGRAM'.
         03 FILLER        PIC X(10)   VALUE 'CYCLE'.
         03 FILLER        PIC X(24)   VALUE 'STATUS'.
         03 FILLER        PIC X(17)   VALUE 'STARTED'.
         03 FILLER        PIC X(17)   VALUE 'ENDED'.
         03 FILLER        PIC X(40)   VALUE 'COUNTS'.
         03 FILLER        PIC X(3)    VALUE 'OVR'.

       01 RPT-DETAIL.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-DET-PGM     PIC X(8).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-CYCLE   PIC X(8).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-STATE   PIC X(22).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-START-DT PIC X(8).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-DET-START-TM PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-END-DT  PIC X(8).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-DET-END-TM  PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-CT1-NAME PIC X(12).
         03 L-DET-CT1     PIC ZZZZZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-CT2-NAME PIC X(12).
         03 L-DET-CT2     PIC ZZZZZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-OVR     PIC X(3).

       01 RPT-NEVER-LINE.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-NEV-PGM     PIC X(8).
         03 FILLER        PIC X(12)   VALUE SPACES.
         03 FILLER        PIC X(9)    VALUE 'NEVER RUN'.

       01 RPT-NEXT-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(16)   VALUE 'NEXT IN STREAM: '.
         03 L-NEXT-PGM    PIC X(8).
         03 FILLER        PIC X(3)    VALUE ' - '.
         03 L-NEXT-NOTE   PIC X(30).

       01 RPT-MSG-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-MSG-TEXT    PIC X(60).
      **************************************************************
      * LAYOUT FOR DATE                                             *
      **************************************************************
       01 CUR-DATE.
          05      CUR-YR      PIC 99.
          05      CUR-MO      PIC 99.
          05      CUR-DAY     PIC 99.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
           ACCEPT CUR-DATE FROM DATE.
       000-MAINLINE.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1200-OPEN-JOB-CONTROL.
           PERFORM 1300-FIND-OPEN-CYCLE.
           WRITE RPT-REC FROM RPT-COLUMN-HEAD
             AFTER ADVANCING 2 LINES.
           MOVE 1 TO STR-SUB.
           PERFORM 1500-PRINT-STEP UNTIL STR-SUB > 6.
           PERFORM 1700-PRINT-NEXT.
           CLOSE JOB-FILE
                 RPT-FILE.
           STOP RUN.
      **************************************************************
      * OPENS JOBCTL FOR READING ONLY.  NO FILE YET MEANS NO        *
      * PROGRAM IN THE STREAM HAS EVER RUN, WHICH IS REPORTED AS    *
      * SUCH; ANY OTHER FAILURE ENDS THE REPORT WITH RETURN CODE 16 *
      **************************************************************
       1200-OPEN-JOB-CONTROL.
           OPEN INPUT JOB-FILE.
           IF JOB-NOT-EXIST THEN
              MOVE 'NO CYCLE HAS RUN - JOBCTL HAS NOT BEEN CREATED'
                TO L-MSG-TEXT
              WRITE RPT-REC FROM RPT-MSG-LINE
                AFTER ADVANCING 1 LINE
              CLOSE RPT-FILE
              STOP RUN.
           IF NOT JOB-OK THEN
              DISPLAY 'JOBSTAT - JOBCTL OPEN FAILED - STATUS '
                 JOB-STATUS
              MOVE 'JOBCTL COULD NOT BE READ - SEE THE CONSOLE LOG'
                TO L-MSG-TEXT
              WRITE RPT-REC FROM RPT-MSG-LINE
                AFTER ADVANCING 1 LINE
              CLOSE RPT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      **************************************************************
      * THE OPEN CYCLE IS THE ONE EMPMAINT LAST RAN FOR - EVERY     *
      * OTHER STEP IS MEASURED AGAINST IT                           *
      **************************************************************
       1300-FIND-OPEN-CYCLE.
           MOVE 'EMPMAINT' TO JOB-PGM.
           PERFORM 1310-READ-JOB-ENTRY.
           IF JOB-FOUND THEN
              MOVE JOB-CYCLE TO OPEN-CYCLE
              MOVE JOB-CYCLE TO L-OPEN-CYCLE
              MOVE SPACES    TO L-CYCLE-NOTE
           ELSE
              MOVE 'NONE'    TO L-OPEN-CYCLE
              MOVE 'EMPMAINT HAS NEVER RUN' TO L-CYCLE-NOTE.
           WRITE RPT-REC FROM RPT-CYCLE-LINE
             AFTER ADVANCING 1 LINE.

       1310-READ-JOB-ENTRY.
           MOVE 'Y' TO SW-JOB-FOUND.
           READ JOB-FILE
             INVALID KEY
                MOVE 'N' TO SW-JOB-FOUND.
      ***************************************************************
      *       PRINT HEADERS
      ***************************************************************
       1400-PRINT-HEAD.
           MOVE CUR-YR TO HL-CUR-YR.
           MOVE CUR-MO TO HL-CUR-MO.
           MOVE CUR-DAY TO HL-CUR-DAY.
           MOVE PAGE-CT TO HL-PAGE-CT.
           WRITE RPT-REC FROM RPT-HEADING1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO PAGE-CT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      **************************************************************
      * ONE LINE PER PROGRAM IN THE STREAM.  THE FIRST NIGHTLY STEP *
      * NOT COMPLETE FOR THE OPEN CYCLE IS THE ONE THAT RUNS NEXT   *
      **************************************************************
       1500-PRINT-STEP.
           MOVE 'N' TO SW-STEP-DONE.
           MOVE STR-PGM(STR-SUB) TO JOB-PGM.
           PERFORM 1310-READ-JOB-ENTRY.
           IF JOB-FOUND THEN
              PERFORM 1520-PRINT-ENTRY
           ELSE
              MOVE STR-PGM(STR-SUB) TO L-NEV-PGM
              WRITE RPT-REC FROM RPT-NEVER-LINE
                AFTER ADVANCING 1 LINE.
           IF STR-SUB IS NOT GREATER THAN NIGHTLY-STEPS
              AND NOT STEP-DONE
              AND NEXT-PGM IS EQUAL TO SPACES THEN
              MOVE STR-PGM(STR-SUB) TO NEXT-PGM.
           ADD 1 TO STR-SUB.
      **************************************************************
      * A STEP LAST RUN FOR AN EARLIER CYCLE HAS NOT RUN FOR THIS   *
      * ONE.  FOR THIS CYCLE, S IS A STEP THAT STARTED BUT DID NOT  *
      * FINISH - STILL RUNNING OR ABENDED - AND P IS A PAYROLL RUN  *
      * THAT SPILLED AND NEEDS ITS MODE-R RERUN                     *
      **************************************************************
       1520-PRINT-ENTRY.
           MOVE JOB-PGM          TO L-DET-PGM.
           MOVE JOB-CYCLE        TO L-DET-CYCLE.
           MOVE JOB-START-STAMP(1:8)  TO L-DET-START-DT.
           MOVE JOB-START-STAMP(9:6)  TO L-DET-START-TM.
           MOVE JOB-END-STAMP(1:8)    TO L-DET-END-DT.
           MOVE JOB-END-STAMP(9:6)    TO L-DET-END-TM.
           MOVE JOB-CT1-NAME     TO L-DET-CT1-NAME.
           MOVE JOB-CT1          TO L-DET-CT1.
           MOVE JOB-CT2-NAME     TO L-DET-CT2-NAME.
           MOVE JOB-CT2          TO L-DET-CT2.
           MOVE JOB-OVR-OPER     TO L-DET-OVR.
           IF JOB-CYCLE IS NOT EQUAL TO OPEN-CYCLE THEN
              MOVE 'NOT RUN THIS CYCLE'     TO L-DET-STATE
           ELSE
              IF JOB-COMPLETE THEN
                 MOVE 'COMPLETE'               TO L-DET-STATE
                 SET STEP-DONE TO TRUE
              ELSE
                 IF JOB-PARTIAL THEN
                    MOVE 'PARTIAL - RERUN MODE R' TO L-DET-STATE
                 ELSE
                    MOVE 'STARTED - NOT COMPLETE' TO L-DET-STATE.
           WRITE RPT-REC FROM RPT-DETAIL
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * NAMES THE NEXT STEP.  WITH THE WHOLE NIGHTLY RUN COMPLETE,  *
      * THE NEXT STEP IS EMPMAINT OPENING TOMORROW'S CYCLE          *
      **************************************************************
       1700-PRINT-NEXT.
           IF NEXT-PGM IS EQUAL TO SPACES THEN
              MOVE 'EMPMAINT'                 TO L-NEXT-PGM
              MOVE 'TO OPEN THE NEXT CYCLE'   TO L-NEXT-NOTE
           ELSE
              MOVE NEXT-PGM                   TO L-NEXT-PGM
              MOVE 'TO COMPLETE THIS CYCLE'   TO L-NEXT-NOTE.
           IF OPEN-CYCLE IS EQUAL TO SPACES THEN
              MOVE 'TO OPEN THE FIRST CYCLE'  TO L-NEXT-NOTE.
           WRITE RPT-REC FROM RPT-NEXT-LINE
             AFTER ADVANCING 2 LINES.
