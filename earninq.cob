       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARNINQ.
       AUTHOR. Addyson Sisemore
      * EARNINGS HISTORY INQUIRY OVER THE PERMANENT PAYHIST FILE.
      * PRINTS, FOR EACH REQUESTED EID, EVERY PAY PERIOD IN THE
      * REQUESTED DATE RANGE - HOURS, OVERTIME, GROSS, DEDUCTIONS,
      * TAXES AND NET - WITH MONTH AND QUARTER SUBTOTALS AND A RANGE
      * TOTAL, PULLING THE CURRENT NAME OFF THE EMPLOYEE MASTER, SO
      * A WAGE VERIFICATION OR AN UNEMPLOYMENT CLAIM IS ANSWERED
      * FROM FILE INSTEAD OF A BOX OF OLD PRINTOUTS.  A RUN WITH NO
      * EID LIST PRODUCES THE SAME BREAKDOWN COMPANY-WIDE, EACH
      * PERIOD LINE COVERING EVERY CHECK IN THAT RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PH-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-STATUS.
           SELECT MST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EID
               FILE STATUS IS MST-STATUS.
           SELECT EIC-FILE ASSIGN TO 'ERNCTL'
               FILE STATUS IS EIC-STATUS.
           SELECT SORTE-WORK ASSIGN TO 'SORTWK4'.
           SELECT SRTE-FILE ASSIGN TO 'SRTERN'.
           SELECT RPT-FILE ASSIGN TO 'UR-S-ERNINQ'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE EARNINGS HISTORY THE NIGHTLY RUN APPENDS TO - SAME      *
      * LAYOUT IT WRITES                                            *
      **************************************************************
       FD PH-FILE
           LABEL RECORDS ARE STANDARD.
       01 PH-REC.
          05 PH-KEY.
             10 PH-EID       PIC X(7).
             10 PH-RUN-DATE.
                15 PH-RUN-CCYY PIC X(4).
                15 PH-RUN-MM   PIC 9(2).
                15 PH-RUN-DD   PIC X(2).
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
      * THE EMPLOYEE MASTER, READ BY EID FOR THE CURRENT NAME ON    *
      * THE INQUIRY                                                 *
      **************************************************************
       FD MST-FILE
           LABEL RECORDS ARE STANDARD.
       01 MST-REC.
          05 MST-EID         PIC X(7).
          05 MST-LAST        PIC X(15).
          05 MST-FIRST       PIC X(15).
          05 FILLER          PIC X(163).
      **************************************************************
      * INQUIRY CONTROL - THE FIRST RECORD CARRIES THE CCYYMMDD     *
      * RUN-DATE RANGE, EACH FOLLOWING RECORD ONE REQUESTED EID.    *
      * NO EID RECORDS MEANS COMPANY-WIDE; NO CONTROL FILE MEANS    *
      * THE WHOLE HISTORY, COMPANY-WIDE                             *
      **************************************************************
       FD EIC-FILE
           LABEL RECORDS ARE STANDARD.
       01 EIC-REC.
          05 EIC-FROM-DATE   PIC X(8).
          05 EIC-TO-DATE     PIC X(8).
       01 EIC-EID-REC REDEFINES EIC-REC.
          05 EIC-EID         PIC X(7).
          05 FILLER          PIC X(9).
      **************************************************************
      * THE IN-RANGE PERIODS, SORTED INTO REPORT ORDER - EMPLOYEE   *
      * (SPACES FOR THE COMPANY-WIDE BREAKDOWN), THEN YEAR,         *
      * QUARTER, MONTH, DAY AND RUN TYPE                            *
      **************************************************************
       SD SORTE-WORK.
       01 SORTE-REC.
          05 SE-GROUP        PIC X(7).
          05 SE-PERIOD-KEY   PIC X(10).
          05 SE-EID          PIC X(7).
          05 FILLER          PIC X(49).
       FD SRTE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SRTE-REC      PIC X(73).
       FD RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 RPT-REC       PIC X(125).
       WORKING-STORAGE SECTION.
       01 PAGE-CT       PIC 9999        VALUE 1.
       01 LN-CT         PIC 99          VALUE 0.
       01 PH-READ-CT    PIC 9(5)        VALUE 0.
      **************************************************************
      * ONE PERIOD RECORD IN REPORT ORDER - BUILT FROM PAYHIST FOR  *
      * THE SORT AND READ BACK FROM THE SORTED FILE.  A GROUP OF    *
      * HIGH-VALUES MEANS THE SORTED FILE IS EXHAUSTED              *
      **************************************************************
       01 ERN-CUR.
          05 EC-GROUP        PIC X(7).
          05 EC-PERIOD-KEY.
             10 EC-MONTH-KEY.
                15 EC-QTR-KEY.
                   20 EC-CCYY    PIC X(4).
                   20 EC-QTR     PIC 9(1).
                15 EC-MM         PIC 9(2).
             10 EC-DD            PIC X(2).
             10 EC-TYPE          PIC X(1).
          05 EC-EID          PIC X(7).
          05 EC-REG-HRS      PIC 9(3)V99.
          05 EC-OT-HRS       PIC 9(4)V99.
          05 EC-OT-AMT       PIC 9(6)V99.
          05 EC-GROSS        PIC 9(6)V99.
          05 EC-DED          PIC 9(4)V99.
          05 EC-TAX          PIC 9(6)V99.
          05 EC-NET          PIC S9(6)V99.
      **************************************************************
      * THE KEYS OF THE PERIOD, MONTH, QUARTER AND EMPLOYEE BEING   *
      * ACCUMULATED - A CHANGE IN ANY OF THEM CLOSES THAT LEVEL     *
      **************************************************************
       01 HOLD-GROUP    PIC X(7).
       01 HOLD-PERIOD-KEY.
          05 HOLD-MONTH-KEY.
             10 HOLD-QTR-KEY.
                15 HOLD-CCYY     PIC X(4).
                15 HOLD-QTR      PIC 9(1).
             10 HOLD-MM          PIC 9(2).
          05 HOLD-DD             PIC X(2).
          05 HOLD-TYPE           PIC X(1).
       01 QTR-WORK      PIC 9(2)        VALUE 0.
      **************************************************************
      * RUNNING FIGURES BY LEVEL - 1 PERIOD, 2 MONTH, 3 QUARTER,    *
      * 4 EMPLOYEE (OR THE COMPANY) FOR THE WHOLE RANGE.  EACH      *
      * LEVEL ROLLS INTO THE NEXT WHEN IT CLOSES                    *
      **************************************************************
       01 LVL-SUB       PIC 9           VALUE 1.
       01 ACC-TABLE.
         03 ACC-ENTRY   OCCURS 4 TIMES.
            05 ACC-CHKS      PIC 9(5).
            05 ACC-REG-HRS   PIC 9(6)V99.
            05 ACC-OT-HRS    PIC 9(6)V99.
            05 ACC-OT-AMT    PIC 9(8)V99.
            05 ACC-GROSS     PIC 9(9)V99.
            05 ACC-DED       PIC 9(8)V99.
            05 ACC-TAX       PIC 9(8)V99.
            05 ACC-NET       PIC S9(9)V99.
      **************************************************************
      * THE REQUESTED CCYYMMDD RANGE AND EID LIST FROM THE CONTROL  *
      * FILE.  THE FOUND FLAG MARKS A REQUESTED EID THAT HAD AT     *
      * LEAST ONE PERIOD IN RANGE, SO THE REST CAN BE LISTED AS     *
      * HAVING NONE                                                 *
      **************************************************************
       01 RANGE-FROM    PIC X(8)        VALUE LOW-VALUES.
       01 RANGE-TO      PIC X(8)        VALUE HIGH-VALUES.
       01 REQ-CT        PIC 99          VALUE 0.
       01 REQ-SUB       PIC 99          VALUE 1.
       01 REQ-TABLE.
         03 REQ-ENTRY   OCCURS 50 TIMES.
            05 REQ-EID       PIC X(7).
            05 REQ-FOUND     PIC X(1).
       01 SW-REQ-FULL   PIC X           VALUE 'N'.
         88 REQ-FULL-WARNED           VALUE 'Y'.
       01 MISC.
         03 EOF-P      PIC 9   VALUE 0.
         03 EOF-C      PIC 9   VALUE 0.
       01 PH-STATUS      PIC XX.
         88 PH-OK                   VALUE '00'.
       01 MST-STATUS     PIC XX.
         88 MST-OK                  VALUE '00'.
       01 EIC-STATUS     PIC XX.
         88 EIC-OK                  VALUE '00'.
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
         03 FILLER      PIC X(26)
            VALUE 'EARNINGS HISTORY INQUIRY'.
         03 FILLER      PIC X(36)   VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'PAGE'.
         03 HL-PAGE-CT  PIC ZZZ9.

       01 RPT-RANGE-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE 'FROM: '.
         03 L-RANGE-FROM  PIC X(8).
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(4)    VALUE 'TO: '.
         03 L-RANGE-TO    PIC X(8).

       01 RPT-EMP-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EMP-EID     PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EMP-LAST    PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-EMP-FIRST   PIC X(10).

       01 RPT-COL-HEAD.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(13)   VALUE 'PERIOD'.
         03 FILLER        PIC X(6)    VALUE '  CHKS'.
         03 FILLER        PIC X(12)   VALUE '     REG HRS'.
         03 FILLER        PIC X(11)   VALUE '     OT HRS'.
         03 FILLER        PIC X(15)   VALUE '         OT PAY'.
         03 FILLER        PIC X(16)   VALUE '           GROSS'.
         03 FILLER        PIC X(15)   VALUE '      DEDUCTION'.
         03 FILLER        PIC X(15)   VALUE '          TAXES'.
         03 FILLER        PIC X(17)   VALUE '             NET'.

       01 RPT-PERIOD-LINE.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-LABEL   PIC X(13).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-CHKS    PIC ZZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-REG-HRS PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-OT-HRS  PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-OT-AMT  PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-DED     PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-TAX     PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-PER-NET     PIC ZZZ,ZZZ,ZZ9.99-.
      **************************************************************
      * LABEL VIEWS FOR EACH LEVEL - THE RUN DATE AND TYPE FOR A    *
      * PERIOD, MONTH/YEAR, QUARTER AND YEAR, OR THE RANGE TOTAL    *
      **************************************************************
       01 LBL-PERIOD.
          05 LBL-PER-MM      PIC 9(2).
          05 FILLER          PIC X(1)    VALUE '/'.
          05 LBL-PER-DD      PIC X(2).
          05 FILLER          PIC X(1)    VALUE '/'.
          05 LBL-PER-CCYY    PIC X(4).
          05 FILLER          PIC X(1)    VALUE SPACES.
          05 LBL-PER-TYPE    PIC X(1).
       01 LBL-MONTH.
          05 FILLER          PIC X(5)    VALUE 'MONTH'.
          05 FILLER          PIC X(1)    VALUE SPACES.
          05 LBL-MON-MM      PIC 9(2).
          05 FILLER          PIC X(1)    VALUE '/'.
          05 LBL-MON-CCYY    PIC X(4).
       01 LBL-QUARTER.
          05 FILLER          PIC X(3)    VALUE 'QTR'.
          05 FILLER          PIC X(1)    VALUE SPACES.
          05 LBL-QTR-QTR     PIC 9(1).
          05 FILLER          PIC X(1)    VALUE SPACES.
          05 LBL-QTR-CCYY    PIC X(4).
          05 FILLER          PIC X(2)    VALUE SPACES.

       01 RPT-NONE-LINE.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(33)
            VALUE 'NO EARNINGS HISTORY IN DATE RANGE'.

       01 RPT-CWIDE-HEAD.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(40)
            VALUE 'COMPANY-WIDE EARNINGS BY PERIOD'.

       01 RPT-TOTALS1.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(25)
            VALUE 'PAY PERIODS IN RANGE:    '.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-PH-CT       PIC ZZZZ9.
      **************************************************************
      * LAYOUT FOR DATE
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
           PERFORM 1310-READ-CONTROL.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1400-PRINT-HEAD.
           OPEN INPUT MST-FILE.
           IF NOT MST-OK THEN
              DISPLAY 'EARNINQ - EMPMAST OPEN FAILED - STATUS '
                 MST-STATUS ' - NOTHING REPORTED'
              CLOSE RPT-FILE
              STOP RUN.
           OPEN INPUT PH-FILE.
           IF NOT PH-OK THEN
              DISPLAY 'EARNINQ - PAYHIST OPEN FAILED - STATUS '
                 PH-STATUS ' - NOTHING REPORTED'
              CLOSE MST-FILE
                    RPT-FILE
              STOP RUN.
           PERFORM 1300-SORT-HISTORY.
           CLOSE PH-FILE.
           OPEN INPUT SRTE-FILE.
           PERFORM 2000-READ-SORTED.
           IF REQ-CT IS EQUAL TO ZERO THEN
              WRITE RPT-REC FROM RPT-CWIDE-HEAD
                AFTER ADVANCING 2 LINES
              ADD 2 TO LN-CT
              IF EC-GROUP IS EQUAL TO HIGH-VALUES THEN
                 WRITE RPT-REC FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE.
           PERFORM 1500-PRINT-GROUP
             UNTIL EC-GROUP IS EQUAL TO HIGH-VALUES.
           CLOSE SRTE-FILE.
           MOVE 1 TO REQ-SUB.
           PERFORM 1680-PRINT-NOT-FOUND UNTIL REQ-SUB > REQ-CT.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE MST-FILE
                 RPT-FILE.
           STOP RUN.
      **************************************************************
      * READS THE REQUESTED DATE RANGE AND EID LIST - A MISSING OR  *
      * EMPTY CONTROL FILE MEANS THE WHOLE HISTORY, COMPANY-WIDE    *
      **************************************************************
       1310-READ-CONTROL.
           OPEN INPUT EIC-FILE.
           IF EIC-OK THEN
              PERFORM 1315-READ-RANGE-REC
              PERFORM 1316-READ-EID-REC UNTIL EOF-C = 1
              CLOSE EIC-FILE.

       1315-READ-RANGE-REC.
           READ EIC-FILE
             AT END MOVE 1 TO EOF-C.
           IF EOF-C IS NOT EQUAL TO 1 THEN
              MOVE EIC-FROM-DATE TO RANGE-FROM
              MOVE EIC-TO-DATE   TO RANGE-TO.

       1316-READ-EID-REC.
           READ EIC-FILE
             AT END MOVE 1 TO EOF-C.
           IF EOF-C IS NOT EQUAL TO 1 THEN
              IF REQ-CT IS LESS THAN 50 THEN
                 ADD 1 TO REQ-CT
                 MOVE EIC-EID TO REQ-EID(REQ-CT)
                 MOVE 'N'     TO REQ-FOUND(REQ-CT)
              ELSE
                 PERFORM 1317-WARN-REQUEST-FULL.
      **************************************************************
      * A 51ST REQUESTED EID HAS NOWHERE TO GO - SAY SO ONCE, SO    *
      * AN EMPLOYEE MISSING FROM THE INQUIRY CAN BE TRACED TO THE   *
      * OVERFLOW INSTEAD OF BEING SILENTLY OMITTED                  *
      **************************************************************
       1317-WARN-REQUEST-FULL.
           IF NOT REQ-FULL-WARNED THEN
              SET REQ-FULL-WARNED TO TRUE
              DISPLAY 'EARNINQ - OVER 50 EIDS IN ERNCTL - '
                 'REMAINDER NOT REPORTED - SPLIT THE REQUEST'.
      **************************************************************
      * SORTS THE IN-RANGE PERIODS INTO REPORT ORDER - BY EMPLOYEE  *
      * AND DATE FOR AN EID LIST, BY DATE ALONE COMPANY-WIDE        *
      **************************************************************
       1300-SORT-HISTORY.
           SORT SORTE-WORK
             ON ASCENDING KEY SE-GROUP SE-PERIOD-KEY SE-EID
             INPUT PROCEDURE IS 1301-SORT-IN-PROC
             GIVING SRTE-FILE.

       1301-SORT-IN-PROC.
           MOVE LOW-VALUES TO PH-KEY.
           START PH-FILE KEY IS GREATER THAN PH-KEY
             INVALID KEY MOVE 1 TO EOF-P.
           PERFORM 1302-SORT-IN-READ UNTIL EOF-P = 1.

       1302-SORT-IN-READ.
           READ PH-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-P.
           IF NOT PH-OK THEN
              MOVE 1 TO EOF-P.
           IF EOF-P IS NOT EQUAL TO 1 THEN
              IF PH-RUN-DATE IS NOT LESS THAN RANGE-FROM
                 AND PH-RUN-DATE IS NOT GREATER THAN RANGE-TO THEN
                 PERFORM 1305-SELECT-PERIOD.
      **************************************************************
      * KEEPS AN IN-RANGE PERIOD WHEN THE RUN IS COMPANY-WIDE OR    *
      * ITS EID WAS REQUESTED                                       *
      **************************************************************
       1305-SELECT-PERIOD.
           IF REQ-CT IS EQUAL TO ZERO THEN
              MOVE SPACES TO EC-GROUP
              PERFORM 1307-RELEASE-PERIOD
           ELSE
              MOVE 1 TO REQ-SUB
              PERFORM 1306-FIND-REQUEST
                UNTIL REQ-SUB > REQ-CT
                   OR REQ-EID(REQ-SUB) = PH-EID
              IF REQ-SUB IS NOT GREATER THAN REQ-CT THEN
                 MOVE 'Y'    TO REQ-FOUND(REQ-SUB)
                 MOVE PH-EID TO EC-GROUP
                 PERFORM 1307-RELEASE-PERIOD.

       1306-FIND-REQUEST.
           ADD 1 TO REQ-SUB.
      **************************************************************
      * BUILDS THE SORT RECORD - THE QUARTER IS DERIVED FROM THE    *
      * MONTH SO THE QUARTER BREAK FALLS OUT OF THE SORT ORDER      *
      **************************************************************
       1307-RELEASE-PERIOD.
           ADD 1 TO PH-READ-CT.
           MOVE PH-RUN-CCYY  TO EC-CCYY.
           MOVE PH-RUN-MM    TO EC-MM.
           ADD 2 PH-RUN-MM GIVING QTR-WORK.
           DIVIDE 3 INTO QTR-WORK GIVING EC-QTR.
           MOVE PH-RUN-DD    TO EC-DD.
           MOVE PH-RUN-TYPE  TO EC-TYPE.
           MOVE PH-EID       TO EC-EID.
           MOVE PH-REG-HRS   TO EC-REG-HRS.
           MOVE PH-OT-HRS    TO EC-OT-HRS.
           MOVE PH-OT-AMT    TO EC-OT-AMT.
           MOVE PH-GROSS     TO EC-GROSS.
           MOVE PH-TOT-DED   TO EC-DED.
           MOVE PH-TOT-TAX   TO EC-TAX.
           MOVE PH-NET       TO EC-NET.
           RELEASE SORTE-REC FROM ERN-CUR.
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
           MOVE RANGE-FROM TO L-RANGE-FROM.
           MOVE RANGE-TO   TO L-RANGE-TO.
           INSPECT RPT-RANGE-LINE
             REPLACING ALL LOW-VALUE BY SPACE
                       ALL HIGH-VALUE BY SPACE.
           WRITE RPT-REC FROM RPT-RANGE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           ADD 3 TO LN-CT.
      **************************************************************
      * PRINTS ONE EMPLOYEE - OR THE COMPANY - QUARTER BY QUARTER,  *
      * THEN THE RANGE TOTAL                                        *
      **************************************************************
       1500-PRINT-GROUP.
           MOVE EC-GROUP TO HOLD-GROUP.
           MOVE 4 TO LVL-SUB.
           PERFORM 1590-ZERO-LEVEL.
           IF EC-GROUP IS NOT EQUAL TO SPACES THEN
              PERFORM 1505-PRINT-EMPLOYEE-HEAD.
           WRITE RPT-REC FROM RPT-COL-HEAD
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LN-CT.
           PERFORM 1510-PRINT-QUARTER
             UNTIL EC-GROUP IS NOT EQUAL TO HOLD-GROUP.
           MOVE 'RANGE TOTAL' TO L-PER-LABEL.
           MOVE 4 TO LVL-SUB.
           PERFORM 1600-PRINT-LEVEL.
      **************************************************************
      * THE CURRENT NAME OFF THE MASTER, OR A MARKER WHEN THE EID   *
      * HAS LEFT IT                                                 *
      **************************************************************
       1505-PRINT-EMPLOYEE-HEAD.
           MOVE EC-GROUP TO MST-EID.
           READ MST-FILE
             INVALID KEY
                MOVE 'NOT ON MASTER' TO MST-LAST
                MOVE SPACES          TO MST-FIRST.
           MOVE EC-GROUP  TO L-EMP-EID.
           MOVE MST-LAST  TO L-EMP-LAST.
           MOVE MST-FIRST TO L-EMP-FIRST.
           WRITE RPT-REC FROM RPT-EMP-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO LN-CT.

       1510-PRINT-QUARTER.
           MOVE EC-QTR-KEY TO HOLD-QTR-KEY.
           MOVE 3 TO LVL-SUB.
           PERFORM 1590-ZERO-LEVEL.
           PERFORM 1520-PRINT-MONTH
             UNTIL EC-GROUP IS NOT EQUAL TO HOLD-GROUP
                OR EC-QTR-KEY IS NOT EQUAL TO HOLD-QTR-KEY.
           MOVE HOLD-QTR  TO LBL-QTR-QTR.
           MOVE HOLD-CCYY TO LBL-QTR-CCYY.
           MOVE LBL-QUARTER TO L-PER-LABEL.
           MOVE 3 TO LVL-SUB.
           PERFORM 1600-PRINT-LEVEL.
           PERFORM 1595-ROLL-LEVEL.

       1520-PRINT-MONTH.
           MOVE EC-MONTH-KEY TO HOLD-MONTH-KEY.
           MOVE 2 TO LVL-SUB.
           PERFORM 1590-ZERO-LEVEL.
           PERFORM 1530-PRINT-PERIOD
             UNTIL EC-GROUP IS NOT EQUAL TO HOLD-GROUP
                OR EC-MONTH-KEY IS NOT EQUAL TO HOLD-MONTH-KEY.
           MOVE HOLD-MM   TO LBL-MON-MM.
           MOVE HOLD-CCYY TO LBL-MON-CCYY.
           MOVE LBL-MONTH TO L-PER-LABEL.
           MOVE 2 TO LVL-SUB.
           PERFORM 1600-PRINT-LEVEL.
           PERFORM 1595-ROLL-LEVEL.
      **************************************************************
      * ONE LINE PER RUN - FOR AN EMPLOYEE THAT IS ONE CHECK, FOR   *
      * THE COMPANY IT IS EVERY CHECK IN THAT RUN                   *
      **************************************************************
       1530-PRINT-PERIOD.
           MOVE EC-PERIOD-KEY TO HOLD-PERIOD-KEY.
           MOVE 1 TO LVL-SUB.
           PERFORM 1590-ZERO-LEVEL.
           PERFORM 1540-ACCUM-PERIOD
             UNTIL EC-GROUP IS NOT EQUAL TO HOLD-GROUP
                OR EC-PERIOD-KEY IS NOT EQUAL TO HOLD-PERIOD-KEY.
           MOVE HOLD-MM   TO LBL-PER-MM.
           MOVE HOLD-DD   TO LBL-PER-DD.
           MOVE HOLD-CCYY TO LBL-PER-CCYY.
           MOVE HOLD-TYPE TO LBL-PER-TYPE.
           MOVE LBL-PERIOD TO L-PER-LABEL.
           MOVE 1 TO LVL-SUB.
           PERFORM 1600-PRINT-LEVEL.
           PERFORM 1595-ROLL-LEVEL.

       1540-ACCUM-PERIOD.
           ADD 1          TO ACC-CHKS(1).
           ADD EC-REG-HRS TO ACC-REG-HRS(1).
           ADD EC-OT-HRS  TO ACC-OT-HRS(1).
           ADD EC-OT-AMT  TO ACC-OT-AMT(1).
           ADD EC-GROSS   TO ACC-GROSS(1).
           ADD EC-DED     TO ACC-DED(1).
           ADD EC-TAX     TO ACC-TAX(1).
           ADD EC-NET     TO ACC-NET(1).
           PERFORM 2000-READ-SORTED.

       1590-ZERO-LEVEL.
           MOVE 0 TO ACC-CHKS(LVL-SUB).
           MOVE 0 TO ACC-REG-HRS(LVL-SUB).
           MOVE 0 TO ACC-OT-HRS(LVL-SUB).
           MOVE 0 TO ACC-OT-AMT(LVL-SUB).
           MOVE 0 TO ACC-GROSS(LVL-SUB).
           MOVE 0 TO ACC-DED(LVL-SUB).
           MOVE 0 TO ACC-TAX(LVL-SUB).
           MOVE 0 TO ACC-NET(LVL-SUB).
      **************************************************************
      * ADDS THE LEVEL JUST PRINTED INTO THE LEVEL ABOVE IT         *
      **************************************************************
       1595-ROLL-LEVEL.
           ADD ACC-CHKS(LVL-SUB)    TO ACC-CHKS(LVL-SUB + 1).
           ADD ACC-REG-HRS(LVL-SUB) TO ACC-REG-HRS(LVL-SUB + 1).
           ADD ACC-OT-HRS(LVL-SUB)  TO ACC-OT-HRS(LVL-SUB + 1).
           ADD ACC-OT-AMT(LVL-SUB)  TO ACC-OT-AMT(LVL-SUB + 1).
           ADD ACC-GROSS(LVL-SUB)   TO ACC-GROSS(LVL-SUB + 1).
           ADD ACC-DED(LVL-SUB)     TO ACC-DED(LVL-SUB + 1).
           ADD ACC-TAX(LVL-SUB)     TO ACC-TAX(LVL-SUB + 1).
           ADD ACC-NET(LVL-SUB)     TO ACC-NET(LVL-SUB + 1).
      **************************************************************
      * PRINTS THE FIGURES OF ONE LEVEL UNDER THE LABEL ALREADY     *
      * MOVED - SUBTOTAL LINES ARE SET OFF BY A BLANK LINE          *
      **************************************************************
       1600-PRINT-LEVEL.
           MOVE ACC-CHKS(LVL-SUB)    TO L-PER-CHKS.
           MOVE ACC-REG-HRS(LVL-SUB) TO L-PER-REG-HRS.
           MOVE ACC-OT-HRS(LVL-SUB)  TO L-PER-OT-HRS.
           MOVE ACC-OT-AMT(LVL-SUB)  TO L-PER-OT-AMT.
           MOVE ACC-GROSS(LVL-SUB)   TO L-PER-GROSS.
           MOVE ACC-DED(LVL-SUB)     TO L-PER-DED.
           MOVE ACC-TAX(LVL-SUB)     TO L-PER-TAX.
           MOVE ACC-NET(LVL-SUB)     TO L-PER-NET.
           IF LVL-SUB IS EQUAL TO 1 THEN
              WRITE RPT-REC FROM RPT-PERIOD-LINE
                AFTER ADVANCING 1 LINE
              ADD 1 TO LN-CT
           ELSE
              WRITE RPT-REC FROM RPT-PERIOD-LINE
                AFTER ADVANCING 2 LINES
              ADD 2 TO LN-CT.
           IF LN-CT IS GREATER THAN OR EQUAL TO 55 THEN
              MOVE 0 TO LN-CT
              PERFORM 1400-PRINT-HEAD
              WRITE RPT-REC FROM RPT-COL-HEAD
                AFTER ADVANCING 1 LINE
              ADD 1 TO LN-CT.
      **************************************************************
      * A REQUESTED EID WITH NO PERIOD IN RANGE STILL GETS ITS NAME *
      * AND A NONE LINE, SO AN EMPTY ANSWER IS NOT MISTAKEN FOR AN  *
      * OMITTED ONE                                                 *
      **************************************************************
       1680-PRINT-NOT-FOUND.
           IF REQ-FOUND(REQ-SUB) IS EQUAL TO 'N' THEN
              MOVE REQ-EID(REQ-SUB) TO EC-GROUP
              PERFORM 1505-PRINT-EMPLOYEE-HEAD
              WRITE RPT-REC FROM RPT-NONE-LINE
                AFTER ADVANCING 1 LINE
              ADD 1 TO LN-CT.
           IF LN-CT IS GREATER THAN OR EQUAL TO 55 THEN
              MOVE 0 TO LN-CT
              PERFORM 1400-PRINT-HEAD.
           ADD 1 TO REQ-SUB.
      **************************************************************
      * PRINTS THE NUMBER OF PAY RECORDS THAT FELL IN RANGE         *
      **************************************************************
       1700-PRINT-TOTALS.
           MOVE PH-READ-CT TO L-PH-CT.
           WRITE RPT-REC FROM RPT-TOTALS1
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * READS THE NEXT SORTED PERIOD - HIGH-VALUES MARK THE END     *
      **************************************************************
       2000-READ-SORTED.
           READ SRTE-FILE INTO ERN-CUR
             AT END MOVE HIGH-VALUES TO ERN-CUR.
