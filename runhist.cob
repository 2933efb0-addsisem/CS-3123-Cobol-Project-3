          05 LOG-TOTAL-REC   PIC 9(4).
          05 LOG-GRAND-TOT   PIC 9(8)V99.
          05 LOG-BAL-MSG     PIC X(45).
            88 LOG-OFFCYCLE
               VALUE 'OFF-CYCLE RUN - NOT BALANCED TO MSTCTL'.
          05 LOG-EXCEPT-CT   PIC 9(3).
          05 LOG-SPILL       PIC X(1).
      **************************************************************
       01 PAGE-CT       PIC 9999        VALUE 1.
       01 LN-CT         PIC 99          VALUE 0.
       01 RUN-CT        PIC 9(4)        VALUE 0.
       01 OFC-RUN-CT    PIC 9(4)        VALUE 0.
      **************************************************************
      * THE REQUESTED RANGE AND THE PRIOR PRINTED RUN'S COUNTS FOR  *
      * THE DAY-OVER-DAY DELTAS - THE FIRST RUN IN RANGE SHOWS A    *
      * ZERO DELTA AS ITS OWN BASELINE.  AN OFF-CYCLE RUN PAYS A    *
      * HANDFUL OF EMPLOYEES, SO IT SHOWS A ZERO DELTA AND IS LEFT  *
      * OUT OF THE PRIOR COUNTS THE NEXT REGULAR RUN IS COMPARED TO *
      **************************************************************
       01 RANGE-FROM    PIC X(6)        VALUE LOW-VALUES.
       01 RANGE-TO      PIC X(6)        VALUE HIGH-VALUES.
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-DET-DD      PIC X(2).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DET-TYPE    PIC X(3).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(5)    VALUE 'RECS:'.
         03 L-DET-RECS    PIC ZZZ9.
         03 L-DET-RECS-DLT PIC +ZZZ9.
         03 FILLER        PIC X(22)
            VALUE 'RUNS IN RANGE LISTED: '.
         03 L-RUN-CT      PIC ZZZ9.
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 FILLER        PIC X(16)
            VALUE 'OFF-CYCLE RUNS: '.
         03 L-OFC-RUN-CT  PIC ZZZ9.
      **************************************************************
      * LAYOUT FOR DATE
      **************************************************************
      * PREVIOUS RUN IN RANGE                                       *
      **************************************************************
       1600-PRINT-RUN.
           IF LOG-OFFCYCLE THEN
              MOVE 0 TO DLT-RECS
              MOVE 0 TO DLT-EXC
              MOVE 'OFF' TO L-DET-TYPE
              ADD 1 TO OFC-RUN-CT
           ELSE
              MOVE 'REG' TO L-DET-TYPE
              PERFORM 1610-CALC-DELTAS.
           MOVE LOG-RUN-DATE(1:2) TO L-DET-YY.
           MOVE LOG-RUN-DATE(3:2) TO L-DET-MM.
           MOVE LOG-RUN-DATE(5:2) TO L-DET-DD.
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LN-CT.
           ADD 1 TO RUN-CT.
           IF LN-CT IS GREATER THAN OR EQUAL TO 55 THEN
              MOVE 0 TO LN-CT
              PERFORM 1400-PRINT-HEAD.
      **************************************************************
      * A REGULAR RUN'S DELTAS AGAINST THE PREVIOUS REGULAR RUN IN  *
      * RANGE, WHICH IT THEN BECOMES                                *
      **************************************************************
       1610-CALC-DELTAS.
           IF FIRST-RUN-IN-RANGE THEN
              MOVE 0 TO DLT-RECS
              MOVE 0 TO DLT-EXC
              MOVE 'N' TO SW-FIRST-RUN
           ELSE
              SUBTRACT PREV-RECS FROM LOG-TOTAL-REC
                GIVING DLT-RECS
              SUBTRACT PREV-EXC FROM LOG-EXCEPT-CT
                GIVING DLT-EXC.
           MOVE LOG-TOTAL-REC TO PREV-RECS.
           MOVE LOG-EXCEPT-CT TO PREV-EXC.
      **************************************************************
      * PRINTS THE NUMBER OF RUNS LISTED                            *
      **************************************************************
       1700-PRINT-TOTALS.
           MOVE RUN-CT TO L-RUN-CT.
           MOVE OFC-RUN-CT TO L-OFC-RUN-CT.
           WRITE RPT-REC FROM RPT-TOTALS1
             AFTER ADVANCING 2 LINES.
