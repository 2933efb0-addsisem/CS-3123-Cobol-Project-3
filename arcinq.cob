          05 MST-EID         PIC X(7).
          05 MST-LAST        PIC X(15).
          05 MST-FIRST       PIC X(15).
          05 FILLER          PIC X(163).
      **************************************************************
      * INQUIRY CONTROL - THE FIRST RECORD CARRIES THE CCYY YEAR    *
      * RANGE, EACH FOLLOWING RECORD ONE REQUESTED EID.  NO EID     *
