       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACONV.
       AUTHOR. Addyson Sisemore
      * ONE-TIME CONVERSION OF THE GL ACCOUNT CONTROL FILE TO THE
      * LAYOUT CARRYING A COST CENTER ON EACH RECORD.  THE OLD FILE
      * IS RENAMED GLACCTSO BY OPERATIONS FIRST; THIS PROGRAM COPIES
      * EVERY SLOT AND ACCOUNT INTO A FRESH GLACCTS WITH THE COST
      * CENTER LEFT BLANK.  ACCOUNTING ADDS THE 'C' COST CENTER
      * RECORDS AFTERWARD; UNTIL THEN ALL LABOR STAYS ON THE 'G'
      * ACCOUNT AS BEFORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO 'GLACCTSO'
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-FILE ASSIGN TO 'GLACCTS'
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE CONTROL FILE AS IT STOOD BEFORE THE COST CENTER WAS     *
      * ADDED                                                       *
      **************************************************************
       FD OLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-REC.
          05 OLD-SLOT        PIC X(1).
          05 OLD-ACCT        PIC X(8).
      **************************************************************
      * THE CONTROL FILE IN THE CURRENT LAYOUT                      *
      **************************************************************
       FD NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEW-REC.
          05 NEW-SLOT        PIC X(1).
          05 NEW-ACCT        PIC X(8).
          05 NEW-COST-CTR    PIC X(4).
       WORKING-STORAGE SECTION.
       01 CONV-CT       PIC 9(5)        VALUE 0.
       01 MISC.
         03 EOF-O      PIC 9   VALUE 0.
       01 OLD-STATUS     PIC XX.
         88 OLD-OK                  VALUE '00'.
       01 NEW-STATUS     PIC XX.
         88 NEW-OK                  VALUE '00'.
         88 NEW-NOT-EXIST           VALUE '35'.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT OLD-FILE.
           IF NOT OLD-OK THEN
              DISPLAY 'GLACONV - CANNOT OPEN GLACCTSO - STATUS '
                 OLD-STATUS ' - NOTHING CONVERTED'
              STOP RUN.
           PERFORM 1100-CHECK-NEW-ABSENT.
           OPEN OUTPUT NEW-FILE.
           IF NOT NEW-OK THEN
              DISPLAY 'GLACONV - CANNOT CREATE GLACCTS - STATUS '
                 NEW-STATUS ' - NOTHING CONVERTED'
              CLOSE OLD-FILE
              STOP RUN.
           PERFORM 1500-CONVERT-ONE UNTIL EOF-O = 1.
           CLOSE OLD-FILE
                 NEW-FILE.
           DISPLAY 'GLACONV - RECORDS CONVERTED: ' CONV-CT.
           STOP RUN.
      **************************************************************
      * A ONE-TIME CONVERSION MUST NEVER OVERWRITE A LIVE GLACCTS - *
      * A MIS-RUN AFTER GO-LIVE WOULD REBUILD IT FROM THE STALE     *
      * PRE-CONVERSION FILE AND DROP EVERY COST CENTER ACCOUNT      *
      * KEYED SINCE.  ONLY A FILE-NOT-FOUND PROBE LETS THE CREATE   *
      * PROCEED                                                     *
      **************************************************************
       1100-CHECK-NEW-ABSENT.
           OPEN INPUT NEW-FILE.
           IF NOT NEW-NOT-EXIST THEN
              PERFORM 1150-REFUSE-EXISTING.

       1150-REFUSE-EXISTING.
           IF NEW-OK THEN
              CLOSE NEW-FILE.
           DISPLAY 'GLACONV - GLACCTS ALREADY PRESENT OR NOT '
              'CHECKABLE - STATUS ' NEW-STATUS
              ' - NOTHING CONVERTED'.
           CLOSE OLD-FILE.
           STOP RUN.
      **************************************************************
      * COPIES ONE SLOT AND ACCOUNT FORWARD WITH A BLANK COST       *
      * CENTER                                                      *
      **************************************************************
       1500-CONVERT-ONE.
           READ OLD-FILE
             AT END MOVE 1 TO EOF-O.
           IF NOT OLD-OK THEN
              MOVE 1 TO EOF-O.
           IF EOF-O IS NOT EQUAL TO 1 THEN
              MOVE OLD-SLOT    TO NEW-SLOT
              MOVE OLD-ACCT    TO NEW-ACCT
              MOVE SPACES      TO NEW-COST-CTR
              WRITE NEW-REC
              ADD 1 TO CONV-CT.
