       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
       AUTHOR. Addyson Sisemore
      * ONE-TIME CONVERSION OF THE EMPLOYEE MASTER TO THE LAYOUT
      * CARRYING THE WITHHOLDING ELECTIONS.  THE OLD MASTER IS
      * RENAMED EMPMASTO, AND THE PENDING FILE EMPPENDO, BY
      * OPERATIONS FIRST; THIS PROGRAM COPIES EVERY RECORD INTO A
      * FRESH EMPMAST AND EMPPEND, DEFAULTING EACH EMPLOYEE TO
      * SINGLE WITH NO ALLOWANCES, NO STATE TAX AND AN AFTER-TAX
      * RETIREMENT SLOT - THE MOST-WITHHOLDING ELECTION - UNTIL HR
      * KEYS THE EMPLOYEE'S W-4.  THE REST OF THE NEW RECORD IS
      * RESERVED AS SPACES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO 'EMPMASTO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-EID
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-EID
               FILE STATUS IS NEW-STATUS.
           SELECT OLD-PEND-FILE ASSIGN TO 'EMPPENDO'
               FILE STATUS IS OPND-STATUS.
           SELECT NEW-PEND-FILE ASSIGN TO 'EMPPEND'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE MASTER AS IT STOOD BEFORE THE WITHHOLDING FIELDS WERE   *
      * ADDED                                                       *
      **************************************************************
       FD OLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-REC.
          05 OLD-EID         PIC X(7).
          05 FILLER          PIC X(125).
      **************************************************************
      * THE MASTER IN THE CURRENT LAYOUT - THE OLD IMAGE FOLLOWED   *
      * BY THE WITHHOLDING ELECTIONS AND THE RESERVED AREA          *
      **************************************************************
       FD NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEW-REC.
          05 NEW-OLD-IMAGE.
             10 NEW-EID      PIC X(7).
             10 FILLER       PIC X(125).
          05 NEW-FILING-STAT PIC X(1).
          05 NEW-ALLOWANCES  PIC 9(2).
          05 NEW-STATE-CD    PIC X(2).
          05 NEW-RET-PRETAX  PIC X(1).
          05 FILLER          PIC X(62).
      **************************************************************
      * HELD FUTURE-DATED TRANSACTIONS IN THE OLD AND NEW LAYOUTS - *
      * ACTION CODE, EMPLOYEE IMAGE, EFFECTIVE DATE                 *
      **************************************************************
       FD OLD-PEND-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 OLD-PEND-REC.
          05 OPND-ACTION     PIC X(1).
          05 OPND-IMAGE      PIC X(132).
          05 OPND-EFF-DATE   PIC X(8).
       FD NEW-PEND-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEW-PEND-REC.
          05 NPND-ACTION     PIC X(1).
          05 NPND-IMAGE      PIC X(200).
          05 NPND-EFF-DATE   PIC X(8).
       WORKING-STORAGE SECTION.
       01 CONV-CT       PIC 9(5)        VALUE 0.
       01 PEND-CONV-CT  PIC 9(5)        VALUE 0.
      **************************************************************
      * AN OLD EMPLOYEE IMAGE WIDENED TO THE CURRENT LAYOUT WITH    *
      * THE DEFAULT ELECTIONS                                       *
      **************************************************************
       01 CONV-IMAGE.
          05 CONV-OLD-IMAGE  PIC X(132).
          05 CONV-FILING-STAT PIC X(1).
          05 CONV-ALLOWANCES PIC 9(2).
          05 CONV-STATE-CD   PIC X(2).
          05 CONV-RET-PRETAX PIC X(1).
          05 FILLER          PIC X(62).
       01 MISC.
         03 EOF-O      PIC 9   VALUE 0.
         03 EOF-P      PIC 9   VALUE 0.
       01 OLD-STATUS     PIC XX.
         88 OLD-OK                  VALUE '00'.
       01 NEW-STATUS     PIC XX.
         88 NEW-OK                  VALUE '00'.
         88 NEW-NOT-EXIST           VALUE '35'.
       01 OPND-STATUS    PIC XX.
         88 OPND-OK                 VALUE '00'.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT OLD-FILE.
           IF NOT OLD-OK THEN
              DISPLAY 'EMPCONV - CANNOT OPEN EMPMASTO - STATUS '
                 OLD-STATUS ' - NOTHING CONVERTED'
              STOP RUN.
           PERFORM 1100-CHECK-NEW-ABSENT.
           OPEN OUTPUT NEW-FILE.
           IF NOT NEW-OK THEN
              DISPLAY 'EMPCONV - CANNOT CREATE EMPMAST - STATUS '
                 NEW-STATUS ' - NOTHING CONVERTED'
              CLOSE OLD-FILE
              STOP RUN.
           MOVE LOW-VALUES TO OLD-EID.
           START OLD-FILE KEY IS GREATER THAN OLD-EID
             INVALID KEY MOVE 1 TO EOF-O.
           PERFORM 1500-CONVERT-ONE UNTIL EOF-O = 1.
           CLOSE OLD-FILE
                 NEW-FILE.
           DISPLAY 'EMPCONV - MASTER RECORDS CONVERTED: ' CONV-CT.
           PERFORM 1600-CONVERT-PENDING.
           STOP RUN.
      **************************************************************
      * A ONE-TIME CONVERSION MUST NEVER OVERWRITE A LIVE EMPMAST - *
      * A MIS-RUN AFTER GO-LIVE WOULD REBUILD IT FROM THE STALE     *
      * PRE-CONVERSION FILE AND WIPE EVERY W-4 KEYED SINCE.  ONLY A *
      * FILE-NOT-FOUND PROBE LETS THE CREATE PROCEED                *
      **************************************************************
       1100-CHECK-NEW-ABSENT.
           OPEN INPUT NEW-FILE.
           IF NOT NEW-NOT-EXIST THEN
              PERFORM 1150-REFUSE-EXISTING.

       1150-REFUSE-EXISTING.
           IF NEW-OK THEN
              CLOSE NEW-FILE.
           DISPLAY 'EMPCONV - EMPMAST ALREADY PRESENT OR NOT '
              'CHECKABLE - STATUS ' NEW-STATUS
              ' - NOTHING CONVERTED'.
           CLOSE OLD-FILE.
           STOP RUN.
      **************************************************************
      * BUILDS THE CURRENT-LAYOUT IMAGE OF AN OLD EMPLOYEE IMAGE    *
      * WITH THE DEFAULT WITHHOLDING ELECTIONS                      *
      **************************************************************
       1400-WIDEN-IMAGE.
           MOVE SPACES TO CONV-IMAGE.
           MOVE 'S'    TO CONV-FILING-STAT.
           MOVE 0      TO CONV-ALLOWANCES.
           MOVE SPACES TO CONV-STATE-CD.
           MOVE 'N'    TO CONV-RET-PRETAX.
      **************************************************************
      * COPIES ONE MASTER RECORD FORWARD WITH THE DEFAULT ELECTIONS *
      **************************************************************
       1500-CONVERT-ONE.
           READ OLD-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-O.
           IF NOT OLD-OK THEN
              MOVE 1 TO EOF-O.
           IF EOF-O IS NOT EQUAL TO 1 THEN
              PERFORM 1400-WIDEN-IMAGE
              MOVE OLD-REC TO CONV-OLD-IMAGE
              WRITE NEW-REC FROM CONV-IMAGE
              ADD 1 TO CONV-CT.
      **************************************************************
      * WIDENS THE HELD TRANSACTIONS THE SAME WAY, SO EMPMAINT CAN  *
      * STILL RELEASE THEM.  NO EMPPENDO JUST MEANS NOTHING WAS     *
      * HELD                                                        *
      **************************************************************
       1600-CONVERT-PENDING.
           OPEN INPUT OLD-PEND-FILE.
           IF OPND-OK THEN
              OPEN OUTPUT NEW-PEND-FILE
              PERFORM 1650-CONVERT-ONE-PENDING UNTIL EOF-P = 1
              CLOSE OLD-PEND-FILE
                    NEW-PEND-FILE.
           DISPLAY 'EMPCONV - PENDING RECORDS CONVERTED: '
              PEND-CONV-CT.

       1650-CONVERT-ONE-PENDING.
           READ OLD-PEND-FILE
             AT END MOVE 1 TO EOF-P.
           IF EOF-P IS NOT EQUAL TO 1 THEN
              PERFORM 1400-WIDEN-IMAGE
              MOVE OPND-IMAGE    TO CONV-OLD-IMAGE
              MOVE OPND-ACTION   TO NPND-ACTION
              MOVE CONV-IMAGE    TO NPND-IMAGE
              MOVE OPND-EFF-DATE TO NPND-EFF-DATE
              WRITE NEW-PEND-REC
              ADD 1 TO PEND-CONV-CT.
