      * CHANGE JOURNAL WRITTEN BY PROJ02'S MAINTENANCE FUNCTIONS.
      * PRINTS EVERY JOURNALED ACTION WITH THE OPERATOR WHO MADE
      * IT, OR JUST THOSE FOR ONE EID, WITHIN A DATE RANGE, OR BY
      * ONE OPERATOR WHEN A PARAMETER CARD SAYS SO. ADDRESS
      * MAINTENANCE (M) AND PAY-RATE CHANGES (S) PRINT THEIR OLD
      * AND NEW ADDRESS OR PAY RECORDS IN PLACE OF THE EMPLOYEE
      * IMAGES, AND A COMPANION RECORD REMOVED BY PROJ24'S CLEANUP
      * (X) PRINTS THE FILE IT CAME FROM AND THE RECORD REMOVED.
      * A HIRE LET THROUGH OVER ITS POSITION BUDGET (O) PRINTS THE
      * BUDGET AS IT STOOD, WHO OVERRODE IT AND WHY, AND THE
      * EMPLOYEE ADDED. WITHHOLDING/DEDUCTION MAINTENANCE (W)
      * PRINTS THE OLD AND NEW DEDUCTION RECORDS, AND A QUEUED
      * ONE-TIME EARNINGS ITEM (E) PRINTS THE ITEM QUEUED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         03 EA-CONTACT   PIC X(22).
         03 EA-CONTACT-PHONE PIC X(10).
      **************************************************************
      * LAYOUT FOR ONE BEFORE OR AFTER PAY IMAGE OUT OF THE *
      * JOURNAL (SAME SHAPE AS THE COB1-PAY RECORD, WHICH *
      * FUNCTION S PAY-RATE CHANGES CARRY) *
      **************************************************************
       01 PAY-IMAGE-DATA.
         03 EP-EID       PIC X(7).
         03 EP-RATE      PIC 9(5)V99.
         03 EP-STD-HRS   PIC 9(3)V9.
         03 EP-FREQ      PIC X.
         03 EP-EFF-DATE  PIC X(8).
         03 FILLER       PIC X(73).
      **************************************************************
      * LAYOUT FOR ONE BEFORE OR AFTER DEDUCTION IMAGE OUT OF THE *
      * JOURNAL (SAME SHAPE AS THE COB1-DEDUCT RECORD, WHICH *
      * FUNCTION W ENTRIES CARRY) *
      **************************************************************
       01 DEDUCT-IMAGE-DATA.
         03 ED-EID       PIC X(7).
         03 ED-FED-FILING PIC X.
         03 ED-FED-ALLOW PIC 9(2).
         03 ED-FED-EXTRA PIC 9(4)V99.
         03 ED-STATE-FILING PIC X.
         03 ED-STATE-ALLOW PIC 9(2).
         03 ED-STATE-EXTRA PIC 9(4)V99.
         03 ED-INSURANCE PIC 9(4)V99.
         03 ED-401K-PCT  PIC 9(2)V99.
         03 ED-GARNISH   PIC 9(5)V99.
         03 FILLER       PIC X(58).
      **************************************************************
      * LAYOUT FOR THE AFTER IMAGE A FUNCTION E ENTRY CARRIES *
      * (SAME SHAPE AS THE COB1-ONETIME RECORD) *
      **************************************************************
       01 ONETIME-IMAGE-DATA.
         03 EO-EID       PIC X(7).
         03 EO-SEQ       PIC 9(3).
         03 EO-TYPE      PIC X.
         03 EO-HOURS     PIC 9(4)V99.
         03 EO-AMOUNT    PIC 9(7)V99.
         03 FILLER       PIC X(34).
         03 EO-NOTE      PIC X(20).
         03 FILLER       PIC X(20).
      **************************************************************
      * LAYOUT FOR THE BUDGET IMAGE A FUNCTION O OVERRIDE CARRIES *
      * IN PLACE OF A BEFORE IMAGE (SAME SHAPE AS PROJ02 WRITES *
      * IT) *
      **************************************************************
       01 OVERRIDE-IMAGE-DATA.
         03 OV-EID       PIC X(7).
         03 OV-DEPT      PIC X(4).
         03 OV-TYPE      PIC X(2).
         03 OV-AUTH      PIC 9(5).
         03 OV-FILLED    PIC 9(5).
         03 OV-APPROVER  PIC X(8).
         03 OV-REASON    PIC X(30).
         03 FILLER       PIC X(39).
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DATA LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 L-ADR-CONT1   PIC X(22).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-ADR-CPHONE1 PIC X(10).
       01 PRNT-PAY-IMAGE1.
         03 L-PAY-TAG1    PIC X(9).
         03 FILLER        PIC X(6)    VALUE ' RATE '.
         03 L-PAY-RATE1   PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(7)    VALUE ' HOURS '.
         03 L-PAY-HRS1    PIC ZZ9.9.
         03 FILLER        PIC X(11)   VALUE ' FREQUENCY '.
         03 L-PAY-FREQ1   PIC X(1).
         03 FILLER        PIC X(11)   VALUE ' EFFECTIVE '.
         03 L-PAY-EFF-M1  PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-PAY-EFF-D1  PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-PAY-EFF-Y1  PIC X(4).
       01 PRNT-PAY-NONE1.
         03 L-PAY-TAG2    PIC X(9).
         03 FILLER        PIC X(20)   VALUE ' (NO PAY RECORD)'.
       01 PRNT-REMOVED1.
         03 FILLER        PIC X(9)    VALUE '  REMOVED'.
         03 FILLER        PIC X(6)    VALUE ' FROM '.
         03 L-RMV-FILE1   PIC X(12).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-RMV-IMAGE1  PIC X(60).
       01 PRNT-DEDUCT-IMAGE1.
         03 L-DED-TAG1    PIC X(9).
         03 FILLER        PIC X(5)    VALUE ' FED '.
         03 L-DED-FED-FIL1 PIC X(1).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-DED-FED-ALW1 PIC Z9.
         03 FILLER        PIC X(7)    VALUE ' EXTRA '.
         03 L-DED-FED-EXT1 PIC Z,ZZ9.99.
         03 FILLER        PIC X(7)    VALUE ' STATE '.
         03 L-DED-ST-FIL1 PIC X(1).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-DED-ST-ALW1 PIC Z9.
         03 FILLER        PIC X(7)    VALUE ' EXTRA '.
         03 L-DED-ST-EXT1 PIC Z,ZZ9.99.
         03 FILLER        PIC X(5)    VALUE ' INS '.
         03 L-DED-INS1    PIC Z,ZZ9.99.
         03 FILLER        PIC X(6)    VALUE ' 401K '.
         03 L-DED-401K1   PIC Z9.99.
         03 FILLER        PIC X(7)    VALUE '% GARN '.
         03 L-DED-GARN1   PIC ZZ,ZZ9.99.
       01 PRNT-DEDUCT-NONE1.
         03 L-DED-TAG2    PIC X(9).
         03 FILLER        PIC X(26)   VALUE ' (NO DEDUCTION RECORD)'.
       01 PRNT-ONETIME-IMAGE1.
         03 FILLER        PIC X(9)    VALUE '  QUEUED:'.
         03 FILLER        PIC X(6)    VALUE ' ITEM '.
         03 L-ONE-SEQ1    PIC 9(3).
         03 FILLER        PIC X(6)    VALUE ' TYPE '.
         03 L-ONE-TYPE1   PIC X(1).
         03 FILLER        PIC X(7)    VALUE ' HOURS '.
         03 L-ONE-HOURS1  PIC Z,ZZ9.99.
         03 FILLER        PIC X(8)    VALUE ' AMOUNT '.
         03 L-ONE-AMT1    PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-ONE-NOTE1   PIC X(20).
       01 PRNT-OVERRIDE1.
         03 FILLER        PIC X(9)    VALUE '  BUDGET:'.
         03 FILLER        PIC X(6)    VALUE ' DEPT '.
         03 L-OVR-DEPT1   PIC X(4).
         03 FILLER        PIC X(6)    VALUE ' TYPE '.
         03 L-OVR-TYPE1   PIC X(2).
         03 FILLER        PIC X(12)   VALUE ' AUTHORIZED '.
         03 L-OVR-AUTH1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(8)    VALUE ' ACTIVE '.
         03 L-OVR-FILLED1 PIC ZZ,ZZ9.
         03 FILLER        PIC X(15)   VALUE ' OVERRIDDEN BY '.
         03 L-OVR-BY1     PIC X(8).
       01 PRNT-OVR-REASON1.
         03 FILLER        PIC X(9)    VALUE '  REASON:'.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-OVR-REASON1 PIC X(30).
      **************************************************************
      *       EOF SWITCH, FILE STATUSES, AND SELECTION COUNTS *
      **************************************************************
               WHEN 'M'
                   MOVE 'ADDR MAINT' TO L-ENT-ACTION1
                   MOVE J-AFTER(1:7) TO L-ENT-EID1
               WHEN 'S'
                   MOVE 'PAY CHANGE' TO L-ENT-ACTION1
                   MOVE J-AFTER(1:7) TO L-ENT-EID1
               WHEN 'X'
                   MOVE 'CLEANUP' TO L-ENT-ACTION1
                   MOVE J-BEFORE(1:7) TO L-ENT-EID1
               WHEN 'O'
                   MOVE 'BUDGET OVR' TO L-ENT-ACTION1
                   MOVE J-AFTER(1:7) TO L-ENT-EID1
               WHEN 'W'
                   MOVE 'DEDUCTIONS' TO L-ENT-ACTION1
                   MOVE J-AFTER(1:7) TO L-ENT-EID1
               WHEN 'E'
                   MOVE 'ONE-TIME' TO L-ENT-ACTION1
                   MOVE J-AFTER(1:7) TO L-ENT-EID1
               WHEN OTHER
                   MOVE J-FUNC TO L-ENT-ACTION1
                   MOVE J-BEFORE(1:7) TO L-ENT-EID1
           MOVE J-OPER TO L-ENT-OPER1.
           WRITE PRNT-REC FROM PRNT-ENTRY1
             AFTER ADVANCING 2 LINES.
           EVALUATE J-FUNC
               WHEN 'M'
                   MOVE J-BEFORE TO ADDR-IMAGE-DATA
                   MOVE '  BEFORE:' TO L-ADR-TAG1
                   PERFORM 1750-PRINT-ADDR-IMAGE
                   MOVE J-AFTER TO ADDR-IMAGE-DATA
                   MOVE '  AFTER :' TO L-ADR-TAG1
                   PERFORM 1750-PRINT-ADDR-IMAGE
               WHEN 'S'
                   MOVE J-BEFORE TO PAY-IMAGE-DATA
                   MOVE '  BEFORE:' TO L-PAY-TAG1
                   PERFORM 1760-PRINT-PAY-IMAGE
                   MOVE J-AFTER TO PAY-IMAGE-DATA
                   MOVE '  AFTER :' TO L-PAY-TAG1
                   PERFORM 1760-PRINT-PAY-IMAGE
               WHEN 'X'
                   PERFORM 1770-PRINT-REMOVED
               WHEN 'O'
                   PERFORM 1780-PRINT-OVERRIDE
               WHEN 'W'
                   MOVE J-BEFORE TO DEDUCT-IMAGE-DATA
                   MOVE '  BEFORE:' TO L-DED-TAG1
                   PERFORM 1790-PRINT-DEDUCT-IMAGE
                   MOVE J-AFTER TO DEDUCT-IMAGE-DATA
                   MOVE '  AFTER :' TO L-DED-TAG1
                   PERFORM 1790-PRINT-DEDUCT-IMAGE
               WHEN 'E'
                   PERFORM 1795-PRINT-ONETIME
               WHEN OTHER
                   MOVE J-BEFORE TO IMAGE-DATA
                   MOVE '  BEFORE:' TO L-IMG-TAG1
                   PERFORM 1700-PRINT-IMAGE
                   MOVE J-AFTER TO IMAGE-DATA
                   MOVE '  AFTER :' TO L-IMG-TAG1
                   PERFORM 1700-PRINT-IMAGE
           END-EVALUATE.
           ADD 1 TO WS-PRINT-COUNT.
      **************************************************************
      * FORMATS AND PRINTS ONE BEFORE OR AFTER IMAGE LINE *
           MOVE EA-CONTACT-PHONE TO L-ADR-CPHONE1.
           WRITE PRNT-REC FROM PRNT-ADDR-IMAGE1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS ONE PAY IMAGE - A FIRST PAY RECORD JOURNALS A SPACE *
      * BEFORE IMAGE, WHICH PRINTS AS NO PAY RECORD *
      **************************************************************
       1760-PRINT-PAY-IMAGE.
           IF EP-EID = SPACES
               MOVE L-PAY-TAG1 TO L-PAY-TAG2
               WRITE PRNT-REC FROM PRNT-PAY-NONE1
                 AFTER ADVANCING 1 LINE
           ELSE
               MOVE EP-RATE         TO L-PAY-RATE1
               MOVE EP-STD-HRS      TO L-PAY-HRS1
               MOVE EP-FREQ         TO L-PAY-FREQ1
               MOVE EP-EFF-DATE(5:2) TO L-PAY-EFF-M1
               MOVE EP-EFF-DATE(7:2) TO L-PAY-EFF-D1
               MOVE EP-EFF-DATE(1:4) TO L-PAY-EFF-Y1
               WRITE PRNT-REC FROM PRNT-PAY-IMAGE1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * PRINTS A COMPANION RECORD THE CLEANUP REMOVED - THE FILE *
      * NAME RIDES IN THE AFTER IMAGE. PAY, ADDRESS, AND *
      * DEDUCTION RECORDS PRINT FORMATTED, ANY OTHER AS IT WAS *
      * STORED *
      **************************************************************
       1770-PRINT-REMOVED.
           MOVE J-AFTER(1:12) TO L-RMV-FILE1.
           MOVE J-BEFORE(8:60) TO L-RMV-IMAGE1.
           EVALUATE J-AFTER(1:12)
               WHEN 'COB1-PAY'
                   MOVE SPACES TO L-RMV-IMAGE1
                   WRITE PRNT-REC FROM PRNT-REMOVED1
                     AFTER ADVANCING 1 LINE
                   MOVE J-BEFORE TO PAY-IMAGE-DATA
                   MOVE '         ' TO L-PAY-TAG1
                   PERFORM 1760-PRINT-PAY-IMAGE
               WHEN 'COB1-ADDR'
                   MOVE SPACES TO L-RMV-IMAGE1
                   WRITE PRNT-REC FROM PRNT-REMOVED1
                     AFTER ADVANCING 1 LINE
                   MOVE J-BEFORE TO ADDR-IMAGE-DATA
                   MOVE '         ' TO L-ADR-TAG1
                   PERFORM 1750-PRINT-ADDR-IMAGE
               WHEN 'COB1-DEDUCT'
                   MOVE SPACES TO L-RMV-IMAGE1
                   WRITE PRNT-REC FROM PRNT-REMOVED1
                     AFTER ADVANCING 1 LINE
                   MOVE J-BEFORE TO DEDUCT-IMAGE-DATA
                   MOVE '         ' TO L-DED-TAG1
                   PERFORM 1790-PRINT-DEDUCT-IMAGE
               WHEN OTHER
                   WRITE PRNT-REC FROM PRNT-REMOVED1
                     AFTER ADVANCING 1 LINE
           END-EVALUATE.
      **************************************************************
      * PRINTS A BUDGET OVERRIDE - THE BUDGET AS IT STOOD, WHO *
      * OVERRODE IT AND WHY, THEN THE EMPLOYEE THE ADD WROTE *
      **************************************************************
       1780-PRINT-OVERRIDE.
           MOVE J-BEFORE    TO OVERRIDE-IMAGE-DATA.
           MOVE OV-DEPT     TO L-OVR-DEPT1.
           MOVE OV-TYPE     TO L-OVR-TYPE1.
           MOVE OV-AUTH     TO L-OVR-AUTH1.
           MOVE OV-FILLED   TO L-OVR-FILLED1.
           MOVE OV-APPROVER TO L-OVR-BY1.
           WRITE PRNT-REC FROM PRNT-OVERRIDE1
             AFTER ADVANCING 1 LINE.
           MOVE OV-REASON   TO L-OVR-REASON1.
           WRITE PRNT-REC FROM PRNT-OVR-REASON1
             AFTER ADVANCING 1 LINE.
           MOVE J-AFTER TO IMAGE-DATA.
           MOVE '  ADDED :' TO L-IMG-TAG1.
           PERFORM 1700-PRINT-IMAGE.
      **************************************************************
      * PRINTS ONE DEDUCTION IMAGE - A FIRST DEDUCTION RECORD *
      * JOURNALS A SPACE BEFORE IMAGE, WHICH PRINTS AS NO *
      * DEDUCTION RECORD *
      **************************************************************
       1790-PRINT-DEDUCT-IMAGE.
           IF ED-EID = SPACES
               MOVE L-DED-TAG1 TO L-DED-TAG2
               WRITE PRNT-REC FROM PRNT-DEDUCT-NONE1
                 AFTER ADVANCING 1 LINE
           ELSE
               MOVE ED-FED-FILING   TO L-DED-FED-FIL1
               MOVE ED-FED-ALLOW    TO L-DED-FED-ALW1
               MOVE ED-FED-EXTRA    TO L-DED-FED-EXT1
               MOVE ED-STATE-FILING TO L-DED-ST-FIL1
               MOVE ED-STATE-ALLOW  TO L-DED-ST-ALW1
               MOVE ED-STATE-EXTRA  TO L-DED-ST-EXT1
               MOVE ED-INSURANCE    TO L-DED-INS1
               MOVE ED-401K-PCT     TO L-DED-401K1
               MOVE ED-GARNISH      TO L-DED-GARN1
               WRITE PRNT-REC FROM PRNT-DEDUCT-IMAGE1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * PRINTS A QUEUED ONE-TIME EARNINGS ITEM - A NEW ITEM HAS NO *
      * BEFORE IMAGE, SO ONLY THE ITEM AS QUEUED PRINTS *
      **************************************************************
       1795-PRINT-ONETIME.
           MOVE J-AFTER     TO ONETIME-IMAGE-DATA.
           MOVE EO-SEQ      TO L-ONE-SEQ1.
           MOVE EO-TYPE     TO L-ONE-TYPE1.
           MOVE EO-HOURS    TO L-ONE-HOURS1.
           MOVE EO-AMOUNT   TO L-ONE-AMT1.
           MOVE EO-NOTE     TO L-ONE-NOTE1.
           WRITE PRNT-REC FROM PRNT-ONETIME-IMAGE1
             AFTER ADVANCING 1 LINE.
