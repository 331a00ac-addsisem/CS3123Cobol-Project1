      * YEAR-TO-DATE EARNINGS FILE THAT PROJ14 REPORTS AND
      * YEAR-OPENS. A COB8-PARM B LINE WITH VALUE D BREAKS AND
      * SUBTOTALS THE REGISTER BY DEPARTMENT INSTEAD OF TYPE.
      * EACH GROSS IS TAKEN DOWN TO NET AGAINST THE EMPLOYEE'S
      * COB1-DEDUCT RECORD (KEYED BY PROJ02'S W FUNCTION) - THE
      * 401(K) PERCENT AND INSURANCE COME OFF PRE-TAX, FEDERAL AND
      * STATE WITHHOLDING ARE FIGURED BY THE ANNUALIZED PERCENTAGE
      * METHOD FROM THE FILING STATUS AND ALLOWANCES PLUS ANY
      * EXTRA WITHHOLDING ASKED FOR, AND A GARNISHMENT COMES OFF
      * LAST, NEVER TAKING NET BELOW ZERO. THE REGISTER PRINTS THE
      * DEDUCTIONS UNDER EACH LINE AND CARRIES NET THROUGH THE
      * SUBTOTALS, COB1-YTD ACCUMULATES THE WITHHOLDING, DEDUCTIONS
      * AND NET ALONGSIDE THE GROSS, AND ONE STUB PER PAID
      * EMPLOYEE - PERIOD AND YEAR-TO-DATE FIGURES - GOES TO THE
      * COB1-STUB FILE THE STUB PRINTER MAILS FROM. ONE-TIME
      * EARNINGS QUEUED ON COB1-ONETIME (LEAVE PAYOUTS FROM
      * PROJ02'S TERMINATE, BONUSES AND ADJUSTMENTS FROM ITS E
      * FUNCTION) ARE PAID ON THE NEXT RUN AS THEIR OWN EARNINGS
      * LINES UNDER THE EMPLOYEE, FOLDED INTO GROSS, DEDUCTIONS,
      * AND YTD, AND STAMPED PAID WITH THE RUN DATE SO NO LATER
      * RUN PAYS THEM AGAIN. A RERUN ON THE SAME DAY REPEATS ONLY
      * THE ITEMS THE FIRST RUN PAID FOR AN EMPLOYEE WHOSE YTD IT
      * ALREADY POSTED - ANYTHING QUEUED SINCE WAITS FOR THE NEXT
      * RUN, SO IT IS NEVER PAID OUTSIDE YTD. AN EMPLOYEE
      * TERMINATED SINCE THE LAST RUN STILL COMES THROUGH THE
      * REGISTER, FLAGGED FINAL, FOR
      * WHATEVER ONE-TIME EARNINGS ARE STILL OWED - AND NOTHING
      * ELSE. AN ITEM VALUED IN HOURS IS PAID AT THE EMPLOYEE'S
      * CURRENT PAY RATE. EVERY EMPLOYEE PAID ALSO LEAVES A
      * PERIOD RECORD ON COB1-REGHIST - RATE, HOURS, OVERTIME, AND
      * PAY FOR THE RUN DATE - THAT PROJ22 WORKS A BACKDATED RAISE
      * AGAINST TO FIGURE THE RETRO PAY OWED. THE RUN'S LABOR COST
      * IS ALSO DISTRIBUTED TO THE GENERAL LEDGER ON THE
      * COB1-GLINTF INTERFACE FILE - A HEADER, ONE DEBIT PER
      * DEPARTMENT AND EARNINGS TYPE (REGULAR, OVERTIME, ONE-TIME)
      * TO THE LABOR EXPENSE ACCOUNT COB1-GLACCT MAPS IT TO, ONE
      * BALANCING CREDIT TO PAYROLL CLEARING, AND A TRAILER WITH
      * THE DEBIT AND CREDIT TOTALS AND RECORD COUNT. LABOR FOR AN
      * EMPLOYEE WITH NO DEPARTMENT, OR A DEPARTMENT WITH NO
      * ACCOUNT MAPPED, GOES TO THE SUSPENSE ACCOUNT AND IS LISTED
      * ON THE REGISTER SO ACCOUNTING CAN RECLASS IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Y-EID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO 'COB1-DEDUCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-EID
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT STUB-FILE ASSIGN TO 'COB1-STUB'
               FILE STATUS IS WS-STUB-STATUS.
           SELECT ONETIME-FILE ASSIGN TO 'COB1-ONETIME'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-KEY
               FILE STATUS IS WS-ONETIME-STATUS.
           SELECT REGHIST-FILE ASSIGN TO 'COB1-REGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-REGHIST-STATUS.
           SELECT GLACCT-FILE ASSIGN TO 'COB1-GLACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT GLINTF-FILE ASSIGN TO 'COB1-GLINTF'
               FILE STATUS IS WS-GLINTF-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-PAYREG'.
           SELECT SORTED-FILE ASSIGN TO 'SRTOUT08'.
           SELECT SORT-WORK ASSIGN TO 'SRTWK08'.
         03 P-RATE       PIC 9(5)V99.
         03 P-STD-HRS    PIC 9(3)V9.
         03 P-FREQ       PIC X.
         03 P-EFF-DATE   PIC X(8).
         03 FILLER       PIC X(2).
      **************************************************************
      * PER-PERIOD REPORTED-HOURS FILE KEYED ON EID (SAME SHAPE AS *
      * PROJ02'S H FUNCTION REBUILDS IT EACH PERIOD) *
         03 Y-GROSS      PIC 9(8)V99.
         03 Y-LAST-PERIOD PIC X(8).
         03 FILLER       PIC X(2)    VALUE SPACES.
      **************************************************************
      * YEAR-TO-DATE WITHHOLDING, DEDUCTIONS, AND NET - FOLDED IN *
      * BY THE SAME POSTING AS THE GROSS, SO THE STUB'S YTD COLUMN *
      * AND THE YEAR-END WAGE FIGURES COME OFF ONE RECORD *
      **************************************************************
         03 Y-FED-WH     PIC 9(7)V99.
         03 Y-STATE-WH   PIC 9(7)V99.
         03 Y-INSURANCE  PIC 9(7)V99.
         03 Y-401K       PIC 9(7)V99.
         03 Y-GARNISH    PIC 9(7)V99.
         03 Y-NET        PIC 9(8)V99.
         03 FILLER       PIC X(15)   VALUE SPACES.
      **************************************************************
      * PER-EMPLOYEE WITHHOLDING AND RECURRING DEDUCTIONS KEYED ON *
      * EID (SAME SHAPE AS PROJ02'S W FUNCTION WRITES IT). FILING *
      * STATUS S/M/H PICKS THE WITHHOLDING TABLE AND X MEANS *
      * EXEMPT. INSURANCE AND GARNISHMENT ARE PER-PERIOD AMOUNTS, *
      * THE 401(K) A PERCENT OF GROSS *
      **************************************************************
       FD DEDUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEDUCT-REC.
         03 DD-EID       PIC X(7).
         03 DD-FED-FILING PIC X.
         03 DD-FED-ALLOW PIC 9(2).
         03 DD-FED-EXTRA PIC 9(4)V99.
         03 DD-STATE-FILING PIC X.
         03 DD-STATE-ALLOW PIC 9(2).
         03 DD-STATE-EXTRA PIC 9(4)V99.
         03 DD-INSURANCE PIC 9(4)V99.
         03 DD-401K-PCT  PIC 9(2)V99.
         03 DD-GARNISH   PIC 9(5)V99.
         03 FILLER       PIC X(8).
      **************************************************************
      * PAY-STUB FILE - AN H HEADER, ONE D STUB PER PAID EMPLOYEE, *
      * AND A T TRAILER THE STUB PRINTER BALANCES AGAINST *
      **************************************************************
       FD STUB-FILE
           LABEL RECORDS ARE STANDARD.
       01 STUB-REC      PIC X(200).
      **************************************************************
      * ONE-TIME EARNINGS KEYED ON EID PLUS AN ENTRY SEQUENCE *
      * (SAME SHAPE AS PROJ02 WRITES IT). AN ITEM CARRIES EITHER *
      * AN AMOUNT OR, FOR A LEAVE PAYOUT, HOURS TO BE PAID AT THE *
      * CURRENT RATE. THE REGISTER STAMPS IT P WITH THE RUN DATE *
      * AND THE AMOUNT ACTUALLY PAID *
      **************************************************************
       FD ONETIME-FILE
           LABEL RECORDS ARE STANDARD.
       01 ONETIME-REC.
         03 OT-KEY.
           05 OT-EID       PIC X(7).
           05 OT-SEQ       PIC 9(3).
         03 OT-TYPE      PIC X.
         03 OT-HOURS     PIC 9(4)V99.
         03 OT-AMOUNT    PIC 9(7)V99.
         03 OT-STATUS    PIC X.
             88 OT-PAID             VALUE 'P'.
         03 OT-ENTERED   PIC X(8).
         03 OT-OPER      PIC X(8).
         03 OT-PAID-DATE PIC X(8).
         03 OT-PAID-AMT  PIC 9(7)V99.
         03 OT-NOTE      PIC X(20).
      **************************************************************
      * REGISTER HISTORY KEYED ON EID PLUS RUN DATE - ONE RECORD *
      * PER EMPLOYEE PAID PER RUN, CARRYING THE RATE AND HOURS THE *
      * PERIOD WAS ACTUALLY PAID AT. THE TRUED-UP RATE STARTS AS *
      * THE RATE PAID AND IS RAISED BY PROJ22 WHEN IT POSTS RETRO *
      * PAY FOR THE PERIOD, SO NO PERIOD IS MADE UP TWICE. A *
      * SAME-DAY RERUN REPLACES THE DAY'S RECORD *
      **************************************************************
       FD REGHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGHIST-REC.
         03 RH-KEY.
           05 RH-EID       PIC X(7).
           05 RH-RUN-DATE  PIC X(8).
         03 RH-DEPT      PIC X(4).
         03 RH-TYPE      PIC X(2).
         03 RH-FREQ      PIC X.
         03 RH-RATE      PIC 9(5)V99.
         03 RH-HOURS     PIC 9(3)V9.
         03 RH-OT-HOURS  PIC 9(3)V9.
         03 RH-REG-PAY   PIC 9(8)V99.
         03 RH-OT-PAY    PIC 9(8)V99.
         03 RH-ONETIME   PIC 9(8)V99.
         03 RH-GROSS     PIC 9(8)V99.
         03 RH-NET       PIC 9(8)V99.
         03 RH-TRUED-RATE PIC 9(5)V99.
         03 RH-RETRO-AMT PIC 9(7)V99.
         03 RH-RETRO-DATE PIC X(8).
         03 FILLER       PIC X(9).
      **************************************************************
      * GL ACCOUNT REFERENCE TABLE KEYED ON DEPARTMENT PLUS *
      * EARNINGS TYPE (SAME SHAPE AS PROJ15'S G FUNCTION KEEPS *
      * IT). R, O, AND E MAP A DEPARTMENT'S REGULAR, OVERTIME, AND *
      * ONE-TIME EARNINGS TO ITS LABOR EXPENSE ACCOUNTS. UNDER A *
      * BLANK DEPARTMENT, C IS PAYROLL CLEARING AND S IS SUSPENSE *
      **************************************************************
       FD GLACCT-FILE
           LABEL RECORDS ARE STANDARD.
       01 GLACCT-REC.
         03 GA-KEY.
           05 GA-DEPT      PIC X(4).
           05 GA-TYPE      PIC X.
         03 GA-ACCOUNT   PIC X(10).
         03 GA-DESC      PIC X(20).
         03 FILLER       PIC X(15).
      **************************************************************
      * GENERAL-LEDGER JOURNAL INTERFACE - REPLACED EACH RUN, *
      * PICKED UP BY ACCOUNTING'S GL LOAD. HEADER, DETAIL, AND *
      * TRAILER RECORDS ARE TAGGED H, D, AND T *
      **************************************************************
       FD GLINTF-FILE
           LABEL RECORDS ARE STANDARD.
       01 GLINTF-REC    PIC X(80).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(125).
      **************************************************************
       FD SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SORTED-REC    PIC X(61).
       SD SORT-WORK.
       01 SD-RECORD.
         03 SD-EID        PIC X(7).
         03 SD-TYPE       PIC X(2).
         03 SD-TITLE      PIC X(17).
         03 SD-DEPT       PIC X(4).
         03 SD-TERM-SW    PIC X.
             88 SD-FINAL-PAY        VALUE 'T'.
      **************************************************************
      * OPTIONAL PARAMETER CARD - A B LINE WITH VALUE D BREAKS AND *
      * SUBTOTALS THE REGISTER BY DEPARTMENT INSTEAD OF TYPE *
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(2)    VALUE 'FQ'.
         03 FILLER      PIC X(7)    VALUE '  GROSS'.
         03 FILLER      PIC X(16)   VALUE SPACES.
         03 FILLER      PIC X(7)    VALUE '    NET'.
       01 PRNT-DATA1.
         03 L-EID1        PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-FREQ1       PIC X.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-GROSS1      PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-NET1        PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-FLAG1       PIC X(5).
       01 PRNT-ONETIME1.
         03 FILLER        PIC X(9)    VALUE SPACES.
         03 FILLER        PIC X(9)    VALUE 'ONE-TIME '.
         03 L-OT-TYPE1    PIC X(14).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-OT-NOTE1    PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-OT-HRS1     PIC Z,ZZ9.99.
         03 FILLER        PIC X(4)    VALUE ' HRS'.
         03 FILLER        PIC X(13)   VALUE SPACES.
         03 L-OT-AMT1     PIC ZZ,ZZZ,ZZ9.99.
       01 PRNT-DEDUCT1.
         03 FILLER        PIC X(9)    VALUE SPACES.
         03 FILLER        PIC X(7)    VALUE 'FED WH '.
         03 L-FED1        PIC Z,ZZ9.99.
         03 FILLER        PIC X(11)   VALUE '  STATE WH '.
         03 L-STATE1      PIC Z,ZZ9.99.
         03 FILLER        PIC X(6)    VALUE '  INS '.
         03 L-INS1        PIC Z,ZZ9.99.
         03 FILLER        PIC X(7)    VALUE '  401K '.
         03 L-401K1       PIC Z,ZZ9.99.
         03 FILLER        PIC X(7)    VALUE '  GARN '.
         03 L-GARN1       PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(10)   VALUE '  TOT DED '.
         03 L-TOTDED1     PIC ZZ,ZZ9.99.
       01 PRNT-NODED1.
         03 FILLER        PIC X(9)    VALUE SPACES.
         03 FILLER        PIC X(50)   VALUE
           '** NO DEDUCTION RECORD - NO WITHHOLDING TAKEN'.
       01 PRNT-NOPAY1.
         03 L-EID-N1      PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER         PIC X(4)    VALUE SPACES.
         03 FILLER         PIC X(7)    VALUE 'GROSS: '.
         03 L-SUBTOT-GRS1  PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER         PIC X(4)    VALUE SPACES.
         03 FILLER         PIC X(5)    VALUE 'NET: '.
         03 L-SUBTOT-NET1  PIC ZZZ,ZZZ,ZZ9.99.
       01 PRNT-GRANDTOT1.
         03 FILLER         PIC X(10)   VALUE SPACES.
         03 FILLER         PIC X(13)   VALUE 'GRAND TOTAL: '.
         03 FILLER         PIC X(4)    VALUE SPACES.
         03 FILLER         PIC X(7)    VALUE 'GROSS: '.
         03 L-GRANDTOT-GRS1 PIC Z,ZZZ,ZZZ,ZZ9.99.
         03 FILLER         PIC X(4)    VALUE SPACES.
         03 FILLER         PIC X(5)    VALUE 'NET: '.
         03 L-GRANDTOT-NET1 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 PRNT-EXCEPT-CNT1.
         03 FILLER         PIC X(24)   VALUE
           'EMPLOYEES WITH NO PAY: '.
         03 FILLER         PIC X(23)   VALUE
           '   ORPHAN HOURS RECS: '.
         03 L-OHRS-CNT1    PIC ZZ,ZZ9.
       01 PRNT-EXCEPT-CNT2.
         03 FILLER         PIC X(36)   VALUE
           'PAID WITH NO DEDUCTION RECORD: '.
         03 L-NODED-CNT1   PIC ZZ,ZZ9.
         03 FILLER         PIC X(24)   VALUE
           '   ONE-TIME ITEMS PAID: '.
         03 L-OT-PAID-CNT1 PIC ZZ,ZZ9.
         03 FILLER         PIC X(10)   VALUE '  AMOUNT: '.
         03 L-OT-PAID-AMT1 PIC ZZ,ZZZ,ZZ9.99.
       01 PRNT-NODEPT1.
         03 FILLER        PIC X(9)    VALUE SPACES.
         03 FILLER        PIC X(50)   VALUE
           '** NO DEPARTMENT - LABOR POSTED TO GL SUSPENSE'.
       01 PRNT-GLSUSP1.
         03 FILLER        PIC X(5)    VALUE 'DEPT '.
         03 L-GLS-DEPT1   PIC X(4).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-GLS-TYPE1   PIC X(17).
         03 FILLER        PIC X(40)   VALUE
           ' HAS NO GL ACCOUNT - POSTED TO SUSPENSE '.
         03 L-GLS-AMT1    PIC ZZ,ZZZ,ZZ9.99.
       01 PRNT-GLTOT1.
         03 FILLER         PIC X(22)   VALUE
           'GL INTERFACE RECORDS: '.
         03 L-GL-CNT1      PIC ZZ,ZZ9.
         03 FILLER         PIC X(10)   VALUE '  DEBITS: '.
         03 L-GL-DR1       PIC Z,ZZZ,ZZZ,ZZ9.99.
         03 FILLER         PIC X(11)   VALUE '  CREDITS: '.
         03 L-GL-CR1       PIC Z,ZZZ,ZZZ,ZZ9.99.
         03 FILLER         PIC X(13)   VALUE '  SUSPENSE: '.
         03 L-GL-SUSP1     PIC ZZZ,ZZZ,ZZ9.99.
       01 PRNT-GLNONE1.
         03 FILLER         PIC X(32)   VALUE
           'NO GL INTERFACE WRITTEN - '.
         03 L-GLNONE-WHY1  PIC X(50).
      **************************************************************
      * LAYOUTS FOR THE GL INTERFACE HEADER, DETAIL, AND TRAILER *
      * RECORDS *
      **************************************************************
       01 GL-HEADER.
         03 GH-TAG        PIC X       VALUE 'H'.
         03 GH-SOURCE     PIC X(8)    VALUE 'PAYROLL'.
         03 GH-RUN-DATE   PIC X(8).
         03 GH-DESC       PIC X(30)   VALUE
           'PAYROLL LABOR DISTRIBUTION'.
         03 FILLER        PIC X(33)   VALUE SPACES.
       01 GL-DETAIL.
         03 GD-TAG        PIC X       VALUE 'D'.
         03 GD-ACCOUNT    PIC X(10).
         03 GD-DR-CR      PIC X.
         03 GD-AMOUNT     PIC 9(10)V99.
         03 GD-DEPT       PIC X(4).
         03 GD-EARN-TYPE  PIC X.
         03 GD-DESC       PIC X(20).
         03 GD-RUN-DATE   PIC X(8).
         03 FILLER        PIC X(23)   VALUE SPACES.
       01 GL-TRAILER.
         03 GT-TAG        PIC X       VALUE 'T'.
         03 GT-COUNT      PIC 9(7).
         03 GT-DEBITS     PIC 9(12)V99.
         03 GT-CREDITS    PIC 9(12)V99.
         03 FILLER        PIC X(44)   VALUE SPACES.
      **************************************************************
      * LAYOUTS FOR THE PAY-STUB HEADER, DETAIL, AND TRAILER *
      * RECORDS *
      **************************************************************
       01 STUB-HEADER.
         03 ST-H-TAG      PIC X       VALUE 'H'.
         03 ST-H-DATE     PIC X(8).
         03 FILLER        PIC X(191)  VALUE SPACES.
       01 STUB-DETAIL.
         03 ST-D-TAG      PIC X       VALUE 'D'.
         03 ST-D-EID      PIC X(7).
         03 ST-D-LAST     PIC X(15).
         03 ST-D-FIRST    PIC X(15).
         03 ST-D-DEPT     PIC X(4).
         03 ST-D-FREQ     PIC X.
         03 ST-D-HOURS    PIC 9(3)V9.
         03 ST-D-RATE     PIC 9(5)V99.
         03 ST-D-GROSS    PIC 9(8)V99.
         03 ST-D-FED      PIC 9(6)V99.
         03 ST-D-STATE    PIC 9(6)V99.
         03 ST-D-INS      PIC 9(6)V99.
         03 ST-D-401K     PIC 9(6)V99.
         03 ST-D-GARN     PIC 9(6)V99.
         03 ST-D-NET      PIC 9(8)V99.
         03 ST-D-YTD-GROSS PIC 9(8)V99.
         03 ST-D-YTD-FED  PIC 9(7)V99.
         03 ST-D-YTD-STATE PIC 9(7)V99.
         03 ST-D-YTD-INS  PIC 9(7)V99.
         03 ST-D-YTD-401K PIC 9(7)V99.
         03 ST-D-YTD-GARN PIC 9(7)V99.
         03 ST-D-YTD-NET  PIC 9(8)V99.
         03 ST-D-ONETIME  PIC 9(8)V99.
         03 FILLER        PIC X(11)   VALUE SPACES.
       01 STUB-TRAILER.
         03 ST-T-TAG      PIC X       VALUE 'T'.
         03 ST-T-COUNT    PIC 9(7).
         03 ST-T-GROSS    PIC 9(10)V99.
         03 ST-T-NET      PIC 9(10)V99.
         03 FILLER        PIC X(168)  VALUE SPACES.
      **************************************************************
      *       EOF SWITCHES AND FILE STATUSES *
      **************************************************************
         03 WS-GRAND-COUNT   PIC 9(5)   VALUE 0.
         03 WS-TYPE-GROSS    PIC 9(9)V99  VALUE 0.
         03 WS-GRAND-GROSS   PIC 9(10)V99 VALUE 0.
         03 WS-TYPE-NET      PIC 9(9)V99  VALUE 0.
         03 WS-GRAND-NET     PIC 9(10)V99 VALUE 0.
      **************************************************************
      *       WORK FIELDS FOR THE PAY JOIN AND THE EXCEPTION COUNTS *
      **************************************************************
             88 WS-HOURS-FILE-OPEN  VALUE 'Y'.
         03 WS-PAY-HOURS     PIC 9(3)V9 VALUE 0.
         03 WS-OT-HOURS      PIC 9(3)V9 VALUE 0.
         03 WS-REG-PAY       PIC 9(8)V99 VALUE 0.
         03 WS-OT-PAY        PIC 9(8)V99 VALUE 0.
         03 WS-ORPHHRS-COUNT PIC 9(5)   VALUE 0.
         03 WS-REGHIST-STATUS PIC XX    VALUE '00'.
         03 WS-REGHIST-OPEN-SW PIC X    VALUE 'N'.
             88 WS-REGHIST-FILE-OPEN VALUE 'Y'.
      **************************************************************
      *       WORK FIELDS FOR TAKING GROSS DOWN TO NET - EACH *
      *       DEDUCTION IS CAPPED AT WHAT'S LEFT OF THE GROSS SO NET *
      *       NEVER GOES NEGATIVE *
      **************************************************************
       01 DEDUCT-WS.
         03 WS-DEDUCT-STATUS PIC XX     VALUE '00'.
         03 WS-DEDUCT-OPEN-SW PIC X     VALUE 'N'.
             88 WS-DEDUCT-FILE-OPEN VALUE 'Y'.
         03 WS-DEDUCT-FOUND-SW PIC X    VALUE 'N'.
             88 WS-DEDUCT-FOUND     VALUE 'Y'.
         03 WS-PERIODS-PER-YR PIC 9(2)  VALUE 0.
         03 WS-FILING-IDX    PIC 9      VALUE 0.
         03 WS-BRACKET-IDX   PIC 9      VALUE 0.
         03 WS-TAXABLE       PIC 9(8)V99 VALUE 0.
         03 WS-REMAINING     PIC 9(8)V99 VALUE 0.
         03 WS-ANNUAL-WAGE   PIC S9(9)V99 VALUE 0.
         03 WS-ANNUAL-TAX    PIC 9(8)V99 VALUE 0.
         03 WS-FED-WH        PIC 9(6)V99 VALUE 0.
         03 WS-STATE-WH      PIC 9(6)V99 VALUE 0.
         03 WS-INS-DED       PIC 9(6)V99 VALUE 0.
         03 WS-401K-DED      PIC 9(6)V99 VALUE 0.
         03 WS-GARNISH-DED   PIC 9(6)V99 VALUE 0.
         03 WS-TOTAL-DED     PIC 9(7)V99 VALUE 0.
         03 WS-NET           PIC 9(8)V99 VALUE 0.
         03 WS-NODED-COUNT   PIC 9(5)   VALUE 0.
         03 WS-STUB-STATUS   PIC XX     VALUE '00'.
         03 WS-STUB-OPEN-SW  PIC X      VALUE 'N'.
             88 WS-STUB-FILE-OPEN   VALUE 'Y'.
         03 WS-STUB-COUNT    PIC 9(7)   VALUE 0.
      **************************************************************
      *       WORK FIELDS FOR THE ONE-TIME EARNINGS - AN EMPLOYEE'S *
      *       ITEMS ARE GATHERED INTO THE TABLE BEFORE THE REGISTER *
      *       LINE PRINTS (THEY'RE PART OF ITS GROSS) AND PRINTED *
      *       AND STAMPED PAID AFTER IT. AN ITEM ALREADY STAMPED *
      *       PAID WITH TODAY'S RUN DATE IS PICKED UP AGAIN SO A *
      *       SAME-DAY RERUN REPRINTS IT - THE YTD STAMP STILL KEEPS *
      *       IT FROM POSTING TWICE *
      **************************************************************
       01 ONETIME-WS.
         03 WS-ONETIME-STATUS PIC XX    VALUE '00'.
         03 WS-ONETIME-OPEN-SW PIC X    VALUE 'N'.
             88 WS-ONETIME-FILE-OPEN VALUE 'Y'.
         03 WS-OT-SCAN-EID   PIC X(7)   VALUE SPACES.
         03 WS-OT-SCAN-END-SW PIC X     VALUE 'N'.
             88 WS-OT-SCAN-END      VALUE 'Y'.
         03 WS-OT-OWED-SW    PIC X      VALUE 'N'.
             88 WS-OT-OWED          VALUE 'Y'.
         03 WS-ONETIME-PAY   PIC 9(8)V99 VALUE 0.
         03 WS-OT-PAID-COUNT PIC 9(5)   VALUE 0.
         03 WS-OT-PAID-TOTAL PIC 9(9)V99 VALUE 0.
         03 WS-OT-DEFER-COUNT PIC 9(5)  VALUE 0.
         03 WS-OT-LATE-COUNT PIC 9(5)   VALUE 0.
         03 WS-OT-POSTED-SW  PIC X      VALUE 'N'.
             88 WS-OT-YTD-POSTED    VALUE 'Y'.
             88 WS-OT-YTD-NOT-POSTED VALUE 'N'.
         03 WS-OT-LATE-HERE  PIC 9(3)   VALUE 0.
         03 WS-OT-ITEM-CNT   PIC 9(2)   VALUE 0.
         03 WS-OT-IDX        PIC 9(2)   VALUE 0.
         03 WS-OT-ITEM OCCURS 10 TIMES.
           05 OTI-SEQ        PIC 9(3).
           05 OTI-TYPE       PIC X.
           05 OTI-HOURS      PIC 9(4)V99.
           05 OTI-AMOUNT     PIC 9(7)V99.
           05 OTI-NOTE       PIC X(20).
      **************************************************************
      *       LABOR DISTRIBUTION - THE RUN'S REGULAR, OVERTIME, AND *
      *       ONE-TIME EARNINGS ACCUMULATED BY DEPARTMENT (A BLANK *
      *       DEPARTMENT IS ITS OWN ENTRY), AND THE CLEARING AND *
      *       SUSPENSE ACCOUNTS LOOKED UP FROM COB1-GLACCT *
      **************************************************************
       01 GL-WS.
         03 WS-GLACCT-STATUS PIC XX     VALUE '00'.
         03 WS-GLINTF-STATUS PIC XX     VALUE '00'.
         03 WS-GL-OK-SW      PIC X      VALUE 'N'.
             88 WS-GL-OK            VALUE 'Y'.
         03 WS-GL-WHY        PIC X(50)  VALUE SPACES.
         03 WS-GL-CLEARING   PIC X(10)  VALUE SPACES.
         03 WS-GL-SUSPENSE   PIC X(10)  VALUE SPACES.
         03 WS-GL-DEPT-CNT   PIC 9(3)   VALUE 0.
         03 WS-GL-IDX        PIC 9(3)   VALUE 0.
         03 WS-GL-FOUND      PIC 9(3)   VALUE 0.
         03 WS-GL-DEPT-KEY   PIC X(4)   VALUE SPACES.
         03 WS-GL-TYPE-IDX   PIC 9      VALUE 0.
         03 WS-GL-REC-COUNT  PIC 9(7)   VALUE 0.
         03 WS-GL-DEBITS     PIC 9(12)V99 VALUE 0.
         03 WS-GL-CREDITS    PIC 9(12)V99 VALUE 0.
         03 WS-GL-SUSP-AMT   PIC 9(10)V99 VALUE 0.
         03 WS-GL-NODEPT-COUNT PIC 9(5) VALUE 0.
         03 WS-GL-DEPT-ENTRY OCCURS 200 TIMES.
           05 GLD-DEPT       PIC X(4).
           05 GLD-AMT        PIC 9(10)V99 OCCURS 3 TIMES.
       01 GL-TYPE-WS.
         03 FILLER PIC X(18) VALUE 'RREGULAR EARNINGS '.
         03 FILLER PIC X(18) VALUE 'OOVERTIME EARNINGS'.
         03 FILLER PIC X(18) VALUE 'EONE-TIME EARNINGS'.
       01 GL-TYPE-TABLE REDEFINES GL-TYPE-WS.
         03 GLT-ENTRY OCCURS 3 TIMES.
           05 GLT-CODE       PIC X.
           05 GLT-DESC       PIC X(17).
      **************************************************************
      *       WITHHOLDING CONSTANTS - THE ANNUAL AMOUNT EACH *
      *       ALLOWANCE SHELTERS AND THE FLAT STATE RATE. REVISED *
      *       WITH THE TABLES BELOW EACH JANUARY *
      **************************************************************
       01 WH-CONSTANTS-WS.
         03 WS-FED-ALLOW-AMT   PIC 9(5)V99 VALUE 4300.00.
         03 WS-STATE-ALLOW-AMT PIC 9(5)V99 VALUE 1000.00.
         03 WS-STATE-RATE      PIC V9999   VALUE .0450.
      **************************************************************
      *       FEDERAL ANNUALIZED WITHHOLDING BRACKETS - FOR EACH *
      *       FILING STATUS (SINGLE, MARRIED, HEAD OF HOUSEHOLD) *
      *       FOUR ROWS OF BRACKET FLOOR, TAX AT THE FLOOR, AND THE *
      *       RATE ON WAGES ABOVE IT *
      **************************************************************
       01 FED-WH-TABLE-WS.
         03 FILLER PIC 9(7)V99 VALUE 0.
         03 FILLER PIC 9(7)V99 VALUE 0.
         03 FILLER PIC V999    VALUE .100.
         03 FILLER PIC 9(7)V99 VALUE 11000.00.
         03 FILLER PIC 9(7)V99 VALUE 1100.00.
         03 FILLER PIC V999    VALUE .120.
         03 FILLER PIC 9(7)V99 VALUE 44725.00.
         03 FILLER PIC 9(7)V99 VALUE 5147.00.
         03 FILLER PIC V999    VALUE .220.
         03 FILLER PIC 9(7)V99 VALUE 95375.00.
         03 FILLER PIC 9(7)V99 VALUE 16290.00.
         03 FILLER PIC V999    VALUE .240.
         03 FILLER PIC 9(7)V99 VALUE 0.
         03 FILLER PIC 9(7)V99 VALUE 0.
         03 FILLER PIC V999    VALUE .100.
         03 FILLER PIC 9(7)V99 VALUE 22000.00.
         03 FILLER PIC 9(7)V99 VALUE 2200.00.
         03 FILLER PIC V999    VALUE .120.
         03 FILLER PIC 9(7)V99 VALUE 89450.00.
         03 FILLER PIC 9(7)V99 VALUE 10294.00.
         03 FILLER PIC V999    VALUE .220.
         03 FILLER PIC 9(7)V99 VALUE 190750.00.
         03 FILLER PIC 9(7)V99 VALUE 32580.00.
         03 FILLER PIC V999    VALUE .240.
         03 FILLER PIC 9(7)V99 VALUE 0.
         03 FILLER PIC 9(7)V99 VALUE 0.
         03 FILLER PIC V999    VALUE .100.
         03 FILLER PIC 9(7)V99 VALUE 15700.00.
         03 FILLER PIC 9(7)V99 VALUE 1570.00.
         03 FILLER PIC V999    VALUE .120.
         03 FILLER PIC 9(7)V99 VALUE 59850.00.
         03 FILLER PIC 9(7)V99 VALUE 6868.00.
         03 FILLER PIC V999    VALUE .220.
         03 FILLER PIC 9(7)V99 VALUE 95350.00.
         03 FILLER PIC 9(7)V99 VALUE 14678.00.
         03 FILLER PIC V999    VALUE .240.
       01 FED-WH-TABLE REDEFINES FED-WH-TABLE-WS.
         03 FWT-FILING OCCURS 3 TIMES.
           05 FWT-BRACKET OCCURS 4 TIMES.
             07 FWT-FLOOR  PIC 9(7)V99.
             07 FWT-BASE   PIC 9(7)V99.
             07 FWT-RATE   PIC V999.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
           PERFORM 0050-GET-PARMS.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 0500-OPEN-ONETIME.
           PERFORM 0300-OPEN-YTD.
           IF WS-BREAK-ON-DEPT
               SORT SORT-WORK
                 ON ASCENDING KEY SD-DEPT
                 WS-HOURS-STATUS
               DISPLAY 'EVERY EMPLOYEE WILL BE PAID STANDARD HOURS'
           END-IF.
           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS = '00'
               MOVE 'Y' TO WS-DEDUCT-OPEN-SW
           ELSE
               DISPLAY 'UNABLE TO OPEN COB1-DEDUCT, STATUS='
                 WS-DEDUCT-STATUS
               DISPLAY 'EVERY EMPLOYEE WILL BE PAID GROSS WITH NO '
                 'WITHHOLDING'
           END-IF.
           PERFORM 0400-OPEN-STUB.
           PERFORM 0600-OPEN-REGHIST.
           PERFORM 0700-OPEN-GLACCT.
           OPEN INPUT SORTED-FILE.
           PERFORM 2000-READ-SORTED.
           PERFORM UNTIL EOF-I = 1
                   DISPLAY 'YTD ALREADY POSTED TODAY FOR '
                     WS-YTD-DUP-COUNT ' EMPLOYEE(S) - NOT '
                     'POSTED AGAIN'
                   DISPLAY 'THEIR LINES REPEAT THE EARLIER RUN, WITH '
                     'ONLY THE ONE-TIME ITEMS IT PAID'
               END-IF
               IF WS-OT-LATE-COUNT > 0
                   DISPLAY WS-OT-LATE-COUNT ' ONE-TIME ITEM(S) '
                     'QUEUED SINCE TODAY''S YTD POSTING LEFT FOR '
                     'THE NEXT RUN'
               END-IF
           END-IF.
           IF WS-DEDUCT-FILE-OPEN
               CLOSE DEDUCT-FILE
           END-IF.
           IF WS-ONETIME-FILE-OPEN
               CLOSE ONETIME-FILE
               IF WS-OT-DEFER-COUNT > 0
                   DISPLAY WS-OT-DEFER-COUNT ' ONE-TIME ITEM(S) '
                     'PAST THE PER-EMPLOYEE LIMIT LEFT FOR THE '
                     'NEXT RUN'
               END-IF
           END-IF.
           IF WS-REGHIST-FILE-OPEN
               CLOSE REGHIST-FILE
           END-IF.
           IF WS-STUB-FILE-OPEN
               MOVE WS-STUB-COUNT  TO ST-T-COUNT
               MOVE WS-GRAND-GROSS TO ST-T-GROSS
               MOVE WS-GRAND-NET   TO ST-T-NET
               WRITE STUB-REC FROM STUB-TRAILER
               CLOSE STUB-FILE
           END-IF.
           PERFORM 1960-PRINT-EXCEPT-COUNTS.
           PERFORM 1970-WRITE-GL-INTERFACE.
           IF WS-GLACCT-STATUS = '00' OR WS-GLACCT-STATUS = '05'
               CLOSE GLACCT-FILE
           END-IF.
           CLOSE PRNT-FILE.
           STOP RUN.
      **************************************************************
                 'THIS RUN'
           END-IF.
      **************************************************************
      * OPENS THIS RUN'S PAY-STUB FILE AND WRITES ITS HEADER. A *
      * STUB FILE THAT WON'T OPEN DOESN'T STOP THE REGISTER - THE *
      * STUBS CAN BE RUN AGAIN OFF A RERUN OF THE SAME DAY, WHICH *
      * THE YTD RUN-DATE STAMP KEEPS FROM DOUBLE-POSTING *
      **************************************************************
       0400-OPEN-STUB.
           OPEN OUTPUT STUB-FILE.
           IF WS-STUB-STATUS = '00'
               MOVE 'Y' TO WS-STUB-OPEN-SW
               MOVE WS-RUN-DATE TO ST-H-DATE
               WRITE STUB-REC FROM STUB-HEADER
           ELSE
               DISPLAY 'UNABLE TO OPEN COB1-STUB, STATUS='
                 WS-STUB-STATUS
               DISPLAY 'NO PAY STUBS WILL BE WRITTEN THIS RUN'
           END-IF.
      **************************************************************
      * OPENS THE ONE-TIME EARNINGS FILE FOR UPDATE SO PAID ITEMS *
      * CAN BE STAMPED. NO FILE YET (STATUS 35) JUST MEANS NOTHING *
      * HAS EVER BEEN QUEUED *
      **************************************************************
       0500-OPEN-ONETIME.
           OPEN I-O ONETIME-FILE.
           IF WS-ONETIME-STATUS = '00' OR WS-ONETIME-STATUS = '05'
               MOVE 'Y' TO WS-ONETIME-OPEN-SW
           ELSE
               IF WS-ONETIME-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN COB1-ONETIME, STATUS='
                     WS-ONETIME-STATUS
                   DISPLAY 'NO ONE-TIME EARNINGS WILL BE PAID THIS '
                     'RUN'
               END-IF
           END-IF.
      **************************************************************
      * OPENS THE REGISTER HISTORY FOR UPDATE, CREATING IT ON THE *
      * FIRST RUN. A HISTORY THAT WON'T OPEN DOESN'T STOP THE *
      * REGISTER, BUT THIS RUN'S PERIODS WON'T BE THERE FOR A *
      * LATER RETRO CALCULATION *
      **************************************************************
       0600-OPEN-REGHIST.
           OPEN I-O REGHIST-FILE.
           IF WS-REGHIST-STATUS = '35'
               OPEN OUTPUT REGHIST-FILE
               CLOSE REGHIST-FILE
               OPEN I-O REGHIST-FILE
           END-IF.
           IF WS-REGHIST-STATUS = '00' OR WS-REGHIST-STATUS = '05'
               MOVE 'Y' TO WS-REGHIST-OPEN-SW
           ELSE
               DISPLAY 'UNABLE TO OPEN COB1-REGHIST, STATUS='
                 WS-REGHIST-STATUS
               DISPLAY 'THIS RUN WILL NOT BE RECORDED FOR RETRO PAY'
           END-IF.
      **************************************************************
      * OPENS THE GL ACCOUNT TABLE AND LOOKS UP THE PAYROLL *
      * CLEARING AND SUSPENSE ACCOUNTS. WITHOUT THE TABLE OR *
      * EITHER ACCOUNT THE INTERFACE CAN'T BALANCE, SO NONE IS *
      * WRITTEN AND THE REGISTER SAYS WHY *
      **************************************************************
       0700-OPEN-GLACCT.
           OPEN INPUT GLACCT-FILE.
           IF WS-GLACCT-STATUS NOT = '00'
             AND WS-GLACCT-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-GLACCT, STATUS='
                 WS-GLACCT-STATUS
               MOVE 'COB1-GLACCT WOULD NOT OPEN' TO WS-GL-WHY
           ELSE
               MOVE 'Y' TO WS-GL-OK-SW
               MOVE SPACES TO GA-DEPT
               MOVE 'C' TO GA-TYPE
               READ GLACCT-FILE
                 INVALID KEY
                   MOVE 'N' TO WS-GL-OK-SW
                   MOVE 'NO PAYROLL CLEARING ACCOUNT ON COB1-GLACCT'
                     TO WS-GL-WHY
                 NOT INVALID KEY
                   MOVE GA-ACCOUNT TO WS-GL-CLEARING
               END-READ
               MOVE SPACES TO GA-DEPT
               MOVE 'S' TO GA-TYPE
               READ GLACCT-FILE
                 INVALID KEY
                   MOVE 'N' TO WS-GL-OK-SW
                   MOVE 'NO SUSPENSE ACCOUNT ON COB1-GLACCT'
                     TO WS-GL-WHY
                 NOT INVALID KEY
                   MOVE GA-ACCOUNT TO WS-GL-SUSPENSE
               END-READ
           END-IF.
           IF NOT WS-GL-OK
               DISPLAY 'NO GL INTERFACE WILL BE WRITTEN THIS RUN'
           END-IF.
      **************************************************************
      * READS AN OPTIONAL PARAMETER CARD. A B LINE WITH VALUE D *
      * BREAKS THE REGISTER BY DEPARTMENT INSTEAD OF TYPE. A *
      * MISSING OR EMPTY FILE LEAVES THE TYPE BREAK, SO THE *
      **************************************************************
      * READS EVERY EMPLOYEE AND RELEASES THE ACTIVE ONES TO THE *
      * SORT - TERMINATED EMPLOYEES DRAW NO PAY AND STAY OFF THE *
      * REGISTER, UNLESS ONE-TIME EARNINGS ARE STILL OWED THEM, IN *
      * WHICH CASE THEY'RE RELEASED MARKED FOR A FINAL PAY OF *
      * THOSE ITEMS ALONE *
      **************************************************************
       1250-SORT-INPUT-PROC.
           OPEN INPUT INPUT-FILE.
                 AT END MOVE 1 TO EOF-I
                 NOT AT END
                   IF NOT I-EMP-TERMINATED
                       MOVE SPACE TO SD-TERM-SW
                       PERFORM 1255-RELEASE-EMPLOYEE
                   ELSE
                       IF WS-ONETIME-FILE-OPEN
                           PERFORM 1260-CHECK-ONETIME-OWED
                           IF WS-OT-OWED
                               MOVE 'T' TO SD-TERM-SW
                               PERFORM 1255-RELEASE-EMPLOYEE
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
           MOVE 0 TO EOF-I.
       1255-RELEASE-EMPLOYEE.
           MOVE I-EID    TO SD-EID.
           MOVE I-LAST   TO SD-LAST.
           MOVE I-FIRST  TO SD-FIRST.
           MOVE I-TYPE   TO SD-TYPE.
           MOVE I-TITLE  TO SD-TITLE.
           MOVE I-DEPT   TO SD-DEPT.
           RELEASE SD-RECORD.
      **************************************************************
      * SETS WS-OT-OWED WHEN THE TERMINATED EMPLOYEE HAS A ONE-TIME *
      * ITEM THIS RUN WOULD PAY, JUDGED AS 1660 JUDGES IT *
      **************************************************************
       1260-CHECK-ONETIME-OWED.
           MOVE 'N' TO WS-OT-OWED-SW.
           MOVE I-EID TO WS-OT-SCAN-EID.
           MOVE 0 TO WS-OT-LATE-HERE.
           PERFORM 1664-CHECK-YTD-POSTED.
           PERFORM 1665-START-ONETIME-SCAN.
           PERFORM 1666-NEXT-ONETIME.
           PERFORM UNTIL WS-OT-SCAN-END OR WS-OT-OWED
               IF OT-PAID AND OT-PAID-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-OT-OWED-SW
               END-IF
               IF NOT OT-PAID
                   IF WS-OT-YTD-NOT-POSTED
                       MOVE 'Y' TO WS-OT-OWED-SW
                   ELSE
                       ADD 1 TO WS-OT-LATE-HERE
                   END-IF
               END-IF
               PERFORM 1666-NEXT-ONETIME
           END-PERFORM.
           IF NOT WS-OT-OWED
               ADD WS-OT-LATE-HERE TO WS-OT-LATE-COUNT
           END-IF.
       1400-PRINT-HEAD.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
                   MOVE WS-BREAK-VALUE TO WS-PREV-BREAK
               END-IF
           END-IF.
      **************************************************************
      * PRINTS ONE PAID EMPLOYEE'S REGISTER LINE WITH NET PAY, *
      * ANY ONE-TIME EARNINGS LINES AND THE DEDUCTIONS LINE UNDER *
      * IT, POSTS YTD, AND WRITES THE EMPLOYEE'S STUB. A FINAL-PAY *
      * EMPLOYEE DRAWS NO REGULAR HOURS - ONLY THE ONE-TIME ITEMS *
      **************************************************************
       1600-PRINT-REGISTER-LINE.
           IF SD-FINAL-PAY
               MOVE 0 TO WS-PAY-HOURS
               MOVE 0 TO WS-OT-HOURS
               MOVE 0 TO WS-REG-PAY
               MOVE 0 TO WS-OT-PAY
               MOVE 0 TO WS-GROSS
               MOVE 'FINAL' TO L-FLAG1
           ELSE
               PERFORM 1650-DETERMINE-HOURS
               PERFORM 1680-COMPUTE-GROSS
               MOVE SPACES TO L-FLAG1
           END-IF.
           PERFORM 1660-GATHER-ONETIME.
           ADD WS-ONETIME-PAY TO WS-GROSS.
           PERFORM 1682-COMPUTE-DEDUCTIONS.
           MOVE SD-EID      TO L-EID1.
           MOVE SD-LAST     TO L-LAST1.
           MOVE SD-FIRST    TO L-FIRST1.
           MOVE WS-PAY-HOURS TO L-HRS1.
           MOVE P-FREQ      TO L-FREQ1.
           MOVE WS-GROSS    TO L-GROSS1.
           MOVE WS-NET      TO L-NET1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
           IF WS-OT-ITEM-CNT > 0
               PERFORM 1670-PAY-ONETIME-ITEM
                 VARYING WS-OT-IDX FROM 1 BY 1
                 UNTIL WS-OT-IDX > WS-OT-ITEM-CNT
           END-IF.
           IF WS-DEDUCT-FOUND
               MOVE WS-FED-WH      TO L-FED1
               MOVE WS-STATE-WH    TO L-STATE1
               MOVE WS-INS-DED     TO L-INS1
               MOVE WS-401K-DED    TO L-401K1
               MOVE WS-GARNISH-DED TO L-GARN1
               MOVE WS-TOTAL-DED   TO L-TOTDED1
               WRITE PRNT-REC FROM PRNT-DEDUCT1
                 AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRNT-REC FROM PRNT-NODED1
                 AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1697-ACCUMULATE-GL.
           ADD 1 TO WS-TYPE-COUNT.
           ADD 1 TO WS-GRAND-COUNT.
           ADD WS-GROSS TO WS-TYPE-GROSS.
           ADD WS-GROSS TO WS-GRAND-GROSS.
           ADD WS-NET   TO WS-TYPE-NET.
           ADD WS-NET   TO WS-GRAND-NET.
           IF WS-YTD-FILE-OPEN
               PERFORM 1690-POST-YTD
           END-IF.
           IF WS-STUB-FILE-OPEN
               PERFORM 1695-WRITE-STUB
           END-IF.
           IF WS-REGHIST-FILE-OPEN
               PERFORM 1698-POST-REGHIST
           END-IF.
      **************************************************************
      * SETTLES WHICH HOURS THIS EMPLOYEE IS PAID FOR THE PERIOD. *
      * SALARIED FREQUENCIES (S AND M) ALWAYS DRAW THEIR STANDARD *
      * HALF ON THE HOURS OVER 40 *
      **************************************************************
       1680-COMPUTE-GROSS.
           MOVE 0 TO WS-OT-HOURS.
           MOVE 0 TO WS-OT-PAY.
           IF P-FREQ = 'W' AND WS-PAY-HOURS > 40
               COMPUTE WS-OT-HOURS = WS-PAY-HOURS - 40
               COMPUTE WS-REG-PAY = P-RATE * 40
               COMPUTE WS-OT-PAY = P-RATE * 1.5 * WS-OT-HOURS
           ELSE
               COMPUTE WS-REG-PAY = P-RATE * WS-PAY-HOURS
           END-IF.
           COMPUTE WS-GROSS = WS-REG-PAY + WS-OT-PAY.
      **************************************************************
      * GATHERS THE EMPLOYEE'S ONE-TIME ITEMS THIS RUN PAYS - NOT *
      * YET PAID, OR PAID TODAY BY AN EARLIER ATTEMPT AT THIS RUN - *
      * VALUING EACH AND TOTALLING THEM INTO WS-ONETIME-PAY. ONCE *
      * TODAY'S RUN HAS POSTED THE EMPLOYEE'S YTD, A RERUN ONLY *
      * REPEATS WHAT THAT RUN PAID: AN ITEM QUEUED SINCE WAITS FOR *
      * THE NEXT RUN, SINCE THIS ONE WILL NOT POST IT TO YTD AND *
      * IT WOULD NEVER REACH THE W-2 *
      **************************************************************
       1660-GATHER-ONETIME.
           MOVE 0 TO WS-OT-ITEM-CNT.
           MOVE 0 TO WS-ONETIME-PAY.
           IF WS-ONETIME-FILE-OPEN
               MOVE SD-EID TO WS-OT-SCAN-EID
               PERFORM 1664-CHECK-YTD-POSTED
               PERFORM 1665-START-ONETIME-SCAN
               PERFORM 1666-NEXT-ONETIME
               PERFORM UNTIL WS-OT-SCAN-END
                   IF OT-PAID AND OT-PAID-DATE = WS-RUN-DATE
                       PERFORM 1662-TAKE-ONETIME-ITEM
                   END-IF
                   IF NOT OT-PAID
                       IF WS-OT-YTD-NOT-POSTED
                           PERFORM 1662-TAKE-ONETIME-ITEM
                       ELSE
                           ADD 1 TO WS-OT-LATE-COUNT
                       END-IF
                   END-IF
                   PERFORM 1666-NEXT-ONETIME
               END-PERFORM
           END-IF.
      **************************************************************
      * SETS WS-OT-YTD-POSTED WHEN WS-OT-SCAN-EID'S YTD RECORD WAS *
      * ALREADY POSTED BY AN EARLIER RUN TODAY - THE SAME TEST *
      * 1690 MAKES BEFORE IT POSTS *
      **************************************************************
       1664-CHECK-YTD-POSTED.
           SET WS-OT-YTD-NOT-POSTED TO TRUE.
           IF WS-YTD-FILE-OPEN
               MOVE WS-OT-SCAN-EID TO Y-EID
               READ YTD-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF Y-LAST-PERIOD = WS-RUN-DATE
                       SET WS-OT-YTD-POSTED TO TRUE
                   END-IF
               END-READ
           END-IF.
      **************************************************************
      * VALUES ONE ITEM INTO THE TABLE - ITS AMOUNT WHEN IT CARRIES *
      * ONE, OTHERWISE ITS HOURS AT THE CURRENT PAY RATE. AN *
      * EMPLOYEE WITH MORE ITEMS THAN THE TABLE HOLDS GETS THE *
      * REST ON THE NEXT RUN *
      **************************************************************
       1662-TAKE-ONETIME-ITEM.
           IF WS-OT-ITEM-CNT < 10
               ADD 1 TO WS-OT-ITEM-CNT
               MOVE OT-SEQ   TO OTI-SEQ(WS-OT-ITEM-CNT)
               MOVE OT-TYPE  TO OTI-TYPE(WS-OT-ITEM-CNT)
               MOVE OT-HOURS TO OTI-HOURS(WS-OT-ITEM-CNT)
               MOVE OT-NOTE  TO OTI-NOTE(WS-OT-ITEM-CNT)
               IF OT-AMOUNT > 0
                   MOVE OT-AMOUNT TO OTI-AMOUNT(WS-OT-ITEM-CNT)
               ELSE
                   COMPUTE OTI-AMOUNT(WS-OT-ITEM-CNT) ROUNDED =
                     OT-HOURS * P-RATE
               END-IF
               ADD OTI-AMOUNT(WS-OT-ITEM-CNT) TO WS-ONETIME-PAY
           ELSE
               ADD 1 TO WS-OT-DEFER-COUNT
           END-IF.
      **************************************************************
      * POSITIONS AT THE FIRST ONE-TIME ITEM FOR WS-OT-SCAN-EID *
      **************************************************************
       1665-START-ONETIME-SCAN.
           MOVE 'N' TO WS-OT-SCAN-END-SW.
           MOVE WS-OT-SCAN-EID TO OT-EID.
           MOVE 0 TO OT-SEQ.
           START ONETIME-FILE KEY IS NOT < OT-KEY
             INVALID KEY
               MOVE 'Y' TO WS-OT-SCAN-END-SW
           END-START.
      **************************************************************
      * READS THE NEXT ONE-TIME ITEM, ENDING THE SCAN AT THE FIRST *
      * ITEM FOR ANOTHER EMPLOYEE *
      **************************************************************
       1666-NEXT-ONETIME.
           IF NOT WS-OT-SCAN-END
               READ ONETIME-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-OT-SCAN-END-SW
                 NOT AT END
                   IF OT-EID NOT = WS-OT-SCAN-EID
                       MOVE 'Y' TO WS-OT-SCAN-END-SW
                   END-IF
               END-READ
           END-IF.
      **************************************************************
      * PRINTS ONE GATHERED ITEM AS ITS OWN EARNINGS LINE AND *
      * STAMPS IT PAID WITH THE RUN DATE AND THE AMOUNT PAID *
      **************************************************************
       1670-PAY-ONETIME-ITEM.
           EVALUATE OTI-TYPE(WS-OT-IDX)
               WHEN 'L'
                   MOVE 'LEAVE PAYOUT'   TO L-OT-TYPE1
               WHEN 'B'
                   MOVE 'BONUS'          TO L-OT-TYPE1
               WHEN 'A'
                   MOVE 'ADJUSTMENT'     TO L-OT-TYPE1
               WHEN 'R'
                   MOVE 'RETRO PAY'      TO L-OT-TYPE1
               WHEN OTHER
                   MOVE 'OTHER EARNINGS' TO L-OT-TYPE1
           END-EVALUATE.
           MOVE OTI-NOTE(WS-OT-IDX)   TO L-OT-NOTE1.
           MOVE OTI-HOURS(WS-OT-IDX)  TO L-OT-HRS1.
           MOVE OTI-AMOUNT(WS-OT-IDX) TO L-OT-AMT1.
           WRITE PRNT-REC FROM PRNT-ONETIME1
             AFTER ADVANCING 1 LINE.
           MOVE SD-EID TO OT-EID.
           MOVE OTI-SEQ(WS-OT-IDX) TO OT-SEQ.
           READ ONETIME-FILE
             INVALID KEY
               DISPLAY 'ONE-TIME ITEM ' SD-EID '/' OTI-SEQ(WS-OT-IDX)
                 ' VANISHED BEFORE IT COULD BE STAMPED PAID'
             NOT INVALID KEY
               MOVE 'P' TO OT-STATUS
               MOVE WS-RUN-DATE TO OT-PAID-DATE
               MOVE OTI-AMOUNT(WS-OT-IDX) TO OT-PAID-AMT
               REWRITE ONETIME-REC
                 INVALID KEY
                   DISPLAY 'UNABLE TO STAMP ONE-TIME ITEM PAID FOR '
                     'EID ' SD-EID
               END-REWRITE
           END-READ.
           ADD 1 TO WS-OT-PAID-COUNT.
           ADD OTI-AMOUNT(WS-OT-IDX) TO WS-OT-PAID-TOTAL.
      **************************************************************
      * TAKES THE PERIOD GROSS DOWN TO NET AGAINST THE EMPLOYEE'S *
      * DEDUCTION RECORD. AN EMPLOYEE WITH NO RECORD (OR A RUN *
      * WITHOUT THE FILE) IS PAID GROSS AS NET AND COUNTED, SO THE *
      * MISSING SETUP IS SAID OUT LOUD RATHER THAN GUESSED AT *
      **************************************************************
       1682-COMPUTE-DEDUCTIONS.
           MOVE 0 TO WS-FED-WH.
           MOVE 0 TO WS-STATE-WH.
           MOVE 0 TO WS-INS-DED.
           MOVE 0 TO WS-401K-DED.
           MOVE 0 TO WS-GARNISH-DED.
           MOVE 'N' TO WS-DEDUCT-FOUND-SW.
           IF WS-DEDUCT-FILE-OPEN
               MOVE SD-EID TO DD-EID
               READ DEDUCT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'Y' TO WS-DEDUCT-FOUND-SW
               END-READ
           END-IF.
           IF WS-DEDUCT-FOUND
               PERFORM 1683-APPLY-DEDUCTIONS
           ELSE
               ADD 1 TO WS-NODED-COUNT
           END-IF.
           COMPUTE WS-TOTAL-DED = WS-FED-WH + WS-STATE-WH
             + WS-INS-DED + WS-401K-DED + WS-GARNISH-DED.
           COMPUTE WS-NET = WS-GROSS - WS-TOTAL-DED.
      **************************************************************
      * APPLIES THE DEDUCTIONS IN ORDER - PRE-TAX 401(K) AND *
      * INSURANCE, THEN FEDERAL AND STATE WITHHOLDING ON WHAT'S *
      * LEFT, THEN THE GARNISHMENT OUT OF DISPOSABLE PAY. EACH IS *
      * HELD TO WHAT THE GROSS HAS LEFT AT THAT POINT *
      **************************************************************
       1683-APPLY-DEDUCTIONS.
           COMPUTE WS-401K-DED ROUNDED = WS-GROSS * DD-401K-PCT / 100.
           MOVE WS-GROSS TO WS-REMAINING.
           SUBTRACT WS-401K-DED FROM WS-REMAINING.
           IF DD-INSURANCE > WS-REMAINING
               MOVE WS-REMAINING TO WS-INS-DED
           ELSE
               MOVE DD-INSURANCE TO WS-INS-DED
           END-IF.
           SUBTRACT WS-INS-DED FROM WS-REMAINING.
           MOVE WS-REMAINING TO WS-TAXABLE.
           PERFORM 1684-SET-PERIODS-PER-YEAR.
           PERFORM 1685-FEDERAL-WITHHOLDING.
           IF WS-FED-WH > WS-REMAINING
               MOVE WS-REMAINING TO WS-FED-WH
           END-IF.
           SUBTRACT WS-FED-WH FROM WS-REMAINING.
           PERFORM 1686-STATE-WITHHOLDING.
           IF WS-STATE-WH > WS-REMAINING
               MOVE WS-REMAINING TO WS-STATE-WH
           END-IF.
           SUBTRACT WS-STATE-WH FROM WS-REMAINING.
           IF DD-GARNISH > WS-REMAINING
               MOVE WS-REMAINING TO WS-GARNISH-DED
           ELSE
               MOVE DD-GARNISH TO WS-GARNISH-DED
           END-IF.
      **************************************************************
      * PAY PERIODS PER YEAR FOR ANNUALIZING - AN UNRECOGNIZED *
      * FREQUENCY IS TREATED AS BIWEEKLY *
      **************************************************************
       1684-SET-PERIODS-PER-YEAR.
           EVALUATE P-FREQ
               WHEN 'W'
                   MOVE 52 TO WS-PERIODS-PER-YR
               WHEN 'S'
                   MOVE 24 TO WS-PERIODS-PER-YR
               WHEN 'M'
                   MOVE 12 TO WS-PERIODS-PER-YR
               WHEN OTHER
                   MOVE 26 TO WS-PERIODS-PER-YR
           END-EVALUATE.
      **************************************************************
      * FEDERAL WITHHOLDING BY THE ANNUALIZED PERCENTAGE METHOD - *
      * THE PERIOD'S TAXABLE WAGES ARE ANNUALIZED, THE ALLOWANCES *
      * TAKEN OFF, THE TAX READ FROM THE FILING STATUS'S BRACKETS, *
      * AND THE RESULT SPREAD BACK OVER THE PERIODS, PLUS ANY *
      * EXTRA WITHHOLDING THE EMPLOYEE ASKED FOR. AN EXEMPT (X) *
      * EMPLOYEE HAS NOTHING WITHHELD *
      **************************************************************
       1685-FEDERAL-WITHHOLDING.
           EVALUATE DD-FED-FILING
               WHEN 'M'
                   MOVE 2 TO WS-FILING-IDX
               WHEN 'H'
                   MOVE 3 TO WS-FILING-IDX
               WHEN 'X'
                   MOVE 0 TO WS-FILING-IDX
               WHEN OTHER
                   MOVE 1 TO WS-FILING-IDX
           END-EVALUATE.
           IF WS-FILING-IDX > 0
               COMPUTE WS-ANNUAL-WAGE =
                 (WS-TAXABLE * WS-PERIODS-PER-YR)
                 - (DD-FED-ALLOW * WS-FED-ALLOW-AMT)
               IF WS-ANNUAL-WAGE > 0
                   MOVE 4 TO WS-BRACKET-IDX
                   PERFORM UNTIL WS-BRACKET-IDX = 1
                     OR WS-ANNUAL-WAGE NOT <
                       FWT-FLOOR(WS-FILING-IDX, WS-BRACKET-IDX)
                       SUBTRACT 1 FROM WS-BRACKET-IDX
                   END-PERFORM
                   COMPUTE WS-ANNUAL-TAX =
                     FWT-BASE(WS-FILING-IDX, WS-BRACKET-IDX)
                     + ((WS-ANNUAL-WAGE
                       - FWT-FLOOR(WS-FILING-IDX, WS-BRACKET-IDX))
                       * FWT-RATE(WS-FILING-IDX, WS-BRACKET-IDX))
                   COMPUTE WS-FED-WH ROUNDED =
                     WS-ANNUAL-TAX / WS-PERIODS-PER-YR
               END-IF
               ADD DD-FED-EXTRA TO WS-FED-WH
           END-IF.
      **************************************************************
      * STATE WITHHOLDING - THE FLAT STATE RATE ON ANNUALIZED *
      * WAGES LESS THE STATE ALLOWANCES, SPREAD BACK OVER THE *
      * PERIODS, PLUS ANY EXTRA ASKED FOR. X MEANS EXEMPT *
      **************************************************************
       1686-STATE-WITHHOLDING.
           IF DD-STATE-FILING NOT = 'X'
               COMPUTE WS-ANNUAL-WAGE =
                 (WS-TAXABLE * WS-PERIODS-PER-YR)
                 - (DD-STATE-ALLOW * WS-STATE-ALLOW-AMT)
               IF WS-ANNUAL-WAGE > 0
                   COMPUTE WS-STATE-WH ROUNDED =
                     (WS-ANNUAL-WAGE * WS-STATE-RATE)
                     / WS-PERIODS-PER-YR
               END-IF
               ADD DD-STATE-EXTRA TO WS-STATE-WH
           END-IF.
      **************************************************************
      * FOLDS THE PERIOD GROSS JUST PAID INTO THE EMPLOYEE'S *
           MOVE SD-EID TO Y-EID.
           READ YTD-FILE
             INVALID KEY
               MOVE SPACES      TO YTD-REC
               MOVE SD-EID      TO Y-EID
               MOVE 1           TO Y-PERIODS
               MOVE WS-GROSS    TO Y-GROSS
               MOVE WS-RUN-DATE TO Y-LAST-PERIOD
               MOVE WS-FED-WH   TO Y-FED-WH
               MOVE WS-STATE-WH TO Y-STATE-WH
               MOVE WS-INS-DED  TO Y-INSURANCE
               MOVE WS-401K-DED TO Y-401K
               MOVE WS-GARNISH-DED TO Y-GARNISH
               MOVE WS-NET      TO Y-NET
               WRITE YTD-REC
                 INVALID KEY
                   DISPLAY 'UNABLE TO OPEN YTD RECORD FOR EID '
               IF Y-LAST-PERIOD = WS-RUN-DATE
                   ADD 1 TO WS-YTD-DUP-COUNT
               ELSE
                   IF Y-FED-WH NOT NUMERIC
                       PERFORM 1692-ZERO-YTD-DEDUCTIONS
                   END-IF
                   ADD 1        TO Y-PERIODS
                   ADD WS-GROSS TO Y-GROSS
                   ADD WS-FED-WH   TO Y-FED-WH
                   ADD WS-STATE-WH TO Y-STATE-WH
                   ADD WS-INS-DED  TO Y-INSURANCE
                   ADD WS-401K-DED TO Y-401K
                   ADD WS-GARNISH-DED TO Y-GARNISH
                   ADD WS-NET      TO Y-NET
                   MOVE WS-RUN-DATE TO Y-LAST-PERIOD
                   REWRITE YTD-REC
                     INVALID KEY
               END-IF
           END-READ.
      **************************************************************
      * A YTD RECORD CARRIED OVER FROM BEFORE THE DEDUCTION *
      * ACCUMULATORS EXISTED HOLDS SPACES THERE - THEY START THE *
      * YEAR'S WITHHOLDING FROM ZERO RATHER THAN FROM GARBAGE *
      **************************************************************
       1692-ZERO-YTD-DEDUCTIONS.
           MOVE 0 TO Y-FED-WH.
           MOVE 0 TO Y-STATE-WH.
           MOVE 0 TO Y-INSURANCE.
           MOVE 0 TO Y-401K.
           MOVE 0 TO Y-GARNISH.
           MOVE 0 TO Y-NET.
      **************************************************************
      * WRITES THE EMPLOYEE'S STUB - THE PERIOD FIGURES JUST PAID *
      * AND THE YEAR-TO-DATE FIGURES AS POSTED. WITH NO YTD FILE *
      * THE YEAR-TO-DATE COLUMN CARRIES ZEROS *
      **************************************************************
       1695-WRITE-STUB.
           MOVE SD-EID         TO ST-D-EID.
           MOVE SD-LAST        TO ST-D-LAST.
           MOVE SD-FIRST       TO ST-D-FIRST.
           MOVE SD-DEPT        TO ST-D-DEPT.
           MOVE P-FREQ         TO ST-D-FREQ.
           MOVE WS-PAY-HOURS   TO ST-D-HOURS.
           MOVE P-RATE         TO ST-D-RATE.
           MOVE WS-GROSS       TO ST-D-GROSS.
           MOVE WS-FED-WH      TO ST-D-FED.
           MOVE WS-STATE-WH    TO ST-D-STATE.
           MOVE WS-INS-DED     TO ST-D-INS.
           MOVE WS-401K-DED    TO ST-D-401K.
           MOVE WS-GARNISH-DED TO ST-D-GARN.
           MOVE WS-NET         TO ST-D-NET.
           MOVE WS-ONETIME-PAY TO ST-D-ONETIME.
           IF WS-YTD-FILE-OPEN
               MOVE Y-GROSS     TO ST-D-YTD-GROSS
               MOVE Y-FED-WH    TO ST-D-YTD-FED
               MOVE Y-STATE-WH  TO ST-D-YTD-STATE
               MOVE Y-INSURANCE TO ST-D-YTD-INS
               MOVE Y-401K      TO ST-D-YTD-401K
               MOVE Y-GARNISH   TO ST-D-YTD-GARN
               MOVE Y-NET       TO ST-D-YTD-NET
           ELSE
               MOVE 0 TO ST-D-YTD-GROSS
               MOVE 0 TO ST-D-YTD-FED
               MOVE 0 TO ST-D-YTD-STATE
               MOVE 0 TO ST-D-YTD-INS
               MOVE 0 TO ST-D-YTD-401K
               MOVE 0 TO ST-D-YTD-GARN
               MOVE 0 TO ST-D-YTD-NET
           END-IF.
           WRITE STUB-REC FROM STUB-DETAIL.
           ADD 1 TO WS-STUB-COUNT.
      **************************************************************
      * ADDS THE EMPLOYEE'S REGULAR, OVERTIME, AND ONE-TIME PAY TO *
      * THEIR DEPARTMENT'S LABOR DISTRIBUTION. AN EMPLOYEE WITH NO *
      * DEPARTMENT IS FLAGGED UNDER THE REGISTER LINE - THAT LABOR *
      * GOES TO SUSPENSE. A DEPARTMENT PAST THE TABLE'S LIMIT IS *
      * LUMPED IN WITH THE BLANK ONE RATHER THAN LOST *
      **************************************************************
       1697-ACCUMULATE-GL.
           IF SD-DEPT = SPACES
               ADD 1 TO WS-GL-NODEPT-COUNT
               WRITE PRNT-REC FROM PRNT-NODEPT1
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SD-DEPT TO WS-GL-DEPT-KEY.
           PERFORM 1696-FIND-GL-DEPT.
           IF WS-GL-FOUND = 0
               DISPLAY 'GL DEPARTMENT TABLE FULL - DEPT ' SD-DEPT
                 ' POSTED TO SUSPENSE'
               MOVE SPACES TO WS-GL-DEPT-KEY
               PERFORM 1696-FIND-GL-DEPT
           END-IF.
           ADD WS-REG-PAY     TO GLD-AMT(WS-GL-FOUND, 1).
           ADD WS-OT-PAY      TO GLD-AMT(WS-GL-FOUND, 2).
           ADD WS-ONETIME-PAY TO GLD-AMT(WS-GL-FOUND, 3).
      **************************************************************
      * FINDS WS-GL-DEPT-KEY'S ENTRY IN THE DISTRIBUTION TABLE, *
      * STARTING A NEW ONE AT ZERO THE FIRST TIME IT'S SEEN. THE *
      * LAST SLOT IS KEPT FOR THE BLANK DEPARTMENT SO SUSPENSE *
      * ALWAYS HAS ROOM *
      **************************************************************
       1696-FIND-GL-DEPT.
           MOVE 0 TO WS-GL-FOUND.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
             UNTIL WS-GL-IDX > WS-GL-DEPT-CNT OR WS-GL-FOUND > 0
               IF GLD-DEPT(WS-GL-IDX) = WS-GL-DEPT-KEY
                   MOVE WS-GL-IDX TO WS-GL-FOUND
               END-IF
           END-PERFORM.
           IF WS-GL-FOUND = 0
             AND (WS-GL-DEPT-CNT < 199
               OR (WS-GL-DEPT-KEY = SPACES AND WS-GL-DEPT-CNT < 200))
               ADD 1 TO WS-GL-DEPT-CNT
               MOVE WS-GL-DEPT-CNT TO WS-GL-FOUND
               MOVE WS-GL-DEPT-KEY TO GLD-DEPT(WS-GL-FOUND)
               MOVE 0 TO GLD-AMT(WS-GL-FOUND, 1)
               MOVE 0 TO GLD-AMT(WS-GL-FOUND, 2)
               MOVE 0 TO GLD-AMT(WS-GL-FOUND, 3)
           END-IF.
      **************************************************************
      * RECORDS THE PERIOD JUST PAID ON THE REGISTER HISTORY. A *
      * RECORD ALREADY THERE FOR TODAY IS FROM AN EARLIER ATTEMPT *
      * AT THIS RUN AND IS REPLACED *
      **************************************************************
       1698-POST-REGHIST.
           MOVE SPACES         TO REGHIST-REC.
           MOVE SD-EID         TO RH-EID.
           MOVE WS-RUN-DATE    TO RH-RUN-DATE.
           MOVE SD-DEPT        TO RH-DEPT.
           MOVE SD-TYPE        TO RH-TYPE.
           MOVE P-FREQ         TO RH-FREQ.
           MOVE P-RATE         TO RH-RATE.
           MOVE WS-PAY-HOURS   TO RH-HOURS.
           MOVE WS-OT-HOURS    TO RH-OT-HOURS.
           MOVE WS-REG-PAY     TO RH-REG-PAY.
           MOVE WS-OT-PAY      TO RH-OT-PAY.
           MOVE WS-ONETIME-PAY TO RH-ONETIME.
           MOVE WS-GROSS       TO RH-GROSS.
           MOVE WS-NET         TO RH-NET.
           MOVE P-RATE         TO RH-TRUED-RATE.
           MOVE 0              TO RH-RETRO-AMT.
           WRITE REGHIST-REC
             INVALID KEY
               REWRITE REGHIST-REC
                 INVALID KEY
                   DISPLAY 'UNABLE TO RECORD REGISTER HISTORY FOR '
                     'EID ' SD-EID
               END-REWRITE
           END-WRITE.
      **************************************************************
      * FLAGS AN ACTIVE EMPLOYEE THE PAY FILE KNOWS NOTHING ABOUT *
      **************************************************************
       1700-PRINT-NO-PAY.
             AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-NOPAY-COUNT.
      **************************************************************
      * PRINTS THE COUNT, GROSS, AND NET FOR THE BREAK THAT JUST *
      * ENDED *
      **************************************************************
       1900-PRINT-SUBTOTAL.
           IF WS-BREAK-ON-DEPT
           MOVE WS-PREV-BREAK  TO L-SUBTOT-BRK1.
           MOVE WS-TYPE-COUNT  TO L-SUBTOT-CNT1.
           MOVE WS-TYPE-GROSS  TO L-SUBTOT-GRS1.
           MOVE WS-TYPE-NET    TO L-SUBTOT-NET1.
           WRITE PRNT-REC FROM PRNT-SUBTOTAL1
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-TYPE-COUNT.
           MOVE 0 TO WS-TYPE-GROSS.
           MOVE 0 TO WS-TYPE-NET.
      **************************************************************
      * PRINTS THE OVERALL COUNT, GROSS, AND NET FOR THE WHOLE RUN *
      **************************************************************
       1950-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT TO L-GRANDTOT-CNT1.
           MOVE WS-GRAND-GROSS TO L-GRANDTOT-GRS1.
           MOVE WS-GRAND-NET   TO L-GRANDTOT-NET1.
           WRITE PRNT-REC FROM PRNT-GRANDTOT1
             AFTER ADVANCING 2 LINES.
      **************************************************************
           MOVE WS-ORPHHRS-COUNT TO L-OHRS-CNT1.
           WRITE PRNT-REC FROM PRNT-EXCEPT-CNT1
             AFTER ADVANCING 2 LINES.
           MOVE WS-NODED-COUNT TO L-NODED-CNT1.
           MOVE WS-OT-PAID-COUNT TO L-OT-PAID-CNT1.
           MOVE WS-OT-PAID-TOTAL TO L-OT-PAID-AMT1.
           WRITE PRNT-REC FROM PRNT-EXCEPT-CNT2
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE GL JOURNAL INTERFACE - A HEADER, A DEBIT FOR *
      * EACH DEPARTMENT AND EARNINGS TYPE THAT CARRIED PAY, ONE *
      * CREDIT TO PAYROLL CLEARING FOR THE SAME TOTAL, AND A *
      * TRAILER WITH THE DEBIT AND CREDIT TOTALS AND THE COUNT OF *
      * DEBIT AND CREDIT RECORDS - AND PRINTS ITS CONTROL TOTALS *
      **************************************************************
       1970-WRITE-GL-INTERFACE.
           IF WS-GL-OK
               OPEN OUTPUT GLINTF-FILE
               IF WS-GLINTF-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN COB1-GLINTF, STATUS='
                     WS-GLINTF-STATUS
                   MOVE 'N' TO WS-GL-OK-SW
                   MOVE 'COB1-GLINTF WOULD NOT OPEN' TO WS-GL-WHY
               END-IF
           END-IF.
           IF NOT WS-GL-OK
               MOVE WS-GL-WHY TO L-GLNONE-WHY1
               WRITE PRNT-REC FROM PRNT-GLNONE1
                 AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-RUN-DATE TO GH-RUN-DATE
               WRITE GLINTF-REC FROM GL-HEADER
               MOVE SPACES TO PRNT-REC
               WRITE PRNT-REC
                 AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                 UNTIL WS-GL-IDX > WS-GL-DEPT-CNT
                   PERFORM VARYING WS-GL-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-GL-TYPE-IDX > 3
                       IF GLD-AMT(WS-GL-IDX, WS-GL-TYPE-IDX) > 0
                           PERFORM 1975-WRITE-GL-DEBIT
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-GL-DEBITS > 0
                   MOVE WS-GL-CLEARING TO GD-ACCOUNT
                   MOVE 'C'            TO GD-DR-CR
                   MOVE WS-GL-DEBITS   TO GD-AMOUNT
                   MOVE SPACES         TO GD-DEPT
                   MOVE SPACE          TO GD-EARN-TYPE
                   MOVE 'PAYROLL CLEARING' TO GD-DESC
                   MOVE WS-RUN-DATE    TO GD-RUN-DATE
                   WRITE GLINTF-REC FROM GL-DETAIL
                   ADD 1 TO WS-GL-REC-COUNT
                   ADD WS-GL-DEBITS TO WS-GL-CREDITS
               END-IF
               MOVE WS-GL-REC-COUNT TO GT-COUNT
               MOVE WS-GL-DEBITS    TO GT-DEBITS
               MOVE WS-GL-CREDITS   TO GT-CREDITS
               WRITE GLINTF-REC FROM GL-TRAILER
               CLOSE GLINTF-FILE
               MOVE WS-GL-REC-COUNT TO L-GL-CNT1
               MOVE WS-GL-DEBITS    TO L-GL-DR1
               MOVE WS-GL-CREDITS   TO L-GL-CR1
               MOVE WS-GL-SUSP-AMT  TO L-GL-SUSP1
               WRITE PRNT-REC FROM PRNT-GLTOT1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * WRITES ONE DEPARTMENT'S DEBIT FOR ONE EARNINGS TYPE. A *
      * BLANK DEPARTMENT GOES STRAIGHT TO SUSPENSE; A DEPARTMENT *
      * WITH NO ACCOUNT MAPPED FOR THE TYPE GOES TO SUSPENSE AND *
      * IS LISTED SO THE MAPPING CAN BE ADDED *
      **************************************************************
       1975-WRITE-GL-DEBIT.
           MOVE GLD-DEPT(WS-GL-IDX) TO GD-DEPT.
           MOVE GLT-CODE(WS-GL-TYPE-IDX) TO GD-EARN-TYPE.
           MOVE GLT-DESC(WS-GL-TYPE-IDX) TO GD-DESC.
           MOVE 'D' TO GD-DR-CR.
           MOVE GLD-AMT(WS-GL-IDX, WS-GL-TYPE-IDX) TO GD-AMOUNT.
           MOVE WS-RUN-DATE TO GD-RUN-DATE.
           IF GLD-DEPT(WS-GL-IDX) = SPACES
               MOVE WS-GL-SUSPENSE TO GD-ACCOUNT
               ADD GD-AMOUNT TO WS-GL-SUSP-AMT
           ELSE
               MOVE GLD-DEPT(WS-GL-IDX) TO GA-DEPT
               MOVE GLT-CODE(WS-GL-TYPE-IDX) TO GA-TYPE
               READ GLACCT-FILE
                 INVALID KEY
                   MOVE WS-GL-SUSPENSE TO GD-ACCOUNT
                   ADD GD-AMOUNT TO WS-GL-SUSP-AMT
                   MOVE GD-DEPT   TO L-GLS-DEPT1
                   MOVE GD-DESC   TO L-GLS-TYPE1
                   MOVE GD-AMOUNT TO L-GLS-AMT1
                   WRITE PRNT-REC FROM PRNT-GLSUSP1
                     AFTER ADVANCING 1 LINE
                   END-WRITE
                 NOT INVALID KEY
                   MOVE GA-ACCOUNT TO GD-ACCOUNT
               END-READ
           END-IF.
           WRITE GLINTF-REC FROM GL-DETAIL.
           ADD 1 TO WS-GL-REC-COUNT.
           ADD GD-AMOUNT TO WS-GL-DEBITS.
      **************************************************************
      * READS THE WHOLE PAY FILE AND FLAGS EVERY PAY RECORD WHOSE *
      * EID IS NO LONGER ON THE EMPLOYEE MASTER *
