       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ23.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - YEAR-END W-2 WAGE STATEMENTS.
      * THE REGISTER (PROJ08) CARRIES EACH EMPLOYEE'S YEAR OF
      * GROSS, WITHHOLDING, AND DEDUCTIONS ON COB1-YTD, AND
      * PROJ14'S O FUNCTION ARCHIVES THEM TO COB1-YTD-ARCH AND
      * CLEARS THEM IN JANUARY. THIS RUN TURNS THOSE FIGURES INTO
      * W-2S: EACH YTD RECORD IS JOINED TO THE MASTER FOR THE NAME
      * AND THE SSN REASSEMBLED FROM ITS THREE PIECES (OR TO
      * COB1-EMPLOYEE-ARCH WHEN THE EMPLOYEE HAS SINCE BEEN
      * PURGED) AND TO COB1-ADDR FOR THE MAILING ADDRESS. IT
      * WRITES THE FEDERAL WAGE-REPORTING FILE COB1-W2FILE -
      * SUBMITTER (RA) AND EMPLOYER (RE) HEADERS, AN RW RECORD PER
      * EMPLOYEE, AND THE RT TOTALS AND RF FINAL TRAILERS - AND
      * PRINTS AN EMPLOYEE COPY PER EMPLOYEE. BOX 1 WAGES ARE THE
      * GROSS LESS THE 401(K) DEFERRAL, WHICH IS SHOWN IN BOX 12
      * CODE D; SOCIAL SECURITY AND MEDICARE WAGES ARE THE FULL
      * GROSS. A RECORD WITH A BAD SSN, NO MAILING ADDRESS, NO
      * EMPLOYEE RECORD ANYWHERE, OR UNREADABLE AMOUNTS IS HELD
      * OFF THE FILE AND LISTED FOR CORRECTION - THE SSA BOUNCES
      * THEM BACK WITH PENALTIES. COB23-PARM SUPPLIES THE EMPLOYER
      * ID (E) AND NAME (N), BOTH REQUIRED, AND OPTIONALLY THE TAX
      * YEAR (Y), THE SOURCE (S - A FOR A REISSUE FROM COB1-YTD-
      * ARCH, WHICH THEN NEEDS THE Y LINE), AND ONE EID (I) TO
      * REISSUE A SINGLE CORRECTED STATEMENT. A FULL RUN FROM
      * COB1-YTD STAMPS THE YEAR COMPLETE ON COB1-W2CTL, AND THE
      * YEAR-OPEN WON'T CLEAR COB1-YTD WITHOUT THAT STAMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO 'COB1-YTD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Y-EID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT YTDARCH-FILE ASSIGN TO 'COB1-YTD-ARCH'
               FILE STATUS IS WS-YTDARCH-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'COB1-EMPLOYEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EID
               ALTERNATE RECORD KEY IS M-LAST
                 WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EMPARCH-FILE ASSIGN TO 'COB1-EMPLOYEE-ARCH'
               FILE STATUS IS WS-EMPARCH-STATUS.
           SELECT ADDR-FILE ASSIGN TO 'COB1-ADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-EID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT W2CTL-FILE ASSIGN TO 'COB1-W2CTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-YEAR
               FILE STATUS IS WS-W2CTL-STATUS.
           SELECT WAGE-FILE ASSIGN TO 'COB1-W2FILE'
               FILE STATUS IS WS-WAGE-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-W2COPY'.
           SELECT HOLD-FILE ASSIGN TO 'UR-S-W2HOLD'.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'COB23-PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * YEAR-TO-DATE EARNINGS FILE - READ INTO YTD-DATA BELOW *
      * (SAME SHAPE AS PROJ08 WRITES IT) *
      **************************************************************
       FD YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01 YTD-REC.
         03 Y-EID        PIC X(7).
         03 FILLER       PIC X(93).
      **************************************************************
      * YEAR-OPEN ARCHIVE - EACH YEAR'S YTD RECORDS BETWEEN A *
      * *HEADR* AND A *TRAIL* MARKER (SAME SHAPE AS PROJ14 WRITES *
      * IT) *
      **************************************************************
       FD YTDARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 YTDARCH-REC   PIC X(100).
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-REC.
         03 M-EID        PIC X(7).
         03 M-LAST       PIC X(15).
         03 FILLER       PIC X(78).
      **************************************************************
      * RETENTION ARCHIVE OF PURGED EMPLOYEE IMAGES (SAME SHAPE *
      * AS PROJ17 WRITES IT) *
      **************************************************************
       FD EMPARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPARCH-REC   PIC X(100).
      **************************************************************
      * ADDRESS/CONTACT COMPANION FILE (SAME SHAPE AS PROJ02'S M *
      * FUNCTION WRITES IT) *
      **************************************************************
       FD ADDR-FILE
           LABEL RECORDS ARE STANDARD.
       01 ADDR-REC.
         03 AD-EID       PIC X(7).
         03 AD-STREET    PIC X(25).
         03 AD-CITY      PIC X(15).
         03 AD-STATE     PIC X(2).
         03 AD-ZIP       PIC X(9).
         03 FILLER       PIC X(42).
      **************************************************************
      * W-2 COMPLETION CONTROL - ONE RECORD PER TAX YEAR, WRITTEN *
      * BY A FULL RUN FROM COB1-YTD AND CHECKED BY PROJ14'S *
      * YEAR-OPEN BEFORE IT CLEARS THE ACCUMULATORS *
      **************************************************************
       FD W2CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 W2CTL-REC.
         03 WC-YEAR      PIC X(4).
         03 WC-RUN-STAMP PIC X(14).
         03 WC-REPORTED  PIC 9(7).
         03 WC-HELD      PIC 9(5).
         03 WC-WAGES     PIC 9(12)V99.
         03 WC-FED-WH    PIC 9(12)V99.
         03 FILLER       PIC X(2).
      **************************************************************
      * FEDERAL WAGE-REPORTING FILE - RA SUBMITTER, RE EMPLOYER, *
      * RW EMPLOYEE, RT TOTALS, AND RF FINAL RECORDS *
      **************************************************************
       FD WAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01 WAGE-REC      PIC X(200).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(100).
       FD HOLD-FILE
           LABEL RECORDS ARE OMITTED.
       01 HOLD-REC      PIC X(100).
      **************************************************************
      * PARAMETER CARD - E EMPLOYER ID AND N EMPLOYER NAME ARE *
      * REQUIRED; Y TAX YEAR, S SOURCE (A = COB1-YTD-ARCH), AND *
      * I SINGLE EID ARE OPTIONAL. THE NAME NEEDS A WIDER VALUE *
      * THAN THE OTHER PROGRAMS' CARDS *
      **************************************************************
       FD PARM-FILE.
       01 PARM-REC.
         03 PARM-FIELD     PIC X.
         03 FILLER         PIC X.
         03 PARM-VALUE     PIC X(30).

       WORKING-STORAGE SECTION.
      **************************************************************
      * YEAR-TO-DATE RECORD FROM EITHER SOURCE (SAME SHAPE AS *
      * PROJ08 WRITES IT) *
      **************************************************************
       01 YTD-DATA.
         03 YD-EID        PIC X(7).
         03 YD-PERIODS    PIC 9(3).
         03 YD-GROSS      PIC 9(8)V99.
         03 YD-LAST-PERIOD PIC X(8).
         03 FILLER        PIC X(2).
         03 YD-FED-WH     PIC 9(7)V99.
         03 YD-STATE-WH   PIC 9(7)V99.
         03 YD-INSURANCE  PIC 9(7)V99.
         03 YD-401K       PIC 9(7)V99.
         03 YD-GARNISH    PIC 9(7)V99.
         03 YD-NET        PIC 9(8)V99.
         03 FILLER        PIC X(15).
      **************************************************************
      * EMPLOYEE IMAGE FROM THE MASTER OR THE RETENTION ARCHIVE *
      * (SAME SHAPE AS PROJ02 WRITES IT) *
      **************************************************************
       01 EMP-DATA.
         03 ED-EID        PIC X(7).
         03 ED-LAST       PIC X(15).
         03 ED-FIRST      PIC X(15).
         03 ED-TYPE       PIC X(2).
         03 ED-TITLE      PIC X(17).
         03 ED-SSN-FIRST  PIC X(3).
         03 ED-SSN-MID    PIC X(2).
         03 ED-SSN-LAST   PIC X(4).
         03 ED-STATUS     PIC X.
         03 FILLER        PIC X(34).
      **************************************************************
      * LAYOUTS FOR THE WAGE FILE RECORDS *
      **************************************************************
       01 RA-DATA.
         03 RA-TAG        PIC X(2)    VALUE 'RA'.
         03 RA-EMPLOYER   PIC X(9).
         03 RA-NAME       PIC X(30).
         03 RA-RUN-DATE   PIC X(8).
         03 RA-TAX-YEAR   PIC X(4).
         03 RA-RESUB-SW   PIC X.
         03 FILLER        PIC X(146)  VALUE SPACES.
       01 RE-DATA.
         03 RE-TAG        PIC X(2)    VALUE 'RE'.
         03 RE-TAX-YEAR   PIC X(4).
         03 RE-EMPLOYER   PIC X(9).
         03 RE-NAME       PIC X(30).
         03 FILLER        PIC X(155)  VALUE SPACES.
       01 RW-DATA.
         03 RW-TAG        PIC X(2)    VALUE 'RW'.
         03 RW-SSN        PIC X(9).
         03 RW-FIRST      PIC X(15).
         03 RW-LAST       PIC X(15).
         03 RW-STREET     PIC X(25).
         03 RW-CITY       PIC X(15).
         03 RW-STATE      PIC X(2).
         03 RW-ZIP        PIC X(9).
         03 RW-WAGES      PIC 9(9)V99.
         03 RW-FED-WH     PIC 9(9)V99.
         03 RW-SS-WAGES   PIC 9(9)V99.
         03 RW-MED-WAGES  PIC 9(9)V99.
         03 RW-401K       PIC 9(9)V99.
         03 RW-ST-WAGES   PIC 9(9)V99.
         03 RW-ST-WH      PIC 9(9)V99.
         03 RW-EID        PIC X(7).
         03 FILLER        PIC X(24)   VALUE SPACES.
       01 RT-DATA.
         03 RT-TAG        PIC X(2)    VALUE 'RT'.
         03 RT-COUNT      PIC 9(7).
         03 RT-WAGES      PIC 9(12)V99.
         03 RT-FED-WH     PIC 9(12)V99.
         03 RT-SS-WAGES   PIC 9(12)V99.
         03 RT-MED-WAGES  PIC 9(12)V99.
         03 RT-401K       PIC 9(12)V99.
         03 RT-ST-WAGES   PIC 9(12)V99.
         03 RT-ST-WH      PIC 9(12)V99.
         03 FILLER        PIC X(93)   VALUE SPACES.
       01 RF-DATA.
         03 RF-TAG        PIC X(2)    VALUE 'RF'.
         03 RF-COUNT      PIC 9(9).
         03 FILLER        PIC X(189)  VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE EMPLOYEE COPY *
      **************************************************************
       01 COPY-RULE1.
         03 FILLER      PIC X(72)   VALUE ALL '-'.
       01 COPY-HEAD1.
         03 FILLER      PIC X(33)   VALUE
           'FORM W-2 WAGE AND TAX STATEMENT'.
         03 L-CP-YEAR1  PIC X(4).
         03 FILLER      PIC X(4)    VALUE SPACES.
         03 FILLER      PIC X(14)   VALUE 'EMPLOYEE COPY'.
         03 L-CP-REISSUE1 PIC X(10).
       01 COPY-EMPLOYER1.
         03 FILLER      PIC X(10)   VALUE 'EMPLOYER: '.
         03 L-CP-ER-NAME1 PIC X(30).
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(5)    VALUE 'EIN: '.
         03 L-CP-EIN1   PIC X(9).
       01 COPY-EMPLOYEE1.
         03 FILLER      PIC X(10)   VALUE 'EMPLOYEE: '.
         03 L-CP-FIRST1 PIC X(15).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 L-CP-LAST1  PIC X(15).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 FILLER      PIC X(5)    VALUE 'SSN: '.
         03 FILLER      PIC X(7)    VALUE 'XXX-XX-'.
         03 L-CP-SSN-LAST1 PIC X(4).
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'EID '.
         03 L-CP-EID1   PIC X(7).
       01 COPY-ADDR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 L-CP-STREET1 PIC X(25).
       01 COPY-ADDR2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 L-CP-CITY1  PIC X(15).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 L-CP-STATE1 PIC X(2).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 L-CP-ZIP1   PIC X(9).
       01 COPY-BOX1.
         03 L-CP-BOX-A1  PIC X(32).
         03 L-CP-AMT-A1  PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER       PIC X(4)    VALUE SPACES.
         03 L-CP-BOX-B1  PIC X(32).
         03 L-CP-AMT-B1  PIC ZZZ,ZZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR THE HOLD LISTING AND CONTROL TOTALS *
      **************************************************************
       01 HOLD-HEADING1.
         03 FILLER      PIC X(30)   VALUE
           'W-2 RUN CONTROL AND HOLD LIST'.
         03 FILLER      PIC X(9)    VALUE 'TAX YEAR '.
         03 L-HD-YEAR1  PIC X(4).
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 L-HD-SOURCE1 PIC X(30).
       01 HOLD-HEADING2.
         03 FILLER      PIC X(9)    VALUE 'EMP ID'.
         03 FILLER      PIC X(16)   VALUE 'LAST'.
         03 FILLER      PIC X(16)   VALUE 'FIRST'.
         03 FILLER      PIC X(14)   VALUE '    YTD GROSS'.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'HELD - REASON'.
       01 HOLD-DATA1.
         03 L-HD-EID1   PIC X(7).
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 L-HD-LAST1  PIC X(15).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 L-HD-FIRST1 PIC X(15).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 L-HD-GROSS1 PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 L-HD-REASON1 PIC X(40).
       01 HOLD-TOTALS1.
         03 FILLER      PIC X(10)   VALUE 'REPORTED: '.
         03 L-HT-REPORTED1 PIC ZZ,ZZ9.
         03 FILLER      PIC X(4)    VALUE SPACES.
         03 FILLER      PIC X(6)    VALUE 'HELD: '.
         03 L-HT-HELD1  PIC ZZ,ZZ9.
         03 FILLER      PIC X(4)    VALUE SPACES.
         03 FILLER      PIC X(21)   VALUE 'NOTHING TO REPORT: '.
         03 L-HT-ZERO1  PIC ZZ,ZZ9.
       01 HOLD-TOTALS2.
         03 FILLER      PIC X(18)   VALUE 'REPORTED WAGES: '.
         03 L-HT-WAGES1 PIC Z,ZZZ,ZZZ,ZZ9.99.
         03 FILLER      PIC X(4)    VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'FEDERAL W/H: '.
         03 L-HT-FED1   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 HOLD-TOTALS3.
         03 FILLER      PIC X(50)   VALUE
           'HELD RECORDS WERE NOT SENT - CORRECT AND REISSUE'.
      **************************************************************
      *       EOF SWITCHES, FILE STATUSES, AND RUN CONTROLS *
      **************************************************************
       01 MISC.
         03 EOF-Y            PIC 9      VALUE 0.
         03 EOF-P            PIC 9      VALUE 0.
         03 EOF-A            PIC 9      VALUE 0.
         03 WS-YTD-STATUS    PIC XX     VALUE '00'.
         03 WS-YTDARCH-STATUS PIC XX    VALUE '00'.
         03 WS-FILE-STATUS   PIC XX     VALUE '00'.
         03 WS-EMPARCH-STATUS PIC XX    VALUE '00'.
         03 WS-ADDR-STATUS   PIC XX     VALUE '00'.
         03 WS-W2CTL-STATUS  PIC XX     VALUE '00'.
         03 WS-WAGE-STATUS   PIC XX     VALUE '00'.
         03 WS-PARM-STATUS   PIC XX     VALUE '00'.
         03 WS-RUN-STAMP     PIC X(14)  VALUE SPACES.
      **************************************************************
      *       PARAMETER-SUPPLIED EMPLOYER, YEAR, AND SOURCE *
      **************************************************************
       01 PARM-WS.
         03 WS-EMPLOYER-ID   PIC X(9)   VALUE SPACES.
         03 WS-EMPLOYER-NAME PIC X(30)  VALUE SPACES.
         03 WS-TAX-YEAR      PIC X(4)   VALUE SPACES.
         03 WS-PARM-YEAR     PIC X(4)   VALUE SPACES.
         03 WS-SOURCE-SW     PIC X      VALUE 'C'.
             88 WS-FROM-ARCHIVE     VALUE 'A'.
         03 WS-ONE-EID       PIC X(7)   VALUE SPACES.
      **************************************************************
      *       PER-EMPLOYEE WORK FIELDS *
      **************************************************************
       01 W2-WS.
         03 WS-HOLD-SW       PIC X      VALUE 'N'.
             88 WS-HELD             VALUE 'Y'.
         03 WS-HOLD-REASON   PIC X(40)  VALUE SPACES.
         03 WS-EMP-FOUND-SW  PIC X      VALUE 'N'.
             88 WS-EMP-FOUND        VALUE 'Y'.
         03 WS-W2-WAGES      PIC 9(9)V99 VALUE 0.
      **************************************************************
      *       RUN COUNTS AND FILE TOTALS *
      **************************************************************
       01 TOTALS-WS.
         03 WS-REPORTED-COUNT PIC 9(7)  VALUE 0.
         03 WS-HELD-COUNT    PIC 9(5)   VALUE 0.
         03 WS-ZERO-COUNT    PIC 9(5)   VALUE 0.
         03 WS-TOT-WAGES     PIC 9(12)V99 VALUE 0.
         03 WS-TOT-FED-WH    PIC 9(12)V99 VALUE 0.
         03 WS-TOT-SS-WAGES  PIC 9(12)V99 VALUE 0.
         03 WS-TOT-MED-WAGES PIC 9(12)V99 VALUE 0.
         03 WS-TOT-401K      PIC 9(12)V99 VALUE 0.
         03 WS-TOT-ST-WAGES  PIC 9(12)V99 VALUE 0.
         03 WS-TOT-ST-WH     PIC 9(12)V99 VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           PERFORM 0050-GET-PARMS.
           IF WS-EMPLOYER-ID = SPACES
             OR WS-EMPLOYER-NAME = SPACES
               DISPLAY 'COB23-PARM MUST SUPPLY AN E EMPLOYER-ID LINE '
                 'AND AN N EMPLOYER-NAME LINE - NO FILE PRODUCED'
               STOP RUN
           END-IF.
           IF WS-FROM-ARCHIVE AND WS-PARM-YEAR = SPACES
               DISPLAY 'A REISSUE FROM COB1-YTD-ARCH NEEDS THE TAX '
                 'YEAR ON A Y LINE - NO FILE PRODUCED'
               STOP RUN
           END-IF.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0300-WRITE-HEADERS.
           IF WS-FROM-ARCHIVE
               PERFORM 1050-PROCESS-ARCHIVE
           ELSE
               PERFORM 1000-PROCESS-YTD
           END-IF.
           PERFORM 1900-WRITE-TRAILERS.
           IF NOT WS-FROM-ARCHIVE AND WS-ONE-EID = SPACES
               PERFORM 3000-RECORD-COMPLETION
           END-IF.
           CLOSE EMPLOYEE-FILE
             ADDR-FILE
             WAGE-FILE
             PRNT-FILE
             HOLD-FILE.
           DISPLAY 'W-2 RUN COMPLETE FOR ' WS-TAX-YEAR ' - '
             WS-REPORTED-COUNT ' REPORTED, ' WS-HELD-COUNT
             ' HELD FOR CORRECTION'.
           STOP RUN.
      **************************************************************
      * READS THE PARAMETER CARDS FOR THE EMPLOYER, TAX YEAR, *
      * SOURCE, AND SINGLE-EMPLOYEE REISSUE *
      **************************************************************
       0050-GET-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL EOF-P = 1
                   READ PARM-FILE
                     AT END MOVE 1 TO EOF-P
                     NOT AT END
                       EVALUATE PARM-FIELD
                           WHEN 'E'
                           WHEN 'e'
                               MOVE PARM-VALUE(1:9)
                                 TO WS-EMPLOYER-ID
                           WHEN 'N'
                           WHEN 'n'
                               MOVE PARM-VALUE TO WS-EMPLOYER-NAME
                           WHEN 'Y'
                           WHEN 'y'
                               MOVE PARM-VALUE(1:4) TO WS-PARM-YEAR
                           WHEN 'S'
                           WHEN 's'
                               IF PARM-VALUE(1:1) = 'A'
                                 OR PARM-VALUE(1:1) = 'a'
                                   MOVE 'A' TO WS-SOURCE-SW
                               END-IF
                           WHEN 'I'
                           WHEN 'i'
                               MOVE PARM-VALUE(1:7) TO WS-ONE-EID
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
      **************************************************************
      * OPENS THE MASTER, THE ADDRESS FILE, THE SOURCE OF THE *
      * FIGURES, AND THE OUTPUTS. WITHOUT THE MASTER OR THE *
      * ADDRESSES EVERY RECORD WOULD BE HELD, SO THE RUN STOPS *
      **************************************************************
       0100-OPEN-FILES.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-EMPLOYEE, STATUS='
                 WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ADDR-FILE.
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-ADDR, STATUS='
                 WS-ADDR-STATUS
               CLOSE EMPLOYEE-FILE
               STOP RUN
           END-IF.
           IF WS-FROM-ARCHIVE
               MOVE WS-PARM-YEAR TO WS-TAX-YEAR
               OPEN INPUT YTDARCH-FILE
               IF WS-YTDARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN COB1-YTD-ARCH, STATUS='
                     WS-YTDARCH-STATUS
                   CLOSE EMPLOYEE-FILE
                     ADDR-FILE
                   STOP RUN
               END-IF
           ELSE
               PERFORM 0200-FIND-TAX-YEAR
           END-IF.
           OPEN OUTPUT WAGE-FILE.
           IF WS-WAGE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-W2FILE, STATUS='
                 WS-WAGE-STATUS
               CLOSE EMPLOYEE-FILE
                 ADDR-FILE
               IF WS-FROM-ARCHIVE
                   CLOSE YTDARCH-FILE
               ELSE
                   CLOSE YTD-FILE
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT PRNT-FILE
             HOLD-FILE.
      **************************************************************
      * OPENS COB1-YTD AND TAKES THE TAX YEAR FROM THE LATEST *
      * PERIOD POSTED TO IT - THE FILE ONLY EVER HOLDS ONE YEAR. *
      * A Y LINE THAT DISAGREES MEANS THE WRONG FILE OR THE WRONG *
      * CARD, SO NOTHING IS PRODUCED *
      **************************************************************
       0200-FIND-TAX-YEAR.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-YTD, STATUS='
                 WS-YTD-STATUS
               CLOSE EMPLOYEE-FILE
                 ADDR-FILE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TAX-YEAR.
           MOVE 0 TO EOF-Y.
           PERFORM UNTIL EOF-Y = 1
               READ YTD-FILE NEXT RECORD INTO YTD-DATA
                 AT END MOVE 1 TO EOF-Y
                 NOT AT END
                   IF YD-LAST-PERIOD(1:4) NUMERIC
                     AND YD-LAST-PERIOD(1:4) > WS-TAX-YEAR
                       MOVE YD-LAST-PERIOD(1:4) TO WS-TAX-YEAR
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE YTD-FILE.
           IF WS-TAX-YEAR = SPACES
               DISPLAY 'COB1-YTD HAS NO POSTED PERIODS - NO FILE '
                 'PRODUCED'
               CLOSE EMPLOYEE-FILE
                 ADDR-FILE
               STOP RUN
           END-IF.
           IF WS-PARM-YEAR NOT = SPACES
             AND WS-PARM-YEAR NOT = WS-TAX-YEAR
               DISPLAY 'COB1-YTD HOLDS ' WS-TAX-YEAR ', NOT '
                 WS-PARM-YEAR ' - NO FILE PRODUCED'
               CLOSE EMPLOYEE-FILE
                 ADDR-FILE
               STOP RUN
           END-IF.
           OPEN INPUT YTD-FILE.
           MOVE 0 TO EOF-Y.
      **************************************************************
      * WRITES THE SUBMITTER AND EMPLOYER RECORDS AND HEADS THE *
      * HOLD LISTING *
      **************************************************************
       0300-WRITE-HEADERS.
           MOVE WS-EMPLOYER-ID   TO RA-EMPLOYER.
           MOVE WS-EMPLOYER-NAME TO RA-NAME.
           MOVE WS-RUN-STAMP(1:8) TO RA-RUN-DATE.
           MOVE WS-TAX-YEAR      TO RA-TAX-YEAR.
           IF WS-FROM-ARCHIVE OR WS-ONE-EID NOT = SPACES
               MOVE '1' TO RA-RESUB-SW
           ELSE
               MOVE '0' TO RA-RESUB-SW
           END-IF.
           WRITE WAGE-REC FROM RA-DATA.
           MOVE WS-TAX-YEAR      TO RE-TAX-YEAR.
           MOVE WS-EMPLOYER-ID   TO RE-EMPLOYER.
           MOVE WS-EMPLOYER-NAME TO RE-NAME.
           WRITE WAGE-REC FROM RE-DATA.
           MOVE WS-TAX-YEAR TO L-HD-YEAR1.
           IF WS-FROM-ARCHIVE
               MOVE 'REISSUE FROM COB1-YTD-ARCH' TO L-HD-SOURCE1
           ELSE
               MOVE 'FROM COB1-YTD' TO L-HD-SOURCE1
           END-IF.
           WRITE HOLD-REC FROM HOLD-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO HOLD-REC.
           WRITE HOLD-REC
             AFTER ADVANCING 1 LINE.
           WRITE HOLD-REC FROM HOLD-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HOLD-REC.
           WRITE HOLD-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RUNS EVERY COB1-YTD RECORD. ONE LEFT OVER FROM AN EARLIER *
      * YEAR MEANS A YEAR-OPEN WAS MISSED, SO IT'S HELD, NOT SENT *
      * UNDER THIS YEAR *
      **************************************************************
       1000-PROCESS-YTD.
           PERFORM UNTIL EOF-Y = 1
               READ YTD-FILE NEXT RECORD INTO YTD-DATA
                 AT END MOVE 1 TO EOF-Y
                 NOT AT END
                   IF WS-ONE-EID = SPACES
                     OR YD-EID = WS-ONE-EID
                       PERFORM 1100-W2-EMPLOYEE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE YTD-FILE.
      **************************************************************
      * RUNS THE ARCHIVED RECORDS WHOSE LAST PERIOD FALLS IN THE *
      * REQUESTED TAX YEAR, SKIPPING THE SEGMENT MARKERS AND *
      * EVERY OTHER YEAR'S RECORDS *
      **************************************************************
       1050-PROCESS-ARCHIVE.
           MOVE 0 TO EOF-A.
           PERFORM UNTIL EOF-A = 1
               READ YTDARCH-FILE INTO YTD-DATA
                 AT END MOVE 1 TO EOF-A
                 NOT AT END
                   IF YD-EID NOT = '*HEADR*'
                     AND YD-EID NOT = '*TRAIL*'
                     AND YD-LAST-PERIOD(1:4) = WS-TAX-YEAR
                     AND (WS-ONE-EID = SPACES
                       OR YD-EID = WS-ONE-EID)
                       PERFORM 1100-W2-EMPLOYEE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE YTDARCH-FILE.
      **************************************************************
      * BUILDS ONE EMPLOYEE'S STATEMENT - JOINS THE EMPLOYEE AND *
      * ADDRESS, APPLIES THE HOLD RULES, AND EITHER WRITES THE RW *
      * RECORD AND PRINTS THE COPY OR LISTS THE HOLD. A RECORD *
      * WITH NO WAGES AND NO WITHHOLDING HAS NOTHING TO REPORT *
      **************************************************************
       1100-W2-EMPLOYEE.
           MOVE 'N' TO WS-HOLD-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE SPACES TO RW-STREET.
           MOVE SPACES TO RW-CITY.
           MOVE SPACES TO RW-STATE.
           MOVE SPACES TO RW-ZIP.
           PERFORM 1200-FIND-EMPLOYEE.
           IF YD-GROSS NOT NUMERIC
             OR YD-FED-WH NOT NUMERIC
             OR YD-STATE-WH NOT NUMERIC
             OR YD-401K NOT NUMERIC
               PERFORM 1600-HOLD-RECORD
               MOVE 'YTD AMOUNTS UNREADABLE' TO L-HD-REASON1
               PERFORM 1650-PRINT-HOLD
           ELSE
               IF YD-GROSS = 0 AND YD-FED-WH = 0
                 AND YD-STATE-WH = 0
                   ADD 1 TO WS-ZERO-COUNT
               ELSE
                   PERFORM 1150-CHECK-AND-REPORT
               END-IF
           END-IF.
       1150-CHECK-AND-REPORT.
           IF NOT WS-EMP-FOUND
               MOVE 'NO EMPLOYEE RECORD ON MASTER OR ARCHIVE'
                 TO WS-HOLD-REASON
           ELSE
               IF YD-LAST-PERIOD(1:4) NOT = WS-TAX-YEAR
                   MOVE 'YTD RECORD FROM ANOTHER YEAR'
                     TO WS-HOLD-REASON
               ELSE
                   PERFORM 1300-CHECK-SSN
                   IF WS-HOLD-REASON = SPACES
                       PERFORM 1350-JOIN-ADDRESS
                   END-IF
               END-IF
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 1600-HOLD-RECORD
               MOVE WS-HOLD-REASON TO L-HD-REASON1
               PERFORM 1650-PRINT-HOLD
           ELSE
               PERFORM 1500-WRITE-W2
               PERFORM 1550-PRINT-COPY
           END-IF.
      **************************************************************
      * FINDS THE EMPLOYEE ON THE MASTER, OR ON THE RETENTION *
      * ARCHIVE WHEN THE RECORD HAS SINCE BEEN PURGED - A PURGED *
      * EMPLOYEE STILL EARNED THE WAGES *
      **************************************************************
       1200-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE SPACES TO EMP-DATA.
           MOVE YD-EID TO M-EID.
           READ EMPLOYEE-FILE INTO EMP-DATA
             INVALID KEY
               PERFORM 1250-SEARCH-EMP-ARCH
             NOT INVALID KEY
               MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ.
      **************************************************************
      * SCANS THE RETENTION ARCHIVE FOR THE EID, KEEPING THE LAST *
      * IMAGE FOUND IN CASE A REHIRE WAS PURGED TWICE *
      **************************************************************
       1250-SEARCH-EMP-ARCH.
           OPEN INPUT EMPARCH-FILE.
           IF WS-EMPARCH-STATUS = '00'
               MOVE 0 TO EOF-A
               PERFORM UNTIL EOF-A = 1
                   READ EMPARCH-FILE
                     AT END MOVE 1 TO EOF-A
                     NOT AT END
                       IF EMPARCH-REC(1:7) = YD-EID
                           MOVE EMPARCH-REC TO EMP-DATA
                           MOVE 'Y' TO WS-EMP-FOUND-SW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPARCH-FILE
               MOVE 0 TO EOF-A
           END-IF.
      **************************************************************
      * HOLDS AN SSN THE SSA WILL NOT ACCEPT - NOT ALL NUMERIC, AN *
      * AREA OF 000, 666, OR 900 AND UP, A GROUP OF 00, OR A *
      * SERIAL OF 0000 *
      **************************************************************
       1300-CHECK-SSN.
           IF ED-SSN-FIRST NOT NUMERIC
             OR ED-SSN-MID NOT NUMERIC
             OR ED-SSN-LAST NOT NUMERIC
               MOVE 'SSN NOT NUMERIC' TO WS-HOLD-REASON
           ELSE
               IF ED-SSN-FIRST = '000' OR ED-SSN-FIRST = '666'
                 OR ED-SSN-FIRST(1:1) = '9'
                 OR ED-SSN-MID = '00'
                 OR ED-SSN-LAST = '0000'
                   MOVE 'SSN NOT A VALID ISSUED NUMBER'
                     TO WS-HOLD-REASON
               END-IF
           END-IF.
      **************************************************************
      * FILLS THE MAILING ADDRESS OFF THE COMPANION FILE - A *
      * STATEMENT WITH NOWHERE TO MAIL IT IS HELD *
      **************************************************************
       1350-JOIN-ADDRESS.
           MOVE YD-EID TO AD-EID.
           READ ADDR-FILE
             INVALID KEY
               MOVE 'NO ADDRESS ON FILE' TO WS-HOLD-REASON
             NOT INVALID KEY
               IF AD-STREET = SPACES OR AD-CITY = SPACES
                 OR AD-STATE = SPACES OR AD-ZIP = SPACES
                   MOVE 'ADDRESS INCOMPLETE' TO WS-HOLD-REASON
               ELSE
                   MOVE AD-STREET TO RW-STREET
                   MOVE AD-CITY   TO RW-CITY
                   MOVE AD-STATE  TO RW-STATE
                   MOVE AD-ZIP    TO RW-ZIP
               END-IF
           END-READ.
      **************************************************************
      * WRITES THE RW RECORD AND ADDS IT TO THE FILE TOTALS. BOX *
      * 1 WAGES ARE THE GROSS LESS THE PRE-TAX 401(K) DEFERRAL *
      **************************************************************
       1500-WRITE-W2.
           IF YD-401K > YD-GROSS
               MOVE 0 TO WS-W2-WAGES
           ELSE
               COMPUTE WS-W2-WAGES = YD-GROSS - YD-401K
           END-IF.
           MOVE SPACES TO RW-SSN.
           STRING ED-SSN-FIRST ED-SSN-MID ED-SSN-LAST
             DELIMITED BY SIZE INTO RW-SSN.
           MOVE ED-FIRST    TO RW-FIRST.
           MOVE ED-LAST     TO RW-LAST.
           MOVE WS-W2-WAGES TO RW-WAGES.
           MOVE YD-FED-WH   TO RW-FED-WH.
           MOVE YD-GROSS    TO RW-SS-WAGES.
           MOVE YD-GROSS    TO RW-MED-WAGES.
           MOVE YD-401K     TO RW-401K.
           MOVE WS-W2-WAGES TO RW-ST-WAGES.
           MOVE YD-STATE-WH TO RW-ST-WH.
           MOVE YD-EID      TO RW-EID.
           WRITE WAGE-REC FROM RW-DATA.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD WS-W2-WAGES TO WS-TOT-WAGES.
           ADD YD-FED-WH   TO WS-TOT-FED-WH.
           ADD YD-GROSS    TO WS-TOT-SS-WAGES.
           ADD YD-GROSS    TO WS-TOT-MED-WAGES.
           ADD YD-401K     TO WS-TOT-401K.
           ADD WS-W2-WAGES TO WS-TOT-ST-WAGES.
           ADD YD-STATE-WH TO WS-TOT-ST-WH.
      **************************************************************
      * PRINTS THE EMPLOYEE COPY, ONE TO A PAGE. ONLY THE LAST *
      * FOUR OF THE SSN ARE PRINTED *
      **************************************************************
       1550-PRINT-COPY.
           MOVE WS-TAX-YEAR TO L-CP-YEAR1.
           IF WS-FROM-ARCHIVE OR WS-ONE-EID NOT = SPACES
               MOVE '(REISSUED)' TO L-CP-REISSUE1
           ELSE
               MOVE SPACES TO L-CP-REISSUE1
           END-IF.
           WRITE PRNT-REC FROM COPY-HEAD1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM COPY-RULE1
             AFTER ADVANCING 1 LINE.
           MOVE WS-EMPLOYER-NAME TO L-CP-ER-NAME1.
           MOVE WS-EMPLOYER-ID   TO L-CP-EIN1.
           WRITE PRNT-REC FROM COPY-EMPLOYER1
             AFTER ADVANCING 1 LINE.
           MOVE ED-FIRST    TO L-CP-FIRST1.
           MOVE ED-LAST     TO L-CP-LAST1.
           MOVE ED-SSN-LAST TO L-CP-SSN-LAST1.
           MOVE YD-EID      TO L-CP-EID1.
           WRITE PRNT-REC FROM COPY-EMPLOYEE1
             AFTER ADVANCING 2 LINES.
           MOVE RW-STREET   TO L-CP-STREET1.
           WRITE PRNT-REC FROM COPY-ADDR1
             AFTER ADVANCING 1 LINE.
           MOVE RW-CITY     TO L-CP-CITY1.
           MOVE RW-STATE    TO L-CP-STATE1.
           MOVE RW-ZIP      TO L-CP-ZIP1.
           WRITE PRNT-REC FROM COPY-ADDR2
             AFTER ADVANCING 1 LINE.
           MOVE ' 1 WAGES, TIPS, OTHER COMP' TO L-CP-BOX-A1.
           MOVE WS-W2-WAGES TO L-CP-AMT-A1.
           MOVE ' 2 FEDERAL INCOME TAX WITHHELD' TO L-CP-BOX-B1.
           MOVE YD-FED-WH   TO L-CP-AMT-B1.
           WRITE PRNT-REC FROM COPY-BOX1
             AFTER ADVANCING 2 LINES.
           MOVE ' 3 SOCIAL SECURITY WAGES' TO L-CP-BOX-A1.
           MOVE YD-GROSS    TO L-CP-AMT-A1.
           MOVE ' 5 MEDICARE WAGES AND TIPS' TO L-CP-BOX-B1.
           MOVE YD-GROSS    TO L-CP-AMT-B1.
           WRITE PRNT-REC FROM COPY-BOX1
             AFTER ADVANCING 1 LINE.
           MOVE '12 CODE D - 401(K) DEFERRALS' TO L-CP-BOX-A1.
           MOVE YD-401K     TO L-CP-AMT-A1.
           MOVE SPACES      TO L-CP-BOX-B1.
           MOVE 0           TO L-CP-AMT-B1.
           WRITE PRNT-REC FROM COPY-BOX1
             AFTER ADVANCING 1 LINE.
           MOVE '16 STATE WAGES, TIPS, ETC.' TO L-CP-BOX-A1.
           MOVE WS-W2-WAGES TO L-CP-AMT-A1.
           MOVE '17 STATE INCOME TAX' TO L-CP-BOX-B1.
           MOVE YD-STATE-WH TO L-CP-AMT-B1.
           WRITE PRNT-REC FROM COPY-BOX1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM COPY-RULE1
             AFTER ADVANCING 1 LINE.
       1600-HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE YD-EID TO L-HD-EID1.
           MOVE ED-LAST TO L-HD-LAST1.
           MOVE ED-FIRST TO L-HD-FIRST1.
           IF YD-GROSS NUMERIC
               MOVE YD-GROSS TO L-HD-GROSS1
           ELSE
               MOVE 0 TO L-HD-GROSS1
           END-IF.
       1650-PRINT-HOLD.
           WRITE HOLD-REC FROM HOLD-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE RT TOTALS AND RF FINAL RECORDS AND PRINTS THE *
      * CONTROL TOTALS UNDER THE HOLD LIST *
      **************************************************************
       1900-WRITE-TRAILERS.
           MOVE WS-REPORTED-COUNT TO RT-COUNT.
           MOVE WS-TOT-WAGES      TO RT-WAGES.
           MOVE WS-TOT-FED-WH     TO RT-FED-WH.
           MOVE WS-TOT-SS-WAGES   TO RT-SS-WAGES.
           MOVE WS-TOT-MED-WAGES  TO RT-MED-WAGES.
           MOVE WS-TOT-401K       TO RT-401K.
           MOVE WS-TOT-ST-WAGES   TO RT-ST-WAGES.
           MOVE WS-TOT-ST-WH      TO RT-ST-WH.
           WRITE WAGE-REC FROM RT-DATA.
           MOVE WS-REPORTED-COUNT TO RF-COUNT.
           WRITE WAGE-REC FROM RF-DATA.
           MOVE WS-REPORTED-COUNT TO L-HT-REPORTED1.
           MOVE WS-HELD-COUNT     TO L-HT-HELD1.
           MOVE WS-ZERO-COUNT     TO L-HT-ZERO1.
           WRITE HOLD-REC FROM HOLD-TOTALS1
             AFTER ADVANCING 3 LINES.
           MOVE WS-TOT-WAGES      TO L-HT-WAGES1.
           MOVE WS-TOT-FED-WH     TO L-HT-FED1.
           WRITE HOLD-REC FROM HOLD-TOTALS2
             AFTER ADVANCING 1 LINE.
           IF WS-HELD-COUNT > 0
               WRITE HOLD-REC FROM HOLD-TOTALS3
                 AFTER ADVANCING 2 LINES
           END-IF.
      **************************************************************
      * STAMPS THE TAX YEAR COMPLETE ON COB1-W2CTL SO PROJ14'S *
      * YEAR-OPEN WILL CLEAR COB1-YTD. A RERUN REPLACES THE STAMP *
      **************************************************************
       3000-RECORD-COMPLETION.
           OPEN I-O W2CTL-FILE.
           IF WS-W2CTL-STATUS = '35'
               OPEN OUTPUT W2CTL-FILE
               CLOSE W2CTL-FILE
               OPEN I-O W2CTL-FILE
           END-IF.
           IF WS-W2CTL-STATUS NOT = '00'
             AND WS-W2CTL-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-W2CTL, STATUS='
                 WS-W2CTL-STATUS
               DISPLAY 'W-2 RUN NOT STAMPED COMPLETE - THE YEAR-OPEN '
                 'WILL REFUSE UNTIL IT IS RERUN'
           ELSE
               MOVE SPACES            TO W2CTL-REC
               MOVE WS-TAX-YEAR       TO WC-YEAR
               MOVE WS-RUN-STAMP      TO WC-RUN-STAMP
               MOVE WS-REPORTED-COUNT TO WC-REPORTED
               MOVE WS-HELD-COUNT     TO WC-HELD
               MOVE WS-TOT-WAGES      TO WC-WAGES
               MOVE WS-TOT-FED-WH     TO WC-FED-WH
               WRITE W2CTL-REC
                 INVALID KEY
                   REWRITE W2CTL-REC
                     INVALID KEY
                       DISPLAY 'UNABLE TO STAMP COB1-W2CTL FOR '
                         WS-TAX-YEAR
                   END-REWRITE
               END-WRITE
               CLOSE W2CTL-FILE
           END-IF.
