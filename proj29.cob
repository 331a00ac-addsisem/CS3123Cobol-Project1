       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ29.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - YEAR-TO-DATE RECORD CONVERSION.
      * ONE-TIME CONVERSION OF COB1-YTD AND COB1-YTD-ARCH FROM THE
      * ORIGINAL 30-BYTE ACCUMULATOR RECORD TO THE 100-BYTE RECORD
      * THAT CARRIES YEAR-TO-DATE WITHHOLDING, DEDUCTIONS, AND NET.
      * PROJ08, PROJ14, AND PROJ23 CANNOT OPEN A 30-BYTE COB1-YTD,
      * AND PROJ14'S YEAR-OPEN WOULD APPEND 100-BYTE SEGMENTS ONTO
      * A 30-BYTE COB1-YTD-ARCH, SO THIS RUNS ONCE BEFORE ANY OF
      * THEM. THE INSTALLED FILES ARE FIRST RENAMED TO COB1-YTD-OLD
      * AND COB1-YTD-ARCH-OLD; THIS PROGRAM READS THOSE AND WRITES
      * NEW COB1-YTD AND COB1-YTD-ARCH IN THE WIDE LAYOUT. EACH
      * EMPLOYEE KEEPS ITS PERIODS, GROSS, AND LAST PERIOD; THE
      * WITHHOLDING AND DEDUCTION ACCUMULATORS START AT ZERO, SINCE
      * NOTHING WAS WITHHELD BEFORE THE REGISTER DID SO, AND NET
      * STARTS EQUAL TO GROSS FOR THE SAME REASON. ARCHIVE HEADER
      * AND TRAILER RECORDS CARRY OVER AS THEY WERE, SO EVERY
      * YEAR'S SEGMENT KEEPS ITS STAMP AND COUNT. A NEW FILE THAT
      * ALREADY EXISTS IS NEVER OVERWRITTEN - IT MEANS THE RENAME
      * WAS MISSED OR THE CONVERSION HAS ALREADY RUN - AND A
      * MISSING OLD FILE MEANS THERE IS NOTHING OF THAT KIND TO
      * CONVERT. RECORDS READ AND WRITTEN ARE COUNTED AND MUST
      * AGREE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDYTD-FILE ASSIGN TO 'COB1-YTD-OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OY-EID
               FILE STATUS IS WS-OLDYTD-STATUS.
           SELECT YTD-FILE ASSIGN TO 'COB1-YTD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Y-EID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OLDARCH-FILE ASSIGN TO 'COB1-YTD-ARCH-OLD'
               FILE STATUS IS WS-OLDARCH-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'COB1-YTD-ARCH'
               FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE ORIGINAL 30-BYTE ACCUMULATOR RECORD *
      **************************************************************
       FD OLDYTD-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDYTD-REC.
         03 OY-EID       PIC X(7).
         03 FILLER       PIC X(23).
      **************************************************************
      * THE WIDE ACCUMULATOR RECORD (SAME SHAPE AS PROJ08 POSTS *
      * IT) *
      **************************************************************
       FD YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01 YTD-REC.
         03 Y-EID        PIC X(7).
         03 Y-PERIODS    PIC 9(3).
         03 Y-GROSS      PIC 9(8)V99.
         03 Y-LAST-PERIOD PIC X(8).
         03 FILLER       PIC X(2).
         03 Y-FED-WH     PIC 9(7)V99.
         03 Y-STATE-WH   PIC 9(7)V99.
         03 Y-INSURANCE  PIC 9(7)V99.
         03 Y-401K       PIC 9(7)V99.
         03 Y-GARNISH    PIC 9(7)V99.
         03 Y-NET        PIC 9(8)V99.
         03 FILLER       PIC X(15).
      **************************************************************
      * YEAR-OPEN ARCHIVE - EACH YEAR'S ACCUMULATORS BETWEEN A *
      * RUN-STAMPED *HEADR* AND A COUNTED *TRAIL* MARKER, OLD *
      * WIDTH AND NEW *
      **************************************************************
       FD OLDARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDARCH-REC   PIC X(30).
       FD ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARCH-REC      PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      * ONE 30-BYTE ACCUMULATOR, FROM EITHER OLD FILE. THE FIRST *
      * 30 BYTES OF THE WIDE RECORD ARE THE SAME FIELDS IN THE *
      * SAME PLACES *
      **************************************************************
       01 OLD-DATA.
         03 OD-EID       PIC X(7).
         03 OD-PERIODS   PIC 9(3).
         03 OD-GROSS     PIC 9(8)V99.
         03 OD-LAST-PERIOD PIC X(8).
         03 FILLER       PIC X(2).
      **************************************************************
      *       EOF SWITCHES, FILE STATUSES, AND CONTROL COUNTS *
      **************************************************************
       01 MISC.
         03 EOF-Y           PIC 9      VALUE 0.
         03 EOF-A           PIC 9      VALUE 0.
         03 WS-OLDYTD-STATUS PIC XX    VALUE '00'.
         03 WS-YTD-STATUS   PIC XX     VALUE '00'.
         03 WS-OLDARCH-STATUS PIC XX   VALUE '00'.
         03 WS-ARCH-STATUS  PIC XX     VALUE '00'.
         03 WS-YTD-READ     PIC 9(7)   VALUE 0.
         03 WS-YTD-WRITTEN  PIC 9(7)   VALUE 0.
         03 WS-ARCH-READ    PIC 9(7)   VALUE 0.
         03 WS-ARCH-WRITTEN PIC 9(7)   VALUE 0.
         03 WS-ARCH-SEGMENTS PIC 9(5)  VALUE 0.
         03 WS-CONVERT-OK-SW PIC X     VALUE 'Y'.
             88 WS-CONVERT-OK       VALUE 'Y'.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-CONVERT-YTD.
           PERFORM 2000-CONVERT-ARCHIVE.
           IF WS-CONVERT-OK
               DISPLAY 'YTD CONVERSION COMPLETE'
           ELSE
               DISPLAY 'YTD CONVERSION DID NOT COMPLETE - RESTORE '
                 'THE -OLD FILES TO THEIR NAMES BEFORE ANY '
                 'PAYROLL RUN'
           END-IF.
           STOP RUN.
      **************************************************************
      * CONVERTS COB1-YTD-OLD TO A NEW COB1-YTD, ONE WIDE RECORD *
      * PER OLD ONE, IN EID ORDER *
      **************************************************************
       1000-CONVERT-YTD.
           OPEN INPUT OLDYTD-FILE.
           IF WS-OLDYTD-STATUS = '35'
               DISPLAY 'NO COB1-YTD-OLD - NO ACCUMULATORS TO CONVERT'
           ELSE
               IF WS-OLDYTD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN COB1-YTD-OLD, STATUS='
                     WS-OLDYTD-STATUS
                   MOVE 'N' TO WS-CONVERT-OK-SW
               ELSE
                   PERFORM 1100-CHECK-NEW-YTD
                   IF WS-CONVERT-OK
                       PERFORM 1200-COPY-YTD
                   END-IF
                   CLOSE OLDYTD-FILE
               END-IF
           END-IF.
      **************************************************************
      * A COB1-YTD THAT OPENS AT ALL - WHETHER STILL THE OLD WIDTH *
      * OR ALREADY THE NEW - IS LEFT ALONE *
      **************************************************************
       1100-CHECK-NEW-YTD.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = '35'
               IF WS-YTD-STATUS = '00'
                   CLOSE YTD-FILE
               END-IF
               DISPLAY 'COB1-YTD ALREADY EXISTS, STATUS='
                 WS-YTD-STATUS ' - RENAME IT TO COB1-YTD-OLD FIRST,'
                 ' OR IT HAS ALREADY BEEN CONVERTED'
               MOVE 'N' TO WS-CONVERT-OK-SW
           END-IF.
       1200-COPY-YTD.
           OPEN OUTPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO CREATE COB1-YTD, STATUS='
                 WS-YTD-STATUS
               MOVE 'N' TO WS-CONVERT-OK-SW
           ELSE
               PERFORM UNTIL EOF-Y = 1
                   READ OLDYTD-FILE INTO OLD-DATA
                     AT END MOVE 1 TO EOF-Y
                     NOT AT END
                       ADD 1 TO WS-YTD-READ
                       PERFORM 3000-WIDEN-RECORD
                       WRITE YTD-REC
                         INVALID KEY
                           DISPLAY 'UNABLE TO WRITE COB1-YTD FOR EID '
                             Y-EID ', STATUS=' WS-YTD-STATUS
                         NOT INVALID KEY
                           ADD 1 TO WS-YTD-WRITTEN
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               DISPLAY 'COB1-YTD: ' WS-YTD-READ ' READ, '
                 WS-YTD-WRITTEN ' WRITTEN'
               IF WS-YTD-WRITTEN NOT = WS-YTD-READ
                   DISPLAY 'COB1-YTD COUNTS DISAGREE'
                   MOVE 'N' TO WS-CONVERT-OK-SW
               END-IF
           END-IF.
      **************************************************************
      * CONVERTS COB1-YTD-ARCH-OLD TO A NEW COB1-YTD-ARCH. HEADER *
      * AND TRAILER RECORDS ARE COPIED AS THEY STAND, PADDED OUT *
      * TO THE NEW WIDTH; EVERY OTHER RECORD IS WIDENED *
      **************************************************************
       2000-CONVERT-ARCHIVE.
           OPEN INPUT OLDARCH-FILE.
           IF WS-OLDARCH-STATUS = '35'
               DISPLAY 'NO COB1-YTD-ARCH-OLD - NO ARCHIVE TO CONVERT'
           ELSE
               IF WS-OLDARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN COB1-YTD-ARCH-OLD, STATUS='
                     WS-OLDARCH-STATUS
                   MOVE 'N' TO WS-CONVERT-OK-SW
               ELSE
                   PERFORM 2100-CHECK-NEW-ARCHIVE
                   IF WS-ARCH-STATUS = '35'
                       PERFORM 2200-COPY-ARCHIVE
                   END-IF
                   CLOSE OLDARCH-FILE
               END-IF
           END-IF.
       2100-CHECK-NEW-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '35'
               IF WS-ARCH-STATUS = '00'
                   CLOSE ARCH-FILE
               END-IF
               DISPLAY 'COB1-YTD-ARCH ALREADY EXISTS, STATUS='
                 WS-ARCH-STATUS ' - RENAME IT TO COB1-YTD-ARCH-OLD'
                 ' FIRST, OR IT HAS ALREADY BEEN CONVERTED'
               MOVE 'N' TO WS-CONVERT-OK-SW
           END-IF.
       2200-COPY-ARCHIVE.
           OPEN OUTPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO CREATE COB1-YTD-ARCH, STATUS='
                 WS-ARCH-STATUS
               MOVE 'N' TO WS-CONVERT-OK-SW
           ELSE
               PERFORM UNTIL EOF-A = 1
                   READ OLDARCH-FILE INTO OLD-DATA
                     AT END MOVE 1 TO EOF-A
                     NOT AT END
                       ADD 1 TO WS-ARCH-READ
                       EVALUATE OD-EID
                           WHEN '*HEADR*'
                               ADD 1 TO WS-ARCH-SEGMENTS
                               MOVE OLD-DATA TO ARCH-REC
                           WHEN '*TRAIL*'
                               MOVE OLD-DATA TO ARCH-REC
                           WHEN OTHER
                               PERFORM 3000-WIDEN-RECORD
                               MOVE YTD-REC TO ARCH-REC
                       END-EVALUATE
                       WRITE ARCH-REC
                       ADD 1 TO WS-ARCH-WRITTEN
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
               DISPLAY 'COB1-YTD-ARCH: ' WS-ARCH-SEGMENTS
                 ' YEAR SEGMENTS, ' WS-ARCH-READ ' RECORDS READ, '
                 WS-ARCH-WRITTEN ' WRITTEN'
               IF WS-ARCH-WRITTEN NOT = WS-ARCH-READ
                   DISPLAY 'COB1-YTD-ARCH COUNTS DISAGREE'
                   MOVE 'N' TO WS-CONVERT-OK-SW
               END-IF
           END-IF.
      **************************************************************
      * BUILDS THE WIDE RECORD FROM THE OLD ONE IN OLD-DATA. AN *
      * UNREADABLE OLD PERIOD COUNT OR GROSS STARTS AT ZERO SO THE *
      * NEW FIGURES STAY ARITHMETIC, AND IS SAID OUT LOUD SO THE *
      * EMPLOYEE'S YEAR IS CHECKED BY HAND BEFORE THE W-2 RUN *
      **************************************************************
       3000-WIDEN-RECORD.
           MOVE SPACES         TO YTD-REC.
           MOVE OD-EID         TO Y-EID.
           MOVE OD-LAST-PERIOD TO Y-LAST-PERIOD.
           IF OD-PERIODS NUMERIC
               MOVE OD-PERIODS TO Y-PERIODS
           ELSE
               MOVE 0 TO Y-PERIODS
               DISPLAY 'EID ' OD-EID ' PERIOD COUNT UNREADABLE - '
                 'CONVERTED AS ZERO, CHECK BY HAND'
           END-IF.
           IF OD-GROSS NUMERIC
               MOVE OD-GROSS TO Y-GROSS
           ELSE
               MOVE 0 TO Y-GROSS
               DISPLAY 'EID ' OD-EID ' GROSS UNREADABLE - '
                 'CONVERTED AS ZERO, CHECK BY HAND'
           END-IF.
           MOVE 0 TO Y-FED-WH.
           MOVE 0 TO Y-STATE-WH.
           MOVE 0 TO Y-INSURANCE.
           MOVE 0 TO Y-401K.
           MOVE 0 TO Y-GARNISH.
           MOVE Y-GROSS TO Y-NET.
