       01 TRANS-REC.
         03 T-CODE        PIC X.
         03 T-EMPLOYEE-IMAGE PIC X(100).
         03 T-BUDGET-OVR  PIC X.
         03 T-OVR-REASON  PIC X(30).
      **************************************************************
      * WORK FILE HOLDING THE EXTRACT SORTED BY EID *
      **************************************************************
           MOVE E-FIRST TO L-OE-FIRST1.
           WRITE PRNT-REC FROM PRNT-ONLY-EXTRACT1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TRANS-REC.
           MOVE 'A' TO T-CODE.
           MOVE EXTRACT-DATA TO T-EMPLOYEE-IMAGE.
           WRITE TRANS-REC.
           MOVE M-FIRST TO L-OM-FIRST1.
           WRITE PRNT-REC FROM PRNT-ONLY-MASTER1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TRANS-REC.
           MOVE 'D' TO T-CODE.
           MOVE MASTER-DATA TO T-EMPLOYEE-IMAGE.
           WRITE TRANS-REC.
               WRITE PRNT-REC FROM PRNT-DIFFER1
                 AFTER ADVANCING 1 LINE
               PERFORM 1850-PRINT-FIELD-DIFFS
               MOVE SPACES TO TRANS-REC
               MOVE 'C' TO T-CODE
               MOVE EXTRACT-DATA TO T-EMPLOYEE-IMAGE
               WRITE TRANS-REC
