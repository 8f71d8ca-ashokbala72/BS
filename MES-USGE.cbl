       01 WS-PARTS-REFRESHED          PIC 9(7) VALUE ZERO.
       01 WS-PARTS-EXCEPTED           PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-USGE".
           05 WS-RCL-STEP-SEQ         PIC 9(3).
           05 WS-RCL-BUSINESS-DATE    PIC 9(8).
           05 WS-RCL-RECORDS-READ     PIC 9(9).
           05 WS-RCL-RECORDS-WRITTEN  PIC 9(9).
           05 WS-RCL-END-STATUS       PIC X(10).
           05 WS-RCL-RUN-ALLOWED      PIC X.
           05 WS-RCL-RUN-TYPE         PIC X.
           05 WS-RCL-PREDECESSORS     PIC X(48).
           05 WS-RCL-MESSAGE          PIC X(40).

       PROCEDURE DIVISION.

       MAIN-SECTION.
           PERFORM ACCUMULATE-USAGE-HISTORY
           PERFORM REFRESH-ANNUAL-DEMAND
           PERFORM FINALIZE-USAGE-RUN
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-USAGE-RUN.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES USAGE HISTORY RUN STARTED"
           OPEN I-O USAGE-HISTORY-FILE
           IF WS-UH-FILE-STATUS = "35"
           IF AUD-AFTER-QTY < AUD-BEFORE-QTY
               AND AUD-ORDER-NO NOT = "CYCLECOUNT"
               AND AUD-ORDER-NO NOT = "TRANSFER"
               AND AUD-ORDER-NO NOT = "QC-ACCEPT"
               AND AUD-ORDER-NO NOT = "QC-REJECT"
               MOVE AUD-DATE TO WS-AUD-DATE-X
               IF WS-AUD-DATE-X IS NUMERIC
                   AND AUD-DATE > WS-LAST-CUTOFF-DATE
           DISPLAY "PARTS DEMAND REFRESHED " WS-PARTS-REFRESHED
           DISPLAY "PARTS HELD FOR REVIEW " WS-PARTS-EXCEPTED
           DISPLAY "MES USAGE HISTORY RUN ENDED".

       START-RUN-CONTROL.
           MOVE "START" TO WS-RCL-FUNCTION
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-RUN-ALLOWED NOT = "Y"
               DISPLAY WS-RCL-STEP-ID " NOT RUN FOR BUSINESS DATE "
                   WS-RCL-BUSINESS-DATE " - " WS-RCL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RCL-MESSAGE NOT = SPACES
               DISPLAY WS-RCL-STEP-ID " " WS-RCL-MESSAGE
           END-IF
           MOVE WS-RCL-BUSINESS-DATE TO WS-TODAY-DATE.

       END-RUN-CONTROL.
           MOVE "END" TO WS-RCL-FUNCTION
           MOVE WS-ISSUES-POSTED TO WS-RCL-RECORDS-READ
           MOVE WS-PARTS-REFRESHED TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
