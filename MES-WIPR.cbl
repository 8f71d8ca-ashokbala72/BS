       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-WIPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-OPERATION-FILE ASSIGN TO "prodoper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT WORK-CENTER-FILE ASSIGN TO "workctr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-ID.

           SELECT WIP-SORT-FILE ASSIGN TO "wipsort.dat".

           SELECT WIP-REPORT-FILE ASSIGN TO "wiprpt.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PROD-OPERATION-FILE.
       01 PROD-OPERATION-RECORD.
           05 OPR-KEY.
               10 OPR-ORDER-NO       PIC X(12).
               10 OPR-OPER-SEQ       PIC 9(3).
           05 OPR-PART-NO            PIC X(15).
           05 OPR-WORK-CENTER        PIC X(10).
           05 OPR-DESCRIPTION        PIC X(30).
           05 OPR-ORDER-QTY          PIC 9(7).
           05 OPR-SETUP-HOURS        PIC 9(3)V99.
           05 OPR-RUN-HOURS          PIC 9(3)V9(4).
           05 OPR-STD-HOURS          PIC 9(7)V99.
           05 OPR-START-DATE         PIC 9(8).
           05 OPR-END-DATE           PIC 9(8).
           05 OPR-COMPLETED-QTY      PIC 9(7).
           05 OPR-SCRAP-QTY          PIC 9(7).
           05 OPR-ACTUAL-HOURS       PIC 9(7)V99.
           05 OPR-LAST-REPORT-DATE   PIC 9(8).
           05 OPR-STATUS             PIC X(10).

       FD WORK-CENTER-FILE.
       01 WORK-CENTER-RECORD.
           05 WC-ID                  PIC X(10).
           05 WC-DAILY-CAPACITY      PIC 9(7).

       SD WIP-SORT-FILE.
       01 WIP-SORT-RECORD.
           05 WSR-WORK-CENTER        PIC X(10).
           05 WSR-ORDER-NO           PIC X(12).
           05 WSR-OPER-SEQ           PIC 9(3).
           05 WSR-PART-NO            PIC X(15).
           05 WSR-DESCRIPTION        PIC X(30).
           05 WSR-ORDER-QTY          PIC 9(7).
           05 WSR-COMPLETED-QTY      PIC 9(7).
           05 WSR-REMAINING-QTY      PIC 9(7).
           05 WSR-REMAINING-HOURS    PIC 9(7)V99.
           05 WSR-ACTUAL-HOURS       PIC 9(7)V99.
           05 WSR-START-DATE         PIC 9(8).
           05 WSR-END-DATE           PIC 9(8).
           05 WSR-STATUS             PIC X(10).

       FD WIP-REPORT-FILE.
       01 WIP-REPORT-RECORD.
           05 WIP-LINE-TYPE          PIC X(1).
           05 WIP-WORK-CENTER        PIC X(10).
           05 WIP-WC-CAPACITY        PIC 9(7).
           05 WIP-ORDER-NO           PIC X(12).
           05 WIP-OPER-SEQ           PIC 9(3).
           05 WIP-PART-NO            PIC X(15).
           05 WIP-OPER-DESCRIPTION   PIC X(30).
           05 WIP-ORDER-QTY          PIC 9(7).
           05 WIP-COMPLETED-QTY      PIC 9(7).
           05 WIP-REMAINING-QTY      PIC 9(7).
           05 WIP-REMAINING-HOURS    PIC 9(7)V99.
           05 WIP-ACTUAL-HOURS       PIC 9(7)V99.
           05 WIP-START-DATE         PIC 9(8).
           05 WIP-END-DATE           PIC 9(8).
           05 WIP-STATUS             PIC X(10).
           05 WIP-LATE-FLAG          PIC X(4).
           05 WIP-ORDER-COUNT        PIC 9(5).
           05 WIP-LATE-COUNT         PIC 9(5).
           05 WIP-REPORT-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-OPR-FILE-STATUS          PIC XX.
       01 WS-OPR-EOF                  PIC X VALUE "N".
       01 WS-WSR-EOF                  PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-LAST-ORDER-NO            PIC X(12) VALUE SPACES.
       01 WS-ORDER-PLACED             PIC X VALUE "N".
       01 WS-SETUP-DUE-HOURS          PIC 9(3)V99.
       01 WS-CURR-WC                  PIC X(10) VALUE SPACES.
       01 WS-CURR-WC-CAPACITY         PIC 9(7).
       01 WS-WC-ORDER-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-WC-LATE-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-WC-REMAINING-QTY         PIC 9(7) VALUE ZERO.
       01 WS-WC-REMAINING-HOURS       PIC 9(7)V99 VALUE ZERO.
       01 WS-WC-ACTUAL-HOURS          PIC 9(7)V99 VALUE ZERO.
       01 WS-WIP-ORDER-TOTAL          PIC 9(7) VALUE ZERO.
       01 WS-WIP-LATE-TOTAL           PIC 9(7) VALUE ZERO.
       01 WS-WIP-CENTER-TOTAL         PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-WIPR".
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
           PERFORM INIT-WIP-REPORT
           IF WS-OPR-FILE-STATUS = "35"
               DISPLAY "NO ORDER OPERATION FILE - NOTHING TO REPORT"
           ELSE
               PERFORM PRODUCE-WIP-REPORT
               PERFORM FINALIZE-WIP-REPORT
           END-IF
           DISPLAY "MES WIP STATUS REPORT RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-WIP-REPORT.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES WIP STATUS REPORT RUN STARTED"
           OPEN INPUT PROD-OPERATION-FILE.

       PRODUCE-WIP-REPORT.
           OPEN INPUT WORK-CENTER-FILE
           OPEN OUTPUT WIP-REPORT-FILE
           SORT WIP-SORT-FILE
               ON ASCENDING KEY WSR-WORK-CENTER WSR-END-DATE
                   WSR-ORDER-NO
               INPUT PROCEDURE IS SELECT-CURRENT-OPERATIONS
               OUTPUT PROCEDURE IS WRITE-WIP-LINES
           CLOSE WIP-REPORT-FILE
           CLOSE WORK-CENTER-FILE.

       SELECT-CURRENT-OPERATIONS.
           PERFORM UNTIL WS-OPR-EOF = "Y"
               READ PROD-OPERATION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OPR-EOF
                   NOT AT END PERFORM CHECK-ORDER-OPERATION
               END-READ
           END-PERFORM.

       CHECK-ORDER-OPERATION.
           IF OPR-ORDER-NO NOT = WS-LAST-ORDER-NO
               MOVE OPR-ORDER-NO TO WS-LAST-ORDER-NO
               MOVE "N" TO WS-ORDER-PLACED
           END-IF
           IF WS-ORDER-PLACED = "N" AND OPR-STATUS NOT = "COMPLETE"
               MOVE "Y" TO WS-ORDER-PLACED
               PERFORM RELEASE-CURRENT-OPERATION
           END-IF.

       RELEASE-CURRENT-OPERATION.
           MOVE OPR-WORK-CENTER   TO WSR-WORK-CENTER
           MOVE OPR-ORDER-NO      TO WSR-ORDER-NO
           MOVE OPR-OPER-SEQ      TO WSR-OPER-SEQ
           MOVE OPR-PART-NO       TO WSR-PART-NO
           MOVE OPR-DESCRIPTION   TO WSR-DESCRIPTION
           MOVE OPR-ORDER-QTY     TO WSR-ORDER-QTY
           MOVE OPR-COMPLETED-QTY TO WSR-COMPLETED-QTY
           IF OPR-COMPLETED-QTY + OPR-SCRAP-QTY < OPR-ORDER-QTY
               COMPUTE WSR-REMAINING-QTY = OPR-ORDER-QTY
                   - OPR-COMPLETED-QTY - OPR-SCRAP-QTY
           ELSE
               MOVE ZERO TO WSR-REMAINING-QTY
           END-IF
           MOVE ZERO TO WS-SETUP-DUE-HOURS
           IF OPR-COMPLETED-QTY = ZERO AND OPR-SCRAP-QTY = ZERO
               MOVE OPR-SETUP-HOURS TO WS-SETUP-DUE-HOURS
           END-IF
           COMPUTE WSR-REMAINING-HOURS ROUNDED = WS-SETUP-DUE-HOURS
               + OPR-RUN-HOURS * WSR-REMAINING-QTY
           MOVE OPR-ACTUAL-HOURS  TO WSR-ACTUAL-HOURS
           MOVE OPR-START-DATE    TO WSR-START-DATE
           MOVE OPR-END-DATE      TO WSR-END-DATE
           MOVE OPR-STATUS        TO WSR-STATUS
           RELEASE WIP-SORT-RECORD.

       WRITE-WIP-LINES.
           PERFORM UNTIL WS-WSR-EOF = "Y"
               RETURN WIP-SORT-FILE
                   AT END MOVE "Y" TO WS-WSR-EOF
                   NOT AT END PERFORM WRITE-WIP-DETAIL
               END-RETURN
           END-PERFORM
           IF WS-CURR-WC NOT = SPACES
               PERFORM WRITE-WIP-TOTAL
           END-IF.

       WRITE-WIP-DETAIL.
           IF WSR-WORK-CENTER NOT = WS-CURR-WC
               IF WS-CURR-WC NOT = SPACES
                   PERFORM WRITE-WIP-TOTAL
               END-IF
               PERFORM START-WORK-CENTER-GROUP
           END-IF
           MOVE SPACES              TO WIP-REPORT-RECORD
           MOVE "D"                 TO WIP-LINE-TYPE
           MOVE WS-CURR-WC          TO WIP-WORK-CENTER
           MOVE WS-CURR-WC-CAPACITY TO WIP-WC-CAPACITY
           MOVE WSR-ORDER-NO        TO WIP-ORDER-NO
           MOVE WSR-OPER-SEQ        TO WIP-OPER-SEQ
           MOVE WSR-PART-NO         TO WIP-PART-NO
           MOVE WSR-DESCRIPTION     TO WIP-OPER-DESCRIPTION
           MOVE WSR-ORDER-QTY       TO WIP-ORDER-QTY
           MOVE WSR-COMPLETED-QTY   TO WIP-COMPLETED-QTY
           MOVE WSR-REMAINING-QTY   TO WIP-REMAINING-QTY
           MOVE WSR-REMAINING-HOURS TO WIP-REMAINING-HOURS
           MOVE WSR-ACTUAL-HOURS    TO WIP-ACTUAL-HOURS
           MOVE WSR-START-DATE      TO WIP-START-DATE
           MOVE WSR-END-DATE        TO WIP-END-DATE
           MOVE WSR-STATUS          TO WIP-STATUS
           MOVE ZERO                TO WIP-ORDER-COUNT
           MOVE ZERO                TO WIP-LATE-COUNT
           MOVE WS-TODAY-DATE       TO WIP-REPORT-DATE
           IF WSR-END-DATE < WS-TODAY-DATE
               MOVE "LATE" TO WIP-LATE-FLAG
               ADD 1 TO WS-WC-LATE-COUNT
               ADD 1 TO WS-WIP-LATE-TOTAL
           END-IF
           WRITE WIP-REPORT-RECORD
           ADD 1 TO WS-WC-ORDER-COUNT
           ADD 1 TO WS-WIP-ORDER-TOTAL
           ADD WSR-REMAINING-QTY   TO WS-WC-REMAINING-QTY
           ADD WSR-REMAINING-HOURS TO WS-WC-REMAINING-HOURS
           ADD WSR-ACTUAL-HOURS    TO WS-WC-ACTUAL-HOURS.

       START-WORK-CENTER-GROUP.
           MOVE WSR-WORK-CENTER TO WS-CURR-WC
           MOVE ZERO TO WS-CURR-WC-CAPACITY
           MOVE WSR-WORK-CENTER TO WC-ID
           READ WORK-CENTER-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN WORK CENTER " WSR-WORK-CENTER
               NOT INVALID KEY
                   MOVE WC-DAILY-CAPACITY TO WS-CURR-WC-CAPACITY
           END-READ
           MOVE ZERO TO WS-WC-ORDER-COUNT
           MOVE ZERO TO WS-WC-LATE-COUNT
           MOVE ZERO TO WS-WC-REMAINING-QTY
           MOVE ZERO TO WS-WC-REMAINING-HOURS
           MOVE ZERO TO WS-WC-ACTUAL-HOURS
           ADD 1 TO WS-WIP-CENTER-TOTAL.

       WRITE-WIP-TOTAL.
           MOVE SPACES                 TO WIP-REPORT-RECORD
           MOVE "T"                    TO WIP-LINE-TYPE
           MOVE WS-CURR-WC             TO WIP-WORK-CENTER
           MOVE WS-CURR-WC-CAPACITY    TO WIP-WC-CAPACITY
           MOVE ZERO                   TO WIP-OPER-SEQ
           MOVE ZERO                   TO WIP-ORDER-QTY
           MOVE ZERO                   TO WIP-COMPLETED-QTY
           MOVE WS-WC-REMAINING-QTY    TO WIP-REMAINING-QTY
           MOVE WS-WC-REMAINING-HOURS  TO WIP-REMAINING-HOURS
           MOVE WS-WC-ACTUAL-HOURS     TO WIP-ACTUAL-HOURS
           MOVE ZERO                   TO WIP-START-DATE
           MOVE ZERO                   TO WIP-END-DATE
           MOVE WS-WC-ORDER-COUNT      TO WIP-ORDER-COUNT
           MOVE WS-WC-LATE-COUNT       TO WIP-LATE-COUNT
           MOVE WS-TODAY-DATE          TO WIP-REPORT-DATE
           WRITE WIP-REPORT-RECORD.

       FINALIZE-WIP-REPORT.
           CLOSE PROD-OPERATION-FILE
           DISPLAY "WORK CENTERS WITH WIP " WS-WIP-CENTER-TOTAL
           DISPLAY "ORDERS IN PROCESS " WS-WIP-ORDER-TOTAL
           DISPLAY "ORDERS PAST OPERATION DUE DATE " WS-WIP-LATE-TOTAL.

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
           MOVE WS-WIP-ORDER-TOTAL TO WS-RCL-RECORDS-READ
           MOVE WS-WIP-CENTER-TOTAL TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
