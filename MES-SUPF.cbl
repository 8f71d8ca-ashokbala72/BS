           SELECT SUPPLIER-REPORT-FILE ASSIGN TO "suprpt.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETURN-TO-VENDOR-FILE ASSIGN TO "rtv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 SR-ON-TIME-DELIVERIES  PIC 9(7).
           05 SR-ON-TIME-PCT         PIC 9(3).
           05 SR-AVG-LEAD-DAYS       PIC 9(3).
           05 SR-RETURNS             PIC 9(7).
           05 SR-RETURNED-QTY        PIC 9(9).

       FD RETURN-TO-VENDOR-FILE.
       01 RETURN-TO-VENDOR-RECORD.
           05 RTV-PO-NO              PIC X(12).
           05 RTV-PART-NO            PIC X(15).
           05 RTV-SUPPLIER-ID        PIC X(10).
           05 RTV-LOT-NO             PIC X(15).
           05 RTV-QUANTITY           PIC 9(7).
           05 RTV-UNIT-PRICE         PIC 9(5)V99.
           05 RTV-DEBIT-AMOUNT       PIC 9(9)V99.
           05 RTV-DEDUCTED-AMOUNT    PIC 9(9)V99.
           05 RTV-REASON             PIC X(20).
           05 RTV-DATE               PIC 9(8).
           05 RTV-STATUS             PIC X(10).

       WORKING-STORAGE SECTION.

       01 WS-DH-FILE-STATUS           PIC XX.
       01 WS-DH-EOF                   PIC X VALUE "N".
       01 WS-RTV-FILE-STATUS          PIC XX.
       01 WS-RTV-EOF                  PIC X VALUE "N".
       01 WS-PERF-SUPPLIER-KEY        PIC X(10).
       01 WS-PERF-NET-ON-TIME         PIC S9(8).
       01 WS-SUP-EOF                  PIC X VALUE "N".
       01 WS-UPDATED-COUNT            PIC 9(7) VALUE ZERO.

               10 WS-PERF-DELIVERIES  PIC 9(7).
               10 WS-PERF-ON-TIME     PIC 9(7).
               10 WS-PERF-LEAD-TOTAL  PIC 9(9).
               10 WS-PERF-RETURNS     PIC 9(7).
               10 WS-PERF-RETURN-QTY  PIC 9(9).
               10 WS-PERF-FIRST-DATE  PIC 9(8).
       01 WS-PERF-MATCH-IDX           PIC 9(5).
       01 WS-PERF-RATING              PIC 9(3).
       01 WS-PERF-AVG-LEAD            PIC 9(3).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-SUPF".
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
           PERFORM START-RUN-CONTROL
           DISPLAY "SUPPLIER PERFORMANCE RUN STARTED"
           PERFORM LOAD-DELIVERY-HISTORY
           IF WS-DH-FILE-STATUS = "35"
               DISPLAY "NO DELIVERY HISTORY - RATINGS UNCHANGED"
           ELSE
               PERFORM LOAD-RETURNS-TO-VENDOR
               IF WS-PERF-COUNT > ZERO
                   PERFORM UPDATE-SUPPLIER-MASTER
                   PERFORM WRITE-PERFORMANCE-REPORT
           END-IF
           DISPLAY "SUPPLIER RECORDS UPDATED " WS-UPDATED-COUNT
           DISPLAY "SUPPLIER PERFORMANCE RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       LOAD-DELIVERY-HISTORY.
           END-IF.

       ACCUMULATE-DELIVERY.
           MOVE DH-SUPPLIER-ID TO WS-PERF-SUPPLIER-KEY
           PERFORM FIND-PERF-ENTRY
           IF PERF-IDX NOT > WS-PERF-COUNT
               ADD 1 TO WS-PERF-DELIVERIES(PERF-IDX)
               IF DH-ON-TIME = "Y"
                   ADD 1 TO WS-PERF-ON-TIME(PERF-IDX)
               END-IF
               ADD DH-ACTUAL-LEAD-DAYS TO WS-PERF-LEAD-TOTAL(PERF-IDX)
               IF WS-PERF-FIRST-DATE(PERF-IDX) = ZERO
                   OR DH-ACTUAL-DATE < WS-PERF-FIRST-DATE(PERF-IDX)
                   MOVE DH-ACTUAL-DATE TO WS-PERF-FIRST-DATE(PERF-IDX)
               END-IF
           END-IF.

       FIND-PERF-ENTRY.
           MOVE ZERO TO WS-PERF-MATCH-IDX
           PERFORM TEST-PERF-SLOT VARYING PERF-IDX FROM 1 BY 1
               UNTIL PERF-IDX > WS-PERF-COUNT
               IF WS-PERF-COUNT < 500
                   ADD 1 TO WS-PERF-COUNT
                   SET PERF-IDX TO WS-PERF-COUNT
                   MOVE WS-PERF-SUPPLIER-KEY
                       TO WS-PERF-SUPPLIER-ID(PERF-IDX)
                   MOVE ZERO TO WS-PERF-DELIVERIES(PERF-IDX)
                   MOVE ZERO TO WS-PERF-ON-TIME(PERF-IDX)
                   MOVE ZERO TO WS-PERF-LEAD-TOTAL(PERF-IDX)
                   MOVE ZERO TO WS-PERF-RETURNS(PERF-IDX)
                   MOVE ZERO TO WS-PERF-RETURN-QTY(PERF-IDX)
                   MOVE ZERO TO WS-PERF-FIRST-DATE(PERF-IDX)
               ELSE
                   DISPLAY "PERFORMANCE TABLE FULL - SKIPPED "
                       WS-PERF-SUPPLIER-KEY
                   SET PERF-IDX TO WS-PERF-COUNT
                   ADD 1 TO PERF-IDX
               END-IF
           END-IF.

       TEST-PERF-SLOT.
           IF WS-PERF-SUPPLIER-ID(PERF-IDX) = WS-PERF-SUPPLIER-KEY
               MOVE PERF-IDX TO WS-PERF-MATCH-IDX
           END-IF.

       LOAD-RETURNS-TO-VENDOR.
           OPEN INPUT RETURN-TO-VENDOR-FILE
           IF WS-RTV-FILE-STATUS = "35"
               MOVE "Y" TO WS-RTV-EOF
           END-IF
           PERFORM UNTIL WS-RTV-EOF = "Y"
               READ RETURN-TO-VENDOR-FILE
                   AT END MOVE "Y" TO WS-RTV-EOF
                   NOT AT END
                       IF RTV-SUPPLIER-ID NOT = SPACES
                           PERFORM ACCUMULATE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RTV-FILE-STATUS NOT = "35"
               CLOSE RETURN-TO-VENDOR-FILE
           END-IF.

       ACCUMULATE-RETURN.
           MOVE RTV-SUPPLIER-ID TO WS-PERF-SUPPLIER-KEY
           MOVE ZERO TO WS-PERF-MATCH-IDX
           PERFORM TEST-PERF-SLOT VARYING PERF-IDX FROM 1 BY 1
               UNTIL PERF-IDX > WS-PERF-COUNT
           IF WS-PERF-MATCH-IDX > ZERO
               SET PERF-IDX TO WS-PERF-MATCH-IDX
               IF RTV-DATE NOT < WS-PERF-FIRST-DATE(PERF-IDX)
                   ADD 1 TO WS-PERF-RETURNS(PERF-IDX)
                   ADD RTV-QUANTITY TO WS-PERF-RETURN-QTY(PERF-IDX)
               END-IF
           END-IF.

       UPDATE-SUPPLIER-MASTER.
           MOVE "N" TO WS-SUP-EOF
           OPEN I-O SUPPLIER-FILE
               UNTIL PERF-IDX > WS-PERF-COUNT
           IF WS-PERF-MATCH-IDX > ZERO
               SET PERF-IDX TO WS-PERF-MATCH-IDX
               IF WS-PERF-DELIVERIES(PERF-IDX) > ZERO
                   PERFORM COMPUTE-SUPPLIER-MEASURES
                   MOVE WS-PERF-RATING   TO SUPPLIER-RATING
                   MOVE WS-PERF-AVG-LEAD TO SUPPLIER-LEAD-TIME
                   REWRITE SUPPLIER-RECORD
                   ADD 1 TO WS-UPDATED-COUNT
               END-IF
           END-IF.

       TEST-MASTER-PERF-SLOT.
           END-IF.

       COMPUTE-SUPPLIER-MEASURES.
           IF WS-PERF-DELIVERIES(PERF-IDX) = ZERO
               MOVE ZERO TO WS-PERF-RATING
               MOVE ZERO TO WS-PERF-AVG-LEAD
           ELSE
               COMPUTE WS-PERF-NET-ON-TIME =
                   WS-PERF-ON-TIME(PERF-IDX)
                   - WS-PERF-RETURNS(PERF-IDX)
               IF WS-PERF-NET-ON-TIME < ZERO
                   MOVE ZERO TO WS-PERF-NET-ON-TIME
               END-IF
               COMPUTE WS-PERF-RATING ROUNDED =
                   (WS-PERF-NET-ON-TIME * 100)
                   / WS-PERF-DELIVERIES(PERF-IDX)
               COMPUTE WS-PERF-AVG-LEAD ROUNDED =
                   WS-PERF-LEAD-TOTAL(PERF-IDX)
                   / WS-PERF-DELIVERIES(PERF-IDX)
           END-IF.

       WRITE-PERFORMANCE-REPORT.
           OPEN OUTPUT SUPPLIER-REPORT-FILE
           MOVE WS-PERF-ON-TIME(PERF-IDX)     TO SR-ON-TIME-DELIVERIES
           MOVE WS-PERF-RATING                TO SR-ON-TIME-PCT
           MOVE WS-PERF-AVG-LEAD              TO SR-AVG-LEAD-DAYS
           MOVE WS-PERF-RETURNS(PERF-IDX)     TO SR-RETURNS
           MOVE WS-PERF-RETURN-QTY(PERF-IDX)  TO SR-RETURNED-QTY
           WRITE SUPPLIER-REPORT-RECORD.

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
           END-IF.

       END-RUN-CONTROL.
           MOVE "END" TO WS-RCL-FUNCTION
           MOVE WS-PERF-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-UPDATED-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
