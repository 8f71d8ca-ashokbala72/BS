       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-LTRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-REQUEST-FILE ASSIGN TO "lotreq.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRQ-FILE-STATUS.

           SELECT LOT-TRANSACTION-FILE ASSIGN TO "lottran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTX-FILE-STATUS.

           SELECT LOT-TRACE-REPORT-FILE ASSIGN TO "lottrace.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRACE-REQUEST-FILE.
       01 TRACE-REQUEST-RECORD.
           05 TRQ-DIRECTION          PIC X(1).
           05 TRQ-PART-NO            PIC X(15).
           05 TRQ-LOT-NO             PIC X(15).

       FD LOT-TRANSACTION-FILE.
       01 LOT-TRANSACTION-RECORD.
           05 LTX-TYPE               PIC X(10).
           05 LTX-PART-NO            PIC X(15).
           05 LTX-LOT-NO             PIC X(15).
           05 LTX-LOCATION           PIC X(10).
           05 LTX-ORDER-NO           PIC X(12).
           05 LTX-QUANTITY           PIC 9(7).
           05 LTX-SUPPLIER-ID        PIC X(10).
           05 LTX-DATE               PIC 9(8).
           05 LTX-TIME               PIC 9(8).

       FD LOT-TRACE-REPORT-FILE.
       01 LOT-TRACE-REPORT-RECORD.
           05 TRC-REQUEST-PART       PIC X(15).
           05 TRC-REQUEST-LOT        PIC X(15).
           05 TRC-DIRECTION          PIC X(1).
           05 TRC-LEVEL              PIC 9(2).
           05 TRC-LINK               PIC X(10).
           05 TRC-PART-NO            PIC X(15).
           05 TRC-LOT-NO             PIC X(15).
           05 TRC-ORDER-NO           PIC X(12).
           05 TRC-SUPPLIER-ID        PIC X(10).
           05 TRC-QUANTITY           PIC 9(7).
           05 TRC-DATE               PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-TRQ-FILE-STATUS          PIC XX.
       01 WS-LTX-FILE-STATUS          PIC XX.
       01 WS-TRQ-EOF                  PIC X VALUE "N".
       01 WS-LTX-EOF                  PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-TRACE-FOUND              PIC X.
       01 WS-TRC-CURR                 PIC 9(5).
       01 WS-TRC-NODE-PART            PIC X(15).
       01 WS-TRC-NODE-LOT             PIC X(15).
       01 WS-TRC-NODE-LEVEL           PIC 9(2).
       01 WS-TRC-ORDER-NO             PIC X(12).
       01 WS-TRC-NEW-PART             PIC X(15).
       01 WS-TRC-NEW-LOT              PIC X(15).
       01 WS-TRC-NEW-LEVEL            PIC 9(2).
       01 WS-REQUESTS-READ            PIC 9(7) VALUE ZERO.
       01 WS-TRACE-LINES              PIC 9(7) VALUE ZERO.
       01 WS-LTT-SKIPPED              PIC 9(7) VALUE ZERO.

       01 WS-LTT-TABLE.
           05 WS-LTT-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-LTT-ENTRY OCCURS 10000 TIMES
                   INDEXED BY LTT-IDX LTT-SCAN-IDX.
               10 WS-LTT-TYPE         PIC X(10).
               10 WS-LTT-PART-NO      PIC X(15).
               10 WS-LTT-LOT-NO       PIC X(15).
               10 WS-LTT-ORDER-NO     PIC X(12).
               10 WS-LTT-QUANTITY     PIC 9(7).
               10 WS-LTT-SUPPLIER-ID  PIC X(10).
               10 WS-LTT-DATE         PIC 9(8).

       01 WS-TRN-TABLE.
           05 WS-TRN-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-TRN-ENTRY OCCURS 500 TIMES INDEXED BY TRN-IDX.
               10 WS-TRN-PART-NO      PIC X(15).
               10 WS-TRN-LOT-NO       PIC X(15).
               10 WS-TRN-LEVEL        PIC 9(2).
       01 WS-TRN-MATCH-IDX            PIC 9(5).

       01 WS-TRO-TABLE.
           05 WS-TRO-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-TRO-ENTRY OCCURS 500 TIMES INDEXED BY TRO-IDX.
               10 WS-TRO-ORDER-NO     PIC X(12).
       01 WS-TRO-MATCH-IDX            PIC 9(5).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-LTRC".
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
           PERFORM INIT-LOT-TRACE
           IF WS-TRQ-FILE-STATUS = "35"
               DISPLAY "NO LOT TRACE REQUEST FILE - NOTHING TO TRACE"
           ELSE
               PERFORM LOAD-LOT-TRANSACTIONS
               PERFORM PROCESS-TRACE-REQUESTS
               PERFORM FINALIZE-LOT-TRACE
           END-IF
           DISPLAY "MES LOT TRACE RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-LOT-TRACE.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES LOT TRACE RUN STARTED"
           OPEN INPUT TRACE-REQUEST-FILE
           IF WS-TRQ-FILE-STATUS NOT = "35"
               OPEN OUTPUT LOT-TRACE-REPORT-FILE
           END-IF.

       LOAD-LOT-TRANSACTIONS.
           OPEN INPUT LOT-TRANSACTION-FILE
           IF WS-LTX-FILE-STATUS = "35"
               MOVE "Y" TO WS-LTX-EOF
               DISPLAY "NO LOT TRANSACTION FILE - NO LOT HISTORY"
           END-IF
           PERFORM UNTIL WS-LTX-EOF = "Y"
               READ LOT-TRANSACTION-FILE
                   AT END MOVE "Y" TO WS-LTX-EOF
                   NOT AT END PERFORM STORE-LOT-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-LTX-FILE-STATUS NOT = "35"
               CLOSE LOT-TRANSACTION-FILE
           END-IF
           IF WS-LTT-SKIPPED > ZERO
               DISPLAY "LOT TRANSACTION TABLE FULL - " WS-LTT-SKIPPED
                   " TRANSACTIONS NOT LOADED - TRACE INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       STORE-LOT-TRANSACTION.
           IF WS-LTT-COUNT < 10000
               ADD 1 TO WS-LTT-COUNT
               SET LTT-IDX TO WS-LTT-COUNT
               MOVE LTX-TYPE        TO WS-LTT-TYPE(LTT-IDX)
               MOVE LTX-PART-NO     TO WS-LTT-PART-NO(LTT-IDX)
               MOVE LTX-LOT-NO      TO WS-LTT-LOT-NO(LTT-IDX)
               MOVE LTX-ORDER-NO    TO WS-LTT-ORDER-NO(LTT-IDX)
               MOVE LTX-QUANTITY    TO WS-LTT-QUANTITY(LTT-IDX)
               MOVE LTX-SUPPLIER-ID TO WS-LTT-SUPPLIER-ID(LTT-IDX)
               MOVE LTX-DATE        TO WS-LTT-DATE(LTT-IDX)
           ELSE
               ADD 1 TO WS-LTT-SKIPPED
           END-IF.

       PROCESS-TRACE-REQUESTS.
           PERFORM UNTIL WS-TRQ-EOF = "Y"
               READ TRACE-REQUEST-FILE
                   AT END MOVE "Y" TO WS-TRQ-EOF
                   NOT AT END PERFORM TRACE-ONE-LOT
               END-READ
           END-PERFORM.

       TRACE-ONE-LOT.
           ADD 1 TO WS-REQUESTS-READ
           IF TRQ-DIRECTION NOT = "F" AND TRQ-DIRECTION NOT = "B"
               DISPLAY "INVALID TRACE DIRECTION FOR LOT " TRQ-LOT-NO
           ELSE
               MOVE "N"  TO WS-TRACE-FOUND
               MOVE ZERO TO WS-TRN-COUNT
               MOVE ZERO TO WS-TRO-COUNT
               MOVE TRQ-PART-NO TO WS-TRC-NEW-PART
               MOVE TRQ-LOT-NO  TO WS-TRC-NEW-LOT
               MOVE ZERO        TO WS-TRC-NEW-LEVEL
               PERFORM ADD-TRACE-NODE
               PERFORM PROCESS-TRACE-NODE
                   VARYING WS-TRC-CURR FROM 1 BY 1
                   UNTIL WS-TRC-CURR > WS-TRN-COUNT
               IF WS-TRACE-FOUND = "N"
                   PERFORM WRITE-LOT-NOT-FOUND
               END-IF
               IF WS-LTT-SKIPPED > ZERO
                   PERFORM WRITE-TRACE-INCOMPLETE
               END-IF
           END-IF.

       ADD-TRACE-NODE.
           MOVE ZERO TO WS-TRN-MATCH-IDX
           PERFORM TEST-TRACE-NODE-SLOT VARYING TRN-IDX FROM 1 BY 1
               UNTIL TRN-IDX > WS-TRN-COUNT
           IF WS-TRN-MATCH-IDX = ZERO
               IF WS-TRN-COUNT < 500
                   ADD 1 TO WS-TRN-COUNT
                   SET TRN-IDX TO WS-TRN-COUNT
                   MOVE WS-TRC-NEW-PART  TO WS-TRN-PART-NO(TRN-IDX)
                   MOVE WS-TRC-NEW-LOT   TO WS-TRN-LOT-NO(TRN-IDX)
                   MOVE WS-TRC-NEW-LEVEL TO WS-TRN-LEVEL(TRN-IDX)
               ELSE
                   DISPLAY "TRACE TABLE FULL - LOT NOT FOLLOWED "
                       WS-TRC-NEW-PART " " WS-TRC-NEW-LOT
               END-IF
           END-IF.

       TEST-TRACE-NODE-SLOT.
           IF WS-TRN-PART-NO(TRN-IDX) = WS-TRC-NEW-PART
               AND WS-TRN-LOT-NO(TRN-IDX) = WS-TRC-NEW-LOT
               MOVE TRN-IDX TO WS-TRN-MATCH-IDX
           END-IF.

       PROCESS-TRACE-NODE.
           SET TRN-IDX TO WS-TRC-CURR
           MOVE WS-TRN-PART-NO(TRN-IDX) TO WS-TRC-NODE-PART
           MOVE WS-TRN-LOT-NO(TRN-IDX)  TO WS-TRC-NODE-LOT
           MOVE WS-TRN-LEVEL(TRN-IDX)   TO WS-TRC-NODE-LEVEL
           IF TRQ-DIRECTION = "F"
               PERFORM TEST-FORWARD-LINK VARYING LTT-IDX FROM 1 BY 1
                   UNTIL LTT-IDX > WS-LTT-COUNT
           ELSE
               PERFORM TEST-BACKWARD-LINK VARYING LTT-IDX FROM 1 BY 1
                   UNTIL LTT-IDX > WS-LTT-COUNT
           END-IF.

       TEST-FORWARD-LINK.
           IF WS-LTT-PART-NO(LTT-IDX) = WS-TRC-NODE-PART
               AND WS-LTT-LOT-NO(LTT-IDX) = WS-TRC-NODE-LOT
               MOVE "Y" TO WS-TRACE-FOUND
               IF WS-LTT-TYPE(LTT-IDX) = "ISSUE"
                   MOVE "CONSUMED" TO TRC-LINK
                   PERFORM WRITE-NODE-TRACE-LINE
                   MOVE WS-LTT-ORDER-NO(LTT-IDX) TO WS-TRC-ORDER-NO
                   PERFORM CHECK-ORDER-EXPANDED
                   IF WS-TRO-MATCH-IDX = ZERO
                       PERFORM TEST-ORDER-OUTPUT
                           VARYING LTT-SCAN-IDX FROM 1 BY 1
                           UNTIL LTT-SCAN-IDX > WS-LTT-COUNT
                   END-IF
               END-IF
               IF WS-LTT-TYPE(LTT-IDX) = "SHIP"
                   MOVE "SHIPPED" TO TRC-LINK
                   PERFORM WRITE-NODE-TRACE-LINE
               END-IF
               IF WS-LTT-TYPE(LTT-IDX) = "RTV"
                   MOVE "RETURNED" TO TRC-LINK
                   PERFORM WRITE-NODE-TRACE-LINE
               END-IF
           END-IF.

       TEST-ORDER-OUTPUT.
           IF WS-LTT-TYPE(LTT-SCAN-IDX) = "PRODUCE"
               AND WS-LTT-ORDER-NO(LTT-SCAN-IDX) = WS-TRC-ORDER-NO
               MOVE "PRODUCED" TO TRC-LINK
               COMPUTE WS-TRC-NEW-LEVEL = WS-TRC-NODE-LEVEL + 1
               PERFORM WRITE-SCAN-TRACE-LINE
               MOVE WS-LTT-PART-NO(LTT-SCAN-IDX) TO WS-TRC-NEW-PART
               MOVE WS-LTT-LOT-NO(LTT-SCAN-IDX)  TO WS-TRC-NEW-LOT
               PERFORM ADD-TRACE-NODE
           END-IF.

       TEST-BACKWARD-LINK.
           IF WS-LTT-PART-NO(LTT-IDX) = WS-TRC-NODE-PART
               AND WS-LTT-LOT-NO(LTT-IDX) = WS-TRC-NODE-LOT
               MOVE "Y" TO WS-TRACE-FOUND
               IF WS-LTT-TYPE(LTT-IDX) = "RECEIPT"
                   MOVE "RECEIVED" TO TRC-LINK
                   PERFORM WRITE-NODE-TRACE-LINE
               END-IF
               IF WS-LTT-TYPE(LTT-IDX) = "PRODUCE"
                   MOVE "MADE BY" TO TRC-LINK
                   PERFORM WRITE-NODE-TRACE-LINE
                   MOVE WS-LTT-ORDER-NO(LTT-IDX) TO WS-TRC-ORDER-NO
                   PERFORM CHECK-ORDER-EXPANDED
                   IF WS-TRO-MATCH-IDX = ZERO
                       PERFORM TEST-ORDER-INPUT
                           VARYING LTT-SCAN-IDX FROM 1 BY 1
                           UNTIL LTT-SCAN-IDX > WS-LTT-COUNT
                   END-IF
               END-IF
           END-IF.

       TEST-ORDER-INPUT.
           IF WS-LTT-TYPE(LTT-SCAN-IDX) = "ISSUE"
               AND WS-LTT-ORDER-NO(LTT-SCAN-IDX) = WS-TRC-ORDER-NO
               MOVE "COMPONENT" TO TRC-LINK
               COMPUTE WS-TRC-NEW-LEVEL = WS-TRC-NODE-LEVEL + 1
               PERFORM WRITE-SCAN-TRACE-LINE
               IF WS-LTT-LOT-NO(LTT-SCAN-IDX) NOT = SPACES
                   MOVE WS-LTT-PART-NO(LTT-SCAN-IDX) TO WS-TRC-NEW-PART
                   MOVE WS-LTT-LOT-NO(LTT-SCAN-IDX)  TO WS-TRC-NEW-LOT
                   PERFORM ADD-TRACE-NODE
               END-IF
           END-IF.

       CHECK-ORDER-EXPANDED.
           MOVE ZERO TO WS-TRO-MATCH-IDX
           PERFORM TEST-EXPANDED-ORDER-SLOT VARYING TRO-IDX FROM 1 BY 1
               UNTIL TRO-IDX > WS-TRO-COUNT
           IF WS-TRO-MATCH-IDX = ZERO
               IF WS-TRO-COUNT < 500
                   ADD 1 TO WS-TRO-COUNT
                   SET TRO-IDX TO WS-TRO-COUNT
                   MOVE WS-TRC-ORDER-NO TO WS-TRO-ORDER-NO(TRO-IDX)
               ELSE
                   DISPLAY "TRACE ORDER TABLE FULL - ORDER NOT "
                       "FOLLOWED " WS-TRC-ORDER-NO
                   MOVE 1 TO WS-TRO-MATCH-IDX
               END-IF
           END-IF.

       TEST-EXPANDED-ORDER-SLOT.
           IF WS-TRO-ORDER-NO(TRO-IDX) = WS-TRC-ORDER-NO
               MOVE TRO-IDX TO WS-TRO-MATCH-IDX
           END-IF.

       WRITE-NODE-TRACE-LINE.
           MOVE WS-TRC-NODE-LEVEL           TO TRC-LEVEL
           MOVE WS-LTT-PART-NO(LTT-IDX)     TO TRC-PART-NO
           MOVE WS-LTT-LOT-NO(LTT-IDX)      TO TRC-LOT-NO
           MOVE WS-LTT-ORDER-NO(LTT-IDX)    TO TRC-ORDER-NO
           MOVE WS-LTT-SUPPLIER-ID(LTT-IDX) TO TRC-SUPPLIER-ID
           MOVE WS-LTT-QUANTITY(LTT-IDX)    TO TRC-QUANTITY
           MOVE WS-LTT-DATE(LTT-IDX)        TO TRC-DATE
           PERFORM WRITE-TRACE-LINE.

       WRITE-SCAN-TRACE-LINE.
           MOVE WS-TRC-NEW-LEVEL                 TO TRC-LEVEL
           MOVE WS-LTT-PART-NO(LTT-SCAN-IDX)     TO TRC-PART-NO
           MOVE WS-LTT-LOT-NO(LTT-SCAN-IDX)      TO TRC-LOT-NO
           MOVE WS-LTT-ORDER-NO(LTT-SCAN-IDX)    TO TRC-ORDER-NO
           MOVE WS-LTT-SUPPLIER-ID(LTT-SCAN-IDX) TO TRC-SUPPLIER-ID
           MOVE WS-LTT-QUANTITY(LTT-SCAN-IDX)    TO TRC-QUANTITY
           MOVE WS-LTT-DATE(LTT-SCAN-IDX)        TO TRC-DATE
           PERFORM WRITE-TRACE-LINE.

       WRITE-LOT-NOT-FOUND.
           MOVE ZERO         TO TRC-LEVEL
           MOVE "NOT FOUND"  TO TRC-LINK
           MOVE TRQ-PART-NO  TO TRC-PART-NO
           MOVE TRQ-LOT-NO   TO TRC-LOT-NO
           MOVE SPACES       TO TRC-ORDER-NO
           MOVE SPACES       TO TRC-SUPPLIER-ID
           MOVE ZERO         TO TRC-QUANTITY
           MOVE WS-TODAY-DATE TO TRC-DATE
           PERFORM WRITE-TRACE-LINE.

       WRITE-TRACE-INCOMPLETE.
           MOVE ZERO           TO TRC-LEVEL
           MOVE "INCOMPLETE"   TO TRC-LINK
           MOVE TRQ-PART-NO    TO TRC-PART-NO
           MOVE TRQ-LOT-NO     TO TRC-LOT-NO
           MOVE SPACES         TO TRC-ORDER-NO
           MOVE SPACES         TO TRC-SUPPLIER-ID
           MOVE WS-LTT-SKIPPED TO TRC-QUANTITY
           MOVE WS-TODAY-DATE  TO TRC-DATE
           PERFORM WRITE-TRACE-LINE.

       WRITE-TRACE-LINE.
           MOVE TRQ-PART-NO   TO TRC-REQUEST-PART
           MOVE TRQ-LOT-NO    TO TRC-REQUEST-LOT
           MOVE TRQ-DIRECTION TO TRC-DIRECTION
           WRITE LOT-TRACE-REPORT-RECORD
           ADD 1 TO WS-TRACE-LINES.

       FINALIZE-LOT-TRACE.
           CLOSE TRACE-REQUEST-FILE
           CLOSE LOT-TRACE-REPORT-FILE
           DISPLAY "TRACE REQUESTS READ " WS-REQUESTS-READ
           DISPLAY "TRACE LINES WRITTEN " WS-TRACE-LINES.

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
           MOVE WS-REQUESTS-READ TO WS-RCL-RECORDS-READ
           MOVE WS-TRACE-LINES TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
