               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO "lotstock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LSTK-FILE-STATUS.

           SELECT LOT-TRANSACTION-FILE ASSIGN TO "lottran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

               10 SLOC-LOCATION      PIC X(10).
           05 SLOC-ON-HAND           PIC 9(7).

       FD GL-MOVEMENT-FILE.
       01 GL-MOVEMENT-RECORD.
           05 GLM-MOVE-TYPE          PIC X(10).
           05 GLM-SOURCE             PIC X(8).
           05 GLM-PART-NO            PIC X(15).
           05 GLM-REFERENCE          PIC X(12).
           05 GLM-LOCATION           PIC X(10).
           05 GLM-TO-LOCATION        PIC X(10).
           05 GLM-QUANTITY           PIC S9(9).
           05 GLM-UNIT-COST          PIC S9(5)V99.
           05 GLM-AMOUNT             PIC S9(11)V99.
           05 GLM-DATE               PIC 9(8).
           05 GLM-TIME               PIC 9(8).

       FD LOT-STOCK-FILE.
       01 LOT-STOCK-RECORD.
           05 LSTK-KEY.
               10 LSTK-PART-NO       PIC X(15).
               10 LSTK-LOCATION      PIC X(10).
               10 LSTK-LOT-NO        PIC X(15).
           05 LSTK-ON-HAND           PIC 9(7).
           05 LSTK-RECEIPT-DATE      PIC 9(8).
           05 LSTK-SUPPLIER-ID       PIC X(10).
           05 LSTK-SOURCE-ORDER      PIC X(12).

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

       WORKING-STORAGE SECTION.

       01 WS-CC-FILE-STATUS           PIC XX.
       01 WS-COUNT-POSTED             PIC 9(7) VALUE ZERO.
       01 WS-COUNT-UNPOSTED           PIC 9(7) VALUE ZERO.
       01 WS-COUNT-REJECTED           PIC 9(7) VALUE ZERO.
       01 WS-GLM-FILE-STATUS          PIC XX.
       01 WS-LSTK-FILE-STATUS         PIC XX.
       01 WS-LTX-FILE-STATUS          PIC XX.
       01 WS-LOT-PART-NO              PIC X(15).
       01 WS-LOT-LOCATION             PIC X(10).
       01 WS-LOT-NO                   PIC X(15).
       01 WS-LOT-QTY                  PIC 9(7).
       01 WS-LOT-TAKE-QTY             PIC 9(7).
       01 WS-LOT-TRAN-TYPE            PIC X(10).
       01 WS-LOT-SUPPLIER-ID          PIC X(10).
       01 WS-LOT-SCAN-EOF             PIC X.
       01 WS-LOT-OLDEST-FOUND         PIC X.
       01 WS-LOT-OLDEST-NO            PIC X(15).
       01 WS-LOT-OLDEST-DATE          PIC 9(8).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-CYCL".
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

               PERFORM FINALIZE-CYCLE-COUNT
           END-IF
           DISPLAY "MES CYCLE COUNT RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-CYCLE-COUNT.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES CYCLE COUNT RUN STARTED"
           OPEN INPUT CYCLE-COUNT-FILE
           IF WS-CC-FILE-STATUS NOT = "35"
                   CLOSE STOCK-LOCATION-FILE
                   OPEN I-O STOCK-LOCATION-FILE
               END-IF
               OPEN EXTEND GL-MOVEMENT-FILE
               IF WS-GLM-FILE-STATUS = "35"
                   OPEN OUTPUT GL-MOVEMENT-FILE
               END-IF
               OPEN I-O LOT-STOCK-FILE
               IF WS-LSTK-FILE-STATUS = "35"
                   OPEN OUTPUT LOT-STOCK-FILE
                   CLOSE LOT-STOCK-FILE
                   OPEN I-O LOT-STOCK-FILE
               END-IF
               OPEN EXTEND LOT-TRANSACTION-FILE
               IF WS-LTX-FILE-STATUS = "35"
                   OPEN OUTPUT LOT-TRANSACTION-FILE
               END-IF
           END-IF.

       PROCESS-CYCLE-COUNTS.
       POST-COUNT-ADJUSTMENT.
           MOVE CC-COUNT-QTY TO SLOC-ON-HAND
           REWRITE STOCK-LOCATION-RECORD
           PERFORM ADJUST-COUNT-LOTS
           COMPUTE WS-NEW-TOTAL-QTY =
               WS-BEFORE-QTY + WS-VARIANCE-QTY
           IF WS-NEW-TOTAL-QTY < ZERO
           MOVE WS-NEW-TOTAL-QTY TO INV-ON-HAND
           REWRITE INVENTORY-RECORD
           PERFORM WRITE-ADJUSTMENT-AUDIT
           IF INV-ON-HAND NOT = WS-BEFORE-QTY
               PERFORM WRITE-ADJUSTMENT-GL-MOVEMENT
           END-IF
           ADD 1 TO WS-COUNT-POSTED.

       ADJUST-COUNT-LOTS.
           MOVE CC-PART-NO TO WS-LOT-PART-NO
           MOVE WS-LOC-ID  TO WS-LOT-LOCATION
           IF WS-VARIANCE-QTY < ZERO
               COMPUTE WS-LOT-QTY = ZERO - WS-VARIANCE-QTY
               MOVE "ADJUST-OUT" TO WS-LOT-TRAN-TYPE
               MOVE "Y" TO WS-LOT-OLDEST-FOUND
               PERFORM UNTIL WS-LOT-QTY = ZERO
                   OR WS-LOT-OLDEST-FOUND = "N"
                   PERFORM FIND-OLDEST-LOT
                   IF WS-LOT-OLDEST-FOUND = "Y"
                       PERFORM TAKE-FROM-OLDEST-LOT
                   END-IF
               END-PERFORM
               IF WS-LOT-QTY > ZERO
                   DISPLAY "NO LOT STOCK FOR " WS-LOT-QTY " OF COUNT "
                       "DECREASE " CC-PART-NO " AT " WS-LOC-ID
               END-IF
           ELSE
               MOVE WS-VARIANCE-QTY TO WS-LOT-TAKE-QTY
               MOVE "ADJUST-IN"     TO WS-LOT-TRAN-TYPE
               MOVE SPACES          TO WS-LOT-SUPPLIER-ID
               MOVE SPACES          TO WS-LOT-NO
               STRING "CC" WS-TODAY-DATE DELIMITED BY SIZE
                   INTO WS-LOT-NO
               END-STRING
               PERFORM ADD-TO-COUNT-LOT
               PERFORM WRITE-LOT-TRANSACTION
           END-IF.

       FIND-OLDEST-LOT.
           MOVE "N" TO WS-LOT-OLDEST-FOUND
           MOVE "N" TO WS-LOT-SCAN-EOF
           MOVE WS-LOT-PART-NO  TO LSTK-PART-NO
           MOVE WS-LOT-LOCATION TO LSTK-LOCATION
           MOVE LOW-VALUES      TO LSTK-LOT-NO
           START LOT-STOCK-FILE KEY IS NOT LESS THAN LSTK-KEY
               INVALID KEY MOVE "Y" TO WS-LOT-SCAN-EOF
           END-START
           PERFORM UNTIL WS-LOT-SCAN-EOF = "Y"
               READ LOT-STOCK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LOT-SCAN-EOF
               END-READ
               IF WS-LOT-SCAN-EOF NOT = "Y"
                   IF LSTK-PART-NO = WS-LOT-PART-NO
                       AND LSTK-LOCATION = WS-LOT-LOCATION
                       PERFORM TEST-OLDEST-LOT
                   ELSE
                       MOVE "Y" TO WS-LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       TEST-OLDEST-LOT.
           IF LSTK-ON-HAND > ZERO
               IF WS-LOT-OLDEST-FOUND = "N"
                   OR LSTK-RECEIPT-DATE < WS-LOT-OLDEST-DATE
                   MOVE "Y"               TO WS-LOT-OLDEST-FOUND
                   MOVE LSTK-LOT-NO       TO WS-LOT-OLDEST-NO
                   MOVE LSTK-RECEIPT-DATE TO WS-LOT-OLDEST-DATE
               END-IF
           END-IF.

       TAKE-FROM-OLDEST-LOT.
           MOVE ZERO TO WS-LOT-TAKE-QTY
           MOVE WS-LOT-PART-NO   TO LSTK-PART-NO
           MOVE WS-LOT-LOCATION  TO LSTK-LOCATION
           MOVE WS-LOT-OLDEST-NO TO LSTK-LOT-NO
           READ LOT-STOCK-FILE
               INVALID KEY MOVE "N" TO WS-LOT-OLDEST-FOUND
               NOT INVALID KEY
                   IF WS-LOT-QTY > LSTK-ON-HAND
                       MOVE LSTK-ON-HAND TO WS-LOT-TAKE-QTY
                   ELSE
                       MOVE WS-LOT-QTY TO WS-LOT-TAKE-QTY
                   END-IF
                   SUBTRACT WS-LOT-TAKE-QTY FROM LSTK-ON-HAND
                   REWRITE LOT-STOCK-RECORD
                   MOVE LSTK-SUPPLIER-ID  TO WS-LOT-SUPPLIER-ID
           END-READ
           IF WS-LOT-TAKE-QTY > ZERO
               MOVE WS-LOT-OLDEST-NO TO WS-LOT-NO
               PERFORM WRITE-LOT-TRANSACTION
               SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-QTY
           END-IF.

       ADD-TO-COUNT-LOT.
           MOVE WS-LOT-PART-NO  TO LSTK-PART-NO
           MOVE WS-LOT-LOCATION TO LSTK-LOCATION
           MOVE WS-LOT-NO       TO LSTK-LOT-NO
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE WS-LOT-TAKE-QTY TO LSTK-ON-HAND
                   MOVE WS-TODAY-DATE   TO LSTK-RECEIPT-DATE
                   MOVE SPACES          TO LSTK-SUPPLIER-ID
                   MOVE "CYCLECOUNT"    TO LSTK-SOURCE-ORDER
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "LOT STOCK WRITE FAILED "
                               WS-LOT-PART-NO " " WS-LOT-NO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-TAKE-QTY TO LSTK-ON-HAND
                   REWRITE LOT-STOCK-RECORD
           END-READ.

       WRITE-LOT-TRANSACTION.
           MOVE WS-LOT-TRAN-TYPE   TO LTX-TYPE
           MOVE WS-LOT-PART-NO     TO LTX-PART-NO
           MOVE WS-LOT-NO          TO LTX-LOT-NO
           MOVE WS-LOT-LOCATION    TO LTX-LOCATION
           MOVE "CYCLECOUNT"       TO LTX-ORDER-NO
           MOVE WS-LOT-TAKE-QTY    TO LTX-QUANTITY
           MOVE WS-LOT-SUPPLIER-ID TO LTX-SUPPLIER-ID
           MOVE WS-TODAY-DATE      TO LTX-DATE
           ACCEPT LTX-TIME FROM TIME
           WRITE LOT-TRANSACTION-RECORD.

       WRITE-ADJUSTMENT-AUDIT.
           MOVE INV-PART-NO     TO AUD-PART-NO
           MOVE "CYCLECOUNT"    TO AUD-ORDER-NO
           ACCEPT AUD-TIME FROM TIME
           WRITE AUDIT-LOG-RECORD.

       WRITE-ADJUSTMENT-GL-MOVEMENT.
           MOVE "COUNT-ADJ"     TO GLM-MOVE-TYPE
           MOVE "MES-CYCL"      TO GLM-SOURCE
           MOVE INV-PART-NO     TO GLM-PART-NO
           MOVE "CYCLECOUNT"    TO GLM-REFERENCE
           MOVE WS-LOC-ID       TO GLM-LOCATION
           MOVE SPACES          TO GLM-TO-LOCATION
           COMPUTE GLM-QUANTITY = INV-ON-HAND - WS-BEFORE-QTY
           MOVE INV-UNIT-COST   TO GLM-UNIT-COST
           COMPUTE GLM-AMOUNT ROUNDED = GLM-QUANTITY * GLM-UNIT-COST
           MOVE WS-TODAY-DATE   TO GLM-DATE
           ACCEPT GLM-TIME FROM TIME
           WRITE GL-MOVEMENT-RECORD.

       GET-LOCATION-RECORD.
           MOVE "N" TO WS-LOC-FOUND
           MOVE WS-LOC-PART-NO TO SLOC-PART-NO
           CLOSE VARIANCE-REPORT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE STOCK-LOCATION-FILE
           CLOSE GL-MOVEMENT-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-TRANSACTION-FILE
           DISPLAY "COUNTS READ " WS-COUNT-READ
           DISPLAY "ADJUSTMENTS POSTED " WS-COUNT-POSTED
           DISPLAY "VARIANCES NOT APPROVED " WS-COUNT-UNPOSTED
           DISPLAY "COUNTS REJECTED " WS-COUNT-REJECTED.

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
           MOVE WS-COUNT-READ TO WS-RCL-RECORDS-READ
           MOVE WS-COUNT-POSTED TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
