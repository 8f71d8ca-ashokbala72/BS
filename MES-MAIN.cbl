           SELECT CONTROL-REPORT-FILE ASSIGN TO "ctlrpt.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LOT-STOCK-FILE ASSIGN TO "lotstock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LSTK-FILE-STATUS.

           SELECT LOT-TRANSACTION-FILE ASSIGN TO "lottran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTX-FILE-STATUS.

           SELECT SALES-ORDER-FILE ASSIGN TO "salesord.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT ROUTING-FILE ASSIGN TO "routing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTG-KEY
               FILE STATUS IS WS-RTG-FILE-STATUS.

           SELECT PROD-OPERATION-FILE ASSIGN TO "prodoper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

           SELECT CAPACITY-OVERLOAD-FILE ASSIGN TO "wcovload.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 BOM-KEY.
               10 BOM-PARENT-PART    PIC X(15).
               10 BOM-COMPONENT-PART PIC X(15).
               10 BOM-EFFECTIVE-FROM PIC 9(8).
           05 BOM-QTY-PER            PIC 9(5).
           05 BOM-EFFECTIVE-TO       PIC 9(8).
           05 BOM-CHANGE-NO          PIC X(12).
           05 BOM-CHANGE-REASON      PIC X(30).

       FD REJECTED-ORDERS-FILE.
       01 REJECTED-ORDER-RECORD.
       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD      PIC X(80).

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

       FD SALES-ORDER-FILE.
       01 SALES-ORDER-RECORD.
           05 SO-ORDER-NO            PIC X(12).
           05 SO-CUSTOMER-ID         PIC X(10).
           05 SO-CUSTOMER-REF        PIC X(15).
           05 SO-PART-NO             PIC X(15).
           05 SO-ORDER-QTY           PIC 9(7).
           05 SO-ALLOCATED-QTY       PIC 9(7).
           05 SO-SHIPPED-QTY         PIC 9(7).
           05 SO-REQUEST-DATE        PIC 9(8).
           05 SO-ENTRY-DATE          PIC 9(8).
           05 SO-STATUS              PIC X(10).

       FD ROUTING-FILE.
       01 ROUTING-RECORD.
           05 RTG-KEY.
               10 RTG-PART-NO        PIC X(15).
               10 RTG-OPER-SEQ       PIC 9(3).
           05 RTG-WORK-CENTER        PIC X(10).
           05 RTG-DESCRIPTION        PIC X(30).
           05 RTG-SETUP-HOURS        PIC 9(3)V99.
           05 RTG-RUN-HOURS          PIC 9(3)V9(4).

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

       FD CAPACITY-OVERLOAD-FILE.
       01 CAPACITY-OVERLOAD-RECORD.
           05 OVL-WC-ID              PIC X(10).
           05 OVL-DATE               PIC 9(8).
           05 OVL-LOAD-QTY           PIC 9(9).
           05 OVL-CAPACITY           PIC 9(7).
           05 OVL-OVER-QTY           PIC 9(9).
           05 OVL-RUN-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-EOF                     PIC X VALUE "N".
       01 WS-BOM-ANC-IDX              PIC 9(2).
       01 WS-BOM-COMP-PART            PIC X(15).
       01 WS-BOM-COMP-QTY             PIC 9(12).
       01 WS-BOM-EFFECTIVE-DATE       PIC 9(8).
       01 WS-BOM-STACK.
           05 WS-BOM-STACK-DEPTH      PIC 9(2) VALUE ZERO.
           05 WS-BOM-STACK-ENTRY OCCURS 20 TIMES.
               10 WS-STK-PART-NO      PIC X(15).
               10 WS-STK-REQ-QTY      PIC 9(12).
               10 WS-STK-LAST-COMP    PIC X(15).
               10 WS-STK-LAST-FROM    PIC 9(8).
       01 WS-DECR-PART-NO             PIC X(15).
       01 WS-DECR-QTY                 PIC 9(12).
       01 WS-SUP-EOF                  PIC X VALUE "N".
       01 WS-LOC-ID                   PIC X(10).
       01 WS-LOC-SEED-QTY             PIC 9(7).
       01 WS-LOC-ISSUE-QTY            PIC 9(7).
       01 WS-QC-HOLD-QTY              PIC 9(7).
       01 WS-ISSUE-AVAILABLE-QTY      PIC 9(7).
       01 WS-LOC-FOUND                PIC X.
       01 WS-LOC-PART-HAS-RECS        PIC X.
       01 WS-LOC-SCAN-EOF             PIC X.
       01 WS-WINDOW-START-INT         PIC 9(8).
       01 WS-WINDOW-END-INT           PIC 9(8).
       01 WS-DAY-INT                  PIC 9(8).
       01 WS-CAP-WC-ID                PIC X(10).
       01 WS-CAP-START-DATE           PIC 9(8).
       01 WS-CAP-END-DATE             PIC 9(8).
       01 WS-CAP-LOAD-QTY             PIC 9(7).
       01 WS-RTG-FILE-STATUS          PIC XX.
       01 WS-RTG-MISSING              PIC X VALUE "N".
       01 WS-RTG-SCAN-EOF             PIC X.
       01 WS-OPR-FILE-STATUS          PIC XX.
       01 WS-OPR-SCAN-EOF             PIC X.
       01 WS-OPS-FOUND                PIC X.
       01 WS-OPS-TOTAL-WEIGHT         PIC 9(9)V99.
       01 WS-OPS-CUM-WEIGHT           PIC 9(9)V99.
       01 WS-OPS-START-POS            PIC 9(5).
       01 WS-OPS-END-POS              PIC 9(5).
       01 WS-OPS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.

       01 WS-OPS-TABLE.
           05 WS-OPS-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-OPS-ENTRY OCCURS 50 TIMES INDEXED BY OPS-IDX.
               10 WS-OPS-SEQ          PIC 9(3).
               10 WS-OPS-WC-ID        PIC X(10).
               10 WS-OPS-DESCRIPTION  PIC X(30).
               10 WS-OPS-SETUP-HOURS  PIC 9(3)V99.
               10 WS-OPS-RUN-HOURS    PIC 9(3)V9(4).
               10 WS-OPS-STD-HOURS    PIC 9(7)V99.
               10 WS-OPS-WEIGHT       PIC 9(7)V99.
               10 WS-OPS-START-DATE   PIC 9(8).
               10 WS-OPS-END-DATE     PIC 9(8).
               10 WS-OPS-LOAD-QTY     PIC 9(7).

       01 WS-WIN-TABLE.
           05 WS-WIN-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-WIN-DATE OCCURS 400 TIMES INDEXED BY WIN-IDX
                                      PIC 9(8).
       01 WS-LSTK-FILE-STATUS         PIC XX.
       01 WS-LTX-FILE-STATUS          PIC XX.
       01 WS-LOT-PART-NO              PIC X(15).
       01 WS-LOT-LOCATION             PIC X(10).
       01 WS-LOT-NO                   PIC X(15).
       01 WS-LOT-QTY                  PIC 9(7).
       01 WS-LOT-TAKE-QTY             PIC 9(7).
       01 WS-LOT-TRAN-TYPE            PIC X(10).
       01 WS-LOT-ORDER-NO             PIC X(12).
       01 WS-LOT-SUPPLIER-ID          PIC X(10).
       01 WS-LOT-SCAN-EOF             PIC X.
       01 WS-LOT-OLDEST-FOUND         PIC X.
       01 WS-LOT-OLDEST-NO            PIC X(15).
       01 WS-LOT-OLDEST-DATE          PIC 9(8).

       01 WS-CKPT-FILE-STATUS         PIC XX.
       01 WS-PO-FILE-STATUS           PIC XX.
       01 WS-OPO-MATCH-IDX            PIC 9(5).
       01 WS-OPO-EOF                  PIC X VALUE "N".
       01 WS-MRP-PROD-EOF             PIC X.
       01 WS-SO-FILE-STATUS           PIC XX.
       01 WS-MRP-SO-EOF               PIC X.
       01 WS-MRP-SORT-EOF             PIC X.
       01 WS-MRP-CURR-PART            PIC X(15).
       01 WS-MRP-AVAILABLE            PIC S9(12).
       01 WS-CTL-DECREMENTS           PIC 9(7) VALUE ZERO.
       01 WS-CTL-BACKORDERS           PIC 9(7) VALUE ZERO.
       01 WS-CTL-POS-RAISED           PIC 9(7) VALUE ZERO.
       01 WS-CTL-GL-MOVEMENTS         PIC 9(7) VALUE ZERO.
       01 WS-CTL-OVERLOAD-DAYS        PIC 9(7) VALUE ZERO.
       01 WS-GLM-FILE-STATUS          PIC XX.
       01 WS-BAL-ERRORS               PIC 9(7) VALUE ZERO.
       01 WS-BAL-EXPECTED-QTY         PIC S9(9).

           05 WS-BAL-D-TEXT           PIC X(25).
           05 FILLER                  PIC X(14) VALUE SPACES.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-MAIN".
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
           PERFORM MRP-PLANNING
           PERFORM INVENTORY-VALUATION-REPORT
           PERFORM FINALIZE-PROCESS
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-PROCESS.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES SYSTEM STARTED".

       OPEN-MASTER-FILES.
               OPEN OUTPUT STOCK-LOCATION-FILE
               CLOSE STOCK-LOCATION-FILE
               OPEN I-O STOCK-LOCATION-FILE
           END-IF
           OPEN I-O LOT-STOCK-FILE
           IF WS-LSTK-FILE-STATUS = "35"
               OPEN OUTPUT LOT-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               OPEN I-O LOT-STOCK-FILE
           END-IF
           OPEN INPUT ROUTING-FILE
           IF WS-RTG-FILE-STATUS = "35"
               MOVE "Y" TO WS-RTG-MISSING
           END-IF
           OPEN I-O PROD-OPERATION-FILE
           IF WS-OPR-FILE-STATUS = "35"
               OPEN OUTPUT PROD-OPERATION-FILE
               CLOSE PROD-OPERATION-FILE
               OPEN I-O PROD-OPERATION-FILE
           END-IF.

       CLOSE-MASTER-FILES.
           CLOSE SUPPLIER-FILE
           CLOSE WORK-CENTER-FILE
           CLOSE STOCK-LOCATION-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE PROD-OPERATION-FILE
           IF WS-RTG-MISSING NOT = "Y"
               CLOSE ROUTING-FILE
           END-IF
           IF WS-CAL-MISSING NOT = "Y"
               CLOSE SHOP-CALENDAR-FILE
           END-IF.
           CLOSE REJECTED-ORDERS-FILE
           CLOSE BACKORDER-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE LOT-TRANSACTION-FILE
           CLOSE GL-MOVEMENT-FILE
           PERFORM REPORT-CAPACITY
           IF WS-SKIP-MODE = "Y"
               DISPLAY "CHECKPOINT RESTART POINT " WS-RESTART-ORDER-NO
           OPEN EXTEND BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
           END-IF
           OPEN EXTEND LOT-TRANSACTION-FILE
           IF WS-LTX-FILE-STATUS = "35"
               OPEN OUTPUT LOT-TRANSACTION-FILE
           END-IF
           OPEN EXTEND GL-MOVEMENT-FILE
           IF WS-GLM-FILE-STATUS = "35"
               OPEN OUTPUT GL-MOVEMENT-FILE
           END-IF.

       COUNT-AUDIT-RECORDS.

       CHECK-RESTART-POINT.
           PERFORM NOTE-ORDER-NO
           IF PROD-STATUS = "PLANNED" OR PROD-STATUS = "IN-PROCESS"
               PERFORM CHECK-CAPACITY
           END-IF
           IF PROD-ORDER-NO = WS-RESTART-ORDER-NO
               END-IF
               PERFORM WRITE-CHECKPOINT
           ELSE
               IF PROD-STATUS = "IN-PROCESS"
                   PERFORM CHECK-CAPACITY
               END-IF
           END-IF.

       RELEASE-PRODUCTION-ORDER.
           MOVE "IN-PROCESS" TO PROD-STATUS
           REWRITE PRODUCTION-RECORD
           IF WS-OPS-FOUND = "Y"
               PERFORM WRITE-ORDER-OPERATION
                   VARYING OPS-IDX FROM 1 BY 1
                   UNTIL OPS-IDX > WS-OPS-COUNT
           END-IF.

       WRITE-ORDER-OPERATION.
           MOVE PROD-ORDER-NO              TO OPR-ORDER-NO
           MOVE WS-OPS-SEQ(OPS-IDX)        TO OPR-OPER-SEQ
           MOVE PROD-PART-NO               TO OPR-PART-NO
           MOVE WS-OPS-WC-ID(OPS-IDX)      TO OPR-WORK-CENTER
           MOVE WS-OPS-DESCRIPTION(OPS-IDX) TO OPR-DESCRIPTION
           MOVE PROD-QUANTITY              TO OPR-ORDER-QTY
           MOVE WS-OPS-SETUP-HOURS(OPS-IDX) TO OPR-SETUP-HOURS
           MOVE WS-OPS-RUN-HOURS(OPS-IDX)  TO OPR-RUN-HOURS
           MOVE WS-OPS-STD-HOURS(OPS-IDX)  TO OPR-STD-HOURS
           MOVE WS-OPS-START-DATE(OPS-IDX) TO OPR-START-DATE
           MOVE WS-OPS-END-DATE(OPS-IDX)   TO OPR-END-DATE
           MOVE ZERO                       TO OPR-COMPLETED-QTY
           MOVE ZERO                       TO OPR-SCRAP-QTY
           MOVE ZERO                       TO OPR-ACTUAL-HOURS
           MOVE ZERO                       TO OPR-LAST-REPORT-DATE
           MOVE "OPEN"                     TO OPR-STATUS
           WRITE PROD-OPERATION-RECORD
               INVALID KEY
                   DISPLAY "OPERATION ALREADY ON FILE: "
                       PROD-ORDER-NO " " WS-OPS-SEQ(OPS-IDX)
               NOT INVALID KEY
                   ADD 1 TO WS-OPS-WRITTEN-COUNT
           END-WRITE.

       REJECT-PRODUCTION-ORDER.
           MOVE "REJECTED" TO PROD-STATUS
               INVALID KEY DISPLAY "PART NOT FOUND"
               NOT INVALID KEY
                   MOVE INV-ON-HAND TO WS-BEFORE-QTY
                   MOVE ZERO TO WS-SHORTAGE-QTY
                   MOVE WS-DECR-PART-NO TO WS-LOC-PART-NO
                   PERFORM GET-QC-HOLD-QTY
                   IF WS-QC-HOLD-QTY > INV-ON-HAND
                       MOVE INV-ON-HAND TO WS-QC-HOLD-QTY
                   END-IF
                   COMPUTE WS-ISSUE-AVAILABLE-QTY =
                       INV-ON-HAND - WS-QC-HOLD-QTY
                   IF WS-DECR-QTY > WS-ISSUE-AVAILABLE-QTY
                       COMPUTE WS-SHORTAGE-QTY =
                           WS-DECR-QTY - WS-ISSUE-AVAILABLE-QTY
                       MOVE WS-QC-HOLD-QTY TO INV-ON-HAND
                       PERFORM WRITE-BACKORDER
                   ELSE
                       SUBTRACT WS-DECR-QTY FROM INV-ON-HAND
                   COMPUTE WS-LOC-ISSUE-QTY =
                       WS-BEFORE-QTY - INV-ON-HAND
                   PERFORM ISSUE-FROM-MAIN-LOCATION
                   PERFORM ISSUE-FROM-MAIN-LOTS
                   PERFORM WRITE-ISSUE-GL-MOVEMENTS
                   ADD 1 TO WS-CTL-DECREMENTS
           END-READ.

       WRITE-ISSUE-GL-MOVEMENTS.
           IF WS-LOC-ISSUE-QTY > ZERO
               MOVE "ISSUE" TO GLM-MOVE-TYPE
               MOVE WS-LOC-ISSUE-QTY TO GLM-QUANTITY
               PERFORM WRITE-GL-MOVEMENT
           END-IF
           IF WS-SHORTAGE-QTY > ZERO
               MOVE "SHORTAGE" TO GLM-MOVE-TYPE
               MOVE WS-SHORTAGE-QTY TO GLM-QUANTITY
               PERFORM WRITE-GL-MOVEMENT
           END-IF.

       WRITE-GL-MOVEMENT.
           MOVE "MES-MAIN"      TO GLM-SOURCE
           MOVE WS-DECR-PART-NO TO GLM-PART-NO
           MOVE PROD-ORDER-NO   TO GLM-REFERENCE
           MOVE "MAIN"          TO GLM-LOCATION
           MOVE SPACES          TO GLM-TO-LOCATION
           MOVE INV-UNIT-COST   TO GLM-UNIT-COST
           COMPUTE GLM-AMOUNT ROUNDED = GLM-QUANTITY * GLM-UNIT-COST
           MOVE WS-TODAY-DATE   TO GLM-DATE
           ACCEPT GLM-TIME FROM TIME
           WRITE GL-MOVEMENT-RECORD
           ADD 1 TO WS-CTL-GL-MOVEMENTS.

       WRITE-AUDIT-LOG.
           MOVE WS-DECR-PART-NO TO AUD-PART-NO
           MOVE PROD-ORDER-NO   TO AUD-ORDER-NO
               REWRITE STOCK-LOCATION-RECORD
           END-IF.

       ISSUE-FROM-MAIN-LOTS.
           MOVE WS-DECR-PART-NO  TO WS-LOT-PART-NO
           MOVE "MAIN"           TO WS-LOT-LOCATION
           MOVE WS-LOC-ISSUE-QTY TO WS-LOT-QTY
           MOVE PROD-ORDER-NO    TO WS-LOT-ORDER-NO
           MOVE "ISSUE"          TO WS-LOT-TRAN-TYPE
           PERFORM ISSUE-FROM-LOT-STOCK.

       ISSUE-FROM-LOT-STOCK.
           MOVE "Y" TO WS-LOT-OLDEST-FOUND
           PERFORM UNTIL WS-LOT-QTY = ZERO
               OR WS-LOT-OLDEST-FOUND = "N"
               PERFORM FIND-OLDEST-LOT
               IF WS-LOT-OLDEST-FOUND = "Y"
                   PERFORM TAKE-FROM-OLDEST-LOT
               END-IF
           END-PERFORM
           IF WS-LOT-QTY > ZERO
               MOVE SPACES     TO WS-LOT-NO
               MOVE SPACES     TO WS-LOT-SUPPLIER-ID
               MOVE WS-LOT-QTY TO WS-LOT-TAKE-QTY
               PERFORM WRITE-LOT-TRANSACTION
               MOVE ZERO TO WS-LOT-QTY
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
                   MOVE LSTK-SUPPLIER-ID TO WS-LOT-SUPPLIER-ID
           END-READ
           IF WS-LOT-TAKE-QTY > ZERO
               MOVE WS-LOT-OLDEST-NO TO WS-LOT-NO
               PERFORM WRITE-LOT-TRANSACTION
               SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-QTY
           END-IF.

       WRITE-LOT-TRANSACTION.
           MOVE WS-LOT-TRAN-TYPE   TO LTX-TYPE
           MOVE WS-LOT-PART-NO     TO LTX-PART-NO
           MOVE WS-LOT-NO          TO LTX-LOT-NO
           MOVE WS-LOT-LOCATION    TO LTX-LOCATION
           MOVE WS-LOT-ORDER-NO    TO LTX-ORDER-NO
           MOVE WS-LOT-TAKE-QTY    TO LTX-QUANTITY
           MOVE WS-LOT-SUPPLIER-ID TO LTX-SUPPLIER-ID
           MOVE WS-TODAY-DATE      TO LTX-DATE
           ACCEPT LTX-TIME FROM TIME
           WRITE LOT-TRANSACTION-RECORD.

       GET-QC-HOLD-QTY.
           MOVE ZERO TO WS-QC-HOLD-QTY
           MOVE WS-LOC-PART-NO TO SLOC-PART-NO
           MOVE "QC-HOLD"      TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE SLOC-ON-HAND TO WS-QC-HOLD-QTY
           END-READ.

       GET-LOCATION-RECORD.
           MOVE "N" TO WS-LOC-FOUND
           MOVE WS-LOC-PART-NO TO SLOC-PART-NO
           MOVE PROD-PART-NO TO WS-STK-PART-NO(1)
           MOVE PROD-QUANTITY TO WS-STK-REQ-QTY(1)
           MOVE LOW-VALUES TO WS-STK-LAST-COMP(1)
           MOVE ZERO TO WS-STK-LAST-FROM(1)
           IF PROD-START-DATE IS NUMERIC AND PROD-START-DATE > ZERO
               MOVE PROD-START-DATE TO WS-BOM-EFFECTIVE-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BOM-EFFECTIVE-DATE
           END-IF
           PERFORM WALK-BOM-LEVEL
               UNTIL WS-BOM-STACK-DEPTH = ZERO.

       WALK-BOM-LEVEL.
           PERFORM READ-NEXT-BOM-COMPONENT
           IF WS-BOM-NEXT-FOUND = "Y"
               IF BOM-EFFECTIVE-FROM <= WS-BOM-EFFECTIVE-DATE
                   AND BOM-EFFECTIVE-TO >= WS-BOM-EFFECTIVE-DATE
                   PERFORM PROCESS-BOM-COMPONENT
               ELSE
                   MOVE BOM-COMPONENT-PART
                       TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
                   MOVE BOM-EFFECTIVE-FROM
                       TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-BOM-STACK-DEPTH
           END-IF.
               TO BOM-PARENT-PART
           MOVE WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
               TO BOM-COMPONENT-PART
           MOVE WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
               TO BOM-EFFECTIVE-FROM
           START BOM-FILE KEY IS GREATER THAN BOM-KEY
               INVALID KEY MOVE "Y" TO WS-BOM-EOF
           END-START
       PROCESS-BOM-COMPONENT.
           MOVE BOM-COMPONENT-PART
               TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
           MOVE BOM-EFFECTIVE-FROM
               TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
           MOVE BOM-COMPONENT-PART TO WS-BOM-COMP-PART
           COMPUTE WS-BOM-COMP-QTY =
               BOM-QTY-PER * WS-STK-REQ-QTY(WS-BOM-STACK-DEPTH)
                   TO WS-STK-REQ-QTY(WS-BOM-STACK-DEPTH)
               MOVE LOW-VALUES
                   TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
               MOVE ZERO
                   TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
           ELSE
               DISPLAY "BOM DEEPER THAN 20 LEVELS - NOT EXPLODED "
                   "BELOW " WS-BOM-COMP-PART
               PERFORM EDIT-DATE
           END-IF
           IF WS-EDIT-DATE-VALID = "Y"
               PERFORM LOAD-ORDER-OPERATIONS
               IF WS-OPS-FOUND = "Y"
                   PERFORM ACCUMULATE-OPERATION-LOAD
                       VARYING OPS-IDX FROM 1 BY 1
                       UNTIL OPS-IDX > WS-OPS-COUNT
               ELSE
                   MOVE PROD-WORK-CENTER TO WS-CAP-WC-ID
                   MOVE PROD-START-DATE  TO WS-CAP-START-DATE
                   MOVE PROD-END-DATE    TO WS-CAP-END-DATE
                   MOVE PROD-QUANTITY    TO WS-CAP-LOAD-QTY
                   PERFORM ACCUMULATE-CAPACITY-WINDOW
               END-IF
           END-IF.

       LOAD-ORDER-OPERATIONS.
           MOVE "N" TO WS-OPS-FOUND
           MOVE ZERO TO WS-OPS-COUNT
           IF PROD-STATUS = "IN-PROCESS"
               PERFORM LOAD-RELEASED-OPERATIONS
           END-IF
           IF WS-OPS-FOUND NOT = "Y" AND WS-RTG-MISSING NOT = "Y"
               PERFORM LOAD-PART-ROUTING
               IF WS-OPS-FOUND = "Y"
                   PERFORM SCHEDULE-ORDER-OPERATIONS
               END-IF
           END-IF.

       LOAD-RELEASED-OPERATIONS.
           MOVE "N" TO WS-OPR-SCAN-EOF
           MOVE PROD-ORDER-NO TO OPR-ORDER-NO
           MOVE ZERO TO OPR-OPER-SEQ
           START PROD-OPERATION-FILE KEY IS NOT LESS THAN OPR-KEY
               INVALID KEY MOVE "Y" TO WS-OPR-SCAN-EOF
           END-START
           PERFORM UNTIL WS-OPR-SCAN-EOF = "Y"
               READ PROD-OPERATION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OPR-SCAN-EOF
                   NOT AT END
                       IF OPR-ORDER-NO NOT = PROD-ORDER-NO
                           MOVE "Y" TO WS-OPR-SCAN-EOF
                       ELSE
                           MOVE "Y" TO WS-OPS-FOUND
                           IF OPR-STATUS NOT = "COMPLETE"
                               PERFORM STORE-RELEASED-OPERATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       STORE-RELEASED-OPERATION.
           IF WS-OPS-COUNT < 50
               ADD 1 TO WS-OPS-COUNT
               SET OPS-IDX TO WS-OPS-COUNT
               MOVE OPR-OPER-SEQ    TO WS-OPS-SEQ(OPS-IDX)
               MOVE OPR-WORK-CENTER TO WS-OPS-WC-ID(OPS-IDX)
               MOVE OPR-START-DATE  TO WS-OPS-START-DATE(OPS-IDX)
               MOVE OPR-END-DATE    TO WS-OPS-END-DATE(OPS-IDX)
               IF OPR-COMPLETED-QTY < OPR-ORDER-QTY
                   COMPUTE WS-OPS-LOAD-QTY(OPS-IDX) =
                       OPR-ORDER-QTY - OPR-COMPLETED-QTY
               ELSE
                   MOVE ZERO TO WS-OPS-LOAD-QTY(OPS-IDX)
               END-IF
           ELSE
               DISPLAY "OPERATION TABLE FULL - NOT LOADED: "
                   OPR-ORDER-NO " " OPR-OPER-SEQ
           END-IF.

       LOAD-PART-ROUTING.
           MOVE "N" TO WS-RTG-SCAN-EOF
           MOVE PROD-PART-NO TO RTG-PART-NO
           MOVE ZERO TO RTG-OPER-SEQ
           START ROUTING-FILE KEY IS NOT LESS THAN RTG-KEY
               INVALID KEY MOVE "Y" TO WS-RTG-SCAN-EOF
           END-START
           PERFORM UNTIL WS-RTG-SCAN-EOF = "Y"
               READ ROUTING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-RTG-SCAN-EOF
                   NOT AT END
                       IF RTG-PART-NO NOT = PROD-PART-NO
                           MOVE "Y" TO WS-RTG-SCAN-EOF
                       ELSE
                           MOVE "Y" TO WS-OPS-FOUND
                           PERFORM STORE-ROUTING-OPERATION
                       END-IF
               END-READ
           END-PERFORM.

       STORE-ROUTING-OPERATION.
           IF WS-OPS-COUNT < 50
               ADD 1 TO WS-OPS-COUNT
               SET OPS-IDX TO WS-OPS-COUNT
               MOVE RTG-OPER-SEQ    TO WS-OPS-SEQ(OPS-IDX)
               MOVE RTG-WORK-CENTER TO WS-OPS-WC-ID(OPS-IDX)
               MOVE RTG-DESCRIPTION TO WS-OPS-DESCRIPTION(OPS-IDX)
               MOVE RTG-SETUP-HOURS TO WS-OPS-SETUP-HOURS(OPS-IDX)
               MOVE RTG-RUN-HOURS   TO WS-OPS-RUN-HOURS(OPS-IDX)
               COMPUTE WS-OPS-STD-HOURS(OPS-IDX) ROUNDED =
                   RTG-SETUP-HOURS + RTG-RUN-HOURS * PROD-QUANTITY
               MOVE PROD-QUANTITY   TO WS-OPS-LOAD-QTY(OPS-IDX)
           ELSE
               DISPLAY "ROUTING TOO LONG - OPERATION NOT LOADED: "
                   RTG-PART-NO " " RTG-OPER-SEQ
           END-IF.

       SCHEDULE-ORDER-OPERATIONS.
           MOVE ZERO TO WS-WIN-COUNT
           COMPUTE WS-WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE(PROD-START-DATE)
           COMPUTE WS-WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(PROD-END-DATE)
           PERFORM ADD-WINDOW-WORKING-DAY
               VARYING WS-DAY-INT FROM WS-WINDOW-START-INT BY 1
               UNTIL WS-DAY-INT > WS-WINDOW-END-INT
           MOVE ZERO TO WS-OPS-TOTAL-WEIGHT
           PERFORM ADD-OPERATION-WEIGHT
               VARYING OPS-IDX FROM 1 BY 1
               UNTIL OPS-IDX > WS-OPS-COUNT
           IF WS-OPS-TOTAL-WEIGHT = ZERO
               PERFORM SET-EVEN-OPERATION-WEIGHT
                   VARYING OPS-IDX FROM 1 BY 1
                   UNTIL OPS-IDX > WS-OPS-COUNT
           END-IF
           MOVE ZERO TO WS-OPS-CUM-WEIGHT
           PERFORM SCHEDULE-OPERATION
               VARYING OPS-IDX FROM 1 BY 1
               UNTIL OPS-IDX > WS-OPS-COUNT.

       ADD-WINDOW-WORKING-DAY.
           MOVE WS-DAY-INT TO WS-CAL-CHECK-INT
           PERFORM CHECK-WORKING-DAY
           IF WS-CAL-WORK-FLAG = "Y" AND WS-WIN-COUNT < 400
               ADD 1 TO WS-WIN-COUNT
               SET WIN-IDX TO WS-WIN-COUNT
               COMPUTE WS-WIN-DATE(WIN-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF.

       ADD-OPERATION-WEIGHT.
           MOVE WS-OPS-STD-HOURS(OPS-IDX) TO WS-OPS-WEIGHT(OPS-IDX)
           ADD WS-OPS-STD-HOURS(OPS-IDX) TO WS-OPS-TOTAL-WEIGHT.

       SET-EVEN-OPERATION-WEIGHT.
           MOVE 1 TO WS-OPS-WEIGHT(OPS-IDX)
           ADD 1 TO WS-OPS-TOTAL-WEIGHT.

       SCHEDULE-OPERATION.
           IF WS-WIN-COUNT = ZERO
               MOVE PROD-START-DATE TO WS-OPS-START-DATE(OPS-IDX)
               MOVE PROD-END-DATE   TO WS-OPS-END-DATE(OPS-IDX)
           ELSE
               COMPUTE WS-OPS-START-POS =
                   WS-OPS-CUM-WEIGHT * WS-WIN-COUNT
                   / WS-OPS-TOTAL-WEIGHT + 1
               ADD WS-OPS-WEIGHT(OPS-IDX) TO WS-OPS-CUM-WEIGHT
               COMPUTE WS-OPS-END-POS =
                   WS-OPS-CUM-WEIGHT * WS-WIN-COUNT
                   / WS-OPS-TOTAL-WEIGHT
               IF WS-OPS-END-POS * WS-OPS-TOTAL-WEIGHT
                   < WS-OPS-CUM-WEIGHT * WS-WIN-COUNT
                   ADD 1 TO WS-OPS-END-POS
               END-IF
               IF WS-OPS-START-POS > WS-WIN-COUNT
                   MOVE WS-WIN-COUNT TO WS-OPS-START-POS
               END-IF
               IF WS-OPS-END-POS > WS-WIN-COUNT
                   MOVE WS-WIN-COUNT TO WS-OPS-END-POS
               END-IF
               IF WS-OPS-END-POS < WS-OPS-START-POS
                   MOVE WS-OPS-START-POS TO WS-OPS-END-POS
               END-IF
               SET WIN-IDX TO WS-OPS-START-POS
               MOVE WS-WIN-DATE(WIN-IDX)
                   TO WS-OPS-START-DATE(OPS-IDX)
               SET WIN-IDX TO WS-OPS-END-POS
               MOVE WS-WIN-DATE(WIN-IDX)
                   TO WS-OPS-END-DATE(OPS-IDX)
           END-IF.

       ACCUMULATE-OPERATION-LOAD.
           MOVE WS-OPS-WC-ID(OPS-IDX)      TO WS-CAP-WC-ID
           MOVE WS-OPS-START-DATE(OPS-IDX) TO WS-CAP-START-DATE
           MOVE WS-OPS-END-DATE(OPS-IDX)   TO WS-CAP-END-DATE
           MOVE WS-OPS-LOAD-QTY(OPS-IDX)   TO WS-CAP-LOAD-QTY
           MOVE WS-CAP-START-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-VALID = "Y"
               MOVE WS-CAP-END-DATE TO WS-EDIT-DATE
               PERFORM EDIT-DATE
           END-IF
           IF WS-EDIT-DATE-VALID = "Y"
               PERFORM ACCUMULATE-CAPACITY-WINDOW
           END-IF.

       ACCUMULATE-CAPACITY-WINDOW.
           COMPUTE WS-WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAP-START-DATE)
           COMPUTE WS-WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAP-END-DATE)
           PERFORM ACCUMULATE-CAPACITY-DAY
               VARYING WS-DAY-INT FROM WS-WINDOW-START-INT BY 1
               UNTIL WS-DAY-INT > WS-WINDOW-END-INT.
           IF WS-CAL-WORK-FLAG = "Y"
               PERFORM FIND-WORK-CENTER-DAY-ENTRY
               IF WC-DAY-IDX NOT > WS-WC-DAY-COUNT
                   ADD WS-CAP-LOAD-QTY TO WS-WC-DAY-QTY(WC-DAY-IDX)
               END-IF
           END-IF.

               IF WS-WC-DAY-COUNT < 5000
                   ADD 1 TO WS-WC-DAY-COUNT
                   SET WC-DAY-IDX TO WS-WC-DAY-COUNT
                   MOVE WS-CAP-WC-ID TO WS-WC-DAY-WC-ID(WC-DAY-IDX)
                   MOVE WS-CURRENT-DAY TO WS-WC-DAY-DATE(WC-DAY-IDX)
                   MOVE ZERO TO WS-WC-DAY-QTY(WC-DAY-IDX)
               ELSE
                   DISPLAY "CAPACITY TABLE FULL - DAY NOT TRACKED: "
                       WS-CAP-WC-ID " " WS-CURRENT-DAY
                   SET WC-DAY-IDX TO WS-WC-DAY-COUNT
                   ADD 1 TO WC-DAY-IDX
               END-IF
           END-IF.

       TEST-WC-DAY-SLOT.
           IF WS-WC-DAY-WC-ID(WC-DAY-IDX) = WS-CAP-WC-ID
               AND WS-WC-DAY-DATE(WC-DAY-IDX) = WS-CURRENT-DAY
               MOVE WC-DAY-IDX TO WS-WC-DAY-MATCH-IDX
           END-IF.

       REPORT-CAPACITY.
           OPEN OUTPUT CAPACITY-OVERLOAD-FILE
           PERFORM CHECK-WORK-CENTER-DAY-LOAD
               VARYING WC-DAY-IDX FROM 1 BY 1
               UNTIL WC-DAY-IDX > WS-WC-DAY-COUNT
           CLOSE CAPACITY-OVERLOAD-FILE.

       CHECK-WORK-CENTER-DAY-LOAD.
           MOVE WS-WC-DAY-WC-ID(WC-DAY-IDX) TO WC-ID
                       DISPLAY "WORK CENTER OVER CAPACITY: "
                           WS-WC-DAY-WC-ID(WC-DAY-IDX) " ON "
                           WS-WC-DAY-DATE(WC-DAY-IDX)
                       PERFORM WRITE-CAPACITY-OVERLOAD
                   END-IF
           END-READ.

       WRITE-CAPACITY-OVERLOAD.
           MOVE WS-WC-DAY-WC-ID(WC-DAY-IDX) TO OVL-WC-ID
           MOVE WS-WC-DAY-DATE(WC-DAY-IDX)  TO OVL-DATE
           MOVE WS-WC-DAY-QTY(WC-DAY-IDX)   TO OVL-LOAD-QTY
           MOVE WC-DAILY-CAPACITY           TO OVL-CAPACITY
           COMPUTE OVL-OVER-QTY =
               WS-WC-DAY-QTY(WC-DAY-IDX) - WC-DAILY-CAPACITY
           MOVE WS-TODAY-DATE               TO OVL-RUN-DATE
           WRITE CAPACITY-OVERLOAD-RECORD
           ADD 1 TO WS-CTL-OVERLOAD-DAYS.

       INVENTORY-CHECK.
           PERFORM LOAD-OPEN-PO-TABLE
           PERFORM LOAD-PO-NUMBER-SERIES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCTION-FILE
           PERFORM BUILD-MRP-SALES-DEMAND.

       BUILD-MRP-SALES-DEMAND.
           MOVE "N" TO WS-MRP-SO-EOF
           OPEN INPUT SALES-ORDER-FILE
           IF WS-SO-FILE-STATUS = "35"
               MOVE "Y" TO WS-MRP-SO-EOF
           END-IF
           PERFORM UNTIL WS-MRP-SO-EOF = "Y"
               READ SALES-ORDER-FILE
                   AT END MOVE "Y" TO WS-MRP-SO-EOF
                   NOT AT END
                       IF SO-STATUS = "OPEN" OR SO-STATUS = "ALLOCATED"
                           PERFORM RELEASE-MRP-SALES-DEMAND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SO-FILE-STATUS NOT = "35"
               CLOSE SALES-ORDER-FILE
           END-IF.

       RELEASE-MRP-SALES-DEMAND.
           MOVE SO-REQUEST-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-VALID = "Y"
               AND SO-ORDER-QTY > SO-SHIPPED-QTY
               MOVE SO-PART-NO      TO MRP-PART-NO
               MOVE SO-REQUEST-DATE TO MRP-NEED-DATE
               COMPUTE MRP-GROSS-QTY = SO-ORDER-QTY - SO-SHIPPED-QTY
               RELEASE MRP-SORT-RECORD
           END-IF.

       RELEASE-MRP-ORDER-DEMAND.
           MOVE PROD-START-DATE TO WS-EDIT-DATE
                       WS-MRP-CURR-PART
               NOT INVALID KEY
                   MOVE INV-ON-HAND TO WS-MRP-AVAILABLE
                   MOVE WS-MRP-CURR-PART TO WS-LOC-PART-NO
                   PERFORM GET-QC-HOLD-QTY
                   SUBTRACT WS-QC-HOLD-QTY FROM WS-MRP-AVAILABLE
           END-READ
           MOVE ZERO TO WS-OPO-MATCH-IDX
           PERFORM TEST-MRP-OPO-SLOT VARYING OPO-IDX FROM 1 BY 1
           MOVE "MRP PLANNED ORDERS RAISED" TO WS-CTL-LABEL
           MOVE WS-PLANNED-ORDER-COUNT TO WS-CTL-VALUE
           PERFORM WRITE-CONTROL-DETAIL
           MOVE "ORDER OPERATIONS RELEASED" TO WS-CTL-LABEL
           MOVE WS-OPS-WRITTEN-COUNT TO WS-CTL-VALUE
           PERFORM WRITE-CONTROL-DETAIL
           MOVE "GL MOVEMENTS WRITTEN" TO WS-CTL-LABEL
           MOVE WS-CTL-GL-MOVEMENTS TO WS-CTL-VALUE
           PERFORM WRITE-CONTROL-DETAIL
           MOVE "WORK CENTER DAYS OVER CAPACITY" TO WS-CTL-LABEL
           MOVE WS-CTL-OVERLOAD-DAYS TO WS-CTL-VALUE
           PERFORM WRITE-CONTROL-DETAIL
           PERFORM BALANCE-AUDIT-TO-INVENTORY
           IF WS-BAL-ERRORS = ZERO
               MOVE "AUDIT DELTAS BALANCE TO INVENTORY"
           MOVE "EXPECTED VS ON-HAND" TO WS-BAL-D-TEXT
           MOVE WS-BAL-DETAIL TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

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
           MOVE WS-CTL-ORDERS-READ TO WS-RCL-RECORDS-READ
           MOVE WS-CTL-ORDERS-ACCEPTED TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
