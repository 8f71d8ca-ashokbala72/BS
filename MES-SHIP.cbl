       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-SHIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-ORDER-FILE ASSIGN TO "salesord.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT SO-ALLOCATION-FILE ASSIGN TO "soalloc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAL-FILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NO.

           SELECT STOCK-LOCATION-FILE ASSIGN TO "stockloc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO "lotstock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LSTK-FILE-STATUS.

           SELECT LOT-TRANSACTION-FILE ASSIGN TO "lottran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTX-FILE-STATUS.

           SELECT SHIP-DOCUMENT-FILE ASSIGN TO "shipdoc.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD SO-ALLOCATION-FILE.
       01 SO-ALLOCATION-RECORD.
           05 SAL-ORDER-NO           PIC X(12).
           05 SAL-PART-NO            PIC X(15).
           05 SAL-LOCATION           PIC X(10).
           05 SAL-QUANTITY           PIC 9(7).
           05 SAL-SHIPPED-QTY        PIC 9(7).
           05 SAL-ALLOC-DATE         PIC 9(8).
           05 SAL-SHIP-DATE          PIC 9(8).
           05 SAL-STATUS             PIC X(10).

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 INV-PART-NO            PIC X(15).
           05 INV-DESCRIPTION        PIC X(50).
           05 INV-ON-HAND            PIC 9(7).
           05 INV-REORDER-LEVEL      PIC 9(7).
           05 INV-UNIT-COST          PIC 9(5)V99.
           05 INV-HOLDING-COST       PIC 9(5)V99.
           05 INV-ANNUAL-DEMAND      PIC 9(7).
           05 INV-ORDERING-COST      PIC 9(5)V99.
           05 INV-CRITICALITY        PIC X(10).

       FD STOCK-LOCATION-FILE.
       01 STOCK-LOCATION-RECORD.
           05 SLOC-KEY.
               10 SLOC-PART-NO       PIC X(15).
               10 SLOC-LOCATION      PIC X(10).
           05 SLOC-ON-HAND           PIC 9(7).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-PART-NO            PIC X(15).
           05 AUD-ORDER-NO           PIC X(12).
           05 AUD-BEFORE-QTY         PIC 9(7).
           05 AUD-AFTER-QTY          PIC 9(7).
           05 AUD-LOCATION           PIC X(10).
           05 AUD-DATE               PIC 9(8).
           05 AUD-TIME               PIC 9(8).

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

       FD SHIP-DOCUMENT-FILE.
       01 SHIP-DOCUMENT-RECORD.
           05 SHD-ORDER-NO           PIC X(12).
           05 SHD-CUSTOMER-ID        PIC X(10).
           05 SHD-CUSTOMER-REF       PIC X(15).
           05 SHD-PART-NO            PIC X(15).
           05 SHD-DESCRIPTION        PIC X(50).
           05 SHD-LOCATION           PIC X(10).
           05 SHD-LOT-NO             PIC X(15).
           05 SHD-ALLOCATED-QTY      PIC 9(7).
           05 SHD-SHIPPED-QTY        PIC 9(7).
           05 SHD-SHIP-DATE          PIC 9(8).

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

       WORKING-STORAGE SECTION.

       01 WS-SO-FILE-STATUS           PIC XX.
       01 WS-SAL-FILE-STATUS          PIC XX.
       01 WS-GLM-FILE-STATUS          PIC XX.
       01 WS-SLOC-FILE-STATUS         PIC XX.
       01 WS-AUD-FILE-STATUS          PIC XX.
       01 WS-SO-EOF                   PIC X VALUE "N".
       01 WS-SAL-EOF                  PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-BEFORE-QTY               PIC 9(7).
       01 WS-SHIP-QTY                 PIC 9(7).
       01 WS-SO-READ-NO               PIC 9(5) VALUE ZERO.
       01 WS-SO-ALLOC-LEFT            PIC S9(8).
       01 WS-ALLOCS-SHIPPED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ALLOCS-SHORT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-SHIPPED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-SHIPPED-QTY-TOTAL        PIC 9(9) VALUE ZERO.
       01 WS-DOC-LINE-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-LOC-PART-NO              PIC X(15).
       01 WS-LOC-ID                   PIC X(10).
       01 WS-LOC-SEED-QTY             PIC 9(7).
       01 WS-LOC-FOUND                PIC X.
       01 WS-LOC-PART-HAS-RECS        PIC X.
       01 WS-LOC-SCAN-EOF             PIC X.
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

       01 WS-SHO-TABLE.
           05 WS-SHO-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-SHO-ENTRY OCCURS 5000 TIMES INDEXED BY SHO-IDX.
               10 WS-SHO-ORDER-NO     PIC X(12).
               10 WS-SHO-CUSTOMER-ID  PIC X(10).
               10 WS-SHO-CUSTOMER-REF PIC X(15).
               10 WS-SHO-REQUEST-DATE PIC 9(8).
               10 WS-SHO-SHIPPED-ADD  PIC 9(7).
               10 WS-SHO-ALLOC-FREED  PIC 9(7).
       01 WS-SHO-MATCH-IDX            PIC 9(5).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-SHIP".
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
           PERFORM INIT-SHIPPING
           IF WS-SO-FILE-STATUS = "35"
               DISPLAY "NO SALES ORDER FILE - NOTHING TO SHIP"
           ELSE
               PERFORM LOAD-SALES-ORDERS
               PERFORM SHIP-ALLOCATIONS
               IF WS-SAL-FILE-STATUS NOT = "35"
                   PERFORM UPDATE-SALES-ORDERS
                   PERFORM FINALIZE-SHIPPING
               END-IF
           END-IF
           DISPLAY "MES SHIPPING RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-SHIPPING.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES SHIPPING RUN STARTED"
           OPEN INPUT SALES-ORDER-FILE.

       LOAD-SALES-ORDERS.
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ SALES-ORDER-FILE
                   AT END MOVE "Y" TO WS-SO-EOF
                   NOT AT END PERFORM STORE-SALES-ORDER
               END-READ
           END-PERFORM
           CLOSE SALES-ORDER-FILE.

       STORE-SALES-ORDER.
           IF WS-SHO-COUNT < 5000
               ADD 1 TO WS-SHO-COUNT
               SET SHO-IDX TO WS-SHO-COUNT
               MOVE SO-ORDER-NO     TO WS-SHO-ORDER-NO(SHO-IDX)
               MOVE SO-CUSTOMER-ID  TO WS-SHO-CUSTOMER-ID(SHO-IDX)
               MOVE SO-CUSTOMER-REF TO WS-SHO-CUSTOMER-REF(SHO-IDX)
               MOVE SO-REQUEST-DATE TO WS-SHO-REQUEST-DATE(SHO-IDX)
               MOVE ZERO            TO WS-SHO-SHIPPED-ADD(SHO-IDX)
               MOVE ZERO            TO WS-SHO-ALLOC-FREED(SHO-IDX)
           ELSE
               DISPLAY "SALES ORDER TABLE FULL - NOT SHIPPED "
                   SO-ORDER-NO
           END-IF.

       SHIP-ALLOCATIONS.
           OPEN I-O SO-ALLOCATION-FILE
           IF WS-SAL-FILE-STATUS = "35"
               DISPLAY "NO ALLOCATION FILE - NOTHING TO SHIP"
           ELSE
               PERFORM OPEN-STOCK-FILES
               PERFORM UNTIL WS-SAL-EOF = "Y"
                   READ SO-ALLOCATION-FILE
                       AT END MOVE "Y" TO WS-SAL-EOF
                       NOT AT END
                           IF SAL-STATUS = "OPEN"
                               PERFORM CHECK-ALLOCATION-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SO-ALLOCATION-FILE
           END-IF.

       OPEN-STOCK-FILES.
           OPEN I-O INVENTORY-FILE
           OPEN I-O STOCK-LOCATION-FILE
           IF WS-SLOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOCATION-FILE
               CLOSE STOCK-LOCATION-FILE
               OPEN I-O STOCK-LOCATION-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
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
           OPEN OUTPUT SHIP-DOCUMENT-FILE
           OPEN EXTEND GL-MOVEMENT-FILE
           IF WS-GLM-FILE-STATUS = "35"
               OPEN OUTPUT GL-MOVEMENT-FILE
           END-IF.

       CHECK-ALLOCATION-DUE.
           MOVE ZERO TO WS-SHO-MATCH-IDX
           PERFORM TEST-SALES-ORDER-SLOT VARYING SHO-IDX FROM 1 BY 1
               UNTIL SHO-IDX > WS-SHO-COUNT
           IF WS-SHO-MATCH-IDX = ZERO
               DISPLAY "ALLOCATION FOR UNKNOWN SALES ORDER "
                   SAL-ORDER-NO
           ELSE
               SET SHO-IDX TO WS-SHO-MATCH-IDX
               IF WS-SHO-REQUEST-DATE(SHO-IDX) <= WS-TODAY-DATE
                   PERFORM SHIP-ALLOCATION
               END-IF
           END-IF.

       TEST-SALES-ORDER-SLOT.
           IF WS-SHO-ORDER-NO(SHO-IDX) = SAL-ORDER-NO
               MOVE SHO-IDX TO WS-SHO-MATCH-IDX
           END-IF.

       SHIP-ALLOCATION.
           MOVE SAL-PART-NO TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ALLOCATED PART NOT ON FILE " SAL-PART-NO
               NOT INVALID KEY PERFORM PICK-ALLOCATION
           END-READ.

       PICK-ALLOCATION.
           MOVE SAL-PART-NO  TO WS-LOC-PART-NO
           MOVE SAL-LOCATION TO WS-LOC-ID
           MOVE INV-ON-HAND  TO WS-LOC-SEED-QTY
           PERFORM GET-LOCATION-RECORD
           MOVE ZERO TO WS-SHIP-QTY
           IF WS-LOC-FOUND = "Y"
               MOVE SAL-QUANTITY TO WS-SHIP-QTY
               IF WS-SHIP-QTY > SLOC-ON-HAND
                   MOVE SLOC-ON-HAND TO WS-SHIP-QTY
               END-IF
               IF WS-SHIP-QTY > INV-ON-HAND
                   MOVE INV-ON-HAND TO WS-SHIP-QTY
               END-IF
           END-IF
           IF WS-SHIP-QTY > ZERO
               SUBTRACT WS-SHIP-QTY FROM SLOC-ON-HAND
               REWRITE STOCK-LOCATION-RECORD
               MOVE INV-ON-HAND TO WS-BEFORE-QTY
               SUBTRACT WS-SHIP-QTY FROM INV-ON-HAND
               REWRITE INVENTORY-RECORD
               PERFORM WRITE-SHIPMENT-AUDIT
               PERFORM WRITE-SHIPMENT-GL-MOVEMENT
               PERFORM PICK-SHIPMENT-LOTS
               ADD 1 TO WS-ALLOCS-SHIPPED-COUNT
               ADD WS-SHIP-QTY TO WS-SHIPPED-QTY-TOTAL
           END-IF
           IF WS-SHIP-QTY < SAL-QUANTITY
               ADD 1 TO WS-ALLOCS-SHORT-COUNT
               DISPLAY "SALES ORDER " SAL-ORDER-NO " SHORT SHIPPED "
                   WS-SHIP-QTY " OF " SAL-QUANTITY " FROM "
                   SAL-LOCATION
           END-IF
           ADD WS-SHIP-QTY  TO WS-SHO-SHIPPED-ADD(SHO-IDX)
           ADD SAL-QUANTITY TO WS-SHO-ALLOC-FREED(SHO-IDX)
           MOVE WS-SHIP-QTY   TO SAL-SHIPPED-QTY
           MOVE WS-TODAY-DATE TO SAL-SHIP-DATE
           IF WS-SHIP-QTY > ZERO
               MOVE "SHIPPED" TO SAL-STATUS
           ELSE
               MOVE "RELEASED" TO SAL-STATUS
           END-IF
           REWRITE SO-ALLOCATION-RECORD.

       WRITE-SHIPMENT-GL-MOVEMENT.
           MOVE "SHIPMENT"      TO GLM-MOVE-TYPE
           MOVE "MES-SHIP"      TO GLM-SOURCE
           MOVE SAL-PART-NO     TO GLM-PART-NO
           MOVE SAL-ORDER-NO    TO GLM-REFERENCE
           MOVE SAL-LOCATION    TO GLM-LOCATION
           MOVE SPACES          TO GLM-TO-LOCATION
           MOVE WS-SHIP-QTY     TO GLM-QUANTITY
           MOVE INV-UNIT-COST   TO GLM-UNIT-COST
           COMPUTE GLM-AMOUNT ROUNDED = GLM-QUANTITY * GLM-UNIT-COST
           MOVE WS-TODAY-DATE   TO GLM-DATE
           ACCEPT GLM-TIME FROM TIME
           WRITE GL-MOVEMENT-RECORD.

       PICK-SHIPMENT-LOTS.
           MOVE SAL-PART-NO  TO WS-LOT-PART-NO
           MOVE WS-SHIP-QTY  TO WS-LOT-QTY
           MOVE SAL-ORDER-NO TO WS-LOT-ORDER-NO
           MOVE "SHIP"       TO WS-LOT-TRAN-TYPE
           MOVE "Y" TO WS-LOT-OLDEST-FOUND
           PERFORM UNTIL WS-LOT-QTY = ZERO
               OR WS-LOT-OLDEST-FOUND = "N"
               MOVE SAL-LOCATION TO WS-LOT-LOCATION
               PERFORM FIND-OLDEST-LOT
               IF WS-LOT-OLDEST-FOUND = "Y"
                   PERFORM TAKE-FROM-OLDEST-LOT
                   IF WS-LOT-TAKE-QTY > ZERO
                       MOVE WS-LOT-OLDEST-NO TO SHD-LOT-NO
                       MOVE WS-LOT-TAKE-QTY  TO SHD-SHIPPED-QTY
                       PERFORM WRITE-SHIP-DOCUMENT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LOT-QTY > ZERO
               MOVE SPACES     TO SHD-LOT-NO
               MOVE WS-LOT-QTY TO SHD-SHIPPED-QTY
               PERFORM WRITE-SHIP-DOCUMENT-LINE
           END-IF.

       WRITE-SHIP-DOCUMENT-LINE.
           MOVE SAL-ORDER-NO                  TO SHD-ORDER-NO
           MOVE WS-SHO-CUSTOMER-ID(SHO-IDX)   TO SHD-CUSTOMER-ID
           MOVE WS-SHO-CUSTOMER-REF(SHO-IDX)  TO SHD-CUSTOMER-REF
           MOVE SAL-PART-NO                   TO SHD-PART-NO
           MOVE INV-DESCRIPTION               TO SHD-DESCRIPTION
           MOVE SAL-LOCATION                  TO SHD-LOCATION
           MOVE SAL-QUANTITY                  TO SHD-ALLOCATED-QTY
           MOVE WS-TODAY-DATE                 TO SHD-SHIP-DATE
           WRITE SHIP-DOCUMENT-RECORD
           ADD 1 TO WS-DOC-LINE-COUNT.

       WRITE-SHIPMENT-AUDIT.
           MOVE SAL-PART-NO   TO AUD-PART-NO
           MOVE SAL-ORDER-NO  TO AUD-ORDER-NO
           MOVE WS-BEFORE-QTY TO AUD-BEFORE-QTY
           MOVE INV-ON-HAND   TO AUD-AFTER-QTY
           MOVE SAL-LOCATION  TO AUD-LOCATION
           MOVE WS-TODAY-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           WRITE AUDIT-LOG-RECORD.

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

       GET-LOCATION-RECORD.
           MOVE "N" TO WS-LOC-FOUND
           MOVE WS-LOC-PART-NO TO SLOC-PART-NO
           MOVE WS-LOC-ID      TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY PERFORM CREATE-LOCATION-RECORD
               NOT INVALID KEY MOVE "Y" TO WS-LOC-FOUND
           END-READ.

       CREATE-LOCATION-RECORD.
           PERFORM CHECK-PART-HAS-LOCATIONS
           IF WS-LOC-PART-HAS-RECS = "N" AND WS-LOC-ID NOT = "MAIN"
               PERFORM SEED-MAIN-LOCATION
           END-IF
           MOVE WS-LOC-PART-NO TO SLOC-PART-NO
           MOVE WS-LOC-ID      TO SLOC-LOCATION
           IF WS-LOC-PART-HAS-RECS = "N" AND WS-LOC-ID = "MAIN"
               MOVE WS-LOC-SEED-QTY TO SLOC-ON-HAND
           ELSE
               MOVE ZERO TO SLOC-ON-HAND
           END-IF
           WRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY "STOCK LOCATION WRITE FAILED "
                       WS-LOC-PART-NO " " WS-LOC-ID
               NOT INVALID KEY MOVE "Y" TO WS-LOC-FOUND
           END-WRITE.

       SEED-MAIN-LOCATION.
           MOVE WS-LOC-PART-NO  TO SLOC-PART-NO
           MOVE "MAIN"          TO SLOC-LOCATION
           MOVE WS-LOC-SEED-QTY TO SLOC-ON-HAND
           WRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY "STOCK LOCATION WRITE FAILED "
                       WS-LOC-PART-NO " MAIN"
           END-WRITE.

       CHECK-PART-HAS-LOCATIONS.
           MOVE "N" TO WS-LOC-PART-HAS-RECS
           MOVE "N" TO WS-LOC-SCAN-EOF
           MOVE WS-LOC-PART-NO TO SLOC-PART-NO
           MOVE LOW-VALUES     TO SLOC-LOCATION
           START STOCK-LOCATION-FILE KEY IS NOT LESS THAN SLOC-KEY
               INVALID KEY MOVE "Y" TO WS-LOC-SCAN-EOF
           END-START
           IF WS-LOC-SCAN-EOF NOT = "Y"
               READ STOCK-LOCATION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LOC-SCAN-EOF
               END-READ
           END-IF
           IF WS-LOC-SCAN-EOF NOT = "Y"
               AND SLOC-PART-NO = WS-LOC-PART-NO
               MOVE "Y" TO WS-LOC-PART-HAS-RECS
           END-IF.

       UPDATE-SALES-ORDERS.
           MOVE "N" TO WS-SO-EOF
           MOVE ZERO TO WS-SO-READ-NO
           OPEN I-O SALES-ORDER-FILE
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ SALES-ORDER-FILE
                   AT END MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       ADD 1 TO WS-SO-READ-NO
                       IF WS-SO-READ-NO > WS-SHO-COUNT
                           MOVE "Y" TO WS-SO-EOF
                       ELSE
                           PERFORM APPLY-SALES-SHIPMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-ORDER-FILE.

       APPLY-SALES-SHIPMENT.
           SET SHO-IDX TO WS-SO-READ-NO
           IF WS-SHO-ALLOC-FREED(SHO-IDX) > ZERO
               ADD WS-SHO-SHIPPED-ADD(SHO-IDX) TO SO-SHIPPED-QTY
               COMPUTE WS-SO-ALLOC-LEFT =
                   SO-ALLOCATED-QTY - WS-SHO-ALLOC-FREED(SHO-IDX)
               IF WS-SO-ALLOC-LEFT < ZERO
                   MOVE ZERO TO WS-SO-ALLOC-LEFT
               END-IF
               MOVE WS-SO-ALLOC-LEFT TO SO-ALLOCATED-QTY
               IF SO-SHIPPED-QTY >= SO-ORDER-QTY
                   MOVE "SHIPPED" TO SO-STATUS
                   ADD 1 TO WS-ORDERS-SHIPPED-COUNT
               ELSE
                   IF SO-ALLOCATED-QTY + SO-SHIPPED-QTY
                       >= SO-ORDER-QTY
                       MOVE "ALLOCATED" TO SO-STATUS
                   ELSE
                       MOVE "OPEN" TO SO-STATUS
                   END-IF
               END-IF
               REWRITE SALES-ORDER-RECORD
           END-IF.

       FINALIZE-SHIPPING.
           CLOSE INVENTORY-FILE
           CLOSE STOCK-LOCATION-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-TRANSACTION-FILE
           CLOSE SHIP-DOCUMENT-FILE
           CLOSE GL-MOVEMENT-FILE
           DISPLAY "ALLOCATIONS SHIPPED " WS-ALLOCS-SHIPPED-COUNT
           DISPLAY "ALLOCATIONS SHORT " WS-ALLOCS-SHORT-COUNT
           DISPLAY "SALES ORDERS COMPLETED " WS-ORDERS-SHIPPED-COUNT
           DISPLAY "QUANTITY SHIPPED " WS-SHIPPED-QTY-TOTAL
           DISPLAY "SHIP DOCUMENT LINES " WS-DOC-LINE-COUNT.

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
           COMPUTE WS-RCL-RECORDS-READ = WS-ALLOCS-SHIPPED-COUNT
               + WS-ALLOCS-SHORT-COUNT
           MOVE WS-DOC-LINE-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
