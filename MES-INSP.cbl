       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-INSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTION-RESULT-FILE ASSIGN TO "inspresult.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-FILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NO.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-NO
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-KEY.

           SELECT BACKORDER-FILE ASSIGN TO "backord.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT STOCK-LOCATION-FILE ASSIGN TO "stockloc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO "lotstock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LSTK-FILE-STATUS.

           SELECT LOT-TRANSACTION-FILE ASSIGN TO "lottran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTX-FILE-STATUS.

           SELECT RETURN-TO-VENDOR-FILE ASSIGN TO "rtv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-FILE-STATUS.

           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INSPECTION-RESULT-FILE.
       01 INSPECTION-RESULT-RECORD.
           05 INS-PO-NO              PIC X(12).
           05 INS-PART-NO            PIC X(15).
           05 INS-LOT-NO             PIC X(15).
           05 INS-ACCEPT-QTY         PIC 9(7).
           05 INS-REJECT-QTY         PIC 9(7).
           05 INS-REASON             PIC X(20).
           05 INS-INSPECT-DATE       PIC 9(8).

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

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD.
           05 PO-ORDER-NO            PIC X(12).
           05 PO-PART-NO             PIC X(15).
           05 PO-DESCRIPTION         PIC X(50).
           05 PO-SUGGESTED-EOQ       PIC 9(7)V99.
           05 PO-ORDER-QTY           PIC 9(7).
           05 PO-RECEIVED-QTY        PIC 9(7).
           05 PO-DELIVERY-TIME       PIC X(20).
           05 PO-DATE-RAISED         PIC 9(8).
           05 PO-SUPPLIER-ID         PIC X(10).
           05 PO-QUOTED-LEAD-TIME    PIC 9(3).
           05 PO-STATUS              PIC X(10).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           05 SUPPLIER-KEY.
               10 SUPPLIER-PART-NO   PIC X(15).
               10 SUPPLIER-ID        PIC X(10).
           05 SUPPLIER-NAME          PIC X(50).
           05 SUPPLIER-RATING        PIC 9(3).
           05 SUPPLIER-PRICE         PIC 9(5)V99.
           05 SUPPLIER-LEAD-TIME     PIC 9(3).
           05 SUPPLIER-PAYMENT-TERMS PIC X(20).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BKO-PART-NO            PIC X(15).
           05 BKO-ORDER-NO           PIC X(12).
           05 BKO-SHORTAGE-QTY       PIC 9(12).
           05 BKO-DATE               PIC 9(8).
           05 BKO-STATUS             PIC X(10).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-PART-NO            PIC X(15).
           05 AUD-ORDER-NO           PIC X(12).
           05 AUD-BEFORE-QTY         PIC 9(7).
           05 AUD-AFTER-QTY          PIC 9(7).
           05 AUD-LOCATION           PIC X(10).
           05 AUD-DATE               PIC 9(8).
           05 AUD-TIME               PIC 9(8).

       FD STOCK-LOCATION-FILE.
       01 STOCK-LOCATION-RECORD.
           05 SLOC-KEY.
               10 SLOC-PART-NO       PIC X(15).
               10 SLOC-LOCATION      PIC X(10).
           05 SLOC-ON-HAND           PIC 9(7).

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

       01 WS-INS-FILE-STATUS          PIC XX.
       01 WS-PO-FILE-STATUS           PIC XX.
       01 WS-BKO-FILE-STATUS          PIC XX.
       01 WS-AUD-FILE-STATUS          PIC XX.
       01 WS-SLOC-FILE-STATUS         PIC XX.
       01 WS-LSTK-FILE-STATUS         PIC XX.
       01 WS-LTX-FILE-STATUS          PIC XX.
       01 WS-RTV-FILE-STATUS          PIC XX.
       01 WS-GLM-FILE-STATUS          PIC XX.
       01 WS-INS-EOF                  PIC X VALUE "N".
       01 WS-BKO-EOF                  PIC X VALUE "N".
       01 WS-PO-FILE-MISSING          PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-PART-ON-FILE             PIC X.
       01 WS-PO-MATCHED               PIC X.
       01 WS-INSPECT-QTY              PIC 9(8).
       01 WS-HOLD-QTY                 PIC 9(7).
       01 WS-BEFORE-QTY               PIC 9(7).
       01 WS-REMAINING-QTY            PIC 9(12).
       01 WS-LOC-BEFORE-QTY           PIC 9(7).
       01 WS-LOC-PART-NO              PIC X(15).
       01 WS-LOC-ID                   PIC X(10).
       01 WS-LOC-SEED-QTY             PIC 9(7).
       01 WS-LOC-FOUND                PIC X.
       01 WS-LOC-PART-HAS-RECS        PIC X.
       01 WS-LOC-SCAN-EOF             PIC X.
       01 WS-LOT-STOCK-OK             PIC X.
       01 WS-LOT-PART-NO              PIC X(15).
       01 WS-LOT-LOCATION             PIC X(10).
       01 WS-LOT-NO                   PIC X(15).
       01 WS-LOT-QTY                  PIC 9(7).
       01 WS-LOT-TAKE-QTY             PIC 9(7).
       01 WS-LOT-TRAN-TYPE            PIC X(10).
       01 WS-LOT-ORDER-NO             PIC X(12).
       01 WS-LOT-SUPPLIER-ID          PIC X(10).
       01 WS-LOT-RECEIPT-DATE         PIC 9(8).
       01 WS-LOT-SOURCE-ORDER         PIC X(12).
       01 WS-LOT-SCAN-EOF             PIC X.
       01 WS-LOT-OLDEST-FOUND         PIC X.
       01 WS-LOT-OLDEST-NO            PIC X(15).
       01 WS-LOT-OLDEST-DATE          PIC 9(8).
       01 WS-RTV-SUPPLIER-ID          PIC X(10).
       01 WS-RTV-UNIT-PRICE           PIC 9(5)V99.
       01 WS-INS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-INS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-INS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ACCEPTED-QTY-TOTAL       PIC 9(9) VALUE ZERO.
       01 WS-REJECTED-QTY-TOTAL       PIC 9(9) VALUE ZERO.
       01 WS-RTV-COUNT                PIC 9(7) VALUE ZERO.
       01 WS-PO-REOPENED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-BKO-RELEASED-COUNT       PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-INSP".
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
           PERFORM INIT-INSPECTION-RUN
           IF WS-INS-FILE-STATUS = "35"
               DISPLAY "NO INSPECTION RESULTS FILE - NOTHING TO "
                   "DISPOSITION"
           ELSE
               PERFORM PROCESS-INSPECTION-RESULTS
               PERFORM FINALIZE-INSPECTION-RUN
           END-IF
           DISPLAY "MES INSPECTION DISPOSITION RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-INSPECTION-RUN.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES INSPECTION DISPOSITION RUN STARTED"
           OPEN INPUT INSPECTION-RESULT-FILE
           IF WS-INS-FILE-STATUS NOT = "35"
               OPEN I-O INVENTORY-FILE
               OPEN INPUT SUPPLIER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
               IF WS-PO-FILE-STATUS = "35"
                   MOVE "Y" TO WS-PO-FILE-MISSING
                   DISPLAY "NO PURCHASE ORDER FILE - "
                       "REJECTS NOT POSTED TO POS"
               END-IF
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
               OPEN EXTEND RETURN-TO-VENDOR-FILE
               IF WS-RTV-FILE-STATUS = "35"
                   OPEN OUTPUT RETURN-TO-VENDOR-FILE
               END-IF
               OPEN EXTEND GL-MOVEMENT-FILE
               IF WS-GLM-FILE-STATUS = "35"
                   OPEN OUTPUT GL-MOVEMENT-FILE
               END-IF
           END-IF.

       PROCESS-INSPECTION-RESULTS.
           PERFORM UNTIL WS-INS-EOF = "Y"
               READ INSPECTION-RESULT-FILE
                   AT END MOVE "Y" TO WS-INS-EOF
                   NOT AT END PERFORM APPLY-INSPECTION-RESULT
               END-READ
           END-PERFORM.

       APPLY-INSPECTION-RESULT.
           ADD 1 TO WS-INS-READ-COUNT
           IF INS-ACCEPT-QTY IS NOT NUMERIC
               OR INS-REJECT-QTY IS NOT NUMERIC
               ADD 1 TO WS-INS-REJECTED-COUNT
               DISPLAY "INVALID INSPECTION QUANTITIES FOR PART "
                   INS-PART-NO
           ELSE
               IF INS-ACCEPT-QTY = ZERO AND INS-REJECT-QTY = ZERO
                   ADD 1 TO WS-INS-REJECTED-COUNT
                   DISPLAY "NO QUANTITY ON INSPECTION RESULT FOR PART "
                       INS-PART-NO
               ELSE
                   PERFORM CHECK-INSPECTION-PART
               END-IF
           END-IF.

       CHECK-INSPECTION-PART.
           MOVE "N" TO WS-PART-ON-FILE
           MOVE INS-PART-NO TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-PART-ON-FILE
           END-READ
           IF WS-PART-ON-FILE NOT = "Y"
               ADD 1 TO WS-INS-REJECTED-COUNT
               DISPLAY "INSPECTION RESULT FOR UNKNOWN PART "
                   INS-PART-NO
           ELSE
               PERFORM CHECK-QC-HOLD-STOCK
           END-IF.

       CHECK-QC-HOLD-STOCK.
           COMPUTE WS-INSPECT-QTY = INS-ACCEPT-QTY + INS-REJECT-QTY
           MOVE ZERO TO WS-HOLD-QTY
           MOVE INS-PART-NO TO SLOC-PART-NO
           MOVE "QC-HOLD"   TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE SLOC-ON-HAND TO WS-HOLD-QTY
           END-READ
           IF WS-INSPECT-QTY > WS-HOLD-QTY
               ADD 1 TO WS-INS-REJECTED-COUNT
               DISPLAY "INSPECTED QUANTITY EXCEEDS QC-HOLD STOCK FOR "
                   INS-PART-NO " - RESULT NOT APPLIED"
           ELSE
               PERFORM CHECK-INSPECTION-LOT
               IF WS-LOT-STOCK-OK NOT = "Y"
                   ADD 1 TO WS-INS-REJECTED-COUNT
                   DISPLAY "INSUFFICIENT QC-HOLD STOCK OF LOT "
                       INS-LOT-NO " FOR " INS-PART-NO
                       " - RESULT NOT APPLIED"
               ELSE
                   IF INS-ACCEPT-QTY > ZERO
                       PERFORM POST-QC-ACCEPT
                   END-IF
                   IF INS-REJECT-QTY > ZERO
                       PERFORM POST-QC-REJECT
                   END-IF
                   ADD 1 TO WS-INS-APPLIED-COUNT
               END-IF
           END-IF.

       CHECK-INSPECTION-LOT.
           MOVE "Y" TO WS-LOT-STOCK-OK
           IF INS-LOT-NO NOT = SPACES
               MOVE INS-PART-NO TO LSTK-PART-NO
               MOVE "QC-HOLD"   TO LSTK-LOCATION
               MOVE INS-LOT-NO  TO LSTK-LOT-NO
               READ LOT-STOCK-FILE
                   INVALID KEY MOVE "N" TO WS-LOT-STOCK-OK
                   NOT INVALID KEY
                       IF WS-INSPECT-QTY > LSTK-ON-HAND
                           MOVE "N" TO WS-LOT-STOCK-OK
                       END-IF
               END-READ
           END-IF.

       POST-QC-ACCEPT.
           MOVE INS-PART-NO TO WS-LOC-PART-NO
           MOVE "QC-HOLD"   TO WS-LOC-ID
           MOVE ZERO        TO WS-LOC-SEED-QTY
           PERFORM GET-LOCATION-RECORD
           IF WS-LOC-FOUND = "Y"
               MOVE SLOC-ON-HAND TO WS-LOC-BEFORE-QTY
               SUBTRACT INS-ACCEPT-QTY FROM SLOC-ON-HAND
               REWRITE STOCK-LOCATION-RECORD
               MOVE "QC-ACCEPT"       TO AUD-ORDER-NO
               MOVE "QC-HOLD"         TO AUD-LOCATION
               MOVE WS-LOC-BEFORE-QTY TO AUD-BEFORE-QTY
               MOVE SLOC-ON-HAND      TO AUD-AFTER-QTY
               PERFORM WRITE-INSPECTION-AUDIT
           END-IF
           MOVE "MAIN" TO WS-LOC-ID
           PERFORM GET-LOCATION-RECORD
           IF WS-LOC-FOUND = "Y"
               MOVE SLOC-ON-HAND TO WS-LOC-BEFORE-QTY
               ADD INS-ACCEPT-QTY TO SLOC-ON-HAND
               REWRITE STOCK-LOCATION-RECORD
               MOVE "QC-ACCEPT"       TO AUD-ORDER-NO
               MOVE "MAIN"            TO AUD-LOCATION
               MOVE WS-LOC-BEFORE-QTY TO AUD-BEFORE-QTY
               MOVE SLOC-ON-HAND      TO AUD-AFTER-QTY
               PERFORM WRITE-INSPECTION-AUDIT
           END-IF
           PERFORM ACCEPT-HOLD-LOTS
           ADD INS-ACCEPT-QTY TO WS-ACCEPTED-QTY-TOTAL
           PERFORM RELEASE-BACKORDERS.

       ACCEPT-HOLD-LOTS.
           MOVE INS-PART-NO    TO WS-LOT-PART-NO
           MOVE INS-ACCEPT-QTY TO WS-LOT-QTY
           MOVE INS-PO-NO      TO WS-LOT-ORDER-NO
           IF INS-LOT-NO NOT = SPACES
               MOVE INS-LOT-NO TO WS-LOT-OLDEST-NO
               PERFORM MOVE-LOT-TO-MAIN
           ELSE
               MOVE "Y" TO WS-LOT-OLDEST-FOUND
               PERFORM UNTIL WS-LOT-QTY = ZERO
                   OR WS-LOT-OLDEST-FOUND = "N"
                   MOVE "QC-HOLD" TO WS-LOT-LOCATION
                   PERFORM FIND-OLDEST-LOT
                   IF WS-LOT-OLDEST-FOUND = "Y"
                       PERFORM MOVE-LOT-TO-MAIN
                   END-IF
               END-PERFORM
           END-IF.

       MOVE-LOT-TO-MAIN.
           MOVE "QC-HOLD"    TO WS-LOT-LOCATION
           MOVE "QC-RELEASE" TO WS-LOT-TRAN-TYPE
           PERFORM TAKE-FROM-OLDEST-LOT
           IF WS-LOT-TAKE-QTY > ZERO
               MOVE "MAIN"      TO WS-LOT-LOCATION
               MOVE "QC-ACCEPT" TO WS-LOT-TRAN-TYPE
               PERFORM ADD-TO-LOT-STOCK
               PERFORM WRITE-LOT-TRANSACTION
           END-IF.

       POST-QC-REJECT.
           MOVE INV-ON-HAND TO WS-BEFORE-QTY
           IF INS-REJECT-QTY > INV-ON-HAND
               MOVE ZERO TO INV-ON-HAND
           ELSE
               SUBTRACT INS-REJECT-QTY FROM INV-ON-HAND
           END-IF
           REWRITE INVENTORY-RECORD
           MOVE "QC-REJECT"   TO AUD-ORDER-NO
           MOVE "QC-HOLD"     TO AUD-LOCATION
           MOVE WS-BEFORE-QTY TO AUD-BEFORE-QTY
           MOVE INV-ON-HAND   TO AUD-AFTER-QTY
           PERFORM WRITE-INSPECTION-AUDIT
           IF INV-ON-HAND NOT = WS-BEFORE-QTY
               PERFORM WRITE-RETURN-GL-MOVEMENT
           END-IF
           MOVE INS-PART-NO TO WS-LOC-PART-NO
           MOVE "QC-HOLD"   TO WS-LOC-ID
           MOVE ZERO        TO WS-LOC-SEED-QTY
           PERFORM GET-LOCATION-RECORD
           IF WS-LOC-FOUND = "Y"
               SUBTRACT INS-REJECT-QTY FROM SLOC-ON-HAND
               REWRITE STOCK-LOCATION-RECORD
           END-IF
           MOVE SPACES TO WS-LOT-SUPPLIER-ID
           PERFORM RETURN-HOLD-LOTS
           PERFORM POST-RETURN-TO-PO
           PERFORM WRITE-RETURN-TO-VENDOR
           ADD INS-REJECT-QTY TO WS-REJECTED-QTY-TOTAL.

       RETURN-HOLD-LOTS.
           MOVE INS-PART-NO    TO WS-LOT-PART-NO
           MOVE INS-REJECT-QTY TO WS-LOT-QTY
           MOVE INS-PO-NO      TO WS-LOT-ORDER-NO
           MOVE "RTV"          TO WS-LOT-TRAN-TYPE
           IF INS-LOT-NO NOT = SPACES
               MOVE INS-LOT-NO TO WS-LOT-OLDEST-NO
               MOVE "QC-HOLD"  TO WS-LOT-LOCATION
               PERFORM TAKE-FROM-OLDEST-LOT
           ELSE
               MOVE "Y" TO WS-LOT-OLDEST-FOUND
               PERFORM UNTIL WS-LOT-QTY = ZERO
                   OR WS-LOT-OLDEST-FOUND = "N"
                   MOVE "QC-HOLD" TO WS-LOT-LOCATION
                   PERFORM FIND-OLDEST-LOT
                   IF WS-LOT-OLDEST-FOUND = "Y"
                       PERFORM TAKE-FROM-OLDEST-LOT
                   END-IF
               END-PERFORM
           END-IF.

       POST-RETURN-TO-PO.
           MOVE "N" TO WS-PO-MATCHED
           MOVE WS-LOT-SUPPLIER-ID TO WS-RTV-SUPPLIER-ID
           IF WS-PO-FILE-MISSING NOT = "Y" AND INS-PO-NO NOT = SPACES
               MOVE INS-PO-NO TO PO-ORDER-NO
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       DISPLAY "PO NOT ON FILE " INS-PO-NO
                   NOT INVALID KEY
                       IF PO-PART-NO = INS-PART-NO
                           PERFORM APPLY-RETURN-TO-PO
                       ELSE
                           DISPLAY "PO " PO-ORDER-NO " IS FOR PART "
                               PO-PART-NO " NOT " INS-PART-NO
                               " - RETURN NOT POSTED"
                       END-IF
               END-READ
           END-IF
           IF WS-RTV-SUPPLIER-ID = SPACES
               DISPLAY "NO SUPPLIER FOUND FOR RETURN OF PART "
                   INS-PART-NO
           END-IF.

       APPLY-RETURN-TO-PO.
           MOVE "Y" TO WS-PO-MATCHED
           IF PO-SUPPLIER-ID NOT = SPACES
               MOVE PO-SUPPLIER-ID TO WS-RTV-SUPPLIER-ID
           END-IF
           IF INS-REJECT-QTY > PO-RECEIVED-QTY
               MOVE ZERO TO PO-RECEIVED-QTY
           ELSE
               SUBTRACT INS-REJECT-QTY FROM PO-RECEIVED-QTY
           END-IF
           IF PO-RECEIVED-QTY < PO-ORDER-QTY
               AND PO-STATUS = "FILLED"
               MOVE "OPEN" TO PO-STATUS
               ADD 1 TO WS-PO-REOPENED-COUNT
               DISPLAY "PO " PO-ORDER-NO " REOPENED FOR RETURNED "
                   "QUANTITY " INS-REJECT-QTY
           END-IF
           REWRITE PURCHASE-ORDER-RECORD.

       WRITE-RETURN-TO-VENDOR.
           MOVE INV-UNIT-COST TO WS-RTV-UNIT-PRICE
           IF WS-RTV-SUPPLIER-ID NOT = SPACES
               MOVE INS-PART-NO        TO SUPPLIER-PART-NO
               MOVE WS-RTV-SUPPLIER-ID TO SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-PRICE TO WS-RTV-UNIT-PRICE
               END-READ
           END-IF
           MOVE INS-PO-NO          TO RTV-PO-NO
           MOVE INS-PART-NO        TO RTV-PART-NO
           MOVE WS-RTV-SUPPLIER-ID TO RTV-SUPPLIER-ID
           MOVE INS-LOT-NO         TO RTV-LOT-NO
           MOVE INS-REJECT-QTY     TO RTV-QUANTITY
           MOVE WS-RTV-UNIT-PRICE  TO RTV-UNIT-PRICE
           COMPUTE RTV-DEBIT-AMOUNT =
               INS-REJECT-QTY * WS-RTV-UNIT-PRICE
           MOVE ZERO               TO RTV-DEDUCTED-AMOUNT
           MOVE INS-REASON         TO RTV-REASON
           MOVE WS-TODAY-DATE      TO RTV-DATE
           MOVE "OPEN"             TO RTV-STATUS
           WRITE RETURN-TO-VENDOR-RECORD
           ADD 1 TO WS-RTV-COUNT
           DISPLAY "RETURN TO VENDOR " WS-RTV-SUPPLIER-ID " PART "
               INS-PART-NO " QUANTITY " INS-REJECT-QTY.

       WRITE-RETURN-GL-MOVEMENT.
           MOVE "RTV"           TO GLM-MOVE-TYPE
           MOVE "MES-INSP"      TO GLM-SOURCE
           MOVE INS-PART-NO     TO GLM-PART-NO
           MOVE INS-PO-NO       TO GLM-REFERENCE
           MOVE "QC-HOLD"       TO GLM-LOCATION
           MOVE SPACES          TO GLM-TO-LOCATION
           COMPUTE GLM-QUANTITY = WS-BEFORE-QTY - INV-ON-HAND
           MOVE INV-UNIT-COST   TO GLM-UNIT-COST
           COMPUTE GLM-AMOUNT ROUNDED = GLM-QUANTITY * GLM-UNIT-COST
           MOVE WS-TODAY-DATE   TO GLM-DATE
           ACCEPT GLM-TIME FROM TIME
           WRITE GL-MOVEMENT-RECORD.

       WRITE-INSPECTION-AUDIT.
           MOVE INS-PART-NO   TO AUD-PART-NO
           MOVE WS-TODAY-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           WRITE AUDIT-LOG-RECORD.

       RELEASE-BACKORDERS.
           MOVE INS-ACCEPT-QTY TO WS-REMAINING-QTY
           MOVE "N" TO WS-BKO-EOF
           OPEN I-O BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               MOVE "Y" TO WS-BKO-EOF
           END-IF
           PERFORM UNTIL WS-BKO-EOF = "Y"
               READ BACKORDER-FILE
                   AT END MOVE "Y" TO WS-BKO-EOF
                   NOT AT END
                       IF BKO-PART-NO = INS-PART-NO
                           AND BKO-STATUS = "OPEN"
                           AND WS-REMAINING-QTY > ZERO
                           PERFORM APPLY-QTY-TO-BACKORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BKO-FILE-STATUS NOT = "35"
               CLOSE BACKORDER-FILE
           END-IF.

       APPLY-QTY-TO-BACKORDER.
           IF WS-REMAINING-QTY >= BKO-SHORTAGE-QTY
               SUBTRACT BKO-SHORTAGE-QTY FROM WS-REMAINING-QTY
               MOVE ZERO TO BKO-SHORTAGE-QTY
               MOVE "RELEASED" TO BKO-STATUS
               ADD 1 TO WS-BKO-RELEASED-COUNT
               DISPLAY "BACKORDER RELEASED FOR ORDER " BKO-ORDER-NO
                   " PART " BKO-PART-NO
           ELSE
               SUBTRACT WS-REMAINING-QTY FROM BKO-SHORTAGE-QTY
               MOVE ZERO TO WS-REMAINING-QTY
               DISPLAY "BACKORDER PARTIALLY COVERED FOR ORDER "
                   BKO-ORDER-NO " PART " BKO-PART-NO
           END-IF
           REWRITE BACKORDER-RECORD.

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
                   MOVE LSTK-RECEIPT-DATE TO WS-LOT-RECEIPT-DATE
                   MOVE LSTK-SOURCE-ORDER TO WS-LOT-SOURCE-ORDER
           END-READ
           IF WS-LOT-TAKE-QTY > ZERO
               MOVE WS-LOT-OLDEST-NO TO WS-LOT-NO
               PERFORM WRITE-LOT-TRANSACTION
               SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-QTY
           END-IF.

       ADD-TO-LOT-STOCK.
           MOVE WS-LOT-PART-NO  TO LSTK-PART-NO
           MOVE WS-LOT-LOCATION TO LSTK-LOCATION
           MOVE WS-LOT-NO       TO LSTK-LOT-NO
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE WS-LOT-TAKE-QTY     TO LSTK-ON-HAND
                   MOVE WS-LOT-RECEIPT-DATE TO LSTK-RECEIPT-DATE
                   MOVE WS-LOT-SUPPLIER-ID  TO LSTK-SUPPLIER-ID
                   MOVE WS-LOT-SOURCE-ORDER TO LSTK-SOURCE-ORDER
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

       FINALIZE-INSPECTION-RUN.
           CLOSE INSPECTION-RESULT-FILE
           CLOSE INVENTORY-FILE
           CLOSE SUPPLIER-FILE
           IF WS-PO-FILE-MISSING NOT = "Y"
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           CLOSE STOCK-LOCATION-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-TRANSACTION-FILE
           CLOSE RETURN-TO-VENDOR-FILE
           CLOSE GL-MOVEMENT-FILE
           DISPLAY "INSPECTION RESULTS READ " WS-INS-READ-COUNT
           DISPLAY "INSPECTION RESULTS APPLIED " WS-INS-APPLIED-COUNT
           DISPLAY "INSPECTION RESULTS REJECTED "
               WS-INS-REJECTED-COUNT
           DISPLAY "QUANTITY ACCEPTED INTO MAIN "
               WS-ACCEPTED-QTY-TOTAL
           DISPLAY "QUANTITY RETURNED TO VENDOR "
               WS-REJECTED-QTY-TOTAL
           DISPLAY "RETURN TO VENDOR RECORDS WRITTEN " WS-RTV-COUNT
           DISPLAY "PURCHASE ORDERS REOPENED " WS-PO-REOPENED-COUNT
           DISPLAY "BACKORDERS RELEASED " WS-BKO-RELEASED-COUNT.

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
           MOVE WS-INS-READ-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-INS-APPLIED-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
