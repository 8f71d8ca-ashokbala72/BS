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

           SELECT LOT-NUMBER-FILE ASSIGN TO "lotnumctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTN-FILE-STATUS.

           SELECT QC-PART-FILE ASSIGN TO "qcpart.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QCP-PART-NO
               FILE STATUS IS WS-QCP-FILE-STATUS.

           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 GR-SUPPLIER-ID         PIC X(10).
           05 GR-QUANTITY            PIC 9(7).
           05 GR-RECEIPT-DATE        PIC 9(8).
           05 GR-LOT-NO              PIC X(15).

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
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

       FD LOT-NUMBER-FILE.
       01 LOT-NUMBER-RECORD.
           05 LTN-LAST-SEQ           PIC 9(10).

       FD QC-PART-FILE.
       01 QC-PART-RECORD.
           05 QCP-PART-NO            PIC X(15).
           05 QCP-INSPECT-REQUIRED   PIC X(1).

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

       01 WS-GR-FILE-STATUS           PIC XX.
       01 WS-RECEIPT-DATE             PIC 9(8).
       01 WS-ACTUAL-LEAD-DAYS         PIC S9(5).
       01 WS-RECEIPT-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-LSTK-FILE-STATUS         PIC XX.
       01 WS-LTX-FILE-STATUS          PIC XX.
       01 WS-LTN-FILE-STATUS          PIC XX.
       01 WS-LTN-EOF                  PIC X.
       01 WS-NEXT-LOT-NO.
           05 FILLER                  PIC X(2) VALUE "LT".
           05 WS-NEXT-LOT-SEQ         PIC 9(10) VALUE ZERO.
       01 WS-LOT-PART-NO              PIC X(15).
       01 WS-LOT-LOCATION             PIC X(10).
       01 WS-LOT-NO                   PIC X(15).
       01 WS-LOT-QTY                  PIC 9(7).
       01 WS-LOT-TRAN-TYPE            PIC X(10).
       01 WS-LOT-ORDER-NO             PIC X(12).
       01 WS-LOT-SUPPLIER-ID          PIC X(10).
       01 WS-LOT-RECEIPT-DATE         PIC 9(8).
       01 WS-QCP-FILE-STATUS          PIC XX.
       01 WS-QCP-FILE-MISSING         PIC X VALUE "N".
       01 WS-RECEIPT-LOCATION         PIC X(10).
       01 WS-HELD-RECEIPT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-GLM-FILE-STATUS          PIC XX.

       01 WS-EDIT-DATE                PIC 9(8).
       01 WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
       01 WS-PO-OVER-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-BKO-RELEASED-COUNT       PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-RECV".
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
               PERFORM PROCESS-RECEIPTS
           END-IF
           PERFORM FINALIZE-RECEIVING
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-RECEIVING.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES RECEIVING STARTED"
           OPEN INPUT GOODS-RECEIPT-FILE
           IF WS-GR-FILE-STATUS NOT = "35"
               IF WS-DH-FILE-STATUS = "35"
                   OPEN OUTPUT DELIVERY-HISTORY-FILE
               END-IF
               OPEN EXTEND GL-MOVEMENT-FILE
               IF WS-GLM-FILE-STATUS = "35"
                   OPEN OUTPUT GL-MOVEMENT-FILE
               END-IF
               OPEN I-O PURCHASE-ORDER-FILE
               IF WS-PO-FILE-STATUS = "35"
                   MOVE "Y" TO WS-PO-FILE-MISSING
                   CLOSE STOCK-LOCATION-FILE
                   OPEN I-O STOCK-LOCATION-FILE
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
               PERFORM LOAD-LOT-NUMBER-SERIES
               OPEN INPUT QC-PART-FILE
               IF WS-QCP-FILE-STATUS = "35"
                   MOVE "Y" TO WS-QCP-FILE-MISSING
               END-IF
           END-IF.

       LOAD-LOT-NUMBER-SERIES.
           MOVE "N" TO WS-LTN-EOF
           MOVE ZERO TO WS-NEXT-LOT-SEQ
           OPEN INPUT LOT-NUMBER-FILE
           IF WS-LTN-FILE-STATUS = "35"
               MOVE "Y" TO WS-LTN-EOF
           END-IF
           PERFORM UNTIL WS-LTN-EOF = "Y"
               READ LOT-NUMBER-FILE
                   AT END MOVE "Y" TO WS-LTN-EOF
                   NOT AT END MOVE LTN-LAST-SEQ TO WS-NEXT-LOT-SEQ
               END-READ
           END-PERFORM
           IF WS-LTN-FILE-STATUS NOT = "35"
               CLOSE LOT-NUMBER-FILE
           END-IF.

       SAVE-LOT-NUMBER-SERIES.
           OPEN OUTPUT LOT-NUMBER-FILE
           MOVE WS-NEXT-LOT-SEQ TO LTN-LAST-SEQ
           WRITE LOT-NUMBER-RECORD
           CLOSE LOT-NUMBER-FILE.

       PROCESS-RECEIPTS.
           PERFORM UNTIL WS-GR-EOF = "Y"
               READ GOODS-RECEIPT-FILE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RECEIPT-DATE
           END-IF
           PERFORM SET-RECEIPT-LOCATION
           PERFORM RECEIPT-INTO-INVENTORY
           IF WS-PART-ON-FILE = "Y"
               PERFORM POST-RECEIPT-TO-PO
               PERFORM RECEIPT-INTO-LOT
               IF WS-RECEIPT-LOCATION = "MAIN"
                   PERFORM RELEASE-BACKORDERS
               ELSE
                   ADD 1 TO WS-HELD-RECEIPT-COUNT
                   DISPLAY "RECEIPT OF PART " GR-PART-NO
                       " HELD FOR INSPECTION"
               END-IF
           END-IF.

       SET-RECEIPT-LOCATION.
           MOVE "MAIN" TO WS-RECEIPT-LOCATION
           IF WS-QCP-FILE-MISSING NOT = "Y"
               MOVE GR-PART-NO TO QCP-PART-NO
               READ QC-PART-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF QCP-INSPECT-REQUIRED = "Y"
                           MOVE "QC-HOLD" TO WS-RECEIPT-LOCATION
                       END-IF
               END-READ
           END-IF.

       RECEIPT-INTO-INVENTORY.
                   ADD GR-QUANTITY TO INV-ON-HAND
                   REWRITE INVENTORY-RECORD
                   PERFORM WRITE-RECEIPT-AUDIT
                   PERFORM WRITE-RECEIPT-GL-MOVEMENT
                   PERFORM RECEIPT-INTO-STOCK-LOCATION
           END-READ.

       WRITE-RECEIPT-GL-MOVEMENT.
           MOVE "RECEIPT"       TO GLM-MOVE-TYPE
           MOVE "MES-RECV"      TO GLM-SOURCE
           MOVE GR-PART-NO      TO GLM-PART-NO
           MOVE GR-PO-NO        TO GLM-REFERENCE
           MOVE WS-RECEIPT-LOCATION TO GLM-LOCATION
           MOVE SPACES          TO GLM-TO-LOCATION
           MOVE GR-QUANTITY     TO GLM-QUANTITY
           MOVE INV-UNIT-COST   TO GLM-UNIT-COST
           COMPUTE GLM-AMOUNT ROUNDED = GLM-QUANTITY * GLM-UNIT-COST
           MOVE WS-RECEIPT-DATE TO GLM-DATE
           ACCEPT GLM-TIME FROM TIME
           WRITE GL-MOVEMENT-RECORD.

       WRITE-RECEIPT-AUDIT.
           MOVE GR-PART-NO      TO AUD-PART-NO
           MOVE "RECEIPT"       TO AUD-ORDER-NO
           MOVE WS-BEFORE-QTY   TO AUD-BEFORE-QTY
           MOVE INV-ON-HAND     TO AUD-AFTER-QTY
           MOVE WS-RECEIPT-LOCATION TO AUD-LOCATION
           MOVE WS-TODAY-DATE   TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           WRITE AUDIT-LOG-RECORD.

       RECEIPT-INTO-STOCK-LOCATION.
           MOVE GR-PART-NO    TO WS-LOC-PART-NO
           MOVE WS-RECEIPT-LOCATION TO WS-LOC-ID
           MOVE WS-BEFORE-QTY TO WS-LOC-SEED-QTY
           PERFORM GET-LOCATION-RECORD
           IF WS-LOC-FOUND = "Y"
               MOVE "Y" TO WS-LOC-PART-HAS-RECS
           END-IF.

       RECEIPT-INTO-LOT.
           IF GR-LOT-NO = SPACES
               ADD 1 TO WS-NEXT-LOT-SEQ
               MOVE WS-NEXT-LOT-NO TO WS-LOT-NO
               DISPLAY "NO SUPPLIER LOT ON RECEIPT FOR PART "
                   GR-PART-NO " - LOT " WS-LOT-NO " ASSIGNED"
           ELSE
               MOVE GR-LOT-NO TO WS-LOT-NO
           END-IF
           IF GR-SUPPLIER-ID = SPACES AND WS-PO-MATCHED = "Y"
               MOVE PO-SUPPLIER-ID TO WS-LOT-SUPPLIER-ID
           ELSE
               MOVE GR-SUPPLIER-ID TO WS-LOT-SUPPLIER-ID
           END-IF
           MOVE GR-PART-NO      TO WS-LOT-PART-NO
           MOVE WS-RECEIPT-LOCATION TO WS-LOT-LOCATION
           MOVE GR-QUANTITY     TO WS-LOT-QTY
           MOVE GR-PO-NO        TO WS-LOT-ORDER-NO
           MOVE WS-RECEIPT-DATE TO WS-LOT-RECEIPT-DATE
           MOVE "RECEIPT"       TO WS-LOT-TRAN-TYPE
           PERFORM ADD-TO-LOT-STOCK
           PERFORM WRITE-LOT-TRANSACTION.

       ADD-TO-LOT-STOCK.
           MOVE WS-LOT-PART-NO  TO LSTK-PART-NO
           MOVE WS-LOT-LOCATION TO LSTK-LOCATION
           MOVE WS-LOT-NO       TO LSTK-LOT-NO
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE WS-LOT-QTY          TO LSTK-ON-HAND
                   MOVE WS-LOT-RECEIPT-DATE TO LSTK-RECEIPT-DATE
                   MOVE WS-LOT-SUPPLIER-ID  TO LSTK-SUPPLIER-ID
                   MOVE WS-LOT-ORDER-NO     TO LSTK-SOURCE-ORDER
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "LOT STOCK WRITE FAILED "
                               WS-LOT-PART-NO " " WS-LOT-NO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-QTY TO LSTK-ON-HAND
                   REWRITE LOT-STOCK-RECORD
           END-READ.

       WRITE-LOT-TRANSACTION.
           MOVE WS-LOT-TRAN-TYPE   TO LTX-TYPE
           MOVE WS-LOT-PART-NO     TO LTX-PART-NO
           MOVE WS-LOT-NO          TO LTX-LOT-NO
           MOVE WS-LOT-LOCATION    TO LTX-LOCATION
           MOVE WS-LOT-ORDER-NO    TO LTX-ORDER-NO
           MOVE WS-LOT-QTY         TO LTX-QUANTITY
           MOVE WS-LOT-SUPPLIER-ID TO LTX-SUPPLIER-ID
           MOVE WS-TODAY-DATE      TO LTX-DATE
           ACCEPT LTX-TIME FROM TIME
           WRITE LOT-TRANSACTION-RECORD.

       POST-RECEIPT-TO-PO.
           MOVE "N" TO WS-PO-MATCHED
           IF WS-PO-FILE-MISSING = "Y"
               CLOSE INVENTORY-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE DELIVERY-HISTORY-FILE
               CLOSE GL-MOVEMENT-FILE
               CLOSE STOCK-LOCATION-FILE
               CLOSE LOT-STOCK-FILE
               CLOSE LOT-TRANSACTION-FILE
               PERFORM SAVE-LOT-NUMBER-SERIES
               IF WS-QCP-FILE-MISSING NOT = "Y"
                   CLOSE QC-PART-FILE
               END-IF
               IF WS-PO-FILE-MISSING NOT = "Y"
                   CLOSE PURCHASE-ORDER-FILE
               END-IF
           DISPLAY "PARTIAL RECEIPTS POSTED " WS-PO-PARTIAL-COUNT
           DISPLAY "OVER-RECEIPTS FLAGGED " WS-PO-OVER-COUNT
           DISPLAY "BACKORDERS RELEASED " WS-BKO-RELEASED-COUNT
           DISPLAY "RECEIPTS HELD FOR INSPECTION "
               WS-HELD-RECEIPT-COUNT
           DISPLAY "MES RECEIVING COMPLETED".

       EDIT-DATE.
               AND WS-EDIT-DATE-DD <= WS-EDIT-MAX-DD
               MOVE "Y" TO WS-EDIT-DATE-VALID
           END-IF.

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
           MOVE WS-RECEIPT-COUNT TO WS-RCL-RECORDS-READ
           COMPUTE WS-RCL-RECORDS-WRITTEN = WS-PO-FILLED-COUNT
               + WS-PO-PARTIAL-COUNT
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
