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

           SELECT PROD-OPERATION-FILE ASSIGN TO "prodoper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 CMP-SCRAP-QTY          PIC 9(7).
           05 CMP-SCRAP-REASON       PIC X(20).
           05 CMP-DATE               PIC 9(8).
           05 CMP-LOT-NO             PIC X(15).

       FD PRODUCTION-FILE.
       01 PRODUCTION-RECORD.
           05 BOM-KEY.
               10 BOM-PARENT-PART    PIC X(15).
               10 BOM-COMPONENT-PART PIC X(15).
               10 BOM-EFFECTIVE-FROM PIC 9(8).
           05 BOM-QTY-PER            PIC 9(5).
           05 BOM-EFFECTIVE-TO       PIC 9(8).
           05 BOM-CHANGE-NO          PIC X(12).
           05 BOM-CHANGE-REASON      PIC X(30).

       FD SCRAP-FILE.
       01 SCRAP-RECORD.
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

       WORKING-STORAGE SECTION.

       01 WS-CMP-FILE-STATUS          PIC XX.
       01 WS-LOC-FOUND                PIC X.
       01 WS-LOC-PART-HAS-RECS        PIC X.
       01 WS-LOC-SCAN-EOF             PIC X.
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
       01 WS-OPR-FILE-STATUS          PIC XX.
       01 WS-OPR-MISSING              PIC X VALUE "N".
       01 WS-OPR-SCAN-EOF             PIC X.
       01 WS-OPR-CLOSED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-GLM-FILE-STATUS          PIC XX.

       01 WS-CMP-TABLE.
           05 WS-CMP-COUNT            PIC 9(5) VALUE ZERO.
               10 WS-CMP-GOOD-QTY     PIC 9(7).
               10 WS-CMP-SCRAP-QTY    PIC 9(7).
               10 WS-CMP-SCRAP-REASON PIC X(20).
               10 WS-CMP-LOT-NO       PIC X(15).
               10 WS-CMP-APPLIED      PIC X.
       01 WS-CMP-MATCH-IDX            PIC 9(5).

       01 WS-BOM-ANC-IDX              PIC 9(2).
       01 WS-BOM-COMP-PART            PIC X(15).
       01 WS-BOM-UNIT-QTY             PIC 9(9).
       01 WS-BOM-EFFECTIVE-DATE       PIC 9(8).
       01 WS-BOM-STACK.
           05 WS-BOM-STACK-DEPTH      PIC 9(2) VALUE ZERO.
           05 WS-BOM-STACK-ENTRY OCCURS 20 TIMES.
               10 WS-STK-PART-NO      PIC X(15).
               10 WS-STK-UNIT-QTY     PIC 9(9).
               10 WS-STK-LAST-COMP    PIC X(15).
               10 WS-STK-LAST-FROM    PIC 9(8).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-COMP".
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

           END-IF
           DISPLAY "ORDERS COMPLETED " WS-COMPLETED-COUNT
           DISPLAY "SCRAP PIECES REPORTED " WS-SCRAP-TOTAL-QTY
           DISPLAY "OPERATIONS CLOSED " WS-OPR-CLOSED-COUNT
           DISPLAY "MES COMPLETION RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-COMPLETION.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES COMPLETION RUN STARTED"
           OPEN INPUT COMPLETION-FILE.

               MOVE CMP-GOOD-QTY TO WS-CMP-GOOD-QTY(CMP-IDX)
               MOVE CMP-SCRAP-QTY TO WS-CMP-SCRAP-QTY(CMP-IDX)
               MOVE CMP-SCRAP-REASON TO WS-CMP-SCRAP-REASON(CMP-IDX)
               MOVE CMP-LOT-NO   TO WS-CMP-LOT-NO(CMP-IDX)
               MOVE "N"          TO WS-CMP-APPLIED(CMP-IDX)
           ELSE
               DISPLAY "COMPLETION TABLE FULL - SKIPPED " CMP-ORDER-NO
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
           OPEN I-O PROD-OPERATION-FILE
           IF WS-OPR-FILE-STATUS = "35"
               MOVE "Y" TO WS-OPR-MISSING
           END-IF
           OPEN EXTEND GL-MOVEMENT-FILE
           IF WS-GLM-FILE-STATUS = "35"
               OPEN OUTPUT GL-MOVEMENT-FILE
           END-IF
           PERFORM LOAD-LOT-NUMBER-SERIES
           PERFORM UNTIL WS-PROD-EOF = "Y"
               READ PRODUCTION-FILE
                   AT END MOVE "Y" TO WS-PROD-EOF
           CLOSE USAGE-VARIANCE-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE SCRAP-FILE
           CLOSE STOCK-LOCATION-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-TRANSACTION-FILE
           CLOSE GL-MOVEMENT-FILE
           IF WS-OPR-MISSING NOT = "Y"
               CLOSE PROD-OPERATION-FILE
           END-IF
           PERFORM SAVE-LOT-NUMBER-SERIES.

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

       MATCH-PRODUCTION-ORDER.
           MOVE ZERO TO WS-CMP-MATCH-IDX
           END-IF.

       COMPLETE-PRODUCTION-ORDER.
           IF PROD-STATUS = "IN-PROCESS"
               MOVE "COMPLETED" TO PROD-STATUS
               REWRITE PRODUCTION-RECORD
               MOVE "Y" TO WS-CMP-APPLIED(CMP-IDX)
               PERFORM RECEIPT-FINISHED-GOODS
               PERFORM WRITE-SCRAP-RECORD
               PERFORM REPORT-USAGE-VARIANCE
               IF WS-OPR-MISSING NOT = "Y"
                   PERFORM CLOSE-ORDER-OPERATIONS
               END-IF
           ELSE
               DISPLAY "ORDER " PROD-ORDER-NO
                   " NOT IN-PROCESS - STATUS " PROD-STATUS
               MOVE "Y" TO WS-CMP-APPLIED(CMP-IDX)
           END-IF.

       CLOSE-ORDER-OPERATIONS.
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
                           PERFORM CLOSE-OPERATION-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-OPERATION-RECORD.
           IF OPR-STATUS NOT = "COMPLETE"
               MOVE "COMPLETE" TO OPR-STATUS
               MOVE WS-TODAY-DATE TO OPR-LAST-REPORT-DATE
               REWRITE PROD-OPERATION-RECORD
               ADD 1 TO WS-OPR-CLOSED-COUNT
           END-IF.

       RECEIPT-FINISHED-GOODS.
           MOVE PROD-PART-NO TO INV-PART-NO
           READ INVENTORY-FILE
                   ADD WS-CMP-GOOD-QTY(CMP-IDX) TO INV-ON-HAND
                   REWRITE INVENTORY-RECORD
                   PERFORM WRITE-COMPLETION-AUDIT
                   IF WS-CMP-GOOD-QTY(CMP-IDX) > ZERO
                       MOVE "FG-RECEIPT" TO GLM-MOVE-TYPE
                       MOVE "FINGOODS"   TO GLM-LOCATION
                       MOVE WS-CMP-GOOD-QTY(CMP-IDX) TO GLM-QUANTITY
                       PERFORM WRITE-GL-MOVEMENT
                   END-IF
                   PERFORM RECEIPT-INTO-FINGOODS-LOCATION
                   PERFORM RECEIPT-INTO-FINGOODS-LOT
           END-READ.

       WRITE-COMPLETION-AUDIT.
               REWRITE STOCK-LOCATION-RECORD
           END-IF.

       RECEIPT-INTO-FINGOODS-LOT.
           IF WS-CMP-GOOD-QTY(CMP-IDX) > ZERO
               IF WS-CMP-LOT-NO(CMP-IDX) = SPACES
                   ADD 1 TO WS-NEXT-LOT-SEQ
                   MOVE WS-NEXT-LOT-NO TO WS-LOT-NO
               ELSE
                   MOVE WS-CMP-LOT-NO(CMP-IDX) TO WS-LOT-NO
               END-IF
               MOVE PROD-PART-NO   TO WS-LOT-PART-NO
               MOVE "FINGOODS"     TO WS-LOT-LOCATION
               MOVE WS-CMP-GOOD-QTY(CMP-IDX) TO WS-LOT-QTY
               MOVE PROD-ORDER-NO  TO WS-LOT-ORDER-NO
               MOVE SPACES         TO WS-LOT-SUPPLIER-ID
               MOVE WS-TODAY-DATE  TO WS-LOT-RECEIPT-DATE
               MOVE "PRODUCE"      TO WS-LOT-TRAN-TYPE
               PERFORM ADD-TO-LOT-STOCK
               PERFORM WRITE-LOT-TRANSACTION
               DISPLAY "ORDER " PROD-ORDER-NO " PRODUCED LOT "
                   WS-LOT-NO
           END-IF.

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

       GET-LOCATION-RECORD.
           MOVE "N" TO WS-LOC-FOUND
           MOVE WS-LOC-PART-NO TO SLOC-PART-NO
               NOT INVALID KEY
                   COMPUTE SCR-SCRAP-VALUE =
                       WS-CMP-SCRAP-QTY(CMP-IDX) * INV-UNIT-COST
                   IF WS-CMP-SCRAP-QTY(CMP-IDX) > ZERO
                       MOVE "SCRAP"    TO GLM-MOVE-TYPE
                       MOVE PROD-WORK-CENTER TO GLM-LOCATION
                       MOVE WS-CMP-SCRAP-QTY(CMP-IDX) TO GLM-QUANTITY
                       PERFORM WRITE-GL-MOVEMENT
                   END-IF
           END-READ
           MOVE WS-TODAY-DATE TO SCR-DATE
           WRITE SCRAP-RECORD.

       WRITE-GL-MOVEMENT.
           MOVE "MES-COMP"      TO GLM-SOURCE
           MOVE PROD-PART-NO    TO GLM-PART-NO
           MOVE PROD-ORDER-NO   TO GLM-REFERENCE
           MOVE SPACES          TO GLM-TO-LOCATION
           MOVE INV-UNIT-COST   TO GLM-UNIT-COST
           COMPUTE GLM-AMOUNT ROUNDED = GLM-QUANTITY * GLM-UNIT-COST
           MOVE WS-TODAY-DATE   TO GLM-DATE
           ACCEPT GLM-TIME FROM TIME
           WRITE GL-MOVEMENT-RECORD.

       REPORT-USAGE-VARIANCE.
           COMPUTE WS-ACCOUNTED-QTY =
               WS-CMP-GOOD-QTY(CMP-IDX) + WS-CMP-SCRAP-QTY(CMP-IDX)
           MOVE PROD-PART-NO TO WS-STK-PART-NO(1)
           MOVE 1 TO WS-STK-UNIT-QTY(1)
           MOVE LOW-VALUES TO WS-STK-LAST-COMP(1)
           MOVE ZERO TO WS-STK-LAST-FROM(1)
           IF PROD-START-DATE IS NUMERIC AND PROD-START-DATE > ZERO
               MOVE PROD-START-DATE TO WS-BOM-EFFECTIVE-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BOM-EFFECTIVE-DATE
           END-IF
           PERFORM WALK-VARIANCE-LEVEL
               UNTIL WS-BOM-STACK-DEPTH = ZERO.

       WALK-VARIANCE-LEVEL.
           PERFORM READ-NEXT-BOM-COMPONENT
           IF WS-BOM-NEXT-FOUND = "Y"
               IF BOM-EFFECTIVE-FROM <= WS-BOM-EFFECTIVE-DATE
                   AND BOM-EFFECTIVE-TO >= WS-BOM-EFFECTIVE-DATE
                   PERFORM PROCESS-VARIANCE-COMPONENT
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
       PROCESS-VARIANCE-COMPONENT.
           MOVE BOM-COMPONENT-PART
               TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
           MOVE BOM-EFFECTIVE-FROM
               TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
           MOVE BOM-COMPONENT-PART TO WS-BOM-COMP-PART
           COMPUTE WS-BOM-UNIT-QTY =
               BOM-QTY-PER * WS-STK-UNIT-QTY(WS-BOM-STACK-DEPTH)
                   TO WS-STK-UNIT-QTY(WS-BOM-STACK-DEPTH)
               MOVE LOW-VALUES
                   TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
               MOVE ZERO
                   TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
           ELSE
               DISPLAY "BOM DEEPER THAN 20 LEVELS - NOT EXPLODED "
                   "BELOW " WS-BOM-COMP-PART
               DISPLAY "COMPLETION FOR UNKNOWN ORDER "
                   WS-CMP-ORDER-NO(CMP-IDX)
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
           MOVE WS-CMP-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-COMPLETED-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
