       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-ECOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO "bom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOM-KEY
               FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NO.

           SELECT PRODUCTION-FILE ASSIGN TO "production.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-NO
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT ECO-SORT-FILE ASSIGN TO "ecosort.dat".

           SELECT ECO-IMPACT-REPORT-FILE ASSIGN TO "ecorpt.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BOM-FILE.
       01 BOM-RECORD.
           05 BOM-KEY.
               10 BOM-PARENT-PART    PIC X(15).
               10 BOM-COMPONENT-PART PIC X(15).
               10 BOM-EFFECTIVE-FROM PIC 9(8).
           05 BOM-QTY-PER            PIC 9(5).
           05 BOM-EFFECTIVE-TO       PIC 9(8).
           05 BOM-CHANGE-NO          PIC X(12).
           05 BOM-CHANGE-REASON      PIC X(30).

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

       FD PRODUCTION-FILE.
       01 PRODUCTION-RECORD.
           05 PROD-ORDER-NO          PIC X(12).
           05 PROD-PART-NO           PIC X(15).
           05 PROD-QUANTITY          PIC 9(7).
           05 PROD-WORK-CENTER       PIC X(10).
           05 PROD-STATUS            PIC X(10).
           05 PROD-START-DATE        PIC 9(8).
           05 PROD-END-DATE          PIC 9(8).

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

       SD ECO-SORT-FILE.
       01 ECO-SORT-RECORD.
           05 ECS-CHANGE-NO          PIC X(12).
           05 ECS-PARENT-PART        PIC X(15).
           05 ECS-COMPONENT-PART     PIC X(15).
           05 ECS-DIRECTION          PIC X(3).
           05 ECS-EFFECTIVE-FROM     PIC 9(8).
           05 ECS-EFFECTIVE-TO       PIC 9(8).
           05 ECS-QTY-PER            PIC 9(5).
           05 ECS-CHANGE-REASON      PIC X(30).

       FD ECO-IMPACT-REPORT-FILE.
       01 ECO-IMPACT-RECORD.
           05 ECR-LINE-TYPE          PIC X(1).
           05 ECR-CHANGE-NO          PIC X(12).
           05 ECR-CHANGE-REASON      PIC X(30).
           05 ECR-PARENT-PART        PIC X(15).
           05 ECR-COMPONENT-PART     PIC X(15).
           05 ECR-DIRECTION          PIC X(3).
           05 ECR-EFFECTIVE-FROM     PIC 9(8).
           05 ECR-EFFECTIVE-TO       PIC 9(8).
           05 ECR-QTY-PER            PIC 9(5).
           05 ECR-ON-HAND            PIC 9(7).
           05 ECR-ORDER-NO           PIC X(12).
           05 ECR-ORDER-STATUS       PIC X(11).
           05 ECR-ORDER-QTY          PIC 9(7).
           05 ECR-START-DATE         PIC 9(8).
           05 ECR-STRUCTURE          PIC X(3).
           05 ECR-COMPONENT-NEED     PIC 9(12).
           05 ECR-PO-NO              PIC X(12).
           05 ECR-SUPPLIER-ID        PIC X(10).
           05 ECR-OPEN-PO-QTY        PIC 9(9).
           05 ECR-OPEN-ORDER-COUNT   PIC 9(5).
           05 ECR-OPEN-PO-COUNT      PIC 9(5).
           05 ECR-EXPOSURE-QTY       PIC S9(12).
           05 ECR-RUN-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-BOM-FILE-STATUS          PIC XX.
       01 WS-PROD-FILE-STATUS         PIC XX.
       01 WS-PO-FILE-STATUS           PIC XX.
       01 WS-BOM-EOF                  PIC X VALUE "N".
       01 WS-PROD-EOF                 PIC X VALUE "N".
       01 WS-PO-EOF                   PIC X.
       01 WS-ECS-EOF                  PIC X VALUE "N".
       01 WS-PO-FILE-MISSING          PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-CURR-CHANGE-NO           PIC X(12) VALUE LOW-VALUES.
       01 WS-LINE-ON-HAND             PIC 9(7).
       01 WS-LINE-ORDER-COUNT         PIC 9(5).
       01 WS-LINE-OLD-NEED            PIC 9(12).
       01 WS-LINE-PO-COUNT            PIC 9(5).
       01 WS-LINE-PO-QTY              PIC 9(9).
       01 WS-PO-OPEN-QTY              PIC 9(7).
       01 WS-ORDER-STRUCTURE          PIC X(3).
       01 WS-CHG-ORDER-COUNT          PIC 9(5).
       01 WS-CHG-PO-COUNT             PIC 9(5).
       01 WS-CHANGES-REPORTED         PIC 9(7) VALUE ZERO.
       01 WS-LINES-REPORTED           PIC 9(7) VALUE ZERO.
       01 WS-BOM-LINES-READ           PIC 9(7) VALUE ZERO.

       01 WS-OPEN-ORDER-TABLE.
           05 WS-OPEN-ORDER-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-OOR-ENTRY OCCURS 2000 TIMES
                                      INDEXED BY OOR-IDX.
               10 WS-OOR-ORDER-NO     PIC X(12).
               10 WS-OOR-PART-NO      PIC X(15).
               10 WS-OOR-STATUS       PIC X(11).
               10 WS-OOR-QTY          PIC 9(7).
               10 WS-OOR-START-DATE   PIC 9(8).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-ECOR".
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
           PERFORM INIT-ECO-REPORT
           IF WS-BOM-FILE-STATUS = "35"
               DISPLAY "NO BOM FILE - NO ENGINEERING CHANGES"
           ELSE
               PERFORM LOAD-OPEN-ORDERS
               PERFORM PRODUCE-ECO-REPORT
               PERFORM FINALIZE-ECO-REPORT
           END-IF
           DISPLAY "MES ECO IMPACT REPORT ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-ECO-REPORT.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES ECO IMPACT REPORT STARTED"
           OPEN INPUT BOM-FILE
           IF WS-BOM-FILE-STATUS NOT = "35"
               OPEN INPUT INVENTORY-FILE
               OPEN INPUT PURCHASE-ORDER-FILE
               IF WS-PO-FILE-STATUS = "35"
                   MOVE "Y" TO WS-PO-FILE-MISSING
               END-IF
               OPEN OUTPUT ECO-IMPACT-REPORT-FILE
           END-IF.

       LOAD-OPEN-ORDERS.
           OPEN INPUT PRODUCTION-FILE
           IF WS-PROD-FILE-STATUS = "35"
               MOVE "Y" TO WS-PROD-EOF
           END-IF
           PERFORM UNTIL WS-PROD-EOF = "Y"
               READ PRODUCTION-FILE
                   AT END MOVE "Y" TO WS-PROD-EOF
                   NOT AT END
                       IF PROD-STATUS = "PLANNED"
                           OR PROD-STATUS = "IN-PROCESS"
                           PERFORM STORE-OPEN-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-FILE-STATUS NOT = "35"
               CLOSE PRODUCTION-FILE
           END-IF.

       STORE-OPEN-ORDER.
           IF WS-OPEN-ORDER-COUNT < 2000
               ADD 1 TO WS-OPEN-ORDER-COUNT
               SET OOR-IDX TO WS-OPEN-ORDER-COUNT
               MOVE PROD-ORDER-NO   TO WS-OOR-ORDER-NO(OOR-IDX)
               MOVE PROD-PART-NO    TO WS-OOR-PART-NO(OOR-IDX)
               MOVE PROD-STATUS     TO WS-OOR-STATUS(OOR-IDX)
               MOVE PROD-QUANTITY   TO WS-OOR-QTY(OOR-IDX)
               MOVE PROD-START-DATE TO WS-OOR-START-DATE(OOR-IDX)
           ELSE
               DISPLAY "OPEN ORDER TABLE FULL - ORDER " PROD-ORDER-NO
                   " NOT IN ECO IMPACT"
           END-IF.

       PRODUCE-ECO-REPORT.
           SORT ECO-SORT-FILE
               ON ASCENDING KEY ECS-CHANGE-NO ECS-PARENT-PART
                                ECS-DIRECTION ECS-COMPONENT-PART
               INPUT PROCEDURE IS SELECT-PENDING-CHANGES
               OUTPUT PROCEDURE IS WRITE-CHANGE-IMPACT.

       SELECT-PENDING-CHANGES.
           PERFORM UNTIL WS-BOM-EOF = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-BOM-EOF
                   NOT AT END PERFORM CHECK-PENDING-CHANGE
               END-READ
           END-PERFORM.

       CHECK-PENDING-CHANGE.
           ADD 1 TO WS-BOM-LINES-READ
           IF BOM-CHANGE-NO NOT = SPACES
               IF BOM-EFFECTIVE-FROM > WS-TODAY-DATE
                   MOVE "IN" TO ECS-DIRECTION
                   PERFORM RELEASE-PENDING-CHANGE
               END-IF
               IF BOM-EFFECTIVE-TO >= WS-TODAY-DATE
                   AND BOM-EFFECTIVE-TO NOT = 99999999
                   MOVE "OUT" TO ECS-DIRECTION
                   PERFORM RELEASE-PENDING-CHANGE
               END-IF
           END-IF.

       RELEASE-PENDING-CHANGE.
           MOVE BOM-CHANGE-NO      TO ECS-CHANGE-NO
           MOVE BOM-PARENT-PART    TO ECS-PARENT-PART
           MOVE BOM-COMPONENT-PART TO ECS-COMPONENT-PART
           MOVE BOM-EFFECTIVE-FROM TO ECS-EFFECTIVE-FROM
           MOVE BOM-EFFECTIVE-TO   TO ECS-EFFECTIVE-TO
           MOVE BOM-QTY-PER        TO ECS-QTY-PER
           MOVE BOM-CHANGE-REASON  TO ECS-CHANGE-REASON
           RELEASE ECO-SORT-RECORD.

       WRITE-CHANGE-IMPACT.
           PERFORM UNTIL WS-ECS-EOF = "Y"
               RETURN ECO-SORT-FILE
                   AT END MOVE "Y" TO WS-ECS-EOF
                   NOT AT END PERFORM WRITE-CHANGE-LINE-IMPACT
               END-RETURN
           END-PERFORM
           IF WS-CURR-CHANGE-NO NOT = LOW-VALUES
               PERFORM WRITE-CHANGE-TOTAL
           END-IF.

       WRITE-CHANGE-LINE-IMPACT.
           IF ECS-CHANGE-NO NOT = WS-CURR-CHANGE-NO
               IF WS-CURR-CHANGE-NO NOT = LOW-VALUES
                   PERFORM WRITE-CHANGE-TOTAL
               END-IF
               PERFORM WRITE-CHANGE-HEADER
           END-IF
           ADD 1 TO WS-LINES-REPORTED
           MOVE ZERO TO WS-LINE-ON-HAND
           MOVE ZERO TO WS-LINE-ORDER-COUNT
           MOVE ZERO TO WS-LINE-OLD-NEED
           MOVE ZERO TO WS-LINE-PO-COUNT
           MOVE ZERO TO WS-LINE-PO-QTY
           MOVE ECS-COMPONENT-PART TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE INV-ON-HAND TO WS-LINE-ON-HAND
           END-READ
           PERFORM CLEAR-IMPACT-RECORD
           MOVE "L" TO ECR-LINE-TYPE
           MOVE WS-LINE-ON-HAND TO ECR-ON-HAND
           WRITE ECO-IMPACT-RECORD
           PERFORM WRITE-AFFECTED-ORDER
               VARYING OOR-IDX FROM 1 BY 1
               UNTIL OOR-IDX > WS-OPEN-ORDER-COUNT
           IF ECS-DIRECTION = "OUT"
               PERFORM WRITE-OUTGOING-OPEN-POS
           END-IF
           PERFORM CLEAR-IMPACT-RECORD
           MOVE "S" TO ECR-LINE-TYPE
           MOVE WS-LINE-ON-HAND     TO ECR-ON-HAND
           MOVE WS-LINE-OLD-NEED    TO ECR-COMPONENT-NEED
           MOVE WS-LINE-PO-QTY      TO ECR-OPEN-PO-QTY
           MOVE WS-LINE-ORDER-COUNT TO ECR-OPEN-ORDER-COUNT
           MOVE WS-LINE-PO-COUNT    TO ECR-OPEN-PO-COUNT
           IF ECS-DIRECTION = "OUT"
               COMPUTE ECR-EXPOSURE-QTY = WS-LINE-ON-HAND
                   + WS-LINE-PO-QTY - WS-LINE-OLD-NEED
           END-IF
           WRITE ECO-IMPACT-RECORD
           ADD WS-LINE-ORDER-COUNT TO WS-CHG-ORDER-COUNT
           ADD WS-LINE-PO-COUNT    TO WS-CHG-PO-COUNT.

       WRITE-AFFECTED-ORDER.
           IF WS-OOR-PART-NO(OOR-IDX) = ECS-PARENT-PART
               PERFORM SET-ORDER-STRUCTURE
               ADD 1 TO WS-LINE-ORDER-COUNT
               PERFORM CLEAR-IMPACT-RECORD
               MOVE "O" TO ECR-LINE-TYPE
               MOVE WS-OOR-ORDER-NO(OOR-IDX)   TO ECR-ORDER-NO
               MOVE WS-OOR-STATUS(OOR-IDX)     TO ECR-ORDER-STATUS
               MOVE WS-OOR-QTY(OOR-IDX)        TO ECR-ORDER-QTY
               MOVE WS-OOR-START-DATE(OOR-IDX) TO ECR-START-DATE
               MOVE WS-ORDER-STRUCTURE         TO ECR-STRUCTURE
               IF (ECS-DIRECTION = "OUT" AND WS-ORDER-STRUCTURE = "OLD")
                   OR (ECS-DIRECTION = "IN"
                   AND WS-ORDER-STRUCTURE = "NEW")
                   COMPUTE ECR-COMPONENT-NEED =
                       WS-OOR-QTY(OOR-IDX) * ECS-QTY-PER
               END-IF
               IF ECS-DIRECTION = "OUT" AND WS-ORDER-STRUCTURE = "OLD"
                   ADD ECR-COMPONENT-NEED TO WS-LINE-OLD-NEED
               END-IF
               WRITE ECO-IMPACT-RECORD
           END-IF.

       SET-ORDER-STRUCTURE.
           IF ECS-DIRECTION = "OUT"
               IF WS-OOR-START-DATE(OOR-IDX) > ECS-EFFECTIVE-TO
                   MOVE "NEW" TO WS-ORDER-STRUCTURE
               ELSE
                   MOVE "OLD" TO WS-ORDER-STRUCTURE
               END-IF
           ELSE
               IF WS-OOR-START-DATE(OOR-IDX) >= ECS-EFFECTIVE-FROM
                   MOVE "NEW" TO WS-ORDER-STRUCTURE
               ELSE
                   MOVE "OLD" TO WS-ORDER-STRUCTURE
               END-IF
           END-IF.

       WRITE-OUTGOING-OPEN-POS.
           IF WS-PO-FILE-MISSING = "N"
               MOVE "N" TO WS-PO-EOF
               MOVE LOW-VALUES TO PO-ORDER-NO
               START PURCHASE-ORDER-FILE
                   KEY IS NOT LESS THAN PO-ORDER-NO
                   INVALID KEY MOVE "Y" TO WS-PO-EOF
               END-START
               PERFORM UNTIL WS-PO-EOF = "Y"
                   READ PURCHASE-ORDER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-PO-EOF
                       NOT AT END PERFORM CHECK-OUTGOING-PO
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-OUTGOING-PO.
           IF PO-PART-NO = ECS-COMPONENT-PART AND PO-STATUS = "OPEN"
               IF PO-ORDER-QTY > PO-RECEIVED-QTY
                   COMPUTE WS-PO-OPEN-QTY =
                       PO-ORDER-QTY - PO-RECEIVED-QTY
               ELSE
                   MOVE ZERO TO WS-PO-OPEN-QTY
               END-IF
               ADD 1 TO WS-LINE-PO-COUNT
               ADD WS-PO-OPEN-QTY TO WS-LINE-PO-QTY
               PERFORM CLEAR-IMPACT-RECORD
               MOVE "P" TO ECR-LINE-TYPE
               MOVE PO-ORDER-NO    TO ECR-PO-NO
               MOVE PO-SUPPLIER-ID TO ECR-SUPPLIER-ID
               MOVE PO-DATE-RAISED TO ECR-START-DATE
               MOVE WS-PO-OPEN-QTY TO ECR-OPEN-PO-QTY
               WRITE ECO-IMPACT-RECORD
           END-IF.

       WRITE-CHANGE-HEADER.
           MOVE ECS-CHANGE-NO TO WS-CURR-CHANGE-NO
           MOVE ZERO TO WS-CHG-ORDER-COUNT
           MOVE ZERO TO WS-CHG-PO-COUNT
           ADD 1 TO WS-CHANGES-REPORTED
           PERFORM CLEAR-IMPACT-RECORD
           MOVE "C" TO ECR-LINE-TYPE
           MOVE SPACES TO ECR-COMPONENT-PART
           MOVE SPACES TO ECR-DIRECTION
           MOVE ZERO TO ECR-EFFECTIVE-FROM
           MOVE ZERO TO ECR-EFFECTIVE-TO
           MOVE ZERO TO ECR-QTY-PER
           WRITE ECO-IMPACT-RECORD.

       WRITE-CHANGE-TOTAL.
           MOVE SPACES TO ECO-IMPACT-RECORD
           MOVE "T" TO ECR-LINE-TYPE
           MOVE WS-CURR-CHANGE-NO TO ECR-CHANGE-NO
           MOVE ZERO TO ECR-EFFECTIVE-FROM
           MOVE ZERO TO ECR-EFFECTIVE-TO
           MOVE ZERO TO ECR-QTY-PER
           MOVE ZERO TO ECR-ON-HAND
           MOVE ZERO TO ECR-ORDER-QTY
           MOVE ZERO TO ECR-START-DATE
           MOVE ZERO TO ECR-COMPONENT-NEED
           MOVE ZERO TO ECR-OPEN-PO-QTY
           MOVE WS-CHG-ORDER-COUNT TO ECR-OPEN-ORDER-COUNT
           MOVE WS-CHG-PO-COUNT    TO ECR-OPEN-PO-COUNT
           MOVE ZERO TO ECR-EXPOSURE-QTY
           MOVE WS-TODAY-DATE TO ECR-RUN-DATE
           WRITE ECO-IMPACT-RECORD.

       CLEAR-IMPACT-RECORD.
           MOVE SPACES TO ECO-IMPACT-RECORD
           MOVE ECS-CHANGE-NO      TO ECR-CHANGE-NO
           MOVE ECS-CHANGE-REASON  TO ECR-CHANGE-REASON
           MOVE ECS-PARENT-PART    TO ECR-PARENT-PART
           MOVE ECS-COMPONENT-PART TO ECR-COMPONENT-PART
           MOVE ECS-DIRECTION      TO ECR-DIRECTION
           MOVE ECS-EFFECTIVE-FROM TO ECR-EFFECTIVE-FROM
           MOVE ECS-EFFECTIVE-TO   TO ECR-EFFECTIVE-TO
           MOVE ECS-QTY-PER        TO ECR-QTY-PER
           MOVE ZERO TO ECR-ON-HAND
           MOVE ZERO TO ECR-ORDER-QTY
           MOVE ZERO TO ECR-START-DATE
           MOVE ZERO TO ECR-COMPONENT-NEED
           MOVE ZERO TO ECR-OPEN-PO-QTY
           MOVE ZERO TO ECR-OPEN-ORDER-COUNT
           MOVE ZERO TO ECR-OPEN-PO-COUNT
           MOVE ZERO TO ECR-EXPOSURE-QTY
           MOVE WS-TODAY-DATE TO ECR-RUN-DATE.

       FINALIZE-ECO-REPORT.
           CLOSE BOM-FILE
           CLOSE INVENTORY-FILE
           IF WS-PO-FILE-MISSING = "N"
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           CLOSE ECO-IMPACT-REPORT-FILE
           DISPLAY "BOM LINES READ " WS-BOM-LINES-READ
           DISPLAY "OPEN PRODUCTION ORDERS LOADED " WS-OPEN-ORDER-COUNT
           DISPLAY "PENDING CHANGES REPORTED " WS-CHANGES-REPORTED
           DISPLAY "CHANGED BOM LINES REPORTED " WS-LINES-REPORTED.

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
           MOVE WS-BOM-LINES-READ TO WS-RCL-RECORDS-READ
           MOVE WS-LINES-REPORTED TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
