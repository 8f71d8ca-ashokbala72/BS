           SELECT DISCREPANCY-FILE ASSIGN TO "invdisc.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETURN-TO-VENDOR-FILE ASSIGN TO "rtv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-FILE-STATUS.

           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 PAY-RECEIPT-DATE       PIC 9(8).
           05 PAY-DUE-DATE           PIC 9(8).
           05 PAY-APPROVED-DATE      PIC 9(8).
           05 PAY-DEBIT-AMOUNT       PIC 9(9)V99.
           05 PAY-NET-AMOUNT         PIC 9(11)V99.

       FD DISCREPANCY-FILE.
       01 DISCREPANCY-RECORD.
           05 DSC-SUPPLIER-PRICE     PIC 9(5)V99.
           05 DSC-DATE               PIC 9(8).

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

       01 WS-IVC-FILE-STATUS          PIC XX.
       01 WS-IVC-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-IVC-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-IVC-DISCREPANT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-RTV-FILE-STATUS          PIC XX.
       01 WS-RTV-EOF                  PIC X VALUE "N".
       01 WS-RTV-READ-NO              PIC 9(5).
       01 WS-RTV-SKIPPED              PIC 9(7) VALUE ZERO.
       01 WS-RETURNED-QTY             PIC 9(9).
       01 WS-MATCH-RECEIVED-QTY       PIC 9(9).
       01 WS-DEBIT-PAYABLE            PIC 9(11)V99.
       01 WS-DEBIT-TAKE               PIC 9(9)V99.
       01 WS-DEBIT-TOTAL              PIC 9(9)V99.
       01 WS-DEBITS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-DEBITS-APPLIED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
       01 WS-GLM-FILE-STATUS          PIC XX.
       01 WS-PPV-COUNT                PIC 9(7) VALUE ZERO.

       01 WS-RCPT-TABLE.
           05 WS-RCPT-COUNT           PIC 9(5) VALUE ZERO.
               10 WS-RCPT-LAST-DATE   PIC 9(8).
       01 WS-RCPT-MATCH-IDX           PIC 9(5).

       01 WS-RTV-TABLE.
           05 WS-RTV-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-RTV-ENTRY OCCURS 2000 TIMES INDEXED BY RTV-IDX.
               10 WS-RTV-PO-NO        PIC X(12).
               10 WS-RTV-SUPPLIER-ID  PIC X(10).
               10 WS-RTV-QUANTITY     PIC 9(7).
               10 WS-RTV-OPEN-AMOUNT  PIC 9(9)V99.
               10 WS-RTV-TAKEN-AMOUNT PIC 9(9)V99.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-INVM".
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
               DISPLAY "NO INVOICE FILE - NOTHING TO MATCH"
           ELSE
               PERFORM LOAD-RECEIPT-HISTORY
               PERFORM LOAD-RETURNS-TO-VENDOR
               PERFORM PROCESS-INVOICES
               PERFORM FINALIZE-INVOICE-MATCH
           END-IF
           DISPLAY "MES INVOICE MATCH RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-INVOICE-MATCH.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES INVOICE MATCH RUN STARTED"
           OPEN INPUT INVOICE-FILE
           IF WS-IVC-FILE-STATUS NOT = "35"
               IF WS-PAY-FILE-STATUS = "35"
                   OPEN OUTPUT PAYMENT-APPROVAL-FILE
               END-IF
               OPEN EXTEND GL-MOVEMENT-FILE
               IF WS-GLM-FILE-STATUS = "35"
                   OPEN OUTPUT GL-MOVEMENT-FILE
               END-IF
           END-IF.

       LOAD-RECEIPT-HISTORY.
               MOVE RCPT-IDX TO WS-RCPT-MATCH-IDX
           END-IF.

       LOAD-RETURNS-TO-VENDOR.
           OPEN INPUT RETURN-TO-VENDOR-FILE
           IF WS-RTV-FILE-STATUS = "35"
               MOVE "Y" TO WS-RTV-EOF
           END-IF
           PERFORM UNTIL WS-RTV-EOF = "Y"
               READ RETURN-TO-VENDOR-FILE
                   AT END MOVE "Y" TO WS-RTV-EOF
                   NOT AT END PERFORM STORE-RETURN-TO-VENDOR
               END-READ
           END-PERFORM
           IF WS-RTV-FILE-STATUS NOT = "35"
               CLOSE RETURN-TO-VENDOR-FILE
           END-IF.

       STORE-RETURN-TO-VENDOR.
           IF WS-RTV-COUNT < 2000
               ADD 1 TO WS-RTV-COUNT
               SET RTV-IDX TO WS-RTV-COUNT
               MOVE RTV-PO-NO       TO WS-RTV-PO-NO(RTV-IDX)
               MOVE RTV-SUPPLIER-ID TO WS-RTV-SUPPLIER-ID(RTV-IDX)
               MOVE RTV-QUANTITY    TO WS-RTV-QUANTITY(RTV-IDX)
               MOVE ZERO TO WS-RTV-OPEN-AMOUNT(RTV-IDX)
               MOVE ZERO TO WS-RTV-TAKEN-AMOUNT(RTV-IDX)
               IF RTV-STATUS = "OPEN"
                   AND RTV-DEBIT-AMOUNT > RTV-DEDUCTED-AMOUNT
                   COMPUTE WS-RTV-OPEN-AMOUNT(RTV-IDX) =
                       RTV-DEBIT-AMOUNT - RTV-DEDUCTED-AMOUNT
               END-IF
           ELSE
               ADD 1 TO WS-RTV-SKIPPED
               DISPLAY "RETURN TO VENDOR TABLE FULL - NOT TRACKED: "
                   RTV-SUPPLIER-ID " " RTV-PO-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCESS-INVOICES.
           PERFORM UNTIL WS-IVC-EOF = "Y"
               READ INVOICE-FILE
           END-IF.

       MATCH-INVOICE-QUANTITY.
           MOVE ZERO TO WS-RETURNED-QTY
           PERFORM ADD-PO-RETURNED-QTY VARYING RTV-IDX FROM 1 BY 1
               UNTIL RTV-IDX > WS-RTV-COUNT
           COMPUTE WS-MATCH-RECEIVED-QTY =
               PO-RECEIVED-QTY + WS-RETURNED-QTY
           IF WS-MATCH-RECEIVED-QTY = ZERO
               MOVE "NOTHING RECEIVED AGAINST PO" TO DSC-REASON
               PERFORM WRITE-DISCREPANCY
           ELSE
               COMPUTE WS-QTY-DIFF =
                   IVC-QUANTITY - WS-MATCH-RECEIVED-QTY
               IF WS-QTY-DIFF < ZERO
                   COMPUTE WS-QTY-DIFF = ZERO - WS-QTY-DIFF
               END-IF
               COMPUTE WS-QTY-ALLOW =
                   (WS-MATCH-RECEIVED-QTY * WS-QTY-TOL-PCT) / 100
               IF WS-QTY-DIFF > WS-QTY-ALLOW
                   MOVE "QUANTITY OUTSIDE TOLERANCE" TO DSC-REASON
                   PERFORM WRITE-DISCREPANCY
               END-IF
           END-IF.

       ADD-PO-RETURNED-QTY.
           IF WS-RTV-PO-NO(RTV-IDX) = IVC-PO-NO
               ADD WS-RTV-QUANTITY(RTV-IDX) TO WS-RETURNED-QTY
           END-IF.

       MATCH-INVOICE-PRICE.
           MOVE "N" TO WS-SUPPLIER-ON-FILE
           MOVE IVC-PART-NO     TO SUPPLIER-PART-NO
               FUNCTION INTEGER-OF-DATE(WS-RECEIPT-DATE)
               + WS-TERMS-DAYS)
           MOVE WS-TODAY-DATE   TO PAY-APPROVED-DATE
           PERFORM APPLY-VENDOR-DEBITS
           MOVE WS-DEBIT-TOTAL  TO PAY-DEBIT-AMOUNT
           COMPUTE PAY-NET-AMOUNT = PAY-AMOUNT - WS-DEBIT-TOTAL
           WRITE PAYMENT-APPROVAL-RECORD
           ADD 1 TO WS-IVC-APPROVED-COUNT
           IF IVC-UNIT-PRICE NOT = SUPPLIER-PRICE
               PERFORM WRITE-PPV-GL-MOVEMENT
           END-IF.

       WRITE-PPV-GL-MOVEMENT.
           MOVE "PPV"           TO GLM-MOVE-TYPE
           MOVE "MES-INVM"      TO GLM-SOURCE
           MOVE IVC-PART-NO     TO GLM-PART-NO
           MOVE IVC-INVOICE-NO  TO GLM-REFERENCE
           MOVE IVC-SUPPLIER-ID TO GLM-LOCATION
           MOVE SPACES          TO GLM-TO-LOCATION
           MOVE IVC-QUANTITY    TO GLM-QUANTITY
           COMPUTE GLM-UNIT-COST = IVC-UNIT-PRICE - SUPPLIER-PRICE
           COMPUTE GLM-AMOUNT ROUNDED = GLM-QUANTITY * GLM-UNIT-COST
           MOVE WS-TODAY-DATE   TO GLM-DATE
           ACCEPT GLM-TIME FROM TIME
           WRITE GL-MOVEMENT-RECORD
           ADD 1 TO WS-PPV-COUNT.

       APPLY-VENDOR-DEBITS.
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE PAY-AMOUNT TO WS-DEBIT-PAYABLE
           PERFORM TAKE-VENDOR-DEBIT VARYING RTV-IDX FROM 1 BY 1
               UNTIL RTV-IDX > WS-RTV-COUNT
           IF WS-DEBIT-TOTAL > ZERO
               ADD 1 TO WS-DEBITS-APPLIED-COUNT
               ADD WS-DEBIT-TOTAL TO WS-DEBITS-APPLIED-AMOUNT
               DISPLAY "RETURN DEBIT " WS-DEBIT-TOTAL
                   " DEDUCTED FROM INVOICE " IVC-INVOICE-NO
           END-IF.

       TAKE-VENDOR-DEBIT.
           IF WS-RTV-SUPPLIER-ID(RTV-IDX) = IVC-SUPPLIER-ID
               AND WS-RTV-OPEN-AMOUNT(RTV-IDX) > ZERO
               AND WS-DEBIT-PAYABLE > ZERO
               IF WS-RTV-OPEN-AMOUNT(RTV-IDX) > WS-DEBIT-PAYABLE
                   MOVE WS-DEBIT-PAYABLE TO WS-DEBIT-TAKE
               ELSE
                   MOVE WS-RTV-OPEN-AMOUNT(RTV-IDX) TO WS-DEBIT-TAKE
               END-IF
               SUBTRACT WS-DEBIT-TAKE FROM WS-RTV-OPEN-AMOUNT(RTV-IDX)
               ADD WS-DEBIT-TAKE TO WS-RTV-TAKEN-AMOUNT(RTV-IDX)
               SUBTRACT WS-DEBIT-TAKE FROM WS-DEBIT-PAYABLE
               ADD WS-DEBIT-TAKE TO WS-DEBIT-TOTAL
           END-IF.

       MARK-DEDUCTED-RETURNS.
           MOVE "N" TO WS-RTV-EOF
           MOVE ZERO TO WS-RTV-READ-NO
           OPEN I-O RETURN-TO-VENDOR-FILE
           PERFORM UNTIL WS-RTV-EOF = "Y"
               READ RETURN-TO-VENDOR-FILE
                   AT END MOVE "Y" TO WS-RTV-EOF
                   NOT AT END
                       ADD 1 TO WS-RTV-READ-NO
                       IF WS-RTV-READ-NO > WS-RTV-COUNT
                           MOVE "Y" TO WS-RTV-EOF
                       ELSE
                           PERFORM UPDATE-RETURN-DEDUCTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-TO-VENDOR-FILE.

       UPDATE-RETURN-DEDUCTION.
           SET RTV-IDX TO WS-RTV-READ-NO
           IF WS-RTV-TAKEN-AMOUNT(RTV-IDX) > ZERO
               ADD WS-RTV-TAKEN-AMOUNT(RTV-IDX) TO RTV-DEDUCTED-AMOUNT
               IF RTV-DEDUCTED-AMOUNT >= RTV-DEBIT-AMOUNT
                   MOVE "DEDUCTED" TO RTV-STATUS
               END-IF
               REWRITE RETURN-TO-VENDOR-RECORD
           END-IF.

       PARSE-PAYMENT-TERMS.
           MOVE ZERO TO WS-TERMS-DAYS
           CLOSE SUPPLIER-FILE
           CLOSE PAYMENT-APPROVAL-FILE
           CLOSE DISCREPANCY-FILE
           CLOSE GL-MOVEMENT-FILE
           IF WS-DEBITS-APPLIED-COUNT > ZERO
               PERFORM MARK-DEDUCTED-RETURNS
           END-IF
           DISPLAY "INVOICES READ " WS-IVC-READ-COUNT
           DISPLAY "INVOICES APPROVED " WS-IVC-APPROVED-COUNT
           DISPLAY "INVOICES DISCREPANT " WS-IVC-DISCREPANT-COUNT
           DISPLAY "INVOICES WITH RETURN DEBITS "
               WS-DEBITS-APPLIED-COUNT
           DISPLAY "RETURN DEBITS DEDUCTED " WS-DEBITS-APPLIED-AMOUNT
           DISPLAY "PRICE VARIANCES POSTED " WS-PPV-COUNT.

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
           MOVE WS-IVC-READ-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-IVC-APPROVED-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
