       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-SORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-REQUEST-FILE ASSIGN TO "salesreq.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRQ-FILE-STATUS.

           SELECT SALES-ORDER-FILE ASSIGN TO "salesord.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NO.

           SELECT SO-NUMBER-FILE ASSIGN TO "sonumctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SON-FILE-STATUS.

           SELECT SALES-REGISTER-FILE ASSIGN TO "soireg.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SALES-REQUEST-FILE.
       01 SALES-REQUEST-RECORD.
           05 SRQ-CUSTOMER-ID        PIC X(10).
           05 SRQ-CUSTOMER-REF       PIC X(15).
           05 SRQ-PART-NO            PIC X(15).
           05 SRQ-QUANTITY           PIC 9(7).
           05 SRQ-REQUEST-DATE       PIC 9(8).

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

       FD SO-NUMBER-FILE.
       01 SO-NUMBER-RECORD.
           05 SON-LAST-SEQ           PIC 9(10).

       FD SALES-REGISTER-FILE.
       01 SALES-REGISTER-RECORD.
           05 SRG-ORDER-NO           PIC X(12).
           05 SRG-CUSTOMER-ID        PIC X(10).
           05 SRG-CUSTOMER-REF       PIC X(15).
           05 SRG-PART-NO            PIC X(15).
           05 SRG-QUANTITY           PIC 9(7).
           05 SRG-REQUEST-DATE       PIC 9(8).
           05 SRG-STATUS             PIC X(10).
           05 SRG-REASON             PIC X(30).
           05 SRG-DATE               PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-SRQ-FILE-STATUS          PIC XX.
       01 WS-SO-FILE-STATUS           PIC XX.
       01 WS-SON-FILE-STATUS          PIC XX.
       01 WS-SRQ-EOF                  PIC X VALUE "N".
       01 WS-SON-EOF                  PIC X.
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-REQUEST-REJECTED         PIC X.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-PART-ON-FILE             PIC X.
       01 WS-NEXT-SO-NO.
           05 FILLER                  PIC X(2) VALUE "SO".
           05 WS-NEXT-SO-SEQ          PIC 9(10) VALUE ZERO.
       01 WS-REQ-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-REQ-ACCEPTED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REQ-REJECTED-COUNT       PIC 9(7) VALUE ZERO.

       01 WS-EDIT-DATE                PIC 9(8).
       01 WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
                                      PIC X(8).
       01 WS-EDIT-DATE-GROUPS REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-DATE-YYYY       PIC 9(4).
           05 WS-EDIT-DATE-MM         PIC 9(2).
           05 WS-EDIT-DATE-DD         PIC 9(2).
       01 WS-EDIT-DATE-VALID          PIC X.
       01 WS-EDIT-MAX-DD              PIC 9(2).
       01 WS-EDIT-LEAP-REM            PIC 9(4).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-SORD".
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
           PERFORM INIT-SALES-INTAKE
           IF WS-SRQ-FILE-STATUS = "35"
               DISPLAY "NO SALES REQUEST FILE - NOTHING TO PROCESS"
           ELSE
               PERFORM PROCESS-SALES-REQUESTS
               PERFORM FINALIZE-SALES-INTAKE
           END-IF
           DISPLAY "MES SALES ORDER INTAKE RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-SALES-INTAKE.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES SALES ORDER INTAKE RUN STARTED"
           OPEN INPUT SALES-REQUEST-FILE
           IF WS-SRQ-FILE-STATUS NOT = "35"
               OPEN INPUT INVENTORY-FILE
               OPEN OUTPUT SALES-REGISTER-FILE
               OPEN EXTEND SALES-ORDER-FILE
               IF WS-SO-FILE-STATUS = "35"
                   OPEN OUTPUT SALES-ORDER-FILE
               END-IF
               PERFORM LOAD-SO-NUMBER-SERIES
           END-IF.

       LOAD-SO-NUMBER-SERIES.
           MOVE "N" TO WS-SON-EOF
           MOVE ZERO TO WS-NEXT-SO-SEQ
           OPEN INPUT SO-NUMBER-FILE
           IF WS-SON-FILE-STATUS = "35"
               MOVE "Y" TO WS-SON-EOF
           END-IF
           PERFORM UNTIL WS-SON-EOF = "Y"
               READ SO-NUMBER-FILE
                   AT END MOVE "Y" TO WS-SON-EOF
                   NOT AT END MOVE SON-LAST-SEQ TO WS-NEXT-SO-SEQ
               END-READ
           END-PERFORM
           IF WS-SON-FILE-STATUS NOT = "35"
               CLOSE SO-NUMBER-FILE
           END-IF.

       SAVE-SO-NUMBER-SERIES.
           OPEN OUTPUT SO-NUMBER-FILE
           MOVE WS-NEXT-SO-SEQ TO SON-LAST-SEQ
           WRITE SO-NUMBER-RECORD
           CLOSE SO-NUMBER-FILE.

       PROCESS-SALES-REQUESTS.
           PERFORM UNTIL WS-SRQ-EOF = "Y"
               READ SALES-REQUEST-FILE
                   AT END MOVE "Y" TO WS-SRQ-EOF
                   NOT AT END PERFORM PROCESS-ONE-SALES-REQUEST
               END-READ
           END-PERFORM.

       PROCESS-ONE-SALES-REQUEST.
           ADD 1 TO WS-REQ-READ-COUNT
           PERFORM VALIDATE-SALES-REQUEST
           IF WS-REQUEST-REJECTED = "Y"
               ADD 1 TO WS-REQ-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-REQ-ACCEPTED-COUNT
               PERFORM WRITE-SALES-ORDER
           END-IF.

       VALIDATE-SALES-REQUEST.
           MOVE "N" TO WS-REQUEST-REJECTED
           IF SRQ-CUSTOMER-ID = SPACES
               MOVE "MISSING CUSTOMER ID" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-REGISTER
           END-IF
           IF SRQ-QUANTITY IS NOT NUMERIC OR SRQ-QUANTITY = ZERO
               MOVE "INVALID ORDER QUANTITY" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-REGISTER
           END-IF
           MOVE SRQ-REQUEST-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-VALID NOT = "Y"
               MOVE "INVALID REQUEST DATE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-REGISTER
           END-IF
           PERFORM VALIDATE-SALES-PART.

       VALIDATE-SALES-PART.
           MOVE "N" TO WS-PART-ON-FILE
           MOVE SRQ-PART-NO TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-PART-ON-FILE
           END-READ
           IF WS-PART-ON-FILE NOT = "Y"
               MOVE "PART NOT ON INVENTORY FILE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-REGISTER
           END-IF.

       WRITE-SALES-ORDER.
           ADD 1 TO WS-NEXT-SO-SEQ
           MOVE WS-NEXT-SO-NO    TO SO-ORDER-NO
           MOVE SRQ-CUSTOMER-ID  TO SO-CUSTOMER-ID
           MOVE SRQ-CUSTOMER-REF TO SO-CUSTOMER-REF
           MOVE SRQ-PART-NO      TO SO-PART-NO
           MOVE SRQ-QUANTITY     TO SO-ORDER-QTY
           MOVE ZERO             TO SO-ALLOCATED-QTY
           MOVE ZERO             TO SO-SHIPPED-QTY
           MOVE SRQ-REQUEST-DATE TO SO-REQUEST-DATE
           MOVE WS-TODAY-DATE    TO SO-ENTRY-DATE
           MOVE "OPEN"           TO SO-STATUS
           WRITE SALES-ORDER-RECORD
           MOVE SO-ORDER-NO TO SRG-ORDER-NO
           MOVE "ACCEPTED"  TO SRG-STATUS
           MOVE SPACES      TO SRG-REASON
           PERFORM WRITE-SALES-REGISTER.

       WRITE-REJECT-REGISTER.
           MOVE "Y" TO WS-REQUEST-REJECTED
           MOVE SPACES           TO SRG-ORDER-NO
           MOVE "REJECTED"       TO SRG-STATUS
           MOVE WS-REJECT-REASON TO SRG-REASON
           PERFORM WRITE-SALES-REGISTER.

       WRITE-SALES-REGISTER.
           MOVE SRQ-CUSTOMER-ID  TO SRG-CUSTOMER-ID
           MOVE SRQ-CUSTOMER-REF TO SRG-CUSTOMER-REF
           MOVE SRQ-PART-NO      TO SRG-PART-NO
           IF SRQ-QUANTITY IS NUMERIC
               MOVE SRQ-QUANTITY TO SRG-QUANTITY
           ELSE
               MOVE ZERO TO SRG-QUANTITY
           END-IF
           IF SRQ-REQUEST-DATE IS NUMERIC
               MOVE SRQ-REQUEST-DATE TO SRG-REQUEST-DATE
           ELSE
               MOVE ZERO TO SRG-REQUEST-DATE
           END-IF
           MOVE WS-TODAY-DATE TO SRG-DATE
           WRITE SALES-REGISTER-RECORD.

       FINALIZE-SALES-INTAKE.
           PERFORM SAVE-SO-NUMBER-SERIES
           CLOSE SALES-REQUEST-FILE
           CLOSE INVENTORY-FILE
           CLOSE SALES-ORDER-FILE
           CLOSE SALES-REGISTER-FILE
           DISPLAY "SALES REQUESTS READ " WS-REQ-READ-COUNT
           DISPLAY "SALES REQUESTS ACCEPTED " WS-REQ-ACCEPTED-COUNT
           DISPLAY "SALES REQUESTS REJECTED " WS-REQ-REJECTED-COUNT.

       EDIT-DATE.
           MOVE "N" TO WS-EDIT-DATE-VALID
           IF WS-EDIT-DATE-X IS NUMERIC
               AND WS-EDIT-DATE-YYYY > 1600
               AND WS-EDIT-DATE-MM >= 1 AND WS-EDIT-DATE-MM <= 12
               PERFORM EDIT-DATE-DAY
           END-IF.

       EDIT-DATE-DAY.
           EVALUATE WS-EDIT-DATE-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-EDIT-MAX-DD
               WHEN 2
                   MOVE 28 TO WS-EDIT-MAX-DD
                   COMPUTE WS-EDIT-LEAP-REM =
                       FUNCTION MOD(WS-EDIT-DATE-YYYY, 4)
                   IF WS-EDIT-LEAP-REM = ZERO
                       COMPUTE WS-EDIT-LEAP-REM =
                           FUNCTION MOD(WS-EDIT-DATE-YYYY, 100)
                       IF WS-EDIT-LEAP-REM NOT = ZERO
                           MOVE 29 TO WS-EDIT-MAX-DD
                       ELSE
                           COMPUTE WS-EDIT-LEAP-REM =
                               FUNCTION MOD(WS-EDIT-DATE-YYYY, 400)
                           IF WS-EDIT-LEAP-REM = ZERO
                               MOVE 29 TO WS-EDIT-MAX-DD
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-EDIT-MAX-DD
           END-EVALUATE
           IF WS-EDIT-DATE-DD >= 1
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
           MOVE WS-REQ-READ-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-REQ-ACCEPTED-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
