       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-ALOC.

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

           SELECT PRODUCTION-FILE ASSIGN TO "production.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT ATP-REPORT-FILE ASSIGN TO "atprpt.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ATP-SORT-FILE ASSIGN TO "atpsort.dat".

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

       FD PRODUCTION-FILE.
       01 PRODUCTION-RECORD.
           05 PROD-ORDER-NO          PIC X(12).
           05 PROD-PART-NO           PIC X(15).
           05 PROD-QUANTITY          PIC 9(7).
           05 PROD-WORK-CENTER       PIC X(10).
           05 PROD-STATUS            PIC X(10).
           05 PROD-START-DATE        PIC 9(8).
           05 PROD-END-DATE          PIC 9(8).

       FD ATP-REPORT-FILE.
       01 ATP-REPORT-RECORD.
           05 ATP-PART-NO            PIC X(15).
           05 ATP-DATE               PIC 9(8).
           05 ATP-EVENT              PIC X(10).
           05 ATP-REFERENCE          PIC X(12).
           05 ATP-SUPPLY-QTY         PIC 9(7).
           05 ATP-DEMAND-QTY         PIC 9(7).
           05 ATP-AVAILABLE-QTY      PIC S9(9).
           05 ATP-FLAG               PIC X(5).

       SD ATP-SORT-FILE.
       01 ATP-SORT-RECORD.
           05 ATS-PART-NO            PIC X(15).
           05 ATS-DATE               PIC 9(8).
           05 ATS-EVENT-SEQ          PIC 9(1).
           05 ATS-EVENT              PIC X(10).
           05 ATS-REFERENCE          PIC X(12).
           05 ATS-QUANTITY           PIC 9(7).

       WORKING-STORAGE SECTION.

       01 WS-SO-FILE-STATUS           PIC XX.
       01 WS-SAL-FILE-STATUS          PIC XX.
       01 WS-SLOC-FILE-STATUS         PIC XX.
       01 WS-PROD-FILE-STATUS         PIC XX.
       01 WS-SO-EOF                   PIC X VALUE "N".
       01 WS-SAL-EOF                  PIC X VALUE "N".
       01 WS-PROD-EOF                 PIC X VALUE "N".
       01 WS-ATS-EOF                  PIC X VALUE "N".
       01 WS-SLOC-MISSING             PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-SO-READ-NO               PIC 9(5) VALUE ZERO.
       01 WS-SO-NEED-QTY              PIC S9(8).
       01 WS-NEXT-LINE-FOUND          PIC X.
       01 WS-NEXT-LINE-IDX            PIC 9(5).
       01 WS-NEXT-LINE-DATE           PIC 9(8).
       01 WS-ALLOC-NEED-QTY           PIC 9(7).
       01 WS-ALLOC-FREE-QTY           PIC S9(9).
       01 WS-ALLOC-TAKE-QTY           PIC 9(7).
       01 WS-ALLOC-PART-NO            PIC X(15).
       01 WS-ALLOC-LOC-ID             PIC X(10).
       01 WS-ALLOC-LOC-QTY            PIC 9(7).
       01 WS-ALLOC-LOC-SEEN           PIC X.
       01 WS-ALLOC-SCAN-EOF           PIC X.
       01 WS-ALLOC-PART-TOTAL         PIC 9(9).
       01 WS-ATP-CURR-PART            PIC X(15).
       01 WS-ATP-RUNNING-QTY          PIC S9(9).
       01 WS-ATP-HOLD-QTY             PIC 9(7).
       01 WS-SOL-CURSOR               PIC 9(5).
       01 WS-LINES-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-LINES-ALLOCATED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-LINES-SHORT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-ALLOC-RECORD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ATP-LINE-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-ATP-SHORT-COUNT          PIC 9(7) VALUE ZERO.

       01 WS-SOL-TABLE.
           05 WS-SOL-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-SOL-ENTRY OCCURS 5000 TIMES INDEXED BY SOL-IDX.
               10 WS-SOL-RECORD-NO    PIC 9(5).
               10 WS-SOL-ORDER-NO     PIC X(12).
               10 WS-SOL-PART-NO      PIC X(15).
               10 WS-SOL-REQUEST-DATE PIC 9(8).
               10 WS-SOL-NEED-QTY     PIC 9(7).
               10 WS-SOL-NEW-ALLOC    PIC 9(7).
               10 WS-SOL-DONE         PIC X.

       01 WS-ALC-TABLE.
           05 WS-ALC-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-ALC-ENTRY OCCURS 3000 TIMES INDEXED BY ALC-IDX.
               10 WS-ALC-PART-NO      PIC X(15).
               10 WS-ALC-LOCATION     PIC X(10).
               10 WS-ALC-QTY          PIC 9(9).
       01 WS-ALC-MATCH-IDX            PIC 9(5).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-ALOC".
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
           PERFORM INIT-ALLOCATION
           IF WS-SO-FILE-STATUS = "35"
               DISPLAY "NO SALES ORDER FILE - NOTHING TO ALLOCATE"
           ELSE
               PERFORM LOAD-OPEN-SALES-LINES
               PERFORM LOAD-OPEN-ALLOCATIONS
               PERFORM ALLOCATE-SALES-LINES
               PERFORM UPDATE-SALES-ORDERS
               PERFORM PRODUCE-ATP-REPORT
               PERFORM FINALIZE-ALLOCATION
           END-IF
           DISPLAY "MES SALES ALLOCATION RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-ALLOCATION.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES SALES ALLOCATION RUN STARTED"
           OPEN INPUT SALES-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = "35"
               OPEN INPUT INVENTORY-FILE
               OPEN INPUT STOCK-LOCATION-FILE
               IF WS-SLOC-FILE-STATUS = "35"
                   MOVE "Y" TO WS-SLOC-MISSING
               END-IF
           END-IF.

       LOAD-OPEN-SALES-LINES.
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ SALES-ORDER-FILE
                   AT END MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       ADD 1 TO WS-SO-READ-NO
                       IF SO-STATUS = "OPEN" OR SO-STATUS = "ALLOCATED"
                           PERFORM STORE-SALES-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-ORDER-FILE.

       STORE-SALES-LINE.
           ADD 1 TO WS-LINES-READ-COUNT
           COMPUTE WS-SO-NEED-QTY =
               SO-ORDER-QTY - SO-SHIPPED-QTY - SO-ALLOCATED-QTY
           IF WS-SO-NEED-QTY > ZERO
               IF WS-SOL-COUNT < 5000
                   ADD 1 TO WS-SOL-COUNT
                   SET SOL-IDX TO WS-SOL-COUNT
                   MOVE WS-SO-READ-NO   TO WS-SOL-RECORD-NO(SOL-IDX)
                   MOVE SO-ORDER-NO     TO WS-SOL-ORDER-NO(SOL-IDX)
                   MOVE SO-PART-NO      TO WS-SOL-PART-NO(SOL-IDX)
                   MOVE SO-REQUEST-DATE TO WS-SOL-REQUEST-DATE(SOL-IDX)
                   MOVE WS-SO-NEED-QTY  TO WS-SOL-NEED-QTY(SOL-IDX)
                   MOVE ZERO            TO WS-SOL-NEW-ALLOC(SOL-IDX)
                   MOVE "N"             TO WS-SOL-DONE(SOL-IDX)
               ELSE
                   DISPLAY "SALES LINE TABLE FULL - NOT ALLOCATED "
                       SO-ORDER-NO
               END-IF
           END-IF.

       LOAD-OPEN-ALLOCATIONS.
           OPEN INPUT SO-ALLOCATION-FILE
           IF WS-SAL-FILE-STATUS = "35"
               MOVE "Y" TO WS-SAL-EOF
           END-IF
           PERFORM UNTIL WS-SAL-EOF = "Y"
               READ SO-ALLOCATION-FILE
                   AT END MOVE "Y" TO WS-SAL-EOF
                   NOT AT END
                       IF SAL-STATUS = "OPEN"
                           MOVE SAL-PART-NO  TO WS-ALLOC-PART-NO
                           MOVE SAL-LOCATION TO WS-ALLOC-LOC-ID
                           MOVE SAL-QUANTITY TO WS-ALLOC-TAKE-QTY
                           PERFORM ADD-LOCATION-ALLOCATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SAL-FILE-STATUS NOT = "35"
               CLOSE SO-ALLOCATION-FILE
           END-IF
           OPEN EXTEND SO-ALLOCATION-FILE
           IF WS-SAL-FILE-STATUS = "35"
               OPEN OUTPUT SO-ALLOCATION-FILE
           END-IF.

       FIND-LOCATION-ALLOCATION.
           MOVE ZERO TO WS-ALC-MATCH-IDX
           PERFORM TEST-ALLOCATION-SLOT VARYING ALC-IDX FROM 1 BY 1
               UNTIL ALC-IDX > WS-ALC-COUNT.

       TEST-ALLOCATION-SLOT.
           IF WS-ALC-PART-NO(ALC-IDX) = WS-ALLOC-PART-NO
               AND WS-ALC-LOCATION(ALC-IDX) = WS-ALLOC-LOC-ID
               MOVE ALC-IDX TO WS-ALC-MATCH-IDX
           END-IF.

       ADD-LOCATION-ALLOCATION.
           PERFORM FIND-LOCATION-ALLOCATION
           IF WS-ALC-MATCH-IDX > ZERO
               SET ALC-IDX TO WS-ALC-MATCH-IDX
               ADD WS-ALLOC-TAKE-QTY TO WS-ALC-QTY(ALC-IDX)
           ELSE
               IF WS-ALC-COUNT < 3000
                   ADD 1 TO WS-ALC-COUNT
                   SET ALC-IDX TO WS-ALC-COUNT
                   MOVE WS-ALLOC-PART-NO  TO WS-ALC-PART-NO(ALC-IDX)
                   MOVE WS-ALLOC-LOC-ID   TO WS-ALC-LOCATION(ALC-IDX)
                   MOVE WS-ALLOC-TAKE-QTY TO WS-ALC-QTY(ALC-IDX)
               ELSE
                   DISPLAY "ALLOCATION TABLE FULL - NOT TRACKED: "
                       WS-ALLOC-PART-NO " " WS-ALLOC-LOC-ID
               END-IF
           END-IF.

       ALLOCATE-SALES-LINES.
           MOVE "Y" TO WS-NEXT-LINE-FOUND
           PERFORM UNTIL WS-NEXT-LINE-FOUND = "N"
               PERFORM FIND-NEXT-SALES-LINE
               IF WS-NEXT-LINE-FOUND = "Y"
                   SET SOL-IDX TO WS-NEXT-LINE-IDX
                   MOVE "Y" TO WS-SOL-DONE(SOL-IDX)
                   PERFORM ALLOCATE-ONE-LINE
               END-IF
           END-PERFORM.

       FIND-NEXT-SALES-LINE.
           MOVE "N" TO WS-NEXT-LINE-FOUND
           MOVE ZERO TO WS-NEXT-LINE-IDX
           PERFORM TEST-NEXT-LINE-SLOT VARYING SOL-IDX FROM 1 BY 1
               UNTIL SOL-IDX > WS-SOL-COUNT.

       TEST-NEXT-LINE-SLOT.
           IF WS-SOL-DONE(SOL-IDX) = "N"
               IF WS-NEXT-LINE-FOUND = "N"
                   OR WS-SOL-REQUEST-DATE(SOL-IDX) < WS-NEXT-LINE-DATE
                   MOVE "Y" TO WS-NEXT-LINE-FOUND
                   MOVE SOL-IDX TO WS-NEXT-LINE-IDX
                   MOVE WS-SOL-REQUEST-DATE(SOL-IDX)
                       TO WS-NEXT-LINE-DATE
               END-IF
           END-IF.

       ALLOCATE-ONE-LINE.
           MOVE WS-SOL-PART-NO(SOL-IDX)  TO WS-ALLOC-PART-NO
           MOVE WS-SOL-NEED-QTY(SOL-IDX) TO WS-ALLOC-NEED-QTY
           MOVE "N" TO WS-ALLOC-LOC-SEEN
           MOVE "N" TO WS-ALLOC-SCAN-EOF
           IF WS-SLOC-MISSING = "Y"
               MOVE "Y" TO WS-ALLOC-SCAN-EOF
           ELSE
               MOVE WS-ALLOC-PART-NO TO SLOC-PART-NO
               MOVE LOW-VALUES       TO SLOC-LOCATION
               START STOCK-LOCATION-FILE KEY IS NOT LESS THAN SLOC-KEY
                   INVALID KEY MOVE "Y" TO WS-ALLOC-SCAN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-ALLOC-SCAN-EOF = "Y"
               OR WS-ALLOC-NEED-QTY = ZERO
               READ STOCK-LOCATION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-ALLOC-SCAN-EOF
               END-READ
               IF WS-ALLOC-SCAN-EOF NOT = "Y"
                   IF SLOC-PART-NO = WS-ALLOC-PART-NO
                       MOVE "Y" TO WS-ALLOC-LOC-SEEN
                       IF SLOC-LOCATION NOT = "QC-HOLD"
                           MOVE SLOC-LOCATION TO WS-ALLOC-LOC-ID
                           MOVE SLOC-ON-HAND  TO WS-ALLOC-LOC-QTY
                           PERFORM ALLOCATE-FROM-LOCATION
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-ALLOC-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ALLOC-LOC-SEEN = "N" AND WS-ALLOC-NEED-QTY > ZERO
               PERFORM ALLOCATE-FROM-PART-ON-HAND
           END-IF
           IF WS-SOL-NEW-ALLOC(SOL-IDX) > ZERO
               ADD 1 TO WS-LINES-ALLOCATED-COUNT
           END-IF
           IF WS-ALLOC-NEED-QTY > ZERO
               ADD 1 TO WS-LINES-SHORT-COUNT
               DISPLAY "SALES ORDER " WS-SOL-ORDER-NO(SOL-IDX)
                   " SHORT " WS-ALLOC-NEED-QTY " OF "
                   WS-ALLOC-PART-NO
           END-IF.

       ALLOCATE-FROM-PART-ON-HAND.
           MOVE WS-ALLOC-PART-NO TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "SALES ORDER FOR UNKNOWN PART "
                       WS-ALLOC-PART-NO
               NOT INVALID KEY
                   MOVE "MAIN"      TO WS-ALLOC-LOC-ID
                   MOVE INV-ON-HAND TO WS-ALLOC-LOC-QTY
                   PERFORM ALLOCATE-FROM-LOCATION
           END-READ.

       ALLOCATE-FROM-LOCATION.
           PERFORM FIND-LOCATION-ALLOCATION
           MOVE WS-ALLOC-LOC-QTY TO WS-ALLOC-FREE-QTY
           IF WS-ALC-MATCH-IDX > ZERO
               SET ALC-IDX TO WS-ALC-MATCH-IDX
               SUBTRACT WS-ALC-QTY(ALC-IDX) FROM WS-ALLOC-FREE-QTY
           END-IF
           IF WS-ALLOC-FREE-QTY > ZERO
               IF WS-ALLOC-FREE-QTY > WS-ALLOC-NEED-QTY
                   MOVE WS-ALLOC-NEED-QTY TO WS-ALLOC-TAKE-QTY
               ELSE
                   MOVE WS-ALLOC-FREE-QTY TO WS-ALLOC-TAKE-QTY
               END-IF
               PERFORM WRITE-ALLOCATION-RECORD
               PERFORM ADD-LOCATION-ALLOCATION
               ADD WS-ALLOC-TAKE-QTY TO WS-SOL-NEW-ALLOC(SOL-IDX)
               SUBTRACT WS-ALLOC-TAKE-QTY FROM WS-ALLOC-NEED-QTY
           END-IF.

       WRITE-ALLOCATION-RECORD.
           MOVE WS-SOL-ORDER-NO(SOL-IDX) TO SAL-ORDER-NO
           MOVE WS-ALLOC-PART-NO         TO SAL-PART-NO
           MOVE WS-ALLOC-LOC-ID          TO SAL-LOCATION
           MOVE WS-ALLOC-TAKE-QTY        TO SAL-QUANTITY
           MOVE ZERO                     TO SAL-SHIPPED-QTY
           MOVE WS-TODAY-DATE            TO SAL-ALLOC-DATE
           MOVE ZERO                     TO SAL-SHIP-DATE
           MOVE "OPEN"                   TO SAL-STATUS
           WRITE SO-ALLOCATION-RECORD
           ADD 1 TO WS-ALLOC-RECORD-COUNT.

       UPDATE-SALES-ORDERS.
           CLOSE SO-ALLOCATION-FILE
           IF WS-LINES-ALLOCATED-COUNT > ZERO
               MOVE "N" TO WS-SO-EOF
               MOVE ZERO TO WS-SO-READ-NO
               MOVE 1 TO WS-SOL-CURSOR
               OPEN I-O SALES-ORDER-FILE
               PERFORM UNTIL WS-SO-EOF = "Y"
                   READ SALES-ORDER-FILE
                       AT END MOVE "Y" TO WS-SO-EOF
                       NOT AT END
                           ADD 1 TO WS-SO-READ-NO
                           PERFORM APPLY-SALES-ALLOCATION
                   END-READ
               END-PERFORM
               CLOSE SALES-ORDER-FILE
           END-IF.

       APPLY-SALES-ALLOCATION.
           IF WS-SOL-CURSOR <= WS-SOL-COUNT
               SET SOL-IDX TO WS-SOL-CURSOR
               IF WS-SOL-RECORD-NO(SOL-IDX) = WS-SO-READ-NO
                   ADD 1 TO WS-SOL-CURSOR
                   IF WS-SOL-NEW-ALLOC(SOL-IDX) > ZERO
                       ADD WS-SOL-NEW-ALLOC(SOL-IDX)
                           TO SO-ALLOCATED-QTY
                       IF SO-ALLOCATED-QTY + SO-SHIPPED-QTY
                           >= SO-ORDER-QTY
                           MOVE "ALLOCATED" TO SO-STATUS
                       END-IF
                       REWRITE SALES-ORDER-RECORD
                   END-IF
               END-IF
           END-IF.

       PRODUCE-ATP-REPORT.
           OPEN OUTPUT ATP-REPORT-FILE
           SORT ATP-SORT-FILE
               ON ASCENDING KEY ATS-PART-NO ATS-DATE ATS-EVENT-SEQ
               INPUT PROCEDURE IS BUILD-ATP-EVENTS
               OUTPUT PROCEDURE IS WRITE-ATP-LINES
           CLOSE ATP-REPORT-FILE.

       BUILD-ATP-EVENTS.
           PERFORM RELEASE-SALES-DEMAND VARYING SOL-IDX FROM 1 BY 1
               UNTIL SOL-IDX > WS-SOL-COUNT
           PERFORM RELEASE-ALLOCATED-PART VARYING ALC-IDX FROM 1 BY 1
               UNTIL ALC-IDX > WS-ALC-COUNT
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
                           PERFORM RELEASE-PRODUCTION-SUPPLY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-FILE-STATUS NOT = "35"
               CLOSE PRODUCTION-FILE
           END-IF.

       RELEASE-SALES-DEMAND.
           IF WS-SOL-NEED-QTY(SOL-IDX) > WS-SOL-NEW-ALLOC(SOL-IDX)
               MOVE WS-SOL-PART-NO(SOL-IDX)      TO ATS-PART-NO
               MOVE WS-SOL-REQUEST-DATE(SOL-IDX) TO ATS-DATE
               MOVE 2                            TO ATS-EVENT-SEQ
               MOVE "SALES"                      TO ATS-EVENT
               MOVE WS-SOL-ORDER-NO(SOL-IDX)     TO ATS-REFERENCE
               COMPUTE ATS-QUANTITY = WS-SOL-NEED-QTY(SOL-IDX)
                   - WS-SOL-NEW-ALLOC(SOL-IDX)
               RELEASE ATP-SORT-RECORD
           END-IF.

       RELEASE-ALLOCATED-PART.
           MOVE WS-ALC-PART-NO(ALC-IDX) TO ATS-PART-NO
           MOVE ZERO                    TO ATS-DATE
           MOVE ZERO                    TO ATS-EVENT-SEQ
           MOVE "ALLOCATED"             TO ATS-EVENT
           MOVE SPACES                  TO ATS-REFERENCE
           MOVE ZERO                    TO ATS-QUANTITY
           RELEASE ATP-SORT-RECORD.

       RELEASE-PRODUCTION-SUPPLY.
           IF PROD-QUANTITY IS NUMERIC AND PROD-QUANTITY > ZERO
               MOVE PROD-PART-NO  TO ATS-PART-NO
               MOVE PROD-END-DATE TO ATS-DATE
               MOVE 1             TO ATS-EVENT-SEQ
               MOVE "PRODUCTION"  TO ATS-EVENT
               MOVE PROD-ORDER-NO TO ATS-REFERENCE
               MOVE PROD-QUANTITY TO ATS-QUANTITY
               RELEASE ATP-SORT-RECORD
           END-IF.

       WRITE-ATP-LINES.
           MOVE SPACES TO WS-ATP-CURR-PART
           PERFORM UNTIL WS-ATS-EOF = "Y"
               RETURN ATP-SORT-FILE
                   AT END MOVE "Y" TO WS-ATS-EOF
                   NOT AT END PERFORM WRITE-ATP-EVENT
               END-RETURN
           END-PERFORM.

       WRITE-ATP-EVENT.
           IF ATS-PART-NO NOT = WS-ATP-CURR-PART
               MOVE ATS-PART-NO TO WS-ATP-CURR-PART
               PERFORM WRITE-ATP-OPENING
           END-IF
           IF ATS-EVENT-SEQ NOT = ZERO
               PERFORM WRITE-ATP-MOVEMENT
           END-IF.

       WRITE-ATP-MOVEMENT.
           MOVE ATS-PART-NO   TO ATP-PART-NO
           MOVE ATS-DATE      TO ATP-DATE
           MOVE ATS-EVENT     TO ATP-EVENT
           MOVE ATS-REFERENCE TO ATP-REFERENCE
           IF ATS-EVENT-SEQ = 1
               MOVE ATS-QUANTITY TO ATP-SUPPLY-QTY
               MOVE ZERO         TO ATP-DEMAND-QTY
               ADD ATS-QUANTITY TO WS-ATP-RUNNING-QTY
           ELSE
               MOVE ZERO         TO ATP-SUPPLY-QTY
               MOVE ATS-QUANTITY TO ATP-DEMAND-QTY
               SUBTRACT ATS-QUANTITY FROM WS-ATP-RUNNING-QTY
           END-IF
           PERFORM WRITE-ATP-LINE.

       WRITE-ATP-OPENING.
           MOVE ZERO TO WS-ATP-RUNNING-QTY
           MOVE WS-ATP-CURR-PART TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE INV-ON-HAND TO WS-ATP-RUNNING-QTY
           END-READ
           PERFORM GET-ATP-HOLD-QTY
           SUBTRACT WS-ATP-HOLD-QTY FROM WS-ATP-RUNNING-QTY
           MOVE ZERO TO WS-ALLOC-PART-TOTAL
           PERFORM ADD-PART-ALLOCATION VARYING ALC-IDX FROM 1 BY 1
               UNTIL ALC-IDX > WS-ALC-COUNT
           SUBTRACT WS-ALLOC-PART-TOTAL FROM WS-ATP-RUNNING-QTY
           MOVE WS-ATP-CURR-PART TO ATP-PART-NO
           MOVE WS-TODAY-DATE    TO ATP-DATE
           MOVE "ON HAND"        TO ATP-EVENT
           MOVE SPACES           TO ATP-REFERENCE
           MOVE ZERO             TO ATP-SUPPLY-QTY
           MOVE ZERO             TO ATP-DEMAND-QTY
           PERFORM WRITE-ATP-LINE.

       GET-ATP-HOLD-QTY.
           MOVE ZERO TO WS-ATP-HOLD-QTY
           IF WS-SLOC-MISSING NOT = "Y"
               MOVE WS-ATP-CURR-PART TO SLOC-PART-NO
               MOVE "QC-HOLD"        TO SLOC-LOCATION
               READ STOCK-LOCATION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SLOC-ON-HAND TO WS-ATP-HOLD-QTY
               END-READ
           END-IF.

       ADD-PART-ALLOCATION.
           IF WS-ALC-PART-NO(ALC-IDX) = WS-ATP-CURR-PART
               ADD WS-ALC-QTY(ALC-IDX) TO WS-ALLOC-PART-TOTAL
           END-IF.

       WRITE-ATP-LINE.
           MOVE WS-ATP-RUNNING-QTY TO ATP-AVAILABLE-QTY
           IF WS-ATP-RUNNING-QTY < ZERO
               MOVE "SHORT" TO ATP-FLAG
               ADD 1 TO WS-ATP-SHORT-COUNT
           ELSE
               MOVE SPACES TO ATP-FLAG
           END-IF
           WRITE ATP-REPORT-RECORD
           ADD 1 TO WS-ATP-LINE-COUNT.

       FINALIZE-ALLOCATION.
           CLOSE INVENTORY-FILE
           IF WS-SLOC-MISSING NOT = "Y"
               CLOSE STOCK-LOCATION-FILE
           END-IF
           DISPLAY "OPEN SALES LINES READ " WS-LINES-READ-COUNT
           DISPLAY "SALES LINES ALLOCATED " WS-LINES-ALLOCATED-COUNT
           DISPLAY "SALES LINES STILL SHORT " WS-LINES-SHORT-COUNT
           DISPLAY "ALLOCATION RECORDS WRITTEN " WS-ALLOC-RECORD-COUNT
           DISPLAY "ATP LINES WRITTEN " WS-ATP-LINE-COUNT
           DISPLAY "ATP LINES SHORT " WS-ATP-SHORT-COUNT.

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
           MOVE WS-LINES-READ-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-ALLOC-RECORD-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
