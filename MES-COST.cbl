       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-COST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NO.

           SELECT BOM-FILE ASSIGN TO "bom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOM-KEY.

           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-KEY.

           SELECT COST-CONTROL-FILE ASSIGN TO "costctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCT-FILE-STATUS.

           SELECT COST-ROLL-REPORT-FILE ASSIGN TO "costrpt.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD COST-CONTROL-FILE.
       01 COST-CONTROL-RECORD.
           05 CCT-RUN-MODE           PIC X(1).
           05 CCT-APPROVED-BY        PIC X(10).
           05 CCT-APPROVED-DATE      PIC 9(8).

       FD COST-ROLL-REPORT-FILE.
       01 COST-ROLL-REPORT-RECORD.
           05 CR-PART-NO             PIC X(15).
           05 CR-DESCRIPTION         PIC X(50).
           05 CR-ON-HAND             PIC 9(7).
           05 CR-OLD-COST            PIC 9(5)V99.
           05 CR-ROLLED-COST         PIC 9(9)V99.
           05 CR-COST-CHANGE         PIC S9(9)V99.
           05 CR-VALUE-IMPACT        PIC S9(11)V99.
           05 CR-STATUS              PIC X(10).
           05 CR-RUN-MODE            PIC X(1).
           05 CR-DATE                PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-CCT-FILE-STATUS          PIC XX.
       01 WS-CCT-EOF                  PIC X.
       01 WS-INV-EOF                  PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-RUN-MODE                 PIC X VALUE "S".
       01 WS-APPROVED-BY              PIC X(10) VALUE SPACES.
       01 WS-APPROVED-DATE            PIC 9(8) VALUE ZERO.
       01 WS-COST-PART-NO             PIC X(15).
       01 WS-HAS-BOM                  PIC X.
       01 WS-ROLLED-COST              PIC 9(9)V99.
       01 WS-EXT-COST                 PIC 9(9)V99.
       01 WS-COST-CHANGE              PIC S9(9)V99.
       01 WS-VALUE-IMPACT             PIC S9(11)V99.
       01 WS-ROLL-STATUS              PIC X(10).
       01 WS-PURCH-COST               PIC 9(5)V99.
       01 WS-PURCH-COST-FOUND         PIC X.
       01 WS-BEST-RATING              PIC 9(3).
       01 WS-SUP-EOF                  PIC X.
       01 WS-ASSEMBLIES-ROLLED        PIC 9(7) VALUE ZERO.
       01 WS-COSTS-FROZEN             PIC 9(7) VALUE ZERO.
       01 WS-ROLL-EXCEPTIONS          PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-VALUE-IMPACT       PIC S9(11)V99 VALUE ZERO.

       01 WS-BOM-EOF                  PIC X.
       01 WS-BOM-NEXT-FOUND           PIC X.
       01 WS-BOM-ANC-MATCH            PIC X.
       01 WS-BOM-ANC-IDX              PIC 9(2).
       01 WS-BOM-COMP-PART            PIC X(15).
       01 WS-BOM-UNIT-QTY             PIC 9(9).
       01 WS-BOM-STACK.
           05 WS-BOM-STACK-DEPTH      PIC 9(2) VALUE ZERO.
           05 WS-BOM-STACK-ENTRY OCCURS 20 TIMES.
               10 WS-STK-PART-NO      PIC X(15).
               10 WS-STK-UNIT-QTY     PIC 9(9).
               10 WS-STK-LAST-COMP    PIC X(15).
               10 WS-STK-LAST-FROM    PIC 9(8).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-COST".
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
           PERFORM INIT-COST-ROLL
           PERFORM ROLL-STANDARD-COSTS
           PERFORM FINALIZE-COST-ROLL
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-COST-ROLL.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES STANDARD COST ROLL STARTED"
           PERFORM READ-COST-CONTROL
           IF WS-RUN-MODE = "F"
               DISPLAY "FREEZE RUN APPROVED BY " WS-APPROVED-BY
                   " ON " WS-APPROVED-DATE
           ELSE
               DISPLAY "SIMULATION RUN - STANDARD COSTS NOT CHANGED"
           END-IF
           OPEN I-O INVENTORY-FILE
           OPEN INPUT BOM-FILE
           OPEN INPUT SUPPLIER-FILE
           OPEN OUTPUT COST-ROLL-REPORT-FILE.

       READ-COST-CONTROL.
           MOVE "N" TO WS-CCT-EOF
           OPEN INPUT COST-CONTROL-FILE
           IF WS-CCT-FILE-STATUS = "35"
               MOVE "Y" TO WS-CCT-EOF
           END-IF
           PERFORM UNTIL WS-CCT-EOF = "Y"
               READ COST-CONTROL-FILE
                   AT END MOVE "Y" TO WS-CCT-EOF
                   NOT AT END
                       MOVE CCT-RUN-MODE    TO WS-RUN-MODE
                       MOVE CCT-APPROVED-BY TO WS-APPROVED-BY
                       IF CCT-APPROVED-DATE IS NUMERIC
                           MOVE CCT-APPROVED-DATE TO WS-APPROVED-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CCT-FILE-STATUS NOT = "35"
               CLOSE COST-CONTROL-FILE
           END-IF
           IF WS-RUN-MODE NOT = "F"
               MOVE "S" TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE = "F" AND WS-APPROVED-BY = SPACES
               DISPLAY "FREEZE REQUESTED WITHOUT APPROVAL - "
                   "RUN AS SIMULATION"
               MOVE "S" TO WS-RUN-MODE
           END-IF.

       SAVE-COST-CONTROL.
           OPEN OUTPUT COST-CONTROL-FILE
           MOVE "S"    TO CCT-RUN-MODE
           MOVE SPACES TO CCT-APPROVED-BY
           MOVE ZERO   TO CCT-APPROVED-DATE
           WRITE COST-CONTROL-RECORD
           CLOSE COST-CONTROL-FILE.

       ROLL-STANDARD-COSTS.
           MOVE LOW-VALUES TO INV-PART-NO
           START INVENTORY-FILE KEY IS NOT LESS THAN INV-PART-NO
               INVALID KEY MOVE "Y" TO WS-INV-EOF
           END-START
           PERFORM UNTIL WS-INV-EOF = "Y"
               READ INVENTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INV-EOF
                   NOT AT END PERFORM ROLL-ONE-PART
               END-READ
           END-PERFORM.

       ROLL-ONE-PART.
           MOVE INV-PART-NO TO WS-COST-PART-NO
           MOVE INV-PART-NO TO WS-BOM-COMP-PART
           PERFORM CHECK-PART-HAS-BOM
           IF WS-HAS-BOM = "Y"
               ADD 1 TO WS-ASSEMBLIES-ROLLED
               PERFORM ROLL-ASSEMBLY-COST
               PERFORM POST-ROLLED-COST
               MOVE WS-COST-PART-NO TO INV-PART-NO
               START INVENTORY-FILE KEY IS GREATER THAN INV-PART-NO
                   INVALID KEY MOVE "Y" TO WS-INV-EOF
               END-START
           END-IF.

       CHECK-PART-HAS-BOM.
           MOVE "N" TO WS-HAS-BOM
           MOVE "N" TO WS-BOM-EOF
           MOVE WS-BOM-COMP-PART TO BOM-PARENT-PART
           MOVE LOW-VALUES       TO BOM-COMPONENT-PART
           MOVE ZERO             TO BOM-EFFECTIVE-FROM
           START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY MOVE "Y" TO WS-BOM-EOF
           END-START
           PERFORM UNTIL WS-BOM-EOF = "Y" OR WS-HAS-BOM = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-BOM-EOF
                   NOT AT END PERFORM CHECK-BOM-LINE-CURRENT
               END-READ
           END-PERFORM.

       CHECK-BOM-LINE-CURRENT.
           IF BOM-PARENT-PART NOT = WS-BOM-COMP-PART
               MOVE "Y" TO WS-BOM-EOF
           ELSE
               IF BOM-EFFECTIVE-FROM <= WS-TODAY-DATE
                   AND BOM-EFFECTIVE-TO >= WS-TODAY-DATE
                   MOVE "Y" TO WS-HAS-BOM
               END-IF
           END-IF.

       ROLL-ASSEMBLY-COST.
           MOVE ZERO TO WS-ROLLED-COST
           MOVE "ROLLED" TO WS-ROLL-STATUS
           MOVE 1 TO WS-BOM-STACK-DEPTH
           MOVE WS-COST-PART-NO TO WS-STK-PART-NO(1)
           MOVE 1 TO WS-STK-UNIT-QTY(1)
           MOVE LOW-VALUES TO WS-STK-LAST-COMP(1)
           MOVE ZERO TO WS-STK-LAST-FROM(1)
           PERFORM WALK-COST-LEVEL
               UNTIL WS-BOM-STACK-DEPTH = ZERO.

       WALK-COST-LEVEL.
           PERFORM READ-NEXT-BOM-COMPONENT
           IF WS-BOM-NEXT-FOUND = "Y"
               IF BOM-EFFECTIVE-FROM <= WS-TODAY-DATE
                   AND BOM-EFFECTIVE-TO >= WS-TODAY-DATE
                   PERFORM PROCESS-COST-COMPONENT
               ELSE
                   MOVE BOM-COMPONENT-PART
                       TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
                   MOVE BOM-EFFECTIVE-FROM
                       TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-BOM-STACK-DEPTH
           END-IF.

       READ-NEXT-BOM-COMPONENT.
           MOVE "N" TO WS-BOM-NEXT-FOUND
           MOVE "N" TO WS-BOM-EOF
           MOVE WS-STK-PART-NO(WS-BOM-STACK-DEPTH)
               TO BOM-PARENT-PART
           MOVE WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
               TO BOM-COMPONENT-PART
           MOVE WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
               TO BOM-EFFECTIVE-FROM
           START BOM-FILE KEY IS GREATER THAN BOM-KEY
               INVALID KEY MOVE "Y" TO WS-BOM-EOF
           END-START
           IF WS-BOM-EOF NOT = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-BOM-EOF
               END-READ
           END-IF
           IF WS-BOM-EOF NOT = "Y"
               AND BOM-PARENT-PART =
                   WS-STK-PART-NO(WS-BOM-STACK-DEPTH)
               MOVE "Y" TO WS-BOM-NEXT-FOUND
           END-IF.

       PROCESS-COST-COMPONENT.
           MOVE BOM-COMPONENT-PART
               TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
           MOVE BOM-EFFECTIVE-FROM
               TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
           MOVE BOM-COMPONENT-PART TO WS-BOM-COMP-PART
           COMPUTE WS-BOM-UNIT-QTY =
               BOM-QTY-PER * WS-STK-UNIT-QTY(WS-BOM-STACK-DEPTH)
           PERFORM CHECK-BOM-ANCESTRY
           IF WS-BOM-ANC-MATCH = "Y"
               DISPLAY "BOM LOOP DETECTED - PART " WS-BOM-COMP-PART
                   " IN ITS OWN ANCESTRY UNDER " WS-STK-PART-NO(1)
                   " - BRANCH SKIPPED"
               MOVE "BOM LOOP" TO WS-ROLL-STATUS
           ELSE
               PERFORM CHECK-PART-HAS-BOM
               IF WS-HAS-BOM = "Y"
                   PERFORM PUSH-COST-COMPONENT
               ELSE
                   PERFORM ADD-PURCHASED-COST
               END-IF
           END-IF.

       CHECK-BOM-ANCESTRY.
           MOVE "N" TO WS-BOM-ANC-MATCH
           PERFORM TEST-BOM-ANCESTOR
               VARYING WS-BOM-ANC-IDX FROM 1 BY 1
               UNTIL WS-BOM-ANC-IDX > WS-BOM-STACK-DEPTH.

       TEST-BOM-ANCESTOR.
           IF WS-STK-PART-NO(WS-BOM-ANC-IDX) = WS-BOM-COMP-PART
               MOVE "Y" TO WS-BOM-ANC-MATCH
           END-IF.

       PUSH-COST-COMPONENT.
           IF WS-BOM-STACK-DEPTH < 20
               ADD 1 TO WS-BOM-STACK-DEPTH
               MOVE WS-BOM-COMP-PART
                   TO WS-STK-PART-NO(WS-BOM-STACK-DEPTH)
               MOVE WS-BOM-UNIT-QTY
                   TO WS-STK-UNIT-QTY(WS-BOM-STACK-DEPTH)
               MOVE LOW-VALUES
                   TO WS-STK-LAST-COMP(WS-BOM-STACK-DEPTH)
               MOVE ZERO
                   TO WS-STK-LAST-FROM(WS-BOM-STACK-DEPTH)
           ELSE
               DISPLAY "BOM DEEPER THAN 20 LEVELS - NOT ROLLED "
                   "BELOW " WS-BOM-COMP-PART
               MOVE "TOO DEEP" TO WS-ROLL-STATUS
           END-IF.

       ADD-PURCHASED-COST.
           PERFORM GET-PURCHASED-PART-COST
           IF WS-PURCH-COST-FOUND = "Y"
               COMPUTE WS-EXT-COST = WS-BOM-UNIT-QTY * WS-PURCH-COST
                   ON SIZE ERROR
                       MOVE "OVERFLOW" TO WS-ROLL-STATUS
               END-COMPUTE
               ADD WS-EXT-COST TO WS-ROLLED-COST
                   ON SIZE ERROR
                       MOVE "OVERFLOW" TO WS-ROLL-STATUS
               END-ADD
           ELSE
               DISPLAY "NO COST FOR COMPONENT " WS-BOM-COMP-PART
                   " UNDER " WS-STK-PART-NO(1)
               MOVE "NO COST" TO WS-ROLL-STATUS
           END-IF.

       GET-PURCHASED-PART-COST.
           MOVE "N" TO WS-PURCH-COST-FOUND
           MOVE ZERO TO WS-PURCH-COST
           MOVE ZERO TO WS-BEST-RATING
           MOVE "N" TO WS-SUP-EOF
           MOVE WS-BOM-COMP-PART TO SUPPLIER-PART-NO
           MOVE LOW-VALUES       TO SUPPLIER-ID
           START SUPPLIER-FILE KEY IS NOT LESS THAN SUPPLIER-KEY
               INVALID KEY MOVE "Y" TO WS-SUP-EOF
           END-START
           PERFORM UNTIL WS-SUP-EOF = "Y"
               READ SUPPLIER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SUP-EOF
               END-READ
               IF WS-SUP-EOF NOT = "Y"
                   IF SUPPLIER-PART-NO = WS-BOM-COMP-PART
                       PERFORM EVALUATE-SUPPLIER-PRICE
                   ELSE
                       MOVE "Y" TO WS-SUP-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PURCH-COST-FOUND = "N"
               MOVE WS-BOM-COMP-PART TO INV-PART-NO
               READ INVENTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INV-UNIT-COST TO WS-PURCH-COST
                       MOVE "Y" TO WS-PURCH-COST-FOUND
               END-READ
           END-IF.

       EVALUATE-SUPPLIER-PRICE.
           IF WS-PURCH-COST-FOUND = "N"
               PERFORM SELECT-AS-BEST-PRICE
           ELSE
               IF SUPPLIER-PRICE < WS-PURCH-COST
                   PERFORM SELECT-AS-BEST-PRICE
               ELSE
                   IF SUPPLIER-PRICE = WS-PURCH-COST
                       AND SUPPLIER-RATING > WS-BEST-RATING
                       PERFORM SELECT-AS-BEST-PRICE
                   END-IF
               END-IF
           END-IF.

       SELECT-AS-BEST-PRICE.
           MOVE "Y" TO WS-PURCH-COST-FOUND
           MOVE SUPPLIER-PRICE  TO WS-PURCH-COST
           MOVE SUPPLIER-RATING TO WS-BEST-RATING.

       POST-ROLLED-COST.
           MOVE WS-COST-PART-NO TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "PART NOT FOUND " WS-COST-PART-NO
               NOT INVALID KEY
                   PERFORM APPLY-ROLLED-COST
           END-READ.

       APPLY-ROLLED-COST.
           COMPUTE WS-COST-CHANGE = WS-ROLLED-COST - INV-UNIT-COST
           COMPUTE WS-VALUE-IMPACT = WS-COST-CHANGE * INV-ON-HAND
               ON SIZE ERROR
                   MOVE ZERO TO WS-VALUE-IMPACT
                   MOVE "OVERFLOW" TO WS-ROLL-STATUS
           END-COMPUTE
           IF WS-ROLL-STATUS = "ROLLED"
               AND WS-ROLLED-COST > 99999.99
               MOVE "OVERFLOW" TO WS-ROLL-STATUS
           END-IF
           PERFORM WRITE-COST-ROLL-DETAIL
           IF WS-ROLL-STATUS = "ROLLED"
               ADD WS-VALUE-IMPACT TO WS-TOTAL-VALUE-IMPACT
               IF WS-RUN-MODE = "F" AND WS-COST-CHANGE NOT = ZERO
                   MOVE WS-ROLLED-COST TO INV-UNIT-COST
                   REWRITE INVENTORY-RECORD
                   ADD 1 TO WS-COSTS-FROZEN
               END-IF
           ELSE
               ADD 1 TO WS-ROLL-EXCEPTIONS
           END-IF.

       WRITE-COST-ROLL-DETAIL.
           MOVE INV-PART-NO      TO CR-PART-NO
           MOVE INV-DESCRIPTION  TO CR-DESCRIPTION
           MOVE INV-ON-HAND      TO CR-ON-HAND
           MOVE INV-UNIT-COST    TO CR-OLD-COST
           MOVE WS-ROLLED-COST   TO CR-ROLLED-COST
           MOVE WS-COST-CHANGE   TO CR-COST-CHANGE
           MOVE WS-VALUE-IMPACT  TO CR-VALUE-IMPACT
           IF WS-ROLL-STATUS = "ROLLED" AND WS-RUN-MODE = "F"
               MOVE "FROZEN"     TO CR-STATUS
           ELSE
               IF WS-ROLL-STATUS = "ROLLED"
                   MOVE "SIMULATED" TO CR-STATUS
               ELSE
                   MOVE WS-ROLL-STATUS TO CR-STATUS
               END-IF
           END-IF
           MOVE WS-RUN-MODE      TO CR-RUN-MODE
           MOVE WS-TODAY-DATE    TO CR-DATE
           WRITE COST-ROLL-REPORT-RECORD.

       WRITE-COST-ROLL-TOTAL.
           MOVE "GRAND-TOTAL"         TO CR-PART-NO
           MOVE SPACES                TO CR-DESCRIPTION
           MOVE ZERO                  TO CR-ON-HAND
           MOVE ZERO                  TO CR-OLD-COST
           MOVE ZERO                  TO CR-ROLLED-COST
           MOVE ZERO                  TO CR-COST-CHANGE
           MOVE WS-TOTAL-VALUE-IMPACT TO CR-VALUE-IMPACT
           MOVE SPACES                TO CR-STATUS
           MOVE WS-RUN-MODE           TO CR-RUN-MODE
           MOVE WS-TODAY-DATE         TO CR-DATE
           WRITE COST-ROLL-REPORT-RECORD.

       FINALIZE-COST-ROLL.
           PERFORM WRITE-COST-ROLL-TOTAL
           IF WS-RUN-MODE = "F"
               PERFORM SAVE-COST-CONTROL
           END-IF
           CLOSE INVENTORY-FILE
           CLOSE BOM-FILE
           CLOSE SUPPLIER-FILE
           CLOSE COST-ROLL-REPORT-FILE
           DISPLAY "ASSEMBLIES ROLLED " WS-ASSEMBLIES-ROLLED
           DISPLAY "STANDARD COSTS FROZEN " WS-COSTS-FROZEN
           DISPLAY "ROLL EXCEPTIONS " WS-ROLL-EXCEPTIONS
           DISPLAY "INVENTORY VALUE IMPACT " WS-TOTAL-VALUE-IMPACT
           DISPLAY "MES STANDARD COST ROLL ENDED".

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
           MOVE WS-ASSEMBLIES-ROLLED TO WS-RCL-RECORDS-READ
           MOVE WS-COSTS-FROZEN TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
