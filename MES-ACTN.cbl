       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-ACTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "backord.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT RELEASE-REGISTER-FILE ASSIGN TO "prelreg.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRL-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-NO
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NO.

           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-KEY
               FILE STATUS IS WS-SUP-FILE-STATUS.

           SELECT CAPACITY-OVERLOAD-FILE ASSIGN TO "wcovload.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVL-FILE-STATUS.

           SELECT ACTION-SORT-FILE ASSIGN TO "actnsort.dat".

           SELECT ACTION-REPORT-FILE ASSIGN TO "actnrpt.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BKO-PART-NO            PIC X(15).
           05 BKO-ORDER-NO           PIC X(12).
           05 BKO-SHORTAGE-QTY       PIC 9(12).
           05 BKO-DATE               PIC 9(8).
           05 BKO-STATUS             PIC X(10).

       FD RELEASE-REGISTER-FILE.
       01 RELEASE-REGISTER-RECORD.
           05 PRL-PART-NO            PIC X(15).
           05 PRL-ORDER-QTY          PIC 9(12).
           05 PRL-ORDER-BY-DATE      PIC 9(8).
           05 PRL-DISPOSITION        PIC X(12).
           05 PRL-SUPPLIER-ID        PIC X(10).
           05 PRL-DATE               PIC 9(8).

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

       FD CAPACITY-OVERLOAD-FILE.
       01 CAPACITY-OVERLOAD-RECORD.
           05 OVL-WC-ID              PIC X(10).
           05 OVL-DATE               PIC 9(8).
           05 OVL-LOAD-QTY           PIC 9(9).
           05 OVL-CAPACITY           PIC 9(7).
           05 OVL-OVER-QTY           PIC 9(9).
           05 OVL-RUN-DATE           PIC 9(8).

       SD ACTION-SORT-FILE.
       01 ACTION-SORT-RECORD.
           05 ASR-SEVERITY-SCORE     PIC 9(5).
           05 ASR-PART-NO            PIC X(15).
           05 ASR-PART-IDX           PIC 9(5).

       FD ACTION-REPORT-FILE.
       01 ACTION-REPORT-RECORD.
           05 ACT-SECTION            PIC X(10).
           05 ACT-LINE-TYPE          PIC X(1).
           05 ACT-RANK               PIC 9(5).
           05 ACT-SEVERITY           PIC X(8).
           05 ACT-SEVERITY-SCORE     PIC 9(5).
           05 ACT-PART-NO            PIC X(15).
           05 ACT-DESCRIPTION        PIC X(50).
           05 ACT-CRITICALITY        PIC X(10).
           05 ACT-SHORT-QTY          PIC 9(12).
           05 ACT-WAITING-ORDERS     PIC 9(5).
           05 ACT-OPEN-SUPPLY-QTY    PIC 9(12).
           05 ACT-DAYS-LATE          PIC 9(5).
           05 ACT-SUPPLIER-ID        PIC X(10).
           05 ACT-SUPPLIER-NAME      PIC X(50).
           05 ACT-SUPPLY-TYPE        PIC X(7).
           05 ACT-REFERENCE          PIC X(12).
           05 ACT-QUANTITY           PIC 9(12).
           05 ACT-DUE-DATE           PIC 9(8).
           05 ACT-WC-ID              PIC X(10).
           05 ACT-LOAD-QTY           PIC 9(9).
           05 ACT-CAPACITY           PIC 9(7).
           05 ACT-OVER-QTY           PIC 9(9).
           05 ACT-MESSAGE            PIC X(30).
           05 ACT-RUN-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-BKO-FILE-STATUS          PIC XX.
       01 WS-PRL-FILE-STATUS          PIC XX.
       01 WS-PO-FILE-STATUS           PIC XX.
       01 WS-SUP-FILE-STATUS          PIC XX.
       01 WS-OVL-FILE-STATUS          PIC XX.
       01 WS-BKO-EOF                  PIC X VALUE "N".
       01 WS-PRL-EOF                  PIC X.
       01 WS-PO-EOF                   PIC X.
       01 WS-SUP-EOF                  PIC X.
       01 WS-OVL-EOF                  PIC X VALUE "N".
       01 WS-ASR-EOF                  PIC X VALUE "N".
       01 WS-PO-FILE-MISSING          PIC X VALUE "N".
       01 WS-SUP-FILE-MISSING         PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-TODAY-INT                PIC 9(7).
       01 WS-PO-PASS                  PIC X.
       01 WS-PO-OPEN-QTY              PIC 9(7).
       01 WS-PO-DUE-DATE              PIC 9(8).
       01 WS-PO-DUE-GROUPS REDEFINES WS-PO-DUE-DATE.
           05 WS-PO-DUE-YYYY          PIC 9(4).
           05 WS-PO-DUE-MM            PIC 9(2).
           05 WS-PO-DUE-DD            PIC 9(2).
       01 WS-PO-DUE-DAYS              PIC 9(3).
       01 WS-DAYS-LATE                PIC 9(5).
       01 WS-LATE-DAYS-WORK           PIC S9(7).
       01 WS-CRIT-WEIGHT              PIC 9(1).
       01 WS-BEST-RATING              PIC 9(3).
       01 WS-RANK                     PIC 9(5) VALUE ZERO.
       01 WS-FIND-PART-NO             PIC X(15).

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

       01 WS-BKO-OPEN-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-PO-LATE-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-PLN-LATE-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-PLN-UNRAISED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PRL-STALE-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-OVERLOAD-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-NO-SUPPLIER-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-LINES-WRITTEN            PIC 9(7) VALUE ZERO.

       01 WS-ACTION-PART-TABLE.
           05 WS-APT-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-APT-ENTRY OCCURS 2000 TIMES
                                      INDEXED BY APT-IDX.
               10 WS-APT-PART-NO      PIC X(15).
               10 WS-APT-DESCRIPTION  PIC X(50).
               10 WS-APT-CRITICALITY  PIC X(10).
               10 WS-APT-SHORT-QTY    PIC 9(12).
               10 WS-APT-WAIT-COUNT   PIC 9(5).
               10 WS-APT-SUPPLY-QTY   PIC 9(12).
               10 WS-APT-DAYS-LATE    PIC 9(5).
               10 WS-APT-CHASE-SUPPLIER PIC X(10).
               10 WS-APT-CHASE-LATE   PIC 9(5).
               10 WS-APT-NO-SUPPLIER  PIC X.
               10 WS-APT-SCORE        PIC 9(5).
               10 WS-APT-SEVERITY     PIC X(8).
       01 WS-APT-MATCH-IDX            PIC 9(5).

       01 WS-ACTION-WAIT-TABLE.
           05 WS-AWT-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-AWT-ENTRY OCCURS 5000 TIMES
                                      INDEXED BY AWT-IDX.
               10 WS-AWT-PART-IDX     PIC 9(5).
               10 WS-AWT-ORDER-NO     PIC X(12).
               10 WS-AWT-QTY          PIC 9(12).
               10 WS-AWT-DATE         PIC 9(8).
               10 WS-AWT-DAYS-LATE    PIC 9(5).

       01 WS-ACTION-SUPPLY-TABLE.
           05 WS-ASP-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-ASP-ENTRY OCCURS 5000 TIMES
                                      INDEXED BY ASP-IDX.
               10 WS-ASP-PART-IDX     PIC 9(5).
               10 WS-ASP-TYPE         PIC X(7).
               10 WS-ASP-REFERENCE    PIC X(12).
               10 WS-ASP-SUPPLIER-ID  PIC X(10).
               10 WS-ASP-QTY          PIC 9(12).
               10 WS-ASP-DUE-DATE     PIC 9(8).
               10 WS-ASP-DAYS-LATE    PIC 9(5).
               10 WS-ASP-RAISED       PIC X.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-ACTN".
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
           PERFORM INIT-ACTION-REPORT
           PERFORM LOAD-OPEN-BACKORDERS
           PERFORM LOAD-LATE-PLANNED-ORDERS
           IF WS-PO-FILE-MISSING = "N"
               MOVE "1" TO WS-PO-PASS
               PERFORM SCAN-PURCHASE-ORDERS
               MOVE "2" TO WS-PO-PASS
               PERFORM SCAN-PURCHASE-ORDERS
           END-IF
           PERFORM COMPLETE-ACTION-PARTS
               VARYING APT-IDX FROM 1 BY 1
               UNTIL APT-IDX > WS-APT-COUNT
           PERFORM WRITE-SHORTAGE-SECTION
           PERFORM WRITE-CAPACITY-SECTION
           PERFORM WRITE-NO-SUPPLIER-SECTION
           PERFORM FINALIZE-ACTION-REPORT
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-ACTION-REPORT.
           PERFORM START-RUN-CONTROL
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           DISPLAY "MES DAILY ACTION REPORT STARTED"
           OPEN INPUT INVENTORY-FILE
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS = "35"
               MOVE "Y" TO WS-PO-FILE-MISSING
           END-IF
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUP-FILE-STATUS = "35"
               MOVE "Y" TO WS-SUP-FILE-MISSING
           END-IF
           OPEN OUTPUT ACTION-REPORT-FILE.

       LOAD-OPEN-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               MOVE "Y" TO WS-BKO-EOF
           END-IF
           PERFORM UNTIL WS-BKO-EOF = "Y"
               READ BACKORDER-FILE
                   AT END MOVE "Y" TO WS-BKO-EOF
                   NOT AT END
                       IF BKO-STATUS = "OPEN"
                           PERFORM ADD-WAITING-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BKO-FILE-STATUS NOT = "35"
               CLOSE BACKORDER-FILE
           END-IF.

       ADD-WAITING-ORDER.
           ADD 1 TO WS-BKO-OPEN-COUNT
           MOVE BKO-PART-NO TO WS-FIND-PART-NO
           PERFORM FIND-OR-ADD-ACTION-PART
           IF WS-APT-MATCH-IDX > ZERO
               SET APT-IDX TO WS-APT-MATCH-IDX
               ADD BKO-SHORTAGE-QTY TO WS-APT-SHORT-QTY(APT-IDX)
               ADD 1 TO WS-APT-WAIT-COUNT(APT-IDX)
               MOVE BKO-DATE TO WS-EDIT-DATE
               PERFORM SET-DAYS-LATE
               IF WS-DAYS-LATE > WS-APT-DAYS-LATE(APT-IDX)
                   MOVE WS-DAYS-LATE TO WS-APT-DAYS-LATE(APT-IDX)
               END-IF
               IF WS-AWT-COUNT < 5000
                   ADD 1 TO WS-AWT-COUNT
                   SET AWT-IDX TO WS-AWT-COUNT
                   MOVE WS-APT-MATCH-IDX TO WS-AWT-PART-IDX(AWT-IDX)
                   MOVE BKO-ORDER-NO     TO WS-AWT-ORDER-NO(AWT-IDX)
                   MOVE BKO-SHORTAGE-QTY TO WS-AWT-QTY(AWT-IDX)
                   MOVE BKO-DATE         TO WS-AWT-DATE(AWT-IDX)
                   MOVE WS-DAYS-LATE     TO WS-AWT-DAYS-LATE(AWT-IDX)
               ELSE
                   DISPLAY "WAITING ORDER TABLE FULL - ORDER "
                       BKO-ORDER-NO " NOT LISTED"
               END-IF
           END-IF.

       LOAD-LATE-PLANNED-ORDERS.
           MOVE "N" TO WS-PRL-EOF
           OPEN INPUT RELEASE-REGISTER-FILE
           IF WS-PRL-FILE-STATUS = "35"
               MOVE "Y" TO WS-PRL-EOF
               DISPLAY "NO PLANNED ORDER RELEASE REGISTER - "
                   "NO PLANNED ORDERS LISTED"
           END-IF
           PERFORM UNTIL WS-PRL-EOF = "Y"
               READ RELEASE-REGISTER-FILE
                   AT END MOVE "Y" TO WS-PRL-EOF
                   NOT AT END
                       IF PRL-DATE NOT = WS-TODAY-DATE
                           ADD 1 TO WS-PRL-STALE-COUNT
                       ELSE
                           IF PRL-ORDER-BY-DATE < WS-TODAY-DATE
                               PERFORM ADD-LATE-PLANNED-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRL-FILE-STATUS NOT = "35"
               CLOSE RELEASE-REGISTER-FILE
           END-IF
           IF WS-PRL-STALE-COUNT > ZERO
               DISPLAY "RELEASE REGISTER NOT FOR BUSINESS DATE "
                   WS-TODAY-DATE " - " WS-PRL-STALE-COUNT
                   " ENTRIES IGNORED"
           END-IF.

       ADD-LATE-PLANNED-ORDER.
           MOVE PRL-ORDER-BY-DATE TO WS-EDIT-DATE
           PERFORM SET-DAYS-LATE
           IF WS-DAYS-LATE > ZERO
               ADD 1 TO WS-PLN-LATE-COUNT
               IF PRL-DISPOSITION NOT = "RELEASED"
                   ADD 1 TO WS-PLN-UNRAISED-COUNT
               END-IF
               MOVE PRL-PART-NO TO WS-FIND-PART-NO
               PERFORM FIND-OR-ADD-ACTION-PART
               IF WS-APT-MATCH-IDX > ZERO
                   SET APT-IDX TO WS-APT-MATCH-IDX
                   IF WS-DAYS-LATE > WS-APT-DAYS-LATE(APT-IDX)
                       MOVE WS-DAYS-LATE TO WS-APT-DAYS-LATE(APT-IDX)
                   END-IF
                   PERFORM ADD-PLANNED-SUPPLY-LINE
               END-IF
           END-IF.

       ADD-PLANNED-SUPPLY-LINE.
           IF WS-ASP-COUNT < 5000
               ADD 1 TO WS-ASP-COUNT
               SET ASP-IDX TO WS-ASP-COUNT
               MOVE WS-APT-MATCH-IDX  TO WS-ASP-PART-IDX(ASP-IDX)
               MOVE "PLANNED"         TO WS-ASP-TYPE(ASP-IDX)
               MOVE SPACES            TO WS-ASP-REFERENCE(ASP-IDX)
               MOVE PRL-SUPPLIER-ID   TO WS-ASP-SUPPLIER-ID(ASP-IDX)
               MOVE PRL-ORDER-QTY     TO WS-ASP-QTY(ASP-IDX)
               MOVE PRL-ORDER-BY-DATE TO WS-ASP-DUE-DATE(ASP-IDX)
               MOVE WS-DAYS-LATE      TO WS-ASP-DAYS-LATE(ASP-IDX)
               IF PRL-DISPOSITION = "RELEASED"
                   MOVE "Y" TO WS-ASP-RAISED(ASP-IDX)
               ELSE
                   MOVE "N" TO WS-ASP-RAISED(ASP-IDX)
               END-IF
           ELSE
               DISPLAY "SUPPLY TABLE FULL - PLANNED ORDER FOR "
                   PRL-PART-NO " NOT LISTED"
           END-IF.

       SCAN-PURCHASE-ORDERS.
           MOVE "N" TO WS-PO-EOF
           MOVE LOW-VALUES TO PO-ORDER-NO
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-ORDER-NO
               INVALID KEY MOVE "Y" TO WS-PO-EOF
           END-START
           PERFORM UNTIL WS-PO-EOF = "Y"
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PO-EOF
                   NOT AT END
                       IF PO-STATUS = "OPEN"
                           PERFORM CHECK-OPEN-PURCHASE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OPEN-PURCHASE-ORDER.
           PERFORM SET-PO-DUE-DATE
           MOVE ZERO TO WS-DAYS-LATE
           IF WS-PO-DUE-DATE NOT = ZERO
               MOVE WS-PO-DUE-DATE TO WS-EDIT-DATE
               PERFORM SET-DAYS-LATE
           END-IF
           IF WS-PO-PASS = "1"
               IF WS-DAYS-LATE > ZERO
                   ADD 1 TO WS-PO-LATE-COUNT
                   MOVE PO-PART-NO TO WS-FIND-PART-NO
                   PERFORM FIND-OR-ADD-ACTION-PART
               END-IF
           ELSE
               PERFORM FIND-ACTION-PART
               IF WS-APT-MATCH-IDX > ZERO
                   PERFORM ADD-PO-SUPPLY-LINE
               END-IF
           END-IF.

       SET-PO-DUE-DATE.
           MOVE ZERO TO WS-PO-DUE-DATE
           MOVE ZERO TO WS-PO-DUE-DAYS
           IF PO-DELIVERY-TIME(1:4) = "DUE "
               AND PO-DELIVERY-TIME(5:4) IS NUMERIC
               AND PO-DELIVERY-TIME(10:2) IS NUMERIC
               AND PO-DELIVERY-TIME(13:2) IS NUMERIC
               MOVE PO-DELIVERY-TIME(5:4)  TO WS-PO-DUE-YYYY
               MOVE PO-DELIVERY-TIME(10:2) TO WS-PO-DUE-MM
               MOVE PO-DELIVERY-TIME(13:2) TO WS-PO-DUE-DD
               MOVE WS-PO-DUE-DATE TO WS-EDIT-DATE
               PERFORM EDIT-DATE
               IF WS-EDIT-DATE-VALID NOT = "Y"
                   MOVE ZERO TO WS-PO-DUE-DATE
               END-IF
           ELSE
               EVALUATE PO-DELIVERY-TIME
                   WHEN "<15 days"
                       MOVE 15 TO WS-PO-DUE-DAYS
                   WHEN "15-30 days"
                       MOVE 30 TO WS-PO-DUE-DAYS
                   WHEN "30-60 days"
                       MOVE 60 TO WS-PO-DUE-DAYS
                   WHEN OTHER
                       MOVE PO-QUOTED-LEAD-TIME TO WS-PO-DUE-DAYS
               END-EVALUATE
               MOVE PO-DATE-RAISED TO WS-EDIT-DATE
               PERFORM EDIT-DATE
               IF WS-EDIT-DATE-VALID = "Y"
                   COMPUTE WS-PO-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(PO-DATE-RAISED)
                       + WS-PO-DUE-DAYS)
               END-IF
           END-IF.

       ADD-PO-SUPPLY-LINE.
           SET APT-IDX TO WS-APT-MATCH-IDX
           IF PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE WS-PO-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
           ELSE
               MOVE ZERO TO WS-PO-OPEN-QTY
           END-IF
           ADD WS-PO-OPEN-QTY TO WS-APT-SUPPLY-QTY(APT-IDX)
           IF WS-DAYS-LATE > WS-APT-DAYS-LATE(APT-IDX)
               MOVE WS-DAYS-LATE TO WS-APT-DAYS-LATE(APT-IDX)
           END-IF
           IF PO-SUPPLIER-ID NOT = SPACES
               IF WS-APT-CHASE-SUPPLIER(APT-IDX) = SPACES
                   OR WS-DAYS-LATE > WS-APT-CHASE-LATE(APT-IDX)
                   MOVE PO-SUPPLIER-ID
                       TO WS-APT-CHASE-SUPPLIER(APT-IDX)
                   MOVE WS-DAYS-LATE TO WS-APT-CHASE-LATE(APT-IDX)
               END-IF
           END-IF
           IF WS-ASP-COUNT < 5000
               ADD 1 TO WS-ASP-COUNT
               SET ASP-IDX TO WS-ASP-COUNT
               MOVE WS-APT-MATCH-IDX TO WS-ASP-PART-IDX(ASP-IDX)
               MOVE "PO"             TO WS-ASP-TYPE(ASP-IDX)
               MOVE PO-ORDER-NO      TO WS-ASP-REFERENCE(ASP-IDX)
               MOVE PO-SUPPLIER-ID   TO WS-ASP-SUPPLIER-ID(ASP-IDX)
               MOVE WS-PO-OPEN-QTY   TO WS-ASP-QTY(ASP-IDX)
               MOVE WS-PO-DUE-DATE   TO WS-ASP-DUE-DATE(ASP-IDX)
               MOVE WS-DAYS-LATE     TO WS-ASP-DAYS-LATE(ASP-IDX)
           ELSE
               DISPLAY "SUPPLY TABLE FULL - PO " PO-ORDER-NO
                   " NOT LISTED"
           END-IF.

       SET-DAYS-LATE.
           MOVE ZERO TO WS-DAYS-LATE
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-VALID = "Y"
               COMPUTE WS-LATE-DAYS-WORK = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
               IF WS-LATE-DAYS-WORK > ZERO
                   MOVE WS-LATE-DAYS-WORK TO WS-DAYS-LATE
               END-IF
           END-IF.

       FIND-ACTION-PART.
           MOVE ZERO TO WS-APT-MATCH-IDX
           MOVE PO-PART-NO TO WS-FIND-PART-NO
           PERFORM TEST-ACTION-PART-SLOT
               VARYING APT-IDX FROM 1 BY 1
               UNTIL APT-IDX > WS-APT-COUNT.

       FIND-OR-ADD-ACTION-PART.
           MOVE ZERO TO WS-APT-MATCH-IDX
           PERFORM TEST-ACTION-PART-SLOT
               VARYING APT-IDX FROM 1 BY 1
               UNTIL APT-IDX > WS-APT-COUNT
           IF WS-APT-MATCH-IDX = ZERO
               IF WS-APT-COUNT < 2000
                   ADD 1 TO WS-APT-COUNT
                   SET APT-IDX TO WS-APT-COUNT
                   MOVE WS-FIND-PART-NO TO WS-APT-PART-NO(APT-IDX)
                   MOVE SPACES TO WS-APT-DESCRIPTION(APT-IDX)
                   MOVE SPACES TO WS-APT-CRITICALITY(APT-IDX)
                   MOVE ZERO   TO WS-APT-SHORT-QTY(APT-IDX)
                   MOVE ZERO   TO WS-APT-WAIT-COUNT(APT-IDX)
                   MOVE ZERO   TO WS-APT-SUPPLY-QTY(APT-IDX)
                   MOVE ZERO   TO WS-APT-DAYS-LATE(APT-IDX)
                   MOVE SPACES TO WS-APT-CHASE-SUPPLIER(APT-IDX)
                   MOVE ZERO   TO WS-APT-CHASE-LATE(APT-IDX)
                   MOVE "N"    TO WS-APT-NO-SUPPLIER(APT-IDX)
                   MOVE ZERO   TO WS-APT-SCORE(APT-IDX)
                   MOVE SPACES TO WS-APT-SEVERITY(APT-IDX)
                   MOVE WS-APT-COUNT TO WS-APT-MATCH-IDX
               ELSE
                   DISPLAY "ACTION PART TABLE FULL - PART "
                       WS-FIND-PART-NO " NOT LISTED"
               END-IF
           END-IF.

       TEST-ACTION-PART-SLOT.
           IF WS-APT-PART-NO(APT-IDX) = WS-FIND-PART-NO
               SET WS-APT-MATCH-IDX TO APT-IDX
           END-IF.

       COMPLETE-ACTION-PARTS.
           MOVE WS-APT-PART-NO(APT-IDX) TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "NOT ON INVENTORY"
                       TO WS-APT-DESCRIPTION(APT-IDX)
               NOT INVALID KEY
                   MOVE INV-DESCRIPTION TO WS-APT-DESCRIPTION(APT-IDX)
                   MOVE INV-CRITICALITY TO WS-APT-CRITICALITY(APT-IDX)
           END-READ
           IF WS-APT-CHASE-SUPPLIER(APT-IDX) = SPACES
               PERFORM FIND-BEST-RATED-SUPPLIER
           END-IF
           PERFORM RANK-ACTION-PART.

       FIND-BEST-RATED-SUPPLIER.
           MOVE ZERO TO WS-BEST-RATING
           MOVE "Y" TO WS-SUP-EOF
           IF WS-SUP-FILE-MISSING = "N"
               MOVE "N" TO WS-SUP-EOF
               MOVE WS-APT-PART-NO(APT-IDX) TO SUPPLIER-PART-NO
               MOVE LOW-VALUES TO SUPPLIER-ID
               START SUPPLIER-FILE KEY IS NOT LESS THAN SUPPLIER-KEY
                   INVALID KEY MOVE "Y" TO WS-SUP-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SUP-EOF = "Y"
               READ SUPPLIER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SUP-EOF
                   NOT AT END PERFORM TEST-BEST-RATED-SUPPLIER
               END-READ
           END-PERFORM
           IF WS-APT-CHASE-SUPPLIER(APT-IDX) = SPACES
               MOVE "Y" TO WS-APT-NO-SUPPLIER(APT-IDX)
           END-IF.

       TEST-BEST-RATED-SUPPLIER.
           IF SUPPLIER-PART-NO NOT = WS-APT-PART-NO(APT-IDX)
               MOVE "Y" TO WS-SUP-EOF
           ELSE
               IF WS-APT-CHASE-SUPPLIER(APT-IDX) = SPACES
                   OR SUPPLIER-RATING > WS-BEST-RATING
                   MOVE SUPPLIER-ID TO WS-APT-CHASE-SUPPLIER(APT-IDX)
                   MOVE SUPPLIER-RATING TO WS-BEST-RATING
               END-IF
           END-IF.

       RANK-ACTION-PART.
           EVALUATE WS-APT-CRITICALITY(APT-IDX)
               WHEN "high"
                   MOVE 3 TO WS-CRIT-WEIGHT
               WHEN "medium"
                   MOVE 2 TO WS-CRIT-WEIGHT
               WHEN OTHER
                   MOVE 1 TO WS-CRIT-WEIGHT
           END-EVALUATE
           IF WS-APT-DAYS-LATE(APT-IDX) > 999
               COMPUTE WS-APT-SCORE(APT-IDX) = WS-CRIT-WEIGHT * 1000
                   + 999
           ELSE
               COMPUTE WS-APT-SCORE(APT-IDX) = WS-CRIT-WEIGHT * 1000
                   + WS-APT-DAYS-LATE(APT-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-CRIT-WEIGHT = 3
                   AND WS-APT-DAYS-LATE(APT-IDX) > ZERO
                   MOVE "CRITICAL" TO WS-APT-SEVERITY(APT-IDX)
               WHEN WS-CRIT-WEIGHT = 3
                   OR WS-APT-DAYS-LATE(APT-IDX) > 14
                   MOVE "HIGH" TO WS-APT-SEVERITY(APT-IDX)
               WHEN WS-CRIT-WEIGHT = 2
                   OR WS-APT-DAYS-LATE(APT-IDX) > ZERO
                   MOVE "MEDIUM" TO WS-APT-SEVERITY(APT-IDX)
               WHEN OTHER
                   MOVE "LOW" TO WS-APT-SEVERITY(APT-IDX)
           END-EVALUATE.

       WRITE-SHORTAGE-SECTION.
           SORT ACTION-SORT-FILE
               ON DESCENDING KEY ASR-SEVERITY-SCORE
               ON ASCENDING KEY ASR-PART-NO
               INPUT PROCEDURE IS RELEASE-ACTION-PARTS
               OUTPUT PROCEDURE IS WRITE-RANKED-PARTS.

       RELEASE-ACTION-PARTS.
           PERFORM RELEASE-ACTION-PART
               VARYING APT-IDX FROM 1 BY 1
               UNTIL APT-IDX > WS-APT-COUNT.

       RELEASE-ACTION-PART.
           MOVE WS-APT-SCORE(APT-IDX)   TO ASR-SEVERITY-SCORE
           MOVE WS-APT-PART-NO(APT-IDX) TO ASR-PART-NO
           SET ASR-PART-IDX TO APT-IDX
           RELEASE ACTION-SORT-RECORD.

       WRITE-RANKED-PARTS.
           PERFORM UNTIL WS-ASR-EOF = "Y"
               RETURN ACTION-SORT-FILE
                   AT END MOVE "Y" TO WS-ASR-EOF
                   NOT AT END PERFORM WRITE-RANKED-PART
               END-RETURN
           END-PERFORM.

       WRITE-RANKED-PART.
           ADD 1 TO WS-RANK
           SET APT-IDX TO ASR-PART-IDX
           PERFORM CLEAR-ACTION-LINE
           MOVE "SHORTAGE" TO ACT-SECTION
           MOVE "P" TO ACT-LINE-TYPE
           PERFORM MOVE-ACTION-PART-FIELDS
           MOVE WS-APT-SHORT-QTY(APT-IDX)  TO ACT-SHORT-QTY
           MOVE WS-APT-WAIT-COUNT(APT-IDX) TO ACT-WAITING-ORDERS
           MOVE WS-APT-SUPPLY-QTY(APT-IDX) TO ACT-OPEN-SUPPLY-QTY
           MOVE WS-APT-DAYS-LATE(APT-IDX)  TO ACT-DAYS-LATE
           MOVE WS-APT-CHASE-SUPPLIER(APT-IDX) TO ACT-SUPPLIER-ID
           IF WS-APT-NO-SUPPLIER(APT-IDX) = "Y"
               MOVE "NO SUPPLIER" TO ACT-MESSAGE
           ELSE
               PERFORM GET-SUPPLIER-NAME
           END-IF
           IF WS-APT-SHORT-QTY(APT-IDX) > WS-APT-SUPPLY-QTY(APT-IDX)
               AND WS-APT-NO-SUPPLIER(APT-IDX) = "N"
               MOVE "OPEN SUPPLY DOES NOT COVER" TO ACT-MESSAGE
           END-IF
           PERFORM WRITE-ACTION-LINE
           PERFORM WRITE-WAITING-ORDER
               VARYING AWT-IDX FROM 1 BY 1
               UNTIL AWT-IDX > WS-AWT-COUNT
           PERFORM WRITE-SUPPLY-LINE
               VARYING ASP-IDX FROM 1 BY 1
               UNTIL ASP-IDX > WS-ASP-COUNT.

       MOVE-ACTION-PART-FIELDS.
           MOVE WS-RANK                     TO ACT-RANK
           MOVE WS-APT-SEVERITY(APT-IDX)    TO ACT-SEVERITY
           MOVE WS-APT-SCORE(APT-IDX)       TO ACT-SEVERITY-SCORE
           MOVE WS-APT-PART-NO(APT-IDX)     TO ACT-PART-NO
           MOVE WS-APT-DESCRIPTION(APT-IDX) TO ACT-DESCRIPTION
           MOVE WS-APT-CRITICALITY(APT-IDX) TO ACT-CRITICALITY.

       GET-SUPPLIER-NAME.
           MOVE WS-APT-PART-NO(APT-IDX)        TO SUPPLIER-PART-NO
           MOVE WS-APT-CHASE-SUPPLIER(APT-IDX) TO SUPPLIER-ID
           IF WS-SUP-FILE-MISSING = "N"
               READ SUPPLIER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO ACT-SUPPLIER-NAME
               END-READ
           END-IF.

       WRITE-WAITING-ORDER.
           IF WS-AWT-PART-IDX(AWT-IDX) = ASR-PART-IDX
               PERFORM CLEAR-ACTION-LINE
               MOVE "SHORTAGE" TO ACT-SECTION
               MOVE "W" TO ACT-LINE-TYPE
               PERFORM MOVE-ACTION-PART-FIELDS
               MOVE WS-AWT-ORDER-NO(AWT-IDX)  TO ACT-REFERENCE
               MOVE WS-AWT-QTY(AWT-IDX)       TO ACT-SHORT-QTY
               MOVE WS-AWT-DATE(AWT-IDX)      TO ACT-DUE-DATE
               MOVE WS-AWT-DAYS-LATE(AWT-IDX) TO ACT-DAYS-LATE
               MOVE "PRODUCTION ORDER WAITING" TO ACT-MESSAGE
               PERFORM WRITE-ACTION-LINE
           END-IF.

       WRITE-SUPPLY-LINE.
           IF WS-ASP-PART-IDX(ASP-IDX) = ASR-PART-IDX
               PERFORM CLEAR-ACTION-LINE
               MOVE "SHORTAGE" TO ACT-SECTION
               MOVE "S" TO ACT-LINE-TYPE
               PERFORM MOVE-ACTION-PART-FIELDS
               MOVE WS-ASP-TYPE(ASP-IDX)        TO ACT-SUPPLY-TYPE
               MOVE WS-ASP-REFERENCE(ASP-IDX)   TO ACT-REFERENCE
               MOVE WS-ASP-SUPPLIER-ID(ASP-IDX) TO ACT-SUPPLIER-ID
               MOVE WS-ASP-QTY(ASP-IDX)         TO ACT-QUANTITY
               MOVE WS-ASP-DUE-DATE(ASP-IDX)    TO ACT-DUE-DATE
               MOVE WS-ASP-DAYS-LATE(ASP-IDX)   TO ACT-DAYS-LATE
               EVALUATE TRUE
                   WHEN WS-ASP-TYPE(ASP-IDX) = "PLANNED"
                       AND WS-ASP-RAISED(ASP-IDX) = "Y"
                       MOVE "PLANNED ORDER - PO RAISED LATE"
                           TO ACT-MESSAGE
                   WHEN WS-ASP-TYPE(ASP-IDX) = "PLANNED"
                       MOVE "PLANNED ORDER NOT YET RAISED"
                           TO ACT-MESSAGE
                   WHEN WS-ASP-DAYS-LATE(ASP-IDX) > ZERO
                       MOVE "PO PAST PROMISED DATE" TO ACT-MESSAGE
                   WHEN OTHER
                       MOVE "PO NOT YET DUE" TO ACT-MESSAGE
               END-EVALUATE
               PERFORM WRITE-ACTION-LINE
           END-IF.

       WRITE-CAPACITY-SECTION.
           OPEN INPUT CAPACITY-OVERLOAD-FILE
           IF WS-OVL-FILE-STATUS = "35"
               MOVE "Y" TO WS-OVL-EOF
           END-IF
           PERFORM UNTIL WS-OVL-EOF = "Y"
               READ CAPACITY-OVERLOAD-FILE
                   AT END MOVE "Y" TO WS-OVL-EOF
                   NOT AT END PERFORM WRITE-OVERLOAD-LINE
               END-READ
           END-PERFORM
           IF WS-OVL-FILE-STATUS NOT = "35"
               CLOSE CAPACITY-OVERLOAD-FILE
           END-IF.

       WRITE-OVERLOAD-LINE.
           ADD 1 TO WS-OVERLOAD-COUNT
           PERFORM CLEAR-ACTION-LINE
           MOVE "CAPACITY"   TO ACT-SECTION
           MOVE "C"          TO ACT-LINE-TYPE
           MOVE OVL-WC-ID    TO ACT-WC-ID
           MOVE OVL-DATE     TO ACT-DUE-DATE
           MOVE OVL-LOAD-QTY TO ACT-LOAD-QTY
           MOVE OVL-CAPACITY TO ACT-CAPACITY
           MOVE OVL-OVER-QTY TO ACT-OVER-QTY
           MOVE "WORK CENTER OVER CAPACITY" TO ACT-MESSAGE
           PERFORM WRITE-ACTION-LINE.

       WRITE-NO-SUPPLIER-SECTION.
           PERFORM WRITE-NO-SUPPLIER-PART
               VARYING APT-IDX FROM 1 BY 1
               UNTIL APT-IDX > WS-APT-COUNT
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
                       NOT AT END
                           IF PO-STATUS = "OPEN"
                               AND PO-SUPPLIER-ID = SPACES
                               PERFORM WRITE-NO-SUPPLIER-PO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO WS-PRL-EOF
           OPEN INPUT RELEASE-REGISTER-FILE
           IF WS-PRL-FILE-STATUS = "35"
               MOVE "Y" TO WS-PRL-EOF
           END-IF
           PERFORM UNTIL WS-PRL-EOF = "Y"
               READ RELEASE-REGISTER-FILE
                   AT END MOVE "Y" TO WS-PRL-EOF
                   NOT AT END
                       IF PRL-DATE = WS-TODAY-DATE
                           AND PRL-DISPOSITION = "NO SUPPLIER"
                           PERFORM WRITE-NO-SUPPLIER-PLANNED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRL-FILE-STATUS NOT = "35"
               CLOSE RELEASE-REGISTER-FILE
           END-IF.

       WRITE-NO-SUPPLIER-PART.
           IF WS-APT-NO-SUPPLIER(APT-IDX) = "Y"
               ADD 1 TO WS-NO-SUPPLIER-COUNT
               PERFORM CLEAR-ACTION-LINE
               MOVE "NOSUPPLIER" TO ACT-SECTION
               MOVE "N" TO ACT-LINE-TYPE
               MOVE WS-APT-PART-NO(APT-IDX)     TO ACT-PART-NO
               MOVE WS-APT-DESCRIPTION(APT-IDX) TO ACT-DESCRIPTION
               MOVE WS-APT-CRITICALITY(APT-IDX) TO ACT-CRITICALITY
               MOVE WS-APT-SHORT-QTY(APT-IDX)   TO ACT-SHORT-QTY
               MOVE WS-APT-DAYS-LATE(APT-IDX)   TO ACT-DAYS-LATE
               MOVE "NO SUPPLIER ON FILE FOR PART" TO ACT-MESSAGE
               PERFORM WRITE-ACTION-LINE
           END-IF.

       WRITE-NO-SUPPLIER-PO.
           ADD 1 TO WS-NO-SUPPLIER-COUNT
           PERFORM SET-PO-DUE-DATE
           MOVE ZERO TO WS-DAYS-LATE
           IF WS-PO-DUE-DATE NOT = ZERO
               MOVE WS-PO-DUE-DATE TO WS-EDIT-DATE
               PERFORM SET-DAYS-LATE
           END-IF
           PERFORM CLEAR-ACTION-LINE
           MOVE "NOSUPPLIER" TO ACT-SECTION
           MOVE "N" TO ACT-LINE-TYPE
           MOVE PO-PART-NO     TO ACT-PART-NO
           MOVE PO-DESCRIPTION TO ACT-DESCRIPTION
           MOVE "PO"           TO ACT-SUPPLY-TYPE
           MOVE PO-ORDER-NO    TO ACT-REFERENCE
           IF PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE ACT-QUANTITY = PO-ORDER-QTY - PO-RECEIVED-QTY
           END-IF
           MOVE WS-PO-DUE-DATE TO ACT-DUE-DATE
           MOVE WS-DAYS-LATE   TO ACT-DAYS-LATE
           MOVE "OPEN PO WITH NO SUPPLIER" TO ACT-MESSAGE
           PERFORM WRITE-ACTION-LINE.

       WRITE-NO-SUPPLIER-PLANNED.
           ADD 1 TO WS-NO-SUPPLIER-COUNT
           MOVE ZERO TO WS-DAYS-LATE
           IF PRL-ORDER-BY-DATE < WS-TODAY-DATE
               MOVE PRL-ORDER-BY-DATE TO WS-EDIT-DATE
               PERFORM SET-DAYS-LATE
           END-IF
           PERFORM CLEAR-ACTION-LINE
           MOVE "NOSUPPLIER" TO ACT-SECTION
           MOVE "N" TO ACT-LINE-TYPE
           MOVE PRL-PART-NO TO ACT-PART-NO
           MOVE PRL-PART-NO TO INV-PART-NO
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "NOT ON INVENTORY" TO ACT-DESCRIPTION
               NOT INVALID KEY
                   MOVE INV-DESCRIPTION TO ACT-DESCRIPTION
                   MOVE INV-CRITICALITY TO ACT-CRITICALITY
           END-READ
           MOVE "PLANNED"         TO ACT-SUPPLY-TYPE
           MOVE PRL-ORDER-QTY     TO ACT-QUANTITY
           MOVE PRL-ORDER-BY-DATE TO ACT-DUE-DATE
           MOVE WS-DAYS-LATE      TO ACT-DAYS-LATE
           MOVE "PLANNED ORDER NOT RAISED" TO ACT-MESSAGE
           PERFORM WRITE-ACTION-LINE.

       CLEAR-ACTION-LINE.
           MOVE SPACES TO ACTION-REPORT-RECORD
           MOVE ZERO TO ACT-RANK
           MOVE ZERO TO ACT-SEVERITY-SCORE
           MOVE ZERO TO ACT-SHORT-QTY
           MOVE ZERO TO ACT-WAITING-ORDERS
           MOVE ZERO TO ACT-OPEN-SUPPLY-QTY
           MOVE ZERO TO ACT-DAYS-LATE
           MOVE ZERO TO ACT-QUANTITY
           MOVE ZERO TO ACT-DUE-DATE
           MOVE ZERO TO ACT-LOAD-QTY
           MOVE ZERO TO ACT-CAPACITY
           MOVE ZERO TO ACT-OVER-QTY
           MOVE WS-TODAY-DATE TO ACT-RUN-DATE.

       WRITE-ACTION-LINE.
           WRITE ACTION-REPORT-RECORD
           ADD 1 TO WS-LINES-WRITTEN.

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

       FINALIZE-ACTION-REPORT.
           CLOSE INVENTORY-FILE
           IF WS-PO-FILE-MISSING = "N"
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           IF WS-SUP-FILE-MISSING = "N"
               CLOSE SUPPLIER-FILE
           END-IF
           CLOSE ACTION-REPORT-FILE
           DISPLAY "OPEN BACKORDERS " WS-BKO-OPEN-COUNT
           DISPLAY "OVERDUE PURCHASE ORDERS " WS-PO-LATE-COUNT
           DISPLAY "LATE PLANNED ORDERS " WS-PLN-LATE-COUNT
           DISPLAY "LATE PLANNED ORDERS NOT RAISED "
               WS-PLN-UNRAISED-COUNT
           DISPLAY "PARTS ON ACTION LIST " WS-APT-COUNT
           DISPLAY "WORK CENTER DAYS OVER CAPACITY " WS-OVERLOAD-COUNT
           DISPLAY "NO SUPPLIER ITEMS " WS-NO-SUPPLIER-COUNT
           DISPLAY "ACTION REPORT LINES WRITTEN " WS-LINES-WRITTEN
           DISPLAY "MES DAILY ACTION REPORT ENDED".

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
           MOVE WS-BKO-OPEN-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-LINES-WRITTEN TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
