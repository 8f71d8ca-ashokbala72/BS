       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-ASNI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-INPUT-FILE ASSIGN TO "asnin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASN-FILE-STATUS.

           SELECT ASN-ARRIVAL-FILE ASSIGN TO "asnarr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-FILE-STATUS.

           SELECT ASN-EXPECTED-FILE ASSIGN TO "asnexp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-KEY
               FILE STATUS IS WS-EXP-FILE-STATUS.

           SELECT ASN-EXCEPTION-FILE ASSIGN TO "asnexcp.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-NO
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT GOODS-RECEIPT-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ASN-INPUT-FILE.
       01 ASN-INPUT-RECORD.
           05 ASN-NO                 PIC X(15).
           05 ASN-SUPPLIER-ID        PIC X(10).
           05 ASN-PO-NO              PIC X(12).
           05 ASN-PART-NO            PIC X(15).
           05 ASN-SHIP-QTY           PIC 9(7).
           05 ASN-SHIP-DATE          PIC 9(8).
           05 ASN-EXPECTED-DATE      PIC 9(8).
           05 ASN-LOT-NO             PIC X(15).

       FD ASN-ARRIVAL-FILE.
       01 ASN-ARRIVAL-RECORD.
           05 ARR-ASN-NO             PIC X(15).
           05 ARR-PO-NO              PIC X(12).
           05 ARR-RECEIVED-QTY       PIC 9(7).
           05 ARR-RECEIPT-DATE       PIC 9(8).

       FD ASN-EXPECTED-FILE.
       01 ASN-EXPECTED-RECORD.
           05 EXP-KEY.
               10 EXP-ASN-NO         PIC X(15).
               10 EXP-PO-NO          PIC X(12).
           05 EXP-SUPPLIER-ID        PIC X(10).
           05 EXP-PART-NO            PIC X(15).
           05 EXP-SHIP-QTY           PIC 9(7).
           05 EXP-OPEN-PO-QTY        PIC 9(7).
           05 EXP-SHIP-DATE          PIC 9(8).
           05 EXP-EXPECTED-DATE      PIC 9(8).
           05 EXP-PROMISED-DATE      PIC 9(8).
           05 EXP-LOT-NO             PIC X(15).
           05 EXP-QTY-FLAG           PIC X(5).
           05 EXP-DATE-FLAG          PIC X(5).
           05 EXP-RECEIVED-QTY       PIC 9(7).
           05 EXP-RECEIPT-DATE       PIC 9(8).
           05 EXP-LOADED-DATE        PIC 9(8).
           05 EXP-STATUS             PIC X(10).

       FD ASN-EXCEPTION-FILE.
       01 ASN-EXCEPTION-RECORD.
           05 AXC-ASN-NO             PIC X(15).
           05 AXC-PO-NO              PIC X(12).
           05 AXC-SUPPLIER-ID        PIC X(10).
           05 AXC-PART-NO            PIC X(15).
           05 AXC-SEVERITY           PIC X(6).
           05 AXC-REASON             PIC X(30).
           05 AXC-ADVISED-QTY        PIC 9(7).
           05 AXC-EXPECTED-QTY       PIC 9(7).
           05 AXC-ADVISED-DATE       PIC 9(8).
           05 AXC-EXPECTED-DATE      PIC 9(8).
           05 AXC-RUN-DATE           PIC 9(8).

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

       FD GOODS-RECEIPT-FILE.
       01 GOODS-RECEIPT-RECORD.
           05 GR-PO-NO               PIC X(12).
           05 GR-PART-NO             PIC X(15).
           05 GR-SUPPLIER-ID         PIC X(10).
           05 GR-QUANTITY            PIC 9(7).
           05 GR-RECEIPT-DATE        PIC 9(8).
           05 GR-LOT-NO              PIC X(15).

       WORKING-STORAGE SECTION.

       01 WS-ASN-FILE-STATUS          PIC XX.
       01 WS-ARR-FILE-STATUS          PIC XX.
       01 WS-EXP-FILE-STATUS          PIC XX.
       01 WS-PO-FILE-STATUS           PIC XX.
       01 WS-GR-FILE-STATUS           PIC XX.
       01 WS-ASN-EOF                  PIC X VALUE "N".
       01 WS-ARR-EOF                  PIC X VALUE "N".
       01 WS-EXP-EOF                  PIC X VALUE "N".
       01 WS-PO-FILE-MISSING          PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-ASN-REJECTED             PIC X.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-OPEN-PO-QTY              PIC 9(7).
       01 WS-ASN-DATE                 PIC 9(8).
       01 WS-ARRIVAL-DATE             PIC 9(8).
       01 WS-ARRIVAL-QTY              PIC 9(7).
       01 WS-ARRIVAL-LINES            PIC 9(5).
       01 WS-EXP-EXISTS               PIC X.

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

       01 WS-ASN-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-ASN-LOADED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-ASN-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-QTY-MISMATCH-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DATE-MISMATCH-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-ARR-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-RECEIPTS-WRITTEN         PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DIFF-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-ARR-REJECTED-COUNT       PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-ASNI".
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
           PERFORM INIT-ASN
           IF WS-ASN-FILE-STATUS = "35"
               DISPLAY "NO ADVANCE SHIP NOTICE FILE - NONE LOADED"
           ELSE
               PERFORM LOAD-SHIP-NOTICES
           END-IF
           IF WS-ARR-FILE-STATUS = "35"
               DISPLAY "NO ASN ARRIVAL FILE - NOTHING TO RECEIVE"
           ELSE
               PERFORM RECEIVE-ASN-ARRIVALS
           END-IF
           PERFORM FINALIZE-ASN
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-ASN.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES ASN PROCESSING STARTED"
           OPEN INPUT ASN-INPUT-FILE
           OPEN INPUT ASN-ARRIVAL-FILE
           OPEN I-O ASN-EXPECTED-FILE
           IF WS-EXP-FILE-STATUS = "35"
               OPEN OUTPUT ASN-EXPECTED-FILE
               CLOSE ASN-EXPECTED-FILE
               OPEN I-O ASN-EXPECTED-FILE
           END-IF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS = "35"
               MOVE "Y" TO WS-PO-FILE-MISSING
           END-IF
           OPEN OUTPUT ASN-EXCEPTION-FILE
           IF WS-ARR-FILE-STATUS NOT = "35"
               OPEN EXTEND GOODS-RECEIPT-FILE
               IF WS-GR-FILE-STATUS = "35"
                   OPEN OUTPUT GOODS-RECEIPT-FILE
               END-IF
           END-IF.

       LOAD-SHIP-NOTICES.
           PERFORM UNTIL WS-ASN-EOF = "Y"
               READ ASN-INPUT-FILE
                   AT END MOVE "Y" TO WS-ASN-EOF
                   NOT AT END PERFORM PROCESS-SHIP-NOTICE
               END-READ
           END-PERFORM.

       PROCESS-SHIP-NOTICE.
           ADD 1 TO WS-ASN-READ-COUNT
           MOVE "N" TO WS-ASN-REJECTED
           PERFORM EDIT-SHIP-NOTICE
           IF WS-ASN-REJECTED = "N"
               PERFORM MATCH-SHIP-NOTICE-TO-PO
           END-IF
           IF WS-ASN-REJECTED = "N"
               PERFORM CHECK-EXISTING-SHIP-NOTICE
           END-IF
           IF WS-ASN-REJECTED = "N"
               PERFORM STORE-EXPECTED-RECEIPT
           ELSE
               ADD 1 TO WS-ASN-REJECTED-COUNT
               PERFORM CLEAR-ASN-EXCEPTION
               MOVE "REJECT" TO AXC-SEVERITY
               MOVE WS-REJECT-REASON TO AXC-REASON
               WRITE ASN-EXCEPTION-RECORD
               DISPLAY "ASN " ASN-NO " PO " ASN-PO-NO " REJECTED - "
                   WS-REJECT-REASON
           END-IF.

       EDIT-SHIP-NOTICE.
           IF ASN-NO = SPACES OR ASN-PO-NO = SPACES
               MOVE "Y" TO WS-ASN-REJECTED
               MOVE "ASN OR PO NUMBER MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-ASN-REJECTED = "N"
               IF ASN-SHIP-QTY IS NOT NUMERIC OR ASN-SHIP-QTY = ZERO
                   MOVE "Y" TO WS-ASN-REJECTED
                   MOVE "INVALID SHIP QUANTITY" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-ASN-REJECTED = "N"
               MOVE ASN-SHIP-DATE TO WS-EDIT-DATE
               PERFORM EDIT-DATE
               IF WS-EDIT-DATE-VALID = "N"
                   MOVE "Y" TO WS-ASN-REJECTED
                   MOVE "INVALID SHIP DATE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-ASN-REJECTED = "N"
               MOVE ASN-SHIP-DATE TO WS-ASN-DATE
               IF ASN-EXPECTED-DATE IS NUMERIC
                   AND ASN-EXPECTED-DATE NOT = ZERO
                   MOVE ASN-EXPECTED-DATE TO WS-EDIT-DATE
                   PERFORM EDIT-DATE
                   IF WS-EDIT-DATE-VALID = "N"
                       MOVE "Y" TO WS-ASN-REJECTED
                       MOVE "INVALID EXPECTED ARRIVAL DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE ASN-EXPECTED-DATE TO WS-ASN-DATE
                   END-IF
               END-IF
           END-IF.

       MATCH-SHIP-NOTICE-TO-PO.
           IF WS-PO-FILE-MISSING = "Y"
               MOVE "Y" TO WS-ASN-REJECTED
               MOVE "PURCHASE ORDER NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               MOVE ASN-PO-NO TO PO-ORDER-NO
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-ASN-REJECTED
                       MOVE "PURCHASE ORDER NOT ON FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-ASN-REJECTED = "N"
               EVALUATE TRUE
                   WHEN PO-SUPPLIER-ID NOT = ASN-SUPPLIER-ID
                       MOVE "Y" TO WS-ASN-REJECTED
                       MOVE "SUPPLIER DOES NOT MATCH PO"
                           TO WS-REJECT-REASON
                   WHEN PO-PART-NO NOT = ASN-PART-NO
                       MOVE "Y" TO WS-ASN-REJECTED
                       MOVE "PART DOES NOT MATCH PO"
                           TO WS-REJECT-REASON
                   WHEN PO-STATUS NOT = "OPEN"
                       MOVE "Y" TO WS-ASN-REJECTED
                       MOVE "PURCHASE ORDER NOT OPEN"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       CHECK-EXISTING-SHIP-NOTICE.
           MOVE "N" TO WS-EXP-EXISTS
           MOVE ASN-NO    TO EXP-ASN-NO
           MOVE ASN-PO-NO TO EXP-PO-NO
           READ ASN-EXPECTED-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXP-EXISTS
                   IF EXP-STATUS NOT = "EXPECTED"
                       MOVE "Y" TO WS-ASN-REJECTED
                       MOVE "ASN LINE ALREADY RECEIVED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       STORE-EXPECTED-RECEIPT.
           IF PO-RECEIVED-QTY < PO-ORDER-QTY
               COMPUTE WS-OPEN-PO-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
           ELSE
               MOVE ZERO TO WS-OPEN-PO-QTY
           END-IF
           MOVE ASN-NO            TO EXP-ASN-NO
           MOVE ASN-PO-NO         TO EXP-PO-NO
           MOVE ASN-SUPPLIER-ID   TO EXP-SUPPLIER-ID
           MOVE ASN-PART-NO       TO EXP-PART-NO
           MOVE ASN-SHIP-QTY      TO EXP-SHIP-QTY
           MOVE WS-OPEN-PO-QTY    TO EXP-OPEN-PO-QTY
           MOVE ASN-SHIP-DATE     TO EXP-SHIP-DATE
           MOVE WS-ASN-DATE       TO EXP-EXPECTED-DATE
           MOVE ASN-LOT-NO        TO EXP-LOT-NO
           MOVE ZERO              TO EXP-RECEIVED-QTY
           MOVE ZERO              TO EXP-RECEIPT-DATE
           MOVE WS-TODAY-DATE     TO EXP-LOADED-DATE
           MOVE "EXPECTED"        TO EXP-STATUS
           PERFORM SET-PO-PROMISED-DATE
           PERFORM FLAG-SHIP-NOTICE-MISMATCH
           IF WS-EXP-EXISTS = "Y"
               REWRITE ASN-EXPECTED-RECORD
           ELSE
               WRITE ASN-EXPECTED-RECORD
                   INVALID KEY
                       DISPLAY "ASN EXPECTED WRITE FAILED " ASN-NO
               END-WRITE
           END-IF
           ADD 1 TO WS-ASN-LOADED-COUNT.

       SET-PO-PROMISED-DATE.
           MOVE ZERO TO EXP-PROMISED-DATE
           IF PO-DELIVERY-TIME(1:4) = "DUE "
               AND PO-DELIVERY-TIME(5:4) IS NUMERIC
               AND PO-DELIVERY-TIME(10:2) IS NUMERIC
               AND PO-DELIVERY-TIME(13:2) IS NUMERIC
               MOVE PO-DELIVERY-TIME(5:4)  TO WS-EDIT-DATE-YYYY
               MOVE PO-DELIVERY-TIME(10:2) TO WS-EDIT-DATE-MM
               MOVE PO-DELIVERY-TIME(13:2) TO WS-EDIT-DATE-DD
               PERFORM EDIT-DATE
               IF WS-EDIT-DATE-VALID = "Y"
                   MOVE WS-EDIT-DATE TO EXP-PROMISED-DATE
               END-IF
           END-IF
           IF EXP-PROMISED-DATE = ZERO
               MOVE PO-DATE-RAISED TO WS-EDIT-DATE
               PERFORM EDIT-DATE
               IF WS-EDIT-DATE-VALID = "Y"
                   COMPUTE EXP-PROMISED-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(PO-DATE-RAISED)
                       + PO-QUOTED-LEAD-TIME)
               END-IF
           END-IF.

       FLAG-SHIP-NOTICE-MISMATCH.
           MOVE "OK" TO EXP-QTY-FLAG
           MOVE "OK" TO EXP-DATE-FLAG
           IF EXP-SHIP-QTY > EXP-OPEN-PO-QTY
               MOVE "OVER" TO EXP-QTY-FLAG
           END-IF
           IF EXP-SHIP-QTY < EXP-OPEN-PO-QTY
               MOVE "SHORT" TO EXP-QTY-FLAG
           END-IF
           IF EXP-PROMISED-DATE NOT = ZERO
               IF EXP-EXPECTED-DATE > EXP-PROMISED-DATE
                   MOVE "LATE" TO EXP-DATE-FLAG
               END-IF
               IF EXP-EXPECTED-DATE < EXP-PROMISED-DATE
                   MOVE "EARLY" TO EXP-DATE-FLAG
               END-IF
           END-IF
           IF EXP-QTY-FLAG NOT = "OK"
               ADD 1 TO WS-QTY-MISMATCH-COUNT
               PERFORM CLEAR-ASN-EXCEPTION
               MOVE "WARN" TO AXC-SEVERITY
               IF EXP-QTY-FLAG = "OVER"
                   MOVE "SHIP QTY OVER OPEN PO QTY" TO AXC-REASON
               ELSE
                   MOVE "SHIP QTY SHORT OF OPEN PO QTY" TO AXC-REASON
               END-IF
               MOVE EXP-OPEN-PO-QTY TO AXC-EXPECTED-QTY
               WRITE ASN-EXCEPTION-RECORD
           END-IF
           IF EXP-DATE-FLAG NOT = "OK"
               ADD 1 TO WS-DATE-MISMATCH-COUNT
               PERFORM CLEAR-ASN-EXCEPTION
               MOVE "WARN" TO AXC-SEVERITY
               IF EXP-DATE-FLAG = "LATE"
                   MOVE "ARRIVAL LATER THAN PO DUE DATE" TO AXC-REASON
               ELSE
                   MOVE "ARRIVAL BEFORE PO DUE DATE" TO AXC-REASON
               END-IF
               MOVE EXP-EXPECTED-DATE TO AXC-ADVISED-DATE
               MOVE EXP-PROMISED-DATE TO AXC-EXPECTED-DATE
               WRITE ASN-EXCEPTION-RECORD
           END-IF.

       CLEAR-ASN-EXCEPTION.
           MOVE SPACES TO ASN-EXCEPTION-RECORD
           MOVE ASN-NO          TO AXC-ASN-NO
           MOVE ASN-PO-NO       TO AXC-PO-NO
           MOVE ASN-SUPPLIER-ID TO AXC-SUPPLIER-ID
           MOVE ASN-PART-NO     TO AXC-PART-NO
           MOVE ASN-SHIP-QTY    TO AXC-ADVISED-QTY
           MOVE ZERO            TO AXC-EXPECTED-QTY
           MOVE ZERO            TO AXC-ADVISED-DATE
           MOVE ZERO            TO AXC-EXPECTED-DATE
           MOVE WS-TODAY-DATE   TO AXC-RUN-DATE.

       RECEIVE-ASN-ARRIVALS.
           PERFORM UNTIL WS-ARR-EOF = "Y"
               READ ASN-ARRIVAL-FILE
                   AT END MOVE "Y" TO WS-ARR-EOF
                   NOT AT END PERFORM PROCESS-ASN-ARRIVAL
               END-READ
           END-PERFORM.

       PROCESS-ASN-ARRIVAL.
           ADD 1 TO WS-ARR-READ-COUNT
           MOVE ZERO TO WS-ARRIVAL-LINES
           MOVE WS-TODAY-DATE TO WS-ARRIVAL-DATE
           IF ARR-RECEIPT-DATE IS NUMERIC
               AND ARR-RECEIPT-DATE NOT = ZERO
               MOVE ARR-RECEIPT-DATE TO WS-EDIT-DATE
               PERFORM EDIT-DATE
               IF WS-EDIT-DATE-VALID = "Y"
                   MOVE ARR-RECEIPT-DATE TO WS-ARRIVAL-DATE
               ELSE
                   DISPLAY "INVALID ARRIVAL DATE FOR ASN " ARR-ASN-NO
                       " - TODAY USED"
               END-IF
           END-IF
           MOVE "N" TO WS-EXP-EOF
           MOVE ARR-ASN-NO TO EXP-ASN-NO
           MOVE ARR-PO-NO  TO EXP-PO-NO
           START ASN-EXPECTED-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY MOVE "Y" TO WS-EXP-EOF
           END-START
           PERFORM UNTIL WS-EXP-EOF = "Y"
               READ ASN-EXPECTED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EXP-EOF
                   NOT AT END PERFORM CHECK-ARRIVAL-LINE
               END-READ
           END-PERFORM
           IF WS-ARRIVAL-LINES = ZERO
               ADD 1 TO WS-ARR-REJECTED-COUNT
               MOVE SPACES TO ASN-EXCEPTION-RECORD
               MOVE ARR-ASN-NO       TO AXC-ASN-NO
               MOVE ARR-PO-NO        TO AXC-PO-NO
               MOVE "REJECT"         TO AXC-SEVERITY
               MOVE "NO EXPECTED ASN LINES" TO AXC-REASON
               MOVE ZERO             TO AXC-ADVISED-QTY
               MOVE ARR-RECEIVED-QTY TO AXC-EXPECTED-QTY
               MOVE ZERO             TO AXC-ADVISED-DATE
               MOVE ZERO             TO AXC-EXPECTED-DATE
               MOVE WS-TODAY-DATE    TO AXC-RUN-DATE
               WRITE ASN-EXCEPTION-RECORD
               DISPLAY "ASN " ARR-ASN-NO " HAS NO EXPECTED LINES "
                   "TO RECEIVE"
           END-IF.

       CHECK-ARRIVAL-LINE.
           IF EXP-ASN-NO NOT = ARR-ASN-NO
               MOVE "Y" TO WS-EXP-EOF
           ELSE
               IF ARR-PO-NO NOT = SPACES AND EXP-PO-NO NOT = ARR-PO-NO
                   MOVE "Y" TO WS-EXP-EOF
               ELSE
                   IF EXP-STATUS = "EXPECTED"
                       PERFORM RECEIVE-ASN-LINE
                   END-IF
               END-IF
           END-IF.

       RECEIVE-ASN-LINE.
           ADD 1 TO WS-ARRIVAL-LINES
           MOVE EXP-SHIP-QTY TO WS-ARRIVAL-QTY
           IF ARR-PO-NO NOT = SPACES
               AND ARR-RECEIVED-QTY IS NUMERIC
               AND ARR-RECEIVED-QTY NOT = ZERO
               MOVE ARR-RECEIVED-QTY TO WS-ARRIVAL-QTY
           END-IF
           IF WS-ARRIVAL-QTY NOT = EXP-SHIP-QTY
               ADD 1 TO WS-COUNT-DIFF-COUNT
               MOVE SPACES TO ASN-EXCEPTION-RECORD
               MOVE EXP-ASN-NO      TO AXC-ASN-NO
               MOVE EXP-PO-NO       TO AXC-PO-NO
               MOVE EXP-SUPPLIER-ID TO AXC-SUPPLIER-ID
               MOVE EXP-PART-NO     TO AXC-PART-NO
               MOVE "WARN"          TO AXC-SEVERITY
               MOVE "DOCK COUNT DIFFERS FROM ASN" TO AXC-REASON
               MOVE EXP-SHIP-QTY    TO AXC-ADVISED-QTY
               MOVE WS-ARRIVAL-QTY  TO AXC-EXPECTED-QTY
               MOVE EXP-EXPECTED-DATE TO AXC-ADVISED-DATE
               MOVE WS-ARRIVAL-DATE TO AXC-EXPECTED-DATE
               MOVE WS-TODAY-DATE   TO AXC-RUN-DATE
               WRITE ASN-EXCEPTION-RECORD
           END-IF
           MOVE EXP-PO-NO       TO GR-PO-NO
           MOVE EXP-PART-NO     TO GR-PART-NO
           MOVE EXP-SUPPLIER-ID TO GR-SUPPLIER-ID
           MOVE WS-ARRIVAL-QTY  TO GR-QUANTITY
           MOVE WS-ARRIVAL-DATE TO GR-RECEIPT-DATE
           MOVE EXP-LOT-NO      TO GR-LOT-NO
           WRITE GOODS-RECEIPT-RECORD
           ADD 1 TO WS-RECEIPTS-WRITTEN
           MOVE WS-ARRIVAL-QTY  TO EXP-RECEIVED-QTY
           MOVE WS-ARRIVAL-DATE TO EXP-RECEIPT-DATE
           MOVE "RECEIVED"      TO EXP-STATUS
           REWRITE ASN-EXPECTED-RECORD.

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

       FINALIZE-ASN.
           IF WS-ASN-FILE-STATUS NOT = "35"
               CLOSE ASN-INPUT-FILE
           END-IF
           IF WS-ARR-FILE-STATUS NOT = "35"
               CLOSE ASN-ARRIVAL-FILE
               CLOSE GOODS-RECEIPT-FILE
           END-IF
           IF WS-PO-FILE-MISSING = "N"
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           CLOSE ASN-EXPECTED-FILE
           CLOSE ASN-EXCEPTION-FILE
           DISPLAY "SHIP NOTICE LINES READ " WS-ASN-READ-COUNT
           DISPLAY "SHIP NOTICE LINES LOADED " WS-ASN-LOADED-COUNT
           DISPLAY "SHIP NOTICE LINES REJECTED " WS-ASN-REJECTED-COUNT
           DISPLAY "QUANTITY MISMATCHES FLAGGED " WS-QTY-MISMATCH-COUNT
           DISPLAY "DATE MISMATCHES FLAGGED " WS-DATE-MISMATCH-COUNT
           DISPLAY "DOCK ARRIVALS READ " WS-ARR-READ-COUNT
           DISPLAY "RECEIPTS WRITTEN FOR RECEIVING "
               WS-RECEIPTS-WRITTEN
           DISPLAY "DOCK COUNT DIFFERENCES " WS-COUNT-DIFF-COUNT
           DISPLAY "ARRIVALS REJECTED " WS-ARR-REJECTED-COUNT
           DISPLAY "MES ASN PROCESSING ENDED".

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
           COMPUTE WS-RCL-RECORDS-READ = WS-ASN-READ-COUNT
               + WS-ARR-READ-COUNT
           MOVE WS-RECEIPTS-WRITTEN TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
