       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-POTX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-NO
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-KEY
               FILE STATUS IS WS-SUP-FILE-STATUS.

           SELECT PO-TRANSMIT-LOG-FILE ASSIGN TO "potxlog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXL-PO-NO
               FILE STATUS IS WS-TXL-FILE-STATUS.

           SELECT PO-TRANSMIT-SORT-FILE ASSIGN TO "potxsort.dat".

           SELECT PO-TRANSMIT-FILE ASSIGN TO "poxmit.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD PO-TRANSMIT-LOG-FILE.
       01 PO-TRANSMIT-LOG-RECORD.
           05 TXL-PO-NO              PIC X(12).
           05 TXL-SUPPLIER-ID        PIC X(10).
           05 TXL-PART-NO            PIC X(15).
           05 TXL-ORDER-QTY          PIC 9(7).
           05 TXL-DELIVERY-TIME      PIC X(20).
           05 TXL-FIRST-SENT-DATE    PIC 9(8).
           05 TXL-LAST-SENT-DATE     PIC 9(8).
           05 TXL-SEND-COUNT         PIC 9(3).
           05 TXL-LAST-TRANS-CODE    PIC X(6).

       SD PO-TRANSMIT-SORT-FILE.
       01 PO-TRANSMIT-SORT-RECORD.
           05 PXS-SUPPLIER-ID        PIC X(10).
           05 PXS-PO-NO              PIC X(12).
           05 PXS-TRANS-CODE         PIC X(6).
           05 PXS-PART-NO            PIC X(15).
           05 PXS-DESCRIPTION        PIC X(50).
           05 PXS-ORDER-QTY          PIC 9(7).
           05 PXS-PO-DATE            PIC 9(8).
           05 PXS-DELIVERY-DATE      PIC 9(8).
           05 PXS-DELIVERY-TIME      PIC X(20).

       FD PO-TRANSMIT-FILE.
       01 PO-TRANSMIT-RECORD.
           05 POX-RECORD-TYPE        PIC X(1).
           05 POX-SUPPLIER-ID        PIC X(10).
           05 POX-SUPPLIER-NAME      PIC X(50).
           05 POX-PO-NO              PIC X(12).
           05 POX-TRANS-CODE         PIC X(6).
           05 POX-PO-DATE            PIC 9(8).
           05 POX-PAYMENT-TERMS      PIC X(20).
           05 POX-LINE-NO            PIC 9(3).
           05 POX-PART-NO            PIC X(15).
           05 POX-DESCRIPTION        PIC X(50).
           05 POX-ORDER-QTY          PIC 9(7).
           05 POX-UNIT-PRICE         PIC 9(5)V99.
           05 POX-DELIVERY-DATE      PIC 9(8).
           05 POX-DELIVERY-TIME      PIC X(20).
           05 POX-PO-COUNT           PIC 9(5).
           05 POX-TOTAL-QTY          PIC 9(9).
           05 POX-TRANSMIT-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-PO-FILE-STATUS           PIC XX.
       01 WS-SUP-FILE-STATUS          PIC XX.
       01 WS-TXL-FILE-STATUS          PIC XX.
       01 WS-PO-EOF                   PIC X VALUE "N".
       01 WS-PXS-EOF                  PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-TRANS-CODE               PIC X(6).
       01 WS-SUPPLIER-ON-FILE         PIC X.
       01 WS-CURR-SUPPLIER-ID         PIC X(10) VALUE SPACES.
       01 WS-SUP-PO-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-SUP-TOTAL-QTY            PIC 9(9) VALUE ZERO.
       01 WS-DELIVERY-DATE            PIC 9(8).
       01 WS-DELIVERY-DATE-GROUPS REDEFINES WS-DELIVERY-DATE.
           05 WS-DELIVERY-DATE-YYYY    PIC 9(4).
           05 WS-DELIVERY-DATE-MM      PIC 9(2).
           05 WS-DELIVERY-DATE-DD      PIC 9(2).
       01 WS-PO-READ-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-PO-NEW-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-PO-CHANGED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-PO-NO-SUPPLIER-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-SUPPLIER-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-WRITTEN          PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-POTX".
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
           PERFORM INIT-PO-TRANSMIT
           IF WS-PO-FILE-STATUS = "35"
               DISPLAY "NO PURCHASE ORDER FILE - NOTHING TO TRANSMIT"
           ELSE
               PERFORM PRODUCE-PO-TRANSMISSION
               PERFORM FINALIZE-PO-TRANSMIT
           END-IF
           DISPLAY "MES PO TRANSMISSION RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-PO-TRANSMIT.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES PO TRANSMISSION RUN STARTED"
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS NOT = "35"
               OPEN INPUT SUPPLIER-FILE
               OPEN I-O PO-TRANSMIT-LOG-FILE
               IF WS-TXL-FILE-STATUS = "35"
                   OPEN OUTPUT PO-TRANSMIT-LOG-FILE
                   CLOSE PO-TRANSMIT-LOG-FILE
                   OPEN I-O PO-TRANSMIT-LOG-FILE
               END-IF
               OPEN OUTPUT PO-TRANSMIT-FILE
           END-IF.

       PRODUCE-PO-TRANSMISSION.
           SORT PO-TRANSMIT-SORT-FILE
               ON ASCENDING KEY PXS-SUPPLIER-ID PXS-PO-NO
               INPUT PROCEDURE IS SELECT-POS-TO-TRANSMIT
               OUTPUT PROCEDURE IS WRITE-SUPPLIER-TRANSMISSIONS.

       SELECT-POS-TO-TRANSMIT.
           PERFORM UNTIL WS-PO-EOF = "Y"
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PO-EOF
                   NOT AT END PERFORM CHECK-PO-FOR-TRANSMIT
               END-READ
           END-PERFORM.

       CHECK-PO-FOR-TRANSMIT.
           ADD 1 TO WS-PO-READ-COUNT
           IF PO-STATUS = "OPEN"
               IF PO-SUPPLIER-ID = SPACES
                   ADD 1 TO WS-PO-NO-SUPPLIER-COUNT
                   DISPLAY "PO " PO-ORDER-NO " HAS NO SUPPLIER - "
                       "NOT TRANSMITTED"
               ELSE
                   PERFORM SET-TRANSMIT-CODE
                   IF WS-TRANS-CODE NOT = SPACES
                       PERFORM RELEASE-PO-FOR-TRANSMIT
                   END-IF
               END-IF
           END-IF.

       SET-TRANSMIT-CODE.
           MOVE SPACES TO WS-TRANS-CODE
           MOVE PO-ORDER-NO TO TXL-PO-NO
           READ PO-TRANSMIT-LOG-FILE
               INVALID KEY
                   MOVE "NEW" TO WS-TRANS-CODE
                   ADD 1 TO WS-PO-NEW-COUNT
               NOT INVALID KEY
                   IF TXL-SUPPLIER-ID NOT = PO-SUPPLIER-ID
                       OR TXL-PART-NO NOT = PO-PART-NO
                       OR TXL-ORDER-QTY NOT = PO-ORDER-QTY
                       OR TXL-DELIVERY-TIME NOT = PO-DELIVERY-TIME
                       MOVE "CHANGE" TO WS-TRANS-CODE
                       ADD 1 TO WS-PO-CHANGED-COUNT
                   END-IF
           END-READ.

       RELEASE-PO-FOR-TRANSMIT.
           PERFORM SET-PO-DELIVERY-DATE
           MOVE PO-SUPPLIER-ID   TO PXS-SUPPLIER-ID
           MOVE PO-ORDER-NO      TO PXS-PO-NO
           MOVE WS-TRANS-CODE    TO PXS-TRANS-CODE
           MOVE PO-PART-NO       TO PXS-PART-NO
           MOVE PO-DESCRIPTION   TO PXS-DESCRIPTION
           MOVE PO-ORDER-QTY     TO PXS-ORDER-QTY
           MOVE PO-DATE-RAISED   TO PXS-PO-DATE
           MOVE WS-DELIVERY-DATE TO PXS-DELIVERY-DATE
           MOVE PO-DELIVERY-TIME TO PXS-DELIVERY-TIME
           RELEASE PO-TRANSMIT-SORT-RECORD.

       SET-PO-DELIVERY-DATE.
           MOVE ZERO TO WS-DELIVERY-DATE
           IF PO-DELIVERY-TIME(1:4) = "DUE "
               AND PO-DELIVERY-TIME(5:4) IS NUMERIC
               AND PO-DELIVERY-TIME(10:2) IS NUMERIC
               AND PO-DELIVERY-TIME(13:2) IS NUMERIC
               MOVE PO-DELIVERY-TIME(5:4)  TO WS-DELIVERY-DATE-YYYY
               MOVE PO-DELIVERY-TIME(10:2) TO WS-DELIVERY-DATE-MM
               MOVE PO-DELIVERY-TIME(13:2) TO WS-DELIVERY-DATE-DD
           ELSE
               IF PO-DATE-RAISED IS NUMERIC
                   AND PO-DATE-RAISED > ZERO
                   AND PO-QUOTED-LEAD-TIME > ZERO
                   COMPUTE WS-DELIVERY-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(PO-DATE-RAISED)
                       + PO-QUOTED-LEAD-TIME)
               END-IF
           END-IF.

       WRITE-SUPPLIER-TRANSMISSIONS.
           PERFORM UNTIL WS-PXS-EOF = "Y"
               RETURN PO-TRANSMIT-SORT-FILE
                   AT END MOVE "Y" TO WS-PXS-EOF
                   NOT AT END PERFORM WRITE-PO-TRANSMISSION
               END-RETURN
           END-PERFORM
           IF WS-CURR-SUPPLIER-ID NOT = SPACES
               PERFORM WRITE-SUPPLIER-TRAILER
           END-IF.

       WRITE-PO-TRANSMISSION.
           PERFORM LOOKUP-PO-SUPPLIER
           IF PXS-SUPPLIER-ID NOT = WS-CURR-SUPPLIER-ID
               IF WS-CURR-SUPPLIER-ID NOT = SPACES
                   PERFORM WRITE-SUPPLIER-TRAILER
               END-IF
               PERFORM WRITE-SUPPLIER-HEADER
           END-IF
           PERFORM WRITE-PO-HEADER
           PERFORM WRITE-PO-LINE
           ADD 1 TO WS-SUP-PO-COUNT
           ADD PXS-ORDER-QTY TO WS-SUP-TOTAL-QTY
           PERFORM MARK-PO-TRANSMITTED.

       LOOKUP-PO-SUPPLIER.
           MOVE "N" TO WS-SUPPLIER-ON-FILE
           MOVE PXS-PART-NO     TO SUPPLIER-PART-NO
           MOVE PXS-SUPPLIER-ID TO SUPPLIER-ID
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE SPACES TO SUPPLIER-NAME
                   MOVE SPACES TO SUPPLIER-PAYMENT-TERMS
                   MOVE ZERO   TO SUPPLIER-PRICE
                   DISPLAY "NO SUPPLIER RECORD FOR " PXS-SUPPLIER-ID
                       " PART " PXS-PART-NO " ON PO " PXS-PO-NO
               NOT INVALID KEY MOVE "Y" TO WS-SUPPLIER-ON-FILE
           END-READ.

       WRITE-SUPPLIER-HEADER.
           MOVE PXS-SUPPLIER-ID TO WS-CURR-SUPPLIER-ID
           MOVE ZERO TO WS-SUP-PO-COUNT
           MOVE ZERO TO WS-SUP-TOTAL-QTY
           ADD 1 TO WS-SUPPLIER-COUNT
           PERFORM CLEAR-TRANSMIT-RECORD
           MOVE "S"             TO POX-RECORD-TYPE
           MOVE PXS-SUPPLIER-ID TO POX-SUPPLIER-ID
           MOVE SUPPLIER-NAME   TO POX-SUPPLIER-NAME
           PERFORM WRITE-TRANSMIT-RECORD.

       WRITE-PO-HEADER.
           PERFORM CLEAR-TRANSMIT-RECORD
           MOVE "H"               TO POX-RECORD-TYPE
           MOVE PXS-SUPPLIER-ID   TO POX-SUPPLIER-ID
           MOVE SUPPLIER-NAME     TO POX-SUPPLIER-NAME
           MOVE PXS-PO-NO         TO POX-PO-NO
           MOVE PXS-TRANS-CODE    TO POX-TRANS-CODE
           MOVE PXS-PO-DATE       TO POX-PO-DATE
           MOVE SUPPLIER-PAYMENT-TERMS TO POX-PAYMENT-TERMS
           MOVE PXS-DELIVERY-DATE TO POX-DELIVERY-DATE
           MOVE PXS-DELIVERY-TIME TO POX-DELIVERY-TIME
           PERFORM WRITE-TRANSMIT-RECORD.

       WRITE-PO-LINE.
           PERFORM CLEAR-TRANSMIT-RECORD
           MOVE "L"               TO POX-RECORD-TYPE
           MOVE PXS-SUPPLIER-ID   TO POX-SUPPLIER-ID
           MOVE PXS-PO-NO         TO POX-PO-NO
           MOVE PXS-TRANS-CODE    TO POX-TRANS-CODE
           MOVE PXS-PO-DATE       TO POX-PO-DATE
           MOVE 1                 TO POX-LINE-NO
           MOVE PXS-PART-NO       TO POX-PART-NO
           MOVE PXS-DESCRIPTION   TO POX-DESCRIPTION
           MOVE PXS-ORDER-QTY     TO POX-ORDER-QTY
           MOVE SUPPLIER-PRICE    TO POX-UNIT-PRICE
           MOVE PXS-DELIVERY-DATE TO POX-DELIVERY-DATE
           MOVE PXS-DELIVERY-TIME TO POX-DELIVERY-TIME
           PERFORM WRITE-TRANSMIT-RECORD.

       WRITE-SUPPLIER-TRAILER.
           PERFORM CLEAR-TRANSMIT-RECORD
           MOVE "T"                 TO POX-RECORD-TYPE
           MOVE WS-CURR-SUPPLIER-ID TO POX-SUPPLIER-ID
           MOVE WS-SUP-PO-COUNT     TO POX-PO-COUNT
           MOVE WS-SUP-TOTAL-QTY    TO POX-TOTAL-QTY
           PERFORM WRITE-TRANSMIT-RECORD.

       CLEAR-TRANSMIT-RECORD.
           MOVE SPACES TO PO-TRANSMIT-RECORD
           MOVE ZERO TO POX-PO-DATE
           MOVE ZERO TO POX-LINE-NO
           MOVE ZERO TO POX-ORDER-QTY
           MOVE ZERO TO POX-UNIT-PRICE
           MOVE ZERO TO POX-DELIVERY-DATE
           MOVE ZERO TO POX-PO-COUNT
           MOVE ZERO TO POX-TOTAL-QTY.

       WRITE-TRANSMIT-RECORD.
           MOVE WS-TODAY-DATE TO POX-TRANSMIT-DATE
           WRITE PO-TRANSMIT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

       MARK-PO-TRANSMITTED.
           MOVE PXS-PO-NO TO TXL-PO-NO
           READ PO-TRANSMIT-LOG-FILE
               INVALID KEY
                   PERFORM BUILD-TRANSMIT-LOG
                   MOVE WS-TODAY-DATE TO TXL-FIRST-SENT-DATE
                   MOVE 1 TO TXL-SEND-COUNT
                   WRITE PO-TRANSMIT-LOG-RECORD
                       INVALID KEY
                           DISPLAY "PO TRANSMIT LOG WRITE FAILED "
                               PXS-PO-NO
                   END-WRITE
               NOT INVALID KEY
                   PERFORM BUILD-TRANSMIT-LOG
                   IF TXL-SEND-COUNT < 999
                       ADD 1 TO TXL-SEND-COUNT
                   END-IF
                   REWRITE PO-TRANSMIT-LOG-RECORD
           END-READ.

       BUILD-TRANSMIT-LOG.
           MOVE PXS-PO-NO         TO TXL-PO-NO
           MOVE PXS-SUPPLIER-ID   TO TXL-SUPPLIER-ID
           MOVE PXS-PART-NO       TO TXL-PART-NO
           MOVE PXS-ORDER-QTY     TO TXL-ORDER-QTY
           MOVE PXS-DELIVERY-TIME TO TXL-DELIVERY-TIME
           MOVE WS-TODAY-DATE     TO TXL-LAST-SENT-DATE
           MOVE PXS-TRANS-CODE    TO TXL-LAST-TRANS-CODE.

       FINALIZE-PO-TRANSMIT.
           CLOSE PURCHASE-ORDER-FILE
           CLOSE SUPPLIER-FILE
           CLOSE PO-TRANSMIT-LOG-FILE
           CLOSE PO-TRANSMIT-FILE
           DISPLAY "PURCHASE ORDERS READ " WS-PO-READ-COUNT
           DISPLAY "NEW PURCHASE ORDERS TRANSMITTED " WS-PO-NEW-COUNT
           DISPLAY "CHANGED PURCHASE ORDERS TRANSMITTED "
               WS-PO-CHANGED-COUNT
           DISPLAY "OPEN PURCHASE ORDERS WITHOUT SUPPLIER "
               WS-PO-NO-SUPPLIER-COUNT
           DISPLAY "SUPPLIERS IN TRANSMISSION " WS-SUPPLIER-COUNT
           DISPLAY "TRANSMISSION RECORDS WRITTEN " WS-RECORDS-WRITTEN.

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
           MOVE WS-PO-READ-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
