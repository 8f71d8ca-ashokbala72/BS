               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT RETURN-TO-VENDOR-FILE ASSIGN TO "rtv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-FILE-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO WS-AUD-ARCH-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDA-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOA-FILE-STATUS.

           SELECT RTV-ARCHIVE-FILE ASSIGN TO WS-RTV-ARCH-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTVA-FILE-STATUS.

           SELECT ARCHIVE-WORK-FILE ASSIGN TO "archwork.dat"
               ORGANIZATION IS SEQUENTIAL.

           05 BKO-DATE               PIC 9(8).
           05 BKO-STATUS             PIC X(10).

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

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD       PIC X(67).

       FD BKO-ARCHIVE-FILE.
       01 BKO-ARCHIVE-RECORD         PIC X(57).

       FD RTV-ARCHIVE-FILE.
       01 RTV-ARCHIVE-RECORD         PIC X(126).

       FD ARCHIVE-WORK-FILE.
       01 ARCHIVE-WORK-RECORD        PIC X(126).

       WORKING-STORAGE SECTION.

       01 WS-DH-FILE-STATUS           PIC XX.
       01 WS-REJ-FILE-STATUS          PIC XX.
       01 WS-BKO-FILE-STATUS          PIC XX.
       01 WS-RTV-FILE-STATUS          PIC XX.
       01 WS-AUDA-FILE-STATUS         PIC XX.
       01 WS-DHA-FILE-STATUS          PIC XX.
       01 WS-REJA-FILE-STATUS         PIC XX.
       01 WS-BKOA-FILE-STATUS         PIC XX.
       01 WS-RTVA-FILE-STATUS         PIC XX.
       01 WS-ARC-EOF                  PIC X.
       01 WS-FILE-EOF                 PIC X.
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-KEEP-RECORD              PIC X.
       01 WS-KEPT-COUNT               PIC 9(7).
       01 WS-ARCHIVED-COUNT           PIC 9(7).
       01 WS-RUN-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-RUN-RECORDS-ARCHIVED     PIC 9(9) VALUE ZERO.

       01 WS-AUD-ARCH-NAME            PIC X(20).
       01 WS-DH-ARCH-NAME             PIC X(20).
       01 WS-REJ-ARCH-NAME            PIC X(20).
       01 WS-BKO-ARCH-NAME            PIC X(20).
       01 WS-RTV-ARCH-NAME            PIC X(20).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-ARCH".
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

           PERFORM ARCHIVE-DELIVERY-HISTORY
           PERFORM ARCHIVE-REJECTED-ORDERS
           PERFORM ARCHIVE-BACKORDERS
           PERFORM ARCHIVE-RETURNS-TO-VENDOR
           DISPLAY "MES ARCHIVE RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-ARCHIVE-RUN.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES ARCHIVE RUN STARTED"
           PERFORM READ-RETENTION-CONTROL
           COMPUTE WS-RETENTION-DATE = FUNCTION DATE-OF-INTEGER(
           STRING "rejarc" WS-TODAY-DATE ".dat" DELIMITED BY SIZE
               INTO WS-REJ-ARCH-NAME
           STRING "bkoarc" WS-TODAY-DATE ".dat" DELIMITED BY SIZE
               INTO WS-BKO-ARCH-NAME
           STRING "rtvarc" WS-TODAY-DATE ".dat" DELIMITED BY SIZE
               INTO WS-RTV-ARCH-NAME.

       READ-RETENTION-CONTROL.
           MOVE "N" TO WS-ARC-EOF
               PERFORM REWRITE-AUDIT-LOG
               DISPLAY "AUDIT RECORDS KEPT " WS-KEPT-COUNT
                   " ARCHIVED " WS-ARCHIVED-COUNT
               ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   TO WS-RUN-RECORDS-READ
               ADD WS-ARCHIVED-COUNT TO WS-RUN-RECORDS-ARCHIVED
           END-IF.

       SPLIT-AUDIT-RECORD.
               PERFORM REWRITE-DELIVERY-HISTORY
               DISPLAY "DELIVERY RECORDS KEPT " WS-KEPT-COUNT
                   " ARCHIVED " WS-ARCHIVED-COUNT
               ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   TO WS-RUN-RECORDS-READ
               ADD WS-ARCHIVED-COUNT TO WS-RUN-RECORDS-ARCHIVED
           END-IF.

       SPLIT-DH-RECORD.
               PERFORM REWRITE-REJECTED-ORDERS
               DISPLAY "REJECTED ORDERS KEPT " WS-KEPT-COUNT
                   " ARCHIVED " WS-ARCHIVED-COUNT
               ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   TO WS-RUN-RECORDS-READ
               ADD WS-ARCHIVED-COUNT TO WS-RUN-RECORDS-ARCHIVED
           END-IF.

       SPLIT-REJ-RECORD.
               PERFORM REWRITE-BACKORDERS
               DISPLAY "BACKORDERS KEPT " WS-KEPT-COUNT
                   " ARCHIVED " WS-ARCHIVED-COUNT
               ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   TO WS-RUN-RECORDS-READ
               ADD WS-ARCHIVED-COUNT TO WS-RUN-RECORDS-ARCHIVED
           END-IF.

       SPLIT-BKO-RECORD.
           END-PERFORM
           CLOSE ARCHIVE-WORK-FILE
           CLOSE BACKORDER-FILE.

       ARCHIVE-RETURNS-TO-VENDOR.
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-ARCHIVED-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RETURN-TO-VENDOR-FILE
           IF WS-RTV-FILE-STATUS = "35"
               DISPLAY "NO RETURN TO VENDOR FILE - NOTHING TO ARCHIVE"
           ELSE
               OPEN EXTEND RTV-ARCHIVE-FILE
               IF WS-RTVA-FILE-STATUS = "35"
                   OPEN OUTPUT RTV-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT ARCHIVE-WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RETURN-TO-VENDOR-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END PERFORM SPLIT-RTV-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETURN-TO-VENDOR-FILE
               CLOSE RTV-ARCHIVE-FILE
               CLOSE ARCHIVE-WORK-FILE
               PERFORM REWRITE-RETURNS-TO-VENDOR
               DISPLAY "RETURNS TO VENDOR KEPT " WS-KEPT-COUNT
                   " ARCHIVED " WS-ARCHIVED-COUNT
               ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   TO WS-RUN-RECORDS-READ
               ADD WS-ARCHIVED-COUNT TO WS-RUN-RECORDS-ARCHIVED
           END-IF.

       SPLIT-RTV-RECORD.
           MOVE "Y" TO WS-KEEP-RECORD
           IF RTV-STATUS = "DEDUCTED"
               AND RTV-DATE IS NUMERIC
               AND RTV-DATE < WS-RETENTION-DATE
               MOVE "N" TO WS-KEEP-RECORD
           END-IF
           IF WS-KEEP-RECORD = "Y"
               ADD 1 TO WS-KEPT-COUNT
               WRITE ARCHIVE-WORK-RECORD FROM RETURN-TO-VENDOR-RECORD
           ELSE
               ADD 1 TO WS-ARCHIVED-COUNT
               WRITE RTV-ARCHIVE-RECORD FROM RETURN-TO-VENDOR-RECORD
           END-IF.

       REWRITE-RETURNS-TO-VENDOR.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ARCHIVE-WORK-FILE
           OPEN OUTPUT RETURN-TO-VENDOR-FILE
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ARCHIVE-WORK-FILE INTO RETURN-TO-VENDOR-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END WRITE RETURN-TO-VENDOR-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-WORK-FILE
           CLOSE RETURN-TO-VENDOR-FILE.

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
           MOVE WS-RUN-RECORDS-READ TO WS-RCL-RECORDS-READ
           MOVE WS-RUN-RECORDS-ARCHIVED TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
