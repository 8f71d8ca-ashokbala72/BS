       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-OPCP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-COMPLETION-FILE ASSIGN TO "opcompl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPC-FILE-STATUS.

           SELECT PROD-OPERATION-FILE ASSIGN TO "prodoper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT OPERATION-LABOR-FILE ASSIGN TO "oplabor.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATION-COMPLETION-FILE.
       01 OPERATION-COMPLETION-RECORD.
           05 OPC-ORDER-NO           PIC X(12).
           05 OPC-OPER-SEQ           PIC 9(3).
           05 OPC-GOOD-QTY           PIC 9(7).
           05 OPC-SCRAP-QTY          PIC 9(7).
           05 OPC-LABOR-HOURS        PIC 9(3)V99.
           05 OPC-COMPLETE-FLAG      PIC X.
           05 OPC-DATE               PIC 9(8).
           05 OPC-EMPLOYEE-ID        PIC X(10).

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

       FD OPERATION-LABOR-FILE.
       01 OPERATION-LABOR-RECORD.
           05 OLR-ORDER-NO           PIC X(12).
           05 OLR-OPER-SEQ           PIC 9(3).
           05 OLR-PART-NO            PIC X(15).
           05 OLR-WORK-CENTER        PIC X(10).
           05 OLR-EMPLOYEE-ID        PIC X(10).
           05 OLR-GOOD-QTY           PIC 9(7).
           05 OLR-SCRAP-QTY          PIC 9(7).
           05 OLR-EARNED-HOURS       PIC 9(5)V99.
           05 OLR-ACTUAL-HOURS       PIC 9(5)V99.
           05 OLR-OPER-STATUS        PIC X(10).
           05 OLR-CURRENT-SEQ        PIC 9(3).
           05 OLR-CURRENT-WC         PIC X(10).
           05 OLR-MESSAGE            PIC X(30).
           05 OLR-DATE               PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-OPC-FILE-STATUS          PIC XX.
       01 WS-OPR-FILE-STATUS          PIC XX.
       01 WS-OPC-EOF                  PIC X VALUE "N".
       01 WS-OPR-SCAN-EOF             PIC X.
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-REPORT-DATE              PIC 9(8).
       01 WS-TRAN-REJECTED            PIC X.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-EARNED-HOURS             PIC 9(5)V99.
       01 WS-REPORTED-QTY             PIC 9(8).
       01 WS-CURRENT-FOUND            PIC X.
       01 WS-SCAN-ORDER-NO            PIC X(12).
       01 WS-TRAN-READ-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-TRAN-POSTED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-TRAN-REJECTED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-OPS-COMPLETED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-EARNED-HOURS       PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-ACTUAL-HOURS       PIC 9(7)V99 VALUE ZERO.

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
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-OPCP".
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
           PERFORM INIT-OPERATION-REPORTING
           IF WS-OPC-FILE-STATUS = "35"
               DISPLAY "NO OPERATION COMPLETION FILE - "
                   "NOTHING TO PROCESS"
           ELSE
               IF WS-OPR-FILE-STATUS = "35"
                   DISPLAY "NO ORDER OPERATION FILE - "
                       "NOTHING TO PROCESS"
                   CLOSE OPERATION-COMPLETION-FILE
               ELSE
                   PERFORM PROCESS-OPERATION-COMPLETIONS
                   PERFORM FINALIZE-OPERATION-REPORTING
               END-IF
           END-IF
           DISPLAY "MES OPERATION COMPLETION RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-OPERATION-REPORTING.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES OPERATION COMPLETION RUN STARTED"
           OPEN INPUT OPERATION-COMPLETION-FILE
           IF WS-OPC-FILE-STATUS NOT = "35"
               OPEN I-O PROD-OPERATION-FILE
               IF WS-OPR-FILE-STATUS NOT = "35"
                   OPEN OUTPUT OPERATION-LABOR-FILE
               END-IF
           END-IF.

       PROCESS-OPERATION-COMPLETIONS.
           PERFORM UNTIL WS-OPC-EOF = "Y"
               READ OPERATION-COMPLETION-FILE
                   AT END MOVE "Y" TO WS-OPC-EOF
                   NOT AT END PERFORM PROCESS-ONE-COMPLETION
               END-READ
           END-PERFORM.

       PROCESS-ONE-COMPLETION.
           ADD 1 TO WS-TRAN-READ-COUNT
           PERFORM VALIDATE-OPERATION-COMPLETION
           IF WS-TRAN-REJECTED = "Y"
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               PERFORM WRITE-REJECTED-COMPLETION
           ELSE
               ADD 1 TO WS-TRAN-POSTED-COUNT
               PERFORM POST-OPERATION-COMPLETION
               PERFORM FIND-CURRENT-OPERATION
               WRITE OPERATION-LABOR-RECORD
           END-IF.

       VALIDATE-OPERATION-COMPLETION.
           MOVE "N" TO WS-TRAN-REJECTED
           MOVE SPACES TO WS-REJECT-REASON
           IF OPC-GOOD-QTY IS NOT NUMERIC
               MOVE "INVALID GOOD QUANTITY" TO WS-REJECT-REASON
           END-IF
           IF OPC-SCRAP-QTY IS NOT NUMERIC
               MOVE "INVALID SCRAP QUANTITY" TO WS-REJECT-REASON
           END-IF
           IF OPC-LABOR-HOURS IS NOT NUMERIC
               MOVE "INVALID LABOR HOURS" TO WS-REJECT-REASON
           END-IF
           IF OPC-OPER-SEQ IS NOT NUMERIC
               MOVE "INVALID OPERATION SEQUENCE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE OPC-ORDER-NO TO OPR-ORDER-NO
               MOVE OPC-OPER-SEQ TO OPR-OPER-SEQ
               READ PROD-OPERATION-FILE
                   INVALID KEY
                       MOVE "OPERATION NOT ON FILE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF OPR-STATUS = "COMPLETE"
                           MOVE "OPERATION ALREADY COMPLETE"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "Y" TO WS-TRAN-REJECTED
           END-IF.

       POST-OPERATION-COMPLETION.
           MOVE ZERO TO WS-EARNED-HOURS
           IF OPR-COMPLETED-QTY = ZERO AND OPR-SCRAP-QTY = ZERO
               MOVE OPR-SETUP-HOURS TO WS-EARNED-HOURS
           END-IF
           COMPUTE WS-EARNED-HOURS ROUNDED =
               WS-EARNED-HOURS + OPR-RUN-HOURS * OPC-GOOD-QTY
           MOVE OPC-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-VALID = "Y"
               MOVE OPC-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-REPORT-DATE
           END-IF
           ADD OPC-GOOD-QTY    TO OPR-COMPLETED-QTY
           ADD OPC-SCRAP-QTY   TO OPR-SCRAP-QTY
           ADD OPC-LABOR-HOURS TO OPR-ACTUAL-HOURS
           MOVE WS-REPORT-DATE TO OPR-LAST-REPORT-DATE
           COMPUTE WS-REPORTED-QTY = OPR-COMPLETED-QTY + OPR-SCRAP-QTY
           IF OPC-COMPLETE-FLAG = "Y"
               OR WS-REPORTED-QTY NOT < OPR-ORDER-QTY
               MOVE "COMPLETE" TO OPR-STATUS
               ADD 1 TO WS-OPS-COMPLETED-COUNT
           ELSE
               MOVE "STARTED" TO OPR-STATUS
           END-IF
           REWRITE PROD-OPERATION-RECORD
           ADD WS-EARNED-HOURS TO WS-TOTAL-EARNED-HOURS
           ADD OPC-LABOR-HOURS TO WS-TOTAL-ACTUAL-HOURS
           MOVE OPR-ORDER-NO      TO OLR-ORDER-NO
           MOVE OPR-OPER-SEQ      TO OLR-OPER-SEQ
           MOVE OPR-PART-NO       TO OLR-PART-NO
           MOVE OPR-WORK-CENTER   TO OLR-WORK-CENTER
           MOVE OPC-EMPLOYEE-ID   TO OLR-EMPLOYEE-ID
           MOVE OPC-GOOD-QTY      TO OLR-GOOD-QTY
           MOVE OPC-SCRAP-QTY     TO OLR-SCRAP-QTY
           MOVE WS-EARNED-HOURS   TO OLR-EARNED-HOURS
           MOVE OPC-LABOR-HOURS   TO OLR-ACTUAL-HOURS
           MOVE OPR-STATUS        TO OLR-OPER-STATUS
           MOVE SPACES            TO OLR-MESSAGE
           MOVE WS-REPORT-DATE    TO OLR-DATE.

       FIND-CURRENT-OPERATION.
           MOVE "N" TO WS-CURRENT-FOUND
           MOVE "N" TO WS-OPR-SCAN-EOF
           MOVE OPC-ORDER-NO TO WS-SCAN-ORDER-NO
           MOVE WS-SCAN-ORDER-NO TO OPR-ORDER-NO
           MOVE ZERO TO OPR-OPER-SEQ
           START PROD-OPERATION-FILE KEY IS NOT LESS THAN OPR-KEY
               INVALID KEY MOVE "Y" TO WS-OPR-SCAN-EOF
           END-START
           PERFORM UNTIL WS-OPR-SCAN-EOF = "Y"
               READ PROD-OPERATION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OPR-SCAN-EOF
                   NOT AT END
                       IF OPR-ORDER-NO NOT = WS-SCAN-ORDER-NO
                           MOVE "Y" TO WS-OPR-SCAN-EOF
                       ELSE
                           IF OPR-STATUS NOT = "COMPLETE"
                               MOVE "Y" TO WS-CURRENT-FOUND
                               MOVE "Y" TO WS-OPR-SCAN-EOF
                               MOVE OPR-OPER-SEQ TO OLR-CURRENT-SEQ
                               MOVE OPR-WORK-CENTER TO OLR-CURRENT-WC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CURRENT-FOUND NOT = "Y"
               MOVE ZERO   TO OLR-CURRENT-SEQ
               MOVE SPACES TO OLR-CURRENT-WC
               MOVE "ALL OPERATIONS COMPLETE" TO OLR-MESSAGE
           END-IF.

       WRITE-REJECTED-COMPLETION.
           MOVE OPC-ORDER-NO     TO OLR-ORDER-NO
           IF OPC-OPER-SEQ IS NUMERIC
               MOVE OPC-OPER-SEQ TO OLR-OPER-SEQ
           ELSE
               MOVE ZERO TO OLR-OPER-SEQ
           END-IF
           MOVE SPACES           TO OLR-PART-NO
           MOVE SPACES           TO OLR-WORK-CENTER
           MOVE OPC-EMPLOYEE-ID  TO OLR-EMPLOYEE-ID
           MOVE ZERO             TO OLR-GOOD-QTY
           MOVE ZERO             TO OLR-SCRAP-QTY
           MOVE ZERO             TO OLR-EARNED-HOURS
           MOVE ZERO             TO OLR-ACTUAL-HOURS
           MOVE "REJECTED"       TO OLR-OPER-STATUS
           MOVE ZERO             TO OLR-CURRENT-SEQ
           MOVE SPACES           TO OLR-CURRENT-WC
           MOVE WS-REJECT-REASON TO OLR-MESSAGE
           MOVE WS-TODAY-DATE    TO OLR-DATE
           WRITE OPERATION-LABOR-RECORD
           DISPLAY "OPERATION COMPLETION REJECTED: " OPC-ORDER-NO
               " " WS-REJECT-REASON.

       FINALIZE-OPERATION-REPORTING.
           CLOSE OPERATION-COMPLETION-FILE
           CLOSE PROD-OPERATION-FILE
           CLOSE OPERATION-LABOR-FILE
           DISPLAY "COMPLETIONS READ " WS-TRAN-READ-COUNT
           DISPLAY "COMPLETIONS POSTED " WS-TRAN-POSTED-COUNT
           DISPLAY "COMPLETIONS REJECTED " WS-TRAN-REJECTED-COUNT
           DISPLAY "OPERATIONS COMPLETED " WS-OPS-COMPLETED-COUNT
           DISPLAY "EARNED HOURS " WS-TOTAL-EARNED-HOURS
           DISPLAY "ACTUAL HOURS " WS-TOTAL-ACTUAL-HOURS.

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
           MOVE WS-TRAN-READ-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-TRAN-POSTED-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
