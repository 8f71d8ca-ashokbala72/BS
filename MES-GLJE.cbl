       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-GLJE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MOVEMENT-FILE ASSIGN TO "glmove.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ROLE
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "gljrnl.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-MOVEMENT-HISTORY-FILE ASSIGN TO "glmovhst.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLH-FILE-STATUS.

           SELECT GL-BATCH-NUMBER-FILE ASSIGN TO "glbatctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           05 GLA-ROLE               PIC X(10).
           05 GLA-ACCOUNT-NO         PIC X(12).
           05 GLA-DESCRIPTION        PIC X(30).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GLJ-RECORD-TYPE        PIC X(1).
           05 GLJ-BATCH-NO           PIC X(12).
           05 GLJ-LINE-NO            PIC 9(7).
           05 GLJ-ACCOUNT-NO         PIC X(12).
           05 GLJ-ROLE               PIC X(10).
           05 GLJ-DEBIT-AMOUNT       PIC 9(13)V99.
           05 GLJ-CREDIT-AMOUNT      PIC 9(13)V99.
           05 GLJ-MOVE-TYPE          PIC X(10).
           05 GLJ-SOURCE             PIC X(8).
           05 GLJ-PART-NO            PIC X(15).
           05 GLJ-REFERENCE          PIC X(12).
           05 GLJ-QUANTITY           PIC 9(9).
           05 GLJ-MOVE-DATE          PIC 9(8).
           05 GLJ-RECORD-COUNT       PIC 9(7).
           05 GLJ-MOVEMENT-COUNT     PIC 9(7).
           05 GLJ-BALANCED           PIC X(1).
           05 GLJ-RUN-DATE           PIC 9(8).

       FD GL-MOVEMENT-HISTORY-FILE.
       01 GL-MOVEMENT-HISTORY-RECORD.
           05 GLH-MOVE-TYPE          PIC X(10).
           05 GLH-SOURCE             PIC X(8).
           05 GLH-PART-NO            PIC X(15).
           05 GLH-REFERENCE          PIC X(12).
           05 GLH-LOCATION           PIC X(10).
           05 GLH-TO-LOCATION        PIC X(10).
           05 GLH-QUANTITY           PIC S9(9).
           05 GLH-UNIT-COST          PIC S9(5)V99.
           05 GLH-AMOUNT             PIC S9(11)V99.
           05 GLH-DATE               PIC 9(8).
           05 GLH-TIME               PIC 9(8).
           05 GLH-BATCH-NO           PIC X(12).

       FD GL-BATCH-NUMBER-FILE.
       01 GL-BATCH-NUMBER-RECORD.
           05 GLB-LAST-SEQ           PIC 9(10).

       WORKING-STORAGE SECTION.

       01 WS-GLM-FILE-STATUS          PIC XX.
       01 WS-GLA-FILE-STATUS          PIC XX.
       01 WS-GLH-FILE-STATUS          PIC XX.
       01 WS-GLB-FILE-STATUS          PIC XX.
       01 WS-GLM-EOF                  PIC X VALUE "N".
       01 WS-GLB-EOF                  PIC X.
       01 WS-GLA-MISSING              PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-NEXT-BATCH-NO.
           05 FILLER                  PIC X(2) VALUE "GJ".
           05 WS-NEXT-BATCH-SEQ       PIC 9(10) VALUE ZERO.
       01 WS-DEBIT-ROLE               PIC X(10).
       01 WS-CREDIT-ROLE              PIC X(10).
       01 WS-SWAP-ROLE                PIC X(10).
       01 WS-DEBIT-ACCOUNT            PIC X(12).
       01 WS-CREDIT-ACCOUNT           PIC X(12).
       01 WS-LOOKUP-ROLE              PIC X(10).
       01 WS-LOOKUP-ACCOUNT           PIC X(12).
       01 WS-ROLES-MAPPED             PIC X.
       01 WS-POST-AMOUNT              PIC 9(13)V99.
       01 WS-POST-QUANTITY            PIC 9(9).
       01 WS-MOVEMENT-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-ZERO-VALUE-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-UNMAPPED-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-LINE-COUNT               PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-DEBITS             PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS            PIC 9(13)V99 VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-GLJE".
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
           PERFORM INIT-JOURNAL-EXTRACT
           IF WS-GLM-FILE-STATUS = "35"
               DISPLAY "NO GL MOVEMENT FILE - NOTHING TO JOURNAL"
           ELSE
               PERFORM VALIDATE-MOVEMENT-MAPPING
               IF WS-UNMAPPED-COUNT > ZERO
                   DISPLAY "GL MOVEMENTS WITHOUT ACCOUNT MAPPING "
                       WS-UNMAPPED-COUNT " - JOURNAL NOT PRODUCED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PRODUCE-JOURNAL
                   PERFORM CLEAR-MOVEMENT-FILE
               END-IF
               PERFORM FINALIZE-JOURNAL-EXTRACT
           END-IF
           DISPLAY "MES GL JOURNAL EXTRACT RUN ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-JOURNAL-EXTRACT.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES GL JOURNAL EXTRACT RUN STARTED"
           OPEN INPUT GL-MOVEMENT-FILE
           IF WS-GLM-FILE-STATUS NOT = "35"
               CLOSE GL-MOVEMENT-FILE
               OPEN INPUT GL-ACCOUNT-FILE
               IF WS-GLA-FILE-STATUS = "35"
                   MOVE "Y" TO WS-GLA-MISSING
                   DISPLAY "NO GL ACCOUNT MAPPING FILE"
               END-IF
           END-IF.

       VALIDATE-MOVEMENT-MAPPING.
           MOVE "N" TO WS-GLM-EOF
           OPEN INPUT GL-MOVEMENT-FILE
           PERFORM UNTIL WS-GLM-EOF = "Y"
               READ GL-MOVEMENT-FILE
                   AT END MOVE "Y" TO WS-GLM-EOF
                   NOT AT END PERFORM CHECK-MOVEMENT-MAPPING
               END-READ
           END-PERFORM
           CLOSE GL-MOVEMENT-FILE.

       CHECK-MOVEMENT-MAPPING.
           PERFORM SET-MOVEMENT-ROLES
           IF WS-ROLES-MAPPED NOT = "Y"
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "NO ACCOUNT MAPPING FOR " GLM-MOVE-TYPE
                   " FROM " GLM-SOURCE " PART " GLM-PART-NO
                   " REF " GLM-REFERENCE
           END-IF.

       SET-MOVEMENT-ROLES.
           MOVE "Y" TO WS-ROLES-MAPPED
           EVALUATE GLM-MOVE-TYPE
               WHEN "RECEIPT"
                   MOVE "INVENTORY" TO WS-DEBIT-ROLE
                   MOVE "GRNI"      TO WS-CREDIT-ROLE
               WHEN "ISSUE"
                   MOVE "WIP"       TO WS-DEBIT-ROLE
                   MOVE "INVENTORY" TO WS-CREDIT-ROLE
               WHEN "SHORTAGE"
                   MOVE "WIP"       TO WS-DEBIT-ROLE
                   MOVE "INVENTORY" TO WS-CREDIT-ROLE
               WHEN "FG-RECEIPT"
                   MOVE "INVENTORY" TO WS-DEBIT-ROLE
                   MOVE "WIP"       TO WS-CREDIT-ROLE
               WHEN "SCRAP"
                   MOVE "SCRAP"     TO WS-DEBIT-ROLE
                   MOVE "WIP"       TO WS-CREDIT-ROLE
               WHEN "COUNT-ADJ"
                   MOVE "INVENTORY" TO WS-DEBIT-ROLE
                   MOVE "COUNT-VAR" TO WS-CREDIT-ROLE
               WHEN "TRANSFER"
                   MOVE "INVENTORY" TO WS-DEBIT-ROLE
                   MOVE "INVENTORY" TO WS-CREDIT-ROLE
               WHEN "PPV"
                   MOVE "PPV"       TO WS-DEBIT-ROLE
                   MOVE "GRNI"      TO WS-CREDIT-ROLE
               WHEN "RTV"
                   MOVE "GRNI"      TO WS-DEBIT-ROLE
                   MOVE "INVENTORY" TO WS-CREDIT-ROLE
               WHEN "SHIPMENT"
                   MOVE "COGS"      TO WS-DEBIT-ROLE
                   MOVE "INVENTORY" TO WS-CREDIT-ROLE
               WHEN OTHER
                   MOVE SPACES TO WS-DEBIT-ROLE
                   MOVE SPACES TO WS-CREDIT-ROLE
                   MOVE "N" TO WS-ROLES-MAPPED
           END-EVALUATE
           IF GLM-AMOUNT < ZERO
               MOVE WS-DEBIT-ROLE  TO WS-SWAP-ROLE
               MOVE WS-CREDIT-ROLE TO WS-DEBIT-ROLE
               MOVE WS-SWAP-ROLE   TO WS-CREDIT-ROLE
           END-IF
           IF WS-ROLES-MAPPED = "Y"
               MOVE WS-DEBIT-ROLE TO WS-LOOKUP-ROLE
               PERFORM LOOKUP-ROLE-ACCOUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-DEBIT-ACCOUNT
           END-IF
           IF WS-ROLES-MAPPED = "Y"
               MOVE WS-CREDIT-ROLE TO WS-LOOKUP-ROLE
               PERFORM LOOKUP-ROLE-ACCOUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF.

       LOOKUP-ROLE-ACCOUNT.
           MOVE SPACES TO WS-LOOKUP-ACCOUNT
           IF WS-GLA-MISSING = "Y"
               MOVE "N" TO WS-ROLES-MAPPED
           ELSE
               MOVE WS-LOOKUP-ROLE TO GLA-ROLE
               READ GL-ACCOUNT-FILE
                   INVALID KEY MOVE "N" TO WS-ROLES-MAPPED
                   NOT INVALID KEY
                       MOVE GLA-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
               END-READ
               IF WS-LOOKUP-ACCOUNT = SPACES
                   MOVE "N" TO WS-ROLES-MAPPED
               END-IF
           END-IF.

       PRODUCE-JOURNAL.
           PERFORM LOAD-BATCH-NUMBER-SERIES
           ADD 1 TO WS-NEXT-BATCH-SEQ
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN EXTEND GL-MOVEMENT-HISTORY-FILE
           IF WS-GLH-FILE-STATUS = "35"
               OPEN OUTPUT GL-MOVEMENT-HISTORY-FILE
           END-IF
           PERFORM WRITE-JOURNAL-HEADER
           MOVE "N" TO WS-GLM-EOF
           OPEN INPUT GL-MOVEMENT-FILE
           PERFORM UNTIL WS-GLM-EOF = "Y"
               READ GL-MOVEMENT-FILE
                   AT END MOVE "Y" TO WS-GLM-EOF
                   NOT AT END PERFORM JOURNAL-ONE-MOVEMENT
               END-READ
           END-PERFORM
           CLOSE GL-MOVEMENT-FILE
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-MOVEMENT-HISTORY-FILE
           PERFORM SAVE-BATCH-NUMBER-SERIES.

       JOURNAL-ONE-MOVEMENT.
           ADD 1 TO WS-MOVEMENT-COUNT
           PERFORM SET-MOVEMENT-ROLES
           IF GLM-AMOUNT < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - GLM-AMOUNT
           ELSE
               MOVE GLM-AMOUNT TO WS-POST-AMOUNT
           END-IF
           IF GLM-QUANTITY < ZERO
               COMPUTE WS-POST-QUANTITY = ZERO - GLM-QUANTITY
           ELSE
               MOVE GLM-QUANTITY TO WS-POST-QUANTITY
           END-IF
           IF WS-POST-AMOUNT = ZERO
               ADD 1 TO WS-ZERO-VALUE-COUNT
           ELSE
               MOVE WS-DEBIT-ACCOUNT TO GLJ-ACCOUNT-NO
               MOVE WS-DEBIT-ROLE    TO GLJ-ROLE
               MOVE WS-POST-AMOUNT   TO GLJ-DEBIT-AMOUNT
               MOVE ZERO             TO GLJ-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-DETAIL
               MOVE WS-CREDIT-ACCOUNT TO GLJ-ACCOUNT-NO
               MOVE WS-CREDIT-ROLE    TO GLJ-ROLE
               MOVE ZERO              TO GLJ-DEBIT-AMOUNT
               MOVE WS-POST-AMOUNT    TO GLJ-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF
           PERFORM WRITE-MOVEMENT-HISTORY.

       WRITE-JOURNAL-HEADER.
           MOVE SPACES           TO GL-JOURNAL-RECORD
           MOVE "H"              TO GLJ-RECORD-TYPE
           MOVE WS-NEXT-BATCH-NO TO GLJ-BATCH-NO
           MOVE ZERO             TO GLJ-LINE-NO
           MOVE ZERO             TO GLJ-DEBIT-AMOUNT
           MOVE ZERO             TO GLJ-CREDIT-AMOUNT
           MOVE ZERO             TO GLJ-QUANTITY
           MOVE ZERO             TO GLJ-MOVE-DATE
           MOVE ZERO             TO GLJ-RECORD-COUNT
           MOVE ZERO             TO GLJ-MOVEMENT-COUNT
           MOVE WS-TODAY-DATE    TO GLJ-RUN-DATE
           WRITE GL-JOURNAL-RECORD.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO WS-LINE-COUNT
           ADD GLJ-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS
           ADD GLJ-CREDIT-AMOUNT TO WS-TOTAL-CREDITS
           MOVE "D"              TO GLJ-RECORD-TYPE
           MOVE WS-NEXT-BATCH-NO TO GLJ-BATCH-NO
           MOVE WS-LINE-COUNT    TO GLJ-LINE-NO
           MOVE GLM-MOVE-TYPE    TO GLJ-MOVE-TYPE
           MOVE GLM-SOURCE       TO GLJ-SOURCE
           MOVE GLM-PART-NO      TO GLJ-PART-NO
           MOVE GLM-REFERENCE    TO GLJ-REFERENCE
           MOVE WS-POST-QUANTITY TO GLJ-QUANTITY
           MOVE GLM-DATE         TO GLJ-MOVE-DATE
           MOVE ZERO             TO GLJ-RECORD-COUNT
           MOVE ZERO             TO GLJ-MOVEMENT-COUNT
           MOVE SPACES           TO GLJ-BALANCED
           MOVE WS-TODAY-DATE    TO GLJ-RUN-DATE
           WRITE GL-JOURNAL-RECORD.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES            TO GL-JOURNAL-RECORD
           MOVE "T"               TO GLJ-RECORD-TYPE
           MOVE WS-NEXT-BATCH-NO  TO GLJ-BATCH-NO
           MOVE ZERO              TO GLJ-LINE-NO
           MOVE WS-TOTAL-DEBITS   TO GLJ-DEBIT-AMOUNT
           MOVE WS-TOTAL-CREDITS  TO GLJ-CREDIT-AMOUNT
           MOVE ZERO              TO GLJ-QUANTITY
           MOVE ZERO              TO GLJ-MOVE-DATE
           MOVE WS-LINE-COUNT     TO GLJ-RECORD-COUNT
           MOVE WS-MOVEMENT-COUNT TO GLJ-MOVEMENT-COUNT
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "Y" TO GLJ-BALANCED
           ELSE
               MOVE "N" TO GLJ-BALANCED
               MOVE 8 TO RETURN-CODE
               DISPLAY "GL JOURNAL BATCH " WS-NEXT-BATCH-NO
                   " OUT OF BALANCE"
           END-IF
           MOVE WS-TODAY-DATE     TO GLJ-RUN-DATE
           WRITE GL-JOURNAL-RECORD.

       WRITE-MOVEMENT-HISTORY.
           MOVE GLM-MOVE-TYPE    TO GLH-MOVE-TYPE
           MOVE GLM-SOURCE       TO GLH-SOURCE
           MOVE GLM-PART-NO      TO GLH-PART-NO
           MOVE GLM-REFERENCE    TO GLH-REFERENCE
           MOVE GLM-LOCATION     TO GLH-LOCATION
           MOVE GLM-TO-LOCATION  TO GLH-TO-LOCATION
           MOVE GLM-QUANTITY     TO GLH-QUANTITY
           MOVE GLM-UNIT-COST    TO GLH-UNIT-COST
           MOVE GLM-AMOUNT       TO GLH-AMOUNT
           MOVE GLM-DATE         TO GLH-DATE
           MOVE GLM-TIME         TO GLH-TIME
           MOVE WS-NEXT-BATCH-NO TO GLH-BATCH-NO
           WRITE GL-MOVEMENT-HISTORY-RECORD.

       CLEAR-MOVEMENT-FILE.
           OPEN OUTPUT GL-MOVEMENT-FILE
           CLOSE GL-MOVEMENT-FILE.

       LOAD-BATCH-NUMBER-SERIES.
           MOVE "N" TO WS-GLB-EOF
           MOVE ZERO TO WS-NEXT-BATCH-SEQ
           OPEN INPUT GL-BATCH-NUMBER-FILE
           IF WS-GLB-FILE-STATUS = "35"
               MOVE "Y" TO WS-GLB-EOF
           END-IF
           PERFORM UNTIL WS-GLB-EOF = "Y"
               READ GL-BATCH-NUMBER-FILE
                   AT END MOVE "Y" TO WS-GLB-EOF
                   NOT AT END MOVE GLB-LAST-SEQ TO WS-NEXT-BATCH-SEQ
               END-READ
           END-PERFORM
           IF WS-GLB-FILE-STATUS NOT = "35"
               CLOSE GL-BATCH-NUMBER-FILE
           END-IF.

       SAVE-BATCH-NUMBER-SERIES.
           OPEN OUTPUT GL-BATCH-NUMBER-FILE
           MOVE WS-NEXT-BATCH-SEQ TO GLB-LAST-SEQ
           WRITE GL-BATCH-NUMBER-RECORD
           CLOSE GL-BATCH-NUMBER-FILE.

       FINALIZE-JOURNAL-EXTRACT.
           IF WS-GLA-MISSING NOT = "Y"
               CLOSE GL-ACCOUNT-FILE
           END-IF
           IF WS-UNMAPPED-COUNT = ZERO
               DISPLAY "GL JOURNAL BATCH " WS-NEXT-BATCH-NO
           END-IF
           DISPLAY "GL MOVEMENTS READ " WS-MOVEMENT-COUNT
           DISPLAY "GL MOVEMENTS OF ZERO VALUE " WS-ZERO-VALUE-COUNT
           DISPLAY "GL MOVEMENTS UNMAPPED " WS-UNMAPPED-COUNT
           DISPLAY "GL JOURNAL LINES WRITTEN " WS-LINE-COUNT
           DISPLAY "GL BATCH TOTAL DEBITS " WS-TOTAL-DEBITS
           DISPLAY "GL BATCH TOTAL CREDITS " WS-TOTAL-CREDITS.

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
           MOVE WS-MOVEMENT-COUNT TO WS-RCL-RECORDS-READ
           MOVE WS-LINE-COUNT TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
