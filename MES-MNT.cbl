               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE.

           SELECT QC-PART-FILE ASSIGN TO "qcpart.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QCP-PART-NO
               FILE STATUS IS WS-QCP-FILE-STATUS.

           SELECT ROUTING-FILE ASSIGN TO "routing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTG-KEY
               FILE STATUS IS WS-RTG-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ROLE
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "mnterr.dat"
               ORGANIZATION IS SEQUENTIAL.

               10 MNT-BOM-PARENT-PART    PIC X(15).
               10 MNT-BOM-COMPONENT-PART PIC X(15).
               10 MNT-BOM-QTY-PER        PIC 9(5).
               10 MNT-BOM-EFFECTIVE-FROM PIC X(8).
               10 MNT-BOM-EFFECTIVE-TO   PIC X(8).
               10 MNT-BOM-CHANGE-NO      PIC X(12).
               10 MNT-BOM-CHANGE-REASON  PIC X(30).
               10 FILLER                 PIC X(57).
           05 MNT-WC-DATA REDEFINES MNT-DATA.
               10 MNT-WC-ID              PIC X(10).
               10 MNT-WC-DAILY-CAPACITY  PIC 9(7).
               10 MNT-CAL-DATE           PIC 9(8).
               10 MNT-CAL-WORK-DAY       PIC X(1).
               10 FILLER                 PIC X(141).
           05 MNT-QCP-DATA REDEFINES MNT-DATA.
               10 MNT-QCP-PART-NO        PIC X(15).
               10 MNT-QCP-INSPECT-REQUIRED PIC X(1).
               10 FILLER                 PIC X(134).
           05 MNT-RTG-DATA REDEFINES MNT-DATA.
               10 MNT-RTG-PART-NO        PIC X(15).
               10 MNT-RTG-OPER-SEQ       PIC 9(3).
               10 MNT-RTG-WORK-CENTER    PIC X(10).
               10 MNT-RTG-DESCRIPTION    PIC X(30).
               10 MNT-RTG-SETUP-HOURS    PIC 9(3)V99.
               10 MNT-RTG-RUN-HOURS      PIC 9(3)V9(4).
               10 FILLER                 PIC X(80).
           05 MNT-GLA-DATA REDEFINES MNT-DATA.
               10 MNT-GLA-ROLE           PIC X(10).
               10 MNT-GLA-ACCOUNT-NO     PIC X(12).
               10 MNT-GLA-DESCRIPTION    PIC X(30).
               10 FILLER                 PIC X(98).

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 BOM-KEY.
               10 BOM-PARENT-PART    PIC X(15).
               10 BOM-COMPONENT-PART PIC X(15).
               10 BOM-EFFECTIVE-FROM PIC 9(8).
           05 BOM-QTY-PER            PIC 9(5).
           05 BOM-EFFECTIVE-TO       PIC 9(8).
           05 BOM-CHANGE-NO          PIC X(12).
           05 BOM-CHANGE-REASON      PIC X(30).

       FD WORK-CENTER-FILE.
       01 WORK-CENTER-RECORD.
           05 CAL-DATE               PIC 9(8).
           05 CAL-WORK-DAY           PIC X(1).

       FD QC-PART-FILE.
       01 QC-PART-RECORD.
           05 QCP-PART-NO            PIC X(15).
           05 QCP-INSPECT-REQUIRED   PIC X(1).

       FD ROUTING-FILE.
       01 ROUTING-RECORD.
           05 RTG-KEY.
               10 RTG-PART-NO        PIC X(15).
               10 RTG-OPER-SEQ       PIC 9(3).
           05 RTG-WORK-CENTER        PIC X(10).
           05 RTG-DESCRIPTION        PIC X(30).
           05 RTG-SETUP-HOURS        PIC 9(3)V99.
           05 RTG-RUN-HOURS          PIC 9(3)V9(4).

       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           05 GLA-ROLE               PIC X(10).
           05 GLA-ACCOUNT-NO         PIC X(12).
           05 GLA-DESCRIPTION        PIC X(30).

       FD MAINT-ERROR-FILE.
       01 MAINT-ERROR-RECORD.
           05 MERR-FILE-CODE         PIC X(2).

       01 WS-MNT-FILE-STATUS          PIC XX.
       01 WS-MNT-EOF                  PIC X VALUE "N".
       01 WS-QCP-FILE-STATUS          PIC XX.
       01 WS-RTG-FILE-STATUS          PIC XX.
       01 WS-GLA-FILE-STATUS          PIC XX.
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-TRANS-REJECTED           PIC X.
       01 WS-REJECT-REASON            PIC X(30).
       01 WS-PART-ON-FILE             PIC X.
       01 WS-SAVE-ON-HAND             PIC 9(7).
       01 WS-BOM-EOF                  PIC X.
       01 WS-BOM-OVERLAP              PIC X.
       01 WS-BOM-FROM-DATE            PIC 9(8).
       01 WS-BOM-TO-DATE              PIC 9(8).
       01 WS-TRANS-READ               PIC 9(7) VALUE ZERO.
       01 WS-TRANS-APPLIED            PIC 9(7) VALUE ZERO.
       01 WS-TRANS-ERRORS             PIC 9(7) VALUE ZERO.
       01 WS-EDIT-MAX-DD              PIC 9(2).
       01 WS-EDIT-LEAP-REM            PIC 9(4).

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8) VALUE "MES-MNT".
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
               PERFORM FINALIZE-MAINTENANCE
           END-IF
           DISPLAY "MES MASTER MAINTENANCE ENDED"
           PERFORM END-RUN-CONTROL
           STOP RUN.

       INIT-MAINTENANCE.
           PERFORM START-RUN-CONTROL
           DISPLAY "MES MASTER MAINTENANCE STARTED"
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-MNT-FILE-STATUS NOT = "35"
               OPEN I-O BOM-FILE
               OPEN I-O WORK-CENTER-FILE
               OPEN I-O SHOP-CALENDAR-FILE
               OPEN I-O QC-PART-FILE
               IF WS-QCP-FILE-STATUS = "35"
                   OPEN OUTPUT QC-PART-FILE
                   CLOSE QC-PART-FILE
                   OPEN I-O QC-PART-FILE
               END-IF
               OPEN I-O ROUTING-FILE
               IF WS-RTG-FILE-STATUS = "35"
                   OPEN OUTPUT ROUTING-FILE
                   CLOSE ROUTING-FILE
                   OPEN I-O ROUTING-FILE
               END-IF
               OPEN I-O GL-ACCOUNT-FILE
               IF WS-GLA-FILE-STATUS = "35"
                   OPEN OUTPUT GL-ACCOUNT-FILE
                   CLOSE GL-ACCOUNT-FILE
                   OPEN I-O GL-ACCOUNT-FILE
               END-IF
               OPEN OUTPUT MAINT-ERROR-FILE
           END-IF.

                   WHEN "BM" PERFORM MAINTAIN-BOM
                   WHEN "WC" PERFORM MAINTAIN-WORK-CENTER
                   WHEN "CA" PERFORM MAINTAIN-SHOP-CALENDAR
                   WHEN "QC" PERFORM MAINTAIN-QC-PART
                   WHEN "RT" PERFORM MAINTAIN-ROUTING
                   WHEN "GL" PERFORM MAINTAIN-GL-ACCOUNT
                   WHEN OTHER
                       MOVE "INVALID FILE CODE" TO WS-REJECT-REASON
                       PERFORM WRITE-MAINT-ERROR
           MOVE MNT-SUP-PAYMENT-TERMS TO SUPPLIER-PAYMENT-TERMS.

       MAINTAIN-BOM.
           PERFORM EDIT-BOM-EFFECTIVE-DATES
           IF MNT-ACTION NOT = "D"
               AND WS-TRANS-REJECTED NOT = "Y"
               PERFORM EDIT-BOM-FIELDS
           END-IF
           IF WS-TRANS-REJECTED NOT = "Y"
               ELSE
                   PERFORM CHECK-COMPONENT-ON-FILE
               END-IF
           END-IF
           IF WS-TRANS-REJECTED NOT = "Y"
               PERFORM EDIT-BOM-CHANGE-FIELDS
           END-IF.

       EDIT-BOM-EFFECTIVE-DATES.
           MOVE ZERO TO WS-BOM-FROM-DATE
           MOVE 99999999 TO WS-BOM-TO-DATE
           IF MNT-BOM-EFFECTIVE-FROM NOT = SPACES
               MOVE MNT-BOM-EFFECTIVE-FROM TO WS-EDIT-DATE-X
               IF WS-EDIT-DATE-X IS NUMERIC AND WS-EDIT-DATE = ZERO
                   CONTINUE
               ELSE
                   PERFORM EDIT-DATE
                   IF WS-EDIT-DATE-VALID = "Y"
                       MOVE WS-EDIT-DATE TO WS-BOM-FROM-DATE
                   ELSE
                       MOVE "INVALID EFFECTIVE-FROM DATE"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-MAINT-ERROR
                   END-IF
               END-IF
           END-IF
           IF MNT-BOM-EFFECTIVE-TO NOT = SPACES
               AND WS-TRANS-REJECTED NOT = "Y"
               MOVE MNT-BOM-EFFECTIVE-TO TO WS-EDIT-DATE-X
               IF WS-EDIT-DATE-X IS NUMERIC
                   AND (WS-EDIT-DATE = ZERO OR WS-EDIT-DATE = 99999999)
                   CONTINUE
               ELSE
                   PERFORM EDIT-DATE
                   IF WS-EDIT-DATE-VALID = "Y"
                       MOVE WS-EDIT-DATE TO WS-BOM-TO-DATE
                   ELSE
                       MOVE "INVALID EFFECTIVE-TO DATE"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-MAINT-ERROR
                   END-IF
               END-IF
           END-IF.

       EDIT-BOM-CHANGE-FIELDS.
           IF WS-BOM-TO-DATE < WS-BOM-FROM-DATE
               MOVE "EFFECTIVE-TO BEFORE FROM DATE" TO WS-REJECT-REASON
               PERFORM WRITE-MAINT-ERROR
           ELSE
               IF (WS-BOM-FROM-DATE NOT = ZERO
                   OR WS-BOM-TO-DATE NOT = 99999999)
                   AND (MNT-BOM-CHANGE-NO = SPACES
                   OR MNT-BOM-CHANGE-REASON = SPACES)
                   MOVE "CHANGE NO AND REASON REQUIRED"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
               ELSE
                   PERFORM CHECK-BOM-REVISION-OVERLAP
               END-IF
           END-IF.

       CHECK-BOM-REVISION-OVERLAP.
           MOVE "N" TO WS-BOM-OVERLAP
           MOVE "N" TO WS-BOM-EOF
           MOVE MNT-BOM-PARENT-PART    TO BOM-PARENT-PART
           MOVE MNT-BOM-COMPONENT-PART TO BOM-COMPONENT-PART
           MOVE ZERO                   TO BOM-EFFECTIVE-FROM
           START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY MOVE "Y" TO WS-BOM-EOF
           END-START
           PERFORM UNTIL WS-BOM-EOF = "Y" OR WS-BOM-OVERLAP = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-BOM-EOF
                   NOT AT END PERFORM TEST-BOM-REVISION-OVERLAP
               END-READ
           END-PERFORM
           IF WS-BOM-OVERLAP = "Y"
               MOVE "OVERLAPS ANOTHER BOM REVISION" TO WS-REJECT-REASON
               PERFORM WRITE-MAINT-ERROR
           END-IF.

       TEST-BOM-REVISION-OVERLAP.
           IF BOM-PARENT-PART NOT = MNT-BOM-PARENT-PART
               OR BOM-COMPONENT-PART NOT = MNT-BOM-COMPONENT-PART
               MOVE "Y" TO WS-BOM-EOF
           ELSE
               IF BOM-EFFECTIVE-FROM NOT = WS-BOM-FROM-DATE
                   AND BOM-EFFECTIVE-FROM <= WS-BOM-TO-DATE
                   AND BOM-EFFECTIVE-TO >= WS-BOM-FROM-DATE
                   MOVE "Y" TO WS-BOM-OVERLAP
               END-IF
           END-IF.

       CHECK-COMPONENT-ON-FILE.
       CHANGE-BOM-RECORD.
           MOVE MNT-BOM-PARENT-PART    TO BOM-PARENT-PART
           MOVE MNT-BOM-COMPONENT-PART TO BOM-COMPONENT-PART
           MOVE WS-BOM-FROM-DATE       TO BOM-EFFECTIVE-FROM
           READ BOM-FILE
               INVALID KEY
                   MOVE "BOM LINE NOT ON FILE" TO WS-REJECT-REASON
       DELETE-BOM-RECORD.
           MOVE MNT-BOM-PARENT-PART    TO BOM-PARENT-PART
           MOVE MNT-BOM-COMPONENT-PART TO BOM-COMPONENT-PART
           MOVE WS-BOM-FROM-DATE       TO BOM-EFFECTIVE-FROM
           DELETE BOM-FILE
               INVALID KEY
                   MOVE "BOM LINE NOT ON FILE" TO WS-REJECT-REASON
       BUILD-BOM-RECORD.
           MOVE MNT-BOM-PARENT-PART    TO BOM-PARENT-PART
           MOVE MNT-BOM-COMPONENT-PART TO BOM-COMPONENT-PART
           MOVE WS-BOM-FROM-DATE       TO BOM-EFFECTIVE-FROM
           MOVE MNT-BOM-QTY-PER        TO BOM-QTY-PER
           MOVE WS-BOM-TO-DATE         TO BOM-EFFECTIVE-TO
           MOVE MNT-BOM-CHANGE-NO      TO BOM-CHANGE-NO
           MOVE MNT-BOM-CHANGE-REASON  TO BOM-CHANGE-REASON.

       MAINTAIN-WORK-CENTER.
           IF MNT-ACTION NOT = "D"
           MOVE MNT-CAL-DATE     TO CAL-DATE
           MOVE MNT-CAL-WORK-DAY TO CAL-WORK-DAY.

       MAINTAIN-QC-PART.
           IF MNT-ACTION NOT = "D"
               PERFORM EDIT-QC-PART-FIELDS
           END-IF
           IF WS-TRANS-REJECTED NOT = "Y"
               EVALUATE MNT-ACTION
                   WHEN "A" PERFORM ADD-QC-PART-RECORD
                   WHEN "C" PERFORM CHANGE-QC-PART-RECORD
                   WHEN "D" PERFORM DELETE-QC-PART-RECORD
               END-EVALUATE
           END-IF.

       EDIT-QC-PART-FIELDS.
           IF MNT-QCP-INSPECT-REQUIRED NOT = "Y"
               AND MNT-QCP-INSPECT-REQUIRED NOT = "N"
               MOVE "INSPECT FLAG NOT Y OR N" TO WS-REJECT-REASON
               PERFORM WRITE-MAINT-ERROR
           ELSE
               MOVE "N" TO WS-PART-ON-FILE
               MOVE MNT-QCP-PART-NO TO INV-PART-NO
               READ INVENTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PART-ON-FILE
               END-READ
               IF WS-PART-ON-FILE NOT = "Y"
                   MOVE "PART NOT ON INVENTORY" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
               END-IF
           END-IF.

       ADD-QC-PART-RECORD.
           MOVE MNT-QCP-PART-NO          TO QCP-PART-NO
           MOVE MNT-QCP-INSPECT-REQUIRED TO QCP-INSPECT-REQUIRED
           WRITE QC-PART-RECORD
               INVALID KEY
                   MOVE "DUPLICATE QC PART" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
           END-WRITE.

       CHANGE-QC-PART-RECORD.
           MOVE MNT-QCP-PART-NO TO QCP-PART-NO
           READ QC-PART-FILE
               INVALID KEY
                   MOVE "QC PART NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   MOVE MNT-QCP-INSPECT-REQUIRED
                       TO QCP-INSPECT-REQUIRED
                   REWRITE QC-PART-RECORD
           END-READ.

       DELETE-QC-PART-RECORD.
           MOVE MNT-QCP-PART-NO TO QCP-PART-NO
           DELETE QC-PART-FILE
               INVALID KEY
                   MOVE "QC PART NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
           END-DELETE.

       MAINTAIN-ROUTING.
           IF MNT-RTG-OPER-SEQ IS NOT NUMERIC
               OR MNT-RTG-OPER-SEQ = ZERO
               MOVE "INVALID OPERATION SEQUENCE" TO WS-REJECT-REASON
               PERFORM WRITE-MAINT-ERROR
           ELSE
               IF MNT-ACTION NOT = "D"
                   PERFORM EDIT-ROUTING-FIELDS
               END-IF
           END-IF
           IF WS-TRANS-REJECTED NOT = "Y"
               EVALUATE MNT-ACTION
                   WHEN "A" PERFORM ADD-ROUTING-RECORD
                   WHEN "C" PERFORM CHANGE-ROUTING-RECORD
                   WHEN "D" PERFORM DELETE-ROUTING-RECORD
               END-EVALUATE
           END-IF.

       EDIT-ROUTING-FIELDS.
           IF MNT-RTG-SETUP-HOURS IS NOT NUMERIC
               OR MNT-RTG-RUN-HOURS IS NOT NUMERIC
               MOVE "NON-NUMERIC HOURS FIELD" TO WS-REJECT-REASON
               PERFORM WRITE-MAINT-ERROR
           ELSE
               MOVE "N" TO WS-PART-ON-FILE
               MOVE MNT-RTG-PART-NO TO INV-PART-NO
               READ INVENTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PART-ON-FILE
               END-READ
               IF WS-PART-ON-FILE NOT = "Y"
                   MOVE "PART NOT ON INVENTORY" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
               ELSE
                   MOVE MNT-RTG-WORK-CENTER TO WC-ID
                   READ WORK-CENTER-FILE
                       INVALID KEY
                           MOVE "WORK CENTER NOT ON FILE"
                               TO WS-REJECT-REASON
                           PERFORM WRITE-MAINT-ERROR
                   END-READ
               END-IF
           END-IF.

       ADD-ROUTING-RECORD.
           PERFORM BUILD-ROUTING-RECORD
           WRITE ROUTING-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ROUTING OPERATION"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
           END-WRITE.

       CHANGE-ROUTING-RECORD.
           MOVE MNT-RTG-PART-NO  TO RTG-PART-NO
           MOVE MNT-RTG-OPER-SEQ TO RTG-OPER-SEQ
           READ ROUTING-FILE
               INVALID KEY
                   MOVE "ROUTING OPERATION NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   PERFORM BUILD-ROUTING-RECORD
                   REWRITE ROUTING-RECORD
           END-READ.

       DELETE-ROUTING-RECORD.
           MOVE MNT-RTG-PART-NO  TO RTG-PART-NO
           MOVE MNT-RTG-OPER-SEQ TO RTG-OPER-SEQ
           DELETE ROUTING-FILE
               INVALID KEY
                   MOVE "ROUTING OPERATION NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
           END-DELETE.

       BUILD-ROUTING-RECORD.
           MOVE MNT-RTG-PART-NO     TO RTG-PART-NO
           MOVE MNT-RTG-OPER-SEQ    TO RTG-OPER-SEQ
           MOVE MNT-RTG-WORK-CENTER TO RTG-WORK-CENTER
           MOVE MNT-RTG-DESCRIPTION TO RTG-DESCRIPTION
           MOVE MNT-RTG-SETUP-HOURS TO RTG-SETUP-HOURS
           MOVE MNT-RTG-RUN-HOURS   TO RTG-RUN-HOURS.

       MAINTAIN-GL-ACCOUNT.
           PERFORM EDIT-GL-ACCOUNT-FIELDS
           IF WS-TRANS-REJECTED NOT = "Y"
               EVALUATE MNT-ACTION
                   WHEN "A" PERFORM ADD-GL-ACCOUNT-RECORD
                   WHEN "C" PERFORM CHANGE-GL-ACCOUNT-RECORD
                   WHEN "D" PERFORM DELETE-GL-ACCOUNT-RECORD
               END-EVALUATE
           END-IF.

       EDIT-GL-ACCOUNT-FIELDS.
           IF MNT-GLA-ROLE NOT = "INVENTORY"
               AND MNT-GLA-ROLE NOT = "GRNI"
               AND MNT-GLA-ROLE NOT = "WIP"
               AND MNT-GLA-ROLE NOT = "SCRAP"
               AND MNT-GLA-ROLE NOT = "COUNT-VAR"
               AND MNT-GLA-ROLE NOT = "PPV"
               AND MNT-GLA-ROLE NOT = "COGS"
               MOVE "INVALID GL ACCOUNT ROLE" TO WS-REJECT-REASON
               PERFORM WRITE-MAINT-ERROR
           ELSE
               IF MNT-ACTION NOT = "D"
                   AND MNT-GLA-ACCOUNT-NO = SPACES
                   MOVE "MISSING GL ACCOUNT NUMBER" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
               END-IF
           END-IF.

       ADD-GL-ACCOUNT-RECORD.
           PERFORM BUILD-GL-ACCOUNT-RECORD
           WRITE GL-ACCOUNT-RECORD
               INVALID KEY
                   MOVE "DUPLICATE GL ACCOUNT ROLE" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
           END-WRITE.

       CHANGE-GL-ACCOUNT-RECORD.
           MOVE MNT-GLA-ROLE TO GLA-ROLE
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE "GL ACCOUNT ROLE NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   PERFORM BUILD-GL-ACCOUNT-RECORD
                   REWRITE GL-ACCOUNT-RECORD
           END-READ.

       DELETE-GL-ACCOUNT-RECORD.
           MOVE MNT-GLA-ROLE TO GLA-ROLE
           DELETE GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE "GL ACCOUNT ROLE NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-ERROR
           END-DELETE.

       BUILD-GL-ACCOUNT-RECORD.
           MOVE MNT-GLA-ROLE        TO GLA-ROLE
           MOVE MNT-GLA-ACCOUNT-NO  TO GLA-ACCOUNT-NO
           MOVE MNT-GLA-DESCRIPTION TO GLA-DESCRIPTION.

       WRITE-MAINT-ERROR.
           MOVE "Y" TO WS-TRANS-REJECTED
           ADD 1 TO WS-TRANS-ERRORS
                   MOVE MNT-WC-ID TO MERR-KEY
               WHEN "CA"
                   MOVE MNT-CAL-DATA(1:8) TO MERR-KEY
               WHEN "RT"
                   MOVE MNT-RTG-DATA(1:18) TO MERR-KEY
               WHEN "GL"
                   MOVE MNT-GLA-ROLE TO MERR-KEY
               WHEN OTHER
                   MOVE MNT-INV-PART-NO TO MERR-KEY
           END-EVALUATE
           CLOSE BOM-FILE
           CLOSE WORK-CENTER-FILE
           CLOSE SHOP-CALENDAR-FILE
           CLOSE QC-PART-FILE
           CLOSE ROUTING-FILE
           CLOSE GL-ACCOUNT-FILE
           CLOSE MAINT-ERROR-FILE
           DISPLAY "TRANSACTIONS READ " WS-TRANS-READ
           DISPLAY "TRANSACTIONS APPLIED " WS-TRANS-APPLIED
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
           MOVE WS-TRANS-READ TO WS-RCL-RECORDS-READ
           MOVE WS-TRANS-APPLIED TO WS-RCL-RECORDS-WRITTEN
           IF RETURN-CODE = ZERO
               MOVE "COMPLETED" TO WS-RCL-END-STATUS
           ELSE
               MOVE "FAILED" TO WS-RCL-END-STATUS
           END-IF
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-END-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
