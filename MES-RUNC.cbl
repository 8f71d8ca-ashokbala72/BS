       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-RUNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-TRANS-FILE ASSIGN TO "runctltx.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTX-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-TRANS-FILE.
       01 RUN-CONTROL-TRANS-RECORD.
           05 RTX-ACTION             PIC X(4).
           05 RTX-STEP-ID            PIC X(8).
           05 RTX-DATE               PIC X(8).
           05 RTX-OPERATOR           PIC X(10).
           05 RTX-FORCE              PIC X.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-KEY.
               10 RCT-BUSINESS-DATE  PIC 9(8).
               10 RCT-STEP-ID        PIC X(8).
           05 RCT-STEP-DATA.
               10 RCT-STATUS         PIC X(10).
               10 RCT-START-DATE     PIC 9(8).
               10 RCT-START-TIME     PIC 9(8).
               10 RCT-END-DATE       PIC 9(8).
               10 RCT-END-TIME       PIC 9(8).
               10 RCT-RECORDS-READ   PIC 9(9).
               10 RCT-RECORDS-WRITTEN PIC 9(9).
               10 RCT-RUN-COUNT      PIC 9(3).
               10 RCT-REFUSED-COUNT  PIC 9(3).
               10 RCT-OVERRIDE       PIC X.
               10 RCT-OVERRIDE-USED  PIC X.
               10 RCT-OVERRIDE-BY    PIC X(10).
               10 RCT-LAST-MESSAGE   PIC X(40).
           05 RCT-DATE-DATA REDEFINES RCT-STEP-DATA.
               10 RCT-CURRENT-DATE   PIC 9(8).
               10 RCT-PRIOR-DATE     PIC 9(8).
               10 RCT-DATE-SET-ON    PIC 9(8).
               10 RCT-DATE-SET-TIME  PIC 9(8).
               10 RCT-DATE-SET-BY    PIC X(10).
               10 FILLER             PIC X(76).

       WORKING-STORAGE SECTION.

       01 WS-RTX-FILE-STATUS          PIC XX.
       01 WS-RCT-FILE-STATUS          PIC XX.
       01 WS-RTX-EOF                  PIC X VALUE "N".
       01 WS-NOW-DATE                 PIC 9(8).
       01 WS-NOW-TIME                 PIC 9(8).
       01 WS-BUSINESS-DATE            PIC 9(8).
       01 WS-DATE-FOUND               PIC X.
       01 WS-STEP-FOUND               PIC X.
       01 WS-STEP-KNOWN               PIC X.
       01 WS-NEW-DATE                 PIC 9(8).
       01 WS-OUTSTANDING-COUNT        PIC 9(3).
       01 WS-FIRST-OUTSTANDING        PIC X(8).
       01 WS-TRANS-REJECTED           PIC X.
       01 WS-REJECT-REASON            PIC X(40).

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

       01 WS-TRANS-READ               PIC 9(7) VALUE ZERO.
       01 WS-TRANS-APPLIED            PIC 9(7) VALUE ZERO.
       01 WS-TRANS-REJECTED-COUNT     PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROL.
           05 WS-RCL-FUNCTION         PIC X(5).
           05 WS-RCL-STEP-ID          PIC X(8).
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
           PERFORM INIT-RUN-CONTROL-MAINT
           IF WS-RTX-FILE-STATUS = "35"
               DISPLAY "NO RUN CONTROL TRANSACTIONS - NOTHING TO DO"
           ELSE
               PERFORM PROCESS-RUN-CONTROL-TRANS
           END-IF
           PERFORM FINALIZE-RUN-CONTROL-MAINT
           STOP RUN.

       INIT-RUN-CONTROL-MAINT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           DISPLAY "MES RUN CONTROL MAINTENANCE STARTED"
           OPEN INPUT RUN-CONTROL-TRANS-FILE
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           PERFORM READ-BUSINESS-DATE
           IF WS-DATE-FOUND = "Y"
               DISPLAY "CURRENT BUSINESS DATE " WS-BUSINESS-DATE
           ELSE
               DISPLAY "NO BUSINESS DATE ON RUN CONTROL"
           END-IF.

       PROCESS-RUN-CONTROL-TRANS.
           PERFORM UNTIL WS-RTX-EOF = "Y"
               READ RUN-CONTROL-TRANS-FILE
                   AT END MOVE "Y" TO WS-RTX-EOF
                   NOT AT END PERFORM APPLY-RUN-CONTROL-TRANS
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-TRANS-FILE.

       APPLY-RUN-CONTROL-TRANS.
           ADD 1 TO WS-TRANS-READ
           MOVE "N" TO WS-TRANS-REJECTED
           MOVE SPACES TO WS-REJECT-REASON
           IF RTX-OPERATOR = SPACES
               MOVE "Y" TO WS-TRANS-REJECTED
               MOVE "OPERATOR ID REQUIRED" TO WS-REJECT-REASON
           ELSE
               EVALUATE RTX-ACTION
                   WHEN "DATE"
                       PERFORM SET-BUSINESS-DATE
                   WHEN "NEXT"
                       PERFORM ADVANCE-BUSINESS-DATE
                   WHEN "OVRD"
                       PERFORM SET-STEP-OVERRIDE
                   WHEN OTHER
                       MOVE "Y" TO WS-TRANS-REJECTED
                       MOVE "INVALID RUN CONTROL ACTION"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-TRANS-REJECTED = "Y"
               ADD 1 TO WS-TRANS-REJECTED-COUNT
               DISPLAY "RUN CONTROL " RTX-ACTION " " RTX-STEP-ID
                   " REJECTED - " WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       SET-BUSINESS-DATE.
           MOVE RTX-DATE TO WS-EDIT-DATE-X
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-VALID NOT = "Y"
               MOVE "Y" TO WS-TRANS-REJECTED
               MOVE "INVALID BUSINESS DATE" TO WS-REJECT-REASON
           ELSE
               MOVE WS-EDIT-DATE TO WS-NEW-DATE
               PERFORM WRITE-BUSINESS-DATE
           END-IF.

       ADVANCE-BUSINESS-DATE.
           IF WS-DATE-FOUND NOT = "Y"
               MOVE "Y" TO WS-TRANS-REJECTED
               MOVE "NO BUSINESS DATE TO ADVANCE" TO WS-REJECT-REASON
           ELSE
               MOVE ZERO TO WS-OUTSTANDING-COUNT
               MOVE SPACES TO WS-FIRST-OUTSTANDING
               MOVE "Y" TO WS-RCL-RUN-ALLOWED
               PERFORM CHECK-STREAM-STEP
                   VARYING WS-RCL-STEP-SEQ FROM 1 BY 1
                   UNTIL WS-RCL-RUN-ALLOWED = "N"
               IF WS-OUTSTANDING-COUNT > ZERO
                   AND RTX-FORCE NOT = "Y"
                   MOVE "Y" TO WS-TRANS-REJECTED
                   STRING "STREAM INCOMPLETE - " WS-FIRST-OUTSTANDING
                       " OUTSTANDING" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               ELSE
                   IF WS-OUTSTANDING-COUNT > ZERO
                       DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                           " CLOSED WITH " WS-OUTSTANDING-COUNT
                           " STEPS OUTSTANDING BY " RTX-OPERATOR
                   END-IF
                   COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
                   PERFORM WRITE-BUSINESS-DATE
               END-IF
           END-IF.

       CHECK-STREAM-STEP.
           MOVE "LIST" TO WS-RCL-FUNCTION
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-RUN-ALLOWED = "Y"
               AND WS-RCL-RUN-TYPE NOT = "A"
               MOVE WS-BUSINESS-DATE TO RCT-BUSINESS-DATE
               MOVE WS-RCL-STEP-ID TO RCT-STEP-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACES TO RCT-STATUS
               END-READ
               IF RCT-STATUS NOT = "COMPLETED"
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   IF WS-FIRST-OUTSTANDING = SPACES
                       MOVE WS-RCL-STEP-ID TO WS-FIRST-OUTSTANDING
                   END-IF
               END-IF
           END-IF.

       WRITE-BUSINESS-DATE.
           PERFORM READ-BUSINESS-DATE
           IF WS-DATE-FOUND = "Y"
               MOVE RCT-CURRENT-DATE TO RCT-PRIOR-DATE
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE ZERO TO RCT-BUSINESS-DATE
               MOVE "BUSDATE" TO RCT-STEP-ID
               MOVE ZERO TO RCT-PRIOR-DATE
           END-IF
           MOVE WS-NEW-DATE TO RCT-CURRENT-DATE
           MOVE WS-NOW-DATE TO RCT-DATE-SET-ON
           MOVE WS-NOW-TIME TO RCT-DATE-SET-TIME
           MOVE RTX-OPERATOR TO RCT-DATE-SET-BY
           IF WS-DATE-FOUND = "Y"
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-TRANS-REJECTED
                       MOVE "RUN CONTROL DATE REWRITE FAILED"
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-TRANS-REJECTED
                       MOVE "RUN CONTROL DATE WRITE FAILED"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-TRANS-REJECTED = "N"
               MOVE WS-NEW-DATE TO WS-BUSINESS-DATE
               MOVE "Y" TO WS-DATE-FOUND
               DISPLAY "BUSINESS DATE SET TO " WS-BUSINESS-DATE
                   " BY " RTX-OPERATOR
           END-IF.

       READ-BUSINESS-DATE.
           MOVE ZERO TO RCT-BUSINESS-DATE
           MOVE "BUSDATE" TO RCT-STEP-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-DATE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-DATE-FOUND
                   MOVE RCT-CURRENT-DATE TO WS-BUSINESS-DATE
           END-READ.

       SET-STEP-OVERRIDE.
           MOVE "N" TO WS-STEP-KNOWN
           MOVE "Y" TO WS-RCL-RUN-ALLOWED
           PERFORM FIND-STREAM-STEP
               VARYING WS-RCL-STEP-SEQ FROM 1 BY 1
               UNTIL WS-RCL-RUN-ALLOWED = "N"
               OR WS-STEP-KNOWN = "Y"
           EVALUATE TRUE
               WHEN WS-STEP-KNOWN NOT = "Y"
                   MOVE "Y" TO WS-TRANS-REJECTED
                   MOVE "UNKNOWN JOB STEP" TO WS-REJECT-REASON
               WHEN WS-DATE-FOUND NOT = "Y"
                   MOVE "Y" TO WS-TRANS-REJECTED
                   MOVE "NO BUSINESS DATE ON RUN CONTROL"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM WRITE-STEP-OVERRIDE
           END-EVALUATE.

       FIND-STREAM-STEP.
           MOVE "LIST" TO WS-RCL-FUNCTION
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-RUN-ALLOWED = "Y"
               AND WS-RCL-STEP-ID = RTX-STEP-ID
               MOVE "Y" TO WS-STEP-KNOWN
           END-IF.

       WRITE-STEP-OVERRIDE.
           MOVE WS-BUSINESS-DATE TO RCT-BUSINESS-DATE
           MOVE RTX-STEP-ID TO RCT-STEP-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-STEP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-STEP-FOUND
           END-READ
           IF WS-STEP-FOUND = "N"
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE TO RCT-BUSINESS-DATE
               MOVE RTX-STEP-ID TO RCT-STEP-ID
               MOVE "PENDING" TO RCT-STATUS
               MOVE ZERO TO RCT-START-DATE
               MOVE ZERO TO RCT-START-TIME
               MOVE ZERO TO RCT-END-DATE
               MOVE ZERO TO RCT-END-TIME
               MOVE ZERO TO RCT-RECORDS-READ
               MOVE ZERO TO RCT-RECORDS-WRITTEN
               MOVE ZERO TO RCT-RUN-COUNT
               MOVE ZERO TO RCT-REFUSED-COUNT
               MOVE "N" TO RCT-OVERRIDE-USED
           END-IF
           MOVE "Y" TO RCT-OVERRIDE
           MOVE RTX-OPERATOR TO RCT-OVERRIDE-BY
           MOVE SPACES TO RCT-LAST-MESSAGE
           STRING "OVERRIDE SET BY " RTX-OPERATOR DELIMITED BY SIZE
               INTO RCT-LAST-MESSAGE
           IF WS-STEP-FOUND = "Y"
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-TRANS-REJECTED
                       MOVE "RUN CONTROL STEP REWRITE FAILED"
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-TRANS-REJECTED
                       MOVE "RUN CONTROL STEP WRITE FAILED"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-TRANS-REJECTED = "N"
               DISPLAY "OVERRIDE SET FOR " RTX-STEP-ID
                   " BUSINESS DATE " WS-BUSINESS-DATE
                   " BY " RTX-OPERATOR
           END-IF.

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

       FINALIZE-RUN-CONTROL-MAINT.
           CLOSE RUN-CONTROL-FILE
           DISPLAY "TRANSACTIONS READ " WS-TRANS-READ
           DISPLAY "TRANSACTIONS APPLIED " WS-TRANS-APPLIED
           DISPLAY "TRANSACTIONS REJECTED " WS-TRANS-REJECTED-COUNT
           DISPLAY "MES RUN CONTROL MAINTENANCE ENDED".
