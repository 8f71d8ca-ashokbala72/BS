       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-RCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       01 WS-RCT-FILE-STATUS          PIC XX.
       01 WS-NOW-DATE                 PIC 9(8).
       01 WS-NOW-TIME                 PIC 9(8).
       01 WS-STEP-FOUND               PIC X.
       01 WS-STEP-STATUS              PIC X(10).
       01 WS-STEP-OVERRIDE            PIC X.
       01 WS-STEP-RUN-TYPE            PIC X.
       01 WS-PRED-STATUS              PIC X(10).

       01 WS-STEP-PRED-LIST.
           05 WS-SPL-STEP-ID          PIC X(8) OCCURS 6 TIMES
                                      INDEXED BY SPL-IDX.

       01 WS-STEP-TABLE-VALUES.
           05 FILLER PIC X(9)  VALUE "MES-MNT O".
           05 FILLER PIC X(48) VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "MES-ORDIO".
           05 FILLER PIC X(48) VALUE "MES-MNT".
           05 FILLER PIC X(9)  VALUE "MES-SORDO".
           05 FILLER PIC X(48) VALUE "MES-MNT".
           05 FILLER PIC X(9)  VALUE "MES-ASNIO".
           05 FILLER PIC X(48) VALUE "MES-MNT".
           05 FILLER PIC X(9)  VALUE "MES-RECVO".
           05 FILLER PIC X(48) VALUE "MES-ASNI".
           05 FILLER PIC X(9)  VALUE "MES-INSPO".
           05 FILLER PIC X(48) VALUE "MES-RECV".
           05 FILLER PIC X(9)  VALUE "MES-XFERO".
           05 FILLER PIC X(48) VALUE "MES-MNT".
           05 FILLER PIC X(9)  VALUE "MES-OPCPO".
           05 FILLER PIC X(48) VALUE "MES-MNT".
           05 FILLER PIC X(9)  VALUE "MES-COMPO".
           05 FILLER PIC X(48) VALUE "MES-OPCP".
           05 FILLER PIC X(9)  VALUE "MES-CYCLO".
           05 FILLER PIC X(48) VALUE "MES-MNT".
           05 FILLER PIC X(9)  VALUE "MES-COSTA".
           05 FILLER PIC X(48) VALUE "MES-MNT".
           05 FILLER PIC X(9)  VALUE "MES-MAINO".
           05 FILLER PIC X(48) VALUE
               "MES-ORDIMES-SORDMES-INSPMES-XFERMES-COMPMES-CYCL".
           05 FILLER PIC X(9)  VALUE "MES-PRELO".
           05 FILLER PIC X(48) VALUE "MES-MAIN".
           05 FILLER PIC X(9)  VALUE "MES-ALOCO".
           05 FILLER PIC X(48) VALUE "MES-MAIN".
           05 FILLER PIC X(9)  VALUE "MES-SHIPO".
           05 FILLER PIC X(48) VALUE "MES-ALOC".
           05 FILLER PIC X(9)  VALUE "MES-POTXO".
           05 FILLER PIC X(48) VALUE "MES-PREL".
           05 FILLER PIC X(9)  VALUE "MES-WIPRR".
           05 FILLER PIC X(48) VALUE "MES-MAIN".
           05 FILLER PIC X(9)  VALUE "MES-ACTNR".
           05 FILLER PIC X(48) VALUE "MES-PREL".
           05 FILLER PIC X(9)  VALUE "MES-ECORR".
           05 FILLER PIC X(48) VALUE "MES-MAIN".
           05 FILLER PIC X(9)  VALUE "MES-INVMO".
           05 FILLER PIC X(48) VALUE "MES-INSP".
           05 FILLER PIC X(9)  VALUE "MES-SUPFO".
           05 FILLER PIC X(48) VALUE "MES-INVM".
           05 FILLER PIC X(9)  VALUE "MES-USGEO".
           05 FILLER PIC X(48) VALUE "MES-SHIP".
           05 FILLER PIC X(9)  VALUE "MES-SLOWR".
           05 FILLER PIC X(48) VALUE "MES-USGE".
           05 FILLER PIC X(9)  VALUE "MES-GLJEO".
           05 FILLER PIC X(48) VALUE "MES-SHIPMES-INVM".
           05 FILLER PIC X(9)  VALUE "MES-ARCHO".
           05 FILLER PIC X(48) VALUE
               "MES-GLJEMES-SUPFMES-SLOWMES-ACTNMES-POTX".
           05 FILLER PIC X(9)  VALUE "MES-LTRCA".
           05 FILLER PIC X(48) VALUE SPACES.
       01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05 WS-STP-ENTRY OCCURS 26 TIMES
                                      INDEXED BY STP-IDX.
               10 WS-STP-STEP-ID      PIC X(8).
               10 WS-STP-RUN-TYPE     PIC X.
               10 WS-STP-PREDECESSORS PIC X(48).
       01 WS-STEP-COUNT               PIC 9(3) VALUE 26.

       LINKAGE SECTION.

       01 RCL-PARAMETERS.
           05 RCL-FUNCTION            PIC X(5).
           05 RCL-STEP-ID             PIC X(8).
           05 RCL-STEP-SEQ            PIC 9(3).
           05 RCL-BUSINESS-DATE       PIC 9(8).
           05 RCL-RECORDS-READ        PIC 9(9).
           05 RCL-RECORDS-WRITTEN     PIC 9(9).
           05 RCL-END-STATUS          PIC X(10).
           05 RCL-RUN-ALLOWED         PIC X.
           05 RCL-RUN-TYPE            PIC X.
           05 RCL-PREDECESSORS        PIC X(48).
           05 RCL-MESSAGE             PIC X(40).

       PROCEDURE DIVISION USING RCL-PARAMETERS.

       MAIN-SECTION.
           EVALUATE RCL-FUNCTION
               WHEN "START"
                   PERFORM START-STEP
               WHEN "END"
                   PERFORM END-STEP
               WHEN "LIST"
                   PERFORM LIST-STEP
               WHEN OTHER
                   MOVE "N" TO RCL-RUN-ALLOWED
                   MOVE "UNKNOWN RUN CONTROL FUNCTION" TO RCL-MESSAGE
           END-EVALUATE
           GOBACK.

       START-STEP.
           MOVE "Y" TO RCL-RUN-ALLOWED
           MOVE SPACES TO RCL-MESSAGE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM OPEN-RUN-CONTROL
           PERFORM GET-BUSINESS-DATE
           PERFORM FIND-STEP-DEFINITION
           PERFORM READ-STEP-RECORD
           IF WS-STEP-OVERRIDE = "Y"
               MOVE "RUN UNDER OPERATOR OVERRIDE" TO RCL-MESSAGE
           ELSE
               IF WS-STEP-STATUS = "COMPLETED"
                   AND WS-STEP-RUN-TYPE = "O"
                   MOVE "N" TO RCL-RUN-ALLOWED
                   MOVE "ALREADY COMPLETED FOR BUSINESS DATE"
                       TO RCL-MESSAGE
               ELSE
                   PERFORM CHECK-PREDECESSOR
                       VARYING SPL-IDX FROM 1 BY 1
                       UNTIL SPL-IDX > 6
               END-IF
           END-IF
           IF RCL-RUN-ALLOWED = "Y"
               AND RCL-MESSAGE = SPACES
               AND WS-STEP-STATUS = "RUNNING"
               MOVE "RESTARTED AFTER INCOMPLETE RUN" TO RCL-MESSAGE
           END-IF
           PERFORM READ-STEP-RECORD
           IF RCL-RUN-ALLOWED = "Y"
               PERFORM MARK-STEP-STARTED
           ELSE
               PERFORM MARK-STEP-REFUSED
           END-IF
           CLOSE RUN-CONTROL-FILE.

       CHECK-PREDECESSOR.
           IF WS-SPL-STEP-ID(SPL-IDX) NOT = SPACES
               AND RCL-RUN-ALLOWED = "Y"
               MOVE RCL-BUSINESS-DATE TO RCT-BUSINESS-DATE
               MOVE WS-SPL-STEP-ID(SPL-IDX) TO RCT-STEP-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE "NOT RUN" TO WS-PRED-STATUS
                   NOT INVALID KEY
                       MOVE RCT-STATUS TO WS-PRED-STATUS
               END-READ
               IF WS-PRED-STATUS NOT = "COMPLETED"
                   MOVE "N" TO RCL-RUN-ALLOWED
                   STRING "PREDECESSOR " WS-SPL-STEP-ID(SPL-IDX)
                       " NOT COMPLETED" DELIMITED BY SIZE
                       INTO RCL-MESSAGE
               END-IF
           END-IF.

       MARK-STEP-STARTED.
           MOVE "RUNNING" TO RCT-STATUS
           MOVE WS-NOW-DATE TO RCT-START-DATE
           MOVE WS-NOW-TIME TO RCT-START-TIME
           MOVE ZERO TO RCT-END-DATE
           MOVE ZERO TO RCT-END-TIME
           MOVE ZERO TO RCT-RECORDS-READ
           MOVE ZERO TO RCT-RECORDS-WRITTEN
           ADD 1 TO RCT-RUN-COUNT
           IF RCT-OVERRIDE = "Y"
               MOVE "Y" TO RCT-OVERRIDE-USED
               MOVE "N" TO RCT-OVERRIDE
           END-IF
           MOVE RCL-MESSAGE TO RCT-LAST-MESSAGE
           PERFORM WRITE-STEP-RECORD.

       MARK-STEP-REFUSED.
           ADD 1 TO RCT-REFUSED-COUNT
           MOVE RCL-MESSAGE TO RCT-LAST-MESSAGE
           PERFORM WRITE-STEP-RECORD.

       END-STEP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM OPEN-RUN-CONTROL
           PERFORM READ-STEP-RECORD
           MOVE RCL-END-STATUS      TO RCT-STATUS
           MOVE WS-NOW-DATE         TO RCT-END-DATE
           MOVE WS-NOW-TIME         TO RCT-END-TIME
           MOVE RCL-RECORDS-READ    TO RCT-RECORDS-READ
           MOVE RCL-RECORDS-WRITTEN TO RCT-RECORDS-WRITTEN
           PERFORM WRITE-STEP-RECORD
           CLOSE RUN-CONTROL-FILE.

       LIST-STEP.
           IF RCL-STEP-SEQ > ZERO
               AND RCL-STEP-SEQ NOT > WS-STEP-COUNT
               SET STP-IDX TO RCL-STEP-SEQ
               MOVE "Y" TO RCL-RUN-ALLOWED
               MOVE WS-STP-STEP-ID(STP-IDX)      TO RCL-STEP-ID
               MOVE WS-STP-RUN-TYPE(STP-IDX)     TO RCL-RUN-TYPE
               MOVE WS-STP-PREDECESSORS(STP-IDX) TO RCL-PREDECESSORS
           ELSE
               MOVE "N" TO RCL-RUN-ALLOWED
               MOVE SPACES TO RCL-STEP-ID
               MOVE SPACES TO RCL-RUN-TYPE
               MOVE SPACES TO RCL-PREDECESSORS
           END-IF.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

       GET-BUSINESS-DATE.
           MOVE ZERO TO RCT-BUSINESS-DATE
           MOVE "BUSDATE" TO RCT-STEP-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM CREATE-BUSINESS-DATE
               NOT INVALID KEY
                   MOVE RCT-CURRENT-DATE TO RCL-BUSINESS-DATE
           END-READ.

       CREATE-BUSINESS-DATE.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE ZERO TO RCT-BUSINESS-DATE
           MOVE "BUSDATE" TO RCT-STEP-ID
           MOVE WS-NOW-DATE TO RCT-CURRENT-DATE
           MOVE ZERO TO RCT-PRIOR-DATE
           MOVE WS-NOW-DATE TO RCT-DATE-SET-ON
           MOVE WS-NOW-TIME TO RCT-DATE-SET-TIME
           MOVE RCL-STEP-ID TO RCT-DATE-SET-BY
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "RUN CONTROL DATE WRITE FAILED "
                       WS-RCT-FILE-STATUS
           END-WRITE
           MOVE WS-NOW-DATE TO RCL-BUSINESS-DATE
           DISPLAY "NO BUSINESS DATE ON RUN CONTROL - "
               WS-NOW-DATE " ASSUMED".

       FIND-STEP-DEFINITION.
           MOVE "O" TO WS-STEP-RUN-TYPE
           MOVE SPACES TO WS-STEP-PRED-LIST
           MOVE ZERO TO RCL-STEP-SEQ
           PERFORM TEST-STEP-DEFINITION
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > WS-STEP-COUNT.

       TEST-STEP-DEFINITION.
           IF WS-STP-STEP-ID(STP-IDX) = RCL-STEP-ID
               MOVE WS-STP-RUN-TYPE(STP-IDX) TO WS-STEP-RUN-TYPE
               MOVE WS-STP-PREDECESSORS(STP-IDX) TO WS-STEP-PRED-LIST
               SET RCL-STEP-SEQ TO STP-IDX
           END-IF.

       READ-STEP-RECORD.
           MOVE RCL-BUSINESS-DATE TO RCT-BUSINESS-DATE
           MOVE RCL-STEP-ID TO RCT-STEP-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-STEP-FOUND
                   PERFORM INIT-STEP-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-STEP-FOUND
           END-READ
           MOVE RCT-STATUS TO WS-STEP-STATUS
           MOVE RCT-OVERRIDE TO WS-STEP-OVERRIDE.

       INIT-STEP-RECORD.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE RCL-BUSINESS-DATE TO RCT-BUSINESS-DATE
           MOVE RCL-STEP-ID TO RCT-STEP-ID
           MOVE "PENDING" TO RCT-STATUS
           MOVE ZERO TO RCT-START-DATE
           MOVE ZERO TO RCT-START-TIME
           MOVE ZERO TO RCT-END-DATE
           MOVE ZERO TO RCT-END-TIME
           MOVE ZERO TO RCT-RECORDS-READ
           MOVE ZERO TO RCT-RECORDS-WRITTEN
           MOVE ZERO TO RCT-RUN-COUNT
           MOVE ZERO TO RCT-REFUSED-COUNT
           MOVE "N" TO RCT-OVERRIDE
           MOVE "N" TO RCT-OVERRIDE-USED.

       WRITE-STEP-RECORD.
           IF WS-STEP-FOUND = "Y"
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "RUN CONTROL REWRITE FAILED "
                           RCL-STEP-ID " " WS-RCT-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "RUN CONTROL WRITE FAILED "
                           RCL-STEP-ID " " WS-RCT-FILE-STATUS
               END-WRITE
           END-IF.
