       IDENTIFICATION DIVISION.
       PROGRAM-ID. MES-RSTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATUS-REQUEST-FILE ASSIGN TO "rstareq.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSR-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RUN-STATUS-REPORT-FILE ASSIGN TO "runstat.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-STATUS-REQUEST-FILE.
       01 RUN-STATUS-REQUEST-RECORD.
           05 RSR-BUSINESS-DATE      PIC X(8).

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

       FD RUN-STATUS-REPORT-FILE.
       01 RUN-STATUS-REPORT-RECORD.
           05 RST-LINE-TYPE          PIC X(1).
           05 RST-BUSINESS-DATE      PIC 9(8).
           05 RST-STEP-SEQ           PIC 9(3).
           05 RST-STEP-ID            PIC X(8).
           05 RST-RUN-TYPE           PIC X(1).
           05 RST-STATUS             PIC X(10).
           05 RST-START-DATE         PIC 9(8).
           05 RST-START-TIME         PIC 9(8).
           05 RST-END-DATE           PIC 9(8).
           05 RST-END-TIME           PIC 9(8).
           05 RST-RECORDS-READ       PIC 9(9).
           05 RST-RECORDS-WRITTEN    PIC 9(9).
           05 RST-RUN-COUNT          PIC 9(3).
           05 RST-REFUSED-COUNT      PIC 9(3).
           05 RST-OVERRIDE-USED      PIC X(1).
           05 RST-OVERRIDE-BY        PIC X(10).
           05 RST-OUTSTANDING        PIC X(11).
           05 RST-PREDECESSORS       PIC X(48).
           05 RST-MESSAGE            PIC X(40).
           05 RST-COMPLETED-COUNT    PIC 9(3).
           05 RST-OUTSTANDING-COUNT  PIC 9(3).
           05 RST-FAILED-COUNT       PIC 9(3).
           05 RST-RUN-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-RSR-FILE-STATUS          PIC XX.
       01 WS-RCT-FILE-STATUS          PIC XX.
       01 WS-RSR-EOF                  PIC X VALUE "N".
       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-REPORT-DATE              PIC 9(8) VALUE ZERO.
       01 WS-DATE-SET-BY              PIC X(10) VALUE SPACES.
       01 WS-DATE-SET-ON              PIC 9(8) VALUE ZERO.
       01 WS-DATE-SET-TIME            PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-DATE               PIC 9(8) VALUE ZERO.
       01 WS-STEP-FOUND               PIC X.

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

       01 WS-STEPS-LISTED             PIC 9(3) VALUE ZERO.
       01 WS-STEPS-COMPLETED          PIC 9(3) VALUE ZERO.
       01 WS-STEPS-OUTSTANDING        PIC 9(3) VALUE ZERO.
       01 WS-STEPS-FAILED             PIC 9(3) VALUE ZERO.
       01 WS-STEPS-REFUSED            PIC 9(3) VALUE ZERO.

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
           PERFORM INIT-RUN-STATUS
           IF WS-RCT-FILE-STATUS = "35"
               DISPLAY "NO RUN CONTROL FILE - NO JOB STEPS RECORDED"
           ELSE
               PERFORM WRITE-RUN-STATUS-HEADER
               MOVE "Y" TO WS-RCL-RUN-ALLOWED
               PERFORM REPORT-JOB-STEP
                   VARYING WS-RCL-STEP-SEQ FROM 1 BY 1
                   UNTIL WS-RCL-RUN-ALLOWED = "N"
               PERFORM WRITE-RUN-STATUS-TOTAL
               CLOSE RUN-CONTROL-FILE
           END-IF
           CLOSE RUN-STATUS-REPORT-FILE
           DISPLAY "JOB STEPS LISTED " WS-STEPS-LISTED
           DISPLAY "JOB STEPS COMPLETED " WS-STEPS-COMPLETED
           DISPLAY "JOB STEPS FAILED " WS-STEPS-FAILED
           DISPLAY "JOB STEPS OUTSTANDING " WS-STEPS-OUTSTANDING
           DISPLAY "JOB STEPS WITH REFUSED RUNS " WS-STEPS-REFUSED
           DISPLAY "MES RUN STATUS REPORT ENDED"
           STOP RUN.

       INIT-RUN-STATUS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "MES RUN STATUS REPORT STARTED"
           OPEN OUTPUT RUN-STATUS-REPORT-FILE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS NOT = "35"
               PERFORM READ-BUSINESS-DATE
               PERFORM READ-STATUS-REQUEST
               DISPLAY "RUN STATUS FOR BUSINESS DATE " WS-REPORT-DATE
           END-IF.

       READ-BUSINESS-DATE.
           MOVE ZERO TO RCT-BUSINESS-DATE
           MOVE "BUSDATE" TO RCT-STEP-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE WS-TODAY-DATE TO WS-REPORT-DATE
                   DISPLAY "NO BUSINESS DATE ON RUN CONTROL - "
                       WS-TODAY-DATE " ASSUMED"
               NOT INVALID KEY
                   MOVE RCT-CURRENT-DATE  TO WS-REPORT-DATE
                   MOVE RCT-PRIOR-DATE    TO WS-PRIOR-DATE
                   MOVE RCT-DATE-SET-ON   TO WS-DATE-SET-ON
                   MOVE RCT-DATE-SET-TIME TO WS-DATE-SET-TIME
                   MOVE RCT-DATE-SET-BY   TO WS-DATE-SET-BY
           END-READ.

       READ-STATUS-REQUEST.
           OPEN INPUT RUN-STATUS-REQUEST-FILE
           IF WS-RSR-FILE-STATUS = "35"
               MOVE "Y" TO WS-RSR-EOF
           END-IF
           PERFORM UNTIL WS-RSR-EOF = "Y"
               READ RUN-STATUS-REQUEST-FILE
                   AT END MOVE "Y" TO WS-RSR-EOF
                   NOT AT END PERFORM APPLY-STATUS-REQUEST
               END-READ
           END-PERFORM
           IF WS-RSR-FILE-STATUS NOT = "35"
               CLOSE RUN-STATUS-REQUEST-FILE
           END-IF.

       APPLY-STATUS-REQUEST.
           MOVE RSR-BUSINESS-DATE TO WS-EDIT-DATE-X
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-VALID = "Y"
               MOVE WS-EDIT-DATE TO WS-REPORT-DATE
           ELSE
               DISPLAY "INVALID RUN STATUS DATE " RSR-BUSINESS-DATE
                   " - IGNORED"
           END-IF.

       WRITE-RUN-STATUS-HEADER.
           PERFORM CLEAR-RUN-STATUS-LINE
           MOVE "H" TO RST-LINE-TYPE
           MOVE WS-DATE-SET-ON   TO RST-START-DATE
           MOVE WS-DATE-SET-TIME TO RST-START-TIME
           STRING "BUSINESS DATE SET BY " WS-DATE-SET-BY
               DELIMITED BY SIZE INTO RST-MESSAGE
           MOVE WS-PRIOR-DATE TO RST-END-DATE
           WRITE RUN-STATUS-REPORT-RECORD.

       REPORT-JOB-STEP.
           MOVE "LIST" TO WS-RCL-FUNCTION
           CALL "MES-RCTL" USING WS-RUN-CONTROL
           IF WS-RCL-RUN-ALLOWED = "Y"
               PERFORM WRITE-JOB-STEP-LINE
           END-IF.

       WRITE-JOB-STEP-LINE.
           ADD 1 TO WS-STEPS-LISTED
           PERFORM CLEAR-RUN-STATUS-LINE
           MOVE "S" TO RST-LINE-TYPE
           MOVE WS-RCL-STEP-SEQ     TO RST-STEP-SEQ
           MOVE WS-RCL-STEP-ID      TO RST-STEP-ID
           MOVE WS-RCL-RUN-TYPE     TO RST-RUN-TYPE
           MOVE WS-RCL-PREDECESSORS TO RST-PREDECESSORS
           MOVE WS-REPORT-DATE TO RCT-BUSINESS-DATE
           MOVE WS-RCL-STEP-ID TO RCT-STEP-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-STEP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-STEP-FOUND
           END-READ
           IF WS-STEP-FOUND = "Y"
               MOVE RCT-STATUS          TO RST-STATUS
               MOVE RCT-START-DATE      TO RST-START-DATE
               MOVE RCT-START-TIME      TO RST-START-TIME
               MOVE RCT-END-DATE        TO RST-END-DATE
               MOVE RCT-END-TIME        TO RST-END-TIME
               MOVE RCT-RECORDS-READ    TO RST-RECORDS-READ
               MOVE RCT-RECORDS-WRITTEN TO RST-RECORDS-WRITTEN
               MOVE RCT-RUN-COUNT       TO RST-RUN-COUNT
               MOVE RCT-REFUSED-COUNT   TO RST-REFUSED-COUNT
               MOVE RCT-LAST-MESSAGE    TO RST-MESSAGE
               IF RCT-OVERRIDE-USED = "Y" OR RCT-OVERRIDE = "Y"
                   MOVE RCT-OVERRIDE-USED TO RST-OVERRIDE-USED
                   MOVE RCT-OVERRIDE-BY   TO RST-OVERRIDE-BY
               END-IF
               IF RCT-REFUSED-COUNT > ZERO
                   ADD 1 TO WS-STEPS-REFUSED
               END-IF
           ELSE
               MOVE "NOT RUN" TO RST-STATUS
           END-IF
           EVALUATE TRUE
               WHEN RST-STATUS = "COMPLETED"
                   ADD 1 TO WS-STEPS-COMPLETED
               WHEN WS-RCL-RUN-TYPE = "A"
                   CONTINUE
               WHEN OTHER
                   MOVE "OUTSTANDING" TO RST-OUTSTANDING
                   ADD 1 TO WS-STEPS-OUTSTANDING
                   IF RST-STATUS = "FAILED"
                       ADD 1 TO WS-STEPS-FAILED
                   END-IF
           END-EVALUATE
           WRITE RUN-STATUS-REPORT-RECORD.

       WRITE-RUN-STATUS-TOTAL.
           PERFORM CLEAR-RUN-STATUS-LINE
           MOVE "T" TO RST-LINE-TYPE
           MOVE WS-STEPS-COMPLETED   TO RST-COMPLETED-COUNT
           MOVE WS-STEPS-OUTSTANDING TO RST-OUTSTANDING-COUNT
           MOVE WS-STEPS-FAILED      TO RST-FAILED-COUNT
           IF WS-STEPS-OUTSTANDING = ZERO
               MOVE "ALL JOB STEPS COMPLETED" TO RST-MESSAGE
           ELSE
               MOVE "JOB STEPS OUTSTANDING" TO RST-MESSAGE
           END-IF
           WRITE RUN-STATUS-REPORT-RECORD.

       CLEAR-RUN-STATUS-LINE.
           MOVE SPACES TO RUN-STATUS-REPORT-RECORD
           MOVE WS-REPORT-DATE TO RST-BUSINESS-DATE
           MOVE ZERO TO RST-STEP-SEQ
           MOVE ZERO TO RST-START-DATE
           MOVE ZERO TO RST-START-TIME
           MOVE ZERO TO RST-END-DATE
           MOVE ZERO TO RST-END-TIME
           MOVE ZERO TO RST-RECORDS-READ
           MOVE ZERO TO RST-RECORDS-WRITTEN
           MOVE ZERO TO RST-RUN-COUNT
           MOVE ZERO TO RST-REFUSED-COUNT
           MOVE ZERO TO RST-COMPLETED-COUNT
           MOVE ZERO TO RST-OUTSTANDING-COUNT
           MOVE ZERO TO RST-FAILED-COUNT
           MOVE WS-TODAY-DATE TO RST-RUN-DATE.

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
