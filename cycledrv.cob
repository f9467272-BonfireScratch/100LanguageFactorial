       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLEDRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LIST-FILE ASSIGN TO "FACTSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-STATUS.
           SELECT CYCLE-LOG-FILE ASSIGN TO "FACTCYLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYLG-STATUS.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "FACTCYCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCR-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LIST-FILE.
       01  STEP-LIST-RECORD.
           05 STP-PROGRAM              PIC X(20).
           05 FILLER                   PIC X(1).
           05 STP-MAX-RC               PIC X(2).
           05 FILLER                   PIC X(1).
           05 STP-PARMS                PIC X(56).

       FD  CYCLE-LOG-FILE.
       01  CYCLE-LOG-RECORD.
           05 CYL-LOG-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CYL-LOG-TIME             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CYL-CYCLE-DATE           PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CYL-EVENT                PIC X(8).
           05 FILLER                   PIC X(1).
           05 CYL-STEP-NO              PIC 9(3).
           05 FILLER                   PIC X(1).
           05 CYL-PROGRAM              PIC X(20).
           05 FILLER                   PIC X(1).
           05 CYL-MAX-RC               PIC 9(3).
           05 FILLER                   PIC X(1).
           05 CYL-RC                   PIC 9(3).
           05 FILLER                   PIC X(1).
           05 CYL-STATUS               PIC X(4).

       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
           05 CYR-STATUS               PIC X(1).
           05 FILLER                   PIC X(1).
           05 CYR-CYCLE-DATE           PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CYR-START-DATE           PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CYR-START-TIME           PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CYR-NEXT-STEP            PIC 9(3).
           05 FILLER                   PIC X(1).
           05 CYR-NEXT-PROGRAM         PIC X(20).
           05 FILLER                   PIC X(1).
           05 CYR-LAST-RC              PIC 9(3).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       WORKING-STORAGE SECTION.
       77 STEP-STATUS PIC X(2) VALUE "00".
       77 CYLG-STATUS PIC X(2) VALUE "00".
       77 CYCR-STATUS PIC X(2) VALUE "00".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 STEP-EOF PIC X(1) VALUE "N".
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 OPERATOR-REPLY PIC X(1) VALUE SPACES.
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 TODAY-DATE PIC 9(8) VALUE 0.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 CYCLE-DATE PIC 9(8) VALUE 0.
       77 CYCLE-START-DATE PIC 9(8) VALUE 0.
       77 CYCLE-START-TIME PIC 9(6) VALUE 0.
       77 FILE-FAILURE PIC X(1) VALUE "N".
       77 STEP-LIST-ERROR PIC X(1) VALUE "N".
       77 STEP-LIST-LINE PIC 9(4) VALUE 0.
       77 RESTART-PENDING PIC X(1) VALUE "N".
       77 RESTART-REQUESTED PIC X(1) VALUE "N".
       77 CYCLE-CANCELLED PIC X(1) VALUE "N".
       77 CYCLE-FAILED PIC X(1) VALUE "N".
       77 PENDING-STATUS PIC X(1) VALUE SPACES.
       77 PENDING-CYCLE-DATE PIC 9(8) VALUE 0.
       77 PENDING-START-DATE PIC 9(8) VALUE 0.
       77 PENDING-START-TIME PIC 9(6) VALUE 0.
       77 PENDING-STEP PIC 9(3) VALUE 0.
       77 PENDING-PROGRAM PIC X(20) VALUE SPACES.
       77 PENDING-RC PIC 9(3) VALUE 0.
       77 START-STEP PIC 9(3) VALUE 1.
       77 FAILED-STEP PIC 9(3) VALUE 0.
       77 STEP-COUNT PIC 9(3) VALUE 0.
       77 STEP-LIMIT PIC 9(3) VALUE 50.
       77 STEP-SUB PIC 9(3) VALUE 0.
       77 STEP-COMMAND PIC X(80) VALUE SPACES.
       77 STEP-RAW-RC PIC S9(9) VALUE 0.
       77 STEP-RC PIC 9(3) VALUE 0.
       77 STEP-SIGNAL PIC 9(3) VALUE 0.
       77 STEP-RESULT PIC X(4) VALUE SPACES.
       77 HIGH-STEP-RC PIC 9(3) VALUE 0.
       77 CONTROL-STATUS PIC X(1) VALUE SPACES.
       77 CONTROL-NEXT-STEP PIC 9(3) VALUE 0.
       77 CONTROL-NEXT-PROGRAM PIC X(20) VALUE SPACES.
       77 LOG-EVENT PIC X(8) VALUE SPACES.
       77 LOG-STEP-NO PIC 9(3) VALUE 0.
       77 LOG-PROGRAM PIC X(20) VALUE SPACES.
       77 LOG-MAX-RC PIC 9(3) VALUE 0.
       77 LOG-RC PIC 9(3) VALUE 0.
       77 LOG-STATUS PIC X(4) VALUE SPACES.
       77 STEP-ED PIC ZZ9.
       77 RC-ED PIC ZZ9.
       77 MAX-RC-ED PIC ZZ9.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 50 TIMES.
               10 ST-PROGRAM PIC X(20).
               10 ST-MAX-RC PIC 9(3).
               10 ST-PARMS PIC X(56).
       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-STEP-LIST.
           IF FILE-FAILURE = "N" AND STEP-LIST-ERROR = "N"
               PERFORM READ-CYCLE-CONTROL
               PERFORM CHOOSE-START-STEP
               IF CYCLE-CANCELLED = "N" AND STEP-LIST-ERROR = "N"
                   PERFORM RUN-CYCLE
               END-IF
           END-IF.
           IF FILE-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF STEP-LIST-ERROR = "Y"
                   MOVE 20 TO RETURN-CODE
               ELSE
                   IF CYCLE-CANCELLED = "Y"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE HIGH-STEP-RC TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
       GET-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BDAT-DATE IS NUMERIC
                           MOVE BDAT-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
       LOAD-STEP-LIST.
           MOVE 0 TO STEP-COUNT.
           MOVE 0 TO STEP-LIST-LINE.
           OPEN INPUT STEP-LIST-FILE.
           IF STEP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STEP LIST FILE - STATUS "
                   STEP-STATUS
               MOVE "Y" TO FILE-FAILURE
           ELSE
               MOVE "N" TO STEP-EOF
               PERFORM UNTIL STEP-EOF = "Y"
                   READ STEP-LIST-FILE
                       AT END
                           MOVE "Y" TO STEP-EOF
                       NOT AT END
                           ADD 1 TO STEP-LIST-LINE
                           IF STEP-LIST-RECORD NOT = SPACES
                               AND STEP-LIST-RECORD(1:1) NOT = "*"
                               PERFORM STORE-STEP-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LIST-FILE
               IF STEP-COUNT = 0 AND STEP-LIST-ERROR = "N"
                   DISPLAY "STEP LIST CONTAINS NO STEPS"
                   MOVE "Y" TO STEP-LIST-ERROR
               END-IF
           END-IF.
       STORE-STEP-ENTRY.
           IF STEP-COUNT >= STEP-LIMIT
               DISPLAY "STEP LIST EXCEEDS " STEP-LIMIT " STEPS"
               MOVE "Y" TO STEP-LIST-ERROR
           ELSE
               IF STP-PROGRAM = SPACES
                   DISPLAY "STEP LIST LINE " STEP-LIST-LINE
                       " - PROGRAM NAME MISSING"
                   MOVE "Y" TO STEP-LIST-ERROR
               ELSE
                   IF STP-MAX-RC NOT = SPACES
                       AND STP-MAX-RC IS NOT NUMERIC
                       DISPLAY "STEP LIST LINE " STEP-LIST-LINE
                           " - INVALID MAXIMUM RETURN CODE "
                           STP-MAX-RC
                       MOVE "Y" TO STEP-LIST-ERROR
                   ELSE
                       ADD 1 TO STEP-COUNT
                       MOVE STP-PROGRAM TO ST-PROGRAM(STEP-COUNT)
                       MOVE STP-PARMS TO ST-PARMS(STEP-COUNT)
                       IF STP-MAX-RC = SPACES
                           MOVE 0 TO ST-MAX-RC(STEP-COUNT)
                       ELSE
                           MOVE STP-MAX-RC TO ST-MAX-RC(STEP-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       READ-CYCLE-CONTROL.
           MOVE "N" TO RESTART-PENDING.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF CYCR-STATUS = "00"
               READ CYCLE-CONTROL-FILE
                   NOT AT END
                       IF CYR-STATUS = "A" OR CYR-STATUS = "F"
                           MOVE "Y" TO RESTART-PENDING
                           MOVE CYR-STATUS TO PENDING-STATUS
                           MOVE CYR-CYCLE-DATE TO PENDING-CYCLE-DATE
                           MOVE CYR-START-DATE TO PENDING-START-DATE
                           MOVE CYR-START-TIME TO PENDING-START-TIME
                           MOVE CYR-NEXT-STEP TO PENDING-STEP
                           MOVE CYR-NEXT-PROGRAM TO PENDING-PROGRAM
                           MOVE CYR-LAST-RC TO PENDING-RC
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
       CHOOSE-START-STEP.
           MOVE "N" TO RESTART-REQUESTED.
           IF RESTART-PENDING = "N"
               IF PARM-TEXT(1:1) = "R" OR PARM-TEXT(1:1) = "r"
                   DISPLAY "NO CYCLE RESTART PENDING - RESTART REFUSED"
                   MOVE "Y" TO CYCLE-CANCELLED
               END-IF
           ELSE
               EVALUATE PARM-TEXT(1:1)
                   WHEN "R"
                   WHEN "r"
                       MOVE "Y" TO RESTART-REQUESTED
                   WHEN "N"
                   WHEN "n"
                       DISPLAY "PENDING RESTART FOR CYCLE "
                           PENDING-CYCLE-DATE " DISCARDED"
                   WHEN OTHER
                       PERFORM ASK-RESTART
               END-EVALUATE
           END-IF.
           IF RESTART-REQUESTED = "Y"
               PERFORM CHECK-RESTART-STEP
           END-IF.
           IF RESTART-REQUESTED = "Y" AND STEP-LIST-ERROR = "N"
               MOVE PENDING-STEP TO START-STEP
               MOVE PENDING-CYCLE-DATE TO CYCLE-DATE
               MOVE PENDING-START-DATE TO CYCLE-START-DATE
               MOVE PENDING-START-TIME TO CYCLE-START-TIME
           ELSE
               MOVE 1 TO START-STEP
               MOVE BUSINESS-DATE TO CYCLE-DATE
               MOVE TODAY-DATE TO CYCLE-START-DATE
               ACCEPT RAW-TIME FROM TIME
               MOVE RAW-TIME(1:6) TO CYCLE-START-TIME
           END-IF.
       ASK-RESTART.
           MOVE PENDING-STEP TO STEP-ED.
           MOVE PENDING-RC TO RC-ED.
           IF PENDING-STATUS = "F"
               DISPLAY "CYCLE " PENDING-CYCLE-DATE " FAILED AT STEP "
                   STEP-ED " " PENDING-PROGRAM " RC " RC-ED
           ELSE
               DISPLAY "CYCLE " PENDING-CYCLE-DATE
                   " DID NOT COMPLETE - INTERRUPTED AT STEP "
                   STEP-ED " " PENDING-PROGRAM
           END-IF.
           DISPLAY "ENTER R=RESTART AT THAT STEP, N=NEW CYCLE FROM "
               "STEP 1, X=EXIT: ".
           ACCEPT OPERATOR-REPLY.
           EVALUATE OPERATOR-REPLY
               WHEN "R"
               WHEN "r"
                   MOVE "Y" TO RESTART-REQUESTED
               WHEN "N"
               WHEN "n"
                   DISPLAY "PENDING RESTART FOR CYCLE "
                       PENDING-CYCLE-DATE " DISCARDED"
               WHEN OTHER
                   DISPLAY "CYCLE NOT STARTED"
                   MOVE "Y" TO CYCLE-CANCELLED
           END-EVALUATE.
       CHECK-RESTART-STEP.
           IF PENDING-STEP < 1 OR PENDING-STEP > STEP-COUNT
               DISPLAY "RESTART STEP " PENDING-STEP
                   " NOT IN CURRENT STEP LIST - RESTART REFUSED"
               MOVE "Y" TO STEP-LIST-ERROR
           ELSE
               IF ST-PROGRAM(PENDING-STEP) NOT = PENDING-PROGRAM
                   DISPLAY "STEP LIST CHANGED SINCE FAILED CYCLE - "
                       "STEP " PENDING-STEP " IS NOW "
                       ST-PROGRAM(PENDING-STEP)
                   DISPLAY "RESTART REFUSED"
                   MOVE "Y" TO STEP-LIST-ERROR
               END-IF
           END-IF.
       RUN-CYCLE.
           MOVE 0 TO HIGH-STEP-RC.
           MOVE "N" TO CYCLE-FAILED.
           MOVE 0 TO LOG-STEP-NO.
           MOVE SPACES TO LOG-PROGRAM.
           MOVE 0 TO LOG-MAX-RC.
           MOVE 0 TO LOG-RC.
           MOVE SPACES TO LOG-STATUS.
           IF RESTART-REQUESTED = "Y"
               MOVE "RESTART " TO LOG-EVENT
               MOVE START-STEP TO LOG-STEP-NO
               MOVE ST-PROGRAM(START-STEP) TO LOG-PROGRAM
               MOVE START-STEP TO STEP-ED
               DISPLAY "RESTARTING CYCLE " CYCLE-DATE " AT STEP "
                   STEP-ED " " ST-PROGRAM(START-STEP)
           ELSE
               MOVE "NEWCYCLE" TO LOG-EVENT
               DISPLAY "STARTING CYCLE " CYCLE-DATE
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           IF FILE-FAILURE = "N"
               PERFORM LOG-SKIPPED-STEP
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB >= START-STEP
               PERFORM RUN-STEP
                   VARYING STEP-SUB FROM START-STEP BY 1
                   UNTIL STEP-SUB > STEP-COUNT
                   OR CYCLE-FAILED = "Y"
                   OR FILE-FAILURE = "Y"
           END-IF.
           IF FILE-FAILURE = "N"
               MOVE 0 TO LOG-STEP-NO
               MOVE SPACES TO LOG-PROGRAM
               MOVE 0 TO LOG-MAX-RC
               MOVE HIGH-STEP-RC TO LOG-RC
               IF CYCLE-FAILED = "Y"
                   MOVE "FAILED  " TO LOG-EVENT
                   MOVE "FAIL" TO LOG-STATUS
                   MOVE FAILED-STEP TO STEP-ED
                   MOVE HIGH-STEP-RC TO RC-ED
                   DISPLAY "CYCLE " CYCLE-DATE " STOPPED AT STEP "
                       STEP-ED " " ST-PROGRAM(FAILED-STEP)
                       " - RC " RC-ED
               ELSE
                   MOVE "COMPLETE" TO LOG-EVENT
                   MOVE "GOOD" TO LOG-STATUS
                   MOVE "C" TO CONTROL-STATUS
                   MOVE 0 TO CONTROL-NEXT-STEP
                   MOVE SPACES TO CONTROL-NEXT-PROGRAM
                   PERFORM WRITE-CYCLE-CONTROL
                   MOVE HIGH-STEP-RC TO RC-ED
                   DISPLAY "CYCLE " CYCLE-DATE " COMPLETE - HIGHEST RC "
                       RC-ED
               END-IF
               PERFORM WRITE-CYCLE-LOG
           END-IF.
       LOG-SKIPPED-STEP.
           MOVE "SKIPPED " TO LOG-EVENT.
           MOVE STEP-SUB TO LOG-STEP-NO.
           MOVE ST-PROGRAM(STEP-SUB) TO LOG-PROGRAM.
           MOVE ST-MAX-RC(STEP-SUB) TO LOG-MAX-RC.
           MOVE 0 TO LOG-RC.
           MOVE "DONE" TO LOG-STATUS.
           PERFORM WRITE-CYCLE-LOG.
           MOVE STEP-SUB TO STEP-ED.
           DISPLAY "STEP " STEP-ED " " ST-PROGRAM(STEP-SUB)
               " COMPLETED IN EARLIER RUN - SKIPPED".
       RUN-STEP.
           MOVE "A" TO CONTROL-STATUS.
           MOVE STEP-SUB TO CONTROL-NEXT-STEP.
           MOVE ST-PROGRAM(STEP-SUB) TO CONTROL-NEXT-PROGRAM.
           MOVE 0 TO STEP-RC.
           PERFORM WRITE-CYCLE-CONTROL.
           IF FILE-FAILURE = "N"
               MOVE "START   " TO LOG-EVENT
               MOVE STEP-SUB TO LOG-STEP-NO
               MOVE ST-PROGRAM(STEP-SUB) TO LOG-PROGRAM
               MOVE ST-MAX-RC(STEP-SUB) TO LOG-MAX-RC
               MOVE 0 TO LOG-RC
               MOVE SPACES TO LOG-STATUS
               PERFORM WRITE-CYCLE-LOG
               MOVE STEP-SUB TO STEP-ED
               DISPLAY "STEP " STEP-ED " " ST-PROGRAM(STEP-SUB)
                   " STARTED"
               MOVE SPACES TO STEP-COMMAND
               STRING ST-PROGRAM(STEP-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ST-PARMS(STEP-SUB) DELIMITED BY SIZE
                   INTO STEP-COMMAND
               CALL "SYSTEM" USING STEP-COMMAND
               MOVE RETURN-CODE TO STEP-RAW-RC
               MOVE 0 TO RETURN-CODE
               PERFORM DECODE-STEP-RC
               MOVE "END     " TO LOG-EVENT
               MOVE STEP-RC TO LOG-RC
               MOVE STEP-RESULT TO LOG-STATUS
               PERFORM WRITE-CYCLE-LOG
               IF STEP-RC > HIGH-STEP-RC
                   MOVE STEP-RC TO HIGH-STEP-RC
               END-IF
               MOVE STEP-RC TO RC-ED
               MOVE ST-MAX-RC(STEP-SUB) TO MAX-RC-ED
               IF STEP-RESULT = "GOOD"
                   DISPLAY "STEP " STEP-ED " " ST-PROGRAM(STEP-SUB)
                       " ENDED - RC " RC-ED
                   MOVE "A" TO CONTROL-STATUS
                   COMPUTE CONTROL-NEXT-STEP = STEP-SUB + 1
                   IF STEP-SUB < STEP-COUNT
                       MOVE ST-PROGRAM(STEP-SUB + 1)
                           TO CONTROL-NEXT-PROGRAM
                   ELSE
                       MOVE SPACES TO CONTROL-NEXT-PROGRAM
                   END-IF
               ELSE
                   DISPLAY "STEP " STEP-ED " " ST-PROGRAM(STEP-SUB)
                       " ENDED - RC " RC-ED " EXCEEDS MAXIMUM "
                       MAX-RC-ED
                   MOVE "Y" TO CYCLE-FAILED
                   MOVE STEP-SUB TO FAILED-STEP
                   MOVE "F" TO CONTROL-STATUS
                   MOVE STEP-SUB TO CONTROL-NEXT-STEP
                   MOVE ST-PROGRAM(STEP-SUB) TO CONTROL-NEXT-PROGRAM
               END-IF
               PERFORM WRITE-CYCLE-CONTROL
           END-IF.
       DECODE-STEP-RC.
           MOVE "GOOD" TO STEP-RESULT.
           IF STEP-RAW-RC < 0
               MOVE 999 TO STEP-RC
               MOVE "NRUN" TO STEP-RESULT
           ELSE
               DIVIDE STEP-RAW-RC BY 256 GIVING STEP-RC
                   REMAINDER STEP-SIGNAL
               IF STEP-SIGNAL NOT = 0
                   MOVE 999 TO STEP-RC
                   MOVE "ABND" TO STEP-RESULT
               ELSE
                   IF STEP-RC > ST-MAX-RC(STEP-SUB)
                       MOVE "OVER" TO STEP-RESULT
                   END-IF
               END-IF
           END-IF.
       WRITE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CONTROL-FILE.
           IF CYCR-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CYCLE CONTROL FILE - STATUS "
                   CYCR-STATUS
               MOVE "Y" TO FILE-FAILURE
           ELSE
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               MOVE CONTROL-STATUS TO CYR-STATUS
               MOVE CYCLE-DATE TO CYR-CYCLE-DATE
               MOVE CYCLE-START-DATE TO CYR-START-DATE
               MOVE CYCLE-START-TIME TO CYR-START-TIME
               MOVE CONTROL-NEXT-STEP TO CYR-NEXT-STEP
               MOVE CONTROL-NEXT-PROGRAM TO CYR-NEXT-PROGRAM
               MOVE STEP-RC TO CYR-LAST-RC
               WRITE CYCLE-CONTROL-RECORD
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
       WRITE-CYCLE-LOG.
           OPEN EXTEND CYCLE-LOG-FILE.
           IF CYLG-STATUS = "35"
               OPEN OUTPUT CYCLE-LOG-FILE
           END-IF.
           IF CYLG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CYCLE LOG FILE - STATUS "
                   CYLG-STATUS
               MOVE "Y" TO FILE-FAILURE
           ELSE
               MOVE SPACES TO CYCLE-LOG-RECORD
               ACCEPT CYL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT RAW-TIME FROM TIME
               MOVE RAW-TIME(1:6) TO CYL-LOG-TIME
               MOVE CYCLE-DATE TO CYL-CYCLE-DATE
               MOVE LOG-EVENT TO CYL-EVENT
               MOVE LOG-STEP-NO TO CYL-STEP-NO
               MOVE LOG-PROGRAM TO CYL-PROGRAM
               MOVE LOG-MAX-RC TO CYL-MAX-RC
               MOVE LOG-RC TO CYL-RC
               MOVE LOG-STATUS TO CYL-STATUS
               WRITE CYCLE-LOG-RECORD
               CLOSE CYCLE-LOG-FILE
           END-IF.
