       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKCLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-LOG-FILE ASSIGN TO "FACTLOKL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOKL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-LOG-FILE.
       01  LOCK-LOG-RECORD.
           05 LKL-DATE                 PIC 9(8).
           05 FILLER                   PIC X(1).
           05 LKL-TIME                 PIC 9(6).
           05 FILLER                   PIC X(1).
           05 LKL-USER                 PIC X(20).
           05 FILLER                   PIC X(1).
           05 LKL-RESOURCE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 LKL-HOLDER-PROGRAM       PIC X(10).
           05 FILLER                   PIC X(1).
           05 LKL-HOLDER-RUN-NO        PIC 9(6).
           05 FILLER                   PIC X(1).
           05 LKL-HOLDER-USER          PIC X(20).
           05 FILLER                   PIC X(1).
           05 LKL-HOLDER-DATE          PIC 9(8).
           05 FILLER                   PIC X(1).
           05 LKL-HOLDER-TIME          PIC 9(6).
           05 FILLER                   PIC X(1).
           05 LKL-REASON               PIC X(40).
       WORKING-STORAGE SECTION.
       77 LOKL-STATUS PIC X(2) VALUE "00".
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 RUN-USER PIC X(20) VALUE SPACES.
       77 RUN-DATE PIC 9(8) VALUE 0.
       77 RUN-TIME PIC 9(6) VALUE 0.
       77 CONFIRM-ANSWER PIC X(1) VALUE SPACES.
       77 CLEAR-REASON PIC X(40) VALUE SPACES.
       77 CLEAR-RC PIC 9(2) VALUE 0.
       77 RESOURCE-VALID PIC X(1) VALUE "N".
       77 RESOURCE-SUB PIC 9(2) VALUE 0.
       01 RESOURCE-TABLE.
           05 FILLER PIC X(8) VALUE "FACTAUD".
           05 FILLER PIC X(8) VALUE "FACTIFC".
           05 FILLER PIC X(8) VALUE "FACTREJO".
       01 RESOURCE-LIST REDEFINES RESOURCE-TABLE.
           05 RESOURCE-NAME PIC X(8) OCCURS 3 TIMES.
       77 RESOURCE-COUNT PIC 9(2) VALUE 3.
       77 LOCK-FUNCTION PIC X(1) VALUE SPACES.
       77 LOCK-RESOURCE PIC X(8) VALUE SPACES.
       77 LOCK-RESULT PIC X(1) VALUE SPACES.
       01 LOCK-REQUEST.
           05 LRQ-PROGRAM              PIC X(10).
           05 LRQ-RUN-NO               PIC 9(6).
           05 LRQ-USER                 PIC X(20).
           05 LRQ-START-DATE           PIC 9(8).
           05 LRQ-START-TIME           PIC 9(6).
       01 LOCK-HOLDER.
           05 LHD-PROGRAM              PIC X(10).
           05 LHD-RUN-NO               PIC 9(6).
           05 LHD-USER                 PIC X(20).
           05 LHD-START-DATE           PIC 9(8).
           05 LHD-START-TIME           PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RAW-TIME FROM TIME.
           MOVE RAW-TIME(1:6) TO RUN-TIME.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".
           IF RUN-USER = SPACES
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           MOVE "LOCKCLR" TO LRQ-PROGRAM.
           MOVE 0 TO LRQ-RUN-NO.
           MOVE RUN-USER TO LRQ-USER.
           MOVE RUN-DATE TO LRQ-START-DATE.
           MOVE RUN-TIME TO LRQ-START-TIME.
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
           IF PARM-TEXT = SPACES
               PERFORM LIST-ONE-LOCK
                   VARYING RESOURCE-SUB FROM 1 BY 1
                   UNTIL RESOURCE-SUB > RESOURCE-COUNT
           ELSE
               MOVE PARM-TEXT(1:8) TO LOCK-RESOURCE
               INSPECT LOCK-RESOURCE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "N" TO RESOURCE-VALID
               PERFORM CHECK-RESOURCE-NAME
                   VARYING RESOURCE-SUB FROM 1 BY 1
                   UNTIL RESOURCE-SUB > RESOURCE-COUNT
               IF RESOURCE-VALID = "N"
                   DISPLAY "UNKNOWN LOCK " LOCK-RESOURCE
                       " - USE FACTAUD, FACTIFC OR FACTREJO"
                   MOVE 20 TO CLEAR-RC
               ELSE
                   PERFORM CLEAR-NAMED-LOCK
               END-IF
           END-IF.
           MOVE CLEAR-RC TO RETURN-CODE.
           STOP RUN.
       CHECK-RESOURCE-NAME.
           IF RESOURCE-NAME(RESOURCE-SUB) = LOCK-RESOURCE
               MOVE "Y" TO RESOURCE-VALID
           END-IF.
       LIST-ONE-LOCK.
           MOVE RESOURCE-NAME(RESOURCE-SUB) TO LOCK-RESOURCE.
           MOVE "Q" TO LOCK-FUNCTION.
           PERFORM CALL-FACTLOCK.
           EVALUATE LOCK-RESULT
               WHEN "H"
                   PERFORM DISPLAY-HOLDER
               WHEN "F"
                   DISPLAY LOCK-RESOURCE " NOT LOCKED"
               WHEN OTHER
                   DISPLAY "UNABLE TO ACCESS LOCK FOR " LOCK-RESOURCE
                   MOVE 12 TO CLEAR-RC
           END-EVALUATE.
       DISPLAY-HOLDER.
           DISPLAY LOCK-RESOURCE " LOCKED BY " LHD-PROGRAM
               " RUN " LHD-RUN-NO " USER " LHD-USER.
           DISPLAY "LOCK HELD SINCE " LHD-START-DATE " "
               LHD-START-TIME.
       CLEAR-NAMED-LOCK.
           MOVE "Q" TO LOCK-FUNCTION.
           PERFORM CALL-FACTLOCK.
           IF LOCK-RESULT = "F"
               DISPLAY LOCK-RESOURCE " NOT LOCKED - NOTHING TO CLEAR"
               MOVE 4 TO CLEAR-RC
           ELSE
               IF LOCK-RESULT NOT = "H"
                   DISPLAY "UNABLE TO ACCESS LOCK FOR " LOCK-RESOURCE
                   MOVE 12 TO CLEAR-RC
               ELSE
                   PERFORM DISPLAY-HOLDER
                   DISPLAY "CLEAR ONLY IF THE HOLDER IS NO LONGER "
                       "RUNNING. CLEAR THIS LOCK (Y/N): "
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
                       PERFORM ACCEPT-CLEAR-REASON
                   ELSE
                       DISPLAY "LOCK NOT CLEARED"
                       MOVE 4 TO CLEAR-RC
                   END-IF
               END-IF
           END-IF.
       ACCEPT-CLEAR-REASON.
           DISPLAY "ENTER REASON FOR CLEARING: ".
           ACCEPT CLEAR-REASON.
           IF CLEAR-REASON = SPACES
               DISPLAY "REASON REQUIRED - LOCK NOT CLEARED"
               MOVE 4 TO CLEAR-RC
           ELSE
               PERFORM OPEN-LOCK-LOG
               IF LOKL-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN LOCK LOG FILE - STATUS "
                       LOKL-STATUS " - LOCK NOT CLEARED"
                   MOVE 12 TO CLEAR-RC
               ELSE
                   MOVE "C" TO LOCK-FUNCTION
                   PERFORM CALL-FACTLOCK
                   IF LOCK-RESULT = "Y"
                       PERFORM WRITE-LOCK-LOG
                       DISPLAY LOCK-RESOURCE " LOCK CLEARED"
                   ELSE
                       IF LOCK-RESULT = "F"
                           DISPLAY LOCK-RESOURCE
                               " RELEASED BY HOLDER - NOTHING TO CLEAR"
                           MOVE 4 TO CLEAR-RC
                       ELSE
                           DISPLAY "UNABLE TO CLEAR LOCK FOR "
                               LOCK-RESOURCE
                           MOVE 12 TO CLEAR-RC
                       END-IF
                   END-IF
                   CLOSE LOCK-LOG-FILE
               END-IF
           END-IF.
       OPEN-LOCK-LOG.
           OPEN EXTEND LOCK-LOG-FILE.
           IF LOKL-STATUS = "35"
               OPEN OUTPUT LOCK-LOG-FILE
           END-IF.
       WRITE-LOCK-LOG.
           MOVE SPACES TO LOCK-LOG-RECORD.
           MOVE RUN-DATE TO LKL-DATE.
           MOVE RUN-TIME TO LKL-TIME.
           MOVE RUN-USER TO LKL-USER.
           MOVE LOCK-RESOURCE TO LKL-RESOURCE.
           MOVE LHD-PROGRAM TO LKL-HOLDER-PROGRAM.
           MOVE LHD-RUN-NO TO LKL-HOLDER-RUN-NO.
           MOVE LHD-USER TO LKL-HOLDER-USER.
           MOVE LHD-START-DATE TO LKL-HOLDER-DATE.
           MOVE LHD-START-TIME TO LKL-HOLDER-TIME.
           MOVE CLEAR-REASON TO LKL-REASON.
           WRITE LOCK-LOG-RECORD.
       CALL-FACTLOCK.
           CALL "FACTLOCK" USING LOCK-FUNCTION LOCK-RESOURCE
               LOCK-REQUEST LOCK-HOLDER LOCK-RESULT
               ON EXCEPTION
                   MOVE "E" TO LOCK-RESULT
           END-CALL.
