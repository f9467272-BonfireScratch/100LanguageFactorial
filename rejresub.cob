           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "FACTCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAUD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-RECORD               PIC X(127).

       FD  REJECT-NAME-FILE.
       01  REJECT-NAME-RECORD.
           05 REJN-NAME               PIC X(30).

       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD          PIC X(127).

       FD  OUTSTANDING-WORK-FILE.
       01  OUTSTANDING-WORK-RECORD     PIC X(127).

       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05 COR-N                   PIC X(4).
           05 FILLER                  PIC X(1).
           05 COR-R                   PIC X(4).
           05 FILLER                  PIC X(1).
           05 COR-DEPT                PIC X(4).
           05 FILLER                  PIC X(2).
           05 COR-GROUPS              PIC X(50).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD.
           05 RSB-REF-ID              PIC X(8).
           05 FILLER                  PIC X(1).
           05 RSB-DEPT                PIC X(4).
           05 FILLER                  PIC X(2).
           05 RSB-GROUPS              PIC X(50).
       01  RESUBMIT-HEADER-RECORD.
           05 RSH-RECORD-TYPE         PIC X(4).
           05 FILLER                  PIC X(1).
           05 CAU-NEW-N               PIC X(4).
           05 FILLER                  PIC X(1).
           05 CAU-NEW-R               PIC X(4).
           05 FILLER                  PIC X(1).
           05 CAU-OLD-DEPT            PIC X(4).
           05 FILLER                  PIC X(1).
           05 CAU-NEW-DEPT            PIC X(4).
           05 FILLER                  PIC X(1).
           05 CAU-OLD-GROUPS          PIC X(50).
           05 FILLER                  PIC X(1).
           05 CAU-NEW-GROUPS          PIC X(50).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       WORKING-STORAGE SECTION.
       77 REJ-STATUS PIC X(2) VALUE "00".
       77 REJ-NAME-EXPLICIT PIC X(1) VALUE "N".
       77 CYCLE-LIMIT PIC 9(2) VALUE 3.
       77 MAX-VALID-N PIC 9(4) VALUE 100.
       77 MAX-GROUPS PIC 9(2) VALUE 10.
       77 GROUP-SUB PIC 9(2) VALUE 0.
       77 GROUP-NUM PIC 9(4) VALUE 0.
       77 GROUP-SUM PIC 9(6) VALUE 0.
       77 RAW-N PIC X(4) VALUE SPACES.
       77 RAW-R PIC X(4) VALUE SPACES.
       77 N PIC 9(4) VALUE 0.
       77 REJECT-REASON PIC X(20) VALUE SPACES.
       77 CORRECTION-VALID PIC X(1) VALUE "Y".
       77 CORRECTION-TYPE PIC X(4) VALUE SPACES.
       77 CORRECTION-DEPT PIC X(4) VALUE SPACES.
       77 DEPT-NAME PIC X(30) VALUE SPACES.
       77 DEPT-LOOKUP-RESULT PIC X(1) VALUE "N".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 CORRECTION-ERRORS PIC 9(6) VALUE 0.
       77 REJECTS-RESOLVED PIC 9(6) VALUE 0.
       77 REJECTS-AWAITING PIC 9(6) VALUE 0.
           05 WRK-CYCLES              PIC X(2).
           05 FILLER                  PIC X(1).
           05 WRK-DISP                PIC X(1).
           05 FILLER                  PIC X(2).
           05 WRK-GROUPS              PIC X(50).
       01 CORRECTION-TABLE.
           05 CORRECTION-ENTRY OCCURS 1000 TIMES.
               10 CT-REF-ID           PIC X(8).
               10 CT-CALC-TYPE        PIC X(4).
               10 CT-N                PIC X(4).
               10 CT-R                PIC X(4).
               10 CT-DEPT             PIC X(4).
               10 CT-GROUPS           PIC X(50).
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 10 TIMES.
               10 GRP-SIZE PIC X(4).
               10 FILLER PIC X(1).
       01 SEEN-TABLE.
           05 SEEN-REF-ID PIC X(8) OCCURS 2000 TIMES.
       01 NEWREJ-TABLE.
               10 CN-DATE             PIC X(8).
               10 CN-CODE             PIC X(4).
               10 CN-CYCLES           PIC X(2).
       77 LOCK-HELD PIC X(1) VALUE "N".
       77 LOCK-REFUSED PIC X(1) VALUE "N".
       77 LOCK-FUNCTION PIC X(1) VALUE SPACES.
       77 LOCK-RESOURCE PIC X(8) VALUE SPACES.
       77 LOCK-RESULT PIC X(1) VALUE SPACES.
       77 LOCK-TIME PIC X(8) VALUE SPACES.
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF RUN-USER = SPACES
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
           MOVE PARM-TEXT(1:2) TO RAW-CYCLE-LIMIT.
           IF RAW-CYCLE-LIMIT IS NUMERIC
           PERFORM LOAD-CORRECTION-TABLE.
           PERFORM LOAD-NEW-REJECT-TABLE.
           IF RESUB-FAILURE = "N"
               PERFORM ACQUIRE-OUTSTANDING-LOCK
               IF LOCK-HELD = "Y"
                   PERFORM RESUBMIT-PROCESSING
                   PERFORM RELEASE-OUTSTANDING-LOCK
               END-IF
           END-IF.
           IF RESUB-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF LOCK-REFUSED = "Y"
               MOVE 24 TO RETURN-CODE
           END-IF.
           STOP RUN.
       GET-BUSINESS-DATE.
           MOVE TODAY-DATE TO BUSINESS-DATE.
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
       RESUBMIT-PROCESSING.
           OPEN OUTPUT RESUBMIT-FILE.
           IF RESUB-STATUS NOT = "00"
               MOVE COR-CALC-TYPE TO CT-CALC-TYPE(CORR-COUNT)
               MOVE COR-N TO CT-N(CORR-COUNT)
               MOVE COR-R TO CT-R(CORR-COUNT)
               MOVE COR-DEPT TO CT-DEPT(CORR-COUNT)
               MOVE COR-GROUPS TO CT-GROUPS(CORR-COUNT)
           END-IF.
       OPEN-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.
               MOVE NORMALIZE-TARGET TO RSB-R
           END-IF.
           MOVE WRK-REF-ID TO RSB-REF-ID.
           MOVE CORRECTION-DEPT TO RSB-DEPT.
           IF RSB-CALC-TYPE = "MULT"
               MOVE GROUP-TABLE TO RSB-GROUPS
           END-IF.
           WRITE RESUBMIT-RECORD.
           ADD 1 TO RESUB-COUNT.
           IF RSB-N IS NUMERIC
                   END-IF
               END-IF
           END-IF.
       VALIDATE-R-REPEAT.
           MOVE "Y" TO N-VALID.
           MOVE SPACES TO REJECT-REASON.
           IF RAW-R = SPACES
               MOVE "N" TO N-VALID
               MOVE "MISSING INPUT" TO REJECT-REASON
           ELSE
               MOVE RAW-R TO NORMALIZE-TARGET
               PERFORM NORMALIZE-FIELD
               MOVE NORMALIZE-TARGET TO RAW-R
               IF RAW-R IS NOT NUMERIC
                   MOVE "N" TO N-VALID
                   MOVE "NON-NUMERIC INPUT" TO REJECT-REASON
               ELSE
                   MOVE RAW-R TO R
                   IF R > MAX-VALID-N
                       MOVE "N" TO N-VALID
                       MOVE "R OUT OF RANGE" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       VALIDATE-GROUPS.
           MOVE "Y" TO N-VALID.
           MOVE SPACES TO REJECT-REASON.
           MOVE 0 TO GROUP-SUM.
           IF RAW-R = SPACES
               MOVE "N" TO N-VALID
               MOVE "MISSING INPUT" TO REJECT-REASON
           ELSE
               MOVE RAW-R TO NORMALIZE-TARGET
               PERFORM NORMALIZE-FIELD
               MOVE NORMALIZE-TARGET TO RAW-R
               IF RAW-R IS NOT NUMERIC
                   MOVE "N" TO N-VALID
                   MOVE "NON-NUMERIC INPUT" TO REJECT-REASON
               ELSE
                   MOVE RAW-R TO R
                   IF R = 0 OR R > MAX-GROUPS
                       MOVE "N" TO N-VALID
                       MOVE "INVALID GROUP COUNT" TO REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-ONE-GROUP
                           VARYING GROUP-SUB FROM 1 BY 1
                           UNTIL GROUP-SUB > MAX-GROUPS
                               OR N-VALID = "N"
                       IF N-VALID = "Y" AND GROUP-SUM NOT = N
                           MOVE "N" TO N-VALID
                           MOVE "GROUPS NOT EQUAL N" TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       VALIDATE-ONE-GROUP.
           IF GROUP-SUB > R
               IF GRP-SIZE(GROUP-SUB) NOT = SPACES
                   MOVE "N" TO N-VALID
                   MOVE "INVALID GROUP COUNT" TO REJECT-REASON
               END-IF
           ELSE
               IF GRP-SIZE(GROUP-SUB) = SPACES
                   MOVE "N" TO N-VALID
                   MOVE "GROUP SIZE MISSING" TO REJECT-REASON
               ELSE
                   MOVE GRP-SIZE(GROUP-SUB) TO NORMALIZE-TARGET
                   PERFORM NORMALIZE-FIELD
                   MOVE NORMALIZE-TARGET TO GRP-SIZE(GROUP-SUB)
                   IF GRP-SIZE(GROUP-SUB) IS NOT NUMERIC
                       MOVE "N" TO N-VALID
                       MOVE "NON-NUMERIC GROUP" TO REJECT-REASON
                   ELSE
                       MOVE GRP-SIZE(GROUP-SUB) TO GROUP-NUM
                       ADD GROUP-NUM TO GROUP-SUM
                   END-IF
               END-IF
           END-IF.
       EDIT-CORRECTION.
           MOVE "Y" TO CORRECTION-VALID.
           IF CT-CALC-TYPE(CORR-SUB) = SPACES
           IF CORRECTION-TYPE = SPACES
               MOVE "FACT" TO CORRECTION-TYPE
           END-IF.
           IF CT-GROUPS(CORR-SUB) = SPACES
               MOVE WRK-GROUPS TO GROUP-TABLE
           ELSE
               MOVE CT-GROUPS(CORR-SUB) TO GROUP-TABLE
           END-IF.
           IF CORRECTION-TYPE NOT = "FACT"
               AND CORRECTION-TYPE NOT = "PERM"
               AND CORRECTION-TYPE NOT = "PREP"
               AND CORRECTION-TYPE NOT = "CREP"
               AND CORRECTION-TYPE NOT = "MULT"
               MOVE "N" TO CORRECTION-VALID
               MOVE "INVALID RECORD TYPE" TO REJECT-REASON
           ELSE
               IF N-VALID = "N"
                   MOVE "N" TO CORRECTION-VALID
               ELSE
                   MOVE CT-R(CORR-SUB) TO RAW-R
                   EVALUATE CORRECTION-TYPE
                       WHEN "PERM"
                           PERFORM VALIDATE-R
                       WHEN "PREP"
                       WHEN "CREP"
                           PERFORM VALIDATE-R-REPEAT
                       WHEN "MULT"
                           PERFORM VALIDATE-GROUPS
                   END-EVALUATE
                   IF N-VALID = "N"
                       MOVE "N" TO CORRECTION-VALID
                   END-IF
               END-IF
           END-IF.
           IF CT-DEPT(CORR-SUB) = SPACES
               MOVE WRK-DEPT TO CORRECTION-DEPT
           ELSE
               MOVE CT-DEPT(CORR-SUB) TO CORRECTION-DEPT
           END-IF.
           IF CORRECTION-VALID = "Y"
               PERFORM VALIDATE-DEPT
           END-IF.
       VALIDATE-DEPT.
           IF CORRECTION-DEPT = SPACES
               MOVE "N" TO CORRECTION-VALID
               MOVE "DEPARTMENT MISSING" TO REJECT-REASON
           ELSE
               CALL "DEPTLKUP" USING CORRECTION-DEPT BUSINESS-DATE
                   DEPT-NAME DEPT-LOOKUP-RESULT
                   ON EXCEPTION
                       MOVE "U" TO DEPT-LOOKUP-RESULT
               END-CALL
               EVALUATE DEPT-LOOKUP-RESULT
                   WHEN "Y"
                       CONTINUE
                   WHEN "I"
                       MOVE "N" TO CORRECTION-VALID
                       MOVE "INACTIVE DEPARTMENT" TO REJECT-REASON
                   WHEN "U"
                       MOVE "N" TO CORRECTION-VALID
                       MOVE "DEPT MASTER MISSING" TO REJECT-REASON
                   WHEN OTHER
                       MOVE "N" TO CORRECTION-VALID
                       MOVE "UNKNOWN DEPARTMENT" TO REJECT-REASON
               END-EVALUATE
           END-IF.
       LOAD-NEW-REJECT-TABLE.
           MOVE 0 TO NEWREJ-COUNT.
           OPEN INPUT REJECT-FILE.
                   INTO PRINT-LINE
               WRITE CORRECTION-ERROR-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "REF-ID    TYPE  N     R     DEPT  REASON"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE CORRECTION-ERROR-RECORD FROM PRINT-LINE
           ELSE
                   "  " DELIMITED BY SIZE
                   CT-R(CORR-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CORRECTION-DEPT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   REJECT-REASON DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE CORRECTION-ERROR-RECORD FROM PRINT-LINE
               MOVE RSB-CALC-TYPE TO CAU-NEW-TYPE
               MOVE RSB-N TO CAU-NEW-N
               MOVE RSB-R TO CAU-NEW-R
               MOVE WRK-DEPT TO CAU-OLD-DEPT
               MOVE RSB-DEPT TO CAU-NEW-DEPT
               MOVE WRK-GROUPS TO CAU-OLD-GROUPS
               MOVE RSB-GROUPS TO CAU-NEW-GROUPS
               WRITE CORRECTION-AUDIT-RECORD
           END-IF.
       WRITE-CANCELLED-SECTION.
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE AGING-REPORT-RECORD FROM PRINT-LINE
           END-IF.
       ACQUIRE-OUTSTANDING-LOCK.
           MOVE "N" TO LOCK-HELD.
           MOVE "REJRESUB" TO LRQ-PROGRAM.
           MOVE 0 TO LRQ-RUN-NO.
           ACCEPT LRQ-USER FROM ENVIRONMENT "USER".
           IF LRQ-USER = SPACES
               MOVE "UNKNOWN" TO LRQ-USER
           END-IF.
           ACCEPT LRQ-START-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME FROM TIME.
           MOVE LOCK-TIME(1:6) TO LRQ-START-TIME.
           MOVE "A" TO LOCK-FUNCTION.
           MOVE "FACTREJO" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           IF LOCK-RESULT = "Y"
               MOVE "Y" TO LOCK-HELD
           ELSE
               PERFORM REPORT-LOCK-REFUSAL
           END-IF.
       RELEASE-OUTSTANDING-LOCK.
           MOVE "R" TO LOCK-FUNCTION.
           MOVE "FACTREJO" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           MOVE "N" TO LOCK-HELD.
       CALL-FACTLOCK.
           CALL "FACTLOCK" USING LOCK-FUNCTION LOCK-RESOURCE
               LOCK-REQUEST LOCK-HOLDER LOCK-RESULT
               ON EXCEPTION
                   MOVE "E" TO LOCK-RESULT
           END-CALL.
       REPORT-LOCK-REFUSAL.
           IF LOCK-RESULT = "H"
               DISPLAY LOCK-RESOURCE " LOCKED BY " LHD-PROGRAM
                   " RUN " LHD-RUN-NO " USER " LHD-USER
               DISPLAY "LOCK HELD SINCE " LHD-START-DATE " "
                   LHD-START-TIME " - RUN NOT PROCESSED"
           ELSE
               DISPLAY "UNABLE TO ACCESS LOCK FOR " LOCK-RESOURCE
                   " - RUN NOT PROCESSED"
           END-IF.
           MOVE "Y" TO LOCK-REFUSED.
