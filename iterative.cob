           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "FACTCLSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLSP-STATUS.
           SELECT RUN-NUMBER-FILE ASSIGN TO "FACTRUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-STATUS.
           SELECT REJECT-NAME-FILE ASSIGN TO "FACTREJN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJN-STATUS.
           SELECT AUTH-MASTER-FILE ASSIGN TO "FACTAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-USER
               FILE STATUS IS AUTH-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "FACTSECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-INPUT-FILE.
           05 BI-REF-ID               PIC X(8).
           05 FILLER                  PIC X(1).
           05 BI-DEPT                 PIC X(4).
       01  BATCH-MULT-RECORD.
           05 BM-CALC-TYPE            PIC X(4).
           05 FILLER                  PIC X(1).
           05 BM-N                    PIC X(4).
           05 FILLER                  PIC X(1).
           05 BM-GROUP-COUNT          PIC X(4).
           05 FILLER                  PIC X(1).
           05 BM-REF-ID               PIC X(8).
           05 FILLER                  PIC X(1).
           05 BM-DEPT                 PIC X(4).
           05 FILLER                  PIC X(2).
           05 BM-GROUP-ENTRY OCCURS 10 TIMES.
               10 BM-GROUP            PIC X(4).
               10 FILLER              PIC X(1).
       01  BATCH-HEADER-RECORD.
           05 BH-RECORD-TYPE          PIC X(4).
           05 FILLER                  PIC X(1).
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           05 CLP-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLP-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(149).

       FD  RUN-NUMBER-FILE.
       01  RUN-NUMBER-RECORD.
           05 RUNC-LAST-RUN            PIC X(6).
       01  REJECT-NAME-RECORD.
           05 REJN-NAME                PIC X(30).

       FD  AUTH-MASTER-FILE.
       01  AUTH-MASTER-RECORD.
           05 AUT-USER                 PIC X(20).
           05 AUT-NAME                 PIC X(30).
           05 AUT-STATUS               PIC X(1).
           05 AUT-MODES.
               10 AUT-MODE-I           PIC X(1).
               10 AUT-MODE-P           PIC X(1).
               10 AUT-MODE-B           PIC X(1).
               10 AUT-MODE-L           PIC X(1).
           05 AUT-ALL-DEPTS            PIC X(1).
           05 AUT-DEPT-COUNT           PIC 9(2).
           05 AUT-DEPT                 PIC X(4) OCCURS 20 TIMES.
           05 AUT-CHANGED-DATE         PIC 9(8).
           05 AUT-CHANGED-USER         PIC X(20).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           05 SCL-DATE                 PIC 9(8).
           05 FILLER                   PIC X(1).
           05 SCL-TIME                 PIC 9(6).
           05 FILLER                   PIC X(1).
           05 SCL-USER                 PIC X(20).
           05 FILLER                   PIC X(1).
           05 SCL-PROGRAM              PIC X(10).
           05 FILLER                   PIC X(1).
           05 SCL-MODE                 PIC X(1).
           05 FILLER                   PIC X(1).
           05 SCL-BUS-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 SCL-RUN-NO               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 SCL-REF-ID               PIC X(8).
           05 FILLER                   PIC X(1).
           05 SCL-DEPT                 PIC X(4).
           05 FILLER                   PIC X(1).
           05 SCL-CODE                 PIC X(4).
           05 FILLER                   PIC X(1).
           05 SCL-REASON               PIC X(30).

       FD  OPS-LOG-FILE.
       01  OPS-LOG-RECORD.
           05 OPS-RUN-DATE            PIC 9(8).
           05 BS-REF-ID               PIC X(8).
           05 FILLER                  PIC X(1).
           05 BS-DEPT                 PIC X(4).
           05 FILLER                  PIC X(2).
           05 BS-GROUPS               PIC X(50).

       SD  BATCH-SORT-FILE.
       01  SORT-RECORD.
           05 SRT-REF-ID              PIC X(8).
           05 FILLER                  PIC X(1).
           05 SRT-DEPT                PIC X(4).
           05 FILLER                  PIC X(2).
           05 SRT-GROUPS              PIC X(50).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
           05 REJ-REASON               PIC X(20).
           05 FILLER                  PIC X(2).
           05 REJ-DEPT                 PIC X(4).
           05 FILLER                   PIC X(7).
           05 REJ-GROUPS               PIC X(50).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 AUD-NCR-SEGS             PIC 9(2).
           05 FILLER                   PIC X(1).
           05 AUD-RUN-NO               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 AUD-GROUPS               PIC X(50).

       FD  INTERFACE-FILE.
       01  INTERFACE-RECORD.
           05 IFC-SEG-NO               PIC 9(2).
           05 IFC-SEG-COUNT            PIC 9(2).
           05 IFC-F                    PIC 9(18).
           05 IFC-CALC-TYPE            PIC X(4).
           05 IFC-R                    PIC 9(4).
           05 IFC-GROUPS               PIC X(50).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05 HST-DEPT                 PIC X(4).
           05 FILLER                   PIC X(1).
           05 HST-RUN-NO               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-DEPT             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-RNGR             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-GRPS             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-GSUM             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-AUTH             PIC 9(6).

       FD  FACT-MASTER-FILE.
       01  FACT-MASTER-RECORD.
       77 CALC-TYPE PIC X(4) VALUE "FACT".
       77 REF-ID PIC X(8) VALUE SPACES.
       77 DEPT-CODE PIC X(4) VALUE SPACES.
       77 DEPT-NAME PIC X(30) VALUE SPACES.
       77 DEPT-VALID PIC X(1) VALUE "Y".
       77 DEPT-LOOKUP-RESULT PIC X(1) VALUE "N".
       77 DEPT-COUNT PIC 9(2) VALUE 0.
       77 DEPT-LIMIT PIC 9(2) VALUE 50.
       77 DEPT-SUB PIC 9(2) VALUE 0.
               10 DT-REJ-REXN PIC 9(6).
               10 DT-REJ-OVFL PIC 9(6).
               10 DT-REJ-TYPE PIC 9(6).
               10 DT-REJ-DEPT PIC 9(6).
               10 DT-REJ-RNGR PIC 9(6).
               10 DT-REJ-GRPS PIC 9(6).
               10 DT-REJ-GSUM PIC 9(6).
               10 DT-REJ-AUTH PIC 9(6).
               10 DT-MIN-N PIC 9(4).
               10 DT-MAX-N PIC 9(4).
       77 BATCH-EOF PIC X(1) VALUE "N".
       77 MAX-CONFIG-N PIC 9(4) VALUE 110.
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 CLSP-STATUS PIC X(2) VALUE "00".
       77 CLSP-EOF PIC X(1) VALUE "N".
       77 DATE-REFUSED PIC X(1) VALUE "N".
       77 AUTH-STATUS PIC X(2) VALUE "00".
       77 AUTH-FOUND PIC X(1) VALUE "N".
       77 AUTH-MODE PIC X(1) VALUE "I".
       77 MODE-AUTHORIZED PIC X(1) VALUE "N".
       77 AUTH-DEPT-SUB PIC 9(2) VALUE 0.
       77 AUTH-DEPT-FOUND PIC X(1) VALUE "N".
       77 SECL-STATUS PIC X(2) VALUE "00".
       77 SECURITY-CODE PIC X(4) VALUE SPACES.
       77 SECURITY-REASON PIC X(30) VALUE SPACES.
       01 SUBMITTER-AUTHORITY.
           05 USR-USER                 PIC X(20).
           05 USR-NAME                 PIC X(30).
           05 USR-STATUS               PIC X(1).
           05 USR-MODES.
               10 USR-MODE-I           PIC X(1).
               10 USR-MODE-P           PIC X(1).
               10 USR-MODE-B           PIC X(1).
               10 USR-MODE-L           PIC X(1).
           05 USR-ALL-DEPTS            PIC X(1).
           05 USR-DEPT-COUNT           PIC 9(2).
           05 USR-DEPT                 PIC X(4) OCCURS 20 TIMES.
           05 USR-CHANGED-DATE         PIC 9(8).
           05 USR-CHANGED-USER         PIC X(20).
       77 RUNC-STATUS PIC X(2) VALUE "00".
       77 RUN-NO PIC 9(6) VALUE 0.
       77 LAST-RUN-NO PIC 9(6) VALUE 0.
       77 SEVERITY-LEVEL PIC 9(2) VALUE 0.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 START-TIME PIC 9(6) VALUE 0.
       77 LOCKS-HELD PIC X(1) VALUE "N".
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
       77 PRE-EDIT-EOF PIC X(1) VALUE "N".
       77 CONTROL-EOF PIC X(1) VALUE "N".
       77 BATCH-ACCEPTED PIC X(1) VALUE "N".
       77 CONTROL-COUNT-ED PIC Z(5)9.
       77 CONTROL-HASH-ED PIC Z(7)9.
       77 HAVE-PREV PIC X(1) VALUE "N".
       77 PREV-KEY PIC X(62) VALUE SPACES.
       77 PREV-OUTCOME PIC X(1) VALUE "R".
       77 PREV-REJECT-CODE PIC X(4) VALUE SPACES.
       77 PREV-REJECT-REASON PIC X(20) VALUE SPACES.
       77 DUP-SUPPRESS PIC X(1) VALUE "N".
       77 DUP-COUNT PIC 9(6) VALUE 0.
       77 TOTAL-DUP-COUNT PIC 9(6) VALUE 0.
           05 CUR-KEY-TYPE PIC X(4).
           05 CUR-KEY-N PIC X(4).
           05 CUR-KEY-R PIC X(4).
           05 CUR-KEY-GROUPS PIC X(50).
       77 REJECT-COUNT PIC 9(6) VALUE 0.
       77 REJ-MISS-COUNT PIC 9(6) VALUE 0.
       77 REJ-NNUM-COUNT PIC 9(6) VALUE 0.
       77 REJ-REXN-COUNT PIC 9(6) VALUE 0.
       77 REJ-OVFL-COUNT PIC 9(6) VALUE 0.
       77 REJ-TYPE-COUNT PIC 9(6) VALUE 0.
       77 REJ-DEPT-COUNT PIC 9(6) VALUE 0.
       77 REJ-RNGR-COUNT PIC 9(6) VALUE 0.
       77 REJ-GRPS-COUNT PIC 9(6) VALUE 0.
       77 REJ-GSUM-COUNT PIC 9(6) VALUE 0.
       77 REJ-AUTH-COUNT PIC 9(6) VALUE 0.
       77 LOAD-N PIC 9(4) VALUE 0.
       77 LOAD-COUNT PIC 9(4) VALUE 0.
       77 LOAD-COUNT-ED PIC ZZZ9.
       77 BIG-DIV PIC 9(4) VALUE 0.
       77 BIG-DIV-WORK PIC 9(8) VALUE 0.
       77 BIG-REM PIC 9(4) VALUE 0.
       77 BIG-K PIC 9(4) VALUE 0.
       77 MAX-GROUPS PIC 9(4) VALUE 10.
       77 GROUP-SUB PIC 9(4) VALUE 0.
       77 GROUP-NUM PIC 9(4) VALUE 0.
       77 GROUP-SUM PIC 9(6) VALUE 0.
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 10 TIMES.
               10 GRP-SIZE PIC X(4).
               10 FILLER PIC X(1).
       77 PERM-BIG PIC X(1) VALUE "N".
       77 BIG-NPR-DISP PIC X(200) VALUE SPACES.
       77 BIG-NPR-DIGITS PIC 9(4) VALUE 0.
               MOVE "UNKNOWN" TO SUBMITTER
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-AUTHORIZATION.
           IF DATE-REFUSED = "N"
               PERFORM ACQUIRE-SHARED-LOCKS
               IF LOCKS-HELD = "Y"
                   PERFORM CHECK-CLOSED-PERIOD
                   IF DATE-REFUSED = "N"
                       PERFORM RUN-UNDER-LOCK
                   END-IF
                   PERFORM RELEASE-SHARED-LOCKS
               END-IF
           END-IF.
           PERFORM WRITE-OPS-LOG.
           MOVE RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.
       RUN-UNDER-LOCK.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           IF INTERFACE-OPEN = "Y"
               CLOSE INTERFACE-FILE
           END-IF.
       ACQUIRE-SHARED-LOCKS.
           MOVE "N" TO LOCKS-HELD.
           MOVE "FACTORIAL" TO LRQ-PROGRAM.
           MOVE 0 TO LRQ-RUN-NO.
           MOVE SUBMITTER TO LRQ-USER.
           ACCEPT LRQ-START-DATE FROM DATE YYYYMMDD.
           MOVE START-TIME TO LRQ-START-TIME.
           MOVE "FACTAUD" TO LOCK-RESOURCE.
           MOVE "A" TO LOCK-FUNCTION.
           PERFORM CALL-FACTLOCK.
           IF LOCK-RESULT = "Y"
               MOVE "FACTIFC" TO LOCK-RESOURCE
               PERFORM CALL-FACTLOCK
               IF LOCK-RESULT = "Y"
                   MOVE "Y" TO LOCKS-HELD
               ELSE
                   PERFORM REPORT-LOCK-REFUSAL
                   MOVE "FACTAUD" TO LOCK-RESOURCE
                   MOVE "R" TO LOCK-FUNCTION
                   PERFORM CALL-FACTLOCK
               END-IF
           ELSE
               PERFORM REPORT-LOCK-REFUSAL
           END-IF.
       UPDATE-SHARED-LOCKS.
           IF LOCKS-HELD = "Y"
               MOVE RUN-NO TO LRQ-RUN-NO
               MOVE "U" TO LOCK-FUNCTION
               MOVE "FACTAUD" TO LOCK-RESOURCE
               PERFORM CALL-FACTLOCK
               MOVE "FACTIFC" TO LOCK-RESOURCE
               PERFORM CALL-FACTLOCK
           END-IF.
       RELEASE-SHARED-LOCKS.
           MOVE "R" TO LOCK-FUNCTION.
           MOVE "FACTAUD" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           MOVE "FACTIFC" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           MOVE "N" TO LOCKS-HELD.
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
           MOVE 24 TO SEVERITY-LEVEL.
           PERFORM RAISE-SEVERITY.
       GET-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           PERFORM CHECK-CLOSED-PERIOD.
       CHECK-CLOSED-PERIOD.
           MOVE "N" TO DATE-REFUSED.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF CLSP-STATUS = "00"
               MOVE "N" TO CLSP-EOF
               PERFORM UNTIL CLSP-EOF = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO CLSP-EOF
                       NOT AT END
                           IF CLP-RECORD-TYPE = "CLSM"
                               AND CLP-YYYYMM = BUSINESS-DATE(1:6)
                               MOVE "Y" TO DATE-REFUSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
               IF DATE-REFUSED = "Y"
                   DISPLAY "BUSINESS DATE " BUSINESS-DATE
                       " IS IN A CLOSED PERIOD - RUN NOT PROCESSED"
                   MOVE 28 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               END-IF
           ELSE
               IF CLSP-STATUS NOT = "35"
                   DISPLAY
                       "UNABLE TO READ CLOSED PERIOD FILE - STATUS "
                       CLSP-STATUS " - RUN NOT PROCESSED"
                   MOVE "Y" TO DATE-REFUSED
                   MOVE 12 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               END-IF
           END-IF.
       LOAD-AUTHORIZATION.
           MOVE "N" TO AUTH-FOUND.
           MOVE SPACES TO SUBMITTER-AUTHORITY.
           MOVE 0 TO USR-DEPT-COUNT.
           OPEN INPUT AUTH-MASTER-FILE.
           IF AUTH-STATUS = "00"
               MOVE SUBMITTER TO AUT-USER
               READ AUTH-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO AUTH-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO AUTH-FOUND
                       MOVE AUTH-MASTER-RECORD TO SUBMITTER-AUTHORITY
               END-READ
               CLOSE AUTH-MASTER-FILE
           ELSE
               MOVE "U" TO AUTH-FOUND
               DISPLAY "UNABLE TO OPEN AUTHORIZATION FILE - STATUS "
                   AUTH-STATUS
           END-IF.
           IF USR-DEPT-COUNT NOT NUMERIC OR USR-DEPT-COUNT > 20
               MOVE 0 TO USR-DEPT-COUNT
           END-IF.
       CHECK-MODE-AUTHORIZATION.
           EVALUATE RUN-MODE
               WHEN "B"
               WHEN "b"
                   MOVE "B" TO AUTH-MODE
               WHEN "P"
               WHEN "p"
                   MOVE "P" TO AUTH-MODE
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO AUTH-MODE
               WHEN OTHER
                   MOVE "I" TO AUTH-MODE
           END-EVALUATE.
           MOVE "N" TO MODE-AUTHORIZED.
           MOVE SPACES TO SECURITY-REASON.
           IF AUTH-FOUND = "U"
               MOVE "AUTHORIZATION FILE UNAVAILABLE" TO SECURITY-REASON
           ELSE
               IF AUTH-FOUND = "N"
                   MOVE "USER NOT ON AUTHORIZATION FILE"
                       TO SECURITY-REASON
               ELSE
                   IF USR-STATUS NOT = "A"
                       MOVE "USER AUTHORIZATION INACTIVE"
                           TO SECURITY-REASON
                   ELSE
                       IF USR-MODE-I = AUTH-MODE
                           OR USR-MODE-P = AUTH-MODE
                           OR USR-MODE-B = AUTH-MODE
                           OR USR-MODE-L = AUTH-MODE
                           MOVE "Y" TO MODE-AUTHORIZED
                       ELSE
                           MOVE "MODE NOT AUTHORIZED"
                               TO SECURITY-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF MODE-AUTHORIZED = "N"
               DISPLAY "USER " SUBMITTER " NOT AUTHORIZED FOR MODE "
                   AUTH-MODE " - " SECURITY-REASON
               DISPLAY "RUN NOT PROCESSED"
               MOVE "MODE" TO SECURITY-CODE
               PERFORM WRITE-SECURITY-LOG
               MOVE 32 TO SEVERITY-LEVEL
               PERFORM RAISE-SEVERITY
           END-IF.
       CHECK-DEPT-AUTHORIZATION.
           MOVE "N" TO AUTH-DEPT-FOUND.
           IF USR-ALL-DEPTS = "Y"
               MOVE "Y" TO AUTH-DEPT-FOUND
           ELSE
               PERFORM MATCH-AUTH-DEPT
                   VARYING AUTH-DEPT-SUB FROM 1 BY 1
                   UNTIL AUTH-DEPT-SUB > USR-DEPT-COUNT
                       OR AUTH-DEPT-FOUND = "Y"
           END-IF.
           IF AUTH-DEPT-FOUND = "N"
               MOVE "N" TO DEPT-VALID
               MOVE "DEPT NOT AUTHORIZED" TO REJECT-REASON
               MOVE "AUTH" TO REJECT-CODE
               MOVE "AUTH" TO SECURITY-CODE
               MOVE "DEPARTMENT NOT AUTHORIZED" TO SECURITY-REASON
               PERFORM WRITE-SECURITY-LOG
           END-IF.
       MATCH-AUTH-DEPT.
           IF USR-DEPT(AUTH-DEPT-SUB) = DEPT-CODE
               MOVE "Y" TO AUTH-DEPT-FOUND
           END-IF.
       WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECL-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           IF SECL-STATUS NOT = "00"
               DISPLAY
                   "WARNING: UNABLE TO OPEN SECURITY LOG FILE - STATUS "
                   SECL-STATUS
               MOVE 12 TO SEVERITY-LEVEL
               PERFORM RAISE-SEVERITY
           ELSE
               MOVE SPACES TO SECURITY-LOG-RECORD
               ACCEPT SCL-DATE FROM DATE YYYYMMDD
               ACCEPT RAW-TIME FROM TIME
               MOVE RAW-TIME(1:6) TO SCL-TIME
               MOVE SUBMITTER TO SCL-USER
               MOVE "FACTORIAL" TO SCL-PROGRAM
               MOVE AUTH-MODE TO SCL-MODE
               MOVE BUSINESS-DATE TO SCL-BUS-DATE
               MOVE RUN-NO TO SCL-RUN-NO
               MOVE REF-ID TO SCL-REF-ID
               MOVE DEPT-CODE TO SCL-DEPT
               MOVE SECURITY-CODE TO SCL-CODE
               MOVE SECURITY-REASON TO SCL-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.
       RAISE-SEVERITY.
           IF SEVERITY-LEVEL > RUN-SEVERITY
               MOVE SEVERITY-LEVEL TO RUN-SEVERITY
                       MOVE "CTLR" TO OPS-FINAL-STATUS
                   WHEN 20
                       MOVE "PARM" TO OPS-FINAL-STATUS
                   WHEN 24
                       MOVE "LOCK" TO OPS-FINAL-STATUS
                   WHEN 28
                       MOVE "CLSD" TO OPS-FINAL-STATUS
                   WHEN 32
                       MOVE "SECR" TO OPS-FINAL-STATUS
                   WHEN OTHER
                       MOVE "FAIL" TO OPS-FINAL-STATUS
               END-EVALUATE
             "ENTER MODE (I=INTERACTIVE, P=PERMUTATION/COMBINATION, "
             "B=BATCH, L=LOAD MASTER): ".
           ACCEPT RUN-MODE.
           PERFORM CHECK-MODE-AUTHORIZATION.
           IF MODE-AUTHORIZED = "Y"
               PERFORM INTERACTIVE-DISPATCH
           END-IF.
       INTERACTIVE-DISPATCH.
           IF RUN-MODE = "B" OR RUN-MODE = "b"
               PERFORM BATCH-DRIVER
           ELSE
           END-IF.
       UNATTENDED-CONTROL.
           MOVE PARM-TEXT(1:1) TO RUN-MODE.
           PERFORM CHECK-MODE-AUTHORIZATION.
           IF MODE-AUTHORIZED = "Y"
               PERFORM UNATTENDED-DISPATCH
           END-IF.
       UNATTENDED-DISPATCH.
           EVALUATE RUN-MODE
               WHEN "B"
               WHEN "b"
           PERFORM RAISE-SEVERITY.
       CONTROL-FILE-DISPATCH.
           MOVE CTL-MODE TO RUN-MODE.
           PERFORM CHECK-MODE-AUTHORIZATION.
           IF MODE-AUTHORIZED = "Y"
               PERFORM CONTROL-MODE-DISPATCH
           END-IF.
       CONTROL-MODE-DISPATCH.
           EVALUATE CTL-MODE
               WHEN "B"
                   PERFORM BATCH-DRIVER
               MOVE BUSINESS-DATE TO AUD-RUN-DATE
               MOVE SUBMITTER TO AUD-SUBMITTER
               MOVE REF-ID TO AUD-REF-ID
               MOVE CALC-TYPE TO AUD-CALC-TYPE
               MOVE N TO AUD-N
               IF CALC-TYPE = "FACT"
                   MOVE 0 TO AUD-R
               ELSE
                   MOVE R TO AUD-R
               END-IF
               IF BIG-RESULT = "Y"
                   MOVE BIG-LOW18 TO AUD-F
                   MOVE BIG-SEG-COUNT TO AUD-F-SEGS
               MOVE 0 TO AUD-NPR-SEGS
               MOVE 0 TO AUD-NCR-SEGS
               MOVE RUN-NO TO AUD-RUN-NO
               IF CALC-TYPE = "MULT"
                   MOVE GROUP-TABLE TO AUD-GROUPS
               END-IF
               WRITE AUDIT-RECORD
           END-IF.
           PERFORM WRITE-INTERFACE-RECORD.
                       VARYING BIG-SEG-NO FROM 1 BY 1
                       UNTIL BIG-SEG-NO > BIG-SEG-COUNT
               ELSE
                   PERFORM SET-INTERFACE-KEY
                   MOVE 1 TO IFC-SEG-NO
                   MOVE 1 TO IFC-SEG-COUNT
                   MOVE F TO IFC-F
               END-IF
           END-IF.
       WRITE-INTERFACE-SEGMENT.
           PERFORM SET-INTERFACE-KEY.
           MOVE BIG-SEG-NO TO IFC-SEG-NO.
           MOVE BIG-SEG-COUNT TO IFC-SEG-COUNT.
           COMPUTE BIG-POS = (BIG-SEG-NO - 1) * 18 + 1.
           MOVE BIG-F-PADDED(BIG-POS:18) TO IFC-F.
           WRITE INTERFACE-RECORD.
       SET-INTERFACE-KEY.
           MOVE SPACES TO INTERFACE-RECORD.
           MOVE BUSINESS-DATE TO IFC-RUN-DATE.
           MOVE N TO IFC-N.
           MOVE CALC-TYPE TO IFC-CALC-TYPE.
           IF CALC-TYPE = "FACT"
               MOVE 0 TO IFC-R
           ELSE
               MOVE R TO IFC-R
           END-IF.
           IF CALC-TYPE = "MULT"
               MOVE GROUP-TABLE TO IFC-GROUPS
           END-IF.
       WRITE-PERM-COMB-AUDIT-RECORD.
           IF AUDIT-OPEN = "Y"
               MOVE SPACES TO AUDIT-RECORD
                   MOVE N TO RPT-N-ED
                   MOVE F TO RPT-F-ED
                   MOVE SPACES TO PRINT-LINE
                   IF CALC-TYPE = "FACT"
                       STRING REF-ID DELIMITED BY SIZE
                           "    FACT " DELIMITED BY SIZE
                           RPT-N-ED DELIMITED BY SIZE
                           "     " DELIMITED BY SIZE
                           RPT-F-ED DELIMITED BY SIZE
                           INTO PRINT-LINE
                   ELSE
                       MOVE R TO RPT-R-ED
                       STRING REF-ID DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           CALC-TYPE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RPT-N-ED DELIMITED BY SIZE
                           " R=" DELIMITED BY SIZE
                           RPT-R-ED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RPT-F-ED DELIMITED BY SIZE
                           INTO PRINT-LINE
                   END-IF
                   WRITE REPORT-RECORD FROM PRINT-LINE
                   IF CALC-TYPE = "MULT"
                       PERFORM WRITE-GROUP-LINE
                   END-IF
               END-IF
           END-IF.
       WRITE-BIG-REPORT-DETAIL.
           MOVE N TO RPT-N-ED.
           MOVE BIG-F-DIGITS TO BIG-DIGITS-ED.
           MOVE SPACES TO PRINT-LINE.
           IF CALC-TYPE = "FACT"
               STRING REF-ID DELIMITED BY SIZE
                   "    FACT " DELIMITED BY SIZE
                   RPT-N-ED DELIMITED BY SIZE
                   "     (" DELIMITED BY SIZE
                   BIG-DIGITS-ED DELIMITED BY SIZE
                   " DIGITS)" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               MOVE R TO RPT-R-ED
               STRING REF-ID DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CALC-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RPT-N-ED DELIMITED BY SIZE
                   " R=" DELIMITED BY SIZE
                   RPT-R-ED DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   BIG-DIGITS-ED DELIMITED BY SIZE
                   " DIGITS)" DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM PRINT-LINE.
           IF CALC-TYPE = "MULT"
               PERFORM WRITE-GROUP-LINE
           END-IF.
           MOVE 1 TO BIG-POS.
           PERFORM WRITE-BIG-REPORT-SEGMENT
               UNTIL BIG-POS > BIG-F-DIGITS.
               INTO PRINT-LINE.
           WRITE REPORT-RECORD FROM PRINT-LINE.
           ADD BIG-LINE-LEN TO BIG-POS.
       WRITE-GROUP-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           ADD 1 TO LINE-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "            GROUPS: " DELIMITED BY SIZE
               GROUP-TABLE DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE REPORT-RECORD FROM PRINT-LINE.
       WRITE-PERM-REPORT-DETAIL.
           IF RPT-OPEN = "Y"
               IF PERM-BIG = "Y"
                   END-IF
               END-IF
           END-IF.
       VALIDATE-R-REPEAT.
           MOVE "Y" TO N-VALID.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO REJECT-CODE.
           IF RAW-R = SPACES
               MOVE "N" TO N-VALID
               MOVE "MISSING INPUT" TO REJECT-REASON
               MOVE "MISS" TO REJECT-CODE
           ELSE
               MOVE RAW-R TO NORMALIZE-TARGET
               PERFORM NORMALIZE-FIELD
               MOVE NORMALIZE-TARGET TO RAW-R
               IF RAW-R IS NOT NUMERIC
                   MOVE "N" TO N-VALID
                   MOVE "NON-NUMERIC INPUT" TO REJECT-REASON
                   MOVE "NNUM" TO REJECT-CODE
               ELSE
                   MOVE RAW-R TO R
                   IF R > MAX-VALID-N
                       MOVE "N" TO N-VALID
                       MOVE "R OUT OF RANGE" TO REJECT-REASON
                       MOVE "RNGR" TO REJECT-CODE
                   END-IF
               END-IF
           END-IF.
       VALIDATE-GROUPS.
           MOVE "Y" TO N-VALID.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO REJECT-CODE.
           MOVE 0 TO GROUP-SUM.
           IF RAW-R = SPACES
               MOVE "N" TO N-VALID
               MOVE "MISSING INPUT" TO REJECT-REASON
               MOVE "MISS" TO REJECT-CODE
           ELSE
               MOVE RAW-R TO NORMALIZE-TARGET
               PERFORM NORMALIZE-FIELD
               MOVE NORMALIZE-TARGET TO RAW-R
               IF RAW-R IS NOT NUMERIC
                   MOVE "N" TO N-VALID
                   MOVE "NON-NUMERIC INPUT" TO REJECT-REASON
                   MOVE "NNUM" TO REJECT-CODE
               ELSE
                   MOVE RAW-R TO R
                   IF R = 0 OR R > MAX-GROUPS
                       MOVE "N" TO N-VALID
                       MOVE "INVALID GROUP COUNT" TO REJECT-REASON
                       MOVE "GRPS" TO REJECT-CODE
                   ELSE
                       PERFORM VALIDATE-ONE-GROUP
                           VARYING GROUP-SUB FROM 1 BY 1
                           UNTIL GROUP-SUB > MAX-GROUPS
                               OR N-VALID = "N"
                       IF N-VALID = "Y" AND GROUP-SUM NOT = N
                           MOVE "N" TO N-VALID
                           MOVE "GROUPS NOT EQUAL N" TO REJECT-REASON
                           MOVE "GSUM" TO REJECT-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       VALIDATE-ONE-GROUP.
           IF GROUP-SUB > R
               IF GRP-SIZE(GROUP-SUB) NOT = SPACES
                   MOVE "N" TO N-VALID
                   MOVE "INVALID GROUP COUNT" TO REJECT-REASON
                   MOVE "GRPS" TO REJECT-CODE
               END-IF
           ELSE
               IF GRP-SIZE(GROUP-SUB) = SPACES
                   MOVE "N" TO N-VALID
                   MOVE "GROUP SIZE MISSING" TO REJECT-REASON
                   MOVE "MISS" TO REJECT-CODE
               ELSE
                   MOVE GRP-SIZE(GROUP-SUB) TO NORMALIZE-TARGET
                   PERFORM NORMALIZE-FIELD
                   MOVE NORMALIZE-TARGET TO GRP-SIZE(GROUP-SUB)
                   IF GRP-SIZE(GROUP-SUB) IS NOT NUMERIC
                       MOVE "N" TO N-VALID
                       MOVE "NON-NUMERIC GROUP" TO REJECT-REASON
                       MOVE "NNUM" TO REJECT-CODE
                   ELSE
                       MOVE GRP-SIZE(GROUP-SUB) TO GROUP-NUM
                       ADD GROUP-NUM TO GROUP-SUM
                   END-IF
               END-IF
           END-IF.
       VALIDATE-DEPT.
           MOVE "Y" TO DEPT-VALID.
           IF DEPT-CODE = SPACES
               MOVE "N" TO DEPT-VALID
               MOVE "DEPARTMENT MISSING" TO REJECT-REASON
               MOVE "DEPT" TO REJECT-CODE
           ELSE
               CALL "DEPTLKUP" USING DEPT-CODE BUSINESS-DATE DEPT-NAME
                   DEPT-LOOKUP-RESULT
                   ON EXCEPTION
                       MOVE "U" TO DEPT-LOOKUP-RESULT
               END-CALL
               EVALUATE DEPT-LOOKUP-RESULT
                   WHEN "Y"
                       CONTINUE
                   WHEN "I"
                       MOVE "N" TO DEPT-VALID
                       MOVE "INACTIVE DEPARTMENT" TO REJECT-REASON
                       MOVE "DEPT" TO REJECT-CODE
                   WHEN OTHER
                       MOVE "N" TO DEPT-VALID
                       MOVE "UNKNOWN DEPARTMENT" TO REJECT-REASON
                       MOVE "DEPT" TO REJECT-CODE
               END-EVALUATE
           END-IF.
           IF DEPT-VALID = "Y"
               PERFORM CHECK-DEPT-AUTHORIZATION
           END-IF.
       PERM-COMB-MODE.
           MOVE "PERM" TO CALC-TYPE.
           MOVE SPACES TO REF-ID.
           COMPUTE BIG-REM = FUNCTION MOD(BIG-DIV-WORK BIG-DIV).
       BIG-TRIM-LENGTH.
           SUBTRACT 1 FROM BIG-F-LEN.
       COMPUTE-REPEAT-PERM.
           MOVE "N" TO F-OVERFLOW.
           MOVE ALL "0" TO BIG-F-TABLE.
           MOVE 1 TO BIG-F-DIGIT(1).
           MOVE 1 TO BIG-F-LEN.
           MOVE N TO BIG-M.
           PERFORM BIG-FACT-MULTIPLY
               VARYING BIG-K FROM 1 BY 1
               UNTIL BIG-K > R OR F-OVERFLOW = "Y".
           PERFORM FORMAT-EXTENDED-RESULT.
       COMPUTE-REPEAT-COMB.
           MOVE "N" TO F-OVERFLOW.
           MOVE ALL "0" TO BIG-F-TABLE.
           MOVE 1 TO BIG-F-DIGIT(1).
           MOVE 1 TO BIG-F-LEN.
           PERFORM BIG-REPEAT-COMB-STEP
               VARYING BIG-K FROM 1 BY 1
               UNTIL BIG-K > R OR F-OVERFLOW = "Y".
           PERFORM FORMAT-EXTENDED-RESULT.
       BIG-REPEAT-COMB-STEP.
           COMPUTE BIG-M = N + BIG-K - 1.
           PERFORM BIG-FACT-MULTIPLY.
           IF F-OVERFLOW = "N"
               MOVE BIG-K TO BIG-DIV
               PERFORM BIG-COMB-DIVIDE
           END-IF.
       COMPUTE-MULTINOMIAL.
           MOVE "N" TO F-OVERFLOW.
           MOVE ALL "0" TO BIG-F-TABLE.
           MOVE 1 TO BIG-F-DIGIT(1).
           MOVE 1 TO BIG-F-LEN.
           PERFORM BIG-FACT-MULTIPLY VARYING BIG-M FROM 2 BY 1
               UNTIL BIG-M > N OR F-OVERFLOW = "Y".
           IF F-OVERFLOW = "N"
               PERFORM BIG-GROUP-DIVIDE
                   VARYING GROUP-SUB FROM 1 BY 1
                   UNTIL GROUP-SUB > R
           END-IF.
           PERFORM FORMAT-EXTENDED-RESULT.
       BIG-GROUP-DIVIDE.
           MOVE GRP-SIZE(GROUP-SUB) TO GROUP-NUM.
           PERFORM BIG-COMB-DIVIDE
               VARYING BIG-DIV FROM 2 BY 1
               UNTIL BIG-DIV > GROUP-NUM.
       FORMAT-EXTENDED-RESULT.
           IF F-OVERFLOW = "N"
               PERFORM BIG-FORMAT-RESULT
               IF BIG-F-DIGITS > 18
                   MOVE "Y" TO BIG-RESULT
               ELSE
                   MOVE "N" TO BIG-RESULT
                   MOVE BIG-LOW18 TO F
               END-IF
           END-IF.
       FACT-RESOLVE.
           IF TARGET > MAX-SMALL-N
               PERFORM BIG-FACT-CALC
           MOVE 0 TO REJ-REXN-COUNT.
           MOVE 0 TO REJ-OVFL-COUNT.
           MOVE 0 TO REJ-TYPE-COUNT.
           MOVE 0 TO REJ-DEPT-COUNT.
           MOVE 0 TO REJ-RNGR-COUNT.
           MOVE 0 TO REJ-GRPS-COUNT.
           MOVE 0 TO REJ-GSUM-COUNT.
           MOVE 0 TO REJ-AUTH-COUNT.
           MOVE "N" TO HAVE-PREV.
           MOVE SPACES TO PREV-KEY.
           MOVE 0 TO DUP-COUNT.
           MOVE 0 TO DUP-SUPPRESSED-COUNT.
           MOVE 0 TO DEPT-COUNT.
           MOVE "N" TO DEPT-TABLE-FULL.
           MOVE SPACES TO DEPT-CODE.
           CALL "DEPTLKUP" USING DEPT-CODE BUSINESS-DATE DEPT-NAME
               DEPT-LOOKUP-RESULT
               ON EXCEPTION
                   MOVE "U" TO DEPT-LOOKUP-RESULT
           END-CALL.
           IF DEPT-LOOKUP-RESULT = "U"
               DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER - "
                   "BATCH NOT PROCESSED"
               MOVE 12 TO SEVERITY-LEVEL
               PERFORM RAISE-SEVERITY
           ELSE
               PERFORM READ-CHECKPOINT
               PERFORM RESOLVE-RUN-NUMBER
               PERFORM UPDATE-SHARED-LOCKS
               MOVE SKIP-TARGET TO RECORDS-PROCESSED
               OPEN INPUT BATCH-INPUT-FILE
               IF BATCHIN-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN BATCH INPUT FILE - STATUS "
                       BATCHIN-STATUS
                   MOVE 12 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               ELSE
                   PERFORM VERIFY-BATCH-CONTROLS
                   IF BATCH-ACCEPTED = "N"
                       PERFORM WRITE-CONTROL-REJECTION
                   ELSE
                       IF RUN-RESTARTED = "N"
                           PERFORM REGISTER-ACCEPTED-BATCH
                       END-IF
                       PERFORM RUN-ACCEPTED-BATCH
                   END-IF
               END-IF
           END-IF.
       RUN-ACCEPTED-BATCH.
           SORT BATCH-SORT-FILE
               ON ASCENDING KEY SRT-CALC-TYPE SRT-N SRT-R SRT-GROUPS
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS PRE-EDIT-INPUT
               GIVING BATCH-SORTED-FILE.
           IF BI-CALC-TYPE = "HDR " OR BI-CALC-TYPE = "TRL "
               CONTINUE
           ELSE
               IF BI-CALC-TYPE = "MULT"
                   MOVE BATCH-MULT-RECORD TO SORT-RECORD
               ELSE
                   MOVE BATCH-INPUT-RECORD TO SORT-RECORD
               END-IF
               IF SRT-CALC-TYPE = SPACES
                   MOVE "FACT" TO SRT-CALC-TYPE
               END-IF
           MOVE BS-CALC-TYPE TO CUR-KEY-TYPE.
           MOVE BS-N TO CUR-KEY-N.
           MOVE BS-R TO CUR-KEY-R.
           MOVE BS-GROUPS TO CUR-KEY-GROUPS.
           IF HAVE-PREV = "Y" AND CUR-KEY = PREV-KEY
               PERFORM BATCH-DUPLICATE-RECORD
           ELSE
           MOVE BS-R TO RAW-R.
           MOVE BS-REF-ID TO REF-ID.
           MOVE BS-DEPT TO DEPT-CODE.
           MOVE BS-GROUPS TO GROUP-TABLE.
           PERFORM VALIDATE-DEPT.
           IF DEPT-VALID = "N"
               MOVE "N" TO HAVE-PREV
               PERFORM WRITE-REJECT-RECORD
           ELSE
               EVALUATE CALC-TYPE
                   WHEN "FACT"
                   WHEN SPACES
                       MOVE "FACT" TO CALC-TYPE
                       PERFORM BATCH-FACT-RECORD
                   WHEN "PERM"
                       PERFORM BATCH-PERM-RECORD
                   WHEN "PREP"
                   WHEN "CREP"
                   WHEN "MULT"
                       PERFORM BATCH-EXTENDED-RECORD
                   WHEN OTHER
                       MOVE "INVALID RECORD TYPE" TO REJECT-REASON
                       MOVE "TYPE" TO REJECT-CODE
                       MOVE "R" TO PREV-OUTCOME
                       PERFORM WRITE-REJECT-RECORD
               END-EVALUATE
               MOVE REJECT-CODE TO PREV-REJECT-CODE
               MOVE REJECT-REASON TO PREV-REJECT-REASON
           END-IF.
       BATCH-DUPLICATE-RECORD.
           ADD 1 TO DUP-COUNT.
           ADD 1 TO TOTAL-DUP-COUNT.
               MOVE BS-R TO RAW-R
               MOVE BS-REF-ID TO REF-ID
               MOVE BS-DEPT TO DEPT-CODE
               PERFORM VALIDATE-DEPT
               IF DEPT-VALID = "N"
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   IF PREV-OUTCOME = "S"
                       IF CALC-TYPE = "PERM"
                           PERFORM WRITE-PERM-REPORT-DETAIL
                           PERFORM WRITE-PERM-COMB-AUDIT-RECORD
                       ELSE
                           PERFORM WRITE-REPORT-DETAIL
                           PERFORM WRITE-AUDIT-RECORD
                       END-IF
                       PERFORM ACCUMULATE-BATCH-SUMMARY
                   ELSE
                       MOVE PREV-REJECT-CODE TO REJECT-CODE
                       MOVE PREV-REJECT-REASON TO REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
               END-IF
           END-IF.
       WRITE-DUPLICATE-NOTE.
                   END-IF
               END-IF
           END-IF.
       BATCH-EXTENDED-RECORD.
           PERFORM VALIDATE-N.
           IF N-VALID = "N"
               MOVE "R" TO PREV-OUTCOME
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF CALC-TYPE = "MULT"
                   PERFORM VALIDATE-GROUPS
               ELSE
                   PERFORM VALIDATE-R-REPEAT
               END-IF
               IF N-VALID = "N"
                   MOVE "R" TO PREV-OUTCOME
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   EVALUATE CALC-TYPE
                       WHEN "PREP"
                           PERFORM COMPUTE-REPEAT-PERM
                       WHEN "CREP"
                           PERFORM COMPUTE-REPEAT-COMB
                       WHEN OTHER
                           PERFORM COMPUTE-MULTINOMIAL
                   END-EVALUATE
                   IF F-OVERFLOW = "Y"
                       MOVE "RESULT OVERFLOW" TO REJECT-REASON
                       MOVE "OVFL" TO REJECT-CODE
                       MOVE "R" TO PREV-OUTCOME
                       PERFORM WRITE-REJECT-RECORD
                   ELSE
                       MOVE "S" TO PREV-OUTCOME
                       PERFORM WRITE-REPORT-DETAIL
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM ACCUMULATE-BATCH-SUMMARY
                   END-IF
               END-IF
           END-IF.
       ACCUMULATE-BATCH-SUMMARY.
           ADD 1 TO BATCH-COUNT.
           PERFORM TALLY-DEPT-RECORD.
           IF N > BATCH-MAX-N
               MOVE N TO BATCH-MAX-N
           END-IF.
           IF CALC-TYPE = "FACT"
               IF BIG-RESULT = "Y"
                   MOVE "Y" TO TOTAL-F-OVERFLOW
               ELSE
           MOVE REJ-REXN-COUNT TO HST-REJ-REXN.
           MOVE REJ-OVFL-COUNT TO HST-REJ-OVFL.
           MOVE REJ-TYPE-COUNT TO HST-REJ-TYPE.
           MOVE REJ-DEPT-COUNT TO HST-REJ-DEPT.
           MOVE REJ-RNGR-COUNT TO HST-REJ-RNGR.
           MOVE REJ-GRPS-COUNT TO HST-REJ-GRPS.
           MOVE REJ-GSUM-COUNT TO HST-REJ-GSUM.
           MOVE REJ-AUTH-COUNT TO HST-REJ-AUTH.
           MOVE BATCH-MIN-N TO HST-MIN-N.
           MOVE BATCH-MAX-N TO HST-MAX-N.
           MOVE SPACES TO HST-DEPT.
           MOVE DT-REJ-REXN(DEPT-SUB) TO HST-REJ-REXN.
           MOVE DT-REJ-OVFL(DEPT-SUB) TO HST-REJ-OVFL.
           MOVE DT-REJ-TYPE(DEPT-SUB) TO HST-REJ-TYPE.
           MOVE DT-REJ-DEPT(DEPT-SUB) TO HST-REJ-DEPT.
           MOVE DT-REJ-RNGR(DEPT-SUB) TO HST-REJ-RNGR.
           MOVE DT-REJ-GRPS(DEPT-SUB) TO HST-REJ-GRPS.
           MOVE DT-REJ-GSUM(DEPT-SUB) TO HST-REJ-GSUM.
           MOVE DT-REJ-AUTH(DEPT-SUB) TO HST-REJ-AUTH.
           IF DT-RECORDS(DEPT-SUB) = 0
               MOVE 0 TO HST-MIN-N
           ELSE
                   ADD 1 TO REJ-OVFL-COUNT
               WHEN "TYPE"
                   ADD 1 TO REJ-TYPE-COUNT
               WHEN "DEPT"
                   ADD 1 TO REJ-DEPT-COUNT
               WHEN "RNGR"
                   ADD 1 TO REJ-RNGR-COUNT
               WHEN "GRPS"
                   ADD 1 TO REJ-GRPS-COUNT
               WHEN "GSUM"
                   ADD 1 TO REJ-GSUM-COUNT
               WHEN "AUTH"
                   ADD 1 TO REJ-AUTH-COUNT
           END-EVALUATE.
           PERFORM TALLY-DEPT-REJECT.
           IF REJ-OPEN = "Y"
               MOVE REF-ID TO REJ-REF-ID
               MOVE CALC-TYPE TO REJ-CALC-TYPE
               MOVE RAW-N TO REJ-N
               IF CALC-TYPE = "PERM" OR CALC-TYPE = "PREP"
                   OR CALC-TYPE = "CREP" OR CALC-TYPE = "MULT"
                   MOVE RAW-R TO REJ-R
               END-IF
               MOVE REJECT-CODE TO REJ-CODE
               MOVE REJECT-REASON TO REJ-REASON
               MOVE DEPT-CODE TO REJ-DEPT
               IF CALC-TYPE = "MULT"
                   MOVE GROUP-TABLE TO REJ-GROUPS
               END-IF
               WRITE REJECT-RECORD
           END-IF.
       LOCATE-DEPT-ENTRY.
                   MOVE 0 TO DT-REJ-REXN(DEPT-SUB)
                   MOVE 0 TO DT-REJ-OVFL(DEPT-SUB)
                   MOVE 0 TO DT-REJ-TYPE(DEPT-SUB)
                   MOVE 0 TO DT-REJ-DEPT(DEPT-SUB)
                   MOVE 0 TO DT-REJ-RNGR(DEPT-SUB)
                   MOVE 0 TO DT-REJ-GRPS(DEPT-SUB)
                   MOVE 0 TO DT-REJ-GSUM(DEPT-SUB)
                   MOVE 0 TO DT-REJ-AUTH(DEPT-SUB)
                   MOVE 9999 TO DT-MIN-N(DEPT-SUB)
                   MOVE 0 TO DT-MAX-N(DEPT-SUB)
               END-IF
                       ADD 1 TO DT-REJ-OVFL(DEPT-SUB)
                   WHEN "TYPE"
                       ADD 1 TO DT-REJ-TYPE(DEPT-SUB)
                   WHEN "DEPT"
                       ADD 1 TO DT-REJ-DEPT(DEPT-SUB)
                   WHEN "RNGR"
                       ADD 1 TO DT-REJ-RNGR(DEPT-SUB)
                   WHEN "GRPS"
                       ADD 1 TO DT-REJ-GRPS(DEPT-SUB)
                   WHEN "GSUM"
                       ADD 1 TO DT-REJ-GSUM(DEPT-SUB)
                   WHEN "AUTH"
                       ADD 1 TO DT-REJ-AUTH(DEPT-SUB)
               END-EVALUATE
           END-IF.
