       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-MASTER-FILE ASSIGN TO "FACTAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER
               FILE STATUS IS AUT-STATUS-CODE.
           SELECT AUTH-MAINT-FILE ASSIGN TO "FACTAUTM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATM-STATUS.
           SELECT AUTH-LOG-FILE ASSIGN TO "FACTAUTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FACTAUTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "FACTSECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05 AUT-DEPT-LIST.
               10 AUT-DEPT             PIC X(4) OCCURS 20 TIMES.
           05 AUT-CHANGED-DATE         PIC 9(8).
           05 AUT-CHANGED-USER         PIC X(20).

       FD  AUTH-MAINT-FILE.
       01  AUTH-MAINT-RECORD.
           05 ATM-ACTION               PIC X(1).
           05 FILLER                   PIC X(1).
           05 ATM-USER                 PIC X(20).
           05 FILLER                   PIC X(1).
           05 ATM-NAME                 PIC X(30).
           05 FILLER                   PIC X(1).
           05 ATM-MODES                PIC X(4).
           05 FILLER                   PIC X(1).
           05 ATM-ALL-DEPTS            PIC X(1).
           05 FILLER                   PIC X(1).
           05 ATM-DEPT-LIST.
               10 ATM-DEPT-ENTRY OCCURS 10 TIMES.
                   15 ATM-DEPT         PIC X(4).
                   15 FILLER           PIC X(1).

       FD  AUTH-LOG-FILE.
       01  AUTH-LOG-RECORD.
           05 ALG-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 ALG-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 ALG-USER                 PIC X(20).
           05 FILLER                   PIC X(1).
           05 ALG-ACTION               PIC X(1).
           05 FILLER                   PIC X(1).
           05 ALG-AUTH-USER            PIC X(20).
           05 FILLER                   PIC X(1).
           05 ALG-OLD-NAME             PIC X(30).
           05 FILLER                   PIC X(1).
           05 ALG-OLD-STATUS           PIC X(1).
           05 FILLER                   PIC X(1).
           05 ALG-OLD-MODES            PIC X(4).
           05 FILLER                   PIC X(1).
           05 ALG-OLD-ALL-DEPTS        PIC X(1).
           05 FILLER                   PIC X(1).
           05 ALG-OLD-DEPTS            PIC X(80).
           05 FILLER                   PIC X(1).
           05 ALG-NEW-NAME             PIC X(30).
           05 FILLER                   PIC X(1).
           05 ALG-NEW-STATUS           PIC X(1).
           05 FILLER                   PIC X(1).
           05 ALG-NEW-MODES            PIC X(4).
           05 FILLER                   PIC X(1).
           05 ALG-NEW-ALL-DEPTS        PIC X(1).
           05 FILLER                   PIC X(1).
           05 ALG-NEW-DEPTS            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

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

       WORKING-STORAGE SECTION.
       77 AUT-STATUS-CODE PIC X(2) VALUE "00".
       77 ATM-STATUS PIC X(2) VALUE "00".
       77 ALG-STATUS PIC X(2) VALUE "00".
       77 ALG-OPEN PIC X(1) VALUE "N".
       77 RPT-STATUS PIC X(2) VALUE "00".
       77 RPT-OPEN PIC X(1) VALUE "N".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 SECL-STATUS PIC X(2) VALUE "00".
       77 ADMIN-AUTHORIZED PIC X(1) VALUE "N".
       77 BOOTSTRAP-RUN PIC X(1) VALUE "N".
       77 SECURITY-REASON PIC X(30) VALUE SPACES.
       77 ADMINS-ACTIVE PIC 9(6) VALUE 0.
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 MASTER-OPEN PIC X(1) VALUE "N".
       77 MAINT-FAILURE PIC X(1) VALUE "N".
       77 ATM-EOF PIC X(1) VALUE "N".
       77 LIST-EOF PIC X(1) VALUE "N".
       77 RUN-USER PIC X(20) VALUE SPACES.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 RUN-TIME PIC 9(6) VALUE 0.
       77 TODAY-DATE PIC 9(8) VALUE 0.
       77 MAINT-VALID PIC X(1) VALUE "Y".
       77 MAINT-REASON PIC X(30) VALUE SPACES.
       01 NEW-MODES.
           05 NEW-MODE-I               PIC X(1).
           05 NEW-MODE-P               PIC X(1).
           05 NEW-MODE-B               PIC X(1).
           05 NEW-MODE-L               PIC X(1).
       77 MODE-SUB PIC 9(2) VALUE 0.
       77 ENTRY-SUB PIC 9(2) VALUE 0.
       77 ENTRY-COUNT PIC 9(2) VALUE 10.
       77 GRANT-SUB PIC 9(2) VALUE 0.
       77 GRANT-LIMIT PIC 9(2) VALUE 20.
       77 GRANT-FOUND PIC X(1) VALUE "N".
       77 SHIFT-SUB PIC 9(2) VALUE 0.
       77 DEPT-CODE PIC X(4) VALUE SPACES.
       77 DEPT-NAME PIC X(30) VALUE SPACES.
       77 DEPT-LOOKUP-RESULT PIC X(1) VALUE "N".
       77 DEPTS-GIVEN PIC 9(2) VALUE 0.
       77 DEPT-LINE-TEXT PIC X(50) VALUE SPACES.
       77 DEPT-LINE-COUNT PIC 9(2) VALUE 0.
       77 DEPT-LINE-POS PIC 9(2) VALUE 0.
       77 LIST-SUB PIC 9(2) VALUE 0.
       77 MAINT-READ PIC 9(6) VALUE 0.
       77 MAINT-APPLIED PIC 9(6) VALUE 0.
       77 MAINT-REJECTED PIC 9(6) VALUE 0.
       77 USERS-LISTED PIC 9(6) VALUE 0.
       77 USERS-ACTIVE PIC 9(6) VALUE 0.
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 DEPT-COUNT-ED PIC Z9.
       77 RUN-DATE PIC 9(8).
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       77 HEADING-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT RAW-TIME FROM TIME.
           MOVE RAW-TIME(1:6) TO RUN-TIME.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".
           IF RUN-USER = SPACES
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS = "00"
               MOVE "Y" TO RPT-OPEN
           ELSE
               MOVE "N" TO RPT-OPEN
               DISPLAY "WARNING: UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-AUTH-MASTER.
           IF MASTER-OPEN = "Y"
               PERFORM CHECK-ADMINISTRATOR
               IF ADMIN-AUTHORIZED = "Y"
                   PERFORM PROCESS-MAINTENANCE-FILE
                   PERFORM WRITE-MAINT-TOTALS
                   PERFORM LIST-AUTH-MASTER
               END-IF
               CLOSE AUTH-MASTER-FILE
           END-IF.
           IF RPT-OPEN = "Y"
               CLOSE REPORT-FILE
           END-IF.
           IF MASTER-OPEN = "Y" AND ADMIN-AUTHORIZED = "N"
               MOVE 32 TO RETURN-CODE
           ELSE
               IF MAINT-FAILURE = "Y"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF MAINT-REJECTED > 0
                       MOVE 4 TO RETURN-CODE
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
       OPEN-AUTH-MASTER.
           OPEN I-O AUTH-MASTER-FILE.
           IF AUT-STATUS-CODE = "35"
               OPEN OUTPUT AUTH-MASTER-FILE
               IF AUT-STATUS-CODE = "00"
                   CLOSE AUTH-MASTER-FILE
                   OPEN I-O AUTH-MASTER-FILE
               END-IF
           END-IF.
           IF AUT-STATUS-CODE = "00"
               MOVE "Y" TO MASTER-OPEN
           ELSE
               MOVE "N" TO MASTER-OPEN
               MOVE "Y" TO MAINT-FAILURE
               DISPLAY "UNABLE TO OPEN AUTHORIZATION FILE - STATUS "
                   AUT-STATUS-CODE
           END-IF.
       CHECK-ADMINISTRATOR.
           MOVE "N" TO ADMIN-AUTHORIZED.
           MOVE "N" TO BOOTSTRAP-RUN.
           MOVE SPACES TO SECURITY-REASON.
           MOVE LOW-VALUES TO AUT-USER.
           START AUTH-MASTER-FILE KEY IS NOT LESS THAN AUT-USER
               INVALID KEY
                   MOVE "Y" TO BOOTSTRAP-RUN
           END-START.
           IF BOOTSTRAP-RUN = "Y"
               MOVE "Y" TO ADMIN-AUTHORIZED
               DISPLAY "AUTHORIZATION FILE EMPTY - INITIAL LOAD BY "
                   RUN-USER
               MOVE SPACES TO PRINT-LINE
               STRING "*** AUTHORIZATION FILE EMPTY - INITIAL LOAD"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE RUN-USER TO AUT-USER
               READ AUTH-MASTER-FILE
                   INVALID KEY
                       MOVE "USER NOT ON AUTHORIZATION FILE"
                           TO SECURITY-REASON
               END-READ
               IF SECURITY-REASON = SPACES
                   IF AUT-STATUS NOT = "A"
                       MOVE "USER AUTHORIZATION INACTIVE"
                           TO SECURITY-REASON
                   ELSE
                       IF AUT-MODE-L NOT = "L"
                           MOVE "NOT AN AUTHORIZATION ADMIN"
                               TO SECURITY-REASON
                       ELSE
                           MOVE "Y" TO ADMIN-AUTHORIZED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ADMIN-AUTHORIZED = "N"
               DISPLAY "USER " RUN-USER
                   " NOT AUTHORIZED FOR MAINTENANCE - "
                   SECURITY-REASON
               DISPLAY "RUN NOT PROCESSED"
               MOVE SPACES TO PRINT-LINE
               STRING "*** RUN NOT PROCESSED - " DELIMITED BY SIZE
                   SECURITY-REASON DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-SECURITY-LOG
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
           ELSE
               MOVE SPACES TO SECURITY-LOG-RECORD
               MOVE TODAY-DATE TO SCL-DATE
               MOVE RUN-TIME TO SCL-TIME
               MOVE RUN-USER TO SCL-USER
               MOVE "AUTHMNT" TO SCL-PROGRAM
               MOVE "L" TO SCL-MODE
               MOVE BUSINESS-DATE TO SCL-BUS-DATE
               MOVE 0 TO SCL-RUN-NO
               MOVE "MODE" TO SCL-CODE
               MOVE SECURITY-REASON TO SCL-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.
       PROCESS-MAINTENANCE-FILE.
           OPEN INPUT AUTH-MAINT-FILE.
           IF ATM-STATUS = "35"
               DISPLAY "NO AUTHORIZATION MAINTENANCE FILE"
           ELSE
               IF ATM-STATUS NOT = "00"
                   DISPLAY
                       "UNABLE TO OPEN AUTHORIZATION MAINTENANCE FILE"
                       " - STATUS " ATM-STATUS
                   MOVE "Y" TO MAINT-FAILURE
               ELSE
                   PERFORM OPEN-AUTH-LOG
                   IF ALG-OPEN = "Y"
                       MOVE "N" TO ATM-EOF
                       PERFORM UNTIL ATM-EOF = "Y"
                           READ AUTH-MAINT-FILE
                               AT END
                                   MOVE "Y" TO ATM-EOF
                               NOT AT END
                                   PERFORM APPLY-MAINTENANCE
                           END-READ
                       END-PERFORM
                       CLOSE AUTH-LOG-FILE
                   ELSE
                       MOVE SPACES TO PRINT-LINE
                       STRING "*** CHANGE LOG UNAVAILABLE - "
                           DELIMITED BY SIZE
                           "NO MAINTENANCE APPLIED" DELIMITED BY SIZE
                           INTO PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   CLOSE AUTH-MAINT-FILE
               END-IF
           END-IF.
       OPEN-AUTH-LOG.
           OPEN EXTEND AUTH-LOG-FILE.
           IF ALG-STATUS = "35"
               OPEN OUTPUT AUTH-LOG-FILE
           END-IF.
           IF ALG-STATUS = "00"
               MOVE "Y" TO ALG-OPEN
           ELSE
               MOVE "N" TO ALG-OPEN
               MOVE "Y" TO MAINT-FAILURE
               DISPLAY "UNABLE TO OPEN AUTHORIZATION CHANGE LOG"
                   " - STATUS " ALG-STATUS " - NO MAINTENANCE APPLIED"
           END-IF.
       APPLY-MAINTENANCE.
           IF AUTH-MAINT-RECORD = SPACES
               OR AUTH-MAINT-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO MAINT-READ
               MOVE "Y" TO MAINT-VALID
               MOVE SPACES TO MAINT-REASON
               MOVE SPACES TO AUTH-LOG-RECORD
               INSPECT ATM-MODES CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT ATM-ALL-DEPTS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF ATM-USER = SPACES
                   MOVE "N" TO MAINT-VALID
                   MOVE "USER ID MISSING" TO MAINT-REASON
               ELSE
                   IF ATM-USER = RUN-USER
                       MOVE "N" TO MAINT-VALID
                       MOVE "OWN AUTHORIZATION NOT CHANGED"
                           TO MAINT-REASON
                   ELSE
                       PERFORM DISPATCH-MAINTENANCE
                   END-IF
               END-IF
               IF MAINT-VALID = "Y"
                   ADD 1 TO MAINT-APPLIED
                   PERFORM WRITE-CHANGE-LOG
               ELSE
                   ADD 1 TO MAINT-REJECTED
               END-IF
               PERFORM WRITE-MAINT-LINE
           END-IF.
       DISPATCH-MAINTENANCE.
           EVALUATE ATM-ACTION
               WHEN "A"
                   PERFORM ADD-AUTHORIZATION
               WHEN "C"
                   PERFORM CHANGE-AUTHORIZATION
               WHEN "D"
                   PERFORM DEACTIVATE-AUTHORIZATION
               WHEN "R"
                   PERFORM REINSTATE-AUTHORIZATION
               WHEN "G"
                   PERFORM GRANT-DEPARTMENTS
               WHEN "W"
                   PERFORM WITHDRAW-DEPARTMENTS
               WHEN OTHER
                   MOVE "N" TO MAINT-VALID
                   MOVE "INVALID ACTION CODE" TO MAINT-REASON
           END-EVALUATE.
       ADD-AUTHORIZATION.
           MOVE ATM-USER TO AUT-USER.
           READ AUTH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO MAINT-VALID
                   MOVE "ALREADY ON FILE" TO MAINT-REASON
           END-READ.
           IF MAINT-VALID = "Y" AND ATM-NAME = SPACES
               MOVE "N" TO MAINT-VALID
               MOVE "USER NAME MISSING" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y"
               PERFORM EDIT-MODE-LIST
           END-IF.
           IF MAINT-VALID = "Y"
               IF ATM-ALL-DEPTS NOT = SPACE AND ATM-ALL-DEPTS NOT = "Y"
                   AND ATM-ALL-DEPTS NOT = "N"
                   MOVE "N" TO MAINT-VALID
                   MOVE "INVALID ALL DEPARTMENTS FLAG" TO MAINT-REASON
               END-IF
           END-IF.
           IF MAINT-VALID = "Y"
               MOVE SPACES TO AUTH-MASTER-RECORD
               MOVE ATM-USER TO AUT-USER
               MOVE ATM-NAME TO AUT-NAME
               MOVE "A" TO AUT-STATUS
               MOVE NEW-MODES TO AUT-MODES
               IF ATM-ALL-DEPTS = "Y"
                   MOVE "Y" TO AUT-ALL-DEPTS
               ELSE
                   MOVE "N" TO AUT-ALL-DEPTS
               END-IF
               MOVE 0 TO AUT-DEPT-COUNT
               PERFORM EDIT-DEPT-LIST
           END-IF.
           IF MAINT-VALID = "Y" AND DEPTS-GIVEN > 0
               PERFORM ADD-GRANTED-DEPT
                   VARYING ENTRY-SUB FROM 1 BY 1
                   UNTIL ENTRY-SUB > ENTRY-COUNT
                       OR MAINT-VALID = "N"
           END-IF.
           IF MAINT-VALID = "Y"
               MOVE TODAY-DATE TO AUT-CHANGED-DATE
               MOVE RUN-USER TO AUT-CHANGED-USER
               WRITE AUTH-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO MAINT-VALID
                       MOVE "ALREADY ON FILE" TO MAINT-REASON
               END-WRITE
           END-IF.
       CHANGE-AUTHORIZATION.
           PERFORM READ-FOR-UPDATE.
           IF MAINT-VALID = "Y" AND ATM-DEPT-LIST NOT = SPACES
               MOVE "N" TO MAINT-VALID
               MOVE "USE G OR W FOR DEPARTMENTS" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y" AND ATM-NAME = SPACES
               AND ATM-MODES = SPACES AND ATM-ALL-DEPTS = SPACE
               MOVE "N" TO MAINT-VALID
               MOVE "NOTHING TO CHANGE" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y" AND ATM-MODES NOT = SPACES
               PERFORM EDIT-MODE-LIST
           END-IF.
           IF MAINT-VALID = "Y"
               IF ATM-ALL-DEPTS NOT = SPACE AND ATM-ALL-DEPTS NOT = "Y"
                   AND ATM-ALL-DEPTS NOT = "N"
                   MOVE "N" TO MAINT-VALID
                   MOVE "INVALID ALL DEPARTMENTS FLAG" TO MAINT-REASON
               END-IF
           END-IF.
           IF MAINT-VALID = "Y"
               IF ATM-NAME NOT = SPACES
                   MOVE ATM-NAME TO AUT-NAME
               END-IF
               IF ATM-MODES NOT = SPACES
                   MOVE NEW-MODES TO AUT-MODES
               END-IF
               IF ATM-ALL-DEPTS NOT = SPACE
                   MOVE ATM-ALL-DEPTS TO AUT-ALL-DEPTS
               END-IF
               PERFORM REWRITE-AUTHORIZATION
           END-IF.
       DEACTIVATE-AUTHORIZATION.
           PERFORM READ-FOR-UPDATE.
           IF MAINT-VALID = "Y" AND AUT-STATUS NOT = "A"
               MOVE "N" TO MAINT-VALID
               MOVE "ALREADY INACTIVE" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y"
               MOVE "I" TO AUT-STATUS
               PERFORM REWRITE-AUTHORIZATION
           END-IF.
       REINSTATE-AUTHORIZATION.
           PERFORM READ-FOR-UPDATE.
           IF MAINT-VALID = "Y" AND AUT-STATUS = "A"
               MOVE "N" TO MAINT-VALID
               MOVE "ALREADY ACTIVE" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y"
               MOVE "A" TO AUT-STATUS
               PERFORM REWRITE-AUTHORIZATION
           END-IF.
       GRANT-DEPARTMENTS.
           PERFORM READ-FOR-UPDATE.
           IF MAINT-VALID = "Y"
               PERFORM EDIT-DEPT-LIST
           END-IF.
           IF MAINT-VALID = "Y" AND DEPTS-GIVEN = 0
               MOVE "N" TO MAINT-VALID
               MOVE "NO DEPARTMENTS GIVEN" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y"
               PERFORM ADD-GRANTED-DEPT
                   VARYING ENTRY-SUB FROM 1 BY 1
                   UNTIL ENTRY-SUB > ENTRY-COUNT
                       OR MAINT-VALID = "N"
           END-IF.
           IF MAINT-VALID = "Y"
               PERFORM REWRITE-AUTHORIZATION
           END-IF.
       WITHDRAW-DEPARTMENTS.
           PERFORM READ-FOR-UPDATE.
           IF MAINT-VALID = "Y"
               MOVE 0 TO DEPTS-GIVEN
               PERFORM COUNT-GIVEN-DEPT
                   VARYING ENTRY-SUB FROM 1 BY 1
                   UNTIL ENTRY-SUB > ENTRY-COUNT
               IF DEPTS-GIVEN = 0
                   MOVE "N" TO MAINT-VALID
                   MOVE "NO DEPARTMENTS GIVEN" TO MAINT-REASON
               END-IF
           END-IF.
           IF MAINT-VALID = "Y"
               PERFORM REMOVE-GRANTED-DEPT
                   VARYING ENTRY-SUB FROM 1 BY 1
                   UNTIL ENTRY-SUB > ENTRY-COUNT
                       OR MAINT-VALID = "N"
           END-IF.
           IF MAINT-VALID = "Y"
               PERFORM REWRITE-AUTHORIZATION
           END-IF.
       READ-FOR-UPDATE.
           MOVE ATM-USER TO AUT-USER.
           READ AUTH-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO MAINT-VALID
                   MOVE "NOT ON FILE" TO MAINT-REASON
           END-READ.
           IF MAINT-VALID = "Y"
               PERFORM SAVE-BEFORE-IMAGE
           END-IF.
       REWRITE-AUTHORIZATION.
           MOVE TODAY-DATE TO AUT-CHANGED-DATE.
           MOVE RUN-USER TO AUT-CHANGED-USER.
           REWRITE AUTH-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO MAINT-VALID
                   MOVE "REWRITE FAILED" TO MAINT-REASON
           END-REWRITE.
       EDIT-MODE-LIST.
           MOVE SPACES TO NEW-MODES.
           IF ATM-MODES NOT = "NONE"
               PERFORM EDIT-ONE-MODE
                   VARYING MODE-SUB FROM 1 BY 1
                   UNTIL MODE-SUB > 4
           END-IF.
       EDIT-ONE-MODE.
           EVALUATE ATM-MODES(MODE-SUB:1)
               WHEN SPACE
                   CONTINUE
               WHEN "I"
                   MOVE "I" TO NEW-MODE-I
               WHEN "P"
                   MOVE "P" TO NEW-MODE-P
               WHEN "B"
                   MOVE "B" TO NEW-MODE-B
               WHEN "L"
                   MOVE "L" TO NEW-MODE-L
               WHEN OTHER
                   MOVE "N" TO MAINT-VALID
                   MOVE "INVALID MODE CODE" TO MAINT-REASON
           END-EVALUATE.
       EDIT-DEPT-LIST.
           MOVE 0 TO DEPTS-GIVEN.
           PERFORM EDIT-GIVEN-DEPT
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > ENTRY-COUNT
                   OR MAINT-VALID = "N".
       EDIT-GIVEN-DEPT.
           IF ATM-DEPT(ENTRY-SUB) NOT = SPACES
               ADD 1 TO DEPTS-GIVEN
               MOVE ATM-DEPT(ENTRY-SUB) TO DEPT-CODE
               CALL "DEPTLKUP" USING DEPT-CODE BUSINESS-DATE DEPT-NAME
                   DEPT-LOOKUP-RESULT
                   ON EXCEPTION
                       MOVE "U" TO DEPT-LOOKUP-RESULT
               END-CALL
               IF DEPT-LOOKUP-RESULT = "U"
                   MOVE "N" TO MAINT-VALID
                   MOVE "DEPARTMENT MASTER UNAVAILABLE" TO MAINT-REASON
               ELSE
                   IF DEPT-LOOKUP-RESULT = "N"
                       MOVE "N" TO MAINT-VALID
                       MOVE SPACES TO MAINT-REASON
                       STRING "DEPARTMENT " DELIMITED BY SIZE
                           DEPT-CODE DELIMITED BY SIZE
                           " NOT ON MASTER" DELIMITED BY SIZE
                           INTO MAINT-REASON
                   END-IF
               END-IF
           END-IF.
       COUNT-GIVEN-DEPT.
           IF ATM-DEPT(ENTRY-SUB) NOT = SPACES
               ADD 1 TO DEPTS-GIVEN
           END-IF.
       FIND-GRANTED-DEPT.
           MOVE "N" TO GRANT-FOUND.
           PERFORM MATCH-GRANTED-DEPT
               VARYING GRANT-SUB FROM 1 BY 1
               UNTIL GRANT-SUB > AUT-DEPT-COUNT
                   OR GRANT-FOUND = "Y".
           IF GRANT-FOUND = "Y"
               SUBTRACT 1 FROM GRANT-SUB
           END-IF.
       MATCH-GRANTED-DEPT.
           IF AUT-DEPT(GRANT-SUB) = ATM-DEPT(ENTRY-SUB)
               MOVE "Y" TO GRANT-FOUND
           END-IF.
       ADD-GRANTED-DEPT.
           IF ATM-DEPT(ENTRY-SUB) NOT = SPACES
               PERFORM FIND-GRANTED-DEPT
               IF GRANT-FOUND = "N"
                   IF AUT-DEPT-COUNT >= GRANT-LIMIT
                       MOVE "N" TO MAINT-VALID
                       MOVE "DEPARTMENT LIST FULL" TO MAINT-REASON
                   ELSE
                       ADD 1 TO AUT-DEPT-COUNT
                       MOVE ATM-DEPT(ENTRY-SUB)
                           TO AUT-DEPT(AUT-DEPT-COUNT)
                   END-IF
               END-IF
           END-IF.
       REMOVE-GRANTED-DEPT.
           IF ATM-DEPT(ENTRY-SUB) NOT = SPACES
               PERFORM FIND-GRANTED-DEPT
               IF GRANT-FOUND = "N"
                   MOVE "N" TO MAINT-VALID
                   MOVE SPACES TO MAINT-REASON
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                       ATM-DEPT(ENTRY-SUB) DELIMITED BY SIZE
                       " NOT GRANTED" DELIMITED BY SIZE
                       INTO MAINT-REASON
               ELSE
                   PERFORM SHIFT-GRANTED-DEPT
                       VARYING SHIFT-SUB FROM GRANT-SUB BY 1
                       UNTIL SHIFT-SUB >= AUT-DEPT-COUNT
                   MOVE SPACES TO AUT-DEPT(AUT-DEPT-COUNT)
                   SUBTRACT 1 FROM AUT-DEPT-COUNT
               END-IF
           END-IF.
       SHIFT-GRANTED-DEPT.
           MOVE AUT-DEPT(SHIFT-SUB + 1) TO AUT-DEPT(SHIFT-SUB).
       SAVE-BEFORE-IMAGE.
           MOVE AUT-NAME TO ALG-OLD-NAME.
           MOVE AUT-STATUS TO ALG-OLD-STATUS.
           MOVE AUT-MODES TO ALG-OLD-MODES.
           MOVE AUT-ALL-DEPTS TO ALG-OLD-ALL-DEPTS.
           MOVE AUT-DEPT-LIST TO ALG-OLD-DEPTS.
       WRITE-CHANGE-LOG.
           IF ALG-OPEN = "Y"
               MOVE TODAY-DATE TO ALG-RUN-DATE
               MOVE RUN-TIME TO ALG-RUN-TIME
               MOVE RUN-USER TO ALG-USER
               MOVE ATM-ACTION TO ALG-ACTION
               MOVE AUT-USER TO ALG-AUTH-USER
               MOVE AUT-NAME TO ALG-NEW-NAME
               MOVE AUT-STATUS TO ALG-NEW-STATUS
               MOVE AUT-MODES TO ALG-NEW-MODES
               MOVE AUT-ALL-DEPTS TO ALG-NEW-ALL-DEPTS
               MOVE AUT-DEPT-LIST TO ALG-NEW-DEPTS
               WRITE AUTH-LOG-RECORD
           END-IF.
       WRITE-MAINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF MAINT-VALID = "Y"
               STRING ATM-ACTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ATM-USER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUT-NAME DELIMITED BY SIZE
                   "  APPLIED" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING ATM-ACTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ATM-USER DELIMITED BY SIZE
                   "  REJECTED - " DELIMITED BY SIZE
                   MAINT-REASON DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       WRITE-MAINT-TOTALS.
           MOVE MAINT-APPLIED TO COUNT-ED-1.
           MOVE MAINT-REJECTED TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "MAINTENANCE APPLIED: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "MAINTENANCE READ: " MAINT-READ.
           DISPLAY "MAINTENANCE APPLIED: " MAINT-APPLIED.
           DISPLAY "MAINTENANCE REJECTED: " MAINT-REJECTED.
       LIST-AUTH-MASTER.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "--- SUBMITTER AUTHORIZATION LISTING ---"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "USER                  NAME                          "
               DELIMITED BY SIZE
               "  S  MODES  DEPTS" DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO AUT-USER.
           START AUTH-MASTER-FILE KEY IS NOT LESS THAN AUT-USER
               INVALID KEY
                   MOVE "Y" TO LIST-EOF
               NOT INVALID KEY
                   MOVE "N" TO LIST-EOF
           END-START.
           PERFORM UNTIL LIST-EOF = "Y"
               READ AUTH-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                   NOT AT END
                       PERFORM WRITE-LISTING-LINE
               END-READ
           END-PERFORM.
           MOVE USERS-LISTED TO COUNT-ED-1.
           MOVE USERS-ACTIVE TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "USERS ON FILE: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  ACTIVE: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF USERS-LISTED > 0 AND ADMINS-ACTIVE = 0
               MOVE SPACES TO PRINT-LINE
               STRING "*** WARNING - NO ACTIVE USER HOLDS MODE L"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "WARNING: NO ACTIVE USER HOLDS MODE L"
           END-IF.
       WRITE-LISTING-LINE.
           ADD 1 TO USERS-LISTED.
           IF AUT-STATUS = "A"
               ADD 1 TO USERS-ACTIVE
               IF AUT-MODE-L = "L"
                   ADD 1 TO ADMINS-ACTIVE
               END-IF
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           IF AUT-ALL-DEPTS = "Y"
               STRING AUT-USER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUT-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUT-STATUS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUT-MODES DELIMITED BY SIZE
                   "   ALL" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               MOVE AUT-DEPT-COUNT TO DEPT-COUNT-ED
               STRING AUT-USER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUT-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUT-STATUS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUT-MODES DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   DEPT-COUNT-ED DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF AUT-DEPT-COUNT > 0
               MOVE SPACES TO DEPT-LINE-TEXT
               MOVE 0 TO DEPT-LINE-COUNT
               PERFORM ADD-DEPT-TO-LINE
                   VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > AUT-DEPT-COUNT
               IF DEPT-LINE-COUNT > 0
                   PERFORM WRITE-DEPT-LINE
               END-IF
           END-IF.
       ADD-DEPT-TO-LINE.
           COMPUTE DEPT-LINE-POS = DEPT-LINE-COUNT * 5 + 1.
           MOVE AUT-DEPT(LIST-SUB) TO DEPT-LINE-TEXT(DEPT-LINE-POS:4).
           ADD 1 TO DEPT-LINE-COUNT.
           IF DEPT-LINE-COUNT = 10
               PERFORM WRITE-DEPT-LINE
           END-IF.
       WRITE-DEPT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "      DEPARTMENTS: " DELIMITED BY SIZE
               DEPT-LINE-TEXT DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DEPT-LINE-TEXT.
           MOVE 0 TO DEPT-LINE-COUNT.
       WRITE-REPORT-LINE.
           IF RPT-OPEN = "Y"
               IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER
               END-IF
               ADD 1 TO LINE-COUNT
               WRITE REPORT-RECORD FROM PRINT-LINE
           END-IF.
       WRITE-REPORT-HEADER.
           IF RPT-OPEN = "Y"
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               ADD 1 TO PAGE-NUMBER
               MOVE 0 TO LINE-COUNT
               MOVE SPACES TO HEADING-LINE
               STRING "SUBMITTER AUTHORIZATION MAINTENANCE REPORT"
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
               MOVE SPACES TO HEADING-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
               MOVE SPACES TO HEADING-LINE
               STRING "BUSINESS DATE: " BUSINESS-DATE
                   "   USER: " RUN-USER
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
           END-IF.
