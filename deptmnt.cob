       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MASTER-FILE ASSIGN TO "FACTDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODE
               FILE STATUS IS DPT-STATUS-CODE.
           SELECT DEPT-MAINT-FILE ASSIGN TO "FACTDEPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMT-STATUS.
           SELECT DEPT-LOG-FILE ASSIGN TO "FACTDEPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FACTDEPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05 DPT-CODE                 PIC X(4).
           05 DPT-NAME                 PIC X(30).
           05 DPT-COST-CENTER          PIC X(8).
           05 DPT-STATUS               PIC X(1).
           05 DPT-EFF-FROM             PIC 9(8).
           05 DPT-EFF-TO               PIC 9(8).

       FD  DEPT-MAINT-FILE.
       01  DEPT-MAINT-RECORD.
           05 DMT-ACTION               PIC X(1).
           05 FILLER                   PIC X(1).
           05 DMT-CODE                 PIC X(4).
           05 FILLER                   PIC X(1).
           05 DMT-NAME                 PIC X(30).
           05 FILLER                   PIC X(1).
           05 DMT-COST-CENTER          PIC X(8).
           05 FILLER                   PIC X(1).
           05 DMT-EFF-FROM             PIC X(8).
           05 FILLER                   PIC X(1).
           05 DMT-EFF-TO               PIC X(8).

       FD  DEPT-LOG-FILE.
       01  DEPT-LOG-RECORD.
           05 DLG-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 DLG-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 DLG-USER                 PIC X(20).
           05 FILLER                   PIC X(1).
           05 DLG-ACTION               PIC X(1).
           05 FILLER                   PIC X(1).
           05 DLG-CODE                 PIC X(4).
           05 FILLER                   PIC X(1).
           05 DLG-OLD-NAME             PIC X(30).
           05 FILLER                   PIC X(1).
           05 DLG-OLD-COST-CENTER      PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLG-OLD-STATUS           PIC X(1).
           05 FILLER                   PIC X(1).
           05 DLG-OLD-EFF-FROM         PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLG-OLD-EFF-TO           PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLG-NEW-NAME             PIC X(30).
           05 FILLER                   PIC X(1).
           05 DLG-NEW-COST-CENTER      PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLG-NEW-STATUS           PIC X(1).
           05 FILLER                   PIC X(1).
           05 DLG-NEW-EFF-FROM         PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLG-NEW-EFF-TO           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       WORKING-STORAGE SECTION.
       77 DPT-STATUS-CODE PIC X(2) VALUE "00".
       77 DMT-STATUS PIC X(2) VALUE "00".
       77 DLG-STATUS PIC X(2) VALUE "00".
       77 DLG-OPEN PIC X(1) VALUE "N".
       77 RPT-STATUS PIC X(2) VALUE "00".
       77 RPT-OPEN PIC X(1) VALUE "N".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 MASTER-OPEN PIC X(1) VALUE "N".
       77 MAINT-FAILURE PIC X(1) VALUE "N".
       77 DMT-EOF PIC X(1) VALUE "N".
       77 LIST-EOF PIC X(1) VALUE "N".
       77 RUN-USER PIC X(20) VALUE SPACES.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 RUN-TIME PIC 9(6) VALUE 0.
       77 TODAY-DATE PIC 9(8) VALUE 0.
       77 MAINT-VALID PIC X(1) VALUE "Y".
       77 MAINT-REASON PIC X(30) VALUE SPACES.
       77 NEW-EFF-FROM PIC 9(8) VALUE 0.
       77 NEW-EFF-TO PIC 9(8) VALUE 0.
       77 MAINT-READ PIC 9(6) VALUE 0.
       77 MAINT-APPLIED PIC 9(6) VALUE 0.
       77 MAINT-REJECTED PIC 9(6) VALUE 0.
       77 DEPTS-LISTED PIC 9(6) VALUE 0.
       77 DEPTS-ACTIVE PIC 9(6) VALUE 0.
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 RUN-DATE PIC 9(8).
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
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
           PERFORM OPEN-DEPT-MASTER.
           IF MASTER-OPEN = "Y"
               PERFORM PROCESS-MAINTENANCE-FILE
               PERFORM WRITE-MAINT-TOTALS
               PERFORM LIST-DEPT-MASTER
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF RPT-OPEN = "Y"
               CLOSE REPORT-FILE
           END-IF.
           IF MAINT-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF MAINT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
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
       OPEN-DEPT-MASTER.
           OPEN I-O DEPT-MASTER-FILE.
           IF DPT-STATUS-CODE = "35"
               OPEN OUTPUT DEPT-MASTER-FILE
               IF DPT-STATUS-CODE = "00"
                   CLOSE DEPT-MASTER-FILE
                   OPEN I-O DEPT-MASTER-FILE
               END-IF
           END-IF.
           IF DPT-STATUS-CODE = "00"
               MOVE "Y" TO MASTER-OPEN
           ELSE
               MOVE "N" TO MASTER-OPEN
               MOVE "Y" TO MAINT-FAILURE
               DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER - STATUS "
                   DPT-STATUS-CODE
           END-IF.
       PROCESS-MAINTENANCE-FILE.
           OPEN INPUT DEPT-MAINT-FILE.
           IF DMT-STATUS = "35"
               DISPLAY "NO DEPARTMENT MAINTENANCE FILE"
           ELSE
               IF DMT-STATUS NOT = "00"
                   DISPLAY
                       "UNABLE TO OPEN DEPARTMENT MAINTENANCE FILE - "
                       "STATUS " DMT-STATUS
                   MOVE "Y" TO MAINT-FAILURE
               ELSE
                   PERFORM OPEN-DEPT-LOG
                   IF DLG-OPEN = "Y"
                       MOVE "N" TO DMT-EOF
                       PERFORM UNTIL DMT-EOF = "Y"
                           READ DEPT-MAINT-FILE
                               AT END
                                   MOVE "Y" TO DMT-EOF
                               NOT AT END
                                   PERFORM APPLY-MAINTENANCE
                           END-READ
                       END-PERFORM
                       CLOSE DEPT-LOG-FILE
                   ELSE
                       MOVE SPACES TO PRINT-LINE
                       STRING "*** CHANGE LOG UNAVAILABLE - "
                           DELIMITED BY SIZE
                           "NO MAINTENANCE APPLIED" DELIMITED BY SIZE
                           INTO PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   CLOSE DEPT-MAINT-FILE
               END-IF
           END-IF.
       OPEN-DEPT-LOG.
           OPEN EXTEND DEPT-LOG-FILE.
           IF DLG-STATUS = "35"
               OPEN OUTPUT DEPT-LOG-FILE
           END-IF.
           IF DLG-STATUS = "00"
               MOVE "Y" TO DLG-OPEN
           ELSE
               MOVE "N" TO DLG-OPEN
               MOVE "Y" TO MAINT-FAILURE
               DISPLAY "UNABLE TO OPEN DEPARTMENT CHANGE LOG - STATUS "
                   DLG-STATUS " - NO MAINTENANCE APPLIED"
           END-IF.
       APPLY-MAINTENANCE.
           IF DEPT-MAINT-RECORD = SPACES
               OR DEPT-MAINT-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO MAINT-READ
               MOVE "Y" TO MAINT-VALID
               MOVE SPACES TO MAINT-REASON
               MOVE SPACES TO DEPT-LOG-RECORD
               IF DMT-CODE = SPACES
                   MOVE "N" TO MAINT-VALID
                   MOVE "DEPARTMENT CODE MISSING" TO MAINT-REASON
               ELSE
                   EVALUATE DMT-ACTION
                       WHEN "A"
                           PERFORM ADD-DEPARTMENT
                       WHEN "C"
                           PERFORM CHANGE-DEPARTMENT
                       WHEN "D"
                           PERFORM DEACTIVATE-DEPARTMENT
                       WHEN OTHER
                           MOVE "N" TO MAINT-VALID
                           MOVE "INVALID ACTION CODE" TO MAINT-REASON
                   END-EVALUATE
               END-IF
               IF MAINT-VALID = "Y"
                   ADD 1 TO MAINT-APPLIED
                   PERFORM WRITE-CHANGE-LOG
               ELSE
                   ADD 1 TO MAINT-REJECTED
               END-IF
               PERFORM WRITE-MAINT-LINE
           END-IF.
       ADD-DEPARTMENT.
           MOVE DMT-CODE TO DPT-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO MAINT-VALID
                   MOVE "ALREADY ON MASTER" TO MAINT-REASON
           END-READ.
           IF MAINT-VALID = "Y" AND DMT-NAME = SPACES
               MOVE "N" TO MAINT-VALID
               MOVE "DEPARTMENT NAME MISSING" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y"
               MOVE BUSINESS-DATE TO NEW-EFF-FROM
               MOVE 99999999 TO NEW-EFF-TO
               PERFORM EDIT-EFFECTIVE-DATES
           END-IF.
           IF MAINT-VALID = "Y"
               MOVE SPACES TO DEPT-MASTER-RECORD
               MOVE DMT-CODE TO DPT-CODE
               MOVE DMT-NAME TO DPT-NAME
               MOVE DMT-COST-CENTER TO DPT-COST-CENTER
               MOVE "A" TO DPT-STATUS
               MOVE NEW-EFF-FROM TO DPT-EFF-FROM
               MOVE NEW-EFF-TO TO DPT-EFF-TO
               WRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO MAINT-VALID
                       MOVE "ALREADY ON MASTER" TO MAINT-REASON
               END-WRITE
           END-IF.
       CHANGE-DEPARTMENT.
           MOVE DMT-CODE TO DPT-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO MAINT-VALID
                   MOVE "NOT ON MASTER" TO MAINT-REASON
           END-READ.
           IF MAINT-VALID = "Y"
               PERFORM SAVE-BEFORE-IMAGE
               MOVE DPT-EFF-FROM TO NEW-EFF-FROM
               MOVE DPT-EFF-TO TO NEW-EFF-TO
               PERFORM EDIT-EFFECTIVE-DATES
           END-IF.
           IF MAINT-VALID = "Y"
               IF DMT-NAME NOT = SPACES
                   MOVE DMT-NAME TO DPT-NAME
               END-IF
               IF DMT-COST-CENTER NOT = SPACES
                   MOVE DMT-COST-CENTER TO DPT-COST-CENTER
               END-IF
               MOVE NEW-EFF-FROM TO DPT-EFF-FROM
               MOVE NEW-EFF-TO TO DPT-EFF-TO
               REWRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO MAINT-VALID
                       MOVE "REWRITE FAILED" TO MAINT-REASON
               END-REWRITE
           END-IF.
       DEACTIVATE-DEPARTMENT.
           MOVE DMT-CODE TO DPT-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO MAINT-VALID
                   MOVE "NOT ON MASTER" TO MAINT-REASON
           END-READ.
           IF MAINT-VALID = "Y" AND DPT-STATUS NOT = "A"
               MOVE "N" TO MAINT-VALID
               MOVE "ALREADY INACTIVE" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y"
               PERFORM SAVE-BEFORE-IMAGE
               IF DMT-EFF-TO = SPACES
                   MOVE BUSINESS-DATE TO NEW-EFF-TO
               ELSE
                   IF DMT-EFF-TO IS NUMERIC
                       MOVE DMT-EFF-TO TO NEW-EFF-TO
                   ELSE
                       MOVE "N" TO MAINT-VALID
                       MOVE "INVALID EFFECTIVE TO DATE"
                           TO MAINT-REASON
                   END-IF
               END-IF
           END-IF.
           IF MAINT-VALID = "Y" AND NEW-EFF-TO < DPT-EFF-FROM
               MOVE "N" TO MAINT-VALID
               MOVE "EFFECTIVE TO BEFORE FROM" TO MAINT-REASON
           END-IF.
           IF MAINT-VALID = "Y"
               IF NEW-EFF-TO NOT > BUSINESS-DATE
                   MOVE "I" TO DPT-STATUS
               END-IF
               MOVE NEW-EFF-TO TO DPT-EFF-TO
               REWRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO MAINT-VALID
                       MOVE "REWRITE FAILED" TO MAINT-REASON
               END-REWRITE
           END-IF.
       EDIT-EFFECTIVE-DATES.
           IF DMT-EFF-FROM NOT = SPACES
               IF DMT-EFF-FROM IS NUMERIC
                   MOVE DMT-EFF-FROM TO NEW-EFF-FROM
               ELSE
                   MOVE "N" TO MAINT-VALID
                   MOVE "INVALID EFFECTIVE FROM DATE" TO MAINT-REASON
               END-IF
           END-IF.
           IF MAINT-VALID = "Y" AND DMT-EFF-TO NOT = SPACES
               IF DMT-EFF-TO IS NUMERIC
                   MOVE DMT-EFF-TO TO NEW-EFF-TO
               ELSE
                   MOVE "N" TO MAINT-VALID
                   MOVE "INVALID EFFECTIVE TO DATE" TO MAINT-REASON
               END-IF
           END-IF.
           IF MAINT-VALID = "Y" AND NEW-EFF-TO < NEW-EFF-FROM
               MOVE "N" TO MAINT-VALID
               MOVE "EFFECTIVE TO BEFORE FROM" TO MAINT-REASON
           END-IF.
       SAVE-BEFORE-IMAGE.
           MOVE DPT-NAME TO DLG-OLD-NAME.
           MOVE DPT-COST-CENTER TO DLG-OLD-COST-CENTER.
           MOVE DPT-STATUS TO DLG-OLD-STATUS.
           MOVE DPT-EFF-FROM TO DLG-OLD-EFF-FROM.
           MOVE DPT-EFF-TO TO DLG-OLD-EFF-TO.
       WRITE-CHANGE-LOG.
           IF DLG-OPEN = "Y"
               MOVE TODAY-DATE TO DLG-RUN-DATE
               MOVE RUN-TIME TO DLG-RUN-TIME
               MOVE RUN-USER TO DLG-USER
               MOVE DMT-ACTION TO DLG-ACTION
               MOVE DPT-CODE TO DLG-CODE
               MOVE DPT-NAME TO DLG-NEW-NAME
               MOVE DPT-COST-CENTER TO DLG-NEW-COST-CENTER
               MOVE DPT-STATUS TO DLG-NEW-STATUS
               MOVE DPT-EFF-FROM TO DLG-NEW-EFF-FROM
               MOVE DPT-EFF-TO TO DLG-NEW-EFF-TO
               WRITE DEPT-LOG-RECORD
           END-IF.
       WRITE-MAINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF MAINT-VALID = "Y"
               STRING DMT-ACTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DMT-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DPT-NAME DELIMITED BY SIZE
                   "  APPLIED" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING DMT-ACTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DMT-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DMT-NAME DELIMITED BY SIZE
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
       LIST-DEPT-MASTER.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "--- DEPARTMENT MASTER LISTING ---" DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CODE  NAME                            COST CTR  "
               DELIMITED BY SIZE
               "S  FROM      TO" DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO DPT-CODE.
           START DEPT-MASTER-FILE KEY IS NOT LESS THAN DPT-CODE
               INVALID KEY
                   MOVE "Y" TO LIST-EOF
               NOT INVALID KEY
                   MOVE "N" TO LIST-EOF
           END-START.
           PERFORM UNTIL LIST-EOF = "Y"
               READ DEPT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                   NOT AT END
                       PERFORM WRITE-LISTING-LINE
               END-READ
           END-PERFORM.
           MOVE DEPTS-LISTED TO COUNT-ED-1.
           MOVE DEPTS-ACTIVE TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "DEPARTMENTS ON MASTER: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  ACTIVE: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-LISTING-LINE.
           ADD 1 TO DEPTS-LISTED.
           IF DPT-STATUS = "A"
               ADD 1 TO DEPTS-ACTIVE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING DPT-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DPT-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DPT-COST-CENTER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DPT-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DPT-EFF-FROM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DPT-EFF-TO DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
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
               MOVE SPACES TO PRINT-LINE
               STRING "DEPARTMENT MASTER MAINTENANCE REPORT"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "BUSINESS DATE: " BUSINESS-DATE
                   "   USER: " RUN-USER
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE
           END-IF.
