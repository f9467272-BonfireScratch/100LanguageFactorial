       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO "FACTSECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FACTSECR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SECSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           05 SCL-DATE                 PIC 9(8).
           05 SCL-DATE-PARTS REDEFINES SCL-DATE.
               10 SCL-YYYYMM           PIC 9(6).
               10 FILLER               PIC 9(2).
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

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-USER                 PIC X(20).
           05 SRT-DATE                 PIC 9(8).
           05 SRT-TIME                 PIC 9(6).
           05 SRT-CODE                 PIC X(4).
           05 SRT-MODE                 PIC X(1).
           05 SRT-REF-ID               PIC X(8).
           05 SRT-DEPT                 PIC X(4).
           05 SRT-REASON               PIC X(30).

       WORKING-STORAGE SECTION.
       77 SECL-STATUS PIC X(2) VALUE "00".
       77 SECL-EOF PIC X(1) VALUE "N".
       77 RPT-STATUS PIC X(2) VALUE "00".
       77 RPT-OPEN PIC X(1) VALUE "N".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 BUSINESS-YYYYMM PIC 9(6) VALUE 0.
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 PARM-ERROR PIC X(1) VALUE "N".
       77 RAW-REPORT-MONTH PIC X(6) VALUE SPACES.
       01 REPORT-PERIOD.
           05 REPORT-YYYYMM            PIC 9(6) VALUE 0.
           05 REPORT-MONTH-PARTS REDEFINES REPORT-YYYYMM.
               10 REPORT-YYYY          PIC 9(4).
               10 REPORT-MM            PIC 9(2).
       77 LOG-FAILURE PIC X(1) VALUE "N".
       77 SORT-EOF PIC X(1) VALUE "N".
       77 FIRST-RECORD PIC X(1) VALUE "Y".
       77 CUR-USER PIC X(20) VALUE SPACES.
       77 USER-ATTEMPTS PIC 9(6) VALUE 0.
       77 USER-MODE-COUNT PIC 9(6) VALUE 0.
       77 USER-AUTH-COUNT PIC 9(6) VALUE 0.
       77 LOG-READ PIC 9(6) VALUE 0.
       77 TOTAL-ATTEMPTS PIC 9(6) VALUE 0.
       77 TOTAL-USERS PIC 9(6) VALUE 0.
       77 TOTAL-MODE-COUNT PIC 9(6) VALUE 0.
       77 TOTAL-AUTH-COUNT PIC 9(6) VALUE 0.
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 COUNT-ED-3 PIC Z(5)9.
       77 REPORT-RC PIC 9(2) VALUE 0.
       77 RUN-DATE PIC 9(8).
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       77 HEADING-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM EDIT-REPORT-PERIOD.
           IF PARM-ERROR = "Y"
               MOVE 20 TO REPORT-RC
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF RPT-STATUS = "00"
                   MOVE "Y" TO RPT-OPEN
               ELSE
                   MOVE "N" TO RPT-OPEN
                   DISPLAY
                       "WARNING: UNABLE TO OPEN REPORT FILE - STATUS "
                       RPT-STATUS
               END-IF
               PERFORM WRITE-REPORT-HEADER
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-USER SRT-DATE SRT-TIME
                   INPUT PROCEDURE IS SELECT-REFUSED-ATTEMPTS
                   OUTPUT PROCEDURE IS PRODUCE-SECURITY-REPORT
               IF RPT-OPEN = "Y"
                   CLOSE REPORT-FILE
               END-IF
               IF LOG-FAILURE = "Y"
                   MOVE 12 TO REPORT-RC
               ELSE
                   IF TOTAL-ATTEMPTS > 0
                       MOVE 4 TO REPORT-RC
                   END-IF
               END-IF
           END-IF.
           MOVE REPORT-RC TO RETURN-CODE.
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
           MOVE BUSINESS-DATE(1:6) TO BUSINESS-YYYYMM.
       EDIT-REPORT-PERIOD.
           MOVE PARM-TEXT(1:6) TO RAW-REPORT-MONTH.
           IF RAW-REPORT-MONTH = SPACES
               MOVE BUSINESS-YYYYMM TO REPORT-YYYYMM
               IF REPORT-MM = 1
                   COMPUTE REPORT-YYYYMM = (REPORT-YYYY - 1) * 100 + 12
               ELSE
                   SUBTRACT 1 FROM REPORT-YYYYMM
               END-IF
           ELSE
               IF RAW-REPORT-MONTH IS NUMERIC
                   MOVE RAW-REPORT-MONTH TO REPORT-YYYYMM
                   IF REPORT-MM < 1 OR REPORT-MM > 12
                       DISPLAY "INVALID PERIOD PARM: " REPORT-YYYYMM
                           " - MONTH MUST BE 01 TO 12"
                       MOVE "Y" TO PARM-ERROR
                   END-IF
               ELSE
                   DISPLAY "INVALID PERIOD PARM: " RAW-REPORT-MONTH
                       " - USE YYYYMM"
                   MOVE "Y" TO PARM-ERROR
               END-IF
           END-IF.
       SELECT-REFUSED-ATTEMPTS.
           OPEN INPUT SECURITY-LOG-FILE.
           IF SECL-STATUS = "35"
               DISPLAY "NO SECURITY LOG FILE"
           ELSE
               IF SECL-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SECURITY LOG FILE - STATUS "
                       SECL-STATUS
                   MOVE "Y" TO LOG-FAILURE
               ELSE
                   MOVE "N" TO SECL-EOF
                   PERFORM UNTIL SECL-EOF = "Y"
                       READ SECURITY-LOG-FILE
                           AT END
                               MOVE "Y" TO SECL-EOF
                           NOT AT END
                               PERFORM RELEASE-LOG-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE SECURITY-LOG-FILE
               END-IF
           END-IF.
       RELEASE-LOG-ENTRY.
           ADD 1 TO LOG-READ.
           IF SCL-DATE IS NUMERIC
               IF SCL-YYYYMM = REPORT-YYYYMM
                   MOVE SCL-USER TO SRT-USER
                   MOVE SCL-DATE TO SRT-DATE
                   MOVE SCL-TIME TO SRT-TIME
                   MOVE SCL-CODE TO SRT-CODE
                   MOVE SCL-MODE TO SRT-MODE
                   MOVE SCL-REF-ID TO SRT-REF-ID
                   MOVE SCL-DEPT TO SRT-DEPT
                   MOVE SCL-REASON TO SRT-REASON
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
       PRODUCE-SECURITY-REPORT.
           MOVE "N" TO SORT-EOF.
           MOVE "Y" TO FIRST-RECORD.
           PERFORM UNTIL SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF
                   NOT AT END
                       PERFORM TALLY-REFUSED-ATTEMPT
               END-RETURN
           END-PERFORM.
           IF FIRST-RECORD = "N"
               PERFORM WRITE-USER-TOTALS
           ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "NO REFUSED ATTEMPTS IN PERIOD" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-GRAND-TOTALS.
       TALLY-REFUSED-ATTEMPT.
           IF FIRST-RECORD = "Y"
               MOVE "N" TO FIRST-RECORD
               PERFORM START-NEW-USER
           ELSE
               IF SRT-USER NOT = CUR-USER
                   PERFORM WRITE-USER-TOTALS
                   PERFORM START-NEW-USER
               END-IF
           END-IF.
           ADD 1 TO USER-ATTEMPTS.
           ADD 1 TO TOTAL-ATTEMPTS.
           IF SRT-CODE = "AUTH"
               ADD 1 TO USER-AUTH-COUNT
               ADD 1 TO TOTAL-AUTH-COUNT
           ELSE
               ADD 1 TO USER-MODE-COUNT
               ADD 1 TO TOTAL-MODE-COUNT
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               SRT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-MODE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               SRT-REF-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-DEPT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-REASON DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       START-NEW-USER.
           MOVE SRT-USER TO CUR-USER.
           ADD 1 TO TOTAL-USERS.
           MOVE 0 TO USER-ATTEMPTS.
           MOVE 0 TO USER-MODE-COUNT.
           MOVE 0 TO USER-AUTH-COUNT.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "USER: " DELIMITED BY SIZE
               CUR-USER DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  DATE      TIME    CODE  MODE  REF-ID    DEPT  "
               DELIMITED BY SIZE
               "REASON" DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-USER-TOTALS.
           MOVE USER-ATTEMPTS TO COUNT-ED-1.
           MOVE USER-MODE-COUNT TO COUNT-ED-2.
           MOVE USER-AUTH-COUNT TO COUNT-ED-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "  USER TOTAL: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  MODE REFUSED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  DEPT REFUSED: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-GRAND-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOTAL-ATTEMPTS TO COUNT-ED-1.
           MOVE TOTAL-USERS TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "REFUSED ATTEMPTS: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  USERS: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOTAL-MODE-COUNT TO COUNT-ED-2.
           MOVE TOTAL-AUTH-COUNT TO COUNT-ED-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "MODE REFUSED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  DEPT REFUSED: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF LOG-FAILURE = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "*** SECURITY LOG UNREADABLE - REPORT INCOMPLETE"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           DISPLAY "SECURITY LOG RECORDS READ: " LOG-READ.
           DISPLAY "REFUSED ATTEMPTS FOR " REPORT-YYYYMM ": "
               TOTAL-ATTEMPTS.
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
               STRING "SECURITY REPORT - REFUSED ATTEMPTS"
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
               MOVE SPACES TO HEADING-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
               MOVE SPACES TO HEADING-LINE
               STRING "PERIOD: " REPORT-YYYYMM
                   "   BUSINESS DATE: " BUSINESS-DATE
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
           END-IF.
