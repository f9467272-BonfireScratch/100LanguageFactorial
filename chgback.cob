           SELECT REPORT-FILE ASSIGN TO "FACTCHGB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "FACTCLSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLSP-STATUS.
           SELECT CHARGE-LOG-FILE ASSIGN TO "FACTCHGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "FACTARCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT SORT-FILE ASSIGN TO "CHGSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
           05 AUD-NCR-SEGS             PIC 9(2).
           05 FILLER                   PIC X(1).
           05 AUD-RUN-NO               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 AUD-GROUPS               PIC X(50).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           05 CLP-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLP-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(149).
       01  CLOSED-TOTAL-RECORD.
           05 CLT-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLT-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CLT-DEPT                 PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLT-CALC-TYPE            PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLT-COUNT                PIC 9(8).
           05 FILLER                   PIC X(130).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-RETENTION-DATE       PIC X(8).
           05 FILLER                   PIC X(1).
           05 CAT-ARCHIVE-NAME         PIC X(30).

       FD  CHARGE-LOG-FILE.
       01  CHARGE-LOG-RECORD.
           05 CGL-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CGL-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CGL-USER                 PIC X(20).
           05 FILLER                   PIC X(1).
           05 CGL-FROM-DATE            PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CGL-TO-DATE              PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CGL-RECORDS              PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CGL-RETURN-CODE          PIC 9(2).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-DEPT                 PIC X(4).
               10 SRT-YYYYMM           PIC 9(6).
               10 FILLER               PIC 9(2).
           05 SRT-CALC-TYPE            PIC X(4).
           05 SRT-SOURCE               PIC X(1).
           05 SRT-COUNT                PIC 9(8).

       WORKING-STORAGE SECTION.
       77 AUDIT-STATUS PIC X(2) VALUE "00".
       77 CUR-YYYYMM PIC 9(6) VALUE 0.
       77 FACT-UNIT-RATE PIC 9(3)V99 VALUE 0.25.
       77 PERM-UNIT-RATE PIC 9(3)V99 VALUE 0.40.
       77 PREP-UNIT-RATE PIC 9(3)V99 VALUE 0.30.
       77 CREP-UNIT-RATE PIC 9(3)V99 VALUE 0.45.
       77 MULT-UNIT-RATE PIC 9(3)V99 VALUE 0.50.
       77 MTH-FACT-COUNT PIC 9(6) VALUE 0.
       77 MTH-PERM-COUNT PIC 9(6) VALUE 0.
       77 DEPT-FACT-COUNT PIC 9(6) VALUE 0.
       77 DEPT-PERM-COUNT PIC 9(6) VALUE 0.
       77 GRAND-FACT-COUNT PIC 9(6) VALUE 0.
       77 GRAND-PERM-COUNT PIC 9(6) VALUE 0.
       77 MTH-PREP-COUNT PIC 9(6) VALUE 0.
       77 MTH-CREP-COUNT PIC 9(6) VALUE 0.
       77 MTH-MULT-COUNT PIC 9(6) VALUE 0.
       77 DEPT-PREP-COUNT PIC 9(6) VALUE 0.
       77 DEPT-CREP-COUNT PIC 9(6) VALUE 0.
       77 DEPT-MULT-COUNT PIC 9(6) VALUE 0.
       77 GRAND-PREP-COUNT PIC 9(6) VALUE 0.
       77 GRAND-CREP-COUNT PIC 9(6) VALUE 0.
       77 GRAND-MULT-COUNT PIC 9(6) VALUE 0.
       77 FACT-AMOUNT PIC 9(9)V99 VALUE 0.
       77 PERM-AMOUNT PIC 9(9)V99 VALUE 0.
       77 PREP-AMOUNT PIC 9(9)V99 VALUE 0.
       77 CREP-AMOUNT PIC 9(9)V99 VALUE 0.
       77 MULT-AMOUNT PIC 9(9)V99 VALUE 0.
       77 TOTAL-AMOUNT PIC 9(9)V99 VALUE 0.
       77 RECORDS-READ PIC 9(6) VALUE 0.
       77 RECORDS-SELECTED PIC 9(6) VALUE 0.
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 COUNT-ED-3 PIC Z(5)9.
       77 RATE-ED PIC ZZ9.99.
       77 RATE-ED-2 PIC ZZ9.99.
       77 RATE-ED-3 PIC ZZ9.99.
       77 RATE-ED-4 PIC ZZ9.99.
       77 RATE-ED-5 PIC ZZ9.99.
       77 AMOUNT-ED-1 PIC Z(8)9.99.
       77 AMOUNT-ED-2 PIC Z(8)9.99.
       77 AMOUNT-ED-3 PIC Z(8)9.99.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       77 DEPT-NAME PIC X(30) VALUE SPACES.
       77 DEPT-LOOKUP-RESULT PIC X(1) VALUE "N".
       77 DEPT-LOOKUP-DATE PIC 9(8) VALUE 0.
       77 DEPT-MASTER-MISSING PIC X(1) VALUE "N".
       77 CUR-DEPT-UNKNOWN PIC X(1) VALUE "N".
       77 UNKNOWN-DEPT-COUNT PIC 9(3) VALUE 0.
       77 UNKNOWN-DEPT-LIMIT PIC 9(3) VALUE 100.
       77 UNKNOWN-DEPT-SUB PIC 9(3) VALUE 0.
       77 UNKNOWN-DEPT-OVERFLOW PIC X(1) VALUE "N".
       77 CLSP-STATUS PIC X(2) VALUE "00".
       77 CLSP-EOF PIC X(1) VALUE "N".
       77 CAT-STATUS PIC X(2) VALUE "00".
       77 CAT-EOF PIC X(1) VALUE "N".
       77 ARCHIVED-BEFORE PIC 9(8) VALUE 0.
       77 MONTH-ARCHIVED PIC X(1) VALUE "N".
       77 CHGL-STATUS PIC X(2) VALUE "00".
       77 CHARGE-RC PIC 9(2) VALUE 0.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 SELECT-FROM-MONTH PIC 9(6) VALUE 0.
       77 SELECT-TO-MONTH PIC 9(6) VALUE 0.
       77 AUD-YYYYMM PIC 9(6) VALUE 0.
       77 CHECK-YYYYMM PIC 9(6) VALUE 0.
       77 MONTH-CLOSED PIC X(1) VALUE "N".
       77 MONTH-DIFFERS PIC X(1) VALUE "N".
       77 CLOSED-DIFF-COUNT PIC 9(4) VALUE 0.
       77 CLOSED-MONTH-COUNT PIC 9(3) VALUE 0.
       77 CLOSED-MONTH-LIMIT PIC 9(3) VALUE 240.
       77 CLOSED-MONTH-SUB PIC 9(3) VALUE 0.
       01 CLOSED-MONTH-TABLE.
           05 CLOSED-MONTH PIC 9(6) OCCURS 240 TIMES.
       77 FRZ-FACT-COUNT PIC 9(6) VALUE 0.
       77 FRZ-PERM-COUNT PIC 9(6) VALUE 0.
       77 FRZ-PREP-COUNT PIC 9(6) VALUE 0.
       77 FRZ-CREP-COUNT PIC 9(6) VALUE 0.
       77 FRZ-MULT-COUNT PIC 9(6) VALUE 0.
       77 LIVE-FACT-COUNT PIC 9(6) VALUE 0.
       77 LIVE-PERM-COUNT PIC 9(6) VALUE 0.
       77 LIVE-PREP-COUNT PIC 9(6) VALUE 0.
       77 LIVE-CREP-COUNT PIC 9(6) VALUE 0.
       77 LIVE-MULT-COUNT PIC 9(6) VALUE 0.
       01 UNKNOWN-DEPT-TABLE.
           05 UNKNOWN-DEPT-ENTRY OCCURS 100 TIMES.
               10 UD-DEPT PIC X(4).
               10 UD-RECORDS PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
               CLOSE REPORT-FILE
           END-IF.
           IF AUDIT-STATUS NOT = "00"
               MOVE 12 TO CHARGE-RC
           ELSE
               IF UNKNOWN-DEPT-COUNT > 0 OR DEPT-MASTER-MISSING = "Y"
                   OR CLOSED-DIFF-COUNT > 0
                   MOVE 4 TO CHARGE-RC
               END-IF
           END-IF.
           PERFORM WRITE-CHARGE-LOG.
           MOVE CHARGE-RC TO RETURN-CODE.
           STOP RUN.
       WRITE-CHARGE-LOG.
           OPEN EXTEND CHARGE-LOG-FILE.
           IF CHGL-STATUS = "35"
               OPEN OUTPUT CHARGE-LOG-FILE
           END-IF.
           IF CHGL-STATUS NOT = "00"
               DISPLAY
                   "WARNING: UNABLE TO OPEN CHARGEBACK LOG - STATUS "
                   CHGL-STATUS
               IF CHARGE-RC < 4
                   MOVE 4 TO CHARGE-RC
               END-IF
           ELSE
               MOVE SPACES TO CHARGE-LOG-RECORD
               ACCEPT CGL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RAW-TIME FROM TIME
               MOVE RAW-TIME(1:6) TO CGL-RUN-TIME
               ACCEPT CGL-USER FROM ENVIRONMENT "USER"
               IF CGL-USER = SPACES
                   MOVE "UNKNOWN" TO CGL-USER
               END-IF
               MOVE SELECT-FROM-DATE TO CGL-FROM-DATE
               MOVE SELECT-TO-DATE TO CGL-TO-DATE
               MOVE RECORDS-SELECTED TO CGL-RECORDS
               MOVE CHARGE-RC TO CGL-RETURN-CODE
               WRITE CHARGE-LOG-RECORD
               CLOSE CHARGE-LOG-FILE
           END-IF.
       EDIT-DATE-RANGE.
           MOVE 0 TO SELECT-FROM-DATE.
           MOVE 99999999 TO SELECT-TO-DATE.
                   MOVE RAW-TO-DATE TO SELECT-TO-DATE
               END-IF
           END-IF.
           MOVE SELECT-FROM-DATE(1:6) TO SELECT-FROM-MONTH.
           MOVE SELECT-TO-DATE(1:6) TO SELECT-TO-MONTH.
       SELECT-AUDIT-RECORDS.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-ARCHIVE-CATALOG.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT FILE - STATUS "
                           MOVE "Y" TO AUDIT-EOF
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           MOVE "N" TO MONTH-CLOSED
                           MOVE AUD-RUN-DATE(1:6) TO AUD-YYYYMM
                           IF AUD-YYYYMM >= SELECT-FROM-MONTH
                               AND AUD-YYYYMM <= SELECT-TO-MONTH
                               MOVE AUD-YYYYMM TO CHECK-YYYYMM
                               PERFORM CHECK-MONTH-CLOSED
                           END-IF
                           IF (AUD-RUN-DATE >= SELECT-FROM-DATE
                               AND AUD-RUN-DATE <= SELECT-TO-DATE)
                               OR MONTH-CLOSED = "Y"
                               ADD 1 TO RECORDS-SELECTED
                               MOVE AUD-DEPT TO SRT-DEPT
                               MOVE AUD-RUN-DATE TO SRT-RUN-DATE
                               MOVE AUD-CALC-TYPE TO SRT-CALC-TYPE
                               MOVE "L" TO SRT-SOURCE
                               MOVE 1 TO SRT-COUNT
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-MONTH-COUNT.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF CLSP-STATUS = "00"
               MOVE "N" TO CLSP-EOF
               PERFORM UNTIL CLSP-EOF = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO CLSP-EOF
                       NOT AT END
                           IF CLP-YYYYMM >= SELECT-FROM-MONTH
                               AND CLP-YYYYMM <= SELECT-TO-MONTH
                               PERFORM STORE-CLOSED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           ELSE
               IF CLSP-STATUS NOT = "35"
                   DISPLAY
                       "WARNING: UNABLE TO OPEN CLOSED PERIOD FILE - "
                       "STATUS " CLSP-STATUS
               END-IF
           END-IF.
       LOAD-ARCHIVE-CATALOG.
           MOVE 0 TO ARCHIVED-BEFORE.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS = "00"
               MOVE "N" TO CAT-EOF
               PERFORM UNTIL CAT-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO CAT-EOF
                       NOT AT END
                           IF CAT-RETENTION-DATE IS NUMERIC
                               AND CAT-RETENTION-DATE > ARCHIVED-BEFORE
                               MOVE CAT-RETENTION-DATE
                                   TO ARCHIVED-BEFORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           ELSE
               IF CAT-STATUS NOT = "35"
                   DISPLAY
                       "WARNING: UNABLE TO OPEN ARCHIVE CATALOG - "
                       "STATUS " CAT-STATUS
               END-IF
           END-IF.
       STORE-CLOSED-PERIOD.
           IF CLP-RECORD-TYPE = "CLSM"
               IF CLOSED-MONTH-COUNT < CLOSED-MONTH-LIMIT
                   ADD 1 TO CLOSED-MONTH-COUNT
                   MOVE CLP-YYYYMM TO CLOSED-MONTH(CLOSED-MONTH-COUNT)
               END-IF
           END-IF.
           IF CLP-RECORD-TYPE = "CLST"
               MOVE CLT-DEPT TO SRT-DEPT
               COMPUTE SRT-RUN-DATE = CLT-YYYYMM * 100 + 1
               MOVE CLT-CALC-TYPE TO SRT-CALC-TYPE
               MOVE "F" TO SRT-SOURCE
               MOVE CLT-COUNT TO SRT-COUNT
               RELEASE SORT-RECORD
           END-IF.
       CHECK-MONTH-CLOSED.
           MOVE "N" TO MONTH-CLOSED.
           PERFORM CHECK-ONE-CLOSED-MONTH
               VARYING CLOSED-MONTH-SUB FROM 1 BY 1
               UNTIL CLOSED-MONTH-SUB > CLOSED-MONTH-COUNT.
       CHECK-ONE-CLOSED-MONTH.
           IF CLOSED-MONTH(CLOSED-MONTH-SUB) = CHECK-YYYYMM
               MOVE "Y" TO MONTH-CLOSED
           END-IF.
       PRODUCE-CHARGEBACK-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "N" TO SORT-EOF.
               PERFORM WRITE-DEPT-TOTALS
           END-IF.
           PERFORM WRITE-GRAND-TOTALS.
           PERFORM WRITE-UNKNOWN-DEPTS.
       TALLY-CHARGE-RECORD.
           IF FIRST-RECORD = "Y"
               MOVE "N" TO FIRST-RECORD
                   END-IF
               END-IF
           END-IF.
           IF SRT-SOURCE = "F"
               PERFORM TALLY-FROZEN-TOTAL
           ELSE
               PERFORM TALLY-LIVE-RECORD
           END-IF.
       TALLY-FROZEN-TOTAL.
           EVALUATE SRT-CALC-TYPE
               WHEN "PERM"
                   ADD SRT-COUNT TO FRZ-PERM-COUNT
               WHEN "PREP"
                   ADD SRT-COUNT TO FRZ-PREP-COUNT
               WHEN "CREP"
                   ADD SRT-COUNT TO FRZ-CREP-COUNT
               WHEN "MULT"
                   ADD SRT-COUNT TO FRZ-MULT-COUNT
               WHEN OTHER
                   ADD SRT-COUNT TO FRZ-FACT-COUNT
           END-EVALUATE.
       TALLY-LIVE-RECORD.
           EVALUATE SRT-CALC-TYPE
               WHEN "PERM"
                   ADD 1 TO MTH-PERM-COUNT
                   ADD 1 TO DEPT-PERM-COUNT
                   ADD 1 TO GRAND-PERM-COUNT
               WHEN "PREP"
                   ADD 1 TO MTH-PREP-COUNT
                   ADD 1 TO DEPT-PREP-COUNT
                   ADD 1 TO GRAND-PREP-COUNT
               WHEN "CREP"
                   ADD 1 TO MTH-CREP-COUNT
                   ADD 1 TO DEPT-CREP-COUNT
                   ADD 1 TO GRAND-CREP-COUNT
               WHEN "MULT"
                   ADD 1 TO MTH-MULT-COUNT
                   ADD 1 TO DEPT-MULT-COUNT
                   ADD 1 TO GRAND-MULT-COUNT
               WHEN OTHER
                   ADD 1 TO MTH-FACT-COUNT
                   ADD 1 TO DEPT-FACT-COUNT
                   ADD 1 TO GRAND-FACT-COUNT
           END-EVALUATE.
       WRITE-DEPT-HEADING.
           MOVE "N" TO CUR-DEPT-UNKNOWN.
           MOVE SPACES TO DEPT-NAME.
           MOVE "N" TO DEPT-LOOKUP-RESULT.
           IF CUR-DEPT NOT = SPACES
               MOVE SRT-RUN-DATE TO DEPT-LOOKUP-DATE
               CALL "DEPTLKUP" USING CUR-DEPT DEPT-LOOKUP-DATE
                   DEPT-NAME DEPT-LOOKUP-RESULT
                   ON EXCEPTION
                       MOVE "U" TO DEPT-LOOKUP-RESULT
               END-CALL
           END-IF.
           IF DEPT-LOOKUP-RESULT = "U"
               MOVE "Y" TO DEPT-MASTER-MISSING
           ELSE
               IF DEPT-LOOKUP-RESULT = "N"
                   MOVE "Y" TO CUR-DEPT-UNKNOWN
                   MOVE "*** NOT ON DEPARTMENT MASTER ***" TO DEPT-NAME
               END-IF
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           IF CUR-DEPT = SPACES
               STRING "DEPARTMENT: (NONE)  " DELIMITED BY SIZE
                   DEPT-NAME DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING "DEPARTMENT: " DELIMITED BY SIZE
                   CUR-DEPT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DEPT-NAME DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       WRITE-MONTH-TOTALS.
           MOVE CUR-YYYYMM TO CHECK-YYYYMM.
           PERFORM CHECK-MONTH-CLOSED.
           MOVE "N" TO MONTH-DIFFERS.
           MOVE "N" TO MONTH-ARCHIVED.
           IF MONTH-CLOSED = "Y"
               PERFORM APPLY-FROZEN-TOTALS
           END-IF.
           COMPUTE FACT-AMOUNT = MTH-FACT-COUNT * FACT-UNIT-RATE.
           COMPUTE PERM-AMOUNT = MTH-PERM-COUNT * PERM-UNIT-RATE.
           COMPUTE PREP-AMOUNT = MTH-PREP-COUNT * PREP-UNIT-RATE.
           COMPUTE CREP-AMOUNT = MTH-CREP-COUNT * CREP-UNIT-RATE.
           COMPUTE MULT-AMOUNT = MTH-MULT-COUNT * MULT-UNIT-RATE.
           COMPUTE TOTAL-AMOUNT = FACT-AMOUNT + PERM-AMOUNT
               + PREP-AMOUNT + CREP-AMOUNT + MULT-AMOUNT.
           MOVE MTH-FACT-COUNT TO COUNT-ED-1.
           MOVE MTH-PERM-COUNT TO COUNT-ED-2.
           MOVE FACT-AMOUNT TO AMOUNT-ED-1.
               AMOUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF MTH-PREP-COUNT > 0 OR MTH-CREP-COUNT > 0
               MOVE MTH-PREP-COUNT TO COUNT-ED-1
               MOVE MTH-CREP-COUNT TO COUNT-ED-2
               MOVE PREP-AMOUNT TO AMOUNT-ED-1
               MOVE CREP-AMOUNT TO AMOUNT-ED-2
               MOVE SPACES TO PRINT-LINE
               STRING "          PREP: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   "  CREP: " DELIMITED BY SIZE
                   COUNT-ED-2 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-2 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF MTH-MULT-COUNT > 0
               MOVE MTH-MULT-COUNT TO COUNT-ED-1
               MOVE MULT-AMOUNT TO AMOUNT-ED-1
               MOVE SPACES TO PRINT-LINE
               STRING "          MULT: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "          MONTH CHARGE: " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF MONTH-CLOSED = "Y"
               PERFORM WRITE-CLOSED-PERIOD-NOTE
           END-IF.
           MOVE 0 TO FRZ-FACT-COUNT.
           MOVE 0 TO FRZ-PERM-COUNT.
           MOVE 0 TO FRZ-PREP-COUNT.
           MOVE 0 TO FRZ-CREP-COUNT.
           MOVE 0 TO FRZ-MULT-COUNT.
           MOVE 0 TO MTH-FACT-COUNT.
           MOVE 0 TO MTH-PERM-COUNT.
           MOVE 0 TO MTH-PREP-COUNT.
           MOVE 0 TO MTH-CREP-COUNT.
           MOVE 0 TO MTH-MULT-COUNT.
       APPLY-FROZEN-TOTALS.
           IF MTH-FACT-COUNT + MTH-PERM-COUNT + MTH-PREP-COUNT
               + MTH-CREP-COUNT + MTH-MULT-COUNT = 0
               OR CUR-YYYYMM * 100 + 1 < ARCHIVED-BEFORE
               MOVE "Y" TO MONTH-ARCHIVED
           ELSE
               IF FRZ-FACT-COUNT NOT = MTH-FACT-COUNT
                   OR FRZ-PERM-COUNT NOT = MTH-PERM-COUNT
                   OR FRZ-PREP-COUNT NOT = MTH-PREP-COUNT
                   OR FRZ-CREP-COUNT NOT = MTH-CREP-COUNT
                   OR FRZ-MULT-COUNT NOT = MTH-MULT-COUNT
                   MOVE "Y" TO MONTH-DIFFERS
                   ADD 1 TO CLOSED-DIFF-COUNT
               END-IF
           END-IF.
           SUBTRACT MTH-FACT-COUNT FROM DEPT-FACT-COUNT.
           SUBTRACT MTH-PERM-COUNT FROM DEPT-PERM-COUNT.
           SUBTRACT MTH-PREP-COUNT FROM DEPT-PREP-COUNT.
           SUBTRACT MTH-CREP-COUNT FROM DEPT-CREP-COUNT.
           SUBTRACT MTH-MULT-COUNT FROM DEPT-MULT-COUNT.
           SUBTRACT MTH-FACT-COUNT FROM GRAND-FACT-COUNT.
           SUBTRACT MTH-PERM-COUNT FROM GRAND-PERM-COUNT.
           SUBTRACT MTH-PREP-COUNT FROM GRAND-PREP-COUNT.
           SUBTRACT MTH-CREP-COUNT FROM GRAND-CREP-COUNT.
           SUBTRACT MTH-MULT-COUNT FROM GRAND-MULT-COUNT.
           ADD FRZ-FACT-COUNT TO DEPT-FACT-COUNT GRAND-FACT-COUNT.
           ADD FRZ-PERM-COUNT TO DEPT-PERM-COUNT GRAND-PERM-COUNT.
           ADD FRZ-PREP-COUNT TO DEPT-PREP-COUNT GRAND-PREP-COUNT.
           ADD FRZ-CREP-COUNT TO DEPT-CREP-COUNT GRAND-CREP-COUNT.
           ADD FRZ-MULT-COUNT TO DEPT-MULT-COUNT GRAND-MULT-COUNT.
           IF MONTH-DIFFERS = "Y"
               MOVE MTH-FACT-COUNT TO LIVE-FACT-COUNT
               MOVE MTH-PERM-COUNT TO LIVE-PERM-COUNT
               MOVE MTH-PREP-COUNT TO LIVE-PREP-COUNT
               MOVE MTH-CREP-COUNT TO LIVE-CREP-COUNT
               MOVE MTH-MULT-COUNT TO LIVE-MULT-COUNT
           END-IF.
           MOVE FRZ-FACT-COUNT TO MTH-FACT-COUNT.
           MOVE FRZ-PERM-COUNT TO MTH-PERM-COUNT.
           MOVE FRZ-PREP-COUNT TO MTH-PREP-COUNT.
           MOVE FRZ-CREP-COUNT TO MTH-CREP-COUNT.
           MOVE FRZ-MULT-COUNT TO MTH-MULT-COUNT.
       WRITE-CLOSED-PERIOD-NOTE.
           MOVE SPACES TO PRINT-LINE.
           STRING "          CLOSED PERIOD - CHARGED FROM FROZEN "
               "TOTALS" DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF MONTH-ARCHIVED = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "          LIVE AUDIT ARCHIVED - FROZEN FIGURES "
                   "ONLY" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF MONTH-DIFFERS = "Y"
               MOVE LIVE-FACT-COUNT TO COUNT-ED-1
               MOVE LIVE-PERM-COUNT TO COUNT-ED-2
               MOVE SPACES TO PRINT-LINE
               STRING "          *** LIVE AUDIT DIFFERS  FACT: "
                   DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   "  PERM: " DELIMITED BY SIZE
                   COUNT-ED-2 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE LIVE-PREP-COUNT TO COUNT-ED-1
               MOVE LIVE-CREP-COUNT TO COUNT-ED-2
               MOVE LIVE-MULT-COUNT TO COUNT-ED-3
               MOVE SPACES TO PRINT-LINE
               STRING "                              PREP: "
                   DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   "  CREP: " DELIMITED BY SIZE
                   COUNT-ED-2 DELIMITED BY SIZE
                   "  MULT: " DELIMITED BY SIZE
                   COUNT-ED-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       WRITE-DEPT-TOTALS.
           COMPUTE FACT-AMOUNT = DEPT-FACT-COUNT * FACT-UNIT-RATE.
           COMPUTE PERM-AMOUNT = DEPT-PERM-COUNT * PERM-UNIT-RATE.
           COMPUTE PREP-AMOUNT = DEPT-PREP-COUNT * PREP-UNIT-RATE.
           COMPUTE CREP-AMOUNT = DEPT-CREP-COUNT * CREP-UNIT-RATE.
           COMPUTE MULT-AMOUNT = DEPT-MULT-COUNT * MULT-UNIT-RATE.
           COMPUTE TOTAL-AMOUNT = FACT-AMOUNT + PERM-AMOUNT
               + PREP-AMOUNT + CREP-AMOUNT + MULT-AMOUNT.
           MOVE DEPT-FACT-COUNT TO COUNT-ED-1.
           MOVE DEPT-PERM-COUNT TO COUNT-ED-2.
           MOVE TOTAL-AMOUNT TO AMOUNT-ED-3.
               AMOUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF DEPT-PREP-COUNT > 0 OR DEPT-CREP-COUNT > 0
               OR DEPT-MULT-COUNT > 0
               MOVE DEPT-PREP-COUNT TO COUNT-ED-1
               MOVE DEPT-CREP-COUNT TO COUNT-ED-2
               MOVE DEPT-MULT-COUNT TO COUNT-ED-3
               MOVE SPACES TO PRINT-LINE
               STRING "                    PREP: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   "  CREP: " DELIMITED BY SIZE
                   COUNT-ED-2 DELIMITED BY SIZE
                   "  MULT: " DELIMITED BY SIZE
                   COUNT-ED-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF CUR-DEPT-UNKNOWN = "Y"
               PERFORM STORE-UNKNOWN-DEPT
           END-IF.
           MOVE 0 TO DEPT-FACT-COUNT.
           MOVE 0 TO DEPT-PERM-COUNT.
           MOVE 0 TO DEPT-PREP-COUNT.
           MOVE 0 TO DEPT-CREP-COUNT.
           MOVE 0 TO DEPT-MULT-COUNT.
       STORE-UNKNOWN-DEPT.
           IF UNKNOWN-DEPT-COUNT < UNKNOWN-DEPT-LIMIT
               ADD 1 TO UNKNOWN-DEPT-COUNT
               MOVE CUR-DEPT TO UD-DEPT(UNKNOWN-DEPT-COUNT)
               COMPUTE UD-RECORDS(UNKNOWN-DEPT-COUNT) =
                   DEPT-FACT-COUNT + DEPT-PERM-COUNT
                   + DEPT-PREP-COUNT + DEPT-CREP-COUNT
                   + DEPT-MULT-COUNT
           ELSE
               MOVE "Y" TO UNKNOWN-DEPT-OVERFLOW
           END-IF.
       WRITE-GRAND-TOTALS.
           COMPUTE FACT-AMOUNT = GRAND-FACT-COUNT * FACT-UNIT-RATE.
           COMPUTE PERM-AMOUNT = GRAND-PERM-COUNT * PERM-UNIT-RATE.
           COMPUTE PREP-AMOUNT = GRAND-PREP-COUNT * PREP-UNIT-RATE.
           COMPUTE CREP-AMOUNT = GRAND-CREP-COUNT * CREP-UNIT-RATE.
           COMPUTE MULT-AMOUNT = GRAND-MULT-COUNT * MULT-UNIT-RATE.
           COMPUTE TOTAL-AMOUNT = FACT-AMOUNT + PERM-AMOUNT
               + PREP-AMOUNT + CREP-AMOUNT + MULT-AMOUNT.
           MOVE GRAND-FACT-COUNT TO COUNT-ED-1.
           MOVE GRAND-PERM-COUNT TO COUNT-ED-2.
           MOVE TOTAL-AMOUNT TO AMOUNT-ED-3.
               AMOUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF GRAND-PREP-COUNT > 0 OR GRAND-CREP-COUNT > 0
               OR GRAND-MULT-COUNT > 0
               MOVE GRAND-PREP-COUNT TO COUNT-ED-1
               MOVE GRAND-CREP-COUNT TO COUNT-ED-2
               MOVE GRAND-MULT-COUNT TO COUNT-ED-3
               MOVE SPACES TO PRINT-LINE
               STRING "             PREP: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   "  CREP: " DELIMITED BY SIZE
                   COUNT-ED-2 DELIMITED BY SIZE
                   "  MULT: " DELIMITED BY SIZE
                   COUNT-ED-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE RECORDS-READ TO COUNT-ED-1.
           MOVE RECORDS-SELECTED TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "CHARGEBACK REPORT COMPLETE - RECORDS SELECTED: "
               COUNT-ED-2.
           IF CLOSED-DIFF-COUNT > 0
               MOVE CLOSED-DIFF-COUNT TO COUNT-ED-1
               MOVE SPACES TO PRINT-LINE
               STRING "CLOSED PERIOD DIFFERENCES: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   " DEPARTMENT-MONTHS" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "WARNING: CLOSED PERIOD DIFFERENCES: "
                   COUNT-ED-1
           END-IF.
       WRITE-UNKNOWN-DEPTS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "--- AUDIT DEPARTMENTS NOT ON MASTER ---"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF DEPT-MASTER-MISSING = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "DEPARTMENT MASTER UNAVAILABLE - NOT CHECKED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "WARNING: DEPARTMENT MASTER UNAVAILABLE"
           END-IF.
           IF UNKNOWN-DEPT-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               STRING "(NONE)" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-UNKNOWN-DEPT-LINE
                   VARYING UNKNOWN-DEPT-SUB FROM 1 BY 1
                   UNTIL UNKNOWN-DEPT-SUB > UNKNOWN-DEPT-COUNT
               MOVE UNKNOWN-DEPT-COUNT TO COUNT-ED-1
               DISPLAY "WARNING: AUDIT DEPARTMENTS NOT ON MASTER: "
                   COUNT-ED-1
           END-IF.
           IF UNKNOWN-DEPT-OVERFLOW = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "MORE UNKNOWN DEPARTMENTS THAN TABLE LIMIT"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       WRITE-UNKNOWN-DEPT-LINE.
           MOVE UD-RECORDS(UNKNOWN-DEPT-SUB) TO COUNT-ED-1.
           MOVE SPACES TO PRINT-LINE.
           STRING "  DEPARTMENT: " DELIMITED BY SIZE
               UD-DEPT(UNKNOWN-DEPT-SUB) DELIMITED BY SIZE
               "  AUDIT RECORDS: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-REPORT-LINE.
           IF RPT-OPEN = "Y"
               IF LINE-COUNT >= LINES-PER-PAGE
               WRITE REPORT-RECORD FROM PRINT-LINE
               MOVE FACT-UNIT-RATE TO RATE-ED
               MOVE PERM-UNIT-RATE TO RATE-ED-2
               MOVE PREP-UNIT-RATE TO RATE-ED-3
               MOVE CREP-UNIT-RATE TO RATE-ED-4
               MOVE MULT-UNIT-RATE TO RATE-ED-5
               MOVE SPACES TO PRINT-LINE
               STRING "UNIT RATES  FACT: " DELIMITED BY SIZE
                   RATE-ED DELIMITED BY SIZE
                   "  PERM: " DELIMITED BY SIZE
                   RATE-ED-2 DELIMITED BY SIZE
                   "  PREP: " DELIMITED BY SIZE
                   RATE-ED-3 DELIMITED BY SIZE
                   "  CREP: " DELIMITED BY SIZE
                   RATE-ED-4 DELIMITED BY SIZE
                   "  MULT: " DELIMITED BY SIZE
                   RATE-ED-5 DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
