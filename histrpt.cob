           SELECT TREND-REPORT-FILE ASSIGN TO "FACTTRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRND-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "FACTCLSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLSP-STATUS.
           SELECT SORT-FILE ASSIGN TO "HSTSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
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

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD         PIC X(80).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           05 CLP-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLP-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(149).
       01  CLOSED-HISTORY-RECORD.
           05 CLH-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLH-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CLH-RUNS                 PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CLH-RECORDS              PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJECTS              PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-MISS             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-NNUM             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-RNGN             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-REXN             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-OVFL             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-TYPE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-DEPT             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-RNGR             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-GRPS             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-GSUM             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLH-REJ-AUTH             PIC 9(8).
           05 FILLER                   PIC X(25).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-RUN-DATE             PIC 9(8).
           05 SRT-REJ-REXN             PIC 9(6).
           05 SRT-REJ-OVFL             PIC 9(6).
           05 SRT-REJ-TYPE             PIC 9(6).
           05 SRT-REJ-DEPT             PIC 9(6).
           05 SRT-REJ-RNGR             PIC 9(6).
           05 SRT-REJ-GRPS             PIC 9(6).
           05 SRT-REJ-GSUM             PIC 9(6).
           05 SRT-REJ-AUTH             PIC 9(6).
           05 SRT-SOURCE               PIC X(1).
           05 SRT-RUNS                 PIC 9(6).

       WORKING-STORAGE SECTION.
       77 HIST-STATUS PIC X(2) VALUE "00".
       77 MTH-REJ-REXN PIC 9(8) VALUE 0.
       77 MTH-REJ-OVFL PIC 9(8) VALUE 0.
       77 MTH-REJ-TYPE PIC 9(8) VALUE 0.
       77 MTH-REJ-DEPT PIC 9(8) VALUE 0.
       77 MTH-REJ-RNGR PIC 9(8) VALUE 0.
       77 MTH-REJ-GRPS PIC 9(8) VALUE 0.
       77 MTH-REJ-GSUM PIC 9(8) VALUE 0.
       77 MTH-REJ-AUTH PIC 9(8) VALUE 0.
       77 CLSP-STATUS PIC X(2) VALUE "00".
       77 CLSP-EOF PIC X(1) VALUE "N".
       77 MONTH-CLOSED PIC X(1) VALUE "N".
       77 MONTH-DIFFERS PIC X(1) VALUE "N".
       77 HISTORY-PURGED PIC X(1) VALUE "N".
       77 CLOSED-DIFF-COUNT PIC 9(4) VALUE 0.
       77 CLOSED-MONTH-COUNT PIC 9(3) VALUE 0.
       77 CLOSED-MONTH-LIMIT PIC 9(3) VALUE 240.
       77 CLOSED-MONTH-SUB PIC 9(3) VALUE 0.
       01 CLOSED-MONTH-TABLE.
           05 CLOSED-MONTH PIC 9(6) OCCURS 240 TIMES.
       77 FRZ-RUNS PIC 9(6) VALUE 0.
       77 FRZ-RECORDS PIC 9(8) VALUE 0.
       77 FRZ-REJECTS PIC 9(8) VALUE 0.
       77 FRZ-REJ-MISS PIC 9(8) VALUE 0.
       77 FRZ-REJ-NNUM PIC 9(8) VALUE 0.
       77 FRZ-REJ-RNGN PIC 9(8) VALUE 0.
       77 FRZ-REJ-REXN PIC 9(8) VALUE 0.
       77 FRZ-REJ-OVFL PIC 9(8) VALUE 0.
       77 FRZ-REJ-TYPE PIC 9(8) VALUE 0.
       77 FRZ-REJ-DEPT PIC 9(8) VALUE 0.
       77 FRZ-REJ-RNGR PIC 9(8) VALUE 0.
       77 FRZ-REJ-GRPS PIC 9(8) VALUE 0.
       77 FRZ-REJ-GSUM PIC 9(8) VALUE 0.
       77 FRZ-REJ-AUTH PIC 9(8) VALUE 0.
       77 LIVE-RUNS PIC 9(6) VALUE 0.
       77 LIVE-RECORDS PIC 9(8) VALUE 0.
       77 LIVE-REJECTS PIC 9(8) VALUE 0.
       77 GRAND-RUNS PIC 9(6) VALUE 0.
       77 GRAND-RECORDS PIC 9(8) VALUE 0.
       77 GRAND-REJECTS PIC 9(8) VALUE 0.
                   TRND-STATUS
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-RUN-DATE SRT-SOURCE
               INPUT PROCEDURE IS READ-RUN-HISTORY
               OUTPUT PROCEDURE IS PRODUCE-TREND-REPORT.
           IF TRND-OPEN = "Y"
           END-IF.
           IF HIST-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF CLOSED-DIFF-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       READ-RUN-HISTORY.
           PERFORM LOAD-CLOSED-PERIODS.
           OPEN INPUT RUN-HISTORY-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RUN HISTORY FILE - STATUS "
                           MOVE HST-REJ-REXN TO SRT-REJ-REXN
                           MOVE HST-REJ-OVFL TO SRT-REJ-OVFL
                           MOVE HST-REJ-TYPE TO SRT-REJ-TYPE
                           IF HST-REJ-DEPT IS NUMERIC
                               MOVE HST-REJ-DEPT TO SRT-REJ-DEPT
                           ELSE
                               MOVE 0 TO SRT-REJ-DEPT
                           END-IF
                           IF HST-REJ-RNGR IS NUMERIC
                               MOVE HST-REJ-RNGR TO SRT-REJ-RNGR
                           ELSE
                               MOVE 0 TO SRT-REJ-RNGR
                           END-IF
                           IF HST-REJ-GRPS IS NUMERIC
                               MOVE HST-REJ-GRPS TO SRT-REJ-GRPS
                           ELSE
                               MOVE 0 TO SRT-REJ-GRPS
                           END-IF
                           IF HST-REJ-GSUM IS NUMERIC
                               MOVE HST-REJ-GSUM TO SRT-REJ-GSUM
                           ELSE
                               MOVE 0 TO SRT-REJ-GSUM
                           END-IF
                           IF HST-REJ-AUTH IS NUMERIC
                               MOVE HST-REJ-AUTH TO SRT-REJ-AUTH
                           ELSE
                               MOVE 0 TO SRT-REJ-AUTH
                           END-IF
                           MOVE "L" TO SRT-SOURCE
                           MOVE 1 TO SRT-RUNS
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
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
                           PERFORM STORE-CLOSED-PERIOD
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
       STORE-CLOSED-PERIOD.
           IF CLP-RECORD-TYPE = "CLSM"
               IF CLOSED-MONTH-COUNT < CLOSED-MONTH-LIMIT
                   ADD 1 TO CLOSED-MONTH-COUNT
                   MOVE CLP-YYYYMM TO CLOSED-MONTH(CLOSED-MONTH-COUNT)
               END-IF
           END-IF.
           IF CLP-RECORD-TYPE = "CLSH"
               COMPUTE SRT-RUN-DATE = CLH-YYYYMM * 100 + 1
               MOVE "F" TO SRT-SOURCE
               MOVE CLH-RUNS TO SRT-RUNS
               MOVE CLH-RECORDS TO SRT-RECORDS
               MOVE CLH-REJECTS TO SRT-REJECTS
               MOVE CLH-REJ-MISS TO SRT-REJ-MISS
               MOVE CLH-REJ-NNUM TO SRT-REJ-NNUM
               MOVE CLH-REJ-RNGN TO SRT-REJ-RNGN
               MOVE CLH-REJ-REXN TO SRT-REJ-REXN
               MOVE CLH-REJ-OVFL TO SRT-REJ-OVFL
               MOVE CLH-REJ-TYPE TO SRT-REJ-TYPE
               MOVE CLH-REJ-DEPT TO SRT-REJ-DEPT
               MOVE CLH-REJ-RNGR TO SRT-REJ-RNGR
               MOVE CLH-REJ-GRPS TO SRT-REJ-GRPS
               MOVE CLH-REJ-GSUM TO SRT-REJ-GSUM
               IF CLH-REJ-AUTH IS NUMERIC
                   MOVE CLH-REJ-AUTH TO SRT-REJ-AUTH
               ELSE
                   MOVE 0 TO SRT-REJ-AUTH
               END-IF
               RELEASE SORT-RECORD
           END-IF.
       CHECK-MONTH-CLOSED.
           MOVE "N" TO MONTH-CLOSED.
           PERFORM CHECK-ONE-CLOSED-MONTH
               VARYING CLOSED-MONTH-SUB FROM 1 BY 1
               UNTIL CLOSED-MONTH-SUB > CLOSED-MONTH-COUNT.
       CHECK-ONE-CLOSED-MONTH.
           IF CLOSED-MONTH(CLOSED-MONTH-SUB) = CUR-YYYYMM
               MOVE "Y" TO MONTH-CLOSED
           END-IF.
       PRODUCE-TREND-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "N" TO SORT-EOF.
                   END-IF
               END-IF
           END-IF.
           IF SRT-SOURCE = "F"
               PERFORM TALLY-FROZEN-TOTALS
           ELSE
               PERFORM TALLY-LIVE-RUN
           END-IF.
       TALLY-FROZEN-TOTALS.
           ADD SRT-RUNS TO FRZ-RUNS.
           ADD SRT-RECORDS TO FRZ-RECORDS.
           ADD SRT-REJECTS TO FRZ-REJECTS.
           ADD SRT-REJ-MISS TO FRZ-REJ-MISS.
           ADD SRT-REJ-NNUM TO FRZ-REJ-NNUM.
           ADD SRT-REJ-RNGN TO FRZ-REJ-RNGN.
           ADD SRT-REJ-REXN TO FRZ-REJ-REXN.
           ADD SRT-REJ-OVFL TO FRZ-REJ-OVFL.
           ADD SRT-REJ-TYPE TO FRZ-REJ-TYPE.
           ADD SRT-REJ-DEPT TO FRZ-REJ-DEPT.
           ADD SRT-REJ-RNGR TO FRZ-REJ-RNGR.
           ADD SRT-REJ-GRPS TO FRZ-REJ-GRPS.
           ADD SRT-REJ-GSUM TO FRZ-REJ-GSUM.
           ADD SRT-REJ-AUTH TO FRZ-REJ-AUTH.
       TALLY-LIVE-RUN.
           ADD 1 TO DAY-RUNS.
           ADD 1 TO MTH-RUNS.
           ADD 1 TO GRAND-RUNS.
           ADD SRT-REJ-REXN TO MTH-REJ-REXN.
           ADD SRT-REJ-OVFL TO MTH-REJ-OVFL.
           ADD SRT-REJ-TYPE TO MTH-REJ-TYPE.
           ADD SRT-REJ-DEPT TO MTH-REJ-DEPT.
           ADD SRT-REJ-RNGR TO MTH-REJ-RNGR.
           ADD SRT-REJ-GRPS TO MTH-REJ-GRPS.
           ADD SRT-REJ-GSUM TO MTH-REJ-GSUM.
           ADD SRT-REJ-AUTH TO MTH-REJ-AUTH.
       WRITE-DAY-TOTALS.
           IF DAY-RUNS > 0
               PERFORM WRITE-DAY-LINE
           END-IF.
           MOVE 0 TO DAY-RUNS.
           MOVE 0 TO DAY-RECORDS.
           MOVE 0 TO DAY-REJECTS.
       WRITE-DAY-LINE.
           MOVE DAY-RUNS TO COUNT-ED-1.
           MOVE DAY-RECORDS TO COUNT-ED-2.
           MOVE DAY-REJECTS TO COUNT-ED-3.
               REJECT-RATE-ED DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-MONTH-TOTALS.
           PERFORM CHECK-MONTH-CLOSED.
           MOVE "N" TO MONTH-DIFFERS.
           MOVE "N" TO HISTORY-PURGED.
           IF MONTH-CLOSED = "Y"
               PERFORM APPLY-FROZEN-TOTALS
           END-IF.
           MOVE MTH-RUNS TO COUNT-ED-1.
           MOVE MTH-RECORDS TO COUNT-ED-2.
           MOVE MTH-REJECTS TO COUNT-ED-3.
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MTH-REJ-DEPT TO COUNT-ED-2.
           MOVE MTH-REJ-RNGR TO COUNT-ED-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "                   DEPT: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  RNGR: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MTH-REJ-GRPS TO COUNT-ED-2.
           MOVE MTH-REJ-GSUM TO COUNT-ED-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "                   GRPS: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  GSUM: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MTH-REJ-AUTH TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "                   AUTH: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF MONTH-CLOSED = "Y"
               PERFORM WRITE-CLOSED-PERIOD-NOTE
           END-IF.
           MOVE 0 TO FRZ-RUNS.
           MOVE 0 TO FRZ-RECORDS.
           MOVE 0 TO FRZ-REJECTS.
           MOVE 0 TO FRZ-REJ-MISS.
           MOVE 0 TO FRZ-REJ-NNUM.
           MOVE 0 TO FRZ-REJ-RNGN.
           MOVE 0 TO FRZ-REJ-REXN.
           MOVE 0 TO FRZ-REJ-OVFL.
           MOVE 0 TO FRZ-REJ-TYPE.
           MOVE 0 TO FRZ-REJ-DEPT.
           MOVE 0 TO FRZ-REJ-RNGR.
           MOVE 0 TO FRZ-REJ-GRPS.
           MOVE 0 TO FRZ-REJ-GSUM.
           MOVE 0 TO FRZ-REJ-AUTH.
           MOVE 0 TO MTH-RUNS.
           MOVE 0 TO MTH-RECORDS.
           MOVE 0 TO MTH-REJECTS.
           MOVE 0 TO MTH-REJ-REXN.
           MOVE 0 TO MTH-REJ-OVFL.
           MOVE 0 TO MTH-REJ-TYPE.
           MOVE 0 TO MTH-REJ-DEPT.
           MOVE 0 TO MTH-REJ-RNGR.
           MOVE 0 TO MTH-REJ-GRPS.
           MOVE 0 TO MTH-REJ-GSUM.
           MOVE 0 TO MTH-REJ-AUTH.
       APPLY-FROZEN-TOTALS.
           IF MTH-RUNS = 0
               MOVE "Y" TO HISTORY-PURGED
           ELSE
               IF FRZ-RUNS NOT = MTH-RUNS
                   OR FRZ-RECORDS NOT = MTH-RECORDS
                   OR FRZ-REJECTS NOT = MTH-REJECTS
                   OR FRZ-REJ-MISS NOT = MTH-REJ-MISS
                   OR FRZ-REJ-NNUM NOT = MTH-REJ-NNUM
                   OR FRZ-REJ-RNGN NOT = MTH-REJ-RNGN
                   OR FRZ-REJ-REXN NOT = MTH-REJ-REXN
                   OR FRZ-REJ-OVFL NOT = MTH-REJ-OVFL
                   OR FRZ-REJ-TYPE NOT = MTH-REJ-TYPE
                   OR FRZ-REJ-DEPT NOT = MTH-REJ-DEPT
                   OR FRZ-REJ-RNGR NOT = MTH-REJ-RNGR
                   OR FRZ-REJ-GRPS NOT = MTH-REJ-GRPS
                   OR FRZ-REJ-GSUM NOT = MTH-REJ-GSUM
                   OR FRZ-REJ-AUTH NOT = MTH-REJ-AUTH
                   MOVE "Y" TO MONTH-DIFFERS
                   ADD 1 TO CLOSED-DIFF-COUNT
               END-IF
           END-IF.
           MOVE MTH-RUNS TO LIVE-RUNS.
           MOVE MTH-RECORDS TO LIVE-RECORDS.
           MOVE MTH-REJECTS TO LIVE-REJECTS.
           SUBTRACT MTH-RUNS FROM GRAND-RUNS.
           SUBTRACT MTH-RECORDS FROM GRAND-RECORDS.
           SUBTRACT MTH-REJECTS FROM GRAND-REJECTS.
           ADD FRZ-RUNS TO GRAND-RUNS.
           ADD FRZ-RECORDS TO GRAND-RECORDS.
           ADD FRZ-REJECTS TO GRAND-REJECTS.
           MOVE FRZ-RUNS TO MTH-RUNS.
           MOVE FRZ-RECORDS TO MTH-RECORDS.
           MOVE FRZ-REJECTS TO MTH-REJECTS.
           MOVE FRZ-REJ-MISS TO MTH-REJ-MISS.
           MOVE FRZ-REJ-NNUM TO MTH-REJ-NNUM.
           MOVE FRZ-REJ-RNGN TO MTH-REJ-RNGN.
           MOVE FRZ-REJ-REXN TO MTH-REJ-REXN.
           MOVE FRZ-REJ-OVFL TO MTH-REJ-OVFL.
           MOVE FRZ-REJ-TYPE TO MTH-REJ-TYPE.
           MOVE FRZ-REJ-DEPT TO MTH-REJ-DEPT.
           MOVE FRZ-REJ-RNGR TO MTH-REJ-RNGR.
           MOVE FRZ-REJ-GRPS TO MTH-REJ-GRPS.
           MOVE FRZ-REJ-GSUM TO MTH-REJ-GSUM.
           MOVE FRZ-REJ-AUTH TO MTH-REJ-AUTH.
       WRITE-CLOSED-PERIOD-NOTE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  CLOSED PERIOD - MONTH TOTALS FROM FROZEN FIGURES"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF HISTORY-PURGED = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "  LIVE HISTORY PURGED - FROZEN FIGURES ONLY"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF MONTH-DIFFERS = "Y"
               MOVE LIVE-RUNS TO COUNT-ED-1
               MOVE LIVE-RECORDS TO COUNT-ED-2
               MOVE LIVE-REJECTS TO COUNT-ED-3
               MOVE SPACES TO PRINT-LINE
               STRING "  *** LIVE HISTORY DIFFERS  RUNS: "
                   DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   "  RECORDS: " DELIMITED BY SIZE
                   COUNT-ED-2 DELIMITED BY SIZE
                   "  REJECTS: " DELIMITED BY SIZE
                   COUNT-ED-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       WRITE-GRAND-TOTALS.
           MOVE GRAND-RUNS TO COUNT-ED-1.
           MOVE GRAND-RECORDS TO COUNT-ED-2.
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "TREND REPORT COMPLETE - RUNS: " COUNT-ED-1.
           IF CLOSED-DIFF-COUNT > 0
               MOVE CLOSED-DIFF-COUNT TO COUNT-ED-1
               MOVE SPACES TO PRINT-LINE
               STRING "CLOSED PERIOD DIFFERENCES: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   " MONTHS" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "WARNING: CLOSED PERIOD DIFFERENCES: "
                   COUNT-ED-1
           END-IF.
       WRITE-REPORT-LINE.
           IF TRND-OPEN = "Y"
               IF LINE-COUNT >= LINES-PER-PAGE
