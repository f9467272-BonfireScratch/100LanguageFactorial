       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "FACTCLSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLSP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "FACTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "FACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT CHARGE-LOG-FILE ASSIGN TO "FACTCHGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGL-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "FACTIFC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERFACE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FACTXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREG-STATUS.
           SELECT RECUT-QUEUE-FILE ASSIGN TO "FACTXRTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRTQ-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "FACTARCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "FACTCLSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "CLSSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           05 CLP-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLP-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(149).
       01  CLOSED-MONTH-RECORD.
           05 CLM-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLM-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CLM-CLOSE-DATE           PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLM-CLOSE-TIME           PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CLM-CLOSE-USER           PIC X(20).
           05 FILLER                   PIC X(1).
           05 CLM-BUSINESS-DATE        PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLM-AUDIT-COUNT          PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CLM-N-HASH               PIC 9(10).
           05 FILLER                   PIC X(1).
           05 CLM-TOTAL-COUNT          PIC 9(4).
           05 FILLER                   PIC X(78).
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
           05 FILLER                   PIC X(1).
           05 CLT-N-HASH               PIC 9(10).
           05 FILLER                   PIC X(119).
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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 AUD-SUBMITTER            PIC X(20).
           05 FILLER                   PIC X(1).
           05 AUD-REF-ID               PIC X(8).
           05 FILLER                   PIC X(1).
           05 AUD-CALC-TYPE            PIC X(4).
           05 FILLER                   PIC X(1).
           05 AUD-N                    PIC 9(4).
           05 FILLER                   PIC X(1).
           05 AUD-R                    PIC 9(4).
           05 FILLER                   PIC X(1).
           05 AUD-F                    PIC 9(18).
           05 FILLER                   PIC X(1).
           05 AUD-F-SEGS               PIC 9(2).
           05 FILLER                   PIC X(1).
           05 AUD-NPR                  PIC 9(18).
           05 FILLER                   PIC X(1).
           05 AUD-NCR                  PIC 9(18).
           05 FILLER                   PIC X(1).
           05 AUD-DEPT                 PIC X(4).
           05 FILLER                   PIC X(1).
           05 AUD-NPR-SEGS             PIC 9(2).
           05 FILLER                   PIC X(1).
           05 AUD-NCR-SEGS             PIC 9(2).
           05 FILLER                   PIC X(1).
           05 AUD-RUN-NO               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 AUD-GROUPS               PIC X(50).
           05 FILLER                   PIC X(18).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05 HST-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 HST-SUBMITTER            PIC X(20).
           05 FILLER                   PIC X(1).
           05 HST-RECORDS              PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJECTS              PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-MISS             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-NNUM             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-RNGN             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-REXN             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-OVFL             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-REJ-TYPE             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 HST-MIN-N                PIC 9(4).
           05 FILLER                   PIC X(1).
           05 HST-MAX-N                PIC 9(4).
           05 FILLER                   PIC X(1).
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

       FD  INTERFACE-FILE.
       01  INTERFACE-RECORD.
           05 IFC-RUN-DATE             PIC 9(8).
           05 IFC-RUN-MONTH REDEFINES IFC-RUN-DATE.
               10 IFC-YYYYMM           PIC 9(6).
               10 FILLER               PIC 9(2).
           05 FILLER                   PIC X(84).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 XRG-XMIT-NO              PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRG-FEED-DATE            PIC 9(8).
           05 XRG-FEED-MONTH REDEFINES XRG-FEED-DATE.
               10 XRG-FEED-YYYYMM      PIC 9(6).
               10 FILLER               PIC 9(2).
           05 FILLER                   PIC X(1).
           05 XRG-SENT-DATE            PIC 9(8).
           05 FILLER                   PIC X(1).
           05 XRG-SENT-TIME            PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRG-FILE-NAME            PIC X(30).
           05 FILLER                   PIC X(1).
           05 XRG-REC-COUNT            PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRG-SEG-COUNT            PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRG-HASH-TOTAL           PIC 9(18).
           05 FILLER                   PIC X(1).
           05 XRG-STATUS               PIC X(4).
           05 FILLER                   PIC X(83).

       FD  RECUT-QUEUE-FILE.
       01  RECUT-QUEUE-RECORD.
           05 XRQ-FEED-DATE            PIC 9(8).
           05 XRQ-FEED-MONTH REDEFINES XRQ-FEED-DATE.
               10 XRQ-FEED-YYYYMM      PIC 9(6).
               10 FILLER               PIC 9(2).
           05 FILLER                   PIC X(1).
           05 XRQ-QUEUED-DATE          PIC 9(8).
           05 FILLER                   PIC X(1).
           05 XRQ-REJECTED-XMIT        PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRQ-STATUS               PIC X(1).
           05 FILLER                   PIC X(1).
           05 XRQ-RECUT-XMIT           PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRQ-REASON               PIC X(30).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-RETENTION-DATE       PIC X(8).
           05 FILLER                   PIC X(1).
           05 CAT-ARCHIVE-NAME         PIC X(30).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD          PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-DEPT                 PIC X(4).
           05 SRT-CALC-TYPE            PIC X(4).
           05 SRT-N                    PIC 9(4).

       WORKING-STORAGE SECTION.
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 CLSP-STATUS PIC X(2) VALUE "00".
       77 AUDIT-STATUS PIC X(2) VALUE "00".
       77 HIST-STATUS PIC X(2) VALUE "00".
       77 CHGL-STATUS PIC X(2) VALUE "00".
       77 INTERFACE-STATUS PIC X(2) VALUE "00".
       77 XREG-STATUS PIC X(2) VALUE "00".
       77 XRTQ-STATUS PIC X(2) VALUE "00".
       77 CAT-STATUS PIC X(2) VALUE "00".
       77 RPT-STATUS PIC X(2) VALUE "00".
       77 RPT-OPEN PIC X(1) VALUE "N".
       77 CLSP-EOF PIC X(1) VALUE "N".
       77 AUDIT-EOF PIC X(1) VALUE "N".
       77 HIST-EOF PIC X(1) VALUE "N".
       77 CHGL-EOF PIC X(1) VALUE "N".
       77 INTERFACE-EOF PIC X(1) VALUE "N".
       77 XREG-EOF PIC X(1) VALUE "N".
       77 XRTQ-EOF PIC X(1) VALUE "N".
       77 CAT-EOF PIC X(1) VALUE "N".
       77 SORT-EOF PIC X(1) VALUE "N".
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 RAW-CLOSE-MONTH PIC X(6) VALUE SPACES.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 RUN-DATE PIC 9(8) VALUE 0.
       77 RUN-TIME PIC 9(6) VALUE 0.
       77 RUN-USER PIC X(20) VALUE SPACES.
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 BUSINESS-YYYYMM PIC 9(6) VALUE 0.
       01 CLOSE-PERIOD.
           05 CLOSE-YYYYMM             PIC 9(6).
           05 CLOSE-PERIOD-PARTS REDEFINES CLOSE-YYYYMM.
               10 CLOSE-YYYY           PIC 9(4).
               10 CLOSE-MM             PIC 9(2).
       01 WORK-PERIOD.
           05 WORK-YYYYMM              PIC 9(6).
           05 WORK-PERIOD-PARTS REDEFINES WORK-YYYYMM.
               10 WORK-YYYY            PIC 9(4).
               10 WORK-MM              PIC 9(2).
       77 PRIOR-YYYYMM PIC 9(6) VALUE 0.
       77 NEXT-YYYYMM PIC 9(6) VALUE 0.
       77 MONTH-FIRST-DATE PIC 9(8) VALUE 0.
       77 MONTH-LAST-DATE PIC 9(8) VALUE 0.
       77 DATE-INTEGER PIC 9(8) VALUE 0.
       77 LAST-CLOSED-MONTH PIC 9(6) VALUE 0.
       77 ALREADY-CLOSED PIC X(1) VALUE "N".
       77 PARM-ERROR PIC X(1) VALUE "N".
       77 CLOSE-FAILURE PIC X(1) VALUE "N".
       77 CHECKS-FAILED PIC X(1) VALUE "N".
       77 CLOSE-RC PIC 9(2) VALUE 0.
       77 CHECK-LABEL PIC X(34) VALUE SPACES.
       77 CHECK-RESULT PIC X(6) VALUE SPACES.
       77 CHECK-NOTE PIC X(30) VALUE SPACES.
       77 CHARGE-BILLED PIC X(1) VALUE "N".
       77 BILLED-DATE PIC 9(8) VALUE 0.
       77 UNSENT-COUNT PIC 9(6) VALUE 0.
       77 UNACKED-COUNT PIC 9(4) VALUE 0.
       77 QUEUED-COUNT PIC 9(4) VALUE 0.
       77 ARCHIVED-RETENTION PIC 9(8) VALUE 0.
       77 FEED-COUNT PIC 9(2) VALUE 0.
       77 FEED-SUB PIC 9(2) VALUE 0.
       77 FEED-FOUND PIC X(1) VALUE "N".
       01 FEED-DATE-TABLE.
           05 FEED-ENTRY OCCURS 31 TIMES.
               10 FED-DATE PIC 9(8).
               10 FED-STATUS PIC X(4).
       77 TOTAL-COUNT PIC 9(4) VALUE 0.
       77 TOTAL-LIMIT PIC 9(4) VALUE 500.
       77 TOTAL-SUB PIC 9(4) VALUE 0.
       01 TOTAL-TABLE.
           05 TOTAL-ENTRY OCCURS 500 TIMES.
               10 TT-DEPT PIC X(4).
               10 TT-CALC-TYPE PIC X(4).
               10 TT-COUNT PIC 9(8).
               10 TT-N-HASH PIC 9(10).
       77 AUDIT-MONTH-COUNT PIC 9(8) VALUE 0.
       77 AUDIT-N-HASH PIC 9(10) VALUE 0.
       77 MTH-RUNS PIC 9(6) VALUE 0.
       77 MTH-RECORDS PIC 9(8) VALUE 0.
       77 MTH-REJECTS PIC 9(8) VALUE 0.
       77 MTH-REJ-MISS PIC 9(8) VALUE 0.
       77 MTH-REJ-NNUM PIC 9(8) VALUE 0.
       77 MTH-REJ-RNGN PIC 9(8) VALUE 0.
       77 MTH-REJ-REXN PIC 9(8) VALUE 0.
       77 MTH-REJ-OVFL PIC 9(8) VALUE 0.
       77 MTH-REJ-TYPE PIC 9(8) VALUE 0.
       77 MTH-REJ-DEPT PIC 9(8) VALUE 0.
       77 MTH-REJ-RNGR PIC 9(8) VALUE 0.
       77 MTH-REJ-GRPS PIC 9(8) VALUE 0.
       77 MTH-REJ-GSUM PIC 9(8) VALUE 0.
       77 MTH-REJ-AUTH PIC 9(8) VALUE 0.
       77 COUNT-ED-1 PIC Z(7)9.
       77 COUNT-ED-2 PIC Z(7)9.
       77 COUNT-ED-3 PIC Z(7)9.
       77 HASH-ED PIC Z(9)9.
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       77 HEADING-LINE PIC X(80).
       77 LOCK-HELD PIC X(1) VALUE "N".
       77 LOCK-REFUSED PIC X(1) VALUE "N".
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
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RAW-TIME FROM TIME.
           MOVE RAW-TIME(1:6) TO RUN-TIME.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".
           IF RUN-USER = SPACES
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM EDIT-CLOSE-PERIOD.
           IF PARM-ERROR = "Y"
               MOVE 20 TO CLOSE-RC
           ELSE
               PERFORM ACQUIRE-CLOSE-LOCK
               IF LOCK-HELD = "Y"
                   PERFORM CLOSE-UNDER-LOCK
                   PERFORM RELEASE-CLOSE-LOCK
               ELSE
                   DISPLAY "PERIOD " CLOSE-YYYYMM " NOT CLOSED"
                   MOVE 24 TO CLOSE-RC
               END-IF
           END-IF.
           MOVE CLOSE-RC TO RETURN-CODE.
           STOP RUN.
       GET-BUSINESS-DATE.
           MOVE RUN-DATE TO BUSINESS-DATE.
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
       EDIT-CLOSE-PERIOD.
           MOVE PARM-TEXT(1:6) TO RAW-CLOSE-MONTH.
           IF RAW-CLOSE-MONTH = SPACES
               MOVE BUSINESS-YYYYMM TO WORK-YYYYMM
               PERFORM COMPUTE-PRIOR-MONTH
               MOVE PRIOR-YYYYMM TO CLOSE-YYYYMM
           ELSE
               IF RAW-CLOSE-MONTH IS NUMERIC
                   MOVE RAW-CLOSE-MONTH TO CLOSE-YYYYMM
               ELSE
                   DISPLAY "INVALID PERIOD PARM: " RAW-CLOSE-MONTH
                       " - USE YYYYMM"
                   MOVE "Y" TO PARM-ERROR
               END-IF
           END-IF.
           IF PARM-ERROR = "N"
               IF CLOSE-MM < 1 OR CLOSE-MM > 12
                   DISPLAY "INVALID PERIOD PARM: " CLOSE-YYYYMM
                       " - MONTH MUST BE 01 TO 12"
                   MOVE "Y" TO PARM-ERROR
               ELSE
                   IF CLOSE-YYYYMM NOT < BUSINESS-YYYYMM
                       DISPLAY "PERIOD " CLOSE-YYYYMM
                           " IS NOT BEFORE BUSINESS DATE "
                           BUSINESS-DATE " - CANNOT CLOSE"
                       MOVE "Y" TO PARM-ERROR
                   END-IF
               END-IF
           END-IF.
           IF PARM-ERROR = "N"
               MOVE CLOSE-YYYYMM TO WORK-YYYYMM
               PERFORM COMPUTE-PRIOR-MONTH
               IF CLOSE-MM = 12
                   COMPUTE NEXT-YYYYMM = (CLOSE-YYYY + 1) * 100 + 1
               ELSE
                   COMPUTE NEXT-YYYYMM = CLOSE-YYYYMM + 1
               END-IF
               COMPUTE MONTH-FIRST-DATE = CLOSE-YYYYMM * 100 + 1
               COMPUTE DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
                   NEXT-YYYYMM * 100 + 1) - 1
               COMPUTE MONTH-LAST-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
           END-IF.
       COMPUTE-PRIOR-MONTH.
           IF WORK-MM = 1
               COMPUTE PRIOR-YYYYMM = (WORK-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE PRIOR-YYYYMM = WORK-YYYYMM - 1
           END-IF.
       CLOSE-UNDER-LOCK.
           OPEN OUTPUT CERTIFICATE-FILE.
           IF RPT-STATUS = "00"
               MOVE "Y" TO RPT-OPEN
           ELSE
               MOVE "N" TO RPT-OPEN
               DISPLAY
                   "WARNING: UNABLE TO OPEN CLOSE CERTIFICATE - STATUS "
                   RPT-STATUS
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           MOVE SPACES TO PRINT-LINE.
           STRING "PERIOD: " CLOSE-YYYYMM "  (" MONTH-FIRST-DATE
               " THRU " MONTH-LAST-DATE ")  BUSINESS DATE: "
               BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-CLOSED-PERIODS.
           IF CLOSE-FAILURE = "N"
               PERFORM CHECK-PREREQUISITES
           END-IF.
           IF CLOSE-FAILURE = "N" AND CHECKS-FAILED = "N"
               PERFORM ACCUMULATE-AUDIT-TOTALS
           END-IF.
           IF CLOSE-FAILURE = "N" AND CHECKS-FAILED = "N"
               PERFORM ACCUMULATE-HISTORY-TOTALS
           END-IF.
           IF CLOSE-FAILURE = "N" AND CHECKS-FAILED = "N"
               PERFORM WRITE-CLOSED-PERIOD
           END-IF.
           IF CLOSE-FAILURE = "N" AND CHECKS-FAILED = "N"
               PERFORM WRITE-CERTIFICATE-TOTALS
           END-IF.
           PERFORM WRITE-CLOSE-RESULT.
           IF RPT-OPEN = "Y"
               CLOSE CERTIFICATE-FILE
           END-IF.
       LOAD-CLOSED-PERIODS.
           MOVE "N" TO ALREADY-CLOSED.
           MOVE 0 TO LAST-CLOSED-MONTH.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF CLSP-STATUS = "00"
               MOVE "N" TO CLSP-EOF
               PERFORM UNTIL CLSP-EOF = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO CLSP-EOF
                       NOT AT END
                           IF CLP-RECORD-TYPE = "CLSM"
                               PERFORM NOTE-CLOSED-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           ELSE
               IF CLSP-STATUS NOT = "35"
                   DISPLAY
                       "UNABLE TO OPEN CLOSED PERIOD FILE - STATUS "
                       CLSP-STATUS
                   MOVE "Y" TO CLOSE-FAILURE
               END-IF
           END-IF.
       NOTE-CLOSED-MONTH.
           IF CLP-YYYYMM = CLOSE-YYYYMM
               MOVE "Y" TO ALREADY-CLOSED
           END-IF.
           IF CLP-YYYYMM > LAST-CLOSED-MONTH
               MOVE CLP-YYYYMM TO LAST-CLOSED-MONTH
           END-IF.
       CHECK-PREREQUISITES.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "PREREQUISITE CHECKS" DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-NOT-ALREADY-CLOSED.
           PERFORM CHECK-PRIOR-PERIOD-CLOSED.
           PERFORM CHECK-CHARGEBACK-BILLED.
           PERFORM CHECK-INTERFACE-EXTRACTED.
           PERFORM CHECK-TRANSMISSIONS-ACKED.
           PERFORM CHECK-RECUTS-CLEARED.
           PERFORM CHECK-AUDIT-NOT-ARCHIVED.
       CHECK-NOT-ALREADY-CLOSED.
           MOVE "PERIOD NOT ALREADY CLOSED" TO CHECK-LABEL.
           MOVE SPACES TO CHECK-NOTE.
           IF ALREADY-CLOSED = "Y"
               MOVE "FAILED" TO CHECK-RESULT
               MOVE "PERIOD IS ALREADY CLOSED" TO CHECK-NOTE
           ELSE
               MOVE "OK" TO CHECK-RESULT
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       CHECK-PRIOR-PERIOD-CLOSED.
           MOVE "PRIOR PERIOD CLOSED" TO CHECK-LABEL.
           MOVE SPACES TO CHECK-NOTE.
           IF LAST-CLOSED-MONTH = 0
               MOVE "OK" TO CHECK-RESULT
               MOVE "FIRST PERIOD CLOSE" TO CHECK-NOTE
           ELSE
               IF LAST-CLOSED-MONTH = PRIOR-YYYYMM
                   MOVE "OK" TO CHECK-RESULT
               ELSE
                   MOVE "FAILED" TO CHECK-RESULT
                   STRING "LAST CLOSED PERIOD IS "
                       LAST-CLOSED-MONTH
                       DELIMITED BY SIZE INTO CHECK-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       CHECK-CHARGEBACK-BILLED.
           MOVE "CHARGEBACK BILLED FOR PERIOD" TO CHECK-LABEL.
           MOVE SPACES TO CHECK-NOTE.
           MOVE "N" TO CHARGE-BILLED.
           MOVE 0 TO BILLED-DATE.
           OPEN INPUT CHARGE-LOG-FILE.
           IF CHGL-STATUS = "00"
               MOVE "N" TO CHGL-EOF
               PERFORM UNTIL CHGL-EOF = "Y"
                   READ CHARGE-LOG-FILE
                       AT END
                           MOVE "Y" TO CHGL-EOF
                       NOT AT END
                           PERFORM CHECK-CHARGE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHARGE-LOG-FILE
           END-IF.
           IF CHARGE-BILLED = "Y"
               MOVE "OK" TO CHECK-RESULT
               STRING "BILLED ON " BILLED-DATE
                   DELIMITED BY SIZE INTO CHECK-NOTE
           ELSE
               MOVE "FAILED" TO CHECK-RESULT
               IF CHGL-STATUS = "00" OR CHGL-STATUS = "10"
                   OR CHGL-STATUS = "35"
                   MOVE "NO CHARGEBACK RUN AFTER PERIOD" TO CHECK-NOTE
               ELSE
                   STRING "CHARGEBACK LOG STATUS "
                       CHGL-STATUS
                       DELIMITED BY SIZE INTO CHECK-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       CHECK-CHARGE-LOG-ENTRY.
           IF CGL-FROM-DATE IS NUMERIC AND CGL-TO-DATE IS NUMERIC
               AND CGL-RUN-DATE IS NUMERIC
               AND CGL-RETURN-CODE IS NUMERIC
               IF CGL-FROM-DATE <= MONTH-FIRST-DATE
                   AND CGL-TO-DATE >= MONTH-LAST-DATE
                   AND CGL-RUN-DATE > MONTH-LAST-DATE
                   AND CGL-RETURN-CODE <= 4
                   MOVE "Y" TO CHARGE-BILLED
                   MOVE CGL-RUN-DATE TO BILLED-DATE
               END-IF
           END-IF.
       CHECK-INTERFACE-EXTRACTED.
           MOVE "INTERFACE FEED EXTRACTED" TO CHECK-LABEL.
           MOVE SPACES TO CHECK-NOTE.
           MOVE 0 TO UNSENT-COUNT.
           OPEN INPUT INTERFACE-FILE.
           IF INTERFACE-STATUS = "00"
               MOVE "N" TO INTERFACE-EOF
               PERFORM UNTIL INTERFACE-EOF = "Y"
                   READ INTERFACE-FILE
                       AT END
                           MOVE "Y" TO INTERFACE-EOF
                       NOT AT END
                           IF IFC-YYYYMM = CLOSE-YYYYMM
                               ADD 1 TO UNSENT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFACE-FILE
           END-IF.
           IF INTERFACE-STATUS NOT = "00"
               AND INTERFACE-STATUS NOT = "10"
               AND INTERFACE-STATUS NOT = "35"
               MOVE "FAILED" TO CHECK-RESULT
               STRING "INTERFACE FILE STATUS " INTERFACE-STATUS
                   DELIMITED BY SIZE INTO CHECK-NOTE
           ELSE
               IF UNSENT-COUNT > 0
                   MOVE "FAILED" TO CHECK-RESULT
                   MOVE UNSENT-COUNT TO COUNT-ED-1
                   STRING COUNT-ED-1 " RECORDS NOT EXTRACTED"
                       DELIMITED BY SIZE INTO CHECK-NOTE
               ELSE
                   MOVE "OK" TO CHECK-RESULT
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       CHECK-TRANSMISSIONS-ACKED.
           MOVE "TRANSMISSIONS ACKNOWLEDGED" TO CHECK-LABEL.
           MOVE SPACES TO CHECK-NOTE.
           MOVE 0 TO FEED-COUNT.
           MOVE 0 TO UNACKED-COUNT.
           OPEN INPUT REGISTER-FILE.
           IF XREG-STATUS = "00"
               MOVE "N" TO XREG-EOF
               PERFORM UNTIL XREG-EOF = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO XREG-EOF
                       NOT AT END
                           IF XRG-FEED-YYYYMM = CLOSE-YYYYMM
                               PERFORM NOTE-FEED-TRANSMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           PERFORM COUNT-UNACKED-FEED
               VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT.
           IF XREG-STATUS NOT = "00" AND XREG-STATUS NOT = "10"
               AND XREG-STATUS NOT = "35"
               MOVE "FAILED" TO CHECK-RESULT
               STRING "REGISTER FILE STATUS " XREG-STATUS
                   DELIMITED BY SIZE INTO CHECK-NOTE
           ELSE
               IF UNACKED-COUNT > 0
                   MOVE "FAILED" TO CHECK-RESULT
                   MOVE UNACKED-COUNT TO COUNT-ED-1
                   STRING COUNT-ED-1 " FEED DATES NOT ACKED"
                       DELIMITED BY SIZE INTO CHECK-NOTE
               ELSE
                   MOVE "OK" TO CHECK-RESULT
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       NOTE-FEED-TRANSMISSION.
           MOVE "N" TO FEED-FOUND.
           PERFORM FIND-FEED-DATE
               VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT.
           IF FEED-FOUND = "N" AND FEED-COUNT < 31
               ADD 1 TO FEED-COUNT
               MOVE XRG-FEED-DATE TO FED-DATE(FEED-COUNT)
               MOVE XRG-STATUS TO FED-STATUS(FEED-COUNT)
           END-IF.
       FIND-FEED-DATE.
           IF FED-DATE(FEED-SUB) = XRG-FEED-DATE
               MOVE "Y" TO FEED-FOUND
               MOVE XRG-STATUS TO FED-STATUS(FEED-SUB)
           END-IF.
       COUNT-UNACKED-FEED.
           IF FED-STATUS(FEED-SUB) NOT = "ACKD"
               ADD 1 TO UNACKED-COUNT
           END-IF.
       CHECK-RECUTS-CLEARED.
           MOVE "NO RE-CUTS OUTSTANDING" TO CHECK-LABEL.
           MOVE SPACES TO CHECK-NOTE.
           MOVE 0 TO QUEUED-COUNT.
           OPEN INPUT RECUT-QUEUE-FILE.
           IF XRTQ-STATUS = "00"
               MOVE "N" TO XRTQ-EOF
               PERFORM UNTIL XRTQ-EOF = "Y"
                   READ RECUT-QUEUE-FILE
                       AT END
                           MOVE "Y" TO XRTQ-EOF
                       NOT AT END
                           IF XRQ-FEED-YYYYMM = CLOSE-YYYYMM
                               AND XRQ-STATUS = "Q"
                               ADD 1 TO QUEUED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECUT-QUEUE-FILE
           END-IF.
           IF XRTQ-STATUS NOT = "00" AND XRTQ-STATUS NOT = "10"
               AND XRTQ-STATUS NOT = "35"
               MOVE "FAILED" TO CHECK-RESULT
               STRING "RE-CUT QUEUE STATUS " XRTQ-STATUS
                   DELIMITED BY SIZE INTO CHECK-NOTE
           ELSE
               IF QUEUED-COUNT > 0
                   MOVE "FAILED" TO CHECK-RESULT
                   MOVE QUEUED-COUNT TO COUNT-ED-1
                   STRING COUNT-ED-1 " FEED DATES QUEUED"
                       DELIMITED BY SIZE INTO CHECK-NOTE
               ELSE
                   MOVE "OK" TO CHECK-RESULT
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       CHECK-AUDIT-NOT-ARCHIVED.
           MOVE "AUDIT NOT YET ARCHIVED" TO CHECK-LABEL.
           MOVE SPACES TO CHECK-NOTE.
           MOVE 0 TO ARCHIVED-RETENTION.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS = "00"
               MOVE "N" TO CAT-EOF
               PERFORM UNTIL CAT-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO CAT-EOF
                       NOT AT END
                           IF CAT-RETENTION-DATE IS NUMERIC
                               IF CAT-RETENTION-DATE > MONTH-FIRST-DATE
                                   MOVE CAT-RETENTION-DATE
                                       TO ARCHIVED-RETENTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF CAT-STATUS NOT = "00" AND CAT-STATUS NOT = "10"
               AND CAT-STATUS NOT = "35"
               MOVE "FAILED" TO CHECK-RESULT
               STRING "ARCHIVE CATALOG STATUS " CAT-STATUS
                   DELIMITED BY SIZE INTO CHECK-NOTE
           ELSE
               IF ARCHIVED-RETENTION > 0
                   MOVE "FAILED" TO CHECK-RESULT
                   STRING "ARCHIVED BEFORE " ARCHIVED-RETENTION
                       DELIMITED BY SIZE INTO CHECK-NOTE
               ELSE
                   MOVE "OK" TO CHECK-RESULT
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       WRITE-CHECK-LINE.
           IF CHECK-RESULT NOT = "OK"
               MOVE "Y" TO CHECKS-FAILED
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " CHECK-LABEL CHECK-RESULT " " CHECK-NOTE
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       ACCUMULATE-AUDIT-TOTALS.
           MOVE 0 TO TOTAL-COUNT.
           MOVE 0 TO AUDIT-MONTH-COUNT.
           MOVE 0 TO AUDIT-N-HASH.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DEPT SRT-CALC-TYPE
               INPUT PROCEDURE IS SELECT-PERIOD-AUDIT
               OUTPUT PROCEDURE IS BUILD-PERIOD-TOTALS.
       SELECT-PERIOD-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT FILE - STATUS "
                   AUDIT-STATUS
               MOVE "Y" TO CLOSE-FAILURE
           ELSE
               MOVE "N" TO AUDIT-EOF
               PERFORM UNTIL AUDIT-EOF = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO AUDIT-EOF
                       NOT AT END
                           IF AUD-RUN-DATE >= MONTH-FIRST-DATE
                               AND AUD-RUN-DATE <= MONTH-LAST-DATE
                               MOVE AUD-DEPT TO SRT-DEPT
                               MOVE AUD-CALC-TYPE TO SRT-CALC-TYPE
                               IF AUD-N IS NUMERIC
                                   MOVE AUD-N TO SRT-N
                               ELSE
                                   MOVE 0 TO SRT-N
                               END-IF
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
       BUILD-PERIOD-TOTALS.
           MOVE "N" TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF
                   NOT AT END
                       PERFORM ADD-PERIOD-TOTAL
               END-RETURN
           END-PERFORM.
       ADD-PERIOD-TOTAL.
           IF TOTAL-COUNT = 0
               PERFORM START-PERIOD-TOTAL
           ELSE
               IF SRT-DEPT NOT = TT-DEPT(TOTAL-COUNT)
                   OR SRT-CALC-TYPE NOT = TT-CALC-TYPE(TOTAL-COUNT)
                   PERFORM START-PERIOD-TOTAL
               END-IF
           END-IF.
           IF CLOSE-FAILURE = "N"
               ADD 1 TO TT-COUNT(TOTAL-COUNT)
               ADD SRT-N TO TT-N-HASH(TOTAL-COUNT)
           END-IF.
           ADD 1 TO AUDIT-MONTH-COUNT.
           ADD SRT-N TO AUDIT-N-HASH.
       START-PERIOD-TOTAL.
           IF TOTAL-COUNT < TOTAL-LIMIT
               ADD 1 TO TOTAL-COUNT
               MOVE SRT-DEPT TO TT-DEPT(TOTAL-COUNT)
               MOVE SRT-CALC-TYPE TO TT-CALC-TYPE(TOTAL-COUNT)
               MOVE 0 TO TT-COUNT(TOTAL-COUNT)
               MOVE 0 TO TT-N-HASH(TOTAL-COUNT)
           ELSE
               IF CLOSE-FAILURE = "N"
                   DISPLAY "MORE DEPARTMENT/TYPE TOTALS THAN TABLE "
                       "LIMIT - PERIOD NOT CLOSED"
                   MOVE "Y" TO CLOSE-FAILURE
               END-IF
           END-IF.
       ACCUMULATE-HISTORY-TOTALS.
           OPEN INPUT RUN-HISTORY-FILE.
           IF HIST-STATUS = "00"
               MOVE "N" TO HIST-EOF
               PERFORM UNTIL HIST-EOF = "Y"
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF
                       NOT AT END
                           IF HST-RUN-DATE >= MONTH-FIRST-DATE
                               AND HST-RUN-DATE <= MONTH-LAST-DATE
                               PERFORM ADD-HISTORY-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               IF HIST-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN RUN HISTORY FILE - STATUS "
                       HIST-STATUS
                   MOVE "Y" TO CLOSE-FAILURE
               END-IF
           END-IF.
       ADD-HISTORY-TOTAL.
           ADD 1 TO MTH-RUNS.
           ADD HST-RECORDS TO MTH-RECORDS.
           ADD HST-REJECTS TO MTH-REJECTS.
           ADD HST-REJ-MISS TO MTH-REJ-MISS.
           ADD HST-REJ-NNUM TO MTH-REJ-NNUM.
           ADD HST-REJ-RNGN TO MTH-REJ-RNGN.
           ADD HST-REJ-REXN TO MTH-REJ-REXN.
           ADD HST-REJ-OVFL TO MTH-REJ-OVFL.
           ADD HST-REJ-TYPE TO MTH-REJ-TYPE.
           IF HST-REJ-DEPT IS NUMERIC
               ADD HST-REJ-DEPT TO MTH-REJ-DEPT
           END-IF.
           IF HST-REJ-RNGR IS NUMERIC
               ADD HST-REJ-RNGR TO MTH-REJ-RNGR
           END-IF.
           IF HST-REJ-GRPS IS NUMERIC
               ADD HST-REJ-GRPS TO MTH-REJ-GRPS
           END-IF.
           IF HST-REJ-GSUM IS NUMERIC
               ADD HST-REJ-GSUM TO MTH-REJ-GSUM
           END-IF.
           IF HST-REJ-AUTH IS NUMERIC
               ADD HST-REJ-AUTH TO MTH-REJ-AUTH
           END-IF.
       WRITE-CLOSED-PERIOD.
           OPEN EXTEND CLOSED-PERIOD-FILE.
           IF CLSP-STATUS = "35"
               OPEN OUTPUT CLOSED-PERIOD-FILE
           END-IF.
           IF CLSP-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CLOSED PERIOD FILE - STATUS "
                   CLSP-STATUS
               MOVE "Y" TO CLOSE-FAILURE
           ELSE
               MOVE SPACES TO CLOSED-MONTH-RECORD
               MOVE "CLSM" TO CLM-RECORD-TYPE
               MOVE CLOSE-YYYYMM TO CLM-YYYYMM
               MOVE RUN-DATE TO CLM-CLOSE-DATE
               MOVE RUN-TIME TO CLM-CLOSE-TIME
               MOVE RUN-USER TO CLM-CLOSE-USER
               MOVE BUSINESS-DATE TO CLM-BUSINESS-DATE
               MOVE AUDIT-MONTH-COUNT TO CLM-AUDIT-COUNT
               MOVE AUDIT-N-HASH TO CLM-N-HASH
               MOVE TOTAL-COUNT TO CLM-TOTAL-COUNT
               WRITE CLOSED-MONTH-RECORD
               PERFORM WRITE-CLOSED-TOTAL
                   VARYING TOTAL-SUB FROM 1 BY 1
                   UNTIL TOTAL-SUB > TOTAL-COUNT
               MOVE SPACES TO CLOSED-HISTORY-RECORD
               MOVE "CLSH" TO CLH-RECORD-TYPE
               MOVE CLOSE-YYYYMM TO CLH-YYYYMM
               MOVE MTH-RUNS TO CLH-RUNS
               MOVE MTH-RECORDS TO CLH-RECORDS
               MOVE MTH-REJECTS TO CLH-REJECTS
               MOVE MTH-REJ-MISS TO CLH-REJ-MISS
               MOVE MTH-REJ-NNUM TO CLH-REJ-NNUM
               MOVE MTH-REJ-RNGN TO CLH-REJ-RNGN
               MOVE MTH-REJ-REXN TO CLH-REJ-REXN
               MOVE MTH-REJ-OVFL TO CLH-REJ-OVFL
               MOVE MTH-REJ-TYPE TO CLH-REJ-TYPE
               MOVE MTH-REJ-DEPT TO CLH-REJ-DEPT
               MOVE MTH-REJ-RNGR TO CLH-REJ-RNGR
               MOVE MTH-REJ-GRPS TO CLH-REJ-GRPS
               MOVE MTH-REJ-GSUM TO CLH-REJ-GSUM
               MOVE MTH-REJ-AUTH TO CLH-REJ-AUTH
               WRITE CLOSED-HISTORY-RECORD
               CLOSE CLOSED-PERIOD-FILE
           END-IF.
       WRITE-CLOSED-TOTAL.
           MOVE SPACES TO CLOSED-TOTAL-RECORD.
           MOVE "CLST" TO CLT-RECORD-TYPE.
           MOVE CLOSE-YYYYMM TO CLT-YYYYMM.
           MOVE TT-DEPT(TOTAL-SUB) TO CLT-DEPT.
           MOVE TT-CALC-TYPE(TOTAL-SUB) TO CLT-CALC-TYPE.
           MOVE TT-COUNT(TOTAL-SUB) TO CLT-COUNT.
           MOVE TT-N-HASH(TOTAL-SUB) TO CLT-N-HASH.
           WRITE CLOSED-TOTAL-RECORD.
       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "FROZEN CONTROL TOTALS" DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  DEPT    TYPE  RECORDS      N HASH"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF TOTAL-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               STRING "  (NO AUDIT RECORDS FOR PERIOD)"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-CERTIFICATE-TOTAL
                   VARYING TOTAL-SUB FROM 1 BY 1
                   UNTIL TOTAL-SUB > TOTAL-COUNT
           END-IF.
           MOVE AUDIT-MONTH-COUNT TO COUNT-ED-1.
           MOVE AUDIT-N-HASH TO HASH-ED.
           MOVE SPACES TO PRINT-LINE.
           STRING "  TOTAL        " COUNT-ED-1 "  " HASH-ED
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MTH-RUNS TO COUNT-ED-1.
           MOVE MTH-RECORDS TO COUNT-ED-2.
           MOVE MTH-REJECTS TO COUNT-ED-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "  RUN HISTORY  RUNS: " COUNT-ED-1
               "  RECORDS: " COUNT-ED-2
               "  REJECTS: " COUNT-ED-3
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-CERTIFICATE-TOTAL.
           MOVE TT-COUNT(TOTAL-SUB) TO COUNT-ED-1.
           MOVE TT-N-HASH(TOTAL-SUB) TO HASH-ED.
           MOVE SPACES TO PRINT-LINE.
           IF TT-DEPT(TOTAL-SUB) = SPACES
               STRING "  (NONE)  " TT-CALC-TYPE(TOTAL-SUB)
                   " " COUNT-ED-1 "  " HASH-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "  " TT-DEPT(TOTAL-SUB) "    "
                   TT-CALC-TYPE(TOTAL-SUB)
                   " " COUNT-ED-1 "  " HASH-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       WRITE-CLOSE-RESULT.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF CLOSE-FAILURE = "Y"
               STRING "*** PERIOD " CLOSE-YYYYMM
                   " NOT CLOSED - FILE ERROR ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
               DISPLAY "PERIOD " CLOSE-YYYYMM
                   " NOT CLOSED - FILE ERROR"
               MOVE 12 TO CLOSE-RC
           ELSE
               IF CHECKS-FAILED = "Y"
                   STRING "*** PERIOD " CLOSE-YYYYMM
                       " NOT CLOSED - PREREQUISITES NOT MET ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   DISPLAY "PERIOD " CLOSE-YYYYMM
                       " NOT CLOSED - PREREQUISITES NOT MET"
                   MOVE 16 TO CLOSE-RC
               ELSE
                   STRING "PERIOD " CLOSE-YYYYMM " CLOSED BY "
                       RUN-USER " ON " RUN-DATE " " RUN-TIME
                       DELIMITED BY SIZE INTO PRINT-LINE
                   DISPLAY "PERIOD " CLOSE-YYYYMM " CLOSED"
                   MOVE 0 TO CLOSE-RC
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF CLOSE-FAILURE = "N" AND CHECKS-FAILED = "N"
               MOVE SPACES TO PRINT-LINE
               STRING "BUSINESS DATES IN THIS PERIOD ARE NOW REFUSED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "FINANCE SIGN-OFF: ______________________"
                   "  DATE: __________" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       WRITE-REPORT-LINE.
           IF RPT-OPEN = "Y"
               IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER
               END-IF
               ADD 1 TO LINE-COUNT
               WRITE CERTIFICATE-RECORD FROM PRINT-LINE
           END-IF.
       WRITE-REPORT-HEADER.
           IF RPT-OPEN = "Y"
               ADD 1 TO PAGE-NUMBER
               MOVE 0 TO LINE-COUNT
               MOVE SPACES TO HEADING-LINE
               STRING "PERIOD CLOSE CERTIFICATE" DELIMITED BY SIZE
                   INTO HEADING-LINE
               WRITE CERTIFICATE-RECORD FROM HEADING-LINE
               MOVE SPACES TO HEADING-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE CERTIFICATE-RECORD FROM HEADING-LINE
           END-IF.
       ACQUIRE-CLOSE-LOCK.
           MOVE "N" TO LOCK-HELD.
           MOVE "PERCLOSE" TO LRQ-PROGRAM.
           MOVE 0 TO LRQ-RUN-NO.
           MOVE RUN-USER TO LRQ-USER.
           MOVE RUN-DATE TO LRQ-START-DATE.
           MOVE RUN-TIME TO LRQ-START-TIME.
           MOVE "A" TO LOCK-FUNCTION.
           MOVE "FACTAUD" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           IF LOCK-RESULT = "Y"
               MOVE "FACTIFC" TO LOCK-RESOURCE
               PERFORM CALL-FACTLOCK
               IF LOCK-RESULT = "Y"
                   MOVE "Y" TO LOCK-HELD
               ELSE
                   PERFORM REPORT-LOCK-REFUSAL
                   MOVE "FACTAUD" TO LOCK-RESOURCE
                   MOVE "R" TO LOCK-FUNCTION
                   PERFORM CALL-FACTLOCK
               END-IF
           ELSE
               PERFORM REPORT-LOCK-REFUSAL
           END-IF.
       RELEASE-CLOSE-LOCK.
           MOVE "R" TO LOCK-FUNCTION.
           MOVE "FACTAUD" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           MOVE "FACTIFC" TO LOCK-RESOURCE.
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
