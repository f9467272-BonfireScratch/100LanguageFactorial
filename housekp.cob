       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE ASSIGN TO "FACTRETN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FACTHKPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT RUN-NUMBER-FILE ASSIGN TO "FACTRUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "FACTCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
           SELECT REJECT-NAME-FILE ASSIGN TO "FACTREJN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJN-STATUS.
           SELECT OUTSTANDING-FILE ASSIGN TO "FACTREJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT REJECT-FILE ASSIGN USING CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FACTXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREG-STATUS.
           SELECT RECUT-QUEUE-FILE ASSIGN TO "FACTXRTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRTQ-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "FACTCLSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLSP-STATUS.
           SELECT LOG-FILE ASSIGN USING CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT LOG-WORK-FILE ASSIGN TO "FACTHKPW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-FILE.
       01  RETENTION-RECORD.
           05 RTC-FAMILY               PIC X(8).
           05 FILLER                   PIC X(1).
           05 RTC-BASIS                PIC X(1).
           05 FILLER                   PIC X(1).
           05 RTC-KEEP                 PIC X(4).
           05 FILLER                   PIC X(65).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       FD  RUN-NUMBER-FILE.
       01  RUN-NUMBER-RECORD.
           05 RUNC-LAST-RUN            PIC X(6).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-RECORDS             PIC X(6).
           05 FILLER                   PIC X(1).
           05 CKPT-RUN-NO              PIC X(6).

       FD  REJECT-NAME-FILE.
       01  REJECT-NAME-RECORD.
           05 REJN-NAME                PIC X(30).

       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD.
           05 OUT-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(2).
           05 OUT-REF-ID               PIC X(8).
           05 FILLER                   PIC X(56).
           05 OUT-DISP                 PIC X(1).
           05 FILLER                   PIC X(52).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(2).
           05 REJ-REF-ID               PIC X(8).
           05 FILLER                   PIC X(109).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 XRG-XMIT-NO              PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRG-FEED-DATE            PIC 9(8).
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

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD.
           05 CLP-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLP-YYYYMM               PIC 9(6).
           05 FILLER                   PIC X(149).

       FD  LOG-FILE.
       01  LOG-RECORD.
           05 LOG-DATE                 PIC X(8).
           05 FILLER                   PIC X(292).

       FD  LOG-WORK-FILE.
       01  LOG-WORK-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       77 RETN-STATUS PIC X(2) VALUE "00".
       77 RETN-EOF PIC X(1) VALUE "N".
       77 RPT-STATUS PIC X(2) VALUE "00".
       77 RPT-OPEN PIC X(1) VALUE "N".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 RUNC-STATUS PIC X(2) VALUE "00".
       77 CKPT-STATUS PIC X(2) VALUE "00".
       77 REJN-STATUS PIC X(2) VALUE "00".
       77 OUT-STATUS PIC X(2) VALUE "00".
       77 OUT-EOF PIC X(1) VALUE "N".
       77 REJ-STATUS PIC X(2) VALUE "00".
       77 REJ-EOF PIC X(1) VALUE "N".
       77 XREG-STATUS PIC X(2) VALUE "00".
       77 XREG-EOF PIC X(1) VALUE "N".
       77 XRTQ-STATUS PIC X(2) VALUE "00".
       77 XRTQ-EOF PIC X(1) VALUE "N".
       77 CLSP-STATUS PIC X(2) VALUE "00".
       77 CLSP-EOF PIC X(1) VALUE "N".
       77 LOG-STATUS PIC X(2) VALUE "00".
       77 LOG-EOF PIC X(1) VALUE "N".
       77 LOGW-STATUS PIC X(2) VALUE "00".
       77 LOGW-EOF PIC X(1) VALUE "N".
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 PARM-ERROR PIC X(1) VALUE "N".
       77 TRIAL-RUN PIC X(1) VALUE "N".
       77 RUN-DATE PIC 9(8) VALUE 0.
       77 RAW-TIME PIC X(8) VALUE SPACES.
       77 RUN-TIME PIC 9(6) VALUE 0.
       77 RUN-USER PIC X(20) VALUE SPACES.
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 BUSINESS-INTEGER PIC 9(8) VALUE 0.
       77 CUTOFF-DATE PIC 9(8) VALUE 0.
       77 CUTOFF-YYYYMM PIC 9(6) VALUE 0.
       77 HKP-RC PIC 9(2) VALUE 0.
       77 SEVERITY-LEVEL PIC 9(2) VALUE 0.
       77 RETENTION-FAILURE PIC X(1) VALUE "N".
       77 CARD-VALID PIC X(1) VALUE "Y".
       77 CARD-REASON PIC X(30) VALUE SPACES.
       77 CARDS-READ PIC 9(4) VALUE 0.
       77 CARDS-REJECTED PIC 9(4) VALUE 0.
       01 FAMILY-LIST.
           05 FILLER PIC X(10) VALUE "FACTRPT GD".
           05 FILLER PIC X(10) VALUE "FACTREJ GD".
           05 FILLER PIC X(10) VALUE "FACTIFC GD".
           05 FILLER PIC X(10) VALUE "FACTBAL D ".
           05 FILLER PIC X(10) VALUE "FACTXMTRD ".
           05 FILLER PIC X(10) VALUE "FACTOPS D ".
           05 FILLER PIC X(10) VALUE "FACTHISTD ".
           05 FILLER PIC X(10) VALUE "FACTCAUDD ".
           05 FILLER PIC X(10) VALUE "FACTBREGG ".
       01 FAMILY-TABLE REDEFINES FAMILY-LIST.
           05 FAMILY-ENTRY OCCURS 9 TIMES.
               10 FAM-NAME             PIC X(8).
               10 FAM-BASIS-1          PIC X(1).
               10 FAM-BASIS-2          PIC X(1).
       77 FAMILY-COUNT PIC 9(2) VALUE 9.
       01 RETENTION-TABLE.
           05 RETENTION-ENTRY OCCURS 9 TIMES.
               10 RT-SET               PIC X(1).
               10 RT-BASIS             PIC X(1).
               10 RT-KEEP              PIC 9(4).
       77 FAM-SUB PIC 9(2) VALUE 0.
       77 FAMILY-FOUND PIC X(1) VALUE "N".
       77 FAMILY-ACTIVE PIC X(1) VALUE "N".
       77 CUR-FAMILY PIC X(8) VALUE SPACES.
       77 CUR-BASIS PIC X(1) VALUE SPACE.
       77 CUR-KEEP PIC 9(4) VALUE 0.
       77 KEEP-ED PIC Z(3)9.
       77 LAST-RUN-NO PIC 9(6) VALUE 0.
       77 SCAN-RUN PIC 9(6) VALUE 0.
       77 CHECKPOINT-RUN PIC 9(6) VALUE 0.
       77 CHECKPOINT-RECORDS PIC 9(6) VALUE 0.
       77 CURRENT-REJECT-NAME PIC X(30) VALUE SPACES.
       77 REJN-UNUSABLE PIC X(1) VALUE "N".
       77 REJO-UNUSABLE PIC X(1) VALUE "N".
       77 REJO-REASON PIC X(30) VALUE SPACES.
       01 OPEN-ITEM-TABLE.
           05 OPEN-REF-ID PIC X(8) OCCURS 2000 TIMES.
       77 OPEN-COUNT PIC 9(4) VALUE 0.
       77 OPEN-LIMIT PIC 9(4) VALUE 2000.
       77 OPEN-SUB PIC 9(4) VALUE 0.
       77 OPEN-FOUND PIC X(1) VALUE "N".
       77 REGISTER-UNUSABLE PIC X(1) VALUE "N".
       77 REGISTER-REASON PIC X(30) VALUE SPACES.
       01 FEED-TABLE.
           05 FEED-ENTRY OCCURS 2000 TIMES.
               10 FEED-DATE            PIC 9(8).
               10 FEED-XMIT            PIC 9(6).
               10 FEED-STATUS          PIC X(4).
               10 FEED-FILE            PIC X(30).
               10 FEED-QUEUED          PIC X(1).
       77 FEED-COUNT PIC 9(4) VALUE 0.
       77 FEED-LIMIT PIC 9(4) VALUE 2000.
       77 FEED-SUB PIC 9(4) VALUE 0.
       77 FEED-FOUND PIC X(1) VALUE "N".
       77 NEWER-SUB PIC 9(4) VALUE 0.
       77 NEWER-COUNT PIC 9(4) VALUE 0.
       77 LATEST-XMIT PIC 9(6) VALUE 0.
       77 LATEST-XMIT-STATUS PIC X(4) VALUE SPACES.
       77 CLOSED-UNUSABLE PIC X(1) VALUE "N".
       77 CLOSED-REASON PIC X(30) VALUE SPACES.
       01 CLOSED-MONTH-TABLE.
           05 CLOSED-MONTH PIC 9(6) OCCURS 240 TIMES.
       77 CLOSED-MONTH-COUNT PIC 9(3) VALUE 0.
       77 CLOSED-MONTH-LIMIT PIC 9(3) VALUE 240.
       77 CLOSED-MONTH-SUB PIC 9(3) VALUE 0.
       77 RECORD-REMOVABLE PIC X(1) VALUE "N".
       77 CHECK-MONTH PIC 9(6) VALUE 0.
       77 CHECK-NAME PIC X(30) VALUE SPACES.
       01 FILE-DETAILS.
           05 FDT-SIZE                 PIC X(8).
           05 FDT-DAY                  PIC X(1).
           05 FDT-MONTH                PIC X(1).
           05 FDT-YEAR-HIGH            PIC X(1).
           05 FDT-YEAR-LOW             PIC X(1).
           05 FDT-TIME                 PIC X(4).
       77 CHECK-RESULT PIC S9(9) VALUE 0.
       77 FILE-EXISTS PIC X(1) VALUE "N".
       77 FILE-DATE PIC 9(8) VALUE 0.
       77 GEN-SEEN PIC 9(6) VALUE 0.
       77 GEN-RANK PIC 9(6) VALUE 0.
       77 WITHIN-RETENTION PIC X(1) VALUE "N".
       77 FILE-PROTECTED PIC X(1) VALUE "N".
       77 FILE-ACTION PIC X(9) VALUE SPACES.
       77 FILE-REASON PIC X(30) VALUE SPACES.
       77 FILES-KEPT PIC 9(6) VALUE 0.
       77 FILES-PURGED PIC 9(6) VALUE 0.
       77 FILES-PROTECTED PIC 9(6) VALUE 0.
       77 FILES-FAILED PIC 9(6) VALUE 0.
       77 LOG-READ PIC 9(8) VALUE 0.
       77 LOG-KEPT PIC 9(8) VALUE 0.
       77 LOG-REMOVED PIC 9(8) VALUE 0.
       77 LOG-HELD PIC 9(8) VALUE 0.
       77 LOG-SKIP PIC 9(8) VALUE 0.
       77 LOG-FAILED PIC X(1) VALUE "N".
       77 LOGS-TRIMMED PIC 9(4) VALUE 0.
       77 TOTAL-REMOVED PIC 9(8) VALUE 0.
       77 COUNT-ED-1 PIC Z(7)9.
       77 COUNT-ED-2 PIC Z(7)9.
       77 COUNT-ED-3 PIC Z(7)9.
       77 COUNT-ED-4 PIC Z(7)9.
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       77 HEADING-LINE PIC X(80).
       77 LOCK-HELD PIC X(1) VALUE "N".
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
           PERFORM EDIT-RUN-PARM.
           IF PARM-ERROR = "Y"
               MOVE 20 TO HKP-RC
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
               PERFORM LOAD-RETENTION-TABLE
               IF RETENTION-FAILURE = "Y"
                   MOVE 12 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               ELSE
                   PERFORM ACQUIRE-HOUSEKEEPING-LOCKS
                   IF LOCK-HELD = "Y"
                       PERFORM HOUSEKEEP-UNDER-LOCK
                       PERFORM RELEASE-HOUSEKEEPING-LOCKS
                   ELSE
                       MOVE SPACES TO PRINT-LINE
                       STRING "*** HOUSEKEEPING NOT RUN - FILES IN USE"
                           DELIMITED BY SIZE INTO PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 24 TO SEVERITY-LEVEL
                       PERFORM RAISE-SEVERITY
                   END-IF
               END-IF
               PERFORM WRITE-HOUSEKEEPING-TOTALS
               IF RPT-OPEN = "Y"
                   CLOSE REPORT-FILE
               END-IF
           END-IF.
           MOVE HKP-RC TO RETURN-CODE.
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
           COMPUTE BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
       EDIT-RUN-PARM.
           EVALUATE PARM-TEXT(1:1)
               WHEN SPACE
                   MOVE "N" TO TRIAL-RUN
               WHEN "T"
               WHEN "t"
                   MOVE "Y" TO TRIAL-RUN
               WHEN OTHER
                   DISPLAY "INVALID PARM: " PARM-TEXT(1:10)
                       " - USE T FOR A TRIAL RUN OR LEAVE BLANK"
                   MOVE "Y" TO PARM-ERROR
           END-EVALUATE.
       RAISE-SEVERITY.
           IF SEVERITY-LEVEL > HKP-RC
               MOVE SEVERITY-LEVEL TO HKP-RC
           END-IF.
       LOAD-RETENTION-TABLE.
           PERFORM CLEAR-RETENTION-ENTRY
               VARYING FAM-SUB FROM 1 BY 1
               UNTIL FAM-SUB > FAMILY-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "RETENTION RULES" DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT RETENTION-FILE.
           IF RETN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RETENTION TABLE - STATUS "
                   RETN-STATUS
               MOVE "Y" TO RETENTION-FAILURE
               MOVE SPACES TO PRINT-LINE
               STRING "*** RETENTION TABLE FACTRETN.DAT UNAVAILABLE"
                   " - NOTHING PROCESSED" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO RETN-EOF
               PERFORM UNTIL RETN-EOF = "Y"
                   READ RETENTION-FILE
                       AT END
                           MOVE "Y" TO RETN-EOF
                       NOT AT END
                           PERFORM EDIT-RETENTION-CARD
                   END-READ
               END-PERFORM
               CLOSE RETENTION-FILE
           END-IF.
       CLEAR-RETENTION-ENTRY.
           MOVE "N" TO RT-SET(FAM-SUB).
           MOVE SPACE TO RT-BASIS(FAM-SUB).
           MOVE 0 TO RT-KEEP(FAM-SUB).
       EDIT-RETENTION-CARD.
           IF RETENTION-RECORD = SPACES
               OR RETENTION-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO CARDS-READ
               MOVE "Y" TO CARD-VALID
               MOVE SPACES TO CARD-REASON
               INSPECT RTC-FAMILY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT RTC-BASIS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE RTC-FAMILY TO CUR-FAMILY
               PERFORM FIND-FAMILY
               IF FAMILY-FOUND = "N"
                   MOVE "N" TO CARD-VALID
                   MOVE "UNKNOWN FILE FAMILY" TO CARD-REASON
               ELSE
                   IF RT-SET(FAM-SUB) = "Y"
                       MOVE "N" TO CARD-VALID
                       MOVE "DUPLICATE FAMILY" TO CARD-REASON
                   END-IF
               END-IF
               IF CARD-VALID = "Y"
                   IF RTC-BASIS = SPACE
                       OR (RTC-BASIS NOT = FAM-BASIS-1(FAM-SUB)
                       AND RTC-BASIS NOT = FAM-BASIS-2(FAM-SUB))
                       MOVE "N" TO CARD-VALID
                       MOVE SPACES TO CARD-REASON
                       STRING "BASIS MUST BE " DELIMITED BY SIZE
                           FAM-BASIS-1(FAM-SUB) DELIMITED BY SIZE
                           INTO CARD-REASON
                       IF FAM-BASIS-2(FAM-SUB) NOT = SPACE
                           STRING "BASIS MUST BE " DELIMITED BY SIZE
                               FAM-BASIS-1(FAM-SUB) DELIMITED BY SIZE
                               " OR " DELIMITED BY SIZE
                               FAM-BASIS-2(FAM-SUB) DELIMITED BY SIZE
                               INTO CARD-REASON
                       END-IF
                   END-IF
               END-IF
               IF CARD-VALID = "Y"
                   IF RTC-KEEP IS NOT NUMERIC
                       MOVE "N" TO CARD-VALID
                       MOVE "KEEP MUST BE 0001 TO 9999" TO CARD-REASON
                   ELSE
                       IF RTC-KEEP = "0000"
                           MOVE "N" TO CARD-VALID
                           MOVE "KEEP MUST BE 0001 TO 9999"
                               TO CARD-REASON
                       END-IF
                   END-IF
               END-IF
               IF CARD-VALID = "Y"
                   MOVE "Y" TO RT-SET(FAM-SUB)
                   MOVE RTC-BASIS TO RT-BASIS(FAM-SUB)
                   MOVE RTC-KEEP TO RT-KEEP(FAM-SUB)
               ELSE
                   ADD 1 TO CARDS-REJECTED
                   MOVE 8 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               END-IF
               PERFORM WRITE-CARD-LINE
           END-IF.
       FIND-FAMILY.
           MOVE "N" TO FAMILY-FOUND.
           PERFORM MATCH-FAMILY
               VARYING FAM-SUB FROM 1 BY 1
               UNTIL FAM-SUB > FAMILY-COUNT
                   OR FAMILY-FOUND = "Y".
           IF FAMILY-FOUND = "Y"
               SUBTRACT 1 FROM FAM-SUB
           END-IF.
       MATCH-FAMILY.
           IF FAM-NAME(FAM-SUB) = CUR-FAMILY
               MOVE "Y" TO FAMILY-FOUND
           END-IF.
       WRITE-CARD-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF CARD-VALID = "Y"
               MOVE RT-KEEP(FAM-SUB) TO KEEP-ED
               IF RT-BASIS(FAM-SUB) = "G"
                   STRING "  " DELIMITED BY SIZE
                       RTC-FAMILY DELIMITED BY SIZE
                       "  KEEP " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " GENERATIONS" DELIMITED BY SIZE
                       INTO PRINT-LINE
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       RTC-FAMILY DELIMITED BY SIZE
                       "  KEEP " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO PRINT-LINE
               END-IF
           ELSE
               STRING "  " DELIMITED BY SIZE
                   RETENTION-RECORD(1:15) DELIMITED BY SIZE
                   "  *** REJECTED - " DELIMITED BY SIZE
                   CARD-REASON DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       HOUSEKEEP-UNDER-LOCK.
           PERFORM LOAD-RUN-NUMBERS.
           PERFORM LOAD-REJECT-NAME.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-REGISTER.
           PERFORM LOAD-RECUT-QUEUE.
           PERFORM LOAD-CLOSED-MONTHS.
           MOVE "FACTRPT" TO CUR-FAMILY.
           PERFORM PROCESS-RUN-FILES.
           MOVE "FACTREJ" TO CUR-FAMILY.
           PERFORM PROCESS-RUN-FILES.
           MOVE "FACTIFC" TO CUR-FAMILY.
           PERFORM PROCESS-TRANSMISSIONS.
           MOVE "FACTBAL" TO CUR-FAMILY.
           PERFORM PROCESS-CONTROL-REPORT.
           MOVE "FACTXMTR" TO CUR-FAMILY.
           PERFORM PROCESS-CONTROL-REPORT.
           MOVE "FACTOPS" TO CUR-FAMILY.
           PERFORM TRIM-LOG.
           MOVE "FACTHIST" TO CUR-FAMILY.
           PERFORM TRIM-LOG.
           MOVE "FACTCAUD" TO CUR-FAMILY.
           PERFORM TRIM-LOG.
           MOVE "FACTBREG" TO CUR-FAMILY.
           PERFORM TRIM-LOG.
       LOAD-RUN-NUMBERS.
           MOVE 0 TO LAST-RUN-NO.
           OPEN INPUT RUN-NUMBER-FILE.
           IF RUNC-STATUS = "00"
               READ RUN-NUMBER-FILE
                   NOT AT END
                       IF RUNC-LAST-RUN IS NUMERIC
                           MOVE RUNC-LAST-RUN TO LAST-RUN-NO
                       END-IF
               END-READ
               CLOSE RUN-NUMBER-FILE
           END-IF.
           MOVE 0 TO CHECKPOINT-RUN.
           MOVE 0 TO CHECKPOINT-RECORDS.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   NOT AT END
                       IF CKPT-RECORDS IS NUMERIC
                           MOVE CKPT-RECORDS TO CHECKPOINT-RECORDS
                       END-IF
                       IF CKPT-RUN-NO IS NUMERIC
                           MOVE CKPT-RUN-NO TO CHECKPOINT-RUN
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF CHECKPOINT-RECORDS = 0
               MOVE 0 TO CHECKPOINT-RUN
           END-IF.
           IF CHECKPOINT-RUN > LAST-RUN-NO
               MOVE CHECKPOINT-RUN TO LAST-RUN-NO
           END-IF.
       LOAD-REJECT-NAME.
           MOVE SPACES TO CURRENT-REJECT-NAME.
           MOVE "N" TO REJN-UNUSABLE.
           OPEN INPUT REJECT-NAME-FILE.
           IF REJN-STATUS = "35"
               CONTINUE
           ELSE
               IF REJN-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN REJECT NAME FILE - STATUS "
                       REJN-STATUS
                   MOVE "Y" TO REJN-UNUSABLE
               ELSE
                   READ REJECT-NAME-FILE
                       NOT AT END
                           MOVE REJN-NAME TO CURRENT-REJECT-NAME
                   END-READ
                   CLOSE REJECT-NAME-FILE
               END-IF
           END-IF.
       LOAD-OPEN-ITEMS.
           MOVE 0 TO OPEN-COUNT.
           MOVE "N" TO REJO-UNUSABLE.
           MOVE SPACES TO REJO-REASON.
           OPEN INPUT OUTSTANDING-FILE.
           IF OUT-STATUS = "35"
               CONTINUE
           ELSE
               IF OUT-STATUS NOT = "00"
                   DISPLAY
                       "UNABLE TO OPEN OUTSTANDING REJECT FILE - "
                       "STATUS " OUT-STATUS
                   MOVE "Y" TO REJO-UNUSABLE
                   MOVE "FACTREJO.DAT UNREADABLE" TO REJO-REASON
               ELSE
                   MOVE "N" TO OUT-EOF
                   PERFORM UNTIL OUT-EOF = "Y"
                       READ OUTSTANDING-FILE
                           AT END
                               MOVE "Y" TO OUT-EOF
                           NOT AT END
                               PERFORM STORE-OPEN-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE OUTSTANDING-FILE
               END-IF
           END-IF.
       STORE-OPEN-ITEM.
           IF OUT-DISP NOT = "C" AND OUT-REF-ID NOT = SPACES
               IF OPEN-COUNT < OPEN-LIMIT
                   ADD 1 TO OPEN-COUNT
                   MOVE OUT-REF-ID TO OPEN-REF-ID(OPEN-COUNT)
               ELSE
                   MOVE "Y" TO REJO-UNUSABLE
                   MOVE "OPEN ITEM TABLE FULL" TO REJO-REASON
               END-IF
           END-IF.
       LOAD-REGISTER.
           MOVE 0 TO FEED-COUNT.
           MOVE 0 TO LATEST-XMIT.
           MOVE SPACES TO LATEST-XMIT-STATUS.
           MOVE "N" TO REGISTER-UNUSABLE.
           MOVE SPACES TO REGISTER-REASON.
           OPEN INPUT REGISTER-FILE.
           IF XREG-STATUS = "35"
               CONTINUE
           ELSE
               IF XREG-STATUS NOT = "00"
                   DISPLAY
                       "UNABLE TO OPEN TRANSMISSION REGISTER - STATUS "
                       XREG-STATUS
                   MOVE "Y" TO REGISTER-UNUSABLE
                   MOVE "FACTXREG.DAT UNREADABLE" TO REGISTER-REASON
               ELSE
                   MOVE "N" TO XREG-EOF
                   PERFORM UNTIL XREG-EOF = "Y"
                       READ REGISTER-FILE
                           AT END
                               MOVE "Y" TO XREG-EOF
                           NOT AT END
                               PERFORM STORE-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.
       STORE-REGISTER-ENTRY.
           IF XRG-XMIT-NO IS NUMERIC AND XRG-FEED-DATE IS NUMERIC
               IF XRG-XMIT-NO >= LATEST-XMIT
                   MOVE XRG-XMIT-NO TO LATEST-XMIT
                   MOVE XRG-STATUS TO LATEST-XMIT-STATUS
               END-IF
               PERFORM FIND-FEED-DATE
               IF FEED-FOUND = "Y"
                   IF XRG-XMIT-NO >= FEED-XMIT(FEED-SUB)
                       MOVE XRG-XMIT-NO TO FEED-XMIT(FEED-SUB)
                       MOVE XRG-STATUS TO FEED-STATUS(FEED-SUB)
                       MOVE XRG-FILE-NAME TO FEED-FILE(FEED-SUB)
                   END-IF
               ELSE
                   IF FEED-COUNT < FEED-LIMIT
                       ADD 1 TO FEED-COUNT
                       MOVE XRG-FEED-DATE TO FEED-DATE(FEED-COUNT)
                       MOVE XRG-XMIT-NO TO FEED-XMIT(FEED-COUNT)
                       MOVE XRG-STATUS TO FEED-STATUS(FEED-COUNT)
                       MOVE XRG-FILE-NAME TO FEED-FILE(FEED-COUNT)
                       MOVE "N" TO FEED-QUEUED(FEED-COUNT)
                   ELSE
                       MOVE "Y" TO REGISTER-UNUSABLE
                       MOVE "REGISTER TABLE FULL" TO REGISTER-REASON
                   END-IF
               END-IF
           END-IF.
       FIND-FEED-DATE.
           MOVE "N" TO FEED-FOUND.
           PERFORM MATCH-FEED-DATE
               VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT
                   OR FEED-FOUND = "Y".
           IF FEED-FOUND = "Y"
               SUBTRACT 1 FROM FEED-SUB
           END-IF.
       MATCH-FEED-DATE.
           IF FEED-DATE(FEED-SUB) = XRG-FEED-DATE
               MOVE "Y" TO FEED-FOUND
           END-IF.
       LOAD-RECUT-QUEUE.
           OPEN INPUT RECUT-QUEUE-FILE.
           IF XRTQ-STATUS = "35"
               CONTINUE
           ELSE
               IF XRTQ-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RECUT QUEUE - STATUS "
                       XRTQ-STATUS
                   MOVE "Y" TO REGISTER-UNUSABLE
                   MOVE "FACTXRTQ.DAT UNREADABLE" TO REGISTER-REASON
               ELSE
                   MOVE "N" TO XRTQ-EOF
                   PERFORM UNTIL XRTQ-EOF = "Y"
                       READ RECUT-QUEUE-FILE
                           AT END
                               MOVE "Y" TO XRTQ-EOF
                           NOT AT END
                               PERFORM MARK-QUEUED-FEED
                       END-READ
                   END-PERFORM
                   CLOSE RECUT-QUEUE-FILE
               END-IF
           END-IF.
       MARK-QUEUED-FEED.
           IF XRQ-STATUS = "Q"
               MOVE XRQ-FEED-DATE TO XRG-FEED-DATE
               PERFORM FIND-FEED-DATE
               IF FEED-FOUND = "Y"
                   MOVE "Y" TO FEED-QUEUED(FEED-SUB)
               END-IF
           END-IF.
       LOAD-CLOSED-MONTHS.
           MOVE 0 TO CLOSED-MONTH-COUNT.
           MOVE "N" TO CLOSED-UNUSABLE.
           MOVE SPACES TO CLOSED-REASON.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF CLSP-STATUS = "35"
               CONTINUE
           ELSE
               IF CLSP-STATUS NOT = "00"
                   DISPLAY
                       "UNABLE TO OPEN CLOSED PERIOD FILE - STATUS "
                       CLSP-STATUS
                   MOVE "Y" TO CLOSED-UNUSABLE
                   MOVE "FACTCLSP.DAT UNREADABLE" TO CLOSED-REASON
               ELSE
                   MOVE "N" TO CLSP-EOF
                   PERFORM UNTIL CLSP-EOF = "Y"
                       READ CLOSED-PERIOD-FILE
                           AT END
                               MOVE "Y" TO CLSP-EOF
                           NOT AT END
                               PERFORM STORE-CLOSED-MONTH
                       END-READ
                   END-PERFORM
                   CLOSE CLOSED-PERIOD-FILE
               END-IF
           END-IF.
       STORE-CLOSED-MONTH.
           IF CLP-RECORD-TYPE = "CLSM" AND CLP-YYYYMM IS NUMERIC
               IF CLOSED-MONTH-COUNT < CLOSED-MONTH-LIMIT
                   ADD 1 TO CLOSED-MONTH-COUNT
                   MOVE CLP-YYYYMM TO CLOSED-MONTH(CLOSED-MONTH-COUNT)
               ELSE
                   MOVE "Y" TO CLOSED-UNUSABLE
                   MOVE "CLOSED MONTH TABLE FULL" TO CLOSED-REASON
               END-IF
           END-IF.
       START-FAMILY.
           PERFORM FIND-FAMILY.
           MOVE "N" TO FAMILY-ACTIVE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF FAMILY-FOUND = "Y"
               IF RT-SET(FAM-SUB) = "Y"
                   MOVE "Y" TO FAMILY-ACTIVE
               END-IF
           END-IF.
           IF FAMILY-ACTIVE = "N"
               MOVE SPACES TO PRINT-LINE
               STRING CUR-FAMILY DELIMITED BY SIZE
                   "  NO RETENTION RULE - NOT PROCESSED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE RT-BASIS(FAM-SUB) TO CUR-BASIS
               MOVE RT-KEEP(FAM-SUB) TO CUR-KEEP
               MOVE CUR-KEEP TO KEEP-ED
               MOVE SPACES TO PRINT-LINE
               IF CUR-BASIS = "D"
                   COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                       BUSINESS-INTEGER - CUR-KEEP + 1)
                   MOVE CUTOFF-DATE(1:6) TO CUTOFF-YYYYMM
                   STRING CUR-FAMILY DELIMITED BY SIZE
                       "  KEEP " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " DAYS - DATED " DELIMITED BY SIZE
                       CUTOFF-DATE DELIMITED BY SIZE
                       " OR LATER" DELIMITED BY SIZE
                       INTO PRINT-LINE
               ELSE
                   STRING CUR-FAMILY DELIMITED BY SIZE
                       "  KEEP " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " GENERATIONS" DELIMITED BY SIZE
                       INTO PRINT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.
       PROCESS-RUN-FILES.
           PERFORM START-FAMILY.
           IF FAMILY-ACTIVE = "Y"
               MOVE 0 TO GEN-SEEN
               PERFORM CHECK-RUN-FILE
                   VARYING SCAN-RUN FROM LAST-RUN-NO BY -1
                   UNTIL SCAN-RUN < 1
               IF GEN-SEEN = 0
                   MOVE SPACES TO PRINT-LINE
                   STRING "  NO FILES FOUND" DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.
       CHECK-RUN-FILE.
           MOVE SPACES TO CHECK-NAME.
           STRING CUR-FAMILY DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               SCAN-RUN DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO CHECK-NAME.
           PERFORM CHECK-FILE-EXISTS.
           IF FILE-EXISTS = "Y"
               ADD 1 TO GEN-SEEN
               MOVE GEN-SEEN TO GEN-RANK
               PERFORM APPLY-FILE-RETENTION
               IF WITHIN-RETENTION = "N"
                   PERFORM CHECK-RUN-FILE-PROTECTION
                   IF FILE-PROTECTED = "N"
                       PERFORM PURGE-CANDIDATE
                   END-IF
               END-IF
               PERFORM WRITE-FILE-LINE
           END-IF.
       APPLY-FILE-RETENTION.
           MOVE "N" TO WITHIN-RETENTION.
           MOVE "N" TO FILE-PROTECTED.
           MOVE CUR-KEEP TO KEEP-ED.
           MOVE SPACES TO FILE-REASON.
           IF CUR-BASIS = "G"
               IF GEN-RANK <= CUR-KEEP
                   MOVE "Y" TO WITHIN-RETENTION
                   STRING "WITHIN " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " GENERATIONS" DELIMITED BY SIZE
                       INTO FILE-REASON
               ELSE
                   STRING "BEYOND " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " GENERATIONS" DELIMITED BY SIZE
                       INTO FILE-REASON
               END-IF
           ELSE
               IF FILE-DATE >= CUTOFF-DATE
                   MOVE "Y" TO WITHIN-RETENTION
                   STRING "WITHIN " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO FILE-REASON
               ELSE
                   STRING "OLDER THAN " DELIMITED BY SIZE
                       KEEP-ED DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO FILE-REASON
               END-IF
           END-IF.
           IF WITHIN-RETENTION = "Y"
               MOVE "KEPT" TO FILE-ACTION
               ADD 1 TO FILES-KEPT
           END-IF.
       CHECK-RUN-FILE-PROTECTION.
           IF SCAN-RUN = CHECKPOINT-RUN
               MOVE "Y" TO FILE-PROTECTED
               MOVE "RESTART CHECKPOINT PENDING" TO FILE-REASON
           END-IF.
           IF FILE-PROTECTED = "N" AND CUR-FAMILY = "FACTREJ"
               IF REJN-UNUSABLE = "Y"
                   MOVE "Y" TO FILE-PROTECTED
                   MOVE "FACTREJN.DAT UNREADABLE" TO FILE-REASON
               ELSE
                   IF CHECK-NAME = CURRENT-REJECT-NAME
                       MOVE "Y" TO FILE-PROTECTED
                       MOVE "NAMED IN FACTREJN.DAT" TO FILE-REASON
                   END-IF
               END-IF
               IF FILE-PROTECTED = "N"
                   PERFORM CHECK-OPEN-ITEMS
               END-IF
           END-IF.
           IF FILE-PROTECTED = "Y"
               MOVE "PROTECTED" TO FILE-ACTION
               ADD 1 TO FILES-PROTECTED
           END-IF.
       CHECK-OPEN-ITEMS.
           IF REJO-UNUSABLE = "Y"
               MOVE "Y" TO FILE-PROTECTED
               MOVE REJO-REASON TO FILE-REASON
           ELSE
               IF OPEN-COUNT > 0
                   MOVE "N" TO OPEN-FOUND
                   OPEN INPUT REJECT-FILE
                   IF REJ-STATUS NOT = "00"
                       MOVE "Y" TO FILE-PROTECTED
                       MOVE "REJECT FILE UNREADABLE" TO FILE-REASON
                   ELSE
                       MOVE "N" TO REJ-EOF
                       PERFORM UNTIL REJ-EOF = "Y"
                           OR OPEN-FOUND = "Y"
                           READ REJECT-FILE
                               AT END
                                   MOVE "Y" TO REJ-EOF
                               NOT AT END
                                   PERFORM FIND-OPEN-ITEM
                           END-READ
                       END-PERFORM
                       CLOSE REJECT-FILE
                       IF OPEN-FOUND = "Y"
                           MOVE "Y" TO FILE-PROTECTED
                           MOVE "OPEN ITEMS IN FACTREJO.DAT"
                               TO FILE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FIND-OPEN-ITEM.
           IF REJ-REF-ID NOT = SPACES
               PERFORM MATCH-OPEN-ITEM
                   VARYING OPEN-SUB FROM 1 BY 1
                   UNTIL OPEN-SUB > OPEN-COUNT
                       OR OPEN-FOUND = "Y"
           END-IF.
       MATCH-OPEN-ITEM.
           IF OPEN-REF-ID(OPEN-SUB) = REJ-REF-ID
               MOVE "Y" TO OPEN-FOUND
           END-IF.
       PROCESS-TRANSMISSIONS.
           PERFORM START-FAMILY.
           IF FAMILY-ACTIVE = "Y"
               IF REGISTER-UNUSABLE = "Y"
                   MOVE SPACES TO PRINT-LINE
                   STRING "  *** " DELIMITED BY SIZE
                       REGISTER-REASON DELIMITED BY SIZE
                       " - TRANSMISSIONS NOT PROCESSED"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               ELSE
                   MOVE 0 TO GEN-SEEN
                   PERFORM CHECK-TRANSMISSION-FILE
                       VARYING FEED-SUB FROM 1 BY 1
                       UNTIL FEED-SUB > FEED-COUNT
                   IF GEN-SEEN = 0
                       MOVE SPACES TO PRINT-LINE
                       STRING "  NO FILES FOUND" DELIMITED BY SIZE
                           INTO PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.
       CHECK-TRANSMISSION-FILE.
           MOVE FEED-FILE(FEED-SUB) TO CHECK-NAME.
           PERFORM CHECK-FILE-EXISTS.
           IF FILE-EXISTS = "Y"
               ADD 1 TO GEN-SEEN
               MOVE 0 TO NEWER-COUNT
               PERFORM COUNT-NEWER-FEED
                   VARYING NEWER-SUB FROM 1 BY 1
                   UNTIL NEWER-SUB > FEED-COUNT
               MOVE FEED-DATE(FEED-SUB) TO FILE-DATE
               COMPUTE GEN-RANK = NEWER-COUNT + 1
               PERFORM APPLY-FILE-RETENTION
               IF WITHIN-RETENTION = "N"
                   IF FEED-STATUS(FEED-SUB) NOT = "ACKD"
                       MOVE "Y" TO FILE-PROTECTED
                       MOVE SPACES TO FILE-REASON
                       STRING "NOT ACKNOWLEDGED - " DELIMITED BY SIZE
                           FEED-STATUS(FEED-SUB) DELIMITED BY SIZE
                           INTO FILE-REASON
                   ELSE
                       IF FEED-QUEUED(FEED-SUB) = "Y"
                           MOVE "Y" TO FILE-PROTECTED
                           MOVE "RE-CUT QUEUED" TO FILE-REASON
                       END-IF
                   END-IF
                   IF FILE-PROTECTED = "Y"
                       MOVE "PROTECTED" TO FILE-ACTION
                       ADD 1 TO FILES-PROTECTED
                   ELSE
                       PERFORM PURGE-CANDIDATE
                   END-IF
               END-IF
               PERFORM WRITE-FILE-LINE
           END-IF.
       COUNT-NEWER-FEED.
           IF FEED-DATE(NEWER-SUB) > FEED-DATE(FEED-SUB)
               ADD 1 TO NEWER-COUNT
           END-IF.
       PROCESS-CONTROL-REPORT.
           PERFORM START-FAMILY.
           IF FAMILY-ACTIVE = "Y"
               MOVE SPACES TO CHECK-NAME
               STRING CUR-FAMILY DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO CHECK-NAME
               PERFORM CHECK-FILE-EXISTS
               IF FILE-EXISTS = "N"
                   MOVE SPACES TO PRINT-LINE
                   STRING "  NO FILES FOUND" DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE 1 TO GEN-RANK
                   PERFORM APPLY-FILE-RETENTION
                   IF WITHIN-RETENTION = "N"
                       IF CUR-FAMILY = "FACTXMTR"
                           PERFORM CHECK-EXTRACT-PROTECTION
                       END-IF
                       IF FILE-PROTECTED = "Y"
                           MOVE "PROTECTED" TO FILE-ACTION
                           ADD 1 TO FILES-PROTECTED
                       ELSE
                           PERFORM PURGE-CANDIDATE
                       END-IF
                   END-IF
                   PERFORM WRITE-FILE-LINE
               END-IF
           END-IF.
       CHECK-EXTRACT-PROTECTION.
           IF REGISTER-UNUSABLE = "Y"
               MOVE "Y" TO FILE-PROTECTED
               MOVE REGISTER-REASON TO FILE-REASON
           ELSE
               IF LATEST-XMIT > 0 AND LATEST-XMIT-STATUS NOT = "ACKD"
                   MOVE "Y" TO FILE-PROTECTED
                   MOVE SPACES TO FILE-REASON
                   STRING "LATEST TRANSMISSION " DELIMITED BY SIZE
                       LATEST-XMIT-STATUS DELIMITED BY SIZE
                       INTO FILE-REASON
               END-IF
           END-IF.
       CHECK-FILE-EXISTS.
           MOVE "N" TO FILE-EXISTS.
           MOVE 0 TO FILE-DATE.
           MOVE LOW-VALUES TO FILE-DETAILS.
           CALL "CBL_CHECK_FILE_EXIST" USING CHECK-NAME FILE-DETAILS
               ON EXCEPTION
                   MOVE -1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO CHECK-RESULT.
           MOVE 0 TO RETURN-CODE.
           IF CHECK-RESULT = 0
               MOVE "Y" TO FILE-EXISTS
               COMPUTE FILE-DATE =
                   ((FUNCTION ORD(FDT-YEAR-HIGH) - 1) * 256
                   + FUNCTION ORD(FDT-YEAR-LOW) - 1) * 10000
                   + (FUNCTION ORD(FDT-MONTH) - 1) * 100
                   + FUNCTION ORD(FDT-DAY) - 1
           END-IF.
       PURGE-CANDIDATE.
           IF TRIAL-RUN = "Y"
               MOVE "TO PURGE" TO FILE-ACTION
               ADD 1 TO FILES-PURGED
           ELSE
               CALL "CBL_DELETE_FILE" USING CHECK-NAME
                   ON EXCEPTION
                       MOVE -1 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO CHECK-RESULT
               MOVE 0 TO RETURN-CODE
               IF CHECK-RESULT = 0
                   MOVE "PURGED" TO FILE-ACTION
                   ADD 1 TO FILES-PURGED
               ELSE
                   MOVE "FAILED" TO FILE-ACTION
                   MOVE "DELETE FAILED" TO FILE-REASON
                   ADD 1 TO FILES-FAILED
                   MOVE 8 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               END-IF
           END-IF.
       WRITE-FILE-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               CHECK-NAME(1:22) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FILE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FILE-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FILE-REASON DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       TRIM-LOG.
           PERFORM START-FAMILY.
           IF FAMILY-ACTIVE = "Y"
               MOVE SPACES TO CHECK-NAME
               STRING CUR-FAMILY DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO CHECK-NAME
               MOVE 0 TO LOG-READ
               MOVE 0 TO LOG-KEPT
               MOVE 0 TO LOG-REMOVED
               MOVE 0 TO LOG-HELD
               MOVE 0 TO LOG-SKIP
               MOVE "N" TO LOG-FAILED
               IF CUR-BASIS = "G"
                   PERFORM COUNT-LOG-RECORDS
               END-IF
               IF LOG-FAILED = "N"
                   PERFORM COPY-RETAINED-RECORDS
               END-IF
               IF LOG-FAILED = "N" AND LOG-REMOVED > 0
                   AND TRIAL-RUN = "N"
                   PERFORM REWRITE-LOG-FILE
               END-IF
               PERFORM WRITE-LOG-LINE
           END-IF.
       COUNT-LOG-RECORDS.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS = "00"
               MOVE "N" TO LOG-EOF
               PERFORM UNTIL LOG-EOF = "Y"
                   READ LOG-FILE
                       AT END
                           MOVE "Y" TO LOG-EOF
                       NOT AT END
                           ADD 1 TO LOG-SKIP
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
               IF LOG-SKIP > CUR-KEEP
                   SUBTRACT CUR-KEEP FROM LOG-SKIP
               ELSE
                   MOVE 0 TO LOG-SKIP
               END-IF
           END-IF.
       COPY-RETAINED-RECORDS.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS = "35"
               MOVE "Y" TO LOG-FAILED
               MOVE "NOT PRESENT" TO FILE-ACTION
               MOVE SPACES TO FILE-REASON
           ELSE
               IF LOG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN " CHECK-NAME
                       " - STATUS " LOG-STATUS
                   MOVE "Y" TO LOG-FAILED
                   MOVE "FAILED" TO FILE-ACTION
                   MOVE "LOG FILE UNREADABLE" TO FILE-REASON
                   MOVE 12 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               ELSE
                   OPEN OUTPUT LOG-WORK-FILE
                   IF LOGW-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN LOG WORK FILE - STATUS "
                           LOGW-STATUS
                       MOVE "Y" TO LOG-FAILED
                       MOVE "FAILED" TO FILE-ACTION
                       MOVE "WORK FILE UNAVAILABLE" TO FILE-REASON
                       MOVE 12 TO SEVERITY-LEVEL
                       PERFORM RAISE-SEVERITY
                   ELSE
                       MOVE "N" TO LOG-EOF
                       PERFORM UNTIL LOG-EOF = "Y"
                           READ LOG-FILE
                               AT END
                                   MOVE "Y" TO LOG-EOF
                               NOT AT END
                                   PERFORM SELECT-LOG-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE LOG-WORK-FILE
                   END-IF
                   CLOSE LOG-FILE
               END-IF
           END-IF.
       SELECT-LOG-RECORD.
           ADD 1 TO LOG-READ.
           IF CUR-BASIS = "G"
               IF LOG-READ > LOG-SKIP
                   ADD 1 TO LOG-KEPT
                   WRITE LOG-WORK-RECORD FROM LOG-RECORD
               ELSE
                   ADD 1 TO LOG-REMOVED
               END-IF
           ELSE
               IF LOG-DATE IS NOT NUMERIC
                   ADD 1 TO LOG-KEPT
                   WRITE LOG-WORK-RECORD FROM LOG-RECORD
               ELSE
                   IF LOG-DATE >= CUTOFF-DATE
                       ADD 1 TO LOG-KEPT
                       WRITE LOG-WORK-RECORD FROM LOG-RECORD
                   ELSE
                       PERFORM CHECK-RECORD-REMOVABLE
                       IF RECORD-REMOVABLE = "Y"
                           ADD 1 TO LOG-REMOVED
                       ELSE
                           ADD 1 TO LOG-HELD
                           ADD 1 TO LOG-KEPT
                           WRITE LOG-WORK-RECORD FROM LOG-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CHECK-RECORD-REMOVABLE.
           MOVE "Y" TO RECORD-REMOVABLE.
           IF CUR-FAMILY = "FACTHIST"
               MOVE LOG-DATE(1:6) TO CHECK-MONTH
               MOVE "N" TO RECORD-REMOVABLE
               IF CLOSED-UNUSABLE = "N" AND CHECK-MONTH < CUTOFF-YYYYMM
                   PERFORM CHECK-ONE-CLOSED-MONTH
                       VARYING CLOSED-MONTH-SUB FROM 1 BY 1
                       UNTIL CLOSED-MONTH-SUB > CLOSED-MONTH-COUNT
               END-IF
           END-IF.
       CHECK-ONE-CLOSED-MONTH.
           IF CLOSED-MONTH(CLOSED-MONTH-SUB) = CHECK-MONTH
               MOVE "Y" TO RECORD-REMOVABLE
           END-IF.
       REWRITE-LOG-FILE.
           OPEN INPUT LOG-WORK-FILE.
           IF LOGW-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN LOG WORK FILE - STATUS "
                   LOGW-STATUS
               MOVE "Y" TO LOG-FAILED
               MOVE "FAILED" TO FILE-ACTION
               MOVE "WORK FILE UNAVAILABLE" TO FILE-REASON
               MOVE 12 TO SEVERITY-LEVEL
               PERFORM RAISE-SEVERITY
           ELSE
               OPEN OUTPUT LOG-FILE
               IF LOG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE " CHECK-NAME
                       " - STATUS " LOG-STATUS
                   MOVE "Y" TO LOG-FAILED
                   MOVE "FAILED" TO FILE-ACTION
                   MOVE "REWRITE FAILED" TO FILE-REASON
                   MOVE 12 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
                   CLOSE LOG-WORK-FILE
               ELSE
                   MOVE "N" TO LOGW-EOF
                   PERFORM UNTIL LOGW-EOF = "Y"
                       READ LOG-WORK-FILE
                           AT END
                               MOVE "Y" TO LOGW-EOF
                           NOT AT END
                               WRITE LOG-RECORD FROM LOG-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LOG-WORK-FILE
                   CLOSE LOG-FILE
               END-IF
           END-IF.
       WRITE-LOG-LINE.
           IF LOG-FAILED = "N"
               MOVE SPACES TO FILE-REASON
               IF LOG-REMOVED > 0
                   ADD 1 TO LOGS-TRIMMED
                   ADD LOG-REMOVED TO TOTAL-REMOVED
                   IF TRIAL-RUN = "Y"
                       MOVE "TO TRIM" TO FILE-ACTION
                   ELSE
                       MOVE "TRIMMED" TO FILE-ACTION
                   END-IF
               ELSE
                   MOVE "KEPT" TO FILE-ACTION
                   MOVE "NOTHING BEYOND RETENTION" TO FILE-REASON
               END-IF
               IF LOG-HELD > 0
                   MOVE "OLDER RECORDS HELD BY MONTH" TO FILE-REASON
               END-IF
               IF CUR-FAMILY = "FACTHIST" AND CLOSED-UNUSABLE = "Y"
                   MOVE CLOSED-REASON TO FILE-REASON
                   MOVE 12 TO SEVERITY-LEVEL
                   PERFORM RAISE-SEVERITY
               END-IF
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               CHECK-NAME(1:22) DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               FILE-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FILE-REASON DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF LOG-READ > 0
               MOVE LOG-READ TO COUNT-ED-1
               MOVE LOG-KEPT TO COUNT-ED-2
               MOVE LOG-REMOVED TO COUNT-ED-3
               MOVE LOG-HELD TO COUNT-ED-4
               MOVE SPACES TO PRINT-LINE
               STRING "    RECORDS READ: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   "  KEPT: " DELIMITED BY SIZE
                   COUNT-ED-2 DELIMITED BY SIZE
                   "  REMOVED: " DELIMITED BY SIZE
                   COUNT-ED-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF LOG-HELD > 0
                   MOVE SPACES TO PRINT-LINE
                   STRING "    HELD - MONTH OPEN OR PART RETAINED: "
                       DELIMITED BY SIZE
                       COUNT-ED-4 DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.
       WRITE-HOUSEKEEPING-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE FILES-KEPT TO COUNT-ED-1.
           MOVE FILES-PURGED TO COUNT-ED-2.
           MOVE FILES-PROTECTED TO COUNT-ED-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "FILES KEPT: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  PURGED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  PROTECTED: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE FILES-FAILED TO COUNT-ED-1.
           MOVE LOGS-TRIMMED TO COUNT-ED-2.
           MOVE TOTAL-REMOVED TO COUNT-ED-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "DELETE FAILURES: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  LOGS TRIMMED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  RECORDS: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF CARDS-REJECTED > 0
               MOVE CARDS-REJECTED TO COUNT-ED-1
               MOVE SPACES TO PRINT-LINE
               STRING "*** RETENTION CARDS REJECTED: " DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF TRIAL-RUN = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "TRIAL RUN - NO FILES DELETED OR TRIMMED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           DISPLAY "HOUSEKEEPING COMPLETE - KEPT: " FILES-KEPT
               " PURGED: " FILES-PURGED " PROTECTED: " FILES-PROTECTED.
           DISPLAY "LOG RECORDS REMOVED: " TOTAL-REMOVED.
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
               ADD 1 TO PAGE-NUMBER
               MOVE 0 TO LINE-COUNT
               MOVE SPACES TO HEADING-LINE
               STRING "HOUSEKEEPING CONTROL REPORT" DELIMITED BY SIZE
                   INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
               MOVE SPACES TO HEADING-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   "   BUSINESS DATE: " BUSINESS-DATE
                   DELIMITED BY SIZE INTO HEADING-LINE
               WRITE REPORT-RECORD FROM HEADING-LINE
               IF TRIAL-RUN = "Y"
                   MOVE SPACES TO HEADING-LINE
                   STRING "*** TRIAL RUN ***" DELIMITED BY SIZE
                       INTO HEADING-LINE
                   WRITE REPORT-RECORD FROM HEADING-LINE
               END-IF
           END-IF.
       ACQUIRE-HOUSEKEEPING-LOCKS.
           MOVE "N" TO LOCK-HELD.
           MOVE "HOUSEKP" TO LRQ-PROGRAM.
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
                   MOVE "FACTREJO" TO LOCK-RESOURCE
                   PERFORM CALL-FACTLOCK
                   IF LOCK-RESULT = "Y"
                       MOVE "Y" TO LOCK-HELD
                   ELSE
                       PERFORM REPORT-LOCK-REFUSAL
                       MOVE "R" TO LOCK-FUNCTION
                       MOVE "FACTIFC" TO LOCK-RESOURCE
                       PERFORM CALL-FACTLOCK
                       MOVE "FACTAUD" TO LOCK-RESOURCE
                       PERFORM CALL-FACTLOCK
                   END-IF
               ELSE
                   PERFORM REPORT-LOCK-REFUSAL
                   MOVE "FACTAUD" TO LOCK-RESOURCE
                   MOVE "R" TO LOCK-FUNCTION
                   PERFORM CALL-FACTLOCK
               END-IF
           ELSE
               PERFORM REPORT-LOCK-REFUSAL
           END-IF.
       RELEASE-HOUSEKEEPING-LOCKS.
           MOVE "R" TO LOCK-FUNCTION.
           MOVE "FACTREJO" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           MOVE "FACTIFC" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           MOVE "FACTAUD" TO LOCK-RESOURCE.
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
