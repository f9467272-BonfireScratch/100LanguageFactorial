       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFCACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "FACTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT ACK-HISTORY-FILE ASSIGN TO "FACTACKH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACKH-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FACTXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREG-STATUS.
           SELECT RECUT-QUEUE-FILE ASSIGN TO "FACTXRTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRTQ-STATUS.
           SELECT TRANSMIT-FILE ASSIGN USING TRANSMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRN-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "FACTXSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-FEED-DATE            PIC X(8).
           05 FILLER                   PIC X(1).
           05 ACK-XMIT-NO              PIC X(6).
           05 FILLER                   PIC X(1).
           05 ACK-RESULT               PIC X(1).
           05 FILLER                   PIC X(1).
           05 ACK-REC-COUNT            PIC X(6).
           05 FILLER                   PIC X(1).
           05 ACK-HASH-TOTAL           PIC X(18).
           05 FILLER                   PIC X(1).
           05 ACK-DATE                 PIC X(8).
           05 FILLER                   PIC X(1).
           05 ACK-REASON               PIC X(30).

       FD  ACK-HISTORY-FILE.
       01  ACK-HISTORY-RECORD.
           05 AKH-PROCESSED-DATE       PIC 9(8).
           05 FILLER                   PIC X(1).
           05 AKH-DISPOSITION          PIC X(4).
           05 FILLER                   PIC X(1).
           05 AKH-ACK-DATA             PIC X(83).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(179).

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

       FD  TRANSMIT-FILE.
       01  TRANSMIT-RECORD             PIC X(92).
       01  TRANSMIT-TRAILER-RECORD.
           05 TRT-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 TRT-REC-COUNT            PIC 9(6).
           05 FILLER                   PIC X(1).
           05 TRT-SEG-COUNT            PIC 9(6).
           05 FILLER                   PIC X(1).
           05 TRT-HASH-TOTAL           PIC 9(18).

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-RECORD        PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       WORKING-STORAGE SECTION.
       77 ACK-STATUS PIC X(2) VALUE "00".
       77 ACKH-STATUS PIC X(2) VALUE "00".
       77 XREG-STATUS PIC X(2) VALUE "00".
       77 XRTQ-STATUS PIC X(2) VALUE "00".
       77 TRN-STATUS PIC X(2) VALUE "00".
       77 RPT-STATUS PIC X(2) VALUE "00".
       77 RPT-OPEN PIC X(1) VALUE "N".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 BUSINESS-INTEGER PIC 9(8) VALUE 0.
       77 SENT-INTEGER PIC 9(8) VALUE 0.
       77 DAYS-OUT PIC 9(5) VALUE 0.
       77 DAYS-OUT-ED PIC ZZZZ9.
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 OVERDUE-DAYS PIC 9(3) VALUE 3.
       77 OVERDUE-DAYS-ED PIC ZZ9.
       77 ACK-EOF PIC X(1) VALUE "N".
       77 REGISTER-EOF PIC X(1) VALUE "N".
       77 QUEUE-EOF PIC X(1) VALUE "N".
       77 TRANSMIT-EOF PIC X(1) VALUE "N".
       77 FILE-FAILURE PIC X(1) VALUE "N".
       77 ACK-FILE-PRESENT PIC X(1) VALUE "N".
       77 TRANSMIT-NAME PIC X(30) VALUE SPACES.
       77 REGISTER-COUNT PIC 9(4) VALUE 0.
       77 REGISTER-LIMIT PIC 9(4) VALUE 2000.
       77 REGISTER-SUB PIC 9(4) VALUE 0.
       77 MATCH-SUB PIC 9(4) VALUE 0.
       77 MATCH-XMIT-NO PIC 9(6) VALUE 0.
       77 ACK-XMIT-NUM PIC 9(6) VALUE 0.
       77 ACK-FEED-NUM PIC 9(8) VALUE 0.
       77 ACK-DISPOSITION PIC X(4) VALUE SPACES.
       77 ACK-MESSAGE PIC X(40) VALUE SPACES.
       77 TRAILER-FOUND PIC X(1) VALUE "N".
       77 EXPECT-REC-COUNT PIC 9(6) VALUE 0.
       77 EXPECT-HASH PIC 9(18) VALUE 0.
       77 ALREADY-QUEUED PIC X(1) VALUE "N".
       77 ACKS-READ PIC 9(6) VALUE 0.
       77 ACKS-ACCEPTED PIC 9(6) VALUE 0.
       77 ACKS-REJECTED PIC 9(6) VALUE 0.
       77 ACKS-IN-ERROR PIC 9(6) VALUE 0.
       77 COUNT-DIFFERENCES PIC 9(6) VALUE 0.
       77 RECUTS-QUEUED PIC 9(6) VALUE 0.
       77 SENT-COUNT PIC 9(6) VALUE 0.
       77 ACKD-COUNT PIC 9(6) VALUE 0.
       77 REJD-COUNT PIC 9(6) VALUE 0.
       77 OVRD-COUNT PIC 9(6) VALUE 0.
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 NOTE-TEXT PIC X(28) VALUE SPACES.
       77 RUN-DATE PIC 9(8).
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       01 REGISTER-ENTRY.
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
           05 FILLER                   PIC X(1).
           05 XRG-RECUT-OF             PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRG-ACK-DATE             PIC 9(8).
           05 FILLER                   PIC X(1).
           05 XRG-ACK-REC-COUNT        PIC 9(6).
           05 FILLER                   PIC X(1).
           05 XRG-ACK-HASH             PIC 9(18).
           05 FILLER                   PIC X(1).
           05 XRG-COUNT-CHECK          PIC X(4).
           05 FILLER                   PIC X(1).
           05 XRG-ACK-REASON           PIC X(30).
       01 REGISTER-TABLE.
           05 REGISTER-SLOT PIC X(179) OCCURS 2000 TIMES.
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
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
           PERFORM GET-BUSINESS-DATE.
           IF PARM-TEXT(1:3) IS NUMERIC
               MOVE PARM-TEXT(1:3) TO OVERDUE-DAYS
           END-IF.
           PERFORM ACQUIRE-INTERFACE-LOCK.
           IF LOCK-HELD = "Y"
               PERFORM ACKNOWLEDGE-UNDER-LOCK
               PERFORM RELEASE-INTERFACE-LOCK
               PERFORM SET-ACK-RETURN-CODE
           ELSE
               MOVE 24 TO RETURN-CODE
           END-IF.
           STOP RUN.
       ACKNOWLEDGE-UNDER-LOCK.
           PERFORM OPEN-STATUS-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-REGISTER.
           IF FILE-FAILURE = "N"
               PERFORM APPLY-ACKNOWLEDGMENTS
           END-IF.
           IF FILE-FAILURE = "N"
               PERFORM MARK-OVERDUE-ENTRY
                   VARYING REGISTER-SUB FROM 1 BY 1
                   UNTIL REGISTER-SUB > REGISTER-COUNT
               PERFORM REWRITE-REGISTER
           END-IF.
           IF FILE-FAILURE = "N" AND ACKS-READ > 0
               PERFORM CLEAR-ACK-FILE
           END-IF.
           PERFORM WRITE-REGISTER-STATUS.
           PERFORM WRITE-ACK-TOTALS.
           IF RPT-OPEN = "Y"
               CLOSE STATUS-REPORT-FILE
           END-IF.
       SET-ACK-RETURN-CODE.
           IF FILE-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ACKS-IN-ERROR > 0 OR COUNT-DIFFERENCES > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF OVRD-COUNT > 0 OR ACKS-REJECTED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
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
       OPEN-STATUS-REPORT.
           OPEN OUTPUT STATUS-REPORT-FILE.
           IF RPT-STATUS = "00"
               MOVE "Y" TO RPT-OPEN
           ELSE
               MOVE "N" TO RPT-OPEN
               DISPLAY
                   "WARNING: UNABLE TO OPEN STATUS REPORT - STATUS "
                   RPT-STATUS
           END-IF.
       LOAD-REGISTER.
           MOVE 0 TO REGISTER-COUNT.
           OPEN INPUT REGISTER-FILE.
           IF XREG-STATUS = "35"
               DISPLAY "NO TRANSMISSION REGISTER - NOTHING SENT YET"
           ELSE
               IF XREG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION REGISTER - "
                       "STATUS " XREG-STATUS
                   MOVE "Y" TO FILE-FAILURE
               ELSE
                   MOVE "N" TO REGISTER-EOF
                   PERFORM UNTIL REGISTER-EOF = "Y"
                       READ REGISTER-FILE
                           AT END
                               MOVE "Y" TO REGISTER-EOF
                           NOT AT END
                               PERFORM LOAD-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.
       LOAD-REGISTER-ENTRY.
           IF REGISTER-COUNT < REGISTER-LIMIT
               ADD 1 TO REGISTER-COUNT
               MOVE REGISTER-RECORD TO REGISTER-SLOT(REGISTER-COUNT)
           ELSE
               DISPLAY "TRANSMISSION REGISTER TABLE FULL - "
                   "REGISTER NOT UPDATED"
               MOVE "Y" TO FILE-FAILURE
               MOVE "Y" TO REGISTER-EOF
           END-IF.
       APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS = "35"
               MOVE "N" TO ACK-FILE-PRESENT
               MOVE SPACES TO PRINT-LINE
               STRING "NO ACKNOWLEDGMENT FILE RECEIVED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF ACK-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ACKNOWLEDGMENT FILE - "
                       "STATUS " ACK-STATUS
                   MOVE "Y" TO FILE-FAILURE
               ELSE
                   MOVE "Y" TO ACK-FILE-PRESENT
                   OPEN EXTEND ACK-HISTORY-FILE
                   IF ACKH-STATUS = "35"
                       OPEN OUTPUT ACK-HISTORY-FILE
                   END-IF
                   IF ACKH-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN ACKNOWLEDGMENT HISTORY "
                           "- STATUS " ACKH-STATUS
                       MOVE "Y" TO FILE-FAILURE
                   ELSE
                       MOVE SPACES TO PRINT-LINE
                       STRING "ACKNOWLEDGMENTS PROCESSED"
                           DELIMITED BY SIZE INTO PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE "N" TO ACK-EOF
                       PERFORM UNTIL ACK-EOF = "Y"
                           READ ACK-FILE
                               AT END
                                   MOVE "Y" TO ACK-EOF
                               NOT AT END
                                   PERFORM APPLY-ONE-ACK
                           END-READ
                       END-PERFORM
                       CLOSE ACK-HISTORY-FILE
                   END-IF
                   CLOSE ACK-FILE
               END-IF
           END-IF.
       APPLY-ONE-ACK.
           ADD 1 TO ACKS-READ.
           MOVE SPACES TO ACK-MESSAGE.
           MOVE SPACES TO ACK-DISPOSITION.
           MOVE 0 TO MATCH-SUB.
           PERFORM EDIT-ACK-RECORD.
           IF ACK-MESSAGE = SPACES
               PERFORM FIND-REGISTER-ENTRY
           END-IF.
           IF ACK-MESSAGE = SPACES
               MOVE REGISTER-SLOT(MATCH-SUB) TO REGISTER-ENTRY
               IF XRG-STATUS = "ACKD" OR XRG-STATUS = "REJD"
                   MOVE "ALREADY ACKNOWLEDGED" TO ACK-MESSAGE
               END-IF
           END-IF.
           IF ACK-MESSAGE = SPACES
               PERFORM RECORD-ACK-RESULT
               MOVE REGISTER-ENTRY TO REGISTER-SLOT(MATCH-SUB)
           ELSE
               ADD 1 TO ACKS-IN-ERROR
               MOVE "ERR " TO ACK-DISPOSITION
           END-IF.
           PERFORM WRITE-ACK-LINE.
           MOVE SPACES TO ACK-HISTORY-RECORD.
           MOVE BUSINESS-DATE TO AKH-PROCESSED-DATE.
           MOVE ACK-DISPOSITION TO AKH-DISPOSITION.
           MOVE ACK-RECORD TO AKH-ACK-DATA.
           WRITE ACK-HISTORY-RECORD.
       EDIT-ACK-RECORD.
           IF ACK-FEED-DATE IS NOT NUMERIC
               MOVE "FEED DATE NOT NUMERIC" TO ACK-MESSAGE
           ELSE
               MOVE ACK-FEED-DATE TO ACK-FEED-NUM
               IF ACK-XMIT-NO = SPACES
                   MOVE 0 TO ACK-XMIT-NUM
               ELSE
                   IF ACK-XMIT-NO IS NUMERIC
                       MOVE ACK-XMIT-NO TO ACK-XMIT-NUM
                   ELSE
                       MOVE "TRANSMISSION NUMBER NOT NUMERIC"
                           TO ACK-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF ACK-MESSAGE = SPACES
               IF ACK-RESULT NOT = "A" AND ACK-RESULT NOT = "R"
                   MOVE "RESULT MUST BE A OR R" TO ACK-MESSAGE
               END-IF
           END-IF.
           IF ACK-MESSAGE = SPACES
               IF ACK-REC-COUNT IS NOT NUMERIC
                   OR ACK-HASH-TOTAL IS NOT NUMERIC
                   MOVE "RECORD OR HASH COUNT NOT NUMERIC"
                       TO ACK-MESSAGE
               END-IF
           END-IF.
           IF ACK-MESSAGE = SPACES
               IF ACK-RESULT = "R" AND ACK-REASON = SPACES
                   MOVE "REJECTION REASON MISSING" TO ACK-MESSAGE
               END-IF
           END-IF.
       FIND-REGISTER-ENTRY.
           MOVE 0 TO MATCH-SUB.
           MOVE 0 TO MATCH-XMIT-NO.
           PERFORM MATCH-REGISTER-ENTRY
               VARYING REGISTER-SUB FROM 1 BY 1
               UNTIL REGISTER-SUB > REGISTER-COUNT.
           IF MATCH-SUB = 0
               MOVE "UNKNOWN TRANSMISSION" TO ACK-MESSAGE
           END-IF.
       MATCH-REGISTER-ENTRY.
           MOVE REGISTER-SLOT(REGISTER-SUB) TO REGISTER-ENTRY.
           IF XRG-FEED-DATE = ACK-FEED-NUM
               IF ACK-XMIT-NUM > 0
                   IF XRG-XMIT-NO = ACK-XMIT-NUM
                       MOVE REGISTER-SUB TO MATCH-SUB
                   END-IF
               ELSE
                   IF XRG-XMIT-NO > MATCH-XMIT-NO
                       MOVE XRG-XMIT-NO TO MATCH-XMIT-NO
                       MOVE REGISTER-SUB TO MATCH-SUB
                   END-IF
               END-IF
           END-IF.
       RECORD-ACK-RESULT.
           PERFORM READ-TRANSMISSION-TRAILER.
           IF ACK-DATE IS NUMERIC
               MOVE ACK-DATE TO XRG-ACK-DATE
           ELSE
               MOVE BUSINESS-DATE TO XRG-ACK-DATE
           END-IF.
           MOVE ACK-REC-COUNT TO XRG-ACK-REC-COUNT.
           MOVE ACK-HASH-TOTAL TO XRG-ACK-HASH.
           MOVE ACK-REASON TO XRG-ACK-REASON.
           IF XRG-ACK-REC-COUNT = EXPECT-REC-COUNT
               AND XRG-ACK-HASH = EXPECT-HASH
               MOVE "OK  " TO XRG-COUNT-CHECK
           ELSE
               MOVE "DIFF" TO XRG-COUNT-CHECK
           END-IF.
           IF ACK-RESULT = "A"
               MOVE "ACKD" TO XRG-STATUS
               MOVE "ACKD" TO ACK-DISPOSITION
               ADD 1 TO ACKS-ACCEPTED
               IF XRG-COUNT-CHECK = "DIFF"
                   ADD 1 TO COUNT-DIFFERENCES
                   MOVE "ACCEPTED BUT COUNTS DIFFER" TO ACK-MESSAGE
               END-IF
           ELSE
               MOVE "REJD" TO XRG-STATUS
               MOVE "REJD" TO ACK-DISPOSITION
               ADD 1 TO ACKS-REJECTED
               PERFORM QUEUE-RECUT
           END-IF.
       READ-TRANSMISSION-TRAILER.
           MOVE XRG-REC-COUNT TO EXPECT-REC-COUNT.
           MOVE XRG-HASH-TOTAL TO EXPECT-HASH.
           MOVE "N" TO TRAILER-FOUND.
           MOVE XRG-FILE-NAME TO TRANSMIT-NAME.
           OPEN INPUT TRANSMIT-FILE.
           IF TRN-STATUS = "00"
               MOVE "N" TO TRANSMIT-EOF
               PERFORM UNTIL TRANSMIT-EOF = "Y"
                   READ TRANSMIT-FILE
                       AT END
                           MOVE "Y" TO TRANSMIT-EOF
                       NOT AT END
                           IF TRT-RECORD-TYPE = "TRL "
                               MOVE "Y" TO TRAILER-FOUND
                               MOVE TRT-REC-COUNT TO EXPECT-REC-COUNT
                               MOVE TRT-HASH-TOTAL TO EXPECT-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMIT-FILE
           END-IF.
       QUEUE-RECUT.
           MOVE "N" TO ALREADY-QUEUED.
           OPEN INPUT RECUT-QUEUE-FILE.
           IF XRTQ-STATUS = "00"
               MOVE "N" TO QUEUE-EOF
               PERFORM UNTIL QUEUE-EOF = "Y"
                   READ RECUT-QUEUE-FILE
                       AT END
                           MOVE "Y" TO QUEUE-EOF
                       NOT AT END
                           IF XRQ-FEED-DATE = XRG-FEED-DATE
                               AND XRQ-STATUS = "Q"
                               MOVE "Y" TO ALREADY-QUEUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECUT-QUEUE-FILE
           END-IF.
           IF ALREADY-QUEUED = "Y"
               MOVE "REJECTED - RECUT ALREADY QUEUED" TO ACK-MESSAGE
           ELSE
               OPEN EXTEND RECUT-QUEUE-FILE
               IF XRTQ-STATUS = "35"
                   OPEN OUTPUT RECUT-QUEUE-FILE
               END-IF
               IF XRTQ-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RECUT QUEUE - STATUS "
                       XRTQ-STATUS
                   MOVE "Y" TO FILE-FAILURE
                   MOVE "REJECTED - RECUT NOT QUEUED" TO ACK-MESSAGE
               ELSE
                   MOVE SPACES TO RECUT-QUEUE-RECORD
                   MOVE XRG-FEED-DATE TO XRQ-FEED-DATE
                   MOVE BUSINESS-DATE TO XRQ-QUEUED-DATE
                   MOVE XRG-XMIT-NO TO XRQ-REJECTED-XMIT
                   MOVE "Q" TO XRQ-STATUS
                   MOVE 0 TO XRQ-RECUT-XMIT
                   MOVE ACK-REASON TO XRQ-REASON
                   WRITE RECUT-QUEUE-RECORD
                   CLOSE RECUT-QUEUE-FILE
                   ADD 1 TO RECUTS-QUEUED
                   MOVE "REJECTED - FEED QUEUED FOR RECUT"
                       TO ACK-MESSAGE
               END-IF
           END-IF.
       WRITE-ACK-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               ACK-FEED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACK-XMIT-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACK-RESULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACK-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACK-MESSAGE DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ACK-RESULT = "R" AND ACK-DISPOSITION = "REJD"
               MOVE SPACES TO PRINT-LINE
               STRING "      REASON: " DELIMITED BY SIZE
                   ACK-REASON DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       MARK-OVERDUE-ENTRY.
           MOVE REGISTER-SLOT(REGISTER-SUB) TO REGISTER-ENTRY.
           IF (XRG-STATUS = "SENT" OR XRG-STATUS = "OVRD")
               AND XRG-SENT-DATE > 19000101
               AND XRG-SENT-DATE <= BUSINESS-DATE
               COMPUTE BUSINESS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
               COMPUTE SENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(XRG-SENT-DATE)
               IF BUSINESS-INTEGER - SENT-INTEGER > OVERDUE-DAYS
                   MOVE "OVRD" TO XRG-STATUS
                   MOVE REGISTER-ENTRY TO REGISTER-SLOT(REGISTER-SUB)
               END-IF
           END-IF.
       REWRITE-REGISTER.
           IF REGISTER-COUNT > 0
               OPEN OUTPUT REGISTER-FILE
               IF XREG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE TRANSMISSION REGISTER - "
                       "STATUS " XREG-STATUS
                   MOVE "Y" TO FILE-FAILURE
               ELSE
                   PERFORM WRITE-REGISTER-ENTRY
                       VARYING REGISTER-SUB FROM 1 BY 1
                       UNTIL REGISTER-SUB > REGISTER-COUNT
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.
       WRITE-REGISTER-ENTRY.
           MOVE REGISTER-SLOT(REGISTER-SUB) TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       CLEAR-ACK-FILE.
           OPEN OUTPUT ACK-FILE.
           IF ACK-STATUS = "00"
               CLOSE ACK-FILE
           ELSE
               DISPLAY "UNABLE TO CLEAR ACKNOWLEDGMENT FILE - STATUS "
                   ACK-STATUS
               MOVE "Y" TO FILE-FAILURE
           END-IF.
       WRITE-REGISTER-STATUS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "XMIT   FEED     SENT     STAT ACK DATE   RECS CHK  "
               "NOTE" DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE
               VARYING REGISTER-SUB FROM 1 BY 1
               UNTIL REGISTER-SUB > REGISTER-COUNT.
       WRITE-STATUS-LINE.
           MOVE REGISTER-SLOT(REGISTER-SUB) TO REGISTER-ENTRY.
           MOVE SPACES TO NOTE-TEXT.
           EVALUATE XRG-STATUS
               WHEN "SENT"
                   ADD 1 TO SENT-COUNT
               WHEN "ACKD"
                   ADD 1 TO ACKD-COUNT
               WHEN "REJD"
                   ADD 1 TO REJD-COUNT
                   MOVE XRG-ACK-REASON TO NOTE-TEXT
               WHEN "OVRD"
                   ADD 1 TO OVRD-COUNT
                   COMPUTE DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(XRG-SENT-DATE)
                   MOVE DAYS-OUT TO DAYS-OUT-ED
                   STRING "*** NO ACK AFTER" DELIMITED BY SIZE
                       DAYS-OUT-ED DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO NOTE-TEXT
           END-EVALUATE.
           IF NOTE-TEXT = SPACES AND XRG-RECUT-OF > 0
               STRING "RECUT OF " DELIMITED BY SIZE
                   XRG-RECUT-OF DELIMITED BY SIZE
                   INTO NOTE-TEXT
           END-IF.
           IF NOTE-TEXT = SPACES AND XRG-COUNT-CHECK = "DIFF"
               MOVE "*** COUNTS DIFFER" TO NOTE-TEXT
           END-IF.
           MOVE XRG-REC-COUNT TO COUNT-ED-1.
           MOVE SPACES TO PRINT-LINE.
           IF XRG-ACK-DATE > 0
               STRING XRG-XMIT-NO DELIMITED BY SIZE
                   " " XRG-FEED-DATE " " XRG-SENT-DATE
                   " " XRG-STATUS " " XRG-ACK-DATE
                   " " COUNT-ED-1 " " XRG-COUNT-CHECK
                   " " NOTE-TEXT DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING XRG-XMIT-NO DELIMITED BY SIZE
                   " " XRG-FEED-DATE " " XRG-SENT-DATE
                   " " XRG-STATUS "         "
                   " " COUNT-ED-1 "     "
                   " " NOTE-TEXT DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ACK-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACKS-READ TO COUNT-ED-1.
           MOVE ACKS-IN-ERROR TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "ACKNOWLEDGMENTS READ: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   IN ERROR: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACKS-ACCEPTED TO COUNT-ED-1.
           MOVE ACKS-REJECTED TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "ACCEPTED:             " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   REJECTED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COUNT-DIFFERENCES TO COUNT-ED-1.
           MOVE RECUTS-QUEUED TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "COUNT DIFFERENCES:    " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   RECUTS QUEUED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SENT-COUNT TO COUNT-ED-1.
           MOVE ACKD-COUNT TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "TRANSMISSIONS SENT:   " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   ACKNOWLEDGED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REJD-COUNT TO COUNT-ED-1.
           MOVE OVRD-COUNT TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "REJECTED:             " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   OVERDUE: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "ACKNOWLEDGMENTS READ: " ACKS-READ
               " ACCEPTED: " ACKS-ACCEPTED
               " REJECTED: " ACKS-REJECTED
               " IN ERROR: " ACKS-IN-ERROR.
           DISPLAY "TRANSMISSIONS OVERDUE: " OVRD-COUNT.
       WRITE-REPORT-LINE.
           IF RPT-OPEN = "Y"
               IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER
               END-IF
               ADD 1 TO LINE-COUNT
               WRITE STATUS-REPORT-RECORD FROM PRINT-LINE
           END-IF.
       WRITE-REPORT-HEADER.
           IF RPT-OPEN = "Y"
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               ADD 1 TO PAGE-NUMBER
               MOVE 0 TO LINE-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "INTERFACE TRANSMISSION STATUS REPORT"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE STATUS-REPORT-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE STATUS-REPORT-RECORD FROM PRINT-LINE
               MOVE OVERDUE-DAYS TO OVERDUE-DAYS-ED
               MOVE SPACES TO PRINT-LINE
               STRING "BUSINESS DATE: " BUSINESS-DATE
                   "   OVERDUE AFTER: " OVERDUE-DAYS-ED " DAYS"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE STATUS-REPORT-RECORD FROM PRINT-LINE
           END-IF.
       ACQUIRE-INTERFACE-LOCK.
           MOVE "N" TO LOCK-HELD.
           MOVE "IFCACK" TO LRQ-PROGRAM.
           MOVE 0 TO LRQ-RUN-NO.
           ACCEPT LRQ-USER FROM ENVIRONMENT "USER".
           IF LRQ-USER = SPACES
               MOVE "UNKNOWN" TO LRQ-USER
           END-IF.
           ACCEPT LRQ-START-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME FROM TIME.
           MOVE LOCK-TIME(1:6) TO LRQ-START-TIME.
           MOVE "A" TO LOCK-FUNCTION.
           MOVE "FACTIFC" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           IF LOCK-RESULT = "Y"
               MOVE "Y" TO LOCK-HELD
           ELSE
               PERFORM REPORT-LOCK-REFUSAL
           END-IF.
       RELEASE-INTERFACE-LOCK.
           MOVE "R" TO LOCK-FUNCTION.
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
