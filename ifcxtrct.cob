           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FACTXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREG-STATUS.
           SELECT RECUT-QUEUE-FILE ASSIGN TO "FACTXRTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRTQ-STATUS.
           SELECT RECUT-WORK-FILE ASSIGN TO "FACTIFCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCTW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
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

       FD  TRANSMIT-FILE.
       01  TRANSMIT-RECORD             PIC X(92).
       01  TRANSMIT-HEADER-RECORD.
           05 TRH-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 TRH-FEED-DATE            PIC 9(8).
           05 FILLER                   PIC X(1).
           05 TRH-EXTRACT-DATE         PIC 9(8).
           05 FILLER                   PIC X(1).
           05 TRH-XMIT-NO              PIC 9(6).
           05 FILLER                   PIC X(1).
           05 TRH-RECUT-OF             PIC 9(6).
       01  TRANSMIT-DETAIL-RECORD.
           05 TRD-RUN-DATE             PIC 9(8).
           05 TRD-N                    PIC 9(4).
           05 TRD-SEG-NO               PIC 9(2).
           05 TRD-SEG-COUNT            PIC 9(2).
           05 TRD-F                    PIC 9(18).
           05 FILLER                   PIC X(58).
       01  TRANSMIT-TRAILER-RECORD.
           05 TRT-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(1).
           05 TRT-HASH-TOTAL           PIC 9(18).

       FD  INTERFACE-WORK-FILE.
       01  INTERFACE-WORK-RECORD       PIC X(92).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD       PIC X(80).
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

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

       FD  RECUT-WORK-FILE.
       01  RECUT-WORK-RECORD           PIC X(92).

       WORKING-STORAGE SECTION.
       77 AUDIT-STATUS PIC X(2) VALUE "00".
       77 INTERFACE-STATUS PIC X(2) VALUE "00".
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       77 XREG-STATUS PIC X(2) VALUE "00".
       77 XRTQ-STATUS PIC X(2) VALUE "00".
       77 RCTW-STATUS PIC X(2) VALUE "00".
       77 REGISTER-EOF PIC X(1) VALUE "N".
       77 QUEUE-EOF PIC X(1) VALUE "N".
       77 RECUT-EOF PIC X(1) VALUE "N".
       77 REGISTER-FAILURE PIC X(1) VALUE "N".
       77 RECUT-FAILURE PIC X(1) VALUE "N".
       77 LAST-XMIT-NO PIC 9(6) VALUE 0.
       77 XMIT-NO PIC 9(6) VALUE 0.
       77 RECUT-OF PIC 9(6) VALUE 0.
       77 REG-REC-COUNT PIC 9(6) VALUE 0.
       77 REG-SEG-COUNT PIC 9(6) VALUE 0.
       77 REG-HASH-TOTAL PIC 9(18) VALUE 0.
       77 EXTRACT-TIME PIC X(8) VALUE SPACES.
       77 MAIN-SELECT-DATE PIC 9(8) VALUE 0.
       77 RECUT-COUNT PIC 9(6) VALUE 0.
       77 RECUT-SEGS PIC 9(6) VALUE 0.
       77 RECUT-HASH PIC 9(18) VALUE 0.
       77 OLD-TRL-FOUND PIC X(1) VALUE "N".
       77 OLD-TRL-COUNT PIC 9(6) VALUE 0.
       77 OLD-TRL-SEGS PIC 9(6) VALUE 0.
       77 OLD-TRL-HASH PIC 9(18) VALUE 0.
       77 RECUT-REASON PIC X(30) VALUE SPACES.
       77 RECUTS-DONE PIC 9(4) VALUE 0.
       77 QUEUE-COUNT PIC 9(4) VALUE 0.
       77 QUEUE-SUB PIC 9(4) VALUE 0.
       77 QUEUE-LIMIT PIC 9(4) VALUE 500.
       01 QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 500 TIMES.
               10 QT-FEED-DATE        PIC 9(8).
               10 QT-QUEUED-DATE      PIC 9(8).
               10 QT-REJECTED-XMIT    PIC 9(6).
               10 QT-STATUS           PIC X(1).
               10 QT-RECUT-XMIT       PIC 9(6).
               10 QT-REASON           PIC X(30).
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
               SELECT-DATE DELIMITED BY SIZE
               ".TRN" DELIMITED BY SIZE
               INTO TRANSMIT-NAME.
           PERFORM ACQUIRE-INTERFACE-LOCK.
           IF LOCK-HELD = "Y"
               PERFORM EXTRACT-UNDER-LOCK
               PERFORM RELEASE-INTERFACE-LOCK
               PERFORM SET-EXTRACT-RETURN-CODE
           ELSE
               MOVE 24 TO RETURN-CODE
           END-IF.
           STOP RUN.
       EXTRACT-UNDER-LOCK.
           PERFORM OPEN-CONTROL-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SCAN-TRANSMISSION-REGISTER.
           PERFORM TALLY-AUDIT-FILE.
           PERFORM TALLY-INTERFACE-FILE.
           PERFORM CHECK-FEED-BALANCE.
                       IF FILE-FAILURE = "N"
                           PERFORM REWRITE-INTERFACE-FILE
                       END-IF
                       IF FILE-FAILURE = "N"
                           MOVE 0 TO RECUT-OF
                           MOVE IFC-COUNT TO REG-REC-COUNT
                           MOVE IFC-SEGS TO REG-SEG-COUNT
                           MOVE IFC-HASH TO REG-HASH-TOTAL
                           PERFORM REGISTER-TRANSMISSION
                       END-IF
                       PERFORM WRITE-EXTRACT-RESULT
                   END-IF
               END-IF
           END-IF.
           IF FILE-FAILURE = "N" AND REGISTER-FAILURE = "N"
               PERFORM PROCESS-RECUT-QUEUE
           END-IF.
           IF CTL-OPEN = "Y"
               CLOSE CONTROL-REPORT-FILE
           END-IF.
       SET-EXTRACT-RETURN-CODE.
           IF FILE-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
                   END-IF
               END-IF
           END-IF.
           IF RECUT-FAILURE = "Y" AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF REGISTER-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           END-IF.
       GET-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
                       AT END
                           MOVE "Y" TO AUDIT-EOF
                       NOT AT END
                           IF AUD-RUN-DATE = SELECT-DATE
                               AND (AUD-CALC-TYPE = "FACT"
                                   OR AUD-CALC-TYPE = "PREP"
                                   OR AUD-CALC-TYPE = "CREP"
                                   OR AUD-CALC-TYPE = "MULT")
                               ADD 1 TO AUDIT-COUNT
                               ADD AUD-F-SEGS TO AUDIT-SEGS
                               COMPUTE AUDIT-HASH = FUNCTION MOD(
           END-IF.
       WRITE-TRANSMIT-HEADER.
           ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
           ADD 1 TO LAST-XMIT-NO GIVING XMIT-NO.
           MOVE SPACES TO TRANSMIT-HEADER-RECORD.
           MOVE "HDR " TO TRH-RECORD-TYPE.
           MOVE SELECT-DATE TO TRH-FEED-DATE.
           MOVE EXTRACT-DATE TO TRH-EXTRACT-DATE.
           MOVE XMIT-NO TO TRH-XMIT-NO.
           MOVE RECUT-OF TO TRH-RECUT-OF.
           WRITE TRANSMIT-HEADER-RECORD.
       WRITE-TRANSMIT-TRAILER.
           MOVE SPACES TO TRANSMIT-TRAILER-RECORD.
                   CLOSE INTERFACE-FILE
               END-IF
           END-IF.
       SCAN-TRANSMISSION-REGISTER.
           MOVE 0 TO LAST-XMIT-NO.
           OPEN INPUT REGISTER-FILE.
           IF XREG-STATUS = "00"
               MOVE "N" TO REGISTER-EOF
               PERFORM UNTIL REGISTER-EOF = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO REGISTER-EOF
                       NOT AT END
                           IF XRG-XMIT-NO IS NUMERIC
                               AND XRG-XMIT-NO > LAST-XMIT-NO
                               MOVE XRG-XMIT-NO TO LAST-XMIT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
       REGISTER-TRANSMISSION.
           OPEN EXTEND REGISTER-FILE.
           IF XREG-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF XREG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSMISSION REGISTER - STATUS "
                   XREG-STATUS
               MOVE "Y" TO REGISTER-FAILURE
               MOVE SPACES TO PRINT-LINE
               STRING "*** TRANSMISSION " DELIMITED BY SIZE
                   XMIT-NO DELIMITED BY SIZE
                   " NOT REGISTERED ***" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO REGISTER-RECORD
               MOVE XMIT-NO TO XRG-XMIT-NO
               MOVE SELECT-DATE TO XRG-FEED-DATE
               MOVE EXTRACT-DATE TO XRG-SENT-DATE
               ACCEPT EXTRACT-TIME FROM TIME
               MOVE EXTRACT-TIME(1:6) TO XRG-SENT-TIME
               MOVE TRANSMIT-NAME TO XRG-FILE-NAME
               MOVE REG-REC-COUNT TO XRG-REC-COUNT
               MOVE REG-SEG-COUNT TO XRG-SEG-COUNT
               MOVE REG-HASH-TOTAL TO XRG-HASH-TOTAL
               MOVE "SENT" TO XRG-STATUS
               MOVE RECUT-OF TO XRG-RECUT-OF
               MOVE 0 TO XRG-ACK-DATE
               MOVE 0 TO XRG-ACK-REC-COUNT
               MOVE 0 TO XRG-ACK-HASH
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
               MOVE XMIT-NO TO LAST-XMIT-NO
           END-IF.
       PROCESS-RECUT-QUEUE.
           MOVE 0 TO QUEUE-COUNT.
           OPEN INPUT RECUT-QUEUE-FILE.
           IF XRTQ-STATUS = "00"
               MOVE "N" TO QUEUE-EOF
               PERFORM UNTIL QUEUE-EOF = "Y"
                   READ RECUT-QUEUE-FILE
                       AT END
                           MOVE "Y" TO QUEUE-EOF
                       NOT AT END
                           PERFORM LOAD-QUEUE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RECUT-QUEUE-FILE
           END-IF.
           MOVE 0 TO RECUTS-DONE.
           MOVE SELECT-DATE TO MAIN-SELECT-DATE.
           PERFORM RECUT-QUEUED-FEED
               VARYING QUEUE-SUB FROM 1 BY 1
               UNTIL QUEUE-SUB > QUEUE-COUNT
                   OR REGISTER-FAILURE = "Y".
           MOVE MAIN-SELECT-DATE TO SELECT-DATE.
           IF RECUTS-DONE > 0 OR RECUT-FAILURE = "Y"
               PERFORM REWRITE-RECUT-QUEUE
           END-IF.
       LOAD-QUEUE-ENTRY.
           IF QUEUE-COUNT < QUEUE-LIMIT
               ADD 1 TO QUEUE-COUNT
               MOVE XRQ-FEED-DATE TO QT-FEED-DATE(QUEUE-COUNT)
               MOVE XRQ-QUEUED-DATE TO QT-QUEUED-DATE(QUEUE-COUNT)
               MOVE XRQ-REJECTED-XMIT TO QT-REJECTED-XMIT(QUEUE-COUNT)
               MOVE XRQ-STATUS TO QT-STATUS(QUEUE-COUNT)
               MOVE XRQ-RECUT-XMIT TO QT-RECUT-XMIT(QUEUE-COUNT)
               MOVE XRQ-REASON TO QT-REASON(QUEUE-COUNT)
           ELSE
               DISPLAY "RECUT QUEUE TABLE FULL - ENTRY FOR "
                   XRQ-FEED-DATE " LEFT FOR NEXT RUN"
           END-IF.
       RECUT-QUEUED-FEED.
           IF QT-STATUS(QUEUE-SUB) = "Q"
               AND QT-FEED-DATE(QUEUE-SUB) IS NUMERIC
               MOVE QT-FEED-DATE(QUEUE-SUB) TO SELECT-DATE
               MOVE SPACES TO TRANSMIT-NAME
               STRING "FACTIFC." DELIMITED BY SIZE
                   SELECT-DATE DELIMITED BY SIZE
                   ".TRN" DELIMITED BY SIZE
                   INTO TRANSMIT-NAME
               MOVE SPACES TO RECUT-REASON
               PERFORM COPY-PRIOR-TRANSMISSION
               IF RECUT-REASON = SPACES
                   PERFORM CHECK-RECUT-BALANCE
               END-IF
               IF RECUT-REASON = SPACES
                   PERFORM WRITE-RECUT-TRANSMISSION
               END-IF
               IF RECUT-REASON = SPACES
                   MOVE QT-REJECTED-XMIT(QUEUE-SUB) TO RECUT-OF
                   MOVE RECUT-COUNT TO REG-REC-COUNT
                   MOVE RECUT-SEGS TO REG-SEG-COUNT
                   MOVE RECUT-HASH TO REG-HASH-TOTAL
                   PERFORM REGISTER-TRANSMISSION
                   MOVE 0 TO RECUT-OF
               END-IF
               IF RECUT-REASON = SPACES AND REGISTER-FAILURE = "N"
                   MOVE "D" TO QT-STATUS(QUEUE-SUB)
                   MOVE XMIT-NO TO QT-RECUT-XMIT(QUEUE-SUB)
                   ADD 1 TO RECUTS-DONE
                   PERFORM WRITE-RECUT-RESULT
               ELSE
                   IF RECUT-REASON NOT = SPACES
                       MOVE RECUT-REASON TO QT-REASON(QUEUE-SUB)
                       MOVE "Y" TO RECUT-FAILURE
                       PERFORM WRITE-RECUT-RESULT
                   END-IF
               END-IF
           END-IF.
       COPY-PRIOR-TRANSMISSION.
           MOVE 0 TO RECUT-COUNT.
           MOVE 0 TO RECUT-SEGS.
           MOVE 0 TO RECUT-HASH.
           MOVE "N" TO OLD-TRL-FOUND.
           OPEN INPUT TRANSMIT-FILE.
           IF TRN-STATUS NOT = "00"
               MOVE "PRIOR TRANSMISSION NOT FOUND" TO RECUT-REASON
           ELSE
               OPEN OUTPUT RECUT-WORK-FILE
               IF RCTW-STATUS NOT = "00"
                   MOVE "UNABLE TO OPEN RECUT WORK FILE"
                       TO RECUT-REASON
               ELSE
                   MOVE "N" TO RECUT-EOF
                   PERFORM UNTIL RECUT-EOF = "Y"
                       READ TRANSMIT-FILE
                           AT END
                               MOVE "Y" TO RECUT-EOF
                           NOT AT END
                               PERFORM COPY-PRIOR-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RECUT-WORK-FILE
               END-IF
               CLOSE TRANSMIT-FILE
           END-IF.
       COPY-PRIOR-RECORD.
           EVALUATE TRH-RECORD-TYPE
               WHEN "HDR "
                   CONTINUE
               WHEN "TRL "
                   MOVE "Y" TO OLD-TRL-FOUND
                   MOVE TRT-REC-COUNT TO OLD-TRL-COUNT
                   MOVE TRT-SEG-COUNT TO OLD-TRL-SEGS
                   MOVE TRT-HASH-TOTAL TO OLD-TRL-HASH
               WHEN OTHER
                   WRITE RECUT-WORK-RECORD FROM TRANSMIT-RECORD
                   ADD 1 TO RECUT-SEGS
                   IF TRD-SEG-NO = TRD-SEG-COUNT
                       ADD 1 TO RECUT-COUNT
                       COMPUTE RECUT-HASH = FUNCTION MOD(
                           RECUT-HASH + TRD-F HASH-MODULUS)
                   END-IF
           END-EVALUATE.
       CHECK-RECUT-BALANCE.
           IF OLD-TRL-FOUND = "N"
               MOVE "PRIOR TRANSMISSION NO TRAILER" TO RECUT-REASON
           ELSE
               IF RECUT-COUNT NOT = OLD-TRL-COUNT
                   OR RECUT-SEGS NOT = OLD-TRL-SEGS
                   OR RECUT-HASH NOT = OLD-TRL-HASH
                   MOVE "PRIOR FILE OUT OF BALANCE"
                       TO RECUT-REASON
               END-IF
           END-IF.
           IF RECUT-REASON = SPACES
               MOVE 0 TO AUDIT-COUNT
               MOVE 0 TO AUDIT-SEGS
               MOVE 0 TO AUDIT-HASH
               PERFORM TALLY-AUDIT-FILE
               IF FILE-FAILURE = "Y"
                   MOVE "N" TO FILE-FAILURE
                   MOVE "AUDIT FILE UNAVAILABLE" TO RECUT-REASON
               ELSE
                   IF AUDIT-COUNT > 0
                       AND (AUDIT-COUNT NOT = RECUT-COUNT
                           OR AUDIT-SEGS NOT = RECUT-SEGS
                           OR AUDIT-HASH NOT = RECUT-HASH)
                       MOVE "FEED DOES NOT AGREE WITH AUDIT"
                           TO RECUT-REASON
                   END-IF
               END-IF
           END-IF.
       WRITE-RECUT-TRANSMISSION.
           OPEN INPUT RECUT-WORK-FILE.
           OPEN OUTPUT TRANSMIT-FILE.
           IF RCTW-STATUS NOT = "00" OR TRN-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE RECUT FILE" TO RECUT-REASON
               IF RCTW-STATUS = "00"
                   CLOSE RECUT-WORK-FILE
               END-IF
               IF TRN-STATUS = "00"
                   CLOSE TRANSMIT-FILE
               END-IF
           ELSE
               MOVE QT-REJECTED-XMIT(QUEUE-SUB) TO RECUT-OF
               PERFORM WRITE-TRANSMIT-HEADER
               MOVE 0 TO RECUT-OF
               MOVE "N" TO RECUT-EOF
               PERFORM UNTIL RECUT-EOF = "Y"
                   READ RECUT-WORK-FILE
                       AT END
                           MOVE "Y" TO RECUT-EOF
                       NOT AT END
                           WRITE TRANSMIT-RECORD FROM RECUT-WORK-RECORD
                   END-READ
               END-PERFORM
               MOVE SPACES TO TRANSMIT-TRAILER-RECORD
               MOVE "TRL " TO TRT-RECORD-TYPE
               MOVE RECUT-COUNT TO TRT-REC-COUNT
               MOVE RECUT-SEGS TO TRT-SEG-COUNT
               MOVE RECUT-HASH TO TRT-HASH-TOTAL
               WRITE TRANSMIT-TRAILER-RECORD
               CLOSE RECUT-WORK-FILE
               CLOSE TRANSMIT-FILE
           END-IF.
       REWRITE-RECUT-QUEUE.
           OPEN OUTPUT RECUT-QUEUE-FILE.
           IF XRTQ-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE RECUT QUEUE - STATUS "
                   XRTQ-STATUS
               MOVE "Y" TO REGISTER-FAILURE
           ELSE
               PERFORM WRITE-QUEUE-ENTRY
                   VARYING QUEUE-SUB FROM 1 BY 1
                   UNTIL QUEUE-SUB > QUEUE-COUNT
               CLOSE RECUT-QUEUE-FILE
           END-IF.
       WRITE-QUEUE-ENTRY.
           MOVE SPACES TO RECUT-QUEUE-RECORD.
           MOVE QT-FEED-DATE(QUEUE-SUB) TO XRQ-FEED-DATE.
           MOVE QT-QUEUED-DATE(QUEUE-SUB) TO XRQ-QUEUED-DATE.
           MOVE QT-REJECTED-XMIT(QUEUE-SUB) TO XRQ-REJECTED-XMIT.
           MOVE QT-STATUS(QUEUE-SUB) TO XRQ-STATUS.
           MOVE QT-RECUT-XMIT(QUEUE-SUB) TO XRQ-RECUT-XMIT.
           MOVE QT-REASON(QUEUE-SUB) TO XRQ-REASON.
           WRITE RECUT-QUEUE-RECORD.
       WRITE-RECUT-RESULT.
           MOVE SPACES TO PRINT-LINE.
           IF RECUT-REASON = SPACES
               MOVE RECUT-COUNT TO COUNT-ED-1
               STRING "RECUT FEED " DELIMITED BY SIZE
                   SELECT-DATE DELIMITED BY SIZE
                   " AS TRANSMISSION " DELIMITED BY SIZE
                   XMIT-NO DELIMITED BY SIZE
                   " REPLACING " DELIMITED BY SIZE
                   QT-REJECTED-XMIT(QUEUE-SUB) DELIMITED BY SIZE
                   " RESULTS:" DELIMITED BY SIZE
                   COUNT-ED-1 DELIMITED BY SIZE
                   INTO PRINT-LINE
               DISPLAY "FEED " SELECT-DATE " RECUT AS TRANSMISSION "
                   XMIT-NO
           ELSE
               STRING "*** RECUT FEED " DELIMITED BY SIZE
                   SELECT-DATE DELIMITED BY SIZE
                   " NOT CUT - " DELIMITED BY SIZE
                   RECUT-REASON DELIMITED BY SIZE
                   INTO PRINT-LINE
               DISPLAY "RECUT OF FEED " SELECT-DATE " FAILED - "
                   RECUT-REASON
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       WRITE-HELD-RESULT.
           MOVE SPACES TO PRINT-LINE.
           STRING "*** FEED OUT OF BALANCE FOR " DELIMITED BY SIZE
           MOVE SPACES TO PRINT-LINE.
           STRING "TRANSMIT FILE: " DELIMITED BY SIZE
               TRANSMIT-NAME DELIMITED BY SIZE
               "  TRANSMISSION: " DELIMITED BY SIZE
               XMIT-NO DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RECORDS-SENT TO COUNT-ED-1.
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE CONTROL-REPORT-RECORD FROM PRINT-LINE
           END-IF.
       ACQUIRE-INTERFACE-LOCK.
           MOVE "N" TO LOCK-HELD.
           MOVE "IFCXTRCT" TO LRQ-PROGRAM.
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
