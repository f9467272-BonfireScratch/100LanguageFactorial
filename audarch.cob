       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(200).
       01  AUDIT-RECORD-DETAIL.
           05 AUD-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(192).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(200).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD           PIC X(200).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD       PIC X(80).
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
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
                   RAW-RETENTION-DATE DELIMITED BY SIZE
                   ".ARC" DELIMITED BY SIZE
                   INTO ARCHIVE-NAME
               PERFORM ACQUIRE-AUDIT-LOCK
               IF LOCK-HELD = "Y"
                   PERFORM ARCHIVE-UNDER-LOCK
                   PERFORM RELEASE-AUDIT-LOCK
               END-IF
               IF PURGE-FAILURE = "Y"
                   MOVE 12 TO RETURN-CODE
               END-IF
               IF LOCK-REFUSED = "Y"
                   MOVE 24 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       ARCHIVE-UNDER-LOCK.
           PERFORM OPEN-CONTROL-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SPLIT-AUDIT-FILE.
           IF PURGE-FAILURE = "N"
               PERFORM REWRITE-AUDIT-FILE
           END-IF.
           IF PURGE-FAILURE = "N" AND RECORDS-ARCHIVED > 0
               PERFORM WRITE-ARCHIVE-CATALOG
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           IF CTL-OPEN = "Y"
               CLOSE CONTROL-REPORT-FILE
           END-IF.
       GET-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE CONTROL-REPORT-RECORD FROM PRINT-LINE
           END-IF.
       ACQUIRE-AUDIT-LOCK.
           MOVE "N" TO LOCK-HELD.
           MOVE "AUDARCH" TO LRQ-PROGRAM.
           MOVE 0 TO LRQ-RUN-NO.
           ACCEPT LRQ-USER FROM ENVIRONMENT "USER".
           IF LRQ-USER = SPACES
               MOVE "UNKNOWN" TO LRQ-USER
           END-IF.
           ACCEPT LRQ-START-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME FROM TIME.
           MOVE LOCK-TIME(1:6) TO LRQ-START-TIME.
           MOVE "A" TO LOCK-FUNCTION.
           MOVE "FACTAUD" TO LOCK-RESOURCE.
           PERFORM CALL-FACTLOCK.
           IF LOCK-RESULT = "Y"
               MOVE "Y" TO LOCK-HELD
           ELSE
               PERFORM REPORT-LOCK-REFUSAL
           END-IF.
       RELEASE-AUDIT-LOCK.
           MOVE "R" TO LOCK-FUNCTION.
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
           MOVE "Y" TO LOCK-REFUSED.
