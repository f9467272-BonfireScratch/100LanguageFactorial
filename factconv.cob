       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(200).
       01  AUDIT-OLD-RECORD.
           05 AO-RUN-DATE             PIC X(8).
           05 FILLER                  PIC X(1).
           05 AO-NPR                  PIC X(18).
           05 FILLER                  PIC X(1).
           05 AO-NCR                  PIC X(18).
           05 FILLER                  PIC X(99).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD.
           05 AW-NPR                  PIC X(18).
           05 FILLER                  PIC X(1).
           05 AW-NCR                  PIC X(18).
           05 FILLER                  PIC X(87).

       FD  INTERFACE-FILE.
       01  INTERFACE-RECORD            PIC X(92).

       FD  INTERFACE-WORK-FILE.
       01  INTERFACE-WORK-RECORD.
           05 IW-SEG-NO               PIC X(2).
           05 IW-SEG-COUNT            PIC X(2).
           05 IW-F                    PIC X(18).
           05 FILLER                  PIC X(58).

       WORKING-STORAGE SECTION.
       77 AUDIT-STATUS PIC X(2) VALUE "00".
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 COUNT-ED-3 PIC Z(5)9.
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
           PERFORM ACQUIRE-CONVERSION-LOCK.
           IF LOCK-HELD = "Y"
               PERFORM CONVERT-UNDER-LOCK
               PERFORM RELEASE-CONVERSION-LOCK
               IF CONVERT-FAILURE = "Y"
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONVERSION NOT RUN - FILES UNCHANGED"
               MOVE 24 TO RETURN-CODE
           END-IF.
           STOP RUN.
       CONVERT-UNDER-LOCK.
           PERFORM CONVERT-AUDIT-FILE.
           PERFORM CONVERT-INTERFACE-FILE.
           MOVE AUD-CONVERTED TO COUNT-ED-1.
               "  ALREADY CURRENT: " COUNT-ED-2.
           IF CONVERT-FAILURE = "Y"
               DISPLAY "CONVERSION FAILED - FILES UNCHANGED"
           ELSE
               DISPLAY "CONVERSION COMPLETE"
           END-IF.
       CONVERT-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "35"
       CONVERT-AUDIT-RECORD.
           IF AUDIT-RECORD(40:4) = "FACT"
               OR AUDIT-RECORD(40:4) = "PERM"
               OR AUDIT-RECORD(40:4) = "PREP"
               OR AUDIT-RECORD(40:4) = "CREP"
               OR AUDIT-RECORD(40:4) = "MULT"
               ADD 1 TO AUD-CURRENT
               WRITE AUDIT-WORK-RECORD FROM AUDIT-RECORD
           ELSE
                   CLOSE INTERFACE-FILE
               END-IF
           END-IF.
       ACQUIRE-CONVERSION-LOCK.
           MOVE "N" TO LOCK-HELD.
           MOVE "FACTCONV" TO LRQ-PROGRAM.
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
       RELEASE-CONVERSION-LOCK.
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
