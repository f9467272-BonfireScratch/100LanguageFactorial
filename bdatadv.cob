           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "FACTCLSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLSP-STATUS.
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

       WORKING-STORAGE SECTION.
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 CLSP-STATUS PIC X(2) VALUE "00".
       77 CLSP-EOF PIC X(1) VALUE "N".
       77 PERIOD-CLOSED PIC X(1) VALUE "N".
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 RAW-SET-DATE PIC X(8) VALUE SPACES.
       77 OLD-BUSINESS-DATE PIC 9(8) VALUE 0.
               END-IF
           END-IF.
           IF SET-FAILURE = "N"
               PERFORM CHECK-CLOSED-PERIOD
           END-IF.
           IF SET-FAILURE = "N" AND PERIOD-CLOSED = "N"
               PERFORM WRITE-BUSINESS-DATE
           END-IF.
           IF SET-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF PERIOD-CLOSED = "Y"
                   DISPLAY "BUSINESS DATE " NEW-BUSINESS-DATE
                       " IS IN A CLOSED PERIOD - NOT CHANGED"
                   DISPLAY "BUSINESS DATE REMAINS " OLD-BUSINESS-DATE
                   MOVE 28 TO RETURN-CODE
               ELSE
                   DISPLAY "BUSINESS DATE SET TO " NEW-BUSINESS-DATE
                       " (WAS " OLD-BUSINESS-DATE ")"
               END-IF
           END-IF.
           STOP RUN.
       READ-BUSINESS-DATE.
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
       CHECK-CLOSED-PERIOD.
           MOVE "N" TO PERIOD-CLOSED.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF CLSP-STATUS = "00"
               MOVE "N" TO CLSP-EOF
               PERFORM UNTIL CLSP-EOF = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO CLSP-EOF
                       NOT AT END
                           IF CLP-RECORD-TYPE = "CLSM"
                               AND CLP-YYYYMM =
                                   NEW-BUSINESS-DATE(1:6)
                               MOVE "Y" TO PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           ELSE
               IF CLSP-STATUS NOT = "35"
                   DISPLAY
                       "UNABLE TO READ CLOSED PERIOD FILE - STATUS "
                       CLSP-STATUS
                   MOVE "Y" TO SET-FAILURE
               END-IF
           END-IF.
       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF BDAT-STATUS NOT = "00"
