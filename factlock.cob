       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTLOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LCK-STATE                PIC X(1).
           05 FILLER                   PIC X(1).
           05 LCK-PROGRAM              PIC X(10).
           05 FILLER                   PIC X(1).
           05 LCK-RUN-NO               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 LCK-USER                 PIC X(20).
           05 FILLER                   PIC X(1).
           05 LCK-START-DATE           PIC 9(8).
           05 FILLER                   PIC X(1).
           05 LCK-START-TIME           PIC 9(6).
       WORKING-STORAGE SECTION.
       77 LOCK-FILE-NAME PIC X(30) VALUE SPACES.
       77 LOCK-STATUS PIC X(2) VALUE "00".
       77 LOCK-FOUND PIC X(1) VALUE "N".
       77 LOCK-MINE PIC X(1) VALUE "N".
       77 NEW-STATE PIC X(1) VALUE SPACES.
       01 NEW-HOLDER.
           05 NEW-PROGRAM              PIC X(10).
           05 NEW-RUN-NO               PIC 9(6).
           05 NEW-USER                 PIC X(20).
           05 NEW-START-DATE           PIC 9(8).
           05 NEW-START-TIME           PIC 9(6).
       LINKAGE SECTION.
       77 LKR-FUNCTION PIC X(1).
       77 LKR-RESOURCE PIC X(8).
       01 LKR-REQUEST.
           05 LKR-PROGRAM              PIC X(10).
           05 LKR-RUN-NO               PIC 9(6).
           05 LKR-USER                 PIC X(20).
           05 LKR-START-DATE           PIC 9(8).
           05 LKR-START-TIME           PIC 9(6).
       01 LKR-HOLDER.
           05 LKH-PROGRAM              PIC X(10).
           05 LKH-RUN-NO               PIC 9(6).
           05 LKH-USER                 PIC X(20).
           05 LKH-START-DATE           PIC 9(8).
           05 LKH-START-TIME           PIC 9(6).
       77 LKR-RESULT PIC X(1).
       PROCEDURE DIVISION USING LKR-FUNCTION LKR-RESOURCE LKR-REQUEST
               LKR-HOLDER LKR-RESULT.
       LOCK-CONTROL.
           MOVE "E" TO LKR-RESULT.
           MOVE SPACES TO LKH-PROGRAM.
           MOVE SPACES TO LKH-USER.
           MOVE 0 TO LKH-RUN-NO.
           MOVE 0 TO LKH-START-DATE.
           MOVE 0 TO LKH-START-TIME.
           MOVE SPACES TO LOCK-FILE-NAME.
           STRING LKR-RESOURCE DELIMITED BY SPACE
               ".LCK" DELIMITED BY SIZE
               INTO LOCK-FILE-NAME.
           PERFORM READ-LOCK.
           IF LOCK-STATUS = "00"
               EVALUATE LKR-FUNCTION
                   WHEN "A"
                       PERFORM ACQUIRE-LOCK
                   WHEN "U"
                       PERFORM UPDATE-LOCK
                   WHEN "R"
                       PERFORM RELEASE-LOCK
                   WHEN "Q"
                       PERFORM QUERY-LOCK
                   WHEN "C"
                       PERFORM CLEAR-LOCK
               END-EVALUATE
           END-IF.
           GOBACK.
       READ-LOCK.
           MOVE "N" TO LOCK-FOUND.
           MOVE "N" TO LOCK-MINE.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STATUS = "00"
               READ LOCK-FILE
                   NOT AT END
                       IF LCK-STATE = "H"
                           MOVE "Y" TO LOCK-FOUND
                       END-IF
               END-READ
               CLOSE LOCK-FILE
               MOVE "00" TO LOCK-STATUS
           ELSE
               IF LOCK-STATUS = "35"
                   MOVE "00" TO LOCK-STATUS
               END-IF
           END-IF.
           IF LOCK-FOUND = "Y"
               MOVE LCK-PROGRAM TO LKH-PROGRAM
               MOVE LCK-USER TO LKH-USER
               MOVE LCK-START-DATE TO LKH-START-DATE
               MOVE LCK-START-TIME TO LKH-START-TIME
               IF LCK-RUN-NO IS NUMERIC
                   MOVE LCK-RUN-NO TO LKH-RUN-NO
               END-IF
               IF LCK-PROGRAM = LKR-PROGRAM
                   AND LCK-USER = LKR-USER
                   AND LCK-START-DATE = LKR-START-DATE
                   AND LCK-START-TIME = LKR-START-TIME
                   MOVE "Y" TO LOCK-MINE
               END-IF
           END-IF.
       ACQUIRE-LOCK.
           IF LOCK-FOUND = "Y"
               MOVE "H" TO LKR-RESULT
           ELSE
               MOVE "H" TO NEW-STATE
               MOVE LKR-REQUEST TO NEW-HOLDER
               PERFORM WRITE-LOCK
               IF LOCK-STATUS = "00"
                   MOVE LKR-REQUEST TO LKR-HOLDER
                   MOVE "Y" TO LKR-RESULT
               END-IF
           END-IF.
       UPDATE-LOCK.
           IF LOCK-MINE = "Y"
               MOVE "H" TO NEW-STATE
               MOVE LKR-REQUEST TO NEW-HOLDER
               PERFORM WRITE-LOCK
               IF LOCK-STATUS = "00"
                   MOVE LKR-RUN-NO TO LKH-RUN-NO
                   MOVE "Y" TO LKR-RESULT
               END-IF
           ELSE
               IF LOCK-FOUND = "Y"
                   MOVE "H" TO LKR-RESULT
               ELSE
                   MOVE "F" TO LKR-RESULT
               END-IF
           END-IF.
       RELEASE-LOCK.
           IF LOCK-MINE = "Y"
               MOVE "F" TO NEW-STATE
               MOVE LKR-HOLDER TO NEW-HOLDER
               PERFORM WRITE-LOCK
               IF LOCK-STATUS = "00"
                   MOVE "Y" TO LKR-RESULT
               END-IF
           ELSE
               IF LOCK-FOUND = "Y"
                   MOVE "H" TO LKR-RESULT
               ELSE
                   MOVE "F" TO LKR-RESULT
               END-IF
           END-IF.
       QUERY-LOCK.
           IF LOCK-FOUND = "Y"
               MOVE "H" TO LKR-RESULT
           ELSE
               MOVE "F" TO LKR-RESULT
           END-IF.
       CLEAR-LOCK.
           IF LOCK-FOUND = "Y"
               MOVE "F" TO NEW-STATE
               MOVE LKR-HOLDER TO NEW-HOLDER
               PERFORM WRITE-LOCK
               IF LOCK-STATUS = "00"
                   MOVE "Y" TO LKR-RESULT
               END-IF
           ELSE
               MOVE "F" TO LKR-RESULT
           END-IF.
       WRITE-LOCK.
           OPEN OUTPUT LOCK-FILE.
           IF LOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               MOVE NEW-STATE TO LCK-STATE
               MOVE NEW-PROGRAM TO LCK-PROGRAM
               MOVE NEW-RUN-NO TO LCK-RUN-NO
               MOVE NEW-USER TO LCK-USER
               MOVE NEW-START-DATE TO LCK-START-DATE
               MOVE NEW-START-TIME TO LCK-START-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
