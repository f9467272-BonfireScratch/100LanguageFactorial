       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTENTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-FILE ASSIGN TO "BATCHIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-STATUS.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "FACTBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FACTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARMF-STATUS.
           SELECT LISTING-FILE ASSIGN TO "FACTENTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-FILE.
       01  BATCH-RECORD.
           05 BI-CALC-TYPE            PIC X(4).
           05 FILLER                  PIC X(1).
           05 BI-N                    PIC X(4).
           05 FILLER                  PIC X(1).
           05 BI-R                    PIC X(4).
           05 FILLER                  PIC X(1).
           05 BI-REF-ID               PIC X(8).
           05 FILLER                  PIC X(1).
           05 BI-DEPT                 PIC X(4).
       01  BATCH-HEADER-RECORD.
           05 BH-RECORD-TYPE          PIC X(4).
           05 FILLER                  PIC X(1).
           05 BH-CREATE-DATE          PIC X(8).
           05 FILLER                  PIC X(1).
           05 BH-BATCH-NO             PIC X(6).
       01  BATCH-TRAILER-RECORD.
           05 BT-RECORD-TYPE          PIC X(4).
           05 FILLER                  PIC X(1).
           05 BT-REC-COUNT            PIC 9(6).
           05 FILLER                  PIC X(1).
           05 BT-N-HASH               PIC 9(8).

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           05 REG-BATCH-NO            PIC X(6).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD          PIC X(80).

       FD  LISTING-FILE.
       01  LISTING-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       77 BATCH-STATUS PIC X(2) VALUE "00".
       77 REG-STATUS PIC X(2) VALUE "00".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 PARMF-STATUS PIC X(2) VALUE "00".
       77 LST-STATUS PIC X(2) VALUE "00".
       77 LST-OPEN PIC X(1) VALUE "N".
       77 BATCH-EOF PIC X(1) VALUE "N".
       77 REG-EOF PIC X(1) VALUE "N".
       77 PARMF-EOF PIC X(1) VALUE "N".
       77 ENTRY-FAILURE PIC X(1) VALUE "N".
       77 ENTRY-DONE PIC X(1) VALUE "N".
       77 ENTRY-CANCELLED PIC X(1) VALUE "N".
       77 ENTRY-VALID PIC X(1) VALUE "Y".
       77 ENTRY-COMMAND PIC X(4) VALUE SPACES.
       77 ENTRY-ANSWER PIC X(1) VALUE SPACES.
       77 ENTRY-REF-ID PIC X(8) VALUE SPACES.
       77 RUN-USER PIC X(20) VALUE SPACES.
       77 TODAY-DATE PIC 9(8) VALUE 0.
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 CARD-KEY PIC X(16) VALUE SPACES.
       77 CARD-VALUE PIC X(16) VALUE SPACES.
       77 MAX-VALID-N PIC 9(4) VALUE 100.
       77 MAX-CONFIG-N PIC 9(4) VALUE 110.
       77 RAW-N PIC X(4) VALUE SPACES.
       77 RAW-R PIC X(4) VALUE SPACES.
       77 N PIC 9(4) VALUE 0.
       77 R PIC 9(4) VALUE 0.
       77 N-VALID PIC X(1) VALUE "Y".
       77 REJECT-REASON PIC X(20) VALUE SPACES.
       77 NORMALIZE-TARGET PIC X(4).
       77 NORMALIZE-JUST PIC X(4) JUSTIFIED RIGHT.
       77 DEPT-CODE PIC X(4) VALUE SPACES.
       77 DEPT-NAME PIC X(30) VALUE SPACES.
       77 DEPT-LOOKUP-RESULT PIC X(1) VALUE "N".
       77 PENDING-BATCH-NO PIC X(6) VALUE SPACES.
       77 PENDING-REGISTERED PIC X(1) VALUE "N".
       77 HIGH-BATCH-NO PIC 9(6) VALUE 0.
       77 REG-BATCH-NUM PIC 9(6) VALUE 0.
       77 NEXT-BATCH-NO PIC 9(6) VALUE 0.
       77 ENTRY-COUNT PIC 9(4) VALUE 0.
       77 ENTRY-LIMIT PIC 9(4) VALUE 500.
       77 ENTRY-SUB PIC 9(4) VALUE 0.
       77 ENTRY-FOUND PIC X(1) VALUE "N".
       77 ENTRIES-REFUSED PIC 9(6) VALUE 0.
       77 ENTRY-N-HASH PIC 9(8) VALUE 0.
       77 ENTRY-N-WORK PIC 9(4) VALUE 0.
       77 HASH-MODULUS PIC 9(9) VALUE 100000000.
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 SEQ-ED PIC ZZZ9.
       77 HASH-ED PIC Z(7)9.
       77 RUN-DATE PIC 9(8).
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       01 ENTRY-TABLE.
           05 ENTRY-ROW OCCURS 500 TIMES.
               10 ET-CALC-TYPE        PIC X(4).
               10 ET-N                PIC X(4).
               10 ET-R                PIC X(4).
               10 ET-REF-ID           PIC X(8).
               10 ET-DEPT             PIC X(4).
               10 ET-DEPT-NAME        PIC X(30).
       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".
           IF RUN-USER = SPACES
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-MAXN-CARD.
           PERFORM READ-PENDING-BATCH.
           PERFORM SCAN-BATCH-REGISTER.
           IF ENTRY-FAILURE = "N"
               PERFORM CONFIRM-PENDING-BATCH
           END-IF.
           IF ENTRY-FAILURE = "N" AND ENTRY-CANCELLED = "N"
               COMPUTE NEXT-BATCH-NO = HIGH-BATCH-NO + 1
               DISPLAY "BATCH ENTRY - BATCH " NEXT-BATCH-NO
                   "  CREATE DATE " BUSINESS-DATE
               DISPLAY "MAXIMUM N: " MAX-VALID-N
               PERFORM ENTER-ONE-TRANSACTION
                   UNTIL ENTRY-DONE = "Y" OR ENTRY-CANCELLED = "Y"
               IF ENTRY-CANCELLED = "Y"
                   DISPLAY "BATCH CANCELLED - BATCHIN.DAT NOT WRITTEN"
               ELSE
                   IF ENTRY-COUNT = 0
                       DISPLAY "NO TRANSACTIONS KEYED - "
                           "BATCHIN.DAT NOT WRITTEN"
                       MOVE "Y" TO ENTRY-CANCELLED
                   ELSE
                       PERFORM WRITE-BATCH-FILE
                       IF ENTRY-FAILURE = "N"
                           PERFORM WRITE-BATCH-LISTING
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-FAILURE = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ENTRY-CANCELLED = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       GET-BUSINESS-DATE.
           MOVE TODAY-DATE TO BUSINESS-DATE.
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
       READ-MAXN-CARD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF PARMF-STATUS = "00"
               MOVE "N" TO PARMF-EOF
               PERFORM UNTIL PARMF-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO PARMF-EOF
                       NOT AT END
                           PERFORM EDIT-MAXN-CARD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.
       EDIT-MAXN-CARD.
           IF RUN-CONTROL-RECORD NOT = SPACES
               AND RUN-CONTROL-RECORD(1:1) NOT = "*"
               MOVE SPACES TO CARD-KEY
               MOVE SPACES TO CARD-VALUE
               UNSTRING RUN-CONTROL-RECORD DELIMITED BY "="
                   INTO CARD-KEY CARD-VALUE
               IF CARD-KEY = "MAXN" AND CARD-VALUE(5:12) = SPACES
                   MOVE CARD-VALUE(1:4) TO NORMALIZE-TARGET
                   PERFORM NORMALIZE-FIELD
                   IF NORMALIZE-TARGET IS NUMERIC
                       AND NORMALIZE-TARGET > "0000"
                       AND NORMALIZE-TARGET <= MAX-CONFIG-N
                       MOVE NORMALIZE-TARGET TO MAX-VALID-N
                   END-IF
               END-IF
           END-IF.
       READ-PENDING-BATCH.
           MOVE SPACES TO PENDING-BATCH-NO.
           OPEN INPUT BATCH-FILE.
           IF BATCH-STATUS = "00"
               READ BATCH-FILE
                   NOT AT END
                       IF BH-RECORD-TYPE = "HDR "
                           MOVE BH-BATCH-NO TO PENDING-BATCH-NO
                       END-IF
               END-READ
               CLOSE BATCH-FILE
           END-IF.
       SCAN-BATCH-REGISTER.
           MOVE 0 TO HIGH-BATCH-NO.
           MOVE "N" TO PENDING-REGISTERED.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF REG-STATUS = "35"
               CONTINUE
           ELSE
               IF REG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN BATCH REGISTER - STATUS "
                       REG-STATUS
                   MOVE "Y" TO ENTRY-FAILURE
               ELSE
                   MOVE "N" TO REG-EOF
                   PERFORM UNTIL REG-EOF = "Y"
                       READ BATCH-REGISTER-FILE
                           AT END
                               MOVE "Y" TO REG-EOF
                           NOT AT END
                               PERFORM CHECK-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-REGISTER-FILE
               END-IF
           END-IF.
           IF PENDING-BATCH-NO IS NUMERIC
               MOVE PENDING-BATCH-NO TO REG-BATCH-NUM
               IF REG-BATCH-NUM > HIGH-BATCH-NO
                   MOVE REG-BATCH-NUM TO HIGH-BATCH-NO
               END-IF
           END-IF.
           IF HIGH-BATCH-NO = 999999
               DISPLAY "BATCH NUMBERS EXHAUSTED IN BATCH REGISTER"
               MOVE "Y" TO ENTRY-FAILURE
           END-IF.
       CHECK-REGISTER-ENTRY.
           IF REG-BATCH-NO = PENDING-BATCH-NO
               MOVE "Y" TO PENDING-REGISTERED
           END-IF.
           IF REG-BATCH-NO IS NUMERIC
               MOVE REG-BATCH-NO TO REG-BATCH-NUM
               IF REG-BATCH-NUM > HIGH-BATCH-NO
                   MOVE REG-BATCH-NUM TO HIGH-BATCH-NO
               END-IF
           END-IF.
       CONFIRM-PENDING-BATCH.
           IF PENDING-BATCH-NO NOT = SPACES
               AND PENDING-REGISTERED = "N"
               DISPLAY "BATCH " PENDING-BATCH-NO
                   " ON BATCHIN.DAT HAS NOT BEEN PROCESSED"
               DISPLAY "REPLACE IT WITH A NEW BATCH (Y/N): "
               ACCEPT ENTRY-ANSWER
               IF ENTRY-ANSWER NOT = "Y" AND ENTRY-ANSWER NOT = "y"
                   DISPLAY "ENTRY ABANDONED - BATCHIN.DAT UNCHANGED"
                   MOVE "Y" TO ENTRY-CANCELLED
               END-IF
           END-IF.
       ENTER-ONE-TRANSACTION.
           MOVE ENTRY-COUNT TO COUNT-ED-1.
           DISPLAY "RECORDS IN BATCH: " COUNT-ED-1.
           DISPLAY "ENTER TYPE (FACT, PERM, END TO CLOSE, "
               "CAN TO CANCEL): ".
           MOVE SPACES TO ENTRY-COMMAND.
           ACCEPT ENTRY-COMMAND.
           INSPECT ENTRY-COMMAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE ENTRY-COMMAND
               WHEN "END "
                   MOVE "Y" TO ENTRY-DONE
               WHEN "CAN "
                   DISPLAY "CANCEL THIS BATCH (Y/N): "
                   ACCEPT ENTRY-ANSWER
                   IF ENTRY-ANSWER = "Y" OR ENTRY-ANSWER = "y"
                       MOVE "Y" TO ENTRY-CANCELLED
                   END-IF
               WHEN "FACT"
               WHEN "PERM"
                   IF ENTRY-COUNT >= ENTRY-LIMIT
                       DISPLAY "BATCH FULL - ENTER END TO CLOSE"
                   ELSE
                       PERFORM KEY-TRANSACTION
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID TYPE - " ENTRY-COMMAND
           END-EVALUATE.
       KEY-TRANSACTION.
           MOVE "Y" TO ENTRY-VALID.
           MOVE SPACES TO RAW-N.
           MOVE SPACES TO RAW-R.
           MOVE SPACES TO DEPT-CODE.
           DISPLAY "ENTER REF-ID: ".
           MOVE SPACES TO ENTRY-REF-ID.
           ACCEPT ENTRY-REF-ID.
           IF ENTRY-REF-ID = SPACES
               MOVE "N" TO ENTRY-VALID
               MOVE "REF-ID MISSING" TO REJECT-REASON
           ELSE
               PERFORM CHECK-DUPLICATE-REF
               IF ENTRY-FOUND = "Y"
                   MOVE "N" TO ENTRY-VALID
                   MOVE "DUPLICATE REF-ID" TO REJECT-REASON
               END-IF
           END-IF.
           IF ENTRY-VALID = "Y"
               DISPLAY "ENTER N: "
               ACCEPT RAW-N
               PERFORM VALIDATE-N
               MOVE N-VALID TO ENTRY-VALID
           END-IF.
           IF ENTRY-VALID = "Y" AND ENTRY-COMMAND = "PERM"
               DISPLAY "ENTER R: "
               ACCEPT RAW-R
               PERFORM VALIDATE-R
               MOVE N-VALID TO ENTRY-VALID
           END-IF.
           IF ENTRY-VALID = "Y"
               DISPLAY "ENTER DEPARTMENT: "
               ACCEPT DEPT-CODE
               INSPECT DEPT-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VALIDATE-DEPT
           END-IF.
           IF ENTRY-VALID = "Y"
               PERFORM STORE-TRANSACTION
               MOVE ENTRY-COUNT TO COUNT-ED-1
               MOVE ENTRY-N-HASH TO HASH-ED
               DISPLAY "ACCEPTED - RECORDS: " COUNT-ED-1
                   "  N HASH: " HASH-ED
           ELSE
               ADD 1 TO ENTRIES-REFUSED
               DISPLAY "REJECTED - " REJECT-REASON
                   " - TRANSACTION NOT ADDED"
           END-IF.
       CHECK-DUPLICATE-REF.
           MOVE "N" TO ENTRY-FOUND.
           PERFORM MATCH-ENTRY-REF
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > ENTRY-COUNT
                   OR ENTRY-FOUND = "Y".
       MATCH-ENTRY-REF.
           IF ET-REF-ID(ENTRY-SUB) = ENTRY-REF-ID
               MOVE "Y" TO ENTRY-FOUND
           END-IF.
       STORE-TRANSACTION.
           ADD 1 TO ENTRY-COUNT.
           MOVE ENTRY-COMMAND TO ET-CALC-TYPE(ENTRY-COUNT).
           MOVE RAW-N TO ET-N(ENTRY-COUNT).
           IF ENTRY-COMMAND = "PERM"
               MOVE RAW-R TO ET-R(ENTRY-COUNT)
           ELSE
               MOVE SPACES TO ET-R(ENTRY-COUNT)
           END-IF.
           MOVE ENTRY-REF-ID TO ET-REF-ID(ENTRY-COUNT).
           MOVE DEPT-CODE TO ET-DEPT(ENTRY-COUNT).
           MOVE DEPT-NAME TO ET-DEPT-NAME(ENTRY-COUNT).
           MOVE N TO ENTRY-N-WORK.
           COMPUTE ENTRY-N-HASH = FUNCTION MOD(
               ENTRY-N-HASH + ENTRY-N-WORK HASH-MODULUS).
       NORMALIZE-FIELD.
           MOVE FUNCTION TRIM(NORMALIZE-TARGET) TO NORMALIZE-JUST.
           INSPECT NORMALIZE-JUST REPLACING LEADING SPACES BY ZEROS.
           MOVE NORMALIZE-JUST TO NORMALIZE-TARGET.
       VALIDATE-N.
           MOVE "Y" TO N-VALID.
           MOVE SPACES TO REJECT-REASON.
           IF RAW-N = SPACES
               MOVE "N" TO N-VALID
               MOVE "MISSING INPUT" TO REJECT-REASON
           ELSE
               MOVE RAW-N TO NORMALIZE-TARGET
               PERFORM NORMALIZE-FIELD
               MOVE NORMALIZE-TARGET TO RAW-N
               IF RAW-N IS NOT NUMERIC
                   MOVE "N" TO N-VALID
                   MOVE "NON-NUMERIC INPUT" TO REJECT-REASON
               ELSE
                   MOVE RAW-N TO N
                   IF N > MAX-VALID-N
                       MOVE "N" TO N-VALID
                       MOVE "N OUT OF RANGE" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       VALIDATE-R.
           MOVE "Y" TO N-VALID.
           MOVE SPACES TO REJECT-REASON.
           IF RAW-R = SPACES
               MOVE "N" TO N-VALID
               MOVE "MISSING INPUT" TO REJECT-REASON
           ELSE
               MOVE RAW-R TO NORMALIZE-TARGET
               PERFORM NORMALIZE-FIELD
               MOVE NORMALIZE-TARGET TO RAW-R
               IF RAW-R IS NOT NUMERIC
                   MOVE "N" TO N-VALID
                   MOVE "NON-NUMERIC INPUT" TO REJECT-REASON
               ELSE
                   MOVE RAW-R TO R
                   IF R > N
                       MOVE "N" TO N-VALID
                       MOVE "R EXCEEDS N" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       VALIDATE-DEPT.
           MOVE SPACES TO DEPT-NAME.
           IF DEPT-CODE = SPACES
               MOVE "N" TO ENTRY-VALID
               MOVE "DEPARTMENT MISSING" TO REJECT-REASON
           ELSE
               CALL "DEPTLKUP" USING DEPT-CODE BUSINESS-DATE
                   DEPT-NAME DEPT-LOOKUP-RESULT
                   ON EXCEPTION
                       MOVE "U" TO DEPT-LOOKUP-RESULT
               END-CALL
               EVALUATE DEPT-LOOKUP-RESULT
                   WHEN "Y"
                       CONTINUE
                   WHEN "I"
                       MOVE "N" TO ENTRY-VALID
                       MOVE "INACTIVE DEPARTMENT" TO REJECT-REASON
                   WHEN "U"
                       MOVE "N" TO ENTRY-VALID
                       MOVE "DEPT MASTER MISSING" TO REJECT-REASON
                   WHEN OTHER
                       MOVE "N" TO ENTRY-VALID
                       MOVE "UNKNOWN DEPARTMENT" TO REJECT-REASON
               END-EVALUATE
           END-IF.
       WRITE-BATCH-FILE.
           OPEN OUTPUT BATCH-FILE.
           IF BATCH-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BATCHIN.DAT - STATUS "
                   BATCH-STATUS
               MOVE "Y" TO ENTRY-FAILURE
           ELSE
               MOVE SPACES TO BATCH-HEADER-RECORD
               MOVE "HDR " TO BH-RECORD-TYPE
               MOVE BUSINESS-DATE TO BH-CREATE-DATE
               MOVE NEXT-BATCH-NO TO BH-BATCH-NO
               WRITE BATCH-HEADER-RECORD
               PERFORM WRITE-BATCH-DETAIL
                   VARYING ENTRY-SUB FROM 1 BY 1
                   UNTIL ENTRY-SUB > ENTRY-COUNT
               MOVE SPACES TO BATCH-TRAILER-RECORD
               MOVE "TRL " TO BT-RECORD-TYPE
               MOVE ENTRY-COUNT TO BT-REC-COUNT
               MOVE ENTRY-N-HASH TO BT-N-HASH
               WRITE BATCH-TRAILER-RECORD
               CLOSE BATCH-FILE
               MOVE ENTRY-COUNT TO COUNT-ED-1
               MOVE ENTRY-N-HASH TO HASH-ED
               DISPLAY "BATCH " NEXT-BATCH-NO " WRITTEN - RECORDS: "
                   COUNT-ED-1 "  N HASH: " HASH-ED
           END-IF.
       WRITE-BATCH-DETAIL.
           MOVE SPACES TO BATCH-RECORD.
           MOVE ET-CALC-TYPE(ENTRY-SUB) TO BI-CALC-TYPE.
           MOVE ET-N(ENTRY-SUB) TO BI-N.
           MOVE ET-R(ENTRY-SUB) TO BI-R.
           MOVE ET-REF-ID(ENTRY-SUB) TO BI-REF-ID.
           MOVE ET-DEPT(ENTRY-SUB) TO BI-DEPT.
           WRITE BATCH-RECORD.
       WRITE-BATCH-LISTING.
           OPEN OUTPUT LISTING-FILE.
           IF LST-STATUS = "00"
               MOVE "Y" TO LST-OPEN
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-LISTING-DETAIL
                   VARYING ENTRY-SUB FROM 1 BY 1
                   UNTIL ENTRY-SUB > ENTRY-COUNT
               PERFORM WRITE-LISTING-TOTALS
               CLOSE LISTING-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN BATCH LISTING - STATUS "
                   LST-STATUS
           END-IF.
       WRITE-LISTING-DETAIL.
           MOVE ENTRY-SUB TO SEQ-ED.
           MOVE SPACES TO PRINT-LINE.
           STRING SEQ-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ET-REF-ID(ENTRY-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ET-CALC-TYPE(ENTRY-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ET-N(ENTRY-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ET-R(ENTRY-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ET-DEPT(ENTRY-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ET-DEPT-NAME(ENTRY-SUB) DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-LISTING-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ENTRY-COUNT TO COUNT-ED-1.
           MOVE ENTRY-N-HASH TO HASH-ED.
           MOVE SPACES TO PRINT-LINE.
           STRING "TRAILER RECORD COUNT: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   N HASH: " DELIMITED BY SIZE
               HASH-ED DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ENTRIES-REFUSED TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "ENTRIES REFUSED AT KEYING: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "KEYED BY: " DELIMITED BY SIZE
               RUN-USER DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "SUBMITTER SIGN-OFF: ______________________"
               DELIMITED BY SIZE
               "  DATE: __________" DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-REPORT-LINE.
           IF LST-OPEN = "Y"
               IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER
               END-IF
               ADD 1 TO LINE-COUNT
               WRITE LISTING-RECORD FROM PRINT-LINE
           END-IF.
       WRITE-REPORT-HEADER.
           IF LST-OPEN = "Y"
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               ADD 1 TO PAGE-NUMBER
               MOVE 0 TO LINE-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "BATCH ENTRY LISTING" DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE LISTING-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE LISTING-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "BATCH: " DELIMITED BY SIZE
                   NEXT-BATCH-NO DELIMITED BY SIZE
                   "   CREATE DATE: " DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE LISTING-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING " SEQ  REF-ID    TYPE  N     R     DEPT  NAME"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE LISTING-RECORD FROM PRINT-LINE
           END-IF.
