       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN USING AUDIT-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT INTERFACE-FILE ASSIGN USING INTERFACE-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERFACE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "FACTARCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT FACT-MASTER-FILE ASSIGN TO "FACTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-N
               FILE STATUS IS MST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FACTVRFR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "FACTBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FACTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARMF-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  INTERFACE-FILE.
       01  INTERFACE-RECORD.
           05 IFC-RUN-DATE             PIC 9(8).
           05 IFC-N                    PIC 9(4).
           05 IFC-SEG-NO               PIC 9(2).
           05 IFC-SEG-COUNT            PIC 9(2).
           05 IFC-F                    PIC 9(18).
           05 IFC-CALC-TYPE            PIC X(4).
           05 IFC-R                    PIC 9(4).
           05 IFC-GROUPS               PIC X(50).
       01  INTERFACE-CONTROL-RECORD.
           05 IFX-RECORD-TYPE          PIC X(4).
           05 FILLER                   PIC X(88).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-RETENTION-DATE       PIC X(8).
           05 FILLER                   PIC X(1).
           05 CAT-ARCHIVE-NAME         PIC X(30).

       FD  FACT-MASTER-FILE.
       01  FACT-MASTER-RECORD.
           05 MST-N                    PIC 9(4).
           05 MST-F                    PIC 9(18).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BDAT-DATE                PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77 AUDIT-STATUS PIC X(2) VALUE "00".
       77 INTERFACE-STATUS PIC X(2) VALUE "00".
       77 CAT-STATUS PIC X(2) VALUE "00".
       77 MST-STATUS PIC X(2) VALUE "00".
       77 RPT-STATUS PIC X(2) VALUE "00".
       77 RPT-OPEN PIC X(1) VALUE "N".
       77 BDAT-STATUS PIC X(2) VALUE "00".
       77 PARMF-STATUS PIC X(2) VALUE "00".
       77 PARMF-EOF PIC X(1) VALUE "N".
       77 AUDIT-EOF PIC X(1) VALUE "N".
       77 INTERFACE-EOF PIC X(1) VALUE "N".
       77 CAT-EOF PIC X(1) VALUE "N".
       77 MST-EOF PIC X(1) VALUE "N".
       77 PARM-TEXT PIC X(80) VALUE SPACES.
       77 PARM-ERROR PIC X(1) VALUE "N".
       77 FILE-FAILURE PIC X(1) VALUE "N".
       77 BUSINESS-DATE PIC 9(8) VALUE 0.
       77 SELECT-MODE PIC X(1) VALUE "D".
       77 SELECT-DATE PIC 9(8) VALUE 0.
       77 SELECT-RUN-NO PIC 9(6) VALUE 0.
       77 RAW-SELECT-DATE PIC X(8) VALUE SPACES.
       77 RAW-RUN-NO PIC X(6) VALUE SPACES.
       77 RAW-ARCHIVE-DATE PIC X(8) VALUE SPACES.
       77 ARCHIVE-MODE PIC X(1) VALUE "L".
       77 AUDIT-SOURCE-NAME PIC X(30) VALUE "FACTAUD.DAT".
       77 SOURCE-REQUIRED PIC X(1) VALUE "Y".
       77 INTERFACE-SOURCE-NAME PIC X(30) VALUE "FACTIFC.DAT".
       77 INTERFACE-DATE PIC 9(8) VALUE 0.
       77 INTERFACE-DATE-SET PIC X(1) VALUE "N".
       77 CATALOG-COUNT PIC 9(3) VALUE 0.
       77 CATALOG-SUB PIC 9(3) VALUE 0.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 100 TIMES.
               10 CT-ARCHIVE-NAME PIC X(30).
       77 AUDIT-READ PIC 9(6) VALUE 0.
       77 AUDIT-SELECTED PIC 9(6) VALUE 0.
       77 AUDIT-VERIFIED PIC 9(6) VALUE 0.
       77 AUDIT-EXCEPTIONS PIC 9(6) VALUE 0.
       77 AUDIT-RESULT-COUNT PIC 9(6) VALUE 0.
       77 IFC-SEGS-CHECKED PIC 9(6) VALUE 0.
       77 IFC-RESULTS-FOUND PIC 9(6) VALUE 0.
       77 IFC-EXCEPTIONS PIC 9(6) VALUE 0.
       77 MST-CHECKED PIC 9(6) VALUE 0.
       77 MST-EXCEPTIONS PIC 9(6) VALUE 0.
       77 MST-PRESENT PIC X(1) VALUE "N".
       77 TOTAL-EXCEPTIONS PIC 9(6) VALUE 0.
       77 RECORD-IN-ERROR PIC X(1) VALUE "N".
       77 MAX-CHECK-N PIC 9(4) VALUE 100.
       77 MAX-CONFIG-N PIC 9(4) VALUE 110.
       77 CARD-KEY PIC X(16) VALUE SPACES.
       77 CARD-VALUE PIC X(16) VALUE SPACES.
       77 NORMALIZE-TARGET PIC X(4).
       77 NORMALIZE-JUST PIC X(4) JUSTIFIED RIGHT.
       77 MAX-MASTER-N PIC 9(4) VALUE 19.
       77 CHECK-N PIC 9(4) VALUE 0.
       77 CHECK-R PIC 9(4) VALUE 0.
       77 CACHED-N PIC 9(4) VALUE 9999.
       77 CACHED-TYPE PIC X(4) VALUE SPACES.
       77 CACHED-R PIC 9(4) VALUE 0.
       77 CACHED-GROUPS PIC X(50) VALUE SPACES.
       77 CHECK-TYPE PIC X(4) VALUE SPACES.
       77 MAX-GROUPS PIC 9(2) VALUE 10.
       77 GROUP-SUB PIC 9(2) VALUE 0.
       77 GROUP-NUM PIC 9(4) VALUE 0.
       77 GROUP-SUM PIC 9(6) VALUE 0.
       77 GROUPS-VALID PIC X(1) VALUE "Y".
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 10 TIMES.
               10 GRP-SIZE PIC X(4).
               10 FILLER PIC X(1).
       77 EXPECT-LOW18 PIC 9(18) VALUE 0.
       77 EXPECT-SEGS PIC 9(2) VALUE 0.
       77 EXPECT-NPR-LOW18 PIC 9(18) VALUE 0.
       77 EXPECT-NPR-SEGS PIC 9(2) VALUE 0.
       77 EXPECT-NCR-LOW18 PIC 9(18) VALUE 0.
       77 EXPECT-NCR-SEGS PIC 9(2) VALUE 0.
       77 EXPECT-SEGMENT PIC 9(18) VALUE 0.
       77 EXC-REF-ID PIC X(8) VALUE SPACES.
       77 EXC-RUN-NO PIC X(6) VALUE SPACES.
       77 EXC-TYPE PIC X(4) VALUE SPACES.
       77 EXC-N PIC 9(4) VALUE 0.
       77 EXC-R PIC 9(4) VALUE 0.
       77 EXC-CHECK PIC X(12) VALUE SPACES.
       77 EXC-EXPECTED PIC X(20) VALUE SPACES.
       77 EXC-FOUND PIC X(20) VALUE SPACES.
       77 N-ED PIC ZZZ9.
       77 R-ED PIC ZZZ9.
       77 COUNT-ED-1 PIC Z(5)9.
       77 COUNT-ED-2 PIC Z(5)9.
       77 BIG-LEN PIC 9(4) VALUE 1.
       77 BIG-SUB PIC 9(4) VALUE 0.
       77 BIG-FACTOR PIC 9(4) VALUE 0.
       77 BIG-DIVISOR PIC 9(4) VALUE 0.
       77 BIG-STEP PIC 9(4) VALUE 0.
       77 BIG-WORK PIC 9(9) VALUE 0.
       77 BIG-CARRY PIC 9(9) VALUE 0.
       77 BIG-REM PIC 9(9) VALUE 0.
       77 BIG-LIMIT PIC 9(4) VALUE 63.
       77 BIG-OVERFLOW PIC X(1) VALUE "N".
       77 BIG-POS PIC 9(4) VALUE 0.
       77 BIG-LEADING PIC 9(4) VALUE 0.
       77 BIG-DIGITS PIC 9(4) VALUE 0.
       77 BIG-SEGS PIC 9(2) VALUE 0.
       77 BIG-LOW18 PIC 9(18) VALUE 0.
       77 BIG-RAW PIC X(252) VALUE ZEROS.
       01 BIG-TABLE.
           05 BIG-LIMB PIC 9(4) OCCURS 63 TIMES.
       77 RUN-DATE PIC 9(8).
       77 PAGE-NUMBER PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 9(4) VALUE 0.
       77 LINES-PER-PAGE PIC 9(4) VALUE 20.
       77 PRINT-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT PARM-TEXT FROM COMMAND-LINE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-MAXN-CARD.
           PERFORM EDIT-SELECTION-PARM.
           IF PARM-ERROR = "Y"
               MOVE 20 TO RETURN-CODE
           ELSE
               PERFORM OPEN-REPORT
               PERFORM WRITE-REPORT-HEADER
               PERFORM VERIFY-AUDIT-SOURCES
               IF INTERFACE-DATE-SET = "Y"
                   PERFORM VERIFY-INTERFACE-FILES
               END-IF
               PERFORM VERIFY-FACT-MASTER
               PERFORM WRITE-VERIFY-TOTALS
               IF RPT-OPEN = "Y"
                   CLOSE REPORT-FILE
               END-IF
               COMPUTE TOTAL-EXCEPTIONS = AUDIT-EXCEPTIONS
                   + IFC-EXCEPTIONS + MST-EXCEPTIONS
               IF FILE-FAILURE = "Y"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF TOTAL-EXCEPTIONS > 0
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF AUDIT-SELECTED = 0 OR MST-PRESENT = "N"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
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
                       MOVE NORMALIZE-TARGET TO MAX-CHECK-N
                   END-IF
               END-IF
           END-IF.
       NORMALIZE-FIELD.
           MOVE FUNCTION TRIM(NORMALIZE-TARGET) TO NORMALIZE-JUST.
           INSPECT NORMALIZE-JUST REPLACING LEADING SPACES BY ZEROS.
           MOVE NORMALIZE-JUST TO NORMALIZE-TARGET.
       EDIT-SELECTION-PARM.
           MOVE "N" TO PARM-ERROR.
           MOVE PARM-TEXT(1:8) TO RAW-SELECT-DATE.
           MOVE PARM-TEXT(10:8) TO RAW-ARCHIVE-DATE.
           IF PARM-TEXT(1:1) = "R"
               MOVE "R" TO SELECT-MODE
               MOVE PARM-TEXT(2:6) TO RAW-RUN-NO
               IF RAW-RUN-NO IS NUMERIC
                   MOVE RAW-RUN-NO TO SELECT-RUN-NO
               ELSE
                   DISPLAY "INVALID RUN NUMBER PARM: " RAW-RUN-NO
                   MOVE "Y" TO PARM-ERROR
               END-IF
           ELSE
               MOVE "D" TO SELECT-MODE
               IF RAW-SELECT-DATE = SPACES
                   MOVE BUSINESS-DATE TO SELECT-DATE
               ELSE
                   IF RAW-SELECT-DATE IS NUMERIC
                       MOVE RAW-SELECT-DATE TO SELECT-DATE
                   ELSE
                       DISPLAY "INVALID SELECTION DATE PARM: "
                           RAW-SELECT-DATE
                       MOVE "Y" TO PARM-ERROR
                   END-IF
               END-IF
               MOVE SELECT-DATE TO INTERFACE-DATE
               MOVE "Y" TO INTERFACE-DATE-SET
           END-IF.
           IF RAW-ARCHIVE-DATE = SPACES
               MOVE "L" TO ARCHIVE-MODE
           ELSE
               IF RAW-ARCHIVE-DATE IS NUMERIC
                   MOVE "S" TO ARCHIVE-MODE
               ELSE
                   IF RAW-ARCHIVE-DATE = "ALL"
                       MOVE "A" TO ARCHIVE-MODE
                   ELSE
                       DISPLAY "INVALID ARCHIVE PARM: "
                           RAW-ARCHIVE-DATE
                       MOVE "Y" TO PARM-ERROR
                   END-IF
               END-IF
           END-IF.
       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS = "00"
               MOVE "Y" TO RPT-OPEN
           ELSE
               MOVE "N" TO RPT-OPEN
               DISPLAY "WARNING: UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS
           END-IF.
       VERIFY-AUDIT-SOURCES.
           EVALUATE ARCHIVE-MODE
               WHEN "S"
                   MOVE SPACES TO AUDIT-SOURCE-NAME
                   STRING "FACTAUD." DELIMITED BY SIZE
                       RAW-ARCHIVE-DATE DELIMITED BY SIZE
                       ".ARC" DELIMITED BY SIZE
                       INTO AUDIT-SOURCE-NAME
                   MOVE "Y" TO SOURCE-REQUIRED
                   PERFORM VERIFY-AUDIT-SOURCE
               WHEN "A"
                   MOVE "FACTAUD.DAT" TO AUDIT-SOURCE-NAME
                   MOVE "Y" TO SOURCE-REQUIRED
                   PERFORM VERIFY-AUDIT-SOURCE
                   PERFORM VERIFY-CATALOG-ARCHIVES
               WHEN OTHER
                   MOVE "FACTAUD.DAT" TO AUDIT-SOURCE-NAME
                   MOVE "Y" TO SOURCE-REQUIRED
                   PERFORM VERIFY-AUDIT-SOURCE
                   IF AUDIT-SELECTED = 0 AND FILE-FAILURE = "N"
                       PERFORM VERIFY-CATALOG-ARCHIVES
                   END-IF
           END-EVALUATE.
       VERIFY-CATALOG-ARCHIVES.
           MOVE 0 TO CATALOG-COUNT.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS = "00"
               MOVE "N" TO CAT-EOF
               PERFORM UNTIL CAT-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO CAT-EOF
                       NOT AT END
                           IF CAT-ARCHIVE-NAME NOT = SPACES
                               AND CATALOG-COUNT < 100
                               ADD 1 TO CATALOG-COUNT
                               MOVE CAT-ARCHIVE-NAME
                                   TO CT-ARCHIVE-NAME(CATALOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           MOVE "N" TO SOURCE-REQUIRED.
           PERFORM VERIFY-CATALOG-ENTRY
               VARYING CATALOG-SUB FROM 1 BY 1
               UNTIL CATALOG-SUB > CATALOG-COUNT.
       VERIFY-CATALOG-ENTRY.
           MOVE CT-ARCHIVE-NAME(CATALOG-SUB) TO AUDIT-SOURCE-NAME.
           PERFORM VERIFY-AUDIT-SOURCE.
       VERIFY-AUDIT-SOURCE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               MOVE SPACES TO PRINT-LINE
               STRING "UNABLE TO OPEN AUDIT SOURCE " DELIMITED BY SIZE
                   AUDIT-SOURCE-NAME DELIMITED BY SPACE
                   " - STATUS " DELIMITED BY SIZE
                   AUDIT-STATUS DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "UNABLE TO OPEN AUDIT SOURCE " AUDIT-SOURCE-NAME
                   " - STATUS " AUDIT-STATUS
               IF SOURCE-REQUIRED = "Y"
                   MOVE "Y" TO FILE-FAILURE
               END-IF
           ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "AUDIT SOURCE: " DELIMITED BY SIZE
                   AUDIT-SOURCE-NAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "N" TO AUDIT-EOF
               PERFORM UNTIL AUDIT-EOF = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO AUDIT-EOF
                       NOT AT END
                           ADD 1 TO AUDIT-READ
                           PERFORM SELECT-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
       SELECT-AUDIT-RECORD.
           IF SELECT-MODE = "R"
               IF AUD-RUN-NO IS NUMERIC
                   AND AUD-RUN-NO = SELECT-RUN-NO
                   IF INTERFACE-DATE-SET = "N"
                       MOVE AUD-RUN-DATE TO INTERFACE-DATE
                       MOVE "Y" TO INTERFACE-DATE-SET
                   END-IF
                   PERFORM VERIFY-AUDIT-RECORD
               END-IF
           ELSE
               IF AUD-RUN-DATE = SELECT-DATE
                   PERFORM VERIFY-AUDIT-RECORD
               END-IF
           END-IF.
       VERIFY-AUDIT-RECORD.
           ADD 1 TO AUDIT-SELECTED.
           MOVE "N" TO RECORD-IN-ERROR.
           MOVE AUD-REF-ID TO EXC-REF-ID.
           MOVE AUD-RUN-NO TO EXC-RUN-NO.
           MOVE AUD-CALC-TYPE TO EXC-TYPE.
           MOVE 0 TO EXC-N.
           MOVE 0 TO EXC-R.
           IF AUD-N IS NUMERIC
               MOVE AUD-N TO EXC-N
           END-IF.
           IF AUD-R IS NUMERIC
               MOVE AUD-R TO EXC-R
           END-IF.
           IF AUD-N IS NOT NUMERIC OR AUD-R IS NOT NUMERIC
               OR AUD-N > MAX-CHECK-N
               MOVE "N/R INVALID" TO EXC-CHECK
               MOVE SPACES TO EXC-EXPECTED
               MOVE SPACES TO EXC-FOUND
               MOVE AUD-N TO EXC-FOUND(1:4)
               MOVE AUD-R TO EXC-FOUND(6:4)
               PERFORM WRITE-AUDIT-EXCEPTION
           ELSE
               MOVE AUD-N TO CHECK-N
               MOVE AUD-R TO CHECK-R
               EVALUATE AUD-CALC-TYPE
                   WHEN "FACT"
                       ADD 1 TO AUDIT-RESULT-COUNT
                       PERFORM VERIFY-FACT-AUDIT
                   WHEN "PERM"
                       PERFORM VERIFY-PERM-AUDIT
                   WHEN "PREP"
                   WHEN "CREP"
                   WHEN "MULT"
                       ADD 1 TO AUDIT-RESULT-COUNT
                       PERFORM VERIFY-EXTENDED-AUDIT
                   WHEN OTHER
                       MOVE "CALC TYPE" TO EXC-CHECK
                       MOVE "FACT/PERM/PREP/CREP/MULT" TO EXC-EXPECTED
                       MOVE AUD-CALC-TYPE TO EXC-FOUND
                       PERFORM WRITE-AUDIT-EXCEPTION
               END-EVALUATE
           END-IF.
           IF RECORD-IN-ERROR = "N"
               ADD 1 TO AUDIT-VERIFIED
           END-IF.
       VERIFY-FACT-AUDIT.
           PERFORM RECOMPUTE-FACTORIAL.
           IF BIG-OVERFLOW = "Y"
               MOVE "RECOMPUTE" TO EXC-CHECK
               MOVE "CAPACITY EXCEEDED" TO EXC-EXPECTED
               MOVE SPACES TO EXC-FOUND
               PERFORM WRITE-AUDIT-EXCEPTION
           ELSE
               MOVE BIG-LOW18 TO EXPECT-LOW18
               MOVE BIG-SEGS TO EXPECT-SEGS
               IF AUD-F IS NOT NUMERIC OR AUD-F NOT = EXPECT-LOW18
                   MOVE "F VALUE" TO EXC-CHECK
                   PERFORM SET-EXPECTED-LOW18
                   MOVE AUD-F TO EXC-FOUND
                   PERFORM WRITE-AUDIT-EXCEPTION
               END-IF
               IF AUD-F-SEGS IS NOT NUMERIC
                   OR AUD-F-SEGS NOT = EXPECT-SEGS
                   MOVE "F SEGMENTS" TO EXC-CHECK
                   PERFORM SET-EXPECTED-SEGS
                   MOVE AUD-F-SEGS TO EXC-FOUND
                   PERFORM WRITE-AUDIT-EXCEPTION
               END-IF
           END-IF.
       VERIFY-EXTENDED-AUDIT.
           MOVE AUD-CALC-TYPE TO CHECK-TYPE.
           MOVE AUD-GROUPS TO GROUP-TABLE.
           PERFORM EDIT-CHECK-GROUPS.
           IF GROUPS-VALID = "N"
               MOVE "GROUPS" TO EXC-CHECK
               MOVE SPACES TO EXC-EXPECTED
               MOVE SPACES TO EXC-FOUND
               MOVE AUD-GROUPS TO EXC-FOUND
               PERFORM WRITE-AUDIT-EXCEPTION
           ELSE
               PERFORM RECOMPUTE-EXTENDED
               IF BIG-OVERFLOW = "Y"
                   MOVE "RECOMPUTE" TO EXC-CHECK
                   MOVE "CAPACITY EXCEEDED" TO EXC-EXPECTED
                   MOVE SPACES TO EXC-FOUND
                   PERFORM WRITE-AUDIT-EXCEPTION
               ELSE
                   MOVE BIG-LOW18 TO EXPECT-LOW18
                   MOVE BIG-SEGS TO EXPECT-SEGS
                   IF AUD-F IS NOT NUMERIC
                       OR AUD-F NOT = EXPECT-LOW18
                       MOVE "F VALUE" TO EXC-CHECK
                       PERFORM SET-EXPECTED-LOW18
                       MOVE AUD-F TO EXC-FOUND
                       PERFORM WRITE-AUDIT-EXCEPTION
                   END-IF
                   IF AUD-F-SEGS IS NOT NUMERIC
                       OR AUD-F-SEGS NOT = EXPECT-SEGS
                       MOVE "F SEGMENTS" TO EXC-CHECK
                       PERFORM SET-EXPECTED-SEGS
                       MOVE AUD-F-SEGS TO EXC-FOUND
                       PERFORM WRITE-AUDIT-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       EDIT-CHECK-GROUPS.
           MOVE "Y" TO GROUPS-VALID.
           IF CHECK-TYPE = "MULT"
               MOVE 0 TO GROUP-SUM
               IF CHECK-R = 0 OR CHECK-R > MAX-GROUPS
                   MOVE "N" TO GROUPS-VALID
               ELSE
                   PERFORM EDIT-CHECK-ONE-GROUP
                       VARYING GROUP-SUB FROM 1 BY 1
                       UNTIL GROUP-SUB > CHECK-R
                           OR GROUPS-VALID = "N"
                   IF GROUP-SUM NOT = CHECK-N
                       MOVE "N" TO GROUPS-VALID
                   END-IF
               END-IF
           END-IF.
       EDIT-CHECK-ONE-GROUP.
           IF GRP-SIZE(GROUP-SUB) IS NOT NUMERIC
               MOVE "N" TO GROUPS-VALID
           ELSE
               MOVE GRP-SIZE(GROUP-SUB) TO GROUP-NUM
               ADD GROUP-NUM TO GROUP-SUM
           END-IF.
       VERIFY-PERM-AUDIT.
           IF CHECK-R > CHECK-N
               MOVE "R EXCEEDS N" TO EXC-CHECK
               MOVE SPACES TO EXC-EXPECTED
               MOVE SPACES TO EXC-FOUND
               PERFORM WRITE-AUDIT-EXCEPTION
           ELSE
               PERFORM RECOMPUTE-PERMUTATION
               MOVE BIG-LOW18 TO EXPECT-NPR-LOW18
               MOVE BIG-SEGS TO EXPECT-NPR-SEGS
               PERFORM RECOMPUTE-COMBINATION
               MOVE BIG-LOW18 TO EXPECT-NCR-LOW18
               MOVE BIG-SEGS TO EXPECT-NCR-SEGS
               IF AUD-NPR IS NOT NUMERIC
                   OR AUD-NPR NOT = EXPECT-NPR-LOW18
                   MOVE "NPR VALUE" TO EXC-CHECK
                   MOVE EXPECT-NPR-LOW18 TO EXPECT-LOW18
                   PERFORM SET-EXPECTED-LOW18
                   MOVE AUD-NPR TO EXC-FOUND
                   PERFORM WRITE-AUDIT-EXCEPTION
               END-IF
               IF AUD-NPR-SEGS IS NOT NUMERIC
                   OR AUD-NPR-SEGS NOT = EXPECT-NPR-SEGS
                   MOVE "NPR SEGMENTS" TO EXC-CHECK
                   MOVE EXPECT-NPR-SEGS TO EXPECT-SEGS
                   PERFORM SET-EXPECTED-SEGS
                   MOVE AUD-NPR-SEGS TO EXC-FOUND
                   PERFORM WRITE-AUDIT-EXCEPTION
               END-IF
               IF AUD-NCR IS NOT NUMERIC
                   OR AUD-NCR NOT = EXPECT-NCR-LOW18
                   MOVE "NCR VALUE" TO EXC-CHECK
                   MOVE EXPECT-NCR-LOW18 TO EXPECT-LOW18
                   PERFORM SET-EXPECTED-LOW18
                   MOVE AUD-NCR TO EXC-FOUND
                   PERFORM WRITE-AUDIT-EXCEPTION
               END-IF
               IF AUD-NCR-SEGS IS NOT NUMERIC
                   OR AUD-NCR-SEGS NOT = EXPECT-NCR-SEGS
                   MOVE "NCR SEGMENTS" TO EXC-CHECK
                   MOVE EXPECT-NCR-SEGS TO EXPECT-SEGS
                   PERFORM SET-EXPECTED-SEGS
                   MOVE AUD-NCR-SEGS TO EXC-FOUND
                   PERFORM WRITE-AUDIT-EXCEPTION
               END-IF
           END-IF.
       SET-EXPECTED-LOW18.
           MOVE SPACES TO EXC-EXPECTED.
           MOVE EXPECT-LOW18 TO EXC-EXPECTED.
       SET-EXPECTED-SEGS.
           MOVE SPACES TO EXC-EXPECTED.
           MOVE EXPECT-SEGS TO EXC-EXPECTED.
       WRITE-AUDIT-EXCEPTION.
           IF RECORD-IN-ERROR = "N"
               MOVE "Y" TO RECORD-IN-ERROR
               ADD 1 TO AUDIT-EXCEPTIONS
           END-IF.
           PERFORM WRITE-EXCEPTION-LINES.
       WRITE-EXCEPTION-LINES.
           MOVE EXC-N TO N-ED.
           MOVE EXC-R TO R-ED.
           MOVE SPACES TO PRINT-LINE.
           STRING EXC-REF-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXC-RUN-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXC-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               N-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               R-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXC-CHECK DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "          EXPECTED: " DELIMITED BY SIZE
               EXC-EXPECTED DELIMITED BY SIZE
               " FOUND: " DELIMITED BY SIZE
               EXC-FOUND DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
       VERIFY-INTERFACE-FILES.
           MOVE 0 TO IFC-RESULTS-FOUND.
           MOVE "FACTIFC.DAT" TO INTERFACE-SOURCE-NAME.
           PERFORM VERIFY-INTERFACE-SOURCE.
           MOVE SPACES TO INTERFACE-SOURCE-NAME.
           STRING "FACTIFC." DELIMITED BY SIZE
               INTERFACE-DATE DELIMITED BY SIZE
               ".TRN" DELIMITED BY SIZE
               INTO INTERFACE-SOURCE-NAME.
           PERFORM VERIFY-INTERFACE-SOURCE.
           IF SELECT-MODE = "D" AND ARCHIVE-MODE = "L"
               AND IFC-RESULTS-FOUND NOT = AUDIT-RESULT-COUNT
               MOVE "FACTIFC" TO EXC-REF-ID
               MOVE SPACES TO EXC-RUN-NO
               MOVE "FACT" TO EXC-TYPE
               MOVE 0 TO EXC-N
               MOVE 0 TO EXC-R
               MOVE "RESULT COUNT" TO EXC-CHECK
               MOVE AUDIT-RESULT-COUNT TO COUNT-ED-1
               MOVE IFC-RESULTS-FOUND TO COUNT-ED-2
               MOVE SPACES TO EXC-EXPECTED
               MOVE COUNT-ED-1 TO EXC-EXPECTED
               MOVE SPACES TO EXC-FOUND
               MOVE COUNT-ED-2 TO EXC-FOUND
               ADD 1 TO IFC-EXCEPTIONS
               PERFORM WRITE-EXCEPTION-LINES
           END-IF.
       VERIFY-INTERFACE-SOURCE.
           OPEN INPUT INTERFACE-FILE.
           IF INTERFACE-STATUS = "00"
               MOVE SPACES TO PRINT-LINE
               STRING "INTERFACE SOURCE: " DELIMITED BY SIZE
                   INTERFACE-SOURCE-NAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "N" TO INTERFACE-EOF
               PERFORM UNTIL INTERFACE-EOF = "Y"
                   READ INTERFACE-FILE
                       AT END
                           MOVE "Y" TO INTERFACE-EOF
                       NOT AT END
                           IF IFX-RECORD-TYPE NOT = "HDR "
                               AND IFX-RECORD-TYPE NOT = "TRL "
                               AND IFC-RUN-DATE = INTERFACE-DATE
                               PERFORM VERIFY-INTERFACE-SEGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFACE-FILE
           END-IF.
       VERIFY-INTERFACE-SEGMENT.
           ADD 1 TO IFC-SEGS-CHECKED.
           MOVE "FACTIFC" TO EXC-REF-ID.
           MOVE SPACES TO EXC-RUN-NO.
           IF IFC-CALC-TYPE = SPACES
               MOVE "FACT" TO CHECK-TYPE
           ELSE
               MOVE IFC-CALC-TYPE TO CHECK-TYPE
           END-IF.
           MOVE CHECK-TYPE TO EXC-TYPE.
           MOVE 0 TO EXC-N.
           MOVE 0 TO EXC-R.
           MOVE "Y" TO GROUPS-VALID.
           IF CHECK-TYPE NOT = "FACT"
               IF IFC-R IS NOT NUMERIC OR IFC-N IS NOT NUMERIC
                   MOVE "N" TO GROUPS-VALID
               ELSE
                   MOVE IFC-N TO CHECK-N
                   MOVE IFC-R TO CHECK-R
                   MOVE IFC-GROUPS TO GROUP-TABLE
                   PERFORM EDIT-CHECK-GROUPS
               END-IF
               IF CHECK-TYPE NOT = "PREP" AND CHECK-TYPE NOT = "CREP"
                   AND CHECK-TYPE NOT = "MULT"
                   MOVE "N" TO GROUPS-VALID
               END-IF
           END-IF.
           IF IFC-N IS NOT NUMERIC OR IFC-SEG-NO IS NOT NUMERIC
               OR IFC-SEG-COUNT IS NOT NUMERIC
               OR IFC-N > MAX-CHECK-N
               OR GROUPS-VALID = "N"
               MOVE "SEGMENT KEY" TO EXC-CHECK
               MOVE SPACES TO EXC-EXPECTED
               MOVE INTERFACE-RECORD(9:8) TO EXC-FOUND
               ADD 1 TO IFC-EXCEPTIONS
               PERFORM WRITE-EXCEPTION-LINES
           ELSE
               MOVE IFC-N TO EXC-N
               MOVE IFC-SEG-NO TO EXC-R
               IF IFC-SEG-NO = IFC-SEG-COUNT
                   ADD 1 TO IFC-RESULTS-FOUND
               END-IF
               IF CHECK-TYPE = "FACT"
                   MOVE 0 TO CHECK-R
                   MOVE SPACES TO GROUP-TABLE
               ELSE
                   MOVE IFC-R TO CHECK-R
               END-IF
               IF IFC-N NOT = CACHED-N OR CHECK-TYPE NOT = CACHED-TYPE
                   OR CHECK-R NOT = CACHED-R
                   OR GROUP-TABLE NOT = CACHED-GROUPS
                   MOVE IFC-N TO CHECK-N
                   IF CHECK-TYPE = "FACT"
                       PERFORM RECOMPUTE-FACTORIAL
                   ELSE
                       PERFORM RECOMPUTE-EXTENDED
                   END-IF
                   MOVE IFC-N TO CACHED-N
                   MOVE CHECK-TYPE TO CACHED-TYPE
                   MOVE CHECK-R TO CACHED-R
                   MOVE GROUP-TABLE TO CACHED-GROUPS
               END-IF
               IF IFC-SEG-COUNT NOT = BIG-SEGS
                   MOVE "SEG COUNT" TO EXC-CHECK
                   MOVE BIG-SEGS TO EXPECT-SEGS
                   PERFORM SET-EXPECTED-SEGS
                   MOVE SPACES TO EXC-FOUND
                   MOVE IFC-SEG-COUNT TO EXC-FOUND
                   ADD 1 TO IFC-EXCEPTIONS
                   PERFORM WRITE-EXCEPTION-LINES
               ELSE
                   IF IFC-SEG-NO < 1 OR IFC-SEG-NO > BIG-SEGS
                       MOVE "SEG NUMBER" TO EXC-CHECK
                       MOVE BIG-SEGS TO EXPECT-SEGS
                       PERFORM SET-EXPECTED-SEGS
                       MOVE SPACES TO EXC-FOUND
                       MOVE IFC-SEG-NO TO EXC-FOUND
                       ADD 1 TO IFC-EXCEPTIONS
                       PERFORM WRITE-EXCEPTION-LINES
                   ELSE
                       COMPUTE BIG-POS =
                           252 - (BIG-SEGS - IFC-SEG-NO + 1) * 18 + 1
                       MOVE BIG-RAW(BIG-POS:18) TO EXPECT-SEGMENT
                       IF IFC-F IS NOT NUMERIC
                           OR IFC-F NOT = EXPECT-SEGMENT
                           MOVE "SEG VALUE" TO EXC-CHECK
                           MOVE SPACES TO EXC-EXPECTED
                           MOVE EXPECT-SEGMENT TO EXC-EXPECTED
                           MOVE SPACES TO EXC-FOUND
                           MOVE IFC-F TO EXC-FOUND
                           ADD 1 TO IFC-EXCEPTIONS
                           PERFORM WRITE-EXCEPTION-LINES
                       END-IF
                   END-IF
               END-IF
           END-IF.
       VERIFY-FACT-MASTER.
           MOVE "N" TO MST-PRESENT.
           OPEN INPUT FACT-MASTER-FILE.
           IF MST-STATUS NOT = "00"
               MOVE SPACES TO PRINT-LINE
               STRING "FACTORIAL MASTER NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   MST-STATUS DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "WARNING: FACTORIAL MASTER NOT AVAILABLE - "
                   "STATUS " MST-STATUS
           ELSE
               MOVE "Y" TO MST-PRESENT
               MOVE "N" TO MST-EOF
               PERFORM UNTIL MST-EOF = "Y"
                   READ FACT-MASTER-FILE NEXT
                       AT END
                           MOVE "Y" TO MST-EOF
                       NOT AT END
                           PERFORM VERIFY-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE FACT-MASTER-FILE
           END-IF.
       VERIFY-MASTER-RECORD.
           ADD 1 TO MST-CHECKED.
           MOVE "FACTMST" TO EXC-REF-ID.
           MOVE SPACES TO EXC-RUN-NO.
           MOVE "FACT" TO EXC-TYPE.
           MOVE 0 TO EXC-N.
           MOVE 0 TO EXC-R.
           IF MST-N IS NOT NUMERIC OR MST-N > MAX-MASTER-N
               MOVE "MASTER KEY" TO EXC-CHECK
               MOVE SPACES TO EXC-EXPECTED
               MOVE SPACES TO EXC-FOUND
               MOVE MST-N TO EXC-FOUND
               ADD 1 TO MST-EXCEPTIONS
               PERFORM WRITE-EXCEPTION-LINES
           ELSE
               MOVE MST-N TO EXC-N
               MOVE MST-N TO CHECK-N
               PERFORM RECOMPUTE-FACTORIAL
               MOVE 9999 TO CACHED-N
               IF MST-F IS NOT NUMERIC OR MST-F NOT = BIG-LOW18
                   MOVE "MASTER F" TO EXC-CHECK
                   MOVE BIG-LOW18 TO EXPECT-LOW18
                   PERFORM SET-EXPECTED-LOW18
                   MOVE SPACES TO EXC-FOUND
                   MOVE MST-F TO EXC-FOUND
                   ADD 1 TO MST-EXCEPTIONS
                   PERFORM WRITE-EXCEPTION-LINES
               END-IF
           END-IF.
       RECOMPUTE-FACTORIAL.
           PERFORM BIG-SET-ONE.
           PERFORM BIG-FACTORIAL-STEP
               VARYING BIG-STEP FROM 2 BY 1
               UNTIL BIG-STEP > CHECK-N OR BIG-OVERFLOW = "Y".
           PERFORM BIG-EDIT-RESULT.
       BIG-FACTORIAL-STEP.
           MOVE BIG-STEP TO BIG-FACTOR.
           PERFORM BIG-MULTIPLY.
       RECOMPUTE-EXTENDED.
           EVALUATE CHECK-TYPE
               WHEN "PREP"
                   PERFORM BIG-SET-ONE
                   MOVE CHECK-N TO BIG-FACTOR
                   PERFORM BIG-MULTIPLY
                       VARYING BIG-STEP FROM 1 BY 1
                       UNTIL BIG-STEP > CHECK-R OR BIG-OVERFLOW = "Y"
                   PERFORM BIG-EDIT-RESULT
               WHEN "CREP"
                   PERFORM BIG-SET-ONE
                   PERFORM BIG-REPEAT-COMB-STEP
                       VARYING BIG-STEP FROM 1 BY 1
                       UNTIL BIG-STEP > CHECK-R OR BIG-OVERFLOW = "Y"
                   PERFORM BIG-EDIT-RESULT
               WHEN OTHER
                   PERFORM BIG-SET-ONE
                   PERFORM BIG-FACTORIAL-STEP
                       VARYING BIG-STEP FROM 2 BY 1
                       UNTIL BIG-STEP > CHECK-N OR BIG-OVERFLOW = "Y"
                   IF BIG-OVERFLOW = "N"
                       PERFORM BIG-GROUP-DIVIDE
                           VARYING GROUP-SUB FROM 1 BY 1
                           UNTIL GROUP-SUB > CHECK-R
                   END-IF
                   PERFORM BIG-EDIT-RESULT
           END-EVALUATE.
       BIG-REPEAT-COMB-STEP.
           COMPUTE BIG-FACTOR = CHECK-N + BIG-STEP - 1.
           PERFORM BIG-MULTIPLY.
           MOVE BIG-STEP TO BIG-DIVISOR.
           PERFORM BIG-DIVIDE.
       BIG-GROUP-DIVIDE.
           MOVE GRP-SIZE(GROUP-SUB) TO GROUP-NUM.
           PERFORM BIG-GROUP-DIVIDE-STEP
               VARYING BIG-STEP FROM 2 BY 1
               UNTIL BIG-STEP > GROUP-NUM.
       BIG-GROUP-DIVIDE-STEP.
           MOVE BIG-STEP TO BIG-DIVISOR.
           PERFORM BIG-DIVIDE.
       RECOMPUTE-PERMUTATION.
           PERFORM BIG-SET-ONE.
           COMPUTE BIG-DIVISOR = CHECK-N - CHECK-R + 1.
           PERFORM BIG-FACTORIAL-STEP
               VARYING BIG-STEP FROM BIG-DIVISOR BY 1
               UNTIL BIG-STEP > CHECK-N OR BIG-OVERFLOW = "Y".
           PERFORM BIG-EDIT-RESULT.
       RECOMPUTE-COMBINATION.
           PERFORM BIG-SET-ONE.
           PERFORM BIG-COMBINATION-STEP
               VARYING BIG-STEP FROM 1 BY 1
               UNTIL BIG-STEP > CHECK-R OR BIG-OVERFLOW = "Y".
           PERFORM BIG-EDIT-RESULT.
       BIG-COMBINATION-STEP.
           COMPUTE BIG-FACTOR = CHECK-N - CHECK-R + BIG-STEP.
           PERFORM BIG-MULTIPLY.
           MOVE BIG-STEP TO BIG-DIVISOR.
           PERFORM BIG-DIVIDE.
       BIG-SET-ONE.
           MOVE ALL "0" TO BIG-TABLE.
           MOVE 1 TO BIG-LIMB(1).
           MOVE 1 TO BIG-LEN.
           MOVE "N" TO BIG-OVERFLOW.
       BIG-MULTIPLY.
           MOVE 0 TO BIG-CARRY.
           PERFORM BIG-MULTIPLY-LIMB
               VARYING BIG-SUB FROM 1 BY 1
               UNTIL BIG-SUB > BIG-LEN.
           PERFORM BIG-EXTEND-LIMB
               UNTIL BIG-CARRY = 0 OR BIG-OVERFLOW = "Y".
       BIG-MULTIPLY-LIMB.
           COMPUTE BIG-WORK = BIG-LIMB(BIG-SUB) * BIG-FACTOR
               + BIG-CARRY.
           DIVIDE BIG-WORK BY 10000 GIVING BIG-CARRY
               REMAINDER BIG-LIMB(BIG-SUB).
       BIG-EXTEND-LIMB.
           IF BIG-LEN >= BIG-LIMIT
               MOVE "Y" TO BIG-OVERFLOW
           ELSE
               ADD 1 TO BIG-LEN
               MOVE BIG-CARRY TO BIG-WORK
               DIVIDE BIG-WORK BY 10000 GIVING BIG-CARRY
                   REMAINDER BIG-LIMB(BIG-LEN)
           END-IF.
       BIG-DIVIDE.
           MOVE 0 TO BIG-REM.
           PERFORM BIG-DIVIDE-LIMB
               VARYING BIG-SUB FROM BIG-LEN BY -1
               UNTIL BIG-SUB < 1.
           PERFORM BIG-DROP-LIMB
               UNTIL BIG-LEN = 1 OR BIG-LIMB(BIG-LEN) NOT = 0.
       BIG-DIVIDE-LIMB.
           COMPUTE BIG-WORK = BIG-REM * 10000 + BIG-LIMB(BIG-SUB).
           DIVIDE BIG-WORK BY BIG-DIVISOR GIVING BIG-LIMB(BIG-SUB)
               REMAINDER BIG-REM.
       BIG-DROP-LIMB.
           SUBTRACT 1 FROM BIG-LEN.
       BIG-EDIT-RESULT.
           MOVE ALL "0" TO BIG-RAW.
           PERFORM BIG-EDIT-LIMB
               VARYING BIG-SUB FROM 1 BY 1
               UNTIL BIG-SUB > BIG-LEN.
           MOVE 0 TO BIG-LEADING.
           INSPECT BIG-RAW TALLYING BIG-LEADING FOR LEADING "0".
           COMPUTE BIG-DIGITS = 252 - BIG-LEADING.
           IF BIG-DIGITS = 0
               MOVE 1 TO BIG-DIGITS
           END-IF.
           COMPUTE BIG-SEGS = (BIG-DIGITS + 17) / 18.
           MOVE BIG-RAW(235:18) TO BIG-LOW18.
       BIG-EDIT-LIMB.
           COMPUTE BIG-POS = 252 - BIG-SUB * 4 + 1.
           MOVE BIG-LIMB(BIG-SUB) TO BIG-RAW(BIG-POS:4).
       WRITE-VERIFY-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE AUDIT-READ TO COUNT-ED-1.
           MOVE AUDIT-SELECTED TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "AUDIT RECORDS READ: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   SELECTED: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE AUDIT-VERIFIED TO COUNT-ED-1.
           MOVE AUDIT-EXCEPTIONS TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "AUDIT RECORDS AGREED: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   IN ERROR: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE IFC-SEGS-CHECKED TO COUNT-ED-1.
           MOVE IFC-EXCEPTIONS TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "INTERFACE SEGMENTS CHECKED: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   EXCEPTIONS: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MST-CHECKED TO COUNT-ED-1.
           MOVE MST-EXCEPTIONS TO COUNT-ED-2.
           MOVE SPACES TO PRINT-LINE.
           STRING "MASTER RECORDS CHECKED: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "   EXCEPTIONS: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE TOTAL-EXCEPTIONS = AUDIT-EXCEPTIONS
               + IFC-EXCEPTIONS + MST-EXCEPTIONS.
           MOVE TOTAL-EXCEPTIONS TO COUNT-ED-1.
           MOVE SPACES TO PRINT-LINE.
           IF FILE-FAILURE = "Y"
               STRING "*** VERIFICATION INCOMPLETE - FILE FAILURE ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
               DISPLAY "RESULT VERIFICATION INCOMPLETE - FILE FAILURE"
           ELSE
               IF TOTAL-EXCEPTIONS > 0
                   STRING "*** VERIFICATION FAILED - EXCEPTIONS: "
                       DELIMITED BY SIZE
                       COUNT-ED-1 DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO PRINT-LINE
                   DISPLAY "RESULT VERIFICATION FAILED - EXCEPTIONS: "
                       COUNT-ED-1
               ELSE
                   STRING "VERIFICATION COMPLETE - NO EXCEPTIONS"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   MOVE AUDIT-SELECTED TO COUNT-ED-2
                   DISPLAY "RESULT VERIFICATION COMPLETE - RECORDS: "
                       COUNT-ED-2
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE.
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
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               ADD 1 TO PAGE-NUMBER
               MOVE 0 TO LINE-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "RESULT VERIFICATION EXCEPTION REPORT"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "RUN DATE: " RUN-DATE "   PAGE: " PAGE-NUMBER
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF SELECT-MODE = "R"
                   STRING "SELECTED: RUN NUMBER " SELECT-RUN-NO
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "SELECTED: RUN DATE " SELECT-DATE
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               WRITE REPORT-RECORD FROM PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "REF-ID    RUN NO  TYPE    N    R  CHECK"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE
           END-IF.
