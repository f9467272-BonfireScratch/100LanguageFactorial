           05 AUD-NCR-SEGS             PIC 9(2).
           05 FILLER                   PIC X(1).
           05 AUD-RUN-NO               PIC 9(6).
           05 FILLER                   PIC X(1).
           05 AUD-GROUPS               PIC X(50).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
       77 SUB-PERM-COUNT PIC 9(6) VALUE 0.
       77 GRAND-FACT-COUNT PIC 9(6) VALUE 0.
       77 GRAND-PERM-COUNT PIC 9(6) VALUE 0.
       77 DATE-OTHER-COUNT PIC 9(6) VALUE 0.
       77 SUB-OTHER-COUNT PIC 9(6) VALUE 0.
       77 GRAND-OTHER-COUNT PIC 9(6) VALUE 0.
       77 COUNT-ED-4 PIC Z(5)9.
       77 RECORDS-READ PIC 9(6) VALUE 0.
       77 RECORDS-SELECTED PIC 9(6) VALUE 0.
       77 COUNT-ED-1 PIC Z(5)9.
                   END-IF
               END-IF
           END-IF.
           EVALUATE SRT-CALC-TYPE
               WHEN "PERM"
                   ADD 1 TO DATE-PERM-COUNT
                   ADD 1 TO SUB-PERM-COUNT
                   ADD 1 TO GRAND-PERM-COUNT
               WHEN "PREP"
               WHEN "CREP"
               WHEN "MULT"
                   ADD 1 TO DATE-OTHER-COUNT
                   ADD 1 TO SUB-OTHER-COUNT
                   ADD 1 TO GRAND-OTHER-COUNT
               WHEN OTHER
                   ADD 1 TO DATE-FACT-COUNT
                   ADD 1 TO SUB-FACT-COUNT
                   ADD 1 TO GRAND-FACT-COUNT
           END-EVALUATE.
       WRITE-SUBMITTER-HEADING.
           MOVE SPACES TO PRINT-LINE.
           STRING "SUBMITTER: " DELIMITED BY SIZE
       WRITE-DATE-TOTALS.
           MOVE DATE-FACT-COUNT TO COUNT-ED-1.
           MOVE DATE-PERM-COUNT TO COUNT-ED-2.
           MOVE DATE-OTHER-COUNT TO COUNT-ED-4.
           COMPUTE COUNT-ED-3 = DATE-FACT-COUNT + DATE-PERM-COUNT
               + DATE-OTHER-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               CUR-RUN-DATE DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  PERM: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  OTHER: " DELIMITED BY SIZE
               COUNT-ED-4 DELIMITED BY SIZE
               "  TOTAL: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO DATE-FACT-COUNT.
           MOVE 0 TO DATE-PERM-COUNT.
           MOVE 0 TO DATE-OTHER-COUNT.
       WRITE-SUBMITTER-TOTALS.
           MOVE SUB-FACT-COUNT TO COUNT-ED-1.
           MOVE SUB-PERM-COUNT TO COUNT-ED-2.
           MOVE SUB-OTHER-COUNT TO COUNT-ED-4.
           COMPUTE COUNT-ED-3 = SUB-FACT-COUNT + SUB-PERM-COUNT
               + SUB-OTHER-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "  SUBMITTER TOTAL  FACT: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  PERM: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  OTHER: " DELIMITED BY SIZE
               COUNT-ED-4 DELIMITED BY SIZE
               "  TOTAL: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO SUB-FACT-COUNT.
           MOVE 0 TO SUB-PERM-COUNT.
           MOVE 0 TO SUB-OTHER-COUNT.
       WRITE-GRAND-TOTALS.
           MOVE GRAND-FACT-COUNT TO COUNT-ED-1.
           MOVE GRAND-PERM-COUNT TO COUNT-ED-2.
           MOVE GRAND-OTHER-COUNT TO COUNT-ED-4.
           COMPUTE COUNT-ED-3 = GRAND-FACT-COUNT + GRAND-PERM-COUNT
               + GRAND-OTHER-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "GRAND TOTAL  FACT: " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               "  PERM: " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               "  OTHER: " DELIMITED BY SIZE
               COUNT-ED-4 DELIMITED BY SIZE
               "  TOTAL: " DELIMITED BY SIZE
               COUNT-ED-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
