       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(200).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 IFC-SEG-NO               PIC X(2).
           05 IFC-SEG-COUNT            PIC X(2).
           05 IFC-F                    PIC X(18).
           05 IFC-CALC-TYPE            PIC X(4).
           05 IFC-R                    PIC X(4).
           05 IFC-GROUPS               PIC X(50).

       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD          PIC X(127).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
           05 WA-NCR-SEGS             PIC X(2).
           05 FILLER                  PIC X(1).
           05 WA-RUN-NO               PIC X(6).
           05 FILLER                  PIC X(1).
           05 WA-GROUPS               PIC X(50).
       01 WORK-REJECT.
           05 WRK-RUN-DATE            PIC X(8).
           05 FILLER                  PIC X(2).
           05 IFC-KEY-ENTRY OCCURS 4000 TIMES.
               10 IK-DATE             PIC X(8).
               10 IK-N                PIC X(4).
               10 IK-TYPE             PIC X(4).
               10 IK-R                PIC X(4).
               10 IK-GROUPS           PIC X(50).
       01 REJO-TABLE.
           05 REJO-ENTRY OCCURS 2000 TIMES.
               10 RJ-REF-ID           PIC X(8).
                   ADD 1 TO IFC-KEY-COUNT
                   MOVE IFC-RUN-DATE TO IK-DATE(IFC-KEY-COUNT)
                   MOVE IFC-N TO IK-N(IFC-KEY-COUNT)
                   IF IFC-CALC-TYPE = SPACES
                       MOVE "FACT" TO IK-TYPE(IFC-KEY-COUNT)
                   ELSE
                       MOVE IFC-CALC-TYPE TO IK-TYPE(IFC-KEY-COUNT)
                   END-IF
                   MOVE IFC-R TO IK-R(IFC-KEY-COUNT)
                   MOVE IFC-GROUPS TO IK-GROUPS(IFC-KEY-COUNT)
               END-IF
           END-IF.
       SEARCH-LIVE-AUDIT.
                   INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF WA-CALC-TYPE = "MULT"
               MOVE SPACES TO PRINT-LINE
               STRING "  GROUPS: " DELIMITED BY SIZE
                   WA-GROUPS DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM LOOK-UP-IFC-ANSWER.
           PERFORM LOOK-UP-REJO-ANSWER.
           MOVE SPACES TO PRINT-LINE.
       MATCH-IFC-KEY.
           IF IK-DATE(IFC-KEY-SUB) = WA-RUN-DATE
               AND IK-N(IFC-KEY-SUB) = WA-N
               AND IK-TYPE(IFC-KEY-SUB) = WA-CALC-TYPE
               IF WA-CALC-TYPE = "FACT"
                   MOVE "Y" TO IFC-KEY-FOUND
               ELSE
                   IF IK-R(IFC-KEY-SUB) = WA-R
                       AND IK-GROUPS(IFC-KEY-SUB) = WA-GROUPS
                       MOVE "Y" TO IFC-KEY-FOUND
                   END-IF
               END-IF
           END-IF.
       LOOK-UP-REJO-ANSWER.
           MOVE "N" TO REJO-FOUND.
