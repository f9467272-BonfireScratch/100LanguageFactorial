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

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD       PIC X(80).
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
