       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTLKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MASTER-FILE ASSIGN TO "FACTDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODE
               FILE STATUS IS DPT-STATUS-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05 DPT-CODE                 PIC X(4).
           05 DPT-NAME                 PIC X(30).
           05 DPT-COST-CENTER          PIC X(8).
           05 DPT-STATUS               PIC X(1).
           05 DPT-EFF-FROM             PIC 9(8).
           05 DPT-EFF-TO               PIC 9(8).
       WORKING-STORAGE SECTION.
       77 DPT-STATUS-CODE PIC X(2) VALUE "00".
       77 MASTER-OPEN PIC X(1) VALUE "N".
       77 MASTER-UNAVAILABLE PIC X(1) VALUE "N".
       LINKAGE SECTION.
       77 LKP-DEPT PIC X(4).
       77 LKP-DATE PIC 9(8).
       77 LKP-NAME PIC X(30).
       77 LKP-RESULT PIC X(1).
       PROCEDURE DIVISION USING LKP-DEPT LKP-DATE LKP-NAME LKP-RESULT.
       LOOKUP-CONTROL.
           MOVE "N" TO LKP-RESULT.
           MOVE SPACES TO LKP-NAME.
           IF MASTER-UNAVAILABLE = "N" AND MASTER-OPEN = "N"
               PERFORM OPEN-MASTER
           END-IF.
           IF MASTER-OPEN = "N"
               MOVE "U" TO LKP-RESULT
           ELSE
               IF LKP-DEPT NOT = SPACES
                   MOVE LKP-DEPT TO DPT-CODE
                   READ DEPT-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO LKP-RESULT
                       NOT INVALID KEY
                           MOVE DPT-NAME TO LKP-NAME
                           PERFORM CHECK-EFFECTIVE
                   END-READ
               END-IF
           END-IF.
           GOBACK.
       CHECK-EFFECTIVE.
           IF DPT-STATUS NOT = "A"
               MOVE "I" TO LKP-RESULT
           ELSE
               IF LKP-DATE < DPT-EFF-FROM OR LKP-DATE > DPT-EFF-TO
                   MOVE "I" TO LKP-RESULT
               ELSE
                   MOVE "Y" TO LKP-RESULT
               END-IF
           END-IF.
       OPEN-MASTER.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DPT-STATUS-CODE = "00"
               MOVE "Y" TO MASTER-OPEN
           ELSE
               MOVE "Y" TO MASTER-UNAVAILABLE
           END-IF.
