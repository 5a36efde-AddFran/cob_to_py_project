       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMST-DUPMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-WORKLIST ASSIGN TO "DUPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPWORK-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO "DUPCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCONF-STATUS.
           SELECT MERGE-TRANS ASSIGN TO "MRGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGTRAN-STATUS.
           SELECT MERGE-REGISTER ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICATE-WORKLIST
           RECORD CONTAINS 152 CHARACTERS.
       01  WORKLIST-RECORD.
           02 DW-PAIR-NUMBER   PIC 9(5).
           02 DW-SCORE         PIC 9(3).
           02 DW-REASON-CODE   PIC X(4).
           02 DW-FIRST-IMAGE   PIC X(70).
           02 DW-SECOND-IMAGE  PIC X(70).

       FD  CONFIRM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONFIRM-RECORD.
           02 CF-PAIR-NUMBER   PIC 9(5).
           02 CF-KEEP          PIC X.
               88 CF-KEEP-FIRST       VALUE "1".
               88 CF-KEEP-SECOND      VALUE "2".
           02 CF-ANALYST-ID    PIC X(8).
           02 FILLER           PIC X(66).

       FD  MERGE-TRANS
           RECORD CONTAINS 139 CHARACTERS.
       01  MERGE-TRANS-RECORD.
           02 MT-TRAN-CODE     PIC X.
           02 MT-AGE           PIC 9(2).
           02 MT-NOMBRE        PIC A(30).
           02 MT-APELLIDO      PIC A(30).
           02 MT-DOB           PIC 9(8).
           02 MT-MRG-NOMBRE    PIC A(30).
           02 MT-MRG-APELLIDO  PIC A(30).
           02 MT-OPERATOR-ID   PIC X(8).

       FD  MERGE-REGISTER
           RECORD CONTAINS 100 CHARACTERS.
       01  REGISTER-LINE       PIC X(100).

       FD  OPS-JOURNAL
           RECORD CONTAINS 80 CHARACTERS.
       01  OPS-JOURNAL-RECORD.
           02 OPS-RECORD-TYPE   PIC X.
           02 OPS-PROGRAM-ID    PIC X(20).
           02 OPS-TIMESTAMP     PIC X(21).
           02 OPS-BUSINESS-DATE PIC 9(8).
           02 OPS-READ-COUNT    PIC 9(6).
           02 OPS-WRITTEN-COUNT PIC 9(6).
           02 OPS-REJECT-COUNT  PIC 9(6).
           02 OPS-RETURN-CODE   PIC 9(2).
           02 OPS-FILE-STATUS   PIC XX.
           02 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           02 WS-DUPWORK-STATUS  PIC XX VALUE "00".
           02 WS-DUPCONF-STATUS  PIC XX VALUE "00".
           02 WS-MRGTRAN-STATUS  PIC XX VALUE "00".
           02 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-WORKLIST    PIC X  VALUE "N".
               88 EOF-WORKLIST        VALUE "Y".
           02 WS-EOF-CONFIRM     PIC X  VALUE "N".
               88 EOF-CONFIRM         VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-PAIR-COUNT      PIC 9(6) VALUE 0.
           02 WS-CONFIRM-COUNT   PIC 9(6) VALUE 0.
           02 WS-MERGE-COUNT     PIC 9(6) VALUE 0.
           02 WS-REFUSED-COUNT   PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WORKLIST-TABLE.
           02 WORKLIST-TABLE-COUNT PIC 9(4) VALUE 0.
           02 WT-ENTRY OCCURS 0 TO 2000 TIMES
                       DEPENDING ON WORKLIST-TABLE-COUNT
                       INDEXED BY WT-IDX.
               03 WT-PAIR-NUMBER     PIC 9(5).
               03 WT-FIRST-IMAGE     PIC X(70).
               03 WT-SECOND-IMAGE    PIC X(70).
               03 WT-USED-SW         PIC X.
                   88 WT-USED             VALUE "Y".
       01 MERGED-KEY-TABLE.
           02 MERGED-KEY-COUNT PIC 9(4) VALUE 0.
           02 MK-ENTRY OCCURS 0 TO 2000 TIMES
                       DEPENDING ON MERGED-KEY-COUNT
                       INDEXED BY MK-IDX.
               03 MK-KEY             PIC X(60).
       01 WS-SURVIVOR-IMAGE.
           02 SV-KEY.
               03 SV-NOMBRE      PIC A(30).
               03 SV-APELLIDO    PIC A(30).
           02 SV-AGE             PIC 9(2).
           02 SV-DOB             PIC 9(8).
           02 SV-DOB-R REDEFINES SV-DOB.
               03 SV-DOB-YEAR    PIC 9(4).
               03 SV-DOB-MMDD    PIC 9(4).
       01 WS-DUPLICATE-IMAGE.
           02 DP-KEY.
               03 DP-NOMBRE      PIC A(30).
               03 DP-APELLIDO    PIC A(30).
           02 DP-AGE             PIC 9(2).
           02 DP-DOB             PIC 9(8).
           02 DP-DOB-R REDEFINES DP-DOB.
               03 DP-DOB-YEAR    PIC 9(4).
               03 DP-DOB-MMDD    PIC 9(4).
       01 WS-REFUSE-TEXT        PIC X(34).
       01 WS-PAIR-FOUND-SW      PIC X VALUE "N".
           88 PAIR-FOUND            VALUE "Y".
       01 WS-KEY-MERGED-SW      PIC X VALUE "N".
           88 KEY-ALREADY-MERGED    VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-WORKLIST-ENTRY UNTIL EOF-WORKLIST
           PERFORM 3000-PROCESS-CONFIRMATION UNTIL EOF-CONFIRM
           PERFORM 8200-WRITE-REGISTER-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT DUPLICATE-WORKLIST
           IF WS-DUPWORK-STATUS NOT = "00"
               DISPLAY "DUPLICATE-WORKLIST OPEN FAILED, STATUS = "
                   WS-DUPWORK-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-DUPWORK-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN INPUT CONFIRM-FILE
           IF WS-DUPCONF-STATUS NOT = "00"
               DISPLAY "CONFIRM-FILE OPEN FAILED, STATUS = "
                   WS-DUPCONF-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-DUPCONF-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT MERGE-TRANS
           IF WS-MRGTRAN-STATUS NOT = "00"
               DISPLAY "MERGE-TRANS OPEN FAILED, STATUS = "
                   WS-MRGTRAN-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-MRGTRAN-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT MERGE-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "MERGE-REGISTER OPEN FAILED, STATUS = "
                   WS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-REGISTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-LINE
           MOVE "CUSTMST-DUPMERGE - CONFIRMED MERGE REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           READ DUPLICATE-WORKLIST
               AT END
                   SET EOF-WORKLIST TO TRUE
           END-READ
           READ CONFIRM-FILE
               AT END
                   SET EOF-CONFIRM TO TRUE
           END-READ.

       2000-LOAD-WORKLIST-ENTRY.
           ADD 1 TO WS-PAIR-COUNT
           IF WORKLIST-TABLE-COUNT >= 2000
               DISPLAY "DUPWORK: WORKLIST TABLE FULL AT 2000"
                   " - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           ADD 1 TO WORKLIST-TABLE-COUNT
           MOVE DW-PAIR-NUMBER  TO WT-PAIR-NUMBER (WORKLIST-TABLE-COUNT)
           MOVE DW-FIRST-IMAGE  TO WT-FIRST-IMAGE (WORKLIST-TABLE-COUNT)
           MOVE DW-SECOND-IMAGE
             TO WT-SECOND-IMAGE (WORKLIST-TABLE-COUNT)
           MOVE "N" TO WT-USED-SW (WORKLIST-TABLE-COUNT)
           READ DUPLICATE-WORKLIST
               AT END
                   SET EOF-WORKLIST TO TRUE
           END-READ.

       3000-PROCESS-CONFIRMATION.
           ADD 1 TO WS-CONFIRM-COUNT
           MOVE "N" TO WS-PAIR-FOUND-SW
           IF CF-PAIR-NUMBER NUMERIC
               PERFORM VARYING WT-IDX FROM 1 BY 1
                       UNTIL WT-IDX > WORKLIST-TABLE-COUNT
                          OR PAIR-FOUND
                   IF WT-PAIR-NUMBER (WT-IDX) = CF-PAIR-NUMBER
                       SET PAIR-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT PAIR-FOUND
               MOVE "PAIR NOT ON WORKLIST" TO WS-REFUSE-TEXT
               PERFORM 8100-WRITE-REFUSED-LINE
           ELSE
               SET WT-IDX DOWN BY 1
               IF NOT CF-KEEP-FIRST AND NOT CF-KEEP-SECOND
                   MOVE "SURVIVOR MUST BE 1 OR 2" TO WS-REFUSE-TEXT
                   PERFORM 8100-WRITE-REFUSED-LINE
               ELSE
                   IF WT-USED (WT-IDX)
                       MOVE "PAIR ALREADY CONFIRMED" TO WS-REFUSE-TEXT
                       PERFORM 8100-WRITE-REFUSED-LINE
                   ELSE
                       PERFORM 3100-BUILD-MERGE-TRANS
                   END-IF
               END-IF
           END-IF
           READ CONFIRM-FILE
               AT END
                   SET EOF-CONFIRM TO TRUE
           END-READ.

       3100-BUILD-MERGE-TRANS.
           IF CF-KEEP-FIRST
               MOVE WT-FIRST-IMAGE (WT-IDX)  TO WS-SURVIVOR-IMAGE
               MOVE WT-SECOND-IMAGE (WT-IDX) TO WS-DUPLICATE-IMAGE
           ELSE
               MOVE WT-SECOND-IMAGE (WT-IDX) TO WS-SURVIVOR-IMAGE
               MOVE WT-FIRST-IMAGE (WT-IDX)  TO WS-DUPLICATE-IMAGE
           END-IF
           MOVE "N" TO WS-KEY-MERGED-SW
           PERFORM VARYING MK-IDX FROM 1 BY 1
                   UNTIL MK-IDX > MERGED-KEY-COUNT
               IF MK-KEY (MK-IDX) = SV-KEY
                  OR MK-KEY (MK-IDX) = DP-KEY
                   SET KEY-ALREADY-MERGED TO TRUE
               END-IF
           END-PERFORM
           IF KEY-ALREADY-MERGED
               MOVE "CUSTOMER ALREADY MERGED THIS RUN" TO WS-REFUSE-TEXT
               PERFORM 8100-WRITE-REFUSED-LINE
           ELSE
               IF SV-DOB NOT NUMERIC
                   MOVE 0 TO SV-DOB
               END-IF
               IF DP-DOB NOT NUMERIC
                   MOVE 0 TO DP-DOB
               END-IF
               IF (SV-DOB = 0 OR SV-DOB-MMDD = 0701)
                  AND DP-DOB > 0 AND DP-DOB-MMDD NOT = 0701
                   MOVE DP-DOB TO SV-DOB
                   MOVE DP-AGE TO SV-AGE
               END-IF
               MOVE "Y" TO WT-USED-SW (WT-IDX)
               ADD 1 TO MERGED-KEY-COUNT
               MOVE DP-KEY TO MK-KEY (MERGED-KEY-COUNT)
               MOVE SPACES TO MERGE-TRANS-RECORD
               MOVE "M"          TO MT-TRAN-CODE
               MOVE SV-AGE       TO MT-AGE
               MOVE SV-NOMBRE    TO MT-NOMBRE
               MOVE SV-APELLIDO  TO MT-APELLIDO
               MOVE SV-DOB       TO MT-DOB
               MOVE DP-NOMBRE    TO MT-MRG-NOMBRE
               MOVE DP-APELLIDO  TO MT-MRG-APELLIDO
               MOVE CF-ANALYST-ID TO MT-OPERATOR-ID
               WRITE MERGE-TRANS-RECORD
               PERFORM 8000-WRITE-MERGE-LINE
           END-IF.

       8000-WRITE-MERGE-LINE.
           ADD 1 TO WS-MERGE-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "MERGE PAIR " DELIMITED BY SIZE
                   CF-PAIR-NUMBER DELIMITED BY SIZE
                   " KEEP " DELIMITED BY SIZE
                   SV-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-APELLIDO DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   CF-ANALYST-ID DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "                  DROP " DELIMITED BY SIZE
                   DP-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DP-APELLIDO DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8100-WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "REFUSED PAIR " DELIMITED BY SIZE
                   CF-PAIR-NUMBER DELIMITED BY SIZE
                   " SURVIVOR " DELIMITED BY SIZE
                   CF-KEEP DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   CF-ANALYST-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REFUSE-TEXT DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "PAIRS ON WORKLIST  . . . . . : " DELIMITED BY SIZE
                   WS-PAIR-COUNT                    DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "CONFIRMATIONS READ . . . . . : " DELIMITED BY SIZE
                   WS-CONFIRM-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "MERGE TRANSACTIONS WRITTEN . : " DELIMITED BY SIZE
                   WS-MERGE-COUNT                   DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "CONFIRMATIONS REFUSED  . . . : " DELIMITED BY SIZE
                   WS-REFUSED-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8900-WRITE-OPS-RECORD.
           OPEN EXTEND OPS-JOURNAL
           IF WS-OPSJRNL-STATUS = "35"
               OPEN OUTPUT OPS-JOURNAL
           END-IF
           IF WS-OPSJRNL-STATUS NOT = "00"
               DISPLAY "OPS-JOURNAL OPEN FAILED, STATUS = "
                   WS-OPSJRNL-STATUS
           ELSE
               MOVE SPACES TO OPS-JOURNAL-RECORD
               MOVE WS-OPS-RECORD-TYPE TO OPS-RECORD-TYPE
               MOVE "CUSTMST-DUPMERGE"
                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-RUN-DATE TO OPS-BUSINESS-DATE
               MOVE WS-CONFIRM-COUNT TO OPS-READ-COUNT
               MOVE WS-MERGE-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-REFUSED-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE DUPLICATE-WORKLIST
           CLOSE CONFIRM-FILE
           CLOSE MERGE-TRANS
           CLOSE MERGE-REGISTER.
       END PROGRAM CUSTMST-DUPMERGE.
