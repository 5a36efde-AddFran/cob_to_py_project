       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMST-DUPCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DUPLICATE-CARD ASSIGN TO "DUPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCARD-STATUS.
           SELECT DUPLICATE-WORKLIST ASSIGN TO "DUPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPWORK-STATUS.
           SELECT DUPLICATE-REPORT ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-KEY.
               03 CM-NOMBRE    PIC A(30).
               03 CM-APELLIDO  PIC A(30).
           02 CM-AGE       PIC 9(2).
           02 CM-DOB       PIC 9(8).

       FD  DUPLICATE-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DUPLICATE-CARD-RECORD.
           02 DC-MIN-SCORE     PIC 9(3).
           02 FILLER           PIC X(77).

       FD  DUPLICATE-WORKLIST
           RECORD CONTAINS 152 CHARACTERS.
       01  WORKLIST-RECORD.
           02 DW-PAIR-NUMBER   PIC 9(5).
           02 DW-SCORE         PIC 9(3).
           02 DW-REASON-CODE   PIC X(4).
           02 DW-FIRST-IMAGE   PIC X(70).
           02 DW-SECOND-IMAGE  PIC X(70).

       FD  DUPLICATE-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  DUPRPT-LINE         PIC X(100).

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
           02 WS-MASTER-STATUS   PIC XX VALUE "00".
           02 WS-DUPCARD-STATUS  PIC XX VALUE "00".
           02 WS-DUPWORK-STATUS  PIC XX VALUE "00".
           02 WS-DUPRPT-STATUS   PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-MASTER      PIC X  VALUE "N".
               88 EOF-MASTER          VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-MASTER-COUNT    PIC 9(6) VALUE 0.
           02 WS-PAIR-COUNT      PIC 9(6) VALUE 0.
           02 WS-SAME-DOB-COUNT  PIC 9(6) VALUE 0.
           02 WS-SAME-NAME-COUNT PIC 9(6) VALUE 0.
           02 WS-TRANSPOSE-COUNT PIC 9(6) VALUE 0.
           02 WS-BELOW-MIN-COUNT PIC 9(6) VALUE 0.
       01 WS-MIN-SCORE          PIC 9(3) VALUE 60.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 MASTER-TABLE.
           02 MASTER-TABLE-COUNT PIC 9(4) VALUE 0.
           02 MT-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON MASTER-TABLE-COUNT
                       INDEXED BY MT-IDX.
               03 MT-IMAGE.
                   04 MT-NOMBRE      PIC A(30).
                   04 MT-APELLIDO    PIC A(30).
                   04 MT-AGE         PIC 9(2).
                   04 MT-DOB         PIC 9(8).
               03 MT-NORM-NOMBRE     PIC X(30).
               03 MT-NORM-APELLIDO   PIC X(30).
               03 MT-NOMBRE-LEN      PIC 9(2).
               03 MT-APELLIDO-LEN    PIC 9(2).
               03 MT-DOB-EST-SW      PIC X.
                   88 MT-DOB-ESTIMATED    VALUE "Y".
       01 PAIR-TABLE.
           02 PAIR-TABLE-COUNT PIC 9(4) VALUE 0.
           02 PR-ENTRY OCCURS 0 TO 2000 TIMES
                       DEPENDING ON PAIR-TABLE-COUNT
                       INDEXED BY PR-IDX.
               03 PR-FIRST-IDX       PIC 9(4).
               03 PR-SECOND-IDX      PIC 9(4).
               03 PR-SCORE           PIC 9(3).
               03 PR-REASON-CODE     PIC X(4).
       01 WS-FIRST-IDX          PIC 9(4).
       01 WS-SECOND-IDX         PIC 9(4).
       01 WS-CHAR-IDX           PIC 9(2).
       01 WS-OUT-IDX            PIC 9(2).
       01 WS-NORM-WORK          PIC X(30).
       01 WS-NORM-OUT           PIC X(30).
       01 WS-FOLD-CHAR          PIC X.
       01 WS-FOLD-LEN           PIC 9.
       01 WS-FOLD-IDX           PIC 9(2).
       01 ACCENT-FOLD-VALUES.
           02 FILLER PIC X(2) VALUE "Á".
           02 FILLER PIC X    VALUE "A".
           02 FILLER PIC X(2) VALUE "É".
           02 FILLER PIC X    VALUE "E".
           02 FILLER PIC X(2) VALUE "Í".
           02 FILLER PIC X    VALUE "I".
           02 FILLER PIC X(2) VALUE "Ó".
           02 FILLER PIC X    VALUE "O".
           02 FILLER PIC X(2) VALUE "Ú".
           02 FILLER PIC X    VALUE "U".
           02 FILLER PIC X(2) VALUE "Ü".
           02 FILLER PIC X    VALUE "U".
           02 FILLER PIC X(2) VALUE "Ñ".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(2) VALUE "á".
           02 FILLER PIC X    VALUE "A".
           02 FILLER PIC X(2) VALUE "é".
           02 FILLER PIC X    VALUE "E".
           02 FILLER PIC X(2) VALUE "í".
           02 FILLER PIC X    VALUE "I".
           02 FILLER PIC X(2) VALUE "ó".
           02 FILLER PIC X    VALUE "O".
           02 FILLER PIC X(2) VALUE "ú".
           02 FILLER PIC X    VALUE "U".
           02 FILLER PIC X(2) VALUE "ü".
           02 FILLER PIC X    VALUE "U".
           02 FILLER PIC X(2) VALUE "ñ".
           02 FILLER PIC X    VALUE "N".
       01 ACCENT-FOLD-TABLE REDEFINES ACCENT-FOLD-VALUES.
           02 AF-ENTRY OCCURS 14 TIMES.
               03 AF-ACCENTED    PIC X(2).
               03 AF-BASE        PIC X.
       01 WS-SCORE              PIC S9(3).
       01 WS-REASON-CODE        PIC X(4).
       01 WS-REASON-TEXT        PIC X(36).
       01 WS-MATCH-COUNT        PIC 9(2).
       01 WS-LONGER-LEN         PIC 9(2).
       01 WS-NOMBRE-PCT         PIC 9(3).
       01 WS-APELLIDO-PCT       PIC 9(3).
       01 WS-NAME-PCT           PIC 9(3).
       01 WS-PRINT-SCORE        PIC 9(3).
       01 WS-PAIR-NUMBER        PIC 9(5) VALUE 0.
       01 WS-PRINT-IDX          PIC 9(4).
       01 WS-SIDE-LABEL         PIC X.
       01 WS-EST-TEXT           PIC X(14).
       01 WS-DOB-WORK.
           02 WS-WORK-DOB        PIC 9(8) VALUE 0.
           02 WS-WORK-DOB-R REDEFINES WS-WORK-DOB.
               03 WS-DOB-YEAR    PIC 9(4).
               03 WS-DOB-MMDD    PIC 9(4).
       01 WS-PAIR-TYPE-SW       PIC X VALUE SPACE.
           88 PAIR-SAME-NAME        VALUE "N".
           88 PAIR-TRANSPOSED       VALUE "T".
           88 PAIR-SAME-DOB         VALUE "D".
           88 PAIR-NOT-SUSPECT      VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER-ENTRY UNTIL EOF-MASTER
           PERFORM VARYING WS-FIRST-IDX FROM 1 BY 1
                   UNTIL WS-FIRST-IDX >= MASTER-TABLE-COUNT
               COMPUTE WS-SECOND-IDX = WS-FIRST-IDX + 1
               PERFORM 3000-COMPARE-PAIR
                   UNTIL WS-SECOND-IDX > MASTER-TABLE-COUNT
           END-PERFORM
           PERFORM 8000-WRITE-WORKLIST
           PERFORM 8200-WRITE-WORKLIST-TOTALS
           PERFORM 9000-TERMINATE
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT DUPLICATE-CARD
           IF WS-DUPCARD-STATUS = "00"
               READ DUPLICATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-MIN-SCORE NUMERIC AND DC-MIN-SCORE > 0
                          AND DC-MIN-SCORE NOT > 100
                           MOVE DC-MIN-SCORE TO WS-MIN-SCORE
                       END-IF
               END-READ
               CLOSE DUPLICATE-CARD
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-MASTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT DUPLICATE-WORKLIST
           IF WS-DUPWORK-STATUS NOT = "00"
               DISPLAY "DUPLICATE-WORKLIST OPEN FAILED, STATUS = "
                   WS-DUPWORK-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-DUPWORK-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT DUPLICATE-REPORT
           IF WS-DUPRPT-STATUS NOT = "00"
               DISPLAY "DUPLICATE-REPORT OPEN FAILED, STATUS = "
                   WS-DUPRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-DUPRPT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO DUPRPT-LINE
           MOVE "CUSTMST-DUPCHECK - SUSPECTED DUPLICATE WORKLIST"
               TO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "RUN DATE . . . . . . . . . . : " DELIMITED BY SIZE
                   WS-RUN-DATE                      DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "MINIMUM SCORE LISTED . . . . : " DELIMITED BY SIZE
                   WS-MIN-SCORE                     DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           WRITE DUPRPT-LINE
           READ CUSTOMER-MASTER
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.

       2000-LOAD-MASTER-ENTRY.
           ADD 1 TO WS-MASTER-COUNT
           IF MASTER-TABLE-COUNT >= 5000
               DISPLAY "CUSTMST: MASTER TABLE FULL AT 5000"
                   " - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           ADD 1 TO MASTER-TABLE-COUNT
           SET MT-IDX TO MASTER-TABLE-COUNT
           MOVE CUSTOMER-MASTER-RECORD TO MT-IMAGE (MT-IDX)
           MOVE CM-NOMBRE TO WS-NORM-WORK
           PERFORM 2100-NORMALIZE-NAME
           MOVE WS-NORM-OUT TO MT-NORM-NOMBRE (MT-IDX)
           MOVE WS-OUT-IDX  TO MT-NOMBRE-LEN (MT-IDX)
           MOVE CM-APELLIDO TO WS-NORM-WORK
           PERFORM 2100-NORMALIZE-NAME
           MOVE WS-NORM-OUT TO MT-NORM-APELLIDO (MT-IDX)
           MOVE WS-OUT-IDX  TO MT-APELLIDO-LEN (MT-IDX)
           MOVE "N" TO MT-DOB-EST-SW (MT-IDX)
           IF CM-DOB NUMERIC
               MOVE CM-DOB TO WS-WORK-DOB
               IF WS-WORK-DOB = 0 OR WS-DOB-MMDD = 0701
                   MOVE "Y" TO MT-DOB-EST-SW (MT-IDX)
               END-IF
           ELSE
               MOVE 0 TO MT-DOB (MT-IDX)
               MOVE "Y" TO MT-DOB-EST-SW (MT-IDX)
           END-IF
           READ CUSTOMER-MASTER
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.

       2100-NORMALIZE-NAME.
           INSPECT WS-NORM-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-OUT-IDX
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
               IF WS-NORM-WORK (WS-CHAR-IDX:1) NOT = SPACE
                   PERFORM 2110-FOLD-ACCENT
                   ADD 1 TO WS-OUT-IDX
                   MOVE WS-FOLD-CHAR TO WS-NORM-OUT (WS-OUT-IDX:1)
               END-IF
           END-PERFORM.

       2110-FOLD-ACCENT.
           MOVE WS-NORM-WORK (WS-CHAR-IDX:1) TO WS-FOLD-CHAR
           PERFORM VARYING WS-FOLD-IDX FROM 1 BY 1
                   UNTIL WS-FOLD-IDX > 14
               IF AF-ACCENTED (WS-FOLD-IDX) (2:1) = SPACE
                   MOVE 1 TO WS-FOLD-LEN
               ELSE
                   MOVE 2 TO WS-FOLD-LEN
               END-IF
               IF WS-CHAR-IDX + WS-FOLD-LEN - 1 NOT > 30
                   IF WS-NORM-WORK (WS-CHAR-IDX:WS-FOLD-LEN)
                      = AF-ACCENTED (WS-FOLD-IDX) (1:WS-FOLD-LEN)
                       MOVE AF-BASE (WS-FOLD-IDX) TO WS-FOLD-CHAR
                       COMPUTE WS-CHAR-IDX =
                           WS-CHAR-IDX + WS-FOLD-LEN - 1
                       MOVE 15 TO WS-FOLD-IDX
                   END-IF
               END-IF
           END-PERFORM.

       3000-COMPARE-PAIR.
           SET PAIR-NOT-SUSPECT TO TRUE
           MOVE 0 TO WS-SCORE
           IF MT-NORM-NOMBRE (WS-FIRST-IDX)
                  = MT-NORM-NOMBRE (WS-SECOND-IDX)
              AND MT-NORM-APELLIDO (WS-FIRST-IDX)
                  = MT-NORM-APELLIDO (WS-SECOND-IDX)
               SET PAIR-SAME-NAME TO TRUE
               PERFORM 3100-SCORE-SAME-NAME
           ELSE
               IF MT-NORM-NOMBRE (WS-FIRST-IDX)
                      = MT-NORM-APELLIDO (WS-SECOND-IDX)
                  AND MT-NORM-APELLIDO (WS-FIRST-IDX)
                      = MT-NORM-NOMBRE (WS-SECOND-IDX)
                   SET PAIR-TRANSPOSED TO TRUE
                   PERFORM 3200-SCORE-TRANSPOSED
               ELSE
                   IF MT-DOB (WS-FIRST-IDX) > 0
                      AND MT-DOB (WS-FIRST-IDX)
                          = MT-DOB (WS-SECOND-IDX)
                       PERFORM 3300-SCORE-SAME-DOB
                   END-IF
               END-IF
           END-IF
           IF NOT PAIR-NOT-SUSPECT
               IF WS-SCORE > 100
                   MOVE 100 TO WS-SCORE
               END-IF
               IF WS-SCORE < WS-MIN-SCORE
                   ADD 1 TO WS-BELOW-MIN-COUNT
               ELSE
                   PERFORM 3500-ADD-PAIR
               END-IF
           END-IF
           ADD 1 TO WS-SECOND-IDX.

       3100-SCORE-SAME-NAME.
           IF MT-DOB (WS-FIRST-IDX) = MT-DOB (WS-SECOND-IDX)
               MOVE "D04 " TO WS-REASON-CODE
               MOVE 95 TO WS-SCORE
           ELSE
               MOVE "D02 " TO WS-REASON-CODE
               IF MT-DOB-ESTIMATED (WS-FIRST-IDX)
                  OR MT-DOB-ESTIMATED (WS-SECOND-IDX)
                   MOVE 85 TO WS-SCORE
               ELSE
                   MOVE 70 TO WS-SCORE
               END-IF
           END-IF.

       3200-SCORE-TRANSPOSED.
           MOVE "D03 " TO WS-REASON-CODE
           MOVE 80 TO WS-SCORE
           IF MT-DOB (WS-FIRST-IDX) = MT-DOB (WS-SECOND-IDX)
               IF NOT MT-DOB-ESTIMATED (WS-FIRST-IDX)
                   ADD 15 TO WS-SCORE
               ELSE
                   ADD 5 TO WS-SCORE
               END-IF
           ELSE
               IF NOT MT-DOB-ESTIMATED (WS-FIRST-IDX)
                  AND NOT MT-DOB-ESTIMATED (WS-SECOND-IDX)
                   SUBTRACT 20 FROM WS-SCORE
               END-IF
           END-IF.

       3300-SCORE-SAME-DOB.
           MOVE MT-NOMBRE-LEN (WS-FIRST-IDX) TO WS-LONGER-LEN
           IF MT-NOMBRE-LEN (WS-SECOND-IDX) > WS-LONGER-LEN
               MOVE MT-NOMBRE-LEN (WS-SECOND-IDX) TO WS-LONGER-LEN
           END-IF
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LONGER-LEN
               IF MT-NORM-NOMBRE (WS-FIRST-IDX) (WS-CHAR-IDX:1)
                  = MT-NORM-NOMBRE (WS-SECOND-IDX) (WS-CHAR-IDX:1)
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM
           IF WS-LONGER-LEN > 0
               COMPUTE WS-NOMBRE-PCT =
                   WS-MATCH-COUNT * 100 / WS-LONGER-LEN
           ELSE
               MOVE 0 TO WS-NOMBRE-PCT
           END-IF
           MOVE MT-APELLIDO-LEN (WS-FIRST-IDX) TO WS-LONGER-LEN
           IF MT-APELLIDO-LEN (WS-SECOND-IDX) > WS-LONGER-LEN
               MOVE MT-APELLIDO-LEN (WS-SECOND-IDX) TO WS-LONGER-LEN
           END-IF
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LONGER-LEN
               IF MT-NORM-APELLIDO (WS-FIRST-IDX) (WS-CHAR-IDX:1)
                  = MT-NORM-APELLIDO (WS-SECOND-IDX) (WS-CHAR-IDX:1)
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM
           IF WS-LONGER-LEN > 0
               COMPUTE WS-APELLIDO-PCT =
                   WS-MATCH-COUNT * 100 / WS-LONGER-LEN
           ELSE
               MOVE 0 TO WS-APELLIDO-PCT
           END-IF
           COMPUTE WS-NAME-PCT =
               (WS-NOMBRE-PCT + WS-APELLIDO-PCT) / 2
           IF WS-NAME-PCT NOT < 60
               SET PAIR-SAME-DOB TO TRUE
               MOVE "D01 " TO WS-REASON-CODE
               COMPUTE WS-SCORE = WS-NAME-PCT * 90 / 100
               IF MT-DOB-ESTIMATED (WS-FIRST-IDX)
                   SUBTRACT 20 FROM WS-SCORE
               END-IF
           END-IF.

       3500-ADD-PAIR.
           IF PAIR-TABLE-COUNT >= 2000
               DISPLAY "DUPWORK: PAIR TABLE FULL AT 2000"
                   " - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           ADD 1 TO PAIR-TABLE-COUNT
           MOVE WS-FIRST-IDX   TO PR-FIRST-IDX (PAIR-TABLE-COUNT)
           MOVE WS-SECOND-IDX  TO PR-SECOND-IDX (PAIR-TABLE-COUNT)
           MOVE WS-SCORE       TO PR-SCORE (PAIR-TABLE-COUNT)
           MOVE WS-REASON-CODE TO PR-REASON-CODE (PAIR-TABLE-COUNT)
           EVALUATE TRUE
               WHEN PAIR-SAME-NAME
                   ADD 1 TO WS-SAME-NAME-COUNT
               WHEN PAIR-TRANSPOSED
                   ADD 1 TO WS-TRANSPOSE-COUNT
               WHEN PAIR-SAME-DOB
                   ADD 1 TO WS-SAME-DOB-COUNT
           END-EVALUATE.

       8000-WRITE-WORKLIST.
           PERFORM VARYING WS-PRINT-SCORE FROM 100 BY -1
                   UNTIL WS-PRINT-SCORE < WS-MIN-SCORE
               PERFORM VARYING PR-IDX FROM 1 BY 1
                       UNTIL PR-IDX > PAIR-TABLE-COUNT
                   IF PR-SCORE (PR-IDX) = WS-PRINT-SCORE
                       PERFORM 8100-WRITE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           IF PAIR-TABLE-COUNT = 0
               MOVE SPACES TO DUPRPT-LINE
               MOVE "NO SUSPECTED DUPLICATES FOUND" TO DUPRPT-LINE
               WRITE DUPRPT-LINE
           END-IF.

       8100-WRITE-PAIR.
           ADD 1 TO WS-PAIR-NUMBER
           ADD 1 TO WS-PAIR-COUNT
           MOVE PR-FIRST-IDX (PR-IDX) TO WS-FIRST-IDX
           MOVE PR-SECOND-IDX (PR-IDX) TO WS-SECOND-IDX
           EVALUATE PR-REASON-CODE (PR-IDX)
               WHEN "D01 "
                   MOVE "SAME BIRTH DATE, SIMILAR NAME"
                       TO WS-REASON-TEXT
               WHEN "D02 "
                   MOVE "SAME NAME, CONFLICTING BIRTH DATE"
                       TO WS-REASON-TEXT
               WHEN "D03 "
                   MOVE "NOMBRE AND APELLIDO TRANSPOSED"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "SAME NAME AND BIRTH DATE"
                       TO WS-REASON-TEXT
           END-EVALUATE
           MOVE SPACES TO WORKLIST-RECORD
           MOVE WS-PAIR-NUMBER          TO DW-PAIR-NUMBER
           MOVE PR-SCORE (PR-IDX)       TO DW-SCORE
           MOVE PR-REASON-CODE (PR-IDX) TO DW-REASON-CODE
           MOVE MT-IMAGE (WS-FIRST-IDX)  TO DW-FIRST-IMAGE
           MOVE MT-IMAGE (WS-SECOND-IDX) TO DW-SECOND-IMAGE
           WRITE WORKLIST-RECORD
           MOVE SPACES TO DUPRPT-LINE
           STRING "PAIR " DELIMITED BY SIZE
                   WS-PAIR-NUMBER DELIMITED BY SIZE
                   "  SCORE " DELIMITED BY SIZE
                   PR-SCORE (PR-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PR-REASON-CODE (PR-IDX) DELIMITED BY SIZE
                   WS-REASON-TEXT DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE "1" TO WS-SIDE-LABEL
           MOVE WS-FIRST-IDX TO WS-PRINT-IDX
           PERFORM 8150-WRITE-PAIR-MEMBER
           MOVE "2" TO WS-SIDE-LABEL
           MOVE WS-SECOND-IDX TO WS-PRINT-IDX
           PERFORM 8150-WRITE-PAIR-MEMBER
           MOVE SPACES TO DUPRPT-LINE
           WRITE DUPRPT-LINE.

       8150-WRITE-PAIR-MEMBER.
           IF MT-DOB-ESTIMATED (WS-PRINT-IDX)
               MOVE " ESTIMATED DOB" TO WS-EST-TEXT
           ELSE
               MOVE SPACES TO WS-EST-TEXT
           END-IF
           MOVE SPACES TO DUPRPT-LINE
           STRING "    " DELIMITED BY SIZE
                   WS-SIDE-LABEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MT-NOMBRE (WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MT-APELLIDO (WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MT-AGE (WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MT-DOB (WS-PRINT-IDX) DELIMITED BY SIZE
                   WS-EST-TEXT DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE.

       8200-WRITE-WORKLIST-TOTALS.
           MOVE SPACES TO DUPRPT-LINE
           STRING "MASTER RECORDS READ  . . . . : " DELIMITED BY SIZE
                   WS-MASTER-COUNT                  DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "SAME BIRTH DATE, SIMILAR NAME: " DELIMITED BY SIZE
                   WS-SAME-DOB-COUNT                DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "SAME NAME  . . . . . . . . . : " DELIMITED BY SIZE
                   WS-SAME-NAME-COUNT               DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "NAMES TRANSPOSED . . . . . . : " DELIMITED BY SIZE
                   WS-TRANSPOSE-COUNT               DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "PAIRS ON WORKLIST  . . . . . : " DELIMITED BY SIZE
                   WS-PAIR-COUNT                    DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE
           MOVE SPACES TO DUPRPT-LINE
           STRING "PAIRS BELOW MINIMUM SCORE  . : " DELIMITED BY SIZE
                   WS-BELOW-MIN-COUNT               DELIMITED BY SIZE
                   INTO DUPRPT-LINE
           WRITE DUPRPT-LINE.

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
               MOVE "CUSTMST-DUPCHECK"
                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-RUN-DATE TO OPS-BUSINESS-DATE
               MOVE WS-MASTER-COUNT TO OPS-READ-COUNT
               MOVE WS-PAIR-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-BELOW-MIN-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE DUPLICATE-WORKLIST
           CLOSE DUPLICATE-REPORT.
       END PROGRAM CUSTMST-DUPCHECK.
