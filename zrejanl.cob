       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECT-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-CARD ASSIGN TO "ANLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANLCARD-STATUS.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT SUSPENSE-IN ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT RECYCLE-IN ASSIGN TO "CUSTRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT ANALYSIS-REPORT ASSIGN TO "ANLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANLRPT-STATUS.
           SELECT DAILY-EXTRACT ASSIGN TO "DAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANALYSIS-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ANALYSIS-CARD-RECORD.
           02 AC-RUN-COUNT      PIC 9(3).
           02 AC-REPEAT-DATES   PIC 9(2).
           02 AC-REPEAT-RECYCLES PIC 9(2).
           02 FILLER            PIC X(73).

       FD  RUN-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           02 RH-RECORD-TYPE    PIC X.
               88 RH-TOTALS-RECORD    VALUE "1".
               88 RH-NAME-HIT-RECORD  VALUE "2".
               88 RH-SOURCE-RECORD    VALUE "3".
           02 RH-TOTALS.
               03 RH-BUSINESS-DATE PIC 9(8).
               03 RH-REC-COUNT     PIC 9(6).
               03 RH-REJECT-COUNT  PIC 9(6).
               03 RH-UNKNOWN-COUNT PIC 9(6).
               03 FILLER           PIC X(53).
           02 RH-SOURCE-TOTALS REDEFINES RH-TOTALS.
               03 RH-SF-DATE       PIC 9(8).
               03 RH-SF-SOURCE     PIC X(8).
               03 RH-SF-READ-COUNT PIC 9(6).
               03 RH-SF-ACCEPT-COUNT PIC 9(6).
               03 RH-SF-REJECT-COUNT PIC 9(6).
               03 FILLER           PIC X(45).

       FD  SUSPENSE-IN
           RECORD CONTAINS 136 CHARACTERS.
       01  SUSPENSE-IN-RECORD.
           02 SI-AGE           PIC 9(2).
           02 SI-NOMBRE        PIC A(30).
           02 SI-APELLIDO      PIC A(30).
           02 SI-DOB           PIC 9(8).
           02 SI-REASON-CODE   PIC X(4).
           02 SI-REASON-TEXT   PIC X(40).
           02 SI-RUNS-HELD     PIC 9(6).
           02 SI-SOURCE-SYSTEM PIC X(8).
           02 SI-REJECT-DATE   PIC 9(8).

       FD  RECYCLE-IN
           RECORD CONTAINS 71 CHARACTERS.
       01  RECYCLE-RECORD.
           02 RC-RECORD-TYPE PIC X.
               88 RC-HEADER-RECORD  VALUE "H".
               88 RC-DETAIL-RECORD  VALUE "D".
           02 RC-DETAIL.
               03 RC-AGE       PIC 9(2).
               03 RC-NOMBRE    PIC A(30).
               03 RC-APELLIDO  PIC A(30).
               03 RC-DOB       PIC 9(8).
           02 RC-HEADER REDEFINES RC-DETAIL.
               03 RC-BUSINESS-DATE PIC 9(8).
               03 RC-SOURCE-SYSTEM PIC X(8).
               03 FILLER           PIC X(54).

       FD  ANALYSIS-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  ANLRPT-LINE         PIC X(100).

       FD  DAILY-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRACT-RECORD.
           02 EX-RECORD-TYPE PIC X.
           02 EX-DATA        PIC X(79).
           02 EX-FEED-QUALITY REDEFINES EX-DATA.
               03 EX-QS-SOURCE       PIC X(8).
               03 EX-QS-RUNS         PIC 9(3).
               03 EX-QS-READ         PIC 9(8).
               03 EX-QS-REJECTS      PIC 9(8).
               03 EX-QS-RATE         PIC 9(3)V9(2).
               03 EX-QS-TOP-REASON   PIC X(4).
               03 EX-QS-TOP-COUNT    PIC 9(6).
               03 EX-QS-OFFENDERS    PIC 9(6).
               03 EX-QS-FROM-DATE    PIC 9(8).
               03 EX-QS-TO-DATE      PIC 9(8).
               03 FILLER             PIC X(15).
           02 EX-TRAILER REDEFINES EX-DATA.
               03 EX-RECORD-COUNT PIC 9(6).
               03 FILLER          PIC X(73).

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
           02 WS-ANLCARD-STATUS  PIC XX VALUE "00".
           02 WS-RUNHIST-STATUS  PIC XX VALUE "00".
           02 WS-SUSPIN-STATUS   PIC XX VALUE "00".
           02 WS-RECYCLE-STATUS  PIC XX VALUE "00".
           02 WS-ANLRPT-STATUS   PIC XX VALUE "00".
           02 WS-EXTRACT-STATUS  PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-OPS-READ-COUNT     PIC 9(6) VALUE 0.
       01 WS-EXTRACT-COUNT      PIC 9(6) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-RUNHIST     PIC X  VALUE "N".
               88 EOF-RUNHIST         VALUE "Y".
           02 WS-EOF-SUSPIN      PIC X  VALUE "N".
               88 EOF-SUSPIN          VALUE "Y".
           02 WS-EOF-RECYCLE     PIC X  VALUE "N".
               88 EOF-RECYCLE         VALUE "Y".
           02 WS-EOF-EXTRACT-SW  PIC X  VALUE "N".
               88 EOF-EXTRACT         VALUE "Y".
           02 WS-FOUND-SW        PIC X  VALUE "N".
               88 ENTRY-FOUND         VALUE "Y".
           02 WS-SAME-DATE-SW    PIC X  VALUE "N".
               88 SAME-DATE-SEEN      VALUE "Y".
           02 WS-OVERFLOW-SW     PIC X  VALUE "N".
               88 TABLE-OVERFLOW      VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-RUNHIST-READ    PIC 9(6) VALUE 0.
           02 WS-SUSPENSE-READ   PIC 9(6) VALUE 0.
           02 WS-RECYCLE-READ    PIC 9(6) VALUE 0.
           02 WS-REJECTS-IN-WINDOW PIC 9(6) VALUE 0.
           02 WS-RECYCLES-IN-WINDOW PIC 9(6) VALUE 0.
           02 WS-OFFENDER-LISTED PIC 9(6) VALUE 0.
           02 WS-TOTAL-READ      PIC 9(8) VALUE 0.
           02 WS-TOTAL-REJECTS   PIC 9(8) VALUE 0.
       01 WS-RUN-COUNT          PIC 9(3) VALUE 7.
       01 WS-REPEAT-DATES       PIC 9(2) VALUE 2.
       01 WS-REPEAT-RECYCLES    PIC 9(2) VALUE 2.
       01 WS-CUTOFF-DATE        PIC 9(8) VALUE 0.
       01 WS-LAST-DATE          PIC 9(8) VALUE 0.
       01 WS-RECYCLE-DATE       PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RATE               PIC 9(3)V9(2) VALUE 0.
       01 WS-PCT                PIC 9(3)V9(2) VALUE 0.
       01 WS-CUM-PCT            PIC 9(3)V9(2) VALUE 0.
       01 WS-CUM-COUNT          PIC 9(6) VALUE 0.
       01 WS-RATE-EDIT          PIC ZZ9.99.
       01 WS-PCT-EDIT           PIC ZZ9.99.
       01 WS-CUM-EDIT           PIC ZZ9.99.
       01 WS-WORK-SOURCE        PIC X(8).
       01 WS-WORK-REASON        PIC X(4).
       01 WS-WORK-KEY.
           02 WS-WORK-NOMBRE     PIC A(30).
           02 WS-WORK-APELLIDO   PIC A(30).
       01 WS-BEST-IDX           PIC 9(4).
       01 WS-BEST-COUNT         PIC 9(6).
       01 WS-SRC-SUB            PIC 9(4).
       01 WS-SCAN-IDX           PIC 9(4).
       01 RUN-DATE-TABLE.
           02 RUN-DATE-COUNT PIC 9(4) VALUE 0.
           02 RD-ENTRY OCCURS 0 TO 2000 TIMES
                       DEPENDING ON RUN-DATE-COUNT
                       INDEXED BY RD-IDX.
               03 RD-DATE        PIC 9(8).
       01 SOURCE-RUN-TABLE.
           02 SOURCE-RUN-COUNT PIC 9(4) VALUE 0.
           02 SR-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON SOURCE-RUN-COUNT
                       INDEXED BY SR-IDX.
               03 SR-DATE        PIC 9(8).
               03 SR-SOURCE      PIC X(8).
               03 SR-READ-COUNT  PIC 9(6).
               03 SR-REJECT-COUNT PIC 9(6).
       01 SOURCE-TABLE.
           02 SOURCE-COUNT PIC 9(2) VALUE 0.
           02 SRC-ENTRY OCCURS 0 TO 20 TIMES
                       DEPENDING ON SOURCE-COUNT
                       INDEXED BY SRC-IDX.
               03 SRC-SYSTEM       PIC X(8).
               03 SRC-RUNS         PIC 9(3).
               03 SRC-READ-COUNT   PIC 9(8).
               03 SRC-REJECT-COUNT PIC 9(8).
               03 SRC-PARETO-TOTAL PIC 9(6).
               03 SRC-TOP-REASON   PIC X(4).
               03 SRC-TOP-COUNT    PIC 9(6).
               03 SRC-OFFENDERS    PIC 9(6).
       01 REJECT-TABLE.
           02 REJECT-COUNT PIC 9(4) VALUE 0.
           02 RJT-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON REJECT-COUNT
                       INDEXED BY RJT-IDX.
               03 RJT-DATE       PIC 9(8).
               03 RJT-KEY.
                   04 RJT-NOMBRE   PIC A(30).
                   04 RJT-APELLIDO PIC A(30).
               03 RJT-SOURCE     PIC X(8).
               03 RJT-REASON     PIC X(4).
       01 PARETO-TABLE.
           02 PARETO-COUNT PIC 9(3) VALUE 0.
           02 PT-ENTRY OCCURS 0 TO 400 TIMES
                       DEPENDING ON PARETO-COUNT
                       INDEXED BY PT-IDX.
               03 PT-SOURCE      PIC X(8).
               03 PT-REASON      PIC X(4).
               03 PT-COUNT       PIC 9(6).
               03 PT-PRINTED-SW  PIC X.
                   88 PT-PRINTED      VALUE "Y".
       01 OFFENDER-TABLE.
           02 OFFENDER-COUNT PIC 9(4) VALUE 0.
           02 OF-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON OFFENDER-COUNT
                       INDEXED BY OF-IDX.
               03 OF-KEY.
                   04 OF-NOMBRE    PIC A(30).
                   04 OF-APELLIDO  PIC A(30).
               03 OF-DATE-COUNT  PIC 9(4).
               03 OF-RECYCLE-COUNT PIC 9(4).
               03 OF-LAST-DATE   PIC 9(8).
               03 OF-LAST-SOURCE PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RUN-HISTORY UNTIL EOF-RUNHIST
           PERFORM 2100-SET-RUN-WINDOW
           PERFORM 2200-ACCUMULATE-SOURCE-RUN
               VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > SOURCE-RUN-COUNT
           PERFORM 3000-LOAD-SUSPENSE UNTIL EOF-SUSPIN
           PERFORM 3100-ANALYSE-REJECT
               VARYING RJT-IDX FROM 1 BY 1
               UNTIL RJT-IDX > REJECT-COUNT
           PERFORM 3200-LOAD-RECYCLE UNTIL EOF-RECYCLE
           PERFORM 8100-WRITE-RATE-SECTION
           PERFORM 8200-WRITE-PARETO-SECTION
           PERFORM 8300-WRITE-OFFENDER-SECTION
           PERFORM 8400-WRITE-ANALYSIS-TOTALS
           PERFORM 8500-EXTEND-DAILY-EXTRACT
           PERFORM 9000-TERMINATE
           IF TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ANALYSIS-CARD
           IF WS-ANLCARD-STATUS = "00"
               READ ANALYSIS-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-RUN-COUNT NUMERIC AND AC-RUN-COUNT > 0
                           MOVE AC-RUN-COUNT TO WS-RUN-COUNT
                       END-IF
                       IF AC-REPEAT-DATES NUMERIC
                          AND AC-REPEAT-DATES > 1
                           MOVE AC-REPEAT-DATES TO WS-REPEAT-DATES
                       END-IF
                       IF AC-REPEAT-RECYCLES NUMERIC
                          AND AC-REPEAT-RECYCLES > 1
                           MOVE AC-REPEAT-RECYCLES
                             TO WS-REPEAT-RECYCLES
                       END-IF
               END-READ
               CLOSE ANALYSIS-CARD
           END-IF
           OPEN INPUT RUN-HISTORY
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "RUN-HISTORY OPEN FAILED, STATUS = "
                   WS-RUNHIST-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-RUNHIST-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN INPUT SUSPENSE-IN
           IF WS-SUSPIN-STATUS = "35"
               SET EOF-SUSPIN TO TRUE
           ELSE
               IF WS-SUSPIN-STATUS NOT = "00"
                   DISPLAY "SUSPENSE-IN OPEN FAILED, STATUS = "
                       WS-SUSPIN-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-SUSPIN-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT RECYCLE-IN
           IF WS-RECYCLE-STATUS = "35"
               SET EOF-RECYCLE TO TRUE
           ELSE
               IF WS-RECYCLE-STATUS NOT = "00"
                   DISPLAY "RECYCLE-IN OPEN FAILED, STATUS = "
                       WS-RECYCLE-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-RECYCLE-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ANALYSIS-REPORT
           IF WS-ANLRPT-STATUS NOT = "00"
               DISPLAY "ANALYSIS-REPORT OPEN FAILED, STATUS = "
                   WS-ANLRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-ANLRPT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO ANLRPT-LINE
           MOVE "REJECT-ANALYSIS - REJECT ANALYSIS BY SOURCE SYSTEM"
               TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           READ RUN-HISTORY
               AT END
                   SET EOF-RUNHIST TO TRUE
           END-READ
           IF NOT EOF-SUSPIN
               READ SUSPENSE-IN
                   AT END
                       SET EOF-SUSPIN TO TRUE
               END-READ
           END-IF
           IF NOT EOF-RECYCLE
               READ RECYCLE-IN
                   AT END
                       SET EOF-RECYCLE TO TRUE
               END-READ
           END-IF.

       2000-LOAD-RUN-HISTORY.
           ADD 1 TO WS-RUNHIST-READ
           EVALUATE TRUE
               WHEN RH-TOTALS-RECORD
                   IF RUN-DATE-COUNT = 0
                      OR RH-BUSINESS-DATE NOT = RD-DATE (RUN-DATE-COUNT)
                       IF RUN-DATE-COUNT >= 2000
                           PERFORM 2900-NOTE-OVERFLOW
                       ELSE
                           ADD 1 TO RUN-DATE-COUNT
                           MOVE RH-BUSINESS-DATE
                             TO RD-DATE (RUN-DATE-COUNT)
                       END-IF
                   END-IF
               WHEN RH-SOURCE-RECORD
                   IF SOURCE-RUN-COUNT >= 5000
                       PERFORM 2900-NOTE-OVERFLOW
                   ELSE
                       ADD 1 TO SOURCE-RUN-COUNT
                       MOVE RH-SF-DATE TO SR-DATE (SOURCE-RUN-COUNT)
                       MOVE RH-SF-SOURCE
                         TO SR-SOURCE (SOURCE-RUN-COUNT)
                       MOVE RH-SF-READ-COUNT
                         TO SR-READ-COUNT (SOURCE-RUN-COUNT)
                       MOVE RH-SF-REJECT-COUNT
                         TO SR-REJECT-COUNT (SOURCE-RUN-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ RUN-HISTORY
               AT END
                   SET EOF-RUNHIST TO TRUE
           END-READ.

       2100-SET-RUN-WINDOW.
           IF RUN-DATE-COUNT = 0
               MOVE 99999999 TO WS-CUTOFF-DATE
           ELSE
               MOVE RD-DATE (RUN-DATE-COUNT) TO WS-LAST-DATE
               IF RUN-DATE-COUNT > WS-RUN-COUNT
                   MOVE RD-DATE (RUN-DATE-COUNT - WS-RUN-COUNT + 1)
                     TO WS-CUTOFF-DATE
               ELSE
                   MOVE RD-DATE (1) TO WS-CUTOFF-DATE
                   MOVE RUN-DATE-COUNT TO WS-RUN-COUNT
               END-IF
           END-IF.

       2200-ACCUMULATE-SOURCE-RUN.
           IF SR-DATE (SR-IDX) NOT < WS-CUTOFF-DATE
               MOVE SR-SOURCE (SR-IDX) TO WS-WORK-SOURCE
               PERFORM 2300-FIND-SOURCE
               IF ENTRY-FOUND
                   ADD 1 TO SRC-RUNS (SRC-IDX)
                   ADD SR-READ-COUNT (SR-IDX)
                     TO SRC-READ-COUNT (SRC-IDX)
                   ADD SR-REJECT-COUNT (SR-IDX)
                     TO SRC-REJECT-COUNT (SRC-IDX)
               END-IF
           END-IF.

       2300-FIND-SOURCE.
           MOVE "N" TO WS-FOUND-SW
           SET SRC-IDX TO 1
           SEARCH SRC-ENTRY
               AT END
                   IF SOURCE-COUNT >= 20
                       PERFORM 2900-NOTE-OVERFLOW
                   ELSE
                       ADD 1 TO SOURCE-COUNT
                       SET SRC-IDX TO SOURCE-COUNT
                       MOVE WS-WORK-SOURCE TO SRC-SYSTEM (SRC-IDX)
                       MOVE 0 TO SRC-RUNS (SRC-IDX)
                       MOVE 0 TO SRC-READ-COUNT (SRC-IDX)
                       MOVE 0 TO SRC-REJECT-COUNT (SRC-IDX)
                       MOVE 0 TO SRC-PARETO-TOTAL (SRC-IDX)
                       MOVE SPACES TO SRC-TOP-REASON (SRC-IDX)
                       MOVE 0 TO SRC-TOP-COUNT (SRC-IDX)
                       MOVE 0 TO SRC-OFFENDERS (SRC-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               WHEN SRC-SYSTEM (SRC-IDX) = WS-WORK-SOURCE
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH.

       2900-NOTE-OVERFLOW.
           IF NOT TABLE-OVERFLOW
               DISPLAY "REJECT-ANALYSIS: TABLE FULL"
                   " - ANALYSIS IS INCOMPLETE"
               SET TABLE-OVERFLOW TO TRUE
           END-IF.

       3000-LOAD-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-READ
           IF SI-REJECT-DATE NUMERIC
              AND SI-REJECT-DATE NOT < WS-CUTOFF-DATE
               MOVE "N" TO WS-FOUND-SW
               IF REJECT-COUNT > 0
                   SET RJT-IDX TO 1
                   SEARCH RJT-ENTRY
                       AT END
                           CONTINUE
                       WHEN RJT-DATE (RJT-IDX) = SI-REJECT-DATE
                        AND RJT-NOMBRE (RJT-IDX) = SI-NOMBRE
                        AND RJT-APELLIDO (RJT-IDX) = SI-APELLIDO
                        AND RJT-SOURCE (RJT-IDX) = SI-SOURCE-SYSTEM
                           SET ENTRY-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT ENTRY-FOUND
                   IF REJECT-COUNT >= 5000
                       PERFORM 2900-NOTE-OVERFLOW
                   ELSE
                       ADD 1 TO REJECT-COUNT
                       MOVE SI-REJECT-DATE TO RJT-DATE (REJECT-COUNT)
                       MOVE SI-NOMBRE      TO RJT-NOMBRE (REJECT-COUNT)
                       MOVE SI-APELLIDO
                         TO RJT-APELLIDO (REJECT-COUNT)
                       MOVE SI-SOURCE-SYSTEM
                         TO RJT-SOURCE (REJECT-COUNT)
                       MOVE SI-REASON-CODE
                         TO RJT-REASON (REJECT-COUNT)
                   END-IF
               END-IF
           END-IF
           READ SUSPENSE-IN
               AT END
                   SET EOF-SUSPIN TO TRUE
           END-READ.

       3100-ANALYSE-REJECT.
           ADD 1 TO WS-REJECTS-IN-WINDOW
           MOVE RJT-SOURCE (RJT-IDX) TO WS-WORK-SOURCE
           PERFORM 2300-FIND-SOURCE
           IF ENTRY-FOUND
               ADD 1 TO SRC-PARETO-TOTAL (SRC-IDX)
           END-IF
           MOVE RJT-REASON (RJT-IDX) TO WS-WORK-REASON
           MOVE "N" TO WS-FOUND-SW
           IF PARETO-COUNT > 0
               SET PT-IDX TO 1
               SEARCH PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-SOURCE (PT-IDX) = WS-WORK-SOURCE
                    AND PT-REASON (PT-IDX) = WS-WORK-REASON
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF ENTRY-FOUND
               ADD 1 TO PT-COUNT (PT-IDX)
           ELSE
               IF PARETO-COUNT >= 400
                   PERFORM 2900-NOTE-OVERFLOW
               ELSE
                   ADD 1 TO PARETO-COUNT
                   MOVE WS-WORK-SOURCE TO PT-SOURCE (PARETO-COUNT)
                   MOVE WS-WORK-REASON TO PT-REASON (PARETO-COUNT)
                   MOVE 1 TO PT-COUNT (PARETO-COUNT)
                   MOVE "N" TO PT-PRINTED-SW (PARETO-COUNT)
               END-IF
           END-IF
           MOVE "N" TO WS-SAME-DATE-SW
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX NOT < RJT-IDX
               IF RJT-KEY (WS-SCAN-IDX) = RJT-KEY (RJT-IDX)
                  AND RJT-DATE (WS-SCAN-IDX) = RJT-DATE (RJT-IDX)
                   SET SAME-DATE-SEEN TO TRUE
               END-IF
           END-PERFORM
           MOVE RJT-KEY (RJT-IDX) TO WS-WORK-KEY
           PERFORM 3300-FIND-OFFENDER
           IF ENTRY-FOUND
               IF NOT SAME-DATE-SEEN
                   ADD 1 TO OF-DATE-COUNT (OF-IDX)
               END-IF
               IF RJT-DATE (RJT-IDX) NOT < OF-LAST-DATE (OF-IDX)
                   MOVE RJT-DATE (RJT-IDX) TO OF-LAST-DATE (OF-IDX)
                   MOVE RJT-SOURCE (RJT-IDX)
                     TO OF-LAST-SOURCE (OF-IDX)
               END-IF
           END-IF.

       3200-LOAD-RECYCLE.
           ADD 1 TO WS-RECYCLE-READ
           EVALUATE TRUE
               WHEN RC-HEADER-RECORD
                   MOVE 0 TO WS-RECYCLE-DATE
                   IF RC-BUSINESS-DATE NUMERIC
                       MOVE RC-BUSINESS-DATE TO WS-RECYCLE-DATE
                   END-IF
               WHEN RC-DETAIL-RECORD
                   IF WS-RECYCLE-DATE NOT < WS-CUTOFF-DATE
                       ADD 1 TO WS-RECYCLES-IN-WINDOW
                       MOVE RC-NOMBRE   TO WS-WORK-NOMBRE
                       MOVE RC-APELLIDO TO WS-WORK-APELLIDO
                       PERFORM 3300-FIND-OFFENDER
                       IF ENTRY-FOUND
                           ADD 1 TO OF-RECYCLE-COUNT (OF-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ RECYCLE-IN
               AT END
                   SET EOF-RECYCLE TO TRUE
           END-READ.

       3300-FIND-OFFENDER.
           MOVE "N" TO WS-FOUND-SW
           SET OF-IDX TO 1
           SEARCH OF-ENTRY
               AT END
                   IF OFFENDER-COUNT >= 5000
                       PERFORM 2900-NOTE-OVERFLOW
                   ELSE
                       ADD 1 TO OFFENDER-COUNT
                       SET OF-IDX TO OFFENDER-COUNT
                       MOVE WS-WORK-KEY TO OF-KEY (OF-IDX)
                       MOVE 0 TO OF-DATE-COUNT (OF-IDX)
                       MOVE 0 TO OF-RECYCLE-COUNT (OF-IDX)
                       MOVE 0 TO OF-LAST-DATE (OF-IDX)
                       MOVE SPACES TO OF-LAST-SOURCE (OF-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               WHEN OF-KEY (OF-IDX) = WS-WORK-KEY
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH.

       8100-WRITE-RATE-SECTION.
           MOVE SPACES TO ANLRPT-LINE
           STRING "RUNS ANALYSED  . . . . . . . : " DELIMITED BY SIZE
                   WS-RUN-COUNT                     DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "BUSINESS DATES . . . . . . . : " DELIMITED BY SIZE
                   WS-CUTOFF-DATE                   DELIMITED BY SIZE
                   " TO "                           DELIMITED BY SIZE
                   WS-LAST-DATE                     DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           MOVE "REJECT RATE BY SOURCE SYSTEM:" TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           MOVE "  SOURCE    DATE       READ    REJECTED    RATE %"
               TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-COUNT
               PERFORM VARYING SR-IDX FROM 1 BY 1
                       UNTIL SR-IDX > SOURCE-RUN-COUNT
                   IF SR-SOURCE (SR-IDX) = SRC-SYSTEM (SRC-IDX)
                      AND SR-DATE (SR-IDX) NOT < WS-CUTOFF-DATE
                       PERFORM 8110-WRITE-RUN-RATE-LINE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-RATE
               IF SRC-READ-COUNT (SRC-IDX) > 0
                   COMPUTE WS-RATE ROUNDED =
                       SRC-REJECT-COUNT (SRC-IDX) * 100
                           / SRC-READ-COUNT (SRC-IDX)
               END-IF
               MOVE WS-RATE TO WS-RATE-EDIT
               ADD SRC-READ-COUNT (SRC-IDX) TO WS-TOTAL-READ
               ADD SRC-REJECT-COUNT (SRC-IDX) TO WS-TOTAL-REJECTS
               MOVE SPACES TO ANLRPT-LINE
               STRING "  " DELIMITED BY SIZE
                       SRC-SYSTEM (SRC-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       "TOTAL   " DELIMITED BY SIZE
                       SRC-READ-COUNT (SRC-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SRC-REJECT-COUNT (SRC-IDX) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-RATE-EDIT DELIMITED BY SIZE
                       INTO ANLRPT-LINE
               WRITE ANLRPT-LINE
           END-PERFORM.

       8110-WRITE-RUN-RATE-LINE.
           MOVE 0 TO WS-RATE
           IF SR-READ-COUNT (SR-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   SR-REJECT-COUNT (SR-IDX) * 100
                       / SR-READ-COUNT (SR-IDX)
           END-IF
           MOVE WS-RATE TO WS-RATE-EDIT
           MOVE SPACES TO ANLRPT-LINE
           STRING "  " DELIMITED BY SIZE
                   SR-SOURCE (SR-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SR-DATE (SR-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SR-READ-COUNT (SR-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   SR-REJECT-COUNT (SR-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE.

       8200-WRITE-PARETO-SECTION.
           MOVE SPACES TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           MOVE "REJECT REASONS BY SOURCE SYSTEM (PARETO):"
               TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-COUNT
               IF SRC-PARETO-TOTAL (SRC-IDX) > 0
                   MOVE SPACES TO ANLRPT-LINE
                   STRING "  " DELIMITED BY SIZE
                           SRC-SYSTEM (SRC-IDX) DELIMITED BY SIZE
                           "  REJECTS HELD IN SUSPENSE : "
                               DELIMITED BY SIZE
                           SRC-PARETO-TOTAL (SRC-IDX)
                               DELIMITED BY SIZE
                           INTO ANLRPT-LINE
                   WRITE ANLRPT-LINE
                   MOVE SPACES TO ANLRPT-LINE
                   MOVE "    REASON     COUNT       PCT     CUM PCT"
                       TO ANLRPT-LINE
                   WRITE ANLRPT-LINE
                   MOVE 0 TO WS-CUM-COUNT
                   MOVE 1 TO WS-BEST-COUNT
                   PERFORM 8210-WRITE-NEXT-REASON
                       UNTIL WS-BEST-COUNT = 0
               END-IF
           END-PERFORM.

       8210-WRITE-NEXT-REASON.
           MOVE 0 TO WS-BEST-COUNT
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PARETO-COUNT
               IF PT-SOURCE (PT-IDX) = SRC-SYSTEM (SRC-IDX)
                  AND NOT PT-PRINTED (PT-IDX)
                  AND PT-COUNT (PT-IDX) > WS-BEST-COUNT
                   MOVE PT-COUNT (PT-IDX) TO WS-BEST-COUNT
                   SET WS-BEST-IDX TO PT-IDX
               END-IF
           END-PERFORM
           IF WS-BEST-COUNT > 0
               SET PT-IDX TO WS-BEST-IDX
               SET PT-PRINTED (PT-IDX) TO TRUE
               IF WS-CUM-COUNT = 0
                   MOVE PT-REASON (PT-IDX) TO SRC-TOP-REASON (SRC-IDX)
                   MOVE PT-COUNT (PT-IDX) TO SRC-TOP-COUNT (SRC-IDX)
               END-IF
               ADD PT-COUNT (PT-IDX) TO WS-CUM-COUNT
               COMPUTE WS-PCT ROUNDED =
                   PT-COUNT (PT-IDX) * 100 / SRC-PARETO-TOTAL (SRC-IDX)
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-COUNT * 100 / SRC-PARETO-TOTAL (SRC-IDX)
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-CUM-PCT TO WS-CUM-EDIT
               MOVE SPACES TO ANLRPT-LINE
               STRING "    " DELIMITED BY SIZE
                       PT-REASON (PT-IDX) DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       PT-COUNT (PT-IDX) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-PCT-EDIT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-CUM-EDIT DELIMITED BY SIZE
                       INTO ANLRPT-LINE
               WRITE ANLRPT-LINE
           END-IF.

       8300-WRITE-OFFENDER-SECTION.
           MOVE SPACES TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           MOVE "REPEAT OFFENDERS:" TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "  REJECTED ON " DELIMITED BY SIZE
                   WS-REPEAT-DATES DELIMITED BY SIZE
                   " OR MORE DATES, OR RECYCLED " DELIMITED BY SIZE
                   WS-REPEAT-RECYCLES DELIMITED BY SIZE
                   " OR MORE TIMES" DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           MOVE "  NOMBRE                APELLIDO              DATES"
               TO ANLRPT-LINE
           MOVE "RECYCLED  LAST SOURCE" TO ANLRPT-LINE (55:21)
           WRITE ANLRPT-LINE
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > OFFENDER-COUNT
               IF OF-DATE-COUNT (OF-IDX) NOT < WS-REPEAT-DATES
                  OR OF-RECYCLE-COUNT (OF-IDX) NOT < WS-REPEAT-RECYCLES
                   PERFORM 8310-WRITE-OFFENDER-LINE
               END-IF
           END-PERFORM.

       8310-WRITE-OFFENDER-LINE.
           ADD 1 TO WS-OFFENDER-LISTED
           MOVE SPACES TO ANLRPT-LINE
           MOVE OF-NOMBRE (OF-IDX) TO ANLRPT-LINE (3:20)
           MOVE OF-APELLIDO (OF-IDX) TO ANLRPT-LINE (25:20)
           MOVE OF-DATE-COUNT (OF-IDX) TO ANLRPT-LINE (47:4)
           MOVE OF-RECYCLE-COUNT (OF-IDX) TO ANLRPT-LINE (55:4)
           MOVE OF-LAST-SOURCE (OF-IDX) TO ANLRPT-LINE (65:8)
           WRITE ANLRPT-LINE
           IF OF-LAST-SOURCE (OF-IDX) NOT = SPACES
               MOVE OF-LAST-SOURCE (OF-IDX) TO WS-WORK-SOURCE
               PERFORM 2300-FIND-SOURCE
               IF ENTRY-FOUND
                   ADD 1 TO SRC-OFFENDERS (SRC-IDX)
               END-IF
           END-IF.

       8400-WRITE-ANALYSIS-TOTALS.
           MOVE SPACES TO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "RUNHIST RECORDS READ . . . . : " DELIMITED BY SIZE
                   WS-RUNHIST-READ                  DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "SUSPENSE RECORDS READ  . . . : " DELIMITED BY SIZE
                   WS-SUSPENSE-READ                 DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "CUSTRCYC RECORDS READ  . . . : " DELIMITED BY SIZE
                   WS-RECYCLE-READ                  DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "FEED RECORDS READ IN WINDOW  : " DELIMITED BY SIZE
                   WS-TOTAL-READ                    DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "FEED REJECTS IN WINDOW . . . : " DELIMITED BY SIZE
                   WS-TOTAL-REJECTS                 DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "DISTINCT REJECTS IN SUSPENSE : " DELIMITED BY SIZE
                   WS-REJECTS-IN-WINDOW             DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "ITEMS RECYCLED IN WINDOW . . : " DELIMITED BY SIZE
                   WS-RECYCLES-IN-WINDOW            DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           MOVE SPACES TO ANLRPT-LINE
           STRING "REPEAT OFFENDERS LISTED  . . : " DELIMITED BY SIZE
                   WS-OFFENDER-LISTED               DELIMITED BY SIZE
                   INTO ANLRPT-LINE
           WRITE ANLRPT-LINE
           IF TABLE-OVERFLOW
               MOVE SPACES TO ANLRPT-LINE
               MOVE "*** A WORK TABLE FILLED - ANALYSIS IS INCOMPLETE"
                   TO ANLRPT-LINE
               WRITE ANLRPT-LINE
           END-IF.

       8500-EXTEND-DAILY-EXTRACT.
           OPEN INPUT DAILY-EXTRACT
           IF WS-EXTRACT-STATUS = "35"
               DISPLAY "DAYEXTR NOT PRESENT"
                   " - FEED QUALITY EXTRACT SKIPPED"
           ELSE
             IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "DAILY-EXTRACT OPEN FAILED, STATUS = "
                   WS-EXTRACT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-EXTRACT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
             ELSE
               READ DAILY-EXTRACT
                   AT END
                       SET EOF-EXTRACT TO TRUE
               END-READ
               IF NOT EOF-EXTRACT
                   READ DAILY-EXTRACT
                       AT END
                           SET EOF-EXTRACT TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL EOF-EXTRACT
                   ADD 1 TO WS-EXTRACT-COUNT
                   READ DAILY-EXTRACT
                       AT END
                           SET EOF-EXTRACT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DAILY-EXTRACT
               OPEN EXTEND DAILY-EXTRACT
               IF WS-EXTRACT-STATUS NOT = "00"
                   DISPLAY "DAILY-EXTRACT EXTEND FAILED, STATUS = "
                       WS-EXTRACT-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-EXTRACT-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
               PERFORM 8510-WRITE-FEED-QUALITY
                   VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-COUNT
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "T" TO EX-RECORD-TYPE
               MOVE WS-EXTRACT-COUNT TO EX-RECORD-COUNT
               WRITE EXTRACT-RECORD
               CLOSE DAILY-EXTRACT
             END-IF
           END-IF.

       8510-WRITE-FEED-QUALITY.
           MOVE 0 TO WS-RATE
           IF SRC-READ-COUNT (SRC-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   SRC-REJECT-COUNT (SRC-IDX) * 100
                       / SRC-READ-COUNT (SRC-IDX)
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "Q" TO EX-RECORD-TYPE
           MOVE SRC-SYSTEM (SRC-IDX)       TO EX-QS-SOURCE
           MOVE SRC-RUNS (SRC-IDX)         TO EX-QS-RUNS
           MOVE SRC-READ-COUNT (SRC-IDX)   TO EX-QS-READ
           MOVE SRC-REJECT-COUNT (SRC-IDX) TO EX-QS-REJECTS
           MOVE WS-RATE                    TO EX-QS-RATE
           MOVE SRC-TOP-REASON (SRC-IDX)   TO EX-QS-TOP-REASON
           MOVE SRC-TOP-COUNT (SRC-IDX)    TO EX-QS-TOP-COUNT
           MOVE SRC-OFFENDERS (SRC-IDX)    TO EX-QS-OFFENDERS
           MOVE WS-CUTOFF-DATE             TO EX-QS-FROM-DATE
           MOVE WS-LAST-DATE               TO EX-QS-TO-DATE
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

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
               MOVE "REJECT-ANALYSIS"
                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-LAST-DATE TO OPS-BUSINESS-DATE
               ADD WS-RUNHIST-READ WS-SUSPENSE-READ WS-RECYCLE-READ
                   GIVING WS-OPS-READ-COUNT
               MOVE WS-OPS-READ-COUNT TO OPS-READ-COUNT
               MOVE SOURCE-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-OFFENDER-LISTED TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE RUN-HISTORY
           CLOSE SUSPENSE-IN
           CLOSE RECYCLE-IN
           CLOSE ANALYSIS-REPORT.
       END PROGRAM REJECT-ANALYSIS.
