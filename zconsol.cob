           SELECT CONSOL-REPORT ASSIGN TO "CONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONRPT-STATUS.
           SELECT FEED-SCHEDULE ASSIGN TO "FEEDSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSCHD-STATUS.
           SELECT DATE-CARD ASSIGN TO "DATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT FEED-HISTORY ASSIGN TO "FEEDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDHIST-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  CONRPT-LINE         PIC X(80).

       FD  FEED-SCHEDULE
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-SCHEDULE-RECORD.
           02 FS-SOURCE-SYSTEM  PIC X(8).
           02 FS-DAY-FLAGS      PIC X(7).
           02 FS-MIN-COUNT      PIC 9(6).
           02 FS-MAX-COUNT      PIC 9(6).
           02 FS-LAG-DAYS       PIC 9(2).
           02 FS-SEVERITY       PIC X.
           02 FILLER            PIC X(50).

       FD  DATE-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DATE-CARD-RECORD.
           02 DC-BUSINESS-DATE PIC 9(8).
           02 FILLER           PIC X(72).

       FD  FEED-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-HISTORY-RECORD.
           02 FH-RUN-DATE       PIC 9(8).
           02 FH-TIMESTAMP      PIC X(14).
           02 FH-SOURCE-SYSTEM  PIC X(8).
           02 FH-BUSINESS-DATE  PIC 9(8).
           02 FH-INPUT-DD       PIC X(8).
           02 FH-DETAIL-COUNT   PIC 9(6).
           02 FH-AGE-HASH       PIC 9(8).
           02 FH-STATUS         PIC X.
               88 FH-ACCEPTED        VALUE "A".
               88 FH-EXCLUDED        VALUE "X".
               88 FH-HELD            VALUE "H".
               88 FH-MISSING         VALUE "M".
           02 FH-LATE-FLAG      PIC X.
           02 FH-RANGE-FLAG     PIC X.
           02 FH-DUP-FLAG       PIC X.
           02 FH-UNSCHED-FLAG   PIC X.
           02 FH-SEVERITY       PIC X.
           02 FILLER            PIC X(14).

       FD  OPS-JOURNAL
           RECORD CONTAINS 80 CHARACTERS.
       01  OPS-JOURNAL-RECORD.
           02 WS-SRC3-STATUS     PIC XX VALUE "00".
           02 WS-MERGED-STATUS   PIC XX VALUE "00".
           02 WS-CONRPT-STATUS   PIC XX VALUE "00".
           02 WS-FEEDSCHD-STATUS PIC XX VALUE "00".
           02 WS-DATECARD-STATUS PIC XX VALUE "00".
           02 WS-FEEDHIST-STATUS PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
               88 TRAILER-SEEN        VALUE "Y".
           02 WS-HDR-WRITTEN-SW  PIC X  VALUE "N".
               88 HEADER-WRITTEN      VALUE "Y".
           02 WS-EOF-SCHEDULE-SW PIC X  VALUE "N".
               88 EOF-SCHEDULE        VALUE "Y".
           02 WS-EOF-HISTORY-SW  PIC X  VALUE "N".
               88 EOF-HISTORY         VALUE "Y".
           02 WS-FOUND-SW        PIC X  VALUE "N".
               88 ENTRY-FOUND         VALUE "Y".
           02 WS-BATCH-HOLD-SW   PIC X  VALUE "N".
               88 BATCH-HELD          VALUE "Y".
           02 WS-FEED-WARNING-SW PIC X  VALUE "N".
               88 FEED-WARNING        VALUE "Y".
           02 WS-FEED-EXCLUDED-SW PIC X VALUE "N".
               88 FEED-EXCLUDED       VALUE "Y".
       01 WS-INPUT-RECORD.
           02 IN-RECORD-TYPE PIC X.
               88 IN-HEADER-RECORD  VALUE "H".
               03 WS-SRC-COUNT   PIC 9(6).
               03 WS-SRC-SKIP-SW PIC X.
                   88 SRC-SKIPPED     VALUE "Y".
               03 WS-SRC-HDR-SW  PIC X.
                   88 SRC-HEADER-FOUND VALUE "Y".
               03 WS-SRC-DATE    PIC 9(8).
               03 WS-SRC-DETAILS PIC 9(6).
               03 WS-SRC-HASH    PIC 9(8).
               03 WS-SRC-SEVERITY PIC X.
               03 WS-SRC-LATE-SW PIC X.
                   88 SRC-LATE        VALUE "Y".
               03 WS-SRC-RANGE-SW PIC X.
                   88 SRC-OUT-OF-RANGE VALUE "Y".
               03 WS-SRC-DUP-SW  PIC X.
                   88 SRC-RESUBMITTED VALUE "Y".
               03 WS-SRC-UNSCHED-SW PIC X.
                   88 SRC-UNSCHEDULED VALUE "Y".
               03 WS-SRC-EXCLUDE-SW PIC X.
                   88 SRC-EXCLUDED    VALUE "Y".
       01 WS-SOURCE-DD          PIC X(8).
       01 WS-SCAN-IDX           PIC 9.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-DAY-NUMBER     PIC 9(7) VALUE 0.
       01 WS-RUN-WEEKDAY        PIC 9 VALUE 0.
       01 WS-EXPECTED-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-HISTORY-SLOT       PIC 9(4) VALUE 0.
       01 WS-HISTORY-DROPPED    PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-EXCEPTION-TEXT     PIC X(12).
       01 WS-ACTION-TEXT        PIC X(10).
       01 WS-EXCEPTION-COUNT    PIC 9(4) VALUE 0.
       01 WS-DAY-NUMBER-WORK.
           02 WS-DN-DATE         PIC 9(8).
           02 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
               03 WS-DN-YEAR      PIC 9(4).
               03 WS-DN-MONTH     PIC 9(2).
               03 WS-DN-DAY       PIC 9(2).
           02 WS-DN-Y            PIC 9(4).
           02 WS-DN-M            PIC 9(2).
           02 WS-DN-QUOTIENT     PIC 9(7).
           02 WS-DN-REMAINDER    PIC 9(3).
           02 WS-DN-RESULT       PIC 9(7).
       01 SCHEDULE-TABLE.
           02 SCHEDULE-COUNT PIC 9(2) VALUE 0.
           02 SC-ENTRY OCCURS 0 TO 50 TIMES
                       DEPENDING ON SCHEDULE-COUNT
                       INDEXED BY SC-IDX.
               03 SC-SOURCE-SYSTEM PIC X(8).
               03 SC-DAY-FLAGS.
                   04 SC-DAY-FLAG  PIC X OCCURS 7 TIMES.
               03 SC-MIN-COUNT     PIC 9(6).
               03 SC-MAX-COUNT     PIC 9(6).
               03 SC-LAG-DAYS      PIC 9(2).
               03 SC-SEVERITY      PIC X.
               03 SC-RECEIVED-SW   PIC X.
                   88 SC-RECEIVED       VALUE "Y".
               03 SC-MISSING-SW    PIC X.
                   88 SC-MISSING        VALUE "Y".
       01 HISTORY-TABLE.
           02 HISTORY-COUNT PIC 9(4) VALUE 0.
           02 FHT-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON HISTORY-COUNT
                       INDEXED BY FHT-IDX.
               03 FHT-SOURCE-SYSTEM PIC X(8).
               03 FHT-BUSINESS-DATE PIC 9(8).
               03 FHT-AGE-HASH      PIC 9(8).
               03 FHT-DAY-NUMBER    PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 1500-PRESCAN-SOURCE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 3
           PERFORM 1700-SET-RUN-DATE
           PERFORM 1800-CHECK-FEED-SCHEDULE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 3
           PERFORM 1900-CHECK-MISSING-FEED
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SCHEDULE-COUNT
           PERFORM 2000-CONSOLIDATE-SOURCE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 3
           IF NOT HEADER-WRITTEN
               DISPLAY "CONSOL: NO SOURCE BATCHES PRESENT"
                   " - RUN ABORTED"
               PERFORM 8200-WRITE-CONSOL-REPORT
               PERFORM 8400-WRITE-FEED-HISTORY
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
           END-IF
           PERFORM 8000-WRITE-MERGED-TRAILER
           PERFORM 8200-WRITE-CONSOL-REPORT
           PERFORM 8400-WRITE-FEED-HISTORY
           PERFORM 9000-TERMINATE
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
               MOVE SPACES TO WS-SRC-NAME (WS-SOURCE-IDX)
               MOVE 0      TO WS-SRC-COUNT (WS-SOURCE-IDX)
               MOVE "N"    TO WS-SRC-SKIP-SW (WS-SOURCE-IDX)
               MOVE "N"    TO WS-SRC-HDR-SW (WS-SOURCE-IDX)
               MOVE 0      TO WS-SRC-DATE (WS-SOURCE-IDX)
               MOVE 0      TO WS-SRC-DETAILS (WS-SOURCE-IDX)
               MOVE 0      TO WS-SRC-HASH (WS-SOURCE-IDX)
               MOVE SPACES TO WS-SRC-SEVERITY (WS-SOURCE-IDX)
               MOVE "N"    TO WS-SRC-LATE-SW (WS-SOURCE-IDX)
               MOVE "N"    TO WS-SRC-RANGE-SW (WS-SOURCE-IDX)
               MOVE "N"    TO WS-SRC-DUP-SW (WS-SOURCE-IDX)
               MOVE "N"    TO WS-SRC-UNSCHED-SW (WS-SOURCE-IDX)
               MOVE "N"    TO WS-SRC-EXCLUDE-SW (WS-SOURCE-IDX)
           END-PERFORM
           OPEN INPUT SOURCE-ONE
           IF WS-SRC1-STATUS = "35"
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN INPUT DATE-CARD
           IF WS-DATECARD-STATUS = "00"
               READ DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-BUSINESS-DATE NUMERIC
                          AND DC-BUSINESS-DATE > 0
                           MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE DATE-CARD
           END-IF
           OPEN INPUT FEED-SCHEDULE
           IF WS-FEEDSCHD-STATUS NOT = "00"
               DISPLAY "FEED-SCHEDULE OPEN FAILED, STATUS = "
                   WS-FEEDSCHD-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-FEEDSCHD-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-SCHEDULE UNTIL EOF-SCHEDULE
           CLOSE FEED-SCHEDULE
           OPEN INPUT FEED-HISTORY
           IF WS-FEEDHIST-STATUS = "35"
               SET EOF-HISTORY TO TRUE
           ELSE
               IF WS-FEEDHIST-STATUS NOT = "00"
                   DISPLAY "FEED-HISTORY OPEN FAILED, STATUS = "
                       WS-FEEDHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-FEEDHIST-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
               PERFORM 1200-LOAD-HISTORY UNTIL EOF-HISTORY
               CLOSE FEED-HISTORY
               IF WS-HISTORY-DROPPED > 0
                   DISPLAY "CONSOL: FEED HISTORY TABLE FULL - "
                       WS-HISTORY-DROPPED
                       " OLDEST RECEIPTS NOT CHECKED"
               END-IF
           END-IF.

       1100-LOAD-SCHEDULE.
           READ FEED-SCHEDULE
               AT END
                   SET EOF-SCHEDULE TO TRUE
               NOT AT END
                   IF SCHEDULE-COUNT >= 50
                       DISPLAY "CONSOL: FEED SCHEDULE TABLE FULL - "
                           FS-SOURCE-SYSTEM " IGNORED"
                   ELSE
                       ADD 1 TO SCHEDULE-COUNT
                       SET SC-IDX TO SCHEDULE-COUNT
                       MOVE FS-SOURCE-SYSTEM
                         TO SC-SOURCE-SYSTEM (SC-IDX)
                       MOVE FS-DAY-FLAGS TO SC-DAY-FLAGS (SC-IDX)
                       MOVE 0 TO SC-MIN-COUNT (SC-IDX)
                       MOVE 999999 TO SC-MAX-COUNT (SC-IDX)
                       MOVE 0 TO SC-LAG-DAYS (SC-IDX)
                       IF FS-MIN-COUNT NUMERIC
                           MOVE FS-MIN-COUNT TO SC-MIN-COUNT (SC-IDX)
                       END-IF
                       IF FS-MAX-COUNT NUMERIC
                           MOVE FS-MAX-COUNT TO SC-MAX-COUNT (SC-IDX)
                       END-IF
                       IF FS-LAG-DAYS NUMERIC
                           MOVE FS-LAG-DAYS TO SC-LAG-DAYS (SC-IDX)
                       END-IF
                       MOVE FS-SEVERITY TO SC-SEVERITY (SC-IDX)
                       IF SC-SEVERITY (SC-IDX) NOT = "H"
                          AND SC-SEVERITY (SC-IDX) NOT = "P"
                           MOVE "W" TO SC-SEVERITY (SC-IDX)
                       END-IF
                       MOVE "N" TO SC-RECEIVED-SW (SC-IDX)
                       MOVE "N" TO SC-MISSING-SW (SC-IDX)
                   END-IF
           END-READ.

       1200-LOAD-HISTORY.
           READ FEED-HISTORY
               AT END
                   SET EOF-HISTORY TO TRUE
               NOT AT END
                   IF FH-ACCEPTED
                      AND FH-BUSINESS-DATE NUMERIC
                      AND FH-BUSINESS-DATE > 0
                       IF HISTORY-COUNT < 5000
                           ADD 1 TO HISTORY-COUNT
                           MOVE HISTORY-COUNT TO WS-HISTORY-SLOT
                       ELSE
                           ADD 1 TO WS-HISTORY-DROPPED
                           IF WS-HISTORY-SLOT >= 5000
                               MOVE 1 TO WS-HISTORY-SLOT
                           ELSE
                               ADD 1 TO WS-HISTORY-SLOT
                           END-IF
                       END-IF
                       SET FHT-IDX TO WS-HISTORY-SLOT
                       MOVE FH-SOURCE-SYSTEM
                         TO FHT-SOURCE-SYSTEM (FHT-IDX)
                       MOVE FH-BUSINESS-DATE
                         TO FHT-BUSINESS-DATE (FHT-IDX)
                       MOVE FH-AGE-HASH TO FHT-AGE-HASH (FHT-IDX)
                       MOVE FH-BUSINESS-DATE TO WS-DN-DATE
                       PERFORM 7000-COMPUTE-DAY-NUMBER
                       MOVE WS-DN-RESULT
                         TO FHT-DAY-NUMBER (FHT-IDX)
                   END-IF
           END-READ.

       1500-PRESCAN-SOURCE.
           IF NOT SRC-SKIPPED (WS-SOURCE-IDX)
               MOVE "N" TO WS-EOF-SOURCE-SW
               PERFORM 2100-READ-SOURCE
               PERFORM 1510-PRESCAN-RECORD UNTIL EOF-SOURCE
               PERFORM 1600-REOPEN-SOURCE
           END-IF.

       1510-PRESCAN-RECORD.
           EVALUATE TRUE
               WHEN IN-HEADER-RECORD
                   IF NOT SRC-HEADER-FOUND (WS-SOURCE-IDX)
                       SET SRC-HEADER-FOUND (WS-SOURCE-IDX) TO TRUE
                       MOVE IN-SOURCE-SYSTEM
                         TO WS-SRC-NAME (WS-SOURCE-IDX)
                       IF IN-BUSINESS-DATE NUMERIC
                           MOVE IN-BUSINESS-DATE
                             TO WS-SRC-DATE (WS-SOURCE-IDX)
                       END-IF
                   END-IF
               WHEN IN-DETAIL-RECORD
                   ADD 1 TO WS-SRC-DETAILS (WS-SOURCE-IDX)
               WHEN IN-TRAILER-RECORD
                   IF IN-AGE-HASH NUMERIC
                       MOVE IN-AGE-HASH TO WS-SRC-HASH (WS-SOURCE-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-SOURCE.

       1600-REOPEN-SOURCE.
           EVALUATE WS-SOURCE-IDX
               WHEN 1
                   CLOSE SOURCE-ONE
                   OPEN INPUT SOURCE-ONE
                   IF WS-SRC1-STATUS NOT = "00"
                       DISPLAY "SOURCE-ONE OPEN FAILED, STATUS = "
                           WS-SRC1-STATUS
                       MOVE 12 TO RETURN-CODE
                       MOVE WS-SRC1-STATUS TO WS-OPS-FATAL-STATUS
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
               WHEN 2
                   CLOSE SOURCE-TWO
                   OPEN INPUT SOURCE-TWO
                   IF WS-SRC2-STATUS NOT = "00"
                       DISPLAY "SOURCE-TWO OPEN FAILED, STATUS = "
                           WS-SRC2-STATUS
                       MOVE 12 TO RETURN-CODE
                       MOVE WS-SRC2-STATUS TO WS-OPS-FATAL-STATUS
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
               WHEN 3
                   CLOSE SOURCE-THREE
                   OPEN INPUT SOURCE-THREE
                   IF WS-SRC3-STATUS NOT = "00"
                       DISPLAY "SOURCE-THREE OPEN FAILED, STATUS = "
                           WS-SRC3-STATUS
                       MOVE 12 TO RETURN-CODE
                       MOVE WS-SRC3-STATUS TO WS-OPS-FATAL-STATUS
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
           END-EVALUATE.

       1700-SET-RUN-DATE.
           IF WS-RUN-DATE = 0
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > 3
                   IF WS-SRC-DATE (WS-SCAN-IDX) > WS-RUN-DATE
                       MOVE WS-SRC-DATE (WS-SCAN-IDX) TO WS-RUN-DATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 7000-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER
           ADD 1 WS-RUN-DAY-NUMBER GIVING WS-DN-RESULT
           DIVIDE WS-DN-RESULT BY 7
               GIVING WS-DN-QUOTIENT REMAINDER WS-DN-REMAINDER
           ADD 1 WS-DN-REMAINDER GIVING WS-RUN-WEEKDAY.

       1800-CHECK-FEED-SCHEDULE.
           IF SRC-HEADER-FOUND (WS-SOURCE-IDX)
               MOVE "N" TO WS-FOUND-SW
               SET SC-IDX TO 1
               IF SCHEDULE-COUNT > 0
                   SEARCH SC-ENTRY
                       AT END
                           CONTINUE
                       WHEN SC-SOURCE-SYSTEM (SC-IDX)
                            = WS-SRC-NAME (WS-SOURCE-IDX)
                           SET ENTRY-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT ENTRY-FOUND
                   SET SRC-UNSCHEDULED (WS-SOURCE-IDX) TO TRUE
                   MOVE "P" TO WS-SRC-SEVERITY (WS-SOURCE-IDX)
               ELSE
                   PERFORM 1810-CHECK-SCHEDULED-FEED
               END-IF
               PERFORM 1820-CHECK-RESUBMISSION
               PERFORM 1830-APPLY-SEVERITY
           END-IF.

       1810-CHECK-SCHEDULED-FEED.
           MOVE SC-SEVERITY (SC-IDX) TO WS-SRC-SEVERITY (WS-SOURCE-IDX)
           COMPUTE WS-EXPECTED-DAY-NUMBER =
               WS-RUN-DAY-NUMBER - SC-LAG-DAYS (SC-IDX)
           IF WS-SRC-DATE (WS-SOURCE-IDX) = 0
               SET SRC-UNSCHEDULED (WS-SOURCE-IDX) TO TRUE
           ELSE
               MOVE WS-SRC-DATE (WS-SOURCE-IDX) TO WS-DN-DATE
               PERFORM 7000-COMPUTE-DAY-NUMBER
               IF WS-DN-RESULT < WS-EXPECTED-DAY-NUMBER
                   SET SRC-LATE (WS-SOURCE-IDX) TO TRUE
               ELSE
                   IF WS-DN-RESULT > WS-EXPECTED-DAY-NUMBER
                      OR SC-DAY-FLAG (SC-IDX, WS-RUN-WEEKDAY) NOT = "Y"
                       SET SRC-UNSCHEDULED (WS-SOURCE-IDX) TO TRUE
                   ELSE
                       SET SC-RECEIVED (SC-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-SRC-DETAILS (WS-SOURCE-IDX) < SC-MIN-COUNT (SC-IDX)
              OR WS-SRC-DETAILS (WS-SOURCE-IDX) > SC-MAX-COUNT (SC-IDX)
               SET SRC-OUT-OF-RANGE (WS-SOURCE-IDX) TO TRUE
           END-IF.

       1820-CHECK-RESUBMISSION.
           IF HISTORY-COUNT > 0
               SET FHT-IDX TO 1
               SEARCH FHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN FHT-SOURCE-SYSTEM (FHT-IDX)
                        = WS-SRC-NAME (WS-SOURCE-IDX)
                    AND FHT-BUSINESS-DATE (FHT-IDX)
                        = WS-SRC-DATE (WS-SOURCE-IDX)
                    AND FHT-AGE-HASH (FHT-IDX)
                        = WS-SRC-HASH (WS-SOURCE-IDX)
                       SET SRC-RESUBMITTED (WS-SOURCE-IDX) TO TRUE
               END-SEARCH
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX NOT < WS-SOURCE-IDX
               IF SRC-HEADER-FOUND (WS-SCAN-IDX)
                  AND WS-SRC-NAME (WS-SCAN-IDX)
                      = WS-SRC-NAME (WS-SOURCE-IDX)
                  AND WS-SRC-DATE (WS-SCAN-IDX)
                      = WS-SRC-DATE (WS-SOURCE-IDX)
                  AND WS-SRC-HASH (WS-SCAN-IDX)
                      = WS-SRC-HASH (WS-SOURCE-IDX)
                   SET SRC-RESUBMITTED (WS-SOURCE-IDX) TO TRUE
               END-IF
           END-PERFORM.

       1830-APPLY-SEVERITY.
           IF SRC-LATE (WS-SOURCE-IDX)
              OR SRC-OUT-OF-RANGE (WS-SOURCE-IDX)
              OR SRC-RESUBMITTED (WS-SOURCE-IDX)
              OR SRC-UNSCHEDULED (WS-SOURCE-IDX)
               SET FEED-WARNING TO TRUE
               EVALUATE WS-SRC-SEVERITY (WS-SOURCE-IDX)
                   WHEN "H"
                       SET BATCH-HELD TO TRUE
                   WHEN "P"
                       SET SRC-EXCLUDED (WS-SOURCE-IDX) TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SRC-RESUBMITTED (WS-SOURCE-IDX)
                   SET SRC-EXCLUDED (WS-SOURCE-IDX) TO TRUE
               END-IF
               IF SRC-EXCLUDED (WS-SOURCE-IDX)
                   SET FEED-EXCLUDED TO TRUE
               END-IF
           END-IF.

       1900-CHECK-MISSING-FEED.
           IF SC-DAY-FLAG (SC-IDX, WS-RUN-WEEKDAY) = "Y"
              AND NOT SC-RECEIVED (SC-IDX)
               COMPUTE WS-EXPECTED-DAY-NUMBER =
                   WS-RUN-DAY-NUMBER - SC-LAG-DAYS (SC-IDX)
               MOVE "N" TO WS-FOUND-SW
               IF HISTORY-COUNT > 0
                   SET FHT-IDX TO 1
                   SEARCH FHT-ENTRY
                       AT END
                           CONTINUE
                       WHEN FHT-SOURCE-SYSTEM (FHT-IDX)
                            = SC-SOURCE-SYSTEM (SC-IDX)
                        AND FHT-DAY-NUMBER (FHT-IDX)
                            = WS-EXPECTED-DAY-NUMBER
                           SET ENTRY-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT ENTRY-FOUND
                   SET SC-MISSING (SC-IDX) TO TRUE
                   SET FEED-WARNING TO TRUE
                   IF SC-SEVERITY (SC-IDX) = "H"
                       SET BATCH-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-CONSOLIDATE-SOURCE.
           IF NOT SRC-SKIPPED (WS-SOURCE-IDX)
              AND NOT SRC-EXCLUDED (WS-SOURCE-IDX)
               MOVE "N" TO WS-EOF-SOURCE-SW
               MOVE "N" TO WS-HEADER-SEEN-SW
               MOVE "N" TO WS-TRAILER-SEEN-SW
               STOP RUN
           END-IF.

       7000-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YEAR TO WS-DN-Y
           MOVE WS-DN-MONTH TO WS-DN-M
           IF WS-DN-M < 3
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
           END-IF
           COMPUTE WS-DN-RESULT = 365 * WS-DN-Y + WS-DN-DAY
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-QUOTIENT
           SUBTRACT WS-DN-QUOTIENT FROM WS-DN-RESULT
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT
           COMPUTE WS-DN-QUOTIENT = 153 * (WS-DN-M - 3) + 2
           DIVIDE WS-DN-QUOTIENT BY 5 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT.

       8000-WRITE-MERGED-TRAILER.
           MOVE SPACES TO MERGED-RECORD
           MOVE "T" TO MG-RECORD-TYPE
                           " NOT PRESENT - SKIPPED" DELIMITED BY SIZE
                           INTO CONRPT-LINE
               ELSE
                 IF SRC-EXCLUDED (WS-SOURCE-IDX)
                   STRING "SOURCE " DELIMITED BY SIZE
                           WS-SOURCE-IDX DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SRC-NAME (WS-SOURCE-IDX)
                               DELIMITED BY SIZE
                           " DETAILS EXCLUDED  . : " DELIMITED BY SIZE
                           WS-SRC-DETAILS (WS-SOURCE-IDX)
                               DELIMITED BY SIZE
                           INTO CONRPT-LINE
                 ELSE
                   ADD WS-SRC-COUNT (WS-SOURCE-IDX) TO WS-SOURCE-SUM
                   STRING "SOURCE " DELIMITED BY SIZE
                           WS-SOURCE-IDX DELIMITED BY SIZE
                           WS-SRC-COUNT (WS-SOURCE-IDX)
                               DELIMITED BY SIZE
                           INTO CONRPT-LINE
                 END-IF
               END-IF
               WRITE CONRPT-LINE
           END-PERFORM
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE CONRPT-LINE
           PERFORM 8300-WRITE-FEED-EXCEPTIONS
           CLOSE CONSOL-REPORT.

       8300-WRITE-FEED-EXCEPTIONS.
           MOVE SPACES TO CONRPT-LINE
           WRITE CONRPT-LINE
           MOVE SPACES TO CONRPT-LINE
           STRING "FEED SCHEDULE RUN DATE . . . : " DELIMITED BY SIZE
                   WS-RUN-DATE                      DELIMITED BY SIZE
                   INTO CONRPT-LINE
           WRITE CONRPT-LINE
           MOVE SPACES TO CONRPT-LINE
           MOVE "FEED SCHEDULE EXCEPTIONS:" TO CONRPT-LINE
           WRITE CONRPT-LINE
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > 3
               IF SRC-HEADER-FOUND (WS-SOURCE-IDX)
                   EVALUATE TRUE
                       WHEN SRC-EXCLUDED (WS-SOURCE-IDX)
                           MOVE "EXCLUDED" TO WS-ACTION-TEXT
                       WHEN WS-SRC-SEVERITY (WS-SOURCE-IDX) = "H"
                           MOVE "BATCH HELD" TO WS-ACTION-TEXT
                       WHEN OTHER
                           MOVE "MERGED" TO WS-ACTION-TEXT
                   END-EVALUATE
                   IF SRC-LATE (WS-SOURCE-IDX)
                       MOVE "LATE" TO WS-EXCEPTION-TEXT
                       PERFORM 8310-WRITE-FEED-EXCEPTION
                   END-IF
                   IF SRC-OUT-OF-RANGE (WS-SOURCE-IDX)
                       MOVE "OUT OF RANGE" TO WS-EXCEPTION-TEXT
                       PERFORM 8310-WRITE-FEED-EXCEPTION
                   END-IF
                   IF SRC-RESUBMITTED (WS-SOURCE-IDX)
                       MOVE "RESUBMITTED" TO WS-EXCEPTION-TEXT
                       PERFORM 8310-WRITE-FEED-EXCEPTION
                   END-IF
                   IF SRC-UNSCHEDULED (WS-SOURCE-IDX)
                       MOVE "UNSCHEDULED" TO WS-EXCEPTION-TEXT
                       PERFORM 8310-WRITE-FEED-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SCHEDULE-COUNT
               IF SC-MISSING (SC-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   IF SC-SEVERITY (SC-IDX) = "H"
                       MOVE "BATCH HELD" TO WS-ACTION-TEXT
                   ELSE
                       MOVE "WARNING" TO WS-ACTION-TEXT
                   END-IF
                   MOVE SPACES TO CONRPT-LINE
                   STRING "  " DELIMITED BY SIZE
                           "        " DELIMITED BY SIZE
                           SC-SOURCE-SYSTEM (SC-IDX) DELIMITED BY SIZE
                           "          " DELIMITED BY SIZE
                           "MISSING     " DELIMITED BY SIZE
                           " SEV " DELIMITED BY SIZE
                           SC-SEVERITY (SC-IDX) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           WS-ACTION-TEXT DELIMITED BY SIZE
                           INTO CONRPT-LINE
                   WRITE CONRPT-LINE
               END-IF
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO CONRPT-LINE
               MOVE "  NONE" TO CONRPT-LINE
               WRITE CONRPT-LINE
           END-IF
           MOVE SPACES TO CONRPT-LINE
           WRITE CONRPT-LINE
           MOVE SPACES TO CONRPT-LINE
           EVALUATE TRUE
               WHEN BATCH-HELD
                   MOVE "*** BATCH HELD BY FEED SCHEDULE CONTROL ***"
                       TO CONRPT-LINE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN FEED-EXCLUDED
                   MOVE "BATCH PARTIALLY RELEASED - FEEDS EXCLUDED"
                       TO CONRPT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN FEED-WARNING
                   MOVE "BATCH RELEASED WITH FEED WARNINGS"
                       TO CONRPT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE "BATCH RELEASED" TO CONRPT-LINE
           END-EVALUATE
           WRITE CONRPT-LINE.

       8310-WRITE-FEED-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE "CUSTIN" TO WS-SOURCE-DD
           MOVE WS-SOURCE-IDX TO WS-SOURCE-DD (7:1)
           MOVE SPACES TO CONRPT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-SOURCE-DD DELIMITED BY SIZE
                   WS-SRC-NAME (WS-SOURCE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SRC-DATE (WS-SOURCE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY SIZE
                   " SEV " DELIMITED BY SIZE
                   WS-SRC-SEVERITY (WS-SOURCE-IDX) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   INTO CONRPT-LINE
           WRITE CONRPT-LINE.

       8400-WRITE-FEED-HISTORY.
           OPEN EXTEND FEED-HISTORY
           IF WS-FEEDHIST-STATUS = "35"
               OPEN OUTPUT FEED-HISTORY
           END-IF
           IF WS-FEEDHIST-STATUS NOT = "00"
               DISPLAY "FEED-HISTORY OPEN FAILED, STATUS = "
                   WS-FEEDHIST-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-FEEDHIST-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > 3
               IF SRC-HEADER-FOUND (WS-SOURCE-IDX)
                   MOVE SPACES TO FEED-HISTORY-RECORD
                   MOVE WS-RUN-DATE TO FH-RUN-DATE
                   MOVE WS-CURRENT-DATE (1:14) TO FH-TIMESTAMP
                   MOVE WS-SRC-NAME (WS-SOURCE-IDX)
                     TO FH-SOURCE-SYSTEM
                   MOVE WS-SRC-DATE (WS-SOURCE-IDX)
                     TO FH-BUSINESS-DATE
                   MOVE "CUSTIN" TO FH-INPUT-DD
                   MOVE WS-SOURCE-IDX TO FH-INPUT-DD (7:1)
                   MOVE WS-SRC-DETAILS (WS-SOURCE-IDX)
                     TO FH-DETAIL-COUNT
                   MOVE WS-SRC-HASH (WS-SOURCE-IDX) TO FH-AGE-HASH
                   EVALUATE TRUE
                       WHEN SRC-EXCLUDED (WS-SOURCE-IDX)
                           SET FH-EXCLUDED TO TRUE
                       WHEN BATCH-HELD
                           SET FH-HELD TO TRUE
                       WHEN NOT HEADER-WRITTEN
                           SET FH-HELD TO TRUE
                       WHEN OTHER
                           SET FH-ACCEPTED TO TRUE
                   END-EVALUATE
                   MOVE WS-SRC-LATE-SW (WS-SOURCE-IDX)
                     TO FH-LATE-FLAG
                   MOVE WS-SRC-RANGE-SW (WS-SOURCE-IDX)
                     TO FH-RANGE-FLAG
                   MOVE WS-SRC-DUP-SW (WS-SOURCE-IDX)
                     TO FH-DUP-FLAG
                   MOVE WS-SRC-UNSCHED-SW (WS-SOURCE-IDX)
                     TO FH-UNSCHED-FLAG
                   MOVE WS-SRC-SEVERITY (WS-SOURCE-IDX)
                     TO FH-SEVERITY
                   WRITE FEED-HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SCHEDULE-COUNT
               IF SC-MISSING (SC-IDX)
                   MOVE SPACES TO FEED-HISTORY-RECORD
                   MOVE WS-RUN-DATE TO FH-RUN-DATE
                   MOVE WS-CURRENT-DATE (1:14) TO FH-TIMESTAMP
                   MOVE SC-SOURCE-SYSTEM (SC-IDX) TO FH-SOURCE-SYSTEM
                   MOVE 0 TO FH-BUSINESS-DATE
                   MOVE 0 TO FH-DETAIL-COUNT
                   MOVE 0 TO FH-AGE-HASH
                   SET FH-MISSING TO TRUE
                   MOVE "N" TO FH-LATE-FLAG
                   MOVE "N" TO FH-RANGE-FLAG
                   MOVE "N" TO FH-DUP-FLAG
                   MOVE "N" TO FH-UNSCHED-FLAG
                   MOVE SC-SEVERITY (SC-IDX) TO FH-SEVERITY
                   WRITE FEED-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE FEED-HISTORY.

       8900-WRITE-OPS-RECORD.
           OPEN EXTEND OPS-JOURNAL
           IF WS-OPSJRNL-STATUS = "35"
