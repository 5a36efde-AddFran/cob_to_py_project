       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-RECEIPT-QUERY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-CARD ASSIGN TO "QRYCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRYCARD-STATUS.
           SELECT FEED-HISTORY ASSIGN TO "FEEDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDHIST-STATUS.
           SELECT QUERY-REPORT ASSIGN TO "FEEDQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRYRPT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  QUERY-CARD-RECORD.
           02 QC-SOURCE-SYSTEM  PIC X(8).
           02 QC-FROM-DATE      PIC 9(8).
           02 QC-TO-DATE        PIC 9(8).
           02 QC-EXCEPTIONS-ONLY PIC X.
           02 FILLER            PIC X(55).

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

       FD  QUERY-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  QRYRPT-LINE          PIC X(100).

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
           02 WS-QRYCARD-STATUS  PIC XX VALUE "00".
           02 WS-FEEDHIST-STATUS PIC XX VALUE "00".
           02 WS-QRYRPT-STATUS   PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-HISTORY-SW  PIC X  VALUE "N".
               88 EOF-HISTORY         VALUE "Y".
           02 WS-SELECT-SW       PIC X  VALUE "N".
               88 RECEIPT-SELECTED    VALUE "Y".
       01 WS-QUERY-SOURCE       PIC X(8) VALUE SPACES.
       01 WS-QUERY-FROM-DATE    PIC 9(8) VALUE 0.
       01 WS-QUERY-TO-DATE      PIC 9(8) VALUE 99999999.
       01 WS-QUERY-EXCEPTIONS   PIC X VALUE "N".
           88 EXCEPTIONS-ONLY        VALUE "Y".
       01 WS-STATUS-TEXT        PIC X(8).
       01 WS-EXCEPTION-TEXT     PIC X(30).
       01 WS-EXCEPTION-PTR      PIC 9(2).
       01 WS-CONTROL-TOTALS.
           02 WS-HISTORY-READ    PIC 9(6) VALUE 0.
           02 WS-SELECTED-COUNT  PIC 9(6) VALUE 0.
           02 WS-ACCEPTED-COUNT  PIC 9(6) VALUE 0.
           02 WS-EXCLUDED-COUNT  PIC 9(6) VALUE 0.
           02 WS-HELD-COUNT      PIC 9(6) VALUE 0.
           02 WS-MISSING-COUNT   PIC 9(6) VALUE 0.
           02 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECEIPT UNTIL EOF-HISTORY
           PERFORM 8000-WRITE-QUERY-TOTALS
           PERFORM 9000-TERMINATE
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT QUERY-CARD
           IF WS-QRYCARD-STATUS = "00"
               READ QUERY-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QC-SOURCE-SYSTEM TO WS-QUERY-SOURCE
                       IF QC-FROM-DATE NUMERIC
                           MOVE QC-FROM-DATE TO WS-QUERY-FROM-DATE
                       END-IF
                       IF QC-TO-DATE NUMERIC AND QC-TO-DATE > 0
                           MOVE QC-TO-DATE TO WS-QUERY-TO-DATE
                       END-IF
                       IF QC-EXCEPTIONS-ONLY = "Y"
                           SET EXCEPTIONS-ONLY TO TRUE
                       END-IF
               END-READ
               CLOSE QUERY-CARD
           END-IF
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
           END-IF
           OPEN OUTPUT QUERY-REPORT
           IF WS-QRYRPT-STATUS NOT = "00"
               DISPLAY "QUERY-REPORT OPEN FAILED, STATUS = "
                   WS-QRYRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-QRYRPT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO QRYRPT-LINE
           MOVE "FEED-RECEIPT-QUERY - FEED RECEIPT HISTORY"
               TO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           IF WS-QUERY-SOURCE = SPACES
               MOVE "SOURCE SYSTEM  . . . . . . . : ALL" TO QRYRPT-LINE
           ELSE
               STRING "SOURCE SYSTEM  . . . . . . . : "
                           DELIMITED BY SIZE
                       WS-QUERY-SOURCE DELIMITED BY SIZE
                       INTO QRYRPT-LINE
           END-IF
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "RUN DATES  . . . . . . . . . : " DELIMITED BY SIZE
                   WS-QUERY-FROM-DATE               DELIMITED BY SIZE
                   " TO "                           DELIMITED BY SIZE
                   WS-QUERY-TO-DATE                 DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE
           IF EXCEPTIONS-ONLY
               MOVE SPACES TO QRYRPT-LINE
               MOVE "EXCEPTIONS ONLY" TO QRYRPT-LINE
               WRITE QRYRPT-LINE
           END-IF
           MOVE SPACES TO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           MOVE "RUN DATE  SOURCE    BUS DATE  INPUT     DETAILS"
               TO QRYRPT-LINE
           MOVE "AGE HASH  STATUS    SEV  EXCEPTIONS"
               TO QRYRPT-LINE (50:35)
           WRITE QRYRPT-LINE
           IF NOT EOF-HISTORY
               READ FEED-HISTORY
                   AT END
                       SET EOF-HISTORY TO TRUE
               END-READ
           END-IF.

       2000-PROCESS-RECEIPT.
           ADD 1 TO WS-HISTORY-READ
           SET RECEIPT-SELECTED TO TRUE
           IF WS-QUERY-SOURCE NOT = SPACES
              AND FH-SOURCE-SYSTEM NOT = WS-QUERY-SOURCE
               MOVE "N" TO WS-SELECT-SW
           END-IF
           IF FH-RUN-DATE < WS-QUERY-FROM-DATE
              OR FH-RUN-DATE > WS-QUERY-TO-DATE
               MOVE "N" TO WS-SELECT-SW
           END-IF
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE 1 TO WS-EXCEPTION-PTR
           IF FH-LATE-FLAG = "Y"
               STRING "LATE " DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
                   WITH POINTER WS-EXCEPTION-PTR
           END-IF
           IF FH-RANGE-FLAG = "Y"
               STRING "RANGE " DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
                   WITH POINTER WS-EXCEPTION-PTR
           END-IF
           IF FH-DUP-FLAG = "Y"
               STRING "RESUB " DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
                   WITH POINTER WS-EXCEPTION-PTR
           END-IF
           IF FH-UNSCHED-FLAG = "Y"
               STRING "UNSCHED " DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
                   WITH POINTER WS-EXCEPTION-PTR
           END-IF
           IF FH-MISSING
               STRING "MISSING " DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
                   WITH POINTER WS-EXCEPTION-PTR
           END-IF
           IF EXCEPTIONS-ONLY AND WS-EXCEPTION-TEXT = SPACES
               MOVE "N" TO WS-SELECT-SW
           END-IF
           IF RECEIPT-SELECTED
               PERFORM 2100-WRITE-RECEIPT-LINE
           END-IF
           READ FEED-HISTORY
               AT END
                   SET EOF-HISTORY TO TRUE
           END-READ.

       2100-WRITE-RECEIPT-LINE.
           ADD 1 TO WS-SELECTED-COUNT
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           EVALUATE TRUE
               WHEN FH-ACCEPTED
                   MOVE "ACCEPTED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN FH-EXCLUDED
                   MOVE "EXCLUDED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-EXCLUDED-COUNT
               WHEN FH-HELD
                   MOVE "HELD" TO WS-STATUS-TEXT
                   ADD 1 TO WS-HELD-COUNT
               WHEN FH-MISSING
                   MOVE "MISSING" TO WS-STATUS-TEXT
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   MOVE FH-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO QRYRPT-LINE
           MOVE FH-RUN-DATE      TO QRYRPT-LINE (1:8)
           MOVE FH-SOURCE-SYSTEM TO QRYRPT-LINE (11:8)
           MOVE FH-BUSINESS-DATE TO QRYRPT-LINE (21:8)
           MOVE FH-INPUT-DD      TO QRYRPT-LINE (31:8)
           MOVE FH-DETAIL-COUNT  TO QRYRPT-LINE (41:6)
           MOVE FH-AGE-HASH      TO QRYRPT-LINE (50:8)
           MOVE WS-STATUS-TEXT   TO QRYRPT-LINE (60:8)
           MOVE FH-SEVERITY      TO QRYRPT-LINE (71:1)
           MOVE WS-EXCEPTION-TEXT TO QRYRPT-LINE (75:26)
           WRITE QRYRPT-LINE.

       8000-WRITE-QUERY-TOTALS.
           MOVE SPACES TO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "HISTORY RECORDS READ . . . . : " DELIMITED BY SIZE
                   WS-HISTORY-READ                  DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "RECEIPTS SELECTED  . . . . . : " DELIMITED BY SIZE
                   WS-SELECTED-COUNT                DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "  ACCEPTED . . . . . . . . . : " DELIMITED BY SIZE
                   WS-ACCEPTED-COUNT                DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "  EXCLUDED . . . . . . . . . : " DELIMITED BY SIZE
                   WS-EXCLUDED-COUNT                DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "  HELD . . . . . . . . . . . : " DELIMITED BY SIZE
                   WS-HELD-COUNT                    DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "  MISSING  . . . . . . . . . : " DELIMITED BY SIZE
                   WS-MISSING-COUNT                 DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE
           MOVE SPACES TO QRYRPT-LINE
           STRING "RECEIPTS WITH EXCEPTIONS . . : " DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT               DELIMITED BY SIZE
                   INTO QRYRPT-LINE
           WRITE QRYRPT-LINE.

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
               MOVE "FEED-RECEIPT-QUERY"
                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-QUERY-FROM-DATE TO OPS-BUSINESS-DATE
               MOVE WS-HISTORY-READ TO OPS-READ-COUNT
               MOVE WS-SELECTED-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-EXCEPTION-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           IF WS-FEEDHIST-STATUS NOT = "35"
               CLOSE FEED-HISTORY
           END-IF
           CLOSE QUERY-REPORT.
       END PROGRAM FEED-RECEIPT-QUERY.
