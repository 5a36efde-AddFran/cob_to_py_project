       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CARD ASSIGN TO "PNDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDCARD-STATUS.
           SELECT PENDING-APPROVAL ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO "PNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDRPT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-CARD-RECORD.
           02 PC-OVERDUE-DAYS   PIC 9(3).
           02 PC-REPORT-DATE    PIC 9(8).
           02 FILLER            PIC X(69).

       FD  PENDING-APPROVAL
           RECORD CONTAINS 260 CHARACTERS.
       01  PENDING-APPROVAL-RECORD.
           02 PA-ITEM-NUMBER    PIC 9(6).
           02 PA-TARGET         PIC X.
               88 PA-NOMBRLK-ITEM    VALUE "N".
               88 PA-CUSTMST-ITEM    VALUE "C".
           02 PA-ACTION         PIC X.
           02 PA-STATUS         PIC X.
               88 PA-PENDING         VALUE "P".
           02 PA-REQUESTER      PIC X(8).
           02 PA-REQUEST-STAMP  PIC X(14).
           02 PA-REQUEST-STAMP-R REDEFINES PA-REQUEST-STAMP.
               03 PA-REQUEST-DATE PIC 9(8).
               03 PA-REQUEST-TIME PIC X(6).
           02 PA-APPROVER       PIC X(8).
           02 PA-DECISION-STAMP PIC X(14).
           02 PA-REQUEST-DATA   PIC X(199).
           02 PA-NOMBRLK-DATA REDEFINES PA-REQUEST-DATA.
               03 PA-NL-NOMBRE   PIC A(30).
               03 FILLER         PIC X(169).
           02 PA-CUSTMST-DATA REDEFINES PA-REQUEST-DATA.
               03 PA-CT-TRAN-CODE PIC X.
               03 PA-CT-AGE      PIC X(2).
               03 PA-CT-NOMBRE   PIC A(30).
               03 PA-CT-APELLIDO PIC A(30).
               03 FILLER         PIC X(136).
           02 FILLER            PIC X(8).

       FD  PENDING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PNDRPT-LINE          PIC X(100).

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
           02 WS-PNDCARD-STATUS  PIC XX VALUE "00".
           02 WS-PENDING-STATUS  PIC XX VALUE "00".
           02 WS-PNDRPT-STATUS   PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-PENDING-SW  PIC X  VALUE "N".
               88 EOF-PENDING         VALUE "Y".
       01 WS-OVERDUE-DAYS       PIC 9(3) VALUE 3.
       01 WS-REPORT-DATE        PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-REPORT-DAY-NUMBER  PIC 9(7) VALUE 0.
       01 WS-DAYS-WAITING       PIC 9(5) VALUE 0.
       01 WS-DAYS-WAITING-OUT   PIC ZZZ9.
       01 WS-TARGET-TEXT        PIC X(7).
       01 WS-ACTION-TEXT        PIC X(6).
       01 WS-DAY-NUMBER-WORK.
           02 WS-DN-DATE         PIC 9(8).
           02 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
               03 WS-DN-YEAR      PIC 9(4).
               03 WS-DN-MONTH     PIC 9(2).
               03 WS-DN-DAY       PIC 9(2).
           02 WS-DN-Y            PIC 9(4).
           02 WS-DN-M            PIC 9(2).
           02 WS-DN-QUOTIENT     PIC 9(7).
           02 WS-DN-RESULT       PIC 9(7).
       01 WS-CONTROL-TOTALS.
           02 WS-ITEMS-READ      PIC 9(6) VALUE 0.
           02 WS-PENDING-ITEMS   PIC 9(6) VALUE 0.
           02 WS-NOMBRLK-ITEMS   PIC 9(6) VALUE 0.
           02 WS-CUSTMST-ITEMS   PIC 9(6) VALUE 0.
           02 WS-OVERDUE-ITEMS   PIC 9(6) VALUE 0.
           02 WS-OLDEST-DAYS     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ITEM UNTIL EOF-PENDING
           PERFORM 8000-WRITE-REPORT-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-OVERDUE-ITEMS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-REPORT-DATE
           OPEN INPUT PENDING-CARD
           IF WS-PNDCARD-STATUS = "00"
               READ PENDING-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-OVERDUE-DAYS NUMERIC
                          AND PC-OVERDUE-DAYS > 0
                           MOVE PC-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                       END-IF
                       IF PC-REPORT-DATE NUMERIC
                          AND PC-REPORT-DATE > 0
                           MOVE PC-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE PENDING-CARD
           END-IF
           MOVE WS-REPORT-DATE TO WS-DN-DATE
           PERFORM 7000-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-REPORT-DAY-NUMBER
           OPEN INPUT PENDING-APPROVAL
           IF WS-PENDING-STATUS = "35"
               SET EOF-PENDING TO TRUE
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "PENDING-APPROVAL OPEN FAILED, STATUS = "
                       WS-PENDING-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-PENDING-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PENDING-REPORT-FILE
           IF WS-PNDRPT-STATUS NOT = "00"
               DISPLAY "PENDING-REPORT OPEN FAILED, STATUS = "
                   WS-PNDRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-PNDRPT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO PNDRPT-LINE
           MOVE "PENDING-REPORT - CHANGES AWAITING APPROVAL"
               TO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           STRING "REPORT DATE  . . . . . . . . : " DELIMITED BY SIZE
                   WS-REPORT-DATE                   DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           STRING "OVERDUE AFTER  . . . . . . . : " DELIMITED BY SIZE
                   WS-OVERDUE-DAYS                  DELIMITED BY SIZE
                   " DAYS"                          DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           MOVE "ITEM   FILE    ACTION REQUESTR REQUESTD DAYS"
               TO PNDRPT-LINE
           MOVE "NOMBRE                         APELLIDO"
               TO PNDRPT-LINE (48:39)
           WRITE PNDRPT-LINE
           IF NOT EOF-PENDING
               READ PENDING-APPROVAL
                   AT END
                       SET EOF-PENDING TO TRUE
               END-READ
           END-IF.

       2000-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ
           IF PA-PENDING
               PERFORM 2100-WRITE-ITEM-LINE
           END-IF
           READ PENDING-APPROVAL
               AT END
                   SET EOF-PENDING TO TRUE
           END-READ.

       2100-WRITE-ITEM-LINE.
           ADD 1 TO WS-PENDING-ITEMS
           MOVE 0 TO WS-DAYS-WAITING
           IF PA-REQUEST-DATE NUMERIC
              AND PA-REQUEST-DATE > 0
              AND PA-REQUEST-DATE < WS-REPORT-DATE
               MOVE PA-REQUEST-DATE TO WS-DN-DATE
               PERFORM 7000-COMPUTE-DAY-NUMBER
               SUBTRACT WS-DN-RESULT FROM WS-REPORT-DAY-NUMBER
                   GIVING WS-DAYS-WAITING
           END-IF
           IF WS-DAYS-WAITING > WS-OLDEST-DAYS
               MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
           END-IF
           MOVE SPACES TO PNDRPT-LINE
           EVALUATE PA-ACTION
               WHEN "A"
                   MOVE "ADD"    TO WS-ACTION-TEXT
               WHEN "U"
                   MOVE "UPDATE" TO WS-ACTION-TEXT
               WHEN "D"
                   MOVE "DELETE" TO WS-ACTION-TEXT
               WHEN "M"
                   MOVE "MERGE"  TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE PA-ACTION TO WS-ACTION-TEXT
           END-EVALUATE
           IF PA-CUSTMST-ITEM
               MOVE "CUSTMST" TO WS-TARGET-TEXT
               ADD 1 TO WS-CUSTMST-ITEMS
               MOVE PA-CT-NOMBRE   TO PNDRPT-LINE (48:30)
               MOVE PA-CT-APELLIDO TO PNDRPT-LINE (79:22)
           ELSE
               MOVE "NOMBRLK" TO WS-TARGET-TEXT
               ADD 1 TO WS-NOMBRLK-ITEMS
               MOVE PA-NL-NOMBRE   TO PNDRPT-LINE (48:30)
           END-IF
           MOVE WS-DAYS-WAITING TO WS-DAYS-WAITING-OUT
           MOVE PA-ITEM-NUMBER      TO PNDRPT-LINE (1:6)
           MOVE WS-TARGET-TEXT      TO PNDRPT-LINE (8:7)
           MOVE WS-ACTION-TEXT      TO PNDRPT-LINE (16:6)
           MOVE PA-REQUESTER        TO PNDRPT-LINE (23:8)
           MOVE PA-REQUEST-STAMP (1:8) TO PNDRPT-LINE (32:8)
           MOVE WS-DAYS-WAITING-OUT TO PNDRPT-LINE (41:4)
           IF WS-DAYS-WAITING > WS-OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-ITEMS
               MOVE "*" TO PNDRPT-LINE (46:1)
           END-IF
           WRITE PNDRPT-LINE.

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

       8000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO PNDRPT-LINE
           WRITE PNDRPT-LINE
           IF WS-OVERDUE-ITEMS > 0
               MOVE SPACES TO PNDRPT-LINE
               STRING "* WAITING MORE THAN " DELIMITED BY SIZE
                       WS-OVERDUE-DAYS       DELIMITED BY SIZE
                       " DAYS"               DELIMITED BY SIZE
                       INTO PNDRPT-LINE
               WRITE PNDRPT-LINE
               MOVE SPACES TO PNDRPT-LINE
               WRITE PNDRPT-LINE
           END-IF
           MOVE SPACES TO PNDRPT-LINE
           STRING "APPROVAL ITEMS READ  . . . . : " DELIMITED BY SIZE
                   WS-ITEMS-READ                    DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           STRING "ITEMS AWAITING APPROVAL  . . : " DELIMITED BY SIZE
                   WS-PENDING-ITEMS                 DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           STRING "  NOMBRLK  . . . . . . . . . : " DELIMITED BY SIZE
                   WS-NOMBRLK-ITEMS                 DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           STRING "  CUSTMST  . . . . . . . . . : " DELIMITED BY SIZE
                   WS-CUSTMST-ITEMS                 DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           STRING "ITEMS OVERDUE  . . . . . . . : " DELIMITED BY SIZE
                   WS-OVERDUE-ITEMS                 DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE
           MOVE SPACES TO PNDRPT-LINE
           STRING "OLDEST ITEM (DAYS) . . . . . : " DELIMITED BY SIZE
                   WS-OLDEST-DAYS                   DELIMITED BY SIZE
                   INTO PNDRPT-LINE
           WRITE PNDRPT-LINE.

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
               MOVE "PENDING-REPORT" TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-REPORT-DATE TO OPS-BUSINESS-DATE
               MOVE WS-ITEMS-READ TO OPS-READ-COUNT
               MOVE WS-PENDING-ITEMS TO OPS-WRITTEN-COUNT
               MOVE WS-OVERDUE-ITEMS TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL
           END-IF
           CLOSE PENDING-REPORT-FILE.
       END PROGRAM PENDING-REPORT.
