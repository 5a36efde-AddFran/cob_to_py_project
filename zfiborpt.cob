           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBOUT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "FIBREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBREJ-STATUS.
           SELECT FIBO-REPORT ASSIGN TO "FIBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBOUT
           RECORD CONTAINS 40 CHARACTERS.
       01  FIBOUT-RECORD.
           02 FO-RECORD-TYPE        PIC X.
               88 FO-HEADER-RECORD      VALUE "H".
               88 FO-DETAIL-RECORD      VALUE "D".
               88 FO-TRAILER-RECORD     VALUE "T".
           02 FO-DETAIL-DATA.
               03 FO-TERM-NUMBER     PIC 9(4).
               03 FO-VALUE           PIC 9(18).
               03 FILLER             PIC X(17).
           02 FO-HEADER-DATA REDEFINES FO-DETAIL-DATA.
               03 FO-REQUEST-SEQ     PIC 9(4).
               03 FO-REQUESTOR-ID    PIC X(8).
               03 FO-REQUESTED-TERMS PIC 9(4).
               03 FO-START-TERM      PIC 9(4).
               03 FILLER             PIC X(19).
           02 FO-TRAILER-DATA REDEFINES FO-DETAIL-DATA.
               03 FO-TRAILER-SEQ     PIC 9(4).
               03 FO-TERMS-WRITTEN   PIC 9(4).
               03 FO-LAST-VALUE      PIC 9(18).
               03 FO-END-REASON      PIC X.
               03 FILLER             PIC X(12).

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-RECORD.
           02 FJ-RECORD-NUMBER PIC 9(4).
           02 FJ-REQUESTOR-ID PIC X(8).
           02 FJ-TERM-COUNT   PIC X(4).
           02 FJ-START-TERM   PIC X(4).
           02 FJ-REASON-CODE  PIC X(4).
           02 FJ-REASON-TEXT  PIC X(40).
           02 FILLER          PIC X(16).

       FD  FIBO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           02 WS-FIBOUT-STATUS  PIC XX VALUE "00".
           02 WS-FIBREJ-STATUS  PIC XX VALUE "00".
           02 WS-FIBRPT-STATUS  PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-SWITCHES.
           02 WS-EOF-FIBOUT     PIC X VALUE "N".
               88 EOF-FIBOUT         VALUE "Y".
           02 WS-EOF-FIBREJ     PIC X VALUE "N".
               88 EOF-FIBREJ         VALUE "Y".
           02 WS-FIBREJ-SW      PIC X VALUE "N".
               88 FIBREJ-PRESENT     VALUE "Y".
       01 WS-REQUESTED-TERMS    PIC 9(6) VALUE 0.
       01 WS-TERMS-READ         PIC 9(6) VALUE 0.
       01 WS-REQUESTS-READ      PIC 9(4) VALUE 0.
       01 WS-REQUESTS-SHORT     PIC 9(4) VALUE 0.
       01 WS-REJECTS-LISTED     PIC 9(4) VALUE 0.
       01 WS-REQ-REQUESTED      PIC 9(4) VALUE 0.
       01 WS-REQ-TERMS          PIC 9(4) VALUE 0.
       01 WS-PREV-VALUE         PIC 9(18) VALUE 0.
       01 WS-RATIO              PIC 9(4)V9(6) VALUE 0.
       01 WS-RATIO-SW           PIC X VALUE "N".
               VALUE "FIBONACCI REPORT - ".
           02 HL-RUN-DATE       PIC X(8).
           02 FILLER            PIC X(9) VALUE " - TERMS ".
           02 HL-REQUESTED      PIC ZZZZZ9.
           02 FILLER            PIC X(13) VALUE " - REQUESTOR ".
           02 HL-REQUESTOR      PIC X(8).
           02 FILLER            PIC X(8) VALUE " - PAGE ".
           02 HL-PAGE           PIC ZZZ9.
           02 FILLER            PIC X(5) VALUE SPACES.
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(6)  VALUE "  TERM".
           02 FILLER            PIC X(25) VALUE SPACES.
           02 DL-RATIO          PIC X(11) VALUE SPACES.
           02 FILLER            PIC X(32) VALUE SPACES.
       01 WS-RATIO-EDIT         PIC ZZZ9.9(6).
       01 WS-REJECT-COLUMN-LINE.
           02 FILLER            PIC X(8)  VALUE "  RECORD".
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 FILLER            PIC X(9)  VALUE "REQUESTOR".
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 FILLER            PIC X(5)  VALUE "TERMS".
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 FILLER            PIC X(5)  VALUE "START".
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 FILLER            PIC X(6)  VALUE "REASON".
           02 FILLER            PIC X(39) VALUE SPACES.
       01 WS-REJECT-LINE.
           02 FILLER            PIC X(4)  VALUE SPACES.
           02 RL-RECORD-NUMBER  PIC ZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RL-REQUESTOR-ID   PIC X(8).
           02 FILLER            PIC X(4)  VALUE SPACES.
           02 RL-TERM-COUNT     PIC X(4).
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 RL-START-TERM     PIC X(4).
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 RL-REASON-CODE    PIC X(4).
           02 RL-REASON-TEXT    PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-RECORD UNTIL EOF-FIBOUT
           PERFORM 8200-WRITE-FINAL-PAGE
           PERFORM 9000-TERMINATE
           MOVE "E" TO WS-OPS-RECORD-TYPE
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO HL-RUN-DATE
           OPEN INPUT FIBOUT
           IF WS-FIBOUT-STATUS NOT = "00"
               DISPLAY "FIBOUT OPEN FAILED, STATUS = "
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN INPUT REJECT-FILE
           EVALUATE WS-FIBREJ-STATUS
               WHEN "00"
                   SET FIBREJ-PRESENT TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REJECT-FILE OPEN FAILED, STATUS = "
                       WS-FIBREJ-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-FIBREJ-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT FIBO-REPORT
           IF WS-FIBRPT-STATUS NOT = "00"
               DISPLAY "FIBO-REPORT OPEN FAILED, STATUS = "
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           READ FIBOUT
               AT END
                   SET EOF-FIBOUT TO TRUE
           END-READ.

       2000-REPORT-RECORD.
           EVALUATE TRUE
               WHEN FO-HEADER-RECORD
                   PERFORM 2100-START-REQUEST
               WHEN FO-DETAIL-RECORD
                   PERFORM 2200-REPORT-TERM
               WHEN FO-TRAILER-RECORD
                   PERFORM 2300-END-REQUEST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ FIBOUT
               AT END
                   SET EOF-FIBOUT TO TRUE
           END-READ.

       2100-START-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE FO-REQUESTED-TERMS TO WS-REQ-REQUESTED
           ADD WS-REQ-REQUESTED TO WS-REQUESTED-TERMS
           MOVE 0 TO WS-REQ-TERMS
           MOVE 0 TO WS-PREV-VALUE
           MOVE WS-REQ-REQUESTED TO HL-REQUESTED
           MOVE FO-REQUESTOR-ID TO HL-REQUESTOR
           MOVE 99 TO WS-LINE-COUNT.

       2200-REPORT-TERM.
           ADD 1 TO WS-TERMS-READ
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-WRITE-PAGE-HEADING
           END-IF
           MOVE "N" TO WS-RATIO-SW
           IF WS-REQ-TERMS > 0 AND WS-PREV-VALUE > 0
               COMPUTE WS-RATIO ROUNDED = FO-VALUE / WS-PREV-VALUE
                   ON SIZE ERROR
                       MOVE "N" TO WS-RATIO-SW
                       SET RATIO-PRESENT TO TRUE
               END-COMPUTE
           END-IF
           ADD 1 TO WS-REQ-TERMS
           MOVE FO-TERM-NUMBER TO DL-TERM
           MOVE FO-VALUE       TO DL-VALUE
           IF RATIO-PRESENT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE FO-VALUE TO WS-PREV-VALUE.

       2300-END-REQUEST.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 8000-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TERMS REQUESTED  . . . . . . : " DELIMITED BY SIZE
                   WS-REQ-REQUESTED                 DELIMITED BY SIZE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TERMS REPORTED . . . . . . . : " DELIMITED BY SIZE
                   WS-REQ-TERMS                     DELIMITED BY SIZE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF FO-END-REASON = "O"
               ADD 1 TO WS-REQUESTS-SHORT
               MOVE "SERIES STOPPED EARLY ON 18-DIGIT OVERFLOW GUARD"
                   TO REPORT-LINE
           ELSE
               MOVE "SERIES ENDED NORMALLY" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 4 TO WS-LINE-COUNT.

       8000-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       8100-WRITE-REJECT-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HL-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REJECTED REQUESTS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT.

       8200-WRITE-FINAL-PAGE.
           MOVE WS-REQUESTED-TERMS TO HL-REQUESTED
           MOVE "ALL" TO HL-REQUESTOR
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HL-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REQUESTS REPORTED  . . . . . : " DELIMITED BY SIZE
                   WS-REQUESTS-READ                 DELIMITED BY SIZE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REQUESTS STOPPED EARLY . . . : " DELIMITED BY SIZE
                   WS-REQUESTS-SHORT                DELIMITED BY SIZE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TERMS REQUESTED  . . . . . . : " DELIMITED BY SIZE
                   WS-REQUESTED-TERMS               DELIMITED BY SIZE
                   WS-TERMS-READ                    DELIMITED BY SIZE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8100-WRITE-REJECT-HEADING
           IF FIBREJ-PRESENT
               READ REJECT-FILE
                   AT END
                       SET EOF-FIBREJ TO TRUE
               END-READ
               PERFORM 8300-LIST-REJECT UNTIL EOF-FIBREJ
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-REJECTS-LISTED = 0
               MOVE "NO REQUESTS REJECTED" TO REPORT-LINE
           ELSE
               STRING "REQUESTS REJECTED  . . . . . : "
                       DELIMITED BY SIZE
                       WS-REJECTS-LISTED DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       8300-LIST-REJECT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8100-WRITE-REJECT-HEADING
           END-IF
           ADD 1 TO WS-REJECTS-LISTED
           MOVE FJ-RECORD-NUMBER TO RL-RECORD-NUMBER
           MOVE FJ-REQUESTOR-ID  TO RL-REQUESTOR-ID
           MOVE FJ-TERM-COUNT    TO RL-TERM-COUNT
           MOVE FJ-START-TERM    TO RL-START-TERM
           MOVE FJ-REASON-CODE   TO RL-REASON-CODE
           MOVE FJ-REASON-TEXT   TO RL-REASON-TEXT
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           READ REJECT-FILE
               AT END
                   SET EOF-FIBREJ TO TRUE
           END-READ.

       8900-WRITE-OPS-RECORD.
           OPEN EXTEND OPS-JOURNAL
           IF WS-OPSJRNL-STATUS = "35"

       9000-TERMINATE.
           CLOSE FIBOUT
           IF FIBREJ-PRESENT
               CLOSE REJECT-FILE
           END-IF
           CLOSE FIBO-REPORT.
       END PROGRAM FIBONACCI-REPORT.
