           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "FIBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBREQ-STATUS.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBOUT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "FIBREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBREJ-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "FIBOCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           02 CC-LIMITE   PIC 9(4).
           02 FILLER      PIC X(76).

       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           02 FR-REQUESTOR-ID PIC X(8).
           02 FR-TERM-COUNT   PIC X(4).
           02 FR-TERM-COUNT-N REDEFINES FR-TERM-COUNT PIC 9(4).
           02 FR-START-TERM   PIC X(4).
           02 FR-START-TERM-N REDEFINES FR-START-TERM PIC 9(4).
           02 FILLER          PIC X(64).

       FD  FIBOUT
           RECORD CONTAINS 40 CHARACTERS.
       01  FIBOUT-RECORD.
           02 FO-RECORD-TYPE PIC X.
               88 FO-HEADER-RECORD  VALUE "H".
               88 FO-DETAIL-RECORD  VALUE "D".
               88 FO-TRAILER-RECORD VALUE "T".
           02 FO-DETAIL.
               03 FO-TERM-NUMBER PIC 9(4).
               03 FO-VALUE       PIC 9(18).
               03 FILLER         PIC X(17).
           02 FO-HEADER REDEFINES FO-DETAIL.
               03 FO-REQUEST-SEQ     PIC 9(4).
               03 FO-REQUESTOR-ID    PIC X(8).
               03 FO-REQUESTED-TERMS PIC 9(4).
               03 FO-START-TERM      PIC 9(4).
               03 FILLER             PIC X(19).
           02 FO-TRAILER REDEFINES FO-DETAIL.
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

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  CHECKPOINT-RECORD.
           02 CK-VAR-A    PIC 9(18).
           02 CK-VAR-B    PIC 9(18).
           02 CK-VAR-C    PIC 9(18).
           02 CK-VAR-I    PIC 9(4).
           02 CK-REQUEST-SEQ     PIC 9(4).
           02 CK-REQ-TERMS       PIC 9(4).
           02 CK-RECORDS-WRITTEN PIC 9(6).

       FD  OPS-JOURNAL
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           02 WS-CTLCARD-STATUS PIC XX VALUE "00".
           02 WS-FIBREQ-STATUS  PIC XX VALUE "00".
           02 WS-FIBOUT-STATUS  PIC XX VALUE "00".
           02 WS-FIBREJ-STATUS  PIC XX VALUE "00".
           02 WS-CKPT-STATUS    PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
               88 OVERFLOW-DETECTED  VALUE "Y".
           02 WS-RESUMING-SW    PIC X VALUE "N".
               88 RESUMING-RUN      VALUE "Y".
           02 WS-EOF-REQUEST    PIC X VALUE "N".
               88 EOF-REQUEST       VALUE "Y".
           02 WS-EOF-FIBOUT     PIC X VALUE "N".
               88 EOF-FIBOUT        VALUE "Y".
       01  LIMITE         PIC 9(4)        VALUE 20.
       01  WS-REQUESTED-TERMS PIC 9(4)    VALUE 20.
       01  VAR-A          PIC 9(18) COMP-3 VALUE 0.
       01  VAR-B          PIC 9(18) COMP-3 VALUE 0.
       01  VAR-C          PIC 9(18) COMP-3 VALUE 0.
       01  VAR-I          PIC 9(4)        VALUE 1.
       01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 10.
       01 WS-TERMS-SINCE-CHECKPOINT PIC 9(4) VALUE 0.
       01 WS-MAX-TERM           PIC 9(4) VALUE 88.
       01 WS-LAST-TERM          PIC 9(5) VALUE 0.
       01 WS-REQ-TERMS          PIC 9(4) VALUE 0.
       01 WS-RECORDS-WRITTEN    PIC 9(6) VALUE 0.
       01 WS-RECORDS-ON-FILE    PIC 9(6) VALUE 0.
       01 WS-FIRST-REQUEST      PIC 9(4) VALUE 1.
       01 WS-REQUEST-SEQ        PIC 9(4) VALUE 0.
       01 WS-REQUESTS-READ      PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(6) VALUE 0.
       01 REQUEST-TABLE.
           02 REQUEST-COUNT PIC 9(4) VALUE 0.
           02 RQ-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON REQUEST-COUNT
                       INDEXED BY RQ-IDX.
               03 RQ-REQUESTOR-ID PIC X(8).
               03 RQ-TERM-COUNT   PIC 9(4).
               03 RQ-START-TERM   PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM VARYING RQ-IDX FROM WS-FIRST-REQUEST BY 1
                   UNTIL RQ-IDX > REQUEST-COUNT
               PERFORM 2000-PROCESS-REQUEST
           END-PERFORM
           PERFORM 9000-TERMINATE
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REJECT-FILE
           IF WS-FIBREJ-STATUS NOT = "00"
               DISPLAY "REJECT-FILE OPEN FAILED, STATUS = "
                   WS-FIBREJ-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-FIBREJ-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           PERFORM 1100-READ-LIMITE-PARM
           PERFORM 1150-LOAD-REQUESTS
           CLOSE REJECT-FILE
           PERFORM 1200-CHECK-RESTART
           IF RESUMING-RUN
               OPEN EXTEND FIBOUT
           ELSE
               OPEN OUTPUT FIBOUT
           END-IF
           IF WS-FIBOUT-STATUS NOT = "00"
               DISPLAY "FIBOUT OPEN FAILED, STATUS = "
                   WS-FIBOUT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-FIBOUT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF.

       1100-READ-LIMITE-PARM.
               CLOSE CONTROL-CARD
           END-IF
           MOVE LIMITE TO WS-REQUESTED-TERMS
           ADD 1 TO REQUEST-COUNT
           MOVE "CTLCARD " TO RQ-REQUESTOR-ID (REQUEST-COUNT)
           MOVE WS-REQUESTED-TERMS TO RQ-TERM-COUNT (REQUEST-COUNT)
           MOVE 1 TO RQ-START-TERM (REQUEST-COUNT).

       1150-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-FIBREQ-STATUS = "00"
               READ REQUEST-FILE
                   AT END
                       SET EOF-REQUEST TO TRUE
               END-READ
               PERFORM UNTIL EOF-REQUEST
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 1160-VALIDATE-REQUEST
                   READ REQUEST-FILE
                       AT END
                           SET EOF-REQUEST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

       1160-VALIDATE-REQUEST.
           MOVE SPACES TO REJECT-RECORD
           IF FR-START-TERM = SPACES
               MOVE "0001" TO FR-START-TERM
           END-IF
           EVALUATE TRUE
               WHEN REQUEST-COUNT >= 500
                   MOVE "F05 " TO FJ-REASON-CODE
                   MOVE "REQUEST QUEUE FULL AT 500 REQUESTS"
                     TO FJ-REASON-TEXT
               WHEN FR-REQUESTOR-ID = SPACES
                   MOVE "F01 " TO FJ-REASON-CODE
                   MOVE "REQUESTOR ID MISSING" TO FJ-REASON-TEXT
               WHEN FR-TERM-COUNT NOT NUMERIC
                   MOVE "F02 " TO FJ-REASON-CODE
                   MOVE "TERM COUNT NOT NUMERIC" TO FJ-REASON-TEXT
               WHEN FR-TERM-COUNT-N = 0
                   MOVE "F02 " TO FJ-REASON-CODE
                   MOVE "TERM COUNT IS ZERO" TO FJ-REASON-TEXT
               WHEN FR-START-TERM NOT NUMERIC
                   MOVE "F03 " TO FJ-REASON-CODE
                   MOVE "STARTING TERM NOT NUMERIC" TO FJ-REASON-TEXT
               WHEN FR-START-TERM-N = 0
                   MOVE "F03 " TO FJ-REASON-CODE
                   MOVE "STARTING TERM MUST BE 1 OR MORE"
                     TO FJ-REASON-TEXT
               WHEN FR-START-TERM-N > WS-MAX-TERM
                   MOVE "F03 " TO FJ-REASON-CODE
                   MOVE "STARTING TERM BEYOND 18-DIGIT LIMIT"
                     TO FJ-REASON-TEXT
               WHEN OTHER
                   COMPUTE WS-LAST-TERM =
                       FR-START-TERM-N + FR-TERM-COUNT-N - 1
                   IF WS-LAST-TERM > WS-MAX-TERM
                       MOVE "F04 " TO FJ-REASON-CODE
                       MOVE "TOO MANY TERMS FOR 18-DIGIT LIMIT"
                         TO FJ-REASON-TEXT
                   END-IF
           END-EVALUATE
           IF FJ-REASON-CODE = SPACES
               ADD 1 TO REQUEST-COUNT
               MOVE FR-REQUESTOR-ID
                 TO RQ-REQUESTOR-ID (REQUEST-COUNT)
               MOVE FR-TERM-COUNT-N TO RQ-TERM-COUNT (REQUEST-COUNT)
               MOVE FR-START-TERM-N TO RQ-START-TERM (REQUEST-COUNT)
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REQUESTS-READ TO FJ-RECORD-NUMBER
               MOVE FR-REQUESTOR-ID  TO FJ-REQUESTOR-ID
               MOVE FR-TERM-COUNT    TO FJ-TERM-COUNT
               MOVE FR-START-TERM    TO FJ-START-TERM
               WRITE REJECT-RECORD
               DISPLAY "FIBONACCI: REQUEST " WS-REQUESTS-READ
                   " FROM " FR-REQUESTOR-ID " REJECTED - "
                   FJ-REASON-TEXT
           END-IF.

       1200-CHECK-RESTART.
                       MOVE CK-VAR-B TO VAR-B
                       MOVE CK-VAR-C TO VAR-C
                       MOVE CK-VAR-I TO VAR-I
                       MOVE CK-REQUEST-SEQ TO WS-FIRST-REQUEST
                       MOVE CK-REQ-TERMS TO WS-REQ-TERMS
                       MOVE CK-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN
                       SET RESUMING-RUN TO TRUE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF RESUMING-RUN
               PERFORM 1210-COUNT-FIBOUT
               IF WS-RECORDS-ON-FILE < WS-RECORDS-WRITTEN
                  OR WS-FIRST-REQUEST > REQUEST-COUNT
                   DISPLAY "FIBONACCI: CHECKPOINT DOES NOT MATCH FIBOUT"
                       " - REGENERATING ALL REQUESTS"
                   MOVE "N" TO WS-RESUMING-SW
                   MOVE 1 TO WS-FIRST-REQUEST
                   MOVE 0 TO WS-RECORDS-WRITTEN
                   MOVE 0 TO WS-RECORDS-ON-FILE
               ELSE
                   DISPLAY "FIBONACCI: RESUMING AT REQUEST "
                       WS-FIRST-REQUEST " TERM " VAR-I
               END-IF
           END-IF.

       1210-COUNT-FIBOUT.
           MOVE 0 TO WS-RECORDS-ON-FILE
           OPEN INPUT FIBOUT
           IF WS-FIBOUT-STATUS = "00"
               READ FIBOUT
                   AT END
                       SET EOF-FIBOUT TO TRUE
               END-READ
               PERFORM UNTIL EOF-FIBOUT
                   ADD 1 TO WS-RECORDS-ON-FILE
                   READ FIBOUT
                       AT END
                           SET EOF-FIBOUT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FIBOUT
           END-IF.

       2000-PROCESS-REQUEST.
           MOVE "N" TO WS-OVERFLOW-SW
           SET WS-REQUEST-SEQ TO RQ-IDX
           COMPUTE WS-LAST-TERM =
               RQ-START-TERM (RQ-IDX) + RQ-TERM-COUNT (RQ-IDX) - 1
           IF WS-LAST-TERM > 9999
               MOVE 9999 TO LIMITE
           ELSE
               MOVE WS-LAST-TERM TO LIMITE
           END-IF
           IF RESUMING-RUN
               MOVE "N" TO WS-RESUMING-SW
           ELSE
               DISPLAY "Serie de Fibonacci para "
                   RQ-REQUESTOR-ID (RQ-IDX) " ("
                   RQ-TERM-COUNT (RQ-IDX) " terminos desde el "
                   RQ-START-TERM (RQ-IDX) "):"
               MOVE 0 TO VAR-A
               MOVE 0 TO VAR-B
               MOVE 0 TO VAR-C
               MOVE 1 TO VAR-I
               MOVE 0 TO WS-REQ-TERMS
               MOVE 0 TO WS-TERMS-SINCE-CHECKPOINT
               MOVE SPACES TO FIBOUT-RECORD
               MOVE "H" TO FO-RECORD-TYPE
               MOVE WS-REQUEST-SEQ TO FO-REQUEST-SEQ
               MOVE RQ-REQUESTOR-ID (RQ-IDX) TO FO-REQUESTOR-ID
               MOVE RQ-TERM-COUNT (RQ-IDX) TO FO-REQUESTED-TERMS
               MOVE RQ-START-TERM (RQ-IDX) TO FO-START-TERM
               PERFORM 8100-WRITE-FIBOUT
           END-IF
           PERFORM 2100-COMPUTE-SERIES
               UNTIL VAR-I > LIMITE OR OVERFLOW-DETECTED
           MOVE SPACES TO FIBOUT-RECORD
           MOVE "T" TO FO-RECORD-TYPE
           MOVE WS-REQUEST-SEQ TO FO-TRAILER-SEQ
           MOVE WS-REQ-TERMS TO FO-TERMS-WRITTEN
           MOVE VAR-B TO FO-LAST-VALUE
           IF OVERFLOW-DETECTED
               MOVE "O" TO FO-END-REASON
           ELSE
               MOVE "N" TO FO-END-REASON
           END-IF
           PERFORM 8100-WRITE-FIBOUT.

       2100-COMPUTE-SERIES.
           EVALUATE VAR-I
               WHEN 1
                   MOVE 0 TO VAR-C
               WHEN 2
                   MOVE 1 TO VAR-C
               WHEN OTHER
                   ADD VAR-A TO VAR-B GIVING VAR-C
                       ON SIZE ERROR
                           DISPLAY "FIBONACCI: TERM " VAR-I
                               " WOULD EXCEED PIC 9(18) - STOPPING"
                           SET OVERFLOW-DETECTED TO TRUE
                   END-ADD
           END-EVALUATE
           IF NOT OVERFLOW-DETECTED
               MOVE VAR-B TO VAR-A
               MOVE VAR-C TO VAR-B
               IF VAR-I >= RQ-START-TERM (RQ-IDX)
                   DISPLAY VAR-C
                   MOVE SPACES TO FIBOUT-RECORD
                   MOVE "D" TO FO-RECORD-TYPE
                   MOVE VAR-I TO FO-TERM-NUMBER
                   MOVE VAR-C TO FO-VALUE
                   PERFORM 8100-WRITE-FIBOUT
                   ADD 1 TO WS-REQ-TERMS
                   ADD 1 TO WS-TERMS-SINCE-CHECKPOINT
               END-IF
               ADD 1 TO VAR-I
               IF WS-TERMS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                   PERFORM 8300-WRITE-CHECKPOINT
                   MOVE 0 TO WS-TERMS-SINCE-CHECKPOINT
               END-IF
           END-IF.

       8100-WRITE-FIBOUT.
           ADD 1 TO WS-RECORDS-WRITTEN
           IF WS-RECORDS-WRITTEN > WS-RECORDS-ON-FILE
               WRITE FIBOUT-RECORD
               IF FO-DETAIL-RECORD
                   ADD 1 TO WS-TERMS-WRITTEN
               END-IF
           END-IF.

       8300-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE VAR-A TO CK-VAR-A
           MOVE VAR-B TO CK-VAR-B
           MOVE VAR-C TO CK-VAR-C
           MOVE VAR-I TO CK-VAR-I
           MOVE WS-REQUEST-SEQ TO CK-REQUEST-SEQ
           MOVE WS-REQ-TERMS TO CK-REQ-TERMS
           MOVE WS-RECORDS-WRITTEN TO CK-RECORDS-WRITTEN
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE 0 TO OPS-BUSINESS-DATE
               MOVE WS-REQUESTS-READ TO OPS-READ-COUNT
               MOVE WS-TERMS-WRITTEN TO OPS-WRITTEN-COUNT
               MOVE WS-REJECT-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
