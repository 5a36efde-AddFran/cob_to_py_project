           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIBOUT-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "FBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.
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

       FD  BALANCE-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           02 WS-FIBOUT-STATUS   PIC XX VALUE "00".
           02 WS-BALRPT-STATUS   PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-SWITCHES.
           02 WS-EOF-FIBOUT      PIC X  VALUE "N".
               88 EOF-FIBOUT          VALUE "Y".
           02 WS-PROOF-SW        PIC X  VALUE "Y".
               88 IN-PROOF            VALUE "Y".
               88 OUT-OF-PROOF        VALUE "N".
           02 WS-OVERFLOW-SW     PIC X  VALUE "N".
               88 NEXT-TERM-OVERFLOWS VALUE "Y".
           02 WS-IN-SECTION-SW   PIC X  VALUE "N".
               88 IN-SECTION          VALUE "Y".
           02 WS-SECTION-SW      PIC X  VALUE "Y".
               88 SECTION-PROVED      VALUE "Y".
               88 SECTION-FAILED      VALUE "N".
       01 WS-CONTROL-TOTALS.
           02 WS-TERMS-READ      PIC 9(6) VALUE 0.
           02 WS-TERMS-PROVED    PIC 9(6) VALUE 0.
           02 WS-TERMS-FLAGGED   PIC 9(6) VALUE 0.
           02 WS-REQUESTED-TERMS PIC 9(6) VALUE 0.
           02 WS-REQUESTS-READ   PIC 9(4) VALUE 0.
           02 WS-REQUESTS-PROVED PIC 9(4) VALUE 0.
           02 WS-REQUESTS-FAILED PIC 9(4) VALUE 0.
       01 WS-SECTION-CONTROLS.
           02 WS-SECT-SEQ        PIC 9(4) VALUE 0.
           02 WS-SECT-REQUESTOR  PIC X(8) VALUE SPACES.
           02 WS-SECT-REQUESTED  PIC 9(4) VALUE 0.
           02 WS-SECT-START      PIC 9(4) VALUE 0.
           02 WS-SECT-TERMS      PIC 9(4) VALUE 0.
           02 WS-LAST-DETAIL-VALUE PIC 9(18) VALUE 0.
       01 WS-MAX-TERM           PIC 9(4) VALUE 88.
       01 WS-EXPECTED-TERM      PIC 9(4) VALUE 0.
       01 WS-GEN-TERM           PIC 9(4) VALUE 0.
       01 WS-PREV-VALUE-1       PIC 9(18) VALUE 0.
       01 WS-PREV-VALUE-2       PIC 9(18) VALUE 0.
       01 WS-RECOMPUTED         PIC 9(18) VALUE 0.
       0000-MAIN.
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-RECORD UNTIL EOF-FIBOUT
           IF IN-SECTION
               PERFORM 2400-CLOSE-WITHOUT-TRAILER
           END-IF
           PERFORM 3000-CROSS-FOOT-COUNTS
           PERFORM 8200-WRITE-BALANCE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT FIBOUT
           IF WS-FIBOUT-STATUS NOT = "00"
               DISPLAY "FIBOUT OPEN FAILED, STATUS = "
                   SET EOF-FIBOUT TO TRUE
           END-READ.

       2000-PROVE-RECORD.
           EVALUATE TRUE
               WHEN FO-HEADER-RECORD
                   PERFORM 2100-START-SECTION
               WHEN FO-DETAIL-RECORD
                   PERFORM 2200-PROVE-TERM
               WHEN FO-TRAILER-RECORD
                   PERFORM 2300-END-SECTION
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-EXCEPTION-TEXT
                   PERFORM 8150-WRITE-SECTION-EXCEPTION
           END-EVALUATE
           READ FIBOUT
               AT END
                   SET EOF-FIBOUT TO TRUE
           END-READ.

       2100-START-SECTION.
           IF IN-SECTION
               PERFORM 2400-CLOSE-WITHOUT-TRAILER
           END-IF
           ADD 1 TO WS-REQUESTS-READ
           ADD 1 TO WS-SECT-SEQ
           SET IN-SECTION TO TRUE
           SET SECTION-PROVED TO TRUE
           MOVE "N" TO WS-OVERFLOW-SW
           MOVE 0 TO WS-SECT-TERMS
           MOVE 0 TO WS-LAST-DETAIL-VALUE
           MOVE 0 TO WS-GEN-TERM
           MOVE 0 TO WS-PREV-VALUE-1
           MOVE 0 TO WS-PREV-VALUE-2
           MOVE FO-REQUESTOR-ID TO WS-SECT-REQUESTOR
           IF FO-REQUEST-SEQ NOT NUMERIC
              OR FO-REQUEST-SEQ NOT = WS-SECT-SEQ
               MOVE "REQUEST NUMBER OUT OF SEQUENCE"
                 TO WS-EXCEPTION-TEXT
               PERFORM 8150-WRITE-SECTION-EXCEPTION
           END-IF
           IF FO-REQUESTED-TERMS NUMERIC AND FO-REQUESTED-TERMS > 0
               MOVE FO-REQUESTED-TERMS TO WS-SECT-REQUESTED
           ELSE
               MOVE 0 TO WS-SECT-REQUESTED
               MOVE "REQUESTED TERM COUNT NOT VALID"
                 TO WS-EXCEPTION-TEXT
               PERFORM 8150-WRITE-SECTION-EXCEPTION
           END-IF
           IF FO-START-TERM NUMERIC AND FO-START-TERM > 0
              AND FO-START-TERM NOT > WS-MAX-TERM
               MOVE FO-START-TERM TO WS-SECT-START
           ELSE
               MOVE 1 TO WS-SECT-START
               MOVE "STARTING TERM NOT VALID"
                 TO WS-EXCEPTION-TEXT
               PERFORM 8150-WRITE-SECTION-EXCEPTION
           END-IF.

       2200-PROVE-TERM.
           ADD 1 TO WS-TERMS-READ
           SET TERM-PROVED TO TRUE
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF NOT IN-SECTION
               SET TERM-FAILED TO TRUE
               MOVE "DETAIL RECORD OUTSIDE A REQUEST SECTION"
                 TO WS-EXCEPTION-TEXT
           ELSE
               COMPUTE WS-EXPECTED-TERM = WS-SECT-START + WS-SECT-TERMS
               ADD 1 TO WS-SECT-TERMS
               IF FO-TERM-NUMBER NOT = WS-EXPECTED-TERM
                   SET TERM-FAILED TO TRUE
                   MOVE "TERM NUMBER OUT OF SEQUENCE"
                     TO WS-EXCEPTION-TEXT
               ELSE
                   PERFORM 2210-GENERATE-TERM
                       UNTIL WS-GEN-TERM >= WS-EXPECTED-TERM
                          OR NEXT-TERM-OVERFLOWS
                   IF NEXT-TERM-OVERFLOWS
                       SET TERM-FAILED TO TRUE
                       MOVE "TERM EXCEEDS 18-DIGIT LIMIT"
                         TO WS-EXCEPTION-TEXT
                   ELSE
                       IF FO-VALUE NOT = WS-RECOMPUTED
                           SET TERM-FAILED TO TRUE
                           EVALUATE WS-EXPECTED-TERM
                               WHEN 1
                                   MOVE "FIRST TERM IS NOT ZERO"
                                     TO WS-EXCEPTION-TEXT
                               WHEN 2
                                   MOVE "SECOND TERM IS NOT ONE"
                                     TO WS-EXCEPTION-TEXT
                               WHEN OTHER
                                   MOVE
                                     "VALUE IS NOT SUM OF PRIOR TERMS"
                                     TO WS-EXCEPTION-TEXT
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
               MOVE FO-VALUE TO WS-LAST-DETAIL-VALUE
           END-IF
           IF TERM-PROVED
               ADD 1 TO WS-TERMS-PROVED
           ELSE
               ADD 1 TO WS-TERMS-FLAGGED
               SET OUT-OF-PROOF TO TRUE
               SET SECTION-FAILED TO TRUE
               PERFORM 8100-WRITE-EXCEPTION-LINE
           END-IF.

       2210-GENERATE-TERM.
           ADD 1 TO WS-GEN-TERM
           EVALUATE WS-GEN-TERM
               WHEN 1
                   MOVE 0 TO WS-RECOMPUTED
               WHEN 2
                   MOVE 1 TO WS-RECOMPUTED
               WHEN OTHER
                   ADD WS-PREV-VALUE-2 TO WS-PREV-VALUE-1
                       GIVING WS-RECOMPUTED
                       ON SIZE ERROR
                           SET NEXT-TERM-OVERFLOWS TO TRUE
                   END-ADD
           END-EVALUATE
           IF NOT NEXT-TERM-OVERFLOWS
               MOVE WS-PREV-VALUE-1 TO WS-PREV-VALUE-2
               MOVE WS-RECOMPUTED   TO WS-PREV-VALUE-1
           END-IF.

       2300-END-SECTION.
           IF NOT IN-SECTION
               MOVE "TRAILER RECORD OUTSIDE A REQUEST SECTION"
                 TO WS-EXCEPTION-TEXT
               PERFORM 8150-WRITE-SECTION-EXCEPTION
           ELSE
               IF FO-TRAILER-SEQ NOT = WS-SECT-SEQ
                   MOVE "TRAILER DOES NOT MATCH REQUEST HEADER"
                     TO WS-EXCEPTION-TEXT
                   PERFORM 8150-WRITE-SECTION-EXCEPTION
               END-IF
               IF FO-TERMS-WRITTEN NOT = WS-SECT-TERMS
                   MOVE "TRAILER TERM COUNT DOES NOT MATCH DETAIL"
                     TO WS-EXCEPTION-TEXT
                   PERFORM 8150-WRITE-SECTION-EXCEPTION
               END-IF
               IF FO-LAST-VALUE NOT = WS-LAST-DETAIL-VALUE
                   MOVE "TRAILER LAST VALUE DOES NOT MATCH DETAIL"
                     TO WS-EXCEPTION-TEXT
                   PERFORM 8150-WRITE-SECTION-EXCEPTION
               END-IF
               PERFORM 2310-CROSS-FOOT-SECTION
               PERFORM 2900-WRITE-SECTION-LINE
               MOVE "N" TO WS-IN-SECTION-SW
           END-IF.

       2310-CROSS-FOOT-SECTION.
           ADD WS-SECT-REQUESTED TO WS-REQUESTED-TERMS
           IF WS-SECT-TERMS > WS-SECT-REQUESTED
               SET OUT-OF-PROOF TO TRUE
               SET SECTION-FAILED TO TRUE
               MOVE SPACES TO BALRPT-LINE
               MOVE "*** CONTROL BREAK: MORE TERMS THAN REQUESTED"
                   TO BALRPT-LINE
               WRITE BALRPT-LINE
           END-IF
           IF WS-SECT-TERMS < WS-SECT-REQUESTED
               PERFORM 2320-CHECK-EARLY-STOP
           ELSE
               IF FO-END-REASON NOT = "N"
                   MOVE "TRAILER END REASON SHOULD BE NORMAL"
                     TO WS-EXCEPTION-TEXT
                   PERFORM 8150-WRITE-SECTION-EXCEPTION
               END-IF
           END-IF.

       2320-CHECK-EARLY-STOP.
           COMPUTE WS-EXPECTED-TERM = WS-SECT-START + WS-SECT-TERMS
           PERFORM 2210-GENERATE-TERM
               UNTIL WS-GEN-TERM >= WS-EXPECTED-TERM
                  OR NEXT-TERM-OVERFLOWS
           IF NEXT-TERM-OVERFLOWS AND FO-END-REASON = "O"
               MOVE SPACES TO BALRPT-LINE
               MOVE "SERIES STOPPED EARLY ON 18-DIGIT OVERFLOW GUARD"
                   TO BALRPT-LINE
               WRITE BALRPT-LINE
           ELSE
               SET OUT-OF-PROOF TO TRUE
               SET SECTION-FAILED TO TRUE
               MOVE SPACES TO BALRPT-LINE
               MOVE "*** CONTROL BREAK: SERIES ENDED SHORT WITHOUT"
                   TO BALRPT-LINE
               WRITE BALRPT-LINE
           END-IF.

       2400-CLOSE-WITHOUT-TRAILER.
           MOVE "TRAILER MISSING FOR REQUEST"
             TO WS-EXCEPTION-TEXT
           PERFORM 8150-WRITE-SECTION-EXCEPTION
           ADD WS-SECT-REQUESTED TO WS-REQUESTED-TERMS
           PERFORM 2900-WRITE-SECTION-LINE
           MOVE "N" TO WS-IN-SECTION-SW.

       2900-WRITE-SECTION-LINE.
           MOVE SPACES TO BALRPT-LINE
           IF SECTION-PROVED
               ADD 1 TO WS-REQUESTS-PROVED
               STRING "REQUEST " DELIMITED BY SIZE
                       WS-SECT-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SECT-REQUESTOR DELIMITED BY SIZE
                       " REQUESTED=" DELIMITED BY SIZE
                       WS-SECT-REQUESTED DELIMITED BY SIZE
                       " START=" DELIMITED BY SIZE
                       WS-SECT-START DELIMITED BY SIZE
                       " WRITTEN=" DELIMITED BY SIZE
                       WS-SECT-TERMS DELIMITED BY SIZE
                       " - IN PROOF" DELIMITED BY SIZE
                       INTO BALRPT-LINE
           ELSE
               ADD 1 TO WS-REQUESTS-FAILED
               STRING "REQUEST " DELIMITED BY SIZE
                       WS-SECT-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SECT-REQUESTOR DELIMITED BY SIZE
                       " REQUESTED=" DELIMITED BY SIZE
                       WS-SECT-REQUESTED DELIMITED BY SIZE
                       " START=" DELIMITED BY SIZE
                       WS-SECT-START DELIMITED BY SIZE
                       " WRITTEN=" DELIMITED BY SIZE
                       WS-SECT-TERMS DELIMITED BY SIZE
                       " - *** OUT OF PROOF ***" DELIMITED BY SIZE
                       INTO BALRPT-LINE
           END-IF
           WRITE BALRPT-LINE.

       3000-CROSS-FOOT-COUNTS.
           IF WS-REQUESTS-READ = 0
               SET OUT-OF-PROOF TO TRUE
               MOVE SPACES TO BALRPT-LINE
               MOVE "*** CONTROL BREAK: NO REQUEST SECTIONS ON FIBOUT"
                   TO BALRPT-LINE
               WRITE BALRPT-LINE
           END-IF.

       8100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO BALRPT-LINE
           STRING "OUT OF PROOF TERM=" DELIMITED BY SIZE
                   INTO BALRPT-LINE
           WRITE BALRPT-LINE.

       8150-WRITE-SECTION-EXCEPTION.
           SET OUT-OF-PROOF TO TRUE
           SET SECTION-FAILED TO TRUE
           MOVE SPACES TO BALRPT-LINE
           STRING "OUT OF PROOF REQUEST=" DELIMITED BY SIZE
                   WS-SECT-SEQ DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY SIZE
                   INTO BALRPT-LINE
           WRITE BALRPT-LINE.

       8200-WRITE-BALANCE-TOTALS.
           MOVE SPACES TO BALRPT-LINE
           WRITE BALRPT-LINE
                   INTO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           STRING "REQUESTS READ  . . . . . . . : " DELIMITED BY SIZE
                   WS-REQUESTS-READ                 DELIMITED BY SIZE
                   INTO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           STRING "REQUESTS IN PROOF  . . . . . : " DELIMITED BY SIZE
                   WS-REQUESTS-PROVED               DELIMITED BY SIZE
                   INTO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           STRING "REQUESTS OUT OF PROOF  . . . : " DELIMITED BY SIZE
                   WS-REQUESTS-FAILED               DELIMITED BY SIZE
                   INTO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           WRITE BALRPT-LINE
           MOVE SPACES TO BALRPT-LINE
           IF IN-PROOF
