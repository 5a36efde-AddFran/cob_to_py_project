       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE-CERTIFICATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-WORK ASSIGN TO "ERASWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ERASURE-RESULT ASSIGN TO "ERASRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT ERASURE-LOG ASSIGN TO "ERASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ERASURE-CERTIFICATE ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-WORK
           RECORD CONTAINS 180 CHARACTERS.
       01  ERASURE-WORK-RECORD PIC X(180).

       FD  ERASURE-RESULT
           RECORD CONTAINS 80 CHARACTERS.
       01  ERASURE-RESULT-RECORD.
           02 RS-CERT-NUMBER   PIC 9(6).
           02 RS-FILE-NAME     PIC X(8).
           02 RS-FIRST-DATE    PIC 9(8).
           02 RS-LAST-DATE     PIC 9(8).
           02 RS-EXAMINED      PIC 9(7).
           02 RS-ANONYMIZED    PIC 9(6).
           02 RS-ALREADY       PIC 9(6).
           02 RS-TRAILER-PROOF PIC X.
           02 RS-SCRUB-DATE    PIC 9(8).
           02 FILLER           PIC X(22).

       FD  ERASURE-LOG
           RECORD CONTAINS 120 CHARACTERS.
       01  ERASURE-LOG-RECORD.
           02 EL-HASHED-DATA.
               03 EL-SEQUENCE      PIC 9(6).
               03 EL-STAMP         PIC X(14).
               03 EL-CERT-NUMBER   PIC 9(6).
               03 EL-REQUEST-ID    PIC X(10).
               03 EL-REQUESTER     PIC X(8).
               03 EL-APPROVER      PIC X(8).
               03 EL-ERASED-DATE   PIC 9(8).
               03 EL-MASTER-OUTCOME PIC X.
               03 EL-FILES-SEARCHED PIC 9(4).
               03 EL-RECORDS-ANONYMIZED PIC 9(7).
               03 EL-PRIOR-HASH    PIC 9(10).
           02 EL-ENTRY-HASH        PIC 9(10).
           02 FILLER               PIC X(28).

       FD  ERASURE-CERTIFICATE
           RECORD CONTAINS 100 CHARACTERS.
       01  ERASCERT-LINE        PIC X(100).

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
           02 WS-WORK-STATUS     PIC XX VALUE "00".
           02 WS-RESULT-STATUS   PIC XX VALUE "00".
           02 WS-LOG-STATUS      PIC XX VALUE "00".
           02 WS-CERT-STATUS     PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-WORK        PIC X  VALUE "N".
               88 EOF-WORK            VALUE "Y".
           02 WS-EOF-RESULT      PIC X  VALUE "N".
               88 EOF-RESULT          VALUE "Y".
           02 WS-EOF-LOG         PIC X  VALUE "N".
               88 EOF-LOG             VALUE "Y".
           02 WS-RESULTS-SW      PIC X  VALUE "N".
               88 RESULTS-PRESENT     VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-LOG-ENTRIES     PIC 9(6) VALUE 0.
           02 WS-ISSUED-COUNT    PIC 9(6) VALUE 0.
           02 WS-NOT-ISSUED-COUNT PIC 9(6) VALUE 0.
       01 WS-LAST-SEQUENCE      PIC 9(6) VALUE 0.
       01 WS-LAST-HASH          PIC 9(10) VALUE 0.
       01 WS-FILES-SEARCHED     PIC 9(4) VALUE 0.
       01 WS-RECORDS-ANONYMIZED PIC 9(7) VALUE 0.
       01 WS-HASH               PIC 9(10) VALUE 0.
       01 WS-HASH-WORK          PIC 9(12) VALUE 0.
       01 WS-HASH-QUOTIENT      PIC 9(12) VALUE 0.
       01 WS-HASH-MODULUS       PIC 9(10) VALUE 999999937.
       01 WS-HASH-DATA          PIC X(82).
       01 WS-HASH-POS           PIC 9(3) VALUE 0.
       01 WS-CHAR-CODE          PIC 9(4) COMP VALUE 0.
       01 WS-CHAR-BYTES REDEFINES WS-CHAR-CODE PIC X(2).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.
       01 WS-COUNT-OUT          PIC Z(6)9.
       01 WS-TOKEN-OUT          PIC X(60).
       01 WORK-TABLE.
           02 WORK-COUNT PIC 9(3) VALUE 0.
           02 WK-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON WORK-COUNT
                       INDEXED BY WK-IDX.
               03 WK-RECORD      PIC X(180).
               03 WK-KEEP-SW     PIC X.
                   88 WK-KEEP         VALUE "Y".
       01 WS-WORK-ENTRY.
           02 WE-CERT-NUMBER   PIC 9(6).
           02 WE-REQUEST-ID    PIC X(10).
           02 WE-REQUESTER     PIC X(8).
           02 WE-APPROVER      PIC X(8).
           02 WE-ERASED-DATE   PIC 9(8).
           02 WE-KEY           PIC X(60).
           02 WE-DOB           PIC 9(8).
           02 WE-TOKEN-KEY.
               03 WE-TOKEN-NOMBRE   PIC X(30).
               03 WE-TOKEN-APELLIDO PIC X(30).
           02 WE-MASTER-OUTCOME PIC X.
               88 WE-MASTER-DELETED   VALUE "D".
           02 FILLER           PIC X(11).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 1300-VERIFY-LOG-CHAIN
           OPEN EXTEND ERASURE-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT ERASURE-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERASURE-LOG OPEN FAILED, STATUS = "
                   WS-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-LOG-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WORK-COUNT
               PERFORM 2000-CERTIFY-ERASURE
           END-PERFORM
           CLOSE ERASURE-LOG
           PERFORM 3000-REWRITE-WORK
           PERFORM 8200-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-NOT-ISSUED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT ERASURE-CERTIFICATE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "ERASURE-CERTIFICATE OPEN FAILED, STATUS = "
                   WS-CERT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-CERT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO ERASCERT-LINE
           MOVE "ERASURE-CERTIFICATE - CERTIFICATES OF CUSTOMER ERASURE"
               TO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           WRITE ERASCERT-LINE
           OPEN INPUT ERASURE-WORK
           IF WS-WORK-STATUS = "35"
               SET EOF-WORK TO TRUE
           ELSE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERASURE-WORK OPEN FAILED, STATUS = "
                       WS-WORK-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-WORK-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
               PERFORM 1100-LOAD-WORK-ENTRY UNTIL EOF-WORK
               CLOSE ERASURE-WORK
           END-IF.

       1100-LOAD-WORK-ENTRY.
           READ ERASURE-WORK
               AT END
                   SET EOF-WORK TO TRUE
               NOT AT END
                   IF WORK-COUNT >= 500
                       DISPLAY "ERASWORK: TABLE FULL AT 500 ENTRIES"
                       MOVE 12 TO RETURN-CODE
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
                   ADD 1 TO WORK-COUNT
                   MOVE ERASURE-WORK-RECORD TO WK-RECORD (WORK-COUNT)
                   MOVE "N" TO WK-KEEP-SW (WORK-COUNT)
           END-READ.

       1300-VERIFY-LOG-CHAIN.
           OPEN INPUT ERASURE-LOG
           IF WS-LOG-STATUS = "35"
               SET EOF-LOG TO TRUE
           ELSE
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "ERASURE-LOG OPEN FAILED, STATUS = "
                       WS-LOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-LOG-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
               PERFORM 1310-VERIFY-LOG-ENTRY UNTIL EOF-LOG
               CLOSE ERASURE-LOG
           END-IF
           MOVE SPACES TO ERASCERT-LINE
           STRING "ERASURE LOG ENTRIES VERIFIED : " DELIMITED BY SIZE
                   WS-LOG-ENTRIES                   DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           WRITE ERASCERT-LINE.

       1310-VERIFY-LOG-ENTRY.
           READ ERASURE-LOG
               AT END
                   SET EOF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-ENTRIES
                   MOVE EL-HASHED-DATA TO WS-HASH-DATA
                   PERFORM 5000-COMPUTE-HASH
                   IF EL-SEQUENCE NOT = WS-LAST-SEQUENCE + 1
                      OR EL-PRIOR-HASH NOT = WS-LAST-HASH
                      OR EL-ENTRY-HASH NOT = WS-HASH
                       PERFORM 8100-CHAIN-BROKEN
                   END-IF
                   MOVE EL-SEQUENCE TO WS-LAST-SEQUENCE
                   MOVE EL-ENTRY-HASH TO WS-LAST-HASH
           END-READ.

       2000-CERTIFY-ERASURE.
           MOVE WK-RECORD (WK-IDX) TO WS-WORK-ENTRY
           PERFORM 2100-COUNT-RESULTS
           IF NOT RESULTS-PRESENT
               MOVE "Y" TO WK-KEEP-SW (WK-IDX)
               ADD 1 TO WS-NOT-ISSUED-COUNT
               MOVE SPACES TO ERASCERT-LINE
               STRING "CERTIFICATE " DELIMITED BY SIZE
                       WE-CERT-NUMBER DELIMITED BY SIZE
                       " NOT ISSUED - NO SCRUB RESULTS, ENTRY KEPT"
                           DELIMITED BY SIZE
                       INTO ERASCERT-LINE
               WRITE ERASCERT-LINE
               MOVE SPACES TO ERASCERT-LINE
               WRITE ERASCERT-LINE
           ELSE
               PERFORM 2200-WRITE-LOG-ENTRY
               PERFORM 2300-PRINT-CERTIFICATE
               ADD 1 TO WS-ISSUED-COUNT
           END-IF.

       2100-COUNT-RESULTS.
           MOVE "N" TO WS-RESULTS-SW
           MOVE 0 TO WS-FILES-SEARCHED
           MOVE 0 TO WS-RECORDS-ANONYMIZED
           MOVE "N" TO WS-EOF-RESULT
           OPEN INPUT ERASURE-RESULT
           IF WS-RESULT-STATUS = "35"
               SET EOF-RESULT TO TRUE
           ELSE
               IF WS-RESULT-STATUS NOT = "00"
                   DISPLAY "ERASURE-RESULT OPEN FAILED, STATUS = "
                       WS-RESULT-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-RESULT-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
               PERFORM 2110-COUNT-RESULT-RECORD UNTIL EOF-RESULT
               CLOSE ERASURE-RESULT
           END-IF.

       2110-COUNT-RESULT-RECORD.
           READ ERASURE-RESULT
               AT END
                   SET EOF-RESULT TO TRUE
               NOT AT END
                   IF RS-CERT-NUMBER = WE-CERT-NUMBER
                       SET RESULTS-PRESENT TO TRUE
                       ADD 1 TO WS-FILES-SEARCHED
                       ADD RS-ANONYMIZED TO WS-RECORDS-ANONYMIZED
                   END-IF
           END-READ.

       2200-WRITE-LOG-ENTRY.
           MOVE SPACES TO ERASURE-LOG-RECORD
           ADD 1 TO WS-LAST-SEQUENCE
           MOVE WS-LAST-SEQUENCE      TO EL-SEQUENCE
           MOVE FUNCTION CURRENT-DATE (1:14) TO EL-STAMP
           MOVE WE-CERT-NUMBER        TO EL-CERT-NUMBER
           MOVE WE-REQUEST-ID         TO EL-REQUEST-ID
           MOVE WE-REQUESTER          TO EL-REQUESTER
           MOVE WE-APPROVER           TO EL-APPROVER
           MOVE WE-ERASED-DATE        TO EL-ERASED-DATE
           MOVE WE-MASTER-OUTCOME     TO EL-MASTER-OUTCOME
           MOVE WS-FILES-SEARCHED     TO EL-FILES-SEARCHED
           MOVE WS-RECORDS-ANONYMIZED TO EL-RECORDS-ANONYMIZED
           MOVE WS-LAST-HASH          TO EL-PRIOR-HASH
           MOVE EL-HASHED-DATA TO WS-HASH-DATA
           PERFORM 5000-COMPUTE-HASH
           MOVE WS-HASH TO EL-ENTRY-HASH
           WRITE ERASURE-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERASURE-LOG WRITE FAILED, STATUS = "
                   WS-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-LOG-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE WS-HASH TO WS-LAST-HASH.

       2300-PRINT-CERTIFICATE.
           MOVE SPACES TO ERASCERT-LINE
           MOVE ALL "-" TO ERASCERT-LINE (1:72)
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "CERTIFICATE NUMBER . . . . : " DELIMITED BY SIZE
                   WE-CERT-NUMBER                  DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "ERASURE REQUEST  . . . . . : " DELIMITED BY SIZE
                   WE-REQUEST-ID                   DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO WS-TOKEN-OUT
           STRING WE-TOKEN-NOMBRE   DELIMITED BY SPACE
                   " "               DELIMITED BY SIZE
                   WE-TOKEN-APELLIDO DELIMITED BY SIZE
                   INTO WS-TOKEN-OUT
           MOVE SPACES TO ERASCERT-LINE
           STRING "CUSTOMER NOW RECORDED AS . : " DELIMITED BY SIZE
                   WS-TOKEN-OUT                    DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "ERASED ON  . . . . . . . . : " DELIMITED BY SIZE
                   WE-ERASED-DATE                  DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "REQUESTED BY . . . . . . . : " DELIMITED BY SIZE
                   WE-REQUESTER                    DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "APPROVED BY  . . . . . . . : " DELIMITED BY SIZE
                   WE-APPROVER                     DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           MOVE "CUSTOMER MASTER  . . . . . : " TO ERASCERT-LINE
           IF WE-MASTER-DELETED
               MOVE "RECORD DELETED" TO ERASCERT-LINE (30:14)
           ELSE
               MOVE "NOT ON MASTER AT ERASURE" TO ERASCERT-LINE (30:24)
           END-IF
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           MOVE "FUTURE CUSTIN RECORDS  . . : SUPPRESSED AT POSTING"
               TO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           MOVE "FILE     FROM     TO       EXAMINED ANONYMIZED"
               TO ERASCERT-LINE
           MOVE "ALREADY  TRAILER" TO ERASCERT-LINE (50:16)
           WRITE ERASCERT-LINE
           MOVE "N" TO WS-EOF-RESULT
           OPEN INPUT ERASURE-RESULT
           PERFORM 2310-PRINT-RESULT-LINE UNTIL EOF-RESULT
           CLOSE ERASURE-RESULT
           MOVE SPACES TO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "FILES SEARCHED . . . . . . : " DELIMITED BY SIZE
                   WS-FILES-SEARCHED               DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "RECORDS ANONYMIZED . . . . : " DELIMITED BY SIZE
                   WS-RECORDS-ANONYMIZED           DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "ERASURE LOG ENTRY  . . . . : " DELIMITED BY SIZE
                   EL-SEQUENCE                     DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "ERASURE LOG HASH . . . . . : " DELIMITED BY SIZE
                   EL-ENTRY-HASH                   DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           WRITE ERASCERT-LINE.

       2310-PRINT-RESULT-LINE.
           READ ERASURE-RESULT
               AT END
                   SET EOF-RESULT TO TRUE
               NOT AT END
                   IF RS-CERT-NUMBER = WE-CERT-NUMBER
                       MOVE SPACES TO ERASCERT-LINE
                       MOVE RS-FILE-NAME  TO ERASCERT-LINE (1:8)
                       MOVE RS-FIRST-DATE TO ERASCERT-LINE (10:8)
                       MOVE RS-LAST-DATE  TO ERASCERT-LINE (19:8)
                       MOVE RS-EXAMINED   TO WS-COUNT-OUT
                       MOVE WS-COUNT-OUT  TO ERASCERT-LINE (28:7)
                       MOVE RS-ANONYMIZED TO WS-COUNT-OUT
                       MOVE WS-COUNT-OUT  TO ERASCERT-LINE (37:7)
                       MOVE RS-ALREADY    TO WS-COUNT-OUT
                       MOVE WS-COUNT-OUT  TO ERASCERT-LINE (47:7)
                       EVALUATE RS-TRAILER-PROOF
                           WHEN "P"
                               MOVE "PROVED" TO ERASCERT-LINE (59:6)
                           WHEN "F"
                               MOVE "OUT OF BALANCE"
                                   TO ERASCERT-LINE (59:14)
                           WHEN "M"
                               MOVE "MISSING" TO ERASCERT-LINE (59:7)
                           WHEN OTHER
                               MOVE "N/A" TO ERASCERT-LINE (59:3)
                       END-EVALUATE
                       WRITE ERASCERT-LINE
                   END-IF
           END-READ.

       3000-REWRITE-WORK.
           OPEN OUTPUT ERASURE-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERASURE-WORK OPEN FAILED, STATUS = "
                   WS-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-WORK-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WORK-COUNT
               IF WK-KEEP (WK-IDX)
                   MOVE WK-RECORD (WK-IDX) TO ERASURE-WORK-RECORD
                   WRITE ERASURE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE ERASURE-WORK.

       5000-COMPUTE-HASH.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 82
               MOVE 0 TO WS-CHAR-CODE
               MOVE WS-HASH-DATA (WS-HASH-POS:1) TO WS-CHAR-BYTES (2:1)
               COMPUTE WS-HASH-WORK = WS-HASH * 31 + WS-CHAR-CODE
               DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH
           END-PERFORM.

       8100-CHAIN-BROKEN.
           DISPLAY "ERASURE LOG CHAIN BROKEN AT ENTRY " WS-LOG-ENTRIES
           MOVE SPACES TO ERASCERT-LINE
           STRING "ERASURE LOG CHAIN BROKEN AT ENTRY " DELIMITED BY SIZE
                   WS-LOG-ENTRIES                     DELIMITED BY SIZE
                   " - NO CERTIFICATES ISSUED"       DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           CLOSE ERASURE-LOG
           CLOSE ERASURE-CERTIFICATE
           MOVE 16 TO RETURN-CODE
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       8200-WRITE-TOTALS.
           MOVE SPACES TO ERASCERT-LINE
           STRING "CERTIFICATES ISSUED  . . . : " DELIMITED BY SIZE
                   WS-ISSUED-COUNT                 DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE
           MOVE SPACES TO ERASCERT-LINE
           STRING "CERTIFICATES NOT ISSUED  . : " DELIMITED BY SIZE
                   WS-NOT-ISSUED-COUNT             DELIMITED BY SIZE
                   INTO ERASCERT-LINE
           WRITE ERASCERT-LINE.

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
               MOVE "ERASURE-CERTIFICATE" TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-TODAY-DATE TO OPS-BUSINESS-DATE
               MOVE WORK-COUNT TO OPS-READ-COUNT
               MOVE WS-ISSUED-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-NOT-ISSUED-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE ERASURE-CERTIFICATE.
       END PROGRAM ERASURE-CERTIFICATE.
