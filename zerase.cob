       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUEST ASSIGN TO "ERASREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT ERASURE-SUPPRESSION ASSIGN TO "ERASSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT ERASURE-WORK ASSIGN TO "ERASWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ERASURE-REGISTER ASSIGN TO "ERASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST
           RECORD CONTAINS 100 CHARACTERS.
       01  ERASURE-REQUEST-RECORD.
           02 ER-REQUEST-ID    PIC X(10).
           02 ER-KEY.
               03 ER-NOMBRE    PIC A(30).
               03 ER-APELLIDO  PIC A(30).
           02 ER-DOB           PIC X(8).
           02 ER-REQUESTER     PIC X(8).
           02 ER-APPROVER      PIC X(8).
           02 FILLER           PIC X(6).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-KEY.
               03 CM-NOMBRE    PIC A(30).
               03 CM-APELLIDO  PIC A(30).
           02 CM-AGE       PIC 9(2).
           02 CM-DOB       PIC 9(8).

       FD  OPERATOR-AUTHORITY
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-AUTHORITY-RECORD.
           02 OA-OPERATOR-ID    PIC X(8).
           02 OA-OPERATOR-NAME  PIC X(30).
           02 OA-NOMBRLK-RIGHTS PIC X(5).
           02 OA-CUSTMST-RIGHTS PIC X(5).
           02 FILLER            PIC X(32).

       FD  ERASURE-SUPPRESSION
           RECORD CONTAINS 90 CHARACTERS.
       01  ERASURE-SUPPRESSION-RECORD.
           02 ES-KEY.
               03 ES-NOMBRE    PIC A(30).
               03 ES-APELLIDO  PIC A(30).
           02 ES-DOB           PIC 9(8).
           02 ES-CERT-NUMBER   PIC 9(6).
           02 ES-ERASED-DATE   PIC 9(8).
           02 FILLER           PIC X(8).

       FD  ERASURE-WORK
           RECORD CONTAINS 180 CHARACTERS.
       01  ERASURE-WORK-RECORD.
           02 EW-CERT-NUMBER   PIC 9(6).
           02 EW-REQUEST-ID    PIC X(10).
           02 EW-REQUESTER     PIC X(8).
           02 EW-APPROVER      PIC X(8).
           02 EW-ERASED-DATE   PIC 9(8).
           02 EW-KEY           PIC X(60).
           02 EW-DOB           PIC 9(8).
           02 EW-TOKEN-KEY     PIC X(60).
           02 EW-MASTER-OUTCOME PIC X.
           02 FILLER           PIC X(11).

       FD  MAINT-JOURNAL
           RECORD CONTAINS 178 CHARACTERS.
       01  JOURNAL-RECORD.
           02 JR-ACTION        PIC X.
           02 JR-TIMESTAMP     PIC X(21).
           02 JR-BEFORE-IMAGE  PIC X(70).
           02 JR-AFTER-IMAGE   PIC X(70).
           02 JR-REQUESTER     PIC X(8).
           02 JR-APPROVER      PIC X(8).

       FD  ERASURE-REGISTER
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
           02 WS-REQUEST-STATUS  PIC XX VALUE "00".
           02 WS-MASTER-STATUS   PIC XX VALUE "00".
           02 WS-AUTHORITY-STATUS PIC XX VALUE "00".
           02 WS-SUPPRESS-STATUS PIC XX VALUE "00".
           02 WS-WORK-STATUS     PIC XX VALUE "00".
           02 WS-JOURNAL-STATUS  PIC XX VALUE "00".
           02 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-REQUEST     PIC X  VALUE "N".
               88 EOF-REQUEST         VALUE "Y".
           02 WS-EOF-AUTHORITY   PIC X  VALUE "N".
               88 EOF-AUTHORITY       VALUE "Y".
           02 WS-EOF-SUPPRESS    PIC X  VALUE "N".
               88 EOF-SUPPRESS        VALUE "Y".
           02 WS-AUTHORISED-SW   PIC X  VALUE "N".
               88 OPERATOR-AUTHORISED VALUE "Y".
           02 WS-SUPPRESS-FOUND-SW PIC X VALUE "N".
               88 SUPPRESSION-FOUND   VALUE "Y".
           02 WS-ON-MASTER-SW    PIC X  VALUE "N".
               88 ON-MASTER           VALUE "Y".
           02 WS-VALID-SW        PIC X  VALUE "Y".
               88 VALID-REQUEST       VALUE "Y".
               88 INVALID-REQUEST     VALUE "N".
       01 WS-CONTROL-TOTALS.
           02 WS-REQUEST-COUNT   PIC 9(6) VALUE 0.
           02 WS-ERASED-COUNT    PIC 9(6) VALUE 0.
           02 WS-DELETED-COUNT   PIC 9(6) VALUE 0.
           02 WS-NOT-ON-MASTER-COUNT PIC 9(6) VALUE 0.
           02 WS-REFUSED-COUNT   PIC 9(6) VALUE 0.
       01 WS-REFUSE-TEXT        PIC X(30).
       01 WS-CHECK-OPERATOR-ID  PIC X(8).
       01 WS-RIGHT-NEEDED       PIC 9 VALUE 0.
       01 WS-REQUEST-DOB        PIC 9(8) VALUE 0.
       01 WS-ERASE-DOB          PIC 9(8) VALUE 0.
       01 WS-LAST-CERT-NUMBER   PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.
       01 WS-BEFORE-IMAGE       PIC X(70).
       01 WS-TOKEN-KEY.
           02 WS-TOKEN-NOMBRE    PIC X(30) VALUE "ERASED".
           02 WS-TOKEN-APELLIDO.
               03 FILLER          PIC X(12) VALUE "CERTIFICATE ".
               03 WS-TOKEN-CERT   PIC 9(6)  VALUE 0.
               03 FILLER          PIC X(12) VALUE SPACES.
       01 OPERATOR-TABLE.
           02 OPERATOR-COUNT PIC 9(3) VALUE 0.
           02 OP-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON OPERATOR-COUNT
                       INDEXED BY OP-IDX.
               03 OP-OPERATOR-ID    PIC X(8).
               03 OP-CUSTMST-RIGHTS PIC X(5).
       01 SUPPRESSION-TABLE.
           02 SUPPRESSION-COUNT PIC 9(4) VALUE 0.
           02 SP-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON SUPPRESSION-COUNT
                       INDEXED BY SP-IDX.
               03 SP-KEY         PIC X(60).
               03 SP-DOB         PIC 9(8).
               03 SP-CERT-NUMBER PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL EOF-REQUEST
           PERFORM 8200-WRITE-REGISTER-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ERASURE-REQUEST
           IF WS-REQUEST-STATUS = "35"
               SET EOF-REQUEST TO TRUE
           ELSE
               IF WS-REQUEST-STATUS NOT = "00"
                   DISPLAY "ERASURE-REQUEST OPEN FAILED, STATUS = "
                       WS-REQUEST-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-REQUEST-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-MASTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-JOURNAL
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MAINT-JOURNAL OPEN FAILED, STATUS = "
                   WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-JOURNAL-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT ERASURE-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERASURE-REGISTER OPEN FAILED, STATUS = "
                   WS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-REGISTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-AUTHORITY
           IF WS-AUTHORITY-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTHORITY OPEN FAILED, STATUS = "
                   WS-AUTHORITY-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-AUTHORITY-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-OPERATOR UNTIL EOF-AUTHORITY
           CLOSE OPERATOR-AUTHORITY
           OPEN INPUT ERASURE-SUPPRESSION
           IF WS-SUPPRESS-STATUS = "00"
               PERFORM 1200-LOAD-SUPPRESSION UNTIL EOF-SUPPRESS
               CLOSE ERASURE-SUPPRESSION
           END-IF
           OPEN EXTEND ERASURE-SUPPRESSION
           IF WS-SUPPRESS-STATUS = "35"
               OPEN OUTPUT ERASURE-SUPPRESSION
           END-IF
           IF WS-SUPPRESS-STATUS NOT = "00"
               DISPLAY "ERASURE-SUPPRESSION OPEN FAILED, STATUS = "
                   WS-SUPPRESS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-SUPPRESS-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN EXTEND ERASURE-WORK
           IF WS-WORK-STATUS = "35"
               OPEN OUTPUT ERASURE-WORK
           END-IF
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERASURE-WORK OPEN FAILED, STATUS = "
                   WS-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-WORK-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-LINE
           MOVE "CUSTOMER-ERASURE - ERASURE REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF NOT EOF-REQUEST
               READ ERASURE-REQUEST
                   AT END
                       SET EOF-REQUEST TO TRUE
               END-READ
           END-IF.

       1100-LOAD-OPERATOR.
           READ OPERATOR-AUTHORITY
               AT END
                   SET EOF-AUTHORITY TO TRUE
               NOT AT END
                   IF OPERATOR-COUNT >= 500
                       DISPLAY "OPERAUTH: TABLE FULL AT 500 ENTRIES - "
                           OA-OPERATOR-ID " IGNORED"
                   ELSE
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OA-OPERATOR-ID
                         TO OP-OPERATOR-ID (OPERATOR-COUNT)
                       MOVE OA-CUSTMST-RIGHTS
                         TO OP-CUSTMST-RIGHTS (OPERATOR-COUNT)
                   END-IF
           END-READ.

       1200-LOAD-SUPPRESSION.
           READ ERASURE-SUPPRESSION
               AT END
                   SET EOF-SUPPRESS TO TRUE
               NOT AT END
                   IF SUPPRESSION-COUNT >= 5000
                       DISPLAY "ERASSUPP: TABLE FULL AT 5000 ENTRIES"
                       DISPLAY "- ERASURES REFUSED TO AVOID REUSING"
                           " CERTIFICATE NUMBERS"
                       MOVE 12 TO RETURN-CODE
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
                   ADD 1 TO SUPPRESSION-COUNT
                   MOVE ES-KEY TO SP-KEY (SUPPRESSION-COUNT)
                   MOVE 0 TO SP-DOB (SUPPRESSION-COUNT)
                   IF ES-DOB NUMERIC
                       MOVE ES-DOB TO SP-DOB (SUPPRESSION-COUNT)
                   END-IF
                   MOVE 0 TO SP-CERT-NUMBER (SUPPRESSION-COUNT)
                   IF ES-CERT-NUMBER NUMERIC
                       MOVE ES-CERT-NUMBER
                         TO SP-CERT-NUMBER (SUPPRESSION-COUNT)
                       IF ES-CERT-NUMBER > WS-LAST-CERT-NUMBER
                           MOVE ES-CERT-NUMBER TO WS-LAST-CERT-NUMBER
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM 2050-VALIDATE-REQUEST
           IF VALID-REQUEST
               PERFORM 2100-READ-MASTER
           END-IF
           IF VALID-REQUEST
               ADD 1 TO WS-LAST-CERT-NUMBER GIVING WS-TOKEN-CERT
               IF ON-MASTER
                   PERFORM 2150-DELETE-WITH-JOURNAL
               END-IF
           END-IF
           IF VALID-REQUEST
               PERFORM 2200-RECORD-ERASURE
           ELSE
               PERFORM 8100-WRITE-REFUSED-LINE
           END-IF
           READ ERASURE-REQUEST
               AT END
                   SET EOF-REQUEST TO TRUE
           END-READ.

       2010-CHECK-OPERATOR.
           MOVE "N" TO WS-AUTHORISED-SW
           IF OPERATOR-COUNT > 0 AND WS-CHECK-OPERATOR-ID NOT = SPACES
               SET OP-IDX TO 1
               SEARCH OP-ENTRY
                   AT END
                       CONTINUE
                   WHEN OP-OPERATOR-ID (OP-IDX) = WS-CHECK-OPERATOR-ID
                       IF OP-CUSTMST-RIGHTS (OP-IDX)
                              (WS-RIGHT-NEEDED:1) = "Y"
                           SET OPERATOR-AUTHORISED TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       2050-VALIDATE-REQUEST.
           SET VALID-REQUEST TO TRUE
           MOVE 0 TO WS-REQUEST-DOB
           EVALUATE TRUE
               WHEN ER-NOMBRE = SPACES
                   SET INVALID-REQUEST TO TRUE
                   MOVE "NOMBRE IS BLANK"           TO WS-REFUSE-TEXT
               WHEN ER-APELLIDO = SPACES
                   SET INVALID-REQUEST TO TRUE
                   MOVE "APELLIDO IS BLANK"         TO WS-REFUSE-TEXT
               WHEN ER-DOB NOT = SPACES AND ER-DOB NOT NUMERIC
                   SET INVALID-REQUEST TO TRUE
                   MOVE "BIRTH DATE IS NOT NUMERIC" TO WS-REFUSE-TEXT
           END-EVALUATE
           IF VALID-REQUEST AND ER-DOB NUMERIC
               MOVE ER-DOB TO WS-REQUEST-DOB
           END-IF
           IF VALID-REQUEST
               MOVE ER-REQUESTER TO WS-CHECK-OPERATOR-ID
               MOVE 4 TO WS-RIGHT-NEEDED
               PERFORM 2010-CHECK-OPERATOR
               IF NOT OPERATOR-AUTHORISED
                   SET INVALID-REQUEST TO TRUE
                   MOVE "REQUESTER NOT AUTHORISED" TO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF VALID-REQUEST
               MOVE ER-APPROVER TO WS-CHECK-OPERATOR-ID
               MOVE 5 TO WS-RIGHT-NEEDED
               PERFORM 2010-CHECK-OPERATOR
               IF NOT OPERATOR-AUTHORISED
                   SET INVALID-REQUEST TO TRUE
                   MOVE "APPROVER NOT AUTHORISED" TO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF VALID-REQUEST AND ER-APPROVER = ER-REQUESTER
               SET INVALID-REQUEST TO TRUE
               MOVE "APPROVER IS THE REQUESTER" TO WS-REFUSE-TEXT
           END-IF
           IF VALID-REQUEST
               PERFORM 2060-FIND-SUPPRESSION
               IF SUPPRESSION-FOUND
                   SET INVALID-REQUEST TO TRUE
                   MOVE "ALREADY ERASED" TO WS-REFUSE-TEXT
               END-IF
           END-IF.

       2060-FIND-SUPPRESSION.
           MOVE "N" TO WS-SUPPRESS-FOUND-SW
           IF SUPPRESSION-COUNT > 0
               SET SP-IDX TO 1
               SEARCH SP-ENTRY
                   AT END
                       CONTINUE
                   WHEN SP-KEY (SP-IDX) = ER-KEY
                        AND (SP-DOB (SP-IDX) = 0
                         OR WS-REQUEST-DOB = 0
                         OR SP-DOB (SP-IDX) = WS-REQUEST-DOB)
                       SET SUPPRESSION-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2100-READ-MASTER.
           MOVE "N" TO WS-ON-MASTER-SW
           MOVE WS-REQUEST-DOB TO WS-ERASE-DOB
           MOVE ER-NOMBRE   TO CM-NOMBRE
           MOVE ER-APELLIDO TO CM-APELLIDO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ON-MASTER TO TRUE
           END-READ
           IF ON-MASTER AND CM-DOB NUMERIC AND CM-DOB > 0
               IF WS-REQUEST-DOB > 0 AND WS-REQUEST-DOB NOT = CM-DOB
                   SET INVALID-REQUEST TO TRUE
                   MOVE "BIRTH DATE DOES NOT MATCH" TO WS-REFUSE-TEXT
               ELSE
                   MOVE CM-DOB TO WS-ERASE-DOB
               END-IF
           END-IF.

       2150-DELETE-WITH-JOURNAL.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-TOKEN-KEY TO WS-BEFORE-IMAGE (1:60)
           MOVE ZEROS TO WS-BEFORE-IMAGE (63:8)
           DELETE CUSTOMER-MASTER
               INVALID KEY
                   SET INVALID-REQUEST TO TRUE
                   MOVE "KEY NOT ON MASTER" TO WS-REFUSE-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   PERFORM 8400-WRITE-JOURNAL-RECORD
           END-DELETE.

       2200-RECORD-ERASURE.
           MOVE WS-TOKEN-CERT TO WS-LAST-CERT-NUMBER
           ADD 1 TO WS-ERASED-COUNT
           IF NOT ON-MASTER
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF
           MOVE SPACES TO ERASURE-SUPPRESSION-RECORD
           MOVE ER-KEY              TO ES-KEY
           MOVE WS-ERASE-DOB        TO ES-DOB
           MOVE WS-TOKEN-CERT       TO ES-CERT-NUMBER
           MOVE WS-TODAY-DATE       TO ES-ERASED-DATE
           WRITE ERASURE-SUPPRESSION-RECORD
           IF SUPPRESSION-COUNT < 5000
               ADD 1 TO SUPPRESSION-COUNT
               MOVE ER-KEY        TO SP-KEY (SUPPRESSION-COUNT)
               MOVE WS-ERASE-DOB  TO SP-DOB (SUPPRESSION-COUNT)
               MOVE WS-TOKEN-CERT TO SP-CERT-NUMBER (SUPPRESSION-COUNT)
           END-IF
           MOVE SPACES TO ERASURE-WORK-RECORD
           MOVE WS-TOKEN-CERT       TO EW-CERT-NUMBER
           MOVE ER-REQUEST-ID       TO EW-REQUEST-ID
           MOVE ER-REQUESTER        TO EW-REQUESTER
           MOVE ER-APPROVER         TO EW-APPROVER
           MOVE WS-TODAY-DATE       TO EW-ERASED-DATE
           MOVE ER-KEY              TO EW-KEY
           MOVE WS-ERASE-DOB        TO EW-DOB
           MOVE WS-TOKEN-KEY        TO EW-TOKEN-KEY
           IF ON-MASTER
               MOVE "D" TO EW-MASTER-OUTCOME
           ELSE
               MOVE "N" TO EW-MASTER-OUTCOME
           END-IF
           WRITE ERASURE-WORK-RECORD
           PERFORM 8000-WRITE-ERASED-LINES.

       8000-WRITE-ERASED-LINES.
           MOVE SPACES TO REGISTER-LINE
           STRING "ERASED  REQUEST " DELIMITED BY SIZE
                   ER-REQUEST-ID DELIMITED BY SIZE
                   " AS " DELIMITED BY SIZE
                   WS-TOKEN-NOMBRE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TOKEN-APELLIDO DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           IF ON-MASTER
               MOVE "        MASTER RECORD DELETED AND JOURNALED"
                   TO REGISTER-LINE
           ELSE
               MOVE "        NOT ON CUSTOMER MASTER - SUPPRESSION ONLY"
                   TO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "        REQUESTED BY " DELIMITED BY SIZE
                   ER-REQUESTER DELIMITED BY SIZE
                   " APPROVED BY " DELIMITED BY SIZE
                   ER-APPROVER DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8100-WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "REFUSED REQUEST " DELIMITED BY SIZE
                   ER-REQUEST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ER-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ER-APELLIDO DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "        " DELIMITED BY SIZE
                   WS-REFUSE-TEXT DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "ERASURE REQUESTS READ  . . . : " DELIMITED BY SIZE
                   WS-REQUEST-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "CUSTOMERS ERASED . . . . . . : " DELIMITED BY SIZE
                   WS-ERASED-COUNT                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  MASTER RECORDS DELETED . . : " DELIMITED BY SIZE
                   WS-DELETED-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  NOT ON MASTER  . . . . . . : " DELIMITED BY SIZE
                   WS-NOT-ON-MASTER-COUNT           DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "REQUESTS REFUSED . . . . . . : " DELIMITED BY SIZE
                   WS-REFUSED-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "LAST CERTIFICATE NUMBER  . . : " DELIMITED BY SIZE
                   WS-LAST-CERT-NUMBER              DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8400-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "D"                   TO JR-ACTION
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE WS-BEFORE-IMAGE       TO JR-BEFORE-IMAGE
           MOVE SPACES                TO JR-AFTER-IMAGE
           MOVE ER-REQUESTER          TO JR-REQUESTER
           MOVE ER-APPROVER           TO JR-APPROVER
           WRITE JOURNAL-RECORD.

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
               MOVE "CUSTOMER-ERASURE" TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-TODAY-DATE TO OPS-BUSINESS-DATE
               MOVE WS-REQUEST-COUNT TO OPS-READ-COUNT
               MOVE WS-ERASED-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-REFUSED-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           IF WS-REQUEST-STATUS NOT = "35"
               CLOSE ERASURE-REQUEST
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE ERASURE-SUPPRESSION
           CLOSE ERASURE-WORK
           CLOSE MAINT-JOURNAL
           CLOSE ERASURE-REGISTER.
       END PROGRAM CUSTOMER-ERASURE.
