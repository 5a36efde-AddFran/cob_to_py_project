           SELECT DAILY-EXTRACT ASSIGN TO "DAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO "POSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.
           SELECT ERASURE-SUPPRESSION ASSIGN TO "ERASSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASSUPP-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.
               03 NL-MSG-TO   PIC 9(8).

       FD  REJECT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  REJECT-RECORD.
           02 RJ-AGE           PIC 9(2).
           02 RJ-NOMBRE        PIC A(30).
           02 RJ-DOB           PIC 9(8).
           02 RJ-REASON-CODE   PIC X(4).
           02 RJ-REASON-TEXT   PIC X(40).
           02 RJ-SOURCE-SYSTEM PIC X(8).
           02 RJ-BUSINESS-DATE PIC 9(8).

       FD  AUDIT-LOG
           RECORD CONTAINS 65 CHARACTERS.
           02 RH-RECORD-TYPE    PIC X.
               88 RH-TOTALS-RECORD    VALUE "1".
               88 RH-NAME-HIT-RECORD  VALUE "2".
               88 RH-SOURCE-RECORD    VALUE "3".
           02 RH-TOTALS.
               03 RH-BUSINESS-DATE PIC 9(8).
               03 RH-REC-COUNT     PIC 9(6).
               03 RH-NOMBRE        PIC X(30).
               03 RH-HIT-COUNT     PIC 9(6).
               03 FILLER           PIC X(35).
           02 RH-SOURCE-TOTALS REDEFINES RH-TOTALS.
               03 RH-SF-DATE       PIC 9(8).
               03 RH-SF-SOURCE     PIC X(8).
               03 RH-SF-READ-COUNT PIC 9(6).
               03 RH-SF-ACCEPT-COUNT PIC 9(6).
               03 RH-SF-REJECT-COUNT PIC 9(6).
               03 FILLER           PIC X(45).

       FD  POSTING-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
               03 EX-RECORD-COUNT PIC 9(6).
               03 FILLER          PIC X(73).

       FD  POSTING-JOURNAL
           RECORD CONTAINS 170 CHARACTERS.
       01  POSTING-JOURNAL-RECORD.
           02 PJ-ACTION        PIC X.
           02 PJ-TIMESTAMP     PIC X(21).
           02 PJ-BEFORE-IMAGE  PIC X(70).
           02 PJ-AFTER-IMAGE   PIC X(70).
           02 PJ-BUSINESS-DATE PIC 9(8).

       FD  ERASURE-SUPPRESSION
           RECORD CONTAINS 90 CHARACTERS.
       01  ERASURE-SUPPRESSION-RECORD.
           02 ES-KEY.
               03 ES-NOMBRE     PIC A(30).
               03 ES-APELLIDO   PIC A(30).
           02 ES-DOB            PIC 9(8).
           02 ES-CERT-NUMBER    PIC 9(6).
           02 ES-ERASED-DATE    PIC 9(8).
           02 FILLER            PIC X(8).

       FD  OPS-JOURNAL
           RECORD CONTAINS 80 CHARACTERS.
       01  OPS-JOURNAL-RECORD.
           02 WS-RUNHIST-STATUS  PIC XX VALUE "00".
           02 WS-POSTRPT-STATUS  PIC XX VALUE "00".
           02 WS-EXTRACT-STATUS  PIC XX VALUE "00".
           02 WS-POSTJRNL-STATUS PIC XX VALUE "00".
           02 WS-ERASSUPP-STATUS PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
           02 WS-REC-COUNT        PIC 9(6) VALUE 0.
           02 WS-REJECT-COUNT     PIC 9(6) VALUE 0.
           02 WS-ACCEPTED-COUNT   PIC 9(6) VALUE 0.
           02 WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
           02 WS-GREET-UNKNOWN-COUNT PIC 9(6) VALUE 0.
           02 WS-ADRIANO-COUNT    PIC 9(6) VALUE 0.
           02 WS-FRAN-COUNT       PIC 9(6) VALUE 0.
               88 HEADER-SEEN         VALUE "Y".
           02 WS-TRAILER-SEEN-SW PIC X  VALUE "N".
               88 TRAILER-SEEN        VALUE "Y".
           02 WS-EOF-SUPPRESSION PIC X  VALUE "N".
               88 EOF-SUPPRESSION     VALUE "Y".
           02 WS-SUPPRESS-SW     PIC X  VALUE "N".
               88 RECORD-SUPPRESSED   VALUE "Y".
       01 WS-BATCH-CONTROLS.
           02 WS-BUSINESS-DATE    PIC 9(8) VALUE 0.
           02 WS-SOURCE-SYSTEM    PIC X(8) VALUE SPACES.
                   04 NT-MSG-FROM PIC 9(8).
                   04 NT-MSG-TO   PIC 9(8).
               03 NT-HIT-COUNT   PIC 9(6) VALUE 0.
       01 SUPPRESSION-TABLE.
           02 SUPPRESSION-COUNT PIC 9(4) VALUE 0.
           02 SP-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON SUPPRESSION-COUNT
                       INDEXED BY SP-IDX.
               03 SP-KEY         PIC X(60).
               03 SP-DOB         PIC 9(8).
               03 SP-TOKEN-KEY.
                   04 SP-TOKEN-NOMBRE   PIC X(30).
                   04 SP-TOKEN-APELLIDO.
                       05 FILLER        PIC X(12).
                       05 SP-TOKEN-CERT PIC 9(6).
                       05 FILLER        PIC X(12).
       01 WS-SUPPRESS-KEY.
           02 WS-SUPPRESS-NOMBRE   PIC A(30).
           02 WS-SUPPRESS-APELLIDO PIC A(30).
       01 WS-FOUND-SW           PIC X VALUE "N".
           88 NOMBRE-FOUND          VALUE "Y".
       01 WS-PREV-NOMBRE        PIC A(30) VALUE SPACES.
           88 INVALID-RECORD        VALUE "N".
       01 WS-REJECT-REASON-CODE PIC X(4).
       01 WS-REJECT-REASON-TEXT PIC X(40).
       01 WS-REJECT-SOURCE      PIC X(8) VALUE SPACES.
       01 WS-AUD-OPERATOR       PIC X(8).
       01 WS-AUD-OPERAND1       PIC S9(12).
       01 WS-AUD-OPERAND2       PIC S9(12).
           88 DOB-ACCEPTED          VALUE "Y".
           88 DOB-REFUSED           VALUE "N".
       01 WS-AGE-REFRESHED      PIC 9(6) VALUE 0.
       01 WS-JRNL-ACTION        PIC X.
       01 WS-BEFORE-IMAGE       PIC X(70).
       01 DATOS.
           02 AGE        PIC 9(2)   VALUE 1.
           02 NOMBRE     PIC A(30).
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-JOURNAL
           IF WS-POSTJRNL-STATUS NOT = "00"
               DISPLAY "POSTING-JOURNAL OPEN FAILED, STATUS = "
                   WS-POSTJRNL-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-POSTJRNL-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
                   SET EOF-CUSTOMER TO TRUE
           END-READ
           PERFORM 1050-READ-TOLERANCE-PARM
           PERFORM 1100-LOAD-NOMBRE-TABLE
           PERFORM 1150-LOAD-SUPPRESSION-TABLE.

       1050-READ-TOLERANCE-PARM.
           OPEN INPUT TOLERANCE-CARD
               CLOSE NOMBRE-LOOKUP
           END-IF.

       1150-LOAD-SUPPRESSION-TABLE.
           OPEN INPUT ERASURE-SUPPRESSION
           IF WS-ERASSUPP-STATUS NOT = "00"
              AND WS-ERASSUPP-STATUS NOT = "35"
               DISPLAY "ERASURE-SUPPRESSION OPEN FAILED, STATUS = "
                   WS-ERASSUPP-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-ERASSUPP-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           IF WS-ERASSUPP-STATUS = "00"
               READ ERASURE-SUPPRESSION
                   AT END
                       SET EOF-SUPPRESSION TO TRUE
               END-READ
               PERFORM UNTIL EOF-SUPPRESSION
                   IF SUPPRESSION-COUNT >= 5000
                       DISPLAY "ERASURE-SUPPRESSION: TABLE FULL AT 5000"
                           " ENTRIES - RUN ABORTED"
                       MOVE 12 TO RETURN-CODE
                       MOVE WS-ERASSUPP-STATUS TO WS-OPS-FATAL-STATUS
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
                   MOVE SPACES TO SP-TOKEN-KEY (SUPPRESSION-COUNT)
                   MOVE "ERASED"
                     TO SP-TOKEN-NOMBRE (SUPPRESSION-COUNT)
                   MOVE "CERTIFICATE "
                     TO SP-TOKEN-APELLIDO (SUPPRESSION-COUNT)
                   MOVE ES-CERT-NUMBER
                     TO SP-TOKEN-CERT (SUPPRESSION-COUNT)
                   READ ERASURE-SUPPRESSION
                       AT END
                           SET EOF-SUPPRESSION TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ERASURE-SUPPRESSION
           END-IF.

       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN CI-HEADER-RECORD
           IF CI-AGE NUMERIC
               ADD CI-AGE TO WS-AGE-HASH
           END-IF
           PERFORM 2070-CHECK-SUPPRESSION
           IF RECORD-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               PERFORM 2025-POST-DETAIL
           END-IF.

       2025-POST-DETAIL.
           ADD 1 TO WS-REC-COUNT
           MOVE CI-SOURCE-SYSTEM TO WS-REJECT-SOURCE
           MOVE CI-AGE      TO AGE
           MOVE CI-NOMBRE   TO NOMBRE
           MOVE CI-APELLIDO TO APELLIDO
               PERFORM 2150-WRITE-REJECT
           END-IF.

       2070-CHECK-SUPPRESSION.
           MOVE "N" TO WS-SUPPRESS-SW
           MOVE CI-NOMBRE   TO WS-SUPPRESS-NOMBRE
           MOVE CI-APELLIDO TO WS-SUPPRESS-APELLIDO
           SET SP-IDX TO 1
           SEARCH SP-ENTRY
               AT END
                   CONTINUE
               WHEN SP-KEY (SP-IDX) = WS-SUPPRESS-KEY
                    AND (SP-DOB (SP-IDX) = 0
                     OR CI-DOB NOT NUMERIC
                     OR CI-DOB = 0
                     OR CI-DOB = SP-DOB (SP-IDX))
                   SET RECORD-SUPPRESSED TO TRUE
               WHEN SP-TOKEN-KEY (SP-IDX) = WS-SUPPRESS-KEY
                   SET RECORD-SUPPRESSED TO TRUE
           END-SEARCH.

       2055-EDIT-BIRTH-DATE.
           SET DOB-ACCEPTED TO TRUE
           IF NOT WS-WORK-DOB NUMERIC
           MOVE WS-WORK-DOB          TO RJ-DOB
           MOVE WS-REJECT-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO RJ-REASON-TEXT
           MOVE WS-REJECT-SOURCE     TO RJ-SOURCE-SYSTEM
           MOVE WS-BUSINESS-DATE     TO RJ-BUSINESS-DATE
           WRITE REJECT-RECORD.

       2200-ARITHMETIC-AND-CASCADES.
           END-IF.

       2350-START-MASTER-PASS.
           MOVE "CUSTMST" TO WS-REJECT-SOURCE
           IF NOT MASTER-OPEN
               SET EOF-MASTER TO TRUE
           ELSE
           END-IF.

       2450-REFRESH-MASTER-AGE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE AGE TO CM-AGE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-AGE-REFRESHED
                   MOVE "C" TO WS-JRNL-ACTION
                   PERFORM 8050-WRITE-POSTING-JOURNAL
           END-REWRITE.

       2500-POST-TO-MASTER.
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-POST-ADDED
                   MOVE "A" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 8050-WRITE-POSTING-JOURNAL
                   PERFORM 2530-NOTE-ADDED-KEY
           END-WRITE.

       2520-CHANGE-MASTER-AGE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE AGE TO CM-AGE
           IF WS-WORK-DOB > 0
               MOVE WS-WORK-DOB TO CM-DOB
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-POST-CHANGED
                   MOVE "C" TO WS-JRNL-ACTION
                   PERFORM 8050-WRITE-POSTING-JOURNAL
           END-REWRITE.

       2530-NOTE-ADDED-KEY.
           MOVE WS-AUD-RESULT         TO AUD-RESULT
           WRITE AUDIT-RECORD.

       8050-WRITE-POSTING-JOURNAL.
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           MOVE WS-JRNL-ACTION         TO PJ-ACTION
           MOVE FUNCTION CURRENT-DATE  TO PJ-TIMESTAMP
           MOVE WS-BEFORE-IMAGE        TO PJ-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO PJ-AFTER-IMAGE
           MOVE WS-BUSINESS-DATE       TO PJ-BUSINESS-DATE
           WRITE POSTING-JOURNAL-RECORD.

       8190-OPEN-DAILY-EXTRACT.
           OPEN OUTPUT DAILY-EXTRACT
           IF WS-EXTRACT-STATUS NOT = "00"
                   INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           STRING "CUSTIN RECORDS SUPPRESSED  . : " DELIMITED BY SIZE
                   WS-SUPPRESSED-COUNT              DELIMITED BY SIZE
                   INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE

                   INTO POSTRPT-LINE
           WRITE POSTRPT-LINE
           MOVE SPACES TO POSTRPT-LINE
           STRING "CUSTIN RECORDS SUPPRESSED  . : " DELIMITED BY SIZE
                   WS-SUPPRESSED-COUNT              DELIMITED BY SIZE
                   INTO POSTRPT-LINE
           WRITE POSTRPT-LINE
           MOVE SPACES TO POSTRPT-LINE
           STRING "MASTER RECORDS ADDED . . . . : " DELIMITED BY SIZE
                   WS-POST-ADDED                    DELIMITED BY SIZE
                   INTO POSTRPT-LINE
               MOVE NT-HIT-COUNT (NT-IDX) TO RH-HIT-COUNT
               WRITE RUN-HISTORY-RECORD
           END-PERFORM
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-TABLE-COUNT
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE "3" TO RH-RECORD-TYPE
               MOVE WS-BUSINESS-DATE     TO RH-SF-DATE
               MOVE SRC-SYSTEM (SRC-IDX) TO RH-SF-SOURCE
               MOVE SRC-READ-COUNT (SRC-IDX) TO RH-SF-READ-COUNT
               MOVE SRC-ACCEPT-COUNT (SRC-IDX) TO RH-SF-ACCEPT-COUNT
               SUBTRACT SRC-ACCEPT-COUNT (SRC-IDX)
                   FROM SRC-READ-COUNT (SRC-IDX)
                   GIVING RH-SF-REJECT-COUNT
               WRITE RUN-HISTORY-RECORD
           END-PERFORM
           CLOSE RUN-HISTORY.

       8600-RECORD-RUN-DATE.
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE REJECT-FILE
           CLOSE AUDIT-LOG
           CLOSE POSTING-JOURNAL.

       9100-SET-RETURN-CODE.
           IF WS-REC-COUNT = 0
