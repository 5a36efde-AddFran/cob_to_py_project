       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE-SCRUB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-WORK ASSIGN TO "ERASWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SCRUB-MNTJRNL ASSIGN TO "SCRBMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-POSTJRNL ASSIGN TO "SCRBPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-CUSTREJ ASSIGN TO "SCRBREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-SUSPENSE ASSIGN TO "SCRBSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-CUSTRCYC ASSIGN TO "SCRBRCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-BACKUP ASSIGN TO "SCRBBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-EXTRACT ASSIGN TO "SCRBEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-PENDING ASSIGN TO "SCRBPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-BDAYEXT ASSIGN TO "SCRBBDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT SCRUB-INQLOG ASSIGN TO "SCRBINQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.
           SELECT ERASURE-RESULT ASSIGN TO "ERASRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT SCRUB-REPORT ASSIGN TO "SCRBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRBRPT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SCRUB-MNTJRNL
           RECORD CONTAINS 178 CHARACTERS.
       01  JOURNAL-RECORD.
           02 JR-ACTION        PIC X.
           02 JR-TIMESTAMP     PIC X(21).
           02 JR-BEFORE-IMAGE  PIC X(70).
           02 JR-AFTER-IMAGE   PIC X(70).
           02 JR-REQUESTER     PIC X(8).
           02 JR-APPROVER      PIC X(8).

       FD  SCRUB-POSTJRNL
           RECORD CONTAINS 170 CHARACTERS.
       01  POSTING-JOURNAL-RECORD.
           02 PJ-ACTION        PIC X.
           02 PJ-TIMESTAMP     PIC X(21).
           02 PJ-BEFORE-IMAGE  PIC X(70).
           02 PJ-AFTER-IMAGE   PIC X(70).
           02 PJ-BUSINESS-DATE PIC 9(8).

       FD  SCRUB-CUSTREJ
           RECORD CONTAINS 130 CHARACTERS.
       01  REJECT-RECORD.
           02 RJ-AGE           PIC 9(2).
           02 RJ-KEY.
               03 RJ-NOMBRE    PIC A(30).
               03 RJ-APELLIDO  PIC A(30).
           02 RJ-DOB           PIC 9(8).
           02 RJ-REASON-CODE   PIC X(4).
           02 RJ-REASON-TEXT   PIC X(40).
           02 RJ-SOURCE-SYSTEM PIC X(8).
           02 RJ-BUSINESS-DATE PIC 9(8).

       FD  SCRUB-SUSPENSE
           RECORD CONTAINS 136 CHARACTERS.
       01  SUSPENSE-RECORD.
           02 SN-AGE           PIC 9(2).
           02 SN-KEY.
               03 SN-NOMBRE    PIC A(30).
               03 SN-APELLIDO  PIC A(30).
           02 SN-DOB           PIC 9(8).
           02 SN-REASON-CODE   PIC X(4).
           02 SN-REASON-TEXT   PIC X(40).
           02 SN-RUNS-HELD     PIC 9(6).
           02 SN-SOURCE-SYSTEM PIC X(8).
           02 SN-REJECT-DATE   PIC 9(8).

       FD  SCRUB-CUSTRCYC
           RECORD CONTAINS 71 CHARACTERS.
       01  RECYCLE-RECORD.
           02 RC-RECORD-TYPE PIC X.
               88 RC-HEADER-RECORD  VALUE "H".
               88 RC-DETAIL-RECORD  VALUE "D".
               88 RC-TRAILER-RECORD VALUE "T".
           02 RC-DETAIL.
               03 RC-AGE       PIC 9(2).
               03 RC-KEY.
                   04 RC-NOMBRE    PIC A(30).
                   04 RC-APELLIDO  PIC A(30).
               03 RC-DOB       PIC 9(8).
           02 RC-HEADER REDEFINES RC-DETAIL.
               03 RC-BUSINESS-DATE PIC 9(8).
               03 RC-SOURCE-SYSTEM PIC X(8).
               03 FILLER           PIC X(54).
           02 RC-TRAILER REDEFINES RC-DETAIL.
               03 RC-DETAIL-COUNT  PIC 9(6).
               03 RC-AGE-HASH      PIC 9(8).
               03 FILLER           PIC X(56).

       FD  SCRUB-BACKUP
           RECORD CONTAINS 71 CHARACTERS.
       01  BACKUP-RECORD.
           02 BK-RECORD-TYPE PIC X.
               88 BK-HEADER-RECORD  VALUE "H".
               88 BK-DETAIL-RECORD  VALUE "D".
               88 BK-TRAILER-RECORD VALUE "T".
           02 BK-DETAIL      PIC X(70).
           02 BK-MASTER-IMAGE REDEFINES BK-DETAIL.
               03 FILLER           PIC X(60).
               03 BK-CM-AGE        PIC 9(2).
               03 FILLER           PIC X(8).
           02 BK-HEADER REDEFINES BK-DETAIL.
               03 BK-RUN-DATE      PIC 9(8).
               03 BK-SOURCE-SYSTEM PIC X(8).
               03 BK-RUN-TIME      PIC 9(8).
               03 FILLER           PIC X(46).
           02 BK-TRAILER REDEFINES BK-DETAIL.
               03 BK-RECORD-COUNT  PIC 9(6).
               03 BK-AGE-HASH      PIC 9(8).
               03 FILLER           PIC X(56).

       FD  SCRUB-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRACT-RECORD.
           02 EX-RECORD-TYPE PIC X.
               88 EX-HEADER-RECORD   VALUE "H".
               88 EX-APELLIDO-RECORD VALUE "L".
           02 EX-DATA        PIC X(79).
           02 EX-HEADER REDEFINES EX-DATA.
               03 EX-BUSINESS-DATE PIC 9(8).
               03 EX-SOURCE-SYSTEM PIC X(8).
               03 FILLER           PIC X(63).
           02 EX-APELLIDO REDEFINES EX-DATA.
               03 EX-AP-RANK  PIC 9.
               03 EX-AP-NAME  PIC X(30).
               03 EX-AP-COUNT PIC 9(6).
               03 FILLER      PIC X(42).

       FD  SCRUB-PENDING
           RECORD CONTAINS 260 CHARACTERS.
       01  PENDING-APPROVAL-RECORD.
           02 PA-ITEM-NUMBER    PIC 9(6).
           02 PA-TARGET         PIC X.
               88 PA-CUSTMST-ITEM    VALUE "C".
           02 PA-ACTION         PIC X.
           02 PA-STATUS         PIC X.
           02 PA-REQUESTER      PIC X(8).
           02 PA-REQUEST-STAMP  PIC X(14).
           02 PA-APPROVER       PIC X(8).
           02 PA-DECISION-STAMP PIC X(14).
           02 PA-REQUEST-DATA   PIC X(199).
           02 PA-CUSTMST-DATA REDEFINES PA-REQUEST-DATA.
               03 PA-CT-TRAN-CODE PIC X.
               03 PA-CT-AGE      PIC X(2).
               03 PA-CT-KEY      PIC X(60).
               03 PA-CT-DOB      PIC X(8).
               03 PA-CT-MERGE-KEY PIC X(60).
               03 FILLER         PIC X(68).
           02 FILLER            PIC X(8).

       FD  SCRUB-BDAYEXT
           RECORD CONTAINS 130 CHARACTERS.
       01  MAILING-RECORD.
           02 BX-RECORD-TYPE   PIC X.
               88 BX-HEADER-RECORD  VALUE "H".
               88 BX-DETAIL-RECORD  VALUE "D".
               88 BX-TRAILER-RECORD VALUE "T".
           02 BX-DATA          PIC X(129).
           02 BX-DETAIL REDEFINES BX-DATA.
               03 BX-EVENT          PIC X.
                   88 BX-MILESTONE-EVENT VALUE "M".
               03 BX-EVENT-DATE     PIC 9(8).
               03 BX-AGE-TURNING    PIC 9(2).
               03 BX-MILESTONE      PIC 9(2).
               03 BX-DOB-ESTIMATED  PIC X.
               03 BX-KEY.
                   04 BX-NOMBRE     PIC A(30).
                   04 BX-APELLIDO   PIC A(30).
               03 BX-DOB            PIC 9(8).
               03 BX-GREETING       PIC X(40).
               03 FILLER            PIC X(7).
           02 BX-HEADER REDEFINES BX-DATA.
               03 BX-BUSINESS-DATE  PIC 9(8).
               03 BX-SOURCE-SYSTEM  PIC X(8).
               03 FILLER            PIC X(113).
           02 BX-TRAILER REDEFINES BX-DATA.
               03 BX-RECORD-COUNT   PIC 9(6).
               03 BX-MILESTONE-COUNT PIC 9(6).
               03 FILLER            PIC X(117).

       FD  SCRUB-INQLOG
           RECORD CONTAINS 130 CHARACTERS.
       01  INQUIRY-LOG-RECORD.
           02 IQ-TIMESTAMP      PIC X(14).
           02 IQ-OPERATOR-ID    PIC X(8).
           02 IQ-ACTION         PIC X.
           02 IQ-SEARCH-ARG     PIC X(30).
           02 IQ-SEARCH-TO      PIC X(8).
           02 IQ-KEY.
               03 IQ-NOMBRE     PIC A(30).
               03 IQ-APELLIDO   PIC A(30).
           02 IQ-RESULT-COUNT   PIC 9(5).
           02 FILLER            PIC X(4).

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

       FD  SCRUB-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  SCRBRPT-LINE         PIC X(100).

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
           02 WS-SCRUB-STATUS    PIC XX VALUE "00".
           02 WS-RESULT-STATUS   PIC XX VALUE "00".
           02 WS-SCRBRPT-STATUS  PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-WORK        PIC X  VALUE "N".
               88 EOF-WORK            VALUE "Y".
           02 WS-EOF-SCRUB       PIC X  VALUE "N".
               88 EOF-SCRUB           VALUE "Y".
           02 WS-MATCH-SW        PIC X  VALUE "N".
               88 REAL-MATCH          VALUE "R".
               88 TOKEN-MATCH         VALUE "T".
               88 NO-MATCH            VALUE "N".
           02 WS-SCAN-DOB-SW     PIC X  VALUE "N".
               88 SCAN-DOB-KNOWN      VALUE "Y".
           02 WS-CHANGED-SW      PIC X  VALUE "N".
               88 RECORD-CHANGED      VALUE "Y".
           02 WS-HAS-TOKEN-SW    PIC X  VALUE "N".
               88 RECORD-HAS-TOKEN    VALUE "Y".
           02 WS-TRAILER-SEEN-SW PIC X  VALUE "N".
               88 TRAILER-SEEN        VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-FILES-SCRUBBED  PIC 9(4) VALUE 0.
           02 WS-TOTAL-EXAMINED  PIC 9(7) VALUE 0.
           02 WS-TOTAL-ANONYMIZED PIC 9(6) VALUE 0.
           02 WS-PROOF-FAILURES  PIC 9(4) VALUE 0.
       01 WS-FILE-TOTALS.
           02 WS-FILE-NAME       PIC X(8).
           02 WS-FILE-FIRST-DATE PIC 9(8) VALUE 0.
           02 WS-FILE-LAST-DATE  PIC 9(8) VALUE 0.
           02 WS-FILE-EXAMINED   PIC 9(7) VALUE 0.
           02 WS-FILE-ANONYMIZED PIC 9(6) VALUE 0.
           02 WS-FILE-ALREADY    PIC 9(6) VALUE 0.
           02 WS-FILE-DETAILS    PIC 9(6) VALUE 0.
           02 WS-FILE-AGE-HASH   PIC 9(8) VALUE 0.
           02 WS-FILE-MILESTONES PIC 9(6) VALUE 0.
           02 WS-TRAILER-PROOF   PIC X VALUE SPACE.
       01 WS-FAILED-OPERATION   PIC X(7).
       01 WS-RECORD-DATE        PIC X(8).
       01 WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE PIC 9(8).
       01 WS-SCAN-KEY           PIC X(60).
       01 WS-SCAN-DOB           PIC X(8).
       01 WS-SCAN-DOB-N REDEFINES WS-SCAN-DOB PIC 9(8).
       01 WS-IMAGE              PIC X(70).
       01 WS-HIT-IDX            PIC 9(4) VALUE 0.
       01 WS-TOKEN-IDX          PIC 9(4) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.
       01 WS-COUNT-OUT          PIC Z(6)9.
       01 WORK-TABLE.
           02 WORK-COUNT PIC 9(3) VALUE 0.
           02 WT-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON WORK-COUNT
                       INDEXED BY WT-IDX.
               03 WT-CERT-NUMBER PIC 9(6).
               03 WT-REQUEST-ID  PIC X(10).
               03 WT-KEY         PIC X(60).
               03 WT-DOB         PIC 9(8).
               03 WT-TOKEN-KEY   PIC X(60).
               03 WT-ANON-COUNT  PIC 9(6).
               03 WT-TOKEN-COUNT PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           IF WORK-COUNT > 0
               PERFORM 2000-SCRUB-MNTJRNL
               PERFORM 2100-SCRUB-POSTJRNL
               PERFORM 2200-SCRUB-CUSTREJ
               PERFORM 2300-SCRUB-SUSPENSE
               PERFORM 2400-SCRUB-CUSTRCYC
               PERFORM 2500-SCRUB-BACKUP
               PERFORM 2600-SCRUB-EXTRACT
               PERFORM 2700-SCRUB-PENDING
               PERFORM 2800-SCRUB-BDAYEXT
               PERFORM 2900-SCRUB-INQLOG
           END-IF
           PERFORM 8200-WRITE-REPORT-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-PROOF-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SCRUB-REPORT
           IF WS-SCRBRPT-STATUS NOT = "00"
               DISPLAY "SCRUB-REPORT OPEN FAILED, STATUS = "
                   WS-SCRBRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-SCRBRPT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN EXTEND ERASURE-RESULT
           IF WS-RESULT-STATUS = "35"
               OPEN OUTPUT ERASURE-RESULT
           END-IF
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "ERASURE-RESULT OPEN FAILED, STATUS = "
                   WS-RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-RESULT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
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
           END-IF
           MOVE SPACES TO SCRBRPT-LINE
           MOVE "ERASURE-SCRUB - HISTORICAL FILE ANONYMIZATION"
               TO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           MOVE SPACES TO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           MOVE SPACES TO SCRBRPT-LINE
           STRING "ERASURES AWAITING SCRUB  . . : " DELIMITED BY SIZE
                   WORK-COUNT                       DELIMITED BY SIZE
                   INTO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WORK-COUNT
               MOVE SPACES TO SCRBRPT-LINE
               STRING "  CERTIFICATE " DELIMITED BY SIZE
                       WT-CERT-NUMBER (WT-IDX) DELIMITED BY SIZE
                       "  REQUEST " DELIMITED BY SIZE
                       WT-REQUEST-ID (WT-IDX) DELIMITED BY SIZE
                       INTO SCRBRPT-LINE
               WRITE SCRBRPT-LINE
           END-PERFORM
           MOVE SPACES TO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           MOVE SPACES TO SCRBRPT-LINE
           MOVE "FILE     FIRST    LAST     EXAMINED ANONYMIZED"
               TO SCRBRPT-LINE
           MOVE "ALREADY  TRAILER" TO SCRBRPT-LINE (50:16)
           WRITE SCRBRPT-LINE.

       1100-LOAD-WORK-ENTRY.
           READ ERASURE-WORK
               AT END
                   SET EOF-WORK TO TRUE
               NOT AT END
                   IF WORK-COUNT >= 500
                       DISPLAY "ERASWORK: TABLE FULL AT 500 ENTRIES"
                       DISPLAY "- SCRUB REFUSED, RUN THE CERTIFICATE"
                           " STEP AND RESUBMIT"
                       MOVE 12 TO RETURN-CODE
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
                   ADD 1 TO WORK-COUNT
                   MOVE EW-CERT-NUMBER TO WT-CERT-NUMBER (WORK-COUNT)
                   MOVE EW-REQUEST-ID  TO WT-REQUEST-ID (WORK-COUNT)
                   MOVE EW-KEY         TO WT-KEY (WORK-COUNT)
                   MOVE 0 TO WT-DOB (WORK-COUNT)
                   IF EW-DOB NUMERIC
                       MOVE EW-DOB TO WT-DOB (WORK-COUNT)
                   END-IF
                   MOVE EW-TOKEN-KEY   TO WT-TOKEN-KEY (WORK-COUNT)
           END-READ.

       2000-SCRUB-MNTJRNL.
           MOVE "MNTJRNL " TO WS-FILE-NAME
           OPEN I-O SCRUB-MNTJRNL
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-MNTJRNL
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2010-SCRUB-MNTJRNL-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-MNTJRNL
               PERFORM 5400-END-FILE
           END-IF.

       2010-SCRUB-MNTJRNL-RECORD.
           PERFORM 5050-START-RECORD
           MOVE JR-TIMESTAMP (1:8) TO WS-RECORD-DATE
           PERFORM 5300-NOTE-RECORD-DATE
           MOVE JR-BEFORE-IMAGE TO WS-IMAGE
           PERFORM 5150-SCRUB-IMAGE
           MOVE WS-IMAGE TO JR-BEFORE-IMAGE
           MOVE JR-AFTER-IMAGE TO WS-IMAGE
           PERFORM 5150-SCRUB-IMAGE
           MOVE WS-IMAGE TO JR-AFTER-IMAGE
           IF RECORD-CHANGED
               REWRITE JOURNAL-RECORD
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "REWRITE" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
           END-IF
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-MNTJRNL
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2100-SCRUB-POSTJRNL.
           MOVE "POSTJRNL" TO WS-FILE-NAME
           OPEN I-O SCRUB-POSTJRNL
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-POSTJRNL
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2110-SCRUB-POSTJRNL-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-POSTJRNL
               PERFORM 5400-END-FILE
           END-IF.

       2110-SCRUB-POSTJRNL-RECORD.
           PERFORM 5050-START-RECORD
           MOVE PJ-BUSINESS-DATE TO WS-RECORD-DATE
           PERFORM 5300-NOTE-RECORD-DATE
           MOVE PJ-BEFORE-IMAGE TO WS-IMAGE
           PERFORM 5150-SCRUB-IMAGE
           MOVE WS-IMAGE TO PJ-BEFORE-IMAGE
           MOVE PJ-AFTER-IMAGE TO WS-IMAGE
           PERFORM 5150-SCRUB-IMAGE
           MOVE WS-IMAGE TO PJ-AFTER-IMAGE
           IF RECORD-CHANGED
               REWRITE POSTING-JOURNAL-RECORD
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "REWRITE" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
           END-IF
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-POSTJRNL
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2200-SCRUB-CUSTREJ.
           MOVE "CUSTREJ " TO WS-FILE-NAME
           OPEN I-O SCRUB-CUSTREJ
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-CUSTREJ
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2210-SCRUB-CUSTREJ-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-CUSTREJ
               PERFORM 5400-END-FILE
           END-IF.

       2210-SCRUB-CUSTREJ-RECORD.
           PERFORM 5050-START-RECORD
           MOVE RJ-BUSINESS-DATE TO WS-RECORD-DATE
           PERFORM 5300-NOTE-RECORD-DATE
           MOVE RJ-KEY TO WS-SCAN-KEY
           MOVE RJ-DOB TO WS-SCAN-DOB
           PERFORM 5100-MATCH-KEY
           PERFORM 5160-APPLY-MATCH
           IF RECORD-CHANGED
               MOVE WS-SCAN-KEY TO RJ-KEY
               MOVE ZEROS TO RJ-DOB
               REWRITE REJECT-RECORD
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "REWRITE" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
           END-IF
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-CUSTREJ
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2300-SCRUB-SUSPENSE.
           MOVE "SUSPENSE" TO WS-FILE-NAME
           OPEN I-O SCRUB-SUSPENSE
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-SUSPENSE
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2310-SCRUB-SUSPENSE-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-SUSPENSE
               PERFORM 5400-END-FILE
           END-IF.

       2310-SCRUB-SUSPENSE-RECORD.
           PERFORM 5050-START-RECORD
           MOVE SN-REJECT-DATE TO WS-RECORD-DATE
           PERFORM 5300-NOTE-RECORD-DATE
           MOVE SN-KEY TO WS-SCAN-KEY
           MOVE SN-DOB TO WS-SCAN-DOB
           PERFORM 5100-MATCH-KEY
           PERFORM 5160-APPLY-MATCH
           IF RECORD-CHANGED
               MOVE WS-SCAN-KEY TO SN-KEY
               MOVE ZEROS TO SN-DOB
               REWRITE SUSPENSE-RECORD
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "REWRITE" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
           END-IF
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-SUSPENSE
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2400-SCRUB-CUSTRCYC.
           MOVE "CUSTRCYC" TO WS-FILE-NAME
           OPEN I-O SCRUB-CUSTRCYC
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-CUSTRCYC
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2410-SCRUB-CUSTRCYC-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-CUSTRCYC
               PERFORM 5500-CHECK-TRAILER-SEEN
               PERFORM 5400-END-FILE
           END-IF.

       2410-SCRUB-CUSTRCYC-RECORD.
           PERFORM 5050-START-RECORD
           EVALUATE TRUE
               WHEN RC-HEADER-RECORD
                   MOVE RC-BUSINESS-DATE TO WS-RECORD-DATE
                   PERFORM 5300-NOTE-RECORD-DATE
               WHEN RC-DETAIL-RECORD
                   ADD 1 TO WS-FILE-DETAILS
                   IF RC-AGE NUMERIC
                       ADD RC-AGE TO WS-FILE-AGE-HASH
                   END-IF
                   MOVE RC-KEY TO WS-SCAN-KEY
                   MOVE RC-DOB TO WS-SCAN-DOB
                   PERFORM 5100-MATCH-KEY
                   PERFORM 5160-APPLY-MATCH
                   IF RECORD-CHANGED
                       MOVE WS-SCAN-KEY TO RC-KEY
                       MOVE ZEROS TO RC-DOB
                       REWRITE RECYCLE-RECORD
                       IF WS-SCRUB-STATUS NOT = "00"
                           MOVE "REWRITE" TO WS-FAILED-OPERATION
                           PERFORM 8800-FILE-FAILED
                       END-IF
                   END-IF
               WHEN RC-TRAILER-RECORD
                   SET TRAILER-SEEN TO TRUE
                   IF RC-DETAIL-COUNT = WS-FILE-DETAILS
                      AND RC-AGE-HASH = WS-FILE-AGE-HASH
                       MOVE "P" TO WS-TRAILER-PROOF
                   ELSE
                       MOVE "F" TO WS-TRAILER-PROOF
                   END-IF
           END-EVALUATE
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-CUSTRCYC
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2500-SCRUB-BACKUP.
           MOVE "CUSTMSTB" TO WS-FILE-NAME
           OPEN I-O SCRUB-BACKUP
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-BACKUP
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2510-SCRUB-BACKUP-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-BACKUP
               PERFORM 5500-CHECK-TRAILER-SEEN
               PERFORM 5400-END-FILE
           END-IF.

       2510-SCRUB-BACKUP-RECORD.
           PERFORM 5050-START-RECORD
           EVALUATE TRUE
               WHEN BK-HEADER-RECORD
                   MOVE BK-RUN-DATE TO WS-RECORD-DATE
                   PERFORM 5300-NOTE-RECORD-DATE
               WHEN BK-DETAIL-RECORD
                   ADD 1 TO WS-FILE-DETAILS
                   IF BK-CM-AGE NUMERIC
                       ADD BK-CM-AGE TO WS-FILE-AGE-HASH
                   END-IF
                   MOVE BK-DETAIL TO WS-IMAGE
                   PERFORM 5150-SCRUB-IMAGE
                   IF RECORD-CHANGED
                       MOVE WS-IMAGE TO BK-DETAIL
                       REWRITE BACKUP-RECORD
                       IF WS-SCRUB-STATUS NOT = "00"
                           MOVE "REWRITE" TO WS-FAILED-OPERATION
                           PERFORM 8800-FILE-FAILED
                       END-IF
                   END-IF
               WHEN BK-TRAILER-RECORD
                   SET TRAILER-SEEN TO TRUE
                   IF BK-RECORD-COUNT = WS-FILE-DETAILS
                      AND BK-AGE-HASH = WS-FILE-AGE-HASH
                       MOVE "P" TO WS-TRAILER-PROOF
                   ELSE
                       MOVE "F" TO WS-TRAILER-PROOF
                   END-IF
           END-EVALUATE
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-BACKUP
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2600-SCRUB-EXTRACT.
           MOVE "DAYEXTR " TO WS-FILE-NAME
           OPEN I-O SCRUB-EXTRACT
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-EXTRACT
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2610-SCRUB-EXTRACT-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-EXTRACT
               PERFORM 5400-END-FILE
           END-IF.

       2610-SCRUB-EXTRACT-RECORD.
           PERFORM 5050-START-RECORD
           IF EX-HEADER-RECORD
               MOVE EX-BUSINESS-DATE TO WS-RECORD-DATE
               PERFORM 5300-NOTE-RECORD-DATE
           END-IF
           IF EX-APELLIDO-RECORD AND EX-AP-COUNT NUMERIC
              AND EX-AP-COUNT = 1
               PERFORM 5120-MATCH-APELLIDO
               IF REAL-MATCH
                   SET RECORD-CHANGED TO TRUE
                   SET WS-HIT-IDX TO WT-IDX
                   MOVE WT-TOKEN-KEY (WT-IDX) (31:30) TO EX-AP-NAME
                   REWRITE EXTRACT-RECORD
                   IF WS-SCRUB-STATUS NOT = "00"
                       MOVE "REWRITE" TO WS-FAILED-OPERATION
                       PERFORM 8800-FILE-FAILED
                   END-IF
               ELSE
                   IF TOKEN-MATCH
                       SET RECORD-HAS-TOKEN TO TRUE
                       SET WS-TOKEN-IDX TO WT-IDX
                   END-IF
               END-IF
           END-IF
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-EXTRACT
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2700-SCRUB-PENDING.
           MOVE "PENDAPPR" TO WS-FILE-NAME
           OPEN I-O SCRUB-PENDING
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-PENDING
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2710-SCRUB-PENDING-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-PENDING
               PERFORM 5400-END-FILE
           END-IF.

       2710-SCRUB-PENDING-RECORD.
           PERFORM 5050-START-RECORD
           MOVE PA-REQUEST-STAMP (1:8) TO WS-RECORD-DATE
           PERFORM 5300-NOTE-RECORD-DATE
           IF PA-CUSTMST-ITEM
               MOVE PA-CT-KEY TO WS-SCAN-KEY
               MOVE PA-CT-DOB TO WS-SCAN-DOB
               PERFORM 5100-MATCH-KEY
               PERFORM 5160-APPLY-MATCH
               IF REAL-MATCH
                   MOVE WS-SCAN-KEY TO PA-CT-KEY
                   MOVE ZEROS TO PA-CT-DOB
               END-IF
               IF PA-CT-MERGE-KEY NOT = SPACES
                   MOVE PA-CT-MERGE-KEY TO WS-SCAN-KEY
                   MOVE ZEROS TO WS-SCAN-DOB
                   PERFORM 5100-MATCH-KEY
                   PERFORM 5160-APPLY-MATCH
                   IF REAL-MATCH
                       MOVE WS-SCAN-KEY TO PA-CT-MERGE-KEY
                   END-IF
               END-IF
               IF RECORD-CHANGED
                   REWRITE PENDING-APPROVAL-RECORD
                   IF WS-SCRUB-STATUS NOT = "00"
                       MOVE "REWRITE" TO WS-FAILED-OPERATION
                       PERFORM 8800-FILE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-PENDING
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2800-SCRUB-BDAYEXT.
           MOVE "BDAYEXT " TO WS-FILE-NAME
           OPEN I-O SCRUB-BDAYEXT
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-BDAYEXT
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2810-SCRUB-BDAYEXT-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-BDAYEXT
               PERFORM 5500-CHECK-TRAILER-SEEN
               PERFORM 5400-END-FILE
           END-IF.

       2810-SCRUB-BDAYEXT-RECORD.
           PERFORM 5050-START-RECORD
           EVALUATE TRUE
               WHEN BX-HEADER-RECORD
                   MOVE BX-BUSINESS-DATE TO WS-RECORD-DATE
                   PERFORM 5300-NOTE-RECORD-DATE
               WHEN BX-DETAIL-RECORD
                   ADD 1 TO WS-FILE-DETAILS
                   IF BX-MILESTONE-EVENT
                       ADD 1 TO WS-FILE-MILESTONES
                   END-IF
                   MOVE BX-KEY TO WS-SCAN-KEY
                   MOVE BX-DOB TO WS-SCAN-DOB
                   PERFORM 5100-MATCH-KEY
                   PERFORM 5160-APPLY-MATCH
                   IF RECORD-CHANGED
                       MOVE WS-SCAN-KEY TO BX-KEY
                       MOVE ZEROS TO BX-DOB
                       REWRITE MAILING-RECORD
                       IF WS-SCRUB-STATUS NOT = "00"
                           MOVE "REWRITE" TO WS-FAILED-OPERATION
                           PERFORM 8800-FILE-FAILED
                       END-IF
                   END-IF
               WHEN BX-TRAILER-RECORD
                   SET TRAILER-SEEN TO TRUE
                   IF BX-RECORD-COUNT = WS-FILE-DETAILS
                      AND BX-MILESTONE-COUNT = WS-FILE-MILESTONES
                       MOVE "P" TO WS-TRAILER-PROOF
                   ELSE
                       MOVE "F" TO WS-TRAILER-PROOF
                   END-IF
           END-EVALUATE
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-BDAYEXT
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       2900-SCRUB-INQLOG.
           MOVE "INQLOG  " TO WS-FILE-NAME
           OPEN I-O SCRUB-INQLOG
           IF WS-SCRUB-STATUS = "35"
               PERFORM 8050-WRITE-NOT-PRESENT-LINE
           ELSE
               IF WS-SCRUB-STATUS NOT = "00"
                   MOVE "OPEN" TO WS-FAILED-OPERATION
                   PERFORM 8800-FILE-FAILED
               END-IF
               PERFORM 5000-START-FILE
               READ SCRUB-INQLOG
                   AT END
                       SET EOF-SCRUB TO TRUE
               END-READ
               PERFORM 2910-SCRUB-INQLOG-RECORD UNTIL EOF-SCRUB
               CLOSE SCRUB-INQLOG
               PERFORM 5400-END-FILE
           END-IF.

       2910-SCRUB-INQLOG-RECORD.
           PERFORM 5050-START-RECORD
           MOVE IQ-TIMESTAMP (1:8) TO WS-RECORD-DATE
           PERFORM 5300-NOTE-RECORD-DATE
           IF IQ-KEY NOT = SPACES
               MOVE IQ-KEY TO WS-SCAN-KEY
               MOVE ZEROS TO WS-SCAN-DOB
               PERFORM 5100-MATCH-KEY
               IF REAL-MATCH
                   EVALUATE TRUE
                       WHEN IQ-SEARCH-ARG = WT-KEY (WT-IDX) (1:30)
                           MOVE WT-TOKEN-KEY (WT-IDX) (1:30)
                             TO IQ-SEARCH-ARG
                       WHEN IQ-SEARCH-ARG = WT-KEY (WT-IDX) (31:30)
                           MOVE WT-TOKEN-KEY (WT-IDX) (31:30)
                             TO IQ-SEARCH-ARG
                       WHEN WT-DOB (WT-IDX) > 0
                        AND IQ-SEARCH-ARG (1:8) = WT-DOB (WT-IDX)
                        AND IQ-SEARCH-ARG (9:22) = SPACES
                        AND IQ-SEARCH-TO = WT-DOB (WT-IDX)
                           MOVE ZEROS TO IQ-SEARCH-ARG (1:8)
                           MOVE ZEROS TO IQ-SEARCH-TO
                   END-EVALUATE
               END-IF
               PERFORM 5160-APPLY-MATCH
               IF RECORD-CHANGED
                   MOVE WS-SCAN-KEY TO IQ-KEY
                   REWRITE INQUIRY-LOG-RECORD
                   IF WS-SCRUB-STATUS NOT = "00"
                       MOVE "REWRITE" TO WS-FAILED-OPERATION
                       PERFORM 8800-FILE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM 5200-COUNT-RECORD
           READ SCRUB-INQLOG
               AT END
                   SET EOF-SCRUB TO TRUE
           END-READ.

       5000-START-FILE.
           ADD 1 TO WS-FILES-SCRUBBED
           MOVE "N" TO WS-EOF-SCRUB
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-FILE-FIRST-DATE
           MOVE 0 TO WS-FILE-LAST-DATE
           MOVE 0 TO WS-FILE-EXAMINED
           MOVE 0 TO WS-FILE-ANONYMIZED
           MOVE 0 TO WS-FILE-ALREADY
           MOVE 0 TO WS-FILE-DETAILS
           MOVE 0 TO WS-FILE-AGE-HASH
           MOVE 0 TO WS-FILE-MILESTONES
           MOVE SPACE TO WS-TRAILER-PROOF
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WORK-COUNT
               MOVE 0 TO WT-ANON-COUNT (WT-IDX)
               MOVE 0 TO WT-TOKEN-COUNT (WT-IDX)
           END-PERFORM.

       5050-START-RECORD.
           ADD 1 TO WS-FILE-EXAMINED
           MOVE "N" TO WS-CHANGED-SW
           MOVE "N" TO WS-HAS-TOKEN-SW.

       5100-MATCH-KEY.
           SET NO-MATCH TO TRUE
           MOVE "N" TO WS-SCAN-DOB-SW
           IF WS-SCAN-DOB NUMERIC AND WS-SCAN-DOB-N > 0
               SET SCAN-DOB-KNOWN TO TRUE
           END-IF
           SET WT-IDX TO 1
           SEARCH WT-ENTRY
               AT END
                   CONTINUE
               WHEN WT-KEY (WT-IDX) = WS-SCAN-KEY
                    AND (WT-DOB (WT-IDX) = 0
                     OR NOT SCAN-DOB-KNOWN
                     OR WT-DOB (WT-IDX) = WS-SCAN-DOB-N)
                   SET REAL-MATCH TO TRUE
           END-SEARCH
           IF NOT REAL-MATCH
               SET WT-IDX TO 1
               SEARCH WT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WT-TOKEN-KEY (WT-IDX) = WS-SCAN-KEY
                       SET TOKEN-MATCH TO TRUE
               END-SEARCH
           END-IF.

       5120-MATCH-APELLIDO.
           SET NO-MATCH TO TRUE
           SET WT-IDX TO 1
           SEARCH WT-ENTRY
               AT END
                   CONTINUE
               WHEN WT-KEY (WT-IDX) (31:30) = EX-AP-NAME
                   SET REAL-MATCH TO TRUE
           END-SEARCH
           IF NOT REAL-MATCH
               SET WT-IDX TO 1
               SEARCH WT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WT-TOKEN-KEY (WT-IDX) (31:30) = EX-AP-NAME
                       SET TOKEN-MATCH TO TRUE
               END-SEARCH
           END-IF.

       5150-SCRUB-IMAGE.
           IF WS-IMAGE NOT = SPACES
               MOVE WS-IMAGE (1:60) TO WS-SCAN-KEY
               MOVE WS-IMAGE (63:8) TO WS-SCAN-DOB
               PERFORM 5100-MATCH-KEY
               PERFORM 5160-APPLY-MATCH
               IF REAL-MATCH
                   MOVE WS-SCAN-KEY TO WS-IMAGE (1:60)
                   MOVE ZEROS TO WS-IMAGE (63:8)
               END-IF
           END-IF.

       5160-APPLY-MATCH.
           IF REAL-MATCH
               SET RECORD-CHANGED TO TRUE
               SET WS-HIT-IDX TO WT-IDX
               MOVE WT-TOKEN-KEY (WT-IDX) TO WS-SCAN-KEY
           ELSE
               IF TOKEN-MATCH
                   SET RECORD-HAS-TOKEN TO TRUE
                   SET WS-TOKEN-IDX TO WT-IDX
               END-IF
           END-IF.

       5200-COUNT-RECORD.
           IF RECORD-CHANGED
               ADD 1 TO WT-ANON-COUNT (WS-HIT-IDX)
               ADD 1 TO WS-FILE-ANONYMIZED
           ELSE
               IF RECORD-HAS-TOKEN
                   ADD 1 TO WT-TOKEN-COUNT (WS-TOKEN-IDX)
                   ADD 1 TO WS-FILE-ALREADY
               END-IF
           END-IF.

       5300-NOTE-RECORD-DATE.
           IF WS-RECORD-DATE NUMERIC AND WS-RECORD-DATE-N > 0
               IF WS-FILE-FIRST-DATE = 0
                  OR WS-RECORD-DATE-N < WS-FILE-FIRST-DATE
                   MOVE WS-RECORD-DATE-N TO WS-FILE-FIRST-DATE
               END-IF
               IF WS-RECORD-DATE-N > WS-FILE-LAST-DATE
                   MOVE WS-RECORD-DATE-N TO WS-FILE-LAST-DATE
               END-IF
           END-IF.

       5400-END-FILE.
           ADD WS-FILE-EXAMINED TO WS-TOTAL-EXAMINED
           ADD WS-FILE-ANONYMIZED TO WS-TOTAL-ANONYMIZED
           IF WS-TRAILER-PROOF = "F" OR WS-TRAILER-PROOF = "M"
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WORK-COUNT
               MOVE SPACES TO ERASURE-RESULT-RECORD
               MOVE WT-CERT-NUMBER (WT-IDX) TO RS-CERT-NUMBER
               MOVE WS-FILE-NAME            TO RS-FILE-NAME
               MOVE WS-FILE-FIRST-DATE      TO RS-FIRST-DATE
               MOVE WS-FILE-LAST-DATE       TO RS-LAST-DATE
               MOVE WS-FILE-EXAMINED        TO RS-EXAMINED
               MOVE WT-ANON-COUNT (WT-IDX)  TO RS-ANONYMIZED
               MOVE WT-TOKEN-COUNT (WT-IDX) TO RS-ALREADY
               MOVE WS-TRAILER-PROOF        TO RS-TRAILER-PROOF
               MOVE WS-TODAY-DATE           TO RS-SCRUB-DATE
               WRITE ERASURE-RESULT-RECORD
           END-PERFORM
           MOVE SPACES TO SCRBRPT-LINE
           MOVE WS-FILE-NAME       TO SCRBRPT-LINE (1:8)
           MOVE WS-FILE-FIRST-DATE TO SCRBRPT-LINE (10:8)
           MOVE WS-FILE-LAST-DATE  TO SCRBRPT-LINE (19:8)
           MOVE WS-FILE-EXAMINED   TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT       TO SCRBRPT-LINE (28:7)
           MOVE WS-FILE-ANONYMIZED TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT       TO SCRBRPT-LINE (37:7)
           MOVE WS-FILE-ALREADY    TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT       TO SCRBRPT-LINE (47:7)
           EVALUATE WS-TRAILER-PROOF
               WHEN "P"
                   MOVE "PROVED" TO SCRBRPT-LINE (59:6)
               WHEN "F"
                   MOVE "OUT OF BALANCE" TO SCRBRPT-LINE (59:14)
               WHEN "M"
                   MOVE "MISSING" TO SCRBRPT-LINE (59:7)
               WHEN OTHER
                   MOVE "N/A" TO SCRBRPT-LINE (59:3)
           END-EVALUATE
           WRITE SCRBRPT-LINE.

       5500-CHECK-TRAILER-SEEN.
           IF NOT TRAILER-SEEN AND WS-FILE-EXAMINED > 0
               MOVE "M" TO WS-TRAILER-PROOF
           END-IF.

       8050-WRITE-NOT-PRESENT-LINE.
           MOVE SPACES TO SCRBRPT-LINE
           MOVE WS-FILE-NAME TO SCRBRPT-LINE (1:8)
           MOVE "NOT PRESENT IN THIS PASS" TO SCRBRPT-LINE (10:24)
           WRITE SCRBRPT-LINE.

       8200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           MOVE SPACES TO SCRBRPT-LINE
           STRING "FILES SCRUBBED . . . . . . . : " DELIMITED BY SIZE
                   WS-FILES-SCRUBBED                DELIMITED BY SIZE
                   INTO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           MOVE SPACES TO SCRBRPT-LINE
           STRING "RECORDS EXAMINED . . . . . . : " DELIMITED BY SIZE
                   WS-TOTAL-EXAMINED                DELIMITED BY SIZE
                   INTO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           MOVE SPACES TO SCRBRPT-LINE
           STRING "RECORDS ANONYMIZED . . . . . : " DELIMITED BY SIZE
                   WS-TOTAL-ANONYMIZED              DELIMITED BY SIZE
                   INTO SCRBRPT-LINE
           WRITE SCRBRPT-LINE
           MOVE SPACES TO SCRBRPT-LINE
           STRING "TRAILERS NOT PROVED  . . . . : " DELIMITED BY SIZE
                   WS-PROOF-FAILURES                DELIMITED BY SIZE
                   INTO SCRBRPT-LINE
           WRITE SCRBRPT-LINE.

       8800-FILE-FAILED.
           DISPLAY "SCRUB FILE " WS-FILE-NAME " " WS-FAILED-OPERATION
               " FAILED, STATUS = " WS-SCRUB-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE WS-SCRUB-STATUS TO WS-OPS-FATAL-STATUS
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

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
               MOVE "ERASURE-SCRUB" TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-TODAY-DATE TO OPS-BUSINESS-DATE
               MOVE WS-TOTAL-EXAMINED TO OPS-READ-COUNT
               MOVE WS-TOTAL-ANONYMIZED TO OPS-WRITTEN-COUNT
               MOVE WS-PROOF-FAILURES TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE ERASURE-RESULT
           CLOSE SCRUB-REPORT.
       END PROGRAM ERASURE-SCRUB.
