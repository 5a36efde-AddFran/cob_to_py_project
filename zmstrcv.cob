       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMST-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-BACKUP ASSIGN TO "CUSTMSTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO "POSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.
           SELECT RECOVERY-CARD ASSIGN TO "RCVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVCARD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RECOVERY-REGISTER ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-BACKUP
           RECORD CONTAINS 71 CHARACTERS.
       01  BACKUP-RECORD.
           02 BK-RECORD-TYPE PIC X.
               88 BK-HEADER-RECORD  VALUE "H".
               88 BK-DETAIL-RECORD  VALUE "D".
               88 BK-TRAILER-RECORD VALUE "T".
           02 BK-DETAIL      PIC X(70).
           02 BK-HEADER REDEFINES BK-DETAIL.
               03 BK-RUN-DATE      PIC 9(8).
               03 BK-SOURCE-SYSTEM PIC X(8).
               03 BK-RUN-TIME      PIC 9(8).
               03 FILLER           PIC X(46).
           02 BK-TRAILER REDEFINES BK-DETAIL.
               03 BK-RECORD-COUNT  PIC 9(6).
               03 BK-AGE-HASH      PIC 9(8).
               03 FILLER           PIC X(56).

       FD  MAINT-JOURNAL
           RECORD CONTAINS 178 CHARACTERS.
       01  JOURNAL-RECORD.
           02 JR-ACTION        PIC X.
           02 JR-TIMESTAMP     PIC X(21).
           02 JR-BEFORE-IMAGE  PIC X(70).
           02 JR-AFTER-IMAGE   PIC X(70).
           02 JR-REQUESTER     PIC X(8).
           02 JR-APPROVER      PIC X(8).

       FD  POSTING-JOURNAL
           RECORD CONTAINS 170 CHARACTERS.
       01  POSTING-JOURNAL-RECORD.
           02 PJ-ACTION        PIC X.
           02 PJ-TIMESTAMP     PIC X(21).
           02 PJ-BEFORE-IMAGE  PIC X(70).
           02 PJ-AFTER-IMAGE   PIC X(70).
           02 PJ-BUSINESS-DATE PIC 9(8).

       FD  RECOVERY-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RECOVERY-CARD-RECORD.
           02 RV-STOP-DATE     PIC 9(8).
           02 FILLER           PIC X(72).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-KEY.
               03 CM-NOMBRE    PIC A(30).
               03 CM-APELLIDO  PIC A(30).
           02 CM-AGE       PIC 9(2).
           02 CM-DOB       PIC 9(8).

       FD  RECOVERY-REGISTER
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
           02 WS-BACKUP-STATUS   PIC XX VALUE "00".
           02 WS-JOURNAL-STATUS  PIC XX VALUE "00".
           02 WS-POSTJRNL-STATUS PIC XX VALUE "00".
           02 WS-RCVCARD-STATUS  PIC XX VALUE "00".
           02 WS-MASTER-STATUS   PIC XX VALUE "00".
           02 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-OPS-READ-COUNT     PIC 9(6) VALUE 0.
       01 WS-OPS-APPLIED-COUNT  PIC 9(6) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-BACKUP      PIC X  VALUE "N".
               88 EOF-BACKUP          VALUE "Y".
           02 WS-EOF-JOURNAL     PIC X  VALUE "N".
               88 EOF-JOURNAL         VALUE "Y".
           02 WS-EOF-POSTING     PIC X  VALUE "N".
               88 EOF-POSTING         VALUE "Y".
           02 WS-EOF-MASTER      PIC X  VALUE "N".
               88 EOF-MASTER          VALUE "Y".
           02 WS-HEADER-SEEN-SW  PIC X  VALUE "N".
               88 HEADER-SEEN         VALUE "Y".
           02 WS-TRAILER-SEEN-SW PIC X  VALUE "N".
               88 TRAILER-SEEN        VALUE "Y".
           02 WS-JOURNAL-READY-SW PIC X VALUE "N".
               88 JOURNAL-READY       VALUE "Y".
           02 WS-POSTING-READY-SW PIC X VALUE "N".
               88 POSTING-READY       VALUE "Y".
           02 WS-FIRST-REC-SW    PIC X  VALUE "Y".
               88 FIRST-RECORD        VALUE "Y".
           02 WS-BALANCE-SW      PIC X  VALUE "Y".
               88 MASTER-BALANCED     VALUE "Y".
               88 MASTER-UNBALANCED   VALUE "N".
       01 WS-CONTROL-TOTALS.
           02 WS-BACKUP-COUNT    PIC 9(6) VALUE 0.
           02 WS-BACKUP-HASH     PIC 9(8) VALUE 0.
           02 WS-MNT-READ        PIC 9(6) VALUE 0.
           02 WS-MNT-BEFORE      PIC 9(6) VALUE 0.
           02 WS-MNT-BEYOND      PIC 9(6) VALUE 0.
           02 WS-PST-READ        PIC 9(6) VALUE 0.
           02 WS-PST-BEFORE      PIC 9(6) VALUE 0.
           02 WS-PST-BEYOND      PIC 9(6) VALUE 0.
           02 WS-ADDS-APPLIED    PIC 9(6) VALUE 0.
           02 WS-CHGS-APPLIED    PIC 9(6) VALUE 0.
           02 WS-DELS-APPLIED    PIC 9(6) VALUE 0.
           02 WS-FAILED-COUNT    PIC 9(6) VALUE 0.
           02 WS-EXPECTED-COUNT  PIC 9(6) VALUE 0.
           02 WS-MASTER-COUNT    PIC 9(6) VALUE 0.
           02 WS-MASTER-HASH     PIC 9(8) VALUE 0.
           02 WS-SEQUENCE-ERRORS PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-STOP-DATE          PIC 9(8) VALUE 99999999.
       01 WS-BACKUP-STAMP.
           02 WS-BACKUP-DATE     PIC 9(8) VALUE 0.
           02 WS-BACKUP-TIME     PIC 9(8) VALUE 0.
       01 WS-CUTOFF-STAMP       PIC X(16) VALUE HIGH-VALUES.
       01 WS-JOURNAL-STAMP      PIC X(16) VALUE LOW-VALUES.
       01 WS-POSTING-STAMP      PIC X(16) VALUE LOW-VALUES.
       01 WS-PREV-KEY           PIC X(60) VALUE SPACES.
       01 WS-APPLY-SOURCE       PIC X(8).
       01 WS-APPLY-ACTION       PIC X.
       01 WS-APPLY-BEFORE       PIC X(70).
       01 WS-APPLY-AFTER        PIC X(70).
       01 WS-ACTION-TEXT        PIC X(8).
       01 WS-FAIL-TEXT          PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RELOAD-BACKUP-RECORD UNTIL EOF-BACKUP
           PERFORM 2050-FIND-STOP-CUTOFF
           PERFORM 2100-PROVE-BACKUP
           PERFORM 3000-OPEN-JOURNALS
           PERFORM 3100-APPLY-NEXT-ENTRY
               UNTIL WS-JOURNAL-STAMP = HIGH-VALUES
                 AND WS-POSTING-STAMP = HIGH-VALUES
           PERFORM 4000-VERIFY-MASTER
           PERFORM 8200-WRITE-REGISTER-TOTALS
           PERFORM 9000-TERMINATE
           IF MASTER-UNBALANCED
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RECOVERY-CARD
           IF WS-RCVCARD-STATUS = "00"
               READ RECOVERY-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RV-STOP-DATE NUMERIC AND RV-STOP-DATE > 0
                           MOVE RV-STOP-DATE TO WS-STOP-DATE
                       END-IF
               END-READ
               CLOSE RECOVERY-CARD
           END-IF
           OPEN INPUT MASTER-BACKUP
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "MASTER-BACKUP OPEN FAILED, STATUS = "
                   WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-BACKUP-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT RECOVERY-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "RECOVERY-REGISTER OPEN FAILED, STATUS = "
                   WS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-REGISTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-MASTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-LINE
           MOVE "CUSTMST-RECOVER - ROLL-FORWARD RECOVERY REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           READ MASTER-BACKUP
               AT END
                   SET EOF-BACKUP TO TRUE
           END-READ.

       2000-RELOAD-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN BK-HEADER-RECORD
                   IF HEADER-SEEN OR BK-SOURCE-SYSTEM NOT = "CUSTMST "
                       DISPLAY "CUSTMSTB: UNEXPECTED HEADER RECORD"
                           " - RECOVERY ABORTED"
                       PERFORM 2900-ABORT-RECOVERY
                   END-IF
                   SET HEADER-SEEN TO TRUE
                   MOVE BK-RUN-DATE TO WS-BACKUP-DATE
                   IF BK-RUN-TIME NUMERIC
                       MOVE BK-RUN-TIME TO WS-BACKUP-TIME
                   END-IF
               WHEN BK-DETAIL-RECORD
                   IF NOT HEADER-SEEN OR TRAILER-SEEN
                       DISPLAY "CUSTMSTB: DETAIL OUTSIDE HEADER AND"
                           " TRAILER - RECOVERY ABORTED"
                       PERFORM 2900-ABORT-RECOVERY
                   END-IF
                   MOVE BK-DETAIL TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CUSTMSTB: DUPLICATE KEY " CM-NOMBRE
                               " - RECOVERY ABORTED"
                           PERFORM 2900-ABORT-RECOVERY
                       NOT INVALID KEY
                           ADD 1 TO WS-BACKUP-COUNT
                           IF CM-AGE NUMERIC
                               ADD CM-AGE TO WS-BACKUP-HASH
                           END-IF
                   END-WRITE
               WHEN BK-TRAILER-RECORD
                   SET TRAILER-SEEN TO TRUE
                   IF BK-RECORD-COUNT NOT = WS-BACKUP-COUNT
                      OR BK-AGE-HASH NOT = WS-BACKUP-HASH
                       DISPLAY "CUSTMSTB: TRAILER COUNT "
                           BK-RECORD-COUNT " HASH " BK-AGE-HASH
                           " DO NOT MATCH "
                           WS-BACKUP-COUNT " " WS-BACKUP-HASH
                           " - RECOVERY ABORTED"
                       PERFORM 2900-ABORT-RECOVERY
                   END-IF
               WHEN OTHER
                   DISPLAY "CUSTMSTB: UNKNOWN RECORD TYPE "
                       BK-RECORD-TYPE " - RECOVERY ABORTED"
                   PERFORM 2900-ABORT-RECOVERY
           END-EVALUATE
           READ MASTER-BACKUP
               AT END
                   SET EOF-BACKUP TO TRUE
           END-READ.

       2050-FIND-STOP-CUTOFF.
           IF WS-STOP-DATE NOT = 99999999
               MOVE WS-BACKUP-STAMP TO WS-CUTOFF-STAMP
               OPEN INPUT POSTING-JOURNAL
               IF WS-POSTJRNL-STATUS = "35"
                   SET EOF-POSTING TO TRUE
               ELSE
                   IF WS-POSTJRNL-STATUS NOT = "00"
                       DISPLAY "POSTING-JOURNAL OPEN FAILED, STATUS = "
                           WS-POSTJRNL-STATUS
                       MOVE 12 TO RETURN-CODE
                       MOVE WS-POSTJRNL-STATUS TO WS-OPS-FATAL-STATUS
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
               END-IF
               PERFORM UNTIL EOF-POSTING
                   READ POSTING-JOURNAL
                       AT END
                           SET EOF-POSTING TO TRUE
                       NOT AT END
                           IF PJ-BUSINESS-DATE NOT > WS-STOP-DATE
                              AND PJ-TIMESTAMP (1:16) > WS-CUTOFF-STAMP
                               MOVE PJ-TIMESTAMP (1:16)
                                 TO WS-CUTOFF-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-POSTJRNL-STATUS NOT = "35"
                   CLOSE POSTING-JOURNAL
               END-IF
               MOVE "N" TO WS-EOF-POSTING
           END-IF.

       2100-PROVE-BACKUP.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               DISPLAY "CUSTMSTB: HEADER OR TRAILER MISSING"
                   " - RECOVERY ABORTED"
               PERFORM 2900-ABORT-RECOVERY
           END-IF
           CLOSE MASTER-BACKUP
           MOVE SPACES TO REGISTER-LINE
           STRING "BACKUP TAKEN . . . . . . . . : " DELIMITED BY SIZE
                   WS-BACKUP-DATE                   DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   WS-BACKUP-TIME                   DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "STOP AFTER BUSINESS DATE . . : " DELIMITED BY SIZE
                   WS-STOP-DATE                     DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           IF WS-CUTOFF-STAMP = HIGH-VALUES
               MOVE "JOURNAL CUTOFF STAMP . . . . : NONE"
                 TO REGISTER-LINE
           ELSE
               STRING "JOURNAL CUTOFF STAMP . . . . : "
                           DELIMITED BY SIZE
                       WS-CUTOFF-STAMP DELIMITED BY SIZE
                       INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "BACKUP RECORDS RELOADED  . . : " DELIMITED BY SIZE
                   WS-BACKUP-COUNT                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2900-ABORT-RECOVERY.
           MOVE 16 TO RETURN-CODE
           MOVE WS-MASTER-STATUS TO WS-OPS-FATAL-STATUS
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       3000-OPEN-JOURNALS.
           CLOSE CUSTOMER-MASTER
           OPEN I-O CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER REOPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-MASTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN INPUT MAINT-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               SET EOF-JOURNAL TO TRUE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "MAINT-JOURNAL OPEN FAILED, STATUS = "
                       WS-JOURNAL-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-JOURNAL-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT POSTING-JOURNAL
           IF WS-POSTJRNL-STATUS = "35"
               SET EOF-POSTING TO TRUE
           ELSE
               IF WS-POSTJRNL-STATUS NOT = "00"
                   DISPLAY "POSTING-JOURNAL OPEN FAILED, STATUS = "
                       WS-POSTJRNL-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE WS-POSTJRNL-STATUS TO WS-OPS-FATAL-STATUS
                   MOVE "E" TO WS-OPS-RECORD-TYPE
                   PERFORM 8900-WRITE-OPS-RECORD
                   STOP RUN
               END-IF
           END-IF
           PERFORM 3200-NEXT-JOURNAL-ENTRY
           PERFORM 3300-NEXT-POSTING-ENTRY.

       3100-APPLY-NEXT-ENTRY.
           IF WS-JOURNAL-STAMP NOT > WS-POSTING-STAMP
               MOVE "MNTJRNL "      TO WS-APPLY-SOURCE
               MOVE JR-ACTION       TO WS-APPLY-ACTION
               MOVE JR-BEFORE-IMAGE TO WS-APPLY-BEFORE
               MOVE JR-AFTER-IMAGE  TO WS-APPLY-AFTER
               PERFORM 3500-APPLY-ENTRY
               PERFORM 3200-NEXT-JOURNAL-ENTRY
           ELSE
               MOVE "POSTJRNL"      TO WS-APPLY-SOURCE
               MOVE PJ-ACTION       TO WS-APPLY-ACTION
               MOVE PJ-BEFORE-IMAGE TO WS-APPLY-BEFORE
               MOVE PJ-AFTER-IMAGE  TO WS-APPLY-AFTER
               PERFORM 3500-APPLY-ENTRY
               PERFORM 3300-NEXT-POSTING-ENTRY
           END-IF.

       3200-NEXT-JOURNAL-ENTRY.
           MOVE "N" TO WS-JOURNAL-READY-SW
           PERFORM 3210-READ-JOURNAL-ENTRY
               UNTIL JOURNAL-READY OR EOF-JOURNAL
           IF EOF-JOURNAL
               MOVE HIGH-VALUES TO WS-JOURNAL-STAMP
           END-IF.

       3210-READ-JOURNAL-ENTRY.
           READ MAINT-JOURNAL
               AT END
                   SET EOF-JOURNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-MNT-READ
                   IF JR-TIMESTAMP (1:16) < WS-JOURNAL-STAMP
                       DISPLAY "MNTJRNL: ENTRY " WS-MNT-READ
                           " OUT OF TIME SEQUENCE - RECOVERY ABORTED"
                       PERFORM 2900-ABORT-RECOVERY
                   END-IF
                   MOVE JR-TIMESTAMP (1:16) TO WS-JOURNAL-STAMP
                   EVALUATE TRUE
                       WHEN JR-TIMESTAMP (1:16) NOT > WS-BACKUP-STAMP
                           ADD 1 TO WS-MNT-BEFORE
                       WHEN JR-TIMESTAMP (1:16) > WS-CUTOFF-STAMP
                           ADD 1 TO WS-MNT-BEYOND
                       WHEN OTHER
                           SET JOURNAL-READY TO TRUE
                   END-EVALUATE
           END-READ.

       3300-NEXT-POSTING-ENTRY.
           MOVE "N" TO WS-POSTING-READY-SW
           PERFORM 3310-READ-POSTING-ENTRY
               UNTIL POSTING-READY OR EOF-POSTING
           IF EOF-POSTING
               MOVE HIGH-VALUES TO WS-POSTING-STAMP
           END-IF.

       3310-READ-POSTING-ENTRY.
           READ POSTING-JOURNAL
               AT END
                   SET EOF-POSTING TO TRUE
               NOT AT END
                   ADD 1 TO WS-PST-READ
                   IF PJ-TIMESTAMP (1:16) < WS-POSTING-STAMP
                       DISPLAY "POSTJRNL: ENTRY " WS-PST-READ
                           " OUT OF TIME SEQUENCE - RECOVERY ABORTED"
                       PERFORM 2900-ABORT-RECOVERY
                   END-IF
                   MOVE PJ-TIMESTAMP (1:16) TO WS-POSTING-STAMP
                   EVALUATE TRUE
                       WHEN PJ-TIMESTAMP (1:16) NOT > WS-BACKUP-STAMP
                           ADD 1 TO WS-PST-BEFORE
                       WHEN PJ-TIMESTAMP (1:16) > WS-CUTOFF-STAMP
                           ADD 1 TO WS-PST-BEYOND
                       WHEN OTHER
                           SET POSTING-READY TO TRUE
                   END-EVALUATE
           END-READ.

       3500-APPLY-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN "A"
                   MOVE "ADD     " TO WS-ACTION-TEXT
                   MOVE WS-APPLY-AFTER TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           MOVE "ADDED KEY ALREADY ON MASTER"
                             TO WS-FAIL-TEXT
                           PERFORM 8100-WRITE-FAILED-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 8000-WRITE-APPLIED-LINE
                   END-WRITE
               WHEN "C"
                   MOVE "CHANGE  " TO WS-ACTION-TEXT
                   MOVE WS-APPLY-AFTER TO CUSTOMER-MASTER-RECORD
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           MOVE "CHANGED KEY NOT ON MASTER"
                             TO WS-FAIL-TEXT
                           PERFORM 8100-WRITE-FAILED-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-CHGS-APPLIED
                           PERFORM 8000-WRITE-APPLIED-LINE
                   END-REWRITE
               WHEN "D"
                   MOVE "DELETE  " TO WS-ACTION-TEXT
                   MOVE WS-APPLY-BEFORE TO CUSTOMER-MASTER-RECORD
                   DELETE CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "DELETED KEY NOT ON MASTER"
                             TO WS-FAIL-TEXT
                           PERFORM 8100-WRITE-FAILED-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-DELS-APPLIED
                           PERFORM 8000-WRITE-APPLIED-LINE
                   END-DELETE
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-TEXT
                   MOVE WS-APPLY-BEFORE TO CUSTOMER-MASTER-RECORD
                   MOVE "UNKNOWN JOURNAL ACTION" TO WS-FAIL-TEXT
                   PERFORM 8100-WRITE-FAILED-LINE
           END-EVALUATE.

       4000-VERIFY-MASTER.
           CLOSE CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER REOPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-MASTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO CM-KEY
           START CUSTOMER-MASTER KEY NOT < CM-KEY
               INVALID KEY
                   SET EOF-MASTER TO TRUE
           END-START
           IF NOT EOF-MASTER
               READ CUSTOMER-MASTER NEXT
                   AT END
                       SET EOF-MASTER TO TRUE
               END-READ
           END-IF
           PERFORM 4100-VERIFY-MASTER-RECORD UNTIL EOF-MASTER.

       4100-VERIFY-MASTER-RECORD.
           ADD 1 TO WS-MASTER-COUNT
           IF NOT FIRST-RECORD
               IF CM-KEY NOT > WS-PREV-KEY
                   ADD 1 TO WS-SEQUENCE-ERRORS
                   MOVE SPACES TO REGISTER-LINE
                   STRING "SEQUENCE " DELIMITED BY SIZE
                           CM-NOMBRE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CM-APELLIDO DELIMITED BY SIZE
                           " - KEY NOT ASCENDING" DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF
           MOVE "N" TO WS-FIRST-REC-SW
           MOVE CM-KEY TO WS-PREV-KEY
           IF CM-AGE NUMERIC
               ADD CM-AGE TO WS-MASTER-HASH
           END-IF
           READ CUSTOMER-MASTER NEXT
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.

       8000-WRITE-APPLIED-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING "APPLIED  " DELIMITED BY SIZE
                   WS-APPLY-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-APELLIDO DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8100-WRITE-FAILED-LINE.
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "FAILED   " DELIMITED BY SIZE
                   WS-APPLY-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPLY-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-APELLIDO (1:20) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-FAIL-TEXT DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "MNTJRNL ENTRIES READ . . . . : " DELIMITED BY SIZE
                   WS-MNT-READ                      DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  TAKEN BEFORE THE BACKUP  . : " DELIMITED BY SIZE
                   WS-MNT-BEFORE                    DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  AFTER THE CUTOFF STAMP . . : " DELIMITED BY SIZE
                   WS-MNT-BEYOND                    DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "POSTJRNL ENTRIES READ  . . . : " DELIMITED BY SIZE
                   WS-PST-READ                      DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  TAKEN BEFORE THE BACKUP  . : " DELIMITED BY SIZE
                   WS-PST-BEFORE                    DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  AFTER THE CUTOFF STAMP . . : " DELIMITED BY SIZE
                   WS-PST-BEYOND                    DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "ADDS APPLIED . . . . . . . . : " DELIMITED BY SIZE
                   WS-ADDS-APPLIED                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "CHANGES APPLIED  . . . . . . : " DELIMITED BY SIZE
                   WS-CHGS-APPLIED                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "DELETES APPLIED  . . . . . . : " DELIMITED BY SIZE
                   WS-DELS-APPLIED                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "ENTRIES FAILED . . . . . . . : " DELIMITED BY SIZE
                   WS-FAILED-COUNT                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           COMPUTE WS-EXPECTED-COUNT =
               WS-BACKUP-COUNT + WS-ADDS-APPLIED - WS-DELS-APPLIED
           MOVE SPACES TO REGISTER-LINE
           STRING "EXPECTED MASTER RECORDS  . . : " DELIMITED BY SIZE
                   WS-EXPECTED-COUNT                DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "VERIFIED MASTER RECORDS  . . : " DELIMITED BY SIZE
                   WS-MASTER-COUNT                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "VERIFIED MASTER AGE HASH . . : " DELIMITED BY SIZE
                   WS-MASTER-HASH                   DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "KEY SEQUENCE ERRORS  . . . . : " DELIMITED BY SIZE
                   WS-SEQUENCE-ERRORS               DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-MASTER-COUNT NOT = WS-EXPECTED-COUNT
              OR WS-SEQUENCE-ERRORS > 0
              OR WS-FAILED-COUNT > 0
               SET MASTER-UNBALANCED TO TRUE
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           IF MASTER-BALANCED
               MOVE "RECOVERED MASTER IS IN BALANCE" TO REGISTER-LINE
           ELSE
               MOVE "*** RECOVERED MASTER IS OUT OF BALANCE ***"
                   TO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE.

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
               MOVE "CUSTMST-RECOVER"
                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               IF WS-STOP-DATE = 99999999
                   MOVE WS-RUN-DATE TO OPS-BUSINESS-DATE
               ELSE
                   MOVE WS-STOP-DATE TO OPS-BUSINESS-DATE
               END-IF
               ADD WS-MNT-READ TO WS-PST-READ
                   GIVING WS-OPS-READ-COUNT
               ADD WS-ADDS-APPLIED WS-CHGS-APPLIED WS-DELS-APPLIED
                   GIVING WS-OPS-APPLIED-COUNT
               MOVE WS-OPS-READ-COUNT TO OPS-READ-COUNT
               MOVE WS-OPS-APPLIED-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-FAILED-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE MAINT-JOURNAL
           CLOSE POSTING-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE RECOVERY-REGISTER.
       END PROGRAM CUSTMST-RECOVER.
