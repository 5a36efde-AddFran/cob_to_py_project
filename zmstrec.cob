       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMST-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-BACKUP ASSIGN TO "PRIORBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORBK-STATUS.
           SELECT CURRENT-BACKUP ASSIGN TO "CUSTMSTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO "POSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.
           SELECT RECON-REPORT ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECRPT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-BACKUP
           RECORD CONTAINS 71 CHARACTERS.
       01  PRIOR-BACKUP-RECORD.
           02 PB-RECORD-TYPE PIC X.
               88 PB-HEADER-RECORD  VALUE "H".
               88 PB-DETAIL-RECORD  VALUE "D".
               88 PB-TRAILER-RECORD VALUE "T".
           02 PB-DETAIL      PIC X(70).
           02 PB-HEADER REDEFINES PB-DETAIL.
               03 PB-RUN-DATE      PIC 9(8).
               03 PB-SOURCE-SYSTEM PIC X(8).
               03 PB-RUN-TIME      PIC 9(8).
               03 FILLER           PIC X(46).
           02 PB-TRAILER REDEFINES PB-DETAIL.
               03 PB-RECORD-COUNT  PIC 9(6).
               03 PB-AGE-HASH      PIC 9(8).
               03 FILLER           PIC X(56).

       FD  CURRENT-BACKUP
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

       FD  RECON-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  RECRPT-LINE         PIC X(100).

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
           02 WS-PRIORBK-STATUS  PIC XX VALUE "00".
           02 WS-BACKUP-STATUS   PIC XX VALUE "00".
           02 WS-JOURNAL-STATUS  PIC XX VALUE "00".
           02 WS-POSTJRNL-STATUS PIC XX VALUE "00".
           02 WS-RECRPT-STATUS   PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-OPS-READ-COUNT     PIC 9(6) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-PRIOR       PIC X  VALUE "N".
               88 EOF-PRIOR           VALUE "Y".
           02 WS-EOF-BACKUP      PIC X  VALUE "N".
               88 EOF-BACKUP          VALUE "Y".
           02 WS-EOF-JOURNAL     PIC X  VALUE "N".
               88 EOF-JOURNAL         VALUE "Y".
           02 WS-EOF-POSTING     PIC X  VALUE "N".
               88 EOF-POSTING         VALUE "Y".
           02 WS-PRIOR-TRL-SW    PIC X  VALUE "N".
               88 PRIOR-TRAILER-SEEN  VALUE "Y".
           02 WS-BACKUP-TRL-SW   PIC X  VALUE "N".
               88 BACKUP-TRAILER-SEEN VALUE "Y".
           02 WS-BALANCE-SW      PIC X  VALUE "Y".
               88 MOVEMENT-BALANCED   VALUE "Y".
               88 MOVEMENT-UNBALANCED VALUE "N".
       01 WS-CONTROL-TOTALS.
           02 WS-PRIOR-COUNT     PIC 9(6) VALUE 0.
           02 WS-PRIOR-DETAILS   PIC 9(6) VALUE 0.
           02 WS-CURRENT-COUNT   PIC 9(6) VALUE 0.
           02 WS-CURRENT-DETAILS PIC 9(6) VALUE 0.
           02 WS-MNT-READ        PIC 9(6) VALUE 0.
           02 WS-MNT-ADDS        PIC 9(6) VALUE 0.
           02 WS-MNT-CHANGES     PIC 9(6) VALUE 0.
           02 WS-MNT-DELETES     PIC 9(6) VALUE 0.
           02 WS-PST-READ        PIC 9(6) VALUE 0.
           02 WS-PST-ADDS        PIC 9(6) VALUE 0.
           02 WS-PST-CHANGES     PIC 9(6) VALUE 0.
           02 WS-PST-DELETES     PIC 9(6) VALUE 0.
           02 WS-OUTSIDE-COUNT   PIC 9(6) VALUE 0.
           02 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01 WS-EXPECTED-COUNT     PIC S9(7) VALUE 0.
       01 WS-DIFFERENCE         PIC S9(7) VALUE 0.
       01 WS-DIFFERENCE-OUT     PIC -(6)9.
       01 WS-EXPECTED-OUT       PIC -(6)9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-PRIOR-STAMP.
           02 WS-PRIOR-DATE      PIC 9(8) VALUE 0.
           02 WS-PRIOR-TIME      PIC 9(8) VALUE 0.
       01 WS-CURRENT-STAMP.
           02 WS-CURRENT-BK-DATE PIC 9(8) VALUE 0.
           02 WS-CURRENT-BK-TIME PIC 9(8) VALUE 99999999.
       01 WS-ENTRY-SOURCE       PIC X(8).
       01 WS-ENTRY-STAMP        PIC X(21).
       01 WS-EXCEPTION-TEXT     PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-PRIOR-BACKUP UNTIL EOF-PRIOR
           PERFORM 2100-READ-CURRENT-BACKUP UNTIL EOF-BACKUP
           PERFORM 2200-CHECK-BACKUPS
           PERFORM 3000-COUNT-JOURNAL-ENTRY UNTIL EOF-JOURNAL
           PERFORM 3100-COUNT-POSTING-ENTRY UNTIL EOF-POSTING
           PERFORM 4000-RECONCILE-MOVEMENT
           PERFORM 8200-WRITE-RECON-TOTALS
           PERFORM 9000-TERMINATE
           IF MOVEMENT-UNBALANCED
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PRIOR-BACKUP
           IF WS-PRIORBK-STATUS NOT = "00"
               DISPLAY "PRIOR-BACKUP OPEN FAILED, STATUS = "
                   WS-PRIORBK-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-PRIORBK-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN INPUT CURRENT-BACKUP
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "CURRENT-BACKUP OPEN FAILED, STATUS = "
                   WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-BACKUP-STATUS TO WS-OPS-FATAL-STATUS
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
           OPEN OUTPUT RECON-REPORT
           IF WS-RECRPT-STATUS NOT = "00"
               DISPLAY "RECON-REPORT OPEN FAILED, STATUS = "
                   WS-RECRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-RECRPT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO RECRPT-LINE
           MOVE "CUSTMST-RECONCILE - MASTER MOVEMENT RECONCILIATION"
               TO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           WRITE RECRPT-LINE
           READ PRIOR-BACKUP
               AT END
                   SET EOF-PRIOR TO TRUE
           END-READ
           READ CURRENT-BACKUP
               AT END
                   SET EOF-BACKUP TO TRUE
           END-READ
           IF NOT EOF-JOURNAL
               READ MAINT-JOURNAL
                   AT END
                       SET EOF-JOURNAL TO TRUE
               END-READ
           END-IF
           IF NOT EOF-POSTING
               READ POSTING-JOURNAL
                   AT END
                       SET EOF-POSTING TO TRUE
               END-READ
           END-IF.

       2000-READ-PRIOR-BACKUP.
           EVALUATE TRUE
               WHEN PB-HEADER-RECORD
                   MOVE PB-RUN-DATE TO WS-PRIOR-DATE
                   IF PB-RUN-TIME NUMERIC
                       MOVE PB-RUN-TIME TO WS-PRIOR-TIME
                   END-IF
               WHEN PB-DETAIL-RECORD
                   ADD 1 TO WS-PRIOR-DETAILS
               WHEN PB-TRAILER-RECORD
                   SET PRIOR-TRAILER-SEEN TO TRUE
                   MOVE PB-RECORD-COUNT TO WS-PRIOR-COUNT
           END-EVALUATE
           READ PRIOR-BACKUP
               AT END
                   SET EOF-PRIOR TO TRUE
           END-READ.

       2100-READ-CURRENT-BACKUP.
           EVALUATE TRUE
               WHEN BK-HEADER-RECORD
                   MOVE BK-RUN-DATE TO WS-CURRENT-BK-DATE
                   IF BK-RUN-TIME NUMERIC
                       MOVE BK-RUN-TIME TO WS-CURRENT-BK-TIME
                   END-IF
               WHEN BK-DETAIL-RECORD
                   ADD 1 TO WS-CURRENT-DETAILS
               WHEN BK-TRAILER-RECORD
                   SET BACKUP-TRAILER-SEEN TO TRUE
                   MOVE BK-RECORD-COUNT TO WS-CURRENT-COUNT
           END-EVALUATE
           READ CURRENT-BACKUP
               AT END
                   SET EOF-BACKUP TO TRUE
           END-READ.

       2200-CHECK-BACKUPS.
           IF NOT PRIOR-TRAILER-SEEN
               MOVE "PRIOR CUSTMSTB HAS NO TRAILER RECORD"
                 TO WS-EXCEPTION-TEXT
               PERFORM 8100-WRITE-EXCEPTION-LINE
           ELSE
               IF WS-PRIOR-COUNT NOT = WS-PRIOR-DETAILS
                   MOVE "PRIOR CUSTMSTB TRAILER DISAGREES WITH DETAILS"
                     TO WS-EXCEPTION-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           IF NOT BACKUP-TRAILER-SEEN
               MOVE "CURRENT CUSTMSTB HAS NO TRAILER RECORD"
                 TO WS-EXCEPTION-TEXT
               PERFORM 8100-WRITE-EXCEPTION-LINE
           ELSE
               IF WS-CURRENT-COUNT NOT = WS-CURRENT-DETAILS
                   MOVE
                     "CURRENT CUSTMSTB TRAILER DISAGREES WITH DETAILS"
                     TO WS-EXCEPTION-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           IF WS-PRIOR-STAMP NOT < WS-CURRENT-STAMP
               MOVE "PRIOR CUSTMSTB IS NOT OLDER THAN CURRENT CUSTMSTB"
                 TO WS-EXCEPTION-TEXT
               PERFORM 8100-WRITE-EXCEPTION-LINE
           END-IF
           MOVE SPACES TO RECRPT-LINE
           STRING "PRIOR BACKUP TAKEN . . . . . : " DELIMITED BY SIZE
                   WS-PRIOR-DATE                    DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   WS-PRIOR-TIME                    DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "CURRENT BACKUP TAKEN . . . . : " DELIMITED BY SIZE
                   WS-CURRENT-BK-DATE               DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   WS-CURRENT-BK-TIME               DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           WRITE RECRPT-LINE.

       3000-COUNT-JOURNAL-ENTRY.
           ADD 1 TO WS-MNT-READ
           IF JR-TIMESTAMP (1:16) NOT > WS-PRIOR-STAMP
              OR JR-TIMESTAMP (1:16) > WS-CURRENT-STAMP
               MOVE "MNTJRNL " TO WS-ENTRY-SOURCE
               MOVE JR-TIMESTAMP TO WS-ENTRY-STAMP
               PERFORM 8150-WRITE-OUTSIDE-LINE
           ELSE
               EVALUATE JR-ACTION
                   WHEN "A"
                       ADD 1 TO WS-MNT-ADDS
                   WHEN "C"
                       ADD 1 TO WS-MNT-CHANGES
                   WHEN "D"
                       ADD 1 TO WS-MNT-DELETES
                   WHEN OTHER
                       MOVE "MNTJRNL ENTRY WITH UNKNOWN ACTION"
                         TO WS-EXCEPTION-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-LINE
               END-EVALUATE
           END-IF
           READ MAINT-JOURNAL
               AT END
                   SET EOF-JOURNAL TO TRUE
           END-READ.

       3100-COUNT-POSTING-ENTRY.
           ADD 1 TO WS-PST-READ
           IF PJ-TIMESTAMP (1:16) NOT > WS-PRIOR-STAMP
              OR PJ-TIMESTAMP (1:16) > WS-CURRENT-STAMP
               MOVE "POSTJRNL" TO WS-ENTRY-SOURCE
               MOVE PJ-TIMESTAMP TO WS-ENTRY-STAMP
               PERFORM 8150-WRITE-OUTSIDE-LINE
           ELSE
               EVALUATE PJ-ACTION
                   WHEN "A"
                       ADD 1 TO WS-PST-ADDS
                   WHEN "C"
                       ADD 1 TO WS-PST-CHANGES
                   WHEN "D"
                       ADD 1 TO WS-PST-DELETES
                   WHEN OTHER
                       MOVE "POSTJRNL ENTRY WITH UNKNOWN ACTION"
                         TO WS-EXCEPTION-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-LINE
               END-EVALUATE
           END-IF
           READ POSTING-JOURNAL
               AT END
                   SET EOF-POSTING TO TRUE
           END-READ.

       4000-RECONCILE-MOVEMENT.
           COMPUTE WS-EXPECTED-COUNT =
               WS-PRIOR-COUNT + WS-MNT-ADDS + WS-PST-ADDS
                   - WS-MNT-DELETES - WS-PST-DELETES
           COMPUTE WS-DIFFERENCE = WS-CURRENT-COUNT - WS-EXPECTED-COUNT
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO WS-DIFFERENCE-OUT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "VERIFIED COUNT DIFFERS FROM EXPECTED BY "
                       DELIMITED BY SIZE
                       WS-DIFFERENCE-OUT DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
               PERFORM 8100-WRITE-EXCEPTION-LINE
           END-IF.

       8100-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           SET MOVEMENT-UNBALANCED TO TRUE
           MOVE SPACES TO RECRPT-LINE
           STRING "*** EXCEPTION: " DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE.

       8150-WRITE-OUTSIDE-LINE.
           ADD 1 TO WS-OUTSIDE-COUNT
           MOVE SPACES TO RECRPT-LINE
           STRING "OUTSIDE BACKUP WINDOW " DELIMITED BY SIZE
                   WS-ENTRY-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ENTRY-STAMP DELIMITED BY SIZE
                   " - NOT COUNTED" DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE.

       8200-WRITE-RECON-TOTALS.
           MOVE SPACES TO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "PRIOR CUSTMSTB TRAILER COUNT : " DELIMITED BY SIZE
                   WS-PRIOR-COUNT                   DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "  PLUS MNTJRNL ADDS  . . . . : " DELIMITED BY SIZE
                   WS-MNT-ADDS                      DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "  PLUS POSTING ADDS  . . . . : " DELIMITED BY SIZE
                   WS-PST-ADDS                      DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "  LESS MNTJRNL DELETES . . . : " DELIMITED BY SIZE
                   WS-MNT-DELETES                   DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "  LESS POSTING DELETES . . . : " DELIMITED BY SIZE
                   WS-PST-DELETES                   DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-OUT
           STRING "EXPECTED MASTER COUNT  . . . : " DELIMITED BY SIZE
                   WS-EXPECTED-OUT                  DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "VERIFIED MASTER COUNT  . . . : " DELIMITED BY SIZE
                   WS-CURRENT-COUNT                 DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "MNTJRNL CHANGES  . . . . . . : " DELIMITED BY SIZE
                   WS-MNT-CHANGES                   DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "POSTING CHANGES  . . . . . . : " DELIMITED BY SIZE
                   WS-PST-CHANGES                   DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "ENTRIES OUTSIDE WINDOW . . . : " DELIMITED BY SIZE
                   WS-OUTSIDE-COUNT                 DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           STRING "EXCEPTIONS . . . . . . . . . : " DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT               DELIMITED BY SIZE
                   INTO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           WRITE RECRPT-LINE
           MOVE SPACES TO RECRPT-LINE
           IF MOVEMENT-BALANCED
               MOVE "MASTER MOVEMENT IS IN BALANCE" TO RECRPT-LINE
           ELSE
               MOVE "*** MASTER MOVEMENT IS OUT OF BALANCE ***"
                   TO RECRPT-LINE
           END-IF
           WRITE RECRPT-LINE.

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
               MOVE "CUSTMST-RECONCILE"
                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-RUN-DATE TO OPS-BUSINESS-DATE
               ADD WS-MNT-READ TO WS-PST-READ
                   GIVING WS-OPS-READ-COUNT
               MOVE WS-OPS-READ-COUNT TO OPS-READ-COUNT
               MOVE 0 TO OPS-WRITTEN-COUNT
               MOVE WS-EXCEPTION-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE PRIOR-BACKUP
           CLOSE CURRENT-BACKUP
           CLOSE MAINT-JOURNAL
           CLOSE POSTING-JOURNAL
           CLOSE RECON-REPORT.
       END PROGRAM CUSTMST-RECONCILE.
