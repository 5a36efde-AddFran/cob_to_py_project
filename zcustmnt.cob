           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT PENDING-APPROVAL ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-TRANS
           RECORD CONTAINS 71 TO 139 CHARACTERS.
       01  CUSTOMER-TRANS-RECORD.
           02 CT-TRAN-CODE PIC X.
           02 CT-AGE       PIC 9(2).
           02 CT-KEY.
               03 CT-NOMBRE    PIC A(30).
               03 CT-APELLIDO  PIC A(30).
           02 CT-DOB       PIC 9(8).
       01  MERGE-TRANS-RECORD.
           02 FILLER          PIC X(71).
           02 CT-MERGE-KEY.
               03 CT-MRG-NOMBRE   PIC A(30).
               03 CT-MRG-APELLIDO PIC A(30).
           02 CT-OPERATOR-ID  PIC X(8).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 70 CHARACTERS.
       01  REGISTER-LINE       PIC X(100).

       FD  MAINT-JOURNAL
           RECORD CONTAINS 178 CHARACTERS.
       01  JOURNAL-RECORD.
           02 JR-ACTION        PIC X.
           02 JR-TIMESTAMP     PIC X(21).
           02 JR-BEFORE-IMAGE  PIC X(70).
           02 JR-AFTER-IMAGE   PIC X(70).
           02 JR-REQUESTER     PIC X(8).
           02 JR-APPROVER      PIC X(8).

       FD  OPERATOR-AUTHORITY
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-AUTHORITY-RECORD.
           02 OA-OPERATOR-ID    PIC X(8).
           02 OA-OPERATOR-NAME  PIC X(30).
           02 OA-NOMBRLK-RIGHTS PIC X(5).
           02 OA-CUSTMST-RIGHTS PIC X(5).
           02 FILLER            PIC X(32).

       FD  PENDING-APPROVAL
           RECORD CONTAINS 260 CHARACTERS.
       01  PENDING-APPROVAL-RECORD.
           02 PA-ITEM-NUMBER    PIC 9(6).
           02 PA-TARGET         PIC X.
           02 PA-ACTION         PIC X.
           02 PA-STATUS         PIC X.
           02 PA-REQUESTER      PIC X(8).
           02 PA-REQUEST-STAMP  PIC X(14).
           02 PA-APPROVER       PIC X(8).
           02 PA-DECISION-STAMP PIC X(14).
           02 PA-REQUEST-DATA   PIC X(199).
           02 FILLER            PIC X(8).

       FD  OPS-JOURNAL
           RECORD CONTAINS 80 CHARACTERS.
           02 WS-MASTER-STATUS   PIC XX VALUE "00".
           02 WS-REGISTER-STATUS PIC XX VALUE "00".
           02 WS-JOURNAL-STATUS  PIC XX VALUE "00".
           02 WS-AUTHORITY-STATUS PIC XX VALUE "00".
           02 WS-PENDING-STATUS  PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-TRANS       PIC X  VALUE "N".
               88 EOF-TRANS           VALUE "Y".
           02 WS-EOF-AUTHORITY   PIC X  VALUE "N".
               88 EOF-AUTHORITY       VALUE "Y".
           02 WS-EOF-PENDING     PIC X  VALUE "N".
               88 EOF-PENDING         VALUE "Y".
           02 WS-AUTHORISED-SW   PIC X  VALUE "N".
               88 OPERATOR-AUTHORISED VALUE "Y".
           02 WS-PENDING-FOUND-SW PIC X VALUE "N".
               88 PENDING-FOUND       VALUE "Y".
           02 WS-MERGE-PARTIAL-SW PIC X VALUE "N".
               88 MERGE-PARTLY-APPLIED VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-TRANS-COUNT     PIC 9(6) VALUE 0.
           02 WS-APPLIED-COUNT   PIC 9(6) VALUE 0.
           02 WS-REFUSED-COUNT   PIC 9(6) VALUE 0.
           02 WS-PENDING-COUNT   PIC 9(6) VALUE 0.
           02 WS-APPROVED-COUNT  PIC 9(6) VALUE 0.
           02 WS-REJECTED-COUNT  PIC 9(6) VALUE 0.
       01 WS-ACTION-TEXT        PIC X(8).
       01 WS-REFUSE-TEXT        PIC X(30).
       01 WS-JRNL-ACTION        PIC X.
       01 WS-BEFORE-IMAGE       PIC X(70).
       01 WS-AFTER-IMAGE        PIC X(70).
       01 WS-MERGE-IMAGE        PIC X(70).
       01 WS-REQUESTER-ID       PIC X(8) VALUE SPACES.
       01 WS-APPROVER-ID        PIC X(8) VALUE SPACES.
       01 WS-RIGHT-NEEDED       PIC 9 VALUE 0.
       01 WS-APPLIED-BEFORE     PIC 9(6) VALUE 0.
       01 WS-NEXT-ITEM-NUMBER   PIC 9(6) VALUE 0.
       01 WS-ITEM-NUMBER-OUT    PIC 9(6) VALUE 0.
       01 WS-DECISION-STAMP     PIC X(21).
       01 OPERATOR-TABLE.
           02 OPERATOR-COUNT PIC 9(3) VALUE 0.
           02 OP-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON OPERATOR-COUNT
                       INDEXED BY OP-IDX.
               03 OP-OPERATOR-ID    PIC X(8).
               03 OP-CUSTMST-RIGHTS PIC X(5).
       01 PENDING-TABLE.
           02 PENDING-COUNT PIC 9(4) VALUE 0.
           02 PT-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON PENDING-COUNT
                       INDEXED BY PT-IDX.
               03 PT-ITEM-NUMBER    PIC 9(6).
               03 PT-TARGET         PIC X.
                   88 PT-CUSTMST-ITEM    VALUE "C".
               03 PT-ACTION         PIC X.
               03 PT-STATUS         PIC X.
                   88 PT-PENDING         VALUE "P".
                   88 PT-APPROVED        VALUE "A".
                   88 PT-REJECTED        VALUE "R".
                   88 PT-FAILED          VALUE "F".
                   88 PT-PARTLY-APPLIED  VALUE "H".
               03 PT-REQUESTER      PIC X(8).
               03 PT-REQUEST-STAMP  PIC X(14).
               03 PT-APPROVER       PIC X(8).
               03 PT-DECISION-STAMP PIC X(14).
               03 PT-REQUEST-DATA   PIC X(199).
               03 FILLER            PIC X(8).
       01 WS-DOB-WORK.
           02 WS-WORK-DOB        PIC 9(8) VALUE 0.
           02 WS-WORK-DOB-R REDEFINES WS-WORK-DOB.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL EOF-TRANS
           PERFORM 8200-WRITE-REGISTER-TOTALS
           PERFORM 8300-WRITE-PENDING-FILE
           PERFORM 9000-TERMINATE
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN EXTEND MAINT-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MAINT-JOURNAL OPEN FAILED, STATUS = "
                   WS-JOURNAL-STATUS
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
               PERFORM 1200-LOAD-PENDING-ITEM UNTIL EOF-PENDING
               CLOSE PENDING-APPROVAL
           END-IF
           MOVE SPACES TO REGISTER-LINE
           MOVE "CUSTOMER-MAINTENANCE - MAINTENANCE REGISTER"
               TO REGISTER-LINE
                   SET EOF-TRANS TO TRUE
           END-READ.

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

       1200-LOAD-PENDING-ITEM.
           READ PENDING-APPROVAL
               AT END
                   SET EOF-PENDING TO TRUE
               NOT AT END
                   IF PENDING-COUNT >= 5000
                       DISPLAY "PENDAPPR: TABLE FULL AT 5000 ENTRIES"
                       DISPLAY "- MAINTENANCE REFUSED TO AVOID DROPPING"
                           " ITEMS"
                       MOVE 12 TO RETURN-CODE
                       MOVE "E" TO WS-OPS-RECORD-TYPE
                       PERFORM 8900-WRITE-OPS-RECORD
                       STOP RUN
                   END-IF
                   ADD 1 TO PENDING-COUNT
                   MOVE PENDING-APPROVAL-RECORD
                     TO PT-ENTRY (PENDING-COUNT)
                   IF PA-ITEM-NUMBER NUMERIC
                      AND PA-ITEM-NUMBER > WS-NEXT-ITEM-NUMBER
                       MOVE PA-ITEM-NUMBER TO WS-NEXT-ITEM-NUMBER
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT
           MOVE CT-OPERATOR-ID TO WS-REQUESTER-ID
           MOVE SPACES TO WS-APPROVER-ID
           EVALUATE CT-TRAN-CODE
               WHEN "A"
                   MOVE "ADD     " TO WS-ACTION-TEXT
                   MOVE 2 TO WS-RIGHT-NEEDED
                   PERFORM 2010-CHECK-AUTHORITY
                   IF OPERATOR-AUTHORISED
                       PERFORM 2100-APPLY-ADD
                   END-IF
               WHEN "C"
                   MOVE "CHANGE  " TO WS-ACTION-TEXT
                   MOVE 3 TO WS-RIGHT-NEEDED
                   PERFORM 2010-CHECK-AUTHORITY
                   IF OPERATOR-AUTHORISED
                       PERFORM 2200-APPLY-CHANGE
                   END-IF
               WHEN "D"
                   MOVE "DELETE  " TO WS-ACTION-TEXT
                   MOVE 4 TO WS-RIGHT-NEEDED
                   PERFORM 2010-CHECK-AUTHORITY
                   IF OPERATOR-AUTHORISED
                       PERFORM 2500-REQUEST-DELETE
                   END-IF
               WHEN "M"
                   MOVE "MERGE   " TO WS-ACTION-TEXT
                   MOVE 4 TO WS-RIGHT-NEEDED
                   PERFORM 2010-CHECK-AUTHORITY
                   IF OPERATOR-AUTHORISED
                       PERFORM 2550-REQUEST-MERGE
                   END-IF
               WHEN "V"
               WHEN "R"
                   MOVE "DECISION" TO WS-ACTION-TEXT
                   MOVE 5 TO WS-RIGHT-NEEDED
                   PERFORM 2010-CHECK-AUTHORITY
                   IF OPERATOR-AUTHORISED
                       PERFORM 2600-PROCESS-DECISION
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-TEXT
                   MOVE "INVALID TRANSACTION CODE" TO WS-REFUSE-TEXT
                   SET EOF-TRANS TO TRUE
           END-READ.

       2010-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTHORISED-SW
           IF OPERATOR-COUNT > 0 AND CT-OPERATOR-ID NOT = SPACES
               SET OP-IDX TO 1
               SEARCH OP-ENTRY
                   AT END
                       CONTINUE
                   WHEN OP-OPERATOR-ID (OP-IDX) = CT-OPERATOR-ID
                       IF OP-CUSTMST-RIGHTS (OP-IDX)
                              (WS-RIGHT-NEEDED:1) = "Y"
                           SET OPERATOR-AUTHORISED TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF NOT OPERATOR-AUTHORISED
               MOVE "OPERATOR NOT AUTHORISED" TO WS-REFUSE-TEXT
               PERFORM 8100-WRITE-REFUSED-LINE
           END-IF.

       2050-VALIDATE-TRANSACTION.
           SET VALID-TRANSACTION TO TRUE
           IF NOT CT-AGE NUMERIC
                   PERFORM 8000-WRITE-APPLIED-LINE
           END-DELETE.

       2400-APPLY-MERGE.
           MOVE "MERGE   " TO WS-ACTION-TEXT
           PERFORM 2405-VALIDATE-MERGE
           IF INVALID-TRANSACTION
               PERFORM 8100-WRITE-REFUSED-LINE
           ELSE
               PERFORM 2410-READ-MERGE-PAIR
           END-IF.

       2405-VALIDATE-MERGE.
           PERFORM 2050-VALIDATE-TRANSACTION
           IF VALID-TRANSACTION
               IF CT-MRG-NOMBRE = SPACES OR CT-MRG-APELLIDO = SPACES
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "MERGE KEY IS BLANK" TO WS-REFUSE-TEXT
               ELSE
                   IF CT-MERGE-KEY = CT-KEY
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "MERGE KEY SAME AS SURVIVOR"
                           TO WS-REFUSE-TEXT
                   END-IF
               END-IF
           END-IF.

       2410-READ-MERGE-PAIR.
           MOVE CT-MRG-NOMBRE   TO CM-NOMBRE
           MOVE CT-MRG-APELLIDO TO CM-APELLIDO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "MERGE KEY NOT ON MASTER" TO WS-REFUSE-TEXT
                   PERFORM 8100-WRITE-REFUSED-LINE
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO WS-MERGE-IMAGE
                   PERFORM 2420-READ-SURVIVOR
           END-READ.

       2420-READ-SURVIVOR.
           MOVE CT-NOMBRE   TO CM-NOMBRE
           MOVE CT-APELLIDO TO CM-APELLIDO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "KEY NOT ON MASTER" TO WS-REFUSE-TEXT
                   PERFORM 8100-WRITE-REFUSED-LINE
               NOT INVALID KEY
                   PERFORM 2430-MERGE-WITH-JOURNAL
           END-READ.

       2430-MERGE-WITH-JOURNAL.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE CT-AGE TO CM-AGE
           MOVE CT-DOB TO CM-DOB
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "KEY NOT ON MASTER" TO WS-REFUSE-TEXT
                   PERFORM 8100-WRITE-REFUSED-LINE
               NOT INVALID KEY
                   MOVE "C" TO WS-JRNL-ACTION
                   MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                   PERFORM 8400-WRITE-JOURNAL-RECORD
                   PERFORM 2440-DELETE-MERGED-RECORD
           END-REWRITE.

       2440-DELETE-MERGED-RECORD.
           MOVE WS-MERGE-IMAGE TO CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "MERGE KEY NOT ON MASTER" TO WS-REFUSE-TEXT
                   PERFORM 2460-BACK-OUT-SURVIVOR
               NOT INVALID KEY
                   IF CUSTOMER-MASTER-RECORD NOT = WS-MERGE-IMAGE
                       MOVE "MERGE RECORD CHANGED ON MASTER"
                         TO WS-REFUSE-TEXT
                       PERFORM 2460-BACK-OUT-SURVIVOR
                   ELSE
                       PERFORM 2450-DELETE-VERIFIED-RECORD
                   END-IF
           END-READ.

       2450-DELETE-VERIFIED-RECORD.
           DELETE CUSTOMER-MASTER
               INVALID KEY
                   MOVE "MERGE KEY NOT DELETED" TO WS-REFUSE-TEXT
                   PERFORM 2460-BACK-OUT-SURVIVOR
               NOT INVALID KEY
                   MOVE "D" TO WS-JRNL-ACTION
                   MOVE WS-MERGE-IMAGE TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 8400-WRITE-JOURNAL-RECORD
                   PERFORM 8000-WRITE-APPLIED-LINE
                   PERFORM 8050-WRITE-MERGED-FROM-LINE
           END-DELETE.

       2460-BACK-OUT-SURVIVOR.
           PERFORM 8100-WRITE-REFUSED-LINE
           MOVE WS-BEFORE-IMAGE TO CUSTOMER-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   SET MERGE-PARTLY-APPLIED TO TRUE
               NOT INVALID KEY
                   MOVE "C" TO WS-JRNL-ACTION
                   MOVE WS-AFTER-IMAGE TO WS-MERGE-IMAGE
                   MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                   MOVE WS-MERGE-IMAGE TO WS-BEFORE-IMAGE
                   PERFORM 8400-WRITE-JOURNAL-RECORD
           END-REWRITE
           MOVE SPACES TO REGISTER-LINE
           IF MERGE-PARTLY-APPLIED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               STRING "        MERGE PARTLY APPLIED - SURVIVOR"
                           DELIMITED BY SIZE
                       " CHANGED, DUPLICATE NOT DELETED"
                           DELIMITED BY SIZE
                       INTO REGISTER-LINE
           ELSE
               MOVE "        SURVIVOR CHANGE BACKED OUT"
                 TO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE.

       2500-REQUEST-DELETE.
           MOVE CT-NOMBRE   TO CM-NOMBRE
           MOVE CT-APELLIDO TO CM-APELLIDO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "KEY NOT ON MASTER" TO WS-REFUSE-TEXT
                   PERFORM 8100-WRITE-REFUSED-LINE
               NOT INVALID KEY
                   PERFORM 2570-QUEUE-FOR-APPROVAL
           END-READ.

       2550-REQUEST-MERGE.
           PERFORM 2405-VALIDATE-MERGE
           IF INVALID-TRANSACTION
               PERFORM 8100-WRITE-REFUSED-LINE
           ELSE
               PERFORM 2570-QUEUE-FOR-APPROVAL
           END-IF.

       2570-QUEUE-FOR-APPROVAL.
           PERFORM 2650-FIND-PENDING-ITEM
           IF PENDING-FOUND
               MOVE "CHANGE ALREADY AWAITS APPROVAL" TO WS-REFUSE-TEXT
               PERFORM 8100-WRITE-REFUSED-LINE
           ELSE
               IF PENDING-COUNT >= 5000
                   MOVE "PENDING FILE IS FULL" TO WS-REFUSE-TEXT
                   PERFORM 8100-WRITE-REFUSED-LINE
               ELSE
                   ADD 1 TO PENDING-COUNT
                   ADD 1 TO WS-NEXT-ITEM-NUMBER
                   SET PT-IDX TO PENDING-COUNT
                   MOVE SPACES TO PT-ENTRY (PT-IDX)
                   MOVE WS-NEXT-ITEM-NUMBER TO PT-ITEM-NUMBER (PT-IDX)
                   MOVE "C" TO PT-TARGET (PT-IDX)
                   MOVE CT-TRAN-CODE TO PT-ACTION (PT-IDX)
                   SET PT-PENDING (PT-IDX) TO TRUE
                   MOVE CT-OPERATOR-ID TO PT-REQUESTER (PT-IDX)
                   MOVE FUNCTION CURRENT-DATE TO WS-DECISION-STAMP
                   MOVE WS-DECISION-STAMP (1:14)
                     TO PT-REQUEST-STAMP (PT-IDX)
                   MOVE MERGE-TRANS-RECORD (1:131)
                     TO PT-REQUEST-DATA (PT-IDX)
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-NEXT-ITEM-NUMBER TO WS-ITEM-NUMBER-OUT
                   MOVE SPACES TO REGISTER-LINE
                   STRING "PENDING " DELIMITED BY SIZE
                           WS-ACTION-TEXT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CT-NOMBRE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CT-APELLIDO DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE SPACES TO REGISTER-LINE
                   STRING "        ITEM " DELIMITED BY SIZE
                           WS-ITEM-NUMBER-OUT DELIMITED BY SIZE
                           " REQUESTED BY " DELIMITED BY SIZE
                           WS-REQUESTER-ID DELIMITED BY SIZE
                           " - AWAITING APPROVAL" DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.

       2600-PROCESS-DECISION.
           PERFORM 2650-FIND-PENDING-ITEM
           IF NOT PENDING-FOUND
               MOVE "NO ITEM AWAITING APPROVAL" TO WS-REFUSE-TEXT
               PERFORM 8100-WRITE-REFUSED-LINE
           ELSE
               IF PT-REQUESTER (PT-IDX) = CT-OPERATOR-ID
                   MOVE "APPROVER IS THE REQUESTER" TO WS-REFUSE-TEXT
                   PERFORM 8100-WRITE-REFUSED-LINE
               ELSE
                   MOVE CT-OPERATOR-ID TO WS-APPROVER-ID
                   MOVE PT-REQUESTER (PT-IDX) TO WS-REQUESTER-ID
                   MOVE CT-OPERATOR-ID TO PT-APPROVER (PT-IDX)
                   MOVE FUNCTION CURRENT-DATE TO WS-DECISION-STAMP
                   MOVE WS-DECISION-STAMP (1:14)
                     TO PT-DECISION-STAMP (PT-IDX)
                   IF CT-TRAN-CODE = "R"
                       SET PT-REJECTED (PT-IDX) TO TRUE
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM 8150-WRITE-REJECTED-LINE
                   ELSE
                       PERFORM 2660-APPLY-APPROVED-ITEM
                   END-IF
               END-IF
           END-IF.

       2650-FIND-PENDING-ITEM.
           MOVE "N" TO WS-PENDING-FOUND-SW
           IF PENDING-COUNT > 0
               SET PT-IDX TO 1
               SEARCH PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-CUSTMST-ITEM (PT-IDX)
                    AND PT-PENDING (PT-IDX)
                    AND PT-REQUEST-DATA (PT-IDX) (4:60) = CT-KEY
                       SET PENDING-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2660-APPLY-APPROVED-ITEM.
           MOVE PT-REQUEST-DATA (PT-IDX) (1:131)
             TO MERGE-TRANS-RECORD (1:131)
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
           MOVE "N" TO WS-MERGE-PARTIAL-SW
           EVALUATE CT-TRAN-CODE
               WHEN "D"
                   PERFORM 2300-APPLY-DELETE
               WHEN "M"
                   PERFORM 2400-APPLY-MERGE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-APPLIED-COUNT > WS-APPLIED-BEFORE
                   SET PT-APPROVED (PT-IDX) TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN MERGE-PARTLY-APPLIED
                   SET PT-PARTLY-APPLIED (PT-IDX) TO TRUE
               WHEN OTHER
                   SET PT-FAILED (PT-IDX) TO TRUE
           END-EVALUATE.

       8000-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO REGISTER-LINE
                   " " DELIMITED BY SIZE
                   CT-APELLIDO DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM 8060-WRITE-OPERATOR-LINE.

       8050-WRITE-MERGED-FROM-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING "        MERGED FROM " DELIMITED BY SIZE
                   CT-MRG-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CT-MRG-APELLIDO DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8060-WRITE-OPERATOR-LINE.
           MOVE SPACES TO REGISTER-LINE
           IF WS-APPROVER-ID = SPACES
               STRING "        REQUESTED BY " DELIMITED BY SIZE
                       WS-REQUESTER-ID DELIMITED BY SIZE
                       INTO REGISTER-LINE
           ELSE
               STRING "        REQUESTED BY " DELIMITED BY SIZE
                       WS-REQUESTER-ID DELIMITED BY SIZE
                       " APPROVED BY " DELIMITED BY SIZE
                       WS-APPROVER-ID DELIMITED BY SIZE
                       INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE.

       8100-WRITE-REFUSED-LINE.
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8150-WRITE-REJECTED-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING "REJECTED" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-ACTION (PT-IDX) DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   PT-REQUEST-DATA (PT-IDX) (4:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-REQUEST-DATA (PT-IDX) (34:30) DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           MOVE PT-ITEM-NUMBER (PT-IDX) TO WS-ITEM-NUMBER-OUT
           STRING "        ITEM " DELIMITED BY SIZE
                   WS-ITEM-NUMBER-OUT DELIMITED BY SIZE
                   " REQUESTED BY " DELIMITED BY SIZE
                   WS-REQUESTER-ID DELIMITED BY SIZE
                   " REJECTED BY " DELIMITED BY SIZE
                   WS-APPROVER-ID DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           STRING "TRANSACTIONS REFUSED . . . . : " DELIMITED BY SIZE
                   WS-REFUSED-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "SENT FOR APPROVAL  . . . . . : " DELIMITED BY SIZE
                   WS-PENDING-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "PENDING ITEMS APPROVED . . . : " DELIMITED BY SIZE
                   WS-APPROVED-COUNT                DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "PENDING ITEMS REJECTED . . . : " DELIMITED BY SIZE
                   WS-REJECTED-COUNT                DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8300-WRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-APPROVAL
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PENDING-APPROVAL REWRITE FAILED, STATUS = "
                   WS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-PENDING-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PENDING-COUNT
               MOVE PT-ENTRY (PT-IDX) TO PENDING-APPROVAL-RECORD
               WRITE PENDING-APPROVAL-RECORD
           END-PERFORM
           CLOSE PENDING-APPROVAL.

       8400-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-JRNL-ACTION        TO JR-ACTION
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE WS-BEFORE-IMAGE       TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE        TO JR-AFTER-IMAGE
           MOVE WS-REQUESTER-ID       TO JR-REQUESTER
           MOVE WS-APPROVER-ID        TO JR-APPROVER
           WRITE JOURNAL-RECORD.

       8900-WRITE-OPS-RECORD.
