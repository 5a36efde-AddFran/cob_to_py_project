           SELECT CHANGE-REGISTER ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT PENDING-APPROVAL ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 100 CHARACTERS.
       01  REGISTER-LINE     PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           02 WS-LOOKUP-STATUS   PIC XX VALUE "00".
           02 WS-REGISTER-STATUS PIC XX VALUE "00".
           02 WS-AUTHORITY-STATUS PIC XX VALUE "00".
           02 WS-PENDING-STATUS  PIC XX VALUE "00".
       01 WS-SWITCHES.
           02 WS-EOF-LOOKUP      PIC X  VALUE "N".
               88 EOF-LOOKUP          VALUE "Y".
               88 SESSION-DONE        VALUE "Y".
           02 WS-FOUND-SW        PIC X  VALUE "N".
               88 NOMBRE-FOUND        VALUE "Y".
           02 WS-EOF-AUTHORITY   PIC X  VALUE "N".
               88 EOF-AUTHORITY       VALUE "Y".
           02 WS-EOF-PENDING     PIC X  VALUE "N".
               88 EOF-PENDING         VALUE "Y".
           02 WS-OPERATOR-SW     PIC X  VALUE "N".
               88 OPERATOR-FOUND      VALUE "Y".
           02 WS-AUTHORISED-SW   PIC X  VALUE "N".
               88 OPERATOR-AUTHORISED VALUE "Y".
           02 WS-PENDING-FOUND-SW PIC X VALUE "N".
               88 PENDING-FOUND       VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-ADD-COUNT       PIC 9(4) VALUE 0.
           02 WS-UPDATE-COUNT    PIC 9(4) VALUE 0.
           02 WS-DELETE-COUNT    PIC 9(4) VALUE 0.
           02 WS-PENDING-COUNT   PIC 9(4) VALUE 0.
           02 WS-APPROVED-COUNT  PIC 9(4) VALUE 0.
           02 WS-REJECTED-COUNT  PIC 9(4) VALUE 0.
       01 NOMBRE-TABLE.
           02 NOMBRE-TABLE-COUNT PIC 9(4) VALUE 0.
           02 NT-ENTRY OCCURS 0 TO 5000 TIMES
       01 WS-LIST-IDX           PIC 9(4).
       01 WS-MSG-IDX            PIC 9.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-NAME      PIC X(30).
       01 WS-OPERATOR-RIGHTS    PIC X(5).
       01 WS-RIGHT-NEEDED       PIC 9 VALUE 0.
       01 WS-SESSION-DATE       PIC X(21).
       01 WS-DECISION-STAMP     PIC X(21).
       01 WS-DECISION           PIC X.
       01 WS-REQUESTER-ID       PIC X(8).
       01 WS-NEXT-ITEM-NUMBER   PIC 9(6) VALUE 0.
       01 WS-ITEM-NUMBER-OUT    PIC 9(6) VALUE 0.
       01 WS-REVIEW-COUNT       PIC 9(4) VALUE 0.
       01 WS-PENDING-IMAGE.
           02 WS-PI-NOMBRE      PIC A(30).
           02 WS-PI-MSG-COUNT   PIC 9.
           02 WS-PI-MESSAGES OCCURS 3 TIMES.
               03 WS-PI-MSG-TEXT PIC X(40).
               03 WS-PI-MSG-FROM PIC 9(8).
               03 WS-PI-MSG-TO   PIC 9(8).
       01 PENDING-TABLE.
           02 PENDING-COUNT PIC 9(4) VALUE 0.
           02 PT-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON PENDING-COUNT
                       INDEXED BY PT-IDX.
               03 PT-ITEM-NUMBER    PIC 9(6).
               03 PT-TARGET         PIC X.
                   88 PT-NOMBRLK-ITEM    VALUE "N".
               03 PT-ACTION         PIC X.
                   88 PT-ADD             VALUE "A".
                   88 PT-UPDATE          VALUE "U".
                   88 PT-DELETE          VALUE "D".
               03 PT-STATUS         PIC X.
                   88 PT-PENDING         VALUE "P".
                   88 PT-APPROVED        VALUE "A".
                   88 PT-REJECTED        VALUE "R".
                   88 PT-FAILED          VALUE "F".
               03 PT-REQUESTER      PIC X(8).
               03 PT-REQUEST-STAMP  PIC X(14).
               03 PT-APPROVER       PIC X(8).
               03 PT-DECISION-STAMP PIC X(14).
               03 PT-REQUEST-DATA   PIC X(199).
               03 FILLER            PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MENU UNTIL SESSION-DONE
           PERFORM 8200-WRITE-LOOKUP-FILE
           PERFORM 8250-WRITE-PENDING-FILE
           PERFORM 8300-WRITE-REGISTER-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.
               PERFORM 1100-LOAD-TABLE-ENTRY UNTIL EOF-LOOKUP
               CLOSE NOMBRE-LOOKUP
           END-IF
           OPEN INPUT PENDING-APPROVAL
           IF WS-PENDING-STATUS = "35"
               SET EOF-PENDING TO TRUE
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "PENDING-APPROVAL OPEN FAILED, STATUS = "
                       WS-PENDING-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1300-LOAD-PENDING-ITEM UNTIL EOF-PENDING
               CLOSE PENDING-APPROVAL
           END-IF
           OPEN OUTPUT CHANGE-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "CHANGE-REGISTER OPEN FAILED, STATUS = "
           DISPLAY "NOMBRE-MAINTENANCE - GREETING TABLE MAINTENANCE"
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT WS-OPERATOR-ID
           PERFORM 1200-FIND-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-DATE
           MOVE SPACES TO REGISTER-LINE
           STRING "NOMBRE-MAINTENANCE CHANGE REGISTER - OPERATOR "
                   WS-SESSION-DATE DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF NOT OPERATOR-FOUND
               MOVE SPACES TO REGISTER-LINE
               STRING "OPERATOR " DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       " NOT ON OPERATOR AUTHORITY FILE"
                           DELIMITED BY SIZE
                       " - SESSION REFUSED" DELIMITED BY SIZE
                       INTO REGISTER-LINE
               WRITE REGISTER-LINE
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORISED - SESSION REFUSED"
               CLOSE CHANGE-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-LINE
           STRING "OPERATOR NAME " DELIMITED BY SIZE
                   WS-OPERATOR-NAME DELIMITED BY SIZE
                   " RIGHTS " DELIMITED BY SIZE
                   WS-OPERATOR-RIGHTS DELIMITED BY SIZE
                   " (LIST/ADD/UPDATE/DELETE/APPROVE)"
                       DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

               END-IF
           END-PERFORM.

       1200-FIND-OPERATOR.
           OPEN INPUT OPERATOR-AUTHORITY
           IF WS-AUTHORITY-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTHORITY OPEN FAILED, STATUS = "
                   WS-AUTHORITY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-OPERATOR-SW
           MOVE SPACES TO WS-OPERATOR-NAME
           MOVE "NNNNN" TO WS-OPERATOR-RIGHTS
           PERFORM UNTIL EOF-AUTHORITY OR OPERATOR-FOUND
               READ OPERATOR-AUTHORITY
                   AT END
                       SET EOF-AUTHORITY TO TRUE
                   NOT AT END
                       IF OA-OPERATOR-ID = WS-OPERATOR-ID
                          AND WS-OPERATOR-ID NOT = SPACES
                           SET OPERATOR-FOUND TO TRUE
                           MOVE OA-OPERATOR-NAME  TO WS-OPERATOR-NAME
                           MOVE OA-NOMBRLK-RIGHTS TO WS-OPERATOR-RIGHTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTHORITY.

       1300-LOAD-PENDING-ITEM.
           READ PENDING-APPROVAL
               AT END
                   SET EOF-PENDING TO TRUE
               NOT AT END
                   IF PENDING-COUNT >= 5000
                       DISPLAY "PENDAPPR: TABLE FULL AT 5000 ENTRIES"
                       DISPLAY "- MAINTENANCE REFUSED TO AVOID DROPPING"
                           " ITEMS"
                       MOVE 12 TO RETURN-CODE
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

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "GREETING TABLE MAINTENANCE MENU"
           DISPLAY "  A - ADD ENTRY"
           DISPLAY "  U - UPDATE ENTRY"
           DISPLAY "  D - DELETE ENTRY"
           DISPLAY "  P - REVIEW PENDING CHANGES"
           DISPLAY "  X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE:"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   MOVE 1 TO WS-RIGHT-NEEDED
                   PERFORM 2100-CHECK-RIGHT
                   IF OPERATOR-AUTHORISED
                       PERFORM 3000-LIST-ENTRIES
                   END-IF
               WHEN "A"
               WHEN "a"
                   MOVE 2 TO WS-RIGHT-NEEDED
                   PERFORM 2100-CHECK-RIGHT
                   IF OPERATOR-AUTHORISED
                       PERFORM 4000-ADD-ENTRY
                   END-IF
               WHEN "U"
               WHEN "u"
                   MOVE 3 TO WS-RIGHT-NEEDED
                   PERFORM 2100-CHECK-RIGHT
                   IF OPERATOR-AUTHORISED
                       PERFORM 5000-UPDATE-ENTRY
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE 4 TO WS-RIGHT-NEEDED
                   PERFORM 2100-CHECK-RIGHT
                   IF OPERATOR-AUTHORISED
                       PERFORM 6000-DELETE-ENTRY
                   END-IF
               WHEN "P"
               WHEN "p"
                   MOVE 5 TO WS-RIGHT-NEEDED
                   PERFORM 2100-CHECK-RIGHT
                   IF OPERATOR-AUTHORISED
                       PERFORM 6500-REVIEW-PENDING
                   END-IF
               WHEN "X"
               WHEN "x"
                   SET SESSION-DONE TO TRUE
                   DISPLAY "INVALID CHOICE: " WS-MENU-CHOICE
           END-EVALUATE.

       2100-CHECK-RIGHT.
           MOVE "N" TO WS-AUTHORISED-SW
           IF WS-OPERATOR-RIGHTS (WS-RIGHT-NEEDED:1) = "Y"
               SET OPERATOR-AUTHORISED TO TRUE
           ELSE
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORISED FOR THIS OPTION"
           END-IF.

       3000-LIST-ENTRIES.
           DISPLAY "GREETING TABLE - " NOMBRE-TABLE-COUNT " ENTRIES"
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   IF NOMBRE-TABLE-COUNT >= 5000
                       DISPLAY "TABLE FULL AT 5000 - ENTRY REFUSED"
                   ELSE
                       PERFORM 7300-FIND-PENDING-ITEM
                       IF PENDING-FOUND
                           DISPLAY "CHANGE ALREADY AWAITS APPROVAL"
                               " - ENTRY REFUSED"
                       ELSE
                           PERFORM 7200-ACCEPT-MESSAGES
                           IF WS-ENTRY-MSG-COUNT-X NUMERIC
                               PERFORM 4050-QUEUE-NEW-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4050-QUEUE-NEW-ENTRY.
           MOVE WS-ENTRY-NOMBRE    TO WS-PI-NOMBRE
           MOVE WS-ENTRY-MSG-COUNT TO WS-PI-MSG-COUNT
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > 3
               MOVE WS-ENTRY-MESSAGE (WS-MSG-IDX)
                 TO WS-PI-MESSAGES (WS-MSG-IDX)
           END-PERFORM
           MOVE "A" TO WS-DECISION
           PERFORM 5100-QUEUE-FOR-APPROVAL.

       4100-INSERT-ENTRY.
           ADD 1 TO NOMBRE-TABLE-COUNT
           MOVE NOMBRE-TABLE-COUNT TO WS-SHIFT-IDX
           IF NOT NOMBRE-FOUND
               DISPLAY "NOMBRE NOT ON TABLE - ENTRY REFUSED"
           ELSE
               PERFORM 7300-FIND-PENDING-ITEM
               IF PENDING-FOUND
                   DISPLAY "CHANGE ALREADY AWAITS APPROVAL"
                       " - ENTRY REFUSED"
               ELSE
                   PERFORM 7200-ACCEPT-MESSAGES
                   IF WS-ENTRY-MSG-COUNT-X NUMERIC
                       MOVE WS-ENTRY-NOMBRE    TO WS-PI-NOMBRE
                       MOVE WS-ENTRY-MSG-COUNT TO WS-PI-MSG-COUNT
                       PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                               UNTIL WS-MSG-IDX > 3
                           MOVE WS-ENTRY-MESSAGE (WS-MSG-IDX)
                             TO WS-PI-MESSAGES (WS-MSG-IDX)
                       END-PERFORM
                       MOVE "U" TO WS-DECISION
                       PERFORM 5100-QUEUE-FOR-APPROVAL
                   END-IF
               END-IF
           END-IF.

       5100-QUEUE-FOR-APPROVAL.
           IF PENDING-COUNT >= 5000
               DISPLAY "PENDING FILE FULL AT 5000 - ENTRY REFUSED"
           ELSE
               ADD 1 TO PENDING-COUNT
               ADD 1 TO WS-NEXT-ITEM-NUMBER
               SET PT-IDX TO PENDING-COUNT
               MOVE SPACES TO PT-ENTRY (PT-IDX)
               MOVE WS-NEXT-ITEM-NUMBER TO PT-ITEM-NUMBER (PT-IDX)
               MOVE "N" TO PT-TARGET (PT-IDX)
               MOVE WS-DECISION TO PT-ACTION (PT-IDX)
               SET PT-PENDING (PT-IDX) TO TRUE
               MOVE WS-OPERATOR-ID TO PT-REQUESTER (PT-IDX)
               MOVE FUNCTION CURRENT-DATE TO WS-DECISION-STAMP
               MOVE WS-DECISION-STAMP (1:14)
                 TO PT-REQUEST-STAMP (PT-IDX)
               MOVE WS-PENDING-IMAGE TO PT-REQUEST-DATA (PT-IDX)
               ADD 1 TO WS-PENDING-COUNT
               IF WS-DECISION = "A"
                   MOVE SPACES TO REGISTER-LINE
                   STRING "BEFORE: " DELIMITED BY SIZE
                           WS-PI-NOMBRE DELIMITED BY SIZE
                           " (NEW ENTRY)" DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   PERFORM 8000-WRITE-BEFORE-IMAGE
               END-IF
               PERFORM 8050-WRITE-PROPOSED-IMAGE
               MOVE WS-NEXT-ITEM-NUMBER TO WS-ITEM-NUMBER-OUT
               MOVE SPACES TO REGISTER-LINE
               STRING "        ITEM " DELIMITED BY SIZE
                       WS-ITEM-NUMBER-OUT DELIMITED BY SIZE
                       " REQUESTED BY " DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       " - AWAITING APPROVAL" DELIMITED BY SIZE
                       INTO REGISTER-LINE
               WRITE REGISTER-LINE
               DISPLAY "CHANGE SENT FOR APPROVAL AS ITEM "
                   WS-ITEM-NUMBER-OUT
           END-IF.

       6000-DELETE-ENTRY.
           PERFORM 7000-ACCEPT-NOMBRE
           PERFORM 7100-FIND-NOMBRE
           IF NOT NOMBRE-FOUND
               DISPLAY "NOMBRE NOT ON TABLE - ENTRY REFUSED"
           ELSE
               PERFORM 7300-FIND-PENDING-ITEM
               IF PENDING-FOUND
                   DISPLAY "CHANGE ALREADY AWAITS APPROVAL"
                       " - ENTRY REFUSED"
               ELSE
                   MOVE NT-ENTRY (WS-HIT-IDX) TO WS-PENDING-IMAGE
                   MOVE "D" TO WS-DECISION
                   PERFORM 5100-QUEUE-FOR-APPROVAL
               END-IF
           END-IF.

       6100-REMOVE-ENTRY.
           PERFORM 8000-WRITE-BEFORE-IMAGE
           MOVE WS-HIT-IDX TO WS-SHIFT-IDX
           PERFORM UNTIL WS-SHIFT-IDX >= NOMBRE-TABLE-COUNT
               MOVE NT-ENTRY (WS-SHIFT-IDX + 1)
                 TO NT-ENTRY (WS-SHIFT-IDX)
               ADD 1 TO WS-SHIFT-IDX
           END-PERFORM
           SUBTRACT 1 FROM NOMBRE-TABLE-COUNT
           ADD 1 TO WS-DELETE-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "AFTER:  " DELIMITED BY SIZE
                   WS-ENTRY-NOMBRE DELIMITED BY SIZE
                   " (DELETED)" DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           DISPLAY "ENTRY DELETED: " WS-ENTRY-NOMBRE.

       6500-REVIEW-PENDING.
           MOVE 0 TO WS-REVIEW-COUNT
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PENDING-COUNT
               IF PT-NOMBRLK-ITEM (PT-IDX)
                  AND PT-PENDING (PT-IDX)
                  AND PT-REQUESTER (PT-IDX) NOT = WS-OPERATOR-ID
                   ADD 1 TO WS-REVIEW-COUNT
                   PERFORM 6510-REVIEW-ITEM
               END-IF
           END-PERFORM
           IF WS-REVIEW-COUNT = 0
               DISPLAY "NO CHANGES AWAITING YOUR APPROVAL"
           END-IF.

       6510-REVIEW-ITEM.
           MOVE PT-REQUEST-DATA (PT-IDX) TO WS-PENDING-IMAGE
           DISPLAY " "
           DISPLAY "ITEM " PT-ITEM-NUMBER (PT-IDX)
               " ACTION=" PT-ACTION (PT-IDX)
               " REQUESTED BY " PT-REQUESTER (PT-IDX)
               " AT " PT-REQUEST-STAMP (PT-IDX)
           IF PT-DELETE (PT-IDX)
               DISPLAY "    DELETE " WS-PI-NOMBRE
           ELSE
               IF PT-ADD (PT-IDX)
                   DISPLAY "    ADD NEW ENTRY"
               END-IF
               DISPLAY "    " WS-PI-NOMBRE " MSGS=" WS-PI-MSG-COUNT
               PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                       UNTIL WS-MSG-IDX > WS-PI-MSG-COUNT
                   DISPLAY "    "
                       WS-PI-MSG-TEXT (WS-MSG-IDX)
                       " FROM=" WS-PI-MSG-FROM (WS-MSG-IDX)
                       " TO=" WS-PI-MSG-TO (WS-MSG-IDX)
               END-PERFORM
           END-IF
           DISPLAY "A - APPROVE, R - REJECT, S - SKIP:"
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 6520-APPLY-APPROVED-ITEM
               WHEN "R"
               WHEN "r"
                   PERFORM 6530-REJECT-ITEM
               WHEN OTHER
                   DISPLAY "ITEM " PT-ITEM-NUMBER (PT-IDX) " SKIPPED"
           END-EVALUATE.

       6520-APPLY-APPROVED-ITEM.
           MOVE WS-PI-NOMBRE TO WS-ENTRY-NOMBRE
           PERFORM 7100-FIND-NOMBRE
           MOVE WS-OPERATOR-ID TO PT-APPROVER (PT-IDX)
           MOVE FUNCTION CURRENT-DATE TO WS-DECISION-STAMP
           MOVE WS-DECISION-STAMP (1:14) TO PT-DECISION-STAMP (PT-IDX)
           MOVE PT-REQUESTER (PT-IDX) TO WS-REQUESTER-ID
           IF PT-ADD (PT-IDX)
               PERFORM 6525-APPLY-APPROVED-ADD
           ELSE
               PERFORM 6522-APPLY-APPROVED-CHANGE
           END-IF.

       6522-APPLY-APPROVED-CHANGE.
           IF NOT NOMBRE-FOUND
               SET PT-FAILED (PT-IDX) TO TRUE
               DISPLAY "NOMBRE NO LONGER ON TABLE - ITEM "
                   PT-ITEM-NUMBER (PT-IDX) " FAILED"
           ELSE
               SET PT-APPROVED (PT-IDX) TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
               IF PT-DELETE (PT-IDX)
                   PERFORM 6100-REMOVE-ENTRY
               ELSE
                   PERFORM 8000-WRITE-BEFORE-IMAGE
                   MOVE WS-PI-MSG-COUNT TO NT-MSG-COUNT (WS-HIT-IDX)
                   PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                           UNTIL WS-MSG-IDX > 3
                       MOVE WS-PI-MESSAGES (WS-MSG-IDX)
                         TO NT-MESSAGES (WS-HIT-IDX WS-MSG-IDX)
                   END-PERFORM
                   ADD 1 TO WS-UPDATE-COUNT
                   PERFORM 8100-WRITE-AFTER-IMAGE
                   DISPLAY "ENTRY UPDATED: " WS-ENTRY-NOMBRE
               END-IF
               PERFORM 8150-WRITE-OPERATOR-LINE
           END-IF.

       6525-APPLY-APPROVED-ADD.
           IF NOMBRE-FOUND
               SET PT-FAILED (PT-IDX) TO TRUE
               DISPLAY "NOMBRE ALREADY ON TABLE - ITEM "
                   PT-ITEM-NUMBER (PT-IDX) " FAILED"
           ELSE
               IF NOMBRE-TABLE-COUNT >= 5000
                   SET PT-FAILED (PT-IDX) TO TRUE
                   DISPLAY "TABLE FULL AT 5000 - ITEM "
                       PT-ITEM-NUMBER (PT-IDX) " FAILED"
               ELSE
                   SET PT-APPROVED (PT-IDX) TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE WS-PI-MSG-COUNT TO WS-ENTRY-MSG-COUNT
                   PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                           UNTIL WS-MSG-IDX > 3
                       MOVE WS-PI-MESSAGES (WS-MSG-IDX)
                         TO WS-ENTRY-MESSAGE (WS-MSG-IDX)
                   END-PERFORM
                   PERFORM 4100-INSERT-ENTRY
                   PERFORM 8150-WRITE-OPERATOR-LINE
               END-IF
           END-IF.

       6530-REJECT-ITEM.
           SET PT-REJECTED (PT-IDX) TO TRUE
           MOVE WS-OPERATOR-ID TO PT-APPROVER (PT-IDX)
           MOVE FUNCTION CURRENT-DATE TO WS-DECISION-STAMP
           MOVE WS-DECISION-STAMP (1:14) TO PT-DECISION-STAMP (PT-IDX)
           ADD 1 TO WS-REJECTED-COUNT
           MOVE PT-ITEM-NUMBER (PT-IDX) TO WS-ITEM-NUMBER-OUT
           MOVE SPACES TO REGISTER-LINE
           STRING "REJECT: " DELIMITED BY SIZE
                   WS-PI-NOMBRE DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   WS-ITEM-NUMBER-OUT DELIMITED BY SIZE
                   " ACTION=" DELIMITED BY SIZE
                   PT-ACTION (PT-IDX) DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "        REQUESTED BY " DELIMITED BY SIZE
                   PT-REQUESTER (PT-IDX) DELIMITED BY SIZE
                   " REJECTED BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           DISPLAY "ITEM " WS-ITEM-NUMBER-OUT " REJECTED".

       7000-ACCEPT-NOMBRE.
           DISPLAY "ENTER NOMBRE (UP TO 30 CHARACTERS):"
           MOVE SPACES TO WS-ENTRY-NOMBRE
               END-IF
           END-PERFORM.

       7300-FIND-PENDING-ITEM.
           MOVE "N" TO WS-PENDING-FOUND-SW
           IF PENDING-COUNT > 0
               SET PT-IDX TO 1
               SEARCH PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-NOMBRLK-ITEM (PT-IDX)
                    AND PT-PENDING (PT-IDX)
                    AND PT-REQUEST-DATA (PT-IDX) (1:30)
                        = WS-ENTRY-NOMBRE
                       SET PENDING-FOUND TO TRUE
               END-SEARCH
           END-IF.

       7200-ACCEPT-MESSAGES.
           DISPLAY "ENTER MESSAGE COUNT (0-3):"
           MOVE SPACE TO WS-ENTRY-MSG-COUNT-X
               WRITE REGISTER-LINE
           END-PERFORM.

       8050-WRITE-PROPOSED-IMAGE.
           MOVE SPACES TO REGISTER-LINE
           IF WS-DECISION = "D"
               STRING "PROPOSE:" DELIMITED BY SIZE
                       WS-PI-NOMBRE DELIMITED BY SIZE
                       " (DELETE)" DELIMITED BY SIZE
                       INTO REGISTER-LINE
               WRITE REGISTER-LINE
           ELSE
               STRING "PROPOSE:" DELIMITED BY SIZE
                       WS-PI-NOMBRE DELIMITED BY SIZE
                       " MSGS=" DELIMITED BY SIZE
                       WS-PI-MSG-COUNT DELIMITED BY SIZE
                       INTO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                       UNTIL WS-MSG-IDX > WS-PI-MSG-COUNT
                   MOVE SPACES TO REGISTER-LINE
                   STRING "        " DELIMITED BY SIZE
                           WS-PI-MSG-TEXT (WS-MSG-IDX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PI-MSG-FROM (WS-MSG-IDX)
                               DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-PI-MSG-TO (WS-MSG-IDX)
                               DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-PERFORM
           END-IF.

       8100-WRITE-AFTER-IMAGE.
           MOVE SPACES TO REGISTER-LINE
           STRING "AFTER:  " DELIMITED BY SIZE
               WRITE REGISTER-LINE
           END-PERFORM.

       8150-WRITE-OPERATOR-LINE.
           MOVE SPACES TO REGISTER-LINE
           IF WS-DECISION-STAMP = SPACES
               STRING "        REQUESTED BY " DELIMITED BY SIZE
                       WS-REQUESTER-ID DELIMITED BY SIZE
                       INTO REGISTER-LINE
           ELSE
               STRING "        REQUESTED BY " DELIMITED BY SIZE
                       WS-REQUESTER-ID DELIMITED BY SIZE
                       " APPROVED BY " DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE.

       8200-WRITE-LOOKUP-FILE.
           OPEN OUTPUT NOMBRE-LOOKUP
           IF WS-LOOKUP-STATUS NOT = "00"
           END-PERFORM
           CLOSE NOMBRE-LOOKUP.

       8250-WRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-APPROVAL
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PENDING-APPROVAL REWRITE FAILED, STATUS = "
                   WS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PENDING-COUNT
               MOVE PT-ENTRY (PT-IDX) TO PENDING-APPROVAL-RECORD
               WRITE PENDING-APPROVAL-RECORD
           END-PERFORM
           CLOSE PENDING-APPROVAL.

       8300-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           STRING "ENTRIES DELETED . . . . . . : " DELIMITED BY SIZE
                   WS-DELETE-COUNT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "CHANGES SENT FOR APPROVAL . : " DELIMITED BY SIZE
                   WS-PENDING-COUNT                DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "PENDING CHANGES APPROVED  . : " DELIMITED BY SIZE
                   WS-APPROVED-COUNT               DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "PENDING CHANGES REJECTED  . : " DELIMITED BY SIZE
                   WS-REJECTED-COUNT               DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       9000-TERMINATE.
