       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               ALTERNATE RECORD KEY IS CM-APELLIDO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOB WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT NOMBRE-LOOKUP ASSIGN TO "NOMBRLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT INQUIRY-LOG ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           02 CM-KEY.
               03 CM-NOMBRE    PIC A(30).
               03 CM-APELLIDO  PIC A(30).
           02 CM-AGE       PIC 9(2).
           02 CM-DOB       PIC 9(8).

       FD  NOMBRE-LOOKUP
           RECORD CONTAINS 199 CHARACTERS.
       01  NOMBRE-LOOKUP-RECORD.
           02 NL-NOMBRE      PIC A(30).
           02 NL-MSG-COUNT   PIC 9.
           02 NL-MESSAGES OCCURS 3 TIMES.
               03 NL-MSG-TEXT PIC X(40).
               03 NL-MSG-FROM PIC 9(8).
               03 NL-MSG-TO   PIC 9(8).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 136 CHARACTERS.
       01  SUSPENSE-RECORD.
           02 SI-AGE           PIC 9(2).
           02 SI-NOMBRE        PIC A(30).
           02 SI-APELLIDO      PIC A(30).
           02 SI-DOB           PIC 9(8).
           02 SI-REASON-CODE   PIC X(4).
           02 SI-REASON-TEXT   PIC X(40).
           02 SI-RUNS-HELD     PIC 9(6).
           02 SI-SOURCE-SYSTEM PIC X(8).
           02 SI-REJECT-DATE   PIC 9(8).

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

       FD  INQUIRY-LOG
           RECORD CONTAINS 130 CHARACTERS.
       01  INQUIRY-LOG-RECORD.
           02 IQ-TIMESTAMP      PIC X(14).
           02 IQ-OPERATOR-ID    PIC X(8).
           02 IQ-ACTION         PIC X.
           02 IQ-SEARCH-ARG     PIC X(30).
           02 IQ-SEARCH-TO      PIC X(8).
           02 IQ-NOMBRE         PIC A(30).
           02 IQ-APELLIDO       PIC A(30).
           02 IQ-RESULT-COUNT   PIC 9(5).
           02 FILLER            PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           02 WS-MASTER-STATUS   PIC XX VALUE "00".
           02 WS-LOOKUP-STATUS   PIC XX VALUE "00".
           02 WS-SUSPENSE-STATUS PIC XX VALUE "00".
           02 WS-JOURNAL-STATUS  PIC XX VALUE "00".
           02 WS-AUTHORITY-STATUS PIC XX VALUE "00".
           02 WS-INQLOG-STATUS   PIC XX VALUE "00".
       01 WS-SWITCHES.
           02 WS-SESSION-DONE-SW PIC X  VALUE "N".
               88 SESSION-DONE        VALUE "Y".
           02 WS-BROWSE-DONE-SW  PIC X  VALUE "N".
               88 BROWSE-DONE         VALUE "Y".
           02 WS-EOF-MASTER      PIC X  VALUE "N".
               88 EOF-MASTER          VALUE "Y".
           02 WS-EOF-AUTHORITY   PIC X  VALUE "N".
               88 EOF-AUTHORITY       VALUE "Y".
           02 WS-EOF-LOOKUP      PIC X  VALUE "N".
               88 EOF-LOOKUP          VALUE "Y".
           02 WS-EOF-SUSPENSE    PIC X  VALUE "N".
               88 EOF-SUSPENSE        VALUE "Y".
           02 WS-EOF-JOURNAL     PIC X  VALUE "N".
               88 EOF-JOURNAL         VALUE "Y".
           02 WS-OPERATOR-SW     PIC X  VALUE "N".
               88 OPERATOR-FOUND      VALUE "Y".
           02 WS-MORE-SW         PIC X  VALUE "N".
               88 MORE-RESULTS        VALUE "Y".
           02 WS-MATCH-SW        PIC X  VALUE "N".
               88 RECORD-MATCHES      VALUE "Y".
           02 WS-FOUND-SW        PIC X  VALUE "N".
               88 NOMBRE-FOUND        VALUE "Y".
           02 WS-DATE-OK-SW      PIC X  VALUE "Y".
               88 DATE-ACCEPTED       VALUE "Y".
               88 DATE-REFUSED        VALUE "N".
       01 WS-SEARCH-MODE        PIC X VALUE SPACE.
           88 BROWSE-BY-NOMBRE      VALUE "N".
           88 SEARCH-BY-APELLIDO    VALUE "A".
           88 SEARCH-BY-DOB         VALUE "D".
       01 WS-MENU-CHOICE        PIC X.
       01 WS-BROWSE-CHOICE      PIC X.
       01 WS-SELECT-INPUT       PIC XX.
       01 WS-SELECT-LINE        PIC 99.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-NAME      PIC X(30).
       01 WS-OPERATOR-RIGHTS    PIC X(5).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8) VALUE 0.
       01 WS-SEARCH-NOMBRE      PIC A(30).
       01 WS-SEARCH-APELLIDO    PIC A(30).
       01 WS-ARG-LENGTH         PIC 99 VALUE 0.
       01 WS-DATE-INPUT         PIC X(8).
       01 WS-EDITED-DATE        PIC 9(8) VALUE 0.
       01 WS-EDITED-DATE-R REDEFINES WS-EDITED-DATE.
           02 WS-EDIT-YEAR       PIC 9(4).
           02 WS-EDIT-MONTH      PIC 9(2).
           02 WS-EDIT-DAY        PIC 9(2).
       01 WS-DOB-FROM           PIC 9(8) VALUE 0.
       01 WS-DOB-TO             PIC 9(8) VALUE 0.
       01 WS-PAGE-SIZE          PIC 99 VALUE 10.
       01 WS-PAGE-OFFSET        PIC 9(6) VALUE 0.
       01 WS-FIRST-ITEM         PIC 9(6) VALUE 0.
       01 WS-LAST-ITEM          PIC 9(6) VALUE 0.
       01 WS-ORIGIN-KEY         PIC X(60).
       01 WS-SKIPPED            PIC 9(6) VALUE 0.
       01 WS-RESULTS-SHOWN      PIC 9(5) VALUE 0.
       01 PAGE-TABLE.
           02 PAGE-COUNT PIC 99 VALUE 0.
           02 PG-ENTRY OCCURS 10 TIMES
                       INDEXED BY PG-IDX.
               03 PG-RECORD      PIC X(70).
       01 WS-LINE-NUMBER        PIC Z9.
       01 WS-SELECTED-RECORD.
           02 SR-KEY.
               03 SR-NOMBRE     PIC A(30).
               03 SR-APELLIDO   PIC A(30).
           02 SR-AGE            PIC 9(2).
           02 SR-DOB            PIC 9(8).
       01 WS-WORK-DATE          PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           02 WS-CUR-YEAR        PIC 9(4).
           02 WS-CUR-MMDD        PIC 9(4).
       01 WS-WORK-DOB           PIC 9(8) VALUE 0.
       01 WS-WORK-DOB-R REDEFINES WS-WORK-DOB.
           02 WS-DOB-YEAR        PIC 9(4).
           02 WS-DOB-MMDD        PIC 9(4).
       01 WS-DERIVED-AGE        PIC S9(4) VALUE 0.
       01 WS-AGE-OUT            PIC ZZ9.
       01 WS-EST-FLAG           PIC X(3).
       01 WS-DEFAULT-GREETING   PIC X(40) VALUE "HOLA DESCONOCIDO".
       01 WS-TODAY-GREETING     PIC X(40).
       01 WS-MSG-IDX            PIC 9.
       01 WS-SUSPENSE-COUNT     PIC 9(4) VALUE 0.
       01 WS-SUSPENSE-SHOWN     PIC 9(4) VALUE 10.
       01 WS-JOURNAL-COUNT      PIC 9(6) VALUE 0.
       01 WS-JOURNAL-KEPT       PIC 9 VALUE 5.
       01 JOURNAL-HISTORY.
           02 JH-COUNT PIC 9 VALUE 0.
           02 JH-ENTRY OCCURS 5 TIMES
                       INDEXED BY JH-IDX.
               03 JH-ACTION      PIC X.
               03 JH-TIMESTAMP   PIC X(14).
               03 JH-BEFORE-AGE  PIC X(2).
               03 JH-BEFORE-DOB  PIC X(8).
               03 JH-AFTER-AGE   PIC X(2).
               03 JH-AFTER-DOB   PIC X(8).
               03 JH-REQUESTER   PIC X(8).
               03 JH-APPROVER    PIC X(8).
       01 WS-SHIFT-IDX          PIC 9.
       01 WS-LOG-ACTION         PIC X.
       01 WS-LOG-ARG            PIC X(30).
       01 WS-LOG-TO             PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MENU UNTIL SESSION-DONE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CUSTOMER-INQUIRY - CUSTOMER MASTER INQUIRY"
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT WS-OPERATOR-ID
           PERFORM 1200-FIND-OPERATOR
           MOVE SPACES TO WS-LOG-ARG
           MOVE SPACES TO WS-LOG-TO
           MOVE 0 TO WS-RESULTS-SHOWN
           MOVE SPACES TO WS-SELECTED-RECORD
           IF NOT OPERATOR-FOUND
              OR WS-OPERATOR-RIGHTS (1:1) NOT = "Y"
               MOVE "R" TO WS-LOG-ACTION
               PERFORM 8900-WRITE-INQUIRY-LOG
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORISED - SESSION REFUSED"
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-LOG-ACTION
           PERFORM 8900-WRITE-INQUIRY-LOG
           DISPLAY "OPERATOR " WS-OPERATOR-NAME.

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
                           MOVE OA-CUSTMST-RIGHTS TO WS-OPERATOR-RIGHTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTHORITY.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "CUSTOMER INQUIRY MENU"
           DISPLAY "  N - BROWSE BY NOMBRE"
           DISPLAY "  A - SEARCH BY APELLIDO"
           DISPLAY "  D - SEARCH BY BIRTH-DATE RANGE"
           DISPLAY "  X - EXIT"
           DISPLAY "ENTER CHOICE:"
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "N"
               WHEN "n"
                   PERFORM 2100-ACCEPT-NOMBRE
               WHEN "A"
               WHEN "a"
                   PERFORM 2200-ACCEPT-APELLIDO
               WHEN "D"
               WHEN "d"
                   PERFORM 2300-ACCEPT-DOB-RANGE
               WHEN "X"
               WHEN "x"
                   SET SESSION-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE: " WS-MENU-CHOICE
           END-EVALUATE.

       2100-ACCEPT-NOMBRE.
           DISPLAY "ENTER NOMBRE OR LEADING PART (BLANK = FROM START):"
           MOVE SPACES TO WS-SEARCH-NOMBRE
           ACCEPT WS-SEARCH-NOMBRE
           MOVE "N" TO WS-SEARCH-MODE
           MOVE WS-SEARCH-NOMBRE TO WS-LOG-ARG
           MOVE SPACES TO WS-LOG-TO
           PERFORM 3000-BROWSE-RESULTS.

       2200-ACCEPT-APELLIDO.
           DISPLAY "ENTER APELLIDO OR LEADING PART:"
           MOVE SPACES TO WS-SEARCH-APELLIDO
           ACCEPT WS-SEARCH-APELLIDO
           PERFORM VARYING WS-ARG-LENGTH FROM 30 BY -1
                   UNTIL WS-ARG-LENGTH < 1
                   OR WS-SEARCH-APELLIDO (WS-ARG-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-ARG-LENGTH < 1
               DISPLAY "APELLIDO MAY NOT BE BLANK - SEARCH REFUSED"
           ELSE
               MOVE "A" TO WS-SEARCH-MODE
               MOVE WS-SEARCH-APELLIDO TO WS-LOG-ARG
               MOVE SPACES TO WS-LOG-TO
               PERFORM 3000-BROWSE-RESULTS
           END-IF.

       2300-ACCEPT-DOB-RANGE.
           DISPLAY "ENTER BIRTH DATE FROM (YYYYMMDD):"
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           PERFORM 7000-EDIT-DATE
           IF DATE-REFUSED
               DISPLAY "BIRTH DATE FROM INVALID - SEARCH REFUSED"
           ELSE
               MOVE WS-EDITED-DATE TO WS-DOB-FROM
               DISPLAY "ENTER BIRTH DATE TO (YYYYMMDD, BLANK = SAME):"
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   MOVE WS-DOB-FROM TO WS-EDITED-DATE
               ELSE
                   PERFORM 7000-EDIT-DATE
               END-IF
               IF DATE-REFUSED
                   DISPLAY "BIRTH DATE TO INVALID - SEARCH REFUSED"
               ELSE
                   MOVE WS-EDITED-DATE TO WS-DOB-TO
                   IF WS-DOB-FROM > WS-DOB-TO
                       DISPLAY "BIRTH DATE FROM AFTER BIRTH DATE TO"
                           " - SEARCH REFUSED"
                   ELSE
                       MOVE "D" TO WS-SEARCH-MODE
                       MOVE WS-DOB-FROM TO WS-LOG-ARG
                       MOVE WS-DOB-TO TO WS-LOG-TO
                       PERFORM 3000-BROWSE-RESULTS
                   END-IF
               END-IF
           END-IF.

       3000-BROWSE-RESULTS.
           MOVE 0 TO WS-PAGE-OFFSET
           MOVE 0 TO WS-RESULTS-SHOWN
           MOVE "N" TO WS-BROWSE-DONE-SW
           IF BROWSE-BY-NOMBRE
               PERFORM 3050-COUNT-BEFORE-ORIGIN
           END-IF
           PERFORM 3100-LOAD-PAGE
           IF PAGE-COUNT = 0 AND WS-PAGE-OFFSET > 0
               DISPLAY "NO NOMBRE AT OR AFTER " WS-SEARCH-NOMBRE
                   " - SHOWING END OF MASTER"
               PERFORM 3060-STEP-BACK
               PERFORM 3100-LOAD-PAGE
           END-IF
           MOVE WS-SEARCH-MODE TO WS-LOG-ACTION
           MOVE SPACES TO WS-SELECTED-RECORD
           PERFORM 8900-WRITE-INQUIRY-LOG
           IF PAGE-COUNT = 0
               DISPLAY "NO CUSTOMERS FOUND"
           ELSE
               PERFORM 3300-BROWSE-COMMAND UNTIL BROWSE-DONE
           END-IF.

       3050-COUNT-BEFORE-ORIGIN.
           MOVE SPACES TO WS-ORIGIN-KEY
           MOVE WS-SEARCH-NOMBRE TO WS-ORIGIN-KEY (1:30)
           PERFORM 3110-POSITION-SEARCH
           PERFORM 3140-READ-NEXT-MATCH
           PERFORM UNTIL EOF-MASTER OR CM-KEY NOT < WS-ORIGIN-KEY
               ADD 1 TO WS-PAGE-OFFSET
               PERFORM 3140-READ-NEXT-MATCH
           END-PERFORM.

       3060-STEP-BACK.
           IF WS-PAGE-OFFSET > WS-PAGE-SIZE
               SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-OFFSET
           ELSE
               MOVE 0 TO WS-PAGE-OFFSET
           END-IF.

       3100-LOAD-PAGE.
           MOVE 0 TO PAGE-COUNT
           MOVE "N" TO WS-MORE-SW
           MOVE 0 TO WS-SKIPPED
           PERFORM 3110-POSITION-SEARCH
           PERFORM 3120-READ-MATCHING
               UNTIL EOF-MASTER OR WS-SKIPPED >= WS-PAGE-OFFSET
           PERFORM 3130-STORE-MATCHING
               UNTIL EOF-MASTER OR PAGE-COUNT >= WS-PAGE-SIZE
           IF NOT EOF-MASTER
               PERFORM 3140-READ-NEXT-MATCH
               IF NOT EOF-MASTER
                   SET MORE-RESULTS TO TRUE
               END-IF
           END-IF
           IF PAGE-COUNT > 0
               PERFORM 3200-DISPLAY-PAGE
           END-IF.

       3110-POSITION-SEARCH.
           MOVE "N" TO WS-EOF-MASTER
           MOVE SPACES TO CUSTOMER-MASTER-RECORD
           EVALUATE TRUE
               WHEN BROWSE-BY-NOMBRE
                   MOVE LOW-VALUES TO CM-KEY
                   START CUSTOMER-MASTER
                       KEY IS NOT LESS THAN CM-KEY
                       INVALID KEY
                           SET EOF-MASTER TO TRUE
                   END-START
               WHEN SEARCH-BY-APELLIDO
                   MOVE WS-SEARCH-APELLIDO TO CM-APELLIDO
                   START CUSTOMER-MASTER
                       KEY IS NOT LESS THAN CM-APELLIDO
                       INVALID KEY
                           SET EOF-MASTER TO TRUE
                   END-START
               WHEN SEARCH-BY-DOB
                   MOVE WS-DOB-FROM TO CM-DOB
                   START CUSTOMER-MASTER
                       KEY IS NOT LESS THAN CM-DOB
                       INVALID KEY
                           SET EOF-MASTER TO TRUE
                   END-START
           END-EVALUATE.

       3120-READ-MATCHING.
           PERFORM 3140-READ-NEXT-MATCH
           IF NOT EOF-MASTER
               ADD 1 TO WS-SKIPPED
           END-IF.

       3130-STORE-MATCHING.
           PERFORM 3140-READ-NEXT-MATCH
           IF NOT EOF-MASTER
               ADD 1 TO PAGE-COUNT
               MOVE CUSTOMER-MASTER-RECORD TO PG-RECORD (PAGE-COUNT)
           END-IF.

       3140-READ-NEXT-MATCH.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ
           IF NOT EOF-MASTER
               EVALUATE TRUE
                   WHEN SEARCH-BY-APELLIDO
                       IF CM-APELLIDO (1:WS-ARG-LENGTH)
                          NOT = WS-SEARCH-APELLIDO (1:WS-ARG-LENGTH)
                           SET EOF-MASTER TO TRUE
                       END-IF
                   WHEN SEARCH-BY-DOB
                       IF CM-DOB > WS-DOB-TO
                           SET EOF-MASTER TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       3200-DISPLAY-PAGE.
           DISPLAY " "
           COMPUTE WS-FIRST-ITEM = WS-PAGE-OFFSET + 1
           COMPUTE WS-LAST-ITEM = WS-PAGE-OFFSET + PAGE-COUNT
           DISPLAY "ITEMS " WS-FIRST-ITEM " TO " WS-LAST-ITEM
           DISPLAY "    NOMBRE               APELLIDO"
               "             BIRTH DATE AGE"
           PERFORM VARYING WS-SELECT-LINE FROM 1 BY 1
                   UNTIL WS-SELECT-LINE > PAGE-COUNT
               MOVE PG-RECORD (WS-SELECT-LINE) TO WS-SELECTED-RECORD
               PERFORM 7100-DERIVE-AGE
               MOVE WS-SELECT-LINE TO WS-LINE-NUMBER
               DISPLAY WS-LINE-NUMBER "  " SR-NOMBRE (1:20) " "
                   SR-APELLIDO (1:20) " " SR-DOB " " WS-AGE-OUT
                   " " WS-EST-FLAG
           END-PERFORM
           ADD PAGE-COUNT TO WS-RESULTS-SHOWN
           IF NOT MORE-RESULTS
               DISPLAY "END OF LIST"
           END-IF.

       3300-BROWSE-COMMAND.
           DISPLAY "F - FORWARD, B - BACK, S - SELECT, Q - QUIT:"
           MOVE SPACE TO WS-BROWSE-CHOICE
           ACCEPT WS-BROWSE-CHOICE
           EVALUATE WS-BROWSE-CHOICE
               WHEN "F"
               WHEN "f"
                   IF MORE-RESULTS
                       ADD PAGE-COUNT TO WS-PAGE-OFFSET
                       PERFORM 3100-LOAD-PAGE
                   ELSE
                       DISPLAY "NO MORE CUSTOMERS IN THIS SEARCH"
                   END-IF
               WHEN "B"
               WHEN "b"
                   IF WS-PAGE-OFFSET > 0
                       PERFORM 3060-STEP-BACK
                       PERFORM 3100-LOAD-PAGE
                   ELSE
                       IF BROWSE-BY-NOMBRE
                           DISPLAY "ALREADY AT START OF CUSTOMER MASTER"
                       ELSE
                           DISPLAY "ALREADY AT START OF THIS SEARCH"
                       END-IF
                   END-IF
               WHEN "S"
               WHEN "s"
                   PERFORM 3400-SELECT-LINE
               WHEN "Q"
               WHEN "q"
                   SET BROWSE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE: " WS-BROWSE-CHOICE
           END-EVALUATE.

       3400-SELECT-LINE.
           DISPLAY "ENTER LINE NUMBER (1-" PAGE-COUNT "):"
           MOVE SPACES TO WS-SELECT-INPUT
           ACCEPT WS-SELECT-INPUT
           IF WS-SELECT-INPUT (2:1) = SPACE
               MOVE WS-SELECT-INPUT (1:1) TO WS-SELECT-INPUT (2:1)
               MOVE "0" TO WS-SELECT-INPUT (1:1)
           END-IF
           IF WS-SELECT-INPUT NOT NUMERIC
               DISPLAY "LINE NUMBER NOT NUMERIC"
           ELSE
               MOVE WS-SELECT-INPUT TO WS-SELECT-LINE
               IF WS-SELECT-LINE < 1 OR WS-SELECT-LINE > PAGE-COUNT
                   DISPLAY "LINE NUMBER NOT ON THIS PAGE"
               ELSE
                   MOVE PG-RECORD (WS-SELECT-LINE)
                     TO WS-SELECTED-RECORD
                   PERFORM 4000-SHOW-DETAIL
                   PERFORM 3200-DISPLAY-PAGE
                   SUBTRACT PAGE-COUNT FROM WS-RESULTS-SHOWN
               END-IF
           END-IF.

       4000-SHOW-DETAIL.
           MOVE "V" TO WS-LOG-ACTION
           PERFORM 8900-WRITE-INQUIRY-LOG
           PERFORM 7100-DERIVE-AGE
           PERFORM 4100-FIND-GREETING
           DISPLAY " "
           DISPLAY "CUSTOMER DETAIL"
           DISPLAY "  NOMBRE . . . . . : " SR-NOMBRE
           DISPLAY "  APELLIDO . . . . : " SR-APELLIDO
           IF SR-DOB NOT NUMERIC OR SR-DOB = 0
               DISPLAY "  BIRTH DATE . . . : NOT ON FILE"
               DISPLAY "  AGE ON MASTER  . : " SR-AGE
           ELSE
               IF WS-EST-FLAG = "EST"
                   DISPLAY "  BIRTH DATE . . . : " SR-DOB
                       " (ESTIMATED FROM CAPTURED AGE)"
               ELSE
                   DISPLAY "  BIRTH DATE . . . : " SR-DOB
               END-IF
               DISPLAY "  CURRENT AGE  . . : " WS-AGE-OUT
           END-IF
           DISPLAY "  GREETING TODAY . : " WS-TODAY-GREETING
           PERFORM 4200-LIST-SUSPENSE
           PERFORM 4300-LIST-JOURNAL
           DISPLAY "PRESS ENTER TO RETURN TO THE LIST:"
           MOVE SPACE TO WS-BROWSE-CHOICE
           ACCEPT WS-BROWSE-CHOICE.

       4100-FIND-GREETING.
           MOVE SPACES TO WS-TODAY-GREETING
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-EOF-LOOKUP
           OPEN INPUT NOMBRE-LOOKUP
           IF WS-LOOKUP-STATUS NOT = "00"
               SET EOF-LOOKUP TO TRUE
           END-IF
           PERFORM UNTIL EOF-LOOKUP OR NOMBRE-FOUND
               READ NOMBRE-LOOKUP
                   AT END
                       SET EOF-LOOKUP TO TRUE
                   NOT AT END
                       IF NL-NOMBRE = SR-NOMBRE
                           SET NOMBRE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOOKUP-STATUS NOT = "35"
               CLOSE NOMBRE-LOOKUP
           END-IF
           IF NOMBRE-FOUND AND NL-MSG-COUNT NUMERIC
               PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                       UNTIL WS-MSG-IDX > NL-MSG-COUNT
                          OR WS-MSG-IDX > 3
                          OR WS-TODAY-GREETING NOT = SPACES
                   IF (NL-MSG-FROM (WS-MSG-IDX) NOT NUMERIC
                       OR NL-MSG-FROM (WS-MSG-IDX) = 0
                       OR NL-MSG-FROM (WS-MSG-IDX) NOT > WS-TODAY)
                      AND (NL-MSG-TO (WS-MSG-IDX) NOT NUMERIC
                       OR NL-MSG-TO (WS-MSG-IDX) = 0
                       OR NL-MSG-TO (WS-MSG-IDX) NOT < WS-TODAY)
                       MOVE NL-MSG-TEXT (WS-MSG-IDX)
                         TO WS-TODAY-GREETING
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TODAY-GREETING = SPACES
               MOVE WS-DEFAULT-GREETING TO WS-TODAY-GREETING
           END-IF.

       4200-LIST-SUSPENSE.
           MOVE 0 TO WS-SUSPENSE-COUNT
           MOVE "N" TO WS-EOF-SUSPENSE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "  OPEN SUSPENSE  . : NOT AVAILABLE, STATUS = "
                   WS-SUSPENSE-STATUS
           ELSE
               DISPLAY "  OPEN SUSPENSE ENTRIES:"
               PERFORM UNTIL EOF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET EOF-SUSPENSE TO TRUE
                       NOT AT END
                           IF SI-NOMBRE = SR-NOMBRE
                              AND SI-APELLIDO = SR-APELLIDO
                               ADD 1 TO WS-SUSPENSE-COUNT
                               IF WS-SUSPENSE-COUNT
                                  NOT > WS-SUSPENSE-SHOWN
                                   DISPLAY "    " SI-REJECT-DATE " "
                                       SI-SOURCE-SYSTEM " "
                                       SI-REASON-CODE " "
                                       SI-REASON-TEXT " RUNS HELD "
                                       SI-RUNS-HELD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               IF WS-SUSPENSE-COUNT = 0
                   DISPLAY "    NONE"
               END-IF
               IF WS-SUSPENSE-COUNT > WS-SUSPENSE-SHOWN
                   DISPLAY "    " WS-SUSPENSE-COUNT
                       " ENTRIES IN TOTAL - FIRST "
                       WS-SUSPENSE-SHOWN " SHOWN"
               END-IF
           END-IF.

       4300-LIST-JOURNAL.
           MOVE 0 TO WS-JOURNAL-COUNT
           MOVE 0 TO JH-COUNT
           MOVE "N" TO WS-EOF-JOURNAL
           OPEN INPUT MAINT-JOURNAL
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "  MAINTENANCE  . . : NOT AVAILABLE, STATUS = "
                   WS-JOURNAL-STATUS
           ELSE
               PERFORM UNTIL EOF-JOURNAL
                   READ MAINT-JOURNAL
                       AT END
                           SET EOF-JOURNAL TO TRUE
                       NOT AT END
                           IF JR-BEFORE-IMAGE (1:60) = SR-KEY
                              OR JR-AFTER-IMAGE (1:60) = SR-KEY
                               PERFORM 4310-KEEP-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-JOURNAL
               DISPLAY "  LAST MAINTENANCE CHANGES:"
               IF JH-COUNT = 0
                   DISPLAY "    NONE"
               END-IF
               PERFORM VARYING WS-SHIFT-IDX FROM JH-COUNT BY -1
                       UNTIL WS-SHIFT-IDX = 0
                   SET JH-IDX TO WS-SHIFT-IDX
                   DISPLAY "    " JH-ACTION (JH-IDX) " "
                       JH-TIMESTAMP (JH-IDX)
                       " AGE " JH-BEFORE-AGE (JH-IDX)
                       "->" JH-AFTER-AGE (JH-IDX)
                       " DOB " JH-BEFORE-DOB (JH-IDX)
                       "->" JH-AFTER-DOB (JH-IDX)
                       " BY " JH-REQUESTER (JH-IDX)
                       " APPROVED " JH-APPROVER (JH-IDX)
               END-PERFORM
               IF WS-JOURNAL-COUNT > WS-JOURNAL-KEPT
                   DISPLAY "    " WS-JOURNAL-COUNT
                       " CHANGES ON FILE - LAST "
                       WS-JOURNAL-KEPT " SHOWN"
               END-IF
           END-IF.

       4310-KEEP-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-COUNT
           IF JH-COUNT < WS-JOURNAL-KEPT
               ADD 1 TO JH-COUNT
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX >= JH-COUNT
                   MOVE JH-ENTRY (WS-SHIFT-IDX + 1)
                     TO JH-ENTRY (WS-SHIFT-IDX)
               END-PERFORM
           END-IF
           SET JH-IDX TO JH-COUNT
           MOVE JR-ACTION             TO JH-ACTION (JH-IDX)
           MOVE JR-TIMESTAMP (1:14)   TO JH-TIMESTAMP (JH-IDX)
           MOVE JR-BEFORE-IMAGE (61:2) TO JH-BEFORE-AGE (JH-IDX)
           MOVE JR-BEFORE-IMAGE (63:8) TO JH-BEFORE-DOB (JH-IDX)
           MOVE JR-AFTER-IMAGE (61:2) TO JH-AFTER-AGE (JH-IDX)
           MOVE JR-AFTER-IMAGE (63:8) TO JH-AFTER-DOB (JH-IDX)
           MOVE JR-REQUESTER          TO JH-REQUESTER (JH-IDX)
           MOVE JR-APPROVER           TO JH-APPROVER (JH-IDX).

       7000-EDIT-DATE.
           SET DATE-ACCEPTED TO TRUE
           MOVE 0 TO WS-EDITED-DATE
           IF WS-DATE-INPUT NUMERIC
               MOVE WS-DATE-INPUT TO WS-EDITED-DATE
               IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
                  OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 31
                  OR WS-EDIT-YEAR < 1900
                   SET DATE-REFUSED TO TRUE
               END-IF
           ELSE
               SET DATE-REFUSED TO TRUE
           END-IF.

       7100-DERIVE-AGE.
           MOVE SPACES TO WS-EST-FLAG
           IF SR-DOB NOT NUMERIC OR SR-DOB = 0
               MOVE 0 TO WS-AGE-OUT
           ELSE
               MOVE WS-TODAY TO WS-WORK-DATE
               MOVE SR-DOB TO WS-WORK-DOB
               COMPUTE WS-DERIVED-AGE = WS-CUR-YEAR - WS-DOB-YEAR
               IF WS-CUR-MMDD < WS-DOB-MMDD
                   SUBTRACT 1 FROM WS-DERIVED-AGE
               END-IF
               IF WS-DERIVED-AGE < 0
                   MOVE 0 TO WS-DERIVED-AGE
               END-IF
               MOVE WS-DERIVED-AGE TO WS-AGE-OUT
               IF WS-DOB-MMDD = 0701
                   MOVE "EST" TO WS-EST-FLAG
               END-IF
           END-IF.

       8900-WRITE-INQUIRY-LOG.
           OPEN EXTEND INQUIRY-LOG
           IF WS-INQLOG-STATUS = "35"
               OPEN OUTPUT INQUIRY-LOG
           END-IF
           IF WS-INQLOG-STATUS NOT = "00"
               DISPLAY "INQUIRY-LOG OPEN FAILED, STATUS = "
                   WS-INQLOG-STATUS
               DISPLAY "INQUIRIES CANNOT BE LOGGED - SESSION ENDED"
               CLOSE CUSTOMER-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO INQUIRY-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:14) TO IQ-TIMESTAMP
           MOVE WS-OPERATOR-ID TO IQ-OPERATOR-ID
           MOVE WS-LOG-ACTION TO IQ-ACTION
           MOVE WS-LOG-ARG TO IQ-SEARCH-ARG
           MOVE WS-LOG-TO TO IQ-SEARCH-TO
           MOVE SR-NOMBRE TO IQ-NOMBRE
           MOVE SR-APELLIDO TO IQ-APELLIDO
           MOVE WS-RESULTS-SHOWN TO IQ-RESULT-COUNT
           WRITE INQUIRY-LOG-RECORD
           CLOSE INQUIRY-LOG.

       9000-TERMINATE.
           MOVE "E" TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-ARG
           MOVE SPACES TO WS-LOG-TO
           MOVE 0 TO WS-RESULTS-SHOWN
           MOVE SPACES TO WS-SELECTED-RECORD
           PERFORM 8900-WRITE-INQUIRY-LOG
           CLOSE CUSTOMER-MASTER.
       END PROGRAM CUSTOMER-INQUIRY.
