       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMST-BIRTHDAYS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT NOMBRE-LOOKUP ASSIGN TO "NOMBRLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT BIRTHDAY-CARD ASSIGN TO "BDAYCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAYCARD-STATUS.
           SELECT LAST-RUN-DATE ASSIGN TO "LASTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTDATE-STATUS.
           SELECT BIRTHDAY-REPORT ASSIGN TO "BDAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAYRPT-STATUS.
           SELECT MAILING-EXTRACT ASSIGN TO "BDAYEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAYEXT-STATUS.
           SELECT OPS-JOURNAL ASSIGN TO "OPSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSJRNL-STATUS.

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

       FD  BIRTHDAY-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BIRTHDAY-CARD-RECORD.
           02 BC-BUSINESS-DATE  PIC 9(8).
           02 BC-BIRTHDAY-DAYS  PIC 9(3).
           02 BC-MILESTONE-DAYS PIC 9(3).
           02 BC-ESTIMATED-OPT  PIC X.
           02 FILLER            PIC X(65).

       FD  LAST-RUN-DATE
           RECORD CONTAINS 80 CHARACTERS.
       01  LAST-RUN-DATE-RECORD.
           02 LD-BUSINESS-DATE  PIC 9(8).
           02 FILLER            PIC X(72).

       FD  BIRTHDAY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  BDAYRPT-LINE        PIC X(132).

       FD  MAILING-EXTRACT
           RECORD CONTAINS 130 CHARACTERS.
       01  MAILING-RECORD.
           02 BX-RECORD-TYPE   PIC X.
               88 BX-HEADER-RECORD  VALUE "H".
               88 BX-DETAIL-RECORD  VALUE "D".
               88 BX-TRAILER-RECORD VALUE "T".
           02 BX-DATA          PIC X(129).
           02 BX-DETAIL REDEFINES BX-DATA.
               03 BX-EVENT          PIC X.
               03 BX-EVENT-DATE     PIC 9(8).
               03 BX-AGE-TURNING    PIC 9(2).
               03 BX-MILESTONE      PIC 9(2).
               03 BX-DOB-ESTIMATED  PIC X.
               03 BX-NOMBRE         PIC A(30).
               03 BX-APELLIDO       PIC A(30).
               03 BX-DOB            PIC 9(8).
               03 BX-GREETING       PIC X(40).
               03 FILLER            PIC X(7).
           02 BX-HEADER REDEFINES BX-DATA.
               03 BX-BUSINESS-DATE  PIC 9(8).
               03 BX-SOURCE-SYSTEM  PIC X(8).
               03 BX-WINDOW-FROM    PIC 9(8).
               03 BX-BIRTHDAY-TO    PIC 9(8).
               03 BX-MILESTONE-TO   PIC 9(8).
               03 FILLER            PIC X(89).
           02 BX-TRAILER REDEFINES BX-DATA.
               03 BX-RECORD-COUNT   PIC 9(6).
               03 BX-MILESTONE-COUNT PIC 9(6).
               03 FILLER            PIC X(117).

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
           02 WS-MASTER-STATUS   PIC XX VALUE "00".
           02 WS-LOOKUP-STATUS   PIC XX VALUE "00".
           02 WS-BDAYCARD-STATUS PIC XX VALUE "00".
           02 WS-LASTDATE-STATUS PIC XX VALUE "00".
           02 WS-BDAYRPT-STATUS  PIC XX VALUE "00".
           02 WS-BDAYEXT-STATUS  PIC XX VALUE "00".
       01 WS-OPSJRNL-STATUS     PIC XX VALUE "00".
       01 WS-OPS-RECORD-TYPE    PIC X VALUE "S".
       01 WS-OPS-FATAL-STATUS   PIC XX VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-EOF-MASTER      PIC X  VALUE "N".
               88 EOF-MASTER          VALUE "Y".
           02 WS-EOF-LOOKUP      PIC X  VALUE "N".
               88 EOF-LOOKUP          VALUE "Y".
           02 WS-ESTIMATED-SW    PIC X  VALUE "E".
               88 EXCLUDE-ESTIMATED   VALUE "E".
               88 FLAG-ESTIMATED      VALUE "F".
           02 WS-DOB-ESTIMATED-SW PIC X VALUE "N".
               88 DOB-ESTIMATED       VALUE "Y".
           02 WS-WINDOW-HIT-SW   PIC X  VALUE "N".
               88 WINDOW-HIT          VALUE "Y".
           02 WS-EVENT-FOUND-SW  PIC X  VALUE "N".
               88 EVENT-FOUND         VALUE "Y".
       01 WS-CONTROL-TOTALS.
           02 WS-MASTER-COUNT    PIC 9(6) VALUE 0.
           02 WS-NO-DOB-COUNT    PIC 9(6) VALUE 0.
           02 WS-EST-EXCL-COUNT  PIC 9(6) VALUE 0.
           02 WS-EST-FLAG-COUNT  PIC 9(6) VALUE 0.
           02 WS-BIRTHDAY-COUNT  PIC 9(6) VALUE 0.
           02 WS-MILESTONE-COUNT PIC 9(6) VALUE 0.
           02 WS-DEFAULT-GREET-COUNT PIC 9(6) VALUE 0.
           02 WS-EXTRACT-COUNT   PIC 9(6) VALUE 0.
           02 WS-LOOKUP-REJECT-COUNT PIC 9(6) VALUE 0.
           02 WS-TABLE-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-MILESTONE-TOTALS.
           02 WS-MILESTONE-AGES.
               03 FILLER PIC 9(2) VALUE 18.
               03 FILLER PIC 9(2) VALUE 30.
               03 FILLER PIC 9(2) VALUE 45.
               03 FILLER PIC 9(2) VALUE 60.
           02 WS-MILESTONE-AGE-TABLE REDEFINES WS-MILESTONE-AGES.
               03 WS-MILESTONE-AGE OCCURS 4 TIMES PIC 9(2).
           02 WS-MILESTONE-HITS OCCURS 4 TIMES PIC 9(6) VALUE 0.
       01 WS-MS-IDX             PIC 9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 WS-BIRTHDAY-DAYS      PIC 9(3) VALUE 7.
       01 WS-MILESTONE-DAYS     PIC 9(3) VALUE 30.
       01 WS-WINDOW-DAYS        PIC 9(3) VALUE 0.
       01 WS-DEFAULT-GREETING   PIC X(40) VALUE "HOLA DESCONOCIDO".
       01 WS-STEP-DATE.
           02 WS-STEP-YEAR       PIC 9(4).
           02 WS-STEP-MONTH      PIC 9(2).
           02 WS-STEP-DAY        PIC 9(2).
       01 WS-STEP-DATE-N REDEFINES WS-STEP-DATE PIC 9(8).
       01 WS-MONTH-DAYS-VALUES.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 28.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           02 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01 WS-MONTH-LIMIT        PIC 9(2).
       01 WS-LEAP-QUOTIENT      PIC 9(4).
       01 WS-LEAP-REM-4         PIC 9(4).
       01 WS-LEAP-REM-100       PIC 9(4).
       01 WS-LEAP-REM-400       PIC 9(4).
       01 WS-LEAP-SW            PIC X VALUE "N".
           88 LEAP-YEAR             VALUE "Y".
       01 WINDOW-TABLE.
           02 WINDOW-COUNT PIC 9(4) VALUE 0.
           02 WN-ENTRY OCCURS 0 TO 366 TIMES
                       DEPENDING ON WINDOW-COUNT
                       INDEXED BY WN-IDX.
               03 WN-DATE.
                   04 WN-YEAR    PIC 9(4).
                   04 WN-MMDD    PIC 9(4).
               03 WN-LEAP-SW     PIC X.
                   88 WN-LEAP-YEAR   VALUE "Y".
       01 WS-WORK-DOB           PIC 9(8) VALUE 0.
       01 WS-WORK-DOB-R REDEFINES WS-WORK-DOB.
           02 WS-DOB-YEAR        PIC 9(4).
           02 WS-DOB-MMDD        PIC 9(4).
       01 WS-MATCH-MMDD         PIC 9(4).
       01 WS-DAYS-AHEAD         PIC 9(3).
       01 WS-AGE-TURNING        PIC 9(3).
       01 WS-EVENT-MILESTONE    PIC 9(2).
       01 WS-EVENT-GREETING     PIC X(40).
       01 NOMBRE-TABLE.
           02 NOMBRE-TABLE-COUNT PIC 9(4) VALUE 0.
           02 NT-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON NOMBRE-TABLE-COUNT
                       ASCENDING KEY IS NT-NOMBRE
                       INDEXED BY NT-IDX.
               03 NT-NOMBRE      PIC A(30).
               03 NT-MSG-COUNT   PIC 9.
               03 NT-MESSAGES OCCURS 3 TIMES.
                   04 NT-MSG-TEXT PIC X(40).
                   04 NT-MSG-FROM PIC 9(8).
                   04 NT-MSG-TO   PIC 9(8).
       01 WS-FOUND-SW           PIC X VALUE "N".
           88 NOMBRE-FOUND          VALUE "Y".
       01 WS-PREV-NOMBRE        PIC A(30) VALUE SPACES.
       01 WS-LOAD-IDX           PIC 9.
       01 WS-MSG-IDX            PIC 9.
       01 EVENT-TABLE.
           02 EVENT-COUNT PIC 9(4) VALUE 0.
           02 EV-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON EVENT-COUNT
                       INDEXED BY EV-IDX.
               03 EV-DAYS-AHEAD  PIC 9(3).
               03 EV-EVENT-DATE  PIC 9(8).
               03 EV-AGE-TURNING PIC 9(2).
               03 EV-MILESTONE   PIC 9(2).
               03 EV-ESTIMATED   PIC X.
               03 EV-NOMBRE      PIC A(30).
               03 EV-APELLIDO    PIC A(30).
               03 EV-DOB         PIC 9(8).
               03 EV-GREETING    PIC X(40).
       01 WS-PRINT-DAYS         PIC 9(3).
       01 WS-DETAIL-LINE.
           02 DL-EVENT-DATE      PIC 9(8).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DL-DAYS-AHEAD      PIC ZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DL-AGE-TURNING     PIC Z9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DL-EVENT-TEXT      PIC X(12).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DL-ESTIMATED       PIC X(3).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DL-NOMBRE          PIC X(20).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DL-APELLIDO        PIC X(20).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DL-GREETING        PIC X(40).
           02 FILLER             PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 8900-WRITE-OPS-RECORD
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-NOMBRE-TABLE
           PERFORM 1200-BUILD-WINDOW
           PERFORM 8000-WRITE-EXTRACT-HEADER
           PERFORM 2000-PROCESS-MASTER-RECORD UNTIL EOF-MASTER
           PERFORM 3000-PRINT-EVENTS
           PERFORM 8200-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-TABLE-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "E" TO WS-OPS-RECORD-TYPE
           PERFORM 8900-WRITE-OPS-RECORD
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BIRTHDAY-CARD
           IF WS-BDAYCARD-STATUS = "00"
               READ BIRTHDAY-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-BUSINESS-DATE NUMERIC
                          AND BC-BUSINESS-DATE > 0
                           MOVE BC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
                       IF BC-BIRTHDAY-DAYS NUMERIC
                          AND BC-BIRTHDAY-DAYS < 366
                           MOVE BC-BIRTHDAY-DAYS TO WS-BIRTHDAY-DAYS
                       END-IF
                       IF BC-MILESTONE-DAYS NUMERIC
                          AND BC-MILESTONE-DAYS < 366
                           MOVE BC-MILESTONE-DAYS TO WS-MILESTONE-DAYS
                       END-IF
                       IF BC-ESTIMATED-OPT = "E" OR "F"
                           MOVE BC-ESTIMATED-OPT TO WS-ESTIMATED-SW
                       END-IF
               END-READ
               CLOSE BIRTHDAY-CARD
           END-IF
           IF WS-BUSINESS-DATE = 0
               OPEN INPUT LAST-RUN-DATE
               IF WS-LASTDATE-STATUS = "00"
                   READ LAST-RUN-DATE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LD-BUSINESS-DATE NUMERIC
                               MOVE LD-BUSINESS-DATE
                                 TO WS-BUSINESS-DATE
                           END-IF
                   END-READ
                   CLOSE LAST-RUN-DATE
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = 0
               MOVE WS-CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-MASTER-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT BIRTHDAY-REPORT
           IF WS-BDAYRPT-STATUS NOT = "00"
               DISPLAY "BIRTHDAY-REPORT OPEN FAILED, STATUS = "
                   WS-BDAYRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-BDAYRPT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT MAILING-EXTRACT
           IF WS-BDAYEXT-STATUS NOT = "00"
               DISPLAY "MAILING-EXTRACT OPEN FAILED, STATUS = "
                   WS-BDAYEXT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE WS-BDAYEXT-STATUS TO WS-OPS-FATAL-STATUS
               MOVE "E" TO WS-OPS-RECORD-TYPE
               PERFORM 8900-WRITE-OPS-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO BDAYRPT-LINE
           MOVE "CUSTMST-BIRTHDAYS - UPCOMING BIRTHDAYS AND MILESTONES"
               TO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           READ CUSTOMER-MASTER
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.

       1100-LOAD-NOMBRE-TABLE.
           OPEN INPUT NOMBRE-LOOKUP
           IF WS-LOOKUP-STATUS = "00"
               READ NOMBRE-LOOKUP
                   AT END
                       SET EOF-LOOKUP TO TRUE
               END-READ
               PERFORM UNTIL EOF-LOOKUP
                   IF NOMBRE-TABLE-COUNT >= 5000
                       DISPLAY "NOMBRE-LOOKUP: TABLE FULL AT 5000"
                           " ENTRIES - REJECTING ROW " NL-NOMBRE
                       ADD 1 TO WS-LOOKUP-REJECT-COUNT
                   ELSE
                     IF NOMBRE-TABLE-COUNT > 0
                        AND NL-NOMBRE NOT > WS-PREV-NOMBRE
                       DISPLAY "NOMBRE-LOOKUP: ROW OUT OF SEQUENCE "
                           NL-NOMBRE " - REJECTING"
                       ADD 1 TO WS-LOOKUP-REJECT-COUNT
                     ELSE
                       ADD 1 TO NOMBRE-TABLE-COUNT
                       MOVE NL-NOMBRE
                         TO NT-NOMBRE (NOMBRE-TABLE-COUNT)
                       MOVE NL-NOMBRE TO WS-PREV-NOMBRE
                       MOVE NL-MSG-COUNT
                         TO NT-MSG-COUNT (NOMBRE-TABLE-COUNT)
                       IF NT-MSG-COUNT (NOMBRE-TABLE-COUNT) > 3
                           MOVE 3 TO NT-MSG-COUNT (NOMBRE-TABLE-COUNT)
                       END-IF
                       PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                           UNTIL WS-LOAD-IDX > 3
                           MOVE NL-MESSAGES (WS-LOAD-IDX)
                             TO NT-MESSAGES (NOMBRE-TABLE-COUNT
                                 WS-LOAD-IDX)
                           IF NT-MSG-FROM (NOMBRE-TABLE-COUNT
                               WS-LOAD-IDX) NOT NUMERIC
                               MOVE 0 TO NT-MSG-FROM
                                   (NOMBRE-TABLE-COUNT WS-LOAD-IDX)
                           END-IF
                           IF NT-MSG-TO (NOMBRE-TABLE-COUNT
                               WS-LOAD-IDX) NOT NUMERIC
                               MOVE 0 TO NT-MSG-TO
                                   (NOMBRE-TABLE-COUNT WS-LOAD-IDX)
                           END-IF
                       END-PERFORM
                     END-IF
                   END-IF
                   READ NOMBRE-LOOKUP
                       AT END
                           SET EOF-LOOKUP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NOMBRE-LOOKUP
           END-IF.

       1200-BUILD-WINDOW.
           IF WS-BIRTHDAY-DAYS > WS-MILESTONE-DAYS
               MOVE WS-BIRTHDAY-DAYS TO WS-WINDOW-DAYS
           ELSE
               MOVE WS-MILESTONE-DAYS TO WS-WINDOW-DAYS
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE-N
           PERFORM VARYING WS-DAYS-AHEAD FROM 0 BY 1
                   UNTIL WS-DAYS-AHEAD > WS-WINDOW-DAYS
               PERFORM 1210-TEST-LEAP-YEAR
               ADD 1 TO WINDOW-COUNT
               MOVE WS-STEP-DATE-N TO WN-DATE (WINDOW-COUNT)
               MOVE WS-LEAP-SW TO WN-LEAP-SW (WINDOW-COUNT)
               PERFORM 1220-ADVANCE-ONE-DAY
           END-PERFORM.

       1210-TEST-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-SW
           DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = 0
              AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               SET LEAP-YEAR TO TRUE
           END-IF.

       1220-ADVANCE-ONE-DAY.
           MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-MONTH-LIMIT
           IF WS-STEP-MONTH = 2 AND LEAP-YEAR
               MOVE 29 TO WS-MONTH-LIMIT
           END-IF
           ADD 1 TO WS-STEP-DAY
           IF WS-STEP-DAY > WS-MONTH-LIMIT
               MOVE 1 TO WS-STEP-DAY
               ADD 1 TO WS-STEP-MONTH
               IF WS-STEP-MONTH > 12
                   MOVE 1 TO WS-STEP-MONTH
                   ADD 1 TO WS-STEP-YEAR
               END-IF
           END-IF.

       2000-PROCESS-MASTER-RECORD.
           ADD 1 TO WS-MASTER-COUNT
           MOVE "N" TO WS-DOB-ESTIMATED-SW
           IF CM-DOB NOT NUMERIC OR CM-DOB = 0
               ADD 1 TO WS-NO-DOB-COUNT
           ELSE
               MOVE CM-DOB TO WS-WORK-DOB
               IF WS-DOB-MMDD = 0701
                   SET DOB-ESTIMATED TO TRUE
               END-IF
               PERFORM 2100-FIND-NEXT-BIRTHDAY
               IF WINDOW-HIT
                   PERFORM 2200-CLASSIFY-EVENT
               END-IF
           END-IF
           READ CUSTOMER-MASTER
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.

       2100-FIND-NEXT-BIRTHDAY.
           MOVE "N" TO WS-WINDOW-HIT-SW
           SET WN-IDX TO 1
           SEARCH WN-ENTRY
               AT END
                   CONTINUE
               WHEN WN-MMDD (WN-IDX) = WS-DOB-MMDD
                   SET WINDOW-HIT TO TRUE
               WHEN WS-DOB-MMDD = 0229
                AND WN-MMDD (WN-IDX) = 0228
                AND NOT WN-LEAP-YEAR (WN-IDX)
                   SET WINDOW-HIT TO TRUE
           END-SEARCH
           IF WINDOW-HIT
               SET WS-DAYS-AHEAD TO WN-IDX
               SUBTRACT 1 FROM WS-DAYS-AHEAD
               COMPUTE WS-AGE-TURNING = WN-YEAR (WN-IDX) - WS-DOB-YEAR
           END-IF.

       2200-CLASSIFY-EVENT.
           MOVE 0 TO WS-EVENT-MILESTONE
           MOVE "N" TO WS-EVENT-FOUND-SW
           IF WS-DAYS-AHEAD NOT > WS-MILESTONE-DAYS
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                       UNTIL WS-MS-IDX > 4
                   IF WS-AGE-TURNING = WS-MILESTONE-AGE (WS-MS-IDX)
                       MOVE WS-MILESTONE-AGE (WS-MS-IDX)
                         TO WS-EVENT-MILESTONE
                       SET EVENT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DAYS-AHEAD NOT > WS-BIRTHDAY-DAYS
               SET EVENT-FOUND TO TRUE
           END-IF
           IF EVENT-FOUND
               IF DOB-ESTIMATED AND EXCLUDE-ESTIMATED
                   ADD 1 TO WS-EST-EXCL-COUNT
               ELSE
                   PERFORM 2300-GREETING-LOOKUP
                   PERFORM 2400-STORE-EVENT
               END-IF
           END-IF.

       2300-GREETING-LOOKUP.
           MOVE SPACES TO WS-EVENT-GREETING
           SET WS-FOUND-SW TO "N"
           SEARCH ALL NT-ENTRY
               AT END
                   CONTINUE
               WHEN NT-NOMBRE (NT-IDX) = CM-NOMBRE
                   SET NOMBRE-FOUND TO TRUE
           END-SEARCH
           IF NOMBRE-FOUND
               PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                       UNTIL WS-MSG-IDX > NT-MSG-COUNT (NT-IDX)
                          OR WS-EVENT-GREETING NOT = SPACES
                   IF (NT-MSG-FROM (NT-IDX, WS-MSG-IDX) = 0
                       OR NT-MSG-FROM (NT-IDX, WS-MSG-IDX)
                          NOT > WN-DATE (WN-IDX))
                      AND (NT-MSG-TO (NT-IDX, WS-MSG-IDX) = 0
                       OR NT-MSG-TO (NT-IDX, WS-MSG-IDX)
                          NOT < WN-DATE (WN-IDX))
                       MOVE NT-MSG-TEXT (NT-IDX, WS-MSG-IDX)
                         TO WS-EVENT-GREETING
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EVENT-GREETING = SPACES
               MOVE WS-DEFAULT-GREETING TO WS-EVENT-GREETING
               ADD 1 TO WS-DEFAULT-GREET-COUNT
           END-IF.

       2400-STORE-EVENT.
           IF EVENT-COUNT >= 5000
               DISPLAY "CUSTMST-BIRTHDAYS: EVENT TABLE FULL AT 5000"
                   " - DROPPING " CM-NOMBRE
               ADD 1 TO WS-TABLE-REJECT-COUNT
           ELSE
               ADD 1 TO EVENT-COUNT
               MOVE WS-DAYS-AHEAD      TO EV-DAYS-AHEAD (EVENT-COUNT)
               MOVE WN-DATE (WN-IDX)   TO EV-EVENT-DATE (EVENT-COUNT)
               MOVE WS-AGE-TURNING     TO EV-AGE-TURNING (EVENT-COUNT)
               MOVE WS-EVENT-MILESTONE TO EV-MILESTONE (EVENT-COUNT)
               MOVE "N"                TO EV-ESTIMATED (EVENT-COUNT)
               IF DOB-ESTIMATED
                   MOVE "Y" TO EV-ESTIMATED (EVENT-COUNT)
                   ADD 1 TO WS-EST-FLAG-COUNT
               END-IF
               MOVE CM-NOMBRE          TO EV-NOMBRE (EVENT-COUNT)
               MOVE CM-APELLIDO        TO EV-APELLIDO (EVENT-COUNT)
               MOVE CM-DOB             TO EV-DOB (EVENT-COUNT)
               MOVE WS-EVENT-GREETING  TO EV-GREETING (EVENT-COUNT)
               IF WS-EVENT-MILESTONE > 0
                   ADD 1 TO WS-MILESTONE-COUNT
                   PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                           UNTIL WS-MS-IDX > 4
                       IF WS-EVENT-MILESTONE
                          = WS-MILESTONE-AGE (WS-MS-IDX)
                           ADD 1 TO WS-MILESTONE-HITS (WS-MS-IDX)
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-BIRTHDAY-COUNT
               END-IF
           END-IF.

       3000-PRINT-EVENTS.
           MOVE SPACES TO BDAYRPT-LINE
           STRING "BUSINESS DATE  . . . . . . . : " DELIMITED BY SIZE
                   WS-BUSINESS-DATE                 DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "BIRTHDAYS THROUGH  . . . . . : " DELIMITED BY SIZE
                   WN-DATE (WS-BIRTHDAY-DAYS + 1)   DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "MILESTONES THROUGH . . . . . : " DELIMITED BY SIZE
                   WN-DATE (WS-MILESTONE-DAYS + 1)  DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           MOVE "DATE      DAYS AGE EVENT        EST  NOMBRE"
               TO BDAYRPT-LINE
           MOVE "APELLIDO" TO BDAYRPT-LINE (59:8)
           MOVE "GREETING" TO BDAYRPT-LINE (81:8)
           WRITE BDAYRPT-LINE
           PERFORM VARYING WS-PRINT-DAYS FROM 0 BY 1
                   UNTIL WS-PRINT-DAYS > WS-WINDOW-DAYS
               PERFORM VARYING EV-IDX FROM 1 BY 1
                       UNTIL EV-IDX > EVENT-COUNT
                   IF EV-DAYS-AHEAD (EV-IDX) = WS-PRINT-DAYS
                       PERFORM 3100-WRITE-EVENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-WRITE-EVENT.
           MOVE EV-EVENT-DATE (EV-IDX)  TO DL-EVENT-DATE
           MOVE EV-DAYS-AHEAD (EV-IDX)  TO DL-DAYS-AHEAD
           MOVE EV-AGE-TURNING (EV-IDX) TO DL-AGE-TURNING
           IF EV-MILESTONE (EV-IDX) > 0
               MOVE "MILESTONE" TO DL-EVENT-TEXT
               MOVE EV-MILESTONE (EV-IDX) TO DL-EVENT-TEXT (11:2)
           ELSE
               MOVE "BIRTHDAY" TO DL-EVENT-TEXT
           END-IF
           IF EV-ESTIMATED (EV-IDX) = "Y"
               MOVE "EST" TO DL-ESTIMATED
           ELSE
               MOVE SPACES TO DL-ESTIMATED
           END-IF
           MOVE EV-NOMBRE (EV-IDX)   TO DL-NOMBRE
           MOVE EV-APELLIDO (EV-IDX) TO DL-APELLIDO
           MOVE EV-GREETING (EV-IDX) TO DL-GREETING
           MOVE WS-DETAIL-LINE TO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO MAILING-RECORD
           MOVE "D" TO BX-RECORD-TYPE
           IF EV-MILESTONE (EV-IDX) > 0
               MOVE "M" TO BX-EVENT
           ELSE
               MOVE "B" TO BX-EVENT
           END-IF
           MOVE EV-EVENT-DATE (EV-IDX)  TO BX-EVENT-DATE
           MOVE EV-AGE-TURNING (EV-IDX) TO BX-AGE-TURNING
           MOVE EV-MILESTONE (EV-IDX)   TO BX-MILESTONE
           MOVE EV-ESTIMATED (EV-IDX)   TO BX-DOB-ESTIMATED
           MOVE EV-NOMBRE (EV-IDX)      TO BX-NOMBRE
           MOVE EV-APELLIDO (EV-IDX)    TO BX-APELLIDO
           MOVE EV-DOB (EV-IDX)         TO BX-DOB
           MOVE EV-GREETING (EV-IDX)    TO BX-GREETING
           WRITE MAILING-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       8000-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO MAILING-RECORD
           MOVE "H" TO BX-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO BX-BUSINESS-DATE
           MOVE "BDAYEXT " TO BX-SOURCE-SYSTEM
           MOVE WN-DATE (1) TO BX-WINDOW-FROM
           MOVE WN-DATE (WS-BIRTHDAY-DAYS + 1) TO BX-BIRTHDAY-TO
           MOVE WN-DATE (WS-MILESTONE-DAYS + 1) TO BX-MILESTONE-TO
           WRITE MAILING-RECORD.

       8100-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO MAILING-RECORD
           MOVE "T" TO BX-RECORD-TYPE
           MOVE WS-EXTRACT-COUNT TO BX-RECORD-COUNT
           MOVE WS-MILESTONE-COUNT TO BX-MILESTONE-COUNT
           WRITE MAILING-RECORD.

       8200-WRITE-CONTROL-TOTALS.
           PERFORM 8100-WRITE-EXTRACT-TRAILER
           MOVE SPACES TO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "MASTER RECORDS READ  . . . . : " DELIMITED BY SIZE
                   WS-MASTER-COUNT                  DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "NO BIRTH DATE ON MASTER  . . : " DELIMITED BY SIZE
                   WS-NO-DOB-COUNT                  DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "ESTIMATED DOBS EXCLUDED  . . : " DELIMITED BY SIZE
                   WS-EST-EXCL-COUNT                DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "ESTIMATED DOBS FLAGGED . . . : " DELIMITED BY SIZE
                   WS-EST-FLAG-COUNT                DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "BIRTHDAYS LISTED . . . . . . : " DELIMITED BY SIZE
                   WS-BIRTHDAY-COUNT                DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "MILESTONES LISTED  . . . . . : " DELIMITED BY SIZE
                   WS-MILESTONE-COUNT               DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1 UNTIL WS-MS-IDX > 4
               MOVE SPACES TO BDAYRPT-LINE
               STRING "  TURNING " DELIMITED BY SIZE
                       WS-MILESTONE-AGE (WS-MS-IDX) DELIMITED BY SIZE
                       "  . . . . . . . : " DELIMITED BY SIZE
                       WS-MILESTONE-HITS (WS-MS-IDX) DELIMITED BY SIZE
                       INTO BDAYRPT-LINE
               WRITE BDAYRPT-LINE
           END-PERFORM
           MOVE SPACES TO BDAYRPT-LINE
           STRING "DEFAULT GREETINGS USED . . . : " DELIMITED BY SIZE
                   WS-DEFAULT-GREET-COUNT           DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           MOVE SPACES TO BDAYRPT-LINE
           STRING "MAILING RECORDS WRITTEN  . . : " DELIMITED BY SIZE
                   WS-EXTRACT-COUNT                 DELIMITED BY SIZE
                   INTO BDAYRPT-LINE
           WRITE BDAYRPT-LINE
           IF WS-TABLE-REJECT-COUNT > 0
               MOVE SPACES TO BDAYRPT-LINE
               STRING "*** EVENTS DROPPED, TABLE FULL : "
                       DELIMITED BY SIZE
                       WS-TABLE-REJECT-COUNT DELIMITED BY SIZE
                       INTO BDAYRPT-LINE
               WRITE BDAYRPT-LINE
           END-IF.

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
               MOVE "CUSTMST-BIRTHDAYS"
                 TO OPS-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP
               MOVE WS-BUSINESS-DATE TO OPS-BUSINESS-DATE
               MOVE WS-MASTER-COUNT TO OPS-READ-COUNT
               MOVE WS-EXTRACT-COUNT TO OPS-WRITTEN-COUNT
               MOVE WS-EST-EXCL-COUNT TO OPS-REJECT-COUNT
               MOVE RETURN-CODE TO OPS-RETURN-CODE
               MOVE WS-OPS-FATAL-STATUS TO OPS-FILE-STATUS
               WRITE OPS-JOURNAL-RECORD
               CLOSE OPS-JOURNAL
           END-IF.

       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE BIRTHDAY-REPORT
           CLOSE MAILING-EXTRACT.
       END PROGRAM CUSTMST-BIRTHDAYS.
