       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL
           RECORD CONTAINS 178 CHARACTERS.
       01  JOURNAL-RECORD.
           02 JR-ACTION        PIC X.
           02 JR-TIMESTAMP     PIC X(21).
           02 JR-BEFORE-IMAGE  PIC X(70).
           02 JR-AFTER-IMAGE   PIC X(70).
           02 JR-REQUESTER     PIC X(8).
           02 JR-APPROVER      PIC X(8).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 70 CHARACTERS.
           02 WS-ADDS-REVERSED   PIC 9(6) VALUE 0.
           02 WS-CHGS-REVERSED   PIC 9(6) VALUE 0.
           02 WS-DELS-REVERSED   PIC 9(6) VALUE 0.
           02 WS-ERASURES-KEPT   PIC 9(6) VALUE 0.
           02 WS-FAILED-COUNT    PIC 9(6) VALUE 0.
           02 WS-REVERSED-TOTAL  PIC 9(6) VALUE 0.
       01 JOURNAL-TABLE.
       3300-REVERSE-DELETE.
           MOVE JT-BEFORE-IMAGE (WS-WORK-IDX)
             TO CUSTOMER-MASTER-RECORD
           IF CM-NOMBRE = "ERASED"
              AND CM-APELLIDO (1:12) = "CERTIFICATE "
               ADD 1 TO WS-ERASURES-KEPT
               PERFORM 8050-WRITE-ERASURE-LINE
           ELSE
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE "DELETED KEY ALREADY ON MASTER"
                         TO WS-FAIL-TEXT
                       PERFORM 8100-WRITE-FAILED-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-DELS-REVERSED
                       MOVE "DELETE  " TO WS-FAIL-TEXT
                       PERFORM 8000-WRITE-REVERSED-LINE
               END-WRITE
           END-IF.

       8000-WRITE-REVERSED-LINE.
           MOVE SPACES TO REGISTER-LINE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8050-WRITE-ERASURE-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING "KEPT     " DELIMITED BY SIZE
                   JT-ACTION (WS-WORK-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-APELLIDO DELIMITED BY SIZE
                   " - ERASURE NOT REVERSED" DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       8100-WRITE-FAILED-LINE.
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO REGISTER-LINE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "ERASURES NOT REVERSED  . . . : " DELIMITED BY SIZE
                   WS-ERASURES-KEPT                 DELIMITED BY SIZE
                   INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "ENTRIES FAILED . . . . . . . : " DELIMITED BY SIZE
                   WS-FAILED-COUNT                  DELIMITED BY SIZE
                   INTO REGISTER-LINE
           ADD WS-ADDS-REVERSED TO WS-CHGS-REVERSED
               GIVING WS-REVERSED-TOTAL
           ADD WS-DELS-REVERSED  TO WS-REVERSED-TOTAL
           ADD WS-ERASURES-KEPT  TO WS-REVERSED-TOTAL
           ADD WS-FAILED-COUNT   TO WS-REVERSED-TOTAL
           MOVE SPACES TO REGISTER-LINE
           IF WS-REVERSED-TOTAL = WS-ENTRY-COUNT
