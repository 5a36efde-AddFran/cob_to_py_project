       DATA DIVISION.
       FILE SECTION.
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

       FD  SUSPENSE-IN
           RECORD CONTAINS 136 CHARACTERS.
       01  SUSPENSE-IN-RECORD.
           02 SI-AGE           PIC 9(2).
           02 SI-NOMBRE        PIC A(30).
           02 SI-REASON-CODE   PIC X(4).
           02 SI-REASON-TEXT   PIC X(40).
           02 SI-RUNS-HELD     PIC 9(6).
           02 SI-SOURCE-SYSTEM PIC X(8).
           02 SI-REJECT-DATE   PIC 9(8).

       FD  CORRECTION-TRANS
           RECORD CONTAINS 130 CHARACTERS.
           02 CR-NEW-DOB       PIC 9(8).

       FD  SUSPENSE-OUT
           RECORD CONTAINS 136 CHARACTERS.
       01  SUSPENSE-OUT-RECORD.
           02 SN-AGE           PIC 9(2).
           02 SN-NOMBRE        PIC A(30).
           02 SN-REASON-CODE   PIC X(4).
           02 SN-REASON-TEXT   PIC X(40).
           02 SN-RUNS-HELD     PIC 9(6).
           02 SN-SOURCE-SYSTEM PIC X(8).
           02 SN-REJECT-DATE   PIC 9(8).

       FD  RECYCLE-OUT
           RECORD CONTAINS 71 CHARACTERS.
               03 SU-REASON-CODE   PIC X(4).
               03 SU-REASON-TEXT   PIC X(40).
               03 SU-RUNS-HELD     PIC 9(6).
               03 SU-SOURCE-SYSTEM PIC X(8).
               03 SU-REJECT-DATE   PIC 9(8).
               03 SU-RELEASED-SW   PIC X.
                   88 SU-RELEASED       VALUE "Y".
       01 WS-AGING-TOTALS.
               MOVE SI-REASON-TEXT TO SU-REASON-TEXT (SUSPENSE-COUNT)
               ADD 1 TO SI-RUNS-HELD
                   GIVING SU-RUNS-HELD (SUSPENSE-COUNT)
               MOVE SI-SOURCE-SYSTEM
                 TO SU-SOURCE-SYSTEM (SUSPENSE-COUNT)
               MOVE SI-REJECT-DATE TO SU-REJECT-DATE (SUSPENSE-COUNT)
               MOVE "N" TO SU-RELEASED-SW (SUSPENSE-COUNT)
           END-IF
           READ SUSPENSE-IN
           MOVE SI-REASON-CODE TO SN-REASON-CODE
           MOVE SI-REASON-TEXT TO SN-REASON-TEXT
           ADD 1 TO SI-RUNS-HELD GIVING SN-RUNS-HELD
           MOVE SI-SOURCE-SYSTEM TO SN-SOURCE-SYSTEM
           MOVE SI-REJECT-DATE   TO SN-REJECT-DATE
           WRITE SUSPENSE-OUT-RECORD
           MOVE SI-REASON-CODE TO WS-AGING-REASON-CODE
           MOVE SN-RUNS-HELD   TO WS-AGING-RUNS-HELD
               MOVE RJ-REASON-CODE TO SU-REASON-CODE (SUSPENSE-COUNT)
               MOVE RJ-REASON-TEXT TO SU-REASON-TEXT (SUSPENSE-COUNT)
               MOVE 1 TO SU-RUNS-HELD (SUSPENSE-COUNT)
               MOVE RJ-SOURCE-SYSTEM
                 TO SU-SOURCE-SYSTEM (SUSPENSE-COUNT)
               MOVE RJ-BUSINESS-DATE TO SU-REJECT-DATE (SUSPENSE-COUNT)
               MOVE "N" TO SU-RELEASED-SW (SUSPENSE-COUNT)
           END-IF
           READ REJECT-FILE
           MOVE RJ-REASON-CODE TO SN-REASON-CODE
           MOVE RJ-REASON-TEXT TO SN-REASON-TEXT
           MOVE 1 TO SN-RUNS-HELD
           MOVE RJ-SOURCE-SYSTEM TO SN-SOURCE-SYSTEM
           MOVE RJ-BUSINESS-DATE TO SN-REJECT-DATE
           WRITE SUSPENSE-OUT-RECORD
           MOVE RJ-REASON-CODE TO WS-AGING-REASON-CODE
           MOVE 1              TO WS-AGING-RUNS-HELD
               MOVE WS-REJECT-REASON-CODE   TO SN-REASON-CODE
               MOVE WS-REJECT-REASON-TEXT   TO SN-REASON-TEXT
               MOVE SU-RUNS-HELD (SU-IDX)   TO SN-RUNS-HELD
               MOVE SU-SOURCE-SYSTEM (SU-IDX) TO SN-SOURCE-SYSTEM
               MOVE SU-REJECT-DATE (SU-IDX) TO SN-REJECT-DATE
               WRITE SUSPENSE-OUT-RECORD
               MOVE WS-REJECT-REASON-CODE TO WS-AGING-REASON-CODE
               MOVE SU-RUNS-HELD (SU-IDX) TO WS-AGING-RUNS-HELD
