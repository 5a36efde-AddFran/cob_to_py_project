           02 BK-HEADER REDEFINES BK-DETAIL.
               03 BK-RUN-DATE      PIC 9(8).
               03 BK-SOURCE-SYSTEM PIC X(8).
               03 BK-RUN-TIME      PIC 9(8).
               03 FILLER           PIC X(46).
           02 BK-TRAILER REDEFINES BK-DETAIL.
               03 BK-RECORD-COUNT  PIC 9(6).
               03 BK-AGE-HASH      PIC 9(8).
           MOVE "H" TO BK-RECORD-TYPE
           MOVE WS-RUN-DATE TO BK-RUN-DATE
           MOVE "CUSTMST " TO BK-SOURCE-SYSTEM
           MOVE WS-CURRENT-DATE (9:8) TO BK-RUN-TIME
           WRITE BACKUP-RECORD
           READ CUSTOMER-MASTER
               AT END
