           02 RH-RECORD-TYPE    PIC X.
               88 RH-TOTALS-RECORD    VALUE "1".
               88 RH-NAME-HIT-RECORD  VALUE "2".
               88 RH-SOURCE-RECORD    VALUE "3".
           02 RH-TOTALS.
               03 RH-BUSINESS-DATE PIC 9(8).
               03 RH-REC-COUNT     PIC 9(6).
                   PERFORM 2100-START-NEW-RUN
               WHEN RH-NAME-HIT-RECORD
                   PERFORM 2200-ACCUMULATE-NAME-HITS
               WHEN RH-SOURCE-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RUNHIST: UNKNOWN RECORD TYPE "
                       RH-RECORD-TYPE " - IGNORED"
