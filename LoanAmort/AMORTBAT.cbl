               MOVE OUTPAYYEAR(WS-MONTH-IX)    TO OUT-PAY-YEAR
               MOVE WS-RUN-DATE                TO OUT-RUN-DATE
               MOVE CL-RATE                    TO OUT-NOTE-RATE
               MOVE OUTESCROWAMT(WS-MONTH-IX)  TO OUT-ESCROW-AMT
               WRITE AMORT-OUTPUT-RECORD
               IF WS-OUTPUT-STATUS NOT = "00"
                   DISPLAY "AMORTBAT: ERROR WRITING AMORT OUTPUT FILE"
