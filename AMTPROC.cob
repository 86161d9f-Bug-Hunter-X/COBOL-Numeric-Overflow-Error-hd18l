           MOVE WS-BASE-AMOUNT     TO ACC-BASE-AMOUNT
           MOVE WS-RATE-APPLIED    TO ACC-RATE-APPLIED
           MOVE TR-SOURCE-ID       TO ACC-SOURCE-ID
           IF TR-REVERSAL
               MOVE "V"              TO ACC-TRANS-TYPE
               MOVE TR-ORIG-TRANS-ID TO ACC-ORIG-TRANS-ID
           ELSE
               MOVE "N"              TO ACC-TRANS-TYPE
           END-IF
           IF WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               PERFORM 2550-LIST-CONVERSION
           END-IF
