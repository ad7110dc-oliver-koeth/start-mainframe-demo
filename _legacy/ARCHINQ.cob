                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | RET< | $" TRANS-AMOUNT
                       " ref " TRANS-COUNTERPARTY
               WHEN 'A'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | LINT | $" TRANS-AMOUNT
               WHEN 'L'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | LREP | $" TRANS-AMOUNT
                       " loan " TRANS-COUNTERPARTY
               WHEN 'N'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | L.IN | $" TRANS-AMOUNT
                       " from " TRANS-COUNTERPARTY
               WHEN 'M'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | L.PR | $" TRANS-AMOUNT
                       " from " TRANS-COUNTERPARTY
               WHEN 'Q'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | CHQ  | $" TRANS-AMOUNT
                       " no. " TRANS-COUNTERPARTY
               WHEN 'H'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | WHT  | $" TRANS-AMOUNT
               WHEN 'B'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | LADV | $" TRANS-AMOUNT
                       " to " TRANS-COUNTERPARTY
               WHEN 'G'
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | LOAN | $" TRANS-AMOUNT
                       " from " TRANS-COUNTERPARTY
               WHEN OTHER
                   DISPLAY TRANS-DATE " | " TRANS-TIME
                       " | " TRANS-TYPE "    | $" TRANS-AMOUNT
