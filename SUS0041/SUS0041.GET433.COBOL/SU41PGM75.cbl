               WHEN 'TW'
               WHEN 'AG'
               WHEN 'CP'
               WHEN 'WO'
               WHEN 'WR'
               WHEN 'RA'
                   ADD ARC-AMOUNT TO WS-CREDIT-TOTAL
               WHEN OTHER
                   ADD ARC-AMOUNT TO WS-CHARGE-TOTAL
