                   MOVE 'LATE FEE      ' TO WS-TYPE-DESC
               WHEN 'AJ'
                   MOVE 'ADJUSTMENT    ' TO WS-TYPE-DESC
               WHEN 'RP'
                   MOVE 'PAYMT RETURNED' TO WS-TYPE-DESC
               WHEN 'RF'
                   MOVE 'RETURN FEE    ' TO WS-TYPE-DESC
               WHEN 'WO'
                   MOVE 'BAD DEBT W/OFF' TO WS-TYPE-DESC
               WHEN 'BR'
                   MOVE 'BAD DEBT RECOV' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN       ' TO WS-TYPE-DESC
           END-EVALUATE.
