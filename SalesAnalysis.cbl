           PERFORM UNTIL ANA-EOF-FLAG = 1
              IF LOG-DATE >= ANA-FROM AND LOG-DATE <= ANA-TO AND
                 LOG-REFUND-FLAG NOT = 'R' AND
                 LOG-REFUND-FLAG NOT = 'V' AND
                 LOG-REFUND-FLAG NOT = 'D'
                 PERFORM TALLY-ONE-SALE
              END-IF
              READ SALES-LOG
