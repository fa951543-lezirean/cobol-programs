                 WHEN 'C'
                    ADD LOG-ORDER-TOTAL TO BCW-BR-SALES
                    ADD LOG-ORDER-TOTAL TO BCW-ALL-SALES
      ***** LAYAWAY MONEY IN IS CASH BUT NOT YET A SALE
                 WHEN 'D'
                    COMPUTE BCW-BR-CASH = BCW-BR-CASH
                        + LOG-AMT-TENDER - LOG-ORDER-CHANGE
                    COMPUTE BCW-ALL-CASH = BCW-ALL-CASH
                        + LOG-AMT-TENDER - LOG-ORDER-CHANGE
                 WHEN OTHER
                    ADD LOG-ORDER-TOTAL TO BCW-BR-SALES
                    ADD LOG-ORDER-TOTAL TO BCW-ALL-SALES
