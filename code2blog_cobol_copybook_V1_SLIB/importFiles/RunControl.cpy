      *   PDEDIT    count 1 records read                               *
      *             count 2 records accepted                           *
      *             count 3 records rejected                           *
      *             count 4 of those read, re-entered from suspense    *
      *   PDPAYEDT  count 1 records read                               *
      *             count 2 records accepted                           *
      *             count 3 records rejected                           *
      *             count 4 of those read, re-entered from suspense    *
      *   PDSUSPND  count 1 rejects taken onto suspense                *
      *             count 2 re-entries back through tonight's edits    *
      *             count 3 corrections released for re-entry          *
      *             count 4 rejects still unresolved                   *
      *   PDBASKET  count 1 input segments read                        *
      *             count 2 invoices assembled                         *
      *             count 3 invoices whose extract WRITE became a      *
      *             amount 2 amount collected, matched invoices        *
      *             amount 3 variance, matched invoices                *
      *             amount 4 invoice amount, unpaid invoices           *
      *   PDLOYAL   count 1 invoices posted this run                   *
      *             count 2 invoices skipped, already posted for the   *
      *                     trading date                               *
      *             count 3 invoices reversed by a RERUN               *
      *             amount 1 points earned, whole trading date         *
      *             amount 2 points redeemed, whole trading date       *
      *             amount 3 points earned reversed by a RERUN         *
      *             amount 4 points redeemed reversed by a RERUN       *
      *   PDSTOCK   count 1 invoices posted this run                   *
      *             count 2 invoices skipped, already posted           *
      *             count 3 invoices reversed by a RERUN               *
      *             count 4 goods-received lines applied               *
      *   PDMOVMNT  count 1 invoices posted this run                   *
      *             count 2 invoices skipped, already posted           *
      *             count 3 invoices reversed by a RERUN               *
      *             count 4 item lines posted                          *
      *   PDBALNCE  count 1 cross-foot checks broken - the GL          *
      *                     posting extract only releases on zero      *
      *   PDVCHPST  count 1 gift vouchers issued this trading date     *
      *             count 2 voucher redemptions posted, this run or    *
      *                     already posted for the trading date        *
      *             count 3 voucher redemptions refused                *
      *             count 4 vouchers still carrying a balance          *
      *             amount 1 value of vouchers issued                  *
      *             amount 2 value of vouchers redeemed, whole trading *
      *                     date                                       *
      *             amount 3 outstanding voucher liability             *
      *             amount 4 of which past expiry                      *
      *                                                                *
      * Unused slots are zero.  A program re-run appends a fresh       *
      * record; the balancing step trusts the last record it finds     *
