      *        default them - the same placement PaymentData uses.
               05  StoreNumber             PIC 9(3).
               05  TillNumber              PIC 9(3).
      *        Set by PDEDIT on the validated file only: the trading
      *        date of a record re-entered from the reject suspense
      *        file, so PDBASKET books it to the night it traded.
      *        Zero on every record from the night's own feed.
               05  OriginalTradingDate     PIC 9(8).
