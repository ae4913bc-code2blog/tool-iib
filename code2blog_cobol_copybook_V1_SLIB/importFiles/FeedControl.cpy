      ******************************************************************
      * Inbound feed control record - the header that opens and the    *
      * trailer that closes each of the inbound feeds PURCHIN,         *
      * PAYMTIN, ACQSETTL and GRNIN.  The record type occupies the     *
      * first four bytes of the feed record, where no data record can  *
      * carry an asterisk, so a reader tells the control records from  *
      * the data by FeedRecordType alone.                              *
      *                                                                *
      * Both records carry the sender, the trading date the file       *
      * belongs to and the sender's generation number, which rises by  *
      * one with every file sent for that feed.  The trailer also      *
      * carries the number of data records between the two and the     *
      * hash total of the feed's money field over those records:       *
      *                                                                *
      *   PURCHIN   Price of every item on every record                *
      *   PAYMTIN   AmountTendered                                     *
      *   ACQSETTL  settled or charged-back amount                     *
      *   GRNIN     unit cost                                          *
      *                                                                *
      * Count and hash total are zero on the header.  PDFEEDCK proves  *
      * both records against the generation register before the        *
      * night's stream may read the feed.                              *
      ******************************************************************
       01  FeedControl.
               05  FeedRecordType          PIC X(4).
                   88  FeedHeader                   VALUE "*HDR".
                   88  FeedTrailer                  VALUE "*TRL".
               05  FeedSender              PIC X(8).
               05  FeedTradingDate         PIC 9(8).
               05  FeedGeneration          PIC 9(6).
               05  FeedRecordCount         PIC 9(9).
               05  FeedHashTotal           PIC 9(13)V99.
