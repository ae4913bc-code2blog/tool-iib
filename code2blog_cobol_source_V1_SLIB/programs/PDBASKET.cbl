      *                    what its items need.  The restart skip      *
      *                    test compares the history row field by      *
      *                    field instead of byte for byte.             *
      *   15-OCT-2026  RH  An invoice PDEDIT re-entered from the       *
      *                    reject suspense file is stamped on the      *
      *                    extract and PURCH-HIST with its original    *
      *                    trading date instead of the run's.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * The trading date stamped onto the assembled extract and every
      * PURCH-HIST row loaded this run - the date the sales actually
      * traded, which on a catch-up run is not the date the job runs.
      * A record re-entered from the reject suspense file carries its
      * own original trading date, which is used instead.
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.

      * Customer matching (CustomerId dedup against CUST-MASTER).
           MOVE PD-TRADING-DATE    TO PD-AI-TRADING-DATE.
           MOVE StoreNumber OF PurchaseData TO PD-AI-STORE-NUMBER.
           MOVE TillNumber         TO PD-AI-TILL-NUMBER.
      *    A record PDEDIT re-entered from the reject suspense file
      *    belongs to the night it originally traded, not tonight.
           IF OriginalTradingDate NUMERIC
                   AND OriginalTradingDate > 0
               MOVE OriginalTradingDate TO PD-AI-TRADING-DATE
           END-IF.

           PERFORM 2200-ABSORB-SEGMENT
               THRU 2200-ABSORB-SEGMENT-EXIT
           MOVE PD-AI-CUSTOMER-INITIAL(1) TO PH-CUSTOMER-INITIAL-1.
           MOVE PD-AI-CUSTOMER-INITIAL(2) TO PH-CUSTOMER-INITIAL-2.
           MOVE PD-AI-ITEM-COUNT           TO PH-ITEM-COUNT.
           MOVE PD-AI-TRADING-DATE         TO PH-TRADING-DATE.
           MOVE PD-AI-TRANS-TYPE           TO PH-TRANS-TYPE.
           MOVE PD-AI-STORE-NUMBER         TO PH-STORE-NUMBER.
           MOVE PD-AI-TILL-NUMBER          TO PH-TILL-NUMBER.
