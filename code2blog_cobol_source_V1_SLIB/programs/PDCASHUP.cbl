      *   PURPOSE:     Nightly cash-office over/short report.  Totals  *
      *                PDPAYEDT's validated payment file by            *
      *                TenderType - cash net of ChangeGiven, card,     *
      *                cheque, loyalty, gift vouchers redeemed, and    *
      *                refunds paid out - and proves the drawer        *
      *                against the till declaration the cash office    *
      *                keys after counting (declared cash and the      *
      *                banking slip amount), printing an               *
      *                over/short line per trading date so a short     *
      *                is caught the same night instead of when the   *
      *                bank statement disagrees a week later.          *
      *   02-SEP-2026  RH  Initial version - tender totals by type     *
      *                    proved against the cash office's till       *
      *                    declaration.                                *
      *   15-OCT-2026  RH  Gift-voucher redemptions totalled on their  *
      *                    own line instead of being keyed as cash or  *
      *                    loyalty - they are not drawer cash and stay *
      *                    out of the expected-cash figure.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  PD-CHEQUE-TOTAL              PIC S9(9)V99      VALUE 0.
       77  PD-LOYALTY-TOTAL             PIC S9(9)V99      VALUE 0.
       77  PD-REFUND-TOTAL              PIC S9(9)V99      VALUE 0.
       77  PD-VOUCHER-TOTAL             PIC S9(9)V99      VALUE 0.

      * What the drawer should hold when the cash office counts it -
      * cash taken net of change, less the refunds paid out of the
                   ADD PD-TENDER-AMOUNT TO PD-LOYALTY-TOTAL
               WHEN RefundTender
                   ADD PD-TENDER-AMOUNT TO PD-REFUND-TOTAL
               WHEN GiftVoucherTender
                   ADD PD-TENDER-AMOUNT TO PD-VOUCHER-TOTAL
           END-EVALUATE.

           PERFORM 2100-READ-PAYMENT
           MOVE PD-LOYALTY-TOTAL TO PD-TL-AMOUNT.
           WRITE CASHUP-RPT-LINE FROM PD-TENDER-LINE.

           MOVE "GIFT VOUCHERS REDEEMED  . . :" TO PD-TL-CAPTION.
           MOVE PD-VOUCHER-TOTAL TO PD-TL-AMOUNT.
           WRITE CASHUP-RPT-LINE FROM PD-TENDER-LINE.

           MOVE "REFUNDS PAID OUT  . . . . . :" TO PD-TL-CAPTION.
           MOVE PD-REFUND-TOTAL TO PD-TL-AMOUNT.
           WRITE CASHUP-RPT-LINE FROM PD-TENDER-LINE.
