                   88  ChequeTender              VALUE "H".
                   88  LoyaltyTender             VALUE "L".
                   88  RefundTender              VALUE "R".
      *            A gift-voucher redemption carries the voucher
      *            number in CardOrLoyaltyReference.
                   88  GiftVoucherTender         VALUE "V".
               05  AmountTendered          PIC 9999V99.
               05  ChangeGiven             PIC 9999V99.
               05  CardOrLoyaltyReference  PIC X(20).
