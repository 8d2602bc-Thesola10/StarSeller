      *        a giveaway, not revenue; the promo run's summary
      *        prices what each campaign cost. A record written
      *        before this change is short and carries no promo ID.
      *   2026-10-02 THS  Added LR-VOID-OF-SEQUENCE for the same-day
      *        void at the counter. A void rings through the ledger
      *        as a reversing record: the original's transaction
      *        type, tier and account, the star count and dollar
      *        value negated, its own new sequence number, and the
      *        voided transaction's number here to link the two.
      *        Because the void carries the original's type with
      *        the amounts reversed, every reader that sums the
      *        ledger by type nets it out without knowing voids
      *        exist; a reader that counts customers or visits
      *        tests LR-VOID-ENTRY and takes one away instead of
      *        adding one. A voided transfer is reversed as a "T"/
      *        "F" pair sharing the void's sequence number. Zero on
      *        every ordinary record; a record written before this
      *        change is short and carries no link.
      *   2026-10-15 THS  Added the gift voucher pair. A "G" record
      *        is a voucher sold at the counter: the buyer's
      *        account, the stars the voucher is worth and the
      *        dollars taken for them, rated at STARPRC like an
      *        issuance, and its sequence number is the voucher
      *        number printed on the receipt. It moves no balance -
      *        the stars belong to nobody until the voucher is
      *        redeemed - so a reader that nets balances skips it.
      *        A "U" record is the redemption: the stars onto the
      *        redeeming account at zero dollars, like a transfer
      *        in, since the money was taken when the voucher was
      *        sold. The voucher itself, and which "U" redeemed it,
      *        is on the STARVCH voucher file.
      *   2026-10-15 THS  Added LR-TRAINING-ENTRY. A training session
      *        at the counter draws its numbers off its own TRNSEQ
      *        copy of the sequence, which starts at 900000001, so
      *        a training record can never pass for a real one and
      *        StarMerge refuses a till day file carrying any.
000100  01  LR-LEDGER-RECORD.
000200      05  LR-CUST-NAME           PIC A(20).
000300      05  LR-STAR-COUNT          PIC S9(09) USAGE IS BINARY.
000920          88  LR-TRANSFER-OUT    VALUE "T".
000930          88  LR-TRANSFER-IN     VALUE "F".
000940          88  LR-BONUS           VALUE "B".
000950          88  LR-VOUCHER-SALE    VALUE "G".
000960          88  LR-VOUCHER-REDEEM  VALUE "U".
001000      05  LR-ACCOUNT-NUMBER      PIC 9(06).
001100      05  LR-TILL-ID             PIC X(04).
001200      05  LR-TIER-NUMBER         PIC 9(02).
001300      05  LR-SEQUENCE-NUMBER     PIC 9(09).
001310          88  LR-TRAINING-ENTRY  VALUES 900000001 THRU 999999999.
001400      05  LR-PROMO-ID            PIC X(08).
001500      05  LR-VOID-OF-SEQUENCE    PIC 9(09).
001600          88  LR-VOID-ENTRY      VALUES 1 THRU 999999999.

