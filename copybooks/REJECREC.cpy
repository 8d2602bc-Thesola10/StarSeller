      *        record is written, the same stamp the ledger now
      *        carries. A record written before this change is
      *        short and carries no number.
      *   2026-10-02 THS  Added the "VD" reason code for a same-day
      *        void the counter refused: the receipt was not found
      *        on the till's day ledger, was not rung today, was
      *        already voided, was rung on another account, or its
      *        reversal would take a balance below zero.
      *        RJ-REJECTED-VALUE holds the receipt (sequence)
      *        number the void was asked for.
      *   2026-10-06 THS  Added the "DL" reason code for an issuance
      *        that would take the account past its daily purchase
      *        limit (DAYLIMIT on STARCTL) across every till and
      *        the batch run, where no supervisor signed for it.
      *        RJ-REJECTED-VALUE holds the requested star count.
      *        Not recycled - the order can simply be rung again
      *        another day.
      *   2026-10-15 THS  Added the "GV" reason code for a gift
      *        voucher the counter refused to redeem: the number is
      *        not on STARVCH, or the voucher was already redeemed,
      *        cancelled, or is past its expiry date.
      *        RJ-REJECTED-VALUE holds the voucher number keyed.
      *        Not recycled - a refused voucher stays refused.
      *   2026-10-15 THS  Added RJ-TRAINING-ENTRY: a reject written
      *        in a training session carries a number off the TRNSEQ
      *        training sequence, 900000001 up, the same as a
      *        training ledger record.
000100  01  RJ-REJECT-RECORD.
000200      05  RJ-CUST-NAME           PIC A(20).
      *     Holds the rejected star count for "LO"/"HI" records; holds
000680          88  RJ-REASON-OVER-BALANCE VALUE "IB".
000690          88  RJ-REASON-BAD-OPERATOR VALUE "OP".
000695          88  RJ-REASON-BAD-SUPERVISOR VALUE "SU".
000697          88  RJ-REASON-VOID-REFUSED VALUE "VD".
000698          88  RJ-REASON-DAY-LIMIT VALUE "DL".
000699          88  RJ-REASON-VOUCHER-REFUSED VALUE "GV".
000700      05  RJ-TRANS-DATE          PIC 9(08).
000800      05  RJ-TRANS-TIME          PIC 9(06).
000900      05  RJ-OPERATOR-ID         PIC X(08).
001500          88  RJ-RECYCLED        VALUE "Y".
001600      05  RJ-TILL-ID             PIC X(04).
001700      05  RJ-SEQUENCE-NUMBER     PIC 9(09).
001710          88  RJ-TRAINING-ENTRY  VALUES 900000001 THRU 999999999.
