      *        bucket - real stars onto an account, at zero
      *        dollars. A record written before this change is
      *        short and carries no expiry figures.
      *   2026-10-15 THS  Added HS-VOUCHER-STARS/HS-VOUCHER-DOLLARS,
      *        the gift vouchers sold that day. A voucher sale is
      *        money taken for stars no account holds yet, so it is
      *        its own bucket, not an issuance; the "U" redemption
      *        that later puts the stars on an account rides the
      *        issued bucket at zero dollars, as a bonus does. A
      *        record written before this change is short and
      *        carries no voucher figures.
000100  01  HS-HISTORY-RECORD.
000200      05  HS-SUMMARY-DATE        PIC 9(08).
000300      05  HS-CUST-COUNT          PIC S9(09) USAGE IS BINARY.
000700      05  HS-REDEEM-DOLLARS      PIC S9(09)V99 USAGE COMP-3.
000800      05  HS-EXPIRE-STARS        PIC S9(09) USAGE IS BINARY.
000900      05  HS-EXPIRE-DOLLARS      PIC S9(09)V99 USAGE COMP-3.
001000      05  HS-VOUCHER-STARS       PIC S9(09) USAGE IS BINARY.
001100      05  HS-VOUCHER-DOLLARS     PIC S9(09)V99 USAGE COMP-3.
