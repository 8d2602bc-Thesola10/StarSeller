      * VOUCREC.cpy
      * Record layout for the gift voucher file (STARVCH), keyed by
      * voucher number. StarSeller writes one record for every
      * voucher it sells, the voucher number being the STARSEQ
      * sequence number of the "G" ledger record that sold it, and
      * marks the record as the voucher is redeemed or cancelled;
      * StarExpiry marks a voucher expired once its expiry date has
      * passed. The status is checked and changed on this one
      * record, so a voucher can never be redeemed twice however
      * many tills it is presented at.
      *
      * A voucher is outstanding - money taken, stars owed to
      * nobody yet - while it stands issued; StarLiability,
      * StarGLExtract and the StarVoucher open-voucher report all
      * read it here.
      *
      * Modification history:
      *   2026-10-15 THS  Original layout - voucher number, status,
      *        stars, value and tier, sale date/time, expiry, buyer,
      *        till and operator, status date, and the account,
      *        sequence number, till and operator of the redemption.
000100  01  VC-VOUCHER-RECORD.
000200      05  VC-VOUCHER-NUMBER      PIC 9(09).
000300      05  VC-STATUS-CODE         PIC X(01).
000400          88  VC-ISSUED          VALUE "I".
000500          88  VC-REDEEMED        VALUE "R".
000600          88  VC-EXPIRED         VALUE "E".
000700          88  VC-CANCELLED       VALUE "C".
      *     The stars the voucher is worth, and the dollars taken for
      *     them at the STARPRC tier they were rated under.
000800      05  VC-STAR-COUNT          PIC S9(09) USAGE IS BINARY.
000900      05  VC-DOLLAR-VALUE        PIC S9(07)V99 USAGE COMP-3.
001000      05  VC-TIER-NUMBER         PIC 9(02).
001100      05  VC-ISSUE-DATE          PIC 9(08).
001200      05  VC-ISSUE-TIME          PIC 9(06).
      *     Last day the voucher can be redeemed.
001300      05  VC-EXPIRY-DATE         PIC 9(08).
001400      05  VC-BUYER-ACCOUNT       PIC 9(06).
001500      05  VC-ISSUE-TILL          PIC X(04).
001600      05  VC-ISSUE-OPERATOR      PIC X(08).
      *     Date the status last changed: the sale date while the
      *     voucher stands issued, then the day it was redeemed,
      *     cancelled or expired.
001700      05  VC-STATUS-DATE         PIC 9(08).
      *     Zero/space until the voucher is redeemed.
001800      05  VC-REDEEM-ACCOUNT      PIC 9(06).
001900      05  VC-REDEEM-SEQUENCE     PIC 9(09).
002000      05  VC-REDEEM-TILL         PIC X(04).
002100      05  VC-REDEEM-OPERATOR     PIC X(08).
