      * LDGXREC.cpy
      * Record layout for the ledger history index (STARLDX), an
      * indexed file holding one entry for every ledger record on
      * the books - the open month on STARLDG and every month the
      * cutover has moved to STARLDGA - keyed by account number and
      * then sequence number, so one account's whole history can be
      * read straight off the file instead of streaming the books
      * past for it. StarMerge, StarExpiry and StarPromo index each
      * record as they append it to STARLDG; StarArchive marks the
      * entries of the month it cuts as archived; StarReindex builds
      * the file from scratch off STARLDGA and STARLDG and proves it
      * with control totals, should it ever be lost or damaged.
      *
      * A record written before LR-SEQUENCE-NUMBER went in carries
      * zero there, and so do all of an account's records from
      * before then; the date, time and till finish the key so they
      * stay apart, and since zero sorts first an account's entries
      * still read oldest to newest. The two halves of a transfer
      * share one sequence number but never one account.
      *
      * The image is the ledger record byte for byte: a reader moves
      * it into a LEDGREC-shaped layout to take it apart.
      *
      * Modification history:
      *   2026-10-15 THS  Original layout - account, sequence, date,
      *        time and till key, live/archived location, ledger
      *        record image.
000100  01  LX-INDEX-RECORD.
000200      05  LX-KEY.
000300          10  LX-ACCOUNT-NUMBER  PIC 9(06).
000400          10  LX-SEQUENCE-NUMBER PIC 9(09).
000500          10  LX-TRANS-DATE      PIC 9(08).
000600          10  LX-TRANS-TIME      PIC 9(06).
000700          10  LX-TILL-ID         PIC X(04).
      *     Where the record itself lives today: the open month's
      *     STARLDG, or the STARLDGA archive once the month is cut.
000800      05  LX-LOCATION            PIC X(01).
000900          88  LX-LIVE            VALUE "L".
001000          88  LX-ARCHIVED        VALUE "A".
001100      05  LX-LEDGER-IMAGE        PIC X(90).
