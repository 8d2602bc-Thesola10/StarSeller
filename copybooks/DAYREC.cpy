      * DAYREC.cpy
      * Record layout for the per-account daily activity file
      * (STARDAY), keyed by account number. Each till writes its
      * own day ledger until the nightly StarMerge, so neither till
      * - nor the batch run - can see what the others have sold an
      * account today; this one shared file is where they all add
      * up what the account has bought, so StarSeller can hold it
      * to the daily limit on every issuance wherever it is rung.
      *
      * One record per account, carrying the business day it
      * counts for: the first issuance on a new day starts the
      * count over, so the file never grows past the accounts that
      * have ever bought and needs no nightly clear-down. A void of
      * an issuance takes its stars back off the day's count.
      *
      * Modification history:
      *   2026-10-06 THS  Original layout - account, business day,
      *        stars bought and issuances rung that day, till and
      *        time of the last one.
000100  01  DA-DAY-RECORD.
000200      05  DA-ACCOUNT-NUMBER      PIC 9(06).
000300      05  DA-BUSINESS-DATE       PIC 9(08).
000400      05  DA-STARS-BOUGHT        PIC S9(09) USAGE IS BINARY.
000500      05  DA-ISSUE-COUNT         PIC S9(05) USAGE IS BINARY.
000600      05  DA-LAST-TILL-ID        PIC X(04).
000700      05  DA-LAST-TIME           PIC 9(06).
