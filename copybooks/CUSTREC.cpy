      *        same way or the OPEN fails with status 39, and the
      *        dataset must be rebuilt (REPRO into a redefined
      *        cluster) when this lands.
      *   2026-10-15 THS  Added CM-TIER-CODE and CM-TIER-DATE, the
      *        loyalty tier the account holds - Silver, Gold or
      *        Platinum, or none - and the day it moved into it.
      *        Only the nightly StarTier requalification run sets
      *        them, off the STARTIR tier rules (see TIERREC); a new
      *        account starts with no tier. The dataset must be
      *        reloaded into a cluster with the longer record when
      *        this lands, the tier blank and the date zero.
000100  01  CM-CUSTOMER-RECORD.
000200      05  CM-ACCOUNT-NUMBER      PIC 9(06).
000300      05  CM-CUST-NAME           PIC A(20).
000600          88  CM-INACTIVE        VALUE "I".
000700      05  CM-ENROLL-DATE         PIC 9(08).
000800      05  CM-STAR-BALANCE        PIC S9(09) USAGE IS BINARY.
000900      05  CM-TIER-CODE           PIC X(01).
001000          88  CM-TIER-NONE       VALUE SPACE.
001100          88  CM-TIER-SILVER     VALUE "S".
001200          88  CM-TIER-GOLD       VALUE "G".
001300          88  CM-TIER-PLATINUM   VALUE "P".
001400      05  CM-TIER-DATE           PIC 9(08).
