      * TIERREC.cpy
      * Record layout for the loyalty tier rules file (STARTIR), one
      * record per tier per effective period, in the spirit of the
      * STARPRC pricing file: marketing keys a change to the
      * thresholds or the earning rates in advance and the night
      * run picks it up on the right day with no program change.
      *
      * A tier is held by an active account whose stars purchased
      * over the last twelve months - issuances only, net of voids;
      * not bonuses, transfers, expiries or gift vouchers - reach
      * its threshold. The nightly StarTier run requalifies every
      * active account against the tiers in force and moves it up
      * or down; StarPromo pays each tier's earning multiplier on
      * the day's purchases as a "B" bonus, the way it pays a
      * weekday multiplier (a multiplier of 1.50 earns half as many
      * stars again; 1.00 earns nothing extra).
      *
      * Within one effective period the records must run Silver,
      * Gold, Platinum, each threshold above the last; a tier may
      * be left out. StarTier refuses a period that breaks the rule
      * rather than tier every account wrong. An open-ended period
      * carries 99991231 as its to-date.
      *
      * Modification history:
      *   2026-10-15 THS  Original layout - effective from/to dates,
      *        tier code, twelve-month purchase threshold, earning
      *        multiplier.
000100  01  TI-TIER-RECORD.
000200      05  TI-EFF-FROM-DATE       PIC 9(08).
000300      05  TI-EFF-TO-DATE         PIC 9(08).
000400      05  TI-TIER-CODE           PIC X(01).
000500          88  TI-TIER-SILVER     VALUE "S".
000600          88  TI-TIER-GOLD       VALUE "G".
000700          88  TI-TIER-PLATINUM   VALUE "P".
000800      05  TI-THRESHOLD           PIC 9(09).
000900      05  TI-MULTIPLIER          PIC 9V99.
