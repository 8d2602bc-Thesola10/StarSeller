      * DRAWREC.cpy
      * Record layout for the till drawer declaration file
      * (STARDRW), keyed by till, operator and business day. The
      * operator counts the drawer at sign-off and StarSeller
      * records the cash and card totals declared; a recount the
      * same day on the same till replaces the earlier figures.
      * The nightly StarDrawer run sets each declaration against
      * what the day's ledger says that operator took on that till
      * and prints the over/short.
      *
      * Modification history:
      *   2026-10-04 THS  Original layout - till, operator, date,
      *        cash and card declared, time of declaration.
000100  01  DW-DRAWER-RECORD.
000200      05  DW-DRAWER-KEY.
000300          10  DW-TILL-ID         PIC X(04).
000400          10  DW-OPERATOR-ID     PIC X(08).
000500          10  DW-BUSINESS-DATE   PIC 9(08).
000600      05  DW-CASH-DECLARED       PIC S9(07)V99 USAGE COMP-3.
000700      05  DW-CARD-DECLARED       PIC S9(07)V99 USAGE COMP-3.
000800      05  DW-DECLARED-TIME       PIC 9(06).
