      * CTLREC.cpy
      * Record layout for the shop parameter file (STARCTL): one
      * record per named control value, so a tolerance or a limit
      * the business wants to move is keyed into the file instead
      * of compiled into a program. Kept in the spirit of STARPRM -
      * a small sequential file set up with the file utility - and
      * each program that takes a value off it reads the file once
      * at startup, picks out the IDs it knows, and falls back to
      * its own stated default for an ID that is not there, so a
      * missing record never stops a run.
      *
      * Control IDs in use:
      *   DRAWTOL  drawer over/short tolerance in dollars, either
      *            way, before StarDrawer calls a drawer out.
      *   DAYLIMIT most stars one account may buy in a business
      *            day across every till and the batch run before
      *            StarSeller wants a supervisor to sign for more.
      *   WATCHDAY StarWatch look-back window in days.
      *   WATCHMIN StarWatch minutes between an issuance and a
      *            redemption on one account worth a flag.
      *   WATCHFUN StarWatch accounts transferring into one account
      *            inside the window worth a flag.
      *   WATCHSUP StarWatch overrides one supervisor signed for one
      *            account, or for one operator, worth a flag.
      *   WATCHREJ StarWatch "IB"/"AC" rejects by one operator
      *            inside the window worth a flag.
      *   WATCHNEW StarWatch days since enrollment an account is
      *            still watched as new.
      *   DORMMTHS StarDormant months without customer activity
      *            before an active account is called dormant.
      *   VOUCHMTH months a gift voucher sold by StarSeller stays
      *            good for, from the day of sale.
      *
      * Modification history:
      *   2026-10-04 THS  Original layout - control ID, value,
      *        description.
      *   2026-10-06 THS  DAYLIMIT, the per-account daily purchase
      *        limit StarSeller holds every issuance to.
      *   2026-10-08 THS  WATCHDAY, WATCHMIN, WATCHFUN, WATCHSUP,
      *        WATCHREJ and WATCHNEW, the StarWatch review window
      *        and thresholds.
      *   2026-10-13 THS  DORMMTHS, the StarDormant inactivity
      *        period.
      *   2026-10-15 THS  VOUCHMTH, the gift voucher validity
      *        period.
000100  01  CT-CONTROL-RECORD.
000200      05  CT-CONTROL-ID          PIC X(08).
000300      05  CT-CONTROL-VALUE       PIC 9(07)V99.
000400      05  CT-DESCRIPTION         PIC X(30).
