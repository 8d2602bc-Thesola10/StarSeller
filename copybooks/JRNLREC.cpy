      * JRNLREC.cpy
      * Record layout for the maintenance journal (STARJRN). CustMaint,
      * OperMaint and PriceMaint used to rewrite CUSTMAS, OPRMAS and
      * STARPRC in place and leave no trace; each now appends one
      * record here for every add, change, deactivate, reactivate,
      * end-date and delete, carrying the record as it stood before
      * and as it stands after, so who changed what - and what it
      * looked like first - can always be answered. The nightly
      * StarChange run prints the day's entries for the store
      * manager to initial.
      *
      * The images are the maintained record byte for byte, padded
      * with spaces: a reader moves one into the file's own record
      * layout (CUSTREC, OPERREC, PRICREC, CONTREC) to take it apart.
      * An add carries spaces for the before image, a delete spaces
      * for the after.
      *
      * Modification history:
      *   2026-10-09 THS  Original layout - date, time, operator,
      *        file, action, record key, before and after images.
      *   2026-10-11 THS  JR-FILE-CUSTCON, the customer contact
      *        file CustMaint now maintains alongside CUSTMAS.
      *   2026-10-13 THS  JR-REASON, why the change was made, for
      *        the changes no one keys at a terminal - StarDormant
      *        writes one on every account its sweep deactivates.
      *        The maintenance programs leave it blank.
000100  01  JR-JOURNAL-RECORD.
000200      05  JR-TRANS-DATE          PIC 9(08).
000300      05  JR-TRANS-TIME          PIC 9(06).
      *     The signed-on operator who made the change.
000400      05  JR-OPERATOR-ID         PIC X(08).
      *     The DD name of the master maintained.
000500      05  JR-FILE-ID             PIC X(08).
000600          88  JR-FILE-CUSTMAS    VALUE "CUSTMAS".
000700          88  JR-FILE-OPRMAS     VALUE "OPRMAS".
000800          88  JR-FILE-STARPRC    VALUE "STARPRC".
000850          88  JR-FILE-CUSTCON    VALUE "CUSTCON".
000900      05  JR-ACTION-CODE         PIC X(01).
001000          88  JR-ACTION-ADD      VALUE "A".
001100          88  JR-ACTION-CHANGE   VALUE "C".
001200          88  JR-ACTION-DEACTIVATE VALUE "D".
001300          88  JR-ACTION-REACTIVATE VALUE "R".
001400          88  JR-ACTION-END-DATE VALUE "E".
001500          88  JR-ACTION-DELETE   VALUE "X".
      *     The record's key as keyed at the terminal: the account
      *     number (CUSTMAS and CUSTCON), the operator ID, or a
      *     STARPRC period from-date and tier ceiling.
001600      05  JR-RECORD-KEY          PIC X(20).
001700      05  JR-BEFORE-IMAGE        PIC X(150).
001800      05  JR-AFTER-IMAGE         PIC X(150).
001900      05  JR-REASON              PIC X(40).
