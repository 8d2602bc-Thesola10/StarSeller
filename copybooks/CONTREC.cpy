      * CONTREC.cpy
      * Record layout for the customer contact file (CUSTCON), keyed
      * by the same account number as CUSTMAS. CUSTREC holds only a
      * name, so statements were addressed by hand from a list kept
      * apart from the master and never in step with it. The
      * mailing address, phone and email live here instead of on
      * CUSTREC, so every existing CUSTMAS reader keeps its record
      * length and none of them has to change or be recompiled.
      *
      * CustMaint adds and changes the record. An account with no
      * CUSTCON record simply has no address on file: StarStatement
      * prints its statement as a counter copy, and StarLabels lists
      * it as undeliverable. The opt-out flag is the customer's own
      * choice to receive no mail; the returned-mail flag is set
      * when the post office sends a piece back, with the date it
      * was recorded, and holds mail until the address is put right
      * and the flag cleared.
      *
      * Modification history:
      *   2026-10-11 THS  Original layout - account, street, city,
      *        state, postal code, phone, email, mail opt-out,
      *        returned-mail flag and date.
000100  01  CN-CONTACT-RECORD.
000200      05  CN-ACCOUNT-NUMBER      PIC 9(06).
000300      05  CN-STREET              PIC X(30).
000400      05  CN-CITY                PIC X(20).
000500      05  CN-STATE               PIC X(02).
000600      05  CN-POSTAL-CODE         PIC X(10).
000700      05  CN-PHONE               PIC X(15).
000800      05  CN-EMAIL               PIC X(40).
000900      05  CN-MAIL-OPT-OUT        PIC X(01).
001000          88  CN-OPTED-OUT       VALUE "Y".
001100      05  CN-RETURNED-MAIL       PIC X(01).
001200          88  CN-MAIL-RETURNED   VALUE "Y".
      *     Date the returned piece was recorded; zeros when the
      *     flag is clear.
001300      05  CN-RETURNED-DATE       PIC 9(08).
