      *        real stars onto an account, at zero dollars. Before
      *        this, the first month-end after expiry went in would
      *        have counted released liability as issue dollars.
      *   THS  Same-day voids net out of the day summary: the
      *        reversing record's negated amounts fall into the
      *        original's bucket, and it takes back the customer
      *        count the voided visit added. The ledger buffers
      *        grew to 90 bytes with the void link on LEDGREC.
      *   THS  Gift vouchers: a "G" voucher sale fills the new
      *        STARHST voucher bucket - money taken for stars no
      *        account holds yet - and the "U" that later puts the
      *        stars on an account rides the issued bucket at zero
      *        dollars, as a bonus does.
      *   THS  The STARLDX ledger history index is carried across the
      *        cutover: the entry for every record cut to STARLDGA is
      *        marked archived, and a record found missing from the
      *        index - archived or kept live - is entered on it, so
      *        the index keeps covering the live month and every
      *        archived one.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarArchive.
000300 ENVIRONMENT DIVISION.
001200      SELECT LEDGER-NEW-FILE ASSIGN TO "STARLDGN"
001300          ORGANIZATION IS SEQUENTIAL
001400          FILE STATUS IS WS-LEDGER-NEW-STATUS.
001410      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
001420          ORGANIZATION IS INDEXED
001430          ACCESS MODE IS RANDOM
001440          RECORD KEY IS LX-KEY
001450          FILE STATUS IS WS-INDEX-FILE-STATUS.
001500      SELECT STAR-REJECT-FILE ASSIGN TO "STARREJ"
001600          ORGANIZATION IS SEQUENTIAL
001700          FILE STATUS IS WS-REJECT-FILE-STATUS.
      * The archive and fresh-live copies of each file carry the
      * same layout as the live file; the records pass through
      * whole, so plain buffers of the record length are all these
      * FDs need (90 / 81 / 73 bytes - keep in step with LEDGREC,
      * REJECREC and EXCPREC if those layouts grow).
004100  FD  LEDGER-ARCHIVE-FILE
004200      LABEL RECORDS ARE STANDARD.
004300  01 LA-LEDGER-RECORD PIC X(90).
004400  FD  LEDGER-NEW-FILE
004500      LABEL RECORDS ARE STANDARD.
004600  01 LN-LEDGER-RECORD PIC X(90).
004610  FD  LEDGER-INDEX-FILE
004620      LABEL RECORDS ARE STANDARD.
004630      COPY LDGXREC.
004700  FD  STAR-REJECT-FILE
004800      LABEL RECORDS ARE STANDARD.
004900      COPY REJECREC.
008720      VALUE ZERO.
008730  01 WS-DAY-EXPIRE-DOLLARS PIC S9(09)V99 USAGE IS COMP-3
008740      VALUE ZERO.
008750  01 WS-DAY-VOUCHER-STARS PIC S9(09) USAGE IS BINARY
008760      VALUE ZERO.
008770  01 WS-DAY-VOUCHER-DOLLARS PIC S9(09)V99 USAGE IS COMP-3
008780      VALUE ZERO.

      * Cut tallies, reported at end of run.
008800  01 WS-LDG-ARCH-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
009500  01 WS-EXC-KEPT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
009600  01 WS-DAY-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.

      * STARLDX carry: entries marked archived, entries the index
      * was missing and had written, and the location the record in
      * hand is going to.
009610  01 WS-LDX-MARKED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
009620  01 WS-LDX-ADDED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
009630  01 WS-CARRY-LOCATION PIC X(01).
009640  01 WS-INDEX-FOUND-SWITCH PIC X(01) VALUE "N".
009650      88 WS-INDEX-FOUND VALUE "Y".

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
009700  01 WS-LEDGER-FILE-STATUS PIC X(02).
009800  01 WS-LEDGER-ARCH-STATUS PIC X(02).
009900  01 WS-LEDGER-NEW-STATUS PIC X(02).
009910  01 WS-INDEX-FILE-STATUS PIC X(02).
010000  01 WS-REJECT-FILE-STATUS PIC X(02).
010100  01 WS-REJECT-ARCH-STATUS PIC X(02).
010200  01 WS-REJECT-NEW-STATUS PIC X(02).
011600         " (stragglers " WS-LDG-STRAGGLER-COUNT
011700         "), kept live: " WS-LDG-KEPT-COUNT.
011800     DISPLAY "  Day summaries written: " WS-DAY-COUNT.
011810     DISPLAY "  STARLDX entries marked archived: "
011820         WS-LDX-MARKED-COUNT ", missing and added: "
011830         WS-LDX-ADDED-COUNT.
011900     DISPLAY "  Rejects archived: " WS-REJ-ARCH-COUNT
012000         ", kept live: " WS-REJ-KEPT-COUNT.
012100     DISPLAY "  Overrides archived: " WS-EXC-ARCH-COUNT
013700     PERFORM CHECK-LEDGER-ARCH-STATUS-PARA.
013800     OPEN OUTPUT LEDGER-NEW-FILE.
013900     PERFORM CHECK-LEDGER-NEW-STATUS-PARA.
      * STARLDX is updated in place by key. A month-end run before
      * any merge has built it creates it, and every record cut is
      * then entered as missing.
013910     OPEN I-O LEDGER-INDEX-FILE.
013920     IF WS-INDEX-FILE-STATUS = "35"
013930         OPEN OUTPUT LEDGER-INDEX-FILE
013940         PERFORM CHECK-INDEX-STATUS-PARA
013950         CLOSE LEDGER-INDEX-FILE
013960         OPEN I-O LEDGER-INDEX-FILE
013970     END-IF.
013980     PERFORM CHECK-INDEX-STATUS-PARA.
014000     OPEN INPUT STAR-REJECT-FILE.
014100     PERFORM CHECK-REJECT-STATUS-PARA.
014200     OPEN OUTPUT REJECT-ARCHIVE-FILE.
016800         WRITE LN-LEDGER-RECORD
016900         PERFORM CHECK-LEDGER-NEW-STATUS-PARA
017000         ADD 1 TO WS-LDG-KEPT-COUNT
017010         MOVE "L" TO WS-CARRY-LOCATION
017020         PERFORM CARRY-INDEX-PARA
017100     ELSE
017200         MOVE LR-LEDGER-RECORD TO LA-LEDGER-RECORD
017300         WRITE LA-LEDGER-RECORD
017400         PERFORM CHECK-LEDGER-ARCH-STATUS-PARA
017500         ADD 1 TO WS-LDG-ARCH-COUNT
017510         MOVE "A" TO WS-CARRY-LOCATION
017520         PERFORM CARRY-INDEX-PARA
017600         IF LR-TRANS-DATE(1:6) < WS-CUT-MONTH
017700             ADD 1 TO WS-LDG-STRAGGLER-COUNT
017800         END-IF
018000     END-IF.
018100     PERFORM READ-LEDGER-PARA.

      * The record's index entry is brought to where the record now
      * lives: an entry for a record just archived is rewritten as
      * archived, and a record the index never had is entered
      * there, so a night that failed to index a record is made
      * good at the latest by the month-end.
018110     CARRY-INDEX-PARA.
018115     PERFORM SET-INDEX-KEY-PARA.
018120     READ LEDGER-INDEX-FILE
018125         INVALID KEY
018130             MOVE "N" TO WS-INDEX-FOUND-SWITCH
018135         NOT INVALID KEY
018140             MOVE "Y" TO WS-INDEX-FOUND-SWITCH
018145     END-READ.
018150     PERFORM CHECK-INDEX-STATUS-PARA.
018155     IF WS-INDEX-FOUND
018160         IF LX-LOCATION NOT = WS-CARRY-LOCATION
018165             MOVE WS-CARRY-LOCATION TO LX-LOCATION
018170             REWRITE LX-INDEX-RECORD
018175             PERFORM CHECK-INDEX-STATUS-PARA
018180             ADD 1 TO WS-LDX-MARKED-COUNT
018185         END-IF
018190     ELSE
018191         PERFORM SET-INDEX-KEY-PARA
018192         MOVE WS-CARRY-LOCATION TO LX-LOCATION
018193         MOVE LR-LEDGER-RECORD TO LX-LEDGER-IMAGE
018194         WRITE LX-INDEX-RECORD
018195         PERFORM CHECK-INDEX-STATUS-PARA
018196         ADD 1 TO WS-LDX-ADDED-COUNT
018197     END-IF.

018198     SET-INDEX-KEY-PARA.
018199     MOVE LR-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER.
01819A     MOVE LR-SEQUENCE-NUMBER TO LX-SEQUENCE-NUMBER.
01819B     MOVE LR-TRANS-DATE TO LX-TRANS-DATE.
01819C     MOVE LR-TRANS-TIME TO LX-TRANS-TIME.
01819D     MOVE LR-TILL-ID TO LX-TILL-ID.

      * The splits mirror what StarReport and StarBalance print for
      * a day. A "T"/"F" transfer pair is net zero to the shop and
      * is left out of the summary entirely - counting both halves
      * expiry fills its own bucket so released liability never
      * reads as issue dollars. A "B" bonus deliberately rides the
      * issued bucket: real stars went onto an account, at zero
      * dollars. A "G" gift voucher sale fills the voucher bucket:
      * the money is taken but no account holds the stars yet. The
      * "U" that redeems the voucher rides the issued bucket at zero
      * dollars, like a bonus. A void carries its original's type
      * with the amounts negated, so it nets out of whichever bucket
      * the original landed in, and takes back the customer the
      * original counted instead of counting a visit of its own.
018200     SUMMARIZE-LEDGER-PARA.
018210     IF NOT LR-TRANSFER-OUT AND NOT LR-TRANSFER-IN
018300         IF WS-FIRST-DAY
018800             PERFORM WRITE-DAY-SUMMARY-PARA
018900             MOVE LR-TRANS-DATE TO WS-PREV-DATE
019000         END-IF
019050         IF LR-VOID-ENTRY
019060             SUBTRACT 1 FROM WS-DAY-CUST-COUNT
019070         ELSE
019100             ADD 1 TO WS-DAY-CUST-COUNT
019150         END-IF
019200         IF LR-REDEMPTION
019300             ADD LR-STAR-COUNT TO WS-DAY-REDEEM-STARS
019400             ADD LR-DOLLAR-VALUE TO WS-DAY-REDEEM-DOLLARS
019420         IF LR-EXPIRY
019430             ADD LR-STAR-COUNT TO WS-DAY-EXPIRE-STARS
019440             ADD LR-DOLLAR-VALUE TO WS-DAY-EXPIRE-DOLLARS
019450         ELSE
019460         IF LR-VOUCHER-SALE
019470             ADD LR-STAR-COUNT TO WS-DAY-VOUCHER-STARS
019480             ADD LR-DOLLAR-VALUE TO WS-DAY-VOUCHER-DOLLARS
019500         ELSE
019600             ADD LR-STAR-COUNT TO WS-DAY-ISSUE-STARS
019700             ADD LR-DOLLAR-VALUE TO WS-DAY-ISSUE-DOLLARS
019750         END-IF
019800         END-IF
019805         END-IF
019810     END-IF.

019900     WRITE-DAY-SUMMARY-PARA.
020500     MOVE WS-DAY-REDEEM-DOLLARS TO HS-REDEEM-DOLLARS.
020510     MOVE WS-DAY-EXPIRE-STARS TO HS-EXPIRE-STARS.
020520     MOVE WS-DAY-EXPIRE-DOLLARS TO HS-EXPIRE-DOLLARS.
020530     MOVE WS-DAY-VOUCHER-STARS TO HS-VOUCHER-STARS.
020540     MOVE WS-DAY-VOUCHER-DOLLARS TO HS-VOUCHER-DOLLARS.
020600     WRITE HS-HISTORY-RECORD.
020700     PERFORM CHECK-HISTORY-STATUS-PARA.
020800     ADD 1 TO WS-DAY-COUNT.
021300     MOVE ZERO TO WS-DAY-REDEEM-DOLLARS.
021310     MOVE ZERO TO WS-DAY-EXPIRE-STARS.
021320     MOVE ZERO TO WS-DAY-EXPIRE-DOLLARS.
021330     MOVE ZERO TO WS-DAY-VOUCHER-STARS.
021340     MOVE ZERO TO WS-DAY-VOUCHER-DOLLARS.

021400     CUT-REJECTS-PARA.
021500     PERFORM READ-REJECT-PARA.
031100         STOP RUN
031200     END-IF.

      * STARLDX is keyed, so "23" (no entry for the record) is an
      * expected, already-handled outcome of READ.
031210     CHECK-INDEX-STATUS-PARA.
031220     IF WS-INDEX-FILE-STATUS NOT = "00" AND
031230             WS-INDEX-FILE-STATUS NOT = "23"
031240         DISPLAY "FATAL: I/O error on STARLDX, status "
031250             WS-INDEX-FILE-STATUS
031260         STOP RUN
031270     END-IF.

031300     CHECK-HISTORY-STATUS-PARA.
031400     IF WS-HISTORY-FILE-STATUS NOT = "00"
031500         DISPLAY "FATAL: I/O error on STARHST, status "
032000     CLOSE STAR-LEDGER-FILE.
032100     CLOSE LEDGER-ARCHIVE-FILE.
032200     CLOSE LEDGER-NEW-FILE.
032210     CLOSE LEDGER-INDEX-FILE.
032300     CLOSE STAR-REJECT-FILE.
032400     CLOSE REJECT-ARCHIVE-FILE.
032500     CLOSE REJECT-NEW-FILE.
