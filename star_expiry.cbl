      *        sequence number drawn from the STARSEQ control file,
      *        the same stamp the counter puts on its records, so
      *        an expiry is as uniquely identified as any sale.
      *   THS  The archive buffer grew to 90 bytes with the void link
      *        on LEDGREC. A same-day void needs nothing else here: it
      *        carries its original's type with the stars negated, so
      *        a voided issuance drops out of the aged-issued figure
      *        and a voided redemption out of the consumed one.
      *   THS  A gift voucher sale ("G") is passed over - its stars
      *        are on no account until the voucher is used, when the
      *        "U" record adds them and they age from that date like
      *        a transfer in. The run also closes out, as expired on
      *        STARVCH, every gift voucher still outstanding after
      *        its last day, and lists them on STARXPR. No ledger
      *        record is written for those: the voucher stars were
      *        never on any account, and StarGLExtract releases the
      *        money held for them off the voucher file itself.
      *   THS  Every "E" record written to STARLDG is entered on the
      *        STARLDX ledger history index as well, the way
      *        StarMerge indexes the tills' records.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarExpiry.
000300 ENVIRONMENT DIVISION.
002230          ACCESS MODE IS RANDOM
002240          RECORD KEY IS SQ-CONTROL-ID
002250          FILE STATUS IS WS-STARSEQ-FILE-STATUS.
002260      SELECT VOUCHER-FILE ASSIGN TO "STARVCH"
002270          ORGANIZATION IS INDEXED
002280          ACCESS MODE IS SEQUENTIAL
002290          RECORD KEY IS VC-VOUCHER-NUMBER
002295          FILE STATUS IS WS-VOUCHER-FILE-STATUS.
002296      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
002297          ORGANIZATION IS INDEXED
002298          ACCESS MODE IS RANDOM
002299          RECORD KEY IS LX-KEY
00229A          FILE STATUS IS WS-INDEX-FILE-STATUS.
002300 DATA DIVISION.
002400  FILE SECTION.
      * The archive carries the same layout as the live ledger; the
      * copybook prefixes collide, so the archive records are read
      * as a plain buffer of the record length (90 bytes - keep in
      * step if LEDGREC grows) and the fields this run needs picked
      * out in working storage, the way StarMerge reads its per-till
      * inputs.
002500  FD  LEDGER-ARCHIVE-FILE
002600      LABEL RECORDS ARE STANDARD.
002700  01 LA-LEDGER-RECORD PIC X(90).
002800  FD  STAR-LEDGER-FILE
002900      LABEL RECORDS ARE STANDARD.
003000      COPY LEDGREC.
003010  FD  LEDGER-INDEX-FILE
003020      LABEL RECORDS ARE STANDARD.
003030      COPY LDGXREC.
003100  FD  CUSTOMER-MASTER-FILE
003200      LABEL RECORDS ARE STANDARD.
003300      COPY CUSTREC.
003910  FD  SEQUENCE-FILE
003920      LABEL RECORDS ARE STANDARD.
003930      COPY SEQREC.
003940  FD  VOUCHER-FILE
003950      LABEL RECORDS ARE STANDARD.
003960      COPY VOUCREC.
004000  WORKING-STORAGE SECTION.

      * Working copy of the archive record in hand, laid out with
005100      05 FILLER PIC X(02).
005110      05 FILLER PIC X(09).
005120      05 FILLER PIC X(08).
005130      05 FILLER PIC X(09).

      * Run date (off the PARM or defaulted to today), the time the
      * run started, and the cutoff: stars issued on or before the
010400  01 WS-PRICE-FILE-STATUS PIC X(02).
010500  01 WS-REPORT-FILE-STATUS PIC X(02).
010510  01 WS-STARSEQ-FILE-STATUS PIC X(02).
010511  01 WS-INDEX-FILE-STATUS PIC X(02).

      * Expiry records found already on STARLDX - only possible on
      * a night restarted part way through this step.
010512  01 WS-LDX-DUP-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.

      * The transaction sequence drawn for the expiry record in
      * hand, off the same STARSEQ control file the counter draws
      * from.
010520  01 WS-TRANS-SEQ PIC 9(09) VALUE ZERO.

      * Gift vouchers closed out tonight. STARVCH is optional: a
      * shop that has never sold a voucher has no voucher file.
010530  01 WS-VOUCHER-FILE-STATUS PIC X(02).
010540  01 WS-VOUCHER-PRESENT-SWITCH PIC X(01) VALUE "N".
010550      88 WS-VOUCHER-PRESENT VALUE "Y".
010560  01 WS-VOUCHER-EOF-SWITCH PIC X(01) VALUE "N".
010570      88 WS-VOUCHER-EOF VALUE "Y".
010580  01 WS-VOUCHER-EXPIRED-COUNT PIC S9(09) USAGE IS BINARY
010585      VALUE ZERO.
010590  01 WS-VOUCHER-STAR-SUM PIC S9(09) USAGE IS BINARY
010591      VALUE ZERO.
010592  01 WS-VOUCHER-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3
010593      VALUE ZERO.
010594  01 WS-EDIT-VOUCHER PIC 9(09).

010600 PROCEDURE DIVISION.
010700     PERFORM SET-RUN-DATE-PARA.
010800     PERFORM LOAD-PRICING-PARA.
011400     PERFORM EXPIRE-ONE-ACCOUNT-PARA
011500         VARYING WS-AX-IDX FROM 1 BY 1
011600         UNTIL WS-AX-IDX > WS-ACCOUNT-COUNT.
011610     PERFORM EXPIRE-VOUCHERS-PARA.
011700     PERFORM PRINT-TOTALS-PARA.
011800     PERFORM CLOSE-FILES-PARA.
011900     DISPLAY "STAREXPIRY: day " WS-RUN-DATE ", "
012000         WS-EXPIRED-STAR-SUM " stars expired off "
012100         WS-EXPIRED-ACCT-COUNT " accounts, "
012110         WS-VOUCHER-EXPIRED-COUNT " gift vouchers".
012120     IF WS-LDX-DUP-COUNT > 0
012130         DISPLAY "STAREXPIRY: " WS-LDX-DUP-COUNT
012140             " expiry records already on STARLDX"
012150     END-IF.
012200     GOBACK.

      * The cutoff is the run date less one year; a February 29 run
014891         OPEN I-O SEQUENCE-FILE
014892     END-IF.
014893     PERFORM CHECK-STARSEQ-STATUS-PARA.
      * STARLDX is created here if no merge has made it yet.
014894     OPEN I-O LEDGER-INDEX-FILE.
014895     IF WS-INDEX-FILE-STATUS = "35"
014896         OPEN OUTPUT LEDGER-INDEX-FILE
014897         PERFORM CHECK-INDEX-STATUS-PARA
014898         CLOSE LEDGER-INDEX-FILE
014899         OPEN I-O LEDGER-INDEX-FILE
01489A     END-IF.
01489B     PERFORM CHECK-INDEX-STATUS-PARA.

014900     PASS-ARCHIVE-PARA.
015000     IF WS-ARCHIVE-PRESENT
      * transferred star ages from the transfer date on the
      * receiving account. A record from before LR-ACCOUNT-NUMBER
      * carries zero there and cannot be aged against any account -
      * it feeds the legacy pool total on the report instead. A
      * gift voucher sale puts stars on no account and is passed
      * over; its "U" redemption is an addition like any other.
018200     TALLY-LEDGER-PARA.
018210     IF WS-TALLY-TYPE = "G"
018220         CONTINUE
018230     ELSE
018300     IF WS-TALLY-ACCOUNT = ZERO
018400         IF WS-TALLY-TYPE = "R"
018500             SUBTRACT WS-TALLY-STARS FROM WS-LEGACY-STAR-SUM
019800                     WS-AX-AGED-ISSUED(WS-THIS-ACCOUNT)
019900             END-IF
020000         END-IF
020050     END-IF
020100     END-IF.

      * The account slot for WS-LOOKUP-ACCOUNT, added on first
025910     PERFORM GET-SEQUENCE-PARA.
025920     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
025930     MOVE SPACES TO LR-PROMO-ID.
025940     MOVE ZERO TO LR-VOID-OF-SEQUENCE.
026000     WRITE LR-LEDGER-RECORD.
026100     PERFORM CHECK-LEDGER-STATUS-PARA.
026110     PERFORM INDEX-LEDGER-PARA.
      * The ledger record and the master rewrite travel together,
      * the same order WRITE-LEDGER-PARA posts in at the counter.
026200     SUBTRACT WS-EXPIRE-STARS FROM CM-STAR-BALANCE.
033200         "  VALUE " WS-EDIT-DOLLARS
033300         DELIMITED BY SIZE INTO REPORT-LINE.
033400     PERFORM WRITE-REPORT-PARA.
033410     IF WS-VOUCHER-EXPIRED-COUNT > 0
033420         MOVE WS-VOUCHER-EXPIRED-COUNT TO WS-EDIT-COUNT
033430         MOVE SPACES TO REPORT-LINE
033440         STRING "VOUCHERS EXPIRED    " WS-EDIT-COUNT
033450             DELIMITED BY SIZE INTO REPORT-LINE
033460         PERFORM WRITE-REPORT-PARA
033470         MOVE WS-VOUCHER-STAR-SUM TO WS-EDIT-STARS
033480         MOVE WS-VOUCHER-DOLLAR-SUM TO WS-EDIT-DOLLARS
033490         MOVE SPACES TO REPORT-LINE
033491         STRING "VOUCHER STARS       " WS-EDIT-STARS
033492             "  VALUE " WS-EDIT-DOLLARS
033493             DELIMITED BY SIZE INTO REPORT-LINE
033494         PERFORM WRITE-REPORT-PARA
033495     END-IF.
033500     IF WS-ORPHAN-COUNT > 0
033600         MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
033700         MOVE SPACES TO REPORT-LINE
034800         PERFORM WRITE-REPORT-PARA
034900     END-IF.

      * A gift voucher still outstanding after its last day is
      * closed out as expired, dated tonight, and listed. The file
      * is read through in voucher-number order and each one closed
      * where it stands.
034902     EXPIRE-VOUCHERS-PARA.
034904     OPEN I-O VOUCHER-FILE.
034906     IF WS-VOUCHER-FILE-STATUS = "00"
034908         MOVE "Y" TO WS-VOUCHER-PRESENT-SWITCH
034910         PERFORM READ-VOUCHER-PARA
034912         PERFORM CHECK-ONE-VOUCHER-PARA UNTIL WS-VOUCHER-EOF
034914     END-IF.

034916     READ-VOUCHER-PARA.
034918     READ VOUCHER-FILE NEXT RECORD
034920         AT END MOVE "Y" TO WS-VOUCHER-EOF-SWITCH
034922     END-READ.
034924     PERFORM CHECK-VOUCHER-STATUS-PARA.

034926     CHECK-ONE-VOUCHER-PARA.
034928     IF VC-ISSUED AND VC-EXPIRY-DATE < WS-RUN-DATE
034930         PERFORM POST-VOUCHER-EXPIRY-PARA
034932     END-IF.
034934     PERFORM READ-VOUCHER-PARA.

034936     POST-VOUCHER-EXPIRY-PARA.
034938     MOVE "E" TO VC-STATUS-CODE.
034940     MOVE WS-RUN-DATE TO VC-STATUS-DATE.
034942     REWRITE VC-VOUCHER-RECORD.
034944     PERFORM CHECK-VOUCHER-STATUS-PARA.
034946     ADD 1 TO WS-VOUCHER-EXPIRED-COUNT.
034948     ADD VC-STAR-COUNT TO WS-VOUCHER-STAR-SUM.
034950     ADD VC-DOLLAR-VALUE TO WS-VOUCHER-DOLLAR-SUM.
034952     MOVE VC-VOUCHER-NUMBER TO WS-EDIT-VOUCHER.
034954     MOVE VC-STAR-COUNT TO WS-EDIT-STARS.
034956     MOVE VC-DOLLAR-VALUE TO WS-EDIT-DOLLARS.
034958     MOVE SPACES TO REPORT-LINE.
034960     STRING "  VOUCHER " WS-EDIT-VOUCHER
034962         "  EXPIRED " WS-EDIT-STARS
034964         "  VALUE " WS-EDIT-DOLLARS
034966         DELIMITED BY SIZE INTO REPORT-LINE.
034968     PERFORM WRITE-REPORT-PARA.

      * The pricing file is read once at startup and only the
      * records effective on the run date are kept, the same load
      * StarSeller does at till open. A night with no effective
040333         STOP RUN
040334     END-IF.

      * The expiry record just written goes onto the history index
      * as a live-month entry, keyed the way StarMerge keys them.
040340     INDEX-LEDGER-PARA.
040341     MOVE LR-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER.
040342     MOVE LR-SEQUENCE-NUMBER TO LX-SEQUENCE-NUMBER.
040343     MOVE LR-TRANS-DATE TO LX-TRANS-DATE.
040344     MOVE LR-TRANS-TIME TO LX-TRANS-TIME.
040345     MOVE LR-TILL-ID TO LX-TILL-ID.
040346     MOVE "L" TO LX-LOCATION.
040347     MOVE LR-LEDGER-RECORD TO LX-LEDGER-IMAGE.
040348     WRITE LX-INDEX-RECORD
040349         INVALID KEY
040351             ADD 1 TO WS-LDX-DUP-COUNT
040352     END-WRITE.
040353     PERFORM CHECK-INDEX-STATUS-PARA.

      * "22" is the duplicate key INDEX-LEDGER-PARA already counted.
040354     CHECK-INDEX-STATUS-PARA.
040355     IF WS-INDEX-FILE-STATUS NOT = "00" AND
040356             WS-INDEX-FILE-STATUS NOT = "22"
040357         DISPLAY "FATAL: I/O error on STARLDX, status "
040358             WS-INDEX-FILE-STATUS
040359         STOP RUN
040361     END-IF.

040400     CHECK-PRICE-STATUS-PARA.
040500     IF WS-PRICE-FILE-STATUS NOT = "00" AND
040600             WS-PRICE-FILE-STATUS NOT = "10"
041500         STOP RUN
041600     END-IF.

      * The AT END phrase handles "10" on the read through.
041610     CHECK-VOUCHER-STATUS-PARA.
041620     IF WS-VOUCHER-FILE-STATUS NOT = "00" AND
041630             WS-VOUCHER-FILE-STATUS NOT = "10"
041640         DISPLAY "FATAL: I/O error on STARVCH, status "
041650             WS-VOUCHER-FILE-STATUS
041660         STOP RUN
041670     END-IF.

041700     CLOSE-FILES-PARA.
041800     IF WS-ARCHIVE-PRESENT
041900         CLOSE LEDGER-ARCHIVE-FILE
042200     CLOSE CUSTOMER-MASTER-FILE.
042300     CLOSE EXPIRY-REPORT-FILE.
042400     CLOSE SEQUENCE-FILE.
042405     CLOSE LEDGER-INDEX-FILE.
042410     IF WS-VOUCHER-PRESENT
042420         CLOSE VOUCHER-FILE
042430     END-IF.
