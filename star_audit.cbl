      * drifted, so the night operator sees it that night the way
      * an out-of-balance day is seen.

      * A PARM of INDEX derives the balances off the STARLDX ledger
      * history index instead - one pass of one file, already in
      * account order, in place of every archive generation and the
      * live ledger. The index is only as good as its last proving
      * run (StarReindex), so this is a report-only run; repair
      * always re-derives from STARLDG and STARLDGA themselves.

      * The report goes to STARAUD.

      * Modification history:
      *        balance with a figure the books cannot prove. The
      *        original header wrongly claimed the two changes
      *        landed together.
      *   THS  The archive buffer grew to 90 bytes with the void link
      *        on LEDGREC. A same-day void needs nothing else here: it
      *        carries its original's type with the stars negated, so
      *        the re-derived balance nets it out on its own.
      *   THS  A gift voucher sale ("G") moves no balance - the stars
      *        are the voucher's until it is used - so it is passed
      *        over; the "U" redemption adds onto the account that
      *        used it like any other credit.
      *   THS  PARM INDEX derives the balances off the STARLDX ledger
      *        history index rather than STARLDGA and STARLDG; the
      *        report says which history it was proved against.
      *        The account lookup tries the account in hand first,
      *        as the index brings each account's records together.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarAudit.
000300 ENVIRONMENT DIVISION.
000900      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-LEDGER-FILE-STATUS.
001110      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
001120          ORGANIZATION IS INDEXED
001130          ACCESS MODE IS SEQUENTIAL
001140          RECORD KEY IS LX-KEY
001150          FILE STATUS IS WS-INDEX-FILE-STATUS.
001200      SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
001300          ORGANIZATION IS INDEXED
001400          ACCESS MODE IS SEQUENTIAL
002600  FILE SECTION.
      * The archive carries the same layout as the live ledger; the
      * copybook prefixes collide, so the archive records are read
      * as a plain buffer of the record length (90 bytes - keep in
      * step if LEDGREC grows) and the fields this run needs picked
      * out in working storage, the way StarExpiry reads the same
      * file.
002700  FD  LEDGER-ARCHIVE-FILE
002800      LABEL RECORDS ARE STANDARD.
002900  01 LA-LEDGER-RECORD PIC X(90).
003000  FD  STAR-LEDGER-FILE
003100      LABEL RECORDS ARE STANDARD.
003200      COPY LEDGREC.
003210  FD  LEDGER-INDEX-FILE
003220      LABEL RECORDS ARE STANDARD.
003230      COPY LDGXREC.
003300  FD  CUSTOMER-MASTER-FILE
003400      LABEL RECORDS ARE STANDARD.
003500      COPY CUSTREC.
004100  01 REPORT-LINE PIC X(80).
004200  WORKING-STORAGE SECTION.

      * Working copy of the archive or index record in hand, laid
      * out with the fields the re-derivation needs.
004300  01 WS-LA-RECORD.
004400      05 FILLER PIC X(20).
004500      05 WS-LA-STAR-COUNT PIC S9(09) USAGE IS BINARY.
005300      05 FILLER PIC X(02).
005310      05 FILLER PIC X(09).
005320      05 FILLER PIC X(08).
005330      05 FILLER PIC X(09).

      * Repair mode off the PARM: the word REPAIR and the
      * supervisor ID signing for it.
005600  01 WS-SUPERVISOR-ID PIC X(08) VALUE SPACES.
005700  01 WS-REPAIR-SWITCH PIC X(01) VALUE "N".
005800      88 WS-REPAIR-MODE VALUE "Y".
005810  01 WS-INDEX-SWITCH PIC X(01) VALUE "N".
005820      88 WS-INDEX-MODE VALUE "Y".
005900  01 WS-SUPERVISOR-VALID-SWITCH PIC X(01) VALUE "N".
006000      88 WS-SUPERVISOR-VALID VALUE "Y".

006200      88 WS-ARCHIVE-EOF VALUE "Y".
006300  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
006400      88 WS-LEDGER-EOF VALUE "Y".
006410  01 WS-INDEX-EOF-SWITCH PIC X(01) VALUE "N".
006420      88 WS-INDEX-EOF VALUE "Y".
006500  01 WS-CUSTMAS-EOF-SWITCH PIC X(01) VALUE "N".
006600      88 WS-CUSTMAS-EOF VALUE "Y".

007300          10 WS-AX-SEEN-ON-MASTER PIC X(01).
007400  01 WS-ACCOUNT-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
007500  01 WS-AX-IDX PIC S9(05) USAGE IS BINARY.
007600  01 WS-THIS-ACCOUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
007700  01 WS-LOOKUP-ACCOUNT PIC 9(06).

      * Fields off the ledger record in hand, moved here so the
      * missing DD, a full disk - is caught instead of vanishing.
009300  01 WS-ARCHIVE-FILE-STATUS PIC X(02).
009400  01 WS-LEDGER-FILE-STATUS PIC X(02).
009410  01 WS-INDEX-FILE-STATUS PIC X(02).
009500  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
009600  01 WS-OPRMAS-FILE-STATUS PIC X(02).
009700  01 WS-REPORT-FILE-STATUS PIC X(02).
009800 PROCEDURE DIVISION.
009900     PERFORM SET-RUN-MODE-PARA.
010000     PERFORM OPEN-FILES-PARA.
010010     IF WS-INDEX-MODE
010020         PERFORM PASS-INDEX-PARA
010030     ELSE
010100         PERFORM PASS-ARCHIVE-PARA
010200         PERFORM PASS-LEDGER-PARA
010210     END-IF.
010250     PERFORM CHECK-PROVABLE-PARA.
010300     PERFORM PRINT-HEADER-PARA.
010400     PERFORM PASS-MASTER-PARA.
012100     IF WS-PARM-MODE = "REPAIR"
012200         MOVE "Y" TO WS-REPAIR-SWITCH
012300     ELSE
012310     IF WS-PARM-MODE = "INDEX"
012320         MOVE "Y" TO WS-INDEX-SWITCH
012330     ELSE
012400         IF WS-PARM-MODE NOT = SPACES
012500             DISPLAY "FATAL: PARM must be blank, INDEX, or "
012600                 "REPAIR followed by a supervisor ID"
012700             STOP RUN
012800         END-IF
012850     END-IF
012900     END-IF.

013000     VALIDATE-SUPERVISOR-PARA.
014600     END-IF.

      * STARLDGA is optional the same way it is for StarExpiry.
      * STARLDX is not: an INDEX run asked for it, and a missing
      * index stops the run rather than audit against nothing.
      * CUSTMAS is opened I-O so repair mode can rewrite the record
      * in hand; report-only mode simply never rewrites.
014700     OPEN-FILES-PARA.
014710     IF WS-INDEX-MODE
014720         OPEN INPUT LEDGER-INDEX-FILE
014730         PERFORM CHECK-INDEX-STATUS-PARA
014740     ELSE
014800         OPEN INPUT LEDGER-ARCHIVE-FILE
014900         IF WS-ARCHIVE-FILE-STATUS = "00"
015000             MOVE "Y" TO WS-ARCHIVE-PRESENT-SWITCH
015100         ELSE
015200             MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
015300         END-IF
015400         OPEN INPUT STAR-LEDGER-FILE
015500         PERFORM CHECK-LEDGER-STATUS-PARA
015510     END-IF.
015600     OPEN I-O CUSTOMER-MASTER-FILE.
015700     PERFORM CHECK-CUSTMAS-STATUS-PARA.
015800     OPEN INPUT OPERATOR-MASTER-FILE.
019400     PERFORM TALLY-LEDGER-PARA.
019500     PERFORM READ-LEDGER-PARA.

      * The index holds the archived months and the open one, so
      * this one pass stands in for both passes above.
019510     PASS-INDEX-PARA.
019520     PERFORM READ-INDEX-PARA.
019530     PERFORM TALLY-ONE-INDEX-PARA UNTIL WS-INDEX-EOF.

019540     READ-INDEX-PARA.
019550     READ LEDGER-INDEX-FILE
019560         AT END MOVE "Y" TO WS-INDEX-EOF-SWITCH
019570     END-READ.
019580     PERFORM CHECK-INDEX-STATUS-PARA.

019590     TALLY-ONE-INDEX-PARA.
019591     MOVE LX-LEDGER-IMAGE TO WS-LA-RECORD.
019592     MOVE WS-LA-ACCOUNT TO WS-TALLY-ACCOUNT.
019593     MOVE WS-LA-STAR-COUNT TO WS-TALLY-STARS.
019594     MOVE WS-LA-TRANS-TYPE TO WS-TALLY-TYPE.
019595     MOVE WS-LA-TRANS-DATE TO WS-TALLY-DATE.
019596     PERFORM TALLY-LEDGER-PARA.
019597     PERFORM READ-INDEX-PARA.

      * Shared by the archive and live passes: issuances and
      * transfers in add to the derived balance; redemptions,
      * expiries and transfers out draw it down - the same
      * arithmetic the counter and StarExpiry apply to the master,
      * replayed from the books. A gift voucher sale belongs to no
      * account's balance and is passed over.
019600     TALLY-LEDGER-PARA.
019700     IF WS-TALLY-ACCOUNT = ZERO
019800         IF WS-TALLY-TYPE = "R"
020220             ADD 1 TO WS-PREACCT-COUNT
020230         END-IF
020300     ELSE
020310     IF WS-TALLY-TYPE = "G"
020320         CONTINUE
020330     ELSE
020400         MOVE WS-TALLY-ACCOUNT TO WS-LOOKUP-ACCOUNT
020500         PERFORM FIND-ACCOUNT-PARA
020600         IF WS-TALLY-TYPE = "R" OR WS-TALLY-TYPE = "E"
021000             ADD WS-TALLY-STARS TO
021100                 WS-AX-DERIVED(WS-THIS-ACCOUNT)
021200         END-IF
021250     END-IF
021300     END-IF.

      * The slot found last time is tried first: off the index an
      * account's records all arrive together, so the search down
      * the table is made once per account rather than per record.
021400     FIND-ACCOUNT-PARA.
021410     IF WS-THIS-ACCOUNT > ZERO
021420         IF WS-AX-ACCOUNT(WS-THIS-ACCOUNT) NOT =
021430                 WS-LOOKUP-ACCOUNT
021440             MOVE ZERO TO WS-THIS-ACCOUNT
021450         END-IF
021460     END-IF.
021470     IF WS-THIS-ACCOUNT = ZERO
021600         PERFORM TRY-ONE-ACCOUNT-PARA
021700             VARYING WS-AX-IDX FROM 1 BY 1
021800             UNTIL WS-AX-IDX > WS-ACCOUNT-COUNT
021900             OR WS-THIS-ACCOUNT > ZERO
021910     END-IF.
022000     IF WS-THIS-ACCOUNT = ZERO
022100         IF WS-ACCOUNT-COUNT = 5000
022200             DISPLAY "FATAL: more than 5000 accounts on the "
032590         PERFORM WRITE-REPORT-PARA
032595     END-IF.
032596     MOVE SPACES TO REPORT-LINE.
032597     IF WS-INDEX-MODE
032598         STRING "HISTORY FROM THE STARLDX LEDGER INDEX"
032599             DELIMITED BY SIZE INTO REPORT-LINE
03259A     ELSE
03259B         STRING "HISTORY FROM STARLDGA AND STARLDG"
03259C             DELIMITED BY SIZE INTO REPORT-LINE
03259D     END-IF.
03259E     PERFORM WRITE-REPORT-PARA.
03259F     MOVE SPACES TO REPORT-LINE.
03259G     PERFORM WRITE-REPORT-PARA.

032700     PRINT-TOTALS-PARA.
032800     MOVE SPACES TO REPORT-LINE.
038200         STOP RUN
038300     END-IF.

038310     CHECK-INDEX-STATUS-PARA.
038320     IF WS-INDEX-FILE-STATUS NOT = "00" AND
038330             WS-INDEX-FILE-STATUS NOT = "10"
038340         DISPLAY "FATAL: I/O error on STARLDX, status "
038350             WS-INDEX-FILE-STATUS
038360         STOP RUN
038370     END-IF.

038400     CHECK-CUSTMAS-STATUS-PARA.
038500     IF WS-CUSTMAS-FILE-STATUS NOT = "00" AND
038600             WS-CUSTMAS-FILE-STATUS NOT = "10"
040300     END-IF.

040400     CLOSE-FILES-PARA.
040410     IF WS-INDEX-MODE
040420         CLOSE LEDGER-INDEX-FILE
040430     ELSE
040500         IF WS-ARCHIVE-PRESENT
040600             CLOSE LEDGER-ARCHIVE-FILE
040700         END-IF
040800         CLOSE STAR-LEDGER-FILE
040810     END-IF.
040900     CLOSE CUSTOMER-MASTER-FILE.
041000     CLOSE OPERATOR-MASTER-FILE.
041100     CLOSE AUDIT-REPORT-FILE.
