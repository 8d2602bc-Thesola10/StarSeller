      * StarReindex - rebuild the STARLDX ledger history index from
      * the books and prove it.

      * STARLDX (see LDGXREC) is kept up to date a record at a time
      * - StarMerge, StarExpiry and StarPromo enter what they append
      * to STARLDG, and StarArchive marks what it cuts to STARLDGA -
      * so a lost or damaged index can never be patched back from
      * the nightly runs alone. This run throws the index away and
      * builds it again from scratch: every record on the STARLDGA
      * archives (the JCL concatenates the archive generations under
      * that name, as it does for StarAudit) is entered as archived,
      * and every record on the live STARLDG as live.

      * The new index is then read back end to end and its entries,
      * stars and value, archived and live, laid against what was
      * read off the books. A record found twice on the books -
      * the same account, sequence, date, time and till - can only
      * be indexed once; each one is listed and allowed for in the
      * proof, since it points at a day merged twice. Any other
      * difference means the index cannot be trusted: the report
      * says so and the run ends with RETURN-CODE 8.

      * The run is on demand and takes no PARM. Nothing may post to
      * STARLDG while it runs, so it is run with the tills closed
      * and outside the night. The report goes to STARRIX.

      * Modification history:
      *   THS  Original index rebuild - STARLDGA and STARLDG loaded
      *        to a fresh STARLDX, duplicates listed, control totals
      *        read back and proved against the books.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarReindex.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT LEDGER-ARCHIVE-FILE ASSIGN TO "STARLDGA"
000700          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000900      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-LEDGER-FILE-STATUS.
      * DYNAMIC: loaded by key in book order, read back in key
      * order.
001200      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
001300          ORGANIZATION IS INDEXED
001400          ACCESS MODE IS DYNAMIC
001500          RECORD KEY IS LX-KEY
001600          FILE STATUS IS WS-INDEX-FILE-STATUS.
001700      SELECT REINDEX-REPORT-FILE ASSIGN TO "STARRIX"
001800          ORGANIZATION IS SEQUENTIAL
001900          FILE STATUS IS WS-REPORT-FILE-STATUS.
002000 DATA DIVISION.
002100  FILE SECTION.
      * The archive carries the same layout as the live ledger; the
      * copybook prefixes collide, so the archive records are read
      * as a plain buffer of the record length (90 bytes - keep in
      * step if LEDGREC grows) and the fields this run needs picked
      * out in working storage, the way StarAudit reads the same
      * file.
002200  FD  LEDGER-ARCHIVE-FILE
002300      LABEL RECORDS ARE STANDARD.
002400  01 LA-LEDGER-RECORD PIC X(90).
002500  FD  STAR-LEDGER-FILE
002600      LABEL RECORDS ARE STANDARD.
002700      COPY LEDGREC.
002800  FD  LEDGER-INDEX-FILE
002900      LABEL RECORDS ARE STANDARD.
003000      COPY LDGXREC.
003100  FD  REINDEX-REPORT-FILE
003200      LABEL RECORDS ARE STANDARD.
003300  01 REPORT-LINE PIC X(80).
003400  WORKING-STORAGE SECTION.

      * Working copy of the ledger record in hand - off the archive,
      * the live ledger or the index image - laid out with the
      * fields the key and the control totals need.
003500  01 WS-LA-RECORD.
003600      05 FILLER PIC X(20).
003700      05 WS-LA-STAR-COUNT PIC S9(09) USAGE IS BINARY.
003800      05 WS-LA-TRANS-DATE PIC 9(08).
003900      05 WS-LA-TRANS-TIME PIC 9(06).
004000      05 WS-LA-DOLLAR-VALUE PIC S9(07)V99 USAGE COMP-3.
004100      05 FILLER PIC X(08).
004200      05 FILLER PIC X(01).
004300      05 WS-LA-ACCOUNT PIC 9(06).
004400      05 WS-LA-TILL-ID PIC X(04).
004500      05 FILLER PIC X(02).
004600      05 WS-LA-SEQUENCE PIC 9(09).
004700      05 FILLER PIC X(08).
004800      05 FILLER PIC X(09).

004900  01 WS-TODAY-DATE PIC 9(08).

005000  01 WS-ARCHIVE-EOF-SWITCH PIC X(01) VALUE "N".
005100      88 WS-ARCHIVE-EOF VALUE "Y".
005200  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
005300      88 WS-LEDGER-EOF VALUE "Y".
005400  01 WS-INDEX-EOF-SWITCH PIC X(01) VALUE "N".
005500      88 WS-INDEX-EOF VALUE "Y".

      * Whether an archive dataset was assigned, decided off the
      * OPEN status the way StarAudit decides.
005600  01 WS-ARCHIVE-PRESENT-SWITCH PIC X(01) VALUE "N".
005700      88 WS-ARCHIVE-PRESENT VALUE "Y".

      * Location the record in hand is entered under, and whether
      * the WRITE found its key already taken.
005800  01 WS-LOAD-LOCATION PIC X(01).
005900      88 WS-LOAD-ARCHIVED VALUE "A".
006000  01 WS-DUPLICATE-SWITCH PIC X(01) VALUE "N".
006100      88 WS-DUPLICATE VALUE "Y".
006200  01 WS-PROVEN-SWITCH PIC X(01) VALUE "Y".
006300      88 WS-PROVEN VALUE "Y".

      * Control totals: read off the books, found twice on the
      * books, and read back off the new index - archived and live.
006400  01 WS-BOOK-ARCH-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
006500  01 WS-BOOK-ARCH-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
006600  01 WS-BOOK-ARCH-DOLLARS PIC S9(11)V99 USAGE IS COMP-3
006700      VALUE ZERO.
006800  01 WS-BOOK-LIVE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
006900  01 WS-BOOK-LIVE-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
007000  01 WS-BOOK-LIVE-DOLLARS PIC S9(11)V99 USAGE IS COMP-3
007100      VALUE ZERO.
007200  01 WS-DUP-ARCH-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
007300  01 WS-DUP-ARCH-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
007400  01 WS-DUP-ARCH-DOLLARS PIC S9(11)V99 USAGE IS COMP-3
007500      VALUE ZERO.
007600  01 WS-DUP-LIVE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
007700  01 WS-DUP-LIVE-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
007800  01 WS-DUP-LIVE-DOLLARS PIC S9(11)V99 USAGE IS COMP-3
007900      VALUE ZERO.
008000  01 WS-IX-ARCH-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
008100  01 WS-IX-ARCH-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
008200  01 WS-IX-ARCH-DOLLARS PIC S9(11)V99 USAGE IS COMP-3
008300      VALUE ZERO.
008400  01 WS-IX-LIVE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
008500  01 WS-IX-LIVE-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
008600  01 WS-IX-LIVE-DOLLARS PIC S9(11)V99 USAGE IS COMP-3
008700      VALUE ZERO.

      * What the index should hold: the books less the duplicates.
008800  01 WS-WANT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
008900  01 WS-WANT-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
009000  01 WS-WANT-DOLLARS PIC S9(11)V99 USAGE IS COMP-3
009100      VALUE ZERO.

009200  01 WS-EDIT-ACCOUNT PIC 9(06).
009300  01 WS-EDIT-SEQUENCE PIC 9(09).
009400  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
009500  01 WS-EDIT-STARS PIC ZZZ,ZZZ,ZZ9-.
009600  01 WS-EDIT-VALUE PIC $$,$$$,$$$,$$9.99-.
009700  01 WS-ROW-LABEL PIC X(18).
009800  01 WS-WHERE-WORD PIC X(08).

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
009900  01 WS-ARCHIVE-FILE-STATUS PIC X(02).
010000  01 WS-LEDGER-FILE-STATUS PIC X(02).
010100  01 WS-INDEX-FILE-STATUS PIC X(02).
010200  01 WS-REPORT-FILE-STATUS PIC X(02).

010300 PROCEDURE DIVISION.
010400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
010500     PERFORM OPEN-FILES-PARA.
010600     PERFORM PRINT-HEADER-PARA.
010700     PERFORM LOAD-ARCHIVE-PARA.
010800     PERFORM LOAD-LEDGER-PARA.
010900     PERFORM READ-BACK-PARA.
011000     PERFORM PRINT-PROOF-PARA.
011100     PERFORM CLOSE-FILES-PARA.
011200     DISPLAY "STARREINDEX: " WS-IX-ARCH-COUNT " archived and "
011300         WS-IX-LIVE-COUNT " live entries indexed".
011400     IF WS-PROVEN
011500         DISPLAY "STARREINDEX: index proven against the books"
011600     ELSE
011700         DISPLAY "STARREINDEX: index does NOT agree with the "
011800             "books - see STARRIX"
011900         MOVE 8 TO RETURN-CODE
012000     END-IF.
012100     STOP RUN.

      * STARLDGA is optional the same way it is for StarAudit: a
      * shop that has never run a month-end has no archive yet.
      * STARLDX is opened OUTPUT, so whatever was there is gone.
012200     OPEN-FILES-PARA.
012300     OPEN INPUT LEDGER-ARCHIVE-FILE.
012400     IF WS-ARCHIVE-FILE-STATUS = "00"
012500         MOVE "Y" TO WS-ARCHIVE-PRESENT-SWITCH
012600     ELSE
012700         MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
012800     END-IF.
012900     OPEN INPUT STAR-LEDGER-FILE.
013000     PERFORM CHECK-LEDGER-STATUS-PARA.
013100     OPEN OUTPUT LEDGER-INDEX-FILE.
013200     PERFORM CHECK-INDEX-STATUS-PARA.
013300     OPEN OUTPUT REINDEX-REPORT-FILE.
013400     PERFORM CHECK-REPORT-STATUS-PARA.

013500     PRINT-HEADER-PARA.
013600     MOVE SPACES TO REPORT-LINE.
013700     STRING "STAR SELLER - LEDGER INDEX REBUILD"
013800         DELIMITED BY SIZE INTO REPORT-LINE.
013900     PERFORM WRITE-REPORT-PARA.
014000     MOVE SPACES TO REPORT-LINE.
014100     STRING "RUN " WS-TODAY-DATE
014200         "  STARLDX REBUILT FROM STARLDGA AND STARLDG"
014300         DELIMITED BY SIZE INTO REPORT-LINE.
014400     PERFORM WRITE-REPORT-PARA.
014500     IF NOT WS-ARCHIVE-PRESENT
014600         MOVE SPACES TO REPORT-LINE
014700         STRING "NO STARLDGA - NO MONTH ARCHIVED YET"
014800             DELIMITED BY SIZE INTO REPORT-LINE
014900         PERFORM WRITE-REPORT-PARA
015000     END-IF.
015100     MOVE SPACES TO REPORT-LINE.
015200     PERFORM WRITE-REPORT-PARA.

015300     LOAD-ARCHIVE-PARA.
015400     IF WS-ARCHIVE-PRESENT
015500         MOVE "A" TO WS-LOAD-LOCATION
015600         PERFORM READ-ARCHIVE-PARA
015700         PERFORM LOAD-ONE-ARCHIVE-PARA UNTIL WS-ARCHIVE-EOF
015800     END-IF.

015900     READ-ARCHIVE-PARA.
016000     READ LEDGER-ARCHIVE-FILE
016100         AT END MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
016200     END-READ.
016300     PERFORM CHECK-ARCHIVE-STATUS-PARA.

016400     LOAD-ONE-ARCHIVE-PARA.
016500     MOVE LA-LEDGER-RECORD TO WS-LA-RECORD.
016600     ADD 1 TO WS-BOOK-ARCH-COUNT.
016700     ADD WS-LA-STAR-COUNT TO WS-BOOK-ARCH-STARS.
016800     ADD WS-LA-DOLLAR-VALUE TO WS-BOOK-ARCH-DOLLARS.
016900     PERFORM LOAD-ONE-ENTRY-PARA.
017000     IF WS-DUPLICATE
017100         ADD 1 TO WS-DUP-ARCH-COUNT
017200         ADD WS-LA-STAR-COUNT TO WS-DUP-ARCH-STARS
017300         ADD WS-LA-DOLLAR-VALUE TO WS-DUP-ARCH-DOLLARS
017400     END-IF.
017500     PERFORM READ-ARCHIVE-PARA.

017600     LOAD-LEDGER-PARA.
017700     MOVE "L" TO WS-LOAD-LOCATION.
017800     PERFORM READ-LEDGER-PARA.
017900     PERFORM LOAD-ONE-LEDGER-PARA UNTIL WS-LEDGER-EOF.

018000     READ-LEDGER-PARA.
018100     READ STAR-LEDGER-FILE
018200         AT END MOVE "Y" TO WS-LEDGER-EOF-SWITCH
018300     END-READ.
018400     PERFORM CHECK-LEDGER-STATUS-PARA.

018500     LOAD-ONE-LEDGER-PARA.
018600     MOVE LR-LEDGER-RECORD TO WS-LA-RECORD.
018700     ADD 1 TO WS-BOOK-LIVE-COUNT.
018800     ADD WS-LA-STAR-COUNT TO WS-BOOK-LIVE-STARS.
018900     ADD WS-LA-DOLLAR-VALUE TO WS-BOOK-LIVE-DOLLARS.
019000     PERFORM LOAD-ONE-ENTRY-PARA.
019100     IF WS-DUPLICATE
019200         ADD 1 TO WS-DUP-LIVE-COUNT
019300         ADD WS-LA-STAR-COUNT TO WS-DUP-LIVE-STARS
019400         ADD WS-LA-DOLLAR-VALUE TO WS-DUP-LIVE-DOLLARS
019500     END-IF.
019600     PERFORM READ-LEDGER-PARA.

      * Keyed the way StarMerge keys the nightly entries. A key
      * already taken ("22") is the same record twice on the books;
      * it is listed and the run carries on.
019700     LOAD-ONE-ENTRY-PARA.
019800     MOVE WS-LA-ACCOUNT TO LX-ACCOUNT-NUMBER.
019900     MOVE WS-LA-SEQUENCE TO LX-SEQUENCE-NUMBER.
020000     MOVE WS-LA-TRANS-DATE TO LX-TRANS-DATE.
020100     MOVE WS-LA-TRANS-TIME TO LX-TRANS-TIME.
020200     MOVE WS-LA-TILL-ID TO LX-TILL-ID.
020300     MOVE WS-LOAD-LOCATION TO LX-LOCATION.
020400     MOVE WS-LA-RECORD TO LX-LEDGER-IMAGE.
020500     MOVE "N" TO WS-DUPLICATE-SWITCH.
020600     WRITE LX-INDEX-RECORD
020700         INVALID KEY
020800             MOVE "Y" TO WS-DUPLICATE-SWITCH
020900     END-WRITE.
021000     PERFORM CHECK-INDEX-STATUS-PARA.
021100     IF WS-DUPLICATE
021200         PERFORM REPORT-DUPLICATE-PARA
021300     END-IF.

021400     REPORT-DUPLICATE-PARA.
021500     IF WS-LOAD-ARCHIVED
021600         MOVE "STARLDGA" TO WS-WHERE-WORD
021700     ELSE
021800         MOVE "STARLDG " TO WS-WHERE-WORD
021900     END-IF.
022000     MOVE WS-LA-ACCOUNT TO WS-EDIT-ACCOUNT.
022100     MOVE WS-LA-SEQUENCE TO WS-EDIT-SEQUENCE.
022200     MOVE WS-LA-STAR-COUNT TO WS-EDIT-STARS.
022300     MOVE SPACES TO REPORT-LINE.
022400     STRING "DUPLICATE ON " WS-WHERE-WORD
022500         " ACCT " WS-EDIT-ACCOUNT
022600         " SEQ " WS-EDIT-SEQUENCE
022700         " " WS-LA-TRANS-DATE
022800         " " WS-LA-TRANS-TIME
022900         " " WS-LA-TILL-ID
023000         DELIMITED BY SIZE INTO REPORT-LINE.
023100     PERFORM WRITE-REPORT-PARA.

      * The index is closed and opened again to read what actually
      * went onto it, not what this run believes it wrote.
023200     READ-BACK-PARA.
023300     CLOSE LEDGER-INDEX-FILE.
023400     OPEN INPUT LEDGER-INDEX-FILE.
023500     PERFORM CHECK-INDEX-STATUS-PARA.
023600     PERFORM READ-INDEX-PARA.
023700     PERFORM TALLY-ONE-INDEX-PARA UNTIL WS-INDEX-EOF.

023800     READ-INDEX-PARA.
023900     READ LEDGER-INDEX-FILE NEXT RECORD
024000         AT END MOVE "Y" TO WS-INDEX-EOF-SWITCH
024100     END-READ.
024200     PERFORM CHECK-INDEX-STATUS-PARA.

024300     TALLY-ONE-INDEX-PARA.
024400     MOVE LX-LEDGER-IMAGE TO WS-LA-RECORD.
024500     IF LX-ARCHIVED
024600         ADD 1 TO WS-IX-ARCH-COUNT
024700         ADD WS-LA-STAR-COUNT TO WS-IX-ARCH-STARS
024800         ADD WS-LA-DOLLAR-VALUE TO WS-IX-ARCH-DOLLARS
024900     ELSE
025000         ADD 1 TO WS-IX-LIVE-COUNT
025100         ADD WS-LA-STAR-COUNT TO WS-IX-LIVE-STARS
025200         ADD WS-LA-DOLLAR-VALUE TO WS-IX-LIVE-DOLLARS
025300     END-IF.
025400     PERFORM READ-INDEX-PARA.

      * Archived and live are proved apart: the index must hold
      * exactly the books less the duplicates, in records, stars
      * and value, on each side.
025500     PRINT-PROOF-PARA.
025600     MOVE SPACES TO REPORT-LINE.
025700     PERFORM WRITE-REPORT-PARA.
025800     MOVE SPACES TO REPORT-LINE.
025900     STRING "                      RECORDS        STARS"
026000         "              VALUE"
026100         DELIMITED BY SIZE INTO REPORT-LINE.
026200     PERFORM WRITE-REPORT-PARA.
026300     MOVE "STARLDGA READ     " TO WS-ROW-LABEL.
026400     MOVE WS-BOOK-ARCH-COUNT TO WS-EDIT-COUNT.
026500     MOVE WS-BOOK-ARCH-STARS TO WS-EDIT-STARS.
026600     MOVE WS-BOOK-ARCH-DOLLARS TO WS-EDIT-VALUE.
026700     PERFORM PRINT-ROW-PARA.
026800     MOVE "  DUPLICATES      " TO WS-ROW-LABEL.
026900     MOVE WS-DUP-ARCH-COUNT TO WS-EDIT-COUNT.
027000     MOVE WS-DUP-ARCH-STARS TO WS-EDIT-STARS.
027100     MOVE WS-DUP-ARCH-DOLLARS TO WS-EDIT-VALUE.
027200     PERFORM PRINT-ROW-PARA.
027300     MOVE "STARLDX ARCHIVED  " TO WS-ROW-LABEL.
027400     MOVE WS-IX-ARCH-COUNT TO WS-EDIT-COUNT.
027500     MOVE WS-IX-ARCH-STARS TO WS-EDIT-STARS.
027600     MOVE WS-IX-ARCH-DOLLARS TO WS-EDIT-VALUE.
027700     PERFORM PRINT-ROW-PARA.
027800     COMPUTE WS-WANT-COUNT =
027900         WS-BOOK-ARCH-COUNT - WS-DUP-ARCH-COUNT.
028000     COMPUTE WS-WANT-STARS =
028100         WS-BOOK-ARCH-STARS - WS-DUP-ARCH-STARS.
028200     COMPUTE WS-WANT-DOLLARS =
028300         WS-BOOK-ARCH-DOLLARS - WS-DUP-ARCH-DOLLARS.
028400     IF WS-IX-ARCH-COUNT NOT = WS-WANT-COUNT OR
028500             WS-IX-ARCH-STARS NOT = WS-WANT-STARS OR
028600             WS-IX-ARCH-DOLLARS NOT = WS-WANT-DOLLARS
028700         MOVE "N" TO WS-PROVEN-SWITCH
028800         MOVE SPACES TO REPORT-LINE
028900         STRING "  *** ARCHIVED ENTRIES DO NOT AGREE WITH "
029000             "STARLDGA ***"
029100             DELIMITED BY SIZE INTO REPORT-LINE
029200         PERFORM WRITE-REPORT-PARA
029300     END-IF.
029400     MOVE SPACES TO REPORT-LINE.
029500     PERFORM WRITE-REPORT-PARA.
029600     MOVE "STARLDG READ      " TO WS-ROW-LABEL.
029700     MOVE WS-BOOK-LIVE-COUNT TO WS-EDIT-COUNT.
029800     MOVE WS-BOOK-LIVE-STARS TO WS-EDIT-STARS.
029900     MOVE WS-BOOK-LIVE-DOLLARS TO WS-EDIT-VALUE.
030000     PERFORM PRINT-ROW-PARA.
030100     MOVE "  DUPLICATES      " TO WS-ROW-LABEL.
030200     MOVE WS-DUP-LIVE-COUNT TO WS-EDIT-COUNT.
030300     MOVE WS-DUP-LIVE-STARS TO WS-EDIT-STARS.
030400     MOVE WS-DUP-LIVE-DOLLARS TO WS-EDIT-VALUE.
030500     PERFORM PRINT-ROW-PARA.
030600     MOVE "STARLDX LIVE      " TO WS-ROW-LABEL.
030700     MOVE WS-IX-LIVE-COUNT TO WS-EDIT-COUNT.
030800     MOVE WS-IX-LIVE-STARS TO WS-EDIT-STARS.
030900     MOVE WS-IX-LIVE-DOLLARS TO WS-EDIT-VALUE.
031000     PERFORM PRINT-ROW-PARA.
031100     COMPUTE WS-WANT-COUNT =
031200         WS-BOOK-LIVE-COUNT - WS-DUP-LIVE-COUNT.
031300     COMPUTE WS-WANT-STARS =
031400         WS-BOOK-LIVE-STARS - WS-DUP-LIVE-STARS.
031500     COMPUTE WS-WANT-DOLLARS =
031600         WS-BOOK-LIVE-DOLLARS - WS-DUP-LIVE-DOLLARS.
031700     IF WS-IX-LIVE-COUNT NOT = WS-WANT-COUNT OR
031800             WS-IX-LIVE-STARS NOT = WS-WANT-STARS OR
031900             WS-IX-LIVE-DOLLARS NOT = WS-WANT-DOLLARS
032000         MOVE "N" TO WS-PROVEN-SWITCH
032100         MOVE SPACES TO REPORT-LINE
032200         STRING "  *** LIVE ENTRIES DO NOT AGREE WITH "
032300             "STARLDG ***"
032400             DELIMITED BY SIZE INTO REPORT-LINE
032500         PERFORM WRITE-REPORT-PARA
032600     END-IF.
032700     MOVE SPACES TO REPORT-LINE.
032800     PERFORM WRITE-REPORT-PARA.
032900     MOVE SPACES TO REPORT-LINE.
033000     IF WS-PROVEN
033100         STRING "STARLDX PROVEN AGAINST STARLDGA AND STARLDG"
033200             DELIMITED BY SIZE INTO REPORT-LINE
033300     ELSE
033400         STRING "*** STARLDX DOES NOT AGREE WITH THE BOOKS - "
033500             "DO NOT USE ***"
033600             DELIMITED BY SIZE INTO REPORT-LINE
033700     END-IF.
033800     PERFORM WRITE-REPORT-PARA.
033900     IF WS-DUP-ARCH-COUNT > 0 OR WS-DUP-LIVE-COUNT > 0
034000         MOVE SPACES TO REPORT-LINE
034100         STRING "DUPLICATE RECORDS ON THE BOOKS - CHECK FOR A "
034200             "DAY MERGED TWICE"
034300             DELIMITED BY SIZE INTO REPORT-LINE
034400         PERFORM WRITE-REPORT-PARA
034500     END-IF.

034600     PRINT-ROW-PARA.
034700     MOVE SPACES TO REPORT-LINE.
034800     STRING WS-ROW-LABEL WS-EDIT-COUNT
034900         " " WS-EDIT-STARS
035000         " " WS-EDIT-VALUE
035100         DELIMITED BY SIZE INTO REPORT-LINE.
035200     PERFORM WRITE-REPORT-PARA.

035300     WRITE-REPORT-PARA.
035400     WRITE REPORT-LINE.
035500     PERFORM CHECK-REPORT-STATUS-PARA.

      * The AT END phrases above already handle status "10"; any
      * other non-"00" status is an unexpected I/O error.
035600     CHECK-ARCHIVE-STATUS-PARA.
035700     IF WS-ARCHIVE-FILE-STATUS NOT = "00" AND
035800             WS-ARCHIVE-FILE-STATUS NOT = "10"
035900         DISPLAY "FATAL: I/O error on STARLDGA, status "
036000             WS-ARCHIVE-FILE-STATUS
036100         STOP RUN
036200     END-IF.

036300     CHECK-LEDGER-STATUS-PARA.
036400     IF WS-LEDGER-FILE-STATUS NOT = "00" AND
036500             WS-LEDGER-FILE-STATUS NOT = "10"
036600         DISPLAY "FATAL: I/O error on STARLDG, status "
036700             WS-LEDGER-FILE-STATUS
036800         STOP RUN
036900     END-IF.

      * "22" is the duplicate key LOAD-ONE-ENTRY-PARA has already
      * listed.
037000     CHECK-INDEX-STATUS-PARA.
037100     IF WS-INDEX-FILE-STATUS NOT = "00" AND
037200             WS-INDEX-FILE-STATUS NOT = "10" AND
037300             WS-INDEX-FILE-STATUS NOT = "22"
037400         DISPLAY "FATAL: I/O error on STARLDX, status "
037500             WS-INDEX-FILE-STATUS
037600         STOP RUN
037700     END-IF.

037800     CHECK-REPORT-STATUS-PARA.
037900     IF WS-REPORT-FILE-STATUS NOT = "00"
038000         DISPLAY "FATAL: I/O error on STARRIX, status "
038100             WS-REPORT-FILE-STATUS
038200         STOP RUN
038300     END-IF.

038400     CLOSE-FILES-PARA.
038500     IF WS-ARCHIVE-PRESENT
038600         CLOSE LEDGER-ARCHIVE-FILE
038700     END-IF.
038800     CLOSE STAR-LEDGER-FILE.
038900     CLOSE LEDGER-INDEX-FILE.
039000     CLOSE REINDEX-REPORT-FILE.
