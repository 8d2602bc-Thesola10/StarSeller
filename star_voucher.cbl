      * StarVoucher - open gift voucher report for accounting.

      * A gift voucher is money taken for stars that no account
      * holds until the voucher is used at the counter, so accounting
      * carries every voucher sold and not yet used or expired as a
      * liability of its own. StarLiability prints the totals; this
      * run prints the vouchers behind them. It passes the STARVCH
      * voucher file (see VOUCREC) in voucher number order and lists
      * each voucher still standing issued - number, the day it was
      * sold and the last day it can be used, the account that
      * bought it, stars and the value taken - marking any past its
      * last day that the nightly StarExpiry run has not yet closed
      * out. The report goes to STARVOR, with the outstanding totals
      * and a count of the vouchers redeemed, expired and cancelled
      * at the foot.

      * The report is as at today. The run is on demand, usually at
      * month-end close alongside StarLiability, and takes no PARM.
      * A shop that has sold no vouchers has no STARVCH yet and gets
      * a report saying so.

      * Modification history:
      *   THS  Original open-voucher report - one line per issued
      *        voucher off STARVCH, past-expiry vouchers marked,
      *        outstanding totals and closed-voucher counts.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarVoucher.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT VOUCHER-FILE ASSIGN TO "STARVCH"
000700          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS SEQUENTIAL
000900          RECORD KEY IS VC-VOUCHER-NUMBER
001000          FILE STATUS IS WS-VOUCHER-FILE-STATUS.
001100      SELECT VOUCHER-REPORT-FILE ASSIGN TO "STARVOR"
001200          ORGANIZATION IS SEQUENTIAL
001300          FILE STATUS IS WS-REPORT-FILE-STATUS.
001400 DATA DIVISION.
001500  FILE SECTION.
001600  FD  VOUCHER-FILE
001700      LABEL RECORDS ARE STANDARD.
001800      COPY VOUCREC.
001900  FD  VOUCHER-REPORT-FILE
002000      LABEL RECORDS ARE STANDARD.
002100  01 REPORT-LINE PIC X(80).
002200  WORKING-STORAGE SECTION.

002300  01 WS-TODAY-DATE PIC 9(08).

002400  01 WS-VOUCHER-EOF-SWITCH PIC X(01) VALUE "N".
002500      88 WS-VOUCHER-EOF VALUE "Y".

      * STARVCH only exists once the first gift voucher is sold.
002600  01 WS-VOUCHER-PRESENT-SWITCH PIC X(01) VALUE "N".
002700      88 WS-VOUCHER-PRESENT VALUE "Y".

      * Run tallies, printed at the foot of the report.
002800  01 WS-OPEN-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
002900  01 WS-OPEN-STAR-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
003000  01 WS-OPEN-VALUE-SUM PIC S9(11)V99 USAGE IS COMP-3
003100      VALUE ZERO.
003200  01 WS-STALE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
003300  01 WS-STALE-VALUE-SUM PIC S9(11)V99 USAGE IS COMP-3
003400      VALUE ZERO.
003500  01 WS-REDEEMED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
003600  01 WS-EXPIRED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
003700  01 WS-CANCELLED-COUNT PIC S9(09) USAGE IS BINARY
003800      VALUE ZERO.

003900  01 WS-EDIT-VOUCHER PIC 9(09).
004000  01 WS-EDIT-ACCOUNT PIC 9(06).
004100  01 WS-EDIT-STARS PIC ZZZ,ZZZ,ZZ9.
004200  01 WS-EDIT-DOLLARS PIC $$$,$$9.99.
004300  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
004400  01 WS-EDIT-VALUE PIC $$,$$$,$$$,$$9.99.
004500  01 WS-PAST-WORD PIC X(13).

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
004600  01 WS-VOUCHER-FILE-STATUS PIC X(02).
004700  01 WS-REPORT-FILE-STATUS PIC X(02).

004800 PROCEDURE DIVISION.
004900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
005000     PERFORM OPEN-FILES-PARA.
005100     PERFORM PRINT-HEADER-PARA.
005200     IF WS-VOUCHER-PRESENT
005300         PERFORM READ-VOUCHER-PARA
005400         PERFORM CHECK-ONE-VOUCHER-PARA UNTIL WS-VOUCHER-EOF
005500     END-IF.
005600     PERFORM PRINT-TOTALS-PARA.
005700     PERFORM CLOSE-FILES-PARA.
005800     DISPLAY "Gift vouchers outstanding: " WS-OPEN-COUNT.
005900     DISPLAY "Outstanding past expiry: " WS-STALE-COUNT.
006000     STOP RUN.

      * No STARVCH at all ("35") is a shop that has sold no
      * vouchers yet: an empty report, not a failure.
006100     OPEN-FILES-PARA.
006200     OPEN INPUT VOUCHER-FILE.
006300     IF WS-VOUCHER-FILE-STATUS = "35"
006400         MOVE "Y" TO WS-VOUCHER-EOF-SWITCH
006500     ELSE
006600         PERFORM CHECK-VOUCHER-STATUS-PARA
006700         MOVE "Y" TO WS-VOUCHER-PRESENT-SWITCH
006800     END-IF.
006900     OPEN OUTPUT VOUCHER-REPORT-FILE.
007000     PERFORM CHECK-REPORT-STATUS-PARA.

007100     PRINT-HEADER-PARA.
007200     MOVE SPACES TO REPORT-LINE.
007300     STRING "STAR SELLER - OUTSTANDING GIFT VOUCHERS"
007400         DELIMITED BY SIZE INTO REPORT-LINE.
007500     PERFORM WRITE-REPORT-PARA.
007600     MOVE SPACES TO REPORT-LINE.
007700     STRING "AS AT " WS-TODAY-DATE
007800         DELIMITED BY SIZE INTO REPORT-LINE.
007900     PERFORM WRITE-REPORT-PARA.
008000     MOVE SPACES TO REPORT-LINE.
008100     PERFORM WRITE-REPORT-PARA.
008200     MOVE SPACES TO REPORT-LINE.
008300     STRING "  VOUCHER   SOLD      LAST DAY  BUYER "
008400         "        STARS       VALUE"
008500         DELIMITED BY SIZE INTO REPORT-LINE.
008600     PERFORM WRITE-REPORT-PARA.

008700     READ-VOUCHER-PARA.
008800     READ VOUCHER-FILE NEXT RECORD
008900         AT END MOVE "Y" TO WS-VOUCHER-EOF-SWITCH
009000     END-READ.
009100     PERFORM CHECK-VOUCHER-STATUS-PARA.

      * Only a voucher standing issued is listed; the closed ones
      * are counted by how they closed.
009200     CHECK-ONE-VOUCHER-PARA.
009300     IF VC-ISSUED
009400         PERFORM PRINT-ONE-VOUCHER-PARA
009500     END-IF.
009600     IF VC-REDEEMED
009700         ADD 1 TO WS-REDEEMED-COUNT
009800     END-IF.
009900     IF VC-EXPIRED
010000         ADD 1 TO WS-EXPIRED-COUNT
010100     END-IF.
010200     IF VC-CANCELLED
010300         ADD 1 TO WS-CANCELLED-COUNT
010400     END-IF.
010500     PERFORM READ-VOUCHER-PARA.

      * The last day a voucher can be used is VC-EXPIRY-DATE; one
      * still issued after it is waiting for the nightly expiry run
      * and can no longer be used at the counter.
010600     PRINT-ONE-VOUCHER-PARA.
010700     ADD 1 TO WS-OPEN-COUNT.
010800     ADD VC-STAR-COUNT TO WS-OPEN-STAR-SUM.
010900     ADD VC-DOLLAR-VALUE TO WS-OPEN-VALUE-SUM.
011000     IF VC-EXPIRY-DATE < WS-TODAY-DATE
011100         ADD 1 TO WS-STALE-COUNT
011200         ADD VC-DOLLAR-VALUE TO WS-STALE-VALUE-SUM
011300         MOVE "  PAST EXPIRY" TO WS-PAST-WORD
011400     ELSE
011500         MOVE SPACES TO WS-PAST-WORD
011600     END-IF.
011700     MOVE VC-VOUCHER-NUMBER TO WS-EDIT-VOUCHER.
011800     MOVE VC-BUYER-ACCOUNT TO WS-EDIT-ACCOUNT.
011900     MOVE VC-STAR-COUNT TO WS-EDIT-STARS.
012000     MOVE VC-DOLLAR-VALUE TO WS-EDIT-DOLLARS.
012100     MOVE SPACES TO REPORT-LINE.
012200     STRING "  " WS-EDIT-VOUCHER
012300         "  " VC-ISSUE-DATE
012400         "  " VC-EXPIRY-DATE
012500         "  " WS-EDIT-ACCOUNT
012600         "  " WS-EDIT-STARS
012700         "  " WS-EDIT-DOLLARS
012800         WS-PAST-WORD
012900         DELIMITED BY SIZE INTO REPORT-LINE.
013000     PERFORM WRITE-REPORT-PARA.

013100     PRINT-TOTALS-PARA.
013200     MOVE SPACES TO REPORT-LINE.
013300     PERFORM WRITE-REPORT-PARA.
013400     IF NOT WS-VOUCHER-PRESENT
013500         MOVE SPACES TO REPORT-LINE
013600         STRING "NO STARVCH YET - NO GIFT VOUCHERS SOLD"
013700             DELIMITED BY SIZE INTO REPORT-LINE
013800         PERFORM WRITE-REPORT-PARA
013900     ELSE
014000         PERFORM PRINT-OPEN-TOTALS-PARA
014100     END-IF.

014200     PRINT-OPEN-TOTALS-PARA.
014300     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT.
014400     MOVE SPACES TO REPORT-LINE.
014500     STRING "VOUCHERS OUTSTANDING          " WS-EDIT-COUNT
014600         DELIMITED BY SIZE INTO REPORT-LINE.
014700     PERFORM WRITE-REPORT-PARA.
014800     MOVE WS-OPEN-STAR-SUM TO WS-EDIT-STARS.
014900     MOVE SPACES TO REPORT-LINE.
015000     STRING "STARS OWED ON VOUCHERS        " WS-EDIT-STARS
015100         DELIMITED BY SIZE INTO REPORT-LINE.
015200     PERFORM WRITE-REPORT-PARA.
015300     MOVE WS-OPEN-VALUE-SUM TO WS-EDIT-VALUE.
015400     MOVE SPACES TO REPORT-LINE.
015500     STRING "VALUE TAKEN FOR THEM          " WS-EDIT-VALUE
015600         DELIMITED BY SIZE INTO REPORT-LINE.
015700     PERFORM WRITE-REPORT-PARA.
015800     MOVE WS-STALE-COUNT TO WS-EDIT-COUNT.
015900     MOVE SPACES TO REPORT-LINE.
016000     STRING "  OF WHICH PAST EXPIRY        " WS-EDIT-COUNT
016100         DELIMITED BY SIZE INTO REPORT-LINE.
016200     PERFORM WRITE-REPORT-PARA.
016300     MOVE WS-STALE-VALUE-SUM TO WS-EDIT-VALUE.
016400     MOVE SPACES TO REPORT-LINE.
016500     STRING "  VALUE PAST EXPIRY           " WS-EDIT-VALUE
016600         DELIMITED BY SIZE INTO REPORT-LINE.
016700     PERFORM WRITE-REPORT-PARA.
016800     MOVE SPACES TO REPORT-LINE.
016900     PERFORM WRITE-REPORT-PARA.
017000     MOVE WS-REDEEMED-COUNT TO WS-EDIT-COUNT.
017100     MOVE SPACES TO REPORT-LINE.
017200     STRING "VOUCHERS REDEEMED             " WS-EDIT-COUNT
017300         DELIMITED BY SIZE INTO REPORT-LINE.
017400     PERFORM WRITE-REPORT-PARA.
017500     MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT.
017600     MOVE SPACES TO REPORT-LINE.
017700     STRING "VOUCHERS EXPIRED              " WS-EDIT-COUNT
017800         DELIMITED BY SIZE INTO REPORT-LINE.
017900     PERFORM WRITE-REPORT-PARA.
018000     MOVE WS-CANCELLED-COUNT TO WS-EDIT-COUNT.
018100     MOVE SPACES TO REPORT-LINE.
018200     STRING "VOUCHERS CANCELLED            " WS-EDIT-COUNT
018300         DELIMITED BY SIZE INTO REPORT-LINE.
018400     PERFORM WRITE-REPORT-PARA.

018500     WRITE-REPORT-PARA.
018600     WRITE REPORT-LINE.
018700     PERFORM CHECK-REPORT-STATUS-PARA.

      * READ-VOUCHER-PARA's AT END already handles status "10"; any
      * other non-"00" status is an unexpected I/O error.
018800     CHECK-VOUCHER-STATUS-PARA.
018900     IF WS-VOUCHER-FILE-STATUS NOT = "00" AND
019000             WS-VOUCHER-FILE-STATUS NOT = "10"
019100         DISPLAY "FATAL: I/O error on STARVCH, status "
019200             WS-VOUCHER-FILE-STATUS
019300         STOP RUN
019400     END-IF.

019500     CHECK-REPORT-STATUS-PARA.
019600     IF WS-REPORT-FILE-STATUS NOT = "00"
019700         DISPLAY "FATAL: I/O error on STARVOR, status "
019800             WS-REPORT-FILE-STATUS
019900         STOP RUN
020000     END-IF.

020100     CLOSE-FILES-PARA.
020200     IF WS-VOUCHER-PRESENT
020300         CLOSE VOUCHER-FILE
020400     END-IF.
020500     CLOSE VOUCHER-REPORT-FILE.
