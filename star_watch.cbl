      * StarWatch - nightly suspicious activity and velocity review.

      * Every ledger, reject and override record now carries the
      * account, operator, till and transaction sequence behind it,
      * but nobody read them for abuse until a customer complained.
      * This nightly run reads STARLDG, STARREJ and STAREXC, looks
      * the people involved up on OPRMAS (and the accounts on
      * CUSTMAS for their enrollment date), and prints the STARWCH
      * review report for loss prevention. Each flag carries the
      * sequence numbers of the records behind it, so the records
      * can be pulled straight off the files. The report is a
      * review list, not a verdict: a flag never stops the night.

      * Five patterns are flagged:
      *   - stars issued, or credited off a gift voucher, and then
      *     redeemed on the same account within a few minutes of
      *     each other on the run date;
      *   - transfers funnelling into one account from several
      *     different accounts inside the look-back window, marked
      *     PASSED ON when the receiving account transferred stars
      *     on again itself in the same window;
      *   - one supervisor approving overrides again and again for
      *     the same account or for the same till operator inside
      *     the window, and any override a supervisor approved for
      *     their own sale;
      *   - an operator with a run of "IB" (redeem over balance) or
      *     "AC" (unknown account) rejects inside the window;
      *   - redemptions and transfers on the run date against an
      *     account enrolled only days before.
      * A void reversing record is never itself counted; the
      * original it reverses still is, since a quick void is no
      * reason to stop looking at what was rung.

      * The window and every threshold are control values on the
      * STARCTL parameter file (see CTLREC), each with the default
      * below when its record is missing:
      *   WATCHDAY  look-back window in days, run date included (7)
      *   WATCHMIN  minutes between an issue and a redeem (10)
      *   WATCHFUN  accounts transferring into one account (3)
      *   WATCHSUP  overrides by one supervisor for one account or
      *             one operator (3)
      *   WATCHREJ  "IB"/"AC" rejects by one operator (5)
      *   WATCHNEW  days since enrollment an account is new (7)
      * The window reads the live STARLDG only, so just after the
      * month-end cutover it covers the days since the cutover. The
      * run date comes off the command line/PARM as YYYYMMDD and
      * defaults to today.

      * Modification history:
      *   THS  Original review - quick issue/redeem turns, transfer
      *        funnels, repeated supervisor approvals, operator
      *        reject runs and new-account activity, thresholds off
      *        STARCTL, sequence numbers behind every flag.
      *   THS  A gift voucher used ("U") counts as an issue in the
      *        quick-turn check: voucher stars spent at once are
      *        the same pattern as stars bought and spent at once.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarWatch.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
000700          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-LEDGER-FILE-STATUS.
000900      SELECT STAR-REJECT-FILE ASSIGN TO "STARREJ"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-REJECT-FILE-STATUS.
001200      SELECT STAR-EXCEPTION-FILE ASSIGN TO "STAREXC"
001300          ORGANIZATION IS SEQUENTIAL
001400          FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
001500      SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAS"
001600          ORGANIZATION IS INDEXED
001700          ACCESS MODE IS RANDOM
001800          RECORD KEY IS OP-OPERATOR-ID
001900          FILE STATUS IS WS-OPRMAS-FILE-STATUS.
002000      SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
002100          ORGANIZATION IS INDEXED
002200          ACCESS MODE IS RANDOM
002300          RECORD KEY IS CM-ACCOUNT-NUMBER
002400          ALTERNATE RECORD KEY IS CM-CUST-NAME
002500              WITH DUPLICATES
002600          FILE STATUS IS WS-CUSTMAS-FILE-STATUS.
002700      SELECT CONTROL-FILE ASSIGN TO "STARCTL"
002800          ORGANIZATION IS SEQUENTIAL
002900          FILE STATUS IS WS-CONTROL-FILE-STATUS.
003000      SELECT WATCH-REPORT-FILE ASSIGN TO "STARWCH"
003100          ORGANIZATION IS SEQUENTIAL
003200          FILE STATUS IS WS-REPORT-FILE-STATUS.
003300 DATA DIVISION.
003400  FILE SECTION.
003500  FD  STAR-LEDGER-FILE
003600      LABEL RECORDS ARE STANDARD.
003700      COPY LEDGREC.
003800  FD  STAR-REJECT-FILE
003900      LABEL RECORDS ARE STANDARD.
004000      COPY REJECREC.
004100  FD  STAR-EXCEPTION-FILE
004200      LABEL RECORDS ARE STANDARD.
004300      COPY EXCPREC.
004400  FD  OPERATOR-MASTER-FILE
004500      LABEL RECORDS ARE STANDARD.
004600      COPY OPERREC.
004700  FD  CUSTOMER-MASTER-FILE
004800      LABEL RECORDS ARE STANDARD.
004900      COPY CUSTREC.
005000  FD  CONTROL-FILE
005100      LABEL RECORDS ARE STANDARD.
005200      COPY CTLREC.
005300  FD  WATCH-REPORT-FILE
005400      LABEL RECORDS ARE STANDARD.
005500  01 REPORT-LINE PIC X(80).
005600  WORKING-STORAGE SECTION.

      * Run date, off the PARM or defaulted to today.
005700  01 WS-RUN-DATE PIC 9(08).
005800  01 WS-PARM-DATE PIC X(08) VALUE SPACES.

      * EOF switches, one per input pass.
005900  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
006000      88 WS-LEDGER-EOF VALUE "Y".
006100  01 WS-REJECT-EOF-SWITCH PIC X(01) VALUE "N".
006200      88 WS-REJECT-EOF VALUE "Y".
006300  01 WS-EXCEPTION-EOF-SWITCH PIC X(01) VALUE "N".
006400      88 WS-EXCEPTION-EOF VALUE "Y".
006500  01 WS-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
006600      88 WS-CONTROL-EOF VALUE "Y".

      * The window and thresholds, defaulted here and replaced by
      * whatever STARCTL carries.
006700  01 WS-WINDOW-DAYS PIC S9(05) USAGE IS BINARY VALUE 7.
006800  01 WS-QUICK-MINUTES PIC S9(05) USAGE IS BINARY VALUE 10.
006900  01 WS-FUNNEL-SOURCES PIC S9(05) USAGE IS BINARY VALUE 3.
007000  01 WS-REPEAT-APPROVALS PIC S9(05) USAGE IS BINARY VALUE 3.
007100  01 WS-REJECT-RUN PIC S9(05) USAGE IS BINARY VALUE 5.
007200  01 WS-NEW-ACCOUNT-DAYS PIC S9(05) USAGE IS BINARY VALUE 7.
007300  01 WS-QUICK-SECONDS PIC S9(07) USAGE IS BINARY.

      * The window as day numbers, so it can run back across a
      * month or year end: the run date's day number, the first
      * day inside the window, and the day number of the record in
      * hand (the last date converted is kept, since a file is
      * mostly one date after another).
007400  01 WS-RUN-DAYS PIC S9(09) USAGE IS BINARY.
007500  01 WS-WINDOW-START-DAYS PIC S9(09) USAGE IS BINARY.
007600  01 WS-RECORD-DATE PIC 9(08).
007700  01 WS-RECORD-DAYS PIC S9(09) USAGE IS BINARY.
007800  01 WS-LAST-CONVERTED-DATE PIC 9(08) VALUE ZERO.
007900  01 WS-LAST-CONVERTED-DAYS PIC S9(09) USAGE IS BINARY
008000      VALUE ZERO.
008100  01 WS-IN-WINDOW-SWITCH PIC X(01) VALUE "N".
008200      88 WS-IN-WINDOW VALUE "Y".
008300  01 WS-ACCOUNT-AGE PIC S9(09) USAGE IS BINARY.

      * Day-number arithmetic: a YYYYMMDD date in, the count of days
      * since a fixed point out, with March taken as the first month
      * so the leap day falls at the end of the counting year.
008400  01 WS-DN-DATE PIC 9(08).
008500  01 WS-DN-SPLIT REDEFINES WS-DN-DATE.
008600      05 WS-DN-YEAR PIC 9(04).
008700      05 WS-DN-MONTH PIC 9(02).
008800      05 WS-DN-DAY PIC 9(02).
008900  01 WS-DN-Y PIC S9(05) USAGE IS BINARY.
009000  01 WS-DN-M PIC S9(03) USAGE IS BINARY.
009100  01 WS-DN-Q4 PIC S9(05) USAGE IS BINARY.
009200  01 WS-DN-Q100 PIC S9(05) USAGE IS BINARY.
009300  01 WS-DN-Q400 PIC S9(05) USAGE IS BINARY.
009400  01 WS-DN-MTERM PIC S9(05) USAGE IS BINARY.
009500  01 WS-DN-MDAYS PIC S9(05) USAGE IS BINARY.
009600  01 WS-DN-DAYS PIC S9(09) USAGE IS BINARY.

      * HHMMSS broken out to seconds since midnight.
009700  01 WS-TM-TIME PIC 9(06).
009800  01 WS-TM-SPLIT REDEFINES WS-TM-TIME.
009900      05 WS-TM-HOURS PIC 9(02).
010000      05 WS-TM-MINUTES PIC 9(02).
010100      05 WS-TM-SECS PIC 9(02).
010200  01 WS-TM-SECONDS PIC S9(07) USAGE IS BINARY.

      * The run date's issuances and redemptions, for the quick
      * turn check once the whole day has been read - the merged
      * ledger is not in time order across the two tills.
010300  01 WS-EVENT-TABLE.
010400      05 WS-EV-ENTRY OCCURS 5000 TIMES.
010500          10 WS-EV-ACCOUNT PIC 9(06).
010600          10 WS-EV-TYPE PIC X(01).
010700          10 WS-EV-TIME PIC 9(06).
010800          10 WS-EV-SECONDS PIC S9(07) USAGE IS BINARY.
010900          10 WS-EV-SEQ PIC 9(09).
011000  01 WS-EV-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
011100  01 WS-EV-IDX PIC S9(05) USAGE IS BINARY.
011200  01 WS-EV-MATCH-IDX PIC S9(05) USAGE IS BINARY.
011300  01 WS-EV-TRY-IDX PIC S9(05) USAGE IS BINARY.
011400  01 WS-SECONDS-APART PIC S9(07) USAGE IS BINARY.

      * Receiving accounts in the window: every transfer in, and the
      * distinct accounts it came from (the "T" half of a transfer
      * is written just ahead of its "F" half under the same
      * sequence number, which is how the source is known). Only
      * the first ten sources and sequence numbers are kept; the
      * counts go on past them.
011500  01 WS-FUNNEL-TABLE.
011600      05 WS-FN-ENTRY OCCURS 1000 TIMES.
011700          10 WS-FN-ACCOUNT PIC 9(06).
011800          10 WS-FN-IN-COUNT PIC S9(05) USAGE IS BINARY.
011900          10 WS-FN-SOURCE-COUNT PIC S9(05) USAGE IS BINARY.
012000          10 WS-FN-SOURCES.
012100              15 WS-FN-SOURCE PIC 9(06) OCCURS 10 TIMES.
012200          10 WS-FN-SEQS.
012300              15 WS-FN-SEQ PIC 9(09) OCCURS 10 TIMES.
012400  01 WS-FN-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
012500  01 WS-FN-IDX PIC S9(05) USAGE IS BINARY.
012600  01 WS-FN-FOUND-IDX PIC S9(05) USAGE IS BINARY.
012700  01 WS-SRC-IDX PIC S9(05) USAGE IS BINARY.
012800  01 WS-SRC-LIMIT PIC S9(05) USAGE IS BINARY.
012900  01 WS-SRC-FOUND-SWITCH PIC X(01) VALUE "N".
013000      88 WS-SRC-FOUND VALUE "Y".
013100  01 WS-LAST-OUT-SEQ PIC 9(09) VALUE ZERO.
013200  01 WS-LAST-OUT-ACCOUNT PIC 9(06) VALUE ZERO.
013300  01 WS-SOURCE-ACCOUNT PIC 9(06).

      * Every account that sent a transfer out in the window, so a
      * funnel that passed its stars on again can be marked.
013400  01 WS-OUT-TABLE.
013500      05 WS-OUT-ACCOUNT PIC 9(06) OCCURS 2000 TIMES.
013600  01 WS-OUT-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
013700  01 WS-OUT-IDX PIC S9(05) USAGE IS BINARY.
013800  01 WS-OUT-FOUND-SWITCH PIC X(01) VALUE "N".
013900      88 WS-OUT-FOUND VALUE "Y".

      * Override approvals in the window, one entry per supervisor
      * and subject: kind "A" is an account (the subject holds the
      * account number), "O" is a till operator, and "S" is the
      * supervisor approving their own sale.
014000  01 WS-APPROVAL-TABLE.
014100      05 WS-AP-ENTRY OCCURS 1000 TIMES.
014200          10 WS-AP-SUPERVISOR PIC X(08).
014300          10 WS-AP-KIND PIC X(01).
014400          10 WS-AP-SUBJECT PIC X(08).
014500          10 WS-AP-COUNT PIC S9(05) USAGE IS BINARY.
014600          10 WS-AP-SEQS.
014700              15 WS-AP-SEQ PIC 9(09) OCCURS 10 TIMES.
014800  01 WS-AP-COUNT-USED PIC S9(05) USAGE IS BINARY VALUE ZERO.
014900  01 WS-AP-IDX PIC S9(05) USAGE IS BINARY.
015000  01 WS-AP-FOUND-IDX PIC S9(05) USAGE IS BINARY.
015100  01 WS-KEY-SUPERVISOR PIC X(08).
015200  01 WS-KEY-KIND PIC X(01).
015300  01 WS-KEY-SUBJECT PIC X(08).
015400  01 WS-SUBJECT-ACCOUNT-X PIC X(08).
015500  01 WS-SUBJECT-ACCOUNT REDEFINES WS-SUBJECT-ACCOUNT-X.
015600      05 WS-SUBJECT-ACCOUNT-NUMBER PIC 9(06).
015700      05 FILLER PIC X(02).

      * "IB" and "AC" rejects in the window, per operator.
015800  01 WS-REJECT-OP-TABLE.
015900      05 WS-RO-ENTRY OCCURS 500 TIMES.
016000          10 WS-RO-OPERATOR PIC X(08).
016100          10 WS-RO-IB-COUNT PIC S9(05) USAGE IS BINARY.
016200          10 WS-RO-AC-COUNT PIC S9(05) USAGE IS BINARY.
016300          10 WS-RO-SEQS.
016400              15 WS-RO-SEQ PIC 9(09) OCCURS 10 TIMES.
016500  01 WS-RO-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
016600  01 WS-RO-IDX PIC S9(05) USAGE IS BINARY.
016700  01 WS-RO-FOUND-IDX PIC S9(05) USAGE IS BINARY.
016800  01 WS-RO-TOTAL PIC S9(05) USAGE IS BINARY.

      * Run-date redemptions and transfers on new accounts, held
      * for the report.
016900  01 WS-NEW-TABLE.
017000      05 WS-NA-ENTRY OCCURS 1000 TIMES.
017100          10 WS-NA-ACCOUNT PIC 9(06).
017200          10 WS-NA-ENROLL-DATE PIC 9(08).
017300          10 WS-NA-TYPE PIC X(01).
017400          10 WS-NA-STARS PIC S9(09) USAGE IS BINARY.
017500          10 WS-NA-SEQ PIC 9(09).
017600  01 WS-NA-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
017700  01 WS-NA-IDX PIC S9(05) USAGE IS BINARY.

      * The sequence numbers behind the flag being printed, laid out
      * five to a line.
017800  01 WS-LIST-TABLE.
017900      05 WS-LIST-SEQ PIC 9(09) OCCURS 10 TIMES.
018000  01 WS-LIST-COUNT PIC S9(05) USAGE IS BINARY.
018100  01 WS-LIST-TOTAL PIC S9(05) USAGE IS BINARY.
018200  01 WS-LIST-IDX PIC S9(05) USAGE IS BINARY.
018300  01 WS-LIST-POS PIC S9(05) USAGE IS BINARY.
018400  01 WS-LIST-MORE PIC S9(05) USAGE IS BINARY.
018500  01 WS-SEQ-LINE.
018600      05 WS-SL-LABEL PIC X(14).
018700      05 WS-SL-ITEM OCCURS 5 TIMES.
018800          10 WS-SL-GAP PIC X(01).
018900          10 WS-SL-SEQ PIC 9(09).

      * The OPRMAS record for the name on a flag line.
019000  01 WS-LOOKUP-NAME PIC X(20).
019100  01 WS-LOOKUP-SUPERVISOR-SWITCH PIC X(01) VALUE "N".
019200      88 WS-LOOKUP-SUPERVISOR VALUE "Y".
019300  01 WS-CUSTMAS-FOUND-SWITCH PIC X(01) VALUE "N".
019400      88 WS-CUSTMAS-FOUND VALUE "Y".

      * Flags raised, per pattern and in all.
019500  01 WS-QUICK-FLAGS PIC S9(09) USAGE IS BINARY VALUE ZERO.
019600  01 WS-FUNNEL-FLAGS PIC S9(09) USAGE IS BINARY VALUE ZERO.
019700  01 WS-APPROVAL-FLAGS PIC S9(09) USAGE IS BINARY VALUE ZERO.
019800  01 WS-REJECT-FLAGS PIC S9(09) USAGE IS BINARY VALUE ZERO.
019900  01 WS-NEW-FLAGS PIC S9(09) USAGE IS BINARY VALUE ZERO.
020000  01 WS-TOTAL-FLAGS PIC S9(09) USAGE IS BINARY VALUE ZERO.

020100  01 WS-EDIT-DATE PIC 9(08).
020200  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
020300  01 WS-EDIT-SMALL PIC ZZZZ9.
020400  01 WS-EDIT-SMALL-2 PIC ZZZZ9.
020500  01 WS-EDIT-STARS PIC ZZZ,ZZZ,ZZ9-.
020600  01 WS-EDIT-FLAG PIC X(10).
020700  01 WS-EDIT-KIND PIC X(13).

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
020800  01 WS-LEDGER-FILE-STATUS PIC X(02).
020900  01 WS-REJECT-FILE-STATUS PIC X(02).
021000  01 WS-EXCEPTION-FILE-STATUS PIC X(02).
021100  01 WS-OPRMAS-FILE-STATUS PIC X(02).
021200  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
021300  01 WS-CONTROL-FILE-STATUS PIC X(02).
021400  01 WS-REPORT-FILE-STATUS PIC X(02).

021500 PROCEDURE DIVISION.
021600     PERFORM SET-RUN-DATE-PARA.
021700     PERFORM LOAD-CONTROLS-PARA.
021800     PERFORM SET-WINDOW-PARA.
021900     PERFORM OPEN-FILES-PARA.
022000     PERFORM PASS-LEDGER-PARA.
022100     PERFORM PASS-EXCEPTIONS-PARA.
022200     PERFORM PASS-REJECTS-PARA.
022300     PERFORM PRINT-REPORT-PARA.
022400     PERFORM CLOSE-FILES-PARA.
022500     DISPLAY "STARWATCH: DAY " WS-RUN-DATE ", "
022600         WS-TOTAL-FLAGS " FLAG(S) RAISED - SEE STARWCH".
022700     GOBACK.

022800     SET-RUN-DATE-PARA.
022900     ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
023000     IF WS-PARM-DATE = SPACES
023100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023200     ELSE
023300         MOVE WS-PARM-DATE TO WS-RUN-DATE
023400     END-IF.

      * STARCTL is optional: with no parameter file at all the run
      * keeps its stated defaults, the same as a file that simply
      * has none of the WATCH records.
023500     LOAD-CONTROLS-PARA.
023600     OPEN INPUT CONTROL-FILE.
023700     IF WS-CONTROL-FILE-STATUS = "00"
023800         PERFORM READ-CONTROL-PARA
023900         PERFORM LOAD-ONE-CONTROL-PARA UNTIL WS-CONTROL-EOF
024000         CLOSE CONTROL-FILE
024100     END-IF.

024200     READ-CONTROL-PARA.
024300     READ CONTROL-FILE
024400         AT END MOVE "Y" TO WS-CONTROL-EOF-SWITCH
024500     END-READ.
024600     PERFORM CHECK-CONTROL-STATUS-PARA.

024700     LOAD-ONE-CONTROL-PARA.
024800     IF CT-CONTROL-ID = "WATCHDAY"
024900         MOVE CT-CONTROL-VALUE TO WS-WINDOW-DAYS
025000     END-IF.
025100     IF CT-CONTROL-ID = "WATCHMIN"
025200         MOVE CT-CONTROL-VALUE TO WS-QUICK-MINUTES
025300     END-IF.
025400     IF CT-CONTROL-ID = "WATCHFUN"
025500         MOVE CT-CONTROL-VALUE TO WS-FUNNEL-SOURCES
025600     END-IF.
025700     IF CT-CONTROL-ID = "WATCHSUP"
025800         MOVE CT-CONTROL-VALUE TO WS-REPEAT-APPROVALS
025900     END-IF.
026000     IF CT-CONTROL-ID = "WATCHREJ"
026100         MOVE CT-CONTROL-VALUE TO WS-REJECT-RUN
026200     END-IF.
026300     IF CT-CONTROL-ID = "WATCHNEW"
026400         MOVE CT-CONTROL-VALUE TO WS-NEW-ACCOUNT-DAYS
026500     END-IF.
026600     PERFORM READ-CONTROL-PARA.

      * A window of under a day still takes in the run date.
026700     SET-WINDOW-PARA.
026800     IF WS-WINDOW-DAYS < 1
026900         MOVE 1 TO WS-WINDOW-DAYS
027000     END-IF.
027100     COMPUTE WS-QUICK-SECONDS = WS-QUICK-MINUTES * 60.
027200     MOVE WS-RUN-DATE TO WS-DN-DATE.
027300     PERFORM DATE-TO-DAYS-PARA.
027400     MOVE WS-DN-DAYS TO WS-RUN-DAYS.
027500     COMPUTE WS-WINDOW-START-DAYS = WS-RUN-DAYS
027600         - WS-WINDOW-DAYS + 1.

027700     OPEN-FILES-PARA.
027800     OPEN INPUT STAR-LEDGER-FILE.
027900     PERFORM CHECK-LEDGER-STATUS-PARA.
028000     OPEN INPUT STAR-REJECT-FILE.
028100     PERFORM CHECK-REJECT-STATUS-PARA.
028200     OPEN INPUT STAR-EXCEPTION-FILE.
028300     PERFORM CHECK-EXCEPTION-STATUS-PARA.
028400     OPEN INPUT OPERATOR-MASTER-FILE.
028500     PERFORM CHECK-OPRMAS-STATUS-PARA.
028600     OPEN INPUT CUSTOMER-MASTER-FILE.
028700     PERFORM CHECK-CUSTMAS-STATUS-PARA.
028800     OPEN OUTPUT WATCH-REPORT-FILE.
028900     PERFORM CHECK-REPORT-STATUS-PARA.

029000     PASS-LEDGER-PARA.
029100     PERFORM READ-LEDGER-PARA.
029200     PERFORM CHECK-ONE-LEDGER-PARA UNTIL WS-LEDGER-EOF.

029300     READ-LEDGER-PARA.
029400     READ STAR-LEDGER-FILE
029500         AT END MOVE "Y" TO WS-LEDGER-EOF-SWITCH
029600     END-READ.
029700     PERFORM CHECK-LEDGER-STATUS-PARA.

      * Transfers count across the whole window; the quick turn and
      * new-account checks look at the run date alone.
029800     CHECK-ONE-LEDGER-PARA.
029900     IF NOT LR-VOID-ENTRY
030000         MOVE LR-TRANS-DATE TO WS-RECORD-DATE
030100         PERFORM CHECK-WINDOW-PARA
030200         IF WS-IN-WINDOW AND LR-TRANSFER-OUT
030300             PERFORM NOTE-TRANSFER-OUT-PARA
030400         END-IF
030500         IF WS-IN-WINDOW AND LR-TRANSFER-IN
030600             PERFORM NOTE-TRANSFER-IN-PARA
030700         END-IF
030800         IF LR-TRANS-DATE = WS-RUN-DATE
030900             IF LR-TRANS-TYPE = SPACE OR LR-TRANS-TYPE = "I"
031000                     OR LR-REDEMPTION OR LR-VOUCHER-REDEEM
031100                 PERFORM NOTE-EVENT-PARA
031200             END-IF
031300             IF LR-REDEMPTION OR LR-TRANSFER-OUT
031400                     OR LR-TRANSFER-IN
031500                 PERFORM CHECK-NEW-ACCOUNT-PARA
031600             END-IF
031700         END-IF
031800     END-IF.
031900     PERFORM READ-LEDGER-PARA.

032000     NOTE-EVENT-PARA.
032100     IF WS-EV-COUNT = 5000
032200         DISPLAY "FATAL: more than 5000 issuances and "
032300             "redemptions for the day; raise the table and "
032400             "recompile"
032500         STOP RUN
032600     END-IF.
032700     ADD 1 TO WS-EV-COUNT.
032800     MOVE LR-ACCOUNT-NUMBER TO WS-EV-ACCOUNT(WS-EV-COUNT).
032900     IF LR-REDEMPTION
033000         MOVE "R" TO WS-EV-TYPE(WS-EV-COUNT)
033100     ELSE
033200         MOVE "I" TO WS-EV-TYPE(WS-EV-COUNT)
033300     END-IF.
033400     MOVE LR-TRANS-TIME TO WS-EV-TIME(WS-EV-COUNT).
033500     MOVE LR-TRANS-TIME TO WS-TM-TIME.
033600     PERFORM TIME-TO-SECONDS-PARA.
033700     MOVE WS-TM-SECONDS TO WS-EV-SECONDS(WS-EV-COUNT).
033800     MOVE LR-SEQUENCE-NUMBER TO WS-EV-SEQ(WS-EV-COUNT).

033900     NOTE-TRANSFER-OUT-PARA.
034000     MOVE LR-SEQUENCE-NUMBER TO WS-LAST-OUT-SEQ.
034100     MOVE LR-ACCOUNT-NUMBER TO WS-LAST-OUT-ACCOUNT.
034200     MOVE "N" TO WS-OUT-FOUND-SWITCH.
034300     PERFORM TRY-ONE-OUT-PARA
034400         VARYING WS-OUT-IDX FROM 1 BY 1
034500         UNTIL WS-OUT-IDX > WS-OUT-COUNT OR WS-OUT-FOUND.
034600     IF NOT WS-OUT-FOUND
034700         IF WS-OUT-COUNT = 2000
034800             DISPLAY "FATAL: more than 2000 transferring "
034900                 "accounts in the window; raise the table "
035000                 "and recompile"
035100             STOP RUN
035200         END-IF
035300         ADD 1 TO WS-OUT-COUNT
035400         MOVE LR-ACCOUNT-NUMBER TO WS-OUT-ACCOUNT(WS-OUT-COUNT)
035500     END-IF.

035600     TRY-ONE-OUT-PARA.
035700     IF WS-OUT-ACCOUNT(WS-OUT-IDX) = LR-ACCOUNT-NUMBER
035800         MOVE "Y" TO WS-OUT-FOUND-SWITCH
035900     END-IF.

      * The source is the "T" record just read under the same
      * sequence number; an "F" with no partner in front of it
      * still counts as a transfer in, from no known source.
036000     NOTE-TRANSFER-IN-PARA.
036100     IF LR-SEQUENCE-NUMBER = WS-LAST-OUT-SEQ
036200         MOVE WS-LAST-OUT-ACCOUNT TO WS-SOURCE-ACCOUNT
036300     ELSE
036400         MOVE ZERO TO WS-SOURCE-ACCOUNT
036500     END-IF.
036600     PERFORM FIND-FUNNEL-PARA.
036700     ADD 1 TO WS-FN-IN-COUNT(WS-FN-FOUND-IDX).
036800     IF WS-FN-IN-COUNT(WS-FN-FOUND-IDX) NOT > 10
036900         MOVE LR-SEQUENCE-NUMBER TO WS-FN-SEQ(WS-FN-FOUND-IDX,
037000             WS-FN-IN-COUNT(WS-FN-FOUND-IDX))
037100     END-IF.
037200     IF WS-SOURCE-ACCOUNT > ZERO
037300         MOVE "N" TO WS-SRC-FOUND-SWITCH
037400         MOVE WS-FN-SOURCE-COUNT(WS-FN-FOUND-IDX) TO WS-SRC-LIMIT
037500         IF WS-SRC-LIMIT > 10
037600             MOVE 10 TO WS-SRC-LIMIT
037700         END-IF
037800         PERFORM TRY-ONE-SOURCE-PARA
037900             VARYING WS-SRC-IDX FROM 1 BY 1
038000             UNTIL WS-SRC-IDX > WS-SRC-LIMIT OR WS-SRC-FOUND
038100         IF NOT WS-SRC-FOUND
038200             ADD 1 TO WS-FN-SOURCE-COUNT(WS-FN-FOUND-IDX)
038300             IF WS-FN-SOURCE-COUNT(WS-FN-FOUND-IDX) NOT > 10
038400                 MOVE WS-SOURCE-ACCOUNT
038500                     TO WS-FN-SOURCE(WS-FN-FOUND-IDX,
038600                     WS-FN-SOURCE-COUNT(WS-FN-FOUND-IDX))
038700             END-IF
038800         END-IF
038900     END-IF.

039000     TRY-ONE-SOURCE-PARA.
039100     IF WS-FN-SOURCE(WS-FN-FOUND-IDX, WS-SRC-IDX)
039200             = WS-SOURCE-ACCOUNT
039300         MOVE "Y" TO WS-SRC-FOUND-SWITCH
039400     END-IF.

039500     FIND-FUNNEL-PARA.
039600     MOVE ZERO TO WS-FN-FOUND-IDX.
039700     PERFORM TRY-ONE-FUNNEL-PARA
039800         VARYING WS-FN-IDX FROM 1 BY 1
039900         UNTIL WS-FN-IDX > WS-FN-COUNT OR WS-FN-FOUND-IDX > 0.
040000     IF WS-FN-FOUND-IDX = ZERO
040100         IF WS-FN-COUNT = 1000
040200             DISPLAY "FATAL: more than 1000 receiving "
040300                 "accounts in the window; raise the table "
040400                 "and recompile"
040500             STOP RUN
040600         END-IF
040700         ADD 1 TO WS-FN-COUNT
040800         MOVE WS-FN-COUNT TO WS-FN-FOUND-IDX
040900         MOVE LR-ACCOUNT-NUMBER TO WS-FN-ACCOUNT(WS-FN-FOUND-IDX)
041000         MOVE ZERO TO WS-FN-IN-COUNT(WS-FN-FOUND-IDX)
041100         MOVE ZERO TO WS-FN-SOURCE-COUNT(WS-FN-FOUND-IDX)
041200         MOVE ZERO TO WS-FN-SOURCES(WS-FN-FOUND-IDX)
041300         MOVE ZERO TO WS-FN-SEQS(WS-FN-FOUND-IDX)
041400     END-IF.

041500     TRY-ONE-FUNNEL-PARA.
041600     IF WS-FN-ACCOUNT(WS-FN-IDX) = LR-ACCOUNT-NUMBER
041700         MOVE WS-FN-IDX TO WS-FN-FOUND-IDX
041800     END-IF.

      * An account is new when it was enrolled fewer than WATCHNEW
      * days before the run date. An account no longer on CUSTMAS,
      * or carrying no enrollment date, cannot be judged and is
      * left alone.
041900     CHECK-NEW-ACCOUNT-PARA.
042000     MOVE LR-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
042100     MOVE "Y" TO WS-CUSTMAS-FOUND-SWITCH.
042200     READ CUSTOMER-MASTER-FILE
042300         INVALID KEY
042400             MOVE "N" TO WS-CUSTMAS-FOUND-SWITCH
042500     END-READ.
042600     PERFORM CHECK-CUSTMAS-STATUS-PARA.
042700     IF WS-CUSTMAS-FOUND AND CM-ENROLL-DATE > ZERO
042800         MOVE CM-ENROLL-DATE TO WS-DN-DATE
042900         PERFORM DATE-TO-DAYS-PARA
043000         COMPUTE WS-ACCOUNT-AGE = WS-RUN-DAYS - WS-DN-DAYS
043100         IF WS-ACCOUNT-AGE NOT < ZERO AND
043200                 WS-ACCOUNT-AGE < WS-NEW-ACCOUNT-DAYS
043300             PERFORM NOTE-NEW-ACCOUNT-PARA
043400         END-IF
043500     END-IF.

043600     NOTE-NEW-ACCOUNT-PARA.
043700     IF WS-NA-COUNT = 1000
043800         DISPLAY "FATAL: more than 1000 new-account "
043900             "transactions for the day; raise the table and "
044000             "recompile"
044100         STOP RUN
044200     END-IF.
044300     ADD 1 TO WS-NA-COUNT.
044400     MOVE LR-ACCOUNT-NUMBER TO WS-NA-ACCOUNT(WS-NA-COUNT).
044500     MOVE CM-ENROLL-DATE TO WS-NA-ENROLL-DATE(WS-NA-COUNT).
044600     MOVE LR-TRANS-TYPE TO WS-NA-TYPE(WS-NA-COUNT).
044700     MOVE LR-STAR-COUNT TO WS-NA-STARS(WS-NA-COUNT).
044800     MOVE LR-SEQUENCE-NUMBER TO WS-NA-SEQ(WS-NA-COUNT).

044900     PASS-EXCEPTIONS-PARA.
045000     PERFORM READ-EXCEPTION-PARA.
045100     PERFORM CHECK-ONE-EXCEPTION-PARA UNTIL WS-EXCEPTION-EOF.

045200     READ-EXCEPTION-PARA.
045300     READ STAR-EXCEPTION-FILE
045400         AT END MOVE "Y" TO WS-EXCEPTION-EOF-SWITCH
045500     END-READ.
045600     PERFORM CHECK-EXCEPTION-STATUS-PARA.

      * Every approval counts once against its account and once
      * against the operator it was granted to - or, when the
      * supervisor rang the sale themselves, as a self-approval.
045700     CHECK-ONE-EXCEPTION-PARA.
045800     MOVE EX-TRANS-DATE TO WS-RECORD-DATE.
045900     PERFORM CHECK-WINDOW-PARA.
046000     IF WS-IN-WINDOW
046100         MOVE EX-SUPERVISOR-ID TO WS-KEY-SUPERVISOR
046200         IF EX-ACCOUNT-NUMBER > ZERO
046300             MOVE SPACES TO WS-SUBJECT-ACCOUNT-X
046400             MOVE EX-ACCOUNT-NUMBER
046500                 TO WS-SUBJECT-ACCOUNT-NUMBER
046600             MOVE "A" TO WS-KEY-KIND
046700             MOVE WS-SUBJECT-ACCOUNT-X TO WS-KEY-SUBJECT
046800             PERFORM NOTE-APPROVAL-PARA
046900         END-IF
047000         IF EX-SUPERVISOR-ID = EX-OPERATOR-ID
047100             MOVE "S" TO WS-KEY-KIND
047200         ELSE
047300             MOVE "O" TO WS-KEY-KIND
047400         END-IF
047500         MOVE EX-OPERATOR-ID TO WS-KEY-SUBJECT
047600         PERFORM NOTE-APPROVAL-PARA
047700     END-IF.
047800     PERFORM READ-EXCEPTION-PARA.

047900     NOTE-APPROVAL-PARA.
048000     MOVE ZERO TO WS-AP-FOUND-IDX.
048100     PERFORM TRY-ONE-APPROVAL-PARA
048200         VARYING WS-AP-IDX FROM 1 BY 1
048300         UNTIL WS-AP-IDX > WS-AP-COUNT-USED
048400         OR WS-AP-FOUND-IDX > 0.
048500     IF WS-AP-FOUND-IDX = ZERO
048600         IF WS-AP-COUNT-USED = 1000
048700             DISPLAY "FATAL: more than 1000 supervisor "
048800                 "approval pairs in the window; raise the "
048900                 "table and recompile"
049000             STOP RUN
049100         END-IF
049200         ADD 1 TO WS-AP-COUNT-USED
049300         MOVE WS-AP-COUNT-USED TO WS-AP-FOUND-IDX
049400         MOVE WS-KEY-SUPERVISOR
049500             TO WS-AP-SUPERVISOR(WS-AP-FOUND-IDX)
049600         MOVE WS-KEY-KIND TO WS-AP-KIND(WS-AP-FOUND-IDX)
049700         MOVE WS-KEY-SUBJECT TO WS-AP-SUBJECT(WS-AP-FOUND-IDX)
049800         MOVE ZERO TO WS-AP-COUNT(WS-AP-FOUND-IDX)
049900         MOVE ZERO TO WS-AP-SEQS(WS-AP-FOUND-IDX)
050000     END-IF.
050100     ADD 1 TO WS-AP-COUNT(WS-AP-FOUND-IDX).
050200     IF WS-AP-COUNT(WS-AP-FOUND-IDX) NOT > 10
050300         MOVE EX-SEQUENCE-NUMBER TO WS-AP-SEQ(WS-AP-FOUND-IDX,
050400             WS-AP-COUNT(WS-AP-FOUND-IDX))
050500     END-IF.

050600     TRY-ONE-APPROVAL-PARA.
050700     IF WS-AP-SUPERVISOR(WS-AP-IDX) = WS-KEY-SUPERVISOR AND
050800             WS-AP-KIND(WS-AP-IDX) = WS-KEY-KIND AND
050900             WS-AP-SUBJECT(WS-AP-IDX) = WS-KEY-SUBJECT
051000         MOVE WS-AP-IDX TO WS-AP-FOUND-IDX
051100     END-IF.

051200     PASS-REJECTS-PARA.
051300     PERFORM READ-REJECT-PARA.
051400     PERFORM CHECK-ONE-REJECT-PARA UNTIL WS-REJECT-EOF.

051500     READ-REJECT-PARA.
051600     READ STAR-REJECT-FILE
051700         AT END MOVE "Y" TO WS-REJECT-EOF-SWITCH
051800     END-READ.
051900     PERFORM CHECK-REJECT-STATUS-PARA.

052000     CHECK-ONE-REJECT-PARA.
052100     IF RJ-REASON-OVER-BALANCE OR RJ-REASON-UNKNOWN-ACCOUNT
052200         MOVE RJ-TRANS-DATE TO WS-RECORD-DATE
052300         PERFORM CHECK-WINDOW-PARA
052400         IF WS-IN-WINDOW
052500             PERFORM NOTE-REJECT-PARA
052600         END-IF
052700     END-IF.
052800     PERFORM READ-REJECT-PARA.

052900     NOTE-REJECT-PARA.
053000     MOVE ZERO TO WS-RO-FOUND-IDX.
053100     PERFORM TRY-ONE-REJECT-OP-PARA
053200         VARYING WS-RO-IDX FROM 1 BY 1
053300         UNTIL WS-RO-IDX > WS-RO-COUNT OR WS-RO-FOUND-IDX > 0.
053400     IF WS-RO-FOUND-IDX = ZERO
053500         IF WS-RO-COUNT = 500
053600             DISPLAY "FATAL: more than 500 operators with "
053700                 "rejects in the window; raise the table and "
053800                 "recompile"
053900             STOP RUN
054000         END-IF
054100         ADD 1 TO WS-RO-COUNT
054200         MOVE WS-RO-COUNT TO WS-RO-FOUND-IDX
054300         MOVE RJ-OPERATOR-ID TO WS-RO-OPERATOR(WS-RO-FOUND-IDX)
054400         MOVE ZERO TO WS-RO-IB-COUNT(WS-RO-FOUND-IDX)
054500         MOVE ZERO TO WS-RO-AC-COUNT(WS-RO-FOUND-IDX)
054600         MOVE ZERO TO WS-RO-SEQS(WS-RO-FOUND-IDX)
054700     END-IF.
054800     IF RJ-REASON-OVER-BALANCE
054900         ADD 1 TO WS-RO-IB-COUNT(WS-RO-FOUND-IDX)
055000     ELSE
055100         ADD 1 TO WS-RO-AC-COUNT(WS-RO-FOUND-IDX)
055200     END-IF.
055300     COMPUTE WS-RO-TOTAL = WS-RO-IB-COUNT(WS-RO-FOUND-IDX)
055400         + WS-RO-AC-COUNT(WS-RO-FOUND-IDX).
055500     IF WS-RO-TOTAL NOT > 10
055600         MOVE RJ-SEQUENCE-NUMBER
055700             TO WS-RO-SEQ(WS-RO-FOUND-IDX, WS-RO-TOTAL)
055800     END-IF.

055900     TRY-ONE-REJECT-OP-PARA.
056000     IF WS-RO-OPERATOR(WS-RO-IDX) = RJ-OPERATOR-ID
056100         MOVE WS-RO-IDX TO WS-RO-FOUND-IDX
056200     END-IF.

      * Sets WS-IN-WINDOW for the date in WS-RECORD-DATE.
056300     CHECK-WINDOW-PARA.
056400     MOVE "N" TO WS-IN-WINDOW-SWITCH.
056500     IF WS-RECORD-DATE NOT = WS-LAST-CONVERTED-DATE
056600         MOVE WS-RECORD-DATE TO WS-DN-DATE
056700         PERFORM DATE-TO-DAYS-PARA
056800         MOVE WS-RECORD-DATE TO WS-LAST-CONVERTED-DATE
056900         MOVE WS-DN-DAYS TO WS-LAST-CONVERTED-DAYS
057000     END-IF.
057100     MOVE WS-LAST-CONVERTED-DAYS TO WS-RECORD-DAYS.
057200     IF WS-RECORD-DAYS NOT < WS-WINDOW-START-DAYS AND
057300             WS-RECORD-DAYS NOT > WS-RUN-DAYS
057400         MOVE "Y" TO WS-IN-WINDOW-SWITCH
057500     END-IF.

      * WS-DN-DATE in, WS-DN-DAYS out. Each division goes to a whole
      * number field on its own so the remainder is dropped at that
      * step, not carried into the sum. A zero date gives zero.
057600     DATE-TO-DAYS-PARA.
057700     IF WS-DN-DATE = ZERO
057800         MOVE ZERO TO WS-DN-DAYS
057900     ELSE
058000         MOVE WS-DN-YEAR TO WS-DN-Y
058100         MOVE WS-DN-MONTH TO WS-DN-M
058200         IF WS-DN-M < 3
058300             SUBTRACT 1 FROM WS-DN-Y
058400             ADD 12 TO WS-DN-M
058500         END-IF
058600         DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4
058700         DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
058800         DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
058900         COMPUTE WS-DN-MTERM = 153 * (WS-DN-M - 3) + 2
059000         DIVIDE WS-DN-MTERM BY 5 GIVING WS-DN-MDAYS
059100         COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4
059200             - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MDAYS
059300             + WS-DN-DAY
059400     END-IF.

059500     TIME-TO-SECONDS-PARA.
059600     COMPUTE WS-TM-SECONDS = WS-TM-HOURS * 3600
059700         + WS-TM-MINUTES * 60 + WS-TM-SECS.

059800     PRINT-REPORT-PARA.
059900     MOVE SPACES TO REPORT-LINE.
060000     STRING "STAR SELLER - SUSPICIOUS ACTIVITY REVIEW"
060100         DELIMITED BY SIZE INTO REPORT-LINE.
060200     PERFORM WRITE-REPORT-PARA.
060300     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
060400     MOVE WS-WINDOW-DAYS TO WS-EDIT-SMALL.
060500     MOVE SPACES TO REPORT-LINE.
060600     STRING "RUN DATE " WS-EDIT-DATE
060700         "   WINDOW " WS-EDIT-SMALL " DAY(S)"
060800         DELIMITED BY SIZE INTO REPORT-LINE.
060900     PERFORM WRITE-REPORT-PARA.
061000     MOVE SPACES TO REPORT-LINE.
061100     PERFORM WRITE-REPORT-PARA.
061200     PERFORM PRINT-QUICK-SECTION-PARA.
061300     PERFORM PRINT-FUNNEL-SECTION-PARA.
061400     PERFORM PRINT-APPROVAL-SECTION-PARA.
061500     PERFORM PRINT-REJECT-SECTION-PARA.
061600     PERFORM PRINT-NEW-SECTION-PARA.
061700     COMPUTE WS-TOTAL-FLAGS = WS-QUICK-FLAGS + WS-FUNNEL-FLAGS
061800         + WS-APPROVAL-FLAGS + WS-REJECT-FLAGS + WS-NEW-FLAGS.
061900     MOVE WS-TOTAL-FLAGS TO WS-EDIT-COUNT.
062000     MOVE SPACES TO REPORT-LINE.
062100     STRING "TOTAL FLAGS RAISED  " WS-EDIT-COUNT
062200         DELIMITED BY SIZE INTO REPORT-LINE.
062300     PERFORM WRITE-REPORT-PARA.

      * Quick turns: each run-date redemption set against the same
      * account's issuances that day; the first issuance found
      * inside the WATCHMIN gap either side is the one shown.
062400     PRINT-QUICK-SECTION-PARA.
062500     MOVE WS-QUICK-MINUTES TO WS-EDIT-SMALL.
062600     MOVE SPACES TO REPORT-LINE.
062700     STRING "ISSUED AND REDEEMED WITHIN " WS-EDIT-SMALL
062800         " MINUTE(S) - RUN DATE"
062900         DELIMITED BY SIZE INTO REPORT-LINE.
063000     PERFORM WRITE-REPORT-PARA.
063100     PERFORM CHECK-ONE-QUICK-PARA
063200         VARYING WS-EV-IDX FROM 1 BY 1
063300         UNTIL WS-EV-IDX > WS-EV-COUNT.
063400     MOVE WS-QUICK-FLAGS TO WS-EDIT-COUNT.
063500     MOVE "  QUICK TURNS" TO WS-EDIT-KIND.
063600     PERFORM PRINT-SECTION-COUNT-PARA.

063700     CHECK-ONE-QUICK-PARA.
063800     IF WS-EV-TYPE(WS-EV-IDX) = "R"
063900         MOVE ZERO TO WS-EV-MATCH-IDX
064000         PERFORM TRY-ONE-QUICK-PARA
064100             VARYING WS-EV-TRY-IDX FROM 1 BY 1
064200             UNTIL WS-EV-TRY-IDX > WS-EV-COUNT
064300         IF WS-EV-MATCH-IDX > ZERO
064400             ADD 1 TO WS-QUICK-FLAGS
064500             MOVE SPACES TO REPORT-LINE
064600             STRING "ACCT " WS-EV-ACCOUNT(WS-EV-IDX)
064700                 "  ISSUED " WS-EV-TIME(WS-EV-MATCH-IDX)
064800                 " SEQ " WS-EV-SEQ(WS-EV-MATCH-IDX)
064900                 "  REDEEMED " WS-EV-TIME(WS-EV-IDX)
065000                 " SEQ " WS-EV-SEQ(WS-EV-IDX)
065100                 DELIMITED BY SIZE INTO REPORT-LINE
065200             PERFORM WRITE-REPORT-PARA
065300         END-IF
065400     END-IF.

065500     TRY-ONE-QUICK-PARA.
065600     IF WS-EV-TYPE(WS-EV-TRY-IDX) = "I" AND
065700             WS-EV-ACCOUNT(WS-EV-TRY-IDX)
065800             = WS-EV-ACCOUNT(WS-EV-IDX)
065900         COMPUTE WS-SECONDS-APART = WS-EV-SECONDS(WS-EV-IDX)
066000             - WS-EV-SECONDS(WS-EV-TRY-IDX)
066100         IF WS-SECONDS-APART < ZERO
066200             COMPUTE WS-SECONDS-APART = 0 - WS-SECONDS-APART
066300         END-IF
066400         IF WS-SECONDS-APART NOT > WS-QUICK-SECONDS
066500             IF WS-EV-MATCH-IDX = ZERO
066600                 MOVE WS-EV-TRY-IDX TO WS-EV-MATCH-IDX
066700             END-IF
066800         END-IF
066900     END-IF.

067000     PRINT-FUNNEL-SECTION-PARA.
067100     MOVE WS-WINDOW-DAYS TO WS-EDIT-SMALL.
067200     MOVE SPACES TO REPORT-LINE.
067300     STRING "TRANSFERS FUNNELLING INTO ONE ACCOUNT - LAST "
067400         WS-EDIT-SMALL " DAY(S)"
067500         DELIMITED BY SIZE INTO REPORT-LINE.
067600     PERFORM WRITE-REPORT-PARA.
067700     PERFORM PRINT-ONE-FUNNEL-PARA
067800         VARYING WS-FN-IDX FROM 1 BY 1
067900         UNTIL WS-FN-IDX > WS-FN-COUNT.
068000     MOVE WS-FUNNEL-FLAGS TO WS-EDIT-COUNT.
068100     MOVE "  FUNNELS" TO WS-EDIT-KIND.
068200     PERFORM PRINT-SECTION-COUNT-PARA.

068300     PRINT-ONE-FUNNEL-PARA.
068400     IF WS-FN-SOURCE-COUNT(WS-FN-IDX) NOT < WS-FUNNEL-SOURCES
068500         ADD 1 TO WS-FUNNEL-FLAGS
068600         MOVE "N" TO WS-OUT-FOUND-SWITCH
068700         PERFORM TRY-ONE-ONWARD-PARA
068800             VARYING WS-OUT-IDX FROM 1 BY 1
068900             UNTIL WS-OUT-IDX > WS-OUT-COUNT OR WS-OUT-FOUND
069000         IF WS-OUT-FOUND
069100             MOVE "PASSED ON" TO WS-EDIT-FLAG
069200         ELSE
069300             MOVE SPACES TO WS-EDIT-FLAG
069400         END-IF
069500         MOVE WS-FN-IN-COUNT(WS-FN-IDX) TO WS-EDIT-SMALL
069600         MOVE WS-FN-SOURCE-COUNT(WS-FN-IDX) TO WS-EDIT-SMALL-2
069700         MOVE SPACES TO REPORT-LINE
069800         STRING "ACCT " WS-FN-ACCOUNT(WS-FN-IDX)
069900             "  " WS-EDIT-SMALL " TRANSFER(S) IN FROM "
070000             WS-EDIT-SMALL-2 " ACCOUNT(S)  " WS-EDIT-FLAG
070100             DELIMITED BY SIZE INTO REPORT-LINE
070200         PERFORM WRITE-REPORT-PARA
070300         MOVE WS-FN-SEQS(WS-FN-IDX) TO WS-LIST-TABLE
070400         MOVE WS-FN-IN-COUNT(WS-FN-IDX) TO WS-LIST-TOTAL
070500         PERFORM PRINT-SEQ-LIST-PARA
070600     END-IF.

070700     TRY-ONE-ONWARD-PARA.
070800     IF WS-OUT-ACCOUNT(WS-OUT-IDX) = WS-FN-ACCOUNT(WS-FN-IDX)
070900         MOVE "Y" TO WS-OUT-FOUND-SWITCH
071000     END-IF.

      * The name and role on each flag come off OPRMAS as it stands
      * tonight; an approver who is no longer an active supervisor
      * there is called out under the line.
071100     PRINT-APPROVAL-SECTION-PARA.
071200     MOVE WS-WINDOW-DAYS TO WS-EDIT-SMALL.
071300     MOVE SPACES TO REPORT-LINE.
071400     STRING "REPEATED SUPERVISOR OVERRIDES - LAST "
071500         WS-EDIT-SMALL " DAY(S)"
071600         DELIMITED BY SIZE INTO REPORT-LINE.
071700     PERFORM WRITE-REPORT-PARA.
071800     PERFORM PRINT-ONE-APPROVAL-PARA
071900         VARYING WS-AP-IDX FROM 1 BY 1
072000         UNTIL WS-AP-IDX > WS-AP-COUNT-USED.
072100     MOVE WS-APPROVAL-FLAGS TO WS-EDIT-COUNT.
072200     MOVE "  APPROVALS" TO WS-EDIT-KIND.
072300     PERFORM PRINT-SECTION-COUNT-PARA.

072400     PRINT-ONE-APPROVAL-PARA.
072500     IF WS-AP-KIND(WS-AP-IDX) = "S" OR
072600             WS-AP-COUNT(WS-AP-IDX) NOT < WS-REPEAT-APPROVALS
072700         ADD 1 TO WS-APPROVAL-FLAGS
072800         MOVE WS-AP-SUPERVISOR(WS-AP-IDX) TO OP-OPERATOR-ID
072900         PERFORM LOOKUP-OPERATOR-PARA
073000         IF WS-AP-KIND(WS-AP-IDX) = "A"
073100             MOVE "FOR ACCOUNT  " TO WS-EDIT-KIND
073200         END-IF
073300         IF WS-AP-KIND(WS-AP-IDX) = "O"
073400             MOVE "FOR OPERATOR " TO WS-EDIT-KIND
073500         END-IF
073600         IF WS-AP-KIND(WS-AP-IDX) = "S"
073700             MOVE "OWN SALE     " TO WS-EDIT-KIND
073800         END-IF
073900         MOVE WS-AP-COUNT(WS-AP-IDX) TO WS-EDIT-SMALL
074000         MOVE SPACES TO REPORT-LINE
074100         STRING "SUPV " WS-AP-SUPERVISOR(WS-AP-IDX)
074200             " " WS-LOOKUP-NAME
074300             "  " WS-EDIT-KIND WS-AP-SUBJECT(WS-AP-IDX)
074400             "  " WS-EDIT-SMALL " TIME(S)"
074500             DELIMITED BY SIZE INTO REPORT-LINE
074600         PERFORM WRITE-REPORT-PARA
074700         IF NOT WS-LOOKUP-SUPERVISOR
074800             MOVE SPACES TO REPORT-LINE
074900             STRING "    ** NOT AN ACTIVE SUPERVISOR ON OPRMAS **"
075000                 DELIMITED BY SIZE INTO REPORT-LINE
075100             PERFORM WRITE-REPORT-PARA
075200         END-IF
075300         MOVE WS-AP-SEQS(WS-AP-IDX) TO WS-LIST-TABLE
075400         MOVE WS-AP-COUNT(WS-AP-IDX) TO WS-LIST-TOTAL
075500         PERFORM PRINT-SEQ-LIST-PARA
075600     END-IF.

075700     PRINT-REJECT-SECTION-PARA.
075800     MOVE WS-WINDOW-DAYS TO WS-EDIT-SMALL.
075900     MOVE SPACES TO REPORT-LINE.
076000     STRING "OPERATOR IB/AC REJECT RUNS - LAST "
076100         WS-EDIT-SMALL " DAY(S)"
076200         DELIMITED BY SIZE INTO REPORT-LINE.
076300     PERFORM WRITE-REPORT-PARA.
076400     PERFORM PRINT-ONE-REJECT-OP-PARA
076500         VARYING WS-RO-IDX FROM 1 BY 1
076600         UNTIL WS-RO-IDX > WS-RO-COUNT.
076700     MOVE WS-REJECT-FLAGS TO WS-EDIT-COUNT.
076800     MOVE "  OPERATORS" TO WS-EDIT-KIND.
076900     PERFORM PRINT-SECTION-COUNT-PARA.

077000     PRINT-ONE-REJECT-OP-PARA.
077100     COMPUTE WS-RO-TOTAL = WS-RO-IB-COUNT(WS-RO-IDX)
077200         + WS-RO-AC-COUNT(WS-RO-IDX).
077300     IF WS-RO-TOTAL NOT < WS-REJECT-RUN
077400         ADD 1 TO WS-REJECT-FLAGS
077500         MOVE WS-RO-OPERATOR(WS-RO-IDX) TO OP-OPERATOR-ID
077600         PERFORM LOOKUP-OPERATOR-PARA
077700         MOVE WS-RO-IB-COUNT(WS-RO-IDX) TO WS-EDIT-SMALL
077800         MOVE WS-RO-AC-COUNT(WS-RO-IDX) TO WS-EDIT-SMALL-2
077900         MOVE SPACES TO REPORT-LINE
078000         STRING "OPER " WS-RO-OPERATOR(WS-RO-IDX)
078100             " " WS-LOOKUP-NAME
078200             "  IB " WS-EDIT-SMALL
078300             "  AC " WS-EDIT-SMALL-2
078400             DELIMITED BY SIZE INTO REPORT-LINE
078500         PERFORM WRITE-REPORT-PARA
078600         MOVE WS-RO-SEQS(WS-RO-IDX) TO WS-LIST-TABLE
078700         MOVE WS-RO-TOTAL TO WS-LIST-TOTAL
078800         PERFORM PRINT-SEQ-LIST-PARA
078900     END-IF.

079000     PRINT-NEW-SECTION-PARA.
079100     MOVE WS-NEW-ACCOUNT-DAYS TO WS-EDIT-SMALL.
079200     MOVE SPACES TO REPORT-LINE.
079300     STRING "REDEMPTIONS AND TRANSFERS ON ACCOUNTS ENROLLED "
079400         "UNDER " WS-EDIT-SMALL " DAY(S)"
079500         DELIMITED BY SIZE INTO REPORT-LINE.
079600     PERFORM WRITE-REPORT-PARA.
079700     PERFORM PRINT-ONE-NEW-PARA
079800         VARYING WS-NA-IDX FROM 1 BY 1
079900         UNTIL WS-NA-IDX > WS-NA-COUNT.
080000     MOVE WS-NEW-FLAGS TO WS-EDIT-COUNT.
080100     MOVE "  NEW ACCOUNT" TO WS-EDIT-KIND.
080200     PERFORM PRINT-SECTION-COUNT-PARA.

080300     PRINT-ONE-NEW-PARA.
080400     ADD 1 TO WS-NEW-FLAGS.
080500     MOVE WS-NA-STARS(WS-NA-IDX) TO WS-EDIT-STARS.
080600     MOVE SPACES TO REPORT-LINE.
080700     STRING "ACCT " WS-NA-ACCOUNT(WS-NA-IDX)
080800         "  ENROLLED " WS-NA-ENROLL-DATE(WS-NA-IDX)
080900         "  TYPE " WS-NA-TYPE(WS-NA-IDX)
081000         "  STARS " WS-EDIT-STARS
081100         "  SEQ " WS-NA-SEQ(WS-NA-IDX)
081200         DELIMITED BY SIZE INTO REPORT-LINE.
081300     PERFORM WRITE-REPORT-PARA.

      * The section's flag count, labelled by WS-EDIT-KIND, and a
      * blank line before the next section.
081400     PRINT-SECTION-COUNT-PARA.
081500     MOVE SPACES TO REPORT-LINE.
081600     STRING WS-EDIT-KIND " FLAGGED " WS-EDIT-COUNT
081700         DELIMITED BY SIZE INTO REPORT-LINE.
081800     PERFORM WRITE-REPORT-PARA.
081900     MOVE SPACES TO REPORT-LINE.
082000     PERFORM WRITE-REPORT-PARA.

      * WS-LIST-TABLE holds up to ten sequence numbers behind a flag
      * and WS-LIST-TOTAL how many there were in all; they print
      * five to a line, with a count of any past the tenth.
082100     PRINT-SEQ-LIST-PARA.
082200     MOVE WS-LIST-TOTAL TO WS-LIST-COUNT.
082300     IF WS-LIST-COUNT > 10
082400         MOVE 10 TO WS-LIST-COUNT
082500     END-IF.
082600     MOVE SPACES TO WS-SEQ-LINE.
082700     MOVE "    SEQ NOS" TO WS-SL-LABEL.
082800     MOVE ZERO TO WS-LIST-POS.
082900     PERFORM LIST-ONE-SEQ-PARA
083000         VARYING WS-LIST-IDX FROM 1 BY 1
083100         UNTIL WS-LIST-IDX > WS-LIST-COUNT.
083200     IF WS-LIST-POS > ZERO
083300         MOVE WS-SEQ-LINE TO REPORT-LINE
083400         PERFORM WRITE-REPORT-PARA
083500     END-IF.
083600     IF WS-LIST-TOTAL > 10
083700         COMPUTE WS-LIST-MORE = WS-LIST-TOTAL - 10
083800         MOVE WS-LIST-MORE TO WS-EDIT-SMALL
083900         MOVE SPACES TO REPORT-LINE
084000         STRING "              AND " WS-EDIT-SMALL " MORE"
084100             DELIMITED BY SIZE INTO REPORT-LINE
084200         PERFORM WRITE-REPORT-PARA
084300     END-IF.

084400     LIST-ONE-SEQ-PARA.
084500     ADD 1 TO WS-LIST-POS.
084600     MOVE WS-LIST-SEQ(WS-LIST-IDX) TO WS-SL-SEQ(WS-LIST-POS).
084700     IF WS-LIST-POS = 5
084800         MOVE WS-SEQ-LINE TO REPORT-LINE
084900         PERFORM WRITE-REPORT-PARA
085000         MOVE SPACES TO WS-SEQ-LINE
085100         MOVE ZERO TO WS-LIST-POS
085200     END-IF.

      * OP-OPERATOR-ID in; the name and whether the ID is an active
      * supervisor tonight out.
085300     LOOKUP-OPERATOR-PARA.
085400     MOVE "N" TO WS-LOOKUP-SUPERVISOR-SWITCH.
085500     READ OPERATOR-MASTER-FILE
085600         INVALID KEY
085700             MOVE "(NOT ON OPRMAS)" TO WS-LOOKUP-NAME
085800         NOT INVALID KEY
085900             MOVE OP-OPER-NAME TO WS-LOOKUP-NAME
086000             IF OP-ROLE-SUPERVISOR AND OP-ACTIVE
086100                 MOVE "Y" TO WS-LOOKUP-SUPERVISOR-SWITCH
086200             END-IF
086300     END-READ.
086400     PERFORM CHECK-OPRMAS-STATUS-PARA.

086500     WRITE-REPORT-PARA.
086600     WRITE REPORT-LINE.
086700     PERFORM CHECK-REPORT-STATUS-PARA.

      * The AT END phrases above already handle status "10"; any
      * other non-"00" status is an unexpected I/O error.
086800     CHECK-LEDGER-STATUS-PARA.
086900     IF WS-LEDGER-FILE-STATUS NOT = "00" AND
087000             WS-LEDGER-FILE-STATUS NOT = "10"
087100         DISPLAY "FATAL: I/O error on STARLDG, status "
087200             WS-LEDGER-FILE-STATUS
087300         STOP RUN
087400     END-IF.

087500     CHECK-REJECT-STATUS-PARA.
087600     IF WS-REJECT-FILE-STATUS NOT = "00" AND
087700             WS-REJECT-FILE-STATUS NOT = "10"
087800         DISPLAY "FATAL: I/O error on STARREJ, status "
087900             WS-REJECT-FILE-STATUS
088000         STOP RUN
088100     END-IF.

088200     CHECK-EXCEPTION-STATUS-PARA.
088300     IF WS-EXCEPTION-FILE-STATUS NOT = "00" AND
088400             WS-EXCEPTION-FILE-STATUS NOT = "10"
088500         DISPLAY "FATAL: I/O error on STAREXC, status "
088600             WS-EXCEPTION-FILE-STATUS
088700         STOP RUN
088800     END-IF.

      * Status "23" is a key not found, already handled by the
      * INVALID KEY phrases.
088900     CHECK-OPRMAS-STATUS-PARA.
089000     IF WS-OPRMAS-FILE-STATUS NOT = "00" AND
089100             WS-OPRMAS-FILE-STATUS NOT = "23"
089200         DISPLAY "FATAL: I/O error on OPRMAS, status "
089300             WS-OPRMAS-FILE-STATUS
089400         STOP RUN
089500     END-IF.

089600     CHECK-CUSTMAS-STATUS-PARA.
089700     IF WS-CUSTMAS-FILE-STATUS NOT = "00" AND
089800             WS-CUSTMAS-FILE-STATUS NOT = "23"
089900         DISPLAY "FATAL: I/O error on CUSTMAS, status "
090000             WS-CUSTMAS-FILE-STATUS
090100         STOP RUN
090200     END-IF.

090300     CHECK-CONTROL-STATUS-PARA.
090400     IF WS-CONTROL-FILE-STATUS NOT = "00" AND
090500             WS-CONTROL-FILE-STATUS NOT = "10"
090600         DISPLAY "FATAL: I/O error on STARCTL, status "
090700             WS-CONTROL-FILE-STATUS
090800         STOP RUN
090900     END-IF.

091000     CHECK-REPORT-STATUS-PARA.
091100     IF WS-REPORT-FILE-STATUS NOT = "00"
091200         DISPLAY "FATAL: I/O error on STARWCH, status "
091300             WS-REPORT-FILE-STATUS
091400         STOP RUN
091500     END-IF.

091600     CLOSE-FILES-PARA.
091700     CLOSE STAR-LEDGER-FILE.
091800     CLOSE STAR-REJECT-FILE.
091900     CLOSE STAR-EXCEPTION-FILE.
092000     CLOSE OPERATOR-MASTER-FILE.
092100     CLOSE CUSTOMER-MASTER-FILE.
092200     CLOSE WATCH-REPORT-FILE.
