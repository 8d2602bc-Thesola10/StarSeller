      * StarTier - nightly loyalty tier requalification off the
      * STARTIR tier rules.

      * Every customer used to be treated the same whether they
      * bought ten stars last year or ten thousand. Marketing's
      * Silver, Gold and Platinum tiers are held on the master
      * record (CM-TIER-CODE, and CM-TIER-DATE for the day the
      * account moved into it), the thresholds and earning
      * multipliers live on the effective-dated STARTIR file (see
      * TIERREC), and this nightly run keeps every active account
      * in the tier its purchases earn.

      * Purchases are the stars an account bought over the twelve
      * months ending on the run date: the STARLDGA archives are
      * read ahead of the live ledger the way StarPromo and
      * StarExpiry read them, and only issuances count - bonuses,
      * transfers, expiries and gift vouchers do not. A voided
      * issuance carries the original's type with the stars
      * negated, so it comes back off the tally without a test
      * here. Each active account then takes the highest tier in
      * force whose threshold its purchases reach, or none, moving
      * up or down as its buying does; every move is listed on the
      * STARTCR tier change report with the purchases that earned
      * it. An inactive account keeps what it held.

      * The run changes nothing but the tier, and a rerun for the
      * same day finds every account already where it belongs, so
      * a restarted night can simply run it again. A night with no
      * tier rules in force moves nobody and says so on the report.

      * The run date comes off the command line/PARM as YYYYMMDD
      * and defaults to today.

      * Modification history:
      *   THS  Original requalification run - STARTIR tiers in force
      *        on the run date, twelve-month purchases off STARLDGA
      *        and STARLDG, tier moves on CUSTMAS, STARTCR tier
      *        change report.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarTier.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT TIER-FILE ASSIGN TO "STARTIR"
000700          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-TIER-FILE-STATUS.
000900      SELECT LEDGER-ARCHIVE-FILE ASSIGN TO "STARLDGA"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
001200      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
001300          ORGANIZATION IS SEQUENTIAL
001400          FILE STATUS IS WS-LEDGER-FILE-STATUS.
      * SEQUENTIAL: the requalification walks the whole master in
      * account order and rewrites the record in hand.
001500      SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
001600          ORGANIZATION IS INDEXED
001700          ACCESS MODE IS SEQUENTIAL
001800          RECORD KEY IS CM-ACCOUNT-NUMBER
001900          ALTERNATE RECORD KEY IS CM-CUST-NAME
002000              WITH DUPLICATES
002100          FILE STATUS IS WS-CUSTMAS-FILE-STATUS.
002200      SELECT TIER-REPORT-FILE ASSIGN TO "STARTCR"
002300          ORGANIZATION IS SEQUENTIAL
002400          FILE STATUS IS WS-REPORT-FILE-STATUS.
002500 DATA DIVISION.
002600  FILE SECTION.
002700  FD  TIER-FILE
002800      LABEL RECORDS ARE STANDARD.
002900      COPY TIERREC.
      * The archive carries the same layout as the live ledger; the
      * copybook prefixes collide, so the archive records are read
      * as a plain buffer of the record length (90 bytes - keep in
      * step if LEDGREC grows) and the fields this run needs picked
      * out in working storage, the way StarPromo reads the same
      * file.
003000  FD  LEDGER-ARCHIVE-FILE
003100      LABEL RECORDS ARE STANDARD.
003200  01 LA-LEDGER-RECORD PIC X(90).
003300  FD  STAR-LEDGER-FILE
003400      LABEL RECORDS ARE STANDARD.
003500      COPY LEDGREC.
003600  FD  CUSTOMER-MASTER-FILE
003700      LABEL RECORDS ARE STANDARD.
003800      COPY CUSTREC.
003900  FD  TIER-REPORT-FILE
004000      LABEL RECORDS ARE STANDARD.
004100  01 REPORT-LINE PIC X(80).
004200  WORKING-STORAGE SECTION.

      * Working copy of the archive record in hand, laid out with
      * the fields the tally needs.
004300  01 WS-LA-RECORD.
004400      05 FILLER PIC X(20).
004500      05 WS-LA-STAR-COUNT PIC S9(09) USAGE IS BINARY.
004600      05 WS-LA-TRANS-DATE PIC 9(08).
004700      05 FILLER PIC X(06).
004800      05 FILLER PIC X(05).
004900      05 FILLER PIC X(08).
005000      05 WS-LA-TRANS-TYPE PIC X(01).
005100      05 WS-LA-ACCOUNT PIC 9(06).
005200      05 FILLER PIC X(04).
005300      05 FILLER PIC X(02).
005400      05 FILLER PIC X(09).
005500      05 FILLER PIC X(08).
005600      05 FILLER PIC X(09).

      * Run date (off the PARM or defaulted to today), and the day
      * a year before it: purchases dated after that day and up to
      * the run date are the twelve months that count.
005700  01 WS-RUN-DATE PIC 9(08).
005800  01 WS-PARM-DATE PIC X(08) VALUE SPACES.
005900  01 WS-WINDOW-START PIC 9(08).
006000  01 WS-WINDOW-SPLIT REDEFINES WS-WINDOW-START.
006100      05 WS-WINDOW-YEAR PIC 9(04).
006200      05 WS-WINDOW-MMDD PIC 9(04).

006300  01 WS-TIER-EOF-SWITCH PIC X(01) VALUE "N".
006400      88 WS-TIER-EOF VALUE "Y".
006500  01 WS-ARCHIVE-EOF-SWITCH PIC X(01) VALUE "N".
006600      88 WS-ARCHIVE-EOF VALUE "Y".
006700  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
006800      88 WS-LEDGER-EOF VALUE "Y".
006900  01 WS-CUSTMAS-EOF-SWITCH PIC X(01) VALUE "N".
007000      88 WS-CUSTMAS-EOF VALUE "Y".

      * Whether an archive dataset was assigned tonight, decided
      * off the OPEN status the way StarPromo decides.
007100  01 WS-ARCHIVE-PRESENT-SWITCH PIC X(01) VALUE "N".
007200      88 WS-ARCHIVE-PRESENT VALUE "Y".

      * The tiers in force on the run date, lowest first, with the
      * count of active accounts holding each once the run is done.
007300  01 WS-TIER-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
007400  01 WS-TIER-TABLE.
007500      05 WS-TR-ENTRY OCCURS 3 TIMES.
007600          10 WS-TR-CODE PIC X(01).
007700          10 WS-TR-THRESHOLD PIC 9(09).
007800          10 WS-TR-MULT PIC 9V99.
007900          10 WS-TR-HOLDERS PIC S9(09) USAGE IS BINARY.
008000  01 WS-TIER-IDX PIC S9(05) USAGE IS BINARY.
008100  01 WS-NEW-IDX PIC S9(05) USAGE IS BINARY.

      * A tier code's place in the order Silver, Gold, Platinum -
      * zero for no tier - and its name for the report.
008200  01 WS-RANK-CODE PIC X(01).
008300  01 WS-RANK PIC 9(01).
008400  01 WS-LAST-RANK PIC 9(01) VALUE ZERO.
008500  01 WS-OLD-RANK PIC 9(01).
008600  01 WS-TIER-NAME PIC X(08).
008700  01 WS-OLD-NAME PIC X(08).
008800  01 WS-NEW-NAME PIC X(08).

      * One slot per account that bought stars in the twelve months.
008900  01 WS-ACCOUNT-TABLE.
009000      05 WS-AX-ENTRY OCCURS 5000 TIMES.
009100          10 WS-AX-ACCOUNT PIC 9(06).
009200          10 WS-AX-PURCHASED PIC S9(09) USAGE IS BINARY.
009300  01 WS-ACCOUNT-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
009400  01 WS-AX-IDX PIC S9(05) USAGE IS BINARY.
009500  01 WS-THIS-ACCOUNT PIC S9(05) USAGE IS BINARY.
009600  01 WS-LOOKUP-ACCOUNT PIC 9(06).

      * Fields off the ledger record in hand, moved here so the
      * live and archive passes share one tally paragraph.
009700  01 WS-TALLY-ACCOUNT PIC 9(06).
009800  01 WS-TALLY-STARS PIC S9(09) USAGE IS BINARY.
009900  01 WS-TALLY-DATE PIC 9(08).
010000  01 WS-TALLY-TYPE PIC X(01).

      * The account being requalified.
010100  01 WS-PURCHASED PIC S9(09) USAGE IS BINARY.
010200  01 WS-NEW-CODE PIC X(01).
010300  01 WS-DIRECTION PIC X(04).

      * Run tallies for the report and the console.
010400  01 WS-ACTIVE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
010500  01 WS-INACTIVE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
010600  01 WS-UP-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
010700  01 WS-DOWN-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
010800  01 WS-NO-TIER-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.

010900  01 WS-EDIT-ACCOUNT PIC 9(06).
011000  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
011100  01 WS-EDIT-STARS PIC ZZZ,ZZZ,ZZ9-.
011200  01 WS-EDIT-MULT PIC 9.99.

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
011300  01 WS-TIER-FILE-STATUS PIC X(02).
011400  01 WS-ARCHIVE-FILE-STATUS PIC X(02).
011500  01 WS-LEDGER-FILE-STATUS PIC X(02).
011600  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
011700  01 WS-REPORT-FILE-STATUS PIC X(02).

011800 PROCEDURE DIVISION.
011900     PERFORM SET-RUN-DATE-PARA.
012000     PERFORM LOAD-TIERS-PARA.
012100     IF WS-TIER-COUNT = ZERO
012200         PERFORM REPORT-NO-TIERS-PARA
012300     ELSE
012400         PERFORM OPEN-FILES-PARA
012500         PERFORM PASS-ARCHIVE-PARA
012600         PERFORM PASS-LEDGER-PARA
012700         PERFORM PRINT-HEADER-PARA
012800         PERFORM REQUALIFY-PARA
012900         PERFORM PRINT-TOTALS-PARA
013000         PERFORM CLOSE-FILES-PARA
013100     END-IF.
013200     DISPLAY "STARTIER: day " WS-RUN-DATE ", "
013300         WS-ACTIVE-COUNT " active accounts requalified".
013400     DISPLAY "STARTIER: " WS-UP-COUNT " moved up, "
013500         WS-DOWN-COUNT " moved down".
013600     GOBACK.

013700     SET-RUN-DATE-PARA.
013800     ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
013900     IF WS-PARM-DATE = SPACES
014000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014100     ELSE
014200         MOVE WS-PARM-DATE TO WS-RUN-DATE
014300     END-IF.
      * The same month and day a year back; from 29 February that
      * is a day that never was, which compares correctly all the
      * same.
014400     MOVE WS-RUN-DATE TO WS-WINDOW-START.
014500     SUBTRACT 1 FROM WS-WINDOW-YEAR.

      * The rules file is optional the way STARPRM is for
      * StarPromo - a shop that has not launched the tiers simply
      * has no dataset, and that night nobody moves.
014600     LOAD-TIERS-PARA.
014700     OPEN INPUT TIER-FILE.
014800     IF WS-TIER-FILE-STATUS = "35"
014900         MOVE "Y" TO WS-TIER-EOF-SWITCH
015000     ELSE
015100         PERFORM CHECK-TIER-STATUS-PARA
015200         PERFORM READ-TIER-PARA
015300         PERFORM LOAD-ONE-TIER-PARA UNTIL WS-TIER-EOF
015400         CLOSE TIER-FILE
015500     END-IF.

015600     READ-TIER-PARA.
015700     READ TIER-FILE
015800         AT END MOVE "Y" TO WS-TIER-EOF-SWITCH
015900     END-READ.
016000     PERFORM CHECK-TIER-STATUS-PARA.

      * The tiers in force must run Silver, Gold, Platinum with
      * rising thresholds (see TIERREC). A set that does not would
      * put every account in the wrong tier, so the night stops
      * here, before a single record has moved.
016100     LOAD-ONE-TIER-PARA.
016200     IF TI-EFF-FROM-DATE NOT > WS-RUN-DATE AND
016300             TI-EFF-TO-DATE NOT < WS-RUN-DATE
016400         MOVE TI-TIER-CODE TO WS-RANK-CODE
016500         PERFORM RANK-TIER-PARA
016600         IF WS-RANK = ZERO
016700             DISPLAY "FATAL: STARTIR tier code " TI-TIER-CODE
016800                 " is not S, G or P"
016900             STOP RUN
017000         END-IF
017100         IF WS-TIER-COUNT > ZERO
017200             IF WS-RANK NOT > WS-LAST-RANK OR
017300                     TI-THRESHOLD NOT >
017400                     WS-TR-THRESHOLD(WS-TIER-COUNT)
017500                 DISPLAY "FATAL: STARTIR tiers effective on "
017600                     WS-RUN-DATE " are out of order"
017700                 STOP RUN
017800             END-IF
017900         END-IF
018000         ADD 1 TO WS-TIER-COUNT
018100         MOVE WS-RANK TO WS-LAST-RANK
018200         MOVE TI-TIER-CODE TO WS-TR-CODE(WS-TIER-COUNT)
018300         MOVE TI-THRESHOLD TO WS-TR-THRESHOLD(WS-TIER-COUNT)
018400         MOVE TI-MULTIPLIER TO WS-TR-MULT(WS-TIER-COUNT)
018500         MOVE ZERO TO WS-TR-HOLDERS(WS-TIER-COUNT)
018600     END-IF.
018700     PERFORM READ-TIER-PARA.

018800     RANK-TIER-PARA.
018900     MOVE ZERO TO WS-RANK.
019000     MOVE "NONE" TO WS-TIER-NAME.
019100     IF WS-RANK-CODE = "S"
019200         MOVE 1 TO WS-RANK
019300         MOVE "SILVER" TO WS-TIER-NAME
019400     END-IF.
019500     IF WS-RANK-CODE = "G"
019600         MOVE 2 TO WS-RANK
019700         MOVE "GOLD" TO WS-TIER-NAME
019800     END-IF.
019900     IF WS-RANK-CODE = "P"
020000         MOVE 3 TO WS-RANK
020100         MOVE "PLATINUM" TO WS-TIER-NAME
020200     END-IF.

      * A quiet night still leaves a report saying so, so nobody
      * wonders whether the step ran.
020300     REPORT-NO-TIERS-PARA.
020400     OPEN OUTPUT TIER-REPORT-FILE.
020500     PERFORM CHECK-REPORT-STATUS-PARA.
020600     PERFORM PRINT-TITLE-PARA.
020700     MOVE SPACES TO REPORT-LINE.
020800     STRING "NO TIER RULES IN FORCE TONIGHT - NO ACCOUNT MOVED"
020900         DELIMITED BY SIZE INTO REPORT-LINE.
021000     PERFORM WRITE-REPORT-PARA.
021100     CLOSE TIER-REPORT-FILE.

021200     OPEN-FILES-PARA.
021300     OPEN INPUT LEDGER-ARCHIVE-FILE.
021400     IF WS-ARCHIVE-FILE-STATUS = "00"
021500         MOVE "Y" TO WS-ARCHIVE-PRESENT-SWITCH
021600     ELSE
021700         MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
021800     END-IF.
021900     OPEN INPUT STAR-LEDGER-FILE.
022000     PERFORM CHECK-LEDGER-STATUS-PARA.
      * CUSTMAS is opened I-O, not INPUT, because every move
      * rewrites the account's tier.
022100     OPEN I-O CUSTOMER-MASTER-FILE.
022200     PERFORM CHECK-CUSTMAS-STATUS-PARA.
022300     OPEN OUTPUT TIER-REPORT-FILE.
022400     PERFORM CHECK-REPORT-STATUS-PARA.

022500     PASS-ARCHIVE-PARA.
022600     IF WS-ARCHIVE-PRESENT
022700         PERFORM READ-ARCHIVE-PARA
022800         PERFORM TALLY-ONE-ARCHIVE-PARA UNTIL WS-ARCHIVE-EOF
022900     END-IF.

023000     READ-ARCHIVE-PARA.
023100     READ LEDGER-ARCHIVE-FILE
023200         AT END MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
023300     END-READ.
023400     PERFORM CHECK-ARCHIVE-STATUS-PARA.

023500     TALLY-ONE-ARCHIVE-PARA.
023600     MOVE LA-LEDGER-RECORD TO WS-LA-RECORD.
023700     MOVE WS-LA-ACCOUNT TO WS-TALLY-ACCOUNT.
023800     MOVE WS-LA-STAR-COUNT TO WS-TALLY-STARS.
023900     MOVE WS-LA-TRANS-DATE TO WS-TALLY-DATE.
024000     MOVE WS-LA-TRANS-TYPE TO WS-TALLY-TYPE.
024100     PERFORM TALLY-LEDGER-PARA.
024200     PERFORM READ-ARCHIVE-PARA.

024300     PASS-LEDGER-PARA.
024400     PERFORM READ-LEDGER-PARA.
024500     PERFORM TALLY-ONE-LEDGER-PARA UNTIL WS-LEDGER-EOF.

024600     READ-LEDGER-PARA.
024700     READ STAR-LEDGER-FILE
024800         AT END MOVE "Y" TO WS-LEDGER-EOF-SWITCH
024900     END-READ.
025000     PERFORM CHECK-LEDGER-STATUS-PARA.

025100     TALLY-ONE-LEDGER-PARA.
025200     MOVE LR-ACCOUNT-NUMBER TO WS-TALLY-ACCOUNT.
025300     MOVE LR-STAR-COUNT TO WS-TALLY-STARS.
025400     MOVE LR-TRANS-DATE TO WS-TALLY-DATE.
025500     MOVE LR-TRANS-TYPE TO WS-TALLY-TYPE.
025600     PERFORM TALLY-LEDGER-PARA.
025700     PERFORM READ-LEDGER-PARA.

      * Only purchases inside the twelve months count: redemptions,
      * expiries, transfers, bonuses and gift voucher sales and
      * redemptions are all passed over, the same test StarPromo
      * makes for its lifetime rule. Records from before
      * LR-ACCOUNT-NUMBER carry zero there and count for nobody.
025800     TALLY-LEDGER-PARA.
025900     IF WS-TALLY-ACCOUNT NOT = ZERO AND
026000             WS-TALLY-DATE > WS-WINDOW-START AND
026100             WS-TALLY-DATE NOT > WS-RUN-DATE AND
026200             WS-TALLY-TYPE NOT = "R" AND
026300             WS-TALLY-TYPE NOT = "E" AND
026400             WS-TALLY-TYPE NOT = "T" AND
026500             WS-TALLY-TYPE NOT = "F" AND
026600             WS-TALLY-TYPE NOT = "B" AND
026700             WS-TALLY-TYPE NOT = "G" AND
026800             WS-TALLY-TYPE NOT = "U"
026900         MOVE WS-TALLY-ACCOUNT TO WS-LOOKUP-ACCOUNT
027000         PERFORM FIND-ACCOUNT-PARA
027100         IF WS-THIS-ACCOUNT = ZERO
027200             PERFORM ADD-ACCOUNT-PARA
027300         END-IF
027400         ADD WS-TALLY-STARS TO WS-AX-PURCHASED(WS-THIS-ACCOUNT)
027500     END-IF.

027600     FIND-ACCOUNT-PARA.
027700     MOVE ZERO TO WS-THIS-ACCOUNT.
027800     PERFORM TRY-ONE-ACCOUNT-PARA
027900         VARYING WS-AX-IDX FROM 1 BY 1
028000         UNTIL WS-AX-IDX > WS-ACCOUNT-COUNT
028100         OR WS-THIS-ACCOUNT > ZERO.

028200     TRY-ONE-ACCOUNT-PARA.
028300     IF WS-AX-ACCOUNT(WS-AX-IDX) = WS-LOOKUP-ACCOUNT
028400         MOVE WS-AX-IDX TO WS-THIS-ACCOUNT
028500     END-IF.

028600     ADD-ACCOUNT-PARA.
028700     IF WS-ACCOUNT-COUNT = 5000
028800         DISPLAY "FATAL: more than 5000 accounts bought stars "
028900             "in the year; raise the table and recompile"
029000         STOP RUN
029100     END-IF.
029200     ADD 1 TO WS-ACCOUNT-COUNT.
029300     MOVE WS-ACCOUNT-COUNT TO WS-THIS-ACCOUNT.
029400     MOVE WS-LOOKUP-ACCOUNT TO WS-AX-ACCOUNT(WS-THIS-ACCOUNT).
029500     MOVE ZERO TO WS-AX-PURCHASED(WS-THIS-ACCOUNT).

      * One pass of the master in account order. An account with
      * no purchases in the year has no slot and qualifies on zero.
029600     REQUALIFY-PARA.
029700     PERFORM READ-MASTER-NEXT-PARA.
029800     PERFORM REQUALIFY-ONE-PARA UNTIL WS-CUSTMAS-EOF.

029900     READ-MASTER-NEXT-PARA.
030000     READ CUSTOMER-MASTER-FILE NEXT RECORD
030100         AT END MOVE "Y" TO WS-CUSTMAS-EOF-SWITCH
030200     END-READ.
030300     PERFORM CHECK-CUSTMAS-STATUS-PARA.

030400     REQUALIFY-ONE-PARA.
030500     IF CM-ACTIVE
030600         ADD 1 TO WS-ACTIVE-COUNT
030700         MOVE CM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
030800         PERFORM FIND-ACCOUNT-PARA
030900         IF WS-THIS-ACCOUNT = ZERO
031000             MOVE ZERO TO WS-PURCHASED
031100         ELSE
031200             MOVE WS-AX-PURCHASED(WS-THIS-ACCOUNT)
031300                 TO WS-PURCHASED
031400         END-IF
031500         MOVE SPACE TO WS-NEW-CODE
031600         MOVE ZERO TO WS-NEW-IDX
031700         PERFORM QUALIFY-ONE-TIER-PARA
031800             VARYING WS-TIER-IDX FROM 1 BY 1
031900             UNTIL WS-TIER-IDX > WS-TIER-COUNT
032000         IF WS-NEW-CODE NOT = CM-TIER-CODE
032100             PERFORM MOVE-TIER-PARA
032200         END-IF
032300         IF WS-NEW-IDX = ZERO
032400             ADD 1 TO WS-NO-TIER-COUNT
032500         ELSE
032600             ADD 1 TO WS-TR-HOLDERS(WS-NEW-IDX)
032700         END-IF
032800     ELSE
032900         ADD 1 TO WS-INACTIVE-COUNT
033000     END-IF.
033100     PERFORM READ-MASTER-NEXT-PARA.

      * The tiers are loaded lowest first, so the last one whose
      * threshold the purchases reach is the one the account earns.
033200     QUALIFY-ONE-TIER-PARA.
033300     IF WS-PURCHASED NOT < WS-TR-THRESHOLD(WS-TIER-IDX)
033400         MOVE WS-TR-CODE(WS-TIER-IDX) TO WS-NEW-CODE
033500         MOVE WS-TIER-IDX TO WS-NEW-IDX
033600     END-IF.

      * The move: the new tier and the day it was earned go on the
      * master record, and the move goes on the report.
033700     MOVE-TIER-PARA.
033800     MOVE CM-TIER-CODE TO WS-RANK-CODE.
033900     PERFORM RANK-TIER-PARA.
034000     MOVE WS-RANK TO WS-OLD-RANK.
034100     MOVE WS-TIER-NAME TO WS-OLD-NAME.
034200     MOVE WS-NEW-CODE TO WS-RANK-CODE.
034300     PERFORM RANK-TIER-PARA.
034400     MOVE WS-TIER-NAME TO WS-NEW-NAME.
034500     IF WS-RANK > WS-OLD-RANK
034600         MOVE "UP" TO WS-DIRECTION
034700         ADD 1 TO WS-UP-COUNT
034800     ELSE
034900         MOVE "DOWN" TO WS-DIRECTION
035000         ADD 1 TO WS-DOWN-COUNT
035100     END-IF.
035200     MOVE WS-NEW-CODE TO CM-TIER-CODE.
035300     MOVE WS-RUN-DATE TO CM-TIER-DATE.
035400     REWRITE CM-CUSTOMER-RECORD.
035500     PERFORM CHECK-CUSTMAS-STATUS-PARA.
035600     MOVE CM-ACCOUNT-NUMBER TO WS-EDIT-ACCOUNT.
035700     MOVE WS-PURCHASED TO WS-EDIT-STARS.
035800     MOVE SPACES TO REPORT-LINE.
035900     STRING "  " WS-EDIT-ACCOUNT
036000         "  " CM-CUST-NAME
036100         "  " WS-OLD-NAME
036200         " TO " WS-NEW-NAME
036300         "  " WS-EDIT-STARS
036400         "  " WS-DIRECTION
036500         DELIMITED BY SIZE INTO REPORT-LINE.
036600     PERFORM WRITE-REPORT-PARA.

036700     PRINT-TITLE-PARA.
036800     MOVE SPACES TO REPORT-LINE.
036900     STRING "STAR SELLER - NIGHTLY LOYALTY TIER REQUALIFICATION"
037000         DELIMITED BY SIZE INTO REPORT-LINE.
037100     PERFORM WRITE-REPORT-PARA.
037200     MOVE SPACES TO REPORT-LINE.
037300     STRING "RUN DATE " WS-RUN-DATE
037400         "  PURCHASES AFTER " WS-WINDOW-START
037500         DELIMITED BY SIZE INTO REPORT-LINE.
037600     PERFORM WRITE-REPORT-PARA.
037700     MOVE SPACES TO REPORT-LINE.
037800     PERFORM WRITE-REPORT-PARA.

      * The rules the night ran under, then one line per move.
037900     PRINT-HEADER-PARA.
038000     PERFORM PRINT-TITLE-PARA.
038100     PERFORM PRINT-ONE-RULE-PARA
038200         VARYING WS-TIER-IDX FROM 1 BY 1
038300         UNTIL WS-TIER-IDX > WS-TIER-COUNT.
038400     MOVE SPACES TO REPORT-LINE.
038500     PERFORM WRITE-REPORT-PARA.
038600     MOVE SPACES TO REPORT-LINE.
038700     STRING "  ACCOUNT NAME                  FROM        TO"
038800         "               STARS"
038900         DELIMITED BY SIZE INTO REPORT-LINE.
039000     PERFORM WRITE-REPORT-PARA.

039100     PRINT-ONE-RULE-PARA.
039200     MOVE WS-TR-CODE(WS-TIER-IDX) TO WS-RANK-CODE.
039300     PERFORM RANK-TIER-PARA.
039400     MOVE WS-TR-THRESHOLD(WS-TIER-IDX) TO WS-EDIT-STARS.
039500     MOVE WS-TR-MULT(WS-TIER-IDX) TO WS-EDIT-MULT.
039600     MOVE SPACES TO REPORT-LINE.
039700     STRING "TIER " WS-TIER-NAME
039800         "  FROM " WS-EDIT-STARS " STARS"
039900         "  EARNS X" WS-EDIT-MULT
040000         DELIMITED BY SIZE INTO REPORT-LINE.
040100     PERFORM WRITE-REPORT-PARA.

040200     PRINT-TOTALS-PARA.
040300     MOVE SPACES TO REPORT-LINE.
040400     PERFORM WRITE-REPORT-PARA.
040500     MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT.
040600     MOVE SPACES TO REPORT-LINE.
040700     STRING "ACTIVE ACCOUNTS REQUALIFIED " WS-EDIT-COUNT
040800         DELIMITED BY SIZE INTO REPORT-LINE.
040900     PERFORM WRITE-REPORT-PARA.
041000     MOVE WS-UP-COUNT TO WS-EDIT-COUNT.
041100     MOVE SPACES TO REPORT-LINE.
041200     STRING "  MOVED UP                  " WS-EDIT-COUNT
041300         DELIMITED BY SIZE INTO REPORT-LINE.
041400     PERFORM WRITE-REPORT-PARA.
041500     MOVE WS-DOWN-COUNT TO WS-EDIT-COUNT.
041600     MOVE SPACES TO REPORT-LINE.
041700     STRING "  MOVED DOWN                " WS-EDIT-COUNT
041800         DELIMITED BY SIZE INTO REPORT-LINE.
041900     PERFORM WRITE-REPORT-PARA.
042000     MOVE WS-NO-TIER-COUNT TO WS-EDIT-COUNT.
042100     MOVE SPACES TO REPORT-LINE.
042200     STRING "  HOLDING NO TIER           " WS-EDIT-COUNT
042300         DELIMITED BY SIZE INTO REPORT-LINE.
042400     PERFORM WRITE-REPORT-PARA.
042500     PERFORM PRINT-ONE-HOLDERS-PARA
042600         VARYING WS-TIER-IDX FROM 1 BY 1
042700         UNTIL WS-TIER-IDX > WS-TIER-COUNT.
042800     MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT.
042900     MOVE SPACES TO REPORT-LINE.
043000     STRING "INACTIVE ACCOUNTS LEFT AS THEY STOOD "
043100         WS-EDIT-COUNT
043200         DELIMITED BY SIZE INTO REPORT-LINE.
043300     PERFORM WRITE-REPORT-PARA.

043400     PRINT-ONE-HOLDERS-PARA.
043500     MOVE WS-TR-CODE(WS-TIER-IDX) TO WS-RANK-CODE.
043600     PERFORM RANK-TIER-PARA.
043700     MOVE WS-TR-HOLDERS(WS-TIER-IDX) TO WS-EDIT-COUNT.
043800     MOVE SPACES TO REPORT-LINE.
043900     STRING "  HOLDING " WS-TIER-NAME
044000         "          " WS-EDIT-COUNT
044100         DELIMITED BY SIZE INTO REPORT-LINE.
044200     PERFORM WRITE-REPORT-PARA.

044300     WRITE-REPORT-PARA.
044400     WRITE REPORT-LINE.
044500     PERFORM CHECK-REPORT-STATUS-PARA.

      * The AT END phrases above already handle status "10"; any
      * other non-"00" status is an unexpected I/O error.
044600     CHECK-TIER-STATUS-PARA.
044700     IF WS-TIER-FILE-STATUS NOT = "00" AND
044800             WS-TIER-FILE-STATUS NOT = "10"
044900         DISPLAY "FATAL: I/O error on STARTIR, status "
045000             WS-TIER-FILE-STATUS
045100         STOP RUN
045200     END-IF.

045300     CHECK-ARCHIVE-STATUS-PARA.
045400     IF WS-ARCHIVE-FILE-STATUS NOT = "00" AND
045500             WS-ARCHIVE-FILE-STATUS NOT = "10"
045600         DISPLAY "FATAL: I/O error on STARLDGA, status "
045700             WS-ARCHIVE-FILE-STATUS
045800         STOP RUN
045900     END-IF.

046000     CHECK-LEDGER-STATUS-PARA.
046100     IF WS-LEDGER-FILE-STATUS NOT = "00" AND
046200             WS-LEDGER-FILE-STATUS NOT = "10"
046300         DISPLAY "FATAL: I/O error on STARLDG, status "
046400             WS-LEDGER-FILE-STATUS
046500         STOP RUN
046600     END-IF.

046700     CHECK-CUSTMAS-STATUS-PARA.
046800     IF WS-CUSTMAS-FILE-STATUS NOT = "00" AND
046900             WS-CUSTMAS-FILE-STATUS NOT = "10"
047000         DISPLAY "FATAL: I/O error on CUSTMAS, status "
047100             WS-CUSTMAS-FILE-STATUS
047200         STOP RUN
047300     END-IF.

047400     CHECK-REPORT-STATUS-PARA.
047500     IF WS-REPORT-FILE-STATUS NOT = "00"
047600         DISPLAY "FATAL: I/O error on STARTCR, status "
047700             WS-REPORT-FILE-STATUS
047800         STOP RUN
047900     END-IF.

048000     CLOSE-FILES-PARA.
048100     IF WS-ARCHIVE-PRESENT
048200         CLOSE LEDGER-ARCHIVE-FILE
048300     END-IF.
048400     CLOSE STAR-LEDGER-FILE.
048500     CLOSE CUSTOMER-MASTER-FILE.
048600     CLOSE TIER-REPORT-FILE.
