      * several rules, and a night restarted mid-run posts exactly
      * the awards that had not yet landed.

      * The loyalty tiers pay their earning multipliers here too
      * (see TIERREC): each tier in force on the STARTIR file with a
      * multiplier over 1.00 joins the night's rules as a "T" rule
      * under promo ID TIER- and the tier code, and works like a
      * weekday multiplier that runs every day for the accounts
      * holding that tier. The tier is the one the account held
      * through the day - StarTier requalifies after this step -
      * and a tier bonus stacks with a weekday bonus, each paid on
      * the day's purchases alone.

      * The run date comes off the command line/PARM as YYYYMMDD
      * and defaults to today.

      *        account whose first bonus had posted before the
      *        crash, silently under-awarding against what the
      *        uninterrupted run would have given.
      *   THS  The archive buffer grew to 90 bytes with the void link
      *        on LEDGREC. A voided issuance carries the original's
      *        type with the stars negated, so it comes back off the
      *        lifetime and day-purchase tallies without a test here.
      *   THS  Gift vouchers earn nothing: a voucher sale ("G") puts
      *        no stars on the buyer's account, and the "U" record
      *        that credits them when the voucher is used is a gift,
      *        not a purchase by the account it lands on.
      *   THS  Every "B" record written to STARLDG is entered on the
      *        STARLDX ledger history index as well, the way
      *        StarMerge indexes the tills' records.
      *   THS  Loyalty tier earning: each STARTIR tier in force with a
      *        multiplier over 1.00 runs as a rule of its own, paying
      *        the day's purchases times the multiplier less one to
      *        every active account holding the tier, under promo ID
      *        TIER-S, TIER-G or TIER-P. Multipliers carry two
      *        decimals now.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarPromo.
000300 ENVIRONMENT DIVISION.
002700          ACCESS MODE IS RANDOM
002800          RECORD KEY IS SQ-CONTROL-ID
002900          FILE STATUS IS WS-STARSEQ-FILE-STATUS.
002901      SELECT TIER-FILE ASSIGN TO "STARTIR"
002902          ORGANIZATION IS SEQUENTIAL
002903          FILE STATUS IS WS-TIER-FILE-STATUS.
002910      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
002920          ORGANIZATION IS INDEXED
002930          ACCESS MODE IS RANDOM
002940          RECORD KEY IS LX-KEY
002950          FILE STATUS IS WS-INDEX-FILE-STATUS.
003000      SELECT PROMO-REPORT-FILE ASSIGN TO "STARPMS"
003100          ORGANIZATION IS SEQUENTIAL
003200          FILE STATUS IS WS-REPORT-FILE-STATUS.
003700      COPY PROMREC.
      * The archive carries the same layout as the live ledger; the
      * copybook prefixes collide, so the archive records are read
      * as a plain buffer of the record length (90 bytes - keep in
      * step if LEDGREC grows) and the fields this run needs picked
      * out in working storage, the way StarExpiry reads the same
      * file.
003800  FD  LEDGER-ARCHIVE-FILE
003900      LABEL RECORDS ARE STANDARD.
004000  01 LA-LEDGER-RECORD PIC X(90).
004100  FD  STAR-LEDGER-FILE
004200      LABEL RECORDS ARE STANDARD.
004300      COPY LEDGREC.
004310  FD  LEDGER-INDEX-FILE
004320      LABEL RECORDS ARE STANDARD.
004330      COPY LDGXREC.
004400  FD  CUSTOMER-MASTER-FILE
004500      LABEL RECORDS ARE STANDARD.
004600      COPY CUSTREC.
005000  FD  SEQUENCE-FILE
005100      LABEL RECORDS ARE STANDARD.
005200      COPY SEQREC.
005210  FD  TIER-FILE
005220      LABEL RECORDS ARE STANDARD.
005230      COPY TIERREC.
005300  FD  PROMO-REPORT-FILE
005400      LABEL RECORDS ARE STANDARD.
005500  01 REPORT-LINE PIC X(80).
006700      05 FILLER PIC X(02).
006800      05 FILLER PIC X(09).
006900      05 WS-LA-PROMO-ID PIC X(08).
006910      05 FILLER PIC X(09).

      * Run date (off the PARM or defaulted to today), its day of
      * the week, and the time the run started.
008900      88 WS-CUSTMAS-EOF VALUE "Y".
009000  01 WS-PRICE-EOF-SWITCH PIC X(01) VALUE "N".
009100      88 WS-PRICE-EOF VALUE "Y".
009110  01 WS-TIER-EOF-SWITCH PIC X(01) VALUE "N".
009120      88 WS-TIER-EOF VALUE "Y".

      * Whether an archive dataset was assigned tonight, decided
      * off the OPEN status the way StarExpiry decides.

      * The rules in force on the run date, with per-rule award
      * tallies for the summary. Twenty concurrent promotions is
      * far past anything marketing will schedule. A tier rule
      * carries the tier code it pays.
009400  01 WS-RULE-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
009500  01 WS-RULE-TABLE.
009600      05 WS-RL-ENTRY OCCURS 20 TIMES.
009700          10 WS-RL-ID PIC X(08).
009800          10 WS-RL-TYPE PIC X(01).
009900          10 WS-RL-DOW PIC 9(01).
010000          10 WS-RL-MULT PIC 9V99.
010010          10 WS-RL-TIER PIC X(01).
010100          10 WS-RL-BONUS PIC 9(05).
010200          10 WS-RL-THRESHOLD PIC 9(09).
010300          10 WS-RL-ACCT-COUNT PIC S9(09) USAGE IS BINARY.
014000  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
014100  01 WS-PRICE-FILE-STATUS PIC X(02).
014200  01 WS-STARSEQ-FILE-STATUS PIC X(02).
014210  01 WS-INDEX-FILE-STATUS PIC X(02).
014215  01 WS-TIER-FILE-STATUS PIC X(02).

      * Bonus records found already on STARLDX - only possible on a
      * night restarted part way through this step.
014220  01 WS-LDX-DUP-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014300  01 WS-REPORT-FILE-STATUS PIC X(02).

014400 PROCEDURE DIVISION.
014500     PERFORM SET-RUN-DATE-PARA.
014600     PERFORM LOAD-RULES-PARA.
014610     PERFORM LOAD-TIER-RULES-PARA.
014700     IF WS-RULE-COUNT = ZERO
014800         PERFORM REPORT-NO-RULES-PARA
014900     ELSE
016100     DISPLAY "STARPROMO: day " WS-RUN-DATE ", "
016200         WS-AWARD-COUNT " bonuses posted under "
016300         WS-RULE-COUNT " rules in force".
016310     IF WS-LDX-DUP-COUNT > 0
016320         DISPLAY "STARPROMO: " WS-LDX-DUP-COUNT
016330             " bonus records already on STARLDX"
016340     END-IF.
016400     GOBACK.

016500     SET-RUN-DATE-PARA.
021600         MOVE PM-PROMO-TYPE TO WS-RL-TYPE(WS-RULE-COUNT)
021700         MOVE PM-DAY-OF-WEEK TO WS-RL-DOW(WS-RULE-COUNT)
021800         MOVE PM-MULTIPLIER TO WS-RL-MULT(WS-RULE-COUNT)
021810         MOVE SPACE TO WS-RL-TIER(WS-RULE-COUNT)
021900         MOVE PM-BONUS-STARS TO WS-RL-BONUS(WS-RULE-COUNT)
022000         MOVE PM-THRESHOLD TO
022100             WS-RL-THRESHOLD(WS-RULE-COUNT)
022500     END-IF.
022600     PERFORM READ-PROMO-PARA.

      * STARTIR is optional the same way: no dataset, no tier
      * rules. A tier earning 1.00 or less pays nothing, so it
      * never becomes a rule.
022610     LOAD-TIER-RULES-PARA.
022612     OPEN INPUT TIER-FILE.
022614     IF WS-TIER-FILE-STATUS = "35"
022616         MOVE "Y" TO WS-TIER-EOF-SWITCH
022618     ELSE
022620         PERFORM CHECK-TIER-STATUS-PARA
022622         PERFORM READ-TIER-PARA
022624         PERFORM LOAD-ONE-TIER-RULE-PARA UNTIL WS-TIER-EOF
022626         CLOSE TIER-FILE
022628     END-IF.

022630     READ-TIER-PARA.
022632     READ TIER-FILE
022634         AT END MOVE "Y" TO WS-TIER-EOF-SWITCH
022636     END-READ.
022638     PERFORM CHECK-TIER-STATUS-PARA.

022640     LOAD-ONE-TIER-RULE-PARA.
022642     IF TI-EFF-FROM-DATE NOT > WS-RUN-DATE AND
022644             TI-EFF-TO-DATE NOT < WS-RUN-DATE AND
022646             TI-MULTIPLIER > 1
022648         IF WS-RULE-COUNT = 20
022650             DISPLAY "FATAL: more than 20 STARPRM rules "
022652                 "and STARTIR tiers effective on " WS-RUN-DATE
022654             STOP RUN
022656         END-IF
022658         ADD 1 TO WS-RULE-COUNT
022660         MOVE "TIER-" TO WS-RL-ID(WS-RULE-COUNT)
022662         MOVE TI-TIER-CODE TO WS-RL-ID(WS-RULE-COUNT)(6:1)
022664         MOVE "T" TO WS-RL-TYPE(WS-RULE-COUNT)
022666         MOVE ZERO TO WS-RL-DOW(WS-RULE-COUNT)
022668         MOVE TI-MULTIPLIER TO WS-RL-MULT(WS-RULE-COUNT)
022670         MOVE TI-TIER-CODE TO WS-RL-TIER(WS-RULE-COUNT)
022672         MOVE ZERO TO WS-RL-BONUS(WS-RULE-COUNT)
022674         MOVE ZERO TO WS-RL-THRESHOLD(WS-RULE-COUNT)
022676         MOVE ZERO TO WS-RL-ACCT-COUNT(WS-RULE-COUNT)
022678         MOVE ZERO TO WS-RL-STAR-SUM(WS-RULE-COUNT)
022680         MOVE ZERO TO WS-RL-COST-SUM(WS-RULE-COUNT)
022682     END-IF.
022684     PERFORM READ-TIER-PARA.

      * A quiet night still leaves a report saying so, so nobody
      * wonders whether the step ran.
022700     REPORT-NO-RULES-PARA.
025800         OPEN I-O SEQUENCE-FILE
025900     END-IF.
026000     PERFORM CHECK-STARSEQ-STATUS-PARA.
      * STARLDX is created here if no merge has made it yet.
026010     OPEN I-O LEDGER-INDEX-FILE.
026020     IF WS-INDEX-FILE-STATUS = "35"
026030         OPEN OUTPUT LEDGER-INDEX-FILE
026040         PERFORM CHECK-INDEX-STATUS-PARA
026050         CLOSE LEDGER-INDEX-FILE
026060         OPEN I-O LEDGER-INDEX-FILE
026070     END-IF.
026080     PERFORM CHECK-INDEX-STATUS-PARA.

026100     PASS-ARCHIVE-PARA.
026200     IF WS-ARCHIVE-PRESENT

      * Only real purchases count: redemptions, expiries and
      * transfers are neither lifetime stars nor a multiplier base,
      * nor are gift voucher sales and redemptions, and an earlier
      * bonus must not compound into tonight's. A
      * "B" record dated the run date records its (account,
      * promotion) pair so a restarted night skips exactly the
      * awards that already posted. Records from before
030400             IF WS-TALLY-TYPE NOT = "R" AND
030500                     WS-TALLY-TYPE NOT = "E" AND
030600                     WS-TALLY-TYPE NOT = "T" AND
030700                     WS-TALLY-TYPE NOT = "F" AND
030710                     WS-TALLY-TYPE NOT = "G" AND
030720                     WS-TALLY-TYPE NOT = "U"
030800                 ADD WS-TALLY-STARS TO
030900                     WS-AX-LIFETIME(WS-THIS-ACCOUNT)
031000                 IF WS-TALLY-DATE = WS-RUN-DATE
037400         END-IF
037500     END-IF.

      * The weekday-multiplier, lifetime and tier rules are driven
      * off the ledger account table; the master record is read
      * back by key for each award, and an account that has gone
      * inactive or missing since earns nothing.
038200     RUN-LEDGER-RULES-PARA.
038300     PERFORM RUN-ONE-LEDGER-RULE-PARA
038400         VARYING WS-RULE-IDX FROM 1 BY 1
039500             VARYING WS-AX-WALK-IDX FROM 1 BY 1
039600             UNTIL WS-AX-WALK-IDX > WS-ACCOUNT-COUNT
039700     END-IF.
039710     IF WS-RL-TYPE(WS-RULE-IDX) = "T"
039720         PERFORM TRY-TIER-PARA
039730             VARYING WS-AX-WALK-IDX FROM 1 BY 1
039740             UNTIL WS-AX-WALK-IDX > WS-ACCOUNT-COUNT
039750     END-IF.

039800     TRY-WEEKDAY-PARA.
039900     IF WS-AX-TODAY-ISSUED(WS-AX-WALK-IDX) > ZERO
042800         END-IF
042900     END-IF.

      * The same arithmetic as the weekday multiplier, for the
      * accounts holding the rule's tier.
042910     TRY-TIER-PARA.
042920     IF WS-AX-TODAY-ISSUED(WS-AX-WALK-IDX) > ZERO
042930         MOVE WS-AX-ACCOUNT(WS-AX-WALK-IDX) TO
042940             WS-PAIR-ACCOUNT
042950         MOVE WS-RL-ID(WS-RULE-IDX) TO WS-PAIR-PROMO
042960         PERFORM CHECK-AWARDED-PARA
042970         IF WS-AWARDED
042980             PERFORM REPORT-ALREADY-PARA
042990         ELSE
04299A             COMPUTE WS-AWARD-STARS ROUNDED =
04299B                 WS-AX-TODAY-ISSUED(WS-AX-WALK-IDX)
04299C                 * (WS-RL-MULT(WS-RULE-IDX) - 1)
04299D             IF WS-AWARD-STARS > ZERO
04299E                 PERFORM FETCH-AND-POST-TIER-PARA
04299F             END-IF
04299G         END-IF
04299H     END-IF.

04299I     FETCH-AND-POST-TIER-PARA.
04299J     MOVE WS-AX-ACCOUNT(WS-AX-WALK-IDX) TO CM-ACCOUNT-NUMBER.
04299K     READ CUSTOMER-MASTER-FILE
04299L         INVALID KEY
04299M             CONTINUE
04299N         NOT INVALID KEY
04299O             IF CM-ACTIVE AND
04299P                     CM-TIER-CODE = WS-RL-TIER(WS-RULE-IDX)
04299Q                 PERFORM POST-BONUS-PARA
04299R             END-IF
04299S     END-READ.
04299T     PERFORM CHECK-CUSTMAS-STATUS-PARA.

043000     FETCH-AND-POST-PARA.
043100     MOVE WS-AX-ACCOUNT(WS-AX-WALK-IDX) TO CM-ACCOUNT-NUMBER.
043200     READ CUSTOMER-MASTER-FILE
045200     PERFORM GET-SEQUENCE-PARA.
045300     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
045400     MOVE WS-RL-ID(WS-RULE-IDX) TO LR-PROMO-ID.
045410     MOVE ZERO TO LR-VOID-OF-SEQUENCE.
045500     WRITE LR-LEDGER-RECORD.
045600     PERFORM CHECK-LEDGER-STATUS-PARA.
045610     PERFORM INDEX-LEDGER-PARA.
045700     ADD WS-AWARD-STARS TO CM-STAR-BALANCE.
045800     REWRITE CM-CUSTOMER-RECORD.
045900     PERFORM CHECK-CUSTMAS-STATUS-PARA.
062700         STOP RUN
062800     END-IF.

      * The bonus record just written goes onto the history index
      * as a live-month entry, keyed the way StarMerge keys them.
062810     INDEX-LEDGER-PARA.
062815     MOVE LR-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER.
062820     MOVE LR-SEQUENCE-NUMBER TO LX-SEQUENCE-NUMBER.
062825     MOVE LR-TRANS-DATE TO LX-TRANS-DATE.
062830     MOVE LR-TRANS-TIME TO LX-TRANS-TIME.
062835     MOVE LR-TILL-ID TO LX-TILL-ID.
062840     MOVE "L" TO LX-LOCATION.
062845     MOVE LR-LEDGER-RECORD TO LX-LEDGER-IMAGE.
062850     WRITE LX-INDEX-RECORD
062855         INVALID KEY
062860             ADD 1 TO WS-LDX-DUP-COUNT
062865     END-WRITE.
062870     PERFORM CHECK-INDEX-STATUS-PARA.

      * "22" is the duplicate key INDEX-LEDGER-PARA already counted.
062875     CHECK-INDEX-STATUS-PARA.
062880     IF WS-INDEX-FILE-STATUS NOT = "00" AND
062885             WS-INDEX-FILE-STATUS NOT = "22"
062890         DISPLAY "FATAL: I/O error on STARLDX, status "
062895             WS-INDEX-FILE-STATUS
062897         STOP RUN
062899     END-IF.

06289A     CHECK-TIER-STATUS-PARA.
06289B     IF WS-TIER-FILE-STATUS NOT = "00" AND
06289C             WS-TIER-FILE-STATUS NOT = "10"
06289D         DISPLAY "FATAL: I/O error on STARTIR, status "
06289E             WS-TIER-FILE-STATUS
06289F         STOP RUN
06289G     END-IF.

062900     CHECK-REPORT-STATUS-PARA.
063000     IF WS-REPORT-FILE-STATUS NOT = "00"
063100         DISPLAY "FATAL: I/O error on STARPMS, status "
063900     CLOSE STAR-LEDGER-FILE.
064000     CLOSE CUSTOMER-MASTER-FILE.
064100     CLOSE SEQUENCE-FILE.
064110     CLOSE LEDGER-INDEX-FILE.
064200     CLOSE PROMO-REPORT-FILE.
