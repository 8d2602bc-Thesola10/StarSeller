      * StarDormant - dormant account review and sweep.

      * Accounts the customer has long stopped using sit on CUSTMAS
      * as active forever: nothing ever closes one, so the active
      * count, the statement run and the mailing list all carry
      * people who left years ago. This periodic run finds every
      * active account with no customer activity on the books for
      * a set number of months - the DORMMTHS value on STARCTL (see
      * CTLREC), 24 when the file does not carry it - and prints
      * the review list to STARDRM: account, name, last activity
      * date, enrollment date and star balance.

      * Activity is read off the consolidated STARLDG and the
      * STARLDGA archives (the JCL concatenates the archive
      * generations under that name), the same history StarAudit
      * re-derives balances from. Only what the customer did at the
      * counter counts - issuances, redemptions and transfers either
      * way, a voided sale included, since the customer was still
      * standing there. Expiry and bonus records are the system's
      * own doing and would otherwise keep an abandoned account
      * looking alive for ever. An account with no activity at all
      * is dormant once its enrollment date passes the cutoff.

      * Sweep mode must be asked for and signed for the way
      * StarAudit's repair mode is: the PARM is the word SWEEP
      * followed by a supervisor ID, checked against OPRMAS for an
      * active supervisor. A sweep marks each dormant account that
      * holds no stars inactive and journals the change to STARJRN
      * under the supervisor's ID with the reason on the entry, so
      * it shows on that night's StarChange report like any other
      * deactivation. A dormant account still holding stars - or
      * owing them - is never closed by this run: it goes on the
      * STARDCL contact list, with the phone and email off CUSTCON
      * (see CONTREC), so somebody speaks to the customer first.
      * Without the PARM the run only reports and changes nothing.

      * Modification history:
      *   THS  Original dormancy run - last customer activity off
      *        STARLDG/STARLDGA, DORMMTHS period off STARCTL, review
      *        list, supervisor-signed sweep of zero-balance
      *        accounts journaled with a reason, contact list for
      *        accounts still holding a balance.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarDormant.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT LEDGER-ARCHIVE-FILE ASSIGN TO "STARLDGA"
000700          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000900      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-LEDGER-FILE-STATUS.
001200      SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
001300          ORGANIZATION IS INDEXED
001400          ACCESS MODE IS SEQUENTIAL
001500          RECORD KEY IS CM-ACCOUNT-NUMBER
001600          ALTERNATE RECORD KEY IS CM-CUST-NAME
001700              WITH DUPLICATES
001800          FILE STATUS IS WS-CUSTMAS-FILE-STATUS.
001900      SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAS"
002000          ORGANIZATION IS INDEXED
002100          ACCESS MODE IS RANDOM
002200          RECORD KEY IS OP-OPERATOR-ID
002300          FILE STATUS IS WS-OPRMAS-FILE-STATUS.
002400      SELECT CONTACT-FILE ASSIGN TO "CUSTCON"
002500          ORGANIZATION IS INDEXED
002600          ACCESS MODE IS RANDOM
002700          RECORD KEY IS CN-ACCOUNT-NUMBER
002800          FILE STATUS IS WS-CUSTCON-FILE-STATUS.
002900      SELECT CONTROL-FILE ASSIGN TO "STARCTL"
003000          ORGANIZATION IS SEQUENTIAL
003100          FILE STATUS IS WS-CONTROL-FILE-STATUS.
003200      SELECT JOURNAL-FILE ASSIGN TO "STARJRN"
003300          ORGANIZATION IS SEQUENTIAL
003400          FILE STATUS IS WS-JOURNAL-FILE-STATUS.
003500      SELECT DORMANT-REPORT-FILE ASSIGN TO "STARDRM"
003600          ORGANIZATION IS SEQUENTIAL
003700          FILE STATUS IS WS-REPORT-FILE-STATUS.
003800      SELECT CONTACT-LIST-FILE ASSIGN TO "STARDCL"
003900          ORGANIZATION IS SEQUENTIAL
004000          FILE STATUS IS WS-LIST-FILE-STATUS.
004100 DATA DIVISION.
004200  FILE SECTION.
      * The archive carries the same layout as the live ledger; the
      * copybook prefixes collide, so the archive records are read
      * as a plain buffer of the record length (90 bytes - keep in
      * step if LEDGREC grows) and the fields this run needs picked
      * out in working storage, the way StarAudit reads the same
      * file.
004300  FD  LEDGER-ARCHIVE-FILE
004400      LABEL RECORDS ARE STANDARD.
004500  01 LA-LEDGER-RECORD PIC X(90).
004600  FD  STAR-LEDGER-FILE
004700      LABEL RECORDS ARE STANDARD.
004800      COPY LEDGREC.
004900  FD  CUSTOMER-MASTER-FILE
005000      LABEL RECORDS ARE STANDARD.
005100      COPY CUSTREC.
005200  FD  OPERATOR-MASTER-FILE
005300      LABEL RECORDS ARE STANDARD.
005400      COPY OPERREC.
005500  FD  CONTACT-FILE
005600      LABEL RECORDS ARE STANDARD.
005700      COPY CONTREC.
005800  FD  CONTROL-FILE
005900      LABEL RECORDS ARE STANDARD.
006000      COPY CTLREC.
006100  FD  JOURNAL-FILE
006200      LABEL RECORDS ARE STANDARD.
006300      COPY JRNLREC.
006400  FD  DORMANT-REPORT-FILE
006500      LABEL RECORDS ARE STANDARD.
006600  01 REPORT-LINE PIC X(80).
006700  FD  CONTACT-LIST-FILE
006800      LABEL RECORDS ARE STANDARD.
006900  01 LIST-LINE PIC X(80).
007000  WORKING-STORAGE SECTION.

      * Working copy of the archive record in hand, laid out with
      * the fields this run needs.
007100  01 WS-LA-RECORD.
007200      05 FILLER PIC X(20).
007300      05 WS-LA-STAR-COUNT PIC S9(09) USAGE IS BINARY.
007400      05 WS-LA-TRANS-DATE PIC 9(08).
007500      05 FILLER PIC X(06).
007600      05 FILLER PIC X(05).
007700      05 FILLER PIC X(08).
007800      05 WS-LA-TRANS-TYPE PIC X(01).
007900      05 WS-LA-ACCOUNT PIC 9(06).
008000      05 FILLER PIC X(04).
008100      05 FILLER PIC X(02).
008200      05 FILLER PIC X(09).
008300      05 FILLER PIC X(08).
008400      05 FILLER PIC X(09).

      * Sweep mode off the PARM: the word SWEEP and the supervisor
      * ID signing for it.
008500  01 WS-COMMAND-LINE PIC X(80) VALUE SPACES.
008600  01 WS-PARM-MODE PIC X(08) VALUE SPACES.
008700  01 WS-SUPERVISOR-ID PIC X(08) VALUE SPACES.
008800  01 WS-SWEEP-SWITCH PIC X(01) VALUE "N".
008900      88 WS-SWEEP-MODE VALUE "Y".
009000  01 WS-SUPERVISOR-VALID-SWITCH PIC X(01) VALUE "N".
009100      88 WS-SUPERVISOR-VALID VALUE "Y".

009200  01 WS-ARCHIVE-EOF-SWITCH PIC X(01) VALUE "N".
009300      88 WS-ARCHIVE-EOF VALUE "Y".
009400  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
009500      88 WS-LEDGER-EOF VALUE "Y".
009600  01 WS-CUSTMAS-EOF-SWITCH PIC X(01) VALUE "N".
009700      88 WS-CUSTMAS-EOF VALUE "Y".
009800  01 WS-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
009900      88 WS-CONTROL-EOF VALUE "Y".

      * Whether an archive dataset was assigned, decided off the
      * OPEN status the way StarAudit decides, and whether the shop
      * has a contact file yet.
010000  01 WS-ARCHIVE-PRESENT-SWITCH PIC X(01) VALUE "N".
010100      88 WS-ARCHIVE-PRESENT VALUE "Y".
010200  01 WS-NO-CONTACT-FILE-SWITCH PIC X(01) VALUE "N".
010300      88 WS-NO-CONTACT-FILE VALUE "Y".
010400  01 WS-CONTACT-SWITCH PIC X(01) VALUE "N".
010500      88 WS-CONTACT-FOUND VALUE "Y".

      * Months without activity before an account is dormant, off
      * STARCTL record DORMMTHS; this is the default when the file
      * or the record is not there.
010600  01 WS-DORMANT-MONTHS PIC 9(03) VALUE 24.

      * The run date and the cutoff worked back from it: an account
      * with nothing on the books on or after the cutoff is dormant.
010700  01 WS-RUN-DATE PIC 9(08).
010800  01 WS-CUTOFF-DATE PIC 9(08).
010900  01 WS-TODAY-TIME PIC 9(06).

      * Date arithmetic work fields for the cutoff: going back whole
      * months lands on a day the target month may not have, so the
      * month lengths and the leap year are needed.
011000  01 WS-DATE-WORK PIC 9(08).
011100  01 WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
011200      05 WS-DW-YEAR PIC 9(04).
011300      05 WS-DW-MONTH PIC 9(02).
011400      05 WS-DW-DAY PIC 9(02).
011500  01 WS-MONTH-DAYS PIC 9(02).
011600  01 WS-LEAP-WORK PIC S9(05) USAGE IS BINARY.
011700  01 WS-LEAP-REM PIC S9(05) USAGE IS BINARY.
011800  01 WS-LEAP-SWITCH PIC X(01) VALUE "N".
011900      88 WS-LEAP-YEAR VALUE "Y".
012000  01 WS-MONTH-INDEX PIC S9(07) USAGE IS BINARY.
012100  01 WS-MONTH-REM PIC S9(05) USAGE IS BINARY.
012200  01 WS-CUTOFF-DAY PIC 9(02).

      * One slot per account seen on the ledger history, carrying
      * the latest date the customer did anything. 5000 accounts is
      * far past this shop's book; past that the run stops rather
      * than calling an account dormant off part of the file.
012300  01 WS-ACCOUNT-TABLE.
012400      05 WS-AX-ENTRY OCCURS 5000 TIMES.
012500          10 WS-AX-ACCOUNT PIC 9(06).
012600          10 WS-AX-LAST-DATE PIC 9(08).
012700  01 WS-ACCOUNT-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
012800  01 WS-AX-IDX PIC S9(05) USAGE IS BINARY.
012900  01 WS-THIS-ACCOUNT PIC S9(05) USAGE IS BINARY.
013000  01 WS-LOOKUP-ACCOUNT PIC 9(06).

      * Fields off the ledger record in hand, moved here so the
      * live and archive passes share one tally paragraph.
013100  01 WS-TALLY-ACCOUNT PIC 9(06).
013200  01 WS-TALLY-TYPE PIC X(01).
013300  01 WS-TALLY-DATE PIC 9(08).

      * The master record in hand: its last activity (zero for
      * none) and the date dormancy is measured from.
013400  01 WS-LAST-DATE PIC 9(08).
013500  01 WS-MEASURE-DATE PIC 9(08).
013600  01 WS-LAST-TEXT PIC X(08).
013700  01 WS-ACTION-TEXT PIC X(15).
013800  01 WS-BEFORE-IMAGE PIC X(150).

      * Run tallies for the report and the console.
013900  01 WS-CHECKED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014000  01 WS-DORMANT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014100  01 WS-ZERO-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014200  01 WS-CLOSED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014300  01 WS-HOLDING-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014400  01 WS-HOLDING-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.

014500  01 WS-EDIT-ACCOUNT PIC 9(06).
014600  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
014700  01 WS-EDIT-STARS PIC ZZZ,ZZZ,ZZ9-.
014800  01 WS-EDIT-MONTHS PIC ZZ9.

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
014900  01 WS-ARCHIVE-FILE-STATUS PIC X(02).
015000  01 WS-LEDGER-FILE-STATUS PIC X(02).
015100  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
015200  01 WS-OPRMAS-FILE-STATUS PIC X(02).
015300  01 WS-CUSTCON-FILE-STATUS PIC X(02).
015400  01 WS-CONTROL-FILE-STATUS PIC X(02).
015500  01 WS-JOURNAL-FILE-STATUS PIC X(02).
015600  01 WS-REPORT-FILE-STATUS PIC X(02).
015700  01 WS-LIST-FILE-STATUS PIC X(02).

015800 PROCEDURE DIVISION.
015900     PERFORM SET-RUN-MODE-PARA.
016000     PERFORM LOAD-CONTROLS-PARA.
016100     PERFORM SET-CUTOFF-PARA.
016200     PERFORM OPEN-FILES-PARA.
016300     PERFORM PASS-ARCHIVE-PARA.
016400     PERFORM PASS-LEDGER-PARA.
016500     PERFORM PRINT-HEADER-PARA.
016600     PERFORM PASS-MASTER-PARA.
016700     PERFORM PRINT-TOTALS-PARA.
016800     PERFORM CLOSE-FILES-PARA.
016900     DISPLAY "STARDORMANT: " WS-CHECKED-COUNT " active "
017000         "accounts checked, " WS-DORMANT-COUNT " dormant, "
017100         WS-CLOSED-COUNT " marked inactive, "
017200         WS-HOLDING-COUNT " to contact".
017300     STOP RUN.

      * The sweep is opt-in and signed for. A SWEEP PARM with an ID
      * that is not an active supervisor on OPRMAS stops the run
      * cold, the same as StarAudit's REPAIR.
017400     SET-RUN-MODE-PARA.
017500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017600     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
017700     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
017800         INTO WS-PARM-MODE WS-SUPERVISOR-ID.
017900     IF WS-PARM-MODE = "SWEEP"
018000         MOVE "Y" TO WS-SWEEP-SWITCH
018100     ELSE
018200         IF WS-PARM-MODE NOT = SPACES
018300             DISPLAY "FATAL: PARM must be blank or SWEEP "
018400                 "followed by a supervisor ID"
018500             STOP RUN
018600         END-IF
018700     END-IF.

018800     VALIDATE-SUPERVISOR-PARA.
018900     MOVE "N" TO WS-SUPERVISOR-VALID-SWITCH.
019000     MOVE WS-SUPERVISOR-ID TO OP-OPERATOR-ID.
019100     READ OPERATOR-MASTER-FILE
019200         INVALID KEY
019300             CONTINUE
019400         NOT INVALID KEY
019500             IF OP-ACTIVE AND OP-ROLE-SUPERVISOR
019600                 MOVE "Y" TO WS-SUPERVISOR-VALID-SWITCH
019700             END-IF
019800     END-READ.
019900     PERFORM CHECK-OPRMAS-STATUS-PARA.
020000     IF NOT WS-SUPERVISOR-VALID
020100         DISPLAY "FATAL: supervisor ID " WS-SUPERVISOR-ID
020200             " is not an active supervisor; sweep refused"
020300         STOP RUN
020400     END-IF.

      * STARCTL is optional: with no parameter file at all the run
      * keeps its stated default. A DORMMTHS of zero would make
      * every account quiet today dormant, so it is ignored.
020500     LOAD-CONTROLS-PARA.
020600     OPEN INPUT CONTROL-FILE.
020700     IF WS-CONTROL-FILE-STATUS = "00"
020800         PERFORM READ-CONTROL-PARA
020900         PERFORM LOAD-ONE-CONTROL-PARA UNTIL WS-CONTROL-EOF
021000         CLOSE CONTROL-FILE
021100     END-IF.

021200     READ-CONTROL-PARA.
021300     READ CONTROL-FILE
021400         AT END MOVE "Y" TO WS-CONTROL-EOF-SWITCH
021500     END-READ.
021600     PERFORM CHECK-CONTROL-STATUS-PARA.

021700     LOAD-ONE-CONTROL-PARA.
021800     IF CT-CONTROL-ID = "DORMMTHS" AND CT-CONTROL-VALUE NOT < 1
021900         MOVE CT-CONTROL-VALUE TO WS-DORMANT-MONTHS
022000     END-IF.
022100     PERFORM READ-CONTROL-PARA.

      * The cutoff is the run date taken back the DORMMTHS number
      * of whole months, counted as months since year zero so the
      * year rolls back on its own. A day the target month does
      * not have (the 31st into a 30-day month, the 29th of a
      * February) comes back to that month's last day.
022200     SET-CUTOFF-PARA.
022300     MOVE WS-RUN-DATE TO WS-DATE-WORK.
022400     MOVE WS-DW-DAY TO WS-CUTOFF-DAY.
022500     COMPUTE WS-MONTH-INDEX = WS-DW-YEAR * 12 + WS-DW-MONTH
022600         - 1 - WS-DORMANT-MONTHS.
022700     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DW-YEAR
022800         REMAINDER WS-MONTH-REM.
022900     COMPUTE WS-DW-MONTH = WS-MONTH-REM + 1.
023000     MOVE 1 TO WS-DW-DAY.
023100     PERFORM MONTH-DAYS-PARA.
023200     IF WS-CUTOFF-DAY > WS-MONTH-DAYS
023300         MOVE WS-MONTH-DAYS TO WS-DW-DAY
023400     ELSE
023500         MOVE WS-CUTOFF-DAY TO WS-DW-DAY
023600     END-IF.
023700     MOVE WS-DATE-WORK TO WS-CUTOFF-DATE.

023800     MONTH-DAYS-PARA.
023900     IF WS-DW-MONTH = 02
024000         PERFORM LEAP-YEAR-PARA
024100         IF WS-LEAP-YEAR
024200             MOVE 29 TO WS-MONTH-DAYS
024300         ELSE
024400             MOVE 28 TO WS-MONTH-DAYS
024500         END-IF
024600     ELSE
024700         IF WS-DW-MONTH = 04 OR WS-DW-MONTH = 06 OR
024800                 WS-DW-MONTH = 09 OR WS-DW-MONTH = 11
024900             MOVE 30 TO WS-MONTH-DAYS
025000         ELSE
025100             MOVE 31 TO WS-MONTH-DAYS
025200         END-IF
025300     END-IF.

025400     LEAP-YEAR-PARA.
025500     MOVE "N" TO WS-LEAP-SWITCH.
025600     DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-WORK
025700         REMAINDER WS-LEAP-REM.
025800     IF WS-LEAP-REM = ZERO
025900         MOVE "Y" TO WS-LEAP-SWITCH
026000         DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-WORK
026100             REMAINDER WS-LEAP-REM
026200         IF WS-LEAP-REM = ZERO
026300             MOVE "N" TO WS-LEAP-SWITCH
026400             DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-WORK
026500                 REMAINDER WS-LEAP-REM
026600             IF WS-LEAP-REM = ZERO
026700                 MOVE "Y" TO WS-LEAP-SWITCH
026800             END-IF
026900         END-IF
027000     END-IF.

      * STARLDGA is optional the same way it is for StarAudit, and
      * so is CUSTCON - with no contact file the contact list still
      * prints, every account on it marked as having no details.
      * CUSTMAS is opened I-O so a sweep can rewrite the record in
      * hand; a review run simply never rewrites, and only a sweep
      * opens the journal.
027100     OPEN-FILES-PARA.
027200     OPEN INPUT LEDGER-ARCHIVE-FILE.
027300     IF WS-ARCHIVE-FILE-STATUS = "00"
027400         MOVE "Y" TO WS-ARCHIVE-PRESENT-SWITCH
027500     ELSE
027600         MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
027700     END-IF.
027800     OPEN INPUT STAR-LEDGER-FILE.
027900     PERFORM CHECK-LEDGER-STATUS-PARA.
028000     OPEN I-O CUSTOMER-MASTER-FILE.
028100     PERFORM CHECK-CUSTMAS-STATUS-PARA.
028200     OPEN INPUT OPERATOR-MASTER-FILE.
028300     PERFORM CHECK-OPRMAS-STATUS-PARA.
028400     OPEN INPUT CONTACT-FILE.
028500     IF WS-CUSTCON-FILE-STATUS = "35"
028600         MOVE "Y" TO WS-NO-CONTACT-FILE-SWITCH
028700     ELSE
028800         PERFORM CHECK-CUSTCON-STATUS-PARA
028900     END-IF.
029000     OPEN OUTPUT DORMANT-REPORT-FILE.
029100     PERFORM CHECK-REPORT-STATUS-PARA.
029200     OPEN OUTPUT CONTACT-LIST-FILE.
029300     PERFORM CHECK-LIST-STATUS-PARA.
029400     IF WS-SWEEP-MODE
029500         PERFORM VALIDATE-SUPERVISOR-PARA
029600         OPEN EXTEND JOURNAL-FILE
029700         IF WS-JOURNAL-FILE-STATUS = "35"
029800             OPEN OUTPUT JOURNAL-FILE
029900         END-IF
030000         PERFORM CHECK-JOURNAL-STATUS-PARA
030100     END-IF.

030200     PASS-ARCHIVE-PARA.
030300     IF WS-ARCHIVE-PRESENT
030400         PERFORM READ-ARCHIVE-PARA
030500         PERFORM TALLY-ONE-ARCHIVE-PARA UNTIL WS-ARCHIVE-EOF
030600     END-IF.

030700     READ-ARCHIVE-PARA.
030800     READ LEDGER-ARCHIVE-FILE
030900         AT END MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
031000     END-READ.
031100     PERFORM CHECK-ARCHIVE-STATUS-PARA.

031200     TALLY-ONE-ARCHIVE-PARA.
031300     MOVE LA-LEDGER-RECORD TO WS-LA-RECORD.
031400     MOVE WS-LA-ACCOUNT TO WS-TALLY-ACCOUNT.
031500     MOVE WS-LA-TRANS-TYPE TO WS-TALLY-TYPE.
031600     MOVE WS-LA-TRANS-DATE TO WS-TALLY-DATE.
031700     PERFORM TALLY-LEDGER-PARA.
031800     PERFORM READ-ARCHIVE-PARA.

031900     PASS-LEDGER-PARA.
032000     PERFORM READ-LEDGER-PARA.
032100     PERFORM TALLY-ONE-LEDGER-PARA UNTIL WS-LEDGER-EOF.

032200     READ-LEDGER-PARA.
032300     READ STAR-LEDGER-FILE
032400         AT END MOVE "Y" TO WS-LEDGER-EOF-SWITCH
032500     END-READ.
032600     PERFORM CHECK-LEDGER-STATUS-PARA.

032700     TALLY-ONE-LEDGER-PARA.
032800     MOVE LR-ACCOUNT-NUMBER TO WS-TALLY-ACCOUNT.
032900     MOVE LR-TRANS-TYPE TO WS-TALLY-TYPE.
033000     MOVE LR-TRANS-DATE TO WS-TALLY-DATE.
033100     PERFORM TALLY-LEDGER-PARA.
033200     PERFORM READ-LEDGER-PARA.

      * Shared by the archive and live passes. Expiry and bonus
      * records are left out - the customer did nothing - and so is
      * account zero, the legacy pool from before the ledger
      * carried accounts.
033300     TALLY-LEDGER-PARA.
033400     IF WS-TALLY-ACCOUNT NOT = ZERO
033500             AND WS-TALLY-TYPE NOT = "E"
033600             AND WS-TALLY-TYPE NOT = "B"
033700         MOVE WS-TALLY-ACCOUNT TO WS-LOOKUP-ACCOUNT
033800         PERFORM FIND-ACCOUNT-PARA
033900         IF WS-TALLY-DATE > WS-AX-LAST-DATE(WS-THIS-ACCOUNT)
034000             MOVE WS-TALLY-DATE TO
034100                 WS-AX-LAST-DATE(WS-THIS-ACCOUNT)
034200         END-IF
034300     END-IF.

034400     FIND-ACCOUNT-PARA.
034500     MOVE ZERO TO WS-THIS-ACCOUNT.
034600     PERFORM TRY-ONE-ACCOUNT-PARA
034700         VARYING WS-AX-IDX FROM 1 BY 1
034800         UNTIL WS-AX-IDX > WS-ACCOUNT-COUNT
034900         OR WS-THIS-ACCOUNT > ZERO.
035000     IF WS-THIS-ACCOUNT = ZERO
035100         IF WS-ACCOUNT-COUNT = 5000
035200             DISPLAY "FATAL: more than 5000 accounts on the "
035300                 "ledger history; raise the table and recompile"
035400             STOP RUN
035500         END-IF
035600         ADD 1 TO WS-ACCOUNT-COUNT
035700         MOVE WS-ACCOUNT-COUNT TO WS-THIS-ACCOUNT
035800         MOVE WS-LOOKUP-ACCOUNT TO
035900             WS-AX-ACCOUNT(WS-THIS-ACCOUNT)
036000         MOVE ZERO TO WS-AX-LAST-DATE(WS-THIS-ACCOUNT)
036100     END-IF.

036200     TRY-ONE-ACCOUNT-PARA.
036300     IF WS-AX-ACCOUNT(WS-AX-IDX) = WS-LOOKUP-ACCOUNT
036400         MOVE WS-AX-IDX TO WS-THIS-ACCOUNT
036500     END-IF.

      * Every active master record is walked in key order and its
      * last activity laid against the cutoff. Inactive accounts
      * are already closed and are passed over.
036600     PASS-MASTER-PARA.
036700     PERFORM READ-MASTER-PARA.
036800     PERFORM CHECK-ONE-MASTER-PARA UNTIL WS-CUSTMAS-EOF.

036900     READ-MASTER-PARA.
037000     READ CUSTOMER-MASTER-FILE NEXT RECORD
037100         AT END MOVE "Y" TO WS-CUSTMAS-EOF-SWITCH
037200     END-READ.
037300     PERFORM CHECK-CUSTMAS-STATUS-PARA.

037400     CHECK-ONE-MASTER-PARA.
037500     IF CM-ACTIVE
037600         ADD 1 TO WS-CHECKED-COUNT
037700         MOVE CM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
037800         MOVE ZERO TO WS-THIS-ACCOUNT
037900         PERFORM TRY-ONE-ACCOUNT-PARA
038000             VARYING WS-AX-IDX FROM 1 BY 1
038100             UNTIL WS-AX-IDX > WS-ACCOUNT-COUNT
038200             OR WS-THIS-ACCOUNT > ZERO
038300         IF WS-THIS-ACCOUNT = ZERO
038400             MOVE ZERO TO WS-LAST-DATE
038500             MOVE CM-ENROLL-DATE TO WS-MEASURE-DATE
038600         ELSE
038700             MOVE WS-AX-LAST-DATE(WS-THIS-ACCOUNT) TO
038800                 WS-LAST-DATE
038900             MOVE WS-LAST-DATE TO WS-MEASURE-DATE
039000         END-IF
039100         IF WS-MEASURE-DATE < WS-CUTOFF-DATE
039200             PERFORM DORMANT-ACCOUNT-PARA
039300         END-IF
039400     END-IF.
039500     PERFORM READ-MASTER-PARA.

      * Only an account holding no stars either way is closed. One
      * with a balance is never touched here, sweep or no sweep -
      * its stars are the customer's, and the customer hears about
      * them before anything else happens to the account.
039600     DORMANT-ACCOUNT-PARA.
039700     ADD 1 TO WS-DORMANT-COUNT.
039800     IF WS-LAST-DATE = ZERO
039900         MOVE "NONE" TO WS-LAST-TEXT
040000     ELSE
040100         MOVE WS-LAST-DATE TO WS-LAST-TEXT
040200     END-IF.
040300     IF CM-STAR-BALANCE = ZERO
040400         ADD 1 TO WS-ZERO-COUNT
040500         IF WS-SWEEP-MODE
040600             PERFORM CLOSE-ACCOUNT-PARA
040700             MOVE "MARKED INACTIVE" TO WS-ACTION-TEXT
040800         ELSE
040900             MOVE "CLOSE ON SWEEP" TO WS-ACTION-TEXT
041000         END-IF
041100     ELSE
041200         ADD 1 TO WS-HOLDING-COUNT
041300         ADD CM-STAR-BALANCE TO WS-HOLDING-STARS
041400         MOVE "CONTACT FIRST" TO WS-ACTION-TEXT
041500         PERFORM LIST-CONTACT-PARA
041600     END-IF.
041700     PERFORM PRINT-DORMANT-PARA.

041800     PRINT-DORMANT-PARA.
041900     MOVE CM-ACCOUNT-NUMBER TO WS-EDIT-ACCOUNT.
042000     MOVE CM-STAR-BALANCE TO WS-EDIT-STARS.
042100     MOVE SPACES TO REPORT-LINE.
042200     STRING WS-EDIT-ACCOUNT "  " CM-CUST-NAME
042300         "  " WS-LAST-TEXT "  " CM-ENROLL-DATE
042400         "  " WS-EDIT-STARS "  " WS-ACTION-TEXT
042500         DELIMITED BY SIZE INTO REPORT-LINE.
042600     PERFORM WRITE-REPORT-PARA.

      * The sweep's deactivation goes on STARJRN exactly as a
      * CustMaint deactivation would, signed by the supervisor who
      * ran the sweep, with the reason the counter never has to key.
042700     CLOSE-ACCOUNT-PARA.
042800     MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE.
042900     MOVE "I" TO CM-STATUS-CODE.
043000     REWRITE CM-CUSTOMER-RECORD.
043100     PERFORM CHECK-CUSTMAS-STATUS-PARA.
043200     ADD 1 TO WS-CLOSED-COUNT.
043300     ACCEPT WS-TODAY-TIME FROM TIME.
043400     MOVE WS-RUN-DATE TO JR-TRANS-DATE.
043500     MOVE WS-TODAY-TIME TO JR-TRANS-TIME.
043600     MOVE WS-SUPERVISOR-ID TO JR-OPERATOR-ID.
043700     MOVE "CUSTMAS" TO JR-FILE-ID.
043800     MOVE "D" TO JR-ACTION-CODE.
043900     MOVE CM-ACCOUNT-NUMBER TO WS-EDIT-ACCOUNT.
044000     MOVE WS-EDIT-ACCOUNT TO JR-RECORD-KEY.
044100     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
044200     MOVE CM-CUSTOMER-RECORD TO JR-AFTER-IMAGE.
044300     MOVE WS-DORMANT-MONTHS TO WS-EDIT-MONTHS.
044400     MOVE SPACES TO JR-REASON.
044500     STRING "DORMANT SWEEP - NO ACTIVITY IN "
044600         WS-EDIT-MONTHS " MONTHS"
044700         DELIMITED BY SIZE INTO JR-REASON.
044800     WRITE JR-JOURNAL-RECORD.
044900     PERFORM CHECK-JOURNAL-STATUS-PARA.

      * A dormant account still holding a balance: one entry on the
      * contact list with whatever CUSTCON has to reach the
      * customer by.
045000     LIST-CONTACT-PARA.
045100     MOVE "N" TO WS-CONTACT-SWITCH.
045200     IF NOT WS-NO-CONTACT-FILE
045300         MOVE CM-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER
045400         READ CONTACT-FILE
045500             INVALID KEY
045600                 CONTINUE
045700             NOT INVALID KEY
045800                 MOVE "Y" TO WS-CONTACT-SWITCH
045900         END-READ
046000         PERFORM CHECK-CUSTCON-STATUS-PARA
046100     END-IF.
046200     MOVE CM-ACCOUNT-NUMBER TO WS-EDIT-ACCOUNT.
046300     MOVE CM-STAR-BALANCE TO WS-EDIT-STARS.
046400     MOVE SPACES TO LIST-LINE.
046500     STRING WS-EDIT-ACCOUNT "  " CM-CUST-NAME
046600         "  BALANCE " WS-EDIT-STARS
046700         "  LAST ACTIVITY " WS-LAST-TEXT
046800         DELIMITED BY SIZE INTO LIST-LINE.
046900     PERFORM WRITE-LIST-PARA.
047000     MOVE SPACES TO LIST-LINE.
047100     IF WS-CONTACT-FOUND
047200         STRING "        PHONE " CN-PHONE
047300             "  EMAIL " CN-EMAIL
047400             DELIMITED BY SIZE INTO LIST-LINE
047500     ELSE
047600         STRING "        NO CONTACT DETAILS ON FILE"
047700             DELIMITED BY SIZE INTO LIST-LINE
047800     END-IF.
047900     PERFORM WRITE-LIST-PARA.

048000     PRINT-HEADER-PARA.
048100     MOVE WS-DORMANT-MONTHS TO WS-EDIT-MONTHS.
048200     MOVE SPACES TO REPORT-LINE.
048300     STRING "STAR SELLER - DORMANT ACCOUNT REVIEW"
048400         DELIMITED BY SIZE INTO REPORT-LINE.
048500     PERFORM WRITE-REPORT-PARA.
048600     MOVE SPACES TO REPORT-LINE.
048700     STRING "RUN DATE " WS-RUN-DATE
048800         "  NO ACTIVITY SINCE " WS-CUTOFF-DATE
048900         " (" WS-EDIT-MONTHS " MONTHS)"
049000         DELIMITED BY SIZE INTO REPORT-LINE.
049100     PERFORM WRITE-REPORT-PARA.
049200     IF WS-SWEEP-MODE
049300         MOVE SPACES TO REPORT-LINE
049400         STRING "SWEEP MODE, AUTHORIZED BY " WS-SUPERVISOR-ID
049500             DELIMITED BY SIZE INTO REPORT-LINE
049600         PERFORM WRITE-REPORT-PARA
049700     ELSE
049800         MOVE SPACES TO REPORT-LINE
049900         STRING "REVIEW ONLY - NO MASTER RECORD CHANGED"
050000             DELIMITED BY SIZE INTO REPORT-LINE
050100         PERFORM WRITE-REPORT-PARA
050200     END-IF.
050300     MOVE SPACES TO REPORT-LINE.
050400     PERFORM WRITE-REPORT-PARA.
050500     MOVE SPACES TO REPORT-LINE.
050600     STRING "ACCOUNT NAME                  LAST ACT  "
050700         "ENROLLED       BALANCE  ACTION"
050800         DELIMITED BY SIZE INTO REPORT-LINE.
050900     PERFORM WRITE-REPORT-PARA.
051000     MOVE SPACES TO LIST-LINE.
051100     STRING "STAR SELLER - DORMANT ACCOUNTS HOLDING STARS"
051200         DELIMITED BY SIZE INTO LIST-LINE.
051300     PERFORM WRITE-LIST-PARA.
051400     MOVE SPACES TO LIST-LINE.
051500     STRING "RUN DATE " WS-RUN-DATE
051600         "  NO ACTIVITY SINCE " WS-CUTOFF-DATE
051700         "  - CONTACT BEFORE CLOSING"
051800         DELIMITED BY SIZE INTO LIST-LINE.
051900     PERFORM WRITE-LIST-PARA.
052000     MOVE SPACES TO LIST-LINE.
052100     PERFORM WRITE-LIST-PARA.

052200     PRINT-TOTALS-PARA.
052300     MOVE SPACES TO REPORT-LINE.
052400     PERFORM WRITE-REPORT-PARA.
052500     MOVE WS-CHECKED-COUNT TO WS-EDIT-COUNT.
052600     MOVE SPACES TO REPORT-LINE.
052700     STRING "ACTIVE ACCOUNTS CHECKED  " WS-EDIT-COUNT
052800         DELIMITED BY SIZE INTO REPORT-LINE.
052900     PERFORM WRITE-REPORT-PARA.
053000     MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT.
053100     MOVE SPACES TO REPORT-LINE.
053200     STRING "  DORMANT                " WS-EDIT-COUNT
053300         DELIMITED BY SIZE INTO REPORT-LINE.
053400     PERFORM WRITE-REPORT-PARA.
053500     MOVE WS-ZERO-COUNT TO WS-EDIT-COUNT.
053600     MOVE SPACES TO REPORT-LINE.
053700     STRING "    NO BALANCE           " WS-EDIT-COUNT
053800         DELIMITED BY SIZE INTO REPORT-LINE.
053900     PERFORM WRITE-REPORT-PARA.
054000     IF WS-SWEEP-MODE
054100         MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
054200         MOVE SPACES TO REPORT-LINE
054300         STRING "      MARKED INACTIVE    " WS-EDIT-COUNT
054400             DELIMITED BY SIZE INTO REPORT-LINE
054500         PERFORM WRITE-REPORT-PARA
054600     END-IF.
054700     MOVE WS-HOLDING-COUNT TO WS-EDIT-COUNT.
054800     MOVE SPACES TO REPORT-LINE.
054900     STRING "    HOLDING A BALANCE    " WS-EDIT-COUNT
055000         "  - SEE STARDCL"
055100         DELIMITED BY SIZE INTO REPORT-LINE.
055200     PERFORM WRITE-REPORT-PARA.
055300     MOVE WS-HOLDING-STARS TO WS-EDIT-STARS.
055400     MOVE SPACES TO REPORT-LINE.
055500     STRING "    STARS THEY HOLD     " WS-EDIT-STARS
055600         DELIMITED BY SIZE INTO REPORT-LINE.
055700     PERFORM WRITE-REPORT-PARA.
055800     MOVE WS-HOLDING-COUNT TO WS-EDIT-COUNT.
055900     MOVE SPACES TO LIST-LINE.
056000     PERFORM WRITE-LIST-PARA.
056100     MOVE SPACES TO LIST-LINE.
056200     STRING "ACCOUNTS TO CONTACT " WS-EDIT-COUNT
056300         "  STARS HELD " WS-EDIT-STARS
056400         DELIMITED BY SIZE INTO LIST-LINE.
056500     PERFORM WRITE-LIST-PARA.

056600     WRITE-REPORT-PARA.
056700     WRITE REPORT-LINE.
056800     PERFORM CHECK-REPORT-STATUS-PARA.

056900     WRITE-LIST-PARA.
057000     WRITE LIST-LINE.
057100     PERFORM CHECK-LIST-STATUS-PARA.

      * The AT END phrases above already handle status "10"; any
      * other non-"00" status is an unexpected I/O error.
057200     CHECK-ARCHIVE-STATUS-PARA.
057300     IF WS-ARCHIVE-FILE-STATUS NOT = "00" AND
057400             WS-ARCHIVE-FILE-STATUS NOT = "10"
057500         DISPLAY "FATAL: I/O error on STARLDGA, status "
057600             WS-ARCHIVE-FILE-STATUS
057700         STOP RUN
057800     END-IF.

057900     CHECK-LEDGER-STATUS-PARA.
058000     IF WS-LEDGER-FILE-STATUS NOT = "00" AND
058100             WS-LEDGER-FILE-STATUS NOT = "10"
058200         DISPLAY "FATAL: I/O error on STARLDG, status "
058300             WS-LEDGER-FILE-STATUS
058400         STOP RUN
058500     END-IF.

058600     CHECK-CUSTMAS-STATUS-PARA.
058700     IF WS-CUSTMAS-FILE-STATUS NOT = "00" AND
058800             WS-CUSTMAS-FILE-STATUS NOT = "10"
058900         DISPLAY "FATAL: I/O error on CUSTMAS, status "
059000             WS-CUSTMAS-FILE-STATUS
059100         STOP RUN
059200     END-IF.

      * OPRMAS and CUSTCON are keyed, so "23" (record not found) is
      * an expected, already-handled outcome of READ.
059300     CHECK-OPRMAS-STATUS-PARA.
059400     IF WS-OPRMAS-FILE-STATUS NOT = "00" AND
059500             WS-OPRMAS-FILE-STATUS NOT = "23"
059600         DISPLAY "FATAL: I/O error on OPRMAS, status "
059700             WS-OPRMAS-FILE-STATUS
059800         STOP RUN
059900     END-IF.

060000     CHECK-CUSTCON-STATUS-PARA.
060100     IF WS-CUSTCON-FILE-STATUS NOT = "00" AND
060200             WS-CUSTCON-FILE-STATUS NOT = "23"
060300         DISPLAY "FATAL: I/O error on CUSTCON, status "
060400             WS-CUSTCON-FILE-STATUS
060500         STOP RUN
060600     END-IF.

060700     CHECK-CONTROL-STATUS-PARA.
060800     IF WS-CONTROL-FILE-STATUS NOT = "00" AND
060900             WS-CONTROL-FILE-STATUS NOT = "10"
061000         DISPLAY "FATAL: I/O error on STARCTL, status "
061100             WS-CONTROL-FILE-STATUS
061200         STOP RUN
061300     END-IF.

061400     CHECK-JOURNAL-STATUS-PARA.
061500     IF WS-JOURNAL-FILE-STATUS NOT = "00"
061600         DISPLAY "FATAL: I/O error on STARJRN, status "
061700             WS-JOURNAL-FILE-STATUS
061800         STOP RUN
061900     END-IF.

062000     CHECK-REPORT-STATUS-PARA.
062100     IF WS-REPORT-FILE-STATUS NOT = "00"
062200         DISPLAY "FATAL: I/O error on STARDRM, status "
062300             WS-REPORT-FILE-STATUS
062400         STOP RUN
062500     END-IF.

062600     CHECK-LIST-STATUS-PARA.
062700     IF WS-LIST-FILE-STATUS NOT = "00"
062800         DISPLAY "FATAL: I/O error on STARDCL, status "
062900             WS-LIST-FILE-STATUS
063000         STOP RUN
063100     END-IF.

063200     CLOSE-FILES-PARA.
063300     IF WS-ARCHIVE-PRESENT
063400         CLOSE LEDGER-ARCHIVE-FILE
063500     END-IF.
063600     CLOSE STAR-LEDGER-FILE.
063700     CLOSE CUSTOMER-MASTER-FILE.
063800     CLOSE OPERATOR-MASTER-FILE.
063900     IF NOT WS-NO-CONTACT-FILE
064000         CLOSE CONTACT-FILE
064100     END-IF.
064200     IF WS-SWEEP-MODE
064300         CLOSE JOURNAL-FILE
064400     END-IF.
064500     CLOSE DORMANT-REPORT-FILE.
064600     CLOSE CONTACT-LIST-FILE.
