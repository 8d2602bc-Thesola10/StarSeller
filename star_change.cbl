      * StarChange - nightly maintenance change report.

      * CustMaint, OperMaint and PriceMaint rewrite CUSTMAS, OPRMAS
      * and STARPRC in place, so until now a changed name, a new
      * supervisor or a moved rate left nothing behind to say who
      * did it or what the record said first. Each now signs its
      * user on against OPRMAS and appends an entry to the STARJRN
      * maintenance journal (see JRNLREC) for every action. This
      * nightly run prints the run date's entries to the STARCHG
      * report: when, who, which master, what was done and to which
      * record, with the record before and after taken apart field
      * by field, so the store manager can read the day's
      * maintenance over and initial it.

      * Three kinds of change are called out for a closer look:
      * an operator given the supervisor role, whether added that
      * way or changed to it; a supervisor maintaining their own
      * operator record; and an add, change or delete of a STARPRC
      * tier record whose period was in effect the day it was keyed
      * - a change to the price the counter was charging that day,
      * rather than a change scheduled ahead. End-dating a period
      * is the routine first step of every scheduled rate change
      * and PriceMaint will not let one leave a day unpriced, so it
      * is listed but not called out.

      * STARJRN is never cleared: it is the standing record of
      * every maintenance action, and this run only picks out the
      * entries dated the run date. A shop that has never run the
      * maintenance programs has no STARJRN yet; the report then
      * says there was no maintenance. The run date comes off the
      * command line/PARM as YYYYMMDD and defaults to today. The
      * report is for review, so the run always ends RETURN-CODE 0.

      * Modification history:
      *   THS  Original maintenance change report - the run date's
      *        STARJRN entries with before and after images decoded
      *        per master, supervisor grants, own-record changes and
      *        live price changes called out, manager sign-off line.
      *   THS  CUSTCON contact entries from CustMaint's mailing
      *        action, taken apart over two lines per image.
      *   THS  The reason on an entry, when one was written - the
      *        dormancy sweep's deactivations carry one.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarChange.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT JOURNAL-FILE ASSIGN TO "STARJRN"
000700          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000900      SELECT CHANGE-REPORT-FILE ASSIGN TO "STARCHG"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-REPORT-FILE-STATUS.
001200 DATA DIVISION.
001300  FILE SECTION.
001400  FD  JOURNAL-FILE
001500      LABEL RECORDS ARE STANDARD.
001600      COPY JRNLREC.
001700  FD  CHANGE-REPORT-FILE
001800      LABEL RECORDS ARE STANDARD.
001900  01 REPORT-LINE PIC X(80).
002000  WORKING-STORAGE SECTION.

      * Run date, off the PARM or defaulted to today.
002100  01 WS-RUN-DATE PIC 9(08).
002200  01 WS-PARM-DATE PIC X(08) VALUE SPACES.

002300  01 WS-JOURNAL-EOF-SWITCH PIC X(01) VALUE "N".
002400      88 WS-JOURNAL-EOF VALUE "Y".

      * The masters' own record layouts, for taking a before or
      * after image apart. An image is moved into the layout for
      * its file and the fields read off from there.
002500      COPY CUSTREC.
002600      COPY OPERREC.
002700      COPY PRICREC.
002750      COPY CONTREC.

      * The image being described, and the text built for it.
002800  01 WS-IMAGE PIC X(150).
002900  01 WS-IMAGE-TEXT PIC X(66).
003000  01 WS-IMAGE-LABEL PIC X(08).
003050  01 WS-IMAGE-TEXT-2 PIC X(68).

      * What the before image showed, kept for the checks once the
      * after image has been taken apart over it.
003100  01 WS-BEFORE-ROLE PIC X(01).
003200  01 WS-BEFORE-FROM PIC 9(08).
003300  01 WS-BEFORE-TO PIC 9(08).

      * Call-outs raised against the entry in hand.
003400  01 WS-GRANT-SWITCH PIC X(01) VALUE "N".
003500      88 WS-GRANT VALUE "Y".
003600  01 WS-OWN-RECORD-SWITCH PIC X(01) VALUE "N".
003700      88 WS-OWN-RECORD VALUE "Y".
003800  01 WS-LIVE-PRICE-SWITCH PIC X(01) VALUE "N".
003900      88 WS-LIVE-PRICE VALUE "Y".

      * Tallies for the summary.
004000  01 WS-ENTRY-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004100  01 WS-CUSTMAS-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004200  01 WS-OPRMAS-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004300  01 WS-STARPRC-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004350  01 WS-CUSTCON-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004400  01 WS-GRANT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004500  01 WS-OWN-RECORD-COUNT PIC S9(09) USAGE IS BINARY
004600      VALUE ZERO.
004700  01 WS-LIVE-PRICE-COUNT PIC S9(09) USAGE IS BINARY
004800      VALUE ZERO.

004900  01 WS-ACTION-TEXT PIC X(10).
005000  01 WS-EDIT-DATE PIC 9(08).
005100  01 WS-EDIT-TIME PIC 99B99B99.
005200  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
005300  01 WS-EDIT-BALANCE PIC ZZZ,ZZZ,ZZ9-.
005400  01 WS-EDIT-RATE PIC 9.99.

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
005500  01 WS-JOURNAL-FILE-STATUS PIC X(02).
005600  01 WS-REPORT-FILE-STATUS PIC X(02).

005700 PROCEDURE DIVISION.
005800     PERFORM SET-RUN-DATE-PARA.
005900     PERFORM OPEN-FILES-PARA.
006000     PERFORM PRINT-HEADER-PARA.
006100     PERFORM PASS-JOURNAL-PARA.
006200     PERFORM PRINT-SUMMARY-PARA.
006300     PERFORM CLOSE-FILES-PARA.
006400     DISPLAY "STARCHANGE: DAY " WS-RUN-DATE " "
006500         WS-ENTRY-COUNT " MAINTENANCE ACTION(S) - SEE STARCHG".
006600     MOVE 0 TO RETURN-CODE.
006700     GOBACK.

006800     SET-RUN-DATE-PARA.
006900     ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
007000     IF WS-PARM-DATE = SPACES
007100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007200     ELSE
007300         MOVE WS-PARM-DATE TO WS-RUN-DATE
007400     END-IF.

      * No STARJRN at all ("35") is a shop where nobody has signed
      * on to maintain anything yet: an empty day, not an error.
007500     OPEN-FILES-PARA.
007600     OPEN INPUT JOURNAL-FILE.
007700     IF WS-JOURNAL-FILE-STATUS = "35"
007800         MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
007900     ELSE
008000         PERFORM CHECK-JOURNAL-STATUS-PARA
008100     END-IF.
008200     OPEN OUTPUT CHANGE-REPORT-FILE.
008300     PERFORM CHECK-REPORT-STATUS-PARA.

008400     PRINT-HEADER-PARA.
008500     MOVE SPACES TO REPORT-LINE.
008600     STRING "STAR SELLER - MAINTENANCE CHANGE REPORT"
008700         DELIMITED BY SIZE INTO REPORT-LINE.
008800     PERFORM WRITE-REPORT-PARA.
008900     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
009000     MOVE SPACES TO REPORT-LINE.
009100     STRING "RUN DATE " WS-EDIT-DATE
009200         DELIMITED BY SIZE INTO REPORT-LINE.
009300     PERFORM WRITE-REPORT-PARA.
009400     MOVE SPACES TO REPORT-LINE.
009500     PERFORM WRITE-REPORT-PARA.
009600     MOVE SPACES TO REPORT-LINE.
009700     STRING "TIME      OPERATOR  FILE      ACTION      RECORD"
009800         DELIMITED BY SIZE INTO REPORT-LINE.
009900     PERFORM WRITE-REPORT-PARA.

010000     PASS-JOURNAL-PARA.
010100     IF NOT WS-JOURNAL-EOF
010200         PERFORM READ-JOURNAL-PARA
010300     END-IF.
010400     PERFORM CHECK-ONE-ENTRY-PARA UNTIL WS-JOURNAL-EOF.

010500     READ-JOURNAL-PARA.
010600     READ JOURNAL-FILE
010700         AT END MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
010800     END-READ.
010900     PERFORM CHECK-JOURNAL-STATUS-PARA.

011000     CHECK-ONE-ENTRY-PARA.
011100     IF JR-TRANS-DATE = WS-RUN-DATE
011200         PERFORM PRINT-ENTRY-PARA
011300     END-IF.
011400     PERFORM READ-JOURNAL-PARA.

      * One entry: the heading line, the before and after images,
      * and any call-out, then a blank line to set it off.
011500     PRINT-ENTRY-PARA.
011600     ADD 1 TO WS-ENTRY-COUNT.
011700     IF JR-FILE-CUSTMAS
011800         ADD 1 TO WS-CUSTMAS-COUNT
011900     END-IF.
012000     IF JR-FILE-OPRMAS
012100         ADD 1 TO WS-OPRMAS-COUNT
012200     END-IF.
012300     IF JR-FILE-STARPRC
012400         ADD 1 TO WS-STARPRC-COUNT
012410     END-IF.
012420     IF JR-FILE-CUSTCON
012430         ADD 1 TO WS-CUSTCON-COUNT
012500     END-IF.
012600     PERFORM SET-ACTION-TEXT-PARA.
012700     MOVE JR-TRANS-TIME TO WS-EDIT-TIME.
012800     MOVE SPACES TO REPORT-LINE.
012900     STRING WS-EDIT-TIME "  " JR-OPERATOR-ID
013000         "  " JR-FILE-ID "  " WS-ACTION-TEXT
013100         "  " JR-RECORD-KEY
013200         DELIMITED BY SIZE INTO REPORT-LINE.
013300     PERFORM WRITE-REPORT-PARA.
013400     MOVE "N" TO WS-GRANT-SWITCH.
013500     MOVE "N" TO WS-OWN-RECORD-SWITCH.
013600     MOVE "N" TO WS-LIVE-PRICE-SWITCH.
013700     MOVE SPACES TO WS-BEFORE-ROLE.
013800     MOVE ZERO TO WS-BEFORE-FROM.
013900     MOVE ZERO TO WS-BEFORE-TO.
014000     MOVE "BEFORE" TO WS-IMAGE-LABEL.
014100     MOVE JR-BEFORE-IMAGE TO WS-IMAGE.
014200     PERFORM PRINT-IMAGE-PARA.
014300     MOVE "AFTER" TO WS-IMAGE-LABEL.
014400     MOVE JR-AFTER-IMAGE TO WS-IMAGE.
014500     PERFORM PRINT-IMAGE-PARA.
014510     IF JR-REASON NOT = SPACES
014520         MOVE SPACES TO REPORT-LINE
014530         STRING "    REASON  " JR-REASON
014540             DELIMITED BY SIZE INTO REPORT-LINE
014550         PERFORM WRITE-REPORT-PARA
014560     END-IF.
014600     PERFORM CHECK-CALL-OUTS-PARA.
014700     MOVE SPACES TO REPORT-LINE.
014800     PERFORM WRITE-REPORT-PARA.

014900     SET-ACTION-TEXT-PARA.
015000     MOVE JR-ACTION-CODE TO WS-ACTION-TEXT.
015100     IF JR-ACTION-ADD
015200         MOVE "ADD" TO WS-ACTION-TEXT
015300     END-IF.
015400     IF JR-ACTION-CHANGE
015500         MOVE "CHANGE" TO WS-ACTION-TEXT
015600     END-IF.
015700     IF JR-ACTION-DEACTIVATE
015800         MOVE "DEACTIVATE" TO WS-ACTION-TEXT
015900     END-IF.
016000     IF JR-ACTION-REACTIVATE
016100         MOVE "REACTIVATE" TO WS-ACTION-TEXT
016200     END-IF.
016300     IF JR-ACTION-END-DATE
016400         MOVE "END-DATE" TO WS-ACTION-TEXT
016500     END-IF.
016600     IF JR-ACTION-DELETE
016700         MOVE "DELETE" TO WS-ACTION-TEXT
016800     END-IF.

      * A blank image is the before of an add or the after of a
      * delete; anything else is taken apart in its own master's
      * layout. The before image's role and period are kept for the
      * call-outs. A contact record is too wide for one line and
      * takes a second.
016900     PRINT-IMAGE-PARA.
017000     MOVE SPACES TO WS-IMAGE-TEXT.
017050     MOVE SPACES TO WS-IMAGE-TEXT-2.
017100     IF WS-IMAGE = SPACES
017200         MOVE "(NONE)" TO WS-IMAGE-TEXT
017300     ELSE
017400         IF JR-FILE-CUSTMAS
017500             PERFORM DESCRIBE-CUSTOMER-PARA
017600         END-IF
017700         IF JR-FILE-OPRMAS
017800             PERFORM DESCRIBE-OPERATOR-PARA
017900         END-IF
018000         IF JR-FILE-STARPRC
018100             PERFORM DESCRIBE-PRICE-PARA
018200         END-IF
018210         IF JR-FILE-CUSTCON
018220             PERFORM DESCRIBE-CONTACT-PARA
018230         END-IF
018300     END-IF.
018400     MOVE SPACES TO REPORT-LINE.
018500     STRING "    " WS-IMAGE-LABEL WS-IMAGE-TEXT
018600         DELIMITED BY SIZE INTO REPORT-LINE.
018700     PERFORM WRITE-REPORT-PARA.
018710     IF WS-IMAGE-TEXT-2 NOT = SPACES
018720         MOVE SPACES TO REPORT-LINE
018730         STRING "            " WS-IMAGE-TEXT-2
018740             DELIMITED BY SIZE INTO REPORT-LINE
018750         PERFORM WRITE-REPORT-PARA
018760     END-IF.

018800     DESCRIBE-CUSTOMER-PARA.
018900     MOVE WS-IMAGE TO CM-CUSTOMER-RECORD.
019000     MOVE CM-STAR-BALANCE TO WS-EDIT-BALANCE.
019100     STRING CM-ACCOUNT-NUMBER " " CM-CUST-NAME
019200         " ST " CM-STATUS-CODE
019300         " ENR " CM-ENROLL-DATE
019400         " BAL" WS-EDIT-BALANCE
019500         DELIMITED BY SIZE INTO WS-IMAGE-TEXT.

019600     DESCRIBE-OPERATOR-PARA.
019700     MOVE WS-IMAGE TO OP-OPERATOR-RECORD.
019800     STRING OP-OPERATOR-ID " " OP-OPER-NAME
019900         " ROLE " OP-ROLE-CODE
020000         " ST " OP-STATUS-CODE
020100         DELIMITED BY SIZE INTO WS-IMAGE-TEXT.
020200     IF WS-IMAGE-LABEL = "BEFORE"
020300         MOVE OP-ROLE-CODE TO WS-BEFORE-ROLE
020400     END-IF.

020500     DESCRIBE-PRICE-PARA.
020600     MOVE WS-IMAGE TO PR-PRICE-RECORD.
020700     MOVE PR-TIER-RATE TO WS-EDIT-RATE.
020800     STRING PR-EFF-FROM-DATE " TO " PR-EFF-TO-DATE
020900         " TIER " PR-TIER-NUMBER
021000         " CEILING " PR-TIER-MAX
021100         " RATE " WS-EDIT-RATE
021200         DELIMITED BY SIZE INTO WS-IMAGE-TEXT.
021300     IF WS-IMAGE-LABEL = "BEFORE"
021400         MOVE PR-EFF-FROM-DATE TO WS-BEFORE-FROM
021500         MOVE PR-EFF-TO-DATE TO WS-BEFORE-TO
021600     END-IF.

021610     DESCRIBE-CONTACT-PARA.
021620     MOVE WS-IMAGE TO CN-CONTACT-RECORD.
021630     STRING CN-STREET " " CN-CITY " " CN-STATE
021640         " " CN-POSTAL-CODE
021650         DELIMITED BY SIZE INTO WS-IMAGE-TEXT.
021660     STRING CN-PHONE " " CN-EMAIL
021670         " OPT " CN-MAIL-OPT-OUT
021680         " RET " CN-RETURNED-MAIL
021690         DELIMITED BY SIZE INTO WS-IMAGE-TEXT-2.

      * The after image is still in the master layouts here (the
      * after is always described last), so the after side of each
      * check reads straight off OP- and PR- fields.
021700     CHECK-CALL-OUTS-PARA.
021800     IF JR-FILE-OPRMAS AND JR-AFTER-IMAGE NOT = SPACES
021900         IF OP-ROLE-SUPERVISOR AND WS-BEFORE-ROLE NOT = "S"
022000             MOVE "Y" TO WS-GRANT-SWITCH
022100         END-IF
022200         IF OP-OPERATOR-ID = JR-OPERATOR-ID
022300             MOVE "Y" TO WS-OWN-RECORD-SWITCH
022400         END-IF
022500     END-IF.
022600     IF JR-FILE-STARPRC AND NOT JR-ACTION-END-DATE
022700         IF JR-ACTION-ADD
022800             MOVE PR-EFF-FROM-DATE TO WS-BEFORE-FROM
022900             MOVE PR-EFF-TO-DATE TO WS-BEFORE-TO
023000         END-IF
023100         IF WS-BEFORE-FROM NOT > JR-TRANS-DATE AND
023200                 WS-BEFORE-TO NOT < JR-TRANS-DATE
023300             MOVE "Y" TO WS-LIVE-PRICE-SWITCH
023400         END-IF
023500     END-IF.
023600     IF WS-GRANT
023700         ADD 1 TO WS-GRANT-COUNT
023800         MOVE SPACES TO REPORT-LINE
023900         STRING "    *** SUPERVISOR ROLE GRANTED"
024000             DELIMITED BY SIZE INTO REPORT-LINE
024100         PERFORM WRITE-REPORT-PARA
024200     END-IF.
024300     IF WS-OWN-RECORD
024400         ADD 1 TO WS-OWN-RECORD-COUNT
024500         MOVE SPACES TO REPORT-LINE
024600         STRING "    *** OPERATOR MAINTAINED OWN RECORD"
024700             DELIMITED BY SIZE INTO REPORT-LINE
024800         PERFORM WRITE-REPORT-PARA
024900     END-IF.
025000     IF WS-LIVE-PRICE
025100         ADD 1 TO WS-LIVE-PRICE-COUNT
025200         MOVE SPACES TO REPORT-LINE
025300         STRING "    *** PRICE IN EFFECT THAT DAY CHANGED"
025400             DELIMITED BY SIZE INTO REPORT-LINE
025500         PERFORM WRITE-REPORT-PARA
025600     END-IF.

025700     PRINT-SUMMARY-PARA.
025800     IF WS-ENTRY-COUNT = 0
025900         MOVE SPACES TO REPORT-LINE
026000         STRING "NO MAINTENANCE JOURNALED ON THE RUN DATE"
026100             DELIMITED BY SIZE INTO REPORT-LINE
026200         PERFORM WRITE-REPORT-PARA
026300         MOVE SPACES TO REPORT-LINE
026400         PERFORM WRITE-REPORT-PARA
026500     END-IF.
026600     MOVE WS-CUSTMAS-COUNT TO WS-EDIT-COUNT.
026700     MOVE SPACES TO REPORT-LINE.
026800     STRING "  CUSTMAS ACTIONS         " WS-EDIT-COUNT
026900         DELIMITED BY SIZE INTO REPORT-LINE.
027000     PERFORM WRITE-REPORT-PARA.
027100     MOVE WS-OPRMAS-COUNT TO WS-EDIT-COUNT.
027200     MOVE SPACES TO REPORT-LINE.
027300     STRING "  OPRMAS ACTIONS          " WS-EDIT-COUNT
027400         DELIMITED BY SIZE INTO REPORT-LINE.
027500     PERFORM WRITE-REPORT-PARA.
027600     MOVE WS-STARPRC-COUNT TO WS-EDIT-COUNT.
027700     MOVE SPACES TO REPORT-LINE.
027800     STRING "  STARPRC ACTIONS         " WS-EDIT-COUNT
027900         DELIMITED BY SIZE INTO REPORT-LINE.
028000     PERFORM WRITE-REPORT-PARA.
028010     MOVE WS-CUSTCON-COUNT TO WS-EDIT-COUNT.
028020     MOVE SPACES TO REPORT-LINE.
028030     STRING "  CUSTCON ACTIONS         " WS-EDIT-COUNT
028040         DELIMITED BY SIZE INTO REPORT-LINE.
028050     PERFORM WRITE-REPORT-PARA.
028100     MOVE WS-GRANT-COUNT TO WS-EDIT-COUNT.
028200     MOVE SPACES TO REPORT-LINE.
028300     STRING "  SUPERVISOR GRANTS       " WS-EDIT-COUNT
028400         DELIMITED BY SIZE INTO REPORT-LINE.
028500     PERFORM WRITE-REPORT-PARA.
028600     MOVE WS-OWN-RECORD-COUNT TO WS-EDIT-COUNT.
028700     MOVE SPACES TO REPORT-LINE.
028800     STRING "  OWN-RECORD CHANGES      " WS-EDIT-COUNT
028900         DELIMITED BY SIZE INTO REPORT-LINE.
029000     PERFORM WRITE-REPORT-PARA.
029100     MOVE WS-LIVE-PRICE-COUNT TO WS-EDIT-COUNT.
029200     MOVE SPACES TO REPORT-LINE.
029300     STRING "  LIVE PRICE CHANGES      " WS-EDIT-COUNT
029400         DELIMITED BY SIZE INTO REPORT-LINE.
029500     PERFORM WRITE-REPORT-PARA.
029600     MOVE SPACES TO REPORT-LINE.
029700     PERFORM WRITE-REPORT-PARA.
029800     MOVE SPACES TO REPORT-LINE.
029900     STRING "REVIEWED BY ____________________   "
030000         "DATE __________"
030100         DELIMITED BY SIZE INTO REPORT-LINE.
030200     PERFORM WRITE-REPORT-PARA.

030300     WRITE-REPORT-PARA.
030400     WRITE REPORT-LINE.
030500     PERFORM CHECK-REPORT-STATUS-PARA.

      * The AT END phrase above already handles status "10"; any
      * other non-"00" status is an unexpected I/O error.
030600     CHECK-JOURNAL-STATUS-PARA.
030700     IF WS-JOURNAL-FILE-STATUS NOT = "00" AND
030800             WS-JOURNAL-FILE-STATUS NOT = "10"
030900         DISPLAY "FATAL: I/O error on STARJRN, status "
031000             WS-JOURNAL-FILE-STATUS
031100         STOP RUN
031200     END-IF.

031300     CHECK-REPORT-STATUS-PARA.
031400     IF WS-REPORT-FILE-STATUS NOT = "00"
031500         DISPLAY "FATAL: I/O error on STARCHG, status "
031600             WS-REPORT-FILE-STATUS
031700         STOP RUN
031800     END-IF.

031900     CLOSE-FILES-PARA.
032000     IF WS-JOURNAL-FILE-STATUS NOT = "35"
032100         CLOSE JOURNAL-FILE
032200     END-IF.
032300     CLOSE CHANGE-REPORT-FILE.
