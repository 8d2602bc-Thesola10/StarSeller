      * the STARSTM print file for mailing or handing out at the
      * counter.

      * Each statement starts a new page and carries the customer's
      * mailing address off the CUSTCON contact file, set on lines
      * seven to nine of the page ten columns in, where the window
      * of a standard envelope shows it once the sheet is folded in
      * three. A customer who has opted out of mail, or whose mail
      * has come back undeliverable, gets no statement at all - the
      * count of those held back is shown at the end of the run. A
      * customer with no contact record still gets one, marked as a
      * counter copy in place of the address. StarLabels lists the
      * held and unaddressed accounts for follow-up.

      * Where the STARLDX ledger history index has been built the
      * month's records are taken off it rather than STARLDG, and
      * since the index holds the archived months as well as the
      * open one, a statement can be reprinted for a month already
      * cut at month-end. Without the index only the open month on
      * STARLDG can be stated.

      * The statement month comes off the command line/PARM as
      * YYYYMM and defaults to the current month. The name printed
      * is the one on the month's first ledger record for the
      * account, which is the name CUSTMAS carried when the visit
      * was rung up. The loyalty tier printed is the one CUSTMAS
      * holds when the statement is run.

      * Modification history:
      *   THS  Original statement run - sort by account, date and
      *        into the month's issued total and the running
      *        position like any issuance, but the customer sees
      *        the promotion gave them, not a purchase.
      *   THS  A same-day void prints as VOIDED with its negated
      *        stars and value, so the voided visit and its
      *        reversal net out of the month's totals and the
      *        running position, and the visit count drops back by
      *        one instead of counting the void as another visit.
      *   THS  Window-envelope address block off CUSTCON, a new page
      *        per statement, and no statement for an account that
      *        opted out of mail or has mail returned.
      *   THS  Gift vouchers: a voucher the customer bought prints
      *        as GIFT VCH with its value but leaves the position
      *        alone - the stars are the voucher's, not theirs - and
      *        a voucher they used prints as VOUCHER, counting into
      *        the issued total and the position like an issuance.
      *   THS  The month's records come off the STARLDX ledger
      *        history index when there is one, so an archived
      *        month can be stated too; STARLDG is read otherwise.
      *   THS  The customer's loyalty tier, and the day they reached
      *        it, prints under the account line, read off CUSTMAS.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarStatement.
000300 ENVIRONMENT DIVISION.
000600      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
000700          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-LEDGER-FILE-STATUS.
000810      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS SEQUENTIAL
000840          RECORD KEY IS LX-KEY
000850          FILE STATUS IS WS-INDEX-FILE-STATUS.
000900      SELECT STATEMENT-FILE ASSIGN TO "STARSTM"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-STATEMENT-FILE-STATUS.
001200      SELECT SORT-FILE ASSIGN TO "SORTWK".
001210      SELECT CONTACT-FILE ASSIGN TO "CUSTCON"
001220          ORGANIZATION IS INDEXED
001230          ACCESS MODE IS RANDOM
001240          RECORD KEY IS CN-ACCOUNT-NUMBER
001250          FILE STATUS IS WS-CUSTCON-FILE-STATUS.
001260      SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
001270          ORGANIZATION IS INDEXED
001280          ACCESS MODE IS RANDOM
001285          RECORD KEY IS CM-ACCOUNT-NUMBER
001290          ALTERNATE RECORD KEY IS CM-CUST-NAME
001292              WITH DUPLICATES
001294          FILE STATUS IS WS-CUSTMAS-FILE-STATUS.
001300 DATA DIVISION.
001400  FILE SECTION.
001500  FD  STAR-LEDGER-FILE
001600      LABEL RECORDS ARE STANDARD.
001700      COPY LEDGREC.
001710  FD  LEDGER-INDEX-FILE
001720      LABEL RECORDS ARE STANDARD.
001730      COPY LDGXREC.
001800  FD  STATEMENT-FILE
001900      LABEL RECORDS ARE STANDARD.
002000  01 STATEMENT-LINE PIC X(80).
002010  FD  CONTACT-FILE
002020      LABEL RECORDS ARE STANDARD.
002030      COPY CONTREC.
002040  FD  CUSTOMER-MASTER-FILE
002050      LABEL RECORDS ARE STANDARD.
002060      COPY CUSTREC.
002100  SD  SORT-FILE.
002200  01 SR-SORT-RECORD.
002300      05 SR-ACCOUNT-NUMBER       PIC 9(06).
002700      05 SR-STAR-COUNT           PIC S9(09) USAGE IS BINARY.
002800      05 SR-DOLLAR-VALUE         PIC S9(07)V99 USAGE COMP-3.
002900      05 SR-TRANS-TYPE           PIC X(01).
002910      05 SR-VOID-FLAG            PIC X(01).
002920          88 SR-VOID-ENTRY       VALUE "Y".
003000  WORKING-STORAGE SECTION.

      * Statement month, off the PARM or defaulted to the current

003400  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
003500      88 WS-LEDGER-EOF VALUE "Y".
003510  01 WS-INDEX-EOF-SWITCH PIC X(01) VALUE "N".
003520      88 WS-INDEX-EOF VALUE "Y".

      * Working copy of the indexed ledger record in hand, laid out
      * with the fields the statement sort needs.
003530  01 WS-LX-RECORD.
003531      05 WS-LX-CUST-NAME PIC A(20).
003532      05 WS-LX-STAR-COUNT PIC S9(09) USAGE IS BINARY.
003533      05 WS-LX-TRANS-DATE PIC 9(08).
003534      05 WS-LX-TRANS-TIME PIC 9(06).
003535      05 WS-LX-DOLLAR-VALUE PIC S9(07)V99 USAGE COMP-3.
003536      05 FILLER PIC X(08).
003537      05 WS-LX-TRANS-TYPE PIC X(01).
003538      05 WS-LX-ACCOUNT-NUMBER PIC 9(06).
003539      05 FILLER PIC X(04).
003540      05 FILLER PIC X(02).
003541      05 FILLER PIC X(09).
003542      05 FILLER PIC X(08).
003543      05 WS-LX-VOID-OF-SEQUENCE PIC 9(09).
003544          88 WS-LX-VOID-ENTRY VALUES 1 THRU 999999999.
003600  01 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
003700      88 WS-SORT-EOF VALUE "Y".

004000  01 WS-PREV-ACCOUNT PIC 9(06) VALUE ZEROS.
004100  01 WS-STMT-NAME PIC A(20) VALUE SPACES.

      * Contact lookup for the account in hand. A held account's
      * lines are worked through the totals as usual but never
      * written, so the break logic needs no second path.
004110  01 WS-CONTACT-SWITCH PIC X(01) VALUE "N".
004120      88 WS-CONTACT-FOUND VALUE "Y".
004130  01 WS-MAIL-HOLD-SWITCH PIC X(01) VALUE "N".
004140      88 WS-MAIL-HELD VALUE "Y".
004150  01 WS-NO-CONTACT-FILE-SWITCH PIC X(01) VALUE "N".
004160      88 WS-NO-CONTACT-FILE VALUE "Y".

      * Loyalty tier of the account in hand, off its master record.
004170  01 WS-TIER-NAME PIC X(08).

      * Per-account month accumulators, reset at every break.
004200  01 WS-VISIT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004300  01 WS-ISSUE-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
      * Run tallies for the console.
004800  01 WS-STMT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004900  01 WS-RECORD-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004910  01 WS-HELD-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004920  01 WS-COUNTER-COPY-COUNT PIC S9(09) USAGE IS BINARY
004930      VALUE ZERO.

005000  01 WS-EDIT-DATE PIC 9(08).
005100  01 WS-EDIT-ACCOUNT PIC 9(06).
      * stopping silently or mailing statements short of a month.
005600  01 WS-LEDGER-FILE-STATUS PIC X(02).
005700  01 WS-STATEMENT-FILE-STATUS PIC X(02).
005705  01 WS-INDEX-FILE-STATUS PIC X(02).
005710  01 WS-CUSTCON-FILE-STATUS PIC X(02).
005720  01 WS-CUSTMAS-FILE-STATUS PIC X(02).

005800 PROCEDURE DIVISION.
005900     PERFORM SET-RUN-MONTH-PARA.
006400         OUTPUT PROCEDURE IS PRINT-STATEMENTS-PARA.
006500     DISPLAY "Statements printed: " WS-STMT-COUNT.
006600     DISPLAY "Ledger records covered: " WS-RECORD-COUNT.
006610     DISPLAY "Statements held (opted out or mail returned): "
006620         WS-HELD-COUNT.
006630     DISPLAY "Statements printed as counter copies (no "
006640         "address): " WS-COUNTER-COPY-COUNT.
006700     STOP RUN.

006800     SET-RUN-MONTH-PARA.
007500     END-IF.

      * Only the statement month's ledger records are released to
      * the sort; everything else stays behind. STARLDX is read when
      * it is there, STARLDG when it is not.
007600     SELECT-MONTH-PARA.
007610     OPEN INPUT LEDGER-INDEX-FILE.
007620     IF WS-INDEX-FILE-STATUS = "00"
007630         PERFORM READ-INDEX-PARA
007640         PERFORM RELEASE-ONE-INDEX-PARA UNTIL WS-INDEX-EOF
007650         CLOSE LEDGER-INDEX-FILE
007660     ELSE
007700         OPEN INPUT STAR-LEDGER-FILE
007800         PERFORM CHECK-LEDGER-STATUS-PARA
007900         PERFORM READ-LEDGER-PARA
008000         PERFORM RELEASE-ONE-PARA UNTIL WS-LEDGER-EOF
008100         CLOSE STAR-LEDGER-FILE
008110     END-IF.

008120     READ-INDEX-PARA.
008130     READ LEDGER-INDEX-FILE
008140         AT END MOVE "Y" TO WS-INDEX-EOF-SWITCH
008150     END-READ.
008160     PERFORM CHECK-INDEX-STATUS-PARA.

      * The date is on the key, so only the month's entries need
      * the image taken apart.
008170     RELEASE-ONE-INDEX-PARA.
008172     IF LX-TRANS-DATE(1:6) = WS-RUN-MONTH
008174         MOVE LX-LEDGER-IMAGE TO WS-LX-RECORD
008176         MOVE WS-LX-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
008178         MOVE WS-LX-TRANS-DATE TO SR-TRANS-DATE
008180         MOVE WS-LX-TRANS-TIME TO SR-TRANS-TIME
008182         MOVE WS-LX-CUST-NAME TO SR-CUST-NAME
008184         MOVE WS-LX-STAR-COUNT TO SR-STAR-COUNT
008186         MOVE WS-LX-DOLLAR-VALUE TO SR-DOLLAR-VALUE
008188         MOVE WS-LX-TRANS-TYPE TO SR-TRANS-TYPE
008190         IF WS-LX-VOID-ENTRY
008192             MOVE "Y" TO SR-VOID-FLAG
008194         ELSE
008196             MOVE "N" TO SR-VOID-FLAG
008197         END-IF
008198         RELEASE SR-SORT-RECORD
008199     END-IF.
00819A     PERFORM READ-INDEX-PARA.

008200     READ-LEDGER-PARA.
008300     READ STAR-LEDGER-FILE
009300         MOVE LR-STAR-COUNT TO SR-STAR-COUNT
009400         MOVE LR-DOLLAR-VALUE TO SR-DOLLAR-VALUE
009500         MOVE LR-TRANS-TYPE TO SR-TRANS-TYPE
009510         IF LR-VOID-ENTRY
009520             MOVE "Y" TO SR-VOID-FLAG
009530         ELSE
009540             MOVE "N" TO SR-VOID-FLAG
009550         END-IF
009600         RELEASE SR-SORT-RECORD
009700     END-IF.
009800     PERFORM READ-LEDGER-PARA.
009900     PRINT-STATEMENTS-PARA.
010000     OPEN OUTPUT STATEMENT-FILE.
010100     PERFORM CHECK-STATEMENT-STATUS-PARA.
      * No CUSTCON at all ("35") is a shop that has keyed no
      * addresses yet: every statement is a counter copy.
010110     OPEN INPUT CONTACT-FILE.
010120     IF WS-CUSTCON-FILE-STATUS = "35"
010130         MOVE "Y" TO WS-NO-CONTACT-FILE-SWITCH
010140     ELSE
010150         PERFORM CHECK-CUSTCON-STATUS-PARA
010160     END-IF.
010170     OPEN INPUT CUSTOMER-MASTER-FILE.
010180     PERFORM CHECK-CUSTMAS-STATUS-PARA.
010200     PERFORM RETURN-SORT-PARA.
010300     PERFORM PRINT-ONE-VISIT-PARA UNTIL WS-SORT-EOF.
010400     IF NOT WS-FIRST-RECORD
010500         PERFORM PRINT-MONTH-TOTALS-PARA
010600     END-IF.
010700     CLOSE STATEMENT-FILE.
010710     IF NOT WS-NO-CONTACT-FILE
010720         CLOSE CONTACT-FILE
010730     END-IF.
010740     CLOSE CUSTOMER-MASTER-FILE.

010800     RETURN-SORT-PARA.
010900     RETURN SORT-FILE
012000         END-IF
012100     END-IF.
012200     ADD 1 TO WS-RECORD-COUNT.
012250     IF SR-VOID-ENTRY
012260         SUBTRACT 1 FROM WS-VISIT-COUNT
012270     ELSE
012300         ADD 1 TO WS-VISIT-COUNT
012310     END-IF.
012400     IF SR-TRANS-TYPE = "R"
012500         ADD SR-STAR-COUNT TO WS-REDEEM-SUM
012600         SUBTRACT SR-STAR-COUNT FROM WS-RUNNING-STARS
012691     IF SR-TRANS-TYPE = "F"
012692         ADD SR-STAR-COUNT TO WS-XFER-IN-SUM
012693         ADD SR-STAR-COUNT TO WS-RUNNING-STARS
012694     ELSE
012695     IF SR-TRANS-TYPE = "G"
012696         CONTINUE
012700     ELSE
012800         ADD SR-STAR-COUNT TO WS-ISSUE-SUM
012900         ADD SR-STAR-COUNT TO WS-RUNNING-STARS
012930     END-IF
012940     END-IF
012950     END-IF
012960     END-IF
013000     END-IF.
013100     ADD SR-DOLLAR-VALUE TO WS-DOLLAR-SUM.
013200     PERFORM PRINT-VISIT-LINE-PARA.
013970     MOVE ZERO TO WS-XFER-IN-SUM.
014000     MOVE ZERO TO WS-RUNNING-STARS.
014100     MOVE ZERO TO WS-DOLLAR-SUM.
014110     PERFORM READ-CONTACT-PARA.
014120     MOVE "N" TO WS-MAIL-HOLD-SWITCH.
014130     IF WS-CONTACT-FOUND
014140         IF CN-OPTED-OUT OR CN-MAIL-RETURNED
014150             MOVE "Y" TO WS-MAIL-HOLD-SWITCH
014160         END-IF
014170     END-IF.
014180     IF WS-MAIL-HELD
014190         ADD 1 TO WS-HELD-COUNT
014195     ELSE
014200         ADD 1 TO WS-STMT-COUNT
014205     END-IF.
014300     MOVE "----------------------------------------" TO
014400         STATEMENT-LINE.
014500     PERFORM WRITE-STATEMENT-PAGE-PARA.
014600     MOVE SPACES TO STATEMENT-LINE.
014700     STRING "STAR STATEMENT          MONTH " WS-RUN-MONTH
014800         DELIMITED BY SIZE INTO STATEMENT-LINE.
015300         "  " WS-STMT-NAME
015400         DELIMITED BY SIZE INTO STATEMENT-LINE.
015500     PERFORM WRITE-STATEMENT-PARA.
015505     PERFORM PRINT-TIER-PARA.
015510     MOVE SPACES TO STATEMENT-LINE.
015530     PERFORM WRITE-STATEMENT-PARA.
015540     PERFORM WRITE-STATEMENT-PARA.
015550     PERFORM PRINT-ADDRESS-PARA.
015600     MOVE SPACES TO STATEMENT-LINE.
015700     PERFORM WRITE-STATEMENT-PARA.
015710     PERFORM WRITE-STATEMENT-PARA.

      * Lines seven to nine of the page, ten columns in: the window
      * of the envelope.
015720     PRINT-ADDRESS-PARA.
015722     IF WS-CONTACT-FOUND
015724         MOVE SPACES TO STATEMENT-LINE
015726         STRING "          " WS-STMT-NAME
015728             DELIMITED BY SIZE INTO STATEMENT-LINE
015730         PERFORM WRITE-STATEMENT-PARA
015732         MOVE SPACES TO STATEMENT-LINE
015734         STRING "          " CN-STREET
015736             DELIMITED BY SIZE INTO STATEMENT-LINE
015738         PERFORM WRITE-STATEMENT-PARA
015740         MOVE SPACES TO STATEMENT-LINE
015742         STRING "          " CN-CITY " " CN-STATE
015744             "  " CN-POSTAL-CODE
015746             DELIMITED BY SIZE INTO STATEMENT-LINE
015748         PERFORM WRITE-STATEMENT-PARA
015750     ELSE
015752         ADD 1 TO WS-COUNTER-COPY-COUNT
015754         MOVE SPACES TO STATEMENT-LINE
015756         STRING "          " WS-STMT-NAME
015758             DELIMITED BY SIZE INTO STATEMENT-LINE
015760         PERFORM WRITE-STATEMENT-PARA
015762         MOVE SPACES TO STATEMENT-LINE
015764         STRING "          NO ADDRESS ON FILE - COUNTER COPY"
015766             DELIMITED BY SIZE INTO STATEMENT-LINE
015768         PERFORM WRITE-STATEMENT-PARA
015770         MOVE SPACES TO STATEMENT-LINE
015772         PERFORM WRITE-STATEMENT-PARA
015774     END-IF.

015776     READ-CONTACT-PARA.
015778     MOVE "N" TO WS-CONTACT-SWITCH.
015780     IF NOT WS-NO-CONTACT-FILE
015782         MOVE SR-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER
015784         READ CONTACT-FILE
015786             INVALID KEY
015788                 MOVE "N" TO WS-CONTACT-SWITCH
015790             NOT INVALID KEY
015792                 MOVE "Y" TO WS-CONTACT-SWITCH
015794         END-READ
015796         PERFORM CHECK-CUSTCON-STATUS-PARA
015798     END-IF.

      * One line, above the envelope window: the tier and the day
      * it was reached, or blank for an account holding none or no
      * longer on the master.
01579A     PRINT-TIER-PARA.
01579B     MOVE SPACES TO STATEMENT-LINE.
01579C     MOVE SR-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
01579D     READ CUSTOMER-MASTER-FILE
01579E         INVALID KEY
01579F             MOVE SPACE TO CM-TIER-CODE
01579G     END-READ.
01579H     PERFORM CHECK-CUSTMAS-STATUS-PARA.
01579I     IF NOT CM-TIER-NONE
01579J         MOVE "SILVER" TO WS-TIER-NAME
01579K         IF CM-TIER-GOLD
01579L             MOVE "GOLD" TO WS-TIER-NAME
01579M         END-IF
01579N         IF CM-TIER-PLATINUM
01579O             MOVE "PLATINUM" TO WS-TIER-NAME
01579P         END-IF
01579Q         STRING "LOYALTY TIER " WS-TIER-NAME
01579R             "  SINCE " CM-TIER-DATE
01579S             DELIMITED BY SIZE INTO STATEMENT-LINE
01579T     END-IF.
01579U     PERFORM WRITE-STATEMENT-PARA.

015800     PRINT-VISIT-LINE-PARA.
015900     MOVE SR-TRANS-DATE TO WS-EDIT-DATE.
016100     MOVE SR-DOLLAR-VALUE TO WS-EDIT-DOLLARS.
016200     MOVE WS-RUNNING-STARS TO WS-EDIT-RUNNING.
016300     MOVE SPACES TO STATEMENT-LINE.
016310     IF SR-VOID-ENTRY
016320         STRING "  " WS-EDIT-DATE
016330             "  VOIDED   " WS-EDIT-STARS
016340             " " WS-EDIT-DOLLARS
016350             "  POSITION " WS-EDIT-RUNNING
016360             DELIMITED BY SIZE INTO STATEMENT-LINE
016370     ELSE
016400     IF SR-TRANS-TYPE = "R"
016500         STRING "  " WS-EDIT-DATE
016600             "  REDEEMED " WS-EDIT-STARS
016991             " " WS-EDIT-DOLLARS
016992             "  POSITION " WS-EDIT-RUNNING
016993             DELIMITED BY SIZE INTO STATEMENT-LINE
016994     ELSE
016995     IF SR-TRANS-TYPE = "G"
016996         STRING "  " WS-EDIT-DATE
016997             "  GIFT VCH " WS-EDIT-STARS
016998             " " WS-EDIT-DOLLARS
016999             "  POSITION " WS-EDIT-RUNNING
01699A             DELIMITED BY SIZE INTO STATEMENT-LINE
01699B     ELSE
01699C     IF SR-TRANS-TYPE = "U"
01699D         STRING "  " WS-EDIT-DATE
01699E             "  VOUCHER  " WS-EDIT-STARS
01699F             " " WS-EDIT-DOLLARS
01699G             "  POSITION " WS-EDIT-RUNNING
01699H             DELIMITED BY SIZE INTO STATEMENT-LINE
017000     ELSE
017100         STRING "  " WS-EDIT-DATE
017200             "  ISSUED   " WS-EDIT-STARS
017520     END-IF
017530     END-IF
017550     END-IF
017560     END-IF
017570     END-IF
017580     END-IF
017600     END-IF.
017700     PERFORM WRITE-STATEMENT-PARA.

021000     MOVE SPACES TO STATEMENT-LINE.
021100     PERFORM WRITE-STATEMENT-PARA.

      * A held account's lines go nowhere.
021200     WRITE-STATEMENT-PARA.
021210     IF NOT WS-MAIL-HELD
021300         WRITE STATEMENT-LINE
021400         PERFORM CHECK-STATEMENT-STATUS-PARA
021410     END-IF.

      * The first line of every statement goes to the top of a new
      * page, so the address block lands in the window.
021420     WRITE-STATEMENT-PAGE-PARA.
021430     IF NOT WS-MAIL-HELD
021440         WRITE STATEMENT-LINE AFTER ADVANCING PAGE
021450         PERFORM CHECK-STATEMENT-STATUS-PARA
021460     END-IF.

      * READ-LEDGER-PARA's AT END already handles status "10"; any
      * other non-"00" status is an unexpected I/O error on STARLDG.
022000         STOP RUN
022100     END-IF.

022110     CHECK-INDEX-STATUS-PARA.
022120     IF WS-INDEX-FILE-STATUS NOT = "00" AND
022130             WS-INDEX-FILE-STATUS NOT = "10"
022140         DISPLAY "FATAL: I/O error on STARLDX, status "
022150             WS-INDEX-FILE-STATUS
022160         STOP RUN
022170     END-IF.

022200     CHECK-STATEMENT-STATUS-PARA.
022300     IF WS-STATEMENT-FILE-STATUS NOT = "00"
022400         DISPLAY "FATAL: I/O error on STARSTM, status "
022500             WS-STATEMENT-FILE-STATUS
022600         STOP RUN
022700     END-IF.

      * CUSTCON is keyed, so "23" (no contact record for the
      * account) is an expected, already-handled outcome of READ.
      * CUSTMAS is keyed, so "23" (record not found) is an expected,
      * already-handled outcome of READ.
022710     CHECK-CUSTMAS-STATUS-PARA.
022720     IF WS-CUSTMAS-FILE-STATUS NOT = "00" AND
022730             WS-CUSTMAS-FILE-STATUS NOT = "23"
022740         DISPLAY "FATAL: I/O error on CUSTMAS, status "
022750             WS-CUSTMAS-FILE-STATUS
022760         STOP RUN
022770     END-IF.

022800     CHECK-CUSTCON-STATUS-PARA.
022900     IF WS-CUSTCON-FILE-STATUS NOT = "00" AND
023000             WS-CUSTCON-FILE-STATUS NOT = "23"
023100         DISPLAY "FATAL: I/O error on CUSTCON, status "
023200             WS-CUSTCON-FILE-STATUS
023300         STOP RUN
023400     END-IF.
