      * StarLabels - customer mailing labels and undeliverable list.

      * The companion to StarStatement for anything that goes out by
      * post. This run passes CUSTMAS in account order and, for each
      * active account, looks up its CUSTCON contact record (see
      * CONTREC). An account with a usable address that has neither
      * opted out of mail nor had mail come back gets a label on the
      * STARLBL label file: name, street, city, state and postal
      * code, and the account number, six lines to a label, one
      * label across. Every other active account but the opted-out
      * ones goes on the STARUND undeliverable list for follow-up -
      * mail returned (with the date it was recorded), or no contact
      * record on file at all - with the phone and email the
      * counter can try instead. An opted-out customer chose not to
      * be mailed, so they need no chasing and are only counted.

      * Inactive accounts are left out entirely: they get no mail
      * and nobody follows them up. The run is on demand, usually
      * alongside the monthly StarStatement run, and takes no PARM.

      * Modification history:
      *   THS  Original labels run - one label per mailable active
      *        account off CUSTMAS and CUSTCON, undeliverable list
      *        of returned-mail and unaddressed accounts, opted-out
      *        accounts counted.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarLabels.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
000700          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS SEQUENTIAL
000900          RECORD KEY IS CM-ACCOUNT-NUMBER
001000          ALTERNATE RECORD KEY IS CM-CUST-NAME
001100              WITH DUPLICATES
001200          FILE STATUS IS WS-CUSTMAS-FILE-STATUS.
001300      SELECT CONTACT-FILE ASSIGN TO "CUSTCON"
001400          ORGANIZATION IS INDEXED
001500          ACCESS MODE IS RANDOM
001600          RECORD KEY IS CN-ACCOUNT-NUMBER
001700          FILE STATUS IS WS-CUSTCON-FILE-STATUS.
001800      SELECT LABEL-FILE ASSIGN TO "STARLBL"
001900          ORGANIZATION IS SEQUENTIAL
002000          FILE STATUS IS WS-LABEL-FILE-STATUS.
002100      SELECT UNDELIVERABLE-FILE ASSIGN TO "STARUND"
002200          ORGANIZATION IS SEQUENTIAL
002300          FILE STATUS IS WS-REPORT-FILE-STATUS.
002400 DATA DIVISION.
002500  FILE SECTION.
002600  FD  CUSTOMER-MASTER-FILE
002700      LABEL RECORDS ARE STANDARD.
002800      COPY CUSTREC.
002900  FD  CONTACT-FILE
003000      LABEL RECORDS ARE STANDARD.
003100      COPY CONTREC.
003200  FD  LABEL-FILE
003300      LABEL RECORDS ARE STANDARD.
003400  01 LABEL-LINE PIC X(80).
003500  FD  UNDELIVERABLE-FILE
003600      LABEL RECORDS ARE STANDARD.
003700  01 REPORT-LINE PIC X(80).
003800  WORKING-STORAGE SECTION.

003900  01 WS-TODAY-DATE PIC 9(08).

004000  01 WS-CUSTMAS-EOF-SWITCH PIC X(01) VALUE "N".
004100      88 WS-CUSTMAS-EOF VALUE "Y".

      * Contact lookup for the account in hand; with no CUSTCON at
      * all every active account is unaddressed.
004200  01 WS-CONTACT-SWITCH PIC X(01) VALUE "N".
004300      88 WS-CONTACT-FOUND VALUE "Y".
004400  01 WS-NO-CONTACT-FILE-SWITCH PIC X(01) VALUE "N".
004500      88 WS-NO-CONTACT-FILE VALUE "Y".

      * Why an account is on the undeliverable list.
004600  01 WS-REASON PIC X(13).

      * Run tallies, printed at the foot of the list.
004700  01 WS-ACTIVE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004800  01 WS-LABEL-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
004900  01 WS-RETURNED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
005000  01 WS-NO-ADDRESS-COUNT PIC S9(09) USAGE IS BINARY
005100      VALUE ZERO.
005200  01 WS-OPTED-OUT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.

005300  01 WS-EDIT-DATE PIC 9(08).
005400  01 WS-EDIT-ACCOUNT PIC 9(06).
005500  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
005600  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
005700  01 WS-CUSTCON-FILE-STATUS PIC X(02).
005800  01 WS-LABEL-FILE-STATUS PIC X(02).
005900  01 WS-REPORT-FILE-STATUS PIC X(02).

006000 PROCEDURE DIVISION.
006100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
006200     PERFORM OPEN-FILES-PARA.
006300     PERFORM PRINT-HEADER-PARA.
006400     PERFORM READ-MASTER-PARA.
006500     PERFORM CHECK-ONE-ACCOUNT-PARA UNTIL WS-CUSTMAS-EOF.
006600     PERFORM PRINT-TOTALS-PARA.
006700     PERFORM CLOSE-FILES-PARA.
006800     DISPLAY "Labels printed: " WS-LABEL-COUNT.
006900     DISPLAY "Accounts with mail returned: " WS-RETURNED-COUNT.
007000     DISPLAY "Accounts with no address on file: "
007100         WS-NO-ADDRESS-COUNT.
007200     DISPLAY "Accounts opted out of mail: " WS-OPTED-OUT-COUNT.
007300     STOP RUN.

      * No CUSTCON at all ("35") is a shop that has keyed no
      * addresses yet: no labels, and every active account on the
      * list.
007400     OPEN-FILES-PARA.
007500     OPEN INPUT CUSTOMER-MASTER-FILE.
007600     PERFORM CHECK-CUSTMAS-STATUS-PARA.
007700     OPEN INPUT CONTACT-FILE.
007800     IF WS-CUSTCON-FILE-STATUS = "35"
007900         MOVE "Y" TO WS-NO-CONTACT-FILE-SWITCH
008000     ELSE
008100         PERFORM CHECK-CUSTCON-STATUS-PARA
008200     END-IF.
008300     OPEN OUTPUT LABEL-FILE.
008400     PERFORM CHECK-LABEL-STATUS-PARA.
008500     OPEN OUTPUT UNDELIVERABLE-FILE.
008600     PERFORM CHECK-REPORT-STATUS-PARA.

008700     PRINT-HEADER-PARA.
008800     MOVE SPACES TO REPORT-LINE.
008900     STRING "STAR SELLER - UNDELIVERABLE ACCOUNTS FOR FOLLOW-UP"
009000         DELIMITED BY SIZE INTO REPORT-LINE.
009100     PERFORM WRITE-REPORT-PARA.
009200     MOVE WS-TODAY-DATE TO WS-EDIT-DATE.
009300     MOVE SPACES TO REPORT-LINE.
009400     STRING "RUN DATE " WS-EDIT-DATE
009500         DELIMITED BY SIZE INTO REPORT-LINE.
009600     PERFORM WRITE-REPORT-PARA.
009700     MOVE SPACES TO REPORT-LINE.
009800     PERFORM WRITE-REPORT-PARA.
009900     MOVE SPACES TO REPORT-LINE.
010000     STRING "ACCOUNT NAME                  REASON         "
010100         "RETURNED  PHONE"
010200         DELIMITED BY SIZE INTO REPORT-LINE.
010300     PERFORM WRITE-REPORT-PARA.

010400     READ-MASTER-PARA.
010500     READ CUSTOMER-MASTER-FILE NEXT RECORD
010600         AT END MOVE "Y" TO WS-CUSTMAS-EOF-SWITCH
010700     END-READ.
010800     PERFORM CHECK-CUSTMAS-STATUS-PARA.

010900     CHECK-ONE-ACCOUNT-PARA.
011000     IF CM-ACTIVE
011100         ADD 1 TO WS-ACTIVE-COUNT
011200         PERFORM READ-CONTACT-PARA
011300         IF NOT WS-CONTACT-FOUND
011400             ADD 1 TO WS-NO-ADDRESS-COUNT
011500             MOVE "NO ADDRESS" TO WS-REASON
011600             PERFORM PRINT-UNDELIVERABLE-PARA
011700         ELSE
011800             IF CN-OPTED-OUT
011900                 ADD 1 TO WS-OPTED-OUT-COUNT
012000             ELSE
012100                 IF CN-MAIL-RETURNED
012200                     ADD 1 TO WS-RETURNED-COUNT
012300                     MOVE "MAIL RETURNED" TO WS-REASON
012400                     PERFORM PRINT-UNDELIVERABLE-PARA
012500                 ELSE
012600                     PERFORM PRINT-LABEL-PARA
012700                 END-IF
012800             END-IF
012900         END-IF
013000     END-IF.
013100     PERFORM READ-MASTER-PARA.

013200     READ-CONTACT-PARA.
013300     MOVE "N" TO WS-CONTACT-SWITCH.
013400     IF NOT WS-NO-CONTACT-FILE
013500         MOVE CM-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER
013600         READ CONTACT-FILE
013700             INVALID KEY
013800                 MOVE "N" TO WS-CONTACT-SWITCH
013900             NOT INVALID KEY
014000                 MOVE "Y" TO WS-CONTACT-SWITCH
014100         END-READ
014200         PERFORM CHECK-CUSTCON-STATUS-PARA
014300     END-IF.

      * Six lines to a label: name, street, city/state/postal code,
      * the account number small in the corner, and two blank lines
      * to the next label.
014400     PRINT-LABEL-PARA.
014500     ADD 1 TO WS-LABEL-COUNT.
014600     MOVE SPACES TO LABEL-LINE.
014700     STRING CM-CUST-NAME
014800         DELIMITED BY SIZE INTO LABEL-LINE.
014900     PERFORM WRITE-LABEL-PARA.
015000     MOVE SPACES TO LABEL-LINE.
015100     STRING CN-STREET
015200         DELIMITED BY SIZE INTO LABEL-LINE.
015300     PERFORM WRITE-LABEL-PARA.
015400     MOVE SPACES TO LABEL-LINE.
015500     STRING CN-CITY " " CN-STATE "  " CN-POSTAL-CODE
015600         DELIMITED BY SIZE INTO LABEL-LINE.
015700     PERFORM WRITE-LABEL-PARA.
015800     MOVE CM-ACCOUNT-NUMBER TO WS-EDIT-ACCOUNT.
015900     MOVE SPACES TO LABEL-LINE.
016000     STRING "                          " WS-EDIT-ACCOUNT
016100         DELIMITED BY SIZE INTO LABEL-LINE.
016200     PERFORM WRITE-LABEL-PARA.
016300     MOVE SPACES TO LABEL-LINE.
016400     PERFORM WRITE-LABEL-PARA.
016500     PERFORM WRITE-LABEL-PARA.

      * One line per account, with the email under it when there is
      * one to try.
016600     PRINT-UNDELIVERABLE-PARA.
016700     MOVE CM-ACCOUNT-NUMBER TO WS-EDIT-ACCOUNT.
016800     MOVE SPACES TO REPORT-LINE.
016900     IF WS-CONTACT-FOUND
017000         STRING WS-EDIT-ACCOUNT "  " CM-CUST-NAME
017100             "  " WS-REASON
017200             "  " CN-RETURNED-DATE
017300             "  " CN-PHONE
017400             DELIMITED BY SIZE INTO REPORT-LINE
017500     ELSE
017600         STRING WS-EDIT-ACCOUNT "  " CM-CUST-NAME
017700             "  " WS-REASON
017800             DELIMITED BY SIZE INTO REPORT-LINE
017900     END-IF.
018000     PERFORM WRITE-REPORT-PARA.
018100     IF WS-CONTACT-FOUND
018200         IF CN-EMAIL NOT = SPACES
018300             MOVE SPACES TO REPORT-LINE
018400             STRING "        EMAIL " CN-EMAIL
018500                 DELIMITED BY SIZE INTO REPORT-LINE
018600             PERFORM WRITE-REPORT-PARA
018700         END-IF
018800     END-IF.

018900     PRINT-TOTALS-PARA.
019000     MOVE SPACES TO REPORT-LINE.
019100     PERFORM WRITE-REPORT-PARA.
019200     MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT.
019300     MOVE SPACES TO REPORT-LINE.
019400     STRING "  ACTIVE ACCOUNTS         " WS-EDIT-COUNT
019500         DELIMITED BY SIZE INTO REPORT-LINE.
019600     PERFORM WRITE-REPORT-PARA.
019700     MOVE WS-LABEL-COUNT TO WS-EDIT-COUNT.
019800     MOVE SPACES TO REPORT-LINE.
019900     STRING "  LABELS PRINTED          " WS-EDIT-COUNT
020000         DELIMITED BY SIZE INTO REPORT-LINE.
020100     PERFORM WRITE-REPORT-PARA.
020200     MOVE WS-RETURNED-COUNT TO WS-EDIT-COUNT.
020300     MOVE SPACES TO REPORT-LINE.
020400     STRING "  MAIL RETURNED           " WS-EDIT-COUNT
020500         DELIMITED BY SIZE INTO REPORT-LINE.
020600     PERFORM WRITE-REPORT-PARA.
020700     MOVE WS-NO-ADDRESS-COUNT TO WS-EDIT-COUNT.
020800     MOVE SPACES TO REPORT-LINE.
020900     STRING "  NO ADDRESS ON FILE      " WS-EDIT-COUNT
021000         DELIMITED BY SIZE INTO REPORT-LINE.
021100     PERFORM WRITE-REPORT-PARA.
021200     MOVE WS-OPTED-OUT-COUNT TO WS-EDIT-COUNT.
021300     MOVE SPACES TO REPORT-LINE.
021400     STRING "  OPTED OUT OF MAIL       " WS-EDIT-COUNT
021500         DELIMITED BY SIZE INTO REPORT-LINE.
021600     PERFORM WRITE-REPORT-PARA.

021700     WRITE-LABEL-PARA.
021800     WRITE LABEL-LINE.
021900     PERFORM CHECK-LABEL-STATUS-PARA.

022000     WRITE-REPORT-PARA.
022100     WRITE REPORT-LINE.
022200     PERFORM CHECK-REPORT-STATUS-PARA.

      * The AT END phrase above already handles status "10"; any
      * other non-"00" status is an unexpected I/O error.
022300     CHECK-CUSTMAS-STATUS-PARA.
022400     IF WS-CUSTMAS-FILE-STATUS NOT = "00" AND
022500             WS-CUSTMAS-FILE-STATUS NOT = "10"
022600         DISPLAY "FATAL: I/O error on CUSTMAS, status "
022700             WS-CUSTMAS-FILE-STATUS
022800         STOP RUN
022900     END-IF.

      * CUSTCON is keyed, so "23" (no contact record for the
      * account) is an expected, already-handled outcome of READ.
023000     CHECK-CUSTCON-STATUS-PARA.
023100     IF WS-CUSTCON-FILE-STATUS NOT = "00" AND
023200             WS-CUSTCON-FILE-STATUS NOT = "23"
023300         DISPLAY "FATAL: I/O error on CUSTCON, status "
023400             WS-CUSTCON-FILE-STATUS
023500         STOP RUN
023600     END-IF.

023700     CHECK-LABEL-STATUS-PARA.
023800     IF WS-LABEL-FILE-STATUS NOT = "00"
023900         DISPLAY "FATAL: I/O error on STARLBL, status "
024000             WS-LABEL-FILE-STATUS
024100         STOP RUN
024200     END-IF.

024300     CHECK-REPORT-STATUS-PARA.
024400     IF WS-REPORT-FILE-STATUS NOT = "00"
024500         DISPLAY "FATAL: I/O error on STARUND, status "
024600             WS-REPORT-FILE-STATUS
024700         STOP RUN
024800     END-IF.

024900     CLOSE-FILES-PARA.
025000     CLOSE CUSTOMER-MASTER-FILE.
025100     IF NOT WS-NO-CONTACT-FILE
025200         CLOSE CONTACT-FILE
025300     END-IF.
025400     CLOSE LABEL-FILE.
025500     CLOSE UNDELIVERABLE-FILE.
