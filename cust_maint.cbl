      *        trailer, and a customer holding it would have every
      *        batch order skipped as a trailer and their file
      *        rejected as carrying two of them.
      *   THS  Sign-on against OPRMAS before any maintenance, and
      *        every add, change, deactivate and reactivate is
      *        written to the STARJRN maintenance journal with the
      *        record before and after and the signed-on operator.
      *   THS  Added the mailing action for the CUSTCON contact
      *        record - address, phone, email, mail opt-out and
      *        returned mail - with a street, city and postal code
      *        required and an email checked for a sane shape;
      *        journaled to STARJRN like the master itself.
      *   THS  Journal entries carry a blank JR-REASON; only the
      *        StarDormant sweep writes one.
      *   THS  A new account starts with no loyalty tier; only the
      *        nightly StarTier requalification moves it into one.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. CustMaint.
000300 ENVIRONMENT DIVISION.
001210          ALTERNATE RECORD KEY IS CM-CUST-NAME
001220              WITH DUPLICATES
001300          FILE STATUS IS WS-CUSTMAS-FILE-STATUS.
001310      SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAS"
001320          ORGANIZATION IS INDEXED
001330          ACCESS MODE IS RANDOM
001340          RECORD KEY IS OP-OPERATOR-ID
001350          FILE STATUS IS WS-OPRMAS-FILE-STATUS.
001360      SELECT JOURNAL-FILE ASSIGN TO "STARJRN"
001370          ORGANIZATION IS SEQUENTIAL
001380          FILE STATUS IS WS-JOURNAL-FILE-STATUS.
001381      SELECT CONTACT-FILE ASSIGN TO "CUSTCON"
001382          ORGANIZATION IS INDEXED
001383          ACCESS MODE IS RANDOM
001384          RECORD KEY IS CN-ACCOUNT-NUMBER
001385          FILE STATUS IS WS-CUSTCON-FILE-STATUS.
001400 DATA DIVISION.
001500  FILE SECTION.
001600  FD  CUSTOMER-MASTER-FILE
001700      LABEL RECORDS ARE STANDARD.
001800      COPY CUSTREC.
001810  FD  OPERATOR-MASTER-FILE
001820      LABEL RECORDS ARE STANDARD.
001830      COPY OPERREC.
001840  FD  JOURNAL-FILE
001850      LABEL RECORDS ARE STANDARD.
001860      COPY JRNLREC.
001870  FD  CONTACT-FILE
001880      LABEL RECORDS ARE STANDARD.
001890      COPY CONTREC.
001900  WORKING-STORAGE SECTION.

      * Maintenance action keyed by the clerk: add a new customer,
      * change the name on an existing one, deactivate a closed
      * account, reactivate one deactivated by mistake, add or change
      * the mailing and contact details, or end the session.
002000  01 WS-ACTION-CODE PIC X(01) VALUE SPACE.
002100      88 WS-ACTION-ADD VALUE "A".
002200      88 WS-ACTION-CHANGE VALUE "C".
002300      88 WS-ACTION-DEACTIVATE VALUE "D".
002350      88 WS-ACTION-REACTIVATE VALUE "R".
002360      88 WS-ACTION-MAILING VALUE "M".
002400      88 WS-ACTION-EXIT VALUE "X".

002500  01 WS-ACCOUNT-NUMBER PIC 9(06).
002600  01 WS-NAME PIC A(20) VALUE SPACES.
002700  01 WS-TODAY-DATE PIC 9(08).
002710  01 WS-TODAY-TIME PIC 9(06).

      * The clerk signed on for the session, proved against OPRMAS
      * before a single record can be touched; every journal entry
      * carries the ID.
002720  01 WS-SIGNON-ID PIC X(08) VALUE SPACES.
002730  01 WS-SIGNON-VALID-SWITCH PIC X(01) VALUE "N".
002740      88 WS-SIGNON-VALID VALUE "Y".

      * The master record as it stood before the action in hand, and
      * the action's journal code, for the STARJRN entry.
002750  01 WS-BEFORE-IMAGE PIC X(150).
002760  01 WS-JOURNAL-ACTION PIC X(01).

      * Sanity check on a name keyed at the terminal, mirroring the
      * check StarSeller applies on lookup, so a blank or control
002900      88 WS-NAME-VALID VALUE "Y".
003000  01 WS-NAME-CHAR-IDX PIC S9(02) USAGE IS BINARY.

      * Contact details keyed at the terminal for the mailing
      * action, checked before they go anywhere near CUSTCON: a
      * street, city and postal code are the least an envelope
      * needs, and an email, when one is given, must have a name, a
      * single "@" and a dotted domain, with no spaces or control
      * characters anywhere in it.
003010  01 WS-STREET PIC X(30).
003020  01 WS-CITY PIC X(20).
003030  01 WS-STATE PIC X(02).
003040  01 WS-POSTAL-CODE PIC X(10).
003050  01 WS-PHONE PIC X(15).
003060  01 WS-EMAIL PIC X(40).
003070  01 WS-YES-NO PIC X(01).
003080      88 WS-YES-NO-VALID VALUES ARE "Y", "N".
003090  01 WS-ADDRESS-VALID-SWITCH PIC X(01) VALUE "N".
003091      88 WS-ADDRESS-VALID VALUE "Y".
003092  01 WS-EMAIL-VALID-SWITCH PIC X(01) VALUE "N".
003093      88 WS-EMAIL-VALID VALUE "Y".
003094  01 WS-EMAIL-DOT-SWITCH PIC X(01) VALUE "N".
003095      88 WS-EMAIL-DOTTED VALUE "Y".
003096  01 WS-EMAIL-IDX PIC S9(04) USAGE IS BINARY.
003097  01 WS-EMAIL-LENGTH PIC S9(04) USAGE IS BINARY.
003098  01 WS-EMAIL-AT-POS PIC S9(04) USAGE IS BINARY.
003099  01 WS-EMAIL-AT-COUNT PIC S9(04) USAGE IS BINARY.

      * Lookup outcome of the keyed account number, so the add path
      * can refuse a duplicate and the change/deactivate paths can
      * refuse an account that is not on file.
003100  01 WS-LOOKUP-SWITCH PIC X(01) VALUE "N".
003200      88 WS-FOUND VALUE "Y".
003210  01 WS-CONTACT-SWITCH PIC X(01) VALUE "N".
003220      88 WS-CONTACT-FOUND VALUE "Y".

      * Session tallies, displayed at sign-off the same way
      * StarSeller displays its rejection tallies.
003400  01 WS-CHANGE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
003500  01 WS-DEACTIVATE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
003550  01 WS-REACTIVATE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
003560  01 WS-MAILING-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.

      * File status for CUSTMAS, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
003600  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
003610  01 WS-OPRMAS-FILE-STATUS PIC X(02).
003620  01 WS-JOURNAL-FILE-STATUS PIC X(02).
003630  01 WS-CUSTCON-FILE-STATUS PIC X(02).

003700 PROCEDURE DIVISION.
003800     PERFORM OPEN-FILES-PARA.
003810     PERFORM SIGN-ON-PARA.
003900     PERFORM READ-ACTION-PARA.
004000     PERFORM PROCESS-ACTION-PARA UNTIL WS-ACTION-EXIT.
004100     PERFORM CLOSE-FILES-PARA.
004500         WS-DEACTIVATE-COUNT.
004510     DISPLAY "Customers reactivated this session: "
004520         WS-REACTIVATE-COUNT.
004530     DISPLAY "Contact records added or changed this session: "
004540         WS-MAILING-COUNT.
004600     STOP RUN.

004700     READ-ACTION-PARA.
004800     DISPLAY "Action? (A)dd, (C)hange, (D)eactivate, "
004850         "(R)eactivate, (M)ailing, e(X)it: " NO ADVANCING.
005000     ACCEPT WS-ACTION-CODE.

005100     PROCESS-ACTION-PARA.
006050                 IF WS-ACTION-REACTIVATE
006060                     PERFORM REACTIVATE-CUSTOMER-PARA
006070                 ELSE
006080                     IF WS-ACTION-MAILING
006090                         PERFORM MAILING-CUSTOMER-PARA
006095                     ELSE
006100                         DISPLAY "Unrecognized action, "
006150                             "try again."
006160                     END-IF
006200                 END-IF
006250             END-IF
006300         END-IF
010900         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
011000         MOVE WS-TODAY-DATE TO CM-ENROLL-DATE
011050         MOVE ZERO TO CM-STAR-BALANCE
011060         MOVE SPACE TO CM-TIER-CODE
011070         MOVE ZERO TO CM-TIER-DATE
011100         WRITE CM-CUSTOMER-RECORD
011200             INVALID KEY
011300                 DISPLAY "Account " WS-ACCOUNT-NUMBER " is "
011400                     "already on file."
011500             NOT INVALID KEY
011600                 ADD 1 TO WS-ADD-COUNT
011610                 MOVE SPACES TO WS-BEFORE-IMAGE
011620                 MOVE "A" TO WS-JOURNAL-ACTION
011630                 PERFORM JOURNAL-CUSTOMER-PARA
011700                 DISPLAY "Added account " WS-ACCOUNT-NUMBER
011800                     " for " WS-NAME "."
011900         END-WRITE
012500         DISPLAY "Account " WS-ACCOUNT-NUMBER " is not on file."
012600     ELSE
012700         DISPLAY "Name on file: " CM-CUST-NAME
012710         MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE
012800         MOVE "N" TO WS-NAME-VALID-SWITCH
012900         PERFORM READ-NEW-NAME-PARA UNTIL WS-NAME-VALID
013000         MOVE WS-NAME TO CM-CUST-NAME
013100         PERFORM REWRITE-CUSTOMER-PARA
013110         MOVE "C" TO WS-JOURNAL-ACTION
013120         PERFORM JOURNAL-CUSTOMER-PARA
013200         ADD 1 TO WS-CHANGE-COUNT
013300         DISPLAY "Changed account " WS-ACCOUNT-NUMBER " to "
013400             WS-NAME "."
014200             DISPLAY "Account " WS-ACCOUNT-NUMBER " is already "
014300                 "inactive."
014400         ELSE
014410             MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE
014500             MOVE "I" TO CM-STATUS-CODE
014600             PERFORM REWRITE-CUSTOMER-PARA
014610             MOVE "D" TO WS-JOURNAL-ACTION
014620             PERFORM JOURNAL-CUSTOMER-PARA
014700             ADD 1 TO WS-DEACTIVATE-COUNT
014800             DISPLAY "Deactivated account " WS-ACCOUNT-NUMBER
014900                 " (" CM-CUST-NAME ")."
015170             DISPLAY "Account " WS-ACCOUNT-NUMBER " is already "
015180                 "active."
015190         ELSE
015195             MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE
015210             MOVE "A" TO CM-STATUS-CODE
015220             PERFORM REWRITE-CUSTOMER-PARA
015225             MOVE "R" TO WS-JOURNAL-ACTION
015226             PERFORM JOURNAL-CUSTOMER-PARA
015230             ADD 1 TO WS-REACTIVATE-COUNT
015240             DISPLAY "Reactivated account " WS-ACCOUNT-NUMBER
015250                 " (" CM-CUST-NAME ")."
016100         OPEN I-O CUSTOMER-MASTER-FILE
016200     END-IF.
016300     PERFORM CHECK-CUSTMAS-STATUS-PARA.
016310     OPEN INPUT OPERATOR-MASTER-FILE.
016320     PERFORM CHECK-OPRMAS-STATUS-PARA.
      * The journal is appended to session after session; "35" on
      * the EXTEND is the first maintenance ever journaled.
016330     OPEN EXTEND JOURNAL-FILE.
016340     IF WS-JOURNAL-FILE-STATUS = "35"
016350         OPEN OUTPUT JOURNAL-FILE
016360     END-IF.
016370     PERFORM CHECK-JOURNAL-STATUS-PARA.
      * CUSTCON gets the same create-on-first-use bootstrap as
      * CUSTMAS: a shop with no contact file yet starts one the
      * first time an address is keyed.
016380     OPEN I-O CONTACT-FILE.
016390     IF WS-CUSTCON-FILE-STATUS = "35"
016391         OPEN OUTPUT CONTACT-FILE
016392         PERFORM CHECK-CUSTCON-STATUS-PARA
016393         CLOSE CONTACT-FILE
016394         OPEN I-O CONTACT-FILE
016395     END-IF.
016396     PERFORM CHECK-CUSTCON-STATUS-PARA.

      * CUSTMAS is keyed, so "23" (record not found) is an expected,
      * already-handled outcome of READ and "22" (duplicate key) an

017200     CLOSE-FILES-PARA.
017300     CLOSE CUSTOMER-MASTER-FILE.
017310     CLOSE OPERATOR-MASTER-FILE.
017320     CLOSE JOURNAL-FILE.
017330     CLOSE CONTACT-FILE.

      * Any active ID on the security master may maintain customers;
      * anything else ends the session before the first prompt.
017400     SIGN-ON-PARA.
017500     DISPLAY "Operator ID? " NO ADVANCING.
017600     ACCEPT WS-SIGNON-ID.
017700     MOVE "N" TO WS-SIGNON-VALID-SWITCH.
017800     MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
017900     READ OPERATOR-MASTER-FILE
018000         INVALID KEY
018100             CONTINUE
018200         NOT INVALID KEY
018300             IF OP-ACTIVE
018400                 MOVE "Y" TO WS-SIGNON-VALID-SWITCH
018500             END-IF
018600     END-READ.
018700     PERFORM CHECK-OPRMAS-STATUS-PARA.
018800     IF NOT WS-SIGNON-VALID
018900         DISPLAY "Operator ID not on the security master or "
019000             "not active; maintenance refused."
019100         PERFORM CLOSE-FILES-PARA
019200         STOP RUN
019300     END-IF.

      * CM-CUSTOMER-RECORD holds the record as it now stands and
      * WS-BEFORE-IMAGE as it stood; WS-JOURNAL-ACTION says what was
      * done to it.
019400     JOURNAL-CUSTOMER-PARA.
019500     MOVE "CUSTMAS" TO JR-FILE-ID.
019600     MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
019700     MOVE SPACES TO JR-RECORD-KEY.
019800     MOVE CM-ACCOUNT-NUMBER TO JR-RECORD-KEY.
019900     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
020000     MOVE CM-CUSTOMER-RECORD TO JR-AFTER-IMAGE.
020100     PERFORM WRITE-JOURNAL-PARA.

020200     WRITE-JOURNAL-PARA.
020300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
020400     ACCEPT WS-TODAY-TIME FROM TIME.
020500     MOVE WS-TODAY-DATE TO JR-TRANS-DATE.
020600     MOVE WS-TODAY-TIME TO JR-TRANS-TIME.
020700     MOVE WS-SIGNON-ID TO JR-OPERATOR-ID.
020750     MOVE SPACES TO JR-REASON.
020800     WRITE JR-JOURNAL-RECORD.
020900     PERFORM CHECK-JOURNAL-STATUS-PARA.

      * OPRMAS is only read here, so "23" (ID not found) is the one
      * expected status besides "00".
021000     CHECK-OPRMAS-STATUS-PARA.
021100     IF WS-OPRMAS-FILE-STATUS NOT = "00" AND
021200             WS-OPRMAS-FILE-STATUS NOT = "23"
021300         DISPLAY "FATAL: I/O error on OPRMAS, status "
021400             WS-OPRMAS-FILE-STATUS
021500         STOP RUN
021600     END-IF.

021700     CHECK-JOURNAL-STATUS-PARA.
021800     IF WS-JOURNAL-FILE-STATUS NOT = "00"
021900         DISPLAY "FATAL: I/O error on STARJRN, status "
022000             WS-JOURNAL-FILE-STATUS
022100         STOP RUN
022200     END-IF.

      * Adds the contact record for an account on CUSTMAS, or
      * changes the one already there; every field is keyed afresh,
      * with what is on file shown first. The returned-mail date is
      * stamped when the flag is first set and cleared with it.
022300     MAILING-CUSTOMER-PARA.
022400     PERFORM READ-ACCOUNT-PARA.
022500     IF NOT WS-FOUND
022600         DISPLAY "Account " WS-ACCOUNT-NUMBER " is not on file."
022700     ELSE
022800         MOVE WS-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER
022900         READ CONTACT-FILE
023000             INVALID KEY
023100                 MOVE "N" TO WS-CONTACT-SWITCH
023200             NOT INVALID KEY
023300                 MOVE "Y" TO WS-CONTACT-SWITCH
023400         END-READ
023500         PERFORM CHECK-CUSTCON-STATUS-PARA
023600         IF WS-CONTACT-FOUND
023700             MOVE CN-CONTACT-RECORD TO WS-BEFORE-IMAGE
023800             PERFORM SHOW-CONTACT-PARA
023900         ELSE
024000             MOVE SPACES TO WS-BEFORE-IMAGE
024100             MOVE SPACES TO CN-CONTACT-RECORD
024200             MOVE WS-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER
024300             MOVE "N" TO CN-MAIL-OPT-OUT
024400             MOVE "N" TO CN-RETURNED-MAIL
024500             MOVE ZEROS TO CN-RETURNED-DATE
024600             DISPLAY "No contact details on file for "
024700                 CM-CUST-NAME "."
024800         END-IF
024900         MOVE "N" TO WS-ADDRESS-VALID-SWITCH
025000         PERFORM READ-ADDRESS-PARA UNTIL WS-ADDRESS-VALID
025100         DISPLAY "Phone? " NO ADVANCING
025200         ACCEPT WS-PHONE
025300         MOVE "N" TO WS-EMAIL-VALID-SWITCH
025400         PERFORM READ-EMAIL-PARA UNTIL WS-EMAIL-VALID
025500         MOVE WS-STREET TO CN-STREET
025600         MOVE WS-CITY TO CN-CITY
025700         MOVE WS-STATE TO CN-STATE
025800         MOVE WS-POSTAL-CODE TO CN-POSTAL-CODE
025900         MOVE WS-PHONE TO CN-PHONE
026000         MOVE WS-EMAIL TO CN-EMAIL
026100         MOVE SPACE TO WS-YES-NO
026200         PERFORM READ-OPT-OUT-PARA UNTIL WS-YES-NO-VALID
026300         MOVE WS-YES-NO TO CN-MAIL-OPT-OUT
026400         MOVE SPACE TO WS-YES-NO
026500         PERFORM READ-RETURNED-PARA UNTIL WS-YES-NO-VALID
026600         IF WS-YES-NO = "Y"
026700             IF NOT CN-MAIL-RETURNED
026800                 ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
026900                 MOVE WS-TODAY-DATE TO CN-RETURNED-DATE
027000             END-IF
027100         ELSE
027200             MOVE ZEROS TO CN-RETURNED-DATE
027300         END-IF
027400         MOVE WS-YES-NO TO CN-RETURNED-MAIL
027500         IF WS-CONTACT-FOUND
027600             REWRITE CN-CONTACT-RECORD
027700             PERFORM CHECK-CUSTCON-STATUS-PARA
027800             MOVE "C" TO WS-JOURNAL-ACTION
027900         ELSE
028000             WRITE CN-CONTACT-RECORD
028100             PERFORM CHECK-CUSTCON-STATUS-PARA
028200             MOVE "A" TO WS-JOURNAL-ACTION
028300         END-IF
028400         PERFORM JOURNAL-CONTACT-PARA
028500         ADD 1 TO WS-MAILING-COUNT
028600         DISPLAY "Contact details saved for account "
028700             WS-ACCOUNT-NUMBER "."
028800     END-IF.

028900     SHOW-CONTACT-PARA.
029000     DISPLAY "Street on file:   " CN-STREET.
029100     DISPLAY "City/state/code:  " CN-CITY " " CN-STATE " "
029200         CN-POSTAL-CODE.
029300     DISPLAY "Phone on file:    " CN-PHONE.
029400     DISPLAY "Email on file:    " CN-EMAIL.
029500     DISPLAY "Mail opt-out:     " CN-MAIL-OPT-OUT.
029600     IF CN-MAIL-RETURNED
029700         DISPLAY "Mail returned on " CN-RETURNED-DATE "."
029800     END-IF.

029900     READ-ADDRESS-PARA.
030000     DISPLAY "Street? " NO ADVANCING.
030100     ACCEPT WS-STREET.
030200     DISPLAY "City? " NO ADVANCING.
030300     ACCEPT WS-CITY.
030400     DISPLAY "State? " NO ADVANCING.
030500     ACCEPT WS-STATE.
030600     DISPLAY "Postal code? " NO ADVANCING.
030700     ACCEPT WS-POSTAL-CODE.
030800     MOVE "Y" TO WS-ADDRESS-VALID-SWITCH.
030900     IF WS-STREET = SPACES OR WS-CITY = SPACES OR
031000             WS-POSTAL-CODE = SPACES
031100         MOVE "N" TO WS-ADDRESS-VALID-SWITCH
031200         DISPLAY "Street, city and postal code are all needed "
031300             "for a mailing address, try again."
031400     END-IF.

031500     READ-EMAIL-PARA.
031600     DISPLAY "Email (blank for none)? " NO ADVANCING.
031700     ACCEPT WS-EMAIL.
031800     PERFORM VALIDATE-EMAIL-PARA.
031900     IF NOT WS-EMAIL-VALID
032000         DISPLAY "Email is not a well-formed address "
032100             "(name@domain.tld), try again."
032200     END-IF.

      * A blank email is allowed - not every customer has one.
      * Otherwise: exactly one "@", not first; no space inside the
      * address and nothing unprintable; and a "." in the domain
      * with at least one character either side of it.
032300     VALIDATE-EMAIL-PARA.
032400     MOVE "Y" TO WS-EMAIL-VALID-SWITCH.
032500     IF WS-EMAIL NOT = SPACES
032600         MOVE ZERO TO WS-EMAIL-LENGTH
032700         PERFORM FIND-EMAIL-END-PARA
032800             VARYING WS-EMAIL-IDX FROM 1 BY 1
032900             UNTIL WS-EMAIL-IDX > 40
033000         MOVE ZERO TO WS-EMAIL-AT-COUNT
033100         INSPECT WS-EMAIL TALLYING WS-EMAIL-AT-COUNT
033200             FOR ALL "@"
033300         MOVE ZERO TO WS-EMAIL-AT-POS
033400         INSPECT WS-EMAIL TALLYING WS-EMAIL-AT-POS
033500             FOR CHARACTERS BEFORE INITIAL "@"
033600         ADD 1 TO WS-EMAIL-AT-POS
033700         IF WS-EMAIL-AT-COUNT NOT = 1 OR WS-EMAIL-AT-POS = 1
033800             MOVE "N" TO WS-EMAIL-VALID-SWITCH
033900         ELSE
034000             MOVE "N" TO WS-EMAIL-DOT-SWITCH
034100             PERFORM CHECK-EMAIL-CHAR-PARA
034200                 VARYING WS-EMAIL-IDX FROM 1 BY 1
034300                 UNTIL WS-EMAIL-IDX > WS-EMAIL-LENGTH
034400             IF NOT WS-EMAIL-DOTTED
034500                 MOVE "N" TO WS-EMAIL-VALID-SWITCH
034600             END-IF
034700         END-IF
034800     END-IF.

034900     FIND-EMAIL-END-PARA.
035000     IF WS-EMAIL(WS-EMAIL-IDX:1) NOT = SPACE
035100         MOVE WS-EMAIL-IDX TO WS-EMAIL-LENGTH
035200     END-IF.

035300     CHECK-EMAIL-CHAR-PARA.
035400     IF WS-EMAIL(WS-EMAIL-IDX:1) = SPACE OR
035500             WS-EMAIL(WS-EMAIL-IDX:1) IS NOT WS-PRINTABLE
035600         MOVE "N" TO WS-EMAIL-VALID-SWITCH
035700     END-IF.
035800     IF WS-EMAIL(WS-EMAIL-IDX:1) = "." AND
035900             WS-EMAIL-IDX > WS-EMAIL-AT-POS + 1 AND
036000             WS-EMAIL-IDX < WS-EMAIL-LENGTH
036100         MOVE "Y" TO WS-EMAIL-DOT-SWITCH
036200     END-IF.

036300     READ-OPT-OUT-PARA.
036400     DISPLAY "Customer opted out of mail (Y/N)? " NO ADVANCING.
036500     ACCEPT WS-YES-NO.

036600     READ-RETURNED-PARA.
036700     DISPLAY "Mail returned undeliverable (Y/N)? "
036800         NO ADVANCING.
036900     ACCEPT WS-YES-NO.

      * CN-CONTACT-RECORD holds the record as it now stands and
      * WS-BEFORE-IMAGE as it stood (spaces for a new one).
037000     JOURNAL-CONTACT-PARA.
037100     MOVE "CUSTCON" TO JR-FILE-ID.
037200     MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
037300     MOVE SPACES TO JR-RECORD-KEY.
037400     MOVE CN-ACCOUNT-NUMBER TO JR-RECORD-KEY.
037500     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
037600     MOVE CN-CONTACT-RECORD TO JR-AFTER-IMAGE.
037700     PERFORM WRITE-JOURNAL-PARA.

      * CUSTCON is keyed, so "23" (no contact record yet) is an
      * expected, already-handled outcome of the READ.
037800     CHECK-CUSTCON-STATUS-PARA.
037900     IF WS-CUSTCON-FILE-STATUS NOT = "00" AND
038000             WS-CUSTCON-FILE-STATUS NOT = "23"
038100         DISPLAY "FATAL: I/O error on CUSTCON, status "
038200             WS-CUSTCON-FILE-STATUS
038300         STOP RUN
038400     END-IF.
