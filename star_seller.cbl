      *        revenue and fake redemption. Counter only: a batch
      *        record has no destination field, and the pre-edit
      *        refuses a "T" type at the file gate.
      *   THS  Added the same-day void: "V" at the type prompt takes
      *        the receipt number off the customer's slip, finds
      *        the original on this till's day ledger and, once a
      *        supervisor signs for it against OPRMAS (logged to
      *        STAREXC under the void's own number), writes the
      *        reversing record - original type, stars and dollars
      *        negated, linked back by LR-VOID-OF-SEQUENCE - and
      *        puts the balance back. A transfer is reversed as a
      *        pair. A receipt not rung today, already voided, rung
      *        on another account, or whose reversal would take a
      *        balance below zero is refused with reason "VD".
      *        Counter only, like the transfer.
      *   THS  Added the drawer cash-up at sign-off: the operator
      *        counts the drawer and declares the cash and card
      *        totals, recorded on the STARDRW declaration file
      *        under till, operator and day (a recount replaces the
      *        earlier figures) and printed on STARRCT, for the
      *        nightly StarDrawer over/short reconciliation.
      *   THS  Every issuance, counter or batch, is now held to a
      *        per-account daily purchase limit (DAYLIMIT on the
      *        STARCTL parameter file) across both tills and the
      *        batch run, added up on the shared STARDAY activity
      *        file. One that would go past it needs a supervisor
      *        to sign for it through the override path (logged to
      *        STAREXC); unsigned, it is refused with reason "DL".
      *   THS  Added the gift voucher. "G" at the type prompt sells
      *        a voucher for the stars asked, rated at STARPRC like
      *        an issuance but moving no balance: the voucher goes
      *        on the STARVCH voucher file under the sale's own
      *        sequence number, and the receipt prints that number
      *        and the last day it can be used (VOUCHMTH months on
      *        STARCTL, 12 without one). "U" redeems a voucher onto
      *        any active account: the voucher is marked redeemed
      *        first, then a "U" ledger record credits its stars at
      *        zero dollars. One not on file, already redeemed,
      *        cancelled or past its date is refused with reason
      *        "GV". A same-day void of a voucher sale cancels the
      *        voucher if it is still outstanding; a redemption is
      *        final. Counter only, like the transfer.
      *   THS  Added training mode. A trainee (role "T" on OPRMAS)
      *        or a supervisor is offered it at sign-on; taken, the
      *        session's ledger, reject, exception, receipt, drawer,
      *        daily-limit and voucher files, the customer master
      *        and the sequence all switch to their TRN- training
      *        copies, so the whole counter flow can be practised
      *        without one live record written or one live number
      *        drawn. Training receipts and drawer slips are
      *        stamped "TRAINING - NOT VALID". StarTrainReset
      *        clears the training copies for each class.
      *   THS  The customer's loyalty tier, and the day they reached
      *        it, shows under the balance at lookup.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarSeller.
000300 ENVIRONMENT DIVISION.
000330      CLASS WS-PRINTABLE IS X"20" THRU X"7E".
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
      * The files a session posts to are assigned through the
      * WS-...-DD names below rather than fixed names, so a training
      * session can be switched onto the TRN- training copies once
      * the operator has chosen it at sign-on. Live, the names are
      * the ones these files always had.
000600      SELECT STAR-LEDGER-FILE ASSIGN USING WS-LEDGER-DD
000610          ORGANIZATION IS SEQUENTIAL
000620          FILE STATUS IS WS-LEDGER-FILE-STATUS.
000630      SELECT STAR-REJECT-FILE ASSIGN USING WS-REJECT-DD
000640          ORGANIZATION IS SEQUENTIAL
000650          FILE STATUS IS WS-REJECT-FILE-STATUS.
      * DYNAMIC, not RANDOM: the account lookups read by key as
      * they always have, and the name search STARTs on the
      * alternate index and browses forward from there.
000660      SELECT CUSTOMER-MASTER-FILE ASSIGN USING WS-CUSTMAS-DD
000670          ORGANIZATION IS INDEXED
000680          ACCESS MODE IS DYNAMIC
000690          RECORD KEY IS CM-ACCOUNT-NUMBER
000700      SELECT BATCH-INPUT-FILE ASSIGN TO "STARIN"
000710          ORGANIZATION IS SEQUENTIAL
000720          FILE STATUS IS WS-BATCH-FILE-STATUS.
000730      SELECT STAR-EXCEPTION-FILE ASSIGN USING WS-EXCEPTION-DD
000740          ORGANIZATION IS SEQUENTIAL
000750          FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000760      SELECT RECEIPT-FILE ASSIGN USING WS-RECEIPT-DD
000770          ORGANIZATION IS SEQUENTIAL
000780          FILE STATUS IS WS-RECEIPT-FILE-STATUS.
000785      SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAS"
000791      SELECT PRICE-FILE ASSIGN TO "STARPRC"
000792          ORGANIZATION IS SEQUENTIAL
000793          FILE STATUS IS WS-PRICE-FILE-STATUS.
000794      SELECT SEQUENCE-FILE ASSIGN USING WS-STARSEQ-DD
000795          ORGANIZATION IS INDEXED
000796          ACCESS MODE IS RANDOM
000797          RECORD KEY IS SQ-CONTROL-ID
000798          FILE STATUS IS WS-STARSEQ-FILE-STATUS.
000799      SELECT DRAWER-FILE ASSIGN USING WS-DRAWER-DD
00079A          ORGANIZATION IS INDEXED
00079B          ACCESS MODE IS RANDOM
00079C          RECORD KEY IS DW-DRAWER-KEY
00079D          FILE STATUS IS WS-DRAWER-FILE-STATUS.
00079E      SELECT DAY-ACTIVITY-FILE ASSIGN USING WS-STARDAY-DD
00079F          ORGANIZATION IS INDEXED
00079G          ACCESS MODE IS RANDOM
00079H          RECORD KEY IS DA-ACCOUNT-NUMBER
00079I          FILE STATUS IS WS-STARDAY-FILE-STATUS.
00079J      SELECT CONTROL-FILE ASSIGN TO "STARCTL"
00079K          ORGANIZATION IS SEQUENTIAL
00079L          FILE STATUS IS WS-CONTROL-FILE-STATUS.
00079M      SELECT VOUCHER-FILE ASSIGN USING WS-VOUCHER-DD
00079N          ORGANIZATION IS INDEXED
00079O          ACCESS MODE IS RANDOM
00079P          RECORD KEY IS VC-VOUCHER-NUMBER
00079Q          FILE STATUS IS WS-VOUCHER-FILE-STATUS.
000800 DATA DIVISION.
000900  FILE SECTION.
001000  FD  STAR-LEDGER-FILE
001240  FD  SEQUENCE-FILE
001250      LABEL RECORDS ARE STANDARD.
001260      COPY SEQREC.
001270  FD  DRAWER-FILE
001280      LABEL RECORDS ARE STANDARD.
001290      COPY DRAWREC.
001291  FD  DAY-ACTIVITY-FILE
001292      LABEL RECORDS ARE STANDARD.
001293      COPY DAYREC.
001294  FD  CONTROL-FILE
001295      LABEL RECORDS ARE STANDARD.
001296      COPY CTLREC.
001297  FD  VOUCHER-FILE
001298      LABEL RECORDS ARE STANDARD.
001299      COPY VOUCREC.
001300  WORKING-STORAGE SECTION.
      * I'm sure this type system makes sense somehow. Eh, at least
      * having a type system at all makes it better than Javascript.
001879  01 WS-TILL-ID PIC X(04) VALUE "T01".
00187A  01 WS-COMMAND-LINE PIC X(80) VALUE SPACES.

      * Training mode. Only a trainee or a supervisor is offered it
      * at sign-on. Taken, every file the session posts to is closed
      * and reopened under its training name, and the sequence is
      * reseeded, should TRNSEQ ever lose its control record, at
      * the training base instead of 1 - the training numbers start
      * at 900000001 so one can never pass for a live number.
00187B  01 WS-TRAINING-ALLOWED-SWITCH PIC X(01) VALUE "N".
00187C      88 WS-TRAINING-ALLOWED VALUE "Y".
00187D  01 WS-TRAINING-SWITCH PIC X(01) VALUE "N".
00187E      88 WS-TRAINING VALUE "Y".
00187F  01 WS-TRAINING-ANSWER PIC X(01) VALUE SPACE.
00187G      88 WS-TRAINING-ANSWER-VALID VALUES ARE "Y", "N".
00187H  01 WS-SEQUENCE-SEED PIC 9(09) VALUE 1.
00187I  01 WS-LEDGER-DD PIC X(08) VALUE "STARLDG".
00187J  01 WS-REJECT-DD PIC X(08) VALUE "STARREJ".
00187K  01 WS-CUSTMAS-DD PIC X(08) VALUE "CUSTMAS".
00187L  01 WS-EXCEPTION-DD PIC X(08) VALUE "STAREXC".
00187M  01 WS-RECEIPT-DD PIC X(08) VALUE "STARRCT".
00187N  01 WS-STARSEQ-DD PIC X(08) VALUE "STARSEQ".
00187O  01 WS-DRAWER-DD PIC X(08) VALUE "STARDRW".
00187P  01 WS-STARDAY-DD PIC X(08) VALUE "STARDAY".
00187Q  01 WS-VOUCHER-DD PIC X(08) VALUE "STARVCH".

      * Batch reprocessing mode: driven by whether JCL has assigned
      * an actual dataset to STARIN, so the same executable serves
      * the counter and end-of-day catch-up runs.
001918      88 WS-ISSUANCE VALUE "I".
001919      88 WS-REDEMPTION VALUE "R".
00191A      88 WS-TRANSFER VALUE "T".
00191B      88 WS-VOID VALUE "V".
00191C      88 WS-VOUCHER-SALE VALUE "G".
00191D      88 WS-VOUCHER-REDEEM VALUE "U".

      * A redemption must be covered by the stars already on the
      * account; one that is not is logged to STARREJ with reason
001923      VALUE ZERO.
001924  01 WS-BALANCE-EDIT PIC ZZZ,ZZZ,ZZ9.

      * Loyalty tier named for the greeting.
00192Y  01 WS-TIER-NAME PIC X(08).

      * File status for the security master and the pricing file,
      * checked the same way as the transaction files above.
001925  01 WS-OPRMAS-FILE-STATUS PIC X(02).
001943  01 WS-DEST-FOUND-SWITCH PIC X(01) VALUE "N".
001944      88 WS-DEST-FOUND VALUE "Y".

      * Same-day void: the receipt number keyed off the customer's
      * slip, and what the scan of this till's day ledger found
      * for it - the original transaction (the "T" half of a
      * transfer; the "F" half lands in WS-DEST-ACCOUNT/-NAME) and
      * whether a void already points at it. WS-VOID-REASON is the
      * refusal shown at the counter when the void cannot go ahead.
001945  01 WS-VOID-SEQ PIC 9(09) VALUE ZERO.
001946  01 WS-VOID-FOUND-SWITCH PIC X(01) VALUE "N".
001947      88 WS-VOID-FOUND VALUE "Y".
001948  01 WS-VOID-DONE-SWITCH PIC X(01) VALUE "N".
001949      88 WS-VOID-ALREADY-DONE VALUE "Y".
00194A  01 WS-VOID-OK-SWITCH PIC X(01) VALUE "N".
00194B      88 WS-VOID-OK VALUE "Y".
00194C  01 WS-VOID-REASON PIC X(44) VALUE SPACES.
00194D  01 WS-VOID-ORIGINAL.
00194E      05 WS-VOID-TYPE PIC X(01).
00194F          88 WS-VOID-OF-REDEMPTION VALUE "R".
00194G          88 WS-VOID-OF-TRANSFER VALUE "T".
00196A          88 WS-VOID-OF-VOUCHER-SALE VALUE "G".
00196B          88 WS-VOID-OF-VOUCHER-REDEEM VALUE "U".
00194H          88 WS-VOID-OF-COUNTER-SALE
00196C              VALUES " " "I" "R" "T" "G".
00194I      05 WS-VOID-DATE PIC 9(08).
00194J      05 WS-VOID-ACCOUNT PIC 9(06).
00194K      05 WS-VOID-STARS PIC S9(09) USAGE IS BINARY.
00194L      05 WS-VOID-DOLLARS PIC S9(07)V99 USAGE COMP-3.
00194M      05 WS-VOID-TIER PIC 9(02).
00194N  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
00194O      88 WS-LEDGER-EOF VALUE "Y".
00194P  01 WS-VOID-REJECT-COUNT PIC S9(09) USAGE IS BINARY
00194Q      VALUE ZERO.

      * Drawer cash-up at sign-off: whether the operator is closing
      * the drawer, the cash and card totals counted, and whether
      * a declaration for this till, operator and day is already
      * on STARDRW (a recount replaces it).
00194R  01 WS-CLOSE-DRAWER-SWITCH PIC X(01) VALUE SPACE.
00194S      88 WS-CLOSE-DRAWER VALUE "Y".
00194T      88 WS-CLOSE-ANSWER-VALID VALUES ARE "Y", "N".
00194U  01 WS-DRAWER-CASH PIC 9(07)V99 VALUE ZERO.
00194V  01 WS-DRAWER-CARD PIC 9(07)V99 VALUE ZERO.
00194W  01 WS-DRAWER-ON-FILE-SWITCH PIC X(01) VALUE "N".
00194X      88 WS-DRAWER-ON-FILE VALUE "Y".
00194Y  01 WS-DRAWER-FILE-STATUS PIC X(02).

      * Per-account daily purchase limit, off DAYLIMIT on the
      * STARCTL parameter file and 1,000 stars without one, and
      * what the shared STARDAY file says the account has already
      * bought today. WS-DAY-STEP is the stars a posting moves the
      * day's count by - negative for a voided issuance.
00194Z  01 WS-DAY-LIMIT PIC S9(09) USAGE IS BINARY VALUE 1000.
001951  01 WS-DAY-BOUGHT PIC S9(09) USAGE IS BINARY VALUE ZERO.
001952  01 WS-DAY-TOTAL PIC S9(09) USAGE IS BINARY VALUE ZERO.
001953  01 WS-DAY-STEP PIC S9(09) USAGE IS BINARY VALUE ZERO.
001954  01 WS-DAY-LIMIT-OK-SWITCH PIC X(01) VALUE "Y".
001955      88 WS-DAY-LIMIT-OK VALUE "Y".
001956  01 WS-DAY-ON-FILE-SWITCH PIC X(01) VALUE "N".
001957      88 WS-DAY-ON-FILE VALUE "Y".
001958  01 WS-DAY-LIMIT-REJECT-COUNT PIC S9(09) USAGE IS BINARY
001959      VALUE ZERO.
00195A  01 WS-DAY-LIMIT-EDIT PIC ZZZ,ZZZ,ZZ9.
00195B  01 WS-STARDAY-FILE-STATUS PIC X(02).
00195C  01 WS-CONTROL-FILE-STATUS PIC X(02).
00195D  01 WS-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
00195E      88 WS-CONTROL-EOF VALUE "Y".

      * Gift vouchers: the voucher number keyed to redeem one,
      * whether it can be, and the refusal shown at the counter
      * when it cannot. A voucher sold today is good through
      * WS-VOUCHER-EXPIRY, WS-VOUCHER-MONTHS whole months on
      * (VOUCHMTH on STARCTL, 12 without one); going on whole
      * months can land on a day the closing month does not
      * have, so the month lengths and the leap year are needed.
00195F  01 WS-VOUCHER-FILE-STATUS PIC X(02).
00195G  01 WS-VOUCHER-NUMBER PIC 9(09) VALUE ZERO.
00195H  01 WS-VOUCHER-OK-SWITCH PIC X(01) VALUE "N".
00195I      88 WS-VOUCHER-OK VALUE "Y".
00195J  01 WS-VOUCHER-REASON PIC X(44) VALUE SPACES.
00195K  01 WS-VOUCHER-REJECT-COUNT PIC S9(09) USAGE IS BINARY
00195L      VALUE ZERO.
00195M  01 WS-VOUCHER-MONTHS PIC S9(05) USAGE IS BINARY VALUE 12.
00195N  01 WS-VOUCHER-EXPIRY PIC 9(08) VALUE ZERO.
00195O  01 WS-DATE-WORK PIC 9(08).
00195P  01 WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
00195Q      05 WS-DW-YEAR PIC 9(04).
00195R      05 WS-DW-MONTH PIC 9(02).
00195S      05 WS-DW-DAY PIC 9(02).
00195T  01 WS-DAY-SAVE PIC 9(02).
00195U  01 WS-MONTH-DAYS PIC 9(02).
00195V  01 WS-MONTH-INDEX PIC S9(07) USAGE IS BINARY.
00195W  01 WS-MONTH-REM PIC S9(05) USAGE IS BINARY.
00195X  01 WS-LEAP-WORK PIC S9(05) USAGE IS BINARY.
00195Y  01 WS-LEAP-REM PIC S9(05) USAGE IS BINARY.
00195Z  01 WS-LEAP-SWITCH PIC X(01) VALUE "N".
001961      88 WS-LEAP-YEAR VALUE "Y".

001900 PROCEDURE DIVISION.
002000     PERFORM OPEN-FILES-PARA.
002001     PERFORM LOAD-PRICING-PARA.
002002     PERFORM LOAD-CONTROLS-PARA.
002005     IF WS-BATCH-MODE
002006         PERFORM BATCH-RUN-PARA
002007     ELSE
002020     INTERACTIVE-RUN-PARA.
002010     PERFORM READ-OPERATOR-PARA UNTIL NOT WS-OPERATOR-ID = SPACES.
002011     PERFORM READ-TILL-PARA.
002012     IF WS-TRAINING-ALLOWED
002013         PERFORM READ-TRAINING-PARA
002014             UNTIL WS-TRAINING-ANSWER-VALID
002015         IF WS-TRAINING-ANSWER = "Y"
002016             PERFORM START-TRAINING-PARA
002017         END-IF
002018     END-IF.
002100     PERFORM READ-NAME-PARA UNTIL WS-FOUND.
002200     DISPLAY "Hello, "WS-NAME"!".
002210     MOVE CM-STAR-BALANCE TO WS-BALANCE-EDIT.
002220     DISPLAY "You have " WS-BALANCE-EDIT " stars on your "
002230         "account.".
002231     PERFORM SHOW-TIER-PARA.
002240     MOVE SPACE TO WS-TRANS-TYPE.
002250     PERFORM READ-TRANS-TYPE-PARA
002260         UNTIL WS-ISSUANCE OR WS-REDEMPTION OR WS-TRANSFER
002261             OR WS-VOID OR WS-VOUCHER-SALE OR WS-VOUCHER-REDEEM.
002262     IF WS-VOID
002263         PERFORM VOID-RUN-PARA
002264     ELSE
00226A     IF WS-VOUCHER-REDEEM
00226B         PERFORM VOUCHER-RUN-PARA
00226C     ELSE
002265         PERFORM SALE-RUN-PARA
00226D     END-IF
002266     END-IF.
002700     DISPLAY "Goodbye, "WS-NAME.
002710     IF WS-REJECT-COUNT > 0
002720         DISPLAY "Out-of-range star requests this session: "
002755         DISPLAY "Refused override authorizations this "
002756             "session: " WS-SUPERVISOR-REJECT-COUNT
002757     END-IF.
002758     IF WS-VOID-REJECT-COUNT > 0
002759         DISPLAY "Refused voids this session: "
00275A             WS-VOID-REJECT-COUNT
00275B     END-IF.
00275G     IF WS-DAY-LIMIT-REJECT-COUNT > 0
00275H         DISPLAY "Issuances refused at the daily limit this "
00275I             "session: " WS-DAY-LIMIT-REJECT-COUNT
00275J     END-IF.
00275K     IF WS-VOUCHER-REJECT-COUNT > 0
00275L         DISPLAY "Refused gift vouchers this session: "
00275M             WS-VOUCHER-REJECT-COUNT
00275N     END-IF.
00275C     PERFORM READ-CLOSE-DRAWER-PARA UNTIL WS-CLOSE-ANSWER-VALID.
00275D     IF WS-CLOSE-DRAWER
00275E         PERFORM DECLARE-DRAWER-PARA
00275F     END-IF.

      * An ordinary counter sale: issue, redeem, transfer, or sell
      * a gift voucher.
002267     SALE-RUN-PARA.
      * A transfer needs its destination settled - and the source
      * record back in the buffer - before the star count and the
      * balance check, which run against the source.
002261     IF WS-TRANSFER
002262         MOVE "N" TO WS-DEST-FOUND-SWITCH
002263         PERFORM READ-DEST-PARA UNTIL WS-DEST-FOUND
002264         PERFORM RESTORE-SOURCE-PARA
002265     END-IF.
002300     PERFORM READ-STARS-PARA
002310         UNTIL (PASS OR WS-OVERRIDE-APPROVED)
002320         AND WS-BALANCE-OK AND WS-DAY-LIMIT-OK.
002350     MOVE SPACES TO WS-RECEIPT-STARS.
002360     MOVE 1 TO WS-STAR-PRINT-PTR.
002400     PERFORM SHOW-STARS-PARA WS-STAR TIMES.
002500     DISPLAY "".
002510     IF WS-TRANSFER
002520         PERFORM WRITE-TRANSFER-PARA
002530     ELSE
002600         PERFORM WRITE-LEDGER-PARA
002610     END-IF.
002610     PERFORM PRINT-RECEIPT-PARA.

002750     BATCH-RUN-PARA.
002760     PERFORM READ-BATCH-OPERATOR-PARA.
002814         DISPLAY "Refused override authorizations this batch "
002815             "run: " WS-SUPERVISOR-REJECT-COUNT
002816     END-IF.
002817     IF WS-DAY-LIMIT-REJECT-COUNT > 0
002818         DISPLAY "Issuances refused at the daily limit this "
002819             "batch run: " WS-DAY-LIMIT-REJECT-COUNT
00281A     END-IF.

      * Blank keeps the default, so the original single-counter
      * shop signs on exactly as it always has.
002944         MOVE "T01" TO WS-TILL-ID
002945     END-IF.

      * Offered only to a trainee or a supervisor, straight after
      * the till and before anything is rung.
0029UA     READ-TRAINING-PARA.
0029UB     DISPLAY "Training mode (Y/N)? " NO ADVANCING.
0029UC     ACCEPT WS-TRAINING-ANSWER.
0029UD     IF NOT WS-TRAINING-ANSWER-VALID
0029UE         DISPLAY "Answer Y or N, try again."
0029UF     END-IF.

      * The sign-on itself was checked, and any refusal logged, on
      * the live files; nothing else has been written to them, and
      * from here on the session posts only to the training copies,
      * opened under the same file names. TRNCUST is a copy of
      * CUSTMAS and TRNSEQ starts at 900000001; StarTrainReset sets
      * both up, and empties the rest, for each class. OPRMAS,
      * STARPRC and STARCTL are only read, so a training session
      * checks supervisors and prices stars exactly as the counter
      * does.
0029UG     START-TRAINING-PARA.
0029UH     PERFORM CLOSE-SESSION-FILES-PARA.
0029UI     MOVE "TRNLDG" TO WS-LEDGER-DD.
0029UJ     MOVE "TRNREJ" TO WS-REJECT-DD.
0029UK     MOVE "TRNCUST" TO WS-CUSTMAS-DD.
0029UL     MOVE "TRNEXC" TO WS-EXCEPTION-DD.
0029UM     MOVE "TRNRCT" TO WS-RECEIPT-DD.
0029UN     MOVE "TRNSEQ" TO WS-STARSEQ-DD.
0029UO     MOVE "TRNDRW" TO WS-DRAWER-DD.
0029UP     MOVE "TRNDAY" TO WS-STARDAY-DD.
0029UQ     MOVE "TRNVCH" TO WS-VOUCHER-DD.
0029UR     MOVE 900000001 TO WS-SEQUENCE-SEED.
0029US     MOVE "Y" TO WS-TRAINING-SWITCH.
0029UT     PERFORM OPEN-SESSION-FILES-PARA.
0029UU     DISPLAY "*** TRAINING MODE - NOTHING THIS SESSION IS "
0029UV         "REAL ***".

002950     READ-OPERATOR-PARA.
002960     DISPLAY "Operator ID? " NO ADVANCING.
002970     ACCEPT WS-OPERATOR-ID.
      * An ID signs on if it is on OPRMAS and active, whatever its
      * role - supervisors work the till too. The supervisor role is
      * only demanded where it matters, in VALIDATE-SUPERVISOR-PARA.
      * A trainee or a supervisor may take training mode at sign-on.
00297A     VALIDATE-OPERATOR-PARA.
00297B     MOVE "N" TO WS-OPERATOR-VALID-SWITCH.
00297C     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
00297J             END-IF
00297K     END-READ.
00297L     PERFORM CHECK-OPRMAS-STATUS-PARA.
0029TA     IF WS-OPERATOR-VALID AND
0029TB             (OP-ROLE-TRAINEE OR OP-ROLE-SUPERVISOR)
0029TC         MOVE "Y" TO WS-TRAINING-ALLOWED-SWITCH
0029TD     ELSE
0029TE         MOVE "N" TO WS-TRAINING-ALLOWED-SWITCH
0029TF     END-IF.

      * The supervisor on an override must be on OPRMAS, active, and
      * actually a supervisor - "put SMITH" from across the counter
00298G     END-IF.

002980     READ-TRANS-TYPE-PARA.
002981     DISPLAY "Issue, redeem, transfer, void, sell a gift voucher "
0029SA         "or use one? (I/R/T/V/G/U): "
00298H         NO ADVANCING.
002982     ACCEPT WS-TRANS-TYPE.
002983     IF NOT WS-ISSUANCE AND NOT WS-REDEMPTION
00298I             AND NOT WS-TRANSFER AND NOT WS-VOID
0029SB             AND NOT WS-VOUCHER-SALE AND NOT WS-VOUCHER-REDEEM
002984         DISPLAY "Answer I, R, T, V, G or U, try again."
002985     END-IF.

      * The destination of a transfer gets the same scrutiny as any
00299V     END-READ.
00299W     PERFORM CHECK-CUSTMAS-STATUS-PARA.

      * The tier the nightly StarTier run last put the account in;
      * it moves only overnight, so the counter just reads it out.
0029ZA     SHOW-TIER-PARA.
0029ZB     IF CM-TIER-NONE
0029ZC         DISPLAY "No loyalty tier on the account."
0029ZD     ELSE
0029ZE         MOVE "SILVER" TO WS-TIER-NAME
0029ZF         IF CM-TIER-GOLD
0029ZG             MOVE "GOLD" TO WS-TIER-NAME
0029ZH         END-IF
0029ZI         IF CM-TIER-PLATINUM
0029ZJ             MOVE "PLATINUM" TO WS-TIER-NAME
0029ZK         END-IF
0029ZL         DISPLAY "Loyalty tier: " WS-TIER-NAME " since "
0029ZM             CM-TIER-DATE "."
0029ZN     END-IF.

      * Keying 000000 opens the name search for a customer who
      * forgot their card; the prompt then comes around again for
      * the account number picked off the list, so the transaction
003360         DISPLAY "How many stars do you want to transfer? "
003370             NO ADVANCING
003380     ELSE
0033AA     IF WS-VOUCHER-SALE
0033AB         DISPLAY "How many stars on the gift voucher? "
0033AC             NO ADVANCING
0033AD     ELSE
003400         DISPLAY "How many stars do you want? " NO ADVANCING
0033AE     END-IF
003405     END-IF
003410     END-IF.
003500     ACCEPT WS-STAR.
003501     MOVE "Y" TO WS-DAY-LIMIT-OK-SWITCH.
      * The balance is checked before the over-cap logic so a wild
      * redemption request is refused for the real reason - the
      * account cannot cover it - rather than sent to a supervisor.
003520             PERFORM LOG-REJECT-PARA
003518         END-IF
003530     END-IF.
      * A count inside the cap is then held to the account's daily
      * limit; an over-cap order a supervisor has just signed for
      * is not asked about twice.
00353B     IF WS-BALANCE-OK AND PASS
00353C         PERFORM CHECK-DAY-LIMIT-PARA
00353D         IF NOT WS-DAY-LIMIT-OK
00353E             PERFORM DAY-LIMIT-OVERRIDE-PARA
00353F         END-IF
00353G     END-IF.

      * A redemption or a transfer may not draw the account below
      * zero; an issuance always passes. Not a range problem, so it
003589         END-IF
003591     END-IF.

      * Only an issuance counts toward the daily limit. The limit
      * covers what the account has bought today on every till and
      * in the batch run, as added up on STARDAY, plus this request.
0035AA     CHECK-DAY-LIMIT-PARA.
0035AB     MOVE "Y" TO WS-DAY-LIMIT-OK-SWITCH.
0035AC     IF WS-ISSUANCE
0035AD         PERFORM READ-DAY-ACTIVITY-PARA
0035AE         COMPUTE WS-DAY-TOTAL = WS-DAY-BOUGHT + WS-STAR
0035AF         IF WS-DAY-TOTAL > WS-DAY-LIMIT
0035AG             MOVE "N" TO WS-DAY-LIMIT-OK-SWITCH
0035AH         END-IF
0035AI     END-IF.

0035AJ     DAY-LIMIT-OVERRIDE-PARA.
0035AK     MOVE WS-DAY-LIMIT TO WS-DAY-LIMIT-EDIT.
0035AL     MOVE WS-DAY-BOUGHT TO WS-BALANCE-EDIT.
0035AM     DISPLAY "That takes the account past its daily limit of "
0035AN         WS-DAY-LIMIT-EDIT " stars (" WS-BALANCE-EDIT
0035AO         " bought today).".
0035AP     DISPLAY "Supervisor ID to authorize, or blank to cancel: "
0035AQ         NO ADVANCING.
0035AR     ACCEPT WS-SUPERVISOR-ID.
0035AS     PERFORM AUTHORIZE-DAY-LIMIT-PARA.

      * Shared by the prompt above and PROCESS-BATCH-RECORD-PARA, the
      * same way AUTHORIZE-OVERRIDE-PARA is. A supervisor who signs
      * for an order past the limit goes on STAREXC exactly like an
      * over-cap override; a blank ID takes the "DL" rejection and a
      * bad one the "SU" rejection.
0035AT     AUTHORIZE-DAY-LIMIT-PARA.
0035AU     IF WS-SUPERVISOR-ID = SPACES
0035AV         PERFORM LOG-DAY-LIMIT-REJECT-PARA
0035AW     ELSE
0035AX         PERFORM VALIDATE-SUPERVISOR-PARA
0035AY         IF WS-SUPERVISOR-VALID
0035AZ             MOVE "Y" TO WS-DAY-LIMIT-OK-SWITCH
0035BA             MOVE "Y" TO WS-OVERRIDE-SWITCH
0035BB             PERFORM LOG-OVERRIDE-PARA
0035BC         ELSE
0035BD             PERFORM LOG-SUPERVISOR-REJECT-PARA
0035BE         END-IF
0035BF     END-IF.

0035BG     LOG-DAY-LIMIT-REJECT-PARA.
0035BH     ADD 1 TO WS-DAY-LIMIT-REJECT-COUNT.
0035BI     MOVE "DL" TO RJ-REASON-CODE.
0035BJ     MOVE WS-NAME TO RJ-CUST-NAME.
0035BK     MOVE WS-STAR TO RJ-REJECTED-VALUE.
0035BL     PERFORM WRITE-REJECT-PARA.
0035BM     MOVE WS-DAY-LIMIT TO WS-DAY-LIMIT-EDIT.
0035BN     DISPLAY "Sorry, " WS-STAR " stars would take the account "
0035BO         "past its daily limit of " WS-DAY-LIMIT-EDIT " stars.".

      * What the account has bought so far today. No record, or a
      * record left from an earlier day, means nothing yet.
0035BP     READ-DAY-ACTIVITY-PARA.
0035BQ     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
0035BR     MOVE WS-ACCOUNT-NUMBER TO DA-ACCOUNT-NUMBER.
0035BS     READ DAY-ACTIVITY-FILE
0035BT         INVALID KEY
0035BU             MOVE "N" TO WS-DAY-ON-FILE-SWITCH
0035BV         NOT INVALID KEY
0035BW             MOVE "Y" TO WS-DAY-ON-FILE-SWITCH
0035BX     END-READ.
0035BY     PERFORM CHECK-STARDAY-STATUS-PARA.
0035BZ     MOVE ZERO TO WS-DAY-BOUGHT.
0035CA     IF WS-DAY-ON-FILE AND DA-BUSINESS-DATE = WS-TODAY-DATE
0035CB         MOVE DA-STARS-BOUGHT TO WS-DAY-BOUGHT
0035CC     END-IF.

      * Move the account's count for the day by WS-DAY-STEP as the
      * posting goes out. The first issuance of a new day starts the
      * record over; a void (a negative step) only ever comes back
      * off today's count.
0035CD     POST-DAY-ACTIVITY-PARA.
0035CE     PERFORM READ-DAY-ACTIVITY-PARA.
0035CF     IF WS-DAY-ON-FILE AND DA-BUSINESS-DATE = WS-TODAY-DATE
0035CG         ADD WS-DAY-STEP TO DA-STARS-BOUGHT
0035CH         IF WS-DAY-STEP < 0
0035CI             SUBTRACT 1 FROM DA-ISSUE-COUNT
0035CJ         ELSE
0035CK             ADD 1 TO DA-ISSUE-COUNT
0035CL         END-IF
0035CM         PERFORM SAVE-DAY-ACTIVITY-PARA
0035CN     ELSE
0035CO         IF WS-DAY-STEP > 0
0035CP             MOVE WS-ACCOUNT-NUMBER TO DA-ACCOUNT-NUMBER
0035CQ             MOVE WS-TODAY-DATE TO DA-BUSINESS-DATE
0035CR             MOVE WS-DAY-STEP TO DA-STARS-BOUGHT
0035CS             MOVE 1 TO DA-ISSUE-COUNT
0035CT             PERFORM SAVE-DAY-ACTIVITY-PARA
0035CU         END-IF
0035CV     END-IF.

0035CW     SAVE-DAY-ACTIVITY-PARA.
0035CX     ACCEPT WS-TODAY-TIME FROM TIME.
0035CY     MOVE WS-TILL-ID TO DA-LAST-TILL-ID.
0035CZ     MOVE WS-TODAY-TIME TO DA-LAST-TIME.
0035DA     IF WS-DAY-ON-FILE
0035DB         REWRITE DA-DAY-RECORD
0035DC     ELSE
0035DD         WRITE DA-DAY-RECORD
0035DE     END-IF.
0035DF     PERFORM CHECK-STARDAY-STATUS-PARA.

003600     SHOW-STARS-PARA.
003650     IF WS-STAR-PRINT-PTR NOT > 200
003660         MOVE "*" TO WS-RECEIPT-STARS(WS-STAR-PRINT-PTR:1)
003700     DISPLAY "*" NO ADVANCING.

003800     OPEN-FILES-PARA.
003930     OPEN INPUT BATCH-INPUT-FILE.
003941     OPEN INPUT OPERATOR-MASTER-FILE.
003942     PERFORM CHECK-OPRMAS-STATUS-PARA.
0038AA     PERFORM OPEN-SESSION-FILES-PARA.
003940     IF WS-BATCH-FILE-STATUS = "00"
003950         MOVE "Y" TO WS-BATCH-MODE-SWITCH
003960     ELSE
003970         MOVE "N" TO WS-BATCH-MODE-SWITCH
003980     END-IF.

      * The files a session posts to, opened under whatever names
      * WS-...-DD hold: the live ones at startup, the training
      * copies again once a training session is chosen.
0038AB     OPEN-SESSION-FILES-PARA.
003900     OPEN EXTEND STAR-LEDGER-FILE.
003901     PERFORM CHECK-LEDGER-STATUS-PARA.
003910     OPEN EXTEND STAR-REJECT-FILE.
      * transaction rewrites the customer's running star balance.
003920     OPEN I-O CUSTOMER-MASTER-FILE.
003921     PERFORM CHECK-CUSTMAS-STATUS-PARA.
003935     OPEN EXTEND STAR-EXCEPTION-FILE.
003937     PERFORM CHECK-EXCEPTION-STATUS-PARA.
003938     OPEN EXTEND RECEIPT-FILE.
003939     PERFORM CHECK-RECEIPT-STATUS-PARA.
      * STARSEQ is opened I-O because every draw rewrites the next
      * number in place; status "35" means no control file yet, so
      * it is created seeded at 1 - or at the training base, for
      * TRNSEQ - the same bootstrap CustMaint does for CUSTMAS.
003943     OPEN I-O SEQUENCE-FILE.
003944     IF WS-STARSEQ-FILE-STATUS = "35"
003945         OPEN OUTPUT SEQUENCE-FILE
003946         PERFORM CHECK-STARSEQ-STATUS-PARA
003947         MOVE "TRANSSEQ" TO SQ-CONTROL-ID
003948         MOVE WS-SEQUENCE-SEED TO SQ-NEXT-SEQUENCE
003949         WRITE SQ-SEQUENCE-RECORD
003951         PERFORM CHECK-STARSEQ-STATUS-PARA
003952         CLOSE SEQUENCE-FILE
003953         OPEN I-O SEQUENCE-FILE
003954     END-IF.
003955     PERFORM CHECK-STARSEQ-STATUS-PARA.
      * STARDAY is shared by every till and the batch run, opened
      * I-O like CUSTMAS; "35" means no activity file yet, so it is
      * created empty the same way.
003956     OPEN I-O DAY-ACTIVITY-FILE.
003957     IF WS-STARDAY-FILE-STATUS = "35"
003958         OPEN OUTPUT DAY-ACTIVITY-FILE
003959         PERFORM CHECK-STARDAY-STATUS-PARA
00395A         CLOSE DAY-ACTIVITY-FILE
00395B         OPEN I-O DAY-ACTIVITY-FILE
00395C     END-IF.
00395D     PERFORM CHECK-STARDAY-STATUS-PARA.
      * STARVCH is shared by every till the same way, and created
      * empty on "35" the same way.
00395E     OPEN I-O VOUCHER-FILE.
00395F     IF WS-VOUCHER-FILE-STATUS = "35"
00395G         OPEN OUTPUT VOUCHER-FILE
00395H         PERFORM CHECK-VOUCHER-STATUS-PARA
00395I         CLOSE VOUCHER-FILE
00395J         OPEN I-O VOUCHER-FILE
00395K     END-IF.
00395L     PERFORM CHECK-VOUCHER-STATUS-PARA.

      * File status for the transaction/exception files, checked
      * after every OPEN and WRITE the same way WS-BATCH-FILE-STATUS
003985         STOP RUN
003986     END-IF.

      * The void scan reads the day ledger through to its end, so
      * "10" is an expected outcome there, already handled by the
      * AT END phrase.
00398A     CHECK-LEDGER-READ-STATUS-PARA.
00398B     IF WS-LEDGER-FILE-STATUS NOT = "00" AND
00398C             WS-LEDGER-FILE-STATUS NOT = "10"
00398D         DISPLAY "FATAL: I/O error on STARLDG, status "
00398E             WS-LEDGER-FILE-STATUS
00398F         STOP RUN
00398G     END-IF.

003987     CHECK-REJECT-STATUS-PARA.
003988     IF WS-REJECT-FILE-STATUS NOT = "00"
003989         DISPLAY "FATAL: I/O error on STARREJ, status "
004031     READ SEQUENCE-FILE
004032         INVALID KEY
004033             MOVE "TRANSSEQ" TO SQ-CONTROL-ID
004034             MOVE WS-SEQUENCE-SEED TO SQ-NEXT-SEQUENCE
004035             MOVE SQ-NEXT-SEQUENCE TO WS-TRANS-SEQ
004036             ADD 1 TO SQ-NEXT-SEQUENCE
004037             WRITE SQ-SEQUENCE-RECORD
004052         STOP RUN
004053     END-IF.

      * STARDRW is keyed too: "23" is the first count of the day
      * for this till and operator, already handled by the READ.
00405A     CHECK-DRAWER-STATUS-PARA.
00405B     IF WS-DRAWER-FILE-STATUS NOT = "00" AND
00405C             WS-DRAWER-FILE-STATUS NOT = "23"
00405D         DISPLAY "FATAL: I/O error on STARDRW, status "
00405E             WS-DRAWER-FILE-STATUS
00405F         STOP RUN
00405G     END-IF.

      * STARDAY is keyed: "23" is an account with no purchases on
      * file yet, already handled by the READ.
0040BA     CHECK-STARDAY-STATUS-PARA.
0040BB     IF WS-STARDAY-FILE-STATUS NOT = "00" AND
0040BC             WS-STARDAY-FILE-STATUS NOT = "23"
0040BD         DISPLAY "FATAL: I/O error on STARDAY, status "
0040BE             WS-STARDAY-FILE-STATUS
0040BF         STOP RUN
0040BG     END-IF.

      * STARVCH is keyed: "23" is a voucher number that is not on
      * file, already handled by the READ.
0040CA     CHECK-VOUCHER-STATUS-PARA.
0040CB     IF WS-VOUCHER-FILE-STATUS NOT = "00" AND
0040CC             WS-VOUCHER-FILE-STATUS NOT = "23"
0040CD         DISPLAY "FATAL: I/O error on STARVCH, status "
0040CE             WS-VOUCHER-FILE-STATUS
0040CF         STOP RUN
0040CG     END-IF.

      * OPERATOR-MASTER-FILE is keyed the same way, and an unknown
      * ID ("23") is an expected, already-handled outcome of READ.
004021     CHECK-OPRMAS-STATUS-PARA.
      * the file gate; a stray "T" that reaches here anyway is
      * skipped loudly rather than silently normalized to an
      * issuance. StarBalance will show it unaccounted for, which
      * is the right alarm. A gift voucher is sold and used over
      * the counter only, and a stray "G" or "U" is skipped the
      * same way.
003994     PROCESS-BATCH-PARA.
00399I     IF BI-TRANS-TYPE = "T"
00399J         DISPLAY "Transfer record in batch input is not "
00399K             "supported; skipped: account " BI-ACCOUNT-NUMBER
00399L         PERFORM READ-BATCH-PARA
00399M     ELSE
0039AA     IF BI-TRANS-TYPE = "G" OR "U"
0039AB         DISPLAY "Gift voucher record in batch input is not "
0039AC             "supported; skipped: account " BI-ACCOUNT-NUMBER
0039AD         PERFORM READ-BATCH-PARA
0039AE     ELSE
00399N         PERFORM PROCESS-BATCH-RECORD-PARA
0039AF     END-IF
00399O     END-IF.

00399P     PROCESS-BATCH-RECORD-PARA.
004068                     CONTINUE
004069                 ELSE
004070                 IF PASS
004071                     MOVE "N" TO WS-OVERRIDE-SWITCH
004072                     PERFORM CHECK-DAY-LIMIT-PARA
004073                     IF NOT WS-DAY-LIMIT-OK
004074                         PERFORM AUTHORIZE-DAY-LIMIT-PARA
004076                     END-IF
004077                     IF WS-DAY-LIMIT-OK
004078                         PERFORM POST-BATCH-RECORD-PARA
004079                     END-IF
004100                 ELSE
004105                     PERFORM AUTHORIZE-OVERRIDE-PARA
004110                     IF WS-OVERRIDE-APPROVED
004120                         PERFORM POST-BATCH-RECORD-PARA
004160                     END-IF
004165             END-IF
004166             END-IF
004175     PERFORM CHECK-CUSTMAS-STATUS-PARA.
004180     PERFORM READ-BATCH-PARA.

004181     POST-BATCH-RECORD-PARA.
004182     PERFORM SHOW-STARS-PARA WS-STAR TIMES.
004183     DISPLAY "".
004184     PERFORM WRITE-LEDGER-PARA.
004185     PERFORM PRINT-RECEIPT-PARA.
004186     DISPLAY "Goodbye, " WS-NAME.

004000     WRITE-LEDGER-PARA.
004010     PERFORM FIND-TIER-PARA.
004100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004627     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
      * Only the promotions run puts anything here.
004628     MOVE SPACES TO LR-PROMO-ID.
004629     MOVE ZERO TO LR-VOID-OF-SEQUENCE.
004700     WRITE LR-LEDGER-RECORD.
004705     PERFORM CHECK-LEDGER-STATUS-PARA.
      * The running balance on the master record moves with every
      * posted transaction - up on an issuance, down on a redemption
      * - so the counter can answer for it on the next visit. A
      * gift voucher sale moves no balance - the stars are the
      * voucher's until it is used - and goes on STARVCH instead.
0047BA     IF WS-VOUCHER-SALE
0047BB         PERFORM WRITE-VOUCHER-PARA
0047BC     ELSE
004706     IF WS-REDEMPTION
004707         SUBTRACT WS-STAR FROM CM-STAR-BALANCE
004708     ELSE
004709         ADD WS-STAR TO CM-STAR-BALANCE
004711     END-IF
004712     REWRITE CM-CUSTOMER-RECORD
004713     PERFORM CHECK-CUSTMAS-STATUS-PARA
0047BD     END-IF.
0047AE     IF WS-ISSUANCE
0047AF         MOVE WS-STAR TO WS-DAY-STEP
0047AG         PERFORM POST-DAY-ACTIVITY-PARA
0047AH     END-IF.

      * The voucher is filed under the sale's own sequence number,
      * the number printed on the receipt, with the stars, dollars
      * and tier the sale was rated at.
0047BE     WRITE-VOUCHER-PARA.
0047BF     PERFORM SET-VOUCHER-EXPIRY-PARA.
0047BG     MOVE WS-TRANS-SEQ TO VC-VOUCHER-NUMBER.
0047BH     MOVE "I" TO VC-STATUS-CODE.
0047BI     MOVE WS-STAR TO VC-STAR-COUNT.
0047BJ     MOVE WS-DOLLAR-VALUE TO VC-DOLLAR-VALUE.
0047BK     MOVE WS-RATED-TIER TO VC-TIER-NUMBER.
0047BL     MOVE WS-TODAY-DATE TO VC-ISSUE-DATE.
0047BM     MOVE WS-TODAY-TIME TO VC-ISSUE-TIME.
0047BN     MOVE WS-VOUCHER-EXPIRY TO VC-EXPIRY-DATE.
0047BO     MOVE WS-ACCOUNT-NUMBER TO VC-BUYER-ACCOUNT.
0047BP     MOVE WS-TILL-ID TO VC-ISSUE-TILL.
0047BQ     MOVE WS-OPERATOR-ID TO VC-ISSUE-OPERATOR.
0047BR     MOVE WS-TODAY-DATE TO VC-STATUS-DATE.
0047BS     MOVE ZERO TO VC-REDEEM-ACCOUNT.
0047BT     MOVE ZERO TO VC-REDEEM-SEQUENCE.
0047BU     MOVE SPACES TO VC-REDEEM-TILL.
0047BV     MOVE SPACES TO VC-REDEEM-OPERATOR.
0047BW     WRITE VC-VOUCHER-RECORD.
0047BX     PERFORM CHECK-VOUCHER-STATUS-PARA.

      * The last day the voucher can be used: the sale date taken on
      * WS-VOUCHER-MONTHS whole months, counted as months since year
      * zero so the year rolls over on its own. A day the closing
      * month does not have (the 31st into a 30-day month, the 29th
      * of a February) comes back to that month's last day.
0047BY     SET-VOUCHER-EXPIRY-PARA.
0047BZ     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
0047CA     MOVE WS-DW-DAY TO WS-DAY-SAVE.
0047CB     COMPUTE WS-MONTH-INDEX = WS-DW-YEAR * 12 + WS-DW-MONTH
0047CC         - 1 + WS-VOUCHER-MONTHS.
0047CD     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DW-YEAR
0047CE         REMAINDER WS-MONTH-REM.
0047CF     COMPUTE WS-DW-MONTH = WS-MONTH-REM + 1.
0047CG     MOVE 1 TO WS-DW-DAY.
0047CH     PERFORM MONTH-DAYS-PARA.
0047CI     IF WS-DAY-SAVE > WS-MONTH-DAYS
0047CJ         MOVE WS-MONTH-DAYS TO WS-DW-DAY
0047CK     ELSE
0047CL         MOVE WS-DAY-SAVE TO WS-DW-DAY
0047CM     END-IF.
0047CN     MOVE WS-DATE-WORK TO WS-VOUCHER-EXPIRY.

0047CO     MONTH-DAYS-PARA.
0047CP     IF WS-DW-MONTH = 02
0047CQ         PERFORM LEAP-YEAR-PARA
0047CR         IF WS-LEAP-YEAR
0047CS             MOVE 29 TO WS-MONTH-DAYS
0047CT         ELSE
0047CU             MOVE 28 TO WS-MONTH-DAYS
0047CV         END-IF
0047CW     ELSE
0047CX         IF WS-DW-MONTH = 04 OR WS-DW-MONTH = 06 OR
0047CY                 WS-DW-MONTH = 09 OR WS-DW-MONTH = 11
0047CZ             MOVE 30 TO WS-MONTH-DAYS
0047C1         ELSE
0047C2             MOVE 31 TO WS-MONTH-DAYS
0047C3         END-IF
0047C4     END-IF.

0047C5     LEAP-YEAR-PARA.
0047C6     MOVE "N" TO WS-LEAP-SWITCH.
0047C7     DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-WORK
0047C8         REMAINDER WS-LEAP-REM.
0047C9     IF WS-LEAP-REM = ZERO
0047DA         MOVE "Y" TO WS-LEAP-SWITCH
0047DB         DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-WORK
0047DC             REMAINDER WS-LEAP-REM
0047DD         IF WS-LEAP-REM = ZERO
0047DE             MOVE "N" TO WS-LEAP-SWITCH
0047DF             DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-WORK
0047DG                 REMAINDER WS-LEAP-REM
0047DH             IF WS-LEAP-REM = ZERO
0047DI                 MOVE "Y" TO WS-LEAP-SWITCH
0047DJ             END-IF
0047DK         END-IF
0047DL     END-IF.

      * A gift voucher used at the counter. The voucher is looked
      * up on STARVCH and, if it can still be used, marked redeemed
      * there before its stars go onto the account in front of the
      * counter - any active account, not only the buyer's - so
      * however many tills it is shown at it only ever pays out
      * once. Any refusal is logged to STARREJ with reason "GV".
0047DM     VOUCHER-RUN-PARA.
0047DN     DISPLAY "Gift voucher number to redeem (0 to cancel)? "
0047DO         NO ADVANCING.
0047DP     ACCEPT WS-VOUCHER-NUMBER.
0047DQ     IF WS-VOUCHER-NUMBER = ZERO
0047DR         DISPLAY "Voucher redemption cancelled."
0047DS     ELSE
0047DT         PERFORM CHECK-VOUCHER-PARA
0047DU         IF WS-VOUCHER-OK
0047DV             PERFORM REDEEM-VOUCHER-PARA
0047DW             PERFORM PRINT-RECEIPT-PARA
0047DX         ELSE
0047DY             PERFORM LOG-VOUCHER-REJECT-PARA
0047DZ         END-IF
0047EA     END-IF.

      * Only an outstanding voucher on or before its last day can be
      * used. The voucher's star count goes in WS-STAR so a refusal
      * logs the stars it would have credited.
0047EB     CHECK-VOUCHER-PARA.
0047EC     MOVE "N" TO WS-VOUCHER-OK-SWITCH.
0047ED     MOVE -1 TO WS-STAR.
0047EE     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
0047EF     MOVE WS-VOUCHER-NUMBER TO VC-VOUCHER-NUMBER.
0047EG     READ VOUCHER-FILE
0047EH         INVALID KEY
0047EI             MOVE "not on file" TO WS-VOUCHER-REASON
0047EJ         NOT INVALID KEY
0047EK             MOVE VC-STAR-COUNT TO WS-STAR
0047EL             IF VC-REDEEMED
0047EM                 MOVE "already redeemed" TO WS-VOUCHER-REASON
0047EN             ELSE
0047EO             IF VC-CANCELLED
0047EP                 MOVE "cancelled" TO WS-VOUCHER-REASON
0047EQ             ELSE
0047ER             IF VC-EXPIRED OR VC-EXPIRY-DATE < WS-TODAY-DATE
0047ES                 MOVE "expired" TO WS-VOUCHER-REASON
0047ET             ELSE
0047EU                 MOVE "Y" TO WS-VOUCHER-OK-SWITCH
0047EV             END-IF
0047EW             END-IF
0047EX             END-IF
0047EY     END-READ.
0047EZ     PERFORM CHECK-VOUCHER-STATUS-PARA.

      * The voucher is marked redeemed - onto which account, on
      * which till, by whom, and under the number the "U" record
      * will carry - before the stars move. The "U" record credits
      * them at zero dollars and zero tier: the money was taken,
      * and rated, when the voucher was sold.
0047FA     REDEEM-VOUCHER-PARA.
0047FB     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
0047FC     ACCEPT WS-TODAY-TIME FROM TIME.
0047FD     PERFORM GET-SEQUENCE-PARA.
0047FE     MOVE "R" TO VC-STATUS-CODE.
0047FF     MOVE WS-TODAY-DATE TO VC-STATUS-DATE.
0047FG     MOVE WS-ACCOUNT-NUMBER TO VC-REDEEM-ACCOUNT.
0047FH     MOVE WS-TRANS-SEQ TO VC-REDEEM-SEQUENCE.
0047FI     MOVE WS-TILL-ID TO VC-REDEEM-TILL.
0047FJ     MOVE WS-OPERATOR-ID TO VC-REDEEM-OPERATOR.
0047FK     REWRITE VC-VOUCHER-RECORD.
0047FL     PERFORM CHECK-VOUCHER-STATUS-PARA.
0047FM     MOVE ZERO TO WS-DOLLAR-VALUE.
0047FN     MOVE ZERO TO WS-RATED-TIER.
0047FO     MOVE SPACES TO WS-RECEIPT-STARS.
0047FP     MOVE 1 TO WS-STAR-PRINT-PTR.
0047FQ     PERFORM SHOW-STARS-PARA WS-STAR TIMES.
0047FR     DISPLAY "".
0047FS     MOVE WS-NAME TO LR-CUST-NAME.
0047FT     MOVE WS-STAR TO LR-STAR-COUNT.
0047FU     MOVE WS-TODAY-DATE TO LR-TRANS-DATE.
0047FV     MOVE WS-TODAY-TIME TO LR-TRANS-TIME.
0047FW     MOVE ZERO TO LR-DOLLAR-VALUE.
0047FX     MOVE WS-OPERATOR-ID TO LR-OPERATOR-ID.
0047FY     MOVE "U" TO LR-TRANS-TYPE.
0047FZ     MOVE WS-ACCOUNT-NUMBER TO LR-ACCOUNT-NUMBER.
0047GA     MOVE WS-TILL-ID TO LR-TILL-ID.
0047GB     MOVE ZERO TO LR-TIER-NUMBER.
0047GC     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
0047GD     MOVE SPACES TO LR-PROMO-ID.
0047GE     MOVE ZERO TO LR-VOID-OF-SEQUENCE.
0047GF     WRITE LR-LEDGER-RECORD.
0047GG     PERFORM CHECK-LEDGER-STATUS-PARA.
0047GH     ADD WS-STAR TO CM-STAR-BALANCE.
0047GI     REWRITE CM-CUSTOMER-RECORD.
0047GJ     PERFORM CHECK-CUSTMAS-STATUS-PARA.

      * RJ-REJECTED-VALUE carries the voucher number that could not
      * be used, the way a "VD" record carries the receipt number.
0047GK     LOG-VOUCHER-REJECT-PARA.
0047GL     ADD 1 TO WS-VOUCHER-REJECT-COUNT.
0047GM     MOVE "GV" TO RJ-REASON-CODE.
0047GN     MOVE WS-NAME TO RJ-CUST-NAME.
0047GO     MOVE WS-VOUCHER-NUMBER TO RJ-REJECTED-VALUE.
0047GP     PERFORM WRITE-REJECT-PARA.
0047GQ     DISPLAY "Gift voucher " WS-VOUCHER-NUMBER " cannot be "
0047GR         "redeemed: " WS-VOUCHER-REASON.

      * A transfer posts as a linked pair: the "T" record draws the
      * source down, the "F" record adds to the destination, both
004653     MOVE ZERO TO LR-TIER-NUMBER.
004654     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
00465A     MOVE SPACES TO LR-PROMO-ID.
00465B     MOVE ZERO TO LR-VOID-OF-SEQUENCE.
004655     WRITE LR-LEDGER-RECORD.
004656     PERFORM CHECK-LEDGER-STATUS-PARA.
004657     SUBTRACT WS-STAR FROM CM-STAR-BALANCE.
004671     MOVE ZERO TO LR-TIER-NUMBER.
004672     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
00467A     MOVE SPACES TO LR-PROMO-ID.
00467B     MOVE ZERO TO LR-VOID-OF-SEQUENCE.
004673     WRITE LR-LEDGER-RECORD.
004674     PERFORM CHECK-LEDGER-STATUS-PARA.
004675     MOVE WS-DEST-ACCOUNT TO CM-ACCOUNT-NUMBER.
004686     PERFORM CHECK-CUSTMAS-STATUS-PARA.
004687     PERFORM RESTORE-SOURCE-PARA.

      * A same-day void. The operator keys the receipt number off
      * the customer's slip; the original is looked up on this
      * till's day ledger, checked, and - once a supervisor signs
      * for it - reversed by a linked record carrying its own new
      * number. Any refusal is logged to STARREJ with reason "VD"
      * and the sale stands.
004690     VOID-RUN-PARA.
004691     DISPLAY "Receipt number to void (0 to cancel)? "
004692         NO ADVANCING.
004693     ACCEPT WS-VOID-SEQ.
004694     IF WS-VOID-SEQ = ZERO
004695         DISPLAY "Void cancelled."
004696     ELSE
004697         PERFORM FIND-ORIGINAL-PARA
004698         PERFORM CHECK-VOID-PARA
004699         IF WS-VOID-OK
00469A             PERFORM AUTHORIZE-VOID-PARA
00469B         ELSE
00469C             PERFORM LOG-VOID-REJECT-PARA
00469D         END-IF
00469E     END-IF.

      * The day ledger is open EXTEND for the session, so it is
      * closed, read through from the top, and reopened EXTEND
      * before anything is written. Each till writes its own day
      * dataset, so a void is rung on the till that rang the sale.
      * A void already pointing at the number means it is gone.
00469F     FIND-ORIGINAL-PARA.
00469G     MOVE "N" TO WS-VOID-FOUND-SWITCH.
00469H     MOVE "N" TO WS-VOID-DONE-SWITCH.
00469I     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
00469J     CLOSE STAR-LEDGER-FILE.
00469K     OPEN INPUT STAR-LEDGER-FILE.
00469L     PERFORM CHECK-LEDGER-STATUS-PARA.
00469M     PERFORM READ-LEDGER-PARA.
00469N     PERFORM SCAN-ONE-LEDGER-PARA UNTIL WS-LEDGER-EOF.
00469O     CLOSE STAR-LEDGER-FILE.
00469P     OPEN EXTEND STAR-LEDGER-FILE.
00469Q     PERFORM CHECK-LEDGER-STATUS-PARA.

00469R     READ-LEDGER-PARA.
00469S     READ STAR-LEDGER-FILE
00469T         AT END MOVE "Y" TO WS-LEDGER-EOF-SWITCH
00469U     END-READ.
00469V     PERFORM CHECK-LEDGER-READ-STATUS-PARA.

00469W     SCAN-ONE-LEDGER-PARA.
00469X     IF LR-VOID-ENTRY
00469Y         IF LR-VOID-OF-SEQUENCE = WS-VOID-SEQ
00469Z             MOVE "Y" TO WS-VOID-DONE-SWITCH
004701         END-IF
004702     ELSE
004703         IF LR-SEQUENCE-NUMBER = WS-VOID-SEQ
004704             PERFORM TAKE-ORIGINAL-PARA
004705         END-IF
004706     END-IF.
004707     PERFORM READ-LEDGER-PARA.

      * The "F" half of a transfer only names the receiving account;
      * everything else about the original comes off its "T" half
      * (or the one record of an issuance or redemption).
004708     TAKE-ORIGINAL-PARA.
004709     IF LR-TRANSFER-IN
00470A         MOVE LR-ACCOUNT-NUMBER TO WS-DEST-ACCOUNT
00470B         MOVE LR-CUST-NAME TO WS-DEST-NAME
00470C     ELSE
00470D         MOVE "Y" TO WS-VOID-FOUND-SWITCH
00470E         MOVE LR-TRANS-TYPE TO WS-VOID-TYPE
00470F         MOVE LR-TRANS-DATE TO WS-VOID-DATE
00470G         MOVE LR-ACCOUNT-NUMBER TO WS-VOID-ACCOUNT
00470H         MOVE LR-STAR-COUNT TO WS-VOID-STARS
00470I         MOVE LR-DOLLAR-VALUE TO WS-VOID-DOLLARS
00470J         MOVE LR-TIER-NUMBER TO WS-VOID-TIER
00470K     END-IF.

      * Only today's issuances, redemptions and transfers rung
      * against the account at the counter can be voided, once.
      * The original's star count goes in WS-STAR so a refusal
      * logs the stars it would have moved.
00470L     CHECK-VOID-PARA.
00470M     MOVE "N" TO WS-VOID-OK-SWITCH.
00470N     MOVE -1 TO WS-STAR.
00470O     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
00470P     IF NOT WS-VOID-FOUND
00470Q         MOVE "not on this till's ledger today" TO WS-VOID-REASON
00470R     ELSE
00470S         MOVE WS-VOID-STARS TO WS-STAR
00470T         IF WS-VOID-DATE NOT = WS-TODAY-DATE
00470U             MOVE "not rung today" TO WS-VOID-REASON
00470V         ELSE
00470W         IF WS-VOID-ALREADY-DONE
00470X             MOVE "already voided" TO WS-VOID-REASON
00470Y         ELSE
00470Z         IF WS-VOID-ACCOUNT NOT = WS-ACCOUNT-NUMBER
004711             MOVE "rung on a different account" TO WS-VOID-REASON
004712         ELSE
0047HA         IF WS-VOID-OF-VOUCHER-REDEEM
0047HB             MOVE "a gift voucher redemption is final"
0047HC                 TO WS-VOID-REASON
0047HD         ELSE
004713         IF NOT WS-VOID-OF-COUNTER-SALE
004714             MOVE "not a counter transaction" TO WS-VOID-REASON
004715         ELSE
004716             PERFORM CHECK-VOID-BALANCE-PARA
004717         END-IF
0047HE         END-IF
004718         END-IF
004719         END-IF
00471A         END-IF
00471B     END-IF.

      * Reversing an issuance takes its stars back off the account,
      * and reversing a transfer takes them back off the receiving
      * account; neither may go below zero - the stars may already
      * have been spent. Reversing a redemption only gives stars
      * back and always passes. A gift voucher sale moved no
      * balance; it is voided by cancelling the voucher, which can
      * only be done while the voucher is still outstanding.
00471C     CHECK-VOID-BALANCE-PARA.
0047HF     IF WS-VOID-OF-VOUCHER-SALE
0047HG         PERFORM CHECK-VOID-VOUCHER-PARA
0047HH     ELSE
00471D     IF WS-VOID-OF-TRANSFER
00471E         MOVE WS-DEST-ACCOUNT TO CM-ACCOUNT-NUMBER
00471F         READ CUSTOMER-MASTER-FILE
00471G             INVALID KEY
00471H                 DISPLAY "FATAL: receiving account vanished "
00471I                     "from CUSTMAS mid-transaction"
00471J                 STOP RUN
00471K         END-READ
00471L         PERFORM CHECK-CUSTMAS-STATUS-PARA
00471M         IF WS-VOID-STARS > CM-STAR-BALANCE
00471N             MOVE "receiving account no longer has the stars"
00471O                 TO WS-VOID-REASON
00471P         ELSE
00471Q             MOVE "Y" TO WS-VOID-OK-SWITCH
00471R         END-IF
00471S         PERFORM RESTORE-SOURCE-PARA
00471T     ELSE
00471U     IF WS-VOID-OF-REDEMPTION
00471V         MOVE "Y" TO WS-VOID-OK-SWITCH
00471W     ELSE
00471X         IF WS-VOID-STARS > CM-STAR-BALANCE
00471Y             MOVE "account no longer has the stars"
00471Z                 TO WS-VOID-REASON
004721         ELSE
004722             MOVE "Y" TO WS-VOID-OK-SWITCH
004723         END-IF
004724     END-IF
004725     END-IF
0047HI     END-IF.

0047HJ     CHECK-VOID-VOUCHER-PARA.
0047HK     MOVE WS-VOID-SEQ TO VC-VOUCHER-NUMBER.
0047HL     READ VOUCHER-FILE
0047HM         INVALID KEY
0047HN             MOVE "gift voucher not on file" TO WS-VOID-REASON
0047HO         NOT INVALID KEY
0047HP             IF VC-ISSUED
0047HQ                 MOVE "Y" TO WS-VOID-OK-SWITCH
0047HR             ELSE
0047HS                 MOVE "gift voucher already used or closed"
0047HT                     TO WS-VOID-REASON
0047HU             END-IF
0047HV     END-READ.
0047HW     PERFORM CHECK-VOUCHER-STATUS-PARA.

      * Every void is signed for by a supervisor, checked against
      * OPRMAS exactly as an over-cap override is. A blank ID backs
      * out with nothing written.
004726     AUTHORIZE-VOID-PARA.
004727     DISPLAY "Supervisor ID to authorize the void, or blank to "
004728         "cancel: " NO ADVANCING.
004729     ACCEPT WS-SUPERVISOR-ID.
00472A     IF WS-SUPERVISOR-ID = SPACES
00472B         DISPLAY "Void cancelled."
00472C     ELSE
00472D         PERFORM VALIDATE-SUPERVISOR-PARA
00472E         IF WS-SUPERVISOR-VALID
00472F             PERFORM LOG-VOID-OVERRIDE-PARA
00472G             PERFORM WRITE-VOID-PARA
00472H             PERFORM PRINT-RECEIPT-PARA
00472I         ELSE
00472J             PERFORM LOG-SUPERVISOR-REJECT-PARA
00472K         END-IF
00472L     END-IF.

      * RJ-REJECTED-VALUE carries the receipt number that could not
      * be voided, the way an "AC" record carries the account.
00472M     LOG-VOID-REJECT-PARA.
00472N     ADD 1 TO WS-VOID-REJECT-COUNT.
00472O     MOVE "VD" TO RJ-REASON-CODE.
00472P     MOVE WS-NAME TO RJ-CUST-NAME.
00472Q     MOVE WS-VOID-SEQ TO RJ-REJECTED-VALUE.
00472R     PERFORM WRITE-REJECT-PARA.
00472S     DISPLAY "Receipt " WS-VOID-SEQ " cannot be voided: "
00472T         WS-VOID-REASON.

      * The supervisor's signature goes on STAREXC like any other
      * override, drawing the number the reversing ledger record
      * will carry, so StarBalance pairs the two exactly. The star
      * count is the reversal's - negative.
00472U     LOG-VOID-OVERRIDE-PARA.
00472V     MOVE WS-NAME TO EX-CUST-NAME.
00472W     MOVE WS-OPERATOR-ID TO EX-OPERATOR-ID.
00472X     MOVE WS-SUPERVISOR-ID TO EX-SUPERVISOR-ID.
00472Y     COMPUTE EX-STAR-COUNT = 0 - WS-VOID-STARS.
00472Z     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004731     ACCEPT WS-TODAY-TIME FROM TIME.
004732     MOVE WS-TODAY-DATE TO EX-TRANS-DATE.
004733     MOVE WS-TODAY-TIME TO EX-TRANS-TIME.
004734     MOVE WS-ACCOUNT-NUMBER TO EX-ACCOUNT-NUMBER.
004735     MOVE WS-TILL-ID TO EX-TILL-ID.
004736     PERFORM GET-SEQUENCE-PARA.
004737     MOVE WS-TRANS-SEQ TO EX-SEQUENCE-NUMBER.
004738     MOVE WS-TRANS-SEQ TO WS-PENDING-SEQ.
004739     WRITE EX-EXCEPTION-RECORD.
00473A     PERFORM CHECK-EXCEPTION-STATUS-PARA.
00473B     DISPLAY "Supervisor " WS-SUPERVISOR-ID " authorized the "
00473C         "void of receipt " WS-VOID-SEQ ".".

      * The reversing record is the original turned round: same
      * type, account and tier, stars and dollars negated, stamped
      * with the void's own number and linked back through
      * LR-VOID-OF-SEQUENCE. The balance moves back the other way
      * from the original. A transfer gets its "F" half reversed
      * too, under the same number.
00473D     WRITE-VOID-PARA.
00473E     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
00473F     ACCEPT WS-TODAY-TIME FROM TIME.
00473G     MOVE WS-PENDING-SEQ TO WS-TRANS-SEQ.
00473H     MOVE ZERO TO WS-PENDING-SEQ.
00473I     MOVE WS-VOID-DOLLARS TO WS-DOLLAR-VALUE.
00473J     MOVE WS-VOID-TIER TO WS-RATED-TIER.
00473K     MOVE WS-NAME TO LR-CUST-NAME.
00473L     COMPUTE LR-STAR-COUNT = 0 - WS-VOID-STARS.
00473M     MOVE WS-TODAY-DATE TO LR-TRANS-DATE.
00473N     MOVE WS-TODAY-TIME TO LR-TRANS-TIME.
00473O     COMPUTE LR-DOLLAR-VALUE = 0 - WS-VOID-DOLLARS.
00473P     MOVE WS-OPERATOR-ID TO LR-OPERATOR-ID.
00473Q     MOVE WS-VOID-TYPE TO LR-TRANS-TYPE.
00473R     MOVE WS-ACCOUNT-NUMBER TO LR-ACCOUNT-NUMBER.
00473S     MOVE WS-TILL-ID TO LR-TILL-ID.
00473T     MOVE WS-VOID-TIER TO LR-TIER-NUMBER.
00473U     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
00473V     MOVE SPACES TO LR-PROMO-ID.
00473W     MOVE WS-VOID-SEQ TO LR-VOID-OF-SEQUENCE.
00473X     WRITE LR-LEDGER-RECORD.
00473Y     PERFORM CHECK-LEDGER-STATUS-PARA.
      * A voided gift voucher sale never moved a balance or counted
      * toward the daily limit; the voucher is cancelled instead.
0047HX     IF WS-VOID-OF-VOUCHER-SALE
0047HY         PERFORM CANCEL-VOUCHER-PARA
0047HZ     ELSE
00473Z     IF WS-VOID-OF-REDEMPTION OR WS-VOID-OF-TRANSFER
004741         ADD WS-VOID-STARS TO CM-STAR-BALANCE
004742     ELSE
004743         SUBTRACT WS-VOID-STARS FROM CM-STAR-BALANCE
004744     END-IF
004745     REWRITE CM-CUSTOMER-RECORD
004746     PERFORM CHECK-CUSTMAS-STATUS-PARA
      * A voided issuance was never really bought, so it comes back
      * off the account's count toward the daily limit.
0047AA     IF NOT WS-VOID-OF-REDEMPTION AND NOT WS-VOID-OF-TRANSFER
0047AB         COMPUTE WS-DAY-STEP = 0 - WS-VOID-STARS
0047AC         PERFORM POST-DAY-ACTIVITY-PARA
0047AD     END-IF
0047H1     END-IF.
004747     IF WS-VOID-OF-TRANSFER
004748         PERFORM WRITE-VOID-TRANSFER-IN-PARA
004749     END-IF.

00474A     WRITE-VOID-TRANSFER-IN-PARA.
00474B     MOVE WS-DEST-NAME TO LR-CUST-NAME.
00474C     COMPUTE LR-STAR-COUNT = 0 - WS-VOID-STARS.
00474D     MOVE WS-TODAY-DATE TO LR-TRANS-DATE.
00474E     MOVE WS-TODAY-TIME TO LR-TRANS-TIME.
00474F     MOVE ZERO TO LR-DOLLAR-VALUE.
00474G     MOVE WS-OPERATOR-ID TO LR-OPERATOR-ID.
00474H     MOVE "F" TO LR-TRANS-TYPE.
00474I     MOVE WS-DEST-ACCOUNT TO LR-ACCOUNT-NUMBER.
00474J     MOVE WS-TILL-ID TO LR-TILL-ID.
00474K     MOVE ZERO TO LR-TIER-NUMBER.
00474L     MOVE WS-TRANS-SEQ TO LR-SEQUENCE-NUMBER.
00474M     MOVE SPACES TO LR-PROMO-ID.
00474N     MOVE WS-VOID-SEQ TO LR-VOID-OF-SEQUENCE.
00474O     WRITE LR-LEDGER-RECORD.
00474P     PERFORM CHECK-LEDGER-STATUS-PARA.
00474Q     MOVE WS-DEST-ACCOUNT TO CM-ACCOUNT-NUMBER.
00474R     READ CUSTOMER-MASTER-FILE
00474S         INVALID KEY
00474T             DISPLAY "FATAL: receiving account vanished "
00474U                 "from CUSTMAS mid-transaction"
00474V             STOP RUN
00474W     END-READ.
00474X     PERFORM CHECK-CUSTMAS-STATUS-PARA.
00474Y     SUBTRACT WS-VOID-STARS FROM CM-STAR-BALANCE.
00474Z     REWRITE CM-CUSTOMER-RECORD.
004751     PERFORM CHECK-CUSTMAS-STATUS-PARA.
004752     PERFORM RESTORE-SOURCE-PARA.

      * The voucher is read back fresh rather than trusted from the
      * check before the supervisor signed, and closed as cancelled
      * on the void's date.
0047H2     CANCEL-VOUCHER-PARA.
0047H3     MOVE WS-VOID-SEQ TO VC-VOUCHER-NUMBER.
0047H4     READ VOUCHER-FILE
0047H5         INVALID KEY
0047H6             DISPLAY "FATAL: gift voucher vanished from STARVCH "
0047H7                 "mid-transaction"
0047H8             STOP RUN
0047H9     END-READ.
0047IA     PERFORM CHECK-VOUCHER-STATUS-PARA.
0047IB     MOVE "C" TO VC-STATUS-CODE.
0047IC     MOVE WS-TODAY-DATE TO VC-STATUS-DATE.
0047ID     REWRITE VC-VOUCHER-RECORD.
0047IE     PERFORM CHECK-VOUCHER-STATUS-PARA.

      * The operator signing off counts the drawer and declares what
      * is in it. The declaration is keyed by till, operator and day,
      * so a recount replaces the earlier figures rather than adding
      * a second drawer for StarDrawer to reconcile. STARDRW is
      * shared by every till and only touched here, so it is opened
      * for the declaration and closed straight after.
004753     READ-CLOSE-DRAWER-PARA.
004754     DISPLAY "Cash up the drawer and sign off this till? (Y/N): "
004755         NO ADVANCING.
004756     ACCEPT WS-CLOSE-DRAWER-SWITCH.
004757     IF NOT WS-CLOSE-ANSWER-VALID
004758         DISPLAY "Answer Y or N, try again."
004759     END-IF.

00475A     DECLARE-DRAWER-PARA.
00475B     DISPLAY "Cash counted in the drawer (9999999.99)? "
00475C         NO ADVANCING.
00475D     ACCEPT WS-DRAWER-CASH.
00475E     DISPLAY "Card slips total (9999999.99)? " NO ADVANCING.
00475F     ACCEPT WS-DRAWER-CARD.
00475G     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
00475H     ACCEPT WS-TODAY-TIME FROM TIME.
00475I     PERFORM OPEN-DRAWER-PARA.
00475J     MOVE WS-TILL-ID TO DW-TILL-ID.
00475K     MOVE WS-OPERATOR-ID TO DW-OPERATOR-ID.
00475L     MOVE WS-TODAY-DATE TO DW-BUSINESS-DATE.
00475M     READ DRAWER-FILE
00475N         INVALID KEY
00475O             MOVE "N" TO WS-DRAWER-ON-FILE-SWITCH
00475P         NOT INVALID KEY
00475Q             MOVE "Y" TO WS-DRAWER-ON-FILE-SWITCH
00475R     END-READ.
00475S     PERFORM CHECK-DRAWER-STATUS-PARA.
00475T     MOVE WS-DRAWER-CASH TO DW-CASH-DECLARED.
00475U     MOVE WS-DRAWER-CARD TO DW-CARD-DECLARED.
00475V     MOVE WS-TODAY-TIME TO DW-DECLARED-TIME.
00475W     IF WS-DRAWER-ON-FILE
00475X         REWRITE DW-DRAWER-RECORD
00475Y         DISPLAY "Earlier count for today replaced."
00475Z     ELSE
004761         WRITE DW-DRAWER-RECORD
004762     END-IF.
004763     PERFORM CHECK-DRAWER-STATUS-PARA.
004764     CLOSE DRAWER-FILE.
004765     PERFORM PRINT-DRAWER-SLIP-PARA.
004766     DISPLAY "Drawer declared for till " WS-TILL-ID
004767         ", operator " WS-OPERATOR-ID ".".

      * Status "35" means no declaration file yet, so it is created
      * empty and reopened - the same bootstrap as STARSEQ.
004768     OPEN-DRAWER-PARA.
004769     OPEN I-O DRAWER-FILE.
00476A     IF WS-DRAWER-FILE-STATUS = "35"
00476B         OPEN OUTPUT DRAWER-FILE
00476C         PERFORM CHECK-DRAWER-STATUS-PARA
00476D         CLOSE DRAWER-FILE
00476E         OPEN I-O DRAWER-FILE
00476F     END-IF.
00476G     PERFORM CHECK-DRAWER-STATUS-PARA.

      * A paper copy of the declaration for the cash bag, on the
      * same STARRCT printer as the customer receipts.
00476H     PRINT-DRAWER-SLIP-PARA.
00476I     MOVE "----------------------------------------" TO
00476J         RECEIPT-LINE.
00476K     WRITE RECEIPT-LINE.
00476L     PERFORM CHECK-RECEIPT-STATUS-PARA.
0047JA     PERFORM PRINT-TRAINING-STAMP-PARA.
00476M     MOVE SPACES TO RECEIPT-LINE.
00476N     STRING "DRAWER DECLARATION         " WS-TODAY-DATE
00476O         DELIMITED BY SIZE INTO RECEIPT-LINE.
00476P     WRITE RECEIPT-LINE.
00476Q     PERFORM CHECK-RECEIPT-STATUS-PARA.
00476R     MOVE SPACES TO RECEIPT-LINE.
00476S     STRING "OPERATOR: " WS-OPERATOR-ID
00476T         "  TILL: " WS-TILL-ID
00476U         DELIMITED BY SIZE INTO RECEIPT-LINE.
00476V     WRITE RECEIPT-LINE.
00476W     PERFORM CHECK-RECEIPT-STATUS-PARA.
00476X     MOVE WS-DRAWER-CASH TO WS-RECEIPT-VALUE-EDIT.
00476Y     MOVE SPACES TO RECEIPT-LINE.
00476Z     STRING "CASH: " WS-RECEIPT-VALUE-EDIT
004771         DELIMITED BY SIZE INTO RECEIPT-LINE.
004772     WRITE RECEIPT-LINE.
004773     PERFORM CHECK-RECEIPT-STATUS-PARA.
004774     MOVE WS-DRAWER-CARD TO WS-RECEIPT-VALUE-EDIT.
004775     MOVE SPACES TO RECEIPT-LINE.
004776     STRING "CARD: " WS-RECEIPT-VALUE-EDIT
004777         DELIMITED BY SIZE INTO RECEIPT-LINE.
004778     WRITE RECEIPT-LINE.
004779     PERFORM CHECK-RECEIPT-STATUS-PARA.
0047JB     PERFORM PRINT-TRAINING-STAMP-PARA.
00477A     MOVE "----------------------------------------" TO
00477B         RECEIPT-LINE.
00477C     WRITE RECEIPT-LINE.
00477D     PERFORM CHECK-RECEIPT-STATUS-PARA.
00477E     MOVE SPACES TO RECEIPT-LINE.
00477F     WRITE RECEIPT-LINE.
00477G     PERFORM CHECK-RECEIPT-STATUS-PARA.

      * The request prices at the first loaded tier whose ceiling
      * covers it; anything past the last ceiling prices at the last
      * tier, the same way the compiled-in table always worked.
004942         STOP RUN
004943     END-IF.

      * STARCTL is optional: with no parameter file, or no DAYLIMIT
      * record on it, the limit stays at its stated default, and
      * the same goes for VOUCHMTH and the gift voucher period.
0049AA     LOAD-CONTROLS-PARA.
0049AB     OPEN INPUT CONTROL-FILE.
0049AC     IF WS-CONTROL-FILE-STATUS = "00"
0049AD         PERFORM READ-CONTROL-PARA
0049AE         PERFORM LOAD-ONE-CONTROL-PARA UNTIL WS-CONTROL-EOF
0049AF         CLOSE CONTROL-FILE
0049AG     END-IF.

0049AH     READ-CONTROL-PARA.
0049AI     READ CONTROL-FILE
0049AJ         AT END MOVE "Y" TO WS-CONTROL-EOF-SWITCH
0049AK     END-READ.
0049AL     PERFORM CHECK-CONTROL-STATUS-PARA.

0049AM     LOAD-ONE-CONTROL-PARA.
0049AN     IF CT-CONTROL-ID = "DAYLIMIT"
0049AO         MOVE CT-CONTROL-VALUE TO WS-DAY-LIMIT
0049AP     END-IF.
0049BA     IF CT-CONTROL-ID = "VOUCHMTH" AND CT-CONTROL-VALUE > ZERO
0049BB         MOVE CT-CONTROL-VALUE TO WS-VOUCHER-MONTHS
0049BC     END-IF.
0049AQ     PERFORM READ-CONTROL-PARA.

0049AR     CHECK-CONTROL-STATUS-PARA.
0049AS     IF WS-CONTROL-FILE-STATUS NOT = "00" AND
0049AT             WS-CONTROL-FILE-STATUS NOT = "10"
0049AU         DISPLAY "FATAL: I/O error on STARCTL, status "
0049AV             WS-CONTROL-FILE-STATUS
0049AW         STOP RUN
0049AX     END-IF.

004710     LOG-REJECT-PARA.
004720     ADD 1 TO WS-REJECT-COUNT.
004730     IF WS-STAR < 0
004896         RECEIPT-LINE.
004897     WRITE RECEIPT-LINE.
005000     PERFORM CHECK-RECEIPT-STATUS-PARA.
005001     PERFORM PRINT-TRAINING-STAMP-PARA.
005005     MOVE SPACES TO RECEIPT-LINE.
005010     STRING "STAR SELLER RECEIPT        " WS-TODAY-DATE
005015         DELIMITED BY SIZE INTO RECEIPT-LINE.
005045     WRITE RECEIPT-LINE.
005050     PERFORM CHECK-RECEIPT-STATUS-PARA.
005055     MOVE SPACES TO RECEIPT-LINE.
005056     IF WS-VOID
00505N         STRING "STARS VOIDED: " WS-RECEIPT-STAR-EDIT
00505O             DELIMITED BY SIZE INTO RECEIPT-LINE
00505P     ELSE
00505Q     IF WS-REDEMPTION
005057         STRING "STARS REDEEMED: " WS-RECEIPT-STAR-EDIT
005058             DELIMITED BY SIZE INTO RECEIPT-LINE
005059     ELSE
00505B         STRING "STARS SENT: " WS-RECEIPT-STAR-EDIT
00505C             DELIMITED BY SIZE INTO RECEIPT-LINE
00505D     ELSE
0050AA     IF WS-VOUCHER-SALE
0050AB         STRING "GIFT VOUCHER STARS: " WS-RECEIPT-STAR-EDIT
0050AC             DELIMITED BY SIZE INTO RECEIPT-LINE
0050AD     ELSE
0050AE     IF WS-VOUCHER-REDEEM
0050AF         STRING "STARS CREDITED: " WS-RECEIPT-STAR-EDIT
0050AG             DELIMITED BY SIZE INTO RECEIPT-LINE
0050AH     ELSE
005060         STRING "STARS ISSUED: " WS-RECEIPT-STAR-EDIT
005065             DELIMITED BY SIZE INTO RECEIPT-LINE
0050AI     END-IF
0050AJ     END-IF
00505E     END-IF
00505R     END-IF
005066     END-IF.
005070     WRITE RECEIPT-LINE.
005075     PERFORM CHECK-RECEIPT-STATUS-PARA.
00505K         WRITE RECEIPT-LINE
00505L         PERFORM CHECK-RECEIPT-STATUS-PARA
00505M     END-IF.
      * A gift voucher sale prints the voucher number - the sale's
      * own receipt number - and the last day it can be used; a
      * redemption prints the voucher it came from.
0050AK     IF WS-VOUCHER-SALE
0050AL         MOVE SPACES TO RECEIPT-LINE
0050AM         STRING "GIFT VOUCHER NO: " WS-TRANS-SEQ
0050AN             DELIMITED BY SIZE INTO RECEIPT-LINE
0050AO         WRITE RECEIPT-LINE
0050AP         PERFORM CHECK-RECEIPT-STATUS-PARA
0050AQ         MOVE SPACES TO RECEIPT-LINE
0050AR         STRING "VALID UNTIL: " WS-VOUCHER-EXPIRY
0050AS             DELIMITED BY SIZE INTO RECEIPT-LINE
0050AT         WRITE RECEIPT-LINE
0050AU         PERFORM CHECK-RECEIPT-STATUS-PARA
0050AV     END-IF.
0050AW     IF WS-VOUCHER-REDEEM
0050AX         MOVE SPACES TO RECEIPT-LINE
0050AY         STRING "FROM GIFT VOUCHER NO: " WS-VOUCHER-NUMBER
0050AZ             DELIMITED BY SIZE INTO RECEIPT-LINE
0050BA         WRITE RECEIPT-LINE
0050BB         PERFORM CHECK-RECEIPT-STATUS-PARA
0050BC     END-IF.
      * A void prints the receipt it cancels and who signed for it
      * in place of the row of stars.
00505S     IF WS-VOID
00505T         MOVE SPACES TO RECEIPT-LINE
00505U         STRING "VOIDS RECEIPT NO: " WS-VOID-SEQ
00505V             DELIMITED BY SIZE INTO RECEIPT-LINE
00505W         WRITE RECEIPT-LINE
00505X         PERFORM CHECK-RECEIPT-STATUS-PARA
00505Y         IF WS-VOID-OF-TRANSFER
00505Z             MOVE SPACES TO RECEIPT-LINE
005061             STRING "BACK FROM ACCOUNT " WS-DEST-ACCOUNT
005062                 "  " WS-DEST-NAME
005063                 DELIMITED BY SIZE INTO RECEIPT-LINE
005064             WRITE RECEIPT-LINE
005067             PERFORM CHECK-RECEIPT-STATUS-PARA
005068         END-IF
0050BD         IF WS-VOID-OF-VOUCHER-SALE
0050BE             MOVE SPACES TO RECEIPT-LINE
0050BF             STRING "GIFT VOUCHER CANCELLED"
0050BG                 DELIMITED BY SIZE INTO RECEIPT-LINE
0050BH             WRITE RECEIPT-LINE
0050BI             PERFORM CHECK-RECEIPT-STATUS-PARA
0050BJ         END-IF
005069         MOVE SPACES TO RECEIPT-LINE
00506A         STRING "AUTHORIZED BY: " WS-SUPERVISOR-ID
00506B             DELIMITED BY SIZE INTO RECEIPT-LINE
00506C         WRITE RECEIPT-LINE
00506D         PERFORM CHECK-RECEIPT-STATUS-PARA
00506E     ELSE
005080         PERFORM PRINT-STAR-ROWS-PARA
00506F     END-IF.
005130     MOVE SPACES TO RECEIPT-LINE.
005135     STRING "VALUE: " WS-RECEIPT-VALUE-EDIT
005140         DELIMITED BY SIZE INTO RECEIPT-LINE.
005165         DELIMITED BY SIZE INTO RECEIPT-LINE.
005170     WRITE RECEIPT-LINE.
005175     PERFORM CHECK-RECEIPT-STATUS-PARA.
005176     PERFORM PRINT-TRAINING-STAMP-PARA.
005180     MOVE "----------------------------------------" TO
005185         RECEIPT-LINE.
005190     WRITE RECEIPT-LINE.
005205     WRITE RECEIPT-LINE.
005210     PERFORM CHECK-RECEIPT-STATUS-PARA.

      * Every slip a training session prints says so, top and
      * bottom, so none can be passed off across a counter.
0050CA     PRINT-TRAINING-STAMP-PARA.
0050CB     IF WS-TRAINING
0050CC         MOVE SPACES TO RECEIPT-LINE
0050CD         STRING "*** TRAINING - NOT VALID ***"
0050CE             DELIMITED BY SIZE INTO RECEIPT-LINE
0050CF         WRITE RECEIPT-LINE
0050CG         PERFORM CHECK-RECEIPT-STATUS-PARA
0050CH     END-IF.

      * WS-RECEIPT-STARS can hold up to 200 asterisks (the PASS cap),
      * far more than an 80-byte RECEIPT-LINE has room for once the
      * "  " lead-in is counted, so the row is wrapped across as many
005234     ADD WS-STAR-CHUNK-LEN TO WS-STAR-ROW-PTR.

004930     CLOSE-FILES-PARA.
004935     CLOSE BATCH-INPUT-FILE.
004939     CLOSE OPERATOR-MASTER-FILE.
004945     PERFORM CLOSE-SESSION-FILES-PARA.

004946     CLOSE-SESSION-FILES-PARA.
004931     CLOSE STAR-LEDGER-FILE.
004932     CLOSE STAR-REJECT-FILE.
004933     CLOSE CUSTOMER-MASTER-FILE.
004937     CLOSE STAR-EXCEPTION-FILE.
004938     CLOSE RECEIPT-FILE.
004941     CLOSE SEQUENCE-FILE.
004942     CLOSE DAY-ACTIVITY-FILE.
004944     CLOSE VOUCHER-FILE.

      * This language is case-insensitive and indentation-sensitive.

