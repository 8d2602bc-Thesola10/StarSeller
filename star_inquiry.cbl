      * update just to look, and shows no activity at all - or
      * waiting for the monthly statement. This program is the
      * counter's window: key an account number, see the master
      * record (name, status, enrollment date, running balance,
      * loyalty tier) and the account's recent ledger activity -
      * date, type, stars, dollar value, till - straight off STARLDG.

      * Everything here is opened INPUT; there is no path through
      * this program that can modify a record. And it refuses
      * "why was my account closed?" is exactly when the counter
      * needs to look.

      * The account's history is read straight off the STARLDX
      * ledger history index, keyed by account and sequence, which
      * holds the open month and every archived one; the last
      * twenty transactions print first, and the counter can page
      * back twenty at a time into older months. Where no index has
      * been built the ledger is re-read front to back instead, and
      * the paging then stops at the start of the open month - older
      * history lives on the archives and the statements.

      * Modification history:
      *   THS  Original inquiry program - master record details and
      *        the last twenty STARLDG transactions by account.
      *   THS  A same-day void shows as VOIDED rather than under
      *        the type of the transaction it reverses.
      *   THS  Gift vouchers bought show as VCH SOLD and vouchers
      *        used show as VCH IN.
      *   THS  History comes off the STARLDX ledger history index -
      *        one keyed read per account instead of a pass of the
      *        whole ledger - and reaches back past the open month;
      *        the counter can page back twenty transactions at a
      *        time. STARLDG is still read when there is no index.
      *   THS  The master record details show the account's loyalty
      *        tier and the day it was reached.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarInquiry.
000300 ENVIRONMENT DIVISION.
001100      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
001200          ORGANIZATION IS SEQUENTIAL
001300          FILE STATUS IS WS-LEDGER-FILE-STATUS.
001310      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
001320          ORGANIZATION IS INDEXED
001330          ACCESS MODE IS DYNAMIC
001340          RECORD KEY IS LX-KEY
001350          FILE STATUS IS WS-INDEX-FILE-STATUS.
001400 DATA DIVISION.
001500  FILE SECTION.
001600  FD  CUSTOMER-MASTER-FILE
001900  FD  STAR-LEDGER-FILE
002000      LABEL RECORDS ARE STANDARD.
002100      COPY LEDGREC.
002110  FD  LEDGER-INDEX-FILE
002120      LABEL RECORDS ARE STANDARD.
002130      COPY LDGXREC.
002200  WORKING-STORAGE SECTION.

      * Account keyed at the counter; zero ends the session.

002800  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
002900      88 WS-LEDGER-EOF VALUE "Y".
002910  01 WS-INDEX-EOF-SWITCH PIC X(01) VALUE "N".
002920      88 WS-INDEX-EOF VALUE "Y".

      * Whether a STARLDX index is there to read, decided off the
      * OPEN status the way StarExpiry decides on STARLDGA.
002930  01 WS-INDEX-PRESENT-SWITCH PIC X(01) VALUE "N".
002940      88 WS-INDEX-PRESENT VALUE "Y".

      * Working copy of the ledger record in hand, off STARLDX or
      * STARLDG, laid out with the fields the display needs.
002950  01 WS-LX-RECORD.
002951      05 FILLER PIC X(20).
002952      05 WS-LX-STAR-COUNT PIC S9(09) USAGE IS BINARY.
002953      05 WS-LX-TRANS-DATE PIC 9(08).
002954      05 WS-LX-TRANS-TIME PIC 9(06).
002955      05 WS-LX-DOLLAR-VALUE PIC S9(07)V99 USAGE COMP-3.
002956      05 FILLER PIC X(08).
002957      05 WS-LX-TRANS-TYPE PIC X(01).
002958      05 FILLER PIC X(06).
002959      05 WS-LX-TILL-ID PIC X(04).
002960      05 FILLER PIC X(02).
002961      05 FILLER PIC X(09).
002962      05 FILLER PIC X(08).
002963      05 WS-LX-VOID-OF-SEQUENCE PIC 9(09).
002964          88 WS-LX-VOID-ENTRY VALUES 1 THRU 999999999.

      * The last twenty transactions for the account in hand, kept
      * as a ring while the ledger streams past: slot (n mod 20)
004100  01 WS-SHOW-COUNT PIC S9(05) USAGE IS BINARY.
004200  01 WS-SHOW-NBR PIC S9(05) USAGE IS BINARY.

      * Paging: the newest transaction the window shows, counted
      * from the account's oldest. The first page ends at the
      * newest on file; each page back moves it twenty older, and
      * the pass that fills the ring keeps nothing past it.
004210  01 WS-WINDOW-END PIC S9(09) USAGE IS BINARY VALUE ZERO.
004220  01 WS-WINDOW-START PIC S9(09) USAGE IS BINARY VALUE ZERO.
004230  01 WS-PAGE-REPLY PIC X(01) VALUE SPACE.
004240  01 WS-PAGE-DONE-SWITCH PIC X(01) VALUE "N".
004250      88 WS-PAGE-DONE VALUE "Y".
004260  01 WS-EDIT-START PIC ZZZ,ZZZ,ZZ9.
004270  01 WS-EDIT-END PIC ZZZ,ZZZ,ZZ9.

004300  01 WS-BALANCE-EDIT PIC ZZZ,ZZZ,ZZ9.
004310  01 WS-TIER-NAME PIC X(08).
004400  01 WS-EDIT-STARS PIC ZZZ,ZZZ,ZZ9.
004500  01 WS-EDIT-DOLLARS PIC $$$,$$$,$$9.99.
004600  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
      * missing DD - is caught instead of vanishing.
004800  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
004900  01 WS-LEDGER-FILE-STATUS PIC X(02).
004910  01 WS-INDEX-FILE-STATUS PIC X(02).

005000 PROCEDURE DIVISION.
005100     PERFORM OPEN-FILES-PARA.
005600     OPEN-FILES-PARA.
005700     OPEN INPUT CUSTOMER-MASTER-FILE.
005800     PERFORM CHECK-CUSTMAS-STATUS-PARA.
      * STARLDX when it is there; STARLDG only when it is not.
005810     OPEN INPUT LEDGER-INDEX-FILE.
005820     IF WS-INDEX-FILE-STATUS = "00"
005830         MOVE "Y" TO WS-INDEX-PRESENT-SWITCH
005840     ELSE
005900         OPEN INPUT STAR-LEDGER-FILE
006000         PERFORM CHECK-LEDGER-STATUS-PARA
006010     END-IF.

006100     INQUIRE-ONE-PARA.
006200     DISPLAY "Account number (0 to end)? " NO ADVANCING.
009400     DISPLAY "ENROLLED " CM-ENROLL-DATE.
009500     MOVE CM-STAR-BALANCE TO WS-BALANCE-EDIT.
009600     DISPLAY "BALANCE  " WS-BALANCE-EDIT " STARS".
009610     IF CM-TIER-NONE
009620         DISPLAY "TIER     NONE"
009630     ELSE
009640         MOVE "SILVER" TO WS-TIER-NAME
009650         IF CM-TIER-GOLD
009660             MOVE "GOLD" TO WS-TIER-NAME
009670         END-IF
009680         IF CM-TIER-PLATINUM
009690             MOVE "PLATINUM" TO WS-TIER-NAME
009691         END-IF
009692         DISPLAY "TIER     " WS-TIER-NAME " SINCE " CM-TIER-DATE
009693     END-IF.

      * The first page is the newest twenty on file; the counter is
      * then offered older pages until it declines or the oldest
      * transaction has shown.
009700     SHOW-ACTIVITY-PARA.
009730     MOVE 999999999 TO WS-WINDOW-END.
009760     PERFORM GATHER-ACTIVITY-PARA.
009790     IF WS-MATCH-COUNT = ZERO
009820         DISPLAY "NO LEDGER ACTIVITY ON FILE."
009850     ELSE
009880         MOVE WS-MATCH-COUNT TO WS-WINDOW-END
009910         PERFORM SHOW-RECENT-PARA
009940         MOVE "N" TO WS-PAGE-DONE-SWITCH
009970         PERFORM PAGE-BACK-PARA
010000             UNTIL WS-PAGE-DONE OR WS-WINDOW-END NOT > 20
010030     END-IF.
010060     DISPLAY "----------------------------------------".

010090     PAGE-BACK-PARA.
010120     DISPLAY "Page back to older activity (Y/N)? "
010150         NO ADVANCING.
010180     ACCEPT WS-PAGE-REPLY.
010210     IF WS-PAGE-REPLY = "Y" OR WS-PAGE-REPLY = "y"
010240         SUBTRACT 20 FROM WS-WINDOW-END
010270         PERFORM GATHER-ACTIVITY-PARA
010300         PERFORM SHOW-RECENT-PARA
010330     ELSE
010360         MOVE "Y" TO WS-PAGE-DONE-SWITCH
010390     END-IF.

      * One pass of the account's history fills the ring and counts
      * its transactions. Off the index that is a START at the
      * account and a read forward while the account holds; off the
      * ledger it is one front-to-back pass filtered on the account,
      * the file closed and re-opened to rewind for the next pass.
010420     GATHER-ACTIVITY-PARA.
010450     MOVE ZERO TO WS-MATCH-COUNT.
010480     IF WS-INDEX-PRESENT
010510         PERFORM GATHER-INDEX-PARA
010540     ELSE
010570         PERFORM READ-LEDGER-PARA
010600         PERFORM SIFT-ONE-LEDGER-PARA UNTIL WS-LEDGER-EOF
010630         CLOSE STAR-LEDGER-FILE
010660         OPEN INPUT STAR-LEDGER-FILE
010690         PERFORM CHECK-LEDGER-STATUS-PARA
010720         MOVE "N" TO WS-LEDGER-EOF-SWITCH
010750     END-IF.

      * The key is the account with everything below it at its
      * lowest, so the START lands on the account's oldest entry.
010780     GATHER-INDEX-PARA.
010810     MOVE "N" TO WS-INDEX-EOF-SWITCH.
010840     MOVE LOW-VALUES TO LX-KEY.
010870     MOVE WS-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER.
010900     START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LX-KEY
010930         INVALID KEY
010960             MOVE "Y" TO WS-INDEX-EOF-SWITCH
010990     END-START.
011020     PERFORM CHECK-INDEX-STATUS-PARA.
011050     IF NOT WS-INDEX-EOF
011080         PERFORM READ-INDEX-NEXT-PARA
011110     END-IF.
011140     PERFORM SIFT-ONE-INDEX-PARA UNTIL WS-INDEX-EOF.

      * The next account's first entry ends the account in hand.
011170     READ-INDEX-NEXT-PARA.
011200     READ LEDGER-INDEX-FILE NEXT RECORD
011230         AT END MOVE "Y" TO WS-INDEX-EOF-SWITCH
011260     END-READ.
011290     PERFORM CHECK-INDEX-STATUS-PARA.
011320     IF NOT WS-INDEX-EOF
011350         IF LX-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
011380             MOVE "Y" TO WS-INDEX-EOF-SWITCH
011410         END-IF
011440     END-IF.

011470     SIFT-ONE-INDEX-PARA.
011500     MOVE LX-LEDGER-IMAGE TO WS-LX-RECORD.
011530     PERFORM KEEP-ONE-RECENT-PARA.
011560     PERFORM READ-INDEX-NEXT-PARA.

011590     READ-LEDGER-PARA.
011620     READ STAR-LEDGER-FILE
011650         AT END MOVE "Y" TO WS-LEDGER-EOF-SWITCH
011680     END-READ.
011710     PERFORM CHECK-LEDGER-STATUS-PARA.

011740     SIFT-ONE-LEDGER-PARA.
011770     IF LR-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
011800         MOVE LR-LEDGER-RECORD TO WS-LX-RECORD
011830         PERFORM KEEP-ONE-RECENT-PARA
011860     END-IF.
011890     PERFORM READ-LEDGER-PARA.

      * Every transaction is counted; only those up to the window's
      * end go into the ring, slot (n mod 20) holding transaction n.
011920     KEEP-ONE-RECENT-PARA.
011950     ADD 1 TO WS-MATCH-COUNT.
011980     IF WS-MATCH-COUNT NOT > WS-WINDOW-END
012010         DIVIDE WS-MATCH-COUNT BY 20 GIVING WS-RING-WORK
012040             REMAINDER WS-RING-IDX
012070         ADD 1 TO WS-RING-IDX
012100         MOVE WS-LX-TRANS-DATE TO WS-RC-DATE(WS-RING-IDX)
012130         MOVE WS-LX-TRANS-TIME TO WS-RC-TIME(WS-RING-IDX)
012160         MOVE WS-LX-TRANS-TYPE TO WS-RC-TYPE(WS-RING-IDX)
012190         IF WS-LX-VOID-ENTRY
012220             MOVE "V" TO WS-RC-TYPE(WS-RING-IDX)
012250         END-IF
012280         MOVE WS-LX-STAR-COUNT TO WS-RC-STARS(WS-RING-IDX)
012310         MOVE WS-LX-DOLLAR-VALUE TO WS-RC-DOLLARS(WS-RING-IDX)
012340         MOVE WS-LX-TILL-ID TO WS-RC-TILL(WS-RING-IDX)
012370     END-IF.

      * Walk the ring from the oldest kept slot forward, so the
      * lines print in the order the visits happened.
013000     SHOW-RECENT-PARA.
013010     IF WS-WINDOW-END > 20
013020         MOVE 20 TO WS-SHOW-COUNT
013030     ELSE
013040         MOVE WS-WINDOW-END TO WS-SHOW-COUNT
013050     END-IF.
013060     MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT.
013070     IF WS-WINDOW-END < WS-MATCH-COUNT
013080         COMPUTE WS-WINDOW-START =
013082             WS-WINDOW-END - WS-SHOW-COUNT + 1
013084         MOVE WS-WINDOW-START TO WS-EDIT-START
013086         MOVE WS-WINDOW-END TO WS-EDIT-END
013088         DISPLAY "OLDER ACTIVITY, " WS-EDIT-START " TO "
013090             WS-EDIT-END " OF " WS-EDIT-COUNT ":"
013092     ELSE
013100     IF WS-MATCH-COUNT > 20
013400         DISPLAY "LAST 20 OF " WS-EDIT-COUNT
013500             " TRANSACTIONS ON FILE:"
013600     ELSE
013800         DISPLAY "RECENT ACTIVITY:"
013900     END-IF
013910     END-IF.
014000     PERFORM SHOW-ONE-RECENT-PARA
014100         VARYING WS-SHOW-NBR FROM 1 BY 1
014200         UNTIL WS-SHOW-NBR > WS-SHOW-COUNT.

014300     SHOW-ONE-RECENT-PARA.
014400     COMPUTE WS-RING-WORK =
014500         WS-WINDOW-END - WS-SHOW-COUNT + WS-SHOW-NBR.
014600     DIVIDE WS-RING-WORK BY 20 GIVING WS-RING-WORK
014700         REMAINDER WS-RING-IDX.
014800     ADD 1 TO WS-RING-IDX.
014810     IF WS-RC-TYPE(WS-RING-IDX) = "V"
014820         MOVE "VOIDED  " TO WS-TYPE-WORD
014830     ELSE
014900     IF WS-RC-TYPE(WS-RING-IDX) = "R"
015000         MOVE "REDEEMED" TO WS-TYPE-WORD
015100     ELSE
015470         IF WS-RC-TYPE(WS-RING-IDX) = "B"
015480             MOVE "BONUS   " TO WS-TYPE-WORD
015490         ELSE
015491         IF WS-RC-TYPE(WS-RING-IDX) = "G"
015492             MOVE "VCH SOLD" TO WS-TYPE-WORD
015493         ELSE
015494         IF WS-RC-TYPE(WS-RING-IDX) = "U"
015495             MOVE "VCH IN  " TO WS-TYPE-WORD
015496         ELSE
015500             MOVE "ISSUED  " TO WS-TYPE-WORD
015505         END-IF
015506         END-IF
015507         END-IF
015510         END-IF
015520         END-IF
015600         END-IF
015650     END-IF
015700     END-IF.
015800     MOVE WS-RC-STARS(WS-RING-IDX) TO WS-EDIT-STARS.
015900     MOVE WS-RC-DOLLARS(WS-RING-IDX) TO WS-EDIT-DOLLARS.
017100         STOP RUN
017200     END-IF.

      * "23" is a START past the end of the index - an account with
      * nothing indexed - already handled by its INVALID KEY.
017210     CHECK-INDEX-STATUS-PARA.
017220     IF WS-INDEX-FILE-STATUS NOT = "00" AND
017230             WS-INDEX-FILE-STATUS NOT = "10" AND
017240             WS-INDEX-FILE-STATUS NOT = "23"
017250         DISPLAY "FATAL: I/O error on STARLDX, status "
017260             WS-INDEX-FILE-STATUS
017270         STOP RUN
017280     END-IF.

      * CUSTMAS is keyed, so "23" (record not found) is an expected,
      * already-handled outcome of READ.
017300     CHECK-CUSTMAS-STATUS-PARA.

018000     CLOSE-FILES-PARA.
018100     CLOSE CUSTOMER-MASTER-FILE.
018110     IF WS-INDEX-PRESENT
018120         CLOSE LEDGER-INDEX-FILE
018130     ELSE
018200         CLOSE STAR-LEDGER-FILE
018210     END-IF.
