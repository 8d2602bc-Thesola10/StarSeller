      * StarDrawer - nightly till drawer over/short reconciliation.

      * The till had no cash-up: nobody proved that what an operator
      * took over the counter was what went into the bag. StarSeller
      * now has the operator count the drawer at sign-off and
      * declare the cash and card totals to the STARDRW declaration
      * file, keyed by till, operator and day. This nightly run sets
      * each declaration against what the consolidated day ledger
      * says that operator took on that till - the net LR-DOLLAR-
      * VALUE of their issuances less their redemptions - and
      * prints the over/short of every drawer to the STARDRR report,
      * calling out any drawer outside the tolerance band. It also
      * lists every till and operator that rang business but never
      * declared, and every declaration with no business behind it.
      * A night with any drawer out of tolerance ends with
      * RETURN-CODE 8, so StarNight stops and shows it the way it
      * shows an out-of-balance StarBalance day.

      * Only counter money counts toward what a drawer should hold:
      * issuances (type space or "I") and gift voucher sales ("G")
      * add their value and redemptions ("R") take theirs off.
      * Expiries, bonuses, transfers and the use of a gift voucher
      * ("U") carry no money across the counter and are left
      * out; a void carries the original's type with its value
      * negated, so it nets itself out of the drawer untouched. An
      * undeclared till and operator is listed but does not fail
      * the night on its own - a batch run posts under its own
      * operator ID and has no drawer to count.

      * The tolerance is the DRAWTOL value on the STARCTL parameter
      * file (see CTLREC), dollars either way; with no DRAWTOL
      * record the run holds drawers to 5.00. The run date comes
      * off the command line/PARM as YYYYMMDD and defaults to today.

      * Modification history:
      *   THS  Original drawer reconciliation - net counter value
      *        per till and operator off STARLDG against the STARDRW
      *        declarations, DRAWTOL tolerance off STARCTL, over/
      *        short and undeclared lists, RETURN-CODE 8 on any
      *        drawer out of tolerance.
      *   THS  Gift voucher sales ("G") are money over the counter
      *        and count toward the drawer; using a voucher ("U")
      *        takes no money and is left out.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarDrawer.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000600      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
000700          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-LEDGER-FILE-STATUS.
000900      SELECT DRAWER-FILE ASSIGN TO "STARDRW"
001000          ORGANIZATION IS INDEXED
001100          ACCESS MODE IS SEQUENTIAL
001200          RECORD KEY IS DW-DRAWER-KEY
001300          FILE STATUS IS WS-DRAWER-FILE-STATUS.
001400      SELECT CONTROL-FILE ASSIGN TO "STARCTL"
001500          ORGANIZATION IS SEQUENTIAL
001600          FILE STATUS IS WS-CONTROL-FILE-STATUS.
001700      SELECT DRAWER-REPORT-FILE ASSIGN TO "STARDRR"
001800          ORGANIZATION IS SEQUENTIAL
001900          FILE STATUS IS WS-REPORT-FILE-STATUS.
002000 DATA DIVISION.
002100  FILE SECTION.
002200  FD  STAR-LEDGER-FILE
002300      LABEL RECORDS ARE STANDARD.
002400      COPY LEDGREC.
002500  FD  DRAWER-FILE
002600      LABEL RECORDS ARE STANDARD.
002700      COPY DRAWREC.
002800  FD  CONTROL-FILE
002900      LABEL RECORDS ARE STANDARD.
003000      COPY CTLREC.
003100  FD  DRAWER-REPORT-FILE
003200      LABEL RECORDS ARE STANDARD.
003300  01 REPORT-LINE PIC X(80).
003400  WORKING-STORAGE SECTION.

      * Run date, off the PARM or defaulted to today.
003500  01 WS-RUN-DATE PIC 9(08).
003600  01 WS-PARM-DATE PIC X(08) VALUE SPACES.

      * EOF switches, one per input pass.
003700  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
003800      88 WS-LEDGER-EOF VALUE "Y".
003900  01 WS-DRAWER-EOF-SWITCH PIC X(01) VALUE "N".
004000      88 WS-DRAWER-EOF VALUE "Y".
004100  01 WS-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
004200      88 WS-CONTROL-EOF VALUE "Y".

      * Over/short tolerance, dollars either way.
004300  01 WS-TOLERANCE PIC S9(07)V99 USAGE COMP-3 VALUE 5.00.

      * One entry per till and operator seen on the day, from either
      * side: the net counter value the ledger says the drawer took,
      * and what was declared for it. 500 drawers is far past any
      * day the shop has had; more stops the run rather than
      * reconciling part of the day.
004400  01 WS-DRAWER-TABLE.
004500      05 WS-DR-ENTRY OCCURS 500 TIMES.
004600          10 WS-DR-TILL PIC X(04).
004700          10 WS-DR-OPERATOR PIC X(08).
004800          10 WS-DR-EXPECTED PIC S9(09)V99 USAGE COMP-3.
004900          10 WS-DR-CASH PIC S9(09)V99 USAGE COMP-3.
005000          10 WS-DR-CARD PIC S9(09)V99 USAGE COMP-3.
005100          10 WS-DR-RUNG PIC X(01).
005200          10 WS-DR-DECLARED PIC X(01).
005300  01 WS-DR-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
005400  01 WS-DR-IDX PIC S9(05) USAGE IS BINARY.
005500  01 WS-FOUND-IDX PIC S9(05) USAGE IS BINARY VALUE ZERO.

      * The till and operator being looked up in the table.
005600  01 WS-KEY-TILL PIC X(04).
005700  01 WS-KEY-OPERATOR PIC X(08).

      * Working figures for one drawer.
005800  01 WS-DECLARED PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
005900  01 WS-OVER-SHORT PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
006000  01 WS-ABS-OVER-SHORT PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
006100  01 WS-FLAG PIC X(05) VALUE SPACES.

      * Tallies and day totals for the verdict.
006200  01 WS-DECLARED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
006300  01 WS-OUT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
006400  01 WS-UNDECLARED-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
006500  01 WS-IDLE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
006600  01 WS-TOTAL-EXPECTED PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
006700  01 WS-TOTAL-DECLARED PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
006800  01 WS-TOTAL-OVER-SHORT PIC S9(09)V99 USAGE COMP-3
006900      VALUE ZERO.

007000  01 WS-EDIT-DATE PIC 9(08).
007100  01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
007200  01 WS-EDIT-EXPECTED PIC $$$,$$$,$$9.99-.
007300  01 WS-EDIT-DECLARED PIC $$$,$$$,$$9.99-.
007400  01 WS-EDIT-OVER-SHORT PIC $$$,$$$,$$9.99-.

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
007500  01 WS-LEDGER-FILE-STATUS PIC X(02).
007600  01 WS-DRAWER-FILE-STATUS PIC X(02).
007700  01 WS-CONTROL-FILE-STATUS PIC X(02).
007800  01 WS-REPORT-FILE-STATUS PIC X(02).

007900 PROCEDURE DIVISION.
008000     PERFORM SET-RUN-DATE-PARA.
008100     PERFORM LOAD-CONTROLS-PARA.
008200     PERFORM OPEN-FILES-PARA.
008300     PERFORM PASS-LEDGER-PARA.
008400     PERFORM PASS-DRAWERS-PARA.
008500     PERFORM PRINT-REPORT-PARA.
008600     PERFORM CLOSE-FILES-PARA.
008700     IF WS-OUT-COUNT > 0
008800         DISPLAY "STARDRAWER: DAY " WS-RUN-DATE " HAS "
008900             WS-OUT-COUNT " DRAWER(S) OUT OF TOLERANCE - "
009000             "SEE STARDRR"
009100         MOVE 8 TO RETURN-CODE
009200     ELSE
009300         DISPLAY "STARDRAWER: DAY " WS-RUN-DATE
009400             " DRAWERS WITHIN TOLERANCE"
009500     END-IF.
009600     GOBACK.

009700     SET-RUN-DATE-PARA.
009800     ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
009900     IF WS-PARM-DATE = SPACES
010000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010100     ELSE
010200         MOVE WS-PARM-DATE TO WS-RUN-DATE
010300     END-IF.

      * STARCTL is optional: with no parameter file at all the run
      * keeps its stated default, the same as a file that simply
      * has no DRAWTOL record.
010400     LOAD-CONTROLS-PARA.
010500     OPEN INPUT CONTROL-FILE.
010600     IF WS-CONTROL-FILE-STATUS = "00"
010700         PERFORM READ-CONTROL-PARA
010800         PERFORM LOAD-ONE-CONTROL-PARA UNTIL WS-CONTROL-EOF
010900         CLOSE CONTROL-FILE
011000     END-IF.

011100     READ-CONTROL-PARA.
011200     READ CONTROL-FILE
011300         AT END MOVE "Y" TO WS-CONTROL-EOF-SWITCH
011400     END-READ.
011500     PERFORM CHECK-CONTROL-STATUS-PARA.

011600     LOAD-ONE-CONTROL-PARA.
011700     IF CT-CONTROL-ID = "DRAWTOL"
011800         MOVE CT-CONTROL-VALUE TO WS-TOLERANCE
011900     END-IF.
012000     PERFORM READ-CONTROL-PARA.

      * A day no till declared on leaves no STARDRW file behind on a
      * brand-new system; status "35" is an empty declaration side,
      * and every drawer that rang business is then undeclared.
012100     OPEN-FILES-PARA.
012200     OPEN INPUT STAR-LEDGER-FILE.
012300     PERFORM CHECK-LEDGER-STATUS-PARA.
012400     OPEN INPUT DRAWER-FILE.
012500     IF WS-DRAWER-FILE-STATUS = "35"
012600         MOVE "Y" TO WS-DRAWER-EOF-SWITCH
012700     ELSE
012800         PERFORM CHECK-DRAWER-STATUS-PARA
012900     END-IF.
013000     OPEN OUTPUT DRAWER-REPORT-FILE.
013100     PERFORM CHECK-REPORT-STATUS-PARA.

013200     PASS-LEDGER-PARA.
013300     PERFORM READ-LEDGER-PARA.
013400     PERFORM CHECK-ONE-LEDGER-PARA UNTIL WS-LEDGER-EOF.

013500     READ-LEDGER-PARA.
013600     READ STAR-LEDGER-FILE
013700         AT END MOVE "Y" TO WS-LEDGER-EOF-SWITCH
013800     END-READ.
013900     PERFORM CHECK-LEDGER-STATUS-PARA.

      * Only money across the counter: an issuance adds its value to
      * the drawer and a redemption takes its value back off.
014000     CHECK-ONE-LEDGER-PARA.
014100     IF LR-TRANS-DATE = WS-RUN-DATE
014200         IF LR-TRANS-TYPE = SPACE OR LR-TRANS-TYPE = "I"
014300                 OR LR-REDEMPTION OR LR-VOUCHER-SALE
014400             MOVE LR-TILL-ID TO WS-KEY-TILL
014500             MOVE LR-OPERATOR-ID TO WS-KEY-OPERATOR
014600             PERFORM FIND-DRAWER-PARA
014700             MOVE "Y" TO WS-DR-RUNG(WS-FOUND-IDX)
014800             IF LR-REDEMPTION
014900                 SUBTRACT LR-DOLLAR-VALUE
015000                     FROM WS-DR-EXPECTED(WS-FOUND-IDX)
015100             ELSE
015200                 ADD LR-DOLLAR-VALUE
015300                     TO WS-DR-EXPECTED(WS-FOUND-IDX)
015400             END-IF
015500         END-IF
015600     END-IF.
015700     PERFORM READ-LEDGER-PARA.

015800     PASS-DRAWERS-PARA.
015900     IF NOT WS-DRAWER-EOF
016000         PERFORM READ-DRAWER-PARA
016100     END-IF.
016200     PERFORM CHECK-ONE-DRAWER-PARA UNTIL WS-DRAWER-EOF.

016300     READ-DRAWER-PARA.
016400     READ DRAWER-FILE NEXT RECORD
016500         AT END MOVE "Y" TO WS-DRAWER-EOF-SWITCH
016600     END-READ.
016700     PERFORM CHECK-DRAWER-STATUS-PARA.

016800     CHECK-ONE-DRAWER-PARA.
016900     IF DW-BUSINESS-DATE = WS-RUN-DATE
017000         MOVE DW-TILL-ID TO WS-KEY-TILL
017100         MOVE DW-OPERATOR-ID TO WS-KEY-OPERATOR
017200         PERFORM FIND-DRAWER-PARA
017300         MOVE "Y" TO WS-DR-DECLARED(WS-FOUND-IDX)
017400         MOVE DW-CASH-DECLARED TO WS-DR-CASH(WS-FOUND-IDX)
017500         MOVE DW-CARD-DECLARED TO WS-DR-CARD(WS-FOUND-IDX)
017600     END-IF.
017700     PERFORM READ-DRAWER-PARA.

      * Look the till and operator up in the table, adding a fresh
      * entry the first time either side of the reconciliation
      * mentions them; WS-FOUND-IDX is left pointing at it.
017800     FIND-DRAWER-PARA.
017900     MOVE ZERO TO WS-FOUND-IDX.
018000     PERFORM TRY-ONE-DRAWER-PARA
018100         VARYING WS-DR-IDX FROM 1 BY 1
018200         UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-FOUND-IDX > 0.
018300     IF WS-FOUND-IDX = ZERO
018400         IF WS-DR-COUNT = 500
018500             DISPLAY "FATAL: more than 500 drawers for the "
018600                 "day; raise the table and recompile"
018700             STOP RUN
018800         END-IF
018900         ADD 1 TO WS-DR-COUNT
019000         MOVE WS-DR-COUNT TO WS-FOUND-IDX
019100         MOVE WS-KEY-TILL TO WS-DR-TILL(WS-FOUND-IDX)
019200         MOVE WS-KEY-OPERATOR TO WS-DR-OPERATOR(WS-FOUND-IDX)
019300         MOVE ZERO TO WS-DR-EXPECTED(WS-FOUND-IDX)
019400         MOVE ZERO TO WS-DR-CASH(WS-FOUND-IDX)
019500         MOVE ZERO TO WS-DR-CARD(WS-FOUND-IDX)
019600         MOVE "N" TO WS-DR-RUNG(WS-FOUND-IDX)
019700         MOVE "N" TO WS-DR-DECLARED(WS-FOUND-IDX)
019800     END-IF.

019900     TRY-ONE-DRAWER-PARA.
020000     IF WS-DR-TILL(WS-DR-IDX) = WS-KEY-TILL AND
020100             WS-DR-OPERATOR(WS-DR-IDX) = WS-KEY-OPERATOR
020200         MOVE WS-DR-IDX TO WS-FOUND-IDX
020300     END-IF.

020400     PRINT-REPORT-PARA.
020500     MOVE SPACES TO REPORT-LINE.
020600     STRING "STAR SELLER - TILL DRAWER OVER/SHORT "
020700         DELIMITED BY SIZE INTO REPORT-LINE.
020800     PERFORM WRITE-REPORT-PARA.
020900     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
021000     MOVE WS-TOLERANCE TO WS-EDIT-OVER-SHORT.
021100     MOVE SPACES TO REPORT-LINE.
021200     STRING "RUN DATE " WS-EDIT-DATE
021300         "   TOLERANCE " WS-EDIT-OVER-SHORT
021400         DELIMITED BY SIZE INTO REPORT-LINE.
021500     PERFORM WRITE-REPORT-PARA.
021600     MOVE SPACES TO REPORT-LINE.
021700     PERFORM WRITE-REPORT-PARA.
021800     PERFORM PRINT-DECLARED-SECTION-PARA.
021900     PERFORM PRINT-UNDECLARED-SECTION-PARA.
022000     IF WS-OUT-COUNT > 0
022100         MOVE WS-OUT-COUNT TO WS-EDIT-COUNT
022200         MOVE SPACES TO REPORT-LINE
022300         STRING "*** " WS-EDIT-COUNT
022400             " DRAWER(S) OUT OF TOLERANCE ***"
022500             DELIMITED BY SIZE INTO REPORT-LINE
022600         PERFORM WRITE-REPORT-PARA
022700     ELSE
022800         MOVE SPACES TO REPORT-LINE
022900         STRING "ALL DECLARED DRAWERS WITHIN TOLERANCE"
023000             DELIMITED BY SIZE INTO REPORT-LINE
023100         PERFORM WRITE-REPORT-PARA
023200     END-IF.

023300     PRINT-DECLARED-SECTION-PARA.
023400     MOVE SPACES TO REPORT-LINE.
023500     STRING "TILL  OPERATOR         EXPECTED         DECLARED"
023600         "       OVER/SHORT"
023700         DELIMITED BY SIZE INTO REPORT-LINE.
023800     PERFORM WRITE-REPORT-PARA.
023900     PERFORM PRINT-ONE-DECLARED-PARA
024000         VARYING WS-DR-IDX FROM 1 BY 1
024100         UNTIL WS-DR-IDX > WS-DR-COUNT.
024200     MOVE WS-TOTAL-EXPECTED TO WS-EDIT-EXPECTED.
024300     MOVE WS-TOTAL-DECLARED TO WS-EDIT-DECLARED.
024400     MOVE WS-TOTAL-OVER-SHORT TO WS-EDIT-OVER-SHORT.
024500     MOVE SPACES TO REPORT-LINE.
024600     STRING "TOTAL           " WS-EDIT-EXPECTED
024700         "  " WS-EDIT-DECLARED
024800         "  " WS-EDIT-OVER-SHORT
024900         DELIMITED BY SIZE INTO REPORT-LINE.
025000     PERFORM WRITE-REPORT-PARA.
025100     MOVE WS-DECLARED-COUNT TO WS-EDIT-COUNT.
025200     MOVE SPACES TO REPORT-LINE.
025300     STRING "DRAWERS DECLARED    " WS-EDIT-COUNT
025400         DELIMITED BY SIZE INTO REPORT-LINE.
025500     PERFORM WRITE-REPORT-PARA.
025600     MOVE WS-OUT-COUNT TO WS-EDIT-COUNT.
025700     MOVE SPACES TO REPORT-LINE.
025800     STRING "  OUT OF TOLERANCE  " WS-EDIT-COUNT
025900         DELIMITED BY SIZE INTO REPORT-LINE.
026000     PERFORM WRITE-REPORT-PARA.
026100     MOVE WS-IDLE-COUNT TO WS-EDIT-COUNT.
026200     MOVE SPACES TO REPORT-LINE.
026300     STRING "  NO BUSINESS RUNG  " WS-EDIT-COUNT
026400         DELIMITED BY SIZE INTO REPORT-LINE.
026500     PERFORM WRITE-REPORT-PARA.
026600     MOVE SPACES TO REPORT-LINE.
026700     PERFORM WRITE-REPORT-PARA.

      * Over/short is what was declared less what the ledger says
      * the drawer took: positive is over, negative is short. A
      * declaration with no business behind it is still reconciled
      * - its drawer should hold nothing - and is marked IDLE.
026800     PRINT-ONE-DECLARED-PARA.
026900     IF WS-DR-DECLARED(WS-DR-IDX) = "Y"
027000         ADD 1 TO WS-DECLARED-COUNT
027100         COMPUTE WS-DECLARED = WS-DR-CASH(WS-DR-IDX)
027200             + WS-DR-CARD(WS-DR-IDX)
027300         COMPUTE WS-OVER-SHORT = WS-DECLARED
027400             - WS-DR-EXPECTED(WS-DR-IDX)
027500         ADD WS-DR-EXPECTED(WS-DR-IDX) TO WS-TOTAL-EXPECTED
027600         ADD WS-DECLARED TO WS-TOTAL-DECLARED
027700         ADD WS-OVER-SHORT TO WS-TOTAL-OVER-SHORT
027800         IF WS-OVER-SHORT < 0
027900             COMPUTE WS-ABS-OVER-SHORT = 0 - WS-OVER-SHORT
028000         ELSE
028100             MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
028200         END-IF
028300         MOVE SPACES TO WS-FLAG
028400         IF WS-ABS-OVER-SHORT > WS-TOLERANCE
028500             ADD 1 TO WS-OUT-COUNT
028600             MOVE "*OUT*" TO WS-FLAG
028700         END-IF
028800         IF WS-DR-RUNG(WS-DR-IDX) = "N"
028900             ADD 1 TO WS-IDLE-COUNT
029000             IF WS-FLAG = SPACES
029100                 MOVE "IDLE" TO WS-FLAG
029200             END-IF
029300         END-IF
029400         MOVE WS-DR-EXPECTED(WS-DR-IDX) TO WS-EDIT-EXPECTED
029500         MOVE WS-DECLARED TO WS-EDIT-DECLARED
029600         MOVE WS-OVER-SHORT TO WS-EDIT-OVER-SHORT
029700         MOVE SPACES TO REPORT-LINE
029800         STRING WS-DR-TILL(WS-DR-IDX)
029900             "  " WS-DR-OPERATOR(WS-DR-IDX)
030000             "  " WS-EDIT-EXPECTED
030100             "  " WS-EDIT-DECLARED
030200             "  " WS-EDIT-OVER-SHORT
030300             "  " WS-FLAG
030400             DELIMITED BY SIZE INTO REPORT-LINE
030500         PERFORM WRITE-REPORT-PARA
030600     END-IF.

030700     PRINT-UNDECLARED-SECTION-PARA.
030800     MOVE SPACES TO REPORT-LINE.
030900     STRING "RUNG BUT NOT DECLARED"
031000         DELIMITED BY SIZE INTO REPORT-LINE.
031100     PERFORM WRITE-REPORT-PARA.
031200     PERFORM PRINT-ONE-UNDECLARED-PARA
031300         VARYING WS-DR-IDX FROM 1 BY 1
031400         UNTIL WS-DR-IDX > WS-DR-COUNT.
031500     MOVE WS-UNDECLARED-COUNT TO WS-EDIT-COUNT.
031600     MOVE SPACES TO REPORT-LINE.
031700     STRING "  UNDECLARED        " WS-EDIT-COUNT
031800         DELIMITED BY SIZE INTO REPORT-LINE.
031900     PERFORM WRITE-REPORT-PARA.
032000     MOVE SPACES TO REPORT-LINE.
032100     PERFORM WRITE-REPORT-PARA.

032200     PRINT-ONE-UNDECLARED-PARA.
032300     IF WS-DR-DECLARED(WS-DR-IDX) = "N"
032400         ADD 1 TO WS-UNDECLARED-COUNT
032500         MOVE WS-DR-EXPECTED(WS-DR-IDX) TO WS-EDIT-EXPECTED
032600         MOVE SPACES TO REPORT-LINE
032700         STRING WS-DR-TILL(WS-DR-IDX)
032800             "  " WS-DR-OPERATOR(WS-DR-IDX)
032900             "  " WS-EDIT-EXPECTED
033000             DELIMITED BY SIZE INTO REPORT-LINE
033100         PERFORM WRITE-REPORT-PARA
033200     END-IF.

033300     WRITE-REPORT-PARA.
033400     WRITE REPORT-LINE.
033500     PERFORM CHECK-REPORT-STATUS-PARA.

      * The AT END phrases above already handle status "10"; any
      * other non-"00" status is an unexpected I/O error.
033600     CHECK-LEDGER-STATUS-PARA.
033700     IF WS-LEDGER-FILE-STATUS NOT = "00" AND
033800             WS-LEDGER-FILE-STATUS NOT = "10"
033900         DISPLAY "FATAL: I/O error on STARLDG, status "
034000             WS-LEDGER-FILE-STATUS
034100         STOP RUN
034200     END-IF.

034300     CHECK-DRAWER-STATUS-PARA.
034400     IF WS-DRAWER-FILE-STATUS NOT = "00" AND
034500             WS-DRAWER-FILE-STATUS NOT = "10"
034600         DISPLAY "FATAL: I/O error on STARDRW, status "
034700             WS-DRAWER-FILE-STATUS
034800         STOP RUN
034900     END-IF.

035000     CHECK-CONTROL-STATUS-PARA.
035100     IF WS-CONTROL-FILE-STATUS NOT = "00" AND
035200             WS-CONTROL-FILE-STATUS NOT = "10"
035300         DISPLAY "FATAL: I/O error on STARCTL, status "
035400             WS-CONTROL-FILE-STATUS
035500         STOP RUN
035600     END-IF.

035700     CHECK-REPORT-STATUS-PARA.
035800     IF WS-REPORT-FILE-STATUS NOT = "00"
035900         DISPLAY "FATAL: I/O error on STARDRR, status "
036000             WS-REPORT-FILE-STATUS
036100         STOP RUN
036200     END-IF.

036300     CLOSE-FILES-PARA.
036400     CLOSE STAR-LEDGER-FILE.
036500     IF WS-DRAWER-FILE-STATUS NOT = "35"
036600         CLOSE DRAWER-FILE
036700     END-IF.
036800     CLOSE DRAWER-REPORT-FILE.
