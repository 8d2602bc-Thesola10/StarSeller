      *   THS  Transfers get their own lines per operator now that
      *        the counter writes "T"/"F" pairs, instead of
      *        counting as stars the operator issued or redeemed.
      *   THS  Same-day voids: a void takes its customer back off
      *        the operator who rang it and nets its negated stars
      *        and value through the usual lines; the voids rung
      *        get a count of their own, and refused voids ("VD")
      *        join the reject reasons.
      *   THS  Issuances refused at the per-account daily limit
      *        ("DL") join the reject reasons.
      *   THS  Gift vouchers sold ("G") and used ("U") get their own
      *        lines per operator instead of counting as stars the
      *        operator issued; the voucher money stays in the
      *        operator's value. Refused vouchers ("GV") join the
      *        reject reasons.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarShift.
000300 ENVIRONMENT DIVISION.
004650          10 WS-OP-EXPIRE-SUM PIC S9(09) USAGE IS BINARY.
004660          10 WS-OP-XFER-OUT-SUM PIC S9(09) USAGE IS BINARY.
004670          10 WS-OP-XFER-IN-SUM PIC S9(09) USAGE IS BINARY.
004680          10 WS-OP-VCH-SOLD-SUM PIC S9(09) USAGE IS BINARY.
004690          10 WS-OP-VCH-IN-SUM PIC S9(09) USAGE IS BINARY.
004700          10 WS-OP-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3.
004800          10 WS-OP-LO-COUNT PIC S9(05) USAGE IS BINARY.
004900          10 WS-OP-HI-COUNT PIC S9(05) USAGE IS BINARY.
005400          10 WS-OP-OP-COUNT PIC S9(05) USAGE IS BINARY.
005500          10 WS-OP-SU-COUNT PIC S9(05) USAGE IS BINARY.
005600          10 WS-OP-OVERRIDE-COUNT PIC S9(05) USAGE IS BINARY.
005610          10 WS-OP-VOID-COUNT PIC S9(05) USAGE IS BINARY.
005620          10 WS-OP-VD-COUNT PIC S9(05) USAGE IS BINARY.
005630          10 WS-OP-DL-COUNT PIC S9(05) USAGE IS BINARY.
005640          10 WS-OP-GV-COUNT PIC S9(05) USAGE IS BINARY.
005700  01 WS-OPERATOR-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
005800  01 WS-OP-IDX PIC S9(05) USAGE IS BINARY.
005900  01 WS-THIS-OP PIC S9(05) USAGE IS BINARY.
007800  01 WS-EDIT-IB PIC ZZZZ9.
007900  01 WS-EDIT-OP PIC ZZZZ9.
008000  01 WS-EDIT-SU PIC ZZZZ9.
008010  01 WS-EDIT-VD PIC ZZZZ9.
008020  01 WS-EDIT-DL PIC ZZZZ9.
008030  01 WS-EDIT-GV PIC ZZZZ9.

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
012850         MOVE ZERO TO WS-OP-EXPIRE-SUM(WS-THIS-OP)
012860         MOVE ZERO TO WS-OP-XFER-OUT-SUM(WS-THIS-OP)
012870         MOVE ZERO TO WS-OP-XFER-IN-SUM(WS-THIS-OP)
012880         MOVE ZERO TO WS-OP-VCH-SOLD-SUM(WS-THIS-OP)
012890         MOVE ZERO TO WS-OP-VCH-IN-SUM(WS-THIS-OP)
012900         MOVE ZERO TO WS-OP-DOLLAR-SUM(WS-THIS-OP)
013000         MOVE ZERO TO WS-OP-LO-COUNT(WS-THIS-OP)
013100         MOVE ZERO TO WS-OP-HI-COUNT(WS-THIS-OP)
013600         MOVE ZERO TO WS-OP-OP-COUNT(WS-THIS-OP)
013700         MOVE ZERO TO WS-OP-SU-COUNT(WS-THIS-OP)
013800         MOVE ZERO TO WS-OP-OVERRIDE-COUNT(WS-THIS-OP)
013810         MOVE ZERO TO WS-OP-VOID-COUNT(WS-THIS-OP)
013820         MOVE ZERO TO WS-OP-VD-COUNT(WS-THIS-OP)
013830         MOVE ZERO TO WS-OP-DL-COUNT(WS-THIS-OP)
013840         MOVE ZERO TO WS-OP-GV-COUNT(WS-THIS-OP)
013900     END-IF.

014000     TRY-ONE-OPERATOR-PARA.
015300     IF LR-TRANS-DATE = WS-RUN-DATE
015400         MOVE LR-OPERATOR-ID TO WS-LOOKUP-ID
015500         PERFORM FIND-OPERATOR-PARA
015510         IF LR-VOID-ENTRY
015520             SUBTRACT 1 FROM WS-OP-CUST-COUNT(WS-THIS-OP)
015530             ADD 1 TO WS-OP-VOID-COUNT(WS-THIS-OP)
015540         ELSE
015600             ADD 1 TO WS-OP-CUST-COUNT(WS-THIS-OP)
015610         END-IF
015700         IF LR-REDEMPTION
015800             ADD LR-STAR-COUNT TO
015900                 WS-OP-REDEEM-SUM(WS-THIS-OP)
015991         IF LR-TRANSFER-IN
015992             ADD LR-STAR-COUNT TO
015993                 WS-OP-XFER-IN-SUM(WS-THIS-OP)
015994         ELSE
015995         IF LR-VOUCHER-SALE
015996             ADD LR-STAR-COUNT TO
015997                 WS-OP-VCH-SOLD-SUM(WS-THIS-OP)
015998         ELSE
015999         IF LR-VOUCHER-REDEEM
01599A             ADD LR-STAR-COUNT TO
01599B                 WS-OP-VCH-IN-SUM(WS-THIS-OP)
016000         ELSE
016100             ADD LR-STAR-COUNT TO
016200                 WS-OP-ISSUE-SUM(WS-THIS-OP)
016230         END-IF
016240         END-IF
016250         END-IF
016260         END-IF
016270         END-IF
016300         END-IF
016400         ADD LR-DOLLAR-VALUE TO
016500             WS-OP-DOLLAR-SUM(WS-THIS-OP)
020100         IF RJ-REASON-BAD-SUPERVISOR
020200             ADD 1 TO WS-OP-SU-COUNT(WS-THIS-OP)
020300         END-IF
020310         IF RJ-REASON-VOID-REFUSED
020320             ADD 1 TO WS-OP-VD-COUNT(WS-THIS-OP)
020330         END-IF
020340         IF RJ-REASON-DAY-LIMIT
020350             ADD 1 TO WS-OP-DL-COUNT(WS-THIS-OP)
020360         END-IF
020370         IF RJ-REASON-VOUCHER-REFUSED
020380             ADD 1 TO WS-OP-GV-COUNT(WS-THIS-OP)
020390         END-IF
020400     END-IF.
020500     PERFORM READ-REJECT-PARA.

027482             DELIMITED BY SIZE INTO REPORT-LINE
027483         PERFORM WRITE-REPORT-PARA
027484     END-IF.
027485     IF WS-OP-VOID-COUNT(WS-OP-IDX) NOT = ZERO
027486         MOVE WS-OP-VOID-COUNT(WS-OP-IDX) TO WS-EDIT-COUNT
027487         MOVE SPACES TO REPORT-LINE
027488         STRING "  VOIDS RUNG " WS-EDIT-COUNT
027489             DELIMITED BY SIZE INTO REPORT-LINE
02748A         PERFORM WRITE-REPORT-PARA
02748B     END-IF.
02748C     IF WS-OP-VCH-SOLD-SUM(WS-OP-IDX) NOT = ZERO OR
02748D             WS-OP-VCH-IN-SUM(WS-OP-IDX) NOT = ZERO
02748E         MOVE WS-OP-VCH-SOLD-SUM(WS-OP-IDX) TO WS-EDIT-STARS
02748F         MOVE SPACES TO REPORT-LINE
02748G         STRING "  VOUCHERS SOLD  " WS-EDIT-STARS
02748H             DELIMITED BY SIZE INTO REPORT-LINE
02748I         PERFORM WRITE-REPORT-PARA
02748J         MOVE WS-OP-VCH-IN-SUM(WS-OP-IDX) TO WS-EDIT-STARS
02748K         MOVE SPACES TO REPORT-LINE
02748L         STRING "  VOUCHERS USED  " WS-EDIT-STARS
02748M             DELIMITED BY SIZE INTO REPORT-LINE
02748N         PERFORM WRITE-REPORT-PARA
02748O     END-IF.
027500     MOVE WS-OP-LO-COUNT(WS-OP-IDX) TO WS-EDIT-LO.
027600     MOVE WS-OP-HI-COUNT(WS-OP-IDX) TO WS-EDIT-HI.
027700     MOVE WS-OP-NM-COUNT(WS-OP-IDX) TO WS-EDIT-NM.
028700     MOVE WS-OP-IB-COUNT(WS-OP-IDX) TO WS-EDIT-IB.
028800     MOVE WS-OP-OP-COUNT(WS-OP-IDX) TO WS-EDIT-OP.
028900     MOVE WS-OP-SU-COUNT(WS-OP-IDX) TO WS-EDIT-SU.
028910     MOVE WS-OP-VD-COUNT(WS-OP-IDX) TO WS-EDIT-VD.
028920     MOVE WS-OP-DL-COUNT(WS-OP-IDX) TO WS-EDIT-DL.
028930     MOVE WS-OP-GV-COUNT(WS-OP-IDX) TO WS-EDIT-GV.
029000     MOVE SPACES TO REPORT-LINE.
029100     STRING "           IN " WS-EDIT-IN
029200         "  IB " WS-EDIT-IB
029300         "  OP " WS-EDIT-OP
029400         "  SU " WS-EDIT-SU
029410         "  VD " WS-EDIT-VD
029420         "  DL " WS-EDIT-DL
029430         "  GV " WS-EDIT-GV
029500         DELIMITED BY SIZE INTO REPORT-LINE.
029600     PERFORM WRITE-REPORT-PARA.
029700     MOVE WS-OP-OVERRIDE-COUNT(WS-OP-IDX) TO WS-EDIT-COUNT.
