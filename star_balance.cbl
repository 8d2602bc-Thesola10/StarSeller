      *   THS  Transfer "T"/"F" records get their own split in the
      *        re-derived totals, matching the StarReport lines, so
      *        a transfer day still lays flat against STARRPT.
      *   THS  A same-day void takes its customer back off the
      *        re-derived count, the same rule StarReport prints
      *        with; its negated stars and value net through the
      *        type splits untouched. The void's supervisor
      *        signature on STAREXC matches the reversing record
      *        by sequence number like any other override.
      *   THS  Gift voucher sales "G" and voucher use "U" get their
      *        own split, matching the StarReport voucher line, so
      *        a voucher day still lays flat against STARRPT.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarBalance.
000300 ENVIRONMENT DIVISION.
007850  01 WS-EXPIRE-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
007860  01 WS-XFER-OUT-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
007870  01 WS-XFER-IN-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
007880  01 WS-VCH-SOLD-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
007890  01 WS-VCH-IN-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
007900  01 WS-NET-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
008000  01 WS-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3 VALUE ZERO.
008100  01 WS-REDEEM-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3
008200      VALUE ZERO.
008210  01 WS-EXPIRE-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3
008220      VALUE ZERO.
008230  01 WS-VCH-SOLD-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3
008240      VALUE ZERO.
008300  01 WS-NET-DOLLARS PIC S9(09)V99 USAGE IS COMP-3 VALUE ZERO.
008400  01 WS-REJ-DAY-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.

020000     PERFORM READ-LEDGER-PARA.

020100     ACCUMULATE-LEDGER-PARA.
020110     IF LR-VOID-ENTRY
020120         SUBTRACT 1 FROM WS-CUST-COUNT
020130     ELSE
020200         ADD 1 TO WS-CUST-COUNT
020210     END-IF.
020300     IF LR-REDEMPTION
020400         ADD LR-STAR-COUNT TO WS-REDEEM-SUM
020500         ADD LR-DOLLAR-VALUE TO WS-REDEEM-DOLLAR-SUM
020580     ELSE
020590     IF LR-TRANSFER-IN
020595         ADD LR-STAR-COUNT TO WS-XFER-IN-SUM
020596     ELSE
020597     IF LR-VOUCHER-SALE
020598         ADD LR-STAR-COUNT TO WS-VCH-SOLD-SUM
020599         ADD LR-DOLLAR-VALUE TO WS-VCH-SOLD-DOLLAR-SUM
0205AA     ELSE
0205AB     IF LR-VOUCHER-REDEEM
0205AC         ADD LR-STAR-COUNT TO WS-VCH-IN-SUM
020600     ELSE
020700         ADD LR-STAR-COUNT TO WS-STAR-SUM
020800         ADD LR-DOLLAR-VALUE TO WS-DOLLAR-SUM
020830     END-IF
020840     END-IF
020850     END-IF
020860     END-IF
020870     END-IF
020900     END-IF.

021000     MATCH-EXCEPTION-PARA.
038300     PRINT-TOTALS-SECTION-PARA.
038400     COMPUTE WS-NET-STARS =
038450         WS-STAR-SUM - WS-REDEEM-SUM - WS-EXPIRE-SUM
038460         - WS-XFER-OUT-SUM + WS-XFER-IN-SUM
038470         + WS-VCH-IN-SUM.
038500     COMPUTE WS-NET-DOLLARS = WS-DOLLAR-SUM
038600         - WS-REDEEM-DOLLAR-SUM - WS-EXPIRE-DOLLAR-SUM
038610         + WS-VCH-SOLD-DOLLAR-SUM.
038700     MOVE WS-CUST-COUNT TO WS-EDIT-COUNT.
038800     MOVE SPACES TO REPORT-LINE.
038900     STRING "LEDGER CUSTOMERS    " WS-EDIT-COUNT
040582             DELIMITED BY SIZE INTO REPORT-LINE
040583         PERFORM WRITE-REPORT-PARA
040584     END-IF.
040585     IF WS-VCH-SOLD-SUM NOT = ZERO OR
040586             WS-VCH-IN-SUM NOT = ZERO
040587         MOVE WS-VCH-SOLD-SUM TO WS-EDIT-STARS
040588         MOVE WS-VCH-SOLD-DOLLAR-SUM TO WS-EDIT-DOLLARS
040589         MOVE SPACES TO REPORT-LINE
040590         STRING "  VCH SOLD " WS-EDIT-STARS
040591             "  VALUE " WS-EDIT-DOLLARS
040592             DELIMITED BY SIZE INTO REPORT-LINE
040593         PERFORM WRITE-REPORT-PARA
040594         MOVE WS-VCH-IN-SUM TO WS-EDIT-STARS
040595         MOVE SPACES TO REPORT-LINE
040596         STRING "  VCH IN   " WS-EDIT-STARS
040597             DELIMITED BY SIZE INTO REPORT-LINE
040598         PERFORM WRITE-REPORT-PARA
040599     END-IF.
040600     MOVE WS-NET-STARS TO WS-EDIT-STARS.
040700     MOVE WS-NET-DOLLARS TO WS-EDIT-DOLLARS.
040800     MOVE SPACES TO REPORT-LINE.
