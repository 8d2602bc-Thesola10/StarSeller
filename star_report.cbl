      *        figures. The net line carries them both ways, so a
      *        pair split across midnight still nets out across
      *        the two days.
      *   THS  Same-day voids net out: a void record carries the
      *        original's type with its stars and value negated,
      *        so the type totals net by themselves; the customer
      *        and issuance counts take one away for a void rather
      *        than adding one, and a VOIDS line shows how many
      *        were rung. Min/max stay on the sales as rung.
      *   THS  Gift vouchers get their own line: a voucher sale ("G")
      *        is money taken for stars that are on no account yet,
      *        and a voucher used ("U") puts them on one at zero
      *        dollars, so neither may pass for an issuance. The
      *        voucher money counts in the net value the day it is
      *        taken and the stars in the net the day they land.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarReport.
000300 ENVIRONMENT DIVISION.
      * redemptions do not drag it down.
002400  01 WS-CUST-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
002410  01 WS-ISSUE-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
002420  01 WS-VOID-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
002500  01 WS-STAR-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
002510  01 WS-REDEEM-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
002512  01 WS-EXPIRE-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
002514  01 WS-XFER-OUT-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
002516  01 WS-XFER-IN-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
002517  01 WS-VCH-SOLD-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
002518  01 WS-VCH-IN-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
002520  01 WS-NET-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
002600  01 WS-STAR-MIN PIC S9(09) USAGE IS BINARY VALUE ZERO.
002700  01 WS-STAR-MAX PIC S9(09) USAGE IS BINARY VALUE ZERO.
002830      VALUE ZERO.
002832  01 WS-EXPIRE-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3
002834      VALUE ZERO.
002836  01 WS-VCH-SOLD-DOLLAR-SUM PIC S9(09)V99 USAGE IS COMP-3
002838      VALUE ZERO.
002840  01 WS-NET-DOLLARS PIC S9(09)V99 USAGE IS COMP-3 VALUE ZERO.

002900  01 WS-EDIT-DATE PIC 9(08).
      * A ledger record written before LR-TRANS-TYPE existed carries
      * a space there and is counted as an issuance, which is all the
      * counter could do at the time it was written.
      * A void takes back the visit it reverses.
006500     ACCUMULATE-PARA.
006510     IF LR-VOID-ENTRY
006520         SUBTRACT 1 FROM WS-CUST-COUNT
006530         ADD 1 TO WS-VOID-COUNT
006540     ELSE
006600         ADD 1 TO WS-CUST-COUNT
006605     END-IF.
006610     IF LR-REDEMPTION
006620         ADD LR-STAR-COUNT TO WS-REDEEM-SUM
006630         ADD LR-DOLLAR-VALUE TO WS-REDEEM-DOLLAR-SUM
00663C     ELSE
00663D     IF LR-TRANSFER-IN
00663E         ADD LR-STAR-COUNT TO WS-XFER-IN-SUM
00663F     ELSE
00663G     IF LR-VOUCHER-SALE
00663H         ADD LR-STAR-COUNT TO WS-VCH-SOLD-SUM
00663I         ADD LR-DOLLAR-VALUE TO WS-VCH-SOLD-DOLLAR-SUM
00663J     ELSE
00663K     IF LR-VOUCHER-REDEEM
00663L         ADD LR-STAR-COUNT TO WS-VCH-IN-SUM
006640     ELSE
006700         ADD LR-STAR-COUNT TO WS-STAR-SUM
006710         ADD LR-DOLLAR-VALUE TO WS-DOLLAR-SUM
006720         IF LR-VOID-ENTRY
006730             SUBTRACT 1 FROM WS-ISSUE-COUNT
006740         ELSE
006650             ADD 1 TO WS-ISSUE-COUNT
006800             IF WS-ISSUE-COUNT = 1
006900                 MOVE LR-STAR-COUNT TO WS-STAR-MIN
007000                 MOVE LR-STAR-COUNT TO WS-STAR-MAX
007100             END-IF
007200             IF LR-STAR-COUNT < WS-STAR-MIN
007300                 MOVE LR-STAR-COUNT TO WS-STAR-MIN
007400             END-IF
007500             IF LR-STAR-COUNT > WS-STAR-MAX
007600                 MOVE LR-STAR-COUNT TO WS-STAR-MAX
007700             END-IF
007701         END-IF
007702     END-IF
007703     END-IF
007705     END-IF
007710     END-IF
007711     END-IF
007712     END-IF.

007800     DATE-BREAK-PARA.
007900     PERFORM PRINT-TOTALS-PARA.
008100     PERFORM RESET-TOTALS-PARA.

008200     FINAL-TOTALS-PARA.
008300     IF WS-CUST-COUNT > 0 OR WS-VOID-COUNT > 0
008400         PERFORM PRINT-TOTALS-PARA
008500     END-IF.

008600     RESET-TOTALS-PARA.
008700     MOVE ZERO TO WS-CUST-COUNT.
008710     MOVE ZERO TO WS-ISSUE-COUNT.
008715     MOVE ZERO TO WS-VOID-COUNT.
008800     MOVE ZERO TO WS-STAR-SUM.
008810     MOVE ZERO TO WS-REDEEM-SUM.
008815     MOVE ZERO TO WS-EXPIRE-SUM.
008816     MOVE ZERO TO WS-XFER-OUT-SUM.
008817     MOVE ZERO TO WS-XFER-IN-SUM.
008818     MOVE ZERO TO WS-VCH-SOLD-SUM.
008819     MOVE ZERO TO WS-VCH-IN-SUM.
008820     MOVE ZERO TO WS-REDEEM-DOLLAR-SUM.
008825     MOVE ZERO TO WS-EXPIRE-DOLLAR-SUM.
008826     MOVE ZERO TO WS-VCH-SOLD-DOLLAR-SUM.
008900     MOVE ZERO TO WS-STAR-MIN.
009000     MOVE ZERO TO WS-STAR-MAX.
009010     MOVE ZERO TO WS-DOLLAR-SUM.
009700     END-IF.
009710     COMPUTE WS-NET-STARS =
009715         WS-STAR-SUM - WS-REDEEM-SUM - WS-EXPIRE-SUM
009716         - WS-XFER-OUT-SUM + WS-XFER-IN-SUM
009717         + WS-VCH-IN-SUM.
009720     COMPUTE WS-NET-DOLLARS = WS-DOLLAR-SUM
009730         - WS-REDEEM-DOLLAR-SUM - WS-EXPIRE-DOLLAR-SUM
009731         + WS-VCH-SOLD-DOLLAR-SUM.
009800     MOVE WS-PREV-DATE TO WS-EDIT-DATE.
009900     MOVE WS-CUST-COUNT TO WS-EDIT-COUNT.
010000     MOVE WS-STAR-SUM TO WS-EDIT-SUM.
01142I         WRITE REPORT-LINE
01142J         PERFORM CHECK-REPORT-STATUS-PARA
01142K     END-IF.
01142L     IF WS-VOID-COUNT > 0
01142M         MOVE WS-VOID-COUNT TO WS-EDIT-REDEEM
01142N         MOVE SPACES TO REPORT-LINE
01142O         STRING "     VOIDS    " WS-EDIT-REDEEM
01142P             DELIMITED BY SIZE INTO REPORT-LINE
01142Q         WRITE REPORT-LINE
01142R         PERFORM CHECK-REPORT-STATUS-PARA
01142S     END-IF.
01142T     IF WS-VCH-SOLD-SUM NOT = ZERO OR
01142U             WS-VCH-IN-SUM NOT = ZERO
01142V         MOVE WS-VCH-SOLD-SUM TO WS-EDIT-REDEEM
01142W         MOVE WS-VCH-SOLD-DOLLAR-SUM TO WS-EDIT-REDEEM-DOLLAR
01142X         MOVE WS-VCH-IN-SUM TO WS-EDIT-EXPIRE
01142Y         MOVE SPACES TO REPORT-LINE
01142Z         STRING "     VCH SOLD " WS-EDIT-REDEEM
01143A             "  VALUE " WS-EDIT-REDEEM-DOLLAR
01143B             "  VCH IN " WS-EDIT-EXPIRE
01143C             DELIMITED BY SIZE INTO REPORT-LINE
01143D         WRITE REPORT-LINE
01143E         PERFORM CHECK-REPORT-STATUS-PARA
01143F     END-IF.
011430     MOVE SPACES TO REPORT-LINE.
011440     STRING "     NET " WS-EDIT-NET
011450         "  NET VALUE " WS-EDIT-NET-DOLLAR
