      * tier off the ledger record. A record written before the
      * ledger carried its tier posts under the legacy tier 00.

      * Gift vouchers follow the same convention: the money taken
      * for a voucher sold ("G") is a credit to 440000nn, the
      * voucher liability; a voucher used at the counter is a debit
      * to 450000nn for the value taken for it, and a voucher the
      * nightly StarExpiry run closed out unused is a credit to
      * 460000nn, voucher breakage - nn being the tier the voucher
      * was rated under when sold. The "U" ledger record a voucher
      * use writes carries zero dollars and is skipped; the debit
      * comes off STARVCH instead, from every voucher whose status
      * changed to redeemed or expired on the run date. A shop with
      * no STARVCH posts no voucher lines.

      * The run date comes off the command line/PARM as YYYYMMDD
      * and defaults to today.

      *        a giveaway carries zero dollars on the ledger; what
      *        a campaign cost is on the StarPromo summary, priced
      *        at the rates in force the night it ran.
      *   THS  Same-day voids net out of the posting lines: a void
      *        carries the original's type and tier with its value
      *        negated, so it lands in the same bucket and takes
      *        its amount back out, and it takes one off that
      *        bucket's record count instead of adding one.
      *   THS  Gift vouchers: per-tier posting lines for vouchers
      *        sold (440000nn) off the "G" ledger records, and for
      *        vouchers used (450000nn) and expired (460000nn) off
      *        the day's status changes on STARVCH. The "U" record
      *        of a voucher use is skipped, being zero dollars.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarGLExtract.
000300 ENVIRONMENT DIVISION.
000900      SELECT GL-POSTING-FILE ASSIGN TO "STARGL"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-POSTING-FILE-STATUS.
001110      SELECT VOUCHER-FILE ASSIGN TO "STARVCH"
001120          ORGANIZATION IS INDEXED
001130          ACCESS MODE IS SEQUENTIAL
001140          RECORD KEY IS VC-VOUCHER-NUMBER
001150          FILE STATUS IS WS-VOUCHER-FILE-STATUS.
001200 DATA DIVISION.
001300  FILE SECTION.
001400  FD  STAR-LEDGER-FILE
      * receiving system can edit the file without unpacking
      * anything.
001900  01 GP-POSTING-LINE PIC X(80).
001910  FD  VOUCHER-FILE
001920      LABEL RECORDS ARE STANDARD.
001930      COPY VOUCREC.
002000  WORKING-STORAGE SECTION.

      * Run date, off the PARM or defaulted to today.

002400  01 WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
002500      88 WS-LEDGER-EOF VALUE "Y".
002510  01 WS-VOUCHER-EOF-SWITCH PIC X(01) VALUE "N".
002520      88 WS-VOUCHER-EOF VALUE "Y".
002530  01 WS-VOUCHER-PRESENT-SWITCH PIC X(01) VALUE "N".
002540      88 WS-VOUCHER-PRESENT VALUE "Y".

      * Per-tier accumulation buckets, one pair (issue/redeem) per
      * possible tier number 00-99; slot n holds tier n-1.
003210          10 WS-TB-EXPIRE-COUNT PIC S9(07) USAGE IS BINARY.
003220          10 WS-TB-EXPIRE-AMOUNT PIC S9(09)V99
003230              USAGE IS COMP-3.
003240          10 WS-TB-VOUCHER-COUNT PIC S9(07) USAGE IS BINARY.
003250          10 WS-TB-VOUCHER-AMOUNT PIC S9(09)V99
003260              USAGE IS COMP-3.
003270          10 WS-TB-VCH-USED-COUNT PIC S9(07) USAGE IS BINARY.
003280          10 WS-TB-VCH-USED-AMOUNT PIC S9(09)V99
003290              USAGE IS COMP-3.
003291          10 WS-TB-VCH-EXPIRE-COUNT PIC S9(07)
003292              USAGE IS BINARY.
003293          10 WS-TB-VCH-EXPIRE-AMOUNT PIC S9(09)V99
003294              USAGE IS COMP-3.
003300  01 WS-TIER-IDX PIC S9(05) USAGE IS BINARY.

      * Control totals carried on the trailer: detail line count,
003800      VALUE ZERO.
003900  01 WS-DAY-RECORD-COUNT PIC S9(09) USAGE IS BINARY
004000      VALUE ZERO.
004010  01 WS-VOUCHER-DAY-COUNT PIC S9(09) USAGE IS BINARY
004020      VALUE ZERO.

      * Work fields for one posting line.
004100  01 WS-POSTING-ACCOUNT PIC 9(08).
      * One for an ordinary record, minus one for a void.
004150  01 WS-COUNT-STEP PIC S9(01) USAGE IS BINARY VALUE 1.
004200  01 WS-LINE-COUNT PIC 9(07).
004300  01 WS-LINE-AMOUNT PIC 9(09)V99.
004400  01 WS-DRCR-CODE PIC X(01).
      * file reaching accounting looking whole.
006600  01 WS-LEDGER-FILE-STATUS PIC X(02).
006700  01 WS-POSTING-FILE-STATUS PIC X(02).
006710  01 WS-VOUCHER-FILE-STATUS PIC X(02).

006800 PROCEDURE DIVISION.
006900     PERFORM SET-RUN-DATE-PARA.
007200         VARYING WS-TIER-IDX FROM 1 BY 1
007300         UNTIL WS-TIER-IDX > 100.
007400     PERFORM PASS-LEDGER-PARA.
007410     PERFORM PASS-VOUCHERS-PARA.
007500     PERFORM WRITE-HEADER-PARA.
007600     PERFORM WRITE-DETAILS-PARA
007700         VARYING WS-TIER-IDX FROM 1 BY 1
008100     DISPLAY "STARGLEXTRACT: day " WS-RUN-DATE ", "
008200         WS-DAY-RECORD-COUNT " ledger records posted as "
008300         WS-DETAIL-COUNT " lines".
008310     DISPLAY "STARGLEXTRACT: " WS-VOUCHER-DAY-COUNT
008320         " gift vouchers used or expired".
008400     GOBACK.

008500     SET-RUN-DATE-PARA.
009500     PERFORM CHECK-LEDGER-STATUS-PARA.
009600     OPEN OUTPUT GL-POSTING-FILE.
009700     PERFORM CHECK-POSTING-STATUS-PARA.
009710     OPEN INPUT VOUCHER-FILE.
009720     IF WS-VOUCHER-FILE-STATUS = "00"
009730         MOVE "Y" TO WS-VOUCHER-PRESENT-SWITCH
009740     ELSE
009750         MOVE "Y" TO WS-VOUCHER-EOF-SWITCH
009760     END-IF.

009800     INIT-BUCKETS-PARA.
009900     MOVE ZERO TO WS-TB-ISSUE-COUNT(WS-TIER-IDX).
010200     MOVE ZERO TO WS-TB-REDEEM-AMOUNT(WS-TIER-IDX).
010210     MOVE ZERO TO WS-TB-EXPIRE-COUNT(WS-TIER-IDX).
010220     MOVE ZERO TO WS-TB-EXPIRE-AMOUNT(WS-TIER-IDX).
010230     MOVE ZERO TO WS-TB-VOUCHER-COUNT(WS-TIER-IDX).
010240     MOVE ZERO TO WS-TB-VOUCHER-AMOUNT(WS-TIER-IDX).
010250     MOVE ZERO TO WS-TB-VCH-USED-COUNT(WS-TIER-IDX).
010260     MOVE ZERO TO WS-TB-VCH-USED-AMOUNT(WS-TIER-IDX).
010270     MOVE ZERO TO WS-TB-VCH-EXPIRE-COUNT(WS-TIER-IDX).
010280     MOVE ZERO TO WS-TB-VCH-EXPIRE-AMOUNT(WS-TIER-IDX).

010300     PASS-LEDGER-PARA.
010400     PERFORM READ-LEDGER-PARA.
011200     ADD 1 TO WS-LEDGER-READ-COUNT.
011300     IF LR-TRANS-DATE = WS-RUN-DATE AND
011310             NOT LR-TRANSFER-OUT AND NOT LR-TRANSFER-IN AND
011320             NOT LR-BONUS AND NOT LR-VOUCHER-REDEEM
011400         ADD 1 TO WS-DAY-RECORD-COUNT
011500         COMPUTE WS-TIER-IDX = LR-TIER-NUMBER + 1
011510         IF LR-VOID-ENTRY
011520             MOVE -1 TO WS-COUNT-STEP
011530         ELSE
011540             MOVE 1 TO WS-COUNT-STEP
011550         END-IF
011600         IF LR-REDEMPTION
011700             ADD WS-COUNT-STEP TO WS-TB-REDEEM-COUNT(WS-TIER-IDX)
011800             ADD LR-DOLLAR-VALUE TO
011900                 WS-TB-REDEEM-AMOUNT(WS-TIER-IDX)
011910         ELSE
011920         IF LR-EXPIRY
011930             ADD WS-COUNT-STEP TO WS-TB-EXPIRE-COUNT(WS-TIER-IDX)
011940             ADD LR-DOLLAR-VALUE TO
011950                 WS-TB-EXPIRE-AMOUNT(WS-TIER-IDX)
011960         ELSE
011970         IF LR-VOUCHER-SALE
011980             ADD WS-COUNT-STEP TO
011985                 WS-TB-VOUCHER-COUNT(WS-TIER-IDX)
011990             ADD LR-DOLLAR-VALUE TO
011995                 WS-TB-VOUCHER-AMOUNT(WS-TIER-IDX)
012000         ELSE
012100             ADD WS-COUNT-STEP TO WS-TB-ISSUE-COUNT(WS-TIER-IDX)
012200             ADD LR-DOLLAR-VALUE TO
012300                 WS-TB-ISSUE-AMOUNT(WS-TIER-IDX)
012350         END-IF
012400         END-IF
012450         END-IF
012500     END-IF.
012600     PERFORM READ-LEDGER-PARA.

      * A voucher's status date is the day it was last changed, so
      * the vouchers used or expired on the run date are exactly
      * those redeemed or expired with that status date. Each posts
      * at the value taken for it, under the tier it was sold at.
012610     PASS-VOUCHERS-PARA.
012620     IF WS-VOUCHER-PRESENT
012630         PERFORM READ-VOUCHER-PARA
012640         PERFORM BUCKET-ONE-VOUCHER-PARA UNTIL WS-VOUCHER-EOF
012650     END-IF.

012660     READ-VOUCHER-PARA.
012670     READ VOUCHER-FILE NEXT RECORD
012680         AT END MOVE "Y" TO WS-VOUCHER-EOF-SWITCH
012690     END-READ.
012691     PERFORM CHECK-VOUCHER-STATUS-PARA.

012692     BUCKET-ONE-VOUCHER-PARA.
012693     IF VC-STATUS-DATE = WS-RUN-DATE
012694         COMPUTE WS-TIER-IDX = VC-TIER-NUMBER + 1
012695         IF VC-REDEEMED
012696             ADD 1 TO WS-VOUCHER-DAY-COUNT
012697             ADD 1 TO WS-TB-VCH-USED-COUNT(WS-TIER-IDX)
012698             ADD VC-DOLLAR-VALUE TO
012699                 WS-TB-VCH-USED-AMOUNT(WS-TIER-IDX)
01269A         END-IF
01269B         IF VC-EXPIRED
01269C             ADD 1 TO WS-VOUCHER-DAY-COUNT
01269D             ADD 1 TO WS-TB-VCH-EXPIRE-COUNT(WS-TIER-IDX)
01269E             ADD VC-DOLLAR-VALUE TO
01269F                 WS-TB-VCH-EXPIRE-AMOUNT(WS-TIER-IDX)
01269G         END-IF
01269H     END-IF.
01269I     PERFORM READ-VOUCHER-PARA.

012700     WRITE-HEADER-PARA.
012800     MOVE WS-RUN-DATE TO WS-HD-RUN-DATE.
012900     MOVE WS-RUN-TIME TO WS-HD-RUN-TIME.
013200     PERFORM CHECK-POSTING-STATUS-PARA.

      * One credit line per tier with issuance activity, one debit
      * line per tier with redemption activity, and the same for
      * expiry and each side of the voucher book; quiet tiers write
      * nothing.
013300     WRITE-DETAILS-PARA.
013400     IF WS-TB-ISSUE-COUNT(WS-TIER-IDX) > 0
015380         MOVE "C" TO WS-DRCR-CODE
015390         PERFORM WRITE-ONE-DETAIL-PARA
015395     END-IF.
015396     IF WS-TB-VOUCHER-COUNT(WS-TIER-IDX) > 0
015397         COMPUTE WS-POSTING-ACCOUNT =
015398             44000000 + WS-TIER-IDX - 1
015399         MOVE WS-TB-VOUCHER-COUNT(WS-TIER-IDX) TO
0153A0             WS-LINE-COUNT
0153A1         MOVE WS-TB-VOUCHER-AMOUNT(WS-TIER-IDX) TO
0153A2             WS-LINE-AMOUNT
0153A3         MOVE "C" TO WS-DRCR-CODE
0153A4         PERFORM WRITE-ONE-DETAIL-PARA
0153A5     END-IF.
0153A6     IF WS-TB-VCH-USED-COUNT(WS-TIER-IDX) > 0
0153A7         COMPUTE WS-POSTING-ACCOUNT =
0153A8             45000000 + WS-TIER-IDX - 1
0153A9         MOVE WS-TB-VCH-USED-COUNT(WS-TIER-IDX) TO
0153B0             WS-LINE-COUNT
0153B1         MOVE WS-TB-VCH-USED-AMOUNT(WS-TIER-IDX) TO
0153B2             WS-LINE-AMOUNT
0153B3         MOVE "D" TO WS-DRCR-CODE
0153B4         PERFORM WRITE-ONE-DETAIL-PARA
0153B5     END-IF.
0153B6     IF WS-TB-VCH-EXPIRE-COUNT(WS-TIER-IDX) > 0
0153B7         COMPUTE WS-POSTING-ACCOUNT =
0153B8             46000000 + WS-TIER-IDX - 1
0153B9         MOVE WS-TB-VCH-EXPIRE-COUNT(WS-TIER-IDX) TO
0153C0             WS-LINE-COUNT
0153C1         MOVE WS-TB-VCH-EXPIRE-AMOUNT(WS-TIER-IDX) TO
0153C2             WS-LINE-AMOUNT
0153C3         MOVE "C" TO WS-DRCR-CODE
0153C4         PERFORM WRITE-ONE-DETAIL-PARA
0153C5     END-IF.

015400     WRITE-ONE-DETAIL-PARA.
015500     MOVE WS-RUN-DATE TO WS-DT-POST-DATE.
017900         STOP RUN
018000     END-IF.

018010     CHECK-VOUCHER-STATUS-PARA.
018020     IF WS-VOUCHER-FILE-STATUS NOT = "00" AND
018030             WS-VOUCHER-FILE-STATUS NOT = "10"
018040         DISPLAY "FATAL: I/O error on STARVCH, status "
018050             WS-VOUCHER-FILE-STATUS
018060         STOP RUN
018070     END-IF.

018100     CHECK-POSTING-STATUS-PARA.
018200     IF WS-POSTING-FILE-STATUS NOT = "00"
018300         DISPLAY "FATAL: I/O error on STARGL, status "
018700     CLOSE-FILES-PARA.
018800     CLOSE STAR-LEDGER-FILE.
018900     CLOSE GL-POSTING-FILE.
019000     IF WS-VOUCHER-PRESENT
019100         CLOSE VOUCHER-FILE
019200     END-IF.
