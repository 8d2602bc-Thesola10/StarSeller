      *        the net line subtracts it. A summary record from
      *        before the expiry bucket is short and contributes
      *        no expired figure.
      *   THS  Outstanding gift vouchers get their own section off
      *        STARVCH: the money is taken, the stars are owed, but
      *        no account holds them yet, so CUSTMAS alone misses
      *        them. Vouchers past their expiry date that the
      *        nightly expiry run has not closed out yet are shown
      *        separately. A shop with no STARVCH has no section.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarLiability.
000300 ENVIRONMENT DIVISION.
001600      SELECT HISTORY-FILE ASSIGN TO "STARHST"
001700          ORGANIZATION IS SEQUENTIAL
001800          FILE STATUS IS WS-HISTORY-FILE-STATUS.
001810      SELECT VOUCHER-FILE ASSIGN TO "STARVCH"
001820          ORGANIZATION IS INDEXED
001830          ACCESS MODE IS SEQUENTIAL
001840          RECORD KEY IS VC-VOUCHER-NUMBER
001850          FILE STATUS IS WS-VOUCHER-FILE-STATUS.
001900      SELECT LIABILITY-REPORT-FILE ASSIGN TO "STARLIA"
002000          ORGANIZATION IS SEQUENTIAL
002100          FILE STATUS IS WS-REPORT-FILE-STATUS.
003000  FD  HISTORY-FILE
003100      LABEL RECORDS ARE STANDARD.
003200      COPY HISTREC.
003210  FD  VOUCHER-FILE
003220      LABEL RECORDS ARE STANDARD.
003230      COPY VOUCREC.
003300  FD  LIABILITY-REPORT-FILE
003400      LABEL RECORDS ARE STANDARD.
003500  01 REPORT-LINE PIC X(80).
004400  01 WS-HISTORY-PRESENT-SWITCH PIC X(01) VALUE "N".
004500      88 WS-HISTORY-PRESENT VALUE "Y".

      * STARVCH only exists once the first gift voucher is sold.
004510  01 WS-VOUCHER-EOF-SWITCH PIC X(01) VALUE "N".
004520      88 WS-VOUCHER-EOF VALUE "Y".
004530  01 WS-VOUCHER-PRESENT-SWITCH PIC X(01) VALUE "N".
004540      88 WS-VOUCHER-PRESENT VALUE "Y".

      * Star pricing for today, loaded from STARPRC the same way
      * StarSeller loads it at till open.
004600  01 WS-TIER-COUNT PIC S9(05) USAGE IS BINARY VALUE ZERO.
006100  01 WS-RATE-STARS PIC S9(09) USAGE IS BINARY.
006200  01 WS-RATED-VALUE PIC S9(09)V99 USAGE IS COMP-3.

      * Gift vouchers standing issued, valued at the dollars taken
      * for them, and the part of them already past expiry.
006210  01 WS-VCH-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
006220  01 WS-VCH-STAR-SUM PIC S9(09) USAGE IS BINARY VALUE ZERO.
006230  01 WS-VCH-VALUE-SUM PIC S9(11)V99 USAGE IS COMP-3
006240      VALUE ZERO.
006250  01 WS-VCH-STALE-COUNT PIC S9(09) USAGE IS BINARY
006260      VALUE ZERO.
006270  01 WS-VCH-STALE-STARS PIC S9(09) USAGE IS BINARY
006280      VALUE ZERO.
006290  01 WS-VCH-STALE-VALUE PIC S9(11)V99 USAGE IS COMP-3
006291      VALUE ZERO.
006292  01 WS-BOOK-VALUE-SUM PIC S9(11)V99 USAGE IS COMP-3
006293      VALUE ZERO.

      * Balance bands over the active accounts holding stars: the
      * shape of the book, since a few whales are a different risk
      * than many small balances.
008300  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
008400  01 WS-PRICE-FILE-STATUS PIC X(02).
008500  01 WS-HISTORY-FILE-STATUS PIC X(02).
008510  01 WS-VOUCHER-FILE-STATUS PIC X(02).
008600  01 WS-REPORT-FILE-STATUS PIC X(02).

008700 PROCEDURE DIVISION.
009100     PERFORM OPEN-FILES-PARA.
009200     PERFORM PASS-MASTER-PARA.
009300     PERFORM PASS-HISTORY-PARA.
009310     PERFORM PASS-VOUCHERS-PARA.
009400     PERFORM PRINT-REPORT-PARA.
009500     PERFORM CLOSE-FILES-PARA.
009600     DISPLAY "STARLIABILITY: " WS-ACTIVE-STAR-SUM
012300     ELSE
012400         MOVE "Y" TO WS-HISTORY-EOF-SWITCH
012500     END-IF.
012510     OPEN INPUT VOUCHER-FILE.
012520     IF WS-VOUCHER-FILE-STATUS = "00"
012530         MOVE "Y" TO WS-VOUCHER-PRESENT-SWITCH
012540     ELSE
012550         MOVE "Y" TO WS-VOUCHER-EOF-SWITCH
012560     END-IF.
012600     OPEN OUTPUT LIABILITY-REPORT-FILE.
012700     PERFORM CHECK-REPORT-STATUS-PARA.

021050     ADD HS-EXPIRE-STARS TO WS-MO-EXPIRED(WS-MONTH-COUNT).
021100     PERFORM READ-HISTORY-PARA.

021110     PASS-VOUCHERS-PARA.
021120     IF WS-VOUCHER-PRESENT
021130         PERFORM READ-VOUCHER-PARA
021140         PERFORM TALLY-ONE-VOUCHER-PARA UNTIL WS-VOUCHER-EOF
021150     END-IF.

021160     READ-VOUCHER-PARA.
021170     READ VOUCHER-FILE NEXT RECORD
021180         AT END MOVE "Y" TO WS-VOUCHER-EOF-SWITCH
021190     END-READ.
021191     PERFORM CHECK-VOUCHER-STATUS-PARA.

      * Only a voucher standing issued is owed. One past its last
      * day is still on the books until the nightly expiry run
      * closes it out, and is counted in the total as well as
      * shown on its own.
021192     TALLY-ONE-VOUCHER-PARA.
021193     IF VC-ISSUED
021194         ADD 1 TO WS-VCH-COUNT
021195         ADD VC-STAR-COUNT TO WS-VCH-STAR-SUM
021196         ADD VC-DOLLAR-VALUE TO WS-VCH-VALUE-SUM
021197         IF VC-EXPIRY-DATE < WS-RUN-DATE
021198             ADD 1 TO WS-VCH-STALE-COUNT
021199             ADD VC-STAR-COUNT TO WS-VCH-STALE-STARS
02119A             ADD VC-DOLLAR-VALUE TO WS-VCH-STALE-VALUE
02119B         END-IF
02119C     END-IF.
02119D     PERFORM READ-VOUCHER-PARA.

021200     PRINT-REPORT-PARA.
021300     MOVE SPACES TO REPORT-LINE.
021400     STRING "STAR SELLER - OUTSTANDING STAR LIABILITY"
026900         PERFORM WRITE-REPORT-PARA
027000     END-IF.
027100     PERFORM PRINT-MOVEMENT-PARA.
027110     IF WS-VOUCHER-PRESENT
027120         PERFORM PRINT-VOUCHERS-PARA
027130     END-IF.

027200     PRINT-ONE-BAND-PARA.
027300     MOVE WS-BAND-ACCTS(WS-BAND-IDX) TO WS-EDIT-COUNT.
031340         DELIMITED BY SIZE INTO REPORT-LINE.
031350     PERFORM WRITE-REPORT-PARA.

      * The voucher book, and the whole book - account balances at
      * today's rates plus vouchers at the dollars taken for them.
031360     PRINT-VOUCHERS-PARA.
031361     MOVE SPACES TO REPORT-LINE.
031362     PERFORM WRITE-REPORT-PARA.
031363     MOVE SPACES TO REPORT-LINE.
031364     STRING "OUTSTANDING GIFT VOUCHERS (FROM STARVCH)"
031365         DELIMITED BY SIZE INTO REPORT-LINE.
031366     PERFORM WRITE-REPORT-PARA.
031367     MOVE WS-VCH-COUNT TO WS-EDIT-COUNT.
031368     MOVE SPACES TO REPORT-LINE.
031369     STRING "  VOUCHERS OUTSTANDING        " WS-EDIT-COUNT
031370         DELIMITED BY SIZE INTO REPORT-LINE.
031371     PERFORM WRITE-REPORT-PARA.
031372     MOVE WS-VCH-STAR-SUM TO WS-EDIT-STARS.
031373     MOVE SPACES TO REPORT-LINE.
031374     STRING "  STARS OWED ON VOUCHERS      " WS-EDIT-STARS
031375         DELIMITED BY SIZE INTO REPORT-LINE.
031376     PERFORM WRITE-REPORT-PARA.
031377     MOVE WS-VCH-VALUE-SUM TO WS-EDIT-VALUE.
031378     MOVE SPACES TO REPORT-LINE.
031379     STRING "  VALUE TAKEN FOR THEM        " WS-EDIT-VALUE
031380         DELIMITED BY SIZE INTO REPORT-LINE.
031381     PERFORM WRITE-REPORT-PARA.
031382     IF WS-VCH-STALE-COUNT > 0
031383         MOVE WS-VCH-STALE-COUNT TO WS-EDIT-COUNT
031384         MOVE WS-VCH-STALE-VALUE TO WS-EDIT-VALUE
031385         MOVE SPACES TO REPORT-LINE
031386         STRING "  PAST EXPIRY, NOT YET CLOSED " WS-EDIT-COUNT
031387             "  VALUE " WS-EDIT-VALUE
031388             DELIMITED BY SIZE INTO REPORT-LINE
031389         PERFORM WRITE-REPORT-PARA
031390     END-IF.
031391     COMPUTE WS-BOOK-VALUE-SUM =
031392         WS-ACTIVE-VALUE-SUM + WS-VCH-VALUE-SUM.
031393     MOVE WS-BOOK-VALUE-SUM TO WS-EDIT-VALUE.
031394     MOVE SPACES TO REPORT-LINE.
031395     PERFORM WRITE-REPORT-PARA.
031396     MOVE SPACES TO REPORT-LINE.
031397     STRING "TOTAL BOOK WITH VOUCHERS      " WS-EDIT-VALUE
031398         DELIMITED BY SIZE INTO REPORT-LINE.
031399     PERFORM WRITE-REPORT-PARA.

      * The pricing file is read once at startup and only the
      * records effective today are kept, the same load StarSeller
      * does at till open. A day with no effective tier cannot
036600         STOP RUN
036700     END-IF.

036710     CHECK-VOUCHER-STATUS-PARA.
036720     IF WS-VOUCHER-FILE-STATUS NOT = "00" AND
036730             WS-VOUCHER-FILE-STATUS NOT = "10"
036740         DISPLAY "FATAL: I/O error on STARVCH, status "
036750             WS-VOUCHER-FILE-STATUS
036760         STOP RUN
036770     END-IF.

036800     CHECK-REPORT-STATUS-PARA.
036900     IF WS-REPORT-FILE-STATUS NOT = "00"
037000         DISPLAY "FATAL: I/O error on STARLIA, status "
037600     IF WS-HISTORY-PRESENT
037700         CLOSE HISTORY-FILE
037800     END-IF.
037810     IF WS-VOUCHER-PRESENT
037820         CLOSE VOUCHER-FILE
037830     END-IF.
037900     CLOSE LIABILITY-REPORT-FILE.
