      * StarTrainReset - start a training class with clean training
      * files.

      * StarSeller's training mode (see the sign-on there) runs the
      * whole counter flow against training copies of the files a
      * session posts to, under their own names, so nothing a
      * trainee rings ever reaches the books or draws a live
      * number. This run sets those copies up from scratch, and is
      * run before each class:

      *   TRNCUST  a fresh copy of CUSTMAS - every account, with its
      *            status and star balance as they stand today -
      *            built with the same name alternate index, so the
      *            class can look up and search real customers and
      *            nothing they do moves a real balance;
      *   TRNSEQ   the training sequence, set to start again at
      *            900000001, a range the live STARSEQ will never
      *            reach, so a training number is known on sight;
      *   TRNLDG, TRNREJ, TRNEXC, TRNRCT, TRNDRW, TRNDAY, TRNVCH
      *            the training ledger, rejects, overrides, receipts,
      *            drawer declarations, daily purchase counts and
      *            gift vouchers, emptied.

      * CUSTMAS is only read. No night step names any TRN- file,
      * and StarMerge refuses a till day file carrying a training
      * number, so the training copies can never be picked up by
      * the night run. The run is on demand and takes no PARM; it
      * must not run while a training session is signed on.

      * Modification history:
      *   THS  Original training reset - TRNCUST copied from CUSTMAS,
      *        TRNSEQ reseeded at the training base, the other
      *        training files emptied.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarTrainReset.
000300 ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
      * The alternate key is declared the same way StarSeller and
      * CustMaint declare it, or the OPEN fails with status 39.
000600      SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
000700          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS SEQUENTIAL
000900          RECORD KEY IS CM-ACCOUNT-NUMBER
001000          ALTERNATE RECORD KEY IS CM-CUST-NAME
001100              WITH DUPLICATES
001200          FILE STATUS IS WS-CUSTMAS-FILE-STATUS.
001300      SELECT TRAINING-MASTER-FILE ASSIGN TO "TRNCUST"
001400          ORGANIZATION IS INDEXED
001500          ACCESS MODE IS SEQUENTIAL
001600          RECORD KEY IS TC-ACCOUNT-NUMBER
001700          ALTERNATE RECORD KEY IS TC-CUST-NAME
001800              WITH DUPLICATES
001900          FILE STATUS IS WS-TRNCUST-FILE-STATUS.
002000      SELECT TRAINING-SEQUENCE-FILE ASSIGN TO "TRNSEQ"
002100          ORGANIZATION IS INDEXED
002200          ACCESS MODE IS RANDOM
002300          RECORD KEY IS SQ-CONTROL-ID
002400          FILE STATUS IS WS-TRNSEQ-FILE-STATUS.
002500      SELECT TRAINING-LEDGER-FILE ASSIGN TO "TRNLDG"
002600          ORGANIZATION IS SEQUENTIAL
002700          FILE STATUS IS WS-TRNLDG-FILE-STATUS.
002800      SELECT TRAINING-REJECT-FILE ASSIGN TO "TRNREJ"
002900          ORGANIZATION IS SEQUENTIAL
003000          FILE STATUS IS WS-TRNREJ-FILE-STATUS.
003100      SELECT TRAINING-EXCEPTION-FILE ASSIGN TO "TRNEXC"
003200          ORGANIZATION IS SEQUENTIAL
003300          FILE STATUS IS WS-TRNEXC-FILE-STATUS.
003400      SELECT TRAINING-RECEIPT-FILE ASSIGN TO "TRNRCT"
003500          ORGANIZATION IS SEQUENTIAL
003600          FILE STATUS IS WS-TRNRCT-FILE-STATUS.
003700      SELECT TRAINING-DRAWER-FILE ASSIGN TO "TRNDRW"
003800          ORGANIZATION IS INDEXED
003900          ACCESS MODE IS RANDOM
004000          RECORD KEY IS DW-DRAWER-KEY
004100          FILE STATUS IS WS-TRNDRW-FILE-STATUS.
004200      SELECT TRAINING-DAY-FILE ASSIGN TO "TRNDAY"
004300          ORGANIZATION IS INDEXED
004400          ACCESS MODE IS RANDOM
004500          RECORD KEY IS DA-ACCOUNT-NUMBER
004600          FILE STATUS IS WS-TRNDAY-FILE-STATUS.
004700      SELECT TRAINING-VOUCHER-FILE ASSIGN TO "TRNVCH"
004800          ORGANIZATION IS INDEXED
004900          ACCESS MODE IS RANDOM
005000          RECORD KEY IS VC-VOUCHER-NUMBER
005100          FILE STATUS IS WS-TRNVCH-FILE-STATUS.
005200 DATA DIVISION.
005300  FILE SECTION.
005400  FD  CUSTOMER-MASTER-FILE
005500      LABEL RECORDS ARE STANDARD.
005600      COPY CUSTREC.
      * The training master carries the CUSTMAS layout; the
      * copybook prefixes collide, so it is described by its keys
      * and the rest of the record (48 bytes in all - keep in step
      * if CUSTREC grows), and the record passes across whole.
005700  FD  TRAINING-MASTER-FILE
005800      LABEL RECORDS ARE STANDARD.
005900  01 TC-CUSTOMER-RECORD.
006000      05 TC-ACCOUNT-NUMBER PIC 9(06).
006100      05 TC-CUST-NAME PIC A(20).
006200      05 TC-REST PIC X(22).
006300  FD  TRAINING-SEQUENCE-FILE
006400      LABEL RECORDS ARE STANDARD.
006500      COPY SEQREC.
      * The sequential training files are only emptied, so they
      * are described as plain buffers of their record lengths.
006600  FD  TRAINING-LEDGER-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  01 TL-LEDGER-RECORD PIC X(90).
006900  FD  TRAINING-REJECT-FILE
007000      LABEL RECORDS ARE STANDARD.
007100  01 TR-REJECT-RECORD PIC X(81).
007200  FD  TRAINING-EXCEPTION-FILE
007300      LABEL RECORDS ARE STANDARD.
007400  01 TE-EXCEPTION-RECORD PIC X(73).
007500  FD  TRAINING-RECEIPT-FILE
007600      LABEL RECORDS ARE STANDARD.
007700  01 TT-RECEIPT-LINE PIC X(80).
007800  FD  TRAINING-DRAWER-FILE
007900      LABEL RECORDS ARE STANDARD.
008000      COPY DRAWREC.
008100  FD  TRAINING-DAY-FILE
008200      LABEL RECORDS ARE STANDARD.
008300      COPY DAYREC.
008400  FD  TRAINING-VOUCHER-FILE
008500      LABEL RECORDS ARE STANDARD.
008600      COPY VOUCREC.
008700  WORKING-STORAGE SECTION.

008800  01 WS-CUSTMAS-EOF-SWITCH PIC X(01) VALUE "N".
008900      88 WS-CUSTMAS-EOF VALUE "Y".

      * First number a training session draws; StarSeller reseeds
      * TRNSEQ at the same base should it ever lose its record.
009000  01 WS-TRAINING-BASE PIC 9(09) VALUE 900000001.

009100  01 WS-COPY-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.

      * File status for every file, so a failed OPEN or WRITE - a
      * missing DD, a full disk - is caught instead of vanishing.
009200  01 WS-CUSTMAS-FILE-STATUS PIC X(02).
009300  01 WS-TRNCUST-FILE-STATUS PIC X(02).
009400  01 WS-TRNSEQ-FILE-STATUS PIC X(02).
009500  01 WS-TRNLDG-FILE-STATUS PIC X(02).
009600  01 WS-TRNREJ-FILE-STATUS PIC X(02).
009700  01 WS-TRNEXC-FILE-STATUS PIC X(02).
009800  01 WS-TRNRCT-FILE-STATUS PIC X(02).
009900  01 WS-TRNDRW-FILE-STATUS PIC X(02).
010000  01 WS-TRNDAY-FILE-STATUS PIC X(02).
010100  01 WS-TRNVCH-FILE-STATUS PIC X(02).

010200 PROCEDURE DIVISION.
010300     PERFORM COPY-MASTER-PARA.
010400     PERFORM RESEED-SEQUENCE-PARA.
010500     PERFORM EMPTY-FILES-PARA.
010600     DISPLAY "STARTRAINRESET: " WS-COPY-COUNT
010700         " accounts copied to TRNCUST".
010800     DISPLAY "STARTRAINRESET: TRNSEQ starts at "
010900         WS-TRAINING-BASE ", training files emptied".
011000     STOP RUN.

      * CUSTMAS comes off in account order, the order TRNCUST is
      * loaded in.
011100     COPY-MASTER-PARA.
011200     OPEN INPUT CUSTOMER-MASTER-FILE.
011300     PERFORM CHECK-CUSTMAS-STATUS-PARA.
011400     OPEN OUTPUT TRAINING-MASTER-FILE.
011500     PERFORM CHECK-TRNCUST-STATUS-PARA.
011600     PERFORM READ-CUSTMAS-PARA.
011700     PERFORM COPY-ONE-CUSTOMER-PARA UNTIL WS-CUSTMAS-EOF.
011800     CLOSE CUSTOMER-MASTER-FILE.
011900     CLOSE TRAINING-MASTER-FILE.

012000     READ-CUSTMAS-PARA.
012100     READ CUSTOMER-MASTER-FILE NEXT RECORD
012200         AT END MOVE "Y" TO WS-CUSTMAS-EOF-SWITCH
012300     END-READ.
012400     PERFORM CHECK-CUSTMAS-STATUS-PARA.

012500     COPY-ONE-CUSTOMER-PARA.
012600     MOVE CM-CUSTOMER-RECORD TO TC-CUSTOMER-RECORD.
012700     WRITE TC-CUSTOMER-RECORD.
012800     PERFORM CHECK-TRNCUST-STATUS-PARA.
012900     ADD 1 TO WS-COPY-COUNT.
013000     PERFORM READ-CUSTMAS-PARA.

      * The same single control record STARSEQ holds, under the
      * same control ID StarSeller draws on.
013100     RESEED-SEQUENCE-PARA.
013200     OPEN OUTPUT TRAINING-SEQUENCE-FILE.
013300     PERFORM CHECK-TRNSEQ-STATUS-PARA.
013400     MOVE "TRANSSEQ" TO SQ-CONTROL-ID.
013500     MOVE WS-TRAINING-BASE TO SQ-NEXT-SEQUENCE.
013600     WRITE SQ-SEQUENCE-RECORD.
013700     PERFORM CHECK-TRNSEQ-STATUS-PARA.
013800     CLOSE TRAINING-SEQUENCE-FILE.

      * Opened for output and closed again: each comes back empty,
      * ready for StarSeller to extend or update.
013900     EMPTY-FILES-PARA.
014000     OPEN OUTPUT TRAINING-LEDGER-FILE.
014100     PERFORM CHECK-TRNLDG-STATUS-PARA.
014200     CLOSE TRAINING-LEDGER-FILE.
014300     OPEN OUTPUT TRAINING-REJECT-FILE.
014400     PERFORM CHECK-TRNREJ-STATUS-PARA.
014500     CLOSE TRAINING-REJECT-FILE.
014600     OPEN OUTPUT TRAINING-EXCEPTION-FILE.
014700     PERFORM CHECK-TRNEXC-STATUS-PARA.
014800     CLOSE TRAINING-EXCEPTION-FILE.
014900     OPEN OUTPUT TRAINING-RECEIPT-FILE.
015000     PERFORM CHECK-TRNRCT-STATUS-PARA.
015100     CLOSE TRAINING-RECEIPT-FILE.
015200     OPEN OUTPUT TRAINING-DRAWER-FILE.
015300     PERFORM CHECK-TRNDRW-STATUS-PARA.
015400     CLOSE TRAINING-DRAWER-FILE.
015500     OPEN OUTPUT TRAINING-DAY-FILE.
015600     PERFORM CHECK-TRNDAY-STATUS-PARA.
015700     CLOSE TRAINING-DAY-FILE.
015800     OPEN OUTPUT TRAINING-VOUCHER-FILE.
015900     PERFORM CHECK-TRNVCH-STATUS-PARA.
016000     CLOSE TRAINING-VOUCHER-FILE.

      * The AT END phrase above already handles status "10"; any
      * other non-"00" status is an unexpected I/O error.
016100     CHECK-CUSTMAS-STATUS-PARA.
016200     IF WS-CUSTMAS-FILE-STATUS NOT = "00" AND
016300             WS-CUSTMAS-FILE-STATUS NOT = "10"
016400         DISPLAY "FATAL: I/O error on CUSTMAS, status "
016500             WS-CUSTMAS-FILE-STATUS
016600         STOP RUN
016700     END-IF.

016800     CHECK-TRNCUST-STATUS-PARA.
016900     IF WS-TRNCUST-FILE-STATUS NOT = "00"
017000         DISPLAY "FATAL: I/O error on TRNCUST, status "
017100             WS-TRNCUST-FILE-STATUS
017200         STOP RUN
017300     END-IF.

017400     CHECK-TRNSEQ-STATUS-PARA.
017500     IF WS-TRNSEQ-FILE-STATUS NOT = "00"
017600         DISPLAY "FATAL: I/O error on TRNSEQ, status "
017700             WS-TRNSEQ-FILE-STATUS
017800         STOP RUN
017900     END-IF.

018000     CHECK-TRNLDG-STATUS-PARA.
018100     IF WS-TRNLDG-FILE-STATUS NOT = "00"
018200         DISPLAY "FATAL: I/O error on TRNLDG, status "
018300             WS-TRNLDG-FILE-STATUS
018400         STOP RUN
018500     END-IF.

018600     CHECK-TRNREJ-STATUS-PARA.
018700     IF WS-TRNREJ-FILE-STATUS NOT = "00"
018800         DISPLAY "FATAL: I/O error on TRNREJ, status "
018900             WS-TRNREJ-FILE-STATUS
019000         STOP RUN
019100     END-IF.

019200     CHECK-TRNEXC-STATUS-PARA.
019300     IF WS-TRNEXC-FILE-STATUS NOT = "00"
019400         DISPLAY "FATAL: I/O error on TRNEXC, status "
019500             WS-TRNEXC-FILE-STATUS
019600         STOP RUN
019700     END-IF.

019800     CHECK-TRNRCT-STATUS-PARA.
019900     IF WS-TRNRCT-FILE-STATUS NOT = "00"
020000         DISPLAY "FATAL: I/O error on TRNRCT, status "
020100             WS-TRNRCT-FILE-STATUS
020200         STOP RUN
020300     END-IF.

020400     CHECK-TRNDRW-STATUS-PARA.
020500     IF WS-TRNDRW-FILE-STATUS NOT = "00"
020600         DISPLAY "FATAL: I/O error on TRNDRW, status "
020700             WS-TRNDRW-FILE-STATUS
020800         STOP RUN
020900     END-IF.

021000     CHECK-TRNDAY-STATUS-PARA.
021100     IF WS-TRNDAY-FILE-STATUS NOT = "00"
021200         DISPLAY "FATAL: I/O error on TRNDAY, status "
021300             WS-TRNDAY-FILE-STATUS
021400         STOP RUN
021500     END-IF.

021600     CHECK-TRNVCH-STATUS-PARA.
021700     IF WS-TRNVCH-FILE-STATUS NOT = "00"
021800         DISPLAY "FATAL: I/O error on TRNVCH, status "
021900             WS-TRNVCH-FILE-STATUS
022000         STOP RUN
022100     END-IF.
