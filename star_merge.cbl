      *        and take the whole night down - the restarted night
      *        resumes here, and the run control guarantees a day
      *        is never merged twice.
      *   THS  The till ledger buffers grew to 90 bytes with the void
      *        link on LEDGREC; a void record passes through whole like
      *        any other, its negated stars and value netting into the
      *        till's control totals.
      *   THS  Every ledger record appended to STARLDG is entered on
      *        the STARLDX ledger history index as well, keyed by
      *        account and sequence, so the counter's inquiry reads
      *        one account's history directly. An entry already on
      *        the index is counted on the STARMRG report, not
      *        written twice.
      *   THS  The till day files are read through before anything is
      *        posted, and a record carrying a training sequence
      *        number - StarSeller's training mode, which belongs on
      *        the TRN- training copies only - stops the run with the
      *        books untouched, so a till pointed at a training
      *        dataset can never land practice sales on the books.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarMerge.
000300 ENVIRONMENT DIVISION.
001200      SELECT STAR-LEDGER-FILE ASSIGN TO "STARLDG"
001300          ORGANIZATION IS SEQUENTIAL
001400          FILE STATUS IS WS-LEDGER-FILE-STATUS.
001410      SELECT LEDGER-INDEX-FILE ASSIGN TO "STARLDX"
001420          ORGANIZATION IS INDEXED
001430          ACCESS MODE IS RANDOM
001440          RECORD KEY IS LX-KEY
001450          FILE STATUS IS WS-INDEX-FILE-STATUS.
001500      SELECT REJECT-1-FILE ASSIGN TO "STARRJ1"
001600          ORGANIZATION IS SEQUENTIAL
001700          FILE STATUS IS WS-REJECT-1-STATUS.
      * The per-till inputs carry the same layouts as the
      * consolidated outputs; the copybook prefixes collide, so the
      * till records are described as plain buffers of the record
      * lengths (90 / 81 / 73 bytes - keep these in step if
      * LEDGREC, REJECREC or EXCPREC grow) and the merge keys
      * picked out in working storage.
003800  FD  TILL-1-FILE
003900      LABEL RECORDS ARE STANDARD.
004000  01 T1-LEDGER-RECORD PIC X(90).
004100  FD  TILL-2-FILE
004200      LABEL RECORDS ARE STANDARD.
004300  01 T2-LEDGER-RECORD PIC X(90).
004400  FD  STAR-LEDGER-FILE
004500      LABEL RECORDS ARE STANDARD.
004600      COPY LEDGREC.
004610  FD  LEDGER-INDEX-FILE
004620      LABEL RECORDS ARE STANDARD.
004630      COPY LDGXREC.
004700  FD  REJECT-1-FILE
004800      LABEL RECORDS ARE STANDARD.
004900  01 R1-REJECT-RECORD PIC X(81).
007200      05 WS-T1-TRANS-DATE PIC 9(08).
007300      05 WS-T1-TRANS-TIME PIC 9(06).
007400      05 WS-T1-DOLLAR-VALUE PIC S9(07)V99 USAGE COMP-3.
007500      05 WS-T1-REST PIC X(47).
007600  01 WS-T2-RECORD.
007700      05 WS-T2-CUST-NAME PIC A(20).
007800      05 WS-T2-STAR-COUNT PIC S9(09) USAGE IS BINARY.
007900      05 WS-T2-TRANS-DATE PIC 9(08).
008000      05 WS-T2-TRANS-TIME PIC 9(06).
008100      05 WS-T2-DOLLAR-VALUE PIC S9(07)V99 USAGE COMP-3.
008200      05 WS-T2-REST PIC X(47).

      * The reject and exception records pass through whole; only
      * their timestamps are picked out, for the merge order.
013100  01 WS-E2-PRESENT-SWITCH PIC X(01) VALUE "N".
013200      88 WS-E2-PRESENT VALUE "Y".

      * The day file and number of a training record found on one.
013210  01 WS-SCREEN-DD PIC X(07).
013220  01 WS-SCREEN-SEQ PIC 9(09).

      * Per-till control totals for the STARMRG report.
013300  01 WS-T1-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
013400  01 WS-T1-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
013700  01 WS-T2-STARS PIC S9(09) USAGE IS BINARY VALUE ZERO.
013800  01 WS-T2-DOLLARS PIC S9(09)V99 USAGE IS COMP-3 VALUE ZERO.
013900  01 WS-OUT-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
013910  01 WS-LDX-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
013920  01 WS-LDX-DUP-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014000  01 WS-R1-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014100  01 WS-R2-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014200  01 WS-E1-COUNT PIC S9(09) USAGE IS BINARY VALUE ZERO.
014700  01 WS-TILL-1-STATUS PIC X(02).
014800  01 WS-TILL-2-STATUS PIC X(02).
014900  01 WS-LEDGER-FILE-STATUS PIC X(02).
014910  01 WS-INDEX-FILE-STATUS PIC X(02).
015000  01 WS-REJECT-1-STATUS PIC X(02).
015100  01 WS-REJECT-2-STATUS PIC X(02).
015200  01 WS-REJECT-FILE-STATUS PIC X(02).
      * first merge ever run, so the file is created.
017600     OPEN-FILES-PARA.
017700     PERFORM OPEN-TILL-INPUTS-PARA.
017750     PERFORM SCREEN-TRAINING-PARA.
017800     OPEN EXTEND STAR-LEDGER-FILE.
017900     IF WS-LEDGER-FILE-STATUS = "35"
018000         OPEN OUTPUT STAR-LEDGER-FILE
018100     END-IF.
018200     PERFORM CHECK-LEDGER-STATUS-PARA.
      * STARLDX is written by key, so it is opened I-O; the first
      * merge ever run creates it, the same as STARLDG.
018210     OPEN I-O LEDGER-INDEX-FILE.
018220     IF WS-INDEX-FILE-STATUS = "35"
018230         OPEN OUTPUT LEDGER-INDEX-FILE
018240         PERFORM CHECK-INDEX-STATUS-PARA
018250         CLOSE LEDGER-INDEX-FILE
018260         OPEN I-O LEDGER-INDEX-FILE
018270     END-IF.
018280     PERFORM CHECK-INDEX-STATUS-PARA.
018300     OPEN EXTEND STAR-REJECT-FILE.
018400     IF WS-REJECT-FILE-STATUS = "35"
018500         OPEN OUTPUT STAR-REJECT-FILE
023000         MOVE "Y" TO WS-E2-EOF-SWITCH
023100     END-IF.

      * A training session at the counter posts to the TRN- training
      * copies, never to a till's day files, and draws its numbers
      * off the TRNSEQ training sequence, 900000001 up. A training
      * number on a day file means the till's JCL pointed at a
      * training dataset, so the day files are read through for one
      * before anything is posted. The first found stops the run
      * with the books untouched - the restarted night merges the
      * day once, from the right datasets. Clean, the files are
      * opened again for the merge.
023101     SCREEN-TRAINING-PARA.
023102     PERFORM READ-TILL-1-PARA.
023103     PERFORM SCREEN-TILL-1-PARA UNTIL WS-T1-EOF.
023104     PERFORM READ-TILL-2-PARA.
023105     PERFORM SCREEN-TILL-2-PARA UNTIL WS-T2-EOF.
023106     PERFORM READ-REJECT-1-PARA.
023107     PERFORM SCREEN-REJECT-1-PARA UNTIL WS-R1-EOF.
023108     PERFORM READ-REJECT-2-PARA.
023109     PERFORM SCREEN-REJECT-2-PARA UNTIL WS-R2-EOF.
023110     PERFORM READ-EXC-1-PARA.
023111     PERFORM SCREEN-EXC-1-PARA UNTIL WS-E1-EOF.
023112     PERFORM READ-EXC-2-PARA.
023113     PERFORM SCREEN-EXC-2-PARA UNTIL WS-E2-EOF.
023114     PERFORM CLOSE-TILL-INPUTS-PARA.
023115     MOVE "N" TO WS-T1-EOF-SWITCH WS-T2-EOF-SWITCH
023116         WS-R1-EOF-SWITCH WS-R2-EOF-SWITCH
023117         WS-E1-EOF-SWITCH WS-E2-EOF-SWITCH.
023118     MOVE "N" TO WS-T1-PRESENT-SWITCH WS-T2-PRESENT-SWITCH
023119         WS-R1-PRESENT-SWITCH WS-R2-PRESENT-SWITCH
023120         WS-E1-PRESENT-SWITCH WS-E2-PRESENT-SWITCH.
023121     PERFORM OPEN-TILL-INPUTS-PARA.

023122     SCREEN-TILL-1-PARA.
023123     MOVE WS-T1-RECORD TO LR-LEDGER-RECORD.
023124     IF LR-TRAINING-ENTRY
023125         MOVE "STARLD1" TO WS-SCREEN-DD
023126         MOVE LR-SEQUENCE-NUMBER TO WS-SCREEN-SEQ
023127         PERFORM REFUSE-TRAINING-PARA
023128     END-IF.
023129     PERFORM READ-TILL-1-PARA.

023130     SCREEN-TILL-2-PARA.
023131     MOVE WS-T2-RECORD TO LR-LEDGER-RECORD.
023132     IF LR-TRAINING-ENTRY
023133         MOVE "STARLD2" TO WS-SCREEN-DD
023134         MOVE LR-SEQUENCE-NUMBER TO WS-SCREEN-SEQ
023135         PERFORM REFUSE-TRAINING-PARA
023136     END-IF.
023137     PERFORM READ-TILL-2-PARA.

023138     SCREEN-REJECT-1-PARA.
023139     MOVE WS-R1-RECORD TO RJ-REJECT-RECORD.
023140     IF RJ-TRAINING-ENTRY
023141         MOVE "STARRJ1" TO WS-SCREEN-DD
023142         MOVE RJ-SEQUENCE-NUMBER TO WS-SCREEN-SEQ
023143         PERFORM REFUSE-TRAINING-PARA
023144     END-IF.
023145     PERFORM READ-REJECT-1-PARA.

023146     SCREEN-REJECT-2-PARA.
023147     MOVE WS-R2-RECORD TO RJ-REJECT-RECORD.
023148     IF RJ-TRAINING-ENTRY
023149         MOVE "STARRJ2" TO WS-SCREEN-DD
023150         MOVE RJ-SEQUENCE-NUMBER TO WS-SCREEN-SEQ
023151         PERFORM REFUSE-TRAINING-PARA
023152     END-IF.
023153     PERFORM READ-REJECT-2-PARA.

023154     SCREEN-EXC-1-PARA.
023155     MOVE WS-E1-RECORD TO EX-EXCEPTION-RECORD.
023156     IF EX-TRAINING-ENTRY
023157         MOVE "STAREX1" TO WS-SCREEN-DD
023158         MOVE EX-SEQUENCE-NUMBER TO WS-SCREEN-SEQ
023159         PERFORM REFUSE-TRAINING-PARA
023160     END-IF.
023161     PERFORM READ-EXC-1-PARA.

023162     SCREEN-EXC-2-PARA.
023163     MOVE WS-E2-RECORD TO EX-EXCEPTION-RECORD.
023164     IF EX-TRAINING-ENTRY
023165         MOVE "STAREX2" TO WS-SCREEN-DD
023166         MOVE EX-SEQUENCE-NUMBER TO WS-SCREEN-SEQ
023167         PERFORM REFUSE-TRAINING-PARA
023168     END-IF.
023169     PERFORM READ-EXC-2-PARA.

023170     REFUSE-TRAINING-PARA.
023171     DISPLAY "FATAL: training record " WS-SCREEN-SEQ " on "
023172         WS-SCREEN-DD " - nothing merged".
023173     STOP RUN.

023200     READ-TILL-1-PARA.
023300     IF WS-T1-PRESENT
023400         READ TILL-1-FILE
027100     MOVE WS-T1-RECORD TO LR-LEDGER-RECORD.
027200     WRITE LR-LEDGER-RECORD.
027300     PERFORM CHECK-LEDGER-STATUS-PARA.
027350     PERFORM INDEX-LEDGER-PARA.
027400     ADD 1 TO WS-T1-COUNT.
027500     ADD 1 TO WS-OUT-COUNT.
027600     ADD WS-T1-STAR-COUNT TO WS-T1-STARS.
028000     MOVE WS-T2-RECORD TO LR-LEDGER-RECORD.
028100     WRITE LR-LEDGER-RECORD.
028200     PERFORM CHECK-LEDGER-STATUS-PARA.
028250     PERFORM INDEX-LEDGER-PARA.
028300     ADD 1 TO WS-T2-COUNT.
028400     ADD 1 TO WS-OUT-COUNT.
028500     ADD WS-T2-STAR-COUNT TO WS-T2-STARS.
028600     ADD WS-T2-DOLLAR-VALUE TO WS-T2-DOLLARS.
028700     PERFORM READ-TILL-2-PARA.

      * The record just appended goes onto the history index as a
      * live-month entry. A key already there ("22") is a record
      * indexed before - a night restarted part way through this
      * step - and is counted rather than stopping the run.
028705     INDEX-LEDGER-PARA.
028710     MOVE LR-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER.
028715     MOVE LR-SEQUENCE-NUMBER TO LX-SEQUENCE-NUMBER.
028720     MOVE LR-TRANS-DATE TO LX-TRANS-DATE.
028725     MOVE LR-TRANS-TIME TO LX-TRANS-TIME.
028730     MOVE LR-TILL-ID TO LX-TILL-ID.
028735     MOVE "L" TO LX-LOCATION.
028740     MOVE LR-LEDGER-RECORD TO LX-LEDGER-IMAGE.
028745     WRITE LX-INDEX-RECORD
028750         INVALID KEY
028755             ADD 1 TO WS-LDX-DUP-COUNT
028760         NOT INVALID KEY
028765             ADD 1 TO WS-LDX-COUNT
028770     END-WRITE.
028775     PERFORM CHECK-INDEX-STATUS-PARA.

028800     READ-REJECT-1-PARA.
028900     IF WS-R1-PRESENT
029000         READ REJECT-1-FILE
042100     STRING "LEDGER RECORDS APPENDED " WS-EDIT-COUNT
042200         DELIMITED BY SIZE INTO REPORT-LINE.
042300     PERFORM WRITE-REPORT-PARA.
042310     MOVE WS-LDX-COUNT TO WS-EDIT-COUNT.
042320     MOVE SPACES TO REPORT-LINE.
042330     STRING "LEDGER RECORDS INDEXED  " WS-EDIT-COUNT
042340         DELIMITED BY SIZE INTO REPORT-LINE.
042350     PERFORM WRITE-REPORT-PARA.
042360     IF WS-LDX-DUP-COUNT > 0
042370         MOVE WS-LDX-DUP-COUNT TO WS-EDIT-COUNT
042380         MOVE SPACES TO REPORT-LINE
042390         STRING "  ALREADY ON STARLDX    " WS-EDIT-COUNT
042392             DELIMITED BY SIZE INTO REPORT-LINE
042394         PERFORM WRITE-REPORT-PARA
042396     END-IF.
042400     MOVE WS-R1-COUNT TO WS-EDIT-COUNT.
042500     MOVE SPACES TO REPORT-LINE.
042600     STRING "REJECTS  STARRJ1 " WS-EDIT-COUNT
049300         STOP RUN
049400     END-IF.

      * "22" is the duplicate key INDEX-LEDGER-PARA already counted.
049410     CHECK-INDEX-STATUS-PARA.
049420     IF WS-INDEX-FILE-STATUS NOT = "00" AND
049430             WS-INDEX-FILE-STATUS NOT = "22"
049440         DISPLAY "FATAL: I/O error on STARLDX, status "
049450             WS-INDEX-FILE-STATUS
049460         STOP RUN
049470     END-IF.

049500     CHECK-REJECT-STATUS-PARA.
049600     IF WS-REJECT-FILE-STATUS NOT = "00"
049700         DISPLAY "FATAL: I/O error on STARREJ, status "
051200     END-IF.

051300     CLOSE-FILES-PARA.
051310     PERFORM CLOSE-TILL-INPUTS-PARA.
051320     CLOSE STAR-LEDGER-FILE.
051330     CLOSE LEDGER-INDEX-FILE.
051340     CLOSE STAR-REJECT-FILE.
051350     CLOSE STAR-EXCEPTION-FILE.
051360     CLOSE MERGE-REPORT-FILE.

051390     CLOSE-TILL-INPUTS-PARA.
051400     IF WS-T1-PRESENT
051500         CLOSE TILL-1-FILE
051600     END-IF.
052900     IF WS-E2-PRESENT
053000         CLOSE EXC-2-FILE
053100     END-IF.
