      * Modification history:
      *   THS  Original add/change/deactivate maintenance program,
      *        modeled on CustMaint.
      *   THS  Supervisor sign-on against OPRMAS before any
      *        maintenance, and every add, change and deactivate is
      *        written to the STARJRN maintenance journal with the
      *        record before and after and the signed-on supervisor.
      *   THS  Journal entries carry a blank JR-REASON; only the
      *        StarDormant sweep writes one.
      *   THS  Added the trainee role "T" alongside operator and
      *        supervisor, for new hires allowed into StarSeller's
      *        training mode; a change of role to O moves them onto
      *        the live counter for good.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. OperMaint.
000300 ENVIRONMENT DIVISION.
001100          ACCESS MODE IS RANDOM
001200          RECORD KEY IS OP-OPERATOR-ID
001300          FILE STATUS IS WS-OPRMAS-FILE-STATUS.
001310      SELECT JOURNAL-FILE ASSIGN TO "STARJRN"
001320          ORGANIZATION IS SEQUENTIAL
001330          FILE STATUS IS WS-JOURNAL-FILE-STATUS.
001400 DATA DIVISION.
001500  FILE SECTION.
001600  FD  OPERATOR-MASTER-FILE
001700      LABEL RECORDS ARE STANDARD.
001800      COPY OPERREC.
001810  FD  JOURNAL-FILE
001820      LABEL RECORDS ARE STANDARD.
001830      COPY JRNLREC.
001900  WORKING-STORAGE SECTION.

      * Maintenance action keyed by the supervisor running this
002500  01 WS-OPERATOR-ID PIC X(08).
002600  01 WS-NAME PIC A(20) VALUE SPACES.
002700  01 WS-ROLE-CODE PIC X(01) VALUE SPACE.
002800      88 WS-ROLE-VALID VALUES ARE "O", "S", "T".

      * The supervisor signed on for the session, proved against
      * OPRMAS before a single record can be touched; every journal
      * entry carries the ID. A master this session had to create
      * has no supervisor on it yet to prove anyone against.
002810  01 WS-SIGNON-ID PIC X(08) VALUE SPACES.
002820  01 WS-SIGNON-VALID-SWITCH PIC X(01) VALUE "N".
002830      88 WS-SIGNON-VALID VALUE "Y".
002840  01 WS-NEW-MASTER-SWITCH PIC X(01) VALUE "N".
002850      88 WS-NEW-MASTER VALUE "Y".
002860  01 WS-TODAY-DATE PIC 9(08).
002870  01 WS-TODAY-TIME PIC 9(06).

      * The master record as it stood before the action in hand, and
      * the action's journal code, for the STARJRN entry.
002880  01 WS-BEFORE-IMAGE PIC X(150).
002890  01 WS-JOURNAL-ACTION PIC X(01).

      * Sanity check on a name keyed at the terminal, mirroring
      * CustMaint, so a blank or control character is refused at
      * File status for OPRMAS, so a failed OPEN or WRITE - a missing
      * DD, a full disk - is caught instead of vanishing.
003700  01 WS-OPRMAS-FILE-STATUS PIC X(02).
003710  01 WS-JOURNAL-FILE-STATUS PIC X(02).

003800 PROCEDURE DIVISION.
003900     PERFORM OPEN-FILES-PARA.
003910     PERFORM SIGN-ON-PARA.
004000     PERFORM READ-ACTION-PARA.
004100     PERFORM PROCESS-ACTION-PARA UNTIL WS-ACTION-EXIT.
004200     PERFORM CLOSE-FILES-PARA.
008500     END-IF.

008600     READ-ROLE-PARA.
008700     DISPLAY "Role? (O)perator, (S)upervisor, (T)rainee: "
008750         NO ADVANCING.
008800     ACCEPT WS-ROLE-CODE.
008900     IF NOT WS-ROLE-VALID
009000         DISPLAY "Answer O, S or T, try again."
009100     END-IF.

009200     VALIDATE-NAME-PARA.
012200                     "already on file."
012300             NOT INVALID KEY
012400                 ADD 1 TO WS-ADD-COUNT
012410                 MOVE SPACES TO WS-BEFORE-IMAGE
012420                 MOVE "A" TO WS-JOURNAL-ACTION
012430                 PERFORM JOURNAL-OPERATOR-PARA
012500                 DISPLAY "Added operator " WS-OPERATOR-ID
012600                     " (" WS-NAME ")."
012700         END-WRITE
013200     IF NOT WS-FOUND
013300         DISPLAY "Operator " WS-OPERATOR-ID " is not on file."
013400     ELSE
013410         MOVE OP-OPERATOR-RECORD TO WS-BEFORE-IMAGE
013500         DISPLAY "Name on file: " OP-OPER-NAME
013600         DISPLAY "Role on file: " OP-ROLE-CODE
013700         MOVE "N" TO WS-NAME-VALID-SWITCH
014100         MOVE WS-NAME TO OP-OPER-NAME
014200         MOVE WS-ROLE-CODE TO OP-ROLE-CODE
014300         PERFORM REWRITE-OPERATOR-PARA
014310         MOVE "C" TO WS-JOURNAL-ACTION
014320         PERFORM JOURNAL-OPERATOR-PARA
014400         ADD 1 TO WS-CHANGE-COUNT
014500         DISPLAY "Changed operator " WS-OPERATOR-ID "."
014600     END-IF.
015300             DISPLAY "Operator " WS-OPERATOR-ID " is already "
015400                 "inactive."
015500         ELSE
015510             MOVE OP-OPERATOR-RECORD TO WS-BEFORE-IMAGE
015600             MOVE "I" TO OP-STATUS-CODE
015700             PERFORM REWRITE-OPERATOR-PARA
015710             MOVE "D" TO WS-JOURNAL-ACTION
015720             PERFORM JOURNAL-OPERATOR-PARA
015800             ADD 1 TO WS-DEACTIVATE-COUNT
015900             DISPLAY "Deactivated operator " WS-OPERATOR-ID
016000                 " (" OP-OPER-NAME ")."
016600     OPEN-FILES-PARA.
016700     OPEN I-O OPERATOR-MASTER-FILE.
016800     IF WS-OPRMAS-FILE-STATUS = "35"
016810         MOVE "Y" TO WS-NEW-MASTER-SWITCH
016900         OPEN OUTPUT OPERATOR-MASTER-FILE
017000         PERFORM CHECK-OPRMAS-STATUS-PARA
017100         CLOSE OPERATOR-MASTER-FILE
017200         OPEN I-O OPERATOR-MASTER-FILE
017300     END-IF.
017400     PERFORM CHECK-OPRMAS-STATUS-PARA.
      * The journal is appended to session after session; "35" on
      * the EXTEND is the first maintenance ever journaled.
017410     OPEN EXTEND JOURNAL-FILE.
017420     IF WS-JOURNAL-FILE-STATUS = "35"
017430         OPEN OUTPUT JOURNAL-FILE
017440     END-IF.
017450     PERFORM CHECK-JOURNAL-STATUS-PARA.

      * OPRMAS is keyed, so "23" (record not found) is an expected,
      * already-handled outcome of READ and "22" (duplicate key) an

018300     CLOSE-FILES-PARA.
018400     CLOSE OPERATOR-MASTER-FILE.
018410     CLOSE JOURNAL-FILE.

      * Only an active supervisor may maintain the security master.
      * The one exception is the session that had to create OPRMAS:
      * there is nobody on it to check, so the ID keyed is taken as
      * given - it goes on every journal entry all the same - and
      * the first record added should be that supervisor.
018500     SIGN-ON-PARA.
018600     DISPLAY "Supervisor ID? " NO ADVANCING.
018700     ACCEPT WS-SIGNON-ID.
018800     MOVE "N" TO WS-SIGNON-VALID-SWITCH.
018900     IF WS-NEW-MASTER
019000         IF WS-SIGNON-ID NOT = SPACES
019100             MOVE "Y" TO WS-SIGNON-VALID-SWITCH
019200             DISPLAY "OPRMAS is new and empty; add the first "
019300                 "supervisor now."
019400         END-IF
019500     ELSE
019600         MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
019700         READ OPERATOR-MASTER-FILE
019800             INVALID KEY
019900                 CONTINUE
020000             NOT INVALID KEY
020100                 IF OP-ACTIVE AND OP-ROLE-SUPERVISOR
020200                     MOVE "Y" TO WS-SIGNON-VALID-SWITCH
020300                 END-IF
020400         END-READ
020500         PERFORM CHECK-OPRMAS-STATUS-PARA
020600     END-IF.
020700     IF NOT WS-SIGNON-VALID
020800         DISPLAY "Not an active supervisor on the security "
020900             "master; maintenance refused."
021000         PERFORM CLOSE-FILES-PARA
021100         STOP RUN
021200     END-IF.

      * OP-OPERATOR-RECORD holds the record as it now stands and
      * WS-BEFORE-IMAGE as it stood; WS-JOURNAL-ACTION says what was
      * done to it.
021300     JOURNAL-OPERATOR-PARA.
021400     MOVE "OPRMAS" TO JR-FILE-ID.
021500     MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
021600     MOVE SPACES TO JR-RECORD-KEY.
021700     MOVE OP-OPERATOR-ID TO JR-RECORD-KEY.
021800     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
021900     MOVE OP-OPERATOR-RECORD TO JR-AFTER-IMAGE.
022000     PERFORM WRITE-JOURNAL-PARA.

022100     WRITE-JOURNAL-PARA.
022200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
022300     ACCEPT WS-TODAY-TIME FROM TIME.
022400     MOVE WS-TODAY-DATE TO JR-TRANS-DATE.
022500     MOVE WS-TODAY-TIME TO JR-TRANS-TIME.
022600     MOVE WS-SIGNON-ID TO JR-OPERATOR-ID.
022650     MOVE SPACES TO JR-REASON.
022700     WRITE JR-JOURNAL-RECORD.
022800     PERFORM CHECK-JOURNAL-STATUS-PARA.

022900     CHECK-JOURNAL-STATUS-PARA.
023000     IF WS-JOURNAL-FILE-STATUS NOT = "00"
023100         DISPLAY "FATAL: I/O error on STARJRN, status "
023200             WS-JOURNAL-FILE-STATUS
023300         STOP RUN
023400     END-IF.
