      *   THS  Original add/change/end-date/delete maintenance
      *        program with full-set validation, modeled on
      *        CustMaint, plus the STARPSC forward schedule.
      *   THS  Supervisor sign-on against OPRMAS before any
      *        maintenance, and every add, change, end-date and
      *        delete that passes validation is written to the
      *        STARJRN maintenance journal with the record before
      *        and after and the signed-on supervisor.
      *   THS  Journal entries carry a blank JR-REASON; only the
      *        StarDormant sweep writes one.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PriceMaint.
000300 ENVIRONMENT DIVISION.
000900      SELECT SCHEDULE-FILE ASSIGN TO "STARPSC"
001000          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
001110      SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAS"
001120          ORGANIZATION IS INDEXED
001130          ACCESS MODE IS RANDOM
001140          RECORD KEY IS OP-OPERATOR-ID
001150          FILE STATUS IS WS-OPRMAS-FILE-STATUS.
001160      SELECT JOURNAL-FILE ASSIGN TO "STARJRN"
001170          ORGANIZATION IS SEQUENTIAL
001180          FILE STATUS IS WS-JOURNAL-FILE-STATUS.
001200 DATA DIVISION.
001300  FILE SECTION.
001400  FD  PRICE-FILE
001700  FD  SCHEDULE-FILE
001800      LABEL RECORDS ARE STANDARD.
001900  01 SCHEDULE-LINE PIC X(80).
001910  FD  OPERATOR-MASTER-FILE
001920      LABEL RECORDS ARE STANDARD.
001930      COPY OPERREC.
001940  FD  JOURNAL-FILE
001950      LABEL RECORDS ARE STANDARD.
001960      COPY JRNLREC.
002000  WORKING-STORAGE SECTION.

      * Maintenance action keyed by the supervisor running this
004400  01 WS-IN-RATE PIC 9V99.

004500  01 WS-TODAY-DATE PIC 9(08).
004510  01 WS-TODAY-TIME PIC 9(06).

      * The supervisor signed on for the session, proved against
      * OPRMAS before a single record can be touched; every journal
      * entry carries the ID.
004520  01 WS-SIGNON-ID PIC X(08) VALUE SPACES.
004530  01 WS-SIGNON-VALID-SWITCH PIC X(01) VALUE "N".
004540      88 WS-SIGNON-VALID VALUE "Y".

      * A tier record as it stood before the action in hand and as
      * it stands after, caught before the re-sort moves it, for the
      * STARJRN entry written once the action passes validation.
      * Same layout as WS-PT-ENTRY and PR-PRICE-RECORD.
004550  01 WS-JRN-BEFORE-ENTRY.
004560      05 WS-JB-FROM PIC 9(08).
004570      05 WS-JB-TO PIC 9(08).
004580      05 WS-JB-TIER PIC 9(02).
004590      05 WS-JB-MAX PIC 9(04).
004591      05 WS-JB-RATE PIC 9V99.
004592  01 WS-JRN-AFTER-ENTRY.
004593      05 WS-JA-FROM PIC 9(08).
004594      05 WS-JA-TO PIC 9(08).
004595      05 WS-JA-TIER PIC 9(02).
004596      05 WS-JA-MAX PIC 9(04).
004597      05 WS-JA-RATE PIC 9V99.
004598  01 WS-JOURNAL-ACTION PIC X(01).
004599  01 WS-OLD-TO PIC 9(08).

      * Verdict of the full-set validation, and where it tripped.
004600  01 WS-SET-VALID-SWITCH PIC X(01) VALUE "Y".
      * missing DD, a full disk - is caught instead of vanishing.
008200  01 WS-PRICE-FILE-STATUS PIC X(02).
008300  01 WS-SCHEDULE-FILE-STATUS PIC X(02).
008310  01 WS-OPRMAS-FILE-STATUS PIC X(02).
008320  01 WS-JOURNAL-FILE-STATUS PIC X(02).

008400 PROCEDURE DIVISION.
008500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
008510     PERFORM SIGN-ON-PARA.
008600     PERFORM LOAD-FILE-PARA.
008700     PERFORM READ-ACTION-PARA.
008800     PERFORM PROCESS-ACTION-PARA UNTIL WS-ACTION-EXIT.
009700         WS-DELETE-COUNT.
009800     DISPLAY "Actions refused by validation: "
009900         WS-REFUSED-COUNT.
009910     CLOSE JOURNAL-FILE.
010000     STOP RUN.

010100     READ-ACTION-PARA.
016200         MOVE WS-IN-TIER TO WS-PT-TIER(WS-PT-COUNT)
016300         MOVE WS-IN-MAX TO WS-PT-MAX(WS-PT-COUNT)
016400         MOVE WS-IN-RATE TO WS-PT-RATE(WS-PT-COUNT)
016410         MOVE SPACES TO WS-JRN-BEFORE-ENTRY
016420         MOVE WS-PT-ENTRY(WS-PT-COUNT) TO WS-JRN-AFTER-ENTRY
016500         PERFORM APPLY-OR-UNDO-PARA
016600         IF WS-SET-VALID
016610             MOVE "A" TO WS-JOURNAL-ACTION
016620             PERFORM JOURNAL-PRICE-PARA
016700             ADD 1 TO WS-ADD-COUNT
016800             DISPLAY "Added tier " WS-IN-TIER " effective "
016900                 WS-IN-FROM " to " WS-IN-TO "."
019200         DISPLAY "No record with that from date and ceiling."
019300     ELSE
019400         PERFORM TAKE-BACKUP-PARA
019410         MOVE WS-PT-ENTRY(WS-FOUND-IDX) TO WS-JRN-BEFORE-ENTRY
019500         MOVE WS-PT-RATE(WS-FOUND-IDX) TO WS-EDIT-RATE
019600         DISPLAY "Rate on file: " WS-EDIT-RATE
019700         DISPLAY "New tier ceiling (stars)? " NO ADVANCING
020000         ACCEPT WS-IN-RATE
020100         MOVE WS-IN-MAX TO WS-PT-MAX(WS-FOUND-IDX)
020200         MOVE WS-IN-RATE TO WS-PT-RATE(WS-FOUND-IDX)
020210         MOVE WS-PT-ENTRY(WS-FOUND-IDX) TO WS-JRN-AFTER-ENTRY
020300         PERFORM APPLY-OR-UNDO-PARA
020400         IF WS-SET-VALID
020410             MOVE "C" TO WS-JOURNAL-ACTION
020420             PERFORM JOURNAL-PRICE-PARA
020500             ADD 1 TO WS-CHANGE-COUNT
020600             DISPLAY "Changed the record."
020700         END-IF
021900         DISPLAY "No period starts on that date."
022000     ELSE
022100         PERFORM TAKE-BACKUP-PARA
022110         MOVE WS-PT-TO(WS-FOUND-IDX) TO WS-OLD-TO
022200         DISPLAY "New to date (YYYYMMDD)? " NO ADVANCING
022300         ACCEPT WS-IN-TO
022400         PERFORM END-ONE-RECORD-PARA
022600             UNTIL WS-PT-IDX > WS-PT-COUNT
022700         PERFORM APPLY-OR-UNDO-PARA
022800         IF WS-SET-VALID
022810             PERFORM JOURNAL-END-ONE-PARA
022820                 VARYING WS-PT-IDX FROM 1 BY 1
022830                 UNTIL WS-PT-IDX > WS-PT-COUNT
022900             ADD 1 TO WS-END-DATE-COUNT
023000             DISPLAY "Period starting " WS-IN-FROM
023100                 " now ends " WS-IN-TO "."
024500         DISPLAY "No record with that from date and ceiling."
024600     ELSE
024700         PERFORM TAKE-BACKUP-PARA
024710         MOVE WS-PT-ENTRY(WS-FOUND-IDX) TO WS-JRN-BEFORE-ENTRY
024720         MOVE SPACES TO WS-JRN-AFTER-ENTRY
024800         PERFORM SHIFT-ONE-UP-PARA
024900             VARYING WS-PT-IDX FROM WS-FOUND-IDX BY 1
025000             UNTIL WS-PT-IDX > WS-PT-COUNT - 1
025100         SUBTRACT 1 FROM WS-PT-COUNT
025200         PERFORM APPLY-OR-UNDO-PARA
025300         IF WS-SET-VALID
025310             MOVE "X" TO WS-JOURNAL-ACTION
025320             PERFORM JOURNAL-PRICE-PARA
025400             ADD 1 TO WS-DELETE-COUNT
025500             DISPLAY "Deleted the record."
025600         END-IF
048700     WRITE-SCHEDULE-PARA.
048800     WRITE SCHEDULE-LINE.
048900     PERFORM CHECK-SCHEDULE-STATUS-PARA.

      * Only an active supervisor may move the price the till
      * charges. OPRMAS is read for the one sign-on check and
      * closed; the journal stays open for the session, appended to
      * session after session - "35" on the EXTEND is the first
      * maintenance ever journaled.
049000     SIGN-ON-PARA.
049100     OPEN INPUT OPERATOR-MASTER-FILE.
049200     PERFORM CHECK-OPRMAS-STATUS-PARA.
049300     DISPLAY "Supervisor ID? " NO ADVANCING.
049400     ACCEPT WS-SIGNON-ID.
049500     MOVE "N" TO WS-SIGNON-VALID-SWITCH.
049600     MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
049700     READ OPERATOR-MASTER-FILE
049800         INVALID KEY
049900             CONTINUE
050000         NOT INVALID KEY
050100             IF OP-ACTIVE AND OP-ROLE-SUPERVISOR
050200                 MOVE "Y" TO WS-SIGNON-VALID-SWITCH
050300             END-IF
050400     END-READ.
050500     PERFORM CHECK-OPRMAS-STATUS-PARA.
050600     CLOSE OPERATOR-MASTER-FILE.
050700     IF NOT WS-SIGNON-VALID
050800         DISPLAY "Not an active supervisor on the security "
050900             "master; pricing maintenance refused."
051000         STOP RUN
051100     END-IF.
051200     OPEN EXTEND JOURNAL-FILE.
051300     IF WS-JOURNAL-FILE-STATUS = "35"
051400         OPEN OUTPUT JOURNAL-FILE
051500     END-IF.
051600     PERFORM CHECK-JOURNAL-STATUS-PARA.

      * One entry per record an end-date moved: the record as it
      * now stands, and as it stood with the period's old to-date.
051700     JOURNAL-END-ONE-PARA.
051800     IF WS-PT-FROM(WS-PT-IDX) = WS-IN-FROM
051900         MOVE WS-PT-ENTRY(WS-PT-IDX) TO WS-JRN-AFTER-ENTRY
052000         MOVE WS-PT-ENTRY(WS-PT-IDX) TO WS-JRN-BEFORE-ENTRY
052100         MOVE WS-OLD-TO TO WS-JB-TO
052200         MOVE "E" TO WS-JOURNAL-ACTION
052300         PERFORM JOURNAL-PRICE-PARA
052400     END-IF.

      * The key is the period from-date and ceiling the record is
      * found by at the terminal - the before image's where there
      * is one, since a change can move the ceiling.
052500     JOURNAL-PRICE-PARA.
052600     MOVE "STARPRC" TO JR-FILE-ID.
052700     MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
052800     MOVE SPACES TO JR-RECORD-KEY.
052900     IF WS-JRN-BEFORE-ENTRY = SPACES
053000         STRING WS-JA-FROM "/" WS-JA-MAX
053100             DELIMITED BY SIZE INTO JR-RECORD-KEY
053200     ELSE
053300         STRING WS-JB-FROM "/" WS-JB-MAX
053400             DELIMITED BY SIZE INTO JR-RECORD-KEY
053500     END-IF.
053600     MOVE WS-JRN-BEFORE-ENTRY TO JR-BEFORE-IMAGE.
053700     MOVE WS-JRN-AFTER-ENTRY TO JR-AFTER-IMAGE.
053800     ACCEPT WS-TODAY-TIME FROM TIME.
053900     MOVE WS-TODAY-DATE TO JR-TRANS-DATE.
054000     MOVE WS-TODAY-TIME TO JR-TRANS-TIME.
054100     MOVE WS-SIGNON-ID TO JR-OPERATOR-ID.
054150     MOVE SPACES TO JR-REASON.
054200     WRITE JR-JOURNAL-RECORD.
054300     PERFORM CHECK-JOURNAL-STATUS-PARA.

      * OPRMAS is only read here, so "23" (ID not found) is the one
      * expected status besides "00".
054400     CHECK-OPRMAS-STATUS-PARA.
054500     IF WS-OPRMAS-FILE-STATUS NOT = "00" AND
054600             WS-OPRMAS-FILE-STATUS NOT = "23"
054700         DISPLAY "FATAL: I/O error on OPRMAS, status "
054800             WS-OPRMAS-FILE-STATUS
054900         STOP RUN
055000     END-IF.

055100     CHECK-JOURNAL-STATUS-PARA.
055200     IF WS-JOURNAL-FILE-STATUS NOT = "00"
055300         DISPLAY "FATAL: I/O error on STARJRN, status "
055400             WS-JOURNAL-FILE-STATUS
055500         STOP RUN
055600     END-IF.
