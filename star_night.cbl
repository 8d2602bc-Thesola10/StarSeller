      * StarNight - night-run driver with restartable run control.

      * The nightly sequence is now twelve jobs deep - StarMerge,
      * StarExpiry, StarPromo, StarTier, StarRecycle, StarBalance,
      * StarReport, StarShift, StarGLExtract, StarWatch,
      * StarChange, StarDrawer - and when one failed partway the
      * operator had to work out by hand which steps had run,
      * which is dangerous around StarMerge: its own comments say
      * a day must never be merged twice. This driver runs the
      * sequence in order, checks each step's RETURN-CODE
      * (StarBalance already signals an out-of-balance day with
      * 8), records every completed step for the business day on
      * the STARRUN run-control file, refuses to rerun a step
      * already marked done for that day, and so resumes a
      * restarted night at the first incomplete step. One
      * operations log of what ran when, with what outcome, goes
      * to STARNLG - appended night over night, so the history
      * reads straight down.

      * The night programs end their normal flow with GOBACK, so
      * control comes back here with their RETURN-CODE; a step that
      *   THS  Added the StarPromo step after StarExpiry, so the
      *        night's bonus records are on the consolidated ledger
      *        before the day is balanced, reported and extracted.
      *   THS  Added the StarDrawer till drawer reconciliation as
      *        the last step. It ends with RETURN-CODE 8 when a
      *        drawer is out of tolerance, the way StarBalance does
      *        for an out-of-balance day, so the night stops there
      *        and shows it - after every other step has run, since
      *        a short drawer is no reason to hold up the books.
      *   THS  Added the StarWatch suspicious activity review ahead
      *        of StarDrawer, so the review prints even on a night
      *        a drawer stops.
      *   THS  Added the StarChange maintenance change report after
      *        StarWatch, ahead of StarDrawer for the same reason.
      *   THS  Added the StarTier loyalty tier requalification after
      *        StarPromo, so tonight's purchases count toward the
      *        tier and tonight's tier bonuses are paid at the tier
      *        the customer held through the day.
000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. StarNight.
000300 ENVIRONMENT DIVISION.
      * The night's steps, in the only order they may run. The done
      * flags are loaded off STARRUN before anything starts.
002400  01 WS-STEP-TABLE.
002500      05 WS-ST-ENTRY OCCURS 12 TIMES.
002600          10 WS-ST-NAME PIC X(16).
002700          10 WS-ST-DONE PIC X(01).
002800  01 WS-STEP-COUNT PIC S9(05) USAGE IS BINARY VALUE 12.
002900  01 WS-ST-IDX PIC S9(05) USAGE IS BINARY.

003000  01 WS-RUN-EOF-SWITCH PIC X(01) VALUE "N".
      * StarExpiry and StarPromo run right after the merge so
      * tonight's "E" and "B" records are on the consolidated
      * ledger before the day is balanced, reported and extracted.
      * StarTier follows StarPromo: the tier bonuses are paid at the
      * tier held through the day, then the day's buying moves it.
006700     SET-STEPS-PARA.
006800     MOVE "StarMerge" TO WS-ST-NAME(1).
006900     MOVE "StarExpiry" TO WS-ST-NAME(2).
006950     MOVE "StarPromo" TO WS-ST-NAME(3).
006960     MOVE "StarTier" TO WS-ST-NAME(4).
007000     MOVE "StarRecycle" TO WS-ST-NAME(5).
007100     MOVE "StarBalance" TO WS-ST-NAME(6).
007200     MOVE "StarReport" TO WS-ST-NAME(7).
007300     MOVE "StarShift" TO WS-ST-NAME(8).
007400     MOVE "StarGLExtract" TO WS-ST-NAME(9).
007440     MOVE "StarWatch" TO WS-ST-NAME(10).
007450     MOVE "StarChange" TO WS-ST-NAME(11).
007460     MOVE "StarDrawer" TO WS-ST-NAME(12).
007500     PERFORM CLEAR-ONE-STEP-PARA
007600         VARYING WS-ST-IDX FROM 1 BY 1
007700         UNTIL WS-ST-IDX > WS-STEP-COUNT.
014600         CALL "StarPromo"
014700         CANCEL "StarPromo"
014800     END-IF.
014801     IF WS-ST-IDX = 4
014802         CALL "StarTier"
014803         CANCEL "StarTier"
014804     END-IF.
014810     IF WS-ST-IDX = 5
014820         CALL "StarRecycle"
014830         CANCEL "StarRecycle"
014840     END-IF.
014900     IF WS-ST-IDX = 6
015000         CALL "StarBalance"
015100         CANCEL "StarBalance"
015200     END-IF.
015300     IF WS-ST-IDX = 7
015400         CALL "StarReport"
015500         CANCEL "StarReport"
015600     END-IF.
015700     IF WS-ST-IDX = 8
015800         CALL "StarShift"
015900         CANCEL "StarShift"
016000     END-IF.
016100     IF WS-ST-IDX = 9
016200         CALL "StarGLExtract"
016300         CANCEL "StarGLExtract"
016400     END-IF.
016410     IF WS-ST-IDX = 10
016420         CALL "StarWatch"
016430         CANCEL "StarWatch"
016440     END-IF.
016450     IF WS-ST-IDX = 11
016460         CALL "StarChange"
016470         CANCEL "StarChange"
016480     END-IF.
016481     IF WS-ST-IDX = 12
016482         CALL "StarDrawer"
016483         CANCEL "StarDrawer"
016484     END-IF.

016500     RECORD-DONE-PARA.
016600     ACCEPT WS-LOG-TIME FROM TIME.
