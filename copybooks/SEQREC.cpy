      * Modification history:
      *   2026-09-18 THS  Original layout - control ID, next
      *        sequence number.
      *   2026-10-15 THS  The same layout serves TRNSEQ, the training
      *        copy StarSeller draws from in a training session.
      *        StarTrainReset seeds it at 900000001, far above
      *        anything the live sequence will reach, so a training
      *        number is recognisable on sight (LR-, RJ- and
      *        EX-TRAINING-ENTRY).
000100  01  SQ-SEQUENCE-RECORD.
000200      05  SQ-CONTROL-ID          PIC X(08).
000300      05  SQ-NEXT-SEQUENCE       PIC 9(09).
