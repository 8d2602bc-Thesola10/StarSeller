      *        match the pair exactly instead of by a two-minute
      *        timestamp tolerance. A record written before this
      *        change is short and carries no number.
      *   2026-10-15 THS  Added EX-TRAINING-ENTRY: an override granted
      *        in a training session carries a number off the TRNSEQ
      *        training sequence, 900000001 up, the same as a
      *        training ledger record.
000100  01  EX-EXCEPTION-RECORD.
000200      05  EX-CUST-NAME           PIC A(20).
000300      05  EX-OPERATOR-ID         PIC X(08).
000800      05  EX-ACCOUNT-NUMBER      PIC 9(06).
000900      05  EX-TILL-ID             PIC X(04).
001000      05  EX-SEQUENCE-NUMBER     PIC 9(09).
001010          88  EX-TRAINING-ENTRY  VALUES 900000001 THRU 999999999.
