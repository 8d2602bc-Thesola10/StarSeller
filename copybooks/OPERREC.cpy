      * Modification history:
      *   2026-08-26 THS  Original layout - operator ID, name, role
      *        (operator vs. supervisor), active/inactive status.
      *   2026-10-15 THS  Added role "T", the trainee: signs on and
      *        works the counter like an operator, and may choose
      *        training mode at sign-on, which otherwise only a
      *        supervisor may. No layout change.
000100  01  OP-OPERATOR-RECORD.
000200      05  OP-OPERATOR-ID         PIC X(08).
000300      05  OP-OPER-NAME           PIC A(20).
000400      05  OP-ROLE-CODE           PIC X(01).
000500          88  OP-ROLE-OPERATOR   VALUE "O".
000600          88  OP-ROLE-SUPERVISOR VALUE "S".
000610          88  OP-ROLE-TRAINEE    VALUE "T".
000700      05  OP-STATUS-CODE         PIC X(01).
000800          88  OP-ACTIVE          VALUE "A".
000900          88  OP-INACTIVE        VALUE "I".
