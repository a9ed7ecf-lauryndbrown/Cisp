      *****************************************
      *    Operations event action record - one line of
      *    CISP_EVENT_ACTIONS_FILE per thing an operator did to an
      *    event through EVENT-ACK. The feed itself is never
      *    rewritten; an event's standing is the last action
      *    recorded against its PREFIX-SEQ, and no action at all
      *    leaves it unacknowledged.
      *
      *    PREFIX-ACTION is ACK, ASSIGN or CLOSE. PREFIX-OPERATOR is
      *    who did it, PREFIX-ASSIGNEE who an ASSIGN handed it to.
      *    Fixed layout, errors.data style.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-SEQ PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-ACTION PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-OPERATOR PIC X(12).
           02 FILLER PIC X.
           02 PREFIX-ASSIGNEE PIC X(12).
           02 FILLER PIC X.
           02 PREFIX-NOTE PIC X(100).
