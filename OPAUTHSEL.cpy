      *> Operator authorization -- FILE-CONTROL entries. The
      *> permissions file is keyed by operator ID, one line per
      *> operator: ID in columns 1-8, then the function rights the
      *> operator holds (STAGE RESTORE VOID PURGE HOLD, or ALL). The
      *> destructive transactions check it before acting; the audit
      *> trail records who did something, this decides who MAY. A
      *> missing permissions file leaves the suite open exactly as it
