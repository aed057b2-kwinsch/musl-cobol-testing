      *> Shared sales representative master record layout, keyed
      *> on the rep ID. Maintained by REP-MAINT; read back by
      *> COMMISSION-RUN for the name on each commission statement
      *> and the payroll ID its extract is paid against.
       01 SALES-REP-RECORD.
          05 SR-REP-ID        PIC X(6).
          05 SR-REP-NAME      PIC X(30).
          05 SR-ACTIVE-FLAG   PIC X(1).
          05 SR-PAYROLL-ID    PIC X(10).
