      *   so it always collates after any real date; closing a
      *   row sets the end date to the day before the superseding
      *   row's effective date - see COBDB2HS for the roll rules.
      *
      *   Hist-Roll-Date is the date COBDB2HS actually wrote the
      *   row. A row whose effective date is earlier than its roll
      *   date was backdated - payroll had already paid the
      *   periods in between at the old rate, and the retro pay
      *   step (COBDB2RP) works out what is owed for them. Rows
      *   written before the field existed carry spaces there and
      *   are never treated as backdated.
      *
      *   The field made the record 111 bytes (it was 101). A
      *   master built under the old layout is converted once by
      *   COBDB2HX before the programs sharing this copybook run
      *   against it - the run book is in that program's header.
      *---------------------------------------------------------
       01  History-Record.
           05 Hist-Key.
           05 Hist-Job            Pic x(08).
           05 Hist-Salary         Pic s9(07)v99.
           05 Hist-Hiredate       Pic x(10).
           05 Hist-Roll-Date      Pic x(10).
