      *---------------------------------------------------------
      *   Copybook: RTPREC.cpy
      *   Record layout for the retro-paid ledger kept by the
      *   retro pay step (COBDB2RP). One row per employee per pay
      *   period the step has ever paid retro for, keyed on empno
      *   plus the period's end date.
      *
      *   Rtp-Period-Pay is what the employee has now been paid
      *   for the period in total - the original pay plus every
      *   retro paid since. The next run pays only the difference
      *   between that and what history now says the period was
      *   worth, so a rerun pays nothing and a period backdated a
      *   second time pays only the new increment.
      *---------------------------------------------------------
       01  Retro-Paid-Record.
           05 Rtp-Key.
              10 Rtp-Empno        Pic x(06).
              10 Rtp-Period-End   Pic x(10).
           05 Rtp-Period-Pay      Pic s9(07)v99.
           05 Rtp-Retro-Total     Pic s9(07)v99.
           05 Rtp-Last-Run-Date   Pic x(10).
