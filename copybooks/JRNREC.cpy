      *---------------------------------------------------------
      *   Copybook: JRNREC.cpy
      *   Record layout for the before-image journal COBDB2UP
      *   appends one record to for every card it applies, and
      *   the backout step (COBDB2BO) reads back to build a
      *   reversing deck.
      *
      *   A record is tagged with the job id the deck ran under,
      *   the start stamp of that COBDB2UP run (YYYYMMDDHHMMSS -
      *   a job name recurs every night, the stamp tells one
      *   night's run from the next), and the card's sequence
      *   number within the deck. It carries the EMPLOYEE row as
      *   it stood before the card was applied and the row the
      *   card left behind:
      *      A card - no before image (Jrn-Before-Flag 'N', the
      *               row did not exist); after image = the card
      *      C card - before image = the old row (flag 'Y');
      *               after image = the card
      *      D card - before image = the old row (flag 'Y'); no
      *               after image (Jrn-After-Flag 'N')
      *   The after image is what lets the backout tell whether
      *   an employee's row has changed since the deck ran.
      *
      *   The journal is append-only (EXTEND with an OUTPUT
      *   fallback, like the audit trail) and is only written
      *   after the card's COMMIT comes back clean.
      *---------------------------------------------------------
       01  Journal-Record.
           05 Jrn-Job-Id          Pic x(08).
           05 Jrn-Run-Stamp       Pic x(14).
           05 Jrn-Card-Seq        Pic 9(07).
           05 Jrn-Timestamp       Pic x(26).
           05 Jrn-Action          Pic x(01).
           05 Jrn-Empno           Pic x(06).
           05 Jrn-Before-Flag     Pic x(01).
              88 Jrn-Has-Before          Value 'Y'.
              88 Jrn-No-Before           Value 'N'.
           05 Jrn-Before-Image.
              10 Jrn-Bfr-Firstnme Pic x(30).
              10 Jrn-Bfr-Lastname Pic x(15).
              10 Jrn-Bfr-Workdept Pic x(03).
              10 Jrn-Bfr-Job      Pic x(08).
              10 Jrn-Bfr-Salary   Pic 9(07)v99.
              10 Jrn-Bfr-Hiredate Pic x(10).
           05 Jrn-After-Flag      Pic x(01).
              88 Jrn-Has-After           Value 'Y'.
              88 Jrn-No-After            Value 'N'.
           05 Jrn-After-Image.
              10 Jrn-Aft-Firstnme Pic x(30).
              10 Jrn-Aft-Lastname Pic x(15).
              10 Jrn-Aft-Workdept Pic x(03).
              10 Jrn-Aft-Job      Pic x(08).
              10 Jrn-Aft-Salary   Pic 9(07)v99.
              10 Jrn-Aft-Hiredate Pic x(10).
