      *---------------------------------------------------------
      *   Copybook: TRNREC.cpy
      *   Record layout for the COBDB2UP employee maintenance
      *   card (the Tranfile deck): action code (A=add, C=change,
      *   D=delete), empno, and the full new image of the row.
      *   Shared by COBDB2UP, which validates and applies the
      *   deck, and the backout step (COBDB2BO), which writes a
      *   reversing deck in the same layout so it goes back
      *   through COBDB2UP like any other deck.
      *
      *   The salary is keyed as plain digits with two implied
      *   decimals; Trn-Salary-X lets the card edit test it for
      *   numerics before it is ever moved as a number.
      *---------------------------------------------------------
       01  Tran-Record.
           05 Trn-Action          Pic x(01).
           05 Trn-Empno           Pic x(06).
           05 Trn-Firstnme        Pic x(30).
           05 Trn-Lastname        Pic x(15).
           05 Trn-Workdept        Pic x(03).
           05 Trn-Job             Pic x(08).
           05 Trn-Salary          Pic 9(07)v99.
           05 Trn-Salary-X Redefines Trn-Salary
                                  Pic x(09).
           05 Trn-Hiredate        Pic x(10).
