      *---------------------------------------------------------
      *   Copybook: GENREC.cpy
      *   Record layout for the month-end generation master kept
      *   by COBDB2GN and checked by the integrity verifier
      *   (COBDB2IV), so both agree on the columns. One row per
      *   employee per generation: the certified extract row as
      *   of the month end, keyed on the month tag (YYYY-MM) plus
      *   empno. The generation's catalog row is GCTREC.
      *---------------------------------------------------------
       01  Gen-Record.
           05 Gen-Key.
              10 Gen-Month        Pic x(07).
              10 Gen-Empno        Pic x(06).
           05 Gen-Firstnme        Pic x(30).
           05 Gen-Lastname        Pic x(15).
           05 Gen-Workdept        Pic x(03).
           05 Gen-Job             Pic x(08).
           05 Gen-Salary          Pic s9(07)v99.
           05 Gen-Hiredate        Pic x(10).
