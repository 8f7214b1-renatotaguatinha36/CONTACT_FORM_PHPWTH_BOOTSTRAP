      *---------------------------------------------------------
      *   Copybook: GLMREC.cpy
      *   Record layout for the keyed department-to-GL mapping
      *   file, maintained by the COBDB2GM card-deck step and
      *   read by the monthly salary accrual journal (COBDB2GL).
      *   One record per deptno: the salary-expense account the
      *   department's accrual is debited to, and its cost
      *   center. A department with no record here is posted to
      *   the suspense account on the accrual's parameter card
      *   and listed for finance to map.
      *---------------------------------------------------------
       01  Gl-Map-Record.
           05 Glm-Deptno          Pic x(03).
           05 Glm-Expense-Account Pic x(10).
           05 Glm-Cost-Center     Pic x(06).
