      *---------------------------------------------------------
      *   Copybook: GCTREC.cpy
      *   Record layout for the month-end generation catalog kept
      *   by COBDB2GN and checked by the integrity verifier
      *   (COBDB2IV). One row per generation, keyed on the month
      *   tag (YYYY-MM): the rows snapped under it, their salary
      *   total, and the date of the snapshot. Cat-Rows must
      *   always equal the number of generation-master rows
      *   (GENREC layout) under the same month tag.
      *---------------------------------------------------------
       01  Catalog-Record.
           05 Cat-Month           Pic x(07).
           05 Cat-Rows            Pic 9(09).
           05 Cat-Salary-Total    Pic s9(11)v99.
           05 Cat-Snap-Date       Pic x(10).
