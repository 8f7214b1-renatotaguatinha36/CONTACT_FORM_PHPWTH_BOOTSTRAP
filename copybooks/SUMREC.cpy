      *---------------------------------------------------------
      *   Copybook: SUMREC.cpy
      *   Record layout for the rolling nightly step-summary file
      *   read by the morning operations digest (COBDB2DG).
      *   Each step the on-call analyst used to read a listing
      *   for appends one record as it ends - run date, program
      *   id, end time, final return code, and up to four of the
      *   step's key figures, each named so the digest page can
      *   label it without knowing the step. Unused figure slots
      *   are spaces/zero.
      *
      *   Figure slots by program (the slot number is what the
      *   digest's threshold deck keys on):
      *      COBDB2FC  1 flags raised        2 run-control recs
      *      COBDB2VL  1 rows rejected       2 rows read
      *                3 rows certified
      *      COBDB2SU  1 still in suspense   2 aged past limit
      *                3 released            4 newly suspended
      *      COBDB2AK  1 not acknowledged    2 rejected by vendor
      *                3 acked, never sent   4 feed rows sent
      *      COBDB2AN  1 anomalies           2 live rows checked
      *      COBDB2BV  1 depts over budget   2 depts no budget
      *                3 certified rows read
      *      COBDB2PN  1 still pending       2 cards dealt
      *                3 rejected on file    4 items read
      *      COBDB2RC  1 changes reported    2 new hires
      *                3 changed             4 dropped
      *
      *   Unlike the run-control file this one is NOT reallocated
      *   each night - the digest compares tonight's figures with
      *   the seven nights before, so the file rolls (EXTEND with
      *   an OUTPUT fallback, like the audit trail) and the JCL
      *   prunes it by generation or age. Run-Date is the step's
      *   own start date, so the digest judges a night as its
      *   date plus the day before, the same window COBDB2FC
      *   uses; a rerun appends a second record and the latest
      *   one per program wins.
      *---------------------------------------------------------
       01  Sum-Record.
           05 Sum-Run-Date        Pic x(08).
           05 Sum-Program         Pic x(08).
           05 Sum-End-Time        Pic x(06).
           05 Sum-Return-Code     Pic 9(02).
           05 Sum-Figure          Occurs 4 Times.
              10 Sum-Figure-Name  Pic x(12).
              10 Sum-Figure-Value Pic 9(09).
