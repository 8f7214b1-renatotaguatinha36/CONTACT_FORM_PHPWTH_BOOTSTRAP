      *   carries the item's empno/workdept with return code 0 and
      *   a row count of 1 for an approval, 0 for a rejection - the
      *   entry row and the decision row together show who keyed
      *   and who approved every change. The batch merit generator
      *   (COBDB2MR) writes the same entry row for each pending
      *   item it creates.
      *
      *   A COBDB2BR search row carries the search criteria in
      *   place of a single empno: the leading characters of the
      *   COBDB2BR detail pick looks like a COBDB2CS lookup row:
      *   the picked empno and a row count of 1 or 0.
      *
      *   The COBDB2UP deck backout (COBDB2BO) writes one row per
      *   run, shaped like COBOLDB2's: blank empno/workdept, the
      *   run's return code, and the number of employees whose
      *   current rows it read in Audit-Row-Count.
      *
      *   The batch department maintenance step (COBDB2DM) writes
      *   one row per card, applied or rejected: the card's deptno
      *   in Audit-Workdept and a blank Audit-Empno. An applied
      *   card is return code 0 with a row count of 1; a card
      *   rejected by an edit or a referential check is return
      *   code 24 with a row count of 0 (no change was attempted);
      *   a card Db2 never applied is 12 or 16.
      *
      *   Audit-Return-Code scale (shared by every writer, so a
      *   reviewer can tell what happened from this scale alone):
      *      0  - normal (row found/fetched, search matched at
      *      20 - Extract-Out/Report-Out failed to open (COBOLDB2
      *           only)
      *      24 - operator input rejected before any SQL ran
      *           (COBDB2CS and COBDB2BR), or a COBDB2DM card
      *           rejected before any change was attempted
      *---------------------------------------------------------
       01  Audit-Record.
           05 Audit-Timestamp      Pic x(26).
