      *                certified rows written (in + released)
      *      COBDB2RC  in: current-extract rows read, out: changes
      *                reported
      *      COBDB2UC  in: delta details read, out: unexplained
      *                changes plus approved items missing
      *      COBDB2HS  in: extract rows rolled, out: history rows
      *                written (new + changed)
      *      COBDB2CP  in/out: certified rows analyzed
      *      COBDB2AK  in: feed rows sent, out: ack rows matched
      *      COBDB2PN  in: pending items read, out: cards dealt
      *      COBDB2GL  in: certified rows read, out: journal
      *                detail records written (month end only)
      *      COBDB2IV  in: certified rows read, out: master
      *                integrity problems found
      *
      *   The file is append-only within a night (each writer
      *   opens EXTEND with an OUTPUT fallback, like the audit
