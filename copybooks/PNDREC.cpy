      *   and it keeps the file - and so the nightly deck - in the
      *   order the items were keyed).
      *
      *   The batch merit generator (COBDB2MR) writes status P
      *   items too - full-image C cards with the job id as the
      *   entering user. All of a run's items carry the run's
      *   stamp, with a five-digit sequence number in the last
      *   five bytes of the key to keep them unique.
      *
      *   Pnd-Status lifecycle:
      *      P - keyed, awaiting supervisor review (COBDB2EN)
      *      A - approved, awaiting the nightly extract (COBDB2AP)
