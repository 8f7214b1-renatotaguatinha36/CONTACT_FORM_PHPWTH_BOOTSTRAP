      *
      *   Change history:
      *   - Initial version.
      *   - Gen-Record and Catalog-Record layouts moved to the
      *     GENREC and GCTREC copybooks so the integrity verifier
      *     (COBDB2IV) can check the catalog against the master.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2GN.
       COPY EXTREC.

       FD  Gen-Master.
       COPY GENREC.

       FD  Gen-Catalog.
       COPY GCTREC.

       FD  Trend-Report.
       01  Report-Line            Pic x(132).
