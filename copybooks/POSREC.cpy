      *---------------------------------------------------------
      *   Copybook: POSREC.cpy
      *   Record layout for the keyed position-authorization
      *   master, maintained by the COBDB2PM card-deck step, read
      *   by the vacancy report (COBDB2PV) and - as the POSNMST
      *   CICS file - by the maintenance entry transaction
      *   (COBDB2EN) to keep hires within headcount.
      *
      *   One record per department and job code: the number of
      *   positions authorized and the year the authorization
      *   takes effect. Until that year arrives the department/job
      *   is treated as having no positions, the same as one with
      *   no record at all.
      *---------------------------------------------------------
       01  Position-Record.
           05 Pos-Key.
              10 Pos-Deptno       Pic x(03).
              10 Pos-Job          Pic x(08).
           05 Pos-Authorized      Pic 9(05).
           05 Pos-Eff-Year        Pic x(04).
