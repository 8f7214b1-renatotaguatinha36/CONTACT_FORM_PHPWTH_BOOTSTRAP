      *     flow-control step (COBDB2FC) - see RUNREC.cpy. An INQ
      *     run writes none: it is not part of the nightly stream,
      *     and its zeros must not overlay the ROLL's record.
      *   - Every row a ROLL writes now carries the date it was
      *     rolled (Hist-Roll-Date), so a row backdated by the
      *     control card's effective date can be told from one
      *     rolled on the day it took effect - the retro pay step
      *     (COBDB2RP) pays the difference for the periods between.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2HS.
          05 Ws-Eff-Date         Pic x(10) Value Spaces.
          05 Ws-Close-Date       Pic x(10) Value Spaces.
          05 Ws-Asof-Date        Pic x(10) Value Spaces.
          05 Ws-Roll-Date        Pic x(10) Value Spaces.

      *Image of the open (current) history row for the employee
      *being rolled, found by 2200-Find-Open-Row.
                 Ws-Eff-Date
           Else
              Perform 2150-Set-Close-Date
              Perform 2160-Set-Roll-Date
              Perform 2050-Roll-Extract-Files
           End-If.

           Move '-' To Ws-Close-Date(8:1)
           Move Ws-Date-Dd To Ws-Close-Date(9:2).

       2160-Set-Roll-Date.
      *The day the roll actually ran, whatever effective date the
      *card gave it.
           Move Ws-Run-Start-Stamp(1:4) To Ws-Roll-Date(1:4)
           Move '-' To Ws-Roll-Date(5:1)
           Move Ws-Run-Start-Stamp(5:2) To Ws-Roll-Date(6:2)
           Move '-' To Ws-Roll-Date(8:1)
           Move Ws-Run-Start-Stamp(7:2) To Ws-Roll-Date(9:2).

       2300-Read-Extract.
           Read Extract-In
              At End Set Ws-Extract-Eof To True
           Move Ext-Job To Hist-Job
           Move Ext-Salary To Hist-Salary
           Move Ext-Hiredate To Hist-Hiredate
           Move Ws-Roll-Date To Hist-Roll-Date
           Write History-Record
      *Rolling the same day's extract twice lands on the row the
      *first roll already wrote - rewrite it with today's image
