      *     released rows in the work file only - gone from
      *     suspense, absent from the merged certified file, and
      *     the rerun's repair cards bouncing NOT IN SUSPENSE.
      *   - Every run now also appends a step-summary record
      *     (still in suspense, aged, released, newly suspended)
      *     to the rolling summary file for the morning
      *     operations digest (COBDB2DG) - see SUMREC.cpy.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2SU.
              Organization Is Line Sequential
              File Status Is Ws-Runctl-Status.

      *Rolling step-summary file - the morning digest's input.
           Select Sumfile-Out Assign To Sumfile
              Organization Is Line Sequential
              File Status Is Ws-Sumfile-Status.

       Data Division.

       File Section.
       FD  Runctl-Out.
       COPY RUNREC.

       FD  Sumfile-Out.
       COPY SUMREC.

       Working-Storage Section.
      *Typed view of an extract image being edited - a suspense
      *image moves here so the edits can test its fields the same
          05 Ws-Merged-Status    Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Sumfile-Status   Pic x(02) Value '00'.
          05 Ws-Reject-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Reject-Eof            Value 'Y'.
          05 Ws-Fix-Eof-Sw       Pic x(01) Value 'N'.
           Move Ws-Cert-In-Count To Run-Rows-In
           Move Ws-Merged-Count To Run-Rows-Out
           Write Run-Record
           Close Runctl-Out
           Perform 9100-Write-Summary.

       9100-Write-Summary.
      *One step-summary record for the morning digest - the
      *suspense backlog and its aged tail lead, then the night's
      *movement in and out of it.
           Open Extend Sumfile-Out
           If Ws-Sumfile-Status Not = '00'
              Open Output Sumfile-Out
           End-If
           Move Spaces To Sum-Record
           Move Ws-Run-Start-Stamp(1:8) To Sum-Run-Date
           Move 'COBDB2SU' To Sum-Program
           Move Ws-Current-Timestamp(9:6) To Sum-End-Time
           Move Ws-Return-Code To Sum-Return-Code
           Move 'IN SUSPENSE' To Sum-Figure-Name(1)
           Move Ws-Remaining-Count To Sum-Figure-Value(1)
           Move 'AGED' To Sum-Figure-Name(2)
           Move Ws-Aged-Count To Sum-Figure-Value(2)
           Move 'RELEASED' To Sum-Figure-Name(3)
           Move Ws-Released-Count To Sum-Figure-Value(3)
           Move 'NEW SUSPENSE' To Sum-Figure-Name(4)
           Move Ws-New-Susp-Count To Sum-Figure-Value(4)
           Write Sum-Record
           Close Sumfile-Out.

       0100-Get-Limit-Cards.
      *Salary limits exactly as COBDB2VL reads them - the recycle
