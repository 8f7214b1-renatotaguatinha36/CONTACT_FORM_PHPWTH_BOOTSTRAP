      *     salary of every D), so the receiver can reject a
      *     truncated transmission on its own, the same contract
      *     the interface feed's trailer carries.
      *   - Every run now also appends a step-summary record
      *     (changes reported, new hires, changed, dropped) to the
      *     rolling summary file for the morning operations digest
      *     (COBDB2DG) - see SUMREC.cpy.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2RC.
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
       01 Ws-Status-Fields.
          05 Ws-Prior-Status      Pic x(02) Value '00'.
          05 Ws-Currsort-Status   Pic x(02) Value '00'.
          05 Ws-Recon-Status      Pic x(02) Value '00'.
          05 Ws-Runctl-Status     Pic x(02) Value '00'.
          05 Ws-Sumfile-Status    Pic x(02) Value '00'.
          05 Ws-Delta-Status      Pic x(02) Value '00'.
          05 Ws-Prior-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Prior-Eof              Value 'Y'.
              + Ws-Changed-Count + Ws-Dropped-Count
           Move Ws-Changes-Out To Run-Rows-Out
           Write Run-Record
           Close Runctl-Out
           Perform 0890-Write-Summary.

       0890-Write-Summary.
      *One step-summary record for the morning digest - the
      *night's change volume, total first, then by kind. Like
      *the run-control record it always carries return code 0.
           Open Extend Sumfile-Out
           If Ws-Sumfile-Status Not = '00'
              Open Output Sumfile-Out
           End-If
           Move Spaces To Sum-Record
           Move Ws-Run-Start-Stamp(1:8) To Sum-Run-Date
           Move 'COBDB2RC' To Sum-Program
           Move Ws-Current-Timestamp(9:6) To Sum-End-Time
           Move 0 To Sum-Return-Code
           Move 'CHANGES' To Sum-Figure-Name(1)
           Move Ws-Changes-Out To Sum-Figure-Value(1)
           Move 'NEW HIRES' To Sum-Figure-Name(2)
           Move Ws-New-Hire-Count To Sum-Figure-Value(2)
           Move 'CHANGED' To Sum-Figure-Name(3)
           Move Ws-Changed-Count To Sum-Figure-Value(3)
           Move 'DROPPED' To Sum-Figure-Name(4)
           Move Ws-Dropped-Count To Sum-Figure-Value(4)
           Write Sum-Record
           Close Sumfile-Out.

       0400-Report-New-Hire.
           Add 1 To Ws-New-Hire-Count
