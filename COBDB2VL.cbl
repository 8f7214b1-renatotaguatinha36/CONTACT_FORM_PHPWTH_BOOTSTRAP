      *   - Every run now appends a step-completion record to the
      *     shared run-control file for the end-of-stream
      *     flow-control step (COBDB2FC) - see RUNREC.cpy.
      *   - Every run now also appends a step-summary record
      *     (rows rejected, read, certified) to the rolling
      *     summary file for the morning operations digest
      *     (COBDB2DG) - see SUMREC.cpy.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2VL.
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
          05 Ws-Valparm-Status   Pic x(02) Value '00'.
          05 Ws-Reject-Status    Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Sumfile-Status   Pic x(02) Value '00'.
          05 Ws-Extract-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Extract-Eof           Value 'Y'.
          05 Ws-Sorted-Eof-Sw    Pic x(01) Value 'N'.
           Move Ws-Read-Count To Run-Rows-In
           Move Ws-Cert-Count To Run-Rows-Out
           Write Run-Record
           Close Runctl-Out
           Perform 0960-Write-Summary.

       0960-Write-Summary.
      *One step-summary record for the morning digest - the
      *reject count leads, with the read and certified counts
      *it came out of.
           Open Extend Sumfile-Out
           If Ws-Sumfile-Status Not = '00'
              Open Output Sumfile-Out
           End-If
           Move Spaces To Sum-Record
           Move Ws-Run-Start-Stamp(1:8) To Sum-Run-Date
           Move 'COBDB2VL' To Sum-Program
           Move Ws-Current-Timestamp(9:6) To Sum-End-Time
           Move Ws-Return-Code To Sum-Return-Code
           Move 'REJECTED' To Sum-Figure-Name(1)
           Move Ws-Reject-Count To Sum-Figure-Value(1)
           Move 'ROWS READ' To Sum-Figure-Name(2)
           Move Ws-Read-Count To Sum-Figure-Value(2)
           Move 'CERTIFIED' To Sum-Figure-Name(3)
           Move Ws-Cert-Count To Sum-Figure-Value(3)
           Move 0 To Sum-Figure-Value(4)
           Write Sum-Record
           Close Sumfile-Out.

       0300-Write-Report-Header.
           Move Spaces To Report-Line
