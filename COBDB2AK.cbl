      *   - Every run now appends a step-completion record to the
      *     shared run-control file for the end-of-stream
      *     flow-control step (COBDB2FC) - see RUNREC.cpy.
      *   - Every run now also appends a step-summary record
      *     (not acknowledged, rejected, acked but never sent,
      *     feed rows) to the rolling summary file for the
      *     morning operations digest (COBDB2DG) - see
      *     SUMREC.cpy.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2AK.
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
          05 Ws-Intf-Status      Pic x(02) Value '00'.
          05 Ws-Acksort-Status   Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Sumfile-Status   Pic x(02) Value '00'.
          05 Ws-Intf-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Intf-Eof              Value 'Y'.
          05 Ws-Ack-Eof-Sw       Pic x(01) Value 'N'.
           Move Ws-Feed-Detail-Count To Run-Rows-In
           Move Ws-Ack-Detail-Count To Run-Rows-Out
           Write Run-Record
           Close Runctl-Out
           Perform 9100-Write-Summary.

       9100-Write-Summary.
      *One step-summary record for the morning digest - the
      *not-acknowledged count leads, then the vendor's rejects,
      *the acks for rows never sent, and the feed volume.
           Open Extend Sumfile-Out
           If Ws-Sumfile-Status Not = '00'
              Open Output Sumfile-Out
           End-If
           Move Spaces To Sum-Record
           Move Ws-Run-Start-Stamp(1:8) To Sum-Run-Date
           Move 'COBDB2AK' To Sum-Program
           Move Ws-Current-Timestamp(9:6) To Sum-End-Time
           Move Ws-Return-Code To Sum-Return-Code
           Move 'NOT ACKED' To Sum-Figure-Name(1)
           Move Ws-Not-Acked-Count To Sum-Figure-Value(1)
           Move 'REJECTED' To Sum-Figure-Name(2)
           Move Ws-Rejected-Count To Sum-Figure-Value(2)
           Move 'NOT SENT' To Sum-Figure-Name(3)
           Move Ws-Not-Sent-Count To Sum-Figure-Value(3)
           Move 'FEED ROWS' To Sum-Figure-Name(4)
           Move Ws-Feed-Detail-Count To Sum-Figure-Value(4)
           Write Sum-Record
           Close Sumfile-Out.

       1000-Extract-Feed-Keys.
      *One pass over the feed as sent: peel the empno off every D
