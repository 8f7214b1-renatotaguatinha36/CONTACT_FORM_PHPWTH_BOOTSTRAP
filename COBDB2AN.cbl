      *
      *   Change history:
      *   - Initial version.
      *   - Every run now appends a step-summary record
      *     (anomalies, live rows checked) to the rolling summary
      *     file for the morning operations digest (COBDB2DG) -
      *     see SUMREC.cpy.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2AN.
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Rolling step-summary file - the morning digest's input.
           Select Sumfile-Out Assign To Sumfile
              Organization Is Line Sequential
              File Status Is Ws-Sumfile-Status.

       Data Division.

       File Section.
       FD  Anom-Report.
       01  Report-Line            Pic x(132).

       FD  Sumfile-Out.
       COPY SUMREC.

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Anparm-Status    Pic x(02) Value '00'.
          05 Ws-Lkpkey-Status    Pic x(02) Value '00'.
          05 Ws-Lkpsort-Status   Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Sumfile-Status   Pic x(02) Value '00'.
          05 Ws-Arch-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Arch-Eof              Value 'Y'.
          05 Ws-Live-Eof-Sw      Pic x(01) Value 'N'.

       01 Ws-Return-Code         Pic 9(02) Value 0.

      *End-of-run stamp for the step-summary record.
       01 Ws-Current-Timestamp   Pic x(26) Value Spaces.

       Procedure Division.

       0000-Main-Para.
              Move 20 To Ws-Return-Code
              Display "ANOMRPT OPEN FAILED, STATUS="
                 Ws-Report-Status
              Perform 9100-Write-Summary
              Move Ws-Return-Code To Return-Code
              Goback
           End-If
              Ws-Live-Read-Count " anomalies " Ws-Anomaly-Count
           Display "Return code: " Ws-Return-Code

           Perform 9100-Write-Summary

           Move Ws-Return-Code To Return-Code
           Goback.

       9100-Write-Summary.
      *One step-summary record for the morning digest - the
      *anomaly count and the live trail volume it came out of.
      *This step stamps no start of run, so the record carries
      *the date and time it ends.
           Open Extend Sumfile-Out
           If Ws-Sumfile-Status Not = '00'
              Open Output Sumfile-Out
           End-If
           Move Spaces To Sum-Record
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(1:8) To Sum-Run-Date
           Move 'COBDB2AN' To Sum-Program
           Move Ws-Current-Timestamp(9:6) To Sum-End-Time
           Move Ws-Return-Code To Sum-Return-Code
           Move 'ANOMALIES' To Sum-Figure-Name(1)
           Move Ws-Anomaly-Count To Sum-Figure-Value(1)
           Move 'LIVE ROWS' To Sum-Figure-Name(2)
           Move Ws-Live-Read-Count To Sum-Figure-Value(2)
           Move 0 To Sum-Figure-Value(3)
           Move 0 To Sum-Figure-Value(4)
           Write Sum-Record
           Close Sumfile-Out.

       0100-Get-Threshold-Card.
           Open Input Anparm-Card
           If Ws-Anparm-Status = '00'
