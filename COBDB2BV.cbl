      *
      *   Change history:
      *   - Initial version.
      *   - Every run now appends a step-summary record
      *     (departments over budget, departments without one,
      *     rows read) to the rolling summary file for the
      *     morning operations digest (COBDB2DG) - see SUMREC.cpy.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2BV.
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Rolling step-summary file - the morning digest's input.
           Select Sumfile-Out Assign To Sumfile
              Organization Is Line Sequential
              File Status Is Ws-Sumfile-Status.

       Data Division.

       File Section.
       FD  Var-Report.
       01  Report-Line            Pic x(132).

       FD  Sumfile-Out.
       COPY SUMREC.

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Budparm-Status   Pic x(02) Value '00'.
          05 Ws-Extract-Status   Pic x(02) Value '00'.
          05 Ws-Bud-Status       Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Sumfile-Status   Pic x(02) Value '00'.
          05 Ws-Extract-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Extract-Eof           Value 'Y'.
          05 Ws-Bud-Eof-Sw       Pic x(01) Value 'N'.

       01 Ws-Return-Code         Pic 9(02) Value 0.

      *End-of-run stamp for the step-summary record.
       01 Ws-Current-Timestamp   Pic x(26) Value Spaces.

       Procedure Division.

       0000-Main-Para.
           Perform 0100-Get-Threshold-Card
           If Ws-Return-Code Not = 0
              Perform 9100-Write-Summary
              Move Ws-Return-Code To Return-Code
              Goback
           End-If
              Display "EXTRIN/BUDMST/BUDVRPT OPEN FAILED, "
                 "STATUS=" Ws-Extract-Status " " Ws-Bud-Status
                 " " Ws-Report-Status
              Perform 9100-Write-Summary
              Move Ws-Return-Code To Return-Code
              Goback
           End-If
              " without budget " Ws-No-Budget-Count
           Display "Return code: " Ws-Return-Code

           Perform 9100-Write-Summary

           Move Ws-Return-Code To Return-Code
           Goback.

       9100-Write-Summary.
      *One step-summary record for the morning digest - the
      *departments over the threshold lead, then those with no
      *budget at all, and the rows the actuals came from.
      *This step stamps no start of run, so the record carries
      *the date and time it ends.
           Open Extend Sumfile-Out
           If Ws-Sumfile-Status Not = '00'
              Open Output Sumfile-Out
           End-If
           Move Spaces To Sum-Record
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(1:8) To Sum-Run-Date
           Move 'COBDB2BV' To Sum-Program
           Move Ws-Current-Timestamp(9:6) To Sum-End-Time
           Move Ws-Return-Code To Sum-Return-Code
           Move 'OVER BUDGET' To Sum-Figure-Name(1)
           Move Ws-Over-Count To Sum-Figure-Value(1)
           Move 'NO BUDGET' To Sum-Figure-Name(2)
           Move Ws-No-Budget-Count To Sum-Figure-Value(2)
           Move 'ROWS READ' To Sum-Figure-Name(3)
           Move Ws-Read-Count To Sum-Figure-Value(3)
           Move 0 To Sum-Figure-Value(4)
           Write Sum-Record
           Close Sumfile-Out.

       0100-Get-Threshold-Card.
      *Better no report than a quarter judged on a mis-keyed
      *threshold - same policy as the compensation step's band
