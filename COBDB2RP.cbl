      * ---------------------------------------------------
      *   Module Name: COBDB2RP.cbl
      *
      *   Description: Retroactive pay calculation from backdated
      *   history master changes.
      *
      *   Purpose: COBDB2HS can roll a salary change into the
      *   history master (HISREC layout, Histmst DD) effective a
      *   date earlier than the day it ran. Payroll has by then
      *   paid the periods in between at the old rate, and the
      *   difference used to be worked out on a spreadsheet. This
      *   step finds every history row whose effective date is
      *   earlier than its roll date, splits the gap into pay
      *   periods, and for each employee and period pays the
      *   difference between what history now says the period was
      *   worth and what was paid for it.
      *
      *   Pay calendar card (Paycal DD, required):
      *      column 1     frequency - W weekly, B biweekly,
      *                   S semimonthly (15th and month end),
      *                   M monthly (month end)
      *      columns 3-12 first period end, yyyy-mm-dd - the
      *                   calendar starts there; for S it must
      *                   be a 15th or a month end, for M a
      *                   month end
      *   A missing or mis-keyed card fails the run with RC 8
      *   before anything is read - a wrong calendar pays the
      *   wrong periods.
      *
      *   A period is in a backdated row's window when its end
      *   date is on or after the row's effective date and before
      *   its roll date - it ended, and was paid, before the roll
      *   made the new rate known. The period's worth is the
      *   annual salary of every history row covering it, by the
      *   day, over the periods in a year. What was paid for it
      *   is the retro-paid ledger's figure (RTPREC layout, Rtpmst
      *   DD) when retro has already been paid for the period;
      *   otherwise the period pay at the rate history showed on
      *   the period end date, counting only rows rolled by then.
      *   A period with no such rate - a backdated hire - is
      *   listed and not paid.
      *
      *   The retro file for the payroll vendor (Retrout DD) has
      *   the same shape as COBOLDB2's interface feed: a header
      *   with the run date, one pipe-delimited detail per
      *   employee and period, and a trailer with the record
      *   count and an amount hash total. The trailer is written
      *   only when the run ends clean. The report (Retrorpt DD)
      *   lists every period by employee, then the totals by
      *   department.
      *
      *   The ledger is only updated after the vendor file's
      *   trailer is out, from the work file (Rtwork DD) of the
      *   periods paid, so a run that dies part way pays nothing
      *   twice on its rerun, and a period backdated again later
      *   pays only the new increment.
      *
      *   Return codes:
      *      0 - normal
      *      4 - periods with no prior rate were not paid, or an
      *          employee had more history rows than the step
      *          carries - the report lists them
      *      8 - pay calendar card missing or not valid
      *     20 - a file failed to open, or a retro file or ledger
      *          write failed
      *
      *   Change history:
      *   - Initial version.
      *   - A ledger that is not there yet (status 05) is now
      *     closed after the first open, so the ledger update can
      *     open it I-O once the trailer is out; the update closes
      *     whichever of its two files did open when the other
      *     fails.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2RP.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Paycal-Card Assign To Paycal
              Organization Is Line Sequential
              File Status Is Ws-Paycal-Status.

           Select History-Master Assign To Histmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Hist-Key
              File Status Is Ws-Hist-Status.

      *The retro-paid ledger. Optional: the first run starts with
      *nothing paid.
           Select Optional Retro-Ledger Assign To Rtpmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Rtp-Key
              File Status Is Ws-Ledger-Status.

           Select Retro-Out Assign To Retrout
              Organization Is Line Sequential
              File Status Is Ws-Retro-Status.

           Select Retro-Work Assign To Rtwork
              Organization Is Line Sequential
              File Status Is Ws-Work-Status.

           Select Report-Out Assign To Retrorpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

       Data Division.

       File Section.
       FD  Paycal-Card.
       01  Paycal-Record.
           05 Pcd-Frequency       Pic x(01).
           05 Filler              Pic x(01).
           05 Pcd-First-End       Pic x(10).
           05 Filler              Pic x(68).

       FD  History-Master.
       COPY HISREC.

       FD  Retro-Ledger.
       COPY RTPREC.

       FD  Retro-Out.
       01  Retro-Out-Record       Pic x(150).

      *One record per period paid this run - what the ledger is
      *updated from once the retro file is complete.
       FD  Retro-Work.
       01  Retro-Work-Record.
           05 Rtw-Empno           Pic x(06).
           05 Rtw-Period-End      Pic x(10).
           05 Rtw-Period-Pay      Pic s9(07)v99
                                  Sign Is Leading Separate.
           05 Rtw-Retro-Amount    Pic s9(07)v99
                                  Sign Is Leading Separate.

       FD  Report-Out.
       01  Report-Line            Pic x(132).

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Paycal-Status    Pic x(02) Value '00'.
          05 Ws-Hist-Status      Pic x(02) Value '00'.
          05 Ws-Ledger-Status    Pic x(02) Value '00'.
          05 Ws-Retro-Status     Pic x(02) Value '00'.
          05 Ws-Work-Status      Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Hist-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Hist-Eof              Value 'Y'.
          05 Ws-Work-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Work-Eof              Value 'Y'.
          05 Ws-Ledger-Open-Sw   Pic x(01) Value 'N'.
             88 Ws-Ledger-Open           Value 'Y'.
          05 Ws-Found-Sw         Pic x(01) Value 'N'.
             88 Ws-Found                 Value 'Y'.
          05 Ws-Known-Sw         Pic x(01) Value 'N'.
             88 Ws-Known                 Value 'Y'.

      *Pay calendar from the Paycal card. Period end and start
      *are day numbers (Integer-Of-Date) so they step and compare
      *as plain integers.
       01 Ws-Calendar-Fields.
          05 Ws-Pay-Frequency    Pic x(01) Value Spaces.
          05 Ws-Periods-Per-Year Pic 9(02) Value 0.
          05 Ws-Period-Step      Pic 9(02) Value 0.
          05 Ws-First-End-Day    Pic s9(09) Value 0.
          05 Ws-Pe-Day           Pic s9(09) Value 0.
          05 Ws-Ps-Day           Pic s9(09) Value 0.
          05 Ws-Period-Days      Pic s9(05) Value 0.
          05 Ws-Pe-Date          Pic x(10) Value Spaces.
          05 Ws-Ps-Date          Pic x(10) Value Spaces.

      *One employee's history rows, in key (effective date)
      *order. An open row's end day is carried as 9999999 so it
      *compares after any real date; a row with no roll date
      *carries roll day 0 and is never backdated.
       01 Ws-Emp-Fields.
          05 Ws-Emp-Empno        Pic x(06) Value Spaces.
          05 Ws-Emp-Firstnme     Pic x(30) Value Spaces.
          05 Ws-Emp-Lastname     Pic x(15) Value Spaces.
          05 Ws-Emp-Workdept     Pic x(03) Value Spaces.
          05 Ws-Emp-Overflow-Sw  Pic x(01) Value 'N'.
             88 Ws-Emp-Overflow          Value 'Y'.
          05 Ws-Emp-Periods      Pic 9(05) Value 0.
          05 Ws-Emp-Retro        Pic s9(09)v99 Value 0.
          05 Ws-Row-Count        Pic 9(03) Value 0.
          05 Ws-Row-Ix           Pic 9(03) Value 0.
          05 Ws-Row-Entry Occurs 100 Times.
             10 Ws-Row-Eff-Day   Pic s9(09).
             10 Ws-Row-End-Day   Pic s9(09).
             10 Ws-Row-Roll-Day  Pic s9(09).
             10 Ws-Row-Salary    Pic s9(07)v99.
             10 Ws-Row-Retro-Sw  Pic x(01).
                88 Ws-Row-Is-Retro       Value 'Y'.

      *Pricing one period.
       01 Ws-Period-Fields.
          05 Ws-Win-Low-Day      Pic s9(09) Value 0.
          05 Ws-Win-High-Day     Pic s9(09) Value 0.
          05 Ws-Ov-Start-Day     Pic s9(09) Value 0.
          05 Ws-Ov-End-Day       Pic s9(09) Value 0.
          05 Ws-Ov-Days          Pic s9(05) Value 0.
          05 Ws-Covered-Days     Pic s9(05) Value 0.
          05 Ws-Target-Num       Pic s9(13)v99 Value 0.
          05 Ws-Target-Pay       Pic s9(07)v99 Value 0.
          05 Ws-Paid-Pay         Pic s9(07)v99 Value 0.
          05 Ws-Retro-Amount     Pic s9(07)v99 Value 0.
          05 Ws-Known-Eff-Day    Pic s9(09) Value 0.
          05 Ws-Known-Salary     Pic s9(07)v99 Value 0.
          05 Ws-Paid-Source      Pic x(07) Value Spaces.

      *Department totals, kept in deptno order for the summary.
       01 Ws-Dept-Table-Fields.
          05 Ws-Dept-Count       Pic 9(03) Value 0.
          05 Ws-Dept-Ix          Pic 9(03) Value 0.
          05 Ws-Dept-Slot        Pic 9(03) Value 0.
          05 Ws-Dept-Entry Occurs 200 Times.
             10 Ws-Dept-Code     Pic x(03).
             10 Ws-Dept-Emps     Pic 9(07).
             10 Ws-Dept-Periods  Pic 9(07).
             10 Ws-Dept-Retro    Pic s9(09)v99.

       01 Ws-Counters.
          05 Ws-Rows-Read        Pic 9(09) Value 0.
          05 Ws-Emps-Paid        Pic 9(07) Value 0.
          05 Ws-No-Rate-Count    Pic 9(07) Value 0.
          05 Ws-Overflow-Count   Pic 9(07) Value 0.
          05 Ws-Ledger-Count     Pic 9(07) Value 0.
          05 Ws-Retro-Count      Pic 9(09) Value 0.
          05 Ws-Retro-Hash       Pic s9(11)v99 Value 0.

      *Calendar edit work fields - same YYYY-MM-DD edit the
      *maintenance and validation steps apply to their dates.
       01 Ws-Work-Date           Pic x(10).
       01 Ws-Date-Edit-Fields.
          05 Ws-Edit-Yyyy        Pic x(04).
          05 Ws-Edit-Yyyy-N Redefines Ws-Edit-Yyyy Pic 9(04).
          05 Ws-Edit-Mm          Pic x(02).
          05 Ws-Edit-Mm-N Redefines Ws-Edit-Mm Pic 9(02).
          05 Ws-Edit-Dd          Pic x(02).
          05 Ws-Edit-Dd-N Redefines Ws-Edit-Dd Pic 9(02).
          05 Ws-Days-In-Month    Pic 9(02).
          05 Ws-Leap-Work        Pic 9(04).
          05 Ws-Leap-Rem         Pic 9(04).
          05 Ws-Date-Valid-Sw    Pic x(01).
             88 Ws-Date-Valid            Value 'Y'.

      *Day-number conversion work fields.
       01 Ws-Date-Work-Fields.
          05 Ws-Current-Date     Pic x(21).
          05 Ws-Cnv-Date         Pic x(10).
          05 Ws-Day-Number       Pic s9(09).
          05 Ws-Date-Yyyymmdd    Pic 9(08).
          05 Ws-Date-Split Redefines Ws-Date-Yyyymmdd.
             10 Ws-Date-Yyyy     Pic 9(04).
             10 Ws-Date-Mm       Pic 9(02).
             10 Ws-Date-Dd       Pic 9(02).

       01 Ws-Edit-Fields.
          05 Ws-Edit-Amount      Pic -,---,--9.99.
          05 Ws-Edit-Total       Pic -,---,---,--9.99.
          05 Ws-Edit-Count       Pic zzz,zz9.
          05 Ws-Edit-Name        Pic x(20).
          05 Ws-Retro-Edit-Amount Pic +9(7).99.
          05 Ws-Retro-Edit-Hash  Pic +9(11).99.
          05 Ws-Retro-Edit-Count Pic 9(09).

       01 Ws-Run-Start-Stamp     Pic x(14) Value Spaces.
       01 Ws-Run-Date            Pic x(10) Value Spaces.

       01 Ws-Return-Code         Pic 9(02) Value 0.

       Procedure Division.

       0000-Main-Para.
           Move Function Current-Date To Ws-Run-Start-Stamp
           Move Ws-Run-Start-Stamp(1:4) To Ws-Run-Date(1:4)
           Move '-' To Ws-Run-Date(5:1)
           Move Ws-Run-Start-Stamp(5:2) To Ws-Run-Date(6:2)
           Move '-' To Ws-Run-Date(8:1)
           Move Ws-Run-Start-Stamp(7:2) To Ws-Run-Date(9:2)

           Perform 1000-Get-Pay-Calendar
           If Ws-Return-Code Not = 0
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Open Input History-Master
           Open Input Retro-Ledger
           Open Output Retro-Out
           Open Output Retro-Work
           Open Output Report-Out
      *File status 05/35 on the ledger is the first run ever -
      *nothing has been paid yet.
           If Ws-Ledger-Status = '00'
              Set Ws-Ledger-Open-Sw To 'Y'
           End-If
      *Status 05 leaves the ledger open all the same, with
      *nothing in it to read - close it now.
           If Ws-Ledger-Status = '05'
              Close Retro-Ledger
           End-If
           If Ws-Hist-Status Not = '00'
              Or Ws-Retro-Status Not = '00'
              Or Ws-Work-Status Not = '00'
              Or Ws-Report-Status Not = '00'
              Or (Ws-Ledger-Status Not = '00'
                  And Ws-Ledger-Status Not = '05'
                  And Ws-Ledger-Status Not = '35')
              Move 20 To Ws-Return-Code
              Display "HISTMST/RTPMST/RETROUT/RTWORK/RETRORPT OPEN "
                 "FAILED, STATUS=" Ws-Hist-Status " "
                 Ws-Ledger-Status " " Ws-Retro-Status " "
                 Ws-Work-Status " " Ws-Report-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 1900-Write-Headers

      *One pass over the master in key order - each employee's
      *rows arrive together, oldest first.
           Move Low-Values To Hist-Key
           Start History-Master Key >= Hist-Key
              Invalid Key Set Ws-Hist-Eof To True
           End-Start
           Perform 1100-Read-History
           Perform Until Ws-Hist-Eof Or Ws-Return-Code >= 20
              If Hist-Empno Not = Ws-Emp-Empno
                 If Ws-Emp-Empno Not = Spaces
                    Perform 2000-Process-Employee
                 End-If
                 Move Hist-Empno To Ws-Emp-Empno
                 Move 0 To Ws-Row-Count
                 Set Ws-Emp-Overflow-Sw To 'N'
              End-If
              Perform 1800-Add-Row
              Perform 1100-Read-History
           End-Perform
           If Ws-Emp-Empno Not = Spaces And Ws-Return-Code < 20
              Perform 2000-Process-Employee
           End-If

           Close History-Master
           Close Retro-Work
           If Ws-Ledger-Open
              Close Retro-Ledger
           End-If

           Perform 2900-Write-Report-Totals

      *Only a clean run gets a trailer and touches the ledger - a
      *file without a trailer is rejected by the vendor, so
      *nothing in it may count as paid.
           If Ws-Return-Code < 20
              Perform 2950-Write-Retro-Trailer
           End-If
           Close Retro-Out
           If Ws-Return-Code < 20
              Perform 3000-Update-Ledger
           End-If
           Close Report-Out

           If Ws-Return-Code = 0
              And (Ws-No-Rate-Count > 0 Or Ws-Overflow-Count > 0)
              Move 4 To Ws-Return-Code
           End-If

           Display "Retro pay: history rows read " Ws-Rows-Read
              " periods paid " Ws-Retro-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       1000-Get-Pay-Calendar.
           Open Input Paycal-Card
           If Ws-Paycal-Status Not = '00'
              Move 8 To Ws-Return-Code
              Display "PAYCAL OPEN FAILED, STATUS=" Ws-Paycal-Status
           Else
              Read Paycal-Card
                 At End Move 8 To Ws-Return-Code
              End-Read
              Close Paycal-Card
              If Ws-Return-Code Not = 0
                 Display "PAY CALENDAR CARD MISSING"
              End-If
           End-If

           If Ws-Return-Code = 0
              Move Pcd-Frequency To Ws-Pay-Frequency
              Evaluate Ws-Pay-Frequency
                 When 'W'
                    Move 52 To Ws-Periods-Per-Year
                    Move 7 To Ws-Period-Step
                 When 'B'
                    Move 26 To Ws-Periods-Per-Year
                    Move 14 To Ws-Period-Step
                 When 'S'
                    Move 24 To Ws-Periods-Per-Year
                 When 'M'
                    Move 12 To Ws-Periods-Per-Year
                 When Other
                    Move 8 To Ws-Return-Code
              End-Evaluate

              Move Pcd-First-End To Ws-Work-Date
              Perform 1500-Validate-Date
              If Not Ws-Date-Valid
                 Move 8 To Ws-Return-Code
              End-If
              If Ws-Return-Code = 0
                 Evaluate Ws-Pay-Frequency
                    When 'S'
                       If Ws-Edit-Dd-N Not = 15
                          And Ws-Edit-Dd-N Not = Ws-Days-In-Month
                          Move 8 To Ws-Return-Code
                       End-If
                    When 'M'
                       If Ws-Edit-Dd-N Not = Ws-Days-In-Month
                          Move 8 To Ws-Return-Code
                       End-If
                 End-Evaluate
              End-If

              If Ws-Return-Code Not = 0
                 Display "PAY CALENDAR CARD NOT VALID: " Paycal-Record
              Else
                 Move Pcd-First-End To Ws-Cnv-Date
                 Perform 1700-Date-To-Day
                 Move Ws-Day-Number To Ws-First-End-Day
              End-If
           End-If.

       1100-Read-History.
           If Not Ws-Hist-Eof
              Read History-Master Next
                 At End Set Ws-Hist-Eof To True
              End-Read
              If Not Ws-Hist-Eof
                 Add 1 To Ws-Rows-Read
              End-If
           End-If.

       1500-Validate-Date.
      *Edits Ws-Work-Date as a real YYYY-MM-DD calendar date:
      *digits where digits belong, month 01-12, day within the
      *month, February getting 29 only in a leap year - the same
      *edit the maintenance and validation steps apply.
           Set Ws-Date-Valid-Sw To 'N'
           If Ws-Work-Date(5:1) = '-' And Ws-Work-Date(8:1) = '-'
              Move Ws-Work-Date(1:4) To Ws-Edit-Yyyy
              Move Ws-Work-Date(6:2) To Ws-Edit-Mm
              Move Ws-Work-Date(9:2) To Ws-Edit-Dd
              If Ws-Edit-Yyyy Numeric And Ws-Edit-Mm Numeric
                 And Ws-Edit-Dd Numeric
                 And Ws-Edit-Mm-N >= 1 And Ws-Edit-Mm-N <= 12
                 Evaluate Ws-Edit-Mm-N
                    When 4
                    When 6
                    When 9
                    When 11
                       Move 30 To Ws-Days-In-Month
                    When 2
                       Move 28 To Ws-Days-In-Month
                       Divide Ws-Edit-Yyyy-N By 4
                          Giving Ws-Leap-Work
                          Remainder Ws-Leap-Rem
                       If Ws-Leap-Rem = 0
                          Divide Ws-Edit-Yyyy-N By 100
                             Giving Ws-Leap-Work
                             Remainder Ws-Leap-Rem
                          If Ws-Leap-Rem Not = 0
                             Move 29 To Ws-Days-In-Month
                          Else
                             Divide Ws-Edit-Yyyy-N By 400
                                Giving Ws-Leap-Work
                                Remainder Ws-Leap-Rem
                             If Ws-Leap-Rem = 0
                                Move 29 To Ws-Days-In-Month
                             End-If
                          End-If
                       End-If
                    When Other
                       Move 31 To Ws-Days-In-Month
                 End-Evaluate
                 If Ws-Edit-Dd-N >= 1
                    And Ws-Edit-Dd-N <= Ws-Days-In-Month
                    Set Ws-Date-Valid-Sw To 'Y'
                 End-If
              End-If
           End-If.

       1700-Date-To-Day.
      *Ws-Cnv-Date (yyyy-mm-dd) to a day number in Ws-Day-Number;
      *anything that isn't a date comes back as 0.
           Move 0 To Ws-Day-Number
           If Ws-Cnv-Date(1:4) Numeric And Ws-Cnv-Date(6:2) Numeric
              And Ws-Cnv-Date(9:2) Numeric
              Move Ws-Cnv-Date(1:4) To Ws-Date-Yyyy
              Move Ws-Cnv-Date(6:2) To Ws-Date-Mm
              Move Ws-Cnv-Date(9:2) To Ws-Date-Dd
              Compute Ws-Day-Number =
                 Function Integer-Of-Date(Ws-Date-Yyyymmdd)
           End-If.

       1750-Day-To-Date.
      *Ws-Day-Number back to yyyy-mm-dd in Ws-Cnv-Date.
           Compute Ws-Date-Yyyymmdd =
              Function Date-Of-Integer(Ws-Day-Number)
           Move Ws-Date-Yyyy To Ws-Cnv-Date(1:4)
           Move '-' To Ws-Cnv-Date(5:1)
           Move Ws-Date-Mm To Ws-Cnv-Date(6:2)
           Move '-' To Ws-Cnv-Date(8:1)
           Move Ws-Date-Dd To Ws-Cnv-Date(9:2).

       1800-Add-Row.
      *The latest row's name and department are the ones the
      *report and the vendor file carry.
           Move Hist-Firstnme To Ws-Emp-Firstnme
           Move Hist-Lastname To Ws-Emp-Lastname
           Move Hist-Workdept To Ws-Emp-Workdept
           If Ws-Row-Count >= 100
              Set Ws-Emp-Overflow-Sw To 'Y'
           Else
              Add 1 To Ws-Row-Count
              Move Ws-Row-Count To Ws-Row-Ix
              Move Hist-Eff-Date To Ws-Cnv-Date
              Perform 1700-Date-To-Day
              Move Ws-Day-Number To Ws-Row-Eff-Day(Ws-Row-Ix)
              If Hist-End-Date = High-Values
                 Move 9999999 To Ws-Row-End-Day(Ws-Row-Ix)
              Else
                 Move Hist-End-Date To Ws-Cnv-Date
                 Perform 1700-Date-To-Day
                 Move Ws-Day-Number To Ws-Row-End-Day(Ws-Row-Ix)
              End-If
              Move Hist-Roll-Date To Ws-Cnv-Date
              Perform 1700-Date-To-Day
              Move Ws-Day-Number To Ws-Row-Roll-Day(Ws-Row-Ix)
              Move Hist-Salary To Ws-Row-Salary(Ws-Row-Ix)
              Set Ws-Row-Retro-Sw(Ws-Row-Ix) To 'N'
           End-If.

       1900-Write-Headers.
      *Vendor header: type, source system id, run date, pay
      *frequency - checked by the receiving side before it loads.
           Move Spaces To Retro-Out-Record
           String "H|COBDB2RP|" Delimited By Size
              Ws-Run-Date Delimited By Size
              "|" Delimited By Size
              Ws-Pay-Frequency Delimited By Size
              Into Retro-Out-Record
           End-String
           Write Retro-Out-Record

           Move Spaces To Report-Line
           String "RETROACTIVE PAY REPORT - RUN " Delimited By Size
              Ws-Run-Date Delimited By Size
              "   PAY FREQUENCY " Delimited By Size
              Ws-Pay-Frequency Delimited By Size
              "   CALENDAR FROM " Delimited By Size
              Pcd-First-End Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           Move "EMPNO" To Report-Line(1:5)
           Move "NAME" To Report-Line(8:4)
           Move "DPT" To Report-Line(29:3)
           Move "PERIOD START" To Report-Line(33:12)
           Move "PERIOD END" To Report-Line(46:10)
           Move "PAID FROM" To Report-Line(57:9)
           Move "PAID" To Report-Line(74:4)
           Move "DUE" To Report-Line(87:3)
           Move "RETRO" To Report-Line(98:5)
           Move "NOTE" To Report-Line(105:4)
           Write Report-Line After Advancing 2 Lines.

       2000-Process-Employee.
      *Mark the employee's backdated rows and take the span their
      *windows cover; then walk the calendar across that span,
      *pricing every period some backdated row's window holds.
           Move 0 To Ws-Emp-Periods
           Move 0 To Ws-Emp-Retro
           If Ws-Emp-Overflow
              Add 1 To Ws-Overflow-Count
              Move Spaces To Report-Line
              Move Ws-Emp-Empno To Report-Line(1:6)
              String "MORE THAN 100 HISTORY ROWS - NOT PROCESSED"
                 Delimited By Size
                 Into Report-Line(8:60)
              End-String
              Write Report-Line After Advancing 1 Lines
           Else
              Move 9999999 To Ws-Win-Low-Day
              Move 0 To Ws-Win-High-Day
              Perform Varying Ws-Row-Ix From 1 By 1
                 Until Ws-Row-Ix > Ws-Row-Count
                 If Ws-Row-Roll-Day(Ws-Row-Ix) > 0
                    And Ws-Row-Eff-Day(Ws-Row-Ix)
                        < Ws-Row-Roll-Day(Ws-Row-Ix)
                    Set Ws-Row-Retro-Sw(Ws-Row-Ix) To 'Y'
                    If Ws-Row-Eff-Day(Ws-Row-Ix) < Ws-Win-Low-Day
                       Move Ws-Row-Eff-Day(Ws-Row-Ix)
                          To Ws-Win-Low-Day
                    End-If
                    If Ws-Row-Roll-Day(Ws-Row-Ix) - 1
                       > Ws-Win-High-Day
                       Compute Ws-Win-High-Day =
                          Ws-Row-Roll-Day(Ws-Row-Ix) - 1
                    End-If
                 End-If
              End-Perform

              If Ws-Win-High-Day > 0
                 Move Ws-First-End-Day To Ws-Pe-Day
                 Perform 2300-Set-Period-Start
                 Perform Until Ws-Pe-Day > Ws-Win-High-Day
                    Or Ws-Return-Code >= 20
                    If Ws-Pe-Day >= Ws-Win-Low-Day
                       Perform 2200-Check-Period
                    End-If
                    Perform 2400-Next-Period
                 End-Perform
              End-If

              If Ws-Emp-Periods > 0
                 Perform 2800-Write-Employee-Total
              End-If
           End-If.

       2200-Check-Period.
           Set Ws-Found-Sw To 'N'
           Perform Varying Ws-Row-Ix From 1 By 1
              Until Ws-Row-Ix > Ws-Row-Count Or Ws-Found
              If Ws-Row-Is-Retro(Ws-Row-Ix)
                 And Ws-Row-Eff-Day(Ws-Row-Ix) <= Ws-Pe-Day
                 And Ws-Pe-Day < Ws-Row-Roll-Day(Ws-Row-Ix)
                 Set Ws-Found-Sw To 'Y'
              End-If
           End-Perform
           If Ws-Found
              Perform 2500-Price-Period
           End-If.

       2300-Set-Period-Start.
      *First day of the period ending Ws-Pe-Day.
           Evaluate Ws-Pay-Frequency
              When 'W'
              When 'B'
                 Compute Ws-Ps-Day = Ws-Pe-Day - Ws-Period-Step + 1
              When Other
                 Compute Ws-Date-Yyyymmdd =
                    Function Date-Of-Integer(Ws-Pe-Day)
                 If Ws-Pay-Frequency = 'S' And Ws-Date-Dd > 15
                    Move 16 To Ws-Date-Dd
                 Else
                    Move 1 To Ws-Date-Dd
                 End-If
                 Compute Ws-Ps-Day =
                    Function Integer-Of-Date(Ws-Date-Yyyymmdd)
           End-Evaluate
           Compute Ws-Period-Days = Ws-Pe-Day - Ws-Ps-Day + 1.

       2400-Next-Period.
           Evaluate Ws-Pay-Frequency
              When 'W'
              When 'B'
                 Add Ws-Period-Step To Ws-Pe-Day
              When 'S'
                 Compute Ws-Date-Yyyymmdd =
                    Function Date-Of-Integer(Ws-Pe-Day)
                 If Ws-Date-Dd = 15
                    Perform 2450-Set-Month-End
                 Else
      *A month end plus fifteen days is the next month's 15th.
                    Add 15 To Ws-Pe-Day
                 End-If
              When 'M'
                 Compute Ws-Date-Yyyymmdd =
                    Function Date-Of-Integer(Ws-Pe-Day + 1)
                 Perform 2450-Set-Month-End
           End-Evaluate
           Perform 2300-Set-Period-Start.

       2450-Set-Month-End.
      *Last day of the month in Ws-Date-Yyyymmdd: the day before
      *the first of the month after it.
           If Ws-Date-Mm = 12
              Add 1 To Ws-Date-Yyyy
              Move 1 To Ws-Date-Mm
           Else
              Add 1 To Ws-Date-Mm
           End-If
           Move 1 To Ws-Date-Dd
           Compute Ws-Pe-Day =
              Function Integer-Of-Date(Ws-Date-Yyyymmdd) - 1.

       2500-Price-Period.
      *What the period was worth: every history row covering it,
      *annual salary by the day, over the periods in a year. What
      *was paid for it: the ledger's figure if retro has been paid
      *for it before, otherwise the rate history showed on the
      *period end date - counting only rows already rolled by
      *then, since those are the only rates payroll knew.
           Move 0 To Ws-Target-Num
           Move 0 To Ws-Covered-Days
           Move 0 To Ws-Known-Eff-Day
           Set Ws-Known-Sw To 'N'
           Perform Varying Ws-Row-Ix From 1 By 1
              Until Ws-Row-Ix > Ws-Row-Count
              Move Ws-Ps-Day To Ws-Ov-Start-Day
              If Ws-Row-Eff-Day(Ws-Row-Ix) > Ws-Ov-Start-Day
                 Move Ws-Row-Eff-Day(Ws-Row-Ix) To Ws-Ov-Start-Day
              End-If
              Move Ws-Pe-Day To Ws-Ov-End-Day
              If Ws-Row-End-Day(Ws-Row-Ix) < Ws-Ov-End-Day
                 Move Ws-Row-End-Day(Ws-Row-Ix) To Ws-Ov-End-Day
              End-If
              If Ws-Ov-Start-Day <= Ws-Ov-End-Day
                 Compute Ws-Ov-Days =
                    Ws-Ov-End-Day - Ws-Ov-Start-Day + 1
                 Compute Ws-Target-Num = Ws-Target-Num
                    + Ws-Row-Salary(Ws-Row-Ix) * Ws-Ov-Days
                 Add Ws-Ov-Days To Ws-Covered-Days
              End-If
              If Ws-Row-Eff-Day(Ws-Row-Ix) <= Ws-Pe-Day
                 And Ws-Row-Roll-Day(Ws-Row-Ix) <= Ws-Pe-Day
                 And Ws-Row-Eff-Day(Ws-Row-Ix) >= Ws-Known-Eff-Day
                 Set Ws-Known-Sw To 'Y'
                 Move Ws-Row-Eff-Day(Ws-Row-Ix) To Ws-Known-Eff-Day
                 Move Ws-Row-Salary(Ws-Row-Ix) To Ws-Known-Salary
              End-If
           End-Perform
           Compute Ws-Target-Pay Rounded = Ws-Target-Num
              / (Ws-Periods-Per-Year * Ws-Period-Days)

           Move Ws-Pe-Day To Ws-Day-Number
           Perform 1750-Day-To-Date
           Move Ws-Cnv-Date To Ws-Pe-Date
           Move Ws-Ps-Day To Ws-Day-Number
           Perform 1750-Day-To-Date
           Move Ws-Cnv-Date To Ws-Ps-Date

           Set Ws-Found-Sw To 'N'
           If Ws-Ledger-Open
              Move Ws-Emp-Empno To Rtp-Empno
              Move Ws-Pe-Date To Rtp-Period-End
              Read Retro-Ledger
                 Invalid Key Continue
                 Not Invalid Key Set Ws-Found-Sw To 'Y'
              End-Read
           End-If

           Evaluate True
              When Ws-Found
                 Move Rtp-Period-Pay To Ws-Paid-Pay
                 Move 'LEDGER' To Ws-Paid-Source
                 Perform 2550-Pay-Difference
              When Ws-Known
                 Compute Ws-Paid-Pay Rounded =
                    Ws-Known-Salary * Ws-Covered-Days
                    / (Ws-Periods-Per-Year * Ws-Period-Days)
                 Move 'HISTORY' To Ws-Paid-Source
                 Perform 2550-Pay-Difference
              When Other
                 Add 1 To Ws-No-Rate-Count
                 Move 0 To Ws-Paid-Pay
                 Move 0 To Ws-Retro-Amount
                 Move Spaces To Ws-Paid-Source
                 Perform 2700-Write-Period-Line
                 Move "NO PRIOR RATE - NOT PAID"
                    To Report-Line(105:24)
                 Write Report-Line After Advancing 1 Lines
           End-Evaluate.

       2550-Pay-Difference.
           Compute Ws-Retro-Amount = Ws-Target-Pay - Ws-Paid-Pay
           If Ws-Retro-Amount Not = 0
              Perform 2600-Write-Retro
           End-If.

       2600-Write-Retro.
      *One pipe-delimited detail per employee and period, amount
      *signed with an explicit decimal point - a pay cut that was
      *backdated comes through as a recovery.
           Move Ws-Retro-Amount To Ws-Retro-Edit-Amount
           Move Spaces To Retro-Out-Record
           String "D|" Delimited By Size
              Ws-Emp-Empno Delimited By Size
              "|" Delimited By Size
              Ws-Emp-Workdept Delimited By Size
              "|" Delimited By Size
              Ws-Pe-Date Delimited By Size
              "|" Delimited By Size
              Ws-Retro-Edit-Amount Delimited By Size
              Into Retro-Out-Record
           End-String
           Write Retro-Out-Record
           If Ws-Retro-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "RETROUT WRITE FAILED, STATUS=" Ws-Retro-Status
           Else
              Add 1 To Ws-Retro-Count
              Add Ws-Retro-Amount To Ws-Retro-Hash
              Add 1 To Ws-Emp-Periods
              Add Ws-Retro-Amount To Ws-Emp-Retro

              Move Ws-Emp-Empno To Rtw-Empno
              Move Ws-Pe-Date To Rtw-Period-End
              Move Ws-Target-Pay To Rtw-Period-Pay
              Move Ws-Retro-Amount To Rtw-Retro-Amount
              Write Retro-Work-Record
              If Ws-Work-Status Not = '00'
                 Move 20 To Ws-Return-Code
                 Display "RTWORK WRITE FAILED, STATUS="
                    Ws-Work-Status
              End-If

              Perform 2700-Write-Period-Line
              If Ws-Retro-Amount < 0
                 Move "RECOVERY" To Report-Line(105:8)
              End-If
              Write Report-Line After Advancing 1 Lines
           End-If.

       2700-Write-Period-Line.
      *Builds the period line in Report-Line; the caller adds the
      *note and writes it.
           Move Spaces To Ws-Edit-Name
           String Ws-Emp-Lastname Delimited By Space
              ", " Delimited By Size
              Ws-Emp-Firstnme Delimited By Space
              Into Ws-Edit-Name
           End-String

           Move Spaces To Report-Line
           Move Ws-Emp-Empno To Report-Line(1:6)
           Move Ws-Edit-Name To Report-Line(8:20)
           Move Ws-Emp-Workdept To Report-Line(29:3)
           Move Ws-Ps-Date To Report-Line(33:10)
           Move Ws-Pe-Date To Report-Line(46:10)
           Move Ws-Paid-Source To Report-Line(57:7)
           Move Ws-Paid-Pay To Ws-Edit-Amount
           Move Ws-Edit-Amount To Report-Line(66:12)
           Move Ws-Target-Pay To Ws-Edit-Amount
           Move Ws-Edit-Amount To Report-Line(79:12)
           Move Ws-Retro-Amount To Ws-Edit-Amount
           Move Ws-Edit-Amount To Report-Line(92:12).

       2800-Write-Employee-Total.
           Add 1 To Ws-Emps-Paid
           Move Spaces To Report-Line
           String "EMPLOYEE " Delimited By Size
              Ws-Emp-Empno Delimited By Size
              " TOTAL" Delimited By Size
              Into Report-Line(57:30)
           End-String
           Move Ws-Emp-Retro To Ws-Edit-Amount
           Move Ws-Edit-Amount To Report-Line(92:12)
           Write Report-Line After Advancing 1 Lines
           Move Spaces To Report-Line
           Write Report-Line After Advancing 1 Lines

      *Department totals, inserted in deptno order.
           Set Ws-Found-Sw To 'N'
           Perform Varying Ws-Dept-Ix From 1 By 1
              Until Ws-Dept-Ix > Ws-Dept-Count Or Ws-Found
              If Ws-Dept-Code(Ws-Dept-Ix) = Ws-Emp-Workdept
                 Set Ws-Found-Sw To 'Y'
                 Move Ws-Dept-Ix To Ws-Dept-Slot
              End-If
           End-Perform
           If Not Ws-Found
              If Ws-Dept-Count >= 200
      *Past the table's end everything lands in one catch-all
      *row - the grand total still ties.
                 Move 200 To Ws-Dept-Slot
                 Move '***' To Ws-Dept-Code(Ws-Dept-Slot)
              Else
                 Perform 2850-Insert-Dept
              End-If
           End-If
           Add 1 To Ws-Dept-Emps(Ws-Dept-Slot)
           Add Ws-Emp-Periods To Ws-Dept-Periods(Ws-Dept-Slot)
           Add Ws-Emp-Retro To Ws-Dept-Retro(Ws-Dept-Slot).

       2850-Insert-Dept.
           Add 1 To Ws-Dept-Count
           Move Ws-Dept-Count To Ws-Dept-Slot
           Perform Until Ws-Dept-Slot = 1
              Or Ws-Dept-Code(Ws-Dept-Slot - 1) < Ws-Emp-Workdept
              Move Ws-Dept-Entry(Ws-Dept-Slot - 1)
                 To Ws-Dept-Entry(Ws-Dept-Slot)
              Subtract 1 From Ws-Dept-Slot
           End-Perform
           Move Ws-Emp-Workdept To Ws-Dept-Code(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Emps(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Periods(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Retro(Ws-Dept-Slot).

       2900-Write-Report-Totals.
           Move Spaces To Report-Line
           String "RETRO PAY BY DEPARTMENT" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           Move "DPT" To Report-Line(1:3)
           Move "EMPLOYEES" To Report-Line(8:9)
           Move "PERIODS" To Report-Line(20:7)
           Move "RETRO" To Report-Line(41:5)
           Write Report-Line After Advancing 2 Lines

           Perform Varying Ws-Dept-Ix From 1 By 1
              Until Ws-Dept-Ix > Ws-Dept-Count
              Move Spaces To Report-Line
              Move Ws-Dept-Code(Ws-Dept-Ix) To Report-Line(1:3)
              Move Ws-Dept-Emps(Ws-Dept-Ix) To Ws-Edit-Count
              Move Ws-Edit-Count To Report-Line(10:7)
              Move Ws-Dept-Periods(Ws-Dept-Ix) To Ws-Edit-Count
              Move Ws-Edit-Count To Report-Line(20:7)
              Move Ws-Dept-Retro(Ws-Dept-Ix) To Ws-Edit-Total
              Move Ws-Edit-Total To Report-Line(30:16)
              Write Report-Line After Advancing 1 Lines
           End-Perform

           Move Spaces To Report-Line
           Move "ALL" To Report-Line(1:3)
           Move Ws-Emps-Paid To Ws-Edit-Count
           Move Ws-Edit-Count To Report-Line(10:7)
           Move Ws-Retro-Count To Ws-Edit-Count
           Move Ws-Edit-Count To Report-Line(20:7)
           Move Ws-Retro-Hash To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(30:16)
           Write Report-Line After Advancing 2 Lines

           Move Ws-Rows-Read To Ws-Edit-Count
           Move Spaces To Report-Line
           String "HISTORY ROWS READ:          " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Ws-No-Rate-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "PERIODS NO PRIOR RATE:      " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Overflow-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "EMPLOYEES NOT PROCESSED:    " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           If Ws-Return-Code >= 20
              Move Spaces To Report-Line
              String "RUN FAILED - RETRO FILE HAS NO TRAILER AND THE "
                 "LEDGER WAS NOT UPDATED; NOTHING ABOVE IS PAID"
                 Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 2 Lines
           End-If.

       2950-Write-Retro-Trailer.
      *Trailer record: type, record count, amount hash total - the
      *receiving side recomputes both and rejects the file on any
      *mismatch.
           Move Ws-Retro-Count To Ws-Retro-Edit-Count
           Move Ws-Retro-Hash To Ws-Retro-Edit-Hash
           Move Spaces To Retro-Out-Record
           String "T|" Delimited By Size
              Ws-Retro-Edit-Count Delimited By Size
              "|" Delimited By Size
              Ws-Retro-Edit-Hash Delimited By Size
              Into Retro-Out-Record
           End-String
           Write Retro-Out-Record
           If Ws-Retro-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "RETROUT TRAILER WRITE FAILED, STATUS="
                 Ws-Retro-Status
           End-If.

       3000-Update-Ledger.
      *Every period paid this run now counts as paid at its new
      *worth. A failure here leaves the ledger part updated -
      *restore it before any rerun, or the rest pays twice.
           Open I-O Retro-Ledger
           Open Input Retro-Work
           If (Ws-Ledger-Status Not = '00'
               And Ws-Ledger-Status Not = '05')
              Or Ws-Work-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "RTPMST/RTWORK OPEN FAILED, STATUS="
                 Ws-Ledger-Status " " Ws-Work-Status
              If Ws-Ledger-Status = '00' Or Ws-Ledger-Status = '05'
                 Close Retro-Ledger
              End-If
              If Ws-Work-Status = '00'
                 Close Retro-Work
              End-If
           Else
              Perform 3100-Read-Work
              Perform Until Ws-Work-Eof Or Ws-Return-Code >= 20
                 Perform 3200-Post-One-Period
                 Perform 3100-Read-Work
              End-Perform
              Close Retro-Ledger
              Close Retro-Work
           End-If

           Move Ws-Ledger-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           If Ws-Return-Code >= 20
              String "LEDGER UPDATE FAILED AFTER " Delimited By Size
                 Ws-Edit-Count Delimited By Size
                 " PERIODS - RESTORE RTPMST BEFORE ANY RERUN"
                 Delimited By Size
                 Into Report-Line
              End-String
           Else
              String "LEDGER PERIODS POSTED:      " Delimited By Size
                 Ws-Edit-Count Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 1 Lines.

       3100-Read-Work.
           Read Retro-Work
              At End Set Ws-Work-Eof To True
           End-Read.

       3200-Post-One-Period.
           Move Rtw-Empno To Rtp-Empno
           Move Rtw-Period-End To Rtp-Period-End
           Read Retro-Ledger
              Invalid Key
                 Move Rtw-Period-Pay To Rtp-Period-Pay
                 Move Rtw-Retro-Amount To Rtp-Retro-Total
                 Move Ws-Run-Date To Rtp-Last-Run-Date
                 Write Retro-Paid-Record
              Not Invalid Key
                 Move Rtw-Period-Pay To Rtp-Period-Pay
                 Add Rtw-Retro-Amount To Rtp-Retro-Total
                 Move Ws-Run-Date To Rtp-Last-Run-Date
                 Rewrite Retro-Paid-Record
           End-Read
           If Ws-Ledger-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "RTPMST WRITE FAILED, STATUS=" Ws-Ledger-Status
                 " EMPNO " Rtw-Empno " PERIOD " Rtw-Period-End
           Else
              Add 1 To Ws-Ledger-Count
           End-If.
