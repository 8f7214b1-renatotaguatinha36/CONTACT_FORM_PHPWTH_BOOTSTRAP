      * ---------------------------------------------------
      *   Module Name: COBDB2GL.cbl
      *
      *   Description: Monthly salary accrual journal to the
      *   General Ledger, by department.
      *
      *   Purpose: Finance rebuilt the month's salary accrual by
      *   hand from COBOLDB2's department subtotals. This step
      *   reads the certified extract (EXTREC layout, Extrin DD),
      *   accrues one month of each employee's salary to the
      *   employee's department - prorated by the day for an
      *   employee hired during the month, nothing for one hired
      *   after it - and writes a balanced GL journal (Gljrnl
      *   DD): a debit per department to its salary-expense
      *   account and an offsetting credit to accrued payroll.
      *
      *   Accounts come from the keyed department-to-GL mapping
      *   file (GLMREC layout, Glmmst DD) kept by COBDB2GM. A
      *   department with no mapping is debited to the suspense
      *   account on the parameter card and listed on the report
      *   for finance to map before the journal is posted.
      *
      *   Parameter card (Glparm DD, required):
      *      columns 1-7   accrual month, yyyy-mm
      *      columns 9-18  accrued payroll account (the credit)
      *      columns 20-25 accrued payroll cost center
      *      columns 27-36 suspense account
      *      columns 38-43 suspense cost center
      *   A missing or mis-keyed card fails the run with RC 8 -
      *   a journal posted to the wrong month or account costs
      *   finance a reversal.
      *
      *   The journal has the same shape as COBOLDB2's interface
      *   feed: a header (source system id, run date, accrual
      *   month), one pipe-delimited detail per posting, and a
      *   trailer with the record count and the debit and credit
      *   totals, which must balance. The trailer is written only
      *   when the run ends clean and the totals balance. The
      *   control report (Glrpt DD) lists every department's
      *   accrual and posting, the unmapped departments, and a
      *   tie-out from the extract's salary total to the journal
      *   total: one month of salary, less the new-hire proration,
      *   less employees not yet hired, plus rounding.
      *
      *   Return codes:
      *      0 - normal
      *      4 - departments posted to suspense, or an empty
      *          extract
      *      8 - parameter card missing or not valid, or the
      *          journal failed to balance (no trailer written)
      *     20 - a file failed to open, or a journal write failed
      *
      *   Change history:
      *   - Initial version.
      *   - A mapping file that is not there (status 05) is now
      *     closed after its open instead of being left open.
      *   - Slot 200 of the department table is kept for the
      *     catch-all row: a 201st department used to overwrite
      *     the real department already in slot 200 and send its
      *     accrual to suspense under the catch-all code.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2GL.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Glparm-Card Assign To Glparm
              Organization Is Line Sequential
              File Status Is Ws-Glparm-Status.

           Select Extract-In Assign To Extrin
              Organization Is Line Sequential
              File Status Is Ws-Extract-Status.

      *The mapping master. Optional: with no file at all every
      *department goes to suspense and is listed.
           Select Optional Map-Master Assign To Glmmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Glm-Deptno
              File Status Is Ws-Map-Status.

           Select Journal-Out Assign To Gljrnl
              Organization Is Line Sequential
              File Status Is Ws-Journal-Status.

           Select Control-Report Assign To Glrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Shared nightly run-control file - every batch step appends
      *its step-completion record here for the flow-control step.
           Select Runctl-Out Assign To Runctl
              Organization Is Line Sequential
              File Status Is Ws-Runctl-Status.

       Data Division.

       File Section.
       FD  Glparm-Card.
       01  Glparm-Record.
           05 Gcd-Month           Pic x(07).
           05 Filler              Pic x(01).
           05 Gcd-Accrued-Account Pic x(10).
           05 Filler              Pic x(01).
           05 Gcd-Accrued-Center  Pic x(06).
           05 Filler              Pic x(01).
           05 Gcd-Suspense-Account Pic x(10).
           05 Filler              Pic x(01).
           05 Gcd-Suspense-Center Pic x(06).
           05 Filler              Pic x(37).

       FD  Extract-In.
       COPY EXTREC.

       FD  Map-Master.
       COPY GLMREC.

       FD  Journal-Out.
       01  Journal-Out-Record     Pic x(150).

       FD  Control-Report.
       01  Report-Line            Pic x(132).

       FD  Runctl-Out.
       COPY RUNREC.

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Glparm-Status    Pic x(02) Value '00'.
          05 Ws-Extract-Status   Pic x(02) Value '00'.
          05 Ws-Map-Status       Pic x(02) Value '00'.
          05 Ws-Journal-Status   Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Extract-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Extract-Eof           Value 'Y'.
          05 Ws-Map-Open-Sw      Pic x(01) Value 'N'.
             88 Ws-Map-Open              Value 'Y'.
          05 Ws-Found-Sw         Pic x(01) Value 'N'.
             88 Ws-Found                 Value 'Y'.

      *The accrual month from the parameter card, its first and
      *last dates, and its length in days.
       01 Ws-Month-Fields.
          05 Ws-Accrual-Month    Pic x(07) Value Spaces.
          05 Ws-Month-First      Pic x(10) Value Spaces.
          05 Ws-Month-Last       Pic x(10) Value Spaces.
          05 Ws-Month-Days       Pic 9(02) Value 0.
          05 Ws-Hire-Day         Pic 9(02) Value 0.
          05 Ws-Accrue-Days      Pic 9(02) Value 0.

      *One employee's accrual. The exact (unrounded) figures feed
      *the tie-out; the rounded one is what gets posted.
       01 Ws-Employee-Fields.
          05 Ws-Emp-Monthly      Pic s9(07)v9(06) Value 0.
          05 Ws-Emp-Exact        Pic s9(07)v9(06) Value 0.
          05 Ws-Emp-Accrual      Pic s9(07)v99 Value 0.

      *Department accruals, kept in deptno order, with the
      *account and cost center each is posted to.
       01 Ws-Dept-Table-Fields.
          05 Ws-Dept-Count       Pic 9(03) Value 0.
          05 Ws-Dept-Ix          Pic 9(03) Value 0.
          05 Ws-Dept-Slot        Pic 9(03) Value 0.
          05 Ws-Dept-Entry Occurs 200 Times.
             10 Ws-Dept-Code     Pic x(03).
             10 Ws-Dept-Emps     Pic 9(07).
             10 Ws-Dept-Prorated Pic 9(07).
             10 Ws-Dept-Accrual  Pic s9(09)v99.
             10 Ws-Dept-Account  Pic x(10).
             10 Ws-Dept-Center   Pic x(06).
             10 Ws-Dept-Mapped-Sw Pic x(01).
                88 Ws-Dept-Mapped        Value 'Y'.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(09) Value 0.
          05 Ws-Prorated-Count   Pic 9(07) Value 0.
          05 Ws-Not-Hired-Count  Pic 9(07) Value 0.
          05 Ws-Unmapped-Count   Pic 9(05) Value 0.
          05 Ws-Journal-Count    Pic 9(09) Value 0.

      *Tie-out totals - the exact ones carry six decimals so the
      *rounding line is the only place pennies appear.
       01 Ws-Total-Fields.
          05 Ws-Tot-Salary       Pic s9(11)v99 Value 0.
          05 Ws-Tot-Monthly      Pic s9(11)v9(06) Value 0.
          05 Ws-Tot-Proration    Pic s9(11)v9(06) Value 0.
          05 Ws-Tot-Not-Hired    Pic s9(11)v9(06) Value 0.
          05 Ws-Tot-Rounding     Pic s9(11)v9(06) Value 0.
          05 Ws-Tot-Debit        Pic s9(11)v99 Value 0.
          05 Ws-Tot-Credit       Pic s9(11)v99 Value 0.
          05 Ws-Tot-Suspense     Pic s9(11)v99 Value 0.
          05 Ws-Tot-Work         Pic s9(11)v99 Value 0.

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

       01 Ws-Edit-Fields.
          05 Ws-Edit-Total       Pic -,---,---,--9.99.
          05 Ws-Edit-Count       Pic zzz,zz9.
          05 Ws-Jrnl-Edit-Amount Pic +9(9).99.
          05 Ws-Jrnl-Edit-Debit  Pic +9(11).99.
          05 Ws-Jrnl-Edit-Credit Pic +9(11).99.
          05 Ws-Jrnl-Edit-Count  Pic 9(09).

       01 Ws-Return-Code         Pic 9(02) Value 0.

      *Start-of-run stamp and end-time work field for the
      *run-control record.
       01 Ws-Run-Start-Stamp     Pic x(14) Value Spaces.
       01 Ws-Current-Timestamp   Pic x(26) Value Spaces.
       01 Ws-Run-Date            Pic x(10) Value Spaces.

       Procedure Division.

       0000-Main-Para.
           Move Function Current-Date To Ws-Run-Start-Stamp
           Move Ws-Run-Start-Stamp(1:4) To Ws-Run-Date(1:4)
           Move '-' To Ws-Run-Date(5:1)
           Move Ws-Run-Start-Stamp(5:2) To Ws-Run-Date(6:2)
           Move '-' To Ws-Run-Date(8:1)
           Move Ws-Run-Start-Stamp(7:2) To Ws-Run-Date(9:2)

           Perform 1000-Get-Parameter-Card
           If Ws-Return-Code Not = 0
              Perform 9000-Write-Run-Control
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Open Input Extract-In
           Open Input Map-Master
           Open Output Journal-Out
           Open Output Control-Report
      *File status 05/35 is a mapping file that isn't there -
      *every department then posts to suspense.
           If Ws-Map-Status = '00'
              Set Ws-Map-Open-Sw To 'Y'
           End-If
      *Status 05 leaves the mapping file open all the same, with
      *nothing in it to read - close it now.
           If Ws-Map-Status = '05'
              Close Map-Master
           End-If
           If Ws-Extract-Status Not = '00'
              Or Ws-Journal-Status Not = '00'
              Or Ws-Report-Status Not = '00'
              Or (Ws-Map-Status Not = '00'
                  And Ws-Map-Status Not = '05'
                  And Ws-Map-Status Not = '35')
              Move 20 To Ws-Return-Code
              Display "EXTRIN/GLMMST/GLJRNL/GLRPT OPEN FAILED, "
                 "STATUS=" Ws-Extract-Status " " Ws-Map-Status
                 " " Ws-Journal-Status " " Ws-Report-Status
              Perform 9000-Write-Run-Control
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 2000-Read-Extract
           Perform Until Ws-Extract-Eof
              Add 1 To Ws-Read-Count
              Perform 3000-Accrue-Employee
              Perform 2000-Read-Extract
           End-Perform
           Close Extract-In

           Perform 4000-Map-Departments
           If Ws-Map-Open
              Close Map-Master
           End-If

           Perform 5000-Write-Journal
           Perform 6000-Write-Control-Report
           Close Journal-Out
           Close Control-Report

           If Ws-Return-Code = 0
              And (Ws-Unmapped-Count > 0 Or Ws-Read-Count = 0)
              Move 4 To Ws-Return-Code
           End-If

           Display "Salary accrual " Ws-Accrual-Month
              ": rows read " Ws-Read-Count
              " journal records " Ws-Journal-Count
           Display "Return code: " Ws-Return-Code

           Perform 9000-Write-Run-Control

           Move Ws-Return-Code To Return-Code
           Goback.

       9000-Write-Run-Control.
      *One step-completion record for the flow-control step -
      *rows in are the certified rows read, rows out the journal
      *detail records written (department debits plus the
      *accrued payroll credit).
           Open Extend Runctl-Out
           If Ws-Runctl-Status Not = '00'
              Open Output Runctl-Out
           End-If
           Move Ws-Run-Start-Stamp(1:8) To Run-Date
           Move 'COBDB2GL' To Run-Program
           Move Ws-Run-Start-Stamp(9:6) To Run-Start-Time
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(9:6) To Run-End-Time
           Move Ws-Return-Code To Run-Return-Code
           Move Ws-Read-Count To Run-Rows-In
           Move Ws-Journal-Count To Run-Rows-Out
           Write Run-Record
           Close Runctl-Out.

       1000-Get-Parameter-Card.
           Open Input Glparm-Card
           If Ws-Glparm-Status Not = '00'
              Move 8 To Ws-Return-Code
              Display "GLPARM OPEN FAILED, STATUS=" Ws-Glparm-Status
           Else
              Read Glparm-Card
                 At End Move 8 To Ws-Return-Code
              End-Read
              Close Glparm-Card
              If Ws-Return-Code Not = 0
                 Display "GL PARAMETER CARD MISSING"
              End-If
           End-If

      *The month is edited as its first day - that also gives the
      *month's length for the proration.
           If Ws-Return-Code = 0
              Move Gcd-Month To Ws-Accrual-Month
              Move Spaces To Ws-Work-Date
              String Gcd-Month Delimited By Size
                 "-01" Delimited By Size
                 Into Ws-Work-Date
              End-String
              Perform 1500-Validate-Date
              If Not Ws-Date-Valid
                 Or Gcd-Accrued-Account = Spaces
                 Or Gcd-Accrued-Center = Spaces
                 Or Gcd-Suspense-Account = Spaces
                 Or Gcd-Suspense-Center = Spaces
                 Move 8 To Ws-Return-Code
                 Display "GL PARAMETER CARD NOT VALID: "
                    Glparm-Record
              Else
                 Move Ws-Work-Date To Ws-Month-First
                 Move Ws-Days-In-Month To Ws-Month-Days
                 Move Ws-Work-Date To Ws-Month-Last
                 Move Ws-Month-Days To Ws-Month-Last(9:2)
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

       2000-Read-Extract.
           Read Extract-In
              At End Set Ws-Extract-Eof To True
           End-Read.

       3000-Accrue-Employee.
      *A full month of salary, except: hired after the month ends
      *accrues nothing; hired during it accrues from the hire date
      *through month end, by the day. The hire dates are
      *certified, and yyyy-mm-dd compares in date order as text.
           Add Ext-Salary To Ws-Tot-Salary
           Compute Ws-Emp-Monthly = Ext-Salary / 12
           Add Ws-Emp-Monthly To Ws-Tot-Monthly

           Evaluate True
              When Ext-Hiredate > Ws-Month-Last
                 Add 1 To Ws-Not-Hired-Count
                 Add Ws-Emp-Monthly To Ws-Tot-Not-Hired
                 Move 0 To Ws-Emp-Exact
                 Move 0 To Ws-Emp-Accrual
              When Ext-Hiredate >= Ws-Month-First
                 Add 1 To Ws-Prorated-Count
                 Move Ext-Hiredate(9:2) To Ws-Hire-Day
                 Compute Ws-Accrue-Days =
                    Ws-Month-Days - Ws-Hire-Day + 1
                 Compute Ws-Emp-Exact =
                    Ext-Salary * Ws-Accrue-Days / (12 * Ws-Month-Days)
                 Compute Ws-Emp-Accrual Rounded =
                    Ext-Salary * Ws-Accrue-Days / (12 * Ws-Month-Days)
                 Compute Ws-Tot-Proration =
                    Ws-Tot-Proration + Ws-Emp-Monthly - Ws-Emp-Exact
              When Other
                 Move Ws-Emp-Monthly To Ws-Emp-Exact
                 Compute Ws-Emp-Accrual Rounded = Ext-Salary / 12
           End-Evaluate

           Perform 3100-Find-Dept
           Add 1 To Ws-Dept-Emps(Ws-Dept-Slot)
           If Ext-Hiredate >= Ws-Month-First
              And Ext-Hiredate <= Ws-Month-Last
              Add 1 To Ws-Dept-Prorated(Ws-Dept-Slot)
           End-If
           Add Ws-Emp-Accrual To Ws-Dept-Accrual(Ws-Dept-Slot)
           Add Ws-Emp-Accrual To Ws-Tot-Debit.

       3100-Find-Dept.
           Set Ws-Found-Sw To 'N'
           Perform Varying Ws-Dept-Ix From 1 By 1
              Until Ws-Dept-Ix > Ws-Dept-Count Or Ws-Found
              If Ws-Dept-Code(Ws-Dept-Ix) = Ext-Workdept
                 Set Ws-Found-Sw To 'Y'
                 Move Ws-Dept-Ix To Ws-Dept-Slot
              End-If
           End-Perform
      *Past the table's end everything lands in one catch-all
      *row, which no mapping matches - it goes to suspense and
      *is listed, so the journal still balances and ties. Slot
      *200 is kept for that row alone: real departments stop at
      *199, so no department's accrual is ever relabelled.
           If Not Ws-Found
              Evaluate True
                 When Ws-Dept-Count < 199
                    Perform 3200-Insert-Dept
                 When Ws-Dept-Count = 199
                    Perform 3300-Open-Catch-All
                 When Other
                    Move 200 To Ws-Dept-Slot
              End-Evaluate
           End-If.

       3200-Insert-Dept.
           Add 1 To Ws-Dept-Count
           Move Ws-Dept-Count To Ws-Dept-Slot
           Perform Until Ws-Dept-Slot = 1
              Or Ws-Dept-Code(Ws-Dept-Slot - 1) < Ext-Workdept
              Move Ws-Dept-Entry(Ws-Dept-Slot - 1)
                 To Ws-Dept-Entry(Ws-Dept-Slot)
              Subtract 1 From Ws-Dept-Slot
           End-Perform
           Move Ext-Workdept To Ws-Dept-Code(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Emps(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Prorated(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Accrual(Ws-Dept-Slot)
           Move Spaces To Ws-Dept-Account(Ws-Dept-Slot)
           Move Spaces To Ws-Dept-Center(Ws-Dept-Slot)
           Move 'N' To Ws-Dept-Mapped-Sw(Ws-Dept-Slot).

       3300-Open-Catch-All.
           Add 1 To Ws-Dept-Count
           Move 200 To Ws-Dept-Slot
           Move '***' To Ws-Dept-Code(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Emps(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Prorated(Ws-Dept-Slot)
           Move 0 To Ws-Dept-Accrual(Ws-Dept-Slot)
           Move Spaces To Ws-Dept-Account(Ws-Dept-Slot)
           Move Spaces To Ws-Dept-Center(Ws-Dept-Slot)
           Move 'N' To Ws-Dept-Mapped-Sw(Ws-Dept-Slot).

       4000-Map-Departments.
      *Each department's posting account: its mapping record, or
      *the suspense account from the card.
           Perform Varying Ws-Dept-Ix From 1 By 1
              Until Ws-Dept-Ix > Ws-Dept-Count
              Set Ws-Found-Sw To 'N'
              If Ws-Map-Open
                 Move Ws-Dept-Code(Ws-Dept-Ix) To Glm-Deptno
                 Read Map-Master
                    Invalid Key Continue
                    Not Invalid Key Set Ws-Found-Sw To 'Y'
                 End-Read
              End-If
              If Ws-Found
                 Move 'Y' To Ws-Dept-Mapped-Sw(Ws-Dept-Ix)
                 Move Glm-Expense-Account
                    To Ws-Dept-Account(Ws-Dept-Ix)
                 Move Glm-Cost-Center To Ws-Dept-Center(Ws-Dept-Ix)
              Else
                 Add 1 To Ws-Unmapped-Count
                 Add Ws-Dept-Accrual(Ws-Dept-Ix) To Ws-Tot-Suspense
                 Move Gcd-Suspense-Account
                    To Ws-Dept-Account(Ws-Dept-Ix)
                 Move Gcd-Suspense-Center
                    To Ws-Dept-Center(Ws-Dept-Ix)
              End-If
           End-Perform.

       5000-Write-Journal.
      *Header record: type, source system id, run date, accrual
      *month - the GL interface checks all of them before it
      *posts anything.
           Move Spaces To Journal-Out-Record
           String "H|COBDB2GL|" Delimited By Size
              Ws-Run-Date Delimited By Size
              "|" Delimited By Size
              Ws-Accrual-Month Delimited By Size
              Into Journal-Out-Record
           End-String
           Write Journal-Out-Record

      *One debit per department with anything to accrue.
           Perform Varying Ws-Dept-Ix From 1 By 1
              Until Ws-Dept-Ix > Ws-Dept-Count
                 Or Ws-Return-Code >= 20
              If Ws-Dept-Accrual(Ws-Dept-Ix) Not = 0
                 Move Ws-Dept-Accrual(Ws-Dept-Ix)
                    To Ws-Jrnl-Edit-Amount
                 Move Spaces To Journal-Out-Record
                 String "D|DR|" Delimited By Size
                    Ws-Dept-Account(Ws-Dept-Ix) Delimited By Space
                    "|" Delimited By Size
                    Ws-Dept-Center(Ws-Dept-Ix) Delimited By Space
                    "|" Delimited By Size
                    Ws-Dept-Code(Ws-Dept-Ix) Delimited By Size
                    "|" Delimited By Size
                    Ws-Jrnl-Edit-Amount Delimited By Size
                    "|SALARY ACCRUAL " Delimited By Size
                    Ws-Accrual-Month Delimited By Size
                    Into Journal-Out-Record
                 End-String
                 Perform 5100-Write-Journal-Detail
              End-If
           End-Perform

      *The offsetting credit to accrued payroll is the sum of the
      *debits, so the journal balances by construction; the
      *trailer check below is what proves it.
           Move Ws-Tot-Debit To Ws-Tot-Work
           If Ws-Return-Code < 20 And Ws-Tot-Work Not = 0
              Move Ws-Tot-Work To Ws-Jrnl-Edit-Amount
              Move Spaces To Journal-Out-Record
              String "D|CR|" Delimited By Size
                 Gcd-Accrued-Account Delimited By Space
                 "|" Delimited By Size
                 Gcd-Accrued-Center Delimited By Space
                 "|   |" Delimited By Size
                 Ws-Jrnl-Edit-Amount Delimited By Size
                 "|ACCRUED PAYROLL " Delimited By Size
                 Ws-Accrual-Month Delimited By Size
                 Into Journal-Out-Record
              End-String
              Perform 5100-Write-Journal-Detail
              If Ws-Return-Code < 20
                 Move Ws-Tot-Work To Ws-Tot-Credit
              End-If
           End-If

           If Ws-Return-Code < 20
              If Ws-Tot-Credit Not = Ws-Tot-Debit
                 Move 8 To Ws-Return-Code
                 Display "GL JOURNAL OUT OF BALANCE - NO TRAILER "
                    "WRITTEN"
              Else
                 Perform 5200-Write-Journal-Trailer
              End-If
           End-If.

       5100-Write-Journal-Detail.
           Write Journal-Out-Record
           If Ws-Journal-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "GLJRNL WRITE FAILED, STATUS="
                 Ws-Journal-Status
           Else
              Add 1 To Ws-Journal-Count
           End-If.

       5200-Write-Journal-Trailer.
      *Trailer record: type, detail count, debit total, credit
      *total - the GL interface rejects the file unless the two
      *totals balance and the count matches.
           Move Ws-Journal-Count To Ws-Jrnl-Edit-Count
           Move Ws-Tot-Debit To Ws-Jrnl-Edit-Debit
           Move Ws-Tot-Credit To Ws-Jrnl-Edit-Credit
           Move Spaces To Journal-Out-Record
           String "T|" Delimited By Size
              Ws-Jrnl-Edit-Count Delimited By Size
              "|" Delimited By Size
              Ws-Jrnl-Edit-Debit Delimited By Size
              "|" Delimited By Size
              Ws-Jrnl-Edit-Credit Delimited By Size
              Into Journal-Out-Record
           End-String
           Write Journal-Out-Record
           If Ws-Journal-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "GLJRNL TRAILER WRITE FAILED, STATUS="
                 Ws-Journal-Status
           End-If.

       6000-Write-Control-Report.
           Move Spaces To Report-Line
           String "SALARY ACCRUAL JOURNAL CONTROL REPORT - MONTH "
              Delimited By Size
              Ws-Accrual-Month Delimited By Size
              "   RUN " Delimited By Size
              Ws-Run-Date Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           Move "DPT" To Report-Line(1:3)
           Move "EMPLOYEES" To Report-Line(6:9)
           Move "PRORATED" To Report-Line(17:8)
           Move "ACCRUAL" To Report-Line(36:7)
           Move "ACCOUNT" To Report-Line(46:7)
           Move "CENTER" To Report-Line(58:6)
           Write Report-Line After Advancing 2 Lines

           Perform Varying Ws-Dept-Ix From 1 By 1
              Until Ws-Dept-Ix > Ws-Dept-Count
              Move Spaces To Report-Line
              Move Ws-Dept-Code(Ws-Dept-Ix) To Report-Line(1:3)
              Move Ws-Dept-Emps(Ws-Dept-Ix) To Ws-Edit-Count
              Move Ws-Edit-Count To Report-Line(8:7)
              Move Ws-Dept-Prorated(Ws-Dept-Ix) To Ws-Edit-Count
              Move Ws-Edit-Count To Report-Line(18:7)
              Move Ws-Dept-Accrual(Ws-Dept-Ix) To Ws-Edit-Total
              Move Ws-Edit-Total To Report-Line(27:16)
              Move Ws-Dept-Account(Ws-Dept-Ix) To Report-Line(46:10)
              Move Ws-Dept-Center(Ws-Dept-Ix) To Report-Line(58:6)
              If Not Ws-Dept-Mapped(Ws-Dept-Ix)
                 Move "SUSPENSE - NOT MAPPED" To Report-Line(66:21)
              End-If
              Write Report-Line After Advancing 1 Lines
           End-Perform

      *The unmapped departments on their own, so finance has the
      *list to key into COBDB2GM before the journal posts.
           Move Spaces To Report-Line
           String "DEPARTMENTS WITH NO GL MAPPING - POSTED TO "
              "SUSPENSE " Delimited By Size
              Gcd-Suspense-Account Delimited By Space
              "/" Delimited By Size
              Gcd-Suspense-Center Delimited By Space
              Into Report-Line
           End-String
           Write Report-Line After Advancing 3 Lines
           If Ws-Unmapped-Count = 0
              Move Spaces To Report-Line
              Move "   NONE" To Report-Line(1:7)
              Write Report-Line After Advancing 1 Lines
           Else
              Perform Varying Ws-Dept-Ix From 1 By 1
                 Until Ws-Dept-Ix > Ws-Dept-Count
                 If Not Ws-Dept-Mapped(Ws-Dept-Ix)
                    Move Spaces To Report-Line
                    Move Ws-Dept-Code(Ws-Dept-Ix) To Report-Line(4:3)
                    Move Ws-Dept-Accrual(Ws-Dept-Ix)
                       To Ws-Edit-Total
                    Move Ws-Edit-Total To Report-Line(27:16)
                    Write Report-Line After Advancing 1 Lines
                 End-If
              End-Perform
           End-If

           Perform 6100-Write-Tie-Out.

       6100-Write-Tie-Out.
      *From the extract's salary total to the journal: one month
      *of it, less the new-hire proration, less the employees
      *not yet hired, plus the rounding on each employee's
      *accrual - which has to land on the debit total exactly.
           Compute Ws-Tot-Rounding = Ws-Tot-Debit
              - (Ws-Tot-Monthly - Ws-Tot-Proration
                 - Ws-Tot-Not-Hired)

           Move Spaces To Report-Line
           String "TIE-OUT TO THE CERTIFIED EXTRACT"
              Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 3 Lines

           Move Ws-Read-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           Move "EXTRACT ROWS READ" To Report-Line(1:17)
           Move Ws-Edit-Count To Report-Line(52:7)
           Write Report-Line After Advancing 2 Lines

           Move Spaces To Report-Line
           Move "EXTRACT ANNUAL SALARY TOTAL" To Report-Line(1:27)
           Move Ws-Tot-Salary To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "ONE MONTH OF SALARY (ANNUAL / 12)"
              To Report-Line(1:33)
           Compute Ws-Tot-Work Rounded = Ws-Tot-Monthly
           Move Ws-Tot-Work To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 1 Lines

           Move Ws-Prorated-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "LESS PRORATION - HIRED IN THE MONTH ("
              Delimited By Size
              Ws-Edit-Count Delimited By Size
              ")" Delimited By Size
              Into Report-Line
           End-String
           Compute Ws-Tot-Work Rounded = 0 - Ws-Tot-Proration
           Move Ws-Tot-Work To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 1 Lines

           Move Ws-Not-Hired-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "LESS HIRED AFTER MONTH END (" Delimited By Size
              Ws-Edit-Count Delimited By Size
              ")" Delimited By Size
              Into Report-Line
           End-String
           Compute Ws-Tot-Work Rounded = 0 - Ws-Tot-Not-Hired
           Move Ws-Tot-Work To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "ROUNDING" To Report-Line(1:8)
           Compute Ws-Tot-Work Rounded = Ws-Tot-Rounding
           Move Ws-Tot-Work To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "JOURNAL DEBIT TOTAL" To Report-Line(1:19)
           Move Ws-Tot-Debit To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 2 Lines

           Move Spaces To Report-Line
           Move "  OF WHICH TO SUSPENSE" To Report-Line(1:22)
           Move Ws-Tot-Suspense To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "JOURNAL CREDIT TOTAL" To Report-Line(1:20)
           Move Ws-Tot-Credit To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(43:16)
           Write Report-Line After Advancing 1 Lines

           Move Ws-Journal-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           Move "JOURNAL DETAIL RECORDS" To Report-Line(1:22)
           Move Ws-Edit-Count To Report-Line(52:7)
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Evaluate True
              When Ws-Return-Code >= 20
                 String "*** JOURNAL WRITE FAILED - NO TRAILER, "
                    "DO NOT POST ***" Delimited By Size
                    Into Report-Line
                 End-String
              When Ws-Tot-Debit Not = Ws-Tot-Credit
                 String "*** JOURNAL OUT OF BALANCE - NO TRAILER, "
                    "DO NOT POST ***" Delimited By Size
                    Into Report-Line
                 End-String
              When Ws-Unmapped-Count > 0
                 String "JOURNAL BALANCED - MAP THE SUSPENSE "
                    "DEPARTMENTS ABOVE BEFORE POSTING"
                    Delimited By Size
                    Into Report-Line
                 End-String
              When Other
                 String "JOURNAL BALANCED AND TIED TO THE EXTRACT"
                    Delimited By Size
                    Into Report-Line
                 End-String
           End-Evaluate
           Write Report-Line After Advancing 2 Lines.
