      * ---------------------------------------------------
      *   Module Name: COBDB2IV.cbl
      *
      *   Description: Integrity verifier for the keyed masters
      *   the nightly stream maintains.
      *
      *   Purpose: The stream now leans on several keyed masters,
      *   and nothing checked that they were internally
      *   consistent - a broken history chain or a catalog out of
      *   step with its generations was only found when a
      *   downstream report looked wrong weeks later. This step
      *   reads every one of them, with the certified extract
      *   (EXTREC layout, Extrin DD) as the reference for who is
      *   employed today, and lists every structural problem:
      *      History master (HISREC, Histmst DD)
      *         - an employee with more than one open row
      *           (HIGH-VALUES end date)
      *         - effective-date ranges that overlap, or leave a
      *           gap between one row's end and the next row's
      *           start, or a row that ends before it starts
      *         - a row whose dates aren't real dates
      *         - an open row for an employee no longer on the
      *           extract
      *      Suspense master (SUSREC, Suspmst DD)
      *         - a row for an empno the extract now certifies
      *      Pending file (PNDREC, Pendtrn DD)
      *         - an item approved (status A) longer ago than the
      *           parameter card allows and still not extracted
      *      Generation master and catalog (GENREC/GCTREC,
      *      Genmst/Gencat DDs)
      *         - a catalog entry whose row count doesn't match
      *           the generation rows under its month tag
      *         - generation rows under a month tag the catalog
      *           doesn't carry
      *      Budget master (BUDREC, Budmst DD)
      *         - a row for a year already closed
      *   Every master is optional - one that isn't there is
      *   reported as not present and not checked. Nothing is
      *   ever changed: this step only reads and reports (Ivrpt
      *   DD), and the owning step's maintenance puts it right.
      *
      *   Optional parameter card (Ivparm DD):
      *      columns 1-3   days an item may sit approved before it
      *                    is reported (blank = 7)
      *      columns 5-8   last closed budget year (blank = the
      *                    year before the run date)
      *   A card keyed with something other than digits fails
      *   the run with RC 8 before anything is read.
      *
      *   The step appends its step-completion record to the
      *   shared run-control file (RUNREC): rows in are the
      *   certified rows read, rows out the problems found.
      *
      *   Return codes:
      *      0 - every master consistent
      *      4 - housekeeping only: open history rows for
      *          departed employees, suspense rows now certified,
      *          approved items stuck, closed-year budget rows
      *      8 - structural damage: more than one open history
      *          row, overlapping or gapped history, bad history
      *          dates, a catalog that doesn't match its
      *          generations - or the parameter card not valid.
      *          COBDB2FC flags the night on this.
      *     20 - a file failed to open
      *
      *   Change history:
      *   - Initial version.
      *   - An optional file opened with status 05 (not there) is
      *     still open and is now closed; the generation master
      *     and catalog are closed by an open switch, since the
      *     status no longer reads 00 once the merge hits end of
      *     file.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2IV.

       Environment Division.
       Input-Output Section.
       File-Control.
      *Optional: no card means the defaults above.
           Select Optional Ivparm-Card Assign To Ivparm
              Organization Is Line Sequential
              File Status Is Ws-Ivparm-Status.

           Select Extract-In Assign To Extrin
              Organization Is Line Sequential
              File Status Is Ws-Extract-Status.

      *Work file for the internal sort that puts the extract into
      *empno order, the history and suspense masters' key order.
           Select Sort-Verify-Work Assign To Ivwork.

           Select Verify-Sorted Assign To Ivsrt
              Organization Is Line Sequential
              File Status Is Ws-Sorted-Status.

           Select Optional History-Master Assign To Histmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Hist-Key
              File Status Is Ws-Hist-Status.

           Select Optional Suspense-Master Assign To Suspmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Sus-Empno
              File Status Is Ws-Sus-Status.

           Select Optional Pending-File Assign To Pendtrn
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Pnd-Key
              File Status Is Ws-Pend-Status.

           Select Optional Gen-Master Assign To Genmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Gen-Key
              File Status Is Ws-Gen-Status.

           Select Optional Gen-Catalog Assign To Gencat
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Cat-Month
              File Status Is Ws-Cat-Status.

           Select Optional Budget-Master Assign To Budmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Bud-Deptno
              File Status Is Ws-Bud-Status.

           Select Verify-Report Assign To Ivrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Shared nightly run-control file - every batch step appends
      *its step-completion record here for the flow-control step.
           Select Runctl-Out Assign To Runctl
              Organization Is Line Sequential
              File Status Is Ws-Runctl-Status.

       Data Division.

       File Section.
       FD  Ivparm-Card.
       01  Ivparm-Record.
           05 Ivp-Max-Age         Pic x(03).
           05 Filler              Pic x(01).
           05 Ivp-Closed-Year     Pic x(04).
           05 Filler              Pic x(72).

      *The extract as it arrives - only ever read by the SORT
      *... USING below, so these names are never referenced.
       FD  Extract-In.
       COPY EXTREC
           REPLACING ==Extract-Record== BY ==Extract-Record-In==
               ==Ext-Empno==    BY ==Ext-Empno-In==
               ==Ext-Firstnme== BY ==Ext-Firstnme-In==
               ==Ext-Lastname== BY ==Ext-Lastname-In==
               ==Ext-Workdept== BY ==Ext-Workdept-In==
               ==Ext-Job==      BY ==Ext-Job-In==
               ==Ext-Salary==   BY ==Ext-Salary-In==
               ==Ext-Hiredate== BY ==Ext-Hiredate-In==.

       SD  Sort-Verify-Work.
       COPY EXTREC
           REPLACING ==Extract-Record== BY ==Sort-Verify-Record==
               ==Ext-Empno==    BY ==Sort-Ivf-Empno==
               ==Ext-Firstnme== BY ==Sort-Ivf-Firstnme==
               ==Ext-Lastname== BY ==Sort-Ivf-Lastname==
               ==Ext-Workdept== BY ==Sort-Ivf-Workdept==
               ==Ext-Job==      BY ==Sort-Ivf-Job==
               ==Ext-Salary==   BY ==Sort-Ivf-Salary==
               ==Ext-Hiredate== BY ==Sort-Ivf-Hiredate==.

       FD  Verify-Sorted.
       COPY EXTREC.

       FD  History-Master.
       COPY HISREC.

       FD  Suspense-Master.
       COPY SUSREC.

       FD  Pending-File.
       COPY PNDREC.

       FD  Gen-Master.
       COPY GENREC.

       FD  Gen-Catalog.
       COPY GCTREC.

       FD  Budget-Master.
       COPY BUDREC.

       FD  Verify-Report.
       01  Report-Line            Pic x(132).

       FD  Runctl-Out.
       COPY RUNREC.

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Ivparm-Status    Pic x(02) Value '00'.
          05 Ws-Extract-Status   Pic x(02) Value '00'.
          05 Ws-Sorted-Status    Pic x(02) Value '00'.
          05 Ws-Hist-Status      Pic x(02) Value '00'.
          05 Ws-Sus-Status       Pic x(02) Value '00'.
          05 Ws-Pend-Status      Pic x(02) Value '00'.
          05 Ws-Gen-Status       Pic x(02) Value '00'.
          05 Ws-Cat-Status       Pic x(02) Value '00'.
          05 Ws-Bud-Status       Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Sorted-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Sorted-Eof            Value 'Y'.
          05 Ws-Hist-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Hist-Eof              Value 'Y'.
          05 Ws-Sus-Eof-Sw       Pic x(01) Value 'N'.
             88 Ws-Sus-Eof               Value 'Y'.
          05 Ws-Pend-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Pend-Eof              Value 'Y'.
          05 Ws-Gen-Eof-Sw       Pic x(01) Value 'N'.
             88 Ws-Gen-Eof               Value 'Y'.
          05 Ws-Cat-Eof-Sw       Pic x(01) Value 'N'.
             88 Ws-Cat-Eof               Value 'Y'.
          05 Ws-Bud-Eof-Sw       Pic x(01) Value 'N'.
             88 Ws-Bud-Eof               Value 'Y'.
          05 Ws-Counting-Sw      Pic x(01) Value 'N'.
             88 Ws-Counting              Value 'Y'.
          05 Ws-Gen-Open-Sw      Pic x(01) Value 'N'.
             88 Ws-Gen-Open              Value 'Y'.
          05 Ws-Cat-Open-Sw      Pic x(01) Value 'N'.
             88 Ws-Cat-Open              Value 'Y'.

      *Limits from the parameter card, and the run date they are
      *measured from.
       01 Ws-Parameter-Fields.
          05 Ws-Max-Age-Days     Pic 9(03) Value 7.
          05 Ws-Closed-Year      Pic 9(04) Value 0.
          05 Ws-Today-Day        Pic s9(09) Value 0.

      *Empno of the sorted extract row in hand - HIGH-VALUES once
      *the file has run out, so every master key compares low.
       01 Ws-Ext-Key             Pic x(06) Value Spaces.

      *History chain for the employee in hand: the rows seen, the
      *open rows among them, and the row before this one. A day
      *number of 0 means that row's date wasn't a real date, and
      *the comparison against it is skipped - the bad date is
      *reported on its own.
       01 Ws-History-Fields.
          05 Ws-Grp-Empno        Pic x(06) Value Spaces.
          05 Ws-Grp-Rows         Pic 9(05) Value 0.
          05 Ws-Grp-Open-Count   Pic 9(05) Value 0.
          05 Ws-Key-Eff-Date     Pic x(10) Value Spaces.
          05 Ws-Prev-Eff-Date    Pic x(10) Value Spaces.
          05 Ws-Prev-End-Date    Pic x(10) Value Spaces.
          05 Ws-Prev-End-Day     Pic s9(09) Value 0.
          05 Ws-Prev-Open-Sw     Pic x(01) Value 'N'.
             88 Ws-Prev-Open             Value 'Y'.
          05 Ws-Eff-Day          Pic s9(09) Value 0.
          05 Ws-End-Day          Pic s9(09) Value 0.
          05 Ws-Row-Open-Sw      Pic x(01) Value 'N'.
             88 Ws-Row-Open              Value 'Y'.

      *Generation merge: the catalog's month tag and the master's
      *month tag in hand, HIGH-VALUES at end of file, and the rows
      *counted under the month being compared.
       01 Ws-Generation-Fields.
          05 Ws-Cat-Key          Pic x(07) Value Spaces.
          05 Ws-Gen-Key-Month    Pic x(07) Value Spaces.
          05 Ws-Low-Month        Pic x(07) Value Spaces.
          05 Ws-Month-Rows       Pic 9(09) Value 0.

      *One problem, as 8000-Write-Finding prints it. Severity E
      *is structural (RC 8), W housekeeping (RC 4).
       01 Ws-Finding-Fields.
          05 Ws-Find-File        Pic x(08) Value Spaces.
          05 Ws-Find-Key         Pic x(20) Value Spaces.
          05 Ws-Find-Severity    Pic x(01) Value Spaces.
             88 Ws-Find-Error            Value 'E'.
          05 Ws-Find-Text        Pic x(80) Value Spaces.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(09) Value 0.
          05 Ws-Hist-Read-Count  Pic 9(09) Value 0.
          05 Ws-Sus-Read-Count   Pic 9(09) Value 0.
          05 Ws-Pend-Read-Count  Pic 9(09) Value 0.
          05 Ws-Cat-Read-Count   Pic 9(09) Value 0.
          05 Ws-Gen-Read-Count   Pic 9(09) Value 0.
          05 Ws-Bud-Read-Count   Pic 9(09) Value 0.
          05 Ws-Finding-Count    Pic 9(09) Value 0.
          05 Ws-Error-Count      Pic 9(09) Value 0.
          05 Ws-Multi-Open-Count Pic 9(07) Value 0.
          05 Ws-Overlap-Count    Pic 9(07) Value 0.
          05 Ws-Gap-Count        Pic 9(07) Value 0.
          05 Ws-Bad-Date-Count   Pic 9(07) Value 0.
          05 Ws-Gone-Open-Count  Pic 9(07) Value 0.
          05 Ws-Sus-Cert-Count   Pic 9(07) Value 0.
          05 Ws-Stuck-Count      Pic 9(07) Value 0.
          05 Ws-Cat-Bad-Count    Pic 9(07) Value 0.
          05 Ws-Uncataloged-Count Pic 9(07) Value 0.
          05 Ws-Closed-Bud-Count Pic 9(07) Value 0.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Count       Pic zzz,zzz,zz9.
          05 Ws-Edit-Rows        Pic zzz,zzz,zz9.
          05 Ws-Edit-Days        Pic zz,zz9.

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

      *Day-number work fields - dates compare and step as plain
      *integers (Integer-Of-Date).
       01 Ws-Date-Work-Fields.
          05 Ws-Day-Number       Pic s9(09) Value 0.
          05 Ws-Age-Days         Pic s9(09) Value 0.
          05 Ws-Date-Yyyymmdd    Pic 9(08).
          05 Ws-Date-Split Redefines Ws-Date-Yyyymmdd.
             10 Ws-Date-Yyyy     Pic 9(04).
             10 Ws-Date-Mm       Pic 9(02).
             10 Ws-Date-Dd       Pic 9(02).

       01 Ws-Return-Code         Pic 9(02) Value 0.

      *Start-of-run stamp and end-time work field for the
      *run-control record.
       01 Ws-Run-Start-Stamp     Pic x(14) Value Spaces.
       01 Ws-Current-Timestamp   Pic x(26) Value Spaces.

       Procedure Division.

       0000-Main-Para.
           Move Function Current-Date To Ws-Run-Start-Stamp
           Move Ws-Run-Start-Stamp(1:8) To Ws-Date-Yyyymmdd
           Compute Ws-Today-Day =
              Function Integer-Of-Date(Ws-Date-Yyyymmdd)
           Compute Ws-Closed-Year = Ws-Date-Yyyy - 1

           Perform 1000-Get-Parameter-Card
           If Ws-Return-Code Not = 0
              Perform 9000-Write-Run-Control
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Open Output Verify-Report
           If Ws-Report-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "IVRPT OPEN FAILED, STATUS=" Ws-Report-Status
              Perform 9000-Write-Run-Control
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Sort Sort-Verify-Work
              On Ascending Key Sort-Ivf-Empno
              Using Extract-In
              Giving Verify-Sorted

           Perform 0200-Write-Report-Header

           Perform 2000-Check-History
           If Ws-Return-Code < 20
              Perform 3000-Check-Suspense
           End-If
           If Ws-Return-Code < 20
              Perform 4000-Check-Pending
           End-If
           If Ws-Return-Code < 20
              Perform 5000-Check-Generations
           End-If
           If Ws-Return-Code < 20
              Perform 6000-Check-Budgets
           End-If

           Perform 7000-Write-Summary
           Close Verify-Report

           If Ws-Return-Code < 20
              Evaluate True
                 When Ws-Error-Count > 0
                    Move 8 To Ws-Return-Code
                 When Ws-Finding-Count > 0
                    Move 4 To Ws-Return-Code
              End-Evaluate
           End-If

           Display "Integrity verifier: certified rows read "
              Ws-Read-Count " problems " Ws-Finding-Count
              " structural " Ws-Error-Count
           Display "Return code: " Ws-Return-Code

           Perform 9000-Write-Run-Control

           Move Ws-Return-Code To Return-Code
           Goback.

       0200-Write-Report-Header.
           Move Spaces To Report-Line
           String "KEYED MASTER INTEGRITY VERIFICATION - RUN DATE "
              Delimited By Size
              Ws-Run-Start-Stamp(1:8) Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Ws-Max-Age-Days To Ws-Edit-Days
           Move Spaces To Report-Line
           String "APPROVED ITEMS REPORTED AFTER " Delimited By Size
              Ws-Edit-Days Delimited By Size
              " DAYS, BUDGET YEARS CLOSED THROUGH "
              Delimited By Size
              Ws-Closed-Year Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           String "FILE     KEY                  SEV PROBLEM"
              Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines.

       1000-Get-Parameter-Card.
      *No DD, an empty file, or blank columns all take the
      *defaults; anything else in them must be digits - a
      *mis-keyed limit would quietly hide the very rows this step
      *is meant to find.
           Open Input Ivparm-Card
           If Ws-Ivparm-Status = '00'
              Read Ivparm-Card
                 At End Move Spaces To Ivparm-Record
              End-Read
              Close Ivparm-Card
              If Ivp-Max-Age Not = Spaces
                 If Ivp-Max-Age Numeric
                    Move Ivp-Max-Age To Ws-Max-Age-Days
                 Else
                    Move 8 To Ws-Return-Code
                 End-If
              End-If
              If Ivp-Closed-Year Not = Spaces
                 If Ivp-Closed-Year Numeric
                    Move Ivp-Closed-Year To Ws-Closed-Year
                 Else
                    Move 8 To Ws-Return-Code
                 End-If
              End-If
              If Ws-Return-Code Not = 0
                 Display "IVPARM CARD NOT VALID: " Ivp-Max-Age
                    " " Ivp-Closed-Year
              End-If
           End-If
      *Status 05 is a card that isn't there - still opened, so it
      *still has to be closed.
           If Ws-Ivparm-Status = '05'
              Close Ivparm-Card
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
      *Ws-Work-Date (yyyy-mm-dd) to a day number in
      *Ws-Day-Number; anything that isn't a real date comes back
      *as 0.
           Move 0 To Ws-Day-Number
           Perform 1500-Validate-Date
           If Ws-Date-Valid
              Move Ws-Edit-Yyyy-N To Ws-Date-Yyyy
              Move Ws-Edit-Mm-N To Ws-Date-Mm
              Move Ws-Edit-Dd-N To Ws-Date-Dd
              Compute Ws-Day-Number =
                 Function Integer-Of-Date(Ws-Date-Yyyymmdd)
           End-If.

       1800-Read-Sorted.
           Read Verify-Sorted
              At End Set Ws-Sorted-Eof To True
           End-Read
           If Ws-Sorted-Eof
              Move High-Values To Ws-Ext-Key
           Else
              If Ws-Counting
                 Add 1 To Ws-Read-Count
              End-If
              Move Ext-Empno To Ws-Ext-Key
           End-If.

       1850-Open-Sorted.
           Set Ws-Sorted-Eof-Sw To 'N'
           Open Input Verify-Sorted
           If Ws-Sorted-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "IVSRT OPEN FAILED, STATUS=" Ws-Sorted-Status
              Set Ws-Sorted-Eof To True
              Move High-Values To Ws-Ext-Key
           Else
              Perform 1800-Read-Sorted
           End-If.

       1900-Write-Not-Present.
      *An optional master that isn't there - said so, not
      *checked.
           Move Spaces To Report-Line
           String Ws-Find-File Delimited By Size
              " NOT PRESENT - NOT CHECKED" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines.

       2000-Check-History.
      *The history master in key order - empno, then effective
      *date - merged with the extract in empno order. Each
      *employee's rows are checked as a chain; when the empno
      *changes the chain just finished is judged as a whole.
      *The whole extract is read here, so the certified row
      *count on the run-control record is the full file.
      *The suspense pass reads it again, uncounted.
           Move 'HISTMST' To Ws-Find-File
           Set Ws-Counting-Sw To 'Y'
           Perform 1850-Open-Sorted
           If Ws-Return-Code < 20
              Perform 2010-Walk-History
              Perform 1800-Read-Sorted
                 Until Ws-Sorted-Eof
              Close Verify-Sorted
           End-If
           Set Ws-Counting-Sw To 'N'.

       2010-Walk-History.
           Open Input History-Master
           Evaluate Ws-Hist-Status
              When '00'
                 Perform 2100-Read-History
                 Perform Until Ws-Hist-Eof
                    If Hist-Empno Not = Ws-Grp-Empno
                       If Ws-Grp-Empno Not = Spaces
                          Perform 2300-End-Employee
                       End-If
                       Perform 2050-Start-Employee
                    End-If
                    Perform 2200-Check-History-Row
                    Perform 2100-Read-History
                 End-Perform
                 If Ws-Grp-Empno Not = Spaces
                    Perform 2300-End-Employee
                 End-If
                 Close History-Master
              When '05'
              When '35'
                 If Ws-Hist-Status = '05'
                    Close History-Master
                 End-If
                 Perform 1900-Write-Not-Present
              When Other
                 Move 20 To Ws-Return-Code
                 Display "HISTMST OPEN FAILED, STATUS="
                    Ws-Hist-Status
           End-Evaluate.

       2050-Start-Employee.
           Move Hist-Empno To Ws-Grp-Empno
           Move 0 To Ws-Grp-Rows
           Move 0 To Ws-Grp-Open-Count
           Move 0 To Ws-Prev-End-Day
           Set Ws-Prev-Open-Sw To 'N'.

       2100-Read-History.
           Read History-Master Next Record
              At End Set Ws-Hist-Eof To True
           End-Read
           If Not Ws-Hist-Eof
              Add 1 To Ws-Hist-Read-Count
           End-If.

       2200-Check-History-Row.
      *One row: its own dates first, then its place in the chain
      *- the row before it must have ended the day before this
      *one took effect. An open row that isn't the employee's
      *latest overlaps everything after it.
           Add 1 To Ws-Grp-Rows
           Move Hist-Eff-Date To Ws-Key-Eff-Date
           Move Hist-Eff-Date To Ws-Work-Date
           Perform 1700-Date-To-Day
           Move Ws-Day-Number To Ws-Eff-Day

           If Hist-End-Date = High-Values
              Set Ws-Row-Open-Sw To 'Y'
              Add 1 To Ws-Grp-Open-Count
              Move 0 To Ws-End-Day
           Else
              Set Ws-Row-Open-Sw To 'N'
              Move Hist-End-Date To Ws-Work-Date
              Perform 1700-Date-To-Day
              Move Ws-Day-Number To Ws-End-Day
           End-If

           If Ws-Eff-Day = 0
              Or (Not Ws-Row-Open And Ws-End-Day = 0)
              Add 1 To Ws-Bad-Date-Count
              Move 'E' To Ws-Find-Severity
              Move Spaces To Ws-Find-Text
              String "DATES NOT VALID - EFFECTIVE " Delimited By Size
                 Hist-Eff-Date Delimited By Size
                 " END " Delimited By Size
                 Hist-End-Date Delimited By Size
                 Into Ws-Find-Text
              End-String
              Perform 2900-Write-History-Finding
           End-If

           If Not Ws-Row-Open And Ws-Eff-Day > 0
              And Ws-End-Day > 0 And Ws-End-Day < Ws-Eff-Day
              Add 1 To Ws-Overlap-Count
              Move 'E' To Ws-Find-Severity
              Move Spaces To Ws-Find-Text
              String "ROW ENDS " Delimited By Size
                 Hist-End-Date Delimited By Size
                 " BEFORE IT TAKES EFFECT" Delimited By Size
                 Into Ws-Find-Text
              End-String
              Perform 2900-Write-History-Finding
           End-If

           If Ws-Grp-Rows > 1
              Evaluate True
                 When Ws-Prev-Open
                    Add 1 To Ws-Overlap-Count
                    Move 'E' To Ws-Find-Severity
                    Move Spaces To Ws-Find-Text
                    String "OVERLAP - ROW EFFECTIVE "
                       Delimited By Size
                       Ws-Prev-Eff-Date Delimited By Size
                       " IS STILL OPEN" Delimited By Size
                       Into Ws-Find-Text
                    End-String
                    Perform 2900-Write-History-Finding
                 When Ws-Prev-End-Day = 0 Or Ws-Eff-Day = 0
                    Continue
                 When Ws-Prev-End-Day >= Ws-Eff-Day
                    Add 1 To Ws-Overlap-Count
                    Move 'E' To Ws-Find-Severity
                    Move Spaces To Ws-Find-Text
                    String "OVERLAP - PRIOR ROW ENDS "
                       Delimited By Size
                       Ws-Prev-End-Date Delimited By Size
                       Into Ws-Find-Text
                    End-String
                    Perform 2900-Write-History-Finding
                 When Ws-Prev-End-Day + 1 < Ws-Eff-Day
                    Add 1 To Ws-Gap-Count
                    Move 'E' To Ws-Find-Severity
                    Move Spaces To Ws-Find-Text
                    String "GAP - PRIOR ROW ENDS " Delimited By Size
                       Ws-Prev-End-Date Delimited By Size
                       Into Ws-Find-Text
                    End-String
                    Perform 2900-Write-History-Finding
              End-Evaluate
           End-If

           Move Hist-Eff-Date To Ws-Prev-Eff-Date
           Move Hist-End-Date To Ws-Prev-End-Date
           Move Ws-End-Day To Ws-Prev-End-Day
           Move Ws-Row-Open-Sw To Ws-Prev-Open-Sw.

       2300-End-Employee.
      *The chain as a whole: one open row at most, and an open
      *row only for someone still on the certified extract.
           Perform 1800-Read-Sorted
              Until Ws-Ext-Key Not < Ws-Grp-Empno

           Move Spaces To Ws-Key-Eff-Date
           If Ws-Grp-Open-Count > 1
              Add 1 To Ws-Multi-Open-Count
              Move Ws-Grp-Open-Count To Ws-Edit-Count
              Move 'E' To Ws-Find-Severity
              Move Spaces To Ws-Find-Text
              String "MORE THAN ONE OPEN ROW -" Delimited By Size
                 Ws-Edit-Count Delimited By Size
                 Into Ws-Find-Text
              End-String
              Perform 2900-Write-History-Finding
           End-If

           If Ws-Grp-Open-Count > 0
              And Ws-Ext-Key Not = Ws-Grp-Empno
              Add 1 To Ws-Gone-Open-Count
              Move 'W' To Ws-Find-Severity
              Move "OPEN ROW - EMPLOYEE NO LONGER ON THE EXTRACT"
                 To Ws-Find-Text
              Perform 2900-Write-History-Finding
           End-If.

       2900-Write-History-Finding.
           Move Spaces To Ws-Find-Key
           String Ws-Grp-Empno Delimited By Size
              " " Delimited By Size
              Ws-Key-Eff-Date Delimited By Size
              Into Ws-Find-Key
           End-String
           Perform 8000-Write-Finding.

       3000-Check-Suspense.
      *The suspense master in empno order against the extract
      *again - a row for an empno the extract now certifies was
      *repaired or re-extracted clean, and should have left
      *suspense.
           Move 'SUSPMST' To Ws-Find-File
           Open Input Suspense-Master
           Evaluate Ws-Sus-Status
              When '00'
                 Perform 1850-Open-Sorted
                 If Ws-Return-Code < 20
                    Perform 3100-Read-Suspense
                    Perform Until Ws-Sus-Eof
                       Perform 3200-Check-Suspense-Row
                       Perform 3100-Read-Suspense
                    End-Perform
                    Close Verify-Sorted
                 End-If
                 Close Suspense-Master
              When '05'
              When '35'
                 If Ws-Sus-Status = '05'
                    Close Suspense-Master
                 End-If
                 Perform 1900-Write-Not-Present
              When Other
                 Move 20 To Ws-Return-Code
                 Display "SUSPMST OPEN FAILED, STATUS=" Ws-Sus-Status
           End-Evaluate.

       3100-Read-Suspense.
           Read Suspense-Master Next Record
              At End Set Ws-Sus-Eof To True
           End-Read
           If Not Ws-Sus-Eof
              Add 1 To Ws-Sus-Read-Count
           End-If.

       3200-Check-Suspense-Row.
           Perform 1800-Read-Sorted
              Until Ws-Ext-Key Not < Sus-Empno
           If Ws-Ext-Key = Sus-Empno
              Add 1 To Ws-Sus-Cert-Count
              Move 'W' To Ws-Find-Severity
              Move Sus-Empno To Ws-Find-Key
              Move Spaces To Ws-Find-Text
              String "IN SUSPENSE SINCE " Delimited By Size
                 Sus-First-Rej-Date Delimited By Size
                 " (REASON " Delimited By Size
                 Sus-Reason Delimited By Size
                 ") BUT NOW CERTIFIED" Delimited By Size
                 Into Ws-Find-Text
              End-String
              Perform 8000-Write-Finding
           End-If.

       4000-Check-Pending.
      *Approved items wait one night for COBDB2PN. One still at
      *status A after the card's limit never reached a deck -
      *the change it carries has not been applied.
           Move 'PENDTRN' To Ws-Find-File
           Open Input Pending-File
           Evaluate Ws-Pend-Status
              When '00'
                 Perform 4100-Read-Pending
                 Perform Until Ws-Pend-Eof
                    If Pnd-Is-Approved
                       Perform 4200-Check-Approved-Item
                    End-If
                    Perform 4100-Read-Pending
                 End-Perform
                 Close Pending-File
              When '05'
              When '35'
                 If Ws-Pend-Status = '05'
                    Close Pending-File
                 End-If
                 Perform 1900-Write-Not-Present
              When Other
                 Move 20 To Ws-Return-Code
                 Display "PENDTRN OPEN FAILED, STATUS="
                    Ws-Pend-Status
           End-Evaluate.

       4100-Read-Pending.
           Read Pending-File Next Record
              At End Set Ws-Pend-Eof To True
           End-Read
           If Not Ws-Pend-Eof
              Add 1 To Ws-Pend-Read-Count
           End-If.

       4200-Check-Approved-Item.
      *The approval time is a Current-Date stamp - its first
      *eight bytes are the approval date. One that isn't a date
      *is reported as stuck: nothing says when it was approved.
           Move 0 To Ws-Day-Number
           If Pnd-Approve-Time(1:8) Numeric
              Move Pnd-Approve-Time(1:4) To Ws-Work-Date(1:4)
              Move '-' To Ws-Work-Date(5:1)
              Move Pnd-Approve-Time(5:2) To Ws-Work-Date(6:2)
              Move '-' To Ws-Work-Date(8:1)
              Move Pnd-Approve-Time(7:2) To Ws-Work-Date(9:2)
              Perform 1700-Date-To-Day
           End-If
           If Ws-Day-Number = 0
              Move 99999 To Ws-Age-Days
           Else
              Compute Ws-Age-Days = Ws-Today-Day - Ws-Day-Number
           End-If

           If Ws-Age-Days > Ws-Max-Age-Days
              Add 1 To Ws-Stuck-Count
              Move 'W' To Ws-Find-Severity
              Move Pnd-Timestamp To Ws-Find-Key
              Move Spaces To Ws-Find-Text
              String "APPROVED " Delimited By Size
                 Pnd-Approve-Time(1:8) Delimited By Size
                 " BY " Delimited By Size
                 Pnd-Approve-User Delimited By Size
                 " NOT EXTRACTED - " Delimited By Size
                 Pnd-Action Delimited By Size
                 " " Delimited By Size
                 Pnd-Empno Delimited By Size
                 Into Ws-Find-Text
              End-String
              Perform 8000-Write-Finding
           End-If.

       5000-Check-Generations.
      *The catalog and the generation master are both in month
      *tag order - merged a month at a time, each month's rows
      *counted against its catalog entry. Rows under a month the
      *catalog doesn't carry are reported too: TRND would never
      *see them, and retention would never retire them.
           Move 'GENCAT' To Ws-Find-File
           Open Input Gen-Master
           Open Input Gen-Catalog
           If Ws-Gen-Status = '00' Or Ws-Gen-Status = '05'
              Set Ws-Gen-Open-Sw To 'Y'
           End-If
           If Ws-Cat-Status = '00' Or Ws-Cat-Status = '05'
              Set Ws-Cat-Open-Sw To 'Y'
           End-If
           Evaluate True
              When (Ws-Gen-Status Not = '00'
                    And Ws-Gen-Status Not = '05'
                    And Ws-Gen-Status Not = '35')
                 Or (Ws-Cat-Status Not = '00'
                    And Ws-Cat-Status Not = '05'
                    And Ws-Cat-Status Not = '35')
                 Move 20 To Ws-Return-Code
                 Display "GENMST/GENCAT OPEN FAILED, STATUS="
                    Ws-Gen-Status " " Ws-Cat-Status
              When Ws-Gen-Status Not = '00'
                 And Ws-Cat-Status Not = '00'
                 Perform 1900-Write-Not-Present
              When Other
                 Perform 5100-Read-Catalog
                 Perform 5200-Read-Generation
                 Perform Until Ws-Cat-Eof And Ws-Gen-Eof
                    Perform 5300-Check-Month
                 End-Perform
           End-Evaluate
           If Ws-Gen-Open
              Close Gen-Master
           End-If
           If Ws-Cat-Open
              Close Gen-Catalog
           End-If.

       5100-Read-Catalog.
           If Ws-Cat-Status = '00'
              Read Gen-Catalog Next Record
                 At End Set Ws-Cat-Eof To True
              End-Read
           Else
              Set Ws-Cat-Eof To True
           End-If
           If Ws-Cat-Eof
              Move High-Values To Ws-Cat-Key
           Else
              Add 1 To Ws-Cat-Read-Count
              Move Cat-Month To Ws-Cat-Key
           End-If.

       5200-Read-Generation.
           If Ws-Gen-Status = '00'
              Read Gen-Master Next Record
                 At End Set Ws-Gen-Eof To True
              End-Read
           Else
              Set Ws-Gen-Eof To True
           End-If
           If Ws-Gen-Eof
              Move High-Values To Ws-Gen-Key-Month
           Else
              Add 1 To Ws-Gen-Read-Count
              Move Gen-Month To Ws-Gen-Key-Month
           End-If.

       5300-Check-Month.
           If Ws-Cat-Key < Ws-Gen-Key-Month
              Move Ws-Cat-Key To Ws-Low-Month
           Else
              Move Ws-Gen-Key-Month To Ws-Low-Month
           End-If

           Move 0 To Ws-Month-Rows
           Perform Until Ws-Gen-Key-Month Not = Ws-Low-Month
              Add 1 To Ws-Month-Rows
              Perform 5200-Read-Generation
           End-Perform

           Move Ws-Low-Month To Ws-Find-Key
           Move 'E' To Ws-Find-Severity
           Move Ws-Month-Rows To Ws-Edit-Rows
           Move Spaces To Ws-Find-Text
           If Ws-Cat-Key = Ws-Low-Month
              If Cat-Rows Not = Ws-Month-Rows
                 Add 1 To Ws-Cat-Bad-Count
                 Move Cat-Rows To Ws-Edit-Count
                 String "CATALOG SAYS" Delimited By Size
                    Ws-Edit-Count Delimited By Size
                    " ROWS, MASTER HOLDS" Delimited By Size
                    Ws-Edit-Rows Delimited By Size
                    Into Ws-Find-Text
                 End-String
                 Perform 8000-Write-Finding
              End-If
              Perform 5100-Read-Catalog
           Else
              Add 1 To Ws-Uncataloged-Count
              String "NOT ON THE CATALOG - MASTER HOLDS"
                 Delimited By Size
                 Ws-Edit-Rows Delimited By Size
                 " ROWS" Delimited By Size
                 Into Ws-Find-Text
              End-String
              Perform 8000-Write-Finding
           End-If.

       6000-Check-Budgets.
      *A budget row for a closed year still drives COBDB2BV's
      *variance as though it were this year's - it should have
      *been rolled forward or deleted at year end.
           Move 'BUDMST' To Ws-Find-File
           Open Input Budget-Master
           Evaluate Ws-Bud-Status
              When '00'
                 Perform 6100-Read-Budget
                 Perform Until Ws-Bud-Eof
                    If Bud-Year Not Numeric
                       Or Bud-Year <= Ws-Closed-Year
                       Add 1 To Ws-Closed-Bud-Count
                       Move 'W' To Ws-Find-Severity
                       Move Bud-Deptno To Ws-Find-Key
                       Move Spaces To Ws-Find-Text
                       String "BUDGET YEAR " Delimited By Size
                          Bud-Year Delimited By Size
                          " IS CLOSED" Delimited By Size
                          Into Ws-Find-Text
                       End-String
                       Perform 8000-Write-Finding
                    End-If
                    Perform 6100-Read-Budget
                 End-Perform
                 Close Budget-Master
              When '05'
              When '35'
                 If Ws-Bud-Status = '05'
                    Close Budget-Master
                 End-If
                 Perform 1900-Write-Not-Present
              When Other
                 Move 20 To Ws-Return-Code
                 Display "BUDMST OPEN FAILED, STATUS=" Ws-Bud-Status
           End-Evaluate.

       6100-Read-Budget.
           Read Budget-Master Next Record
              At End Set Ws-Bud-Eof To True
           End-Read
           If Not Ws-Bud-Eof
              Add 1 To Ws-Bud-Read-Count
           End-If.

       7000-Write-Summary.
           Move Spaces To Report-Line
           String "SUMMARY                          RECORDS READ"
              "     PROBLEMS" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 3 Lines

           Move "CERTIFIED EXTRACT" To Ws-Find-Text
           Move Ws-Read-Count To Ws-Edit-Rows
           Move 0 To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "HISTORY - MULTIPLE OPEN ROWS" To Ws-Find-Text
           Move Ws-Hist-Read-Count To Ws-Edit-Rows
           Move Ws-Multi-Open-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "HISTORY - OVERLAPS" To Ws-Find-Text
           Move Ws-Overlap-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "HISTORY - GAPS" To Ws-Find-Text
           Move Ws-Gap-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "HISTORY - BAD DATES" To Ws-Find-Text
           Move Ws-Bad-Date-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "HISTORY - OPEN, NOT ON EXTRACT" To Ws-Find-Text
           Move Ws-Gone-Open-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "SUSPENSE - NOW CERTIFIED" To Ws-Find-Text
           Move Ws-Sus-Read-Count To Ws-Edit-Rows
           Move Ws-Sus-Cert-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "PENDING - APPROVED, STUCK" To Ws-Find-Text
           Move Ws-Pend-Read-Count To Ws-Edit-Rows
           Move Ws-Stuck-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "CATALOG - COUNT MISMATCH" To Ws-Find-Text
           Move Ws-Cat-Read-Count To Ws-Edit-Rows
           Move Ws-Cat-Bad-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "GENERATIONS - NOT CATALOGED" To Ws-Find-Text
           Move Ws-Gen-Read-Count To Ws-Edit-Rows
           Move Ws-Uncataloged-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move "BUDGET - CLOSED YEARS" To Ws-Find-Text
           Move Ws-Bud-Read-Count To Ws-Edit-Rows
           Move Ws-Closed-Bud-Count To Ws-Edit-Count
           Perform 7100-Write-Summary-Line

           Move Spaces To Report-Line
           Evaluate True
              When Ws-Return-Code >= 20
                 String "*** VERIFICATION INCOMPLETE - A FILE "
                    "FAILED TO OPEN ***" Delimited By Size
                    Into Report-Line
                 End-String
              When Ws-Error-Count > 0
                 String "*** STRUCTURAL DAMAGE - REPAIR BEFORE "
                    "THE NEXT RUN OF THE OWNING STEP ***"
                    Delimited By Size
                    Into Report-Line
                 End-String
              When Ws-Finding-Count > 0
                 String "HOUSEKEEPING ITEMS ONLY - NO STRUCTURAL "
                    "DAMAGE" Delimited By Size
                    Into Report-Line
                 End-String
              When Other
                 String "EVERY MASTER CONSISTENT" Delimited By Size
                    Into Report-Line
                 End-String
           End-Evaluate
           Write Report-Line After Advancing 2 Lines.

       7100-Write-Summary-Line.
           Move Spaces To Report-Line
           Move Ws-Find-Text(1:30) To Report-Line(1:30)
           Move Ws-Edit-Rows To Report-Line(34:11)
           Move Ws-Edit-Count To Report-Line(47:11)
           Write Report-Line After Advancing 1 Lines.

       8000-Write-Finding.
           Add 1 To Ws-Finding-Count
           If Ws-Find-Error
              Add 1 To Ws-Error-Count
           End-If
           Move Spaces To Report-Line
           Move Ws-Find-File To Report-Line(1:8)
           Move Ws-Find-Key To Report-Line(10:20)
           Move Ws-Find-Severity To Report-Line(32:1)
           Move Ws-Find-Text To Report-Line(35:80)
           Write Report-Line After Advancing 1 Lines.

       9000-Write-Run-Control.
      *One step-completion record for the flow-control step -
      *rows in are the certified rows read, rows out the problems
      *found.
           Open Extend Runctl-Out
           If Ws-Runctl-Status Not = '00'
              Open Output Runctl-Out
           End-If
           Move Ws-Run-Start-Stamp(1:8) To Run-Date
           Move 'COBDB2IV' To Run-Program
           Move Ws-Run-Start-Stamp(9:6) To Run-Start-Time
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(9:6) To Run-End-Time
           Move Ws-Return-Code To Run-Return-Code
           Move Ws-Read-Count To Run-Rows-In
           Move Ws-Finding-Count To Run-Rows-Out
           Write Run-Record
           Close Runctl-Out.
