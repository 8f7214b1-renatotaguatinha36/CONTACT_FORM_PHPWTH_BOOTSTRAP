      * ---------------------------------------------------
      *   Module Name: COBDB2PV.cbl
      *
      *   Description: Position vacancy report - the position
      *   authorization master against the certified extract.
      *
      *   Purpose: Reads the keyed position master (POSREC layout,
      *   Posnmst DD, maintained by COBDB2PM) and the certified
      *   extract (EXTREC layout, Extrin DD), and prints, for
      *   every department and job code that has either
      *   positions or people, the authorized count, the filled
      *   count (employees on the extract in that department and
      *   job), the vacancies, and the count over authorization,
      *   with department subtotals and grand totals.
      *
      *   A position record whose effective year is still ahead
      *   of the current year authorizes nothing yet - it prints
      *   with authorized 0 and the year it starts, the same way
      *   COBDB2EN treats it when a hire is keyed.
      *
      *   Employees in a department and job with no authorization
      *   at all (no position record, or one not yet effective)
      *   are then listed one by one in their own section, so
      *   they can be authorized or moved.
      *
      *   Return codes:
      *      0 - every department and job within its authorization
      *      4 - one or more departments/jobs over authorization,
      *          or employees with no authorization - the report
      *          has the detail
      *     20 - a file failed to open
      *
      *   Change history:
      *   - Initial version.
      *   - A position master that is not there (status 05) is
      *     now closed after its open instead of being left open.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2PV.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Extract-In Assign To Extrin
              Organization Is Line Sequential
              File Status Is Ws-Extract-Status.

      *Work file for the internal sort that puts the extract into
      *department and job order, the position master's key order.
           Select Sort-Vacancy-Work Assign To Posvwk.

           Select Vacancy-Sorted Assign To Posvsrt
              Organization Is Line Sequential
              File Status Is Ws-Sorted-Status.

      *Optional: no master yet means nothing is authorized, and
      *every employee lists as unauthorized.
           Select Optional Position-Master Assign To Posnmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Pos-Key
              File Status Is Ws-Pos-Status.

           Select Vacancy-Report Assign To Posvrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

       Data Division.

       File Section.
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

       SD  Sort-Vacancy-Work.
       COPY EXTREC
           REPLACING ==Extract-Record== BY ==Sort-Vacancy-Record==
               ==Ext-Empno==    BY ==Sort-Vac-Empno==
               ==Ext-Firstnme== BY ==Sort-Vac-Firstnme==
               ==Ext-Lastname== BY ==Sort-Vac-Lastname==
               ==Ext-Workdept== BY ==Sort-Vac-Workdept==
               ==Ext-Job==      BY ==Sort-Vac-Job==
               ==Ext-Salary==   BY ==Sort-Vac-Salary==
               ==Ext-Hiredate== BY ==Sort-Vac-Hiredate==.

       FD  Vacancy-Sorted.
       COPY EXTREC.

       FD  Position-Master.
       COPY POSREC.

       FD  Vacancy-Report.
       01  Report-Line            Pic x(132).

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Extract-Status   Pic x(02) Value '00'.
          05 Ws-Sorted-Status    Pic x(02) Value '00'.
          05 Ws-Pos-Status       Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Sorted-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Sorted-Eof            Value 'Y'.
          05 Ws-Pos-Eof-Sw       Pic x(01) Value 'N'.
             88 Ws-Pos-Eof               Value 'Y'.
          05 Ws-Pos-Open-Sw      Pic x(01) Value 'N'.
             88 Ws-Pos-Open              Value 'Y'.
          05 Ws-Authorized-Sw    Pic x(01) Value 'N'.
             88 Ws-Authorized            Value 'Y'.

      *Match keys for the merge of the two files, both in
      *department and job order. High-values marks a file that
      *has run out.
       01 Ws-Merge-Fields.
          05 Ws-Ext-Key.
             10 Ws-Ext-Key-Deptno Pic x(03).
             10 Ws-Ext-Key-Job    Pic x(08).
          05 Ws-Pos-Key.
             10 Ws-Pos-Key-Deptno Pic x(03).
             10 Ws-Pos-Key-Job    Pic x(08).
          05 Ws-Low-Key.
             10 Ws-Low-Deptno    Pic x(03).
             10 Ws-Low-Job       Pic x(08).
          05 Ws-Future-Year      Pic x(04) Value Spaces.

      *One department/job line, its department, and the run.
       01 Ws-Line-Fields.
          05 Ws-Line-Auth        Pic 9(05) Value 0.
          05 Ws-Line-Filled      Pic 9(05) Value 0.
          05 Ws-Line-Vacant      Pic 9(05) Value 0.
          05 Ws-Line-Over        Pic 9(05) Value 0.
          05 Ws-Line-Note        Pic x(30) Value Spaces.
          05 Ws-Prev-Deptno      Pic x(03) Value Spaces.
          05 Ws-Dept-Auth        Pic 9(07) Value 0.
          05 Ws-Dept-Filled      Pic 9(07) Value 0.
          05 Ws-Dept-Vacant      Pic 9(07) Value 0.
          05 Ws-Dept-Over        Pic 9(07) Value 0.
          05 Ws-Tot-Auth         Pic 9(07) Value 0.
          05 Ws-Tot-Filled       Pic 9(07) Value 0.
          05 Ws-Tot-Vacant       Pic 9(07) Value 0.
          05 Ws-Tot-Over         Pic 9(07) Value 0.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(09) Value 0.
          05 Ws-Line-Count       Pic 9(07) Value 0.
          05 Ws-Over-Line-Count  Pic 9(07) Value 0.
          05 Ws-Unauth-Count     Pic 9(07) Value 0.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Auth        Pic zzz,zz9.
          05 Ws-Edit-Filled      Pic zzz,zz9.
          05 Ws-Edit-Vacant      Pic zzz,zz9.
          05 Ws-Edit-Over        Pic zzz,zz9.
          05 Ws-Edit-Count       Pic zzz,zz9.
          05 Ws-Edit-Name        Pic x(20).

       01 Ws-Current-Date-Fields.
          05 Ws-Current-Date     Pic x(21) Value Spaces.
          05 Ws-Current-Year     Pic x(04) Value Spaces.

       01 Ws-Return-Code         Pic 9(02) Value 0.

       Procedure Division.

       0000-Main-Para.
           Move Function Current-Date To Ws-Current-Date
           Move Ws-Current-Date(1:4) To Ws-Current-Year

           Open Output Vacancy-Report
           Open Input Position-Master
      *File status 05/35 is a position master that isn't there -
      *nothing is authorized yet.
           If Ws-Pos-Status = '00'
              Set Ws-Pos-Open-Sw To 'Y'
           End-If
      *Status 05 leaves the position master open all the same, with
      *nothing in it to read - close it now.
           If Ws-Pos-Status = '05'
              Close Position-Master
           End-If
           If Ws-Report-Status Not = '00'
              Or (Ws-Pos-Status Not = '00'
                  And Ws-Pos-Status Not = '05'
                  And Ws-Pos-Status Not = '35')
              Move 20 To Ws-Return-Code
              Display "POSVRPT/POSNMST OPEN FAILED, STATUS="
                 Ws-Report-Status " " Ws-Pos-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Sort Sort-Vacancy-Work
              On Ascending Key Sort-Vac-Workdept
                               Sort-Vac-Job
                               Sort-Vac-Empno
              Using Extract-In
              Giving Vacancy-Sorted

           Open Input Vacancy-Sorted
           If Ws-Sorted-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "POSVSRT OPEN FAILED, STATUS=" Ws-Sorted-Status
              Close Vacancy-Report
              If Ws-Pos-Open
                 Close Position-Master
              End-If
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

      *Pass one: the vacancy lines, merging the master with the
      *sorted extract one department/job at a time.
           Perform 0200-Write-Report-Header
           Perform 0300-Read-Sorted
           Perform 0350-Read-Position
           Perform Until Ws-Sorted-Eof And Ws-Pos-Eof
              Perform 0400-Build-Vacancy-Line
           End-Perform
           If Ws-Prev-Deptno Not = Spaces
              Perform 0600-Write-Dept-Total
           End-If
           Perform 0650-Write-Grand-Total
           Close Vacancy-Sorted

      *Pass two: the sorted extract again, listing every employee
      *whose department and job authorize nothing.
           Perform 0700-Write-Unauth-Header
           Set Ws-Sorted-Eof-Sw To 'N'
           Open Input Vacancy-Sorted
           Perform 0300-Read-Sorted
           Perform Until Ws-Sorted-Eof
              Perform 0750-Check-Employee
              Perform 0300-Read-Sorted
           End-Perform
           Close Vacancy-Sorted
           Perform 0900-Write-Report-Totals

           Close Vacancy-Report
           If Ws-Pos-Open
              Close Position-Master
           End-If

           If Ws-Return-Code = 0
              And (Ws-Over-Line-Count > 0 Or Ws-Unauth-Count > 0)
              Move 4 To Ws-Return-Code
           End-If

           Display "Position vacancy: rows read " Ws-Read-Count
              " lines " Ws-Line-Count
              " over " Ws-Over-Line-Count
              " unauthorized " Ws-Unauth-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       0300-Read-Sorted.
           Read Vacancy-Sorted
              At End Set Ws-Sorted-Eof To True
           End-Read
           If Ws-Sorted-Eof
              Move High-Values To Ws-Ext-Key
           Else
              Move Ext-Workdept To Ws-Ext-Key-Deptno
              Move Ext-Job To Ws-Ext-Key-Job
           End-If.

       0350-Read-Position.
           If Ws-Pos-Open
              Read Position-Master Next Record
                 At End Set Ws-Pos-Eof To True
              End-Read
           Else
              Set Ws-Pos-Eof To True
           End-If
           If Ws-Pos-Eof
              Move High-Values To Ws-Pos-Key
           Else
              Move Pos-Deptno To Ws-Pos-Key-Deptno
              Move Pos-Job To Ws-Pos-Key-Job
           End-If.

       0400-Build-Vacancy-Line.
      *The lower of the two keys is the department/job this line
      *reports - it has a position record, employees, or both.
           If Ws-Ext-Key < Ws-Pos-Key
              Move Ws-Ext-Key To Ws-Low-Key
           Else
              Move Ws-Pos-Key To Ws-Low-Key
           End-If

           Move 0 To Ws-Line-Auth
           Move 0 To Ws-Line-Filled
           Move Spaces To Ws-Line-Note
           If Ws-Pos-Key = Ws-Low-Key
              If Pos-Eff-Year > Ws-Current-Year
                 Move Pos-Eff-Year To Ws-Future-Year
                 String "NOT EFFECTIVE UNTIL " Delimited By Size
                    Ws-Future-Year Delimited By Size
                    Into Ws-Line-Note
                 End-String
              Else
                 Move Pos-Authorized To Ws-Line-Auth
              End-If
              Perform 0350-Read-Position
           Else
              Move "NO POSITION RECORD" To Ws-Line-Note
           End-If

           Perform Until Ws-Ext-Key Not = Ws-Low-Key
              Add 1 To Ws-Read-Count
              Add 1 To Ws-Line-Filled
              Perform 0300-Read-Sorted
           End-Perform

           If Ws-Low-Deptno Not = Ws-Prev-Deptno
              If Ws-Prev-Deptno Not = Spaces
                 Perform 0600-Write-Dept-Total
              End-If
              Move Ws-Low-Deptno To Ws-Prev-Deptno
              Move 0 To Ws-Dept-Auth
              Move 0 To Ws-Dept-Filled
              Move 0 To Ws-Dept-Vacant
              Move 0 To Ws-Dept-Over
           End-If

           Move 0 To Ws-Line-Vacant
           Move 0 To Ws-Line-Over
           If Ws-Line-Filled > Ws-Line-Auth
              Compute Ws-Line-Over = Ws-Line-Filled - Ws-Line-Auth
              Add 1 To Ws-Over-Line-Count
           Else
              Compute Ws-Line-Vacant = Ws-Line-Auth - Ws-Line-Filled
           End-If

           Add Ws-Line-Auth To Ws-Dept-Auth Ws-Tot-Auth
           Add Ws-Line-Filled To Ws-Dept-Filled Ws-Tot-Filled
           Add Ws-Line-Vacant To Ws-Dept-Vacant Ws-Tot-Vacant
           Add Ws-Line-Over To Ws-Dept-Over Ws-Tot-Over
           Add 1 To Ws-Line-Count

           Perform 0500-Write-Vacancy-Line.

       0200-Write-Report-Header.
           Move Spaces To Report-Line
           String "POSITION VACANCY REPORT - AUTHORIZED POSITIONS "
              Delimited By Size
              "AGAINST THE CERTIFIED EXTRACT, YEAR "
              Delimited By Size
              Ws-Current-Year Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           String "DPT JOB      " Delimited By Size
              " AUTHORIZED   FILLED   VACANT     OVER  NOTE"
              Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines.

       0500-Write-Vacancy-Line.
           Move Ws-Line-Auth To Ws-Edit-Auth
           Move Ws-Line-Filled To Ws-Edit-Filled
           Move Ws-Line-Vacant To Ws-Edit-Vacant
           Move Ws-Line-Over To Ws-Edit-Over
           Move Spaces To Report-Line
           Move Ws-Low-Deptno To Report-Line(1:3)
           Move Ws-Low-Job To Report-Line(5:8)
           Move Ws-Edit-Auth To Report-Line(18:7)
           Move Ws-Edit-Filled To Report-Line(27:7)
           Move Ws-Edit-Vacant To Report-Line(36:7)
           Move Ws-Edit-Over To Report-Line(45:7)
           Move Ws-Line-Note To Report-Line(54:30)
           Write Report-Line After Advancing 1 Lines.

       0600-Write-Dept-Total.
           Move Ws-Dept-Auth To Ws-Edit-Auth
           Move Ws-Dept-Filled To Ws-Edit-Filled
           Move Ws-Dept-Vacant To Ws-Edit-Vacant
           Move Ws-Dept-Over To Ws-Edit-Over
           Move Spaces To Report-Line
           Move Ws-Prev-Deptno To Report-Line(1:3)
           Move "TOTAL" To Report-Line(5:8)
           Move Ws-Edit-Auth To Report-Line(18:7)
           Move Ws-Edit-Filled To Report-Line(27:7)
           Move Ws-Edit-Vacant To Report-Line(36:7)
           Move Ws-Edit-Over To Report-Line(45:7)
           Write Report-Line After Advancing 1 Lines
           Move Spaces To Report-Line
           Write Report-Line After Advancing 1 Lines.

       0650-Write-Grand-Total.
           Move Ws-Tot-Auth To Ws-Edit-Auth
           Move Ws-Tot-Filled To Ws-Edit-Filled
           Move Ws-Tot-Vacant To Ws-Edit-Vacant
           Move Ws-Tot-Over To Ws-Edit-Over
           Move Spaces To Report-Line
           Move "ALL DEPARTMENTS" To Report-Line(1:15)
           Move Ws-Edit-Auth To Report-Line(18:7)
           Move Ws-Edit-Filled To Report-Line(27:7)
           Move Ws-Edit-Vacant To Report-Line(36:7)
           Move Ws-Edit-Over To Report-Line(45:7)
           Write Report-Line After Advancing 1 Lines.

       0700-Write-Unauth-Header.
           Move Spaces To Report-Line
           String "EMPLOYEES IN A DEPARTMENT/JOB WITH NO "
              Delimited By Size
              "AUTHORIZATION" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 3 Lines

           Move Spaces To Report-Line
           String "DPT JOB      EMPNO  NAME" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines.

       0750-Check-Employee.
      *No record, or one whose year hasn't come - the same test
      *pass one applied to the department/job line.
           Set Ws-Authorized-Sw To 'N'
           If Ws-Pos-Open
              Move Ext-Workdept To Pos-Deptno
              Move Ext-Job To Pos-Job
              Read Position-Master
                 Invalid Key Continue
                 Not Invalid Key
                    If Pos-Eff-Year Not > Ws-Current-Year
                       Set Ws-Authorized-Sw To 'Y'
                    End-If
              End-Read
           End-If

           If Not Ws-Authorized
              Add 1 To Ws-Unauth-Count
              Move Spaces To Ws-Edit-Name
              String Ext-Lastname Delimited By Space
                 ", " Delimited By Size
                 Ext-Firstnme Delimited By Space
                 Into Ws-Edit-Name
              End-String
              Move Spaces To Report-Line
              Move Ext-Workdept To Report-Line(1:3)
              Move Ext-Job To Report-Line(5:8)
              Move Ext-Empno To Report-Line(14:6)
              Move Ws-Edit-Name To Report-Line(21:20)
              Write Report-Line After Advancing 1 Lines
           End-If.

       0900-Write-Report-Totals.
           Move Ws-Read-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "EMPLOYEES READ:          " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Ws-Over-Line-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "DEPT/JOBS OVER:          " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Unauth-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "EMPLOYEES UNAUTHORIZED:  " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines.
