      * ---------------------------------------------------
      *   Module Name: COBDB2OR.cbl
      *
      *   Description: Organization hierarchy roll-up report from
      *   the DEPARTMENT table's administering-department chain.
      *
      *   Purpose: COBOLDB2's directory page lists departments
      *   flat, and division heads have been adding up their own
      *   organizations from it by hand. This step loads
      *   DEPARTMENT (deptno, deptname, mgrno, admrdept), builds
      *   the department tree from ADMRDEPT - a department that
      *   administers itself is the top of a tree - and reads the
      *   certified extract (EXTREC layout, Extrin DD) for each
      *   department's direct headcount and salary. The report
      *   prints the tree top down, each department indented under
      *   the one that administers it, with its manager (empno and
      *   name, looked up on the extract from MGRNO), its direct
      *   headcount and salary, and the cumulative headcount and
      *   salary of the department plus everything under it.
      *
      *   Structural problems are flagged under the department
      *   they belong to:
      *      - administering department not on DEPARTMENT (the
      *        department prints as the top of its own tree)
      *      - no manager, or a manager not on the extract
      *      - a manager whose own workdept is outside the
      *        organization the department heads
      *   Departments caught in a circular administering chain -
      *   or hanging under one - never reach the top of a tree, so
      *   they print in a separate section after the tree, each
      *   with its direct figures only: cumulative totals through
      *   a loop would count the same people twice.
      *
      *   The totals tie the tree back to the extract: employees
      *   in the trees, employees in circular chains, and
      *   employees whose workdept has no DEPARTMENT row (the
      *   orphans COBOLDB2's exceptions listing already names)
      *   add up to the extract's headcount and salary.
      *
      *   Return codes:
      *      0 - normal, no structural problems
      *      4 - one or more structural problems flagged
      *      8 - Db2 CONNECT failed
      *     12 - deadlock/timeout loading DEPARTMENT
      *     16 - other SQL error loading DEPARTMENT, or more
      *          departments than the table holds - no report
      *     20 - a file failed to open
      *
      *   Change history:
      *   - Initial version.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2OR.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Extract-In Assign To Extrin
              Organization Is Line Sequential
              File Status Is Ws-Extract-Status.

           Select Org-Report Assign To Orgrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Protected parameter file holding the Db2 connect target and
      *credentials - same convention as COBOLDB2, only read when the
      *DB2_* environment variables are not set.
           Select Optional Connparm-File Assign To Connparm
              Organization Is Line Sequential
              File Status Is Ws-Connparm-Status.

       Data Division.

       File Section.
       FD  Extract-In.
       COPY EXTREC.

       FD  Org-Report.
       01  Report-Line            Pic x(132).

       FD  Connparm-File.
       01  Connparm-Record.
           05 Connparm-Database    Pic x(08).
           05 Connparm-Userid      Pic x(08).
           05 Connparm-Password    Pic x(16).
           05 Filler               Pic x(48).

       Working-Storage Section.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Host variables for the DEPARTMENT load - COBOLDB2's, plus
      *ADMRDEPT. MGRNO is nullable, so it carries an indicator.
       01 Ws-Dept-Host-Fields.
          05 Ws-Deptno           Pic x(03).
          05 Ws-Deptname         Pic x(36).
          05 Ws-Mgrno            Pic x(06).
          05 Ws-Mgrno-Ind        Pic s9(04) Comp.
          05 Ws-Admrdept         Pic x(03).

       01 Ws-Control-Fields.
          05 Ws-Extract-Status   Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Connparm-Status  Pic x(02) Value '00'.
          05 Ws-Extract-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Extract-Eof           Value 'Y'.
          05 Ws-Dept-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Dept-Eof              Value 'Y'.
          05 Ws-Last-Sqlcode     Pic s9(09) Value 0.

      *The DEPARTMENT table, loaded once after CONNECT in deptno
      *order. Each entry carries its place in the tree:
      *   Ws-Org-Parent  - entry number of the administering
      *                    department, 0 for the top of a tree
      *   Ws-Org-Kind    - R top of a tree (administers itself)
      *                    M administering dept missing - printed
      *                      as the top of its own tree, flagged
      *                    C circular chain - never reaches a top
      *                    space - an ordinary department
      *   Ws-Org-Depth   - levels below the top of its tree
      *and its manager as found on the extract.
       01 Ws-Org-Table-Fields.
          05 Ws-Org-Count        Pic 9(03) Value 0.
          05 Ws-Org-Ix           Pic 9(03) Value 0.
          05 Ws-Org-Jx           Pic 9(03) Value 0.
          05 Ws-Org-Entry Occurs 120 Times.
             10 Ws-Org-Deptno    Pic x(03).
             10 Ws-Org-Name      Pic x(36).
             10 Ws-Org-Mgrno     Pic x(06).
             10 Ws-Org-Admrdept  Pic x(03).
             10 Ws-Org-Parent    Pic 9(03).
             10 Ws-Org-Kind      Pic x(01).
                88 Ws-Org-Top            Value 'R'.
                88 Ws-Org-No-Parent      Value 'M'.
                88 Ws-Org-Circular       Value 'C'.
             10 Ws-Org-Depth     Pic 9(03).
             10 Ws-Org-Emps      Pic 9(07).
             10 Ws-Org-Salary    Pic s9(11)v99.
             10 Ws-Org-Cum-Emps  Pic 9(07).
             10 Ws-Org-Cum-Salary Pic s9(11)v99.
             10 Ws-Org-Mgr-Sw    Pic x(01).
                88 Ws-Org-Mgr-Found      Value 'Y'.
             10 Ws-Org-Mgr-First Pic x(30).
             10 Ws-Org-Mgr-Last  Pic x(15).
             10 Ws-Org-Mgr-Dept  Pic x(03).

      *Walking a chain of administering departments upward - a
      *walk longer than the table has entries has gone round a
      *loop.
       01 Ws-Walk-Fields.
          05 Ws-Walk-Ix          Pic 9(03) Value 0.
          05 Ws-Walk-Steps       Pic 9(03) Value 0.
          05 Ws-Walk-Found-Sw    Pic x(01) Value 'N'.
             88 Ws-Walk-Found            Value 'Y'.

      *Departments waiting to print, for the top-down pass - the
      *top of the stack prints next, its children go on top of
      *it in reverse deptno order so they print in deptno order.
       01 Ws-Stack-Fields.
          05 Ws-Stack-Top        Pic 9(03) Value 0.
          05 Ws-Stack-Entry      Pic 9(03) Occurs 120 Times.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(09) Value 0.
          05 Ws-Extract-Salary   Pic s9(11)v99 Value 0.
          05 Ws-Orphan-Emps      Pic 9(07) Value 0.
          05 Ws-Orphan-Salary    Pic s9(11)v99 Value 0.
          05 Ws-Tree-Emps        Pic 9(07) Value 0.
          05 Ws-Tree-Salary      Pic s9(11)v99 Value 0.
          05 Ws-Circ-Emps        Pic 9(07) Value 0.
          05 Ws-Circ-Salary      Pic s9(11)v99 Value 0.
          05 Ws-Top-Count        Pic 9(03) Value 0.
          05 Ws-Circular-Count   Pic 9(03) Value 0.
          05 Ws-No-Parent-Count  Pic 9(03) Value 0.
          05 Ws-No-Mgr-Count     Pic 9(03) Value 0.
          05 Ws-Mgr-Missing-Count Pic 9(03) Value 0.
          05 Ws-Mgr-Outside-Count Pic 9(03) Value 0.

      *Report line work fields.
       01 Ws-Report-Fields.
          05 Ws-Tree-Text        Pic x(50).
          05 Ws-Tree-Ptr         Pic 9(03).
          05 Ws-Mgr-Text         Pic x(20).
          05 Ws-Edit-Emps        Pic zz,zz9.
          05 Ws-Edit-Cum-Emps    Pic zzz,zz9.
          05 Ws-Edit-Salary      Pic zzz,zzz,zz9.99.
          05 Ws-Edit-Cum-Salary  Pic z,zzz,zzz,zz9.99.
          05 Ws-Edit-Count       Pic zzz,zz9.

      *Db2 connect target and credentials, resolved the same way
      *COBOLDB2 resolves them.
       01 Ws-Connect-Fields.
          05 Ws-Db2-Database     Pic x(08)  Value Spaces.
          05 Ws-Db2-Userid       Pic x(08)  Value Spaces.
          05 Ws-Db2-Password     Pic x(16)  Value Spaces.

       01 Ws-Return-Code         Pic 9(02)  Value 0.

       Procedure Division.

       0000-Main-Para.
           Perform 0150-Get-Connect-Parms

           Open Input Extract-In
           Open Output Org-Report
           If Ws-Extract-Status Not = '00'
              Or Ws-Report-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "EXTRIN/ORGRPT OPEN FAILED, STATUS="
                 Ws-Extract-Status " " Ws-Report-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

      *Same bare-CONNECT fallback as COBOLDB2: no credentials at
      *all means connect without USER/USING rather than failing
      *authentication on blanks.
           If Ws-Db2-Userid = Spaces
              EXEC SQL CONNECT TO :Ws-Db2-Database END-EXEC
           Else
              EXEC SQL CONNECT TO :Ws-Db2-Database
                 USER :Ws-Db2-Userid USING :Ws-Db2-Password
              END-EXEC
           End-If
           Move SQLCODE To Ws-Last-Sqlcode
           If Ws-Last-Sqlcode Not = 0
              Move 8 To Ws-Return-Code
              Display "CONNECT failed, SQLCODE=" Ws-Last-Sqlcode
              Display SQLCA
              Close Extract-In
              Close Org-Report
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0200-Load-Org-Table

      *Without the whole DEPARTMENT table there is no tree to
      *print - a partial one would put people in the wrong
      *organization.
           If Ws-Return-Code >= 12
              Move Spaces To Report-Line
              String "ORGANIZATION HIERARCHY ROLL-UP - DEPARTMENT "
                 "TABLE NOT LOADED, NO REPORT" Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing Page
              Close Extract-In
              Close Org-Report
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0300-Link-Parents
           Perform 0350-Find-Circular-Chains

           Perform 0400-Read-Extract
           Perform Until Ws-Extract-Eof
              Add 1 To Ws-Read-Count
              Add Ext-Salary To Ws-Extract-Salary
              Perform 0450-Accumulate-Row
              Perform 0400-Read-Extract
           End-Perform
           Close Extract-In

           Perform 0500-Roll-Up-Totals

           Perform 0600-Write-Report-Header
           Perform 0700-Write-Tree
           Perform 0800-Write-Circular-Section
           Perform 0900-Write-Report-Totals
           Close Org-Report

           If Ws-Return-Code = 0
              And (Ws-Circular-Count > 0 Or Ws-No-Parent-Count > 0
                   Or Ws-No-Mgr-Count > 0
                   Or Ws-Mgr-Missing-Count > 0
                   Or Ws-Mgr-Outside-Count > 0)
              Move 4 To Ws-Return-Code
           End-If

           Display "Org roll-up: departments " Ws-Org-Count
              " extract rows " Ws-Read-Count
              " circular " Ws-Circular-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       0150-Get-Connect-Parms.
      *Environment variables win when set; fall back to the CONNPARM
      *DD, then to the out-of-the-box sample database - same
      *resolution order as COBOLDB2.
           Accept Ws-Db2-Database From Environment "DB2_DATABASE"
           Accept Ws-Db2-Userid From Environment "DB2_USERID"
           Accept Ws-Db2-Password From Environment "DB2_PASSWORD"

           If Ws-Db2-Database = Spaces
              Open Input Connparm-File
              If Ws-Connparm-Status = '00'
                 Read Connparm-File
                    At End Continue
                 End-Read
                 If Ws-Connparm-Status = '00'
                    Move Connparm-Database To Ws-Db2-Database
                    Move Connparm-Userid To Ws-Db2-Userid
                    Move Connparm-Password To Ws-Db2-Password
                 End-If
                 Close Connparm-File
              End-If
           End-If.

           If Ws-Db2-Database = Spaces
              Move "sample" To Ws-Db2-Database
           End-If.

       0200-Load-Org-Table.
      *One pass over DEPARTMENT into the working-storage table,
      *same shape as COBOLDB2's 0250-Load-Dept-Table with
      *ADMRDEPT added.
           EXEC SQL DECLARE Org-Cursor CURSOR FOR
              SELECT deptno, deptname, mgrno, admrdept
              FROM department
              ORDER BY deptno
           END-EXEC.

           EXEC SQL OPEN Org-Cursor END-EXEC
           Move SQLCODE To Ws-Last-Sqlcode
           If Ws-Last-Sqlcode Not = 0
              Perform 0250-Sql-Failure
              Set Ws-Dept-Eof To True
           End-If

           Perform Until Ws-Dept-Eof
              EXEC SQL FETCH Org-Cursor
                 INTO :Ws-Deptno, :Ws-Deptname,
                      :Ws-Mgrno :Ws-Mgrno-Ind, :Ws-Admrdept
              END-EXEC
              Move SQLCODE To Ws-Last-Sqlcode
              Evaluate True
                 When Ws-Last-Sqlcode = 100
                    Set Ws-Dept-Eof To True
                 When Ws-Last-Sqlcode Not = 0
                    Perform 0250-Sql-Failure
                    Set Ws-Dept-Eof To True
                 When Ws-Org-Count >= 120
                    Move 16 To Ws-Return-Code
                    Display "DEPARTMENT TABLE OVERFLOW AT "
                       Ws-Org-Count " ROWS"
                    Set Ws-Dept-Eof To True
                 When Other
                    Add 1 To Ws-Org-Count
                    Move Ws-Org-Count To Ws-Org-Ix
                    Move Ws-Deptno To Ws-Org-Deptno(Ws-Org-Ix)
                    Move Ws-Deptname To Ws-Org-Name(Ws-Org-Ix)
                    If Ws-Mgrno-Ind < 0
                       Move Spaces To Ws-Org-Mgrno(Ws-Org-Ix)
                    Else
                       Move Ws-Mgrno To Ws-Org-Mgrno(Ws-Org-Ix)
                    End-If
                    Move Ws-Admrdept To Ws-Org-Admrdept(Ws-Org-Ix)
                    Move 0 To Ws-Org-Parent(Ws-Org-Ix)
                    Move Space To Ws-Org-Kind(Ws-Org-Ix)
                    Move 0 To Ws-Org-Depth(Ws-Org-Ix)
                    Move 0 To Ws-Org-Emps(Ws-Org-Ix)
                    Move 0 To Ws-Org-Salary(Ws-Org-Ix)
                    Move 0 To Ws-Org-Cum-Emps(Ws-Org-Ix)
                    Move 0 To Ws-Org-Cum-Salary(Ws-Org-Ix)
                    Move 'N' To Ws-Org-Mgr-Sw(Ws-Org-Ix)
                    Move Spaces To Ws-Org-Mgr-First(Ws-Org-Ix)
                    Move Spaces To Ws-Org-Mgr-Last(Ws-Org-Ix)
                    Move Spaces To Ws-Org-Mgr-Dept(Ws-Org-Ix)
              End-Evaluate
           End-Perform

           EXEC SQL CLOSE Org-Cursor END-EXEC.

       0250-Sql-Failure.
           If Ws-Last-Sqlcode = -911 Or Ws-Last-Sqlcode = -913
              Move 12 To Ws-Return-Code
              Display "DEADLOCK/TIMEOUT loading DEPARTMENT, "
                 "SQLCODE=" Ws-Last-Sqlcode
           Else
              Move 16 To Ws-Return-Code
              Display "SQL error loading DEPARTMENT, SQLCODE="
                 Ws-Last-Sqlcode
           End-If.

       0300-Link-Parents.
      *Each department's administering department, by entry
      *number. Administering itself makes it the top of a tree;
      *an administering deptno with no row makes it the top of
      *its own tree, flagged.
           Perform Varying Ws-Org-Ix From 1 By 1
              Until Ws-Org-Ix > Ws-Org-Count
              If Ws-Org-Admrdept(Ws-Org-Ix) = Ws-Org-Deptno(Ws-Org-Ix)
                 Set Ws-Org-Top(Ws-Org-Ix) To True
                 Add 1 To Ws-Top-Count
              Else
                 Set Ws-Walk-Found-Sw To 'N'
                 Perform Varying Ws-Org-Jx From 1 By 1
                    Until Ws-Org-Jx > Ws-Org-Count
                       Or Ws-Walk-Found
                    If Ws-Org-Deptno(Ws-Org-Jx)
                       = Ws-Org-Admrdept(Ws-Org-Ix)
                       Set Ws-Walk-Found-Sw To 'Y'
                       Move Ws-Org-Jx To Ws-Org-Parent(Ws-Org-Ix)
                    End-If
                 End-Perform
                 If Not Ws-Walk-Found
                    Set Ws-Org-No-Parent(Ws-Org-Ix) To True
                    Add 1 To Ws-No-Parent-Count
                    Add 1 To Ws-Top-Count
                 End-If
              End-If
           End-Perform.

       0350-Find-Circular-Chains.
      *Walk every ordinary department up its administering chain.
      *Reaching the top of a tree gives its depth; a walk longer
      *than the table has gone round a loop - the department is
      *in a circular chain or hangs under one.
           Perform Varying Ws-Org-Ix From 1 By 1
              Until Ws-Org-Ix > Ws-Org-Count
              If Ws-Org-Kind(Ws-Org-Ix) = Space
                 Move Ws-Org-Parent(Ws-Org-Ix) To Ws-Walk-Ix
                 Move 1 To Ws-Walk-Steps
                 Perform Until Ws-Walk-Steps > Ws-Org-Count
                    Or Ws-Org-Top(Ws-Walk-Ix)
                    Or Ws-Org-No-Parent(Ws-Walk-Ix)
                    Move Ws-Org-Parent(Ws-Walk-Ix) To Ws-Walk-Ix
                    Add 1 To Ws-Walk-Steps
                 End-Perform
                 If Ws-Walk-Steps > Ws-Org-Count
                    Set Ws-Org-Circular(Ws-Org-Ix) To True
                    Add 1 To Ws-Circular-Count
                 Else
                    Move Ws-Walk-Steps To Ws-Org-Depth(Ws-Org-Ix)
                 End-If
              End-If
           End-Perform.

       0400-Read-Extract.
           Read Extract-In
              At End Set Ws-Extract-Eof To True
           End-Read.

       0450-Accumulate-Row.
      *The row counts into its own department's direct figures,
      *and is kept as the manager of every department whose
      *MGRNO names it.
           Set Ws-Walk-Found-Sw To 'N'
           Perform Varying Ws-Org-Ix From 1 By 1
              Until Ws-Org-Ix > Ws-Org-Count
              If Ws-Org-Deptno(Ws-Org-Ix) = Ext-Workdept
                 Set Ws-Walk-Found-Sw To 'Y'
                 Add 1 To Ws-Org-Emps(Ws-Org-Ix)
                 Add Ext-Salary To Ws-Org-Salary(Ws-Org-Ix)
              End-If
              If Ws-Org-Mgrno(Ws-Org-Ix) = Ext-Empno
                 Set Ws-Org-Mgr-Found(Ws-Org-Ix) To True
                 Move Ext-Firstnme To Ws-Org-Mgr-First(Ws-Org-Ix)
                 Move Ext-Lastname To Ws-Org-Mgr-Last(Ws-Org-Ix)
                 Move Ext-Workdept To Ws-Org-Mgr-Dept(Ws-Org-Ix)
              End-If
           End-Perform
           If Not Ws-Walk-Found
              Add 1 To Ws-Orphan-Emps
              Add Ext-Salary To Ws-Orphan-Salary
           End-If.

       0500-Roll-Up-Totals.
      *Every department in a tree adds its direct figures to its
      *own cumulative totals and to each department above it.
      *Circular departments keep direct figures only.
           Perform Varying Ws-Org-Ix From 1 By 1
              Until Ws-Org-Ix > Ws-Org-Count
              If Ws-Org-Circular(Ws-Org-Ix)
                 Add Ws-Org-Emps(Ws-Org-Ix) To Ws-Circ-Emps
                 Add Ws-Org-Salary(Ws-Org-Ix) To Ws-Circ-Salary
              Else
                 Add Ws-Org-Emps(Ws-Org-Ix) To Ws-Tree-Emps
                 Add Ws-Org-Salary(Ws-Org-Ix) To Ws-Tree-Salary
                 Move Ws-Org-Ix To Ws-Walk-Ix
                 Perform Until Ws-Walk-Ix = 0
                    Add Ws-Org-Emps(Ws-Org-Ix)
                       To Ws-Org-Cum-Emps(Ws-Walk-Ix)
                    Add Ws-Org-Salary(Ws-Org-Ix)
                       To Ws-Org-Cum-Salary(Ws-Walk-Ix)
                    Move Ws-Org-Parent(Ws-Walk-Ix) To Ws-Walk-Ix
                 End-Perform
              End-If
           End-Perform.

       0600-Write-Report-Header.
           Move Spaces To Report-Line
           String "ORGANIZATION HIERARCHY ROLL-UP REPORT"
              Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           Move "DEPARTMENT" To Report-Line(1:10)
           Move "MGR" To Report-Line(52:3)
           Move "MANAGER NAME" To Report-Line(59:12)
           Move "DIR HC" To Report-Line(80:6)
           Move "DIRECT SALARY" To Report-Line(88:13)
           Move "CUM HC" To Report-Line(103:6)
           Move "CUMULATIVE SALARY" To Report-Line(110:17)
           Write Report-Line After Advancing 2 Lines.

       0700-Write-Tree.
      *Top down, depth first: every top of a tree goes on the
      *stack, and each department printed puts its children on
      *top of it.
           Move 0 To Ws-Stack-Top
           Perform Varying Ws-Org-Ix From Ws-Org-Count By -1
              Until Ws-Org-Ix < 1
              If Ws-Org-Top(Ws-Org-Ix)
                 Or Ws-Org-No-Parent(Ws-Org-Ix)
                 Add 1 To Ws-Stack-Top
                 Move Ws-Org-Ix To Ws-Stack-Entry(Ws-Stack-Top)
              End-If
           End-Perform

           Perform Until Ws-Stack-Top = 0
              Move Ws-Stack-Entry(Ws-Stack-Top) To Ws-Org-Ix
              Subtract 1 From Ws-Stack-Top
              Perform 0720-Write-Dept-Line
              Perform 0740-Write-Dept-Flags
              Perform Varying Ws-Org-Jx From Ws-Org-Count By -1
                 Until Ws-Org-Jx < 1
                 If Ws-Org-Parent(Ws-Org-Jx) = Ws-Org-Ix
                    And Not Ws-Org-Circular(Ws-Org-Jx)
                    Add 1 To Ws-Stack-Top
                    Move Ws-Org-Jx To Ws-Stack-Entry(Ws-Stack-Top)
                 End-If
              End-Perform
           End-Perform.

       0720-Write-Dept-Line.
      *Two spaces of indent per level, capped so a deep tree
      *still leaves the name readable.
           Move Spaces To Ws-Tree-Text
           If Ws-Org-Depth(Ws-Org-Ix) > 10
              Move 21 To Ws-Tree-Ptr
           Else
              Compute Ws-Tree-Ptr = Ws-Org-Depth(Ws-Org-Ix) * 2 + 1
           End-If
           String Ws-Org-Deptno(Ws-Org-Ix) Delimited By Size
              " " Delimited By Size
              Ws-Org-Name(Ws-Org-Ix) Delimited By Size
              Into Ws-Tree-Text
              With Pointer Ws-Tree-Ptr
           End-String

           Move Spaces To Ws-Mgr-Text
           If Ws-Org-Mgr-Found(Ws-Org-Ix)
              String Ws-Org-Mgr-Last(Ws-Org-Ix) Delimited By Space
                 ", " Delimited By Size
                 Ws-Org-Mgr-First(Ws-Org-Ix) Delimited By Space
                 Into Ws-Mgr-Text
              End-String
           End-If

           Move Spaces To Report-Line
           Move Ws-Tree-Text To Report-Line(1:50)
           Move Ws-Org-Mgrno(Ws-Org-Ix) To Report-Line(52:6)
           Move Ws-Mgr-Text To Report-Line(59:20)
           Move Ws-Org-Emps(Ws-Org-Ix) To Ws-Edit-Emps
           Move Ws-Edit-Emps To Report-Line(80:6)
           Move Ws-Org-Salary(Ws-Org-Ix) To Ws-Edit-Salary
           Move Ws-Edit-Salary To Report-Line(87:14)
           If Not Ws-Org-Circular(Ws-Org-Ix)
              Move Ws-Org-Cum-Emps(Ws-Org-Ix) To Ws-Edit-Cum-Emps
              Move Ws-Edit-Cum-Emps To Report-Line(102:7)
              Move Ws-Org-Cum-Salary(Ws-Org-Ix)
                 To Ws-Edit-Cum-Salary
              Move Ws-Edit-Cum-Salary To Report-Line(110:17)
           End-If
           Write Report-Line After Advancing 1 Lines.

       0740-Write-Dept-Flags.
      *One flag line per structural problem, under the
      *department it belongs to.
           If Ws-Org-No-Parent(Ws-Org-Ix)
              Move Spaces To Report-Line
              String "      ** ADMINISTERING DEPT " Delimited By Size
                 Ws-Org-Admrdept(Ws-Org-Ix) Delimited By Size
                 " NOT ON DEPARTMENT TABLE" Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 1 Lines
           End-If

           Evaluate True
              When Ws-Org-Mgrno(Ws-Org-Ix) = Spaces
                 Add 1 To Ws-No-Mgr-Count
                 Move Spaces To Report-Line
                 String "      ** NO MANAGER" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 1 Lines
              When Not Ws-Org-Mgr-Found(Ws-Org-Ix)
                 Add 1 To Ws-Mgr-Missing-Count
                 Move Spaces To Report-Line
                 String "      ** MANAGER " Delimited By Size
                    Ws-Org-Mgrno(Ws-Org-Ix) Delimited By Size
                    " NOT ON CERTIFIED EXTRACT" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 1 Lines
              When Other
                 Perform 0760-Check-Manager-Dept
                 If Not Ws-Walk-Found
                    Add 1 To Ws-Mgr-Outside-Count
                    Move Spaces To Report-Line
                    String "      ** MANAGER " Delimited By Size
                       Ws-Org-Mgrno(Ws-Org-Ix) Delimited By Size
                       " WORKS IN " Delimited By Size
                       Ws-Org-Mgr-Dept(Ws-Org-Ix) Delimited By Size
                       " - OUTSIDE THE ORGANIZATION HEADED"
                       Delimited By Size
                       Into Report-Line
                    End-String
                    Write Report-Line After Advancing 1 Lines
                 End-If
           End-Evaluate.

       0760-Check-Manager-Dept.
      *The manager's workdept is inside the organization when
      *walking up from it reaches this department. A workdept
      *with no DEPARTMENT row is outside everything.
           Set Ws-Walk-Found-Sw To 'N'
           Move 0 To Ws-Walk-Ix
           Perform Varying Ws-Org-Jx From 1 By 1
              Until Ws-Org-Jx > Ws-Org-Count
                 Or Ws-Walk-Ix > 0
              If Ws-Org-Deptno(Ws-Org-Jx) = Ws-Org-Mgr-Dept(Ws-Org-Ix)
                 Move Ws-Org-Jx To Ws-Walk-Ix
              End-If
           End-Perform
           Move 1 To Ws-Walk-Steps
           Perform Until Ws-Walk-Ix = 0
              Or Ws-Walk-Found
              Or Ws-Walk-Steps > Ws-Org-Count
              If Ws-Walk-Ix = Ws-Org-Ix
                 Set Ws-Walk-Found-Sw To 'Y'
              Else
                 Move Ws-Org-Parent(Ws-Walk-Ix) To Ws-Walk-Ix
                 Add 1 To Ws-Walk-Steps
              End-If
           End-Perform.

       0800-Write-Circular-Section.
      *Departments that never reach the top of a tree, in deptno
      *order, with what they name as their administering
      *department so the loop can be traced and broken.
           If Ws-Circular-Count > 0
              Move Spaces To Report-Line
              String "CIRCULAR ADMINISTERING CHAINS - DEPARTMENTS "
                 "NOT UNDER ANY TOP OF ORGANIZATION (DIRECT FIGURES "
                 "ONLY)" Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 3 Lines

              Perform Varying Ws-Org-Ix From 1 By 1
                 Until Ws-Org-Ix > Ws-Org-Count
                 If Ws-Org-Circular(Ws-Org-Ix)
                    Move 0 To Ws-Org-Depth(Ws-Org-Ix)
                    Perform 0720-Write-Dept-Line
                    Move Spaces To Report-Line
                    String "      ** CIRCULAR CHAIN - ADMINISTERED BY "
                       Delimited By Size
                       Ws-Org-Admrdept(Ws-Org-Ix) Delimited By Size
                       Into Report-Line
                    End-String
                    Write Report-Line After Advancing 1 Lines
                    Perform 0740-Write-Dept-Flags
                 End-If
              End-Perform
           End-If.

       0900-Write-Report-Totals.
      *The tie-out: trees plus circular chains plus orphan
      *workdepts make the extract.
           Move Spaces To Report-Line
           Move "EMPLOYEES IN ORGANIZATION TREES" To Report-Line(1:31)
           Move Ws-Tree-Emps To Ws-Edit-Cum-Emps
           Move Ws-Edit-Cum-Emps To Report-Line(102:7)
           Move Ws-Tree-Salary To Ws-Edit-Cum-Salary
           Move Ws-Edit-Cum-Salary To Report-Line(110:17)
           Write Report-Line After Advancing 3 Lines

           Move Spaces To Report-Line
           Move "EMPLOYEES IN CIRCULAR CHAINS" To Report-Line(1:28)
           Move Ws-Circ-Emps To Ws-Edit-Cum-Emps
           Move Ws-Edit-Cum-Emps To Report-Line(102:7)
           Move Ws-Circ-Salary To Ws-Edit-Cum-Salary
           Move Ws-Edit-Cum-Salary To Report-Line(110:17)
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "EMPLOYEES WITH WORKDEPT NOT ON DEPARTMENT"
              To Report-Line(1:41)
           Move Ws-Orphan-Emps To Ws-Edit-Cum-Emps
           Move Ws-Edit-Cum-Emps To Report-Line(102:7)
           Move Ws-Orphan-Salary To Ws-Edit-Cum-Salary
           Move Ws-Edit-Cum-Salary To Report-Line(110:17)
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "CERTIFIED EXTRACT TOTAL" To Report-Line(1:23)
           Move Ws-Read-Count To Ws-Edit-Cum-Emps
           Move Ws-Edit-Cum-Emps To Report-Line(102:7)
           Move Ws-Extract-Salary To Ws-Edit-Cum-Salary
           Move Ws-Edit-Cum-Salary To Report-Line(110:17)
           Write Report-Line After Advancing 1 Lines

           Move Ws-Org-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "DEPARTMENTS:                  " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Ws-Top-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "TOPS OF ORGANIZATION:         " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Circular-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "IN CIRCULAR CHAINS:           " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-No-Parent-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "ADMINISTERING DEPT MISSING:   " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-No-Mgr-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "NO MANAGER:                   " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Mgr-Missing-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "MANAGER NOT ON EXTRACT:       " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Mgr-Outside-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "MANAGER OUTSIDE ORGANIZATION: " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines.
