      * ---------------------------------------------------
      *   Module Name: COBDB2DM.cbl
      *
      *   Description: Batch department maintenance step for the
      *   DEPARTMENT table.
      *
      *   Purpose: COBOLDB2 flags orphan workdept codes on its
      *   exceptions listing, but adding a department, renaming
      *   one, reassigning its manager, or retiring it has been a
      *   DBA ticket. This step applies a department card deck to
      *   the DEPARTMENT table the way COBDB2UP applies the
      *   employee deck: every card faces every edit before any
      *   change runs against it, each applied card is COMMITted on
      *   its own, and applied and rejected cards both print on the
      *   maintenance report, rejected cards with a reason code.
      *
      *   Card layout: action in column 1 (A=add, C=change,
      *   D=delete), deptno in 2-4, deptname in 5-40, manager empno
      *   in 41-46 (blank for a department between managers - MGRNO
      *   is stored null), administering deptno in 47-49. A change
      *   card carries the full new image of the row, the same
      *   convention as the employee deck; a delete needs nothing
      *   beyond a good deptno.
      *
      *   Referential checks, on top of the card edits:
      *      - a manager named on an add or change must be on
      *        EMPLOYEE
      *      - the administering department must be on DEPARTMENT
      *        (a department may administer itself - the top of
      *        the organization does)
      *      - a department cannot be deleted while any employee
      *        still carries it as workdept, while it still has a
      *        budget record on the keyed budget file (BUDREC,
      *        Budmst DD), or while it still administers another
      *        department
      *
      *   Every card - applied or rejected - appends one row to
      *   the AUDREC audit trail, so department changes sit on the
      *   same compliance trail as employee changes - see
      *   AUDREC.cpy for the row layout.
      *
      *   Reason codes, first failing edit per card:
      *      01 - action code not A, C, or D
      *      02 - deptno blank
      *      03 - add/change: deptname blank
      *      04 - add/change: administering deptno blank
      *      05 - add/change: manager empno not 6 digits
      *      06 - add: deptno already on the table
      *      07 - change/delete: deptno not on the table
      *      08 - add/change: manager not on EMPLOYEE
      *      09 - add/change: administering dept not on DEPARTMENT
      *      10 - delete: employees still carry the workdept
      *      11 - delete: budget record still on the budget file
      *      12 - delete: still administers another department
      *      13 - Db2 refused the change on another table's
      *           foreign key (SQLCODE -530/-532)
      *      14 - deadlock/timeout - card NOT APPLIED, rerun the
      *           deck from this card
      *      15 - other SQL error - card NOT APPLIED, investigate
      *           before rerunning
      *   Reasons 14 and 15 are not card errors - the report shows
      *   them NOT APPLD, same convention as COBDB2UP's 10/11.
      *
      *   Return codes:
      *      0 - every card applied
      *      4 - one or more cards rejected (all on the report)
      *      8 - Db2 CONNECT failed
      *     12 - deadlock/timeout checking or applying a card
      *     16 - other SQL error checking or applying a card
      *     20 - card/report/budget file failed to open
      *
      *   Change history:
      *   - Initial version.
      *   - A budget file that is not there (status 05) is now
      *     closed after its open instead of being left open.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2DM.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Dept-Cards Assign To Deptcard
              Organization Is Line Sequential
              File Status Is Ws-Card-Status.

      *The budget master, read only for the delete check. Optional:
      *no budget file yet means no department has a budget row.
           Select Optional Budget-Master Assign To Budmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Bud-Deptno
              File Status Is Ws-Bud-Status.

           Select Maint-Report Assign To Dmrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Protected parameter file holding the Db2 connect target and
      *credentials - same convention as COBOLDB2, only read when the
      *DB2_* environment variables are not set.
           Select Optional Connparm-File Assign To Connparm
              Organization Is Line Sequential
              File Status Is Ws-Connparm-Status.

      *Compliance audit trail - appended to, never overwritten.
           Select Audit-Out Assign To Auditout
              Organization Is Line Sequential
              File Status Is Ws-Audit-Status.

       Data Division.

       File Section.
       FD  Dept-Cards.
       01  Card-Record.
           05 Crd-Action          Pic x(01).
           05 Crd-Deptno          Pic x(03).
           05 Crd-Deptname        Pic x(36).
           05 Crd-Mgrno           Pic x(06).
           05 Crd-Admrdept        Pic x(03).
           05 Filler              Pic x(31).

       FD  Budget-Master.
       COPY BUDREC.

       FD  Maint-Report.
       01  Maint-Line             Pic x(132).

       FD  Connparm-File.
       01  Connparm-Record.
           05 Connparm-Database    Pic x(08).
           05 Connparm-Userid      Pic x(08).
           05 Connparm-Password    Pic x(16).
           05 Filler               Pic x(48).

       FD  Audit-Out.
       COPY AUDREC.

       Working-Storage Section.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Host variables for the DEPARTMENT row being applied - same
      *shape as COBOLDB2's department load. MGRNO is nullable, so
      *it carries an indicator variable.
       01 Ws-Dept-Host-Fields.
          05 Ws-Deptno           Pic x(03).
          05 Ws-Deptname         Pic x(36).
          05 Ws-Mgrno            Pic x(06).
          05 Ws-Mgrno-Ind        Pic s9(04) Comp.
          05 Ws-Admrdept         Pic x(03).
          05 Ws-Ref-Key          Pic x(06).
          05 Ws-Ref-Count        Pic s9(09) Comp.

      *The department's row as it stood before a change card, for
      *the second report line.
       01 Ws-Old-Dept-Fields.
          05 Ws-Old-Deptname     Pic x(36).
          05 Ws-Old-Mgrno        Pic x(06).
          05 Ws-Old-Mgrno-Ind    Pic s9(04) Comp.
          05 Ws-Old-Admrdept     Pic x(03).

       01 Ws-Control-Fields.
          05 Ws-Card-Status      Pic x(02) Value '00'.
          05 Ws-Bud-Status       Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Connparm-Status  Pic x(02) Value '00'.
          05 Ws-Audit-Status     Pic x(02) Value '00'.
          05 Ws-Card-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Card-Eof              Value 'Y'.
          05 Ws-Budget-Open-Sw   Pic x(01) Value 'N'.
             88 Ws-Budget-Open           Value 'Y'.
          05 Ws-On-Table-Sw      Pic x(01) Value 'N'.
             88 Ws-On-Table              Value 'Y'.
          05 Ws-Last-Sqlcode     Pic s9(09) Value 0.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(07) Value 0.
          05 Ws-Applied-Count    Pic 9(07) Value 0.
          05 Ws-Rejected-Count   Pic 9(07) Value 0.

      *Who's running the job, for the audit trail.
       01 Ws-Job-Id              Pic x(08)  Value Spaces.
       01 Ws-Current-Timestamp   Pic x(26)  Value Spaces.

      *Db2 connect target and credentials, resolved the same way
      *COBOLDB2 resolves them.
       01 Ws-Connect-Fields.
          05 Ws-Db2-Database     Pic x(08)  Value Spaces.
          05 Ws-Db2-Userid       Pic x(08)  Value Spaces.
          05 Ws-Db2-Password     Pic x(16)  Value Spaces.

      *Card validation result - blank means the card passed every
      *edit and check and may be applied; reason codes are listed
      *in the program header. Reasons 14 and 15 mean Db2 never
      *applied the card - NOT APPLIED, not REJECTED.
       01 Ws-Reject-Reason       Pic x(02)  Value Spaces.
          88 Ws-Card-Valid               Value Spaces.
          88 Ws-Card-Not-Applied         Value '14' '15'.

       01 Ws-Report-Fields.
          05 Ws-Edit-Count       Pic zzz,zz9.
          05 Ws-Edit-Ref-Count   Pic zzz,zz9.

       01 Ws-Return-Code         Pic 9(02)  Value 0.

       Procedure Division.

       0000-Main-Para.
           Perform 0150-Get-Connect-Parms
           Perform 0160-Get-Job-Id

           Open Input Dept-Cards
           Open Output Maint-Report
           Open Input Budget-Master
      *File status 05/35 is a budget file that isn't there yet -
      *no budget rows, so nothing for the delete check to find.
           If Ws-Bud-Status = '00'
              Set Ws-Budget-Open-Sw To 'Y'
           End-If
      *Status 05 leaves the budget file open all the same, with
      *nothing in it to read - close it now.
           If Ws-Bud-Status = '05'
              Close Budget-Master
           End-If
           If Ws-Card-Status Not = '00'
              Or Ws-Report-Status Not = '00'
              Or (Ws-Bud-Status Not = '00'
                  And Ws-Bud-Status Not = '05'
                  And Ws-Bud-Status Not = '35')
              Move 20 To Ws-Return-Code
              Display "DEPTCARD/DMRPT/BUDMST OPEN FAILED, "
                 "STATUS=" Ws-Card-Status " " Ws-Report-Status
                 " " Ws-Bud-Status
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
              Close Dept-Cards
              Close Maint-Report
              If Ws-Budget-Open
                 Close Budget-Master
              End-If
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0200-Write-Report-Header

           Perform 0300-Read-Card
           Perform Until Ws-Card-Eof
              Add 1 To Ws-Read-Count
              Perform 0400-Validate-Card
              If Ws-Card-Valid
                 Perform 0450-Check-On-Table
              End-If
              If Ws-Card-Valid And Crd-Action Not = 'D'
                 Perform 0500-Check-References
              End-If
              If Ws-Card-Valid And Crd-Action = 'D'
                 Perform 0550-Check-Delete
              End-If
              If Ws-Card-Valid
                 Perform 0600-Apply-Card
              End-If
      *Same rule as the employee deck: a card is APPLIED only once
      *its COMMIT came back clean, and the report line and audit
      *row are written strictly after it.
              If Ws-Card-Valid
                 Perform 0900-Commit-Card
              End-If
              If Ws-Card-Valid
                 Add 1 To Ws-Applied-Count
                 Perform 0700-Write-Applied-Line
              Else
                 Add 1 To Ws-Rejected-Count
                 Perform 0750-Write-Rejected-Line
              End-If
              Perform 0800-Write-Audit-Record
      *A deadlock/timeout or a hard SQL error stops the deck - the
      *cards not yet applied stay in the file for the rerun.
              If Ws-Return-Code >= 12
                 Set Ws-Card-Eof To True
              Else
                 Perform 0300-Read-Card
              End-If
           End-Perform

           Perform 1000-Write-Report-Totals

           Close Dept-Cards
           Close Maint-Report
           If Ws-Budget-Open
              Close Budget-Master
           End-If

           If Ws-Return-Code = 0 And Ws-Rejected-Count > 0
              Move 4 To Ws-Return-Code
           End-If

           Display "Department maintenance: cards read "
              Ws-Read-Count
              " applied " Ws-Applied-Count
              " rejected " Ws-Rejected-Count
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

       0160-Get-Job-Id.
           Accept Ws-Job-Id From Environment "JOB_NAME"
           If Ws-Job-Id = Spaces
              Accept Ws-Job-Id From Environment "USER"
           End-If.

       0200-Write-Report-Header.
           Move Spaces To Maint-Line
           String "DEPARTMENT MAINTENANCE REPORT" Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing Page

           Move Spaces To Maint-Line
           String "ACT DPT DISPOSITION  DETAIL"
              Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 2 Lines.

       0300-Read-Card.
           Read Dept-Cards
              At End Set Ws-Card-Eof To True
           End-Read.

       0400-Validate-Card.
      *Every card edit runs before any SQL touches the card, and
      *the first failing edit's reason code is what the rejected
      *line reports.
           Move Spaces To Ws-Reject-Reason
           Move 0 To Ws-Last-Sqlcode
           Move Spaces To Ws-Old-Dept-Fields

           If Crd-Action Not = 'A' And Crd-Action Not = 'C'
              And Crd-Action Not = 'D'
              Move '01' To Ws-Reject-Reason
           End-If

           If Ws-Card-Valid And Crd-Deptno = Spaces
              Move '02' To Ws-Reject-Reason
           End-If

      *A delete needs nothing beyond a good deptno.
           If Ws-Card-Valid And Crd-Action Not = 'D'
              If Crd-Deptname = Spaces
                 Move '03' To Ws-Reject-Reason
              End-If
              If Ws-Card-Valid And Crd-Admrdept = Spaces
                 Move '04' To Ws-Reject-Reason
              End-If
              If Ws-Card-Valid And Crd-Mgrno Not = Spaces
                 And Crd-Mgrno Not Numeric
                 Move '05' To Ws-Reject-Reason
              End-If
           End-If.

       0450-Check-On-Table.
      *An add of a deptno already there, or a change/delete of
      *one that isn't, is a keying error to bounce - same as the
      *employee deck's reasons 08/09. The row found is kept for
      *the change card's before line.
           Move Crd-Deptno To Ws-Deptno
           Set Ws-On-Table-Sw To 'N'
           EXEC SQL SELECT deptname, mgrno, admrdept
              INTO :Ws-Old-Deptname, :Ws-Old-Mgrno :Ws-Old-Mgrno-Ind,
                   :Ws-Old-Admrdept
              FROM department
              WHERE deptno = :Ws-Deptno
           END-EXEC
           Move SQLCODE To Ws-Last-Sqlcode
           Evaluate Ws-Last-Sqlcode
              When 0
                 Set Ws-On-Table-Sw To 'Y'
                 If Ws-Old-Mgrno-Ind < 0
                    Move Spaces To Ws-Old-Mgrno
                 End-If
              When 100
                 Continue
              When Other
                 Perform 0950-Sql-Failure
           End-Evaluate

           If Ws-Card-Valid
              Evaluate True
                 When Crd-Action = 'A' And Ws-On-Table
                    Move '06' To Ws-Reject-Reason
                 When Crd-Action Not = 'A' And Not Ws-On-Table
                    Move '07' To Ws-Reject-Reason
              End-Evaluate
           End-If.

       0500-Check-References.
      *The manager named on the card has to be an employee, and
      *the administering department has to exist - unless the
      *card names its own deptno, the way the top of the
      *organization administers itself.
           If Crd-Mgrno Not = Spaces
              Move Crd-Mgrno To Ws-Ref-Key
              EXEC SQL SELECT COUNT(*)
                 INTO :Ws-Ref-Count
                 FROM employee
                 WHERE empno = :Ws-Ref-Key
              END-EXEC
              Move SQLCODE To Ws-Last-Sqlcode
              If Ws-Last-Sqlcode Not = 0
                 Perform 0950-Sql-Failure
              Else
                 If Ws-Ref-Count = 0
                    Move '08' To Ws-Reject-Reason
                 End-If
              End-If
           End-If

           If Ws-Card-Valid And Crd-Admrdept Not = Crd-Deptno
              Move Crd-Admrdept To Ws-Ref-Key
              EXEC SQL SELECT COUNT(*)
                 INTO :Ws-Ref-Count
                 FROM department
                 WHERE deptno = :Ws-Ref-Key
              END-EXEC
              Move SQLCODE To Ws-Last-Sqlcode
              If Ws-Last-Sqlcode Not = 0
                 Perform 0950-Sql-Failure
              Else
                 If Ws-Ref-Count = 0
                    Move '09' To Ws-Reject-Reason
                 End-If
              End-If
           End-If.

       0550-Check-Delete.
      *A department still in use is not retired: employees
      *carrying the workdept, a budget record, or departments it
      *administers (the table's own foreign key would cascade the
      *delete to them). The count found goes on the rejected line.
           Move 0 To Ws-Ref-Count
           Move Crd-Deptno To Ws-Ref-Key
           EXEC SQL SELECT COUNT(*)
              INTO :Ws-Ref-Count
              FROM employee
              WHERE workdept = :Ws-Ref-Key
           END-EXEC
           Move SQLCODE To Ws-Last-Sqlcode
           If Ws-Last-Sqlcode Not = 0
              Perform 0950-Sql-Failure
           Else
              If Ws-Ref-Count > 0
                 Move '10' To Ws-Reject-Reason
              End-If
           End-If

           If Ws-Card-Valid And Ws-Budget-Open
              Move Crd-Deptno To Bud-Deptno
              Read Budget-Master
                 Invalid Key Continue
                 Not Invalid Key Move '11' To Ws-Reject-Reason
              End-Read
           End-If

           If Ws-Card-Valid
              EXEC SQL SELECT COUNT(*)
                 INTO :Ws-Ref-Count
                 FROM department
                 WHERE admrdept = :Ws-Ref-Key
                   AND deptno <> :Ws-Ref-Key
              END-EXEC
              Move SQLCODE To Ws-Last-Sqlcode
              If Ws-Last-Sqlcode Not = 0
                 Perform 0950-Sql-Failure
              Else
                 If Ws-Ref-Count > 0
                    Move '12' To Ws-Reject-Reason
                 End-If
              End-If
           End-If.

       0600-Apply-Card.
      *The card passed every edit and check - run the one
      *statement its action calls for. A blank manager goes in
      *as a null MGRNO.
           Move Crd-Deptno To Ws-Deptno
           Move Crd-Deptname To Ws-Deptname
           Move Crd-Mgrno To Ws-Mgrno
           Move Crd-Admrdept To Ws-Admrdept
           If Crd-Mgrno = Spaces
              Move -1 To Ws-Mgrno-Ind
           Else
              Move 0 To Ws-Mgrno-Ind
           End-If

           Evaluate Crd-Action
              When 'A'
                 EXEC SQL INSERT INTO department
                    (deptno, deptname, mgrno, admrdept)
                    VALUES (:Ws-Deptno, :Ws-Deptname,
                            :Ws-Mgrno :Ws-Mgrno-Ind, :Ws-Admrdept)
                 END-EXEC
              When 'C'
                 EXEC SQL UPDATE department
                    SET deptname = :Ws-Deptname,
                        mgrno    = :Ws-Mgrno :Ws-Mgrno-Ind,
                        admrdept = :Ws-Admrdept
                    WHERE deptno = :Ws-Deptno
                 END-EXEC
              When 'D'
                 EXEC SQL DELETE FROM department
                    WHERE deptno = :Ws-Deptno
                 END-EXEC
           End-Evaluate

           Move SQLCODE To Ws-Last-Sqlcode
           Evaluate Ws-Last-Sqlcode
              When 0
                 Continue
              When -803
                 Move '06' To Ws-Reject-Reason
              When 100
                 Move '07' To Ws-Reject-Reason
              When -530
              When -532
                 Move '13' To Ws-Reject-Reason
              When Other
                 Perform 0950-Sql-Failure
           End-Evaluate.

       0700-Write-Applied-Line.
           Move Spaces To Maint-Line
           If Crd-Action = 'D'
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " APPLIED      DEPARTMENT REMOVED  WAS "
                 Delimited By Size
                 Ws-Old-Deptname Delimited By Size
                 Into Maint-Line
              End-String
              Write Maint-Line After Advancing 1 Lines
           Else
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " APPLIED      " Delimited By Size
                 Crd-Deptname Delimited By Size
                 " MGR " Delimited By Size
                 Crd-Mgrno Delimited By Size
                 " ADMR " Delimited By Size
                 Crd-Admrdept Delimited By Size
                 Into Maint-Line
              End-String
              Write Maint-Line After Advancing 1 Lines
      *A change also prints what it replaced.
              If Crd-Action = 'C'
                 Move Spaces To Maint-Line
                 String "           WAS          " Delimited By Size
                    Ws-Old-Deptname Delimited By Size
                    " MGR " Delimited By Size
                    Ws-Old-Mgrno Delimited By Size
                    " ADMR " Delimited By Size
                    Ws-Old-Admrdept Delimited By Size
                    Into Maint-Line
                 End-String
                 Write Maint-Line After Advancing 1 Lines
              End-If
           End-If.

       0750-Write-Rejected-Line.
      *A card Db2 never applied (reasons 14 and 15) reads NOT
      *APPLIED so it is rerun, not rekeyed. A delete refused for
      *employees still in the department shows how many.
           Move Spaces To Maint-Line
           Evaluate True
              When Ws-Card-Not-Applied
                 String Crd-Action Delimited By Size
                    "   " Delimited By Size
                    Crd-Deptno Delimited By Size
                    " NOT APPLD " Delimited By Size
                    Ws-Reject-Reason Delimited By Size
                    "  " Delimited By Size
                    Crd-Deptname Delimited By Size
                    " - RERUN" Delimited By Size
                    Into Maint-Line
                 End-String
              When Ws-Reject-Reason = '10'
                 Or Ws-Reject-Reason = '12'
                 Move Ws-Ref-Count To Ws-Edit-Ref-Count
                 String Crd-Action Delimited By Size
                    "   " Delimited By Size
                    Crd-Deptno Delimited By Size
                    " REJECTED " Delimited By Size
                    Ws-Reject-Reason Delimited By Size
                    "   STILL REFERENCED BY " Delimited By Size
                    Ws-Edit-Ref-Count Delimited By Size
                    Into Maint-Line
                 End-String
              When Other
                 String Crd-Action Delimited By Size
                    "   " Delimited By Size
                    Crd-Deptno Delimited By Size
                    " REJECTED " Delimited By Size
                    Ws-Reject-Reason Delimited By Size
                    "   " Delimited By Size
                    Crd-Deptname Delimited By Size
                    " MGR " Delimited By Size
                    Crd-Mgrno Delimited By Size
                    " ADMR " Delimited By Size
                    Crd-Admrdept Delimited By Size
                    Into Maint-Line
                 End-String
           End-Evaluate
           Write Maint-Line After Advancing 1 Lines.

       0800-Write-Audit-Record.
      *One audit row per card, applied or rejected, appended the
      *same way COBOLDB2's 0800-Write-Audit-Record appends. The
      *deptno goes in Audit-Workdept and Audit-Empno stays blank -
      *the row is about a department, not an employee.
           Move Function Current-Date To Ws-Current-Timestamp
           Open Extend Audit-Out
           If Ws-Audit-Status Not = '00'
              Open Output Audit-Out
           End-If
           Move Ws-Current-Timestamp To Audit-Timestamp
           Move Ws-Job-Id To Audit-Job-Id
           Move Spaces To Audit-Empno
           Move Crd-Deptno To Audit-Workdept
           Move Ws-Last-Sqlcode To Audit-Sqlcode
           Evaluate True
              When Ws-Card-Valid
                 Move 0 To Audit-Return-Code
                 Move 1 To Audit-Row-Count
              When Ws-Reject-Reason = '14'
                 Move 12 To Audit-Return-Code
                 Move 0 To Audit-Row-Count
              When Ws-Reject-Reason = '15'
                 Move 16 To Audit-Return-Code
                 Move 0 To Audit-Row-Count
              When Other
                 Move 24 To Audit-Return-Code
                 Move 0 To Audit-Row-Count
           End-Evaluate
           Write Audit-Record
           Close Audit-Out.

       0900-Commit-Card.
      *Each applied card is its own unit of work, same as the
      *employee deck - a failed commit means Db2 backed the change
      *out, and the card reports NOT APPLIED.
           EXEC SQL COMMIT END-EXEC
           Move SQLCODE To Ws-Last-Sqlcode
           If Ws-Last-Sqlcode Not = 0
              Perform 0950-Sql-Failure
           End-If.

       0950-Sql-Failure.
      *Any SQL failure on a card: deadlock/timeout is reason 14 at
      *RC 12, anything else reason 15 at RC 16. Either stops the
      *deck, and a change not yet committed is rolled back.
           If Ws-Last-Sqlcode = -911 Or Ws-Last-Sqlcode = -913
              Move '14' To Ws-Reject-Reason
              Move 12 To Ws-Return-Code
              Display "DEADLOCK/TIMEOUT on dept " Crd-Deptno
                 ", SQLCODE=" Ws-Last-Sqlcode
           Else
              Move '15' To Ws-Reject-Reason
              Move 16 To Ws-Return-Code
              Display "SQL error on dept " Crd-Deptno
                 ", SQLCODE=" Ws-Last-Sqlcode
           End-If
           EXEC SQL ROLLBACK END-EXEC.

       1000-Write-Report-Totals.
           Move Spaces To Maint-Line
           Move Ws-Read-Count To Ws-Edit-Count
           String "CARDS READ: " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 2 Lines

           Move Spaces To Maint-Line
           Move Ws-Applied-Count To Ws-Edit-Count
           String "APPLIED:    " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 1 Lines

           Move Spaces To Maint-Line
           Move Ws-Rejected-Count To Ws-Edit-Count
           String "REJECTED:   " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 1 Lines.
