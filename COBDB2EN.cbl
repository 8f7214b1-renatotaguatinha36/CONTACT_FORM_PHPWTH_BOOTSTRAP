      *   compliance sees who keyed every change. See AUDREC.cpy
      *   for how an entry row reads on the combined scale.
      *
      *   The pending file is plain CICS file control, and the
      *   on-table checks still belong to COBDB2UP when the deck
      *   is applied. The one Db2 read here is the headcount
      *   check: an A card, or a C card that moves an employee to
      *   another workdept or job, is held to the position master
      *   (POSREC layout, POSNMST dataset, maintained by COBDB2PM).
      *   The employees already in the department/job (EMPLOYEE
      *   table, read through the CICS-DB2 attachment the way
      *   COBDB2CS reads it - no CONNECT), plus the items already
      *   pending or approved into it on the pending file, plus
      *   this card, may not exceed the authorized count - so two
      *   hires keyed the same day can't both take the last open
      *   position. Reasons, after the card edits pass:
      *      20 - department/job already at its authorized count
      *      21 - no position authorized for the department/job
      *           (no POSNMST record, or its year not yet reached)
      *      22 - the check itself failed (SQL or file error) -
      *           the audit row carries the SQLCODE; rekey later
      *
      *   Change history:
      *   - Initial version.
      *   - A and C cards are held to the position master's
      *     authorized headcount (reasons 20-22).
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2EN.
       Data Division.

       Working-Storage Section.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Same audit record shape every other program appends -
      *written here via WRITEQ TD, same as COBDB2CS.
       COPY AUDREC.
      *The pending-maintenance row this entry becomes.
       COPY PNDREC.

      *The department/job's authorized headcount, read from the
      *position master for the headcount check.
       COPY POSREC.

      *The card as keyed - identical columns to COBDB2UP's
      *Tran-Record, so what is validated here is what the batch
      *step will validate again.
       01 Ws-Reject-Reason       Pic x(02) Value Spaces.
          88 Ws-Card-Valid               Value Spaces.

      *Headcount check work fields: the employee's current row,
      *the employees already in the department/job, and the open
      *items on the pending file bound for it.
       01 Ws-Position-Fields.
          05 Ws-Check-Needed-Sw  Pic x(01) Value 'N'.
             88 Ws-Check-Needed          Value 'Y'.
          05 Ws-Browse-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Browse-Eof            Value 'Y'.
          05 Ws-Browse-Open-Sw   Pic x(01) Value 'N'.
             88 Ws-Browse-Open           Value 'Y'.
          05 Ws-Browse-Key       Pic x(26).
          05 Ws-Current-Year     Pic x(04).
          05 Ws-Emp-Empno        Pic x(06).
          05 Ws-Emp-Workdept     Pic x(03).
          05 Ws-Emp-Job          Pic x(08).
          05 Ws-Filled-Count     Pic s9(09) Comp.
          05 Ws-Pending-Count    Pic s9(09) Comp.
          05 Ws-Headcount        Pic s9(09) Comp.
          05 Ws-Last-Sqlcode     Pic s9(09) Value 0.

      *Hiredate edit work fields - same calendar edit as the
      *batch maintenance step.
       01 Ws-Work-Date           Pic x(10).

           Perform 0100-Validate-Card

           If Ws-Card-Valid
              Perform 0300-Check-Position
           End-If

           If Ws-Card-Valid
              Perform 0200-Write-Pending-Item
           Else
              END-EXEC
           End-If.

       0300-Check-Position.
      *Only a card that puts someone into a department/job is
      *held to its headcount: every A card, and a C card whose
      *workdept or job differs from the employee's row today. A
      *C card for an empno not on the table is left to COBDB2UP,
      *which rejects it (09) at apply.
           Set Ws-Check-Needed-Sw To 'N'
           Move 0 To Ws-Last-Sqlcode
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(1:4) To Ws-Current-Year

           If Ws-Crd-Action = 'A'
              Set Ws-Check-Needed-Sw To 'Y'
           End-If

           If Ws-Crd-Action = 'C'
              Move Ws-Crd-Empno To Ws-Emp-Empno
              Perform 0310-Select-Employee
              Evaluate Ws-Last-Sqlcode
                 When 0
                    If Ws-Emp-Workdept Not = Ws-Crd-Workdept
                       Or Ws-Emp-Job Not = Ws-Crd-Job
                       Set Ws-Check-Needed-Sw To 'Y'
                    End-If
                 When 100
                    Move 0 To Ws-Last-Sqlcode
                 When Other
                    Move '22' To Ws-Reject-Reason
              End-Evaluate
           End-If

           If Ws-Card-Valid And Ws-Check-Needed
              Perform 0320-Read-Position
           End-If
           If Ws-Card-Valid And Ws-Check-Needed
              Perform 0330-Count-Filled
           End-If
           If Ws-Card-Valid And Ws-Check-Needed
              Perform 0340-Count-Pending
           End-If

      *This card is the one more the department/job would carry.
           If Ws-Card-Valid And Ws-Check-Needed
              Compute Ws-Headcount =
                 Ws-Filled-Count + Ws-Pending-Count + 1
              If Ws-Headcount > Pos-Authorized
                 Move '20' To Ws-Reject-Reason
              End-If
           End-If.

       0310-Select-Employee.
           EXEC SQL SELECT workdept, job
              INTO :Ws-Emp-Workdept, :Ws-Emp-Job
              FROM employee
              WHERE empno = :Ws-Emp-Empno
           END-EXEC.

           Move SQLCODE To Ws-Last-Sqlcode.

       0320-Read-Position.
      *No record, or one whose effective year hasn't come, is no
      *authorization at all - same rule as the COBDB2PV report.
           Move Ws-Crd-Workdept To Pos-Deptno
           Move Ws-Crd-Job To Pos-Job
           EXEC CICS READ FILE('POSNMST') INTO(Position-Record)
              RIDFLD(Pos-Key) RESP(Ws-Resp)
           END-EXEC
           Evaluate True
              When Ws-Resp = DFHRESP(NORMAL)
                 If Pos-Eff-Year > Ws-Current-Year
                    Move '21' To Ws-Reject-Reason
                 End-If
              When Ws-Resp = DFHRESP(NOTFND)
                 Move '21' To Ws-Reject-Reason
              When Other
                 Move '22' To Ws-Reject-Reason
           End-Evaluate.

       0330-Count-Filled.
           EXEC SQL SELECT COUNT(*)
              INTO :Ws-Filled-Count
              FROM employee
              WHERE workdept = :Ws-Crd-Workdept
                AND job = :Ws-Crd-Job
           END-EXEC.

           Move SQLCODE To Ws-Last-Sqlcode
           If Ws-Last-Sqlcode Not = 0
              Move '22' To Ws-Reject-Reason
           End-If.

       0340-Count-Pending.
      *One browse over the pending file, same as COBDB2AP's list:
      *every item still pending (P) or approved but not yet
      *extracted (A) that puts someone into this department/job
      *takes a position already - an A card always, a C card
      *only when it moves the employee in. The card's own empno
      *is skipped, so a rekeyed item doesn't count itself twice.
           Move 0 To Ws-Pending-Count
           Set Ws-Browse-Eof-Sw To 'N'
           Set Ws-Browse-Open-Sw To 'N'
           Move Low-Values To Ws-Browse-Key
           EXEC CICS STARTBR FILE('PENDTRN')
              RIDFLD(Ws-Browse-Key) RESP(Ws-Resp)
           END-EXEC
           Evaluate True
              When Ws-Resp = DFHRESP(NORMAL)
                 Set Ws-Browse-Open-Sw To 'Y'
              When Ws-Resp = DFHRESP(NOTFND)
                 Set Ws-Browse-Eof To True
              When Other
                 Move '22' To Ws-Reject-Reason
                 Set Ws-Browse-Eof To True
           End-Evaluate

           Perform Until Ws-Browse-Eof
              EXEC CICS READNEXT FILE('PENDTRN')
                 INTO(Pending-Record) RIDFLD(Ws-Browse-Key)
                 RESP(Ws-Resp)
              END-EXEC
              Evaluate True
                 When Ws-Resp = DFHRESP(ENDFILE)
                    Set Ws-Browse-Eof To True
                 When Ws-Resp Not = DFHRESP(NORMAL)
                    Move '22' To Ws-Reject-Reason
                    Set Ws-Browse-Eof To True
                 When Not Pnd-Is-Pending And Not Pnd-Is-Approved
                    Continue
                 When Pnd-Workdept Not = Ws-Crd-Workdept
                    Or Pnd-Job Not = Ws-Crd-Job
                    Or Pnd-Empno = Ws-Crd-Empno
                    Continue
                 When Pnd-Action = 'A'
                    Add 1 To Ws-Pending-Count
                 When Pnd-Action = 'C'
                    Perform 0350-Check-Pending-Move
              End-Evaluate
           End-Perform

           If Ws-Browse-Open
              EXEC CICS ENDBR FILE('PENDTRN') RESP(Ws-Resp)
              END-EXEC
           End-If.

       0350-Check-Pending-Move.
      *A pending C item counts only if its employee isn't already
      *in the department/job - a salary or name change for
      *someone already there (a merit item, say) takes nothing.
           Move Pnd-Empno To Ws-Emp-Empno
           Perform 0310-Select-Employee
           Evaluate Ws-Last-Sqlcode
              When 0
                 If Ws-Emp-Workdept Not = Ws-Crd-Workdept
                    Or Ws-Emp-Job Not = Ws-Crd-Job
                    Add 1 To Ws-Pending-Count
                 End-If
              When 100
                 Move 0 To Ws-Last-Sqlcode
              When Other
                 Move '22' To Ws-Reject-Reason
                 Set Ws-Browse-Eof To True
           End-Evaluate.

       0800-Write-Audit-Record.
      *One row per entry attempt: the keyed card's empno/workdept,
      *RC 0 and a row count of 1 for an entry now pending, RC 24
           EXEC CICS ASSIGN USERID(Ws-User-Id) END-EXEC
           Move Ws-Current-Timestamp To Audit-Timestamp
           Move Ws-User-Id To Audit-Job-Id
      *Only a failed headcount check leaves a SQLCODE to report.
           If Ws-Reject-Reason = '22'
              Move Ws-Last-Sqlcode To Audit-Sqlcode
           Else
              Move 0 To Audit-Sqlcode
           End-If

           If Ws-Invalid-Input
              Move Spaces To Audit-Empno
