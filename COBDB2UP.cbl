      *   sees updates alongside lookups in one place - see
      *   AUDREC.cpy for the combined return-code scale.
      *
      *   Every applied card also appends one record to the
      *   before-image journal (Jrnlout DD, JRNREC layout), tagged
      *   with the job id, this run's start stamp, and the card's
      *   sequence number in the deck: the EMPLOYEE row as it stood
      *   before a C or D card (read under the same unit of work,
      *   just ahead of the UPDATE/DELETE), a no-before-image marker
      *   for an A card, and the row the card left behind. The
      *   backout step (COBDB2BO) reads it back to build a reversing
      *   deck for a bad run. A journal that will not open stops the
      *   run before any card is applied - a change applied without
      *   its before image could not be backed out.
      *
      *   Return codes follow the scale the other batch steps use:
      *      0 - every card applied
      *      4 - one or more cards rejected (all listed on report)
      *      8 - Db2 CONNECT failed
      *     12 - deadlock/timeout applying a card
      *     16 - other SQL error applying a card
      *     20 - transaction/report/journal file failed to open,
      *          or a journal write failed
      *
      *   Change history:
      *   - Initial version.
      *   - Every applied card now writes a before-image journal
      *     record (job id, run stamp, card sequence, old and new
      *     row) for the COBDB2BO backout step. The Tran-Record
      *     layout moved to the TRNREC copybook so the backout can
      *     write its reversing deck in exactly the same layout.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2UP.
              Organization Is Line Sequential
              File Status Is Ws-Audit-Status.

      *Before-image journal - appended to the same way, one record
      *per applied card, for the backout step.
           Select Journal-Out Assign To Jrnlout
              Organization Is Line Sequential
              File Status Is Ws-Journal-Status.

       Data Division.

       File Section.
       FD  Tran-File.
       COPY TRNREC.

       FD  Maint-Report.
       01  Maint-Line             Pic x(132).
       FD  Audit-Out.
       COPY AUDREC.

       FD  Journal-Out.
       COPY JRNREC.

       Working-Storage Section.
       EXEC SQL INCLUDE SQLCA END-EXEC.

          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Connparm-Status  Pic x(02) Value '00'.
          05 Ws-Audit-Status     Pic x(02) Value '00'.
          05 Ws-Journal-Status   Pic x(02) Value '00'.
          05 Ws-Tran-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Tran-Eof              Value 'Y'.
          05 Ws-Last-Sqlcode     Pic s9(09) Value 0.
       01 Ws-Job-Id              Pic x(08)  Value Spaces.
       01 Ws-Current-Timestamp   Pic x(26)  Value Spaces.

      *Start-of-run stamp - tags every journal record this run
      *writes, so the backout can pick one night's run of a job
      *name out of the journal.
       01 Ws-Run-Start-Stamp     Pic x(14)  Value Spaces.

      *The EMPLOYEE row as it stood before a change/delete card,
      *read just ahead of the UPDATE/DELETE for the journal.
       01 Ws-Before-Fields.
          05 Ws-Bfr-Firstnme     Pic x(30).
          05 Ws-Bfr-Lastname     Pic x(15).
          05 Ws-Bfr-Workdept     Pic x(03).
          05 Ws-Bfr-Job          Pic x(08).
          05 Ws-Bfr-Salary       Pic s9(07)v99 Comp-3.
          05 Ws-Bfr-Hiredate     Pic x(10).

      *Db2 connect target and credentials, resolved the same way
      *COBOLDB2 resolves them.
       01 Ws-Connect-Fields.
       Procedure Division.

       0000-Main-Para.
           Move Function Current-Date To Ws-Run-Start-Stamp
           Perform 0150-Get-Connect-Parms
           Perform 0160-Get-Job-Id

              Goback
           End-If

      *The journal is appended to across runs, the same way the
      *audit trail is. No journal, no changes - nothing applied
      *tonight could be backed out.
           Open Extend Journal-Out
           If Ws-Journal-Status Not = '00'
              Open Output Journal-Out
           End-If
           If Ws-Journal-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "JRNLOUT OPEN FAILED, STATUS="
                 Ws-Journal-Status
              Close Tran-File
              Close Maint-Report
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

      *Same bare-CONNECT fallback as COBOLDB2: no credentials at
      *all means connect without USER/USING rather than failing
      *authentication on blanks.
              Display SQLCA
              Close Tran-File
              Close Maint-Report
              Close Journal-Out
              Move Ws-Return-Code To Return-Code
              Goback
           End-If
           Perform Until Ws-Tran-Eof
              Add 1 To Ws-Read-Count
              Perform 0400-Validate-Card
      *A change or delete first reads the row it is about to
      *replace, for the journal. No row means the card fails the
      *same way the UPDATE/DELETE itself would have (reason 09).
              If Ws-Card-Valid And Trn-Action Not = 'A'
                 Perform 0550-Get-Before-Image
              End-If
              If Ws-Card-Valid
                 Perform 0500-Apply-Card
              End-If
                 Add 1 To Ws-Applied-Count
                 Perform 0700-Write-Applied-Line
                 Perform 0800-Write-Audit-Record
                 Perform 0850-Write-Journal-Record
              Else
                 Add 1 To Ws-Rejected-Count
                 Perform 0750-Write-Rejected-Line
              End-If
      *A deadlock/timeout, a hard SQL error, or a journal write
      *failure stops the deck - the cards not yet applied stay in
      *the file for the rerun.
              If Ws-Return-Code >= 12
                 Set Ws-Tran-Eof To True
              Else

           Close Tran-File
           Close Maint-Report
           Close Journal-Out

           If Ws-Return-Code = 0 And Ws-Rejected-Count > 0
              Move 4 To Ws-Return-Code
                    ", SQLCODE=" Ws-Last-Sqlcode
           End-Evaluate.

       0550-Get-Before-Image.
      *WITH RS holds the row read until this card's COMMIT, so
      *the before image journalled is the row the UPDATE/DELETE
      *actually replaced.
           Move Trn-Empno To Ws-Fetched-Empno
           EXEC SQL SELECT firstnme, lastname, workdept, job,
                           salary, hiredate
              INTO :Ws-Bfr-Firstnme, :Ws-Bfr-Lastname,
                   :Ws-Bfr-Workdept, :Ws-Bfr-Job, :Ws-Bfr-Salary,
                   :Ws-Bfr-Hiredate
              FROM employee
              WHERE empno = :Ws-Fetched-Empno
              WITH RS
           END-EXEC

           Move SQLCODE To Ws-Last-Sqlcode
           Evaluate Ws-Last-Sqlcode
              When 0
                 Continue
              When 100
                 Move '09' To Ws-Reject-Reason
              When -911
              When -913
                 Move '10' To Ws-Reject-Reason
                 Move 12 To Ws-Return-Code
                 Display "DEADLOCK/TIMEOUT reading empno "
                    Trn-Empno ", SQLCODE=" Ws-Last-Sqlcode
              When Other
                 Move '11' To Ws-Reject-Reason
                 Move 16 To Ws-Return-Code
                 Display "SQL error reading empno " Trn-Empno
                    ", SQLCODE=" Ws-Last-Sqlcode
           End-Evaluate.

       0700-Write-Applied-Line.
           Move Trn-Salary To Ws-Edit-Salary
           Move Spaces To Maint-Line
           Write Audit-Record
           Close Audit-Out.

       0850-Write-Journal-Record.
      *One journal record per applied card, written after the
      *COMMIT like the audit row. The change is already in the
      *table, so a failed write cannot undo it - it stops the
      *deck at RC 20 instead, so no further card is applied
      *without a before image behind it.
           Move Ws-Job-Id To Jrn-Job-Id
           Move Ws-Run-Start-Stamp To Jrn-Run-Stamp
           Move Ws-Read-Count To Jrn-Card-Seq
           Move Ws-Current-Timestamp To Jrn-Timestamp
           Move Trn-Action To Jrn-Action
           Move Trn-Empno To Jrn-Empno
           If Trn-Action = 'A'
              Move 'N' To Jrn-Before-Flag
              Move Spaces To Jrn-Before-Image
              Move 0 To Jrn-Bfr-Salary
           Else
              Move 'Y' To Jrn-Before-Flag
              Move Ws-Bfr-Firstnme To Jrn-Bfr-Firstnme
              Move Ws-Bfr-Lastname To Jrn-Bfr-Lastname
              Move Ws-Bfr-Workdept To Jrn-Bfr-Workdept
              Move Ws-Bfr-Job To Jrn-Bfr-Job
              Move Ws-Bfr-Salary To Jrn-Bfr-Salary
              Move Ws-Bfr-Hiredate To Jrn-Bfr-Hiredate
           End-If
           If Trn-Action = 'D'
              Move 'N' To Jrn-After-Flag
              Move Spaces To Jrn-After-Image
              Move 0 To Jrn-Aft-Salary
           Else
              Move 'Y' To Jrn-After-Flag
              Move Trn-Firstnme To Jrn-Aft-Firstnme
              Move Trn-Lastname To Jrn-Aft-Lastname
              Move Trn-Workdept To Jrn-Aft-Workdept
              Move Trn-Job To Jrn-Aft-Job
              Move Trn-Salary To Jrn-Aft-Salary
              Move Trn-Hiredate To Jrn-Aft-Hiredate
           End-If
           Write Journal-Record
           If Ws-Journal-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "JOURNAL WRITE FAILED, STATUS="
                 Ws-Journal-Status " AFTER EMPNO " Trn-Empno
                 " - DECK STOPPED"
           End-If.

       0900-Commit-Card.
      *Each applied card is its own unit of work - a bad card or a
      *deadlock later in the deck must not back out changes already
