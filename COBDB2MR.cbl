      * ---------------------------------------------------
      *   Module Name: COBDB2MR.cbl
      *
      *   Description: Annual merit increase generator, feeding
      *   the online maintenance approval workflow.
      *
      *   Purpose: Every merit cycle HR keyed hundreds of salary
      *   change cards into COBDB2EN by hand. This step reads the
      *   certified extract (EXTREC layout, Extrin DD), works out
      *   each employee's new salary from a merit parameter deck,
      *   and writes one pending item per employee to the
      *   pending-maintenance file (PNDREC layout, Pendtrn DD) as
      *   status P - a full-image C card, exactly what COBDB2EN
      *   writes for a keyed change - so COBDB2AP approval, the
      *   COBDB2PN deck build, and the COBDB2UP apply all handle
      *   it unchanged. Each item written also appends an entry
      *   row to the AUDREC trail, the same row COBDB2EN leaves
      *   for a keyed entry.
      *
      *   The salary bands are the compensation report's: the
      *   same optional BANDPARM deck (Bandparm DD, lower bound in
      *   1-9, upper bound in 11-19) and the same default ladder
      *   COBDB2CP falls back to, so a band number means the same
      *   range on both reports.
      *
      *   Merit parameter deck (Meritprm DD), card type in
      *   column 1, percentages keyed 9(3)v99 with no decimal
      *   point (00350 = 3.50%):
      *      B - band number in 2-3, percent in 11-15; every band
      *          on the ladder needs one
      *      D - deptno in 2-4, percent in 11-15 - overrides the
      *          band percent for the department
      *      J - job code in 2-9, percent in 11-15 - overrides the
      *          band and department percent for the job
      *      M - maximum increase per employee in 11-19, 9(7)v99
      *          (no card, or zero, means no maximum)
      *      R - rounding rule for the new salary: unit in column
      *          11 (C cent, D dollar, T ten dollars, H hundred
      *          dollars), method in column 12 (N nearest, U up,
      *          D down); no card means nearest cent
      *      L - LIVE in 2-5: write the pending items. Without it
      *          the run is a trial - the proof report prints and
      *          nothing is written, so a mis-keyed deck costs a
      *          rerun, not hundreds of items to reject
      *   A card that doesn't follow the layout fails the run
      *   with RC 8 before anything is read - same policy as
      *   COBDB2CP's band deck.
      *
      *   The proof report prints first, in department order:
      *   every employee's old salary, new salary, and increase,
      *   with department totals against the department's BUDREC
      *   budget (Budmst DD). Only in a live run, and only once the
      *   whole proof report is out, does a second pass write the
      *   items. An employee who already has an item pending or
      *   approved on the file is skipped and listed - a second
      *   full-image card would fight the first one at apply time,
      *   and it keeps a rerun from generating the cycle twice.
      *
      *   Return codes:
      *      0 - normal
      *      4 - employees skipped (no band, open pending item,
      *          new salary out of range) or departments over
      *          budget or without one - the report has the detail
      *      8 - a merit or band card was not valid, or a band
      *          has no percent
      *     20 - a file failed to open, a pending item write
      *          failed, or the pending file holds more open items
      *          than the skip check can carry
      *
      *   Change history:
      *   - Initial version.
      *   - The disposition counters are kept by the proof pass
      *     only - a live run's item-writing pass recomputed every
      *     employee and doubled the report totals. The M card's
      *     maximum now applies before rounding (a capped salary
      *     rounded afterwards fell off the R card's unit), and a
      *     rounding that would carry a salary over the maximum
      *     rounds down instead.
      *   - The parameter cards and budget file are closed when
      *     their open returns status 05 (not there).
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2MR.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Optional Meritprm-Card Assign To Meritprm
              Organization Is Line Sequential
              File Status Is Ws-Meritprm-Status.

      *Optional: no deck means COBDB2CP's default band ladder.
           Select Optional Bandparm-Card Assign To Bandparm
              Organization Is Line Sequential
              File Status Is Ws-Bandparm-Status.

           Select Extract-In Assign To Extrin
              Organization Is Line Sequential
              File Status Is Ws-Extract-Status.

      *Work file for the internal sort that puts the extract into
      *department order for the proof report's control breaks.
           Select Sort-Merit-Work Assign To Meritwk.

           Select Merit-Sorted Assign To Meritsrt
              Organization Is Line Sequential
              File Status Is Ws-Sorted-Status.

           Select Optional Budget-Master Assign To Budmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Bud-Deptno
              File Status Is Ws-Bud-Status.

           Select Pending-File Assign To Pendtrn
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Pnd-Key
              File Status Is Ws-Pend-Status.

           Select Proof-Report Assign To Meritrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Compliance audit trail - appended to, never overwritten.
           Select Audit-Out Assign To Auditout
              Organization Is Line Sequential
              File Status Is Ws-Audit-Status.

       Data Division.

       File Section.
       FD  Meritprm-Card.
       01  Meritprm-Record.
           05 Mcd-Type            Pic x(01).
           05 Mcd-Key             Pic x(08).
           05 Filler              Pic x(01).
           05 Mcd-Value.
              10 Mcd-Pct          Pic x(05).
              10 Filler           Pic x(04).
           05 Mcd-Max Redefines Mcd-Value
                                  Pic x(09).
           05 Mcd-Round Redefines Mcd-Value.
              10 Mcd-Round-Unit   Pic x(01).
              10 Mcd-Round-Method Pic x(01).
              10 Filler           Pic x(07).
           05 Filler              Pic x(61).

       FD  Bandparm-Card.
       01  Bandparm-Record.
           05 Band-Card-Low       Pic x(09).
           05 Filler              Pic x(01).
           05 Band-Card-High      Pic x(09).
           05 Filler              Pic x(61).

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

       SD  Sort-Merit-Work.
       COPY EXTREC
           REPLACING ==Extract-Record== BY ==Sort-Merit-Record==
               ==Ext-Empno==    BY ==Sort-Mrt-Empno==
               ==Ext-Firstnme== BY ==Sort-Mrt-Firstnme==
               ==Ext-Lastname== BY ==Sort-Mrt-Lastname==
               ==Ext-Workdept== BY ==Sort-Mrt-Workdept==
               ==Ext-Job==      BY ==Sort-Mrt-Job==
               ==Ext-Salary==   BY ==Sort-Mrt-Salary==
               ==Ext-Hiredate== BY ==Sort-Mrt-Hiredate==.

       FD  Merit-Sorted.
       COPY EXTREC.

       FD  Budget-Master.
       COPY BUDREC.

       FD  Pending-File.
       COPY PNDREC.

       FD  Proof-Report.
       01  Report-Line            Pic x(132).

       FD  Audit-Out.
       COPY AUDREC.

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Meritprm-Status  Pic x(02) Value '00'.
          05 Ws-Bandparm-Status  Pic x(02) Value '00'.
          05 Ws-Extract-Status   Pic x(02) Value '00'.
          05 Ws-Sorted-Status    Pic x(02) Value '00'.
          05 Ws-Bud-Status       Pic x(02) Value '00'.
          05 Ws-Pend-Status      Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Audit-Status     Pic x(02) Value '00'.
          05 Ws-Meritprm-Eof-Sw  Pic x(01) Value 'N'.
             88 Ws-Meritprm-Eof          Value 'Y'.
          05 Ws-Bandparm-Eof-Sw  Pic x(01) Value 'N'.
             88 Ws-Bandparm-Eof          Value 'Y'.
          05 Ws-Sorted-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Sorted-Eof            Value 'Y'.
          05 Ws-Pend-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Pend-Eof              Value 'Y'.
          05 Ws-Budget-Open-Sw   Pic x(01) Value 'N'.
             88 Ws-Budget-Open           Value 'Y'.
          05 Ws-Live-Run-Sw      Pic x(01) Value 'N'.
             88 Ws-Live-Run              Value 'Y'.
          05 Ws-Found-Sw         Pic x(01) Value 'N'.
             88 Ws-Found                 Value 'Y'.

      *Salary bands - from the BANDPARM deck, or COBDB2CP's
      *default ladder - each with the percent its B card gives.
       01 Ws-Band-Table-Fields.
          05 Ws-Band-Count       Pic 9(02) Value 0.
          05 Ws-Band-Ix          Pic 9(02) Value 0.
          05 Ws-Band-Entry Occurs 20 Times.
             10 Ws-Band-Low      Pic 9(07)v99.
             10 Ws-Band-High     Pic 9(07)v99.
             10 Ws-Band-Pct      Pic 9(03)v99.
             10 Ws-Band-Pct-Sw   Pic x(01).
                88 Ws-Band-Pct-Set       Value 'Y'.

      *Department and job-code percent overrides from the D and
      *J cards.
       01 Ws-Override-Fields.
          05 Ws-Dovr-Count       Pic 9(03) Value 0.
          05 Ws-Dovr-Ix          Pic 9(03) Value 0.
          05 Ws-Dovr-Entry Occurs 120 Times.
             10 Ws-Dovr-Deptno   Pic x(03).
             10 Ws-Dovr-Pct      Pic 9(03)v99.
          05 Ws-Jovr-Count       Pic 9(03) Value 0.
          05 Ws-Jovr-Ix          Pic 9(03) Value 0.
          05 Ws-Jovr-Entry Occurs 50 Times.
             10 Ws-Jovr-Job      Pic x(08).
             10 Ws-Jovr-Pct      Pic 9(03)v99.

      *Maximum increase and rounding rule from the M and R cards.
       01 Ws-Rule-Fields.
          05 Ws-Max-Increase     Pic 9(07)v99 Value 0.
          05 Ws-Max-Increase-X Redefines Ws-Max-Increase
                                 Pic x(09).
          05 Ws-Round-Unit-Code  Pic x(01) Value 'C'.
          05 Ws-Round-Method     Pic x(01) Value 'N'.
          05 Ws-Round-Unit       Pic 9(03)v99 Value 0.01.
          05 Ws-Card-Pct         Pic 9(03)v99 Value 0.
          05 Ws-Card-Pct-X Redefines Ws-Card-Pct
                                 Pic x(05).

      *Empnos with an item still pending (P) or approved (A) on
      *the pending file - an employee here gets no merit item.
       01 Ws-Open-Item-Fields.
          05 Ws-Open-Count       Pic 9(04) Value 0.
          05 Ws-Open-Ix          Pic 9(04) Value 0.
          05 Ws-Open-Empno       Pic x(06) Occurs 2000 Times.

      *One employee's merit: the percent that applies and where
      *it came from, the new salary, and the disposition. Only
      *an item-generating disposition writes a pending item.
       01 Ws-Merit-Fields.
          05 Ws-Merit-Band       Pic 9(02) Value 0.
          05 Ws-Merit-Pct        Pic 9(03)v99 Value 0.
          05 Ws-Merit-Source     Pic x(04) Value Spaces.
          05 Ws-Raw-New          Pic 9(09)v9(04) Value 0.
          05 Ws-Unit-Count       Pic 9(11)v9(04) Value 0.
          05 Ws-Unit-Whole       Pic 9(11) Value 0.
          05 Ws-New-Big          Pic 9(11)v99 Value 0.
          05 Ws-New-Salary       Pic 9(07)v99 Value 0.
          05 Ws-New-Salary-X Redefines Ws-New-Salary
                                 Pic x(09).
          05 Ws-Increase         Pic 9(07)v99 Value 0.
          05 Ws-Disposition      Pic x(30) Value Spaces.
          05 Ws-Generate-Sw      Pic x(01) Value 'N'.
             88 Ws-Generate              Value 'Y'.
          05 Ws-Capped-Sw        Pic x(01) Value 'N'.
             88 Ws-Capped                Value 'Y'.
          05 Ws-Use-Method       Pic x(01) Value 'N'.
      *The disposition as a code for the pass-one counters - the
      *second pass recomputes every employee, so the counting is
      *kept out of the computation itself.
          05 Ws-Disp-Kind        Pic x(01) Value Space.
             88 Ws-Disp-Skipped          Value 'S'.
             88 Ws-Disp-No-Increase      Value 'N'.
             88 Ws-Disp-Proposed         Value 'P'.
             88 Ws-Disp-Capped           Value 'C'.

      *Department control break.
       01 Ws-Dept-Fields.
          05 Ws-Prev-Workdept    Pic x(03) Value Spaces.
          05 Ws-Dept-Emps        Pic 9(07) Value 0.
          05 Ws-Dept-Old         Pic s9(11)v99 Value 0.
          05 Ws-Dept-New         Pic s9(11)v99 Value 0.
          05 Ws-Budget-Amount    Pic s9(09)v99 Value 0.
          05 Ws-Variance         Pic s9(11)v99 Value 0.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(09) Value 0.
          05 Ws-Proposed-Count   Pic 9(07) Value 0.
          05 Ws-Capped-Count     Pic 9(07) Value 0.
          05 Ws-No-Increase-Count Pic 9(07) Value 0.
          05 Ws-Skipped-Count    Pic 9(07) Value 0.
          05 Ws-Written-Count    Pic 9(07) Value 0.
          05 Ws-Over-Count       Pic 9(05) Value 0.
          05 Ws-No-Budget-Count  Pic 9(05) Value 0.
          05 Ws-Item-Seq         Pic 9(05) Value 0.
          05 Ws-Tot-Old          Pic s9(11)v99 Value 0.
          05 Ws-Tot-New          Pic s9(11)v99 Value 0.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Pct         Pic zz9.99.
          05 Ws-Edit-Salary      Pic z,zzz,zz9.99.
          05 Ws-Edit-Increase    Pic zzz,zz9.99.
          05 Ws-Edit-Total       Pic zz,zzz,zzz,zz9.99.
          05 Ws-Edit-Variance    Pic +zz,zzz,zzz,zz9.99.
          05 Ws-Edit-Count       Pic zzz,zz9.
          05 Ws-Edit-Name        Pic x(20).

      *Who's running the job - the pending items' entering user
      *and the audit rows' job id.
       01 Ws-Job-Id              Pic x(08)  Value Spaces.
       01 Ws-Current-Timestamp   Pic x(26)  Value Spaces.
       01 Ws-Key-Stamp           Pic x(26)  Value Spaces.

       01 Ws-Return-Code         Pic 9(02) Value 0.

       Procedure Division.

       0000-Main-Para.
           Accept Ws-Job-Id From Environment "JOB_NAME"
           If Ws-Job-Id = Spaces
              Accept Ws-Job-Id From Environment "USER"
           End-If

           Perform 0100-Load-Bands
           If Ws-Return-Code = 0
              Perform 0200-Load-Merit-Deck
           End-If
           If Ws-Return-Code Not = 0
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Open Output Proof-Report
           Open Input Budget-Master
           Open Input Pending-File
      *File status 05/35 is a budget file that isn't there - every
      *department then prints NO BUDGET.
           If Ws-Bud-Status = '00'
              Set Ws-Budget-Open-Sw To 'Y'
           End-If
      *Status 05 leaves the budget file open all the same, with
      *nothing in it to read - close it now.
           If Ws-Bud-Status = '05'
              Close Budget-Master
           End-If
           If Ws-Report-Status Not = '00'
              Or Ws-Pend-Status Not = '00'
              Or (Ws-Bud-Status Not = '00'
                  And Ws-Bud-Status Not = '05'
                  And Ws-Bud-Status Not = '35')
              Move 20 To Ws-Return-Code
              Display "MERITRPT/PENDTRN/BUDMST OPEN FAILED, "
                 "STATUS=" Ws-Report-Status " " Ws-Pend-Status
                 " " Ws-Bud-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0300-Load-Open-Items
           Close Pending-File
           If Ws-Return-Code Not = 0
              Close Proof-Report
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Sort Sort-Merit-Work
              On Ascending Key Sort-Mrt-Workdept
                               Sort-Mrt-Empno
              Using Extract-In
              Giving Merit-Sorted

      *Pass one: the whole proof report, before anything is
      *written.
           Perform 0400-Write-Report-Header
           Open Input Merit-Sorted
           Perform 0450-Read-Sorted
           Perform Until Ws-Sorted-Eof
              Add 1 To Ws-Read-Count
              If Ext-Workdept Not = Ws-Prev-Workdept
                 If Ws-Prev-Workdept Not = Spaces
                    Perform 0700-Write-Dept-Total
                 End-If
                 Move Ext-Workdept To Ws-Prev-Workdept
                 Move 0 To Ws-Dept-Emps
                 Move 0 To Ws-Dept-Old
                 Move 0 To Ws-Dept-New
              End-If
              Perform 0500-Compute-Merit
              Perform 0560-Count-Disposition
              Perform 0600-Write-Proof-Line
              Perform 0450-Read-Sorted
           End-Perform
           If Ws-Prev-Workdept Not = Spaces
              Perform 0700-Write-Dept-Total
           End-If
           Close Merit-Sorted
           If Ws-Budget-Open
              Close Budget-Master
           End-If

      *Pass two, live runs only: the same computation again, this
      *time writing each item.
           If Ws-Live-Run
              Perform 0800-Write-Pending-Items
           End-If

           Perform 0900-Write-Report-Totals
           Close Proof-Report

           If Ws-Return-Code = 0
              And (Ws-Skipped-Count > 0 Or Ws-Over-Count > 0
                   Or Ws-No-Budget-Count > 0)
              Move 4 To Ws-Return-Code
           End-If

           Display "Merit generator: rows read " Ws-Read-Count
              " proposed " Ws-Proposed-Count
              " items written " Ws-Written-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       0100-Load-Bands.
      *COBDB2CP's band deck and default ladder, card for card - a
      *salary lands in the first band whose range covers it.
           Open Input Bandparm-Card
           If Ws-Bandparm-Status = '00'
              Perform 0150-Read-Band-Card
              Perform Until Ws-Bandparm-Eof
                 Or Ws-Return-Code Not = 0
                 Evaluate True
                    When Bandparm-Record = Spaces
                       Continue
                    When Band-Card-Low Not Numeric
                       Or Band-Card-High Not Numeric
                       Move 8 To Ws-Return-Code
                       Display "BANDPARM CARD NOT NUMERIC: "
                          Band-Card-Low " " Band-Card-High
                    When Ws-Band-Count >= 20
                       Move 8 To Ws-Return-Code
                       Display "MORE THAN 20 BANDPARM CARDS"
                    When Other
                       Add 1 To Ws-Band-Count
                       Move Band-Card-Low
                          To Ws-Band-Low(Ws-Band-Count)(1:9)
                       Move Band-Card-High
                          To Ws-Band-High(Ws-Band-Count)(1:9)
                 End-Evaluate
                 Perform 0150-Read-Band-Card
              End-Perform
              Close Bandparm-Card
           End-If
      *Status 05 is a card that isn't there - still opened, so it
      *still has to be closed.
           If Ws-Bandparm-Status = '05'
              Close Bandparm-Card
           End-If

           If Ws-Return-Code = 0 And Ws-Band-Count = 0
              Move 5 To Ws-Band-Count
              Move 0 To Ws-Band-Low(1)
              Move 19999.99 To Ws-Band-High(1)
              Move 20000.00 To Ws-Band-Low(2)
              Move 39999.99 To Ws-Band-High(2)
              Move 40000.00 To Ws-Band-Low(3)
              Move 59999.99 To Ws-Band-High(3)
              Move 60000.00 To Ws-Band-Low(4)
              Move 79999.99 To Ws-Band-High(4)
              Move 80000.00 To Ws-Band-Low(5)
              Move 9999999.99 To Ws-Band-High(5)
           End-If

           Perform Varying Ws-Band-Ix From 1 By 1
              Until Ws-Band-Ix > Ws-Band-Count
              Move 0 To Ws-Band-Pct(Ws-Band-Ix)
              Move 'N' To Ws-Band-Pct-Sw(Ws-Band-Ix)
           End-Perform.

       0150-Read-Band-Card.
           Read Bandparm-Card
              At End Set Ws-Bandparm-Eof To True
           End-Read.

       0200-Load-Merit-Deck.
      *Every card is checked before a single employee is read -
      *better no run than a cycle computed on a mis-keyed card.
           Open Input Meritprm-Card
           If Ws-Meritprm-Status = '00'
              Perform 0250-Read-Merit-Card
              Perform Until Ws-Meritprm-Eof
                 Or Ws-Return-Code Not = 0
                 If Meritprm-Record Not = Spaces
                    Perform 0260-Take-Merit-Card
                 End-If
                 Perform 0250-Read-Merit-Card
              End-Perform
              Close Meritprm-Card
           End-If
      *Status 05 is a card that isn't there - still opened, so it
      *still has to be closed.
           If Ws-Meritprm-Status = '05'
              Close Meritprm-Card
           End-If

      *Every band on the ladder needs its percent - a band left
      *out would quietly give its people nothing.
           Perform Varying Ws-Band-Ix From 1 By 1
              Until Ws-Band-Ix > Ws-Band-Count
                 Or Ws-Return-Code Not = 0
              If Not Ws-Band-Pct-Set(Ws-Band-Ix)
                 Move 8 To Ws-Return-Code
                 Display "NO MERIT PERCENT CARD FOR BAND "
                    Ws-Band-Ix
              End-If
           End-Perform.

       0250-Read-Merit-Card.
           Read Meritprm-Card
              At End Set Ws-Meritprm-Eof To True
           End-Read.

       0260-Take-Merit-Card.
           If Mcd-Type = 'B' Or Mcd-Type = 'D' Or Mcd-Type = 'J'
              If Mcd-Pct Numeric
                 Move Mcd-Pct To Ws-Card-Pct-X
              Else
                 Move 8 To Ws-Return-Code
              End-If
           End-If

           If Ws-Return-Code = 0
              Evaluate Mcd-Type
                 When 'B'
                    If Mcd-Key(1:2) Numeric
                       And Mcd-Key(1:2) > '00'
                       And Mcd-Key(1:2) <= Ws-Band-Count
                       Move Mcd-Key(1:2) To Ws-Band-Ix
                       Move Ws-Card-Pct To Ws-Band-Pct(Ws-Band-Ix)
                       Move 'Y' To Ws-Band-Pct-Sw(Ws-Band-Ix)
                    Else
                       Move 8 To Ws-Return-Code
                    End-If
                 When 'D'
                    If Mcd-Key(1:3) = Spaces Or Ws-Dovr-Count >= 120
                       Move 8 To Ws-Return-Code
                    Else
                       Add 1 To Ws-Dovr-Count
                       Move Mcd-Key(1:3)
                          To Ws-Dovr-Deptno(Ws-Dovr-Count)
                       Move Ws-Card-Pct To Ws-Dovr-Pct(Ws-Dovr-Count)
                    End-If
                 When 'J'
                    If Mcd-Key = Spaces Or Ws-Jovr-Count >= 50
                       Move 8 To Ws-Return-Code
                    Else
                       Add 1 To Ws-Jovr-Count
                       Move Mcd-Key To Ws-Jovr-Job(Ws-Jovr-Count)
                       Move Ws-Card-Pct To Ws-Jovr-Pct(Ws-Jovr-Count)
                    End-If
                 When 'M'
                    If Mcd-Max Numeric
                       Move Mcd-Max To Ws-Max-Increase-X
                    Else
                       Move 8 To Ws-Return-Code
                    End-If
                 When 'R'
                    Evaluate Mcd-Round-Unit
                       When 'C'
                          Move 0.01 To Ws-Round-Unit
                       When 'D'
                          Move 1 To Ws-Round-Unit
                       When 'T'
                          Move 10 To Ws-Round-Unit
                       When 'H'
                          Move 100 To Ws-Round-Unit
                       When Other
                          Move 8 To Ws-Return-Code
                    End-Evaluate
                    If Mcd-Round-Method Not = 'N'
                       And Mcd-Round-Method Not = 'U'
                       And Mcd-Round-Method Not = 'D'
                       Move 8 To Ws-Return-Code
                    End-If
                    Move Mcd-Round-Unit To Ws-Round-Unit-Code
                    Move Mcd-Round-Method To Ws-Round-Method
                 When 'L'
                    If Mcd-Key(1:4) = 'LIVE'
                       Set Ws-Live-Run-Sw To 'Y'
                    Else
                       Move 8 To Ws-Return-Code
                    End-If
                 When Other
                    Move 8 To Ws-Return-Code
              End-Evaluate
           End-If

           If Ws-Return-Code Not = 0
              Display "MERITPRM CARD NOT VALID: " Meritprm-Record
           End-If.

       0300-Load-Open-Items.
      *One pass over the pending file in key order, keeping the
      *empno of every item still pending or approved.
           Move Low-Values To Pnd-Key
           Start Pending-File Key >= Pnd-Key
              Invalid Key Set Ws-Pend-Eof To True
           End-Start
           Perform Until Ws-Pend-Eof Or Ws-Return-Code Not = 0
              Read Pending-File Next
                 At End Set Ws-Pend-Eof To True
              End-Read
              If Not Ws-Pend-Eof
                 And (Pnd-Is-Pending Or Pnd-Is-Approved)
                 If Ws-Open-Count >= 2000
                    Move 20 To Ws-Return-Code
                    Display "MORE THAN 2000 OPEN PENDING ITEMS - "
                       "CLEAR THE APPROVAL BACKLOG AND RERUN"
                 Else
                    Add 1 To Ws-Open-Count
                    Move Pnd-Empno To Ws-Open-Empno(Ws-Open-Count)
                 End-If
              End-If
           End-Perform.

       0400-Write-Report-Header.
           Move Spaces To Report-Line
           String "MERIT INCREASE PROOF REPORT" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           If Ws-Live-Run
              String "LIVE RUN - ITEMS WRITTEN TO THE PENDING FILE "
                 "AS STATUS P FOR APPROVAL" Delimited By Size
                 Into Report-Line
              End-String
           Else
              String "TRIAL RUN - NO PENDING ITEMS WRITTEN"
                 Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move Ws-Max-Increase To Ws-Edit-Salary
           String "ROUNDING UNIT " Delimited By Size
              Ws-Round-Unit-Code Delimited By Size
              " METHOD " Delimited By Size
              Ws-Round-Method Delimited By Size
              "   MAXIMUM INCREASE " Delimited By Size
              Ws-Edit-Salary Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "EMPNO" To Report-Line(1:5)
           Move "NAME" To Report-Line(8:4)
           Move "DPT" To Report-Line(29:3)
           Move "JOB" To Report-Line(33:3)
           Move "BD" To Report-Line(42:2)
           Move "PCT" To Report-Line(45:3)
           Move "SRC" To Report-Line(52:3)
           Move "OLD SALARY" To Report-Line(59:10)
           Move "NEW SALARY" To Report-Line(72:10)
           Move "INCREASE" To Report-Line(85:8)
           Move "DISPOSITION" To Report-Line(95:11)
           Write Report-Line After Advancing 2 Lines.

       0450-Read-Sorted.
           Read Merit-Sorted
              At End Set Ws-Sorted-Eof To True
           End-Read.

       0500-Compute-Merit.
      *Band first, then a department card, then a job card - the
      *most specific card wins. The new salary is held to the M
      *card's maximum, then rounded by the R card's rule.
           Move 0 To Ws-Merit-Band
           Move 0 To Ws-Merit-Pct
           Move Spaces To Ws-Merit-Source
           Move Ext-Salary To Ws-New-Salary
           Move 0 To Ws-Increase
           Move Spaces To Ws-Disposition
           Move Space To Ws-Disp-Kind
           Set Ws-Generate-Sw To 'N'

           Perform Varying Ws-Band-Ix From 1 By 1
              Until Ws-Band-Ix > Ws-Band-Count
                 Or Ws-Merit-Band > 0
              If Ext-Salary >= Ws-Band-Low(Ws-Band-Ix)
                 And Ext-Salary <= Ws-Band-High(Ws-Band-Ix)
                 Move Ws-Band-Ix To Ws-Merit-Band
                 Move Ws-Band-Pct(Ws-Band-Ix) To Ws-Merit-Pct
                 Move 'BAND' To Ws-Merit-Source
              End-If
           End-Perform

           Perform Varying Ws-Dovr-Ix From 1 By 1
              Until Ws-Dovr-Ix > Ws-Dovr-Count
              If Ws-Dovr-Deptno(Ws-Dovr-Ix) = Ext-Workdept
                 Move Ws-Dovr-Pct(Ws-Dovr-Ix) To Ws-Merit-Pct
                 Move 'DEPT' To Ws-Merit-Source
              End-If
           End-Perform

           Perform Varying Ws-Jovr-Ix From 1 By 1
              Until Ws-Jovr-Ix > Ws-Jovr-Count
              If Ws-Jovr-Job(Ws-Jovr-Ix) = Ext-Job
                 Move Ws-Jovr-Pct(Ws-Jovr-Ix) To Ws-Merit-Pct
                 Move 'JOB' To Ws-Merit-Source
              End-If
           End-Perform

           Set Ws-Found-Sw To 'N'
           Perform Varying Ws-Open-Ix From 1 By 1
              Until Ws-Open-Ix > Ws-Open-Count
                 Or Ws-Found
              If Ws-Open-Empno(Ws-Open-Ix) = Ext-Empno
                 Set Ws-Found-Sw To 'Y'
              End-If
           End-Perform

           Evaluate True
              When Ws-Found
                 Move "SKIPPED - ITEM ALREADY PENDING"
                    To Ws-Disposition
                 Set Ws-Disp-Skipped To True
              When Ws-Merit-Source = Spaces
                 Move "SKIPPED - SALARY IN NO BAND" To Ws-Disposition
                 Set Ws-Disp-Skipped To True
              When Ws-Merit-Pct = 0
                 Move "NO INCREASE - ZERO PERCENT" To Ws-Disposition
                 Set Ws-Disp-No-Increase To True
              When Other
                 Perform 0550-Round-New-Salary
           End-Evaluate.

       0550-Round-New-Salary.
      *The M card's maximum is applied to the unrounded salary,
      *and the rounding then puts the result on the R card's
      *unit. Rounding up or to nearest can carry a capped or
      *near-cap salary back over the maximum - that salary is
      *rounded down instead, so it stays on the unit and never
      *goes above the cap.
           Set Ws-Capped-Sw To 'N'
           Compute Ws-Raw-New =
              Ext-Salary + (Ext-Salary * Ws-Merit-Pct / 100)
           If Ws-Max-Increase > 0
              And Ws-Raw-New - Ext-Salary > Ws-Max-Increase
              Compute Ws-Raw-New = Ext-Salary + Ws-Max-Increase
              Set Ws-Capped-Sw To 'Y'
           End-If
           Move Ws-Round-Method To Ws-Use-Method
           Perform 0555-Round-To-Unit
           If Ws-Max-Increase > 0
              And Ws-New-Big - Ext-Salary > Ws-Max-Increase
              Move 'D' To Ws-Use-Method
              Perform 0555-Round-To-Unit
              Set Ws-Capped-Sw To 'Y'
           End-If

      *Rounding down a small increase can land at or under the
      *old salary - that is no increase, not a cut.
           Evaluate True
              When Ws-New-Big <= Ext-Salary
                 Move "NO INCREASE AFTER ROUNDING" To Ws-Disposition
                 Set Ws-Disp-No-Increase To True
              When Ws-New-Big > 9999999.99
                 Move "SKIPPED - NEW SALARY TOO LARGE"
                    To Ws-Disposition
                 Set Ws-Disp-Skipped To True
              When Other
                 Set Ws-Generate-Sw To 'Y'
                 Compute Ws-Increase = Ws-New-Big - Ext-Salary
                 Move Ws-New-Big To Ws-New-Salary
                 If Ws-Capped
                    Move "PROPOSED - CAPPED AT MAXIMUM"
                       To Ws-Disposition
                    Set Ws-Disp-Capped To True
                 Else
                    Move "PROPOSED" To Ws-Disposition
                    Set Ws-Disp-Proposed To True
                 End-If
           End-Evaluate.

       0555-Round-To-Unit.
           Compute Ws-Unit-Count = Ws-Raw-New / Ws-Round-Unit
           Evaluate Ws-Use-Method
              When 'N'
                 Compute Ws-Unit-Whole Rounded =
                    Ws-Raw-New / Ws-Round-Unit
              When 'D'
                 Move Ws-Unit-Count To Ws-Unit-Whole
              When 'U'
                 Move Ws-Unit-Count To Ws-Unit-Whole
                 If Ws-Unit-Whole < Ws-Unit-Count
                    Add 1 To Ws-Unit-Whole
                 End-If
           End-Evaluate
           Compute Ws-New-Big = Ws-Unit-Whole * Ws-Round-Unit.

       0560-Count-Disposition.
      *Pass one only - pass two recomputes the same employees to
      *write their items and must not count them again.
           Evaluate True
              When Ws-Disp-Skipped
                 Add 1 To Ws-Skipped-Count
              When Ws-Disp-No-Increase
                 Add 1 To Ws-No-Increase-Count
              When Ws-Disp-Capped
                 Add 1 To Ws-Capped-Count
                 Add 1 To Ws-Proposed-Count
              When Ws-Disp-Proposed
                 Add 1 To Ws-Proposed-Count
           End-Evaluate.

       0600-Write-Proof-Line.
      *Employees with no item still count at their old salary in
      *the department's new total - the total is the payroll the
      *department would carry.
           Add 1 To Ws-Dept-Emps
           Add Ext-Salary To Ws-Dept-Old
           Add Ws-New-Salary To Ws-Dept-New

           Move Spaces To Ws-Edit-Name
           String Ext-Lastname Delimited By Space
              ", " Delimited By Size
              Ext-Firstnme Delimited By Space
              Into Ws-Edit-Name
           End-String

           Move Spaces To Report-Line
           Move Ext-Empno To Report-Line(1:6)
           Move Ws-Edit-Name To Report-Line(8:20)
           Move Ext-Workdept To Report-Line(29:3)
           Move Ext-Job To Report-Line(33:8)
           If Ws-Merit-Band > 0
              Move Ws-Merit-Band To Report-Line(42:2)
           End-If
           Move Ws-Merit-Pct To Ws-Edit-Pct
           Move Ws-Edit-Pct To Report-Line(45:6)
           Move Ws-Merit-Source To Report-Line(52:4)
           Move Ext-Salary To Ws-Edit-Salary
           Move Ws-Edit-Salary To Report-Line(57:12)
           Move Ws-New-Salary To Ws-Edit-Salary
           Move Ws-Edit-Salary To Report-Line(70:12)
           Move Ws-Increase To Ws-Edit-Increase
           Move Ws-Edit-Increase To Report-Line(83:10)
           Move Ws-Disposition To Report-Line(95:30)
           Write Report-Line After Advancing 1 Lines.

       0700-Write-Dept-Total.
      *The department's payroll after the cycle against its
      *budget - over it is a finding for finance before the
      *first item is approved.
           Add Ws-Dept-Old To Ws-Tot-Old
           Add Ws-Dept-New To Ws-Tot-New

           Move Spaces To Report-Line
           String "DEPT " Delimited By Size
              Ws-Prev-Workdept Delimited By Size
              " TOTAL" Delimited By Size
              Into Report-Line
           End-String
           Move Ws-Dept-Emps To Ws-Edit-Count
           Move Ws-Edit-Count To Report-Line(20:7)
           Move Ws-Dept-Old To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(52:17)
           Move Ws-Dept-New To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(65:17)
           Write Report-Line After Advancing 1 Lines

           Set Ws-Found-Sw To 'N'
           If Ws-Budget-Open
              Move Ws-Prev-Workdept To Bud-Deptno
              Read Budget-Master
                 Invalid Key Continue
                 Not Invalid Key
                    Set Ws-Found-Sw To 'Y'
                    Move Bud-Annual-Amount To Ws-Budget-Amount
              End-Read
           End-If

           Move Spaces To Report-Line
           If Ws-Found
              Compute Ws-Variance = Ws-Budget-Amount - Ws-Dept-New
              Move Ws-Budget-Amount To Ws-Edit-Total
              Move Ws-Variance To Ws-Edit-Variance
              String "     BUDGET " Delimited By Size
                 Bud-Year Delimited By Size
                 " " Delimited By Size
                 Ws-Edit-Total Delimited By Size
                 "   VARIANCE " Delimited By Size
                 Ws-Edit-Variance Delimited By Size
                 Into Report-Line
              End-String
              If Ws-Variance < 0
                 Add 1 To Ws-Over-Count
                 Move "** OVER BUDGET **" To Report-Line(95:17)
              End-If
           Else
              Add 1 To Ws-No-Budget-Count
              String "     *** NO BUDGET RECORD ***" Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Write Report-Line After Advancing 1 Lines.

       0800-Write-Pending-Items.
      *Every item this run writes is keyed on the run's stamp
      *plus a sequence number in the key's last five bytes -
      *items written within the same hundredth of a second would
      *otherwise share a key. The items sort together, after
      *anything keyed online before the run.
           Move Function Current-Date To Ws-Key-Stamp
           Open I-O Pending-File
           Open Input Merit-Sorted
           If Ws-Pend-Status Not = '00'
              Or Ws-Sorted-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "PENDTRN/MERITSRT OPEN FAILED, STATUS="
                 Ws-Pend-Status " " Ws-Sorted-Status
           Else
              Set Ws-Sorted-Eof-Sw To 'N'
              Perform 0450-Read-Sorted
              Perform Until Ws-Sorted-Eof Or Ws-Return-Code >= 20
                 Perform 0500-Compute-Merit
                 If Ws-Generate
                    Perform 0850-Write-One-Item
                 End-If
                 Perform 0450-Read-Sorted
              End-Perform
              Close Pending-File
              Close Merit-Sorted
           End-If.

       0850-Write-One-Item.
      *A full-image C card, exactly as COBDB2EN builds one from
      *a keyed card: status P, entering user, no approval yet.
           Add 1 To Ws-Item-Seq
           Move Ws-Key-Stamp To Pnd-Timestamp
           Move Ws-Item-Seq To Pnd-Timestamp(22:5)
           Move 'P' To Pnd-Status
           Move Ws-Job-Id To Pnd-Enter-User
           Move Spaces To Pnd-Approve-User
           Move Spaces To Pnd-Approve-Time
           Move 'C' To Pnd-Action
           Move Ext-Empno To Pnd-Empno
           Move Ext-Firstnme To Pnd-Firstnme
           Move Ext-Lastname To Pnd-Lastname
           Move Ext-Workdept To Pnd-Workdept
           Move Ext-Job To Pnd-Job
           Move Ws-New-Salary-X To Pnd-Salary
           Move Ext-Hiredate To Pnd-Hiredate
           Write Pending-Record
              Invalid Key Continue
           End-Write
           If Ws-Pend-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "PENDTRN WRITE FAILED, STATUS="
                 Ws-Pend-Status " EMPNO " Ext-Empno
                 " - REMAINING ITEMS NOT WRITTEN"
           Else
              Add 1 To Ws-Written-Count
              Perform 0870-Write-Audit-Record
           End-If.

       0870-Write-Audit-Record.
      *The entry row COBDB2EN leaves for an accepted card: the
      *card's empno/workdept, return code 0, a row count of 1.
           Move Function Current-Date To Ws-Current-Timestamp
           Open Extend Audit-Out
           If Ws-Audit-Status Not = '00'
              Open Output Audit-Out
           End-If
           Move Ws-Current-Timestamp To Audit-Timestamp
           Move Ws-Job-Id To Audit-Job-Id
           Move Ext-Empno To Audit-Empno
           Move Ext-Workdept To Audit-Workdept
           Move 0 To Audit-Sqlcode
           Move 0 To Audit-Return-Code
           Move 1 To Audit-Row-Count
           Write Audit-Record
           Close Audit-Out.

       0900-Write-Report-Totals.
           Move Spaces To Report-Line
           Move "ALL DEPARTMENTS" To Report-Line(1:15)
           Move Ws-Tot-Old To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(52:17)
           Move Ws-Tot-New To Ws-Edit-Total
           Move Ws-Edit-Total To Report-Line(65:17)
           Write Report-Line After Advancing 2 Lines

           Move Ws-Read-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "EMPLOYEES READ:          " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Ws-Proposed-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "INCREASES PROPOSED:      " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Capped-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "  CAPPED AT MAXIMUM:     " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-No-Increase-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "NO INCREASE:             " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Skipped-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "SKIPPED:                 " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Over-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "DEPARTMENTS OVER BUDGET: " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-No-Budget-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "DEPARTMENTS NO BUDGET:   " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Written-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "PENDING ITEMS WRITTEN:   " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           If Ws-Return-Code >= 20
              Move Spaces To Report-Line
              String "PENDING FILE WRITE FAILED - ITEMS AFTER THE "
                 "LAST ONE WRITTEN WERE NOT CREATED; A RERUN SKIPS "
                 "THE ONES ALREADY PENDING" Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 2 Lines
           End-If.
