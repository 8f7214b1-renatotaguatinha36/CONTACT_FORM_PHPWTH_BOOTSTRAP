      * ---------------------------------------------------
      *   Module Name: COBDB2UC.cbl
      *
      *   Description: Unauthorized-change reconciliation over the
      *   COBDB2RC delta feed.
      *
      *   Purpose: COBDB2RC reports every employee added, changed,
      *   or dropped between yesterday's extract and today's, but
      *   nothing proves each of those changes came through an
      *   approved path. A legitimate change is either a card
      *   COBDB2UP applied (a record on its before-image journal
      *   for the empno) or an online item keyed in COBDB2EN, approved
      *   in COBDB2AP, and dealt to the deck by COBDB2PN (a PNDREC
      *   item now in status X). Anything else - SQL run straight
      *   against Db2 - is what internal audit asks for every
      *   quarter. This step matches every detail on the delta feed
      *   (Deltain DD - the Deltaout file COBDB2RC wrote tonight)
      *   against the journal and the pending file, and lists
      *   each unexplained add, change, or delete with its before
      *   and after values. A second section works the other way
      *   round: every approved (status X) pending item inside the
      *   window whose change is not in today's extract (Currext
      *   DD, the same extract COBDB2RC compared) - an add whose
      *   empno is missing, a change whose values the extract does
      *   not carry, a delete whose empno is still there. Only the
      *   latest item per empno is judged, since a later approved
      *   item supersedes an earlier one.
      *
      *   A delta is explained by a journal record (Jrnlin DD,
      *   JRNREC layout) when the record is dated inside the
      *   window, carries the delta's empno and action, and
      *   accounts for every value the delta shows: for an add or
      *   a change the journal's after image must equal the
      *   delta's after image field for field - names, workdept,
      *   job, salary and hire date - and for a delete the
      *   journal's before image must equal the delta's before
      *   image. An approved change to one field cannot then
      *   cover a direct SQL change to another on the same night.
      *   COBDB2UP writes the journal only for a card it applied
      *   and committed, so a lookup, an entry, or any other row
      *   another step leaves on the shared audit trail can never
      *   explain a change. When the parameter card names the
      *   maintenance job ids, only records written under one of
      *   them count. A delta is explained by a pending item when
      *   the item is status X, approved inside the window, for
      *   the same empno and the same action, and - for an add or
      *   a change - its card image equals the delta's after image
      *   the same way. A delete item's card carries only the
      *   empno, so the action is all there is to match.
      *
      *   The step runs after COBDB2RC and before COBDB2PN deals
      *   tonight's approvals - the deck COBDB2PN builds tonight is
      *   applied after tonight's extract, so its changes belong to
      *   tomorrow's delta feed, not this one.
      *
      *   Optional parameter card (UCPARM DD):
      *      columns  1-2   window in days before the run date
      *                     (default 01 - the run date and the day
      *                     before, the same two dates COBDB2FC
      *                     judges as one night)
      *      columns  4-11, 13-20, 22-29, 31-38
      *                     up to four job ids COBDB2UP runs under;
      *                     all blank accepts a journal record
      *                     from any job id
      *
      *   The delta feed must arrive whole: a missing header, a
      *   missing trailer, or trailer counts that do not match the
      *   details read means COBDB2RC did not finish, and the
      *   reconciliation is reported as incomplete.
      *
      *   Return codes:
      *      0 - every delta explained, every approved item found
      *      4 - unexplained deltas or missing approved items
      *          listed on the report
      *      8 - parameter card invalid (nothing reconciled), or
      *          the delta feed incomplete
      *     20 - a file failed to open
      *
      *   Change history:
      *   - Initial version.
      *   - Applied cards are now proven from COBDB2UP's before-
      *     image journal instead of the audit trail: an AUDREC
      *     row with return code 0 is also written for a lookup
      *     or an online entry, and explained a change nobody
      *     applied when no job ids were carded.
      *   - The parameter card and pending file are closed when
      *     their open returns status 05 (not there).
      *   - A delta is only explained when the evidence accounts
      *     for every value it shows (the whole after image, or the
      *     before image of a delete) - matching the action and
      *     workdept alone let a direct SQL change to a salary or
      *     job hide behind an approved change the same night.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2UC.

       Environment Division.
       Input-Output Section.
       File-Control.
      *Optional: no card means the one-day window and any job id.
           Select Optional Ucparm-Card Assign To Ucparm
              Organization Is Line Sequential
              File Status Is Ws-Ucparm-Status.

      *Tonight's delta feed exactly as COBDB2RC wrote it.
           Select Delta-In Assign To Deltain
              Organization Is Line Sequential
              File Status Is Ws-Delta-Status.

      *COBDB2UP's before-image journal - one record per card it
      *applied and committed.
           Select Journal-In Assign To Jrnlin
              Organization Is Line Sequential
              File Status Is Ws-Journal-Status.

      *Optional: a site with no online maintenance has no pending
      *file, and every delta then has to be explained by the
      *journal alone.
           Select Optional Pending-File Assign To Pendtrn
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Pnd-Key
              File Status Is Ws-Pend-Status.

      *Today's extract - the same file COBDB2RC compared.
           Select Current-Extract Assign To Currext
              Organization Is Line Sequential
              File Status Is Ws-Current-Status.

      *Evidence work file: one record per journal record and pending
      *item that could explain a delta, sorted into empno order
      *so it merges against the empno-ordered delta feed.
           Select Evid-Work Assign To Evdwork
              Organization Is Line Sequential
              File Status Is Ws-Evid-Status.

           Select Sort-Evid-Work Assign To Evdsort.

           Select Evid-Sorted Assign To Evdordr
              Organization Is Line Sequential
              File Status Is Ws-Evsort-Status.

           Select Sort-Current-Work Assign To Currwk.

           Select Current-Sorted Assign To Currsort
              Organization Is Line Sequential
              File Status Is Ws-Currsort-Status.

           Select Recon-Report Assign To Ucrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Shared nightly run-control file - every batch step appends
      *its step-completion record here for the flow-control step.
           Select Runctl-Out Assign To Runctl
              Organization Is Line Sequential
              File Status Is Ws-Runctl-Status.

       Data Division.

       File Section.
       FD  Ucparm-Card.
       01  Ucparm-Record.
           05 Parm-Window-Days    Pic x(02).
           05 Filler              Pic x(01).
           05 Parm-Job-Id-1       Pic x(08).
           05 Filler              Pic x(01).
           05 Parm-Job-Id-2       Pic x(08).
           05 Filler              Pic x(01).
           05 Parm-Job-Id-3       Pic x(08).
           05 Filler              Pic x(01).
           05 Parm-Job-Id-4       Pic x(08).
           05 Filler              Pic x(42).

       FD  Delta-In.
       01  Delta-Record           Pic x(250).

       FD  Journal-In.
       COPY JRNREC.

       FD  Pending-File.
       COPY PNDREC.

       FD  Current-Extract.
       COPY EXTREC.

       FD  Evid-Work.
       01  Evid-Work-Record       Pic x(126).

       SD  Sort-Evid-Work.
       01  Sort-Evid-Record.
           05 Sort-Evd-Empno      Pic x(06).
           05 Sort-Evd-Source     Pic x(01).
           05 Sort-Evd-Stamp      Pic x(26).
           05 Filler              Pic x(93).

      *An evidence record: the empno it speaks for, where it came
      *from (J - a journal record, P - a pending item), its
      *timestamp, who applied or approved it, and the card image -
      *the applied card's after image, or the approved item.
       FD  Evid-Sorted.
       01  Evid-Record.
           05 Evd-Empno           Pic x(06).
           05 Evd-Source          Pic x(01).
              88 Evd-From-Journal        Value 'J'.
              88 Evd-From-Pending        Value 'P'.
           05 Evd-Stamp           Pic x(26).
           05 Evd-Who             Pic x(08).
           05 Evd-Workdept        Pic x(03).
           05 Evd-Tran-Image.
              10 Evd-Action       Pic x(01).
              10 Evd-Img-Empno    Pic x(06).
              10 Evd-Firstnme     Pic x(30).
              10 Evd-Lastname     Pic x(15).
              10 Evd-Img-Workdept Pic x(03).
              10 Evd-Job          Pic x(08).
              10 Evd-Salary       Pic 9(07)v99.
              10 Evd-Salary-X Redefines Evd-Salary
                                  Pic x(09).
              10 Evd-Hiredate     Pic x(10).

       SD  Sort-Current-Work.
       COPY EXTREC
           REPLACING ==Extract-Record== BY ==Sort-Curr-Record==
               ==Ext-Empno==    BY ==Sort-Curr-Empno==
               ==Ext-Firstnme== BY ==Sort-Curr-Firstnme==
               ==Ext-Lastname== BY ==Sort-Curr-Lastname==
               ==Ext-Workdept== BY ==Sort-Curr-Workdept==
               ==Ext-Job==      BY ==Sort-Curr-Job==
               ==Ext-Salary==   BY ==Sort-Curr-Salary==
               ==Ext-Hiredate== BY ==Sort-Curr-Hiredate==.

       FD  Current-Sorted.
       COPY EXTREC
           REPLACING ==Extract-Record== BY ==Current-Record==
               ==Ext-Empno==    BY ==Curr-Empno==
               ==Ext-Firstnme== BY ==Curr-Firstnme==
               ==Ext-Lastname== BY ==Curr-Lastname==
               ==Ext-Workdept== BY ==Curr-Workdept==
               ==Ext-Job==      BY ==Curr-Job==
               ==Ext-Salary==   BY ==Curr-Salary==
               ==Ext-Hiredate== BY ==Curr-Hiredate==.

       FD  Recon-Report.
       01  Report-Line            Pic x(132).

       FD  Runctl-Out.
       COPY RUNREC.

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Ucparm-Status    Pic x(02) Value '00'.
          05 Ws-Delta-Status     Pic x(02) Value '00'.
          05 Ws-Journal-Status   Pic x(02) Value '00'.
          05 Ws-Pend-Status      Pic x(02) Value '00'.
          05 Ws-Current-Status   Pic x(02) Value '00'.
          05 Ws-Evid-Status      Pic x(02) Value '00'.
          05 Ws-Evsort-Status    Pic x(02) Value '00'.
          05 Ws-Currsort-Status  Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Delta-Eof-Sw     Pic x(01) Value 'N'.
             88 Ws-Delta-Eof             Value 'Y'.
          05 Ws-Journal-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Journal-Eof           Value 'Y'.
          05 Ws-Pend-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Pend-Eof              Value 'Y'.
          05 Ws-Evid-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Evid-Eof              Value 'Y'.
          05 Ws-Current-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Current-Eof           Value 'Y'.
          05 Ws-Pend-Open-Sw     Pic x(01) Value 'N'.
             88 Ws-Pend-Open             Value 'Y'.

      *Window and job-id filter from the parameter card. The
      *from-date is the run date less the window, YYYYMMDD, so it
      *compares directly against the leading eight bytes of an
      *JRNREC or PNDREC timestamp.
       01 Ws-Parm-Fields.
          05 Ws-Window-Days      Pic 9(02) Value 1.
          05 Ws-Job-Id-Count     Pic 9(01) Value 0.
          05 Ws-Job-Ix           Pic 9(01) Value 0.
          05 Ws-Job-Found-Sw     Pic x(01) Value 'N'.
             88 Ws-Job-Found             Value 'Y'.
          05 Ws-Job-Id-Entry Occurs 4 Times.
             10 Ws-Job-Id        Pic x(08).
          05 Ws-Run-Date         Pic x(08) Value Spaces.
          05 Ws-From-Date        Pic x(08) Value Spaces.

      *Day-number work fields for the window arithmetic.
       01 Ws-Date-Work-Fields.
          05 Ws-Date-Yyyymmdd    Pic 9(08).
          05 Ws-Day-Number       Pic s9(09) Value 0.

      *Evidence record as it is built, before it goes to the
      *work file for the sort.
       01 Ws-Evidence-Record.
          05 Ws-Evd-Empno        Pic x(06).
          05 Ws-Evd-Source       Pic x(01).
          05 Ws-Evd-Stamp        Pic x(26).
          05 Ws-Evd-Who          Pic x(08).
          05 Ws-Evd-Workdept     Pic x(03).
          05 Ws-Evd-Tran-Image.
             10 Ws-Evd-Action    Pic x(01).
             10 Ws-Evd-Img-Empno Pic x(06).
             10 Ws-Evd-Firstnme  Pic x(30).
             10 Ws-Evd-Lastname  Pic x(15).
             10 Ws-Evd-Img-Workdept
                                 Pic x(03).
             10 Ws-Evd-Job       Pic x(08).
             10 Ws-Evd-Salary    Pic 9(07)v99.
             10 Ws-Evd-Hiredate  Pic x(10).

      *One delta detail split at its delimiters: type, action,
      *empno, then the six before-image and six after-image
      *fields exactly as COBDB2RC formatted them.
       01 Ws-Delta-Fields.
          05 Ws-Dlt-Type         Pic x(01).
          05 Ws-Dlt-Action       Pic x(01).
          05 Ws-Dlt-Empno        Pic x(06).
          05 Ws-Bef-Firstnme     Pic x(30).
          05 Ws-Bef-Lastname     Pic x(15).
          05 Ws-Bef-Workdept     Pic x(03).
          05 Ws-Bef-Job          Pic x(08).
          05 Ws-Bef-Salary       Pic x(11).
          05 Ws-Bef-Hiredate     Pic x(10).
          05 Ws-Aft-Firstnme     Pic x(30).
          05 Ws-Aft-Lastname     Pic x(15).
          05 Ws-Aft-Workdept     Pic x(03).
          05 Ws-Aft-Job          Pic x(08).
          05 Ws-Aft-Salary       Pic x(11).
          05 Ws-Aft-Hiredate     Pic x(10).

      *How the current delta was explained, if it was.
       01 Ws-Explain-Fields.
          05 Ws-Explained-Sw     Pic x(01) Value 'N'.
             88 Ws-Explained             Value 'Y'.
          05 Ws-By-Journal-Sw    Pic x(01) Value 'N'.
             88 Ws-By-Journal            Value 'Y'.

      *The delta image the evidence has to account for - the
      *after image, or the before image of a delete - with the
      *feed's edited +9999999.99 salary taken back to a number.
       01 Ws-Compare-Fields.
          05 Ws-Cmp-Firstnme     Pic x(30).
          05 Ws-Cmp-Lastname     Pic x(15).
          05 Ws-Cmp-Workdept     Pic x(03).
          05 Ws-Cmp-Job          Pic x(08).
          05 Ws-Cmp-Salary-Ed    Pic x(11).
          05 Ws-Cmp-Hiredate     Pic x(10).
          05 Ws-Cmp-Sal-Digits.
             10 Ws-Cmp-Sal-Whole Pic x(07).
             10 Ws-Cmp-Sal-Cents Pic x(02).
          05 Ws-Cmp-Salary Redefines Ws-Cmp-Sal-Digits
                                 Pic 9(07)v99.
          05 Ws-Image-Match-Sw   Pic x(01) Value 'N'.
             88 Ws-Image-Matches         Value 'Y'.

      *Delta feed header/trailer checks. The trailer's counts by
      *action have to match the details actually read, or the
      *feed is short.
       01 Ws-Feed-Fields.
          05 Ws-Header-Sw        Pic x(01) Value 'N'.
             88 Ws-Header-Seen           Value 'Y'.
          05 Ws-Trailer-Sw       Pic x(01) Value 'N'.
             88 Ws-Trailer-Seen          Value 'Y'.
          05 Ws-Feed-Bad-Sw      Pic x(01) Value 'N'.
             88 Ws-Feed-Bad              Value 'Y'.
          05 Ws-Hdr-Type         Pic x(01).
          05 Ws-Hdr-Source       Pic x(08).
          05 Ws-Trl-Add-X        Pic x(07).
          05 Ws-Trl-Add Redefines Ws-Trl-Add-X Pic 9(07).
          05 Ws-Trl-Chg-X        Pic x(07).
          05 Ws-Trl-Chg Redefines Ws-Trl-Chg-X Pic 9(07).
          05 Ws-Trl-Del-X        Pic x(07).
          05 Ws-Trl-Del Redefines Ws-Trl-Del-X Pic 9(07).
          05 Ws-Feed-Message     Pic x(60) Value Spaces.

      *The latest approved item held for one empno while the
      *sorted evidence is walked - judged against the extract
      *when the next empno (or the end of the file) arrives.
       01 Ws-Held-Item.
          05 Ws-Held-Sw          Pic x(01) Value 'N'.
             88 Ws-Item-Held             Value 'Y'.
          05 Ws-Held-Empno       Pic x(06).
          05 Ws-Held-Stamp       Pic x(26).
          05 Ws-Held-Who         Pic x(08).
          05 Ws-Held-Action      Pic x(01).
          05 Ws-Held-Firstnme    Pic x(30).
          05 Ws-Held-Lastname    Pic x(15).
          05 Ws-Held-Workdept    Pic x(03).
          05 Ws-Held-Job         Pic x(08).
          05 Ws-Held-Salary      Pic 9(07)v99.
          05 Ws-Held-Salary-X Redefines Ws-Held-Salary
                                 Pic x(09).
          05 Ws-Held-Hiredate    Pic x(10).
          05 Ws-Missing-Reason   Pic x(20) Value Spaces.
          05 Ws-On-Extract-Sw    Pic x(01) Value 'N'.
             88 Ws-On-Extract            Value 'Y'.

       01 Ws-Counters.
          05 Ws-Delta-Read       Pic 9(07) Value 0.
          05 Ws-Delta-Add-Count  Pic 9(07) Value 0.
          05 Ws-Delta-Chg-Count  Pic 9(07) Value 0.
          05 Ws-Delta-Del-Count  Pic 9(07) Value 0.
          05 Ws-By-Journal-Count Pic 9(07) Value 0.
          05 Ws-By-Pend-Count    Pic 9(07) Value 0.
          05 Ws-Unexplained      Pic 9(07) Value 0.
          05 Ws-Journal-Read     Pic 9(09) Value 0.
          05 Ws-Journal-Used     Pic 9(07) Value 0.
          05 Ws-Pend-Read        Pic 9(07) Value 0.
          05 Ws-Pend-Used        Pic 9(07) Value 0.
          05 Ws-Items-Judged     Pic 9(07) Value 0.
          05 Ws-Items-Missing    Pic 9(07) Value 0.
          05 Ws-Exceptions-Out   Pic 9(09) Value 0.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Count       Pic zzz,zz9.
          05 Ws-Edit-Days        Pic z9.
          05 Ws-Edit-Salary      Pic -(7)9.99.
          05 Ws-Edit-Curr-Salary Pic -(7)9.99.

       01 Ws-Return-Code         Pic 9(02) Value 0.

      *Start-of-run stamp and end-time work field for the
      *run-control record.
       01 Ws-Run-Start-Stamp     Pic x(14) Value Spaces.
       01 Ws-Current-Timestamp   Pic x(26) Value Spaces.

       Procedure Division.

       0000-Main-Para.
           Move Function Current-Date To Ws-Run-Start-Stamp

           Open Output Recon-Report
           If Ws-Report-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "UCRPT OPEN FAILED, STATUS=" Ws-Report-Status
              Perform 9000-Write-Run-Control
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0100-Get-Parm-Card
           Perform 0200-Write-Report-Header

      *A window that isn't a number would either match nothing or
      *everything - refuse rather than report a reconciliation
      *nobody asked for.
           If Ws-Return-Code = 8
              Move Spaces To Report-Line
              String "UCPARM WINDOW NOT NUMERIC - RECONCILIATION "
                 "NOT RUN" Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 2 Lines
              Close Recon-Report
              Perform 9000-Write-Run-Control
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 1000-Build-Evidence
           If Ws-Return-Code < 20
              Perform 2000-Check-Deltas
           End-If
           If Ws-Return-Code < 20
              Perform 3000-Check-Approved-Items
           End-If
           If Ws-Return-Code < 20
              Perform 4000-Write-Report-Totals
           End-If

           Close Recon-Report

           If Ws-Return-Code = 0
              And (Ws-Unexplained > 0 Or Ws-Items-Missing > 0)
              Move 4 To Ws-Return-Code
           End-If

           Display "Change reconciliation: deltas " Ws-Delta-Read
              " unexplained " Ws-Unexplained
              " approved items missing " Ws-Items-Missing
           Display "Return code: " Ws-Return-Code

           Perform 9000-Write-Run-Control

           Move Ws-Return-Code To Return-Code
           Goback.

       0100-Get-Parm-Card.
      *Window and job ids off the optional card; the run date and
      *the window's first date are worked out either way.
           Open Input Ucparm-Card
           If Ws-Ucparm-Status = '00'
              Read Ucparm-Card
                 At End Move Spaces To Ucparm-Record
              End-Read
              If Parm-Window-Days Not = Spaces
                 If Parm-Window-Days Numeric
                    Move Parm-Window-Days To Ws-Window-Days
                 Else
                    Move 8 To Ws-Return-Code
                 End-If
              End-If
              If Parm-Job-Id-1 Not = Spaces
                 Add 1 To Ws-Job-Id-Count
                 Move Parm-Job-Id-1 To Ws-Job-Id(Ws-Job-Id-Count)
              End-If
              If Parm-Job-Id-2 Not = Spaces
                 Add 1 To Ws-Job-Id-Count
                 Move Parm-Job-Id-2 To Ws-Job-Id(Ws-Job-Id-Count)
              End-If
              If Parm-Job-Id-3 Not = Spaces
                 Add 1 To Ws-Job-Id-Count
                 Move Parm-Job-Id-3 To Ws-Job-Id(Ws-Job-Id-Count)
              End-If
              If Parm-Job-Id-4 Not = Spaces
                 Add 1 To Ws-Job-Id-Count
                 Move Parm-Job-Id-4 To Ws-Job-Id(Ws-Job-Id-Count)
              End-If
              Close Ucparm-Card
           End-If
      *Status 05 is a card that isn't there - still opened, so it
      *still has to be closed.
           If Ws-Ucparm-Status = '05'
              Close Ucparm-Card
           End-If

           Move Ws-Run-Start-Stamp(1:8) To Ws-Run-Date
           Move Ws-Run-Date To Ws-Date-Yyyymmdd
           Compute Ws-Day-Number =
              Function Integer-Of-Date(Ws-Date-Yyyymmdd)
              - Ws-Window-Days
           Compute Ws-Date-Yyyymmdd =
              Function Date-Of-Integer(Ws-Day-Number)
           Move Ws-Date-Yyyymmdd To Ws-From-Date.

       0200-Write-Report-Header.
           Move Spaces To Report-Line
           String "UNAUTHORIZED CHANGE RECONCILIATION"
              Delimited By Size
              "   RUN DATE " Delimited By Size
              Ws-Run-Date Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Ws-Window-Days To Ws-Edit-Days
           Move Spaces To Report-Line
           String "EVIDENCE WINDOW FROM " Delimited By Size
              Ws-From-Date Delimited By Size
              " (" Delimited By Size
              Ws-Edit-Days Delimited By Size
              " DAYS BEFORE RUN DATE)" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           If Ws-Job-Id-Count = 0
              String "MAINTENANCE JOB IDS: ANY" Delimited By Size
                 Into Report-Line
              End-String
           Else
              String "MAINTENANCE JOB IDS: " Delimited By Size
                 Ws-Job-Id(1) Delimited By Size
                 " " Delimited By Size
                 Ws-Job-Id(2) Delimited By Size
                 " " Delimited By Size
                 Ws-Job-Id(3) Delimited By Size
                 " " Delimited By Size
                 Ws-Job-Id(4) Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 1 Lines.

       1000-Build-Evidence.
      *Every journal record and approved pending item that could
      *explain a delta goes to the evidence work file, which is
      *then sorted into empno order for the merges below.
           Open Output Evid-Work
           Open Input Journal-In
           If Ws-Evid-Status Not = '00'
              Or Ws-Journal-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "EVDWORK/JRNLIN OPEN FAILED, STATUS="
                 Ws-Evid-Status " " Ws-Journal-Status
           Else
              Perform 1100-Load-Journal-Evidence
              Close Journal-In
              Perform 1200-Load-Pending-Evidence
              Close Evid-Work
              Sort Sort-Evid-Work
                 On Ascending Key Sort-Evd-Empno
                                  Sort-Evd-Source
                                  Sort-Evd-Stamp
                 Using Evid-Work
                 Giving Evid-Sorted
           End-If.

       1100-Load-Journal-Evidence.
      *Every journal record is a card COBDB2UP applied and
      *committed; keep those inside the window and (when the card
      *names them) written under a maintenance job id. The card
      *image carried is the action and the after image - blank
      *for a delete, which has none.
           Perform Until Ws-Journal-Eof
              Read Journal-In
                 At End Set Ws-Journal-Eof To True
              End-Read
              If Not Ws-Journal-Eof
                 Add 1 To Ws-Journal-Read
                 If Jrn-Timestamp(1:8) >= Ws-From-Date
                    And Jrn-Empno Not = Spaces
                    Perform 1150-Check-Job-Id
                    If Ws-Job-Found
                       Move Jrn-Empno To Ws-Evd-Empno
                       Move 'J' To Ws-Evd-Source
                       Move Jrn-Timestamp To Ws-Evd-Stamp
                       Move Jrn-Job-Id To Ws-Evd-Who
                       Move Jrn-Aft-Workdept To Ws-Evd-Workdept
                       Move Jrn-Action To Ws-Evd-Action
                       Move Jrn-Empno To Ws-Evd-Img-Empno
                       Perform 1120-Take-Journal-Image
                       Write Evid-Work-Record From Ws-Evidence-Record
                       Add 1 To Ws-Journal-Used
                    End-If
                 End-If
              End-If
           End-Perform.

       1120-Take-Journal-Image.
      *The image a delta has to match: the row the card left
      *behind, or for a delete (no after image) the row it took
      *away.
           If Jrn-Has-After
              Move Jrn-Aft-Firstnme To Ws-Evd-Firstnme
              Move Jrn-Aft-Lastname To Ws-Evd-Lastname
              Move Jrn-Aft-Workdept To Ws-Evd-Img-Workdept
              Move Jrn-Aft-Job To Ws-Evd-Job
              Move Jrn-Aft-Salary To Ws-Evd-Salary
              Move Jrn-Aft-Hiredate To Ws-Evd-Hiredate
           Else
              Move Jrn-Bfr-Firstnme To Ws-Evd-Firstnme
              Move Jrn-Bfr-Lastname To Ws-Evd-Lastname
              Move Jrn-Bfr-Workdept To Ws-Evd-Img-Workdept
              Move Jrn-Bfr-Job To Ws-Evd-Job
              Move Jrn-Bfr-Salary To Ws-Evd-Salary
              Move Jrn-Bfr-Hiredate To Ws-Evd-Hiredate
           End-If.

       1150-Check-Job-Id.
      *No job ids carded means any COBDB2UP run's record counts.
           If Ws-Job-Id-Count = 0
              Set Ws-Job-Found-Sw To 'Y'
           Else
              Set Ws-Job-Found-Sw To 'N'
              Perform Varying Ws-Job-Ix From 1 By 1
                 Until Ws-Job-Ix > Ws-Job-Id-Count
                    Or Ws-Job-Found
                 If Ws-Job-Id(Ws-Job-Ix) = Jrn-Job-Id
                    Set Ws-Job-Found-Sw To 'Y'
                 End-If
              End-Perform
           End-If.

       1200-Load-Pending-Evidence.
      *Approved items already dealt to a deck (status X) whose
      *approval falls inside the window. File status 05/35 is an
      *optional pending file that isn't there - no online items,
      *not a failure.
           Open Input Pending-File
           Evaluate Ws-Pend-Status
              When '00'
                 Set Ws-Pend-Open-Sw To 'Y'
              When '05'
              When '35'
                 If Ws-Pend-Status = '05'
                    Close Pending-File
                 End-If
                 Move Spaces To Report-Line
                 String "NO PENDING FILE - DELTAS CHECKED AGAINST "
                    "THE JOURNAL ONLY" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 1 Lines
              When Other
                 Move 20 To Ws-Return-Code
                 Display "PENDTRN OPEN FAILED, STATUS="
                    Ws-Pend-Status
           End-Evaluate

           If Ws-Pend-Open
              Move Low-Values To Pnd-Key
              Start Pending-File Key >= Pnd-Key
                 Invalid Key Set Ws-Pend-Eof To True
              End-Start
              Perform Until Ws-Pend-Eof
                 Read Pending-File Next
                    At End Set Ws-Pend-Eof To True
                 End-Read
                 If Not Ws-Pend-Eof
                    Add 1 To Ws-Pend-Read
                    If Pnd-Is-Extracted
                       And Pnd-Approve-Time(1:8) >= Ws-From-Date
                       Move Pnd-Empno To Ws-Evd-Empno
                       Move 'P' To Ws-Evd-Source
                       Move Pnd-Timestamp To Ws-Evd-Stamp
                       Move Pnd-Approve-User To Ws-Evd-Who
                       Move Pnd-Workdept To Ws-Evd-Workdept
                       Move Pnd-Tran-Image To Ws-Evd-Tran-Image
                       Write Evid-Work-Record From Ws-Evidence-Record
                       Add 1 To Ws-Pend-Used
                    End-If
                 End-If
              End-Perform
              Close Pending-File
           End-If.

       2000-Check-Deltas.
      *Merge the delta details (empno order - COBDB2RC sorts both
      *extracts into empno order before it compares them) against
      *the sorted evidence.
           Open Input Delta-In
           Open Input Evid-Sorted
           If Ws-Delta-Status Not = '00'
              Or Ws-Evsort-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "DELTAIN/EVDORDR OPEN FAILED, STATUS="
                 Ws-Delta-Status " " Ws-Evsort-Status
           Else
              Move Spaces To Report-Line
              String "UNEXPLAINED EMPLOYEE CHANGES"
                 Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 2 Lines
              Move Spaces To Report-Line
              String "ACT EMPNO  IMAGE   FIRSTNAME" Delimited By Size
                 "                      LASTNAME        DPT JOB"
                 Delimited By Size
                 "      SALARY      HIREDATE" Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 1 Lines

              Perform 2900-Read-Evidence
              Perform Until Ws-Delta-Eof
                 Read Delta-In
                    At End Set Ws-Delta-Eof To True
                 End-Read
                 If Not Ws-Delta-Eof
                    Evaluate Delta-Record(1:1)
                       When 'H'
                          Perform 2100-Check-Header
                       When 'D'
                          Perform 2200-Explain-Delta
                       When 'T'
                          Perform 2500-Check-Trailer
                    End-Evaluate
                 End-If
              End-Perform
              Close Delta-In
              Close Evid-Sorted

              If Ws-Unexplained = 0
                 Move Spaces To Report-Line
                 String "NONE - EVERY CHANGE TRACED TO APPROVED "
                    "MAINTENANCE" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 1 Lines
              End-If

              Perform 2600-Judge-Feed
           End-If.

       2100-Check-Header.
           Unstring Delta-Record Delimited By '|'
              Into Ws-Hdr-Type Ws-Hdr-Source
           End-Unstring
           If Ws-Hdr-Source = 'COBDB2RC'
              Set Ws-Header-Sw To 'Y'
           End-If.

       2200-Explain-Delta.
           Move Spaces To Ws-Delta-Fields
           Unstring Delta-Record Delimited By '|'
              Into Ws-Dlt-Type Ws-Dlt-Action Ws-Dlt-Empno
                   Ws-Bef-Firstnme Ws-Bef-Lastname Ws-Bef-Workdept
                   Ws-Bef-Job Ws-Bef-Salary Ws-Bef-Hiredate
                   Ws-Aft-Firstnme Ws-Aft-Lastname Ws-Aft-Workdept
                   Ws-Aft-Job Ws-Aft-Salary Ws-Aft-Hiredate
           End-Unstring
           Add 1 To Ws-Delta-Read
           Evaluate Ws-Dlt-Action
              When 'A'
                 Add 1 To Ws-Delta-Add-Count
              When 'C'
                 Add 1 To Ws-Delta-Chg-Count
              When 'D'
                 Add 1 To Ws-Delta-Del-Count
           End-Evaluate

           Perform 2210-Set-Compare-Image

      *Skip the evidence for empnos with no delta, then weigh every
      *evidence record for this one.
           Set Ws-Explained-Sw To 'N'
           Set Ws-By-Journal-Sw To 'N'
           Perform Until Ws-Evid-Eof Or Evd-Empno >= Ws-Dlt-Empno
              Perform 2900-Read-Evidence
           End-Perform
           Perform Until Ws-Evid-Eof Or Evd-Empno Not = Ws-Dlt-Empno
              Evaluate True
                 When Evd-From-Journal
                    If Evd-Action = Ws-Dlt-Action
                       Perform 2250-Compare-Image
                       If Ws-Image-Matches
                          Set Ws-Explained-Sw To 'Y'
                          Set Ws-By-Journal-Sw To 'Y'
                       End-If
                    End-If
                 When Evd-From-Pending
                    If Evd-Action = Ws-Dlt-Action
                       If Ws-Dlt-Action = 'D'
                          Set Ws-Explained-Sw To 'Y'
                       Else
                          Perform 2250-Compare-Image
                          If Ws-Image-Matches
                             Set Ws-Explained-Sw To 'Y'
                          End-If
                       End-If
                    End-If
              End-Evaluate
              Perform 2900-Read-Evidence
           End-Perform

           Evaluate True
              When Ws-By-Journal
                 Add 1 To Ws-By-Journal-Count
              When Ws-Explained
                 Add 1 To Ws-By-Pend-Count
              When Other
                 Add 1 To Ws-Unexplained
                 Perform 2300-Write-Unexplained
           End-Evaluate.

       2210-Set-Compare-Image.
      *A salary that doesn't come apart as +9999999.99 leaves the
      *digits non-numeric, and nothing can match it.
           If Ws-Dlt-Action = 'D'
              Move Ws-Bef-Firstnme To Ws-Cmp-Firstnme
              Move Ws-Bef-Lastname To Ws-Cmp-Lastname
              Move Ws-Bef-Workdept To Ws-Cmp-Workdept
              Move Ws-Bef-Job To Ws-Cmp-Job
              Move Ws-Bef-Salary To Ws-Cmp-Salary-Ed
              Move Ws-Bef-Hiredate To Ws-Cmp-Hiredate
           Else
              Move Ws-Aft-Firstnme To Ws-Cmp-Firstnme
              Move Ws-Aft-Lastname To Ws-Cmp-Lastname
              Move Ws-Aft-Workdept To Ws-Cmp-Workdept
              Move Ws-Aft-Job To Ws-Cmp-Job
              Move Ws-Aft-Salary To Ws-Cmp-Salary-Ed
              Move Ws-Aft-Hiredate To Ws-Cmp-Hiredate
           End-If
           Move Spaces To Ws-Cmp-Sal-Digits
           If Ws-Cmp-Salary-Ed(1:1) = '+'
              And Ws-Cmp-Salary-Ed(9:1) = '.'
              Move Ws-Cmp-Salary-Ed(2:7) To Ws-Cmp-Sal-Whole
              Move Ws-Cmp-Salary-Ed(10:2) To Ws-Cmp-Sal-Cents
           End-If.

       2250-Compare-Image.
      *Every value the delta shows has to be the one the evidence
      *put there.
           Set Ws-Image-Match-Sw To 'N'
           If Evd-Firstnme = Ws-Cmp-Firstnme
              And Evd-Lastname = Ws-Cmp-Lastname
              And Evd-Img-Workdept = Ws-Cmp-Workdept
              And Evd-Job = Ws-Cmp-Job
              And Evd-Hiredate = Ws-Cmp-Hiredate
              And Evd-Salary-X Numeric
              And Ws-Cmp-Sal-Digits Numeric
              If Evd-Salary = Ws-Cmp-Salary
                 Set Ws-Image-Match-Sw To 'Y'
              End-If
           End-If.

       2300-Write-Unexplained.
      *Two lines per unexplained change - the row before and the
      *row after, as the delta feed carries them. An add has no
      *before image and a delete no after image; the empty side
      *prints blank.
           Move Spaces To Report-Line
           String Ws-Dlt-Action Delimited By Size
              "   " Delimited By Size
              Ws-Dlt-Empno Delimited By Size
              " BEFORE  " Delimited By Size
              Ws-Bef-Firstnme Delimited By Size
              " " Delimited By Size
              Ws-Bef-Lastname Delimited By Size
              " " Delimited By Size
              Ws-Bef-Workdept Delimited By Size
              " " Delimited By Size
              Ws-Bef-Job Delimited By Size
              " " Delimited By Size
              Ws-Bef-Salary Delimited By Size
              " " Delimited By Size
              Ws-Bef-Hiredate Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Spaces To Report-Line
           String "           AFTER   " Delimited By Size
              Ws-Aft-Firstnme Delimited By Size
              " " Delimited By Size
              Ws-Aft-Lastname Delimited By Size
              " " Delimited By Size
              Ws-Aft-Workdept Delimited By Size
              " " Delimited By Size
              Ws-Aft-Job Delimited By Size
              " " Delimited By Size
              Ws-Aft-Salary Delimited By Size
              " " Delimited By Size
              Ws-Aft-Hiredate Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines.

       2500-Check-Trailer.
           Set Ws-Trailer-Sw To 'Y'
           Move Spaces To Ws-Trl-Add-X Ws-Trl-Chg-X Ws-Trl-Del-X
           Unstring Delta-Record Delimited By '|'
              Into Ws-Hdr-Type Ws-Trl-Add-X Ws-Trl-Chg-X
                   Ws-Trl-Del-X
           End-Unstring
           If Ws-Trl-Add-X Not Numeric
              Or Ws-Trl-Chg-X Not Numeric
              Or Ws-Trl-Del-X Not Numeric
              Set Ws-Feed-Bad-Sw To 'Y'
              Move "TRAILER COUNTS NOT NUMERIC" To Ws-Feed-Message
           Else
              If Ws-Trl-Add Not = Ws-Delta-Add-Count
                 Or Ws-Trl-Chg Not = Ws-Delta-Chg-Count
                 Or Ws-Trl-Del Not = Ws-Delta-Del-Count
                 Set Ws-Feed-Bad-Sw To 'Y'
                 Move "TRAILER COUNTS DO NOT MATCH DETAILS READ"
                    To Ws-Feed-Message
              End-If
           End-If.

       2600-Judge-Feed.
      *A short feed means COBDB2RC never finished - the changes
      *it never wrote were never reconciled, so the night's
      *evidence is incomplete whatever the listing above says.
           If Not Ws-Header-Seen And Not Ws-Feed-Bad
              Set Ws-Feed-Bad-Sw To 'Y'
              Move "NO COBDB2RC HEADER RECORD" To Ws-Feed-Message
           End-If
           If Not Ws-Trailer-Seen And Not Ws-Feed-Bad
              Set Ws-Feed-Bad-Sw To 'Y'
              Move "NO TRAILER RECORD" To Ws-Feed-Message
           End-If
           If Ws-Feed-Bad
              If Ws-Return-Code < 8
                 Move 8 To Ws-Return-Code
              End-If
              Move Spaces To Report-Line
              String "DELTA FEED INCOMPLETE - " Delimited By Size
                 Ws-Feed-Message Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 2 Lines
           End-If.

       2900-Read-Evidence.
           Read Evid-Sorted
              At End Set Ws-Evid-Eof To True
           End-Read.

       3000-Check-Approved-Items.
      *Second pass over the evidence, pending items only, merged
      *against today's extract in empno order: the latest item
      *per empno must be reflected in the extract.
           Sort Sort-Current-Work On Ascending Key Sort-Curr-Empno
              Using Current-Extract
              Giving Current-Sorted

           Open Input Evid-Sorted
           Open Input Current-Sorted
           If Ws-Evsort-Status Not = '00'
              Or Ws-Currsort-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "EVDORDR/CURRSORT OPEN FAILED, STATUS="
                 Ws-Evsort-Status " " Ws-Currsort-Status
           Else
              Move Spaces To Report-Line
              String "APPROVED ITEMS NOT IN TODAY'S EXTRACT"
                 Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 2 Lines

              Set Ws-Evid-Eof-Sw To 'N'
              Set Ws-Held-Sw To 'N'
              Perform 3900-Read-Current
              Perform 2900-Read-Evidence
              Perform Until Ws-Evid-Eof
                 If Evd-From-Pending
                    If Ws-Item-Held
                       And Evd-Empno Not = Ws-Held-Empno
                       Perform 3200-Judge-Held-Item
                    End-If
                    Perform 3100-Hold-Item
                 End-If
                 Perform 2900-Read-Evidence
              End-Perform
              If Ws-Item-Held
                 Perform 3200-Judge-Held-Item
              End-If
              Close Evid-Sorted
              Close Current-Sorted

              If Ws-Items-Missing = 0
                 Move Spaces To Report-Line
                 String "NONE - EVERY APPROVED ITEM IS IN THE "
                    "EXTRACT" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 1 Lines
              End-If
           End-If.

       3100-Hold-Item.
      *Items for one empno arrive in entry order, so the last one
      *held is the one that should stand.
           Set Ws-Held-Sw To 'Y'
           Move Evd-Empno To Ws-Held-Empno
           Move Evd-Stamp To Ws-Held-Stamp
           Move Evd-Who To Ws-Held-Who
           Move Evd-Action To Ws-Held-Action
           Move Evd-Firstnme To Ws-Held-Firstnme
           Move Evd-Lastname To Ws-Held-Lastname
           Move Evd-Img-Workdept To Ws-Held-Workdept
           Move Evd-Job To Ws-Held-Job
           Move Evd-Salary-X To Ws-Held-Salary-X
           Move Evd-Hiredate To Ws-Held-Hiredate.

       3200-Judge-Held-Item.
           Add 1 To Ws-Items-Judged
           Set Ws-Held-Sw To 'N'
           Perform Until Ws-Current-Eof
              Or Curr-Empno >= Ws-Held-Empno
              Perform 3900-Read-Current
           End-Perform
           Set Ws-On-Extract-Sw To 'N'
           If Not Ws-Current-Eof And Curr-Empno = Ws-Held-Empno
              Set Ws-On-Extract-Sw To 'Y'
           End-If

           Move Spaces To Ws-Missing-Reason
           Evaluate Ws-Held-Action
              When 'D'
                 If Ws-On-Extract
                    Move "STILL ON EXTRACT" To Ws-Missing-Reason
                 End-If
              When Other
                 Evaluate True
                    When Not Ws-On-Extract
                       Move "NOT ON EXTRACT" To Ws-Missing-Reason
                    When Ws-Held-Salary-X Not Numeric
                       Move "CARD SALARY INVALID"
                          To Ws-Missing-Reason
                    When Curr-Firstnme Not = Ws-Held-Firstnme
                       Or Curr-Lastname Not = Ws-Held-Lastname
                       Or Curr-Workdept Not = Ws-Held-Workdept
                       Or Curr-Job Not = Ws-Held-Job
                       Or Curr-Salary Not = Ws-Held-Salary
                       Or Curr-Hiredate Not = Ws-Held-Hiredate
                       Move "EXTRACT DIFFERS" To Ws-Missing-Reason
                 End-Evaluate
           End-Evaluate

           If Ws-Missing-Reason Not = Spaces
              Add 1 To Ws-Items-Missing
              Perform 3300-Write-Missing-Item
           End-If.

       3300-Write-Missing-Item.
      *The approved card's values, and the extract's row beside
      *them when there is one to compare.
           Move Spaces To Report-Line
           String Ws-Held-Action Delimited By Size
              "   " Delimited By Size
              Ws-Held-Empno Delimited By Size
              " " Delimited By Size
              Ws-Missing-Reason Delimited By Size
              " KEYED " Delimited By Size
              Ws-Held-Stamp(1:8) Delimited By Size
              " APPROVED BY " Delimited By Size
              Ws-Held-Who Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           If Ws-Held-Action Not = 'D'
              Move Spaces To Report-Line
              If Ws-Held-Salary-X Numeric
                 Move Ws-Held-Salary To Ws-Edit-Salary
                 String "           CARD    " Delimited By Size
                    Ws-Held-Firstnme Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Lastname Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Workdept Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Job Delimited By Size
                    " " Delimited By Size
                    Ws-Edit-Salary Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Hiredate Delimited By Size
                    Into Report-Line
                 End-String
              Else
                 String "           CARD    " Delimited By Size
                    Ws-Held-Firstnme Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Lastname Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Workdept Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Job Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Salary-X Delimited By Size
                    " " Delimited By Size
                    Ws-Held-Hiredate Delimited By Size
                    Into Report-Line
                 End-String
              End-If
              Write Report-Line After Advancing 1 Lines
           End-If

           If Ws-On-Extract
              Move Curr-Salary To Ws-Edit-Curr-Salary
              Move Spaces To Report-Line
              String "           EXTRACT " Delimited By Size
                 Curr-Firstnme Delimited By Size
                 " " Delimited By Size
                 Curr-Lastname Delimited By Size
                 " " Delimited By Size
                 Curr-Workdept Delimited By Size
                 " " Delimited By Size
                 Curr-Job Delimited By Size
                 " " Delimited By Size
                 Ws-Edit-Curr-Salary Delimited By Size
                 " " Delimited By Size
                 Curr-Hiredate Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 1 Lines
           End-If.

       3900-Read-Current.
           Read Current-Sorted
              At End Set Ws-Current-Eof To True
           End-Read.

       4000-Write-Report-Totals.
           Move Ws-Delta-Read To Ws-Edit-Count
           Move Spaces To Report-Line
           String "DELTA DETAILS READ:        " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Ws-By-Journal-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "  EXPLAINED BY JOURNAL:    " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-By-Pend-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "  EXPLAINED BY PENDING:    " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Unexplained To Ws-Edit-Count
           Move Spaces To Report-Line
           String "  UNEXPLAINED:             " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Journal-Used To Ws-Edit-Count
           Move Spaces To Report-Line
           String "JOURNAL RECS IN WINDOW:    " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Pend-Used To Ws-Edit-Count
           Move Spaces To Report-Line
           String "APPROVED ITEMS IN WINDOW:  " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Items-Judged To Ws-Edit-Count
           Move Spaces To Report-Line
           String "  EMPNOS CHECKED:          " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Ws-Items-Missing To Ws-Edit-Count
           Move Spaces To Report-Line
           String "  NOT IN EXTRACT:          " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines.

       9000-Write-Run-Control.
      *One step-completion record for the flow-control step -
      *rows in are the delta details read, rows out the
      *exceptions listed (unexplained changes plus approved items
      *missing from the extract).
           Open Extend Runctl-Out
           If Ws-Runctl-Status Not = '00'
              Open Output Runctl-Out
           End-If
           Move Ws-Run-Start-Stamp(1:8) To Run-Date
           Move 'COBDB2UC' To Run-Program
           Move Ws-Run-Start-Stamp(9:6) To Run-Start-Time
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(9:6) To Run-End-Time
           Move Ws-Return-Code To Run-Return-Code
           Move Ws-Delta-Read To Run-Rows-In
           Compute Ws-Exceptions-Out = Ws-Unexplained
              + Ws-Items-Missing
           Move Ws-Exceptions-Out To Run-Rows-Out
           Write Run-Record
           Close Runctl-Out.
