      * ---------------------------------------------------
      *   Module Name: COBDB2DG.cbl
      *
      *   Description: Morning operations digest - one page over
      *   the night's step summaries and the run-control file.
      *
      *   Purpose: Deciding whether a night is clean used to mean
      *   opening eight listings - the COBDB2FC flow verdict, the
      *   COBDB2VL rejects, COBDB2SU suspense aging, the COBDB2AK
      *   not-acknowledged count, COBDB2AN anomalies, COBDB2BV
      *   over-budget departments, the COBDB2PN deck counts and
      *   the COBDB2RC change counts. Each of those steps now
      *   appends one step-summary record (SUMREC layout - its
      *   return code and up to four named key figures) to a
      *   rolling summary file, and this step, run after
      *   COBDB2FC as the last step of the stream, prints one
      *   page with each area's figures tonight beside the same
      *   figures' average and high over the seven runs before
      *   tonight's, and each area's status:
      *      ACTION - the step ended RC 8 or higher, a figure is
      *               at or over its ACTION threshold, or a
      *               required step (COBDB2FC, COBDB2VL,
      *               COBDB2RC) left no summary record tonight
      *      WARN   - a figure is at or over its WARN threshold
      *      OK     - otherwise; an optional step that did not
      *               run tonight (the suspense merge, the ack
      *               reconciliation, a night with no approvals
      *               and so on) reads NOT RUN with status OK
      *   A stream line from the run-control file (RUNREC) adds
      *   the steps that keep no summary: it reads ACTION when no
      *   step stamped a record for the night or any step ended
      *   RC 8 or higher.
      *
      *   The night judged is the date on an optional SYSIN card
      *   (YYYYMMDD in columns 1-8), or else the newest run date
      *   on the summary file. As in COBDB2FC, records stamped
      *   that date or the day before belong to the night - a
      *   stream that starts before midnight stamps both - and a
      *   record dated after the judged night is ignored, so a
      *   card can re-judge an earlier night on a rolling file.
      *   Per step the latest record wins (a rerun on the same
      *   date overlays the earlier attempt); the seven records
      *   before it are the comparison nights.
      *
      *   Thresholds: built-in defaults (below), overridden by an
      *   optional threshold deck on the DGPARM DD, one card per
      *   figure:
      *      cols  1-8  program (one of the eight above)
      *      col  10    figure slot 1-4, as SUMREC.cpy lists
      *      cols 12-20 WARN at or over (9 digits, zero-padded;
      *                 blank = no WARN threshold)
      *      cols 22-30 ACTION at or over (same; blank = none)
      *   A card replaces both thresholds for its figure. Blank
      *   cards and cards with '*' in column 1 are skipped. A card
      *   that fails these rules is listed on the page and
      *   ignored, and counts as a WARN so a mistyped deck cannot
      *   silently switch a threshold off.
      *   Defaults, with no deck:
      *      COBDB2FC flags raised          ACTION at 1
      *      COBDB2VL rows rejected         WARN at 1
      *      COBDB2SU aged past limit       WARN at 1
      *      COBDB2AK not acknowledged      WARN at 1
      *      COBDB2AN anomalies             WARN at 1
      *      COBDB2BV depts over budget     WARN at 1
      *
      *   Status record (DIGSTAT DD), one fixed-format record for
      *   the scheduler and the help desk:
      *      cols   1-8   night judged (YYYYMMDD)
      *      cols   9-14  overall status (OK/WARN/ACTION)
      *      cols  15-16  areas at ACTION
      *      cols  17-18  areas at WARN (ignored cards included)
      *      cols  19-32  written at (YYYYMMDDHHMMSS)
      *      cols  33-158 nine program/status pairs (8 + 6
      *                   bytes): the eight areas in page order,
      *                   then RUNCTL for the stream line
      *      cols 159-198 reason, when the night could not be
      *                   judged at all (blank otherwise)
      *   When the summary file or the run-control file cannot be
      *   opened, the digest cannot be built, but the status
      *   record still goes out - overall ACTION, the area
      *   statuses blank (not judged), and the reason - with a
      *   one-line ACTION entry on the page, so the scheduler and
      *   the help desk hear about it on exactly that night.
      *
      *   Return codes:
      *      0 - every area OK
      *      4 - at least one area at WARN
      *      8 - at least one area at ACTION - escalate before
      *          the online day starts
      *     20 - a file failed to open (status record ACTION when
      *          the summary or run-control input was the one)
      *
      *   Change history:
      *   - Initial version.
      *   - The SYSIN card and threshold deck are closed when
      *     their open returns status 05 (not there).
      *   - A night whose summary or run-control file cannot be
      *     opened now gets an ACTION status record and page line
      *     with the reason, instead of an empty DIGSTAT.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2DG.

       Environment Division.
       Input-Output Section.
       File-Control.
      *Optional: no card means judge the newest night on file.
           Select Optional Sysin-Card Assign To Sysin
              Organization Is Line Sequential
              File Status Is Ws-Sysin-Status.

      *Optional: no deck leaves the default thresholds.
           Select Optional Dgparm-Deck Assign To Dgparm
              Organization Is Line Sequential
              File Status Is Ws-Dgparm-Status.

           Select Sumfile-In Assign To Sumfile
              Organization Is Line Sequential
              File Status Is Ws-Sumfile-Status.

           Select Runctl-In Assign To Runctl
              Organization Is Line Sequential
              File Status Is Ws-Runctl-Status.

           Select Digest-Report Assign To Digrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

           Select Status-Out Assign To Digstat
              Organization Is Line Sequential
              File Status Is Ws-Digstat-Status.

       Data Division.

       File Section.
       FD  Sysin-Card.
       01  Sysin-Record.
           05 Card-Run-Date       Pic x(08).
           05 Filler              Pic x(72).

       FD  Dgparm-Deck.
       01  Dgparm-Record.
           05 Parm-Program        Pic x(08).
           05 Filler              Pic x(01).
           05 Parm-Figure         Pic x(01).
           05 Filler              Pic x(01).
           05 Parm-Warn           Pic x(09).
           05 Filler              Pic x(01).
           05 Parm-Action         Pic x(09).
           05 Filler              Pic x(50).

       FD  Sumfile-In.
       COPY SUMREC.

       FD  Runctl-In.
       COPY RUNREC.

       FD  Digest-Report.
       01  Report-Line            Pic x(132).

       FD  Status-Out.
       01  Status-Record.
           05 Stat-Run-Date       Pic x(08).
           05 Stat-Overall        Pic x(06).
           05 Stat-Action-Count   Pic 9(02).
           05 Stat-Warn-Count     Pic 9(02).
           05 Stat-Written-Stamp  Pic x(14).
           05 Stat-Area Occurs 9 Times.
              10 Stat-Area-Program Pic x(08).
              10 Stat-Area-Status Pic x(06).
           05 Stat-Reason         Pic x(40).

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Sysin-Status     Pic x(02) Value '00'.
          05 Ws-Dgparm-Status    Pic x(02) Value '00'.
          05 Ws-Sumfile-Status   Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Digstat-Status   Pic x(02) Value '00'.
          05 Ws-Dgparm-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Dgparm-Eof            Value 'Y'.
          05 Ws-Sumfile-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Sumfile-Eof           Value 'Y'.
          05 Ws-Runctl-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Runctl-Eof            Value 'Y'.
          05 Ws-Card-Ok-Sw       Pic x(01) Value 'Y'.
             88 Ws-Card-Ok               Value 'Y'.

       01 Ws-Control-Fields.
          05 Ws-Run-Date         Pic x(08) Value Spaces.
          05 Ws-Prev-Date        Pic x(08) Value Spaces.
          05 Ws-Current-Timestamp Pic x(26) Value Spaces.
          05 Ws-Sum-Read-Count   Pic 9(07) Value 0.

      *Day-number work fields for deriving the day before the
      *judged night - the records a stream stamped before
      *midnight.
       01 Ws-Date-Work-Fields.
          05 Ws-Date-Yyyymmdd    Pic 9(08).
          05 Ws-Day-Number       Pic s9(09) Value 0.

      *The eight areas, in page order. Each keeps the last eight
      *summary records its step wrote, oldest first (file order
      *is time order - the file is append-only); a record dated
      *the same as the newest one kept is a rerun and overlays
      *it. When the newest record falls in the night's window it
      *is tonight's, and the records before it are the seven
      *comparison nights. Per figure: the name (from the newest
      *record), the WARN/ACTION thresholds in force, and
      *tonight's value beside the comparison average and high.
       01 Ws-Area-Table-Fields.
          05 Ws-Area-Ix          Pic 9(02) Value 0.
          05 Ws-Ring-Ix          Pic 9(02) Value 0.
          05 Ws-Fig-Ix           Pic 9(02) Value 0.
          05 Ws-Area-Found-Sw    Pic x(01) Value 'N'.
             88 Ws-Area-Found            Value 'Y'.
          05 Ws-Find-Program     Pic x(08) Value Spaces.
          05 Ws-Area-Entry Occurs 8 Times.
             10 Ws-Area-Program  Pic x(08).
             10 Ws-Area-Title    Pic x(20).
             10 Ws-Area-Required-Sw Pic x(01).
                88 Ws-Area-Required      Value 'Y'.
             10 Ws-Area-Ran-Sw   Pic x(01).
                88 Ws-Area-Ran           Value 'Y'.
             10 Ws-Area-Status   Pic x(06).
                88 Ws-Area-Action        Value 'ACTION'.
                88 Ws-Area-Warn          Value 'WARN'.
             10 Ws-Area-Rc       Pic 9(02).
             10 Ws-Area-Date     Pic x(08).
             10 Ws-Area-Tonight  Pic 9(02).
             10 Ws-Area-Nights   Pic 9(02).
             10 Ws-Ring-Count    Pic 9(02).
             10 Ws-Ring-Entry Occurs 8 Times.
                15 Ws-Ring-Date  Pic x(08).
                15 Ws-Ring-Rc    Pic 9(02).
                15 Ws-Ring-Value Pic 9(09) Occurs 4 Times.
             10 Ws-Fig-Entry Occurs 4 Times.
                15 Ws-Fig-Name   Pic x(12).
                15 Ws-Fig-Warn-Sw Pic x(01).
                   88 Ws-Fig-Warn-Set    Value 'Y'.
                15 Ws-Fig-Warn   Pic 9(09).
                15 Ws-Fig-Action-Sw Pic x(01).
                   88 Ws-Fig-Action-Set  Value 'Y'.
                15 Ws-Fig-Action Pic 9(09).
                15 Ws-Fig-Today  Pic 9(09).
                15 Ws-Fig-Total  Pic 9(11).
                15 Ws-Fig-Avg    Pic 9(09).
                15 Ws-Fig-High   Pic 9(09).
                15 Ws-Fig-Status Pic x(06).

      *The stream line, from the run-control file: the records
      *stamped for the night and the highest return code among
      *them, with the first program that ended on it.
       01 Ws-Stream-Fields.
          05 Ws-Stream-Count     Pic 9(05) Value 0.
          05 Ws-Stream-High-Rc   Pic 9(02) Value 0.
          05 Ws-Stream-High-Prog Pic x(08) Value Spaces.
          05 Ws-Stream-Status    Pic x(06) Value Spaces.

      *Threshold cards that failed validation, kept for the page
      *(the first ten; the count covers them all).
       01 Ws-Bad-Card-Fields.
          05 Ws-Bad-Card-Count   Pic 9(03) Value 0.
          05 Ws-Bad-Card-Ix      Pic 9(03) Value 0.
          05 Ws-Bad-Card-Image Occurs 10 Times Pic x(30).

       01 Ws-Verdict-Fields.
          05 Ws-Overall-Status   Pic x(06) Value 'OK'.
          05 Ws-Action-Count     Pic 9(02) Value 0.
          05 Ws-Warn-Count       Pic 9(02) Value 0.
          05 Ws-Status-Reason    Pic x(40) Value Spaces.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Value       Pic zzz,zzz,zz9.
          05 Ws-Edit-Nights      Pic z9.
          05 Ws-Edit-Count       Pic zz9.
          05 Ws-Edit-Count-2     Pic zz9.
          05 Ws-Note-Text        Pic x(34).
          05 Ws-Lead-Count       Pic 9(02).

       01 Ws-Return-Code         Pic 9(02) Value 0.

       Procedure Division.

       0000-Main-Para.
           Perform 0100-Initialize-Areas
           Perform 0200-Get-Run-Date

           Open Output Digest-Report
           Open Output Status-Out
           If Ws-Report-Status Not = '00'
              Or Ws-Digstat-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "DIGRPT/DIGSTAT OPEN FAILED, STATUS="
                 Ws-Report-Status " " Ws-Digstat-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0300-Load-Thresholds
           Perform 0400-Load-Summaries
           If Ws-Return-Code < 20
              Perform 0500-Load-Run-Control
           End-If
           If Ws-Return-Code < 20
              Perform 0600-Judge-Areas
              Perform 0700-Write-Digest
           Else
              Perform 0750-Write-Not-Judged
           End-If
           Perform 0800-Write-Status-Record

           Close Digest-Report
           Close Status-Out

           Display "Operations digest for " Ws-Run-Date ": "
              Ws-Overall-Status " summaries read "
              Ws-Sum-Read-Count " action " Ws-Action-Count
              " warn " Ws-Warn-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       0100-Initialize-Areas.
           Move 'COBDB2FC' To Ws-Area-Program(1)
           Move 'NIGHTLY FLOW' To Ws-Area-Title(1)
           Move 'COBDB2VL' To Ws-Area-Program(2)
           Move 'VALIDATION GATE' To Ws-Area-Title(2)
           Move 'COBDB2SU' To Ws-Area-Program(3)
           Move 'SUSPENSE' To Ws-Area-Title(3)
           Move 'COBDB2AK' To Ws-Area-Program(4)
           Move 'FEED ACKNOWLEDGEMENT' To Ws-Area-Title(4)
           Move 'COBDB2AN' To Ws-Area-Program(5)
           Move 'AUDIT ANOMALIES' To Ws-Area-Title(5)
           Move 'COBDB2BV' To Ws-Area-Program(6)
           Move 'BUDGET VARIANCE' To Ws-Area-Title(6)
           Move 'COBDB2PN' To Ws-Area-Program(7)
           Move 'MAINTENANCE DECK' To Ws-Area-Title(7)
           Move 'COBDB2RC' To Ws-Area-Program(8)
           Move 'ROSTER CHANGES' To Ws-Area-Title(8)
           Perform Varying Ws-Area-Ix From 1 By 1
              Until Ws-Area-Ix > 8
              Move 'N' To Ws-Area-Required-Sw(Ws-Area-Ix)
              Move 'N' To Ws-Area-Ran-Sw(Ws-Area-Ix)
              Move 'OK' To Ws-Area-Status(Ws-Area-Ix)
              Move 0 To Ws-Area-Rc(Ws-Area-Ix)
              Move Spaces To Ws-Area-Date(Ws-Area-Ix)
              Move 0 To Ws-Area-Tonight(Ws-Area-Ix)
              Move 0 To Ws-Area-Nights(Ws-Area-Ix)
              Move 0 To Ws-Ring-Count(Ws-Area-Ix)
              Perform Varying Ws-Fig-Ix From 1 By 1
                 Until Ws-Fig-Ix > 4
                 Move Spaces To Ws-Fig-Name(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 'N' To Ws-Fig-Warn-Sw(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-Warn(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 'N'
                    To Ws-Fig-Action-Sw(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-Action(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-Today(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-Total(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-Avg(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-High(Ws-Area-Ix, Ws-Fig-Ix)
                 Move Spaces
                    To Ws-Fig-Status(Ws-Area-Ix, Ws-Fig-Ix)
              End-Perform
           End-Perform

      *Required steps - the same ones COBDB2FC insists on, plus
      *the flow verdict itself.
           Move 'Y' To Ws-Area-Required-Sw(1)
           Move 'Y' To Ws-Area-Required-Sw(2)
           Move 'Y' To Ws-Area-Required-Sw(8)

      *Default thresholds - any flow flag is an ACTION (the flow
      *verdict failed); one reject, aged suspense item, missing
      *ack, anomaly or over-budget department is a WARN.
           Move 'Y' To Ws-Fig-Action-Sw(1, 1)
           Move 1 To Ws-Fig-Action(1, 1)
           Move 'Y' To Ws-Fig-Warn-Sw(2, 1)
           Move 1 To Ws-Fig-Warn(2, 1)
           Move 'Y' To Ws-Fig-Warn-Sw(3, 2)
           Move 1 To Ws-Fig-Warn(3, 2)
           Move 'Y' To Ws-Fig-Warn-Sw(4, 1)
           Move 1 To Ws-Fig-Warn(4, 1)
           Move 'Y' To Ws-Fig-Warn-Sw(5, 1)
           Move 1 To Ws-Fig-Warn(5, 1)
           Move 'Y' To Ws-Fig-Warn-Sw(6, 1)
           Move 1 To Ws-Fig-Warn(6, 1).

       0200-Get-Run-Date.
      *Missing DD, empty file, or a non-numeric card all mean
      *"judge the newest night on the summary file" - this step
      *runs last, often after midnight, so today is not it.
           Open Input Sysin-Card
           If Ws-Sysin-Status = '00'
              Read Sysin-Card
                 At End Continue
              End-Read
              If Ws-Sysin-Status = '00'
                 And Card-Run-Date Numeric
                 Move Card-Run-Date To Ws-Run-Date
              End-If
              Close Sysin-Card
           End-If
      *Status 05 is a card that isn't there - still opened, so it
      *still has to be closed.
           If Ws-Sysin-Status = '05'
              Close Sysin-Card
           End-If
           If Ws-Run-Date = Spaces
              Perform 0250-Find-Newest-Run-Date
           End-If
      *An unreadable or empty summary file leaves today as the
      *date - 0400 then reports the real problem (RC 20, or
      *every required step missing).
           If Ws-Run-Date = Spaces
              Move Function Current-Date To Ws-Current-Timestamp
              Move Ws-Current-Timestamp(1:8) To Ws-Run-Date
           End-If

      *A stream that starts before midnight stamps the day
      *before the judged night too - same window as COBDB2FC.
           Move Ws-Run-Date To Ws-Date-Yyyymmdd
           Compute Ws-Day-Number =
              Function Integer-Of-Date(Ws-Date-Yyyymmdd) - 1
           If Ws-Day-Number < 1
      *A keyed date no calendar holds - collapse the window to
      *the single date rather than matching a garbage prior day.
              Move Ws-Run-Date To Ws-Prev-Date
           Else
              Compute Ws-Date-Yyyymmdd =
                 Function Date-Of-Integer(Ws-Day-Number)
              Move Ws-Date-Yyyymmdd To Ws-Prev-Date
           End-If.

       0250-Find-Newest-Run-Date.
      *One pre-read of the summary file for the newest run date
      *present - that is the night to judge when no card says
      *otherwise.
           Open Input Sumfile-In
           If Ws-Sumfile-Status = '00'
              Perform 0420-Read-Sum-Record
              Perform Until Ws-Sumfile-Eof
                 If Sum-Run-Date > Ws-Run-Date
                    Move Sum-Run-Date To Ws-Run-Date
                 End-If
                 Perform 0420-Read-Sum-Record
              End-Perform
              Close Sumfile-In
           End-If
           Set Ws-Sumfile-Eof-Sw To 'N'.

       0300-Load-Thresholds.
           Open Input Dgparm-Deck
           If Ws-Dgparm-Status = '00'
              Perform 0320-Read-Threshold-Card
              Perform Until Ws-Dgparm-Eof
                 If Dgparm-Record Not = Spaces
                    And Parm-Program(1:1) Not = '*'
                    Perform 0350-Apply-Threshold-Card
                 End-If
                 Perform 0320-Read-Threshold-Card
              End-Perform
              Close Dgparm-Deck
           End-If
      *Status 05 is a card that isn't there - still opened, so it
      *still has to be closed.
           If Ws-Dgparm-Status = '05'
              Close Dgparm-Deck
           End-If.

       0320-Read-Threshold-Card.
           Read Dgparm-Deck
              At End Set Ws-Dgparm-Eof To True
           End-Read.

       0350-Apply-Threshold-Card.
           Set Ws-Card-Ok To True
           Move Parm-Program To Ws-Find-Program
           Perform 0450-Find-Area-Program
           If Not Ws-Area-Found
              Set Ws-Card-Ok-Sw To 'N'
           End-If
           If Parm-Figure Not Numeric
              Set Ws-Card-Ok-Sw To 'N'
           Else
              If Parm-Figure < '1' Or Parm-Figure > '4'
                 Set Ws-Card-Ok-Sw To 'N'
              End-If
           End-If
           If Parm-Warn Not = Spaces And Parm-Warn Not Numeric
              Set Ws-Card-Ok-Sw To 'N'
           End-If
           If Parm-Action Not = Spaces
              And Parm-Action Not Numeric
              Set Ws-Card-Ok-Sw To 'N'
           End-If

           If Not Ws-Card-Ok
              Add 1 To Ws-Bad-Card-Count
              If Ws-Bad-Card-Count <= 10
                 Move Dgparm-Record(1:30)
                    To Ws-Bad-Card-Image(Ws-Bad-Card-Count)
              End-If
           Else
              Move Parm-Figure To Ws-Fig-Ix
              If Parm-Warn = Spaces
                 Move 'N' To Ws-Fig-Warn-Sw(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-Warn(Ws-Area-Ix, Ws-Fig-Ix)
              Else
                 Move 'Y' To Ws-Fig-Warn-Sw(Ws-Area-Ix, Ws-Fig-Ix)
                 Move Parm-Warn
                    To Ws-Fig-Warn(Ws-Area-Ix, Ws-Fig-Ix)
              End-If
              If Parm-Action = Spaces
                 Move 'N'
                    To Ws-Fig-Action-Sw(Ws-Area-Ix, Ws-Fig-Ix)
                 Move 0 To Ws-Fig-Action(Ws-Area-Ix, Ws-Fig-Ix)
              Else
                 Move 'Y'
                    To Ws-Fig-Action-Sw(Ws-Area-Ix, Ws-Fig-Ix)
                 Move Parm-Action
                    To Ws-Fig-Action(Ws-Area-Ix, Ws-Fig-Ix)
              End-If
           End-If.

       0400-Load-Summaries.
           Set Ws-Sumfile-Eof-Sw To 'N'
           Open Input Sumfile-In
           If Ws-Sumfile-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "SUMFILE OPEN FAILED, STATUS="
                 Ws-Sumfile-Status
           Else
              Perform 0420-Read-Sum-Record
              Perform Until Ws-Sumfile-Eof
                 Add 1 To Ws-Sum-Read-Count
      *A record dated after the judged night belongs to a later
      *night than the one a card asked for.
                 If Sum-Run-Date Not > Ws-Run-Date
                    Move Sum-Program To Ws-Find-Program
                    Perform 0450-Find-Area-Program
                    If Ws-Area-Found
                       Perform 0460-Keep-Sum-Record
                    End-If
                 End-If
                 Perform 0420-Read-Sum-Record
              End-Perform
              Close Sumfile-In
           End-If.

       0420-Read-Sum-Record.
           Read Sumfile-In
              At End Set Ws-Sumfile-Eof To True
           End-Read.

       0450-Find-Area-Program.
      *Looks up Ws-Find-Program in the area table - a threshold
      *card's or a summary record's program - leaving Ws-Area-Ix
      *on the match.
           Set Ws-Area-Found-Sw To 'N'
           Perform Varying Ws-Area-Ix From 1 By 1
              Until Ws-Area-Ix > 8 Or Ws-Area-Found
              If Ws-Area-Program(Ws-Area-Ix) = Ws-Find-Program
                 Set Ws-Area-Found-Sw To 'Y'
              End-If
           End-Perform
           If Ws-Area-Found
              Subtract 1 From Ws-Area-Ix
           End-If.

       0460-Keep-Sum-Record.
      *Same date as the newest kept - a rerun, overlay it.
      *Otherwise append, dropping the oldest when all eight
      *slots are taken.
           Evaluate True
              When Ws-Ring-Count(Ws-Area-Ix) > 0
                 And Ws-Ring-Date(Ws-Area-Ix,
                                  Ws-Ring-Count(Ws-Area-Ix))
                     = Sum-Run-Date
                 Continue
              When Ws-Ring-Count(Ws-Area-Ix) < 8
                 Add 1 To Ws-Ring-Count(Ws-Area-Ix)
              When Other
                 Perform Varying Ws-Ring-Ix From 1 By 1
                    Until Ws-Ring-Ix > 7
                    Move Ws-Ring-Entry(Ws-Area-Ix, Ws-Ring-Ix + 1)
                       To Ws-Ring-Entry(Ws-Area-Ix, Ws-Ring-Ix)
                 End-Perform
           End-Evaluate

           Move Ws-Ring-Count(Ws-Area-Ix) To Ws-Ring-Ix
           Move Sum-Run-Date To Ws-Ring-Date(Ws-Area-Ix, Ws-Ring-Ix)
           Move Sum-Return-Code
              To Ws-Ring-Rc(Ws-Area-Ix, Ws-Ring-Ix)
           Perform Varying Ws-Fig-Ix From 1 By 1
              Until Ws-Fig-Ix > 4
              Move Sum-Figure-Value(Ws-Fig-Ix)
                 To Ws-Ring-Value(Ws-Area-Ix, Ws-Ring-Ix, Ws-Fig-Ix)
              Move Sum-Figure-Name(Ws-Fig-Ix)
                 To Ws-Fig-Name(Ws-Area-Ix, Ws-Fig-Ix)
           End-Perform.

       0500-Load-Run-Control.
           Open Input Runctl-In
           If Ws-Runctl-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "RUNCTL OPEN FAILED, STATUS="
                 Ws-Runctl-Status
           Else
              Perform 0520-Read-Run-Record
              Perform Until Ws-Runctl-Eof
                 If Run-Date = Ws-Run-Date
                    Or Run-Date = Ws-Prev-Date
                    Add 1 To Ws-Stream-Count
                    If Run-Return-Code > Ws-Stream-High-Rc
                       Move Run-Return-Code To Ws-Stream-High-Rc
                       Move Run-Program To Ws-Stream-High-Prog
                    End-If
                 End-If
                 Perform 0520-Read-Run-Record
              End-Perform
              Close Runctl-In
           End-If.

       0520-Read-Run-Record.
           Read Runctl-In
              At End Set Ws-Runctl-Eof To True
           End-Read.

       0600-Judge-Areas.
           Perform Varying Ws-Area-Ix From 1 By 1
              Until Ws-Area-Ix > 8
              Perform 0610-Judge-Area
              Evaluate True
                 When Ws-Area-Action(Ws-Area-Ix)
                    Add 1 To Ws-Action-Count
                 When Ws-Area-Warn(Ws-Area-Ix)
                    Add 1 To Ws-Warn-Count
              End-Evaluate
           End-Perform

           If Ws-Stream-Count = 0 Or Ws-Stream-High-Rc >= 8
              Move 'ACTION' To Ws-Stream-Status
              Add 1 To Ws-Action-Count
           Else
              Move 'OK' To Ws-Stream-Status
           End-If

      *Every ignored threshold card is a WARN of its own - the
      *figure it meant to guard is running on the default.
           Add Ws-Bad-Card-Count To Ws-Warn-Count

           Evaluate True
              When Ws-Action-Count > 0
                 Move 'ACTION' To Ws-Overall-Status
                 Move 8 To Ws-Return-Code
              When Ws-Warn-Count > 0
                 Move 'WARN' To Ws-Overall-Status
                 Move 4 To Ws-Return-Code
              When Other
                 Move 'OK' To Ws-Overall-Status
           End-Evaluate.

       0610-Judge-Area.
      *The newest record kept is tonight's when it falls in the
      *night's window; the records before it are the comparison
      *nights.
           If Ws-Ring-Count(Ws-Area-Ix) > 0
              And Ws-Ring-Date(Ws-Area-Ix,
                               Ws-Ring-Count(Ws-Area-Ix))
                  Not < Ws-Prev-Date
              Move 'Y' To Ws-Area-Ran-Sw(Ws-Area-Ix)
              Move Ws-Ring-Count(Ws-Area-Ix)
                 To Ws-Area-Tonight(Ws-Area-Ix)
              Compute Ws-Area-Nights(Ws-Area-Ix) =
                 Ws-Ring-Count(Ws-Area-Ix) - 1
              Move Ws-Area-Tonight(Ws-Area-Ix) To Ws-Ring-Ix
              Move Ws-Ring-Rc(Ws-Area-Ix, Ws-Ring-Ix)
                 To Ws-Area-Rc(Ws-Area-Ix)
              Move Ws-Ring-Date(Ws-Area-Ix, Ws-Ring-Ix)
                 To Ws-Area-Date(Ws-Area-Ix)
              Perform Varying Ws-Fig-Ix From 1 By 1
                 Until Ws-Fig-Ix > 4
                 Perform 0620-Judge-Figure
              End-Perform
              If Ws-Area-Rc(Ws-Area-Ix) >= 8
                 Move 'ACTION' To Ws-Area-Status(Ws-Area-Ix)
              End-If
           Else
              If Ws-Area-Required(Ws-Area-Ix)
                 Move 'ACTION' To Ws-Area-Status(Ws-Area-Ix)
              End-If
           End-If.

       0620-Judge-Figure.
           Move Ws-Ring-Value(Ws-Area-Ix,
                              Ws-Area-Tonight(Ws-Area-Ix),
                              Ws-Fig-Ix)
              To Ws-Fig-Today(Ws-Area-Ix, Ws-Fig-Ix)
           Perform Varying Ws-Ring-Ix From 1 By 1
              Until Ws-Ring-Ix >= Ws-Area-Tonight(Ws-Area-Ix)
              Add Ws-Ring-Value(Ws-Area-Ix, Ws-Ring-Ix, Ws-Fig-Ix)
                 To Ws-Fig-Total(Ws-Area-Ix, Ws-Fig-Ix)
              If Ws-Ring-Value(Ws-Area-Ix, Ws-Ring-Ix, Ws-Fig-Ix)
                 > Ws-Fig-High(Ws-Area-Ix, Ws-Fig-Ix)
                 Move Ws-Ring-Value(Ws-Area-Ix, Ws-Ring-Ix,
                                    Ws-Fig-Ix)
                    To Ws-Fig-High(Ws-Area-Ix, Ws-Fig-Ix)
              End-If
           End-Perform
           If Ws-Area-Nights(Ws-Area-Ix) > 0
              Compute Ws-Fig-Avg(Ws-Area-Ix, Ws-Fig-Ix) Rounded =
                 Ws-Fig-Total(Ws-Area-Ix, Ws-Fig-Ix)
                 / Ws-Area-Nights(Ws-Area-Ix)
           End-If

      *A slot the step leaves unnamed carries no threshold.
           If Ws-Fig-Name(Ws-Area-Ix, Ws-Fig-Ix) Not = Spaces
              Evaluate True
                 When Ws-Fig-Action-Set(Ws-Area-Ix, Ws-Fig-Ix)
                    And Ws-Fig-Today(Ws-Area-Ix, Ws-Fig-Ix)
                        >= Ws-Fig-Action(Ws-Area-Ix, Ws-Fig-Ix)
                    Move 'ACTION'
                       To Ws-Fig-Status(Ws-Area-Ix, Ws-Fig-Ix)
                    Move 'ACTION' To Ws-Area-Status(Ws-Area-Ix)
                 When Ws-Fig-Warn-Set(Ws-Area-Ix, Ws-Fig-Ix)
                    And Ws-Fig-Today(Ws-Area-Ix, Ws-Fig-Ix)
                        >= Ws-Fig-Warn(Ws-Area-Ix, Ws-Fig-Ix)
                    Move 'WARN'
                       To Ws-Fig-Status(Ws-Area-Ix, Ws-Fig-Ix)
                    If Not Ws-Area-Action(Ws-Area-Ix)
                       Move 'WARN' To Ws-Area-Status(Ws-Area-Ix)
                    End-If
              End-Evaluate
           End-If.

       0700-Write-Digest.
           Move Spaces To Report-Line
           String "MORNING OPERATIONS DIGEST - NIGHT OF "
              Delimited By Size
              Ws-Run-Date Delimited By Size
              "     OVERALL STATUS: " Delimited By Size
              Ws-Overall-Status Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           String "(STEPS STAMPED " Delimited By Size
              Ws-Prev-Date Delimited By Size
              " OR " Delimited By Size
              Ws-Run-Date Delimited By Size
              " - 7-NIGHT FIGURES ARE EACH STEP'S SEVEN RUNS "
              "BEFORE TONIGHT'S)" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move "AREA" To Report-Line(1:4)
           Move "STEP" To Report-Line(22:4)
           Move "RC" To Report-Line(31:2)
           Move "FIGURE" To Report-Line(35:6)
           Move "TONIGHT" To Report-Line(52:7)
           Move "7-NIGHT AVG" To Report-Line(61:11)
           Move "7-NIGHT HIGH" To Report-Line(73:12)
           Move "NTS" To Report-Line(86:3)
           Move "STATUS" To Report-Line(91:6)
           Move "THRESHOLD REACHED" To Report-Line(99:17)
           Write Report-Line After Advancing 2 Lines

           Perform Varying Ws-Area-Ix From 1 By 1
              Until Ws-Area-Ix > 8
              Perform 0710-Write-Area-Lines
           End-Perform

           Move Spaces To Report-Line
           Move "NIGHT'S STREAM" To Report-Line(1:14)
           Move "RUNCTL" To Report-Line(22:6)
           Move Ws-Stream-High-Rc To Report-Line(31:2)
           Move "STEP RECORDS" To Report-Line(35:12)
           Move Ws-Stream-Count To Ws-Edit-Value
           Move Ws-Edit-Value To Report-Line(48:11)
           Move Ws-Stream-Status To Report-Line(91:6)
           Evaluate True
              When Ws-Stream-Count = 0
                 Move "NO RUN-CONTROL RECORDS"
                    To Report-Line(99:22)
              When Ws-Stream-High-Rc > 0
                 Move "HIGHEST RC FROM" To Report-Line(99:15)
                 Move Ws-Stream-High-Prog To Report-Line(115:8)
           End-Evaluate
           Write Report-Line After Advancing 2 Lines

           If Ws-Bad-Card-Count > 0
              Move Ws-Bad-Card-Count To Ws-Edit-Count
              Move Spaces To Report-Line
              String "THRESHOLD CARDS IGNORED:" Delimited By Size
                 Ws-Edit-Count Delimited By Size
                 " - FIGURES THEY NAME RUN ON THE DEFAULT"
                 Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 2 Lines
              Perform Varying Ws-Bad-Card-Ix From 1 By 1
                 Until Ws-Bad-Card-Ix > Ws-Bad-Card-Count
                    Or Ws-Bad-Card-Ix > 10
                 Move Spaces To Report-Line
                 Move Ws-Bad-Card-Image(Ws-Bad-Card-Ix)
                    To Report-Line(5:30)
                 Write Report-Line After Advancing 1 Lines
              End-Perform
           End-If

           Move Ws-Action-Count To Ws-Edit-Count
           Move Ws-Warn-Count To Ws-Edit-Count-2
           Move Spaces To Report-Line
           String "AREAS AT ACTION:" Delimited By Size
              Ws-Edit-Count Delimited By Size
              "   AT WARN:" Delimited By Size
              Ws-Edit-Count-2 Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Spaces To Report-Line
           Evaluate True
              When Ws-Action-Count > 0
                 String "*** ACTION - ESCALATE BEFORE THE ONLINE "
                    "DAY STARTS; WORK THE ACTION AREAS' OWN "
                    "LISTINGS FIRST ***" Delimited By Size
                    Into Report-Line
                 End-String
              When Ws-Warn-Count > 0
                 String "WARN - REVIEW THE WARN AREAS' OWN "
                    "LISTINGS THIS MORNING" Delimited By Size
                    Into Report-Line
                 End-String
              When Other
                 String "NIGHT CLEAN - NO LISTING NEEDS OPENING"
                    Delimited By Size
                    Into Report-Line
                 End-String
           End-Evaluate
           Write Report-Line After Advancing 1 Lines.

       0710-Write-Area-Lines.
           Move Spaces To Report-Line
           Move Ws-Area-Title(Ws-Area-Ix) To Report-Line(1:20)
           Move Ws-Area-Program(Ws-Area-Ix) To Report-Line(22:8)
           Move Ws-Area-Status(Ws-Area-Ix) To Report-Line(91:6)
           If Not Ws-Area-Ran(Ws-Area-Ix)
              Move "NOT RUN" To Report-Line(31:7)
              If Ws-Area-Required(Ws-Area-Ix)
                 Move "REQUIRED STEP - NO SUMMARY"
                    To Report-Line(99:26)
              End-If
              Write Report-Line After Advancing 1 Lines
           Else
              Move Ws-Area-Rc(Ws-Area-Ix) To Report-Line(31:2)
              Perform Varying Ws-Fig-Ix From 1 By 1
                 Until Ws-Fig-Ix > 4
                 If Ws-Fig-Name(Ws-Area-Ix, Ws-Fig-Ix) Not = Spaces
                    Perform 0720-Write-Figure-Line
                 End-If
              End-Perform
      *A summary record with no named figure still gets its
      *area line.
              If Report-Line Not = Spaces
                 Write Report-Line After Advancing 1 Lines
              End-If
           End-If.

       0720-Write-Figure-Line.
      *The area's first figure rides on the area line; the rest
      *get a line each under it.
           Move Ws-Fig-Name(Ws-Area-Ix, Ws-Fig-Ix)
              To Report-Line(35:12)
           Move Ws-Fig-Today(Ws-Area-Ix, Ws-Fig-Ix) To Ws-Edit-Value
           Move Ws-Edit-Value To Report-Line(48:11)
           Move Ws-Area-Nights(Ws-Area-Ix) To Ws-Edit-Nights
           Move Ws-Edit-Nights To Report-Line(87:2)
           If Ws-Area-Nights(Ws-Area-Ix) > 0
              Move Ws-Fig-Avg(Ws-Area-Ix, Ws-Fig-Ix)
                 To Ws-Edit-Value
              Move Ws-Edit-Value To Report-Line(61:11)
              Move Ws-Fig-High(Ws-Area-Ix, Ws-Fig-Ix)
                 To Ws-Edit-Value
              Move Ws-Edit-Value To Report-Line(74:11)
           End-If
      *The threshold that tripped, its edited value's leading
      *blanks skipped.
           Move Spaces To Ws-Note-Text
           Evaluate Ws-Fig-Status(Ws-Area-Ix, Ws-Fig-Ix)
              When 'ACTION'
                 Move Ws-Fig-Action(Ws-Area-Ix, Ws-Fig-Ix)
                    To Ws-Edit-Value
                 Move 0 To Ws-Lead-Count
                 Inspect Ws-Edit-Value
                    Tallying Ws-Lead-Count For Leading Spaces
                 String "ACTION AT " Delimited By Size
                    Ws-Edit-Value(Ws-Lead-Count + 1:)
                    Delimited By Size
                    Into Ws-Note-Text
                 End-String
              When 'WARN'
                 Move Ws-Fig-Warn(Ws-Area-Ix, Ws-Fig-Ix)
                    To Ws-Edit-Value
                 Move 0 To Ws-Lead-Count
                 Inspect Ws-Edit-Value
                    Tallying Ws-Lead-Count For Leading Spaces
                 String "WARN AT " Delimited By Size
                    Ws-Edit-Value(Ws-Lead-Count + 1:)
                    Delimited By Size
                    Into Ws-Note-Text
                 End-String
           End-Evaluate
           Move Ws-Note-Text To Report-Line(99:34)
           Write Report-Line After Advancing 1 Lines
           Move Spaces To Report-Line.

       0750-Write-Not-Judged.
      *No summaries or no run-control records to judge - the
      *night is ACTION by definition, and no area gets a status
      *it was never judged for.
           Move 'ACTION' To Ws-Overall-Status
           Move 'SUMMARY/RUNCTL INPUT UNAVAILABLE' To Ws-Status-Reason
           Perform Varying Ws-Area-Ix From 1 By 1
              Until Ws-Area-Ix > 8
              Move Spaces To Ws-Area-Status(Ws-Area-Ix)
           End-Perform
           Move Spaces To Ws-Stream-Status
           Move Spaces To Report-Line
           String "ACTION - " Delimited By Size
              Ws-Status-Reason Delimited By "  "
              " - NIGHT OF " Delimited By Size
              Ws-Run-Date Delimited By Size
              " NOT JUDGED" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page.

       0800-Write-Status-Record.
      *One fixed-format record for the scheduler and the help
      *desk - the same verdict as the page, field for field.
           Move Spaces To Status-Record
           Move Ws-Run-Date To Stat-Run-Date
           Move Ws-Overall-Status To Stat-Overall
           Move Ws-Action-Count To Stat-Action-Count
           Move Ws-Warn-Count To Stat-Warn-Count
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(1:14) To Stat-Written-Stamp
           Perform Varying Ws-Area-Ix From 1 By 1
              Until Ws-Area-Ix > 8
              Move Ws-Area-Program(Ws-Area-Ix)
                 To Stat-Area-Program(Ws-Area-Ix)
              Move Ws-Area-Status(Ws-Area-Ix)
                 To Stat-Area-Status(Ws-Area-Ix)
           End-Perform
           Move 'RUNCTL' To Stat-Area-Program(9)
           Move Ws-Stream-Status To Stat-Area-Status(9)
           Move Ws-Status-Reason To Stat-Reason
           Write Status-Record.
