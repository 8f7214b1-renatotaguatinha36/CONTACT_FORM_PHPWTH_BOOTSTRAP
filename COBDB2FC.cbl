      *      - no step ended with return code 8 or higher
      *   COBDB2AK and COBDB2PN are listed when present but not
      *   required - the ack file is the vendor's schedule, and
      *   an empty approval queue is a normal night. COBDB2GL
      *   (the salary accrual journal) runs one night a month, so
      *   it is not required either - but a night it ran, it is
      *   held to the same sequence and row checks as RC/HS/CP.
      *   The keyed-master integrity verifier (COBDB2IV) is judged
      *   the same way when it ran; its own RC 8 (structural
      *   damage in a master) flags the night like any other
      *   step ending RC 8.
      *   The unauthorized-change reconciliation (COBDB2UC) is
      *   judged when it ran, too: it must have started after
      *   COBDB2RC ended (it reads RC's delta feed), its RC 8 (an
      *   incomplete delta feed) flags the night like any RC 8,
      *   and its RC 4 - changes nobody approved, or approved
      *   items missing from the extract - is flagged as well,
      *   since downstream must not be released on payroll data
      *   nobody can account for. Its rows in are delta details,
      *   not certified rows, so it is not part of the row chain.
      *
      *   A rerun step appends a second record; the latest record
      *   per program (file order - the file is append-only) is
      *     ending 23:58 followed by a gate starting 00:02 is in
      *     sequence, not a false STALE FILE page. The step lines
      *     now show each record's run date too.
      *   - The monthly salary accrual journal (COBDB2GL) is now
      *     listed, and on a night it ran it must have started
      *     after the certified file was ready and read all of it.
      *   - The keyed-master integrity verifier (COBDB2IV) is now
      *     listed and judged the same way on nights it ran.
      *   - Every run now appends a step-summary record (flags
      *     raised, run-control records judged) to the rolling
      *     summary file for the morning operations digest
      *     (COBDB2DG) - see SUMREC.cpy.
      *   - The unauthorized-change reconciliation (COBDB2UC) is
      *     now listed, and on a night it ran it must have started
      *     after COBDB2RC ended; its RC 8 and RC 4 both flag the
      *     night.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2FC.
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

      *Rolling step-summary file - the morning digest's input.
           Select Sumfile-Out Assign To Sumfile
              Organization Is Line Sequential
              File Status Is Ws-Sumfile-Status.

       Data Division.

       File Section.
       FD  Flow-Report.
       01  Report-Line            Pic x(132).

       FD  Sumfile-Out.
       COPY SUMREC.

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Sysin-Status     Pic x(02) Value '00'.
          05 Ws-Runctl-Status    Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Sumfile-Status   Pic x(02) Value '00'.
          05 Ws-Runctl-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Runctl-Eof            Value 'Y'.

      *on the other side of midnight from its predecessor.
       01 Ws-Step-Table-Fields.
          05 Ws-Step-Ix          Pic 9(02) Value 0.
          05 Ws-Step-Entry Occurs 12 Times.
             10 Ws-Step-Name     Pic x(08).
             10 Ws-Step-Found-Sw Pic x(01).
                88 Ws-Step-Found         Value 'Y'.
          05 Ws-Slot-Comp        Pic 9(02) Value 7.
          05 Ws-Slot-Ack         Pic 9(02) Value 8.
          05 Ws-Slot-Pending     Pic 9(02) Value 9.
          05 Ws-Slot-Accrual     Pic 9(02) Value 10.
          05 Ws-Slot-Verify      Pic 9(02) Value 11.
          05 Ws-Slot-Reconcile   Pic 9(02) Value 12.

      *What the downstream steps should have read: the gate's
      *certified count, or the suspense merge's output when that
          05 Ws-Feed-Rows        Pic 9(09) Value 0.
          05 Ws-Feed-End         Pic x(14) Value Spaces.
          05 Ws-Start-Stamp      Pic x(14) Value Spaces.
          05 Ws-Delta-End        Pic x(14) Value Spaces.
          05 Ws-Flag-Count       Pic 9(03) Value 0.

       01 Ws-Edit-Fields.
              Move 20 To Ws-Return-Code
              Display "FLOWRPT OPEN FAILED, STATUS="
                 Ws-Report-Status
              Perform 0950-Write-Summary
              Move Ws-Return-Code To Return-Code
              Goback
           End-If
              Ws-Selected-Count " flags " Ws-Flag-Count
           Display "Return code: " Ws-Return-Code

           Perform 0950-Write-Summary

           Move Ws-Return-Code To Return-Code
           Goback.

           Move 'COBDB2CP' To Ws-Step-Name(7)
           Move 'COBDB2AK' To Ws-Step-Name(8)
           Move 'COBDB2PN' To Ws-Step-Name(9)
           Move 'COBDB2GL' To Ws-Step-Name(10)
           Move 'COBDB2IV' To Ws-Step-Name(11)
           Move 'COBDB2UC' To Ws-Step-Name(12)
           Perform Varying Ws-Step-Ix From 1 By 1
              Until Ws-Step-Ix > 12
              Move 'N' To Ws-Step-Found-Sw(Ws-Step-Ix)
              Move 0 To Ws-Step-Rc(Ws-Step-Ix)
              Move 0 To Ws-Step-Rows-In(Ws-Step-Ix)
      *is the day after Run-Date - corrected here so the end
      *stamp compares truthfully.
           Perform Varying Ws-Step-Ix From 1 By 1
              Until Ws-Step-Ix > 12
              If Ws-Step-Name(Ws-Step-Ix) = Run-Program
                 Move 'Y' To Ws-Step-Found-Sw(Ws-Step-Ix)
                 Move Run-Return-Code To Ws-Step-Rc(Ws-Step-Ix)
           Write Report-Line After Advancing 2 Lines

           Perform Varying Ws-Step-Ix From 1 By 1
              Until Ws-Step-Ix > 12
              Move Spaces To Report-Line
              Move Ws-Step-Name(Ws-Step-Ix) To Report-Line(1:8)
              If Ws-Step-Found(Ws-Step-Ix)

           Perform 0620-Check-Downstream-Step
              Varying Ws-Step-Ix From 5 By 1
              Until Ws-Step-Ix > 7

      *The accrual journal only runs at month end - judged like
      *the downstream steps above on the nights it ran, never
      *flagged for the nights it didn't. The integrity verifier
      *reads the same certified file and is judged the same way.
           If Ws-Step-Found(Ws-Slot-Accrual)
              Move Ws-Slot-Accrual To Ws-Step-Ix
              Perform 0620-Check-Downstream-Step
           End-If
           If Ws-Step-Found(Ws-Slot-Verify)
              Move Ws-Slot-Verify To Ws-Step-Ix
              Perform 0620-Check-Downstream-Step
           End-If
           If Ws-Step-Found(Ws-Slot-Reconcile)
              Perform 0630-Check-Reconcile-Step
           End-If.

       0620-Check-Downstream-Step.
      *COBDB2RC, COBDB2HS, COBDB2CP must each be present and must
              End-If
           End-If.

       0630-Check-Reconcile-Step.
      *COBDB2UC reads the delta feed COBDB2RC writes - started
      *before RC ended, it reconciled last night's changes (or
      *half of tonight's) and its clean RC proves nothing. No RC
      *record at all is caught by RC's own NEVER RAN line.
           Move Ws-Step-Date(Ws-Slot-Reconcile)
              To Ws-Start-Stamp(1:8)
           Move Ws-Step-Start(Ws-Slot-Reconcile)
              To Ws-Start-Stamp(9:6)
           Move Ws-Step-End-Date(Ws-Slot-Recon)
              To Ws-Delta-End(1:8)
           Move Ws-Step-End(Ws-Slot-Recon)
              To Ws-Delta-End(9:6)
           If Ws-Step-Found(Ws-Slot-Recon)
              And Ws-Start-Stamp < Ws-Delta-End
              Perform 0650-Flag
              Move Spaces To Report-Line
              String "*** COBDB2UC STARTED BEFORE COBDB2RC ENDED "
                 "- STALE DELTA FEED ***" Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 1 Lines
           End-If.

       0650-Flag.
           Add 1 To Ws-Flag-Count
           Move 8 To Ws-Return-Code.

           Perform 0720-Check-Downstream-Rows
              Varying Ws-Step-Ix From 5 By 1
              Until Ws-Step-Ix > 7
           Move Ws-Slot-Accrual To Ws-Step-Ix
           Perform 0720-Check-Downstream-Rows
           Move Ws-Slot-Verify To Ws-Step-Ix
           Perform 0720-Check-Downstream-Rows.
      *COBDB2UC is left out: its rows in are delta details from
      *COBDB2RC, which counts changed fields rather than rows, so
      *there is nothing for them to chain to.

       0720-Check-Downstream-Rows.
           If Ws-Step-Found(Ws-Step-Ix)
      *have held) its downstream - the night is not whole even
      *if every file chained.
           Perform Varying Ws-Step-Ix From 1 By 1
              Until Ws-Step-Ix > 12
              If Ws-Step-Found(Ws-Step-Ix)
                 And Ws-Step-Rc(Ws-Step-Ix) >= 8
                 Perform 0650-Flag
                 End-String
                 Write Report-Line After Advancing 1 Lines
              End-If
           End-Perform

      *COBDB2UC's RC 4 is not a failed step but it is still the
      *night's business: a change nobody approved, or an
      *approved item that never reached the table.
           If Ws-Step-Found(Ws-Slot-Reconcile)
              And Ws-Step-Rc(Ws-Slot-Reconcile) = 4
              Perform 0650-Flag
              Move Spaces To Report-Line
              String "*** COBDB2UC FOUND UNEXPLAINED CHANGES OR "
                 "MISSING APPROVED ITEMS - SEE UCRPT ***"
                 Delimited By Size
                 Into Report-Line
              End-String
              Write Report-Line After Advancing 1 Lines
           End-If.

       0900-Write-Verdict.
           Move Spaces To Report-Line
                 End-String
           End-Evaluate
           Write Report-Line After Advancing 2 Lines.

       0950-Write-Summary.
      *One step-summary record for the morning digest - the
      *flags raised lead, so the digest can treat any flag as
      *the flow verdict failing. The record is stamped with the
      *date this step ran, not the night judged, the same as
      *every other step stamps its own start date.
           Open Extend Sumfile-Out
           If Ws-Sumfile-Status Not = '00'
              Open Output Sumfile-Out
           End-If
           Move Spaces To Sum-Record
           Move Function Current-Date To Ws-Current-Timestamp
           Move Ws-Current-Timestamp(1:8) To Sum-Run-Date
           Move 'COBDB2FC' To Sum-Program
           Move Ws-Current-Timestamp(9:6) To Sum-End-Time
           Move Ws-Return-Code To Sum-Return-Code
           Move 'FLAGS' To Sum-Figure-Name(1)
           Move Ws-Flag-Count To Sum-Figure-Value(1)
           Move 'RUNCTL RECS' To Sum-Figure-Name(2)
           Move Ws-Selected-Count To Sum-Figure-Value(2)
           Move 0 To Sum-Figure-Value(3)
           Move 0 To Sum-Figure-Value(4)
           Write Sum-Record
           Close Sumfile-Out.
