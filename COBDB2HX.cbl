      * ---------------------------------------------------
      *   Module Name: COBDB2HX.cbl
      *
      *   Description: One-time conversion of the employee history
      *   master to the HISREC layout that carries Hist-Roll-Date.
      *
      *   Purpose: Hist-Roll-Date was added to the end of HISREC
      *   for the retro pay step (COBDB2RP), which lengthened the
      *   record from 101 to 111 bytes. A master built under the
      *   old layout cannot be opened by COBDB2HS, COBDB2ST,
      *   COBDB2TN, COBDB2IV or COBDB2RP once they are compiled
      *   with the new copybook. This step copies every row of
      *   the old master (Histold DD) into a new master (Histmst
      *   DD) in key order, field for field, with Hist-Roll-Date
      *   set to spaces - the value COBDB2RP reads as "rolled
      *   before the field existed, never backdated", so no row
      *   history already holds is paid again as retro.
      *
      *   Run book - once, before the first night the programs
      *   above run with the new HISREC:
      *      1. Let the last ROLL under the old layout finish, and
      *         take a backup of the Histmst cluster.
      *      2. Rename the Histmst cluster to the Histold name.
      *      3. Define a new Histmst cluster: record size 111,
      *         key offset 0, key length 16 (empno plus effective
      *         date, unchanged).
      *      4. Run COBDB2HX with Histold, Histmst and Hxrpt
      *         allocated. RC 0 and ROWS READ equal to ROWS
      *         WRITTEN on the report is the only go-ahead.
      *      5. Install the programs built with the new HISREC
      *         and run the nightly stream as usual.
      *      6. Keep Histold until the first clean ROLL on the new
      *         master, then delete it.
      *   On any RC 20, the old master is untouched: delete the
      *   new Histmst, redefine it empty, and rerun from step 4.
      *   Running this step against a master that already has the
      *   new layout is refused by the open (wrong record length),
      *   so it cannot be applied twice by mistake.
      *
      *   Return codes:
      *      0 - every row converted
      *     20 - a file failed to open, a row failed to write, or
      *          the rows written do not match the rows read
      *
      *   Change history:
      *   - Initial version.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2HX.

       Environment Division.
       Input-Output Section.
       File-Control.
      *The history master as it stands under the old layout.
           Select Old-History Assign To Histold
              Organization Is Indexed
              Access Is Sequential
              Record Key Is Old-Hist-Key
              File Status Is Ws-Old-Status.

      *The new master, defined empty before the run.
           Select History-Master Assign To Histmst
              Organization Is Indexed
              Access Is Sequential
              Record Key Is Hist-Key
              File Status Is Ws-Hist-Status.

           Select Report-Out Assign To Hxrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

       Data Division.

       File Section.
      *HISREC as it stood before Hist-Roll-Date - 101 bytes.
       FD  Old-History.
       01  Old-History-Record.
           05 Old-Hist-Key.
              10 Old-Hist-Empno   Pic x(06).
              10 Old-Hist-Eff-Date
                                  Pic x(10).
           05 Old-Hist-End-Date   Pic x(10).
           05 Old-Hist-Firstnme   Pic x(30).
           05 Old-Hist-Lastname   Pic x(15).
           05 Old-Hist-Workdept   Pic x(03).
           05 Old-Hist-Job        Pic x(08).
           05 Old-Hist-Salary     Pic s9(07)v99.
           05 Old-Hist-Hiredate   Pic x(10).

       FD  History-Master.
       COPY HISREC.

       FD  Report-Out.
       01  Report-Line            Pic x(132).

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Old-Status       Pic x(02) Value '00'.
          05 Ws-Hist-Status      Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Old-Eof-Sw       Pic x(01) Value 'N'.
             88 Ws-Old-Eof               Value 'Y'.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(09) Value 0.
          05 Ws-Write-Count      Pic 9(09) Value 0.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Count       Pic zzz,zzz,zz9.

       01 Ws-Return-Code         Pic 9(02) Value 0.

       Procedure Division.

       0000-Main-Para.
           Open Output Report-Out
           If Ws-Report-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "HXRPT OPEN FAILED, STATUS=" Ws-Report-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Open Input Old-History
           Open Output History-Master
           If Ws-Old-Status Not = '00'
              Or Ws-Hist-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "HISTOLD/HISTMST OPEN FAILED, STATUS="
                 Ws-Old-Status " " Ws-Hist-Status
           Else
              Perform 1000-Read-Old-History
              Perform Until Ws-Old-Eof Or Ws-Return-Code >= 20
                 Perform 2000-Convert-Row
                 Perform 1000-Read-Old-History
              End-Perform
              Close Old-History
              Close History-Master
           End-If

           If Ws-Return-Code = 0
              And Ws-Write-Count Not = Ws-Read-Count
              Move 20 To Ws-Return-Code
           End-If

           Perform 3000-Write-Report
           Close Report-Out

           Display "History conversion: rows read " Ws-Read-Count
              " written " Ws-Write-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       1000-Read-Old-History.
           Read Old-History Next Record
              At End Set Ws-Old-Eof To True
           End-Read
           If Not Ws-Old-Eof
              If Ws-Old-Status = '00'
                 Add 1 To Ws-Read-Count
              Else
                 Move 20 To Ws-Return-Code
                 Display "HISTOLD READ FAILED, STATUS="
                    Ws-Old-Status " AFTER ROW " Ws-Read-Count
              End-If
           End-If.

       2000-Convert-Row.
      *Field for field, so the signed salary keeps its sign; a
      *row that was there before the roll date existed is never
      *treated as backdated.
           Move Old-Hist-Empno To Hist-Empno
           Move Old-Hist-Eff-Date To Hist-Eff-Date
           Move Old-Hist-End-Date To Hist-End-Date
           Move Old-Hist-Firstnme To Hist-Firstnme
           Move Old-Hist-Lastname To Hist-Lastname
           Move Old-Hist-Workdept To Hist-Workdept
           Move Old-Hist-Job To Hist-Job
           Move Old-Hist-Salary To Hist-Salary
           Move Old-Hist-Hiredate To Hist-Hiredate
           Move Spaces To Hist-Roll-Date
           Write History-Record
              Invalid Key
                 Move 20 To Ws-Return-Code
                 Display "HISTMST WRITE FAILED, STATUS="
                    Ws-Hist-Status " EMPNO " Hist-Empno
                    " EFFECTIVE " Hist-Eff-Date
              Not Invalid Key
                 Add 1 To Ws-Write-Count
           End-Write.

       3000-Write-Report.
           Move Spaces To Report-Line
           String "HISTORY MASTER CONVERSION TO THE ROLL-DATE LAYOUT"
              Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Ws-Read-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "ROWS READ:     " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Ws-Write-Count To Ws-Edit-Count
           Move Spaces To Report-Line
           String "ROWS WRITTEN:  " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           If Ws-Return-Code = 0
              String "CONVERSION COMPLETE - HISTMST READY FOR THE "
                 "NEW LAYOUT" Delimited By Size
                 Into Report-Line
              End-String
           Else
              String "CONVERSION FAILED - HISTOLD UNTOUCHED, "
                 "REDEFINE HISTMST EMPTY AND RERUN"
                 Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 2 Lines.
