      * ---------------------------------------------------
      *   Module Name: COBDB2PM.cbl
      *
      *   Description: Card-deck maintenance step for the keyed
      *   position-authorization master.
      *
      *   Purpose: BUDREC controls salary dollars per department
      *   but nothing controlled headcount. This step keeps the
      *   authorized positions in a keyed master (POSREC layout,
      *   one record per department and job code with the
      *   authorized count and the year it takes effect),
      *   maintained by a card deck validated the way the budget
      *   deck (COBDB2BM) is: every card faces every edit before
      *   the file is touched, applied and rejected cards both
      *   print on the maintenance report, rejected cards with a
      *   reason code. COBDB2EN holds new hires and transfers to
      *   these counts; COBDB2PV reports vacancies against them.
      *
      *   Card layout: action in column 1 (A=add, C=change,
      *   D=delete), deptno in 2-4, job code in 5-12, effective
      *   year in 13-16, authorized positions in 17-21 (keyed as
      *   plain digits). A delete needs nothing beyond a good
      *   deptno and job code.
      *
      *   Reason codes, first failing edit per card:
      *      01 - action code not A, C, or D
      *      02 - deptno blank
      *      03 - job code blank
      *      04 - effective year not 4 digits
      *      05 - authorized count not numeric
      *      06 - add: department/job already on the file
      *      07 - change/delete: department/job not on the file
      *      08 - position file I-O failed - card NOT APPLIED, the
      *           deck stops here, rerun from this card
      *   Reason 08 is not a card error: the card is fine, the
      *   file never took it - the report shows it NOT APPLD so
      *   the deck is rerun, not rekeyed, same convention as
      *   COBDB2BM's reason 07.
      *
      *   Return codes:
      *      0 - every card applied
      *      4 - one or more cards rejected (all on the report)
      *     20 - a file failed to open, or a position file I-O
      *          failed mid-deck - the cards not yet applied
      *          stay in the file for the rerun
      *
      *   Change history:
      *   - Initial version.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2PM.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Position-Cards Assign To Poscards
              Organization Is Line Sequential
              File Status Is Ws-Card-Status.

      *The position master. Optional: the first deck starts from
      *an empty file, same as the other keyed masters here.
           Select Optional Position-Master Assign To Posnmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Pos-Key
              File Status Is Ws-Pos-Status.

           Select Maint-Report Assign To Posmrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

       Data Division.

       File Section.
       FD  Position-Cards.
       01  Card-Record.
           05 Crd-Action          Pic x(01).
           05 Crd-Deptno          Pic x(03).
           05 Crd-Job             Pic x(08).
           05 Crd-Year            Pic x(04).
           05 Crd-Authorized      Pic x(05).
           05 Filler              Pic x(59).

       FD  Position-Master.
       COPY POSREC.

       FD  Maint-Report.
       01  Maint-Line             Pic x(132).

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Card-Status      Pic x(02) Value '00'.
          05 Ws-Pos-Status       Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Card-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Card-Eof              Value 'Y'.
          05 Ws-On-File-Sw       Pic x(01) Value 'N'.
             88 Ws-On-File               Value 'Y'.

      *Card validation result - blank means the card passed every
      *edit and was applied, same convention as COBDB2BM. Reason
      *08 is a file failure, not a card error - reported NOT
      *APPLD.
       01 Ws-Reject-Reason       Pic x(02) Value Spaces.
          88 Ws-Card-Valid               Value Spaces.
          88 Ws-Card-Not-Applied         Value '08'.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(07) Value 0.
          05 Ws-Applied-Count    Pic 9(07) Value 0.
          05 Ws-Rejected-Count   Pic 9(07) Value 0.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Authorized  Pic zz,zz9.
          05 Ws-Edit-Count       Pic zzz,zz9.

       01 Ws-Return-Code         Pic 9(02) Value 0.

       Procedure Division.

       0000-Main-Para.
           Open Input Position-Cards
           Open I-O Position-Master
           Open Output Maint-Report
      *File status 05 is an optional file that wasn't there - the
      *first deck ever, and the open has created it empty.
           If Ws-Card-Status Not = '00'
              Or (Ws-Pos-Status Not = '00'
                  And Ws-Pos-Status Not = '05')
              Or Ws-Report-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "POSCARDS/POSNMST/POSMRPT OPEN FAILED, "
                 "STATUS=" Ws-Card-Status " " Ws-Pos-Status
                 " " Ws-Report-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0200-Write-Report-Header

           Perform 0300-Read-Card
           Perform Until Ws-Card-Eof
              Add 1 To Ws-Read-Count
              Perform 0400-Validate-Card
              If Ws-Card-Valid
                 Perform 0500-Apply-Card
              End-If
              If Ws-Card-Valid
                 Add 1 To Ws-Applied-Count
                 Perform 0700-Write-Applied-Line
              Else
                 Add 1 To Ws-Rejected-Count
                 Perform 0750-Write-Rejected-Line
              End-If
      *A failed file I-O stops the deck - the cards not yet
      *applied stay in the file for the rerun.
              If Ws-Return-Code >= 20
                 Set Ws-Card-Eof To True
              Else
                 Perform 0300-Read-Card
              End-If
           End-Perform

           Perform 1000-Write-Report-Totals

           Close Position-Cards
           Close Position-Master
           Close Maint-Report

           If Ws-Return-Code = 0 And Ws-Rejected-Count > 0
              Move 4 To Ws-Return-Code
           End-If

           Display "Position maintenance: cards read " Ws-Read-Count
              " applied " Ws-Applied-Count
              " rejected " Ws-Rejected-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       0300-Read-Card.
           Read Position-Cards
              At End Set Ws-Card-Eof To True
           End-Read.

       0400-Validate-Card.
      *Every edit runs before the file is touched - first failing
      *edit's reason code is what the rejected line reports.
           Move Spaces To Ws-Reject-Reason

           If Crd-Action Not = 'A' And Crd-Action Not = 'C'
              And Crd-Action Not = 'D'
              Move '01' To Ws-Reject-Reason
           End-If

           If Ws-Card-Valid And Crd-Deptno = Spaces
              Move '02' To Ws-Reject-Reason
           End-If

           If Ws-Card-Valid And Crd-Job = Spaces
              Move '03' To Ws-Reject-Reason
           End-If

      *A delete needs nothing beyond a good key.
           If Ws-Card-Valid And Crd-Action Not = 'D'
              If Crd-Year Not Numeric
                 Move '04' To Ws-Reject-Reason
              End-If
              If Ws-Card-Valid And Crd-Authorized Not Numeric
                 Move '05' To Ws-Reject-Reason
              End-If
           End-If

      *An add of a department/job already authorized, or a
      *change/delete of one that isn't, is a keying error to
      *bounce, not an update to guess at.
           If Ws-Card-Valid
              Perform 0450-Check-On-File
              Evaluate True
                 When Crd-Action = 'A' And Ws-On-File
                    Move '06' To Ws-Reject-Reason
                 When Crd-Action Not = 'A' And Not Ws-On-File
                    Move '07' To Ws-Reject-Reason
              End-Evaluate
           End-If.

       0450-Check-On-File.
           Set Ws-On-File-Sw To 'N'
           Move Crd-Deptno To Pos-Deptno
           Move Crd-Job To Pos-Job
           Read Position-Master
              Invalid Key Continue
              Not Invalid Key Set Ws-On-File-Sw To 'Y'
           End-Read.

       0500-Apply-Card.
      *Each verb's file status is checked - with File Status
      *declared a failed WRITE/REWRITE/DELETE raises no
      *exception. A failure is reason 08 (NOT APPLIED) and stops
      *the deck at RC 20.
           Move Crd-Deptno To Pos-Deptno
           Move Crd-Job To Pos-Job
           Evaluate Crd-Action
              When 'A'
                 Move Crd-Year To Pos-Eff-Year
                 Move Crd-Authorized To Pos-Authorized
                 Write Position-Record
                    Invalid Key Continue
                 End-Write
              When 'C'
                 Move Crd-Year To Pos-Eff-Year
                 Move Crd-Authorized To Pos-Authorized
                 Rewrite Position-Record
                    Invalid Key Continue
                 End-Rewrite
              When 'D'
                 Delete Position-Master Record
                    Invalid Key Continue
                 End-Delete
           End-Evaluate
           If Ws-Pos-Status Not = '00'
              Move '08' To Ws-Reject-Reason
              Move 20 To Ws-Return-Code
              Display "POSNMST " Crd-Action " FAILED FOR "
                 Crd-Deptno "/" Crd-Job ", STATUS=" Ws-Pos-Status
                 " - DECK STOPPED"
           End-If.

       0200-Write-Report-Header.
           Move Spaces To Maint-Line
           String "POSITION AUTHORIZATION MAINTENANCE REPORT"
              Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing Page

           Move Spaces To Maint-Line
           String "ACT DPT JOB      DISPOSITION  DETAIL"
              Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 2 Lines.

       0700-Write-Applied-Line.
           Move Spaces To Maint-Line
           If Crd-Action = 'D'
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " " Delimited By Size
                 Crd-Job Delimited By Size
                 " APPLIED      AUTHORIZATION REMOVED"
                 Delimited By Size
                 Into Maint-Line
              End-String
           Else
              Move Pos-Authorized To Ws-Edit-Authorized
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " " Delimited By Size
                 Crd-Job Delimited By Size
                 " APPLIED      YEAR " Delimited By Size
                 Crd-Year Delimited By Size
                 "  POSITIONS " Delimited By Size
                 Ws-Edit-Authorized Delimited By Size
                 Into Maint-Line
              End-String
           End-If
           Write Maint-Line After Advancing 1 Lines.

       0750-Write-Rejected-Line.
      *A card the file never took (reason 08) is not a bad card -
      *it reads NOT APPLD so the deck is rerun from it instead of
      *rekeyed.
           Move Spaces To Maint-Line
           If Ws-Card-Not-Applied
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " " Delimited By Size
                 Crd-Job Delimited By Size
                 " NOT APPLD " Delimited By Size
                 Ws-Reject-Reason Delimited By Size
                 " FILE STATUS " Delimited By Size
                 Ws-Pos-Status Delimited By Size
                 " - RERUN" Delimited By Size
                 Into Maint-Line
              End-String
           Else
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " " Delimited By Size
                 Crd-Job Delimited By Size
                 " REJECTED " Delimited By Size
                 Ws-Reject-Reason Delimited By Size
                 "  YEAR " Delimited By Size
                 Crd-Year Delimited By Size
                 " POSITIONS " Delimited By Size
                 Crd-Authorized Delimited By Size
                 Into Maint-Line
              End-String
           End-If
           Write Maint-Line After Advancing 1 Lines.

       1000-Write-Report-Totals.
           Move Ws-Read-Count To Ws-Edit-Count
           Move Spaces To Maint-Line
           String "CARDS READ: " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 2 Lines

           Move Ws-Applied-Count To Ws-Edit-Count
           Move Spaces To Maint-Line
           String "APPLIED:    " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 1 Lines

           Move Ws-Rejected-Count To Ws-Edit-Count
           Move Spaces To Maint-Line
           String "REJECTED:   " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing 1 Lines.
