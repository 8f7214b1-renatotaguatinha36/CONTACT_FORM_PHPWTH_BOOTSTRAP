      * ---------------------------------------------------
      *   Module Name: COBDB2GM.cbl
      *
      *   Description: Card-deck maintenance step for the keyed
      *   department-to-GL account mapping file.
      *
      *   Purpose: The monthly salary accrual journal (COBDB2GL)
      *   posts each department's accrual to its salary-expense
      *   account and cost center. Finance owns that mapping; this
      *   step keeps it in a keyed file (GLMREC layout, one record
      *   per deptno) maintained by a card deck, validated the way
      *   the budget deck (COBDB2BM) is: every card faces every
      *   edit before the file is touched, applied and rejected
      *   cards both print on the maintenance report, rejected
      *   cards with a reason code.
      *
      *   Card layout: action in column 1 (A=add, C=change,
      *   D=delete), deptno in 2-4, salary-expense account in
      *   5-14, cost center in 15-20. A delete needs nothing
      *   beyond a good deptno.
      *
      *   Reason codes, first failing edit per card:
      *      01 - action code not A, C, or D
      *      02 - deptno blank
      *      03 - expense account blank
      *      04 - cost center blank
      *      05 - add: deptno already on the file
      *      06 - change/delete: deptno not on the file
      *      07 - mapping file I-O failed - card NOT APPLIED, the
      *           deck stops here, rerun from this card
      *   Reason 07 is not a card error: the card is fine, the
      *   file never took it - the report shows it NOT APPLD so
      *   the deck is rerun, not rekeyed, same convention as
      *   COBDB2BM's reason 07.
      *
      *   Return codes:
      *      0 - every card applied
      *      4 - one or more cards rejected (all on the report)
      *     20 - a file failed to open, or a mapping file I-O
      *          failed mid-deck - the cards not yet applied
      *          stay in the file for the rerun
      *
      *   Change history:
      *   - Initial version.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2GM.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Map-Cards Assign To Glmcards
              Organization Is Line Sequential
              File Status Is Ws-Card-Status.

      *The mapping master. Optional: the first deck starts from
      *an empty file, same as the other keyed masters here.
           Select Optional Map-Master Assign To Glmmst
              Organization Is Indexed
              Access Is Dynamic
              Record Key Is Glm-Deptno
              File Status Is Ws-Map-Status.

           Select Maint-Report Assign To Glmrpt
              Organization Is Line Sequential
              File Status Is Ws-Report-Status.

       Data Division.

       File Section.
       FD  Map-Cards.
       01  Card-Record.
           05 Crd-Action          Pic x(01).
           05 Crd-Deptno          Pic x(03).
           05 Crd-Account         Pic x(10).
           05 Crd-Cost-Center     Pic x(06).
           05 Filler              Pic x(60).

       FD  Map-Master.
       COPY GLMREC.

       FD  Maint-Report.
       01  Maint-Line             Pic x(132).

       Working-Storage Section.
       01 Ws-Status-Fields.
          05 Ws-Card-Status      Pic x(02) Value '00'.
          05 Ws-Map-Status       Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Card-Eof-Sw      Pic x(01) Value 'N'.
             88 Ws-Card-Eof              Value 'Y'.
          05 Ws-On-File-Sw       Pic x(01) Value 'N'.
             88 Ws-On-File               Value 'Y'.

      *Card validation result - blank means the card passed every
      *edit and was applied, same convention as COBDB2BM. Reason
      *07 is a file failure, not a card error - reported NOT
      *APPLD.
       01 Ws-Reject-Reason       Pic x(02) Value Spaces.
          88 Ws-Card-Valid               Value Spaces.
          88 Ws-Card-Not-Applied         Value '07'.

       01 Ws-Counters.
          05 Ws-Read-Count       Pic 9(07) Value 0.
          05 Ws-Applied-Count    Pic 9(07) Value 0.
          05 Ws-Rejected-Count   Pic 9(07) Value 0.

       01 Ws-Edit-Fields.
          05 Ws-Edit-Count       Pic zzz,zz9.

       01 Ws-Return-Code         Pic 9(02) Value 0.

       Procedure Division.

       0000-Main-Para.
           Open Input Map-Cards
           Open I-O Map-Master
           Open Output Maint-Report
      *File status 05 is an optional file that wasn't there - the
      *first deck ever, and the open has created it empty.
           If Ws-Card-Status Not = '00'
              Or (Ws-Map-Status Not = '00'
                  And Ws-Map-Status Not = '05')
              Or Ws-Report-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "GLMCARDS/GLMMST/GLMRPT OPEN FAILED, "
                 "STATUS=" Ws-Card-Status " " Ws-Map-Status
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

           Close Map-Cards
           Close Map-Master
           Close Maint-Report

           If Ws-Return-Code = 0 And Ws-Rejected-Count > 0
              Move 4 To Ws-Return-Code
           End-If

           Display "GL mapping maintenance: cards read "
              Ws-Read-Count
              " applied " Ws-Applied-Count
              " rejected " Ws-Rejected-Count
           Display "Return code: " Ws-Return-Code

           Move Ws-Return-Code To Return-Code
           Goback.

       0300-Read-Card.
           Read Map-Cards
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

      *A delete needs nothing beyond a good deptno.
           If Ws-Card-Valid And Crd-Action Not = 'D'
              If Crd-Account = Spaces
                 Move '03' To Ws-Reject-Reason
              End-If
              If Ws-Card-Valid And Crd-Cost-Center = Spaces
                 Move '04' To Ws-Reject-Reason
              End-If
           End-If

      *An add of a deptno already mapped, or a change/delete of
      *one that isn't, is a keying error to bounce, not an
      *update to guess at.
           If Ws-Card-Valid
              Perform 0450-Check-On-File
              Evaluate True
                 When Crd-Action = 'A' And Ws-On-File
                    Move '05' To Ws-Reject-Reason
                 When Crd-Action Not = 'A' And Not Ws-On-File
                    Move '06' To Ws-Reject-Reason
              End-Evaluate
           End-If.

       0450-Check-On-File.
           Set Ws-On-File-Sw To 'N'
           Move Crd-Deptno To Glm-Deptno
           Read Map-Master
              Invalid Key Continue
              Not Invalid Key Set Ws-On-File-Sw To 'Y'
           End-Read.

       0500-Apply-Card.
      *Each verb's file status is checked - with File Status
      *declared a failed WRITE/REWRITE/DELETE raises no
      *exception. A failure is reason 07 (NOT APPLIED) and stops
      *the deck at RC 20.
           Move Crd-Deptno To Glm-Deptno
           Evaluate Crd-Action
              When 'A'
                 Move Crd-Account To Glm-Expense-Account
                 Move Crd-Cost-Center To Glm-Cost-Center
                 Write Gl-Map-Record
                    Invalid Key Continue
                 End-Write
              When 'C'
                 Move Crd-Account To Glm-Expense-Account
                 Move Crd-Cost-Center To Glm-Cost-Center
                 Rewrite Gl-Map-Record
                    Invalid Key Continue
                 End-Rewrite
              When 'D'
                 Delete Map-Master Record
                    Invalid Key Continue
                 End-Delete
           End-Evaluate
           If Ws-Map-Status Not = '00'
              Move '07' To Ws-Reject-Reason
              Move 20 To Ws-Return-Code
              Display "GLMMST " Crd-Action " FAILED FOR DEPT "
                 Crd-Deptno ", STATUS=" Ws-Map-Status
                 " - DECK STOPPED"
           End-If.

       0200-Write-Report-Header.
           Move Spaces To Maint-Line
           String "DEPARTMENT GL MAPPING MAINTENANCE REPORT"
              Delimited By Size
              Into Maint-Line
           End-String
           Write Maint-Line After Advancing Page

           Move Spaces To Maint-Line
           String "ACT DPT DISPOSITION  DETAIL"
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
                 " APPLIED      MAPPING REMOVED"
                 Delimited By Size
                 Into Maint-Line
              End-String
           Else
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " APPLIED      ACCOUNT " Delimited By Size
                 Glm-Expense-Account Delimited By Size
                 "  COST CENTER " Delimited By Size
                 Glm-Cost-Center Delimited By Size
                 Into Maint-Line
              End-String
           End-If
           Write Maint-Line After Advancing 1 Lines.

       0750-Write-Rejected-Line.
      *A card the file never took (reason 07) is not a bad card -
      *it reads NOT APPLD so finance reruns the deck from it
      *instead of rekeying it.
           Move Spaces To Maint-Line
           If Ws-Card-Not-Applied
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " NOT APPLD " Delimited By Size
                 Ws-Reject-Reason Delimited By Size
                 " FILE STATUS " Delimited By Size
                 Ws-Map-Status Delimited By Size
                 " - RERUN" Delimited By Size
                 Into Maint-Line
              End-String
           Else
              String Crd-Action Delimited By Size
                 "   " Delimited By Size
                 Crd-Deptno Delimited By Size
                 " REJECTED " Delimited By Size
                 Ws-Reject-Reason Delimited By Size
                 "  ACCOUNT " Delimited By Size
                 Crd-Account Delimited By Size
                 " COST CENTER " Delimited By Size
                 Crd-Cost-Center Delimited By Size
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
