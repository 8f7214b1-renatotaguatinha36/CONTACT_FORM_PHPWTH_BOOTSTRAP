      * ---------------------------------------------------
      *   Module Name: COBDB2BO.cbl
      *
      *   Description: Whole-deck backout for COBDB2UP, built from
      *   the before-image journal.
      *
      *   Purpose: When a bad deck gets applied - a keying error
      *   that moves a whole department's salaries - the old values
      *   used to be rebuilt by hand from yesterday's extract. This
      *   step reads the before-image journal COBDB2UP appends to
      *   (JRNREC layout, Jrnlin DD), picks out every card one run
      *   of a job applied, and writes a reversing deck in exactly
      *   the COBDB2UP Tranfile layout (TRNREC, Bkdeck DD):
      *      an applied A card becomes a D card for the empno
      *      an applied C card becomes a C card carrying the
      *         journal's before image
      *      an applied D card becomes an A card carrying the
      *         journal's before image
      *   The deck is applied through the normal COBDB2UP step, so
      *   the backout itself is validated, journalled, and audited
      *   like any other maintenance.
      *
      *   Before an employee's cards are reversed, the employee's
      *   current EMPLOYEE row is read and compared with the row
      *   the run's last card for that employee left behind (the
      *   journal's after image - or, for a delete, no row at all).
      *   Anything different means someone changed the employee
      *   since the deck ran: every card for that employee is
      *   refused and reported with the expected and the current
      *   row, so the backout never overwrites a later legitimate
      *   change. The deck comes out in empno order, and within an
      *   employee newest card first, so a deck that touched the
      *   same employee twice unwinds in the right order.
      *
      *   SYSIN control card:
      *      columns  1-8   job id the deck ran under (required)
      *      columns 10-23  COBDB2UP run start stamp,
      *                     YYYYMMDDHHMMSS, as printed on the
      *                     backout report; blank picks the latest
      *                     run of the job id in the journal - a
      *                     job name recurs every night, so an
      *                     older run has to be named
      *
      *   Each run appends one row to the AUDREC audit trail, the
      *   same per-run row COBOLDB2 writes for its extract, since
      *   the step reads employee rows.
      *
      *   Return codes:
      *      0 - every employee's cards reversed
      *      4 - one or more employees refused (listed on report)
      *      8 - control card missing or invalid, no journal
      *          records for the job id/run, or Db2 CONNECT failed
      *     12 - deadlock/timeout reading EMPLOYEE - deck
      *          incomplete, must not be applied
      *     16 - other SQL error - deck incomplete, must not be
      *          applied
      *     20 - a file failed to open
      *
      *   Change history:
      *   - Initial version.
      *   - The work file the selected run is peeled into is now
      *     the full JRNREC layout - it was 27 bytes short and cut
      *     off the after image's job, salary and hire date, so
      *     every A and C employee was refused. A run stamp on the
      *     card that is not YYYYMMDDHHMMSS now gets its own
      *     message instead of "no journal records".
      *   - The SYSIN card is closed when its open returns status
      *     05 (not there).
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  COBDB2BO.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Optional Sysin-Card Assign To Sysin
              Organization Is Line Sequential
              File Status Is Ws-Sysin-Status.

      *The before-image journal COBDB2UP appends to.
           Select Journal-In Assign To Jrnlin
              Organization Is Line Sequential
              File Status Is Ws-Journal-Status.

      *The selected run's journal records, peeled off ahead of
      *the sort into empno / newest-card-first order.
           Select Backout-Work Assign To Bkwork
              Organization Is Line Sequential
              File Status Is Ws-Work-Status.

           Select Sort-Backout-Work Assign To Bksort.

           Select Backout-Sorted Assign To Bkordr
              Organization Is Line Sequential
              File Status Is Ws-Sorted-Status.

      *The reversing deck - same layout COBDB2UP reads.
           Select Backout-Deck Assign To Bkdeck
              Organization Is Line Sequential
              File Status Is Ws-Deck-Status.

           Select Backout-Report Assign To Bkrpt
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
       FD  Sysin-Card.
       01  Sysin-Record.
           05 Sysin-Job-Id        Pic x(08).
           05 Filler              Pic x(01).
           05 Sysin-Run-Stamp     Pic x(14).
           05 Filler              Pic x(57).

       FD  Journal-In.
       COPY JRNREC.

       FD  Backout-Work.
      *Byte for byte the journal layout, so the work file can never
      *drift shorter than the records peeled into it.
       COPY JRNREC
           REPLACING ==Journal-Record== BY ==Backout-Work-Record==
               ==Jrn-Job-Id==       BY ==Bkw-Job-Id==
               ==Jrn-Run-Stamp==    BY ==Bkw-Run-Stamp==
               ==Jrn-Card-Seq==     BY ==Bkw-Card-Seq==
               ==Jrn-Timestamp==    BY ==Bkw-Timestamp==
               ==Jrn-Action==       BY ==Bkw-Action==
               ==Jrn-Empno==        BY ==Bkw-Empno==
               ==Jrn-Before-Flag==  BY ==Bkw-Before-Flag==
               ==Jrn-Has-Before==   BY ==Bkw-Has-Before==
               ==Jrn-No-Before==    BY ==Bkw-No-Before==
               ==Jrn-Before-Image== BY ==Bkw-Before-Image==
               ==Jrn-Bfr-Firstnme== BY ==Bkw-Bfr-Firstnme==
               ==Jrn-Bfr-Lastname== BY ==Bkw-Bfr-Lastname==
               ==Jrn-Bfr-Workdept== BY ==Bkw-Bfr-Workdept==
               ==Jrn-Bfr-Job==      BY ==Bkw-Bfr-Job==
               ==Jrn-Bfr-Salary==   BY ==Bkw-Bfr-Salary==
               ==Jrn-Bfr-Hiredate== BY ==Bkw-Bfr-Hiredate==
               ==Jrn-After-Flag==   BY ==Bkw-After-Flag==
               ==Jrn-Has-After==    BY ==Bkw-Has-After==
               ==Jrn-No-After==     BY ==Bkw-No-After==
               ==Jrn-After-Image==  BY ==Bkw-After-Image==
               ==Jrn-Aft-Firstnme== BY ==Bkw-Aft-Firstnme==
               ==Jrn-Aft-Lastname== BY ==Bkw-Aft-Lastname==
               ==Jrn-Aft-Workdept== BY ==Bkw-Aft-Workdept==
               ==Jrn-Aft-Job==      BY ==Bkw-Aft-Job==
               ==Jrn-Aft-Salary==   BY ==Bkw-Aft-Salary==
               ==Jrn-Aft-Hiredate== BY ==Bkw-Aft-Hiredate==.

       SD  Sort-Backout-Work.
       COPY JRNREC
           REPLACING ==Journal-Record== BY ==Sort-Jrn-Record==
               ==Jrn-Job-Id==       BY ==Sort-Jrn-Job-Id==
               ==Jrn-Run-Stamp==    BY ==Sort-Jrn-Run-Stamp==
               ==Jrn-Card-Seq==     BY ==Sort-Jrn-Card-Seq==
               ==Jrn-Timestamp==    BY ==Sort-Jrn-Timestamp==
               ==Jrn-Action==       BY ==Sort-Jrn-Action==
               ==Jrn-Empno==        BY ==Sort-Jrn-Empno==
               ==Jrn-Before-Flag==  BY ==Sort-Jrn-Before-Flag==
               ==Jrn-Has-Before==   BY ==Sort-Jrn-Has-Before==
               ==Jrn-No-Before==    BY ==Sort-Jrn-No-Before==
               ==Jrn-Before-Image== BY ==Sort-Jrn-Before-Image==
               ==Jrn-Bfr-Firstnme== BY ==Sort-Jrn-Bfr-Firstnme==
               ==Jrn-Bfr-Lastname== BY ==Sort-Jrn-Bfr-Lastname==
               ==Jrn-Bfr-Workdept== BY ==Sort-Jrn-Bfr-Workdept==
               ==Jrn-Bfr-Job==      BY ==Sort-Jrn-Bfr-Job==
               ==Jrn-Bfr-Salary==   BY ==Sort-Jrn-Bfr-Salary==
               ==Jrn-Bfr-Hiredate== BY ==Sort-Jrn-Bfr-Hiredate==
               ==Jrn-After-Flag==   BY ==Sort-Jrn-After-Flag==
               ==Jrn-Has-After==    BY ==Sort-Jrn-Has-After==
               ==Jrn-No-After==     BY ==Sort-Jrn-No-After==
               ==Jrn-After-Image==  BY ==Sort-Jrn-After-Image==
               ==Jrn-Aft-Firstnme== BY ==Sort-Jrn-Aft-Firstnme==
               ==Jrn-Aft-Lastname== BY ==Sort-Jrn-Aft-Lastname==
               ==Jrn-Aft-Workdept== BY ==Sort-Jrn-Aft-Workdept==
               ==Jrn-Aft-Job==      BY ==Sort-Jrn-Aft-Job==
               ==Jrn-Aft-Salary==   BY ==Sort-Jrn-Aft-Salary==
               ==Jrn-Aft-Hiredate== BY ==Sort-Jrn-Aft-Hiredate==.

       FD  Backout-Sorted.
       COPY JRNREC
           REPLACING ==Journal-Record== BY ==Bko-Record==
               ==Jrn-Job-Id==       BY ==Bko-Job-Id==
               ==Jrn-Run-Stamp==    BY ==Bko-Run-Stamp==
               ==Jrn-Card-Seq==     BY ==Bko-Card-Seq==
               ==Jrn-Timestamp==    BY ==Bko-Timestamp==
               ==Jrn-Action==       BY ==Bko-Action==
               ==Jrn-Empno==        BY ==Bko-Empno==
               ==Jrn-Before-Flag==  BY ==Bko-Before-Flag==
               ==Jrn-Has-Before==   BY ==Bko-Has-Before==
               ==Jrn-No-Before==    BY ==Bko-No-Before==
               ==Jrn-Before-Image== BY ==Bko-Before-Image==
               ==Jrn-Bfr-Firstnme== BY ==Bko-Bfr-Firstnme==
               ==Jrn-Bfr-Lastname== BY ==Bko-Bfr-Lastname==
               ==Jrn-Bfr-Workdept== BY ==Bko-Bfr-Workdept==
               ==Jrn-Bfr-Job==      BY ==Bko-Bfr-Job==
               ==Jrn-Bfr-Salary==   BY ==Bko-Bfr-Salary==
               ==Jrn-Bfr-Hiredate== BY ==Bko-Bfr-Hiredate==
               ==Jrn-After-Flag==   BY ==Bko-After-Flag==
               ==Jrn-Has-After==    BY ==Bko-Has-After==
               ==Jrn-No-After==     BY ==Bko-No-After==
               ==Jrn-After-Image==  BY ==Bko-After-Image==
               ==Jrn-Aft-Firstnme== BY ==Bko-Aft-Firstnme==
               ==Jrn-Aft-Lastname== BY ==Bko-Aft-Lastname==
               ==Jrn-Aft-Workdept== BY ==Bko-Aft-Workdept==
               ==Jrn-Aft-Job==      BY ==Bko-Aft-Job==
               ==Jrn-Aft-Salary==   BY ==Bko-Aft-Salary==
               ==Jrn-Aft-Hiredate== BY ==Bko-Aft-Hiredate==.

       FD  Backout-Deck.
       COPY TRNREC.

       FD  Backout-Report.
       01  Report-Line            Pic x(132).

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

      *Host variables for the employee's current row - same layout
      *every program that touches the EMPLOYEE table shares.
       COPY PROGPASS.

       01 Ws-Control-Fields.
          05 Ws-Sysin-Status     Pic x(02) Value '00'.
          05 Ws-Journal-Status   Pic x(02) Value '00'.
          05 Ws-Work-Status      Pic x(02) Value '00'.
          05 Ws-Sorted-Status    Pic x(02) Value '00'.
          05 Ws-Deck-Status      Pic x(02) Value '00'.
          05 Ws-Report-Status    Pic x(02) Value '00'.
          05 Ws-Connparm-Status  Pic x(02) Value '00'.
          05 Ws-Audit-Status     Pic x(02) Value '00'.
          05 Ws-Journal-Eof-Sw   Pic x(01) Value 'N'.
             88 Ws-Journal-Eof           Value 'Y'.
          05 Ws-Sorted-Eof-Sw    Pic x(01) Value 'N'.
             88 Ws-Sorted-Eof            Value 'Y'.
          05 Ws-Last-Sqlcode     Pic s9(09) Value 0.

      *The run to back out: job id from the card, and the run
      *stamp from the card or, when the card leaves it blank, the
      *latest stamp the journal holds for that job id.
       01 Ws-Selection-Fields.
          05 Ws-Sel-Job-Id       Pic x(08) Value Spaces.
          05 Ws-Sel-Run-Stamp    Pic x(14) Value Spaces.

      *The employee being backed out: the empno, whether the
      *current row matches what the run left behind, and the
      *current row itself when there is one.
       01 Ws-Employee-Fields.
          05 Ws-Cur-Empno        Pic x(06) Value Spaces.
          05 Ws-Row-Found-Sw     Pic x(01) Value 'N'.
             88 Ws-Row-Found             Value 'Y'.
          05 Ws-Refused-Sw       Pic x(01) Value 'N'.
             88 Ws-Refused               Value 'Y'.
          05 Ws-Refuse-Reason    Pic x(30) Value Spaces.
          05 Ws-Emp-Cards        Pic 9(05) Value 0.

      *Who's running the job, for the audit trail.
       01 Ws-Job-Id              Pic x(08)  Value Spaces.
       01 Ws-Current-Timestamp   Pic x(26)  Value Spaces.

      *Db2 connect target and credentials, resolved the same way
      *COBOLDB2 resolves them.
       01 Ws-Connect-Fields.
          05 Ws-Db2-Database     Pic x(08)  Value Spaces.
          05 Ws-Db2-Userid       Pic x(08)  Value Spaces.
          05 Ws-Db2-Password     Pic x(16)  Value Spaces.

       01 Ws-Counters.
          05 Ws-Journal-Read     Pic 9(09) Value 0.
          05 Ws-Selected-Count   Pic 9(07) Value 0.
          05 Ws-Employee-Count   Pic 9(07) Value 0.
          05 Ws-Reversed-Emps    Pic 9(07) Value 0.
          05 Ws-Refused-Emps     Pic 9(07) Value 0.
          05 Ws-Cards-Written    Pic 9(07) Value 0.
          05 Ws-Cards-Refused    Pic 9(07) Value 0.

       01 Ws-Report-Fields.
          05 Ws-Edit-Salary      Pic -(7)9.99.
          05 Ws-Edit-Count       Pic zzz,zz9.
          05 Ws-Edit-Seq         Pic zzzzzz9.

       01 Ws-Return-Code         Pic 9(02)  Value 0.

       Procedure Division.

       0000-Main-Para.
           Open Output Backout-Report
           If Ws-Report-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "BKRPT OPEN FAILED, STATUS=" Ws-Report-Status
              Move Ws-Return-Code To Return-Code
              Goback
           End-If

           Perform 0100-Get-Control-Card
           If Ws-Return-Code = 0
              Perform 0150-Get-Connect-Parms
              Perform 0160-Get-Job-Id
              Perform 0200-Find-Run
           End-If
           If Ws-Return-Code = 0
              Perform 0300-Select-Run-Cards
           End-If
           Perform 0250-Write-Report-Header

           If Ws-Return-Code = 0
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
                 Move Spaces To Report-Line
                 String "DB2 CONNECT FAILED - NO DECK WRITTEN"
                    Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 2 Lines
              End-If
           End-If

           If Ws-Return-Code = 0
              Perform 0400-Build-Backout-Deck
           End-If

           Perform 1000-Write-Report-Totals
           Close Backout-Report

           If Ws-Return-Code = 0 And Ws-Refused-Emps > 0
              Move 4 To Ws-Return-Code
           End-If

           Display "Backout: job " Ws-Sel-Job-Id
              " run " Ws-Sel-Run-Stamp
              " cards reversed " Ws-Cards-Written
              " employees refused " Ws-Refused-Emps
           Display "Return code: " Ws-Return-Code

           Perform 0800-Write-Audit-Record

           Move Ws-Return-Code To Return-Code
           Goback.

       0100-Get-Control-Card.
      *The job id is the one thing this step cannot default - a
      *backout of the wrong run is worse than none at all.
           Open Input Sysin-Card
           If Ws-Sysin-Status = '00'
              Read Sysin-Card
                 At End Move Spaces To Sysin-Record
              End-Read
              Move Sysin-Job-Id To Ws-Sel-Job-Id
              Move Sysin-Run-Stamp To Ws-Sel-Run-Stamp
              Close Sysin-Card
           End-If
      *Status 05 is a card that isn't there - still opened, so it
      *still has to be closed.
           If Ws-Sysin-Status = '05'
              Close Sysin-Card
           End-If

           If Ws-Sel-Job-Id = Spaces
              Move 8 To Ws-Return-Code
              Display "SYSIN JOB ID MISSING - BACKOUT REFUSED"
           End-If
           If Ws-Sel-Run-Stamp Not = Spaces
              And Ws-Sel-Run-Stamp Not Numeric
              Move 8 To Ws-Return-Code
              Display "SYSIN RUN STAMP NOT YYYYMMDDHHMMSS - "
                 "BACKOUT REFUSED"
           End-If.

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

       0200-Find-Run.
      *No stamp on the card means the job id's latest run - one
      *pre-read of the journal for the highest stamp it holds.
           If Ws-Sel-Run-Stamp = Spaces
              Open Input Journal-In
              If Ws-Journal-Status Not = '00'
                 Move 20 To Ws-Return-Code
                 Display "JRNLIN OPEN FAILED, STATUS="
                    Ws-Journal-Status
              Else
                 Perform Until Ws-Journal-Eof
                    Read Journal-In
                       At End Set Ws-Journal-Eof To True
                    End-Read
                    If Not Ws-Journal-Eof
                       And Jrn-Job-Id = Ws-Sel-Job-Id
                       And Jrn-Run-Stamp > Ws-Sel-Run-Stamp
                       Move Jrn-Run-Stamp To Ws-Sel-Run-Stamp
                    End-If
                 End-Perform
                 Close Journal-In
              End-If
           End-If.

       0250-Write-Report-Header.
           Move Spaces To Report-Line
           String "COBDB2UP DECK BACKOUT REPORT" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing Page

           Move Spaces To Report-Line
           String "JOB ID " Delimited By Size
              Ws-Sel-Job-Id Delimited By Size
              "   RUN STAMP " Delimited By Size
              Ws-Sel-Run-Stamp Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           String "EMPNO  SEQ     ACT REV DISPOSITION  DETAIL"
              Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Evaluate True
              When Ws-Sel-Job-Id = Spaces
                 Move Spaces To Report-Line
                 String "NO JOB ID ON THE SYSIN CARD - BACKOUT "
                    "REFUSED" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 2 Lines
              When Ws-Sel-Run-Stamp Not = Spaces
                 And Ws-Sel-Run-Stamp Not Numeric
                 Move Spaces To Report-Line
                 String "RUN STAMP ON THE SYSIN CARD IS NOT "
                    "YYYYMMDDHHMMSS - BACKOUT REFUSED"
                    Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 2 Lines
              When Ws-Return-Code = 8
                 Move Spaces To Report-Line
                 String "NO JOURNAL RECORDS FOR THIS JOB ID/RUN "
                    "STAMP - NOTHING TO BACK OUT" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 2 Lines
           End-Evaluate.

       0300-Select-Run-Cards.
      *Every journal record of the chosen run goes to the work
      *file, which is sorted into empno order, newest card first
      *within an employee.
           Set Ws-Journal-Eof-Sw To 'N'
           Open Input Journal-In
           Open Output Backout-Work
           If Ws-Journal-Status Not = '00'
              Or Ws-Work-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "JRNLIN/BKWORK OPEN FAILED, STATUS="
                 Ws-Journal-Status " " Ws-Work-Status
           Else
              Perform Until Ws-Journal-Eof
                 Read Journal-In
                    At End Set Ws-Journal-Eof To True
                 End-Read
                 If Not Ws-Journal-Eof
                    Add 1 To Ws-Journal-Read
                    If Jrn-Job-Id = Ws-Sel-Job-Id
                       And Jrn-Run-Stamp = Ws-Sel-Run-Stamp
                       Write Backout-Work-Record From Journal-Record
                       Add 1 To Ws-Selected-Count
                    End-If
                 End-If
              End-Perform
              Close Journal-In
              Close Backout-Work

              If Ws-Selected-Count = 0
                 Move 8 To Ws-Return-Code
              Else
                 Sort Sort-Backout-Work
                    On Ascending Key Sort-Jrn-Empno
                    On Descending Key Sort-Jrn-Card-Seq
                    Using Backout-Work
                    Giving Backout-Sorted
              End-If
           End-If.

       0400-Build-Backout-Deck.
      *One employee at a time: the first record of each empno is
      *the run's last card for that employee, and decides whether
      *the whole employee can be reversed.
           Open Input Backout-Sorted
           Open Output Backout-Deck
           If Ws-Sorted-Status Not = '00'
              Or Ws-Deck-Status Not = '00'
              Move 20 To Ws-Return-Code
              Display "BKORDR/BKDECK OPEN FAILED, STATUS="
                 Ws-Sorted-Status " " Ws-Deck-Status
           Else
              Perform 0490-Read-Sorted
              Perform Until Ws-Sorted-Eof Or Ws-Return-Code >= 12
                 If Bko-Empno Not = Ws-Cur-Empno
                    Perform 0450-Start-Employee
                 End-If
                 If Ws-Return-Code < 12
                    Perform 0600-Reverse-Card
                    Perform 0490-Read-Sorted
                 End-If
              End-Perform
              Close Backout-Sorted
              Close Backout-Deck

      *A deck cut short by a Db2 failure only covers some of the
      *run - applying it would leave the table half backed out.
              If Ws-Return-Code >= 12
                 Move Spaces To Report-Line
                 String "DB2 ERROR READING EMPLOYEE - DECK "
                    "INCOMPLETE, DO NOT APPLY" Delimited By Size
                    Into Report-Line
                 End-String
                 Write Report-Line After Advancing 2 Lines
              End-If
           End-If.

       0450-Start-Employee.
           Add 1 To Ws-Employee-Count
           Move Bko-Empno To Ws-Cur-Empno
           Set Ws-Refused-Sw To 'N'
           Move Spaces To Ws-Refuse-Reason
           Perform 0500-Get-Current-Row

      *What the run's last card for the employee left behind must
      *still be what the table holds: the after image for an add
      *or change, no row at all for a delete.
           If Ws-Return-Code < 12
              Evaluate True
                 When Bko-Has-After And Not Ws-Row-Found
                    Set Ws-Refused-Sw To 'Y'
                    Move "ROW DELETED SINCE RUN"
                       To Ws-Refuse-Reason
                 When Bko-Has-After
                    If Firstnme Not = Bko-Aft-Firstnme
                       Or Lastname Not = Bko-Aft-Lastname
                       Or Workdept Not = Bko-Aft-Workdept
                       Or Job Not = Bko-Aft-Job
                       Or Salary Not = Bko-Aft-Salary
                       Or Hiredate Not = Bko-Aft-Hiredate
                       Set Ws-Refused-Sw To 'Y'
                       Move "ROW CHANGED SINCE RUN"
                          To Ws-Refuse-Reason
                    End-If
                 When Ws-Row-Found
                    Set Ws-Refused-Sw To 'Y'
                    Move "ROW RE-ADDED SINCE RUN"
                       To Ws-Refuse-Reason
              End-Evaluate
              If Ws-Refused
                 Add 1 To Ws-Refused-Emps
                 Perform 0750-Write-Refused-Employee
              Else
                 Add 1 To Ws-Reversed-Emps
              End-If
           End-If.

       0490-Read-Sorted.
           Read Backout-Sorted
              At End Set Ws-Sorted-Eof To True
           End-Read.

       0500-Get-Current-Row.
           Move Bko-Empno To Ws-Fetched-Empno
           Set Ws-Row-Found-Sw To 'N'
           EXEC SQL SELECT firstnme, lastname, workdept, job,
                           salary, hiredate
              INTO :Firstnme, :Lastname, :Workdept, :Job, :Salary,
                   :Hiredate
              FROM employee
              WHERE empno = :Ws-Fetched-Empno
           END-EXEC
           Move SQLCODE To Ws-Last-Sqlcode
           Evaluate Ws-Last-Sqlcode
              When 0
                 Set Ws-Row-Found-Sw To 'Y'
              When 100
                 Continue
              When -911
              When -913
                 Move 12 To Ws-Return-Code
                 Display "DEADLOCK/TIMEOUT reading empno "
                    Bko-Empno ", SQLCODE=" Ws-Last-Sqlcode
              When Other
                 Move 16 To Ws-Return-Code
                 Display "SQL error reading empno " Bko-Empno
                    ", SQLCODE=" Ws-Last-Sqlcode
           End-Evaluate.

       0600-Reverse-Card.
      *The reversal of one applied card, written only when the
      *employee passed the current-row check.
           If Ws-Refused
              Add 1 To Ws-Cards-Refused
           Else
              Move Spaces To Tran-Record
              Move Bko-Empno To Trn-Empno
              Evaluate Bko-Action
                 When 'A'
                    Move 'D' To Trn-Action
                    Move 0 To Trn-Salary
                 When 'C'
                    Move 'C' To Trn-Action
                    Perform 0650-Move-Before-Image
                 When 'D'
                    Move 'A' To Trn-Action
                    Perform 0650-Move-Before-Image
              End-Evaluate
              Write Tran-Record
              Add 1 To Ws-Cards-Written
              Perform 0700-Write-Reversed-Line
           End-If.

       0650-Move-Before-Image.
           Move Bko-Bfr-Firstnme To Trn-Firstnme
           Move Bko-Bfr-Lastname To Trn-Lastname
           Move Bko-Bfr-Workdept To Trn-Workdept
           Move Bko-Bfr-Job To Trn-Job
           Move Bko-Bfr-Salary To Trn-Salary
           Move Bko-Bfr-Hiredate To Trn-Hiredate.

       0700-Write-Reversed-Line.
           Move Bko-Card-Seq To Ws-Edit-Seq
           Move Spaces To Report-Line
           If Trn-Action = 'D'
              String Bko-Empno Delimited By Size
                 " " Delimited By Size
                 Ws-Edit-Seq Delimited By Size
                 " " Delimited By Size
                 Bko-Action Delimited By Size
                 "   " Delimited By Size
                 Trn-Action Delimited By Size
                 "   REVERSED     DELETE ADDED ROW" Delimited By Size
                 Into Report-Line
              End-String
           Else
              Move Trn-Salary To Ws-Edit-Salary
              String Bko-Empno Delimited By Size
                 " " Delimited By Size
                 Ws-Edit-Seq Delimited By Size
                 " " Delimited By Size
                 Bko-Action Delimited By Size
                 "   " Delimited By Size
                 Trn-Action Delimited By Size
                 "   REVERSED     RESTORE " Delimited By Size
                 Trn-Lastname Delimited By Size
                 " " Delimited By Size
                 Trn-Workdept Delimited By Size
                 " " Delimited By Size
                 Trn-Job Delimited By Size
                 " " Delimited By Size
                 Ws-Edit-Salary Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 1 Lines.

       0750-Write-Refused-Employee.
      *The employee's row no longer matches what the run left
      *behind - print what the run left and what is there now, so
      *HR can sort out the later change by hand.
           Move Bko-Card-Seq To Ws-Edit-Seq
           Move Spaces To Report-Line
           String Bko-Empno Delimited By Size
              " " Delimited By Size
              Ws-Edit-Seq Delimited By Size
              " " Delimited By Size
              Bko-Action Delimited By Size
              "       REFUSED      " Delimited By Size
              Ws-Refuse-Reason Delimited By Size
              " - NO CARDS REVERSED" Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           If Bko-Has-After
              Move Bko-Aft-Salary To Ws-Edit-Salary
              String "       RUN LEFT  " Delimited By Size
                 Bko-Aft-Firstnme Delimited By Size
                 " " Delimited By Size
                 Bko-Aft-Lastname Delimited By Size
                 " " Delimited By Size
                 Bko-Aft-Workdept Delimited By Size
                 " " Delimited By Size
                 Bko-Aft-Job Delimited By Size
                 " " Delimited By Size
                 Ws-Edit-Salary Delimited By Size
                 " " Delimited By Size
                 Bko-Aft-Hiredate Delimited By Size
                 Into Report-Line
              End-String
           Else
              String "       RUN LEFT  NO ROW (DELETED)"
                 Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           If Ws-Row-Found
              Move Salary To Ws-Edit-Salary
              String "       NOW       " Delimited By Size
                 Firstnme Delimited By Size
                 " " Delimited By Size
                 Lastname Delimited By Size
                 " " Delimited By Size
                 Workdept Delimited By Size
                 " " Delimited By Size
                 Job Delimited By Size
                 " " Delimited By Size
                 Ws-Edit-Salary Delimited By Size
                 " " Delimited By Size
                 Hiredate Delimited By Size
                 Into Report-Line
              End-String
           Else
              String "       NOW       NO ROW ON EMPLOYEE"
                 Delimited By Size
                 Into Report-Line
              End-String
           End-If
           Write Report-Line After Advancing 1 Lines.

       0800-Write-Audit-Record.
      *One audit row per run, appended the same way COBOLDB2's
      *0800-Write-Audit-Record appends: the job id, the final
      *SQLCODE and return code, and the employees whose rows were
      *read.
           Move Function Current-Date To Ws-Current-Timestamp
           Open Extend Audit-Out
           If Ws-Audit-Status Not = '00'
              Open Output Audit-Out
           End-If
           Move Ws-Current-Timestamp To Audit-Timestamp
           Move Ws-Job-Id To Audit-Job-Id
           Move Spaces To Audit-Empno
           Move Spaces To Audit-Workdept
           Move Ws-Last-Sqlcode To Audit-Sqlcode
           Move Ws-Return-Code To Audit-Return-Code
           Move Ws-Employee-Count To Audit-Row-Count
           Write Audit-Record
           Close Audit-Out.

       1000-Write-Report-Totals.
           Move Spaces To Report-Line
           Move Ws-Selected-Count To Ws-Edit-Count
           String "JOURNAL RECORDS FOR RUN: " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 2 Lines

           Move Spaces To Report-Line
           Move Ws-Employee-Count To Ws-Edit-Count
           String "EMPLOYEES CHECKED:       " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move Ws-Reversed-Emps To Ws-Edit-Count
           String "  REVERSED:              " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move Ws-Refused-Emps To Ws-Edit-Count
           String "  REFUSED:               " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move Ws-Cards-Written To Ws-Edit-Count
           String "REVERSING CARDS WRITTEN: " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines

           Move Spaces To Report-Line
           Move Ws-Cards-Refused To Ws-Edit-Count
           String "CARDS NOT REVERSED:      " Delimited By Size
              Ws-Edit-Count Delimited By Size
              Into Report-Line
           End-String
           Write Report-Line After Advancing 1 Lines.
