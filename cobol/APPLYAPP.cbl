      * a reviewer approved on the APPRVSCR screen and writes each
      * transaction image back to its source program's release file -
      * THRRLSE for THROWSM, CONTRLSE for CONTMNT, SALAPPR for
      * SALEDIT's out-of-band salary holds, WAIVRLSE for FEEWAIV's
      * fee-assistance waivers, WORLSE for BADDEBT's bad-debt
      * write-offs, OTPRLSE for OTPAYMNT's one-time payments above
      * the approval threshold, EMPRLSE for EMPMNT's hires with no
      * vacant budgeted position, RSLTRLSE for the default forfeits
      * SHTCHASE proposes (GAMERSLT results) - marking the row
      * released in the same unit of work. The release files then
      * run through a normal THROWSM/CONTMNT/SALEDIT/FEEWAIV/BADDEBT/
      * OTPAYMNT/EMPMNT/GAMERSLT job (with the approval-bypass SYSIN
      * card), so approved transactions flow through exactly the
      * existing apply-and-audit logic, never a second code path.
      **********************************************************************
       Program-ID. APPLYAPP.
       Environment Division.
               file status is WS-Contacts-Out-Status.
           select Salary-Release-File assign to SALAPPR
               file status is WS-Salary-Out-Status.
           select Waiver-Release-File assign to WAIVRLSE
               file status is WS-Waiver-Out-Status.
           select Writeoff-Release-File assign to WORLSE
               file status is WS-Writeoff-Out-Status.
           select Payment-Release-File assign to OTPRLSE
               file status is WS-Payment-Out-Status.
           select Hire-Release-File assign to EMPRLSE
               file status is WS-Hire-Out-Status.
           select Result-Release-File assign to RSLTRLSE
               file status is WS-Result-Out-Status.

       Data Division.
       File Section.
           recording mode f.
       01  SR-Release-Record       pic x(11).

       FD  Waiver-Release-File
           recording mode f.
       01  WR-Release-Record       pic x(25).

       FD  Writeoff-Release-File
           recording mode f.
       01  WO-Release-Record       pic x(20).

       FD  Payment-Release-File
           recording mode f.
       01  PR-Release-Record       pic x(23).

       FD  Hire-Release-File
           recording mode f.
       01  HR-Release-Record       pic x(74).

       FD  Result-Release-File
           recording mode f.
       01  RR-Release-Record       pic x(28).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           88  Contacts-Out-OK        value "00".
       01  WS-Salary-Out-Status   pic x(02).
           88  Salary-Out-OK          value "00".
       01  WS-Waiver-Out-Status   pic x(02).
           88  Waiver-Out-OK          value "00".
       01  WS-Writeoff-Out-Status pic x(02).
           88  Writeoff-Out-OK        value "00".
       01  WS-Payment-Out-Status  pic x(02).
           88  Payment-Out-OK         value "00".
       01  WS-Hire-Out-Status     pic x(02).
           88  Hire-Out-OK            value "00".
       01  WS-Result-Out-Status   pic x(02).
           88  Result-Out-OK          value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Sql-Pending-Id      pic s9(09) comp.
       01  WS-Throws-Count        pic s9(07) packed-decimal value zero.
       01  WS-Contacts-Count      pic s9(07) packed-decimal value zero.
       01  WS-Salary-Count        pic s9(07) packed-decimal value zero.
       01  WS-Waiver-Count        pic s9(07) packed-decimal value zero.
       01  WS-Writeoff-Count      pic s9(07) packed-decimal value zero.
       01  WS-Payment-Count       pic s9(07) packed-decimal value zero.
       01  WS-Hire-Count          pic s9(07) packed-decimal value zero.
       01  WS-Result-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.
               move 12 to return-code
               goback
           end-if
           open output Waiver-Release-File
           if not Waiver-Out-OK
               display "WAIVER release file open error: "
                   WS-Waiver-Out-Status
               move 12 to return-code
               goback
           end-if
           open output Writeoff-Release-File
           if not Writeoff-Out-OK
               display "WRITE-OFF release file open error: "
                   WS-Writeoff-Out-Status
               move 12 to return-code
               goback
           end-if
           open output Payment-Release-File
           if not Payment-Out-OK
               display "PAYMENT release file open error: "
                   WS-Payment-Out-Status
               move 12 to return-code
               goback
           end-if
           open output Hire-Release-File
           if not Hire-Out-OK
               display "HIRE release file open error: "
                   WS-Hire-Out-Status
               move 12 to return-code
               goback
           end-if
           open output Result-Release-File
           if not Result-Out-OK
               display "RESULT release file open error: "
                   WS-Result-Out-Status
               move 12 to return-code
               goback
           end-if

           EXEC SQL DECLARE RELEASE_CUR CURSOR FOR
               SELECT PENDING_ID,
           close Throws-Release-File
           close Contacts-Release-File
           close Salary-Release-File
           close Waiver-Release-File
           close Writeoff-Release-File
           close Payment-Release-File
           close Hire-Release-File
           close Result-Release-File
           display "APPLYAPP - approved transaction release complete"
           display "THROWSM transactions released: " WS-Throws-Count
           display "CONTMNT transactions released: " WS-Contacts-Count
           display "SALEDIT transactions released: " WS-Salary-Count
           display "FEEWAIV transactions released: " WS-Waiver-Count
           display "BADDEBT transactions released: " WS-Writeoff-Count
           display "OTPAYMNT transactions released: " WS-Payment-Count
           display "EMPMNT transactions released: " WS-Hire-Count
           display "GAMERSLT transactions released: " WS-Result-Count
           goback
           .
       1000-Fetch-and-Release.
                       to SR-Release-Record
                   write SR-Release-Record
                   add 1 to WS-Salary-Count
               when "FEEWAIV"
                   move WS-Sql-Tran-Image (1:25)
                       to WR-Release-Record
                   write WR-Release-Record
                   add 1 to WS-Waiver-Count
               when "BADDEBT"
                   move WS-Sql-Tran-Image (1:20)
                       to WO-Release-Record
                   write WO-Release-Record
                   add 1 to WS-Writeoff-Count
               when "OTPAYMNT"
                   move WS-Sql-Tran-Image (1:23)
                       to PR-Release-Record
                   write PR-Release-Record
                   add 1 to WS-Payment-Count
               when "EMPMNT"
                   move WS-Sql-Tran-Image (1:74)
                       to HR-Release-Record
                   write HR-Release-Record
                   add 1 to WS-Hire-Count
               when "GAMERSLT"
                   move WS-Sql-Tran-Image (1:28)
                       to RR-Release-Record
                   write RR-Release-Record
                   add 1 to WS-Result-Count
               when other
                   display "Unknown source program, PENDING_ID "
                       WS-Sql-Pending-Id ": " WS-Sql-Source-Pgm
