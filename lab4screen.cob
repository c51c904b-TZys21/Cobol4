
        Identification Division.
        Program-ID. lab4screen.

        *>     Tyler Zysberg
        *>    Payment release screening
        *>
        *>    Runs after lab4 (or lab4supp) has written the ACH file
        *>    and the check requests, and before lab4check prints or
        *>    the ACH file is sent to the bank. Every employee being
        *>    paid in the release is screened against the master,
        *>    the prenote file and the pay history for
        *>    the usual signs of a diverted or manufactured payment:
        *>
        *>      DUPB  the employee's bank routing and account are
        *>            also on another Emp #
        *>      ADDR  LAB4_SCREEN_ADDR (default 3) or more current
        *>            employees share one street address and city
        *>      BCHG  the employee's deposit account is still on
        *>            prenote, or the prenote file shows the new
        *>            routing or account was first sent to the bank
        *>            within LAB4_SCREEN_DAYS (default 5) days of
        *>            today
        *>      NOTC  an hourly employee is paid with no time card
        *>      HIPY  the net paid is more than LAB4_SCREEN_PCT
        *>            percent (default 300) of the employee's
        *>            average net over the last LAB4_SCREEN_PERIODS
        *>            (default 6) regular periods before this one
        *>      NOMS  the payment is for an Emp # not on the master
        *>
        *>    Every flag goes on the hold listing. A supervisor who
        *>    has looked into a flag clears it by keying the Emp #,
        *>    the flag (or ALL for every flag on that employee) and
        *>    their initials on lab4-holdclr.dat, and the screen is
        *>    run again. A payment found to be bad is reversed
        *>    through lab4rev, which marks the employee's history
        *>    record reversed and backs out the YTD, garnishment and
        *>    PTO postings; the pay run is not re-done. On the next
        *>    screen that payment is listed REVERSED and left out.
        *>
        *>    What goes out is the release copy the screen writes:
        *>    lab4-achrel.dat, the ACH file with the batch control
        *>    count and total re-figured, and lab4-chkrel.dat, the
        *>    check requests for lab4check (run with
        *>    LAB4_CHECK_RELEASE=Y). Both carry every payment except
        *>    those still held and those reversed; zero-dollar
        *>    prenote entries are always carried, since the prenote
        *>    file already counts them as sent. While any flag is
        *>    still uncleared the run ends with return code 8 and
        *>    the release waits - the copies go to the bank and to
        *>    lab4check once, from a run with nothing held, so a
        *>    cleared payment is never sent after the rest.
        *>
        *>    Bank changes are taken from lab4-prenote.dat, which
        *>    lab4 keeps across runs, so a change applied by any
        *>    earlier maintenance run is still seen.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select masterFile Assign to "lab4-in.dat"
                Organization is Line Sequential
                File Status is ws-master-status.

            Select achFile Assign to "lab4-ach.dat"
                Organization is Line Sequential
                File Status is ws-ach-status.

            Select chkReqFile Assign to "lab4-chkreq.dat"
                Organization is Line Sequential
                File Status is ws-chkreq-status.

            Select prenoteFile Assign to "lab4-prenote.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is pnEmpNum
                File Status is ws-prenote-status.

            Select histFile Assign to "lab4-hist.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is phKey
                File Status is ws-hist-status.

            Select clearFile Assign to "lab4-holdclr.dat"
                Organization is Line Sequential
                File Status is ws-clear-status.

            Select holdFile Assign to "lab4-hold.dat"
                Organization is Line Sequential.

            Select achRelFile Assign to "lab4-achrel.dat"
                Organization is Line Sequential.

            Select chkRelFile Assign to "lab4-chkrel.dat"
                Organization is Line Sequential.

        Data Division.
        File Section.
        FD masterFile.
        Copy payroll replacing ==:prefix:== By ==ms==.

        FD achFile.
        01 achRecord      PIC X(94).

      *> same layout lab4 and lab4supp write for lab4check
        FD chkReqFile.
        01 chkReqRecord.
            05 cqEmpNum    PIC X(5).
            05 cqDepNum    PIC X(5).
            05 cqLastName  PIC X(20).
            05 cqFirstName PIC X(15).
            05 cqGross     PIC 9(9)V99.
            05 cq401k      PIC 9(7)V99.
            05 cqIns       PIC 9(5)V99.
            05 cqFedTax    PIC 9(7)V99.
            05 cqStateTax  PIC 9(7)V99.
            05 cqGarn      PIC 9(7)V99.
            05 cqNetPay    PIC 9(9)V99.

      *> lab4's prenote file - the account last prenoted for each
      *> direct-deposit employee and the date it went to the bank
        FD prenoteFile.
        01 prenoteRecord.
            05 pnEmpNum     PIC X(5).
            05 pnDepNum     PIC X(5).
            05 pnRouting    PIC 9(9).
            05 pnAccount    PIC X(17).
            05 pnStatus     PIC X.
                88 prenotePending  Value "P".
                88 prenoteCleared  Value "C".
                88 prenoteRejected Value "R".
            05 pnSentDate   PIC 9(8).
            05 pnClearDate  PIC 9(8).
            05 pnRetReason  PIC X(3).
            05 pnRetDate    PIC 9(8).

        FD histFile.
        01 histRecord.
            05 phKey.
                10 phEmpNum   PIC X(5).
                10 phPerEnd   PIC 9(8).
                10 phRunSeq   PIC 9.
            05 phPerStart   PIC 9(8).
            05 phDepNum     PIC X(5).
            05 phGross      PIC 9(9)V99.
            05 ph401k       PIC 9(7)V99.
            05 phIns        PIC 9(5)V99.
            05 phFedTax     PIC 9(7)V99.
            05 phStateTax   PIC 9(7)V99.
            05 phGarn       PIC 9(7)V99.
            05 phNetPay     PIC 9(9)V99.
            05 phPayMethod  PIC X(3).
            05 phRunType    PIC X.
                88 regularRun      Value "R".
                88 supplementalRun Value "S".
            05 phReason     PIC X(3).
            05 phRetro      PIC 9(7)V99.
            05 phFicaWages  PIC 9(9)V99.
            05 phSutaWages  PIC 9(9)V99.
            05 phVacAccrue  PIC 99V99.
            05 phSickAccrue PIC 99V99.
            05 phGarnTakes.
                10 phGarnTake PIC 9(7)V99 Occurs 9 Times.
            05 phStatus     PIC X.
                88 histPosted   Value "P" " ".
                88 histReversed Value "R".
            05 phRevDate    PIC 9(8).
            05 phWorkState  PIC XX.
            05 phWcClass    PIC X(4).
            05 phWcPayroll  PIC 9(9)V99.
            05 phOtPremium  PIC 9(7)V99.
            05 phWcPremium  PIC 9(7)V99.

      *> one line per flag a supervisor has cleared: Emp #, the
      *> flag (ALL clears every flag on the employee), initials
        FD clearFile.
        01 clearRecord.
            05 hcEmpNum   PIC X(5).
            05 hcFlag     PIC X(4).
            05 hcBy       PIC X(3).

        FD holdFile.
        01 holdRecord     PIC X(132).

      *> the release copies - the ACH file and the check requests
      *> less every payment held or reversed
        FD achRelFile.
        01 achRelRecord   PIC X(94).

        FD chkRelFile.
        01 chkRelRecord   PIC X(110).

        Working-Storage Section.

        01 eof PIC X Value "N".
        01 blankLine    PIC X Value Spaces.

        01 ws-date.
            05 ws-yr    PIC 9(4).
            05 ws-mo    PIC 99.
            05 ws-dy    PIC 99.
        01 ws-run-date PIC 9(8).
        01 ws-run-serial PIC 9(7).

        01 ws-file-status.
            05 ws-master-status PIC XX.
                88 master-status-ok        Value "00".
            05 ws-ach-status PIC XX.
                88 ach-status-ok           Value "00".
            05 ws-chkreq-status PIC XX.
                88 chkreq-status-ok        Value "00".
            05 ws-prenote-status PIC XX.
                88 prenote-status-ok       Value "00".
            05 ws-hist-status PIC XX.
                88 hist-status-ok          Value "00".
            05 ws-clear-status PIC XX.
                88 clear-status-ok         Value "00".

      *> screening limits, each settable from the environment
        01 ws-screen-days    PIC 9(3) Value 5.
        01 ws-screen-pct     PIC 9(4) Value 300.
        01 ws-screen-periods PIC 99 Value 6.
        01 ws-screen-addr    PIC 99 Value 3.

        01 ws-hist-open      PIC X Value "N".
        01 ws-prenote-open   PIC X Value "N".

      *> the ACH entry as lab4 writes it - only the 22 (deposit)
      *> entries are payments; 23 is a zero-dollar prenote
        01 AchDetail.
            05 ad-rectype  PIC X.
            05 ad-trancode PIC XX.
            05 ad-routing  PIC 9(9).
            05 ad-account  PIC X(17).
            05 ad-amount   PIC 9(8)V99.
            05 ad-empnum   PIC X(5).
            05 ad-name     PIC X(22).
            05             PIC X(28).

      *> lab4's batch control, re-figured for the release copy
        01 AchBatchControl.
            05 abc-rectype PIC X.
            05 abc-class   PIC X(3).
            05 abc-count   PIC 9(6).
            05 abc-total   PIC 9(10)V99.
            05             PIC X(72).

        01 ws-rel-count PIC 9(6) Value 0.
        01 ws-rel-total PIC 9(10)V99 Value 0.

      *> ---------------------------------------------------------
      *> employee master, loaded whole so an account or an address
      *> can be compared against everyone else's
      *> ---------------------------------------------------------
        01 ws-mst-cnt PIC 9(4) Value 0.
        01 MasterTable.
            05 MasterEntry Occurs 2000 Times
                    Depending on ws-mst-cnt Indexed by MsIdx MsIdx2.
                10 mt-empnum    PIC X(5).
                10 mt-depnum    PIC X(5).
                10 mt-lastname  PIC X(20).
                10 mt-routing   PIC 9(9).
                10 mt-account   PIC X(17).
                10 mt-adress    PIC X(20).
                10 mt-citystate PIC X(20).
                10 mt-paycode   PIC X.
                10 mt-timecard  PIC 9(8).
                10 mt-status    PIC X.

      *> one entry per employee paid in this release, ACH and
      *> check amounts kept apart
        01 ws-pay-cnt PIC 9(4) Value 0.
        01 PaymentTable.
            05 PaymentEntry Occurs 2000 Times
                    Depending on ws-pay-cnt Indexed by PyIdx.
                10 py-empnum    PIC X(5).
                10 py-depnum    PIC X(5).
                10 py-name      PIC X(20).
                10 py-ach-amt   PIC 9(9)V99.
                10 py-chk-amt   PIC 9(9)V99.
                10 py-release   PIC X.
                    88 py-released  Value "Y".
                    88 py-held      Value "H".
                    88 py-reversed  Value "R".

      *> supervisor clearances
        01 ws-clr-cnt PIC 9(4) Value 0.
        01 ClearTable.
            05 ClearEntry Occurs 500 Times
                    Depending on ws-clr-cnt Indexed by ClIdx.
                10 cl-empnum    PIC X(5).
                10 cl-flag      PIC X(4).
                10 cl-by        PIC X(3).

      *> one employee's regular net pays, oldest first
        01 ws-hn-cnt PIC 9(3) Value 0.
        01 HistNetTable.
            05 HistNetEntry Occurs 100 Times Indexed by HnIdx.
                10 hn-net       PIC 9(9)V99.

        01 ws-found         PIC X Value "N".
        01 ws-found-idx     PIC 9(4) Value 0.
        01 ws-pay-empnum    PIC X(5).
        01 ws-pay-name      PIC X(22).
        01 ws-pay-amt       PIC 9(9)V99.
        01 ws-pay-method    PIC X(3).
        01 ws-pay-flagged   PIC X.
        01 ws-pay-held      PIC X.
        01 ws-newest-status PIC X.
        01 ws-flag-code     PIC X(4).
        01 ws-flag-detail   PIC X(40).
        01 ws-flag-by       PIC X(3).
        01 ws-match-cnt     PIC 9(4).
        01 ws-other-emp     PIC X(5).
        01 ws-bchg-serial   PIC 9(7).
        01 ws-hist-used     PIC 9(3).
        01 ws-hist-sum      PIC 9(11)V99.
        01 ws-hist-avg      PIC 9(9)V99.
        01 ws-hist-limit    PIC 9(11)V99.
        01 ws-edit-cnt      PIC Z9.
        01 ws-edit-pct      PIC ZZZ9.
        01 ws-edit-amt      PIC $$$,$$$,$$9.99.
        01 ws-edit-date     PIC 9(8).

      *> day-serial conversion, as lab4 derives it
        01 ws-cnv-date PIC 9(8).
        01 ws-cnv-date-r redefines ws-cnv-date.
            05 ws-cnv-year   PIC 9(4).
            05 ws-cnv-month  PIC 99.
            05 ws-cnv-day    PIC 99.
        01 ws-cnv.
            05 ws-cnv-y      PIC 9(4).
            05 ws-cnv-serial PIC 9(7).
            05 ws-leap4      PIC 9(4).
            05 ws-leap100    PIC 9(4).
            05 ws-leap400    PIC 9(4).
        01 ws-cum-days-tab PIC X(36)
            Value "000031059090120151181212243273304334".
        01 ws-cum-days-r redefines ws-cum-days-tab.
            05 ws-cum-days PIC 9(3) Occurs 12 Times.

        01 ws-screen-counts.
            05 ws-cnt-paid      PIC 9(5) Value 0.
            05 ws-cnt-flagged   PIC 9(5) Value 0.
            05 ws-cnt-flags     PIC 9(5) Value 0.
            05 ws-cnt-cleared   PIC 9(5) Value 0.
            05 ws-cnt-held      PIC 9(5) Value 0.
            05 ws-amt-paid      PIC 9(11)V99 Value 0.
            05 ws-amt-flagged   PIC 9(11)V99 Value 0.
            05 ws-amt-held      PIC 9(11)V99 Value 0.
            05 ws-cnt-reversed  PIC 9(5) Value 0.
            05 ws-amt-reversed  PIC 9(11)V99 Value 0.
            05 ws-cnt-released  PIC 9(5) Value 0.
            05 ws-amt-released  PIC 9(11)V99 Value 0.

        01 HoldHeader1.
            05 hh-Month PIC Z9/.
            05 hh-Day   PIC 99/.
            05 hh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(50)
                Value "Payment Release Screening - Hold Listing".
        01 HoldHeader2.
            05          PIC X(8)  Value "Emp #".
            05          PIC X(22) Value "Employee".
            05          PIC X(8)  Value "Dep #".
            05          PIC X(5)  Value "By".
            05          PIC X(16) Value "     Net Paid".
            05          PIC X(6)  Value "Flag".
            05          PIC X(42) Value "Detail".
            05          PIC X(15) Value "Status".
        01 HoldLine.
            05 hl-empnum   PIC X(5).
            05             PIC X(3) Value Spaces.
            05 hl-name     PIC X(20).
            05             PIC X(2) Value Spaces.
            05 hl-depnum   PIC X(5).
            05             PIC X(3) Value Spaces.
            05 hl-method   PIC X(3).
            05             PIC X(2) Value Spaces.
            05 hl-amount   PIC $$$,$$$,$$9.99.
            05             PIC X(2) Value Spaces.
            05 hl-flag     PIC X(4).
            05             PIC X(2) Value Spaces.
            05 hl-detail   PIC X(40).
            05             PIC X(2) Value Spaces.
            05 hl-status   PIC X(15).

        01 HoldTotalLine.
            05 htl-label   PIC X(30).
            05 htl-count   PIC ZZZZZZ9.
            05             PIC X(3) Value Spaces.
            05 htl-amount  PIC $$$,$$$,$$$,$$9.99.

        01 HoldMessageLine.
            05 hml-text    PIC X(60).

        Procedure Division.
        000-Main.
            Accept ws-screen-days from Environment
                    "LAB4_SCREEN_DAYS"
                On Exception
                    Move 5 to ws-screen-days
            End-Accept
            If ws-screen-days = 0
                Move 5 to ws-screen-days
            End-If
            Accept ws-screen-pct from Environment "LAB4_SCREEN_PCT"
                On Exception
                    Move 300 to ws-screen-pct
            End-Accept
            If ws-screen-pct = 0
                Move 300 to ws-screen-pct
            End-If
            Accept ws-screen-periods from Environment
                    "LAB4_SCREEN_PERIODS"
                On Exception
                    Move 6 to ws-screen-periods
            End-Accept
            If ws-screen-periods = 0
                Move 6 to ws-screen-periods
            End-If
            Accept ws-screen-addr from Environment
                    "LAB4_SCREEN_ADDR"
                On Exception
                    Move 3 to ws-screen-addr
            End-Accept
            If ws-screen-addr < 2
                Move 3 to ws-screen-addr
            End-If

            Perform 200-getDate

            Open output holdFile
            Write holdRecord from HoldHeader1
            Write holdRecord from blankLine
            Write holdRecord from HoldHeader2

            Perform 010-loadMaster
            Perform 020-loadPayments
            Perform 040-loadClearances

            Open input histFile
            If hist-status-ok
                Move "Y" to ws-hist-open
            End-If
            Open input prenoteFile
            If prenote-status-ok
                Move "Y" to ws-prenote-open
            End-If

            Perform 100-screenPayment
                varying PyIdx from 1 by 1
                until PyIdx > ws-pay-cnt

            If ws-hist-open = "Y"
                Close histFile
            End-If
            If ws-prenote-open = "Y"
                Close prenoteFile
            End-If

            Perform 300-writeReleaseAch
            Perform 320-writeReleaseChecks
            Perform 500-writeScreenTotals
            Close holdFile

            If not master-status-ok
                Move 16 to Return-Code
            Else
                If ws-cnt-held > 0
                    Move 8 to Return-Code
                End-If
            End-If
            Stop Run.

        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-date to ws-run-date
            Move ws-run-date to ws-cnv-date
            Perform 220-dateToSerial
            Move ws-cnv-serial to ws-run-serial
            Move ws-mo to hh-Month
            Move ws-dy to hh-Day
            Move ws-yr to hh-Year.

      *> Day-serial for a calendar date, as lab4 derives it.
        220-dateToSerial.
            Move ws-cnv-year to ws-cnv-y
            If ws-cnv-month <= 2
                Subtract 1 from ws-cnv-y
            End-If
            Divide ws-cnv-y by 4 giving ws-leap4
            Divide ws-cnv-y by 100 giving ws-leap100
            Divide ws-cnv-y by 400 giving ws-leap400
            Compute ws-cnv-serial = ws-cnv-year * 365
                + ws-cum-days(ws-cnv-month) + ws-cnv-day
                + ws-leap4 - ws-leap100 + ws-leap400.

      *> Without the master nothing can be screened - every payment
      *> then fails the NOMS test and is held.
        010-loadMaster.
            Open input masterFile
            If master-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read masterFile
                        at end
                            Move "Y" to eof
                        not at end
                            If msPayrollRecord(1:7) not = "TRAILER"
                                Perform 012-storeMasterEntry
                            End-If
                End-Perform
                Close masterFile
                Move "N" to eof
            Else
                Move "Employee master missing - every payment held"
                    to hml-text
                Write holdRecord from HoldMessageLine
            End-If.

        012-storeMasterEntry.
            If ws-mst-cnt < 2000
                Add 1 to ws-mst-cnt
                Set MsIdx to ws-mst-cnt
                Move msEmpNum      to mt-empnum(MsIdx)
                Move msDepNum      to mt-depnum(MsIdx)
                Move msLastName    to mt-lastname(MsIdx)
                Move msBankRouting to mt-routing(MsIdx)
                Move msBankAccount to mt-account(MsIdx)
                Move msAdress      to mt-adress(MsIdx)
                Move msCityState   to mt-citystate(MsIdx)
                Move msPayCode     to mt-paycode(MsIdx)
                Move msTimeCard    to mt-timecard(MsIdx)
                Move msEmpStatus   to mt-status(MsIdx)
            Else
                Move "Master table full - later employees not loaded"
                    to hml-text
                Write holdRecord from HoldMessageLine
            End-If.

      *> Gathers the release: every ACH deposit entry and every
      *> check request, one payment entry per employee.
        020-loadPayments.
            Open input achFile
            If ach-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read achFile
                        at end
                            Move "Y" to eof
                        not at end
                            Move achRecord to AchDetail
                            If ad-rectype = "6"
                                    and ad-trancode = "22"
                                Move ad-empnum to ws-pay-empnum
                                Move ad-name   to ws-pay-name
                                Perform 025-findPayment
                                Add ad-amount to py-ach-amt(PyIdx)
                            End-If
                End-Perform
                Close achFile
                Move "N" to eof
            End-If

            Open input chkReqFile
            If chkreq-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read chkReqFile
                        at end
                            Move "Y" to eof
                        not at end
                            Move cqEmpNum   to ws-pay-empnum
                            Move cqLastName to ws-pay-name
                            Perform 025-findPayment
                            Move cqDepNum   to py-depnum(PyIdx)
                            Move cqLastName to py-name(PyIdx)
                            Add cqNetPay to py-chk-amt(PyIdx)
                End-Perform
                Close chkReqFile
                Move "N" to eof
            End-If.

      *> Leaves PyIdx on the employee's payment entry, adding one
      *> if this is the first payment seen for the employee. Past
      *> the table's capacity the last entry takes the overflow,
      *> and is held.
        025-findPayment.
            Move "N" to ws-found
            Perform 026-matchPayment
                varying PyIdx from 1 by 1
                until PyIdx > ws-pay-cnt
                    or ws-found = "Y"
            If ws-found = "Y"
                Set PyIdx to ws-found-idx
            Else
                If ws-pay-cnt < 2000
                    Add 1 to ws-pay-cnt
                Else
                    Move "Payment table full - last entry overflowed"
                        to hml-text
                    Write holdRecord from HoldMessageLine
                End-If
                Set PyIdx to ws-pay-cnt
                Move ws-pay-empnum to py-empnum(PyIdx)
                Move Spaces        to py-depnum(PyIdx)
                Move ws-pay-name   to py-name(PyIdx)
                Move 0 to py-ach-amt(PyIdx)
                Move 0 to py-chk-amt(PyIdx)
                Move "Y" to py-release(PyIdx)
            End-If.

        026-matchPayment.
            If py-empnum(PyIdx) = ws-pay-empnum
                Move "Y" to ws-found
                Set ws-found-idx to PyIdx
            End-If.

        040-loadClearances.
            Open input clearFile
            If clear-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read clearFile
                        at end
                            Move "Y" to eof
                        not at end
                            If ws-clr-cnt < 500
                                Add 1 to ws-clr-cnt
                                Set ClIdx to ws-clr-cnt
                                Move hcEmpNum to cl-empnum(ClIdx)
                                Move hcFlag   to cl-flag(ClIdx)
                                Move hcBy     to cl-by(ClIdx)
                            End-If
                End-Perform
                Close clearFile
                Move "N" to eof
            End-If.

      *> Runs every test against one employee's payment. A payment
      *> with any flag still uncleared is held; one whose period
      *> lab4rev has since reversed is listed and left out of the
      *> release without being screened.
        100-screenPayment.
            Move "N" to ws-pay-flagged
            Move "N" to ws-pay-held
            Compute ws-pay-amt = py-ach-amt(PyIdx) + py-chk-amt(PyIdx)
            Evaluate true
                When py-ach-amt(PyIdx) > 0 and py-chk-amt(PyIdx) > 0
                    Move "BTH" to ws-pay-method
                When py-ach-amt(PyIdx) > 0
                    Move "ACH" to ws-pay-method
                When other
                    Move "CHK" to ws-pay-method
            End-Evaluate
            Add 1 to ws-cnt-paid
            Add ws-pay-amt to ws-amt-paid

            Perform 160-checkReversed
            If ws-newest-status = "R"
                Perform 170-listReversed
            Else
                Perform 102-runScreens
            End-If.

        102-runScreens.
            Move "N" to ws-found
            Perform 105-matchMaster
                varying MsIdx from 1 by 1
                until MsIdx > ws-mst-cnt
                    or ws-found = "Y"
            If ws-found = "N"
                Move "NOMS" to ws-flag-code
                Move "Paid but not on employee master"
                    to ws-flag-detail
                Perform 180-raiseFlag
            Else
                Set MsIdx to ws-found-idx
                Move mt-depnum(MsIdx)   to py-depnum(PyIdx)
                Move mt-lastname(MsIdx) to py-name(PyIdx)
                Perform 110-checkSharedBank
                Perform 120-checkSharedAddress
                Perform 130-checkBankChange
                Perform 140-checkTimeCard
                Perform 150-checkPayHistory
            End-If

            If ws-pay-flagged = "Y"
                Add 1 to ws-cnt-flagged
                Add ws-pay-amt to ws-amt-flagged
            End-If
            If ws-pay-held = "Y"
                Move "H" to py-release(PyIdx)
                Add 1 to ws-cnt-held
                Add ws-pay-amt to ws-amt-held
            Else
                Add 1 to ws-cnt-released
                Add ws-pay-amt to ws-amt-released
            End-If.

        105-matchMaster.
            If mt-empnum(MsIdx) = py-empnum(PyIdx)
                Move "Y" to ws-found
                Set ws-found-idx to MsIdx
            End-If.

      *> DUPB - the same routing and account on another Emp #.
        110-checkSharedBank.
            If mt-routing(MsIdx) > 0
                Move 0 to ws-match-cnt
                Perform 112-matchSharedBank
                    varying MsIdx2 from 1 by 1
                    until MsIdx2 > ws-mst-cnt
                If ws-match-cnt > 0
                    Move "DUPB" to ws-flag-code
                    Move Spaces to ws-flag-detail
                    If ws-match-cnt > 1
                        String "Same bank acct as Emp # " ws-other-emp
                                " and others"
                            delimited by size into ws-flag-detail
                    Else
                        String "Same bank acct as Emp # " ws-other-emp
                            delimited by size into ws-flag-detail
                    End-If
                    Perform 180-raiseFlag
                End-If
            End-If.

        112-matchSharedBank.
            If mt-routing(MsIdx2) = mt-routing(MsIdx)
                    and mt-account(MsIdx2) = mt-account(MsIdx)
                    and mt-empnum(MsIdx2) not = mt-empnum(MsIdx)
                Add 1 to ws-match-cnt
                If ws-match-cnt = 1
                    Move mt-empnum(MsIdx2) to ws-other-emp
                End-If
            End-If.

      *> ADDR - too many current employees at one street address.
      *> Terminated employees are left out of the count.
        120-checkSharedAddress.
            If mt-adress(MsIdx) not = Spaces
                Move 0 to ws-match-cnt
                Perform 122-matchSharedAddress
                    varying MsIdx2 from 1 by 1
                    until MsIdx2 > ws-mst-cnt
                If ws-match-cnt >= ws-screen-addr
                    Move "ADDR" to ws-flag-code
                    Move ws-match-cnt to ws-edit-cnt
                    Move Spaces to ws-flag-detail
                    String "Address shared by " ws-edit-cnt
                            " employees"
                        delimited by size into ws-flag-detail
                    Perform 180-raiseFlag
                End-If
            End-If.

        122-matchSharedAddress.
            If mt-adress(MsIdx2) = mt-adress(MsIdx)
                    and mt-citystate(MsIdx2) = mt-citystate(MsIdx)
                    and mt-status(MsIdx2) not = "T"
                Add 1 to ws-match-cnt
            End-If.

      *> BCHG - the deposit account is still on prenote, or its
      *> prenote went to the bank within the last few days. An
      *> employee with no prenote entry has had no account change
      *> since the prenote file was built.
        130-checkBankChange.
            If ws-prenote-open = "Y"
                Move mt-empnum(MsIdx) to pnEmpNum
                Read prenoteFile key is pnEmpNum
                    invalid key
                        Move 0 to pnSentDate
                        Move Spaces to pnStatus
                End-Read
                Move 0 to ws-bchg-serial
                If pnSentDate > 0
                    Move pnSentDate to ws-cnv-date
                    Perform 220-dateToSerial
                    Move ws-cnv-serial to ws-bchg-serial
                End-If
                Move pnSentDate to ws-edit-date
                Move Spaces to ws-flag-detail
                Evaluate true
                    When prenotePending
                        String "Bank acct on prenote since "
                                ws-edit-date
                            delimited by size into ws-flag-detail
                    When ws-bchg-serial > 0
                            and ws-bchg-serial + ws-screen-days
                                >= ws-run-serial
                        String "Bank acct changed " ws-edit-date
                            delimited by size into ws-flag-detail
                End-Evaluate
                If ws-flag-detail not = Spaces
                    Move "BCHG" to ws-flag-code
                    Perform 180-raiseFlag
                End-If
            End-If.

      *> NOTC - hourly pay with no time card behind it.
        140-checkTimeCard.
            If mt-paycode(MsIdx) = "H"
                    and mt-timecard(MsIdx) = 0
                Move "NOTC" to ws-flag-code
                Move "Hourly paid with no time card"
                    to ws-flag-detail
                Perform 180-raiseFlag
            End-If.

      *> HIPY - net paid against the average of the employee's
      *> recent regular periods. The newest regular period on the
      *> history is the one this release pays, so the average is
      *> taken over the periods before it; an employee with no
      *> earlier period has nothing to compare and is passed.
        150-checkPayHistory.
            If ws-hist-open = "Y"
                Move 0 to ws-hn-cnt
                Move mt-empnum(MsIdx) to phEmpNum
                Move 0 to phPerEnd
                Move 0 to phRunSeq
                Move "N" to eof
                Start histFile key is not < phKey
                    invalid key
                        Move "Y" to eof
                End-Start
                Perform until eof = "Y"
                    Read histFile next
                        at end
                            Move "Y" to eof
                        not at end
                            If phEmpNum not = mt-empnum(MsIdx)
                                Move "Y" to eof
                            Else
                                Perform 152-storeHistNet
                            End-If
                    End-Read
                End-Perform
                Move "N" to eof

                Move 0 to ws-hist-used
                Move 0 to ws-hist-sum
                If ws-hn-cnt > 1
                    Perform 154-sumHistNet
                        varying HnIdx from ws-hn-cnt by -1
                        until HnIdx < 2
                            or ws-hist-used >= ws-screen-periods
                End-If
                If ws-hist-used > 0
                    Divide ws-hist-sum by ws-hist-used
                        giving ws-hist-avg rounded
                    Compute ws-hist-limit rounded =
                        ws-hist-avg * ws-screen-pct / 100
                    If ws-hist-avg > 0
                            and ws-pay-amt > ws-hist-limit
                        Move "HIPY" to ws-flag-code
                        Move ws-screen-pct to ws-edit-pct
                        Move ws-hist-avg to ws-edit-amt
                        Move Spaces to ws-flag-detail
                        String "Over " ws-edit-pct " pct of avg "
                                ws-edit-amt
                            delimited by size into ws-flag-detail
                        Perform 180-raiseFlag
                    End-If
                End-If
            End-If.

      *> keeps the latest 100 regular, posted periods
        152-storeHistNet.
            If regularRun and histPosted
                If ws-hn-cnt >= 100
                    Perform 153-shiftHistNet
                        varying HnIdx from 1 by 1
                        until HnIdx > 99
                    Move 99 to ws-hn-cnt
                End-If
                Add 1 to ws-hn-cnt
                Set HnIdx to ws-hn-cnt
                Move phNetPay to hn-net(HnIdx)
            End-If.

        153-shiftHistNet.
            Move hn-net(HnIdx + 1) to hn-net(HnIdx).

      *> walks back from the period before the newest
        154-sumHistNet.
            Add hn-net(HnIdx - 1) to ws-hist-sum
            Add 1 to ws-hist-used.

      *> The release pays the newest entry on the employee's
      *> history; its status is left in ws-newest-status. With no
      *> history to read, nothing is taken as reversed.
        160-checkReversed.
            Move Spaces to ws-newest-status
            If ws-hist-open = "Y"
                Move py-empnum(PyIdx) to phEmpNum
                Move 0 to phPerEnd
                Move 0 to phRunSeq
                Move "N" to eof
                Start histFile key is not < phKey
                    invalid key
                        Move "Y" to eof
                End-Start
                Perform until eof = "Y"
                    Read histFile next
                        at end
                            Move "Y" to eof
                        not at end
                            If phEmpNum not = py-empnum(PyIdx)
                                Move "Y" to eof
                            Else
                                Move phStatus to ws-newest-status
                            End-If
                    End-Read
                End-Perform
                Move "N" to eof
            End-If.

      *> A reversed payment goes on the listing for the record and
      *> is dropped from the release copies.
        170-listReversed.
            Move "R" to py-release(PyIdx)
            Add 1 to ws-cnt-reversed
            Add ws-pay-amt to ws-amt-reversed
            Move py-empnum(PyIdx) to hl-empnum
            Move py-name(PyIdx)   to hl-name
            Move py-depnum(PyIdx) to hl-depnum
            Move ws-pay-method    to hl-method
            Move ws-pay-amt       to hl-amount
            Move "REVD"           to hl-flag
            Move "Period reversed by lab4rev - left out"
                to hl-detail
            Move "REVERSED"       to hl-status
            Write holdRecord from HoldLine.

      *> Writes one flag on the hold listing, cleared if the
      *> supervisor has keyed this flag or ALL for the employee.
        180-raiseFlag.
            Move "Y" to ws-pay-flagged
            Add 1 to ws-cnt-flags
            Move Spaces to ws-flag-by
            Perform 182-matchClearance
                varying ClIdx from 1 by 1
                until ClIdx > ws-clr-cnt
                    or ws-flag-by not = Spaces

            Move py-empnum(PyIdx) to hl-empnum
            Move py-name(PyIdx)   to hl-name
            Move py-depnum(PyIdx) to hl-depnum
            Move ws-pay-method    to hl-method
            Move ws-pay-amt       to hl-amount
            Move ws-flag-code     to hl-flag
            Move ws-flag-detail   to hl-detail
            If ws-flag-by = Spaces
                Move "HELD" to hl-status
                Move "Y" to ws-pay-held
            Else
                Move Spaces to hl-status
                String "CLEARED " ws-flag-by
                    delimited by size into hl-status
                Add 1 to ws-cnt-cleared
            End-If
            Write holdRecord from HoldLine.

        182-matchClearance.
            If cl-empnum(ClIdx) = py-empnum(PyIdx)
                    and (cl-flag(ClIdx) = ws-flag-code
                        or cl-flag(ClIdx) = "ALL")
                Move cl-by(ClIdx) to ws-flag-by
                If ws-flag-by = Spaces
                    Move "???" to ws-flag-by
                End-If
            End-If.

      *> The ACH release copy - header and prenotes as written, each
      *> deposit only if its employee is released, and the batch
      *> control re-figured over what was kept. The copy is always
      *> rewritten, so an earlier run's copy is never left behind.
        300-writeReleaseAch.
            Open output achRelFile
            Open input achFile
            If ach-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read achFile
                        at end
                            Move "Y" to eof
                        not at end
                            Perform 302-copyAchRecord
                End-Perform
                Close achFile
                Move "N" to eof
            End-If
            Close achRelFile.

        302-copyAchRecord.
            Move achRecord to AchDetail
            Evaluate true
                When ad-rectype = "6" and ad-trancode = "22"
                    Move ad-empnum to ws-pay-empnum
                    Perform 310-findRelease
                    If ws-found = "Y"
                        Write achRelRecord from achRecord
                        Add 1 to ws-rel-count
                        Add ad-amount to ws-rel-total
                    End-If
                When ad-rectype = "6"
                    Write achRelRecord from achRecord
                    Add 1 to ws-rel-count
                When ad-rectype = "8"
                    Move achRecord to AchBatchControl
                    Move ws-rel-count to abc-count
                    Move ws-rel-total to abc-total
                    Write achRelRecord from AchBatchControl
                When other
                    Write achRelRecord from achRecord
            End-Evaluate.

      *> ws-found is Y only for an employee whose payment is
      *> released.
        310-findRelease.
            Move "N" to ws-found
            Perform 026-matchPayment
                varying PyIdx from 1 by 1
                until PyIdx > ws-pay-cnt
                    or ws-found = "Y"
            If ws-found = "Y"
                Set PyIdx to ws-found-idx
                If not py-released(PyIdx)
                    Move "N" to ws-found
                End-If
            End-If.

      *> The check request release copy, for lab4check.
        320-writeReleaseChecks.
            Open output chkRelFile
            Open input chkReqFile
            If chkreq-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read chkReqFile
                        at end
                            Move "Y" to eof
                        not at end
                            Move cqEmpNum to ws-pay-empnum
                            Perform 310-findRelease
                            If ws-found = "Y"
                                Write chkRelRecord from chkReqRecord
                            End-If
                End-Perform
                Close chkReqFile
                Move "N" to eof
            End-If
            Close chkRelFile.

      *> Control counts at the foot of the listing and the release
      *> decision - payments screened cross-foot to those released,
      *> those still held and those left out as reversed.
        500-writeScreenTotals.
            Write holdRecord from blankLine
            Move "Payments screened" to htl-label
            Move ws-cnt-paid to htl-count
            Move ws-amt-paid to htl-amount
            Write holdRecord from HoldTotalLine
            Move "Payments flagged" to htl-label
            Move ws-cnt-flagged to htl-count
            Move ws-amt-flagged to htl-amount
            Write holdRecord from HoldTotalLine
            Move "Payments still held" to htl-label
            Move ws-cnt-held to htl-count
            Move ws-amt-held to htl-amount
            Write holdRecord from HoldTotalLine
            Move "Payments reversed - left out" to htl-label
            Move ws-cnt-reversed to htl-count
            Move ws-amt-reversed to htl-amount
            Write holdRecord from HoldTotalLine
            Move "Payments released" to htl-label
            Move ws-cnt-released to htl-count
            Move ws-amt-released to htl-amount
            Write holdRecord from HoldTotalLine
            Move "Flags raised" to htl-label
            Move ws-cnt-flags to htl-count
            Move 0 to htl-amount
            Write holdRecord from HoldTotalLine
            Move "Flags cleared by supervisor" to htl-label
            Move ws-cnt-cleared to htl-count
            Move 0 to htl-amount
            Write holdRecord from HoldTotalLine
            Write holdRecord from blankLine
            If ws-cnt-held > 0
                Move "RELEASE STOPPED - held payments must be cleared"
                    to hml-text
            Else
                Move "No payments held - release lab4-achrel/chkrel"
                    to hml-text
            End-If
            Write holdRecord from HoldMessageLine.
