
        Identification Division.
        Program-ID. lab4retro.

        *>     Tyler Zysberg
        *>    Retroactive pay calculation
        *>
        *>    Works out the back pay owed on rate changes keyed
        *>    through lab4maint with an effective date already past.
        *>    lab4maint leaves one request per back-dated change on
        *>    lab4-retroreq.dat (old rate, new rate, effective date,
        *>    date applied); for each, every regular pay-history
        *>    period ending on or after the effective date and before
        *>    the change reached the master is recomputed at the new
        *>    rate - a period the effective date falls inside is
        *>    prorated by days - and the difference listed on a retro
        *>    register by department.
        *>
        *>    Each request's total becomes one open item on the keyed
        *>    retro payable file, paid with the next regular lab4 run
        *>    (withheld with the period's pay) or by a lab4supp
        *>    off-cycle run with LAB4_SUPP_RETRO=Y (supplemental
        *>    rates), whichever comes first. Pay code changes, old
        *>    rates of zero and rate decreases are not computed - they
        *>    go on the reject listing to be worked by hand. The
        *>    request file is emptied once the run proves clean.
        *>
        *>    Mod log:
        *>    - Periods backed out by lab4rev are passed over - there
        *>      is no pay left in them to re-rate.
        *>    - Pay-history layout carries the work state the period
        *>      was taxed in.
        *>    - Pay-history layout carries the workers' comp class,
        *>      subject payroll, overtime premium and premium.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select retroReqFile Assign to "lab4-retroreq.dat"
                Organization is Line Sequential
                File Status is ws-retroreq-status.

            Select histFile Assign to "lab4-hist.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is phKey
                File Status is ws-hist-status.

            Select retroFile Assign to "lab4-retropay.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is rpKey
                File Status is ws-retro-status.

            Select retroRegFile Assign to "lab4-retroreg.dat"
                Organization is Line Sequential.

            Select rejectFile Assign to "lab4-retrorej.dat"
                Organization is Line Sequential.

            Select sortFile Assign to "lab4-retrowk".

        Data Division.
        File Section.
      *> lab4maint's request layout
        FD retroReqFile.
        01 retroReqRecord.
            05 rqEmpNum     PIC X(5).
            05 rqDepNum     PIC X(5).
            05 rqEffDate    PIC 9(8).
            05 rqReqDate    PIC 9(8).
            05 rqOldPayCode PIC X.
            05 rqOldPay     PIC 9(7)V99.
            05 rqNewPayCode PIC X.
            05 rqNewPay     PIC 9(7)V99.

      *> the pay-history and retro payable masters, laid out exactly
      *> as lab4 keeps them
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
        01 histControlRecord.
            05 hcKey        PIC X(14).
            05 hcCount      PIC 9(7).
            05 hcHash       PIC 9(11)V99.
            05              PIC X(229).

        FD retroFile.
        01 retroPayRecord.
            05 rpKey.
                10 rpEmpNum   PIC X(5).
                10 rpEffDate  PIC 9(8).
            05 rpDepNum     PIC X(5).
            05 rpOldPay     PIC 9(7)V99.
            05 rpNewPay     PIC 9(7)V99.
            05 rpPeriods    PIC 99.
            05 rpAmount     PIC 9(7)V99.
            05 rpCalcDate   PIC 9(8).
            05 rpStatus     PIC X.
                88 retroOpen Value "O".
                88 retroPaid Value "P".
            05 rpPaidBy     PIC X.
            05 rpPaidDate   PIC 9(8).
        01 retroControlRecord.
            05 rcKey        PIC X(13).
            05 rcCount      PIC 9(7).
            05 rcHash       PIC 9(11)V99.
            05              PIC X(32).

        FD retroRegFile.
        01 retroRegRecord PIC X(132).

        FD rejectFile.
        01 rejectRecord   PIC X(120).

      *> one recomputed period, sequenced by the department the
      *> period was paid in for the register
        SD sortFile.
        01 sortRecord.
            05 srtDepNum    PIC X(5).
            05 srtEmpNum    PIC X(5).
            05 srtPerEnd    PIC 9(8).
            05 srtPerStart  PIC 9(8).
            05 srtEffDate   PIC 9(8).
            05 srtOldPay    PIC 9(7)V99.
            05 srtNewPay    PIC 9(7)V99.
            05 srtGross     PIC 9(9)V99.
            05 srtFactor    PIC 9V9(4).
            05 srtRetro     PIC 9(7)V99.

        Working-Storage Section.

        01 eof PIC X Value "N".
        01 blankLine    PIC X Value Spaces.

        01 ws-date.
            05 ws-yr    PIC 9(4).
            05 ws-mo    PIC 99.
            05 ws-dy    PIC 99.
        01 ws-run-date PIC 9(8).

        01 ws-file-status.
            05 ws-retroreq-status PIC XX.
                88 retroreq-status-ok        Value "00".
                88 retroreq-status-not-found Value "35".
            05 ws-hist-status PIC XX.
                88 hist-status-ok        Value "00".
                88 hist-status-not-found Value "35".
            05 ws-retro-status PIC XX.
                88 retro-status-ok        Value "00".
                88 retro-status-not-found Value "35".

        01 ws-keyed-file-flags.
            05 ws-hist-open     PIC X Value "N".
                88 hist-open-on     Value "Y".
            05 ws-retro-open    PIC X Value "N".
                88 retro-open-on    Value "Y".

      *> ---------------------------------------------------------
      *> one request's recomputation - the period's share at the
      *> new rate (the whole period, or the days from the effective
      *> date on) and the period count implied by its length
      *> ---------------------------------------------------------
        01 RetroWork.
            05 ws-hist-eof      PIC X Value "N".
            05 ws-req-total     PIC 9(7)V99 Value 0.
            05 ws-req-periods   PIC 99 Value 0.
            05 ws-period-base   PIC 9(9)V99 Value 0.
            05 ws-period-retro  PIC 9(7)V99 Value 0.
            05 ws-retro-factor  PIC 9V9(4) Value 1.
            05 ws-periods-per-year PIC 99 Value 12.
            05 ws-per-days      PIC 999.
            05 ws-eff-days      PIC 999.
            05 ws-start-serial  PIC 9(7).
            05 ws-end-serial    PIC 9(7).
            05 ws-eff-serial    PIC 9(7).

        01 ws-split-date PIC 9(8).
        01 ws-split-parts redefines ws-split-date.
            05 ws-split-year  PIC 9(4).
            05 ws-split-month PIC 99.
            05 ws-split-day   PIC 99.

        01 ws-cnv.
            05 ws-cnv-year   PIC 9(4).
            05 ws-cnv-month  PIC 99.
            05 ws-cnv-day    PIC 99.
            05 ws-cnv-y      PIC 9(4).
            05 ws-cnv-serial PIC 9(7).
            05 ws-leap4      PIC 9(4).
            05 ws-leap100    PIC 9(4).
            05 ws-leap400    PIC 9(4).

        01 ws-cum-days-tab PIC X(36)
            Value "000031059090120151181212243273304334".
        01 ws-cum-days-r redefines ws-cum-days-tab.
            05 ws-cum-days PIC 9(3) Occurs 12 Times.

        01 ws-retro-counts.
            05 ws-cnt-requests  PIC 9(5) Value 0.
            05 ws-cnt-periods   PIC 9(5) Value 0.
            05 ws-cnt-payables  PIC 9(5) Value 0.
            05 ws-cnt-rejects   PIC 9(5) Value 0.
            05 ws-tot-retro     PIC 9(9)V99 Value 0.

        01 ws-reg-work.
            05 ws-reg-eof       PIC X Value "N".
            05 ws-prev-depnum   PIC X(5) Value Spaces.
            05 ws-dep-subtotal  PIC 9(9)V99 Value 0.
            05 ws-reg-total     PIC 9(9)V99 Value 0.

      *> ---------------------------------------------------------
      *> batch balancing - history proved before it is read, the
      *> payable file proved on open and its control re-written
      *> ---------------------------------------------------------
        01 ws-hist-control-key  PIC X(14) Value "~~CTL".
        01 ws-retro-control-key PIC X(13) Value "~~CTL".

        01 ws-balancing.
            05 ws-sweep-count    PIC 9(7) Value 0.
            05 ws-sweep-hash     PIC 9(11)V99 Value 0.
            05 ws-ctl-count      PIC 9(7) Value 0.
            05 ws-ctl-hash       PIC 9(11)V99 Value 0.
            05 ws-ctl-found      PIC X Value "N".
            05 ws-retro-count    PIC 9(7) Value 0.
            05 ws-retro-hash     PIC 9(11)V99 Value 0.

        01 ws-balance-flag PIC X Value "Y".
            88 balance-ok Value "Y".

        01 RetroRegHeader1.
            05 rrh-Month PIC Z9/.
            05 rrh-Day   PIC 99/.
            05 rrh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(30)
                Value "Retroactive Pay Register".

        01 RetroRegHeader2.
            05          PIC X(8)  Value "Dep #".
            05          PIC X(8)  Value "Emp #".
            05          PIC X(19) Value "Period".
            05          PIC X(10) Value "Eff Date".
            05          PIC X(12) Value "  Old Rate".
            05          PIC X(12) Value "  New Rate".
            05          PIC X(16) Value "  Period Gross".
            05          PIC X(8)  Value "Share".
            05          PIC X(10) Value " Retro Pay".

        01 RetroRegLine.
            05 rrl-depnum   PIC X(5).
            05              PIC X(3) Value Spaces.
            05 rrl-empnum   PIC X(5).
            05              PIC X(3) Value Spaces.
            05 rrl-perstart PIC 9(8).
            05              PIC X Value "-".
            05 rrl-perend   PIC 9(8).
            05              PIC X(2) Value Spaces.
            05 rrl-effdate  PIC 9(8).
            05              PIC X(2) Value Spaces.
            05 rrl-oldpay   PIC ZZZ,ZZ9.99.
            05              PIC X(2) Value Spaces.
            05 rrl-newpay   PIC ZZZ,ZZ9.99.
            05              PIC X(2) Value Spaces.
            05 rrl-gross    PIC $$$,$$$,$$9.99.
            05              PIC X(2) Value Spaces.
            05 rrl-factor   PIC 9.9999.
            05              PIC X(2) Value Spaces.
            05 rrl-retro    PIC $$$,$$9.99.

        01 RetroDeptLine.
            05              PIC X(8) Value Spaces.
            05              PIC X(5) Value "Dept ".
            05 rdl-depnum   PIC X(5).
            05              PIC X(18) Value " retro total".
            05 rdl-amount   PIC $$$$,$$$,$$9.99.

        01 RetroTotalLine.
            05              PIC X(36) Value "TOTAL RETROACTIVE PAY".
            05 rtl-amount   PIC $$$$,$$$,$$9.99.

        01 RetroCountLine.
            05 rcl-label    PIC X(36).
            05 rcl-count    PIC ZZZZZZ9.

        01 RejectHeader.
            05          PIC X(8)  Value "Emp #".
            05          PIC X(11) Value "Eff Date".
            05          PIC X(50) Value "Reason".

        01 RejectLine.
            05 rjl-empnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 rjl-effdate PIC 9(8).
            05             PIC X(3) Value Spaces.
            05 rjl-reason  PIC X(50).

        Procedure Division.
        000-Main.
            Perform 200-getDate
            Open output retroRegFile
            Write retroRegRecord from RetroRegHeader1
            Write retroRegRecord from blankLine
            Write retroRegRecord from RetroRegHeader2
            Open output rejectFile
            Write rejectRecord from RejectHeader

            Perform 047-openHistMaster
            Perform 052-openRetroFile

            If balance-ok
                Sort sortFile
                    ascending key srtDepNum srtEmpNum srtPerEnd
                    input procedure is 100-computeRetro
                    output procedure is 400-printRegister
                Perform 450-updateRetroControl
      *> the requests are consumed - computed or rejected to be
      *> worked by hand - so a proven run empties the file
                Open output retroReqFile
                Close retroReqFile
            Else
                Move 16 to Return-Code
            End-If

            Perform 500-writeRetroTotals

            If hist-open-on
                Close histFile
            End-If
            If retro-open-on
                Close retroFile
            End-If
            Close retroRegFile
            Close rejectFile
            Stop Run.

      *> The pay-history master is only read here, but it is still
      *> proved against its control before any back pay is worked
      *> out from it.
        047-openHistMaster.
            Open input histFile
            If hist-status-ok
                Move "Y" to ws-hist-open
                Perform 049-verifyHistMaster
            Else
                Move "History file missing or unopenable"
                    to rjl-reason
                Perform 058-writeBalanceReject
            End-If.

        049-verifyHistMaster.
            Move 0 to ws-sweep-count
            Move 0 to ws-sweep-hash
            Move "N" to ws-ctl-found
            Move "N" to eof
            Move Low-Values to phKey
            Start histFile key not < phKey
                invalid key
                    Move "Y" to eof
            End-Start
            Perform until eof = "Y"
                Read histFile next
                    at end
                        Move "Y" to eof
                    not at end
                        Perform 051-sweepHistEntry
                End-Read
            End-Perform
            Move "N" to eof
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "History file does not balance to control"
                        to rjl-reason
                    Perform 058-writeBalanceReject
                End-If
            End-If.

        051-sweepHistEntry.
            If phKey = ws-hist-control-key
                Move "Y" to ws-ctl-found
                Move hcCount to ws-ctl-count
                Move hcHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add phNetPay to ws-sweep-hash
            End-If.

      *> The retro payable file, opened in place and created empty
      *> the first time back pay is computed.
        052-openRetroFile.
            Open i-o retroFile
            If retro-status-not-found
                Open output retroFile
                Close retroFile
                Open i-o retroFile
            End-If
            If retro-status-ok
                Move "Y" to ws-retro-open
                Perform 053-verifyRetroFile
            Else
                Move "Retro payable file unopenable" to rjl-reason
                Perform 058-writeBalanceReject
            End-If.

        053-verifyRetroFile.
            Move 0 to ws-sweep-count
            Move 0 to ws-sweep-hash
            Move "N" to ws-ctl-found
            Move "N" to eof
            Move Low-Values to rpKey
            Start retroFile key not < rpKey
                invalid key
                    Move "Y" to eof
            End-Start
            Perform until eof = "Y"
                Read retroFile next
                    at end
                        Move "Y" to eof
                    not at end
                        Perform 054-sweepRetroEntry
                End-Read
            End-Perform
            Move "N" to eof
            Move ws-sweep-count to ws-retro-count
            Move ws-sweep-hash  to ws-retro-hash
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "Retro payable file does not balance to ctl"
                        to rjl-reason
                    Perform 058-writeBalanceReject
                End-If
            End-If.

        054-sweepRetroEntry.
            If rpKey = ws-retro-control-key
                Move "Y" to ws-ctl-found
                Move rcCount to ws-ctl-count
                Move rcHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add rpAmount to ws-sweep-hash
            End-If.

        058-writeBalanceReject.
            Move "BALAN" to rjl-empnum
            Move 0 to rjl-effdate
            Write rejectRecord from RejectLine
            Add 1 to ws-cnt-rejects
            Move "N" to ws-balance-flag.

        059-writeReject.
            Move rqEmpNum  to rjl-empnum
            Move rqEffDate to rjl-effdate
            Write rejectRecord from RejectLine
            Add 1 to ws-cnt-rejects.

      *> Sort input: every request is worked against the history
      *> file, releasing one register row per period recomputed.
        100-computeRetro.
            Move "N" to eof
            Open input retroReqFile
            If retroreq-status-ok
                Perform until eof = "Y"
                    Read retroReqFile
                        at end
                            Move "Y" to eof
                        not at end
                            Add 1 to ws-cnt-requests
                            Perform 110-processRequest
                    End-Read
                End-Perform
                Close retroReqFile
            End-If
            Move "N" to eof.

        110-processRequest.
            Evaluate true
                When rqOldPay not numeric or rqOldPay = 0
                    Move "Old rate zero - work back pay by hand"
                        to rjl-reason
                    Perform 059-writeReject
                When rqOldPayCode not = rqNewPayCode
                    Move "Pay code changed - work back pay by hand"
                        to rjl-reason
                    Perform 059-writeReject
                When rqNewPay < rqOldPay
                    Move "Rate decrease - no overpayment recovery"
                        to rjl-reason
                    Perform 059-writeReject
                When other
                    Move rqEmpNum  to rpEmpNum
                    Move rqEffDate to rpEffDate
                    Read retroFile
                        invalid key
                            Perform 120-scanHistory
                            If ws-req-periods = 0
                                Move "No paid periods since effective"
                                    to rjl-reason
                                Perform 059-writeReject
                            Else
                                Perform 130-writePayable
                            End-If
                        not invalid key
                            Move "Retro already computed for that date"
                                to rjl-reason
                            Perform 059-writeReject
                    End-Read
            End-Evaluate.

      *> The employee's regular periods from the effective date up
      *> to (not including) the day the change reached the master -
      *> periods ending on or after that were paid at the new rate.
        120-scanHistory.
            Move 0 to ws-req-total
            Move 0 to ws-req-periods
            Move rqEmpNum  to phEmpNum
            Move rqEffDate to phPerEnd
            Move 0 to phRunSeq
            Move "N" to ws-hist-eof
            Start histFile key not < phKey
                invalid key
                    Move "Y" to ws-hist-eof
            End-Start
            Perform 122-readHistPeriod
                until ws-hist-eof = "Y".

        122-readHistPeriod.
            Read histFile next
                at end
                    Move "Y" to ws-hist-eof
                not at end
                    If phEmpNum not = rqEmpNum
                            or phPerEnd not < rqReqDate
                        Move "Y" to ws-hist-eof
                    Else
                        If phRunSeq = 0 and regularRun
                                and not histReversed
                            Perform 125-computePeriodRetro
                        End-If
                    End-If
            End-Read.

      *> The difference for one period. Salaried and hourly gross
      *> scales straight with the rate, so the period's own gross
      *> (less any retro already in it) is scaled by the change; a
      *> salary-plus-commission period only has its base salary
      *> re-rated, worked from the annual rate and the number of
      *> periods a year the period's length implies.
        125-computePeriodRetro.
            Move phPerStart to ws-split-date
            Perform 128-splitToSerial
            Move ws-cnv-serial to ws-start-serial
            Move phPerEnd to ws-split-date
            Perform 128-splitToSerial
            Move ws-cnv-serial to ws-end-serial
            Compute ws-per-days = ws-end-serial - ws-start-serial + 1

            If phPerStart < rqEffDate
                Move rqEffDate to ws-split-date
                Perform 128-splitToSerial
                Move ws-cnv-serial to ws-eff-serial
                Compute ws-eff-days = ws-end-serial - ws-eff-serial + 1
                Compute ws-retro-factor rounded =
                    ws-eff-days / ws-per-days
            Else
                Move 1 to ws-retro-factor
            End-If

            Evaluate true
                When ws-per-days <= 7
                    Move 52 to ws-periods-per-year
                When ws-per-days <= 14
                    Move 26 to ws-periods-per-year
                When ws-per-days <= 16
                    Move 24 to ws-periods-per-year
                When other
                    Move 12 to ws-periods-per-year
            End-Evaluate

            Compute ws-period-base = phGross - phRetro
            If rqOldPayCode = "C"
                Compute ws-period-retro rounded =
                    (rqNewPay - rqOldPay) / ws-periods-per-year
                    * ws-retro-factor
            Else
                Compute ws-period-retro rounded =
                    ws-period-base * (rqNewPay - rqOldPay) / rqOldPay
                    * ws-retro-factor
            End-If

            If ws-period-retro > 0
                Add ws-period-retro to ws-req-total
                Add 1 to ws-req-periods
                Add 1 to ws-cnt-periods
                Move phDepNum        to srtDepNum
                Move phEmpNum        to srtEmpNum
                Move phPerEnd        to srtPerEnd
                Move phPerStart      to srtPerStart
                Move rqEffDate       to srtEffDate
                Move rqOldPay        to srtOldPay
                Move rqNewPay        to srtNewPay
                Move ws-period-base  to srtGross
                Move ws-retro-factor to srtFactor
                Move ws-period-retro to srtRetro
                Release sortRecord
            End-If.

        128-splitToSerial.
            Move ws-split-year  to ws-cnv-year
            Move ws-split-month to ws-cnv-month
            Move ws-split-day   to ws-cnv-day
            Perform 220-dateToSerial.

      *> One open payable per request, for the next pay run to take.
        130-writePayable.
            Move rqEmpNum       to rpEmpNum
            Move rqEffDate      to rpEffDate
            Move rqDepNum       to rpDepNum
            Move rqOldPay       to rpOldPay
            Move rqNewPay       to rpNewPay
            Move ws-req-periods to rpPeriods
            Move ws-req-total   to rpAmount
            Move ws-run-date    to rpCalcDate
            Move "O"            to rpStatus
            Move Space          to rpPaidBy
            Move 0              to rpPaidDate
            Write retroPayRecord
                invalid key
                    Move "Payable could not be written"
                        to rjl-reason
                    Perform 059-writeReject
                not invalid key
                    Add 1 to ws-retro-count
                    Add ws-req-total to ws-retro-hash
                    Add 1 to ws-cnt-payables
                    Add ws-req-total to ws-tot-retro
            End-Write.

        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-date to ws-run-date
            Move ws-mo to rrh-Month
            Move ws-dy to rrh-Day
            Move ws-yr to rrh-Year.

      *> Day-serial for a calendar date, as lab4 derives it, so the
      *> days of a period from the effective date on are a plain
      *> subtraction.
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

      *> Sort output: the register in department order with a
      *> subtotal at each department break and the grand total.
        400-printRegister.
            Move "N" to ws-reg-eof
            Perform until ws-reg-eof = "Y"
                Return sortFile
                    at end
                        Move "Y" to ws-reg-eof
                    not at end
                        Perform 410-printRegisterLine
                End-Return
            End-Perform
            If ws-prev-depnum not = Spaces
                Perform 420-printDeptSubtotal
            End-If
            Write retroRegRecord from blankLine
            Move ws-reg-total to rtl-amount
            Write retroRegRecord from RetroTotalLine.

        410-printRegisterLine.
            If srtDepNum not = ws-prev-depnum
                If ws-prev-depnum not = Spaces
                    Perform 420-printDeptSubtotal
                End-If
                Move srtDepNum to ws-prev-depnum
            End-If
            Move srtDepNum   to rrl-depnum
            Move srtEmpNum   to rrl-empnum
            Move srtPerStart to rrl-perstart
            Move srtPerEnd   to rrl-perend
            Move srtEffDate  to rrl-effdate
            Move srtOldPay   to rrl-oldpay
            Move srtNewPay   to rrl-newpay
            Move srtGross    to rrl-gross
            Move srtFactor   to rrl-factor
            Move srtRetro    to rrl-retro
            Write retroRegRecord from RetroRegLine
            Add srtRetro to ws-dep-subtotal
            Add srtRetro to ws-reg-total.

        420-printDeptSubtotal.
            Move ws-prev-depnum  to rdl-depnum
            Move ws-dep-subtotal to rdl-amount
            Write retroRegRecord from RetroDeptLine
            Write retroRegRecord from blankLine
            Move 0 to ws-dep-subtotal.

      *> Re-proves the payable file's control from the running
      *> count and hash.
        450-updateRetroControl.
            Move ws-retro-control-key to rcKey
            Move ws-retro-count to rcCount
            Move ws-retro-hash  to rcHash
            Rewrite retroControlRecord
                invalid key
                    Write retroControlRecord
            End-Rewrite.

        500-writeRetroTotals.
            Write retroRegRecord from blankLine
            Move "Retro requests read" to rcl-label
            Move ws-cnt-requests to rcl-count
            Write retroRegRecord from RetroCountLine
            Move "Pay periods recomputed" to rcl-label
            Move ws-cnt-periods to rcl-count
            Write retroRegRecord from RetroCountLine
            Move "Payables written" to rcl-label
            Move ws-cnt-payables to rcl-count
            Write retroRegRecord from RetroCountLine
            Move "Requests rejected" to rcl-label
            Move ws-cnt-rejects to rcl-count
            Write retroRegRecord from RetroCountLine.
