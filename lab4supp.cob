
        Identification Division.
        Program-ID. lab4supp.

        *>     Tyler Zysberg
        *>    Off-cycle supplemental pay run
        *>
        *>    Pays bonuses, late commissions and manual corrections
        *>    between regular runs from a small keyed-in file of
        *>    employee / amount / reason lines, without re-running
        *>    the whole payroll. Each line is its own payment: the
        *>    employee's 401k deferral (held to the annual plan limit,
        *>    with the employer match), flat supplemental federal and
        *>    state withholding in place of the bracket table, and the
        *>    employee's garnishment orders in priority order under the
        *>    same protected-earnings cap the regular run uses. No
        *>    insurance premium is taken - that is a per-period charge.
        *>
        *>    The payments feed the same places a regular run does:
        *>    ACH credits on lab4-ach.dat and check requests on
        *>    lab4-chkreq.dat for lab4check, the YTD master and the
        *>    garnishment balances updated in place with their control
        *>    records re-proved, and one pay-history record per
        *>    payment. History is keyed on the pay date with a run
        *>    sequence of 1-9 so an off-cycle payment never lands on
        *>    a regular period record (sequence 0).
        *>
        *>    Run it like the regular run - ahead of lab4check and the
        *>    bank transmission, with the previous cycle's ACH and
        *>    check-request files already released. A line repeating
        *>    one already paid today (same employee, reason and
        *>    amount) is rejected, so an accidental rerun pays no one
        *>    twice.
        *>
        *>    Mod log:
        *>    - LAB4_SUPP_RETRO=Y also pays every open retroactive pay
        *>      difference on lab4retro's payable file (reason RET)
        *>      at the supplemental rates, marking each one paid.
        *>    - Pay-history record carries the payment's taxable
        *>      wages and each garnishment order's take, so lab4rev
        *>      can reverse it; a reversed payment no longer blocks
        *>      the same line being paid again.
        *>    - Deposits only to an account whose prenote has cleared
        *>      on lab4's prenote file; a pending, rejected or
        *>      changed account is paid by check (no prenote is sent
        *>      from here - the next regular ACH run does that).
        *>    - State tax withheld at the work state's rate from
        *>      lab4-staterates.dat (nothing for a no-income-tax
        *>      state), the flat supplemental rate only for a blank
        *>      or unlisted work state; the payment's state wages and
        *>      tax post to the YTD master's bucket for the state.
        *>    - Workers' comp premium accrued on the payment at the
        *>      employee's class rate from lab4-wcrates.dat, and the
        *>      class, payroll and premium carried on the history
        *>      record for the quarterly premium report.
        *>    - A payment with a blank or unlisted workers' comp
        *>      class accrues no premium and is warned on the
        *>      register; the run's premium accrued is totalled.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select suppFile Assign to "lab4-supp.dat"
                Organization is Line Sequential
                File Status is ws-supp-status.

            Select masterFile Assign to "lab4-in.dat"
                Organization is Line Sequential
                File Status is ws-master-status.

            Select ytdFile Assign to "lab4-ytd.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is ytEmpNum
                File Status is ws-ytd-status.

            Select garnFile Assign to "lab4-garn.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is gnOrderKey
                File Status is ws-garn-status.

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

            Select prenoteFile Assign to "lab4-prenote.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is pnEmpNum
                File Status is ws-prenote-status.

            Select stateRatesFile Assign to "lab4-staterates.dat"
                Organization is Line Sequential
                File Status is ws-staterates-status.

            Select wcRatesFile Assign to "lab4-wcrates.dat"
                Organization is Line Sequential
                File Status is ws-wcrates-status.

            Select achFile Assign to "lab4-ach.dat"
                Organization is Line Sequential.

            Select chkReqFile Assign to "lab4-chkreq.dat"
                Organization is Line Sequential.

            Select suppRegFile Assign to "lab4-suppreg.dat"
                Organization is Line Sequential.

            Select rejectFile Assign to "lab4-supprej.dat"
                Organization is Line Sequential.

        Data Division.
        File Section.
      *> one payment per line: EmpNum, the gross amount, a reason
      *> code (BON bonus, COM commission, COR correction) and a free
      *> memo for the register
        FD suppFile.
        01 suppRecord.
            05 spEmpNum     PIC X(5).
            05 spAmount     PIC 9(7)V99.
            05 spReason     PIC X(3).
            05 spMemo       PIC X(30).

        FD masterFile.
        Copy payroll replacing ==:prefix:== By ==ms==.

      *> lab4's state withholding table - whether the state taxes
      *> wages at all, and its flat rate when it does
        FD stateRatesFile.
        01 stateRateRecord.
            05 srState        PIC XX.
            05 srIncomeTax    PIC X.
            05 srRate         PIC V999.

      *> lab4's workers' comp class rates, per $100 of payroll
        FD wcRatesFile.
        01 wcRateRecord.
            05 wrClass        PIC X(4).
            05 wrRate         PIC 99V99.
            05 wrDesc         PIC X(30).

      *> the keyed masters, laid out exactly as lab4 keeps them
        FD ytdFile.
        01 ytdMasterRecord.
            05 ytEmpNum       PIC X(5).
            05 ytDepNum       PIC X(5).
            05 ytYtdPay       PIC 9(9)V99.
            05 ytYtd401k      PIC 9(9)V99.
            05 ytYtdFicaWages PIC 9(9)V99.
            05 ytYtdSutaWages PIC 9(9)V99.
            05 ytYtdFedTax    PIC 9(9)V99.
            05 ytYtdStateTax  PIC 9(9)V99.
      *> state taxable wages and tax withheld, one entry per work
      *> state the employee has been taxed in this year
            05 ytStateTable.
                10 ytStateEntry Occurs 4 Times Indexed by YtIdx.
                    15 ytState       PIC XX.
                    15 ytStateWages  PIC 9(9)V99.
                    15 ytStateTaxAmt PIC 9(9)V99.
        01 ytdControlRecord.
            05 ycEmpNum       PIC X(5).
            05 ycCount        PIC 9(7).
            05 ycHash         PIC 9(11)V99.
            05                PIC X(147).

        FD garnFile.
        01 garnRecord.
            05 gnOrderKey.
                10 gnEmpNum   PIC X(5).
                10 gnPriority PIC 9.
            05 gnOrderType  PIC X(3).
            05 gnAgency     PIC X(20).
            05 gnPerAmount  PIC 9(5)V99.
            05 gnPercent    PIC V999.
            05 gnBalance    PIC 9(7)V99.
        01 garnControlRecord.
            05 gcOrderKey   PIC X(6).
            05 gcCount      PIC 9(7).
            05 gcHash       PIC 9(11)V99.
            05              PIC X(22).

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

        FD achFile.
        01 achRecord      PIC X(94).

      *> same layout lab4 writes, so lab4check prints these checks
      *> and stubs exactly like the regular run's
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

        FD suppRegFile.
        01 suppRegRecord  PIC X(132).

        FD rejectFile.
        01 rejectRecord   PIC X(120).

        Working-Storage Section.

        01 eof PIC X Value "N".
        01 blankLine    PIC X Value Spaces.

        01 ws-date.
            05 ws-yr    PIC 9(4).
            05 ws-mo    PIC 99.
            05 ws-dy    PIC 99.
        01 ws-run-date PIC 9(8).

        01 ws-file-status.
            05 ws-supp-status PIC XX.
                88 supp-status-ok        Value "00".
                88 supp-status-not-found Value "35".
            05 ws-master-status PIC XX.
                88 master-status-ok        Value "00".
                88 master-status-not-found Value "35".
            05 ws-ytd-status   PIC XX.
                88 ytd-status-ok        Value "00".
                88 ytd-status-not-found Value "35".
            05 ws-garn-status PIC XX.
                88 garn-status-ok        Value "00".
                88 garn-status-not-found Value "35".
            05 ws-hist-status PIC XX.
                88 hist-status-ok        Value "00".
                88 hist-status-not-found Value "35".
            05 ws-retro-status PIC XX.
                88 retro-status-ok        Value "00".
                88 retro-status-not-found Value "35".
            05 ws-prenote-status PIC XX.
                88 prenote-status-ok        Value "00".
                88 prenote-status-not-found Value "35".
            05 ws-staterates-status PIC XX.
                88 staterates-status-ok        Value "00".
                88 staterates-status-not-found Value "35".
            05 ws-wcrates-status PIC XX.
                88 wcrates-status-ok        Value "00".
                88 wcrates-status-not-found Value "35".

        01 ws-keyed-file-flags.
            05 ws-ytd-open      PIC X Value "N".
                88 ytd-open-on      Value "Y".
            05 ws-garn-open     PIC X Value "N".
                88 garn-open-on     Value "Y".
            05 ws-hist-open     PIC X Value "N".
                88 hist-open-on     Value "Y".
            05 ws-retro-open    PIC X Value "N".
                88 retro-open-on    Value "Y".
            05 ws-prenote-open  PIC X Value "N".
                88 prenote-open-on  Value "Y".

        01 ws-retro-mode PIC X Value "N".
            88 retro-mode-on Value "Y".
        01 ws-retro-eof  PIC X Value "N".

      *> ---------------------------------------------------------
      *> supplemental payment lines, loaded up front so the master
      *> can be matched against the whole batch in one pass
      *> ---------------------------------------------------------
        01 ws-supp-cnt PIC 9(4) Value 0.
        01 SuppTable.
            05 SuppEntry Occurs 200 Times
                    Depending on ws-supp-cnt Indexed by SpIdx.
                10 st-empnum   PIC X(5).
                10 st-amount   PIC 9(7)V99.
                10 st-reason   PIC X(3).
                10 st-memo     PIC X(30).
                10 st-applied  PIC X.
                10 st-effdate  PIC 9(8).

        01 RetroMemo.
            05          PIC X(19) Value "Retro pay effective".
            05          PIC X Value Space.
            05 rtm-effdate PIC 9(8).

      *> ---------------------------------------------------------
      *> supplemental withholding - a flat federal rate on
      *> supplemental wages in place of the bracket table, and the
      *> state's flat supplemental rate
      *> ---------------------------------------------------------
        01 ws-supp-rates.
            05 ws-supp-fed-rate   PIC V999 Value .220.
            05 ws-supp-state-rate PIC V999 Value .050.

      *> per-state withholding rates, as lab4 loads them - the
      *> flat supplemental state rate above is used only for an
      *> employee whose work state is blank or not on the table
        01 ws-staterate-cnt PIC 99 Value 0.
        01 StateRateTable.
            05 StateRateEntry Occurs 60 Times
                    Depending on ws-staterate-cnt Indexed by SrIdx.
                10 sr-state      PIC XX.
                10 sr-income-tax PIC X.
                10 sr-rate       PIC V999.
        01 ws-work-state  PIC XX.
        01 ws-state-rate  PIC V999.

      *> workers' comp class rates - a supplemental payment is
      *> subject payroll for its class like any regular pay
        01 ws-wcrate-cnt PIC 9(3) Value 0.
        01 WcRateTable.
            05 WcRateEntry Occurs 200 Times
                    Depending on ws-wcrate-cnt Indexed by WrIdx.
                10 wr-class      PIC X(4).
                10 wr-rate       PIC 99V99.
        01 ws-wc-premium  PIC 9(7)V99 Value 0.
        01 ws-wc-found    PIC X Value "N".
        01 ws-state-found PIC X.
            88 state-found-on Value "Y".

      *> plan limits and employer tax rates, as lab4 carries them
        01 ws-plan-limits.
            05 ws-401k-annual-limit PIC 9(7)V99 Value 23500.00.
            05 ws-401k-match-cap    PIC V999 Value .060.
        01 ws-garn-max-pct PIC V999 Value .250.
        01 ws-er-tax-rates.
            05 ws-fica-rate      PIC V9(4) Value .0765.
            05 ws-fica-wage-base PIC 9(9)V99 Value 176100.00.
            05 ws-suta-rate      PIC V9(4) Value .0270.
            05 ws-suta-wage-base PIC 9(9)V99 Value 7000.00.

        01 SuppWork.
            05 ws-gross        PIC 9(9)V99.
            05 ws-401k-amt     PIC 9(7)V99.
            05 ws-taxable-pay  PIC S9(9)V99.
            05 ws-fed-tax      PIC 9(7)V99.
            05 ws-state-tax    PIC 9(7)V99.
            05 ws-net-pay      PIC S9(9)V99.
            05 ws-pay-method   PIC X(3).

        01 ws-ytd-prior.
            05 ws-ytd-found       PIC X Value "N".
            05 ws-401k-prior-ytd  PIC 9(9)V99.
            05 ws-fica-prior-ytd  PIC 9(9)V99.
            05 ws-suta-prior-ytd  PIC 9(9)V99.

        01 ws-401k-work.
            05 ws-401k-room      PIC S9(9)V99.
            05 ws-401k-matchbase PIC 9(7)V99.
            05 ws-401k-match     PIC 9(7)V99.
            05 ws-401k-capped    PIC X.

        01 ws-er-tax-work.
            05 ws-fica-room      PIC S9(9)V99 Value 0.
            05 ws-suta-room      PIC S9(9)V99 Value 0.
            05 ws-fica-txbl      PIC 9(9)V99 Value 0.
            05 ws-suta-txbl      PIC 9(9)V99 Value 0.
            05 ws-er-fica        PIC 9(7)V99 Value 0.
            05 ws-er-suta        PIC 9(7)V99 Value 0.

        01 ws-garn-work.
            05 ws-garn-amt        PIC 9(7)V99 Value 0.
            05 ws-garn-disposable PIC 9(9)V99 Value 0.
            05 ws-garn-room       PIC S9(9)V99 Value 0.
            05 ws-garn-want       PIC 9(7)V99 Value 0.
            05 ws-garn-eof        PIC X Value "N".

      *> the orders taken against this one payment, held until the
      *> keyed scan is finished so the balances can be rewritten
      *> without disturbing it; an employee has at most 9 orders
        01 ws-gt-cnt PIC 9 Value 0.
        01 GarnTakeTable.
            05 GarnTakeEntry Occurs 9 Times
                    Depending on ws-gt-cnt Indexed by GtIdx.
                10 gt-priority PIC 9.
                10 gt-type     PIC X(3).
                10 gt-agency   PIC X(20).
                10 gt-amount   PIC 9(7)V99.

        01 ws-ga-cnt PIC 99 Value 0.
        01 GarnAgencyTable.
            05 GarnAgencyEntry Occurs 50 Times
                    Depending on ws-ga-cnt Indexed by GaIdx.
                10 ga-agency PIC X(20).
                10 ga-amount PIC 9(9)V99.

      *> history slot for this payment - the first free run sequence
      *> on the pay date, and whether the same payment is already
      *> on file
        01 ws-hist-slot.
            05 ws-hist-seq     PIC 99.
            05 ws-hist-free    PIC 9 Value 0.
            05 ws-hist-dup     PIC X Value "N".

        01 SuppTotals.
            05 ws-tot-gross    PIC 9(9)V99 Value 0.
            05 ws-tot-401k     PIC 9(9)V99 Value 0.
            05 ws-tot-match    PIC 9(9)V99 Value 0.
            05 ws-tot-fed      PIC 9(9)V99 Value 0.
            05 ws-tot-state    PIC 9(9)V99 Value 0.
            05 ws-tot-garn     PIC 9(9)V99 Value 0.
            05 ws-tot-net      PIC 9(9)V99 Value 0.
            05 ws-tot-erfica   PIC 9(9)V99 Value 0.
            05 ws-tot-ersuta   PIC 9(9)V99 Value 0.
            05 ws-tot-wcprem   PIC 9(9)V99 Value 0.

        01 ws-supp-counts.
            05 ws-cnt-lines    PIC 9(5) Value 0.
            05 ws-cnt-paid     PIC 9(5) Value 0.
            05 ws-cnt-rejects  PIC 9(5) Value 0.
            05 ws-cnt-checks   PIC 9(5) Value 0.
            05 ws-cnt-retro    PIC 9(5) Value 0.
            05 ws-cnt-wcwarn   PIC 9(5) Value 0.

      *> ---------------------------------------------------------
      *> batch balancing - every keyed master is proved against its
      *> control record before anything is paid, the employee
      *> master against its trailer, and the controls re-written
      *> from the running counts and hashes at the end
      *> ---------------------------------------------------------
        01 ws-control-key      PIC X(5) Value "~~CTL".
        01 ws-garn-control-key PIC X(6) Value "~~CTL9".
        01 ws-hist-control-key PIC X(14) Value "~~CTL".
        01 ws-retro-control-key PIC X(13) Value "~~CTL".

        01 ws-balancing.
            05 ws-sweep-count    PIC 9(7) Value 0.
            05 ws-sweep-hash     PIC 9(11)V99 Value 0.
            05 ws-ctl-count      PIC 9(7) Value 0.
            05 ws-ctl-hash       PIC 9(11)V99 Value 0.
            05 ws-ctl-found      PIC X Value "N".
            05 ws-ytd-count      PIC 9(7) Value 0.
            05 ws-ytd-hash       PIC 9(11)V99 Value 0.
            05 ws-garn-count     PIC 9(7) Value 0.
            05 ws-garn-hash      PIC 9(11)V99 Value 0.
            05 ws-hist-count     PIC 9(7) Value 0.
            05 ws-hist-hash      PIC 9(11)V99 Value 0.
            05 ws-mst-count      PIC 9(7) Value 0.
            05 ws-mst-hash       PIC 9(11)V99 Value 0.

        01 ws-in-trailer.
            05 ws-in-tr-id    PIC X(7).
            05 ws-in-tr-count PIC 9(7) Value 0.
            05 ws-in-tr-hash  PIC 9(11)V99 Value 0.
        01 ws-in-tr-found PIC X Value "N".

        01 ws-balance-flag PIC X Value "Y".
            88 balance-ok Value "Y".

      *> ---------------------------------------------------------
      *> the bank file - lab4's batch layout, with its own company
      *> entry description so the bank statement shows the credit
      *> as supplemental pay
      *> ---------------------------------------------------------
        01 ws-ach-count PIC 9(6) Value 0.
        01 ws-ach-total PIC 9(10)V99 Value 0.

        01 AchBatchHeader.
            05            PIC X Value "5".
            05            PIC X(3) Value "200".
            05            PIC X(16) Value "STOMPER WOMBAT".
            05            PIC X(10) Value "SUPP PAY".
            05 abh-effdate PIC X(6).
            05            PIC X(58) Value Spaces.

        01 AchDetail.
            05            PIC X Value "6".
            05            PIC XX Value "22".
            05 ad-routing PIC 9(9).
            05 ad-account PIC X(17).
            05 ad-amount  PIC 9(8)V99.
            05 ad-empnum  PIC X(5).
            05 ad-name    PIC X(22).
            05            PIC X(28) Value Spaces.

        01 AchBatchControl.
            05            PIC X Value "8".
            05            PIC X(3) Value "200".
            05 abc-count  PIC 9(6).
            05 abc-total  PIC 9(10)V99.
            05            PIC X(72) Value Spaces.

        01 SuppRegHeader1.
            05 srh-Month PIC Z9/.
            05 srh-Day   PIC 99/.
            05 srh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(35)
                Value "Off-Cycle Supplemental Pay Register".

        01 SuppRegHeader2.
            05          PIC X(8)  Value "Dep #".
            05          PIC X(8)  Value "Emp #".
            05          PIC X(5)  Value "Rsn".
            05          PIC X(16) Value "     Gross Pay".
            05          PIC X(12) Value "      401k".
            05          PIC X(12) Value "   Fed Tax".
            05          PIC X(12) Value " State Tax".
            05          PIC X(12) Value "   Garnish".
            05          PIC X(16) Value "       Net Pay".
            05          PIC X(6)  Value "Paid".
            05          PIC X(30) Value "Memo".

        01 SuppRegLine.
            05 srl-depnum PIC X(5).
            05            PIC X(3) Value Spaces.
            05 srl-empnum PIC X(5).
            05            PIC X(3) Value Spaces.
            05 srl-reason PIC X(3).
            05            PIC X(2) Value Spaces.
            05 srl-gross  PIC $$$,$$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 srl-401k   PIC $$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 srl-fed    PIC $$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 srl-state  PIC $$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 srl-garn   PIC $$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 srl-net    PIC $$$,$$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 srl-method PIC X(3).
            05            PIC X(3) Value Spaces.
            05 srl-memo   PIC X(30).

        01 SuppGarnLine.
            05            PIC X(21) Value Spaces.
            05            PIC X(12) Value "Garnish pri ".
            05 sgl-pri    PIC 9.
            05            PIC X(2) Value Spaces.
            05 sgl-type   PIC X(3).
            05            PIC X(2) Value Spaces.
            05 sgl-agency PIC X(20).
            05            PIC X(2) Value Spaces.
            05 sgl-amount PIC $$$,$$9.99.

      *> a payment paid in full but with something to follow up
        01 SuppWarnLine.
            05            PIC X(21) Value Spaces.
            05            PIC X(9)  Value "Warning: ".
            05 swl-text   PIC X(60).

        01 GarnAgencyHdr.
            05          PIC X(35)
                Value "Agency Remittance Totals".
        01 GarnAgencyLine.
            05 gag-agency PIC X(20).
            05            PIC X(3) Value Spaces.
            05 gag-amount PIC $$$,$$$,$$9.99.

        01 SuppAmtLine.
            05 sal-label  PIC X(36).
            05 sal-amount PIC $$$$,$$$,$$$,$$9.99.
        01 SuppCountLine.
            05 scl-label  PIC X(36).
            05 scl-count  PIC ZZZZZZ9.

        01 RejectHeader.
            05          PIC X(8)  Value "Emp #".
            05          PIC X(5)  Value "Rsn".
            05          PIC X(17) Value "        Amount".
            05          PIC X(50) Value "Reason".

        01 RejectLine.
            05 rjl-empnum PIC X(5).
            05            PIC X(3) Value Spaces.
            05 rjl-reason PIC X(3).
            05            PIC X(2) Value Spaces.
            05 rjl-amount PIC $$$,$$$,$$9.99.
            05            PIC X(3) Value Spaces.
            05 rjl-text   PIC X(50).

        Procedure Division.
        000-Main.
            Accept ws-retro-mode from Environment "LAB4_SUPP_RETRO"
                On Exception
                    Move "N" to ws-retro-mode
            End-Accept

            Perform 200-getDate
            Open output suppRegFile
            Write suppRegRecord from SuppRegHeader1
            Write suppRegRecord from blankLine
            Write suppRegRecord from SuppRegHeader2
            Open output rejectFile
            Write rejectRecord from RejectHeader

            Perform 020-openYtdMaster
            Perform 033-openGarnFile
            Perform 047-openHistMaster
            If retro-mode-on
                Perform 052-openRetroFile
            End-If
            Perform 055-openPrenoteFile
            Perform 040-proveMaster

      *> nothing is paid unless every master proved clean - a
      *> failed proof leaves the bank and check-request files from
      *> the last run untouched
            If balance-ok
                Perform 010-loadSuppLines
                Perform 014-loadStateRates
                Perform 016-loadWcRates
                Open output achFile
                Open output chkReqFile
                Move ws-date(3:6) to abh-effdate
                Write achRecord from AchBatchHeader
                Perform 100-payFromMaster
                Perform 300-rejectUnmatched
                Move ws-ach-count to abc-count
                Move ws-ach-total to abc-total
                Write achRecord from AchBatchControl
                Close achFile
                Close chkReqFile
                Perform 450-updateControls
            Else
                Move 16 to Return-Code
            End-If

            Perform 500-writeSuppTotals

            If ytd-open-on
                Close ytdFile
            End-If
            If garn-open-on
                Close garnFile
            End-If
            If hist-open-on
                Close histFile
            End-If
            If retro-open-on
                Close retroFile
            End-If
            If prenote-open-on
                Close prenoteFile
            End-If
            Close suppRegFile
            Close rejectFile
            Stop Run.

      *> Loads every payment line, rejecting a zero amount or an
      *> unknown reason code up front.
        010-loadSuppLines.
            Move "N" to eof
            Open input suppFile
            If supp-status-ok
                Perform until eof = "Y"
                    Read suppFile
                        at end
                            Move "Y" to eof
                        not at end
                            Add 1 to ws-cnt-lines
                            Perform 012-storeSuppEntry
                End-Perform
                Close suppFile
            End-If
            Move "N" to eof.

        012-storeSuppEntry.
            Evaluate true
                When spAmount not numeric or spAmount = 0
                    Move "Amount missing or zero" to rjl-text
                    Perform 059-writeReject
                When spReason not = "BON" and not = "COM"
                        and not = "COR"
                    Move "Reason code must be BON, COM or COR"
                        to rjl-text
                    Perform 059-writeReject
                When ws-supp-cnt = 200
                    Move "Payment table full - line discarded"
                        to rjl-text
                    Perform 059-writeReject
                When other
                    Add 1 to ws-supp-cnt
                    Set SpIdx to ws-supp-cnt
                    Move spEmpNum to st-empnum(SpIdx)
                    Move spAmount to st-amount(SpIdx)
                    Move spReason to st-reason(SpIdx)
                    Move spMemo   to st-memo(SpIdx)
                    Move "N"      to st-applied(SpIdx)
                    Move 0        to st-effdate(SpIdx)
            End-Evaluate.

      *> Loads lab4's per-state withholding table. Without the
      *> file every payment is withheld at the flat supplemental
      *> state rate.
        014-loadStateRates.
            Move "N" to eof
            Open input stateRatesFile
            If staterates-status-ok
                Perform until eof = "Y"
                    Read stateRatesFile
                        at end
                            Move "Y" to eof
                        not at end
                            If ws-staterate-cnt < 60
                                Add 1 to ws-staterate-cnt
                                Set SrIdx to ws-staterate-cnt
                                Move srState     to sr-state(SrIdx)
                                Move srIncomeTax to sr-income-tax(SrIdx)
                                Move srRate      to sr-rate(SrIdx)
                            End-If
                End-Perform
                Close stateRatesFile
            End-If
            Move "N" to eof.

      *> Loads lab4's workers' comp class rates; a class not on
      *> the table accrues no premium here and is left for lab4's
      *> exception report and the quarterly premium report.
        016-loadWcRates.
            Move "N" to eof
            Open input wcRatesFile
            If wcrates-status-ok
                Perform until eof = "Y"
                    Read wcRatesFile
                        at end
                            Move "Y" to eof
                        not at end
                            If ws-wcrate-cnt < 200
                                Add 1 to ws-wcrate-cnt
                                Set WrIdx to ws-wcrate-cnt
                                Move wrClass to wr-class(WrIdx)
                                Move wrRate  to wr-rate(WrIdx)
                            End-If
                End-Perform
                Close wcRatesFile
            End-If
            Move "N" to eof.

      *> Opens the keyed YTD master in place, creating it empty when
      *> no regular run has ever built it, and proves it.
        020-openYtdMaster.
            Open i-o ytdFile
            If ytd-status-not-found
                Open output ytdFile
                Close ytdFile
                Open i-o ytdFile
            End-If
            If ytd-status-ok
                Move "Y" to ws-ytd-open
                Perform 026-verifyYtdMaster
            Else
                Move "YTD master missing or unopenable" to rjl-text
                Perform 058-writeBalanceReject
            End-If.

        026-verifyYtdMaster.
            Move 0 to ws-sweep-count
            Move 0 to ws-sweep-hash
            Move "N" to ws-ctl-found
            Move "N" to eof
            Move Low-Values to ytEmpNum
            Start ytdFile key not < ytEmpNum
                invalid key
                    Move "Y" to eof
            End-Start
            Perform until eof = "Y"
                Read ytdFile next
                    at end
                        Move "Y" to eof
                    not at end
                        Perform 027-sweepYtdEntry
                End-Read
            End-Perform
            Move "N" to eof
            Move ws-sweep-count to ws-ytd-count
            Move ws-sweep-hash  to ws-ytd-hash
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "YTD master does not balance to control rec"
                        to rjl-text
                    Perform 058-writeBalanceReject
                End-If
            End-If.

        027-sweepYtdEntry.
            If ytEmpNum = ws-control-key
                Move "Y" to ws-ctl-found
                Move ycCount to ws-ctl-count
                Move ycHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add ytYtdPay to ws-sweep-hash
            End-If.

      *> The garnishment order file, opened in place; a shop with no
      *> orders on file simply runs without it.
        033-openGarnFile.
            Open i-o garnFile
            If garn-status-ok
                Move "Y" to ws-garn-open
                Perform 034-verifyGarnFile
            End-If.

        034-verifyGarnFile.
            Move 0 to ws-sweep-count
            Move 0 to ws-sweep-hash
            Move "N" to ws-ctl-found
            Move "N" to eof
            Move Low-Values to gnOrderKey
            Start garnFile key not < gnOrderKey
                invalid key
                    Move "Y" to eof
            End-Start
            Perform until eof = "Y"
                Read garnFile next
                    at end
                        Move "Y" to eof
                    not at end
                        Perform 036-sweepGarnEntry
                End-Read
            End-Perform
            Move "N" to eof
            Move ws-sweep-count to ws-garn-count
            Move ws-sweep-hash  to ws-garn-hash
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "Garnishment file does not balance to ctl"
                        to rjl-text
                    Perform 058-writeBalanceReject
                End-If
            End-If.

        036-sweepGarnEntry.
            If gnOrderKey = ws-garn-control-key
                Move "Y" to ws-ctl-found
                Move gcCount to ws-ctl-count
                Move gcHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add gnBalance to ws-sweep-hash
            End-If.

      *> The pay-history master, opened in place and created empty
      *> the same way the YTD master is.
        047-openHistMaster.
            Open i-o histFile
            If hist-status-not-found
                Open output histFile
                Close histFile
                Open i-o histFile
            End-If
            If hist-status-ok
                Move "Y" to ws-hist-open
                Perform 049-verifyHistMaster
            Else
                Move "History file missing or unopenable" to rjl-text
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
            Move ws-sweep-count to ws-hist-count
            Move ws-sweep-hash  to ws-hist-hash
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "History file does not balance to control"
                        to rjl-text
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

      *> lab4retro's payable file, only opened when the run is to
      *> pay retro differences; with none outstanding it need not
      *> exist.
        052-openRetroFile.
            Open i-o retroFile
            If retro-status-ok
                Move "Y" to ws-retro-open
                Perform 053-verifyRetroFile
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
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "Retro payable file does not balance to ctl"
                        to rjl-text
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

      *> lab4's prenote file, read only. Until the first regular
      *> ACH run builds it there is nothing to wait on, and every
      *> elected employee is deposited as before.
        055-openPrenoteFile.
            Open input prenoteFile
            If prenote-status-ok
                Move "Y" to ws-prenote-open
            End-If.

      *> Proves the employee master against its trailer before any
      *> payment is made from it, so a truncated file cannot leave
      *> someone silently unpaid.
        040-proveMaster.
            Move "N" to eof
            Open input masterFile
            If master-status-ok
                Perform until eof = "Y"
                    Read masterFile
                        at end
                            Move "Y" to eof
                        not at end
                            If msPayrollRecord(1:7) = "TRAILER"
                                Move msPayrollRecord(1:27)
                                    to ws-in-trailer
                                Move "Y" to ws-in-tr-found
                            Else
                                Add 1 to ws-mst-count
                                Add msPay to ws-mst-hash
                            End-If
                End-Perform
                Close masterFile
                Evaluate true
                    When ws-in-tr-found = "N"
                        Move "Master trailer record missing"
                            to rjl-text
                        Perform 058-writeBalanceReject
                    When ws-in-tr-count not = ws-mst-count
                            or ws-in-tr-hash not = ws-mst-hash
                        Move "Master does not balance to trailer"
                            to rjl-text
                        Perform 058-writeBalanceReject
                End-Evaluate
            Else
                Move "Master file missing or unopenable" to rjl-text
                Perform 058-writeBalanceReject
            End-If
            Move "N" to eof.

      *> A file-level failure - reported once on the reject listing
      *> and the run refused.
        058-writeBalanceReject.
            Move Spaces to rjl-empnum
            Move Spaces to rjl-reason
            Move 0 to rjl-amount
            Write rejectRecord from RejectLine
            Add 1 to ws-cnt-rejects
            Move "N" to ws-balance-flag.

        059-writeReject.
            Move spEmpNum to rjl-empnum
            Move spReason to rjl-reason
            If spAmount numeric
                Move spAmount to rjl-amount
            Else
                Move 0 to rjl-amount
            End-If
            Write rejectRecord from RejectLine
            Add 1 to ws-cnt-rejects.

      *> One pass of the master; every payment line keyed to the
      *> employee is paid, in the order it was keyed.
        100-payFromMaster.
            Move "N" to eof
            Open input masterFile
            Perform until eof = "Y"
                Read masterFile
                    at end
                        Move "Y" to eof
                    not at end
                        If msPayrollRecord(1:7) not = "TRAILER"
                            If retro-open-on
                                Perform 190-loadRetroForEmp
                            End-If
                            Perform 110-matchSuppEntry
                                varying SpIdx from 1 by 1
                                until SpIdx > ws-supp-cnt
                        End-If
            End-Perform
            Close masterFile
            Move "N" to eof.

        110-matchSuppEntry.
            If st-empnum(SpIdx) = msEmpNum
                    and st-applied(SpIdx) = "N"
                Perform 125-findHistSlot
                Evaluate true
                    When ws-hist-dup = "Y"
                        Move "Same payment already made today"
                            to rjl-text
                        Perform 115-rejectEntry
                    When ws-hist-free = 0
                        Move "No history slot left for the pay date"
                            to rjl-text
                        Perform 115-rejectEntry
                    When other
                        Perform 120-paySuppEntry
                        Move "Y" to st-applied(SpIdx)
                End-Evaluate
            End-If.

        115-rejectEntry.
            Move st-empnum(SpIdx) to rjl-empnum
            Move st-reason(SpIdx) to rjl-reason
            Move st-amount(SpIdx) to rjl-amount
            Write rejectRecord from RejectLine
            Add 1 to ws-cnt-rejects
            Move "R" to st-applied(SpIdx).

      *> Probes run sequences 1-9 on today's date for this employee,
      *> remembering the first free one and whether this exact
      *> payment (reason and gross) is already posted.
        125-findHistSlot.
            Move 0 to ws-hist-free
            Move "N" to ws-hist-dup
            Perform 126-probeHistSlot
                varying ws-hist-seq from 1 by 1
                until ws-hist-seq > 9.

        126-probeHistSlot.
            Move msEmpNum    to phEmpNum
            Move ws-run-date to phPerEnd
            Move ws-hist-seq to phRunSeq
            Read histFile
                invalid key
                    If ws-hist-free = 0
                        Move ws-hist-seq to ws-hist-free
                    End-If
                not invalid key
                    If phReason = st-reason(SpIdx)
                            and phGross = st-amount(SpIdx)
                            and not histReversed
                        Move "Y" to ws-hist-dup
                    End-If
            End-Read.

      *> State withholding rate for the employee's work state -
      *> nothing for a state with no income tax. An employee with
      *> no work state coded, or one the table does not carry, is
      *> withheld at the flat supplemental state rate; a blank work
      *> state is carried under "??", as lab4 carries them.
        128-lookupStateRate.
            Move ws-supp-state-rate to ws-state-rate
            Move "N" to ws-state-found
            If msWorkState = Spaces
                Move "??" to ws-work-state
            Else
                Move msWorkState to ws-work-state
                Perform 129-matchStateRate
                    varying SrIdx from 1 by 1
                    until SrIdx > ws-staterate-cnt
                        or state-found-on
            End-If.

        129-matchStateRate.
            If sr-state(SrIdx) = msWorkState
                Move "Y" to ws-state-found
                If sr-income-tax(SrIdx) = "N"
                    Move 0 to ws-state-rate
                Else
                    Move sr-rate(SrIdx) to ws-state-rate
                End-If
            End-If.

      *> Works one supplemental payment from gross to net and posts
      *> it everywhere a regular payment goes.
        120-paySuppEntry.
            Move st-amount(SpIdx) to ws-gross
            Perform 150-getPriorYtd
            Perform 130-compute401kDeferral
            Compute ws-taxable-pay = ws-gross - ws-401k-amt
            Compute ws-fed-tax rounded =
                ws-taxable-pay * ws-supp-fed-rate
            Perform 128-lookupStateRate
            Compute ws-state-tax rounded =
                ws-taxable-pay * ws-state-rate
            Compute ws-net-pay = ws-gross - ws-401k-amt
                - ws-fed-tax - ws-state-tax
            Perform 140-applyGarnishments
            Subtract ws-garn-amt from ws-net-pay
            Perform 155-accrueEmployerTax
            Perform 158-accrueWcPremium
            Move "CHK" to ws-pay-method
            If directDeposit and msBankRouting > 0
                Perform 122-checkPrenote
            End-If

            Add 1 to ws-cnt-paid
            Add ws-gross     to ws-tot-gross
            Add ws-401k-amt  to ws-tot-401k
            Add ws-fed-tax   to ws-tot-fed
            Add ws-state-tax to ws-tot-state
            Add ws-net-pay   to ws-tot-net

            Move msDepNum         to srl-depnum
            Move msEmpNum         to srl-empnum
            Move st-reason(SpIdx) to srl-reason
            Move ws-gross         to srl-gross
            Move ws-401k-amt      to srl-401k
            Move ws-fed-tax       to srl-fed
            Move ws-state-tax     to srl-state
            Move ws-garn-amt      to srl-garn
            Move ws-net-pay       to srl-net
            Move ws-pay-method    to srl-method
            Move st-memo(SpIdx)   to srl-memo
            Write suppRegRecord from SuppRegLine
            If ws-wc-found = "N"
                Perform 159-writeWcWarning
            End-If

            Perform 145-postGarnTakes
                varying GtIdx from 1 by 1
                until GtIdx > ws-gt-cnt
            Perform 160-postYtd
            Perform 170-writeHistRecord
            Perform 180-writePayment
            If st-reason(SpIdx) = "RET"
                Perform 195-markRetroPaid
            End-If.

      *> The account on the master must be the one lab4 last
      *> prenoted, and that prenote cleared, for the payment to go
      *> out by deposit.
        122-checkPrenote.
            If prenote-open-on
                Move msEmpNum to pnEmpNum
                Read prenoteFile
                    invalid key
                        Continue
                    not invalid key
                        If prenoteCleared
                                and pnRouting = msBankRouting
                                and pnAccount = msBankAccount
                            Move "ACH" to ws-pay-method
                        End-If
                End-Read
            Else
                Move "ACH" to ws-pay-method
            End-If.

      *> Deferral at the employee's elected rate, held to the annual
      *> plan limit against the YTD master, with the employer match
      *> on the first 6 pct deferred - lab4's rules.
        130-compute401kDeferral.
            Compute ws-401k-amt rounded = ms401k * ws-gross
            Move "N" to ws-401k-capped
            Move 0 to ws-401k-match
            If ms401k > 0
                Compute ws-401k-room =
                    ws-401k-annual-limit - ws-401k-prior-ytd
                If ws-401k-room < 0
                    Move 0 to ws-401k-room
                End-If
                If ws-401k-amt > ws-401k-room
                    Move ws-401k-room to ws-401k-amt
                    Move "Y" to ws-401k-capped
                End-If
                Compute ws-401k-matchbase rounded =
                    ws-401k-match-cap * ws-gross
                If ws-401k-amt < ws-401k-matchbase
                    Move ws-401k-amt to ws-401k-matchbase
                End-If
                Compute ws-401k-match rounded =
                    ws-401k-matchbase / 2
                Add ws-401k-match to ws-tot-match
            End-If.

      *> The employee's orders in priority order against this
      *> payment, under the cap on disposable earnings and each
      *> order's remaining balance.
        140-applyGarnishments.
            Move 0 to ws-garn-amt
            Move 0 to ws-gt-cnt
            If garn-open-on and ws-net-pay > 0
                Compute ws-garn-disposable = ws-gross
                    - ws-fed-tax - ws-state-tax
                Compute ws-garn-room rounded =
                    ws-garn-disposable * ws-garn-max-pct
                If ws-garn-room > ws-net-pay
                    Move ws-net-pay to ws-garn-room
                End-If
                If ws-garn-room < 0
                    Move 0 to ws-garn-room
                End-If
                Move msEmpNum to gnEmpNum
                Move 0 to gnPriority
                Move "N" to ws-garn-eof
                Start garnFile key not < gnOrderKey
                    invalid key
                        Move "Y" to ws-garn-eof
                End-Start
                Perform 141-applyGarnOrder
                    until ws-garn-eof = "Y"
            End-If.

        141-applyGarnOrder.
            Read garnFile next
                at end
                    Move "Y" to ws-garn-eof
                not at end
                    If gnEmpNum not = msEmpNum
                        Move "Y" to ws-garn-eof
                    Else
                        Perform 142-takeGarnOrder
                    End-If
            End-Read.

        142-takeGarnOrder.
            If gnPerAmount > 0
                Move gnPerAmount to ws-garn-want
            Else
                Compute ws-garn-want rounded =
                    gnPercent * ws-garn-disposable
            End-If
            If ws-garn-want > gnBalance
                Move gnBalance to ws-garn-want
            End-If
            If ws-garn-want > ws-garn-room
                Move ws-garn-room to ws-garn-want
            End-If
            If ws-garn-want > 0 and ws-gt-cnt < 9
                Add 1 to ws-gt-cnt
                Set GtIdx to ws-gt-cnt
                Move gnPriority   to gt-priority(GtIdx)
                Move gnOrderType  to gt-type(GtIdx)
                Move gnAgency     to gt-agency(GtIdx)
                Move ws-garn-want to gt-amount(GtIdx)
                Add ws-garn-want to ws-garn-amt
                Subtract ws-garn-want from ws-garn-room
            End-If.

      *> With the scan finished, each order taken is read back,
      *> its balance reduced and rewritten, and the take listed
      *> under the payment and folded into the agency totals.
        145-postGarnTakes.
            Move msEmpNum to gnEmpNum
            Move gt-priority(GtIdx) to gnPriority
            Read garnFile
                invalid key
                    Continue
                not invalid key
                    Subtract gt-amount(GtIdx) from gnBalance
                    Rewrite garnRecord
                    Subtract gt-amount(GtIdx) from ws-garn-hash
            End-Read
            Add gt-amount(GtIdx) to ws-tot-garn
            Move gt-priority(GtIdx) to sgl-pri
            Move gt-type(GtIdx)     to sgl-type
            Move gt-agency(GtIdx)   to sgl-agency
            Move gt-amount(GtIdx)   to sgl-amount
            Write suppRegRecord from SuppGarnLine
            Set GaIdx to 1
            Search GarnAgencyEntry
                at end
                    If ws-ga-cnt < 50
                        Add 1 to ws-ga-cnt
                        Set GaIdx to ws-ga-cnt
                        Move gt-agency(GtIdx) to ga-agency(GaIdx)
                        Move gt-amount(GtIdx) to ga-amount(GaIdx)
                    End-If
                when ga-agency(GaIdx) = gt-agency(GtIdx)
                    Add gt-amount(GtIdx) to ga-amount(GaIdx)
            End-Search.

      *> What is already on the YTD master for the employee - the
      *> base for the 401k limit and the employer wage bases.
        150-getPriorYtd.
            Move "N" to ws-ytd-found
            Move 0 to ws-401k-prior-ytd
            Move 0 to ws-fica-prior-ytd
            Move 0 to ws-suta-prior-ytd
            Move msEmpNum to ytEmpNum
            Read ytdFile
                invalid key
                    Continue
                not invalid key
                    Move "Y" to ws-ytd-found
                    Move ytYtd401k      to ws-401k-prior-ytd
                    Move ytYtdFicaWages to ws-fica-prior-ytd
                    Move ytYtdSutaWages to ws-suta-prior-ytd
            End-Read.

      *> Employer FICA match and SUTA on the payment, each stopping
      *> at its annual wage base.
        155-accrueEmployerTax.
            Compute ws-fica-room =
                ws-fica-wage-base - ws-fica-prior-ytd
            If ws-fica-room < 0
                Move 0 to ws-fica-room
            End-If
            If ws-gross > ws-fica-room
                Move ws-fica-room to ws-fica-txbl
            Else
                Move ws-gross to ws-fica-txbl
            End-If
            Compute ws-er-fica rounded = ws-fica-txbl * ws-fica-rate

            Compute ws-suta-room =
                ws-suta-wage-base - ws-suta-prior-ytd
            If ws-suta-room < 0
                Move 0 to ws-suta-room
            End-If
            If ws-gross > ws-suta-room
                Move ws-suta-room to ws-suta-txbl
            Else
                Move ws-gross to ws-suta-txbl
            End-If
            Compute ws-er-suta rounded = ws-suta-txbl * ws-suta-rate

            Add ws-er-fica to ws-tot-erfica
            Add ws-er-suta to ws-tot-ersuta.

      *> Workers' comp premium on the whole payment - there is no
      *> overtime premium in a supplemental payment to leave out.
        158-accrueWcPremium.
            Move 0 to ws-wc-premium
            Move "N" to ws-wc-found
            Set WrIdx to 1
            Search WcRateEntry
                at end
                    Continue
                when wr-class(WrIdx) = msWcClass
                        and msWcClass not = Spaces
                    Move "Y" to ws-wc-found
                    Compute ws-wc-premium rounded =
                        ws-gross * wr-rate(WrIdx) / 100
            End-Search
            Add ws-wc-premium to ws-tot-wcprem.

      *> The payment still goes out; the class has to be fixed on
      *> the master before the quarter's premium report.
        159-writeWcWarning.
            Add 1 to ws-cnt-wcwarn
            Move Spaces to swl-text
            If msWcClass = Spaces
                Move "No workers' comp class on master - no premium"
                    to swl-text
            Else
                String "Workers' comp class " msWcClass
                        " not on rate file - no premium"
                    delimited by size into swl-text
            End-If
            Write suppRegRecord from SuppWarnLine.

      *> Folds the payment straight into the YTD master - a new
      *> record for anyone the regular run has not yet paid.
        160-postYtd.
            Move msEmpNum to ytEmpNum
            Read ytdFile
                invalid key
                    Move Spaces to ytdMasterRecord
                    Move msEmpNum     to ytEmpNum
                    Move msDepNum     to ytDepNum
                    Move ws-gross     to ytYtdPay
                    Move ws-401k-amt  to ytYtd401k
                    Move ws-fica-txbl to ytYtdFicaWages
                    Move ws-suta-txbl to ytYtdSutaWages
                    Move ws-fed-tax   to ytYtdFedTax
                    Move ws-state-tax to ytYtdStateTax
                    Perform 162-postYtdState
                    Write ytdMasterRecord
                    Add 1 to ws-ytd-count
                not invalid key
                    Move msDepNum to ytDepNum
                    Add ws-gross     to ytYtdPay
                    Add ws-401k-amt  to ytYtd401k
                    Add ws-fica-txbl to ytYtdFicaWages
                    Add ws-suta-txbl to ytYtdSutaWages
                    Add ws-fed-tax   to ytYtdFedTax
                    Add ws-state-tax to ytYtdStateTax
                    Perform 162-postYtdState
                    Rewrite ytdMasterRecord
            End-Read
            Add ws-gross to ws-ytd-hash.

      *> Adds the payment to the YTD bucket for the work state,
      *> opening one the first time the state is seen this year.
      *> With all four buckets taken the state detail is left off;
      *> lab4 reports the full buckets on its next regular run.
        162-postYtdState.
            Move "N" to ws-state-found
            Perform 164-matchYtdState
                varying YtIdx from 1 by 1
                until YtIdx > 4
                    or state-found-on
            If not state-found-on
                Perform 166-openYtdState
                    varying YtIdx from 1 by 1
                    until YtIdx > 4
                        or state-found-on
            End-If.

        164-matchYtdState.
            If ytState(YtIdx) = ws-work-state
                Add ws-taxable-pay to ytStateWages(YtIdx)
                Add ws-state-tax   to ytStateTaxAmt(YtIdx)
                Move "Y" to ws-state-found
            End-If.

        166-openYtdState.
            If ytState(YtIdx) = Spaces
                Move ws-work-state  to ytState(YtIdx)
                Move ws-taxable-pay to ytStateWages(YtIdx)
                Move ws-state-tax   to ytStateTaxAmt(YtIdx)
                Move "Y" to ws-state-found
            End-If.

      *> One history record per payment, dated the pay date with the
      *> slot 125-findHistSlot found, so the statement can be
      *> reprinted like any regular period's.
        170-writeHistRecord.
            Move Spaces         to histRecord
            Move msEmpNum       to phEmpNum
            Move ws-run-date    to phPerEnd
            Move ws-hist-free   to phRunSeq
            Move ws-run-date    to phPerStart
            Move msDepNum       to phDepNum
            Move ws-gross       to phGross
            Move ws-401k-amt    to ph401k
            Move 0              to phIns
            Move ws-fed-tax     to phFedTax
            Move ws-state-tax   to phStateTax
            Move ws-work-state  to phWorkState
            Move msWcClass      to phWcClass
            Move ws-gross       to phWcPayroll
            Move 0              to phOtPremium
            Move ws-wc-premium  to phWcPremium
            Move ws-garn-amt    to phGarn
            Move ws-net-pay     to phNetPay
            Move ws-pay-method  to phPayMethod
            Move "S"            to phRunType
            Move st-reason(SpIdx) to phReason
            If st-reason(SpIdx) = "RET"
                Move ws-gross   to phRetro
            Else
                Move 0          to phRetro
            End-If
            Move ws-fica-txbl   to phFicaWages
            Move ws-suta-txbl   to phSutaWages
            Move 0              to phVacAccrue
            Move 0              to phSickAccrue
            Move Zeros          to phGarnTakes
            Perform 172-storeHistGarnTake
                varying GtIdx from 1 by 1
                until GtIdx > ws-gt-cnt
            Move "P"            to phStatus
            Move 0              to phRevDate
            Write histRecord
            Add 1 to ws-hist-count
            Add ws-net-pay to ws-hist-hash.

        172-storeHistGarnTake.
            If gt-priority(GtIdx) > 0
                Move gt-amount(GtIdx)
                    to phGarnTake(gt-priority(GtIdx))
            End-If.

      *> ACH credit for an elected employee with a routing number
      *> on file whose prenote has cleared, otherwise a check
      *> request for lab4check.
        180-writePayment.
            If ws-pay-method = "ACH"
                Move msBankRouting to ad-routing
                Move msBankAccount to ad-account
                Move ws-net-pay    to ad-amount
                Move msEmpNum      to ad-empnum
                Move msLastName    to ad-name
                Write achRecord from AchDetail
                Add 1 to ws-ach-count
                Add ws-net-pay to ws-ach-total
            Else
                Move msEmpNum     to cqEmpNum
                Move msDepNum     to cqDepNum
                Move msLastName   to cqLastName
                Move msFirstName  to cqFirstName
                Move ws-gross     to cqGross
                Move ws-401k-amt  to cq401k
                Move 0            to cqIns
                Move ws-fed-tax   to cqFedTax
                Move ws-state-tax to cqStateTax
                Move ws-garn-amt  to cqGarn
                Move ws-net-pay   to cqNetPay
                Write chkReqRecord
                Add 1 to ws-cnt-checks
            End-If.

      *> Each open retro difference for the employee joins the
      *> payment table as its own RET line, paid by the matching
      *> pass that follows like any keyed line.
        190-loadRetroForEmp.
            Move msEmpNum to rpEmpNum
            Move 0 to rpEffDate
            Move "N" to ws-retro-eof
            Start retroFile key not < rpKey
                invalid key
                    Move "Y" to ws-retro-eof
            End-Start
            Perform 192-takeRetroEntry
                until ws-retro-eof = "Y".

        192-takeRetroEntry.
            Read retroFile next
                at end
                    Move "Y" to ws-retro-eof
                not at end
                    If rpEmpNum not = msEmpNum
                        Move "Y" to ws-retro-eof
                    Else
                        If retroOpen and rpAmount > 0
                            Perform 194-storeRetroEntry
                        End-If
                    End-If
            End-Read.

        194-storeRetroEntry.
            Add 1 to ws-cnt-lines
            Add 1 to ws-cnt-retro
            If ws-supp-cnt < 200
                Add 1 to ws-supp-cnt
                Set SpIdx to ws-supp-cnt
                Move rpEmpNum  to st-empnum(SpIdx)
                Move rpAmount  to st-amount(SpIdx)
                Move "RET"     to st-reason(SpIdx)
                Move rpEffDate to rtm-effdate
                Move RetroMemo to st-memo(SpIdx)
                Move "N"       to st-applied(SpIdx)
                Move rpEffDate to st-effdate(SpIdx)
            Else
                Move rpEmpNum to spEmpNum
                Move rpAmount to spAmount
                Move "RET"    to spReason
                Move "Payment table full - retro left open"
                    to rjl-text
                Perform 059-writeReject
            End-If.

      *> The retro difference is marked paid once its payment has
      *> posted, so neither this run nor a regular run pays it again.
        195-markRetroPaid.
            Move msEmpNum to rpEmpNum
            Move st-effdate(SpIdx) to rpEffDate
            Read retroFile
                invalid key
                    Continue
                not invalid key
                    Move "P" to rpStatus
                    Move "S" to rpPaidBy
                    Move ws-run-date to rpPaidDate
                    Rewrite retroPayRecord
            End-Read.

        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-date to ws-run-date
            Move ws-mo to srh-Month
            Move ws-dy to srh-Day
            Move ws-yr to srh-Year.

      *> Anything left unpaid after the master pass is keyed to an
      *> employee who is not on the master.
        300-rejectUnmatched.
            Perform 310-rejectUnmatchedEntry
                varying SpIdx from 1 by 1
                until SpIdx > ws-supp-cnt.

        310-rejectUnmatchedEntry.
            If st-applied(SpIdx) = "N"
                Move "Employee not on master" to rjl-text
                Perform 115-rejectEntry
            End-If.

      *> Re-proves the control records of every keyed master the
      *> run updated, from the running counts and hashes.
        450-updateControls.
            Move ws-control-key to ycEmpNum
            Move ws-ytd-count to ycCount
            Move ws-ytd-hash  to ycHash
            Rewrite ytdControlRecord
                invalid key
                    Write ytdControlRecord
            End-Rewrite
            If garn-open-on
                Move ws-garn-control-key to gcOrderKey
                Move ws-garn-count to gcCount
                Move ws-garn-hash  to gcHash
                Rewrite garnControlRecord
                    invalid key
                        Write garnControlRecord
                End-Rewrite
            End-If
            Move ws-hist-control-key to hcKey
            Move ws-hist-count to hcCount
            Move ws-hist-hash  to hcHash
            Rewrite histControlRecord
                invalid key
                    Write histControlRecord
            End-Rewrite.

      *> Agency remittance totals, run totals and control counts at
      *> the foot of the register, so Accounting can tie the bank
      *> file and check requests to the payments made.
        500-writeSuppTotals.
            Write suppRegRecord from blankLine
            If ws-ga-cnt > 0
                Write suppRegRecord from GarnAgencyHdr
                Perform 510-writeGarnAgencyLine
                    varying GaIdx from 1 by 1
                    until GaIdx > ws-ga-cnt
                Write suppRegRecord from blankLine
            End-If
            Move "Supplemental gross paid" to sal-label
            Move ws-tot-gross to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "401k deferrals" to sal-label
            Move ws-tot-401k to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "Employer 401k match" to sal-label
            Move ws-tot-match to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "Federal withholding (supplemental)" to sal-label
            Move ws-tot-fed to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "State withholding (supplemental)" to sal-label
            Move ws-tot-state to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "Garnishments withheld" to sal-label
            Move ws-tot-garn to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "Net pay" to sal-label
            Move ws-tot-net to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "Employer FICA match accrued" to sal-label
            Move ws-tot-erfica to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "Employer SUTA accrued" to sal-label
            Move ws-tot-ersuta to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "Workers' comp premium accrued" to sal-label
            Move ws-tot-wcprem to sal-amount
            Write suppRegRecord from SuppAmtLine
            Move "ACH deposits" to sal-label
            Move ws-ach-total to sal-amount
            Write suppRegRecord from SuppAmtLine
            Write suppRegRecord from blankLine
            Move "Payment lines read" to scl-label
            Move ws-cnt-lines to scl-count
            Write suppRegRecord from SuppCountLine
            Move "Payments made" to scl-label
            Move ws-cnt-paid to scl-count
            Write suppRegRecord from SuppCountLine
            Move "ACH credits" to scl-label
            Move ws-ach-count to scl-count
            Write suppRegRecord from SuppCountLine
            Move "Check requests" to scl-label
            Move ws-cnt-checks to scl-count
            Write suppRegRecord from SuppCountLine
            Move "Retro differences taken" to scl-label
            Move ws-cnt-retro to scl-count
            Write suppRegRecord from SuppCountLine
            Move "Lines rejected" to scl-label
            Move ws-cnt-rejects to scl-count
            Write suppRegRecord from SuppCountLine
            Move "Payments with no workers' comp class" to scl-label
            Move ws-cnt-wcwarn to scl-count
            Write suppRegRecord from SuppCountLine.

        510-writeGarnAgencyLine.
            Move ga-agency(GaIdx) to gag-agency
            Move ga-amount(GaIdx) to gag-amount
            Write suppRegRecord from GarnAgencyLine.
