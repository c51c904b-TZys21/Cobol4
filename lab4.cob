        *>      keyed history file - period bounds, gross-to-net
        *>      detail and how the employee was paid - feeding the
        *>      lab4histinq statement reprint.
        *>    - Pay-history key carries a run sequence (0 for the
        *>      regular run) so lab4supp off-cycle payments post
        *>      alongside the period record instead of over it.
        *>    - Open retroactive pay differences from lab4retro's
        *>      keyed payable file are added to the employee's gross
        *>      for the period and withheld with it, marked paid,
        *>      and carried on the pay-history record.
        *>    - Pay-history record also carries the period's FICA and
        *>      SUTA taxable wages, PTO accrual and the amount taken
        *>      by each garnishment order, plus a posted / reversed
        *>      status, so lab4rev can back a period out.
        *>    - ACH prenote cycle: a new or changed deposit account
        *>      goes out as a zero-dollar prenote and is paid by
        *>      check until LAB4_PRENOTE_DAYS (default 10) pass with
        *>      no return; a prenote status listing each ACH run.
        *>    - Labor cost distribution: cost-center splits from
        *>      lab4-dist.dat spread each employee's gross, employer
        *>      FICA/SUTA, 401k match and insurance across the
        *>      charged departments, reported by charged vs home
        *>      department on lab4-labdist.dat.
        *>    - State withholding by the employee's work state from
        *>      lab4-staterates.dat (no-income-tax states withhold
        *>      nothing), state wages and tax kept by state on the
        *>      YTD master and broken out by state on the tax
        *>      liability report.
        *>    - Workers' comp premium accrued each run by the
        *>      employee's class from lab4-wcrates.dat (rate per $100
        *>      of pay less the overtime premium), shown by class
        *>      under the tax liability total; class, subject payroll
        *>      and premium carried on the pay-history record for
        *>      the lab4wcprem quarterly report.
        *>    - An employee whose period lab4rev has already reversed
        *>      is not paid or posted again; the exception listing
        *>      sends the payment through lab4supp instead.

        Environment Division.
        Input-Output Section.
                Organization is Line Sequential
                File Status is ws-taxrates-status.

            Select stateRatesFile Assign to "lab4-staterates.dat"
                Organization is Line Sequential
                File Status is ws-staterates-status.

            Select wcRatesFile Assign to "lab4-wcrates.dat"
                Organization is Line Sequential
                File Status is ws-wcrates-status.

            Select ptoRatesFile Assign to "lab4-ptorates.dat"
                Organization is Line Sequential
                File Status is ws-ptorates-status.
            Select ptoLiabFile Assign to "lab4-ptoliab.dat"
                Organization is Line Sequential.

            Select costSplitFile Assign to "lab4-dist.dat"
                Organization is Line Sequential
                File Status is ws-costsplit-status.

            Select laborDistFile Assign to "lab4-labdist.dat"
                Organization is Line Sequential.

            Select histFile Assign to "lab4-hist.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is gnOrderKey
                File Status is ws-garn-status.

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

            Select prenoteLstFile Assign to "lab4-prenotelst.dat"
                Organization is Line Sequential.

            Select garnRegFile Assign to "lab4-garnreg.dat"
                Organization is Line Sequential.

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

      *> checkpointFile carries several alternate record layouts,
      *> discriminated by the leading record-type byte: "C" is the
            05 ckpRecType     PIC X.
            05 ckpDepNum      PIC X(5).
            05 ckpLiab        PIC 9(9)V99.
        01 checkpointLaborDistRecord.
            05 cklRecType     PIC X.
            05 cklChgDep      PIC X(5).
            05 cklHomeDep     PIC X(5).
            05 cklGross       PIC 9(9)V99.
            05 cklErFica      PIC 9(9)V99.
            05 cklErSuta      PIC 9(9)V99.
            05 cklMatch       PIC 9(9)V99.
            05 cklIns         PIC 9(9)V99.
        01 checkpointStateTaxRecord.
            05 ckwRecType     PIC X.
            05 ckwState       PIC XX.
            05 ckwWages       PIC 9(9)V99.
            05 ckwTax         PIC 9(9)V99.
        01 checkpointWcClassRecord.
            05 ckvRecType     PIC X.
            05 ckvClass       PIC X(4).
            05 ckvPayroll     PIC 9(9)V99.
            05 ckvPremium     PIC 9(9)V99.

        FD insRatesFile.
        01 insRateRecord.
            05 txFedRate      PIC V999.
            05 txStateRate    PIC V999.

      *> one row per work state: whether the state taxes wages at
      *> all, and its flat withholding rate when it does
        FD stateRatesFile.
        01 stateRateRecord.
            05 srState        PIC XX.
            05 srIncomeTax    PIC X.
                88 sr-no-income-tax Value "N".
            05 srRate         PIC V999.

      *> one row per workers' comp class: the carrier's rate per
      *> $100 of payroll and the class description
        FD wcRatesFile.
        01 wcRateRecord.
            05 wrClass        PIC X(4).
            05 wrRate         PIC 99V99.
            05 wrDesc         PIC X(30).

      *> one row per tenure band: the per-period vacation and sick
      *> accrual hours and the year-end carryover cap for that band
        FD ptoRatesFile.
        FD ptoLiabFile.
        01 ptoLiabRecord  PIC X(100).

      *> one row per cost center an employee's labor is charged to:
      *> the charged Dep # and its share of the employee's cost.
      *> An employee's rows must add up to 100 pct; one with no
      *> rows is charged wholly to the home Dep # on the master.
        FD costSplitFile.
        01 costSplitRecord.
            05 csEmpNum   PIC X(5).
            05 csDepNum   PIC X(5).
            05 csPct      PIC 999V99.

        FD laborDistFile.
        01 laborDistRecord PIC X(132).

      *> one record per employee per pay period - the period bounds
      *> from 210-setPayPeriod, the full gross-to-net detail and how
      *> the employee was paid - so any past period's statement can
      *> be regenerated without touching a live run.  The regular run
      *> always posts run sequence 0; lab4supp off-cycle payments
      *> dated the same day take sequences 1-9 so they never land on
      *> the regular period record
        FD histFile.
        01 histRecord.
            05 phKey.
                10 phEmpNum   PIC X(5).
                10 phPerEnd   PIC 9(8).
                10 phRunSeq   PIC 9.
            05 phPerStart   PIC 9(8).
            05 phDepNum     PIC X(5).
            05 phGross      PIC 9(9)V99.
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

      *> one retroactive pay difference per employee and back-dated
      *> raise, computed by lab4retro and left open ("O") until a
      *> regular run (paid by "R", dated the period end) or a
      *> lab4supp off-cycle run (paid by "S", dated the pay date)
      *> pays it. The control hash is the sum of all amounts, so
      *> marking an item paid never disturbs it
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

      *> one order per employee and priority - the key order is the
      *> legal application order - carrying either a fixed per-period
            05 gcHash       PIC 9(11)V99.
            05              PIC X(22).

      *> one record per direct-deposit employee: the routing and
      *> account last prenoted, when the zero-dollar prenote went to
      *> the bank, and where it stands - pending until the waiting
      *> period passes with no return, cleared, or rejected by the
      *> bank (set by lab4achret). Employees already on deposit when
      *> the file was first built were carried in as cleared
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
        01 prenoteControlRecord.
            05 pncEmpNum    PIC X(5).
            05 pncCount     PIC 9(7).
            05 pncHash      PIC 9(11)V99.
            05              PIC X(39).

        FD prenoteLstFile.
        01 prenoteLstRecord PIC X(110).

        FD garnRegFile.
        01 garnRegRecord  PIC X(200).

            05 srKey1     PIC X(5).
            05 srKey2     PIC X(5).
            05 srKey3     PIC X(5).
            05 srDetail   PIC X(261).

        Working-Storage Section.

                10 tx-fedrate    PIC V999.
                10 tx-staterate  PIC V999.

      *> ---------------------------------------------------------
      *> state withholding - the per-state rate table loaded from
      *> lab4-staterates.dat, and each run's taxable wages and tax
      *> withheld accumulated by work state for the liability
      *> report. Employees with no work state coded are carried
      *> under "??" until the master is corrected.
      *> ---------------------------------------------------------
        01 ws-staterate-cnt PIC 99 Value 0.
        01 StateRateTable.
            05 StateRateEntry Occurs 60 Times
                    Depending on ws-staterate-cnt Indexed by SrIdx.
                10 sr-state      PIC XX.
                10 sr-income-tax PIC X.
                10 sr-rate       PIC V999.
        01 ws-st-cnt PIC 99 Value 0.
        01 StateTaxTable.
            05 StateTaxEntry Occurs 60 Times
                    Depending on ws-st-cnt Indexed by StIdx.
                10 st-state      PIC XX.
                10 st-wages      PIC 9(9)V99.
                10 st-tax        PIC 9(9)V99.

      *> ---------------------------------------------------------
      *> workers' comp - the class rate table loaded from
      *> lab4-wcrates.dat, and each run's premium accrued by class.
      *> Premium is charged on period pay less the overtime
      *> premium, per $100 of that payroll.
      *> ---------------------------------------------------------
        01 ws-wcrate-cnt PIC 9(3) Value 0.
        01 WcRateTable.
            05 WcRateEntry Occurs 200 Times
                    Depending on ws-wcrate-cnt Indexed by WrIdx.
                10 wr-class      PIC X(4).
                10 wr-rate       PIC 99V99.
        01 ws-wa-cnt PIC 9(3) Value 0.
        01 WcAccrualTable.
            05 WcAccrualEntry Occurs 200 Times
                    Depending on ws-wa-cnt Indexed by WaIdx.
                10 wa-class      PIC X(4).
                10 wa-payroll    PIC 9(9)V99.
                10 wa-premium    PIC 9(9)V99.
        01 WcWork.
            05 ws-wc-rate        PIC 99V99.
            05 ws-wc-payroll     PIC 9(9)V99 Value 0.
            05 ws-wc-premium     PIC 9(7)V99 Value 0.
            05 ws-tot-wcpay      PIC 9(11)V99 Value 0.
            05 ws-tot-wcprem     PIC 9(11)V99 Value 0.
            05 ws-wc-found       PIC X.
                88 wc-found-on       Value "Y".
        01 StateTaxWork.
            05 ws-work-state     PIC XX.
            05 ws-state-found    PIC X.
                88 state-found-on    Value "Y".

      *> ---------------------------------------------------------
      *> labor cost distribution - the cost-center splits loaded
      *> from lab4-dist.dat, and each run's cost accumulated by
      *> charged Dep # within home Dep #, kept in key order
      *> ---------------------------------------------------------
        01 ws-cs-cnt PIC 9(4) Value 0.
        01 CostSplitTable.
            05 CostSplitEntry Occurs 1000 Times
                    Depending on ws-cs-cnt Indexed by CsIdx.
                10 cs-empnum  PIC X(5).
                10 cs-depnum  PIC X(5).
                10 cs-pct     PIC 999V99.

        01 ws-cs-work.
            05 ws-cs-lines     PIC 9(4) Value 0.
            05 ws-cs-done      PIC 9(4) Value 0.
            05 ws-cs-pct-tot   PIC 9(5)V99 Value 0.
            05 ws-ld-chgdep    PIC X(5).
            05 ws-ld-pct       PIC 999V99.
            05 ws-ld-gross     PIC 9(9)V99.
            05 ws-ld-erfica    PIC 9(9)V99.
            05 ws-ld-ersuta    PIC 9(9)V99.
            05 ws-ld-match     PIC 9(9)V99.
            05 ws-ld-ins       PIC 9(9)V99.
            05 ws-ld-rem-gross  PIC 9(9)V99.
            05 ws-ld-rem-erfica PIC 9(9)V99.
            05 ws-ld-rem-ersuta PIC 9(9)V99.
            05 ws-ld-rem-match  PIC 9(9)V99.
            05 ws-ld-rem-ins    PIC 9(9)V99.
            05 ws-ld-slot      PIC 999.
            05 ws-ld-from      PIC 999.
            05 ws-ld-found     PIC X.

        01 ws-ld-cnt PIC 999 Value 0.
        01 LaborDistTable.
            05 LaborDistEntry Occurs 200 Times
                    Depending on ws-ld-cnt Indexed by LdIdx.
                10 ld-chgdep  PIC X(5).
                10 ld-homedep PIC X(5).
                10 ld-gross   PIC 9(9)V99.
                10 ld-erfica  PIC 9(9)V99.
                10 ld-ersuta  PIC 9(9)V99.
                10 ld-match   PIC 9(9)V99.
                10 ld-ins     PIC 9(9)V99.

        01 LaborDistHeader.
            05 ldh-Month PIC Z9/.
            05 ldh-Day   PIC 99/.
            05 ldh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(40)
                Value "Labor Cost Distribution Report".
        01 LaborDistColHdr.
            05          PIC X(9)  Value "Charged".
            05          PIC X(9)  Value "Home".
            05          PIC X(16) Value "     Gross Pay".
            05          PIC X(16) Value "    ER FICA".
            05          PIC X(16) Value "    ER SUTA".
            05          PIC X(16) Value "  401k Match".
            05          PIC X(16) Value "   Insurance".
            05          PIC X(16) Value "  Total Cost".
        01 LaborDistLine.
            05 ldl-chgdep PIC X(5).
            05            PIC X(4) Value Spaces.
            05 ldl-homedep PIC X(5).
            05            PIC X(2) Value Spaces.
            05 ldl-gross  PIC $$$$,$$$,$$9.99.
            05            PIC X Value Space.
            05 ldl-erfica PIC $$$$,$$$,$$9.99.
            05            PIC X Value Space.
            05 ldl-ersuta PIC $$$$,$$$,$$9.99.
            05            PIC X Value Space.
            05 ldl-match  PIC $$$$,$$$,$$9.99.
            05            PIC X Value Space.
            05 ldl-ins    PIC $$$$,$$$,$$9.99.
            05            PIC X Value Space.
            05 ldl-total  PIC $$$$,$$$,$$9.99.
            05            PIC X Value Space.
            05 ldl-note   PIC X(8).
        01 ws-ld-totals.
            05 ws-ldt-gross   PIC 9(11)V99 Value 0.
            05 ws-ldt-erfica  PIC 9(11)V99 Value 0.
            05 ws-ldt-ersuta  PIC 9(11)V99 Value 0.
            05 ws-ldt-match   PIC 9(11)V99 Value 0.
            05 ws-ldt-ins     PIC 9(11)V99 Value 0.
            05 ws-lds-gross   PIC 9(11)V99 Value 0.
            05 ws-lds-erfica  PIC 9(11)V99 Value 0.
            05 ws-lds-ersuta  PIC 9(11)V99 Value 0.
            05 ws-lds-match   PIC 9(11)V99 Value 0.
            05 ws-lds-ins     PIC 9(11)V99 Value 0.
            05 ws-ld-line-tot PIC 9(11)V99 Value 0.
            05 ws-ld-prev-chg PIC X(5) Value Spaces.

      *> ---------------------------------------------------------
      *> gross-to-net deduction work fields and register totals
      *> ---------------------------------------------------------
        01 TaxLiabLine.
            05 tll-label  PIC X(36).
            05 tll-amount PIC $$$$,$$$,$$$,$$9.99.
        01 TaxLiabStateLine.
            05            PIC X(4) Value Spaces.
            05 tls-state  PIC XX.
            05            PIC X(7) Value " wages ".
            05 tls-wages  PIC $$$$,$$$,$$9.99.
            05            PIC X(8) Value Spaces.
            05 tls-amount PIC $$$$,$$$,$$$,$$9.99.
        01 TaxLiabWcLine.
            05            PIC X(9) Value "  Class ".
            05 tlw-class  PIC X(4).
            05 tlw-payroll PIC $$$$,$$$,$$9.99.
            05            PIC X(8) Value Spaces.
            05 tlw-amount PIC $$$$,$$$,$$$,$$9.99.

      *> ---------------------------------------------------------
      *> garnishment / levy work fields - orders are applied in key
                10 gnd-priority PIC 9.
                10 gnd-amount   PIC 9(7)V99.

      *> what each of the employee's orders took this period, by
      *> priority, carried onto the pay-history record so a
      *> reversal can put every balance back
        01 GarnPriTakeTable.
            05 ws-garn-pri-take PIC 9(7)V99 Occurs 9 Times.

        01 ws-ga-cnt PIC 99 Value 0.
        01 GarnAgencyTable.
            05 GarnAgencyEntry Occurs 50 Times

        01 AchDetail.
            05            PIC X Value "6".
            05 ad-trancode PIC XX Value "22".
            05 ad-routing PIC 9(9).
            05 ad-account PIC X(17).
            05 ad-amount  PIC 9(8)V99.
            05 ws-taxrates-status PIC XX.
                88 taxrates-status-ok        Value "00".
                88 taxrates-status-not-found Value "35".
            05 ws-staterates-status PIC XX.
                88 staterates-status-ok        Value "00".
                88 staterates-status-not-found Value "35".
            05 ws-wcrates-status PIC XX.
                88 wcrates-status-ok        Value "00".
                88 wcrates-status-not-found Value "35".
            05 ws-runlog-status PIC XX.
                88 runlog-status-ok        Value "00".
                88 runlog-status-not-found Value "35".
            05 ws-hist-status PIC XX.
                88 hist-status-ok        Value "00".
                88 hist-status-not-found Value "35".
            05 ws-retro-status PIC XX.
                88 retro-status-ok        Value "00".
                88 retro-status-not-found Value "35".
            05 ws-prenote-status PIC XX.
                88 prenote-status-ok        Value "00".
                88 prenote-status-not-found Value "35".
            05 ws-costsplit-status PIC XX.
                88 costsplit-status-ok        Value "00".
                88 costsplit-status-not-found Value "35".

      *> ---------------------------------------------------------
      *> run-mode switches, picked up from the environment so the
                10 ytdd-sutawages PIC 9(9)V99.
                10 ytdd-fedtax    PIC 9(9)V99.
                10 ytdd-statetax  PIC 9(9)V99.
                10 ytdd-state     PIC XX.
                10 ytdd-statewages PIC 9(9)V99.

        01 ws-keyed-file-flags.
            05 ws-sales-open    PIC X Value "N".
                88 pto-open-on      Value "Y".
            05 ws-hist-open     PIC X Value "N".
                88 hist-open-on     Value "Y".
            05 ws-retro-open    PIC X Value "N".
                88 retro-open-on    Value "Y".
            05 ws-prenote-open  PIC X Value "N".
                88 prenote-open-on  Value "Y".

      *> ---------------------------------------------------------
      *> ACH prenote cycle - a new or changed deposit account is
      *> prenoted at zero dollars and the employee paid by check
      *> until LAB4_PRENOTE_DAYS calendar days pass with no return.
      *> A file built fresh this run seeds every current depositor
      *> as cleared.
      *> ---------------------------------------------------------
        01 ws-prenote-days  PIC 99 Value 10.
        01 ws-prenote-seed  PIC X Value "N".
            88 prenote-seed-on  Value "Y".
        01 ws-prenote-found PIC X Value "N".
        01 ws-pay-ach       PIC X Value "N".
            88 pay-by-ach       Value "Y".
        01 ws-prenote-age   PIC S9(7) Value 0.
        01 ws-pn-date       PIC 9(8).
        01 ws-pn-date-parts redefines ws-pn-date.
            05 ws-pn-year   PIC 9(4).
            05 ws-pn-month  PIC 99.
            05 ws-pn-day    PIC 99.
        01 ws-pn-counts.
            05 ws-pn-sent       PIC 9(5) Value 0.
            05 ws-pn-cleared    PIC 9(5) Value 0.
            05 ws-pn-waiting    PIC 9(5) Value 0.
            05 ws-pn-rejpaid    PIC 9(5) Value 0.
            05 ws-pn-lst-pend   PIC 9(5) Value 0.
            05 ws-pn-lst-clear  PIC 9(5) Value 0.
            05 ws-pn-lst-rej    PIC 9(5) Value 0.
        01 ws-pn-eof PIC X Value "N".

        01 PrenoteLstHeader1.
            05 plh-Month PIC Z9/.
            05 plh-Day   PIC 99/.
            05 plh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(30)
                Value "ACH Prenote Status Listing".
        01 PrenoteLstHeader2.
            05          PIC X(8)  Value "Emp #".
            05          PIC X(8)  Value "Dep #".
            05          PIC X(11) Value "Routing".
            05          PIC X(19) Value "Account".
            05          PIC X(10) Value "Status".
            05          PIC X(10) Value "Sent".
            05          PIC X(10) Value "Cleared".
            05          PIC X(14) Value "Returned".
        01 PrenoteLstLine.
            05 pll-empnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 pll-depnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 pll-routing PIC 9(9).
            05             PIC X(2) Value Spaces.
            05 pll-account PIC X(17).
            05             PIC X(2) Value Spaces.
            05 pll-status  PIC X(8).
            05             PIC X(2) Value Spaces.
            05 pll-sent    PIC Z(8).
            05             PIC X(2) Value Spaces.
            05 pll-cleared PIC Z(8).
            05             PIC X(2) Value Spaces.
            05 pll-reason  PIC X(3).
            05             PIC X Value Space.
            05 pll-retdate PIC Z(8).
            05             PIC X(2) Value Spaces.
            05 pll-note    PIC X(12).
        01 PrenoteLstCount.
            05 plc-label   PIC X(36).
            05 plc-count   PIC ZZZZ9.

      *> ---------------------------------------------------------
      *> retroactive pay picked up this period - the differences
      *> found for the employee are held while the keyed scan runs
      *> and marked paid once it is finished
      *> ---------------------------------------------------------
        01 ws-retro-control-key PIC X(13) Value "~~CTL".
        01 ws-retro-amt  PIC 9(7)V99 Value 0.
        01 ws-retro-eof  PIC X Value "N".
        01 ws-rt-cnt PIC 9 Value 0.
        01 RetroTakeTable.
            05 RetroTakeEntry Occurs 9 Times
                    Depending on ws-rt-cnt Indexed by RtIdx.
                10 rtk-effdate PIC 9(8).

      *> ---------------------------------------------------------
      *> batch balancing - control totals carried on every input
        01 ws-control-key     PIC X(5) Value "~~CTL".
        01 ws-ins-control-key PIC X(4) Value "~CTL".
        01 ws-garn-control-key PIC X(6) Value "~~CTL9".
        01 ws-hist-control-key PIC X(14) Value "~~CTL".
        01 ws-hist-found PIC X Value "N".
        01 ws-hist-oldnet PIC 9(9)V99 Value 0.

            05 ws-pto-hash       PIC 9(11)V99 Value 0.
            05 ws-hist-count     PIC 9(7) Value 0.
            05 ws-hist-hash      PIC 9(11)V99 Value 0.
            05 ws-prenote-count  PIC 9(7) Value 0.
            05 ws-prenote-hash   PIC 9(11)V99 Value 0.

        01 ws-in-trailer.
            05 ws-in-tr-id    PIC X(7).
                    Move "N" to ws-ach-mode
            End-Accept

            Accept ws-prenote-days from Environment
                    "LAB4_PRENOTE_DAYS"
                On Exception
                    Move 10 to ws-prenote-days
            End-Accept
            If ws-prenote-days = 0
                Move 10 to ws-prenote-days
            End-If

            Accept ws-pay-freq from Environment "LAB4_PAYFREQ"
                On Exception
                    Move "M" to ws-pay-freq
                Perform 030-openInsRates
                Perform 033-openGarnFile
                Perform 035-loadTaxRates
                Perform 058-loadStateRates
                Perform 063-loadWcRates
                Perform 038-loadPtoRates
                Perform 039-loadCostSplits
                Perform 043-openPtoMaster
                Perform 047-openHistMaster
                Perform 052-openRetroFile
                If ach-mode-on
                    Perform 055-openPrenoteFile
                End-If
            End-If

            If balance-ok
                 Perform 659-writeGarnRegTotals
                 Perform 840-writeTaxLiabReport
                 Perform 845-writePtoLiabReport
                 Perform 847-writeLaborDistReport
                 If ach-mode-on
                     Perform 695-writeAchControl
                 End-If
                 If prenote-open-on
                     Perform 850-writePrenoteListing
                 End-If
                 Perform 870-checkRunVariance
                 Perform 190-clearCheckpoint
         End-Evaluate
        If hist-open-on
            Close histFile
        End-If
        If retro-open-on
            Close retroFile
        End-If
        If prenote-open-on
            Close prenoteFile
        End-If

        Stop Run.

                Move 0 to ws-ot-cnt
                Move 0 to ws-ga-cnt
                Move 0 to ws-pl-cnt
                Move 0 to ws-ld-cnt
                Move 0 to ws-st-cnt
                Move 0 to ws-wa-cnt
                Move "N" to eof
                Perform until eof = "Y"
                    Read checkpointFile
                        Move ckpDepNum to pl-depnum(PlIdx)
                        Move ckpLiab   to pl-liab(PlIdx)
                    End-If
                When "L"
                    If ws-ld-cnt < 200
                        Add 1 to ws-ld-cnt
                        Set LdIdx to ws-ld-cnt
                        Move cklChgDep  to ld-chgdep(LdIdx)
                        Move cklHomeDep to ld-homedep(LdIdx)
                        Move cklGross   to ld-gross(LdIdx)
                        Move cklErFica  to ld-erfica(LdIdx)
                        Move cklErSuta  to ld-ersuta(LdIdx)
                        Move cklMatch   to ld-match(LdIdx)
                        Move cklIns     to ld-ins(LdIdx)
                    End-If
                When "V"
                    If ws-wa-cnt < 200
                        Add 1 to ws-wa-cnt
                        Set WaIdx to ws-wa-cnt
                        Move ckvClass   to wa-class(WaIdx)
                        Move ckvPayroll to wa-payroll(WaIdx)
                        Move ckvPremium to wa-premium(WaIdx)
                    End-If
                When "W"
                    If ws-st-cnt < 60
                        Add 1 to ws-st-cnt
                        Set StIdx to ws-st-cnt
                        Move ckwState to st-state(StIdx)
                        Move ckwWages to st-wages(StIdx)
                        Move ckwTax   to st-tax(StIdx)
                    End-If
                When "Y"
      *> YTD rows from a checkpoint written before the YTD master
      *> became a keyed file - nothing to rebuild from them
                Add phNetPay to ws-sweep-hash
            End-If.

      *> Opens lab4retro's keyed retro payable file in place so the
      *> differences paid this run can be marked off. No file simply
      *> means no retro pay is outstanding.
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
                    Move Spaces to exDepNum
                    Move Spaces to exEmpNum
                    Move "BALANCE" to exCategory
                    Move "Retro payable file does not balance to ctl"
                        to exDescription
                    Perform 059-writeException
                    Move "N" to ws-balance-flag
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

      *> The keyed prenote file, opened in place on an ACH run. A
      *> first-ever build is flagged so every employee already on
      *> deposit is carried in as cleared rather than prenoted.
        055-openPrenoteFile.
            Open i-o prenoteFile
            If prenote-status-not-found
                Open output prenoteFile
                Close prenoteFile
                Open i-o prenoteFile
                Move "Y" to ws-prenote-seed
            End-If
            If prenote-status-ok
                Move "Y" to ws-prenote-open
                Perform 056-verifyPrenoteFile
            Else
                Move Spaces to exDepNum
                Move Spaces to exEmpNum
                Move "BALANCE" to exCategory
                Move "Prenote file unopenable - ACH run refused"
                    to exDescription
                Perform 059-writeException
                Move "N" to ws-balance-flag
            End-If.

        056-verifyPrenoteFile.
            Move 0 to ws-sweep-count
            Move 0 to ws-sweep-hash
            Move "N" to ws-ctl-found
            Move "N" to eof
            Move Low-Values to pnEmpNum
            Start prenoteFile key not < pnEmpNum
                invalid key
                    Move "Y" to eof
            End-Start
            Perform until eof = "Y"
                Read prenoteFile next
                    at end
                        Move "Y" to eof
                    not at end
                        Perform 057-sweepPrenoteEntry
                End-Read
            End-Perform
            Move "N" to eof
            Move ws-sweep-count to ws-prenote-count
            Move ws-sweep-hash  to ws-prenote-hash
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move Spaces to exDepNum
                    Move Spaces to exEmpNum
                    Move "BALANCE" to exCategory
                    Move "Prenote file does not balance to control rec"
                        to exDescription
                    Perform 059-writeException
                    Move "N" to ws-balance-flag
                End-If
            End-If.

        057-sweepPrenoteEntry.
            If pnEmpNum = ws-control-key
                Move "Y" to ws-ctl-found
                Move pncCount to ws-ctl-count
                Move pncHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add pnRouting to ws-sweep-hash
            End-If.

      *> Loads the withholding bracket table used to compute federal
      *> and state tax from marital status and dependent count.
        035-loadTaxRates.
                Perform 059-writeException
            End-If.

      *> Loads the per-state withholding table. Without the file
      *> every employee falls back to the bracket table's state
      *> rate, as before the work state was carried on the master.
        058-loadStateRates.
            Move "N" to eof
            Open input stateRatesFile
            If staterates-status-ok
                Perform until eof = "Y"
                    Read stateRatesFile
                        at end
                            Move "Y" to eof
                        not at end
                            Perform 061-storeStateRateEntry
                End-Perform
                Close stateRatesFile
            End-If
            Move "N" to eof.

        061-storeStateRateEntry.
            If ws-staterate-cnt < 60
                Add 1 to ws-staterate-cnt
                Set SrIdx to ws-staterate-cnt
                Move srState     to sr-state(SrIdx)
                Move srIncomeTax to sr-income-tax(SrIdx)
                Move srRate      to sr-rate(SrIdx)
            Else
                Move Spaces to exDepNum
                Move Spaces to exEmpNum
                Move "CAPACITY" to exCategory
                Move "State rate table full - state entry discarded"
                    to exDescription
                Perform 059-writeException
            End-If.

      *> Loads the workers' comp class rates. Without the file no
      *> premium is accrued, though each employee's class and
      *> subject payroll still go on the pay history for the
      *> quarterly premium report.
        063-loadWcRates.
            Move "N" to eof
            Open input wcRatesFile
            If wcrates-status-ok
                Perform until eof = "Y"
                    Read wcRatesFile
                        at end
                            Move "Y" to eof
                        not at end
                            Perform 064-storeWcRateEntry
                End-Perform
                Close wcRatesFile
            End-If
            Move "N" to eof.

        064-storeWcRateEntry.
            If ws-wcrate-cnt < 200
                Add 1 to ws-wcrate-cnt
                Set WrIdx to ws-wcrate-cnt
                Move wrClass to wr-class(WrIdx)
                Move wrRate  to wr-rate(WrIdx)
            Else
                Move Spaces to exDepNum
                Move Spaces to exEmpNum
                Move "CAPACITY" to exCategory
                Move "WC rate table full - class entry discarded"
                    to exDescription
                Perform 059-writeException
            End-If.

      *> Loads the per-band PTO accrual schedule. Bands land in the
      *> table slot matching their band number so the tenure code's
      *> ws-band indexes them directly.
                Perform 059-writeException
            End-If.

      *> Loads the cost-center splits. Rows for one employee need
      *> not be adjacent; they are gathered by EmpNum when the
      *> employee is paid.
        039-loadCostSplits.
            Move "N" to eof
            Open input costSplitFile
            If costsplit-status-ok
                Perform until eof = "Y"
                    Read costSplitFile
                        at end
                            Move "Y" to eof
                        not at end
                            Perform 041-storeCostSplitEntry
                End-Perform
                Close costSplitFile
            End-If
            Move "N" to eof.

        041-storeCostSplitEntry.
            If ws-cs-cnt < 1000
                Add 1 to ws-cs-cnt
                Set CsIdx to ws-cs-cnt
                Move csEmpNum to cs-empnum(CsIdx)
                Move csDepNum to cs-depnum(CsIdx)
                Move csPct    to cs-pct(CsIdx)
            Else
                Move Spaces to exDepNum
                Move csEmpNum to exEmpNum
                Move "CAPACITY" to exCategory
                Move "Cost split table full - split row discarded"
                    to exDescription
                Perform 059-writeException
            End-If.

      *> Opens the keyed PTO balance master in place, creating it
      *> empty on a first-ever run, the same way the YTD master is
      *> handled.
                Perform 179-writeCheckpointPtoLiab
                    varying PlIdx from 1 by 1
                    until PlIdx > ws-pl-cnt
                Perform 177-writeCheckpointLaborDist
                    varying LdIdx from 1 by 1
                    until LdIdx > ws-ld-cnt
                Perform 176-writeCheckpointStateTax
                    varying StIdx from 1 by 1
                    until StIdx > ws-st-cnt
                Perform 174-writeCheckpointWcClass
                    varying WaIdx from 1 by 1
                    until WaIdx > ws-wa-cnt

                Close checkpointFile
            End-If.
            Move pl-liab(PlIdx)   to ckpLiab
            Write checkpointPtoLiabRecord.

        177-writeCheckpointLaborDist.
            Move "L" to cklRecType
            Move ld-chgdep(LdIdx)  to cklChgDep
            Move ld-homedep(LdIdx) to cklHomeDep
            Move ld-gross(LdIdx)   to cklGross
            Move ld-erfica(LdIdx)  to cklErFica
            Move ld-ersuta(LdIdx)  to cklErSuta
            Move ld-match(LdIdx)   to cklMatch
            Move ld-ins(LdIdx)     to cklIns
            Write checkpointLaborDistRecord.

        174-writeCheckpointWcClass.
            Move "V" to ckvRecType
            Move wa-class(WaIdx)   to ckvClass
            Move wa-payroll(WaIdx) to ckvPayroll
            Move wa-premium(WaIdx) to ckvPremium
            Write checkpointWcClassRecord.

        176-writeCheckpointStateTax.
            Move "W" to ckwRecType
            Move st-state(StIdx) to ckwState
            Move st-wages(StIdx) to ckwWages
            Move st-tax(StIdx)   to ckwTax
            Write checkpointStateTaxRecord.

      *> Invalidates the checkpoint once a run has processed inFile
      *> to completion, so a later LAB4_RESTART=Y run does not pick
      *> up a stale checkpoint from a job that already finished
                    Move "Invalid status - must be A, L or T"
                        to exDescription
                    Perform 059-writeException
            End-Evaluate
            If pay-eligible
                Perform 493-checkPeriodReversed
            End-If.

      *> A period lab4rev has reversed keeps its reversed history
      *> record; paying it again here would re-post YTD, take the
      *> garnishments and accrue PTO a second time, so the employee
      *> is dropped from this run's pay like a leave of absence.
        493-checkPeriodReversed.
            If hist-open-on
                Move inEmpNum to phEmpNum
                Move ws-per-end-num to phPerEnd
                Move 0 to phRunSeq
                Read histFile
                    invalid key
                        Continue
                    not invalid key
                        If histReversed
                            Move "N" to ws-pay-eligible
                            Move inDepNum to exDepNum
                            Move inEmpNum to exEmpNum
                            Move "REVERSED" to exCategory
                            Move Spaces to exDescription
                            String "Period reversed by lab4rev - pay "
                                    "off-cycle through lab4supp"
                                delimited by size into exDescription
                            Perform 059-writeException
                        End-If
                End-Read
            End-If.

      *> One terminations-report line per employee whose
      *> termination date falls in the run month, with whatever

        600-calculatePay.
            Move 0 to ws-emp-period-pay
            Move 0 to ws-ot-premium
            Move 0 to outExPay
            Move Spaces to outComis

                Move 0 to inPay
            End-If.

            Perform 602-addRetroPay
            Perform 665-updateAccumulators.

      *> Adds the employee's open retro differences to this period's
      *> gross, so they are withheld on with the regular pay. An item
      *> this same period's run already marked paid is taken again -
      *> a rerun or restart replaces the period's history record, so
      *> it must re-cover the same retro pay.
        602-addRetroPay.
            Move 0 to ws-retro-amt
            Move 0 to ws-rt-cnt
            If retro-open-on
                Move inEmpNum to rpEmpNum
                Move 0 to rpEffDate
                Move "N" to ws-retro-eof
                Start retroFile key not < rpKey
                    invalid key
                        Move "Y" to ws-retro-eof
                End-Start
                Perform 603-scanRetroEntry
                    until ws-retro-eof = "Y"
                Perform 604-markRetroPaid
                    varying RtIdx from 1 by 1
                    until RtIdx > ws-rt-cnt
            End-If
            If ws-retro-amt > 0
                Add ws-retro-amt to ws-emp-period-pay
                Add ws-retro-amt to totPay
                If SalAndCommiss
                    Compute outExPay = inPay + ws-retro-amt
                Else
                    Move ws-emp-period-pay to outExPay
                End-If
            End-If.

        603-scanRetroEntry.
            Read retroFile next
                at end
                    Move "Y" to ws-retro-eof
                not at end
                    If rpEmpNum not = inEmpNum
                        Move "Y" to ws-retro-eof
                    Else
                        If retroOpen
                                or (retroPaid and rpPaidBy = "R"
                                    and rpPaidDate = ws-per-end-num)
                            If ws-rt-cnt < 9
                                Add 1 to ws-rt-cnt
                                Set RtIdx to ws-rt-cnt
                                Move rpEffDate to rtk-effdate(RtIdx)
                                Add rpAmount to ws-retro-amt
                            End-If
                        End-If
                    End-If
            End-Read.

        604-markRetroPaid.
            Move inEmpNum to rpEmpNum
            Move rtk-effdate(RtIdx) to rpEffDate
            Read retroFile
                invalid key
                    Continue
                not invalid key
                    Move "P" to rpStatus
                    Move "R" to rpPaidBy
                    Move ws-per-end-num to rpPaidDate
                    Rewrite retroPayRecord
            End-Read.

      *> Spreads the employee's labor cost - gross, employer FICA
      *> and SUTA, the 401k match and the insurance premium - over
      *> their cost-center splits. Each split takes its percentage
      *> of every amount and the last takes what is left, so the
      *> pennies always foot back to the employee's cost. No splits,
      *> or splits that do not add up to 100 pct, charge the home
      *> Dep # as before.
        620-distributeLabor.
            Move 0 to ws-cs-lines
            Move 0 to ws-cs-pct-tot
            Perform 621-sumCostSplit
                varying CsIdx from 1 by 1
                until CsIdx > ws-cs-cnt

            Move ws-emp-period-pay  to ws-ld-rem-gross
            Move ws-er-fica         to ws-ld-rem-erfica
            Move ws-er-suta         to ws-ld-rem-ersuta
            Move ws-401k-match      to ws-ld-rem-match
            Move ws-ins-period-cost to ws-ld-rem-ins

            If ws-cs-lines > 0 and ws-cs-pct-tot not = 100
                Move inDepNum to exDepNum
                Move inEmpNum to exEmpNum
                Move "LABORDIST" to exCategory
                Move "Cost splits not 100 pct - home Dep # charged"
                    to exDescription
                Perform 059-writeException
                Move 0 to ws-cs-lines
            End-If

            If ws-cs-lines = 0
                Move inDepNum to ws-ld-chgdep
                Move 100 to ws-ld-pct
                Move 1 to ws-cs-lines
                Move 0 to ws-cs-done
                Perform 623-chargeCostCenter
            Else
                Move 0 to ws-cs-done
                Perform 622-applyCostSplit
                    varying CsIdx from 1 by 1
                    until CsIdx > ws-cs-cnt
            End-If.

        621-sumCostSplit.
            If cs-empnum(CsIdx) = inEmpNum
                Add 1 to ws-cs-lines
                Add cs-pct(CsIdx) to ws-cs-pct-tot
            End-If.

        622-applyCostSplit.
            If cs-empnum(CsIdx) = inEmpNum
                Move cs-depnum(CsIdx) to ws-ld-chgdep
                Move cs-pct(CsIdx)    to ws-ld-pct
                Perform 623-chargeCostCenter
            End-If.

        623-chargeCostCenter.
            Add 1 to ws-cs-done
            If ws-cs-done = ws-cs-lines
                Move ws-ld-rem-gross  to ws-ld-gross
                Move ws-ld-rem-erfica to ws-ld-erfica
                Move ws-ld-rem-ersuta to ws-ld-ersuta
                Move ws-ld-rem-match  to ws-ld-match
                Move ws-ld-rem-ins    to ws-ld-ins
            Else
                Compute ws-ld-gross rounded =
                    ws-emp-period-pay * ws-ld-pct / 100
                Compute ws-ld-erfica rounded =
                    ws-er-fica * ws-ld-pct / 100
                Compute ws-ld-ersuta rounded =
                    ws-er-suta * ws-ld-pct / 100
                Compute ws-ld-match rounded =
                    ws-401k-match * ws-ld-pct / 100
                Compute ws-ld-ins rounded =
                    ws-ins-period-cost * ws-ld-pct / 100
                Subtract ws-ld-gross  from ws-ld-rem-gross
                Subtract ws-ld-erfica from ws-ld-rem-erfica
                Subtract ws-ld-ersuta from ws-ld-rem-ersuta
                Subtract ws-ld-match  from ws-ld-rem-match
                Subtract ws-ld-ins    from ws-ld-rem-ins
            End-If
            Perform 625-foldLaborDist.

      *> Adds one charge into the distribution table, opening a new
      *> row in charged / home Dep # order when the pair is new.
        625-foldLaborDist.
            Move "N" to ws-ld-found
            Move 0 to ws-ld-slot
            Perform 626-findLaborDistSlot
                varying LdIdx from 1 by 1
                until LdIdx > ws-ld-cnt
                    or ws-ld-slot > 0
            If ws-ld-found = "N"
                If ws-ld-cnt < 200
                    If ws-ld-slot = 0
                        Compute ws-ld-slot = ws-ld-cnt + 1
                    End-If
                    Add 1 to ws-ld-cnt
                    Perform 627-shiftLaborDistEntry
                        varying ws-ld-from from ws-ld-cnt by -1
                        until ws-ld-from <= ws-ld-slot
                    Set LdIdx to ws-ld-slot
                    Move ws-ld-chgdep to ld-chgdep(LdIdx)
                    Move inDepNum     to ld-homedep(LdIdx)
                    Move 0 to ld-gross(LdIdx)
                    Move 0 to ld-erfica(LdIdx)
                    Move 0 to ld-ersuta(LdIdx)
                    Move 0 to ld-match(LdIdx)
                    Move 0 to ld-ins(LdIdx)
                Else
                    Move inDepNum to exDepNum
                    Move inEmpNum to exEmpNum
                    Move "CAPACITY" to exCategory
                    Move "Labor dist table full - charge discarded"
                        to exDescription
                    Perform 059-writeException
                    Move 0 to ws-ld-slot
                End-If
            End-If
            If ws-ld-slot > 0
                Set LdIdx to ws-ld-slot
                Add ws-ld-gross  to ld-gross(LdIdx)
                Add ws-ld-erfica to ld-erfica(LdIdx)
                Add ws-ld-ersuta to ld-ersuta(LdIdx)
                Add ws-ld-match  to ld-match(LdIdx)
                Add ws-ld-ins    to ld-ins(LdIdx)
            End-If.

      *> Stops on the pair itself, or on the first row that sorts
      *> after it - where the new row belongs.
        626-findLaborDistSlot.
            Evaluate true
                When ld-chgdep(LdIdx) = ws-ld-chgdep
                        and ld-homedep(LdIdx) = inDepNum
                    Move "Y" to ws-ld-found
                    Set ws-ld-slot to LdIdx
                When ld-chgdep(LdIdx) > ws-ld-chgdep
                    Set ws-ld-slot to LdIdx
                When ld-chgdep(LdIdx) = ws-ld-chgdep
                        and ld-homedep(LdIdx) > inDepNum
                    Set ws-ld-slot to LdIdx
            End-Evaluate.

        627-shiftLaborDistEntry.
            Move LaborDistEntry(ws-ld-from - 1)
                to LaborDistEntry(ws-ld-from).

      *> Replaces the bracket table's state rate with the rate for
      *> the employee's work state. A state with no income tax
      *> withholds nothing. An employee with no work state, or one
      *> the state table does not carry, keeps the bracket rate and
      *> is flagged so the master can be corrected.
        630-lookupStateRate.
            Move "N" to ws-state-found
            If inWorkState = Spaces
                Move "??" to ws-work-state
                Move inDepNum to exDepNum
                Move inEmpNum to exEmpNum
                Move "STATETAX" to exCategory
                Move "No work state on master - bracket state rate used"
                    to exDescription
                Perform 059-writeException
            Else
                Move inWorkState to ws-work-state
            End-If
            If inWorkState not = Spaces and ws-staterate-cnt > 0
                Perform 631-matchStateRate
                    varying SrIdx from 1 by 1
                    until SrIdx > ws-staterate-cnt
                        or state-found-on
                If not state-found-on
                    Move inDepNum to exDepNum
                    Move inEmpNum to exEmpNum
                    Move "STATETAX" to exCategory
                    Move Spaces to exDescription
                    String "Work state " delimited by size
                           inWorkState delimited by size
                           " not on state rate table - bracket rate"
                               delimited by size
                           " used" delimited by size
                        into exDescription
                    End-String
                    Perform 059-writeException
                End-If
            End-If.

        631-matchStateRate.
            If sr-state(SrIdx) = inWorkState
                Move "Y" to ws-state-found
                If sr-income-tax(SrIdx) = "N"
                    Move 0 to ws-state-rate
                Else
                    Move sr-rate(SrIdx) to ws-state-rate
                End-If
            End-If.

      *> Adds this employee's state taxable wages and withholding
      *> into the run's by-state totals for the liability report.
        632-foldStateTax.
            Move "N" to ws-state-found
            Perform 633-findStateTaxSlot
                varying StIdx from 1 by 1
                until StIdx > ws-st-cnt
                    or state-found-on
            If state-found-on
                Set StIdx down by 1
            Else
                If ws-st-cnt < 60
                    Add 1 to ws-st-cnt
                    Set StIdx to ws-st-cnt
                    Move ws-work-state to st-state(StIdx)
                    Move 0 to st-wages(StIdx)
                    Move 0 to st-tax(StIdx)
                    Move "Y" to ws-state-found
                Else
                    Move inDepNum to exDepNum
                    Move inEmpNum to exEmpNum
                    Move "CAPACITY" to exCategory
                    Move "State tax table full - state totals dropped"
                        to exDescription
                    Perform 059-writeException
                End-If
            End-If
            If state-found-on
                Add ws-taxable-pay to st-wages(StIdx)
                Add ws-state-tax   to st-tax(StIdx)
            End-If.

        633-findStateTaxSlot.
            If st-state(StIdx) = ws-work-state
                Move "Y" to ws-state-found
            End-If.

      *> Posts the parked state wages and tax to the YTD master's
      *> bucket for the work state, opening a new bucket the first
      *> time the employee is taxed in a state this year.
        634-applyYtdStateTax.
            Move "N" to ws-state-found
            If ytdd-state(YtdDlIdx) not = Spaces
                Perform 635-matchYtdState
                    varying YtIdx from 1 by 1
                    until YtIdx > 4
                        or state-found-on
                If not state-found-on
                    Perform 636-openYtdState
                        varying YtIdx from 1 by 1
                        until YtIdx > 4
                            or state-found-on
                End-If
                If not state-found-on
                    Move ytdd-depnum(YtdDlIdx) to exDepNum
                    Move ytdd-empnum(YtdDlIdx) to exEmpNum
                    Move "STATETAX" to exCategory
                    Move "YTD state buckets full - state detail dropped"
                        to exDescription
                    Perform 059-writeException
                End-If
            End-If.

        635-matchYtdState.
            If ytState(YtIdx) = ytdd-state(YtdDlIdx)
                Add ytdd-statewages(YtdDlIdx) to ytStateWages(YtIdx)
                Add ytdd-statetax(YtdDlIdx)   to ytStateTaxAmt(YtIdx)
                Move "Y" to ws-state-found
            End-If.

        636-openYtdState.
            If ytState(YtIdx) = Spaces
                Move ytdd-state(YtdDlIdx)      to ytState(YtIdx)
                Move ytdd-statewages(YtdDlIdx) to ytStateWages(YtIdx)
                Move ytdd-statetax(YtdDlIdx)   to ytStateTaxAmt(YtIdx)
                Move "Y" to ws-state-found
            End-If.

      *> Workers' comp premium on the period's pay, less the
      *> overtime premium 640-computeHourlyPay split out - carriers
      *> rate overtime at straight time. An employee with no class
      *> or a class the rate table does not carry accrues nothing
      *> and is flagged; the quarterly report lists them too.
        638-accrueWcPremium.
            Compute ws-wc-payroll = ws-emp-period-pay - ws-ot-premium
            Move 0 to ws-wc-premium
            Move "N" to ws-wc-found
            If ws-wcrate-cnt > 0
                Perform 639-matchWcRate
                    varying WrIdx from 1 by 1
                    until WrIdx > ws-wcrate-cnt
                        or wc-found-on
                If wc-found-on
                    Compute ws-wc-premium rounded =
                        ws-wc-payroll * ws-wc-rate / 100
                    Perform 641-foldWcClass
                Else
                    Move inDepNum to exDepNum
                    Move inEmpNum to exEmpNum
                    Move "WCCLASS" to exCategory
                    Move Spaces to exDescription
                    If inWcClass = Spaces
                        Move "No workers' comp class on master"
                            to exDescription
                    Else
                        String "Workers' comp class " delimited by size
                               inWcClass delimited by size
                               " not on the class rate table"
                                   delimited by size
                            into exDescription
                        End-String
                    End-If
                    Perform 059-writeException
                End-If
            End-If.

        639-matchWcRate.
            If wr-class(WrIdx) = inWcClass and inWcClass not = Spaces
                Move wr-rate(WrIdx) to ws-wc-rate
                Move "Y" to ws-wc-found
            End-If.

      *> Adds the employee's subject payroll and premium into the
      *> run's by-class accrual.
        641-foldWcClass.
            Move "N" to ws-wc-found
            Perform 642-findWcClassSlot
                varying WaIdx from 1 by 1
                until WaIdx > ws-wa-cnt
                    or wc-found-on
            If wc-found-on
                Set WaIdx down by 1
            Else
                If ws-wa-cnt < 200
                    Add 1 to ws-wa-cnt
                    Set WaIdx to ws-wa-cnt
                    Move inWcClass to wa-class(WaIdx)
                    Move 0 to wa-payroll(WaIdx)
                    Move 0 to wa-premium(WaIdx)
                    Move "Y" to ws-wc-found
                Else
                    Move inDepNum to exDepNum
                    Move inEmpNum to exEmpNum
                    Move "CAPACITY" to exCategory
                    Move "WC accrual table full - class totals dropped"
                        to exDescription
                    Perform 059-writeException
                End-If
            End-If
            If wc-found-on
                Add ws-wc-payroll to wa-payroll(WaIdx)
                Add ws-wc-premium to wa-premium(WaIdx)
            End-If.

        642-findWcClassSlot.
            If wa-class(WaIdx) = inWcClass
                Move "Y" to ws-wc-found
            End-If.


      *> Hourly pay from the timecard's actual weekly hours, not the
      *> schedule: every hour worked at the straight rate, plus a
      *> half-rate premium on weekly hours over 40, both scaled to
                    Move 0 to ytdd-sutawages(YtdDlIdx)
                    Move 0 to ytdd-fedtax(YtdDlIdx)
                    Move 0 to ytdd-statetax(YtdDlIdx)
                    Move Spaces to ytdd-state(YtdDlIdx)
                    Move 0 to ytdd-statewages(YtdDlIdx)
                when ytdd-empnum(YtdDlIdx) = inEmpNum
                    Move inDepNum to ytdd-depnum(YtdDlIdx)
                    Add ws-emp-period-pay to ytdd-amount(YtdDlIdx)
                    Move ytdd-sutawages(YtdDlIdx) to ytYtdSutaWages
                    Move ytdd-fedtax(YtdDlIdx)    to ytYtdFedTax
                    Move ytdd-statetax(YtdDlIdx)  to ytYtdStateTax
                    Perform 634-applyYtdStateTax
                    Write ytdMasterRecord
                    Add 1 to ws-ytd-count
                not invalid key
                    Add ytdd-sutawages(YtdDlIdx) to ytYtdSutaWages
                    Add ytdd-fedtax(YtdDlIdx)    to ytYtdFedTax
                    Add ytdd-statetax(YtdDlIdx)  to ytYtdStateTax
                    Perform 634-applyYtdStateTax
                    Rewrite ytdMasterRecord
            End-Read
            Add ytdd-amount(YtdDlIdx) to ws-ytd-hash.
        680-computeNetPay.
            Perform 681-compute401kDeferral
            Perform 682-lookupTaxRates
            Perform 630-lookupStateRate
            Compute ws-taxable-pay = ws-emp-period-pay - ws-401k-amt
            Compute ws-fed-tax rounded = ws-taxable-pay * ws-fed-rate
            Compute ws-state-tax rounded =
            Perform 655-applyGarnishments
            Subtract ws-garn-amt from ws-net-pay
            Perform 658-accrueEmployerTax
            Perform 638-accrueWcPremium
            Perform 620-distributeLabor
            If ws-net-pay < 0
                Move inDepNum to exDepNum
                Move inEmpNum to exEmpNum
            Add ws-ins-period-cost to ws-tot-ins
            Add ws-fed-tax         to ws-tot-fed
            Add ws-state-tax       to ws-tot-state
            Perform 632-foldStateTax
            Add ws-net-pay         to ws-tot-net

            Move inDepNum          to drl-depnum
            Write dedRegRecord from DedRegLine

            If ach-mode-on
                Perform 698-checkPrenote
                Perform 690-writeAchDetail
            End-If

                Move "N" to ws-hist-found
                Move inEmpNum to phEmpNum
                Move ws-per-end-num to phPerEnd
                Move 0 to phRunSeq
                Read histFile
                    invalid key
                        Continue
                End-Read
                Move inEmpNum       to phEmpNum
                Move ws-per-end-num to phPerEnd
                Move 0              to phRunSeq
                Move ws-per-start-num to phPerStart
                Move inDepNum       to phDepNum
                Move ws-emp-period-pay to phGross
                Move ws-ins-period-cost to phIns
                Move ws-fed-tax     to phFedTax
                Move ws-state-tax   to phStateTax
                Move ws-work-state  to phWorkState
                Move inWcClass      to phWcClass
                Move ws-wc-payroll  to phWcPayroll
                Move ws-ot-premium  to phOtPremium
                Move ws-wc-premium  to phWcPremium
                Move ws-garn-amt    to phGarn
                Move ws-net-pay     to phNetPay
                If ach-mode-on and pay-by-ach
                    Move "ACH" to phPayMethod
                Else
                    Move "CHK" to phPayMethod
                End-If
                Move "R"            to phRunType
                Move Spaces         to phReason
                Move ws-retro-amt   to phRetro
                Move ws-fica-txbl   to phFicaWages
                Move ws-suta-txbl   to phSutaWages
                Move ws-vac-accrue  to phVacAccrue
                Move ws-sick-accrue to phSickAccrue
                Move GarnPriTakeTable to phGarnTakes
                Move "P"            to phStatus
                Move 0              to phRevDate
                If ws-hist-found = "Y"
                    Rewrite histRecord
                    Compute ws-hist-hash = ws-hist-hash
            Move ws-date(3:6) to abh-effdate
            Write achRecord from AchBatchHeader.

      *> One ACH credit per elected employee whose account has
      *> cleared prenote; anyone without a deposit election, with
      *> no routing number on file, or still waiting on a prenote
      *> lands on the pay-by-check register instead.
        690-writeAchDetail.
            If pay-by-ach
                Move inBankRouting to ad-routing
                Move inBankAccount to ad-account
                Move ws-net-pay    to ad-amount
                Add 1 to ws-ach-count
                Add ws-net-pay to ws-ach-total
            Else
                If directDeposit and inBankRouting = 0
                    Move inDepNum to exDepNum
                    Move inEmpNum to exEmpNum
                    Move "ACH" to exCategory
            Move ws-net-pay        to cqNetPay
            Write chkReqRecord.

      *> Whether this deposit can go out as a live credit. The
      *> account on the master must be the one last prenoted and
      *> that prenote cleared; a new or changed account is prenoted
      *> now, a pending one clears once the waiting period has run
      *> with no return, and a rejected one stays on checks until
      *> HR keys a corrected account.
        698-checkPrenote.
            Move "N" to ws-pay-ach
            If directDeposit and inBankRouting > 0 and prenote-open-on
                Move inEmpNum to pnEmpNum
                Read prenoteFile
                    invalid key
                        Move "N" to ws-prenote-found
                    not invalid key
                        Move "Y" to ws-prenote-found
                End-Read
                Evaluate true
                    When ws-prenote-found = "N" and prenote-seed-on
                        Move Spaces        to prenoteRecord
                        Move inEmpNum      to pnEmpNum
                        Move inDepNum      to pnDepNum
                        Move inBankRouting to pnRouting
                        Move inBankAccount to pnAccount
                        Move "C"           to pnStatus
                        Move 0             to pnSentDate
                        Move ws-date       to pnClearDate
                        Move 0             to pnRetDate
                        Write prenoteRecord
                        Add 1 to ws-prenote-count
                        Add inBankRouting to ws-prenote-hash
                        Perform 666-updatePrenoteControl
                        Move "Y" to ws-pay-ach
                    When ws-prenote-found = "N"
                        Perform 699-sendPrenote
                    When pnRouting not = inBankRouting
                            or pnAccount not = inBankAccount
                        Perform 699-sendPrenote
                    When prenoteCleared
                        Move "Y" to ws-pay-ach
                    When prenoteRejected
                        Add 1 to ws-pn-rejpaid
                        Move inDepNum to exDepNum
                        Move inEmpNum to exEmpNum
                        Move "PRENOTE" to exCategory
                        Move "Prenote rejected - HR follow-up, check"
                            to exDescription
                        Perform 059-writeException
                    When pnSentDate = 0 or pnSentDate = ws-date
                        Perform 699-sendPrenote
                    When other
                        Move pnSentDate  to ws-pn-date
                        Move ws-pn-year  to ws-cnv-year
                        Move ws-pn-month to ws-cnv-month
                        Move ws-pn-day   to ws-cnv-day
                        Perform 220-dateToSerial
                        Compute ws-prenote-age =
                            ws-run-serial - ws-cnv-serial
                        If ws-prenote-age >= ws-prenote-days
                            Move "C"     to pnStatus
                            Move ws-date to pnClearDate
                            Rewrite prenoteRecord
                            Perform 666-updatePrenoteControl
                            Add 1 to ws-pn-cleared
                            Move "Y" to ws-pay-ach
                        Else
                            Add 1 to ws-pn-waiting
                        End-If
                End-Evaluate
            Else
                If directDeposit and inBankRouting > 0
                    Move "Y" to ws-pay-ach
                End-If
            End-If.

      *> A zero-dollar prenote (transaction code 23) for the account
      *> now on the master, recorded pending from today. A same-day
      *> rerun sends it again, which the bank simply ignores.
        699-sendPrenote.
            If ws-prenote-found = "Y"
                Subtract pnRouting from ws-prenote-hash
            End-If
            Move Spaces        to prenoteRecord
            Move inEmpNum      to pnEmpNum
            Move inDepNum      to pnDepNum
            Move inBankRouting to pnRouting
            Move inBankAccount to pnAccount
            Move "P"           to pnStatus
            Move ws-date       to pnSentDate
            Move 0             to pnClearDate
            Move 0             to pnRetDate
            If ws-prenote-found = "Y"
                Rewrite prenoteRecord
            Else
                Write prenoteRecord
                Add 1 to ws-prenote-count
            End-If
            Add inBankRouting to ws-prenote-hash
            Perform 666-updatePrenoteControl

            Move "23"          to ad-trancode
            Move inBankRouting to ad-routing
            Move inBankAccount to ad-account
            Move 0             to ad-amount
            Move inEmpNum      to ad-empnum
            Move inLastName    to ad-name
            Write achRecord from AchDetail
            Move "22"          to ad-trancode
            Add 1 to ws-ach-count
            Add 1 to ws-pn-sent.

      *> Re-proves the prenote file's control after every change,
      *> the way 668-updateHistControl follows the history writes.
        666-updatePrenoteControl.
            Move ws-control-key to pncEmpNum
            Move ws-prenote-count to pncCount
            Move ws-prenote-hash  to pncHash
            Rewrite prenoteControlRecord
                invalid key
                    Write prenoteControlRecord
            End-Rewrite.

      *> Batch control with the deposit count and total so the bank
      *> can prove the transmission.
        695-writeAchControl.
            Move "Employee state withholding" to tll-label
            Move ws-tot-state to tll-amount
            Write taxLiabRecord from TaxLiabLine
            Perform 841-writeTaxLiabStateLine
                varying StIdx from 1 by 1
                until StIdx > ws-st-cnt
            Move "Employer FICA accrual" to tll-label
            Move ws-tot-erfica to tll-amount
            Write taxLiabRecord from TaxLiabLine
            Compute tll-amount = ws-tot-fed + ws-tot-state
                + ws-tot-erfica + ws-tot-ersuta
            Write taxLiabRecord from TaxLiabLine

      *> workers' comp is an employer cost, not a tax - shown under
      *> the liability total so Finance sees the run's accrual, and
      *> left out of the total itself
            Move 0 to ws-tot-wcpay
            Move 0 to ws-tot-wcprem
            Move Spaces to taxLiabRecord
            Write taxLiabRecord
            Perform 842-writeWcAccrualLine
                varying WaIdx from 1 by 1
                until WaIdx > ws-wa-cnt
            Move "Workers' comp premium accrual" to tll-label
            Move ws-tot-wcprem to tll-amount
            Write taxLiabRecord from TaxLiabLine
            Close taxLiabFile.

      *> One line per work state under the state withholding total,
      *> with the taxable wages the state's return is filed on.
        841-writeTaxLiabStateLine.
            Move st-state(StIdx) to tls-state
            Move st-wages(StIdx) to tls-wages
            Move st-tax(StIdx)   to tls-amount
            Write taxLiabRecord from TaxLiabStateLine.

      *> One line per workers' comp class: the subject payroll the
      *> premium was charged on, and the premium.
        842-writeWcAccrualLine.
            Move wa-class(WaIdx)   to tlw-class
            Move wa-payroll(WaIdx) to tlw-payroll
            Move wa-premium(WaIdx) to tlw-amount
            Write taxLiabRecord from TaxLiabWcLine
            Add wa-payroll(WaIdx) to ws-tot-wcpay
            Add wa-premium(WaIdx) to ws-tot-wcprem.

      *> The department PTO liability report Finance asks for at
      *> audit time - every department's outstanding vacation and
      *> sick hours costed at each employee's pay rate.
            Write ptoLiabRecord from PtoLiabLine
            Add pl-liab(PlIdx) to ws-pto-liab.

      *> Labor cost by the department charged, next to the home
      *> department it came from, with a subtotal per charged
      *> department. The total gross foots to the run's gross pay.
        847-writeLaborDistReport.
            Open output laborDistFile
            Move ws-yr to ldh-Year
            Move ws-mo to ldh-Month
            Move ws-dy to ldh-Day
            Write laborDistRecord from LaborDistHeader
            Move Spaces to laborDistRecord
            Write laborDistRecord
            Write laborDistRecord from LaborDistColHdr
            Move Spaces to ws-ld-prev-chg
            Perform 848-writeLaborDistLine
                varying LdIdx from 1 by 1
                until LdIdx > ws-ld-cnt
            If ws-ld-cnt > 0
                Perform 849-writeLaborDistSubtotal
            End-If
            Move Spaces to laborDistRecord
            Write laborDistRecord
            Move "TOTAL"       to ldl-chgdep
            Move Spaces        to ldl-homedep
            Move ws-ldt-gross  to ldl-gross
            Move ws-ldt-erfica to ldl-erfica
            Move ws-ldt-ersuta to ldl-ersuta
            Move ws-ldt-match  to ldl-match
            Move ws-ldt-ins    to ldl-ins
            Compute ws-ld-line-tot = ws-ldt-gross + ws-ldt-erfica
                + ws-ldt-ersuta + ws-ldt-match + ws-ldt-ins
            Move ws-ld-line-tot to ldl-total
            Move Spaces to ldl-note
            Write laborDistRecord from LaborDistLine
            Close laborDistFile.

        848-writeLaborDistLine.
            If ld-chgdep(LdIdx) not = ws-ld-prev-chg
                If ws-ld-prev-chg not = Spaces
                    Perform 849-writeLaborDistSubtotal
                End-If
                Move ld-chgdep(LdIdx) to ws-ld-prev-chg
            End-If
            Move ld-chgdep(LdIdx)  to ldl-chgdep
            Move ld-homedep(LdIdx) to ldl-homedep
            Move ld-gross(LdIdx)   to ldl-gross
            Move ld-erfica(LdIdx)  to ldl-erfica
            Move ld-ersuta(LdIdx)  to ldl-ersuta
            Move ld-match(LdIdx)   to ldl-match
            Move ld-ins(LdIdx)     to ldl-ins
            Compute ws-ld-line-tot = ld-gross(LdIdx)
                + ld-erfica(LdIdx) + ld-ersuta(LdIdx)
                + ld-match(LdIdx) + ld-ins(LdIdx)
            Move ws-ld-line-tot to ldl-total
            If ld-chgdep(LdIdx) = ld-homedep(LdIdx)
                Move Spaces to ldl-note
            Else
                Move "SHARED" to ldl-note
            End-If
            Write laborDistRecord from LaborDistLine
            Add ld-gross(LdIdx)  to ws-lds-gross
            Add ld-erfica(LdIdx) to ws-lds-erfica
            Add ld-ersuta(LdIdx) to ws-lds-ersuta
            Add ld-match(LdIdx)  to ws-lds-match
            Add ld-ins(LdIdx)    to ws-lds-ins.

        849-writeLaborDistSubtotal.
            Move Spaces        to ldl-chgdep
            Move "SUBTOT"      to ldl-homedep
            Move ws-lds-gross  to ldl-gross
            Move ws-lds-erfica to ldl-erfica
            Move ws-lds-ersuta to ldl-ersuta
            Move ws-lds-match  to ldl-match
            Move ws-lds-ins    to ldl-ins
            Compute ws-ld-line-tot = ws-lds-gross + ws-lds-erfica
                + ws-lds-ersuta + ws-lds-match + ws-lds-ins
            Move ws-ld-line-tot to ldl-total
            Move Spaces to ldl-note
            Write laborDistRecord from LaborDistLine
            Move Spaces to laborDistRecord
            Write laborDistRecord
            Add ws-lds-gross  to ws-ldt-gross
            Add ws-lds-erfica to ws-ldt-erfica
            Add ws-lds-ersuta to ws-ldt-ersuta
            Add ws-lds-match  to ws-ldt-match
            Add ws-lds-ins    to ws-ldt-ins
            Move 0 to ws-lds-gross
            Move 0 to ws-lds-erfica
            Move 0 to ws-lds-ersuta
            Move 0 to ws-lds-match
            Move 0 to ws-lds-ins.

      *> Every account on the prenote file with where it stands,
      *> rejected ones marked for HR, then this run's activity.
        850-writePrenoteListing.
            Open output prenoteLstFile
            Move ws-yr to plh-Year
            Move ws-mo to plh-Month
            Move ws-dy to plh-Day
            Write prenoteLstRecord from PrenoteLstHeader1
            Move Spaces to prenoteLstRecord
            Write prenoteLstRecord
            Write prenoteLstRecord from PrenoteLstHeader2

            Move "N" to ws-pn-eof
            Move Low-Values to pnEmpNum
            Start prenoteFile key not < pnEmpNum
                invalid key
                    Move "Y" to ws-pn-eof
            End-Start
            Perform until ws-pn-eof = "Y"
                Read prenoteFile next
                    at end
                        Move "Y" to ws-pn-eof
                    not at end
                        Perform 851-listPrenoteEntry
                End-Read
            End-Perform

            Move Spaces to prenoteLstRecord
            Write prenoteLstRecord
            Move "Accounts pending prenote" to plc-label
            Move ws-pn-lst-pend to plc-count
            Write prenoteLstRecord from PrenoteLstCount
            Move "Accounts cleared" to plc-label
            Move ws-pn-lst-clear to plc-count
            Write prenoteLstRecord from PrenoteLstCount
            Move "Accounts rejected - HR follow-up" to plc-label
            Move ws-pn-lst-rej to plc-count
            Write prenoteLstRecord from PrenoteLstCount
            Move Spaces to prenoteLstRecord
            Write prenoteLstRecord
            Move "Prenotes sent this run" to plc-label
            Move ws-pn-sent to plc-count
            Write prenoteLstRecord from PrenoteLstCount
            Move "Prenotes cleared this run" to plc-label
            Move ws-pn-cleared to plc-count
            Write prenoteLstRecord from PrenoteLstCount
            Move "Pending - paid by check this run" to plc-label
            Move ws-pn-waiting to plc-count
            Write prenoteLstRecord from PrenoteLstCount
            Move "Rejected - paid by check this run" to plc-label
            Move ws-pn-rejpaid to plc-count
            Write prenoteLstRecord from PrenoteLstCount
            Close prenoteLstFile.

        851-listPrenoteEntry.
            If pnEmpNum not = ws-control-key
                Move pnEmpNum    to pll-empnum
                Move pnDepNum    to pll-depnum
                Move pnRouting   to pll-routing
                Move pnAccount   to pll-account
                Move pnSentDate  to pll-sent
                Move pnClearDate to pll-cleared
                Move pnRetReason to pll-reason
                Move pnRetDate   to pll-retdate
                Move Spaces      to pll-note
                Evaluate true
                    When prenoteCleared
                        Move "CLEARED" to pll-status
                        Add 1 to ws-pn-lst-clear
                    When prenoteRejected
                        Move "REJECTED" to pll-status
                        Move "HR FOLLOW-UP" to pll-note
                        Add 1 to ws-pn-lst-rej
                    When other
                        Move "PENDING" to pll-status
                        Add 1 to ws-pn-lst-pend
                End-Evaluate
                Write prenoteLstRecord from PrenoteLstLine
            End-If.

      *> One-page proof that the run ties out: records in, reported
      *> and excepted, the input pay hash against its trailer, and
      *> gross in vs gross and net out. Written on every run, good
                    Add ws-suta-txbl to ytdd-sutawages(YtdDlIdx)
                    Add ws-fed-tax   to ytdd-fedtax(YtdDlIdx)
                    Add ws-state-tax to ytdd-statetax(YtdDlIdx)
                    Move ws-work-state to ytdd-state(YtdDlIdx)
                    Add ws-taxable-pay to ytdd-statewages(YtdDlIdx)
            End-Search.

      *> Works the employee's garnishment orders, in key (priority)
      *> agency remittance register.
        655-applyGarnishments.
            Move 0 to ws-garn-amt
            Move Zeros to GarnPriTakeTable
            If garn-open-on and ws-net-pay > 0
      *> make room in the delta table up front, while no keyed scan
      *> of garnFile is in flight - a flush from inside the Start /
                Add ws-garn-take to ws-garn-amt
                Add ws-garn-take to ws-tot-garn
                Subtract ws-garn-take from ws-garn-room
                If gnPriority > 0
                    Add ws-garn-take to ws-garn-pri-take(gnPriority)
                End-If
                Perform 661-parkGarnDelta
                Perform 662-writeGarnRegLine
                Perform 663-foldGarnAgency
