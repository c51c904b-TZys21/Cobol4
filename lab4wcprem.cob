
        Identification Division.
        Program-ID. lab4wcprem.

        *>     Tyler Zysberg
        *>    Workers' compensation quarterly premium report
        *>
        *>    The carrier bills workers' comp on payroll by job class.
        *>    Every pay run (lab4, and lab4supp for off-cycle pay)
        *>    puts the employee's class, the payroll the premium was
        *>    charged on - period pay less the overtime premium - and
        *>    the premium accrued at the class rate onto the
        *>    pay-history record. This report gathers one quarter of
        *>    that history, LAB4_WC_QUARTER as YYYYQ (default the
        *>    quarter containing today), and shows:
        *>
        *>      - subject payroll and premium by class, with the
        *>        class description and rate per $100 from
        *>        lab4-wcrates.dat
        *>      - subject payroll and premium by work state and the
        *>        employee's district on the master
        *>      - the control totals: gross pay posted for the
        *>        quarter, less the overtime premium left out, less
        *>        payroll with no usable class, tying to the class
        *>        lines; the history file is proved against its own
        *>        control record first
        *>      - every employee paid in the quarter with no class on
        *>        the master, or one the rate file does not carry
        *>
        *>    Periods backed out by lab4rev are left out. The run
        *>    ends with return code 16 when the history file is
        *>    missing or does not balance, 8 when any employee is
        *>    listed with a missing or unknown class.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select masterFile Assign to "lab4-in.dat"
                Organization is Line Sequential
                File Status is ws-master-status.

            Select wcRatesFile Assign to "lab4-wcrates.dat"
                Organization is Line Sequential
                File Status is ws-wcrates-status.

            Select histFile Assign to "lab4-hist.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is phKey
                File Status is ws-hist-status.

            Select wcReportFile Assign to "lab4-wcprem.dat"
                Organization is Line Sequential.

        Data Division.
        File Section.
        FD masterFile.
        Copy payroll replacing ==:prefix:== By ==ms==.

      *> one row per class: rate per $100 of payroll, description
        FD wcRatesFile.
        01 wcRateRecord.
            05 wrClass        PIC X(4).
            05 wrRate         PIC 99V99.
            05 wrDesc         PIC X(30).

      *> the pay-history master, laid out exactly as lab4 keeps it
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

        FD wcReportFile.
        01 wcReportRecord PIC X(132).

        Working-Storage Section.

        01 eof PIC X Value "N".
        01 blankLine    PIC X Value Spaces.

        01 ws-date.
            05 ws-yr    PIC 9(4).
            05 ws-mo    PIC 99.
            05 ws-dy    PIC 99.

        01 ws-file-status.
            05 ws-master-status PIC XX.
                88 master-status-ok        Value "00".
            05 ws-wcrates-status PIC XX.
                88 wcrates-status-ok       Value "00".
            05 ws-hist-status PIC XX.
                88 hist-status-ok          Value "00".

        01 ws-hist-control-key PIC X(14) Value "~~CTL".

      *> the quarter reported, YYYYQ, and the period-end dates it
      *> covers
        01 ws-wc-quarter PIC 9(5) Value 0.
        01 ws-wc-quarter-r redefines ws-wc-quarter.
            05 ws-qtr-year   PIC 9(4).
            05 ws-qtr-num    PIC 9.
        01 ws-qtr-start  PIC 9(8).
        01 ws-qtr-end    PIC 9(8).

      *> history proof against the control record
        01 HistProof.
            05 ws-sweep-count    PIC 9(7) Value 0.
            05 ws-sweep-hash     PIC 9(11)V99 Value 0.
            05 ws-ctl-found      PIC X Value "N".
            05 ws-ctl-count      PIC 9(7) Value 0.
            05 ws-ctl-hash       PIC 9(11)V99 Value 0.
            05 ws-hist-balance   PIC X Value "Y".
                88 hist-balanced     Value "Y".

      *> ---------------------------------------------------------
      *> employee master - district and name by Emp #
      *> ---------------------------------------------------------
        01 ws-mst-cnt PIC 9(4) Value 0.
        01 MasterTable.
            05 MasterEntry Occurs 2000 Times
                    Depending on ws-mst-cnt Indexed by MsIdx.
                10 mt-empnum    PIC X(5).
                10 mt-lastname  PIC X(20).
                10 mt-district  PIC XXX.

      *> ---------------------------------------------------------
      *> class rates from lab4-wcrates.dat
      *> ---------------------------------------------------------
        01 ws-wr-cnt PIC 9(3) Value 0.
        01 WcRateTable.
            05 WcRateEntry Occurs 200 Times
                    Depending on ws-wr-cnt Indexed by WrIdx.
                10 wr-class      PIC X(4).
                10 wr-rate       PIC 99V99.
                10 wr-desc       PIC X(30).

      *> ---------------------------------------------------------
      *> the quarter by class, and by work state within district,
      *> each kept in key order as entries are added
      *> ---------------------------------------------------------
        01 ws-cl-cnt PIC 9(3) Value 0.
        01 ClassTable.
            05 ClassEntry Occurs 200 Times
                    Depending on ws-cl-cnt Indexed by ClIdx.
                10 cl-class      PIC X(4).
                10 cl-rate       PIC 99V99.
                10 cl-desc       PIC X(30).
                10 cl-emps       PIC 9(5).
                10 cl-last-emp   PIC X(5).
                10 cl-payroll    PIC 9(11)V99.
                10 cl-premium    PIC 9(9)V99.

        01 ws-sd-cnt PIC 9(3) Value 0.
        01 StateDistTable.
            05 StateDistEntry Occurs 300 Times
                    Depending on ws-sd-cnt Indexed by SdIdx.
                10 sd-key.
                    15 sd-state      PIC XX.
                    15 sd-district   PIC XXX.
                10 sd-payroll    PIC 9(11)V99.
                10 sd-premium    PIC 9(9)V99.

      *> employees with no usable class, one entry per employee
      *> and class code seen in the quarter
        01 ws-mc-cnt PIC 9(4) Value 0.
        01 MissingClassTable.
            05 MissingClassEntry Occurs 1000 Times
                    Depending on ws-mc-cnt Indexed by McIdx.
                10 mc-empnum     PIC X(5).
                10 mc-depnum     PIC X(5).
                10 mc-class      PIC X(4).
                10 mc-periods    PIC 9(3).
                10 mc-payroll    PIC 9(9)V99.

        01 ws-found         PIC X Value "N".
        01 ws-found-idx     PIC 9(4) Value 0.
        01 ws-slot          PIC 9(4) Value 0.
        01 ws-from          PIC 9(4) Value 0.
        01 ws-key-class     PIC X(4).
        01 ws-key-sd.
            05 ws-key-state     PIC XX.
            05 ws-key-district  PIC XXX.
        01 ws-class-known   PIC X Value "N".

        01 WcTotals.
            05 ws-cnt-periods    PIC 9(7) Value 0.
            05 ws-cnt-reversed   PIC 9(7) Value 0.
            05 ws-cnt-missing    PIC 9(5) Value 0.
            05 ws-tot-gross      PIC 9(11)V99 Value 0.
            05 ws-tot-otprem     PIC 9(11)V99 Value 0.
            05 ws-tot-unclass    PIC 9(11)V99 Value 0.
            05 ws-tot-classified PIC 9(11)V99 Value 0.
            05 ws-tot-class-pay  PIC 9(11)V99 Value 0.
            05 ws-tot-premium    PIC 9(11)V99 Value 0.
            05 ws-tot-sd-pay     PIC 9(11)V99 Value 0.
            05 ws-tot-sd-prem    PIC 9(11)V99 Value 0.

        01 WcHeader1.
            05 wh-Month PIC Z9/.
            05 wh-Day   PIC 99/.
            05 wh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(42)
                Value "Workers' Compensation Premium Report".
            05          PIC X(8) Value "Quarter ".
            05 wh-qyear PIC 9999.
            05          PIC XX Value "-Q".
            05 wh-qnum  PIC 9.

        01 WcSectionLine.
            05 wsl-text    PIC X(60).

        01 WcClassHeader.
            05          PIC X(7)  Value "Class".
            05          PIC X(32) Value "Description".
            05          PIC X(10) Value " Rate/$100".
            05          PIC X(7)  Value "   Emps".
            05          PIC X(20) Value "     Subject Payroll".
            05          PIC X(18) Value "           Premium".
        01 WcClassLine.
            05 wcl-class   PIC X(4).
            05             PIC X(3) Value Spaces.
            05 wcl-desc    PIC X(30).
            05             PIC X(2) Value Spaces.
            05 wcl-rate    PIC ZZZZZ9.99.
            05             PIC X Value Space.
            05 wcl-emps    PIC ZZZZZ9.
            05             PIC X Value Space.
            05 wcl-payroll PIC $$$$,$$$,$$$,$$9.99.
            05 wcl-premium PIC $$$$,$$$,$$9.99.

        01 WcStateHeader.
            05          PIC X(7)  Value "State".
            05          PIC X(10) Value "District".
            05          PIC X(20) Value "     Subject Payroll".
            05          PIC X(18) Value "           Premium".
        01 WcStateLine.
            05 wsd-state    PIC XX.
            05              PIC X(5) Value Spaces.
            05 wsd-district PIC XXX.
            05              PIC X(6) Value Spaces.
            05 wsd-payroll  PIC $$$$,$$$,$$$,$$9.99.
            05 wsd-premium  PIC $$$$,$$$,$$9.99.

        01 WcTotalLine.
            05 wtl-label   PIC X(46).
            05 wtl-amount  PIC $$$$,$$$,$$$,$$9.99.
        01 WcCountLine.
            05 wcn-label   PIC X(46).
            05 wcn-count   PIC Z(12)9.

        01 WcMissingHeader.
            05          PIC X(8)  Value "Emp #".
            05          PIC X(22) Value "Employee".
            05          PIC X(8)  Value "Dep #".
            05          PIC X(7)  Value "Class".
            05          PIC X(10) Value "Problem".
            05          PIC X(9)  Value "  Periods".
            05          PIC X(16) Value " Subject Payroll".
        01 WcMissingLine.
            05 wml-empnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 wml-name    PIC X(20).
            05             PIC X(2) Value Spaces.
            05 wml-depnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 wml-class   PIC X(4).
            05             PIC X(3) Value Spaces.
            05 wml-problem PIC X(10).
            05 wml-periods PIC ZZZZZZZZ9.
            05             PIC X(2) Value Spaces.
            05 wml-payroll PIC $$$,$$$,$$9.99.

        01 WcMessageLine.
            05 wml-text    PIC X(80).

        Procedure Division.
        000-Main.
            Perform 200-getDate
            Accept ws-wc-quarter from Environment "LAB4_WC_QUARTER"
                On Exception
                    Move 0 to ws-wc-quarter
            End-Accept
            If ws-wc-quarter = 0 or ws-qtr-num < 1 or ws-qtr-num > 4
                Move ws-yr to ws-qtr-year
                Compute ws-qtr-num = (ws-mo + 2) / 3
            End-If
            Compute ws-qtr-start = ws-qtr-year * 10000
                + ((ws-qtr-num - 1) * 3 + 1) * 100 + 1
            Compute ws-qtr-end = ws-qtr-year * 10000
                + (ws-qtr-num * 3) * 100 + 31
            Move ws-qtr-year to wh-qyear
            Move ws-qtr-num  to wh-qnum

            Open output wcReportFile
            Write wcReportRecord from WcHeader1
            Write wcReportRecord from blankLine

            Perform 010-loadMaster
            Perform 015-loadWcRates
            Perform 030-sweepHistory

            If hist-balanced
                Perform 400-writeClassSection
                Perform 420-writeStateSection
                Perform 440-writeControlTotals
                Perform 460-writeMissingSection
            End-If
            Close wcReportFile

            If not hist-balanced
                Move 16 to Return-Code
            Else
                If ws-mc-cnt > 0
                    Move 8 to Return-Code
                End-If
            End-If
            Stop Run.

        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-mo to wh-Month
            Move ws-dy to wh-Day
            Move ws-yr to wh-Year.

      *> Names and districts by Emp #. An employee since dropped
      *> from the master is reported under district "???".
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
                Move "Employee master missing - districts not known"
                    to wml-text
                Write wcReportRecord from WcMessageLine
            End-If.

        012-storeMasterEntry.
            If ws-mst-cnt < 2000
                Add 1 to ws-mst-cnt
                Set MsIdx to ws-mst-cnt
                Move msEmpNum   to mt-empnum(MsIdx)
                Move msLastName to mt-lastname(MsIdx)
                Move msDistrict to mt-district(MsIdx)
            Else
                Move "Master table full - later employees not loaded"
                    to wml-text
                Write wcReportRecord from WcMessageLine
            End-If.

      *> Without the rate file no class is known, and every
      *> employee paid in the quarter is listed.
        015-loadWcRates.
            Open input wcRatesFile
            If wcrates-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read wcRatesFile
                        at end
                            Move "Y" to eof
                        not at end
                            Perform 016-storeWcRateEntry
                End-Perform
                Close wcRatesFile
                Move "N" to eof
            Else
                Move "Class rate file missing - no class can be priced"
                    to wml-text
                Write wcReportRecord from WcMessageLine
            End-If.

        016-storeWcRateEntry.
            If ws-wr-cnt < 200
                Add 1 to ws-wr-cnt
                Set WrIdx to ws-wr-cnt
                Move wrClass to wr-class(WrIdx)
                Move wrRate  to wr-rate(WrIdx)
                Move wrDesc  to wr-desc(WrIdx)
            Else
                Move "Class rate table full - class entry discarded"
                    to wml-text
                Write wcReportRecord from WcMessageLine
            End-If.

      *> One pass of the pay history: every record is counted and
      *> hashed for the proof against the control record, and the
      *> posted periods ending in the quarter are accumulated.
        030-sweepHistory.
            Open input histFile
            If hist-status-ok
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
                            Perform 032-sweepHistEntry
                    End-Read
                End-Perform
                Move "N" to eof
                Close histFile
                If ws-ctl-found = "N" and ws-sweep-count = 0
                    Continue
                Else
                    If ws-ctl-found = "N"
                            or ws-sweep-count not = ws-ctl-count
                            or ws-sweep-hash not = ws-ctl-hash
                        Move "N" to ws-hist-balance
                        Move "History file does not balance to control"
                            to wml-text
                        Write wcReportRecord from WcMessageLine
                    End-If
                End-If
            Else
                Move "N" to ws-hist-balance
                Move "History file missing or unopenable" to wml-text
                Write wcReportRecord from WcMessageLine
            End-If.

        032-sweepHistEntry.
            If phKey = ws-hist-control-key
                Move "Y" to ws-ctl-found
                Move hcCount to ws-ctl-count
                Move hcHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add phNetPay to ws-sweep-hash
                If phPerEnd not < ws-qtr-start
                        and phPerEnd not > ws-qtr-end
                    If histReversed
                        Add 1 to ws-cnt-reversed
                    Else
                        Perform 100-accumulatePeriod
                    End-If
                End-If
            End-If.

      *> Puts one posted period into the quarter: the class line
      *> when the class is on the rate file, the missing-class
      *> listing when it is not, and the state / district line
      *> either way.
        100-accumulatePeriod.
            Add 1 to ws-cnt-periods
            Add phGross     to ws-tot-gross
            Add phOtPremium to ws-tot-otprem

            Move "N" to ws-class-known
            If phWcClass not = Spaces
                Set WrIdx to 1
                Search WcRateEntry
                    at end
                        Continue
                    when wr-class(WrIdx) = phWcClass
                        Move "Y" to ws-class-known
                End-Search
            End-If

            If ws-class-known = "Y"
                Add phWcPayroll to ws-tot-classified
                Add phWcPremium to ws-tot-premium
                Perform 110-foldClass
            Else
                Add phWcPayroll to ws-tot-unclass
                Perform 130-foldMissingClass
            End-If
            Perform 120-foldStateDist.

      *> Leaves ClIdx on the period's class line, adding it in
      *> class order the first time the class is seen. History
      *> comes in Emp # order, so an employee is counted once on
      *> each class line the first time the line sees them.
        110-foldClass.
            Move phWcClass to ws-key-class
            Move "N" to ws-found
            Move 0 to ws-slot
            Perform 112-findClassSlot
                varying ClIdx from 1 by 1
                until ClIdx > ws-cl-cnt
                    or ws-found = "Y"
            If ws-found = "Y"
                Set ClIdx to ws-found-idx
            Else
                If ws-cl-cnt < 200
                    If ws-slot = 0
                        Compute ws-slot = ws-cl-cnt + 1
                    End-If
                    Add 1 to ws-cl-cnt
                    Perform 114-shiftClassEntry
                        varying ws-from from ws-cl-cnt by -1
                        until ws-from <= ws-slot
                    Set ClIdx to ws-slot
                    Move phWcClass        to cl-class(ClIdx)
                    Move wr-rate(WrIdx)   to cl-rate(ClIdx)
                    Move wr-desc(WrIdx)   to cl-desc(ClIdx)
                    Move 0 to cl-emps(ClIdx)
                    Move Spaces to cl-last-emp(ClIdx)
                    Move 0 to cl-payroll(ClIdx)
                    Move 0 to cl-premium(ClIdx)
                    Move "Y" to ws-found
                Else
                    Move "Class table full - class line dropped"
                        to wml-text
                    Write wcReportRecord from WcMessageLine
                End-If
            End-If
            If ws-found = "Y"
                If phEmpNum not = cl-last-emp(ClIdx)
                    Add 1 to cl-emps(ClIdx)
                    Move phEmpNum to cl-last-emp(ClIdx)
                End-If
                Add phWcPayroll to cl-payroll(ClIdx)
                Add phWcPremium to cl-premium(ClIdx)
            End-If.

      *> Stops on the matching class, or notes in ws-slot the
      *> first line that sorts after it.
        112-findClassSlot.
            If cl-class(ClIdx) = ws-key-class
                Move "Y" to ws-found
                Set ws-found-idx to ClIdx
            Else
                If cl-class(ClIdx) > ws-key-class and ws-slot = 0
                    Set ws-slot to ClIdx
                End-If
            End-If.

        114-shiftClassEntry.
            Move ClassEntry(ws-from - 1) to ClassEntry(ws-from).

      *> The same for the work state / district line. Every period
      *> lands here, classed or not, so the section ties to the
      *> subject payroll in total.
        120-foldStateDist.
            Move phWorkState to ws-key-state
            If ws-key-state = Spaces
                Move "??" to ws-key-state
            End-If
            Move "???" to ws-key-district
            Set MsIdx to 1
            Search MasterEntry
                at end
                    Continue
                when mt-empnum(MsIdx) = phEmpNum
                    Move mt-district(MsIdx) to ws-key-district
            End-Search

            Move "N" to ws-found
            Move 0 to ws-slot
            Perform 122-findStateDistSlot
                varying SdIdx from 1 by 1
                until SdIdx > ws-sd-cnt
                    or ws-found = "Y"
            If ws-found = "Y"
                Set SdIdx to ws-found-idx
            Else
                If ws-sd-cnt < 300
                    If ws-slot = 0
                        Compute ws-slot = ws-sd-cnt + 1
                    End-If
                    Add 1 to ws-sd-cnt
                    Perform 124-shiftStateDistEntry
                        varying ws-from from ws-sd-cnt by -1
                        until ws-from <= ws-slot
                    Set SdIdx to ws-slot
                    Move ws-key-sd to sd-key(SdIdx)
                    Move 0 to sd-payroll(SdIdx)
                    Move 0 to sd-premium(SdIdx)
                    Move "Y" to ws-found
                Else
                    Move "State / district table full - line dropped"
                        to wml-text
                    Write wcReportRecord from WcMessageLine
                End-If
            End-If
            If ws-found = "Y"
                Add phWcPayroll to sd-payroll(SdIdx)
                If ws-class-known = "Y"
                    Add phWcPremium to sd-premium(SdIdx)
                End-If
            End-If.

        122-findStateDistSlot.
            If sd-key(SdIdx) = ws-key-sd
                Move "Y" to ws-found
                Set ws-found-idx to SdIdx
            Else
                If sd-key(SdIdx) > ws-key-sd and ws-slot = 0
                    Set ws-slot to SdIdx
                End-If
            End-If.

        124-shiftStateDistEntry.
            Move StateDistEntry(ws-from - 1)
                to StateDistEntry(ws-from).

      *> History comes in Emp # order, so an employee's periods
      *> under one class code follow each other - only the last
      *> entry can be theirs.
        130-foldMissingClass.
            If ws-mc-cnt > 0
                Set McIdx to ws-mc-cnt
                If mc-empnum(McIdx) = phEmpNum
                        and mc-class(McIdx) = phWcClass
                    Add 1 to mc-periods(McIdx)
                    Add phWcPayroll to mc-payroll(McIdx)
                Else
                    Perform 132-addMissingClass
                End-If
            Else
                Perform 132-addMissingClass
            End-If.

        132-addMissingClass.
            If ws-mc-cnt < 1000
                Add 1 to ws-mc-cnt
                Set McIdx to ws-mc-cnt
                Move phEmpNum    to mc-empnum(McIdx)
                Move phDepNum    to mc-depnum(McIdx)
                Move phWcClass   to mc-class(McIdx)
                Move 1           to mc-periods(McIdx)
                Move phWcPayroll to mc-payroll(McIdx)
            Else
                Move "Missing-class table full - employee not listed"
                    to wml-text
                Write wcReportRecord from WcMessageLine
            End-If.

        400-writeClassSection.
            Move "Subject payroll and premium by class" to wsl-text
            Write wcReportRecord from WcSectionLine
            Write wcReportRecord from blankLine
            Write wcReportRecord from WcClassHeader
            Perform 410-writeClassLine
                varying ClIdx from 1 by 1
                until ClIdx > ws-cl-cnt
            Write wcReportRecord from blankLine
            Move "Total by class" to wtl-label
            Move ws-tot-class-pay to wtl-amount
            Write wcReportRecord from WcTotalLine
            Move "Premium by class" to wtl-label
            Move ws-tot-premium to wtl-amount
            Write wcReportRecord from WcTotalLine
            Write wcReportRecord from blankLine.

        410-writeClassLine.
            Move cl-class(ClIdx)   to wcl-class
            Move cl-desc(ClIdx)    to wcl-desc
            Move cl-rate(ClIdx)    to wcl-rate
            Move cl-emps(ClIdx)    to wcl-emps
            Move cl-payroll(ClIdx) to wcl-payroll
            Move cl-premium(ClIdx) to wcl-premium
            Write wcReportRecord from WcClassLine
            Add cl-payroll(ClIdx) to ws-tot-class-pay.

        420-writeStateSection.
            Move "Subject payroll and premium by state and district"
                to wsl-text
            Write wcReportRecord from WcSectionLine
            Write wcReportRecord from blankLine
            Write wcReportRecord from WcStateHeader
            Perform 430-writeStateLine
                varying SdIdx from 1 by 1
                until SdIdx > ws-sd-cnt
            Write wcReportRecord from blankLine
            Move "Total by state and district" to wtl-label
            Move ws-tot-sd-pay to wtl-amount
            Write wcReportRecord from WcTotalLine
            Move "Premium by state and district" to wtl-label
            Move ws-tot-sd-prem to wtl-amount
            Write wcReportRecord from WcTotalLine
            Write wcReportRecord from blankLine.

        430-writeStateLine.
            Move sd-state(SdIdx)    to wsd-state
            Move sd-district(SdIdx) to wsd-district
            Move sd-payroll(SdIdx)  to wsd-payroll
            Move sd-premium(SdIdx)  to wsd-premium
            Write wcReportRecord from WcStateLine
            Add sd-payroll(SdIdx) to ws-tot-sd-pay
            Add sd-premium(SdIdx) to ws-tot-sd-prem.

      *> Gross pay posted for the quarter walked down to the class
      *> total - the same gross the pay runs' balancing reports
      *> carried - and both sections checked against it.
        440-writeControlTotals.
            Move "Control totals" to wsl-text
            Write wcReportRecord from WcSectionLine
            Write wcReportRecord from blankLine
            Move "Pay-history periods in quarter" to wcn-label
            Move ws-cnt-periods to wcn-count
            Write wcReportRecord from WcCountLine
            Move "Reversed periods left out" to wcn-label
            Move ws-cnt-reversed to wcn-count
            Write wcReportRecord from WcCountLine
            Move "History records proved to control" to wcn-label
            Move ws-sweep-count to wcn-count
            Write wcReportRecord from WcCountLine
            Write wcReportRecord from blankLine

            Move "Gross pay posted" to wtl-label
            Move ws-tot-gross to wtl-amount
            Write wcReportRecord from WcTotalLine
            Move "Less overtime premium excluded" to wtl-label
            Move ws-tot-otprem to wtl-amount
            Write wcReportRecord from WcTotalLine
            Move "Less payroll with missing or unknown class"
                to wtl-label
            Move ws-tot-unclass to wtl-amount
            Write wcReportRecord from WcTotalLine
            Move "Classified subject payroll" to wtl-label
            Compute wtl-amount = ws-tot-gross - ws-tot-otprem
                - ws-tot-unclass
            Write wcReportRecord from WcTotalLine
            Move "Premium accrued" to wtl-label
            Move ws-tot-premium to wtl-amount
            Write wcReportRecord from WcTotalLine
            Write wcReportRecord from blankLine

            If ws-tot-classified = ws-tot-class-pay
                    and ws-tot-gross - ws-tot-otprem
                        = ws-tot-classified + ws-tot-unclass
                    and ws-tot-sd-pay
                        = ws-tot-classified + ws-tot-unclass
                Move "Class and state / district totals tie to gross"
                    to wml-text
            Else
                Move "*** Class or state / district totals do not tie"
                    to wml-text
            End-If
            Write wcReportRecord from WcMessageLine
            Write wcReportRecord from blankLine.

        460-writeMissingSection.
            Move "Employees with a missing or unknown class" to wsl-text
            Write wcReportRecord from WcSectionLine
            Write wcReportRecord from blankLine
            If ws-mc-cnt = 0
                Move "None" to wml-text
                Write wcReportRecord from WcMessageLine
            Else
                Write wcReportRecord from WcMissingHeader
                Perform 470-writeMissingLine
                    varying McIdx from 1 by 1
                    until McIdx > ws-mc-cnt
            End-If.

        470-writeMissingLine.
            Move mc-empnum(McIdx)  to wml-empnum
            Move "Not on master"   to wml-name
            Set MsIdx to 1
            Search MasterEntry
                at end
                    Continue
                when mt-empnum(MsIdx) = mc-empnum(McIdx)
                    Move mt-lastname(MsIdx) to wml-name
            End-Search
            Move mc-depnum(McIdx)  to wml-depnum
            Move mc-class(McIdx)   to wml-class
            If mc-class(McIdx) = Spaces
                Move "MISSING" to wml-problem
            Else
                Move "UNKNOWN" to wml-problem
            End-If
            Move mc-periods(McIdx) to wml-periods
            Move mc-payroll(McIdx) to wml-payroll
            Write wcReportRecord from WcMissingLine.
