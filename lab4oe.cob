
        Identification Division.
        Program-ID. lab4oe.

        *>     Tyler Zysberg
        *>    Benefits open enrollment
        *>
        *>    Reads the elections keyed from the open enrollment
        *>    forms - one line per employee, Y to enroll in or N to
        *>    waive each of medical, dental and vision, blank to keep
        *>    what the employee has now - and checks every election
        *>    against the employee master and the premium file. Each
        *>    plan an employee ends up in must be priced on
        *>    lab4-insrates.dat for the employee's district; an
        *>    election for a plan not offered there, for a terminated
        *>    employee, for an hourly employee scheduled under
        *>    LAB4_OE_MINHRS hours a week (default 30), or for an
        *>    Emp # not on the master is rejected whole and listed.
        *>
        *>    An accepted election gets a confirmation page showing
        *>    the old and new coverage and the per-pay-period cost of
        *>    each (LAB4_PAYFREQ, as the pay run uses it). Where the
        *>    coverage changes, an E (enrollment) transaction dated
        *>    the plan-year start - LAB4_OE_START, default January 1
        *>    of next year - is added to lab4-oetrans.dat, which
        *>    lab4maint reads every run and parks on its pending
        *>    file until the date arrives. The E transaction carries
        *>    only the coverage bytes, so maintenance keyed between
        *>    now and the plan year is not overwritten.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select electFile Assign to "lab4-elect.dat"
                Organization is Line Sequential
                File Status is ws-elect-status.

            Select masterFile Assign to "lab4-in.dat"
                Organization is Line Sequential
                File Status is ws-master-status.

            Select insRatesFile Assign to "lab4-insrates.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is irRateKey
                File Status is ws-insrates-status.

            Select oeTransFile Assign to "lab4-oetrans.dat"
                Organization is Line Sequential
                File Status is ws-oetrans-status.

            Select oeStmtFile Assign to "lab4-oestmt.dat"
                Organization is Line Sequential.

            Select oeRejFile Assign to "lab4-oerej.dat"
                Organization is Line Sequential.

        Data Division.
        File Section.
      *> one election per employee: Y enroll, N waive, blank keep
        FD electFile.
        01 electRecord.
            05 elEmpNum   PIC X(5).
            05 elMedical  PIC X.
            05 elDental   PIC X.
            05 elVision   PIC X.

        FD masterFile.
        Copy payroll replacing ==:prefix:== By ==ms==.

        FD insRatesFile.
        01 insRateRecord.
            05 irRateKey.
                10 irPlanType PIC X.
                10 irDistrict PIC XXX.
            05 irPremium      PIC 9(3)V99.
            05                PIC X(15).
        01 insRateControlRecord.
            05 icRateKey      PIC X(4).
            05 icCount        PIC 9(7).
            05 icHash         PIC 9(11)V99.

      *> lab4maint's transaction layout - action byte, effective
      *> date, then the master record image
        FD oeTransFile.
        01 oeTransRecord  PIC X(270).

        FD oeStmtFile.
        01 oeStmtRecord   PIC X(100).

        FD oeRejFile.
        01 oeRejRecord    PIC X(120).

        Working-Storage Section.

        01 eof PIC X Value "N".
        01 blankLine    PIC X Value Spaces.

      *> the image carried on an E transaction
        Copy payroll replacing ==:prefix:== By ==tr==.

        01 ws-date.
            05 ws-yr    PIC 9(4).
            05 ws-mo    PIC 99.
            05 ws-dy    PIC 99.

        01 ws-file-status.
            05 ws-elect-status PIC XX.
                88 elect-status-ok          Value "00".
            05 ws-master-status PIC XX.
                88 master-status-ok         Value "00".
            05 ws-insrates-status PIC XX.
                88 insrates-status-ok       Value "00".
            05 ws-oetrans-status PIC XX.
                88 oetrans-status-ok        Value "00".
                88 oetrans-status-not-found Value "35".

        01 ws-oe-start PIC 9(8) Value 0.
        01 ws-oe-start-r redefines ws-oe-start.
            05 ws-oes-year   PIC 9(4).
            05 ws-oes-month  PIC 99.
            05 ws-oes-day    PIC 99.
        01 ws-oe-minhrs      PIC 99 Value 30.
        01 ws-pay-freq       PIC X Value "M".
            88 freq-weekly      Value "W".
            88 freq-biweekly    Value "B".
            88 freq-semimonthly Value "S".
            88 freq-monthly     Value "M".
        01 ws-periods-per-year PIC 99 Value 12.

        01 ws-ins-control-key PIC X(4) Value "~CTL".
        01 ws-insrates-ok     PIC X Value "N".
        01 ws-ctl-totals.
            05 ws-sweep-count    PIC 9(7) Value 0.
            05 ws-sweep-hash     PIC 9(11)V99 Value 0.
            05 ws-ctl-count      PIC 9(7) Value 0.
            05 ws-ctl-hash       PIC 9(11)V99 Value 0.
            05 ws-ctl-found      PIC X Value "N".

      *> ---------------------------------------------------------
      *> employee master, loaded so elections can come in any order
      *> ---------------------------------------------------------
        01 ws-mst-cnt PIC 9(4) Value 0.
        01 MasterTable.
            05 MasterEntry Occurs 2000 Times
                    Depending on ws-mst-cnt Indexed by MsIdx.
                10 mt-empnum    PIC X(5).
                10 mt-depnum    PIC X(5).
                10 mt-lastname  PIC X(20).
                10 mt-firstname PIC X(15).
                10 mt-district  PIC XXX.
                10 mt-paycode   PIC X.
                10 mt-hrsweek   PIC 99V99.
                10 mt-status    PIC X.
                10 mt-medical   PIC X.
                10 mt-dental    PIC X.
                10 mt-vision    PIC X.
                10 mt-elected   PIC X.

      *> the three plan types, old and new coverage and the
      *> per-period cost of each
        01 ws-plan-codes PIC XXX Value "MDV".
        01 ws-plan-codes-r redefines ws-plan-codes.
            05 ws-plan-code PIC X Occurs 3 Times.
        01 ws-plan-labels-tab.
            05          PIC X(10) Value "Medical".
            05          PIC X(10) Value "Dental".
            05          PIC X(10) Value "Vision".
        01 ws-plan-labels redefines ws-plan-labels-tab.
            05 ws-plan-label PIC X(10) Occurs 3 Times.
        01 PlanTable.
            05 PlanEntry Occurs 3 Times Indexed by PlIdx.
                10 pl-elect     PIC X.
                10 pl-old       PIC X.
                10 pl-new       PIC X.
                10 pl-old-cost  PIC 9(5)V99.
                10 pl-new-cost  PIC 9(5)V99.

        01 ws-reject        PIC X.
        01 ws-reject-reason PIC X(50).
        01 ws-found         PIC X.
        01 ws-found-idx     PIC 9(4).
        01 ws-priced        PIC X.
        01 ws-plan-cost     PIC 9(5)V99.
        01 ws-changed       PIC X.
        01 ws-old-total     PIC 9(5)V99.
        01 ws-new-total     PIC 9(5)V99.
        01 ws-ptr           PIC 99.

        01 ws-oe-counts.
            05 ws-cnt-read      PIC 9(5) Value 0.
            05 ws-cnt-confirmed PIC 9(5) Value 0.
            05 ws-cnt-changed   PIC 9(5) Value 0.
            05 ws-cnt-nochange  PIC 9(5) Value 0.
            05 ws-cnt-rejected  PIC 9(5) Value 0.

        01 StmtHeader1.
            05          PIC X(27) Value "Stomper & Wombat's Emporium".
            05          PIC X(5) Value Spaces.
            05          PIC X(22) Value "Benefits Confirmation ".
            05 sh-Month PIC Z9/.
            05 sh-Day   PIC 99/.
            05 sh-Year  PIC 9999.
        01 StmtEffLine.
            05          PIC X(29) Value "Plan year coverage effective ".
            05 sel-Month PIC Z9/.
            05 sel-Day   PIC 99/.
            05 sel-Year  PIC 9999.
        01 StmtEmpLine.
            05          PIC X(6) Value "Emp # ".
            05 ste-emp  PIC X(5).
            05          PIC X(8) Value "   Dept ".
            05 ste-dep  PIC X(5).
            05          PIC X(12) Value "   District ".
            05 ste-district PIC XXX.
        01 StmtColHdr.
            05          PIC X(10) Value "Plan".
            05          PIC X(11) Value "Current".
            05          PIC X(11) Value "New".
            05          PIC X(14) Value "  Cur Cost".
            05          PIC X(14) Value "  New Cost".
            05          PIC X(14) Value "    Change".
        01 StmtPlanLine.
            05 spl-label    PIC X(10).
            05 spl-old      PIC X(11).
            05 spl-new      PIC X(11).
            05 spl-old-cost PIC $$,$$9.99.
            05              PIC X(4) Value Spaces.
            05 spl-new-cost PIC $$,$$9.99.
            05              PIC X(3) Value Spaces.
            05 spl-change   PIC -$$,$$9.99.
        01 StmtMsgLine.
            05 sml-text     PIC X(70).

        01 RejHeader1.
            05 rh-Month PIC Z9/.
            05 rh-Day   PIC 99/.
            05 rh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(40)
                Value "Open Enrollment Rejected Elections".
        01 RejHeader2.
            05          PIC X(8)  Value "Emp #".
            05          PIC X(22) Value "Employee".
            05          PIC X(6)  Value "Elect".
            05          PIC X(50) Value "Reason".
        01 RejLine.
            05 rjl-empnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 rjl-name    PIC X(20).
            05             PIC X(2) Value Spaces.
            05 rjl-elect   PIC XXX.
            05             PIC X(3) Value Spaces.
            05 rjl-reason  PIC X(50).
        01 RejTotalLine.
            05 rtl-label   PIC X(30).
            05 rtl-count   PIC ZZZZZZ9.

        Procedure Division.
        000-Main.
            Accept ws-oe-start from Environment "LAB4_OE_START"
                On Exception
                    Move 0 to ws-oe-start
            End-Accept
            Accept ws-oe-minhrs from Environment "LAB4_OE_MINHRS"
                On Exception
                    Move 30 to ws-oe-minhrs
            End-Accept
            If ws-oe-minhrs = 0
                Move 30 to ws-oe-minhrs
            End-If
            Accept ws-pay-freq from Environment "LAB4_PAYFREQ"
                On Exception
                    Move "M" to ws-pay-freq
            End-Accept
            Evaluate true
                When freq-weekly
                    Move 52 to ws-periods-per-year
                When freq-biweekly
                    Move 26 to ws-periods-per-year
                When freq-semimonthly
                    Move 24 to ws-periods-per-year
                When other
                    Move 12 to ws-periods-per-year
            End-Evaluate

            Perform 200-getDate

            Open output oeStmtFile
            Open output oeRejFile
            Write oeRejRecord from RejHeader1
            Write oeRejRecord from blankLine
            Write oeRejRecord from RejHeader2

            Perform 010-loadMaster
            Perform 030-openInsRates

            If master-status-ok and ws-insrates-ok = "Y"
                Open extend oeTransFile
                If oetrans-status-not-found
                    Open output oeTransFile
                End-If
                Perform 100-processElections
                Close oeTransFile
            Else
                Move Spaces to RejLine
                If not master-status-ok
                    Move "Employee master missing - nothing processed"
                        to rjl-reason
                Else
                    Move "Premium file missing or out of balance"
                        to rjl-reason
                End-If
                Write oeRejRecord from RejLine
                Move 16 to Return-Code
            End-If

            If insrates-status-ok
                Close insRatesFile
            End-If

            Perform 500-writeOeTotals
            Close oeStmtFile
            Close oeRejFile
            Stop Run.

      *> Today's date for the headings, and the plan-year start -
      *> January 1 of next year unless LAB4_OE_START says otherwise.
        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-mo to sh-Month
            Move ws-dy to sh-Day
            Move ws-yr to sh-Year
            Move ws-mo to rh-Month
            Move ws-dy to rh-Day
            Move ws-yr to rh-Year
            If ws-oe-start = 0
                    or ws-oes-month < 1 or ws-oes-month > 12
                    or ws-oes-day < 1 or ws-oes-day > 31
                Compute ws-oes-year = ws-yr + 1
                Move 1 to ws-oes-month
                Move 1 to ws-oes-day
            End-If
            Move ws-oes-month to sel-Month
            Move ws-oes-day   to sel-Day
            Move ws-oes-year  to sel-Year.

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
            End-If.

        012-storeMasterEntry.
            If ws-mst-cnt < 2000
                Add 1 to ws-mst-cnt
                Set MsIdx to ws-mst-cnt
                Move msEmpNum     to mt-empnum(MsIdx)
                Move msDepNum     to mt-depnum(MsIdx)
                Move msLastName   to mt-lastname(MsIdx)
                Move msFirstName  to mt-firstname(MsIdx)
                Move msDistrict   to mt-district(MsIdx)
                Move msPayCode    to mt-paycode(MsIdx)
                Move msHrsPerWeek to mt-hrsweek(MsIdx)
                Move msEmpStatus  to mt-status(MsIdx)
                Move msMedical    to mt-medical(MsIdx)
                Move msDental     to mt-dental(MsIdx)
                Move msVision     to mt-vision(MsIdx)
                Move "N"          to mt-elected(MsIdx)
            Else
                Move msEmpNum to rjl-empnum
                Move msLastName to rjl-name
                Move Spaces to rjl-elect
                Move "Master table full - employee not loaded"
                    to rjl-reason
                Write oeRejRecord from RejLine
            End-If.

      *> The premium file is proved against its control record the
      *> way lab4 proves it before pricing anyone - elections are
      *> not confirmed against a stale or truncated rate file.
        030-openInsRates.
            Open input insRatesFile
            If insrates-status-ok
                Move "N" to eof
                Move Low-Values to irRateKey
                Start insRatesFile key not < irRateKey
                    invalid key
                        Move "Y" to eof
                End-Start
                Perform until eof = "Y"
                    Read insRatesFile next
                        at end
                            Move "Y" to eof
                        not at end
                            Perform 032-sweepInsRateEntry
                    End-Read
                End-Perform
                Move "N" to eof
                If ws-ctl-found = "Y"
                        and ws-sweep-count = ws-ctl-count
                        and ws-sweep-hash = ws-ctl-hash
                    Move "Y" to ws-insrates-ok
                End-If
            End-If.

        032-sweepInsRateEntry.
            If irRateKey = ws-ins-control-key
                Move "Y" to ws-ctl-found
                Move icCount to ws-ctl-count
                Move icHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add irPremium to ws-sweep-hash
            End-If.

        100-processElections.
            Open input electFile
            If elect-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read electFile
                        at end
                            Move "Y" to eof
                        not at end
                            Add 1 to ws-cnt-read
                            Perform 110-processElection
                End-Perform
                Close electFile
                Move "N" to eof
            End-If.

      *> One employee's election, checked whole - any failure
      *> rejects the lot so a form is never half applied.
        110-processElection.
            Move "N" to ws-reject
            Move Spaces to ws-reject-reason
            Move elMedical to pl-elect(1)
            Move elDental  to pl-elect(2)
            Move elVision  to pl-elect(3)

            Move "N" to ws-found
            Perform 112-matchMaster
                varying MsIdx from 1 by 1
                until MsIdx > ws-mst-cnt
                    or ws-found = "Y"
            If ws-found = "N"
                Move "Y" to ws-reject
                Move "Employee not on master" to ws-reject-reason
            Else
                Set MsIdx to ws-found-idx
                Evaluate true
                    When mt-elected(MsIdx) = "Y"
                        Move "Y" to ws-reject
                        Move "Duplicate election - first one kept"
                            to ws-reject-reason
                    When mt-status(MsIdx) = "T"
                        Move "Y" to ws-reject
                        Move "Terminated - not eligible"
                            to ws-reject-reason
                    When mt-paycode(MsIdx) = "H"
                            and mt-hrsweek(MsIdx) < ws-oe-minhrs
                        Move "Y" to ws-reject
                        Move "Not eligible - under minimum weekly hours"
                            to ws-reject-reason
                End-Evaluate
            End-If

            If ws-reject = "N"
                Perform 120-resolvePlan
                    varying PlIdx from 1 by 1
                    until PlIdx > 3 or ws-reject = "Y"
            End-If

            If ws-reject = "Y"
                Perform 180-writeReject
            Else
                Move "Y" to mt-elected(MsIdx)
                Add 1 to ws-cnt-confirmed
                Perform 150-writeConfirmation
                If ws-changed = "Y"
                    Perform 160-writeEnrollTrans
                    Add 1 to ws-cnt-changed
                Else
                    Add 1 to ws-cnt-nochange
                End-If
            End-If.

        112-matchMaster.
            If mt-empnum(MsIdx) = elEmpNum
                Move "Y" to ws-found
                Set ws-found-idx to MsIdx
            End-If.

      *> Works out one plan type's old and new coverage and costs
      *> them. Coverage the employee keeps or takes up must be
      *> priced for the district; coverage being dropped need not.
        120-resolvePlan.
            Evaluate ws-plan-code(PlIdx)
                When "M"
                    Move mt-medical(MsIdx) to pl-old(PlIdx)
                When "D"
                    Move mt-dental(MsIdx) to pl-old(PlIdx)
                When "V"
                    Move mt-vision(MsIdx) to pl-old(PlIdx)
            End-Evaluate
            If pl-old(PlIdx) not = "Y"
                Move "N" to pl-old(PlIdx)
            End-If
            Evaluate pl-elect(PlIdx)
                When Space
                    Move pl-old(PlIdx) to pl-new(PlIdx)
                When "Y"
                When "N"
                    Move pl-elect(PlIdx) to pl-new(PlIdx)
                When other
                    Move "Y" to ws-reject
                    Move "Election must be Y, N or blank"
                        to ws-reject-reason
            End-Evaluate

            If ws-reject = "N"
                Perform 125-readPlanRate
                Move 0 to pl-old-cost(PlIdx)
                Move 0 to pl-new-cost(PlIdx)
                If pl-old(PlIdx) = "Y"
                    Move ws-plan-cost to pl-old-cost(PlIdx)
                End-If
                If pl-new(PlIdx) = "Y"
                    If ws-priced = "N"
                        Move "Y" to ws-reject
                        Move Spaces to ws-reject-reason
                        String ws-plan-label(PlIdx) delimited by " "
                                " plan not offered in district "
                                    delimited by size
                                mt-district(MsIdx) delimited by size
                            into ws-reject-reason
                    Else
                        Move ws-plan-cost to pl-new-cost(PlIdx)
                    End-If
                End-If
            End-If.

      *> The district's monthly premium scaled to the pay period,
      *> exactly as the pay run costs it.
        125-readPlanRate.
            Move "N" to ws-priced
            Move 0 to ws-plan-cost
            Move ws-plan-code(PlIdx) to irPlanType
            Move mt-district(MsIdx) to irDistrict
            Read insRatesFile
                invalid key
                    Continue
                not invalid key
                    Move "Y" to ws-priced
                    Compute ws-plan-cost rounded =
                        irPremium * 12 / ws-periods-per-year
            End-Read.

      *> One confirmation page: coverage before and after, the cost
      *> of each per pay period and the change.
        150-writeConfirmation.
            Move "N" to ws-changed
            Move 0 to ws-old-total
            Move 0 to ws-new-total
            Write oeStmtRecord from StmtHeader1 after advancing page
            Write oeStmtRecord from StmtEffLine after advancing 1 line
            Write oeStmtRecord from blankLine after advancing 1 line

            Move Spaces to oeStmtRecord
            Move 1 to ws-ptr
            String mt-firstname(MsIdx) delimited by "  "
                   " "                 delimited by size
                   mt-lastname(MsIdx)  delimited by size
                into oeStmtRecord with pointer ws-ptr
            End-String
            Write oeStmtRecord after advancing 1 line
            Move mt-empnum(MsIdx)   to ste-emp
            Move mt-depnum(MsIdx)   to ste-dep
            Move mt-district(MsIdx) to ste-district
            Write oeStmtRecord from StmtEmpLine after advancing 1 line
            Write oeStmtRecord from blankLine after advancing 1 line

            Write oeStmtRecord from StmtColHdr after advancing 1 line
            Perform 155-writePlanLine
                varying PlIdx from 1 by 1
                until PlIdx > 3

            Move "Per pay period" to spl-label
            Move Spaces to spl-old
            Move Spaces to spl-new
            Move ws-old-total to spl-old-cost
            Move ws-new-total to spl-new-cost
            Compute spl-change = ws-new-total - ws-old-total
            Write oeStmtRecord from StmtPlanLine after advancing 2 lines
            Write oeStmtRecord from blankLine after advancing 1 line

            If ws-changed = "Y"
                Move "Your new coverage and deductions begin with the"
                    to sml-text
                Write oeStmtRecord from StmtMsgLine
                    after advancing 1 line
                Move "first pay period of the plan year shown above."
                    to sml-text
            Else
                Move "No change - your current coverage continues."
                    to sml-text
            End-If
            Write oeStmtRecord from StmtMsgLine after advancing 1 line.

        155-writePlanLine.
            Move ws-plan-label(PlIdx) to spl-label
            If pl-old(PlIdx) = "Y"
                Move "Enrolled" to spl-old
            Else
                Move "Waived" to spl-old
            End-If
            If pl-new(PlIdx) = "Y"
                Move "Enrolled" to spl-new
            Else
                Move "Waived" to spl-new
            End-If
            If pl-new(PlIdx) not = pl-old(PlIdx)
                Move "Y" to ws-changed
            End-If
            Move pl-old-cost(PlIdx) to spl-old-cost
            Move pl-new-cost(PlIdx) to spl-new-cost
            Compute spl-change =
                pl-new-cost(PlIdx) - pl-old-cost(PlIdx)
            Add pl-old-cost(PlIdx) to ws-old-total
            Add pl-new-cost(PlIdx) to ws-new-total
            Write oeStmtRecord from StmtPlanLine after advancing 1 line.

      *> The E transaction for lab4maint: effective the plan-year
      *> start, the image carrying the Emp # (with department and
      *> name for the pending listing) and the new coverage bytes.
        160-writeEnrollTrans.
            Move Spaces to trPayrollRecord
            Move mt-empnum(MsIdx)    to trEmpNum
            Move mt-depnum(MsIdx)    to trDepNum
            Move mt-lastname(MsIdx)  to trLastName
            Move mt-firstname(MsIdx) to trFirstName
            Move pl-new(1) to trMedical
            Move pl-new(2) to trDental
            Move pl-new(3) to trVision
            Move Spaces to oeTransRecord
            Move "E" to oeTransRecord(1:1)
            Move ws-oe-start to oeTransRecord(2:8)
            Move trPayrollRecord to oeTransRecord(10:)
            Write oeTransRecord.

        180-writeReject.
            Move elEmpNum to rjl-empnum
            If ws-found = "Y"
                Move mt-lastname(MsIdx) to rjl-name
            Else
                Move Spaces to rjl-name
            End-If
            Move electRecord(6:3) to rjl-elect
            Move ws-reject-reason to rjl-reason
            Write oeRejRecord from RejLine
            Add 1 to ws-cnt-rejected.

      *> Control counts at the foot of the reject listing - read
      *> cross-foots to confirmed plus rejected.
        500-writeOeTotals.
            Write oeRejRecord from blankLine
            Move "Elections read" to rtl-label
            Move ws-cnt-read to rtl-count
            Write oeRejRecord from RejTotalLine
            Move "Elections confirmed" to rtl-label
            Move ws-cnt-confirmed to rtl-count
            Write oeRejRecord from RejTotalLine
            Move "  Coverage changed" to rtl-label
            Move ws-cnt-changed to rtl-count
            Write oeRejRecord from RejTotalLine
            Move "  No change" to rtl-label
            Move ws-cnt-nochange to rtl-count
            Write oeRejRecord from RejTotalLine
            Move "Elections rejected" to rtl-label
            Move ws-cnt-rejected to rtl-count
            Write oeRejRecord from RejTotalLine.
