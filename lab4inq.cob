
        Identification Division.
        Program-ID. lab4inq.

        *>     Tyler Zysberg
        *>    Employee pay inquiry
        *>
        *>    One terminal session answers an employee's phone call
        *>    without running anything against the live files. Key
        *>    an Emp # to see, on one screen, the master record's
        *>    demographics and employment status, the YTD buckets, the
        *>    vacation and sick balances, every garnishment order
        *>    still carrying a balance, and the most recent pay
        *>    periods from the pay-history file with the check number
        *>    (from lab4check's register) or ACH each was paid by.
        *>    History pages back five periods at a time. Key /NAME to
        *>    list every employee whose last name starts with NAME,
        *>    then pick one by Emp #.
        *>
        *>    Every file is opened input only - nothing is written,
        *>    so the inquiry can run while a pay run is in progress
        *>    and reads whatever has been committed so far.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select masterFile Assign to "lab4-in.dat"
                Organization is Line Sequential
                File Status is ws-master-status.

            Select ytdFile Assign to "lab4-ytd.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is ytEmpNum
                File Status is ws-ytd-status.

            Select ptoFile Assign to "lab4-pto.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is ptEmpNum
                File Status is ws-pto-status.

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

            Select chkNumRegFile Assign to "lab4-chkreg.dat"
                Organization is Line Sequential
                File Status is ws-chknumreg-status.

        Data Division.
        File Section.
        FD masterFile.
        Copy payroll replacing ==:prefix:== By ==ms==.

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

        FD ptoFile.
        01 ptoMasterRecord.
            05 ptEmpNum   PIC X(5).
            05 ptDepNum   PIC X(5).
            05 ptVacBal   PIC 9(5)V99.
            05 ptSickBal  PIC 9(5)V99.

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

      *> lab4check's cumulative numbered register - I issued,
      *> V voided, C cleared by the bank
        FD chkNumRegFile.
        01 chkNumRegRecord.
            05 rgStatus   PIC X.
            05 rgChkNum   PIC 9(8).
            05 rgDate     PIC 9(8).
            05 rgEmpNum   PIC X(5).
            05 rgPayee    PIC X(35).
            05 rgAmount   PIC 9(9)V99.
            05 rgRefNum   PIC 9(8).

        Working-Storage Section.

        01 eof PIC X Value "N".

        01 ws-file-status.
            05 ws-master-status PIC XX.
                88 master-status-ok        Value "00".
                88 master-status-not-found Value "35".
            05 ws-ytd-status PIC XX.
                88 ytd-status-ok        Value "00".
                88 ytd-status-not-found Value "35".
            05 ws-pto-status PIC XX.
                88 pto-status-ok        Value "00".
                88 pto-status-not-found Value "35".
            05 ws-garn-status PIC XX.
                88 garn-status-ok        Value "00".
                88 garn-status-not-found Value "35".
            05 ws-hist-status PIC XX.
                88 hist-status-ok        Value "00".
                88 hist-status-not-found Value "35".
            05 ws-chknumreg-status PIC XX.
                88 chknumreg-status-ok        Value "00".
                88 chknumreg-status-not-found Value "35".

        01 ws-keyed-file-flags.
            05 ws-ytd-open      PIC X Value "N".
                88 ytd-open-on      Value "Y".
            05 ws-pto-open      PIC X Value "N".
                88 pto-open-on      Value "Y".
            05 ws-garn-open     PIC X Value "N".
                88 garn-open-on     Value "Y".
            05 ws-hist-open     PIC X Value "N".
                88 hist-open-on     Value "Y".

      *> what the operator keys: an Emp #, /NAME for a last-name
      *> search, or nothing to end the session
        01 ws-inq-key     PIC X(21).
        01 ws-inq-key-r redefines ws-inq-key.
            05 ws-inq-slash PIC X.
            05 ws-inq-name  PIC X(20).
        01 ws-inq-emp     PIC X(5).
        01 ws-name-len    PIC 99.
        01 ws-page-cmd    PIC X.
        01 ws-quit        PIC X Value "N".
            88 quit-on        Value "Y".
        01 ws-emp-found   PIC X Value "N".
        01 ws-match-cnt   PIC 9(4) Value 0.
        01 ws-garn-eof    PIC X Value "N".
        01 ws-garn-cnt    PIC 9 Value 0.
        01 ws-ptr         PIC 999.

      *> ---------------------------------------------------------
      *> the employee's pay history, oldest first, and the checks
      *> lab4check issued them - the most recent 100 periods are
      *> kept, and paged newest first
      *> ---------------------------------------------------------
        01 ws-hs-cnt PIC 999 Value 0.
        01 HistTable.
            05 HistEntry Occurs 100 Times
                    Depending on ws-hs-cnt Indexed by HsIdx.
                10 hs-perend   PIC 9(8).
                10 hs-perstart PIC 9(8).
                10 hs-runseq   PIC 9.
                10 hs-runtype  PIC X.
                10 hs-reason   PIC X(3).
                10 hs-gross    PIC 9(9)V99.
                10 hs-net      PIC 9(9)V99.
                10 hs-method   PIC X(3).
                10 hs-status   PIC X.
                10 hs-chknum   PIC 9(8).
                10 hs-chkstat  PIC X.
        01 ws-hs-from     PIC 999.
        01 ws-hs-top      PIC 999.
        01 ws-hs-line     PIC 999.
        01 ws-hs-page     PIC 9 Value 5.

        01 ws-ck-cnt PIC 999 Value 0.
        01 CheckTable.
            05 CheckEntry Occurs 300 Times
                    Depending on ws-ck-cnt Indexed by CkIdx.
                10 ck-chknum  PIC 9(8).
                10 ck-date    PIC 9(8).
                10 ck-amount  PIC 9(9)V99.
                10 ck-status  PIC X.
                10 ck-used    PIC X.
        01 ws-ck-match    PIC X.

      *> a YYYYMMDD date shown as MM/DD/YYYY
        01 ws-fmt-date    PIC 9(8).
        01 ws-fmt-date-r redefines ws-fmt-date.
            05 ws-fmt-year  PIC 9(4).
            05 ws-fmt-month PIC 99.
            05 ws-fmt-day   PIC 99.
        01 ws-fmt-out.
            05 fmo-Month PIC 99.
            05           PIC X Value "/".
            05 fmo-Day   PIC 99.
            05           PIC X Value "/".
            05 fmo-Year  PIC 9999.

        01 InqRuleLine.
            05          PIC X(78) Value All "-".
        01 InqBannerLine.
            05          PIC X(27) Value "Stomper & Wombat's Emporium".
            05          PIC X(5)  Value Spaces.
            05          PIC X(30) Value "Employee Pay Inquiry".

        01 InqNameLine.
            05          PIC X(6)  Value "Emp # ".
            05 inl-emp  PIC X(5).
            05          PIC X(3)  Value Spaces.
            05 inl-name PIC X(37).
            05          PIC X(8)  Value "Status: ".
            05 inl-status PIC X(19).
        01 InqDeptLine.
            05          PIC X(6)  Value "Dept  ".
            05 idl-dep  PIC X(5).
            05          PIC X(1)  Value Space.
            05 idl-depname PIC X(30).
            05          PIC X(9)  Value "  Region ".
            05 idl-reg  PIC 99.
            05          PIC X(1)  Value Space.
            05 idl-regnam PIC X(15).
            05          PIC X(6)  Value "  Dst ".
            05 idl-dist PIC X(3).
        01 InqAddrLine.
            05          PIC X(6)  Value "Addr  ".
            05 ial-adr  PIC X(20).
            05          PIC X(2)  Value Spaces.
            05 ial-city PIC X(20).
            05          PIC X(8)  Value "  Title ".
            05 ial-title PIC X(20).
        01 InqPersLine.
            05          PIC X(6)  Value "Born  ".
            05 ipl-dob  PIC X(10).
            05          PIC X(9)  Value "  Hired ".
            05 ipl-doh  PIC X(10).
            05          PIC X(10) Value "  Gender ".
            05 ipl-gender PIC X.
            05          PIC X(11) Value "  Marital ".
            05 ipl-marital PIC X.
            05          PIC X(8)  Value "  Deps ".
            05 ipl-deps PIC Z9.
        01 InqPayLine.
            05          PIC X(10) Value "Pay code  ".
            05 ipy-code PIC X.
            05          PIC X(9)  Value "   Rate  ".
            05 ipy-rate PIC $$,$$$,$$9.99.
            05          PIC X(8)  Value "   401k ".
            05 ipy-401k PIC ZZ9.9.
            05          PIC X(4)  Value " pct".
            05          PIC X(11) Value "   Benefits".
            05          PIC X(1)  Value Space.
            05 ipy-med  PIC X.
            05 ipy-den  PIC X.
            05 ipy-vis  PIC X.
        01 InqBankLine.
            05          PIC X(10) Value "Deposit   ".
            05 ibl-flag PIC X.
            05          PIC X(12) Value "   Routing  ".
            05 ibl-routing PIC 9(9).
            05          PIC X(12) Value "   Account  ".
            05 ibl-account PIC X(17).

        01 InqYtdHead.
            05          PIC X(30) Value "Year to date".
            05          PIC X(30) Value "Leave balances (hours)".
        01 InqYtdLine.
            05 iyl-label  PIC X(14).
            05 iyl-amount PIC $$$,$$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 iyl-label2 PIC X(14).
            05 iyl-hours  PIC Z(5)9.99.

        01 InqGarnHead.
            05          PIC X(40)
                Value "Garnishment orders with a balance".
        01 InqGarnColHdr.
            05          PIC X(5)  Value "Pri".
            05          PIC X(6)  Value "Type".
            05          PIC X(22) Value "Agency".
            05          PIC X(14) Value "   Per Period".
            05          PIC X(16) Value "     Balance".
        01 InqGarnLine.
            05 igl-pri    PIC 9.
            05            PIC X(4) Value Spaces.
            05 igl-type   PIC X(3).
            05            PIC X(3) Value Spaces.
            05 igl-agency PIC X(20).
            05            PIC X(2) Value Spaces.
            05 igl-per    PIC X(12).
            05            PIC X(2) Value Spaces.
            05 igl-bal    PIC $$,$$$,$$9.99.
        01 ws-garn-per-amt PIC $$,$$$,$$9.99.
        01 ws-garn-per-pct PIC ZZ9.9.

        01 InqHistHead.
            05          PIC X(20) Value "Pay history".
            05 ihh-from PIC ZZ9.
            05          PIC X(4)  Value " to ".
            05 ihh-to   PIC ZZ9.
            05          PIC X(4)  Value " of ".
            05 ihh-cnt  PIC ZZ9.
            05          PIC X(24) Value " periods, newest first".
        01 InqHistColHdr.
            05          PIC X(12) Value "Period End".
            05          PIC X(8)  Value "Run".
            05          PIC X(15) Value "      Gross".
            05          PIC X(15) Value "        Net".
            05          PIC X(5)  Value " By".
            05          PIC X(23) Value "Check / Status".
        01 InqHistLine.
            05 ihl-perend PIC X(10).
            05            PIC X(2) Value Spaces.
            05 ihl-run    PIC X(7).
            05            PIC X Value Space.
            05 ihl-gross  PIC $$$,$$$,$$9.99.
            05            PIC X Value Space.
            05 ihl-net    PIC $$$,$$$,$$9.99.
            05            PIC X(2) Value Spaces.
            05 ihl-method PIC X(3).
            05            PIC X Value Space.
            05 ihl-chknum PIC ZZZZZZZ9.
            05            PIC X Value Space.
            05 ihl-note   PIC X(12).

        01 InqMatchLine.
            05 iml-emp    PIC X(5).
            05            PIC X(3) Value Spaces.
            05 iml-name   PIC X(37).
            05            PIC X(2) Value Spaces.
            05 iml-dep    PIC X(5).
            05            PIC X(3) Value Spaces.
            05 iml-status PIC X(19).

        01 ws-status-text PIC X(19).

        Procedure Division.
        000-Main.
            Perform 010-openMasters
            Perform until quit-on
                Display " "
                Display "Emp # or /last name (blank to end): "
                    with no advancing
                Move Spaces to ws-inq-key
                Accept ws-inq-key
                Evaluate true
                    When ws-inq-key = Spaces
                        Move "Y" to ws-quit
                    When ws-inq-slash = "/"
                        Perform 200-searchByName
                    When other
                        Move ws-inq-key to ws-inq-emp
                        Perform 100-showEmployee
                End-Evaluate
            End-Perform
            Perform 090-closeMasters
            Stop Run.

      *> Every keyed master opened input only; one that is not
      *> there simply shows as "none on file" on the screen.
        010-openMasters.
            Open input ytdFile
            If ytd-status-ok
                Move "Y" to ws-ytd-open
            End-If
            Open input ptoFile
            If pto-status-ok
                Move "Y" to ws-pto-open
            End-If
            Open input garnFile
            If garn-status-ok
                Move "Y" to ws-garn-open
            End-If
            Open input histFile
            If hist-status-ok
                Move "Y" to ws-hist-open
            End-If.

        090-closeMasters.
            If ytd-open-on
                Close ytdFile
            End-If
            If pto-open-on
                Close ptoFile
            End-If
            If garn-open-on
                Close garnFile
            End-If
            If hist-open-on
                Close histFile
            End-If.

      *> One employee's screen: the master record, then each keyed
      *> master read directly by Emp #, then history paged.
        100-showEmployee.
            Perform 110-findMasterRecord
            If ws-emp-found = "N"
                Display "Emp # " ws-inq-emp " is not on the master"
            Else
                Display InqRuleLine
                Display InqBannerLine
                Display InqRuleLine
                Perform 120-showDemographics
                Display InqRuleLine
                Perform 130-showYtdAndPto
                Display InqRuleLine
                Perform 140-showGarnishments
                Display InqRuleLine
                Perform 150-loadHistory
                Perform 160-loadChecks
                Perform 170-matchChecks
                    varying HsIdx from 1 by 1
                    until HsIdx > ws-hs-cnt
                Perform 180-pageHistory
            End-If.

        110-findMasterRecord.
            Move "N" to ws-emp-found
            Move "N" to eof
            Open input masterFile
            If master-status-ok
                Perform until eof = "Y"
                    Read masterFile
                        at end
                            Move "Y" to eof
                        not at end
                            If msPayrollRecord(1:7) not = "TRAILER"
                                    and msEmpNum = ws-inq-emp
                                Move "Y" to ws-emp-found
                                Move "Y" to eof
                            End-If
                End-Perform
                Close masterFile
            Else
                Display "Employee master lab4-in.dat not available"
            End-If
            Move "N" to eof.

        120-showDemographics.
            Move msEmpNum to inl-emp
            Move Spaces to inl-name
            Move 1 to ws-ptr
            String msFirstName delimited by "  "
                   " "         delimited by size
                   msLastName  delimited by "  "
                into inl-name with pointer ws-ptr
            End-String
            Perform 125-setStatusText
            Move ws-status-text to inl-status
            Display InqNameLine

            Move msDepNum   to idl-dep
            Move msDepName  to idl-depname
            Move msRegNum   to idl-reg
            Move msRegNam   to idl-regnam
            Move msDistrict to idl-dist
            Display InqDeptLine

            Move msAdress    to ial-adr
            Move msCityState to ial-city
            Move msJobTitle  to ial-title
            Display InqAddrLine

            Move msDoB to ws-fmt-date
            Perform 190-formatDate
            Move ws-fmt-out to ipl-dob
            Move msDoH to ws-fmt-date
            Perform 190-formatDate
            Move ws-fmt-out to ipl-doh
            Move msGender     to ipl-gender
            Move msMarital    to ipl-marital
            Move msDependents to ipl-deps
            Display InqPersLine

            Move msPayCode to ipy-code
            Move msPay     to ipy-rate
            Compute ipy-401k = ms401k * 100
            Move msMedical to ipy-med
            Move msDental  to ipy-den
            Move msVision  to ipy-vis
            Display InqPayLine

            Move msDepositFlag to ibl-flag
            Move msBankRouting to ibl-routing
            Move msBankAccount to ibl-account
            Display InqBankLine.

        125-setStatusText.
            Evaluate true
                When activeEmp
                    Move "ACTIVE" to ws-status-text
                When leaveNoPay
                    Move "LEAVE WITHOUT PAY" to ws-status-text
                When terminatedEmp
                    Move msTermDate to ws-fmt-date
                    Perform 190-formatDate
                    Move Spaces to ws-status-text
                    String "TERMED " delimited by size
                           ws-fmt-out delimited by size
                        into ws-status-text
                    End-String
                When other
                    Move "UNKNOWN" to ws-status-text
            End-Evaluate.

      *> YTD buckets down the left, PTO hours down the right.
        130-showYtdAndPto.
            Display InqYtdHead
            Move "N" to ws-emp-found
            If ytd-open-on
                Move ws-inq-emp to ytEmpNum
                Read ytdFile
                    invalid key
                        Continue
                    not invalid key
                        Move "Y" to ws-emp-found
                End-Read
            End-If
            If ws-emp-found = "N"
                Move 0 to ytYtdPay
                Move 0 to ytYtd401k
                Move 0 to ytYtdFicaWages
                Move 0 to ytYtdSutaWages
                Move 0 to ytYtdFedTax
                Move 0 to ytYtdStateTax
                Move Spaces to ytStateTable
            End-If
            Move "N" to ws-emp-found
            If pto-open-on
                Move ws-inq-emp to ptEmpNum
                Read ptoFile
                    invalid key
                        Continue
                    not invalid key
                        Move "Y" to ws-emp-found
                End-Read
            End-If
            If ws-emp-found = "N"
                Move 0 to ptVacBal
                Move 0 to ptSickBal
            End-If
            Move "N" to ws-emp-found

            Move "Gross pay"    to iyl-label
            Move ytYtdPay       to iyl-amount
            Move "Vacation"     to iyl-label2
            Move ptVacBal       to iyl-hours
            Display InqYtdLine
            Move "401k"         to iyl-label
            Move ytYtd401k      to iyl-amount
            Move "Sick"         to iyl-label2
            Move ptSickBal      to iyl-hours
            Display InqYtdLine
            Move Spaces to iyl-label2
            Move 0 to iyl-hours
            Move "FICA wages"   to iyl-label
            Move ytYtdFicaWages to iyl-amount
            Display InqYtdLine
            Move "SUTA wages"   to iyl-label
            Move ytYtdSutaWages to iyl-amount
            Display InqYtdLine
            Move "Federal tax"  to iyl-label
            Move ytYtdFedTax    to iyl-amount
            Display InqYtdLine
            Move "State tax"    to iyl-label
            Move ytYtdStateTax  to iyl-amount
            Display InqYtdLine
            Perform 135-showStateLine
                varying YtIdx from 1 by 1
                until YtIdx > 4.

      *> The state tax total broken out by work state.
        135-showStateLine.
            If ytState(YtIdx) not = Spaces
                Move Spaces to iyl-label
                String "  " delimited by size
                       ytState(YtIdx) delimited by size
                       " tax" delimited by size
                    into iyl-label
                End-String
                Move ytStateTaxAmt(YtIdx) to iyl-amount
                Display InqYtdLine
            End-If.

        140-showGarnishments.
            Display InqGarnHead
            Move 0 to ws-garn-cnt
            If garn-open-on
                Move ws-inq-emp to gnEmpNum
                Move 0 to gnPriority
                Move "N" to ws-garn-eof
                Start garnFile key not < gnOrderKey
                    invalid key
                        Move "Y" to ws-garn-eof
                End-Start
                Perform 145-showGarnOrder
                    until ws-garn-eof = "Y"
            End-If
            If ws-garn-cnt = 0
                Display "  None on file"
            End-If.

        145-showGarnOrder.
            Read garnFile next
                at end
                    Move "Y" to ws-garn-eof
                not at end
                    If gnEmpNum not = ws-inq-emp
                        Move "Y" to ws-garn-eof
                    Else
                        If gnBalance > 0
                            If ws-garn-cnt = 0
                                Display InqGarnColHdr
                            End-If
                            Add 1 to ws-garn-cnt
                            Move gnPriority  to igl-pri
                            Move gnOrderType to igl-type
                            Move gnAgency    to igl-agency
                            If gnPerAmount > 0
                                Move gnPerAmount to ws-garn-per-amt
                                Move ws-garn-per-amt to igl-per
                            Else
                                Compute ws-garn-per-pct =
                                    gnPercent * 100
                                Move Spaces to igl-per
                                String ws-garn-per-pct delimited by size
                                       " pct" delimited by size
                                    into igl-per
                                End-String
                            End-If
                            Move gnBalance to igl-bal
                            Display InqGarnLine
                        End-If
                    End-If
            End-Read.

      *> Gathers the employee's history records in key order. Past
      *> 100 periods the oldest drops off the front of the table.
        150-loadHistory.
            Move 0 to ws-hs-cnt
            If hist-open-on
                Move ws-inq-emp to phEmpNum
                Move 0 to phPerEnd
                Move 0 to phRunSeq
                Move "N" to eof
                Start histFile key not < phKey
                    invalid key
                        Move "Y" to eof
                End-Start
                Perform until eof = "Y"
                    Read histFile next
                        at end
                            Move "Y" to eof
                        not at end
                            If phEmpNum not = ws-inq-emp
                                Move "Y" to eof
                            Else
                                Perform 155-storeHistEntry
                            End-If
                    End-Read
                End-Perform
                Move "N" to eof
            End-If.

        155-storeHistEntry.
            If ws-hs-cnt = 100
                Perform 157-dropOldestHist
                    varying ws-hs-from from 2 by 1
                    until ws-hs-from > 100
            Else
                Add 1 to ws-hs-cnt
            End-If
            Set HsIdx to ws-hs-cnt
            Move phPerEnd    to hs-perend(HsIdx)
            Move phPerStart  to hs-perstart(HsIdx)
            Move phRunSeq    to hs-runseq(HsIdx)
            Move phRunType   to hs-runtype(HsIdx)
            Move phReason    to hs-reason(HsIdx)
            Move phGross     to hs-gross(HsIdx)
            Move phNetPay    to hs-net(HsIdx)
            Move phPayMethod to hs-method(HsIdx)
            Move phStatus    to hs-status(HsIdx)
            Move 0           to hs-chknum(HsIdx)
            Move Space       to hs-chkstat(HsIdx).

        157-dropOldestHist.
            Move HistEntry(ws-hs-from) to HistEntry(ws-hs-from - 1).

      *> The employee's checks off lab4check's register, each with
      *> its latest status.
        160-loadChecks.
            Move 0 to ws-ck-cnt
            Move "N" to eof
            Open input chkNumRegFile
            If chknumreg-status-ok
                Perform until eof = "Y"
                    Read chkNumRegFile
                        at end
                            Move "Y" to eof
                        not at end
                            If rgEmpNum = ws-inq-emp
                                Perform 165-storeCheckEntry
                            End-If
                End-Perform
                Close chkNumRegFile
            End-If
            Move "N" to eof.

        165-storeCheckEntry.
            If rgStatus = "I"
                If ws-ck-cnt < 300
                    Add 1 to ws-ck-cnt
                    Set CkIdx to ws-ck-cnt
                    Move rgChkNum to ck-chknum(CkIdx)
                    Move rgDate   to ck-date(CkIdx)
                    Move rgAmount to ck-amount(CkIdx)
                    Move "I"      to ck-status(CkIdx)
                    Move "N"      to ck-used(CkIdx)
                End-If
            Else
                Perform 167-markCheckStatus
                    varying CkIdx from 1 by 1
                    until CkIdx > ws-ck-cnt
            End-If.

        167-markCheckStatus.
            If ck-chknum(CkIdx) = rgChkNum
                    and ck-status(CkIdx) = "I"
                Move rgStatus to ck-status(CkIdx)
            End-If.

      *> A check-paid period is tied to the first unclaimed check
      *> for the employee's net pay issued on or after the period
      *> began - the register carries no period, only the issue
      *> date and amount. A reissued check carries on the number.
        170-matchChecks.
            If hs-method(HsIdx) = "CHK"
                Move "N" to ws-ck-match
                Perform 175-matchCheckEntry
                    varying CkIdx from 1 by 1
                    until CkIdx > ws-ck-cnt
                        or ws-ck-match = "Y"
            End-If.

        175-matchCheckEntry.
            If ck-used(CkIdx) = "N"
                    and ck-amount(CkIdx) = hs-net(HsIdx)
                    and ck-date(CkIdx) >= hs-perstart(HsIdx)
                Move "Y" to ws-ck-match
                Move "Y" to ck-used(CkIdx)
                Move ck-chknum(CkIdx) to hs-chknum(HsIdx)
                Move ck-status(CkIdx) to hs-chkstat(HsIdx)
            End-If.

      *> Newest five periods first; N pages back to older periods,
      *> P forward to newer ones, anything else returns to the
      *> Emp # prompt.
        180-pageHistory.
            Move ws-hs-cnt to ws-hs-top
            Move "N" to ws-page-cmd
            Perform until ws-page-cmd not = "N" and not = "P"
                Perform 182-showHistPage
                Display "N=older  P=newer  Enter=done: "
                    with no advancing
                Move Space to ws-page-cmd
                Accept ws-page-cmd
                Evaluate ws-page-cmd
                    When "n"
                        Move "N" to ws-page-cmd
                    When "p"
                        Move "P" to ws-page-cmd
                End-Evaluate
                Evaluate ws-page-cmd
                    When "N"
                        If ws-hs-top > ws-hs-page
                            Subtract ws-hs-page from ws-hs-top
                        End-If
                    When "P"
                        Add ws-hs-page to ws-hs-top
                        If ws-hs-top > ws-hs-cnt
                            Move ws-hs-cnt to ws-hs-top
                        End-If
                End-Evaluate
            End-Perform.

        182-showHistPage.
            If ws-hs-cnt = 0
                Display "Pay history: none on file"
            Else
                Compute ihh-from = ws-hs-cnt - ws-hs-top + 1
                If ws-hs-top > ws-hs-page
                    Compute ihh-to = ws-hs-cnt - ws-hs-top
                        + ws-hs-page
                Else
                    Move ws-hs-cnt to ihh-to
                End-If
                Move ws-hs-cnt to ihh-cnt
                Display InqHistHead
                Display InqHistColHdr
                Move 0 to ws-hs-line
                Move ws-hs-top to ws-hs-from
                Perform 185-showHistLine
                    until ws-hs-line = ws-hs-page
                        or ws-hs-from = 0
            End-If.

        185-showHistLine.
            Set HsIdx to ws-hs-from
            Move hs-perend(HsIdx) to ws-fmt-date
            Perform 190-formatDate
            Move ws-fmt-out to ihl-perend
            Move Spaces to ihl-run
            If hs-runtype(HsIdx) = "S"
                String "SUP-"             delimited by size
                       hs-reason(HsIdx)   delimited by size
                    into ihl-run
                End-String
            Else
                Move "REGULAR" to ihl-run
            End-If
            Move hs-gross(HsIdx)  to ihl-gross
            Move hs-net(HsIdx)    to ihl-net
            Move hs-method(HsIdx) to ihl-method
            Move hs-chknum(HsIdx) to ihl-chknum
            Evaluate true
                When hs-status(HsIdx) = "R"
                    Move "REVERSED" to ihl-note
                When hs-method(HsIdx) = "ACH"
                    Move "DEPOSITED" to ihl-note
                When hs-chknum(HsIdx) = 0
                    Move "NOT ON REG" to ihl-note
                When hs-chkstat(HsIdx) = "C"
                    Move "CLEARED" to ihl-note
                When hs-chkstat(HsIdx) = "V"
                    Move "VOIDED" to ihl-note
                When other
                    Move "OUTSTANDING" to ihl-note
            End-Evaluate
            Display InqHistLine
            Add 1 to ws-hs-line
            Subtract 1 from ws-hs-from.

        190-formatDate.
            Move ws-fmt-month to fmo-Month
            Move ws-fmt-day   to fmo-Day
            Move ws-fmt-year  to fmo-Year.

      *> Lists every employee whose last name starts with what was
      *> keyed after the slash; the operator then keys the Emp #.
        200-searchByName.
            Move 0 to ws-name-len
            Inspect ws-inq-name tallying ws-name-len
                for characters before initial "  "
            Move 0 to ws-match-cnt
            If ws-name-len = 0
                Display "Key at least one letter after the slash"
            Else
                Move "N" to eof
                Open input masterFile
                If master-status-ok
                    Perform until eof = "Y"
                        Read masterFile
                            at end
                                Move "Y" to eof
                            not at end
                                If msPayrollRecord(1:7) not = "TRAILER"
                                    Perform 210-checkNameMatch
                                End-If
                    End-Perform
                    Close masterFile
                End-If
                Move "N" to eof
                If ws-match-cnt = 0
                    Display "No employee's last name starts with "
                        ws-inq-name(1:ws-name-len)
                End-If
            End-If.

        210-checkNameMatch.
            If msLastName(1:ws-name-len) = ws-inq-name(1:ws-name-len)
                Add 1 to ws-match-cnt
                Move msEmpNum to iml-emp
                Move Spaces to iml-name
                Move 1 to ws-ptr
                String msLastName  delimited by "  "
                       ", "        delimited by size
                       msFirstName delimited by "  "
                    into iml-name with pointer ws-ptr
                End-String
                Move msDepNum to iml-dep
                Perform 125-setStatusText
                Move ws-status-text to iml-status
                Display InqMatchLine
            End-If.
