
        Identification Division.
        Program-ID. lab4rev.

        *>     Tyler Zysberg
        *>    Pay period reversal
        *>
        *>    Backs one employee's posted pay out of the books when it
        *>    should never have been paid - a terminated employee paid
        *>    because the T transaction arrived late, a duplicate, a
        *>    keying error. Each line of lab4-rev.dat names the
        *>    employee, the period end and run sequence of the pay-
        *>    history record to reverse (0 for a regular period, 1-9
        *>    for a lab4supp off-cycle payment), a reason code (TRM
        *>    paid after termination, ERR paid in error, DUP paid
        *>    twice) and a memo.
        *>
        *>    Everything the pay run posted for that payment is taken
        *>    back in one step, from the detail carried on the history
        *>    record: YTD pay, 401k, taxable wages and withholding on
        *>    the YTD master, the amount each garnishment order took
        *>    put back on its balance, the period's vacation and sick
        *>    accrual off the PTO master, and any retroactive pay the
        *>    payment covered reopened on lab4retro's payable file.
        *>    The history record is marked reversed with the date -
        *>    never deleted - and every keyed master's control record
        *>    is re-proved.
        *>
        *>    A payment is only reversed whole: if any bucket cannot
        *>    be backed out (no YTD record, YTD already below the
        *>    period's amounts after a year-end close, a garnishment
        *>    order gone from file) the line is rejected and nothing
        *>    is touched. The reversal register lists what was backed
        *>    out for Audit, with the agency money to be recovered and
        *>    whether the check is to be voided through lab4check or
        *>    the ACH credit recalled from the bank.
        *>
        *>    Mod log:
        *>    - The payment's state wages and tax also come off the
        *>      YTD master's bucket for the work state on the history
        *>      record.
        *>    - Pay-history layout carries the workers' comp class,
        *>      subject payroll, overtime premium and premium; a
        *>      reversed period drops out of the lab4wcprem report.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select revFile Assign to "lab4-rev.dat"
                Organization is Line Sequential
                File Status is ws-rev-status.

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

            Select ptoFile Assign to "lab4-pto.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is ptEmpNum
                File Status is ws-pto-status.

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

            Select revRegFile Assign to "lab4-revreg.dat"
                Organization is Line Sequential.

            Select rejectFile Assign to "lab4-revrej.dat"
                Organization is Line Sequential.

        Data Division.
        File Section.
      *> one reversal per line: the history key, a reason code and
      *> a free memo for the register
        FD revFile.
        01 revRecord.
            05 rvEmpNum     PIC X(5).
            05 rvPerEnd     PIC 9(8).
            05 rvRunSeq     PIC 9.
            05 rvReason     PIC X(3).
            05 rvMemo       PIC X(30).

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

        FD ptoFile.
        01 ptoMasterRecord.
            05 ptEmpNum   PIC X(5).
            05 ptDepNum   PIC X(5).
            05 ptVacBal   PIC 9(5)V99.
            05 ptSickBal  PIC 9(5)V99.
        01 ptoControlRecord.
            05 pcEmpNum   PIC X(5).
            05 pcCount    PIC 9(7).
            05 pcHash     PIC 9(11)V99.

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

        FD revRegFile.
        01 revRegRecord   PIC X(132).

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
            05 ws-rev-status PIC XX.
                88 rev-status-ok        Value "00".
                88 rev-status-not-found Value "35".
            05 ws-ytd-status   PIC XX.
                88 ytd-status-ok        Value "00".
                88 ytd-status-not-found Value "35".
            05 ws-garn-status PIC XX.
                88 garn-status-ok        Value "00".
                88 garn-status-not-found Value "35".
            05 ws-pto-status PIC XX.
                88 pto-status-ok        Value "00".
                88 pto-status-not-found Value "35".
            05 ws-hist-status PIC XX.
                88 hist-status-ok        Value "00".
                88 hist-status-not-found Value "35".
            05 ws-retro-status PIC XX.
                88 retro-status-ok        Value "00".
                88 retro-status-not-found Value "35".

        01 ws-keyed-file-flags.
            05 ws-ytd-open      PIC X Value "N".
                88 ytd-open-on      Value "Y".
            05 ws-garn-open     PIC X Value "N".
                88 garn-open-on     Value "Y".
            05 ws-pto-open      PIC X Value "N".
                88 pto-open-on      Value "Y".
            05 ws-hist-open     PIC X Value "N".
                88 hist-open-on     Value "Y".
            05 ws-retro-open    PIC X Value "N".
                88 retro-open-on    Value "Y".

      *> ---------------------------------------------------------
      *> one reversal - whether every bucket can be backed out, the
      *> garnishment priority being worked, and what actually came
      *> off the PTO balances (never below zero)
      *> ---------------------------------------------------------
        01 RevWork.
            05 ws-rev-ok        PIC X Value "Y".
                88 rev-ok           Value "Y".
            05 ws-gp            PIC 99 Value 0.
            05 ws-vac-back      PIC 9(5)V99 Value 0.
            05 ws-sick-back     PIC 9(5)V99 Value 0.
            05 ws-pto-short     PIC X Value "N".
            05 ws-retro-eof     PIC X Value "N".
            05 ws-state-wages   PIC 9(9)V99 Value 0.

      *> the retro items the payment covered, found by a keyed scan
      *> and reopened once the scan is finished
        01 ws-rk-cnt PIC 9 Value 0.
        01 RetroKeyTable.
            05 RetroKeyEntry Occurs 9 Times
                    Depending on ws-rk-cnt Indexed by RkIdx.
                10 rk-effdate  PIC 9(8).
                10 rk-amount   PIC 9(7)V99.

        01 RevTotals.
            05 ws-tot-gross     PIC 9(9)V99 Value 0.
            05 ws-tot-401k      PIC 9(9)V99 Value 0.
            05 ws-tot-fed       PIC 9(9)V99 Value 0.
            05 ws-tot-state     PIC 9(9)V99 Value 0.
            05 ws-tot-garn      PIC 9(9)V99 Value 0.
            05 ws-tot-net       PIC 9(9)V99 Value 0.
            05 ws-tot-fica-wages PIC 9(9)V99 Value 0.
            05 ws-tot-suta-wages PIC 9(9)V99 Value 0.
            05 ws-tot-vac       PIC 9(7)V99 Value 0.
            05 ws-tot-sick      PIC 9(7)V99 Value 0.
            05 ws-tot-retro     PIC 9(9)V99 Value 0.

        01 ws-rev-counts.
            05 ws-cnt-lines     PIC 9(5) Value 0.
            05 ws-cnt-reversed  PIC 9(5) Value 0.
            05 ws-cnt-rejects   PIC 9(5) Value 0.
            05 ws-cnt-checks    PIC 9(5) Value 0.
            05 ws-cnt-ach       PIC 9(5) Value 0.

      *> ---------------------------------------------------------
      *> batch balancing - every keyed master is proved against its
      *> control record before anything is reversed, and the
      *> controls re-written from the running counts and hashes
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
            05 ws-pto-count      PIC 9(7) Value 0.
            05 ws-pto-hash       PIC 9(11)V99 Value 0.
            05 ws-hist-count     PIC 9(7) Value 0.
            05 ws-hist-hash      PIC 9(11)V99 Value 0.
            05 ws-retro-count    PIC 9(7) Value 0.
            05 ws-retro-hash     PIC 9(11)V99 Value 0.

        01 ws-balance-flag PIC X Value "Y".
            88 balance-ok Value "Y".

        01 RevRegHeader1.
            05 rvh-Month PIC Z9/.
            05 rvh-Day   PIC 99/.
            05 rvh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(30)
                Value "Pay Period Reversal Register".

        01 RevRegHeader2.
            05          PIC X(8)  Value "Dep #".
            05          PIC X(8)  Value "Emp #".
            05          PIC X(19) Value "Period".
            05          PIC X(3)  Value "Sq".
            05          PIC X(5)  Value "Rsn".
            05          PIC X(16) Value "     Gross Pay".
            05          PIC X(12) Value "      401k".
            05          PIC X(12) Value "   Fed Tax".
            05          PIC X(12) Value " State Tax".
            05          PIC X(12) Value "   Garnish".
            05          PIC X(16) Value "       Net Pay".
            05          PIC X(4)  Value "Paid".

        01 RevRegLine.
            05 rvl-depnum   PIC X(5).
            05              PIC X(3) Value Spaces.
            05 rvl-empnum   PIC X(5).
            05              PIC X(3) Value Spaces.
            05 rvl-perstart PIC 9(8).
            05              PIC X Value "-".
            05 rvl-perend   PIC 9(8).
            05              PIC X(2) Value Spaces.
            05 rvl-seq      PIC 9.
            05              PIC X(2) Value Spaces.
            05 rvl-reason   PIC X(3).
            05              PIC X(2) Value Spaces.
            05 rvl-gross    PIC $$$,$$$,$$9.99.
            05              PIC X(2) Value Spaces.
            05 rvl-401k     PIC $$$,$$9.99.
            05              PIC X(2) Value Spaces.
            05 rvl-fed      PIC $$$,$$9.99.
            05              PIC X(2) Value Spaces.
            05 rvl-state    PIC $$$,$$9.99.
            05              PIC X(2) Value Spaces.
            05 rvl-garn     PIC $$$,$$9.99.
            05              PIC X(2) Value Spaces.
            05 rvl-net      PIC $$$,$$$,$$9.99.
            05              PIC X(2) Value Spaces.
            05 rvl-method   PIC X(3).

        01 RevGarnLine.
            05              PIC X(16) Value Spaces.
            05              PIC X(12) Value "Garnish pri ".
            05 rgl-pri      PIC 9.
            05              PIC X(2) Value Spaces.
            05 rgl-type     PIC X(3).
            05              PIC X(2) Value Spaces.
            05 rgl-agency   PIC X(20).
            05              PIC X(2) Value Spaces.
            05 rgl-amount   PIC $$$,$$9.99.
            05              PIC X(35)
                Value "  restored - recover from agency".

        01 RevPtoLine.
            05              PIC X(16) Value Spaces.
            05              PIC X(20) Value "PTO backed out  Vac ".
            05 rpl-vac      PIC ZZ,ZZ9.99.
            05              PIC X(7) Value "  Sick ".
            05 rpl-sick     PIC ZZ,ZZ9.99.
            05              PIC X(2) Value Spaces.
            05 rpl-note     PIC X(40).

        01 RevRetroLine.
            05              PIC X(16) Value Spaces.
            05              PIC X(20) Value "Retro pay reopened".
            05 rrl-effdate  PIC 9(8).
            05              PIC X(2) Value Spaces.
            05 rrl-amount   PIC $$$,$$9.99.

        01 RevActionLine.
            05              PIC X(16) Value Spaces.
            05 ral-action   PIC X(40).
            05              PIC X(6) Value "Memo: ".
            05 ral-memo     PIC X(30).

        01 RevAmtLine.
            05 ral-label    PIC X(36).
            05 ral-amount   PIC $$$$,$$$,$$$,$$9.99.
        01 RevCountLine.
            05 rcl-label    PIC X(36).
            05 rcl-count    PIC ZZZZZZ9.
        01 RevControlLine.
            05 rctl-label   PIC X(36).
            05 rctl-count   PIC ZZZZZZ9.
            05              PIC X(2) Value Spaces.
            05 rctl-hash    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

        01 RejectHeader.
            05          PIC X(8)  Value "Emp #".
            05          PIC X(10) Value "Per End".
            05          PIC X(4)  Value "Sq".
            05          PIC X(5)  Value "Rsn".
            05          PIC X(50) Value "Reason".

        01 RejectLine.
            05 rjl-empnum PIC X(5).
            05            PIC X(3) Value Spaces.
            05 rjl-perend PIC X(8).
            05            PIC X(2) Value Spaces.
            05 rjl-seq    PIC X.
            05            PIC X(3) Value Spaces.
            05 rjl-reason PIC X(3).
            05            PIC X(2) Value Spaces.
            05 rjl-text   PIC X(50).

        Procedure Division.
        000-Main.
            Perform 200-getDate
            Open output revRegFile
            Write revRegRecord from RevRegHeader1
            Write revRegRecord from blankLine
            Write revRegRecord from RevRegHeader2
            Open output rejectFile
            Write rejectRecord from RejectHeader

            Perform 020-openYtdMaster
            Perform 033-openGarnFile
            Perform 043-openPtoMaster
            Perform 047-openHistMaster
            Perform 052-openRetroFile

      *> nothing is reversed unless every master proved clean
            If balance-ok
                Perform 100-processReversals
                Perform 450-updateControls
            Else
                Move 16 to Return-Code
            End-If

            Perform 500-writeRevTotals

            If ytd-open-on
                Close ytdFile
            End-If
            If garn-open-on
                Close garnFile
            End-If
            If pto-open-on
                Close ptoFile
            End-If
            If hist-open-on
                Close histFile
            End-If
            If retro-open-on
                Close retroFile
            End-If
            Close revRegFile
            Close rejectFile
            Stop Run.

      *> The YTD master must be there - there is nothing to reverse
      *> without it.
        020-openYtdMaster.
            Open i-o ytdFile
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

      *> The PTO balance master, opened in place; with no PTO file
      *> there is no accrual to take back.
        043-openPtoMaster.
            Open i-o ptoFile
            If pto-status-ok
                Move "Y" to ws-pto-open
                Perform 044-verifyPtoMaster
            End-If.

        044-verifyPtoMaster.
            Move 0 to ws-sweep-count
            Move 0 to ws-sweep-hash
            Move "N" to ws-ctl-found
            Move "N" to eof
            Move Low-Values to ptEmpNum
            Start ptoFile key not < ptEmpNum
                invalid key
                    Move "Y" to eof
            End-Start
            Perform until eof = "Y"
                Read ptoFile next
                    at end
                        Move "Y" to eof
                    not at end
                        Perform 046-sweepPtoEntry
                End-Read
            End-Perform
            Move "N" to eof
            Move ws-sweep-count to ws-pto-count
            Move ws-sweep-hash  to ws-pto-hash
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "PTO master does not balance to control rec"
                        to rjl-text
                    Perform 058-writeBalanceReject
                End-If
            End-If.

        046-sweepPtoEntry.
            If ptEmpNum = ws-control-key
                Move "Y" to ws-ctl-found
                Move pcCount to ws-ctl-count
                Move pcHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Compute ws-sweep-hash =
                    ws-sweep-hash + ptVacBal + ptSickBal
            End-If.

        047-openHistMaster.
            Open i-o histFile
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

      *> lab4retro's payable file; with no retro pay ever computed
      *> it need not exist.
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
            Move ws-sweep-count to ws-retro-count
            Move ws-sweep-hash  to ws-retro-hash
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

      *> A file-level failure - reported once on the reject listing
      *> and the run refused.
        058-writeBalanceReject.
            Move Spaces to rjl-empnum
            Move Spaces to rjl-perend
            Move Spaces to rjl-seq
            Move Spaces to rjl-reason
            Write rejectRecord from RejectLine
            Add 1 to ws-cnt-rejects
            Move "N" to ws-balance-flag.

        059-writeReject.
            Move rvEmpNum to rjl-empnum
            Move revRecord(6:8) to rjl-perend
            Move revRecord(14:1) to rjl-seq
            Move rvReason to rjl-reason
            Write rejectRecord from RejectLine
            Add 1 to ws-cnt-rejects
            Move "N" to ws-rev-ok.

      *> Every reversal line, worked in the order it was keyed.
        100-processReversals.
            Move "N" to eof
            Open input revFile
            If rev-status-ok
                Perform until eof = "Y"
                    Read revFile
                        at end
                            Move "Y" to eof
                        not at end
                            Add 1 to ws-cnt-lines
                            Perform 110-processReversal
                    End-Read
                End-Perform
                Close revFile
            End-If
            Move "N" to eof.

        110-processReversal.
            Move "Y" to ws-rev-ok
            Evaluate true
                When rvPerEnd not numeric or rvRunSeq not numeric
                    Move "Period end or run sequence not numeric"
                        to rjl-text
                    Perform 059-writeReject
                When rvReason not = "TRM" and not = "ERR"
                        and not = "DUP"
                    Move "Reason code must be TRM, ERR or DUP"
                        to rjl-text
                    Perform 059-writeReject
                When other
                    Move rvEmpNum to phEmpNum
                    Move rvPerEnd to phPerEnd
                    Move rvRunSeq to phRunSeq
                    Read histFile
                        invalid key
                            Move "No pay-history record for that key"
                                to rjl-text
                            Perform 059-writeReject
                        not invalid key
                            If histReversed
                                Move "Payment already reversed"
                                    to rjl-text
                                Perform 059-writeReject
                            Else
                                Perform 120-checkBuckets
                            End-If
                    End-Read
                    If rev-ok
                        Perform 300-reversePayment
                    End-If
            End-Evaluate.

      *> Every bucket the payment posted to must be able to take the
      *> reversal before any of them is touched.
        120-checkBuckets.
            Move rvEmpNum to ytEmpNum
            Read ytdFile
                invalid key
                    Move "No YTD record for the employee" to rjl-text
                    Perform 059-writeReject
                not invalid key
                    If ytYtdPay < phGross
                            or ytYtd401k < ph401k
                            or ytYtdFedTax < phFedTax
                            or ytYtdStateTax < phStateTax
                        Move "YTD below the payment - year closed?"
                            to rjl-text
                        Perform 059-writeReject
                    End-If
            End-Read
            If rev-ok
                Perform 125-checkGarnOrder
                    varying ws-gp from 1 by 1
                    until ws-gp > 9 or not rev-ok
            End-If.

        125-checkGarnOrder.
            If phGarnTake(ws-gp) > 0
                If garn-open-on
                    Move rvEmpNum to gnEmpNum
                    Move ws-gp    to gnPriority
                    Read garnFile
                        invalid key
                            Move "Garnishment order no longer on file"
                                to rjl-text
                            Perform 059-writeReject
                    End-Read
                Else
                    Move "Garnishment file missing" to rjl-text
                    Perform 059-writeReject
                End-If
            End-If.

        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-date to ws-run-date
            Move ws-mo to rvh-Month
            Move ws-dy to rvh-Day
            Move ws-yr to rvh-Year.

      *> Backs the whole payment out - YTD, garnishment balances,
      *> PTO accrual and retro pay - then marks the history record
      *> reversed, listing each step on the register.
        300-reversePayment.
            Move phDepNum   to rvl-depnum
            Move phEmpNum   to rvl-empnum
            Move phPerStart to rvl-perstart
            Move phPerEnd   to rvl-perend
            Move phRunSeq   to rvl-seq
            Move rvReason   to rvl-reason
            Move phGross    to rvl-gross
            Move ph401k     to rvl-401k
            Move phFedTax   to rvl-fed
            Move phStateTax to rvl-state
            Move phGarn     to rvl-garn
            Move phNetPay   to rvl-net
            Move phPayMethod to rvl-method
            Write revRegRecord from RevRegLine

            Move rvEmpNum to ytEmpNum
            Read ytdFile
                invalid key
                    Continue
                not invalid key
                    Subtract phGross    from ytYtdPay
                    Subtract ph401k     from ytYtd401k
                    Subtract phFedTax   from ytYtdFedTax
                    Subtract phStateTax from ytYtdStateTax
                    If ytYtdFicaWages < phFicaWages
                        Move 0 to ytYtdFicaWages
                    Else
                        Subtract phFicaWages from ytYtdFicaWages
                    End-If
                    If ytYtdSutaWages < phSutaWages
                        Move 0 to ytYtdSutaWages
                    Else
                        Subtract phSutaWages from ytYtdSutaWages
                    End-If
                    Compute ws-state-wages = phGross - ph401k
                    Perform 302-backOutYtdState
                        varying YtIdx from 1 by 1
                        until YtIdx > 4
                    Rewrite ytdMasterRecord
                    Subtract phGross from ws-ytd-hash
            End-Read

            Perform 310-restoreGarnOrder
                varying ws-gp from 1 by 1
                until ws-gp > 9
            If phVacAccrue > 0 or phSickAccrue > 0
                Perform 320-backOutPto
            End-If
            If phRetro > 0 and retro-open-on
                Perform 330-reopenRetroPay
            End-If

            Move "R"         to phStatus
            Move ws-run-date to phRevDate
            Rewrite histRecord

            Perform 340-writeActionLine

            Add 1 to ws-cnt-reversed
            Add phGross     to ws-tot-gross
            Add ph401k      to ws-tot-401k
            Add phFedTax    to ws-tot-fed
            Add phStateTax  to ws-tot-state
            Add phGarn      to ws-tot-garn
            Add phNetPay    to ws-tot-net
            Add phFicaWages to ws-tot-fica-wages
            Add phSutaWages to ws-tot-suta-wages.

      *> Takes the payment off the YTD bucket for the work state it
      *> was taxed in. History written before the work state was
      *> carried has none, and only the totals above come back off.
        302-backOutYtdState.
            If phWorkState not = Spaces
                    and ytState(YtIdx) = phWorkState
                If ytStateWages(YtIdx) < ws-state-wages
                    Move 0 to ytStateWages(YtIdx)
                Else
                    Subtract ws-state-wages from ytStateWages(YtIdx)
                End-If
                If ytStateTaxAmt(YtIdx) < phStateTax
                    Move 0 to ytStateTaxAmt(YtIdx)
                Else
                    Subtract phStateTax from ytStateTaxAmt(YtIdx)
                End-If
            End-If.

      *> What the order took goes back on its balance; the agency
      *> has already been remitted it, so the register says so.
        310-restoreGarnOrder.
            If phGarnTake(ws-gp) > 0
                Move rvEmpNum to gnEmpNum
                Move ws-gp    to gnPriority
                Read garnFile
                    invalid key
                        Continue
                    not invalid key
                        Add phGarnTake(ws-gp) to gnBalance
                        Rewrite garnRecord
                        Add phGarnTake(ws-gp) to ws-garn-hash
                        Move gnPriority  to rgl-pri
                        Move gnOrderType to rgl-type
                        Move gnAgency    to rgl-agency
                        Move phGarnTake(ws-gp) to rgl-amount
                        Write revRegRecord from RevGarnLine
                End-Read
            End-If.

      *> The period's accrual comes off the balances. Hours already
      *> taken since cannot be taken back, so a balance is never
      *> driven below zero - the shortfall is flagged for HR.
        320-backOutPto.
            Move 0 to ws-vac-back
            Move 0 to ws-sick-back
            Move "N" to ws-pto-short
            Move Spaces to rpl-note
            If pto-open-on
                Move rvEmpNum to ptEmpNum
                Read ptoFile
                    invalid key
                        Move "PTO record not on file" to rpl-note
                    not invalid key
                        If ptVacBal < phVacAccrue
                            Move ptVacBal to ws-vac-back
                            Move "Y" to ws-pto-short
                        Else
                            Move phVacAccrue to ws-vac-back
                        End-If
                        If ptSickBal < phSickAccrue
                            Move ptSickBal to ws-sick-back
                            Move "Y" to ws-pto-short
                        Else
                            Move phSickAccrue to ws-sick-back
                        End-If
                        Subtract ws-vac-back  from ptVacBal
                        Subtract ws-sick-back from ptSickBal
                        Rewrite ptoMasterRecord
                        Compute ws-pto-hash = ws-pto-hash
                            - ws-vac-back - ws-sick-back
                End-Read
            Else
                Move "PTO file not on hand" to rpl-note
            End-If
            If ws-pto-short = "Y"
                Move "Hours already used - HR to recover"
                    to rpl-note
            End-If
            Move ws-vac-back  to rpl-vac
            Move ws-sick-back to rpl-sick
            Write revRegRecord from RevPtoLine
            Add ws-vac-back  to ws-tot-vac
            Add ws-sick-back to ws-tot-sick.

      *> Retro pay the payment covered is owed again: the items the
      *> run marked paid on this payment's date are found by a scan
      *> of the employee's payables, then reopened once the scan is
      *> done. A regular period took every item due; an off-cycle
      *> payment took exactly one, of its own gross.
        330-reopenRetroPay.
            Move 0 to ws-rk-cnt
            Move phEmpNum to rpEmpNum
            Move 0 to rpEffDate
            Move "N" to ws-retro-eof
            Start retroFile key not < rpKey
                invalid key
                    Move "Y" to ws-retro-eof
            End-Start
            Perform 332-scanRetroEntry
                until ws-retro-eof = "Y"
            Perform 336-reopenRetroEntry
                varying RkIdx from 1 by 1
                until RkIdx > ws-rk-cnt.

        332-scanRetroEntry.
            Read retroFile next
                at end
                    Move "Y" to ws-retro-eof
                not at end
                    If rpEmpNum not = phEmpNum
                        Move "Y" to ws-retro-eof
                    Else
                        If retroPaid and rpPaidDate = phPerEnd
                            Perform 334-takeRetroKey
                        End-If
                    End-If
            End-Read.

        334-takeRetroKey.
            Evaluate true
                When regularRun and rpPaidBy = "R" and ws-rk-cnt < 9
                    Add 1 to ws-rk-cnt
                    Set RkIdx to ws-rk-cnt
                    Move rpEffDate to rk-effdate(RkIdx)
                    Move rpAmount  to rk-amount(RkIdx)
                When supplementalRun and rpPaidBy = "S"
                        and rpAmount = phRetro and ws-rk-cnt = 0
                    Add 1 to ws-rk-cnt
                    Set RkIdx to ws-rk-cnt
                    Move rpEffDate to rk-effdate(RkIdx)
                    Move rpAmount  to rk-amount(RkIdx)
                    Move "Y" to ws-retro-eof
            End-Evaluate.

        336-reopenRetroEntry.
            Move phEmpNum to rpEmpNum
            Move rk-effdate(RkIdx) to rpEffDate
            Read retroFile
                invalid key
                    Continue
                not invalid key
                    Move "O"    to rpStatus
                    Move Space  to rpPaidBy
                    Move 0      to rpPaidDate
                    Rewrite retroPayRecord
                    Move rpEffDate to rrl-effdate
                    Move rpAmount  to rrl-amount
                    Write revRegRecord from RevRetroLine
                    Add rpAmount to ws-tot-retro
            End-Read.

      *> How the money itself is to be recovered.
        340-writeActionLine.
            If phPayMethod = "ACH"
                Move "ACH credit - request recall from bank"
                    to ral-action
                Add 1 to ws-cnt-ach
            Else
                Move "Check - void through lab4check"
                    to ral-action
                Add 1 to ws-cnt-checks
            End-If
            Move rvMemo to ral-memo
            Write revRegRecord from RevActionLine
            Write revRegRecord from blankLine.

      *> Re-proves the control records of every keyed master the
      *> run opened, from the running counts and hashes.
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
            If pto-open-on
                Move ws-control-key to pcEmpNum
                Move ws-pto-count to pcCount
                Move ws-pto-hash  to pcHash
                Rewrite ptoControlRecord
                    invalid key
                        Write ptoControlRecord
                End-Rewrite
            End-If
            Move ws-hist-control-key to hcKey
            Move ws-hist-count to hcCount
            Move ws-hist-hash  to hcHash
            Rewrite histControlRecord
                invalid key
                    Write histControlRecord
            End-Rewrite
            If retro-open-on
                Move ws-retro-control-key to rcKey
                Move ws-retro-count to rcCount
                Move ws-retro-hash  to rcHash
                Rewrite retroControlRecord
                    invalid key
                        Write retroControlRecord
                End-Rewrite
            End-If.

      *> Totals backed out, counts, and the control totals each
      *> master was left proved at, for Audit to tie to.
        500-writeRevTotals.
            Write revRegRecord from blankLine
            Move "Gross pay reversed" to ral-label
            Move ws-tot-gross to ral-amount
            Write revRegRecord from RevAmtLine
            Move "401k deferrals reversed" to ral-label
            Move ws-tot-401k to ral-amount
            Write revRegRecord from RevAmtLine
            Move "Federal withholding reversed" to ral-label
            Move ws-tot-fed to ral-amount
            Write revRegRecord from RevAmtLine
            Move "State withholding reversed" to ral-label
            Move ws-tot-state to ral-amount
            Write revRegRecord from RevAmtLine
            Move "Garnishments restored to balances" to ral-label
            Move ws-tot-garn to ral-amount
            Write revRegRecord from RevAmtLine
            Move "Net pay to recover" to ral-label
            Move ws-tot-net to ral-amount
            Write revRegRecord from RevAmtLine
            Move "FICA taxable wages reversed" to ral-label
            Move ws-tot-fica-wages to ral-amount
            Write revRegRecord from RevAmtLine
            Move "SUTA taxable wages reversed" to ral-label
            Move ws-tot-suta-wages to ral-amount
            Write revRegRecord from RevAmtLine
            Move "Retro pay reopened" to ral-label
            Move ws-tot-retro to ral-amount
            Write revRegRecord from RevAmtLine
            Write revRegRecord from blankLine
            Move "Reversal lines read" to rcl-label
            Move ws-cnt-lines to rcl-count
            Write revRegRecord from RevCountLine
            Move "Payments reversed" to rcl-label
            Move ws-cnt-reversed to rcl-count
            Write revRegRecord from RevCountLine
            Move "Checks to void" to rcl-label
            Move ws-cnt-checks to rcl-count
            Write revRegRecord from RevCountLine
            Move "ACH credits to recall" to rcl-label
            Move ws-cnt-ach to rcl-count
            Write revRegRecord from RevCountLine
            Move "Lines rejected" to rcl-label
            Move ws-cnt-rejects to rcl-count
            Write revRegRecord from RevCountLine
            If balance-ok
                Write revRegRecord from blankLine
                Move "YTD master control" to rctl-label
                Move ws-ytd-count to rctl-count
                Move ws-ytd-hash  to rctl-hash
                Write revRegRecord from RevControlLine
                If garn-open-on
                    Move "Garnishment file control" to rctl-label
                    Move ws-garn-count to rctl-count
                    Move ws-garn-hash  to rctl-hash
                    Write revRegRecord from RevControlLine
                End-If
                If pto-open-on
                    Move "PTO master control" to rctl-label
                    Move ws-pto-count to rctl-count
                    Move ws-pto-hash  to rctl-hash
                    Write revRegRecord from RevControlLine
                End-If
                Move "Pay-history file control" to rctl-label
                Move ws-hist-count to rctl-count
                Move ws-hist-hash  to rctl-hash
                Write revRegRecord from RevControlLine
                If retro-open-on
                    Move "Retro payable file control" to rctl-label
                    Move ws-retro-count to rctl-count
                    Move ws-retro-hash  to rctl-hash
                    Write revRegRecord from RevControlLine
                End-If
            End-If.
