
        Identification Division.
        Program-ID. lab4chkrec.

        *>     Tyler Zysberg
        *>    Outstanding check reconciliation
        *>
        *>    Reads the bank's paid-items file for the payroll account
        *>    and matches each paid check to lab4check's numbered
        *>    register by check number and amount. A match is marked
        *>    cleared by appending a C record to lab4-chkreg.dat, dated
        *>    the day the bank paid it, so the register carries its
        *>    own reconciliation and lab4check will not void a check
        *>    that has already been paid. An amount that does not
        *>    agree, a check paid after it was voided, a check paid
        *>    twice and a number not on the register all go on the
        *>    exceptions listing instead. An item already cleared for
        *>    the same amount on the same paid date - the same bank
        *>    file run through again - is counted as already
        *>    reconciled and left alone.
        *>
        *>    Every check still outstanding afterwards is reported
        *>    aged by issue date. One older than LAB4_STALE_DAYS
        *>    (default 180) is flagged to be voided through lab4check;
        *>    one older than LAB4_ESCHEAT_DAYS (default 1095, the
        *>    state's three-year dormancy period) is also listed for
        *>    the unclaimed-property filing.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select paidFile Assign to "lab4-paiditems.dat"
                Organization is Line Sequential
                File Status is ws-paid-status.

            Select chkNumRegFile Assign to "lab4-chkreg.dat"
                Organization is Line Sequential
                File Status is ws-chknumreg-status.

            Select recExcFile Assign to "lab4-recexc.dat"
                Organization is Line Sequential.

            Select outChkFile Assign to "lab4-outchk.dat"
                Organization is Line Sequential.

            Select escheatFile Assign to "lab4-escheat.dat"
                Organization is Line Sequential.

        Data Division.
        File Section.
      *> one item per check the bank paid since the last file:
      *> the check number and amount as presented and the paid date
        FD paidFile.
        01 paidRecord.
            05 piChkNum   PIC 9(8).
            05 piAmount   PIC 9(9)V99.
            05 piPaidDate PIC 9(8).

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

        FD recExcFile.
        01 recExcRecord   PIC X(120).

        FD outChkFile.
        01 outChkRecord   PIC X(132).

        FD escheatFile.
        01 escheatRecord  PIC X(120).

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
            05 ws-paid-status PIC XX.
                88 paid-status-ok        Value "00".
                88 paid-status-not-found Value "35".
            05 ws-chknumreg-status PIC XX.
                88 chknumreg-status-ok        Value "00".
                88 chknumreg-status-not-found Value "35".

      *> the stale-date window and the dormancy period, in days
        01 ws-stale-days   PIC 9(4) Value 180.
        01 ws-escheat-days PIC 9(4) Value 1095.

      *> ---------------------------------------------------------
      *> register table, loaded up front with every check's current
      *> status so each paid item can be matched in one pass
      *> ---------------------------------------------------------
        01 ws-reg-cnt PIC 9(4) Value 0.
        01 RegisterTable.
            05 RegisterEntry Occurs 2000 Times
                    Depending on ws-reg-cnt Indexed by RgIdx.
                10 rt-status  PIC X.
                10 rt-chknum  PIC 9(8).
                10 rt-date    PIC 9(8).
                10 rt-empnum  PIC X(5).
                10 rt-payee   PIC X(35).
                10 rt-amount  PIC 9(9)V99.
                10 rt-paid-date PIC 9(8).

        01 ws-match-found PIC X Value "N".
        01 ws-match-idx   PIC 9(4) Value 0.
        01 ws-age-days    PIC S9(7) Value 0.
        01 ws-bucket      PIC 9 Value 0.

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

        01 ws-rec-counts.
            05 ws-cnt-items     PIC 9(5) Value 0.
            05 ws-cnt-cleared   PIC 9(5) Value 0.
            05 ws-cnt-prior     PIC 9(5) Value 0.
            05 ws-cnt-exc       PIC 9(5) Value 0.
            05 ws-cnt-outstand  PIC 9(5) Value 0.
            05 ws-cnt-stale     PIC 9(5) Value 0.
            05 ws-cnt-escheat   PIC 9(5) Value 0.
            05 ws-amt-items     PIC 9(11)V99 Value 0.
            05 ws-amt-cleared   PIC 9(11)V99 Value 0.
            05 ws-amt-prior     PIC 9(11)V99 Value 0.
            05 ws-amt-exc       PIC 9(11)V99 Value 0.
            05 ws-amt-outstand  PIC 9(11)V99 Value 0.
            05 ws-amt-stale     PIC 9(11)V99 Value 0.
            05 ws-amt-escheat   PIC 9(11)V99 Value 0.

      *> aging buckets for the outstanding report
        01 ws-bucket-labels-tab.
            05          PIC X(12) Value "0-30 days".
            05          PIC X(12) Value "31-60 days".
            05          PIC X(12) Value "61-90 days".
            05          PIC X(12) Value "91-180 days".
            05          PIC X(12) Value "Over 180".
        01 ws-bucket-labels redefines ws-bucket-labels-tab.
            05 ws-bucket-label PIC X(12) Occurs 5 Times.
        01 AgingTable.
            05 AgingEntry Occurs 5 Times Indexed by AgIdx.
                10 ag-count  PIC 9(5).
                10 ag-amount PIC 9(11)V99.

        01 RecExcHeader1.
            05 reh-Month PIC Z9/.
            05 reh-Day   PIC 99/.
            05 reh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(40)
                Value "Check Reconciliation Exceptions".
        01 RecExcHeader2.
            05          PIC X(11) Value "Check No.".
            05          PIC X(10) Value "Paid".
            05          PIC X(18) Value "     Bank Amount".
            05          PIC X(18) Value " Register Amount".
            05          PIC X(50) Value "  Exception".
        01 RecExcLine.
            05 rel-chknum  PIC ZZZZZZZ9.
            05             PIC X(3) Value Spaces.
            05 rel-paid    PIC 9(8).
            05             PIC X(2) Value Spaces.
            05 rel-bankamt PIC $$$,$$$,$$9.99.
            05             PIC X(2) Value Spaces.
            05 rel-regamt  PIC $$$,$$$,$$9.99.
            05             PIC X(3) Value Spaces.
            05 rel-reason  PIC X(50).

        01 OutChkHeader1.
            05 och-Month PIC Z9/.
            05 och-Day   PIC 99/.
            05 och-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(40)
                Value "Outstanding Payroll Checks by Age".
        01 OutChkHeader2.
            05          PIC X(11) Value "Check No.".
            05          PIC X(10) Value "Issued".
            05          PIC X(8)  Value "Emp #".
            05          PIC X(37) Value "Payee".
            05          PIC X(16) Value "       Amount".
            05          PIC X(8)  Value "  Days".
            05          PIC X(14) Value "Age".
            05          PIC X(20) Value "Action".
        01 OutChkLine.
            05 ocl-chknum  PIC ZZZZZZZ9.
            05             PIC X(3) Value Spaces.
            05 ocl-issued  PIC 9(8).
            05             PIC X(2) Value Spaces.
            05 ocl-empnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 ocl-payee   PIC X(35).
            05             PIC X(2) Value Spaces.
            05 ocl-amount  PIC $$$,$$$,$$9.99.
            05             PIC X(2) Value Spaces.
            05 ocl-days    PIC ZZZZ9.
            05             PIC X(3) Value Spaces.
            05 ocl-bucket  PIC X(12).
            05             PIC X(2) Value Spaces.
            05 ocl-action  PIC X(20).
        01 AgingTotalLine.
            05 atl-label   PIC X(30).
            05 atl-count   PIC ZZZZZZ9.
            05             PIC X(3) Value Spaces.
            05 atl-amount  PIC $$$,$$$,$$$,$$9.99.

        01 EscheatHeader1.
            05 esh-Month PIC Z9/.
            05 esh-Day   PIC 99/.
            05 esh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(50)
                Value "Unclaimed Payroll Checks - Escheat Listing".
        01 EscheatHeader2.
            05          PIC X(11) Value "Check No.".
            05          PIC X(10) Value "Issued".
            05          PIC X(8)  Value "Emp #".
            05          PIC X(37) Value "Payee".
            05          PIC X(16) Value "       Amount".
            05          PIC X(8)  Value "  Days".
        01 EscheatLine.
            05 esl-chknum  PIC ZZZZZZZ9.
            05             PIC X(3) Value Spaces.
            05 esl-issued  PIC 9(8).
            05             PIC X(2) Value Spaces.
            05 esl-empnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 esl-payee   PIC X(35).
            05             PIC X(2) Value Spaces.
            05 esl-amount  PIC $$$,$$$,$$9.99.
            05             PIC X(2) Value Spaces.
            05 esl-days    PIC ZZZZ9.

        01 RecTotalLine.
            05 rtl-label   PIC X(30).
            05 rtl-count   PIC ZZZZZZ9.
            05             PIC X(3) Value Spaces.
            05 rtl-amount  PIC $$$,$$$,$$$,$$9.99.

        Procedure Division.
        000-Main.
            Accept ws-stale-days from Environment "LAB4_STALE_DAYS"
                On Exception
                    Move 180 to ws-stale-days
            End-Accept
            If ws-stale-days = 0
                Move 180 to ws-stale-days
            End-If
            Accept ws-escheat-days from Environment
                    "LAB4_ESCHEAT_DAYS"
                On Exception
                    Move 1095 to ws-escheat-days
            End-Accept
            If ws-escheat-days = 0
                Move 1095 to ws-escheat-days
            End-If

            Perform 200-getDate
            Perform 010-loadRegister

            Open output recExcFile
            Write recExcRecord from RecExcHeader1
            Write recExcRecord from blankLine
            Write recExcRecord from RecExcHeader2
            Open output outChkFile
            Write outChkRecord from OutChkHeader1
            Write outChkRecord from blankLine
            Write outChkRecord from OutChkHeader2
            Open output escheatFile
            Write escheatRecord from EscheatHeader1
            Write escheatRecord from blankLine
            Write escheatRecord from EscheatHeader2

            If chknumreg-status-ok
                Open extend chkNumRegFile
                Perform 100-matchPaidItems
                Close chkNumRegFile
            Else
                Move 0 to rel-chknum
                Move 0 to rel-paid
                Move 0 to rel-bankamt
                Move 0 to rel-regamt
                Move "Check register missing - nothing reconciled"
                    to rel-reason
                Perform 059-writeException
                Move 16 to Return-Code
            End-If

            Perform 300-reportOutstanding
            Perform 500-writeRecTotals

            Close recExcFile
            Close outChkFile
            Close escheatFile
            Stop Run.

        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-date to ws-run-date
            Move ws-run-date to ws-cnv-date
            Perform 220-dateToSerial
            Move ws-cnv-serial to ws-run-serial
            Move ws-mo to reh-Month
            Move ws-dy to reh-Day
            Move ws-yr to reh-Year
            Move ws-mo to och-Month
            Move ws-dy to och-Day
            Move ws-yr to och-Year
            Move ws-mo to esh-Month
            Move ws-dy to esh-Day
            Move ws-yr to esh-Year.

      *> Day-serial for a calendar date, as lab4 derives it, so the
      *> age of a check is a plain subtraction.
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

      *> Reads the cumulative register back, carrying each issued
      *> check forward with whatever later void or clear record
      *> the register holds for it.
        010-loadRegister.
            Open input chkNumRegFile
            If chknumreg-status-ok
                Move "N" to eof
                Perform until eof = "Y"
                    Read chkNumRegFile
                        at end
                            Move "Y" to eof
                        not at end
                            Perform 012-storeRegisterEntry
                End-Perform
                Close chkNumRegFile
                Move "N" to eof
            End-If.

        012-storeRegisterEntry.
            Evaluate rgStatus
                When "I"
                    If ws-reg-cnt < 2000
                        Add 1 to ws-reg-cnt
                        Set RgIdx to ws-reg-cnt
                        Move rgStatus to rt-status(RgIdx)
                        Move rgChkNum to rt-chknum(RgIdx)
                        Move rgDate   to rt-date(RgIdx)
                        Move rgEmpNum to rt-empnum(RgIdx)
                        Move rgPayee  to rt-payee(RgIdx)
                        Move rgAmount to rt-amount(RgIdx)
                        Move 0        to rt-paid-date(RgIdx)
                    Else
                        Move rgChkNum to rel-chknum
                        Move 0 to rel-paid
                        Move 0 to rel-bankamt
                        Move rgAmount to rel-regamt
                        Move "Register table full - entry discarded"
                            to rel-reason
                        Perform 059-writeException
                    End-If
                When "V"
                When "C"
                    Perform 015-markPriorStatus
            End-Evaluate.

        015-markPriorStatus.
            Perform 017-scanPriorStatus
                varying RgIdx from 1 by 1
                until RgIdx > ws-reg-cnt.

        017-scanPriorStatus.
            If rt-chknum(RgIdx) = rgChkNum
                    and rt-status(RgIdx) = "I"
                Move rgStatus to rt-status(RgIdx)
                If rgStatus = "C"
                    Move rgDate to rt-paid-date(RgIdx)
                End-If
            End-If.

        059-writeException.
            Write recExcRecord from RecExcLine.

      *> One pass of the bank file. Only an issued check paid for
      *> exactly its register amount clears; anything else is an
      *> exception for Treasury and the register is left as it was.
        100-matchPaidItems.
            Move "N" to eof
            Open input paidFile
            If paid-status-ok
                Perform until eof = "Y"
                    Read paidFile
                        at end
                            Move "Y" to eof
                        not at end
                            Add 1 to ws-cnt-items
                            Add piAmount to ws-amt-items
                            Perform 110-matchPaidItem
                End-Perform
                Close paidFile
            End-If
            Move "N" to eof.

      *> An item matching a check already cleared for the same
      *> amount on the same paid date is the same bank file run
      *> through again and is already reconciled - only a second
      *> presentment on a different day is a check paid twice.
        110-matchPaidItem.
            If piPaidDate = 0
                Move ws-run-date to piPaidDate
            End-If
            Move "N" to ws-match-found
            Perform 115-findRegisterEntry
                varying RgIdx from 1 by 1
                until RgIdx > ws-reg-cnt
                    or ws-match-found = "Y"
            Move piChkNum   to rel-chknum
            Move piPaidDate to rel-paid
            Move piAmount   to rel-bankamt
            If ws-match-found = "N"
                Move 0 to rel-regamt
                Move "Paid check not on register" to rel-reason
                Perform 120-writeItemException
            Else
                Set RgIdx to ws-match-idx
                Move rt-amount(RgIdx) to rel-regamt
                Evaluate true
                    When rt-status(RgIdx) = "V"
                        Move "Paid but voided - recover from bank"
                            to rel-reason
                        Perform 120-writeItemException
                    When rt-status(RgIdx) = "C"
                            and piAmount = rt-amount(RgIdx)
                            and piPaidDate = rt-paid-date(RgIdx)
                        Add 1 to ws-cnt-prior
                        Add piAmount to ws-amt-prior
                    When rt-status(RgIdx) = "C"
                        Move "Already cleared - paid twice"
                            to rel-reason
                        Perform 120-writeItemException
                    When piAmount not = rt-amount(RgIdx)
                        Move "Paid amount does not match register"
                            to rel-reason
                        Perform 120-writeItemException
                    When other
                        Perform 130-clearRegisterEntry
                End-Evaluate
            End-If.

        115-findRegisterEntry.
            If rt-chknum(RgIdx) = piChkNum
                Move "Y" to ws-match-found
                Set ws-match-idx to RgIdx
            End-If.

        120-writeItemException.
            Perform 059-writeException
            Add 1 to ws-cnt-exc
            Add piAmount to ws-amt-exc.

      *> The register's clear record, dated the day the bank paid
      *> the check.
        130-clearRegisterEntry.
            Move "C" to rt-status(RgIdx)
            Move piPaidDate to rt-paid-date(RgIdx)

            Move "C" to rgStatus
            Move rt-chknum(RgIdx) to rgChkNum
            Move piPaidDate to rgDate
            Move rt-empnum(RgIdx) to rgEmpNum
            Move rt-payee(RgIdx)  to rgPayee
            Move rt-amount(RgIdx) to rgAmount
            Move 0 to rgRefNum
            Write chkNumRegRecord

            Add 1 to ws-cnt-cleared
            Add rt-amount(RgIdx) to ws-amt-cleared.

      *> Every check still issued and unpaid, aged from its issue
      *> date, with the stale and escheat flags and a count and
      *> amount per aging bucket at the foot.
        300-reportOutstanding.
            Perform 305-clearAgingEntry
                varying AgIdx from 1 by 1
                until AgIdx > 5
            Perform 310-reportOutstandingEntry
                varying RgIdx from 1 by 1
                until RgIdx > ws-reg-cnt
            Write outChkRecord from blankLine
            Perform 330-writeAgingTotal
                varying AgIdx from 1 by 1
                until AgIdx > 5
            Move "Total outstanding" to atl-label
            Move ws-cnt-outstand to atl-count
            Move ws-amt-outstand to atl-amount
            Write outChkRecord from AgingTotalLine
            Move "Stale-dated - void" to atl-label
            Move ws-cnt-stale to atl-count
            Move ws-amt-stale to atl-amount
            Write outChkRecord from AgingTotalLine

            Write escheatRecord from blankLine
            Move "Total for escheat filing" to rtl-label
            Move ws-cnt-escheat to rtl-count
            Move ws-amt-escheat to rtl-amount
            Write escheatRecord from RecTotalLine.

        305-clearAgingEntry.
            Move 0 to ag-count(AgIdx)
            Move 0 to ag-amount(AgIdx).

        310-reportOutstandingEntry.
            If rt-status(RgIdx) = "I"
                Move rt-date(RgIdx) to ws-cnv-date
                Perform 220-dateToSerial
                Compute ws-age-days = ws-run-serial - ws-cnv-serial
                If ws-age-days < 0
                    Move 0 to ws-age-days
                End-If
                Evaluate true
                    When ws-age-days <= 30
                        Move 1 to ws-bucket
                    When ws-age-days <= 60
                        Move 2 to ws-bucket
                    When ws-age-days <= 90
                        Move 3 to ws-bucket
                    When ws-age-days <= 180
                        Move 4 to ws-bucket
                    When other
                        Move 5 to ws-bucket
                End-Evaluate
                Set AgIdx to ws-bucket
                Add 1 to ag-count(AgIdx)
                Add rt-amount(RgIdx) to ag-amount(AgIdx)
                Add 1 to ws-cnt-outstand
                Add rt-amount(RgIdx) to ws-amt-outstand

                Move rt-chknum(RgIdx) to ocl-chknum
                Move rt-date(RgIdx)   to ocl-issued
                Move rt-empnum(RgIdx) to ocl-empnum
                Move rt-payee(RgIdx)  to ocl-payee
                Move rt-amount(RgIdx) to ocl-amount
                Move ws-age-days      to ocl-days
                Move ws-bucket-label(ws-bucket) to ocl-bucket
                Move Spaces to ocl-action
                If ws-age-days > ws-stale-days
                    Move "STALE - VOID" to ocl-action
                    Add 1 to ws-cnt-stale
                    Add rt-amount(RgIdx) to ws-amt-stale
                End-If
                If ws-age-days > ws-escheat-days
                    Move "STALE - ESCHEAT" to ocl-action
                    Perform 320-writeEscheatLine
                End-If
                Write outChkRecord from OutChkLine
            End-If.

        320-writeEscheatLine.
            Move rt-chknum(RgIdx) to esl-chknum
            Move rt-date(RgIdx)   to esl-issued
            Move rt-empnum(RgIdx) to esl-empnum
            Move rt-payee(RgIdx)  to esl-payee
            Move rt-amount(RgIdx) to esl-amount
            Move ws-age-days      to esl-days
            Write escheatRecord from EscheatLine
            Add 1 to ws-cnt-escheat
            Add rt-amount(RgIdx) to ws-amt-escheat.

        330-writeAgingTotal.
            Move ws-bucket-label(AgIdx) to atl-label
            Move ag-count(AgIdx)  to atl-count
            Move ag-amount(AgIdx) to atl-amount
            Write outChkRecord from AgingTotalLine.

      *> Control counts at the foot of the exceptions listing, for
      *> the controls review - items read cross-foot to cleared
      *> plus excepted.
        500-writeRecTotals.
            Write recExcRecord from blankLine
            Move "Paid items read" to rtl-label
            Move ws-cnt-items to rtl-count
            Move ws-amt-items to rtl-amount
            Write recExcRecord from RecTotalLine
            Move "Checks cleared" to rtl-label
            Move ws-cnt-cleared to rtl-count
            Move ws-amt-cleared to rtl-amount
            Write recExcRecord from RecTotalLine
            Move "Already reconciled" to rtl-label
            Move ws-cnt-prior to rtl-count
            Move ws-amt-prior to rtl-amount
            Write recExcRecord from RecTotalLine
            Move "Exceptions" to rtl-label
            Move ws-cnt-exc to rtl-count
            Move ws-amt-exc to rtl-amount
            Write recExcRecord from RecTotalLine
            Move "Checks outstanding" to rtl-label
            Move ws-cnt-outstand to rtl-count
            Move ws-amt-outstand to rtl-amount
            Write recExcRecord from RecTotalLine.
