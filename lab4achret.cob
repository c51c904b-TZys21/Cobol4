        *>    NOC) employees also land on a re-pay worksheet so
        *>    Payroll knows who needs a check cut; items matching
        *>    nobody on the master land on a reject listing.
        *>
        *>    Mod log:
        *>    - A returned zero-dollar item is a rejected prenote: the
        *>      employee's entry on lab4's prenote file is marked
        *>      rejected with the bank's reason, which keeps them on
        *>      checks, and they are listed on lab4-prenotehr.dat
        *>      for HR to get corrected bank details. No transaction
        *>      or re-pay line is written for it - nothing was paid.
        *>    - Transaction image widened to the master record's new
        *>      length (work state added).
        *>    - Transaction image widened again for the workers' comp
        *>      class on the master record.

        Environment Division.
        Input-Output Section.
            Select retRejectFile Assign to "lab4-retrej.dat"
                Organization is Line Sequential.

            Select prenoteFile Assign to "lab4-prenote.dat"
                Organization is Indexed
                Access is Dynamic
                Record Key is pnEmpNum
                File Status is ws-prenote-status.

            Select prenoteHrFile Assign to "lab4-prenotehr.dat"
                Organization is Line Sequential.

        Data Division.
        File Section.
      *> one item per line from the bank: R is a returned deposit,
      *> the record image. lab4maint reads this file at the top of
      *> every run alongside lab4-trans.dat, so no hand merge.
        FD retTransFile.
        01 retTransRecord PIC X(270).

        FD repayFile.
        01 repayRecord    PIC X(120).
        FD retRejectFile.
        01 retRejectRecord PIC X(100).

      *> lab4's prenote file - one entry per deposit account sent
      *> a prenote, plus the control record
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

        FD prenoteHrFile.
        01 prenoteHrRecord PIC X(132).

        Working-Storage Section.

        01 eof PIC X Value "N".
            05 ws-master-status PIC XX.
                88 master-status-ok        Value "00".
                88 master-status-not-found Value "35".
            05 ws-prenote-status PIC XX.
                88 prenote-status-ok        Value "00".
                88 prenote-status-not-found Value "35".

        01 ws-prenote-open PIC X Value "N".
            88 prenote-open-on Value "Y".
        01 ws-control-key  PIC X(5) Value "~~CTL".
        01 ws-sweep.
            05 ws-sweep-count PIC 9(7) Value 0.
            05 ws-sweep-hash  PIC 9(11)V99 Value 0.
            05 ws-ctl-found   PIC X Value "N".
            05 ws-ctl-count   PIC 9(7) Value 0.
            05 ws-ctl-hash    PIC 9(11)V99 Value 0.

      *> ---------------------------------------------------------
      *> return-item table, loaded up front so every master record
            05 ws-cnt-returns  PIC 9(5) Value 0.
            05 ws-cnt-nocs     PIC 9(5) Value 0.
            05 ws-cnt-rejects  PIC 9(5) Value 0.
            05 ws-cnt-prenotes PIC 9(5) Value 0.

        01 RepayHeader1.
            05 rph-Month PIC Z9/.
            05             PIC X(3) Value Spaces.
            05 rjl-reason  PIC X(50).

        01 PrenoteHrHeader1.
            05 phh-Month PIC Z9/.
            05 phh-Day   PIC 99/.
            05 phh-Year  PIC 9999.
            05          PIC X(10) Value Spaces.
            05          PIC X(40)
                Value "Rejected ACH Prenotes - HR Follow-Up".
        01 PrenoteHrHeader2.
            05          PIC X(8)  Value "Dep #".
            05          PIC X(8)  Value "Emp #".
            05          PIC X(24) Value "Employee".
            05          PIC X(11) Value "Routing".
            05          PIC X(19) Value "Account".
            05          PIC X(8)  Value "Reason".
            05          PIC X(40) Value "Action".

        01 PrenoteHrLine.
            05 phl-depnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 phl-empnum  PIC X(5).
            05             PIC X(3) Value Spaces.
            05 phl-name    PIC X(22).
            05             PIC X(2) Value Spaces.
            05 phl-routing PIC 9(9).
            05             PIC X(2) Value Spaces.
            05 phl-account PIC X(17).
            05             PIC X(2) Value Spaces.
            05 phl-reason  PIC X(3).
            05             PIC X(5) Value Spaces.
            05             PIC X(40)
                Value "Get corrected bank details - paid check".

        01 RetTotalLine.
            05 rtl-label   PIC X(30).
            05 rtl-count   PIC ZZZZZZ9.
            Write repayRecord from RepayHeader2
            Open output retRejectFile
            Write retRejectRecord from RejectHeader
            Open output prenoteHrFile
            Write prenoteHrRecord from PrenoteHrHeader1
            Write prenoteHrRecord from blankLine
            Write prenoteHrRecord from PrenoteHrHeader2

            Perform 010-loadReturnItems
            Perform 020-openPrenoteFile

            Move "N" to eof
            Open input masterFile
            Close retTransFile
            Close repayFile
            Close retRejectFile
            Close prenoteHrFile
            If prenote-open-on
                Close prenoteFile
            End-If
            Stop Run.

        200-getDate.
            accept ws-date from date YYYYMMDD
            Move ws-yr to rph-Year
            Move ws-mo to rph-Month
            Move ws-dy to rph-Day
            Move ws-yr to phh-Year
            Move ws-mo to phh-Month
            Move ws-dy to phh-Day.

      *> Loads the bank file into the table, rejecting any item
      *> whose type byte is not R or C up front.
                End-If
            End-If.

      *> lab4's prenote file, only there once a regular ACH run has
      *> built it. It is proved against its control record before
      *> any prenote is marked; a file that does not balance is
      *> left alone and its rejects listed for a hand fix.
        020-openPrenoteFile.
            Open i-o prenoteFile
            If prenote-status-ok
                Move "Y" to ws-prenote-open
                Perform 022-verifyPrenoteFile
            End-If.

        022-verifyPrenoteFile.
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
                        Perform 024-sweepPrenoteEntry
                End-Read
            End-Perform
            Move "N" to eof
            If ws-ctl-found = "N" and ws-sweep-count = 0
                Continue
            Else
                If ws-ctl-found = "N"
                        or ws-sweep-count not = ws-ctl-count
                        or ws-sweep-hash not = ws-ctl-hash
                    Move "ALL" to rjl-type
                    Move Spaces to rjl-empnum
                    Move "Prenote file does not balance - not updated"
                        to rjl-reason
                    Perform 059-writeReject
                    Close prenoteFile
                    Move "N" to ws-prenote-open
                End-If
            End-If.

        024-sweepPrenoteEntry.
            If pnEmpNum = ws-control-key
                Move "Y" to ws-ctl-found
                Move pncCount to ws-ctl-count
                Move pncHash  to ws-ctl-hash
            Else
                Add 1 to ws-sweep-count
                Add pnRouting to ws-sweep-hash
            End-If.

        059-writeReject.
            Write retRejectRecord from RejectLine
            Add 1 to ws-cnt-rejects.
            If ri-empnum(RetIdx) = msEmpNum
                    and ri-applied(RetIdx) = "N"
                Move msPayrollRecord to trPayrollRecord
                Evaluate true
                    When ri-type(RetIdx) = "R"
                            and ri-amount(RetIdx) = 0
                        Perform 140-rejectPrenote
                    When ri-type(RetIdx) = "R"
                        Move "N" to trDepositFlag
                        Perform 120-writeRetTransaction
                        Perform 130-writeRepayLine
                        Add 1 to ws-cnt-returns
                    When ri-type(RetIdx) = "C"
                        If ri-corrrouting(RetIdx) > 0
                            Move ri-corrrouting(RetIdx)
                                to trBankRouting
            Move ri-amount(RetIdx) to rpl-amount
            Write repayRecord from RepayLine.

      *> A prenote the bank would not accept. The deposit flag is
      *> left on so that HR keying corrected details is what sends
      *> the next prenote; until then lab4 pays this employee by
      *> check. Status only changes here, so the control hash (the
      *> routing numbers) still stands.
        140-rejectPrenote.
            If prenote-open-on
                Move msEmpNum to pnEmpNum
                Read prenoteFile
                    invalid key
                        Move "R" to rjl-type
                        Move msEmpNum to rjl-empnum
                        Move "Zero-dollar return but no prenote on file"
                            to rjl-reason
                        Perform 059-writeReject
                    not invalid key
                        Move "R"               to pnStatus
                        Move ri-reason(RetIdx) to pnRetReason
                        Move ws-date           to pnRetDate
                        Rewrite prenoteRecord
                        Perform 145-writePrenoteHrLine
                        Add 1 to ws-cnt-prenotes
                End-Read
            Else
                Move "R" to rjl-type
                Move msEmpNum to rjl-empnum
                Move "Prenote return - prenote file not available"
                    to rjl-reason
                Perform 059-writeReject
            End-If.

        145-writePrenoteHrLine.
            Move msDepNum      to phl-depnum
            Move msEmpNum      to phl-empnum
            Move msLastName    to phl-name
            Move pnRouting     to phl-routing
            Move pnAccount     to phl-account
            Move pnRetReason   to phl-reason
            Write prenoteHrRecord from PrenoteHrLine.

      *> Whatever the master sweep never matched is a bank item
      *> keyed to nobody - listed so Treasury can chase it by hand.
        300-rejectUnmatched.
            Move "NOCs applied" to rtl-label
            Move ws-cnt-nocs to rtl-count
            Write repayRecord from RetTotalLine
            Move "Prenotes rejected" to rtl-label
            Move ws-cnt-prenotes to rtl-count
            Write repayRecord from RetTotalLine
            Move "Items rejected" to rtl-label
            Move ws-cnt-rejects to rtl-count
            Write repayRecord from RetTotalLine.
