        *>      and termination date on the master) instead of a
        *>      hard delete, so year-end, EEO counts and the tenure
        *>      report still know about leavers.
        *>    - A C transaction that changes Pay with an effective
        *>      date already past is written to the retro request
        *>      file (old and new rate, effective date) once the run
        *>      proves clean, for lab4retro to work out the back pay.
        *>    - E (enrollment) transactions from lab4oe's open
        *>      enrollment run are read from lab4-oetrans.dat with
        *>      the keyed batch and parked until the plan year
        *>      starts; an E applies only the medical, dental and
        *>      vision bytes of its image, so maintenance keyed in
        *>      the meantime is not overwritten.
        *>    - Transaction, pending and audit images widened to the
        *>      master record's new length (work state added).
        *>    - Images widened again for the workers' comp class on
        *>      the master record.

        Environment Division.
        Input-Output Section.
                Organization is Line Sequential
                File Status is ws-rettrans-status.

            Select oeTransFile Assign to "lab4-oetrans.dat"
                Organization is Line Sequential
                File Status is ws-oetrans-status.

            Select newMasterFile Assign to "lab4-new.dat"
                Organization is Line Sequential.

            Select pendListFile Assign to "lab4-pendlist.dat"
                Organization is Line Sequential.

            Select retroReqFile Assign to "lab4-retroreq.dat"
                Organization is Line Sequential
                File Status is ws-retroreq-status.

        Data Division.
        File Section.
        FD masterFile.
        Copy payroll replacing ==:prefix:== By ==ms==.

      *> one transaction per line: an action byte (A, C, D, E or T) in
      *> column 1, the effective date (YYYYMMDD, or zeros to apply
      *> at once) in columns 2-9, then the full master record image
      *> laid out exactly as on lab4-in.dat. A T transaction only
      *> needs EmpNum and (optionally) TermDate filled on the image,
      *> an E transaction EmpNum and the Medical/Dental/Vision bytes.
        FD transFile.
        01 transRecord    PIC X(270).

      *> the C transactions lab4achret generates from the bank's
      *> return/NOC file, in the same layout as lab4-trans.dat -
      *> read at the top of every run alongside the keyed batch so
      *> the fixes reach the master without a hand merge
        FD retTransFile.
        01 retTransRecord PIC X(270).

      *> lab4oe's enrollment (E) transactions, same layout, dated
      *> the plan-year start and emptied like the return fixes
        FD oeTransFile.
        01 oeTransRecord  PIC X(270).

      *> transactions not yet due: the original submission date
      *> followed by the transaction line exactly as keyed, carried
        FD pendFile.
        01 pendRecord.
            05 pdSubmitDate PIC 9(8).
            05 pdTransData  PIC X(270).

        FD pendListFile.
        01 pendListRecord PIC X(120).
        FD rejectFile.
        01 rejectRecord   PIC X(250).

      *> one line per back-dated rate change, appended run to run
      *> until lab4retro consumes them
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

        Working-Storage Section.

        01 eof PIC X Value "N".
            05 ws-rettrans-status PIC XX.
                88 rettrans-status-ok        Value "00".
                88 rettrans-status-not-found Value "35".
            05 ws-oetrans-status PIC XX.
                88 oetrans-status-ok        Value "00".
                88 oetrans-status-not-found Value "35".
            05 ws-pend-status   PIC XX.
                88 pend-status-ok        Value "00".
                88 pend-status-not-found Value "35".
            05 ws-retroreq-status PIC XX.
                88 retroreq-status-ok        Value "00".
                88 retroreq-status-not-found Value "35".

      *> ---------------------------------------------------------
      *> transaction table, loaded up front so every master record
                10 tt-origin   PIC X.
                10 tt-effdate  PIC 9(8).
                10 tt-submit   PIC 9(8).
                10 tt-image    PIC X(270).

      *> ---------------------------------------------------------
      *> pending transactions carried in from lab4-pend.dat, held
            05 PendHoldEntry Occurs 200 Times
                    Depending on ws-pend-cnt Indexed by PdIdx.
                10 ph-submit   PIC 9(8).
                10 ph-transdata PIC X(270).

        01 ws-tr-submit  PIC 9(8).
        01 ws-tr-effdate PIC 9(8).

      *> ---------------------------------------------------------
      *> back-dated rate changes applied this run, held until the
      *> new generation proves so a refused run requests nothing
      *> ---------------------------------------------------------
        01 ws-rq-cnt PIC 9(4) Value 0.
        01 RetroReqTable.
            05 RetroReqEntry Occurs 200 Times
                    Depending on ws-rq-cnt Indexed by RqIdx.
                10 rq-empnum     PIC X(5).
                10 rq-depnum     PIC X(5).
                10 rq-effdate    PIC 9(8).
                10 rq-oldpaycode PIC X.
                10 rq-oldpay     PIC 9(7)V99.
                10 rq-newpaycode PIC X.
                10 rq-newpay     PIC 9(7)V99.

      *> where this transaction came from: "T" the keyed batch,
      *> "P" the pending file, "R" lab4achret's return fixes, "O"
      *> lab4oe's enrollment changes. Only "P" entries are
      *> re-parked when the run fails its balance proof - the
      *> trans, return-fix and enrollment files all survive on
      *> disk for the re-run (the last two are emptied only once
      *> a run proves clean)
        01 ws-tr-origin  PIC X.
        01 ws-cnt-reparked PIC 9(5) Value 0.

            05 ws-cnt-pend-due   PIC 9(5) Value 0.
            05 ws-cnt-pend-out   PIC 9(5) Value 0.
            05 ws-cnt-rettrans   PIC 9(5) Value 0.
            05 ws-cnt-oetrans    PIC 9(5) Value 0.
            05 ws-cnt-benefits   PIC 9(5) Value 0.
            05 ws-cnt-retroreq   PIC 9(5) Value 0.

        01 ws-delete-flag PIC X Value "N".
        01 ws-master-open PIC X Value "N".

        01 AuditImageLine.
            05 ail-tag     PIC X(9).
            05 ail-image   PIC X(261).

        01 RejectHeader.
            05          PIC X(8)  Value "Action".

                Perform 010-loadTransactions
                Perform 009-loadReturnTransactions
                Perform 011-loadEnrollTransactions

                Perform until eof = "Y"
                    Read masterFile
                    Perform 460-reparkConsumed
                Else
                    Perform 470-truncateRetTrans
                    Perform 472-truncateOeTrans
                    Perform 480-writeRetroRequests
                End-If
                Close pendFile
            Else
            End-If.

      *> Loads the whole transaction batch, rejecting any line whose
      *> action byte is not A, C, D, E or T up front; each good line is
      *> routed by effective date - due today it joins the table,
      *> future-dated it parks on the pending file.
        010-loadTransactions.
            End-If
            Move "N" to eof.

      *> Folds lab4oe's enrollment changes into the batch the same
      *> way. Dated the plan-year start, they normally go straight
      *> onto the pending file; the file is emptied only after a
      *> proven run (see 472-truncateOeTrans).
        011-loadEnrollTransactions.
            Move "N" to eof
            Open input oeTransFile
            If oetrans-status-ok
                Perform until eof = "Y"
                    Read oeTransFile
                        at end
                            Move "Y" to eof
                        not at end
                            Add 1 to ws-cnt-trans
                            Add 1 to ws-cnt-oetrans
                            Move oeTransRecord to transRecord
                            Move ws-run-date to ws-tr-submit
                            Move "O" to ws-tr-origin
                            Perform 014-routeTransaction
                End-Perform
                Close oeTransFile
            End-If
            Move "N" to eof.

      *> On a balance failure, writes every pending-file
      *> transaction this run consumed back onto the pending file
      *> with its original submission date, whether or not it was
            Open output retTransFile
            Close retTransFile.

      *> Likewise for the enrollment changes - once parked or
      *> applied on a proven generation they must not be read
      *> again.
        472-truncateOeTrans.
            Open output oeTransFile
            Close oeTransFile.

      *> One transaction line in transRecord, its submission date in
      *> ws-tr-submit - shared by the new batch and the pending
      *> carry-ins. A blank or unparseable effective date applies at
        014-routeTransaction.
            Move transRecord(10:) to trPayrollRecord
            If transRecord(1:1) not = "A" and not = "C"
                    and not = "D" and not = "E" and not = "T"
                Move transRecord(1:1) to rjl-action
                Move trEmpNum to rjl-empnum
                Move "Invalid action code - must be A, C, D, E or T"
                    to rjl-reason
                Perform 059-writeReject
            Else
                        Move "  Before:" to ail-tag
                        Move msPayrollRecord to ail-image
                        Write auditRecord from AuditImageLine
                        Move tt-image(TrIdx)(10:) to trPayrollRecord
                        If tt-effdate(TrIdx) > 0
                                and tt-effdate(TrIdx) < ws-run-date
                                and trPay not = msPay
                            Perform 115-captureRetroRequest
                        End-If
                        Move tt-image(TrIdx)(10:) to msPayrollRecord
                        Move "  After: " to ail-tag
                        Move msPayrollRecord to ail-image
                        Add 1 to ws-cnt-deletes
                        Move "Y" to tt-applied(TrIdx)
                        Move "Y" to ws-delete-flag
      *> an enrollment change moves only the coverage bytes - the
      *> rest of the image is not a current copy of the record
                    When "E"
                        Move "BENEFIT" to aal-action
                        Move msEmpNum to aal-empnum
                        Move "Applied - coverage elections"
                            to aal-status
                        Move tt-submit(TrIdx) to aal-subdate
                        Move ws-run-date to aal-appdate
                        Write auditRecord from AuditActionLine
                        Move "  Before:" to ail-tag
                        Move msPayrollRecord to ail-image
                        Write auditRecord from AuditImageLine
                        Move tt-image(TrIdx)(10:) to trPayrollRecord
                        Move trMedical to msMedical
                        Move trDental  to msDental
                        Move trVision  to msVision
                        Move "  After: " to ail-tag
                        Move msPayrollRecord to ail-image
                        Write auditRecord from AuditImageLine
                        Add 1 to ws-cnt-benefits
                        Move "Y" to tt-applied(TrIdx)
                    When "T"
      *> termination keeps the record - only the status byte and
      *> the termination date change; the date comes from the
                End-Evaluate
            End-If.

      *> A rate change dated back before today - the periods already
      *> paid at the old rate since then are owed the difference.
      *> The master image (ms) still holds the old rate here and the
      *> transaction image (tr) the new one.
        115-captureRetroRequest.
            If ws-rq-cnt < 200
                Add 1 to ws-rq-cnt
                Set RqIdx to ws-rq-cnt
                Move msEmpNum         to rq-empnum(RqIdx)
                Move trDepNum         to rq-depnum(RqIdx)
                Move tt-effdate(TrIdx) to rq-effdate(RqIdx)
                Move msPayCode        to rq-oldpaycode(RqIdx)
                Move msPay            to rq-oldpay(RqIdx)
                Move trPayCode        to rq-newpaycode(RqIdx)
                Move trPay            to rq-newpay(RqIdx)
            Else
                Move "RETRO" to rjl-action
                Move msEmpNum to rjl-empnum
                Move "Retro table full - work back pay by hand"
                    to rjl-reason
                Perform 059-writeReject
            End-If.

      *> After the master pass, whatever is still unapplied is either
      *> an add for a brand-new employee or a change/delete keyed to
      *> nobody - adds are appended to the new master (guarding
                        Move "Employee not on master" to rjl-reason
                        Perform 059-writeReject
                        Move "R" to tt-applied(TrIdx)
                    When "E"
                        Move "BENEFIT" to rjl-action
                        Move tt-empnum(TrIdx) to rjl-empnum
                        Move "Employee not on master" to rjl-reason
                        Perform 059-writeReject
                        Move "R" to tt-applied(TrIdx)
                    When "T"
                        Move "TERM" to rjl-action
                        Move tt-empnum(TrIdx) to rjl-empnum
                End-If
            End-If.

      *> Appends this run's back-dated rate changes to the retro
      *> request file, creating it the first time.
        480-writeRetroRequests.
            If ws-rq-cnt > 0
                Open extend retroReqFile
                If retroreq-status-not-found
                    Open output retroReqFile
                End-If
                Perform 482-writeRetroEntry
                    varying RqIdx from 1 by 1
                    until RqIdx > ws-rq-cnt
                Close retroReqFile
            End-If.

        482-writeRetroEntry.
            Move rq-empnum(RqIdx)     to rqEmpNum
            Move rq-depnum(RqIdx)     to rqDepNum
            Move rq-effdate(RqIdx)    to rqEffDate
            Move ws-run-date          to rqReqDate
            Move rq-oldpaycode(RqIdx) to rqOldPayCode
            Move rq-oldpay(RqIdx)     to rqOldPay
            Move rq-newpaycode(RqIdx) to rqNewPayCode
            Move rq-newpay(RqIdx)     to rqNewPay
            Write retroReqRecord
            Add 1 to ws-cnt-retroreq.

      *> Control-total trailer for the new generation, so the next
      *> job that reads it can prove it complete.
        450-writeNewTrailer.
            Move "Terminations applied" to mtl-label
            Move ws-cnt-terms to mtl-count
            Write auditRecord from MaintTotalLine
            Move "Enrollment changes applied" to mtl-label
            Move ws-cnt-benefits to mtl-count
            Write auditRecord from MaintTotalLine
            Move "Transactions rejected" to mtl-label
            Move ws-cnt-rejects to mtl-count
            Write auditRecord from MaintTotalLine
            Move "ACH return fixes read" to mtl-label
            Move ws-cnt-rettrans to mtl-count
            Write auditRecord from MaintTotalLine
            Move "Enrollment changes read" to mtl-label
            Move ws-cnt-oetrans to mtl-count
            Write auditRecord from MaintTotalLine
            Move "Transactions re-parked" to mtl-label
            Move ws-cnt-reparked to mtl-count
            Write auditRecord from MaintTotalLine
            Move "Retro pay requests written" to mtl-label
            Move ws-cnt-retroreq to mtl-count
            Write auditRecord from MaintTotalLine.
