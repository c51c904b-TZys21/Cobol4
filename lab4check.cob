        *>    reissue transaction input lets a lost check be voided
        *>    on the register and reissued under a new number
        *>    without re-running payroll.
        *>
        *>    Mod log:
        *>    - Register also carries C records appended by lab4chkrec
        *>      for checks the bank has paid; a cleared check can no
        *>      longer be voided or reissued.
        *>    - LAB4_CHECK_RELEASE=Y reads lab4screen's release copy,
        *>      lab4-chkrel.dat, in place of lab4-chkreq.dat.

        Environment Division.
        Input-Output Section.
        File-Control.
            Select chkReqFile Assign to ws-chkreq-name
                Organization is Line Sequential
                File Status is ws-chkreq-status.


      *> cumulative numbered check register, appended every run and
      *> read back at the top of the next so void transactions can
      *> be matched to the check they reference - I issued, V voided,
      *> C cleared by the bank (lab4chkrec)
        FD chkNumRegFile.
        01 chkNumRegRecord.
            05 rgStatus   PIC X.

        01 ws-next-check PIC 9(8) Value 1.

      *> the pay run's requests, or the screened release copy
        01 ws-check-release PIC X Value "N".
        01 ws-chkreq-name   PIC X(30) Value "lab4-chkreq.dat".

      *> ---------------------------------------------------------
      *> prior register table, loaded up front so every void /
      *> reissue transaction can be matched against the cumulative

        Procedure Division.
        000-Main.
            Accept ws-check-release from Environment
                    "LAB4_CHECK_RELEASE"
                On Exception
                    Move "N" to ws-check-release
            End-Accept
            If ws-check-release = "Y"
                Move "lab4-chkrel.dat" to ws-chkreq-name
            End-If
            Perform 200-getDate
            Perform 020-getNextCheckNumber
            Perform 010-loadRegister
            End-If.

      *> Reads the cumulative register back so void transactions can
      *> be matched; a check already voided or cleared on the file
      *> is marked so a void of that number is rejected.
        010-loadRegister.
            Open input chkNumRegFile
            If chknumreg-status-ok
                        Perform 059-writeReject
                    End-If
                When "V"
                When "C"
      *> a prior run's void, or lab4chkrec's clear - flip the issued
      *> entry it references
                    Perform 015-markPriorVoid
            End-Evaluate.

        017-scanPriorVoid.
            If rt-chknum(RgIdx) = rgChkNum
                    and rt-status(RgIdx) = "I"
                Move rgStatus to rt-status(RgIdx)
            End-If.

        059-writeReject.
                        Move "REISSUE" to rjl-action
                    End-If
                    Move vdChkNum to rjl-chknum
                    Move "Check not on register, voided or cleared"
                        to rjl-reason
                    Perform 059-writeReject
                End-If
