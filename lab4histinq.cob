        *>    the period end date (YYYYMMDD) to reprint. The name
        *>    and address block comes from the current employee
        *>    master when the employee is still on it.
        *>    LAB4_INQ_SEQ picks an off-cycle payment posted on that
        *>    date by lab4supp (1-9); left unset it is the regular
        *>    period record (0).
        *>
        *>    Mod log:
        *>    - Run sequence on the pay-history key, so off-cycle
        *>      supplemental payments reprint as well, marked with
        *>      their reason code.
        *>    - Retroactive pay included in a period's gross shown
        *>      under the Gross Pay line.
        *>    - A period backed out by lab4rev reprints with the
        *>      date it was reversed.
        *>    - Pay-history layout carries the work state the period
        *>      was taxed in.
        *>    - Pay-history layout carries the workers' comp class,
        *>      subject payroll, overtime premium and premium.

        Environment Division.
        Input-Output Section.
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

        FD masterFile.
        Copy payroll replacing ==:prefix:== By ==ms==.

        01 ws-inq-emp    PIC X(5).
        01 ws-inq-perend PIC 9(8).
        01 ws-inq-seq    PIC 9.
        01 ws-emp-found  PIC X Value "N".
        01 ws-ptr        PIC 999.

        01 StmtPaidLine.
            05          PIC X(9) Value "Paid by: ".
            05 spd-method PIC X(3).
        01 StmtSuppLine.
            05          PIC X(19) Value "Off-cycle payment  ".
            05 ssl-seq  PIC 9.
            05          PIC X(10) Value "  Reason: ".
            05 ssl-reason PIC X(3).
        01 StmtRevLine.
            05          PIC X(31) Value "*** PAYMENT REVERSED ON ".
            05 srv-Month PIC Z9/.
            05 srv-Day   PIC 99/.
            05 srv-Year  PIC 9999.
            05          PIC X(4) Value " ***".

        01 ErrorLine.
            05 erl-text PIC X(60).
                On Exception
                    Move 0 to ws-inq-perend
            End-Accept
            Accept ws-inq-seq from Environment "LAB4_INQ_SEQ"
                On Exception
                    Move 0 to ws-inq-seq
            End-Accept

            Open output reprintFile


            Move ws-inq-emp to phEmpNum
            Move ws-inq-perend to phPerEnd
            Move ws-inq-seq to phRunSeq
            Read histFile
                invalid key
                    Move "No history for that employee and period"
            Move ws-per-year  to spl-peYear
            Write reprintRecord from StmtPeriodLine
                after advancing 1 line
            If supplementalRun
                Move phRunSeq to ssl-seq
                Move phReason to ssl-reason
                Write reprintRecord from StmtSuppLine
                    after advancing 1 line
            End-If
            Write reprintRecord from blankLine after advancing 1 line

            If ws-emp-found = "Y"
            Move phGross to sta-amount
            Write reprintRecord from StmtAmtLine
                after advancing 1 line
            If phRetro > 0
                Move "  incl. Retro Pay" to sta-label
                Move phRetro to sta-amount
                Write reprintRecord from StmtAmtLine
                    after advancing 1 line
            End-If
            Move "401k Deferral" to sta-label
            Move ph401k to sta-amount
            Write reprintRecord from StmtAmtLine

            Move phPayMethod to spd-method
            Write reprintRecord from StmtPaidLine
                after advancing 1 line
            If histReversed
                Move phRevDate to ws-split-date
                Perform 250-splitPeriodDate
                Move ws-per-month to srv-Month
                Move ws-per-day   to srv-Day
                Move ws-per-year  to srv-Year
                Write reprintRecord from blankLine
                    after advancing 1 line
                Write reprintRecord from StmtRevLine
                    after advancing 1 line
            End-If.

        250-splitPeriodDate.
            Divide ws-split-date by 10000 giving ws-per-year
