        *>
        *>    LAB4_CLOSE_YEAR overrides the statement year when the
        *>    close is run after January 1st.
        *>
        *>    Mod log:
        *>    - Annual statement breaks state wages and tax out by
        *>      work state under the state total, and the archive
        *>      keeps the by-state detail with the closing balances.

        Environment Division.
        Input-Output Section.
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

      *> the prior-year archive - closing balances keyed by employee
      *> AND year, so each close adds its year alongside the ones
            05 pyYtdSutaWages PIC 9(9)V99.
            05 pyYtdFedTax    PIC 9(9)V99.
            05 pyYtdStateTax  PIC 9(9)V99.
            05 pyStateTable.
                10 pyStateEntry Occurs 4 Times.
                    15 pyState       PIC XX.
                    15 pyStateWages  PIC 9(9)V99.
                    15 pyStateTaxAmt PIC 9(9)V99.
        01 archControlRecord.
            05 pcArchKey      PIC X(9).
            05 pcCount        PIC 9(7).
            05 pcHash         PIC 9(11)V99.
            05                PIC X(147).

      *> the per-band PTO accrual schedule, for each band's
      *> year-end carryover cap
            Move ytYtdStateTax to asa-amount
            Write annStmtRecord from AnnStmtAmtLine
                after advancing 1 line
            Perform 125-printStateLines
                varying YtIdx from 1 by 1
                until YtIdx > 4
            Add 1 to ws-cnt-statements.

      *> The state wages and tax behind the state total, one pair
      *> of lines for each work state taxed this year.
        125-printStateLines.
            If ytState(YtIdx) not = Spaces
                Move Spaces to asa-label
                String "  " delimited by size
                       ytState(YtIdx) delimited by size
                       " State Wages" delimited by size
                    into asa-label
                End-String
                Move ytStateWages(YtIdx) to asa-amount
                Write annStmtRecord from AnnStmtAmtLine
                    after advancing 1 line
                Move Spaces to asa-label
                String "  " delimited by size
                       ytState(YtIdx) delimited by size
                       " State Tax" delimited by size
                    into asa-label
                End-String
                Move ytStateTaxAmt(YtIdx) to asa-amount
                Write annStmtRecord from AnnStmtAmtLine
                    after advancing 1 line
            End-If.

      *> A record already on the archive for this employee and year
      *> - a close re-run after an interruption - is replaced in
      *> place; the archive control is re-proved by a full sweep in
            Move ytYtdSutaWages to pyYtdSutaWages
            Move ytYtdFedTax    to pyYtdFedTax
            Move ytYtdStateTax  to pyYtdStateTax
            Move ytStateTable   to pyStateTable
            Write archRecord
                invalid key
                    Rewrite archRecord
