                88 terminatedEmp Value "T".

             05 :prefix:TermDate    PIC 9(8).

             05 :prefix:WorkState   PIC XX.

             05 :prefix:WcClass     PIC X(4).
