     05  YM-PERIODS-PAID             PIC 9(2).
     05  YM-STATUS                   PIC X(1).
     05  YM-TERM-DATE                PIC X(8).
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.
     05  YM-YTD-SS-TAX               PIC 9(7)V99.
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.
     05  YM-YTD-MED-TAX              PIC 9(7)V99.

 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
