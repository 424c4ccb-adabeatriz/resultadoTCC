 FILE SECTION.
*>    Definição do diário de atualizações do mestre
 FD  YTD-JOURNAL-FILE-IN
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS JR-JOURNAL-REC.
 01  JR-JOURNAL-REC.
         10  JR-AFT-PERIODS          PIC 9(2).
         10  JR-AFT-STATUS           PIC X(1).
         10  JR-AFT-TERM-DATE        PIC X(8).
*>    Imagens antes/depois dos acumulados do FICA separados
     05  JR-BEF-FICA-IMAGE.
         10  JR-BEF-SS-WAGES         PIC 9(7)V99.
         10  JR-BEF-SS-TAX           PIC 9(7)V99.
         10  JR-BEF-MED-WAGES        PIC 9(7)V99.
         10  JR-BEF-MED-TAX          PIC 9(7)V99.
     05  JR-AFT-FICA-IMAGE.
         10  JR-AFT-SS-WAGES         PIC 9(7)V99.
         10  JR-AFT-SS-TAX           PIC 9(7)V99.
         10  JR-AFT-MED-WAGES        PIC 9(7)V99.
         10  JR-AFT-MED-TAX          PIC 9(7)V99.
     05  FILLER                      PIC X(22).

*>    Definição do mestre de acumulados; o mesmo layout de PROG6
 FD  YTD-MASTER-FILE
     05  YM-PERIODS-PAID             PIC 9(2).
     05  YM-STATUS                   PIC X(1).
     05  YM-TERM-DATE                PIC X(8).
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.
     05  YM-YTD-SS-TAX               PIC 9(7)V99.
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.
     05  YM-YTD-MED-TAX              PIC 9(7)V99.

*>    Definição da trava da janela de lote; o mesmo layout da folha
 FD  BATCH-LOCK-FILE
             15  WS-RECOV-PERIODS    PIC 9(2).
             15  WS-RECOV-STATUS     PIC X(1).
             15  WS-RECOV-TERM-DATE  PIC X(8).
         10  WS-RECOV-FICA-BEFORE.
             15  WS-RECOV-SS-WAGES   PIC 9(7)V99.
             15  WS-RECOV-SS-TAX     PIC 9(7)V99.
             15  WS-RECOV-MED-WAGES  PIC 9(7)V99.
             15  WS-RECOV-MED-TAX    PIC 9(7)V99.

*>    Totalizadores da recuperação
 01  WS-TOTALS.
             MOVE JR-SSN TO WS-RECOV-SSN (RV-INDEX)
             MOVE JR-ACTION TO WS-RECOV-ACTION (RV-INDEX)
             MOVE JR-BEFORE-IMAGE TO WS-RECOV-BEFORE (RV-INDEX)
             MOVE JR-BEF-FICA-IMAGE TO WS-RECOV-FICA-BEFORE (RV-INDEX)
         END-IF
     END-IF.
     READ YTD-JOURNAL-FILE-IN
                 MOVE WS-RECOV-PERIODS (RV-INDEX) TO YM-PERIODS-PAID
                 MOVE WS-RECOV-STATUS (RV-INDEX) TO YM-STATUS
                 MOVE WS-RECOV-TERM-DATE (RV-INDEX) TO YM-TERM-DATE
                 MOVE WS-RECOV-SS-WAGES (RV-INDEX) TO YM-YTD-SS-WAGES
                 MOVE WS-RECOV-SS-TAX (RV-INDEX) TO YM-YTD-SS-TAX
                 MOVE WS-RECOV-MED-WAGES (RV-INDEX) TO YM-YTD-MED-WAGES
                 MOVE WS-RECOV-MED-TAX (RV-INDEX) TO YM-YTD-MED-TAX
                 REWRITE YM-YTD-REC
                 ADD 1 TO WS-RESTORED-COUNT
                 MOVE "RESTORED BEFORE-IMG " TO WS-RL-ACTION-OUT
