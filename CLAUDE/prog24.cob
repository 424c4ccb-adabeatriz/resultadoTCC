
*>    Definição do histórico dos anos encerrados; o layout de PROG9
 FD  YTD-HISTORY-FILE
         RECORD CONTAINS 81 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HY-HISTORY-REC.
 01  HY-HISTORY-REC.
     05  HY-PERIODS-PAID             PIC 9(2).      *> Períodos pagos no ano fechado
     05  HY-STATUS                   PIC X(1).      *> Situação no fechamento
     05  HY-TERM-DATE                PIC X(8).      *> Data do desligamento, se houver
     05  HY-YTD-SS-WAGES             PIC 9(7)V99.   *> Salários do Seguro Social arquivados
     05  HY-YTD-SS-TAX               PIC 9(7)V99.   *> Seguro Social retido arquivado
     05  HY-YTD-MED-WAGES            PIC 9(7)V99.   *> Salários do Medicare arquivados
     05  HY-YTD-MED-TAX              PIC 9(7)V99.   *> Medicare retido arquivado

*>    Definição dos pares informado-antes/corrigido; o mesmo layout é
*>    lido pelo modo W2C de PROG8 - os dois precisam andar juntos
 01  WS-HIST-TABLE.
     05  WS-HIST-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY HY-INDEX.
         10  WS-HIST-REC-ENTRY       PIC X(81).
 01  WS-HIST-ROW-WORK.
     05  WS-HW-TAX-YEAR              PIC X(4).
     05  WS-HW-COMPANY               PIC X(2).
     05  WS-HW-PERIODS-PAID          PIC 9(2).
     05  WS-HW-STATUS                PIC X(1).
     05  WS-HW-TERM-DATE             PIC X(8).
     05  WS-HW-YTD-SS-WAGES          PIC 9(7)V99.
     05  WS-HW-YTD-SS-TAX            PIC 9(7)V99.
     05  WS-HW-YTD-MED-WAGES         PIC 9(7)V99.
     05  WS-HW-YTD-MED-TAX           PIC 9(7)V99.

*>    Valores antes/depois do ajuste corrente, com sinal para
*>    detectar um ajuste negativo maior que o próprio acumulado
