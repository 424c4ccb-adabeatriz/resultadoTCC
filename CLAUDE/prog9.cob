     05  YM-PERIODS-PAID             PIC 9(2).      *> Qtde. de períodos pagos no ano
     05  YM-STATUS                   PIC X(1).      *> Espaço/A=ativo  T=desligado
     05  YM-TERM-DATE                PIC X(8).      *> Data do desligamento (AAAAMMDD)
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.   *> Salários sujeitos ao Seguro Social no ano
     05  YM-YTD-SS-TAX               PIC 9(7)V99.   *> Seguro Social retido do empregado no ano
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.   *> Salários sujeitos ao Medicare no ano
     05  YM-YTD-MED-TAX              PIC 9(7)V99.   *> Medicare retido do empregado no ano

*>    Definição do arquivo de histórico: o registro do mestre precedido
*>    do ano fechado
 FD  YTD-HISTORY-FILE-OUT
         RECORD CONTAINS 81 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HY-HISTORY-REC.
 01  HY-HISTORY-REC.
     05  HY-PERIODS-PAID             PIC 9(2).      *> Períodos pagos no ano fechado
     05  HY-STATUS                   PIC X(1).      *> Situação no fechamento (T=desligado)
     05  HY-TERM-DATE                PIC X(8).      *> Data do desligamento, se houver
     05  HY-YTD-SS-WAGES             PIC 9(7)V99.   *> Salários do Seguro Social arquivados
     05  HY-YTD-SS-TAX               PIC 9(7)V99.   *> Seguro Social retido arquivado
     05  HY-YTD-MED-WAGES            PIC 9(7)V99.   *> Salários do Medicare arquivados
     05  HY-YTD-MED-TAX              PIC 9(7)V99.   *> Medicare retido arquivado

*>    Definições dos arquivos das travas de fechamento
 FD  PERIOD-CAL-FILE-IN
         RECORD CONTAINS 21 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PP-PERIOD-REC.
 01  PP-PERIOD-REC.
     05  PP-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (brancos = padrão)
     05  PP-PERIOD-NBR               PIC 9(2).      *> Número do período no ano
     05  PP-START-DATE               PIC X(8).      *> Data inicial (AAAAMMDD)
     05  PP-END-DATE                 PIC X(8).      *> Data final (AAAAMMDD)
     05  PP-STATUS                   PIC X(1).      *> O=aberto  P=postado
 FD  QTR-LIAB-FILE-IN
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC.
     05  QL-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  QL-QUARTER                  PIC 9(1).      *> Trimestre civil (1-4)
     05  FILLER                      PIC X(99).
     05  QL-RETURN-TYPE              PIC X(3).      *> 941 = folha  945 = retenção de reserva
         88  QL-945-LIAB             VALUE "945".
     05  QL-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(7).
 FD  F941-RPT-FILE-IN
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
     05  RH-REC-VAR                  PIC S9(7).     *> Variação de contagem
     05  RH-EARN-VAR                 PIC S9(7)V99.  *> Variação de rendimentos
     05  RH-DISPOSITION              PIC X(12).     *> Disposição final
     05  FILLER                      PIC X(8).
     05  RH-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(1).

*>    Definição do acumulado estadual do ano; o mesmo layout de PROG6
 FD  STATE-YTD-FILE
             AFTER ADVANCING 2 LINE
     END-IF.

*>    Trava 1: todos os períodos do calendário do ano postados, de
*>    todos os grupos de pagamento (a virada é única na instalação)
 B05A-GATE-CALENDAR-PARA.
     MOVE "N" TO WS-OPEN-PERIOD-SWITCH.
     MOVE "N" TO WS-GATE-EOF-SWITCH.
             UNTIL WS-GATE-EOF-SWITCH = "Y"
         CLOSE PERIOD-CAL-FILE-IN
     END-IF.
     MOVE "ALL PAY PERIODS OF EVERY PAY GROUP POSTED           "
         TO WS-GL-LABEL-OUT.
     IF WS-OPEN-PERIOD-FOUND
         MOVE "** FAIL **  " TO WS-GL-VERDICT-OUT
     WRITE CL-REPORT-OUT FROM WS-GATE-LINE
         AFTER ADVANCING 1 LINE.

*>    Marca o trimestre de uma linha do passivo da folha (941) do
*>    ano que fecha; as linhas do 945 não contam para a trava
 B05B1-QTR-REC-PARA.
     IF QL-RUN-DATE (1:4) = WS-CLOSE-YEAR
             AND QL-QUARTER >= 1 AND QL-QUARTER <= 4
             AND NOT QL-945-LIAB
         MOVE "Y" TO WS-QTR-SEEN (QL-QUARTER)
     END-IF.
     READ QTR-LIAB-FILE-IN
                   RH-REC-VAR
                   RH-EARN-VAR.
     MOVE "OVERRIDE" TO RH-DISPOSITION.
     MOVE SPACES TO RH-PAY-GROUP.
     WRITE RH-HISTORY-REC.
     CLOSE RUN-HISTORY-FILE-OUT.

     MOVE YM-PERIODS-PAID TO HY-PERIODS-PAID.
     MOVE YM-STATUS TO HY-STATUS.
     MOVE YM-TERM-DATE TO HY-TERM-DATE.
     MOVE YM-YTD-SS-WAGES TO HY-YTD-SS-WAGES.
     MOVE YM-YTD-SS-TAX TO HY-YTD-SS-TAX.
     MOVE YM-YTD-MED-WAGES TO HY-YTD-MED-WAGES.
     MOVE YM-YTD-MED-TAX TO HY-YTD-MED-TAX.
     WRITE HY-HISTORY-REC.
     ADD 1 TO WS-ARCHIVE-COUNT.
     ADD YM-YTD-EARNINGS TO WS-ARCHIVE-EARN-TOT.
     MOVE WS-REBUILD-SSN (R-INDEX) TO YM-SSN.
     MOVE ZEROS TO YM-YTD-EARNINGS
                   YM-YTD-FED-TAX
                   YM-PERIODS-PAID
                   YM-YTD-SS-WAGES
                   YM-YTD-SS-TAX
                   YM-YTD-MED-WAGES
                   YM-YTD-MED-TAX.
     MOVE WS-REBUILD-EXEMPTIONS (R-INDEX) TO YM-PRIOR-EXEMPTIONS.
     MOVE "A" TO YM-STATUS.
     MOVE SPACES TO YM-TERM-DATE.
