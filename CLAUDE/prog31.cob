         ASSIGN TO "ACAHOURS.DAT"
         FILE STATUS IS WS-ACAHOURS-FILE-STATUS.
*>    Histórico de pagamentos, para a reconciliação dos meses com
*>    atividade; o layout de PROG6/PROG14. Indexado por empresa +
*>    CPF/SSN + data e lido na ordem da chave, com as linhas de cada
*>    funcionário juntas
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Mestre de funcionários, de onde vêm o nome e a frequência de
*>    pagamento (mensalista = creditado por frequência)

*>    Definição do histórico de pagamentos (só os campos usados)
 FD  PAY-HISTORY-FILE-IN
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PH-HISTORY-REC.
 01  PH-HISTORY-REC.
     05  PH-HIST-KEY.
         10  PH-COMPANY              PIC X(2).      *> Empresa do pagamento
         10  PH-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  PH-RUN-DATE             PIC X(8).      *> Data da execução (AAAAMMDD)
         10  PH-RUN-SEQ              PIC 9(3).      *> Sequência na data da execução
     05  PH-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  FILLER                      PIC X(76).

*>    Definição do mestre de funcionários (só os campos usados)
 FD  EMPL-MASTER-FILE-IN
*>    partir do histórico de pagamentos
 B30-LOAD-ACTIVITY-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE SPACES TO WS-FIND-SSN.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     IF WS-PAYHIST-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
         CLOSE PAY-HISTORY-FILE-IN
     END-IF.

*>    Marca o mês de uma linha do histórico do ano pedido. Na ordem
*>    da chave as linhas do funcionário vêm juntas: a tabela só é
*>    procurada quando o funcionário muda
 B31-ACTIVITY-REC-PARA.
     IF PH-RUN-DATE (1:4) = WS-PARM-YEAR
             AND PH-RUN-DATE (5:2) IS NUMERIC
         MOVE PH-RUN-DATE (5:2) TO WS-MONTH-NUM
         IF WS-MONTH-NUM >= 1 AND WS-MONTH-NUM <= 12
             IF PH-SSN NOT = WS-FIND-SSN
                 MOVE PH-SSN TO WS-FIND-SSN
                 PERFORM B90-FIND-EMPL-ROW-PARA
             END-IF
             IF WS-EMPL-FOUND
                 MOVE "Y"
                     TO WS-ME-MONTH-ACTIVE (ME-INDEX WS-MONTH-NUM)
