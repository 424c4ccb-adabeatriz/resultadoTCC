*> PROGRAMA: RELATÓRIO DE HISTÓRICO DE PAGAMENTOS DE UM FUNCIONÁRIO
*> DESCRIÇÃO: Lê o arquivo-histórico de pagamentos por período
*>            (PAYHIST.DAT), alimentado pela folha a cada linha de
*>            detalhe e indexado por empresa + CPF/SSN + data, indo
*>            direto às linhas do funcionário em cada empresa do grupo
*>            (COMPMAST.DAT), e imprime os períodos de um funcionário num
*>            intervalo de datas, com totais acumulados linha a linha.
*>            É a resposta para a disputa de um contracheque antigo e
*>            para as cartas de comprovação de vínculo, sem depender
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Arquivo-histórico de pagamentos, indexado por empresa + CPF/SSN
*>    + data da execução + sequência; o mesmo layout é declarado em
*>    PROG6, que o alimenta - os dois precisam andar juntos. A consulta
*>    posiciona direto no funcionário e na data inicial pedidos
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Mestre de empresas do grupo: o histórico de um funcionário que
*>    passou por mais de uma empresa é procurado em cada uma delas
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Relatório de histórico impresso
     SELECT HIST-REPORT-OUT
         ASSIGN TO "PAYHIST_RPT.DAT".
 FILE SECTION.
*>    Definição do arquivo-histórico de pagamentos
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
     05  PH-REC-CODE                 PIC 9(2).      *> Código do registro pago
     05  PH-EARN-THIS-PER            PIC 9(5)V99.   *> Rendimento do período
     05  PH-FED-TAX                  PIC 9(6)V99.   *> Imposto federal retido
     05  PH-FICA-EMPLE               PIC 9(6)V99.   *> FICA do empregado
     05  PH-GARNISH                  PIC 9(3)V99.   *> Penhora retida
     05  PH-NET-PAY                  PIC 9(6)V99.   *> Salário líquido
     05  PH-SS-TAX                   PIC 9(5)V99.   *> Parte Seguro Social do FICA do empregado
     05  PH-MED-TAX                  PIC 9(5)V99.   *> Parte Medicare (com o adicional)
     05  PH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado
     05  FILLER                      PIC X(15).

*>    Definição do mestre de empresas do grupo (só o código)
 FD  COMP-MASTER-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CM-COMP-REC.
 01  CM-COMP-REC.
     05  CM-COMPANY-CODE             PIC X(2).      *> Código da empresa
     05  FILLER                      PIC X(138).

*>    Relatório de histórico (linha de 132 colunas)
 FD  HIST-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".

*>    Empresas do grupo em que o histórico do funcionário é procurado;
*>    sem o mestre de empresas, só a empresa 01
 01  WS-COMPANY-TABLE.
     05  WS-COMPANY-COUNT            PIC 9(2) COMP.
     05  WS-COMPANY-SUB              PIC 9(2) COMP.
     05  WS-CO-CODE                  PIC X(2) OCCURS 50 TIMES.

*>    Parâmetros da linha de comando: CPF/SSN e intervalo de datas
 01  WS-PARM-AREA.

*>    Cabeçalho das colunas do histórico
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(2) VALUE "CO".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "PAY DATE".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(3) VALUE "PER".
     05  FILLER                      PIC X(12) VALUE "RUN EARNINGS".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(11) VALUE "RUN FED TAX".
     05  FILLER                      PIC X(60) VALUE SPACES.

*>    Linha de detalhe do histórico, com os totais acumulados
 01  WS-HIST-LINE.
     05  WS-HL-CO-OUT                PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-HL-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-HL-PER-OUT               PIC Z9.
     05  WS-HL-RUNEARN-OUT           PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-HL-RUNFED-OUT            PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-HL-VOID-OUT              PIC X(24).
     05  FILLER                      PIC X(40) VALUE SPACES.

*>    Linha de totais do histórico
 01  WS-HIST-TOTAL-LINE.
     END-IF.
     OPEN OUTPUT HIST-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B05-LOAD-COMPANIES-PARA.
     PERFORM B15-COMPANY-HIST-PARA
         VARYING WS-COMPANY-SUB FROM 1 BY 1
         UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT.
     PERFORM C20-TOTAL-PARA.
     CLOSE PAY-HISTORY-FILE-IN
           HIST-REPORT-OUT.
     WRITE HR-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.

*>    Carrega as empresas do grupo do mestre de empresas
 B05-LOAD-COMPANIES-PARA.
     MOVE ZEROS TO WS-COMPANY-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT COMP-MASTER-FILE-IN.
     IF NOT WS-COMPMAST-MISSING
         READ COMP-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B06-COMPANY-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE COMP-MASTER-FILE-IN
     END-IF.
     IF WS-COMPANY-COUNT = 0
         MOVE 1 TO WS-COMPANY-COUNT
         MOVE "01" TO WS-CO-CODE (1)
     END-IF.

*>    Guarda uma empresa do grupo
 B06-COMPANY-REC-PARA.
     IF WS-COMPANY-COUNT < 50
         ADD 1 TO WS-COMPANY-COUNT
         MOVE CM-COMPANY-CODE TO WS-CO-CODE (WS-COMPANY-COUNT)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Posiciona o histórico no funcionário e na data inicial pedidos,
*>    dentro de uma empresa, e lista as linhas até a data final
 B15-COMPANY-HIST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE WS-CO-CODE (WS-COMPANY-SUB) TO PH-COMPANY.
     MOVE WS-PARM-SSN TO PH-SSN.
     MOVE WS-PARM-FROM-DATE TO PH-RUN-DATE.
     MOVE ZEROS TO PH-RUN-SEQ.
     START PAY-HISTORY-FILE-IN KEY >= PH-HIST-KEY
         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
     END-START.
     IF WS-EOF-SWITCH = "N"
         PERFORM B30-READ-NEXT-PARA
     END-IF.
     PERFORM B20-HIST-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".

*>    Processa um registro do histórico do funcionário e do intervalo
*>    pedidos, com os totais acumulando linha a linha
 B20-HIST-REC-PARA.
     ADD 1 TO WS-LINES-LISTED.
*>    Linha de cheque cancelado e estornado: aparece para a trilha,
*>    mas fica fora dos totais - o pagamento foi desfeito
     IF PH-VOID-FLAG = "V"
         MOVE "*** VOIDED - REVERSED" TO WS-HL-VOID-OUT
     ELSE
         MOVE SPACES TO WS-HL-VOID-OUT
         ADD PH-EARN-THIS-PER TO WS-RUN-EARN-TOT
         ADD PH-FED-TAX TO WS-RUN-FED-TOT
         ADD PH-NET-PAY TO WS-RUN-NET-TOT
     END-IF.
     MOVE PH-COMPANY TO WS-HL-CO-OUT.
     MOVE PH-RUN-DATE TO WS-HL-DATE-OUT.
     MOVE PH-PERIOD-NBR TO WS-HL-PER-OUT.
     MOVE PH-REC-CODE TO WS-HL-CODE-OUT.
     MOVE PH-EARN-THIS-PER TO WS-HL-EARN-OUT.
     MOVE PH-FED-TAX TO WS-HL-FED-OUT.
     MOVE PH-NET-PAY TO WS-HL-NET-OUT.
     MOVE WS-RUN-EARN-TOT TO WS-HL-RUNEARN-OUT.
     MOVE WS-RUN-FED-TOT TO WS-HL-RUNFED-OUT.
     WRITE HR-REPORT-OUT FROM WS-HIST-LINE
         AFTER ADVANCING 1 LINE.
     PERFORM B30-READ-NEXT-PARA.

*>    Lê a próxima linha na ordem da chave; outra empresa, outro
*>    funcionário ou uma data além do intervalo encerram a empresa
 B30-READ-NEXT-PARA.
     READ PAY-HISTORY-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     IF WS-EOF-SWITCH = "N"
         IF PH-COMPANY NOT = WS-CO-CODE (WS-COMPANY-SUB)
                 OR PH-SSN NOT = WS-PARM-SSN
                 OR PH-RUN-DATE > WS-PARM-TO-DATE
             MOVE "Y" TO WS-EOF-SWITCH
         END-IF
     END-IF.

*>    Impressão dos totais do histórico
 C20-TOTAL-PARA.
