*> PROGRAMA: GERADOR DE PAGAMENTO RETROATIVO POR MUDANÇA DE TARIFA
*> DESCRIÇÃO: Dado o arquivo de mudanças de tarifa com vigência
*>            retroativa (RATECHG.DAT - CPF/SSN, nova tarifa-hora e
*>            data de vigência), compara com a tarifa antiga - a que
*>            veio na própria linha, quando gerada pela manutenção de
*>            tarifas (PROG45), ou a do mestre de tarifas
*>            (RATEMAST.DAT) na linha digitada pelo RH -, relê os períodos afetados no
*>            histórico de pagamentos (PAYHIST.DAT, indexado - vai
*>            direto ao funcionário e à vigência) e calcula a
*>            diferença devida período a período pela razão entre as
*>            tarifas. Grava um registro pronto de rendimento
*>            retroativo (tipo T) por funcionário, no layout de 80
         ASSIGN TO "RATEMAST.DAT"
         FILE STATUS IS WS-RATEMAST-FILE-STATUS.
*>    Histórico de pagamentos por período, de onde vêm os períodos
*>    afetados; o mesmo layout de PROG6/PROG14. Indexado por empresa +
*>    CPF/SSN + data: cada mudança posiciona direto no funcionário a
*>    partir da data de vigência, em vez de varrer o arquivo todo
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Mestre de empresas do grupo: o histórico do funcionário é
*>    procurado em cada empresa
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Mestre de funcionários, de onde vêm os dados cadastrais dos
*>    registros gerados
     SELECT EMPL-MASTER-FILE-IN
     05  RC-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  RC-NEW-RATE                 PIC 9(3)V99.   *> Nova tarifa-hora
     05  RC-EFF-DATE                 PIC X(8).      *> Vigência retroativa (AAAAMMDD)
     05  RC-OLD-RATE                 PIC 9(3)V99.   *> Tarifa antiga (gravada por PROG45;
*>                                                  *> vazia = busca no mestre)
     05  FILLER                      PIC X(13).

*>    Definição do mestre de tarifas-hora; o layout de PROG15
 FD  RATE-MASTER-FILE-IN

*>    Definição do histórico de pagamentos; o layout de PROG6/PROG14
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

*>    Definição do arquivo mestre de funcionários; o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
     05  EM-WC-CLASS                 PIC X(4).      *> Classe de risco do seguro de
*>                                                  *> acidentes (vazio = classe padrão
*>                                                  *> do departamento)
     05  EM-WORK-LOCALITY            PIC X(4).      *> Município/localidade de trabalho
*>                                                  *> (vazio = só o mínimo estadual)
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (calendário
*>                                                  *> próprio em PERCAL.DAT; espaços =
*>                                                  *> grupo padrão da instalação)
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Definição da folha retroativa gerada (layout de 80 da folha)
 FD  RETRO-FILE-OUT
         88  WS-RATEMAST-MISSING     VALUE "35".
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
     05  WS-EMPL-MASTER-SWITCH       PIC X(1).
         88  WS-EMPL-MASTER-FOUND    VALUE "Y".
     05  WS-RATE-FOUND-SWITCH        PIC X(1).
         88  WS-RATE-FOUND           VALUE "Y".

*>    Tabela de tarifas-hora vigentes, carregada de RATEMAST.DAT
 01  WS-RATE-CONTROLS.
         10  WS-CHG-DIFF-ENTRY       PIC 9(6)V99.   *> Diferença devida acumulada
         10  WS-CHG-PERIODS-ENTRY    PIC 9(3).      *> Períodos afetados achados

*>    Empresas do grupo em que o histórico é procurado; sem o mestre
*>    de empresas, só a empresa 01
 01  WS-COMPANY-TABLE.
     05  WS-COMPANY-COUNT            PIC 9(2) COMP.
     05  WS-COMPANY-SUB              PIC 9(2) COMP.
     05  WS-CO-CODE                  PIC X(2) OCCURS 50 TIMES.

*>    Área de trabalho do cálculo da diferença de um período
 01  WS-CALC-WORK.
     05  WS-NEW-PERIOD-EARN          PIC 9(6)V99.   *> Rendimento do período na nova tarifa
     END-READ.
     PERFORM B20-LOAD-CHANGE-PARA
         UNTIL WS-CHG-EOF-SWITCH = "Y".
*>    Lê o histórico de cada funcionário com mudança, acumulando a
*>    diferença dos períodos afetados
     PERFORM B25-LOAD-COMPANIES-PARA.
     PERFORM B27-CHANGE-HIST-PARA
         VARYING WS-CHG-SUB FROM 1 BY 1
         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
*>    Gera um registro tipo T por funcionário com diferença devida
     PERFORM B40-WRITE-RETRO-PARA
         VARYING WS-CHG-SUB FROM 1 BY 1
         AT END MOVE "Y" TO WS-RATE-EOF-SWITCH
     END-READ.

*>    Carrega uma mudança de tarifa, casando com a tarifa antiga: a
*>    que veio na linha gerada por PROG45 (o mestre já traz a nova),
*>    senão a do mestre: a linha padrão (função em branco) do CPF/SSN, como a
*>    busca em duas passadas da montagem do ponto - só sem linha
*>    padrão vale a primeira linha do funcionário. Sem tarifa antiga
*>    (funcionário não horista) ou com nova tarifa zerada não há como
     ADD 1 TO WS-CHG-READ-COUNT.
     MOVE "N" TO WS-RATE-FOUND-SWITCH.
     MOVE ZEROS TO WS-OLD-RATE-WORK.
     IF RC-OLD-RATE NUMERIC
         IF RC-OLD-RATE > 0
             MOVE "Y" TO WS-RATE-FOUND-SWITCH
             MOVE RC-OLD-RATE TO WS-OLD-RATE-WORK
         END-IF
     END-IF.
     IF NOT WS-RATE-FOUND AND WS-RATE-COUNT > 0
         SET RT-INDEX TO 1
         SEARCH WS-RATE-ROW
             AT END CONTINUE
         AT END MOVE "Y" TO WS-CHG-EOF-SWITCH
     END-READ.

*>    Carrega as empresas do grupo do mestre de empresas
 B25-LOAD-COMPANIES-PARA.
     MOVE ZEROS TO WS-COMPANY-COUNT.
     MOVE "N" TO WS-HIST-EOF-SWITCH.
     OPEN INPUT COMP-MASTER-FILE-IN.
     IF NOT WS-COMPMAST-MISSING
         READ COMP-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
         END-READ
         PERFORM B26-COMPANY-REC-PARA
             UNTIL WS-HIST-EOF-SWITCH = "Y"
         CLOSE COMP-MASTER-FILE-IN
     END-IF.
     IF WS-COMPANY-COUNT = 0
         MOVE 1 TO WS-COMPANY-COUNT
         MOVE "01" TO WS-CO-CODE (1)
     END-IF.

*>    Guarda uma empresa do grupo
 B26-COMPANY-REC-PARA.
     IF WS-COMPANY-COUNT < 50
         ADD 1 TO WS-COMPANY-COUNT
         MOVE CM-COMPANY-CODE TO WS-CO-CODE (WS-COMPANY-COUNT)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
     END-READ.

*>    Histórico de um funcionário com mudança de tarifa, empresa a
*>    empresa. O mesmo CPF/SSN repetido no arquivo de mudanças fica
*>    com a primeira linha, como sempre ficou
 B27-CHANGE-HIST-PARA.
     SET CG-INDEX TO 1.
     SEARCH WS-CHG-ROW
         AT END CONTINUE
         WHEN WS-CHG-SSN-ENTRY (CG-INDEX)
                 = WS-CHG-SSN-ENTRY (WS-CHG-SUB)
             CONTINUE
     END-SEARCH.
     IF CG-INDEX = WS-CHG-SUB
         PERFORM B28-COMPANY-HIST-PARA
             VARYING WS-COMPANY-SUB FROM 1 BY 1
             UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT
     END-IF.

*>    Posiciona o histórico no funcionário e na data de vigência,
*>    dentro de uma empresa, e examina as linhas dali em diante
 B28-COMPANY-HIST-PARA.
     SET CG-INDEX TO WS-CHG-SUB.
     MOVE "N" TO WS-HIST-EOF-SWITCH.
     MOVE WS-CO-CODE (WS-COMPANY-SUB) TO PH-COMPANY.
     MOVE WS-CHG-SSN-ENTRY (CG-INDEX) TO PH-SSN.
     MOVE WS-CHG-EFF-DATE-ENTRY (CG-INDEX) TO PH-RUN-DATE.
     MOVE ZEROS TO PH-RUN-SEQ.
     START PAY-HISTORY-FILE-IN KEY >= PH-HIST-KEY
         INVALID KEY MOVE "Y" TO WS-HIST-EOF-SWITCH
     END-START.
     IF WS-HIST-EOF-SWITCH = "N"
         PERFORM B32-READ-NEXT-PARA
     END-IF.
     PERFORM B30-HIST-REC-PARA
         UNTIL WS-HIST-EOF-SWITCH = "Y".

*>    Examina uma linha do histórico: períodos regulares (01) do
*>    funcionário pagos a partir da vigência entram na diferença
 B30-HIST-REC-PARA.
     IF PH-REC-CODE = 01 AND PH-VOID-FLAG NOT = "V"
         PERFORM B31-PERIOD-DIFF-PARA
     END-IF.
     PERFORM B32-READ-NEXT-PARA.

*>    Lê a próxima linha na ordem da chave; outra empresa ou outro
*>    funcionário encerram a empresa corrente
 B32-READ-NEXT-PARA.
     READ PAY-HISTORY-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
     END-READ.
     IF WS-HIST-EOF-SWITCH = "N"
         IF PH-COMPANY NOT = WS-CO-CODE (WS-COMPANY-SUB)
                 OR PH-SSN NOT = WS-CHG-SSN-ENTRY (CG-INDEX)
             MOVE "Y" TO WS-HIST-EOF-SWITCH
         END-IF
     END-IF.

*>    Calcula a diferença devida de um período afetado: o rendimento
*>    pago reavaliado pela razão nova/antiga tarifa, menos o pago
                 MOVE WS-CHG-DIFF-ENTRY (CG-INDEX)
                     TO WS-RO-EARN-THIS-PER
                 IF EM-PAY-FREQ = 12 OR EM-PAY-FREQ = 26
                         OR EM-PAY-FREQ = 24 OR EM-PAY-FREQ = 52
                     MOVE EM-PAY-FREQ TO WS-RO-PAY-FREQ
                 ELSE
                     MOVE 26 TO WS-RO-PAY-FREQ
