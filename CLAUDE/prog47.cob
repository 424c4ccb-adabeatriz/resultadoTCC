*> =====================================================================
*> PROGRAMA: REVISÃO DE ANOMALIAS E FUNCIONÁRIOS-FANTASMA DA FOLHA
*> DESCRIÇÃO: Rodado depois de cada execução postada da folha, cruza
*>            o histórico de pagamentos (PAYHIST.DAT) da execução
*>            revisada com os mestres e a montagem do ponto e sinaliza
*>            os padrões de fraude/erro que a auditoria interna hoje só
*>            encontra por amostragem:
*>            - a mesma conta (roteamento + número) cadastrada no
*>              mestre bancário para mais de um CPF/SSN;
*>            - pago sem cadastro no mestre de funcionários;
*>            - horista (com tarifa no RATEMAST.DAT) pago no regular
*>              sem cartão de ponto aprovado no período (cartão em
*>              TIMECARD.DAT e departamento em TAAPPROV.DAT, a mesma
*>              trava da montagem de PROG15); quem tem caso de licença
*>              protegida aberto em LEAVCASE.DAT (PROG58) não ter
*>              cartão é o esperado, e só entra na contagem do resumo;
*>            - pagamento postado depois da data de desligamento do
*>              mestre de acumulados (o primeiro é aviso - pode ser a
*>              rescisão; a partir do segundo é erro);
*>            - funcionário sem endereço ou com caixa postal;
*>            - líquido da execução acima da média das últimas
*>              execuções do funcionário em mais de PROG47_NET_PCT por
*>              cento (padrão 50).
*>            Cada achado vira uma mensagem codificada por severidade
*>            (W/E) em PROG6_MSGS.DAT, com o CPF/SSN envolvido - uma
*>            lista única para a auditoria trabalhar. A execução
*>            revisada é o 1º parâmetro (data AAAAMMDD); sem ele, a
*>            mais recente do histórico
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG47.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Histórico de pagamentos da folha, relido em três passagens
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Mestre bancário, varrido inteiro para as contas repetidas
     SELECT BANK-MASTER-FILE-IN
         ASSIGN TO "BANKMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS BM-SSN
         FILE STATUS IS WS-BANKMAST-FILE-STATUS.
*>    Mestre de funcionários: cadastro, endereço e departamento
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Mestre de acumulados, de onde vêm a situação e a data de
*>    desligamento
     SELECT YTD-MASTER-FILE-IN
         ASSIGN TO "PROG6_YTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS YM-YTD-KEY
         FILE STATUS IS WS-YTD-FILE-STATUS.
*>    Mestre de tarifas-hora: quem tem tarifa é horista
     SELECT RATE-MASTER-FILE-IN
         ASSIGN TO "RATEMAST.DAT"
         FILE STATUS IS WS-RATEMAST-FILE-STATUS.
*>    Cartões de ponto e aprovações da montagem do período (PROG15)
     SELECT TIMECARD-FILE-IN
         ASSIGN TO "TIMECARD.DAT"
         FILE STATUS IS WS-TIMECARD-FILE-STATUS.
     SELECT TA-APPROVAL-FILE-IN
         ASSIGN TO "TAAPPROV.DAT"
         FILE STATUS IS WS-APPROV-FILE-STATUS.
*>    Casos de licença protegida mantidos por PROG58 (opcional)
     SELECT LEAVE-CASE-FILE-IN
         ASSIGN TO "LEAVCASE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LO-SSN
         FILE STATUS IS WS-LEAVCASE-FILE-STATUS.
*>    Arquivo de mensagens ao operador, no formato da folha; aberto
*>    em EXTEND a cada mensagem, como C18-WRITE-MSG-PARA faz lá
     SELECT OPER-MSG-FILE-OUT
         ASSIGN TO "PROG6_MSGS.DAT"
         FILE STATUS IS WS-OPERMSG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
*>    Definição do arquivo-histórico de pagamentos; o layout da folha
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
     05  PH-STATE-TAX                PIC 9(6)V99.   *> Imposto estadual retido
     05  PH-FICA-EMPLE               PIC 9(6)V99.   *> FICA do empregado
     05  PH-GARNISH                  PIC 9(3)V99.   *> Penhora retida
     05  PH-NET-PAY                  PIC 9(6)V99.   *> Salário líquido
     05  PH-SS-TAX                   PIC 9(5)V99.   *> Parte Seguro Social do FICA do empregado
     05  PH-MED-TAX                  PIC 9(5)V99.   *> Parte Medicare (com o adicional)
     05  PH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado
     05  FILLER                      PIC X(15).

*>    Definição do arquivo mestre bancário; o layout de PROG6
 FD  BANK-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BM-BANK-REC.
 01  BM-BANK-REC.
     05  BM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  BM-REMAINDER-SUB            PIC 9(1).      *> Entrada (1-3) que recebe o resto
     05  BM-ACCT-ENTRY               OCCURS 3 TIMES.
         10  BM-ROUTING-NBR          PIC X(9).      *> Número de roteamento do banco
         10  BM-ACCOUNT-NBR          PIC X(17).     *> Número da conta
         10  BM-ACCOUNT-TYPE         PIC X(1).      *> C=corrente  S=poupança
         10  BM-PRENOTE-SWITCH       PIC X(1).      *> Y=conta nova aguardando prenote
         10  BM-PRENOTE-DATE         PIC X(8).      *> Data do prenote enviado (AAAAMMDD)
         10  BM-SPLIT-METHOD         PIC X(1).      *> F=valor fixo  P=percentual
         10  BM-SPLIT-AMT            PIC 9(5)V99.   *> Valor fixo ou percentual (PP.pp)
     05  FILLER                      PIC X(8).      *> Reservado para expansão

*>    Definição do arquivo mestre de funcionários; o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EM-MASTER-REC.
 01  EM-MASTER-REC.
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  EM-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  EM-DEPT-CODE                PIC X(4).      *> Código do departamento
     05  EM-MARITAL-STATUS           PIC 9(1).      *> Estado civil
     05  EM-EXEMPTIONS               PIC 9(1).      *> Número de isenções
     05  EM-ADDR-STREET              PIC X(25).     *> Endereço - logradouro
     05  EM-ADDR-CITY-ST             PIC X(20).     *> Endereço - cidade/UF
     05  EM-ADDR-ZIP                 PIC X(9).      *> Endereço - CEP/ZIP
     05  FILLER                      PIC X(33).

*>    Definição do mestre de acumulados (só os campos usados); o
*>    layout de PROG6
 FD  YTD-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS YM-YTD-REC.
 01  YM-YTD-REC.
     05  YM-YTD-KEY.
         10  YM-COMPANY              PIC X(2).      *> Código da empresa (EIN)
         10  YM-SSN                  PIC X(9).      *> CPF/SSN do funcionário
     05  YM-YTD-EARNINGS             PIC 9(7)V99.   *> Rendimento acumulado no ano
     05  YM-YTD-FED-TAX              PIC 9(7)V99.   *> Imposto federal acumulado no ano
     05  YM-PRIOR-EXEMPTIONS         PIC 9(1).      *> Nº de isenções do último período
     05  YM-PERIODS-PAID             PIC 9(2).      *> Períodos pagos no ano
     05  YM-STATUS                   PIC X(1).      *> Espaço/A=ativo  T=desligado
     05  YM-TERM-DATE                PIC X(8).      *> Data do desligamento (AAAAMMDD)
     05  FILLER                      PIC X(36).

*>    Definição do mestre de tarifas-hora; o layout de PROG15
 FD  RATE-MASTER-FILE-IN
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RT-RATE-REC.
 01  RT-RATE-REC.
     05  RT-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  FILLER                      PIC X(11).

*>    Definição do arquivo de cartões de ponto (só os campos usados);
*>    o layout de PROG15
 FD  TIMECARD-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TC-TIMECARD-REC.
 01  TC-TIMECARD-REC.
     05  TC-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  TC-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  FILLER                      PIC X(69).

*>    Definição do arquivo de aprovações de ponto; o layout de PROG15
 FD  TA-APPROVAL-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS AP-APPROVAL-REC.
 01  AP-APPROVAL-REC.
     05  AP-DEPT-CODE                PIC X(4).      *> Departamento aprovado
     05  AP-PERIOD-NBR               PIC 9(2).      *> Período de pagamento aprovado
     05  FILLER                      PIC X(34).

*>    Definição do arquivo de casos de licença (só os campos usados);
*>    o layout de PROG58
 FD  LEAVE-CASE-FILE-IN
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LO-CASE-REC.
 01  LO-CASE-REC.
     05  LO-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  LO-CASE-NBR                 PIC 9(3).      *> Número do caso do funcionário
     05  LO-CASE-TYPE                PIC X(2).      *> Tipo do caso
     05  LO-LEAVE-MODE               PIC X(1).      *> C=contínua  I=intermitente
     05  LO-START-DATE               PIC X(8).      *> Início da licença (AAAAMMDD)
     05  FILLER                      PIC X(16).
     05  LO-STATUS                   PIC X(1).      *> L=de licença  R=retornou X=cancelado
     05  FILLER                      PIC X(80).

*>    Definição do arquivo de mensagens ao operador; o layout da folha
 FD  OPER-MSG-FILE-OUT
         RECORD CONTAINS 85 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS OM-MSG-REC.
 01  OM-MSG-REC.
     05  OM-SEVERITY                 PIC X(1).      *> I=informativa W=aviso E=erro F=fatal
     05  OM-MSG-ID                   PIC X(7).      *> Identificador da mensagem (PAY47nn)
     05  OM-MSG-TEXT                 PIC X(60).     *> Texto da mensagem
     05  OM-SSN                      PIC X(9).      *> CPF/SSN envolvido, quando houver
     05  OM-RUN-DATE                 PIC X(8).      *> Data da revisão (AAAAMMDD)

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-BANKMAST-FILE-STATUS     PIC X(2).
         88  WS-BANKMAST-OK          VALUE "00".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
     05  WS-YTD-FILE-STATUS          PIC X(2).
         88  WS-YTD-OK               VALUE "00".
     05  WS-RATEMAST-FILE-STATUS     PIC X(2).
         88  WS-RATEMAST-MISSING     VALUE "35".
     05  WS-TIMECARD-FILE-STATUS     PIC X(2).
         88  WS-TIMECARD-MISSING     VALUE "35".
     05  WS-APPROV-FILE-STATUS       PIC X(2).
         88  WS-APPROV-MISSING       VALUE "35".
     05  WS-OPERMSG-FILE-STATUS      PIC X(2).
         88  WS-OPERMSG-MISSING      VALUE "35".
     05  WS-LEAVCASE-FILE-STATUS     PIC X(2).
         88  WS-LEAVCASE-OK          VALUE "00".
     05  WS-LEAVCASE-OPEN-SWITCH     PIC X(1).      *> Casos de licença disponíveis
         88  WS-LEAVCASE-OPEN        VALUE "Y".
     05  WS-ON-LEAVE-SWITCH          PIC X(1).
         88  WS-EMPL-ON-LEAVE        VALUE "Y".
     05  WS-TIMECARD-LOADED-SWITCH   PIC X(1).      *> Cartões do período presentes
         88  WS-TIMECARD-LOADED      VALUE "Y".
     05  WS-EMPL-MASTER-SWITCH       PIC X(1).
         88  WS-EMPL-MASTER-FOUND    VALUE "Y".
     05  WS-PAID-FOUND-SWITCH        PIC X(1).
         88  WS-PAID-FOUND           VALUE "Y".
     05  WS-APPROVED-SWITCH          PIC X(1).
         88  WS-APPROVED             VALUE "Y".

*>    Execução revisada e parâmetros da revisão
 01  WS-REVIEW-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).      *> Data da revisão
     05  WS-REVIEW-DATE              PIC X(8).      *> Execução revisada (AAAAMMDD)
     05  WS-NET-PCT-EDIT             PIC X(3).      *> Limite do ambiente (%)
     05  WS-NET-PCT                  PIC 9(3).      *> Líquido acima da média (%)
     05  WS-MIN-HIST-RUNS            PIC 9(1) VALUE 3.
*>                                                  *> Execuções anteriores mínimas
*>                                                  *> para a média valer

*>    Funcionários pagos na execução revisada, com o que as
*>    conferências precisam de cada um
 01  WS-PAID-CONTROLS.
     05  WS-PAID-COUNT               PIC 9(4) COMP.
     05  WS-HIST-SUB                 PIC 9(1) COMP.
 01  WS-PAID-TABLE.
     05  WS-PAID-ROW                 OCCURS 5000 TIMES
                                      INDEXED BY PA-INDEX.
         10  WS-PA-SSN               PIC X(9).
         10  WS-PA-CUR-NET           PIC 9(7)V99.   *> Líquido na execução revisada
         10  WS-PA-REGULAR           PIC X(1).      *> Y=teve registro regular (01)
         10  WS-PA-PERIOD            PIC 9(2).      *> Período do registro regular
         10  WS-PA-HOURLY            PIC X(1).      *> Y=tem tarifa no RATEMAST
         10  WS-PA-CARD              PIC X(1).      *> Y=tem cartão no período
         10  WS-PA-TERM-DATE         PIC X(8).      *> Desligamento (espaços = nenhum)
         10  WS-PA-YTD-ACTIVE        PIC X(1).      *> Y=ativo em alguma empresa
         10  WS-PA-OPEN-DATE         PIC X(8).      *> Execução anterior em soma
         10  WS-PA-OPEN-SUM          PIC 9(7)V99.   *> Líquido da execução em soma
         10  WS-PA-HIST-COUNT        PIC 9(1).      *> Execuções anteriores guardadas
         10  WS-PA-HIST-NEXT         PIC 9(1).      *> Próxima posição do anel
         10  WS-PA-HIST-NET          PIC 9(7)V99 OCCURS 6 TIMES.
*>                                                  *> Líquido das últimas execuções
         10  WS-PA-POSTTERM-RUNS     PIC 9(2).      *> Execuções anteriores já
*>                                                  *> depois do desligamento

*>    Contas do mestre bancário, para achar a mesma conta em mais de
*>    um CPF/SSN
 01  WS-BANK-CONTROLS.
     05  WS-BANK-COUNT               PIC 9(5) COMP.
     05  WS-BK-SUB                   PIC 9(5) COMP.
     05  WS-ENTRY-SUB                PIC 9(1) COMP.
 01  WS-BANK-TABLE.
     05  WS-BANK-ROW                 OCCURS 15000 TIMES
                                      INDEXED BY BK-INDEX.
         10  WS-BK-SSN               PIC X(9).
         10  WS-BK-ROUTING           PIC X(9).
         10  WS-BK-ACCOUNT           PIC X(17).

*>    Aprovações de ponto por departamento/período
 01  WS-APPROV-CONTROLS.
     05  WS-APPROV-COUNT             PIC 9(3) COMP.
 01  WS-APPROV-TABLE.
     05  WS-APPROV-ROW               OCCURS 200 TIMES
                                      INDEXED BY AP-INDEX.
         10  WS-AP-DEPT-ENTRY        PIC X(4).
         10  WS-AP-PERIOD-ENTRY      PIC 9(2).

*>    Áreas de trabalho das conferências
 01  WS-CHECK-WORK.
     05  WS-HIST-TOTAL               PIC 9(9)V99.
     05  WS-HIST-AVG                 PIC 9(7)V99.
     05  WS-SPIKE-LIMIT              PIC 9(9)V99.
     05  WS-SPIKE-PCT                PIC 9(5).
     05  WS-POBOX-COUNT              PIC 9(2).
     05  WS-ACCOUNT-WORK             PIC X(17).
     05  WS-SCAN-POS                 PIC 9(2).
     05  WS-LAST4-WORK               PIC X(4).
     05  WS-MSG-AMT-OUT              PIC ZZZZZZ9.99.
     05  WS-MSG-AVG-OUT              PIC ZZZZZZ9.99.
     05  WS-MSG-PCT-OUT              PIC ZZZZ9.
     05  WS-MSG-NBR-OUT              PIC Z9.
     05  WS-MSG-COUNT-OUT            PIC ZZZZ9.

*>    Totalizadores da revisão
 01  WS-TOTALS.
     05  WS-FINDING-COUNT            PIC 9(5).      *> Achados gravados
     05  WS-ERROR-COUNT              PIC 9(5).      *> Achados de severidade E
     05  WS-LEAVE-EXEMPT-COUNT       PIC 9(5).      *> Sem cartão, de licença protegida

*>    Campos da mensagem ao operador, como WS-MSG-WORK da folha
 01  WS-MSG-WORK.
     05  WS-MSG-SEVERITY             PIC X(1).
     05  WS-MSG-ID                   PIC X(7).
     05  WS-MSG-TEXT                 PIC X(60).
     05  WS-MSG-SSN                  PIC X(9).

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - monta a população da execução revisada,
*>    roda as conferências e fecha o resumo
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     IF WS-REVIEW-DATE = SPACES
         PERFORM B20-FIND-LAST-RUN-PARA
     END-IF.
     IF WS-REVIEW-DATE = SPACES
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY4799" TO WS-MSG-ID
         MOVE "NO POSTED RUN FOUND IN PAYHIST.DAT - REVIEW NOT DONE"
             TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B25-LOAD-PAID-PARA.
     PERFORM B30-LOAD-HOURLY-PARA.
     PERFORM B35-LOAD-TIMECARDS-PARA.
     PERFORM B38-LOAD-APPROVALS-PARA.
     PERFORM B40-LOAD-YTD-PARA.
     PERFORM B45-LOAD-HISTORY-PARA.
     PERFORM B50-CHECK-BANK-PARA.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     MOVE "N" TO WS-LEAVCASE-OPEN-SWITCH.
     OPEN INPUT LEAVE-CASE-FILE-IN.
     IF WS-LEAVCASE-OK
         MOVE "Y" TO WS-LEAVCASE-OPEN-SWITCH
     END-IF.
     PERFORM B60-CHECK-PAID-PARA
         VARYING PA-INDEX FROM 1 BY 1
         UNTIL PA-INDEX > WS-PAID-COUNT.
     CLOSE EMPL-MASTER-FILE-IN.
     IF WS-LEAVCASE-OPEN
         CLOSE LEAVE-CASE-FILE-IN
     END-IF.
     PERFORM C20-SUMMARY-PARA.
     IF WS-FINDING-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Parâmetros: a execução revisada (1º parâmetro) e o limite do
*>    líquido acima da média (ambiente)
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-FINDING-COUNT
                   WS-ERROR-COUNT
                   WS-LEAVE-EXEMPT-COUNT
                   WS-PAID-COUNT
                   WS-BANK-COUNT
                   WS-APPROV-COUNT.
     MOVE SPACES TO WS-REVIEW-DATE.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-REVIEW-DATE FROM ARGUMENT-VALUE.
     IF WS-REVIEW-DATE NOT = SPACES AND WS-REVIEW-DATE NOT NUMERIC
         DISPLAY "RUN DATE PARAMETER MUST BE AAAAMMDD - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     ACCEPT WS-NET-PCT-EDIT FROM ENVIRONMENT "PROG47_NET_PCT"
         ON EXCEPTION MOVE SPACES TO WS-NET-PCT-EDIT
     END-ACCEPT.
     IF WS-NET-PCT-EDIT IS NUMERIC
         MOVE WS-NET-PCT-EDIT TO WS-NET-PCT
     ELSE
         MOVE 50 TO WS-NET-PCT
     END-IF.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     IF WS-PAYHIST-MISSING
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY4799" TO WS-MSG-ID
         MOVE "PAY HISTORY PAYHIST.DAT NOT FOUND - REVIEW NOT DONE"
             TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     CLOSE PAY-HISTORY-FILE-IN.

*>    1ª passagem do histórico: sem parâmetro, a execução revisada é a
*>    mais recente (linhas estornadas não contam)
 B20-FIND-LAST-RUN-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B21-LAST-RUN-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE PAY-HISTORY-FILE-IN.

*>    Guarda a maior data de execução
 B21-LAST-RUN-REC-PARA.
     IF PH-VOID-FLAG NOT = "V"
         IF WS-REVIEW-DATE = SPACES OR PH-RUN-DATE > WS-REVIEW-DATE
             MOVE PH-RUN-DATE TO WS-REVIEW-DATE
         END-IF
     END-IF.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    2ª passagem: os funcionários pagos na execução revisada, com o
*>    líquido somado e o período do registro regular
 B25-LOAD-PAID-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B26-PAID-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE PAY-HISTORY-FILE-IN.

*>    Soma uma linha da execução revisada ao funcionário
 B26-PAID-REC-PARA.
     IF PH-RUN-DATE = WS-REVIEW-DATE AND PH-VOID-FLAG NOT = "V"
         MOVE PH-SSN TO WS-MSG-SSN
         PERFORM B27-FIND-PAID-PARA
         IF NOT WS-PAID-FOUND AND WS-PAID-COUNT < 5000
             ADD 1 TO WS-PAID-COUNT
             SET PA-INDEX TO WS-PAID-COUNT
             MOVE PH-SSN TO WS-PA-SSN (PA-INDEX)
             MOVE ZEROS TO WS-PA-CUR-NET (PA-INDEX)
                           WS-PA-PERIOD (PA-INDEX)
                           WS-PA-OPEN-SUM (PA-INDEX)
                           WS-PA-HIST-COUNT (PA-INDEX)
                           WS-PA-POSTTERM-RUNS (PA-INDEX)
             MOVE 1 TO WS-PA-HIST-NEXT (PA-INDEX)
             MOVE "N" TO WS-PA-REGULAR (PA-INDEX)
                         WS-PA-HOURLY (PA-INDEX)
                         WS-PA-CARD (PA-INDEX)
                         WS-PA-YTD-ACTIVE (PA-INDEX)
             MOVE SPACES TO WS-PA-TERM-DATE (PA-INDEX)
                            WS-PA-OPEN-DATE (PA-INDEX)
             MOVE "Y" TO WS-PAID-FOUND-SWITCH
         END-IF
         IF WS-PAID-FOUND
             ADD PH-NET-PAY TO WS-PA-CUR-NET (PA-INDEX)
             IF PH-REC-CODE = 01
                 MOVE "Y" TO WS-PA-REGULAR (PA-INDEX)
                 MOVE PH-PERIOD-NBR TO WS-PA-PERIOD (PA-INDEX)
             END-IF
         END-IF
     END-IF.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Procura na tabela de pagos o CPF/SSN em WS-MSG-SSN
 B27-FIND-PAID-PARA.
     MOVE "N" TO WS-PAID-FOUND-SWITCH.
     IF WS-PAID-COUNT > 0
         SET PA-INDEX TO 1
         SEARCH WS-PAID-ROW
             AT END CONTINUE
             WHEN PA-INDEX > WS-PAID-COUNT
                 CONTINUE
             WHEN WS-PA-SSN (PA-INDEX) = WS-MSG-SSN
                 MOVE "Y" TO WS-PAID-FOUND-SWITCH
         END-SEARCH
     END-IF.

*>    Marca como horistas os pagos com tarifa no mestre de tarifas
 B30-LOAD-HOURLY-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT RATE-MASTER-FILE-IN.
     IF WS-RATEMAST-MISSING
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY4791" TO WS-MSG-ID
         MOVE "RATE MASTER RATEMAST.DAT NOT FOUND - TIMECARD CHECK " &
              "SKIPPED" TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
     ELSE
         READ RATE-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B31-HOURLY-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE RATE-MASTER-FILE-IN
     END-IF.

*>    Marca um horista pago
 B31-HOURLY-REC-PARA.
     MOVE RT-SSN TO WS-MSG-SSN.
     PERFORM B27-FIND-PAID-PARA.
     IF WS-PAID-FOUND
         MOVE "Y" TO WS-PA-HOURLY (PA-INDEX)
     END-IF.
     READ RATE-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Marca os pagos com cartão de ponto no período do regular; sem o
*>    arquivo de cartões a conferência não é feita
 B35-LOAD-TIMECARDS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE "N" TO WS-TIMECARD-LOADED-SWITCH.
     OPEN INPUT TIMECARD-FILE-IN.
     IF WS-TIMECARD-MISSING
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY4792" TO WS-MSG-ID
         MOVE "TIMECARD FILE TIMECARD.DAT NOT FOUND - TIMECARD " &
              "CHECK SKIPPED" TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
     ELSE
         MOVE "Y" TO WS-TIMECARD-LOADED-SWITCH
         READ TIMECARD-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B36-TIMECARD-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE TIMECARD-FILE-IN
     END-IF.

*>    Marca o cartão de um pago, quando do período pago
 B36-TIMECARD-REC-PARA.
     MOVE TC-SSN TO WS-MSG-SSN.
     PERFORM B27-FIND-PAID-PARA.
     IF WS-PAID-FOUND
         IF TC-PERIOD-NBR = WS-PA-PERIOD (PA-INDEX)
             MOVE "Y" TO WS-PA-CARD (PA-INDEX)
         END-IF
     END-IF.
     READ TIMECARD-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega as aprovações de ponto; sem o arquivo nenhum
*>    departamento está aprovado, como na montagem
 B38-LOAD-APPROVALS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT TA-APPROVAL-FILE-IN.
     IF WS-APPROV-MISSING
         IF WS-TIMECARD-LOADED
             MOVE "W" TO WS-MSG-SEVERITY
             MOVE "PAY4793" TO WS-MSG-ID
             MOVE "APPROVAL FILE TAAPPROV.DAT NOT FOUND - NO " &
                  "DEPARTMENT APPROVED" TO WS-MSG-TEXT
             MOVE SPACES TO WS-MSG-SSN
             PERFORM C18-WRITE-MSG-PARA
         END-IF
     ELSE
         READ TA-APPROVAL-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B39-APPROVAL-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE TA-APPROVAL-FILE-IN
     END-IF.

*>    Guarda uma aprovação
 B39-APPROVAL-REC-PARA.
     IF WS-APPROV-COUNT < 200
         ADD 1 TO WS-APPROV-COUNT
         SET AP-INDEX TO WS-APPROV-COUNT
         MOVE AP-DEPT-CODE TO WS-AP-DEPT-ENTRY (AP-INDEX)
         MOVE AP-PERIOD-NBR TO WS-AP-PERIOD-ENTRY (AP-INDEX)
     END-IF.
     READ TA-APPROVAL-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Varre o mestre de acumulados: o pago desligado em todas as
*>    empresas em que aparece fica com a data de desligamento; ativo
*>    em alguma empresa do grupo não é pagamento indevido
 B40-LOAD-YTD-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT YTD-MASTER-FILE-IN.
     IF NOT WS-YTD-OK
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY4794" TO WS-MSG-ID
         MOVE "YTD MASTER PROG6_YTD.DAT NOT AVAILABLE - TERM DATE " &
              "CHECK SKIPPED" TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
     ELSE
         READ YTD-MASTER-FILE-IN NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-YTD-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE YTD-MASTER-FILE-IN
     END-IF.

*>    Examina um acumulado de pago
 B41-YTD-REC-PARA.
     MOVE YM-SSN TO WS-MSG-SSN.
     PERFORM B27-FIND-PAID-PARA.
     IF WS-PAID-FOUND
         IF YM-STATUS = "T" AND YM-TERM-DATE NUMERIC
             IF YM-TERM-DATE > WS-PA-TERM-DATE (PA-INDEX)
                     OR WS-PA-TERM-DATE (PA-INDEX) = SPACES
                 MOVE YM-TERM-DATE TO WS-PA-TERM-DATE (PA-INDEX)
             END-IF
         ELSE
             MOVE "Y" TO WS-PA-YTD-ACTIVE (PA-INDEX)
         END-IF
     END-IF.
     READ YTD-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    3ª passagem: o líquido de cada execução anterior dos pagos, para
*>    a média móvel das últimas seis, e as execuções anteriores já
*>    depois do desligamento (o histórico é gravado em ordem de
*>    execução)
 B45-LOAD-HISTORY-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B46-HISTORY-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE PAY-HISTORY-FILE-IN.
     PERFORM B48-CLOSE-OPEN-RUN-PARA
         VARYING PA-INDEX FROM 1 BY 1
         UNTIL PA-INDEX > WS-PAID-COUNT.

*>    Soma uma linha anterior à execução revisada; a troca de data
*>    fecha a execução em soma do funcionário
 B46-HISTORY-REC-PARA.
     IF PH-RUN-DATE < WS-REVIEW-DATE AND PH-VOID-FLAG NOT = "V"
         MOVE PH-SSN TO WS-MSG-SSN
         PERFORM B27-FIND-PAID-PARA
         IF WS-PAID-FOUND
             IF PH-RUN-DATE NOT = WS-PA-OPEN-DATE (PA-INDEX)
                 PERFORM B47-STORE-RUN-PARA
                 MOVE PH-RUN-DATE TO WS-PA-OPEN-DATE (PA-INDEX)
                 MOVE ZEROS TO WS-PA-OPEN-SUM (PA-INDEX)
             END-IF
             ADD PH-NET-PAY TO WS-PA-OPEN-SUM (PA-INDEX)
         END-IF
     END-IF.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Guarda a execução em soma no anel das últimas seis e conta-a se
*>    já era depois do desligamento
 B47-STORE-RUN-PARA.
     IF WS-PA-OPEN-DATE (PA-INDEX) NOT = SPACES
         MOVE WS-PA-HIST-NEXT (PA-INDEX) TO WS-HIST-SUB
         MOVE WS-PA-OPEN-SUM (PA-INDEX)
             TO WS-PA-HIST-NET (PA-INDEX, WS-HIST-SUB)
         IF WS-PA-HIST-NEXT (PA-INDEX) = 6
             MOVE 1 TO WS-PA-HIST-NEXT (PA-INDEX)
         ELSE
             ADD 1 TO WS-PA-HIST-NEXT (PA-INDEX)
         END-IF
         IF WS-PA-HIST-COUNT (PA-INDEX) < 6
             ADD 1 TO WS-PA-HIST-COUNT (PA-INDEX)
         END-IF
         IF WS-PA-TERM-DATE (PA-INDEX) NOT = SPACES
                 AND WS-PA-OPEN-DATE (PA-INDEX) >
                     WS-PA-TERM-DATE (PA-INDEX)
                 AND WS-PA-POSTTERM-RUNS (PA-INDEX) < 99
             ADD 1 TO WS-PA-POSTTERM-RUNS (PA-INDEX)
         END-IF
     END-IF.

*>    Fecha a última execução em soma de um pago
 B48-CLOSE-OPEN-RUN-PARA.
     PERFORM B47-STORE-RUN-PARA.
     MOVE SPACES TO WS-PA-OPEN-DATE (PA-INDEX).

*>    Varre o mestre bancário e confronta cada conta com as já vistas
*>    de outros CPF/SSN
 B50-CHECK-BANK-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT BANK-MASTER-FILE-IN.
     IF NOT WS-BANKMAST-OK
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY4795" TO WS-MSG-ID
         MOVE "BANK MASTER BANKMAST.DAT NOT AVAILABLE - ACCOUNT " &
              "CHECK SKIPPED" TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
     ELSE
         READ BANK-MASTER-FILE-IN NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B51-BANK-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE BANK-MASTER-FILE-IN
     END-IF.

*>    Examina as três entradas de um registro bancário
 B51-BANK-REC-PARA.
     PERFORM B52-BANK-ENTRY-PARA
         VARYING WS-ENTRY-SUB FROM 1 BY 1
         UNTIL WS-ENTRY-SUB > 3.
     READ BANK-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Confronta uma conta preenchida com as anteriores e guarda-a
 B52-BANK-ENTRY-PARA.
     IF BM-ROUTING-NBR (WS-ENTRY-SUB) NOT = SPACES
         PERFORM B53-COMPARE-ACCOUNT-PARA
             VARYING WS-BK-SUB FROM 1 BY 1
             UNTIL WS-BK-SUB > WS-BANK-COUNT
         IF WS-BANK-COUNT < 15000
             ADD 1 TO WS-BANK-COUNT
             SET BK-INDEX TO WS-BANK-COUNT
             MOVE BM-SSN TO WS-BK-SSN (BK-INDEX)
             MOVE BM-ROUTING-NBR (WS-ENTRY-SUB)
                 TO WS-BK-ROUTING (BK-INDEX)
             MOVE BM-ACCOUNT-NBR (WS-ENTRY-SUB)
                 TO WS-BK-ACCOUNT (BK-INDEX)
         END-IF
     END-IF.

*>    A mesma conta já vista em outro CPF/SSN é achado de erro: ou é
*>    um funcionário-fantasma depositando na conta de outro, ou um
*>    cadastro errado que manda o salário para a pessoa errada
 B53-COMPARE-ACCOUNT-PARA.
     SET BK-INDEX TO WS-BK-SUB.
     IF WS-BK-ROUTING (BK-INDEX) = BM-ROUTING-NBR (WS-ENTRY-SUB)
             AND WS-BK-ACCOUNT (BK-INDEX) =
                 BM-ACCOUNT-NBR (WS-ENTRY-SUB)
             AND WS-BK-SSN (BK-INDEX) NOT = BM-SSN
         MOVE BM-ACCOUNT-NBR (WS-ENTRY-SUB) TO WS-ACCOUNT-WORK
         PERFORM C41-LAST4-PARA
         MOVE "E" TO WS-MSG-SEVERITY
         MOVE "PAY4701" TO WS-MSG-ID
         MOVE SPACES TO WS-MSG-TEXT
         STRING "ACCT ENDING " DELIMITED BY SIZE
                WS-LAST4-WORK DELIMITED BY SIZE
                " RTG " DELIMITED BY SIZE
                BM-ROUTING-NBR (WS-ENTRY-SUB) DELIMITED BY SIZE
                " ALSO ON SSN " DELIMITED BY SIZE
                WS-BK-SSN (BK-INDEX) DELIMITED BY SIZE
             INTO WS-MSG-TEXT
         END-STRING
         MOVE BM-SSN TO WS-MSG-SSN
         PERFORM C17-FINDING-PARA
     END-IF.

*>    Conferências de cada funcionário pago na execução revisada
 B60-CHECK-PAID-PARA.
     MOVE WS-PA-SSN (PA-INDEX) TO WS-MSG-SSN.
     PERFORM B61-CHECK-MASTER-PARA.
     IF WS-EMPL-MASTER-FOUND
         PERFORM B62-CHECK-TIMECARD-PARA
     END-IF.
     PERFORM B63-CHECK-TERM-DATE-PARA.
     PERFORM B64-CHECK-NET-SPIKE-PARA.

*>    Cadastro e endereço: pago sem cadastro é o fantasma clássico;
*>    sem endereço completo ou com caixa postal, ninguém confere se a
*>    pessoa existe onde diz morar
 B61-CHECK-MASTER-PARA.
     MOVE "N" TO WS-EMPL-MASTER-SWITCH.
     MOVE WS-PA-SSN (PA-INDEX) TO EM-SSN.
     READ EMPL-MASTER-FILE-IN
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-EMPL-MASTER-SWITCH
     END-READ.
     IF NOT WS-EMPL-MASTER-FOUND
         MOVE "E" TO WS-MSG-SEVERITY
         MOVE "PAY4702" TO WS-MSG-ID
         MOVE "PAID IN THIS RUN BUT NOT ON THE EMPLOYEE MASTER"
             TO WS-MSG-TEXT
         PERFORM C17-FINDING-PARA
     ELSE
         IF EM-ADDR-STREET = SPACES OR EM-ADDR-CITY-ST = SPACES
                 OR EM-ADDR-ZIP = SPACES
             MOVE "E" TO WS-MSG-SEVERITY
             MOVE "PAY4703" TO WS-MSG-ID
             MOVE "NO COMPLETE ADDRESS ON THE EMPLOYEE MASTER"
                 TO WS-MSG-TEXT
             PERFORM C17-FINDING-PARA
         ELSE
             MOVE ZEROS TO WS-POBOX-COUNT
             INSPECT EM-ADDR-STREET TALLYING WS-POBOX-COUNT
                 FOR ALL "PO BOX" "P.O. BOX" "P O BOX" "P.O.BOX"
                         "POST OFFICE BOX" "POB "
             IF WS-POBOX-COUNT > 0
                 MOVE "W" TO WS-MSG-SEVERITY
                 MOVE "PAY4704" TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "ADDRESS IS A P.O. BOX: " DELIMITED BY SIZE
                        EM-ADDR-STREET DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
                 END-STRING
                 PERFORM C17-FINDING-PARA
             END-IF
         END-IF
     END-IF.

*>    Horista pago no regular precisa de cartão no período e do
*>    departamento aprovado para o período, como a montagem exige;
*>    sem cartão, de licença protegida, não é achado
 B62-CHECK-TIMECARD-PARA.
     IF WS-TIMECARD-LOADED AND WS-PA-HOURLY (PA-INDEX) = "Y"
             AND WS-PA-REGULAR (PA-INDEX) = "Y"
         MOVE WS-PA-PERIOD (PA-INDEX) TO WS-MSG-NBR-OUT
         IF WS-PA-CARD (PA-INDEX) NOT = "Y"
             PERFORM B62A-CHECK-LEAVE-PARA
             IF WS-EMPL-ON-LEAVE
                 ADD 1 TO WS-LEAVE-EXEMPT-COUNT
             ELSE
                 MOVE "E" TO WS-MSG-SEVERITY
                 MOVE "PAY4705" TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "HOURLY PAID WITH NO TIMECARD FOR PERIOD "
                            DELIMITED BY SIZE
                        WS-MSG-NBR-OUT DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
                 END-STRING
                 PERFORM C17-FINDING-PARA
             END-IF
         ELSE
             MOVE "N" TO WS-APPROVED-SWITCH
             IF WS-APPROV-COUNT > 0
                 SET AP-INDEX TO 1
                 SEARCH WS-APPROV-ROW
                     AT END CONTINUE
                     WHEN AP-INDEX > WS-APPROV-COUNT
                         CONTINUE
                     WHEN WS-AP-DEPT-ENTRY (AP-INDEX) = EM-DEPT-CODE
                             AND WS-AP-PERIOD-ENTRY (AP-INDEX) =
                                 WS-PA-PERIOD (PA-INDEX)
                         MOVE "Y" TO WS-APPROVED-SWITCH
                 END-SEARCH
             END-IF
             IF NOT WS-APPROVED
                 MOVE "E" TO WS-MSG-SEVERITY
                 MOVE "PAY4706" TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "HOURLY PAID - TIMECARD NOT APPROVED, DEPT "
                            DELIMITED BY SIZE
                        EM-DEPT-CODE DELIMITED BY SIZE
                        " PERIOD " DELIMITED BY SIZE
                        WS-MSG-NBR-OUT DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
                 END-STRING
                 PERFORM C17-FINDING-PARA
             END-IF
         END-IF
     END-IF.

*>    Caso de licença protegida aberto (situação L) e já iniciado na
*>    data da execução revisada
 B62A-CHECK-LEAVE-PARA.
     MOVE "N" TO WS-ON-LEAVE-SWITCH.
     IF WS-LEAVCASE-OPEN
         MOVE WS-PA-SSN (PA-INDEX) TO LO-SSN
         READ LEAVE-CASE-FILE-IN
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF LO-STATUS = "L"
                         AND LO-START-DATE <= WS-REVIEW-DATE
                     MOVE "Y" TO WS-ON-LEAVE-SWITCH
                 END-IF
         END-READ
     END-IF.

*>    Pago depois do desligamento (desligado em todas as empresas): a
*>    primeira execução depois da data pode ser a rescisão e é aviso;
*>    se execuções anteriores já pagaram depois da data, é erro
 B63-CHECK-TERM-DATE-PARA.
     IF WS-PA-TERM-DATE (PA-INDEX) NOT = SPACES
             AND WS-PA-YTD-ACTIVE (PA-INDEX) NOT = "Y"
             AND WS-REVIEW-DATE > WS-PA-TERM-DATE (PA-INDEX)
         MOVE "PAY4707" TO WS-MSG-ID
         MOVE SPACES TO WS-MSG-TEXT
         IF WS-PA-POSTTERM-RUNS (PA-INDEX) = 0
             MOVE "W" TO WS-MSG-SEVERITY
             STRING "PAID AFTER TERM DATE " DELIMITED BY SIZE
                    WS-PA-TERM-DATE (PA-INDEX) DELIMITED BY SIZE
                    " - CONFIRM FINAL PAY" DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
             END-STRING
         ELSE
             MOVE "E" TO WS-MSG-SEVERITY
             MOVE WS-PA-POSTTERM-RUNS (PA-INDEX) TO WS-MSG-NBR-OUT
             STRING "PAID AFTER TERM DATE " DELIMITED BY SIZE
                    WS-PA-TERM-DATE (PA-INDEX) DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WS-MSG-NBR-OUT DELIMITED BY SIZE
                    " EARLIER RUN(S) ALSO" DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
             END-STRING
         END-IF
         PERFORM C17-FINDING-PARA
     END-IF.

*>    Líquido da execução contra a média das últimas execuções (pelo
*>    menos WS-MIN-HIST-RUNS delas, senão não há média para comparar)
 B64-CHECK-NET-SPIKE-PARA.
     IF WS-PA-HIST-COUNT (PA-INDEX) >= WS-MIN-HIST-RUNS
         MOVE ZEROS TO WS-HIST-TOTAL
         PERFORM B65-ADD-HIST-PARA
             VARYING WS-HIST-SUB FROM 1 BY 1
             UNTIL WS-HIST-SUB > WS-PA-HIST-COUNT (PA-INDEX)
         COMPUTE WS-HIST-AVG ROUNDED =
             WS-HIST-TOTAL / WS-PA-HIST-COUNT (PA-INDEX)
         COMPUTE WS-SPIKE-LIMIT ROUNDED =
             WS-HIST-AVG + WS-HIST-AVG * WS-NET-PCT / 100
         IF WS-HIST-AVG > 0
                 AND WS-PA-CUR-NET (PA-INDEX) > WS-SPIKE-LIMIT
             COMPUTE WS-SPIKE-PCT ROUNDED =
                 (WS-PA-CUR-NET (PA-INDEX) - WS-HIST-AVG) * 100
                 / WS-HIST-AVG
                 ON SIZE ERROR MOVE 99999 TO WS-SPIKE-PCT
             END-COMPUTE
             MOVE WS-PA-CUR-NET (PA-INDEX) TO WS-MSG-AMT-OUT
             MOVE WS-HIST-AVG TO WS-MSG-AVG-OUT
             MOVE WS-SPIKE-PCT TO WS-MSG-PCT-OUT
             MOVE "W" TO WS-MSG-SEVERITY
             MOVE "PAY4708" TO WS-MSG-ID
             MOVE SPACES TO WS-MSG-TEXT
             STRING "NET " DELIMITED BY SIZE
                    WS-MSG-AMT-OUT DELIMITED BY SIZE
                    " IS " DELIMITED BY SIZE
                    WS-MSG-PCT-OUT DELIMITED BY SIZE
                    "% ABOVE TRAILING AVG " DELIMITED BY SIZE
                    WS-MSG-AVG-OUT DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
             END-STRING
             PERFORM C17-FINDING-PARA
         END-IF
     END-IF.

*>    Soma um líquido guardado no anel
 B65-ADD-HIST-PARA.
     ADD WS-PA-HIST-NET (PA-INDEX, WS-HIST-SUB) TO WS-HIST-TOTAL.

*>    Conta e grava um achado
 C17-FINDING-PARA.
     ADD 1 TO WS-FINDING-COUNT.
     IF WS-MSG-SEVERITY = "E"
         ADD 1 TO WS-ERROR-COUNT
     END-IF.
     PERFORM C18-WRITE-MSG-PARA.

*>    Grava uma mensagem ao operador, abrindo e fechando a cada
*>    gravação como a folha faz; a mesma mensagem também sai no log
 C18-WRITE-MSG-PARA.
     OPEN EXTEND OPER-MSG-FILE-OUT.
     IF WS-OPERMSG-MISSING
         OPEN OUTPUT OPER-MSG-FILE-OUT
     END-IF.
     MOVE WS-MSG-SEVERITY TO OM-SEVERITY.
     MOVE WS-MSG-ID TO OM-MSG-ID.
     MOVE WS-MSG-TEXT TO OM-MSG-TEXT.
     MOVE WS-MSG-SSN TO OM-SSN.
     MOVE WS-RUN-DATE TO OM-RUN-DATE.
     WRITE OM-MSG-REC.
     CLOSE OPER-MSG-FILE-OUT.
     DISPLAY WS-MSG-SEVERITY " " WS-MSG-ID " " WS-MSG-SSN " "
             WS-MSG-TEXT.

*>    Resumo da revisão, também em mensagem
 C20-SUMMARY-PARA.
     MOVE WS-PAID-COUNT TO WS-MSG-COUNT-OUT.
     MOVE SPACES TO WS-MSG-TEXT.
     MOVE WS-FINDING-COUNT TO WS-MSG-PCT-OUT.
     IF WS-FINDING-COUNT = 0
         MOVE "I" TO WS-MSG-SEVERITY
     ELSE
         MOVE "W" TO WS-MSG-SEVERITY
     END-IF.
     MOVE "PAY4700" TO WS-MSG-ID.
     STRING "ANOMALY REVIEW OF RUN " DELIMITED BY SIZE
            WS-REVIEW-DATE DELIMITED BY SIZE
            " - PAID " DELIMITED BY SIZE
            WS-MSG-COUNT-OUT DELIMITED BY SIZE
            " FINDINGS " DELIMITED BY SIZE
            WS-MSG-PCT-OUT DELIMITED BY SIZE
         INTO WS-MSG-TEXT
     END-STRING.
     MOVE SPACES TO WS-MSG-SSN.
     PERFORM C18-WRITE-MSG-PARA.
     DISPLAY "ANOMALY FINDINGS: " WS-FINDING-COUNT
             "  ERRORS: " WS-ERROR-COUNT
             "  ON LEAVE - NO TIMECARD: " WS-LEAVE-EXEMPT-COUNT.

*>    Final (quatro últimas posições preenchidas) da conta em
*>    WS-ACCOUNT-WORK
 C41-LAST4-PARA.
     MOVE SPACES TO WS-LAST4-WORK.
     PERFORM C42-SCAN-BACK-PARA
         VARYING WS-SCAN-POS FROM 17 BY -1
         UNTIL WS-SCAN-POS < 1
             OR WS-ACCOUNT-WORK (WS-SCAN-POS:1) NOT = SPACE.
     IF WS-SCAN-POS >= 4
         MOVE WS-ACCOUNT-WORK (WS-SCAN-POS - 3:4) TO WS-LAST4-WORK
     END-IF.

*>    Passo da varredura de trás para frente (o teste está no UNTIL)
 C42-SCAN-BACK-PARA.
     CONTINUE.
