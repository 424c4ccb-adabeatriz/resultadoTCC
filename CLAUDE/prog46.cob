*> =====================================================================
*> PROGRAMA: MANUTENÇÃO DO MESTRE BANCÁRIO COM DUPLA APROVAÇÃO
*> DESCRIÇÃO: Manutenção controlada das contas de depósito direto do
*>            funcionário (BANKMAST.DAT), no lugar da edição manual do
*>            arquivo - a troca de conta às vésperas do pagamento é o
*>            caminho mais comum de desvio de salário. Roda em dois
*>            modos (1º parâmetro), cada um por um usuário diferente
*>            (2º parâmetro; sem ele, o usuário da sessão):
*>            - ENTER: o atendente digita as alterações em
*>              BANKCHG.DAT (A=inclui conta, C=altera, D=exclui, por
*>              CPF/SSN e entrada 1-3); as válidas entram na fila
*>              BANKCHGQ.DAT com número de alteração, quem digitou e
*>              quando, aguardando aprovação - nada toca o mestre;
*>            - APPROVE: um segundo usuário aprova (A) ou recusa (R)
*>              cada alteração da fila pelo número (BANKAPRV.DAT). O
*>              mesmo usuário que digitou não pode aprovar. A
*>              alteração aprovada é aplicada ao mestre com as imagens
*>              antes/depois no relatório e gera o aviso ao
*>              funcionário no endereço do cadastro (BANKNOTE.DAT).
*>            Conta trocada a menos de PROG46_HOLD_DAYS dias (padrão
*>            10) da próxima data de pagamento do grupo do
*>            funcionário é obrigada a prenote: o indicador de conta
*>            nova fica ligado e a folha (PROG6) paga o líquido em
*>            cheque de papel até o prenote ser confirmado. A fila
*>            guarda as decisões (quem aprovou/recusou e quando) como
*>            trilha de auditoria
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG46.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Alterações de conta digitadas pelo atendente (modo ENTER)
     SELECT BANK-CHANGE-FILE-IN
         ASSIGN TO "BANKCHG.DAT"
         FILE STATUS IS WS-BANKCHG-FILE-STATUS.
*>    Fila de alterações com as decisões, relida e regravada a cada
*>    execução
     SELECT BANK-QUEUE-FILE
         ASSIGN TO "BANKCHGQ.DAT"
         FILE STATUS IS WS-BANKCHGQ-FILE-STATUS.
*>    Decisões do aprovador sobre a fila (modo APPROVE)
     SELECT BANK-APPROVAL-FILE-IN
         ASSIGN TO "BANKAPRV.DAT"
         FILE STATUS IS WS-BANKAPRV-FILE-STATUS.
*>    Arquivo mestre bancário, indexado pelo CPF/SSN; o mesmo layout é
*>    declarado em PROG6 e PROG18 - os três precisam andar juntos
     SELECT BANK-MASTER-FILE
         ASSIGN TO "BANKMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS BM-SSN
         FILE STATUS IS WS-BANKMAST-FILE-STATUS.
*>    Mestre de funcionários: existência, endereço do aviso e grupo de
*>    pagamento
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Calendário de períodos por grupo, de onde sai a próxima data de
*>    pagamento; o layout de PROG6
     SELECT PERIOD-CAL-FILE-IN
         ASSIGN TO "PERCAL.DAT"
         FILE STATUS IS WS-PERCAL-FILE-STATUS.
*>    Avisos de alteração de conta ao funcionário, em EXTEND -
*>    cumulativo até a impressão das cartas
     SELECT BANK-NOTICE-FILE-OUT
         ASSIGN TO "BANKNOTE.DAT"
         FILE STATUS IS WS-BANKNOTE-FILE-STATUS.
*>    Relatório de auditoria da manutenção (antes/depois)
     SELECT BANK-MAINT-REPORT-OUT
         ASSIGN TO "BANKMAINT_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição das alterações digitadas pelo atendente
 FD  BANK-CHANGE-FILE-IN
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BC-CHANGE-REC-IN.
 01  BC-CHANGE-REC-IN.
     05  BC-ACTION-IN                PIC X(1).      *> A=inclui  C=altera  D=exclui
     05  BC-SSN-IN                   PIC X(9).      *> CPF/SSN do funcionário
     05  BC-ENTRY-NBR-IN             PIC 9(1).      *> Entrada da conta (1-3)
     05  BC-ROUTING-IN               PIC X(9).      *> Número de roteamento do banco
     05  BC-ACCOUNT-IN               PIC X(17).     *> Número da conta
     05  BC-ACCT-TYPE-IN             PIC X(1).      *> C=corrente  S=poupança
     05  BC-SPLIT-METHOD-IN          PIC X(1).      *> F=valor fixo  P=percentual  espaço=resto
     05  BC-SPLIT-AMT-IN             PIC 9(5)V99.   *> Valor fixo ou percentual (PP.pp)
     05  BC-REMAINDER-IN             PIC X(1).      *> Y=entrada passa a receber o resto
     05  BC-PRENOTE-REQ-IN           PIC X(1).      *> Y=pede prenote mesmo fora da janela
     05  FILLER                      PIC X(12).

*>    Definição da fila de alterações (a linha da fila é guardada na
*>    tabela em memória e examinada pelos campos de WS-CHG-WORK)
 FD  BANK-QUEUE-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BQ-QUEUE-REC.
 01  BQ-QUEUE-REC                    PIC X(100).

*>    Definição das decisões do aprovador
 FD  BANK-APPROVAL-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS AV-APPROVAL-REC.
 01  AV-APPROVAL-REC.
     05  AV-CHANGE-ID                PIC 9(6).      *> Número da alteração na fila
     05  AV-DECISION                 PIC X(1).      *> A=aprova  R=recusa
     05  AV-NOTE                     PIC X(20).     *> Observação do aprovador
     05  FILLER                      PIC X(13).

*>    Definição do arquivo mestre bancário; o layout de PROG6
 FD  BANK-MASTER-FILE
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
     05  EM-WORK-STATE               PIC X(2).      *> Jurisdição (UF) de trabalho
     05  EM-RES-STATE                PIC X(2).      *> Jurisdição (UF) de residência
     05  EM-ADDL-FED-WH              PIC 9(3)V99.   *> Retenção federal adicional
     05  EM-FICA-EXEMPT              PIC X(1).      *> Y=isento de FICA por lei
     05  EM-PAY-FREQ                 PIC 9(2).      *> Períodos de pagamento/ano
     05  EM-SSN-MISMATCH             PIC X(1).      *> Y=nome/CPF-SSN divergente na
*>                                                  *> verificação da SSA (PROG26)
     05  EM-WC-CLASS                 PIC X(4).      *> Classe de risco do seguro de
*>                                                  *> acidentes (vazio = classe padrão
*>                                                  *> do departamento)
     05  EM-WORK-LOCALITY            PIC X(4).      *> Município/localidade de trabalho
*>                                                  *> (vazio = só o mínimo estadual)
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (calendário
*>                                                  *> próprio em PERCAL.DAT; espaços =
*>                                                  *> grupo padrão da instalação)
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Definição do calendário de períodos; o layout de PROG6
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

*>    Definição do aviso de alteração de conta ao funcionário; só os
*>    quatro últimos dígitos das contas vão para a carta
 FD  BANK-NOTICE-FILE-OUT
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS NT-NOTICE-REC.
 01  NT-NOTICE-REC.
     05  NT-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  NT-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  NT-ADDR-STREET              PIC X(25).     *> Endereço do cadastro - logradouro
     05  NT-ADDR-CITY-ST             PIC X(20).     *> Endereço do cadastro - cidade/UF
     05  NT-ADDR-ZIP                 PIC X(9).      *> Endereço do cadastro - CEP/ZIP
     05  NT-CHANGE-ID                PIC 9(6).      *> Número da alteração na fila
     05  NT-CHANGE-DATE              PIC X(8).      *> Data da aplicação (AAAAMMDD)
     05  NT-ACTION                   PIC X(1).      *> A=inclusão  C=alteração  D=exclusão
     05  NT-ENTRY-NBR                PIC 9(1).      *> Entrada da conta (1-3)
     05  NT-OLD-ACCT-LAST4           PIC X(4).      *> Final da conta anterior
     05  NT-NEW-ACCT-LAST4           PIC X(4).      *> Final da conta nova
     05  NT-PRENOTE-FLAG             PIC X(1).      *> Y=pagamento em cheque até o prenote
     05  NT-CHECK-DATE               PIC X(8).      *> Próxima data de pagamento apurada
     05  NT-PRINTED                  PIC X(1).      *> Y=carta já impressa
     05  FILLER                      PIC X(25).

*>    Relatório de auditoria (linha de 132 colunas)
 FD  BANK-MAINT-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BR-REPORT-OUT.
 01  BR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-TRANS-EOF-SWITCH         PIC X(1).
     05  WS-QUEUE-EOF-SWITCH         PIC X(1).
     05  WS-APPROV-EOF-SWITCH        PIC X(1).
     05  WS-PERCAL-EOF-SWITCH        PIC X(1).
     05  WS-BANKCHG-FILE-STATUS      PIC X(2).
         88  WS-BANKCHG-MISSING      VALUE "35".
     05  WS-BANKCHGQ-FILE-STATUS     PIC X(2).
         88  WS-BANKCHGQ-MISSING     VALUE "35".
     05  WS-BANKAPRV-FILE-STATUS     PIC X(2).
         88  WS-BANKAPRV-MISSING     VALUE "35".
     05  WS-BANKMAST-FILE-STATUS     PIC X(2).
         88  WS-BANKMAST-MISSING     VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
     05  WS-PERCAL-FILE-STATUS       PIC X(2).
         88  WS-PERCAL-MISSING       VALUE "35".
     05  WS-BANKNOTE-FILE-STATUS     PIC X(2).
         88  WS-BANKNOTE-MISSING     VALUE "35".
     05  WS-TXN-VALID-SWITCH         PIC X(1).
         88  WS-TXN-VALID            VALUE "Y".
     05  WS-EMPL-MASTER-SWITCH       PIC X(1).
         88  WS-EMPL-MASTER-FOUND    VALUE "Y".
     05  WS-BANK-FOUND-SWITCH        PIC X(1).
         88  WS-BANK-FOUND           VALUE "Y".
     05  WS-QUEUE-FOUND-SWITCH       PIC X(1).
         88  WS-QUEUE-FOUND          VALUE "Y".
     05  WS-ACCT-CHANGED-SWITCH      PIC X(1).      *> Roteamento/conta trocados
         88  WS-ACCT-CHANGED         VALUE "Y".
     05  WS-FORCED-SWITCH            PIC X(1).      *> Prenote obrigado pela janela
         88  WS-PRENOTE-FORCED       VALUE "Y".

*>    Parâmetros da execução: modo e usuário que a executa
 01  WS-PARMS.
     05  WS-PARM-MODE                PIC X(8).
         88  WS-ENTER-MODE           VALUE "ENTER".
         88  WS-APPROVE-MODE         VALUE "APPROVE".
     05  WS-OPERATOR-ID              PIC X(8).      *> Usuário da execução
     05  WS-RUN-DATE                 PIC X(8).      *> Data da execução (AAAAMMDD)
     05  WS-ENV-CHECK-DATE           PIC X(8).      *> Data de pagamento informada
     05  WS-HOLD-DAYS-EDIT           PIC X(2).      *> Janela do ambiente (dias)
     05  WS-HOLD-DAYS                PIC 9(2).      *> Janela de prenote obrigatório

*>    Alteração corrente em exame (nova ou lida da fila)
 01  WS-CHG-WORK.
     05  WS-CHG-REC                  PIC X(100).
     05  WS-CHG-FIELDS REDEFINES WS-CHG-REC.
         10  WS-CH-CHANGE-ID         PIC 9(6).      *> Número da alteração
         10  WS-CH-ACTION            PIC X(1).      *> A=inclui  C=altera  D=exclui
         10  WS-CH-SSN               PIC X(9).
         10  WS-CH-ENTRY-NBR         PIC 9(1).
         10  WS-CH-ROUTING           PIC X(9).
         10  WS-CH-ROUTING-DIGITS REDEFINES WS-CH-ROUTING.
             15  WS-CH-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
         10  WS-CH-ACCOUNT           PIC X(17).
         10  WS-CH-ACCT-TYPE         PIC X(1).
         10  WS-CH-SPLIT-METHOD      PIC X(1).
         10  WS-CH-SPLIT-AMT         PIC 9(5)V99.
         10  WS-CH-REMAINDER         PIC X(1).
         10  WS-CH-PRENOTE-REQ       PIC X(1).
         10  WS-CH-ENTERED-BY        PIC X(8).      *> Usuário que digitou
         10  WS-CH-ENTRY-DATE        PIC X(8).      *> Data da digitação
         10  WS-CH-STATUS            PIC X(1).      *> P=aguardando  A=aplicada
*>                                                  *> R=recusada  X=falhou na aplicação
         10  WS-CH-DECIDED-BY        PIC X(8).      *> Usuário que decidiu
         10  WS-CH-DECIDED-DATE      PIC X(8).      *> Data da decisão
         10  WS-CH-PRENOTE-FORCED    PIC X(1).      *> Y=prenote obrigado pela janela
         10  FILLER                  PIC X(12).

*>    Fila de alterações em memória, regravada no final
 01  WS-QUEUE-CONTROLS.
     05  WS-QUEUE-COUNT              PIC 9(4) COMP.
     05  WS-LAST-CHANGE-ID           PIC 9(6).      *> Maior número já usado
 01  WS-QUEUE-TABLE.
     05  WS-QUEUE-ROW                OCCURS 5000 TIMES
                                      INDEXED BY QU-INDEX.
         10  WS-QU-ID-ENTRY          PIC 9(6).
         10  WS-QU-REST-ENTRY        PIC X(94).

*>    Calendário de períodos de todos os grupos
 01  WS-PERCAL-CONTROLS.
     05  WS-PERCAL-COUNT             PIC 9(3) COMP.
     05  WS-PC-SUB                   PIC 9(3) COMP.
 01  WS-PERCAL-TABLE.
     05  WS-PERCAL-ROW               OCCURS 300 TIMES
                                      INDEXED BY PC-INDEX.
         10  WS-PC-PAY-GROUP         PIC X(2).
         10  WS-PC-END-DATE          PIC X(8).
         10  WS-PC-STATUS            PIC X(1).

*>    Conferência do dígito verificador do roteamento (ABA): 3, 7 e 1
*>    alternados sobre os nove dígitos somam múltiplo de 10
 01  WS-ABA-WORK.
     05  WS-ABA-SUM                  PIC 9(4).
     05  WS-ABA-QUOT                 PIC 9(4).
     05  WS-ABA-REM                  PIC 9(2).

*>    Imagem anterior da entrada tocada e apuração da janela
 01  WS-APPLY-WORK.
     05  WS-BEF-ACCOUNT              PIC X(17).     *> Conta antes da alteração
     05  WS-NEXT-CHECK-DATE          PIC X(8).      *> Próxima data de pagamento
     05  WS-WINDOW-END-DATE          PIC X(8).      *> Execução + janela
     05  WS-SCAN-POS                 PIC 9(2).      *> Última posição preenchida da conta
     05  WS-LAST4-WORK               PIC X(4).      *> Final da conta para o aviso

*>    Aritmética de datas (fim da janela de prenote obrigatório)
 01  WS-DATE-WORK.
     05  WS-DW-YEAR                  PIC 9(4).
     05  WS-DW-MONTH                 PIC 9(2).
     05  WS-DW-DAY                   PIC 9(2).
 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                     PIC X(8).
 01  WS-DATE-CALC.
     05  WS-ADD-DAYS                 PIC 9(2).      *> Dias a somar à data corrente
     05  WS-MONTH-LEN                PIC 9(2).
     05  WS-LEAP-QUOT                PIC 9(4).
     05  WS-LEAP-REM-4               PIC 9(3).
     05  WS-LEAP-REM-100             PIC 9(3).
     05  WS-LEAP-REM-400             PIC 9(3).

*>    Totalizadores da manutenção
 01  WS-TOTALS.
     05  WS-TRANS-READ-COUNT         PIC 9(5).      *> Alterações/decisões lidas
     05  WS-ENTERED-COUNT            PIC 9(5).      *> Alterações postas na fila
     05  WS-APPLIED-COUNT            PIC 9(5).      *> Alterações aplicadas ao mestre
     05  WS-DECLINED-COUNT           PIC 9(5).      *> Alterações recusadas
     05  WS-FORCED-COUNT             PIC 9(5).      *> Prenotes obrigados pela janela
     05  WS-REJ-COUNT                PIC 9(5).      *> Transações/decisões rejeitadas
     05  WS-WAITING-COUNT            PIC 9(5).      *> Ainda aguardando aprovação

*>    Cabeçalho do relatório de auditoria
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "BANK MASTER MAINTENANCE AUDIT             ".
     05  FILLER                      PIC X(6) VALUE "MODE: ".
     05  WS-HEAD-MODE-OUT            PIC X(8).
     05  FILLER                      PIC X(8) VALUE "  USER: ".
     05  WS-HEAD-USER-OUT            PIC X(8).
     05  FILLER                      PIC X(12) VALUE "  RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(40) VALUE SPACES.

*>    Linha de auditoria de uma alteração/imagem
 01  WS-AUDIT-LINE.
     05  WS-AU-ACTION-OUT            PIC X(8).      *> ENTERED/ADD/CHANGE/DELETE/...
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-ID-OUT                PIC ZZZZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-ENTRY-OUT             PIC 9(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-IMAGE-OUT             PIC X(7).      *> BEFORE/AFTER
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-ROUTING-OUT           PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-ACCOUNT-OUT           PIC X(17).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-TYPE-OUT              PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-METHOD-OUT            PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-AMT-OUT               PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-PRENOTE-OUT           PIC X(1).      *> Indicador de prenote
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-USER-OUT              PIC X(8).      *> Quem digitou
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-REASON-OUT            PIC X(31).     *> Motivo/observação

*>    Linha de totais da manutenção
 01  WS-BANK-TOTAL-LINE.
     05  FILLER                      PIC X(7) VALUE "TRANS: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  ENTERED: ".
     05  WS-TOT-ENTERED-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  APPLIED: ".
     05  WS-TOT-APPLIED-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  DECLINED: ".
     05  WS-TOT-DECLINED-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(19) VALUE
             "  FORCED PRENOTES: ".
     05  WS-TOT-FORCED-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  WAITING: ".
     05  WS-TOT-WAITING-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(7) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da manutenção
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-MODE FROM ARGUMENT-VALUE.
     IF NOT WS-ENTER-MODE AND NOT WS-APPROVE-MODE
         DISPLAY "MODE PARAMETER MUST BE ENTER OR APPROVE - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
*>    O usuário vem do 2º parâmetro ou, na falta dele, da sessão; sem
*>    usuário não há como separar quem digita de quem aprova
     MOVE SPACES TO WS-OPERATOR-ID.
     DISPLAY 2 UPON ARGUMENT-NUMBER.
     ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE.
     IF WS-OPERATOR-ID = SPACES
         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
             ON EXCEPTION MOVE SPACES TO WS-OPERATOR-ID
         END-ACCEPT
     END-IF.
     IF WS-OPERATOR-ID = SPACES
         DISPLAY "OPERATOR ID NOT SUPPLIED - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT EMPL-MASTER-FILE-IN
          OUTPUT BANK-MAINT-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-QUEUE-PARA.
     IF WS-ENTER-MODE
         PERFORM B30-ENTER-CHANGES-PARA
     ELSE
         PERFORM B40-APPROVE-CHANGES-PARA
     END-IF.
*>    Regrava a fila com as alterações novas e as decisões
     OPEN OUTPUT BANK-QUEUE-FILE.
     PERFORM B50-REWRITE-QUEUE-PARA
         VARYING QU-INDEX FROM 1 BY 1
         UNTIL QU-INDEX > WS-QUEUE-COUNT.
     CLOSE BANK-QUEUE-FILE.
     PERFORM C20-TOTAL-PARA.
     CLOSE EMPL-MASTER-FILE-IN
           BANK-MAINT-REPORT-OUT.
     IF WS-REJ-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis e cabeçalho do relatório
 B10-INIT-PARA.
     MOVE "N" TO WS-TRANS-EOF-SWITCH.
     MOVE "N" TO WS-QUEUE-EOF-SWITCH.
     MOVE "N" TO WS-APPROV-EOF-SWITCH.
     MOVE "N" TO WS-PERCAL-EOF-SWITCH.
     MOVE ZEROS TO WS-TRANS-READ-COUNT
                   WS-ENTERED-COUNT
                   WS-APPLIED-COUNT
                   WS-DECLINED-COUNT
                   WS-FORCED-COUNT
                   WS-REJ-COUNT
                   WS-WAITING-COUNT
                   WS-QUEUE-COUNT
                   WS-LAST-CHANGE-ID
                   WS-PERCAL-COUNT.
     MOVE WS-PARM-MODE TO WS-HEAD-MODE-OUT.
     MOVE WS-OPERATOR-ID TO WS-HEAD-USER-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE BR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO BR-REPORT-OUT.
     WRITE BR-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Carrega a fila de alterações e apura o maior número já usado;
*>    a fila que não cabe na tabela não pode ser regravada sem perda
 B15-LOAD-QUEUE-PARA.
     OPEN INPUT BANK-QUEUE-FILE.
     IF WS-BANKCHGQ-MISSING
         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
     ELSE
         READ BANK-QUEUE-FILE
             AT END MOVE "Y" TO WS-QUEUE-EOF-SWITCH
         END-READ
         PERFORM B16-LOAD-QUEUE-REC-PARA
             UNTIL WS-QUEUE-EOF-SWITCH = "Y"
         CLOSE BANK-QUEUE-FILE
     END-IF.

*>    Guarda uma linha da fila na tabela
 B16-LOAD-QUEUE-REC-PARA.
     IF WS-QUEUE-COUNT >= 5000
         DISPLAY "CHANGE QUEUE BANKCHGQ.DAT EXCEEDS 5000 ROWS - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     ADD 1 TO WS-QUEUE-COUNT.
     SET QU-INDEX TO WS-QUEUE-COUNT.
     MOVE BQ-QUEUE-REC TO WS-QUEUE-ROW (QU-INDEX).
     IF WS-QU-ID-ENTRY (QU-INDEX) NUMERIC
         IF WS-QU-ID-ENTRY (QU-INDEX) > WS-LAST-CHANGE-ID
             MOVE WS-QU-ID-ENTRY (QU-INDEX) TO WS-LAST-CHANGE-ID
         END-IF
     END-IF.
     READ BANK-QUEUE-FILE
         AT END MOVE "Y" TO WS-QUEUE-EOF-SWITCH
     END-READ.

*>    Modo ENTER: valida as alterações digitadas e põe as válidas na
*>    fila, aguardando a aprovação de outro usuário
 B30-ENTER-CHANGES-PARA.
     OPEN INPUT BANK-CHANGE-FILE-IN.
     IF WS-BANKCHG-MISSING
         DISPLAY "BANK CHANGE FILE BANKCHG.DAT NOT FOUND - " &
                 "NOTHING TO ENTER"
     ELSE
         READ BANK-CHANGE-FILE-IN
             AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
         END-READ
         PERFORM B31-ENTER-REC-PARA
             UNTIL WS-TRANS-EOF-SWITCH = "Y"
         CLOSE BANK-CHANGE-FILE-IN
     END-IF.

*>    Examina uma alteração digitada
 B31-ENTER-REC-PARA.
     ADD 1 TO WS-TRANS-READ-COUNT.
     MOVE SPACES TO WS-CHG-REC.
     MOVE ZEROS TO WS-CH-CHANGE-ID.
     MOVE BC-ACTION-IN TO WS-CH-ACTION.
     MOVE BC-SSN-IN TO WS-CH-SSN.
     MOVE BC-ENTRY-NBR-IN TO WS-CH-ENTRY-NBR.
     MOVE BC-ROUTING-IN TO WS-CH-ROUTING.
     MOVE BC-ACCOUNT-IN TO WS-CH-ACCOUNT.
     MOVE BC-ACCT-TYPE-IN TO WS-CH-ACCT-TYPE.
     MOVE BC-SPLIT-METHOD-IN TO WS-CH-SPLIT-METHOD.
     MOVE BC-SPLIT-AMT-IN TO WS-CH-SPLIT-AMT.
     MOVE BC-REMAINDER-IN TO WS-CH-REMAINDER.
     MOVE BC-PRENOTE-REQ-IN TO WS-CH-PRENOTE-REQ.
     MOVE WS-OPERATOR-ID TO WS-CH-ENTERED-BY.
     MOVE WS-RUN-DATE TO WS-CH-ENTRY-DATE.
     PERFORM B32-VALIDATE-CHANGE-PARA.
     IF WS-TXN-VALID
         IF WS-QUEUE-COUNT >= 5000
             ADD 1 TO WS-REJ-COUNT
             MOVE "REJECT  " TO WS-AU-ACTION-OUT
             MOVE "CHANGE QUEUE FULL" TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-CHANGE-LINE-PARA
         ELSE
             ADD 1 TO WS-LAST-CHANGE-ID
             MOVE WS-LAST-CHANGE-ID TO WS-CH-CHANGE-ID
             MOVE "P" TO WS-CH-STATUS
             ADD 1 TO WS-QUEUE-COUNT
             SET QU-INDEX TO WS-QUEUE-COUNT
             MOVE WS-CHG-REC TO WS-QUEUE-ROW (QU-INDEX)
             ADD 1 TO WS-ENTERED-COUNT
             MOVE "ENTERED " TO WS-AU-ACTION-OUT
             MOVE "AWAITING SECOND APPROVAL" TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-CHANGE-LINE-PARA
         END-IF
     END-IF.
     READ BANK-CHANGE-FILE-IN
         AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
     END-READ.

*>    Valida a alteração corrente: ação conhecida, funcionário no
*>    mestre, entrada 1-3 e, na inclusão e na alteração, roteamento
*>    com dígito verificador correto, conta informada, tipo C/S,
*>    repartição F/P/resto com percentual até 100 e indicadores
*>    Y/N; a recusa sai no
*>    relatório com o motivo
 B32-VALIDATE-CHANGE-PARA.
     MOVE "Y" TO WS-TXN-VALID-SWITCH.
     MOVE SPACES TO WS-AU-REASON-OUT.
     IF WS-CH-ACTION NOT = "A" AND WS-CH-ACTION NOT = "C"
             AND WS-CH-ACTION NOT = "D"
         MOVE "INVALID ACTION CODE" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID
         PERFORM B33-FETCH-EMPL-PARA
         IF NOT WS-EMPL-MASTER-FOUND
             MOVE "EMPLOYEE NOT ON MASTER" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID
         IF WS-CH-ENTRY-NBR NOT NUMERIC
                 OR WS-CH-ENTRY-NBR < 1 OR WS-CH-ENTRY-NBR > 3
             MOVE "ACCOUNT ENTRY MUST BE 1-3" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND WS-CH-ACTION NOT = "D"
         IF WS-CH-ROUTING NOT NUMERIC
             MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         ELSE
             PERFORM B34-CHECK-ROUTING-PARA
             IF WS-ABA-REM NOT = 0
                 MOVE "ROUTING CHECK DIGIT INVALID"
                     TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             END-IF
         END-IF
     END-IF.
     IF WS-TXN-VALID AND WS-CH-ACTION NOT = "D"
         IF WS-CH-ACCOUNT = SPACES
             MOVE "ACCOUNT NUMBER MISSING" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND WS-CH-ACTION NOT = "D"
         IF WS-CH-ACCT-TYPE NOT = "C" AND WS-CH-ACCT-TYPE NOT = "S"
             MOVE "ACCOUNT TYPE MUST BE C OR S" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND WS-CH-ACTION NOT = "D"
         IF WS-CH-SPLIT-METHOD NOT = "F"
                 AND WS-CH-SPLIT-METHOD NOT = "P"
                 AND WS-CH-SPLIT-METHOD NOT = SPACE
             MOVE "SPLIT METHOD MUST BE F, P OR BLANK"
                 TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND WS-CH-ACTION NOT = "D"
         IF WS-CH-SPLIT-AMT NOT NUMERIC
             MOVE "SPLIT AMOUNT NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         ELSE
             IF WS-CH-SPLIT-METHOD = "P" AND WS-CH-SPLIT-AMT > 100
                 MOVE "SPLIT PERCENT OVER 100" TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             END-IF
         END-IF
     END-IF.
     IF WS-TXN-VALID AND WS-CH-ACTION NOT = "D"
         IF (WS-CH-REMAINDER NOT = "Y" AND WS-CH-REMAINDER NOT = "N"
                 AND WS-CH-REMAINDER NOT = SPACE)
             OR (WS-CH-PRENOTE-REQ NOT = "Y"
                 AND WS-CH-PRENOTE-REQ NOT = "N"
                 AND WS-CH-PRENOTE-REQ NOT = SPACE)
             MOVE "FLAGS MUST BE Y, N OR BLANK" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF NOT WS-TXN-VALID
         ADD 1 TO WS-REJ-COUNT
         MOVE "REJECT  " TO WS-AU-ACTION-OUT
         PERFORM C52-WRITE-CHANGE-LINE-PARA
     END-IF.

*>    Busca o funcionário no mestre de funcionários
 B33-FETCH-EMPL-PARA.
     MOVE "N" TO WS-EMPL-MASTER-SWITCH.
     MOVE WS-CH-SSN TO EM-SSN.
     READ EMPL-MASTER-FILE-IN
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-EMPL-MASTER-SWITCH
     END-READ.

*>    Soma ponderada do roteamento (3-7-1); resto zero = dígito certo
 B34-CHECK-ROUTING-PARA.
     COMPUTE WS-ABA-SUM =
         3 * (WS-CH-ROUTING-DIGIT (1) + WS-CH-ROUTING-DIGIT (4)
              + WS-CH-ROUTING-DIGIT (7))
         + 7 * (WS-CH-ROUTING-DIGIT (2) + WS-CH-ROUTING-DIGIT (5)
                + WS-CH-ROUTING-DIGIT (8))
         + WS-CH-ROUTING-DIGIT (3) + WS-CH-ROUTING-DIGIT (6)
         + WS-CH-ROUTING-DIGIT (9).
     DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
         REMAINDER WS-ABA-REM.

*>    Modo APPROVE: abre o mestre bancário e o arquivo de avisos,
*>    carrega o calendário e a janela, e aplica as decisões; no final
*>    lista o que continua aguardando aprovação
 B40-APPROVE-CHANGES-PARA.
*>    Abre o mestre em I-O; se ainda não existir (primeira carga),
*>    cria-o vazio e reabre, como PROG7 faz com o de funcionários
     OPEN I-O BANK-MASTER-FILE.
     IF WS-BANKMAST-MISSING
         OPEN OUTPUT BANK-MASTER-FILE
         CLOSE BANK-MASTER-FILE
         OPEN I-O BANK-MASTER-FILE
     END-IF.
     OPEN EXTEND BANK-NOTICE-FILE-OUT.
     IF WS-BANKNOTE-MISSING
         OPEN OUTPUT BANK-NOTICE-FILE-OUT
     END-IF.
     PERFORM B41-LOAD-CALENDAR-PARA.
*>    A data de pagamento pode vir do ambiente, como na folha; sem
*>    ela, vale o fim do próximo período aberto do grupo
     ACCEPT WS-ENV-CHECK-DATE FROM ENVIRONMENT "PROG6_CHECK_DATE"
         ON EXCEPTION MOVE SPACES TO WS-ENV-CHECK-DATE
     END-ACCEPT.
     ACCEPT WS-HOLD-DAYS-EDIT FROM ENVIRONMENT "PROG46_HOLD_DAYS"
         ON EXCEPTION MOVE SPACES TO WS-HOLD-DAYS-EDIT
     END-ACCEPT.
     IF WS-HOLD-DAYS-EDIT IS NUMERIC
         MOVE WS-HOLD-DAYS-EDIT TO WS-HOLD-DAYS
     ELSE
         MOVE 10 TO WS-HOLD-DAYS
     END-IF.
     MOVE WS-RUN-DATE TO WS-DATE-WORK-X.
     MOVE WS-HOLD-DAYS TO WS-ADD-DAYS.
     PERFORM C81-ADD-DAYS-PARA.
     MOVE WS-DATE-WORK-X TO WS-WINDOW-END-DATE.
     OPEN INPUT BANK-APPROVAL-FILE-IN.
     IF WS-BANKAPRV-MISSING
         DISPLAY "APPROVAL FILE BANKAPRV.DAT NOT FOUND - " &
                 "NOTHING TO APPROVE"
     ELSE
         READ BANK-APPROVAL-FILE-IN
             AT END MOVE "Y" TO WS-APPROV-EOF-SWITCH
         END-READ
         PERFORM B43-APPROVAL-REC-PARA
             UNTIL WS-APPROV-EOF-SWITCH = "Y"
         CLOSE BANK-APPROVAL-FILE-IN
     END-IF.
     MOVE SPACES TO BR-REPORT-OUT.
     WRITE BR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     PERFORM B49-LIST-WAITING-PARA
         VARYING QU-INDEX FROM 1 BY 1
         UNTIL QU-INDEX > WS-QUEUE-COUNT.
     CLOSE BANK-MASTER-FILE
           BANK-NOTICE-FILE-OUT.

*>    Carrega o calendário de períodos; sem ele a próxima data de
*>    pagamento é a própria data da execução (janela sempre alcançada)
 B41-LOAD-CALENDAR-PARA.
     OPEN INPUT PERIOD-CAL-FILE-IN.
     IF WS-PERCAL-MISSING
         DISPLAY "PERIOD CALENDAR PERCAL.DAT NOT FOUND - " &
                 "RUN DATE USED AS NEXT CHECK DATE"
     ELSE
         READ PERIOD-CAL-FILE-IN
             AT END MOVE "Y" TO WS-PERCAL-EOF-SWITCH
         END-READ
         PERFORM B42-LOAD-CALENDAR-REC-PARA
             UNTIL WS-PERCAL-EOF-SWITCH = "Y"
         CLOSE PERIOD-CAL-FILE-IN
     END-IF.

*>    Guarda um período do calendário
 B42-LOAD-CALENDAR-REC-PARA.
     IF WS-PERCAL-COUNT < 300
         ADD 1 TO WS-PERCAL-COUNT
         SET PC-INDEX TO WS-PERCAL-COUNT
         MOVE PP-PAY-GROUP TO WS-PC-PAY-GROUP (PC-INDEX)
         MOVE PP-END-DATE TO WS-PC-END-DATE (PC-INDEX)
         MOVE PP-STATUS TO WS-PC-STATUS (PC-INDEX)
     END-IF.
     READ PERIOD-CAL-FILE-IN
         AT END MOVE "Y" TO WS-PERCAL-EOF-SWITCH
     END-READ.

*>    Examina uma decisão do aprovador: a alteração precisa estar na
*>    fila, ainda aguardando, e ter sido digitada por outro usuário
 B43-APPROVAL-REC-PARA.
     ADD 1 TO WS-TRANS-READ-COUNT.
     MOVE "N" TO WS-QUEUE-FOUND-SWITCH.
     MOVE SPACES TO WS-CHG-REC.
     MOVE ZEROS TO WS-CH-CHANGE-ID WS-CH-ENTRY-NBR WS-CH-SPLIT-AMT.
     IF AV-CHANGE-ID NUMERIC AND WS-QUEUE-COUNT > 0
         SET QU-INDEX TO 1
         SEARCH WS-QUEUE-ROW
             AT END CONTINUE
             WHEN WS-QU-ID-ENTRY (QU-INDEX) = AV-CHANGE-ID
                 MOVE "Y" TO WS-QUEUE-FOUND-SWITCH
                 MOVE WS-QUEUE-ROW (QU-INDEX) TO WS-CHG-REC
         END-SEARCH
     END-IF.
     EVALUATE TRUE
         WHEN NOT WS-QUEUE-FOUND
             ADD 1 TO WS-REJ-COUNT
             MOVE "REJECT  " TO WS-AU-ACTION-OUT
             MOVE AV-CHANGE-ID TO WS-CH-CHANGE-ID
             MOVE "CHANGE NOT IN QUEUE" TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-CHANGE-LINE-PARA
         WHEN WS-CH-STATUS NOT = "P"
             ADD 1 TO WS-REJ-COUNT
             MOVE "REJECT  " TO WS-AU-ACTION-OUT
             MOVE "CHANGE ALREADY DECIDED" TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-CHANGE-LINE-PARA
         WHEN WS-CH-ENTERED-BY = WS-OPERATOR-ID
             ADD 1 TO WS-REJ-COUNT
             MOVE "REJECT  " TO WS-AU-ACTION-OUT
             MOVE "APPROVER MUST DIFFER FROM CLERK"
                 TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-CHANGE-LINE-PARA
         WHEN AV-DECISION = "R"
             MOVE "R" TO WS-CH-STATUS
             PERFORM B48-STAMP-DECISION-PARA
             ADD 1 TO WS-DECLINED-COUNT
             MOVE "DECLINED" TO WS-AU-ACTION-OUT
             MOVE AV-NOTE TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-CHANGE-LINE-PARA
         WHEN AV-DECISION = "A"
             PERFORM B44-APPLY-CHANGE-PARA
         WHEN OTHER
             ADD 1 TO WS-REJ-COUNT
             MOVE "REJECT  " TO WS-AU-ACTION-OUT
             MOVE "DECISION MUST BE A OR R" TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-CHANGE-LINE-PARA
     END-EVALUATE.
     READ BANK-APPROVAL-FILE-IN
         AT END MOVE "Y" TO WS-APPROV-EOF-SWITCH
     END-READ.

*>    Aplica a alteração aprovada ao mestre bancário, roteada pela
*>    ação; o mestre que mudou desde a digitação (entrada ocupada na
*>    inclusão, vazia na alteração/exclusão) faz a alteração falhar e
*>    o atendente digita de novo
 B44-APPLY-CHANGE-PARA.
     PERFORM B33-FETCH-EMPL-PARA.
     MOVE "N" TO WS-BANK-FOUND-SWITCH.
     MOVE WS-CH-SSN TO BM-SSN.
     READ BANK-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-BANK-FOUND-SWITCH
     END-READ.
     MOVE SPACES TO WS-AU-REASON-OUT.
     EVALUATE TRUE
         WHEN NOT WS-EMPL-MASTER-FOUND
             MOVE "EMPLOYEE NOT ON MASTER" TO WS-AU-REASON-OUT
         WHEN WS-CH-ACTION = "A" AND WS-BANK-FOUND
                 AND BM-ROUTING-NBR (WS-CH-ENTRY-NBR) NOT = SPACES
             MOVE "ACCOUNT ENTRY ALREADY IN USE" TO WS-AU-REASON-OUT
         WHEN WS-CH-ACTION NOT = "A" AND NOT WS-BANK-FOUND
             MOVE "ACCOUNT ENTRY NOT ON MASTER" TO WS-AU-REASON-OUT
         WHEN WS-CH-ACTION NOT = "A"
                 AND BM-ROUTING-NBR (WS-CH-ENTRY-NBR) = SPACES
             MOVE "ACCOUNT ENTRY NOT ON MASTER" TO WS-AU-REASON-OUT
         WHEN OTHER
             CONTINUE
     END-EVALUATE.
     IF WS-AU-REASON-OUT NOT = SPACES
         MOVE "X" TO WS-CH-STATUS
         PERFORM B48-STAMP-DECISION-PARA
         ADD 1 TO WS-REJ-COUNT
         MOVE "FAILED  " TO WS-AU-ACTION-OUT
         PERFORM C52-WRITE-CHANGE-LINE-PARA
     ELSE
         IF NOT WS-BANK-FOUND
             PERFORM B45-NEW-BANK-REC-PARA
         END-IF
         EVALUATE WS-CH-ACTION
             WHEN "A"
                 MOVE "ADD     " TO WS-AU-ACTION-OUT
             WHEN "C"
                 MOVE "CHANGE  " TO WS-AU-ACTION-OUT
             WHEN OTHER
                 MOVE "DELETE  " TO WS-AU-ACTION-OUT
         END-EVALUATE
         MOVE BM-ACCOUNT-NBR (WS-CH-ENTRY-NBR) TO WS-BEF-ACCOUNT
         PERFORM C50-BEFORE-LINE-PARA
         PERFORM B46-UPDATE-ENTRY-PARA
         IF WS-BANK-FOUND
             REWRITE BM-BANK-REC
         ELSE
             WRITE BM-BANK-REC
         END-IF
         MOVE "A" TO WS-CH-STATUS
         PERFORM B48-STAMP-DECISION-PARA
         ADD 1 TO WS-APPLIED-COUNT
         PERFORM C51-AFTER-LINE-PARA
         PERFORM C40-WRITE-NOTICE-PARA
     END-IF.

*>    Registro bancário novo do funcionário sem conta cadastrada
 B45-NEW-BANK-REC-PARA.
     MOVE SPACES TO BM-BANK-REC.
     MOVE WS-CH-SSN TO BM-SSN.
     MOVE ZEROS TO BM-REMAINDER-SUB
                   BM-SPLIT-AMT (1) BM-SPLIT-AMT (2) BM-SPLIT-AMT (3).

*>    Aplica a entrada: troca de roteamento/conta passa pela regra do
*>    prenote (obrigado dentro da janela ou pedido pelo atendente); a
*>    mudança só de repartição preserva o ciclo de prenote em curso
 B46-UPDATE-ENTRY-PARA.
     MOVE "N" TO WS-ACCT-CHANGED-SWITCH.
     MOVE "N" TO WS-FORCED-SWITCH.
     MOVE SPACES TO WS-NEXT-CHECK-DATE.
     IF WS-CH-ACTION = "D"
         MOVE SPACES TO BM-ROUTING-NBR (WS-CH-ENTRY-NBR)
                        BM-ACCOUNT-NBR (WS-CH-ENTRY-NBR)
                        BM-ACCOUNT-TYPE (WS-CH-ENTRY-NBR)
                        BM-PRENOTE-SWITCH (WS-CH-ENTRY-NBR)
                        BM-PRENOTE-DATE (WS-CH-ENTRY-NBR)
                        BM-SPLIT-METHOD (WS-CH-ENTRY-NBR)
         MOVE ZEROS TO BM-SPLIT-AMT (WS-CH-ENTRY-NBR)
*>    Sem a entrada do resto, a folha elege a primeira preenchida
         IF BM-REMAINDER-SUB = WS-CH-ENTRY-NBR
             MOVE ZEROS TO BM-REMAINDER-SUB
         END-IF
     ELSE
         IF WS-CH-ACTION = "A"
                 OR BM-ROUTING-NBR (WS-CH-ENTRY-NBR) NOT =
                    WS-CH-ROUTING
                 OR BM-ACCOUNT-NBR (WS-CH-ENTRY-NBR) NOT =
                    WS-CH-ACCOUNT
             MOVE "Y" TO WS-ACCT-CHANGED-SWITCH
         END-IF
         MOVE WS-CH-ROUTING TO BM-ROUTING-NBR (WS-CH-ENTRY-NBR)
         MOVE WS-CH-ACCOUNT TO BM-ACCOUNT-NBR (WS-CH-ENTRY-NBR)
         MOVE WS-CH-ACCT-TYPE TO BM-ACCOUNT-TYPE (WS-CH-ENTRY-NBR)
         MOVE WS-CH-SPLIT-METHOD TO BM-SPLIT-METHOD (WS-CH-ENTRY-NBR)
         MOVE WS-CH-SPLIT-AMT TO BM-SPLIT-AMT (WS-CH-ENTRY-NBR)
         IF WS-CH-REMAINDER = "Y" OR BM-REMAINDER-SUB = 0
             MOVE WS-CH-ENTRY-NBR TO BM-REMAINDER-SUB
         END-IF
         IF WS-ACCT-CHANGED
             PERFORM B47-NEXT-CHECK-DATE-PARA
             IF WS-NEXT-CHECK-DATE NOT < WS-RUN-DATE
                     AND WS-NEXT-CHECK-DATE NOT > WS-WINDOW-END-DATE
                 MOVE "Y" TO WS-FORCED-SWITCH
                 ADD 1 TO WS-FORCED-COUNT
             END-IF
*>    Conta trocada sempre reinicia o ciclo: o carimbo do prenote da
*>    conta anterior não vale para a nova
             MOVE SPACES TO BM-PRENOTE-DATE (WS-CH-ENTRY-NBR)
             IF WS-PRENOTE-FORCED OR WS-CH-PRENOTE-REQ = "Y"
                 MOVE "Y" TO BM-PRENOTE-SWITCH (WS-CH-ENTRY-NBR)
             ELSE
                 MOVE "N" TO BM-PRENOTE-SWITCH (WS-CH-ENTRY-NBR)
             END-IF
         END-IF
     END-IF.
     MOVE WS-FORCED-SWITCH TO WS-CH-PRENOTE-FORCED.

*>    Próxima data de pagamento do funcionário: a do ambiente, se
*>    informada; senão o fim do primeiro período aberto do grupo dele
*>    que ainda não terminou; sem calendário, a data da execução
 B47-NEXT-CHECK-DATE-PARA.
     IF WS-ENV-CHECK-DATE NUMERIC
         MOVE WS-ENV-CHECK-DATE TO WS-NEXT-CHECK-DATE
     ELSE
         MOVE HIGH-VALUES TO WS-NEXT-CHECK-DATE
         PERFORM B47A-CALENDAR-ROW-PARA
             VARYING WS-PC-SUB FROM 1 BY 1
             UNTIL WS-PC-SUB > WS-PERCAL-COUNT
         IF WS-NEXT-CHECK-DATE = HIGH-VALUES
             MOVE WS-RUN-DATE TO WS-NEXT-CHECK-DATE
         END-IF
     END-IF.

*>    Examina um período: do grupo do funcionário, aberto e terminando
*>    na execução ou depois, fica o que termina primeiro
 B47A-CALENDAR-ROW-PARA.
     SET PC-INDEX TO WS-PC-SUB.
     IF WS-PC-PAY-GROUP (PC-INDEX) = EM-PAY-GROUP
             AND WS-PC-STATUS (PC-INDEX) = "O"
             AND WS-PC-END-DATE (PC-INDEX) NOT < WS-RUN-DATE
             AND WS-PC-END-DATE (PC-INDEX) < WS-NEXT-CHECK-DATE
         MOVE WS-PC-END-DATE (PC-INDEX) TO WS-NEXT-CHECK-DATE
     END-IF.

*>    Carimba a decisão na alteração corrente e devolve-a à fila
 B48-STAMP-DECISION-PARA.
     MOVE WS-OPERATOR-ID TO WS-CH-DECIDED-BY.
     MOVE WS-RUN-DATE TO WS-CH-DECIDED-DATE.
     MOVE WS-CHG-REC TO WS-QUEUE-ROW (QU-INDEX).

*>    Lista uma alteração que continua aguardando aprovação
 B49-LIST-WAITING-PARA.
     MOVE WS-QUEUE-ROW (QU-INDEX) TO WS-CHG-REC.
     IF WS-CH-STATUS = "P"
         ADD 1 TO WS-WAITING-COUNT
         MOVE "WAITING " TO WS-AU-ACTION-OUT
         MOVE "ENTERED " TO WS-AU-REASON-OUT
         MOVE WS-CH-ENTRY-DATE TO WS-AU-REASON-OUT (9:8)
         PERFORM C52-WRITE-CHANGE-LINE-PARA
     END-IF.

*>    Regrava uma linha da fila
 B50-REWRITE-QUEUE-PARA.
     MOVE WS-QUEUE-ROW (QU-INDEX) TO BQ-QUEUE-REC.
     WRITE BQ-QUEUE-REC.

*>    Grava o aviso ao funcionário no endereço do cadastro, com só o
*>    final das contas anterior e nova
 C40-WRITE-NOTICE-PARA.
     MOVE SPACES TO NT-NOTICE-REC.
     MOVE WS-CH-SSN TO NT-SSN.
     MOVE EM-EMPL-NAME TO NT-EMPL-NAME.
     MOVE EM-ADDR-STREET TO NT-ADDR-STREET.
     MOVE EM-ADDR-CITY-ST TO NT-ADDR-CITY-ST.
     MOVE EM-ADDR-ZIP TO NT-ADDR-ZIP.
     MOVE WS-CH-CHANGE-ID TO NT-CHANGE-ID.
     MOVE WS-RUN-DATE TO NT-CHANGE-DATE.
     MOVE WS-CH-ACTION TO NT-ACTION.
     MOVE WS-CH-ENTRY-NBR TO NT-ENTRY-NBR.
     PERFORM C41-LAST4-PARA.
     MOVE WS-LAST4-WORK TO NT-OLD-ACCT-LAST4.
     MOVE BM-ACCOUNT-NBR (WS-CH-ENTRY-NBR) TO WS-BEF-ACCOUNT.
     PERFORM C41-LAST4-PARA.
     MOVE WS-LAST4-WORK TO NT-NEW-ACCT-LAST4.
     IF BM-PRENOTE-SWITCH (WS-CH-ENTRY-NBR) = "Y"
         MOVE "Y" TO NT-PRENOTE-FLAG
     ELSE
         MOVE "N" TO NT-PRENOTE-FLAG
     END-IF.
     MOVE WS-NEXT-CHECK-DATE TO NT-CHECK-DATE.
     MOVE "N" TO NT-PRINTED.
     WRITE NT-NOTICE-REC.

*>    Final (quatro últimas posições preenchidas) da conta em
*>    WS-BEF-ACCOUNT
 C41-LAST4-PARA.
     MOVE SPACES TO WS-LAST4-WORK.
     PERFORM C42-SCAN-BACK-PARA
         VARYING WS-SCAN-POS FROM 17 BY -1
         UNTIL WS-SCAN-POS < 1
             OR WS-BEF-ACCOUNT (WS-SCAN-POS:1) NOT = SPACE.
     IF WS-SCAN-POS >= 4
         MOVE WS-BEF-ACCOUNT (WS-SCAN-POS - 3:4) TO WS-LAST4-WORK
     END-IF.

*>    Passo da varredura de trás para frente (o teste está no UNTIL)
 C42-SCAN-BACK-PARA.
     CONTINUE.

*>    Imprime a imagem anterior (antes) da entrada tocada
 C50-BEFORE-LINE-PARA.
     MOVE WS-CH-CHANGE-ID TO WS-AU-ID-OUT.
     MOVE WS-CH-SSN TO WS-AU-SSN-OUT.
     MOVE WS-CH-ENTRY-NBR TO WS-AU-ENTRY-OUT.
     MOVE "BEFORE " TO WS-AU-IMAGE-OUT.
     PERFORM C54-ENTRY-IMAGE-PARA.
     MOVE SPACES TO WS-AU-USER-OUT.
     MOVE SPACES TO WS-AU-REASON-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.

*>    Imprime a imagem posterior (depois) da entrada tocada, com quem
*>    digitou e o motivo do prenote, quando houver
 C51-AFTER-LINE-PARA.
     MOVE "AFTER  " TO WS-AU-IMAGE-OUT.
     PERFORM C54-ENTRY-IMAGE-PARA.
     MOVE WS-CH-ENTERED-BY TO WS-AU-USER-OUT.
     EVALUATE TRUE
         WHEN WS-PRENOTE-FORCED
             MOVE "PRENOTE FORCED - CHECK" TO WS-AU-REASON-OUT
             MOVE WS-NEXT-CHECK-DATE TO WS-AU-REASON-OUT (24:8)
         WHEN WS-ACCT-CHANGED
                 AND BM-PRENOTE-SWITCH (WS-CH-ENTRY-NBR) = "Y"
             MOVE "PRENOTE REQUESTED" TO WS-AU-REASON-OUT
         WHEN OTHER
             MOVE SPACES TO WS-AU-REASON-OUT
     END-EVALUATE.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Imprime a linha da alteração (digitação, recusa, falha ou
*>    espera), com os dados digitados e sem imagens
 C52-WRITE-CHANGE-LINE-PARA.
     MOVE WS-CH-CHANGE-ID TO WS-AU-ID-OUT.
     MOVE WS-CH-SSN TO WS-AU-SSN-OUT.
     IF WS-CH-ENTRY-NBR NUMERIC
         MOVE WS-CH-ENTRY-NBR TO WS-AU-ENTRY-OUT
     ELSE
         MOVE ZEROS TO WS-AU-ENTRY-OUT
     END-IF.
     MOVE SPACES TO WS-AU-IMAGE-OUT.
     MOVE WS-CH-ROUTING TO WS-AU-ROUTING-OUT.
     MOVE WS-CH-ACCOUNT TO WS-AU-ACCOUNT-OUT.
     MOVE WS-CH-ACCT-TYPE TO WS-AU-TYPE-OUT.
     MOVE WS-CH-SPLIT-METHOD TO WS-AU-METHOD-OUT.
     IF WS-CH-SPLIT-AMT NUMERIC
         MOVE WS-CH-SPLIT-AMT TO WS-AU-AMT-OUT
     ELSE
         MOVE ZEROS TO WS-AU-AMT-OUT
     END-IF.
     MOVE WS-CH-PRENOTE-REQ TO WS-AU-PRENOTE-OUT.
     MOVE WS-CH-ENTERED-BY TO WS-AU-USER-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Campos da entrada do mestre para as linhas de imagem
 C54-ENTRY-IMAGE-PARA.
     MOVE BM-ROUTING-NBR (WS-CH-ENTRY-NBR) TO WS-AU-ROUTING-OUT.
     MOVE BM-ACCOUNT-NBR (WS-CH-ENTRY-NBR) TO WS-AU-ACCOUNT-OUT.
     MOVE BM-ACCOUNT-TYPE (WS-CH-ENTRY-NBR) TO WS-AU-TYPE-OUT.
     MOVE BM-SPLIT-METHOD (WS-CH-ENTRY-NBR) TO WS-AU-METHOD-OUT.
     IF BM-SPLIT-AMT (WS-CH-ENTRY-NBR) NUMERIC
         MOVE BM-SPLIT-AMT (WS-CH-ENTRY-NBR) TO WS-AU-AMT-OUT
     ELSE
         MOVE ZEROS TO WS-AU-AMT-OUT
     END-IF.
     MOVE BM-PRENOTE-SWITCH (WS-CH-ENTRY-NBR) TO WS-AU-PRENOTE-OUT.

*>    Grava uma linha de auditoria
 C53-WRITE-AUDIT-PARA.
     WRITE BR-REPORT-OUT FROM WS-AUDIT-LINE
         AFTER ADVANCING 1 LINE.

*>    Avança a data de WS-DATE-WORK-X em WS-ADD-DAYS dias
 C81-ADD-DAYS-PARA.
     PERFORM C82-NEXT-DAY-PARA WS-ADD-DAYS TIMES.

*>    Avança a data corrente um dia, virando mês e ano quando preciso
 C82-NEXT-DAY-PARA.
     PERFORM C83-MONTH-LENGTH-PARA.
     ADD 1 TO WS-DW-DAY.
     IF WS-DW-DAY > WS-MONTH-LEN
         MOVE 1 TO WS-DW-DAY
         ADD 1 TO WS-DW-MONTH
         IF WS-DW-MONTH > 12
             MOVE 1 TO WS-DW-MONTH
             ADD 1 TO WS-DW-YEAR
         END-IF
     END-IF.

*>    Dias do mês corrente, com o ano bissexto de fevereiro
 C83-MONTH-LENGTH-PARA.
     EVALUATE WS-DW-MONTH
         WHEN 01
         WHEN 03
         WHEN 05
         WHEN 07
         WHEN 08
         WHEN 10
         WHEN 12
             MOVE 31 TO WS-MONTH-LEN
         WHEN 04
         WHEN 06
         WHEN 09
         WHEN 11
             MOVE 30 TO WS-MONTH-LEN
         WHEN OTHER
             MOVE 28 TO WS-MONTH-LEN
             DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-4
             DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-100
             DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-400
             IF WS-LEAP-REM-4 = 0
                     AND (WS-LEAP-REM-100 NOT = 0
                          OR WS-LEAP-REM-400 = 0)
                 MOVE 29 TO WS-MONTH-LEN
             END-IF
     END-EVALUATE.

*>    Impressão da linha de totais da manutenção
 C20-TOTAL-PARA.
     MOVE WS-TRANS-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-ENTERED-COUNT TO WS-TOT-ENTERED-OUT.
     MOVE WS-APPLIED-COUNT TO WS-TOT-APPLIED-OUT.
     MOVE WS-DECLINED-COUNT TO WS-TOT-DECLINED-OUT.
     MOVE WS-FORCED-COUNT TO WS-TOT-FORCED-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE WS-WAITING-COUNT TO WS-TOT-WAITING-OUT.
     MOVE SPACES TO BR-REPORT-OUT.
     WRITE BR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE BR-REPORT-OUT FROM WS-BANK-TOTAL-LINE
         AFTER ADVANCING 2 LINE.
