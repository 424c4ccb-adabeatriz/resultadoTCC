     SELECT PAYROLL-FILE-IN
         ASSIGN TO "TW12C.DAT"
         FILE STATUS IS WS-PAYROLL-FILE-STATUS.
*>    Arquivo de pagamentos avulsos do modo OFFCYCLE: o mesmo layout da
*>    folha de pagamento (registros 01 a 06 e o trailer 99), com os
*>    poucos pagamentos feitos fora do calendário - cartão de ponto
*>    perdido, rescisão na data do desligamento, bônus no meio do
*>    período. Lido no lugar de TW12C.DAT por B07-READ-PAYROLL-PARA
     SELECT OFFCYCLE-FILE-IN
         ASSIGN TO "OFFCYCLE.DAT"
         FILE STATUS IS WS-OFFCYC-FILE-STATUS.
*>    Arquivo de saída para relatório de impostos
     SELECT INCOME-TAX-REPORT-OUT
         ASSIGN TO "PROG6_OUT.DAT".
*>    recolher; autoequilibrado, com registro de totais no final
     SELECT GL-POSTING-FILE-OUT
         ASSIGN TO "PROG6_GL.DAT".
*>    Registro dos lotes contábeis enviados ao razão: uma linha por
*>    lote gerado (folha, provisão de PROG23, correção de PROG57),
*>    conferida por PROG57 contra o retorno de aceite/rejeição
     SELECT GL-BATCH-LOG-FILE
         ASSIGN TO "GLBATCH.DAT"
         FILE STATUS IS WS-GLBATCH-FILE-STATUS.
*>    Arquivo mestre de descontos de benefícios pré-impostos (401k,
*>    plano de saúde), indexado pelo CPF/SSN, com até três planos por
*>    funcionário; aberto em I-O porque o acumulado tomado no ano de
*>    empregado e a contrapartida do empregador lado a lado
     SELECT FUND-401K-FILE-OUT
         ASSIGN TO "FUND401K.DAT".
*>    Mestre de empréstimos do 401(k), indexado por CPF/SSN + número
*>    do empréstimo (vários empréstimos por participante): parcela
*>    por período, saldo devedor e vencimento; aberto em I-O porque o
*>    saldo é baixado a cada parcela retida. Mantido por PROG56
     SELECT LOAN-MASTER-FILE
         ASSIGN TO "LOANMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LN-LOAN-KEY
         FILE STATUS IS WS-LOANMAST-FILE-STATUS.
*>    Extrato de amortização dos empréstimos do 401(k) para o
*>    administrador do plano, ao lado do extrato de financiamento:
*>    uma linha por empréstimo por parcela retida, quitação pelo
*>    pagamento final ou aviso de inadimplência no desligamento
     SELECT LOAN-REPAY-FILE-OUT
         ASSIGN TO "LOAN401K.DAT".
*>    Mestre de saldos de férias e licença-saúde, indexado pelo
*>    CPF/SSN: taxa de acúmulo por período pago, saldos correntes,
*>    teto de transporte de ano e horas tomadas no ano. O acúmulo é
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LV-SSN
         FILE STATUS IS WS-LEAVMAST-FILE-STATUS.
*>    Casos de licença protegida (FMLA), indexados pelo CPF/SSN e
*>    mantidos por PROG58: o registro zerado de quem está de licença é
*>    esperado e não é rejeitado, e os prêmios dos planos de valor
*>    fixo que deixam de ser descontados ficam acumulados no caso,
*>    para a recuperação no retorno; aberto em I-O por isso
     SELECT LEAVE-CASE-FILE
         ASSIGN TO "LEAVCASE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LO-SSN
         FILE STATUS IS WS-LEAVCASE-FILE-STATUS.
*>    Arquivo mestre de ordens de penhora/desconto judicial, indexado
*>    por CPF/SSN + número do processo - várias ordens concorrentes
*>    por funcionário, com prioridade, valor total devido e o pago até
*>    execução, de onde o contas-a-pagar corta os cheques das agências
     SELECT GARN-REMIT-FILE-OUT
         ASSIGN TO "GARN_REMIT.DAT".
*>    Fila de avisos de desligamento para as ordens recebidas pelo
*>    e-IWO: o registro de desligamento (05) de quem tem ordem e-IWO
*>    vigente grava aqui uma linha por ordem, acumulada em EXTEND até
*>    PROG48 transmitir o aviso de "não mais empregado" ao estado
     SELECT IWO-TERM-FILE-OUT
         ASSIGN TO "IWOTERM.DAT"
         FILE STATUS IS WS-IWOTERM-FILE-STATUS.
*>    Arquivo-histórico de pagamentos por período: cada linha de
*>    detalhe do relatório também vira um registro permanente aqui,
*>    para disputas e cartas de comprovação de vínculo sem depender do
*>    arquivo de papel. Indexado por empresa + CPF/SSN + data da
*>    execução + sequência, para que as consultas e os reprocessamentos
*>    vão direto às linhas do funcionário em vez de ler o arquivo todo
     SELECT PAY-HISTORY-FILE-OUT
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Arquivo de registros de correção (código 02) gerados pelo modo
*>    CATCHUP, prontos para o RH revisar e alimentar na próxima
*>    os registros gerados entrarem na folha
     SELECT CATCHUP-RPT-OUT
         ASSIGN TO "CATCHUP_RPT.DAT".
*>    Arquivo de parâmetro do modo GROSSUP: um registro por pagamento
*>    prometido pelo líquido (CPF/SSN, líquido desejado e tipo)
     SELECT GROSSUP-PARM-FILE-IN
         ASSIGN TO "PROG6_GROSSUP.DAT"
         FILE STATUS IS WS-GROSSUP-FILE-STATUS.
*>    Registros suplementares (código 03) gerados pelo modo GROSSUP,
*>    prontos para entrar na folha ou no arquivo de pagamentos avulsos
     SELECT GROSSUP-REC-FILE-OUT
         ASSIGN TO "GROSSUP_REC.DAT".
*>    Relatório de prova do modo GROSSUP: do bruto calculado até o
*>    líquido prometido, retenção por retenção
     SELECT GROSSUP-RPT-OUT
         ASSIGN TO "GROSSUP_RPT.DAT".
*>    Entradas do modo FORECAST: a folha já criticada por PROG10 e a
*>    montagem do ponto de PROG15 ainda não mesclada por PROG43
     SELECT FCST-CLEAN-FILE-IN
         ASSIGN TO "TW12C_CLEAN.DAT"
         FILE STATUS IS WS-FCCLEAN-FILE-STATUS.
     SELECT FCST-TA-FILE-IN
         ASSIGN TO "TW12C_TA.DAT"
         FILE STATUS IS WS-FCTA-FILE-STATUS.
*>    Periodicidade de recolhimento estadual por empresa e jurisdição,
*>    a mesma tabela que PROG40 usa para agendar os depósitos
     SELECT STATE-FREQ-FILE-IN
         ASSIGN TO "STFREQ.DAT"
         FILE STATUS IS WS-STFREQ-FILE-STATUS.
*>    Previsão de caixa gravada pelo modo FORECAST: uma linha por
*>    empresa e necessidade (líquido por depósito e por cheque,
*>    depósitos de impostos, penhoras, 401(k), empréstimos e
*>    operadoras), com o vencimento; relida pela conciliação
     SELECT CASH-FCST-FILE
         ASSIGN TO "PROG6_FCST.DAT"
         FILE STATUS IS WS-CASHFC-FILE-STATUS.
*>    Relatório da previsão de caixa para a tesouraria
     SELECT CASH-FCST-RPT-OUT
         ASSIGN TO "PROG6_FCST_RPT.DAT".
*>    Quadro de caixa efetivo da última execução regular, no mesmo
*>    layout da previsão: gravado no encerramento do lote e lido pela
*>    previsão seguinte (comparação) e pela conciliação (CASHRECON)
     SELECT CASH-ACTUAL-FILE
         ASSIGN TO "PROG6_CASH.DAT"
         FILE STATUS IS WS-CASHAC-FILE-STATUS.
*>    Releitura, no modo CASHRECON, do arquivo ACH e do registro de
*>    cheques gravados pela execução real; o registro de cheques é
*>    imagem de impressão e volta linha a linha
     SELECT ACH-RECON-FILE-IN
         ASSIGN TO "PROG6_ACH.DAT"
         FILE STATUS IS WS-ACHRC-FILE-STATUS.
     SELECT CHECKREG-RECON-FILE-IN
         ASSIGN TO "CHECKREG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CRRC-FILE-STATUS.
*>    Relatório da conciliação da previsão contra a execução real
     SELECT CASH-RECON-RPT-OUT
         ASSIGN TO "PROG6_CASHREC_RPT.DAT".
*>    Arquivo de mensagens ao operador, codificado por severidade
*>    (I/W/E/F), que as operações varrem em vez de garimpar DISPLAYs
*>    no log do job; aberto em EXTEND a cada mensagem para funcionar
     SELECT SUTA-DETAIL-FILE-OUT
         ASSIGN TO "SUTADETL.DAT"
         FILE STATUS IS WS-SUTADETL-FILE-STATUS.
*>    Custo da mão de obra por departamento: uma linha por funcionário
*>    (e por departamento da distribuição de custo) por execução
*>    postada, com o salário e os encargos do empregador (FICA
*>    patronal, FUTA/SUTA, prêmio do seguro de acidentes e contrapartida
*>    do 401(k)), acumulado em EXTEND; é o realizado que o relatório de
*>    orçamento x realizado por departamento (PROG50) compara
     SELECT LABOR-COST-FILE-OUT
         ASSIGN TO "LABORCST.DAT"
         FILE STATUS IS WS-LABORCST-FILE-STATUS.
*>    Imagem do registro para distribuição: cada linha de funcionário
*>    do registro de impostos e cada linha do resumo por departamento,
*>    já montadas, com o departamento, o CPF/SSN e o nome reais ao
*>    lado, mais um trailer com as contagens da execução; é dela que o
*>    programa de distribuição (PROG51) separa os pacotes por gestor
     SELECT DIST-IMAGE-FILE-OUT
         ASSIGN TO "PROG6_DIST.DAT".
*>    Arquivo de passivo fiscal trimestral: uma linha por execução
*>    postada, com o imposto federal retido e as duas partes do FICA,
*>    acumulado em EXTEND ao longo do trimestre; é a fonte da planilha
     05  PR-EMPL-NAME-IN              PIC X(18).     *> Nome do funcionário
     05  PR-DEPT-CODE-IN              PIC X(4).      *> Código do departamento/centro de custo
     05  PR-EARN-TYPE-IN              PIC X(1).      *> Tipo do rendimento (R/espaço=normal,
*>                                                  *> O=hora extra, S=adicional de turno, T=retroativo,
*>                                                  *> M=complemento de salário mínimo,
*>                                                  *> H=feriado, P=adicional de feriado trabalhado)
     05  PR-COMPANY-CODE-IN           PIC X(2).      *> Código da empresa (espaço = 01)
     05  FILLER                      PIC X(13).
     05  PR-EARN-THIS-PER-IN          PIC 9(5)V99.   *> Rendimento do período
     05  PR-GARNISH-AMT-IN            PIC 9(3)V99.   *> Valor de penhora/desconto judicial no período
     05  FILLER                      PIC X(3).

*>    Definição do arquivo de pagamentos avulsos; o registro é lido
*>    para WS-PR-PAYROLL-REC-IN, como o da folha de pagamento
 FD  OFFCYCLE-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS OC-PAYMENT-REC-IN.
 01  OC-PAYMENT-REC-IN               PIC X(80).

*>    Definição do arquivo de saída do relatório de impostos. A linha
*>    é de 165 bytes para comportar por inteiro a linha mais larga
*>    gravada neste arquivo (WS-TOTAL-LINE); um WRITE ... FROM de uma
     05  RC-PERIOD-NBR               PIC 9(2).    *> Número do período de pagamento processado
     05  RC-RATES-EFF-DATE           PIC X(8).    *> Vigência das faixas usadas na execução
     05  RC-COMPANY-CODE             PIC X(2).    *> Empresa do trailer (espaço = consolidado)
     05  RC-OFFCYCLE-SEQ             PIC 9(2).    *> Sequência da execução avulsa no período
*>                                                *> (zero = execução regular)
     05  FILLER                      PIC X(4) VALUE SPACES.

*>    Definição do arquivo de parâmetro da simulação "what-if" (um único
*>    registro avulso, informado pelo RH, fora da folha de pagamento real)
*>    originalmente), senão um reinício restaura alguns totais e zera
*>    outros silenciosamente
 FD  CHECKPOINT-FILE
         RECORD CONTAINS 8265 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CK-CHECKPOINT-REC.
 01  CK-CHECKPOINT-REC.
*>    C75-RECONCILE-PARA confere contra o trailer); é dela que a
*>    consolidação das partições soma a contagem reconciliada
     05  CK-EMPL-REC-COUNT           PIC 9(7).
*>    Decomposição do FICA para o passivo trimestral (941 linhas 5a/5c/5d)
     05  CK-SS-WAGES-TOT             PIC 9(7)V99.
     05  CK-SS-TAX-TOT               PIC 9(7)V99.
     05  CK-MED-WAGES-TOT            PIC 9(7)V99.
     05  CK-MED-TAX-TOT              PIC 9(7)V99.
     05  CK-ADDL-MED-WAGES-TOT       PIC 9(7)V99.
     05  CK-ADDL-MED-TAX-TOT         PIC 9(7)V99.

*>    Definição do extrato CSV de uma execução anterior, para o modo de
*>    comparação execução-a-execução; mesmo layout de colunas fixas do
     05  YM-PERIODS-PAID             PIC 9(2).      *> Qtde. de períodos já pagos no ano corrente
     05  YM-STATUS                   PIC X(1).      *> Espaço/A=ativo  T=desligado
     05  YM-TERM-DATE                PIC X(8).      *> Data do desligamento (AAAAMMDD)
*>    Acumulados do FICA separados: o Seguro Social para no teto anual
*>    de salários, o Medicare não tem teto (e inclui o adicional de
*>    0,9% retido acima do limite anual)
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.   *> Salários sujeitos ao Seguro Social no ano
     05  YM-YTD-SS-TAX               PIC 9(7)V99.   *> Seguro Social retido do empregado no ano
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.   *> Salários sujeitos ao Medicare no ano
     05  YM-YTD-MED-TAX              PIC 9(7)V99.   *> Medicare retido do empregado no ano

*>    Definição do acumulado estadual do ano; o mesmo layout é
*>    declarado em PROG8 (caixas estaduais do informe) e em PROG9
     05  SY-YTD-STATE-TAX            PIC 9(7)V99.   *> Imposto estadual acumulado no ano
     05  FILLER                      PIC X(14).

*>    Definição do diário do acumulado estadual; o mesmo layout é
*>    declarado em PROG35 e PROG40 - os três precisam andar juntos
 FD  STATE-JRNL-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
     05  EM-RES-STATE                PIC X(2).      *> Jurisdição (UF) de residência
     05  EM-ADDL-FED-WH              PIC 9(3)V99.   *> Retenção federal adicional por período (W-4)
     05  EM-FICA-EXEMPT              PIC X(1).      *> Y=isento de FICA por lei (estudante)
     05  EM-PAY-FREQ                 PIC 9(2).      *> Períodos de pagamento/ano (52/26/24/12)
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
     05  EM-HIRE-DATE                PIC X(8).      *> Data da admissão (AAAAMMDD)
     05  FILLER                      PIC X(2).      *> Reservado para expansão

*>    Definição do arquivo mestre bancário; mantido fora deste programa
*>    pelo cadastro da tesouraria
     05  PY-AMOUNT                   PIC 9(8)V99.   *> Valor do cheque
     05  PY-PAYEE-NAME               PIC X(18).     *> Favorecido (funcionário)
     05  PY-SSN                      PIC X(9).      *> CPF/SSN do favorecido
*>    Identificação da emissão, usada pelo cancelamento/sustação de
*>    cheques (PROG35) para estornar o pagamento sem redigitar nada
     05  PY-ISSUE-CODE               PIC X(1).      *> Espaço=emissão  V=cancelado  S=sustado
     05  PY-COMPANY                  PIC X(2).      *> Empresa do pagamento
     05  PY-STATE                    PIC X(2).      *> Jurisdição efetiva do acumulado estadual
     05  PY-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  PY-YTD-POSTED               PIC X(1).      *> Y=postado no mestre de acumulados
*>                                                  *> N=isento, sem postagem
     05  FILLER                      PIC X(19).

*>    Definição do arquivo de controle da numeração de cheques
 FD  CHECK-NBR-FILE
         DATA RECORD IS GL-POSTING-REC.
 01  GL-POSTING-REC                  PIC X(60).

*>    Definição do registro de lotes contábeis enviados; o mesmo layout
*>    é declarado em PROG23 e em PROG57 - os três precisam andar juntos
 FD  GL-BATCH-LOG-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GB-BATCH-REC.
 01  GB-BATCH-REC.
     05  GB-BATCH-ID                 PIC X(9).      *> Lote: origem + AAMMDD + sequência
     05  GB-FILE-NAME                PIC X(16).     *> Arquivo enviado ao razão
     05  GB-SENT-DATE                PIC X(8).      *> Data da geração (AAAAMMDD)
     05  GB-LINE-COUNT               PIC 9(5).      *> Lançamentos do lote
     05  GB-DR-TOT                   PIC 9(9)V99.   *> Soma dos débitos
     05  GB-CR-TOT                   PIC 9(9)V99.   *> Soma dos créditos
     05  GB-STATUS                   PIC X(1).      *> O=aguardando aceite  P=postado
*>                                                  *> R=com rejeições
     05  GB-ACK-DATE                 PIC X(8).      *> Data do aceite (AAAAMMDD)
     05  GB-POSTED-COUNT             PIC 9(5).      *> Lançamentos aceitos
     05  GB-REJECT-COUNT             PIC 9(5).      *> Lançamentos rejeitados
     05  FILLER                      PIC X(1).

*>    Definição do arquivo mestre de descontos de benefícios; até três
*>    planos por funcionário, com método F=valor fixo P=percentual do
*>    rendimento, o teto anual e o acumulado já tomado no ano
*>                                                  *> recuperado nos períodos seguintes
     05  BN-MATCH-YTD                PIC 9(7)V99.   *> Contrapartida do empregador do
*>                                                  *> 401(k) acumulada no ano
     05  BN-TIER-ENTRY               OCCURS 3 TIMES.
         10  BN-COVER-TIER           PIC X(1).      *> Cobertura do plano do espaço:
*>                                                  *> E=só o empregado  S=com cônjuge
*>                                                  *> C=com filhos  F=família
     05  FILLER                      PIC X(1).

*>    Definição do extrato de financiamento do 401(k)
 FD  FUND-401K-FILE-OUT
*>                                                  *> pelo administrador do plano)
     05  FILLER                      PIC X(19).

*>    Definição do mestre de empréstimos do 401(k); o mesmo layout é
*>    declarado em PROG56 (manutenção dos empréstimos)
 FD  LOAN-MASTER-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LN-LOAN-REC.
 01  LN-LOAN-REC.
     05  LN-LOAN-KEY.
         10  LN-SSN                  PIC X(9).      *> CPF/SSN do participante
         10  LN-LOAN-NBR             PIC X(6).      *> Número do empréstimo no administrador
     05  LN-ORIG-AMT                 PIC 9(7)V99.   *> Valor original do empréstimo
     05  LN-REPAY-AMT                PIC 9(5)V99.   *> Parcela por período de pagamento
     05  LN-BALANCE                  PIC 9(7)V99.   *> Saldo devedor
     05  LN-ORIG-DATE                PIC X(8).      *> Data de concessão (AAAAMMDD)
     05  LN-FIRST-PAY-DATE           PIC X(8).      *> Primeira parcela a partir de (AAAAMMDD)
     05  LN-MATURITY-DATE            PIC X(8).      *> Vencimento final (AAAAMMDD)
     05  LN-STATUS                   PIC X(1).      *> A=ativo  P=quitado
*>                                                  *> D=inadimplência avisada no desligamento
     05  LN-STATUS-DATE              PIC X(8).      *> Data da última mudança de situação
     05  LN-FINAL-PAYOFF             PIC X(1).      *> Y=quitar o saldo no pagamento final
     05  LN-LAST-REPAY-DATE          PIC X(8).      *> Data da última parcela retida
     05  LN-LAST-REPAY-AMT           PIC 9(5)V99.   *> Valor da última parcela retida
     05  LN-SHORT-COUNT              PIC 9(2).      *> Períodos com parcela retida a menor
     05  FILLER                      PIC X(9).      *> Reservado para expansão

*>    Definição do extrato de amortização dos empréstimos do 401(k)
 FD  LOAN-REPAY-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LR-REPAY-REC.
 01  LR-REPAY-REC.
     05  LR-SSN                      PIC X(9).      *> CPF/SSN do participante
     05  LR-LOAN-NBR                 PIC X(6).      *> Número do empréstimo
     05  LR-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  LR-AMOUNT                   PIC 9(7)V99.   *> Parcela retida (R/F) ou saldo
*>                                                  *> em aberto avisado (D)
     05  LR-BALANCE                  PIC 9(7)V99.   *> Saldo devedor após o lançamento
     05  LR-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  LR-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  LR-TXN-TYPE                 PIC X(1).      *> R=parcela  F=quitação no pagamento
*>                                                  *> final  D=aviso de inadimplência
     05  LR-COMPANY                  PIC X(2).      *> Empresa pagadora
     05  LR-TERM-DATE                PIC X(8).      *> Data do desligamento (D)
     05  FILLER                      PIC X(8).

*>    Definição do mestre de saldos de férias e licença-saúde; o mesmo
*>    layout é declarado em PROG15 (baixa das horas tomadas) e em
*>    PROG9 (transporte de ano) - os três precisam andar juntos
     05  LV-SICK-TAKEN-YTD           PIC 9(4)V99.   *> Licença tomada no ano (horas)
     05  FILLER                      PIC X(12).     *> Reservado para expansão

*>    Definição dos casos de licença protegida; o mesmo layout é
*>    declarado em PROG58 (manutenção), PROG15 e PROG47
 FD  LEAVE-CASE-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LO-CASE-REC.
 01  LO-CASE-REC.
     05  LO-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  LO-CASE-NBR                 PIC 9(3).      *> Número do caso do funcionário
     05  LO-CASE-TYPE                PIC X(2).      *> Tipo do caso (ver PROG58)
     05  LO-LEAVE-MODE               PIC X(1).      *> C=contínua  I=intermitente
     05  LO-START-DATE               PIC X(8).      *> Início da licença (AAAAMMDD)
     05  LO-EXP-RETURN-DATE          PIC X(8).      *> Retorno previsto (AAAAMMDD)
     05  LO-ACT-RETURN-DATE          PIC X(8).      *> Retorno efetivo (AAAAMMDD)
     05  LO-STATUS                   PIC X(1).      *> L=de licença  R=retornou
*>                                                  *> X=cancelado
     05  LO-STATUS-DATE              PIC X(8).      *> Data da última mudança de situação
     05  LO-WEEK-HOURS               PIC 9(2)V99.   *> Horas da semana normal
     05  LO-ENTITLE-WEEKS            PIC 9(2).      *> Semanas de direito em 12 meses
     05  LO-PREM-ENTRY               OCCURS 3 TIMES.
         10  LO-PREM-PLAN            PIC X(3).      *> Plano do espaço do BENMAST
         10  LO-PREM-OWED            PIC 9(5)V99.   *> Prêmio não descontado
     05  LO-LAST-PREM-DATE           PIC X(8).      *> Último pagamento com prêmio
*>                                                  *> acumulado (AAAAMMDD)
     05  FILLER                      PIC X(28).     *> Reservado para expansão

*>    Definição do registro de descontos de benefícios da execução
 FD  BEN-REGISTER-OUT
         RECORD CONTAINS 132 CHARACTERS
     05  GO-TOTAL-OWED               PIC 9(7)V99.   *> Valor total devido (zero = sem teto)
     05  GO-PAID-TO-DATE             PIC 9(7)V99.   *> Pago até a data contra a ordem
     05  GO-RELEASED-SWITCH          PIC X(1).      *> Y=ordem satisfeita/liberada
     05  GO-ORDER-SOURCE             PIC X(1).      *> E=recebida pelo e-IWO (PROG48)
*>                                                  *> espaço=cadastrada à mão
     05  GO-ISSUING-STATE            PIC X(2).      *> UF emissora da ordem e-IWO
     05  FILLER                      PIC X(5).      *> Reservado para expansão

*>    Definição do extrato de remessa de penhoras por credor
 FD  GARN-REMIT-FILE-OUT
         DATA RECORD IS RM-REMIT-REC.
 01  RM-REMIT-REC                    PIC X(112).

*>    Definição da fila de avisos de desligamento do e-IWO; o mesmo
*>    layout é declarado em PROG48, que a consome
 FD  IWO-TERM-FILE-OUT
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS IT-TERM-REC.
 01  IT-TERM-REC.
     05  IT-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  IT-CASE-NBR                 PIC X(12).     *> Processo da ordem e-IWO
     05  IT-ISSUING-STATE            PIC X(2).      *> UF emissora da ordem
     05  IT-COMPANY                  PIC X(2).      *> Empresa do desligamento
     05  IT-TERM-DATE                PIC X(8).      *> Data do desligamento (AAAAMMDD)
     05  IT-RUN-DATE                 PIC X(8).      *> Execução que postou o desligamento
     05  FILLER                      PIC X(19).

*>    Definição do arquivo-histórico de pagamentos; o mesmo layout é
*>    declarado em PROG14, que imprime o histórico de um funcionário,
*>    e nos demais leitores - todos precisam andar juntos. A sequência
*>    separa as várias linhas do mesmo funcionário na mesma data
 FD  PAY-HISTORY-FILE-OUT
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

*>    Definição do arquivo de registros de correção gerados pelo
         DATA RECORD IS CU-RPT-OUT.
 01  CU-RPT-OUT                      PIC X(132).

*>    Definição do arquivo de parâmetro do modo GROSSUP
 FD  GROSSUP-PARM-FILE-IN
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GU-PARM-REC.
 01  GU-PARM-REC.
     05  GU-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  GU-NET-AMT                  PIC 9(5)V99.   *> Líquido prometido ao funcionário
     05  GU-PAY-TYPE                 PIC X(1).      *> B=bônus  A=prêmio/homenagem
     05  GU-COMPANY                  PIC X(2).      *> Empresa (espaço = 01)
     05  FILLER                      PIC X(1).

*>    Definição do arquivo de registros gerados pelo modo GROSSUP;
*>    mesmo layout de 80 posições da folha de pagamento
 FD  GROSSUP-REC-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GU-SUPP-REC-OUT.
 01  GU-SUPP-REC-OUT                 PIC X(80).

*>    Definição do relatório de prova do modo GROSSUP
 FD  GROSSUP-RPT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GU-RPT-OUT.
 01  GU-RPT-OUT                      PIC X(132).

*>    Definição da folha criticada lida pelo modo FORECAST; mesmo
*>    layout de 80 posições da folha de pagamento
 FD  FCST-CLEAN-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CF-CLEAN-REC-IN.
 01  CF-CLEAN-REC-IN                 PIC X(80).

*>    Definição da montagem do ponto lida pelo modo FORECAST
 FD  FCST-TA-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CX-TA-REC-IN.
 01  CX-TA-REC-IN                    PIC X(80).

*>    Definição da tabela de periodicidade de recolhimento estadual
 FD  STATE-FREQ-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SQ-FREQ-REC.
 01  SQ-FREQ-REC.
     05  SQ-COMPANY                  PIC X(2).      *> Empresa (espaços = 01)
     05  SQ-STATE                    PIC X(2).      *> Jurisdição ("**" = tabela embutida)
     05  SQ-FREQUENCY                PIC X(1).      *> M=mensal Q=trimestral A=acelerado
     05  SQ-DUE-DAY                  PIC 9(2).      *> Dia do vencimento (M/Q) ou dias
*>                                                  *> úteis depois do pagamento (A)
     05  FILLER                      PIC X(73).

*>    Definição da previsão de caixa do modo FORECAST
 FD  CASH-FCST-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CQ-CASH-REC.
 01  CQ-CASH-REC.
     05  CQ-COMPANY                  PIC X(2).      *> Empresa
     05  CQ-TYPE                     PIC X(3).      *> ACH CHK FED STA GRN 401 LON BEN
     05  CQ-SUBKEY                   PIC X(3).      *> UF (STA) ou plano (BEN)
     05  CQ-AMOUNT                   PIC S9(9)V99.  *> Valor previsto
     05  CQ-DUE-DATE                 PIC X(8).      *> Vencimento (AAAAMMDD)
     05  CQ-CHECK-DATE               PIC X(8).      *> Data do pagamento
     05  CQ-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  CQ-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  FILLER                      PIC X(41).

*>    Definição do relatório da previsão de caixa
 FD  CASH-FCST-RPT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS FR-RPT-OUT.
 01  FR-RPT-OUT                      PIC X(132).

*>    Definição do quadro de caixa efetivo da execução regular; mesmo
*>    layout da previsão
 FD  CASH-ACTUAL-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CA-CASH-REC.
 01  CA-CASH-REC.
     05  CA-COMPANY                  PIC X(2).      *> Empresa
     05  CA-TYPE                     PIC X(3).      *> ACH CHK FED STA GRN 401 LON BEN
     05  CA-SUBKEY                   PIC X(3).      *> UF (STA) ou plano (BEN)
     05  CA-AMOUNT                   PIC S9(9)V99.  *> Valor efetivo
     05  CA-DUE-DATE                 PIC X(8).      *> Vencimento (não usado no efetivo)
     05  CA-CHECK-DATE               PIC X(8).      *> Data do pagamento
     05  CA-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  CA-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  FILLER                      PIC X(41).

*>    Definição do arquivo ACH relido pela conciliação: só o
*>    cabeçalho (5) e o controle (8) do lote interessam
 FD  ACH-RECON-FILE-IN
         RECORD CONTAINS 94 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORDS ARE AQ-ACH-REC AQ-HEADER-REC AQ-CONTROL-REC.
 01  AQ-ACH-REC.
     05  AQ-REC-TYPE                 PIC X(1).      *> 5=lote 6=detalhe 8=controle
     05  AQ-BODY                     PIC X(93).
 01  AQ-HEADER-REC.
     05  FILLER                      PIC X(1).
     05  AQ-BH-DESC                  PIC X(16).     *> Descrição do lote
     05  AQ-BH-DATE                  PIC X(8).      *> Data da execução
     05  FILLER                      PIC X(69).
 01  AQ-CONTROL-REC.
     05  FILLER                      PIC X(1).
     05  AQ-BC-COUNT                 PIC 9(6).      *> Registros de detalhe
     05  AQ-BC-FUNDING               PIC 9(8)V99.   *> Total de créditos do lote
     05  FILLER                      PIC X(77).

*>    Definição do registro de cheques relido pela conciliação
 FD  CHECKREG-RECON-FILE-IN
         RECORD CONTAINS 132 CHARACTERS
         DATA RECORD IS RG-CHECKREG-IN.
 01  RG-CHECKREG-IN                  PIC X(132).

*>    Definição do relatório da conciliação de caixa
 FD  CASH-RECON-RPT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RR-RPT-OUT.
 01  RR-RPT-OUT                      PIC X(132).

*>    Definição do arquivo de mensagens ao operador
 FD  OPER-MSG-FILE-OUT
         RECORD CONTAINS 85 CHARACTERS
     05  RH-REC-VAR                  PIC S9(7).     *> Variação de contagem da reconciliação
     05  RH-EARN-VAR                 PIC S9(7)V99.  *> Variação de rendimentos da reconciliação
     05  RH-DISPOSITION              PIC X(12).     *> Disposição final da execução
     05  RH-PERIOD-NBR               PIC 9(2).      *> Período de pagamento da execução
     05  RH-OFFCYCLE-SEQ             PIC 9(2).      *> Sequência da execução avulsa no
*>                                                  *> período (zero = execução regular)
     05  RH-CHECK-YEAR               PIC X(4).      *> Ano da data do pagamento
     05  RH-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(1).

*>    Definição do diário de atualizações do mestre de acumulados; o
*>    mesmo layout é declarado em PROG16, o utilitário de recuperação
 FD  YTD-JOURNAL-FILE-OUT
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

*>    Definição da trava da janela de lote
 FD  BATCH-LOCK-FILE
     05  SW-STATE-CODE               PIC X(2).      *> UF ("**" = jurisdição padrão)
     05  SW-SUTA-WAGES               PIC 9(7)V99.   *> Salários-base de SUTA na execução
     05  SW-SUTA-TAX                 PIC 9(7)V99.   *> SUTA acumulado na execução
     05  SW-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(9).

*>    Definição do detalhe de salários de SUTA por funcionário; o
*>    mesmo layout é declarado em PROG19, que monta o arquivo
*>    eletrônico trimestral, e em PROG39, que monta a planilha anual
*>    do 940 - os três precisam andar juntos
 FD  SUTA-DETAIL-FILE-OUT
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
     05  SD-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  SD-PERIOD-WAGES             PIC 9(5)V99.   *> Salários do período
     05  SD-TAXABLE-WAGES            PIC 9(5)V99.   *> Fatia tributável sob o teto de SUTA
     05  SD-COMPANY                  PIC X(2).      *> Empresa do pagamento (espaço = 01)
     05  SD-FUTA-EXEMPT              PIC X(1).      *> Y=pagamento isento de FUTA (estudante
*>                                                  *> isento de FICA por lei); o 940
*>                                                  *> (PROG39) o lança como isento
     05  SD-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(3).

*>    Definição do custo da mão de obra por departamento; o mesmo
*>    layout é declarado em PROG50 - os dois precisam andar juntos
 FD  LABOR-COST-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LC-LABOR-COST-REC.
 01  LC-LABOR-COST-REC.
     05  LC-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  LC-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  LC-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  LC-OFFCYCLE-SEQ             PIC 9(2).      *> Sequência da execução avulsa
     05  LC-COMPANY                  PIC X(2).      *> Empresa do pagamento
     05  LC-DEPT-CODE                PIC X(4).      *> Departamento/centro de custo
     05  LC-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  LC-GROSS-WAGES              PIC 9(5)V99.   *> Salário (sem o imputado)
     05  LC-OT-WAGES                 PIC 9(5)V99.   *> Parcela de hora extra do salário
     05  LC-EMPR-FICA                PIC 9(5)V99.   *> FICA patronal
     05  LC-FUTA                     PIC 9(5)V99.   *> FUTA do empregador
     05  LC-SUTA                     PIC 9(5)V99.   *> SUTA do empregador
     05  LC-WC-PREMIUM               PIC 9(5)V99.   *> Prêmio do seguro de acidentes
     05  LC-MATCH                    PIC 9(5)V99.   *> Contrapartida do 401(k)
     05  FILLER                      PIC X(2).

*>    Definição da imagem do registro para distribuição; o mesmo
*>    layout é declarado em PROG51 - os dois precisam andar juntos
 FD  DIST-IMAGE-FILE-OUT
         RECORD CONTAINS 220 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS DI-DIST-REC.
 01  DI-DIST-REC                     PIC X(220).

*>    Definição do arquivo de passivo fiscal trimestral; o mesmo layout
*>    é declarado em PROG11, que imprime a planilha do 941
 FD  QTR-LIAB-FILE-OUT
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC.
     05  QL-FICA-EMPR                PIC 9(7)V99.   *> FICA do empregador na execução
     05  QL-CTL-EARN                 PIC 9(7)V99.   *> Rendimentos do trailer de controle
     05  QL-REC-COUNT                PIC 9(7).      *> Registros do trailer de controle
*>    Decomposição do FICA para as linhas 5a, 5c e 5d do 941 (imposto
*>    das duas partes; o adicional do Medicare é só do empregado)
     05  QL-SS-WAGES                 PIC 9(7)V99.   *> Salários sujeitos ao Seguro Social
     05  QL-SS-TAX                   PIC 9(7)V99.   *> Seguro Social, empregado + empregador
     05  QL-MED-WAGES                PIC 9(7)V99.   *> Salários sujeitos ao Medicare
     05  QL-MED-TAX                  PIC 9(7)V99.   *> Medicare, empregado + empregador
     05  QL-ADDL-MED-WAGES           PIC 9(7)V99.   *> Salários sujeitos ao adicional
     05  QL-ADDL-MED-TAX             PIC 9(7)V99.   *> Adicional do Medicare retido
*>    Declaração a que a linha pertence: a folha grava 941; a retenção
*>    de reserva (backup withholding) dos prestadores, postada por
*>    PROG37, grava 945 e fica FORA da planilha do 941 (espaços =
*>    linha anterior ao campo, tratada como 941)
     05  QL-RETURN-TYPE              PIC X(3).
         88  QL-945-LIAB             VALUE "945".
     05  QL-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
*>                                                  *> (o período é do calendário dele)
     05  FILLER                      PIC X(7).

*>    Definição do arquivo de contracheques/demonstrativos
 FD  STUB-FILE-OUT

*>    Definição do arquivo-calendário de períodos de pagamento; o
*>    arquivo inteiro é relido para a memória na abertura e regravado
*>    por inteiro quando o período corrente é marcado como postado.
*>    A chave é grupo de pagamento + período: cada grupo tem o seu
*>    calendário no mesmo arquivo (gerado por PROG29)
 FD  PERIOD-CAL-FILE
         RECORD CONTAINS 21 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PP-PERIOD-REC.
 01  PP-PERIOD-REC.
     05  PP-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (espaços = padrão)
     05  PP-PERIOD-NBR               PIC 9(2).      *> Número do período no ano
     05  PP-START-DATE               PIC X(8).      *> Data inicial (AAAAMMDD)
     05  PP-END-DATE                 PIC X(8).      *> Data final (AAAAMMDD)
         88  WS-YTD-NOT-FOUND        VALUE "23".
     05  WS-PAYROLL-FILE-STATUS      PIC X(2).  *> Status de E/S da folha de pagamento
         88  WS-PAYROLL-NOT-FOUND    VALUE "23".
     05  WS-OFFCYC-FILE-STATUS       PIC X(2).  *> Status de E/S dos pagamentos avulsos
         88  WS-OFFCYC-MISSING       VALUE "35".
     05  WS-GROSSUP-FILE-STATUS      PIC X(2).  *> Status de E/S do parâmetro do GROSSUP
         88  WS-GROSSUP-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).  *> Status de E/S do mestre de funcionários
         88  WS-EMPMAST-OK           VALUE "00".
         88  WS-EMPMAST-REC-MISSING  VALUE "23".
         88  WS-BEN-FOUND            VALUE "Y".
     05  WS-GARNMAST-FILE-STATUS     PIC X(2).  *> Status de E/S do mestre de penhoras
         88  WS-GARNMAST-MISSING     VALUE "35".
     05  WS-IWOTERM-FILE-STATUS      PIC X(2).  *> Status de E/S da fila de avisos e-IWO
         88  WS-IWOTERM-MISSING      VALUE "35".
     05  WS-GARNMAST-OPEN-SWITCH     PIC X(1).  *> Mestre de penhoras aberto com sucesso
         88  WS-GARNMAST-OPEN        VALUE "Y".
     05  WS-LOANMAST-FILE-STATUS     PIC X(2).  *> Status de E/S do mestre de empréstimos
         88  WS-LOANMAST-MISSING     VALUE "35".
     05  WS-LOANMAST-OPEN-SWITCH     PIC X(1).  *> Mestre de empréstimos aberto com sucesso
         88  WS-LOANMAST-OPEN        VALUE "Y".
     05  WS-LOAN-EOF-SWITCH          PIC X(1).  *> Fim dos empréstimos do CPF/SSN
     05  WS-LOAN-APPL-FOUND-SWITCH   PIC X(1).  *> Parcela já retida do CPF/SSN na execução
         88  WS-LOAN-APPL-FOUND      VALUE "Y".
     05  WS-GARN-ORDER-SWITCH        PIC X(1).  *> Ordem de penhora achada p/ o funcionário
         88  WS-GARN-ORDER-FOUND     VALUE "Y".
     05  WS-QTRLIAB-FILE-STATUS      PIC X(2).  *> Status de E/S do passivo trimestral
     05  WS-LIAB-QUARTER             PIC 9(1).  *> Trimestre civil derivado do mês
     05  WS-RUNHIST-FILE-STATUS      PIC X(2).  *> Status de E/S do histórico de execuções
         88  WS-RUNHIST-MISSING      VALUE "35".
     05  WS-GLBATCH-FILE-STATUS      PIC X(2).  *> Status de E/S do registro de lotes contábeis
         88  WS-GLBATCH-MISSING      VALUE "35".
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).  *> Status de E/S do histórico de pagamentos
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-PH-WRITTEN-SWITCH        PIC X(1).  *> Linha do histórico já gravada
         88  WS-PH-WRITTEN           VALUE "Y".
     05  WS-FCCLEAN-FILE-STATUS      PIC X(2).  *> Status de E/S da folha criticada
         88  WS-FCCLEAN-MISSING      VALUE "35".
     05  WS-FCTA-FILE-STATUS         PIC X(2).  *> Status de E/S da montagem do ponto
         88  WS-FCTA-MISSING         VALUE "35".
     05  WS-STFREQ-FILE-STATUS       PIC X(2).  *> Status de E/S da periodicidade estadual
         88  WS-STFREQ-MISSING       VALUE "35".
     05  WS-CASHFC-FILE-STATUS       PIC X(2).  *> Status de E/S da previsão de caixa
         88  WS-CASHFC-MISSING       VALUE "35".
     05  WS-CASHAC-FILE-STATUS       PIC X(2).  *> Status de E/S do caixa efetivo
         88  WS-CASHAC-MISSING       VALUE "35".
     05  WS-ACHRC-FILE-STATUS        PIC X(2).  *> Status de E/S do ACH relido
         88  WS-ACHRC-MISSING        VALUE "35".
     05  WS-CRRC-FILE-STATUS         PIC X(2).  *> Status de E/S do registro de cheques relido
         88  WS-CRRC-MISSING         VALUE "35".

*>    Controles da execução particionada por faixa de CPF/SSN: cada
*>    partição processa só a sua faixa (PROG6_PART_ID, PROG6_SSN_FROM,
     05  WS-PART-SSN-FROM            PIC X(9) VALUE LOW-VALUES.
     05  WS-PART-SSN-TO              PIC X(9) VALUE HIGH-VALUES.

*>    Grupo de pagamento da execução (PROG6_PAY_GROUP no ambiente;
*>    ausente = espaços, o grupo padrão da instalação): a execução só
*>    paga os funcionários do grupo, só escolhe e posta o período do
*>    calendário do grupo e carimba o grupo no histórico de execuções
*>    e nos arquivos trimestrais
 01  WS-RUN-PAY-GROUP                PIC X(2) VALUE SPACES.

*>    Controles do mestre de saldos de férias/licença-saúde
 01  WS-LEAVE-CONTROLS.
     05  WS-LEAVMAST-FILE-STATUS     PIC X(2).
         88  WS-LEAVMAST-OPEN        VALUE "Y".
     05  WS-LEAVE-FOUND-SWITCH       PIC X(1).
         88  WS-LEAVE-FOUND          VALUE "Y".
     05  WS-LEAVCASE-FILE-STATUS     PIC X(2).
         88  WS-LEAVCASE-OK          VALUE "00".
     05  WS-LEAVCASE-OPEN-SWITCH     PIC X(1).
         88  WS-LEAVCASE-OPEN        VALUE "Y".
     05  WS-ON-LEAVE-SWITCH          PIC X(1) VALUE "N".
         88  WS-EMPL-ON-LEAVE        VALUE "Y".    *> Registro zerado de quem está
*>                                                  *> de licença protegida
     05  WS-LO-SLOT-SUB              PIC 9(1).      *> Espaço do plano no caso
     05  WS-LEAVE-NOPAY-COUNT        PIC 9(5) VALUE ZEROS.
*>                                                  *> Registros de licença sem pagamento

*>    Linha de saldos de férias/licença-saúde do contracheque
 01  WS-STUB-LEAVE-LINE.
         10  WS-JR-BEF-PERIODS       PIC 9(2).
         10  WS-JR-BEF-STATUS        PIC X(1).
         10  WS-JR-BEF-TERM-DATE     PIC X(8).
     05  WS-JR-BEF-FICA-IMAGE.
         10  WS-JR-BEF-SS-WAGES      PIC 9(7)V99.
         10  WS-JR-BEF-SS-TAX        PIC 9(7)V99.
         10  WS-JR-BEF-MED-WAGES     PIC 9(7)V99.
         10  WS-JR-BEF-MED-TAX       PIC 9(7)V99.

*>    Área de trabalho dos encargos de desemprego do empregador (FUTA
*>    e SUTA): como o FICA, cada um tem teto anual de salários por
         88  WS-SUTAWAGE-MISSING     VALUE "35".
     05  WS-SUTADETL-FILE-STATUS     PIC X(2).
         88  WS-SUTADETL-MISSING     VALUE "35".
     05  WS-LABORCST-FILE-STATUS     PIC X(2).
         88  WS-LABORCST-MISSING     VALUE "35".
     05  WS-UNEMP-YTD-BEFORE         PIC S9(7)V99.  *> Acumulado antes deste pagamento
     05  WS-UNEMP-CAPPED-BEFORE      PIC 9(7)V99.   *> Acumulado antes, limitado ao teto
     05  WS-UNEMP-CAPPED-AFTER       PIC 9(7)V99.   *> Acumulado depois, limitado ao teto
     05  WS-MATCH-TOT-OUT            PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(111) VALUE SPACES.

*>    Total de reembolsos de despesa por categoria, pagos no líquido e
*>    fora de toda base de imposto
 01  WS-RMB-TOTAL-LINE.
     05  FILLER                      PIC X(20) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "REIMB - ".
     05  WS-RT-DESC-OUT              PIC X(8).
     05  FILLER                      PIC X(8) VALUE "      : ".
     05  WS-RT-AMT-OUT               PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(9) VALUE "  COUNT: ".
     05  WS-RT-COUNT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(96) VALUE SPACES.

*>    Tabela de totais por plano para o registro de benefícios
 01  WS-BENSUM-CONTROLS.
     05  WS-BENSUM-COUNT             PIC 9(2) COMP.
                                      INDEXED BY GA-INDEX.
         10  WS-GARN-APPLIED-SSN     PIC X(9).

*>    CPFs/SSNs cujas parcelas de empréstimo do 401(k) já foram
*>    retidas nesta execução: o empréstimo é da PESSOA, como a ordem
*>    de penhora, e a parcela vale uma vez por período
 01  WS-LOAN-APPLIED-CONTROLS.
     05  WS-LOAN-APPLIED-COUNT       PIC 9(5) COMP.
 01  WS-LOAN-APPLIED-TABLE.
     05  WS-LOAN-APPLIED-ROW         OCCURS 30000 TIMES
                                      INDEXED BY LA-INDEX.
         10  WS-LOAN-APPLIED-SSN     PIC X(9).

*>    Amortização dos empréstimos do 401(k): a parcela é desconto
*>    pós-impostos com prioridade própria - sai do líquido que sobra
*>    depois dos impostos, da penhora e dos benefícios, e antes de os
*>    reembolsos entrarem no líquido; a parte que o líquido não cobre
*>    não é retida nem vira atraso (o administrador do plano acompanha
*>    a inadimplência pelo extrato)
 01  WS-LOAN-WORK.
     05  WS-LOAN-DED-AMT             PIC 9(5)V99.   *> Parcelas retidas do registro corrente
     05  WS-LOAN-DUE-AMT             PIC 9(7)V99.   *> Devido do empréstimo no período
     05  WS-LOAN-TAKE-AMT            PIC 9(7)V99.   *> Retido do empréstimo no período
     05  WS-LOAN-TXN-TYPE            PIC X(1).      *> R=parcela  F=quitação final
     05  WS-LOAN-REPAY-COUNT         PIC 9(5).      *> Parcelas retidas na execução
     05  WS-LOAN-REPAY-TOT           PIC 9(7)V99.   *> Total retido (crédito LON do razão)
     05  WS-LOAN-SHORT-COUNT         PIC 9(5).      *> Parcelas retidas a menor
     05  WS-LOAN-PAYOFF-COUNT        PIC 9(5).      *> Empréstimos quitados na execução
     05  WS-LOAN-DEFAULT-COUNT       PIC 9(5).      *> Avisos de inadimplência emitidos
     05  WS-LOAN-DEFAULT-TOT         PIC 9(7)V99.   *> Saldo em aberto avisado

*>    Linha de totais dos empréstimos do 401(k) no registro de
*>    benefícios
 01  WS-LOAN-TOTAL-LINE.
     05  FILLER                      PIC X(28) VALUE
             "401K LOAN REPAYMENTS - CNT: ".
     05  WS-LT-COUNT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(9) VALUE "  TOTAL: ".
     05  WS-LT-AMT-OUT               PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(9) VALUE "  SHORT: ".
     05  WS-LT-SHORT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  PAID OFF: ".
     05  WS-LT-PAYOFF-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  DEFAULT: ".
     05  WS-LT-DEFAULT-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(1) VALUE SPACE.
     05  WS-LT-DEFAULT-AMT-OUT       PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(14) VALUE SPACES.

*>    Ordens concorrentes do funcionário corrente, carregadas do
*>    mestre (todas as chaves do CPF/SSN), ordenadas por prioridade e
*>    aplicadas em sequência sobre o teto do rendimento disponível;
     05  WS-GL-NET-CLEARING          PIC S9(9)V99.   *> Crédito de compensação do líquido
     05  WS-GL-FICA-PAYABLE          PIC 9(9)V99.    *> FICA a recolher (duas partes)
     05  WS-GL-UNMAPPED-COUNT        PIC 9(3).       *> Departamentos sem conta no mapa
     05  WS-GL-LINE-COUNT            PIC 9(5).       *> Lançamentos gravados no lote
     05  WS-GL-BATCH-EOF-SWITCH      PIC X(1).

*>    Contas de passivo/compensação carregadas das linhas "L" do mapa
 01  WS-GL-LIAB-ACCOUNTS.
     05  WS-GL-MCL-ACCT              PIC X(8) VALUE "99999999".
     05  WS-GL-WCE-ACCT              PIC X(8) VALUE "99999999".
     05  WS-GL-WCL-ACCT              PIC X(8) VALUE "99999999".
     05  WS-GL-RMB-ACCT              PIC X(8) VALUE "99999999".
     05  WS-GL-LON-ACCT              PIC X(8) VALUE "99999999".

*>    Mapa de conta de despesa salarial por departamento
 01  WS-GLMAP-TABLE.
     05  WS-GLP-DESC                 PIC X(20).     *> Descrição do lançamento
     05  WS-GLP-PERIOD-NBR           PIC 9(2).      *> Período de pagamento
     05  WS-GLP-RUN-DATE             PIC X(8).      *> Data da execução (AAAAMMDD)
     05  WS-GLP-BATCH-ID.                           *> Lote, casado com o aceite do razão
         10  WS-GLP-BATCH-SOURCE     PIC X(1).      *> P=folha  A=provisão  C=correção
         10  WS-GLP-BATCH-DATE       PIC X(6).      *> Data da geração (AAMMDD)
         10  WS-GLP-BATCH-SEQ        PIC 9(2).      *> Sequência do dia

*>    Linha impressa no relatório quando os lançamentos contábeis não
*>    fecham; tratada como erro grave, igual ao descompasso de C75
*>    Registro de cabeçalho do lote ACH (tipo 5)
 01  WS-ACH-BATCH-HEADER.
     05  FILLER                      PIC X(1) VALUE "5".
     05  WS-ACH-BH-DESC              PIC X(16) VALUE "PAYROLL DIRECT  ".
     05  WS-ACH-BH-DATE              PIC X(8).      *> Data da execução (AAAAMMDD)
     05  WS-ACH-BH-PERIOD            PIC 9(2).      *> Período de pagamento
     05  WS-ACH-BH-OFFCYCLE-SEQ      PIC 9(2) VALUE ZEROS.
*>                                                  *> Sequência da execução avulsa
     05  FILLER                      PIC X(65) VALUE SPACES.

*>    Registro de detalhe ACH (tipo 6), um por funcionário depositado;
*>    código de transação 22/32=crédito em conta corrente/poupança,
     05  WS-NEXT-CHECK-NBR           PIC 9(8) VALUE 1.
     05  WS-CHECK-COUNT              PIC 9(5).      *> Cheques emitidos na execução
     05  WS-CHECK-AMT-TOT            PIC 9(9)V99.   *> Total dos cheques emitidos
     05  WS-CHECK-POSTED-SWITCH      PIC X(1).      *> Y=pagamento postado no mestre
*>                                                  *> de acumulados (isento = N)

*>    Linhas da face do cheque impressa (uma página por cheque)
 01  WS-CHECK-NBR-LINE.
             "CHECK REGISTER            ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-CRH-DATE-OUT             PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CRH-OFFCYCLE-OUT         PIC X(16) VALUE SPACES.
     05  FILLER                      PIC X(70) VALUE SPACES.
 01  WS-CHECKREG-COLUMN-HEADING.
     05  FILLER                      PIC X(8) VALUE "CHECK NO".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-ALLOC-EARN-LEFT          PIC 9(7)V99.   *> Rendimento ainda não distribuído
     05  WS-ALLOC-TAX-LEFT           PIC 9(7)V99.   *> Imposto ainda não distribuído
     05  WS-ALLOC-WORK-DEPT          PIC X(4).      *> Departamento do par corrente
     05  WS-ALLOC-APPLIED-SWITCH     PIC X(1) VALUE "N".
         88  WS-ALLOC-APPLIED        VALUE "Y".     *> Registro corrente foi repartido
 01  WS-ALLOC-TABLE.
     05  WS-ALLOC-PAIR               OCCURS 4 TIMES.
         10  WS-ALLOC-DEPT-ENTRY     PIC X(4).
         10  WS-ALLOC-PCT-ENTRY      PIC 9(3)V99.

*>    Reembolsos de despesa pendentes: guardados quando os registros 07
*>    são lidos e somados ao líquido do primeiro registro pago (01, 02
*>    ou 03) do mesmo CPF/SSN e empresa que os segue; um reembolso que
*>    não encontra o pagamento é rejeitado, nunca pago sozinho
 01  WS-RMB-CONTROLS.
     05  WS-RMB-PEND-COUNT           PIC 9(1) VALUE ZERO.
     05  WS-RMB-SUB                  PIC 9(1).      *> Varredura das linhas pendentes
     05  WS-RMB-SSN                  PIC X(9).      *> CPF/SSN dos reembolsos pendentes
     05  WS-RMB-COMPANY              PIC X(2).      *> Empresa dos reembolsos pendentes
     05  WS-RMB-CUR-COMPANY          PIC X(2).      *> Empresa do registro corrente
     05  WS-RMB-APPLIED-SWITCH       PIC X(1) VALUE "N".
         88  WS-RMB-APPLIED          VALUE "Y".     *> Já somados ao líquido corrente
     05  WS-RMB-APPLIED-AMT          PIC 9(6)V99.   *> Total somado ao líquido corrente
     05  WS-RMB-CAT-SUB              PIC 9(1).      *> Varredura das categorias
     05  WS-RMB-WORK-CAT             PIC 9(1).      *> Categoria achada (0 = inválida)
     05  WS-RMB-SAVE-REC             PIC X(80).     *> Registro corrente durante a rejeição
     05  WS-RMB-SAVE-FILE-REC        PIC X(80).     *> Área do arquivo durante a rejeição
 01  WS-RMB-PEND-TABLE.
     05  WS-RMB-PEND-ROW             OCCURS 5 TIMES.
         10  WS-RMB-PEND-CAT         PIC 9(1).      *> Categoria (linha de WS-RMB-CAT-ROW)
         10  WS-RMB-PEND-AMT         PIC 9(5)V99.   *> Valor a reembolsar
         10  WS-RMB-PEND-IMAGE       PIC X(80).     *> Registro como chegou
*>    Categorias de reembolso e totais da execução, para o resumo e
*>    para os débitos de despesa dos lançamentos contábeis
 01  WS-RMB-CAT-TABLE.
     05  WS-RMB-CAT-ROW              OCCURS 4 TIMES.
         10  WS-RMB-CAT-CODE         PIC X(3).
         10  WS-RMB-CAT-DESC         PIC X(8).
         10  WS-RMB-CAT-COUNT        PIC 9(5).
         10  WS-RMB-CAT-AMT-TOT      PIC 9(7)V99.

*>    Custo da mão de obra do registro corrente (salário e encargos do
*>    empregador), repartido entre os departamentos da distribuição
*>    com a mesma regra do rendimento: parcela percentual por par e o
*>    resíduo no último par preenchido
 01  WS-DIST-IMAGE.
     05  WS-DI-REC-TYPE              PIC X(1) VALUE "D". *> D=linha  T=trailer
     05  WS-DI-LINE-KIND             PIC X(1).      *> B=aviso  S=espaço  L=eleições W-4
*>                                                  *> E=detalhe  X=isento  F=FICA
*>                                                  *> R=resumo por depto  O=hora extra
     05  WS-DI-DEPT-CODE             PIC X(4).      *> Departamento da linha
     05  WS-DI-SSN                   PIC X(9).      *> CPF/SSN real do funcionário
     05  WS-DI-EMPL-NAME             PIC X(18).     *> Nome real do funcionário
     05  WS-DI-PAGE-NBR              PIC 9(3).      *> Página do registro com a linha
     05  WS-DI-EARN-AMT              PIC 9(7)V99.   *> Rendimento (linhas E e X)
     05  WS-DI-PRINT-LINE            PIC X(165).    *> A linha como saiu no registro
     05  FILLER                      PIC X(10) VALUE SPACES.
*>    Trailer da imagem: identificação da execução e as contagens que
*>    a distribuição tem de reproduzir somando os pacotes
 01  WS-DIST-TRAILER.
     05  WS-DT-REC-TYPE              PIC X(1) VALUE "T".
     05  WS-DT-RUN-DATE              PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  WS-DT-PAY-GROUP             PIC X(2).      *> Grupo de pagamento
     05  WS-DT-PERIOD-NBR            PIC 9(2).      *> Período de pagamento
     05  WS-DT-OFFCYCLE-SEQ          PIC 9(2).      *> Sequência da execução avulsa
     05  WS-DT-REG-PAGES             PIC 9(4) VALUE ZEROS.      *> Páginas do registro
     05  WS-DT-EMPL-LINES            PIC 9(7) VALUE ZEROS.      *> Linhas de detalhe/isento
     05  WS-DT-EARN-TOT              PIC 9(9)V99 VALUE ZEROS.   *> Rendimento dessas linhas
     05  WS-DT-IMAGE-LINES           PIC 9(7) VALUE ZEROS.      *> Linhas de imagem gravadas
     05  WS-DT-ROLLUP-LINES          PIC 9(5) VALUE ZEROS.      *> Linhas do resumo por departamento
     05  FILLER                      PIC X(171) VALUE SPACES.

 01  WS-LABOR-COST-WORK.
     05  WS-LC-AMOUNTS.
         10  WS-LC-GROSS             PIC 9(5)V99.   *> Salário do registro
         10  WS-LC-OT                PIC 9(5)V99.   *> Hora extra do registro
         10  WS-LC-FICA              PIC 9(5)V99.   *> FICA patronal do registro
         10  WS-LC-FUTA              PIC 9(5)V99.   *> FUTA do registro
         10  WS-LC-SUTA              PIC 9(5)V99.   *> SUTA do registro
         10  WS-LC-WC                PIC 9(5)V99.   *> Prêmio do seguro do registro
         10  WS-LC-MATCH             PIC 9(5)V99.   *> Contrapartida do registro
     05  WS-LC-AMOUNT-TBL REDEFINES WS-LC-AMOUNTS.
         10  WS-LC-AMT               PIC 9(5)V99 OCCURS 7 TIMES.
     05  WS-LC-LEFT-TBL.
         10  WS-LC-LEFT              PIC 9(5)V99 OCCURS 7 TIMES.
     05  WS-LC-SHARE-TBL.
         10  WS-LC-SHARE             PIC 9(5)V99 OCCURS 7 TIMES.
     05  WS-LC-AMT-SUB               PIC 9(1).

*>    Linha de auditoria da distribuição de custo, provando que os
*>    percentuais somam 100
 01  WS-ALLOC-AUDIT-LINE.
     05  FILLER                      PIC X(2) VALUE " *".
     05  FILLER                      PIC X(105) VALUE SPACES.

*>    Linha de decomposição do FICA, impressa sob a linha de detalhe:
*>    Seguro Social e Medicare de cada parte e o adicional do Medicare
 01  WS-FICA-SPLIT-LINE.
     05  FILLER                      PIC X(11) VALUE SPACES.
     05  FILLER                      PIC X(2) VALUE "* ".
     05  FILLER                      PIC X(21) VALUE
             "FICA: SOC SEC EE/ER  ".
     05  WS-FS-SS-EMPLE-OUT          PIC Z,ZZZ.99.
     05  FILLER                      PIC X(1) VALUE "/".
     05  WS-FS-SS-EMPR-OUT           PIC Z,ZZZ.99.
     05  FILLER                      PIC X(18) VALUE
             "  MEDICARE EE/ER  ".
     05  WS-FS-MED-EMPLE-OUT         PIC Z,ZZZ.99.
     05  FILLER                      PIC X(1) VALUE "/".
     05  WS-FS-MED-EMPR-OUT          PIC Z,ZZZ.99.
     05  FILLER                      PIC X(16) VALUE
             "  ADDL MEDICARE ".
     05  WS-FS-ADDL-MED-OUT          PIC Z,ZZZ.99.
     05  FILLER                      PIC X(2) VALUE " *".
     05  FILLER                      PIC X(53) VALUE SPACES.

*>    Linha de totais da decomposição do FICA (as linhas 5a, 5c e 5d
*>    do 941 desta execução), impressa sob a linha de totais
 01  WS-FICA-TOTAL-LINE.
     05  FILLER                      PIC X(24) VALUE
             "FICA: SOC SEC WAGES     ".
     05  WS-FT-SS-WAGES-OUT          PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(5) VALUE " TAX ".
     05  WS-FT-SS-TAX-OUT            PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(17) VALUE
             "  MEDICARE WAGES ".
     05  WS-FT-MED-WAGES-OUT         PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(5) VALUE " TAX ".
     05  WS-FT-MED-TAX-OUT           PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(17) VALUE
             "  ADDL MED WAGES ".
     05  WS-FT-ADDL-WAGES-OUT        PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(5) VALUE " TAX ".
     05  WS-FT-ADDL-TAX-OUT          PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(26) VALUE SPACES.

*>    Tabela das faixas de imposto estadual por jurisdição, carregada
*>    de STRATES.DAT; até 10 jurisdições de até 8 faixas cada
 01  WS-JURIS-TABLE.
         88  WS-CUR-PERIOD-POSTED    VALUE "P".
     05  WS-CUR-PERIOD-FOUND-SWITCH  PIC X(1).
         88  WS-CUR-PERIOD-FOUND     VALUE "Y".
     05  WS-OFFCYCLE-SEQ             PIC 9(2) VALUE ZEROS.
*>                                                   *> Sequência da execução avulsa no
*>                                                   *> período (OFFCYCLE); zero na regular
     05  WS-RUNHIST-EOF-SWITCH       PIC X(1).
     05  WS-PERCAL-OVERFLOW-SWITCH   PIC X(1).
         88  WS-PERCAL-OVERFLOW      VALUE "Y".
*>                                                 *> Calendário com mais linhas do que a
     05  WS-RATES-BEST-DATE          PIC X(8) VALUE SPACES.
*>                                                   *> Maior vigência <= data do pagamento

*>    Tabela dos períodos do ano de todos os grupos de pagamento,
*>    carregada de PERCAL.DAT (a marcação de postado regrava o arquivo
*>    inteiro, inclusive os calendários dos outros grupos)
 01  WS-PERCAL-TABLE.
     05  WS-PERCAL-ROW               OCCURS 300 TIMES
                                      INDEXED BY P-INDEX.
         10  WS-CAL-PAY-GROUP        PIC X(2).
         10  WS-CAL-PERIOD-NBR       PIC 9(2).
         10  WS-CAL-START-DATE       PIC X(8).
         10  WS-CAL-END-DATE         PIC X(8).

*>    Controle da consulta avulsa de um único funcionário por SSN
 01  WS-LOOKUP-CONTROL.
     05  WS-CMD-MODE                 PIC X(9).  *> Modo da linha de comando (RESTART, LOOKUP, FORECAST...)
     05  WS-LOOKUP-PARM               PIC X(9).  *> SSN consultado via linha de comando
     05  WS-LOOKUP-SWITCH             PIC X(1).
         88  WS-LOOKUP-MODE           VALUE "Y".
         88  WS-BACKOUT-MODE          VALUE "Y".
     05  WS-CATCHUP-SWITCH            PIC X(1).
         88  WS-CATCHUP-MODE          VALUE "Y".
     05  WS-OFFCYCLE-SWITCH           PIC X(1).
         88  WS-OFFCYCLE-MODE         VALUE "Y".
     05  WS-GROSSUP-SWITCH            PIC X(1).
         88  WS-GROSSUP-MODE          VALUE "Y".
     05  WS-FORECAST-SWITCH           PIC X(1).
         88  WS-FORECAST-MODE         VALUE "Y".
     05  WS-CASHRECON-SWITCH          PIC X(1).
         88  WS-CASHRECON-MODE        VALUE "Y".

*>    Controles do modo CATCHUP: recalcula o imposto federal do ano de
*>    cada funcionário sob as faixas recém-vigentes e projeta a
     05  WS-CUT-DIFF-OUT             PIC -(8)9.99.
     05  FILLER                      PIC X(54) VALUE SPACES.

*>    Controles do modo GROSSUP: acha o bruto de um pagamento
*>    suplementar (03) cujo líquido, depois das mesmas retenções que a
*>    execução real aplica, dá o valor prometido ao funcionário
 01  WS-GROSSUP-CONTROLS.
     05  WS-GU-EOF-SWITCH            PIC X(1).
     05  WS-GU-SOLVED-SWITCH         PIC X(1).
         88  WS-GU-SOLVED            VALUE "Y".
     05  WS-GU-FLAG                  PIC X(18).     *> Motivo de recusa do pedido
     05  WS-GU-TARGET-NET            PIC 9(5)V99.   *> Líquido prometido
     05  WS-GU-GROSS-TRY             PIC S9(6)V99.  *> Bruto da tentativa corrente
     05  WS-GU-NET-CALC              PIC S9(6)V99.  *> Líquido apurado sobre o bruto
     05  WS-GU-NET-DIFF              PIC S9(6)V99.  *> Prometido menos apurado
     05  WS-GU-ITER                  PIC 9(3).      *> Tentativas da aproximação
     05  WS-GU-FREQ                  PIC 9(2).      *> Períodos de pagamento/ano
     05  WS-GU-READ-COUNT            PIC 9(5).      *> Pedidos lidos
     05  WS-GU-WRITTEN-COUNT         PIC 9(5).      *> Registros 03 gerados
     05  WS-GU-SKIPPED-COUNT         PIC 9(5).      *> Pedidos recusados
     05  WS-GU-GROSS-TOT             PIC 9(7)V99.   *> Bruto total gerado
     05  WS-GU-NET-TOT               PIC 9(7)V99.   *> Líquido total gerado

*>    Registro suplementar (03) montado pelo modo GROSSUP, no mesmo
*>    layout do registro de entrada da folha; o tipo do pagamento vai
*>    na coluna do tipo de rendimento, o que também o separa do
*>    registro regular do funcionário na passada de duplicados
 01  WS-GU-SUPP-REC.
     05  WS-GU-REC-CODE              PIC 9(2) VALUE 03.
     05  WS-GU-SSN                   PIC X(9).
     05  WS-GU-EMPL-NAME             PIC X(18).
     05  WS-GU-DEPT-CODE             PIC X(4).
     05  WS-GU-PAY-TYPE              PIC X(1).
     05  WS-GU-COMPANY               PIC X(2).
     05  FILLER                      PIC X(13) VALUE SPACES.
     05  WS-GU-EARN-THIS-PER         PIC 9(5)V99.
     05  WS-GU-PAY-FREQ              PIC 9(2).
     05  WS-GU-ADJUST-AMT            PIC S9(5)V99 VALUE ZEROS.
     05  FILLER                      PIC X(5) VALUE SPACES.
     05  WS-GU-MARITAL-STATUS        PIC 9(1).
     05  WS-GU-EXEMPTIONS            PIC 9(1).
     05  WS-GU-GARNISH-AMT           PIC 9(3)V99 VALUE ZEROS.
     05  FILLER                      PIC X(3) VALUE SPACES.

*>    Linhas do relatório de prova do modo GROSSUP
 01  WS-GU-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "NET-TO-GROSS (GROSS-UP) PROOF             ".
     05  FILLER                      PIC X(11) VALUE "RATES EFF: ".
     05  WS-GU-HEAD-EFF-OUT          PIC X(8).
     05  FILLER                      PIC X(14) VALUE "  CHECK DATE: ".
     05  WS-GU-HEAD-DATE-OUT         PIC X(8).
     05  FILLER                      PIC X(49) VALUE SPACES.
 01  WS-GU-EMPL-LINE.
     05  WS-GUE-SSN-OUT              PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-GUE-NAME-OUT             PIC X(18).
     05  FILLER                      PIC X(11) VALUE "  COMPANY: ".
     05  WS-GUE-COMPANY-OUT          PIC X(2).
     05  FILLER                      PIC X(12) VALUE "  PAY TYPE: ".
     05  WS-GUE-TYPE-OUT             PIC X(6).
     05  FILLER                      PIC X(8) VALUE "  FREQ: ".
     05  WS-GUE-FREQ-OUT             PIC Z9.
     05  WS-GUE-FLAG-OUT             PIC X(18).
     05  FILLER                      PIC X(44) VALUE SPACES.
 01  WS-GU-PROOF-LINE.
     05  FILLER                      PIC X(6) VALUE SPACES.
     05  WS-GUP-LABEL-OUT            PIC X(44).
     05  WS-GUP-AMT-OUT              PIC -(6)9.99.
     05  FILLER                      PIC X(72) VALUE SPACES.
 01  WS-GU-TOTAL-LINE.
     05  FILLER                      PIC X(10) VALUE "REQUESTS: ".
     05  WS-GUT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  RECORDS: ".
     05  WS-GUT-WRIT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  SKIPPED: ".
     05  WS-GUT-SKIP-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  TOTAL GROSS ".
     05  WS-GUT-GROSS-OUT            PIC ZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(12) VALUE "  TOTAL NET ".
     05  WS-GUT-NET-OUT              PIC ZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(30) VALUE SPACES.

*>    Controles da previsão de caixa (modo FORECAST) e da conciliação
*>    dela contra a execução real (modo CASHRECON). A execução regular
*>    acumula o mesmo quadro com o que de fato pagou e o grava em
*>    PROG6_CASH.DAT no encerramento
 01  WS-CASH-CONTROLS.
     05  WS-FC-SCHEDULE              PIC X(1).      *> Calendário federal: M=mensal S=semanal duplo
     05  WS-FC-EOF-SWITCH            PIC X(1).
     05  WS-FC-SOURCE                PIC X(1).      *> C=folha criticada T=montagem do ponto
     05  WS-FC-SKIP-SWITCH           PIC X(1).
         88  WS-FC-SKIP              VALUE "Y".     *> Funcionário já visto na folha criticada
     05  WS-FC-PAY-KIND              PIC X(1).      *> A=depósito direto C=cheque
     05  WS-FC-READ-COUNT            PIC 9(5).      *> Registros lidos
     05  WS-FC-PROJ-COUNT            PIC 9(5).      *> Pagamentos projetados
     05  WS-FC-EXCL-COUNT            PIC 9(5).      *> Registros que a execução rejeitaria
     05  WS-FC-DUP-COUNT             PIC 9(5).      *> Registros do ponto já na folha criticada
     05  WS-FC-NEXTDAY-LIMIT         PIC 9(7)V99 VALUE 100000.00.
*>                                                  *> Passivo federal que vence no dia útil
*>                                                  *> seguinte, como em PROG20
     05  WS-FC-PRIOR-SWITCH          PIC X(1).
         88  WS-FC-PRIOR-LOADED      VALUE "Y".     *> Quadro efetivo anterior disponível
     05  WS-FC-PRIOR-DATE            PIC X(8) VALUE SPACES.
*>                                                  *> Data do pagamento do quadro efetivo
     05  WS-FC-FCST-DATE             PIC X(8) VALUE SPACES.
*>                                                  *> Data do pagamento da previsão relida
     05  WS-CW-COMPANY               PIC X(2).      *> Linha de trabalho: empresa
     05  WS-CW-TYPE                  PIC X(3).      *> Linha de trabalho: necessidade
     05  WS-CW-SUBKEY                PIC X(3).      *> Linha de trabalho: UF ou plano
     05  WS-CW-AMT                   PIC S9(9)V99.  *> Valor a somar na linha
     05  WS-CW-COLUMN                PIC X(1) VALUE SPACES.
         88  WS-CW-TO-COMPARE        VALUE "P".     *> Soma na coluna de comparação
     05  WS-CW-FOUND-SWITCH          PIC X(1).
         88  WS-CW-FOUND             VALUE "Y".
     05  WS-CT-COUNT                 PIC 9(3) COMP VALUE ZERO.
     05  WS-CT-FULL-COUNT            PIC 9(5) COMP VALUE ZERO.
     05  WS-CT-SUB                   PIC 9(3) COMP.
     05  WS-CC-COUNT                 PIC 9(2) COMP VALUE ZERO.
     05  WS-CC-SUB                   PIC 9(2) COMP.
     05  WS-CY-SUB                   PIC 9(2) COMP.
     05  WS-FQ-COUNT                 PIC 9(3) COMP VALUE ZERO.
     05  WS-FQ-FREQ                  PIC X(1).      *> Periodicidade da jurisdição da linha
     05  WS-FQ-DUE-DAY               PIC 9(2).      *> Dia/dias úteis do vencimento
     05  WS-FQ-WORK-COMPANY          PIC X(2).
     05  WS-CR-CO-AMT                PIC S9(9)V99.  *> Total da empresa - previsto
     05  WS-CR-CO-CMP                PIC S9(9)V99.  *> Total da empresa - comparação
     05  WS-CR-GRAND-AMT             PIC S9(9)V99.  *> Total geral - previsto
     05  WS-CR-GRAND-CMP             PIC S9(9)V99.  *> Total geral - comparação
     05  WS-CR-DIFF                  PIC S9(9)V99.
     05  WS-CR-FLAG                  PIC X(4).
     05  WS-CR-VAR-COUNT             PIC 9(5).      *> Linhas fora da conciliação
     05  WS-CR-ACH-FCST              PIC S9(9)V99.  *> Depósito direto previsto
     05  WS-CR-ACH-CASH              PIC S9(9)V99.  *> Depósito direto do quadro efetivo
     05  WS-CR-CHK-FCST              PIC S9(9)V99.  *> Cheques previstos
     05  WS-CR-CHK-CASH              PIC S9(9)V99.  *> Cheques do quadro efetivo
     05  WS-CR-ACH-FILE-AMT          PIC 9(8)V99.   *> Financiamento do controle ACH
     05  WS-CR-ACH-FILE-COUNT        PIC 9(6).      *> Créditos do controle ACH
     05  WS-CR-ACH-OFFCYCLE-SWITCH   PIC X(1).
         88  WS-CR-ACH-OFFCYCLE      VALUE "Y".     *> O ACH em disco é de execução avulsa
     05  WS-CR-CHK-FILE-AMT          PIC 9(9)V99.   *> Soma das linhas do registro de cheques
     05  WS-CR-CHK-FILE-COUNT        PIC 9(6).      *> Cheques do registro de cheques
     05  WS-CR-EOF-SWITCH            PIC X(1).

*>    Quadro de caixa por empresa e necessidade: o valor previsto (ou
*>    efetivo, na execução regular), o valor de comparação (execução
*>    anterior na previsão, execução real na conciliação) e o
*>    vencimento
 01  WS-CASH-TABLE.
     05  WS-CT-ROW                   OCCURS 300 TIMES
                                      INDEXED BY CT-INDEX.
         10  WS-CT-COMPANY           PIC X(2).
         10  WS-CT-TYPE              PIC X(3).
         10  WS-CT-SUBKEY            PIC X(3).
         10  WS-CT-AMT               PIC S9(9)V99.
         10  WS-CT-CMP-AMT           PIC S9(9)V99.
         10  WS-CT-DUE               PIC X(8).

*>    Empresas do quadro, na ordem em que apareceram
 01  WS-CASH-COMPANY-TABLE.
     05  WS-CC-ROW                   OCCURS 20 TIMES
                                      INDEXED BY CC-INDEX.
         10  WS-CC-COMPANY           PIC X(2).

*>    Ordem e descrição das necessidades de caixa no relatório
 01  WS-CASH-TYPE-VALUES.
     05  FILLER                      PIC X(33) VALUE
             "ACHNET PAY - DIRECT DEPOSIT      ".
     05  FILLER                      PIC X(33) VALUE
             "CHKNET PAY - PAPER CHECKS        ".
     05  FILLER                      PIC X(33) VALUE
             "FEDFEDERAL TAX DEPOSIT (WH+FICA) ".
     05  FILLER                      PIC X(33) VALUE
             "STASTATE TAX DEPOSIT             ".
     05  FILLER                      PIC X(33) VALUE
             "GRNGARNISHMENT REMITTANCES       ".
     05  FILLER                      PIC X(33) VALUE
             "401401(K) FUNDING (EE+ER)        ".
     05  FILLER                      PIC X(33) VALUE
             "LON401(K) LOAN REPAYMENTS        ".
     05  FILLER                      PIC X(33) VALUE
             "BENBENEFIT CARRIER               ".
 01  WS-CASH-TYPE-TABLE REDEFINES WS-CASH-TYPE-VALUES.
     05  WS-CY-ROW                   OCCURS 8 TIMES.
         10  WS-CY-TYPE              PIC X(3).
         10  WS-CY-DESC              PIC X(30).

*>    Periodicidade de recolhimento estadual carregada de STFREQ.DAT
 01  WS-STATE-FREQ-TABLE.
     05  WS-FQ-ROW                   OCCURS 200 TIMES
                                      INDEXED BY FQ-INDEX.
         10  WS-FQ-COMPANY-ENTRY     PIC X(2).
         10  WS-FQ-STATE-ENTRY       PIC X(2).
         10  WS-FQ-FREQ-ENTRY        PIC X(1).
         10  WS-FQ-DUE-DAY-ENTRY     PIC 9(2).

*>    Área de trabalho de datas dos vencimentos: a data corrente das
*>    rotinas de calendário, o dia da semana (0=sábado ... 6=sexta,
*>    congruência de Zeller) e os rascunhos da congruência
 01  WS-DATE-WORK.
     05  WS-DW-YEAR                  PIC 9(4).
     05  WS-DW-MONTH                 PIC 9(2).
     05  WS-DW-DAY                   PIC 9(2).
 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                     PIC X(8).
 01  WS-ZELLER-WORK.
     05  WS-Z-YEAR                   PIC 9(4).
     05  WS-Z-MONTH                  PIC 9(2).
     05  WS-Z-J                      PIC 9(2).      *> Século
     05  WS-Z-K                      PIC 9(2).      *> Ano dentro do século
     05  WS-Z-13M                    PIC 9(4).
     05  WS-Z-13M-DIV                PIC 9(4).
     05  WS-Z-K4                     PIC 9(2).
     05  WS-Z-J4                     PIC 9(2).
     05  WS-Z-SUM                    PIC 9(5).
     05  WS-Z-QUOT                   PIC 9(5).
     05  WS-DAY-OF-WEEK              PIC 9(1).      *> 0=sáb 1=dom 2=seg ... 6=sex
 01  WS-CAL-WORK.
     05  WS-ADD-DAYS                 PIC 9(2).      *> Dias a somar à data corrente
     05  WS-MONTH-LEN                PIC 9(2).      *> Dias do mês corrente
     05  WS-LEAP-REM-4               PIC 9(4).
     05  WS-LEAP-REM-100             PIC 9(4).
     05  WS-LEAP-REM-400             PIC 9(4).
     05  WS-LEAP-QUOT                PIC 9(4).
     05  WS-QTR-END-MONTH            PIC 9(2).      *> Último mês do trimestre
     05  WS-QTR-REM                  PIC 9(2).

*>    Linhas do relatório da previsão e da conciliação de caixa
 01  WS-CASH-PRINT-LINE              PIC X(132).    *> Linha montada para C28
 01  WS-CASH-HEADING.
     05  WS-CH-TITLE-OUT             PIC X(40).
     05  FILLER                      PIC X(12) VALUE "CHECK DATE: ".
     05  WS-CH-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(10) VALUE "  PERIOD: ".
     05  WS-CH-PERIOD-OUT            PIC Z9.
     05  FILLER                      PIC X(13) VALUE "  PAY GROUP: ".
     05  WS-CH-GROUP-OUT             PIC X(2).
     05  FILLER                      PIC X(20) VALUE
             "  FED DEP SCHEDULE: ".
     05  WS-CH-SCHED-OUT             PIC X(1).
     05  FILLER                      PIC X(24) VALUE SPACES.
 01  WS-CASH-COMPANY-LINE.
     05  FILLER                      PIC X(9) VALUE "COMPANY: ".
     05  WS-CCL-CODE-OUT             PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CCL-NAME-OUT             PIC X(30).
     05  FILLER                      PIC X(7) VALUE "  EIN: ".
     05  WS-CCL-EIN-OUT              PIC X(10).
     05  FILLER                      PIC X(19) VALUE
             "  FUNDING ACCOUNT: ".
     05  WS-CCL-ACCT-OUT             PIC X(17).
     05  FILLER                      PIC X(36) VALUE SPACES.
 01  WS-CASH-COLUMN-HEADING.
     05  FILLER                      PIC X(6) VALUE SPACES.
     05  FILLER                      PIC X(30) VALUE "CASH REQUIREMENT".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(3) VALUE "DTL".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "DUE DATE".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(15) VALUE "       FORECAST".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CCH-CMP-OUT              PIC X(15).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(15) VALUE "     DIFFERENCE".
     05  FILLER                      PIC X(26) VALUE SPACES.
 01  WS-CASH-DETAIL-LINE.
     05  FILLER                      PIC X(6) VALUE SPACES.
     05  WS-CDL-DESC-OUT             PIC X(30).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-CDL-SUBKEY-OUT           PIC X(3).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-CDL-DUE-OUT              PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CDL-AMT-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CDL-CMP-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CDL-DIFF-OUT             PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CDL-FLAG-OUT             PIC X(4).
     05  FILLER                      PIC X(20) VALUE SPACES.
 01  WS-CASH-COUNT-LINE.
     05  FILLER                      PIC X(14) VALUE "RECORDS READ: ".
     05  WS-CNT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  PROJECTED: ".
     05  WS-CNT-PROJ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(21) VALUE
             "  WOULD BE REJECTED: ".
     05  WS-CNT-EXCL-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(30) VALUE
             "  TIMECARD ALREADY IN EDITED: ".
     05  WS-CNT-DUP-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(30) VALUE SPACES.
 01  WS-CASH-NOTE-LINE.
     05  WS-CNL-TEXT-OUT             PIC X(80).
     05  WS-CNL-AMT-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(37) VALUE SPACES.

*>    Controles do modo BACKOUT: reverte do mestre de acumulados os
*>    valores postados por uma execução ruim, a partir do extrato CSV
*>    daquela execução, e prova o estorno contra o trailer de controle
     05  WS-BKOUT-TAX-TOT            PIC 9(7)V99.   *> Total de imposto federal estornado
     05  WS-BKOUT-EARN-AMT           PIC 9(5)V99.   *> Rendimento da linha, de-editado
     05  WS-BKOUT-TAX-AMT            PIC 9(5)V99.   *> Imposto da linha, de-editado
     05  WS-BKOUT-FICA-AMT           PIC 9(5)V99.   *> FICA do empregado da linha, de-editado
     05  WS-BKOUT-SS-WAGES           PIC 9(7)V99.   *> Salários do Seguro Social estornados
     05  WS-BKOUT-SS-TAX             PIC 9(5)V99.   *> Seguro Social estornado
     05  WS-BKOUT-MED-TAX            PIC 9(5)V99.   *> Medicare estornado
     05  WS-CTL-EOF-SWITCH           PIC X(1).      *> Fim do arquivo de controle
     05  WS-CTL-TRAILER-READ-SWITCH  PIC X(1).      *> Trailer de controle localizado
         88  WS-CTL-TRAILER-READ     VALUE "Y".
 01  WS-YTD-WORK-AREA.
     05  WS-YTD-CUR-EARNINGS         PIC 9(7)V99.  *> YTD de rendimentos após a atualização
     05  WS-YTD-CUR-FED-TAX          PIC 9(7)V99.  *> YTD de imposto federal após a atualização
     05  WS-YTD-CUR-SS-TAX           PIC 9(7)V99.  *> YTD de Seguro Social após a atualização
     05  WS-YTD-CUR-MED-TAX          PIC 9(7)V99.  *> YTD de Medicare após a atualização

*>    Controle de checkpoint/reinício de execução
 01  WS-RESTART-CONTROL.
     05  WS-STATE-PER-TAX-AMT        PIC 9(6)V99.  *> Valor do imposto estadual por período
     05  WS-REANNUAL-TAX-AMT         PIC 9(6)V99.  *> Imposto do período x fator de anualização
     05  WS-ROUNDING-VAR             PIC S9(6)V99.  *> Diferença deste funcionário
     05  WS-FICA-EMPLE-PER-AMT       PIC 9(6)V99.  *> FICA do empregado no período
     05  WS-FICA-EMPR-PER-AMT        PIC 9(6)V99.  *> FICA do empregador no período (contrapartida)
*>    Apuração do FICA por componente: Seguro Social até o teto anual,
*>    Medicare sem teto e o adicional do Medicare (só do empregado)
*>    acima do limite anual, todos contra o acumulado do mestre
     05  WS-FICA-YTD-SS-WAGES        PIC 9(7)V99.  *> Salários do Seguro Social antes deste pagamento
     05  WS-FICA-YTD-MED-WAGES       PIC 9(7)V99.  *> Salários do Medicare antes deste pagamento
     05  WS-FICA-MED-YTD-AFTER       PIC 9(7)V99.  *> Salários do Medicare depois deste pagamento
     05  WS-SS-ROOM                  PIC 9(7)V99.  *> Espaço que resta sob o teto do Seguro Social
     05  WS-SS-TAXABLE-PER           PIC 9(6)V99.  *> Salário do período sujeito ao Seguro Social
     05  WS-MED-TAXABLE-PER          PIC 9(6)V99.  *> Salário do período sujeito ao Medicare
     05  WS-ADDL-MED-TAXABLE-PER     PIC 9(6)V99.  *> Salário do período sujeito ao adicional
     05  WS-SS-EMPLE-PER-AMT         PIC 9(6)V99.  *> Seguro Social do empregado no período
     05  WS-SS-EMPR-PER-AMT          PIC 9(6)V99.  *> Seguro Social do empregador no período
     05  WS-MED-EMPLE-PER-AMT        PIC 9(6)V99.  *> Medicare do empregado no período
     05  WS-MED-EMPR-PER-AMT         PIC 9(6)V99.  *> Medicare do empregador no período
     05  WS-ADDL-MED-PER-AMT         PIC 9(6)V99.  *> Adicional do Medicare no período
     05  WS-DISPOSABLE-EARN          PIC 9(6)V99.  *> Rendimento disponível legal do período
*>                                                 *> (rendimento menos retenções compulsórias),
*>                                                 *> base do teto percentual das ordens de penhora
     05  WS-FICA-RATE                PIC V999 VALUE .062.
*>                                                 *> Alíquota vigente do FICA/Seguro Social (empregado e empregador)
     05  WS-FICA-WAGE-BASE           PIC 9(6)V99 VALUE 168600.00.
*>                                                 *> Teto anual de rendimentos sujeitos ao Seguro Social
     05  WS-MED-RATE                 PIC V9999 VALUE .0145.
*>                                                 *> Alíquota do Medicare (empregado e empregador, sem teto)
     05  WS-ADDL-MED-RATE            PIC V999 VALUE .009.
*>                                                 *> Alíquota do adicional do Medicare (só empregado)
     05  WS-ADDL-MED-THRESHOLD       PIC 9(6)V99 VALUE 200000.00.
*>                                                 *> Limite anual de salários acima do qual o adicional é retido
     05  WS-SUPPL-TAX-RATE           PIC V999 VALUE .220.
*>                                                 *> Alíquota fixa de retenção sobre pagamento suplementar/bônus
     05  WS-FUTA-RATE                PIC V999 VALUE .006.
         10  WS-CM-CODE-ENTRY        PIC X(2).
         10  WS-CM-NAME-ENTRY        PIC X(30).
         10  WS-CM-EIN-ENTRY         PIC X(10).
         10  WS-CM-FUND-ACCT-ENTRY   PIC X(17).

*>    Controles do prêmio do seguro de acidentes de trabalho: a tabela
*>    de alíquotas por classe de risco carregada de WCRATES.DAT e o
*>                                                  *> período x 26 e o imposto anual calculado
     05  WS-FICA-EMPLE-TOT           PIC 9(7)V99.  *> Total de FICA retido do empregado
     05  WS-FICA-EMPR-TOT            PIC 9(7)V99.  *> Total de FICA de contrapartida do empregador
*>    Decomposição do FICA para o 941 (linhas 5a, 5c e 5d): salários e
*>    imposto das duas partes de cada componente
     05  WS-SS-WAGES-TOT             PIC 9(7)V99.  *> Salários sujeitos ao Seguro Social
     05  WS-SS-TAX-TOT               PIC 9(7)V99.  *> Seguro Social, empregado + empregador
     05  WS-MED-WAGES-TOT            PIC 9(7)V99.  *> Salários sujeitos ao Medicare
     05  WS-MED-TAX-TOT              PIC 9(7)V99.  *> Medicare, empregado + empregador
     05  WS-ADDL-MED-WAGES-TOT       PIC 9(7)V99.  *> Salários sujeitos ao adicional do Medicare
     05  WS-ADDL-MED-TAX-TOT         PIC 9(7)V99.  *> Adicional do Medicare retido
     05  WS-GARNISH-TOT              PIC 9(7)V99.  *> Total de penhoras/descontos judiciais do período
     05  WS-CROSSFOOT-FED-TAX-TOT    PIC 9(6)V99.  *> Segunda apuração independente do imposto anual,
*>                                                 *> feita na gravação do CSV, para conferência cruzada
*>    e é lida pelo campo do registro-base WS-PR-COMPANY-CODE-IN
     05  FILLER                      PIC X(46).

*>    Redefinição do registro de entrada para o reembolso de despesa
*>    (código 07): valor a devolver ao funcionário no mesmo pagamento,
*>    fora de toda base de imposto; a empresa fica na coluna 35, lida
*>    pelo campo do registro-base, e o valor na posição do rendimento
 01  WS-PR-REIMB-REC-IN REDEFINES WS-PR-PAYROLL-REC-IN.
     05  WS-PR-REIMB-CODE-IN         PIC 9(2).      *> Código do registro (07)
     05  WS-PR-REIMB-SSN-IN          PIC X(9).      *> CPF/SSN do funcionário
     05  FILLER                      PIC X(25).
     05  WS-PR-REIMB-CAT-IN          PIC X(3).      *> Categoria (MIL=quilometragem,
*>                                                  *> TOL=ferramentas, TRV=viagem, OTH=outros)
     05  FILLER                      PIC X(10).
     05  WS-PR-REIMB-AMT-IN          PIC 9(5)V99.   *> Valor a reembolsar
     05  FILLER                      PIC X(24).

*>    Cabeçalho principal do relatório
 01  WS-HEADING.
     05  FILLER                      PIC X(7) VALUE "FEDERAL".
     05  WS-HEAD-PERIOD-OUT          PIC Z9.        *> Número do período de pagamento
     05  FILLER                      PIC X(11) VALUE " RATES EFF ".
     05  WS-HEAD-RATES-EFF-OUT       PIC X(8).      *> Vigência das faixas carregadas
     05  FILLER                      PIC X(7) VALUE " GROUP ".
     05  WS-HEAD-GROUP-OUT           PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(9) VALUE SPACES.

*>    Primeira linha do cabeçalho das colunas
 01  WS-COLUMN-HEADING-01.
             "EARNINGS ADVICE          ".
     05  FILLER                      PIC X(11) VALUE "PAY PERIOD ".
     05  WS-STUB-PERIOD-OUT          PIC Z9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-STUB-OFFCYCLE-OUT        PIC X(16) VALUE SPACES.
     05  FILLER                      PIC X(76) VALUE SPACES.

 01  WS-STUB-EMPL-LINE.
     05  FILLER                      PIC X(10) VALUE "EMPLOYEE: ".
     IF WS-CMD-MODE = "CATCHUP"
         MOVE "Y" TO WS-CATCHUP-SWITCH
     END-IF.
*>    Modo de pagamento avulso: a execução em lote completa, porém sobre
*>    o arquivo de pagamentos avulsos e contra um período que pode já
*>    estar postado, com sequência própria dentro do período
     IF WS-CMD-MODE = "OFFCYCLE"
         MOVE "Y" TO WS-OFFCYCLE-SWITCH
     END-IF.
     IF WS-CMD-MODE = "GROSSUP"
         MOVE "Y" TO WS-GROSSUP-SWITCH
     END-IF.
*>    Previsão de caixa antes da execução real (FORECAST, com o
*>    calendário federal de depósito M/S no segundo parâmetro) e a
*>    conciliação da previsão depois dela (CASHRECON)
     IF WS-CMD-MODE = "FORECAST"
         DISPLAY 2 UPON ARGUMENT-NUMBER
         ACCEPT WS-FC-SCHEDULE FROM ARGUMENT-VALUE
         MOVE "Y" TO WS-FORECAST-SWITCH
     END-IF.
     IF WS-CMD-MODE = "CASHRECON"
         MOVE "Y" TO WS-CASHRECON-SWITCH
     END-IF.
*>    Grupo de pagamento da execução; lido antes de qualquer modo, pois
*>    o estorno também reabre o período no calendário do grupo
     ACCEPT WS-RUN-PAY-GROUP FROM ENVIRONMENT "PROG6_PAY_GROUP"
         ON EXCEPTION MOVE SPACES TO WS-RUN-PAY-GROUP
     END-ACCEPT.
*>    Modo de recuperação de alíquota: varre o mestre de acumulados,
*>    recalcula o imposto do ano sob as faixas recém-vigentes e gera
*>    os registros de correção para o RH revisar
         PERFORM C17-RUN-HISTORY-PARA
         STOP RUN
     END-IF.
*>    Modo de bruto a partir do líquido (GROSSUP): para cada pagamento
*>    prometido pelo líquido, acha o bruto pelas mesmas rotinas de
*>    retenção da execução real e gera o registro suplementar (03) e
*>    o relatório de prova, sem tocar o mestre nem os relatórios reais
     IF WS-GROSSUP-MODE
         PERFORM B29-GROSSUP-PARA
         MOVE "GROSSUP" TO WS-RUN-DISPOSITION
         PERFORM C17-RUN-HISTORY-PARA
         MOVE WS-RC-WORK TO RETURN-CODE
         STOP RUN
     END-IF.
*>    Modo de previsão de caixa (FORECAST): passa a folha criticada e
*>    a montagem do ponto pelas mesmas rotinas de cálculo da execução
*>    real, sem postar nada, e projeta por empresa o dinheiro que a
*>    tesouraria precisa pôr na conta de financiamento da folha
     IF WS-FORECAST-MODE
         PERFORM B25-FORECAST-PARA
         MOVE "FORECAST" TO WS-RUN-DISPOSITION
         PERFORM C17-RUN-HISTORY-PARA
         MOVE WS-RC-WORK TO RETURN-CODE
         STOP RUN
     END-IF.
*>    Modo de conciliação de caixa (CASHRECON): depois da execução
*>    real, confronta a previsão com o quadro efetivo, o arquivo ACH
*>    e o registro de cheques; diferença fica marcada para revisão
     IF WS-CASHRECON-MODE
         PERFORM B30-CASH-RECON-PARA
         IF WS-CR-VAR-COUNT > 0
             MOVE "CASH-VAR" TO WS-RUN-DISPOSITION
         ELSE
             MOVE "CASHRECON" TO WS-RUN-DISPOSITION
         END-IF
         PERFORM C17-RUN-HISTORY-PARA
         MOVE WS-RC-WORK TO RETURN-CODE
         STOP RUN
     END-IF.
*>    Modo de estorno: desfaz no mestre de acumulados uma execução já
*>    postada, a partir do extrato CSV daquela execução, sem reler a
*>    folha de pagamento nem tocar os demais relatórios
             MOVE HIGH-VALUES TO WS-PART-SSN-TO
         END-IF
     END-IF.
*>    Abertura dos arquivos de entrada e saída; a execução avulsa
*>    (OFFCYCLE) lê o arquivo de pagamentos avulsos no lugar da folha
*>    de pagamento do período
     IF WS-OFFCYCLE-MODE
         OPEN INPUT OFFCYCLE-FILE-IN
     ELSE
         OPEN INPUT PAYROLL-FILE-IN
     END-IF.
     OPEN INPUT EMPL-MASTER-FILE-IN
          OUTPUT INCOME-TAX-REPORT-OUT
                 REJECT-FILE-OUT
                 SUSP-FILE-OUT
                 CHECK-PRINT-FILE-OUT
                 CHECK-REG-FILE-OUT
                 POS-PAY-FILE-OUT
                 STUB-FILE-OUT
                 DIST-IMAGE-FILE-OUT.
*>    Carrega o próximo número de cheque antes de qualquer recusa de
*>    execução: o encerramento regrava o arquivo de controle e não
*>    pode regravá-lo sem tê-lo lido
     END-IF.
     OPEN OUTPUT BEN-REGISTER-OUT.
     OPEN OUTPUT FUND-401K-FILE-OUT.
*>    O mestre de empréstimos do 401(k) pode não existir; nesse caso
*>    nenhuma parcela é retida e o extrato de amortização sai vazio
     MOVE SPACES TO WS-LOANMAST-OPEN-SWITCH.
     OPEN I-O LOAN-MASTER-FILE.
     IF NOT WS-LOANMAST-MISSING
         MOVE "Y" TO WS-LOANMAST-OPEN-SWITCH
     END-IF.
     OPEN OUTPUT LOAN-REPAY-FILE-OUT.
*>    O mestre de saldos de férias/licença pode não existir; nesse
*>    caso não há acúmulo e os contracheques saem sem a linha de saldos
     MOVE SPACES TO WS-LEAVMAST-OPEN-SWITCH.
     IF WS-LEAVMAST-OK
         MOVE "Y" TO WS-LEAVMAST-OPEN-SWITCH
     END-IF.
*>    Sem o arquivo de casos de licença ninguém está de licença, e o
*>    registro zerado é rejeitado como sempre
     MOVE SPACES TO WS-LEAVCASE-OPEN-SWITCH.
     OPEN I-O LEAVE-CASE-FILE.
     IF WS-LEAVCASE-OK
         MOVE "Y" TO WS-LEAVCASE-OPEN-SWITCH
     END-IF.
*>    O mestre de ordens de penhora pode não existir; nesse caso
*>    nenhuma penhora é retida (a ordem judicial é a única fonte)
     MOVE SPACES TO WS-GARNMAST-OPEN-SWITCH.
         MOVE "Y" TO WS-GARNMAST-OPEN-SWITCH
     END-IF.
     OPEN OUTPUT GARN-REMIT-FILE-OUT.
*>    O histórico de pagamentos é cumulativo: criado vazio na primeira
*>    execução e reaberto em I-O, como o acumulado estadual
     OPEN I-O PAY-HISTORY-FILE-OUT.
     IF WS-PAYHIST-MISSING
         OPEN OUTPUT PAY-HISTORY-FILE-OUT
         CLOSE PAY-HISTORY-FILE-OUT
         OPEN I-O PAY-HISTORY-FILE-OUT
     END-IF.
*>    O detalhe de salários de SUTA por funcionário também é
*>    cumulativo ao longo do trimestre
     IF WS-SUTADETL-MISSING
         OPEN OUTPUT SUTA-DETAIL-FILE-OUT
     END-IF.
*>    O custo da mão de obra por departamento é cumulativo ao longo
*>    do ano
     OPEN EXTEND LABOR-COST-FILE-OUT.
     IF WS-LABORCST-MISSING
         OPEN OUTPUT LABOR-COST-FILE-OUT
     END-IF.
*>    Carrega o calendário de períodos e localiza o período corrente
*>    pela data da execução; a trava de dupla postagem só vale para a
*>    execução em lote que atualiza o mestre - a consulta avulsa
     PERFORM B14-LOAD-CALENDAR-PARA.
     IF NOT WS-LOOKUP-MODE
         IF NOT WS-CUR-PERIOD-FOUND
             DISPLAY "NO PAY PERIOD OF PAY GROUP '" WS-RUN-PAY-GROUP
                     "' IN PERCAL.DAT COVERS THE RUN DATE - RUN ABORTED"
             MOVE "F" TO WS-MSG-SEVERITY
             MOVE "PAY6015" TO WS-MSG-ID
             MOVE "NO PAY PERIOD COVERS THE CHECK DATE - RUN ABORTED"
             MOVE WS-RC-WORK TO RETURN-CODE
             STOP RUN
         END-IF
*>    A execução avulsa é justamente a postagem sancionada contra um
*>    período já postado: ela não é duplicata e recebe a sua sequência
         IF WS-CUR-PERIOD-POSTED AND NOT WS-OFFCYCLE-MODE
             DISPLAY "PAY PERIOD " WS-CUR-PERIOD-NBR " IS ALREADY " &
                     "POSTED - DUPLICATE RUN REFUSED"
             MOVE "F" TO WS-MSG-SEVERITY
             MOVE WS-RC-WORK TO RETURN-CODE
             STOP RUN
         END-IF
         IF WS-OFFCYCLE-MODE
             IF WS-OFFCYC-MISSING
                 DISPLAY "OFF-CYCLE PAYMENT FILE OFFCYCLE.DAT NOT " &
                         "FOUND - RUN ABORTED"
                 MOVE "F" TO WS-MSG-SEVERITY
                 MOVE "PAY6021" TO WS-MSG-ID
                 MOVE "OFF-CYCLE PAYMENT FILE NOT FOUND - RUN ABORTED"
                     TO WS-MSG-TEXT
                 PERFORM C18-WRITE-MSG-PARA
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM C19-RAISE-RC-PARA
                 PERFORM A10-CLOSE-FILES-PARA
                 MOVE "NO-INPUT" TO WS-RUN-DISPOSITION
                 PERFORM C17-RUN-HISTORY-PARA
                 MOVE WS-RC-WORK TO RETURN-CODE
                 STOP RUN
             END-IF
             PERFORM B14D-OFFCYCLE-SEQ-PARA
             DISPLAY "OFF-CYCLE RUN " WS-OFFCYCLE-SEQ
                     " AGAINST PAY PERIOD " WS-CUR-PERIOD-NBR
             MOVE "I" TO WS-MSG-SEVERITY
             MOVE "PAY6022" TO WS-MSG-ID
             MOVE SPACES TO WS-MSG-TEXT
             STRING "OFF-CYCLE RUN " DELIMITED BY SIZE
                    WS-OFFCYCLE-SEQ DELIMITED BY SIZE
                    " POSTING AGAINST PAY PERIOD " DELIMITED BY SIZE
                    WS-CUR-PERIOD-NBR DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
             END-STRING
             PERFORM C18-WRITE-MSG-PARA
         END-IF
     END-IF.
*>    Inicialização das variáveis
     PERFORM B10-INIT-PARA.
     ELSE
*>    Passada preliminar: detecta CPFs/SSNs duplicados no arquivo de entrada
         PERFORM B05-DUPLICATE-CHECK-PARA
         IF WS-OFFCYCLE-MODE
             CLOSE OFFCYCLE-FILE-IN
             OPEN INPUT OFFCYCLE-FILE-IN
         ELSE
             CLOSE PAYROLL-FILE-IN
             OPEN INPUT PAYROLL-FILE-IN
         END-IF
*>    Primeira leitura do arquivo
         PERFORM B07-READ-PAYROLL-PARA
*>    Avança até o ponto de reinício, quando aplicável
         IF WS-RESTART-MODE
             PERFORM B18-SKIP-PROCESSED-PARA
*>    Loop principal de processamento
         PERFORM B20-PROCESS-PARA
             UNTIL WS-EOF-SWITCH = "Y"
*>    Arquivo terminado sem o pagamento dos últimos reembolsos lidos
         IF WS-RMB-PEND-COUNT > 0 AND NOT WS-RMB-APPLIED
             PERFORM B20P-REIMB-ORPHAN-PARA
         END-IF
*>    Impressão dos totais
         PERFORM C20-TOTAL-PARA
*>    Fecha a imagem do registro para distribuição com as contagens
         PERFORM C09O-DIST-TRAILER-PARA
*>    Grava o checkpoint final com os totais completos da execução -
*>    é ele que o programa de consolidação mescla numa execução
*>    particionada
         PERFORM C80-WRITE-CHECKPOINT-PARA
*>    Grava o registro de trailer do job para o agendador
         PERFORM C12-RUN-TRAILER-PARA
*>    Quadro de caixa efetivo da execução regular, contra o qual a
*>    próxima previsão compara e a conciliação fecha; a execução
*>    avulsa, a partição e o reinício não têm o quadro do período
*>    inteiro e deixam o da última execução regular completa
         IF NOT WS-OFFCYCLE-MODE AND NOT WS-PARTITIONED
                 AND NOT WS-RESTART-MODE
             PERFORM C27F-CASH-ACTUAL-PARA
         END-IF
     END-IF.
*>    Grava o registro de controle do lote da interface bancária ACH
     PERFORM C15-ACH-TRAILER-PARA.
     IF NOT WS-PARTITIONED AND NOT WS-LOOKUP-MODE
         PERFORM C93-RELEASE-LOCK-PARA
     END-IF.
     IF WS-OFFCYCLE-MODE
         CLOSE OFFCYCLE-FILE-IN
     ELSE
         CLOSE PAYROLL-FILE-IN
     END-IF.
     CLOSE EMPL-MASTER-FILE-IN
        INCOME-TAX-REPORT-OUT
        DIST-IMAGE-FILE-OUT
        REJECT-FILE-OUT
        SUSP-FILE-OUT
        CSV-REPORT-OUT
     IF WS-LEAVMAST-OPEN
         CLOSE LEAVE-MASTER-FILE
     END-IF.
     IF WS-LEAVCASE-OPEN
         CLOSE LEAVE-CASE-FILE
     END-IF.
     CLOSE BEN-REGISTER-OUT.
     CLOSE FUND-401K-FILE-OUT.
     IF WS-LOANMAST-OPEN
         CLOSE LOAN-MASTER-FILE
     END-IF.
     CLOSE LOAN-REPAY-FILE-OUT.
     CLOSE PAY-HISTORY-FILE-OUT.
     CLOSE SUTA-DETAIL-FILE-OUT.
     CLOSE LABOR-COST-FILE-OUT.
     CLOSE CHECK-PRINT-FILE-OUT
           CHECK-REG-FILE-OUT
           POS-PAY-FILE-OUT.
         CLOSE CHECK-NBR-FILE
     END-IF.

*>    Lê o próximo registro de entrada da execução: a folha de pagamento
*>    do período ou, na execução avulsa (OFFCYCLE), o arquivo de
*>    pagamentos avulsos, que tem o mesmo layout
 B07-READ-PAYROLL-PARA.
     IF WS-OFFCYCLE-MODE
         READ OFFCYCLE-FILE-IN INTO WS-PR-PAYROLL-REC-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
     ELSE
         READ PAYROLL-FILE-IN NEXT RECORD INTO WS-PR-PAYROLL-REC-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
     END-IF.

*>    Mesma leitura, para a passada preliminar de duplicados
 B07A-READ-DUP-PASS-PARA.
     IF WS-OFFCYCLE-MODE
         READ OFFCYCLE-FILE-IN INTO WS-PR-PAYROLL-REC-IN
             AT END MOVE "Y" TO WS-DUP-EOF-SWITCH
         END-READ
     ELSE
         READ PAYROLL-FILE-IN NEXT RECORD INTO WS-PR-PAYROLL-REC-IN
             AT END MOVE "Y" TO WS-DUP-EOF-SWITCH
         END-READ
     END-IF.

*>    Lê o arquivo de folha de pagamento uma vez, do início ao fim, montando
*>    a tabela de CPFs/SSNs já vistos e gravando qualquer repetição na
*>    listagem de exceções, antes de produzir o registro de detalhe
     MOVE ZEROS TO WS-DUP-TABLE-COUNT.
     MOVE ZEROS TO WS-DUP-REJECT-COUNT.
     MOVE "N" TO WS-DUP-EOF-SWITCH.
     PERFORM B07A-READ-DUP-PASS-PARA.
     PERFORM B06-DUP-CHECK-REC-PARA
         UNTIL WS-DUP-EOF-SWITCH = "Y".

 B06-DUP-CHECK-REC-PARA.
*>    Só o registro regular (01) entra na verificação de duplicidade:
*>    a correção (02), o suplementar (03), o rendimento imputado (04)
*>    o desligamento (05) e o reembolso (07) reaproveitam de propósito
*>    o SSN de um funcionário do mesmo lote, e o trailer (99) não
*>    representa um funcionário. A chave é CPF/SSN + tipo + empresa: a mesma pessoa
*>    paga pelas duas empresas do grupo no mesmo arquivo é legítima
     IF WS-PR-REC-CODE-IN NOT = 02
             AND WS-PR-REC-CODE-IN NOT = 03
             AND WS-PR-REC-CODE-IN NOT = 04
             AND WS-PR-REC-CODE-IN NOT = 05
             AND WS-PR-REC-CODE-IN NOT = 06
             AND WS-PR-REC-CODE-IN NOT = 07
             AND WS-PR-REC-CODE-IN NOT = 99
*>    Numa execução particionada cada partição confere só a sua faixa,
*>    como no laço principal: um duplicado de outra faixa é problema
             MOVE WS-DUP-CO-WORK TO WS-DUP-CO-ENTRY (D-INDEX)
         END-IF
     END-IF.
     PERFORM B07A-READ-DUP-PASS-PARA.

*>    Inicialização das variáveis e primeira página
 B10-INIT-PARA.
                   WS-ROUNDING-VAR-TOT
                   WS-FICA-EMPLE-TOT
                   WS-FICA-EMPR-TOT
                   WS-SS-WAGES-TOT
                   WS-SS-TAX-TOT
                   WS-MED-WAGES-TOT
                   WS-MED-TAX-TOT
                   WS-ADDL-MED-WAGES-TOT
                   WS-ADDL-MED-TAX-TOT
                   WS-GARNISH-TOT
                   WS-CROSSFOOT-FED-TAX-TOT
                   WS-CKPT-INTERVAL-COUNT
                   WS-BENSUM-COUNT
                   WS-TERM-COUNT
                   WS-GARN-APPLIED-COUNT
                   WS-LOAN-APPLIED-COUNT
                   WS-LOAN-DED-AMT
                   WS-LOAN-REPAY-COUNT
                   WS-LOAN-REPAY-TOT
                   WS-LOAN-SHORT-COUNT
                   WS-LOAN-PAYOFF-COUNT
                   WS-LOAN-DEFAULT-COUNT
                   WS-LOAN-DEFAULT-TOT
                   WS-FUTA-TOT
                   WS-SUTA-TOT
                   WS-SUTA-COUNT
     PERFORM B10A-ZERO-ETYPE-PARA
         VARYING WS-ETYPE-SUB FROM 1 BY 1
         UNTIL WS-ETYPE-SUB > 4.
*>    Inicializa as categorias de reembolso de despesa (registro 07)
     PERFORM B10C-RMB-CATEGORY-PARA.
*>    Inicializa contador de páginas
     MOVE 1 TO WS-PAGE-COUNT.
*>    Lê a localidade (país) do ambiente, se informada, e ajusta os
     MOVE ZEROS TO WS-ETYPE-COUNT-ENTRY (WS-ETYPE-SUB).
     MOVE ZEROS TO WS-ETYPE-EARN-ENTRY (WS-ETYPE-SUB).

*>    Zera os totais de uma categoria de reembolso
 B10B-ZERO-RMB-CAT-PARA.
     MOVE ZEROS TO WS-RMB-CAT-COUNT (WS-RMB-CAT-SUB).
     MOVE ZEROS TO WS-RMB-CAT-AMT-TOT (WS-RMB-CAT-SUB).

*>    Monta a tabela de categorias de reembolso de despesa com os
*>    totais zerados; usada pela execução em lote e pela previsão
 B10C-RMB-CATEGORY-PARA.
     MOVE "MIL" TO WS-RMB-CAT-CODE (1).
     MOVE "MILEAGE " TO WS-RMB-CAT-DESC (1).
     MOVE "TOL" TO WS-RMB-CAT-CODE (2).
     MOVE "TOOLS   " TO WS-RMB-CAT-DESC (2).
     MOVE "TRV" TO WS-RMB-CAT-CODE (3).
     MOVE "TRAVEL  " TO WS-RMB-CAT-DESC (3).
     MOVE "OTH" TO WS-RMB-CAT-CODE (4).
     MOVE "OTHER   " TO WS-RMB-CAT-DESC (4).
     PERFORM B10B-ZERO-RMB-CAT-PARA
         VARYING WS-RMB-CAT-SUB FROM 1 BY 1
         UNTIL WS-RMB-CAT-SUB > 4.

*>    Ajusta separador de CPF/SSN e símbolo de moeda conforme a localidade
 B11-SET-LOCALE-PARA.
     EVALUATE WS-LOCALE-CODE
     END-READ.

*>    Carrega o calendário de períodos de pagamento de PERCAL.DAT para
*>    a tabela em memória e localiza o período corrente: aquele do
*>    grupo de pagamento da execução cujas datas inicial e final cobrem
*>    a data da execução
 B14-LOAD-CALENDAR-PARA.
     MOVE ZEROS TO WS-PERCAL-COUNT WS-CUR-PERIOD-SUB.
     MOVE "N" TO WS-PERCAL-EOF-SWITCH.
*>    marcação de postado regrava o arquivo inteiro a partir da tabela
*>    e truncaria as linhas excedentes em disco - aborta antes, como
*>    PROG9 aborta quando a tabela de recriação enche
     IF WS-PERCAL-COUNT >= 300
         DISPLAY "PERIOD CALENDAR EXCEEDS 300 ROWS - RUN ABORTED"
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY6018" TO WS-MSG-ID
         MOVE "PERIOD CALENDAR EXCEEDS THE 300-ROW TABLE - RUN ABORTED"
             TO WS-MSG-TEXT
         PERFORM C18-WRITE-MSG-PARA
         MOVE 12 TO WS-RC-CANDIDATE
         MOVE WS-RC-WORK TO RETURN-CODE
         STOP RUN
     END-IF.
     IF WS-PERCAL-COUNT < 300
         ADD 1 TO WS-PERCAL-COUNT
         SET P-INDEX TO WS-PERCAL-COUNT
         MOVE PP-PAY-GROUP TO WS-CAL-PAY-GROUP (P-INDEX)
         MOVE PP-PERIOD-NBR TO WS-CAL-PERIOD-NBR (P-INDEX)
         MOVE PP-START-DATE TO WS-CAL-START-DATE (P-INDEX)
         MOVE PP-END-DATE TO WS-CAL-END-DATE (P-INDEX)
         MOVE PP-STATUS TO WS-CAL-STATUS (P-INDEX)
         IF PP-PAY-GROUP = WS-RUN-PAY-GROUP
                 AND WS-CHECK-DATE >= PP-START-DATE
                 AND WS-CHECK-DATE <= PP-END-DATE
             MOVE "Y" TO WS-CUR-PERIOD-FOUND-SWITCH
             MOVE WS-PERCAL-COUNT TO WS-CUR-PERIOD-SUB

*>    Regrava um período da tabela em memória no calendário
 B14C-REWRITE-PERIOD-PARA.
     MOVE WS-CAL-PAY-GROUP (P-INDEX) TO PP-PAY-GROUP.
     MOVE WS-CAL-PERIOD-NBR (P-INDEX) TO PP-PERIOD-NBR.
     MOVE WS-CAL-START-DATE (P-INDEX) TO PP-START-DATE.
     MOVE WS-CAL-END-DATE (P-INDEX) TO PP-END-DATE.
     MOVE WS-CAL-STATUS (P-INDEX) TO PP-STATUS.
     WRITE PP-PERIOD-REC.

*>    Atribui a sequência da execução avulsa dentro do período: a maior
*>    sequência já registrada no histórico de execuções para o mesmo
*>    grupo de pagamento, período e ano do pagamento, mais um. É pela
*>    sequência que o histórico de execuções e o balanceamento cruzado
*>    reconhecem a execução como avulsa e não como duplicata do período
 B14D-OFFCYCLE-SEQ-PARA.
     MOVE ZEROS TO WS-OFFCYCLE-SEQ.
     MOVE "N" TO WS-RUNHIST-EOF-SWITCH.
     OPEN INPUT RUN-HISTORY-FILE-OUT.
     IF WS-RUNHIST-MISSING
         MOVE "Y" TO WS-RUNHIST-EOF-SWITCH
     ELSE
         READ RUN-HISTORY-FILE-OUT
             AT END MOVE "Y" TO WS-RUNHIST-EOF-SWITCH
         END-READ
         PERFORM B14E-OFFCYCLE-SCAN-PARA
             UNTIL WS-RUNHIST-EOF-SWITCH = "Y"
         CLOSE RUN-HISTORY-FILE-OUT
     END-IF.
     ADD 1 TO WS-OFFCYCLE-SEQ.

*>    Confere uma linha do histórico de execuções contra o período
 B14E-OFFCYCLE-SCAN-PARA.
     IF RH-MODE = "OFFCYCLE"
             AND RH-PAY-GROUP = WS-RUN-PAY-GROUP
             AND RH-PERIOD-NBR = WS-CUR-PERIOD-NBR
             AND RH-CHECK-YEAR = WS-CHECK-DATE (1:4)
             AND RH-OFFCYCLE-SEQ IS NUMERIC
             AND RH-OFFCYCLE-SEQ > WS-OFFCYCLE-SEQ
         MOVE RH-OFFCYCLE-SEQ TO WS-OFFCYCLE-SEQ
     END-IF.
     READ RUN-HISTORY-FILE-OUT
         AT END MOVE "Y" TO WS-RUNHIST-EOF-SWITCH
     END-READ.

*>    Carrega WS-MARR-TAX-TABLE/WS-SING-TAX-TABLE a partir de
*>    TAXRATES.DAT em duas passadas: a primeira descobre a maior data
*>    de vigência que não passa da data do pagamento; a segunda carrega
         PERFORM C19-RAISE-RC-PARA
*>    No contexto de lote os arquivos já estão abertos e a trava da
*>    janela já foi fechada: fecha e libera como as demais recusas; a
*>    simulação e os modos CATCHUP, GROSSUP e FORECAST não abriram
*>    esses arquivos nem fecharam a trava
         IF NOT WS-SIMULATE-MODE AND NOT WS-CATCHUP-MODE
                 AND NOT WS-GROSSUP-MODE AND NOT WS-FORECAST-MODE
             PERFORM A10-CLOSE-FILES-PARA
         END-IF
         MOVE "NO-RATES" TO WS-RUN-DISPOSITION
                 MOVE GM-ACCOUNT TO WS-GL-WCE-ACCT
             WHEN "WCL "
                 MOVE GM-ACCOUNT TO WS-GL-WCL-ACCT
             WHEN "RMB "
                 MOVE GM-ACCOUNT TO WS-GL-RMB-ACCT
             WHEN "LON "
                 MOVE GM-ACCOUNT TO WS-GL-LON-ACCT
             WHEN OTHER
                 DISPLAY "GL MAP WARNING - UNKNOWN LIABILITY CODE: "
                         GM-KEY
         MOVE CM-COMPANY-CODE TO WS-CM-CODE-ENTRY (CM-INDEX)
         MOVE CM-LEGAL-NAME TO WS-CM-NAME-ENTRY (CM-INDEX)
         MOVE CM-EIN TO WS-CM-EIN-ENTRY (CM-INDEX)
         MOVE CM-FUND-ACCOUNT TO WS-CM-FUND-ACCT-ENTRY (CM-INDEX)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
         END-SEARCH
     END-IF.

*>    Reconhece o registro zerado (não a correção negativa) de quem
*>    tem caso de licença protegida em aberto, já iniciado na data do
*>    pagamento; o caso fica na área do registro para o acúmulo dos
*>    prêmios
 B13E-CHECK-LEAVE-PARA.
     MOVE "N" TO WS-ON-LEAVE-SWITCH.
     IF WS-LEAVCASE-OPEN
             AND WS-PR-EARN-THIS-PER-IN = 0
             AND NOT WS-NEGATIVE-ADJ
         MOVE WS-PR-SSN-IN TO LO-SSN
         READ LEAVE-CASE-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF LO-STATUS = "L"
                         AND LO-START-DATE <= WS-CHECK-DATE
                     MOVE "Y" TO WS-ON-LEAVE-SWITCH
                 END-IF
         END-READ
     END-IF.

*>    Localiza um código de departamento no mestre carregado, deixando
*>    a descrição e a situação nas áreas de trabalho
 B16E-FIND-DEPT-PARA.
         PERFORM C19-RAISE-RC-PARA
*>    No contexto de lote os arquivos já estão abertos e a trava da
*>    janela já foi fechada: fecha e libera como as demais recusas; a
*>    simulação e os modos CATCHUP, GROSSUP e FORECAST não abriram
*>    esses arquivos nem fecharam a trava
         IF NOT WS-SIMULATE-MODE AND NOT WS-CATCHUP-MODE
                 AND NOT WS-GROSSUP-MODE AND NOT WS-FORECAST-MODE
             PERFORM A10-CLOSE-FILES-PARA
         END-IF
         MOVE "BRACKET-ERR" TO WS-RUN-DISPOSITION
     MOVE CK-SUTA-COUNT TO WS-SUTA-COUNT.
     MOVE CK-SUTA-TABLE TO WS-SUTA-TABLE.
     MOVE CK-EMPL-REC-COUNT TO WS-EMPL-REC-COUNT.
     MOVE CK-SS-WAGES-TOT TO WS-SS-WAGES-TOT.
     MOVE CK-SS-TAX-TOT TO WS-SS-TAX-TOT.
     MOVE CK-MED-WAGES-TOT TO WS-MED-WAGES-TOT.
     MOVE CK-MED-TAX-TOT TO WS-MED-TAX-TOT.
     MOVE CK-ADDL-MED-WAGES-TOT TO WS-ADDL-MED-WAGES-TOT.
     MOVE CK-ADDL-MED-TAX-TOT TO WS-ADDL-MED-TAX-TOT.

*>    Avança a leitura sem processar registros já contemplados no checkpoint
 B18-SKIP-PROCESSED-PARA.

*>    Lê o próximo registro da folha de pagamento, descartando-o
 B19-SKIP-REC-PARA.
     PERFORM B07-READ-PAYROLL-PARA.

*>    Processamento de cada registro da folha de pagamento, roteado
*>    pelo código de registro (01=detalhe regular de funcionário,
*>    02=correção/ajuste, 03=suplementar/bônus, 04=rendimento imputado,
*>    05=desligamento, 06=distribuição de custo, 07=reembolso de
*>    despesa, 99=trailer de lote). O registro 01 é o detalhe
*>    regular - é ele que conta período pago em C90-UPDATE-YTD-PARA e
*>    que o modo LOOKUP localiza em B22A-LOOKUP-SCAN-PARA
 B20-PROCESS-PARA.

*>    Roteamento normal de um registro da faixa desta execução
 B20X-ROUTE-PARA.
*>    Os reembolsos já somados ao líquido do funcionário anterior saem
*>    da pendência; os que ainda aguardam pagamento e veem chegar outro
*>    CPF/SSN, outra empresa (espaço = empresa 01; o registro 06 não
*>    tem empresa) ou o trailer ficaram sem pagamento e são rejeitados
     IF WS-RMB-APPLIED
         MOVE ZEROS TO WS-RMB-PEND-COUNT
         MOVE "N" TO WS-RMB-APPLIED-SWITCH
     END-IF.
     MOVE WS-PR-COMPANY-CODE-IN TO WS-RMB-CUR-COMPANY.
     IF WS-RMB-CUR-COMPANY = SPACES
         MOVE "01" TO WS-RMB-CUR-COMPANY
     END-IF.
     IF WS-RMB-PEND-COUNT > 0
             AND (WS-PR-REC-CODE-IN = 99
                  OR WS-PR-SSN-IN NOT = WS-RMB-SSN
                  OR (WS-PR-REC-CODE-IN NOT = 06
                      AND WS-RMB-CUR-COMPANY NOT = WS-RMB-COMPANY))
         PERFORM B20P-REIMB-ORPHAN-PARA
     END-IF.
*>    Normaliza a empresa do registro (espaço = empresa 01, para os
*>    arquivos anteriores à numeração de empresas) e faz a quebra por
*>    empresa: troca de empresa fecha o subtotal da anterior e abre
             PERFORM B20J-TERMINATION-PARA
         WHEN 06
             PERFORM B20K-ALLOCATION-PARA
         WHEN 07
             PERFORM B20N-REIMBURSEMENT-PARA
         WHEN 99
             PERFORM B21-TRAILER-PARA
         WHEN OTHER
     WRITE IT-REPORT-OUT FROM WS-ADJUSTMENT-LINE
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-LINES-USED.
     MOVE "B" TO WS-DI-LINE-KIND.
     MOVE WS-ADJUSTMENT-LINE TO WS-DI-PRINT-LINE.
     PERFORM C09M-DIST-IMAGE-PARA.

*>    Registro de pagamento suplementar/bônus (código 03) - imprime uma
*>    linha de aviso identificando o pagamento como suplementar, antes
     WRITE IT-REPORT-OUT FROM WS-SUPPLEMENTAL-LINE
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-LINES-USED.
     MOVE "B" TO WS-DI-LINE-KIND.
     MOVE WS-SUPPLEMENTAL-LINE TO WS-DI-PRINT-LINE.
     PERFORM C09M-DIST-IMAGE-PARA.

*>    Registro de rendimento imputado (código 04) - imprime a linha de
*>    aviso identificando o valor como tributável e não pago em
     WRITE IT-REPORT-OUT FROM WS-IMPUTED-LINE
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-LINES-USED.
     MOVE "B" TO WS-DI-LINE-KIND.
     MOVE WS-IMPUTED-LINE TO WS-DI-PRINT-LINE.
     PERFORM C09M-DIST-IMAGE-PARA.

*>    Registro de desligamento (código 05): marca o funcionário como
*>    desligado no mestre de acumulados, com a data, e o inclui na
     IF NOT WS-CM-FOUND
         MOVE "COMPANY NOT ON MASTER" TO WS-REJECT-REASON
         PERFORM C65-REJECT-PARA
         PERFORM B07-READ-PAYROLL-PARA
     ELSE
         PERFORM B20J1-APPLY-TERM-PARA
     END-IF.
             MOVE WS-PR-TERM-SSN-IN TO YM-SSN
             MOVE ZEROS TO YM-YTD-EARNINGS YM-YTD-FED-TAX
                           YM-PERIODS-PAID YM-PRIOR-EXEMPTIONS
                           YM-YTD-SS-WAGES YM-YTD-SS-TAX
                           YM-YTD-MED-WAGES YM-YTD-MED-TAX
             MOVE "C" TO WS-JR-ACTION
             PERFORM C91A-CAPTURE-BEFORE-PARA
             MOVE "T" TO YM-STATUS
         MOVE WS-PR-TERM-SSN-IN TO WS-TERM-SSN-ENTRY (WS-TERM-COUNT)
         MOVE WS-PR-TERM-DATE-IN TO WS-TERM-DATE-ENTRY (WS-TERM-COUNT)
     END-IF.
     IF WS-GARNMAST-OPEN
         PERFORM B20J2-IWO-TERM-NOTICE-PARA
     END-IF.
     IF WS-LOANMAST-OPEN
         PERFORM B20J4-LOAN-TERM-PARA
     END-IF.
     PERFORM B07-READ-PAYROLL-PARA.

*>    Ordens de pensão recebidas pelo e-IWO: o estado espera o aviso
*>    de "não mais empregado" quando o funcionário sai. Cada ordem
*>    e-IWO ainda vigente do desligado vira uma linha na fila de
*>    avisos, que PROG48 transmite no arquivo de confirmações
 B20J2-IWO-TERM-NOTICE-PARA.
     MOVE "N" TO WS-ORD-EOF-SWITCH.
     MOVE WS-PR-TERM-SSN-IN TO GO-SSN.
     MOVE LOW-VALUES TO GO-CASE-NBR.
     START GARN-ORDER-FILE KEY >= GO-ORDER-KEY
         INVALID KEY MOVE "Y" TO WS-ORD-EOF-SWITCH
     END-START.
     IF WS-ORD-EOF-SWITCH NOT = "Y"
         READ GARN-ORDER-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-ORD-EOF-SWITCH
         END-READ
     END-IF.
     PERFORM B20J3-IWO-TERM-ORDER-PARA
         UNTIL WS-ORD-EOF-SWITCH = "Y".

*>    Enfileira o aviso de uma ordem e-IWO vigente do desligado
 B20J3-IWO-TERM-ORDER-PARA.
     IF GO-SSN NOT = WS-PR-TERM-SSN-IN
         MOVE "Y" TO WS-ORD-EOF-SWITCH
     ELSE
         IF GO-ORDER-SOURCE = "E" AND GO-RELEASED-SWITCH NOT = "Y"
             OPEN EXTEND IWO-TERM-FILE-OUT
             IF WS-IWOTERM-MISSING
                 OPEN OUTPUT IWO-TERM-FILE-OUT
             END-IF
             MOVE SPACES TO IT-TERM-REC
             MOVE GO-SSN TO IT-SSN
             MOVE GO-CASE-NBR TO IT-CASE-NBR
             MOVE GO-ISSUING-STATE TO IT-ISSUING-STATE
             MOVE WS-PR-COMPANY-CODE-IN TO IT-COMPANY
             MOVE WS-PR-TERM-DATE-IN TO IT-TERM-DATE
             MOVE WS-RUN-DATE-WORK TO IT-RUN-DATE
             WRITE IT-TERM-REC
             CLOSE IWO-TERM-FILE-OUT
         END-IF
         READ GARN-ORDER-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-ORD-EOF-SWITCH
         END-READ
     END-IF.

*>    Empréstimos do 401(k) do desligado: o pagamento final já passou
*>    (vem antes do 05 no lote) e nenhuma parcela será retida depois
*>    dele. O empréstimo quitado pelo pagamento final já saiu como
*>    quitação (F) no extrato; o que ainda tem saldo vira aviso de
*>    inadimplência (D) com o saldo em aberto, para o administrador do
*>    plano abrir o prazo de cura ou tratar como distribuição
 B20J4-LOAN-TERM-PARA.
     MOVE "N" TO WS-LOAN-EOF-SWITCH.
     MOVE WS-PR-TERM-SSN-IN TO LN-SSN.
     MOVE LOW-VALUES TO LN-LOAN-NBR.
     START LOAN-MASTER-FILE KEY >= LN-LOAN-KEY
         INVALID KEY MOVE "Y" TO WS-LOAN-EOF-SWITCH
     END-START.
     IF WS-LOAN-EOF-SWITCH NOT = "Y"
         READ LOAN-MASTER-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-LOAN-EOF-SWITCH
         END-READ
     END-IF.
     PERFORM B20J5-LOAN-TERM-ONE-PARA
         UNTIL WS-LOAN-EOF-SWITCH = "Y".

*>    Emite o aviso de inadimplência de um empréstimo ativo do
*>    desligado e o marca no mestre, para não ser mais descontado
 B20J5-LOAN-TERM-ONE-PARA.
     IF LN-SSN NOT = WS-PR-TERM-SSN-IN
         MOVE "Y" TO WS-LOAN-EOF-SWITCH
     ELSE
         IF LN-STATUS = "A" AND LN-BALANCE > 0
             MOVE "D" TO LN-STATUS
             MOVE WS-PR-TERM-DATE-IN TO LN-STATUS-DATE
             REWRITE LN-LOAN-REC
             MOVE SPACES TO LR-REPAY-REC
             MOVE LN-SSN TO LR-SSN
             MOVE LN-LOAN-NBR TO LR-LOAN-NBR
             MOVE LN-BALANCE TO LR-AMOUNT
             MOVE LN-BALANCE TO LR-BALANCE
             MOVE WS-CHECK-DATE TO LR-RUN-DATE
             MOVE WS-CUR-PERIOD-NBR TO LR-PERIOD-NBR
             MOVE "D" TO LR-TXN-TYPE
             MOVE WS-PR-COMPANY-CODE-IN TO LR-COMPANY
             MOVE WS-PR-TERM-DATE-IN TO LR-TERM-DATE
             WRITE LR-REPAY-REC
             ADD 1 TO WS-LOAN-DEFAULT-COUNT
             ADD LN-BALANCE TO WS-LOAN-DEFAULT-TOT
             MOVE "W" TO WS-MSG-SEVERITY
             MOVE "PAY6026" TO WS-MSG-ID
             MOVE "401K LOAN OPEN AT TERMINATION - DEFAULT NOTICE SENT"
                 TO WS-MSG-TEXT
             MOVE LN-SSN TO WS-MSG-SSN
             PERFORM C18-WRITE-MSG-PARA
         END-IF
         READ LOAN-MASTER-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-LOAN-EOF-SWITCH
         END-READ
     END-IF.

*>    Registro de distribuição de custo (código 06): valida que os
*>    percentuais dos pares preenchidos somam exatamente 100, imprime
         MOVE "BAD SPLIT - NOT 100 PCT" TO WS-REJECT-REASON
         PERFORM C65-REJECT-PARA
     END-IF.
     PERFORM B07-READ-PAYROLL-PARA.

*>    Guarda um par departamento/percentual da distribuição, quando
*>    preenchido e numérico
         ADD 1 TO WS-AA-PAIRS-OUT
     END-IF.

*>    Registro de reembolso de despesa (código 07): confere categoria
*>    e valor e guarda a linha pendente para o pagamento do mesmo
*>    CPF/SSN que o segue. O reembolso não passa por B20A: fica fora
*>    do rendimento tributável, do FICA, do FUTA/SUTA, do acumulado
*>    do ano e da contagem do trailer. As linhas pendentes de outro
*>    CPF/SSN ou de outra empresa nunca encontram o pagamento e são
*>    rejeitadas antes de guardar a nova, que só se soma ao líquido
*>    da sua própria empresa
 B20N-REIMBURSEMENT-PARA.
     IF WS-RMB-PEND-COUNT > 0
             AND (WS-PR-REIMB-SSN-IN NOT = WS-RMB-SSN
                  OR WS-PR-COMPANY-CODE-IN NOT = WS-RMB-COMPANY)
         PERFORM B20P-REIMB-ORPHAN-PARA
     END-IF.
     MOVE ZERO TO WS-RMB-WORK-CAT.
     PERFORM B20O-REIMB-CATEGORY-PARA
         VARYING WS-RMB-CAT-SUB FROM 1 BY 1
         UNTIL WS-RMB-CAT-SUB > 4.
     EVALUATE TRUE
         WHEN WS-RMB-WORK-CAT = 0
             MOVE "BAD REIMB CATEGORY" TO WS-REJECT-REASON
             PERFORM C65-REJECT-PARA
         WHEN WS-PR-REIMB-AMT-IN NOT NUMERIC
             MOVE "BAD REIMB AMOUNT" TO WS-REJECT-REASON
             PERFORM C65-REJECT-PARA
         WHEN WS-PR-REIMB-AMT-IN = 0
             MOVE "BAD REIMB AMOUNT" TO WS-REJECT-REASON
             PERFORM C65-REJECT-PARA
         WHEN WS-RMB-PEND-COUNT >= 5
             MOVE "TOO MANY REIMB LINES" TO WS-REJECT-REASON
             PERFORM C65-REJECT-PARA
         WHEN OTHER
             ADD 1 TO WS-RMB-PEND-COUNT
             MOVE WS-PR-REIMB-SSN-IN TO WS-RMB-SSN
             MOVE WS-PR-COMPANY-CODE-IN TO WS-RMB-COMPANY
             MOVE WS-RMB-WORK-CAT
                 TO WS-RMB-PEND-CAT (WS-RMB-PEND-COUNT)
             MOVE WS-PR-REIMB-AMT-IN
                 TO WS-RMB-PEND-AMT (WS-RMB-PEND-COUNT)
             MOVE WS-PR-PAYROLL-REC-IN
                 TO WS-RMB-PEND-IMAGE (WS-RMB-PEND-COUNT)
     END-EVALUATE.
     PERFORM B07-READ-PAYROLL-PARA.

*>    Confere a categoria do reembolso contra uma linha da tabela
 B20O-REIMB-CATEGORY-PARA.
     IF WS-PR-REIMB-CAT-IN = WS-RMB-CAT-CODE (WS-RMB-CAT-SUB)
         MOVE WS-RMB-CAT-SUB TO WS-RMB-WORK-CAT
     END-IF.

*>    Rejeita os reembolsos pendentes que não encontraram o pagamento
*>    do funcionário: cada linha volta à área do registro (a de
*>    trabalho e a do arquivo, que a pendência de PROG10 grava) para
*>    a rejeição normal, e o registro corrente é restaurado depois
 B20P-REIMB-ORPHAN-PARA.
     MOVE WS-PR-PAYROLL-REC-IN TO WS-RMB-SAVE-REC.
     MOVE PR-PAYROLL-REC-IN TO WS-RMB-SAVE-FILE-REC.
     PERFORM B20Q-REIMB-ORPHAN-LINE-PARA
         VARYING WS-RMB-SUB FROM 1 BY 1
         UNTIL WS-RMB-SUB > WS-RMB-PEND-COUNT.
     MOVE WS-RMB-SAVE-REC TO WS-PR-PAYROLL-REC-IN.
     MOVE WS-RMB-SAVE-FILE-REC TO PR-PAYROLL-REC-IN.
     MOVE ZEROS TO WS-RMB-PEND-COUNT.
     MOVE "N" TO WS-RMB-APPLIED-SWITCH.

*>    Rejeita uma linha de reembolso sem pagamento
 B20Q-REIMB-ORPHAN-LINE-PARA.
     MOVE WS-RMB-PEND-IMAGE (WS-RMB-SUB) TO WS-PR-PAYROLL-REC-IN.
     MOVE WS-RMB-PEND-IMAGE (WS-RMB-SUB) TO PR-PAYROLL-REC-IN.
     MOVE "REIMB WITHOUT PAY" TO WS-REJECT-REASON.
     PERFORM C65-REJECT-PARA.

*>    Processamento de um registro normal de funcionário
 B20A-EMPLOYEE-PARA.
*>    Busca os dados cadastrais no mestre de funcionários; um CPF/SSN
*>    que não está no mestre é rejeitado em vez de processado, para que
*>    ninguém seja pago a partir de um registro digitado sem cadastro
     PERFORM B13-EMPL-MASTER-PARA.
     PERFORM B13C-CHECK-DEPT-PARA.
*>    Valida a empresa do registro contra o mestre de empresas
     PERFORM B13D-CHECK-COMPANY-PARA.
*>    Rendimento zerado de funcionário com caso de licença em aberto
     PERFORM B13E-CHECK-LEAVE-PARA.
     IF NOT WS-CM-FOUND
         MOVE "COMPANY NOT ON MASTER" TO WS-REJECT-REASON
         PERFORM C65-REJECT-PARA
         MOVE "NO MASTER " TO WS-REJECT-REASON
         PERFORM C65-REJECT-PARA
     ELSE
*>    A execução pertence a um grupo de pagamento: um funcionário de
*>    outro grupo tem calendário e período próprios e não é pago aqui
     IF EM-PAY-GROUP NOT = WS-RUN-PAY-GROUP
         MOVE "NOT IN RUN PAY GROUP" TO WS-REJECT-REASON
         PERFORM C65-REJECT-PARA
     ELSE
     IF WS-REJECT-REASON = "DEPT NOT ON MASTER"
             OR WS-REJECT-REASON = "DEPT INACTIVE"
         PERFORM C65-REJECT-PARA
     ELSE
*>    Registro zerado de quem está de licença protegida: ausência
*>    esperada, não erro de rendimento
     IF WS-EMPL-ON-LEAVE
         PERFORM C66B-ON-LEAVE-PARA
     ELSE
         IF WS-NEGATIVE-ADJ
                 OR WS-PR-EARN-THIS-PER-IN = 0
                 OR WS-PR-EARN-THIS-PER-IN > WS-MAX-REASONABLE-EARNINGS THEN
     END-IF
     END-IF
     END-IF
     END-IF
     END-IF
     END-IF.
     MOVE "N" TO WS-NEGATIVE-ADJ-SWITCH.

         PERFORM C80-WRITE-CHECKPOINT-PARA
         MOVE ZEROS TO WS-CKPT-INTERVAL-COUNT
     END-IF.
     PERFORM B07-READ-PAYROLL-PARA.

*>    Calcula o subtotal de isenções a deduzir do rendimento anualizado,
*>    ponderando as isenções do último período pago (mestre YTD) contra
*>    anterior no cálculo do salário líquido
     MOVE ZEROS TO WS-PRETAX-DED-AMT.
     MOVE WS-PR-EARN-THIS-PER-IN TO WS-TAXABLE-EARN-PER.
*>    O cheque do funcionário tributado sai de um pagamento postado no
*>    mestre de acumulados; C60-TAX-EXEMPT-PARA desliga para o isento
     MOVE "Y" TO WS-CHECK-POSTED-SWITCH.
*>    Determina a quantidade de períodos de pagamento/ano do funcionário
     EVALUATE WS-PR-PAY-FREQ-IN
         WHEN 12
             MOVE 12 TO WS-ANNUALIZATION-FACTOR
         WHEN 24
             MOVE 24 TO WS-ANNUALIZATION-FACTOR
         WHEN 52
             MOVE 52 TO WS-ANNUALIZATION-FACTOR
         WHEN OTHER
             MOVE 26 TO WS-ANNUALIZATION-FACTOR
     END-EVALUATE.
             WRITE BR-REGISTER-OUT FROM WS-BEN-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
             PERFORM C09C-ACCUM-BENSUM-PARA
             MOVE WS-PRETAX-PLAN-AMT TO WS-CW-AMT
             PERFORM C27C-CASH-PLAN-PARA
             ADD WS-PRETAX-PLAN-AMT
                 TO WS-PLAN-TAKEN-PER (WS-BEN-PLAN-SUB)
*>    Contrapartida do empregador sobre o diferimento de 401(k)
         AFTER ADVANCING 1 LINE.
     MOVE WS-ARREARS-RCVY-AMT TO WS-PRETAX-PLAN-AMT.
     PERFORM C09C-ACCUM-BENSUM-PARA.
     MOVE WS-ARREARS-RCVY-AMT TO WS-CW-AMT.
     PERFORM C27C-CASH-PLAN-PARA.

*>    Calcula a contrapartida do empregador do 401(k) em camadas
*>    (100% dos primeiros 3% do rendimento, 50% dos 2% seguintes),
         MOVE WS-CUR-PERIOD-NBR TO FK-PERIOD-NBR
         MOVE SPACES TO FK-ADJ-FLAG
         WRITE FK-FUND-REC
         MOVE WS-MATCH-PER-AMT TO WS-CW-AMT
         PERFORM C27C-CASH-PLAN-PARA
     END-IF.

*>    Acumula o desconto do plano corrente no total por plano do
                 " COMPANY: " YM-COMPANY
         DISPLAY "  EARNINGS YEAR-TO-DATE.....: " YM-YTD-EARNINGS
         DISPLAY "  FEDERAL TAX YEAR-TO-DATE..: " YM-YTD-FED-TAX
         DISPLAY "  SOC SEC TAX YEAR-TO-DATE..: " YM-YTD-SS-TAX
         DISPLAY "  MEDICARE TAX YEAR-TO-DATE.: " YM-YTD-MED-TAX
         DISPLAY "  PERIODS PAID THIS YEAR....: " YM-PERIODS-PAID
     END-IF.
     READ YTD-MASTER-FILE NEXT RECORD
*>    projeta o ajuste por período restante
 B28B-CATCHUP-CALC-PARA.
*>    A frequência de pagamento vem do mestre de funcionários; sem
*>    uma frequência estabelecida (52, 26, 24 ou 12) não há como
*>    anualizar com segurança e o funcionário sai sinalizado para
*>    tratamento manual, em vez de receber uma correção calculada com
*>    o fator errado
     IF EM-PAY-FREQ NOT = 12 AND EM-PAY-FREQ NOT = 26
             AND EM-PAY-FREQ NOT = 24 AND EM-PAY-FREQ NOT = 52
         ADD 1 TO WS-CU-SKIPPED-COUNT
         MOVE YM-SSN TO WS-CUD-SSN-OUT
         MOVE "  * NO PAY FREQ * " TO WS-CUD-FLAG-OUT
                         TO WS-CU-MARGINAL-PCT
             END-SEARCH
         WHEN OTHER
             CONTINUE
     END-EVALUATE.

*>    Modo GROSSUP: lê os pedidos de pagamento prometido pelo líquido
*>    e, para cada um, acha o bruto do registro suplementar (03) cujo
*>    líquido na execução real dá o valor prometido. O mestre de
*>    acumulados é só consultado (FICA do ano e desligamento)
 B29-GROSSUP-PARA.
     OPEN INPUT GROSSUP-PARM-FILE-IN.
     IF WS-GROSSUP-MISSING
         DISPLAY "GROSS-UP PARAMETER FILE PROG6_GROSSUP.DAT NOT " &
                 "FOUND - RUN ABORTED"
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY6023" TO WS-MSG-ID
         MOVE "GROSS-UP PARAMETER FILE NOT FOUND - RUN ABORTED"
             TO WS-MSG-TEXT
         PERFORM C18-WRITE-MSG-PARA
         MOVE 12 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
         MOVE "NO-INPUT" TO WS-RUN-DISPOSITION
         PERFORM C17-RUN-HISTORY-PARA
         MOVE WS-RC-WORK TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B15-LOAD-TAX-RATES-PARA.
     PERFORM B15B-LOAD-STATE-RATES-PARA.
     PERFORM B15D-LOAD-DEPTMAST-PARA.
     PERFORM B15E-LOAD-COMPMAST-PARA.
     PERFORM B19-VALIDATE-BRACKETS-PARA.
     OPEN INPUT YTD-MASTER-FILE
                EMPL-MASTER-FILE-IN
          OUTPUT GROSSUP-REC-FILE-OUT
                 GROSSUP-RPT-OUT.
     MOVE ZEROS TO WS-GU-READ-COUNT
                   WS-GU-WRITTEN-COUNT
                   WS-GU-SKIPPED-COUNT
                   WS-GU-GROSS-TOT
                   WS-GU-NET-TOT.
     MOVE WS-RATES-EFF-DATE TO WS-GU-HEAD-EFF-OUT.
     MOVE WS-CHECK-DATE TO WS-GU-HEAD-DATE-OUT.
     WRITE GU-RPT-OUT FROM WS-GU-HEADING
         AFTER ADVANCING PAGE.
     MOVE "N" TO WS-GU-EOF-SWITCH.
     READ GROSSUP-PARM-FILE-IN
         AT END MOVE "Y" TO WS-GU-EOF-SWITCH
     END-READ.
     PERFORM B29A-GROSSUP-REQUEST-PARA
         UNTIL WS-GU-EOF-SWITCH = "Y".
     MOVE WS-GU-READ-COUNT TO WS-GUT-READ-OUT.
     MOVE WS-GU-WRITTEN-COUNT TO WS-GUT-WRIT-OUT.
     MOVE WS-GU-SKIPPED-COUNT TO WS-GUT-SKIP-OUT.
     MOVE WS-GU-GROSS-TOT TO WS-GUT-GROSS-OUT.
     MOVE WS-GU-NET-TOT TO WS-GUT-NET-OUT.
     MOVE SPACES TO GU-RPT-OUT.
     WRITE GU-RPT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE GU-RPT-OUT FROM WS-GU-TOTAL-LINE
         AFTER ADVANCING 1 LINE.
     CLOSE GROSSUP-PARM-FILE-IN
           YTD-MASTER-FILE
           EMPL-MASTER-FILE-IN
           GROSSUP-REC-FILE-OUT
           GROSSUP-RPT-OUT.
*>    Pedido recusado fica no relatório e avisa o agendador
     IF WS-GU-SKIPPED-COUNT > 0
         MOVE 4 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
     END-IF.

*>    Trata um pedido: monta o registro de trabalho da folha como a
*>    execução real o veria, confere o cadastro e resolve o bruto
 B29A-GROSSUP-REQUEST-PARA.
     ADD 1 TO WS-GU-READ-COUNT.
     MOVE SPACES TO WS-GU-FLAG.
     MOVE 03 TO WS-PR-REC-CODE-IN.
     MOVE GU-SSN TO WS-PR-SSN-IN.
     MOVE GU-PAY-TYPE TO WS-PR-EARN-TYPE-IN.
     MOVE GU-COMPANY TO WS-PR-COMPANY-CODE-IN.
     IF WS-PR-COMPANY-CODE-IN = SPACES
         MOVE "01" TO WS-PR-COMPANY-CODE-IN
     END-IF.
     MOVE ZEROS TO WS-PR-ADJUST-AMT-IN WS-PR-GARNISH-AMT-IN.
     MOVE SPACES TO WS-PR-EMPL-NAME-IN.
     MOVE ZEROS TO WS-GU-FREQ.
     PERFORM B13-EMPL-MASTER-PARA.
     PERFORM B13B-CHECK-TERM-PARA.
     PERFORM B13C-CHECK-DEPT-PARA.
     PERFORM B13D-CHECK-COMPANY-PARA.
     IF GU-PAY-TYPE NOT = "B" AND GU-PAY-TYPE NOT = "A"
         MOVE "  * BAD PAY TYPE *" TO WS-GU-FLAG
     ELSE
     IF GU-NET-AMT NOT NUMERIC OR GU-NET-AMT = 0
         MOVE "  * BAD NET AMT *" TO WS-GU-FLAG
     ELSE
     IF NOT WS-EMPL-MASTER-FOUND
         MOVE "  * NO MASTER *" TO WS-GU-FLAG
     ELSE
     IF NOT WS-CM-FOUND
         MOVE "  * NO COMPANY *" TO WS-GU-FLAG
     ELSE
     IF WS-PAID-AFTER-TERM
         MOVE "  * TERMINATED *" TO WS-GU-FLAG
     ELSE
     IF WS-REJECT-REASON NOT = SPACES
         MOVE "  * DEPT INVALID *" TO WS-GU-FLAG
     END-IF
     END-IF
     END-IF
     END-IF
     END-IF
     END-IF.
*>    A frequência vai no registro gerado e anualiza a alíquota fixa;
*>    sem uma estabelecida no cadastro vale a do layout (26)
     IF WS-GU-FLAG = SPACES
         IF EM-PAY-FREQ = 12 OR EM-PAY-FREQ = 26
                 OR EM-PAY-FREQ = 24 OR EM-PAY-FREQ = 52
             MOVE EM-PAY-FREQ TO WS-GU-FREQ
         ELSE
             MOVE 26 TO WS-GU-FREQ
         END-IF
         MOVE WS-GU-FREQ TO WS-PR-PAY-FREQ-IN
         MOVE WS-GU-FREQ TO WS-ANNUALIZATION-FACTOR
         PERFORM B29B-GROSSUP-SOLVE-PARA
     END-IF.
     MOVE GU-SSN TO WS-GUE-SSN-OUT.
     MOVE WS-PR-EMPL-NAME-IN TO WS-GUE-NAME-OUT.
     MOVE WS-PR-COMPANY-CODE-IN TO WS-GUE-COMPANY-OUT.
     EVALUATE GU-PAY-TYPE
         WHEN "B"
             MOVE "BONUS" TO WS-GUE-TYPE-OUT
         WHEN "A"
             MOVE "AWARD" TO WS-GUE-TYPE-OUT
         WHEN OTHER
             MOVE GU-PAY-TYPE TO WS-GUE-TYPE-OUT
     END-EVALUATE.
     MOVE WS-GU-FREQ TO WS-GUE-FREQ-OUT.
     MOVE WS-GU-FLAG TO WS-GUE-FLAG-OUT.
     MOVE SPACES TO GU-RPT-OUT.
     WRITE GU-RPT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE GU-RPT-OUT FROM WS-GU-EMPL-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-GU-FLAG = SPACES
         PERFORM B29F-GROSSUP-PROOF-PARA
         PERFORM B29G-GROSSUP-WRITE-PARA
     ELSE
         ADD 1 TO WS-GU-SKIPPED-COUNT
     END-IF.
     READ GROSSUP-PARM-FILE-IN
         AT END MOVE "Y" TO WS-GU-EOF-SWITCH
     END-READ.

*>    Resolve o bruto por aproximações sucessivas: parte do próprio
*>    líquido e soma a cada volta a diferença que ainda falta. Como a
*>    retenção marginal é bem menor que 100%, a diferença encolhe a
*>    cada volta; o arredondamento de centavos pode deixar a última
*>    volta oscilando, e então o bruto sobe de centavo em centavo até
*>    o líquido alcançar o prometido - o funcionário nunca recebe menos
 B29B-GROSSUP-SOLVE-PARA.
     MOVE GU-NET-AMT TO WS-GU-TARGET-NET.
     MOVE WS-GU-TARGET-NET TO WS-GU-GROSS-TRY.
     MOVE WS-GU-TARGET-NET TO WS-PR-EARN-THIS-PER-IN.
     MOVE "N" TO WS-GU-SOLVED-SWITCH.
     PERFORM B29C-GROSSUP-STEP-PARA
         VARYING WS-GU-ITER FROM 1 BY 1
         UNTIL WS-GU-ITER > 25
             OR WS-GU-SOLVED
             OR WS-GU-FLAG NOT = SPACES.
     IF WS-GU-FLAG = SPACES
         PERFORM B29D-GROSSUP-NET-PARA
         PERFORM B29E-GROSSUP-NUDGE-PARA
             UNTIL WS-GU-NET-DIFF NOT > 0
                 OR WS-GU-FLAG NOT = SPACES
     END-IF.

*>    Uma volta da aproximação: apura o líquido do bruto corrente e
*>    corrige o bruto pela diferença
 B29C-GROSSUP-STEP-PARA.
     PERFORM B29D-GROSSUP-NET-PARA.
     IF WS-GU-NET-DIFF = 0
         MOVE "Y" TO WS-GU-SOLVED-SWITCH
     ELSE
         ADD WS-GU-NET-DIFF TO WS-GU-GROSS-TRY
         PERFORM B29H-GROSSUP-LIMIT-PARA
     END-IF.

*>    Apura o líquido do bruto corrente pelas mesmas rotinas da
*>    execução real para um registro 03: alíquota fixa federal
*>    (C45A, dividida pelo fator como C50 faz), imposto estadual da
*>    jurisdição efetiva (C70) e FICA contra o acumulado do ano (C71).
*>    O suplementar não toma desconto pré-impostos nem penhora (B20B
*>    e C74A só os aplicam no registro regular): o desconto entra na
*>    conta zerado, como na execução
 B29D-GROSSUP-NET-PARA.
     MOVE ZEROS TO WS-PRETAX-DED-AMT.
     PERFORM C45A-SUPPLEMENTAL-CALC-PARA.
     DIVIDE WS-ANN-TAX-AMT BY WS-ANNUALIZATION-FACTOR GIVING
         WS-PER-TAX-AMT ROUNDED.
     PERFORM C70-STATE-TAX-PARA.
     PERFORM C71-FICA-PARA.
     COMPUTE WS-GU-NET-CALC =
         WS-PR-EARN-THIS-PER-IN - WS-PRETAX-DED-AMT -
         WS-PER-TAX-AMT - WS-STATE-PER-TAX-AMT -
         WS-FICA-EMPLE-PER-AMT.
     SUBTRACT WS-GU-NET-CALC FROM WS-GU-TARGET-NET
         GIVING WS-GU-NET-DIFF.

*>    Sobe o bruto um centavo e apura de novo
 B29E-GROSSUP-NUDGE-PARA.
     ADD .01 TO WS-GU-GROSS-TRY.
     PERFORM B29H-GROSSUP-LIMIT-PARA.
     IF WS-GU-FLAG = SPACES
         PERFORM B29D-GROSSUP-NET-PARA
     END-IF.

*>    O bruto precisa passar pela crítica de rendimento da execução
*>    real (C66): acima do limite o registro seria rejeitado
 B29H-GROSSUP-LIMIT-PARA.
     IF WS-GU-GROSS-TRY > WS-MAX-REASONABLE-EARNINGS
         MOVE " * OVER MAX EARN *" TO WS-GU-FLAG
     ELSE
         MOVE WS-GU-GROSS-TRY TO WS-PR-EARN-THIS-PER-IN
     END-IF.

*>    Imprime a prova: do bruto ao líquido, retenção por retenção, e
*>    a diferença contra o prometido
 B29F-GROSSUP-PROOF-PARA.
     MOVE "GROSS SUPPLEMENTAL PAY (RECORD TYPE 03)"
         TO WS-GUP-LABEL-OUT.
     MOVE WS-PR-EARN-THIS-PER-IN TO WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE "LESS PRE-TAX DEDUCTIONS (NONE ON SUPPL PAY)"
         TO WS-GUP-LABEL-OUT.
     MOVE WS-PRETAX-DED-AMT TO WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE "LESS FEDERAL TAX AT SUPPLEMENTAL RATE"
         TO WS-GUP-LABEL-OUT.
     MOVE WS-PER-TAX-AMT TO WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE SPACES TO WS-GUP-LABEL-OUT.
     STRING "LESS STATE TAX (" WS-EFFECTIVE-STATE ")"
         DELIMITED BY SIZE INTO WS-GUP-LABEL-OUT.
     MOVE WS-STATE-PER-TAX-AMT TO WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE "LESS SOCIAL SECURITY" TO WS-GUP-LABEL-OUT.
     MOVE WS-SS-EMPLE-PER-AMT TO WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE "LESS MEDICARE (INCL ADDITIONAL MEDICARE)"
         TO WS-GUP-LABEL-OUT.
     ADD WS-MED-EMPLE-PER-AMT WS-ADDL-MED-PER-AMT
         GIVING WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE "NET PAY" TO WS-GUP-LABEL-OUT.
     MOVE WS-GU-NET-CALC TO WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE "PROMISED NET" TO WS-GUP-LABEL-OUT.
     MOVE WS-GU-TARGET-NET TO WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.
     MOVE "NET OVER PROMISED (ROUNDING)" TO WS-GUP-LABEL-OUT.
     SUBTRACT WS-GU-TARGET-NET FROM WS-GU-NET-CALC
         GIVING WS-GUP-AMT-OUT.
     PERFORM B29I-GROSSUP-LINE-PARA.

*>    Grava uma linha da prova
 B29I-GROSSUP-LINE-PARA.
     WRITE GU-RPT-OUT FROM WS-GU-PROOF-LINE
         AFTER ADVANCING 1 LINE.

*>    Monta e grava o registro suplementar (03) do pedido resolvido
 B29G-GROSSUP-WRITE-PARA.
     MOVE WS-PR-SSN-IN TO WS-GU-SSN.
     MOVE WS-PR-EMPL-NAME-IN TO WS-GU-EMPL-NAME.
     MOVE WS-PR-DEPT-CODE-IN TO WS-GU-DEPT-CODE.
     MOVE GU-PAY-TYPE TO WS-GU-PAY-TYPE.
     MOVE WS-PR-COMPANY-CODE-IN TO WS-GU-COMPANY.
     MOVE WS-PR-EARN-THIS-PER-IN TO WS-GU-EARN-THIS-PER.
     MOVE WS-GU-FREQ TO WS-GU-PAY-FREQ.
     MOVE WS-PR-MARITAL-STATUS-IN TO WS-GU-MARITAL-STATUS.
     MOVE WS-PR-EXEMPTIONS-IN TO WS-GU-EXEMPTIONS.
     WRITE GU-SUPP-REC-OUT FROM WS-GU-SUPP-REC.
     ADD 1 TO WS-GU-WRITTEN-COUNT.
     ADD WS-PR-EARN-THIS-PER-IN TO WS-GU-GROSS-TOT.
     ADD WS-GU-NET-CALC TO WS-GU-NET-TOT.

*>    Modo de previsão de caixa (FORECAST): projeta, sem postar nada,
*>    o dinheiro que a execução real vai exigir de cada empresa. A
*>    folha criticada (TW12C_CLEAN.DAT) e a montagem do ponto ainda
*>    não mesclada (TW12C_TA.DAT) passam pela mesma validação e pelas
*>    mesmas rotinas de cálculo da execução real; os mestres são só
*>    lidos, e nenhum relatório real, ACH, cheque ou remessa é
*>    gravado. O quadro sai em PROG6_FCST.DAT e no relatório da
*>    tesouraria, comparado linha a linha com o quadro efetivo da
*>    última execução regular (PROG6_CASH.DAT)
 B25-FORECAST-PARA.
     OPEN INPUT FCST-CLEAN-FILE-IN.
     IF WS-FCCLEAN-MISSING
         DISPLAY "EDITED PAYROLL FILE TW12C_CLEAN.DAT NOT FOUND - " &
                 "FORECAST ABORTED"
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY6027" TO WS-MSG-ID
         MOVE "EDITED PAYROLL FILE NOT FOUND - FORECAST ABORTED"
             TO WS-MSG-TEXT
         PERFORM C18-WRITE-MSG-PARA
         MOVE 12 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
         MOVE "NO-INPUT" TO WS-RUN-DISPOSITION
         PERFORM C17-RUN-HISTORY-PARA
         MOVE WS-RC-WORK TO RETURN-CODE
         STOP RUN
     END-IF.
*>    As rotinas compartilhadas com a execução real não postam no
*>    modo de consulta (LOOKUP): a previsão liga o mesmo indicador
     MOVE "Y" TO WS-LOOKUP-SWITCH.
     IF WS-FC-SCHEDULE NOT = "M"
         MOVE "S" TO WS-FC-SCHEDULE
     END-IF.
*>    Data do pagamento e período corrente pelo calendário; sem o
*>    calendário a previsão ainda sai, pela data informada ou do dia
     OPEN INPUT PERIOD-CAL-FILE.
     IF WS-PERCAL-MISSING
         ACCEPT WS-RUN-DATE-WORK FROM DATE YYYYMMDD
         ACCEPT WS-CHECK-DATE FROM ENVIRONMENT "PROG6_CHECK_DATE"
             ON EXCEPTION MOVE SPACES TO WS-CHECK-DATE
         END-ACCEPT
         IF WS-CHECK-DATE NOT NUMERIC OR WS-CHECK-DATE = SPACES
             MOVE WS-RUN-DATE-WORK TO WS-CHECK-DATE
         END-IF
         MOVE ZEROS TO WS-CUR-PERIOD-NBR
         MOVE "N" TO WS-CUR-PERIOD-FOUND-SWITCH
     ELSE
         CLOSE PERIOD-CAL-FILE
         PERFORM B14-LOAD-CALENDAR-PARA
     END-IF.
     PERFORM B10C-RMB-CATEGORY-PARA.
     PERFORM B15-LOAD-TAX-RATES-PARA.
     PERFORM B15B-LOAD-STATE-RATES-PARA.
     PERFORM B15D-LOAD-DEPTMAST-PARA.
     PERFORM B15E-LOAD-COMPMAST-PARA.
     PERFORM B19-VALIDATE-BRACKETS-PARA.
     PERFORM B25S-LOAD-STFREQ-PARA.
     OPEN INPUT YTD-MASTER-FILE
                EMPL-MASTER-FILE-IN
          OUTPUT CASH-FCST-FILE
                 CASH-FCST-RPT-OUT.
*>    Mestres opcionais, só para leitura: sem eles a execução real
*>    também não desconta nem deposita
     MOVE SPACES TO WS-BANKMAST-OPEN-SWITCH.
     OPEN INPUT BANK-MASTER-FILE.
     IF NOT WS-BANKMAST-MISSING
         MOVE "Y" TO WS-BANKMAST-OPEN-SWITCH
     END-IF.
     MOVE SPACES TO WS-BENMAST-OPEN-SWITCH.
     OPEN INPUT BEN-MASTER-FILE.
     IF NOT WS-BENMAST-MISSING
         MOVE "Y" TO WS-BENMAST-OPEN-SWITCH
     END-IF.
     MOVE SPACES TO WS-GARNMAST-OPEN-SWITCH.
     OPEN INPUT GARN-ORDER-FILE.
     IF NOT WS-GARNMAST-MISSING
         MOVE "Y" TO WS-GARNMAST-OPEN-SWITCH
     END-IF.
     MOVE SPACES TO WS-LOANMAST-OPEN-SWITCH.
     OPEN INPUT LOAN-MASTER-FILE.
     IF NOT WS-LOANMAST-MISSING
         MOVE "Y" TO WS-LOANMAST-OPEN-SWITCH
     END-IF.
     MOVE SPACES TO WS-LEAVCASE-OPEN-SWITCH.
     OPEN INPUT LEAVE-CASE-FILE.
     IF WS-LEAVCASE-OK
         MOVE "Y" TO WS-LEAVCASE-OPEN-SWITCH
     END-IF.
     MOVE ZEROS TO WS-FC-READ-COUNT
                   WS-FC-PROJ-COUNT
                   WS-FC-EXCL-COUNT
                   WS-FC-DUP-COUNT
                   WS-DUP-TABLE-COUNT
                   WS-GARN-APPLIED-COUNT
                   WS-LOAN-APPLIED-COUNT
                   WS-RMB-PEND-COUNT.
     MOVE "N" TO WS-RMB-APPLIED-SWITCH.
     MOVE SPACES TO WS-CW-COLUMN.
*>    Primeiro a folha criticada; depois a montagem do ponto, da qual
*>    só entram os funcionários que a folha criticada ainda não trouxe
     MOVE "C" TO WS-FC-SOURCE.
     MOVE "N" TO WS-FC-EOF-SWITCH.
     PERFORM B25B-READ-FORECAST-PARA.
     PERFORM B25A-FORECAST-REC-PARA
         UNTIL WS-FC-EOF-SWITCH = "Y".
     CLOSE FCST-CLEAN-FILE-IN.
     OPEN INPUT FCST-TA-FILE-IN.
     IF NOT WS-FCTA-MISSING
         MOVE "T" TO WS-FC-SOURCE
         MOVE "N" TO WS-FC-EOF-SWITCH
         PERFORM B25B-READ-FORECAST-PARA
         PERFORM B25A-FORECAST-REC-PARA
             UNTIL WS-FC-EOF-SWITCH = "Y"
         CLOSE FCST-TA-FILE-IN
     END-IF.
*>    Reembolso sem pagamento no fim dos arquivos seria rejeitado
     IF WS-RMB-PEND-COUNT > 0 AND NOT WS-RMB-APPLIED
         ADD WS-RMB-PEND-COUNT TO WS-FC-EXCL-COUNT
     END-IF.
*>    Comparação com o quadro efetivo da última execução regular e
*>    vencimento de cada linha
     PERFORM C28E-LOAD-ACTUAL-PARA.
     PERFORM B25P-FORECAST-DUE-PARA
         VARYING WS-CT-SUB FROM 1 BY 1
         UNTIL WS-CT-SUB > WS-CT-COUNT.
     PERFORM B25Y-WRITE-FORECAST-PARA
         VARYING WS-CT-SUB FROM 1 BY 1
         UNTIL WS-CT-SUB > WS-CT-COUNT.
*>    Relatório da tesouraria
     MOVE "PAYROLL CASH REQUIREMENTS FORECAST" TO WS-CH-TITLE-OUT.
     MOVE WS-CHECK-DATE TO WS-CH-DATE-OUT.
     MOVE WS-CUR-PERIOD-NBR TO WS-CH-PERIOD-OUT.
     MOVE WS-RUN-PAY-GROUP TO WS-CH-GROUP-OUT.
     MOVE WS-FC-SCHEDULE TO WS-CH-SCHED-OUT.
     WRITE FR-RPT-OUT FROM WS-CASH-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO WS-CASH-PRINT-LINE.
     IF WS-FC-PRIOR-LOADED
         STRING "PRIOR RUN COLUMN IS THE ACTUAL CASH OF THE RUN WITH "
                    DELIMITED BY SIZE
                "CHECK DATE " DELIMITED BY SIZE
                WS-FC-PRIOR-DATE DELIMITED BY SIZE
             INTO WS-CASH-PRINT-LINE
         END-STRING
     ELSE
         MOVE "NO PRIOR RUN CASH FILE PROG6_CASH.DAT - PRIOR RUN " &
              "COLUMN IS ZERO" TO WS-CASH-PRINT-LINE
     END-IF.
     PERFORM C28-CASH-PRINT-PARA.
     MOVE "      PRIOR RUN" TO WS-CCH-CMP-OUT.
     PERFORM C28R-CASH-REPORT-PARA.
     MOVE WS-FC-READ-COUNT TO WS-CNT-READ-OUT.
     MOVE WS-FC-PROJ-COUNT TO WS-CNT-PROJ-OUT.
     MOVE WS-FC-EXCL-COUNT TO WS-CNT-EXCL-OUT.
     MOVE WS-FC-DUP-COUNT TO WS-CNT-DUP-OUT.
     MOVE SPACES TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.
     MOVE WS-CASH-COUNT-LINE TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.
     IF WS-CT-FULL-COUNT > 0
         MOVE "*** CASH TABLE FULL - SOME REQUIREMENTS NOT PROJECTED"
             TO WS-CASH-PRINT-LINE
         PERFORM C28-CASH-PRINT-PARA
     END-IF.
     CLOSE YTD-MASTER-FILE
           EMPL-MASTER-FILE-IN
           CASH-FCST-FILE
           CASH-FCST-RPT-OUT.
     IF WS-BANKMAST-OPEN
         CLOSE BANK-MASTER-FILE
     END-IF.
     IF WS-BENMAST-OPEN
         CLOSE BEN-MASTER-FILE
     END-IF.
     IF WS-GARNMAST-OPEN
         CLOSE GARN-ORDER-FILE
     END-IF.
     IF WS-LOANMAST-OPEN
         CLOSE LOAN-MASTER-FILE
     END-IF.
     IF WS-LEAVCASE-OPEN
         CLOSE LEAVE-CASE-FILE
     END-IF.
*>    Registro que a execução real rejeitaria fica fora da previsão
*>    e avisa o agendador
     IF WS-FC-EXCL-COUNT > 0 OR WS-CT-FULL-COUNT > 0
         MOVE 4 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
     END-IF.
     MOVE WS-FC-PROJ-COUNT TO WS-EMPL-REC-COUNT.

*>    Trata um registro da previsão: o mesmo roteamento de
*>    B20X-ROUTE-PARA, sem quebra de página e sem rejeição gravada
 B25A-FORECAST-REC-PARA.
     IF WS-RMB-APPLIED
         MOVE ZEROS TO WS-RMB-PEND-COUNT
         MOVE "N" TO WS-RMB-APPLIED-SWITCH
     END-IF.
     MOVE WS-PR-COMPANY-CODE-IN TO WS-RMB-CUR-COMPANY.
     IF WS-RMB-CUR-COMPANY = SPACES
         MOVE "01" TO WS-RMB-CUR-COMPANY
     END-IF.
     IF WS-RMB-PEND-COUNT > 0
             AND (WS-PR-REC-CODE-IN = 99
                  OR WS-PR-SSN-IN NOT = WS-RMB-SSN
                  OR (WS-PR-REC-CODE-IN NOT = 06
                      AND WS-RMB-CUR-COMPANY NOT = WS-RMB-COMPANY))
         ADD WS-RMB-PEND-COUNT TO WS-FC-EXCL-COUNT
         MOVE ZEROS TO WS-RMB-PEND-COUNT
     END-IF.
*>    O trailer encerra a leitura do arquivo corrente
     IF WS-PR-REC-CODE-IN = 99
         MOVE "Y" TO WS-FC-EOF-SWITCH
     ELSE
         ADD 1 TO WS-FC-READ-COUNT
         PERFORM B25C-FORECAST-DUP-PARA
         IF WS-FC-SKIP
             ADD 1 TO WS-FC-DUP-COUNT
         ELSE
             IF WS-PR-REC-CODE-IN NOT = 06
                     AND WS-PR-COMPANY-CODE-IN = SPACES
                 MOVE "01" TO WS-PR-COMPANY-CODE-IN
             END-IF
             EVALUATE WS-PR-REC-CODE-IN
                 WHEN 02
                     PERFORM B25H-FORECAST-ADJUST-PARA
                     PERFORM B25D-FORECAST-EMPL-PARA
                 WHEN 05
                 WHEN 06
                     CONTINUE
                 WHEN 07
                     PERFORM B25E-FORECAST-REIMB-PARA
                 WHEN OTHER
                     PERFORM B25D-FORECAST-EMPL-PARA
             END-EVALUATE
         END-IF
         PERFORM B25B-READ-FORECAST-PARA
     END-IF.

*>    Lê o próximo registro do arquivo corrente da previsão
 B25B-READ-FORECAST-PARA.
     IF WS-FC-SOURCE = "C"
         READ FCST-CLEAN-FILE-IN INTO WS-PR-PAYROLL-REC-IN
             AT END MOVE "Y" TO WS-FC-EOF-SWITCH
         END-READ
     ELSE
         READ FCST-TA-FILE-IN INTO WS-PR-PAYROLL-REC-IN
             AT END MOVE "Y" TO WS-FC-EOF-SWITCH
         END-READ
     END-IF.

*>    A folha criticada guarda o CPF/SSN de cada registro na tabela de
*>    duplicados; o registro da montagem do ponto cujo funcionário já
*>    veio na folha criticada é pulado (a mescla de PROG43 já o levou)
 B25C-FORECAST-DUP-PARA.
     MOVE "N" TO WS-FC-SKIP-SWITCH.
     IF WS-DUP-TABLE-COUNT > 0
         SET D-INDEX TO 1
         SEARCH WS-DUP-SSN-ROW
             AT END CONTINUE
             WHEN D-INDEX > WS-DUP-TABLE-COUNT
                 CONTINUE
             WHEN WS-DUP-SSN-ENTRY (D-INDEX) = WS-PR-SSN-IN
                 MOVE "Y" TO WS-FC-SKIP-SWITCH
         END-SEARCH
     END-IF.
     IF WS-FC-SOURCE = "C"
         IF NOT WS-FC-SKIP AND WS-DUP-TABLE-COUNT < 30000
             ADD 1 TO WS-DUP-TABLE-COUNT
             SET D-INDEX TO WS-DUP-TABLE-COUNT
             MOVE WS-PR-SSN-IN TO WS-DUP-SSN-ENTRY (D-INDEX)
             MOVE SPACES TO WS-DUP-TYPE-ENTRY (D-INDEX)
                            WS-DUP-CO-ENTRY (D-INDEX)
         END-IF
         MOVE "N" TO WS-FC-SKIP-SWITCH
     END-IF.

*>    Valida o registro de funcionário pelas mesmas regras de
*>    B20A-EMPLOYEE-PARA; o que a execução real rejeitaria só é
*>    contado, o resto é projetado
 B25D-FORECAST-EMPL-PARA.
     PERFORM B13-EMPL-MASTER-PARA.
     PERFORM B13B-CHECK-TERM-PARA.
     PERFORM B13C-CHECK-DEPT-PARA.
     PERFORM B13D-CHECK-COMPANY-PARA.
*>    O registro zerado de quem está de licença não é rejeitado nem
*>    projetado: não há dinheiro a pôr na conta para ele
     PERFORM B13E-CHECK-LEAVE-PARA.
     IF NOT WS-CM-FOUND
             OR WS-PAID-AFTER-TERM
             OR NOT WS-EMPL-MASTER-FOUND
             OR EM-PAY-GROUP NOT = WS-RUN-PAY-GROUP
             OR WS-REJECT-REASON = "DEPT NOT ON MASTER"
             OR WS-REJECT-REASON = "DEPT INACTIVE"
             OR WS-NEGATIVE-ADJ
             OR (WS-PR-EARN-THIS-PER-IN = 0 AND NOT WS-EMPL-ON-LEAVE)
             OR WS-PR-EARN-THIS-PER-IN > WS-MAX-REASONABLE-EARNINGS
             OR (WS-PR-REC-CODE-IN NOT = 03
                 AND (WS-PR-MARITAL-STATUS-IN < 1
                      OR WS-PR-MARITAL-STATUS-IN > 4))
         ADD 1 TO WS-FC-EXCL-COUNT
     ELSE
         IF NOT WS-EMPL-ON-LEAVE
             PERFORM B25F-FORECAST-CALC-PARA
             ADD 1 TO WS-FC-PROJ-COUNT
         END-IF
     END-IF.
     MOVE "N" TO WS-NEGATIVE-ADJ-SWITCH.

*>    Reembolso de despesa (07): as mesmas críticas de
*>    B20N-REIMBURSEMENT-PARA; o válido fica pendente para o líquido
*>    do funcionário
 B25E-FORECAST-REIMB-PARA.
     MOVE ZERO TO WS-RMB-WORK-CAT.
     PERFORM B20O-REIMB-CATEGORY-PARA
         VARYING WS-RMB-CAT-SUB FROM 1 BY 1
         UNTIL WS-RMB-CAT-SUB > 4.
     EVALUATE TRUE
         WHEN WS-RMB-WORK-CAT = 0
         WHEN WS-PR-REIMB-AMT-IN NOT NUMERIC
         WHEN WS-PR-REIMB-AMT-IN = 0
         WHEN WS-RMB-PEND-COUNT >= 5
             ADD 1 TO WS-FC-EXCL-COUNT
         WHEN OTHER
             ADD 1 TO WS-RMB-PEND-COUNT
             MOVE WS-PR-REIMB-SSN-IN TO WS-RMB-SSN
             MOVE WS-PR-COMPANY-CODE-IN TO WS-RMB-COMPANY
             MOVE WS-RMB-WORK-CAT
                 TO WS-RMB-PEND-CAT (WS-RMB-PEND-COUNT)
             MOVE WS-PR-REIMB-AMT-IN
                 TO WS-RMB-PEND-AMT (WS-RMB-PEND-COUNT)
             MOVE WS-PR-PAYROLL-REC-IN
                 TO WS-RMB-PEND-IMAGE (WS-RMB-PEND-COUNT)
     END-EVALUATE.

*>    Calcula o pagamento do registro pelas regras de
*>    B20B-CALC-TAX-PARA e de C50-LINE-OUTPUT-PARA/C60-TAX-EXEMPT-PARA,
*>    sem imprimir nem postar
 B25F-FORECAST-CALC-PARA.
     MOVE ZEROS TO WS-PRETAX-DED-AMT.
     MOVE WS-PR-EARN-THIS-PER-IN TO WS-TAXABLE-EARN-PER.
     EVALUATE WS-PR-PAY-FREQ-IN
         WHEN 12
             MOVE 12 TO WS-ANNUALIZATION-FACTOR
         WHEN 24
             MOVE 24 TO WS-ANNUALIZATION-FACTOR
         WHEN 52
             MOVE 52 TO WS-ANNUALIZATION-FACTOR
         WHEN OTHER
             MOVE 26 TO WS-ANNUALIZATION-FACTOR
     END-EVALUATE.
     IF WS-PR-REC-CODE-IN = 03
         PERFORM C45A-SUPPLEMENTAL-CALC-PARA
     ELSE
         PERFORM B20C-PRORATE-EXEMPT-PARA
         IF WS-PR-REC-CODE-IN = 01
                 AND (WS-PR-EARN-TYPE-IN = "R"
                      OR WS-PR-EARN-TYPE-IN = SPACES)
             PERFORM B25G-FORECAST-PRETAX-PARA
         END-IF
         MULTIPLY WS-PR-EARN-THIS-PER-IN BY WS-ANNUALIZATION-FACTOR
             GIVING WS-ANN-EARN
         MULTIPLY WS-TAXABLE-EARN-PER BY WS-ANNUALIZATION-FACTOR
             GIVING WS-EARNINGS
         SUBTRACT WS-EXEMPT-SUB-TOT FROM WS-EARNINGS GIVING
             WS-EARNINGS ROUNDED
         PERFORM B25I-FORECAST-BRACKET-PARA
     END-IF.
     IF WS-PR-REC-CODE-IN NOT = 03 AND WS-PR-MARITAL-STATUS-IN = 3
         PERFORM B25K-FORECAST-EXEMPT-PARA
     ELSE
         PERFORM B25J-FORECAST-TAXED-PARA
     END-IF.

*>    Descontos de benefícios pré-impostos do funcionário, pelas
*>    regras de B20F-PRETAX-DED-PARA, sem regravar o mestre nem o
*>    registro de benefícios; cada desconto, a contrapartida do
*>    401(k) e a recuperação de atraso entram no quadro de caixa
 B25G-FORECAST-PRETAX-PARA.
     MOVE ZEROS TO WS-PRETAX-DED-AMT.
     MOVE ZEROS TO WS-MATCH-PER-AMT.
     MOVE WS-PR-EARN-THIS-PER-IN TO WS-TAXABLE-EARN-PER.
     MOVE "N" TO WS-BEN-FOUND-SWITCH.
     IF WS-BENMAST-OPEN
         MOVE WS-PR-SSN-IN TO BN-SSN
         READ BEN-MASTER-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE "Y" TO WS-BEN-FOUND-SWITCH
         END-READ
     END-IF.
     IF WS-BEN-FOUND
         PERFORM B25L-FORECAST-PLAN-PARA
             VARYING WS-BEN-PLAN-SUB FROM 1 BY 1
             UNTIL WS-BEN-PLAN-SUB > 3
         SUBTRACT WS-PRETAX-DED-AMT FROM WS-PR-EARN-THIS-PER-IN
             GIVING WS-TAXABLE-EARN-PER
     END-IF.

*>    Aplica ao rendimento a correção do registro 02, como
*>    B20D-ADJUSTMENT-BANNER-PARA
 B25H-FORECAST-ADJUST-PARA.
     ADD WS-PR-ADJUST-AMT-IN TO WS-PR-EARN-THIS-PER-IN GIVING
         WS-ADJUSTED-EARN-TEMP.
     IF WS-ADJUSTED-EARN-TEMP < 0
         MOVE "Y" TO WS-NEGATIVE-ADJ-SWITCH
     ELSE
         MOVE WS-ADJUSTED-EARN-TEMP TO WS-PR-EARN-THIS-PER-IN
     END-IF.

*>    Imposto federal anual pela faixa do estado civil, como
*>    C30/C35/C40; sem faixa, zero
 B25I-FORECAST-BRACKET-PARA.
     MOVE ZEROS TO WS-ANN-TAX-AMT.
     EVALUATE WS-PR-MARITAL-STATUS-IN
         WHEN 1
             SET S-INDEX TO 1
             SEARCH WS-SING-TAX-ROW
                 AT END CONTINUE
                 WHEN WS-EARNINGS >= WS-SING-LOW (S-INDEX) AND
                      WS-EARNINGS <= WS-SING-HIGH (S-INDEX)
                     COMPUTE WS-ANN-TAX-AMT =
                         WS-SING-BASE-AMT (S-INDEX) +
                         WS-SING-PERCENT (S-INDEX) *
                         (WS-EARNINGS - WS-SING-LOW (S-INDEX))
             END-SEARCH
         WHEN 2
             SET M-INDEX TO 1
             SEARCH WS-MARR-TAX-ROW
                 AT END CONTINUE
                 WHEN WS-EARNINGS >= WS-MARR-LOW (M-INDEX) AND
                      WS-EARNINGS <= WS-MARR-HIGH (M-INDEX)
                     COMPUTE WS-ANN-TAX-AMT =
                         WS-MARR-BASE-AMT (M-INDEX) +
                         WS-MARR-PERCENT (M-INDEX) *
                         (WS-EARNINGS - WS-MARR-LOW (M-INDEX))
             END-SEARCH
         WHEN 4
             SET H-INDEX TO 1
             SEARCH WS-HOH-TAX-ROW
                 AT END CONTINUE
                 WHEN WS-EARNINGS >= WS-HOH-LOW (H-INDEX) AND
                      WS-EARNINGS <= WS-HOH-HIGH (H-INDEX)
                     COMPUTE WS-ANN-TAX-AMT =
                         WS-HOH-BASE-AMT (H-INDEX) +
                         WS-HOH-PERCENT (H-INDEX) *
                         (WS-EARNINGS - WS-HOH-LOW (H-INDEX))
             END-SEARCH
         WHEN OTHER
             CONTINUE
     END-EVALUATE.

*>    Funcionário tributado: imposto do período, estadual e FICA como
*>    em C50-LINE-OUTPUT-PARA, depósitos de impostos no quadro e, fora
*>    o rendimento imputado (04), penhora e líquido
 B25J-FORECAST-TAXED-PARA.
     DIVIDE WS-ANN-TAX-AMT BY WS-ANNUALIZATION-FACTOR GIVING
         WS-PER-TAX-AMT ROUNDED.
     IF WS-PR-ADDL-FED-WH > 0 AND WS-PR-REC-CODE-IN = 01
             AND (WS-PR-EARN-TYPE-IN = "R"
                  OR WS-PR-EARN-TYPE-IN = SPACES)
         ADD WS-PR-ADDL-FED-WH TO WS-PER-TAX-AMT
     END-IF.
     PERFORM C70-STATE-TAX-PARA.
     PERFORM C71-FICA-PARA.
     PERFORM C27B-CASH-TAX-PARA.
     IF WS-PR-REC-CODE-IN NOT = 04
         PERFORM C74-GARNISH-ORDER-PARA
         COMPUTE WS-NET-PAY-AMT =
             WS-PR-EARN-THIS-PER-IN - WS-PRETAX-DED-AMT -
             WS-PER-TAX-AMT - WS-STATE-PER-TAX-AMT -
             WS-FICA-EMPLE-PER-AMT - WS-PR-GARNISH-AMT-IN
         IF WS-NET-PAY-AMT < 0
             MOVE ZEROS TO WS-NET-PAY-AMT
         END-IF
         PERFORM B25M-FORECAST-NET-PARA
     END-IF.

*>    Funcionário isento: sem retenções, a penhora sobre o rendimento
*>    inteiro, como em C60-TAX-EXEMPT-PARA
 B25K-FORECAST-EXEMPT-PARA.
     MOVE WS-PR-EARN-THIS-PER-IN TO WS-DISPOSABLE-EARN.
     PERFORM C74A-APPLY-ORDER-PARA.
     COMPUTE WS-NET-PAY-AMT =
         WS-PR-EARN-THIS-PER-IN - WS-PRETAX-DED-AMT -
         WS-PR-GARNISH-AMT-IN.
     IF WS-NET-PAY-AMT < 0
         MOVE ZEROS TO WS-NET-PAY-AMT
     END-IF.
     PERFORM B25M-FORECAST-NET-PARA.

*>    Desconto de um plano do funcionário, como B20G-PRETAX-PLAN-PARA
*>    e B20G1-ARREARS-RECOVERY-PARA, sem mexer no mestre
 B25L-FORECAST-PLAN-PARA.
     IF BN-PLAN-CODE (WS-BEN-PLAN-SUB) = SPACES
         CONTINUE
     ELSE
         IF BN-METHOD (WS-BEN-PLAN-SUB) = "P"
             COMPUTE WS-PRETAX-PLAN-AMT ROUNDED =
                 WS-PR-EARN-THIS-PER-IN *
                 BN-RATE-AMT (WS-BEN-PLAN-SUB) / 100
         ELSE
             MOVE BN-RATE-AMT (WS-BEN-PLAN-SUB) TO WS-PRETAX-PLAN-AMT
         END-IF
         IF BN-ANNUAL-CAP (WS-BEN-PLAN-SUB) > 0
             SUBTRACT BN-YTD-TAKEN (WS-BEN-PLAN-SUB)
                 FROM BN-ANNUAL-CAP (WS-BEN-PLAN-SUB)
                 GIVING WS-PRETAX-ROOM
             IF WS-PRETAX-PLAN-AMT > WS-PRETAX-ROOM
                 MOVE WS-PRETAX-ROOM TO WS-PRETAX-PLAN-AMT
             END-IF
         END-IF
         IF WS-PRETAX-PLAN-AMT > 0
             ADD WS-PRETAX-PLAN-AMT TO WS-PRETAX-DED-AMT
             MOVE WS-PRETAX-PLAN-AMT TO WS-CW-AMT
             PERFORM C27C-CASH-PLAN-PARA
             IF BN-PLAN-CODE (WS-BEN-PLAN-SUB) = "401"
                 PERFORM B20H-EMPLOYER-MATCH-PARA
                 MOVE WS-MATCH-PER-AMT TO WS-CW-AMT
                 PERFORM C27C-CASH-PLAN-PARA
             END-IF
         END-IF
         IF BN-ARREARS (WS-BEN-PLAN-SUB) > 0
             MOVE BN-ARREARS (WS-BEN-PLAN-SUB) TO WS-ARREARS-RCVY-AMT
             IF WS-ARREARS-RCVY-AMT > WS-ARREARS-RECOVERY-LIMIT
                 MOVE WS-ARREARS-RECOVERY-LIMIT TO WS-ARREARS-RCVY-AMT
             END-IF
             ADD WS-ARREARS-RCVY-AMT TO WS-PRETAX-DED-AMT
             MOVE WS-ARREARS-RCVY-AMT TO WS-CW-AMT
             PERFORM C27C-CASH-PLAN-PARA
         END-IF
     END-IF.

*>    Penhora, parcelas de empréstimo, reembolsos e o destino do
*>    líquido do funcionário no quadro de caixa
 B25M-FORECAST-NET-PARA.
     MOVE "GRN" TO WS-CW-TYPE.
     MOVE WS-PR-GARNISH-AMT-IN TO WS-CW-AMT.
     PERFORM C27A-CASH-EMPL-PARA.
     PERFORM C74L-LOAN-REPAY-PARA.
     MOVE "LON" TO WS-CW-TYPE.
     MOVE WS-LOAN-DED-AMT TO WS-CW-AMT.
     PERFORM C27A-CASH-EMPL-PARA.
     PERFORM C72J-APPLY-REIMB-PARA.
*>    Destino do líquido pela mesma regra de C72-NETPAY-ACH-PARA: sem
*>    registro bancário, com conta aguardando prenote ou sem entrada
*>    preenchida, cheque; senão depósito direto do líquido inteiro
     MOVE "C" TO WS-FC-PAY-KIND.
     IF WS-BANKMAST-OPEN
         MOVE WS-PR-SSN-IN TO BM-SSN
         READ BANK-MASTER-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 PERFORM B25N-FORECAST-BANK-PARA
         END-READ
     END-IF.
     IF WS-FC-PAY-KIND = "A"
         MOVE "ACH" TO WS-CW-TYPE
     ELSE
         MOVE "CHK" TO WS-CW-TYPE
     END-IF.
     MOVE WS-NET-PAY-AMT TO WS-CW-AMT.
     PERFORM C27A-CASH-EMPL-PARA.

*>    Registro bancário encontrado: decide entre depósito e cheque
 B25N-FORECAST-BANK-PARA.
     MOVE "N" TO WS-PRENOTE-PEND-SWITCH.
     PERFORM B25O-FORECAST-PRENOTE-PARA
         VARYING WS-BM-SUB FROM 1 BY 1
         UNTIL WS-BM-SUB > 3.
     IF NOT WS-PRENOTE-PENDING
         IF BM-REMAINDER-SUB >= 1 AND BM-REMAINDER-SUB <= 3
                 AND BM-ROUTING-NBR (BM-REMAINDER-SUB) NOT = SPACES
             MOVE BM-REMAINDER-SUB TO WS-REMAINDER-SUB
         ELSE
             MOVE 0 TO WS-REMAINDER-SUB
             PERFORM C72H-DEFAULT-REMAINDER-PARA
                 VARYING WS-BM-SUB FROM 1 BY 1
                 UNTIL WS-BM-SUB > 3
         END-IF
         IF WS-REMAINDER-SUB NOT = 0
             MOVE "A" TO WS-FC-PAY-KIND
         END-IF
     END-IF.

*>    Entrada ainda aguardando prenote: a que a execução real
*>    confirmaria nesta data (janela vencida) não conta como pendente
 B25O-FORECAST-PRENOTE-PARA.
     IF BM-ROUTING-NBR (WS-BM-SUB) NOT = SPACES
             AND BM-PRENOTE-SWITCH (WS-BM-SUB) = "Y"
         IF BM-PRENOTE-DATE (WS-BM-SUB) IS NUMERIC
                 AND WS-CUR-PERIOD-FOUND
                 AND BM-PRENOTE-DATE (WS-BM-SUB) <
                     WS-CAL-START-DATE (WS-CUR-PERIOD-SUB)
             CONTINUE
         ELSE
             MOVE "Y" TO WS-PRENOTE-PEND-SWITCH
         END-IF
     END-IF.

*>    Vencimento de uma linha do quadro: o depósito federal pelo
*>    calendário do depositante, o estadual pela periodicidade de
*>    STFREQ.DAT; as demais necessidades vencem na data do pagamento
 B25P-FORECAST-DUE-PARA.
     MOVE WS-CHECK-DATE TO WS-DATE-WORK-X.
     EVALUATE WS-CT-TYPE (WS-CT-SUB)
         WHEN "FED"
             PERFORM B25Q-FEDERAL-DUE-PARA
         WHEN "STA"
             PERFORM B25R-STATE-DUE-PARA
         WHEN OTHER
             CONTINUE
     END-EVALUATE.
     MOVE WS-DATE-WORK-X TO WS-CT-DUE (WS-CT-SUB).

*>    Depósito federal, pelas regras de PROG20: passivo acima do
*>    limiar vence no dia útil seguinte; senão o depositante mensal
*>    recolhe no dia 15 do mês seguinte e o semanal duplo na quarta
*>    (pagamento de quarta a sexta) ou na sexta (sábado a terça)
*>    seguinte
 B25Q-FEDERAL-DUE-PARA.
     IF WS-CT-AMT (WS-CT-SUB) >= WS-FC-NEXTDAY-LIMIT
         PERFORM C85-NEXT-BUSINESS-DAY-PARA
     ELSE
         IF WS-FC-SCHEDULE = "M"
             MOVE 15 TO WS-DW-DAY
             ADD 1 TO WS-DW-MONTH
             IF WS-DW-MONTH > 12
                 MOVE 1 TO WS-DW-MONTH
                 ADD 1 TO WS-DW-YEAR
             END-IF
         ELSE
             PERFORM C81-DAY-OF-WEEK-PARA
             EVALUATE WS-DAY-OF-WEEK
                 WHEN 4
                     MOVE 7 TO WS-ADD-DAYS
                 WHEN 5
                     MOVE 6 TO WS-ADD-DAYS
                 WHEN 6
                     MOVE 5 TO WS-ADD-DAYS
                 WHEN 0
                     MOVE 6 TO WS-ADD-DAYS
                 WHEN 1
                     MOVE 5 TO WS-ADD-DAYS
                 WHEN 2
                     MOVE 4 TO WS-ADD-DAYS
                 WHEN OTHER
                     MOVE 3 TO WS-ADD-DAYS
             END-EVALUATE
             PERFORM C82-ADD-DAYS-PARA
         END-IF
     END-IF.

*>    Depósito estadual, pelas regras de PROG40: acelerado (A) vence
*>    n dias úteis depois do pagamento; trimestral (Q) no mês seguinte
*>    ao fim do trimestre; mensal (M, e a jurisdição sem cadastro) no
*>    mês seguinte ao do pagamento. Fim de semana rola para a segunda
 B25R-STATE-DUE-PARA.
     MOVE WS-CT-COMPANY (WS-CT-SUB) TO WS-FQ-WORK-COMPANY.
     MOVE "M" TO WS-FQ-FREQ.
     MOVE ZEROS TO WS-FQ-DUE-DAY.
     IF WS-FQ-COUNT > 0
         SET FQ-INDEX TO 1
         SEARCH WS-FQ-ROW
             AT END CONTINUE
             WHEN FQ-INDEX > WS-FQ-COUNT
                 CONTINUE
             WHEN WS-FQ-COMPANY-ENTRY (FQ-INDEX) = WS-FQ-WORK-COMPANY
                     AND WS-FQ-STATE-ENTRY (FQ-INDEX) =
                         WS-CT-SUBKEY (WS-CT-SUB) (1:2)
                 MOVE WS-FQ-FREQ-ENTRY (FQ-INDEX) TO WS-FQ-FREQ
                 MOVE WS-FQ-DUE-DAY-ENTRY (FQ-INDEX) TO WS-FQ-DUE-DAY
         END-SEARCH
     END-IF.
     EVALUATE WS-FQ-FREQ
         WHEN "A"
             IF WS-FQ-DUE-DAY = 0
                 MOVE 3 TO WS-FQ-DUE-DAY
             END-IF
             PERFORM C85-NEXT-BUSINESS-DAY-PARA WS-FQ-DUE-DAY TIMES
         WHEN "Q"
             DIVIDE WS-DW-MONTH BY 3 GIVING WS-LEAP-QUOT
                 REMAINDER WS-QTR-REM
             IF WS-QTR-REM = 0
                 MOVE WS-DW-MONTH TO WS-QTR-END-MONTH
             ELSE
                 COMPUTE WS-QTR-END-MONTH =
                     WS-DW-MONTH + 3 - WS-QTR-REM
             END-IF
             MOVE WS-QTR-END-MONTH TO WS-DW-MONTH
             PERFORM B25W-NEXT-MONTH-DUE-PARA
         WHEN OTHER
             PERFORM B25W-NEXT-MONTH-DUE-PARA
     END-EVALUATE.
     PERFORM C81-DAY-OF-WEEK-PARA.
     IF WS-DAY-OF-WEEK = 0
         MOVE 2 TO WS-ADD-DAYS
         PERFORM C82-ADD-DAYS-PARA
     END-IF.
     IF WS-DAY-OF-WEEK = 1
         MOVE 1 TO WS-ADD-DAYS
         PERFORM C82-ADD-DAYS-PARA
     END-IF.

*>    Carrega a periodicidade de recolhimento estadual; sem o arquivo,
*>    toda jurisdição é tratada como mensal
 B25S-LOAD-STFREQ-PARA.
     MOVE ZEROS TO WS-FQ-COUNT.
     OPEN INPUT STATE-FREQ-FILE-IN.
     IF NOT WS-STFREQ-MISSING
         MOVE "N" TO WS-CR-EOF-SWITCH
         READ STATE-FREQ-FILE-IN
             AT END MOVE "Y" TO WS-CR-EOF-SWITCH
         END-READ
         PERFORM B25T-LOAD-STFREQ-REC-PARA
             UNTIL WS-CR-EOF-SWITCH = "Y"
         CLOSE STATE-FREQ-FILE-IN
     END-IF.

*>    Guarda uma jurisdição da periodicidade na tabela
 B25T-LOAD-STFREQ-REC-PARA.
     IF WS-FQ-COUNT < 200
         ADD 1 TO WS-FQ-COUNT
         SET FQ-INDEX TO WS-FQ-COUNT
         IF SQ-COMPANY = SPACES
             MOVE "01" TO WS-FQ-COMPANY-ENTRY (FQ-INDEX)
         ELSE
             MOVE SQ-COMPANY TO WS-FQ-COMPANY-ENTRY (FQ-INDEX)
         END-IF
         MOVE SQ-STATE TO WS-FQ-STATE-ENTRY (FQ-INDEX)
         MOVE SQ-FREQUENCY TO WS-FQ-FREQ-ENTRY (FQ-INDEX)
         IF SQ-DUE-DAY IS NUMERIC
             MOVE SQ-DUE-DAY TO WS-FQ-DUE-DAY-ENTRY (FQ-INDEX)
         ELSE
             MOVE ZEROS TO WS-FQ-DUE-DAY-ENTRY (FQ-INDEX)
         END-IF
     END-IF.
     READ STATE-FREQ-FILE-IN
         AT END MOVE "Y" TO WS-CR-EOF-SWITCH
     END-READ.

*>    Vencimento mensal ou trimestral: o dia do cadastro no mês
*>    seguinte (padrão: dia 15 para o mensal, último dia do mês para o
*>    trimestral), limitado ao tamanho do mês
 B25W-NEXT-MONTH-DUE-PARA.
     ADD 1 TO WS-DW-MONTH.
     IF WS-DW-MONTH > 12
         MOVE 1 TO WS-DW-MONTH
         ADD 1 TO WS-DW-YEAR
     END-IF.
     PERFORM C84-MONTH-LENGTH-PARA.
     MOVE WS-FQ-DUE-DAY TO WS-DW-DAY.
     IF WS-DW-DAY = 0
         IF WS-FQ-FREQ = "Q"
             MOVE WS-MONTH-LEN TO WS-DW-DAY
         ELSE
             MOVE 15 TO WS-DW-DAY
         END-IF
     END-IF.
     IF WS-DW-DAY > WS-MONTH-LEN
         MOVE WS-MONTH-LEN TO WS-DW-DAY
     END-IF.

*>    Grava uma linha da previsão em PROG6_FCST.DAT
 B25Y-WRITE-FORECAST-PARA.
     MOVE SPACES TO CQ-CASH-REC.
     MOVE WS-CT-COMPANY (WS-CT-SUB) TO CQ-COMPANY.
     MOVE WS-CT-TYPE (WS-CT-SUB) TO CQ-TYPE.
     MOVE WS-CT-SUBKEY (WS-CT-SUB) TO CQ-SUBKEY.
     MOVE WS-CT-AMT (WS-CT-SUB) TO CQ-AMOUNT.
     MOVE WS-CT-DUE (WS-CT-SUB) TO CQ-DUE-DATE.
     MOVE WS-CHECK-DATE TO CQ-CHECK-DATE.
     MOVE WS-CUR-PERIOD-NBR TO CQ-PERIOD-NBR.
     MOVE WS-RUN-PAY-GROUP TO CQ-PAY-GROUP.
     WRITE CQ-CASH-REC.

*>    Modo de conciliação de caixa (CASHRECON): depois da execução
*>    real, relê a previsão, o quadro efetivo gravado pela execução
*>    (PROG6_CASH.DAT), o controle do lote ACH (PROG6_ACH.DAT) e o
*>    registro de cheques (CHECKREG.DAT), e imprime linha a linha a
*>    previsão contra o efetivo e os dois totais de líquido contra os
*>    arquivos que foram ao banco. Qualquer diferença é marcada,
*>    avisada no arquivo de mensagens e levanta o código de retorno
 B30-CASH-RECON-PARA.
     OPEN INPUT CASH-FCST-FILE.
     IF WS-CASHFC-MISSING
         DISPLAY "CASH FORECAST PROG6_FCST.DAT NOT FOUND - " &
                 "RECONCILIATION ABORTED"
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY6028" TO WS-MSG-ID
         MOVE "CASH FORECAST FILE NOT FOUND - RECONCILIATION ABORTED"
             TO WS-MSG-TEXT
         PERFORM C18-WRITE-MSG-PARA
         MOVE 12 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
         MOVE "NO-INPUT" TO WS-RUN-DISPOSITION
         PERFORM C17-RUN-HISTORY-PARA
         MOVE WS-RC-WORK TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B15E-LOAD-COMPMAST-PARA.
     MOVE ZEROS TO WS-CR-VAR-COUNT.
     MOVE SPACES TO WS-CW-COLUMN.
     MOVE "N" TO WS-CR-EOF-SWITCH.
     READ CASH-FCST-FILE
         AT END MOVE "Y" TO WS-CR-EOF-SWITCH
     END-READ.
     PERFORM B30A-LOAD-FCST-REC-PARA
         UNTIL WS-CR-EOF-SWITCH = "Y".
     CLOSE CASH-FCST-FILE.
     PERFORM C28E-LOAD-ACTUAL-PARA.
     PERFORM B30B-READ-ACH-PARA.
     PERFORM B30D-READ-CHECKREG-PARA.
     OPEN OUTPUT CASH-RECON-RPT-OUT.
     MOVE "PAYROLL CASH FORECAST RECONCILIATION" TO WS-CH-TITLE-OUT.
     MOVE WS-FC-FCST-DATE TO WS-CH-DATE-OUT.
     MOVE WS-CUR-PERIOD-NBR TO WS-CH-PERIOD-OUT.
     MOVE WS-RUN-PAY-GROUP TO WS-CH-GROUP-OUT.
     MOVE SPACES TO WS-CH-SCHED-OUT.
     WRITE RR-RPT-OUT FROM WS-CASH-HEADING
         AFTER ADVANCING PAGE.
*>    O quadro efetivo precisa ser da mesma data de pagamento
     IF NOT WS-FC-PRIOR-LOADED
         MOVE "*** NO ACTUAL CASH FILE PROG6_CASH.DAT - ACTUAL " &
              "COLUMN IS ZERO" TO WS-CASH-PRINT-LINE
         PERFORM C28-CASH-PRINT-PARA
         ADD 1 TO WS-CR-VAR-COUNT
     ELSE
         IF WS-FC-PRIOR-DATE NOT = WS-FC-FCST-DATE
             MOVE SPACES TO WS-CASH-PRINT-LINE
             STRING "*** ACTUAL RUN CHECK DATE " DELIMITED BY SIZE
                    WS-FC-PRIOR-DATE DELIMITED BY SIZE
                    " IS NOT THE FORECAST CHECK DATE"
                        DELIMITED BY SIZE
                 INTO WS-CASH-PRINT-LINE
             END-STRING
             PERFORM C28-CASH-PRINT-PARA
             ADD 1 TO WS-CR-VAR-COUNT
         END-IF
     END-IF.
     MOVE "         ACTUAL" TO WS-CCH-CMP-OUT.
     PERFORM C28R-CASH-REPORT-PARA.
*>    Totais de líquido contra os arquivos enviados ao banco
     MOVE ZEROS TO WS-CR-ACH-FCST WS-CR-ACH-CASH
                   WS-CR-CHK-FCST WS-CR-CHK-CASH.
     PERFORM B30F-NET-TOTALS-PARA
         VARYING WS-CT-SUB FROM 1 BY 1
         UNTIL WS-CT-SUB > WS-CT-COUNT.
     MOVE SPACES TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.
     MOVE "NET PAY BY DIRECT DEPOSIT - FORECAST" TO WS-CNL-TEXT-OUT.
     MOVE WS-CR-ACH-FCST TO WS-CNL-AMT-OUT.
     PERFORM B30G-NOTE-LINE-PARA.
     MOVE "NET PAY BY DIRECT DEPOSIT - ACTUAL RUN"
         TO WS-CNL-TEXT-OUT.
     MOVE WS-CR-ACH-CASH TO WS-CNL-AMT-OUT.
     PERFORM B30G-NOTE-LINE-PARA.
     MOVE "NET PAY BY PAPER CHECK - FORECAST" TO WS-CNL-TEXT-OUT.
     MOVE WS-CR-CHK-FCST TO WS-CNL-AMT-OUT.
     PERFORM B30G-NOTE-LINE-PARA.
     MOVE "NET PAY BY PAPER CHECK - ACTUAL RUN" TO WS-CNL-TEXT-OUT.
     MOVE WS-CR-CHK-CASH TO WS-CNL-AMT-OUT.
     PERFORM B30G-NOTE-LINE-PARA.
*>    Um ACH de execução avulsa gravado depois da execução regular
*>    não é o lote da previsão: os arquivos do banco não são
*>    conferidos
     IF WS-CR-ACH-OFFCYCLE
         MOVE "*** PROG6_ACH.DAT IS AN OFF-CYCLE BATCH - BANK FILES " &
              "NOT RECONCILED" TO WS-CASH-PRINT-LINE
         PERFORM C28-CASH-PRINT-PARA
         ADD 1 TO WS-CR-VAR-COUNT
     ELSE
         MOVE "NET PAY BY DIRECT DEPOSIT - PROG6_ACH.DAT BATCH CONTROL"
             TO WS-CNL-TEXT-OUT
         MOVE WS-CR-ACH-FILE-AMT TO WS-CNL-AMT-OUT
         PERFORM B30G-NOTE-LINE-PARA
         MOVE "NET PAY BY PAPER CHECK - CHECKREG.DAT REGISTER"
             TO WS-CNL-TEXT-OUT
         MOVE WS-CR-CHK-FILE-AMT TO WS-CNL-AMT-OUT
         PERFORM B30G-NOTE-LINE-PARA
         IF WS-CR-ACH-FCST NOT = WS-CR-ACH-FILE-AMT
             MOVE "*** DIRECT DEPOSIT FORECAST DOES NOT AGREE WITH " &
                  "PROG6_ACH.DAT" TO WS-CASH-PRINT-LINE
             PERFORM C28-CASH-PRINT-PARA
             ADD 1 TO WS-CR-VAR-COUNT
         END-IF
         IF WS-CR-CHK-FCST NOT = WS-CR-CHK-FILE-AMT
             MOVE "*** PAPER CHECK FORECAST DOES NOT AGREE WITH " &
                  "CHECKREG.DAT" TO WS-CASH-PRINT-LINE
             PERFORM C28-CASH-PRINT-PARA
             ADD 1 TO WS-CR-VAR-COUNT
         END-IF
         IF WS-CR-ACH-CASH NOT = WS-CR-ACH-FILE-AMT
                 OR WS-CR-CHK-CASH NOT = WS-CR-CHK-FILE-AMT
             MOVE "*** ACTUAL CASH FILE DOES NOT AGREE WITH THE BANK " &
                  "FILES - CHECK FOR A RERUN" TO WS-CASH-PRINT-LINE
             PERFORM C28-CASH-PRINT-PARA
             ADD 1 TO WS-CR-VAR-COUNT
         END-IF
     END-IF.
     CLOSE CASH-RECON-RPT-OUT.
     IF WS-CR-VAR-COUNT > 0
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY6029" TO WS-MSG-ID
         MOVE "CASH FORECAST DOES NOT RECONCILE TO ACTUAL RUN - SEE REPORT"
             TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
         MOVE 4 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
     END-IF.

*>    Guarda uma linha da previsão relida na coluna prevista do quadro
 B30A-LOAD-FCST-REC-PARA.
     MOVE CQ-CHECK-DATE TO WS-FC-FCST-DATE.
     MOVE CQ-PERIOD-NBR TO WS-CUR-PERIOD-NBR.
     MOVE CQ-PAY-GROUP TO WS-RUN-PAY-GROUP.
     MOVE CQ-COMPANY TO WS-CW-COMPANY.
     MOVE CQ-TYPE TO WS-CW-TYPE.
     MOVE CQ-SUBKEY TO WS-CW-SUBKEY.
     MOVE CQ-AMOUNT TO WS-CW-AMT.
     PERFORM C27-CASH-ACCUM-PARA.
     IF WS-CW-FOUND
         MOVE CQ-DUE-DATE TO WS-CT-DUE (CT-INDEX)
     END-IF.
     READ CASH-FCST-FILE
         AT END MOVE "Y" TO WS-CR-EOF-SWITCH
     END-READ.

*>    Lê o controle do lote ACH gravado pela execução real
 B30B-READ-ACH-PARA.
     MOVE ZEROS TO WS-CR-ACH-FILE-AMT WS-CR-ACH-FILE-COUNT.
     MOVE "N" TO WS-CR-ACH-OFFCYCLE-SWITCH.
     OPEN INPUT ACH-RECON-FILE-IN.
     IF NOT WS-ACHRC-MISSING
         MOVE "N" TO WS-CR-EOF-SWITCH
         READ ACH-RECON-FILE-IN
             AT END MOVE "Y" TO WS-CR-EOF-SWITCH
         END-READ
         PERFORM B30C-ACH-REC-PARA
             UNTIL WS-CR-EOF-SWITCH = "Y"
         CLOSE ACH-RECON-FILE-IN
     END-IF.

*>    Examina um registro do arquivo ACH: o cabeçalho identifica o
*>    lote avulso e o controle traz o total de financiamento
 B30C-ACH-REC-PARA.
     IF AQ-REC-TYPE = "5" AND AQ-BH-DESC = "PAYROLL OFFCYCLE"
         MOVE "Y" TO WS-CR-ACH-OFFCYCLE-SWITCH
     END-IF.
     IF AQ-REC-TYPE = "8"
         MOVE AQ-BC-COUNT TO WS-CR-ACH-FILE-COUNT
         MOVE AQ-BC-FUNDING TO WS-CR-ACH-FILE-AMT
     END-IF.
     READ ACH-RECON-FILE-IN
         AT END MOVE "Y" TO WS-CR-EOF-SWITCH
     END-READ.

*>    Soma as linhas de cheque do registro de cheques da execução
 B30D-READ-CHECKREG-PARA.
     MOVE ZEROS TO WS-CR-CHK-FILE-AMT WS-CR-CHK-FILE-COUNT.
     OPEN INPUT CHECKREG-RECON-FILE-IN.
     IF NOT WS-CRRC-MISSING
         MOVE "N" TO WS-CR-EOF-SWITCH
         READ CHECKREG-RECON-FILE-IN
             AT END MOVE "Y" TO WS-CR-EOF-SWITCH
         END-READ
         PERFORM B30E-CHECKREG-LINE-PARA
             UNTIL WS-CR-EOF-SWITCH = "Y"
         CLOSE CHECKREG-RECON-FILE-IN
     END-IF.

*>    Linha do registro de cheques: só a linha de detalhe começa pelo
*>    número do cheque; o valor editado volta a numérico
 B30E-CHECKREG-LINE-PARA.
     IF RG-CHECKREG-IN (1:8) IS NUMERIC
         MOVE RG-CHECKREG-IN (52:10) TO WS-DEEDIT-IN
         PERFORM C94-DEEDIT-PARA
         ADD WS-DEEDIT-AMT TO WS-CR-CHK-FILE-AMT
         ADD 1 TO WS-CR-CHK-FILE-COUNT
     END-IF.
     READ CHECKREG-RECON-FILE-IN
         AT END MOVE "Y" TO WS-CR-EOF-SWITCH
     END-READ.

*>    Soma o líquido por depósito e por cheque, previsto e efetivo
 B30F-NET-TOTALS-PARA.
     IF WS-CT-TYPE (WS-CT-SUB) = "ACH"
         ADD WS-CT-AMT (WS-CT-SUB) TO WS-CR-ACH-FCST
         ADD WS-CT-CMP-AMT (WS-CT-SUB) TO WS-CR-ACH-CASH
     END-IF.
     IF WS-CT-TYPE (WS-CT-SUB) = "CHK"
         ADD WS-CT-AMT (WS-CT-SUB) TO WS-CR-CHK-FCST
         ADD WS-CT-CMP-AMT (WS-CT-SUB) TO WS-CR-CHK-CASH
     END-IF.

*>    Imprime uma linha de total com o texto e o valor já montados
 B30G-NOTE-LINE-PARA.
     MOVE WS-CASH-NOTE-LINE TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.

*>    Dia da semana da data corrente pela congruência de Zeller
*>    (0=sábado, 1=domingo, ... 6=sexta); janeiro e fevereiro contam
*>    como meses 13 e 14 do ano anterior
 C81-DAY-OF-WEEK-PARA.
     MOVE WS-DW-YEAR TO WS-Z-YEAR.
     MOVE WS-DW-MONTH TO WS-Z-MONTH.
     IF WS-Z-MONTH < 3
         ADD 12 TO WS-Z-MONTH
         SUBTRACT 1 FROM WS-Z-YEAR
     END-IF.
     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J REMAINDER WS-Z-K.
     COMPUTE WS-Z-13M = 13 * (WS-Z-MONTH + 1).
     DIVIDE WS-Z-13M BY 5 GIVING WS-Z-13M-DIV.
     DIVIDE WS-Z-K BY 4 GIVING WS-Z-K4.
     DIVIDE WS-Z-J BY 4 GIVING WS-Z-J4.
     COMPUTE WS-Z-SUM = WS-DW-DAY + WS-Z-13M-DIV + WS-Z-K +
         WS-Z-K4 + WS-Z-J4 + (5 * WS-Z-J).
     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
         REMAINDER WS-DAY-OF-WEEK.

*>    Soma WS-ADD-DAYS dias à data corrente, mês a mês
 C82-ADD-DAYS-PARA.
     PERFORM C83-NEXT-DAY-PARA WS-ADD-DAYS TIMES.

*>    Avança a data corrente um dia, virando mês e ano quando preciso
 C83-NEXT-DAY-PARA.
     PERFORM C84-MONTH-LENGTH-PARA.
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
 C84-MONTH-LENGTH-PARA.
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

*>    Dia útil seguinte à data corrente (fins de semana pulados)
 C85-NEXT-BUSINESS-DAY-PARA.
     MOVE 1 TO WS-ADD-DAYS.
     PERFORM C82-ADD-DAYS-PARA.
     PERFORM C81-DAY-OF-WEEK-PARA.
     IF WS-DAY-OF-WEEK = 0
         MOVE 2 TO WS-ADD-DAYS
         PERFORM C82-ADD-DAYS-PARA
     END-IF.
     IF WS-DAY-OF-WEEK = 1
         MOVE 1 TO WS-ADD-DAYS
         PERFORM C82-ADD-DAYS-PARA
     END-IF.

*>    Modo de estorno (BACKOUT): relê o extrato CSV da execução ruim
*>    (CSV-REPORT-OUT, aberto aqui em modo de entrada, como o modo de
*>    comparação já faz) e, para cada linha de funcionário tributado,
*>    O estorno reescreve o mestre: fecha a trava da janela de lote
*>    para a consulta de autoatendimento não ler registro meio-revertido
     PERFORM C92-SET-LOCK-PARA.
*>    O estorno de uma execução avulsa não devolve período nem reabre o
*>    calendário: ela nunca contou período ao postar, e o período dela
*>    pertence à execução regular
     PERFORM B27H-READ-OFFCYCLE-PARA.
     OPEN INPUT CSV-REPORT-OUT.
     OPEN I-O YTD-MASTER-FILE.
     OPEN OUTPUT BACKOUT-REPORT-OUT.
             ELSE
                 SUBTRACT WS-BKOUT-TAX-AMT FROM YM-YTD-FED-TAX
             END-IF
             PERFORM B27G-REVERSE-FICA-PARA
*>    O período só volta na linha do registro regular do tipo normal
*>    (coluna de tipo do extrato): a postagem só contou período nesse
*>    registro, e um período só de hora extra/retroativo nunca somou
             IF (WS-CUR-CSV-FIELDS (152:1) = "R"
                     OR WS-CUR-CSV-FIELDS (152:1) = SPACE)
                     AND WS-OFFCYCLE-SEQ = 0
                 MOVE "N" TO WS-DUP-FOUND-SWITCH
                 IF WS-DUP-TABLE-COUNT > 0
                     SET D-INDEX TO 1
             END-IF
     END-READ.

*>    Antes do estorno, descobre no controle da execução estornada se
*>    ela foi avulsa (sequência maior que zero). Controle gravado antes
*>    do campo existir traz brancos e vale como execução regular
 B27H-READ-OFFCYCLE-PARA.
     MOVE ZEROS TO WS-OFFCYCLE-SEQ.
     MOVE "N" TO WS-CTL-EOF-SWITCH.
     OPEN INPUT RUN-CONTROL-FILE-OUT.
     PERFORM B27I-SCAN-OFFCYCLE-PARA
         UNTIL WS-CTL-EOF-SWITCH = "Y".
     CLOSE RUN-CONTROL-FILE-OUT.

 B27I-SCAN-OFFCYCLE-PARA.
     READ RUN-CONTROL-FILE-OUT
         AT END
             MOVE "Y" TO WS-CTL-EOF-SWITCH
         NOT AT END
             IF RC-OFFCYCLE-SEQ IS NUMERIC
                 AND RC-OFFCYCLE-SEQ > 0
                 MOVE RC-OFFCYCLE-SEQ TO WS-OFFCYCLE-SEQ
             END-IF
     END-READ.

*>    Reabre no calendário o período da execução estornada (situação
*>    de volta para O), recarregando e regravando o calendário como
*>    B14B-MARK-POSTED-PARA faz ao postar
 B27E-REOPEN-PERIOD-PARA.
     MOVE "N" TO WS-PERCAL-OVERFLOW-SWITCH.
     IF WS-OFFCYCLE-SEQ > 0
         DISPLAY "OFF-CYCLE RUN " WS-OFFCYCLE-SEQ " BACKED OUT - " &
                 "CALENDAR LEFT AS IS"
     ELSE
     IF WS-BKOUT-PERIOD-NBR = 0
         DISPLAY "BACKOUT WARNING - PERIOD UNKNOWN, CALENDAR " &
                 "NOT REOPENED"
*>    Calendário maior que a tabela: regravar truncaria o arquivo -
*>    deixa o calendário intacto e a reabertura fica manual
             IF WS-PERCAL-OVERFLOW
                 DISPLAY "BACKOUT WARNING - CALENDAR EXCEEDS 300 " &
                         "ROWS, PERIOD NOT REOPENED, REOPEN MANUALLY"
             ELSE
                 OPEN OUTPUT PERIOD-CAL-FILE
                 CLOSE PERIOD-CAL-FILE
             END-IF
         END-IF
     END-IF
     END-IF.

*>    Carrega um período do calendário na reabertura, devolvendo a
*>    situação O ao período estornado, no calendário do grupo de
*>    pagamento da execução de estorno
 B27F-REOPEN-LOAD-PARA.
     IF WS-PERCAL-COUNT >= 300
         MOVE "Y" TO WS-PERCAL-OVERFLOW-SWITCH
     END-IF.
     IF WS-PERCAL-COUNT < 300
         ADD 1 TO WS-PERCAL-COUNT
         SET P-INDEX TO WS-PERCAL-COUNT
         MOVE PP-PAY-GROUP TO WS-CAL-PAY-GROUP (P-INDEX)
         MOVE PP-PERIOD-NBR TO WS-CAL-PERIOD-NBR (P-INDEX)
         MOVE PP-START-DATE TO WS-CAL-START-DATE (P-INDEX)
         MOVE PP-END-DATE TO WS-CAL-END-DATE (P-INDEX)
         MOVE PP-STATUS TO WS-CAL-STATUS (P-INDEX)
         IF PP-PERIOD-NBR = WS-BKOUT-PERIOD-NBR
                 AND PP-PAY-GROUP = WS-RUN-PAY-GROUP
             MOVE "O" TO WS-CAL-STATUS (P-INDEX)
         END-IF
     END-IF.
         AT END MOVE "Y" TO WS-PERCAL-EOF-SWITCH
     END-READ.

*>    Estorna os acumulados do FICA separados. O extrato só traz o FICA
*>    do empregado somado: o Medicare (sem teto) volta pelo rendimento
*>    estornado; abaixo do teto o Seguro Social anda junto com o
*>    Medicare, então ele volta só na parte que ficou acima do novo
*>    acumulado do Medicare. O imposto do Seguro Social estornado é
*>    recalculado pela alíquota e o resto do FICA da linha volta para o
*>    Medicare. Linha sem FICA (funcionário isento): nada a estornar
 B27G-REVERSE-FICA-PARA.
     MOVE WS-CUR-CSV-FIELDS (116:8) TO WS-DEEDIT-IN.
     PERFORM C94-DEEDIT-PARA.
     MOVE WS-DEEDIT-AMT TO WS-BKOUT-FICA-AMT.
     IF WS-BKOUT-FICA-AMT > 0
         IF WS-BKOUT-EARN-AMT > YM-YTD-MED-WAGES
             MOVE ZEROS TO YM-YTD-MED-WAGES
             MOVE "*** YTD UNDERFLOW ***" TO WS-BKOUT-FLAG-OUT
         ELSE
             SUBTRACT WS-BKOUT-EARN-AMT FROM YM-YTD-MED-WAGES
         END-IF
         IF YM-YTD-SS-WAGES > YM-YTD-MED-WAGES
             SUBTRACT YM-YTD-MED-WAGES FROM YM-YTD-SS-WAGES
                 GIVING WS-BKOUT-SS-WAGES
             MOVE YM-YTD-MED-WAGES TO YM-YTD-SS-WAGES
         ELSE
             MOVE ZEROS TO WS-BKOUT-SS-WAGES
         END-IF
         COMPUTE WS-BKOUT-SS-TAX ROUNDED =
             WS-BKOUT-SS-WAGES * WS-FICA-RATE
         IF WS-BKOUT-SS-TAX > WS-BKOUT-FICA-AMT
             MOVE WS-BKOUT-FICA-AMT TO WS-BKOUT-SS-TAX
         END-IF
         SUBTRACT WS-BKOUT-SS-TAX FROM WS-BKOUT-FICA-AMT
             GIVING WS-BKOUT-MED-TAX
         IF WS-BKOUT-SS-TAX > YM-YTD-SS-TAX
             MOVE ZEROS TO YM-YTD-SS-TAX
             MOVE "*** YTD UNDERFLOW ***" TO WS-BKOUT-FLAG-OUT
         ELSE
             SUBTRACT WS-BKOUT-SS-TAX FROM YM-YTD-SS-TAX
         END-IF
         IF WS-BKOUT-MED-TAX > YM-YTD-MED-TAX
             MOVE ZEROS TO YM-YTD-MED-TAX
             MOVE "*** YTD UNDERFLOW ***" TO WS-BKOUT-FLAG-OUT
         ELSE
             SUBTRACT WS-BKOUT-MED-TAX FROM YM-YTD-MED-TAX
         END-IF
     END-IF.

*>    Converte de volta para numérico um valor editado vindo do extrato
*>    CSV (por exemplo "12,345.67" ou "   345.67"): separa a parte
*>    inteira dos centavos pelo ponto decimal e varre a parte inteira
 C14-ACH-HEADER-PARA.
     ACCEPT WS-ACH-BH-DATE FROM DATE YYYYMMDD.
     MOVE WS-CUR-PERIOD-NBR TO WS-ACH-BH-PERIOD.
*>    O lote da execução avulsa sai identificado para a tesouraria não
*>    o confundir com o lote regular do mesmo período
     IF WS-OFFCYCLE-MODE
         MOVE "PAYROLL OFFCYCLE" TO WS-ACH-BH-DESC
     END-IF.
     MOVE WS-OFFCYCLE-SEQ TO WS-ACH-BH-OFFCYCLE-SEQ.
     WRITE ACH-REC-OUT FROM WS-ACH-BATCH-HEADER.

*>    Grava o registro de controle do lote ACH com as contagens e o
         END-IF
     END-IF.

*>    Soma ao líquido os reembolsos de despesa pendentes do mesmo
*>    CPF/SSN e empresa, no primeiro registro pago do funcionário (01,
*>    02 ou 03); o rendimento imputado (04) não tem líquido e não os
*>    recebe. O valor entra só no líquido - impostos, FICA, penhora e
*>    acumulados já foram apurados sem ele
 C72J-APPLY-REIMB-PARA.
     IF WS-RMB-PEND-COUNT > 0 AND NOT WS-RMB-APPLIED
             AND WS-RMB-SSN = WS-PR-SSN-IN
             AND WS-RMB-COMPANY = WS-PR-COMPANY-CODE-IN
             AND (WS-PR-REC-CODE-IN = 01
                  OR WS-PR-REC-CODE-IN = 02
                  OR WS-PR-REC-CODE-IN = 03)
         MOVE ZEROS TO WS-RMB-APPLIED-AMT
         PERFORM C72K-REIMB-LINE-PARA
             VARYING WS-RMB-SUB FROM 1 BY 1
             UNTIL WS-RMB-SUB > WS-RMB-PEND-COUNT
         ADD WS-RMB-APPLIED-AMT TO WS-NET-PAY-AMT
         MOVE "Y" TO WS-RMB-APPLIED-SWITCH
     END-IF.

*>    Acumula uma linha de reembolso no líquido e no total da categoria
 C72K-REIMB-LINE-PARA.
     ADD WS-RMB-PEND-AMT (WS-RMB-SUB) TO WS-RMB-APPLIED-AMT.
     MOVE WS-RMB-PEND-CAT (WS-RMB-SUB) TO WS-RMB-CAT-SUB.
     ADD 1 TO WS-RMB-CAT-COUNT (WS-RMB-CAT-SUB).
     ADD WS-RMB-PEND-AMT (WS-RMB-SUB)
         TO WS-RMB-CAT-AMT-TOT (WS-RMB-CAT-SUB).

*>    Janela de confirmação do prenote de uma entrada vencida sem
*>    devolução: limpa o indicador e o carimbo no mestre bancário,
*>    imprime a linha de auditoria e avisa o operador - a partir daqui
     ADD 1 TO WS-ACH-ENTRY-COUNT.
     ADD WS-SPLIT-AMT TO WS-ACH-FUNDING-TOT.
     WRITE ACH-REC-OUT FROM WS-ACH-ENTRY-DETAIL.
     MOVE "ACH" TO WS-CW-TYPE.
     MOVE WS-SPLIT-AMT TO WS-CW-AMT.
     PERFORM C27A-CASH-EMPL-PARA.

*>    Emite o cheque em papel do funcionário que ficou fora do depósito
*>    direto (sem conta cadastrada ou prenote ainda não confirmado):
         ADD 1 TO WS-NEXT-CHECK-NBR
         ADD 1 TO WS-CHECK-COUNT
         ADD WS-NET-PAY-AMT TO WS-CHECK-AMT-TOT
         MOVE "CHK" TO WS-CW-TYPE
         MOVE WS-NET-PAY-AMT TO WS-CW-AMT
         PERFORM C27A-CASH-EMPL-PARA
*>    Face do cheque, uma página por cheque; o favorecido sai com o
*>    nome e o CPF/SSN reais - um cheque é instrumento de pagamento e
*>    não passa pelo mascaramento do relatório
         MOVE WS-NET-PAY-AMT TO PY-AMOUNT
         MOVE WS-PR-EMPL-NAME-IN TO PY-PAYEE-NAME
         MOVE WS-PR-SSN-IN TO PY-SSN
         MOVE SPACE TO PY-ISSUE-CODE
         MOVE WS-PR-COMPANY-CODE-IN TO PY-COMPANY
         MOVE WS-CUR-PERIOD-NBR TO PY-PERIOD-NBR
         MOVE WS-CHECK-POSTED-SWITCH TO PY-YTD-POSTED
         IF WS-CHECK-POSTED-SWITCH = "Y"
             MOVE WS-EFFECTIVE-STATE TO PY-STATE
         ELSE
             MOVE SPACES TO PY-STATE
         END-IF
         WRITE PY-POSPAY-REC
     END-IF.

*>    primeiro cheque da execução
 C78A-CHECKREG-HEADING-PARA.
     MOVE WS-CHECK-DATE TO WS-CRH-DATE-OUT.
     IF WS-OFFCYCLE-MODE
         MOVE SPACES TO WS-CRH-OFFCYCLE-OUT
         STRING "OFF-CYCLE RUN " DELIMITED BY SIZE
                WS-OFFCYCLE-SEQ DELIMITED BY SIZE
             INTO WS-CRH-OFFCYCLE-OUT
         END-STRING
     END-IF.
     WRITE CR-CHECKREG-OUT FROM WS-CHECKREG-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO CR-CHECKREG-OUT.
         SUBTRACT WS-GIVEBACK-AMT FROM WS-PRETAX-DED-AMT
         ADD WS-GIVEBACK-AMT TO WS-NET-PAY-AMT
         ADD WS-GIVEBACK-AMT TO WS-SHORTFALL-TOT
         COMPUTE WS-CW-AMT = 0 - WS-GIVEBACK-AMT
         PERFORM C27C-CASH-PLAN-PARA
         ADD 1 TO WS-SHORTFALL-COUNT
*>    Tira o devolvido do total do plano no registro de benefícios,
*>    para a remessa à operadora bater com o efetivamente retido
             WS-MATCH-PER-AMT - WS-MATCH-NEW-AMT
         SUBTRACT WS-MATCH-GIVEBACK FROM BN-MATCH-YTD
         SUBTRACT WS-MATCH-GIVEBACK FROM WS-MATCH-PER-TOT
         COMPUTE WS-CW-AMT = 0 - WS-MATCH-GIVEBACK
         PERFORM C27C-CASH-PLAN-PARA
         MOVE WS-MATCH-NEW-AMT TO WS-MATCH-PER-AMT
*>    Linha de estorno do extrato de financiamento, com o diferimento
*>    devolvido e a contrapartida abatida lado a lado
 C11-RUN-HEADER-PARA.
     MOVE "H" TO RC-REC-TYPE.
     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
     IF WS-OFFCYCLE-MODE
         MOVE "OFFCYCLE.DAT" TO RC-INPUT-FILE-NAME
     END-IF.
     MOVE WS-OFFCYCLE-SEQ TO RC-OFFCYCLE-SEQ.
     MOVE ZEROS TO RC-RECS-READ RC-RECS-REJECTED RC-CTL-EARN-TOT.
     MOVE WS-CUR-PERIOD-NBR TO RC-PERIOD-NBR.
     MOVE WS-RATES-EFF-DATE TO RC-RATES-EFF-DATE.
     MOVE WS-EARN-THIS-PER-TOT TO RC-CTL-EARN-TOT.
     MOVE WS-CUR-PERIOD-NBR TO RC-PERIOD-NBR.
     MOVE WS-RATES-EFF-DATE TO RC-RATES-EFF-DATE.
     MOVE WS-OFFCYCLE-SEQ TO RC-OFFCYCLE-SEQ.
     WRITE RC-CONTROL-REC.
*>    Acrescenta a linha desta execução ao passivo fiscal trimestral
     PERFORM C16-QTR-LIAB-PARA.
*>    A postagem do período está completa: marca o período corrente
*>    como postado no calendário, fechando a janela de dupla postagem.
*>    Numa execução particionada quem marca é o programa de
*>    consolidação, depois que o fluxo inteiro fecha; a execução avulsa
*>    não mexe na situação do período - postado ou não, ele continua
*>    pertencendo à execução regular
     IF NOT WS-PARTITIONED AND NOT WS-OFFCYCLE-MODE
         PERFORM B14B-MARK-POSTED-PARA
     END-IF.

     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
     MOVE WS-CO-REC-COUNT-ENTRY (CO-INDEX) TO RC-RECS-READ.
     MOVE ZEROS TO RC-RECS-REJECTED.
     MOVE WS-OFFCYCLE-SEQ TO RC-OFFCYCLE-SEQ.
     MOVE WS-CO-EARN-TOT-ENTRY (CO-INDEX) TO RC-CTL-EARN-TOT.
     MOVE WS-CUR-PERIOD-NBR TO RC-PERIOD-NBR.
     MOVE WS-RATES-EFF-DATE TO RC-RATES-EFF-DATE.
     MOVE WS-CTL-REC-COUNT-VAR TO RH-REC-VAR.
     MOVE WS-CTL-TOT-EARN-VAR TO RH-EARN-VAR.
     MOVE WS-RUN-DISPOSITION TO RH-DISPOSITION.
     MOVE WS-CUR-PERIOD-NBR TO RH-PERIOD-NBR.
     MOVE WS-OFFCYCLE-SEQ TO RH-OFFCYCLE-SEQ.
     MOVE WS-CHECK-DATE (1:4) TO RH-CHECK-YEAR.
     MOVE WS-RUN-PAY-GROUP TO RH-PAY-GROUP.
     WRITE RH-HISTORY-REC.
     CLOSE RUN-HISTORY-FILE-OUT.

     MOVE WS-FICA-EMPR-TOT TO QL-FICA-EMPR.
     MOVE WS-EARN-THIS-PER-TOT TO QL-CTL-EARN.
     MOVE WS-EMPL-REC-COUNT TO QL-REC-COUNT.
     MOVE WS-SS-WAGES-TOT TO QL-SS-WAGES.
     MOVE WS-SS-TAX-TOT TO QL-SS-TAX.
     MOVE WS-MED-WAGES-TOT TO QL-MED-WAGES.
     MOVE WS-MED-TAX-TOT TO QL-MED-TAX.
     MOVE WS-ADDL-MED-WAGES-TOT TO QL-ADDL-MED-WAGES.
     MOVE WS-ADDL-MED-TAX-TOT TO QL-ADDL-MED-TAX.
     MOVE "941" TO QL-RETURN-TYPE.
     MOVE WS-RUN-PAY-GROUP TO QL-PAY-GROUP.
     WRITE QL-LIAB-REC.
     CLOSE QTR-LIAB-FILE-OUT.
*>    Grava os salários-base de SUTA por UF desta execução
     MOVE WS-SUTA-STATE-ENTRY (SU-INDEX) TO SW-STATE-CODE.
     MOVE WS-SUTA-WAGES-ENTRY (SU-INDEX) TO SW-SUTA-WAGES.
     MOVE WS-SUTA-TAX-ENTRY (SU-INDEX) TO SW-SUTA-TAX.
     MOVE WS-RUN-PAY-GROUP TO SW-PAY-GROUP.
     WRITE SW-SUTA-REC.

*>    Impressão dos cabeçalhos do relatório
*>    Formata número da página e o período de pagamento corrente
     MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
     MOVE WS-CUR-PERIOD-NBR TO WS-HEAD-PERIOD-OUT.
     MOVE WS-RUN-PAY-GROUP TO WS-HEAD-GROUP-OUT.
     MOVE WS-RATES-EFF-DATE TO WS-HEAD-RATES-EFF-OUT.
*>    Imprime cabeçalho principal em nova página
     WRITE IT-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING 1 LINE.
     WRITE IT-REPORT-OUT FROM WS-TOTAL-LINE
         AFTER ADVANCING 2 LINE.
*>    Decomposição do FICA da execução, a mesma gravada no passivo
*>    trimestral
     MOVE WS-SS-WAGES-TOT TO WS-FT-SS-WAGES-OUT.
     MOVE WS-SS-TAX-TOT TO WS-FT-SS-TAX-OUT.
     MOVE WS-MED-WAGES-TOT TO WS-FT-MED-WAGES-OUT.
     MOVE WS-MED-TAX-TOT TO WS-FT-MED-TAX-OUT.
     MOVE WS-ADDL-MED-WAGES-TOT TO WS-FT-ADDL-WAGES-OUT.
     MOVE WS-ADDL-MED-TAX-TOT TO WS-FT-ADDL-TAX-OUT.
     WRITE IT-REPORT-OUT FROM WS-FICA-TOTAL-LINE
         AFTER ADVANCING 1 LINE.
*>    Imprime a contagem de registros rejeitados por exceção
     ADD WS-REJECT-COUNT WS-DUP-REJECT-COUNT GIVING WS-REJECT-COUNT-OUT.
     WRITE IT-REPORT-OUT FROM WS-REJECT-SUMMARY-LINE
     MOVE WS-MATCH-PER-TOT TO WS-MATCH-TOT-OUT.
     WRITE IT-REPORT-OUT FROM WS-MATCH-LINE
         AFTER ADVANCING 1 LINE.
*>    Imprime os reembolsos de despesa pagos, por categoria
     PERFORM C08O-REIMB-TOTAL-PARA
         VARYING WS-RMB-CAT-SUB FROM 1 BY 1
         UNTIL WS-RMB-CAT-SUB > 4.
*>    Confere o total de imposto federal contra a apuração independente
     PERFORM C21-SELFCHECK-PARA.
*>    Reconcilia os totais acumulados contra o registro de trailer, se
         WRITE BR-REGISTER-OUT FROM WS-SHORTFALL-TOTAL-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
*>    Totais das parcelas de empréstimo do 401(k), quitações e avisos
*>    de inadimplência da execução
     IF WS-LOAN-REPAY-COUNT > 0 OR WS-LOAN-DEFAULT-COUNT > 0
         MOVE WS-LOAN-REPAY-COUNT TO WS-LT-COUNT-OUT
         MOVE WS-LOAN-REPAY-TOT TO WS-LT-AMT-OUT
         MOVE WS-LOAN-SHORT-COUNT TO WS-LT-SHORT-OUT
         MOVE WS-LOAN-PAYOFF-COUNT TO WS-LT-PAYOFF-OUT
         MOVE WS-LOAN-DEFAULT-COUNT TO WS-LT-DEFAULT-OUT
         MOVE WS-LOAN-DEFAULT-TOT TO WS-LT-DEFAULT-AMT-OUT
         WRITE BR-REGISTER-OUT FROM WS-LOAN-TOTAL-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
*>    Confere o limite de rejeições tolerado na execução
     ADD WS-REJECT-COUNT WS-DUP-REJECT-COUNT
         GIVING WS-REJECT-GRAND-TOT.

*>    Gera o arquivo de lançamentos contábeis: débito de despesa
*>    salarial por departamento (rollup de WS-DEPT-TABLE), débito da
*>    despesa de FICA patronal e dos reembolsos de despesa, e créditos
*>    de retenções a recolher (federal, estadual, FICA das duas partes,
*>    penhora) mais a compensação do salário líquido. O crédito de compensação é
*>    derivado dos próprios lançamentos, de modo que o arquivo fecha
*>    por construção; as somas independentes de débito e crédito são
*>    conferidas no final e um descompasso é erro grave, como o
     MOVE ZEROS TO WS-GL-DR-TOT WS-GL-CR-TOT WS-GL-UNMAPPED-COUNT.
     ACCEPT WS-GLP-RUN-DATE FROM DATE YYYYMMDD.
     MOVE WS-CUR-PERIOD-NBR TO WS-GLP-PERIOD-NBR.
*>    Todo lançamento leva o lote, para o aceite do razão ser casado
*>    com o que foi enviado
     MOVE ZEROS TO WS-GL-LINE-COUNT.
     PERFORM C22D-GL-BATCH-ID-PARA.
*>    Débito de despesa salarial por departamento
     PERFORM C22A-GL-DEPT-PARA
         VARYING WS-DEPT-INDEX FROM 1 BY 1
     MOVE WS-GARNISH-TOT TO WS-GLP-AMOUNT.
     MOVE "GARNISHMENT PAYABLE " TO WS-GLP-DESC.
     PERFORM C22B-WRITE-GL-PARA.
*>    Parcelas dos empréstimos do 401(k) retidas, a repassar ao
*>    administrador do plano, pela conta LON do mapa
     IF WS-LOAN-REPAY-TOT > 0
         MOVE WS-GL-LON-ACCT TO WS-GLP-ACCOUNT
         MOVE WS-LOAN-REPAY-TOT TO WS-GLP-AMOUNT
         MOVE "401K LOAN PAYABLE   " TO WS-GLP-DESC
         PERFORM C22B-WRITE-GL-PARA
     END-IF.
*>    Contrapartida do empregador do 401(k): débito de despesa e
*>    crédito de passivo em par, pelas contas MEX/MCL do mapa - não
*>    altera a compensação do líquido derivada abaixo
         MOVE "WORKERS COMP ACCR   " TO WS-GLP-DESC
         PERFORM C22B-WRITE-GL-PARA
     END-IF.
*>    Reembolsos de despesa pagos no líquido: débito de despesa por
*>    categoria na conta RMB do mapa; a contrapartida é a própria
*>    compensação do líquido derivada abaixo
     PERFORM C22C-GL-REIMB-PARA
         VARYING WS-RMB-CAT-SUB FROM 1 BY 1
         UNTIL WS-RMB-CAT-SUB > 4.
     MOVE "CR" TO WS-GLP-DR-CR.
*>    Compensação do salário líquido, derivada para fechar o arquivo:
*>    débitos já gravados menos créditos já gravados
     COMPUTE WS-GL-NET-CLEARING = WS-GL-DR-TOT - WS-GL-CR-TOT.
     MOVE "NET PAY CLEARING    " TO WS-GLP-DESC.
     PERFORM C22B-WRITE-GL-PARA.
     CLOSE GL-POSTING-FILE-OUT.
     PERFORM C22F-GL-BATCH-LOG-PARA.
*>    Conferência final das somas independentes; o descompasso é
*>    impresso no relatório como erro grave
     IF WS-GL-DR-TOT NOT = WS-GL-CR-TOT
     END-STRING.
     PERFORM C22B-WRITE-GL-PARA.

*>    Grava o débito de despesa de uma categoria de reembolso com valor
 C22C-GL-REIMB-PARA.
     IF WS-RMB-CAT-AMT-TOT (WS-RMB-CAT-SUB) > 0
         MOVE WS-GL-RMB-ACCT TO WS-GLP-ACCOUNT
         MOVE "DR" TO WS-GLP-DR-CR
         MOVE WS-RMB-CAT-AMT-TOT (WS-RMB-CAT-SUB) TO WS-GLP-AMOUNT
         MOVE SPACES TO WS-GLP-DESC
         STRING "REIMB EXP " WS-RMB-CAT-DESC (WS-RMB-CAT-SUB)
             DELIMITED BY SIZE INTO WS-GLP-DESC
         END-STRING
         PERFORM C22B-WRITE-GL-PARA
     END-IF.

*>    Grava um lançamento contábil e acumula a soma independente do
*>    lado correspondente
 C22B-WRITE-GL-PARA.
         ADD WS-GLP-AMOUNT TO WS-GL-CR-TOT
     END-IF.
     WRITE GL-POSTING-REC FROM WS-GL-POSTING-REC.
     ADD 1 TO WS-GL-LINE-COUNT.

*>    Monta o lote dos lançamentos da execução: "P" + data da geração
*>    (AAMMDD) + a sequência seguinte à maior já registrada no dia
*>    para a folha em GLBATCH.DAT, como B14D-OFFCYCLE-SEQ-PARA numera
*>    as execuções avulsas
 C22D-GL-BATCH-ID-PARA.
     MOVE "P" TO WS-GLP-BATCH-SOURCE.
     MOVE WS-GLP-RUN-DATE (3:6) TO WS-GLP-BATCH-DATE.
     MOVE ZEROS TO WS-GLP-BATCH-SEQ.
     MOVE "N" TO WS-GL-BATCH-EOF-SWITCH.
     OPEN INPUT GL-BATCH-LOG-FILE.
     IF WS-GLBATCH-MISSING
         MOVE "Y" TO WS-GL-BATCH-EOF-SWITCH
     ELSE
         READ GL-BATCH-LOG-FILE
             AT END MOVE "Y" TO WS-GL-BATCH-EOF-SWITCH
         END-READ
         PERFORM C22E-GL-BATCH-SCAN-PARA
             UNTIL WS-GL-BATCH-EOF-SWITCH = "Y"
         CLOSE GL-BATCH-LOG-FILE
     END-IF.
     ADD 1 TO WS-GLP-BATCH-SEQ.

*>    Confere uma linha do registro de lotes contra o lote do dia
 C22E-GL-BATCH-SCAN-PARA.
     IF GB-BATCH-ID (1:7) = WS-GLP-BATCH-ID (1:7)
             AND GB-BATCH-ID (8:2) IS NUMERIC
             AND GB-BATCH-ID (8:2) > WS-GLP-BATCH-SEQ
         MOVE GB-BATCH-ID (8:2) TO WS-GLP-BATCH-SEQ
     END-IF.
     READ GL-BATCH-LOG-FILE
         AT END MOVE "Y" TO WS-GL-BATCH-EOF-SWITCH
     END-READ.

*>    Registra o lote gerado em GLBATCH.DAT, aguardando o aceite do
*>    razão; o arquivo é aberto em EXTEND, como o de mensagens
 C22F-GL-BATCH-LOG-PARA.
     OPEN EXTEND GL-BATCH-LOG-FILE.
     IF WS-GLBATCH-MISSING
         OPEN OUTPUT GL-BATCH-LOG-FILE
     END-IF.
     MOVE SPACES TO GB-BATCH-REC.
     MOVE WS-GLP-BATCH-ID TO GB-BATCH-ID.
     MOVE "PROG6_GL.DAT" TO GB-FILE-NAME.
     MOVE WS-GLP-RUN-DATE TO GB-SENT-DATE.
     MOVE WS-GL-LINE-COUNT TO GB-LINE-COUNT.
     MOVE WS-GL-DR-TOT TO GB-DR-TOT.
     MOVE WS-GL-CR-TOT TO GB-CR-TOT.
     MOVE "O" TO GB-STATUS.
     MOVE ZEROS TO GB-POSTED-COUNT GB-REJECT-COUNT.
     WRITE GB-BATCH-REC.
     CLOSE GL-BATCH-LOG-FILE.

*>    Confere WS-FED-TAX-AMT-TOT (acumulado ao imprimir cada linha em
*>    C50-LINE-OUTPUT-PARA) contra a apuração independente feita em
*>    fator de anualização, recupere exatamente o imposto do período
*>    pela alíquota fixa
 C45-SUPPLEMENTAL-TAX-PARA.
     PERFORM C45A-SUPPLEMENTAL-CALC-PARA.
     PERFORM C50-LINE-OUTPUT-PARA.

*>    Cálculo propriamente dito da alíquota fixa, separado da impressão
*>    para que o modo GROSSUP tribute o bruto tentado pela mesma regra
 C45A-SUPPLEMENTAL-CALC-PARA.
     MULTIPLY WS-PR-EARN-THIS-PER-IN BY WS-ANNUALIZATION-FACTOR GIVING
         WS-ANN-EARN.
     MOVE WS-ANN-EARN TO WS-EARNINGS.
         WS-PR-EARN-THIS-PER-IN * WS-SUPPL-TAX-RATE *
         WS-ANNUALIZATION-FACTOR.
     MOVE "Y" TO WS-ROW-FOUND-SWITCH.

*>    Cálculo de imposto estadual/local, feito para todo empregado
*>    tributável, na jurisdição efetiva do funcionário: a UF de
         ADD WS-STATE-PER-TAX-AMT TO WS-JSUM-TAX-TOT-ENTRY (JS-INDEX)
     END-IF.

*>    Cálculo do FICA (parte do empregado e contrapartida do
*>    empregador), separado em Seguro Social e Medicare e apurado sobre
*>    o salário do período contra o acumulado do ano no mestre
 C71-FICA-PARA.
*>    Funcionário estatutariamente isento de FICA (estudante): não há
*>    retenção nem contrapartida, e a isenção sai na linha de detalhe
*>    pela própria coluna zerada mais a linha de eleições do W-4
     IF WS-FICA-EXEMPT-EMPL
         MOVE ZEROS TO WS-FICA-EMPLE-PER-AMT WS-FICA-EMPR-PER-AMT
         PERFORM C71C-ZERO-FICA-SPLIT-PARA
     ELSE
         PERFORM C71A-FICA-CALC-PARA
     END-IF.

*>    Cálculo efetivo do FICA para o funcionário não isento. O teto do
*>    Seguro Social é anual de verdade: a fatia do salário do período
*>    que passa do teto, somada ao que já foi pago no ano, não é
*>    tributada (antes o teto era aplicado ao rendimento anualizado, e
*>    quem ultrapassava o teto no meio do ano continuava retido). O
*>    Medicare não tem teto, e o adicional de 0,9% incide só sobre o
*>    salário do ano que passa do limite, só do lado do empregado
 C71A-FICA-CALC-PARA.
     PERFORM C71B-FETCH-FICA-YTD-PARA.
*>    Seguro Social: só o que ainda cabe sob o teto anual
     IF WS-FICA-YTD-SS-WAGES >= WS-FICA-WAGE-BASE
         MOVE ZEROS TO WS-SS-TAXABLE-PER
     ELSE
         COMPUTE WS-SS-ROOM =
             WS-FICA-WAGE-BASE - WS-FICA-YTD-SS-WAGES
         IF WS-PR-EARN-THIS-PER-IN > WS-SS-ROOM
             MOVE WS-SS-ROOM TO WS-SS-TAXABLE-PER
         ELSE
             MOVE WS-PR-EARN-THIS-PER-IN TO WS-SS-TAXABLE-PER
         END-IF
     END-IF.
     COMPUTE WS-SS-EMPLE-PER-AMT ROUNDED =
         WS-SS-TAXABLE-PER * WS-FICA-RATE.
     MOVE WS-SS-EMPLE-PER-AMT TO WS-SS-EMPR-PER-AMT.
*>    Medicare: o salário inteiro do período, mesma alíquota dos dois lados
     MOVE WS-PR-EARN-THIS-PER-IN TO WS-MED-TAXABLE-PER.
     COMPUTE WS-MED-EMPLE-PER-AMT ROUNDED =
         WS-MED-TAXABLE-PER * WS-MED-RATE.
     MOVE WS-MED-EMPLE-PER-AMT TO WS-MED-EMPR-PER-AMT.
*>    Adicional do Medicare: a parte do salário do ano que cruza o limite
     COMPUTE WS-FICA-MED-YTD-AFTER =
         WS-FICA-YTD-MED-WAGES + WS-MED-TAXABLE-PER.
     IF WS-FICA-MED-YTD-AFTER <= WS-ADDL-MED-THRESHOLD
         MOVE ZEROS TO WS-ADDL-MED-TAXABLE-PER
     ELSE
         IF WS-FICA-YTD-MED-WAGES >= WS-ADDL-MED-THRESHOLD
             MOVE WS-MED-TAXABLE-PER TO WS-ADDL-MED-TAXABLE-PER
         ELSE
             COMPUTE WS-ADDL-MED-TAXABLE-PER =
                 WS-FICA-MED-YTD-AFTER - WS-ADDL-MED-THRESHOLD
         END-IF
     END-IF.
     COMPUTE WS-ADDL-MED-PER-AMT ROUNDED =
         WS-ADDL-MED-TAXABLE-PER * WS-ADDL-MED-RATE.
*>    O FICA do empregado é a soma dos três componentes; o empregador
*>    não paga o adicional
     COMPUTE WS-FICA-EMPLE-PER-AMT =
         WS-SS-EMPLE-PER-AMT + WS-MED-EMPLE-PER-AMT +
         WS-ADDL-MED-PER-AMT.
     COMPUTE WS-FICA-EMPR-PER-AMT =
         WS-SS-EMPR-PER-AMT + WS-MED-EMPR-PER-AMT.
*>    Acumula os totais de FICA do empregado e do empregador
     ADD WS-FICA-EMPLE-PER-AMT TO WS-FICA-EMPLE-TOT.
     ADD WS-FICA-EMPR-PER-AMT TO WS-FICA-EMPR-TOT.
*>    Acumula a decomposição para o passivo trimestral
     ADD WS-SS-TAXABLE-PER TO WS-SS-WAGES-TOT.
     ADD WS-SS-EMPLE-PER-AMT WS-SS-EMPR-PER-AMT TO WS-SS-TAX-TOT.
     ADD WS-MED-TAXABLE-PER TO WS-MED-WAGES-TOT.
     ADD WS-MED-EMPLE-PER-AMT WS-MED-EMPR-PER-AMT TO WS-MED-TAX-TOT.
     ADD WS-ADDL-MED-TAXABLE-PER TO WS-ADDL-MED-WAGES-TOT.
     ADD WS-ADDL-MED-PER-AMT TO WS-ADDL-MED-TAX-TOT.

*>    Busca no mestre os salários do Seguro Social e do Medicare já
*>    acumulados no ano, antes deste pagamento; sem registro, zero
 C71B-FETCH-FICA-YTD-PARA.
     MOVE WS-PR-COMPANY-CODE-IN TO YM-COMPANY.
     MOVE WS-PR-SSN-IN TO YM-SSN.
     READ YTD-MASTER-FILE
         INVALID KEY
             MOVE ZEROS TO WS-FICA-YTD-SS-WAGES
             MOVE ZEROS TO WS-FICA-YTD-MED-WAGES
         NOT INVALID KEY
             MOVE YM-YTD-SS-WAGES TO WS-FICA-YTD-SS-WAGES
             MOVE YM-YTD-MED-WAGES TO WS-FICA-YTD-MED-WAGES
     END-READ.

*>    Zera a decomposição do FICA do período (isento, ou funcionário
*>    que não passa pelo cálculo)
 C71C-ZERO-FICA-SPLIT-PARA.
     MOVE ZEROS TO WS-SS-TAXABLE-PER
                   WS-MED-TAXABLE-PER
                   WS-ADDL-MED-TAXABLE-PER
                   WS-SS-EMPLE-PER-AMT
                   WS-SS-EMPR-PER-AMT
                   WS-MED-EMPLE-PER-AMT
                   WS-MED-EMPR-PER-AMT
                   WS-ADDL-MED-PER-AMT.

*>    Formatação e impressão da linha de detalhe com impostos
 C50-LINE-OUTPUT-PARA.
     PERFORM C70-STATE-TAX-PARA.
*>    Calcula e acumula o FICA do empregado e a contrapartida do empregador
     PERFORM C71-FICA-PARA.
*>    Depósitos de impostos do período no quadro de caixa
     PERFORM C27B-CASH-TAX-PARA.
*>    Calcula o rendimento disponível legal do período (rendimento
*>    menos retenções compulsórias) e a penhora a partir da ordem
*>    judicial, em vez do valor digitado na folha; o campo digitado é
         MOVE ZEROS TO WS-PR-GARNISH-AMT-IN
         MOVE ZEROS TO WS-DISPOSABLE-EARN
         MOVE ZEROS TO WS-NET-PAY-AMT
         MOVE ZEROS TO WS-LOAN-DED-AMT
     ELSE
         PERFORM C74-GARNISH-ORDER-PARA
         ADD WS-PR-GARNISH-AMT-IN TO WS-GARNISH-TOT
         IF WS-NET-PAY-AMT < 0
             MOVE ZEROS TO WS-NET-PAY-AMT
         END-IF
*>    Parcelas dos empréstimos do 401(k), pós-impostos, sobre o
*>    líquido que restou
         PERFORM C74L-LOAN-REPAY-PARA
*>    Reembolsos de despesa pendentes entram no líquido depois dos
*>    descontos, no mesmo depósito ou cheque
         PERFORM C72J-APPLY-REIMB-PARA
*>    Gera o registro de depósito direto do funcionário no arquivo
*>    ACH; a consulta avulsa (LOOKUP) não pode gerar crédito bancário
         IF NOT WS-LOOKUP-MODE
     MOVE SPACES TO IT-REPORT-OUT.
     WRITE IT-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE "S" TO WS-DI-LINE-KIND.
     MOVE SPACES TO WS-DI-PRINT-LINE.
     PERFORM C09M-DIST-IMAGE-PARA.
*>    Eleições do W-4 impressas antes da linha de detalhe, para a
*>    folha conferir contra os formulários assinados
     IF (WS-PR-ADDL-FED-WH > 0 OR WS-FICA-EXEMPT-EMPL)
         WRITE IT-REPORT-OUT FROM WS-ELECTION-LINE
             AFTER ADVANCING 1 LINE
         ADD 1 TO WS-LINES-USED
         MOVE "L" TO WS-DI-LINE-KIND
         MOVE WS-ELECTION-LINE TO WS-DI-PRINT-LINE
         PERFORM C09M-DIST-IMAGE-PARA
     END-IF.
     WRITE IT-REPORT-OUT FROM WS-DETAIL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "E" TO WS-DI-LINE-KIND.
     MOVE WS-DETAIL-LINE TO WS-DI-PRINT-LINE.
     PERFORM C09M-DIST-IMAGE-PARA.
*>    Decomposição do FICA do período (Seguro Social x Medicare), que
*>    não cabe na linha de detalhe
     IF WS-FICA-EMPLE-PER-AMT > 0
         MOVE WS-SS-EMPLE-PER-AMT TO WS-FS-SS-EMPLE-OUT
         MOVE WS-SS-EMPR-PER-AMT TO WS-FS-SS-EMPR-OUT
         MOVE WS-MED-EMPLE-PER-AMT TO WS-FS-MED-EMPLE-OUT
         MOVE WS-MED-EMPR-PER-AMT TO WS-FS-MED-EMPR-OUT
         MOVE WS-ADDL-MED-PER-AMT TO WS-FS-ADDL-MED-OUT
         WRITE IT-REPORT-OUT FROM WS-FICA-SPLIT-LINE
             AFTER ADVANCING 1 LINE
         ADD 1 TO WS-LINES-USED
         MOVE "F" TO WS-DI-LINE-KIND
         MOVE WS-FICA-SPLIT-LINE TO WS-DI-PRINT-LINE
         PERFORM C09M-DIST-IMAGE-PARA
     END-IF.
*>    Grava a mesma linha de detalhe em formato CSV
     PERFORM C51-CSV-OUTPUT-PARA.
*>    Imprime o contracheque/demonstrativo do funcionário
     END-IF.
*>    Acumula os encargos de desemprego do empregador (FUTA/SUTA)
     PERFORM C77-UNEMP-TAX-PARA.
*>    Grava o custo da mão de obra do registro por departamento, já
*>    com todos os encargos do empregador apurados
     IF NOT WS-LOOKUP-MODE
         PERFORM C09I-LABOR-COST-PARA
     END-IF.

*>    Calcula o rendimento disponível legal do período (rendimento
*>    menos imposto federal, estadual e FICA do empregado) e aplica a
             MOVE WS-CUR-PERIOD-NBR TO WS-RM-PERIOD-NBR
             ACCEPT WS-RM-RUN-DATE FROM DATE YYYYMMDD
             WRITE RM-REMIT-REC FROM WS-GARN-REMIT-REC
             MOVE "GRN" TO WS-CW-TYPE
             MOVE WS-GARN-TAKE-AMT TO WS-CW-AMT
             PERFORM C27A-CASH-EMPL-PARA
             IF GO-RELEASED-SWITCH = "Y"
                 MOVE GO-CASE-NBR TO WS-GR-CASE-OUT
                 MOVE WS-PR-SSN-IN TO WS-GR-SSN-OUT
             END-IF
     END-READ.

*>    Retém as parcelas dos empréstimos do 401(k) do funcionário sobre
*>    o líquido que restou depois dos impostos, da penhora e dos
*>    benefícios. Como a ordem de penhora, a parcela vale uma vez por
*>    período: só o registro regular do tipo normal a retém, e só na
*>    primeira ocorrência do CPF/SSN na execução
 C74L-LOAN-REPAY-PARA.
     MOVE ZEROS TO WS-LOAN-DED-AMT.
     IF WS-LOANMAST-OPEN AND WS-PR-REC-CODE-IN = 01
             AND (WS-PR-EARN-TYPE-IN = "R"
                  OR WS-PR-EARN-TYPE-IN = SPACES)
         PERFORM C74M-LOAN-LOOKUP-PARA
     END-IF.

*>    Confere se o CPF/SSN já teve as parcelas retidas na execução e,
*>    se não, percorre os empréstimos dele no mestre
 C74M-LOAN-LOOKUP-PARA.
     MOVE "N" TO WS-LOAN-APPL-FOUND-SWITCH.
     IF WS-LOAN-APPLIED-COUNT > 0
         SET LA-INDEX TO 1
         SEARCH WS-LOAN-APPLIED-ROW
             AT END CONTINUE
             WHEN LA-INDEX > WS-LOAN-APPLIED-COUNT
                 CONTINUE
             WHEN WS-LOAN-APPLIED-SSN (LA-INDEX) = WS-PR-SSN-IN
                 MOVE "Y" TO WS-LOAN-APPL-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-LOAN-APPL-FOUND
         MOVE "N" TO WS-LOAN-EOF-SWITCH
         MOVE WS-PR-SSN-IN TO LN-SSN
         MOVE LOW-VALUES TO LN-LOAN-NBR
         START LOAN-MASTER-FILE KEY >= LN-LOAN-KEY
             INVALID KEY MOVE "Y" TO WS-LOAN-EOF-SWITCH
         END-START
         IF WS-LOAN-EOF-SWITCH NOT = "Y"
             READ LOAN-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-LOAN-EOF-SWITCH
             END-READ
         END-IF
         PERFORM C74N-LOAN-ONE-PARA
             UNTIL WS-LOAN-EOF-SWITCH = "Y"
         IF WS-LOAN-DED-AMT > 0
                 AND WS-LOAN-APPLIED-COUNT < 30000
             ADD 1 TO WS-LOAN-APPLIED-COUNT
             SET LA-INDEX TO WS-LOAN-APPLIED-COUNT
             MOVE WS-PR-SSN-IN TO WS-LOAN-APPLIED-SSN (LA-INDEX)
         END-IF
     END-IF.

*>    Examina um empréstimo do CPF/SSN: só o ativo, com saldo e cuja
*>    primeira parcela já chegou, é descontado
 C74N-LOAN-ONE-PARA.
     IF LN-SSN NOT = WS-PR-SSN-IN
         MOVE "Y" TO WS-LOAN-EOF-SWITCH
     ELSE
         IF LN-STATUS = "A" AND LN-BALANCE > 0
                 AND LN-FIRST-PAY-DATE <= WS-CHECK-DATE
             PERFORM C74O-LOAN-TAKE-PARA
         END-IF
         READ LOAN-MASTER-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-LOAN-EOF-SWITCH
         END-READ
     END-IF.

*>    Retém a parcela de um empréstimo: o menor entre a parcela e o
*>    saldo devedor (o saldo inteiro quando a quitação pelo pagamento
*>    final foi autorizada), limitado ao líquido disponível. A parcela
*>    retida baixa o saldo no mestre e sai no extrato de amortização;
*>    o saldo zerado quita o empréstimo e encerra o desconto
 C74O-LOAN-TAKE-PARA.
     IF LN-FINAL-PAYOFF = "Y"
         MOVE LN-BALANCE TO WS-LOAN-DUE-AMT
         MOVE "F" TO WS-LOAN-TXN-TYPE
     ELSE
         MOVE LN-REPAY-AMT TO WS-LOAN-DUE-AMT
         IF WS-LOAN-DUE-AMT > LN-BALANCE
             MOVE LN-BALANCE TO WS-LOAN-DUE-AMT
         END-IF
         MOVE "R" TO WS-LOAN-TXN-TYPE
     END-IF.
     MOVE WS-LOAN-DUE-AMT TO WS-LOAN-TAKE-AMT.
     IF WS-LOAN-TAKE-AMT > WS-NET-PAY-AMT
         MOVE WS-NET-PAY-AMT TO WS-LOAN-TAKE-AMT
     END-IF.
     IF WS-LOAN-DED-AMT + WS-LOAN-TAKE-AMT > 99999.99
         COMPUTE WS-LOAN-TAKE-AMT = 99999.99 - WS-LOAN-DED-AMT
     END-IF.
     SUBTRACT WS-LOAN-TAKE-AMT FROM WS-NET-PAY-AMT.
     ADD WS-LOAN-TAKE-AMT TO WS-LOAN-DED-AMT.
     IF NOT WS-LOOKUP-MODE
         PERFORM C74P-LOAN-POST-PARA
     END-IF.

*>    Baixa a parcela retida no mestre, grava a linha do extrato e
*>    avisa a parcela retida a menor por falta de líquido
 C74P-LOAN-POST-PARA.
     IF WS-LOAN-TAKE-AMT > 0
         SUBTRACT WS-LOAN-TAKE-AMT FROM LN-BALANCE
         MOVE WS-CHECK-DATE TO LN-LAST-REPAY-DATE
         MOVE WS-LOAN-TAKE-AMT TO LN-LAST-REPAY-AMT
         ADD 1 TO WS-LOAN-REPAY-COUNT
         ADD WS-LOAN-TAKE-AMT TO WS-LOAN-REPAY-TOT
         IF LN-BALANCE = 0
             MOVE "P" TO LN-STATUS
             MOVE WS-RUN-DATE-WORK TO LN-STATUS-DATE
             ADD 1 TO WS-LOAN-PAYOFF-COUNT
         END-IF
         MOVE SPACES TO LR-REPAY-REC
         MOVE LN-SSN TO LR-SSN
         MOVE LN-LOAN-NBR TO LR-LOAN-NBR
         MOVE WS-PR-EMPL-NAME-IN TO LR-EMPL-NAME
         MOVE WS-LOAN-TAKE-AMT TO LR-AMOUNT
         MOVE LN-BALANCE TO LR-BALANCE
         MOVE WS-CHECK-DATE TO LR-RUN-DATE
         MOVE WS-CUR-PERIOD-NBR TO LR-PERIOD-NBR
         MOVE WS-LOAN-TXN-TYPE TO LR-TXN-TYPE
         MOVE WS-PR-COMPANY-CODE-IN TO LR-COMPANY
         WRITE LR-REPAY-REC
         MOVE "LON" TO WS-CW-TYPE
         MOVE WS-LOAN-TAKE-AMT TO WS-CW-AMT
         PERFORM C27A-CASH-EMPL-PARA
     END-IF.
     IF WS-LOAN-TAKE-AMT < WS-LOAN-DUE-AMT
         IF LN-SHORT-COUNT < 99
             ADD 1 TO LN-SHORT-COUNT
         END-IF
         ADD 1 TO WS-LOAN-SHORT-COUNT
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY6025" TO WS-MSG-ID
         MOVE "401K LOAN REPAYMENT SHORT - NET PAY INSUFFICIENT"
             TO WS-MSG-TEXT
         MOVE LN-SSN TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
     END-IF.
     REWRITE LN-LOAN-REC.

*>    Imprime o contracheque/demonstrativo do funcionário, uma página
*>    por funcionário por período, com os mesmos valores que acabaram
*>    de compor a linha de detalhe: rendimentos do período e do ano,
*>    aparecem aqui como aparecem no relatório
 C73-PRINT-STUB-PARA.
     MOVE WS-CUR-PERIOD-NBR TO WS-STUB-PERIOD-OUT.
     IF WS-OFFCYCLE-MODE
         MOVE SPACES TO WS-STUB-OFFCYCLE-OUT
         STRING "OFF-CYCLE RUN " DELIMITED BY SIZE
                WS-OFFCYCLE-SEQ DELIMITED BY SIZE
             INTO WS-STUB-OFFCYCLE-OUT
         END-STRING
     END-IF.
     WRITE ST-STUB-OUT FROM WS-STUB-HEADING
         AFTER ADVANCING PAGE.
     MOVE WS-DISPLAY-NAME TO WS-STUB-NAME-OUT.
     MOVE SPACES TO WS-STUB-YTD-AMT-X.
     WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.
*>    FICA do empregado em duas linhas, como no W-2: Seguro Social e
*>    Medicare (com o adicional de 0,9%), cada uma com o acumulado
     MOVE "SOCIAL SECURITY TAX : " TO WS-STUB-LABEL-OUT.
     MOVE WS-SS-EMPLE-PER-AMT TO WS-STUB-PER-AMT-OUT.
     MOVE "YTD: " TO WS-STUB-YTD-LABEL-OUT.
     MOVE WS-YTD-CUR-SS-TAX TO WS-STUB-YTD-AMT-OUT.
     WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "MEDICARE TAX        : " TO WS-STUB-LABEL-OUT.
     COMPUTE WS-STUB-PER-AMT-OUT =
         WS-MED-EMPLE-PER-AMT + WS-ADDL-MED-PER-AMT.
     MOVE "YTD: " TO WS-STUB-YTD-LABEL-OUT.
     MOVE WS-YTD-CUR-MED-TAX TO WS-STUB-YTD-AMT-OUT.
     WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO WS-STUB-YTD-LABEL-OUT.
     MOVE SPACES TO WS-STUB-YTD-AMT-X.
     MOVE "FICA EMPLOYER       : " TO WS-STUB-LABEL-OUT.
     MOVE WS-FICA-EMPR-PER-AMT TO WS-STUB-PER-AMT-OUT.
     WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
     MOVE WS-PR-GARNISH-AMT-IN TO WS-STUB-PER-AMT-OUT.
     WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-LOAN-DED-AMT > 0
         MOVE "401K LOAN REPAYMENT : " TO WS-STUB-LABEL-OUT
         MOVE WS-LOAN-DED-AMT TO WS-STUB-PER-AMT-OUT
         WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
*>    Reembolsos de despesa pagos neste líquido, um por linha, fora
*>    das linhas de rendimento e de retenção
     IF WS-RMB-APPLIED
         PERFORM C73B-STUB-REIMB-PARA
             VARYING WS-RMB-SUB FROM 1 BY 1
             UNTIL WS-RMB-SUB > WS-RMB-PEND-COUNT
     END-IF.
     MOVE "NET PAY             : " TO WS-STUB-LABEL-OUT.
     MOVE WS-NET-PAY-AMT TO WS-STUB-PER-AMT-OUT.
     WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
*>    participa do plano de acúmulo
     PERFORM C73A-STUB-LEAVE-PARA.

*>    Imprime uma linha de reembolso no contracheque, com a categoria
 C73B-STUB-REIMB-PARA.
     MOVE WS-RMB-PEND-CAT (WS-RMB-SUB) TO WS-RMB-CAT-SUB.
     MOVE SPACES TO WS-STUB-LABEL-OUT.
     STRING "REIMB - " WS-RMB-CAT-DESC (WS-RMB-CAT-SUB) "    : "
         DELIMITED BY SIZE INTO WS-STUB-LABEL-OUT
     END-STRING.
     MOVE WS-RMB-PEND-AMT (WS-RMB-SUB) TO WS-STUB-PER-AMT-OUT.
     WRITE ST-STUB-OUT FROM WS-STUB-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.

*>    Imprime a linha de saldos de férias/licença-saúde no
*>    contracheque, lendo o mestre de saldos já atualizado pelo
*>    acúmulo deste período
     MOVE WS-PR-EMPL-NAME-IN TO SD-EMPL-NAME.
     MOVE WS-PR-EARN-THIS-PER-IN TO SD-PERIOD-WAGES.
     MOVE WS-UNEMP-TAXABLE TO SD-TAXABLE-WAGES.
     MOVE WS-PR-COMPANY-CODE-IN TO SD-COMPANY.
     IF WS-FICA-EXEMPT-EMPL
         MOVE "Y" TO SD-FUTA-EXEMPT
     ELSE
         MOVE "N" TO SD-FUTA-EXEMPT
     END-IF.
     MOVE WS-RUN-PAY-GROUP TO SD-PAY-GROUP.
     WRITE SD-SUTA-DETAIL-REC.

*>    Acumula os salários-base e o SUTA na UF efetiva do funcionário
     END-IF.

*>    Grava a linha de detalhe do funcionário no histórico permanente
*>    de pagamentos por período, chaveado por empresa + CPF/SSN + data
*>    da execução + sequência
 C76-PAY-HISTORY-PARA.
     MOVE WS-PR-COMPANY-CODE-IN TO PH-COMPANY.
     IF PH-COMPANY = SPACES
         MOVE "01" TO PH-COMPANY
     END-IF.
     MOVE WS-PR-SSN-IN TO PH-SSN.
     MOVE WS-CUR-PERIOD-NBR TO PH-PERIOD-NBR.
     MOVE WS-RUN-DATE-WORK TO PH-RUN-DATE.
     MOVE WS-FICA-EMPLE-PER-AMT TO PH-FICA-EMPLE.
     MOVE WS-PR-GARNISH-AMT-IN TO PH-GARNISH.
     MOVE WS-NET-PAY-AMT TO PH-NET-PAY.
     MOVE WS-SS-EMPLE-PER-AMT TO PH-SS-TAX.
     COMPUTE PH-MED-TAX = WS-MED-EMPLE-PER-AMT + WS-ADDL-MED-PER-AMT.
     MOVE SPACE TO PH-VOID-FLAG.
     MOVE ZEROS TO PH-RUN-SEQ.
     MOVE "N" TO WS-PH-WRITTEN-SWITCH.
     PERFORM C76A-WRITE-HIST-PARA
         UNTIL WS-PH-WRITTEN.

*>    Grava a linha do histórico na primeira sequência livre da data:
*>    chave repetida (outra linha do mesmo funcionário na mesma
*>    execução, ou um avulso no mesmo dia) passa para a seguinte
 C76A-WRITE-HIST-PARA.
     IF PH-RUN-SEQ = 999
         MOVE "E" TO WS-MSG-SEVERITY
         MOVE "PAY6024" TO WS-MSG-ID
         MOVE "PAY HISTORY SEQUENCES EXHAUSTED - LINE NOT RECORDED"
             TO WS-MSG-TEXT
         MOVE PH-SSN TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
         MOVE 04 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
         MOVE "Y" TO WS-PH-WRITTEN-SWITCH
     ELSE
         ADD 1 TO PH-RUN-SEQ
         WRITE PH-HISTORY-REC
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-PH-WRITTEN-SWITCH
         END-WRITE
     END-IF.

*>    Grava a linha de detalhe do funcionário tributado no arquivo CSV
 C51-CSV-OUTPUT-PARA.
             AND WS-ALLOC-SSN = WS-PR-SSN-IN
         PERFORM C09D-DISTRIBUTE-PARA
         MOVE "N" TO WS-ALLOC-PENDING-SWITCH
         MOVE "Y" TO WS-ALLOC-APPLIED-SWITCH
     ELSE
         PERFORM C09A1-SINGLE-DEPT-PARA
         MOVE "N" TO WS-ALLOC-APPLIED-SWITCH
     END-IF.

*>    Acumulação original num único departamento
                       WS-DEPT-OT-TOT-ENTRY (WS-DEPT-INDEX)
     END-IF.

*>    Monta o custo da mão de obra do registro corrente - salário,
*>    hora extra, FICA patronal, FUTA/SUTA, prêmio do seguro de
*>    acidentes e contrapartida do 401(k) - e grava uma linha por
*>    departamento: a do departamento único ou uma por par da
*>    distribuição de custo aplicada ao registro em C09A
 C09I-LABOR-COST-PARA.
     MOVE ZEROS TO WS-LC-AMOUNTS.
*>    O rendimento imputado (04) não é salário em dinheiro, como no
*>    subtotal do departamento; o FICA patronal sobre ele é custo
     IF WS-PR-REC-CODE-IN NOT = 04
         MOVE WS-PR-EARN-THIS-PER-IN TO WS-LC-GROSS
     END-IF.
     IF WS-PR-EARN-TYPE-IN = "O" AND WS-PR-REC-CODE-IN = 01
         MOVE WS-PR-EARN-THIS-PER-IN TO WS-LC-OT
     END-IF.
     MOVE WS-FICA-EMPR-PER-AMT TO WS-LC-FICA.
     MOVE WS-FUTA-PER-AMT TO WS-LC-FUTA.
     MOVE WS-SUTA-PER-AMT TO WS-LC-SUTA.
*>    Prêmio do seguro pela alíquota da classe do funcionário, sobre a
*>    mesma base de C09H (registro regular, sem o prêmio de hora extra)
     IF WS-WCRATES-LOADED AND WS-PR-REC-CODE-IN = 01
             AND WS-PR-EARN-TYPE-IN NOT = "O"
             AND WS-PR-WC-CLASS NOT = SPACES
             AND WS-WCRATE-COUNT > 0
         SET WC-INDEX TO 1
         SEARCH WS-WCRATE-ROW
             AT END CONTINUE
             WHEN WS-WCRATE-CLASS-ENTRY (WC-INDEX) = WS-PR-WC-CLASS
                 COMPUTE WS-LC-WC ROUNDED =
                     WS-PR-EARN-THIS-PER-IN *
                     WS-WCRATE-RATE-ENTRY (WC-INDEX) / 100
         END-SEARCH
     END-IF.
*>    A contrapartida só existe no registro que tomou o desconto do
*>    401(k) (regular do tipo normal, ver B20F)
     IF WS-PR-REC-CODE-IN = 01
             AND (WS-PR-EARN-TYPE-IN = "R"
                  OR WS-PR-EARN-TYPE-IN = SPACES)
         MOVE WS-MATCH-PER-AMT TO WS-LC-MATCH
     END-IF.
     IF WS-ALLOC-APPLIED
         MOVE WS-LC-AMOUNTS TO WS-LC-LEFT-TBL
         PERFORM C09J-LABOR-COST-PAIR-PARA
             VARYING WS-ALLOC-PAIR-SUB FROM 1 BY 1
             UNTIL WS-ALLOC-PAIR-SUB > 4
     ELSE
         MOVE WS-LC-AMOUNTS TO WS-LC-SHARE-TBL
         MOVE WS-PR-DEPT-CODE-IN TO WS-ALLOC-WORK-DEPT
         PERFORM C09L-WRITE-LABOR-COST-PARA
     END-IF.

*>    Parcela de um par da distribuição; o último par preenchido leva
*>    o resíduo, para a soma das linhas fechar com o registro
 C09J-LABOR-COST-PAIR-PARA.
     IF WS-ALLOC-DEPT-ENTRY (WS-ALLOC-PAIR-SUB) NOT = SPACES
         PERFORM C09K-LABOR-COST-SHARE-PARA
             VARYING WS-LC-AMT-SUB FROM 1 BY 1
             UNTIL WS-LC-AMT-SUB > 7
         MOVE WS-ALLOC-DEPT-ENTRY (WS-ALLOC-PAIR-SUB)
             TO WS-ALLOC-WORK-DEPT
         PERFORM C09L-WRITE-LABOR-COST-PARA
     END-IF.

*>    Parcela de um valor do custo no par corrente
 C09K-LABOR-COST-SHARE-PARA.
     IF WS-ALLOC-PAIR-SUB = 4
             OR WS-ALLOC-DEPT-ENTRY (WS-ALLOC-PAIR-SUB + 1) = SPACES
         MOVE WS-LC-LEFT (WS-LC-AMT-SUB) TO WS-LC-SHARE (WS-LC-AMT-SUB)
     ELSE
         COMPUTE WS-LC-SHARE (WS-LC-AMT-SUB) ROUNDED =
             WS-LC-AMT (WS-LC-AMT-SUB) *
             WS-ALLOC-PCT-ENTRY (WS-ALLOC-PAIR-SUB) / 100
     END-IF.
     SUBTRACT WS-LC-SHARE (WS-LC-AMT-SUB)
         FROM WS-LC-LEFT (WS-LC-AMT-SUB).

*>    Grava a linha de custo do departamento de WS-ALLOC-WORK-DEPT
 C09L-WRITE-LABOR-COST-PARA.
     MOVE SPACES TO LC-LABOR-COST-REC.
     MOVE WS-CHECK-DATE TO LC-RUN-DATE.
     MOVE WS-RUN-PAY-GROUP TO LC-PAY-GROUP.
     MOVE WS-CUR-PERIOD-NBR TO LC-PERIOD-NBR.
     MOVE WS-OFFCYCLE-SEQ TO LC-OFFCYCLE-SEQ.
     MOVE WS-PR-COMPANY-CODE-IN TO LC-COMPANY.
     MOVE WS-ALLOC-WORK-DEPT TO LC-DEPT-CODE.
     MOVE WS-PR-SSN-IN TO LC-SSN.
     MOVE WS-LC-SHARE (1) TO LC-GROSS-WAGES.
     MOVE WS-LC-SHARE (2) TO LC-OT-WAGES.
     MOVE WS-LC-SHARE (3) TO LC-EMPR-FICA.
     MOVE WS-LC-SHARE (4) TO LC-FUTA.
     MOVE WS-LC-SHARE (5) TO LC-SUTA.
     MOVE WS-LC-SHARE (6) TO LC-WC-PREMIUM.
     MOVE WS-LC-SHARE (7) TO LC-MATCH.
     WRITE LC-LABOR-COST-REC.

*>    Grava na imagem para distribuição uma linha de funcionário do
*>    registro (WS-DI-LINE-KIND e WS-DI-PRINT-LINE já preenchidos), com
*>    o departamento, o CPF/SSN e o nome reais - o pacote do gestor
*>    aplica o mascaramento sobre eles. A consulta avulsa (LOOKUP) não
*>    gera imagem
 C09M-DIST-IMAGE-PARA.
     IF NOT WS-LOOKUP-MODE
         MOVE WS-PR-DEPT-CODE-IN TO WS-DI-DEPT-CODE
         MOVE WS-PR-SSN-IN TO WS-DI-SSN
         MOVE WS-PR-EMPL-NAME-IN TO WS-DI-EMPL-NAME
         COMPUTE WS-DI-PAGE-NBR = WS-PAGE-COUNT - 1
         MOVE ZEROS TO WS-DI-EARN-AMT
         IF WS-DI-LINE-KIND = "E" OR WS-DI-LINE-KIND = "X"
             MOVE WS-PR-EARN-THIS-PER-IN TO WS-DI-EARN-AMT
             ADD 1 TO WS-DT-EMPL-LINES
             ADD WS-PR-EARN-THIS-PER-IN TO WS-DT-EARN-TOT
         END-IF
         WRITE DI-DIST-REC FROM WS-DIST-IMAGE
         ADD 1 TO WS-DT-IMAGE-LINES
     END-IF.

*>    Grava na imagem para distribuição uma linha do resumo por
*>    departamento (subtotal ou hora extra do departamento corrente)
 C09N-DIST-ROLLUP-PARA.
     IF NOT WS-LOOKUP-MODE
         MOVE WS-DEPT-CODE-ENTRY (WS-DEPT-INDEX) TO WS-DI-DEPT-CODE
         MOVE SPACES TO WS-DI-SSN
                        WS-DI-EMPL-NAME
         MOVE ZEROS TO WS-DI-PAGE-NBR
                       WS-DI-EARN-AMT
         WRITE DI-DIST-REC FROM WS-DIST-IMAGE
         ADD 1 TO WS-DT-IMAGE-LINES
         ADD 1 TO WS-DT-ROLLUP-LINES
     END-IF.

*>    Trailer da imagem para distribuição: a execução e as contagens
*>    que os pacotes somados têm de reproduzir
 C09O-DIST-TRAILER-PARA.
     MOVE WS-CHECK-DATE TO WS-DT-RUN-DATE.
     MOVE WS-RUN-PAY-GROUP TO WS-DT-PAY-GROUP.
     MOVE WS-CUR-PERIOD-NBR TO WS-DT-PERIOD-NBR.
     MOVE WS-OFFCYCLE-SEQ TO WS-DT-OFFCYCLE-SEQ.
     COMPUTE WS-DT-REG-PAGES = WS-PAGE-COUNT - 1.
     WRITE DI-DIST-REC FROM WS-DIST-TRAILER.

*>    Quebra por empresa: fecha o subtotal da empresa anterior (quando
*>    houver), registra a nova empresa na tabela de totais e abre
*>    página nova do relatório para a nova empresa
         SET WS-CO-SUB TO CO-INDEX
     END-IF.

*>    Soma WS-CW-AMT à linha do quadro de caixa da empresa, tipo e
*>    subchave de trabalho (na coluna de comparação quando
*>    WS-CW-TO-COMPARE), cadastrando a linha na primeira vez; a linha
*>    encontrada ou criada fica em CT-INDEX
 C27-CASH-ACCUM-PARA.
     MOVE "N" TO WS-CW-FOUND-SWITCH.
     IF WS-CW-AMT NOT = 0
         IF WS-CT-COUNT > 0
             SET CT-INDEX TO 1
             SEARCH WS-CT-ROW
                 AT END CONTINUE
                 WHEN CT-INDEX > WS-CT-COUNT
                     CONTINUE
                 WHEN WS-CT-COMPANY (CT-INDEX) = WS-CW-COMPANY
                         AND WS-CT-TYPE (CT-INDEX) = WS-CW-TYPE
                         AND WS-CT-SUBKEY (CT-INDEX) = WS-CW-SUBKEY
                     MOVE "Y" TO WS-CW-FOUND-SWITCH
             END-SEARCH
         END-IF
         IF NOT WS-CW-FOUND
             IF WS-CT-COUNT < 300
                 ADD 1 TO WS-CT-COUNT
                 SET CT-INDEX TO WS-CT-COUNT
                 MOVE WS-CW-COMPANY TO WS-CT-COMPANY (CT-INDEX)
                 MOVE WS-CW-TYPE TO WS-CT-TYPE (CT-INDEX)
                 MOVE WS-CW-SUBKEY TO WS-CT-SUBKEY (CT-INDEX)
                 MOVE ZEROS TO WS-CT-AMT (CT-INDEX)
                               WS-CT-CMP-AMT (CT-INDEX)
                 MOVE SPACES TO WS-CT-DUE (CT-INDEX)
                 MOVE "Y" TO WS-CW-FOUND-SWITCH
                 PERFORM C27D-CASH-COMPANY-PARA
             ELSE
                 ADD 1 TO WS-CT-FULL-COUNT
             END-IF
         END-IF
         IF WS-CW-FOUND
             IF WS-CW-TO-COMPARE
                 ADD WS-CW-AMT TO WS-CT-CMP-AMT (CT-INDEX)
             ELSE
                 ADD WS-CW-AMT TO WS-CT-AMT (CT-INDEX)
             END-IF
         END-IF
     END-IF.

*>    Necessidade do funcionário corrente (tipo e valor já montados),
*>    na empresa do registro
 C27A-CASH-EMPL-PARA.
     MOVE WS-PR-COMPANY-CODE-IN TO WS-CW-COMPANY.
     MOVE SPACES TO WS-CW-SUBKEY.
     PERFORM C27-CASH-ACCUM-PARA.

*>    Depósitos de impostos do registro: o federal leva a retenção e
*>    as duas partes do FICA; o estadual vai por jurisdição efetiva
*>    ("**" = tabela estadual embutida)
 C27B-CASH-TAX-PARA.
     MOVE WS-PR-COMPANY-CODE-IN TO WS-CW-COMPANY.
     MOVE "FED" TO WS-CW-TYPE.
     MOVE SPACES TO WS-CW-SUBKEY.
     COMPUTE WS-CW-AMT = WS-PER-TAX-AMT + WS-FICA-EMPLE-PER-AMT +
         WS-FICA-EMPR-PER-AMT.
     PERFORM C27-CASH-ACCUM-PARA.
     MOVE "STA" TO WS-CW-TYPE.
     IF WS-EFFECTIVE-STATE = SPACES
         MOVE "**" TO WS-CW-SUBKEY
     ELSE
         MOVE WS-EFFECTIVE-STATE TO WS-CW-SUBKEY
     END-IF.
     MOVE WS-STATE-PER-TAX-AMT TO WS-CW-AMT.
     PERFORM C27-CASH-ACCUM-PARA.

*>    Desconto (ou devolução, negativo) do plano WS-BEN-PLAN-SUB: o
*>    401(k) vai para o financiamento do plano, os demais para a
*>    operadora, por código do plano
 C27C-CASH-PLAN-PARA.
     MOVE WS-PR-COMPANY-CODE-IN TO WS-CW-COMPANY.
     IF BN-PLAN-CODE (WS-BEN-PLAN-SUB) = "401"
         MOVE "401" TO WS-CW-TYPE
         MOVE SPACES TO WS-CW-SUBKEY
     ELSE
         MOVE "BEN" TO WS-CW-TYPE
         MOVE BN-PLAN-CODE (WS-BEN-PLAN-SUB) TO WS-CW-SUBKEY
     END-IF.
     PERFORM C27-CASH-ACCUM-PARA.

*>    Guarda a empresa da linha nova na lista de empresas do quadro
 C27D-CASH-COMPANY-PARA.
     SET CC-INDEX TO 1.
     SEARCH WS-CC-ROW
         AT END CONTINUE
         WHEN CC-INDEX > WS-CC-COUNT
             ADD 1 TO WS-CC-COUNT
             MOVE WS-CW-COMPANY TO WS-CC-COMPANY (CC-INDEX)
         WHEN WS-CC-COMPANY (CC-INDEX) = WS-CW-COMPANY
             CONTINUE
     END-SEARCH.

*>    Grava o quadro de caixa efetivo da execução regular
 C27F-CASH-ACTUAL-PARA.
     OPEN OUTPUT CASH-ACTUAL-FILE.
     PERFORM C27G-CASH-ACTUAL-REC-PARA
         VARYING WS-CT-SUB FROM 1 BY 1
         UNTIL WS-CT-SUB > WS-CT-COUNT.
     CLOSE CASH-ACTUAL-FILE.

*>    Grava uma linha do quadro efetivo
 C27G-CASH-ACTUAL-REC-PARA.
     MOVE SPACES TO CA-CASH-REC.
     MOVE WS-CT-COMPANY (WS-CT-SUB) TO CA-COMPANY.
     MOVE WS-CT-TYPE (WS-CT-SUB) TO CA-TYPE.
     MOVE WS-CT-SUBKEY (WS-CT-SUB) TO CA-SUBKEY.
     MOVE WS-CT-AMT (WS-CT-SUB) TO CA-AMOUNT.
     MOVE WS-CHECK-DATE TO CA-CHECK-DATE.
     MOVE WS-CUR-PERIOD-NBR TO CA-PERIOD-NBR.
     MOVE WS-RUN-PAY-GROUP TO CA-PAY-GROUP.
     WRITE CA-CASH-REC.

*>    Imprime a linha montada no relatório do modo corrente
 C28-CASH-PRINT-PARA.
     IF WS-CASHRECON-MODE
         WRITE RR-RPT-OUT FROM WS-CASH-PRINT-LINE
             AFTER ADVANCING 1 LINE
     ELSE
         WRITE FR-RPT-OUT FROM WS-CASH-PRINT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Corpo do relatório de caixa: por empresa, as necessidades na
*>    ordem da tabela de tipos, o total da empresa e o total geral
 C28R-CASH-REPORT-PARA.
     MOVE ZEROS TO WS-CR-GRAND-AMT WS-CR-GRAND-CMP.
     PERFORM C28A-CASH-COMPANY-PARA
         VARYING WS-CC-SUB FROM 1 BY 1
         UNTIL WS-CC-SUB > WS-CC-COUNT.
     MOVE SPACES TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.
     MOVE "TOTAL ALL COMPANIES" TO WS-CDL-DESC-OUT.
     MOVE WS-CR-GRAND-AMT TO WS-CR-CO-AMT.
     MOVE WS-CR-GRAND-CMP TO WS-CR-CO-CMP.
     PERFORM C28G-CASH-TOTAL-LINE-PARA.

*>    Bloco de uma empresa do quadro
 C28A-CASH-COMPANY-PARA.
     MOVE WS-CC-COMPANY (WS-CC-SUB) TO WS-CCL-CODE-OUT.
     MOVE SPACES TO WS-CCL-NAME-OUT WS-CCL-EIN-OUT WS-CCL-ACCT-OUT.
     IF WS-COMPMAST-LOADED AND WS-COMPMAST-COUNT > 0
         SET CM-INDEX TO 1
         SEARCH WS-CM-ROW
             AT END CONTINUE
             WHEN CM-INDEX > WS-COMPMAST-COUNT
                 CONTINUE
             WHEN WS-CM-CODE-ENTRY (CM-INDEX) =
                     WS-CC-COMPANY (WS-CC-SUB)
                 MOVE WS-CM-NAME-ENTRY (CM-INDEX) TO WS-CCL-NAME-OUT
                 MOVE WS-CM-EIN-ENTRY (CM-INDEX) TO WS-CCL-EIN-OUT
                 MOVE WS-CM-FUND-ACCT-ENTRY (CM-INDEX)
                     TO WS-CCL-ACCT-OUT
         END-SEARCH
     END-IF.
     MOVE SPACES TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.
     MOVE WS-CASH-COMPANY-LINE TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.
     MOVE WS-CASH-COLUMN-HEADING TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.
     MOVE ZEROS TO WS-CR-CO-AMT WS-CR-CO-CMP.
     PERFORM C28B-CASH-TYPE-PARA
         VARYING WS-CY-SUB FROM 1 BY 1
         UNTIL WS-CY-SUB > 8.
     ADD WS-CR-CO-AMT TO WS-CR-GRAND-AMT.
     ADD WS-CR-CO-CMP TO WS-CR-GRAND-CMP.
     MOVE "TOTAL FUNDING REQUIRED" TO WS-CDL-DESC-OUT.
     PERFORM C28G-CASH-TOTAL-LINE-PARA.

*>    Linhas de um tipo de necessidade da empresa corrente
 C28B-CASH-TYPE-PARA.
     PERFORM C28C-CASH-ROW-PARA
         VARYING WS-CT-SUB FROM 1 BY 1
         UNTIL WS-CT-SUB > WS-CT-COUNT.

*>    Imprime a linha do quadro quando é da empresa e do tipo correntes
 C28C-CASH-ROW-PARA.
     IF WS-CT-COMPANY (WS-CT-SUB) = WS-CC-COMPANY (WS-CC-SUB)
             AND WS-CT-TYPE (WS-CT-SUB) = WS-CY-TYPE (WS-CY-SUB)
         MOVE WS-CY-DESC (WS-CY-SUB) TO WS-CDL-DESC-OUT
         MOVE WS-CT-SUBKEY (WS-CT-SUB) TO WS-CDL-SUBKEY-OUT
         MOVE WS-CT-DUE (WS-CT-SUB) TO WS-CDL-DUE-OUT
         MOVE WS-CT-AMT (WS-CT-SUB) TO WS-CDL-AMT-OUT
         MOVE WS-CT-CMP-AMT (WS-CT-SUB) TO WS-CDL-CMP-OUT
         COMPUTE WS-CR-DIFF =
             WS-CT-AMT (WS-CT-SUB) - WS-CT-CMP-AMT (WS-CT-SUB)
         MOVE WS-CR-DIFF TO WS-CDL-DIFF-OUT
         PERFORM C28D-CASH-FLAG-PARA
         MOVE WS-CR-FLAG TO WS-CDL-FLAG-OUT
         ADD WS-CT-AMT (WS-CT-SUB) TO WS-CR-CO-AMT
         ADD WS-CT-CMP-AMT (WS-CT-SUB) TO WS-CR-CO-CMP
         MOVE WS-CASH-DETAIL-LINE TO WS-CASH-PRINT-LINE
         PERFORM C28-CASH-PRINT-PARA
     END-IF.

*>    Marca da linha: na conciliação toda diferença é divergência; na
*>    previsão, a necessidade que surgiu ou sumiu desde a execução
*>    anterior
 C28D-CASH-FLAG-PARA.
     MOVE SPACES TO WS-CR-FLAG.
     IF WS-CR-DIFF NOT = 0
         IF WS-CASHRECON-MODE
             MOVE "VAR" TO WS-CR-FLAG
             ADD 1 TO WS-CR-VAR-COUNT
         ELSE
             IF WS-FC-PRIOR-LOADED
                 IF WS-CT-CMP-AMT (WS-CT-SUB) = 0
                     MOVE "NEW" TO WS-CR-FLAG
                 END-IF
                 IF WS-CT-AMT (WS-CT-SUB) = 0
                     MOVE "DROP" TO WS-CR-FLAG
                 END-IF
             END-IF
         END-IF
     END-IF.

*>    Carrega o quadro efetivo da última execução regular na coluna de
*>    comparação
 C28E-LOAD-ACTUAL-PARA.
     MOVE "N" TO WS-FC-PRIOR-SWITCH.
     OPEN INPUT CASH-ACTUAL-FILE.
     IF NOT WS-CASHAC-MISSING
         MOVE "Y" TO WS-FC-PRIOR-SWITCH
         MOVE "P" TO WS-CW-COLUMN
         MOVE "N" TO WS-CR-EOF-SWITCH
         READ CASH-ACTUAL-FILE
             AT END MOVE "Y" TO WS-CR-EOF-SWITCH
         END-READ
         PERFORM C28F-LOAD-ACTUAL-REC-PARA
             UNTIL WS-CR-EOF-SWITCH = "Y"
         MOVE SPACES TO WS-CW-COLUMN
         CLOSE CASH-ACTUAL-FILE
     END-IF.

*>    Guarda uma linha do quadro efetivo
 C28F-LOAD-ACTUAL-REC-PARA.
     MOVE CA-CHECK-DATE TO WS-FC-PRIOR-DATE.
     MOVE CA-COMPANY TO WS-CW-COMPANY.
     MOVE CA-TYPE TO WS-CW-TYPE.
     MOVE CA-SUBKEY TO WS-CW-SUBKEY.
     MOVE CA-AMOUNT TO WS-CW-AMT.
     PERFORM C27-CASH-ACCUM-PARA.
     READ CASH-ACTUAL-FILE
         AT END MOVE "Y" TO WS-CR-EOF-SWITCH
     END-READ.

*>    Linha de total (empresa ou geral) com a descrição já montada
 C28G-CASH-TOTAL-LINE-PARA.
     MOVE SPACES TO WS-CDL-SUBKEY-OUT WS-CDL-DUE-OUT WS-CDL-FLAG-OUT.
     MOVE WS-CR-CO-AMT TO WS-CDL-AMT-OUT.
     MOVE WS-CR-CO-CMP TO WS-CDL-CMP-OUT.
     COMPUTE WS-CR-DIFF = WS-CR-CO-AMT - WS-CR-CO-CMP.
     MOVE WS-CR-DIFF TO WS-CDL-DIFF-OUT.
     MOVE WS-CASH-DETAIL-LINE TO WS-CASH-PRINT-LINE.
     PERFORM C28-CASH-PRINT-PARA.

*>    Imprime a página consolidada de totais gerais por empresa, com a
*>    linha de total geral do grupo no final
 C08K-COMPANY-SUMMARY-PARA.
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Imprime a linha de total de uma categoria de reembolso com movimento
 C08O-REIMB-TOTAL-PARA.
     IF WS-RMB-CAT-COUNT (WS-RMB-CAT-SUB) > 0
         MOVE WS-RMB-CAT-DESC (WS-RMB-CAT-SUB) TO WS-RT-DESC-OUT
         MOVE WS-RMB-CAT-AMT-TOT (WS-RMB-CAT-SUB) TO WS-RT-AMT-OUT
         MOVE WS-RMB-CAT-COUNT (WS-RMB-CAT-SUB) TO WS-RT-COUNT-OUT
         WRITE IT-REPORT-OUT FROM WS-RMB-TOTAL-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Imprime a página de resumo por estado civil, antes do total geral
 C08-SUMMARY-PARA.
*>    Cabeçalho da página de resumo, sempre em página nova
         WRITE IT-REPORT-OUT FROM WS-DEPT-LINE
             AFTER ADVANCING 2 LINE
         ADD 2 TO WS-LINES-USED
         MOVE "R" TO WS-DI-LINE-KIND
         MOVE WS-DEPT-LINE TO WS-DI-PRINT-LINE
         PERFORM C09N-DIST-ROLLUP-PARA
     ELSE
         PERFORM C08B1-DEPT-LABEL-PARA
         MOVE WS-DEPT-COUNT-ENTRY (WS-DEPT-INDEX) TO WS-DEPT-COUNT-OUT
         WRITE IT-REPORT-OUT FROM WS-DEPT-LINE
             AFTER ADVANCING 1 LINE
         ADD 1 TO WS-LINES-USED
         MOVE "R" TO WS-DI-LINE-KIND
         MOVE WS-DEPT-LINE TO WS-DI-PRINT-LINE
         PERFORM C09N-DIST-ROLLUP-PARA
     END-IF.

*>    Imprime a seção do prêmio de hora extra por departamento, uma
         MOVE WS-DEPT-OT-TOT-ENTRY (WS-DEPT-INDEX) TO WS-DOT-AMT-OUT
         WRITE IT-REPORT-OUT FROM WS-DEPT-OT-LINE
             AFTER ADVANCING 1 LINE
         MOVE "O" TO WS-DI-LINE-KIND
         MOVE WS-DEPT-OT-LINE TO WS-DI-PRINT-LINE
         PERFORM C09N-DIST-ROLLUP-PARA
     END-IF.

*>    Monta o rótulo do departamento para a página de resumo: o código

*>    Processamento de funcionários isentos de impostos
 C60-TAX-EXEMPT-PARA.
*>    O isento não posta acumulados: o cancelamento do cheque dele não
*>    tem o que estornar nos mestres
     MOVE "N" TO WS-CHECK-POSTED-SWITCH.
*>    Atualiza contador de linhas
     ADD 2 TO WS-LINES-USED.
*>    Move dados do funcionário para linha de isenção
     IF WS-NET-PAY-AMT < 0
         MOVE ZEROS TO WS-NET-PAY-AMT
     END-IF.
     PERFORM C74L-LOAN-REPAY-PARA.
     PERFORM C72J-APPLY-REIMB-PARA.
     IF NOT WS-LOOKUP-MODE
         PERFORM C72-NETPAY-ACH-PARA
     END-IF.
                   WS-STATE-PER-TAX-AMT
                   WS-FICA-EMPLE-PER-AMT
                   WS-FICA-EMPR-PER-AMT.
     PERFORM C71C-ZERO-FICA-SPLIT-PARA.
     PERFORM C90A-FETCH-YTD-PARA.
     PERFORM C73-PRINT-STUB-PARA.
     IF NOT WS-LOOKUP-MODE
         PERFORM C76-PAY-HISTORY-PARA
     END-IF.
*>    O isento não passa pelos encargos de desemprego (C77): o custo
*>    da mão de obra dele leva só o salário, o seguro e a contrapartida
     MOVE ZEROS TO WS-FUTA-PER-AMT
                   WS-SUTA-PER-AMT.
     IF NOT WS-LOOKUP-MODE
         PERFORM C09I-LABOR-COST-PARA
     END-IF.
*>    Marca como processado
     MOVE "Y" TO WS-ROW-FOUND-SWITCH.
*>    Imprime linha especial para isentos
             AFTER ADVANCING 1 LINE.
         WRITE IT-REPORT-OUT FROM WS-TAX-EXEMPT-LINE
             AFTER ADVANCING 1 LINE.
     MOVE "S" TO WS-DI-LINE-KIND.
     MOVE SPACES TO WS-DI-PRINT-LINE.
     PERFORM C09M-DIST-IMAGE-PARA.
     MOVE "X" TO WS-DI-LINE-KIND.
     MOVE WS-TAX-EXEMPT-LINE TO WS-DI-PRINT-LINE.
     PERFORM C09M-DIST-IMAGE-PARA.
*>    Grava a mesma linha em formato CSV
     PERFORM C61-CSV-EXEMPT-PARA.

     MOVE "BAD EARNS" TO WS-REJECT-REASON.
     PERFORM C68-SUSPEND-REJECT-PARA.

*>    Registro zerado de funcionário de licença protegida: não é
*>    rejeitado nem pago - sai como mensagem informativa. Os planos de
*>    valor fixo do BENMAST (fora o 401(k), que não tem diferimento
*>    sem salário) deixam de ser descontados e o valor do período fica
*>    acumulado no caso, uma vez por data de pagamento, para PROG58
*>    levar ao atraso do plano no retorno; a consulta avulsa (LOOKUP)
*>    não acumula
 C66B-ON-LEAVE-PARA.
     ADD 1 TO WS-LEAVE-NOPAY-COUNT.
     IF NOT WS-LOOKUP-MODE AND WS-BENMAST-OPEN
             AND LO-LAST-PREM-DATE < WS-CHECK-DATE
         MOVE WS-PR-SSN-IN TO BN-SSN
         READ BEN-MASTER-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 PERFORM C66C-LEAVE-PREMIUM-PARA
                     VARYING WS-LO-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-LO-SLOT-SUB > 3
                 MOVE WS-CHECK-DATE TO LO-LAST-PREM-DATE
                 REWRITE LO-CASE-REC
         END-READ
     END-IF.
     MOVE "I" TO WS-MSG-SEVERITY.
     MOVE "PAY6030" TO WS-MSG-ID.
     MOVE SPACES TO WS-MSG-TEXT.
     STRING "ON PROTECTED LEAVE - NO PAY EXPECTED, CASE "
                DELIMITED BY SIZE
            LO-CASE-NBR DELIMITED BY SIZE
            " TYPE " DELIMITED BY SIZE
            LO-CASE-TYPE DELIMITED BY SIZE
         INTO WS-MSG-TEXT
     END-STRING.
     MOVE WS-PR-SSN-IN TO WS-MSG-SSN.
     PERFORM C18-WRITE-MSG-PARA.

*>    Acumula no caso o prêmio do período de um espaço de plano de
*>    valor fixo; o espaço do caso acompanha o do BENMAST
 C66C-LEAVE-PREMIUM-PARA.
     IF BN-PLAN-CODE (WS-LO-SLOT-SUB) NOT = SPACES
             AND BN-PLAN-CODE (WS-LO-SLOT-SUB) NOT = "401"
             AND BN-METHOD (WS-LO-SLOT-SUB) = "F"
             AND BN-RATE-AMT (WS-LO-SLOT-SUB) > 0
         IF LO-PREM-PLAN (WS-LO-SLOT-SUB) NOT =
                 BN-PLAN-CODE (WS-LO-SLOT-SUB)
                 AND (LO-PREM-OWED (WS-LO-SLOT-SUB) NOT NUMERIC
                      OR LO-PREM-OWED (WS-LO-SLOT-SUB) = 0)
             MOVE BN-PLAN-CODE (WS-LO-SLOT-SUB)
                 TO LO-PREM-PLAN (WS-LO-SLOT-SUB)
             MOVE ZEROS TO LO-PREM-OWED (WS-LO-SLOT-SUB)
         END-IF
         IF LO-PREM-PLAN (WS-LO-SLOT-SUB) =
                 BN-PLAN-CODE (WS-LO-SLOT-SUB)
             ADD BN-RATE-AMT (WS-LO-SLOT-SUB)
                 TO LO-PREM-OWED (WS-LO-SLOT-SUB)
         END-IF
     END-IF.

*>    Grava um registro de exceção para CPF/SSN duplicado na passada preliminar
 C67-DUP-REJECT-PARA.
*>    Atualiza o contador de rejeições de duplicados; fica fora de
                       WS-JR-BEF-EXEMPTIONS
                       WS-JR-BEF-PERIODS
         MOVE SPACES TO WS-JR-BEF-STATUS WS-JR-BEF-TERM-DATE
         MOVE ZEROS TO WS-JR-BEF-SS-WAGES
                       WS-JR-BEF-SS-TAX
                       WS-JR-BEF-MED-WAGES
                       WS-JR-BEF-MED-TAX
     ELSE
         MOVE YM-YTD-EARNINGS TO WS-JR-BEF-EARNINGS
         MOVE YM-YTD-FED-TAX TO WS-JR-BEF-FED-TAX
         MOVE YM-PERIODS-PAID TO WS-JR-BEF-PERIODS
         MOVE YM-STATUS TO WS-JR-BEF-STATUS
         MOVE YM-TERM-DATE TO WS-JR-BEF-TERM-DATE
         MOVE YM-YTD-SS-WAGES TO WS-JR-BEF-SS-WAGES
         MOVE YM-YTD-SS-TAX TO WS-JR-BEF-SS-TAX
         MOVE YM-YTD-MED-WAGES TO WS-JR-BEF-MED-WAGES
         MOVE YM-YTD-MED-TAX TO WS-JR-BEF-MED-TAX
     END-IF.

*>    Grava no diário do mestre a imagem-antes capturada e a
     MOVE YM-PERIODS-PAID TO JR-AFT-PERIODS.
     MOVE YM-STATUS TO JR-AFT-STATUS.
     MOVE YM-TERM-DATE TO JR-AFT-TERM-DATE.
     MOVE WS-JR-BEF-FICA-IMAGE TO JR-BEF-FICA-IMAGE.
     MOVE YM-YTD-SS-WAGES TO JR-AFT-SS-WAGES.
     MOVE YM-YTD-SS-TAX TO JR-AFT-SS-TAX.
     MOVE YM-YTD-MED-WAGES TO JR-AFT-MED-WAGES.
     MOVE YM-YTD-MED-TAX TO JR-AFT-MED-TAX.
     WRITE JR-JOURNAL-REC.
     CLOSE YTD-JOURNAL-FILE-OUT.

     MOVE WS-SUTA-COUNT TO CK-SUTA-COUNT.
     MOVE WS-SUTA-TABLE TO CK-SUTA-TABLE.
     MOVE WS-EMPL-REC-COUNT TO CK-EMPL-REC-COUNT.
     MOVE WS-SS-WAGES-TOT TO CK-SS-WAGES-TOT.
     MOVE WS-SS-TAX-TOT TO CK-SS-TAX-TOT.
     MOVE WS-MED-WAGES-TOT TO CK-MED-WAGES-TOT.
     MOVE WS-MED-TAX-TOT TO CK-MED-TAX-TOT.
     MOVE WS-ADDL-MED-WAGES-TOT TO CK-ADDL-MED-WAGES-TOT.
     MOVE WS-ADDL-MED-TAX-TOT TO CK-ADDL-MED-TAX-TOT.
*>    Regrava o arquivo de checkpoint com a posição mais recente
     OPEN OUTPUT CHECKPOINT-FILE.
     WRITE CK-CHECKPOINT-REC.
         PERFORM C90A-FETCH-YTD-PARA
         ADD WS-PR-EARN-THIS-PER-IN TO WS-YTD-CUR-EARNINGS
         ADD WS-PER-TAX-AMT TO WS-YTD-CUR-FED-TAX
         ADD WS-SS-EMPLE-PER-AMT TO WS-YTD-CUR-SS-TAX
         ADD WS-MED-EMPLE-PER-AMT WS-ADDL-MED-PER-AMT
             TO WS-YTD-CUR-MED-TAX
     ELSE
         PERFORM C90B-POST-YTD-PARA
     END-IF.
         INVALID KEY
             MOVE ZEROS TO WS-YTD-CUR-EARNINGS
             MOVE ZEROS TO WS-YTD-CUR-FED-TAX
             MOVE ZEROS TO WS-YTD-CUR-SS-TAX
             MOVE ZEROS TO WS-YTD-CUR-MED-TAX
         NOT INVALID KEY
             MOVE YM-YTD-EARNINGS TO WS-YTD-CUR-EARNINGS
             MOVE YM-YTD-FED-TAX TO WS-YTD-CUR-FED-TAX
             MOVE YM-YTD-SS-TAX TO WS-YTD-CUR-SS-TAX
             MOVE YM-YTD-MED-TAX TO WS-YTD-CUR-MED-TAX
     END-READ.

*>    Postagem efetiva do acumulado do funcionário no arquivo mestre
     READ YTD-MASTER-FILE
         INVALID KEY
             MOVE ZEROS TO YM-YTD-EARNINGS YM-YTD-FED-TAX YM-PERIODS-PAID
             MOVE ZEROS TO YM-YTD-SS-WAGES YM-YTD-SS-TAX
                           YM-YTD-MED-WAGES YM-YTD-MED-TAX
*>    Registro novo: a situação precisa nascer ativa, senão o registro
*>    herdaria o que sobrou na área do registro do funcionário lido
*>    anteriormente (um desligado bloquearia o novato)
*>    Acumula o rendimento e o imposto federal do período atual
     ADD WS-PR-EARN-THIS-PER-IN TO YM-YTD-EARNINGS.
     ADD WS-PER-TAX-AMT TO YM-YTD-FED-TAX.
*>    Acumula os salários e o FICA retido por componente (o adicional
*>    do Medicare entra no acumulado do Medicare, como na caixa 6 do W-2)
     ADD WS-SS-TAXABLE-PER TO YM-YTD-SS-WAGES.
     ADD WS-SS-EMPLE-PER-AMT TO YM-YTD-SS-TAX.
     ADD WS-MED-TAXABLE-PER TO YM-YTD-MED-WAGES.
     ADD WS-MED-EMPLE-PER-AMT WS-ADDL-MED-PER-AMT TO YM-YTD-MED-TAX.
*>    Registra as isenções usadas neste período e o novo total de
*>    períodos pagos no ano, para a proporcionalização do próximo período
     MOVE WS-PR-EXEMPTIONS-IN TO YM-PRIOR-EXEMPTIONS.
*>    estouraria o campo sem sinal WS-PERIODS-REMAINING
*>    Registros empilhados por tipo de rendimento no mesmo período
*>    (normal + hora extra) representam um único período de pagamento:
*>    só o registro do tipo normal conta o período. O pagamento avulso
*>    (OFFCYCLE) cai num período que pertence à execução regular e
*>    também não conta período adicional
     IF WS-PR-REC-CODE-IN = 01
             AND (WS-PR-EARN-TYPE-IN = "R"
                  OR WS-PR-EARN-TYPE-IN = SPACES)
             AND NOT WS-OFFCYCLE-MODE
         ADD 1 TO YM-PERIODS-PAID
     END-IF.
*>    Grava o registro, criando-o se ainda não existir
     IF WS-PR-REC-CODE-IN = 01
             AND (WS-PR-EARN-TYPE-IN = "R"
                  OR WS-PR-EARN-TYPE-IN = SPACES)
             AND NOT WS-OFFCYCLE-MODE
         PERFORM C90D-POST-LEAVE-PARA
     END-IF.
*>    Disponibiliza os totais atualizados para a linha de detalhe
     MOVE YM-YTD-EARNINGS TO WS-YTD-CUR-EARNINGS.
     MOVE YM-YTD-FED-TAX TO WS-YTD-CUR-FED-TAX.
     MOVE YM-YTD-SS-TAX TO WS-YTD-CUR-SS-TAX.
     MOVE YM-YTD-MED-TAX TO WS-YTD-CUR-MED-TAX.

*>    Postagem do acumulado estadual do ano, chaveado por empresa +
*>    CPF/SSN + jurisdição efetiva ("**" = tabela embutida): salários
