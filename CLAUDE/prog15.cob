*>            dividido pelas horas da semana - a conta do FLSA quando o
*>            funcionário trabalhou em mais de uma tarifa), gravado
*>            como registro de tipo de rendimento "O" que o resumo por
*>            tipo da folha já conhece. Cada semana de trabalho é
*>            conferida contra o salário mínimo vigente na jurisdição
*>            de trabalho do funcionário (MINWAGE.DAT - tabela com
*>            vigência por UF, com a localidade sobrepondo a UF e o
*>            piso federal valendo sempre): a tarifa efetiva da
*>            semana abaixo do mínimo gera o registro de complemento
*>            (tipo de rendimento "M") pela diferença, listado no
*>            relatório, e as tarifas do mestre abaixo de um mínimo
*>            já anunciado saem sinalizadas antes da vigência. Os
*>            feriados de HOLIDAYS.DAT que caem no período são
*>            creditados automaticamente (tipo de rendimento "H", fora
*>            da contagem de horas do FLSA) a quem cumpre a regra do
*>            plano em HOLPLAN.DAT - tempo mínimo de casa, horas
*>            mínimas na semana e trabalho no dia útil anterior e no
*>            posterior; quem trabalha no feriado recebe o adicional
*>            do plano sobre as horas trabalhadas (tipo "P"), e o
*>            relatório lista os creditados e os negados com o motivo.
*>            Quem tem caso de licença protegida em aberto
*>            (LEAVCASE.DAT, de PROG58) e não mandou cartão recebe o
*>            registro regular zerado, que a folha aceita como
*>            licença; de todo funcionário de licença, as licenças
*>            pagas do cartão e a ausência sem pagamento do período
*>            vão para LEAVUSE.DAT, contra o direito de 12 meses
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================
     SELECT RATE-MASTER-FILE-IN
         ASSIGN TO "RATEMAST.DAT"
         FILE STATUS IS WS-RATEMAST-FILE-STATUS.
*>    Tabela de salários mínimos com vigência, por UF de trabalho
*>    ("**" = piso federal) e localidade (espaços = a UF inteira);
*>    sem o arquivo a conferência do mínimo não é feita
     SELECT MIN-WAGE-FILE-IN
         ASSIGN TO "MINWAGE.DAT"
         FILE STATUS IS WS-MINWAGE-FILE-STATUS.
*>    Feriados da empresa, o mesmo arquivo que PROG29 usa para tirar
*>    as datas de pagamento dos feriados; sem o arquivo não há
*>    crédito de feriado
     SELECT HOLIDAY-FILE-IN
         ASSIGN TO "HOLIDAYS.DAT"
         FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
*>    Regras de elegibilidade ao feriado por plano (o plano de acúmulo
*>    do mestre de saldos; "***" = plano de quem não tem saldo)
     SELECT HOLIDAY-PLAN-FILE-IN
         ASSIGN TO "HOLPLAN.DAT"
         FILE STATUS IS WS-HOLPLAN-FILE-STATUS.
*>    Fila de admissões gravada por PROG7, lida só para a data de
*>    admissão do tempo mínimo de casa; quem não está na fila é
*>    anterior a ela e cumpre o tempo de casa
     SELECT NEWHIRE-FILE-IN
         ASSIGN TO "NEWHIRE.DAT"
         FILE STATUS IS WS-NEWHIRE-FILE-STATUS.
*>    Arquivo de aprovações de ponto: uma linha por departamento por
*>    período, gravada quando o supervisor revisou as horas; um
*>    departamento sem aprovação para o período fica fora da folha
*>    uma segunda vez
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Calendário de períodos, lido só para traduzir o número do
*>    período do cartão no mês civil das horas de serviço do ACA;
     SELECT ACA-HOURS-FILE-OUT
         ASSIGN TO "ACAHOURS.DAT"
         FILE STATUS IS WS-ACAHOURS-FILE-STATUS.
*>    Casos de licença protegida (FMLA), mantidos por PROG58; só os
*>    casos em aberto (situação L) entram na montagem. Sem o arquivo
*>    ninguém está de licença
     SELECT LEAVE-CASE-FILE-IN
         ASSIGN TO "LEAVCASE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LO-SSN
         FILE STATUS IS WS-LEAVCASE-FILE-STATUS.
*>    Horas protegidas usadas por período de quem está de licença
*>    (licenças pagas do cartão e a ausência sem pagamento),
*>    acumuladas em EXTEND como as horas do ACA; PROG58 soma os
*>    últimos 12 meses contra o direito do caso
     SELECT LEAVE-USAGE-FILE-OUT
         ASSIGN TO "LEAVUSE.DAT"
         FILE STATUS IS WS-LEAVUSE-FILE-STATUS.
*>    Folha de pagamento gerada, no layout de 80 posições da folha;
*>    PROG43 a mescla com o lote dos mensalistas (PROG42) em TW12C.DAT
     SELECT PAYROLL-FILE-OUT
         ASSIGN TO "TW12C_TA.DAT".
*>    Relatório da montagem
     05  RT-JOB-CODE                 PIC X(2).      *> Função (espaços = padrão)
     05  FILLER                      PIC X(4).

*>    Definição da tabela de salários mínimos: uma linha por
*>    jurisdição por vigência; um aumento anunciado entra com a data
*>    futura e passa a valer sozinho na data
 FD  MIN-WAGE-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS MW-MIN-WAGE-REC.
 01  MW-MIN-WAGE-REC.
     05  MW-STATE                    PIC X(2).      *> UF de trabalho ("**" = federal)
     05  MW-LOCALITY                 PIC X(4).      *> Localidade (espaços = UF inteira)
     05  MW-EFF-DATE                 PIC X(8).      *> Início da vigência (AAAAMMDD)
     05  MW-MIN-RATE                 PIC 9(3)V99.   *> Salário mínimo por hora
     05  MW-DESCRIPTION              PIC X(20).     *> Descrição (lei/portaria)
     05  FILLER                      PIC X(1).

*>    Definição do arquivo de feriados; o layout de PROG29
 FD  HOLIDAY-FILE-IN
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HO-HOLIDAY-REC.
 01  HO-HOLIDAY-REC.
     05  HO-DATE                     PIC X(8).      *> Feriado (AAAAMMDD)
     05  FILLER                      PIC X(12).

*>    Definição das regras de feriado por plano
 FD  HOLIDAY-PLAN-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HP-PLAN-REC.
 01  HP-PLAN-REC.
     05  HP-PLAN-CODE                PIC X(3).      *> Plano ("***" = sem plano de saldo)
     05  HP-MIN-SERVICE-DAYS         PIC 9(4).      *> Dias mínimos de casa no feriado
     05  HP-MIN-WEEK-HOURS           PIC 9(2)V99.   *> Horas mínimas trabalhadas na semana
     05  HP-HOLIDAY-HOURS            PIC 9(2)V99.   *> Horas creditadas por feriado
     05  HP-BEFORE-AFTER             PIC X(1).      *> Y=exige o dia útil antes e depois
     05  HP-PREMIUM-FACTOR           PIC 9V99.      *> Fator das horas trabalhadas no feriado
     05  HP-DESCRIPTION              PIC X(20).     *> Descrição do plano
     05  FILLER                      PIC X(1).

*>    Definição da fila de admissões (só os campos usados); o layout
*>    de PROG7/PROG25
 FD  NEWHIRE-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS NH-NEWHIRE-REC.
 01  NH-NEWHIRE-REC.
     05  NH-SSN                      PIC X(9).      *> CPF/SSN do admitido
     05  FILLER                      PIC X(72).
     05  NH-HIRE-DATE                PIC X(8).      *> Data da admissão (AAAAMMDD)
     05  FILLER                      PIC X(51).

*>    Definição do arquivo de aprovações de ponto
 FD  TA-APPROVAL-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
     05  EM-RES-STATE                PIC X(2).      *> Jurisdição (UF) de residência
     05  EM-ADDL-FED-WH              PIC 9(3)V99.   *> Retenção federal adicional por período
     05  EM-FICA-EXEMPT              PIC X(1).      *> Y=isento de FICA por lei
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
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Definição do mestre de saldos de férias/licença-saúde; o mesmo
*>    layout de PROG6/PROG9
*>    Definição do histórico de pagamentos (só os campos usados pelo
*>    reconhecimento de já-pago); o layout de PROG6/PROG14
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
     05  FILLER                      PIC X(58).
     05  PH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado
     05  FILLER                      PIC X(15).

*>    Definição do calendário de períodos; o layout de PROG6
 FD  PERIOD-CAL-FILE-IN
         RECORD CONTAINS 21 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PP-PERIOD-REC.
 01  PP-PERIOD-REC.
     05  PP-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (espaços = padrão)
     05  PP-PERIOD-NBR               PIC 9(2).      *> Número do período no ano
     05  PP-START-DATE               PIC X(8).      *> Data inicial (AAAAMMDD)
     05  PP-END-DATE                 PIC X(8).      *> Data final (AAAAMMDD)
     05  AH-HOURS                    PIC 9(3)V99.   *> Horas de serviço do período
     05  FILLER                      PIC X(20).

*>    Definição dos casos de licença protegida; o layout de PROG58
 FD  LEAVE-CASE-FILE-IN
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

*>    Definição das horas protegidas usadas; o mesmo layout é lido
*>    por PROG58 - os dois precisam andar juntos
 FD  LEAVE-USAGE-FILE-OUT
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LU-USAGE-REC.
 01  LU-USAGE-REC.
     05  LU-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  LU-CASE-NBR                 PIC 9(3).      *> Caso de licença
     05  LU-USE-DATE                 PIC X(8).      *> Fim do período (AAAAMMDD)
     05  LU-PERIOD-NBR               PIC 9(2).      *> Período do cartão
     05  LU-PAID-HOURS               PIC 9(3)V99.   *> Férias/licença-saúde tomadas
     05  LU-UNPAID-HOURS             PIC 9(3)V99.   *> Ausência sem pagamento
     05  FILLER                      PIC X(8).

*>    Definição da folha de pagamento gerada
 FD  PAYROLL-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-PH-EOF-SWITCH            PIC X(1).
     05  WS-MINWAGE-FILE-STATUS      PIC X(2).
         88  WS-MINWAGE-MISSING      VALUE "35".
     05  WS-MINWAGE-EOF-SWITCH       PIC X(1).
     05  WS-MW-FED-FOUND-SWITCH      PIC X(1).
         88  WS-MW-FED-FOUND         VALUE "Y".
     05  WS-MW-STATE-FOUND-SWITCH    PIC X(1).
         88  WS-MW-STATE-FOUND       VALUE "Y".
     05  WS-MW-LOCAL-FOUND-SWITCH    PIC X(1).
         88  WS-MW-LOCAL-FOUND       VALUE "Y".
     05  WS-MW-FLAG-HEAD-SWITCH      PIC X(1).
         88  WS-MW-FLAG-HEAD-DONE    VALUE "Y".
     05  WS-HOLIDAY-FILE-STATUS      PIC X(2).
         88  WS-HOLIDAY-MISSING      VALUE "35".
     05  WS-HOLPLAN-FILE-STATUS      PIC X(2).
         88  WS-HOLPLAN-MISSING      VALUE "35".
     05  WS-NEWHIRE-FILE-STATUS      PIC X(2).
         88  WS-NEWHIRE-MISSING      VALUE "35".
     05  WS-LOAD-EOF-SWITCH          PIC X(1).
     05  WS-HP-FOUND-SWITCH          PIC X(1).
         88  WS-HP-FOUND             VALUE "Y".
     05  WS-HIRE-FOUND-SWITCH        PIC X(1).
         88  WS-HIRE-FOUND           VALUE "Y".
     05  WS-NEAR-FOUND-SWITCH        PIC X(1).
         88  WS-NEAR-FOUND           VALUE "Y".
     05  WS-LEAVCASE-FILE-STATUS     PIC X(2).
         88  WS-LEAVCASE-OK          VALUE "00".
     05  WS-LEAVUSE-FILE-STATUS      PIC X(2).
         88  WS-LEAVUSE-MISSING      VALUE "35".
     05  WS-CASE-FOUND-SWITCH        PIC X(1).
         88  WS-CASE-FOUND           VALUE "Y".

*>    Calendário carregado para traduzir período em mês civil, e a
*>    data da execução como reserva quando o calendário falta; as
*>    linhas de todos os grupos de pagamento, procuradas pelo grupo do
*>    cadastro do funcionário mais o período do cartão
 01  WS-PERCAL-CONTROLS.
     05  WS-PERCAL-COUNT             PIC 9(3) COMP.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-ACA-YEAR-MONTH           PIC X(6).      *> Mês civil do período corrente
     05  WS-ACA-HOURS                PIC 9(3)V99.   *> Horas de serviço do funcionário
 01  WS-PERCAL-TABLE.
     05  WS-PERCAL-ROW               OCCURS 300 TIMES
                                      INDEXED BY PC-INDEX.
         10  WS-PC-PAY-GROUP         PIC X(2).
         10  WS-PC-PERIOD-NBR        PIC 9(2).
         10  WS-PC-START-DATE        PIC X(8).
         10  WS-PC-END-DATE          PIC X(8).

*>    Tabela de tarifas-hora carregada de RATEMAST.DAT na abertura,
*>    como B15-LOAD-TAX-RATES-PARA carrega as faixas na folha
 01  WS-RATE-CONTROLS.
     05  WS-RATE-COUNT               PIC 9(5) COMP.
     05  WS-RATE-SUB                 PIC 9(5) COMP.
 01  WS-RATE-TABLE.
     05  WS-RATE-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY RT-INDEX.
         10  WS-RATE-AMT-ENTRY       PIC 9(3)V99.
         10  WS-RATE-JOB-ENTRY       PIC X(2).

*>    Tabela de salários mínimos carregada de MINWAGE.DAT na abertura
 01  WS-MINWAGE-CONTROLS.
     05  WS-MINWAGE-COUNT            PIC 9(3) COMP.
     05  WS-MW-SUB                   PIC 9(3) COMP.
 01  WS-MINWAGE-TABLE.
     05  WS-MINWAGE-ROW              OCCURS 500 TIMES
                                      INDEXED BY MW-INDEX.
         10  WS-MW-STATE-ENTRY       PIC X(2).
         10  WS-MW-LOCALITY-ENTRY    PIC X(4).
         10  WS-MW-EFF-DATE-ENTRY    PIC X(8).
         10  WS-MW-RATE-ENTRY        PIC 9(3)V99.

*>    Tabelas de feriados, de regras de feriado por plano e de datas
*>    de admissão, carregadas na abertura
 01  WS-HOLIDAY-CONTROLS.
     05  WS-HOLIDAY-COUNT            PIC 9(2) COMP.
     05  WS-HOLPLAN-COUNT            PIC 9(2) COMP.
     05  WS-HIRE-COUNT               PIC 9(5) COMP.
 01  WS-HOLIDAY-TABLE.
     05  WS-HOLIDAY-ROW              OCCURS 50 TIMES
                                      INDEXED BY HO-INDEX.
         10  WS-HOLIDAY-ENTRY        PIC X(8).
 01  WS-HOLPLAN-TABLE.
     05  WS-HOLPLAN-ROW              OCCURS 20 TIMES
                                      INDEXED BY HP-INDEX.
         10  WS-HP-PLAN-ENTRY        PIC X(3).
         10  WS-HP-SERVICE-ENTRY     PIC 9(4).
         10  WS-HP-WEEK-HOURS-ENTRY  PIC 9(2)V99.
         10  WS-HP-HOL-HOURS-ENTRY   PIC 9(2)V99.
         10  WS-HP-BEF-AFT-ENTRY     PIC X(1).
         10  WS-HP-FACTOR-ENTRY      PIC 9V99.
 01  WS-HIRE-TABLE.
     05  WS-HIRE-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY NH-INDEX.
         10  WS-HIRE-SSN-ENTRY       PIC X(9).
         10  WS-HIRE-DATE-ENTRY      PIC X(8).

*>    Dias do período corrente (a partir do início no calendário): a
*>    data, o dia da semana (0=sábado, 1=domingo ... 6=sexta) e se é
*>    feriado; refeito a cada troca de período ou de grupo de
*>    pagamento, pois cada grupo tem o seu calendário
 01  WS-PERIOD-DAYS.
     05  WS-PD-PERIOD-NBR            PIC 9(2).
     05  WS-PD-PAY-GROUP             PIC X(2).      *> Grupo do calendário montado
     05  WS-PD-END-DATE              PIC X(8).      *> Fim do período (o semanal acaba
*>                                                  *> antes do 14º dia do cartão)
     05  WS-PD-VALID-SWITCH          PIC X(1).
         88  WS-PD-VALID             VALUE "Y".
     05  WS-PD-HOL-COUNT             PIC 9(2).
     05  WS-PD-DAY                   OCCURS 14 TIMES.
         10  WS-PD-DATE              PIC X(8).
         10  WS-PD-DOW               PIC 9(1).
         10  WS-PD-HOL-FLAG          PIC X(1).

*>    Área de trabalho do crédito de feriado de um funcionário
 01  WS-HOL-WORK.
     05  WS-HOL-PLAN-CODE            PIC X(3).
     05  WS-HOL-HIRE-DATE            PIC X(8).
     05  WS-HOL-SERVICE-DAYS         PIC S9(7).
     05  WS-HOL-HIRE-SERIAL          PIC 9(7).
     05  WS-HOL-WEEK-HOURS           PIC 9(3)V99.
     05  WS-HOL-RATE                 PIC 9(3)V9999. *> Tarifa do crédito de feriado
     05  WS-HOL-PREM-RATE            PIC 9(3)V9999. *> Tarifa média da semana trabalhada
     05  WS-HOL-FACTOR               PIC 9V99.
     05  WS-HOL-DEFAULT-FACTOR       PIC 9V99 VALUE 1.50.
     05  WS-HOL-DAY-PAY              PIC 9(5)V99.
     05  WS-HOL-PAY                  PIC 9(5)V99.   *> Crédito de feriado do período
     05  WS-HOL-PREMIUM              PIC 9(5)V99.   *> Adicional de feriado trabalhado
     05  WS-HOL-REASON               PIC X(20).     *> Motivo da negativa
     05  WS-NEAR-SUB                 PIC S9(3) COMP.
     05  WS-NEAR-DIR                 PIC S9(1) COMP.

*>    Conversão de data em dias corridos (tempo de casa)
 01  WS-DATE-CONVERT.
     05  WS-DC-DATE.
         10  WS-DC-YEAR              PIC 9(4).
         10  WS-DC-MONTH             PIC 9(2).
         10  WS-DC-DAY               PIC 9(2).
     05  WS-DC-SERIAL                PIC 9(7).
     05  WS-DC-CUM-DAYS              PIC 9(3).
     05  WS-DC-Y4                    PIC 9(4).
     05  WS-DC-Y100                  PIC 9(4).
     05  WS-DC-Y400                  PIC 9(4).
     05  WS-DC-REM-4                 PIC 9(4).
     05  WS-DC-REM-100               PIC 9(4).
     05  WS-DC-REM-400               PIC 9(4).

*>    Dia da semana pela congruência de Zeller
 01  WS-ZELLER-WORK.
     05  WS-DAY-OF-WEEK              PIC 9(1).
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

*>    Área de trabalho da conferência do salário mínimo: a jurisdição
*>    e a data procuradas, o mínimo de cada nível vigente na data e o
*>    mínimo que vale (a localidade sobrepõe a UF; o piso federal vale
*>    sempre que for maior)
 01  WS-MW-WORK.
     05  WS-MW-STATE-KEY             PIC X(2).
     05  WS-MW-LOCAL-KEY             PIC X(4).
     05  WS-MW-CHECK-DATE            PIC X(8).
     05  WS-MW-FED-DATE              PIC X(8).
     05  WS-MW-FED-RATE              PIC 9(3)V99.
     05  WS-MW-STATE-DATE            PIC X(8).
     05  WS-MW-STATE-RATE            PIC 9(3)V99.
     05  WS-MW-LOCAL-DATE            PIC X(8).
     05  WS-MW-LOCAL-RATE            PIC 9(3)V99.
     05  WS-MW-MINIMUM               PIC 9(3)V99.
     05  WS-MW-SOURCE                PIC X(7).      *> Jurisdição do mínimo aplicado
     05  WS-MW-NEXT-DATE             PIC X(8).      *> Próxima vigência anunciada
     05  WS-MW-WEEK-SUB              PIC 9(1).
     05  WS-MW-WEEK-HOURS            PIC 9(3)V99.
     05  WS-MW-WEEK-DOLLARS          PIC 9(6)V99.
     05  WS-MW-EFF-RATE              PIC 9(3)V9999. *> Tarifa efetiva da semana
     05  WS-MW-MAKEUP-CALC           PIC S9(5)V99.
     05  WS-MW-WEEK-MAKEUP           PIC 9(5)V99.
     05  WS-MW-WK1-MAKEUP            PIC 9(5)V99.
     05  WS-MW-WK2-MAKEUP            PIC 9(5)V99.
     05  WS-MW-MAKEUP                PIC 9(5)V99.   *> Complemento do período
     05  WS-MW-WK1-END-DATE          PIC X(8).      *> Último dia da semana 1
     05  WS-MW-WK2-END-DATE          PIC X(8).      *> Último dia da semana 2

*>    Aritmética de datas (último dia de cada semana de trabalho)
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

*>    Acumulação por funcionário + período, semana a semana: horas e
*>    valor em tarifa simples de cada semana de trabalho, somados
*>    cartão a cartão; é dela que saem o registro regular e o prêmio
         10  WS-AC-SICK-HOURS        PIC 9(3)V99.
         10  WS-AC-PAID-ENTRY        PIC X(1).      *> Y=já pago no período
*>                                                 *> (linha regular em PAYHIST)
         10  WS-AC-DAY-HOURS         PIC 9(2)V99 OCCURS 14 TIMES.
*>                                                 *> Horas por dia (feriado)
         10  WS-AC-LEAVE-ROW-ENTRY   PIC X(1).      *> Y=funcionário de licença
*>                                                 *> sem cartão no período

*>    Casos de licença em aberto carregados de LEAVCASE.DAT, e o
*>    período da montagem (o maior período dos cartões lidos), em
*>    que quem está de licença sem cartão recebe a linha zerada
 01  WS-CASE-CONTROLS.
     05  WS-CASE-COUNT               PIC 9(5) COMP.
     05  WS-CASE-SUB                 PIC 9(5) COMP.
     05  WS-BUILD-PERIOD             PIC 9(2).
 01  WS-CASE-TABLE.
     05  WS-CASE-ROW                 OCCURS 5000 TIMES
                                      INDEXED BY LO-INDEX.
         10  WS-LO-SSN-ENTRY         PIC X(9).
         10  WS-LO-CASE-NBR-ENTRY    PIC 9(3).
         10  WS-LO-MODE-ENTRY        PIC X(1).
         10  WS-LO-START-ENTRY       PIC X(8).
         10  WS-LO-RETURN-ENTRY      PIC X(8).
         10  WS-LO-WEEK-HOURS-ENTRY  PIC 9(2)V99.

*>    Área de trabalho das horas protegidas de um funcionário de
*>    licença: horas programadas dos dias úteis do período dentro do
*>    caso, as trabalhadas nesses dias e o que falta (sem pagamento)
 01  WS-LEAVE-WORK.
     05  WS-LV-DAY-HOURS             PIC 9(2)V99.   *> Horas programadas por dia útil
     05  WS-LV-SCHED-HOURS           PIC 9(3)V99.   *> Programadas dentro do caso
     05  WS-LV-WORKED-HOURS          PIC 9(3)V99.   *> Trabalhadas dentro do caso
     05  WS-LV-PAID-HOURS            PIC 9(3)V99.   *> Férias + licença-saúde
     05  WS-LV-UNPAID-CALC           PIC S9(4)V99.
     05  WS-LV-UNPAID-HOURS          PIC 9(3)V99.   *> Ausência sem pagamento
     05  WS-LV-USE-DATE              PIC X(8).      *> Fim do período

*>    Tabela de aprovações de ponto carregada na abertura: uma linha
*>    por departamento + período aprovado pelo supervisor
     05  WS-ALREADY-PAID-COUNT       PIC 9(5).      *> Já pagos no período - pulados
     05  WS-EARN-TOT                 PIC 9(7)V99.   *> Total de rendimentos gerado
     05  WS-OT-PREM-TOT              PIC 9(7)V99.   *> Total de prêmio de hora extra
     05  WS-MW-RECS-COUNT            PIC 9(5).      *> Registros de complemento "M"
     05  WS-MW-MAKEUP-TOT            PIC 9(7)V99.   *> Total de complemento do mínimo
     05  WS-MW-FLAG-COUNT            PIC 9(5).      *> Tarifas abaixo do próximo mínimo
     05  WS-HOL-CREDIT-COUNT         PIC 9(5).      *> Feriados creditados
     05  WS-HOL-DENIED-COUNT         PIC 9(5).      *> Feriados negados
     05  WS-HOL-PAY-TOT              PIC 9(7)V99.   *> Total de crédito de feriado
     05  WS-HOL-PREM-TOT             PIC 9(7)V99.   *> Total de adicional de feriado
     05  WS-LEAVE-EMPL-COUNT         PIC 9(5).      *> Funcionários de licença montados
     05  WS-LEAVE-NOCARD-COUNT       PIC 9(5).      *> De licença sem cartão (zerados)
     05  WS-LEAVE-PAID-TOT           PIC 9(7)V99.   *> Horas protegidas pagas
     05  WS-LEAVE-UNPAID-TOT         PIC 9(7)V99.   *> Horas protegidas sem pagamento

*>    Registro regular (01) gerado, no layout da folha de pagamento;
*>    o tipo de rendimento distingue o regular (espaço) do prêmio de
     05  WS-OT-PREM-OUT              PIC ZZ,ZZZ.99.
     05  FILLER                      PIC X(61) VALUE SPACES.

*>    Linha do complemento de salário mínimo de uma semana no
*>    relatório: horas, tarifa efetiva, mínimo aplicado e jurisdição
 01  WS-MW-LINE.
     05  WS-MWL-SSN-OUT              PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(12) VALUE "MIN WAGE WK ".
     05  WS-MWL-WEEK-OUT             PIC 9(1).
     05  FILLER                      PIC X(9) VALUE "  HOURS: ".
     05  WS-MWL-HOURS-OUT            PIC ZZ9.99.
     05  FILLER                      PIC X(12) VALUE "  EFF RATE: ".
     05  WS-MWL-RATE-OUT             PIC ZZ9.9999.
     05  FILLER                      PIC X(11) VALUE "  MINIMUM: ".
     05  WS-MWL-MIN-OUT              PIC ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-MWL-SOURCE-OUT           PIC X(7).
     05  FILLER                      PIC X(12) VALUE "  MAKE-UP:  ".
     05  WS-MWL-MAKEUP-OUT           PIC ZZ,ZZZ.99.
     05  FILLER                      PIC X(27) VALUE SPACES.

*>    Cabeçalho e linha da página das tarifas do mestre abaixo de um
*>    salário mínimo já anunciado, antes da vigência
 01  WS-MW-FLAG-HEADING.
     05  FILLER                      PIC X(50) VALUE
             "RATEMAST RATES BELOW AN UPCOMING MINIMUM WAGE     ".
     05  FILLER                      PIC X(82) VALUE SPACES.
 01  WS-MW-FLAG-LINE.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-MWF-SSN-OUT              PIC X(9).
     05  FILLER                      PIC X(7) VALUE "  JOB: ".
     05  WS-MWF-JOB-OUT              PIC X(2).
     05  FILLER                      PIC X(8) VALUE "  RATE: ".
     05  WS-MWF-RATE-OUT             PIC ZZ9.99.
     05  FILLER                      PIC X(17) VALUE "  NEW MINIMUM:   ".
     05  WS-MWF-MIN-OUT              PIC ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-MWF-SOURCE-OUT           PIC X(7).
     05  FILLER                      PIC X(12) VALUE "  EFFECTIVE ".
     05  WS-MWF-EFF-DATE-OUT         PIC X(8).
     05  FILLER                      PIC X(47) VALUE SPACES.

*>    Linha de um feriado de um funcionário no relatório: creditado,
*>    negado (com o motivo) ou trabalhado (com o adicional)
 01  WS-HOL-LINE.
     05  WS-HOL-SSN-OUT              PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "HOLIDAY ".
     05  WS-HOL-DATE-OUT             PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-HOL-STATUS-OUT           PIC X(10).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(7) VALUE "HOURS: ".
     05  WS-HOL-HOURS-OUT            PIC ZZ9.99.
     05  FILLER                      PIC X(8) VALUE "  RATE: ".
     05  WS-HOL-RATE-OUT             PIC ZZ9.9999.
     05  FILLER                      PIC X(7) VALUE "  PAY: ".
     05  WS-HOL-PAY-OUT              PIC ZZ,ZZZ.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-HOL-REASON-OUT           PIC X(20).
     05  FILLER                      PIC X(24) VALUE SPACES.

*>    Linha de totais dos feriados
 01  WS-HOL-TOTAL-LINE.
     05  FILLER                      PIC X(18) VALUE
             "HOLIDAY CREDITS:  ".
     05  WS-HLT-CREDIT-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  AMOUNT: ".
     05  WS-HLT-PAY-OUT              PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(10) VALUE "  DENIED: ".
     05  WS-HLT-DENIED-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(20) VALUE
             "  WORKED PREMIUM:   ".
     05  WS-HLT-PREM-OUT             PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(42) VALUE SPACES.

*>    Linha de um funcionário de licença protegida no relatório: o
*>    caso, as horas programadas dentro do caso, as trabalhadas, as
*>    licenças pagas e a ausência sem pagamento que conta no direito
 01  WS-LV-LINE.
     05  WS-LVL-SSN-OUT              PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(14) VALUE "ON LEAVE CASE ".
     05  WS-LVL-CASE-OUT             PIC 9(3).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-LVL-MODE-OUT             PIC X(1).
     05  FILLER                      PIC X(9) VALUE "  SCHED: ".
     05  WS-LVL-SCHED-OUT            PIC ZZ9.99.
     05  FILLER                      PIC X(10) VALUE "  WORKED: ".
     05  WS-LVL-WORKED-OUT           PIC ZZ9.99.
     05  FILLER                      PIC X(14) VALUE "  PAID LEAVE: ".
     05  WS-LVL-PAID-OUT             PIC ZZ9.99.
     05  FILLER                      PIC X(10) VALUE "  UNPAID: ".
     05  WS-LVL-UNPAID-OUT           PIC ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-LVL-NOTE-OUT             PIC X(26).
     05  FILLER                      PIC X(7) VALUE SPACES.

*>    Linha de totais das licenças protegidas
 01  WS-LV-TOTAL-LINE.
     05  FILLER                      PIC X(18) VALUE
             "ON LEAVE EMPLS:   ".
     05  WS-LVT-EMPL-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  NO CARD: ".
     05  WS-LVT-NOCARD-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  PAID HOURS: ".
     05  WS-LVT-PAID-OUT             PIC ZZZ,ZZ9.99.
     05  FILLER                      PIC X(16) VALUE "  UNPAID HOURS: ".
     05  WS-LVT-UNPAID-OUT           PIC ZZZ,ZZ9.99.
     05  FILLER                      PIC X(41) VALUE SPACES.

*>    Linha de totais do complemento de salário mínimo
 01  WS-MW-TOTAL-LINE.
     05  FILLER                      PIC X(20) VALUE
             "MIN WAGE MAKE-UPS:  ".
     05  WS-MWT-RECS-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  AMOUNT: ".
     05  WS-MWT-AMT-OUT              PIC ZZZ,ZZZ.99.
     05  FILLER                      PIC X(22) VALUE
             "  RATES FLAGGED AHEAD:".
     05  WS-MWT-FLAG-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(58) VALUE SPACES.

*>    Cabeçalho e linha da página de exceções de aprovação: os
*>    departamentos retidos por falta de aprovação do supervisor
 01  WS-HELD-HEADING.
     IF WS-ACAHOURS-MISSING
         OPEN OUTPUT ACA-HOURS-FILE-OUT
     END-IF.
*>    Horas protegidas das licenças, também em EXTEND
     OPEN EXTEND LEAVE-USAGE-FILE-OUT.
     IF WS-LEAVUSE-MISSING
         OPEN OUTPUT LEAVE-USAGE-FILE-OUT
     END-IF.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-RATES-PARA.
     PERFORM B17-LOAD-APPROVALS-PARA.
     PERFORM B19-LOAD-PERCAL-PARA.
     PERFORM B19B-LOAD-MINWAGE-PARA.
     PERFORM B19D-LOAD-HOLIDAYS-PARA.
     PERFORM B19H-LOAD-LEAVE-CASES-PARA.
     READ TIMECARD-FILE-IN
         AT END MOVE "Y" TO WS-TC-EOF-SWITCH
     END-READ.
     PERFORM B20-TIMECARD-PARA
         UNTIL WS-TC-EOF-SWITCH = "Y".
*>    Quem está de licença e não mandou cartão no período da
*>    montagem recebe a linha zerada: não é falta de cartão
     IF WS-CASE-COUNT > 0 AND WS-BUILD-PERIOD > 0
         PERFORM B27-ADD-LEAVE-ROW-PARA
             VARYING WS-CASE-SUB FROM 1 BY 1
             UNTIL WS-CASE-SUB > WS-CASE-COUNT
     END-IF.
*>    Marca quem já tem a linha regular do período postada no
*>    histórico: numa remontagem de liberação, só os departamentos
*>    recém-aprovados entram na folha gerada
     WRITE PO-PAYROLL-REC-OUT FROM WS-TRAILER-REC-OUT.
*>    Página de exceções: departamentos retidos sem aprovação
     PERFORM C30-HELD-SECTION-PARA.
*>    Tarifas do mestre que ficarão abaixo de um mínimo já anunciado
     PERFORM C35-MW-FLAG-SECTION-PARA.
     PERFORM C20-TOTAL-PARA.
     CLOSE TIMECARD-FILE-IN
           EMPL-MASTER-FILE-IN
         CLOSE LEAVE-MASTER-FILE
     END-IF.
     CLOSE ACA-HOURS-FILE-OUT.
     CLOSE LEAVE-USAGE-FILE-OUT.
     STOP RUN.

*>    Inicialização das variáveis e cabeçalho do relatório
                   WS-APPROV-COUNT
                   WS-HELD-COUNT
                   WS-HELD-EMPL-COUNT
                   WS-ALREADY-PAID-COUNT
                   WS-MW-RECS-COUNT
                   WS-MW-MAKEUP-TOT
                   WS-MW-FLAG-COUNT
                   WS-HOL-CREDIT-COUNT
                   WS-HOL-DENIED-COUNT
                   WS-HOL-PAY-TOT
                   WS-HOL-PREM-TOT
                   WS-LEAVE-EMPL-COUNT
                   WS-LEAVE-NOCARD-COUNT
                   WS-LEAVE-PAID-TOT
                   WS-LEAVE-UNPAID-TOT
                   WS-CASE-COUNT
                   WS-BUILD-PERIOD
                   WS-PD-PERIOD-NBR.
     MOVE SPACES TO WS-PD-PAY-GROUP.
     WRITE TA-REPORT-REC FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO TA-REPORT-REC.

*>    Guarda um período do calendário na tabela
 B19A-LOAD-PERCAL-REC-PARA.
     IF WS-PERCAL-COUNT < 300
         ADD 1 TO WS-PERCAL-COUNT
         SET PC-INDEX TO WS-PERCAL-COUNT
         MOVE PP-PAY-GROUP TO WS-PC-PAY-GROUP (PC-INDEX)
         MOVE PP-PERIOD-NBR TO WS-PC-PERIOD-NBR (PC-INDEX)
         MOVE PP-START-DATE TO WS-PC-START-DATE (PC-INDEX)
         MOVE PP-END-DATE TO WS-PC-END-DATE (PC-INDEX)
     END-IF.
     READ PERIOD-CAL-FILE-IN
         AT END MOVE "Y" TO WS-PERCAL-EOF-SWITCH
     END-READ.

*>    Carrega a tabela de salários mínimos; sem o arquivo a montagem
*>    segue sem a conferência, com aviso ao operador
 B19B-LOAD-MINWAGE-PARA.
     MOVE ZEROS TO WS-MINWAGE-COUNT.
     MOVE "N" TO WS-MINWAGE-EOF-SWITCH.
     OPEN INPUT MIN-WAGE-FILE-IN.
     IF WS-MINWAGE-MISSING
         DISPLAY "MINIMUM WAGE TABLE MINWAGE.DAT NOT FOUND - " &
                 "MINIMUM WAGE CHECK NOT PERFORMED"
     ELSE
         READ MIN-WAGE-FILE-IN
             AT END MOVE "Y" TO WS-MINWAGE-EOF-SWITCH
         END-READ
         PERFORM B19C-LOAD-MINWAGE-REC-PARA
             UNTIL WS-MINWAGE-EOF-SWITCH = "Y"
         CLOSE MIN-WAGE-FILE-IN
     END-IF.

*>    Guarda uma linha da tabela de salários mínimos
 B19C-LOAD-MINWAGE-REC-PARA.
     IF WS-MINWAGE-COUNT < 500
         ADD 1 TO WS-MINWAGE-COUNT
         SET MW-INDEX TO WS-MINWAGE-COUNT
         MOVE MW-STATE TO WS-MW-STATE-ENTRY (MW-INDEX)
         MOVE MW-LOCALITY TO WS-MW-LOCALITY-ENTRY (MW-INDEX)
         MOVE MW-EFF-DATE TO WS-MW-EFF-DATE-ENTRY (MW-INDEX)
         MOVE MW-MIN-RATE TO WS-MW-RATE-ENTRY (MW-INDEX)
     END-IF.
     READ MIN-WAGE-FILE-IN
         AT END MOVE "Y" TO WS-MINWAGE-EOF-SWITCH
     END-READ.

*>    Carrega os feriados e, havendo feriados, as regras por plano e
*>    as datas de admissão da fila de novos contratados
 B19D-LOAD-HOLIDAYS-PARA.
     MOVE ZEROS TO WS-HOLIDAY-COUNT WS-HOLPLAN-COUNT WS-HIRE-COUNT.
     MOVE "N" TO WS-LOAD-EOF-SWITCH.
     OPEN INPUT HOLIDAY-FILE-IN.
     IF NOT WS-HOLIDAY-MISSING
         READ HOLIDAY-FILE-IN
             AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
         END-READ
         PERFORM B19E-LOAD-HOLIDAY-REC-PARA
             UNTIL WS-LOAD-EOF-SWITCH = "Y"
         CLOSE HOLIDAY-FILE-IN
     END-IF.
     IF WS-HOLIDAY-COUNT > 0
         MOVE "N" TO WS-LOAD-EOF-SWITCH
         OPEN INPUT HOLIDAY-PLAN-FILE-IN
         IF WS-HOLPLAN-MISSING
             DISPLAY "HOLIDAY PLAN TABLE HOLPLAN.DAT NOT FOUND - " &
                     "HOLIDAYS WILL BE DENIED"
         ELSE
             READ HOLIDAY-PLAN-FILE-IN
                 AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
             END-READ
             PERFORM B19F-LOAD-HOLPLAN-REC-PARA
                 UNTIL WS-LOAD-EOF-SWITCH = "Y"
             CLOSE HOLIDAY-PLAN-FILE-IN
         END-IF
         MOVE "N" TO WS-LOAD-EOF-SWITCH
         OPEN INPUT NEWHIRE-FILE-IN
         IF NOT WS-NEWHIRE-MISSING
             READ NEWHIRE-FILE-IN
                 AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
             END-READ
             PERFORM B19G-LOAD-HIRE-REC-PARA
                 UNTIL WS-LOAD-EOF-SWITCH = "Y"
             CLOSE NEWHIRE-FILE-IN
         END-IF
     END-IF.

*>    Guarda um feriado na tabela
 B19E-LOAD-HOLIDAY-REC-PARA.
     IF WS-HOLIDAY-COUNT < 50 AND HO-DATE IS NUMERIC
         ADD 1 TO WS-HOLIDAY-COUNT
         SET HO-INDEX TO WS-HOLIDAY-COUNT
         MOVE HO-DATE TO WS-HOLIDAY-ENTRY (HO-INDEX)
     END-IF.
     READ HOLIDAY-FILE-IN
         AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
     END-READ.

*>    Guarda a regra de feriado de um plano
 B19F-LOAD-HOLPLAN-REC-PARA.
     IF WS-HOLPLAN-COUNT < 20
         ADD 1 TO WS-HOLPLAN-COUNT
         SET HP-INDEX TO WS-HOLPLAN-COUNT
         MOVE HP-PLAN-CODE TO WS-HP-PLAN-ENTRY (HP-INDEX)
         MOVE HP-MIN-SERVICE-DAYS TO WS-HP-SERVICE-ENTRY (HP-INDEX)
         MOVE HP-MIN-WEEK-HOURS TO WS-HP-WEEK-HOURS-ENTRY (HP-INDEX)
         MOVE HP-HOLIDAY-HOURS TO WS-HP-HOL-HOURS-ENTRY (HP-INDEX)
         MOVE HP-BEFORE-AFTER TO WS-HP-BEF-AFT-ENTRY (HP-INDEX)
         MOVE HP-PREMIUM-FACTOR TO WS-HP-FACTOR-ENTRY (HP-INDEX)
     END-IF.
     READ HOLIDAY-PLAN-FILE-IN
         AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
     END-READ.

*>    Guarda a data de admissão de um funcionário; a readmissão
*>    (admissão mais recente do mesmo CPF/SSN) substitui a anterior
 B19G-LOAD-HIRE-REC-PARA.
     MOVE "N" TO WS-HIRE-FOUND-SWITCH.
     IF WS-HIRE-COUNT > 0
         SET NH-INDEX TO 1
         SEARCH WS-HIRE-ROW
             AT END CONTINUE
             WHEN NH-INDEX > WS-HIRE-COUNT
                 CONTINUE
             WHEN WS-HIRE-SSN-ENTRY (NH-INDEX) = NH-SSN
                 MOVE "Y" TO WS-HIRE-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF WS-HIRE-FOUND
         IF NH-HIRE-DATE > WS-HIRE-DATE-ENTRY (NH-INDEX)
             MOVE NH-HIRE-DATE TO WS-HIRE-DATE-ENTRY (NH-INDEX)
         END-IF
     ELSE
         IF WS-HIRE-COUNT < 30000
             ADD 1 TO WS-HIRE-COUNT
             SET NH-INDEX TO WS-HIRE-COUNT
             MOVE NH-SSN TO WS-HIRE-SSN-ENTRY (NH-INDEX)
             MOVE NH-HIRE-DATE TO WS-HIRE-DATE-ENTRY (NH-INDEX)
         END-IF
     END-IF.
     READ NEWHIRE-FILE-IN
         AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
     END-READ.

*>    Carrega os casos de licença em aberto de LEAVCASE.DAT (PROG58);
*>    sem o arquivo ninguém está de licença e a montagem segue como
*>    sempre
 B19H-LOAD-LEAVE-CASES-PARA.
     MOVE "N" TO WS-LOAD-EOF-SWITCH.
     OPEN INPUT LEAVE-CASE-FILE-IN.
     IF WS-LEAVCASE-OK
         READ LEAVE-CASE-FILE-IN NEXT RECORD
             AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
         END-READ
         PERFORM B19I-LOAD-CASE-REC-PARA
             UNTIL WS-LOAD-EOF-SWITCH = "Y"
         CLOSE LEAVE-CASE-FILE-IN
     END-IF.

*>    Guarda um caso em aberto (situação L) já iniciado na data da
*>    execução; a semana normal em branco vale 40 horas
 B19I-LOAD-CASE-REC-PARA.
     IF LO-STATUS = "L" AND LO-START-DATE <= WS-RUN-DATE
             AND WS-CASE-COUNT < 5000
         ADD 1 TO WS-CASE-COUNT
         SET LO-INDEX TO WS-CASE-COUNT
         MOVE LO-SSN TO WS-LO-SSN-ENTRY (LO-INDEX)
         MOVE LO-CASE-NBR TO WS-LO-CASE-NBR-ENTRY (LO-INDEX)
         MOVE LO-LEAVE-MODE TO WS-LO-MODE-ENTRY (LO-INDEX)
         MOVE LO-START-DATE TO WS-LO-START-ENTRY (LO-INDEX)
         MOVE LO-EXP-RETURN-DATE TO WS-LO-RETURN-ENTRY (LO-INDEX)
         IF LO-WEEK-HOURS IS NUMERIC AND LO-WEEK-HOURS > 0
             MOVE LO-WEEK-HOURS TO WS-LO-WEEK-HOURS-ENTRY (LO-INDEX)
         ELSE
             MOVE 40 TO WS-LO-WEEK-HOURS-ENTRY (LO-INDEX)
         END-IF
     END-IF.
     READ LEAVE-CASE-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-LOAD-EOF-SWITCH
     END-READ.

*>    Processa um cartão de ponto: soma as horas semana a semana,
*>    aplica a tarifa da função do cartão e acumula horas e valor no
*>    funcionário/período
         VARYING WS-DAY-SUB FROM 1 BY 1
         UNTIL WS-DAY-SUB > 14.
     PERFORM B22-FIND-RATE-PARA.
     IF TC-PERIOD-NBR IS NUMERIC AND TC-PERIOD-NBR > WS-BUILD-PERIOD
         MOVE TC-PERIOD-NBR TO WS-BUILD-PERIOD
     END-IF.
     MOVE TC-SSN TO WS-TA-SSN-OUT.
     MOVE WS-TOTAL-HOURS TO WS-TA-HOURS-OUT.
     IF NOT WS-RATE-FOUND
                       WS-AC-VAC-HOURS (AC-INDEX)
                       WS-AC-SICK-HOURS (AC-INDEX)
         MOVE SPACES TO WS-AC-PAID-ENTRY (AC-INDEX)
                        WS-AC-LEAVE-ROW-ENTRY (AC-INDEX)
         PERFORM B24-ZERO-DAY-PARA
             VARYING WS-DAY-SUB FROM 1 BY 1
             UNTIL WS-DAY-SUB > 14
         MOVE "Y" TO WS-ACCUM-FOUND-SWITCH
     END-IF.
     IF WS-ACCUM-FOUND
         PERFORM B24A-ACCUM-DAY-PARA
             VARYING WS-DAY-SUB FROM 1 BY 1
             UNTIL WS-DAY-SUB > 14
         ADD WS-WK1-HOURS TO WS-AC-WK1-HOURS (AC-INDEX)
         ADD WS-WK2-HOURS TO WS-AC-WK2-HOURS (AC-INDEX)
         IF TC-VAC-HOURS IS NUMERIC
             (WS-WK2-HOURS * WS-HOURLY-RATE)
     END-IF.

*>    Zera as horas de um dia da acumulação nova
 B24-ZERO-DAY-PARA.
     MOVE ZEROS TO WS-AC-DAY-HOURS (AC-INDEX WS-DAY-SUB).

*>    Soma as horas de um dia do cartão no dia da acumulação, que o
*>    crédito de feriado usa para o trabalho no feriado e nos dias
*>    úteis vizinhos
 B24A-ACCUM-DAY-PARA.
     IF TC-DAY-HOURS (WS-DAY-SUB) IS NUMERIC
         ADD TC-DAY-HOURS (WS-DAY-SUB)
             TO WS-AC-DAY-HOURS (AC-INDEX WS-DAY-SUB)
     END-IF.

*>    Varre o histórico de pagamentos marcando as acumulações cuja
*>    linha regular (01) do mesmo período e do ano corrente já foi
*>    postada: o funcionário já pago fica fora da remontagem, e as
*>    Examina uma linha do histórico: a linha regular do período e do
*>    ano corrente marca a acumulação do funcionário como já paga (o
*>    teste do ano evita que o mesmo número de período de um ano
*>    anterior bloqueie a montagem do ano corrente); a linha de um
*>    cheque cancelado e estornado não conta como paga
 B26-MARK-PAID-REC-PARA.
     IF PH-REC-CODE = 01
             AND PH-VOID-FLAG NOT = "V"
             AND PH-RUN-DATE (1:4) = WS-RUN-DATE (1:4)
             AND WS-ACCUM-COUNT > 0
         SET AC-INDEX TO 1
         AT END MOVE "Y" TO WS-PH-EOF-SWITCH
     END-READ.

*>    Cadastra na acumulação, zerada, o funcionário de licença sem
*>    cartão no período da montagem: ele passa pelas mesmas travas
*>    (já pago, aprovação do departamento) e sai com o registro
*>    regular zerado, que a folha reconhece como licença e não rejeita
 B27-ADD-LEAVE-ROW-PARA.
     SET LO-INDEX TO WS-CASE-SUB.
     MOVE "N" TO WS-ACCUM-FOUND-SWITCH.
     IF WS-ACCUM-COUNT > 0
         SET AC-INDEX TO 1
         SEARCH WS-ACCUM-ROW
             AT END CONTINUE
             WHEN AC-INDEX > WS-ACCUM-COUNT
                 CONTINUE
             WHEN WS-AC-SSN-ENTRY (AC-INDEX) =
                     WS-LO-SSN-ENTRY (LO-INDEX)
                     AND WS-AC-PERIOD-ENTRY (AC-INDEX) =
                         WS-BUILD-PERIOD
                 MOVE "Y" TO WS-ACCUM-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-ACCUM-FOUND AND WS-ACCUM-COUNT < 30000
         ADD 1 TO WS-ACCUM-COUNT
         SET AC-INDEX TO WS-ACCUM-COUNT
         MOVE WS-LO-SSN-ENTRY (LO-INDEX) TO WS-AC-SSN-ENTRY (AC-INDEX)
         MOVE WS-BUILD-PERIOD TO WS-AC-PERIOD-ENTRY (AC-INDEX)
         MOVE ZEROS TO WS-AC-WK1-HOURS (AC-INDEX)
                       WS-AC-WK1-DOLLARS (AC-INDEX)
                       WS-AC-WK2-HOURS (AC-INDEX)
                       WS-AC-WK2-DOLLARS (AC-INDEX)
                       WS-AC-VAC-HOURS (AC-INDEX)
                       WS-AC-SICK-HOURS (AC-INDEX)
         MOVE SPACES TO WS-AC-PAID-ENTRY (AC-INDEX)
         MOVE "Y" TO WS-AC-LEAVE-ROW-ENTRY (AC-INDEX)
         PERFORM B24-ZERO-DAY-PARA
             VARYING WS-DAY-SUB FROM 1 BY 1
             UNTIL WS-DAY-SUB > 14
     END-IF.

*>    Gera os registros da folha de um funcionário/período: o registro
*>    regular (01) com o valor em tarifa simples das duas semanas e,
*>    quando alguma semana passou de 40 horas, o registro de prêmio de
             PERFORM B55-HOLD-EMPL-PARA
         ELSE
             PERFORM B52-WRITE-REGULAR-PARA
*>    Conferência do salário mínimo semana a semana, só quando o
*>    registro regular entrou de fato na folha; o complemento entra
*>    na tarifa da semana antes da conta da hora extra
             IF WS-TA-FLAG-OUT = SPACES
                     AND WS-AC-LEAVE-ROW-ENTRY (AC-INDEX) NOT = "Y"
                 PERFORM B59-MIN-WAGE-PARA
             END-IF
             PERFORM B53-OT-PREMIUM-PARA
*>    Crédito dos feriados do período e adicional de feriado
*>    trabalhado, fora das horas da hora extra
             IF WS-TA-FLAG-OUT = SPACES AND WS-HOLIDAY-COUNT > 0
                     AND WS-AC-LEAVE-ROW-ENTRY (AC-INDEX) NOT = "Y"
                 PERFORM B65-HOLIDAY-PARA
             END-IF
*>    Baixa as horas de férias/licença tomadas no mestre de saldos,
*>    só quando o funcionário entrou de fato na folha gerada (um
*>    departamento retido será remontado e baixaria duas vezes)
*>    Horas de serviço do mês para a medição do ACA, pela mesma regra
*>    (um departamento retido será remontado e somaria duas vezes)
             PERFORM B57-POST-ACA-HOURS-PARA
*>    Horas protegidas de quem está de licença, pela mesma regra
             IF WS-CASE-COUNT > 0
                 PERFORM B71-LEAVE-USAGE-PARA
             END-IF
         END-IF
     END-IF.

*>    A frequência de pagamento vem do cadastro; sem frequência
*>    estabelecida vale o padrão quinzenal da instalação
         IF EM-PAY-FREQ = 12 OR EM-PAY-FREQ = 26
                 OR EM-PAY-FREQ = 24 OR EM-PAY-FREQ = 52
             MOVE EM-PAY-FREQ TO WS-PO-PAY-FREQ
         ELSE
             MOVE 26 TO WS-PO-PAY-FREQ
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Confere a tarifa efetiva de cada semana de trabalho do
*>    funcionário contra o mínimo vigente no último dia da semana na
*>    UF/localidade de trabalho dele; as semanas vêm do início do
*>    período no calendário (sem o calendário, vale a data da
*>    execução para as duas semanas)
 B59-MIN-WAGE-PARA.
     MOVE ZEROS TO WS-MW-WK1-MAKEUP WS-MW-WK2-MAKEUP WS-MW-MAKEUP.
     IF WS-MINWAGE-COUNT > 0
         MOVE EM-WORK-STATE TO WS-MW-STATE-KEY
         MOVE EM-WORK-LOCALITY TO WS-MW-LOCAL-KEY
         MOVE WS-RUN-DATE TO WS-MW-WK1-END-DATE WS-MW-WK2-END-DATE
         IF WS-PERCAL-COUNT > 0
             SET PC-INDEX TO 1
             SEARCH WS-PERCAL-ROW
                 AT END CONTINUE
                 WHEN WS-PC-PERIOD-NBR (PC-INDEX) =
                         WS-AC-PERIOD-ENTRY (AC-INDEX)
                         AND WS-PC-PAY-GROUP (PC-INDEX) = EM-PAY-GROUP
                     MOVE WS-PC-START-DATE (PC-INDEX)
                         TO WS-DATE-WORK-X
                     MOVE 6 TO WS-ADD-DAYS
                     PERFORM C81-ADD-DAYS-PARA
                     MOVE WS-DATE-WORK-X TO WS-MW-WK1-END-DATE
                     MOVE 7 TO WS-ADD-DAYS
                     PERFORM C81-ADD-DAYS-PARA
                     MOVE WS-DATE-WORK-X TO WS-MW-WK2-END-DATE
             END-SEARCH
         END-IF
         PERFORM B60-MW-WEEK-PARA
             VARYING WS-MW-WEEK-SUB FROM 1 BY 1
             UNTIL WS-MW-WEEK-SUB > 2
         IF WS-MW-MAKEUP > 0
             PERFORM B61-WRITE-MAKEUP-PARA
         END-IF
     END-IF.

*>    Confere uma semana: tarifa efetiva = valor em tarifa simples da
*>    semana / horas da semana; abaixo do mínimo, o complemento é
*>    horas x mínimo menos o valor já pago, com a linha no relatório
 B60-MW-WEEK-PARA.
     IF WS-MW-WEEK-SUB = 1
         MOVE WS-AC-WK1-HOURS (AC-INDEX) TO WS-MW-WEEK-HOURS
         MOVE WS-AC-WK1-DOLLARS (AC-INDEX) TO WS-MW-WEEK-DOLLARS
         MOVE WS-MW-WK1-END-DATE TO WS-MW-CHECK-DATE
     ELSE
         MOVE WS-AC-WK2-HOURS (AC-INDEX) TO WS-MW-WEEK-HOURS
         MOVE WS-AC-WK2-DOLLARS (AC-INDEX) TO WS-MW-WEEK-DOLLARS
         MOVE WS-MW-WK2-END-DATE TO WS-MW-CHECK-DATE
     END-IF.
     MOVE ZEROS TO WS-MW-WEEK-MAKEUP.
     IF WS-MW-WEEK-HOURS > 0
         PERFORM B62-FIND-MINIMUM-PARA
         COMPUTE WS-MW-EFF-RATE ROUNDED =
             WS-MW-WEEK-DOLLARS / WS-MW-WEEK-HOURS
         IF WS-MW-EFF-RATE < WS-MW-MINIMUM
             COMPUTE WS-MW-MAKEUP-CALC ROUNDED =
                 (WS-MW-WEEK-HOURS * WS-MW-MINIMUM)
                 - WS-MW-WEEK-DOLLARS
             IF WS-MW-MAKEUP-CALC > 0
                 MOVE WS-MW-MAKEUP-CALC TO WS-MW-WEEK-MAKEUP
             END-IF
         END-IF
     END-IF.
     IF WS-MW-WEEK-MAKEUP > 0
         IF WS-MW-WEEK-SUB = 1
             MOVE WS-MW-WEEK-MAKEUP TO WS-MW-WK1-MAKEUP
         ELSE
             MOVE WS-MW-WEEK-MAKEUP TO WS-MW-WK2-MAKEUP
         END-IF
         ADD WS-MW-WEEK-MAKEUP TO WS-MW-MAKEUP
         MOVE WS-AC-SSN-ENTRY (AC-INDEX) TO WS-MWL-SSN-OUT
         MOVE WS-MW-WEEK-SUB TO WS-MWL-WEEK-OUT
         MOVE WS-MW-WEEK-HOURS TO WS-MWL-HOURS-OUT
         MOVE WS-MW-EFF-RATE TO WS-MWL-RATE-OUT
         MOVE WS-MW-MINIMUM TO WS-MWL-MIN-OUT
         MOVE WS-MW-SOURCE TO WS-MWL-SOURCE-OUT
         MOVE WS-MW-WEEK-MAKEUP TO WS-MWL-MAKEUP-OUT
         WRITE TA-REPORT-REC FROM WS-MW-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Grava o registro de complemento de salário mínimo (tipo "M") e
*>    soma o complemento no valor de cada semana, para que o prêmio de
*>    hora extra saia pela tarifa já complementada
 B61-WRITE-MAKEUP-PARA.
     MOVE "M" TO WS-PO-EARN-TYPE.
     MOVE WS-MW-MAKEUP TO WS-PO-EARN-THIS-PER.
     WRITE PO-PAYROLL-REC-OUT FROM WS-PAY-REC-OUT.
     MOVE SPACES TO WS-PO-EARN-TYPE.
     ADD 1 TO WS-RECS-WRITTEN-COUNT.
     ADD 1 TO WS-MW-RECS-COUNT.
     ADD WS-MW-MAKEUP TO WS-EARN-TOT.
     ADD WS-MW-MAKEUP TO WS-MW-MAKEUP-TOT.
     ADD WS-MW-WK1-MAKEUP TO WS-AC-WK1-DOLLARS (AC-INDEX).
     ADD WS-MW-WK2-MAKEUP TO WS-AC-WK2-DOLLARS (AC-INDEX).

*>    Apura o mínimo vigente em WS-MW-CHECK-DATE para a UF/localidade
*>    das chaves: a linha de vigência mais recente de cada nível; a
*>    localidade sobrepõe a UF, e o piso federal prevalece quando for
*>    maior
 B62-FIND-MINIMUM-PARA.
     MOVE "N" TO WS-MW-FED-FOUND-SWITCH
                 WS-MW-STATE-FOUND-SWITCH
                 WS-MW-LOCAL-FOUND-SWITCH.
     MOVE ZEROS TO WS-MW-FED-RATE WS-MW-STATE-RATE WS-MW-LOCAL-RATE
                   WS-MW-MINIMUM.
     MOVE SPACES TO WS-MW-FED-DATE WS-MW-STATE-DATE WS-MW-LOCAL-DATE
                    WS-MW-SOURCE.
     PERFORM B63-MINIMUM-ROW-PARA
         VARYING WS-MW-SUB FROM 1 BY 1
         UNTIL WS-MW-SUB > WS-MINWAGE-COUNT.
     EVALUATE TRUE
         WHEN WS-MW-LOCAL-FOUND
             MOVE WS-MW-LOCAL-RATE TO WS-MW-MINIMUM
             STRING WS-MW-STATE-KEY "/" WS-MW-LOCAL-KEY
                 DELIMITED BY SIZE INTO WS-MW-SOURCE
         WHEN WS-MW-STATE-FOUND
             MOVE WS-MW-STATE-RATE TO WS-MW-MINIMUM
             MOVE WS-MW-STATE-KEY TO WS-MW-SOURCE
         WHEN OTHER
             CONTINUE
     END-EVALUATE.
     IF WS-MW-FED-FOUND AND WS-MW-FED-RATE > WS-MW-MINIMUM
         MOVE WS-MW-FED-RATE TO WS-MW-MINIMUM
         MOVE "FEDERAL" TO WS-MW-SOURCE
     END-IF.

*>    Examina uma linha da tabela: vigente na data e do nível federal,
*>    da UF inteira ou da localidade do funcionário, fica a de
*>    vigência mais recente de cada nível
 B63-MINIMUM-ROW-PARA.
     SET MW-INDEX TO WS-MW-SUB.
     IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT > WS-MW-CHECK-DATE
         EVALUATE TRUE
             WHEN WS-MW-STATE-ENTRY (MW-INDEX) = "**"
                 IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT <
                         WS-MW-FED-DATE
                     MOVE "Y" TO WS-MW-FED-FOUND-SWITCH
                     MOVE WS-MW-EFF-DATE-ENTRY (MW-INDEX)
                         TO WS-MW-FED-DATE
                     MOVE WS-MW-RATE-ENTRY (MW-INDEX)
                         TO WS-MW-FED-RATE
                 END-IF
             WHEN WS-MW-STATE-KEY = SPACES
                 CONTINUE
             WHEN WS-MW-STATE-ENTRY (MW-INDEX) NOT = WS-MW-STATE-KEY
                 CONTINUE
             WHEN WS-MW-LOCALITY-ENTRY (MW-INDEX) = SPACES
                 IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT <
                         WS-MW-STATE-DATE
                     MOVE "Y" TO WS-MW-STATE-FOUND-SWITCH
                     MOVE WS-MW-EFF-DATE-ENTRY (MW-INDEX)
                         TO WS-MW-STATE-DATE
                     MOVE WS-MW-RATE-ENTRY (MW-INDEX)
                         TO WS-MW-STATE-RATE
                 END-IF
             WHEN WS-MW-LOCALITY-ENTRY (MW-INDEX) = WS-MW-LOCAL-KEY
                 IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT <
                         WS-MW-LOCAL-DATE
                     MOVE "Y" TO WS-MW-LOCAL-FOUND-SWITCH
                     MOVE WS-MW-EFF-DATE-ENTRY (MW-INDEX)
                         TO WS-MW-LOCAL-DATE
                     MOVE WS-MW-RATE-ENTRY (MW-INDEX)
                         TO WS-MW-LOCAL-RATE
                 END-IF
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-IF.

*>    Localiza a próxima vigência anunciada (posterior à data da
*>    execução) que alcança a UF/localidade das chaves
 B64-NEXT-MINIMUM-ROW-PARA.
     SET MW-INDEX TO WS-MW-SUB.
     IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) > WS-RUN-DATE
             AND WS-MW-EFF-DATE-ENTRY (MW-INDEX) < WS-MW-NEXT-DATE
         IF WS-MW-STATE-ENTRY (MW-INDEX) = "**"
                 OR (WS-MW-STATE-KEY NOT = SPACES
                     AND WS-MW-STATE-ENTRY (MW-INDEX) = WS-MW-STATE-KEY
                     AND (WS-MW-LOCALITY-ENTRY (MW-INDEX) = SPACES
                          OR WS-MW-LOCALITY-ENTRY (MW-INDEX) =
                             WS-MW-LOCAL-KEY))
             MOVE WS-MW-EFF-DATE-ENTRY (MW-INDEX) TO WS-MW-NEXT-DATE
         END-IF
     END-IF.

*>    Credita os feriados que caem no período do funcionário: monta
*>    os dias do período, localiza a regra do plano e a data de
*>    admissão, examina cada feriado e grava o crédito ("H") e o
*>    adicional de feriado trabalhado ("P")
 B65-HOLIDAY-PARA.
     IF WS-AC-PERIOD-ENTRY (AC-INDEX) NOT = WS-PD-PERIOD-NBR
             OR EM-PAY-GROUP NOT = WS-PD-PAY-GROUP
         PERFORM B66-PERIOD-DAYS-PARA
     END-IF.
     IF WS-PD-VALID AND WS-PD-HOL-COUNT > 0
         PERFORM B67-HOLIDAY-RULES-PARA
         MOVE ZEROS TO WS-HOL-PAY WS-HOL-PREMIUM
         PERFORM B68-HOLIDAY-DAY-PARA
             VARYING WS-DAY-SUB FROM 1 BY 1
             UNTIL WS-DAY-SUB > 14
         IF WS-HOL-PAY > 0
             MOVE "H" TO WS-PO-EARN-TYPE
             MOVE WS-HOL-PAY TO WS-PO-EARN-THIS-PER
             WRITE PO-PAYROLL-REC-OUT FROM WS-PAY-REC-OUT
             ADD 1 TO WS-RECS-WRITTEN-COUNT
             ADD WS-HOL-PAY TO WS-EARN-TOT
             ADD WS-HOL-PAY TO WS-HOL-PAY-TOT
         END-IF
         IF WS-HOL-PREMIUM > 0
             MOVE "P" TO WS-PO-EARN-TYPE
             MOVE WS-HOL-PREMIUM TO WS-PO-EARN-THIS-PER
             WRITE PO-PAYROLL-REC-OUT FROM WS-PAY-REC-OUT
             ADD 1 TO WS-RECS-WRITTEN-COUNT
             ADD WS-HOL-PREMIUM TO WS-EARN-TOT
             ADD WS-HOL-PREMIUM TO WS-HOL-PREM-TOT
         END-IF
         MOVE SPACES TO WS-PO-EARN-TYPE
     END-IF.

*>    Monta os 14 dias do período a partir do início no calendário,
*>    com o dia da semana e a marca de feriado; período fora do
*>    calendário não recebe crédito automático
 B66-PERIOD-DAYS-PARA.
     MOVE WS-AC-PERIOD-ENTRY (AC-INDEX) TO WS-PD-PERIOD-NBR.
     MOVE EM-PAY-GROUP TO WS-PD-PAY-GROUP.
     MOVE "N" TO WS-PD-VALID-SWITCH.
     MOVE ZEROS TO WS-PD-HOL-COUNT.
     IF WS-PERCAL-COUNT > 0
         SET PC-INDEX TO 1
         SEARCH WS-PERCAL-ROW
             AT END CONTINUE
             WHEN WS-PC-PERIOD-NBR (PC-INDEX) = WS-PD-PERIOD-NBR
                     AND WS-PC-PAY-GROUP (PC-INDEX) = EM-PAY-GROUP
                 MOVE "Y" TO WS-PD-VALID-SWITCH
                 MOVE WS-PC-START-DATE (PC-INDEX) TO WS-DATE-WORK-X
                 MOVE WS-PC-END-DATE (PC-INDEX) TO WS-PD-END-DATE
         END-SEARCH
     END-IF.
     IF WS-PD-VALID
         PERFORM B66A-PERIOD-DAY-PARA
             VARYING WS-DAY-SUB FROM 1 BY 1
             UNTIL WS-DAY-SUB > 14
     ELSE
         DISPLAY "PERIOD " WS-PD-PERIOD-NBR " NOT ON PERCAL.DAT - " &
                 "NO AUTOMATIC HOLIDAY CREDIT"
     END-IF.

*>    Monta um dia do período e avança a data corrente
 B66A-PERIOD-DAY-PARA.
     MOVE WS-DATE-WORK-X TO WS-PD-DATE (WS-DAY-SUB).
     PERFORM C80-DAY-OF-WEEK-PARA.
     MOVE WS-DAY-OF-WEEK TO WS-PD-DOW (WS-DAY-SUB).
     MOVE "N" TO WS-PD-HOL-FLAG (WS-DAY-SUB).
*>    Dia além do fim do período (período semanal) não credita feriado:
*>    ele pertence ao cartão do período seguinte
     IF WS-DATE-WORK-X <= WS-PD-END-DATE
         SET HO-INDEX TO 1
         SEARCH WS-HOLIDAY-ROW
             AT END CONTINUE
             WHEN HO-INDEX > WS-HOLIDAY-COUNT
                 CONTINUE
             WHEN WS-HOLIDAY-ENTRY (HO-INDEX) = WS-DATE-WORK-X
                 MOVE "Y" TO WS-PD-HOL-FLAG (WS-DAY-SUB)
                 ADD 1 TO WS-PD-HOL-COUNT
         END-SEARCH
     END-IF.
     PERFORM C82-NEXT-DAY-PARA.

*>    Localiza a regra do plano do funcionário (o plano de acúmulo do
*>    mestre de saldos; sem saldo, a regra "***") e a data de admissão
 B67-HOLIDAY-RULES-PARA.
     MOVE "***" TO WS-HOL-PLAN-CODE.
     IF WS-LEAVMAST-OPEN
         MOVE WS-AC-SSN-ENTRY (AC-INDEX) TO LV-SSN
         READ LEAVE-MASTER-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE LV-PLAN-CODE TO WS-HOL-PLAN-CODE
         END-READ
     END-IF.
     MOVE "N" TO WS-HP-FOUND-SWITCH.
     IF WS-HOLPLAN-COUNT > 0
         SET HP-INDEX TO 1
         SEARCH WS-HOLPLAN-ROW
             AT END CONTINUE
             WHEN HP-INDEX > WS-HOLPLAN-COUNT
                 CONTINUE
             WHEN WS-HP-PLAN-ENTRY (HP-INDEX) = WS-HOL-PLAN-CODE
                 MOVE "Y" TO WS-HP-FOUND-SWITCH
         END-SEARCH
         IF NOT WS-HP-FOUND
             SET HP-INDEX TO 1
             SEARCH WS-HOLPLAN-ROW
                 AT END CONTINUE
                 WHEN HP-INDEX > WS-HOLPLAN-COUNT
                     CONTINUE
                 WHEN WS-HP-PLAN-ENTRY (HP-INDEX) = "***"
                     MOVE "Y" TO WS-HP-FOUND-SWITCH
             END-SEARCH
         END-IF
     END-IF.
     IF WS-HP-FOUND
         MOVE WS-HP-FACTOR-ENTRY (HP-INDEX) TO WS-HOL-FACTOR
     ELSE
         MOVE WS-HOL-DEFAULT-FACTOR TO WS-HOL-FACTOR
     END-IF.
     MOVE SPACES TO WS-HOL-HIRE-DATE.
     IF WS-HIRE-COUNT > 0
         SET NH-INDEX TO 1
         SEARCH WS-HIRE-ROW
             AT END CONTINUE
             WHEN NH-INDEX > WS-HIRE-COUNT
                 CONTINUE
             WHEN WS-HIRE-SSN-ENTRY (NH-INDEX) =
                     WS-AC-SSN-ENTRY (AC-INDEX)
                 MOVE WS-HIRE-DATE-ENTRY (NH-INDEX)
                     TO WS-HOL-HIRE-DATE
         END-SEARCH
     END-IF.
     IF WS-HOL-HIRE-DATE IS NUMERIC
         MOVE WS-HOL-HIRE-DATE TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
         MOVE WS-DC-SERIAL TO WS-HOL-HIRE-SERIAL
     END-IF.
*>    Tarifa do crédito: a média do período em tarifa simples (já com
*>    o complemento do mínimo); sem horas no período, a tarifa padrão
*>    do mestre
     IF WS-AC-WK1-HOURS (AC-INDEX) + WS-AC-WK2-HOURS (AC-INDEX) > 0
         COMPUTE WS-HOL-RATE ROUNDED =
             (WS-AC-WK1-DOLLARS (AC-INDEX)
              + WS-AC-WK2-DOLLARS (AC-INDEX))
             / (WS-AC-WK1-HOURS (AC-INDEX)
                + WS-AC-WK2-HOURS (AC-INDEX))
     ELSE
         MOVE ZEROS TO WS-HOL-RATE
         SET RT-INDEX TO 1
         SEARCH WS-RATE-ROW
             AT END CONTINUE
             WHEN RT-INDEX > WS-RATE-COUNT
                 CONTINUE
             WHEN WS-RATE-SSN-ENTRY (RT-INDEX) =
                     WS-AC-SSN-ENTRY (AC-INDEX)
                     AND WS-RATE-JOB-ENTRY (RT-INDEX) = SPACES
                 MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-HOL-RATE
         END-SEARCH
     END-IF.

*>    Examina um dia do período que é feriado: aplica a regra do
*>    plano (tempo de casa, horas da semana, dia útil antes e depois)
*>    e credita ou nega com o motivo; horas trabalhadas no feriado
*>    recebem o adicional do plano pela tarifa média da semana
 B68-HOLIDAY-DAY-PARA.
     IF WS-PD-HOL-FLAG (WS-DAY-SUB) = "Y"
         MOVE SPACES TO WS-HOL-REASON
         IF WS-DAY-SUB <= 7
             MOVE WS-AC-WK1-HOURS (AC-INDEX) TO WS-HOL-WEEK-HOURS
         ELSE
             MOVE WS-AC-WK2-HOURS (AC-INDEX) TO WS-HOL-WEEK-HOURS
         END-IF
         EVALUATE TRUE
             WHEN NOT WS-HP-FOUND
                 MOVE "NO HOLIDAY PLAN" TO WS-HOL-REASON
             WHEN WS-HP-HOL-HOURS-ENTRY (HP-INDEX) = 0
                 MOVE "PLAN HAS NO HOLIDAYS" TO WS-HOL-REASON
             WHEN OTHER
                 PERFORM B69-HOLIDAY-RULE-PARA
         END-EVALUATE
         MOVE WS-AC-SSN-ENTRY (AC-INDEX) TO WS-HOL-SSN-OUT
         MOVE WS-PD-DATE (WS-DAY-SUB) TO WS-HOL-DATE-OUT
         MOVE WS-HOL-RATE TO WS-HOL-RATE-OUT
         IF WS-HOL-REASON = SPACES
             COMPUTE WS-HOL-DAY-PAY ROUNDED =
                 WS-HP-HOL-HOURS-ENTRY (HP-INDEX) * WS-HOL-RATE
             ADD WS-HOL-DAY-PAY TO WS-HOL-PAY
             ADD 1 TO WS-HOL-CREDIT-COUNT
             MOVE "CREDITED" TO WS-HOL-STATUS-OUT
             MOVE WS-HP-HOL-HOURS-ENTRY (HP-INDEX) TO WS-HOL-HOURS-OUT
             MOVE WS-HOL-DAY-PAY TO WS-HOL-PAY-OUT
         ELSE
             ADD 1 TO WS-HOL-DENIED-COUNT
             MOVE "DENIED" TO WS-HOL-STATUS-OUT
             MOVE ZEROS TO WS-HOL-HOURS-OUT WS-HOL-PAY-OUT
         END-IF
         MOVE WS-HOL-REASON TO WS-HOL-REASON-OUT
         WRITE TA-REPORT-REC FROM WS-HOL-LINE
             AFTER ADVANCING 1 LINE
         IF WS-AC-DAY-HOURS (AC-INDEX WS-DAY-SUB) > 0
                 AND WS-HOL-FACTOR > 1
                 AND WS-HOL-WEEK-HOURS > 0
             PERFORM B70-HOLIDAY-WORKED-PARA
         END-IF
     END-IF.

*>    Regras do plano para um feriado; o primeiro requisito não
*>    cumprido vira o motivo da negativa
 B69-HOLIDAY-RULE-PARA.
     IF WS-HOL-HIRE-DATE IS NUMERIC
         MOVE WS-PD-DATE (WS-DAY-SUB) TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
         COMPUTE WS-HOL-SERVICE-DAYS =
             WS-DC-SERIAL - WS-HOL-HIRE-SERIAL
         IF WS-HOL-SERVICE-DAYS < WS-HP-SERVICE-ENTRY (HP-INDEX)
             MOVE "SERVICE UNDER MIN" TO WS-HOL-REASON
         END-IF
     END-IF.
*>    Horas trabalhadas na semana do feriado, sem o próprio feriado
     IF WS-HOL-REASON = SPACES
             AND WS-HOL-WEEK-HOURS -
                 WS-AC-DAY-HOURS (AC-INDEX WS-DAY-SUB)
                 < WS-HP-WEEK-HOURS-ENTRY (HP-INDEX)
         MOVE "UNDER SCHED HOURS" TO WS-HOL-REASON
     END-IF.
     IF WS-HOL-REASON = SPACES
             AND WS-HP-BEF-AFT-ENTRY (HP-INDEX) = "Y"
         MOVE -1 TO WS-NEAR-DIR
         PERFORM B69A-NEAR-WORKDAY-PARA
         IF WS-NEAR-FOUND
                 AND WS-AC-DAY-HOURS (AC-INDEX WS-NEAR-SUB) = 0
             MOVE "NO WORK DAY BEFORE" TO WS-HOL-REASON
         END-IF
     END-IF.
     IF WS-HOL-REASON = SPACES
             AND WS-HP-BEF-AFT-ENTRY (HP-INDEX) = "Y"
         MOVE 1 TO WS-NEAR-DIR
         PERFORM B69A-NEAR-WORKDAY-PARA
         IF WS-NEAR-FOUND
                 AND WS-AC-DAY-HOURS (AC-INDEX WS-NEAR-SUB) = 0
             MOVE "NO WORK DAY AFTER" TO WS-HOL-REASON
         END-IF
     END-IF.

*>    Localiza o dia útil mais próximo do feriado na direção
*>    WS-NEAR-DIR (segunda a sexta, sem outro feriado); fora do
*>    período o dia vizinho não está no cartão e a regra não se aplica
 B69A-NEAR-WORKDAY-PARA.
     MOVE "N" TO WS-NEAR-FOUND-SWITCH.
     COMPUTE WS-NEAR-SUB = WS-DAY-SUB + WS-NEAR-DIR.
     PERFORM B69B-NEAR-STEP-PARA
         UNTIL WS-NEAR-FOUND
             OR WS-NEAR-SUB < 1
             OR WS-NEAR-SUB > 14.

*>    Um passo da busca do dia útil vizinho
 B69B-NEAR-STEP-PARA.
     IF WS-PD-DOW (WS-NEAR-SUB) > 1
             AND WS-PD-HOL-FLAG (WS-NEAR-SUB) NOT = "Y"
         MOVE "Y" TO WS-NEAR-FOUND-SWITCH
     ELSE
         ADD WS-NEAR-DIR TO WS-NEAR-SUB
     END-IF.

*>    Adicional das horas trabalhadas no feriado: horas do dia x tarifa
*>    média da semana x (fator do plano - 1), já que as horas em si
*>    saíram no registro regular; vale para todos, elegíveis ou não
 B70-HOLIDAY-WORKED-PARA.
     IF WS-DAY-SUB <= 7
         COMPUTE WS-HOL-PREM-RATE ROUNDED =
             WS-AC-WK1-DOLLARS (AC-INDEX) / WS-AC-WK1-HOURS (AC-INDEX)
     ELSE
         COMPUTE WS-HOL-PREM-RATE ROUNDED =
             WS-AC-WK2-DOLLARS (AC-INDEX) / WS-AC-WK2-HOURS (AC-INDEX)
     END-IF.
     COMPUTE WS-HOL-DAY-PAY ROUNDED =
         WS-AC-DAY-HOURS (AC-INDEX WS-DAY-SUB) * WS-HOL-PREM-RATE
         * (WS-HOL-FACTOR - 1).
     ADD WS-HOL-DAY-PAY TO WS-HOL-PREMIUM.
     MOVE "WORKED" TO WS-HOL-STATUS-OUT.
     MOVE WS-AC-DAY-HOURS (AC-INDEX WS-DAY-SUB) TO WS-HOL-HOURS-OUT.
     MOVE WS-HOL-PREM-RATE TO WS-HOL-RATE-OUT.
     MOVE WS-HOL-DAY-PAY TO WS-HOL-PAY-OUT.
     MOVE "HOLIDAY PREMIUM" TO WS-HOL-REASON-OUT.
     WRITE TA-REPORT-REC FROM WS-HOL-LINE
         AFTER ADVANCING 1 LINE.

*>    Imprime a página das tarifas do mestre que ficarão abaixo de um
*>    salário mínimo já anunciado, para o RH corrigir antes da
*>    vigência (o complemento só cobre o que já está atrasado)
 C35-MW-FLAG-SECTION-PARA.
     MOVE "N" TO WS-MW-FLAG-HEAD-SWITCH.
     IF WS-MINWAGE-COUNT > 0
         PERFORM C36-MW-FLAG-RATE-PARA
             VARYING WS-RATE-SUB FROM 1 BY 1
             UNTIL WS-RATE-SUB > WS-RATE-COUNT
     END-IF.

*>    Confere uma tarifa do mestre contra o mínimo da próxima vigência
*>    anunciada na jurisdição de trabalho do funcionário (sem cadastro,
*>    só o piso federal)
 C36-MW-FLAG-RATE-PARA.
     SET RT-INDEX TO WS-RATE-SUB.
     MOVE SPACES TO WS-MW-STATE-KEY WS-MW-LOCAL-KEY.
     MOVE WS-RATE-SSN-ENTRY (RT-INDEX) TO EM-SSN.
     READ EMPL-MASTER-FILE-IN
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE EM-WORK-STATE TO WS-MW-STATE-KEY
             MOVE EM-WORK-LOCALITY TO WS-MW-LOCAL-KEY
     END-READ.
     MOVE HIGH-VALUES TO WS-MW-NEXT-DATE.
     PERFORM B64-NEXT-MINIMUM-ROW-PARA
         VARYING WS-MW-SUB FROM 1 BY 1
         UNTIL WS-MW-SUB > WS-MINWAGE-COUNT.
     IF WS-MW-NEXT-DATE NOT = HIGH-VALUES
         MOVE WS-MW-NEXT-DATE TO WS-MW-CHECK-DATE
         PERFORM B62-FIND-MINIMUM-PARA
         IF WS-RATE-AMT-ENTRY (RT-INDEX) < WS-MW-MINIMUM
             IF NOT WS-MW-FLAG-HEAD-DONE
                 WRITE TA-REPORT-REC FROM WS-MW-FLAG-HEADING
                     AFTER ADVANCING PAGE
                 MOVE SPACES TO TA-REPORT-REC
                 WRITE TA-REPORT-REC
                     AFTER ADVANCING 1 LINE
                 MOVE "Y" TO WS-MW-FLAG-HEAD-SWITCH
             END-IF
             ADD 1 TO WS-MW-FLAG-COUNT
             MOVE WS-RATE-SSN-ENTRY (RT-INDEX) TO WS-MWF-SSN-OUT
             MOVE WS-RATE-JOB-ENTRY (RT-INDEX) TO WS-MWF-JOB-OUT
             MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-MWF-RATE-OUT
             MOVE WS-MW-MINIMUM TO WS-MWF-MIN-OUT
             MOVE WS-MW-SOURCE TO WS-MWF-SOURCE-OUT
             MOVE WS-MW-NEXT-DATE TO WS-MWF-EFF-DATE-OUT
             WRITE TA-REPORT-REC FROM WS-MW-FLAG-LINE
                 AFTER ADVANCING 1 LINE
         END-IF
     END-IF.

*>    Dia da semana da data corrente pela congruência de Zeller
*>    (0=sábado, 1=domingo, ... 6=sexta); janeiro e fevereiro contam
*>    como meses 13 e 14 do ano anterior
 C80-DAY-OF-WEEK-PARA.
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

*>    Converte a data corrente (AAAAMMDD) em número de dias corridos,
*>    para o tempo de casa por subtração simples
 C85-DATE-TO-DAYS-PARA.
     DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-Y4
         REMAINDER WS-DC-REM-4.
     DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-Y100
         REMAINDER WS-DC-REM-100.
     DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-Y400
         REMAINDER WS-DC-REM-400.
     EVALUATE WS-DC-MONTH
         WHEN 01
             MOVE 000 TO WS-DC-CUM-DAYS
         WHEN 02
             MOVE 031 TO WS-DC-CUM-DAYS
         WHEN 03
             MOVE 059 TO WS-DC-CUM-DAYS
         WHEN 04
             MOVE 090 TO WS-DC-CUM-DAYS
         WHEN 05
             MOVE 120 TO WS-DC-CUM-DAYS
         WHEN 06
             MOVE 151 TO WS-DC-CUM-DAYS
         WHEN 07
             MOVE 181 TO WS-DC-CUM-DAYS
         WHEN 08
             MOVE 212 TO WS-DC-CUM-DAYS
         WHEN 09
             MOVE 243 TO WS-DC-CUM-DAYS
         WHEN 10
             MOVE 273 TO WS-DC-CUM-DAYS
         WHEN 11
             MOVE 304 TO WS-DC-CUM-DAYS
         WHEN OTHER
             MOVE 334 TO WS-DC-CUM-DAYS
     END-EVALUATE.
     COMPUTE WS-DC-SERIAL =
         (365 * WS-DC-YEAR) + WS-DC-Y4 - WS-DC-Y100 + WS-DC-Y400
         + WS-DC-CUM-DAYS + WS-DC-DAY.
     IF WS-DC-MONTH > 2
             AND WS-DC-REM-4 = 0
             AND (WS-DC-REM-100 NOT = 0 OR WS-DC-REM-400 = 0)
         ADD 1 TO WS-DC-SERIAL
     END-IF.

*>    Imprime a página de exceções com os departamentos retidos por
*>    falta de aprovação do supervisor
 C30-HELD-SECTION-PARA.
             AT END CONTINUE
             WHEN WS-PC-PERIOD-NBR (PC-INDEX) =
                     WS-AC-PERIOD-ENTRY (AC-INDEX)
                     AND WS-PC-PAY-GROUP (PC-INDEX) = EM-PAY-GROUP
                 MOVE WS-PC-START-DATE (PC-INDEX) (1:6)
                     TO WS-ACA-YEAR-MONTH
         END-SEARCH
         WRITE AH-ACA-HOURS-REC
     END-IF.

*>    Procura o caso em aberto do funcionário montado; só quem está
*>    de licença tem horas protegidas a gravar
 B71-LEAVE-USAGE-PARA.
     MOVE "N" TO WS-CASE-FOUND-SWITCH.
     SET LO-INDEX TO 1.
     SEARCH WS-CASE-ROW
         AT END CONTINUE
         WHEN LO-INDEX > WS-CASE-COUNT
             CONTINUE
         WHEN WS-LO-SSN-ENTRY (LO-INDEX) = WS-AC-SSN-ENTRY (AC-INDEX)
             MOVE "Y" TO WS-CASE-FOUND-SWITCH
     END-SEARCH.
     IF WS-CASE-FOUND
         PERFORM B72-LEAVE-HOURS-PARA
     END-IF.

*>    Horas protegidas do período: as licenças pagas do cartão
*>    (férias + licença-saúde) e a ausência sem pagamento, que é o
*>    programado dos dias úteis do período a partir do início do caso
*>    (a semana normal do caso / 5 por dia, feriado fora) menos o
*>    trabalhado nesses dias e as licenças pagas; sem o calendário
*>    vale a semana normal inteira por semana do período. A linha vai
*>    para LEAVUSE.DAT e para o relatório
 B72-LEAVE-HOURS-PARA.
     ADD 1 TO WS-LEAVE-EMPL-COUNT.
     COMPUTE WS-LV-DAY-HOURS ROUNDED =
         WS-LO-WEEK-HOURS-ENTRY (LO-INDEX) / 5.
     MOVE ZEROS TO WS-LV-SCHED-HOURS WS-LV-WORKED-HOURS.
     IF WS-AC-PERIOD-ENTRY (AC-INDEX) NOT = WS-PD-PERIOD-NBR
             OR EM-PAY-GROUP NOT = WS-PD-PAY-GROUP
         PERFORM B66-PERIOD-DAYS-PARA
     END-IF.
     IF WS-PD-VALID
         MOVE WS-PD-END-DATE TO WS-LV-USE-DATE
         PERFORM B73-LEAVE-DAY-PARA
             VARYING WS-DAY-SUB FROM 1 BY 1
             UNTIL WS-DAY-SUB > 14
     ELSE
         MOVE WS-RUN-DATE TO WS-LV-USE-DATE
         IF EM-PAY-FREQ = 52
             MOVE WS-LO-WEEK-HOURS-ENTRY (LO-INDEX)
                 TO WS-LV-SCHED-HOURS
         ELSE
             COMPUTE WS-LV-SCHED-HOURS =
                 WS-LO-WEEK-HOURS-ENTRY (LO-INDEX) * 2
         END-IF
         COMPUTE WS-LV-WORKED-HOURS =
             WS-AC-WK1-HOURS (AC-INDEX) + WS-AC-WK2-HOURS (AC-INDEX)
     END-IF.
     COMPUTE WS-LV-PAID-HOURS =
         WS-AC-VAC-HOURS (AC-INDEX) + WS-AC-SICK-HOURS (AC-INDEX).
     COMPUTE WS-LV-UNPAID-CALC =
         WS-LV-SCHED-HOURS - WS-LV-WORKED-HOURS - WS-LV-PAID-HOURS.
     IF WS-LV-UNPAID-CALC > 0
         MOVE WS-LV-UNPAID-CALC TO WS-LV-UNPAID-HOURS
     ELSE
         MOVE ZEROS TO WS-LV-UNPAID-HOURS
     END-IF.
     IF WS-LV-PAID-HOURS > 0 OR WS-LV-UNPAID-HOURS > 0
         MOVE SPACES TO LU-USAGE-REC
         MOVE WS-AC-SSN-ENTRY (AC-INDEX) TO LU-SSN
         MOVE WS-LO-CASE-NBR-ENTRY (LO-INDEX) TO LU-CASE-NBR
         MOVE WS-LV-USE-DATE TO LU-USE-DATE
         MOVE WS-AC-PERIOD-ENTRY (AC-INDEX) TO LU-PERIOD-NBR
         MOVE WS-LV-PAID-HOURS TO LU-PAID-HOURS
         MOVE WS-LV-UNPAID-HOURS TO LU-UNPAID-HOURS
         WRITE LU-USAGE-REC
     END-IF.
     ADD WS-LV-PAID-HOURS TO WS-LEAVE-PAID-TOT.
     ADD WS-LV-UNPAID-HOURS TO WS-LEAVE-UNPAID-TOT.
     MOVE WS-AC-SSN-ENTRY (AC-INDEX) TO WS-LVL-SSN-OUT.
     MOVE WS-LO-CASE-NBR-ENTRY (LO-INDEX) TO WS-LVL-CASE-OUT.
     MOVE WS-LO-MODE-ENTRY (LO-INDEX) TO WS-LVL-MODE-OUT.
     MOVE WS-LV-SCHED-HOURS TO WS-LVL-SCHED-OUT.
     MOVE WS-LV-WORKED-HOURS TO WS-LVL-WORKED-OUT.
     MOVE WS-LV-PAID-HOURS TO WS-LVL-PAID-OUT.
     MOVE WS-LV-UNPAID-HOURS TO WS-LVL-UNPAID-OUT.
     IF WS-AC-LEAVE-ROW-ENTRY (AC-INDEX) = "Y"
         ADD 1 TO WS-LEAVE-NOCARD-COUNT
         MOVE "NO CARD - NO PAY EXPECTED " TO WS-LVL-NOTE-OUT
     ELSE
         MOVE SPACES TO WS-LVL-NOTE-OUT
     END-IF.
     WRITE TA-REPORT-REC FROM WS-LV-LINE
         AFTER ADVANCING 1 LINE.

*>    Soma um dia do período dentro do caso: dia útil (segunda a
*>    sexta), não feriado, até o fim do período e a partir do início
*>    da licença; enquanto o caso está aberto o retorno previsto não
*>    limita - quem voltou antes trabalhou, e as horas abatem
 B73-LEAVE-DAY-PARA.
     IF WS-PD-DATE (WS-DAY-SUB) <= WS-PD-END-DATE
             AND WS-PD-DOW (WS-DAY-SUB) > 1
             AND WS-PD-HOL-FLAG (WS-DAY-SUB) NOT = "Y"
             AND WS-PD-DATE (WS-DAY-SUB) >=
                 WS-LO-START-ENTRY (LO-INDEX)
         ADD WS-LV-DAY-HOURS TO WS-LV-SCHED-HOURS
         ADD WS-AC-DAY-HOURS (AC-INDEX WS-DAY-SUB)
             TO WS-LV-WORKED-HOURS
     END-IF.

*>    Impressão dos totais da montagem
 C20-TOTAL-PARA.
     MOVE WS-CARDS-READ-COUNT TO WS-TAT-CARDS-OUT.
         AFTER ADVANCING 1 LINE.
     WRITE TA-REPORT-REC FROM WS-TA-TOTAL-LINE
         AFTER ADVANCING 2 LINE.
     MOVE WS-MW-RECS-COUNT TO WS-MWT-RECS-OUT.
     MOVE WS-MW-MAKEUP-TOT TO WS-MWT-AMT-OUT.
     MOVE WS-MW-FLAG-COUNT TO WS-MWT-FLAG-OUT.
     WRITE TA-REPORT-REC FROM WS-MW-TOTAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE WS-HOL-CREDIT-COUNT TO WS-HLT-CREDIT-OUT.
     MOVE WS-HOL-PAY-TOT TO WS-HLT-PAY-OUT.
     MOVE WS-HOL-DENIED-COUNT TO WS-HLT-DENIED-OUT.
     MOVE WS-HOL-PREM-TOT TO WS-HLT-PREM-OUT.
     WRITE TA-REPORT-REC FROM WS-HOL-TOTAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE WS-LEAVE-EMPL-COUNT TO WS-LVT-EMPL-OUT.
     MOVE WS-LEAVE-NOCARD-COUNT TO WS-LVT-NOCARD-OUT.
     MOVE WS-LEAVE-PAID-TOT TO WS-LVT-PAID-OUT.
     MOVE WS-LEAVE-UNPAID-TOT TO WS-LVT-UNPAID-OUT.
     WRITE TA-REPORT-REC FROM WS-LV-TOTAL-LINE
         AFTER ADVANCING 1 LINE.
