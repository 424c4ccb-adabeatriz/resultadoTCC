*> =====================================================================
*> PROGRAMA: EXTRAÇÃO DE EVENTOS QUALIFICADORES DO COBRA
*> DESCRIÇÃO: Junta os eventos que dão direito ao COBRA e os envia ao
*>            administrador do COBRA num arquivo de formato fixo, no
*>            lugar do aviso que hoje só chega semanas depois:
*>            - desligamento postado pela folha (registro 05): o
*>              funcionário com situação T e data de desligamento no
*>              mestre de acumulados, em todas as empresas onde
*>              aparece, com os planos de saúde ainda no mestre de
*>              benefícios;
*>            - encerramento de plano de saúde aplicado por PROG33
*>              (transação S), lido do registro BENSTOP.DAT; o
*>              encerramento de quem já estava desligado conta como o
*>              próprio desligamento.
*>            Cada evento leva o plano, a cobertura (E/S/C/F), a data
*>            do último desconto (a última execução paga do histórico
*>            de pagamentos até o evento) e o fim da cobertura (último
*>            dia do mês do evento). O acompanhamento COBRATRK.DAT
*>            guarda cada evento já identificado e quando foi enviado,
*>            para que nenhum saia duas vezes. Evento sem endereço no
*>            mestre de funcionários fica retido, listado com a idade
*>            contra a janela de 30 dias do aviso do empregador (RC 4).
*>            Os encerramentos ainda futuros de BENPEND.DAT saem como
*>            eventos a caminho. 1º parâmetro: coleta eventos a partir
*>            da data AAAAMMDD (padrão: 90 dias antes da execução)
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG49.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Mestre de acumulados: situação e data do desligamento
     SELECT YTD-MASTER-FILE-IN
         ASSIGN TO "PROG6_YTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS YM-YTD-KEY
         FILE STATUS IS WS-YTD-FILE-STATUS.
*>    Mestre de benefícios: planos em vigor do desligado
     SELECT BEN-MASTER-FILE-IN
         ASSIGN TO "BENMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS BN-SSN
         FILE STATUS IS WS-BENMAST-FILE-STATUS.
*>    Registro dos encerramentos de plano aplicados por PROG33
     SELECT BEN-STOP-LOG-IN
         ASSIGN TO "BENSTOP.DAT"
         FILE STATUS IS WS-BENSTOP-FILE-STATUS.
*>    Eleições futuras de PROG33 (encerramentos a caminho)
     SELECT BEN-PENDING-FILE-IN
         ASSIGN TO "BENPEND.DAT"
         FILE STATUS IS WS-BENPEND-FILE-STATUS.
*>    Mestre de funcionários: nome e endereço do aviso
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Mestre de empresas do grupo: EIN do empregador
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Histórico de pagamentos: data do último desconto
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Acompanhamento dos eventos já identificados, relido e regravado
*>    a cada execução
     SELECT COBRA-TRACK-FILE
         ASSIGN TO "COBRATRK.DAT"
         FILE STATUS IS WS-COBRATRK-FILE-STATUS.
*>    Arquivo de eventos qualificadores para o administrador do COBRA
     SELECT COBRA-EXTRACT-OUT
         ASSIGN TO "COBRA_QE.DAT".
*>    Relatório de acompanhamento dos eventos
     SELECT COBRA-REPORT-OUT
         ASSIGN TO "COBRA_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
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

*>    Definição do mestre de benefícios; o layout de PROG6
 FD  BEN-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BN-BENEFIT-REC.
 01  BN-BENEFIT-REC.
     05  BN-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  BN-PLAN-ENTRY               OCCURS 3 TIMES.
         10  BN-PLAN-CODE            PIC X(3).      *> Código do plano
         10  BN-METHOD                PIC X(1).     *> F=valor fixo  P=percentual
         10  BN-RATE-AMT              PIC 9(5)V99.  *> Valor fixo ou percentual
         10  BN-ANNUAL-CAP            PIC 9(7)V99.  *> Teto anual do plano
         10  BN-YTD-TAKEN             PIC 9(7)V99.  *> Acumulado tomado no ano
         10  BN-ARREARS               PIC 9(5)V99.  *> Atraso do plano
     05  BN-MATCH-YTD                PIC 9(7)V99.   *> Contrapartida 401(k) no ano
     05  BN-TIER-ENTRY               OCCURS 3 TIMES.
         10  BN-COVER-TIER           PIC X(1).      *> Cobertura E/S/C/F do espaço
     05  FILLER                      PIC X(1).

*>    Definição do registro de encerramentos; o layout de PROG33
 FD  BEN-STOP-LOG-IN
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BS-STOP-REC.
 01  BS-STOP-REC.
     05  BS-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  BS-PLAN-CODE                PIC X(3).      *> Plano encerrado
     05  BS-COVER-TIER               PIC X(1).      *> Cobertura que estava em vigor
     05  BS-METHOD                   PIC X(1).      *> Método do desconto encerrado
     05  BS-RATE-AMT                 PIC 9(5)V99.   *> Valor/percentual encerrado
     05  BS-STOP-DATE                PIC X(8).      *> Vigência do encerramento (AAAAMMDD)
     05  BS-RUN-DATE                 PIC X(8).      *> Execução que aplicou (AAAAMMDD)
     05  FILLER                      PIC X(23).

*>    Definição das eleições futuras; o layout de PROG33
 FD  BEN-PENDING-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BP-PENDING-REC.
 01  BP-PENDING-REC.
     05  BP-ACTION                   PIC X(1).      *> A=adere  C=altera  S=encerra
     05  BP-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  BP-PLAN-CODE                PIC X(3).      *> Código do plano
     05  BP-METHOD                   PIC X(1).
     05  BP-RATE-AMT                 PIC 9(5)V99.
     05  BP-ANNUAL-CAP               PIC 9(7)V99.
     05  BP-EFF-DATE                 PIC X(8).      *> Vigência (AAAAMMDD)
     05  BP-TIER                     PIC X(1).
     05  FILLER                      PIC X(1).

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

*>    Definição do mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CM-COMP-REC.
 01  CM-COMP-REC.
     05  CM-COMPANY-CODE             PIC X(2).      *> Código da empresa
     05  CM-LEGAL-NAME               PIC X(30).     *> Razão social
     05  CM-EIN                      PIC X(10).     *> EIN do empregador
     05  FILLER                      PIC X(98).

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
     05  PH-SS-TAX                   PIC 9(5)V99.   *> Parte Seguro Social do FICA
     05  PH-MED-TAX                  PIC 9(5)V99.   *> Parte Medicare (com o adicional)
     05  PH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado
     05  FILLER                      PIC X(15).

*>    Definição do acompanhamento dos eventos: um registro por
*>    funcionário + evento + data + plano
 FD  COBRA-TRACK-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TK-TRACK-REC.
 01  TK-TRACK-REC                    PIC X(80).

*>    Definição do arquivo de eventos ao administrador: cabeçalho
*>    (HD), um evento por plano (QE) e o trailer (TR)
 FD  COBRA-EXTRACT-OUT
         RECORD CONTAINS 200 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QE-EVENT-REC.
 01  QE-EVENT-REC.
     05  QE-REC-TYPE                 PIC X(2).      *> HD/QE/TR
     05  QE-DETAIL-DATA.
         10  QE-EMPLOYER-EIN         PIC X(10).     *> EIN do empregador
         10  QE-COMPANY              PIC X(2).      *> Empresa do evento
         10  QE-SSN                  PIC X(9).      *> CPF/SSN do ex-coberto
         10  QE-EMPL-NAME            PIC X(18).     *> Nome
         10  QE-ADDR-STREET          PIC X(25).     *> Endereço - logradouro
         10  QE-ADDR-CITY-ST         PIC X(20).     *> Endereço - cidade/UF
         10  QE-ADDR-ZIP             PIC X(9).      *> Endereço - CEP/ZIP
         10  QE-EVENT-CODE           PIC X(3).      *> TRM=desligamento
*>                                                  *> DRP=perda do plano
         10  QE-EVENT-DATE           PIC X(8).      *> Data do evento (AAAAMMDD)
         10  QE-COVER-END-DATE       PIC X(8).      *> Fim da cobertura (AAAAMMDD)
         10  QE-PLAN-CODE            PIC X(3).      *> Plano em vigor
         10  QE-COVER-TIER           PIC X(1).      *> E/S/C/F
         10  QE-LAST-DED-DATE        PIC X(8).      *> Último desconto (AAAAMMDD)
         10  QE-IDENT-DATE           PIC X(8).      *> Identificado em (AAAAMMDD)
         10  QE-NOTICE-DUE-DATE      PIC X(8).      *> Prazo do aviso do empregador
         10  FILLER                  PIC X(58).
     05  QE-HEADER-DATA REDEFINES QE-DETAIL-DATA.
         10  QE-HDR-EIN              PIC X(10).     *> EIN do remetente
         10  QE-HDR-NAME             PIC X(30).     *> Razão social do remetente
         10  QE-HDR-DATE             PIC X(8).      *> Data do arquivo (AAAAMMDD)
         10  FILLER                  PIC X(150).
     05  QE-TRAILER-DATA REDEFINES QE-DETAIL-DATA.
         10  QE-TRL-COUNT            PIC 9(7).      *> Eventos no arquivo
         10  FILLER                  PIC X(191).

*>    Relatório de acompanhamento (linha de 132 colunas)
 FD  COBRA-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CR-REPORT-OUT.
 01  CR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-YTD-FILE-STATUS          PIC X(2).
         88  WS-YTD-MISSING          VALUE "35".
     05  WS-BENMAST-FILE-STATUS      PIC X(2).
         88  WS-BENMAST-MISSING      VALUE "35".
     05  WS-BENSTOP-FILE-STATUS      PIC X(2).
         88  WS-BENSTOP-MISSING      VALUE "35".
     05  WS-BENPEND-FILE-STATUS      PIC X(2).
         88  WS-BENPEND-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-MISSING      VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-COBRATRK-FILE-STATUS     PIC X(2).
         88  WS-COBRATRK-MISSING     VALUE "35".
     05  WS-YTD-OPEN-SWITCH          PIC X(1).
         88  WS-YTD-OPEN             VALUE "Y".
     05  WS-BENMAST-OPEN-SWITCH      PIC X(1).
         88  WS-BENMAST-OPEN         VALUE "Y".
     05  WS-EMPMAST-OPEN-SWITCH      PIC X(1).
         88  WS-EMPMAST-OPEN         VALUE "Y".
     05  WS-EVENT-FOUND-SWITCH       PIC X(1).
         88  WS-EVENT-FOUND          VALUE "Y".
     05  WS-CAND-FOUND-SWITCH        PIC X(1).
         88  WS-CAND-FOUND           VALUE "Y".

*>    Data da execução e início da coleta de eventos
 01  WS-RUN-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-RUN-SERIAL               PIC 9(7).
     05  WS-FROM-DATE                PIC X(8).      *> Coleta eventos a partir de
     05  WS-FROM-SERIAL              PIC 9(7).
     05  WS-LOOKBACK-DAYS            PIC 9(3) VALUE 90.
     05  WS-NOTICE-WINDOW            PIC 9(2) VALUE 30.
*>                                                  *> Dias do aviso do empregador
     05  WS-PURGE-DAYS               PIC 9(3) VALUE 365.
*>                                                  *> Eventos enviados há mais
*>                                                  *> tempo saem do acompanhamento

*>    Planos de saúde sujeitos ao COBRA (a lista da instalação de
*>    PROG33 sem o 401(k), o seguro de vida e a HSA)
 01  WS-COBRA-PLANS.
     05  FILLER                      PIC X(3) VALUE "MED".
     05  FILLER                      PIC X(3) VALUE "DEN".
     05  FILLER                      PIC X(3) VALUE "VIS".
 01  WS-COBRA-PLAN-TABLE REDEFINES WS-COBRA-PLANS.
     05  WS-COBRA-PLAN               OCCURS 3 TIMES
                                      INDEXED BY CP-INDEX
                                     PIC X(3).
 01  WS-PLAN-WORK                    PIC X(3).
 01  WS-PLAN-COBRA-SWITCH            PIC X(1).
     88  WS-PLAN-IS-COBRA            VALUE "Y".

*>    Empresas do grupo
 01  WS-COMPANY-CONTROLS.
     05  WS-COMPANY-COUNT            PIC 9(2) COMP.
     05  WS-CO-SUB                   PIC 9(2) COMP.
 01  WS-COMPANY-TABLE.
     05  WS-COMPANY-ROW              OCCURS 50 TIMES.
         10  WS-CO-CODE              PIC X(2).
         10  WS-CO-EIN               PIC X(10).
         10  WS-CO-NAME              PIC X(30).

*>    Desligados do mestre de acumulados com desligamento dentro da
*>    coleta (um CPF/SSN por linha)
 01  WS-CAND-CONTROLS.
     05  WS-CAND-COUNT               PIC 9(4) COMP.
     05  WS-CAND-SUB                 PIC 9(4) COMP.
 01  WS-CAND-TABLE.
     05  WS-CAND-ROW                 OCCURS 2000 TIMES
                                      INDEXED BY CA-INDEX.
         10  WS-CA-SSN               PIC X(9).

*>    Situação de um funcionário em todas as empresas
 01  WS-STATUS-WORK.
     05  WS-ST-SSN                   PIC X(9).
     05  WS-ST-STATUS                PIC X(1).      *> A=ativo em alguma empresa
*>                                                  *> T=desligado em todas
*>                                                  *> N=sem acumulado
     05  WS-ST-TERM-DATE             PIC X(8).      *> Último desligamento
     05  WS-ST-COMPANY               PIC X(2).      *> Empresa do evento

*>    Acompanhamento dos eventos, em memória
 01  WS-TRACK-CONTROLS.
     05  WS-TRACK-COUNT              PIC 9(4) COMP.
     05  WS-NEW-EVENT-COUNT          PIC 9(5).
 01  WS-TRACK-TABLE.
     05  WS-TRACK-ROW                OCCURS 5000 TIMES
                                      INDEXED BY TK-INDEX.
         10  WS-TK-SSN               PIC X(9).
         10  WS-TK-EVENT-CODE        PIC X(3).      *> TRM/DRP
         10  WS-TK-EVENT-DATE        PIC X(8).
         10  WS-TK-PLAN-CODE         PIC X(3).
         10  WS-TK-TIER              PIC X(1).
         10  WS-TK-COMPANY           PIC X(2).
         10  WS-TK-LAST-DED-DATE     PIC X(8).
         10  WS-TK-IDENT-DATE        PIC X(8).      *> Primeira execução que viu
         10  WS-TK-SENT-DATE         PIC X(8).      *> Espaços = ainda não enviado
         10  WS-TK-HOLD-REASON       PIC X(20).
         10  FILLER                  PIC X(10).

*>    Eventos ainda não enviados (posições no acompanhamento), para a
*>    passagem do histórico de pagamentos
 01  WS-OPEN-CONTROLS.
     05  WS-OPEN-COUNT               PIC 9(4) COMP.
     05  WS-OPEN-SUB                 PIC 9(4) COMP.
 01  WS-OPEN-TABLE.
     05  WS-OPEN-ROW                 OCCURS 1000 TIMES.
         10  WS-OP-TRACK-SUB         PIC 9(4) COMP.

*>    Evento em montagem
 01  WS-EVENT-WORK.
     05  WS-EV-SSN                   PIC X(9).
     05  WS-EV-CODE                  PIC X(3).
     05  WS-EV-DATE                  PIC X(8).
     05  WS-EV-PLAN                  PIC X(3).
     05  WS-EV-TIER                  PIC X(1).
     05  WS-EV-COMPANY               PIC X(2).
     05  WS-EV-SLOT                  PIC 9(1).

*>    Conversão de data em número de dias corridos (a mesma de
*>    PROG34), para a idade do evento por subtração simples
 01  WS-DATE-CONV.
     05  WS-DC-DATE.
         10  WS-DC-YEAR              PIC 9(4).
         10  WS-DC-MONTH             PIC 9(2).
         10  WS-DC-DAY               PIC 9(2).
     05  WS-DC-SERIAL                PIC 9(7).
     05  WS-DC-PRIOR-YEAR            PIC 9(4).
     05  WS-DC-CUM-DAYS              PIC 9(3).
     05  WS-DC-Y4                    PIC 9(4).
     05  WS-DC-Y100                  PIC 9(4).
     05  WS-DC-Y400                  PIC 9(4).
     05  WS-DC-REM-4                 PIC 9(4).
     05  WS-DC-REM-100               PIC 9(4).
     05  WS-DC-REM-400               PIC 9(4).

*>    Aritmética de datas para frente (prazo do aviso, fim do mês e
*>    início da coleta), a mesma de PROG46
 01  WS-DATE-WORK.
     05  WS-DW-YEAR                  PIC 9(4).
     05  WS-DW-MONTH                 PIC 9(2).
     05  WS-DW-DAY                   PIC 9(2).
 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                     PIC X(8).
 01  WS-DATE-CALC.
     05  WS-ADD-DAYS                 PIC 9(3).
     05  WS-MONTH-LEN                PIC 9(2).
     05  WS-LEAP-QUOT                PIC 9(4).
     05  WS-LEAP-REM-4               PIC 9(3).
     05  WS-LEAP-REM-100             PIC 9(3).
     05  WS-LEAP-REM-400             PIC 9(3).

*>    Idade do evento contra a janela do aviso
 01  WS-AGE-WORK.
     05  WS-AGE-DAYS                 PIC S9(5).
     05  WS-DAYS-LEFT                PIC S9(5).
     05  WS-DUE-DATE                 PIC X(8).
     05  WS-COVER-END-DATE           PIC X(8).

*>    Totalizadores
 01  WS-TOTALS.
     05  WS-SENT-COUNT               PIC 9(5).      *> Eventos enviados nesta execução
     05  WS-LATE-SENT-COUNT          PIC 9(5).      *> Enviados depois da janela
     05  WS-HELD-COUNT               PIC 9(5).      *> Retidos (não enviados)
     05  WS-OVERDUE-COUNT            PIC 9(5).      *> Retidos já fora da janela
     05  WS-UPCOMING-COUNT           PIC 9(5).      *> Encerramentos futuros
     05  WS-PURGED-COUNT             PIC 9(5).      *> Retirados do acompanhamento

*>    Cabeçalhos do relatório
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "COBRA QUALIFYING EVENT TRACKING           ".
     05  FILLER                      PIC X(16) VALUE "EVENTS SINCE:   ".
     05  WS-HEAD-FROM-OUT            PIC X(8).
     05  FILLER                      PIC X(12) VALUE "  RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(46) VALUE SPACES.
 01  WS-SECTION-LINE.
     05  WS-SECTION-TEXT-OUT         PIC X(132).
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(50) VALUE
             "SSN        NAME                CO EVT EVENT DT PLN".
     05  FILLER                      PIC X(50) VALUE
             " T LAST DED COV END  IDENT    DUE DATE  AGE  LEFT ".
     05  FILLER                      PIC X(32) VALUE
             "STATUS                          ".

*>    Linha de um evento
 01  WS-EVENT-LINE.
     05  WS-EL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-NAME-OUT              PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-COMPANY-OUT           PIC X(2).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-CODE-OUT              PIC X(3).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-PLAN-OUT              PIC X(3).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-TIER-OUT              PIC X(1).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-LAST-DED-OUT          PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-COV-END-OUT           PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-IDENT-OUT             PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-DUE-OUT               PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-AGE-OUT               PIC ZZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-LEFT-OUT              PIC ----9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-EL-STATUS-OUT            PIC X(32).

*>    Linhas de totais
 01  WS-TOTAL-LINE-1.
     05  FILLER                      PIC X(17) VALUE "NEW EVENTS:      ".
     05  WS-TOT-NEW-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(9) VALUE "  SENT: ".
     05  WS-TOT-SENT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(16) VALUE "  SENT LATE:    ".
     05  WS-TOT-LATE-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(9) VALUE "  HELD: ".
     05  WS-TOT-HELD-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  OVERDUE: ".
     05  WS-TOT-OVERDUE-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  UPCOMING: ".
     05  WS-TOT-UPCOMING-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(26) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - identifica os eventos, completa-os, envia
*>    ao administrador e imprime o acompanhamento
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-COMPANIES-PARA.
     PERFORM B20-LOAD-TRACKING-PARA.
     PERFORM B25-OPEN-MASTERS-PARA.
     IF WS-YTD-OPEN
         PERFORM B30-FIND-TERMINATIONS-PARA
     END-IF.
     PERFORM B40-FIND-PLAN-STOPS-PARA.
     PERFORM B50-LAST-DEDUCTION-PARA.
     OPEN OUTPUT COBRA-EXTRACT-OUT
                 COBRA-REPORT-OUT.
     PERFORM C10-HEADINGS-PARA.
     PERFORM C30-WRITE-EXTRACT-HEADER-PARA.
     MOVE "EVENTS SENT TO THE COBRA ADMINISTRATOR THIS RUN"
         TO WS-SECTION-TEXT-OUT.
     PERFORM C12-SECTION-PARA.
     PERFORM B60-SEND-EVENT-PARA
         VARYING TK-INDEX FROM 1 BY 1
         UNTIL TK-INDEX > WS-TRACK-COUNT.
     PERFORM C31-WRITE-EXTRACT-TRAILER-PARA.
     MOVE "EVENTS NOT YET SENT - AGE AGAINST THE 30-DAY EMPLOYER " &
          "NOTICE WINDOW" TO WS-SECTION-TEXT-OUT.
     PERFORM C12-SECTION-PARA.
     PERFORM B70-LIST-HELD-PARA
         VARYING TK-INDEX FROM 1 BY 1
         UNTIL TK-INDEX > WS-TRACK-COUNT.
     MOVE "UPCOMING HEALTH PLAN STOPS HELD IN BENPEND.DAT"
         TO WS-SECTION-TEXT-OUT.
     PERFORM C12-SECTION-PARA.
     PERFORM B80-LIST-UPCOMING-PARA.
     PERFORM B90-REWRITE-TRACKING-PARA.
     PERFORM C20-TOTAL-PARA.
     CLOSE COBRA-EXTRACT-OUT
           COBRA-REPORT-OUT.
     IF WS-YTD-OPEN
         CLOSE YTD-MASTER-FILE-IN
     END-IF.
     IF WS-BENMAST-OPEN
         CLOSE BEN-MASTER-FILE-IN
     END-IF.
     IF WS-EMPMAST-OPEN
         CLOSE EMPL-MASTER-FILE-IN
     END-IF.
     IF WS-HELD-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Data da execução e início da coleta (parâmetro ou 90 dias antes)
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-COMPANY-COUNT
                   WS-CAND-COUNT
                   WS-TRACK-COUNT
                   WS-NEW-EVENT-COUNT
                   WS-SENT-COUNT
                   WS-LATE-SENT-COUNT
                   WS-HELD-COUNT
                   WS-OVERDUE-COUNT
                   WS-UPCOMING-COUNT
                   WS-PURGED-COUNT.
     MOVE WS-RUN-DATE TO WS-DC-DATE.
     PERFORM C85-DATE-TO-DAYS-PARA.
     MOVE WS-DC-SERIAL TO WS-RUN-SERIAL.
     MOVE SPACES TO WS-FROM-DATE.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE.
     IF WS-FROM-DATE = SPACES OR WS-FROM-DATE NOT NUMERIC
*>    Sem parâmetro: recua a janela padrão a partir da execução,
*>    dia a dia, até o primeiro dia da coleta
         MOVE WS-RUN-DATE TO WS-DATE-WORK-X
         PERFORM C84-PRIOR-DAY-PARA WS-LOOKBACK-DAYS TIMES
         MOVE WS-DATE-WORK-X TO WS-FROM-DATE
     END-IF.
     MOVE WS-FROM-DATE TO WS-DC-DATE.
     PERFORM C85-DATE-TO-DAYS-PARA.
     MOVE WS-DC-SERIAL TO WS-FROM-SERIAL.

*>    Carrega as empresas do grupo; a primeira é a remetente
 B15-LOAD-COMPANIES-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT COMP-MASTER-FILE-IN.
     IF NOT WS-COMPMAST-MISSING
         READ COMP-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B16-COMPANY-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE COMP-MASTER-FILE-IN
     END-IF.
     IF WS-COMPANY-COUNT = 0
         MOVE 1 TO WS-COMPANY-COUNT
         MOVE "01" TO WS-CO-CODE (1)
         MOVE SPACES TO WS-CO-EIN (1) WS-CO-NAME (1)
     END-IF.

*>    Guarda uma empresa do grupo
 B16-COMPANY-REC-PARA.
     IF WS-COMPANY-COUNT < 50
         ADD 1 TO WS-COMPANY-COUNT
         MOVE CM-COMPANY-CODE TO WS-CO-CODE (WS-COMPANY-COUNT)
         MOVE CM-EIN TO WS-CO-EIN (WS-COMPANY-COUNT)
         MOVE CM-LEGAL-NAME TO WS-CO-NAME (WS-COMPANY-COUNT)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega o acompanhamento dos eventos já identificados
 B20-LOAD-TRACKING-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT COBRA-TRACK-FILE.
     IF NOT WS-COBRATRK-MISSING
         READ COBRA-TRACK-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-TRACKING-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE COBRA-TRACK-FILE
     END-IF.

*>    Guarda um evento do acompanhamento
 B21-TRACKING-REC-PARA.
     IF WS-TRACK-COUNT < 5000
         ADD 1 TO WS-TRACK-COUNT
         MOVE TK-TRACK-REC TO WS-TRACK-ROW (WS-TRACK-COUNT)
     END-IF.
     READ COBRA-TRACK-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Abre os mestres indexados; cada um pode faltar
 B25-OPEN-MASTERS-PARA.
     MOVE SPACES TO WS-YTD-OPEN-SWITCH
                    WS-BENMAST-OPEN-SWITCH
                    WS-EMPMAST-OPEN-SWITCH.
     OPEN INPUT YTD-MASTER-FILE-IN.
     IF NOT WS-YTD-MISSING
         MOVE "Y" TO WS-YTD-OPEN-SWITCH
     END-IF.
     OPEN INPUT BEN-MASTER-FILE-IN.
     IF NOT WS-BENMAST-MISSING
         MOVE "Y" TO WS-BENMAST-OPEN-SWITCH
     END-IF.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF NOT WS-EMPMAST-MISSING
         MOVE "Y" TO WS-EMPMAST-OPEN-SWITCH
     END-IF.

*>    Varre o mestre de acumulados pelos desligados com data dentro
*>    da coleta; cada candidato é conferido em todas as empresas e
*>    gera um evento por plano de saúde em vigor
 B30-FIND-TERMINATIONS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     READ YTD-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B31-TERM-CANDIDATE-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     PERFORM B33-TERM-EVENTS-PARA
         VARYING WS-CAND-SUB FROM 1 BY 1
         UNTIL WS-CAND-SUB > WS-CAND-COUNT.

*>    Guarda o CPF/SSN desligado dentro da coleta (uma vez só)
 B31-TERM-CANDIDATE-PARA.
     IF YM-STATUS = "T" AND YM-TERM-DATE NUMERIC
         MOVE YM-TERM-DATE TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
         IF WS-DC-SERIAL >= WS-FROM-SERIAL
                 AND WS-DC-SERIAL <= WS-RUN-SERIAL
             MOVE "N" TO WS-CAND-FOUND-SWITCH
             IF WS-CAND-COUNT > 0
                 SET CA-INDEX TO 1
                 SEARCH WS-CAND-ROW
                     AT END CONTINUE
                     WHEN CA-INDEX > WS-CAND-COUNT
                         CONTINUE
                     WHEN WS-CA-SSN (CA-INDEX) = YM-SSN
                         MOVE "Y" TO WS-CAND-FOUND-SWITCH
                 END-SEARCH
             END-IF
             IF NOT WS-CAND-FOUND AND WS-CAND-COUNT < 2000
                 ADD 1 TO WS-CAND-COUNT
                 MOVE YM-SSN TO WS-CA-SSN (WS-CAND-COUNT)
             END-IF
         END-IF
     END-IF.
     READ YTD-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Desligado em todas as empresas: um evento TRM por plano de
*>    saúde ainda no mestre de benefícios
 B33-TERM-EVENTS-PARA.
     MOVE WS-CA-SSN (WS-CAND-SUB) TO WS-ST-SSN.
     PERFORM C40-EMPL-STATUS-PARA.
     IF WS-ST-STATUS = "T" AND WS-BENMAST-OPEN
         MOVE WS-ST-SSN TO BN-SSN
         READ BEN-MASTER-FILE-IN
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 PERFORM B34-TERM-PLAN-SLOT-PARA
                     VARYING WS-EV-SLOT FROM 1 BY 1
                     UNTIL WS-EV-SLOT > 3
         END-READ
     END-IF.

*>    Um espaço do mestre de benefícios do desligado
 B34-TERM-PLAN-SLOT-PARA.
     MOVE BN-PLAN-CODE (WS-EV-SLOT) TO WS-PLAN-WORK.
     PERFORM C45-CHECK-COBRA-PLAN-PARA.
     IF WS-PLAN-IS-COBRA
         MOVE WS-ST-SSN TO WS-EV-SSN
         MOVE "TRM" TO WS-EV-CODE
         MOVE WS-ST-TERM-DATE TO WS-EV-DATE
         MOVE BN-PLAN-CODE (WS-EV-SLOT) TO WS-EV-PLAN
         MOVE BN-COVER-TIER (WS-EV-SLOT) TO WS-EV-TIER
         MOVE WS-ST-COMPANY TO WS-EV-COMPANY
         PERFORM C50-ADD-EVENT-PARA
     END-IF.

*>    Encerramentos de plano de saúde aplicados por PROG33 dentro da
*>    coleta: o de quem já saiu é o próprio desligamento; os demais
*>    são perda do plano (DRP)
 B40-FIND-PLAN-STOPS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT BEN-STOP-LOG-IN.
     IF NOT WS-BENSTOP-MISSING
         READ BEN-STOP-LOG-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-PLAN-STOP-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE BEN-STOP-LOG-IN
     END-IF.

*>    Um encerramento do registro
 B41-PLAN-STOP-REC-PARA.
     MOVE BS-PLAN-CODE TO WS-PLAN-WORK.
     PERFORM C45-CHECK-COBRA-PLAN-PARA.
     IF WS-PLAN-IS-COBRA AND BS-STOP-DATE NUMERIC
         MOVE BS-STOP-DATE TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
         IF WS-DC-SERIAL >= WS-FROM-SERIAL
                 AND WS-DC-SERIAL <= WS-RUN-SERIAL
             MOVE BS-SSN TO WS-ST-SSN
             PERFORM C40-EMPL-STATUS-PARA
             MOVE BS-SSN TO WS-EV-SSN
             MOVE BS-PLAN-CODE TO WS-EV-PLAN
             MOVE BS-COVER-TIER TO WS-EV-TIER
             MOVE WS-ST-COMPANY TO WS-EV-COMPANY
             IF WS-ST-STATUS = "T" AND BS-STOP-DATE >= WS-ST-TERM-DATE
                 MOVE "TRM" TO WS-EV-CODE
                 MOVE WS-ST-TERM-DATE TO WS-EV-DATE
             ELSE
                 MOVE "DRP" TO WS-EV-CODE
                 MOVE BS-STOP-DATE TO WS-EV-DATE
             END-IF
             PERFORM C50-ADD-EVENT-PARA
         END-IF
     END-IF.
     READ BEN-STOP-LOG-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Data do último desconto dos eventos ainda não enviados: a
*>    última execução paga (não estornada) até a data do evento
 B50-LAST-DEDUCTION-PARA.
     MOVE ZEROS TO WS-OPEN-COUNT.
     PERFORM B51-COLLECT-OPEN-PARA
         VARYING TK-INDEX FROM 1 BY 1
         UNTIL TK-INDEX > WS-TRACK-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     IF NOT WS-PAYHIST-MISSING AND WS-OPEN-COUNT > 0
         READ PAY-HISTORY-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B52-HISTORY-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
     END-IF.
     IF NOT WS-PAYHIST-MISSING
         CLOSE PAY-HISTORY-FILE-IN
     END-IF.

*>    Guarda a posição de um evento ainda não enviado
 B51-COLLECT-OPEN-PARA.
     IF WS-TK-SENT-DATE (TK-INDEX) = SPACES
             AND WS-OPEN-COUNT < 1000
         ADD 1 TO WS-OPEN-COUNT
         SET WS-OP-TRACK-SUB (WS-OPEN-COUNT) TO TK-INDEX
     END-IF.

*>    Uma linha do histórico contra os eventos em aberto
 B52-HISTORY-REC-PARA.
     IF PH-VOID-FLAG NOT = "V"
         PERFORM B53-HISTORY-MATCH-PARA
             VARYING WS-OPEN-SUB FROM 1 BY 1
             UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
     END-IF.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Atualiza a data do último desconto do evento em aberto
 B53-HISTORY-MATCH-PARA.
     SET TK-INDEX TO WS-OP-TRACK-SUB (WS-OPEN-SUB).
     IF WS-TK-SSN (TK-INDEX) = PH-SSN
             AND PH-RUN-DATE <= WS-TK-EVENT-DATE (TK-INDEX)
             AND (WS-TK-LAST-DED-DATE (TK-INDEX) = SPACES
                  OR PH-RUN-DATE > WS-TK-LAST-DED-DATE (TK-INDEX))
         MOVE PH-RUN-DATE TO WS-TK-LAST-DED-DATE (TK-INDEX)
     END-IF.

*>    Envia um evento ainda não enviado; sem endereço no mestre de
*>    funcionários o evento fica retido com o motivo
 B60-SEND-EVENT-PARA.
     IF WS-TK-SENT-DATE (TK-INDEX) = SPACES
         MOVE SPACES TO WS-TK-HOLD-REASON (TK-INDEX)
         MOVE "Y" TO WS-EVENT-FOUND-SWITCH
         IF WS-EMPMAST-OPEN
             MOVE WS-TK-SSN (TK-INDEX) TO EM-SSN
             READ EMPL-MASTER-FILE-IN
                 INVALID KEY MOVE "N" TO WS-EVENT-FOUND-SWITCH
             END-READ
         ELSE
             MOVE "N" TO WS-EVENT-FOUND-SWITCH
         END-IF
         IF NOT WS-EVENT-FOUND
             MOVE "NOT ON EMPMAST" TO WS-TK-HOLD-REASON (TK-INDEX)
         ELSE
             IF EM-ADDR-STREET = SPACES OR EM-ADDR-CITY-ST = SPACES
                 MOVE "NO ADDRESS ON FILE"
                     TO WS-TK-HOLD-REASON (TK-INDEX)
             END-IF
         END-IF
         IF WS-TK-HOLD-REASON (TK-INDEX) = SPACES
             MOVE WS-RUN-DATE TO WS-TK-SENT-DATE (TK-INDEX)
             PERFORM C55-EVENT-DATES-PARA
             PERFORM C32-WRITE-EXTRACT-EVENT-PARA
             ADD 1 TO WS-SENT-COUNT
             IF WS-DAYS-LEFT < 0
                 ADD 1 TO WS-LATE-SENT-COUNT
                 MOVE "SENT AFTER NOTICE WINDOW"
                     TO WS-EL-STATUS-OUT
             ELSE
                 MOVE "SENT" TO WS-EL-STATUS-OUT
             END-IF
             MOVE EM-EMPL-NAME TO WS-EL-NAME-OUT
             PERFORM C60-EVENT-LINE-PARA
         END-IF
     END-IF.

*>    Lista um evento retido, com a idade contra a janela do aviso
 B70-LIST-HELD-PARA.
     IF WS-TK-SENT-DATE (TK-INDEX) = SPACES
         ADD 1 TO WS-HELD-COUNT
         PERFORM C55-EVENT-DATES-PARA
         MOVE SPACES TO WS-EL-STATUS-OUT
         IF WS-DAYS-LEFT < 0
             ADD 1 TO WS-OVERDUE-COUNT
             STRING "OVERDUE - " DELIMITED BY SIZE
                    WS-TK-HOLD-REASON (TK-INDEX) DELIMITED BY SIZE
                 INTO WS-EL-STATUS-OUT
             END-STRING
         ELSE
             STRING "HELD - " DELIMITED BY SIZE
                    WS-TK-HOLD-REASON (TK-INDEX) DELIMITED BY SIZE
                 INTO WS-EL-STATUS-OUT
             END-STRING
         END-IF
         MOVE SPACES TO WS-EL-NAME-OUT
         IF WS-EMPMAST-OPEN
             MOVE WS-TK-SSN (TK-INDEX) TO EM-SSN
             READ EMPL-MASTER-FILE-IN
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE EM-EMPL-NAME TO WS-EL-NAME-OUT
             END-READ
         END-IF
         PERFORM C60-EVENT-LINE-PARA
     END-IF.

*>    Encerramentos futuros de plano de saúde na fila de PROG33
 B80-LIST-UPCOMING-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT BEN-PENDING-FILE-IN.
     IF NOT WS-BENPEND-MISSING
         READ BEN-PENDING-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B81-UPCOMING-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE BEN-PENDING-FILE-IN
     END-IF.

*>    Lista um encerramento futuro
 B81-UPCOMING-REC-PARA.
     MOVE BP-PLAN-CODE TO WS-PLAN-WORK.
     PERFORM C45-CHECK-COBRA-PLAN-PARA.
     IF BP-ACTION = "S" AND WS-PLAN-IS-COBRA
         ADD 1 TO WS-UPCOMING-COUNT
         MOVE SPACES TO WS-EVENT-LINE
         MOVE BP-SSN TO WS-EL-SSN-OUT
         MOVE "DRP" TO WS-EL-CODE-OUT
         MOVE BP-EFF-DATE TO WS-EL-DATE-OUT
         MOVE BP-PLAN-CODE TO WS-EL-PLAN-OUT
         MOVE BP-TIER TO WS-EL-TIER-OUT
         MOVE ZEROS TO WS-EL-AGE-OUT WS-EL-LEFT-OUT
         MOVE "PLAN STOP NOT YET EFFECTIVE" TO WS-EL-STATUS-OUT
         IF WS-EMPMAST-OPEN
             MOVE BP-SSN TO EM-SSN
             READ EMPL-MASTER-FILE-IN
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE EM-EMPL-NAME TO WS-EL-NAME-OUT
             END-READ
         END-IF
         WRITE CR-REPORT-OUT FROM WS-EVENT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     READ BEN-PENDING-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Regrava o acompanhamento; eventos enviados há mais de um ano
*>    saem (o COBRA dura no máximo 18 meses a partir do evento, e o
*>    envio fica no arquivo de cada execução)
 B90-REWRITE-TRACKING-PARA.
     OPEN OUTPUT COBRA-TRACK-FILE.
     PERFORM B91-TRACKING-OUT-PARA
         VARYING TK-INDEX FROM 1 BY 1
         UNTIL TK-INDEX > WS-TRACK-COUNT.
     CLOSE COBRA-TRACK-FILE.

*>    Grava um evento do acompanhamento
 B91-TRACKING-OUT-PARA.
     MOVE ZEROS TO WS-DC-SERIAL.
     IF WS-TK-SENT-DATE (TK-INDEX) NUMERIC
         MOVE WS-TK-SENT-DATE (TK-INDEX) TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
     END-IF.
     IF WS-TK-SENT-DATE (TK-INDEX) NUMERIC
             AND WS-RUN-SERIAL - WS-DC-SERIAL > WS-PURGE-DAYS
         ADD 1 TO WS-PURGED-COUNT
     ELSE
         MOVE WS-TRACK-ROW (TK-INDEX) TO TK-TRACK-REC
         WRITE TK-TRACK-REC
     END-IF.

*>    Cabeçalhos do relatório
 C10-HEADINGS-PARA.
     MOVE WS-FROM-DATE TO WS-HEAD-FROM-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE CR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.

*>    Título de uma seção do relatório, com os títulos das colunas
 C12-SECTION-PARA.
     WRITE CR-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 3 LINES.
     WRITE CR-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 2 LINES.
     MOVE SPACES TO CR-REPORT-OUT.
     WRITE CR-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Cabeçalho do arquivo do administrador
 C30-WRITE-EXTRACT-HEADER-PARA.
     MOVE SPACES TO QE-EVENT-REC.
     MOVE "HD" TO QE-REC-TYPE.
     MOVE WS-CO-EIN (1) TO QE-HDR-EIN.
     MOVE WS-CO-NAME (1) TO QE-HDR-NAME.
     MOVE WS-RUN-DATE TO QE-HDR-DATE.
     WRITE QE-EVENT-REC.

*>    Trailer do arquivo do administrador
 C31-WRITE-EXTRACT-TRAILER-PARA.
     MOVE SPACES TO QE-EVENT-REC.
     MOVE "TR" TO QE-REC-TYPE.
     MOVE WS-SENT-COUNT TO QE-TRL-COUNT.
     WRITE QE-EVENT-REC.

*>    Um evento no arquivo do administrador, com o EIN da empresa
 C32-WRITE-EXTRACT-EVENT-PARA.
     MOVE SPACES TO QE-EVENT-REC.
     MOVE "QE" TO QE-REC-TYPE.
     MOVE WS-CO-EIN (1) TO QE-EMPLOYER-EIN.
     PERFORM C33-COMPANY-EIN-PARA
         VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT.
     MOVE WS-TK-COMPANY (TK-INDEX) TO QE-COMPANY.
     MOVE WS-TK-SSN (TK-INDEX) TO QE-SSN.
     MOVE EM-EMPL-NAME TO QE-EMPL-NAME.
     MOVE EM-ADDR-STREET TO QE-ADDR-STREET.
     MOVE EM-ADDR-CITY-ST TO QE-ADDR-CITY-ST.
     MOVE EM-ADDR-ZIP TO QE-ADDR-ZIP.
     MOVE WS-TK-EVENT-CODE (TK-INDEX) TO QE-EVENT-CODE.
     MOVE WS-TK-EVENT-DATE (TK-INDEX) TO QE-EVENT-DATE.
     MOVE WS-COVER-END-DATE TO QE-COVER-END-DATE.
     MOVE WS-TK-PLAN-CODE (TK-INDEX) TO QE-PLAN-CODE.
     MOVE WS-TK-TIER (TK-INDEX) TO QE-COVER-TIER.
     MOVE WS-TK-LAST-DED-DATE (TK-INDEX) TO QE-LAST-DED-DATE.
     MOVE WS-TK-IDENT-DATE (TK-INDEX) TO QE-IDENT-DATE.
     MOVE WS-DUE-DATE TO QE-NOTICE-DUE-DATE.
     WRITE QE-EVENT-REC.

*>    EIN da empresa do evento
 C33-COMPANY-EIN-PARA.
     IF WS-CO-CODE (WS-CO-SUB) = WS-TK-COMPANY (TK-INDEX)
         MOVE WS-CO-EIN (WS-CO-SUB) TO QE-EMPLOYER-EIN
     END-IF.

*>    Situação do CPF/SSN de WS-ST-SSN em todas as empresas: ativo em
*>    qualquer uma prevalece; a empresa do evento é a do último
*>    desligamento (ou a primeira em que está ativo)
 C40-EMPL-STATUS-PARA.
     MOVE "N" TO WS-ST-STATUS.
     MOVE SPACES TO WS-ST-TERM-DATE.
     MOVE WS-CO-CODE (1) TO WS-ST-COMPANY.
     IF WS-YTD-OPEN
         PERFORM C41-COMPANY-STATUS-PARA
             VARYING WS-CO-SUB FROM 1 BY 1
             UNTIL WS-CO-SUB > WS-COMPANY-COUNT
     END-IF.

*>    Situação numa empresa
 C41-COMPANY-STATUS-PARA.
     MOVE WS-CO-CODE (WS-CO-SUB) TO YM-COMPANY.
     MOVE WS-ST-SSN TO YM-SSN.
     READ YTD-MASTER-FILE-IN
         INVALID KEY CONTINUE
         NOT INVALID KEY
             IF YM-STATUS = "T"
                 IF WS-ST-STATUS = "N"
                     MOVE "T" TO WS-ST-STATUS
                 END-IF
                 IF WS-ST-TERM-DATE = SPACES
                         OR YM-TERM-DATE > WS-ST-TERM-DATE
                     MOVE YM-TERM-DATE TO WS-ST-TERM-DATE
                     IF WS-ST-STATUS = "T"
                         MOVE YM-COMPANY TO WS-ST-COMPANY
                     END-IF
                 END-IF
             ELSE
                 IF WS-ST-STATUS NOT = "A"
                     MOVE YM-COMPANY TO WS-ST-COMPANY
                 END-IF
                 MOVE "A" TO WS-ST-STATUS
             END-IF
     END-READ.

*>    O plano de WS-PLAN-WORK é de saúde (sujeito ao COBRA)?
 C45-CHECK-COBRA-PLAN-PARA.
     MOVE "N" TO WS-PLAN-COBRA-SWITCH.
     SET CP-INDEX TO 1.
     SEARCH WS-COBRA-PLAN
         AT END CONTINUE
         WHEN WS-COBRA-PLAN (CP-INDEX) = WS-PLAN-WORK
             MOVE "Y" TO WS-PLAN-COBRA-SWITCH
     END-SEARCH.

*>    Acrescenta o evento montado ao acompanhamento, se ainda não
*>    estiver lá (o mesmo evento é achado a cada execução)
 C50-ADD-EVENT-PARA.
     MOVE "N" TO WS-EVENT-FOUND-SWITCH.
     IF WS-TRACK-COUNT > 0
         SET TK-INDEX TO 1
         SEARCH WS-TRACK-ROW
             AT END CONTINUE
             WHEN TK-INDEX > WS-TRACK-COUNT
                 CONTINUE
             WHEN WS-TK-SSN (TK-INDEX) = WS-EV-SSN
                     AND WS-TK-EVENT-CODE (TK-INDEX) = WS-EV-CODE
                     AND WS-TK-EVENT-DATE (TK-INDEX) = WS-EV-DATE
                     AND WS-TK-PLAN-CODE (TK-INDEX) = WS-EV-PLAN
                 MOVE "Y" TO WS-EVENT-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-EVENT-FOUND AND WS-TRACK-COUNT < 5000
         ADD 1 TO WS-TRACK-COUNT
         ADD 1 TO WS-NEW-EVENT-COUNT
         SET TK-INDEX TO WS-TRACK-COUNT
         MOVE SPACES TO WS-TRACK-ROW (TK-INDEX)
         MOVE WS-EV-SSN TO WS-TK-SSN (TK-INDEX)
         MOVE WS-EV-CODE TO WS-TK-EVENT-CODE (TK-INDEX)
         MOVE WS-EV-DATE TO WS-TK-EVENT-DATE (TK-INDEX)
         MOVE WS-EV-PLAN TO WS-TK-PLAN-CODE (TK-INDEX)
         MOVE WS-EV-TIER TO WS-TK-TIER (TK-INDEX)
         IF WS-TK-TIER (TK-INDEX) = SPACE
             MOVE "E" TO WS-TK-TIER (TK-INDEX)
         END-IF
         MOVE WS-EV-COMPANY TO WS-TK-COMPANY (TK-INDEX)
         MOVE WS-RUN-DATE TO WS-TK-IDENT-DATE (TK-INDEX)
     END-IF.

*>    Datas derivadas do evento: idade na execução, prazo do aviso
*>    (evento + 30 dias), dias que restam e fim da cobertura (último
*>    dia do mês do evento)
 C55-EVENT-DATES-PARA.
     MOVE WS-TK-EVENT-DATE (TK-INDEX) TO WS-DC-DATE.
     PERFORM C85-DATE-TO-DAYS-PARA.
     COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-DC-SERIAL.
     COMPUTE WS-DAYS-LEFT = WS-NOTICE-WINDOW - WS-AGE-DAYS.
     MOVE WS-TK-EVENT-DATE (TK-INDEX) TO WS-DATE-WORK-X.
     MOVE WS-NOTICE-WINDOW TO WS-ADD-DAYS.
     PERFORM C82-NEXT-DAY-PARA WS-ADD-DAYS TIMES.
     MOVE WS-DATE-WORK-X TO WS-DUE-DATE.
     MOVE WS-TK-EVENT-DATE (TK-INDEX) TO WS-DATE-WORK-X.
     PERFORM C83-MONTH-LENGTH-PARA.
     MOVE WS-MONTH-LEN TO WS-DW-DAY.
     MOVE WS-DATE-WORK-X TO WS-COVER-END-DATE.

*>    Linha de um evento do acompanhamento; nome e situação vêm
*>    preparados
 C60-EVENT-LINE-PARA.
     MOVE WS-TK-SSN (TK-INDEX) TO WS-EL-SSN-OUT.
     MOVE WS-TK-COMPANY (TK-INDEX) TO WS-EL-COMPANY-OUT.
     MOVE WS-TK-EVENT-CODE (TK-INDEX) TO WS-EL-CODE-OUT.
     MOVE WS-TK-EVENT-DATE (TK-INDEX) TO WS-EL-DATE-OUT.
     MOVE WS-TK-PLAN-CODE (TK-INDEX) TO WS-EL-PLAN-OUT.
     MOVE WS-TK-TIER (TK-INDEX) TO WS-EL-TIER-OUT.
     MOVE WS-TK-LAST-DED-DATE (TK-INDEX) TO WS-EL-LAST-DED-OUT.
     MOVE WS-COVER-END-DATE TO WS-EL-COV-END-OUT.
     MOVE WS-TK-IDENT-DATE (TK-INDEX) TO WS-EL-IDENT-OUT.
     MOVE WS-DUE-DATE TO WS-EL-DUE-OUT.
     IF WS-AGE-DAYS < 0
         MOVE ZEROS TO WS-EL-AGE-OUT
     ELSE
         MOVE WS-AGE-DAYS TO WS-EL-AGE-OUT
     END-IF.
     MOVE WS-DAYS-LEFT TO WS-EL-LEFT-OUT.
     WRITE CR-REPORT-OUT FROM WS-EVENT-LINE
         AFTER ADVANCING 1 LINE.

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

*>    Recua a data corrente um dia, virando mês e ano quando preciso
 C84-PRIOR-DAY-PARA.
     IF WS-DW-DAY > 1
         SUBTRACT 1 FROM WS-DW-DAY
     ELSE
         IF WS-DW-MONTH > 1
             SUBTRACT 1 FROM WS-DW-MONTH
         ELSE
             MOVE 12 TO WS-DW-MONTH
             SUBTRACT 1 FROM WS-DW-YEAR
         END-IF
         PERFORM C83-MONTH-LENGTH-PARA
         MOVE WS-MONTH-LEN TO WS-DW-DAY
     END-IF.

*>    Converte a data de WS-DC-DATE em número de dias corridos
 C85-DATE-TO-DAYS-PARA.
     COMPUTE WS-DC-PRIOR-YEAR = WS-DC-YEAR - 1.
     DIVIDE WS-DC-PRIOR-YEAR BY 4 GIVING WS-DC-Y4.
     DIVIDE WS-DC-PRIOR-YEAR BY 100 GIVING WS-DC-Y100.
     DIVIDE WS-DC-PRIOR-YEAR BY 400 GIVING WS-DC-Y400.
     DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-REM-4
         REMAINDER WS-DC-REM-4.
     DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-REM-100
         REMAINDER WS-DC-REM-100.
     DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-REM-400
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

*>    Impressão das linhas de totais
 C20-TOTAL-PARA.
     MOVE WS-NEW-EVENT-COUNT TO WS-TOT-NEW-OUT.
     MOVE WS-SENT-COUNT TO WS-TOT-SENT-OUT.
     MOVE WS-LATE-SENT-COUNT TO WS-TOT-LATE-OUT.
     MOVE WS-HELD-COUNT TO WS-TOT-HELD-OUT.
     MOVE WS-OVERDUE-COUNT TO WS-TOT-OVERDUE-OUT.
     MOVE WS-UPCOMING-COUNT TO WS-TOT-UPCOMING-OUT.
     WRITE CR-REPORT-OUT FROM WS-TOTAL-LINE-1
         AFTER ADVANCING 3 LINES.
