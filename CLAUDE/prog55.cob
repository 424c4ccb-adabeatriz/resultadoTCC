*> =====================================================================
*> PROGRAMA: DEMONSTRATIVO ANUAL DE REMUNERAÇÃO TOTAL
*> DESCRIÇÃO: Imprime, para cada funcionário ativo de cada empresa do
*>            grupo, o demonstrativo do ano com tudo o que a empresa
*>            gastou com ele: a remuneração em dinheiro por tipo de
*>            rendimento (histórico de pagamentos PAYHIST.DAT: 01
*>            normal, menos a hora extra apurada em LABORCST.DAT, 02
*>            correções, 03 suplementar/bônus; o 04 imputado sai só
*>            como informação), os encargos pagos pelo empregador (FICA
*>            patronal, FUTA, SUTA e o prêmio do seguro de acidentes de
*>            LABORCST.DAT), a parte da empresa em cada plano de
*>            benefícios do mestre BENMAST.DAT (tabela BENERCST.DAT:
*>            valor por período pago ou percentual do rendimento, por
*>            plano e cobertura) ao lado do que o funcionário pagou, a
*>            contrapartida do 401(k) (BN-MATCH-YTD) e o valor das
*>            férias e licenças tiradas (LEAVMAST.DAT, à tarifa-hora de
*>            RATEMAST.DAT - ou, sem ela, o salário normal sobre 2080
*>            horas por ano -, já contido na remuneração em dinheiro).
*>            Benefícios, contrapartida e férias são da pessoa, não da
*>            empresa: saem só na primeira empresa do CPF/SSN. Grava
*>            os demonstrativos (TOTCOMP_STMT.DAT, uma página por
*>            funcionário) e o resumo do RH (TOTCOMP_RPT.DAT: os mesmos
*>            totais por empresa e do grupo, com os desligados no ano).
*>            Rodar depois da última folha do ano e antes da virada de
*>            PROG9. 1º parâmetro: ano AAAA (padrão: o da execução; em
*>            janeiro, o anterior). Código de retorno: 0 = impresso;
*>            4 = sem LABORCST.DAT ou PAYHIST.DAT, funcionário sem
*>            histórico ou sem tarifa para as férias, ou tabela cheia;
*>            8 = ano inválido ou sem mestre de acumulados
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG55.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Mestre de acumulados: a população (uma linha por empresa)
     SELECT YTD-MASTER-FILE-IN
         ASSIGN TO "PROG6_YTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS YM-YTD-KEY
         FILE STATUS IS WS-YTD-FILE-STATUS.
*>    Histórico de pagamentos: rendimento do ano por tipo de registro
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Custo da mão de obra gravado por PROG6 a cada período postado
     SELECT LABOR-COST-FILE-IN
         ASSIGN TO "LABORCST.DAT"
         FILE STATUS IS WS-LABORCST-FILE-STATUS.
*>    Mestre de benefícios: planos, descontos e contrapartida do ano
     SELECT BEN-MASTER-FILE-IN
         ASSIGN TO "BENMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS BN-SSN
         FILE STATUS IS WS-BENMAST-FILE-STATUS.
*>    Parte do empregador em cada plano, por cobertura
     SELECT EMPR-COST-FILE-IN
         ASSIGN TO "BENERCST.DAT"
         FILE STATUS IS WS-BENERCST-FILE-STATUS.
*>    Mestre de saldos de férias/licença-saúde: horas tiradas no ano
     SELECT LEAVE-MASTER-FILE-IN
         ASSIGN TO "LEAVMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LV-SSN
         FILE STATUS IS WS-LEAVMAST-FILE-STATUS.
*>    Mestre de tarifas-hora: valor da hora das férias
     SELECT RATE-MASTER-FILE-IN
         ASSIGN TO "RATEMAST.DAT"
         FILE STATUS IS WS-RATEMAST-FILE-STATUS.
*>    Mestre de funcionários: nome, departamento e periodicidade
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Mestre de empresas do grupo: razão social
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Demonstrativos dos funcionários
     SELECT TOTCOMP-STMT-OUT
         ASSIGN TO "TOTCOMP_STMT.DAT".
*>    Resumo por empresa para o RH
     SELECT TOTCOMP-REPORT-OUT
         ASSIGN TO "TOTCOMP_RPT.DAT".

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

*>    Definição do histórico de pagamentos (só os campos usados); o
*>    layout de PROG6
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
     05  FILLER                      PIC X(51).
     05  PH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado
     05  FILLER                      PIC X(15).

*>    Definição do custo da mão de obra; o layout de PROG6/PROG50
 FD  LABOR-COST-FILE-IN
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

*>    Definição do mestre de benefícios; o layout de PROG6
 FD  BEN-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BN-BENEFIT-REC.
 01  BN-BENEFIT-REC.
     05  BN-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  BN-PLAN-ENTRY               OCCURS 3 TIMES.
         10  BN-PLAN-CODE            PIC X(3).      *> Código do plano
         10  BN-METHOD               PIC X(1).      *> F=valor fixo  P=percentual
         10  BN-RATE-AMT             PIC 9(5)V99.   *> Valor fixo ou percentual
         10  BN-ANNUAL-CAP           PIC 9(7)V99.   *> Teto anual do plano
         10  BN-YTD-TAKEN            PIC 9(7)V99.   *> Acumulado tomado no ano
         10  BN-ARREARS              PIC 9(5)V99.   *> Atraso do plano
     05  BN-MATCH-YTD                PIC 9(7)V99.   *> Contrapartida 401(k) no ano
     05  BN-TIER-ENTRY               OCCURS 3 TIMES.
         10  BN-COVER-TIER           PIC X(1).      *> Cobertura E/S/C/F do espaço
     05  FILLER                      PIC X(1).

*>    Definição da parte do empregador nos planos: uma linha por plano
*>    e cobertura (cobertura em branco = qualquer cobertura do plano)
 FD  EMPR-COST-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EC-EMPR-COST-REC.
 01  EC-EMPR-COST-REC.
     05  EC-PLAN-CODE                PIC X(3).      *> Código do plano (o de BENMAST)
     05  EC-TIER                     PIC X(1).      *> Cobertura E/S/C/F (espaço = todas)
     05  EC-METHOD                   PIC X(1).      *> F=valor por período  P=percentual
     05  EC-AMOUNT                   PIC 9(5)V99.   *> Valor por período pago ou percentual
     05  EC-PLAN-DESC                PIC X(20).     *> Descrição do plano no demonstrativo
     05  FILLER                      PIC X(8).

*>    Definição do mestre de saldos de férias/licença-saúde; o mesmo
*>    layout de PROG6/PROG9
 FD  LEAVE-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LV-LEAVE-REC.
 01  LV-LEAVE-REC.
     05  LV-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  LV-PLAN-CODE                PIC X(3).      *> Plano de acúmulo
     05  LV-VAC-ACCRUAL-RATE         PIC 9(2)V99.   *> Horas de férias por período pago
     05  LV-SICK-ACCRUAL-RATE        PIC 9(2)V99.   *> Horas de licença por período pago
     05  LV-VAC-BALANCE              PIC S9(4)V99.  *> Saldo corrente de férias (horas)
     05  LV-SICK-BALANCE             PIC S9(4)V99.  *> Saldo corrente de licença (horas)
     05  LV-VAC-CARRYOVER-CAP        PIC 9(4)V99.   *> Teto de transporte de férias
     05  LV-SICK-CARRYOVER-CAP       PIC 9(4)V99.   *> Teto de transporte de licença
     05  LV-VAC-TAKEN-YTD            PIC 9(4)V99.   *> Férias tomadas no ano (horas)
     05  LV-SICK-TAKEN-YTD           PIC 9(4)V99.   *> Licença tomada no ano (horas)
     05  FILLER                      PIC X(12).     *> Reservado para expansão

*>    Definição do mestre de tarifas-hora; o layout de PROG15
 FD  RATE-MASTER-FILE-IN
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RT-RATE-REC.
 01  RT-RATE-REC.
     05  RT-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  RT-HOURLY-RATE              PIC 9(3)V99.   *> Tarifa-hora
     05  RT-JOB-CODE                 PIC X(2).      *> Função (espaços = padrão)
     05  FILLER                      PIC X(4).

*>    Definição do arquivo mestre de funcionários (só os campos
*>    usados); o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EM-MASTER-REC.
 01  EM-MASTER-REC.
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  EM-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  EM-DEPT-CODE                PIC X(4).      *> Código do departamento
     05  FILLER                      PIC X(66).
     05  EM-PAY-FREQ                 PIC 9(2).      *> Períodos de pagamento/ano
     05  FILLER                      PIC X(21).

*>    Definição do mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CM-COMP-REC.
 01  CM-COMP-REC.
     05  CM-COMPANY-CODE             PIC X(2).      *> Código da empresa
     05  CM-LEGAL-NAME               PIC X(30).     *> Razão social
     05  FILLER                      PIC X(108).

*>    Demonstrativos (linha de 132 colunas)
 FD  TOTCOMP-STMT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TS-STMT-OUT.
 01  TS-STMT-OUT                     PIC X(132).

*>    Resumo do RH (linha de 132 colunas)
 FD  TOTCOMP-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TR-REPORT-OUT.
 01  TR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-YTD-FILE-STATUS          PIC X(2).
         88  WS-YTD-MISSING          VALUE "35".
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-LABORCST-FILE-STATUS     PIC X(2).
         88  WS-LABORCST-MISSING     VALUE "35".
     05  WS-BENMAST-FILE-STATUS      PIC X(2).
         88  WS-BENMAST-MISSING      VALUE "35".
     05  WS-BENERCST-FILE-STATUS     PIC X(2).
         88  WS-BENERCST-MISSING     VALUE "35".
     05  WS-LEAVMAST-FILE-STATUS     PIC X(2).
         88  WS-LEAVMAST-MISSING     VALUE "35".
     05  WS-RATEMAST-FILE-STATUS     PIC X(2).
         88  WS-RATEMAST-MISSING     VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-MISSING      VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-BENMAST-OPEN-SWITCH      PIC X(1).
         88  WS-BENMAST-OPEN         VALUE "Y".
     05  WS-LEAVMAST-OPEN-SWITCH     PIC X(1).
         88  WS-LEAVMAST-OPEN        VALUE "Y".
     05  WS-EMPMAST-OPEN-SWITCH      PIC X(1).
         88  WS-EMPMAST-OPEN         VALUE "Y".
     05  WS-EMPL-FOUND-SWITCH        PIC X(1).
         88  WS-EMPL-FOUND           VALUE "Y".
     05  WS-FIRST-SSN-SWITCH         PIC X(1).
         88  WS-FIRST-SSN            VALUE "Y".
     05  WS-FOUND-SWITCH             PIC X(1).
         88  WS-FOUND                VALUE "Y".
     05  WS-YEAR-SWITCH              PIC X(1).
         88  WS-YEAR-INVALID         VALUE "Y".

*>    Data da execução e ano do demonstrativo
 01  WS-RUN-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
         10  WS-RUN-YEAR             PIC 9(4).
         10  WS-RUN-MONTH            PIC 9(2).
         10  WS-RUN-DAY              PIC 9(2).
     05  WS-PARM-YEAR                PIC X(8).
     05  WS-STMT-YEAR                PIC 9(4).
     05  WS-STMT-YEAR-X REDEFINES WS-STMT-YEAR
                                     PIC X(4).

*>    Empresas do grupo
 01  WS-COMPANY-CONTROLS.
     05  WS-COMPANY-COUNT            PIC 9(2) COMP.
     05  WS-CO-SUB                   PIC 9(2) COMP.
     05  WS-PREV-COMPANY             PIC X(2).
     05  WS-PREV-CO-NAME             PIC X(30).
 01  WS-COMPANY-TABLE.
     05  WS-COMPANY-ROW              OCCURS 50 TIMES
                                      INDEXED BY CO-INDEX.
         10  WS-CO-CODE              PIC X(2).
         10  WS-CO-NAME              PIC X(30).

*>    Tarifa-hora padrão de cada CPF/SSN (a linha sem função; sem
*>    ela, a primeira do CPF/SSN)
 01  WS-RATE-CONTROLS.
     05  WS-RATE-COUNT               PIC 9(4) COMP.
 01  WS-RATE-TABLE.
     05  WS-RATE-ROW                 OCCURS 5000 TIMES
                                      INDEXED BY RT-INDEX.
         10  WS-RT-SSN               PIC X(9).
         10  WS-RT-RATE              PIC 9(3)V99.

*>    Parte do empregador nos planos (BENERCST.DAT)
 01  WS-ERCOST-CONTROLS.
     05  WS-ERCOST-COUNT             PIC 9(2) COMP.
 01  WS-ERCOST-TABLE.
     05  WS-ERCOST-ROW               OCCURS 50 TIMES
                                      INDEXED BY EC-INDEX.
         10  WS-EC-PLAN-CODE         PIC X(3).
         10  WS-EC-TIER              PIC X(1).
         10  WS-EC-METHOD            PIC X(1).
         10  WS-EC-AMOUNT            PIC 9(5)V99.
         10  WS-EC-PLAN-DESC         PIC X(20).

*>    População: um funcionário por empresa, na ordem do mestre de
*>    acumulados (empresa + CPF/SSN), com o que vem do histórico e do
*>    custo da mão de obra do ano
 01  WS-EMPL-CONTROLS.
     05  WS-EMPL-COUNT               PIC 9(4) COMP.
     05  WS-EMPL-SUB                 PIC 9(4) COMP.
     05  WS-FIRST-COMPANY            PIC X(2).      *> Empresa que leva os benefícios
 01  WS-EMPL-TABLE.
     05  WS-EMPL-ROW                 OCCURS 5000 TIMES
                                      INDEXED BY EP-INDEX.
         10  WS-EP-KEY.
             15  WS-EP-COMPANY       PIC X(2).
             15  WS-EP-SSN           PIC X(9).
         10  WS-EP-STATUS            PIC X(1).      *> Espaço/A=ativo  T=desligado
         10  WS-EP-YTD-EARNINGS      PIC 9(7)V99.
         10  WS-EP-PERIODS-PAID      PIC 9(2).
         10  WS-EP-HIST-SWITCH       PIC X(1).      *> Y=há histórico no ano
         10  WS-EP-EARN-01           PIC 9(7)V99.   *> Normal (com a hora extra)
         10  WS-EP-EARN-02           PIC 9(7)V99.   *> Correções
         10  WS-EP-EARN-03           PIC 9(7)V99.   *> Suplementar/bônus
         10  WS-EP-EARN-04           PIC 9(7)V99.   *> Imputado (informativo)
         10  WS-EP-OT-WAGES          PIC 9(7)V99.
         10  WS-EP-EMPR-FICA         PIC 9(7)V99.
         10  WS-EP-FUTA              PIC 9(7)V99.
         10  WS-EP-SUTA              PIC 9(7)V99.
         10  WS-EP-WC-PREMIUM        PIC 9(7)V99.

*>    Chave procurada na população
 01  WS-EMPL-KEY-WORK.
     05  WS-EK-COMPANY               PIC X(2).
     05  WS-EK-SSN                   PIC X(9).

*>    Funcionário em impressão: identificação, planos e férias
 01  WS-EMPL-WORK.
     05  WS-EW-NAME                  PIC X(18).
     05  WS-EW-DEPT                  PIC X(4).
     05  WS-EW-PAY-FREQ              PIC 9(2).
     05  WS-EW-MASKED-SSN            PIC X(9).
     05  WS-EW-RATE                  PIC 9(3)V99.   *> Tarifa-hora das férias
     05  WS-EW-VAC-HOURS             PIC 9(4)V99.
     05  WS-EW-SICK-HOURS            PIC 9(4)V99.
     05  WS-EW-VAC-VALUE             PIC 9(7)V99.
     05  WS-EW-SICK-VALUE            PIC 9(7)V99.
     05  WS-EW-RATE-BASE             PIC 9(9)V99.
     05  WS-EW-RATE-HOURS            PIC 9(7).
     05  WS-EW-PLAN-COUNT            PIC 9(1).
     05  WS-EW-PLAN-SUB              PIC 9(1).
 01  WS-EMPL-PLAN-TABLE.
     05  WS-EMPL-PLAN-ROW            OCCURS 3 TIMES.
         10  WS-EPL-DESC             PIC X(20).
         10  WS-EPL-EMPR             PIC 9(7)V99.   *> Parte da empresa
         10  WS-EPL-EMPLE            PIC 9(7)V99.   *> Parte do funcionário

*>    Plano em apuração
 01  WS-PLAN-WORK.
     05  WS-PW-CODE                  PIC X(3).
     05  WS-PW-TIER                  PIC X(1).
     05  WS-PW-DESC                  PIC X(20).
     05  WS-PW-EMPR                  PIC 9(7)V99.
     05  WS-PW-EMPLE                 PIC 9(7)V99.
     05  WS-PW-SLOT                  PIC 9(1).

*>    Planos do resumo do RH: parte da empresa e do funcionário na
*>    empresa em impressão e no grupo
 01  WS-PLAN-CONTROLS.
     05  WS-PLAN-COUNT               PIC 9(2) COMP.
     05  WS-PLAN-SUB                 PIC 9(2) COMP.
 01  WS-PLAN-TABLE.
     05  WS-PLAN-ROW                 OCCURS 50 TIMES
                                      INDEXED BY PL-INDEX.
         10  WS-PL-CODE              PIC X(3).
         10  WS-PL-DESC              PIC X(20).
         10  WS-PL-CO-EMPR           PIC 9(9)V99.
         10  WS-PL-CO-EMPLE          PIC 9(9)V99.
         10  WS-PL-GR-EMPR           PIC 9(9)V99.
         10  WS-PL-GR-EMPLE          PIC 9(9)V99.

*>    Valores de um funcionário; a empresa, o grupo e o bloco em
*>    impressão no resumo têm o mesmo layout
 01  WS-EMPL-AMOUNTS.
     05  WS-EA-REGULAR               PIC 9(9)V99.
     05  WS-EA-OVERTIME              PIC 9(9)V99.
     05  WS-EA-CORRECTIONS           PIC 9(9)V99.
     05  WS-EA-SUPPLEMENTAL          PIC 9(9)V99.
     05  WS-EA-CASH-TOTAL            PIC 9(9)V99.
     05  WS-EA-IMPUTED               PIC 9(9)V99.
     05  WS-EA-EMPR-FICA             PIC 9(9)V99.
     05  WS-EA-FUTA                  PIC 9(9)V99.
     05  WS-EA-SUTA                  PIC 9(9)V99.
     05  WS-EA-WC-PREMIUM            PIC 9(9)V99.
     05  WS-EA-TAX-TOTAL             PIC 9(9)V99.
     05  WS-EA-BEN-EMPR              PIC 9(9)V99.
     05  WS-EA-BEN-EMPLE             PIC 9(9)V99.
     05  WS-EA-MATCH                 PIC 9(9)V99.
     05  WS-EA-PTO-VALUE             PIC 9(9)V99.
     05  WS-EA-TOTAL-COMP            PIC 9(9)V99.
 01  WS-COMPANY-AMOUNTS.
     05  WS-CA-REGULAR               PIC 9(9)V99.
     05  WS-CA-OVERTIME              PIC 9(9)V99.
     05  WS-CA-CORRECTIONS           PIC 9(9)V99.
     05  WS-CA-SUPPLEMENTAL          PIC 9(9)V99.
     05  WS-CA-CASH-TOTAL            PIC 9(9)V99.
     05  WS-CA-IMPUTED               PIC 9(9)V99.
     05  WS-CA-EMPR-FICA             PIC 9(9)V99.
     05  WS-CA-FUTA                  PIC 9(9)V99.
     05  WS-CA-SUTA                  PIC 9(9)V99.
     05  WS-CA-WC-PREMIUM            PIC 9(9)V99.
     05  WS-CA-TAX-TOTAL             PIC 9(9)V99.
     05  WS-CA-BEN-EMPR              PIC 9(9)V99.
     05  WS-CA-BEN-EMPLE             PIC 9(9)V99.
     05  WS-CA-MATCH                 PIC 9(9)V99.
     05  WS-CA-PTO-VALUE             PIC 9(9)V99.
     05  WS-CA-TOTAL-COMP            PIC 9(9)V99.
 01  WS-GRAND-AMOUNTS.
     05  WS-GA-REGULAR               PIC 9(9)V99.
     05  WS-GA-OVERTIME              PIC 9(9)V99.
     05  WS-GA-CORRECTIONS           PIC 9(9)V99.
     05  WS-GA-SUPPLEMENTAL          PIC 9(9)V99.
     05  WS-GA-CASH-TOTAL            PIC 9(9)V99.
     05  WS-GA-IMPUTED               PIC 9(9)V99.
     05  WS-GA-EMPR-FICA             PIC 9(9)V99.
     05  WS-GA-FUTA                  PIC 9(9)V99.
     05  WS-GA-SUTA                  PIC 9(9)V99.
     05  WS-GA-WC-PREMIUM            PIC 9(9)V99.
     05  WS-GA-TAX-TOTAL             PIC 9(9)V99.
     05  WS-GA-BEN-EMPR              PIC 9(9)V99.
     05  WS-GA-BEN-EMPLE             PIC 9(9)V99.
     05  WS-GA-MATCH                 PIC 9(9)V99.
     05  WS-GA-PTO-VALUE             PIC 9(9)V99.
     05  WS-GA-TOTAL-COMP            PIC 9(9)V99.
 01  WS-BLOCK-AMOUNTS.
     05  WS-BA-REGULAR               PIC 9(9)V99.
     05  WS-BA-OVERTIME              PIC 9(9)V99.
     05  WS-BA-CORRECTIONS           PIC 9(9)V99.
     05  WS-BA-SUPPLEMENTAL          PIC 9(9)V99.
     05  WS-BA-CASH-TOTAL            PIC 9(9)V99.
     05  WS-BA-IMPUTED               PIC 9(9)V99.
     05  WS-BA-EMPR-FICA             PIC 9(9)V99.
     05  WS-BA-FUTA                  PIC 9(9)V99.
     05  WS-BA-SUTA                  PIC 9(9)V99.
     05  WS-BA-WC-PREMIUM            PIC 9(9)V99.
     05  WS-BA-TAX-TOTAL             PIC 9(9)V99.
     05  WS-BA-BEN-EMPR              PIC 9(9)V99.
     05  WS-BA-BEN-EMPLE             PIC 9(9)V99.
     05  WS-BA-MATCH                 PIC 9(9)V99.
     05  WS-BA-PTO-VALUE             PIC 9(9)V99.
     05  WS-BA-TOTAL-COMP            PIC 9(9)V99.

*>    Quadro e média do bloco do resumo
 01  WS-BLOCK-CONTROLS.
     05  WS-CO-HEADCOUNT             PIC 9(5).
     05  WS-GR-HEADCOUNT             PIC 9(5).
     05  WS-BLK-HEADCOUNT            PIC 9(5).
     05  WS-BLK-LEVEL                PIC X(1).      *> C=empresa  G=grupo
     05  WS-BLK-AVERAGE              PIC 9(9)V99.

*>    Totalizadores das exceções
 01  WS-TOTALS.
     05  WS-YTD-READ-COUNT           PIC 9(5).      *> Linhas do mestre de acumulados
     05  WS-STMT-COUNT               PIC 9(5).      *> Demonstrativos impressos
     05  WS-HIST-READ-COUNT          PIC 9(7).      *> Linhas do histórico no ano
     05  WS-LC-READ-COUNT            PIC 9(7).      *> Linhas do custo no ano
     05  WS-NO-HIST-COUNT            PIC 9(5).      *> Sem histórico: usado o acumulado
     05  WS-NO-RATE-COUNT            PIC 9(5).      *> Férias sem tarifa nem salário
     05  WS-NO-ERCOST-COUNT          PIC 9(5).      *> Plano sem parte do empregador
     05  WS-UNMATCHED-COUNT          PIC 9(7).      *> Histórico/custo fora da população
     05  WS-OVERFLOW-COUNT           PIC 9(5).      *> Além das tabelas

*>    Edição das horas e da tarifa nas linhas de férias
 01  WS-EDIT-WORK.
     05  WS-ED-HOURS                 PIC Z,ZZ9.99.
     05  WS-ED-RATE                  PIC ZZ9.99.

*>    Linhas do demonstrativo
 01  WS-STMT-TITLE.
     05  FILLER                      PIC X(36) VALUE
             "TOTAL COMPENSATION STATEMENT - YEAR ".
     05  WS-STT-YEAR-OUT             PIC X(4).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-STT-CO-NAME-OUT          PIC X(30).
     05  FILLER                      PIC X(58) VALUE SPACES.
 01  WS-STMT-EMPL-LINE.
     05  FILLER                      PIC X(10) VALUE "EMPLOYEE: ".
     05  WS-STE-NAME-OUT             PIC X(18).
     05  FILLER                      PIC X(7) VALUE "  SSN: ".
     05  WS-STE-SSN-OUT              PIC X(9).
     05  FILLER                      PIC X(8) VALUE "  DEPT: ".
     05  WS-STE-DEPT-OUT             PIC X(4).
     05  FILLER                      PIC X(11) VALUE "  COMPANY: ".
     05  WS-STE-COMPANY-OUT          PIC X(2).
     05  FILLER                      PIC X(63) VALUE SPACES.
 01  WS-SECTION-LINE.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SEC-TEXT-OUT             PIC X(60).
     05  FILLER                      PIC X(70) VALUE SPACES.
 01  WS-BENEFIT-HEADING.
     05  FILLER                      PIC X(44) VALUE SPACES.
     05  FILLER                      PIC X(14) VALUE "  COMPANY PAID".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(14) VALUE "      YOU PAID".
     05  FILLER                      PIC X(56) VALUE SPACES.
*>    Linha de valor (demonstrativo e resumo): rótulo e uma ou duas
*>    colunas; a segunda em branco quando não se aplica
 01  WS-AMOUNT-LINE.
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-AL-LABEL-OUT             PIC X(40).
     05  WS-AL-AMT1-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  WS-AL-AMT1-X REDEFINES WS-AL-AMT1-OUT
                                     PIC X(14).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-AL-AMT2-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  WS-AL-AMT2-X REDEFINES WS-AL-AMT2-OUT
                                     PIC X(14).
     05  FILLER                      PIC X(56) VALUE SPACES.

*>    Linhas do resumo do RH
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "TOTAL COMPENSATION SUMMARY BY COMPANY     ".
     05  FILLER                      PIC X(6) VALUE "YEAR: ".
     05  WS-HEAD-YEAR-OUT            PIC X(4).
     05  FILLER                      PIC X(12) VALUE "  RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(60) VALUE SPACES.
 01  WS-BLOCK-TITLE.
     05  FILLER                      PIC X(8) VALUE "COMPANY ".
     05  WS-BT-COMPANY-OUT           PIC X(3).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BT-NAME-OUT              PIC X(30).
     05  FILLER                      PIC X(15) VALUE "  EMPLOYEES:   ".
     05  WS-BT-HEADCOUNT-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(68) VALUE SPACES.

*>    Linhas de totais das exceções
 01  WS-TOTAL-LINE-1.
     05  FILLER                      PIC X(21) VALUE "YTD MASTER ROWS:     ".
     05  WS-TOT-YTD-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(26) VALUE
             "  STATEMENTS PRINTED:     ".
     05  WS-TOT-STMT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(24) VALUE
             "  HISTORY ROWS IN YEAR: ".
     05  WS-TOT-HIST-OUT             PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(40) VALUE SPACES.
 01  WS-TOTAL-LINE-2.
     05  FILLER                      PIC X(21) VALUE "LABOR COST ROWS:     ".
     05  WS-TOT-LC-OUT               PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(23) VALUE
             "  NO PAY HISTORY:      ".
     05  WS-TOT-NO-HIST-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(24) VALUE
             "  PTO WITHOUT A RATE:   ".
     05  WS-TOT-NO-RATE-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(43) VALUE SPACES.
 01  WS-TOTAL-LINE-3.
     05  FILLER                      PIC X(21) VALUE "PLANS W/O EMPR COST: ".
     05  WS-TOT-NO-ERCOST-OUT        PIC ZZ,ZZ9.
     05  FILLER                      PIC X(23) VALUE
             "  NOT ON YTD MASTER:   ".
     05  WS-TOT-UNMATCHED-OUT        PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(24) VALUE
             "  BEYOND TABLE LIMITS:  ".
     05  WS-TOT-OVERFLOW-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(43) VALUE SPACES.
 01  WS-MESSAGE-LINE.
     05  WS-MSG-TEXT-OUT             PIC X(132).

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - junta a população do ano, imprime o
*>    demonstrativo de cada funcionário ativo e o resumo por empresa
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     IF WS-YEAR-INVALID
         DISPLAY "PROG55: INVALID STATEMENT YEAR " WS-PARM-YEAR
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B15-LOAD-COMPANIES-PARA.
     PERFORM B18-LOAD-RATES-PARA.
     PERFORM B20-LOAD-ERCOST-PARA.
     OPEN INPUT YTD-MASTER-FILE-IN.
     IF WS-YTD-MISSING
         DISPLAY "PROG55: YTD MASTER PROG6_YTD.DAT NOT FOUND"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B30-READ-YTD-PARA.
     CLOSE YTD-MASTER-FILE-IN.
     PERFORM B35-READ-PAYHIST-PARA.
     PERFORM B40-READ-LABORCST-PARA.
     PERFORM B25-OPEN-MASTERS-PARA.
     OPEN OUTPUT TOTCOMP-STMT-OUT
                 TOTCOMP-REPORT-OUT.
     PERFORM C10-HEADINGS-PARA.
     MOVE ZEROS TO WS-GRAND-AMOUNTS
                   WS-GR-HEADCOUNT.
     MOVE SPACES TO WS-PREV-COMPANY.
     PERFORM B50-EMPLOYEE-PARA
         VARYING WS-EMPL-SUB FROM 1 BY 1
         UNTIL WS-EMPL-SUB > WS-EMPL-COUNT.
     IF WS-EMPL-COUNT > 0
         PERFORM C70-COMPANY-SUMMARY-PARA
     END-IF.
     PERFORM C75-GRAND-SUMMARY-PARA.
     PERFORM C20-TOTAL-PARA.
     CLOSE TOTCOMP-STMT-OUT
           TOTCOMP-REPORT-OUT.
     IF WS-BENMAST-OPEN
         CLOSE BEN-MASTER-FILE-IN
     END-IF.
     IF WS-LEAVMAST-OPEN
         CLOSE LEAVE-MASTER-FILE-IN
     END-IF.
     IF WS-EMPMAST-OPEN
         CLOSE EMPL-MASTER-FILE-IN
     END-IF.
     IF WS-LABORCST-MISSING OR WS-PAYHIST-MISSING
             OR WS-NO-HIST-COUNT > 0 OR WS-NO-RATE-COUNT > 0
             OR WS-OVERFLOW-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Data da execução e ano do demonstrativo (parâmetro, senão o ano
*>    da execução - em janeiro, o ano que acabou de fechar)
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-COMPANY-COUNT
                   WS-RATE-COUNT
                   WS-ERCOST-COUNT
                   WS-EMPL-COUNT
                   WS-PLAN-COUNT
                   WS-TOTALS.
     MOVE "N" TO WS-YEAR-SWITCH.
     MOVE SPACES TO WS-PARM-YEAR.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-YEAR FROM ARGUMENT-VALUE.
     IF WS-PARM-YEAR = SPACES
         MOVE WS-RUN-YEAR TO WS-STMT-YEAR
         IF WS-RUN-MONTH = 1
             SUBTRACT 1 FROM WS-STMT-YEAR
         END-IF
     ELSE
         MOVE WS-PARM-YEAR (1:4) TO WS-STMT-YEAR-X
         IF WS-STMT-YEAR-X NOT NUMERIC
                 OR WS-PARM-YEAR (5:4) NOT = SPACES
             MOVE "Y" TO WS-YEAR-SWITCH
         ELSE
             IF WS-STMT-YEAR < 1900
                 MOVE "Y" TO WS-YEAR-SWITCH
             END-IF
         END-IF
     END-IF.

*>    Carrega as empresas do grupo
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

*>    Guarda uma empresa do grupo
 B16-COMPANY-REC-PARA.
     IF WS-COMPANY-COUNT < 50
         ADD 1 TO WS-COMPANY-COUNT
         MOVE CM-COMPANY-CODE TO WS-CO-CODE (WS-COMPANY-COUNT)
         MOVE CM-LEGAL-NAME TO WS-CO-NAME (WS-COMPANY-COUNT)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega a tarifa-hora padrão de cada CPF/SSN
 B18-LOAD-RATES-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT RATE-MASTER-FILE-IN.
     IF NOT WS-RATEMAST-MISSING
         READ RATE-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B19-RATE-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE RATE-MASTER-FILE-IN
     END-IF.

*>    Guarda a primeira tarifa do CPF/SSN; a linha sem função (a
*>    tarifa padrão) substitui a que estiver guardada
 B19-RATE-REC-PARA.
     IF RT-HOURLY-RATE NUMERIC
         MOVE "N" TO WS-FOUND-SWITCH
         IF WS-RATE-COUNT > 0
             SET RT-INDEX TO 1
             SEARCH WS-RATE-ROW
                 AT END CONTINUE
                 WHEN RT-INDEX > WS-RATE-COUNT
                     CONTINUE
                 WHEN WS-RT-SSN (RT-INDEX) = RT-SSN
                     MOVE "Y" TO WS-FOUND-SWITCH
                     IF RT-JOB-CODE = SPACES
                         MOVE RT-HOURLY-RATE TO WS-RT-RATE (RT-INDEX)
                     END-IF
             END-SEARCH
         END-IF
         IF NOT WS-FOUND
             IF WS-RATE-COUNT < 5000
                 ADD 1 TO WS-RATE-COUNT
                 MOVE RT-SSN TO WS-RT-SSN (WS-RATE-COUNT)
                 MOVE RT-HOURLY-RATE TO WS-RT-RATE (WS-RATE-COUNT)
             ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
             END-IF
         END-IF
     END-IF.
     READ RATE-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega a parte do empregador nos planos
 B20-LOAD-ERCOST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT EMPR-COST-FILE-IN.
     IF NOT WS-BENERCST-MISSING
         READ EMPR-COST-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-ERCOST-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE EMPR-COST-FILE-IN
     END-IF.

*>    Guarda uma linha de plano + cobertura
 B21-ERCOST-REC-PARA.
     IF EC-AMOUNT NUMERIC
             AND (EC-METHOD = "F" OR EC-METHOD = "P")
         IF WS-ERCOST-COUNT < 50
             ADD 1 TO WS-ERCOST-COUNT
             MOVE EC-PLAN-CODE TO WS-EC-PLAN-CODE (WS-ERCOST-COUNT)
             MOVE EC-TIER TO WS-EC-TIER (WS-ERCOST-COUNT)
             MOVE EC-METHOD TO WS-EC-METHOD (WS-ERCOST-COUNT)
             MOVE EC-AMOUNT TO WS-EC-AMOUNT (WS-ERCOST-COUNT)
             MOVE EC-PLAN-DESC TO WS-EC-PLAN-DESC (WS-ERCOST-COUNT)
         ELSE
             ADD 1 TO WS-OVERFLOW-COUNT
         END-IF
     END-IF.
     READ EMPR-COST-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Abre os mestres indexados lidos por CPF/SSN
 B25-OPEN-MASTERS-PARA.
     MOVE SPACES TO WS-BENMAST-OPEN-SWITCH
                    WS-LEAVMAST-OPEN-SWITCH
                    WS-EMPMAST-OPEN-SWITCH.
     OPEN INPUT BEN-MASTER-FILE-IN.
     IF NOT WS-BENMAST-MISSING
         MOVE "Y" TO WS-BENMAST-OPEN-SWITCH
     END-IF.
     OPEN INPUT LEAVE-MASTER-FILE-IN.
     IF NOT WS-LEAVMAST-MISSING
         MOVE "Y" TO WS-LEAVMAST-OPEN-SWITCH
     END-IF.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF NOT WS-EMPMAST-MISSING
         MOVE "Y" TO WS-EMPMAST-OPEN-SWITCH
     END-IF.

*>    Varre o mestre de acumulados: cada empresa + CPF/SSN é um
*>    funcionário da população
 B30-READ-YTD-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     READ YTD-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B31-YTD-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".

*>    Guarda um funcionário do mestre de acumulados
 B31-YTD-REC-PARA.
     ADD 1 TO WS-YTD-READ-COUNT.
     IF WS-EMPL-COUNT < 5000
         ADD 1 TO WS-EMPL-COUNT
         MOVE ZEROS TO WS-EMPL-ROW (WS-EMPL-COUNT)
         MOVE YM-COMPANY TO WS-EP-COMPANY (WS-EMPL-COUNT)
         MOVE YM-SSN TO WS-EP-SSN (WS-EMPL-COUNT)
         MOVE YM-STATUS TO WS-EP-STATUS (WS-EMPL-COUNT)
         MOVE YM-YTD-EARNINGS TO WS-EP-YTD-EARNINGS (WS-EMPL-COUNT)
         MOVE YM-PERIODS-PAID TO WS-EP-PERIODS-PAID (WS-EMPL-COUNT)
         MOVE "N" TO WS-EP-HIST-SWITCH (WS-EMPL-COUNT)
     ELSE
         ADD 1 TO WS-OVERFLOW-COUNT
     END-IF.
     READ YTD-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Varre o histórico de pagamentos pelo rendimento do ano
 B35-READ-PAYHIST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     IF NOT WS-PAYHIST-MISSING
         READ PAY-HISTORY-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B36-PAYHIST-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE PAY-HISTORY-FILE-IN
     END-IF.

*>    Soma um pagamento do ano (não estornado) no tipo do registro
 B36-PAYHIST-REC-PARA.
     IF PH-RUN-DATE (1:4) = WS-STMT-YEAR-X
             AND PH-VOID-FLAG NOT = "V"
         ADD 1 TO WS-HIST-READ-COUNT
         MOVE PH-COMPANY TO WS-EK-COMPANY
         MOVE PH-SSN TO WS-EK-SSN
         PERFORM C30-FIND-EMPL-PARA
         IF WS-EMPL-FOUND
             MOVE "Y" TO WS-EP-HIST-SWITCH (EP-INDEX)
             EVALUATE PH-REC-CODE
                 WHEN 01
                     ADD PH-EARN-THIS-PER TO WS-EP-EARN-01 (EP-INDEX)
                 WHEN 02
                     ADD PH-EARN-THIS-PER TO WS-EP-EARN-02 (EP-INDEX)
                 WHEN 03
                     ADD PH-EARN-THIS-PER TO WS-EP-EARN-03 (EP-INDEX)
                 WHEN 04
                     ADD PH-EARN-THIS-PER TO WS-EP-EARN-04 (EP-INDEX)
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
         ELSE
             ADD 1 TO WS-UNMATCHED-COUNT
         END-IF
     END-IF.
     READ PAY-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Varre o custo da mão de obra pela hora extra e pelos encargos
*>    do empregador no ano
 B40-READ-LABORCST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT LABOR-COST-FILE-IN.
     IF NOT WS-LABORCST-MISSING
         READ LABOR-COST-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-LABORCST-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE LABOR-COST-FILE-IN
     END-IF.

*>    Soma uma linha de custo do ano no funcionário
 B41-LABORCST-REC-PARA.
     IF LC-RUN-DATE (1:4) = WS-STMT-YEAR-X
         ADD 1 TO WS-LC-READ-COUNT
         MOVE LC-COMPANY TO WS-EK-COMPANY
         MOVE LC-SSN TO WS-EK-SSN
         PERFORM C30-FIND-EMPL-PARA
         IF WS-EMPL-FOUND
             ADD LC-OT-WAGES TO WS-EP-OT-WAGES (EP-INDEX)
             ADD LC-EMPR-FICA TO WS-EP-EMPR-FICA (EP-INDEX)
             ADD LC-FUTA TO WS-EP-FUTA (EP-INDEX)
             ADD LC-SUTA TO WS-EP-SUTA (EP-INDEX)
             ADD LC-WC-PREMIUM TO WS-EP-WC-PREMIUM (EP-INDEX)
         ELSE
             ADD 1 TO WS-UNMATCHED-COUNT
         END-IF
     END-IF.
     READ LABOR-COST-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Apura um funcionário; na troca de empresa, antes o resumo da
*>    empresa anterior. O demonstrativo é só do funcionário ativo; o
*>    resumo leva todos
 B50-EMPLOYEE-PARA.
     IF WS-EP-COMPANY (WS-EMPL-SUB) NOT = WS-PREV-COMPANY
         IF WS-PREV-COMPANY NOT = SPACES
             PERFORM C70-COMPANY-SUMMARY-PARA
         END-IF
         MOVE WS-EP-COMPANY (WS-EMPL-SUB) TO WS-PREV-COMPANY
         MOVE SPACES TO WS-PREV-CO-NAME
         SET CO-INDEX TO 1
         SEARCH WS-COMPANY-ROW
             AT END CONTINUE
             WHEN CO-INDEX > WS-COMPANY-COUNT
                 CONTINUE
             WHEN WS-CO-CODE (CO-INDEX) = WS-PREV-COMPANY
                 MOVE WS-CO-NAME (CO-INDEX) TO WS-PREV-CO-NAME
         END-SEARCH
         MOVE ZEROS TO WS-COMPANY-AMOUNTS
                       WS-CO-HEADCOUNT
         PERFORM C71-CLEAR-CO-PLAN-PARA
             VARYING WS-PLAN-SUB FROM 1 BY 1
             UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
     END-IF.
     MOVE ZEROS TO WS-EMPL-AMOUNTS
                   WS-EW-PLAN-COUNT
                   WS-EW-RATE
                   WS-EW-VAC-HOURS
                   WS-EW-SICK-HOURS
                   WS-EW-VAC-VALUE
                   WS-EW-SICK-VALUE.
     PERFORM C35-FIRST-SSN-PARA.
     PERFORM C40-EMPL-DETAIL-PARA.
*>    Dinheiro: o normal sem a hora extra; sem histórico no ano, o
*>    acumulado do mestre entra como normal
     IF WS-EP-HIST-SWITCH (WS-EMPL-SUB) = "Y"
         IF WS-EP-EARN-01 (WS-EMPL-SUB) > WS-EP-OT-WAGES (WS-EMPL-SUB)
             SUBTRACT WS-EP-OT-WAGES (WS-EMPL-SUB)
                 FROM WS-EP-EARN-01 (WS-EMPL-SUB)
                 GIVING WS-EA-REGULAR
             MOVE WS-EP-OT-WAGES (WS-EMPL-SUB) TO WS-EA-OVERTIME
         ELSE
             MOVE WS-EP-EARN-01 (WS-EMPL-SUB) TO WS-EA-OVERTIME
         END-IF
         MOVE WS-EP-EARN-02 (WS-EMPL-SUB) TO WS-EA-CORRECTIONS
         MOVE WS-EP-EARN-03 (WS-EMPL-SUB) TO WS-EA-SUPPLEMENTAL
         MOVE WS-EP-EARN-04 (WS-EMPL-SUB) TO WS-EA-IMPUTED
     ELSE
         ADD 1 TO WS-NO-HIST-COUNT
         MOVE WS-EP-YTD-EARNINGS (WS-EMPL-SUB) TO WS-EA-REGULAR
     END-IF.
     ADD WS-EA-REGULAR WS-EA-OVERTIME WS-EA-CORRECTIONS
         WS-EA-SUPPLEMENTAL GIVING WS-EA-CASH-TOTAL.
*>    Encargos e seguro pagos pelo empregador
     MOVE WS-EP-EMPR-FICA (WS-EMPL-SUB) TO WS-EA-EMPR-FICA.
     MOVE WS-EP-FUTA (WS-EMPL-SUB) TO WS-EA-FUTA.
     MOVE WS-EP-SUTA (WS-EMPL-SUB) TO WS-EA-SUTA.
     MOVE WS-EP-WC-PREMIUM (WS-EMPL-SUB) TO WS-EA-WC-PREMIUM.
     ADD WS-EA-EMPR-FICA WS-EA-FUTA WS-EA-SUTA WS-EA-WC-PREMIUM
         GIVING WS-EA-TAX-TOTAL.
*>    Benefícios, contrapartida e férias: só na primeira empresa
     IF WS-FIRST-SSN
         PERFORM C42-BENEFITS-PARA
         PERFORM C48-PTO-PARA
     END-IF.
     ADD WS-EA-CASH-TOTAL WS-EA-TAX-TOTAL WS-EA-BEN-EMPR WS-EA-MATCH
         GIVING WS-EA-TOTAL-COMP.
     PERFORM C50-ADD-TO-COMPANY-PARA.
     IF WS-EP-STATUS (WS-EMPL-SUB) NOT = "T"
         PERFORM C60-PRINT-STATEMENT-PARA
     END-IF.

*>    Cabeçalho do resumo do RH
 C10-HEADINGS-PARA.
     MOVE WS-STMT-YEAR-X TO WS-HEAD-YEAR-OUT
                            WS-STT-YEAR-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE TR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.

*>    Impressão das linhas de totais das exceções
 C20-TOTAL-PARA.
     MOVE WS-YTD-READ-COUNT TO WS-TOT-YTD-OUT.
     MOVE WS-STMT-COUNT TO WS-TOT-STMT-OUT.
     MOVE WS-HIST-READ-COUNT TO WS-TOT-HIST-OUT.
     MOVE WS-LC-READ-COUNT TO WS-TOT-LC-OUT.
     MOVE WS-NO-HIST-COUNT TO WS-TOT-NO-HIST-OUT.
     MOVE WS-NO-RATE-COUNT TO WS-TOT-NO-RATE-OUT.
     MOVE WS-NO-ERCOST-COUNT TO WS-TOT-NO-ERCOST-OUT.
     MOVE WS-UNMATCHED-COUNT TO WS-TOT-UNMATCHED-OUT.
     MOVE WS-OVERFLOW-COUNT TO WS-TOT-OVERFLOW-OUT.
     WRITE TR-REPORT-OUT FROM WS-TOTAL-LINE-1
         AFTER ADVANCING 3 LINES.
     WRITE TR-REPORT-OUT FROM WS-TOTAL-LINE-2
         AFTER ADVANCING 1 LINE.
     WRITE TR-REPORT-OUT FROM WS-TOTAL-LINE-3
         AFTER ADVANCING 1 LINE.
     IF WS-LABORCST-MISSING
         MOVE "LABOR COST FILE LABORCST.DAT NOT FOUND - OVERTIME, " &
              "EMPLOYER TAXES AND WORKERS' COMP ARE NOT SHOWN"
             TO WS-MSG-TEXT-OUT
         WRITE TR-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 2 LINES
     END-IF.
     IF WS-PAYHIST-MISSING
         MOVE "PAY HISTORY PAYHIST.DAT NOT FOUND - CASH IS THE YTD " &
              "MASTER EARNINGS, NOT SPLIT BY TYPE"
             TO WS-MSG-TEXT-OUT
         WRITE TR-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-BENERCST-MISSING
         MOVE "EMPLOYER PLAN COST TABLE BENERCST.DAT NOT FOUND - " &
              "NO EMPLOYER SHARE SHOWN FOR ANY PLAN"
             TO WS-MSG-TEXT-OUT
         WRITE TR-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Procura empresa + CPF/SSN na população
 C30-FIND-EMPL-PARA.
     MOVE "N" TO WS-EMPL-FOUND-SWITCH.
     IF WS-EMPL-COUNT > 0
         SET EP-INDEX TO 1
         SEARCH WS-EMPL-ROW
             AT END CONTINUE
             WHEN EP-INDEX > WS-EMPL-COUNT
                 CONTINUE
             WHEN WS-EP-KEY (EP-INDEX) = WS-EMPL-KEY-WORK
                 MOVE "Y" TO WS-EMPL-FOUND-SWITCH
         END-SEARCH
     END-IF.

*>    O CPF/SSN já apareceu numa empresa anterior? Os benefícios, a
*>    contrapartida e as férias ficam no demonstrativo daquela
 C35-FIRST-SSN-PARA.
     MOVE "Y" TO WS-FIRST-SSN-SWITCH.
     MOVE WS-EP-COMPANY (WS-EMPL-SUB) TO WS-FIRST-COMPANY.
     SET EP-INDEX TO 1.
     SEARCH WS-EMPL-ROW
         AT END CONTINUE
         WHEN EP-INDEX NOT < WS-EMPL-SUB
             CONTINUE
         WHEN WS-EP-SSN (EP-INDEX) = WS-EP-SSN (WS-EMPL-SUB)
             MOVE "N" TO WS-FIRST-SSN-SWITCH
             MOVE WS-EP-COMPANY (EP-INDEX) TO WS-FIRST-COMPANY
     END-SEARCH.

*>    Nome, departamento e periodicidade do mestre de funcionários
 C40-EMPL-DETAIL-PARA.
     MOVE SPACES TO WS-EW-NAME.
     MOVE "UNKN" TO WS-EW-DEPT.
     MOVE 26 TO WS-EW-PAY-FREQ.
     IF WS-EMPMAST-OPEN
         MOVE WS-EP-SSN (WS-EMPL-SUB) TO EM-SSN
         READ EMPL-MASTER-FILE-IN
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE EM-EMPL-NAME TO WS-EW-NAME
                 MOVE EM-DEPT-CODE TO WS-EW-DEPT
                 IF EM-PAY-FREQ NUMERIC AND EM-PAY-FREQ > 0
                     MOVE EM-PAY-FREQ TO WS-EW-PAY-FREQ
                 END-IF
         END-READ
     END-IF.
     MOVE "*****" TO WS-EW-MASKED-SSN.
     MOVE WS-EP-SSN (WS-EMPL-SUB) (6:4) TO WS-EW-MASKED-SSN (6:4).

*>    Planos do mestre de benefícios e contrapartida do 401(k)
 C42-BENEFITS-PARA.
     IF WS-BENMAST-OPEN
         MOVE WS-EP-SSN (WS-EMPL-SUB) TO BN-SSN
         READ BEN-MASTER-FILE-IN
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF BN-MATCH-YTD NUMERIC
                     MOVE BN-MATCH-YTD TO WS-EA-MATCH
                 END-IF
                 PERFORM C43-PLAN-SLOT-PARA
                     VARYING WS-PW-SLOT FROM 1 BY 1
                     UNTIL WS-PW-SLOT > 3
         END-READ
     END-IF.

*>    Um espaço de plano: a parte da empresa pela tabela do plano e
*>    cobertura (valor por período pago ou percentual do rendimento
*>    do ano) e a parte do funcionário, o que foi descontado no ano
 C43-PLAN-SLOT-PARA.
     IF BN-PLAN-CODE (WS-PW-SLOT) NOT = SPACES
         MOVE BN-PLAN-CODE (WS-PW-SLOT) TO WS-PW-CODE
         MOVE BN-COVER-TIER (WS-PW-SLOT) TO WS-PW-TIER
         MOVE ZEROS TO WS-PW-EMPR
                       WS-PW-EMPLE
         IF BN-YTD-TAKEN (WS-PW-SLOT) NUMERIC
             MOVE BN-YTD-TAKEN (WS-PW-SLOT) TO WS-PW-EMPLE
         END-IF
         PERFORM C44-PLAN-SHARE-PARA
         ADD 1 TO WS-EW-PLAN-COUNT
         MOVE WS-PW-DESC TO WS-EPL-DESC (WS-EW-PLAN-COUNT)
         MOVE WS-PW-EMPR TO WS-EPL-EMPR (WS-EW-PLAN-COUNT)
         MOVE WS-PW-EMPLE TO WS-EPL-EMPLE (WS-EW-PLAN-COUNT)
         ADD WS-PW-EMPR TO WS-EA-BEN-EMPR
         ADD WS-PW-EMPLE TO WS-EA-BEN-EMPLE
         PERFORM C46-PLAN-TOTAL-PARA
     END-IF.

*>    Parte da empresa: a linha do plano com a cobertura do
*>    funcionário, senão a linha do plano sem cobertura
 C44-PLAN-SHARE-PARA.
     MOVE SPACES TO WS-PW-DESC.
     MOVE "N" TO WS-FOUND-SWITCH.
     IF WS-ERCOST-COUNT > 0
         SET EC-INDEX TO 1
         SEARCH WS-ERCOST-ROW
             AT END CONTINUE
             WHEN EC-INDEX > WS-ERCOST-COUNT
                 CONTINUE
             WHEN WS-EC-PLAN-CODE (EC-INDEX) = WS-PW-CODE
                     AND WS-EC-TIER (EC-INDEX) = WS-PW-TIER
                     AND WS-PW-TIER NOT = SPACES
                 MOVE "Y" TO WS-FOUND-SWITCH
         END-SEARCH
         IF NOT WS-FOUND
             SET EC-INDEX TO 1
             SEARCH WS-ERCOST-ROW
                 AT END CONTINUE
                 WHEN EC-INDEX > WS-ERCOST-COUNT
                     CONTINUE
                 WHEN WS-EC-PLAN-CODE (EC-INDEX) = WS-PW-CODE
                         AND WS-EC-TIER (EC-INDEX) = SPACES
                     MOVE "Y" TO WS-FOUND-SWITCH
             END-SEARCH
         END-IF
     END-IF.
     IF WS-FOUND
         MOVE WS-EC-PLAN-DESC (EC-INDEX) TO WS-PW-DESC
         IF WS-EC-METHOD (EC-INDEX) = "F"
             MULTIPLY WS-EC-AMOUNT (EC-INDEX)
                 BY WS-EP-PERIODS-PAID (WS-EMPL-SUB)
                 GIVING WS-PW-EMPR ROUNDED
         ELSE
             COMPUTE WS-PW-EMPR ROUNDED =
                 WS-EP-YTD-EARNINGS (WS-EMPL-SUB)
                 * WS-EC-AMOUNT (EC-INDEX) / 100
         END-IF
     ELSE
         ADD 1 TO WS-NO-ERCOST-COUNT
     END-IF.
     IF WS-PW-DESC = SPACES
         MOVE "PLAN" TO WS-PW-DESC
         MOVE WS-PW-CODE TO WS-PW-DESC (6:3)
     END-IF.

*>    Soma o plano no resumo do RH (empresa em impressão)
 C46-PLAN-TOTAL-PARA.
     MOVE "N" TO WS-FOUND-SWITCH.
     IF WS-PLAN-COUNT > 0
         SET PL-INDEX TO 1
         SEARCH WS-PLAN-ROW
             AT END CONTINUE
             WHEN PL-INDEX > WS-PLAN-COUNT
                 CONTINUE
             WHEN WS-PL-CODE (PL-INDEX) = WS-PW-CODE
                 MOVE "Y" TO WS-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-FOUND
         IF WS-PLAN-COUNT < 50
             ADD 1 TO WS-PLAN-COUNT
             SET PL-INDEX TO WS-PLAN-COUNT
             MOVE WS-PW-CODE TO WS-PL-CODE (PL-INDEX)
             MOVE WS-PW-DESC TO WS-PL-DESC (PL-INDEX)
             MOVE ZEROS TO WS-PL-CO-EMPR (PL-INDEX)
                           WS-PL-CO-EMPLE (PL-INDEX)
                           WS-PL-GR-EMPR (PL-INDEX)
                           WS-PL-GR-EMPLE (PL-INDEX)
             MOVE "Y" TO WS-FOUND-SWITCH
         ELSE
             ADD 1 TO WS-OVERFLOW-COUNT
         END-IF
     END-IF.
     IF WS-FOUND
         ADD WS-PW-EMPR TO WS-PL-CO-EMPR (PL-INDEX)
         ADD WS-PW-EMPLE TO WS-PL-CO-EMPLE (PL-INDEX)
     END-IF.

*>    Férias e licença tiradas no ano, à tarifa-hora padrão; sem ela,
*>    o salário normal do ano sobre as horas dos períodos pagos
*>    (2080 horas por ano dividido pela periodicidade)
 C48-PTO-PARA.
     IF WS-LEAVMAST-OPEN
         MOVE WS-EP-SSN (WS-EMPL-SUB) TO LV-SSN
         READ LEAVE-MASTER-FILE-IN
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF LV-VAC-TAKEN-YTD NUMERIC
                     MOVE LV-VAC-TAKEN-YTD TO WS-EW-VAC-HOURS
                 END-IF
                 IF LV-SICK-TAKEN-YTD NUMERIC
                     MOVE LV-SICK-TAKEN-YTD TO WS-EW-SICK-HOURS
                 END-IF
         END-READ
     END-IF.
     IF WS-EW-VAC-HOURS > 0 OR WS-EW-SICK-HOURS > 0
         MOVE "N" TO WS-FOUND-SWITCH
         IF WS-RATE-COUNT > 0
             SET RT-INDEX TO 1
             SEARCH WS-RATE-ROW
                 AT END CONTINUE
                 WHEN RT-INDEX > WS-RATE-COUNT
                     CONTINUE
                 WHEN WS-RT-SSN (RT-INDEX) = WS-EP-SSN (WS-EMPL-SUB)
                     MOVE "Y" TO WS-FOUND-SWITCH
                     MOVE WS-RT-RATE (RT-INDEX) TO WS-EW-RATE
             END-SEARCH
         END-IF
         IF NOT WS-FOUND
             COMPUTE WS-EW-RATE-HOURS =
                 WS-EP-PERIODS-PAID (WS-EMPL-SUB) * 2080
             MULTIPLY WS-EA-REGULAR BY WS-EW-PAY-FREQ
                 GIVING WS-EW-RATE-BASE
             IF WS-EW-RATE-HOURS > 0
                 DIVIDE WS-EW-RATE-BASE BY WS-EW-RATE-HOURS
                     GIVING WS-EW-RATE ROUNDED
             END-IF
         END-IF
         IF WS-EW-RATE = 0
             ADD 1 TO WS-NO-RATE-COUNT
         END-IF
         MULTIPLY WS-EW-VAC-HOURS BY WS-EW-RATE
             GIVING WS-EW-VAC-VALUE ROUNDED
         MULTIPLY WS-EW-SICK-HOURS BY WS-EW-RATE
             GIVING WS-EW-SICK-VALUE ROUNDED
         ADD WS-EW-VAC-VALUE WS-EW-SICK-VALUE
             GIVING WS-EA-PTO-VALUE
     END-IF.

*>    Soma o funcionário na empresa
 C50-ADD-TO-COMPANY-PARA.
     ADD 1 TO WS-CO-HEADCOUNT.
     ADD WS-EA-REGULAR TO WS-CA-REGULAR.
     ADD WS-EA-OVERTIME TO WS-CA-OVERTIME.
     ADD WS-EA-CORRECTIONS TO WS-CA-CORRECTIONS.
     ADD WS-EA-SUPPLEMENTAL TO WS-CA-SUPPLEMENTAL.
     ADD WS-EA-CASH-TOTAL TO WS-CA-CASH-TOTAL.
     ADD WS-EA-IMPUTED TO WS-CA-IMPUTED.
     ADD WS-EA-EMPR-FICA TO WS-CA-EMPR-FICA.
     ADD WS-EA-FUTA TO WS-CA-FUTA.
     ADD WS-EA-SUTA TO WS-CA-SUTA.
     ADD WS-EA-WC-PREMIUM TO WS-CA-WC-PREMIUM.
     ADD WS-EA-TAX-TOTAL TO WS-CA-TAX-TOTAL.
     ADD WS-EA-BEN-EMPR TO WS-CA-BEN-EMPR.
     ADD WS-EA-BEN-EMPLE TO WS-CA-BEN-EMPLE.
     ADD WS-EA-MATCH TO WS-CA-MATCH.
     ADD WS-EA-PTO-VALUE TO WS-CA-PTO-VALUE.
     ADD WS-EA-TOTAL-COMP TO WS-CA-TOTAL-COMP.

*>    Demonstrativo de um funcionário ativo: uma página
 C60-PRINT-STATEMENT-PARA.
     ADD 1 TO WS-STMT-COUNT.
     MOVE WS-PREV-CO-NAME TO WS-STT-CO-NAME-OUT.
     WRITE TS-STMT-OUT FROM WS-STMT-TITLE
         AFTER ADVANCING PAGE.
     MOVE WS-EW-NAME TO WS-STE-NAME-OUT.
     MOVE WS-EW-MASKED-SSN TO WS-STE-SSN-OUT.
     MOVE WS-EW-DEPT TO WS-STE-DEPT-OUT.
     MOVE WS-EP-COMPANY (WS-EMPL-SUB) TO WS-STE-COMPANY-OUT.
     WRITE TS-STMT-OUT FROM WS-STMT-EMPL-LINE
         AFTER ADVANCING 2 LINES.
     MOVE WS-EMPL-AMOUNTS TO WS-BLOCK-AMOUNTS.
*>    Remuneração em dinheiro
     MOVE "CASH COMPENSATION" TO WS-SEC-TEXT-OUT.
     WRITE TS-STMT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 3 LINES.
     PERFORM C62-STMT-CASH-PARA.
*>    Encargos e seguro pagos pelo empregador
     MOVE "TAXES AND INSURANCE PAID BY THE COMPANY" TO WS-SEC-TEXT-OUT.
     WRITE TS-STMT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     PERFORM C63-STMT-TAX-PARA.
*>    Benefícios, contrapartida e férias (ou o aviso da outra empresa)
     MOVE "BENEFITS" TO WS-SEC-TEXT-OUT.
     WRITE TS-STMT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     IF WS-FIRST-SSN
         WRITE TS-STMT-OUT FROM WS-BENEFIT-HEADING
             AFTER ADVANCING 1 LINE
         PERFORM C61-STMT-PLAN-LINE-PARA
             VARYING WS-EW-PLAN-SUB FROM 1 BY 1
             UNTIL WS-EW-PLAN-SUB > WS-EW-PLAN-COUNT
         MOVE "401(K) COMPANY MATCH" TO WS-AL-LABEL-OUT
         MOVE WS-EA-MATCH TO WS-AL-AMT1-OUT
         MOVE SPACES TO WS-AL-AMT2-X
         PERFORM C65-WRITE-STMT-LINE-PARA
         ADD WS-EA-BEN-EMPR WS-EA-MATCH GIVING WS-BA-BEN-EMPR
         MOVE "  TOTAL BENEFITS" TO WS-AL-LABEL-OUT
         MOVE WS-BA-BEN-EMPR TO WS-AL-AMT1-OUT
         MOVE WS-EA-BEN-EMPLE TO WS-AL-AMT2-OUT
         PERFORM C65-WRITE-STMT-LINE-PARA
         MOVE "PAID TIME OFF (INCLUDED IN CASH ABOVE)"
             TO WS-SEC-TEXT-OUT
         WRITE TS-STMT-OUT FROM WS-SECTION-LINE
             AFTER ADVANCING 2 LINES
         PERFORM C64-STMT-PTO-PARA
     ELSE
         MOVE SPACES TO WS-MSG-TEXT-OUT
         STRING "    BENEFITS, 401(K) MATCH AND PAID TIME OFF ARE "
                    DELIMITED BY SIZE
                "SHOWN ON YOUR STATEMENT FROM COMPANY "
                    DELIMITED BY SIZE
                WS-FIRST-COMPANY DELIMITED BY SIZE
             INTO WS-MSG-TEXT-OUT
         END-STRING
         WRITE TS-STMT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     MOVE "TOTAL COMPENSATION" TO WS-AL-LABEL-OUT.
     MOVE WS-EA-TOTAL-COMP TO WS-AL-AMT1-OUT.
     MOVE SPACES TO WS-AL-AMT2-X.
     WRITE TS-STMT-OUT FROM WS-AMOUNT-LINE
         AFTER ADVANCING 3 LINES.
     MOVE "    CASH COMPENSATION PLUS EVERYTHING THE COMPANY PAID " &
          "ON YOUR BEHALF"
         TO WS-MSG-TEXT-OUT.
     WRITE TS-STMT-OUT FROM WS-MESSAGE-LINE
         AFTER ADVANCING 1 LINE.

*>    Uma linha de plano do demonstrativo
 C61-STMT-PLAN-LINE-PARA.
     MOVE WS-EPL-DESC (WS-EW-PLAN-SUB) TO WS-AL-LABEL-OUT.
     MOVE WS-EPL-EMPR (WS-EW-PLAN-SUB) TO WS-AL-AMT1-OUT.
     MOVE WS-EPL-EMPLE (WS-EW-PLAN-SUB) TO WS-AL-AMT2-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.

*>    Linhas da remuneração em dinheiro (bloco em WS-BLOCK-AMOUNTS)
 C62-STMT-CASH-PARA.
     MOVE SPACES TO WS-AL-AMT2-X.
     MOVE "REGULAR EARNINGS" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-REGULAR TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     MOVE "OVERTIME" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-OVERTIME TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     IF WS-BA-CORRECTIONS > 0
         MOVE "CORRECTIONS AND ADJUSTMENTS" TO WS-AL-LABEL-OUT
         MOVE WS-BA-CORRECTIONS TO WS-AL-AMT1-OUT
         PERFORM C65-WRITE-STMT-LINE-PARA
     END-IF.
     IF WS-BA-SUPPLEMENTAL > 0
         MOVE "SUPPLEMENTAL AND BONUS PAY" TO WS-AL-LABEL-OUT
         MOVE WS-BA-SUPPLEMENTAL TO WS-AL-AMT1-OUT
         PERFORM C65-WRITE-STMT-LINE-PARA
     END-IF.
     MOVE "  TOTAL CASH COMPENSATION" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-CASH-TOTAL TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     IF WS-BA-IMPUTED > 0
         MOVE "TAXABLE IMPUTED INCOME (NOT CASH)" TO WS-AL-LABEL-OUT
         MOVE SPACES TO WS-AL-AMT1-X
         MOVE WS-BA-IMPUTED TO WS-AL-AMT2-OUT
         PERFORM C65-WRITE-STMT-LINE-PARA
         MOVE SPACES TO WS-AL-AMT2-X
     END-IF.

*>    Linhas dos encargos e do seguro (bloco em WS-BLOCK-AMOUNTS)
 C63-STMT-TAX-PARA.
     MOVE SPACES TO WS-AL-AMT2-X.
     MOVE "SOCIAL SECURITY AND MEDICARE (FICA)" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-EMPR-FICA TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     MOVE "FEDERAL UNEMPLOYMENT TAX (FUTA)" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-FUTA TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     MOVE "STATE UNEMPLOYMENT TAX (SUTA)" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-SUTA TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     MOVE "WORKERS' COMPENSATION INSURANCE" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-WC-PREMIUM TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     MOVE "  TOTAL TAXES AND INSURANCE" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-TAX-TOTAL TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.

*>    Linhas das férias e da licença tiradas no ano
 C64-STMT-PTO-PARA.
     MOVE SPACES TO WS-AL-AMT2-X.
     MOVE WS-EW-RATE TO WS-ED-RATE.
     MOVE WS-EW-VAC-HOURS TO WS-ED-HOURS.
     MOVE SPACES TO WS-AL-LABEL-OUT.
     STRING "VACATION " DELIMITED BY SIZE
            WS-ED-HOURS DELIMITED BY SIZE
            " HRS AT " DELIMITED BY SIZE
            WS-ED-RATE DELIMITED BY SIZE
         INTO WS-AL-LABEL-OUT
     END-STRING.
     MOVE WS-EW-VAC-VALUE TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.
     MOVE WS-EW-SICK-HOURS TO WS-ED-HOURS.
     MOVE SPACES TO WS-AL-LABEL-OUT.
     STRING "SICK LEAVE " DELIMITED BY SIZE
            WS-ED-HOURS DELIMITED BY SIZE
            " HRS AT " DELIMITED BY SIZE
            WS-ED-RATE DELIMITED BY SIZE
         INTO WS-AL-LABEL-OUT
     END-STRING.
     MOVE WS-EW-SICK-VALUE TO WS-AL-AMT1-OUT.
     PERFORM C65-WRITE-STMT-LINE-PARA.

*>    Grava uma linha de valor no demonstrativo
 C65-WRITE-STMT-LINE-PARA.
     WRITE TS-STMT-OUT FROM WS-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.

*>    Resumo de uma empresa; soma-a no grupo
 C70-COMPANY-SUMMARY-PARA.
     MOVE WS-COMPANY-AMOUNTS TO WS-BLOCK-AMOUNTS.
     MOVE WS-CO-HEADCOUNT TO WS-BLK-HEADCOUNT.
     MOVE "C" TO WS-BLK-LEVEL.
     MOVE WS-PREV-COMPANY TO WS-BT-COMPANY-OUT.
     MOVE WS-PREV-CO-NAME TO WS-BT-NAME-OUT.
     PERFORM C80-PRINT-BLOCK-PARA.
     ADD WS-CO-HEADCOUNT TO WS-GR-HEADCOUNT.
     ADD WS-CA-REGULAR TO WS-GA-REGULAR.
     ADD WS-CA-OVERTIME TO WS-GA-OVERTIME.
     ADD WS-CA-CORRECTIONS TO WS-GA-CORRECTIONS.
     ADD WS-CA-SUPPLEMENTAL TO WS-GA-SUPPLEMENTAL.
     ADD WS-CA-CASH-TOTAL TO WS-GA-CASH-TOTAL.
     ADD WS-CA-IMPUTED TO WS-GA-IMPUTED.
     ADD WS-CA-EMPR-FICA TO WS-GA-EMPR-FICA.
     ADD WS-CA-FUTA TO WS-GA-FUTA.
     ADD WS-CA-SUTA TO WS-GA-SUTA.
     ADD WS-CA-WC-PREMIUM TO WS-GA-WC-PREMIUM.
     ADD WS-CA-TAX-TOTAL TO WS-GA-TAX-TOTAL.
     ADD WS-CA-BEN-EMPR TO WS-GA-BEN-EMPR.
     ADD WS-CA-BEN-EMPLE TO WS-GA-BEN-EMPLE.
     ADD WS-CA-MATCH TO WS-GA-MATCH.
     ADD WS-CA-PTO-VALUE TO WS-GA-PTO-VALUE.
     ADD WS-CA-TOTAL-COMP TO WS-GA-TOTAL-COMP.
     PERFORM C72-ADD-PLAN-TO-GRAND-PARA
         VARYING WS-PLAN-SUB FROM 1 BY 1
         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.

*>    Zera a empresa nos totais de um plano
 C71-CLEAR-CO-PLAN-PARA.
     MOVE ZEROS TO WS-PL-CO-EMPR (WS-PLAN-SUB)
                   WS-PL-CO-EMPLE (WS-PLAN-SUB).

*>    Soma a empresa nos totais do grupo de um plano
 C72-ADD-PLAN-TO-GRAND-PARA.
     ADD WS-PL-CO-EMPR (WS-PLAN-SUB) TO WS-PL-GR-EMPR (WS-PLAN-SUB).
     ADD WS-PL-CO-EMPLE (WS-PLAN-SUB) TO WS-PL-GR-EMPLE (WS-PLAN-SUB).

*>    Resumo do grupo
 C75-GRAND-SUMMARY-PARA.
     MOVE WS-GRAND-AMOUNTS TO WS-BLOCK-AMOUNTS.
     MOVE WS-GR-HEADCOUNT TO WS-BLK-HEADCOUNT.
     MOVE "G" TO WS-BLK-LEVEL.
     MOVE "ALL" TO WS-BT-COMPANY-OUT.
     MOVE "ALL COMPANIES" TO WS-BT-NAME-OUT.
     PERFORM C80-PRINT-BLOCK-PARA.

*>    Imprime um bloco do resumo (empresa ou grupo): as mesmas linhas
*>    do demonstrativo com os totais, os planos e a média por
*>    funcionário
 C80-PRINT-BLOCK-PARA.
     MOVE WS-BLK-HEADCOUNT TO WS-BT-HEADCOUNT-OUT.
     WRITE TR-REPORT-OUT FROM WS-BLOCK-TITLE
         AFTER ADVANCING 3 LINES.
     MOVE "CASH COMPENSATION" TO WS-SEC-TEXT-OUT.
     WRITE TR-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     PERFORM C82-BLOCK-CASH-PARA.
     MOVE "TAXES AND INSURANCE PAID BY THE COMPANY" TO WS-SEC-TEXT-OUT.
     WRITE TR-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     PERFORM C83-BLOCK-TAX-PARA.
     MOVE "BENEFITS" TO WS-SEC-TEXT-OUT.
     WRITE TR-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     WRITE TR-REPORT-OUT FROM WS-BENEFIT-HEADING
         AFTER ADVANCING 1 LINE.
     PERFORM C81-BLOCK-PLAN-LINE-PARA
         VARYING WS-PLAN-SUB FROM 1 BY 1
         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
     MOVE "401(K) COMPANY MATCH" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-MATCH TO WS-AL-AMT1-OUT.
     MOVE SPACES TO WS-AL-AMT2-X.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     ADD WS-BA-BEN-EMPR WS-BA-MATCH GIVING WS-BLK-AVERAGE.
     MOVE "  TOTAL BENEFITS" TO WS-AL-LABEL-OUT.
     MOVE WS-BLK-AVERAGE TO WS-AL-AMT1-OUT.
     MOVE WS-BA-BEN-EMPLE TO WS-AL-AMT2-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE SPACES TO WS-AL-AMT2-X.
     MOVE "PAID TIME OFF TAKEN (IN CASH ABOVE)" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-PTO-VALUE TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "TOTAL COMPENSATION" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-TOTAL-COMP TO WS-AL-AMT1-OUT.
     WRITE TR-REPORT-OUT FROM WS-AMOUNT-LINE
         AFTER ADVANCING 2 LINES.
     MOVE ZEROS TO WS-BLK-AVERAGE.
     IF WS-BLK-HEADCOUNT > 0
         DIVIDE WS-BA-TOTAL-COMP BY WS-BLK-HEADCOUNT
             GIVING WS-BLK-AVERAGE ROUNDED
     END-IF.
     MOVE "AVERAGE PER EMPLOYEE" TO WS-AL-LABEL-OUT.
     MOVE WS-BLK-AVERAGE TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.

*>    Uma linha de plano do bloco (da empresa ou do grupo); o plano
*>    sem valor no bloco não sai
 C81-BLOCK-PLAN-LINE-PARA.
     IF WS-BLK-LEVEL = "C"
         MOVE WS-PL-CO-EMPR (WS-PLAN-SUB) TO WS-AL-AMT1-OUT
         MOVE WS-PL-CO-EMPLE (WS-PLAN-SUB) TO WS-AL-AMT2-OUT
         IF WS-PL-CO-EMPR (WS-PLAN-SUB) > 0
                 OR WS-PL-CO-EMPLE (WS-PLAN-SUB) > 0
             MOVE WS-PL-DESC (WS-PLAN-SUB) TO WS-AL-LABEL-OUT
             PERFORM C85-WRITE-REPORT-LINE-PARA
         END-IF
     ELSE
         MOVE WS-PL-GR-EMPR (WS-PLAN-SUB) TO WS-AL-AMT1-OUT
         MOVE WS-PL-GR-EMPLE (WS-PLAN-SUB) TO WS-AL-AMT2-OUT
         IF WS-PL-GR-EMPR (WS-PLAN-SUB) > 0
                 OR WS-PL-GR-EMPLE (WS-PLAN-SUB) > 0
             MOVE WS-PL-DESC (WS-PLAN-SUB) TO WS-AL-LABEL-OUT
             PERFORM C85-WRITE-REPORT-LINE-PARA
         END-IF
     END-IF.

*>    Linhas da remuneração em dinheiro do bloco
 C82-BLOCK-CASH-PARA.
     MOVE SPACES TO WS-AL-AMT2-X.
     MOVE "REGULAR EARNINGS" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-REGULAR TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "OVERTIME" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-OVERTIME TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "CORRECTIONS AND ADJUSTMENTS" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-CORRECTIONS TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "SUPPLEMENTAL AND BONUS PAY" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-SUPPLEMENTAL TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "  TOTAL CASH COMPENSATION" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-CASH-TOTAL TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "TAXABLE IMPUTED INCOME (NOT CASH)" TO WS-AL-LABEL-OUT.
     MOVE SPACES TO WS-AL-AMT1-X.
     MOVE WS-BA-IMPUTED TO WS-AL-AMT2-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.

*>    Linhas dos encargos e do seguro do bloco
 C83-BLOCK-TAX-PARA.
     MOVE SPACES TO WS-AL-AMT2-X.
     MOVE "SOCIAL SECURITY AND MEDICARE (FICA)" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-EMPR-FICA TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "FEDERAL UNEMPLOYMENT TAX (FUTA)" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-FUTA TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "STATE UNEMPLOYMENT TAX (SUTA)" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-SUTA TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "WORKERS' COMPENSATION INSURANCE" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-WC-PREMIUM TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.
     MOVE "  TOTAL TAXES AND INSURANCE" TO WS-AL-LABEL-OUT.
     MOVE WS-BA-TAX-TOTAL TO WS-AL-AMT1-OUT.
     PERFORM C85-WRITE-REPORT-LINE-PARA.

*>    Grava uma linha de valor no resumo
 C85-WRITE-REPORT-LINE-PARA.
     WRITE TR-REPORT-OUT FROM WS-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.
