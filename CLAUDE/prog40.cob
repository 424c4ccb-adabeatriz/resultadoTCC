*> =====================================================================
*> PROGRAMA: AGENDADOR DE DEPÓSITOS DO IMPOSTO ESTADUAL RETIDO
*> DESCRIÇÃO: Rodado depois de cada execução postada da folha, como o
*>            agendador federal (PROG20): lê o diário do acumulado
*>            estadual (STYTDJRN.DAT, imagens antes/depois gravadas
*>            pela folha e pelos cancelamentos de PROG35) e totaliza o
*>            imposto estadual retido por empresa, jurisdição e
*>            período de recolhimento, conforme a tabela de
*>            periodicidade por empresa e UF (STFREQ.DAT):
*>            - M = mensal: o período é o mês da data de pagamento,
*>              vence no dia do cadastro (padrão 15) do mês seguinte;
*>            - Q = trimestral: o período é o trimestre civil, vence
*>              no dia do cadastro (padrão: último dia) do mês
*>              seguinte ao fim do trimestre;
*>            - A = acelerado: cada data de pagamento é um período,
*>              vence o número de dias úteis do cadastro (padrão 3)
*>              depois do pagamento.
*>            Vencimento em fim de semana passa para o dia útil
*>            seguinte. Cada período encerrado com imposto retido
*>            ainda não depositado é agendado: o depósito sai no
*>            arquivo de pagamento aos estados (STPAY.DAT), em layout
*>            ACH CCD+ com adendo TXP, e é acrescentado ao arquivo de
*>            depósitos estaduais efetuados (STDEPMADE.DAT), que evita
*>            o agendamento em dobro - um período que recebe retenção
*>            depois do depósito (execução avulsa, cancelamento) gera
*>            só a diferença, como depósito complementar. Jurisdição
*>            sem conta de recebimento no cadastro é recolhida por
*>            débito no portal do estado: o depósito é agendado e
*>            listado, mas não entra no arquivo ACH. Depois do
*>            agendamento sai a planilha da declaração trimestral de
*>            retenção estadual do trimestre do 1º parâmetro (AAAAT;
*>            em branco = último trimestre encerrado), com o retido
*>            contra o depositado por período e por jurisdição
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG40.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Diário do acumulado estadual, gravado pela folha (PROG6) e pelos
*>    cancelamentos de cheques (PROG35)
     SELECT STATE-JRNL-FILE-IN
         ASSIGN TO "STYTDJRN.DAT"
         FILE STATUS IS WS-STJRNL-FILE-STATUS.
*>    Tabela de periodicidade de recolhimento por empresa e UF, com a
*>    inscrição estadual e a conta de recebimento do estado
     SELECT STATE-FREQ-FILE-IN
         ASSIGN TO "STFREQ.DAT"
         FILE STATUS IS WS-STFREQ-FILE-STATUS.
*>    Depósitos estaduais já agendados; lido por inteiro para não
*>    agendar o mesmo período duas vezes e regravado com os depósitos
*>    novos no final
     SELECT ST-DEP-MADE-FILE
         ASSIGN TO "STDEPMADE.DAT"
         FILE STATUS IS WS-STDEPMADE-FILE-STATUS.
*>    Mestre de empresas, de onde vêm o originador e o banco do ACH
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Arquivo de pagamento aos estados (ACH CCD+ com adendo TXP)
     SELECT ST-PAY-FILE-OUT
         ASSIGN TO "STPAY.DAT".
*>    Relatório do agendamento e planilha trimestral
     SELECT ST-REPORT-OUT
         ASSIGN TO "STDEP_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do diário do acumulado estadual; o layout de PROG6 e
*>    PROG35 - os três precisam andar juntos
 FD  STATE-JRNL-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SJ-STATE-JRNL-REC.
 01  SJ-STATE-JRNL-REC.
     05  SJ-RUN-ID                   PIC X(14).     *> Data+hora de início da execução
     05  SJ-ACTION                   PIC X(1).      *> U=regravação  C=criação
     05  SJ-COMPANY                  PIC X(2).      *> Empresa do registro
     05  SJ-SSN                      PIC X(9).      *> CPF/SSN do registro
     05  SJ-STATE                    PIC X(2).      *> Jurisdição do registro
     05  SJ-BEF-WAGES                PIC 9(7)V99.   *> Salários antes da gravação
     05  SJ-BEF-STATE-TAX            PIC 9(7)V99.   *> Imposto antes da gravação
     05  SJ-AFT-WAGES                PIC 9(7)V99.   *> Salários depois da gravação
     05  SJ-AFT-STATE-TAX            PIC 9(7)V99.   *> Imposto depois da gravação
     05  FILLER                      PIC X(16).

*>    Definição da tabela de periodicidade de recolhimento estadual
 FD  STATE-FREQ-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SF-FREQ-REC.
 01  SF-FREQ-REC.
     05  SF-COMPANY                  PIC X(2).      *> Empresa (espaços = 01)
     05  SF-STATE                    PIC X(2).      *> Jurisdição ("**" = tabela embutida)
     05  SF-FREQUENCY                PIC X(1).      *> M=mensal Q=trimestral A=acelerado
     05  SF-DUE-DAY                  PIC 9(2).      *> Dia do vencimento (M/Q) ou dias
*>                                                  *> úteis depois do pagamento (A);
*>                                                  *> zero = padrão da periodicidade
     05  SF-TAXPAYER-ID              PIC X(15).     *> Inscrição estadual de retenção
     05  SF-TAX-TYPE                 PIC X(5).      *> Código do tributo no adendo TXP
     05  SF-ROUTING                  PIC X(9).      *> Roteamento da conta do estado
*>                                                  *> (espaços = débito pelo portal)
     05  SF-ACCOUNT                  PIC X(17).     *> Conta de recebimento do estado
     05  SF-PAYEE-NAME               PIC X(22).     *> Nome do órgão recebedor
     05  FILLER                      PIC X(5).

*>    Definição do arquivo de depósitos estaduais efetuados
 FD  ST-DEP-MADE-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SM-DEP-MADE-REC.
 01  SM-DEP-MADE-REC.
     05  SM-COMPANY                  PIC X(2).      *> Empresa
     05  SM-STATE                    PIC X(2).      *> Jurisdição
     05  SM-PERIOD                   PIC X(8).      *> AAAAMM / AAAAQn / AAAAMMDD
     05  SM-FREQUENCY                PIC X(1).      *> Periodicidade do período
     05  SM-PERIOD-END               PIC X(8).      *> Último dia do período
     05  SM-DUE-DATE                 PIC X(8).      *> Vencimento calculado
     05  SM-SCHED-DATE               PIC X(8).      *> Data em que foi agendado
     05  SM-EFF-DATE                 PIC X(8).      *> Data efetiva do crédito
     05  SM-AMOUNT                   PIC 9(9)V99.   *> Valor do depósito
     05  SM-METHOD                   PIC X(1).      *> C=crédito ACH  D=débito no portal
     05  FILLER                      PIC X(23).

*>    Definição do arquivo mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CM-COMP-REC.
 01  CM-COMP-REC.
     05  CM-COMPANY-CODE             PIC X(2).      *> Código da empresa
     05  CM-LEGAL-NAME               PIC X(30).     *> Razão social
     05  CM-EIN                      PIC X(10).     *> EIN do empregador
     05  CM-ADDR-STREET              PIC X(25).     *> Endereço - logradouro
     05  CM-ADDR-CITY-ST             PIC X(20).     *> Endereço - cidade/UF
     05  CM-ADDR-ZIP                 PIC X(9).      *> Endereço - CEP/ZIP
     05  CM-FUND-ROUTING             PIC X(9).      *> Roteamento da conta de financiamento
     05  CM-FUND-ACCOUNT             PIC X(17).     *> Conta de financiamento da folha
     05  CM-SUTA-ACCT-NBR            PIC X(12).     *> Inscrição estadual de desemprego
     05  FILLER                      PIC X(6).

*>    Definição do arquivo de pagamento aos estados (registros de 94
*>    posições do ACH)
 FD  ST-PAY-FILE-OUT
         RECORD CONTAINS 94 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SP-PAY-REC-OUT.
 01  SP-PAY-REC-OUT                  PIC X(94).

*>    Relatório do agendamento (linha de 132 colunas)
 FD  ST-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SR-REPORT-OUT.
 01  SR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-FREQ-EOF-SWITCH          PIC X(1).
     05  WS-MADE-EOF-SWITCH          PIC X(1).
     05  WS-COMPMAST-EOF-SWITCH      PIC X(1).
     05  WS-STJRNL-FILE-STATUS       PIC X(2).
         88  WS-STJRNL-MISSING       VALUE "35".
     05  WS-STFREQ-FILE-STATUS       PIC X(2).
         88  WS-STFREQ-MISSING       VALUE "35".
     05  WS-STDEPMADE-FILE-STATUS    PIC X(2).
         88  WS-STDEPMADE-MISSING    VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-FOUND-SWITCH             PIC X(1).
         88  WS-FOUND                VALUE "Y".
     05  WS-JR-FOUND-SWITCH          PIC X(1).
         88  WS-JR-FOUND             VALUE "Y".
     05  WS-WARNING-SWITCH           PIC X(1).
         88  WS-WARNINGS             VALUE "Y".
     05  WS-BATCH-OPEN-SWITCH        PIC X(1).
         88  WS-BATCH-OPEN           VALUE "Y".

*>    Trimestre da planilha, informado na linha de comando (AAAAT)
 01  WS-PARM-QUARTER                 PIC X(5).
 01  WS-PARM-QUARTER-R REDEFINES WS-PARM-QUARTER.
     05  WS-PARM-YEAR                PIC 9(4).
     05  WS-PARM-QTR                 PIC 9(1).

*>    Data da rodada e hora de criação do arquivo ACH
 01  WS-RUN-DATE                     PIC X(8).
 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
     05  WS-RUN-YEAR                 PIC 9(4).
     05  WS-RUN-MONTH                PIC 9(2).
     05  WS-RUN-DAY                  PIC 9(2).
 01  WS-RUN-TIME                     PIC X(8).

*>    Trimestre da planilha: ano, trimestre e meses inicial e final
 01  WS-WORKSHEET-PERIOD.
     05  WS-WK-YEAR                  PIC 9(4).
     05  WS-WK-QTR                   PIC 9(1).
     05  WS-WK-FIRST-MONTH           PIC 9(2).
     05  WS-WK-LAST-MONTH            PIC 9(2).

*>    Tabela das empresas do mestre (originadores do ACH)
 01  WS-COMPMAST-CONTROLS.
     05  WS-COMPMAST-COUNT           PIC 9(2).
 01  WS-COMPMAST-TABLE.
     05  WS-CM-ROW                   OCCURS 10 TIMES
                                      INDEXED BY CM-INDEX.
         10  WS-CM-CODE-ENTRY        PIC X(2).
         10  WS-CM-NAME-ENTRY        PIC X(30).
         10  WS-CM-EIN-ENTRY         PIC X(10).
         10  WS-CM-ROUTING-ENTRY     PIC X(9).

*>    Tabela de periodicidade por empresa e UF, de STFREQ.DAT
 01  WS-FREQ-CONTROLS.
     05  WS-FREQ-COUNT               PIC 9(5) COMP.
 01  WS-FREQ-TABLE.
     05  WS-FQ-ROW                   OCCURS 200 TIMES
                                      INDEXED BY FQ-INDEX.
         10  WS-FQ-COMPANY-ENTRY     PIC X(2).
         10  WS-FQ-STATE-ENTRY       PIC X(2).
         10  WS-FQ-FREQ-ENTRY        PIC X(1).
         10  WS-FQ-DUE-DAY-ENTRY     PIC 9(2).
         10  WS-FQ-TAXPAYER-ENTRY    PIC X(15).
         10  WS-FQ-TAX-TYPE-ENTRY    PIC X(5).
         10  WS-FQ-ROUTING-ENTRY     PIC X(9).
         10  WS-FQ-ACCOUNT-ENTRY     PIC X(17).
         10  WS-FQ-PAYEE-ENTRY       PIC X(22).

*>    Tabela dos depósitos já agendados, somados por empresa + UF +
*>    período; carregada de STDEPMADE.DAT e acrescida nesta rodada
 01  WS-MADE-CONTROLS.
     05  WS-MADE-COUNT               PIC 9(5) COMP.
 01  WS-MADE-TABLE.
     05  WS-MADE-ROW                 OCCURS 3000 TIMES
                                      INDEXED BY MD-INDEX.
         10  WS-MD-COMPANY-ENTRY     PIC X(2).
         10  WS-MD-STATE-ENTRY       PIC X(2).
         10  WS-MD-PERIOD-ENTRY      PIC X(8).
         10  WS-MD-PERIOD-END-ENTRY  PIC X(8).
         10  WS-MD-AMOUNT-ENTRY      PIC 9(9)V99.
         10  WS-MD-LATE-ENTRY        PIC X(1).      *> Y = algum depósito agendado
*>                                                  *> depois do vencimento

*>    Tabela dos períodos apurados no diário, por empresa + UF +
*>    período de recolhimento, com o retido e os salários (com sinal:
*>    um cancelamento reduz o período em que foi postado)
 01  WS-PERIOD-CONTROLS.
     05  WS-PERIOD-COUNT             PIC 9(5) COMP.
 01  WS-PERIOD-TABLE.
     05  WS-PD-ROW                   OCCURS 3000 TIMES
                                      INDEXED BY PD-INDEX.
         10  WS-PD-COMPANY-ENTRY     PIC X(2).
         10  WS-PD-STATE-ENTRY       PIC X(2).
         10  WS-PD-PERIOD-ENTRY      PIC X(8).
         10  WS-PD-FREQ-ENTRY        PIC X(1).      *> Espaço = sem periodicidade
         10  WS-PD-PERIOD-END-ENTRY  PIC X(8).
         10  WS-PD-DUE-DATE-ENTRY    PIC X(8).
         10  WS-PD-FREQ-ROW-ENTRY    PIC 9(3).      *> Linha da tabela de periodicidade
         10  WS-PD-WITHHELD-ENTRY    PIC S9(9)V99.
         10  WS-PD-WAGES-ENTRY       PIC S9(9)V99.

*>    Tabela das jurisdições (empresa + UF) na ordem em que aparecem
*>    no diário, para a planilha trimestral
 01  WS-JURIS-CONTROLS.
     05  WS-JURIS-COUNT              PIC 9(5) COMP.
 01  WS-JURIS-TABLE.
     05  WS-JR-ROW                   OCCURS 200 TIMES
                                      INDEXED BY JR-INDEX.
         10  WS-JR-COMPANY-ENTRY     PIC X(2).
         10  WS-JR-STATE-ENTRY       PIC X(2).
         10  WS-JR-FREQ-ROW-ENTRY    PIC 9(3).

*>    Depósitos agendados nesta rodada que saem no arquivo ACH
 01  WS-DEPOSIT-CONTROLS.
     05  WS-DEPOSIT-COUNT            PIC 9(5) COMP.
 01  WS-DEPOSIT-TABLE.
     05  WS-DP-ROW                   OCCURS 1000 TIMES
                                      INDEXED BY DP-INDEX.
         10  WS-DP-PERIOD-ROW-ENTRY  PIC 9(5).      *> Linha da tabela de períodos
         10  WS-DP-COMP-ROW-ENTRY    PIC 9(2).      *> Linha da tabela de empresas
         10  WS-DP-EFF-DATE-ENTRY    PIC X(8).
         10  WS-DP-AMOUNT-ENTRY      PIC 9(9)V99.
         10  WS-DP-WRITTEN-ENTRY     PIC X(1).      *> Y = já gravado num lote

*>    Subscritos e áreas de trabalho da apuração
 01  WS-SUBSCRIPTS.
     05  WS-PD-SUB                   PIC 9(5) COMP.
     05  WS-DP-SUB                   PIC 9(5) COMP.
     05  WS-DP-SUB2                  PIC 9(5) COMP.
     05  WS-JR-SUB                   PIC 9(5) COMP.
     05  WS-FQ-SUB                   PIC 9(5) COMP.
     05  WS-CO-SUB                   PIC 9(5) COMP.
     05  WS-MD-SUB                   PIC 9(5) COMP.
     05  WS-BIZ-DAY-COUNT            PIC 9(2).
 01  WS-JOURNAL-WORK.
     05  WS-JN-COMPANY               PIC X(2).
     05  WS-JN-PAY-DATE              PIC X(8).
     05  WS-JN-TAX                   PIC S9(9)V99.
     05  WS-JN-WAGES                 PIC S9(9)V99.
     05  WS-JN-PERIOD                PIC X(8).
     05  WS-JN-FREQ                  PIC X(1).
     05  WS-JN-PERIOD-END            PIC X(8).
     05  WS-JN-QTR                   PIC 9(1).
     05  WS-JN-QTR-REM               PIC 9(1).
 01  WS-DEPOSIT-WORK.
     05  WS-DEPOSITED-AMT            PIC 9(9)V99.   *> Já depositado no período
     05  WS-REMAINING-AMT            PIC S9(9)V99.  *> Retido menos depositado
     05  WS-DEPOSIT-AMT              PIC 9(9)V99.   *> Depósito desta rodada
     05  WS-EFF-DATE                 PIC X(8).      *> Data efetiva do crédito
     05  WS-LATE-SWITCH              PIC X(1).
         88  WS-DEPOSIT-LATE         VALUE "Y".
     05  WS-METHOD                   PIC X(1).      *> C=crédito ACH  D=débito no portal

*>    Área de trabalho de datas: a data corrente das rotinas de
*>    calendário, o dia da semana (0=sábado ... 6=sexta, congruência
*>    de Zeller) e os rascunhos da congruência
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

*>    Controles do arquivo ACH: originador corrente, lote, contagens,
*>    hash dos bancos recebedores e totais de crédito
 01  WS-ACH-CONTROLS.
     05  WS-ACH-ORIGIN-ID            PIC X(10).     *> "1" + EIN sem hífen
     05  WS-ACH-EIN                  PIC X(9).
     05  WS-ACH-ODFI                 PIC X(8).      *> Banco originador (8 dígitos)
     05  WS-ACH-BATCH-NBR            PIC 9(7).
     05  WS-ACH-TRACE-SEQ            PIC 9(7).
     05  WS-ACH-BATCH-ENTRIES        PIC 9(6).      *> Detalhes + adendos do lote
     05  WS-ACH-BATCH-HASH           PIC 9(12).
     05  WS-ACH-BATCH-CREDIT         PIC 9(10)V99.
     05  WS-ACH-FILE-BATCHES         PIC 9(6).
     05  WS-ACH-FILE-ENTRIES         PIC 9(8).      *> Detalhes + adendos do arquivo
     05  WS-ACH-FILE-HASH            PIC 9(12).
     05  WS-ACH-FILE-CREDIT          PIC 9(10)V99.
     05  WS-ACH-RECORD-COUNT         PIC 9(6).      *> Registros gravados no arquivo
     05  WS-ACH-BLOCK-COUNT          PIC 9(6).
     05  WS-ACH-BLOCK-REM            PIC 9(2).
     05  WS-ACH-DFI-NUM              PIC 9(8).

*>    Montagem do adendo TXP: valor em centavos sem zeros à esquerda
 01  WS-TXP-WORK.
     05  WS-TXP-CENTS                PIC 9(11).
     05  WS-TXP-CENTS-X REDEFINES WS-TXP-CENTS
                                     PIC X(11).
     05  WS-TXP-LEAD-ZEROS           PIC 9(2).
     05  WS-TXP-START                PIC 9(2).
     05  WS-TXP-PERIOD-END           PIC X(6).      *> AAMMDD do fim do período

*>    Registro de cabeçalho do arquivo ACH (tipo 1)
 01  WS-ACH-FILE-HEADER.
     05  FILLER                      PIC X(1) VALUE "1".
     05  FILLER                      PIC X(2) VALUE "01".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-FH-DESTINATION           PIC X(9).      *> Banco originador
     05  WS-FH-ORIGIN                PIC X(10).     *> "1" + EIN
     05  WS-FH-CREATE-DATE           PIC X(6).      *> AAMMDD
     05  WS-FH-CREATE-TIME           PIC X(4).      *> HHMM
     05  FILLER                      PIC X(1) VALUE "A".
     05  FILLER                      PIC X(3) VALUE "094".
     05  FILLER                      PIC X(2) VALUE "10".
     05  FILLER                      PIC X(1) VALUE "1".
     05  WS-FH-DEST-NAME             PIC X(23) VALUE SPACES.
     05  WS-FH-ORIGIN-NAME           PIC X(23).
     05  FILLER                      PIC X(8) VALUE SPACES.

*>    Registro de cabeçalho do lote (tipo 5): um lote por empresa e
*>    data efetiva, só créditos (220), classe CCD
 01  WS-ACH-BATCH-HEADER.
     05  FILLER                      PIC X(1) VALUE "5".
     05  FILLER                      PIC X(3) VALUE "220".
     05  WS-BH-COMPANY-NAME          PIC X(16).
     05  FILLER                      PIC X(20) VALUE SPACES.
     05  WS-BH-COMPANY-ID            PIC X(10).
     05  FILLER                      PIC X(3) VALUE "CCD".
     05  FILLER                      PIC X(10) VALUE "STATE TAX ".
     05  WS-BH-DESC-DATE             PIC X(6).
     05  WS-BH-EFF-DATE              PIC X(6).      *> AAMMDD
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  FILLER                      PIC X(1) VALUE "1".
     05  WS-BH-ODFI                  PIC X(8).
     05  WS-BH-BATCH-NBR             PIC 9(7).

*>    Registro de detalhe (tipo 6), um por depósito estadual, com
*>    indicador de adendo
 01  WS-ACH-ENTRY-DETAIL.
     05  FILLER                      PIC X(1) VALUE "6".
     05  FILLER                      PIC X(2) VALUE "22".
     05  WS-ED-RDFI                  PIC X(8).
     05  WS-ED-CHECK-DIGIT           PIC X(1).
     05  WS-ED-ACCOUNT               PIC X(17).
     05  WS-ED-AMOUNT                PIC 9(8)V99.
     05  WS-ED-IDENTIFICATION        PIC X(15).     *> Inscrição estadual
     05  WS-ED-RECEIVER-NAME         PIC X(22).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(1) VALUE "1".
     05  WS-ED-TRACE-ODFI            PIC X(8).
     05  WS-ED-TRACE-SEQ             PIC 9(7).

*>    Registro de adendo (tipo 7) com o segmento TXP
 01  WS-ACH-ADDENDA.
     05  FILLER                      PIC X(1) VALUE "7".
     05  FILLER                      PIC X(2) VALUE "05".
     05  WS-AD-TXP                   PIC X(80).
     05  FILLER                      PIC X(4) VALUE "0001".
     05  WS-AD-ENTRY-SEQ             PIC 9(7).

*>    Registro de controle do lote (tipo 8)
 01  WS-ACH-BATCH-CONTROL.
     05  FILLER                      PIC X(1) VALUE "8".
     05  FILLER                      PIC X(3) VALUE "220".
     05  WS-BC-ENTRIES               PIC 9(6).
     05  WS-BC-HASH                  PIC 9(10).
     05  WS-BC-DEBIT                 PIC 9(10)V99 VALUE ZEROS.
     05  WS-BC-CREDIT                PIC 9(10)V99.
     05  WS-BC-COMPANY-ID            PIC X(10).
     05  FILLER                      PIC X(25) VALUE SPACES.
     05  WS-BC-ODFI                  PIC X(8).
     05  WS-BC-BATCH-NBR             PIC 9(7).

*>    Registro de controle do arquivo (tipo 9)
 01  WS-ACH-FILE-CONTROL.
     05  FILLER                      PIC X(1) VALUE "9".
     05  WS-FC-BATCHES               PIC 9(6).
     05  WS-FC-BLOCKS                PIC 9(6).
     05  WS-FC-ENTRIES               PIC 9(8).
     05  WS-FC-HASH                  PIC 9(10).
     05  WS-FC-DEBIT                 PIC 9(10)V99 VALUE ZEROS.
     05  WS-FC-CREDIT                PIC 9(10)V99.
     05  FILLER                      PIC X(39) VALUE SPACES.

*>    Registro de preenchimento do último bloco de 10 registros
 01  WS-ACH-BLOCK-FILL               PIC X(94) VALUE ALL "9".

*>    Totalizadores do agendamento
 01  WS-TOTALS.
     05  WS-JOURNAL-READ-COUNT       PIC 9(7).      *> Linhas do diário lidas
     05  WS-SCHEDULED-COUNT          PIC 9(5).      *> Depósitos agendados nesta rodada
     05  WS-ACH-AMT-TOT              PIC 9(9)V99.   *> Total no arquivo ACH
     05  WS-PORTAL-COUNT             PIC 9(5).      *> Depósitos por débito no portal
     05  WS-PORTAL-AMT-TOT           PIC 9(9)V99.   *> Total por débito no portal
     05  WS-LATE-COUNT               PIC 9(5).      *> Agendados depois do vencimento
     05  WS-ALREADY-MADE-COUNT       PIC 9(5).      *> Períodos já depositados
     05  WS-NO-FREQ-COUNT            PIC 9(5).      *> Linhas sem periodicidade
     05  WS-NO-BANK-COUNT            PIC 9(5).      *> Depósitos sem banco originador
     05  WS-TABLE-FULL-COUNT         PIC 9(5).      *> Linhas/depósitos fora das tabelas

*>    Totais da jurisdição corrente da planilha
 01  WS-JURIS-TOTALS.
     05  WS-JT-WAGES                 PIC S9(9)V99.
     05  WS-JT-WITHHELD              PIC S9(9)V99.
     05  WS-JT-DEPOSITED             PIC 9(9)V99.
     05  WS-JT-DIFFERENCE            PIC S9(9)V99.
     05  WS-JT-LINE-COUNT            PIC 9(5).

*>    Cabeçalho do relatório do agendamento
 01  WS-HEADING.
     05  FILLER                      PIC X(40) VALUE
             "STATE WITHHOLDING DEPOSIT SCHEDULE      ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-RUN-DATE-OUT        PIC X(8).
     05  FILLER                      PIC X(74) VALUE SPACES.

*>    Linha de um período no agendamento
 01  WS-SCHED-LINE.
     05  FILLER                      PIC X(4) VALUE "CO: ".
     05  WS-SL-COMPANY-OUT           PIC X(2).
     05  FILLER                      PIC X(6) VALUE "  ST: ".
     05  WS-SL-STATE-OUT             PIC X(2).
     05  FILLER                      PIC X(8) VALUE "  FREQ: ".
     05  WS-SL-FREQ-OUT              PIC X(1).
     05  FILLER                      PIC X(10) VALUE "  PERIOD: ".
     05  WS-SL-PERIOD-OUT            PIC X(8).
     05  FILLER                      PIC X(12) VALUE "  WITHHELD: ".
     05  WS-SL-WITHHELD-OUT          PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(7) VALUE "  DUE: ".
     05  WS-SL-DUE-OUT               PIC X(8).
     05  FILLER                      PIC X(8) VALUE "  PAID: ".
     05  WS-SL-PAID-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SL-DISP-OUT              PIC X(25).

*>    Linhas de totais do agendamento
 01  WS-SCHED-TOTAL-LINE.
     05  FILLER                      PIC X(14) VALUE "JOURNAL ROWS: ".
     05  WS-TOT-READ-OUT             PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  SCHEDULED: ".
     05  WS-TOT-SCHED-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  ACH TOTAL: ".
     05  WS-TOT-ACH-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(12) VALUE "  PAST DUE: ".
     05  WS-TOT-LATE-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(21) VALUE
             "  ALREADY DEPOSITED: ".
     05  WS-TOT-MADE-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(20) VALUE SPACES.
 01  WS-SCHED-TOTAL-LINE-2.
     05  FILLER                      PIC X(15) VALUE "PORTAL DEBITS: ".
     05  WS-TOT-PORTAL-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(16) VALUE "  PORTAL TOTAL: ".
     05  WS-TOT-PORTAL-AMT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(21) VALUE
             "  NO FREQUENCY ROWS: ".
     05  WS-TOT-NOFREQ-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  NO BANK: ".
     05  WS-TOT-NOBANK-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(37) VALUE SPACES.

*>    Cabeçalho da planilha trimestral
 01  WS-WK-HEADING.
     05  FILLER                      PIC X(45) VALUE
             "STATE WITHHOLDING RETURN WORKSHEET - QUARTER ".
     05  WS-WKH-QTR-OUT              PIC 9(1).
     05  FILLER                      PIC X(1) VALUE "/".
     05  WS-WKH-YEAR-OUT             PIC 9(4).
     05  FILLER                      PIC X(81) VALUE SPACES.

*>    Identificação da jurisdição na planilha
 01  WS-WK-JURIS-LINE.
     05  FILLER                      PIC X(9) VALUE "COMPANY: ".
     05  WS-WJ-COMPANY-OUT           PIC X(2).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-WJ-NAME-OUT              PIC X(30).
     05  FILLER                      PIC X(9) VALUE "  STATE: ".
     05  WS-WJ-STATE-OUT             PIC X(2).
     05  FILLER                      PIC X(11) VALUE "  ACCOUNT: ".
     05  WS-WJ-TAXPAYER-OUT          PIC X(15).
     05  FILLER                      PIC X(13) VALUE "  FREQUENCY: ".
     05  WS-WJ-FREQ-OUT              PIC X(1).
     05  FILLER                      PIC X(39) VALUE SPACES.

*>    Títulos das colunas da planilha
 01  WS-WK-COLUMN-HEADING.
     05  FILLER                      PIC X(12) VALUE "  PERIOD    ".
     05  FILLER                      PIC X(12) VALUE "PERIOD END  ".
     05  FILLER                      PIC X(10) VALUE "DUE DATE  ".
     05  FILLER                      PIC X(15) VALUE "    STATE WAGES".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(15) VALUE "       WITHHELD".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(15) VALUE "      DEPOSITED".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(15) VALUE "     DIFFERENCE".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(12) VALUE "STATUS      ".
     05  FILLER                      PIC X(18) VALUE SPACES.

*>    Linha de um período na planilha
 01  WS-WK-PERIOD-LINE.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WP-PERIOD-OUT            PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WP-END-OUT               PIC X(8).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-WP-DUE-OUT               PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WP-WAGES-OUT             PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WP-WITHHELD-OUT          PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WP-DEPOSITED-OUT         PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WP-DIFF-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WP-STATUS-OUT            PIC X(12).
     05  FILLER                      PIC X(18) VALUE SPACES.

*>    Linha de total da jurisdição: o retido do trimestre contra o
*>    depositado para os períodos do trimestre
 01  WS-WK-TOTAL-LINE.
     05  FILLER                      PIC X(34) VALUE
             "  JURISDICTION TOTAL".
     05  WS-WT-WAGES-OUT             PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WT-WITHHELD-OUT          PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WT-DEPOSITED-OUT         PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WT-DIFF-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-WT-STATUS-OUT            PIC X(12).
     05  FILLER                      PIC X(18) VALUE SPACES.

*>    Linha de aviso da planilha quando o trimestre não tem retenção
 01  WS-WK-EMPTY-LINE.
     05  FILLER                      PIC X(50) VALUE
             "NO STATE WITHHOLDING JOURNALED FOR THE QUARTER    ".
     05  FILLER                      PIC X(82) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral do agendamento
 A00-MAINLINE-PARA.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-QUARTER FROM ARGUMENT-VALUE.
     OPEN INPUT STATE-JRNL-FILE-IN.
     IF WS-STJRNL-MISSING
         DISPLAY "STATE YTD JOURNAL STYTDJRN.DAT NOT FOUND - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B10-INIT-PARA.
     OPEN OUTPUT ST-PAY-FILE-OUT
                 ST-REPORT-OUT.
     WRITE SR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO SR-REPORT-OUT.
     WRITE SR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     PERFORM B11-LOAD-COMPMAST-PARA.
     PERFORM B13-LOAD-FREQ-PARA.
     PERFORM B15-LOAD-MADE-PARA.
     READ STATE-JRNL-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B20-JOURNAL-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE STATE-JRNL-FILE-IN.
*>    Reabre os depósitos efetuados em EXTEND para acrescentar os
*>    depósitos agendados nesta rodada
     OPEN EXTEND ST-DEP-MADE-FILE.
     IF WS-STDEPMADE-MISSING
         OPEN OUTPUT ST-DEP-MADE-FILE
     END-IF.
     PERFORM B30-SCHEDULE-PERIOD-PARA
         VARYING WS-PD-SUB FROM 1 BY 1
         UNTIL WS-PD-SUB > WS-PERIOD-COUNT.
     CLOSE ST-DEP-MADE-FILE.
     PERFORM B40-ACH-FILE-PARA.
     PERFORM C20-TOTAL-PARA.
     PERFORM B50-WORKSHEET-PARA.
     CLOSE ST-PAY-FILE-OUT
           ST-REPORT-OUT.
     IF WS-WARNINGS
         MOVE 4 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis, data da rodada e trimestre da
*>    planilha (em branco = último trimestre encerrado)
 B10-INIT-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE "N" TO WS-WARNING-SWITCH.
     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
     MOVE ZEROS TO WS-JOURNAL-READ-COUNT
                   WS-SCHEDULED-COUNT
                   WS-ACH-AMT-TOT
                   WS-PORTAL-COUNT
                   WS-PORTAL-AMT-TOT
                   WS-LATE-COUNT
                   WS-ALREADY-MADE-COUNT
                   WS-NO-FREQ-COUNT
                   WS-NO-BANK-COUNT
                   WS-TABLE-FULL-COUNT
                   WS-FREQ-COUNT
                   WS-MADE-COUNT
                   WS-PERIOD-COUNT
                   WS-JURIS-COUNT
                   WS-DEPOSIT-COUNT.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-RUN-TIME FROM TIME.
     MOVE WS-RUN-DATE TO WS-HEAD-RUN-DATE-OUT.
     IF WS-PARM-QUARTER = SPACES
         DIVIDE WS-RUN-MONTH BY 3 GIVING WS-JN-QTR
             REMAINDER WS-JN-QTR-REM
         IF WS-JN-QTR-REM > 0
             ADD 1 TO WS-JN-QTR
         END-IF
         MOVE WS-RUN-YEAR TO WS-WK-YEAR
         IF WS-JN-QTR = 1
             MOVE 4 TO WS-WK-QTR
             SUBTRACT 1 FROM WS-WK-YEAR
         ELSE
             COMPUTE WS-WK-QTR = WS-JN-QTR - 1
         END-IF
     ELSE
         IF WS-PARM-QUARTER NOT NUMERIC
                 OR WS-PARM-QTR < 1 OR WS-PARM-QTR > 4
             DISPLAY "WORKSHEET QUARTER PARAMETER MUST BE YYYYQ - " &
                     "RUN ABORTED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         MOVE WS-PARM-YEAR TO WS-WK-YEAR
         MOVE WS-PARM-QTR TO WS-WK-QTR
     END-IF.
     COMPUTE WS-WK-LAST-MONTH = WS-WK-QTR * 3.
     COMPUTE WS-WK-FIRST-MONTH = WS-WK-LAST-MONTH - 2.

*>    Carrega o mestre de empresas na tabela dos originadores
 B11-LOAD-COMPMAST-PARA.
     MOVE ZEROS TO WS-COMPMAST-COUNT.
     MOVE "N" TO WS-COMPMAST-EOF-SWITCH.
     OPEN INPUT COMP-MASTER-FILE-IN.
     IF WS-COMPMAST-MISSING
         MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
     ELSE
         READ COMP-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
         END-READ
         PERFORM B12-LOAD-COMP-REC-PARA
             UNTIL WS-COMPMAST-EOF-SWITCH = "Y"
         CLOSE COMP-MASTER-FILE-IN
     END-IF.

*>    Guarda uma empresa do mestre na tabela
 B12-LOAD-COMP-REC-PARA.
     IF WS-COMPMAST-COUNT < 10
         ADD 1 TO WS-COMPMAST-COUNT
         SET CM-INDEX TO WS-COMPMAST-COUNT
         MOVE CM-COMPANY-CODE TO WS-CM-CODE-ENTRY (CM-INDEX)
         MOVE CM-LEGAL-NAME TO WS-CM-NAME-ENTRY (CM-INDEX)
         MOVE CM-EIN TO WS-CM-EIN-ENTRY (CM-INDEX)
         MOVE CM-FUND-ROUTING TO WS-CM-ROUTING-ENTRY (CM-INDEX)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
     END-READ.

*>    Carrega a tabela de periodicidade; sem o arquivo, nenhuma
*>    jurisdição é agendada e todas saem com aviso
 B13-LOAD-FREQ-PARA.
     MOVE "N" TO WS-FREQ-EOF-SWITCH.
     OPEN INPUT STATE-FREQ-FILE-IN.
     IF WS-STFREQ-MISSING
         DISPLAY "STATE FILING FREQUENCY TABLE STFREQ.DAT NOT FOUND"
         MOVE "Y" TO WS-FREQ-EOF-SWITCH
     ELSE
         READ STATE-FREQ-FILE-IN
             AT END MOVE "Y" TO WS-FREQ-EOF-SWITCH
         END-READ
         PERFORM B14-LOAD-FREQ-REC-PARA
             UNTIL WS-FREQ-EOF-SWITCH = "Y"
         CLOSE STATE-FREQ-FILE-IN
     END-IF.

*>    Guarda uma linha da periodicidade na tabela; periodicidade
*>    inválida fica fora da tabela, com aviso
 B14-LOAD-FREQ-REC-PARA.
     IF SF-COMPANY = SPACES
         MOVE "01" TO SF-COMPANY
     END-IF.
     IF SF-FREQUENCY NOT = "M" AND SF-FREQUENCY NOT = "Q"
             AND SF-FREQUENCY NOT = "A"
         DISPLAY "INVALID FILING FREQUENCY " SF-FREQUENCY
                 " FOR COMPANY " SF-COMPANY " STATE " SF-STATE
                 " - ROW IGNORED"
         MOVE "Y" TO WS-WARNING-SWITCH
     ELSE
         IF WS-FREQ-COUNT < 200
             ADD 1 TO WS-FREQ-COUNT
             SET FQ-INDEX TO WS-FREQ-COUNT
             MOVE SF-COMPANY TO WS-FQ-COMPANY-ENTRY (FQ-INDEX)
             MOVE SF-STATE TO WS-FQ-STATE-ENTRY (FQ-INDEX)
             MOVE SF-FREQUENCY TO WS-FQ-FREQ-ENTRY (FQ-INDEX)
             MOVE SF-DUE-DAY TO WS-FQ-DUE-DAY-ENTRY (FQ-INDEX)
             MOVE SF-TAXPAYER-ID TO WS-FQ-TAXPAYER-ENTRY (FQ-INDEX)
             MOVE SF-TAX-TYPE TO WS-FQ-TAX-TYPE-ENTRY (FQ-INDEX)
             MOVE SF-ROUTING TO WS-FQ-ROUTING-ENTRY (FQ-INDEX)
             MOVE SF-ACCOUNT TO WS-FQ-ACCOUNT-ENTRY (FQ-INDEX)
             MOVE SF-PAYEE-NAME TO WS-FQ-PAYEE-ENTRY (FQ-INDEX)
         ELSE
             ADD 1 TO WS-TABLE-FULL-COUNT
             MOVE "Y" TO WS-WARNING-SWITCH
         END-IF
     END-IF.
     READ STATE-FREQ-FILE-IN
         AT END MOVE "Y" TO WS-FREQ-EOF-SWITCH
     END-READ.

*>    Carrega os depósitos já agendados, somados por período
 B15-LOAD-MADE-PARA.
     MOVE "N" TO WS-MADE-EOF-SWITCH.
     OPEN INPUT ST-DEP-MADE-FILE.
     IF WS-STDEPMADE-MISSING
         MOVE "Y" TO WS-MADE-EOF-SWITCH
     ELSE
         READ ST-DEP-MADE-FILE
             AT END MOVE "Y" TO WS-MADE-EOF-SWITCH
         END-READ
         PERFORM B16-LOAD-MADE-REC-PARA
             UNTIL WS-MADE-EOF-SWITCH = "Y"
         CLOSE ST-DEP-MADE-FILE
     END-IF.

*>    Soma um depósito já agendado na linha do seu período
 B16-LOAD-MADE-REC-PARA.
     PERFORM B17-POST-MADE-PARA.
     READ ST-DEP-MADE-FILE
         AT END MOVE "Y" TO WS-MADE-EOF-SWITCH
     END-READ.

*>    Localiza (ou cria) a linha do período do depósito em
*>    SM-DEP-MADE-REC na tabela dos depósitos e soma o valor; o
*>    depósito agendado depois do vencimento marca o período como
*>    pago em atraso
 B17-POST-MADE-PARA.
     MOVE "N" TO WS-FOUND-SWITCH.
     IF WS-MADE-COUNT > 0
         SET MD-INDEX TO 1
         SEARCH WS-MADE-ROW
             AT END CONTINUE
             WHEN WS-MD-COMPANY-ENTRY (MD-INDEX) = SM-COMPANY
                     AND WS-MD-STATE-ENTRY (MD-INDEX) = SM-STATE
                     AND WS-MD-PERIOD-ENTRY (MD-INDEX) = SM-PERIOD
                 MOVE "Y" TO WS-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-FOUND
         IF WS-MADE-COUNT < 3000
             ADD 1 TO WS-MADE-COUNT
             SET MD-INDEX TO WS-MADE-COUNT
             MOVE SM-COMPANY TO WS-MD-COMPANY-ENTRY (MD-INDEX)
             MOVE SM-STATE TO WS-MD-STATE-ENTRY (MD-INDEX)
             MOVE SM-PERIOD TO WS-MD-PERIOD-ENTRY (MD-INDEX)
             MOVE SM-PERIOD-END TO WS-MD-PERIOD-END-ENTRY (MD-INDEX)
             MOVE ZEROS TO WS-MD-AMOUNT-ENTRY (MD-INDEX)
             MOVE "N" TO WS-MD-LATE-ENTRY (MD-INDEX)
             MOVE "Y" TO WS-FOUND-SWITCH
         ELSE
             ADD 1 TO WS-TABLE-FULL-COUNT
             MOVE "Y" TO WS-WARNING-SWITCH
         END-IF
     END-IF.
     IF WS-FOUND
         ADD SM-AMOUNT TO WS-MD-AMOUNT-ENTRY (MD-INDEX)
         IF SM-SCHED-DATE > SM-DUE-DATE
             MOVE "Y" TO WS-MD-LATE-ENTRY (MD-INDEX)
         END-IF
     END-IF.

*>    Processa uma linha do diário: o retido da gravação é a
*>    diferença entre a imagem depois e a imagem antes (negativa num
*>    cancelamento), somada no período de recolhimento da data de
*>    pagamento da execução
 B20-JOURNAL-REC-PARA.
     ADD 1 TO WS-JOURNAL-READ-COUNT.
     MOVE SJ-COMPANY TO WS-JN-COMPANY.
     IF WS-JN-COMPANY = SPACES
         MOVE "01" TO WS-JN-COMPANY
     END-IF.
     MOVE SJ-RUN-ID (1:8) TO WS-JN-PAY-DATE.
     COMPUTE WS-JN-TAX = SJ-AFT-STATE-TAX - SJ-BEF-STATE-TAX.
     COMPUTE WS-JN-WAGES = SJ-AFT-WAGES - SJ-BEF-WAGES.
     IF WS-JN-TAX NOT = 0 OR WS-JN-WAGES NOT = 0
         PERFORM B21-FIND-FREQ-PARA
         PERFORM B22-PERIOD-KEY-PARA
         PERFORM B23-POST-PERIOD-PARA
     END-IF.
     READ STATE-JRNL-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Localiza a periodicidade da empresa + UF da linha do diário
*>    (WS-FQ-SUB zero = jurisdição sem periodicidade cadastrada)
 B21-FIND-FREQ-PARA.
     MOVE ZEROS TO WS-FQ-SUB.
     MOVE SPACES TO WS-JN-FREQ.
     IF WS-FREQ-COUNT > 0
         SET FQ-INDEX TO 1
         SEARCH WS-FQ-ROW
             AT END CONTINUE
             WHEN WS-FQ-COMPANY-ENTRY (FQ-INDEX) = WS-JN-COMPANY
                     AND WS-FQ-STATE-ENTRY (FQ-INDEX) = SJ-STATE
                 SET WS-FQ-SUB TO FQ-INDEX
                 MOVE WS-FQ-FREQ-ENTRY (FQ-INDEX) TO WS-JN-FREQ
         END-SEARCH
     END-IF.

*>    Chave e último dia do período de recolhimento da data de
*>    pagamento: o mês (M, e também a jurisdição sem periodicidade,
*>    listada por mês), o trimestre (Q) ou a própria data (A)
 B22-PERIOD-KEY-PARA.
     MOVE WS-JN-PAY-DATE TO WS-DATE-WORK-X.
     EVALUATE WS-JN-FREQ
         WHEN "A"
             MOVE WS-JN-PAY-DATE TO WS-JN-PERIOD
         WHEN "Q"
             DIVIDE WS-DW-MONTH BY 3 GIVING WS-JN-QTR
                 REMAINDER WS-JN-QTR-REM
             IF WS-JN-QTR-REM > 0
                 ADD 1 TO WS-JN-QTR
             END-IF
             MOVE SPACES TO WS-JN-PERIOD
             STRING WS-JN-PAY-DATE (1:4) DELIMITED BY SIZE
                    "Q" DELIMITED BY SIZE
                    WS-JN-QTR DELIMITED BY SIZE
                 INTO WS-JN-PERIOD
             END-STRING
             COMPUTE WS-DW-MONTH = WS-JN-QTR * 3
             PERFORM C83-MONTH-LENGTH-PARA
             MOVE WS-MONTH-LEN TO WS-DW-DAY
         WHEN OTHER
             MOVE WS-JN-PAY-DATE (1:6) TO WS-JN-PERIOD
             PERFORM C83-MONTH-LENGTH-PARA
             MOVE WS-MONTH-LEN TO WS-DW-DAY
     END-EVALUATE.
     MOVE WS-DATE-WORK-X TO WS-JN-PERIOD-END.

*>    Soma a linha do diário no seu período (criando a linha do
*>    período e a da jurisdição na primeira ocorrência)
 B23-POST-PERIOD-PARA.
     MOVE "N" TO WS-FOUND-SWITCH.
     IF WS-PERIOD-COUNT > 0
         SET PD-INDEX TO 1
         SEARCH WS-PD-ROW
             AT END CONTINUE
             WHEN WS-PD-COMPANY-ENTRY (PD-INDEX) = WS-JN-COMPANY
                     AND WS-PD-STATE-ENTRY (PD-INDEX) = SJ-STATE
                     AND WS-PD-PERIOD-ENTRY (PD-INDEX) = WS-JN-PERIOD
                 MOVE "Y" TO WS-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-FOUND
         IF WS-PERIOD-COUNT < 3000
             ADD 1 TO WS-PERIOD-COUNT
             SET PD-INDEX TO WS-PERIOD-COUNT
             MOVE WS-JN-COMPANY TO WS-PD-COMPANY-ENTRY (PD-INDEX)
             MOVE SJ-STATE TO WS-PD-STATE-ENTRY (PD-INDEX)
             MOVE WS-JN-PERIOD TO WS-PD-PERIOD-ENTRY (PD-INDEX)
             MOVE WS-JN-FREQ TO WS-PD-FREQ-ENTRY (PD-INDEX)
             MOVE WS-JN-PERIOD-END TO WS-PD-PERIOD-END-ENTRY (PD-INDEX)
             MOVE SPACES TO WS-PD-DUE-DATE-ENTRY (PD-INDEX)
             MOVE WS-FQ-SUB TO WS-PD-FREQ-ROW-ENTRY (PD-INDEX)
             MOVE ZEROS TO WS-PD-WITHHELD-ENTRY (PD-INDEX)
                           WS-PD-WAGES-ENTRY (PD-INDEX)
             MOVE "Y" TO WS-FOUND-SWITCH
             PERFORM B24-POST-JURIS-PARA
         ELSE
             ADD 1 TO WS-TABLE-FULL-COUNT
             MOVE "Y" TO WS-WARNING-SWITCH
         END-IF
     END-IF.
     IF WS-FOUND
         ADD WS-JN-TAX TO WS-PD-WITHHELD-ENTRY (PD-INDEX)
         ADD WS-JN-WAGES TO WS-PD-WAGES-ENTRY (PD-INDEX)
     END-IF.

*>    Acrescenta a jurisdição da linha à tabela das jurisdições
 B24-POST-JURIS-PARA.
     MOVE "N" TO WS-JR-FOUND-SWITCH.
     IF WS-JURIS-COUNT > 0
         SET JR-INDEX TO 1
         SEARCH WS-JR-ROW
             AT END CONTINUE
             WHEN WS-JR-COMPANY-ENTRY (JR-INDEX) = WS-JN-COMPANY
                     AND WS-JR-STATE-ENTRY (JR-INDEX) = SJ-STATE
                 MOVE "Y" TO WS-JR-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-JR-FOUND
         IF WS-JURIS-COUNT < 200
             ADD 1 TO WS-JURIS-COUNT
             SET JR-INDEX TO WS-JURIS-COUNT
             MOVE WS-JN-COMPANY TO WS-JR-COMPANY-ENTRY (JR-INDEX)
             MOVE SJ-STATE TO WS-JR-STATE-ENTRY (JR-INDEX)
             MOVE WS-FQ-SUB TO WS-JR-FREQ-ROW-ENTRY (JR-INDEX)
         ELSE
             ADD 1 TO WS-TABLE-FULL-COUNT
             MOVE "Y" TO WS-WARNING-SWITCH
         END-IF
     END-IF.

*>    Agenda um período apurado: calcula o vencimento, compara o
*>    retido com o já depositado e agenda a diferença quando o
*>    período está encerrado. Só lista os períodos com alguma
*>    pendência - os já quitados entram só na contagem
 B30-SCHEDULE-PERIOD-PARA.
     SET PD-INDEX TO WS-PD-SUB.
     MOVE WS-PD-COMPANY-ENTRY (PD-INDEX) TO WS-SL-COMPANY-OUT.
     MOVE WS-PD-STATE-ENTRY (PD-INDEX) TO WS-SL-STATE-OUT.
     MOVE WS-PD-FREQ-ENTRY (PD-INDEX) TO WS-SL-FREQ-OUT.
     MOVE WS-PD-PERIOD-ENTRY (PD-INDEX) TO WS-SL-PERIOD-OUT.
     MOVE WS-PD-WITHHELD-ENTRY (PD-INDEX) TO WS-SL-WITHHELD-OUT.
     MOVE ZEROS TO WS-SL-PAID-OUT.
     MOVE SPACES TO WS-SL-DUE-OUT.
     IF WS-PD-FREQ-ENTRY (PD-INDEX) = SPACES
         IF WS-PD-WITHHELD-ENTRY (PD-INDEX) NOT = 0
             ADD 1 TO WS-NO-FREQ-COUNT
             MOVE "Y" TO WS-WARNING-SWITCH
             MOVE "NO FREQUENCY ON FILE" TO WS-SL-DISP-OUT
             WRITE SR-REPORT-OUT FROM WS-SCHED-LINE
                 AFTER ADVANCING 1 LINE
         END-IF
     ELSE
         MOVE WS-PD-FREQ-ROW-ENTRY (PD-INDEX) TO WS-FQ-SUB
         SET FQ-INDEX TO WS-FQ-SUB
         PERFORM B31-DUE-DATE-PARA
         MOVE WS-PD-DUE-DATE-ENTRY (PD-INDEX) TO WS-SL-DUE-OUT
         PERFORM B35-FIND-MADE-PARA
         COMPUTE WS-REMAINING-AMT =
             WS-PD-WITHHELD-ENTRY (PD-INDEX) - WS-DEPOSITED-AMT
         EVALUATE TRUE
             WHEN WS-REMAINING-AMT = 0
                 ADD 1 TO WS-ALREADY-MADE-COUNT
             WHEN WS-REMAINING-AMT < 0
                 MOVE "OVER-DEPOSITED - CREDIT" TO WS-SL-DISP-OUT
                 WRITE SR-REPORT-OUT FROM WS-SCHED-LINE
                     AFTER ADVANCING 1 LINE
             WHEN WS-PD-FREQ-ENTRY (PD-INDEX) NOT = "A"
                     AND WS-PD-PERIOD-END-ENTRY (PD-INDEX)
                         NOT < WS-RUN-DATE
                 MOVE "OPEN PERIOD - ACCRUING" TO WS-SL-DISP-OUT
                 WRITE SR-REPORT-OUT FROM WS-SCHED-LINE
                     AFTER ADVANCING 1 LINE
             WHEN OTHER
                 PERFORM B36-SCHEDULE-DEPOSIT-PARA
         END-EVALUATE
     END-IF.

*>    Vencimento do período conforme a periodicidade da jurisdição,
*>    com o fim de semana passado para o dia útil seguinte
 B31-DUE-DATE-PARA.
     MOVE WS-PD-PERIOD-END-ENTRY (PD-INDEX) TO WS-DATE-WORK-X.
     EVALUATE WS-PD-FREQ-ENTRY (PD-INDEX)
         WHEN "A"
             PERFORM B32-ACCELERATED-DUE-PARA
         WHEN "Q"
             PERFORM B33-NEXT-MONTH-DUE-PARA
         WHEN OTHER
             PERFORM B33-NEXT-MONTH-DUE-PARA
     END-EVALUATE.
     PERFORM C80-DAY-OF-WEEK-PARA.
     IF WS-DAY-OF-WEEK = 0
         MOVE 2 TO WS-ADD-DAYS
         PERFORM C81-ADD-DAYS-PARA
     END-IF.
     IF WS-DAY-OF-WEEK = 1
         MOVE 1 TO WS-ADD-DAYS
         PERFORM C81-ADD-DAYS-PARA
     END-IF.
     MOVE WS-DATE-WORK-X TO WS-PD-DUE-DATE-ENTRY (PD-INDEX).

*>    Vencimento acelerado: o número de dias úteis do cadastro
*>    (padrão 3) depois da data de pagamento
 B32-ACCELERATED-DUE-PARA.
     MOVE WS-FQ-DUE-DAY-ENTRY (FQ-INDEX) TO WS-BIZ-DAY-COUNT.
     IF WS-BIZ-DAY-COUNT = 0
         MOVE 3 TO WS-BIZ-DAY-COUNT
     END-IF.
     PERFORM C84-NEXT-BUSINESS-DAY-PARA WS-BIZ-DAY-COUNT TIMES.

*>    Vencimento mensal ou trimestral: o dia do cadastro no mês
*>    seguinte ao fim do período (padrão: dia 15 para o mensal,
*>    último dia do mês para o trimestral), limitado ao tamanho do
*>    mês
 B33-NEXT-MONTH-DUE-PARA.
     ADD 1 TO WS-DW-MONTH.
     IF WS-DW-MONTH > 12
         MOVE 1 TO WS-DW-MONTH
         ADD 1 TO WS-DW-YEAR
     END-IF.
     PERFORM C83-MONTH-LENGTH-PARA.
     MOVE WS-FQ-DUE-DAY-ENTRY (FQ-INDEX) TO WS-DW-DAY.
     IF WS-DW-DAY = 0
         IF WS-PD-FREQ-ENTRY (PD-INDEX) = "Q"
             MOVE WS-MONTH-LEN TO WS-DW-DAY
         ELSE
             MOVE 15 TO WS-DW-DAY
         END-IF
     END-IF.
     IF WS-DW-DAY > WS-MONTH-LEN
         MOVE WS-MONTH-LEN TO WS-DW-DAY
     END-IF.

*>    Localiza o total já depositado para o período corrente
 B35-FIND-MADE-PARA.
     MOVE ZEROS TO WS-DEPOSITED-AMT.
     MOVE ZEROS TO WS-MD-SUB.
     IF WS-MADE-COUNT > 0
         SET MD-INDEX TO 1
         SEARCH WS-MADE-ROW
             AT END CONTINUE
             WHEN WS-MD-COMPANY-ENTRY (MD-INDEX) =
                     WS-PD-COMPANY-ENTRY (PD-INDEX)
                     AND WS-MD-STATE-ENTRY (MD-INDEX) =
                         WS-PD-STATE-ENTRY (PD-INDEX)
                     AND WS-MD-PERIOD-ENTRY (MD-INDEX) =
                         WS-PD-PERIOD-ENTRY (PD-INDEX)
                 MOVE WS-MD-AMOUNT-ENTRY (MD-INDEX) TO WS-DEPOSITED-AMT
                 SET WS-MD-SUB TO MD-INDEX
         END-SEARCH
     END-IF.

*>    Agenda o depósito do período (o retido ainda não depositado):
*>    vencido, o crédito sai com data efetiva no dia útil seguinte ao
*>    da rodada; jurisdição sem conta de recebimento é débito no
*>    portal do estado. O depósito é gravado em STDEPMADE.DAT e,
*>    quando crédito ACH, guardado para o arquivo de pagamento
 B36-SCHEDULE-DEPOSIT-PARA.
     MOVE WS-REMAINING-AMT TO WS-DEPOSIT-AMT.
     MOVE "N" TO WS-LATE-SWITCH.
     MOVE WS-PD-DUE-DATE-ENTRY (PD-INDEX) TO WS-EFF-DATE.
     IF WS-PD-DUE-DATE-ENTRY (PD-INDEX) < WS-RUN-DATE
         MOVE "Y" TO WS-LATE-SWITCH
         MOVE WS-RUN-DATE TO WS-DATE-WORK-X
         PERFORM C84-NEXT-BUSINESS-DAY-PARA
         MOVE WS-DATE-WORK-X TO WS-EFF-DATE
     END-IF.
     IF WS-FQ-ROUTING-ENTRY (FQ-INDEX) = SPACES
         MOVE "D" TO WS-METHOD
         PERFORM B38-RECORD-DEPOSIT-PARA
     ELSE
         MOVE "C" TO WS-METHOD
         PERFORM B37-FIND-ORIGINATOR-PARA
         EVALUATE TRUE
             WHEN WS-CO-SUB = 0
                 ADD 1 TO WS-NO-BANK-COUNT
                 MOVE "Y" TO WS-WARNING-SWITCH
                 MOVE "NO ORIGINATING BANK" TO WS-SL-DISP-OUT
                 WRITE SR-REPORT-OUT FROM WS-SCHED-LINE
                     AFTER ADVANCING 1 LINE
             WHEN WS-DEPOSIT-COUNT NOT < 1000
                 ADD 1 TO WS-TABLE-FULL-COUNT
                 MOVE "Y" TO WS-WARNING-SWITCH
                 MOVE "PAYMENT TABLE FULL" TO WS-SL-DISP-OUT
                 WRITE SR-REPORT-OUT FROM WS-SCHED-LINE
                     AFTER ADVANCING 1 LINE
             WHEN OTHER
                 PERFORM B38-RECORD-DEPOSIT-PARA
         END-EVALUATE
     END-IF.

*>    Registra o depósito agendado: guarda o crédito ACH para o
*>    arquivo de pagamento, grava o depósito em STDEPMADE.DAT, soma
*>    na tabela dos depósitos e lista no relatório
 B38-RECORD-DEPOSIT-PARA.
     IF WS-METHOD = "C"
         ADD 1 TO WS-DEPOSIT-COUNT
         SET DP-INDEX TO WS-DEPOSIT-COUNT
         MOVE WS-PD-SUB TO WS-DP-PERIOD-ROW-ENTRY (DP-INDEX)
         MOVE WS-CO-SUB TO WS-DP-COMP-ROW-ENTRY (DP-INDEX)
         MOVE WS-EFF-DATE TO WS-DP-EFF-DATE-ENTRY (DP-INDEX)
         MOVE WS-DEPOSIT-AMT TO WS-DP-AMOUNT-ENTRY (DP-INDEX)
         MOVE "N" TO WS-DP-WRITTEN-ENTRY (DP-INDEX)
         ADD WS-DEPOSIT-AMT TO WS-ACH-AMT-TOT
     END-IF.
     MOVE WS-PD-COMPANY-ENTRY (PD-INDEX) TO SM-COMPANY.
     MOVE WS-PD-STATE-ENTRY (PD-INDEX) TO SM-STATE.
     MOVE WS-PD-PERIOD-ENTRY (PD-INDEX) TO SM-PERIOD.
     MOVE WS-PD-FREQ-ENTRY (PD-INDEX) TO SM-FREQUENCY.
     MOVE WS-PD-PERIOD-END-ENTRY (PD-INDEX) TO SM-PERIOD-END.
     MOVE WS-PD-DUE-DATE-ENTRY (PD-INDEX) TO SM-DUE-DATE.
     MOVE WS-RUN-DATE TO SM-SCHED-DATE.
     MOVE WS-EFF-DATE TO SM-EFF-DATE.
     MOVE WS-DEPOSIT-AMT TO SM-AMOUNT.
     MOVE WS-METHOD TO SM-METHOD.
     PERFORM B17-POST-MADE-PARA.
     WRITE SM-DEP-MADE-REC.
     ADD 1 TO WS-SCHEDULED-COUNT.
     IF WS-METHOD = "D"
         ADD 1 TO WS-PORTAL-COUNT
         ADD WS-DEPOSIT-AMT TO WS-PORTAL-AMT-TOT
     END-IF.
     MOVE WS-DEPOSIT-AMT TO WS-SL-PAID-OUT.
     EVALUATE TRUE
         WHEN WS-DEPOSIT-LATE
             ADD 1 TO WS-LATE-COUNT
             MOVE "Y" TO WS-WARNING-SWITCH
             IF WS-METHOD = "D"
                 MOVE "PORTAL DEBIT - PAST DUE" TO WS-SL-DISP-OUT
             ELSE
                 MOVE "SCHEDULED - PAST DUE" TO WS-SL-DISP-OUT
             END-IF
         WHEN WS-DEPOSITED-AMT > 0
             MOVE "SUPPLEMENTAL DEPOSIT" TO WS-SL-DISP-OUT
         WHEN WS-METHOD = "D"
             MOVE "ACH DEBIT - PAY ON PORTAL" TO WS-SL-DISP-OUT
         WHEN OTHER
             MOVE "SCHEDULED THIS RUN" TO WS-SL-DISP-OUT
     END-EVALUATE.
     WRITE SR-REPORT-OUT FROM WS-SCHED-LINE
         AFTER ADVANCING 1 LINE.

*>    Localiza a empresa originadora do período na tabela do mestre
*>    (WS-CO-SUB zero = empresa fora do mestre ou sem banco)
 B37-FIND-ORIGINATOR-PARA.
     MOVE ZEROS TO WS-CO-SUB.
     IF WS-COMPMAST-COUNT > 0
         SET CM-INDEX TO 1
         SEARCH WS-CM-ROW
             AT END CONTINUE
             WHEN WS-CM-CODE-ENTRY (CM-INDEX) =
                     WS-PD-COMPANY-ENTRY (PD-INDEX)
                 IF WS-CM-ROUTING-ENTRY (CM-INDEX) NOT = SPACES
                     SET WS-CO-SUB TO CM-INDEX
                 END-IF
         END-SEARCH
     END-IF.

*>    Grava o arquivo de pagamento aos estados: cabeçalho do arquivo
*>    com o banco da primeira empresa originadora, um lote por
*>    empresa e data efetiva, o controle do arquivo e o
*>    preenchimento do último bloco de 10 registros
 B40-ACH-FILE-PARA.
     MOVE ZEROS TO WS-ACH-BATCH-NBR
                   WS-ACH-TRACE-SEQ
                   WS-ACH-FILE-BATCHES
                   WS-ACH-FILE-ENTRIES
                   WS-ACH-FILE-HASH
                   WS-ACH-FILE-CREDIT
                   WS-ACH-RECORD-COUNT.
     IF WS-DEPOSIT-COUNT > 0
         PERFORM B47-ACH-WRITE-FILE-PARA
     END-IF.

*>    Grava o cabeçalho, os lotes, o controle e o preenchimento do
*>    arquivo de pagamento
 B47-ACH-WRITE-FILE-PARA.
     SET DP-INDEX TO 1.
     MOVE WS-DP-COMP-ROW-ENTRY (DP-INDEX) TO WS-CO-SUB.
     PERFORM C85-ORIGINATOR-PARA.
     MOVE WS-CM-ROUTING-ENTRY (WS-CO-SUB) TO WS-FH-DESTINATION.
     MOVE WS-ACH-ORIGIN-ID TO WS-FH-ORIGIN.
     MOVE WS-RUN-DATE (3:6) TO WS-FH-CREATE-DATE.
     MOVE WS-RUN-TIME (1:4) TO WS-FH-CREATE-TIME.
     MOVE WS-CM-NAME-ENTRY (WS-CO-SUB) TO WS-FH-ORIGIN-NAME.
     WRITE SP-PAY-REC-OUT FROM WS-ACH-FILE-HEADER.
     ADD 1 TO WS-ACH-RECORD-COUNT.
     PERFORM B41-ACH-BATCH-PARA
         VARYING WS-DP-SUB FROM 1 BY 1
         UNTIL WS-DP-SUB > WS-DEPOSIT-COUNT.
     ADD 1 TO WS-ACH-RECORD-COUNT.
     DIVIDE WS-ACH-RECORD-COUNT BY 10 GIVING WS-ACH-BLOCK-COUNT
         REMAINDER WS-ACH-BLOCK-REM.
     IF WS-ACH-BLOCK-REM > 0
         ADD 1 TO WS-ACH-BLOCK-COUNT
     END-IF.
     MOVE WS-ACH-FILE-BATCHES TO WS-FC-BATCHES.
     MOVE WS-ACH-BLOCK-COUNT TO WS-FC-BLOCKS.
     MOVE WS-ACH-FILE-ENTRIES TO WS-FC-ENTRIES.
     MOVE WS-ACH-FILE-HASH TO WS-FC-HASH.
     MOVE WS-ACH-FILE-CREDIT TO WS-FC-CREDIT.
     WRITE SP-PAY-REC-OUT FROM WS-ACH-FILE-CONTROL.
     IF WS-ACH-BLOCK-REM > 0
         COMPUTE WS-ACH-BLOCK-REM = 10 - WS-ACH-BLOCK-REM
         PERFORM B46-ACH-FILL-PARA WS-ACH-BLOCK-REM TIMES
     END-IF.

*>    Abre o lote do primeiro depósito ainda não gravado e grava nele
*>    todos os depósitos da mesma empresa e data efetiva
 B41-ACH-BATCH-PARA.
     SET DP-INDEX TO WS-DP-SUB.
     IF WS-DP-WRITTEN-ENTRY (DP-INDEX) = "N"
         MOVE WS-DP-COMP-ROW-ENTRY (DP-INDEX) TO WS-CO-SUB
         PERFORM C85-ORIGINATOR-PARA
         ADD 1 TO WS-ACH-BATCH-NBR
         ADD 1 TO WS-ACH-FILE-BATCHES
         MOVE ZEROS TO WS-ACH-BATCH-ENTRIES
                       WS-ACH-BATCH-HASH
                       WS-ACH-BATCH-CREDIT
         MOVE WS-CM-NAME-ENTRY (WS-CO-SUB) TO WS-BH-COMPANY-NAME
         MOVE WS-ACH-ORIGIN-ID TO WS-BH-COMPANY-ID
         MOVE WS-RUN-DATE (3:6) TO WS-BH-DESC-DATE
         MOVE WS-DP-EFF-DATE-ENTRY (DP-INDEX) (3:6) TO WS-BH-EFF-DATE
         MOVE WS-ACH-ODFI TO WS-BH-ODFI
         MOVE WS-ACH-BATCH-NBR TO WS-BH-BATCH-NBR
         WRITE SP-PAY-REC-OUT FROM WS-ACH-BATCH-HEADER
         ADD 1 TO WS-ACH-RECORD-COUNT
         PERFORM B42-ACH-ENTRY-PARA
             VARYING WS-DP-SUB2 FROM WS-DP-SUB BY 1
             UNTIL WS-DP-SUB2 > WS-DEPOSIT-COUNT
         PERFORM B45-ACH-BATCH-CONTROL-PARA
     END-IF.

*>    Grava o detalhe e o adendo TXP de um depósito do lote aberto
 B42-ACH-ENTRY-PARA.
     SET DP-INDEX TO WS-DP-SUB2.
     IF WS-DP-WRITTEN-ENTRY (DP-INDEX) = "N"
             AND WS-DP-COMP-ROW-ENTRY (DP-INDEX) = WS-CO-SUB
             AND WS-DP-EFF-DATE-ENTRY (DP-INDEX) (3:6) =
                 WS-BH-EFF-DATE
         MOVE "Y" TO WS-DP-WRITTEN-ENTRY (DP-INDEX)
         SET PD-INDEX TO WS-DP-PERIOD-ROW-ENTRY (DP-INDEX)
         SET FQ-INDEX TO WS-PD-FREQ-ROW-ENTRY (PD-INDEX)
         ADD 1 TO WS-ACH-TRACE-SEQ
         MOVE WS-FQ-ROUTING-ENTRY (FQ-INDEX) (1:8) TO WS-ED-RDFI
         MOVE WS-FQ-ROUTING-ENTRY (FQ-INDEX) (9:1)
             TO WS-ED-CHECK-DIGIT
         MOVE WS-FQ-ACCOUNT-ENTRY (FQ-INDEX) TO WS-ED-ACCOUNT
         MOVE WS-DP-AMOUNT-ENTRY (DP-INDEX) TO WS-ED-AMOUNT
         MOVE WS-FQ-TAXPAYER-ENTRY (FQ-INDEX) TO WS-ED-IDENTIFICATION
         MOVE WS-FQ-PAYEE-ENTRY (FQ-INDEX) TO WS-ED-RECEIVER-NAME
         MOVE WS-ACH-ODFI TO WS-ED-TRACE-ODFI
         MOVE WS-ACH-TRACE-SEQ TO WS-ED-TRACE-SEQ
         WRITE SP-PAY-REC-OUT FROM WS-ACH-ENTRY-DETAIL
         PERFORM B43-TXP-ADDENDA-PARA
         WRITE SP-PAY-REC-OUT FROM WS-ACH-ADDENDA
         ADD 2 TO WS-ACH-RECORD-COUNT
         ADD 2 TO WS-ACH-BATCH-ENTRIES
         IF WS-ED-RDFI IS NUMERIC
             MOVE WS-ED-RDFI TO WS-ACH-DFI-NUM
             ADD WS-ACH-DFI-NUM TO WS-ACH-BATCH-HASH
         END-IF
         ADD WS-DP-AMOUNT-ENTRY (DP-INDEX) TO WS-ACH-BATCH-CREDIT
     END-IF.

*>    Monta o segmento TXP do adendo: inscrição estadual, código do
*>    tributo, fim do período (AAMMDD), tipo de valor T (imposto) e
*>    o valor em centavos sem zeros à esquerda
 B43-TXP-ADDENDA-PARA.
     COMPUTE WS-TXP-CENTS = WS-DP-AMOUNT-ENTRY (DP-INDEX) * 100.
     MOVE ZEROS TO WS-TXP-LEAD-ZEROS.
     INSPECT WS-TXP-CENTS-X TALLYING WS-TXP-LEAD-ZEROS
         FOR LEADING "0".
     IF WS-TXP-LEAD-ZEROS > 10
         MOVE 10 TO WS-TXP-LEAD-ZEROS
     END-IF.
     COMPUTE WS-TXP-START = WS-TXP-LEAD-ZEROS + 1.
     MOVE WS-PD-PERIOD-END-ENTRY (PD-INDEX) (3:6)
         TO WS-TXP-PERIOD-END.
     MOVE WS-ACH-TRACE-SEQ TO WS-AD-ENTRY-SEQ.
     MOVE SPACES TO WS-AD-TXP.
     STRING "TXP*" DELIMITED BY SIZE
            WS-FQ-TAXPAYER-ENTRY (FQ-INDEX) DELIMITED BY SPACE
            "*" DELIMITED BY SIZE
            WS-FQ-TAX-TYPE-ENTRY (FQ-INDEX) DELIMITED BY SPACE
            "*" DELIMITED BY SIZE
            WS-TXP-PERIOD-END DELIMITED BY SIZE
            "*T*" DELIMITED BY SIZE
            WS-TXP-CENTS-X (WS-TXP-START:) DELIMITED BY SIZE
            "\" DELIMITED BY SIZE
         INTO WS-AD-TXP
     END-STRING.

*>    Grava o controle do lote aberto e soma o lote no arquivo
 B45-ACH-BATCH-CONTROL-PARA.
     MOVE WS-ACH-BATCH-ENTRIES TO WS-BC-ENTRIES.
     MOVE WS-ACH-BATCH-HASH TO WS-BC-HASH.
     MOVE WS-ACH-BATCH-CREDIT TO WS-BC-CREDIT.
     MOVE WS-ACH-ORIGIN-ID TO WS-BC-COMPANY-ID.
     MOVE WS-ACH-ODFI TO WS-BC-ODFI.
     MOVE WS-ACH-BATCH-NBR TO WS-BC-BATCH-NBR.
     WRITE SP-PAY-REC-OUT FROM WS-ACH-BATCH-CONTROL.
     ADD 1 TO WS-ACH-RECORD-COUNT.
     ADD WS-ACH-BATCH-ENTRIES TO WS-ACH-FILE-ENTRIES.
     ADD WS-ACH-BATCH-HASH TO WS-ACH-FILE-HASH.
     ADD WS-ACH-BATCH-CREDIT TO WS-ACH-FILE-CREDIT.

*>    Grava um registro de preenchimento do último bloco
 B46-ACH-FILL-PARA.
     WRITE SP-PAY-REC-OUT FROM WS-ACH-BLOCK-FILL.

*>    Planilha da declaração trimestral: para cada jurisdição com
*>    período no trimestre, os períodos com o retido, o depositado e
*>    a diferença, e o total da jurisdição
 B50-WORKSHEET-PARA.
     MOVE WS-WK-QTR TO WS-WKH-QTR-OUT.
     MOVE WS-WK-YEAR TO WS-WKH-YEAR-OUT.
     WRITE SR-REPORT-OUT FROM WS-WK-HEADING
         AFTER ADVANCING PAGE.
     MOVE ZEROS TO WS-JT-LINE-COUNT.
     PERFORM B51-WORKSHEET-JURIS-PARA
         VARYING WS-JR-SUB FROM 1 BY 1
         UNTIL WS-JR-SUB > WS-JURIS-COUNT.
     IF WS-JT-LINE-COUNT = 0
         WRITE SR-REPORT-OUT FROM WS-WK-EMPTY-LINE
             AFTER ADVANCING 2 LINES
     END-IF.

*>    Uma jurisdição da planilha: só sai quando tem período no
*>    trimestre
 B51-WORKSHEET-JURIS-PARA.
     SET JR-INDEX TO WS-JR-SUB.
     MOVE ZEROS TO WS-JT-WAGES
                   WS-JT-WITHHELD
                   WS-JT-DEPOSITED
                   WS-JT-DIFFERENCE.
     MOVE "N" TO WS-FOUND-SWITCH.
     PERFORM B52-WORKSHEET-PERIOD-PARA
         VARYING WS-PD-SUB FROM 1 BY 1
         UNTIL WS-PD-SUB > WS-PERIOD-COUNT.
     IF WS-FOUND
         COMPUTE WS-JT-DIFFERENCE = WS-JT-WITHHELD - WS-JT-DEPOSITED
         MOVE WS-JT-WAGES TO WS-WT-WAGES-OUT
         MOVE WS-JT-WITHHELD TO WS-WT-WITHHELD-OUT
         MOVE WS-JT-DEPOSITED TO WS-WT-DEPOSITED-OUT
         MOVE WS-JT-DIFFERENCE TO WS-WT-DIFF-OUT
         EVALUATE TRUE
             WHEN WS-JT-DIFFERENCE = 0
                 MOVE "BALANCED" TO WS-WT-STATUS-OUT
             WHEN WS-JT-DIFFERENCE > 0
                 MOVE "BALANCE DUE" TO WS-WT-STATUS-OUT
             WHEN OTHER
                 MOVE "OVERPAID" TO WS-WT-STATUS-OUT
         END-EVALUATE
         WRITE SR-REPORT-OUT FROM WS-WK-TOTAL-LINE
             AFTER ADVANCING 2 LINES
     END-IF.

*>    Um período da jurisdição corrente: cabeçalho da jurisdição no
*>    primeiro período do trimestre, depois a linha do período
 B52-WORKSHEET-PERIOD-PARA.
     SET PD-INDEX TO WS-PD-SUB.
     IF WS-PD-COMPANY-ENTRY (PD-INDEX) = WS-JR-COMPANY-ENTRY (JR-INDEX)
             AND WS-PD-STATE-ENTRY (PD-INDEX) =
                 WS-JR-STATE-ENTRY (JR-INDEX)
             AND WS-PD-PERIOD-END-ENTRY (PD-INDEX) (1:4) = WS-WK-YEAR
             AND WS-PD-PERIOD-END-ENTRY (PD-INDEX) (5:2) NOT <
                 WS-WK-FIRST-MONTH
             AND WS-PD-PERIOD-END-ENTRY (PD-INDEX) (5:2) NOT >
                 WS-WK-LAST-MONTH
         IF NOT WS-FOUND
             MOVE "Y" TO WS-FOUND-SWITCH
             ADD 1 TO WS-JT-LINE-COUNT
             PERFORM B53-WORKSHEET-JURIS-HEAD-PARA
         END-IF
         PERFORM B35-FIND-MADE-PARA
         COMPUTE WS-REMAINING-AMT =
             WS-PD-WITHHELD-ENTRY (PD-INDEX) - WS-DEPOSITED-AMT
         ADD WS-PD-WAGES-ENTRY (PD-INDEX) TO WS-JT-WAGES
         ADD WS-PD-WITHHELD-ENTRY (PD-INDEX) TO WS-JT-WITHHELD
         ADD WS-DEPOSITED-AMT TO WS-JT-DEPOSITED
         MOVE WS-PD-PERIOD-ENTRY (PD-INDEX) TO WS-WP-PERIOD-OUT
         MOVE WS-PD-PERIOD-END-ENTRY (PD-INDEX) TO WS-WP-END-OUT
         MOVE WS-PD-DUE-DATE-ENTRY (PD-INDEX) TO WS-WP-DUE-OUT
         MOVE WS-PD-WAGES-ENTRY (PD-INDEX) TO WS-WP-WAGES-OUT
         MOVE WS-PD-WITHHELD-ENTRY (PD-INDEX) TO WS-WP-WITHHELD-OUT
         MOVE WS-DEPOSITED-AMT TO WS-WP-DEPOSITED-OUT
         MOVE WS-REMAINING-AMT TO WS-WP-DIFF-OUT
         EVALUATE TRUE
             WHEN WS-PD-FREQ-ENTRY (PD-INDEX) = SPACES
                 MOVE "NO FREQUENCY" TO WS-WP-STATUS-OUT
             WHEN WS-REMAINING-AMT NOT = 0
                     AND WS-PD-FREQ-ENTRY (PD-INDEX) NOT = "A"
                     AND WS-PD-PERIOD-END-ENTRY (PD-INDEX)
                         NOT < WS-RUN-DATE
                 MOVE "OPEN" TO WS-WP-STATUS-OUT
             WHEN WS-REMAINING-AMT > 0
                 MOVE "SHORT" TO WS-WP-STATUS-OUT
             WHEN WS-REMAINING-AMT < 0
                 MOVE "OVER" TO WS-WP-STATUS-OUT
             WHEN WS-MD-SUB > 0
                     AND WS-MD-LATE-ENTRY (WS-MD-SUB) = "Y"
                 MOVE "PAID LATE" TO WS-WP-STATUS-OUT
             WHEN OTHER
                 MOVE "OK" TO WS-WP-STATUS-OUT
         END-EVALUATE
         WRITE SR-REPORT-OUT FROM WS-WK-PERIOD-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Cabeçalho da jurisdição na planilha: empresa, UF, inscrição
*>    estadual e periodicidade, seguidos dos títulos das colunas
 B53-WORKSHEET-JURIS-HEAD-PARA.
     MOVE WS-JR-COMPANY-ENTRY (JR-INDEX) TO WS-WJ-COMPANY-OUT.
     MOVE WS-JR-STATE-ENTRY (JR-INDEX) TO WS-WJ-STATE-OUT.
     MOVE SPACES TO WS-WJ-NAME-OUT
                    WS-WJ-TAXPAYER-OUT
                    WS-WJ-FREQ-OUT.
     IF WS-COMPMAST-COUNT > 0
         SET CM-INDEX TO 1
         SEARCH WS-CM-ROW
             AT END CONTINUE
             WHEN WS-CM-CODE-ENTRY (CM-INDEX) =
                     WS-JR-COMPANY-ENTRY (JR-INDEX)
                 MOVE WS-CM-NAME-ENTRY (CM-INDEX) TO WS-WJ-NAME-OUT
         END-SEARCH
     END-IF.
     IF WS-JR-FREQ-ROW-ENTRY (JR-INDEX) > 0
         SET FQ-INDEX TO WS-JR-FREQ-ROW-ENTRY (JR-INDEX)
         MOVE WS-FQ-TAXPAYER-ENTRY (FQ-INDEX) TO WS-WJ-TAXPAYER-OUT
         MOVE WS-FQ-FREQ-ENTRY (FQ-INDEX) TO WS-WJ-FREQ-OUT
     END-IF.
     WRITE SR-REPORT-OUT FROM WS-WK-JURIS-LINE
         AFTER ADVANCING 2 LINES.
     WRITE SR-REPORT-OUT FROM WS-WK-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.

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

*>    Dia útil seguinte à data corrente (fins de semana pulados)
 C84-NEXT-BUSINESS-DAY-PARA.
     MOVE 1 TO WS-ADD-DAYS.
     PERFORM C81-ADD-DAYS-PARA.
     PERFORM C80-DAY-OF-WEEK-PARA.
     IF WS-DAY-OF-WEEK = 0
         MOVE 2 TO WS-ADD-DAYS
         PERFORM C81-ADD-DAYS-PARA
     END-IF.
     IF WS-DAY-OF-WEEK = 1
         MOVE 1 TO WS-ADD-DAYS
         PERFORM C81-ADD-DAYS-PARA
     END-IF.

*>    Prepara o originador da empresa WS-CO-SUB: identificação da
*>    empresa ("1" + EIN sem hífen) e banco originador (8 dígitos)
 C85-ORIGINATOR-PARA.
     IF WS-CM-EIN-ENTRY (WS-CO-SUB) (3:1) = "-"
         STRING WS-CM-EIN-ENTRY (WS-CO-SUB) (1:2) DELIMITED BY SIZE
                WS-CM-EIN-ENTRY (WS-CO-SUB) (4:7) DELIMITED BY SIZE
             INTO WS-ACH-EIN
         END-STRING
     ELSE
         MOVE WS-CM-EIN-ENTRY (WS-CO-SUB) TO WS-ACH-EIN
     END-IF.
     MOVE SPACES TO WS-ACH-ORIGIN-ID.
     STRING "1" DELIMITED BY SIZE
            WS-ACH-EIN DELIMITED BY SIZE
         INTO WS-ACH-ORIGIN-ID
     END-STRING.
     MOVE WS-CM-ROUTING-ENTRY (WS-CO-SUB) (1:8) TO WS-ACH-ODFI.

*>    Impressão das linhas de totais do agendamento
 C20-TOTAL-PARA.
     MOVE WS-JOURNAL-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-SCHEDULED-COUNT TO WS-TOT-SCHED-OUT.
     MOVE WS-ACH-AMT-TOT TO WS-TOT-ACH-OUT.
     MOVE WS-LATE-COUNT TO WS-TOT-LATE-OUT.
     MOVE WS-ALREADY-MADE-COUNT TO WS-TOT-MADE-OUT.
     MOVE WS-PORTAL-COUNT TO WS-TOT-PORTAL-OUT.
     MOVE WS-PORTAL-AMT-TOT TO WS-TOT-PORTAL-AMT-OUT.
     MOVE WS-NO-FREQ-COUNT TO WS-TOT-NOFREQ-OUT.
     MOVE WS-NO-BANK-COUNT TO WS-TOT-NOBANK-OUT.
     MOVE SPACES TO SR-REPORT-OUT.
     WRITE SR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE SR-REPORT-OUT FROM WS-SCHED-TOTAL-LINE
         AFTER ADVANCING 2 LINES.
     WRITE SR-REPORT-OUT FROM WS-SCHED-TOTAL-LINE-2
         AFTER ADVANCING 1 LINE.
     IF WS-TABLE-FULL-COUNT > 0
         DISPLAY "STATE DEPOSIT TABLES FULL - " WS-TABLE-FULL-COUNT
                 " ROWS NOT PROCESSED"
     END-IF.
