*> =====================================================================
*> PROGRAMA: AVALIAÇÃO DO PASSIVO DE FÉRIAS ACUMULADAS
*> DESCRIÇÃO: Avalia, no fechamento do mês ou do ano, o passivo das
*>            horas de férias não gozadas de cada funcionário (saldo
*>            LV-VAC-BALANCE de LEAVMAST.DAT) e, quando o plano de
*>            acúmulo paga o saldo de licença-saúde no desligamento
*>            (LEAVPLAN.DAT), também o da licença, na tarifa corrente:
*>            a tarifa-hora padrão de RATEMAST.DAT ou, para os
*>            mensalistas, o salário anual vigente de SALMAST.DAT
*>            dividido pelas horas-padrão do ano. Soma a carga do
*>            FICA patronal (Seguro Social + Medicare), exceto para
*>            quem é isento por lei, e consolida por departamento e
*>            pela empresa. A avaliação anterior fica em VACLIAB.DAT;
*>            o lançamento (PROG6_VACL.DAT, layout de PROG6_GL.DAT,
*>            contas de GLMAP.DAT) registra só a variação desde ela,
*>            balanceado por construção: despesa salarial de cada
*>            departamento, despesa de FICA patronal (código FTX) e o
*>            passivo de férias (código VAC), com o lote "V" do dia
*>            registrado em GLBATCH.DAT para o aceite do razão
*>            (PROG57). O relatório VACL_RPT.DAT
*>            traz o cálculo de cada funcionário para a auditoria. O
*>            parâmetro é a data da avaliação (AAAAMMDD); repetir a
*>            mesma data substitui a avaliação dela. Código de
*>            retorno: 0 = avaliado sem exceções; 4 = avaliado com
*>            exceções a conferir; 8 = execução abortada ou
*>            lançamento desbalanceado
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG44.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Mestre de saldos de férias e licença-saúde; o mesmo layout de
*>    PROG6/PROG15/PROG9
     SELECT LEAVE-MASTER-FILE-IN
         ASSIGN TO "LEAVMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LV-SSN
         FILE STATUS IS WS-LEAVMAST-FILE-STATUS.
*>    Mestre de funcionários, de onde vêm o departamento, a
*>    frequência de pagamento e a isenção de FICA
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Mestre de tarifas-hora; o mesmo layout de PROG15
     SELECT RATE-MASTER-FILE-IN
         ASSIGN TO "RATEMAST.DAT"
         FILE STATUS IS WS-RATEMAST-FILE-STATUS.
*>    Mestre de remuneração dos mensalistas; o mesmo layout de PROG42
     SELECT SALARY-MASTER-FILE-IN
         ASSIGN TO "SALMAST.DAT"
         FILE STATUS IS WS-SALMAST-FILE-STATUS.
*>    Regras de pagamento dos saldos por plano de acúmulo
     SELECT LEAVE-PLAN-FILE-IN
         ASSIGN TO "LEAVPLAN.DAT"
         FILE STATUS IS WS-LEAVPLAN-FILE-STATUS.
*>    Mapa contábil; o mesmo layout de PROG6
     SELECT GL-MAP-FILE-IN
         ASSIGN TO "GLMAP.DAT"
         FILE STATUS IS WS-GLMAP-FILE-STATUS.
*>    Avaliações anteriores por departamento: lido na abertura e
*>    regravado no fim com a avaliação desta execução
     SELECT VAC-LIAB-FILE
         ASSIGN TO "VACLIAB.DAT"
         FILE STATUS IS WS-VACLIAB-FILE-STATUS.
*>    Lançamento da variação do passivo, no layout de PROG6_GL.DAT
     SELECT VAC-GL-FILE-OUT
         ASSIGN TO "PROG6_VACL.DAT".
*>    Registro dos lotes contábeis enviados ao razão; o mesmo layout
*>    de PROG6
     SELECT GL-BATCH-LOG-FILE
         ASSIGN TO "GLBATCH.DAT"
         FILE STATUS IS WS-GLBATCH-FILE-STATUS.
*>    Relatório da avaliação
     SELECT VAC-REPORT-OUT
         ASSIGN TO "VACL_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do mestre de saldos; o layout de PROG6
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
     05  FILLER                      PIC X(12).

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
*>                                                  *> acidentes
     05  EM-WORK-LOCALITY            PIC X(4).      *> Município/localidade de trabalho
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  FILLER                      PIC X(10).     *> Reservado para expansão

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

*>    Definição do mestre de remuneração; o layout de PROG42
 FD  SALARY-MASTER-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SM-SALARY-REC.
 01  SM-SALARY-REC.
     05  SM-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  SM-EFF-DATE                 PIC X(8).      *> Vigência (AAAAMMDD)
     05  SM-ACTION                   PIC X(1).      *> H=admissão  C=mudança
*>                                                  *> T=desligamento
     05  SM-ANNUAL-SALARY            PIC 9(7)V99.   *> Salário anual vigente
     05  SM-DESCRIPTION              PIC X(12).     *> Motivo/observação do RH
     05  FILLER                      PIC X(1).

*>    Definição das regras de pagamento dos saldos por plano: o
*>    percentual do saldo de licença-saúde pago no desligamento (zero
*>    ou plano ausente = a licença não é paga e não gera passivo); o
*>    saldo de férias é sempre pago e sempre avaliado
 FD  LEAVE-PLAN-FILE-IN
         RECORD CONTAINS 30 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LP-PLAN-REC.
 01  LP-PLAN-REC.
     05  LP-PLAN-CODE                PIC X(3).      *> Plano de acúmulo (STD, EXE, ...)
     05  LP-SICK-PAYOUT-PCT          PIC 9(3).      *> % do saldo de licença pago
     05  LP-DESCRIPTION              PIC X(20).     *> Descrição do plano
     05  FILLER                      PIC X(4).

*>    Definição do mapa contábil; o layout de PROG6
 FD  GL-MAP-FILE-IN
         RECORD CONTAINS 13 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GM-GLMAP-REC.
 01  GM-GLMAP-REC.
     05  GM-REC-TYPE                 PIC X(1).      *> D=departamento  L=passivo
     05  GM-KEY                      PIC X(4).      *> Departamento ou código do passivo
     05  GM-ACCOUNT                  PIC X(8).      *> Conta contábil

*>    Definição das avaliações por departamento: a parte salarial
*>    (férias + licença paga) e a carga de FICA, separadas porque
*>    vão para contas de despesa diferentes
 FD  VAC-LIAB-FILE
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS VL-LIAB-REC.
 01  VL-LIAB-REC.
     05  VL-VAL-DATE                 PIC X(8).      *> Data da avaliação (AAAAMMDD)
     05  VL-DEPT-CODE                PIC X(4).      *> Departamento
     05  VL-WAGE-AMT                 PIC 9(9)V99.   *> Passivo salarial avaliado
     05  VL-FICA-AMT                 PIC 9(9)V99.   *> Carga de FICA patronal avaliada
     05  FILLER                      PIC X(6).

*>    Definição do lançamento da variação (layout de PROG6_GL.DAT)
 FD  VAC-GL-FILE-OUT
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS VG-GL-REC.
 01  VG-GL-REC                       PIC X(60).

*>    Definição do registro de lotes contábeis enviados; o layout de
*>    PROG6
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

*>    Relatório da avaliação (linha de 132 colunas)
 FD  VAC-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS VR-REPORT-OUT.
 01  VR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-LEAVMAST-FILE-STATUS     PIC X(2).
         88  WS-LEAVMAST-OK          VALUE "00".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-OK           VALUE "00".
     05  WS-RATEMAST-FILE-STATUS     PIC X(2).
         88  WS-RATEMAST-MISSING     VALUE "35".
     05  WS-SALMAST-FILE-STATUS      PIC X(2).
         88  WS-SALMAST-MISSING      VALUE "35".
     05  WS-LEAVPLAN-FILE-STATUS     PIC X(2).
         88  WS-LEAVPLAN-MISSING     VALUE "35".
     05  WS-GLMAP-FILE-STATUS        PIC X(2).
         88  WS-GLMAP-MISSING        VALUE "35".
     05  WS-VACLIAB-FILE-STATUS      PIC X(2).
         88  WS-VACLIAB-MISSING      VALUE "35".
     05  WS-GLBATCH-FILE-STATUS      PIC X(2).
         88  WS-GLBATCH-MISSING      VALUE "35".
     05  WS-EMPL-MASTER-SWITCH       PIC X(1).
         88  WS-EMPL-MASTER-FOUND    VALUE "Y".
     05  WS-RATE-FOUND-SWITCH        PIC X(1).
         88  WS-RATE-FOUND           VALUE "Y".
     05  WS-ROW-FOUND-SWITCH         PIC X(1).
         88  WS-ROW-FOUND            VALUE "Y".
     05  WS-GLMAP-FOUND-SWITCH       PIC X(1).
         88  WS-GLMAP-FOUND          VALUE "Y".

*>    Parâmetro: a data da avaliação (AAAAMMDD)
 01  WS-PARM-VAL-DATE                PIC X(8) VALUE SPACES.
 01  WS-PARM-VAL-DATE-N REDEFINES WS-PARM-VAL-DATE.
     05  WS-PARM-YEAR                PIC 9(4).
     05  WS-PARM-MM                  PIC 9(2).
     05  WS-PARM-DD                  PIC 9(2).

*>    Alíquotas patronais do FICA, as mesmas de PROG6, e as horas
*>    do ano usadas para converter o salário anual em tarifa-hora
 01  WS-VALUATION-CONSTANTS.
     05  WS-ER-SS-RATE               PIC V999 VALUE .062.
     05  WS-ER-MED-RATE              PIC V9999 VALUE .0145.
     05  WS-STD-ANNUAL-HOURS         PIC 9(4) VALUE 2080.

*>    Mestre de tarifas-hora carregado na abertura
 01  WS-RATE-CONTROLS.
     05  WS-RATE-COUNT               PIC 9(5) COMP.
 01  WS-RATE-TABLE.
     05  WS-RATE-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY RT-INDEX.
         10  WS-RATE-SSN-ENTRY       PIC X(9).
         10  WS-RATE-AMT-ENTRY       PIC 9(3)V99.
         10  WS-RATE-JOB-ENTRY       PIC X(2).

*>    Salário anual vigente na data da avaliação, por funcionário (a
*>    linha de admissão/mudança mais recente até a data; o
*>    desligamento não zera: o saldo é pago no último salário)
 01  WS-SAL-CONTROLS.
     05  WS-SAL-COUNT                PIC 9(5) COMP.
 01  WS-SAL-TABLE.
     05  WS-SAL-ROW                  OCCURS 10000 TIMES
                                      INDEXED BY SM-INDEX.
         10  WS-SM-SSN-ENTRY         PIC X(9).
         10  WS-SM-EFF-ENTRY         PIC X(8).
         10  WS-SM-SALARY-ENTRY      PIC 9(7)V99.

*>    Regras de pagamento por plano carregadas na abertura
 01  WS-PLAN-CONTROLS.
     05  WS-PLAN-COUNT               PIC 9(3) COMP.
 01  WS-PLAN-TABLE.
     05  WS-PLAN-ROW                 OCCURS 50 TIMES
                                      INDEXED BY LP-INDEX.
         10  WS-LP-PLAN-ENTRY        PIC X(3).
         10  WS-LP-SICK-PCT-ENTRY    PIC 9(3).

*>    Mapa contábil carregado na abertura
 01  WS-GLMAP-CONTROLS.
     05  WS-GLMAP-COUNT              PIC 9(3) COMP.
     05  WS-GL-VAC-ACCT              PIC X(8) VALUE "99999999".
*>                                                 *> Passivo de férias (código VAC)
     05  WS-GL-FTX-ACCT              PIC X(8) VALUE "99999999".
*>                                                 *> Despesa de FICA patronal (código FTX)
 01  WS-GLMAP-TABLE.
     05  WS-GLMAP-ROW                OCCURS 200 TIMES
                                      INDEXED BY G-INDEX.
         10  WS-GLMAP-DEPT           PIC X(4).
         10  WS-GLMAP-ACCT           PIC X(8).

*>    Avaliações guardadas em VACLIAB.DAT; a anterior é a de data
*>    mais recente antes da data desta avaliação
 01  WS-SNAP-CONTROLS.
     05  WS-SNAP-COUNT               PIC 9(4) COMP.
     05  WS-SNAP-SUB                 PIC 9(4) COMP.
     05  WS-PRIOR-DATE               PIC X(8).      *> Data da avaliação anterior
 01  WS-SNAP-TABLE.
     05  WS-SNAP-ROW                 OCCURS 2000 TIMES
                                      INDEXED BY SN-INDEX.
         10  WS-SN-DATE-ENTRY        PIC X(8).
         10  WS-SN-DEPT-ENTRY        PIC X(4).
         10  WS-SN-WAGE-ENTRY        PIC 9(9)V99.
         10  WS-SN-FICA-ENTRY        PIC 9(9)V99.

*>    Rollup por departamento: avaliação anterior e atual
 01  WS-DEPT-CONTROLS.
     05  WS-DEPT-COUNT               PIC 9(3) COMP.
     05  WS-DEPT-SUB                 PIC 9(3) COMP.
     05  WS-DEPT-KEY                 PIC X(4).      *> Departamento procurado
 01  WS-DEPT-TABLE.
     05  WS-DEPT-ROW                 OCCURS 200 TIMES
                                      INDEXED BY DP-INDEX.
         10  WS-DEPT-CODE-ENTRY      PIC X(4).
         10  WS-DEPT-PRIOR-WAGE      PIC 9(9)V99.
         10  WS-DEPT-PRIOR-FICA      PIC 9(9)V99.
         10  WS-DEPT-VAC-ENTRY       PIC 9(9)V99.
         10  WS-DEPT-SICK-ENTRY      PIC 9(9)V99.
         10  WS-DEPT-FICA-ENTRY      PIC 9(9)V99.

*>    Área de trabalho da avaliação de um funcionário
 01  WS-CALC-WORK.
     05  WS-HOURLY-RATE              PIC 9(4)V99.   *> Tarifa corrente
     05  WS-RATE-SOURCE              PIC X(1).      *> R=RATEMAST  S=SALMAST
     05  WS-VAC-HOURS                PIC 9(4)V99.   *> Horas de férias avaliadas
     05  WS-SICK-PCT                 PIC 9(3).      *> % pago da licença
     05  WS-SICK-HOURS               PIC 9(4)V99.   *> Horas de licença avaliadas
     05  WS-VAC-AMT                  PIC 9(7)V99.   *> Valor das férias
     05  WS-SICK-AMT                 PIC 9(7)V99.   *> Valor da licença paga
     05  WS-FICA-AMT                 PIC 9(7)V99.   *> Carga de FICA patronal
     05  WS-EMPL-TOT                 PIC 9(7)V99.   *> Passivo do funcionário
     05  WS-WAGE-CHANGE              PIC S9(9)V99.  *> Variação salarial do depto
     05  WS-FICA-CHANGE              PIC S9(9)V99.  *> Variação da carga de FICA
     05  WS-NET-CHANGE               PIC S9(9)V99.  *> Variação do passivo

*>    Totais da empresa
 01  WS-TOTALS.
     05  WS-LEAVE-READ-COUNT         PIC 9(6).      *> Registros de saldo lidos
     05  WS-VALUED-COUNT             PIC 9(6).      *> Funcionários com passivo
     05  WS-EXCEPT-COUNT             PIC 9(5).      *> Exceções a conferir
     05  WS-CO-VAC-TOT               PIC 9(9)V99.
     05  WS-CO-SICK-TOT              PIC 9(9)V99.
     05  WS-CO-FICA-TOT              PIC 9(9)V99.
     05  WS-CO-PRIOR-WAGE            PIC 9(9)V99.
     05  WS-CO-PRIOR-FICA            PIC 9(9)V99.

*>    Somas independentes de débito e crédito, conferidas no final
*>    como C22 faz na folha
 01  WS-GL-CONTROLS.
     05  WS-GL-DR-TOT                PIC 9(9)V99.
     05  WS-GL-CR-TOT                PIC 9(9)V99.
     05  WS-GL-LINE-COUNT            PIC 9(5).      *> Lançamentos gravados no lote
     05  WS-GL-GEN-DATE              PIC X(8).      *> Data da geração do lote

*>    Registro de lançamento contábil, no layout de PROG6_GL.DAT
 01  WS-GL-POSTING-REC.
     05  WS-GLP-ACCOUNT              PIC X(8).      *> Conta contábil
     05  WS-GLP-DR-CR                PIC X(2).      *> DR=débito  CR=crédito
     05  WS-GLP-AMOUNT               PIC 9(9)V99.   *> Valor do lançamento
     05  WS-GLP-DESC                 PIC X(20).     *> Descrição do lançamento
     05  WS-GLP-PERIOD-NBR           PIC 9(2) VALUE ZEROS.
*>                                                 *> Período (fora de ciclo = zero)
     05  WS-GLP-RUN-DATE             PIC X(8).      *> Data do lançamento (AAAAMMDD)
     05  WS-GLP-BATCH-ID.                           *> Lote, casado com o aceite do razão
         10  WS-GLP-BATCH-SOURCE     PIC X(1).      *> V=passivo de férias
         10  WS-GLP-BATCH-DATE       PIC X(6).      *> Data da geração (AAMMDD)
         10  WS-GLP-BATCH-SEQ        PIC 9(2).      *> Sequência do dia

*>    Cabeçalho do relatório da avaliação
 01  WS-HEADING.
     05  FILLER                      PIC X(40) VALUE
             "ACCRUED VACATION LIABILITY VALUATION    ".
     05  FILLER                      PIC X(7) VALUE "AS OF: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(19) VALUE
             "  PRIOR VALUATION: ".
     05  WS-HEAD-PRIOR-OUT           PIC X(8).
     05  FILLER                      PIC X(50) VALUE SPACES.

 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(11) VALUE "SSN".
     05  FILLER                      PIC X(20) VALUE "NAME".
     05  FILLER                      PIC X(6) VALUE "DEPT".
     05  FILLER                      PIC X(5) VALUE "PLN".
     05  FILLER                      PIC X(10) VALUE " VAC HRS".
     05  FILLER                      PIC X(9) VALUE "SICK PD".
     05  FILLER                      PIC X(9) VALUE "    RATE".
     05  FILLER                      PIC X(3) VALUE "S".
     05  FILLER                      PIC X(12) VALUE " VAC VALUE".
     05  FILLER                      PIC X(12) VALUE "SICK VALUE".
     05  FILLER                      PIC X(11) VALUE "FICA LOAD".
     05  FILLER                      PIC X(12) VALUE "     TOTAL".
     05  FILLER                      PIC X(12) VALUE "NOTE".

*>    Linha de um funcionário avaliado (ou de uma exceção)
 01  WS-DETAIL-LINE.
     05  WS-DL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-NAME-OUT              PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-DEPT-OUT              PIC X(4).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-PLAN-OUT              PIC X(3).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-VAC-HRS-OUT           PIC ----9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-SICK-HRS-OUT          PIC ZZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-RATE-OUT              PIC Z,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-DL-SOURCE-OUT            PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-VAC-AMT-OUT           PIC ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-SICK-AMT-OUT          PIC ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-FICA-AMT-OUT          PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-TOTAL-OUT             PIC ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-NOTE-OUT              PIC X(11).
     05  FILLER                      PIC X(1) VALUE SPACES.

*>    Cabeçalho e linhas do rollup por departamento e da empresa
 01  WS-ROLLUP-HEADING.
     05  FILLER                      PIC X(10) VALUE "DEPT".
     05  FILLER                      PIC X(16) VALUE
             "      VACATION  ".
     05  FILLER                      PIC X(16) VALUE
             "   SICK PAYOUT  ".
     05  FILLER                      PIC X(16) VALUE
             "     FICA LOAD  ".
     05  FILLER                      PIC X(16) VALUE
             "     LIABILITY  ".
     05  FILLER                      PIC X(16) VALUE
             " PRIOR VALUATN  ".
     05  FILLER                      PIC X(15) VALUE
             "         CHANGE".
     05  FILLER                      PIC X(27) VALUE SPACES.

 01  WS-ROLLUP-LINE.
     05  WS-RL-LABEL-OUT             PIC X(10).
     05  WS-RL-VAC-OUT               PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-RL-SICK-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-RL-FICA-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-RL-LIAB-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-RL-PRIOR-OUT             PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-RL-CHANGE-OUT            PIC ----,---,--9.99.
     05  FILLER                      PIC X(27) VALUE SPACES.

*>    Linha de conferência do lançamento
 01  WS-JOURNAL-LINE.
     05  FILLER                      PIC X(16) VALUE "JOURNAL DEBITS: ".
     05  WS-JL-DR-OUT                PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(11) VALUE "  CREDITS: ".
     05  WS-JL-CR-OUT                PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(20) VALUE
             "  LIABILITY ACCOUNT ".
     05  WS-JL-ACCT-OUT              PIC X(8).
     05  FILLER                      PIC X(14) VALUE
             "  NET CHANGE: ".
     05  WS-JL-NET-OUT               PIC ----,---,--9.99.
     05  FILLER                      PIC X(20) VALUE SPACES.

*>    Linha de totais da avaliação
 01  WS-VAL-TOTAL-LINE.
     05  FILLER                      PIC X(15) VALUE "LEAVE RECORDS: ".
     05  WS-TOT-READ-OUT             PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  VALUED: ".
     05  WS-TOT-VALUED-OUT           PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  EXCEPTIONS: ".
     05  WS-TOT-EXCEPT-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(73) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da avaliação
 A00-MAINLINE-PARA.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-VAL-DATE FROM ARGUMENT-VALUE.
     IF WS-PARM-VAL-DATE IS NOT NUMERIC
             OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
             OR WS-PARM-DD < 1 OR WS-PARM-DD > 31
         DISPLAY "INVALID VALUATION DATE " WS-PARM-VAL-DATE
                 " - EXPECTED AAAAMMDD - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT LEAVE-MASTER-FILE-IN.
     IF NOT WS-LEAVMAST-OK
         DISPLAY "LEAVE MASTER LEAVMAST.DAT NOT AVAILABLE - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF NOT WS-EMPMAST-OK
         DISPLAY "EMPLOYEE MASTER EMPMAST.DAT NOT AVAILABLE - " &
                 "RUN ABORTED"
         CLOSE LEAVE-MASTER-FILE-IN
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B10-INIT-PARA.
     PERFORM B12-LOAD-GLMAP-PARA.
     PERFORM B14-LOAD-RATES-PARA.
     PERFORM B15-LOAD-SALARY-PARA.
     PERFORM B16-LOAD-PLANS-PARA.
     PERFORM B17-LOAD-PRIOR-PARA.
     OPEN OUTPUT VAC-GL-FILE-OUT
                 VAC-REPORT-OUT.
     PERFORM C10-HEADINGS-PARA.
*>    Avalia o saldo de cada funcionário do mestre de saldos
     MOVE "N" TO WS-EOF-SWITCH.
     READ LEAVE-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B20-VALUE-EMPL-PARA
         UNTIL WS-EOF-SWITCH = "Y".
*>    Rollup, lançamento da variação e nova avaliação guardada
     PERFORM C30-ROLLUP-PARA.
     PERFORM C40-WRITE-JOURNAL-PARA.
     PERFORM C50-SAVE-VALUATION-PARA.
     PERFORM C60-TOTAL-PARA.
     CLOSE LEAVE-MASTER-FILE-IN
           EMPL-MASTER-FILE-IN
           VAC-GL-FILE-OUT
           VAC-REPORT-OUT.
     IF WS-GL-DR-TOT NOT = WS-GL-CR-TOT
         DISPLAY "VACATION LIABILITY JOURNAL OUT OF BALANCE - " &
                 "HOLD THE FILE"
         MOVE 8 TO RETURN-CODE
     ELSE
         IF WS-EXCEPT-COUNT > 0
             MOVE 4 TO RETURN-CODE
         ELSE
             MOVE 0 TO RETURN-CODE
         END-IF
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis
 B10-INIT-PARA.
     MOVE ZEROS TO WS-RATE-COUNT
                   WS-SAL-COUNT
                   WS-PLAN-COUNT
                   WS-GLMAP-COUNT
                   WS-SNAP-COUNT
                   WS-DEPT-COUNT
                   WS-LEAVE-READ-COUNT
                   WS-VALUED-COUNT
                   WS-EXCEPT-COUNT
                   WS-CO-VAC-TOT
                   WS-CO-SICK-TOT
                   WS-CO-FICA-TOT
                   WS-CO-PRIOR-WAGE
                   WS-CO-PRIOR-FICA
                   WS-GL-DR-TOT
                   WS-GL-CR-TOT
                   WS-GL-LINE-COUNT.
     MOVE SPACES TO WS-PRIOR-DATE.

*>    Carrega o mapa contábil: as contas de despesa por departamento,
*>    o passivo de férias (código VAC) e a despesa de FICA patronal
*>    (código FTX)
 B12-LOAD-GLMAP-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT GL-MAP-FILE-IN.
     IF WS-GLMAP-MISSING
         DISPLAY "GL MAP GLMAP.DAT NOT FOUND - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     READ GL-MAP-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B13-LOAD-GLMAP-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE GL-MAP-FILE-IN.

*>    Classifica uma linha do mapa contábil
 B13-LOAD-GLMAP-REC-PARA.
     IF GM-REC-TYPE = "D" AND WS-GLMAP-COUNT < 200
         ADD 1 TO WS-GLMAP-COUNT
         SET G-INDEX TO WS-GLMAP-COUNT
         MOVE GM-KEY TO WS-GLMAP-DEPT (G-INDEX)
         MOVE GM-ACCOUNT TO WS-GLMAP-ACCT (G-INDEX)
     END-IF.
     IF GM-REC-TYPE = "L" AND GM-KEY = "VAC "
         MOVE GM-ACCOUNT TO WS-GL-VAC-ACCT
     END-IF.
     IF GM-REC-TYPE = "L" AND GM-KEY = "FTX "
         MOVE GM-ACCOUNT TO WS-GL-FTX-ACCT
     END-IF.
     READ GL-MAP-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega o mestre de tarifas-hora (opcional: sem ele, só os
*>    mensalistas têm tarifa)
 B14-LOAD-RATES-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT RATE-MASTER-FILE-IN.
     IF WS-RATEMAST-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ RATE-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B14A-LOAD-RATE-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE RATE-MASTER-FILE-IN
     END-IF.

*>    Guarda uma tarifa na tabela
 B14A-LOAD-RATE-REC-PARA.
     IF WS-RATE-COUNT < 30000 AND RT-HOURLY-RATE IS NUMERIC
         ADD 1 TO WS-RATE-COUNT
         SET RT-INDEX TO WS-RATE-COUNT
         MOVE RT-SSN TO WS-RATE-SSN-ENTRY (RT-INDEX)
         MOVE RT-HOURLY-RATE TO WS-RATE-AMT-ENTRY (RT-INDEX)
         MOVE RT-JOB-CODE TO WS-RATE-JOB-ENTRY (RT-INDEX)
     END-IF.
     READ RATE-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega o salário anual vigente na data da avaliação de cada
*>    mensalista (opcional: sem o arquivo, só as tarifas-hora)
 B15-LOAD-SALARY-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT SALARY-MASTER-FILE-IN.
     IF WS-SALMAST-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ SALARY-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B15A-LOAD-SALARY-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE SALARY-MASTER-FILE-IN
     END-IF.

*>    Guarda (ou substitui pela mais recente) a linha de admissão ou
*>    mudança de salário vigente na data da avaliação
 B15A-LOAD-SALARY-REC-PARA.
     IF (SM-ACTION = "H" OR SM-ACTION = "C")
             AND SM-EFF-DATE IS NUMERIC
             AND SM-ANNUAL-SALARY IS NUMERIC
             AND SM-EFF-DATE <= WS-PARM-VAL-DATE
         MOVE "N" TO WS-ROW-FOUND-SWITCH
         IF WS-SAL-COUNT > 0
             SET SM-INDEX TO 1
             SEARCH WS-SAL-ROW
                 AT END CONTINUE
                 WHEN WS-SM-SSN-ENTRY (SM-INDEX) = SM-SSN
                     MOVE "Y" TO WS-ROW-FOUND-SWITCH
             END-SEARCH
         END-IF
         IF NOT WS-ROW-FOUND AND WS-SAL-COUNT < 10000
             ADD 1 TO WS-SAL-COUNT
             SET SM-INDEX TO WS-SAL-COUNT
             MOVE SM-SSN TO WS-SM-SSN-ENTRY (SM-INDEX)
             MOVE LOW-VALUES TO WS-SM-EFF-ENTRY (SM-INDEX)
             MOVE "Y" TO WS-ROW-FOUND-SWITCH
         END-IF
         IF WS-ROW-FOUND
                 AND SM-EFF-DATE >= WS-SM-EFF-ENTRY (SM-INDEX)
             MOVE SM-EFF-DATE TO WS-SM-EFF-ENTRY (SM-INDEX)
             MOVE SM-ANNUAL-SALARY TO WS-SM-SALARY-ENTRY (SM-INDEX)
         END-IF
     END-IF.
     READ SALARY-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega as regras de pagamento por plano (opcional: sem o
*>    arquivo, nenhum saldo de licença é pago nem avaliado)
 B16-LOAD-PLANS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT LEAVE-PLAN-FILE-IN.
     IF WS-LEAVPLAN-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ LEAVE-PLAN-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B16A-LOAD-PLAN-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE LEAVE-PLAN-FILE-IN
     END-IF.

*>    Guarda a regra de um plano
 B16A-LOAD-PLAN-REC-PARA.
     IF WS-PLAN-COUNT < 50 AND LP-SICK-PAYOUT-PCT IS NUMERIC
         ADD 1 TO WS-PLAN-COUNT
         SET LP-INDEX TO WS-PLAN-COUNT
         MOVE LP-PLAN-CODE TO WS-LP-PLAN-ENTRY (LP-INDEX)
         MOVE LP-SICK-PAYOUT-PCT TO WS-LP-SICK-PCT-ENTRY (LP-INDEX)
         IF WS-LP-SICK-PCT-ENTRY (LP-INDEX) > 100
             MOVE 100 TO WS-LP-SICK-PCT-ENTRY (LP-INDEX)
         END-IF
     END-IF.
     READ LEAVE-PLAN-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega as avaliações guardadas e localiza a anterior: a de data
*>    mais recente antes desta avaliação. A de mesma data é de uma
*>    execução repetida e será substituída; uma de data posterior
*>    indica avaliação fora de ordem e aborta a execução
 B17-LOAD-PRIOR-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT VAC-LIAB-FILE.
     IF WS-VACLIAB-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ VAC-LIAB-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B17A-LOAD-PRIOR-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE VAC-LIAB-FILE
     END-IF.
*>    A avaliação anterior abre o rollup de cada departamento
     PERFORM B17B-PRIOR-DEPT-PARA
         VARYING WS-SNAP-SUB FROM 1 BY 1
         UNTIL WS-SNAP-SUB > WS-SNAP-COUNT.

*>    Guarda uma linha de avaliação e acompanha a data anterior
 B17A-LOAD-PRIOR-REC-PARA.
     IF VL-VAL-DATE > WS-PARM-VAL-DATE
         DISPLAY "VACLIAB.DAT HOLDS A LATER VALUATION (" VL-VAL-DATE
                 ") - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     IF VL-VAL-DATE < WS-PARM-VAL-DATE
         IF WS-SNAP-COUNT >= 2000
             DISPLAY "MORE THAN 2000 VALUATION ROWS IN VACLIAB.DAT - " &
                     "RUN ABORTED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         ADD 1 TO WS-SNAP-COUNT
         SET SN-INDEX TO WS-SNAP-COUNT
         MOVE VL-VAL-DATE TO WS-SN-DATE-ENTRY (SN-INDEX)
         MOVE VL-DEPT-CODE TO WS-SN-DEPT-ENTRY (SN-INDEX)
         MOVE VL-WAGE-AMT TO WS-SN-WAGE-ENTRY (SN-INDEX)
         MOVE VL-FICA-AMT TO WS-SN-FICA-ENTRY (SN-INDEX)
         IF WS-PRIOR-DATE = SPACES OR VL-VAL-DATE > WS-PRIOR-DATE
             MOVE VL-VAL-DATE TO WS-PRIOR-DATE
         END-IF
     END-IF.
     READ VAC-LIAB-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Leva uma linha da avaliação anterior para o rollup
 B17B-PRIOR-DEPT-PARA.
     SET SN-INDEX TO WS-SNAP-SUB.
     IF WS-SN-DATE-ENTRY (SN-INDEX) = WS-PRIOR-DATE
         MOVE WS-SN-DEPT-ENTRY (SN-INDEX) TO WS-DEPT-KEY
         PERFORM B23-FIND-DEPT-PARA
         ADD WS-SN-WAGE-ENTRY (SN-INDEX)
             TO WS-DEPT-PRIOR-WAGE (DP-INDEX)
         ADD WS-SN-FICA-ENTRY (SN-INDEX)
             TO WS-DEPT-PRIOR-FICA (DP-INDEX)
         ADD WS-SN-WAGE-ENTRY (SN-INDEX) TO WS-CO-PRIOR-WAGE
         ADD WS-SN-FICA-ENTRY (SN-INDEX) TO WS-CO-PRIOR-FICA
     END-IF.

*>    Avalia o saldo de um funcionário: horas x tarifa corrente, mais
*>    a carga do FICA patronal, acumulados no departamento do
*>    cadastro; sem cadastro, o departamento "????" mostra a
*>    pendência em vez de perder o valor. Saldo negativo (férias
*>    adiantadas) não é passivo: avaliado em zero e apontado
 B20-VALUE-EMPL-PARA.
     ADD 1 TO WS-LEAVE-READ-COUNT.
     MOVE ZEROS TO WS-VAC-HOURS WS-SICK-HOURS WS-SICK-PCT
                   WS-VAC-AMT WS-SICK-AMT WS-FICA-AMT WS-EMPL-TOT.
     MOVE SPACES TO WS-DL-NOTE-OUT.
     MOVE LV-SSN TO EM-SSN.
     MOVE "N" TO WS-EMPL-MASTER-SWITCH.
     READ EMPL-MASTER-FILE-IN
         INVALID KEY
             MOVE "????" TO EM-DEPT-CODE
             MOVE SPACES TO EM-EMPL-NAME
             MOVE "N" TO EM-FICA-EXEMPT
             MOVE ZEROS TO EM-PAY-FREQ
             MOVE "NO MASTER" TO WS-DL-NOTE-OUT
         NOT INVALID KEY
             MOVE "Y" TO WS-EMPL-MASTER-SWITCH
     END-READ.
     IF LV-VAC-BALANCE > 0
         MOVE LV-VAC-BALANCE TO WS-VAC-HOURS
     END-IF.
     IF LV-VAC-BALANCE < 0 OR LV-SICK-BALANCE < 0
         MOVE "NEG BALANCE" TO WS-DL-NOTE-OUT
     END-IF.
*>    Licença-saúde: só a parte que o plano paga no desligamento
     IF WS-PLAN-COUNT > 0
         SET LP-INDEX TO 1
         SEARCH WS-PLAN-ROW
             AT END CONTINUE
             WHEN WS-LP-PLAN-ENTRY (LP-INDEX) = LV-PLAN-CODE
                 MOVE WS-LP-SICK-PCT-ENTRY (LP-INDEX) TO WS-SICK-PCT
         END-SEARCH
     END-IF.
     IF WS-SICK-PCT > 0 AND LV-SICK-BALANCE > 0
         COMPUTE WS-SICK-HOURS ROUNDED =
             LV-SICK-BALANCE * WS-SICK-PCT / 100
     END-IF.
     PERFORM B22-FIND-RATE-PARA.
     IF NOT WS-RATE-FOUND
             AND (WS-VAC-HOURS > 0 OR WS-SICK-HOURS > 0)
         MOVE "NO RATE" TO WS-DL-NOTE-OUT
     END-IF.
     COMPUTE WS-VAC-AMT ROUNDED = WS-VAC-HOURS * WS-HOURLY-RATE.
     COMPUTE WS-SICK-AMT ROUNDED = WS-SICK-HOURS * WS-HOURLY-RATE.
     IF EM-FICA-EXEMPT NOT = "Y"
         COMPUTE WS-FICA-AMT ROUNDED =
             (WS-VAC-AMT + WS-SICK-AMT)
             * (WS-ER-SS-RATE + WS-ER-MED-RATE)
     END-IF.
     COMPUTE WS-EMPL-TOT = WS-VAC-AMT + WS-SICK-AMT + WS-FICA-AMT.
     IF WS-DL-NOTE-OUT NOT = SPACES
         ADD 1 TO WS-EXCEPT-COUNT
     END-IF.
     IF WS-EMPL-TOT > 0
         ADD 1 TO WS-VALUED-COUNT
         MOVE EM-DEPT-CODE TO WS-DEPT-KEY
         PERFORM B23-FIND-DEPT-PARA
         ADD WS-VAC-AMT TO WS-DEPT-VAC-ENTRY (DP-INDEX)
         ADD WS-SICK-AMT TO WS-DEPT-SICK-ENTRY (DP-INDEX)
         ADD WS-FICA-AMT TO WS-DEPT-FICA-ENTRY (DP-INDEX)
         ADD WS-VAC-AMT TO WS-CO-VAC-TOT
         ADD WS-SICK-AMT TO WS-CO-SICK-TOT
         ADD WS-FICA-AMT TO WS-CO-FICA-TOT
     END-IF.
     IF WS-EMPL-TOT > 0 OR WS-DL-NOTE-OUT NOT = SPACES
         PERFORM C20-DETAIL-LINE-PARA
     END-IF.
     READ LEAVE-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Tarifa corrente do funcionário: para o mensalista, o salário
*>    anual vigente / horas-padrão do ano; para os demais, a
*>    tarifa-hora padrão (função em branco) ou, sem ela, a primeira
*>    tarifa de função cadastrada. Cada um recorre à outra fonte
*>    quando a sua não existe
 B22-FIND-RATE-PARA.
     MOVE "N" TO WS-RATE-FOUND-SWITCH.
     MOVE ZEROS TO WS-HOURLY-RATE.
     MOVE SPACES TO WS-RATE-SOURCE.
     IF WS-EMPL-MASTER-FOUND AND EM-PAY-FREQ = 12
         PERFORM B22B-SALARY-RATE-PARA
         IF NOT WS-RATE-FOUND
             PERFORM B22A-HOURLY-RATE-PARA
         END-IF
     ELSE
         PERFORM B22A-HOURLY-RATE-PARA
         IF NOT WS-RATE-FOUND
             PERFORM B22B-SALARY-RATE-PARA
         END-IF
     END-IF.

*>    Tarifa do mestre de tarifas-hora
 B22A-HOURLY-RATE-PARA.
     IF WS-RATE-COUNT > 0
         SET RT-INDEX TO 1
         SEARCH WS-RATE-ROW
             AT END CONTINUE
             WHEN WS-RATE-SSN-ENTRY (RT-INDEX) = LV-SSN
                     AND WS-RATE-JOB-ENTRY (RT-INDEX) = SPACES
                 MOVE "Y" TO WS-RATE-FOUND-SWITCH
                 MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-HOURLY-RATE
         END-SEARCH
     END-IF.
     IF NOT WS-RATE-FOUND AND WS-RATE-COUNT > 0
         SET RT-INDEX TO 1
         SEARCH WS-RATE-ROW
             AT END CONTINUE
             WHEN WS-RATE-SSN-ENTRY (RT-INDEX) = LV-SSN
                 MOVE "Y" TO WS-RATE-FOUND-SWITCH
                 MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-HOURLY-RATE
         END-SEARCH
     END-IF.
     IF WS-RATE-FOUND
         MOVE "R" TO WS-RATE-SOURCE
     END-IF.

*>    Tarifa do mestre de remuneração (salário anual / horas do ano)
 B22B-SALARY-RATE-PARA.
     IF WS-SAL-COUNT > 0
         SET SM-INDEX TO 1
         SEARCH WS-SAL-ROW
             AT END CONTINUE
             WHEN WS-SM-SSN-ENTRY (SM-INDEX) = LV-SSN
                 MOVE "Y" TO WS-RATE-FOUND-SWITCH
                 MOVE "S" TO WS-RATE-SOURCE
                 COMPUTE WS-HOURLY-RATE ROUNDED =
                     WS-SM-SALARY-ENTRY (SM-INDEX)
                     / WS-STD-ANNUAL-HOURS
         END-SEARCH
     END-IF.

*>    Localiza (ou abre) a linha do departamento WS-DEPT-KEY no
*>    rollup; com a tabela cheia o passivo ficaria incompleto, então
*>    a execução é abortada
 B23-FIND-DEPT-PARA.
     MOVE "N" TO WS-ROW-FOUND-SWITCH.
     IF WS-DEPT-COUNT > 0
         SET DP-INDEX TO 1
         SEARCH WS-DEPT-ROW
             AT END CONTINUE
             WHEN WS-DEPT-CODE-ENTRY (DP-INDEX) = WS-DEPT-KEY
                 MOVE "Y" TO WS-ROW-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-ROW-FOUND
         IF WS-DEPT-COUNT >= 200
             DISPLAY "MORE THAN 200 DEPARTMENTS - RUN ABORTED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         ADD 1 TO WS-DEPT-COUNT
         SET DP-INDEX TO WS-DEPT-COUNT
         MOVE WS-DEPT-KEY TO WS-DEPT-CODE-ENTRY (DP-INDEX)
         MOVE ZEROS TO WS-DEPT-PRIOR-WAGE (DP-INDEX)
                       WS-DEPT-PRIOR-FICA (DP-INDEX)
                       WS-DEPT-VAC-ENTRY (DP-INDEX)
                       WS-DEPT-SICK-ENTRY (DP-INDEX)
                       WS-DEPT-FICA-ENTRY (DP-INDEX)
     END-IF.

*>    Impressão do cabeçalho e do cabeçalho das colunas
 C10-HEADINGS-PARA.
     MOVE WS-PARM-VAL-DATE TO WS-HEAD-DATE-OUT.
     IF WS-PRIOR-DATE = SPACES
         MOVE "NONE" TO WS-HEAD-PRIOR-OUT
     ELSE
         MOVE WS-PRIOR-DATE TO WS-HEAD-PRIOR-OUT
     END-IF.
     WRITE VR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO VR-REPORT-OUT.
     WRITE VR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE VR-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.

*>    Linha do cálculo de um funcionário, para a auditoria
 C20-DETAIL-LINE-PARA.
     MOVE LV-SSN TO WS-DL-SSN-OUT.
     MOVE EM-EMPL-NAME TO WS-DL-NAME-OUT.
     MOVE EM-DEPT-CODE TO WS-DL-DEPT-OUT.
     MOVE LV-PLAN-CODE TO WS-DL-PLAN-OUT.
     MOVE LV-VAC-BALANCE TO WS-DL-VAC-HRS-OUT.
     MOVE WS-SICK-HOURS TO WS-DL-SICK-HRS-OUT.
     MOVE WS-HOURLY-RATE TO WS-DL-RATE-OUT.
     MOVE WS-RATE-SOURCE TO WS-DL-SOURCE-OUT.
     MOVE WS-VAC-AMT TO WS-DL-VAC-AMT-OUT.
     MOVE WS-SICK-AMT TO WS-DL-SICK-AMT-OUT.
     MOVE WS-FICA-AMT TO WS-DL-FICA-AMT-OUT.
     MOVE WS-EMPL-TOT TO WS-DL-TOTAL-OUT.
     WRITE VR-REPORT-OUT FROM WS-DETAIL-LINE
         AFTER ADVANCING 1 LINE.

*>    Rollup por departamento (atual, anterior e variação) e o total
*>    da empresa
 C30-ROLLUP-PARA.
     MOVE SPACES TO VR-REPORT-OUT.
     WRITE VR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE VR-REPORT-OUT FROM WS-ROLLUP-HEADING
         AFTER ADVANCING 2 LINES.
     PERFORM C31-ROLLUP-DEPT-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
     MOVE "COMPANY" TO WS-RL-LABEL-OUT.
     MOVE WS-CO-VAC-TOT TO WS-RL-VAC-OUT.
     MOVE WS-CO-SICK-TOT TO WS-RL-SICK-OUT.
     MOVE WS-CO-FICA-TOT TO WS-RL-FICA-OUT.
     COMPUTE WS-RL-LIAB-OUT =
         WS-CO-VAC-TOT + WS-CO-SICK-TOT + WS-CO-FICA-TOT.
     COMPUTE WS-RL-PRIOR-OUT = WS-CO-PRIOR-WAGE + WS-CO-PRIOR-FICA.
     COMPUTE WS-RL-CHANGE-OUT =
         WS-CO-VAC-TOT + WS-CO-SICK-TOT + WS-CO-FICA-TOT
         - WS-CO-PRIOR-WAGE - WS-CO-PRIOR-FICA.
     WRITE VR-REPORT-OUT FROM WS-ROLLUP-LINE
         AFTER ADVANCING 2 LINES.

*>    Linha do rollup de um departamento
 C31-ROLLUP-DEPT-PARA.
     SET DP-INDEX TO WS-DEPT-SUB.
     MOVE SPACES TO WS-RL-LABEL-OUT.
     MOVE WS-DEPT-CODE-ENTRY (DP-INDEX) TO WS-RL-LABEL-OUT (3:4).
     MOVE WS-DEPT-VAC-ENTRY (DP-INDEX) TO WS-RL-VAC-OUT.
     MOVE WS-DEPT-SICK-ENTRY (DP-INDEX) TO WS-RL-SICK-OUT.
     MOVE WS-DEPT-FICA-ENTRY (DP-INDEX) TO WS-RL-FICA-OUT.
     COMPUTE WS-RL-LIAB-OUT =
         WS-DEPT-VAC-ENTRY (DP-INDEX) + WS-DEPT-SICK-ENTRY (DP-INDEX)
         + WS-DEPT-FICA-ENTRY (DP-INDEX).
     COMPUTE WS-RL-PRIOR-OUT =
         WS-DEPT-PRIOR-WAGE (DP-INDEX) + WS-DEPT-PRIOR-FICA (DP-INDEX).
     COMPUTE WS-RL-CHANGE-OUT =
         WS-DEPT-VAC-ENTRY (DP-INDEX) + WS-DEPT-SICK-ENTRY (DP-INDEX)
         + WS-DEPT-FICA-ENTRY (DP-INDEX)
         - WS-DEPT-PRIOR-WAGE (DP-INDEX) - WS-DEPT-PRIOR-FICA (DP-INDEX).
     WRITE VR-REPORT-OUT FROM WS-ROLLUP-LINE
         AFTER ADVANCING 1 LINE.

*>    Lançamento da variação desde a avaliação anterior: a variação
*>    salarial de cada departamento na despesa dele, a variação da
*>    carga de FICA na despesa de FICA patronal e a variação total no
*>    passivo de férias - aumento debita a despesa e credita o
*>    passivo, redução faz o inverso; confere as somas independentes.
*>    Todas as linhas vão num lote só, registrado em GLBATCH.DAT
 C40-WRITE-JOURNAL-PARA.
     PERFORM C45-GL-BATCH-ID-PARA.
     MOVE WS-PARM-VAL-DATE TO WS-GLP-RUN-DATE.
     PERFORM C41-DEPT-WAGE-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
*>    Carga de FICA patronal, no total da empresa
     COMPUTE WS-FICA-CHANGE = WS-CO-FICA-TOT - WS-CO-PRIOR-FICA.
     IF WS-FICA-CHANGE NOT = 0
         MOVE WS-GL-FTX-ACCT TO WS-GLP-ACCOUNT
         IF WS-FICA-CHANGE > 0
             MOVE "DR" TO WS-GLP-DR-CR
         ELSE
             MOVE "CR" TO WS-GLP-DR-CR
         END-IF
         MOVE WS-FICA-CHANGE TO WS-GLP-AMOUNT
         MOVE "VAC LIAB FICA LOAD  " TO WS-GLP-DESC
         PERFORM C43-WRITE-GL-PARA
     END-IF.
*>    Passivo de férias, pela variação total
     COMPUTE WS-NET-CHANGE =
         WS-CO-VAC-TOT + WS-CO-SICK-TOT + WS-CO-FICA-TOT
         - WS-CO-PRIOR-WAGE - WS-CO-PRIOR-FICA.
     IF WS-NET-CHANGE NOT = 0
         MOVE WS-GL-VAC-ACCT TO WS-GLP-ACCOUNT
         IF WS-NET-CHANGE > 0
             MOVE "CR" TO WS-GLP-DR-CR
         ELSE
             MOVE "DR" TO WS-GLP-DR-CR
         END-IF
         MOVE WS-NET-CHANGE TO WS-GLP-AMOUNT
         MOVE "ACCRUED VACATION    " TO WS-GLP-DESC
         PERFORM C43-WRITE-GL-PARA
     END-IF.
*>    Sem variação não há lote a aceitar
     IF WS-GL-LINE-COUNT > 0
         PERFORM C47-GL-BATCH-LOG-PARA
     END-IF.
*>    Conferência do lançamento no relatório
     MOVE WS-GL-DR-TOT TO WS-JL-DR-OUT.
     MOVE WS-GL-CR-TOT TO WS-JL-CR-OUT.
     MOVE WS-GL-VAC-ACCT TO WS-JL-ACCT-OUT.
     MOVE WS-NET-CHANGE TO WS-JL-NET-OUT.
     WRITE VR-REPORT-OUT FROM WS-JOURNAL-LINE
         AFTER ADVANCING 2 LINES.

*>    Variação salarial (férias + licença paga) de um departamento
 C41-DEPT-WAGE-PARA.
     SET DP-INDEX TO WS-DEPT-SUB.
     COMPUTE WS-WAGE-CHANGE =
         WS-DEPT-VAC-ENTRY (DP-INDEX) + WS-DEPT-SICK-ENTRY (DP-INDEX)
         - WS-DEPT-PRIOR-WAGE (DP-INDEX).
     IF WS-WAGE-CHANGE NOT = 0
         PERFORM C42-FIND-DEPT-ACCT-PARA
         IF WS-WAGE-CHANGE > 0
             MOVE "DR" TO WS-GLP-DR-CR
         ELSE
             MOVE "CR" TO WS-GLP-DR-CR
         END-IF
         MOVE WS-WAGE-CHANGE TO WS-GLP-AMOUNT
         MOVE SPACES TO WS-GLP-DESC
         STRING "VAC LIAB EXP " WS-DEPT-CODE-ENTRY (DP-INDEX)
             DELIMITED BY SIZE INTO WS-GLP-DESC
         END-STRING
         PERFORM C43-WRITE-GL-PARA
     END-IF.

*>    Localiza a conta de despesa do departamento no mapa; sem conta,
*>    a conta-ponte 99999999, como na folha
 C42-FIND-DEPT-ACCT-PARA.
     MOVE "N" TO WS-GLMAP-FOUND-SWITCH.
     IF WS-GLMAP-COUNT > 0
         SET G-INDEX TO 1
         SEARCH WS-GLMAP-ROW
             AT END CONTINUE
             WHEN WS-GLMAP-DEPT (G-INDEX) =
                     WS-DEPT-CODE-ENTRY (DP-INDEX)
                 MOVE "Y" TO WS-GLMAP-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF WS-GLMAP-FOUND
         MOVE WS-GLMAP-ACCT (G-INDEX) TO WS-GLP-ACCOUNT
     ELSE
         MOVE "99999999" TO WS-GLP-ACCOUNT
     END-IF.

*>    Grava um lançamento e acumula a soma do lado correspondente
 C43-WRITE-GL-PARA.
     IF WS-GLP-DR-CR = "DR"
         ADD WS-GLP-AMOUNT TO WS-GL-DR-TOT
     ELSE
         ADD WS-GLP-AMOUNT TO WS-GL-CR-TOT
     END-IF.
     WRITE VG-GL-REC FROM WS-GL-POSTING-REC.
     ADD 1 TO WS-GL-LINE-COUNT.

*>    Monta o lote da avaliação: "V" + data da geração (AAMMDD) + a
*>    sequência seguinte à maior já registrada no dia em GLBATCH.DAT,
*>    como a folha numera os seus
 C45-GL-BATCH-ID-PARA.
     ACCEPT WS-GL-GEN-DATE FROM DATE YYYYMMDD.
     MOVE "V" TO WS-GLP-BATCH-SOURCE.
     MOVE WS-GL-GEN-DATE (3:6) TO WS-GLP-BATCH-DATE.
     MOVE ZEROS TO WS-GLP-BATCH-SEQ.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT GL-BATCH-LOG-FILE.
     IF WS-GLBATCH-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ GL-BATCH-LOG-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM C46-GL-BATCH-SCAN-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE GL-BATCH-LOG-FILE
     END-IF.
     ADD 1 TO WS-GLP-BATCH-SEQ.

*>    Confere uma linha do registro de lotes contra o lote do dia
 C46-GL-BATCH-SCAN-PARA.
     IF GB-BATCH-ID (1:7) = WS-GLP-BATCH-ID (1:7)
             AND GB-BATCH-ID (8:2) IS NUMERIC
             AND GB-BATCH-ID (8:2) > WS-GLP-BATCH-SEQ
         MOVE GB-BATCH-ID (8:2) TO WS-GLP-BATCH-SEQ
     END-IF.
     READ GL-BATCH-LOG-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Registra o lote da avaliação em GLBATCH.DAT, aguardando o aceite
*>    do razão
 C47-GL-BATCH-LOG-PARA.
     OPEN EXTEND GL-BATCH-LOG-FILE.
     IF WS-GLBATCH-MISSING
         OPEN OUTPUT GL-BATCH-LOG-FILE
     END-IF.
     MOVE SPACES TO GB-BATCH-REC.
     MOVE WS-GLP-BATCH-ID TO GB-BATCH-ID.
     MOVE "PROG6_VACL.DAT" TO GB-FILE-NAME.
     MOVE WS-GL-GEN-DATE TO GB-SENT-DATE.
     MOVE WS-GL-LINE-COUNT TO GB-LINE-COUNT.
     MOVE WS-GL-DR-TOT TO GB-DR-TOT.
     MOVE WS-GL-CR-TOT TO GB-CR-TOT.
     MOVE "O" TO GB-STATUS.
     MOVE ZEROS TO GB-POSTED-COUNT GB-REJECT-COUNT.
     WRITE GB-BATCH-REC.
     CLOSE GL-BATCH-LOG-FILE.

*>    Regrava VACLIAB.DAT com a avaliação anterior (referência de uma
*>    eventual repetição desta data) e a desta execução; avaliações
*>    mais antigas não são mais necessárias e saem do arquivo
 C50-SAVE-VALUATION-PARA.
     OPEN OUTPUT VAC-LIAB-FILE.
     PERFORM C51-SAVE-PRIOR-ROW-PARA
         VARYING WS-SNAP-SUB FROM 1 BY 1
         UNTIL WS-SNAP-SUB > WS-SNAP-COUNT.
     PERFORM C52-SAVE-DEPT-ROW-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
     CLOSE VAC-LIAB-FILE.

*>    Regrava uma linha da avaliação anterior
 C51-SAVE-PRIOR-ROW-PARA.
     SET SN-INDEX TO WS-SNAP-SUB.
     IF WS-SN-DATE-ENTRY (SN-INDEX) = WS-PRIOR-DATE
         MOVE SPACES TO VL-LIAB-REC
         MOVE WS-SN-DATE-ENTRY (SN-INDEX) TO VL-VAL-DATE
         MOVE WS-SN-DEPT-ENTRY (SN-INDEX) TO VL-DEPT-CODE
         MOVE WS-SN-WAGE-ENTRY (SN-INDEX) TO VL-WAGE-AMT
         MOVE WS-SN-FICA-ENTRY (SN-INDEX) TO VL-FICA-AMT
         WRITE VL-LIAB-REC
     END-IF.

*>    Grava a avaliação atual de um departamento com passivo
 C52-SAVE-DEPT-ROW-PARA.
     SET DP-INDEX TO WS-DEPT-SUB.
     IF WS-DEPT-VAC-ENTRY (DP-INDEX) > 0
             OR WS-DEPT-SICK-ENTRY (DP-INDEX) > 0
             OR WS-DEPT-FICA-ENTRY (DP-INDEX) > 0
         MOVE SPACES TO VL-LIAB-REC
         MOVE WS-PARM-VAL-DATE TO VL-VAL-DATE
         MOVE WS-DEPT-CODE-ENTRY (DP-INDEX) TO VL-DEPT-CODE
         COMPUTE VL-WAGE-AMT =
             WS-DEPT-VAC-ENTRY (DP-INDEX) + WS-DEPT-SICK-ENTRY (DP-INDEX)
         MOVE WS-DEPT-FICA-ENTRY (DP-INDEX) TO VL-FICA-AMT
         WRITE VL-LIAB-REC
     END-IF.

*>    Impressão da linha de totais da avaliação
 C60-TOTAL-PARA.
     MOVE WS-LEAVE-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-VALUED-COUNT TO WS-TOT-VALUED-OUT.
     MOVE WS-EXCEPT-COUNT TO WS-TOT-EXCEPT-OUT.
     WRITE VR-REPORT-OUT FROM WS-VAL-TOTAL-LINE
         AFTER ADVANCING 2 LINES.
