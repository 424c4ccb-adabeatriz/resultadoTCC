*> =====================================================================
*> PROGRAMA: ORÇAMENTO X REALIZADO DA MÃO DE OBRA POR DEPARTAMENTO
*> DESCRIÇÃO: Compara o orçamento de mão de obra de cada departamento
*>            (DEPTBUDG.DAT: horas, salários e hora extra orçados por
*>            ano e período de pagamento, mais os encargos do
*>            empregador orçados) com o custo realizado totalmente
*>            carregado que PROG6 grava em LABORCST.DAT a cada
*>            execução postada: salário, hora extra, FICA patronal,
*>            FUTA/SUTA, prêmio do seguro de acidentes e contrapartida
*>            do 401(k). As horas realizadas vêm dos cartões de ponto
*>            do período (TIMECARD.DAT, departamento do mestre de
*>            funcionários) e ficam guardadas em DEPTHRS.DAT para o
*>            acumulado do ano; reexecutar o período substitui as
*>            horas dele. Mostra a variação do período e do acumulado
*>            do ano, marca o departamento cujo custo passa do
*>            orçamento além da tolerância e imprime uma página por
*>            gestor (DM-MANAGER de DEPTMAST.DAT) com os departamentos
*>            dele, seguida do resumo por gestor.
*>            1º parâmetro: ano e período AAAAPP (padrão: o último
*>            período postado em LABORCST.DAT); 2º parâmetro: grupo de
*>            pagamento (padrão: o grupo da instalação). Tolerância em
*>            % no ambiente PROG50_TOL_PCT (padrão 5) e carga padrão
*>            dos encargos em % do salário orçado, usada quando o
*>            orçamento não traz os encargos, em PROG50_LOAD_PCT
*>            (padrão 20). Código de retorno: 0 = nenhum departamento
*>            acima da tolerância; 4 = algum departamento acima;
*>            8 = sem custo realizado para comparar
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG50.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Mestre de departamentos: descrição e gestor responsável
     SELECT DEPT-MASTER-FILE-IN
         ASSIGN TO "DEPTMAST.DAT"
         FILE STATUS IS WS-DEPTMAST-FILE-STATUS.
*>    Orçamento de mão de obra por departamento e período
     SELECT DEPT-BUDGET-FILE-IN
         ASSIGN TO "DEPTBUDG.DAT"
         FILE STATUS IS WS-DEPTBUDG-FILE-STATUS.
*>    Custo realizado da mão de obra gravado por PROG6
     SELECT LABOR-COST-FILE-IN
         ASSIGN TO "LABORCST.DAT"
         FILE STATUS IS WS-LABORCST-FILE-STATUS.
*>    Cartões de ponto do período; o layout de PROG15
     SELECT TIMECARD-FILE-IN
         ASSIGN TO "TIMECARD.DAT"
         FILE STATUS IS WS-TIMECARD-FILE-STATUS.
*>    Mestre de funcionários: departamento e grupo de pagamento
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Horas realizadas por departamento e período: lido na abertura e
*>    regravado no fim com as horas do período do relatório
     SELECT DEPT-HOURS-FILE
         ASSIGN TO "DEPTHRS.DAT"
         FILE STATUS IS WS-DEPTHRS-FILE-STATUS.
*>    Relatório de orçamento x realizado por gestor
     SELECT BUDGET-REPORT-OUT
         ASSIGN TO "LABBUDG_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do mestre de departamentos; o layout de PROG6
 FD  DEPT-MASTER-FILE-IN
         RECORD CONTAINS 50 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS DM-DEPT-REC.
 01  DM-DEPT-REC.
     05  DM-DEPT-CODE                PIC X(4).      *> Código do departamento
     05  DM-DESC                     PIC X(20).     *> Descrição do departamento
     05  DM-ACTIVE                   PIC X(1).      *> A=ativo  I=inativo
     05  DM-MANAGER                  PIC X(18).     *> Gestor responsável
     05  DM-WC-CLASS                 PIC X(4).      *> Classe de risco padrão do seguro
     05  FILLER                      PIC X(3).

*>    Definição do orçamento: um registro por ano + grupo + período +
*>    departamento. Os salários orçados incluem a hora extra, que vem
*>    destacada; os encargos do empregador orçados em zero são
*>    calculados pela carga padrão sobre os salários orçados
 FD  DEPT-BUDGET-FILE-IN
         RECORD CONTAINS 50 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BG-BUDGET-REC.
 01  BG-BUDGET-REC.
     05  BG-YEAR                     PIC 9(4).      *> Ano do orçamento
     05  BG-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  BG-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  BG-DEPT-CODE                PIC X(4).      *> Departamento/centro de custo
     05  BG-BUDGET-HOURS             PIC 9(5)V99.   *> Horas orçadas
     05  BG-BUDGET-WAGES             PIC 9(7)V99.   *> Salários orçados (com hora extra)
     05  BG-BUDGET-OT                PIC 9(7)V99.   *> Hora extra orçada
     05  BG-BUDGET-LOAD              PIC 9(7)V99.   *> Encargos do empregador orçados
     05  FILLER                      PIC X(4).

*>    Definição do custo da mão de obra por departamento; o layout de
*>    PROG6
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

*>    Definição do cartão de ponto; o layout de PROG15
 FD  TIMECARD-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TC-TIMECARD-REC.
 01  TC-TIMECARD-REC.
     05  TC-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  TC-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  TC-DAY-HOURS                OCCURS 14 TIMES
                                     PIC 9(2)V99.   *> Horas trabalhadas por dia
     05  TC-JOB-CODE                 PIC X(2).      *> Função do cartão
     05  TC-VAC-HOURS                PIC 9(2)V99.   *> Horas de férias tomadas no período
     05  TC-SICK-HOURS               PIC 9(2)V99.   *> Horas de licença tomadas no período
     05  FILLER                      PIC X(3).

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
     05  EM-SSN-MISMATCH             PIC X(1).      *> Y=nome/CPF-SSN divergente
     05  EM-WC-CLASS                 PIC X(4).      *> Classe de risco do seguro
     05  EM-WORK-LOCALITY            PIC X(4).      *> Município/localidade de trabalho
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Definição das horas realizadas por departamento e período
 FD  DEPT-HOURS-FILE
         RECORD CONTAINS 30 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS DH-HOURS-REC.
 01  DH-HOURS-REC.
     05  DH-YEAR                     PIC 9(4).      *> Ano
     05  DH-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  DH-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  DH-DEPT-CODE                PIC X(4).      *> Departamento/centro de custo
     05  DH-HOURS                    PIC 9(7)V99.   *> Horas trabalhadas
     05  FILLER                      PIC X(9).

*>    Relatório (linha de 132 colunas)
 FD  BUDGET-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BR-REPORT-OUT.
 01  BR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-DEPTMAST-FILE-STATUS     PIC X(2).
         88  WS-DEPTMAST-MISSING     VALUE "35".
     05  WS-DEPTBUDG-FILE-STATUS     PIC X(2).
         88  WS-DEPTBUDG-MISSING     VALUE "35".
     05  WS-LABORCST-FILE-STATUS     PIC X(2).
         88  WS-LABORCST-MISSING     VALUE "35".
     05  WS-TIMECARD-FILE-STATUS     PIC X(2).
         88  WS-TIMECARD-MISSING     VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-MISSING      VALUE "35".
     05  WS-DEPTHRS-FILE-STATUS      PIC X(2).
         88  WS-DEPTHRS-MISSING      VALUE "35".
     05  WS-DEPT-FOUND-SWITCH        PIC X(1).
         88  WS-DEPT-FOUND           VALUE "Y".
     05  WS-MGR-FOUND-SWITCH         PIC X(1).
         88  WS-MGR-FOUND            VALUE "Y".
     05  WS-NEW-HOURS-SWITCH         PIC X(1).
         88  WS-NEW-HOURS            VALUE "Y".     *> Cartões do período presentes
     05  WS-OVER-SWITCH              PIC X(1).
         88  WS-DEPT-OVER            VALUE "Y".

*>    Parâmetros da execução
 01  WS-RUN-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-PARM-PERIOD              PIC X(6).      *> AAAAPP do parâmetro
     05  WS-PARM-GROUP               PIC X(2).      *> Grupo de pagamento do parâmetro
     05  WS-RPT-YEAR                 PIC 9(4).      *> Ano do relatório
     05  WS-RPT-PERIOD               PIC 9(2).      *> Período do relatório
     05  WS-LATEST-KEY               PIC 9(6).      *> Último AAAAPP postado
     05  WS-ROW-KEY                  PIC 9(6).      *> AAAAPP da linha corrente
     05  WS-ROW-YEAR                 PIC 9(4).
     05  WS-TOL-PCT-EDIT             PIC X(2).      *> Tolerância do ambiente (%)
     05  WS-TOL-PCT                  PIC 9(2).      *> Tolerância (%)
     05  WS-LOAD-PCT-EDIT            PIC X(2).      *> Carga padrão do ambiente (%)
     05  WS-LOAD-PCT                 PIC 9(2).      *> Carga padrão dos encargos (%)
     05  WS-SCOPE                    PIC 9(1).      *> 1=período  2=acumulado do ano
     05  WS-FIG-SUB                  PIC 9(2).
     05  WS-DAY-SUB                  PIC 9(2).
     05  WS-CARD-HOURS               PIC 9(5)V99.   *> Horas de um cartão

*>    Departamentos do relatório. Cada departamento guarda, para o
*>    período (1) e para o acumulado do ano (2), doze valores:
*>     1 horas orçadas          5 horas realizadas     9 FUTA
*>     2 salários orçados       6 salários realizados 10 SUTA
*>     3 hora extra orçada      7 hora extra realizada 11 seguro de acidentes
*>     4 encargos orçados       8 FICA patronal       12 contrapartida 401(k)
 01  WS-DEPT-CONTROLS.
     05  WS-DEPT-COUNT               PIC 9(3) COMP.
     05  WS-DEPT-SUB                 PIC 9(3) COMP.
     05  WS-WORK-DEPT                PIC X(4).
 01  WS-DEPT-TABLE.
     05  WS-DEPT-ROW                 OCCURS 300 TIMES
                                      INDEXED BY DT-INDEX.
         10  WS-DT-CODE              PIC X(4).
         10  WS-DT-DESC              PIC X(20).
         10  WS-DT-ACTIVE            PIC X(1).
         10  WS-DT-MANAGER           PIC X(18).
         10  WS-DT-SCOPE-ROW         OCCURS 2 TIMES.
             15  WS-DT-FIG           PIC S9(9)V99 OCCURS 12 TIMES.

*>    Gestores, na ordem em que aparecem no mestre de departamentos
 01  WS-MGR-CONTROLS.
     05  WS-MGR-COUNT                PIC 9(3) COMP.
     05  WS-MGR-SUB                  PIC 9(3) COMP.
 01  WS-MGR-TABLE.
     05  WS-MGR-ROW                  OCCURS 300 TIMES
                                      INDEXED BY MG-INDEX.
         10  WS-MG-NAME              PIC X(18).
         10  WS-MG-DEPT-COUNT        PIC 9(3).
         10  WS-MG-OVER-COUNT        PIC 9(3).
         10  WS-MG-SCOPE-ROW         OCCURS 2 TIMES.
             15  WS-MG-FIG           PIC S9(9)V99 OCCURS 12 TIMES.

*>    Totais gerais, no mesmo formato
 01  WS-GRAND-TOTALS.
     05  WS-GT-DEPT-COUNT            PIC 9(3).
     05  WS-GT-OVER-COUNT            PIC 9(3).
     05  WS-GT-SCOPE-ROW             OCCURS 2 TIMES.
         10  WS-GT-FIG               PIC S9(9)V99 OCCURS 12 TIMES.

*>    Valores em impressão (departamento, gestor ou total geral)
 01  WS-PRINT-FIGURES.
     05  WS-PF-SCOPE-ROW             OCCURS 2 TIMES.
         10  WS-PF-FIG               PIC S9(9)V99 OCCURS 12 TIMES.

*>    Horas realizadas guardadas, em memória
 01  WS-HOURS-CONTROLS.
     05  WS-HRS-COUNT                PIC 9(4) COMP.
     05  WS-HRS-SUB                  PIC 9(4) COMP.
 01  WS-HOURS-TABLE.
     05  WS-HRS-ROW                  OCCURS 6000 TIMES.
         10  WS-HR-YEAR              PIC 9(4).
         10  WS-HR-PAY-GROUP         PIC X(2).
         10  WS-HR-PERIOD-NBR        PIC 9(2).
         10  WS-HR-DEPT-CODE         PIC X(4).
         10  WS-HR-HOURS             PIC 9(7)V99.
         10  FILLER                  PIC X(9).

*>    Comparação de uma linha do relatório
 01  WS-COMPARE-WORK.
     05  WS-CMP-BUDGET               PIC S9(9)V99 OCCURS 2 TIMES.
     05  WS-CMP-ACTUAL               PIC S9(9)V99 OCCURS 2 TIMES.
     05  WS-CMP-VAR                  PIC S9(9)V99 OCCURS 2 TIMES.
     05  WS-CMP-PCT                  PIC S9(5)V9 OCCURS 2 TIMES.
     05  WS-CMP-OVER                 PIC X(1) OCCURS 2 TIMES.
     05  WS-CMP-LABEL                PIC X(18).

*>    Controle de páginas
 01  WS-PAGE-CONTROLS.
     05  WS-LINES-USED               PIC 9(3).
     05  WS-MAX-LINES                PIC 9(3) VALUE 54.
     05  WS-PAGE-COUNT               PIC 9(4).
     05  WS-CUR-MANAGER              PIC X(18).

*>    Cabeçalhos do relatório
 01  WS-HEADING-1.
     05  FILLER                      PIC X(40) VALUE
             "DEPARTMENT LABOR BUDGET VS ACTUAL       ".
     05  FILLER                      PIC X(9) VALUE "MANAGER: ".
     05  WS-H1-MANAGER-OUT           PIC X(18).
     05  FILLER                      PIC X(10) VALUE "  PERIOD: ".
     05  WS-H1-YEAR-OUT              PIC 9(4).
     05  FILLER                      PIC X(1) VALUE "/".
     05  WS-H1-PERIOD-OUT            PIC 9(2).
     05  FILLER                      PIC X(9) VALUE "  GROUP: ".
     05  WS-H1-GROUP-OUT             PIC X(2).
     05  FILLER                      PIC X(13) VALUE "  TOLERANCE: ".
     05  WS-H1-TOL-OUT               PIC Z9.
     05  FILLER                      PIC X(1) VALUE "%".
     05  FILLER                      PIC X(7) VALUE "  PAGE ".
     05  WS-H1-PAGE-OUT              PIC ZZZ9.
     05  FILLER                      PIC X(10) VALUE SPACES.
 01  WS-HEADING-2.
     05  FILLER                      PIC X(19) VALUE SPACES.
     05  FILLER                      PIC X(52) VALUE
             "---------------- THIS PERIOD -----------------------".
     05  FILLER                      PIC X(52) VALUE
             "---------------- YEAR TO DATE ----------------------".
     05  FILLER                      PIC X(9) VALUE SPACES.
 01  WS-HEADING-3.
     05  FILLER                      PIC X(19) VALUE SPACES.
     05  FILLER                      PIC X(52) VALUE
             "       BUDGET        ACTUAL      VARIANCE     VAR%  ".
     05  FILLER                      PIC X(52) VALUE
             "       BUDGET        ACTUAL      VARIANCE     VAR%  ".
     05  FILLER                      PIC X(9) VALUE SPACES.

*>    Título do departamento
 01  WS-DEPT-TITLE-LINE.
     05  FILLER                      PIC X(11) VALUE "DEPARTMENT ".
     05  WS-DTL-CODE-OUT             PIC X(4).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DTL-DESC-OUT             PIC X(20).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DTL-NOTE-OUT             PIC X(40).
     05  FILLER                      PIC X(53) VALUE SPACES.

*>    Linha de comparação (horas, salários, hora extra, encargos,
*>    custo total)
 01  WS-COMPARE-LINE.
     05  WS-CL-LABEL-OUT             PIC X(18).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-CL-SCOPE-OUT             OCCURS 2 TIMES.
         10  WS-CL-BUDGET-OUT        PIC ZZ,ZZZ,ZZ9.99.
         10  FILLER                  PIC X(1).
         10  WS-CL-ACTUAL-OUT        PIC ZZ,ZZZ,ZZ9.99.
         10  FILLER                  PIC X(1).
         10  WS-CL-VAR-OUT           PIC ZZ,ZZZ,ZZ9.99-.
         10  FILLER                  PIC X(1).
         10  WS-CL-PCT-OUT           PIC ZZZ9.9-.
         10  FILLER                  PIC X(2).
     05  WS-CL-FLAG-OUT              PIC X(9).

*>    Detalhe dos encargos realizados do período
 01  WS-LOAD-DETAIL-LINE.
     05  FILLER                      PIC X(19) VALUE
             "  PERIOD LOAD:     ".
     05  FILLER                      PIC X(5) VALUE "FICA ".
     05  WS-LD-FICA-OUT              PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(7) VALUE "  FUTA ".
     05  WS-LD-FUTA-OUT              PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(7) VALUE "  SUTA ".
     05  WS-LD-SUTA-OUT              PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(12) VALUE "  WORK COMP ".
     05  WS-LD-WC-OUT                PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(13) VALUE "  401K MATCH ".
     05  WS-LD-MATCH-OUT             PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(9) VALUE SPACES.

*>    Resumo por gestor
 01  WS-SUMMARY-HEADING.
     05  FILLER                      PIC X(66) VALUE
             "MANAGER             DEPTS  OVER   PERIOD BUDGET   PERIOD ACTUAL".
     05  FILLER                      PIC X(66) VALUE
             "  PERIOD VARIANCE      YTD BUDGET      YTD ACTUAL    YTD VARIANCE".
 01  WS-SUMMARY-LINE.
     05  WS-SL-MANAGER-OUT           PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SL-DEPTS-OUT             PIC ZZ9.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-SL-OVER-OUT              PIC ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SL-SCOPE-OUT             OCCURS 2 TIMES.
         10  WS-SL-BUDGET-OUT        PIC ZZ,ZZZ,ZZ9.99.
         10  FILLER                  PIC X(3).
         10  WS-SL-ACTUAL-OUT        PIC ZZ,ZZZ,ZZ9.99.
         10  FILLER                  PIC X(2).
         10  WS-SL-VAR-OUT           PIC ZZ,ZZZ,ZZ9.99-.
         10  FILLER                  PIC X(1).
 01  WS-MESSAGE-LINE.
     05  WS-MSG-TEXT-OUT             PIC X(132).

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - carrega orçamento, realizado e horas,
*>    imprime uma página por gestor e o resumo
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-DEPTMAST-PARA.
     PERFORM B20-LOAD-BUDGET-PARA.
     PERFORM B30-LOAD-ACTUALS-PARA.
     PERFORM B40-LOAD-HOURS-PARA.
     PERFORM B50-BUILD-MANAGERS-PARA.
     OPEN OUTPUT BUDGET-REPORT-OUT.
     PERFORM B60-MANAGER-PAGE-PARA
         VARYING WS-MGR-SUB FROM 1 BY 1
         UNTIL WS-MGR-SUB > WS-MGR-COUNT.
     PERFORM B70-SUMMARY-PAGE-PARA.
     CLOSE BUDGET-REPORT-OUT.
     IF WS-GT-OVER-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Parâmetros, tolerância e carga padrão; sem período informado
*>    vale o último período postado do grupo em LABORCST.DAT
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-DEPT-COUNT
                   WS-MGR-COUNT
                   WS-HRS-COUNT
                   WS-PAGE-COUNT
                   WS-LATEST-KEY.
     INITIALIZE WS-GRAND-TOTALS.
     MOVE SPACES TO WS-PARM-PERIOD WS-PARM-GROUP.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-PERIOD FROM ARGUMENT-VALUE.
     DISPLAY 2 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-GROUP FROM ARGUMENT-VALUE.
     IF WS-PARM-PERIOD NOT = SPACES AND WS-PARM-PERIOD NOT NUMERIC
         DISPLAY "PERIOD PARAMETER MUST BE AAAAPP - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     ACCEPT WS-TOL-PCT-EDIT FROM ENVIRONMENT "PROG50_TOL_PCT"
         ON EXCEPTION MOVE SPACES TO WS-TOL-PCT-EDIT
     END-ACCEPT.
     IF WS-TOL-PCT-EDIT IS NUMERIC
         MOVE WS-TOL-PCT-EDIT TO WS-TOL-PCT
     ELSE
         MOVE 5 TO WS-TOL-PCT
     END-IF.
     ACCEPT WS-LOAD-PCT-EDIT FROM ENVIRONMENT "PROG50_LOAD_PCT"
         ON EXCEPTION MOVE SPACES TO WS-LOAD-PCT-EDIT
     END-ACCEPT.
     IF WS-LOAD-PCT-EDIT IS NUMERIC
         MOVE WS-LOAD-PCT-EDIT TO WS-LOAD-PCT
     ELSE
         MOVE 20 TO WS-LOAD-PCT
     END-IF.
*>    O custo realizado é a razão de ser do relatório
     OPEN INPUT LABOR-COST-FILE-IN.
     IF WS-LABORCST-MISSING
         DISPLAY "LABOR COST FILE LABORCST.DAT NOT FOUND - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     IF WS-PARM-PERIOD = SPACES
         MOVE "N" TO WS-EOF-SWITCH
         READ LABOR-COST-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B11-LATEST-PERIOD-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         IF WS-LATEST-KEY = 0
             DISPLAY "NO POSTED LABOR COST FOR PAY GROUP '"
                     WS-PARM-GROUP "' - RUN ABORTED"
             CLOSE LABOR-COST-FILE-IN
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         MOVE WS-LATEST-KEY TO WS-PARM-PERIOD
     END-IF.
     CLOSE LABOR-COST-FILE-IN.
     MOVE WS-PARM-PERIOD (1:4) TO WS-RPT-YEAR.
     MOVE WS-PARM-PERIOD (5:2) TO WS-RPT-PERIOD.

*>    Guarda o maior ano + período postado do grupo
 B11-LATEST-PERIOD-PARA.
     IF LC-PAY-GROUP = WS-PARM-GROUP AND LC-RUN-DATE (1:4) NUMERIC
         MOVE LC-RUN-DATE (1:4) TO WS-ROW-YEAR
         COMPUTE WS-ROW-KEY = WS-ROW-YEAR * 100 + LC-PERIOD-NBR
         IF WS-ROW-KEY > WS-LATEST-KEY
             MOVE WS-ROW-KEY TO WS-LATEST-KEY
         END-IF
     END-IF.
     READ LABOR-COST-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega os departamentos do mestre, com o gestor de cada um
 B15-LOAD-DEPTMAST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT DEPT-MASTER-FILE-IN.
     IF WS-DEPTMAST-MISSING
         DISPLAY "DEPT MASTER DEPTMAST.DAT NOT FOUND - ALL DEPARTMENTS "
                 "PRINT UNDER NO MANAGER"
     ELSE
         READ DEPT-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B16-DEPTMAST-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE DEPT-MASTER-FILE-IN
     END-IF.

*>    Cadastra um departamento do mestre
 B16-DEPTMAST-REC-PARA.
     MOVE DM-DEPT-CODE TO WS-WORK-DEPT.
     PERFORM C10-FIND-DEPT-PARA.
     IF WS-DEPT-FOUND
         MOVE DM-DESC TO WS-DT-DESC (DT-INDEX)
         MOVE DM-ACTIVE TO WS-DT-ACTIVE (DT-INDEX)
         MOVE DM-MANAGER TO WS-DT-MANAGER (DT-INDEX)
         IF DM-MANAGER = SPACES
             MOVE "** NO MANAGER **" TO WS-DT-MANAGER (DT-INDEX)
         END-IF
     END-IF.
     READ DEPT-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Orçamento do ano e grupo até o período do relatório: o período
*>    e o acumulado do ano
 B20-LOAD-BUDGET-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT DEPT-BUDGET-FILE-IN.
     IF WS-DEPTBUDG-MISSING
         DISPLAY "BUDGET FILE DEPTBUDG.DAT NOT FOUND - ALL SPENDING "
                 "REPORTS AS UNBUDGETED"
     ELSE
         READ DEPT-BUDGET-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-BUDGET-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE DEPT-BUDGET-FILE-IN
     END-IF.

*>    Acumula uma linha do orçamento
 B21-BUDGET-REC-PARA.
     IF BG-YEAR = WS-RPT-YEAR AND BG-PAY-GROUP = WS-PARM-GROUP
             AND BG-PERIOD-NBR <= WS-RPT-PERIOD
         MOVE BG-DEPT-CODE TO WS-WORK-DEPT
         PERFORM C10-FIND-DEPT-PARA
         IF WS-DEPT-FOUND
*>    Encargos não orçados: carga padrão sobre os salários orçados
             IF BG-BUDGET-LOAD = 0
                 COMPUTE BG-BUDGET-LOAD ROUNDED =
                     BG-BUDGET-WAGES * WS-LOAD-PCT / 100
             END-IF
             MOVE 2 TO WS-SCOPE
             PERFORM B22-ADD-BUDGET-PARA
             IF BG-PERIOD-NBR = WS-RPT-PERIOD
                 MOVE 1 TO WS-SCOPE
                 PERFORM B22-ADD-BUDGET-PARA
             END-IF
         END-IF
     END-IF.
     READ DEPT-BUDGET-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Soma o orçamento no escopo de WS-SCOPE
 B22-ADD-BUDGET-PARA.
     ADD BG-BUDGET-HOURS TO WS-DT-FIG (DT-INDEX WS-SCOPE 1).
     ADD BG-BUDGET-WAGES TO WS-DT-FIG (DT-INDEX WS-SCOPE 2).
     ADD BG-BUDGET-OT TO WS-DT-FIG (DT-INDEX WS-SCOPE 3).
     ADD BG-BUDGET-LOAD TO WS-DT-FIG (DT-INDEX WS-SCOPE 4).

*>    Custo realizado do ano e grupo até o período do relatório (as
*>    execuções avulsas entram no período delas)
 B30-LOAD-ACTUALS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT LABOR-COST-FILE-IN.
     READ LABOR-COST-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B31-ACTUAL-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE LABOR-COST-FILE-IN.

*>    Acumula uma linha do custo realizado
 B31-ACTUAL-REC-PARA.
     IF LC-PAY-GROUP = WS-PARM-GROUP
             AND LC-RUN-DATE (1:4) = WS-PARM-PERIOD (1:4)
             AND LC-PERIOD-NBR <= WS-RPT-PERIOD
         MOVE LC-DEPT-CODE TO WS-WORK-DEPT
         PERFORM C10-FIND-DEPT-PARA
         IF WS-DEPT-FOUND
             MOVE 2 TO WS-SCOPE
             PERFORM B32-ADD-ACTUAL-PARA
             IF LC-PERIOD-NBR = WS-RPT-PERIOD
                 MOVE 1 TO WS-SCOPE
                 PERFORM B32-ADD-ACTUAL-PARA
             END-IF
         END-IF
     END-IF.
     READ LABOR-COST-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Soma o realizado no escopo de WS-SCOPE
 B32-ADD-ACTUAL-PARA.
     ADD LC-GROSS-WAGES TO WS-DT-FIG (DT-INDEX WS-SCOPE 6).
     ADD LC-OT-WAGES TO WS-DT-FIG (DT-INDEX WS-SCOPE 7).
     ADD LC-EMPR-FICA TO WS-DT-FIG (DT-INDEX WS-SCOPE 8).
     ADD LC-FUTA TO WS-DT-FIG (DT-INDEX WS-SCOPE 9).
     ADD LC-SUTA TO WS-DT-FIG (DT-INDEX WS-SCOPE 10).
     ADD LC-WC-PREMIUM TO WS-DT-FIG (DT-INDEX WS-SCOPE 11).
     ADD LC-MATCH TO WS-DT-FIG (DT-INDEX WS-SCOPE 12).

*>    Horas realizadas: carrega as horas guardadas, substitui as do
*>    período do relatório pelas dos cartões de ponto (quando os
*>    cartões são desse período), regrava e acumula
 B40-LOAD-HOURS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT DEPT-HOURS-FILE.
     IF NOT WS-DEPTHRS-MISSING
         READ DEPT-HOURS-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-HOURS-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE DEPT-HOURS-FILE
     END-IF.
     PERFORM B42-TIMECARD-HOURS-PARA.
     OPEN OUTPUT DEPT-HOURS-FILE.
     PERFORM B46-HOURS-OUT-PARA
         VARYING WS-HRS-SUB FROM 1 BY 1
         UNTIL WS-HRS-SUB > WS-HRS-COUNT.
     CLOSE DEPT-HOURS-FILE.

*>    Guarda uma linha de horas
 B41-HOURS-REC-PARA.
     IF WS-HRS-COUNT < 6000
         ADD 1 TO WS-HRS-COUNT
         MOVE DH-HOURS-REC TO WS-HRS-ROW (WS-HRS-COUNT)
     END-IF.
     READ DEPT-HOURS-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Horas dos cartões do período do relatório, por departamento do
*>    mestre de funcionários e só do grupo do relatório. As linhas
*>    antigas do período saem quando há cartões dele
 B42-TIMECARD-HOURS-PARA.
     MOVE "N" TO WS-NEW-HOURS-SWITCH.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT TIMECARD-FILE-IN.
     IF NOT WS-TIMECARD-MISSING
         OPEN INPUT EMPL-MASTER-FILE-IN
         IF WS-EMPMAST-MISSING
             DISPLAY "EMPLOYEE MASTER EMPMAST.DAT NOT FOUND - NO ACTUAL "
                     "HOURS FROM TIMECARDS"
         ELSE
             READ TIMECARD-FILE-IN
                 AT END MOVE "Y" TO WS-EOF-SWITCH
             END-READ
             PERFORM B43-TIMECARD-REC-PARA
                 UNTIL WS-EOF-SWITCH = "Y"
             CLOSE EMPL-MASTER-FILE-IN
         END-IF
         CLOSE TIMECARD-FILE-IN
     END-IF.

*>    Soma um cartão nas horas do departamento do funcionário
 B43-TIMECARD-REC-PARA.
     IF TC-PERIOD-NBR = WS-RPT-PERIOD
         MOVE TC-SSN TO EM-SSN
         READ EMPL-MASTER-FILE-IN
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 IF EM-PAY-GROUP = WS-PARM-GROUP
                     PERFORM B44-CARD-TO-DEPT-PARA
                 END-IF
         END-READ
     END-IF.
     READ TIMECARD-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Primeiro cartão do período: retira as horas antigas dele; depois
*>    soma o cartão na linha do departamento
 B44-CARD-TO-DEPT-PARA.
     IF NOT WS-NEW-HOURS
         MOVE "Y" TO WS-NEW-HOURS-SWITCH
         PERFORM B45-DROP-PERIOD-HOURS-PARA
             VARYING WS-HRS-SUB FROM 1 BY 1
             UNTIL WS-HRS-SUB > WS-HRS-COUNT
     END-IF.
     MOVE ZEROS TO WS-CARD-HOURS.
     PERFORM B44A-ADD-DAY-PARA
         VARYING WS-DAY-SUB FROM 1 BY 1
         UNTIL WS-DAY-SUB > 14.
     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
     PERFORM B44B-FIND-HOURS-ROW-PARA
         VARYING WS-HRS-SUB FROM 1 BY 1
         UNTIL WS-HRS-SUB > WS-HRS-COUNT OR WS-DEPT-FOUND.
     IF WS-DEPT-FOUND
         SUBTRACT 1 FROM WS-HRS-SUB
         ADD WS-CARD-HOURS TO WS-HR-HOURS (WS-HRS-SUB)
     ELSE
         IF WS-HRS-COUNT < 6000
             ADD 1 TO WS-HRS-COUNT
             MOVE SPACES TO WS-HRS-ROW (WS-HRS-COUNT)
             MOVE WS-RPT-YEAR TO WS-HR-YEAR (WS-HRS-COUNT)
             MOVE WS-PARM-GROUP TO WS-HR-PAY-GROUP (WS-HRS-COUNT)
             MOVE WS-RPT-PERIOD TO WS-HR-PERIOD-NBR (WS-HRS-COUNT)
             MOVE EM-DEPT-CODE TO WS-HR-DEPT-CODE (WS-HRS-COUNT)
             MOVE WS-CARD-HOURS TO WS-HR-HOURS (WS-HRS-COUNT)
         END-IF
     END-IF.

*>    Soma as horas de um dia do cartão
 B44A-ADD-DAY-PARA.
     ADD TC-DAY-HOURS (WS-DAY-SUB) TO WS-CARD-HOURS.

*>    A linha de horas do departamento no período do relatório
 B44B-FIND-HOURS-ROW-PARA.
     IF WS-HR-YEAR (WS-HRS-SUB) = WS-RPT-YEAR
             AND WS-HR-PAY-GROUP (WS-HRS-SUB) = WS-PARM-GROUP
             AND WS-HR-PERIOD-NBR (WS-HRS-SUB) = WS-RPT-PERIOD
             AND WS-HR-DEPT-CODE (WS-HRS-SUB) = EM-DEPT-CODE
         MOVE "Y" TO WS-DEPT-FOUND-SWITCH
     END-IF.

*>    Zera as horas antigas do período do relatório (a linha zerada
*>    volta a ser somada pelos cartões novos ou fica com zero)
 B45-DROP-PERIOD-HOURS-PARA.
     IF WS-HR-YEAR (WS-HRS-SUB) = WS-RPT-YEAR
             AND WS-HR-PAY-GROUP (WS-HRS-SUB) = WS-PARM-GROUP
             AND WS-HR-PERIOD-NBR (WS-HRS-SUB) = WS-RPT-PERIOD
         MOVE ZEROS TO WS-HR-HOURS (WS-HRS-SUB)
     END-IF.

*>    Regrava uma linha de horas e soma no departamento quando é do
*>    ano e do grupo do relatório
 B46-HOURS-OUT-PARA.
     MOVE WS-HRS-ROW (WS-HRS-SUB) TO DH-HOURS-REC.
     WRITE DH-HOURS-REC.
     IF DH-YEAR = WS-RPT-YEAR AND DH-PAY-GROUP = WS-PARM-GROUP
             AND DH-PERIOD-NBR <= WS-RPT-PERIOD
         MOVE DH-DEPT-CODE TO WS-WORK-DEPT
         PERFORM C10-FIND-DEPT-PARA
         IF WS-DEPT-FOUND
             ADD DH-HOURS TO WS-DT-FIG (DT-INDEX 2 5)
             IF DH-PERIOD-NBR = WS-RPT-PERIOD
                 ADD DH-HOURS TO WS-DT-FIG (DT-INDEX 1 5)
             END-IF
         END-IF
     END-IF.

*>    Monta a lista de gestores; departamento fora do mestre fica sem
*>    gestor, e o inativo sem orçamento nem realizado sai do relatório
 B50-BUILD-MANAGERS-PARA.
     PERFORM B51-DEPT-MANAGER-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

*>    Gestor de um departamento
 B51-DEPT-MANAGER-PARA.
     SET DT-INDEX TO WS-DEPT-SUB.
     IF WS-DT-MANAGER (DT-INDEX) = SPACES
         MOVE "** NOT ON DEPTMAST" TO WS-DT-MANAGER (DT-INDEX)
     END-IF.
     MOVE "N" TO WS-OVER-SWITCH.
     PERFORM B52-ANY-FIGURE-PARA
         VARYING WS-FIG-SUB FROM 1 BY 1
         UNTIL WS-FIG-SUB > 12.
     IF WS-DEPT-OVER
         MOVE "N" TO WS-MGR-FOUND-SWITCH
         IF WS-MGR-COUNT > 0
             SET MG-INDEX TO 1
             SEARCH WS-MGR-ROW
                 AT END CONTINUE
                 WHEN MG-INDEX > WS-MGR-COUNT
                     CONTINUE
                 WHEN WS-MG-NAME (MG-INDEX) = WS-DT-MANAGER (DT-INDEX)
                     MOVE "Y" TO WS-MGR-FOUND-SWITCH
             END-SEARCH
         END-IF
         IF NOT WS-MGR-FOUND AND WS-MGR-COUNT < 300
             ADD 1 TO WS-MGR-COUNT
             SET MG-INDEX TO WS-MGR-COUNT
             INITIALIZE WS-MGR-ROW (MG-INDEX)
             MOVE WS-DT-MANAGER (DT-INDEX) TO WS-MG-NAME (MG-INDEX)
         END-IF
     ELSE
*>    Nada a mostrar: o departamento fica de fora
         MOVE SPACES TO WS-DT-MANAGER (DT-INDEX)
     END-IF.

*>    O departamento tem algum valor no acumulado do ano? (o switch
*>    de estouro serve aqui de "tem movimento")
 B52-ANY-FIGURE-PARA.
     IF WS-DT-FIG (DT-INDEX 2 WS-FIG-SUB) NOT = 0
         MOVE "Y" TO WS-OVER-SWITCH
     END-IF.

*>    Página de um gestor: os departamentos dele e o total do gestor
 B60-MANAGER-PAGE-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE WS-MG-NAME (MG-INDEX) TO WS-CUR-MANAGER.
     PERFORM C20-HEADINGS-PARA.
     PERFORM B61-MANAGER-DEPT-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE WS-MG-SCOPE-ROW (MG-INDEX 1) TO WS-PF-SCOPE-ROW (1).
     MOVE WS-MG-SCOPE-ROW (MG-INDEX 2) TO WS-PF-SCOPE-ROW (2).
     IF WS-LINES-USED + 8 > WS-MAX-LINES
         PERFORM C20-HEADINGS-PARA
     END-IF.
     MOVE SPACES TO WS-DEPT-TITLE-LINE.
     STRING "TOTAL FOR " DELIMITED BY SIZE
            WS-CUR-MANAGER DELIMITED BY SIZE
         INTO WS-DEPT-TITLE-LINE
     END-STRING.
     PERFORM C30-PRINT-BLOCK-PARA.

*>    Um departamento do gestor corrente
 B61-MANAGER-DEPT-PARA.
     SET DT-INDEX TO WS-DEPT-SUB.
     IF WS-DT-MANAGER (DT-INDEX) = WS-CUR-MANAGER
         IF WS-LINES-USED + 8 > WS-MAX-LINES
             PERFORM C20-HEADINGS-PARA
         END-IF
         MOVE WS-DT-SCOPE-ROW (DT-INDEX 1) TO WS-PF-SCOPE-ROW (1)
         MOVE WS-DT-SCOPE-ROW (DT-INDEX 2) TO WS-PF-SCOPE-ROW (2)
         MOVE SPACES TO WS-DEPT-TITLE-LINE
         MOVE "DEPARTMENT " TO WS-DEPT-TITLE-LINE (1:11)
         MOVE WS-DT-CODE (DT-INDEX) TO WS-DTL-CODE-OUT
         MOVE WS-DT-DESC (DT-INDEX) TO WS-DTL-DESC-OUT
         IF WS-DT-ACTIVE (DT-INDEX) = "I"
             MOVE "(INACTIVE)" TO WS-DTL-NOTE-OUT
         END-IF
         PERFORM C30-PRINT-BLOCK-PARA
*>    O custo total acima da tolerância no período ou no ano conta o
*>    departamento como estourado
         SET MG-INDEX TO WS-MGR-SUB
         ADD 1 TO WS-MG-DEPT-COUNT (MG-INDEX)
         ADD 1 TO WS-GT-DEPT-COUNT
         IF WS-DEPT-OVER
             ADD 1 TO WS-MG-OVER-COUNT (MG-INDEX)
             ADD 1 TO WS-GT-OVER-COUNT
         END-IF
         PERFORM B62-ADD-TOTALS-PARA
             VARYING WS-FIG-SUB FROM 1 BY 1
             UNTIL WS-FIG-SUB > 12
     END-IF.

*>    Soma o departamento no total do gestor e no total geral
 B62-ADD-TOTALS-PARA.
     ADD WS-DT-FIG (DT-INDEX 1 WS-FIG-SUB)
         TO WS-MG-FIG (MG-INDEX 1 WS-FIG-SUB)
            WS-GT-FIG (1 WS-FIG-SUB).
     ADD WS-DT-FIG (DT-INDEX 2 WS-FIG-SUB)
         TO WS-MG-FIG (MG-INDEX 2 WS-FIG-SUB)
            WS-GT-FIG (2 WS-FIG-SUB).

*>    Página de resumo: uma linha por gestor com o custo total e o
*>    total geral
 B70-SUMMARY-PAGE-PARA.
     MOVE "ALL MANAGERS" TO WS-CUR-MANAGER.
     PERFORM C20-HEADINGS-PARA.
     WRITE BR-REPORT-OUT FROM WS-SUMMARY-HEADING
         AFTER ADVANCING 2 LINES.
     MOVE SPACES TO BR-REPORT-OUT.
     WRITE BR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     PERFORM B71-SUMMARY-LINE-PARA
         VARYING WS-MGR-SUB FROM 1 BY 1
         UNTIL WS-MGR-SUB > WS-MGR-COUNT.
     MOVE WS-GT-SCOPE-ROW (1) TO WS-PF-SCOPE-ROW (1).
     MOVE WS-GT-SCOPE-ROW (2) TO WS-PF-SCOPE-ROW (2).
     MOVE "GRAND TOTAL" TO WS-SL-MANAGER-OUT.
     MOVE WS-GT-DEPT-COUNT TO WS-SL-DEPTS-OUT.
     MOVE WS-GT-OVER-COUNT TO WS-SL-OVER-OUT.
     PERFORM C50-SUMMARY-FIGURES-PARA.
     WRITE BR-REPORT-OUT FROM WS-SUMMARY-LINE
         AFTER ADVANCING 2 LINES.
     MOVE SPACES TO WS-MSG-TEXT-OUT.
     IF WS-GT-OVER-COUNT > 0
         STRING "DEPARTMENTS OVER BUDGET BEYOND TOLERANCE: "
                    DELIMITED BY SIZE
                WS-SL-OVER-OUT DELIMITED BY SIZE
             INTO WS-MSG-TEXT-OUT
         END-STRING
     ELSE
         MOVE "NO DEPARTMENT OVER BUDGET BEYOND TOLERANCE"
             TO WS-MSG-TEXT-OUT
     END-IF.
     WRITE BR-REPORT-OUT FROM WS-MESSAGE-LINE
         AFTER ADVANCING 2 LINES.

*>    Linha do resumo de um gestor
 B71-SUMMARY-LINE-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE WS-MG-SCOPE-ROW (MG-INDEX 1) TO WS-PF-SCOPE-ROW (1).
     MOVE WS-MG-SCOPE-ROW (MG-INDEX 2) TO WS-PF-SCOPE-ROW (2).
     MOVE WS-MG-NAME (MG-INDEX) TO WS-SL-MANAGER-OUT.
     MOVE WS-MG-DEPT-COUNT (MG-INDEX) TO WS-SL-DEPTS-OUT.
     MOVE WS-MG-OVER-COUNT (MG-INDEX) TO WS-SL-OVER-OUT.
     PERFORM C50-SUMMARY-FIGURES-PARA.
     WRITE BR-REPORT-OUT FROM WS-SUMMARY-LINE
         AFTER ADVANCING 1 LINE.

*>    Localiza (ou cadastra) o departamento de WS-WORK-DEPT
 C10-FIND-DEPT-PARA.
     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
     IF WS-DEPT-COUNT > 0
         SET DT-INDEX TO 1
         SEARCH WS-DEPT-ROW
             AT END CONTINUE
             WHEN DT-INDEX > WS-DEPT-COUNT
                 CONTINUE
             WHEN WS-DT-CODE (DT-INDEX) = WS-WORK-DEPT
                 MOVE "Y" TO WS-DEPT-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-DEPT-FOUND AND WS-DEPT-COUNT < 300
         ADD 1 TO WS-DEPT-COUNT
         SET DT-INDEX TO WS-DEPT-COUNT
         INITIALIZE WS-DEPT-ROW (DT-INDEX)
         MOVE WS-WORK-DEPT TO WS-DT-CODE (DT-INDEX)
         MOVE "DEPARTMENT NOT ON MASTER" TO WS-DT-DESC (DT-INDEX)
         MOVE "Y" TO WS-DEPT-FOUND-SWITCH
     END-IF.

*>    Cabeçalho de página do gestor corrente
 C20-HEADINGS-PARA.
     ADD 1 TO WS-PAGE-COUNT.
     MOVE WS-CUR-MANAGER TO WS-H1-MANAGER-OUT.
     MOVE WS-RPT-YEAR TO WS-H1-YEAR-OUT.
     MOVE WS-RPT-PERIOD TO WS-H1-PERIOD-OUT.
     MOVE WS-PARM-GROUP TO WS-H1-GROUP-OUT.
     MOVE WS-TOL-PCT TO WS-H1-TOL-OUT.
     MOVE WS-PAGE-COUNT TO WS-H1-PAGE-OUT.
     WRITE BR-REPORT-OUT FROM WS-HEADING-1
         AFTER ADVANCING PAGE.
     WRITE BR-REPORT-OUT FROM WS-HEADING-2
         AFTER ADVANCING 2 LINES.
     WRITE BR-REPORT-OUT FROM WS-HEADING-3
         AFTER ADVANCING 1 LINE.
     MOVE 4 TO WS-LINES-USED.

*>    Bloco de um departamento (ou do total do gestor): título, horas,
*>    salários, hora extra, encargos, custo total e o detalhe dos
*>    encargos do período; WS-DEPT-OVER fica com o estouro do custo
 C30-PRINT-BLOCK-PARA.
     WRITE BR-REPORT-OUT FROM WS-DEPT-TITLE-LINE
         AFTER ADVANCING 2 LINES.
*>    Horas
     MOVE "HOURS" TO WS-CMP-LABEL.
     MOVE WS-PF-FIG (1 1) TO WS-CMP-BUDGET (1).
     MOVE WS-PF-FIG (2 1) TO WS-CMP-BUDGET (2).
     MOVE WS-PF-FIG (1 5) TO WS-CMP-ACTUAL (1).
     MOVE WS-PF-FIG (2 5) TO WS-CMP-ACTUAL (2).
     PERFORM C40-COMPARE-LINE-PARA.
*>    Salários (com a hora extra)
     MOVE "WAGES" TO WS-CMP-LABEL.
     MOVE WS-PF-FIG (1 2) TO WS-CMP-BUDGET (1).
     MOVE WS-PF-FIG (2 2) TO WS-CMP-BUDGET (2).
     MOVE WS-PF-FIG (1 6) TO WS-CMP-ACTUAL (1).
     MOVE WS-PF-FIG (2 6) TO WS-CMP-ACTUAL (2).
     PERFORM C40-COMPARE-LINE-PARA.
*>    Hora extra
     MOVE "  OVERTIME" TO WS-CMP-LABEL.
     MOVE WS-PF-FIG (1 3) TO WS-CMP-BUDGET (1).
     MOVE WS-PF-FIG (2 3) TO WS-CMP-BUDGET (2).
     MOVE WS-PF-FIG (1 7) TO WS-CMP-ACTUAL (1).
     MOVE WS-PF-FIG (2 7) TO WS-CMP-ACTUAL (2).
     PERFORM C40-COMPARE-LINE-PARA.
*>    Encargos do empregador
     MOVE "EMPLOYER LOAD" TO WS-CMP-LABEL.
     MOVE WS-PF-FIG (1 4) TO WS-CMP-BUDGET (1).
     MOVE WS-PF-FIG (2 4) TO WS-CMP-BUDGET (2).
     COMPUTE WS-CMP-ACTUAL (1) =
         WS-PF-FIG (1 8) + WS-PF-FIG (1 9) + WS-PF-FIG (1 10)
         + WS-PF-FIG (1 11) + WS-PF-FIG (1 12).
     COMPUTE WS-CMP-ACTUAL (2) =
         WS-PF-FIG (2 8) + WS-PF-FIG (2 9) + WS-PF-FIG (2 10)
         + WS-PF-FIG (2 11) + WS-PF-FIG (2 12).
     PERFORM C40-COMPARE-LINE-PARA.
*>    Custo total carregado: é ele que decide o estouro
     MOVE "TOTAL LABOR COST" TO WS-CMP-LABEL.
     COMPUTE WS-CMP-BUDGET (1) = WS-PF-FIG (1 2) + WS-PF-FIG (1 4).
     COMPUTE WS-CMP-BUDGET (2) = WS-PF-FIG (2 2) + WS-PF-FIG (2 4).
     COMPUTE WS-CMP-ACTUAL (1) = WS-PF-FIG (1 6) + WS-CMP-ACTUAL (1).
     COMPUTE WS-CMP-ACTUAL (2) = WS-PF-FIG (2 6) + WS-CMP-ACTUAL (2).
     PERFORM C40-COMPARE-LINE-PARA.
     IF WS-CMP-OVER (1) = "Y" OR WS-CMP-OVER (2) = "Y"
         MOVE "Y" TO WS-OVER-SWITCH
     ELSE
         MOVE "N" TO WS-OVER-SWITCH
     END-IF.
*>    Detalhe dos encargos realizados no período
     MOVE WS-PF-FIG (1 8) TO WS-LD-FICA-OUT.
     MOVE WS-PF-FIG (1 9) TO WS-LD-FUTA-OUT.
     MOVE WS-PF-FIG (1 10) TO WS-LD-SUTA-OUT.
     MOVE WS-PF-FIG (1 11) TO WS-LD-WC-OUT.
     MOVE WS-PF-FIG (1 12) TO WS-LD-MATCH-OUT.
     WRITE BR-REPORT-OUT FROM WS-LOAD-DETAIL-LINE
         AFTER ADVANCING 1 LINE.
     ADD 8 TO WS-LINES-USED.

*>    Imprime uma linha de comparação: variação = realizado menos
*>    orçado (positiva = acima do orçamento); acima da tolerância, ou
*>    gasto sem orçamento, marca a linha
 C40-COMPARE-LINE-PARA.
     MOVE SPACES TO WS-COMPARE-LINE.
     MOVE WS-CMP-LABEL TO WS-CL-LABEL-OUT.
     PERFORM C41-COMPARE-SCOPE-PARA
         VARYING WS-SCOPE FROM 1 BY 1
         UNTIL WS-SCOPE > 2.
     EVALUATE TRUE
         WHEN WS-CMP-OVER (1) = "Y" AND WS-CMP-OVER (2) = "Y"
             MOVE "*OVER P/Y" TO WS-CL-FLAG-OUT
         WHEN WS-CMP-OVER (1) = "Y"
             MOVE "*OVER PER" TO WS-CL-FLAG-OUT
         WHEN WS-CMP-OVER (2) = "Y"
             MOVE "*OVER YTD" TO WS-CL-FLAG-OUT
         WHEN OTHER
             MOVE SPACES TO WS-CL-FLAG-OUT
     END-EVALUATE.
     WRITE BR-REPORT-OUT FROM WS-COMPARE-LINE
         AFTER ADVANCING 1 LINE.

*>    Colunas de um escopo (período ou acumulado do ano)
 C41-COMPARE-SCOPE-PARA.
     COMPUTE WS-CMP-VAR (WS-SCOPE) =
         WS-CMP-ACTUAL (WS-SCOPE) - WS-CMP-BUDGET (WS-SCOPE).
     MOVE "N" TO WS-CMP-OVER (WS-SCOPE).
     MOVE WS-CMP-BUDGET (WS-SCOPE) TO WS-CL-BUDGET-OUT (WS-SCOPE).
     MOVE WS-CMP-ACTUAL (WS-SCOPE) TO WS-CL-ACTUAL-OUT (WS-SCOPE).
     MOVE WS-CMP-VAR (WS-SCOPE) TO WS-CL-VAR-OUT (WS-SCOPE).
     IF WS-CMP-BUDGET (WS-SCOPE) = 0
         IF WS-CMP-ACTUAL (WS-SCOPE) > 0
             MOVE "Y" TO WS-CMP-OVER (WS-SCOPE)
         END-IF
     ELSE
         COMPUTE WS-CMP-PCT (WS-SCOPE) ROUNDED =
             WS-CMP-VAR (WS-SCOPE) * 100 / WS-CMP-BUDGET (WS-SCOPE)
             ON SIZE ERROR MOVE 9999.9 TO WS-CMP-PCT (WS-SCOPE)
         END-COMPUTE
         MOVE WS-CMP-PCT (WS-SCOPE) TO WS-CL-PCT-OUT (WS-SCOPE)
         IF WS-CMP-VAR (WS-SCOPE) > 0
                 AND WS-CMP-PCT (WS-SCOPE) > WS-TOL-PCT
             MOVE "Y" TO WS-CMP-OVER (WS-SCOPE)
         END-IF
     END-IF.

*>    Valores do custo total de uma linha do resumo
 C50-SUMMARY-FIGURES-PARA.
     PERFORM C51-SUMMARY-SCOPE-PARA
         VARYING WS-SCOPE FROM 1 BY 1
         UNTIL WS-SCOPE > 2.

*>    Custo total orçado, realizado e variação de um escopo
 C51-SUMMARY-SCOPE-PARA.
     COMPUTE WS-CMP-BUDGET (WS-SCOPE) =
         WS-PF-FIG (WS-SCOPE 2) + WS-PF-FIG (WS-SCOPE 4).
     COMPUTE WS-CMP-ACTUAL (WS-SCOPE) =
         WS-PF-FIG (WS-SCOPE 6) + WS-PF-FIG (WS-SCOPE 8)
         + WS-PF-FIG (WS-SCOPE 9) + WS-PF-FIG (WS-SCOPE 10)
         + WS-PF-FIG (WS-SCOPE 11) + WS-PF-FIG (WS-SCOPE 12).
     COMPUTE WS-CMP-VAR (WS-SCOPE) =
         WS-CMP-ACTUAL (WS-SCOPE) - WS-CMP-BUDGET (WS-SCOPE).
     MOVE WS-CMP-BUDGET (WS-SCOPE) TO WS-SL-BUDGET-OUT (WS-SCOPE).
     MOVE WS-CMP-ACTUAL (WS-SCOPE) TO WS-SL-ACTUAL-OUT (WS-SCOPE).
     MOVE WS-CMP-VAR (WS-SCOPE) TO WS-SL-VAR-OUT (WS-SCOPE).
