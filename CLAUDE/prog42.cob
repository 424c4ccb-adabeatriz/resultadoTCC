*> =====================================================================
*> PROGRAMA: GERAÇÃO AUTOMÁTICA DO PAGAMENTO DOS MENSALISTAS
*> DESCRIÇÃO: Gera os registros regulares (01) da folha dos
*>            funcionários mensalistas/assalariados (EM-PAY-FREQ 12),
*>            que não têm cartão de ponto, a partir do mestre de
*>            remuneração (SALMAST.DAT - salário anual por CPF/SSN com
*>            data de vigência: admissão, mudança de salário e
*>            desligamento). O período é o mês civil do 1º parâmetro
*>            (AAAAMM; sem parâmetro, o mês da data da execução). O
*>            valor do período é o salário anual dividido pela
*>            frequência de pagamento, rateado por dias úteis (segunda
*>            a sexta) quando a admissão, o desligamento ou uma
*>            mudança de salário cai no meio do mês: cada dia útil
*>            paga o salário anual vigente naquele dia. Grava
*>            TW12C_SAL.DAT com o trailer de controle (99) já
*>            computado - o mesmo layout de 80 posições da folha, que
*>            PROG43 mescla com a montagem do ponto (PROG15) na entrada
*>            única de PROG6 - e o relatório da geração com os
*>            rateios e as exceções (mensalista sem remuneração
*>            cadastrada, remuneração de quem não é mensalista no
*>            mestre, linha inválida). Só entram os funcionários do
*>            grupo de pagamento da execução (PROG6_PAY_GROUP, como na
*>            folha). Os dias úteis em licença protegida (caso
*>            contínuo de LEAVCASE.DAT, de PROG58) não são pagos; a
*>            licença intermitente é paga e só anotada no relatório.
*>            Código de retorno: 0 = gerado
*>            sem exceções; 4 = gerado com exceções a conferir;
*>            8 = execução abortada
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG42.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Mestre de remuneração dos mensalistas, mantido pelo RH: uma
*>    linha por evento de salário (admissão, mudança, desligamento)
     SELECT SALARY-MASTER-FILE-IN
         ASSIGN TO "SALMAST.DAT"
         FILE STATUS IS WS-SALMAST-FILE-STATUS.
*>    Mestre de funcionários, varrido inteiro atrás dos mensalistas
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Casos de licença protegida (FMLA), mantidos por PROG58; sem o
*>    arquivo ninguém está de licença
     SELECT LEAVE-CASE-FILE-IN
         ASSIGN TO "LEAVCASE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LO-SSN
         FILE STATUS IS WS-LEAVCASE-FILE-STATUS.
*>    Registros regulares gerados, no layout de 80 da folha
     SELECT SALARY-PAY-FILE-OUT
         ASSIGN TO "TW12C_SAL.DAT".
*>    Relatório da geração
     SELECT SALARY-REPORT-OUT
         ASSIGN TO "SALPAY_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do mestre de remuneração
 FD  SALARY-MASTER-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SM-SALARY-REC.
 01  SM-SALARY-REC.
     05  SM-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  SM-EFF-DATE                 PIC X(8).      *> Vigência (AAAAMMDD)
     05  SM-ACTION                   PIC X(1).      *> Evento da linha
         88  SM-ACTION-VALID         VALUE "H" "C" "T".
*>                                                  *> H=admissão  C=mudança de salário
*>                                                  *> T=desligamento: a vigência é o
*>                                                  *> primeiro dia SEM salário (o dia
*>                                                  *> seguinte ao último trabalhado)
     05  SM-ANNUAL-SALARY            PIC 9(7)V99.   *> Salário anual vigente
     05  SM-DESCRIPTION              PIC X(12).     *> Motivo/observação do RH
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

*>    Definição da folha dos mensalistas gerada (layout de 80 da folha)
 FD  SALARY-PAY-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SO-SALARY-REC-OUT.
 01  SO-SALARY-REC-OUT               PIC X(80).

*>    Relatório da geração (linha de 132 colunas)
 FD  SALARY-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SR-REPORT-OUT.
 01  SR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-SAL-EOF-SWITCH           PIC X(1).
     05  WS-EMPL-EOF-SWITCH          PIC X(1).
     05  WS-SALMAST-FILE-STATUS      PIC X(2).
         88  WS-SALMAST-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-OK           VALUE "00".
     05  WS-LEAVCASE-FILE-STATUS     PIC X(2).
         88  WS-LEAVCASE-OK          VALUE "00".
     05  WS-CASE-EOF-SWITCH          PIC X(1).
     05  WS-CASE-FOUND-SWITCH        PIC X(1).
         88  WS-CASE-FOUND           VALUE "Y".
     05  WS-ROW-FOUND-SWITCH         PIC X(1).
         88  WS-ROW-FOUND            VALUE "Y".
     05  WS-RATE-CHANGE-SWITCH       PIC X(1).
         88  WS-RATE-CHANGED         VALUE "Y".

*>    Parâmetro da execução: o mês civil do período (AAAAMM)
 01  WS-PARM-MONTH                   PIC X(6) VALUE SPACES.
 01  WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH.
     05  WS-PARM-YEAR                PIC 9(4).
     05  WS-PARM-MM                  PIC 9(2).
 01  WS-RUN-DATE                     PIC X(8).

*>    Grupo de pagamento da execução (PROG6_PAY_GROUP no ambiente;
*>    ausente = espaços, o grupo padrão da instalação): só os
*>    mensalistas do grupo são gerados
 01  WS-RUN-PAY-GROUP                PIC X(2) VALUE SPACES.

*>    Limites e dias úteis do período
 01  WS-PERIOD-CONTROLS.
     05  WS-PERIOD-START             PIC X(8).      *> Primeiro dia do mês
     05  WS-PERIOD-END               PIC X(8).      *> Último dia do mês
     05  WS-PERIOD-CAL-DAYS          PIC 9(2).      *> Dias corridos do mês
     05  WS-PERIOD-WORK-DAYS         PIC 9(2).      *> Dias úteis do mês

*>    Tabela do mestre de remuneração, carregada inteira na abertura;
*>    a marca de uso aponta as linhas de quem não é mensalista
 01  WS-SAL-CONTROLS.
     05  WS-SAL-COUNT                PIC 9(5) COMP.
     05  WS-SAL-SUB                  PIC 9(5) COMP.
     05  WS-SAL-SUB2                 PIC 9(5) COMP.
 01  WS-SAL-TABLE.
     05  WS-SAL-ROW                  OCCURS 10000 TIMES
                                      INDEXED BY SM-INDEX.
         10  WS-SM-SSN-ENTRY         PIC X(9).
         10  WS-SM-EFF-ENTRY         PIC X(8).
         10  WS-SM-ACTION-ENTRY      PIC X(1).
         10  WS-SM-SALARY-ENTRY      PIC 9(7)V99.
         10  WS-SM-USED-ENTRY        PIC X(1).

*>    Casos de licença que tocam o mês, carregados de LEAVCASE.DAT:
*>    os em aberto (L) iniciados até o fim do mês e os já encerrados
*>    pelo retorno (R) dentro do mês; o fim é o dia do retorno, sem
*>    retorno a licença vai até o fim do mês
 01  WS-CASE-CONTROLS.
     05  WS-CASE-COUNT               PIC 9(5) COMP.
 01  WS-CASE-TABLE.
     05  WS-CASE-ROW                 OCCURS 5000 TIMES
                                      INDEXED BY LO-INDEX.
         10  WS-LO-SSN-ENTRY         PIC X(9).
         10  WS-LO-MODE-ENTRY        PIC X(1).
         10  WS-LO-START-ENTRY       PIC X(8).
         10  WS-LO-RETURN-ENTRY      PIC X(8).

*>    Linhas de remuneração do funcionário em exame
 01  WS-EMPL-ROW-CONTROLS.
     05  WS-ER-COUNT                 PIC 9(3) COMP.
     05  WS-ER-SUB                   PIC 9(3) COMP.
     05  WS-ER-BEST-SUB              PIC 9(3) COMP.
 01  WS-EMPL-ROW-TABLE.
     05  WS-EMPL-ROW                 OCCURS 60 TIMES.
         10  WS-ER-EFF-ENTRY         PIC X(8).
         10  WS-ER-ACTION-ENTRY      PIC X(1).
         10  WS-ER-SALARY-ENTRY      PIC 9(7)V99.

*>    Área de trabalho do rateio de um funcionário
 01  WS-CALC-WORK.
     05  WS-PAID-DAYS                PIC 9(2).      *> Dias úteis com salário
     05  WS-SALARY-DAY-SUM           PIC 9(9)V99.   *> Soma do salário anual dos dias pagos
     05  WS-FIRST-SALARY             PIC 9(7)V99.   *> Salário do primeiro dia pago
     05  WS-LAST-SALARY              PIC 9(7)V99.   *> Salário do último dia pago
     05  WS-BEST-DATE                PIC X(8).      *> Vigência mais recente achada
     05  WS-PERIOD-EARN              PIC 9(5)V99.   *> Valor do período gerado
     05  WS-LEAVE-DAYS               PIC 9(2).      *> Dias úteis de licença não pagos
     05  WS-LEAVE-MODE               PIC X(1).      *> Modo do caso (espaço = sem caso)
     05  WS-LEAVE-FROM               PIC X(8).      *> Primeiro dia da licença
     05  WS-LEAVE-TO                 PIC X(8).      *> Dia do retorno (fora da licença)

*>    Aritmética de datas (dia a dia do mês)
 01  WS-DATE-WORK.
     05  WS-DW-YEAR                  PIC 9(4).
     05  WS-DW-MONTH                 PIC 9(2).
     05  WS-DW-DAY                   PIC 9(2).
 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                     PIC X(8).
 01  WS-DATE-CALC.
     05  WS-MONTH-LEN                PIC 9(2).
     05  WS-LEAP-QUOT                PIC 9(4).
     05  WS-LEAP-REM-4               PIC 9(3).
     05  WS-LEAP-REM-100             PIC 9(3).
     05  WS-LEAP-REM-400             PIC 9(3).

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

*>    Totalizadores da geração
 01  WS-TOTALS.
     05  WS-EMPL-READ-COUNT          PIC 9(6).      *> Funcionários lidos do mestre
     05  WS-SALARIED-COUNT           PIC 9(5).      *> Mensalistas encontrados
     05  WS-RECS-WRITTEN-COUNT       PIC 9(5).      *> Registros 01 gerados
     05  WS-PRORATED-COUNT           PIC 9(5).      *> Registros com rateio
     05  WS-EXCEPT-COUNT             PIC 9(5).      *> Exceções a conferir
     05  WS-OTHER-GROUP-COUNT        PIC 9(5).      *> Mensalistas de outro grupo
     05  WS-EARN-TOT                 PIC 9(7)V99.   *> Total gerado

*>    Registro regular (01) gerado, no layout da folha
 01  WS-SALARY-REC.
     05  WS-SO-REC-CODE              PIC 9(2) VALUE 01.
     05  WS-SO-SSN                   PIC X(9).
     05  WS-SO-EMPL-NAME             PIC X(18).
     05  WS-SO-DEPT-CODE             PIC X(4).
     05  WS-SO-EARN-TYPE             PIC X(1) VALUE SPACES.
     05  WS-SO-COMPANY               PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(13) VALUE SPACES.
     05  WS-SO-EARN-THIS-PER         PIC 9(5)V99.
     05  WS-SO-PAY-FREQ              PIC 9(2).
     05  WS-SO-ADJUST-AMT            PIC S9(5)V99 VALUE ZEROS.
     05  FILLER                      PIC X(5) VALUE SPACES.
     05  WS-SO-MARITAL-STATUS        PIC 9(1).
     05  WS-SO-EXEMPTIONS            PIC 9(1).
     05  WS-SO-GARNISH-AMT           PIC 9(3)V99 VALUE ZEROS.
     05  FILLER                      PIC X(3) VALUE SPACES.

*>    Trailer de controle (99) computado para o lote dos mensalistas
 01  WS-TRAILER-REC.
     05  WS-SO-TRAILER-CODE          PIC 9(2) VALUE 99.
     05  WS-SO-TRAILER-REC-COUNT     PIC 9(7).
     05  WS-SO-TRAILER-TOT-EARN      PIC 9(7)V99.
     05  FILLER                      PIC X(62) VALUE SPACES.

*>    Cabeçalho do relatório da geração
 01  WS-HEADING.
     05  FILLER                      PIC X(38) VALUE
             "SALARIED AUTO-PAY GENERATION - MONTH ".
     05  WS-HD-MONTH-OUT             PIC X(6).
     05  FILLER                      PIC X(13) VALUE "  WORK DAYS: ".
     05  WS-HD-WORK-DAYS-OUT         PIC Z9.
     05  FILLER                      PIC X(73) VALUE SPACES.

 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(11) VALUE "SSN".
     05  FILLER                      PIC X(20) VALUE "NAME".
     05  FILLER                      PIC X(14) VALUE "ANNUAL SALARY".
     05  FILLER                      PIC X(7) VALUE "DAYS".
     05  FILLER                      PIC X(12) VALUE "PERIOD EARN".
     05  FILLER                      PIC X(24) VALUE "NOTE".
     05  FILLER                      PIC X(44) VALUE SPACES.

*>    Linha de um mensalista (ou de uma exceção) no relatório
 01  WS-DETAIL-LINE.
     05  WS-DL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-NAME-OUT              PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-SALARY-OUT            PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-DAYS-OUT              PIC Z9.
     05  FILLER                      PIC X(1) VALUE "/".
     05  WS-DL-WORK-DAYS-OUT         PIC Z9.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-DL-EARN-OUT              PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-NOTE-OUT              PIC X(24).
     05  FILLER                      PIC X(44) VALUE SPACES.

*>    Linha de totais da geração
 01  WS-SAL-TOTAL-LINE.
     05  FILLER                      PIC X(16) VALUE "EMPLOYEES READ: ".
     05  WS-TOT-READ-OUT             PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  SALARIED: ".
     05  WS-TOT-SALARIED-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  RECORDS: ".
     05  WS-TOT-WRIT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  PRORATED: ".
     05  WS-TOT-PRORATED-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  EXCEPTIONS: ".
     05  WS-TOT-EXCEPT-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  TOTAL EARN: ".
     05  WS-TOT-EARN-OUT             PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(10) VALUE SPACES.

*>    Linha do grupo de pagamento da execução
 01  WS-GROUP-LINE.
     05  FILLER                      PIC X(16) VALUE "RUN PAY GROUP: ".
     05  WS-GRP-GROUP-OUT            PIC X(2).
     05  FILLER                      PIC X(31) VALUE
             "  SALARIED IN OTHER GROUPS: ".
     05  WS-GRP-OTHER-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(77) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da geração
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-MONTH FROM ARGUMENT-VALUE.
     IF WS-PARM-MONTH = SPACES
         MOVE WS-RUN-DATE (1:6) TO WS-PARM-MONTH
     END-IF.
     IF WS-PARM-MONTH IS NOT NUMERIC
             OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
         DISPLAY "INVALID PAY MONTH " WS-PARM-MONTH
                 " - EXPECTED AAAAMM - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT SALARY-MASTER-FILE-IN.
     IF WS-SALMAST-MISSING
         DISPLAY "COMPENSATION MASTER SALMAST.DAT NOT FOUND - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF NOT WS-EMPMAST-OK
         DISPLAY "EMPLOYEE MASTER EMPMAST.DAT NOT AVAILABLE - " &
                 "RUN ABORTED"
         CLOSE SALARY-MASTER-FILE-IN
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     ACCEPT WS-RUN-PAY-GROUP FROM ENVIRONMENT "PROG6_PAY_GROUP"
         ON EXCEPTION MOVE SPACES TO WS-RUN-PAY-GROUP
     END-ACCEPT.
     OPEN OUTPUT SALARY-PAY-FILE-OUT
                 SALARY-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-SALARY-PARA.
     PERFORM B18-LOAD-LEAVE-CASES-PARA.
*>    Varre o mestre de funcionários gerando o período dos mensalistas
     READ EMPL-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EMPL-EOF-SWITCH
     END-READ.
     PERFORM B30-EMPL-REC-PARA
         UNTIL WS-EMPL-EOF-SWITCH = "Y".
*>    Remuneração cadastrada para quem não é mensalista no mestre
     PERFORM B50-UNUSED-ROW-PARA
         VARYING WS-SAL-SUB FROM 1 BY 1
         UNTIL WS-SAL-SUB > WS-SAL-COUNT.
*>    Trailer de controle do lote dos mensalistas
     MOVE WS-RECS-WRITTEN-COUNT TO WS-SO-TRAILER-REC-COUNT.
     MOVE WS-EARN-TOT TO WS-SO-TRAILER-TOT-EARN.
     WRITE SO-SALARY-REC-OUT FROM WS-TRAILER-REC.
     PERFORM C20-TOTAL-PARA.
     CLOSE SALARY-MASTER-FILE-IN
           EMPL-MASTER-FILE-IN
           SALARY-PAY-FILE-OUT
           SALARY-REPORT-OUT.
     IF WS-EXCEPT-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização: limites do mês, dias úteis e cabeçalho
 B10-INIT-PARA.
     MOVE "N" TO WS-SAL-EOF-SWITCH.
     MOVE "N" TO WS-EMPL-EOF-SWITCH.
     MOVE ZEROS TO WS-SAL-COUNT
                   WS-EMPL-READ-COUNT
                   WS-SALARIED-COUNT
                   WS-RECS-WRITTEN-COUNT
                   WS-PRORATED-COUNT
                   WS-EXCEPT-COUNT
                   WS-OTHER-GROUP-COUNT
                   WS-CASE-COUNT
                   WS-EARN-TOT
                   WS-PERIOD-WORK-DAYS.
     MOVE WS-PARM-YEAR TO WS-DW-YEAR.
     MOVE WS-PARM-MM TO WS-DW-MONTH.
     MOVE 1 TO WS-DW-DAY.
     MOVE WS-DATE-WORK-X TO WS-PERIOD-START.
     PERFORM C83-MONTH-LENGTH-PARA.
     MOVE WS-MONTH-LEN TO WS-PERIOD-CAL-DAYS.
     MOVE WS-MONTH-LEN TO WS-DW-DAY.
     MOVE WS-DATE-WORK-X TO WS-PERIOD-END.
     MOVE WS-PERIOD-START TO WS-DATE-WORK-X.
     PERFORM B11-COUNT-WORK-DAY-PARA WS-PERIOD-CAL-DAYS TIMES.
     MOVE WS-PARM-MONTH TO WS-HD-MONTH-OUT.
     MOVE WS-PERIOD-WORK-DAYS TO WS-HD-WORK-DAYS-OUT.
     WRITE SR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO SR-REPORT-OUT.
     WRITE SR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE SR-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.

*>    Conta um dia do mês como útil (segunda a sexta) e avança a data
 B11-COUNT-WORK-DAY-PARA.
     PERFORM C80-DAY-OF-WEEK-PARA.
     IF WS-DAY-OF-WEEK > 1
         ADD 1 TO WS-PERIOD-WORK-DAYS
     END-IF.
     PERFORM C82-NEXT-DAY-PARA.

*>    Carrega o mestre de remuneração; linha sem CPF/SSN, com data
*>    ou salário inválido ou com evento desconhecido sai como exceção
*>    e não entra no rateio
 B15-LOAD-SALARY-PARA.
     READ SALARY-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-SAL-EOF-SWITCH
     END-READ.
     PERFORM B16-LOAD-SALARY-REC-PARA
         UNTIL WS-SAL-EOF-SWITCH = "Y".

*>    Guarda uma linha do mestre de remuneração na tabela
 B16-LOAD-SALARY-REC-PARA.
     IF SM-SSN = SPACES
             OR SM-EFF-DATE IS NOT NUMERIC
             OR NOT SM-ACTION-VALID
             OR SM-ANNUAL-SALARY IS NOT NUMERIC
         ADD 1 TO WS-EXCEPT-COUNT
         MOVE SM-SSN TO WS-DL-SSN-OUT
         MOVE SM-DESCRIPTION TO WS-DL-NAME-OUT
         MOVE ZEROS TO WS-DL-SALARY-OUT WS-DL-DAYS-OUT
                       WS-DL-WORK-DAYS-OUT WS-DL-EARN-OUT
         MOVE "* BAD COMP MASTER ROW *" TO WS-DL-NOTE-OUT
         WRITE SR-REPORT-OUT FROM WS-DETAIL-LINE
             AFTER ADVANCING 1 LINE
     ELSE
         IF WS-SAL-COUNT < 10000
             ADD 1 TO WS-SAL-COUNT
             SET SM-INDEX TO WS-SAL-COUNT
             MOVE SM-SSN TO WS-SM-SSN-ENTRY (SM-INDEX)
             MOVE SM-EFF-DATE TO WS-SM-EFF-ENTRY (SM-INDEX)
             MOVE SM-ACTION TO WS-SM-ACTION-ENTRY (SM-INDEX)
             MOVE SM-ANNUAL-SALARY TO WS-SM-SALARY-ENTRY (SM-INDEX)
             MOVE "N" TO WS-SM-USED-ENTRY (SM-INDEX)
         END-IF
     END-IF.
     READ SALARY-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-SAL-EOF-SWITCH
     END-READ.

*>    Carrega os casos de licença de LEAVCASE.DAT (PROG58); sem o
*>    arquivo ninguém está de licença e a geração segue como sempre
 B18-LOAD-LEAVE-CASES-PARA.
     MOVE "N" TO WS-CASE-EOF-SWITCH.
     OPEN INPUT LEAVE-CASE-FILE-IN.
     IF WS-LEAVCASE-OK
         READ LEAVE-CASE-FILE-IN NEXT RECORD
             AT END MOVE "Y" TO WS-CASE-EOF-SWITCH
         END-READ
         PERFORM B19-LOAD-CASE-REC-PARA
             UNTIL WS-CASE-EOF-SWITCH = "Y"
         CLOSE LEAVE-CASE-FILE-IN
     END-IF.

*>    Guarda um caso que toca o mês: em aberto (L) iniciado até o fim
*>    do mês, ou com retorno (R) depois do primeiro dia do mês
 B19-LOAD-CASE-REC-PARA.
     IF LO-START-DATE <= WS-PERIOD-END
             AND WS-CASE-COUNT < 5000
             AND (LO-STATUS = "L"
                  OR (LO-STATUS = "R"
                      AND LO-ACT-RETURN-DATE IS NUMERIC
                      AND LO-ACT-RETURN-DATE > WS-PERIOD-START))
         ADD 1 TO WS-CASE-COUNT
         SET LO-INDEX TO WS-CASE-COUNT
         MOVE LO-SSN TO WS-LO-SSN-ENTRY (LO-INDEX)
         MOVE LO-LEAVE-MODE TO WS-LO-MODE-ENTRY (LO-INDEX)
         MOVE LO-START-DATE TO WS-LO-START-ENTRY (LO-INDEX)
         IF LO-STATUS = "R"
             MOVE LO-ACT-RETURN-DATE TO WS-LO-RETURN-ENTRY (LO-INDEX)
         ELSE
             MOVE "99999999" TO WS-LO-RETURN-ENTRY (LO-INDEX)
         END-IF
     END-IF.
     READ LEAVE-CASE-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-CASE-EOF-SWITCH
     END-READ.

*>    Examina um funcionário do mestre: só os mensalistas (frequência
*>    12) do grupo da execução são gerados aqui - os horistas vêm do
*>    ponto (PROG15). O mensalista de outro grupo tem as linhas de
*>    remuneração marcadas como usadas, para não sair como exceção
 B30-EMPL-REC-PARA.
     ADD 1 TO WS-EMPL-READ-COUNT.
     IF EM-PAY-FREQ = 12
         IF EM-PAY-GROUP NOT = WS-RUN-PAY-GROUP
             ADD 1 TO WS-OTHER-GROUP-COUNT
             MOVE ZEROS TO WS-ER-COUNT
             PERFORM B41-GATHER-ROW-PARA
                 VARYING WS-SAL-SUB FROM 1 BY 1
                 UNTIL WS-SAL-SUB > WS-SAL-COUNT
         ELSE
             ADD 1 TO WS-SALARIED-COUNT
             PERFORM B40-SALARIED-PARA
         END-IF
     END-IF.
     READ EMPL-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EMPL-EOF-SWITCH
     END-READ.

*>    Gera o período de um mensalista: junta as linhas de remuneração
*>    dele, rateia dia útil a dia útil e grava o registro regular
 B40-SALARIED-PARA.
     MOVE ZEROS TO WS-ER-COUNT.
     PERFORM B41-GATHER-ROW-PARA
         VARYING WS-SAL-SUB FROM 1 BY 1
         UNTIL WS-SAL-SUB > WS-SAL-COUNT.
     MOVE EM-SSN TO WS-DL-SSN-OUT.
     MOVE EM-EMPL-NAME TO WS-DL-NAME-OUT.
     MOVE WS-PERIOD-WORK-DAYS TO WS-DL-WORK-DAYS-OUT.
     IF WS-ER-COUNT = 0
         ADD 1 TO WS-EXCEPT-COUNT
         MOVE ZEROS TO WS-DL-SALARY-OUT WS-DL-DAYS-OUT WS-DL-EARN-OUT
         MOVE "* NO COMPENSATION REC *" TO WS-DL-NOTE-OUT
         WRITE SR-REPORT-OUT FROM WS-DETAIL-LINE
             AFTER ADVANCING 1 LINE
     ELSE
         MOVE ZEROS TO WS-PAID-DAYS
                       WS-SALARY-DAY-SUM
                       WS-FIRST-SALARY
                       WS-LAST-SALARY
                       WS-LEAVE-DAYS
         MOVE "N" TO WS-RATE-CHANGE-SWITCH
         PERFORM B44-FIND-LEAVE-PARA
         MOVE WS-PERIOD-START TO WS-DATE-WORK-X
         PERFORM B42-SALARY-DAY-PARA WS-PERIOD-CAL-DAYS TIMES
         PERFORM B45-WRITE-SALARY-PARA
     END-IF.

*>    Copia uma linha de remuneração do funcionário para a tabela dele
 B41-GATHER-ROW-PARA.
     IF WS-SM-SSN-ENTRY (WS-SAL-SUB) = EM-SSN
         MOVE "Y" TO WS-SM-USED-ENTRY (WS-SAL-SUB)
         IF WS-ER-COUNT < 60
             ADD 1 TO WS-ER-COUNT
             MOVE WS-SM-EFF-ENTRY (WS-SAL-SUB)
                 TO WS-ER-EFF-ENTRY (WS-ER-COUNT)
             MOVE WS-SM-ACTION-ENTRY (WS-SAL-SUB)
                 TO WS-ER-ACTION-ENTRY (WS-ER-COUNT)
             MOVE WS-SM-SALARY-ENTRY (WS-SAL-SUB)
                 TO WS-ER-SALARY-ENTRY (WS-ER-COUNT)
         END-IF
     END-IF.

*>    Um dia do mês: dia útil paga o salário anual da linha vigente
*>    naquele dia (a de vigência mais recente até a data); antes da
*>    admissão, a partir do desligamento ou em licença contínua não
*>    há salário
 B42-SALARY-DAY-PARA.
     PERFORM C80-DAY-OF-WEEK-PARA.
     IF WS-DAY-OF-WEEK > 1
         MOVE "N" TO WS-ROW-FOUND-SWITCH
         MOVE ZEROS TO WS-BEST-DATE WS-ER-BEST-SUB
         PERFORM B43-FIND-ROW-PARA
             VARYING WS-ER-SUB FROM 1 BY 1
             UNTIL WS-ER-SUB > WS-ER-COUNT
         IF WS-ROW-FOUND
                 AND WS-ER-ACTION-ENTRY (WS-ER-BEST-SUB) NOT = "T"
             IF WS-LEAVE-MODE = "C"
                     AND WS-DATE-WORK-X NOT < WS-LEAVE-FROM
                     AND WS-DATE-WORK-X < WS-LEAVE-TO
                 ADD 1 TO WS-LEAVE-DAYS
             ELSE
                 ADD 1 TO WS-PAID-DAYS
                 ADD WS-ER-SALARY-ENTRY (WS-ER-BEST-SUB)
                     TO WS-SALARY-DAY-SUM
                 IF WS-PAID-DAYS = 1
                     MOVE WS-ER-SALARY-ENTRY (WS-ER-BEST-SUB)
                         TO WS-FIRST-SALARY
                 END-IF
                 IF WS-ER-SALARY-ENTRY (WS-ER-BEST-SUB) NOT =
                         WS-FIRST-SALARY
                     MOVE "Y" TO WS-RATE-CHANGE-SWITCH
                 END-IF
                 MOVE WS-ER-SALARY-ENTRY (WS-ER-BEST-SUB)
                     TO WS-LAST-SALARY
             END-IF
         END-IF
     END-IF.
     PERFORM C82-NEXT-DAY-PARA.

*>    Confere uma linha do funcionário contra o dia corrente; em
*>    vigências iguais vale a última linha do arquivo
 B43-FIND-ROW-PARA.
     IF WS-ER-EFF-ENTRY (WS-ER-SUB) NOT > WS-DATE-WORK-X
             AND WS-ER-EFF-ENTRY (WS-ER-SUB) NOT < WS-BEST-DATE
         MOVE "Y" TO WS-ROW-FOUND-SWITCH
         MOVE WS-ER-EFF-ENTRY (WS-ER-SUB) TO WS-BEST-DATE
         MOVE WS-ER-SUB TO WS-ER-BEST-SUB
     END-IF.

*>    Procura o caso de licença do mensalista; a licença contínua
*>    tira do pagamento os dias úteis do início até a véspera do
*>    retorno, a intermitente é paga (as ausências vêm pelo lote
*>    digitado) e só anotada
 B44-FIND-LEAVE-PARA.
     MOVE SPACES TO WS-LEAVE-MODE WS-LEAVE-FROM WS-LEAVE-TO.
     MOVE "N" TO WS-CASE-FOUND-SWITCH.
     SET LO-INDEX TO 1.
     SEARCH WS-CASE-ROW
         AT END CONTINUE
         WHEN LO-INDEX > WS-CASE-COUNT
             CONTINUE
         WHEN WS-LO-SSN-ENTRY (LO-INDEX) = EM-SSN
             MOVE "Y" TO WS-CASE-FOUND-SWITCH
     END-SEARCH.
     IF WS-CASE-FOUND
         MOVE WS-LO-START-ENTRY (LO-INDEX) TO WS-LEAVE-FROM
         MOVE WS-LO-RETURN-ENTRY (LO-INDEX) TO WS-LEAVE-TO
         IF WS-LO-MODE-ENTRY (LO-INDEX) = "I"
             MOVE "I" TO WS-LEAVE-MODE
         ELSE
             MOVE "C" TO WS-LEAVE-MODE
         END-IF
     END-IF.

*>    Grava o registro regular do mensalista: salário anual dos dias
*>    pagos / (frequência x dias úteis do mês) - o mês inteiro num só
*>    salário dá exatamente o salário anual / 12
 B45-WRITE-SALARY-PARA.
     MOVE WS-LAST-SALARY TO WS-DL-SALARY-OUT.
     MOVE WS-PAID-DAYS TO WS-DL-DAYS-OUT.
     MOVE ZEROS TO WS-PERIOD-EARN.
     IF WS-PAID-DAYS = 0
         MOVE ZEROS TO WS-DL-EARN-OUT
         IF WS-LEAVE-DAYS > 0
             MOVE "ON LEAVE - NOT PAID" TO WS-DL-NOTE-OUT
         ELSE
             MOVE "NOT EMPLOYED IN PERIOD" TO WS-DL-NOTE-OUT
         END-IF
     ELSE
         MOVE SPACES TO WS-DL-NOTE-OUT
         COMPUTE WS-PERIOD-EARN ROUNDED =
             WS-SALARY-DAY-SUM / (EM-PAY-FREQ * WS-PERIOD-WORK-DAYS)
             ON SIZE ERROR
                 MOVE ZEROS TO WS-PERIOD-EARN
                 MOVE "* EARN TOO BIG *" TO WS-DL-NOTE-OUT
         END-COMPUTE
         MOVE WS-PERIOD-EARN TO WS-DL-EARN-OUT
         IF WS-PERIOD-EARN = 0
             ADD 1 TO WS-EXCEPT-COUNT
             IF WS-DL-NOTE-OUT = SPACES
                 MOVE "* ZERO SALARY *" TO WS-DL-NOTE-OUT
             END-IF
         ELSE
             EVALUATE TRUE
                 WHEN WS-LEAVE-DAYS > 0
                     MOVE "PRORATED - ON LEAVE" TO WS-DL-NOTE-OUT
                 WHEN WS-PAID-DAYS < WS-PERIOD-WORK-DAYS
                         AND WS-RATE-CHANGED
                     MOVE "PRORATED" TO WS-DL-NOTE-OUT
                 WHEN WS-PAID-DAYS < WS-PERIOD-WORK-DAYS
                     MOVE "PRORATED - HIRE/TERM" TO WS-DL-NOTE-OUT
                 WHEN WS-RATE-CHANGED
                     MOVE "PRORATED - RATE CHANGE" TO WS-DL-NOTE-OUT
                 WHEN WS-LEAVE-MODE = "I"
                     MOVE "INTERMITTENT LEAVE" TO WS-DL-NOTE-OUT
                 WHEN OTHER
                     MOVE "FULL PERIOD" TO WS-DL-NOTE-OUT
             END-EVALUATE
             IF WS-PAID-DAYS < WS-PERIOD-WORK-DAYS OR WS-RATE-CHANGED
                 ADD 1 TO WS-PRORATED-COUNT
             END-IF
             MOVE EM-SSN TO WS-SO-SSN
             MOVE EM-EMPL-NAME TO WS-SO-EMPL-NAME
             MOVE EM-DEPT-CODE TO WS-SO-DEPT-CODE
             MOVE WS-PERIOD-EARN TO WS-SO-EARN-THIS-PER
             MOVE EM-PAY-FREQ TO WS-SO-PAY-FREQ
             MOVE EM-MARITAL-STATUS TO WS-SO-MARITAL-STATUS
             MOVE EM-EXEMPTIONS TO WS-SO-EXEMPTIONS
             WRITE SO-SALARY-REC-OUT FROM WS-SALARY-REC
             ADD 1 TO WS-RECS-WRITTEN-COUNT
             ADD WS-PERIOD-EARN TO WS-EARN-TOT
         END-IF
     END-IF.
     WRITE SR-REPORT-OUT FROM WS-DETAIL-LINE
         AFTER ADVANCING 1 LINE.

*>    Linha de remuneração não usada: o CPF/SSN não está no mestre ou
*>    não é mensalista lá; sai uma vez por CPF/SSN
 B50-UNUSED-ROW-PARA.
     IF WS-SM-USED-ENTRY (WS-SAL-SUB) = "N"
         ADD 1 TO WS-EXCEPT-COUNT
         MOVE WS-SM-SSN-ENTRY (WS-SAL-SUB) TO WS-DL-SSN-OUT
         MOVE SPACES TO WS-DL-NAME-OUT
         MOVE WS-SM-SALARY-ENTRY (WS-SAL-SUB) TO WS-DL-SALARY-OUT
         MOVE ZEROS TO WS-DL-DAYS-OUT WS-DL-WORK-DAYS-OUT
                       WS-DL-EARN-OUT
         MOVE "* NOT A SALARIED EMPL *" TO WS-DL-NOTE-OUT
         WRITE SR-REPORT-OUT FROM WS-DETAIL-LINE
             AFTER ADVANCING 1 LINE
         PERFORM B51-MARK-SSN-PARA
             VARYING WS-SAL-SUB2 FROM WS-SAL-SUB BY 1
             UNTIL WS-SAL-SUB2 > WS-SAL-COUNT
     END-IF.

*>    Marca as demais linhas do mesmo CPF/SSN como já listadas
 B51-MARK-SSN-PARA.
     IF WS-SM-SSN-ENTRY (WS-SAL-SUB2) = WS-SM-SSN-ENTRY (WS-SAL-SUB)
         MOVE "Y" TO WS-SM-USED-ENTRY (WS-SAL-SUB2)
     END-IF.

*>    Impressão dos totais da geração
 C20-TOTAL-PARA.
     MOVE WS-EMPL-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-SALARIED-COUNT TO WS-TOT-SALARIED-OUT.
     MOVE WS-RECS-WRITTEN-COUNT TO WS-TOT-WRIT-OUT.
     MOVE WS-PRORATED-COUNT TO WS-TOT-PRORATED-OUT.
     MOVE WS-EXCEPT-COUNT TO WS-TOT-EXCEPT-OUT.
     MOVE WS-EARN-TOT TO WS-TOT-EARN-OUT.
     MOVE SPACES TO SR-REPORT-OUT.
     WRITE SR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE SR-REPORT-OUT FROM WS-SAL-TOTAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE WS-RUN-PAY-GROUP TO WS-GRP-GROUP-OUT.
     MOVE WS-OTHER-GROUP-COUNT TO WS-GRP-OTHER-OUT.
     WRITE SR-REPORT-OUT FROM WS-GROUP-LINE
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
