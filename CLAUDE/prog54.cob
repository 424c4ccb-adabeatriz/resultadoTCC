*> =====================================================================
*> PROGRAMA: QUADRO DE PESSOAL, ADMISSÕES E ROTATIVIDADE DO MÊS
*> DESCRIÇÃO: Apura, para o mês informado, por empresa e departamento:
*>            o quadro de abertura (admitidos antes do 1º dia e ainda
*>            não desligados nele), as admissões do mês, os
*>            desligamentos do mês (YM-STATUS "T" com YM-TERM-DATE no
*>            mês), o quadro de fechamento (ativos no último dia), a
*>            rotatividade do mês (desligamentos sobre a média da
*>            abertura e do fechamento), a rotatividade dos 12 meses
*>            encerrados no mês (desligamentos dos 12 meses sobre a
*>            média dos 12 fechamentos mensais) e o tempo médio de casa
*>            do quadro de fechamento, em anos. A população vem do
*>            mestre de acumulados (uma linha por empresa + CPF/SSN),
*>            dos desligados dos anos já encerrados ainda dentro dos 12
*>            meses (YTDHIST.DAT, pois a virada de PROG9 retira os
*>            desligados do mestre) e dos funcionários do mestre de
*>            funcionários ainda sem acumulado (admitidos e não pagos,
*>            na primeira empresa do grupo). O departamento é o atual
*>            do mestre de funcionários ("UNKN" se não está mais lá);
*>            a admissão é EM-HIRE-DATE, ou a do registro de novos
*>            contratados (NEWHIRE.DAT) quando o mestre não a tem;
*>            sem nenhuma das duas o funcionário conta como admitido
*>            antes do período e fica fora do tempo médio de casa.
*>            Imprime o relatório (HEADCOUNT_RPT.DAT) e grava o extrato
*>            CSV do painel de RH (HEADCOUNT.CSV: cabeçalho, uma linha
*>            D por departamento, C por empresa e G do grupo).
*>            1º parâmetro: mês AAAAMM (padrão: o mês anterior ao da
*>            execução). Código de retorno: 0 = apurado; 4 = há
*>            admissões sem data ou desligamentos sem data válida;
*>            8 = mês inválido ou nenhum mestre disponível
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG54.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Mestre de acumulados: empresa, situação e data do desligamento
     SELECT YTD-MASTER-FILE-IN
         ASSIGN TO "PROG6_YTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS YM-YTD-KEY
         FILE STATUS IS WS-YTD-FILE-STATUS.
*>    Histórico dos anos encerrados gravado por PROG9: desligados já
*>    retirados do mestre de acumulados
     SELECT YTD-HISTORY-FILE-IN
         ASSIGN TO "YTDHIST.DAT"
         FILE STATUS IS WS-YTDHIST-FILE-STATUS.
*>    Mestre de funcionários: departamento e data da admissão
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Mestre de empresas do grupo: razão social dos subtotais
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Fila de admissões de PROG7: data da admissão de quem foi
*>    incluído antes de o mestre guardá-la
     SELECT NEWHIRE-FILE-IN
         ASSIGN TO "NEWHIRE.DAT"
         FILE STATUS IS WS-NEWHIRE-FILE-STATUS.
*>    Relatório do quadro de pessoal e da rotatividade
     SELECT HEADCOUNT-REPORT-OUT
         ASSIGN TO "HEADCOUNT_RPT.DAT".
*>    Extrato CSV para o painel de RH
     SELECT HEADCOUNT-CSV-OUT
         ASSIGN TO "HEADCOUNT.CSV".

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

*>    Definição do histórico dos anos encerrados; o layout de PROG9
 FD  YTD-HISTORY-FILE-IN
         RECORD CONTAINS 81 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HY-HISTORY-REC.
 01  HY-HISTORY-REC.
     05  HY-TAX-YEAR                 PIC X(4).      *> Ano fechado (AAAA)
     05  HY-COMPANY                  PIC X(2).      *> Empresa do registro arquivado
     05  HY-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  HY-YTD-EARNINGS             PIC 9(7)V99.   *> Rendimento acumulado arquivado
     05  HY-YTD-FED-TAX              PIC 9(7)V99.   *> Imposto federal acumulado arquivado
     05  HY-PRIOR-EXEMPTIONS         PIC 9(1).      *> Isenções do último período pago
     05  HY-PERIODS-PAID             PIC 9(2).      *> Períodos pagos no ano fechado
     05  HY-STATUS                   PIC X(1).      *> Situação no fechamento (T=desligado)
     05  HY-TERM-DATE                PIC X(8).      *> Data do desligamento, se houver
     05  FILLER                      PIC X(36).

*>    Definição do arquivo mestre de funcionários (só os campos
*>    usados); o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EM-MASTER-REC.
 01  EM-MASTER-REC.
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  EM-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  EM-DEPT-CODE                PIC X(4).      *> Código do departamento
     05  FILLER                      PIC X(79).
     05  EM-HIRE-DATE                PIC X(8).      *> Data da admissão (AAAAMMDD)
     05  FILLER                      PIC X(2).

*>    Definição do mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CM-COMP-REC.
 01  CM-COMP-REC.
     05  CM-COMPANY-CODE             PIC X(2).      *> Código da empresa
     05  CM-LEGAL-NAME               PIC X(30).     *> Razão social
     05  FILLER                      PIC X(108).

*>    Definição da fila de admissões (só os campos usados); o layout
*>    de PROG7
 FD  NEWHIRE-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS NH-NEWHIRE-REC.
 01  NH-NEWHIRE-REC.
     05  NH-SSN                      PIC X(9).      *> CPF/SSN do admitido
     05  FILLER                      PIC X(72).
     05  NH-HIRE-DATE                PIC X(8).      *> Data da admissão (AAAAMMDD)
     05  FILLER                      PIC X(51).

*>    Relatório (linha de 132 colunas)
 FD  HEADCOUNT-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HR-REPORT-OUT.
 01  HR-REPORT-OUT                   PIC X(132).

*>    Extrato CSV (uma linha de texto por registro)
 FD  HEADCOUNT-CSV-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HC-CSV-OUT.
 01  HC-CSV-OUT                      PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-YTD-FILE-STATUS          PIC X(2).
         88  WS-YTD-MISSING          VALUE "35".
     05  WS-YTDHIST-FILE-STATUS      PIC X(2).
         88  WS-YTDHIST-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-MISSING      VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-NEWHIRE-FILE-STATUS      PIC X(2).
         88  WS-NEWHIRE-MISSING      VALUE "35".
     05  WS-YTD-OPEN-SWITCH          PIC X(1).
         88  WS-YTD-OPEN             VALUE "Y".
     05  WS-EMPMAST-OPEN-SWITCH      PIC X(1).
         88  WS-EMPMAST-OPEN         VALUE "Y".
     05  WS-EMPL-FOUND-SWITCH        PIC X(1).
         88  WS-EMPL-FOUND           VALUE "Y".
     05  WS-DEPT-FOUND-SWITCH        PIC X(1).
         88  WS-DEPT-FOUND           VALUE "Y".
     05  WS-MONTH-SWITCH             PIC X(1).
         88  WS-MONTH-INVALID        VALUE "Y".

*>    Data da execução e mês apurado
 01  WS-RUN-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
         10  WS-RUN-YEAR             PIC 9(4).
         10  WS-RUN-MONTH            PIC 9(2).
         10  WS-RUN-DAY              PIC 9(2).
     05  WS-PARM-MONTH               PIC X(8).
     05  WS-REPORT-MONTH.
         10  WS-RM-YEAR              PIC 9(4).
         10  WS-RM-MONTH             PIC 9(2).
     05  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH
                                     PIC X(6).
     05  WS-WINDOW-START             PIC 9(8).      *> 1º dia do 1º dos 12 meses

*>    Os 12 meses encerrados no mês apurado; a linha 12 é o próprio
*>    mês, a linha 1 o de onze meses antes
 01  WS-MONTH-CONTROLS.
     05  WS-MO-SUB                   PIC 9(2) COMP.
 01  WS-MONTH-TABLE.
     05  WS-MONTH-ROW                OCCURS 12 TIMES.
         10  WS-MO-FIRST             PIC 9(8).      *> 1º dia do mês (AAAAMMDD)
         10  WS-MO-LAST              PIC 9(8).      *> Último dia do mês

*>    Aritmética de datas (dias do mês), a mesma de PROG46
 01  WS-DATE-WORK.
     05  WS-DW-YEAR                  PIC 9(4).
     05  WS-DW-MONTH                 PIC 9(2).
     05  WS-DW-DAY                   PIC 9(2).
 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                     PIC 9(8).
 01  WS-DATE-CALC.
     05  WS-MONTH-LEN                PIC 9(2).
     05  WS-LEAP-QUOT                PIC 9(4).
     05  WS-LEAP-REM-4               PIC 9(3).
     05  WS-LEAP-REM-100             PIC 9(3).
     05  WS-LEAP-REM-400             PIC 9(3).

*>    Empresas do grupo
 01  WS-COMPANY-CONTROLS.
     05  WS-COMPANY-COUNT            PIC 9(2) COMP.
     05  WS-CO-SUB                   PIC 9(2) COMP.
 01  WS-COMPANY-TABLE.
     05  WS-COMPANY-ROW              OCCURS 50 TIMES.
         10  WS-CO-CODE              PIC X(2).
         10  WS-CO-NAME              PIC X(30).

*>    Datas de admissão da fila de novos contratados (a última de
*>    cada CPF/SSN, para o caso de readmissão)
 01  WS-NEWHIRE-CONTROLS.
     05  WS-NH-COUNT                 PIC 9(4) COMP.
 01  WS-NEWHIRE-TABLE.
     05  WS-NEWHIRE-ROW              OCCURS 5000 TIMES
                                      INDEXED BY NH-INDEX.
         10  WS-NH-SSN               PIC X(9).
         10  WS-NH-HIRE-DATE         PIC X(8).

*>    População apurada: um funcionário por empresa
 01  WS-EMPL-CONTROLS.
     05  WS-EMPL-COUNT               PIC 9(4) COMP.
     05  WS-EMPL-SUB                 PIC 9(4) COMP.
 01  WS-EMPL-TABLE.
     05  WS-EMPL-ROW                 OCCURS 5000 TIMES
                                      INDEXED BY EP-INDEX.
         10  WS-EP-KEY.
             15  WS-EP-COMPANY       PIC X(2).
             15  WS-EP-SSN           PIC X(9).
         10  WS-EP-DEPT              PIC X(4).
         10  WS-EP-HIRE-DATE         PIC 9(8).      *> Zeros = sem data (antes)
         10  WS-EP-TERM-DATE         PIC 9(8).      *> Zeros = não desligado

*>    Funcionário em montagem
 01  WS-EMPL-WORK.
     05  WS-EW-KEY.
         10  WS-EW-COMPANY           PIC X(2).
         10  WS-EW-SSN               PIC X(9).
     05  WS-EW-DEPT                  PIC X(4).
     05  WS-EW-STATUS                PIC X(1).
     05  WS-EW-TERM-DATE             PIC X(8).
     05  WS-EW-HIRE-DATE             PIC X(8).
     05  WS-EW-TERM-NUM              PIC 9(8).
     05  WS-EW-HIRE-NUM              PIC 9(8).

*>    Departamentos apurados, em ordem de empresa + departamento
 01  WS-DEPT-CONTROLS.
     05  WS-DEPT-COUNT               PIC 9(3) COMP.
     05  WS-DEPT-SUB                 PIC 9(3) COMP.
     05  WS-INSERT-SUB               PIC 9(3) COMP.
     05  WS-DEPT-KEY-WORK.
         10  WS-DK-COMPANY           PIC X(2).
         10  WS-DK-DEPT              PIC X(4).
     05  WS-PREV-COMPANY             PIC X(2).
 01  WS-DEPT-TABLE.
     05  WS-DEPT-ROW                 OCCURS 500 TIMES
                                      INDEXED BY DP-INDEX.
         10  WS-DP-KEY.
             15  WS-DP-COMPANY       PIC X(2).
             15  WS-DP-DEPT          PIC X(4).
         10  WS-DP-COUNTS.
             15  WS-DP-OPENING       PIC 9(5).
             15  WS-DP-HIRES         PIC 9(5).
             15  WS-DP-TERMS         PIC 9(5).
             15  WS-DP-CLOSING       PIC 9(5).
             15  WS-DP-R12-TERMS     PIC 9(5).
             15  WS-DP-R12-CLOSE-SUM PIC 9(7).      *> Soma dos 12 fechamentos
             15  WS-DP-TENURE-MONTHS PIC 9(9).      *> Meses de casa do fechamento
             15  WS-DP-TENURE-COUNT  PIC 9(5).      *> Fechamento com data de admissão

*>    Contagens de uma linha impressa (departamento, empresa ou grupo)
*>    e os acumuladores dos subtotais; o mesmo layout de WS-DP-COUNTS
 01  WS-LINE-COUNTS.
     05  WS-LC-OPENING               PIC 9(5).
     05  WS-LC-HIRES                 PIC 9(5).
     05  WS-LC-TERMS                 PIC 9(5).
     05  WS-LC-CLOSING               PIC 9(5).
     05  WS-LC-R12-TERMS             PIC 9(5).
     05  WS-LC-R12-CLOSE-SUM         PIC 9(7).
     05  WS-LC-TENURE-MONTHS         PIC 9(9).
     05  WS-LC-TENURE-COUNT          PIC 9(5).
 01  WS-COMPANY-COUNTS.
     05  WS-CC-OPENING               PIC 9(5).
     05  WS-CC-HIRES                 PIC 9(5).
     05  WS-CC-TERMS                 PIC 9(5).
     05  WS-CC-CLOSING               PIC 9(5).
     05  WS-CC-R12-TERMS             PIC 9(5).
     05  WS-CC-R12-CLOSE-SUM         PIC 9(7).
     05  WS-CC-TENURE-MONTHS         PIC 9(9).
     05  WS-CC-TENURE-COUNT          PIC 9(5).
 01  WS-GRAND-COUNTS.
     05  WS-GC-OPENING               PIC 9(5).
     05  WS-GC-HIRES                 PIC 9(5).
     05  WS-GC-TERMS                 PIC 9(5).
     05  WS-GC-CLOSING               PIC 9(5).
     05  WS-GC-R12-TERMS             PIC 9(5).
     05  WS-GC-R12-CLOSE-SUM         PIC 9(7).
     05  WS-GC-TENURE-MONTHS         PIC 9(9).
     05  WS-GC-TENURE-COUNT          PIC 9(5).

*>    Taxas de uma linha
 01  WS-RATE-WORK.
     05  WS-RT-MONTH-TURN            PIC 9(4)V99.   *> Rotatividade do mês (%)
     05  WS-RT-R12-AVG-HC            PIC 9(5)V9.    *> Quadro médio dos 12 meses
     05  WS-RT-R12-TURN              PIC 9(4)V99.   *> Rotatividade dos 12 meses (%)
     05  WS-RT-AVG-TENURE            PIC 9(3)V9.    *> Tempo médio de casa (anos)
     05  WS-RT-DENOM                 PIC 9(7).

*>    Tempo de casa de um funcionário no último dia do mês
 01  WS-TENURE-WORK.
     05  WS-TW-HIRE                  PIC 9(8).
     05  WS-TW-HIRE-PARTS REDEFINES WS-TW-HIRE.
         10  WS-TW-HIRE-YEAR         PIC 9(4).
         10  WS-TW-HIRE-MONTH        PIC 9(2).
         10  WS-TW-HIRE-DAY          PIC 9(2).
     05  WS-TW-LAST                  PIC 9(8).
     05  WS-TW-LAST-PARTS REDEFINES WS-TW-LAST.
         10  WS-TW-LAST-YEAR         PIC 9(4).
         10  WS-TW-LAST-MONTH        PIC 9(2).
         10  WS-TW-LAST-DAY          PIC 9(2).
     05  WS-TW-MONTHS                PIC 9(5).

*>    Totalizadores das exceções
 01  WS-TOTALS.
     05  WS-YTD-READ-COUNT           PIC 9(5).      *> Linhas do mestre de acumulados
     05  WS-HIST-USED-COUNT          PIC 9(5).      *> Desligados vindos do histórico
     05  WS-UNPAID-COUNT             PIC 9(5).      *> Do mestre, ainda sem acumulado
     05  WS-NH-USED-COUNT            PIC 9(5).      *> Admissão tirada de NEWHIRE.DAT
     05  WS-NO-HIRE-COUNT            PIC 9(5).      *> Sem data de admissão
     05  WS-BAD-TERM-COUNT           PIC 9(5).      *> Desligado sem data válida
     05  WS-NO-DEPT-COUNT            PIC 9(5).      *> Fora do mestre de funcionários
     05  WS-OVERFLOW-COUNT           PIC 9(5).      *> Além das tabelas

*>    Extrato CSV
 01  WS-CSV-LINE                     PIC X(132).
 01  WS-CSV-EDITS.
     05  WS-CSV-REC-TYPE             PIC X(1).      *> D=depto  C=empresa  G=grupo
     05  WS-CSV-COMPANY              PIC X(2).
     05  WS-CSV-DEPT                 PIC X(4).
     05  WS-CSV-OPENING              PIC 9(5).
     05  WS-CSV-HIRES                PIC 9(5).
     05  WS-CSV-TERMS                PIC 9(5).
     05  WS-CSV-CLOSING              PIC 9(5).
     05  WS-CSV-MONTH-TURN           PIC 9(4).99.
     05  WS-CSV-R12-TERMS            PIC 9(5).
     05  WS-CSV-R12-AVG-HC           PIC 9(5).9.
     05  WS-CSV-R12-TURN             PIC 9(4).99.
     05  WS-CSV-AVG-TENURE           PIC 9(3).9.
 01  WS-CSV-HEADER.
     05  FILLER                      PIC X(50) VALUE
             "REC,MONTH,COMPANY,DEPT,OPENING,HIRES,TERMS,CLOSING".
     05  FILLER                      PIC X(50) VALUE
             ",TURNOVER_PCT,R12_TERMS,R12_AVG_HEADCOUNT,R12_TURN".
     05  FILLER                      PIC X(32) VALUE
             "OVER_PCT,AVG_TENURE_YRS         ".

*>    Cabeçalhos do relatório
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "HEADCOUNT AND TURNOVER BY DEPARTMENT      ".
     05  FILLER                      PIC X(16) VALUE "MONTH:          ".
     05  WS-HEAD-MONTH-OUT           PIC X(7).
     05  FILLER                      PIC X(13) VALUE "  12 MONTHS: ".
     05  WS-HEAD-FROM-OUT            PIC X(7).
     05  FILLER                      PIC X(4) VALUE " TO ".
     05  WS-HEAD-TO-OUT              PIC X(7).
     05  FILLER                      PIC X(12) VALUE "  RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(16) VALUE SPACES.
 01  WS-HEAD-MONTH-EDIT.
     05  WS-HME-YEAR                 PIC 9(4).
     05  FILLER                      PIC X(1) VALUE "-".
     05  WS-HME-MONTH                PIC 9(2).
 01  WS-COLUMN-HEADING-1.
     05  FILLER                      PIC X(50) VALUE
             "                --------------- MONTH ------------".
     05  FILLER                      PIC X(50) VALUE
             "----    ----- 12 MONTHS ------     AVG            ".
     05  FILLER                      PIC X(32) VALUE SPACES.
 01  WS-COLUMN-HEADING-2.
     05  FILLER                      PIC X(50) VALUE
             "CO  DEPT          OPEN   HIRES   TERMS   CLOSE  TU".
     05  FILLER                      PIC X(50) VALUE
             "RN %     TERMS  AVG HC  TURN %   YEARS  COMPANY   ".
     05  FILLER                      PIC X(32) VALUE SPACES.

*>    Linha de departamento, de empresa ou do grupo
 01  WS-DETAIL-LINE.
     05  WS-DL-COMPANY-OUT           PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-LABEL-OUT             PIC X(10).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-OPENING-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-HIRES-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-TERMS-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-CLOSING-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-DL-MONTH-TURN-OUT        PIC ZZZ9.99.
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-DL-R12-TERMS-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-DL-R12-AVG-HC-OUT        PIC ZZZZ9.9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-DL-R12-TURN-OUT          PIC ZZZ9.99.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-DL-AVG-TENURE-OUT        PIC ZZ9.9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-NAME-OUT              PIC X(30).
     05  FILLER                      PIC X(12) VALUE SPACES.

*>    Linhas de totais das exceções
 01  WS-TOTAL-LINE-1.
     05  FILLER                      PIC X(21) VALUE "YTD MASTER ROWS:     ".
     05  WS-TOT-YTD-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(26) VALUE
             "  PRIOR-YEAR TERMS ADDED: ".
     05  WS-TOT-HIST-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(24) VALUE
             "  HIRED, NOT YET PAID:  ".
     05  WS-TOT-UNPAID-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(43) VALUE SPACES.
 01  WS-TOTAL-LINE-2.
     05  FILLER                      PIC X(21) VALUE "HIRE DATE FROM QUEUE:".
     05  WS-TOT-NH-OUT               PIC ZZ,ZZ9.
     05  FILLER                      PIC X(26) VALUE
             "  NO HIRE DATE (OPENING): ".
     05  WS-TOT-NO-HIRE-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(24) VALUE
             "  TERM DATE INVALID:    ".
     05  WS-TOT-BAD-TERM-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(43) VALUE SPACES.
 01  WS-TOTAL-LINE-3.
     05  FILLER                      PIC X(21) VALUE "NOT ON EMPMAST (UNKN)".
     05  WS-TOT-NO-DEPT-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(26) VALUE
             "  BEYOND TABLE LIMITS:    ".
     05  WS-TOT-OVERFLOW-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(73) VALUE SPACES.
 01  WS-MESSAGE-LINE.
     05  WS-MSG-TEXT-OUT             PIC X(132).

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - junta a população, apura cada funcionário
*>    no seu departamento e imprime/grava as linhas com os subtotais
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     IF WS-MONTH-INVALID
         DISPLAY "PROG54: INVALID REPORT MONTH " WS-PARM-MONTH
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B12-BUILD-MONTHS-PARA.
     PERFORM B15-LOAD-COMPANIES-PARA.
     PERFORM B20-LOAD-NEWHIRE-PARA.
     PERFORM B25-OPEN-MASTERS-PARA.
     IF NOT WS-YTD-OPEN AND NOT WS-EMPMAST-OPEN
         DISPLAY "PROG54: NO YTD MASTER AND NO EMPLOYEE MASTER"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     IF WS-YTD-OPEN
         PERFORM B30-READ-YTD-PARA
     END-IF.
     PERFORM B35-READ-YTDHIST-PARA.
     IF WS-EMPMAST-OPEN
         PERFORM B38-READ-EMPMAST-PARA
     END-IF.
     PERFORM B50-TALLY-EMPL-PARA
         VARYING WS-EMPL-SUB FROM 1 BY 1
         UNTIL WS-EMPL-SUB > WS-EMPL-COUNT.
     OPEN OUTPUT HEADCOUNT-REPORT-OUT
                 HEADCOUNT-CSV-OUT.
     PERFORM C10-HEADINGS-PARA.
     WRITE HC-CSV-OUT FROM WS-CSV-HEADER.
     MOVE ZEROS TO WS-GRAND-COUNTS.
     MOVE SPACES TO WS-PREV-COMPANY.
     PERFORM B60-PRINT-DEPT-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
     IF WS-DEPT-COUNT > 0
         PERFORM C70-COMPANY-TOTAL-PARA
     END-IF.
     PERFORM C75-GRAND-TOTAL-PARA.
     PERFORM C20-TOTAL-PARA.
     CLOSE HEADCOUNT-REPORT-OUT
           HEADCOUNT-CSV-OUT.
     IF WS-YTD-OPEN
         CLOSE YTD-MASTER-FILE-IN
     END-IF.
     IF WS-EMPMAST-OPEN
         CLOSE EMPL-MASTER-FILE-IN
     END-IF.
     IF WS-NO-HIRE-COUNT > 0 OR WS-BAD-TERM-COUNT > 0
             OR WS-OVERFLOW-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Data da execução e mês apurado (parâmetro ou o mês anterior)
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-COMPANY-COUNT
                   WS-NH-COUNT
                   WS-EMPL-COUNT
                   WS-DEPT-COUNT
                   WS-TOTALS.
     MOVE "N" TO WS-MONTH-SWITCH.
     MOVE SPACES TO WS-PARM-MONTH.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-MONTH FROM ARGUMENT-VALUE.
     IF WS-PARM-MONTH = SPACES
         MOVE WS-RUN-YEAR TO WS-RM-YEAR
         MOVE WS-RUN-MONTH TO WS-RM-MONTH
         IF WS-RM-MONTH > 1
             SUBTRACT 1 FROM WS-RM-MONTH
         ELSE
             MOVE 12 TO WS-RM-MONTH
             SUBTRACT 1 FROM WS-RM-YEAR
         END-IF
     ELSE
         MOVE WS-PARM-MONTH (1:6) TO WS-REPORT-MONTH-X
         IF WS-REPORT-MONTH-X NOT NUMERIC
                 OR WS-PARM-MONTH (7:2) NOT = SPACES
             MOVE "Y" TO WS-MONTH-SWITCH
         ELSE
             IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
                     OR WS-RM-YEAR < 1900
                 MOVE "Y" TO WS-MONTH-SWITCH
             END-IF
         END-IF
     END-IF.

*>    Monta os 12 meses, do mês apurado para trás
 B12-BUILD-MONTHS-PARA.
     MOVE WS-RM-YEAR TO WS-DW-YEAR.
     MOVE WS-RM-MONTH TO WS-DW-MONTH.
     PERFORM B13-MONTH-PARA
         VARYING WS-MO-SUB FROM 12 BY -1
         UNTIL WS-MO-SUB < 1.
     MOVE WS-MO-FIRST (1) TO WS-WINDOW-START.

*>    Primeiro e último dia de um mês; passa ao mês anterior
 B13-MONTH-PARA.
     MOVE 1 TO WS-DW-DAY.
     MOVE WS-DATE-WORK-N TO WS-MO-FIRST (WS-MO-SUB).
     PERFORM C83-MONTH-LENGTH-PARA.
     MOVE WS-MONTH-LEN TO WS-DW-DAY.
     MOVE WS-DATE-WORK-N TO WS-MO-LAST (WS-MO-SUB).
     IF WS-DW-MONTH > 1
         SUBTRACT 1 FROM WS-DW-MONTH
     ELSE
         MOVE 12 TO WS-DW-MONTH
         SUBTRACT 1 FROM WS-DW-YEAR
     END-IF.

*>    Carrega as empresas do grupo; a primeira recebe os admitidos
*>    ainda sem acumulado
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
         MOVE SPACES TO WS-CO-NAME (1)
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

*>    Carrega as datas de admissão da fila de novos contratados
 B20-LOAD-NEWHIRE-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT NEWHIRE-FILE-IN.
     IF NOT WS-NEWHIRE-MISSING
         READ NEWHIRE-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-NEWHIRE-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE NEWHIRE-FILE-IN
     END-IF.

*>    Guarda (ou atualiza, na readmissão) a admissão de um CPF/SSN
 B21-NEWHIRE-REC-PARA.
     IF NH-HIRE-DATE NUMERIC
         MOVE "N" TO WS-EMPL-FOUND-SWITCH
         IF WS-NH-COUNT > 0
             SET NH-INDEX TO 1
             SEARCH WS-NEWHIRE-ROW
                 AT END CONTINUE
                 WHEN NH-INDEX > WS-NH-COUNT
                     CONTINUE
                 WHEN WS-NH-SSN (NH-INDEX) = NH-SSN
                     MOVE "Y" TO WS-EMPL-FOUND-SWITCH
                     IF NH-HIRE-DATE > WS-NH-HIRE-DATE (NH-INDEX)
                         MOVE NH-HIRE-DATE
                             TO WS-NH-HIRE-DATE (NH-INDEX)
                     END-IF
             END-SEARCH
         END-IF
         IF NOT WS-EMPL-FOUND
             IF WS-NH-COUNT < 5000
                 ADD 1 TO WS-NH-COUNT
                 MOVE NH-SSN TO WS-NH-SSN (WS-NH-COUNT)
                 MOVE NH-HIRE-DATE TO WS-NH-HIRE-DATE (WS-NH-COUNT)
             ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
             END-IF
         END-IF
     END-IF.
     READ NEWHIRE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Abre os mestres indexados
 B25-OPEN-MASTERS-PARA.
     MOVE SPACES TO WS-YTD-OPEN-SWITCH
                    WS-EMPMAST-OPEN-SWITCH.
     OPEN INPUT YTD-MASTER-FILE-IN.
     IF NOT WS-YTD-MISSING
         MOVE "Y" TO WS-YTD-OPEN-SWITCH
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

*>    Um funcionário do mestre de acumulados
 B31-YTD-REC-PARA.
     ADD 1 TO WS-YTD-READ-COUNT.
     MOVE YM-COMPANY TO WS-EW-COMPANY.
     MOVE YM-SSN TO WS-EW-SSN.
     MOVE YM-STATUS TO WS-EW-STATUS.
     MOVE YM-TERM-DATE TO WS-EW-TERM-DATE.
     PERFORM C40-ADD-FROM-YTD-PARA.
     READ YTD-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Varre o histórico dos anos encerrados pelos desligados ainda
*>    dentro dos 12 meses que não voltaram ao mestre de acumulados
 B35-READ-YTDHIST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT YTD-HISTORY-FILE-IN.
     IF NOT WS-YTDHIST-MISSING
         READ YTD-HISTORY-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B36-YTDHIST-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE YTD-HISTORY-FILE-IN
     END-IF.

*>    Um desligado do histórico (uma vez só por empresa + CPF/SSN)
 B36-YTDHIST-REC-PARA.
     IF HY-STATUS = "T" AND HY-TERM-DATE NUMERIC
         MOVE HY-TERM-DATE TO WS-EW-TERM-NUM
         IF WS-EW-TERM-NUM NOT < WS-WINDOW-START
             MOVE HY-COMPANY TO WS-EW-COMPANY
             MOVE HY-SSN TO WS-EW-SSN
             PERFORM C44-FIND-EMPL-PARA
             IF NOT WS-EMPL-FOUND
                 ADD 1 TO WS-HIST-USED-COUNT
                 MOVE HY-STATUS TO WS-EW-STATUS
                 MOVE HY-TERM-DATE TO WS-EW-TERM-DATE
                 PERFORM C40-ADD-FROM-YTD-PARA
             END-IF
         END-IF
     END-IF.
     READ YTD-HISTORY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Varre o mestre de funcionários pelos admitidos que ainda não
*>    têm acumulado em nenhuma empresa
 B38-READ-EMPMAST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE LOW-VALUES TO EM-SSN.
     START EMPL-MASTER-FILE-IN KEY IS NOT LESS THAN EM-SSN
         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
     END-START.
     IF WS-EOF-SWITCH = "N"
         READ EMPL-MASTER-FILE-IN NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
     END-IF.
     PERFORM B39-EMPMAST-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".

*>    Um funcionário do mestre: entra na primeira empresa do grupo
*>    quando o CPF/SSN não aparece na população
 B39-EMPMAST-REC-PARA.
     MOVE "N" TO WS-EMPL-FOUND-SWITCH.
     IF WS-EMPL-COUNT > 0
         SET EP-INDEX TO 1
         SEARCH WS-EMPL-ROW
             AT END CONTINUE
             WHEN EP-INDEX > WS-EMPL-COUNT
                 CONTINUE
             WHEN WS-EP-SSN (EP-INDEX) = EM-SSN
                 MOVE "Y" TO WS-EMPL-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-EMPL-FOUND
         ADD 1 TO WS-UNPAID-COUNT
         MOVE WS-CO-CODE (1) TO WS-EW-COMPANY
         MOVE EM-SSN TO WS-EW-SSN
         MOVE EM-DEPT-CODE TO WS-EW-DEPT
         MOVE EM-HIRE-DATE TO WS-EW-HIRE-DATE
         MOVE ZEROS TO WS-EW-TERM-NUM
         PERFORM C42-STORE-EMPL-PARA
     END-IF.
     READ EMPL-MASTER-FILE-IN NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Apura um funcionário no seu departamento: o mês apurado e cada
*>    um dos 12 meses da rotatividade acumulada
 B50-TALLY-EMPL-PARA.
     MOVE WS-EP-COMPANY (WS-EMPL-SUB) TO WS-DK-COMPANY.
     MOVE WS-EP-DEPT (WS-EMPL-SUB) TO WS-DK-DEPT.
     PERFORM C50-FIND-DEPT-PARA.
     IF WS-DEPT-FOUND
*>    Abertura: admitido antes do 1º dia e não desligado antes dele
         IF WS-EP-HIRE-DATE (WS-EMPL-SUB) < WS-MO-FIRST (12)
                 AND (WS-EP-TERM-DATE (WS-EMPL-SUB) = ZEROS
                      OR WS-EP-TERM-DATE (WS-EMPL-SUB)
                         NOT < WS-MO-FIRST (12))
             ADD 1 TO WS-DP-OPENING (WS-DEPT-SUB)
         END-IF
         IF WS-EP-HIRE-DATE (WS-EMPL-SUB) NOT < WS-MO-FIRST (12)
                 AND WS-EP-HIRE-DATE (WS-EMPL-SUB)
                     NOT > WS-MO-LAST (12)
             ADD 1 TO WS-DP-HIRES (WS-DEPT-SUB)
         END-IF
         PERFORM B51-MONTH-TALLY-PARA
             VARYING WS-MO-SUB FROM 1 BY 1
             UNTIL WS-MO-SUB > 12
     END-IF.

*>    Fechamento e desligamento de um dos 12 meses; o 12º é o mês
*>    apurado, que também soma o tempo de casa
 B51-MONTH-TALLY-PARA.
     IF WS-EP-HIRE-DATE (WS-EMPL-SUB) NOT > WS-MO-LAST (WS-MO-SUB)
             AND (WS-EP-TERM-DATE (WS-EMPL-SUB) = ZEROS
                  OR WS-EP-TERM-DATE (WS-EMPL-SUB)
                     > WS-MO-LAST (WS-MO-SUB))
         ADD 1 TO WS-DP-R12-CLOSE-SUM (WS-DEPT-SUB)
         IF WS-MO-SUB = 12
             ADD 1 TO WS-DP-CLOSING (WS-DEPT-SUB)
             IF WS-EP-HIRE-DATE (WS-EMPL-SUB) NOT = ZEROS
                 PERFORM C55-TENURE-PARA
             END-IF
         END-IF
     END-IF.
     IF WS-EP-TERM-DATE (WS-EMPL-SUB) NOT < WS-MO-FIRST (WS-MO-SUB)
             AND WS-EP-TERM-DATE (WS-EMPL-SUB)
                 NOT > WS-MO-LAST (WS-MO-SUB)
         ADD 1 TO WS-DP-R12-TERMS (WS-DEPT-SUB)
         IF WS-MO-SUB = 12
             ADD 1 TO WS-DP-TERMS (WS-DEPT-SUB)
         END-IF
     END-IF.

*>    Imprime um departamento; na troca de empresa, antes o subtotal
*>    da empresa anterior
 B60-PRINT-DEPT-PARA.
     IF WS-DP-COMPANY (WS-DEPT-SUB) NOT = WS-PREV-COMPANY
         IF WS-PREV-COMPANY NOT = SPACES
             PERFORM C70-COMPANY-TOTAL-PARA
         END-IF
         MOVE WS-DP-COMPANY (WS-DEPT-SUB) TO WS-PREV-COMPANY
         MOVE ZEROS TO WS-COMPANY-COUNTS
     END-IF.
     MOVE WS-DP-COUNTS (WS-DEPT-SUB) TO WS-LINE-COUNTS.
     PERFORM C65-ADD-TO-TOTALS-PARA.
     MOVE WS-DP-COMPANY (WS-DEPT-SUB) TO WS-DL-COMPANY-OUT
                                         WS-CSV-COMPANY.
     MOVE WS-DP-DEPT (WS-DEPT-SUB) TO WS-DL-LABEL-OUT
                                      WS-CSV-DEPT.
     MOVE SPACES TO WS-DL-NAME-OUT.
     MOVE "D" TO WS-CSV-REC-TYPE.
     PERFORM C60-RATES-PARA.
     PERFORM C61-PRINT-LINE-PARA.
     PERFORM C62-CSV-LINE-PARA.

*>    Cabeçalho do relatório
 C10-HEADINGS-PARA.
     MOVE WS-RM-YEAR TO WS-HME-YEAR.
     MOVE WS-RM-MONTH TO WS-HME-MONTH.
     MOVE WS-HEAD-MONTH-EDIT TO WS-HEAD-MONTH-OUT
                                WS-HEAD-TO-OUT.
     MOVE WS-MO-FIRST (1) TO WS-DATE-WORK-N.
     MOVE WS-DW-YEAR TO WS-HME-YEAR.
     MOVE WS-DW-MONTH TO WS-HME-MONTH.
     MOVE WS-HEAD-MONTH-EDIT TO WS-HEAD-FROM-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE HR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     WRITE HR-REPORT-OUT FROM WS-COLUMN-HEADING-1
         AFTER ADVANCING 3 LINES.
     WRITE HR-REPORT-OUT FROM WS-COLUMN-HEADING-2
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO HR-REPORT-OUT.
     WRITE HR-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Impressão das linhas de totais das exceções
 C20-TOTAL-PARA.
     MOVE WS-YTD-READ-COUNT TO WS-TOT-YTD-OUT.
     MOVE WS-HIST-USED-COUNT TO WS-TOT-HIST-OUT.
     MOVE WS-UNPAID-COUNT TO WS-TOT-UNPAID-OUT.
     MOVE WS-NH-USED-COUNT TO WS-TOT-NH-OUT.
     MOVE WS-NO-HIRE-COUNT TO WS-TOT-NO-HIRE-OUT.
     MOVE WS-BAD-TERM-COUNT TO WS-TOT-BAD-TERM-OUT.
     MOVE WS-NO-DEPT-COUNT TO WS-TOT-NO-DEPT-OUT.
     MOVE WS-OVERFLOW-COUNT TO WS-TOT-OVERFLOW-OUT.
     WRITE HR-REPORT-OUT FROM WS-TOTAL-LINE-1
         AFTER ADVANCING 3 LINES.
     WRITE HR-REPORT-OUT FROM WS-TOTAL-LINE-2
         AFTER ADVANCING 1 LINE.
     WRITE HR-REPORT-OUT FROM WS-TOTAL-LINE-3
         AFTER ADVANCING 1 LINE.
     IF WS-NO-HIRE-COUNT > 0
         MOVE "EMPLOYEES WITHOUT A HIRE DATE COUNT AS HIRED BEFORE " &
              "THE MONTH AND ARE LEFT OUT OF AVERAGE TENURE"
             TO WS-MSG-TEXT-OUT
         WRITE HR-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 2 LINES
     END-IF.
     IF WS-BAD-TERM-COUNT > 0
         MOVE "TERMINATED EMPLOYEES WITHOUT A VALID TERM DATE ARE " &
              "LEFT OUT OF EVERY COUNT"
             TO WS-MSG-TEXT-OUT
         WRITE HR-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Guarda um funcionário do mestre de acumulados ou do histórico:
*>    desligamento validado, departamento e admissão do mestre de
*>    funcionários
 C40-ADD-FROM-YTD-PARA.
     MOVE ZEROS TO WS-EW-TERM-NUM.
     IF WS-EW-STATUS = "T"
         IF WS-EW-TERM-DATE NUMERIC
             MOVE WS-EW-TERM-DATE TO WS-EW-TERM-NUM
         ELSE
             ADD 1 TO WS-BAD-TERM-COUNT
         END-IF
     END-IF.
     IF WS-EW-STATUS NOT = "T" OR WS-EW-TERM-NUM NOT = ZEROS
         MOVE "UNKN" TO WS-EW-DEPT
         MOVE SPACES TO WS-EW-HIRE-DATE
         IF WS-EMPMAST-OPEN
             MOVE WS-EW-SSN TO EM-SSN
             READ EMPL-MASTER-FILE-IN
                 INVALID KEY
                     ADD 1 TO WS-NO-DEPT-COUNT
                 NOT INVALID KEY
                     MOVE EM-DEPT-CODE TO WS-EW-DEPT
                     MOVE EM-HIRE-DATE TO WS-EW-HIRE-DATE
             END-READ
         ELSE
             ADD 1 TO WS-NO-DEPT-COUNT
         END-IF
         PERFORM C42-STORE-EMPL-PARA
     END-IF.

*>    Completa a admissão (mestre, senão a fila de novos contratados)
*>    e guarda o funcionário na população
 C42-STORE-EMPL-PARA.
     IF WS-EW-HIRE-DATE NOT NUMERIC
         MOVE SPACES TO WS-EW-HIRE-DATE
         IF WS-NH-COUNT > 0
             SET NH-INDEX TO 1
             SEARCH WS-NEWHIRE-ROW
                 AT END CONTINUE
                 WHEN NH-INDEX > WS-NH-COUNT
                     CONTINUE
                 WHEN WS-NH-SSN (NH-INDEX) = WS-EW-SSN
                     MOVE WS-NH-HIRE-DATE (NH-INDEX)
                         TO WS-EW-HIRE-DATE
                     ADD 1 TO WS-NH-USED-COUNT
             END-SEARCH
         END-IF
     END-IF.
     IF WS-EW-HIRE-DATE NUMERIC
         MOVE WS-EW-HIRE-DATE TO WS-EW-HIRE-NUM
     ELSE
         MOVE ZEROS TO WS-EW-HIRE-NUM
         ADD 1 TO WS-NO-HIRE-COUNT
     END-IF.
*>    Admissão depois do desligamento é a de uma readmissão em outra
*>    empresa: para esta, conta como admitido antes do período
     IF WS-EW-TERM-NUM NOT = ZEROS
             AND WS-EW-HIRE-NUM > WS-EW-TERM-NUM
         MOVE ZEROS TO WS-EW-HIRE-NUM
     END-IF.
     IF WS-EW-DEPT = SPACES
         MOVE "UNKN" TO WS-EW-DEPT
     END-IF.
     IF WS-EMPL-COUNT < 5000
         ADD 1 TO WS-EMPL-COUNT
         MOVE WS-EW-KEY TO WS-EP-KEY (WS-EMPL-COUNT)
         MOVE WS-EW-DEPT TO WS-EP-DEPT (WS-EMPL-COUNT)
         MOVE WS-EW-HIRE-NUM TO WS-EP-HIRE-DATE (WS-EMPL-COUNT)
         MOVE WS-EW-TERM-NUM TO WS-EP-TERM-DATE (WS-EMPL-COUNT)
     ELSE
         ADD 1 TO WS-OVERFLOW-COUNT
     END-IF.

*>    Procura a empresa + CPF/SSN em montagem na população
 C44-FIND-EMPL-PARA.
     MOVE "N" TO WS-EMPL-FOUND-SWITCH.
     IF WS-EMPL-COUNT > 0
         SET EP-INDEX TO 1
         SEARCH WS-EMPL-ROW
             AT END CONTINUE
             WHEN EP-INDEX > WS-EMPL-COUNT
                 CONTINUE
             WHEN WS-EP-KEY (EP-INDEX) = WS-EW-KEY
                 MOVE "Y" TO WS-EMPL-FOUND-SWITCH
         END-SEARCH
     END-IF.

*>    Procura a empresa + departamento na tabela; se não está, abre
*>    a linha na posição da ordem
 C50-FIND-DEPT-PARA.
     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
     MOVE 1 TO WS-INSERT-SUB.
     PERFORM C51-DEPT-POSITION-PARA
         UNTIL WS-INSERT-SUB > WS-DEPT-COUNT
            OR WS-DP-KEY (WS-INSERT-SUB) NOT < WS-DEPT-KEY-WORK.
     IF WS-INSERT-SUB NOT > WS-DEPT-COUNT
             AND WS-DP-KEY (WS-INSERT-SUB) = WS-DEPT-KEY-WORK
         MOVE "Y" TO WS-DEPT-FOUND-SWITCH
         MOVE WS-INSERT-SUB TO WS-DEPT-SUB
     ELSE
         IF WS-DEPT-COUNT < 500
             PERFORM C52-SHIFT-DEPT-PARA
                 VARYING WS-DEPT-SUB FROM WS-DEPT-COUNT BY -1
                 UNTIL WS-DEPT-SUB < WS-INSERT-SUB
             ADD 1 TO WS-DEPT-COUNT
             MOVE WS-INSERT-SUB TO WS-DEPT-SUB
             MOVE WS-DEPT-KEY-WORK TO WS-DP-KEY (WS-DEPT-SUB)
             MOVE ZEROS TO WS-DP-COUNTS (WS-DEPT-SUB)
             MOVE "Y" TO WS-DEPT-FOUND-SWITCH
         ELSE
             ADD 1 TO WS-OVERFLOW-COUNT
         END-IF
     END-IF.

*>    Avança a posição de inserção
 C51-DEPT-POSITION-PARA.
     ADD 1 TO WS-INSERT-SUB.

*>    Desce uma linha da tabela para abrir a posição de inserção
 C52-SHIFT-DEPT-PARA.
     MOVE WS-DEPT-ROW (WS-DEPT-SUB) TO WS-DEPT-ROW (WS-DEPT-SUB + 1).

*>    Meses completos de casa no último dia do mês apurado
 C55-TENURE-PARA.
     MOVE WS-EP-HIRE-DATE (WS-EMPL-SUB) TO WS-TW-HIRE.
     MOVE WS-MO-LAST (12) TO WS-TW-LAST.
     COMPUTE WS-TW-MONTHS =
         (WS-TW-LAST-YEAR - WS-TW-HIRE-YEAR) * 12
         + WS-TW-LAST-MONTH - WS-TW-HIRE-MONTH.
     IF WS-TW-LAST-DAY < WS-TW-HIRE-DAY AND WS-TW-MONTHS > 0
         SUBTRACT 1 FROM WS-TW-MONTHS
     END-IF.
     ADD WS-TW-MONTHS TO WS-DP-TENURE-MONTHS (WS-DEPT-SUB).
     ADD 1 TO WS-DP-TENURE-COUNT (WS-DEPT-SUB).

*>    Taxas da linha: rotatividade do mês sobre a média da abertura e
*>    do fechamento; a dos 12 meses sobre a média dos 12 fechamentos;
*>    tempo médio de casa em anos
 C60-RATES-PARA.
     MOVE ZEROS TO WS-RT-MONTH-TURN
                   WS-RT-R12-AVG-HC
                   WS-RT-R12-TURN
                   WS-RT-AVG-TENURE.
     COMPUTE WS-RT-DENOM = WS-LC-OPENING + WS-LC-CLOSING.
     IF WS-RT-DENOM > 0
         COMPUTE WS-RT-MONTH-TURN ROUNDED =
             WS-LC-TERMS * 200 / WS-RT-DENOM
             ON SIZE ERROR MOVE 9999.99 TO WS-RT-MONTH-TURN
         END-COMPUTE
     END-IF.
     COMPUTE WS-RT-R12-AVG-HC ROUNDED = WS-LC-R12-CLOSE-SUM / 12.
     IF WS-LC-R12-CLOSE-SUM > 0
         COMPUTE WS-RT-R12-TURN ROUNDED =
             WS-LC-R12-TERMS * 1200 / WS-LC-R12-CLOSE-SUM
             ON SIZE ERROR MOVE 9999.99 TO WS-RT-R12-TURN
         END-COMPUTE
     END-IF.
     IF WS-LC-TENURE-COUNT > 0
         COMPUTE WS-RT-AVG-TENURE ROUNDED =
             WS-LC-TENURE-MONTHS / WS-LC-TENURE-COUNT / 12
     END-IF.

*>    Imprime a linha com as contagens e as taxas
 C61-PRINT-LINE-PARA.
     MOVE WS-LC-OPENING TO WS-DL-OPENING-OUT.
     MOVE WS-LC-HIRES TO WS-DL-HIRES-OUT.
     MOVE WS-LC-TERMS TO WS-DL-TERMS-OUT.
     MOVE WS-LC-CLOSING TO WS-DL-CLOSING-OUT.
     MOVE WS-RT-MONTH-TURN TO WS-DL-MONTH-TURN-OUT.
     MOVE WS-LC-R12-TERMS TO WS-DL-R12-TERMS-OUT.
     MOVE WS-RT-R12-AVG-HC TO WS-DL-R12-AVG-HC-OUT.
     MOVE WS-RT-R12-TURN TO WS-DL-R12-TURN-OUT.
     MOVE WS-RT-AVG-TENURE TO WS-DL-AVG-TENURE-OUT.
     WRITE HR-REPORT-OUT FROM WS-DETAIL-LINE
         AFTER ADVANCING 1 LINE.

*>    Grava a mesma linha no extrato CSV
 C62-CSV-LINE-PARA.
     MOVE WS-LC-OPENING TO WS-CSV-OPENING.
     MOVE WS-LC-HIRES TO WS-CSV-HIRES.
     MOVE WS-LC-TERMS TO WS-CSV-TERMS.
     MOVE WS-LC-CLOSING TO WS-CSV-CLOSING.
     MOVE WS-RT-MONTH-TURN TO WS-CSV-MONTH-TURN.
     MOVE WS-LC-R12-TERMS TO WS-CSV-R12-TERMS.
     MOVE WS-RT-R12-AVG-HC TO WS-CSV-R12-AVG-HC.
     MOVE WS-RT-R12-TURN TO WS-CSV-R12-TURN.
     MOVE WS-RT-AVG-TENURE TO WS-CSV-AVG-TENURE.
     MOVE SPACES TO WS-CSV-LINE.
     STRING WS-CSV-REC-TYPE              DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-REPORT-MONTH-X            DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-COMPANY               DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-DEPT                  DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-OPENING               DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-HIRES                 DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-TERMS                 DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-CLOSING               DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-MONTH-TURN            DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-R12-TERMS             DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-R12-AVG-HC            DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-R12-TURN              DELIMITED BY SIZE
            ","                          DELIMITED BY SIZE
            WS-CSV-AVG-TENURE            DELIMITED BY SIZE
       INTO WS-CSV-LINE
     END-STRING.
     MOVE WS-CSV-LINE TO HC-CSV-OUT.
     WRITE HC-CSV-OUT.

*>    Soma a linha de departamento no subtotal da empresa e no total
*>    do grupo
 C65-ADD-TO-TOTALS-PARA.
     ADD WS-LC-OPENING TO WS-CC-OPENING WS-GC-OPENING.
     ADD WS-LC-HIRES TO WS-CC-HIRES WS-GC-HIRES.
     ADD WS-LC-TERMS TO WS-CC-TERMS WS-GC-TERMS.
     ADD WS-LC-CLOSING TO WS-CC-CLOSING WS-GC-CLOSING.
     ADD WS-LC-R12-TERMS TO WS-CC-R12-TERMS WS-GC-R12-TERMS.
     ADD WS-LC-R12-CLOSE-SUM TO WS-CC-R12-CLOSE-SUM
                                WS-GC-R12-CLOSE-SUM.
     ADD WS-LC-TENURE-MONTHS TO WS-CC-TENURE-MONTHS
                                WS-GC-TENURE-MONTHS.
     ADD WS-LC-TENURE-COUNT TO WS-CC-TENURE-COUNT
                               WS-GC-TENURE-COUNT.

*>    Subtotal da empresa, com a razão social do mestre de empresas
 C70-COMPANY-TOTAL-PARA.
     MOVE WS-COMPANY-COUNTS TO WS-LINE-COUNTS.
     MOVE WS-PREV-COMPANY TO WS-DL-COMPANY-OUT
                             WS-CSV-COMPANY.
     MOVE "CO TOTAL" TO WS-DL-LABEL-OUT.
     MOVE SPACES TO WS-DL-NAME-OUT
                    WS-CSV-DEPT.
     PERFORM C71-COMPANY-NAME-PARA
         VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT.
     MOVE "C" TO WS-CSV-REC-TYPE.
     PERFORM C60-RATES-PARA.
     PERFORM C61-PRINT-LINE-PARA.
     PERFORM C62-CSV-LINE-PARA.
     MOVE SPACES TO HR-REPORT-OUT.
     WRITE HR-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Razão social da empresa do subtotal
 C71-COMPANY-NAME-PARA.
     IF WS-CO-CODE (WS-CO-SUB) = WS-PREV-COMPANY
         MOVE WS-CO-NAME (WS-CO-SUB) TO WS-DL-NAME-OUT
     END-IF.

*>    Total do grupo
 C75-GRAND-TOTAL-PARA.
     MOVE WS-GRAND-COUNTS TO WS-LINE-COUNTS.
     MOVE SPACES TO WS-DL-COMPANY-OUT
                    WS-DL-NAME-OUT
                    WS-CSV-COMPANY
                    WS-CSV-DEPT.
     MOVE "ALL COS" TO WS-DL-LABEL-OUT.
     MOVE "G" TO WS-CSV-REC-TYPE.
     PERFORM C60-RATES-PARA.
     PERFORM C61-PRINT-LINE-PARA.
     PERFORM C62-CSV-LINE-PARA.

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
