*> =====================================================================
*> PROGRAMA: RECONCILIAÇÃO ANUAL 941 X W-2 ANTES DA ENTREGA
*> DESCRIÇÃO: Rodado depois da emissão dos informes (PROG8) e antes da
*>            liberação do arquivo eletrônico W2_EFILE.DAT: soma os
*>            quatro trimestres do passivo fiscal (QTRLIAB.DAT, só as
*>            linhas do 941) e dos depósitos efetuados (FTDMADE.DAT)
*>            do ano do 1º parâmetro e compara, campo a campo e por
*>            EIN do empregador, com os totais dos registros RW do
*>            arquivo eletrônico: salários (linha 2 x caixa 1), imposto
*>            federal retido (linha 3 x caixa 2), salários e imposto
*>            do Seguro Social (5a x caixas 3/4) e do Medicare (5c/5d
*>            x caixas 5/6 - o 941 traz as duas partes do imposto, a
*>            comparação usa a parte do empregado). O passivo e os
*>            depósitos não trazem a empresa: são do EIN de
*>            recolhimento, o da primeira empresa do mestre, como o
*>            agendador do EFTPS (PROG20) os deposita; W-2 emitido
*>            por outro EIN sem 941 próprio sai inteiro como
*>            diferença. Cada diferença é confrontada com as
*>            correções W-2c do ano (W2CWORK.DAT, de PROG24) e com os
*>            ajustes de ano anterior (PYADJ.DAT); a soma dos RW
*>            também é conferida contra o registro RT. Código de
*>            retorno: 0 = em equilíbrio; 4 = diferenças resolvidas
*>            pelas W-2c ou depósitos diferentes do passivo; 8 = fora
*>            de equilíbrio - o arquivo eletrônico NÃO pode ser
*>            liberado
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG41.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Arquivo eletrônico dos informes gravado por PROG8
     SELECT W2-EFILE-FILE-IN
         ASSIGN TO "W2_EFILE.DAT"
         FILE STATUS IS WS-W2EFILE-FILE-STATUS.
*>    Passivo fiscal trimestral acumulado pela folha; o mesmo layout
*>    de PROG6, PROG11 e PROG20
     SELECT QTR-LIAB-FILE-IN
         ASSIGN TO "QTRLIAB.DAT"
         FILE STATUS IS WS-QTRLIAB-FILE-STATUS.
*>    Depósitos agendados/efetuados por PROG20
     SELECT FTD-MADE-FILE-IN
         ASSIGN TO "FTDMADE.DAT"
         FILE STATUS IS WS-FTDMADE-FILE-STATUS.
*>    Mestre de empresas, de onde vêm os EINs
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Pares informado-antes/corrigido das W-2c, gravados por PROG24
     SELECT W2C-WORK-FILE-IN
         ASSIGN TO "W2CWORK.DAT"
         FILE STATUS IS WS-W2CWORK-FILE-STATUS.
*>    Transações de ajuste de ano anterior, lidas por PROG24
     SELECT PY-ADJ-FILE-IN
         ASSIGN TO "PYADJ.DAT"
         FILE STATUS IS WS-PYADJ-FILE-STATUS.
*>    Relatório da reconciliação
     SELECT RECON-REPORT-OUT
         ASSIGN TO "W2RECON_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do arquivo eletrônico dos informes; o layout de PROG8
*>    - os dois precisam andar juntos
 FD  W2-EFILE-FILE-IN
         RECORD CONTAINS 128 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORDS ARE EF-RW-REC EF-RT-REC.
 01  EF-RW-REC.
     05  EF-REC-TYPE                 PIC X(2).      *> RW=funcionário  RT=totais
     05  EF-SSN                      PIC X(9).
     05  EF-NAME                     PIC X(18).
     05  EF-YEAR                     PIC X(4).
     05  EF-EARNINGS                 PIC 9(9)V99.   *> Caixa 1
     05  EF-FED-TAX                  PIC 9(9)V99.   *> Caixa 2
     05  EF-ZIP                      PIC X(9).
     05  EF-SS-WAGES                 PIC 9(9)V99.   *> Caixa 3
     05  EF-SS-TAX                   PIC 9(9)V99.   *> Caixa 4
     05  EF-MED-WAGES                PIC 9(9)V99.   *> Caixa 5
     05  EF-MED-TAX                  PIC 9(9)V99.   *> Caixa 6
     05  EF-COMPANY                  PIC X(2).      *> Empresa (espaços = 01)
     05  FILLER                      PIC X(18).
 01  EF-RT-REC.
     05  FILLER                      PIC X(2).
     05  EF-TOT-COUNT                PIC 9(7).
     05  EF-TOT-EARNINGS             PIC 9(11)V99.
     05  EF-TOT-FED-TAX              PIC 9(11)V99.
     05  EF-TOT-SS-WAGES             PIC 9(11)V99.
     05  EF-TOT-SS-TAX               PIC 9(11)V99.
     05  EF-TOT-MED-WAGES            PIC 9(11)V99.
     05  EF-TOT-MED-TAX              PIC 9(11)V99.
     05  FILLER                      PIC X(41).

*>    Definição do arquivo de passivo fiscal trimestral
 FD  QTR-LIAB-FILE-IN
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC.
     05  QL-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  QL-QUARTER                  PIC 9(1).      *> Trimestre civil (1-4)
     05  QL-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  QL-FED-WH                   PIC 9(7)V99.   *> Imposto federal retido na execução
     05  QL-FICA-EMPLE               PIC 9(7)V99.   *> FICA do empregado na execução
     05  QL-FICA-EMPR                PIC 9(7)V99.   *> FICA do empregador na execução
     05  QL-CTL-EARN                 PIC 9(7)V99.   *> Rendimentos do trailer de controle
     05  QL-REC-COUNT                PIC 9(7).      *> Registros do trailer de controle
     05  QL-SS-WAGES                 PIC 9(7)V99.   *> Salários sujeitos ao Seguro Social
     05  QL-SS-TAX                   PIC 9(7)V99.   *> Seguro Social, empregado + empregador
     05  QL-MED-WAGES                PIC 9(7)V99.   *> Salários sujeitos ao Medicare
     05  QL-MED-TAX                  PIC 9(7)V99.   *> Medicare, empregado + empregador
     05  QL-ADDL-MED-WAGES           PIC 9(7)V99.   *> Salários sujeitos ao adicional
     05  QL-ADDL-MED-TAX             PIC 9(7)V99.   *> Adicional do Medicare retido
     05  QL-RETURN-TYPE              PIC X(3).      *> 941 = folha  945 = retenção de reserva
         88  QL-945-LIAB             VALUE "945".
     05  QL-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(7).

*>    Definição do arquivo de depósitos efetuados; o layout de PROG20
 FD  FTD-MADE-FILE-IN
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS FM-FTDMADE-REC.
 01  FM-FTDMADE-REC.
     05  FM-PAY-DATE                 PIC X(8).      *> Data de pagamento da execução
     05  FM-PERIOD-NBR               PIC 9(2).      *> Período de pagamento da execução
     05  FM-QUARTER                  PIC 9(1).      *> Trimestre civil da execução
     05  FM-DUE-DATE                 PIC X(8).      *> Vencimento calculado do depósito
     05  FM-AMOUNT                   PIC 9(9)V99.   *> Valor do depósito
     05  FM-TAX-FORM                 PIC X(4).      *> 941/945 (espaços = 941)
     05  FILLER                      PIC X(26).

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

*>    Definição dos pares informado-antes/corrigido; o layout de PROG24
*>    e PROG8 - os três precisam andar juntos
 FD  W2C-WORK-FILE-IN
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS WC-W2C-REC.
 01  WC-W2C-REC.
     05  WC-TAX-YEAR                 PIC X(4).      *> Ano corrigido (AAAA)
     05  WC-COMPANY                  PIC X(2).      *> Empresa do registro
     05  WC-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  WC-OLD-EARNINGS             PIC 9(7)V99.   *> Rendimentos informados antes
     05  WC-OLD-FED-TAX              PIC 9(7)V99.   *> Imposto informado antes
     05  WC-NEW-EARNINGS             PIC 9(7)V99.   *> Rendimentos corrigidos
     05  WC-NEW-FED-TAX              PIC 9(7)V99.   *> Imposto corrigido
     05  FILLER                      PIC X(9).

*>    Definição das transações de ajuste de ano anterior; o layout de
*>    PROG24
 FD  PY-ADJ-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PA-ADJ-REC.
 01  PA-ADJ-REC.
     05  PA-TAX-YEAR                 PIC X(4).      *> Ano arquivado a corrigir (AAAA)
     05  PA-COMPANY                  PIC X(2).      *> Empresa do registro
     05  PA-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  PA-EARN-ADJ                 PIC S9(5)V99.  *> Ajuste de rendimentos (com sinal)
     05  PA-TAX-ADJ                  PIC S9(5)V99.  *> Ajuste de imposto federal (com sinal)
     05  FILLER                      PIC X(11).

*>    Relatório da reconciliação (linha de 132 colunas)
 FD  RECON-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RR-REPORT-OUT.
 01  RR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-COMPMAST-EOF-SWITCH      PIC X(1).
     05  WS-W2EFILE-FILE-STATUS      PIC X(2).
         88  WS-W2EFILE-MISSING      VALUE "35".
     05  WS-QTRLIAB-FILE-STATUS      PIC X(2).
         88  WS-QTRLIAB-MISSING      VALUE "35".
     05  WS-FTDMADE-FILE-STATUS      PIC X(2).
         88  WS-FTDMADE-MISSING      VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-W2CWORK-FILE-STATUS      PIC X(2).
         88  WS-W2CWORK-MISSING      VALUE "35".
     05  WS-PYADJ-FILE-STATUS        PIC X(2).
         88  WS-PYADJ-MISSING        VALUE "35".
     05  WS-FOUND-SWITCH             PIC X(1).
         88  WS-FOUND                VALUE "Y".
     05  WS-RT-FOUND-SWITCH          PIC X(1).
         88  WS-RT-FOUND             VALUE "Y".
*>    Pior situação apurada, que vira o código de retorno
     05  WS-RESULT-SWITCH            PIC X(1).
         88  WS-RESULT-BALANCED      VALUE "B".
         88  WS-RESULT-WARNING       VALUE "W".
         88  WS-RESULT-OUT           VALUE "O".

*>    Ano-calendário informado na linha de comando
 01  WS-PARM-YEAR                    PIC X(4).

*>    Tabela das empresas do mestre, com a linha do EIN de cada uma
 01  WS-COMPMAST-CONTROLS.
     05  WS-COMPMAST-COUNT           PIC 9(2).
 01  WS-COMPMAST-TABLE.
     05  WS-CM-ROW                   OCCURS 10 TIMES
                                      INDEXED BY CM-INDEX.
         10  WS-CM-CODE-ENTRY        PIC X(2).
         10  WS-CM-EIN-ROW-ENTRY     PIC 9(2).

*>    Tabela dos EINs do grupo: a linha 1 é o EIN de recolhimento (o da
*>    primeira empresa do mestre); a última linha criada pode ser a das
*>    empresas fora do mestre (EIN em branco). Cada EIN acumula os
*>    campos do 941 por trimestre (1=salários, 2=imposto federal,
*>    3=salários do Seguro Social, 4=Seguro Social do empregado,
*>    5=salários do Medicare, 6=Medicare do empregado, 7=passivo,
*>    8=depósitos), os campos 1 a 6 dos informes, as correções W-2c
*>    e os ajustes de ano anterior
 01  WS-EIN-CONTROLS.
     05  WS-EIN-COUNT                PIC 9(2).
 01  WS-EIN-TABLE.
     05  WS-EN-ROW                   OCCURS 11 TIMES
                                      INDEXED BY EN-INDEX.
         10  WS-EN-EIN-ENTRY         PIC X(10).
         10  WS-EN-NAME-ENTRY        PIC X(30).
         10  WS-EN-COMPANIES-ENTRY   PIC X(20).
         10  WS-EN-CO-COUNT-ENTRY    PIC 9(2).
         10  WS-EN-FIELD-ENTRY       OCCURS 8 TIMES.
             15  WS-EN-QTR-AMT       PIC S9(9)V999 OCCURS 4 TIMES.
         10  WS-EN-W2-AMT            PIC S9(9)V999 OCCURS 6 TIMES.
         10  WS-EN-RW-COUNT          PIC 9(7).
         10  WS-EN-W2C-COUNT         PIC 9(5).
         10  WS-EN-W2C-EARN          PIC S9(9)V99.
         10  WS-EN-W2C-TAX           PIC S9(9)V99.
         10  WS-EN-PYADJ-COUNT       PIC 9(5).
         10  WS-EN-PYADJ-EARN        PIC S9(9)V99.
         10  WS-EN-PYADJ-TAX         PIC S9(9)V99.

*>    Correções W-2c do ano, guardadas para a listagem por EIN
 01  WS-W2C-CONTROLS.
     05  WS-W2C-COUNT                PIC 9(5) COMP.
 01  WS-W2C-TABLE.
     05  WS-WC-ROW                   OCCURS 500 TIMES
                                      INDEXED BY WC-INDEX.
         10  WS-WC-EIN-ROW-ENTRY     PIC 9(2).
         10  WS-WC-COMPANY-ENTRY     PIC X(2).
         10  WS-WC-SSN-ENTRY         PIC X(9).
         10  WS-WC-OLD-EARN-ENTRY    PIC 9(7)V99.
         10  WS-WC-NEW-EARN-ENTRY    PIC 9(7)V99.
         10  WS-WC-OLD-TAX-ENTRY     PIC 9(7)V99.
         10  WS-WC-NEW-TAX-ENTRY     PIC 9(7)V99.

*>    Rótulos dos campos da reconciliação
 01  WS-FIELD-LABELS.
     05  FILLER                      PIC X(20) VALUE
             "WAGES LN2 / BOX 1   ".
     05  FILLER                      PIC X(20) VALUE
             "FED W/H LN3 / BOX 2 ".
     05  FILLER                      PIC X(20) VALUE
             "SS WAGES 5A / BOX 3 ".
     05  FILLER                      PIC X(20) VALUE
             "SS TAX EE / BOX 4   ".
     05  FILLER                      PIC X(20) VALUE
             "MED WAGES 5C / BOX 5".
     05  FILLER                      PIC X(20) VALUE
             "MED TAX EE / BOX 6  ".
     05  FILLER                      PIC X(20) VALUE
             "941 LIABILITY       ".
     05  FILLER                      PIC X(20) VALUE
             "FTD DEPOSITS        ".
 01  WS-FIELD-LABEL-TABLE REDEFINES WS-FIELD-LABELS.
     05  WS-FIELD-LABEL              PIC X(20) OCCURS 8 TIMES.

*>    Subscritos e áreas de trabalho
 01  WS-SUBSCRIPTS.
     05  WS-EN-SUB                   PIC 9(2).
     05  WS-FLD-SUB                  PIC 9(2).
     05  WS-QTR-SUB                  PIC 9(1).
     05  WS-WC-SUB                   PIC 9(5) COMP.
 01  WS-LOOKUP-COMPANY               PIC X(2).
 01  WS-RECON-WORK.
     05  WS-941-TOTAL                PIC S9(9)V999.
     05  WS-W2-TOTAL                 PIC S9(9)V999.
     05  WS-LIAB-TOTAL               PIC S9(9)V999.
     05  WS-VARIANCE                 PIC S9(9)V999.
     05  WS-W2C-ADJ                  PIC S9(9)V999.
     05  WS-NET-VARIANCE             PIC S9(9)V999.
     05  WS-ABS-VARIANCE             PIC S9(9)V999.
     05  WS-FRACTION-LIMIT           PIC S9(9)V999 VALUE .010.
     05  WS-EIN-RESULT-SWITCH        PIC X(1).
         88  WS-EIN-BALANCED         VALUE "B".
         88  WS-EIN-WARNING          VALUE "W".
         88  WS-EIN-OUT              VALUE "O".

*>    Totais do arquivo eletrônico: a soma dos RW contra o registro RT
 01  WS-EFILE-TOTALS.
     05  WS-RW-COUNT                 PIC 9(7).
     05  WS-RW-EARN-TOT              PIC 9(11)V99.
     05  WS-RW-FED-TOT               PIC 9(11)V99.
     05  WS-RW-SS-WAGES-TOT          PIC 9(11)V99.
     05  WS-RW-SS-TAX-TOT            PIC 9(11)V99.
     05  WS-RW-MED-WAGES-TOT         PIC 9(11)V99.
     05  WS-RW-MED-TAX-TOT           PIC 9(11)V99.
     05  WS-RW-WRONG-YEAR-COUNT      PIC 9(7).
     05  WS-QL-ROWS-USED             PIC 9(5).
     05  WS-FM-ROWS-USED             PIC 9(5).

*>    Cabeçalho do relatório
 01  WS-HEADING.
     05  FILLER                      PIC X(40) VALUE
             "ANNUAL 941 TO W-2 RECONCILIATION        ".
     05  FILLER                      PIC X(10) VALUE "TAX YEAR: ".
     05  WS-HEAD-YEAR-OUT            PIC X(4).
     05  FILLER                      PIC X(78) VALUE SPACES.

*>    Identificação do EIN
 01  WS-EIN-LINE.
     05  FILLER                      PIC X(14) VALUE "EMPLOYER EIN: ".
     05  WS-EL-EIN-OUT               PIC X(10).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-NAME-OUT              PIC X(30).
     05  FILLER                      PIC X(13) VALUE "  COMPANIES: ".
     05  WS-EL-COMPANIES-OUT         PIC X(20).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-NOTE-OUT              PIC X(25).
     05  FILLER                      PIC X(16) VALUE SPACES.

*>    Títulos das colunas dos campos
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(20) VALUE "FIELD".
     05  FILLER                      PIC X(16) VALUE
             "           QTR 1".
     05  FILLER                      PIC X(16) VALUE
             "           QTR 2".
     05  FILLER                      PIC X(16) VALUE
             "           QTR 3".
     05  FILLER                      PIC X(16) VALUE
             "           QTR 4".
     05  FILLER                      PIC X(16) VALUE
             "       941 TOTAL".
     05  FILLER                      PIC X(16) VALUE
             "       W-2 TOTAL".
     05  FILLER                      PIC X(16) VALUE
             "        VARIANCE".

*>    Linha de um campo: os quatro trimestres do 941, o total do 941,
*>    o total dos informes e a diferença
 01  WS-FIELD-LINE.
     05  WS-FL-LABEL-OUT             PIC X(20).
     05  WS-FL-QTR-GROUP             OCCURS 4 TIMES.
         10  FILLER                  PIC X(1) VALUE SPACES.
         10  WS-FL-QTR-OUT           PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-FL-941-OUT               PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-FL-W2-OUT                PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-FL-VARIANCE-OUT          PIC -ZZZ,ZZZ,ZZ9.99.

*>    Linha do passivo e dos depósitos (sem coluna dos informes; a
*>    diferença da linha dos depósitos é depositado menos passivo)
 01  WS-LIAB-LINE.
     05  WS-LL-LABEL-OUT             PIC X(20).
     05  WS-LL-QTR-GROUP             OCCURS 4 TIMES.
         10  FILLER                  PIC X(1) VALUE SPACES.
         10  WS-LL-QTR-OUT           PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-LL-TOTAL-OUT             PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(16) VALUE SPACES.
     05  WS-LL-VARIANCE-GROUP.
         10  FILLER                  PIC X(1) VALUE SPACES.
         10  WS-LL-VARIANCE-OUT      PIC -ZZZ,ZZZ,ZZ9.99.

*>    Títulos e linha do confronto das diferenças com as W-2c
 01  WS-TIE-HEADING.
     05  FILLER                      PIC X(20) VALUE "VARIANCE TIE-OUT".
     05  FILLER                      PIC X(16) VALUE
             "        VARIANCE".
     05  FILLER                      PIC X(16) VALUE
             "   W-2C ACTIVITY".
     05  FILLER                      PIC X(16) VALUE
             "    UNEXPLAINED ".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(20) VALUE "STATUS".
     05  FILLER                      PIC X(42) VALUE SPACES.
 01  WS-TIE-LINE.
     05  WS-TL-LABEL-OUT             PIC X(20).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-TL-VARIANCE-OUT          PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-TL-W2C-OUT               PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-TL-NET-OUT               PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-TL-STATUS-OUT            PIC X(20).
     05  FILLER                      PIC X(42) VALUE SPACES.

*>    Linha de uma correção W-2c do EIN
 01  WS-W2C-LINE.
     05  FILLER                      PIC X(11) VALUE "  W-2C SSN ".
     05  WS-WL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(5) VALUE " CO: ".
     05  WS-WL-COMPANY-OUT           PIC X(2).
     05  FILLER                      PIC X(8) VALUE "  WAGES ".
     05  WS-WL-OLD-EARN-OUT          PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(4) VALUE " TO ".
     05  WS-WL-NEW-EARN-OUT          PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(10) VALUE "  FED W/H ".
     05  WS-WL-OLD-TAX-OUT           PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(4) VALUE " TO ".
     05  WS-WL-NEW-TAX-OUT           PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(31) VALUE SPACES.

*>    Resumo dos ajustes de ano anterior do EIN
 01  WS-PYADJ-LINE.
     05  FILLER                      PIC X(39) VALUE
             "  PRIOR-YEAR ADJUSTMENTS ON PYADJ.DAT: ".
     05  WS-PL-COUNT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(8) VALUE "  WAGES ".
     05  WS-PL-EARN-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(10) VALUE "  FED W/H ".
     05  WS-PL-TAX-OUT               PIC -ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(39) VALUE SPACES.

*>    Linha de veredicto (por EIN e do arquivo)
 01  WS-VERDICT-LINE.
     05  WS-VERDICT-OUT              PIC X(60).
     05  FILLER                      PIC X(72) VALUE SPACES.

*>    Conferência da soma dos RW contra o registro RT
 01  WS-RT-CHECK-LINE.
     05  FILLER                      PIC X(20) VALUE "E-FILE RW RECORDS:  ".
     05  WS-RC-RW-COUNT-OUT          PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  RT COUNT:   ".
     05  WS-RC-RT-COUNT-OUT          PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-RC-STATUS-OUT            PIC X(40).
     05  FILLER                      PIC X(38) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da reconciliação
 A00-MAINLINE-PARA.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-YEAR FROM ARGUMENT-VALUE.
     IF WS-PARM-YEAR NOT NUMERIC
         DISPLAY "TAX YEAR PARAMETER MUST BE YYYY - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT W2-EFILE-FILE-IN.
     IF WS-W2EFILE-MISSING
         DISPLAY "W-2 E-FILE W2_EFILE.DAT NOT FOUND - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B10-INIT-PARA.
     PERFORM B11-LOAD-COMPMAST-PARA.
     IF WS-EIN-COUNT = 0
         DISPLAY "COMPANY MASTER COMPMAST.DAT NOT FOUND OR EMPTY - " &
                 "RUN ABORTED"
         CLOSE W2-EFILE-FILE-IN
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT RECON-REPORT-OUT.
     READ W2-EFILE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B20-EFILE-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE W2-EFILE-FILE-IN.
     PERFORM B30-LOAD-QTRLIAB-PARA.
     PERFORM B35-LOAD-FTDMADE-PARA.
     PERFORM B40-LOAD-W2C-PARA.
     PERFORM B45-LOAD-PYADJ-PARA.
     WRITE RR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     PERFORM C10-EIN-REPORT-PARA
         VARYING WS-EN-SUB FROM 1 BY 1
         UNTIL WS-EN-SUB > WS-EIN-COUNT.
     PERFORM C40-EFILE-CHECK-PARA.
     CLOSE RECON-REPORT-OUT.
     EVALUATE TRUE
         WHEN WS-RESULT-OUT
             DISPLAY "941/W-2 RECONCILIATION OUT OF BALANCE - " &
                     "DO NOT RELEASE W2_EFILE.DAT"
             MOVE 8 TO RETURN-CODE
         WHEN WS-RESULT-WARNING
             DISPLAY "941/W-2 RECONCILIATION HAS EXPLAINED " &
                     "VARIANCES - SEE W2RECON_RPT.DAT"
             MOVE 4 TO RETURN-CODE
         WHEN OTHER
             DISPLAY "941/W-2 RECONCILIATION IN BALANCE"
     END-EVALUATE.
     STOP RUN.

*>    Inicialização das variáveis
 B10-INIT-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE "N" TO WS-RT-FOUND-SWITCH.
     MOVE "B" TO WS-RESULT-SWITCH.
     MOVE ZEROS TO WS-COMPMAST-COUNT
                   WS-EIN-COUNT
                   WS-W2C-COUNT
                   WS-RW-COUNT
                   WS-RW-EARN-TOT
                   WS-RW-FED-TOT
                   WS-RW-SS-WAGES-TOT
                   WS-RW-SS-TAX-TOT
                   WS-RW-MED-WAGES-TOT
                   WS-RW-MED-TAX-TOT
                   WS-RW-WRONG-YEAR-COUNT
                   WS-QL-ROWS-USED
                   WS-FM-ROWS-USED.
     MOVE WS-PARM-YEAR TO WS-HEAD-YEAR-OUT.

*>    Carrega o mestre de empresas e monta a tabela dos EINs na ordem
*>    do mestre (o EIN da primeira empresa é o de recolhimento)
 B11-LOAD-COMPMAST-PARA.
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

*>    Guarda uma empresa do mestre e a associa à linha do seu EIN
 B12-LOAD-COMP-REC-PARA.
     IF WS-COMPMAST-COUNT < 10
         ADD 1 TO WS-COMPMAST-COUNT
         SET CM-INDEX TO WS-COMPMAST-COUNT
         MOVE CM-COMPANY-CODE TO WS-CM-CODE-ENTRY (CM-INDEX)
         PERFORM B13-FIND-EIN-PARA
         IF NOT WS-FOUND
             PERFORM B14-ADD-EIN-PARA
             MOVE CM-LEGAL-NAME TO WS-EN-NAME-ENTRY (EN-INDEX)
         END-IF
         SET WS-CM-EIN-ROW-ENTRY (CM-INDEX) TO EN-INDEX
         IF WS-EN-CO-COUNT-ENTRY (EN-INDEX) < 10
             ADD 1 TO WS-EN-CO-COUNT-ENTRY (EN-INDEX)
             COMPUTE WS-FLD-SUB =
                 (WS-EN-CO-COUNT-ENTRY (EN-INDEX) * 2) - 1
             MOVE CM-COMPANY-CODE TO
                 WS-EN-COMPANIES-ENTRY (EN-INDEX) (WS-FLD-SUB:2)
         END-IF
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
     END-READ.

*>    Localiza a linha do EIN de CM-EIN na tabela dos EINs
 B13-FIND-EIN-PARA.
     MOVE "N" TO WS-FOUND-SWITCH.
     IF WS-EIN-COUNT > 0
         SET EN-INDEX TO 1
         SEARCH WS-EN-ROW
             AT END CONTINUE
             WHEN EN-INDEX > WS-EIN-COUNT
                 CONTINUE
             WHEN WS-EN-EIN-ENTRY (EN-INDEX) = CM-EIN
                 MOVE "Y" TO WS-FOUND-SWITCH
         END-SEARCH
     END-IF.

*>    Cria a linha de um EIN (CM-EIN) com os acumuladores zerados
 B14-ADD-EIN-PARA.
     ADD 1 TO WS-EIN-COUNT.
     SET EN-INDEX TO WS-EIN-COUNT.
     MOVE CM-EIN TO WS-EN-EIN-ENTRY (EN-INDEX).
     MOVE SPACES TO WS-EN-NAME-ENTRY (EN-INDEX)
                    WS-EN-COMPANIES-ENTRY (EN-INDEX).
     MOVE ZEROS TO WS-EN-CO-COUNT-ENTRY (EN-INDEX)
                   WS-EN-RW-COUNT (EN-INDEX)
                   WS-EN-W2C-COUNT (EN-INDEX)
                   WS-EN-W2C-EARN (EN-INDEX)
                   WS-EN-W2C-TAX (EN-INDEX)
                   WS-EN-PYADJ-COUNT (EN-INDEX)
                   WS-EN-PYADJ-EARN (EN-INDEX)
                   WS-EN-PYADJ-TAX (EN-INDEX).
     PERFORM B15-ZERO-EIN-FIELD-PARA
         VARYING WS-FLD-SUB FROM 1 BY 1
         UNTIL WS-FLD-SUB > 8.

*>    Zera os trimestres de um campo do EIN novo (e o campo dos
*>    informes, para os campos 1 a 6)
 B15-ZERO-EIN-FIELD-PARA.
     MOVE ZEROS TO WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 1)
                   WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 2)
                   WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 3)
                   WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 4).
     IF WS-FLD-SUB NOT > 6
         MOVE ZEROS TO WS-EN-W2-AMT (EN-INDEX WS-FLD-SUB)
     END-IF.

*>    Localiza a linha do EIN da empresa WS-LOOKUP-COMPANY; empresa
*>    fora do mestre cai na linha de EIN em branco, criada na primeira
*>    ocorrência
 B16-COMPANY-EIN-PARA.
     IF WS-LOOKUP-COMPANY = SPACES
         MOVE "01" TO WS-LOOKUP-COMPANY
     END-IF.
     MOVE "N" TO WS-FOUND-SWITCH.
     SET CM-INDEX TO 1.
     SEARCH WS-CM-ROW
         AT END CONTINUE
         WHEN CM-INDEX > WS-COMPMAST-COUNT
             CONTINUE
         WHEN WS-CM-CODE-ENTRY (CM-INDEX) = WS-LOOKUP-COMPANY
             MOVE "Y" TO WS-FOUND-SWITCH
             SET EN-INDEX TO WS-CM-EIN-ROW-ENTRY (CM-INDEX)
     END-SEARCH.
     IF NOT WS-FOUND
         MOVE SPACES TO CM-EIN
         PERFORM B13-FIND-EIN-PARA
         IF NOT WS-FOUND
             PERFORM B14-ADD-EIN-PARA
             MOVE "COMPANY NOT ON COMPANY MASTER"
                 TO WS-EN-NAME-ENTRY (EN-INDEX)
         END-IF
         IF WS-EN-CO-COUNT-ENTRY (EN-INDEX) < 10
             MOVE "N" TO WS-FOUND-SWITCH
             PERFORM B17-LIST-UNKNOWN-CO-PARA
                 VARYING WS-FLD-SUB FROM 1 BY 2
                 UNTIL WS-FLD-SUB > 19
             IF NOT WS-FOUND
                 ADD 1 TO WS-EN-CO-COUNT-ENTRY (EN-INDEX)
                 COMPUTE WS-FLD-SUB =
                     (WS-EN-CO-COUNT-ENTRY (EN-INDEX) * 2) - 1
                 MOVE WS-LOOKUP-COMPANY TO
                     WS-EN-COMPANIES-ENTRY (EN-INDEX) (WS-FLD-SUB:2)
             END-IF
         END-IF
     END-IF.

*>    Confere se a empresa fora do mestre já está listada na linha
 B17-LIST-UNKNOWN-CO-PARA.
     IF WS-EN-COMPANIES-ENTRY (EN-INDEX) (WS-FLD-SUB:2) =
             WS-LOOKUP-COMPANY
         MOVE "Y" TO WS-FOUND-SWITCH
     END-IF.

*>    Processa um registro do arquivo eletrônico: o RW soma nos campos
*>    dos informes do EIN da sua empresa e nos totais do arquivo; o RT
*>    guarda os totais declarados para a conferência
 B20-EFILE-REC-PARA.
     EVALUATE EF-REC-TYPE
         WHEN "RW"
             IF EF-YEAR NOT = WS-PARM-YEAR
                 ADD 1 TO WS-RW-WRONG-YEAR-COUNT
             END-IF
             MOVE EF-COMPANY TO WS-LOOKUP-COMPANY
             PERFORM B16-COMPANY-EIN-PARA
             ADD 1 TO WS-EN-RW-COUNT (EN-INDEX)
             ADD EF-EARNINGS TO WS-EN-W2-AMT (EN-INDEX 1)
             ADD EF-FED-TAX TO WS-EN-W2-AMT (EN-INDEX 2)
             ADD EF-SS-WAGES TO WS-EN-W2-AMT (EN-INDEX 3)
             ADD EF-SS-TAX TO WS-EN-W2-AMT (EN-INDEX 4)
             ADD EF-MED-WAGES TO WS-EN-W2-AMT (EN-INDEX 5)
             ADD EF-MED-TAX TO WS-EN-W2-AMT (EN-INDEX 6)
             ADD 1 TO WS-RW-COUNT
             ADD EF-EARNINGS TO WS-RW-EARN-TOT
             ADD EF-FED-TAX TO WS-RW-FED-TOT
             ADD EF-SS-WAGES TO WS-RW-SS-WAGES-TOT
             ADD EF-SS-TAX TO WS-RW-SS-TAX-TOT
             ADD EF-MED-WAGES TO WS-RW-MED-WAGES-TOT
             ADD EF-MED-TAX TO WS-RW-MED-TAX-TOT
         WHEN "RT"
             MOVE "Y" TO WS-RT-FOUND-SWITCH
             MOVE EF-TOT-COUNT TO WS-RC-RT-COUNT-OUT
             IF EF-TOT-COUNT NOT = WS-RW-COUNT
                     OR EF-TOT-EARNINGS NOT = WS-RW-EARN-TOT
                     OR EF-TOT-FED-TAX NOT = WS-RW-FED-TOT
                     OR EF-TOT-SS-WAGES NOT = WS-RW-SS-WAGES-TOT
                     OR EF-TOT-SS-TAX NOT = WS-RW-SS-TAX-TOT
                     OR EF-TOT-MED-WAGES NOT = WS-RW-MED-WAGES-TOT
                     OR EF-TOT-MED-TAX NOT = WS-RW-MED-TAX-TOT
                 MOVE "*** RW TOTALS DO NOT AGREE WITH RT ***"
                     TO WS-RC-STATUS-OUT
                 MOVE "O" TO WS-RESULT-SWITCH
             ELSE
                 MOVE "RW TOTALS AGREE WITH RT TRAILER"
                     TO WS-RC-STATUS-OUT
             END-IF
         WHEN OTHER
             CONTINUE
     END-EVALUATE.
     READ W2-EFILE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Soma as linhas do 941 do ano nos trimestres do EIN de
*>    recolhimento (linha 1); as linhas do 945 ficam de fora
 B30-LOAD-QTRLIAB-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT QTR-LIAB-FILE-IN.
     IF WS-QTRLIAB-MISSING
         DISPLAY "QUARTERLY LIABILITY FILE QTRLIAB.DAT NOT FOUND"
     ELSE
         SET EN-INDEX TO 1
         READ QTR-LIAB-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B31-QTRLIAB-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE QTR-LIAB-FILE-IN
     END-IF.

*>    Soma uma linha do passivo: o imposto do Seguro Social e do
*>    Medicare vem com as duas partes - a do empregado é a metade, e
*>    o adicional do Medicare é só do empregado
 B31-QTRLIAB-REC-PARA.
     IF QL-RUN-DATE (1:4) = WS-PARM-YEAR
             AND NOT QL-945-LIAB
             AND QL-QUARTER > 0 AND QL-QUARTER < 5
         ADD 1 TO WS-QL-ROWS-USED
         MOVE QL-QUARTER TO WS-QTR-SUB
         ADD QL-CTL-EARN TO WS-EN-QTR-AMT (EN-INDEX 1 WS-QTR-SUB)
         ADD QL-FED-WH TO WS-EN-QTR-AMT (EN-INDEX 2 WS-QTR-SUB)
         ADD QL-SS-WAGES TO WS-EN-QTR-AMT (EN-INDEX 3 WS-QTR-SUB)
         COMPUTE WS-EN-QTR-AMT (EN-INDEX 4 WS-QTR-SUB) =
             WS-EN-QTR-AMT (EN-INDEX 4 WS-QTR-SUB) + (QL-SS-TAX / 2)
         ADD QL-MED-WAGES TO WS-EN-QTR-AMT (EN-INDEX 5 WS-QTR-SUB)
         COMPUTE WS-EN-QTR-AMT (EN-INDEX 6 WS-QTR-SUB) =
             WS-EN-QTR-AMT (EN-INDEX 6 WS-QTR-SUB) + (QL-MED-TAX / 2)
             + QL-ADDL-MED-TAX
         COMPUTE WS-EN-QTR-AMT (EN-INDEX 7 WS-QTR-SUB) =
             WS-EN-QTR-AMT (EN-INDEX 7 WS-QTR-SUB) + QL-FED-WH
             + QL-FICA-EMPLE + QL-FICA-EMPR
     END-IF.
     READ QTR-LIAB-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Soma os depósitos do 941 do ano nos trimestres do EIN de
*>    recolhimento
 B35-LOAD-FTDMADE-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT FTD-MADE-FILE-IN.
     IF WS-FTDMADE-MISSING
         DISPLAY "FEDERAL DEPOSITS FILE FTDMADE.DAT NOT FOUND"
     ELSE
         SET EN-INDEX TO 1
         READ FTD-MADE-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B36-FTDMADE-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE FTD-MADE-FILE-IN
     END-IF.

*>    Soma um depósito do 941 no seu trimestre
 B36-FTDMADE-REC-PARA.
     IF FM-PAY-DATE (1:4) = WS-PARM-YEAR
             AND FM-TAX-FORM NOT = "945 "
             AND FM-QUARTER > 0 AND FM-QUARTER < 5
         ADD 1 TO WS-FM-ROWS-USED
         MOVE FM-QUARTER TO WS-QTR-SUB
         ADD FM-AMOUNT TO WS-EN-QTR-AMT (EN-INDEX 8 WS-QTR-SUB)
     END-IF.
     READ FTD-MADE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega as correções W-2c do ano e soma a alteração de
*>    rendimentos e de imposto no EIN de cada uma
 B40-LOAD-W2C-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT W2C-WORK-FILE-IN.
     IF NOT WS-W2CWORK-MISSING
         READ W2C-WORK-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-W2C-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE W2C-WORK-FILE-IN
     END-IF.

*>    Soma uma correção W-2c do ano e a guarda para a listagem
 B41-W2C-REC-PARA.
     IF WC-TAX-YEAR = WS-PARM-YEAR
         MOVE WC-COMPANY TO WS-LOOKUP-COMPANY
         PERFORM B16-COMPANY-EIN-PARA
         ADD 1 TO WS-EN-W2C-COUNT (EN-INDEX)
         COMPUTE WS-EN-W2C-EARN (EN-INDEX) =
             WS-EN-W2C-EARN (EN-INDEX)
             + WC-NEW-EARNINGS - WC-OLD-EARNINGS
         COMPUTE WS-EN-W2C-TAX (EN-INDEX) =
             WS-EN-W2C-TAX (EN-INDEX)
             + WC-NEW-FED-TAX - WC-OLD-FED-TAX
         IF WS-W2C-COUNT < 500
             ADD 1 TO WS-W2C-COUNT
             SET WC-INDEX TO WS-W2C-COUNT
             SET WS-WC-EIN-ROW-ENTRY (WC-INDEX) TO EN-INDEX
             MOVE WS-LOOKUP-COMPANY TO WS-WC-COMPANY-ENTRY (WC-INDEX)
             MOVE WC-SSN TO WS-WC-SSN-ENTRY (WC-INDEX)
             MOVE WC-OLD-EARNINGS TO WS-WC-OLD-EARN-ENTRY (WC-INDEX)
             MOVE WC-NEW-EARNINGS TO WS-WC-NEW-EARN-ENTRY (WC-INDEX)
             MOVE WC-OLD-FED-TAX TO WS-WC-OLD-TAX-ENTRY (WC-INDEX)
             MOVE WC-NEW-FED-TAX TO WS-WC-NEW-TAX-ENTRY (WC-INDEX)
         END-IF
     END-IF.
     READ W2C-WORK-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Soma os ajustes de ano anterior do ano no EIN de cada um
 B45-LOAD-PYADJ-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PY-ADJ-FILE-IN.
     IF NOT WS-PYADJ-MISSING
         READ PY-ADJ-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B46-PYADJ-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE PY-ADJ-FILE-IN
     END-IF.

*>    Soma um ajuste de ano anterior do ano pedido
 B46-PYADJ-REC-PARA.
     IF PA-TAX-YEAR = WS-PARM-YEAR
         MOVE PA-COMPANY TO WS-LOOKUP-COMPANY
         PERFORM B16-COMPANY-EIN-PARA
         ADD 1 TO WS-EN-PYADJ-COUNT (EN-INDEX)
         ADD PA-EARN-ADJ TO WS-EN-PYADJ-EARN (EN-INDEX)
         ADD PA-TAX-ADJ TO WS-EN-PYADJ-TAX (EN-INDEX)
     END-IF.
     READ PY-ADJ-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Imprime a reconciliação de um EIN: os campos por trimestre, o
*>    passivo contra os depósitos, o confronto das diferenças com as
*>    W-2c, as correções e ajustes do EIN e o veredicto. EIN sem
*>    informe, sem 941 e sem correção não sai
 C10-EIN-REPORT-PARA.
     SET EN-INDEX TO WS-EN-SUB.
     IF WS-EN-SUB = 1
             OR WS-EN-RW-COUNT (EN-INDEX) > 0
             OR WS-EN-W2C-COUNT (EN-INDEX) > 0
             OR WS-EN-PYADJ-COUNT (EN-INDEX) > 0
         MOVE "B" TO WS-EIN-RESULT-SWITCH
         PERFORM C11-EIN-HEADER-PARA
         PERFORM C12-FIELD-ROW-PARA
             VARYING WS-FLD-SUB FROM 1 BY 1
             UNTIL WS-FLD-SUB > 6
         PERFORM C13-LIABILITY-ROWS-PARA
         WRITE RR-REPORT-OUT FROM WS-TIE-HEADING
             AFTER ADVANCING 2 LINES
         PERFORM C20-TIE-OUT-ROW-PARA
             VARYING WS-FLD-SUB FROM 1 BY 1
             UNTIL WS-FLD-SUB > 6
         PERFORM C25-W2C-LIST-PARA
             VARYING WS-WC-SUB FROM 1 BY 1
             UNTIL WS-WC-SUB > WS-W2C-COUNT
         IF WS-EN-PYADJ-COUNT (EN-INDEX) > 0
             MOVE WS-EN-PYADJ-COUNT (EN-INDEX) TO WS-PL-COUNT-OUT
             MOVE WS-EN-PYADJ-EARN (EN-INDEX) TO WS-PL-EARN-OUT
             MOVE WS-EN-PYADJ-TAX (EN-INDEX) TO WS-PL-TAX-OUT
             WRITE RR-REPORT-OUT FROM WS-PYADJ-LINE
                 AFTER ADVANCING 1 LINE
         END-IF
         EVALUATE TRUE
             WHEN WS-EIN-OUT
                 MOVE "*** EIN OUT OF BALANCE - DO NOT RELEASE E-FILE ***"
                     TO WS-VERDICT-OUT
                 MOVE "O" TO WS-RESULT-SWITCH
             WHEN WS-EIN-WARNING
                 MOVE "EIN VARIANCES EXPLAINED - REVIEW BEFORE RELEASE"
                     TO WS-VERDICT-OUT
                 IF WS-RESULT-BALANCED
                     MOVE "W" TO WS-RESULT-SWITCH
                 END-IF
             WHEN OTHER
                 MOVE "EIN 941 TOTALS IN BALANCE WITH W-2 E-FILE"
                     TO WS-VERDICT-OUT
         END-EVALUATE
         WRITE RR-REPORT-OUT FROM WS-VERDICT-LINE
             AFTER ADVANCING 2 LINES
     END-IF.

*>    Identificação do EIN e títulos das colunas
 C11-EIN-HEADER-PARA.
     MOVE WS-EN-EIN-ENTRY (EN-INDEX) TO WS-EL-EIN-OUT.
     MOVE WS-EN-NAME-ENTRY (EN-INDEX) TO WS-EL-NAME-OUT.
     MOVE WS-EN-COMPANIES-ENTRY (EN-INDEX) TO WS-EL-COMPANIES-OUT.
     IF WS-EN-SUB = 1
         MOVE "941 FILER (EFTPS EIN)" TO WS-EL-NOTE-OUT
     ELSE
         MOVE "NO 941 UNDER THIS EIN" TO WS-EL-NOTE-OUT
     END-IF.
     WRITE RR-REPORT-OUT FROM WS-EIN-LINE
         AFTER ADVANCING 3 LINES.
     WRITE RR-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 2 LINES.

*>    Linha de um campo: trimestres e total do 941 contra os informes
 C12-FIELD-ROW-PARA.
     MOVE WS-FIELD-LABEL (WS-FLD-SUB) TO WS-FL-LABEL-OUT.
     PERFORM C14-FIELD-TOTALS-PARA.
     MOVE WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 1) TO WS-FL-QTR-OUT (1).
     MOVE WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 2) TO WS-FL-QTR-OUT (2).
     MOVE WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 3) TO WS-FL-QTR-OUT (3).
     MOVE WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 4) TO WS-FL-QTR-OUT (4).
     MOVE WS-941-TOTAL TO WS-FL-941-OUT.
     MOVE WS-W2-TOTAL TO WS-FL-W2-OUT.
     MOVE WS-VARIANCE TO WS-FL-VARIANCE-OUT.
     WRITE RR-REPORT-OUT FROM WS-FIELD-LINE
         AFTER ADVANCING 1 LINE.

*>    Linhas do passivo do 941 e dos depósitos efetuados; depósito
*>    diferente do passivo é aviso (não afeta os informes)
 C13-LIABILITY-ROWS-PARA.
     MOVE 7 TO WS-FLD-SUB.
     PERFORM C14-FIELD-TOTALS-PARA.
     MOVE WS-941-TOTAL TO WS-LIAB-TOTAL.
     MOVE WS-FIELD-LABEL (7) TO WS-LL-LABEL-OUT.
     MOVE WS-EN-QTR-AMT (EN-INDEX 7 1) TO WS-LL-QTR-OUT (1).
     MOVE WS-EN-QTR-AMT (EN-INDEX 7 2) TO WS-LL-QTR-OUT (2).
     MOVE WS-EN-QTR-AMT (EN-INDEX 7 3) TO WS-LL-QTR-OUT (3).
     MOVE WS-EN-QTR-AMT (EN-INDEX 7 4) TO WS-LL-QTR-OUT (4).
     MOVE WS-941-TOTAL TO WS-LL-TOTAL-OUT.
     MOVE SPACES TO WS-LL-VARIANCE-GROUP.
     WRITE RR-REPORT-OUT FROM WS-LIAB-LINE
         AFTER ADVANCING 2 LINES.
     MOVE 8 TO WS-FLD-SUB.
     PERFORM C14-FIELD-TOTALS-PARA.
     COMPUTE WS-VARIANCE = WS-941-TOTAL - WS-LIAB-TOTAL.
     MOVE WS-FIELD-LABEL (8) TO WS-LL-LABEL-OUT.
     MOVE WS-EN-QTR-AMT (EN-INDEX 8 1) TO WS-LL-QTR-OUT (1).
     MOVE WS-EN-QTR-AMT (EN-INDEX 8 2) TO WS-LL-QTR-OUT (2).
     MOVE WS-EN-QTR-AMT (EN-INDEX 8 3) TO WS-LL-QTR-OUT (3).
     MOVE WS-EN-QTR-AMT (EN-INDEX 8 4) TO WS-LL-QTR-OUT (4).
     MOVE WS-941-TOTAL TO WS-LL-TOTAL-OUT.
     MOVE WS-VARIANCE TO WS-LL-VARIANCE-OUT.
     WRITE RR-REPORT-OUT FROM WS-LIAB-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-VARIANCE NOT = 0 AND WS-EIN-BALANCED
         MOVE "W" TO WS-EIN-RESULT-SWITCH
     END-IF.

*>    Total do 941 do campo corrente (soma dos trimestres), total dos
*>    informes e diferença 941 menos informes
 C14-FIELD-TOTALS-PARA.
     COMPUTE WS-941-TOTAL =
         WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 1)
         + WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 2)
         + WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 3)
         + WS-EN-QTR-AMT (EN-INDEX WS-FLD-SUB 4).
     IF WS-FLD-SUB NOT > 6
         MOVE WS-EN-W2-AMT (EN-INDEX WS-FLD-SUB) TO WS-W2-TOTAL
     ELSE
         MOVE ZEROS TO WS-W2-TOTAL
     END-IF.
     COMPUTE WS-VARIANCE = WS-941-TOTAL - WS-W2-TOTAL.

*>    Confronta a diferença de um campo com as W-2c do EIN: a
*>    correção muda os informes (informe corrigido = informe +
*>    alteração), então a diferença que sobra é a diferença menos a
*>    alteração. Sobra abaixo de um centavo é fração de centavo da
*>    metade do imposto (linha 7 do 941)
 C20-TIE-OUT-ROW-PARA.
     PERFORM C14-FIELD-TOTALS-PARA.
     MOVE ZEROS TO WS-W2C-ADJ.
     IF WS-FLD-SUB = 1
         MOVE WS-EN-W2C-EARN (EN-INDEX) TO WS-W2C-ADJ
     END-IF.
     IF WS-FLD-SUB = 2
         MOVE WS-EN-W2C-TAX (EN-INDEX) TO WS-W2C-ADJ
     END-IF.
     COMPUTE WS-NET-VARIANCE = WS-VARIANCE - WS-W2C-ADJ.
     IF WS-NET-VARIANCE < 0
         COMPUTE WS-ABS-VARIANCE = 0 - WS-NET-VARIANCE
     ELSE
         MOVE WS-NET-VARIANCE TO WS-ABS-VARIANCE
     END-IF.
     MOVE WS-FIELD-LABEL (WS-FLD-SUB) TO WS-TL-LABEL-OUT.
     MOVE WS-VARIANCE TO WS-TL-VARIANCE-OUT.
     MOVE WS-W2C-ADJ TO WS-TL-W2C-OUT.
     MOVE WS-NET-VARIANCE TO WS-TL-NET-OUT.
     EVALUATE TRUE
         WHEN WS-VARIANCE = 0 AND WS-W2C-ADJ = 0
             MOVE "IN BALANCE" TO WS-TL-STATUS-OUT
         WHEN WS-ABS-VARIANCE < WS-FRACTION-LIMIT
                 AND WS-W2C-ADJ = 0
             MOVE "FRACTIONS OF CENTS" TO WS-TL-STATUS-OUT
         WHEN WS-ABS-VARIANCE < WS-FRACTION-LIMIT
             MOVE "RESOLVED BY W-2C" TO WS-TL-STATUS-OUT
             IF WS-EIN-BALANCED
                 MOVE "W" TO WS-EIN-RESULT-SWITCH
             END-IF
         WHEN WS-W2C-ADJ NOT = 0 AND WS-VARIANCE = 0
             MOVE "W-2C NEEDS 941-X" TO WS-TL-STATUS-OUT
             MOVE "O" TO WS-EIN-RESULT-SWITCH
         WHEN OTHER
             MOVE "OUT OF BALANCE" TO WS-TL-STATUS-OUT
             MOVE "O" TO WS-EIN-RESULT-SWITCH
     END-EVALUATE.
     WRITE RR-REPORT-OUT FROM WS-TIE-LINE
         AFTER ADVANCING 1 LINE.

*>    Lista uma correção W-2c quando ela é do EIN corrente
 C25-W2C-LIST-PARA.
     SET WC-INDEX TO WS-WC-SUB.
     IF WS-WC-EIN-ROW-ENTRY (WC-INDEX) = WS-EN-SUB
         MOVE WS-WC-SSN-ENTRY (WC-INDEX) TO WS-WL-SSN-OUT
         MOVE WS-WC-COMPANY-ENTRY (WC-INDEX) TO WS-WL-COMPANY-OUT
         MOVE WS-WC-OLD-EARN-ENTRY (WC-INDEX) TO WS-WL-OLD-EARN-OUT
         MOVE WS-WC-NEW-EARN-ENTRY (WC-INDEX) TO WS-WL-NEW-EARN-OUT
         MOVE WS-WC-OLD-TAX-ENTRY (WC-INDEX) TO WS-WL-OLD-TAX-OUT
         MOVE WS-WC-NEW-TAX-ENTRY (WC-INDEX) TO WS-WL-NEW-TAX-OUT
         WRITE RR-REPORT-OUT FROM WS-W2C-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Conferência do arquivo eletrônico: soma dos RW contra o RT e
*>    registros de outro ano
 C40-EFILE-CHECK-PARA.
     MOVE WS-RW-COUNT TO WS-RC-RW-COUNT-OUT.
     IF NOT WS-RT-FOUND
         MOVE ZEROS TO WS-RC-RT-COUNT-OUT
         MOVE "*** NO RT TRAILER ON E-FILE ***" TO WS-RC-STATUS-OUT
         MOVE "O" TO WS-RESULT-SWITCH
     END-IF.
     WRITE RR-REPORT-OUT FROM WS-RT-CHECK-LINE
         AFTER ADVANCING 3 LINES.
     IF WS-RW-WRONG-YEAR-COUNT > 0
         MOVE "*** E-FILE HAS RW RECORDS FOR ANOTHER TAX YEAR ***"
             TO WS-VERDICT-OUT
         WRITE RR-REPORT-OUT FROM WS-VERDICT-LINE
             AFTER ADVANCING 1 LINE
         MOVE "O" TO WS-RESULT-SWITCH
     END-IF.
     IF WS-QL-ROWS-USED = 0
         MOVE "*** NO 941 LIABILITY ROWS FOUND FOR THE TAX YEAR ***"
             TO WS-VERDICT-OUT
         WRITE RR-REPORT-OUT FROM WS-VERDICT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-RESULT-OUT
         MOVE "*** OUT OF BALANCE - DO NOT RELEASE W2_EFILE.DAT ***"
             TO WS-VERDICT-OUT
     ELSE
         MOVE "W2_EFILE.DAT MAY BE RELEASED" TO WS-VERDICT-OUT
     END-IF.
     WRITE RR-REPORT-OUT FROM WS-VERDICT-LINE
         AFTER ADVANCING 2 LINES.
