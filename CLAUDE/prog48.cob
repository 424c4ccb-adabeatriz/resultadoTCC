*> =====================================================================
*> PROGRAMA: RECEPÇÃO DE ORDENS DE PENSÃO ELETRÔNICAS (e-IWO)
*> DESCRIÇÃO: Lê o lote de ordens de retenção de pensão alimentícia
*>            baixado do portal e-IWO do estado (EIWO.DAT) e, no lugar
*>            da redigitação no mestre de penhoras, cria ou altera as
*>            ordens em GARNMAST.DAT: processo, credor, valor ordenado
*>            (convertido para a frequência de pagamento do
*>            funcionário), prioridade e o teto percentual do CCPA.
*>            Cada ordem é casada com o mestre de funcionários pelo
*>            CPF/SSN e recebe a confirmação eletrônica que o estado
*>            espera em poucos dias (EIWOACK.DAT): aceita, ou rejeitada
*>            com o código do motivo. Na mesma transmissão seguem os
*>            avisos de "não mais empregado" que a folha enfileirou em
*>            IWOTERM.DAT ao postar os registros de desligamento (05)
*>            de quem tem ordem e-IWO vigente. O lote é conferido
*>            contra o próprio trailer antes de qualquer atualização:
*>            lote fora de balanço não toca o mestre (RC 8). Ordens
*>            rejeitadas dão RC 4
*>            Ações do estado: ORG=ordem nova  AMD=alteração
*>                             TRM=ordem encerrada pelo estado
*>            Motivos de rejeição: NEM=não é funcionário
*>                                 TRM=funcionário desligado
*>                                 DUP=processo já cadastrado
*>                                 NOC=processo não cadastrado
*>                                 AMT=valor/teto/frequência inválido
*>                                 FMT=ação ou campo inválido
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG48.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Lote de ordens e-IWO recebido do portal do estado
     SELECT EIWO-BATCH-FILE-IN
         ASSIGN TO "EIWO.DAT"
         FILE STATUS IS WS-EIWO-FILE-STATUS.
*>    Fila de avisos de desligamento gravada pela folha (PROG6);
*>    esvaziada depois de transmitida
     SELECT IWO-TERM-FILE
         ASSIGN TO "IWOTERM.DAT"
         FILE STATUS IS WS-IWOTERM-FILE-STATUS.
*>    Mestre de ordens de penhora; o layout de PROG6
     SELECT GARN-ORDER-FILE
         ASSIGN TO "GARNMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS GO-ORDER-KEY
         FILE STATUS IS WS-GARNMAST-FILE-STATUS.
*>    Mestre de funcionários, para casar a ordem pelo CPF/SSN
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Mestre de acumulados, de onde vêm a situação e o desligamento
     SELECT YTD-MASTER-FILE-IN
         ASSIGN TO "PROG6_YTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS YM-YTD-KEY
         FILE STATUS IS WS-YTD-FILE-STATUS.
*>    Mestre de empresas do grupo, fonte do EIN do empregador
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Confirmações e avisos de desligamento devolvidos ao estado
     SELECT EIWO-ACK-FILE-OUT
         ASSIGN TO "EIWOACK.DAT".
*>    Relatório da recepção, com as imagens antes/depois das ordens
     SELECT EIWO-REPORT-OUT
         ASSIGN TO "EIWO_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do lote e-IWO: cabeçalho (FHI), uma ordem por detalhe
*>    (DTL) e o trailer (FTI) com a quantidade de detalhes
 FD  EIWO-BATCH-FILE-IN
         RECORD CONTAINS 160 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EW-EIWO-REC.
 01  EW-EIWO-REC.
     05  EW-REC-TYPE                 PIC X(3).      *> FHI/DTL/FTI
     05  EW-DETAIL-DATA.
         10  EW-DOC-ACTION           PIC X(3).      *> ORG=nova  AMD=alteração
*>                                                  *> TRM=encerrada pelo estado
         10  EW-CASE-NBR             PIC X(12).     *> Número do processo
         10  EW-ISSUING-STATE        PIC X(2).      *> UF emissora
         10  EW-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  EW-EMPL-NAME            PIC X(18).     *> Nome do funcionário na ordem
         10  EW-PAYEE-NAME           PIC X(25).     *> Agência/credor da remessa
         10  EW-PAYEE-ADDR           PIC X(25).     *> Endereço da remessa
         10  EW-ORDER-AMT            PIC 9(5)V99.   *> Valor ordenado por frequência
         10  EW-ORDER-FREQ           PIC X(1).      *> W=semanal  B=quinzenal
*>                                                  *> S=bimensal  M=mensal
         10  EW-TOTAL-OWED           PIC 9(7)V99.   *> Total devido (zero = sem teto)
         10  EW-PRIORITY             PIC 9(1).      *> Prioridade (zero = primeira)
         10  EW-CCPA-PCT             PIC 9(2).      *> Teto do CCPA (50/55/60/65)
         10  EW-DOC-DATE             PIC X(8).      *> Data da ordem (AAAAMMDD)
         10  FILLER                  PIC X(35).
     05  EW-HEADER-DATA REDEFINES EW-DETAIL-DATA.
         10  EW-BATCH-ID             PIC X(20).     *> Identificação do lote
         10  EW-BATCH-STATE          PIC X(2).      *> UF que enviou o lote
         10  EW-BATCH-DATE           PIC X(8).      *> Data de criação (AAAAMMDD)
         10  FILLER                  PIC X(127).
     05  EW-TRAILER-DATA REDEFINES EW-DETAIL-DATA.
         10  EW-DETAIL-COUNT         PIC 9(7).      *> Detalhes no lote
         10  FILLER                  PIC X(150).

*>    Definição da fila de avisos de desligamento; o layout de PROG6
 FD  IWO-TERM-FILE
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

*>    Definição do mestre de ordens de penhora; o layout de PROG6
 FD  GARN-ORDER-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GO-ORDER-REC.
 01  GO-ORDER-REC.
     05  GO-ORDER-KEY.
         10  GO-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  GO-CASE-NBR             PIC X(12).     *> Número do processo/ordem
     05  GO-PAYEE-NAME               PIC X(25).     *> Credor (agência/beneficiário)
     05  GO-PAYEE-ADDR               PIC X(25).     *> Endereço do credor
     05  GO-ORDERED-AMT              PIC 9(5)V99.   *> Valor ordenado por período
     05  GO-PRIORITY                 PIC 9(1).      *> Prioridade da ordem (1 = primeira)
     05  GO-PCT-CAP                  PIC V99.       *> Teto legal sobre o rendimento disponível
     05  GO-TOTAL-OWED               PIC 9(7)V99.   *> Valor total devido (zero = sem teto)
     05  GO-PAID-TO-DATE             PIC 9(7)V99.   *> Pago até a data contra a ordem
     05  GO-RELEASED-SWITCH          PIC X(1).      *> Y=ordem satisfeita/liberada
     05  GO-ORDER-SOURCE             PIC X(1).      *> E=recebida pelo e-IWO
     05  GO-ISSUING-STATE            PIC X(2).      *> UF emissora da ordem e-IWO
     05  FILLER                      PIC X(5).      *> Reservado para expansão

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
     05  EM-FICA-EXEMPT              PIC X(1).      *> Y=isento de FICA
     05  EM-PAY-FREQ                 PIC 9(2).      *> Períodos de pagamento/ano
     05  FILLER                      PIC X(21).

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

*>    Definição das confirmações devolvidas ao estado: cabeçalho
*>    (FHI), confirmação de ordem (ACK), aviso de desligamento (NOT)
*>    e o trailer (FTI) com as contagens
 FD  EIWO-ACK-FILE-OUT
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS AK-ACK-REC.
 01  AK-ACK-REC.
     05  AK-REC-TYPE                 PIC X(3).      *> FHI/ACK/NOT/FTI
     05  AK-DETAIL-DATA.
         10  AK-BATCH-ID             PIC X(20).     *> Lote da ordem confirmada
         10  AK-CASE-NBR             PIC X(12).     *> Número do processo
         10  AK-ISSUING-STATE        PIC X(2).      *> UF emissora
         10  AK-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  AK-DOC-ACTION           PIC X(3).      *> Ação confirmada (ORG/AMD/TRM)
         10  AK-DISPOSITION          PIC X(1).      *> A=aceita  R=rejeitada
         10  AK-REASON-CODE          PIC X(3).      *> Motivo da rejeição
         10  AK-EMPLOYER-EIN         PIC X(10).     *> EIN do empregador
         10  AK-TERM-DATE            PIC X(8).      *> Data do desligamento (AAAAMMDD)
         10  AK-ACK-DATE             PIC X(8).      *> Data da confirmação (AAAAMMDD)
         10  FILLER                  PIC X(41).
     05  AK-HEADER-DATA REDEFINES AK-DETAIL-DATA.
         10  AK-HDR-EIN              PIC X(10).     *> EIN do empregador transmissor
         10  AK-HDR-NAME             PIC X(30).     *> Razão social do transmissor
         10  AK-HDR-DATE             PIC X(8).      *> Data da transmissão (AAAAMMDD)
         10  FILLER                  PIC X(69).
     05  AK-TRAILER-DATA REDEFINES AK-DETAIL-DATA.
         10  AK-TRL-ACK-COUNT        PIC 9(7).      *> Confirmações (ACK)
         10  AK-TRL-NOT-COUNT        PIC 9(7).      *> Avisos de desligamento (NOT)
         10  FILLER                  PIC X(103).

*>    Relatório da recepção (linha de 132 colunas)
 FD  EIWO-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS ER-REPORT-OUT.
 01  ER-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-EIWO-FILE-STATUS         PIC X(2).
         88  WS-EIWO-MISSING         VALUE "35".
     05  WS-IWOTERM-FILE-STATUS      PIC X(2).
         88  WS-IWOTERM-MISSING      VALUE "35".
     05  WS-GARNMAST-FILE-STATUS     PIC X(2).
         88  WS-GARNMAST-MISSING     VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-MISSING      VALUE "35".
     05  WS-YTD-FILE-STATUS          PIC X(2).
         88  WS-YTD-MISSING          VALUE "35".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-YTD-OPEN-SWITCH          PIC X(1).
         88  WS-YTD-OPEN             VALUE "Y".
     05  WS-EMPL-FOUND-SWITCH        PIC X(1).
         88  WS-EMPL-FOUND           VALUE "Y".
     05  WS-ORDER-FOUND-SWITCH       PIC X(1).
         88  WS-ORDER-FOUND          VALUE "Y".
     05  WS-BATCH-OK-SWITCH          PIC X(1).
         88  WS-BATCH-OK             VALUE "Y".

*>    Data da execução e identificação do lote recebido
 01  WS-RUN-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-BATCH-ID-WORK            PIC X(20).     *> Lote do cabeçalho FHI
     05  WS-BATCH-STATE-WORK         PIC X(2).      *> UF do cabeçalho FHI
     05  WS-TRAILER-COUNT            PIC 9(7).      *> Detalhes informados no FTI
     05  WS-TRAILER-SEEN             PIC X(1).      *> Y=trailer lido

*>    Empresas do grupo, para o EIN de cada confirmação e a situação
*>    do funcionário em cada empresa
 01  WS-COMPANY-CONTROLS.
     05  WS-COMPANY-COUNT            PIC 9(2) COMP.
     05  WS-CO-SUB                   PIC 9(2) COMP.
 01  WS-COMPANY-TABLE.
     05  WS-COMPANY-ROW              OCCURS 50 TIMES
                                      INDEXED BY CO-INDEX.
         10  WS-CO-CODE              PIC X(2).
         10  WS-CO-EIN               PIC X(10).
         10  WS-CO-NAME              PIC X(30).

*>    Área de trabalho da ordem em exame
 01  WS-ORDER-WORK.
     05  WS-DISPOSITION              PIC X(1).      *> A=aceita  R=rejeitada
     05  WS-REASON-CODE              PIC X(3).      *> Motivo da rejeição
     05  WS-REASON-TEXT              PIC X(30).     *> Motivo por extenso
     05  WS-ACK-EIN                  PIC X(10).     *> EIN da confirmação
     05  WS-ACK-TERM-DATE            PIC X(8).      *> Desligamento informado
     05  WS-EMPL-STATUS              PIC X(1).      *> A=ativo em alguma empresa
*>                                                  *> T=desligado em todas
*>                                                  *> N=sem acumulado (admitido)
     05  WS-LATEST-TERM-DATE         PIC X(8).      *> Último desligamento achado
     05  WS-ORDER-FREQ-NBR           PIC 9(2).      *> Frequência da ordem no ano
     05  WS-EMPL-FREQ-NBR            PIC 9(2).      *> Frequência do funcionário
     05  WS-PERIOD-AMT               PIC 9(7)V99.   *> Valor por período de pagamento
     05  WS-CCPA-WORK                PIC 9(2).      *> Teto do CCPA aplicado

*>    Totalizadores da recepção
 01  WS-TOTALS.
     05  WS-DETAIL-READ-COUNT        PIC 9(7).      *> Detalhes lidos
     05  WS-ADDED-COUNT              PIC 9(5).      *> Ordens novas criadas
     05  WS-AMENDED-COUNT            PIC 9(5).      *> Ordens alteradas
     05  WS-ENDED-COUNT              PIC 9(5).      *> Ordens encerradas pelo estado
     05  WS-REJ-COUNT                PIC 9(5).      *> Ordens rejeitadas
     05  WS-ACK-COUNT                PIC 9(7).      *> Confirmações gravadas
     05  WS-NOTICE-COUNT             PIC 9(7).      *> Avisos de desligamento gravados

*>    Cabeçalhos do relatório
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "E-IWO INCOME WITHHOLDING ORDER INTAKE     ".
     05  FILLER                      PIC X(7) VALUE "BATCH: ".
     05  WS-HEAD-BATCH-OUT           PIC X(20).
     05  FILLER                      PIC X(8) VALUE "  STATE ".
     05  WS-HEAD-STATE-OUT           PIC X(2).
     05  FILLER                      PIC X(12) VALUE "  RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(33) VALUE SPACES.
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(50) VALUE
             "ACT  CASE NUMBER   ST  SSN        IMAGE   PAYEE   ".
     05  FILLER                      PIC X(50) VALUE
             "                  PER PERIOD PR CAP  TOTAL OWED  D".
     05  FILLER                      PIC X(32) VALUE
             "SP RSN  REASON                  ".

*>    Linha de uma ordem (ou de uma imagem antes/depois)
 01  WS-ORDER-LINE.
     05  WS-OL-ACTION-OUT            PIC X(3).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-CASE-OUT              PIC X(12).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-STATE-OUT             PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-IMAGE-OUT             PIC X(6).      *> BEFORE/AFTER
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-PAYEE-OUT             PIC X(25).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-OL-AMT-OUT               PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-PRIO-OUT              PIC 9(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-CAP-OUT               PIC Z9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-OL-OWED-OUT              PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-DISP-OUT              PIC X(1).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-OL-REASON-OUT            PIC X(3).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OL-TEXT-OUT              PIC X(24).

*>    Linha de um aviso de desligamento transmitido
 01  WS-NOTICE-LINE.
     05  FILLER                      PIC X(5) VALUE "NOT  ".
     05  WS-NL-CASE-OUT              PIC X(12).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-NL-STATE-OUT             PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-NL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(27) VALUE
             "NO LONGER EMPLOYED - TERM: ".
     05  WS-NL-TERM-OUT              PIC X(8).
     05  FILLER                      PIC X(11) VALUE "  COMPANY: ".
     05  WS-NL-COMPANY-OUT           PIC X(2).
     05  FILLER                      PIC X(8) VALUE "  EIN: ".
     05  WS-NL-EIN-OUT               PIC X(10).
     05  FILLER                      PIC X(32) VALUE SPACES.

*>    Linha de mensagem livre do relatório
 01  WS-MESSAGE-LINE.
     05  FILLER                      PIC X(5) VALUE "*** ".
     05  WS-ML-TEXT-OUT              PIC X(127).

*>    Linhas de totais da recepção
 01  WS-TOTAL-LINE-1.
     05  FILLER                      PIC X(16) VALUE "ORDERS READ:   ".
     05  WS-TOT-READ-OUT             PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  ADDED: ".
     05  WS-TOT-ADDED-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  AMENDED: ".
     05  WS-TOT-AMENDED-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  ENDED: ".
     05  WS-TOT-ENDED-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(38) VALUE SPACES.
 01  WS-TOTAL-LINE-2.
     05  FILLER                      PIC X(16) VALUE "ACKS WRITTEN:  ".
     05  WS-TOT-ACK-OUT              PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(23) VALUE
             "  TERMINATION NOTICES: ".
     05  WS-TOT-NOTICE-OUT           PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(75) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - confere o lote, aplica as ordens e
*>    transmite as confirmações e os avisos de desligamento
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-COMPANIES-PARA.
     PERFORM B20-BALANCE-BATCH-PARA.
     IF NOT WS-BATCH-OK
         MOVE "BATCH OUT OF BALANCE WITH ITS TRAILER - NO ORDER " &
              "APPLIED, NO ACKNOWLEDGMENT SENT" TO WS-ML-TEXT-OUT
         WRITE ER-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 2 LINES
         CLOSE EIWO-REPORT-OUT
         DISPLAY "EIWO.DAT OUT OF BALANCE - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B25-OPEN-MASTERS-PARA.
     OPEN OUTPUT EIWO-ACK-FILE-OUT.
     PERFORM C30-WRITE-ACK-HEADER-PARA.
     IF NOT WS-EIWO-MISSING
         PERFORM B30-APPLY-ORDERS-PARA
     END-IF.
     PERFORM B60-TERM-NOTICES-PARA.
     PERFORM C31-WRITE-ACK-TRAILER-PARA.
     CLOSE EIWO-ACK-FILE-OUT
           GARN-ORDER-FILE
           EMPL-MASTER-FILE-IN.
     IF WS-YTD-OPEN
         CLOSE YTD-MASTER-FILE-IN
     END-IF.
     PERFORM C20-TOTAL-PARA.
     CLOSE EIWO-REPORT-OUT.
     IF WS-REJ-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis e abertura do relatório
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-DETAIL-READ-COUNT
                   WS-ADDED-COUNT
                   WS-AMENDED-COUNT
                   WS-ENDED-COUNT
                   WS-REJ-COUNT
                   WS-ACK-COUNT
                   WS-NOTICE-COUNT
                   WS-COMPANY-COUNT
                   WS-TRAILER-COUNT.
     MOVE SPACES TO WS-BATCH-ID-WORK
                    WS-BATCH-STATE-WORK.
     MOVE "N" TO WS-TRAILER-SEEN.
     OPEN OUTPUT EIWO-REPORT-OUT.

*>    Carrega as empresas do grupo; a primeira é a transmissora
 B15-LOAD-COMPANIES-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT COMP-MASTER-FILE-IN.
     IF WS-COMPMAST-MISSING
         MOVE "COMPANY MASTER COMPMAST.DAT NOT FOUND - RUN ABORTED"
             TO WS-ML-TEXT-OUT
         WRITE ER-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
         CLOSE EIWO-REPORT-OUT
         DISPLAY "COMPMAST.DAT NOT FOUND - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B16-COMPANY-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE COMP-MASTER-FILE-IN.

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

*>    1ª passagem do lote: guarda o cabeçalho e confere a quantidade
*>    de detalhes contra o trailer antes de tocar o mestre. Sem lote
*>    recebido só os avisos de desligamento são transmitidos
 B20-BALANCE-BATCH-PARA.
     MOVE "Y" TO WS-BATCH-OK-SWITCH.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT EIWO-BATCH-FILE-IN.
     IF WS-EIWO-MISSING
         MOVE "NO E-IWO BATCH EIWO.DAT RECEIVED - TERMINATION " &
              "NOTICES ONLY" TO WS-ML-TEXT-OUT
         PERFORM C10-HEADINGS-PARA
         WRITE ER-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
     ELSE
         READ EIWO-BATCH-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-BALANCE-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE EIWO-BATCH-FILE-IN
         PERFORM C10-HEADINGS-PARA
         IF WS-TRAILER-SEEN NOT = "Y"
                 OR WS-TRAILER-COUNT NOT = WS-DETAIL-READ-COUNT
             MOVE "N" TO WS-BATCH-OK-SWITCH
         END-IF
         MOVE ZEROS TO WS-DETAIL-READ-COUNT
     END-IF.

*>    Conta um registro do lote na conferência
 B21-BALANCE-REC-PARA.
     EVALUATE EW-REC-TYPE
         WHEN "FHI"
             MOVE EW-BATCH-ID TO WS-BATCH-ID-WORK
             MOVE EW-BATCH-STATE TO WS-BATCH-STATE-WORK
         WHEN "DTL"
             ADD 1 TO WS-DETAIL-READ-COUNT
         WHEN "FTI"
             MOVE "Y" TO WS-TRAILER-SEEN
             IF EW-DETAIL-COUNT NUMERIC
                 MOVE EW-DETAIL-COUNT TO WS-TRAILER-COUNT
             ELSE
                 MOVE ZEROS TO WS-TRAILER-COUNT
             END-IF
         WHEN OTHER
             ADD 1 TO WS-DETAIL-READ-COUNT
     END-EVALUATE.
     READ EIWO-BATCH-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Abre os mestres; o de ordens é criado vazio na primeira vez e o
*>    de acumulados pode ainda não existir (todos são admitidos)
 B25-OPEN-MASTERS-PARA.
     OPEN I-O GARN-ORDER-FILE.
     IF WS-GARNMAST-MISSING
         OPEN OUTPUT GARN-ORDER-FILE
         CLOSE GARN-ORDER-FILE
         OPEN I-O GARN-ORDER-FILE
     END-IF.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF WS-EMPMAST-MISSING
         MOVE "EMPLOYEE MASTER EMPMAST.DAT NOT FOUND - RUN ABORTED"
             TO WS-ML-TEXT-OUT
         WRITE ER-REPORT-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
         CLOSE EIWO-REPORT-OUT
               GARN-ORDER-FILE
         DISPLAY "EMPMAST.DAT NOT FOUND - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     MOVE SPACES TO WS-YTD-OPEN-SWITCH.
     OPEN INPUT YTD-MASTER-FILE-IN.
     IF NOT WS-YTD-MISSING
         MOVE "Y" TO WS-YTD-OPEN-SWITCH
     END-IF.

*>    2ª passagem do lote: aplica cada ordem e confirma
 B30-APPLY-ORDERS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT EIWO-BATCH-FILE-IN.
     READ EIWO-BATCH-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B31-ORDER-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE EIWO-BATCH-FILE-IN.

*>    Trata um detalhe do lote: valida, casa com o funcionário e
*>    aplica a ação do estado ao mestre de ordens
 B31-ORDER-REC-PARA.
     IF EW-REC-TYPE NOT = "FHI" AND EW-REC-TYPE NOT = "FTI"
         ADD 1 TO WS-DETAIL-READ-COUNT
         MOVE "A" TO WS-DISPOSITION
         MOVE SPACES TO WS-REASON-CODE
                        WS-REASON-TEXT
                        WS-ACK-TERM-DATE
         MOVE WS-CO-EIN (1) TO WS-ACK-EIN
         PERFORM B32-VALIDATE-ORDER-PARA
         IF WS-DISPOSITION = "A"
             PERFORM B35-MATCH-EMPLOYEE-PARA
         END-IF
         IF WS-DISPOSITION = "A"
             EVALUATE EW-DOC-ACTION
                 WHEN "ORG"
                     PERFORM B40-ADD-ORDER-PARA
                 WHEN "AMD"
                     PERFORM B42-AMEND-ORDER-PARA
                 WHEN "TRM"
                     PERFORM B44-END-ORDER-PARA
             END-EVALUATE
         END-IF
         IF WS-DISPOSITION = "R"
             ADD 1 TO WS-REJ-COUNT
             PERFORM C50-REJECT-LINE-PARA
         END-IF
         PERFORM C32-WRITE-ACK-PARA
     END-IF.
     READ EIWO-BATCH-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Validação de formato da ordem: ação, processo, CPF/SSN, valor,
*>    frequência e o teto do CCPA (50 a 65 por cento; zero assume o
*>    teto mais protetor, 50)
 B32-VALIDATE-ORDER-PARA.
     IF EW-REC-TYPE NOT = "DTL"
             OR (EW-DOC-ACTION NOT = "ORG" AND EW-DOC-ACTION NOT = "AMD"
                 AND EW-DOC-ACTION NOT = "TRM")
             OR EW-CASE-NBR = SPACES
             OR EW-SSN = SPACES OR EW-SSN NOT NUMERIC
         MOVE "R" TO WS-DISPOSITION
         MOVE "FMT" TO WS-REASON-CODE
         MOVE "INVALID ACTION/CASE/SSN" TO WS-REASON-TEXT
     END-IF.
     IF WS-DISPOSITION = "A" AND EW-DOC-ACTION NOT = "TRM"
         IF EW-ORDER-AMT NOT NUMERIC OR EW-TOTAL-OWED NOT NUMERIC
                 OR EW-PRIORITY NOT NUMERIC OR EW-CCPA-PCT NOT NUMERIC
             MOVE "R" TO WS-DISPOSITION
             MOVE "FMT" TO WS-REASON-CODE
             MOVE "NON-NUMERIC AMOUNT FIELD" TO WS-REASON-TEXT
         END-IF
     END-IF.
     IF WS-DISPOSITION = "A" AND EW-DOC-ACTION NOT = "TRM"
         EVALUATE EW-ORDER-FREQ
             WHEN "W"
                 MOVE 52 TO WS-ORDER-FREQ-NBR
             WHEN "B"
                 MOVE 26 TO WS-ORDER-FREQ-NBR
             WHEN "S"
                 MOVE 24 TO WS-ORDER-FREQ-NBR
             WHEN "M"
                 MOVE 12 TO WS-ORDER-FREQ-NBR
             WHEN OTHER
                 MOVE ZEROS TO WS-ORDER-FREQ-NBR
         END-EVALUATE
         IF EW-CCPA-PCT = 0
             MOVE 50 TO WS-CCPA-WORK
         ELSE
             MOVE EW-CCPA-PCT TO WS-CCPA-WORK
         END-IF
         IF WS-ORDER-FREQ-NBR = 0 OR EW-ORDER-AMT = 0
                 OR WS-CCPA-WORK < 50 OR WS-CCPA-WORK > 65
             MOVE "R" TO WS-DISPOSITION
             MOVE "AMT" TO WS-REASON-CODE
             MOVE "BAD AMOUNT/FREQUENCY/CCPA CAP" TO WS-REASON-TEXT
         END-IF
     END-IF.

*>    Casa a ordem com o mestre de funcionários e apura a situação em
*>    todas as empresas: quem está desligado em todas recebe a
*>    rejeição TRM com a data do desligamento. A ordem encerrada pelo
*>    estado é aceita mesmo para quem já saiu
 B35-MATCH-EMPLOYEE-PARA.
     MOVE EW-SSN TO EM-SSN.
     MOVE "Y" TO WS-EMPL-FOUND-SWITCH.
     READ EMPL-MASTER-FILE-IN
         INVALID KEY MOVE "N" TO WS-EMPL-FOUND-SWITCH
     END-READ.
     IF NOT WS-EMPL-FOUND
         MOVE "R" TO WS-DISPOSITION
         MOVE "NEM" TO WS-REASON-CODE
         MOVE "NOT AN EMPLOYEE" TO WS-REASON-TEXT
     ELSE
         MOVE "N" TO WS-EMPL-STATUS
         MOVE SPACES TO WS-LATEST-TERM-DATE
         IF WS-YTD-OPEN
             PERFORM B36-COMPANY-STATUS-PARA
                 VARYING WS-CO-SUB FROM 1 BY 1
                 UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         END-IF
         IF WS-EMPL-STATUS = "T" AND EW-DOC-ACTION NOT = "TRM"
             MOVE "R" TO WS-DISPOSITION
             MOVE "TRM" TO WS-REASON-CODE
             MOVE "EMPLOYEE NO LONGER EMPLOYED" TO WS-REASON-TEXT
             MOVE WS-LATEST-TERM-DATE TO WS-ACK-TERM-DATE
         END-IF
     END-IF.

*>    Situação do funcionário numa empresa: ativo em qualquer uma
*>    prevalece; a confirmação leva o EIN da empresa onde está ativo
 B36-COMPANY-STATUS-PARA.
     MOVE WS-CO-CODE (WS-CO-SUB) TO YM-COMPANY.
     MOVE EW-SSN TO YM-SSN.
     READ YTD-MASTER-FILE-IN
         INVALID KEY CONTINUE
         NOT INVALID KEY
             IF YM-STATUS = "T"
                 IF WS-EMPL-STATUS = "N"
                     MOVE "T" TO WS-EMPL-STATUS
                 END-IF
                 IF YM-TERM-DATE > WS-LATEST-TERM-DATE
                         OR WS-LATEST-TERM-DATE = SPACES
                     MOVE YM-TERM-DATE TO WS-LATEST-TERM-DATE
                     IF WS-EMPL-STATUS = "T"
                         MOVE WS-CO-EIN (WS-CO-SUB) TO WS-ACK-EIN
                     END-IF
                 END-IF
             ELSE
                 IF WS-EMPL-STATUS NOT = "A"
                     MOVE WS-CO-EIN (WS-CO-SUB) TO WS-ACK-EIN
                 END-IF
                 MOVE "A" TO WS-EMPL-STATUS
             END-IF
     END-READ.

*>    Ordem nova: o processo não pode já estar cadastrado para o
*>    funcionário (reenvio do estado ou duplicata no próprio lote)
 B40-ADD-ORDER-PARA.
     PERFORM B46-READ-ORDER-PARA.
     IF WS-ORDER-FOUND
         MOVE "R" TO WS-DISPOSITION
         MOVE "DUP" TO WS-REASON-CODE
         MOVE "CASE ALREADY ON FILE" TO WS-REASON-TEXT
     ELSE
         MOVE SPACES TO GO-ORDER-REC
         MOVE EW-SSN TO GO-SSN
         MOVE EW-CASE-NBR TO GO-CASE-NBR
         MOVE ZEROS TO GO-PAID-TO-DATE
         MOVE "N" TO GO-RELEASED-SWITCH
         PERFORM B48-MOVE-ORDER-TERMS-PARA
         WRITE GO-ORDER-REC
             INVALID KEY
                 MOVE "R" TO WS-DISPOSITION
                 MOVE "DUP" TO WS-REASON-CODE
                 MOVE "CASE ALREADY ON FILE" TO WS-REASON-TEXT
         END-WRITE
         IF WS-DISPOSITION = "A"
             ADD 1 TO WS-ADDED-COUNT
             MOVE "AFTER " TO WS-OL-IMAGE-OUT
             PERFORM C52-ORDER-IMAGE-PARA
         END-IF
     END-IF.

*>    Alteração: os termos vêm da ordem nova, o pago até a data é
*>    preservado; uma ordem liberada volta a valer se ainda há saldo
 B42-AMEND-ORDER-PARA.
     PERFORM B46-READ-ORDER-PARA.
     IF NOT WS-ORDER-FOUND
         MOVE "R" TO WS-DISPOSITION
         MOVE "NOC" TO WS-REASON-CODE
         MOVE "CASE NOT ON FILE" TO WS-REASON-TEXT
     ELSE
         MOVE "BEFORE" TO WS-OL-IMAGE-OUT
         PERFORM C52-ORDER-IMAGE-PARA
         PERFORM B48-MOVE-ORDER-TERMS-PARA
         IF GO-TOTAL-OWED = 0 OR GO-PAID-TO-DATE < GO-TOTAL-OWED
             MOVE "N" TO GO-RELEASED-SWITCH
         END-IF
         REWRITE GO-ORDER-REC
         ADD 1 TO WS-AMENDED-COUNT
         MOVE "AFTER " TO WS-OL-IMAGE-OUT
         PERFORM C52-ORDER-IMAGE-PARA
     END-IF.

*>    Ordem encerrada pelo estado: libera a ordem no mestre (a folha
*>    deixa de reter a partir da próxima execução)
 B44-END-ORDER-PARA.
     PERFORM B46-READ-ORDER-PARA.
     IF NOT WS-ORDER-FOUND
         MOVE "R" TO WS-DISPOSITION
         MOVE "NOC" TO WS-REASON-CODE
         MOVE "CASE NOT ON FILE" TO WS-REASON-TEXT
     ELSE
         MOVE "BEFORE" TO WS-OL-IMAGE-OUT
         PERFORM C52-ORDER-IMAGE-PARA
         MOVE "Y" TO GO-RELEASED-SWITCH
         REWRITE GO-ORDER-REC
         ADD 1 TO WS-ENDED-COUNT
         MOVE "AFTER " TO WS-OL-IMAGE-OUT
         PERFORM C52-ORDER-IMAGE-PARA
     END-IF.

*>    Lê a ordem do funcionário pelo processo
 B46-READ-ORDER-PARA.
     MOVE EW-SSN TO GO-SSN.
     MOVE EW-CASE-NBR TO GO-CASE-NBR.
     MOVE "Y" TO WS-ORDER-FOUND-SWITCH.
     READ GARN-ORDER-FILE
         INVALID KEY MOVE "N" TO WS-ORDER-FOUND-SWITCH
     END-READ.

*>    Termos da ordem e-IWO no registro do mestre. O valor vem na
*>    frequência da ordem e é convertido para o período de pagamento
*>    do funcionário pelo valor anual; sem frequência estabelecida no
*>    cadastro vale a quinzenal
 B48-MOVE-ORDER-TERMS-PARA.
     MOVE EW-PAYEE-NAME TO GO-PAYEE-NAME.
     MOVE EW-PAYEE-ADDR TO GO-PAYEE-ADDR.
     IF EM-PAY-FREQ = 12 OR EM-PAY-FREQ = 24
             OR EM-PAY-FREQ = 26 OR EM-PAY-FREQ = 52
         MOVE EM-PAY-FREQ TO WS-EMPL-FREQ-NBR
     ELSE
         MOVE 26 TO WS-EMPL-FREQ-NBR
     END-IF.
     COMPUTE WS-PERIOD-AMT ROUNDED =
         EW-ORDER-AMT * WS-ORDER-FREQ-NBR / WS-EMPL-FREQ-NBR.
     IF WS-PERIOD-AMT > 99999.99
         MOVE 99999.99 TO GO-ORDERED-AMT
     ELSE
         MOVE WS-PERIOD-AMT TO GO-ORDERED-AMT
     END-IF.
     IF EW-PRIORITY = 0
         MOVE 1 TO GO-PRIORITY
     ELSE
         MOVE EW-PRIORITY TO GO-PRIORITY
     END-IF.
     COMPUTE GO-PCT-CAP = WS-CCPA-WORK / 100.
     MOVE EW-TOTAL-OWED TO GO-TOTAL-OWED.
     MOVE "E" TO GO-ORDER-SOURCE.
     MOVE EW-ISSUING-STATE TO GO-ISSUING-STATE.

*>    Transmite os avisos de "não mais empregado" enfileirados pela
*>    folha e esvazia a fila
 B60-TERM-NOTICES-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT IWO-TERM-FILE.
     IF NOT WS-IWOTERM-MISSING
         READ IWO-TERM-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B61-TERM-NOTICE-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE IWO-TERM-FILE
         OPEN OUTPUT IWO-TERM-FILE
         CLOSE IWO-TERM-FILE
     END-IF.

*>    Grava o aviso de uma ordem do desligado, com o EIN da empresa
*>    que o desligou
 B61-TERM-NOTICE-REC-PARA.
     MOVE WS-CO-EIN (1) TO WS-ACK-EIN.
     PERFORM B62-FIND-COMPANY-PARA
         VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT.
     MOVE SPACES TO AK-ACK-REC.
     MOVE "NOT" TO AK-REC-TYPE.
     MOVE IT-CASE-NBR TO AK-CASE-NBR.
     MOVE IT-ISSUING-STATE TO AK-ISSUING-STATE.
     MOVE IT-SSN TO AK-SSN.
     MOVE "TRM" TO AK-DOC-ACTION.
     MOVE "A" TO AK-DISPOSITION.
     MOVE WS-ACK-EIN TO AK-EMPLOYER-EIN.
     MOVE IT-TERM-DATE TO AK-TERM-DATE.
     MOVE WS-RUN-DATE TO AK-ACK-DATE.
     WRITE AK-ACK-REC.
     ADD 1 TO WS-NOTICE-COUNT.
     MOVE IT-CASE-NBR TO WS-NL-CASE-OUT.
     MOVE IT-ISSUING-STATE TO WS-NL-STATE-OUT.
     MOVE IT-SSN TO WS-NL-SSN-OUT.
     MOVE IT-TERM-DATE TO WS-NL-TERM-OUT.
     MOVE IT-COMPANY TO WS-NL-COMPANY-OUT.
     MOVE WS-ACK-EIN TO WS-NL-EIN-OUT.
     WRITE ER-REPORT-OUT FROM WS-NOTICE-LINE
         AFTER ADVANCING 1 LINE.
     READ IWO-TERM-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    EIN da empresa do desligamento
 B62-FIND-COMPANY-PARA.
     IF WS-CO-CODE (WS-CO-SUB) = IT-COMPANY
         MOVE WS-CO-EIN (WS-CO-SUB) TO WS-ACK-EIN
     END-IF.

*>    Cabeçalhos do relatório
 C10-HEADINGS-PARA.
     MOVE WS-BATCH-ID-WORK TO WS-HEAD-BATCH-OUT.
     MOVE WS-BATCH-STATE-WORK TO WS-HEAD-STATE-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE ER-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     WRITE ER-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 2 LINES.
     MOVE SPACES TO ER-REPORT-OUT.
     WRITE ER-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Cabeçalho do arquivo de confirmações, com o transmissor (a
*>    primeira empresa do grupo)
 C30-WRITE-ACK-HEADER-PARA.
     MOVE SPACES TO AK-ACK-REC.
     MOVE "FHI" TO AK-REC-TYPE.
     MOVE WS-CO-EIN (1) TO AK-HDR-EIN.
     MOVE WS-CO-NAME (1) TO AK-HDR-NAME.
     MOVE WS-RUN-DATE TO AK-HDR-DATE.
     WRITE AK-ACK-REC.

*>    Trailer do arquivo de confirmações
 C31-WRITE-ACK-TRAILER-PARA.
     MOVE SPACES TO AK-ACK-REC.
     MOVE "FTI" TO AK-REC-TYPE.
     MOVE WS-ACK-COUNT TO AK-TRL-ACK-COUNT.
     MOVE WS-NOTICE-COUNT TO AK-TRL-NOT-COUNT.
     WRITE AK-ACK-REC.

*>    Confirmação de uma ordem do lote, aceita ou rejeitada
 C32-WRITE-ACK-PARA.
     MOVE SPACES TO AK-ACK-REC.
     MOVE "ACK" TO AK-REC-TYPE.
     MOVE WS-BATCH-ID-WORK TO AK-BATCH-ID.
     MOVE EW-CASE-NBR TO AK-CASE-NBR.
     MOVE EW-ISSUING-STATE TO AK-ISSUING-STATE.
     MOVE EW-SSN TO AK-SSN.
     MOVE EW-DOC-ACTION TO AK-DOC-ACTION.
     MOVE WS-DISPOSITION TO AK-DISPOSITION.
     MOVE WS-REASON-CODE TO AK-REASON-CODE.
     MOVE WS-ACK-EIN TO AK-EMPLOYER-EIN.
     MOVE WS-ACK-TERM-DATE TO AK-TERM-DATE.
     MOVE WS-RUN-DATE TO AK-ACK-DATE.
     WRITE AK-ACK-REC.
     ADD 1 TO WS-ACK-COUNT.

*>    Linha de uma ordem rejeitada, com os dados recebidos
 C50-REJECT-LINE-PARA.
     MOVE EW-DOC-ACTION TO WS-OL-ACTION-OUT.
     MOVE EW-CASE-NBR TO WS-OL-CASE-OUT.
     MOVE EW-ISSUING-STATE TO WS-OL-STATE-OUT.
     MOVE EW-SSN TO WS-OL-SSN-OUT.
     MOVE SPACES TO WS-OL-IMAGE-OUT.
     MOVE EW-PAYEE-NAME TO WS-OL-PAYEE-OUT.
     IF EW-ORDER-AMT NUMERIC
         MOVE EW-ORDER-AMT TO WS-OL-AMT-OUT
     ELSE
         MOVE ZEROS TO WS-OL-AMT-OUT
     END-IF.
     IF EW-PRIORITY NUMERIC
         MOVE EW-PRIORITY TO WS-OL-PRIO-OUT
     ELSE
         MOVE ZEROS TO WS-OL-PRIO-OUT
     END-IF.
     IF EW-CCPA-PCT NUMERIC
         MOVE EW-CCPA-PCT TO WS-OL-CAP-OUT
     ELSE
         MOVE ZEROS TO WS-OL-CAP-OUT
     END-IF.
     IF EW-TOTAL-OWED NUMERIC
         MOVE EW-TOTAL-OWED TO WS-OL-OWED-OUT
     ELSE
         MOVE ZEROS TO WS-OL-OWED-OUT
     END-IF.
     MOVE "R" TO WS-OL-DISP-OUT.
     MOVE WS-REASON-CODE TO WS-OL-REASON-OUT.
     MOVE WS-REASON-TEXT TO WS-OL-TEXT-OUT.
     WRITE ER-REPORT-OUT FROM WS-ORDER-LINE
         AFTER ADVANCING 1 LINE.

*>    Linha de imagem (antes/depois) da ordem no mestre; o rótulo da
*>    imagem vem preparado em WS-OL-IMAGE-OUT
 C52-ORDER-IMAGE-PARA.
     MOVE EW-DOC-ACTION TO WS-OL-ACTION-OUT.
     MOVE GO-CASE-NBR TO WS-OL-CASE-OUT.
     MOVE GO-ISSUING-STATE TO WS-OL-STATE-OUT.
     MOVE GO-SSN TO WS-OL-SSN-OUT.
     MOVE GO-PAYEE-NAME TO WS-OL-PAYEE-OUT.
     MOVE GO-ORDERED-AMT TO WS-OL-AMT-OUT.
     MOVE GO-PRIORITY TO WS-OL-PRIO-OUT.
     COMPUTE WS-OL-CAP-OUT = GO-PCT-CAP * 100.
     MOVE GO-TOTAL-OWED TO WS-OL-OWED-OUT.
     MOVE "A" TO WS-OL-DISP-OUT.
     MOVE SPACES TO WS-OL-REASON-OUT.
     IF GO-RELEASED-SWITCH = "Y"
         MOVE "RELEASED" TO WS-OL-TEXT-OUT
     ELSE
         MOVE SPACES TO WS-OL-TEXT-OUT
     END-IF.
     WRITE ER-REPORT-OUT FROM WS-ORDER-LINE
         AFTER ADVANCING 1 LINE.

*>    Impressão das linhas de totais da recepção
 C20-TOTAL-PARA.
     MOVE WS-DETAIL-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-ADDED-COUNT TO WS-TOT-ADDED-OUT.
     MOVE WS-AMENDED-COUNT TO WS-TOT-AMENDED-OUT.
     MOVE WS-ENDED-COUNT TO WS-TOT-ENDED-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE WS-ACK-COUNT TO WS-TOT-ACK-OUT.
     MOVE WS-NOTICE-COUNT TO WS-TOT-NOTICE-OUT.
     WRITE ER-REPORT-OUT FROM WS-TOTAL-LINE-1
         AFTER ADVANCING 2 LINES.
     WRITE ER-REPORT-OUT FROM WS-TOTAL-LINE-2
         AFTER ADVANCING 1 LINE.
