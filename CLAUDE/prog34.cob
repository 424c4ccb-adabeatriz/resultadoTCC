*> =====================================================================
*> PROGRAMA: CONCILIAÇÃO DE CHEQUES EM ABERTO E PRAZO DE PRESCRIÇÃO
*>           (ESCHEAT) DOS SALÁRIOS NÃO RECLAMADOS
*> DESCRIÇÃO: Rodado depois de cada execução postada da folha e a
*>            cada arquivo de compensação recebido do banco:
*>            - carrega os cheques emitidos pela execução (o extrato
*>              de positive pay POSPAY.DAT gravado por PROG6 junto com
*>              o registro de cheques CHECKREG.DAT) no arquivo de
*>              situação dos cheques (CHKSTAT.DAT), como emitidos;
*>            - casa a lista de cheques pagos/compensados do banco
*>              (BANKPAID.DAT) com os emitidos pelo número do cheque e
*>              pelo valor, marcando-os como pagos; valor divergente,
*>              cheque pago sem emissão, pago duas vezes ou pago
*>              depois de cancelado saem como exceção e não mudam a
*>              situação do cheque;
*>            - imprime a lista dos cheques em aberto envelhecida nas
*>              faixas de 30/60/90/365 dias;
*>            - lista à parte os cheques que passaram do prazo de
*>              prescrição da UF (candidatos a escheat), com o último
*>              endereço do favorecido no mestre de funcionários, para
*>              as cartas de diligência e o relatório de bens não
*>              reclamados.
*>            O 1º parâmetro (opcional) é a data-base do envelhecimento
*>            (AAAAMMDD); sem ele vale a data do sistema
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG34.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Extrato de positive pay da última execução; o layout de 80
*>    posições é o gravado por PROG6 - os dois precisam andar juntos
     SELECT POS-PAY-FILE-IN
         ASSIGN TO "POSPAY.DAT"
         FILE STATUS IS WS-POSPAY-FILE-STATUS.
*>    Lista de cheques pagos/compensados recebida do banco
     SELECT BANK-PAID-FILE-IN
         ASSIGN TO "BANKPAID.DAT"
         FILE STATUS IS WS-BANKPAID-FILE-STATUS.
*>    Arquivo de situação dos cheques emitidos, indexado pelo número
*>    do cheque; criado na primeira execução
     SELECT CHECK-STATUS-FILE
         ASSIGN TO "CHKSTAT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CS-CHECK-NBR
         FILE STATUS IS WS-CHKSTAT-FILE-STATUS.
*>    Mestre de funcionários, de onde vêm o último endereço e a UF do
*>    favorecido; o mesmo layout de PROG6 - os dois precisam andar
*>    juntos
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Relatório da conciliação (exceções e cheques em aberto)
     SELECT RECON-REPORT-OUT
         ASSIGN TO "CHKRECON_RPT.DAT".
*>    Relatório dos candidatos a escheat
     SELECT ESCHEAT-REPORT-OUT
         ASSIGN TO "ESCHEAT_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do extrato de positive pay
 FD  POS-PAY-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PY-POSPAY-REC.
 01  PY-POSPAY-REC.
     05  PY-CHECK-NBR                PIC 9(8).      *> Número do cheque
     05  PY-CHECK-DATE               PIC X(8).      *> Data do cheque (AAAAMMDD)
     05  PY-AMOUNT                   PIC 9(8)V99.   *> Valor do cheque
     05  PY-PAYEE-NAME               PIC X(18).     *> Favorecido (funcionário)
     05  PY-SSN                      PIC X(9).      *> CPF/SSN do favorecido
     05  PY-ISSUE-CODE               PIC X(1).      *> Espaço=emissão  V=cancelado  S=sustado
     05  PY-COMPANY                  PIC X(2).      *> Empresa do pagamento
     05  PY-STATE                    PIC X(2).      *> Jurisdição efetiva do acumulado estadual
     05  PY-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  PY-YTD-POSTED               PIC X(1).      *> Y=postado no mestre de acumulados
     05  FILLER                      PIC X(19).

*>    Definição da lista de pagos do banco: um cheque por linha, no
*>    layout combinado com o banco
 FD  BANK-PAID-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BP-PAID-REC.
 01  BP-PAID-REC.
     05  BP-CHECK-NBR                PIC 9(8).      *> Número do cheque apresentado
     05  BP-PAID-DATE                PIC X(8).      *> Data da compensação (AAAAMMDD)
     05  BP-AMOUNT                   PIC 9(8)V99.   *> Valor pago pelo banco
     05  FILLER                      PIC X(54).

*>    Definição do arquivo de situação dos cheques; o mesmo layout é
*>    declarado em PROG35 (cancelamento/sustação) - os dois precisam
*>    andar juntos
 FD  CHECK-STATUS-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CS-STATUS-REC.
 01  CS-STATUS-REC.
     05  CS-CHECK-NBR                PIC 9(8).      *> Chave: número do cheque
     05  CS-STATUS                   PIC X(1).      *> Situação do cheque
         88  CS-ISSUED               VALUE "I".     *> Emitido, em aberto
         88  CS-PAID                 VALUE "P".     *> Pago/compensado pelo banco
         88  CS-VOIDED               VALUE "V".     *> Cancelado
         88  CS-STOPPED              VALUE "S".     *> Pagamento sustado no banco
     05  CS-ISSUE-DATE               PIC X(8).      *> Data do cheque (AAAAMMDD)
     05  CS-AMOUNT                   PIC 9(8)V99.   *> Valor emitido
     05  CS-SSN                      PIC X(9).      *> CPF/SSN do favorecido
     05  CS-PAYEE-NAME               PIC X(18).     *> Favorecido
     05  CS-PAID-DATE                PIC X(8).      *> Data da compensação
     05  CS-PAID-AMOUNT              PIC 9(8)V99.   *> Valor pago pelo banco
     05  CS-VOID-DATE                PIC X(8).      *> Data do cancelamento/sustação
     05  CS-COMPANY                  PIC X(2).      *> Empresa do pagamento
     05  CS-STATE                    PIC X(2).      *> Jurisdição do acumulado estadual
     05  CS-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  CS-YTD-POSTED               PIC X(1).      *> Y=postado no mestre de acumulados
     05  CS-LINKED-CHECK-NBR         PIC 9(8).      *> Substituto (no original) ou
*>                                                  *> original (no substituto)
     05  FILLER                      PIC X(5).      *> Reservado para expansão

*>    Definição do arquivo mestre de funcionários; o mesmo layout de
*>    PROG6
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EM-MASTER-REC.
 01  EM-MASTER-REC.
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  EM-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  EM-DEPT-CODE                PIC X(4).      *> Código do departamento/centro de custo
     05  EM-MARITAL-STATUS           PIC 9(1).      *> Estado civil
     05  EM-EXEMPTIONS               PIC 9(1).      *> Número de isenções
     05  EM-ADDR-STREET              PIC X(25).     *> Endereço - logradouro
     05  EM-ADDR-CITY-ST             PIC X(20).     *> Endereço - cidade/UF
     05  EM-ADDR-ZIP                 PIC X(9).      *> Endereço - CEP/ZIP
     05  EM-WORK-STATE               PIC X(2).      *> Jurisdição (UF) de trabalho
     05  EM-RES-STATE                PIC X(2).      *> Jurisdição (UF) de residência
     05  EM-ADDL-FED-WH              PIC 9(3)V99.   *> Retenção federal adicional por período (W-4)
     05  EM-FICA-EXEMPT              PIC X(1).      *> Y=isento de FICA por lei (estudante)
     05  EM-PAY-FREQ                 PIC 9(2).      *> Períodos de pagamento/ano (52/26/24/12)
     05  EM-SSN-MISMATCH             PIC X(1).      *> Y=nome/CPF-SSN divergente na SSA
     05  EM-WC-CLASS                 PIC X(4).      *> Classe de risco do seguro de acidentes
     05  EM-WORK-LOCALITY            PIC X(4).      *> Município/localidade de trabalho
*>                                                  *> (vazio = só o mínimo estadual)
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (calendário
*>                                                  *> próprio em PERCAL.DAT; espaços =
*>                                                  *> grupo padrão da instalação)
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Relatório da conciliação (linha de 132 colunas)
 FD  RECON-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RC-REPORT-OUT.
 01  RC-REPORT-OUT                   PIC X(132).

*>    Relatório dos candidatos a escheat (linha de 132 colunas)
 FD  ESCHEAT-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS ES-REPORT-OUT.
 01  ES-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-POSPAY-EOF-SWITCH        PIC X(1).
     05  WS-PAID-EOF-SWITCH          PIC X(1).
     05  WS-STAT-EOF-SWITCH          PIC X(1).
     05  WS-POSPAY-FILE-STATUS       PIC X(2).
         88  WS-POSPAY-MISSING       VALUE "35".
     05  WS-BANKPAID-FILE-STATUS     PIC X(2).
         88  WS-BANKPAID-MISSING     VALUE "35".
     05  WS-CHKSTAT-FILE-STATUS      PIC X(2).
         88  WS-CHKSTAT-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-MISSING      VALUE "35".
     05  WS-EMPMAST-OPEN-SWITCH      PIC X(1).
         88  WS-EMPMAST-OPEN         VALUE "Y".
     05  WS-CHECK-FOUND-SWITCH       PIC X(1).
         88  WS-CHECK-FOUND          VALUE "Y".
     05  WS-EMPL-FOUND-SWITCH        PIC X(1).
         88  WS-EMPL-FOUND           VALUE "Y".

*>    Data-base do envelhecimento (parâmetro ou data do sistema)
 01  WS-AS-OF-DATE                   PIC X(8).
 01  WS-AS-OF-SERIAL                 PIC 9(7).

*>    Conversão de data em número de dias corridos, para a idade do
*>    cheque por subtração simples
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

*>    Idade do cheque corrente e faixa de envelhecimento
 01  WS-AGING-WORK.
     05  WS-CHECK-AGE-DAYS           PIC 9(5).      *> Dias desde a emissão
     05  WS-BUCKET-SUB               PIC 9(1).      *> Faixa do cheque (1-5)
     05  WS-DORMANCY-DAYS            PIC 9(5).      *> Prazo de prescrição da UF
     05  WS-ESCHEAT-STATE            PIC X(2).      *> UF do último endereço

*>    Faixas de envelhecimento dos cheques em aberto: limite superior
*>    em dias e o rótulo impresso; a última faixa não tem limite
 01  WS-BUCKET-DATA.
     05  FILLER                      PIC X(17) VALUE "00030   0-30 DAYS".
     05  FILLER                      PIC X(17) VALUE "00060  31-60 DAYS".
     05  FILLER                      PIC X(17) VALUE "00090  61-90 DAYS".
     05  FILLER                      PIC X(17) VALUE "00365 91-365 DAYS".
     05  FILLER                      PIC X(17) VALUE "99999  OVER 365  ".
 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-DATA.
     05  WS-BUCKET-ROW               OCCURS 5 TIMES.
         10  WS-BUCKET-LIMIT         PIC 9(5).
         10  WS-BUCKET-LABEL         PIC X(12).
 01  WS-BUCKET-TOTALS.
     05  WS-BUCKET-TOT-ROW           OCCURS 5 TIMES.
         10  WS-BUCKET-COUNT         PIC 9(5).
         10  WS-BUCKET-AMT           PIC 9(9)V99.

*>    Prazo de prescrição (dormancy) dos salários não reclamados por
*>    UF, em dias; UF fora da tabela usa o prazo padrão de um ano
 01  WS-DORMANCY-DATA.
     05  FILLER                      PIC X(7) VALUE "AZ00365".
     05  FILLER                      PIC X(7) VALUE "CA00365".
     05  FILLER                      PIC X(7) VALUE "FL00365".
     05  FILLER                      PIC X(7) VALUE "IL00365".
     05  FILLER                      PIC X(7) VALUE "NJ00365".
     05  FILLER                      PIC X(7) VALUE "NY01095".
     05  FILLER                      PIC X(7) VALUE "PA00730".
     05  FILLER                      PIC X(7) VALUE "TX00365".
 01  WS-DORMANCY-TABLE REDEFINES WS-DORMANCY-DATA.
     05  WS-DORMANCY-ROW             OCCURS 8 TIMES
                                      INDEXED BY DM-INDEX.
         10  WS-DORM-STATE           PIC X(2).
         10  WS-DORM-DAYS            PIC 9(5).
 01  WS-DEFAULT-DORMANCY-DAYS        PIC 9(5) VALUE 365.

*>    Totalizadores da conciliação
 01  WS-TOTALS.
     05  WS-ISSUED-LOADED-COUNT      PIC 9(5).      *> Cheques novos carregados
     05  WS-ISSUED-LOADED-AMT        PIC 9(9)V99.
     05  WS-ALREADY-LOADED-COUNT     PIC 9(5).      *> Cheques já presentes
     05  WS-PAID-READ-COUNT          PIC 9(5).      *> Itens lidos do banco
     05  WS-PAID-MATCHED-COUNT       PIC 9(5).      *> Itens casados (pagos)
     05  WS-PAID-MATCHED-AMT         PIC 9(9)V99.
     05  WS-EXCEPTION-COUNT          PIC 9(5).      *> Exceções da conciliação
     05  WS-OUTSTANDING-COUNT        PIC 9(5).      *> Cheques em aberto
     05  WS-OUTSTANDING-AMT          PIC 9(9)V99.
     05  WS-ESCHEAT-COUNT            PIC 9(5).      *> Candidatos a escheat
     05  WS-ESCHEAT-AMT              PIC 9(9)V99.

*>    Controle de paginação dos relatórios
 01  WS-PAGE-LAYOUT.
     05  WS-LINES-USED               PIC 9(2).
     05  WS-PAGE-COUNT               PIC 9(3).
     05  WS-ES-LINES-USED            PIC 9(2).
     05  WS-ES-PAGE-COUNT            PIC 9(3).
     05  WS-MAX-LINES-PER-PAGE       PIC 9(2) VALUE 57.

*>    Cabeçalho do relatório da conciliação
 01  WS-HEADING.
     05  FILLER                      PIC X(38) VALUE
             "OUTSTANDING CHECK RECONCILIATION      ".
     05  FILLER                      PIC X(7) VALUE "AS OF: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(12) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "PAGE".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-PAGE-OUT                 PIC ZZ9.
     05  FILLER                      PIC X(59) VALUE SPACES.

*>    Cabeçalho das colunas do relatório da conciliação
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(8) VALUE "CHECK NO".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "DATE".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(9) VALUE "SSN".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(18) VALUE "PAYEE".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(13) VALUE "       AMOUNT".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(13) VALUE "    BANK PAID".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(5) VALUE "  AGE".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(44) VALUE "BUCKET / DISPOSITION".

*>    Título de seção do relatório
 01  WS-SECTION-LINE.
     05  WS-SECTION-OUT              PIC X(60).
     05  FILLER                      PIC X(72) VALUE SPACES.

*>    Linha de detalhe (exceção ou cheque em aberto)
 01  WS-CHECK-LINE.
     05  WS-CL-NBR-OUT               PIC 9(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-PAYEE-OUT             PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-AMT-OUT               PIC ZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-PAID-OUT              PIC ZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-AGE-OUT               PIC ZZZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-DISP-OUT              PIC X(44).

*>    Linha de total de uma faixa de envelhecimento
 01  WS-BUCKET-LINE.
     05  FILLER                      PIC X(8) VALUE "BUCKET  ".
     05  WS-BL-LABEL-OUT             PIC X(12).
     05  FILLER                      PIC X(10) VALUE "  CHECKS: ".
     05  WS-BL-COUNT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  AMOUNT: ".
     05  WS-BL-AMT-OUT               PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(72) VALUE SPACES.

*>    Linhas de totais da conciliação
 01  WS-RECON-TOTAL-LINE-1.
     05  FILLER                      PIC X(16) VALUE "ISSUED LOADED: ".
     05  WS-TOT-LOADED-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-TOT-LOADED-AMT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(17) VALUE "  BANK ITEMS:    ".
     05  WS-TOT-PAID-READ-OUT        PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  MATCHED:  ".
     05  WS-TOT-MATCHED-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-TOT-MATCHED-AMT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(14) VALUE "  EXCEPTIONS: ".
     05  WS-TOT-EXC-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(15) VALUE SPACES.
 01  WS-RECON-TOTAL-LINE-2.
     05  FILLER                      PIC X(16) VALUE "OUTSTANDING:    ".
     05  WS-TOT-OUTST-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-TOT-OUTST-AMT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(17) VALUE "  ESCHEAT CAND.: ".
     05  WS-TOT-ESCH-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-TOT-ESCH-AMT-OUT         PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(53) VALUE SPACES.

*>    Cabeçalho do relatório de candidatos a escheat
 01  WS-ES-HEADING.
     05  FILLER                      PIC X(38) VALUE
             "UNCLAIMED WAGES - ESCHEAT CANDIDATES  ".
     05  FILLER                      PIC X(7) VALUE "AS OF: ".
     05  WS-ES-HEAD-DATE-OUT         PIC X(8).
     05  FILLER                      PIC X(12) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "PAGE".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-ES-PAGE-OUT              PIC ZZ9.
     05  FILLER                      PIC X(59) VALUE SPACES.

*>    Linhas de um candidato a escheat: o cheque e o último endereço
*>    do favorecido
 01  WS-ES-CHECK-LINE.
     05  WS-EL-NBR-OUT               PIC 9(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-PAYEE-OUT             PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-AMT-OUT               PIC ZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EL-AGE-OUT               PIC ZZZZ9.
     05  FILLER                      PIC X(7) VALUE " DAYS  ".
     05  FILLER                      PIC X(7) VALUE "STATE: ".
     05  WS-EL-STATE-OUT             PIC X(2).
     05  FILLER                      PIC X(13) VALUE "  DORMANCY:  ".
     05  WS-EL-DORM-OUT              PIC ZZZZ9.
     05  FILLER                      PIC X(27) VALUE SPACES.
 01  WS-ES-ADDR-LINE.
     05  FILLER                      PIC X(10) VALUE SPACES.
     05  FILLER                      PIC X(14) VALUE "LAST ADDRESS: ".
     05  WS-EA-STREET-OUT            PIC X(25).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EA-CITY-ST-OUT           PIC X(20).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-EA-ZIP-OUT               PIC X(9).
     05  FILLER                      PIC X(50) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da conciliação
 A00-MAINLINE-PARA.
     MOVE SPACES TO WS-AS-OF-DATE.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-AS-OF-DATE FROM ARGUMENT-VALUE.
     IF WS-AS-OF-DATE = SPACES OR WS-AS-OF-DATE NOT NUMERIC
         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
     END-IF.
     MOVE WS-AS-OF-DATE TO WS-DC-DATE.
     PERFORM C85-DATE-TO-DAYS-PARA.
     MOVE WS-DC-SERIAL TO WS-AS-OF-SERIAL.
*>    O arquivo de situação é criado vazio na primeira execução
     OPEN I-O CHECK-STATUS-FILE.
     IF WS-CHKSTAT-MISSING
         OPEN OUTPUT CHECK-STATUS-FILE
         CLOSE CHECK-STATUS-FILE
         OPEN I-O CHECK-STATUS-FILE
     END-IF.
*>    Sem o mestre de funcionários, os candidatos a escheat saem sem
*>    endereço e com o prazo padrão
     MOVE SPACES TO WS-EMPMAST-OPEN-SWITCH.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF NOT WS-EMPMAST-MISSING
         MOVE "Y" TO WS-EMPMAST-OPEN-SWITCH
     END-IF.
     OPEN OUTPUT RECON-REPORT-OUT
                 ESCHEAT-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B20-LOAD-ISSUED-PARA.
     PERFORM B30-APPLY-PAID-PARA.
     PERFORM B40-OUTSTANDING-PARA.
     PERFORM C20-TOTAL-PARA.
     CLOSE CHECK-STATUS-FILE
           RECON-REPORT-OUT
           ESCHEAT-REPORT-OUT.
     IF WS-EMPMAST-OPEN
         CLOSE EMPL-MASTER-FILE-IN
     END-IF.
*>    Exceções pendentes deixam o passo com código 4 para a tesouraria
*>    conferir antes da próxima remessa ao banco
     IF WS-EXCEPTION-COUNT > 0
         MOVE 4 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis e primeira página dos relatórios
 B10-INIT-PARA.
     MOVE "N" TO WS-POSPAY-EOF-SWITCH
                 WS-PAID-EOF-SWITCH
                 WS-STAT-EOF-SWITCH.
     MOVE ZEROS TO WS-ISSUED-LOADED-COUNT
                   WS-ISSUED-LOADED-AMT
                   WS-ALREADY-LOADED-COUNT
                   WS-PAID-READ-COUNT
                   WS-PAID-MATCHED-COUNT
                   WS-PAID-MATCHED-AMT
                   WS-EXCEPTION-COUNT
                   WS-OUTSTANDING-COUNT
                   WS-OUTSTANDING-AMT
                   WS-ESCHEAT-COUNT
                   WS-ESCHEAT-AMT
                   WS-LINES-USED
                   WS-ES-LINES-USED.
     PERFORM B11-ZERO-BUCKET-PARA
         VARYING WS-BUCKET-SUB FROM 1 BY 1
         UNTIL WS-BUCKET-SUB > 5.
     MOVE 1 TO WS-PAGE-COUNT
               WS-ES-PAGE-COUNT.
     MOVE WS-AS-OF-DATE TO WS-HEAD-DATE-OUT
                           WS-ES-HEAD-DATE-OUT.
     PERFORM C10-HEADINGS-PARA.
     PERFORM C11-ES-HEADINGS-PARA.

*>    Zera os totais de uma faixa de envelhecimento
 B11-ZERO-BUCKET-PARA.
     MOVE ZEROS TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
                   WS-BUCKET-AMT (WS-BUCKET-SUB).

*>    Carrega os cheques emitidos pela última execução no arquivo de
*>    situação; um número já presente com o mesmo valor é a mesma
*>    emissão carregada antes (rodar de novo não duplica), e com valor
*>    diferente é exceção - a numeração foi reaproveitada. Os registros
*>    de cancelamento/sustação que PROG35 acrescenta ao extrato já
*>    foram aplicados por ele ao arquivo de situação e são saltados
 B20-LOAD-ISSUED-PARA.
     OPEN INPUT POS-PAY-FILE-IN.
     IF WS-POSPAY-MISSING
         MOVE "Y" TO WS-POSPAY-EOF-SWITCH
     ELSE
         READ POS-PAY-FILE-IN
             AT END MOVE "Y" TO WS-POSPAY-EOF-SWITCH
         END-READ
         PERFORM B21-LOAD-ISSUED-REC-PARA
             UNTIL WS-POSPAY-EOF-SWITCH = "Y"
         CLOSE POS-PAY-FILE-IN
     END-IF.

*>    Carrega um cheque do extrato de positive pay
 B21-LOAD-ISSUED-REC-PARA.
     IF PY-ISSUE-CODE = SPACE
         PERFORM B22-LOAD-ONE-ISSUE-PARA
     END-IF.
     READ POS-PAY-FILE-IN
         AT END MOVE "Y" TO WS-POSPAY-EOF-SWITCH
     END-READ.

*>    Grava (ou confere) a emissão de um cheque no arquivo de situação
 B22-LOAD-ONE-ISSUE-PARA.
     MOVE PY-CHECK-NBR TO CS-CHECK-NBR.
     READ CHECK-STATUS-FILE
         INVALID KEY
             MOVE PY-CHECK-NBR TO CS-CHECK-NBR
             MOVE "I" TO CS-STATUS
             MOVE PY-CHECK-DATE TO CS-ISSUE-DATE
             MOVE PY-AMOUNT TO CS-AMOUNT
             MOVE PY-SSN TO CS-SSN
             MOVE PY-PAYEE-NAME TO CS-PAYEE-NAME
             MOVE SPACES TO CS-PAID-DATE
                            CS-VOID-DATE
             MOVE ZEROS TO CS-PAID-AMOUNT
                           CS-LINKED-CHECK-NBR
             MOVE PY-COMPANY TO CS-COMPANY
             MOVE PY-STATE TO CS-STATE
             MOVE PY-PERIOD-NBR TO CS-PERIOD-NBR
             MOVE PY-YTD-POSTED TO CS-YTD-POSTED
             WRITE CS-STATUS-REC
             ADD 1 TO WS-ISSUED-LOADED-COUNT
             ADD PY-AMOUNT TO WS-ISSUED-LOADED-AMT
         NOT INVALID KEY
             IF CS-AMOUNT = PY-AMOUNT AND CS-SSN = PY-SSN
                 ADD 1 TO WS-ALREADY-LOADED-COUNT
             ELSE
                 MOVE "*** CHECK NUMBER REUSED - NOT LOADED ***"
                     TO WS-CL-DISP-OUT
                 MOVE PY-CHECK-NBR TO WS-CL-NBR-OUT
                 MOVE PY-CHECK-DATE TO WS-CL-DATE-OUT
                 MOVE PY-SSN TO WS-CL-SSN-OUT
                 MOVE PY-PAYEE-NAME TO WS-CL-PAYEE-OUT
                 MOVE PY-AMOUNT TO WS-CL-AMT-OUT
                 MOVE ZEROS TO WS-CL-PAID-OUT
                                WS-CL-AGE-OUT
                 PERFORM C50-EXCEPTION-PARA
             END-IF
     END-READ.

*>    Aplica a lista de pagos do banco ao arquivo de situação
 B30-APPLY-PAID-PARA.
     MOVE "EXCEPTIONS - BANK PAID ITEMS NOT APPLIED" TO WS-SECTION-OUT.
     PERFORM C52-SECTION-PARA.
     OPEN INPUT BANK-PAID-FILE-IN.
     IF WS-BANKPAID-MISSING
         DISPLAY "BANK PAID FILE BANKPAID.DAT NOT FOUND - AGING " &
                 "ONLY"
         MOVE "Y" TO WS-PAID-EOF-SWITCH
     ELSE
         READ BANK-PAID-FILE-IN
             AT END MOVE "Y" TO WS-PAID-EOF-SWITCH
         END-READ
         PERFORM B31-PAID-ITEM-PARA
             UNTIL WS-PAID-EOF-SWITCH = "Y"
         CLOSE BANK-PAID-FILE-IN
     END-IF.

*>    Casa um item pago do banco com o cheque emitido pelo número e
*>    pelo valor; só o casamento perfeito de um cheque em aberto muda
*>    a situação para pago
 B31-PAID-ITEM-PARA.
     ADD 1 TO WS-PAID-READ-COUNT.
     MOVE "N" TO WS-CHECK-FOUND-SWITCH.
     MOVE BP-CHECK-NBR TO CS-CHECK-NBR.
     READ CHECK-STATUS-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-CHECK-FOUND-SWITCH
     END-READ.
     MOVE BP-CHECK-NBR TO WS-CL-NBR-OUT.
     MOVE BP-AMOUNT TO WS-CL-PAID-OUT.
     MOVE ZEROS TO WS-CL-AGE-OUT.
     IF NOT WS-CHECK-FOUND
         MOVE BP-PAID-DATE TO WS-CL-DATE-OUT
         MOVE SPACES TO WS-CL-SSN-OUT
                        WS-CL-PAYEE-OUT
         MOVE ZEROS TO WS-CL-AMT-OUT
         MOVE "*** PAID BUT NEVER ISSUED ***" TO WS-CL-DISP-OUT
         PERFORM C50-EXCEPTION-PARA
     ELSE
         MOVE CS-ISSUE-DATE TO WS-CL-DATE-OUT
         MOVE CS-SSN TO WS-CL-SSN-OUT
         MOVE CS-PAYEE-NAME TO WS-CL-PAYEE-OUT
         MOVE CS-AMOUNT TO WS-CL-AMT-OUT
         EVALUATE TRUE
             WHEN CS-PAID
                 MOVE "*** ALREADY PAID - DUPLICATE PRESENTMENT ***"
                     TO WS-CL-DISP-OUT
                 PERFORM C50-EXCEPTION-PARA
             WHEN CS-VOIDED
                 MOVE "*** PAID AFTER VOID ***" TO WS-CL-DISP-OUT
                 PERFORM C50-EXCEPTION-PARA
             WHEN CS-STOPPED
                 MOVE "*** PAID AFTER STOP PAYMENT ***"
                     TO WS-CL-DISP-OUT
                 PERFORM C50-EXCEPTION-PARA
             WHEN CS-AMOUNT NOT = BP-AMOUNT
                 MOVE "*** AMOUNT MISMATCH - LEFT OUTSTANDING ***"
                     TO WS-CL-DISP-OUT
                 PERFORM C50-EXCEPTION-PARA
             WHEN OTHER
                 MOVE "P" TO CS-STATUS
                 MOVE BP-PAID-DATE TO CS-PAID-DATE
                 MOVE BP-AMOUNT TO CS-PAID-AMOUNT
                 REWRITE CS-STATUS-REC
                 ADD 1 TO WS-PAID-MATCHED-COUNT
                 ADD BP-AMOUNT TO WS-PAID-MATCHED-AMT
         END-EVALUATE
     END-IF.
     READ BANK-PAID-FILE-IN
         AT END MOVE "Y" TO WS-PAID-EOF-SWITCH
     END-READ.

*>    Percorre o arquivo de situação inteiro e envelhece os cheques
*>    ainda em aberto
 B40-OUTSTANDING-PARA.
     MOVE SPACES TO RC-REPORT-OUT.
     PERFORM C54-BLANK-LINE-PARA.
     MOVE "OUTSTANDING CHECKS AGED FROM CHECK DATE" TO WS-SECTION-OUT.
     PERFORM C52-SECTION-PARA.
     MOVE ZEROS TO CS-CHECK-NBR.
     START CHECK-STATUS-FILE KEY >= CS-CHECK-NBR
         INVALID KEY MOVE "Y" TO WS-STAT-EOF-SWITCH
     END-START.
     IF WS-STAT-EOF-SWITCH NOT = "Y"
         READ CHECK-STATUS-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-STAT-EOF-SWITCH
         END-READ
     END-IF.
     PERFORM B41-OUTSTANDING-REC-PARA
         UNTIL WS-STAT-EOF-SWITCH = "Y".

*>    Envelhece um cheque em aberto: idade desde a data do cheque,
*>    faixa, linha do relatório e, passado o prazo de prescrição da UF
*>    do favorecido, a linha de candidato a escheat
 B41-OUTSTANDING-REC-PARA.
     IF CS-ISSUED
         MOVE CS-ISSUE-DATE TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
         IF WS-DC-SERIAL > WS-AS-OF-SERIAL
             MOVE ZEROS TO WS-CHECK-AGE-DAYS
         ELSE
             COMPUTE WS-CHECK-AGE-DAYS =
                 WS-AS-OF-SERIAL - WS-DC-SERIAL
         END-IF
         MOVE 1 TO WS-BUCKET-SUB
         PERFORM B42-FIND-BUCKET-PARA
             UNTIL WS-BUCKET-SUB = 5
                OR WS-CHECK-AGE-DAYS <= WS-BUCKET-LIMIT (WS-BUCKET-SUB)
         ADD 1 TO WS-OUTSTANDING-COUNT
                  WS-BUCKET-COUNT (WS-BUCKET-SUB)
         ADD CS-AMOUNT TO WS-OUTSTANDING-AMT
                          WS-BUCKET-AMT (WS-BUCKET-SUB)
         MOVE CS-CHECK-NBR TO WS-CL-NBR-OUT
         MOVE CS-ISSUE-DATE TO WS-CL-DATE-OUT
         MOVE CS-SSN TO WS-CL-SSN-OUT
         MOVE CS-PAYEE-NAME TO WS-CL-PAYEE-OUT
         MOVE CS-AMOUNT TO WS-CL-AMT-OUT
         MOVE ZEROS TO WS-CL-PAID-OUT
         MOVE WS-CHECK-AGE-DAYS TO WS-CL-AGE-OUT
         MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO WS-CL-DISP-OUT
         PERFORM C51-WRITE-LINE-PARA
         PERFORM B43-ESCHEAT-CHECK-PARA
     END-IF.
     READ CHECK-STATUS-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-STAT-EOF-SWITCH
     END-READ.

*>    Avança para a faixa seguinte de envelhecimento
 B42-FIND-BUCKET-PARA.
     ADD 1 TO WS-BUCKET-SUB.

*>    Confere o cheque em aberto contra o prazo de prescrição da UF do
*>    último endereço do favorecido (UF de residência; sem ela, a de
*>    trabalho) e o lista como candidato a escheat quando passou
 B43-ESCHEAT-CHECK-PARA.
     MOVE "N" TO WS-EMPL-FOUND-SWITCH.
     MOVE SPACES TO WS-ESCHEAT-STATE.
     IF WS-EMPMAST-OPEN
         MOVE CS-SSN TO EM-SSN
         READ EMPL-MASTER-FILE-IN
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE "Y" TO WS-EMPL-FOUND-SWITCH
         END-READ
     END-IF.
     IF WS-EMPL-FOUND
         IF EM-RES-STATE NOT = SPACES
             MOVE EM-RES-STATE TO WS-ESCHEAT-STATE
         ELSE
             MOVE EM-WORK-STATE TO WS-ESCHEAT-STATE
         END-IF
     END-IF.
     MOVE WS-DEFAULT-DORMANCY-DAYS TO WS-DORMANCY-DAYS.
     SET DM-INDEX TO 1.
     SEARCH WS-DORMANCY-ROW
         AT END CONTINUE
         WHEN WS-DORM-STATE (DM-INDEX) = WS-ESCHEAT-STATE
             MOVE WS-DORM-DAYS (DM-INDEX) TO WS-DORMANCY-DAYS
     END-SEARCH.
     IF WS-CHECK-AGE-DAYS > WS-DORMANCY-DAYS
         ADD 1 TO WS-ESCHEAT-COUNT
         ADD CS-AMOUNT TO WS-ESCHEAT-AMT
         MOVE CS-CHECK-NBR TO WS-EL-NBR-OUT
         MOVE CS-ISSUE-DATE TO WS-EL-DATE-OUT
         MOVE CS-SSN TO WS-EL-SSN-OUT
         MOVE CS-PAYEE-NAME TO WS-EL-PAYEE-OUT
         MOVE CS-AMOUNT TO WS-EL-AMT-OUT
         MOVE WS-CHECK-AGE-DAYS TO WS-EL-AGE-OUT
         MOVE WS-ESCHEAT-STATE TO WS-EL-STATE-OUT
         MOVE WS-DORMANCY-DAYS TO WS-EL-DORM-OUT
         IF WS-EMPL-FOUND
             MOVE EM-ADDR-STREET TO WS-EA-STREET-OUT
             MOVE EM-ADDR-CITY-ST TO WS-EA-CITY-ST-OUT
             MOVE EM-ADDR-ZIP TO WS-EA-ZIP-OUT
         ELSE
             MOVE "*** NOT ON EMPLOYEE MASTER" TO WS-EA-STREET-OUT
             MOVE SPACES TO WS-EA-CITY-ST-OUT
                            WS-EA-ZIP-OUT
         END-IF
         PERFORM C55-ES-WRITE-PARA
     END-IF.

*>    Impressão dos cabeçalhos do relatório da conciliação
 C10-HEADINGS-PARA.
     MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
     WRITE RC-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO RC-REPORT-OUT.
     WRITE RC-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE RC-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.
     ADD 3 TO WS-LINES-USED.
     ADD 1 TO WS-PAGE-COUNT.

*>    Impressão dos cabeçalhos do relatório de candidatos a escheat
 C11-ES-HEADINGS-PARA.
     MOVE WS-ES-PAGE-COUNT TO WS-ES-PAGE-OUT.
     WRITE ES-REPORT-OUT FROM WS-ES-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO ES-REPORT-OUT.
     WRITE ES-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE ES-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.
     ADD 3 TO WS-ES-LINES-USED.
     ADD 1 TO WS-ES-PAGE-COUNT.

*>    Conta e imprime uma exceção da conciliação
 C50-EXCEPTION-PARA.
     ADD 1 TO WS-EXCEPTION-COUNT.
     PERFORM C51-WRITE-LINE-PARA.

*>    Grava uma linha de detalhe, quebrando a página quando necessário
 C51-WRITE-LINE-PARA.
     IF WS-LINES-USED >= WS-MAX-LINES-PER-PAGE
         MOVE ZEROS TO WS-LINES-USED
         PERFORM C10-HEADINGS-PARA
     END-IF.
     WRITE RC-REPORT-OUT FROM WS-CHECK-LINE
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-LINES-USED.

*>    Grava o título de uma seção do relatório
 C52-SECTION-PARA.
     IF WS-LINES-USED >= WS-MAX-LINES-PER-PAGE
         MOVE ZEROS TO WS-LINES-USED
         PERFORM C10-HEADINGS-PARA
     END-IF.
     WRITE RC-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-LINES-USED.

*>    Grava uma linha em branco no relatório da conciliação
 C54-BLANK-LINE-PARA.
     MOVE SPACES TO RC-REPORT-OUT.
     WRITE RC-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-LINES-USED.

*>    Grava as duas linhas de um candidato a escheat
 C55-ES-WRITE-PARA.
     IF WS-ES-LINES-USED >= WS-MAX-LINES-PER-PAGE - 1
         MOVE ZEROS TO WS-ES-LINES-USED
         PERFORM C11-ES-HEADINGS-PARA
     END-IF.
     WRITE ES-REPORT-OUT FROM WS-ES-CHECK-LINE
         AFTER ADVANCING 1 LINE.
     WRITE ES-REPORT-OUT FROM WS-ES-ADDR-LINE
         AFTER ADVANCING 1 LINE.
     ADD 2 TO WS-ES-LINES-USED.

*>    Impressão dos totais por faixa e das linhas de totais
 C20-TOTAL-PARA.
     PERFORM C54-BLANK-LINE-PARA.
     PERFORM C21-BUCKET-TOTAL-PARA
         VARYING WS-BUCKET-SUB FROM 1 BY 1
         UNTIL WS-BUCKET-SUB > 5.
     MOVE WS-ISSUED-LOADED-COUNT TO WS-TOT-LOADED-OUT.
     MOVE WS-ISSUED-LOADED-AMT TO WS-TOT-LOADED-AMT-OUT.
     MOVE WS-PAID-READ-COUNT TO WS-TOT-PAID-READ-OUT.
     MOVE WS-PAID-MATCHED-COUNT TO WS-TOT-MATCHED-OUT.
     MOVE WS-PAID-MATCHED-AMT TO WS-TOT-MATCHED-AMT-OUT.
     MOVE WS-EXCEPTION-COUNT TO WS-TOT-EXC-OUT.
     MOVE WS-OUTSTANDING-COUNT TO WS-TOT-OUTST-OUT.
     MOVE WS-OUTSTANDING-AMT TO WS-TOT-OUTST-AMT-OUT.
     MOVE WS-ESCHEAT-COUNT TO WS-TOT-ESCH-OUT.
     MOVE WS-ESCHEAT-AMT TO WS-TOT-ESCH-AMT-OUT.
     WRITE RC-REPORT-OUT FROM WS-RECON-TOTAL-LINE-1
         AFTER ADVANCING 2 LINE.
     WRITE RC-REPORT-OUT FROM WS-RECON-TOTAL-LINE-2
         AFTER ADVANCING 1 LINE.
     IF WS-ESCHEAT-COUNT = 0
         MOVE SPACES TO ES-REPORT-OUT
         STRING "*** NO OUTSTANDING CHECKS PAST THE DORMANCY "
                "PERIOD ***"
             DELIMITED BY SIZE INTO ES-REPORT-OUT
         END-STRING
         WRITE ES-REPORT-OUT
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Imprime o total de uma faixa de envelhecimento
 C21-BUCKET-TOTAL-PARA.
     MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO WS-BL-LABEL-OUT.
     MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-BL-COUNT-OUT.
     MOVE WS-BUCKET-AMT (WS-BUCKET-SUB) TO WS-BL-AMT-OUT.
     WRITE RC-REPORT-OUT FROM WS-BUCKET-LINE
         AFTER ADVANCING 1 LINE.

*>    Converte a data corrente (AAAAMMDD) em número de dias corridos,
*>    para a diferença entre datas por subtração simples; os dias
*>    bissextos contados são os dos anos anteriores, mais o do ano
*>    corrente depois de fevereiro
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
