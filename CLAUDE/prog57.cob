*> =====================================================================
*> PROGRAMA: ACEITE DO RAZÃO E REPROCESSAMENTO DOS LANÇAMENTOS REJEITADOS
*> DESCRIÇÃO: Lê o retorno de aceite/rejeição do razão (GLACK.DAT),
*>            em que o razão devolve cada lançamento recebido - a
*>            imagem de 60 posições de PROG6_GL.DAT, com o lote - e a
*>            situação P=postado ou R=rejeitado com o motivo (conta
*>            encerrada, departamento não cadastrado no razão...), e
*>            casa cada linha com os lotes enviados, registrados em
*>            GLBATCH.DAT por PROG6 (folha), PROG23 (provisão), PROG44
*>            (passivo de férias) e por este programa (correções):
*>            - imprime os lançamentos postados e rejeitados e, por
*>              lote, as quantidades e os saldos de débito e crédito
*>              postados e rejeitados; o lote parcialmente postado
*>              fica com a diferença na conta de suspensão do razão;
*>            - guarda os rejeitados em GLREJ.DAT até o mapa contábil
*>              (GLMAP.DAT) ser corrigido e então gera o lote de
*>              correção (PROG6_GLCOR.DAT): cada rejeitado de novo na
*>              conta que o mapa dá hoje, contra a conta de suspensão
*>              (código SUS do mapa; sem ele, a conta-ponte 99999999),
*>              balanceado par a par; o que o mapa ainda não resolve
*>              continua guardado;
*>            - avisa em PROG6_MSGS.DAT todo lote ainda sem aceite
*>              depois do prazo em dias (1º parâmetro; padrão 3).
*>            GLBATCH.DAT e GLREJ.DAT são regravados inteiros a partir
*>            das tabelas, como a folha regrava o calendário
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG57.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Retorno de aceite/rejeição recebido do razão
     SELECT GL-ACK-FILE-IN
         ASSIGN TO "GLACK.DAT"
         FILE STATUS IS WS-GLACK-FILE-STATUS.
*>    Registro dos lotes contábeis enviados; o mesmo layout de PROG6
     SELECT GL-BATCH-LOG-FILE
         ASSIGN TO "GLBATCH.DAT"
         FILE STATUS IS WS-GLBATCH-FILE-STATUS.
*>    Lançamentos rejeitados aguardando a correção do mapa contábil
     SELECT GL-REJECT-FILE
         ASSIGN TO "GLREJ.DAT"
         FILE STATUS IS WS-GLREJ-FILE-STATUS.
*>    Mapa contábil; o mesmo layout de PROG6
     SELECT GL-MAP-FILE-IN
         ASSIGN TO "GLMAP.DAT"
         FILE STATUS IS WS-GLMAP-FILE-STATUS.
*>    Lote de correção, no layout de PROG6_GL.DAT
     SELECT GL-CORRECT-FILE-OUT
         ASSIGN TO "PROG6_GLCOR.DAT".
*>    Arquivo de mensagens ao operador, no formato da folha; aberto
*>    em EXTEND a cada mensagem, como C18-WRITE-MSG-PARA faz lá
     SELECT OPER-MSG-FILE-OUT
         ASSIGN TO "PROG6_MSGS.DAT"
         FILE STATUS IS WS-OPERMSG-FILE-STATUS.
*>    Relatório do aceite e do reprocessamento
     SELECT GL-ACK-REPORT-OUT
         ASSIGN TO "GLACK_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do retorno do razão: a imagem do lançamento recebido
*>    (layout de PROG6_GL.DAT, com o lote) mais a situação e o motivo
 FD  GL-ACK-FILE-IN
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GA-ACK-REC.
 01  GA-ACK-REC                      PIC X(100).

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

*>    Definição dos rejeitados guardados: a linha do retorno do razão
 FD  GL-REJECT-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RJ-REJECT-REC.
 01  RJ-REJECT-REC                   PIC X(100).

*>    Definição do mapa contábil; o layout de PROG6
 FD  GL-MAP-FILE-IN
         RECORD CONTAINS 13 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GM-GLMAP-REC.
 01  GM-GLMAP-REC.
     05  GM-REC-TYPE                 PIC X(1).      *> D=departamento  L=passivo
     05  GM-KEY                      PIC X(4).      *> Departamento ou código do passivo
     05  GM-ACCOUNT                  PIC X(8).      *> Conta contábil

*>    Definição do lote de correção (layout de PROG6_GL.DAT)
 FD  GL-CORRECT-FILE-OUT
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS GC-CORRECT-REC.
 01  GC-CORRECT-REC                  PIC X(60).

*>    Definição do arquivo de mensagens ao operador; o layout da folha
 FD  OPER-MSG-FILE-OUT
         RECORD CONTAINS 85 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS OM-MSG-REC.
 01  OM-MSG-REC.
     05  OM-SEVERITY                 PIC X(1).      *> I=informativa W=aviso E=erro F=fatal
     05  OM-MSG-ID                   PIC X(7).      *> Identificador da mensagem (PAY57nn)
     05  OM-MSG-TEXT                 PIC X(60).     *> Texto da mensagem
     05  OM-SSN                      PIC X(9).      *> Não usado no aceite
     05  OM-RUN-DATE                 PIC X(8).      *> Data do processamento (AAAAMMDD)

*>    Relatório do aceite (linha de 132 colunas)
 FD  GL-ACK-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS AK-REPORT-OUT.
 01  AK-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-GLACK-FILE-STATUS        PIC X(2).
         88  WS-GLACK-MISSING        VALUE "35".
     05  WS-GLBATCH-FILE-STATUS      PIC X(2).
         88  WS-GLBATCH-MISSING      VALUE "35".
     05  WS-GLREJ-FILE-STATUS        PIC X(2).
         88  WS-GLREJ-MISSING        VALUE "35".
     05  WS-GLMAP-FILE-STATUS        PIC X(2).
         88  WS-GLMAP-MISSING        VALUE "35".
     05  WS-OPERMSG-FILE-STATUS      PIC X(2).
         88  WS-OPERMSG-MISSING      VALUE "35".
     05  WS-GLMAP-LOADED-SWITCH      PIC X(1).
         88  WS-GLMAP-LOADED         VALUE "Y".
     05  WS-BATCH-FOUND-SWITCH       PIC X(1).
         88  WS-BATCH-FOUND          VALUE "Y".
     05  WS-ACCT-FOUND-SWITCH        PIC X(1).
         88  WS-ACCT-FOUND           VALUE "Y".

*>    Data do processamento e prazo do aceite em dias
 01  WS-RUN-DATE                     PIC X(8).
 01  WS-PARM-DAYS                    PIC X(3).      *> 1º parâmetro, como digitado
 01  WS-PARM-DIGITS                  PIC X(3).      *> Dígitos do parâmetro
 01  WS-PARM-LEN                     PIC 9(2).
 01  WS-ACK-DAYS-LIMIT               PIC 9(3).      *> Prazo do aceite (padrão 3 dias)
 01  WS-DEFAULT-ACK-DAYS             PIC 9(3) VALUE 3.

*>    Lançamento do retorno (ou rejeitado guardado) em área de
*>    trabalho: a imagem enviada, a situação e o motivo do razão
 01  WS-ACK-WORK.
     05  WS-AW-POSTING-IMAGE.
         10  WS-AW-ACCOUNT           PIC X(8).      *> Conta contábil enviada
         10  WS-AW-DR-CR             PIC X(2).      *> DR=débito  CR=crédito
         10  WS-AW-AMOUNT            PIC 9(9)V99.   *> Valor do lançamento
         10  WS-AW-DESC              PIC X(20).     *> Descrição do lançamento
         10  WS-AW-PERIOD-NBR        PIC 9(2).      *> Período de pagamento
         10  WS-AW-RUN-DATE          PIC X(8).      *> Data do lançamento (AAAAMMDD)
         10  WS-AW-BATCH-ID          PIC X(9).      *> Lote enviado
     05  WS-AW-STATUS                PIC X(1).      *> P=postado  R=rejeitado
     05  WS-AW-REASON-CODE           PIC X(4).      *> Código do motivo do razão
     05  WS-AW-REASON-TEXT           PIC X(27).     *> Motivo da rejeição
     05  WS-AW-ACK-DATE              PIC X(8).      *> Data do aceite (AAAAMMDD)

*>    Registro de lançamento contábil do lote de correção, no layout
*>    de PROG6_GL.DAT
 01  WS-GL-POSTING-REC.
     05  WS-GLP-ACCOUNT              PIC X(8).      *> Conta contábil
     05  WS-GLP-DR-CR                PIC X(2).      *> DR=débito  CR=crédito
     05  WS-GLP-AMOUNT               PIC 9(9)V99.   *> Valor do lançamento
     05  WS-GLP-DESC                 PIC X(20).     *> Descrição do lançamento
     05  WS-GLP-PERIOD-NBR           PIC 9(2).      *> Período de pagamento
     05  WS-GLP-RUN-DATE             PIC X(8).      *> Data do lançamento (AAAAMMDD)
     05  WS-GLP-BATCH-ID.                           *> Lote, casado com o aceite do razão
         10  WS-GLP-BATCH-SOURCE     PIC X(1).      *> C=correção
         10  WS-GLP-BATCH-DATE       PIC X(6).      *> Data da geração (AAMMDD)
         10  WS-GLP-BATCH-SEQ        PIC 9(2).      *> Sequência do dia

*>    Lotes enviados, carregados de GLBATCH.DAT, com os totais do
*>    aceite desta execução
 01  WS-BATCH-CONTROLS.
     05  WS-BATCH-COUNT              PIC 9(5) COMP.
     05  WS-BATCH-SUB                PIC 9(5) COMP.
 01  WS-BATCH-TABLE.
     05  WS-BT-ROW                   OCCURS 2000 TIMES
                                      INDEXED BY BT-INDEX.
         10  WS-BT-ID                PIC X(9).
         10  WS-BT-FILE              PIC X(16).
         10  WS-BT-SENT-DATE         PIC X(8).
         10  WS-BT-LINES             PIC 9(5).
         10  WS-BT-DR-TOT            PIC 9(9)V99.
         10  WS-BT-CR-TOT            PIC 9(9)V99.
         10  WS-BT-STATUS            PIC X(1).
         10  WS-BT-ACK-DATE          PIC X(8).
         10  WS-BT-POSTED            PIC 9(5).
         10  WS-BT-REJECTED          PIC 9(5).
         10  WS-BT-ACKED-NOW         PIC X(1).      *> Y=aceite recebido nesta execução
         10  WS-BT-POST-DR           PIC 9(9)V99.
         10  WS-BT-POST-CR           PIC 9(9)V99.
         10  WS-BT-REJ-DR            PIC 9(9)V99.
         10  WS-BT-REJ-CR            PIC 9(9)V99.

*>    Rejeitados aguardando correção: os guardados de GLREJ.DAT mais
*>    os rejeitados do retorno desta execução
 01  WS-REJECT-CONTROLS.
     05  WS-REJECT-COUNT             PIC 9(5) COMP.
 01  WS-REJECT-TABLE.
     05  WS-RJ-ROW                   OCCURS 2000 TIMES
                                      INDEXED BY RJ-INDEX.
         10  WS-RJ-IMAGE             PIC X(100).
         10  WS-RJ-DISP              PIC X(1).      *> H=guardado  C=corrigido

*>    Mapa contábil carregado na abertura: departamentos (D) e códigos
*>    de passivo/compensação (L)
 01  WS-GLMAP-CONTROLS.
     05  WS-GLMAP-COUNT              PIC 9(3) COMP.
     05  WS-GLLIAB-COUNT             PIC 9(3) COMP.
     05  WS-GL-SUS-ACCT              PIC X(8) VALUE "99999999".
 01  WS-GLMAP-TABLE.
     05  WS-GLMAP-ROW                OCCURS 200 TIMES
                                      INDEXED BY G-INDEX.
         10  WS-GLMAP-DEPT           PIC X(4).
         10  WS-GLMAP-ACCT           PIC X(8).
 01  WS-GLLIAB-TABLE.
     05  WS-GLLIAB-ROW               OCCURS 50 TIMES
                                      INDEXED BY L-INDEX.
         10  WS-GLLIAB-CODE          PIC X(4).
         10  WS-GLLIAB-ACCT          PIC X(8).

*>    Descrição de cada lançamento fixo da folha, da provisão e do
*>    passivo de férias e o código do mapa que dá a sua conta; os
*>    lançamentos de despesa salarial levam o departamento na descrição
 01  WS-DESC-CODE-VALUES.
     05  FILLER                      PIC X(24) VALUE
             "EMPLOYER FICA EXP   FTX ".
     05  FILLER                      PIC X(24) VALUE
             "FED W/H PAYABLE     FED ".
     05  FILLER                      PIC X(24) VALUE
             "STATE W/H PAYABLE   STA ".
     05  FILLER                      PIC X(24) VALUE
             "FICA PAYABLE        FIC ".
     05  FILLER                      PIC X(24) VALUE
             "GARNISHMENT PAYABLE GRN ".
     05  FILLER                      PIC X(24) VALUE
             "401K LOAN PAYABLE   LON ".
     05  FILLER                      PIC X(24) VALUE
             "401K MATCH EXPENSE  MEX ".
     05  FILLER                      PIC X(24) VALUE
             "401K MATCH PAYABLE  MCL ".
     05  FILLER                      PIC X(24) VALUE
             "WORKERS COMP EXP    WCE ".
     05  FILLER                      PIC X(24) VALUE
             "WORKERS COMP ACCR   WCL ".
     05  FILLER                      PIC X(24) VALUE
             "NET PAY CLEARING    NET ".
     05  FILLER                      PIC X(24) VALUE
             "ACCRUED PAYROLL     ACC ".
     05  FILLER                      PIC X(24) VALUE
             "ACCRUAL REVERSAL    ACC ".
     05  FILLER                      PIC X(24) VALUE
             "SUSPENSE CLEARING   SUS ".
     05  FILLER                      PIC X(24) VALUE
             "ACCRUED VACATION    VAC ".
     05  FILLER                      PIC X(24) VALUE
             "VAC LIAB FICA LOAD  FTX ".
 01  WS-DESC-CODE-TABLE REDEFINES WS-DESC-CODE-VALUES.
     05  WS-DC-ROW                   OCCURS 16 TIMES
                                      INDEXED BY DC-INDEX.
         10  WS-DC-DESC-ENTRY        PIC X(20).
         10  WS-DC-CODE-ENTRY        PIC X(4).

*>    Resolução da conta de um rejeitado pelo mapa de hoje
 01  WS-REMAP-WORK.
     05  WS-MAP-DEPT                 PIC X(4).      *> Departamento da descrição
     05  WS-MAP-CODE                 PIC X(4).      *> Código do mapa da descrição
     05  WS-NEW-ACCOUNT              PIC X(8).      *> Conta que o mapa dá hoje

*>    Conversão de data em número de dias corridos, como em PROG23
 01  WS-DATE-CONV.
     05  WS-DC-DATE.
         10  WS-DC-YEAR              PIC 9(4).
         10  WS-DC-MONTH             PIC 9(2).
         10  WS-DC-DAY               PIC 9(2).
     05  WS-DC-SERIAL                PIC 9(7).
     05  WS-DC-CUM-DAYS              PIC 9(3).
     05  WS-DC-Y4                    PIC 9(4).
     05  WS-DC-Y100                  PIC 9(4).
     05  WS-DC-Y400                  PIC 9(4).
     05  WS-DC-REM-4                 PIC 9(4).
     05  WS-DC-REM-100               PIC 9(4).
     05  WS-DC-REM-400               PIC 9(4).
     05  WS-RUN-SERIAL               PIC 9(7).      *> Data do processamento em dias
     05  WS-BATCH-AGE-DAYS           PIC 9(5).      *> Dias desde a geração do lote

*>    Totalizadores do processamento
 01  WS-TOTALS.
     05  WS-ACK-READ-COUNT           PIC 9(5).      *> Linhas do retorno lidas
     05  WS-ACK-POSTED-COUNT         PIC 9(5).      *> Lançamentos postados
     05  WS-ACK-REJECT-COUNT         PIC 9(5).      *> Lançamentos rejeitados
     05  WS-ACK-UNMATCHED-COUNT      PIC 9(5).      *> Linhas sem lote enviado
     05  WS-ACK-REPEAT-COUNT         PIC 9(5).      *> Linhas de lote já aceito
     05  WS-INCOMPLETE-COUNT         PIC 9(5).      *> Lotes com lançamentos sem retorno
     05  WS-CORRECTED-COUNT          PIC 9(5).      *> Rejeitados corrigidos
     05  WS-HELD-COUNT               PIC 9(5).      *> Rejeitados ainda guardados
     05  WS-OVERDUE-COUNT            PIC 9(5).      *> Lotes sem aceite além do prazo
     05  WS-COR-LINE-COUNT           PIC 9(5).      *> Lançamentos do lote de correção
     05  WS-COR-DR-TOT               PIC 9(9)V99.
     05  WS-COR-CR-TOT               PIC 9(9)V99.
     05  WS-WARNING-COUNT            PIC 9(5).      *> Mensagens de aviso gravadas

*>    Campos da mensagem ao operador, como WS-MSG-WORK da folha
 01  WS-MSG-WORK.
     05  WS-MSG-SEVERITY             PIC X(1).
     05  WS-MSG-ID                   PIC X(7).
     05  WS-MSG-TEXT                 PIC X(60).
     05  WS-MSG-SSN                  PIC X(9).

*>    Controle de paginação do relatório
 01  WS-PAGE-LAYOUT.
     05  WS-LINES-USED               PIC 9(2).
     05  WS-PAGE-COUNT               PIC 9(3).
     05  WS-MAX-LINES-PER-PAGE       PIC 9(2) VALUE 57.
 01  WS-PRINT-LINE                   PIC X(132).

*>    Cabeçalho do relatório
 01  WS-HEADING.
     05  FILLER                      PIC X(44) VALUE
             "GL ACKNOWLEDGMENT AND REJECT REPROCESSING   ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(16) VALUE
             "  ACK LIMIT:    ".
     05  WS-HEAD-DAYS-OUT            PIC ZZ9.
     05  FILLER                      PIC X(5) VALUE " DAYS".
     05  FILLER                      PIC X(10) VALUE SPACES.
     05  FILLER                      PIC X(5) VALUE "PAGE ".
     05  WS-HEAD-PAGE-OUT            PIC ZZ9.
     05  FILLER                      PIC X(28) VALUE SPACES.

*>    Título de uma seção do relatório
 01  WS-SECTION-LINE.
     05  FILLER                      PIC X(4) VALUE "*** ".
     05  WS-SECTION-OUT              PIC X(60).
     05  FILLER                      PIC X(68) VALUE SPACES.

*>    Colunas dos lançamentos do retorno e dos rejeitados
 01  WS-LINE-COLUMN-HEADING.
     05  FILLER                      PIC X(11) VALUE "BATCH ID".
     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
     05  FILLER                      PIC X(4) VALUE "SIDE".
     05  FILLER                      PIC X(16) VALUE "          AMOUNT".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(22) VALUE "DESCRIPTION".
     05  FILLER                      PIC X(4) VALUE "ST".
     05  FILLER                      PIC X(35) VALUE "REASON".
     05  FILLER                      PIC X(28) VALUE "DISPOSITION".

*>    Linha de um lançamento do retorno ou de um rejeitado
 01  WS-ACK-LINE.
     05  WS-AL-BATCH-OUT             PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AL-ACCOUNT-OUT           PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AL-SIDE-OUT              PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AL-AMT-OUT               PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-AL-DESC-OUT              PIC X(20).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AL-STATUS-OUT            PIC X(1).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-AL-REASON-CODE-OUT       PIC X(4).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-AL-REASON-TEXT-OUT       PIC X(27).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AL-DISP-OUT              PIC X(28).

*>    Colunas do resumo por lote
 01  WS-BATCH-COLUMN-HEADING.
     05  FILLER                      PIC X(11) VALUE "BATCH ID".
     05  FILLER                      PIC X(17) VALUE "FILE".
     05  FILLER                      PIC X(9) VALUE "SENT".
     05  FILLER                      PIC X(6) VALUE "LINES".
     05  FILLER                      PIC X(6) VALUE "POSTD".
     05  FILLER                      PIC X(15) VALUE "   POSTED DEBIT".
     05  FILLER                      PIC X(15) VALUE "  POSTED CREDIT".
     05  FILLER                      PIC X(6) VALUE " REJ".
     05  FILLER                      PIC X(15) VALUE "   REJECT DEBIT".
     05  FILLER                      PIC X(15) VALUE "  REJECT CREDIT".
     05  FILLER                      PIC X(17) VALUE " NOTE".

*>    Linha do resumo de um lote
 01  WS-BATCH-LINE.
     05  WS-BL-BATCH-OUT             PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BL-FILE-OUT              PIC X(16).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-SENT-OUT              PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-LINES-OUT             PIC ZZZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-POSTED-OUT            PIC ZZZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-POST-DR-OUT           PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-POST-CR-OUT           PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-REJECTED-OUT          PIC ZZZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-REJ-DR-OUT            PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-REJ-CR-OUT            PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BL-NOTE-OUT              PIC X(17).

*>    Linha de um lote sem aceite
 01  WS-OPEN-BATCH-LINE.
     05  WS-OB-BATCH-OUT             PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OB-FILE-OUT              PIC X(16).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-OB-SENT-OUT              PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-OB-LINES-OUT             PIC ZZZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-OB-DR-OUT                PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-OB-CR-OUT                PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-OB-DAYS-OUT              PIC ZZZZ9.
     05  FILLER                      PIC X(6) VALUE " DAYS ".
     05  WS-OB-NOTE-OUT              PIC X(20).
     05  FILLER                      PIC X(27) VALUE SPACES.

*>    Linhas de totais do processamento
 01  WS-ACK-TOTAL-LINE.
     05  FILLER                      PIC X(11) VALUE "ACK LINES: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  POSTED: ".
     05  WS-TOT-POSTED-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJECT-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  UNMATCHED: ".
     05  WS-TOT-UNMATCH-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  REPEATED:   ".
     05  WS-TOT-REPEAT-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(15) VALUE "  INCOMPLETE:  ".
     05  WS-TOT-INCOMPL-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(21) VALUE SPACES.
 01  WS-COR-TOTAL-LINE.
     05  FILLER                      PIC X(11) VALUE "CORRECTED: ".
     05  WS-TOT-CORR-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  HELD:   ".
     05  WS-TOT-HELD-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(18) VALUE "  CORRECTION DR:  ".
     05  WS-TOT-COR-DR-OUT           PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(7) VALUE "  CR:  ".
     05  WS-TOT-COR-CR-OUT           PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(12) VALUE "  OVERDUE:  ".
     05  WS-TOT-OVERDUE-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(22) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral do processamento
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     PERFORM B12-LOAD-BATCH-LOG-PARA.
     PERFORM B14-LOAD-REJECTS-PARA.
     PERFORM B16-LOAD-GLMAP-PARA.
*>    Retorno do razão: cada linha casada com o lote enviado
     MOVE "ACKNOWLEDGED POSTING LINES" TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     OPEN INPUT GL-ACK-FILE-IN.
     IF WS-GLACK-MISSING
         MOVE "NO ACKNOWLEDGMENT FILE GLACK.DAT RECEIVED" TO
             WS-PRINT-LINE
         PERFORM C50-PRINT-PARA
     ELSE
         MOVE WS-LINE-COLUMN-HEADING TO WS-PRINT-LINE
         PERFORM C50-PRINT-PARA
         MOVE "N" TO WS-EOF-SWITCH
         READ GL-ACK-FILE-IN INTO WS-ACK-WORK
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B20-ACK-LINE-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE GL-ACK-FILE-IN
     END-IF.
*>    Resumo e situação dos lotes aceitos nesta execução
     MOVE "BATCHES ACKNOWLEDGED IN THIS RUN" TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     MOVE WS-BATCH-COLUMN-HEADING TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.
     PERFORM B30-BATCH-SUMMARY-PARA
         VARYING WS-BATCH-SUB FROM 1 BY 1
         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
*>    Lote de correção dos rejeitados que o mapa de hoje resolve
     PERFORM B40-CORRECTION-PARA.
*>    Lotes ainda sem aceite, avisados depois do prazo
     MOVE "BATCHES NOT YET ACKNOWLEDGED" TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     PERFORM B50-OPEN-BATCH-PARA
         VARYING WS-BATCH-SUB FROM 1 BY 1
         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
*>    Regrava o registro dos lotes e os rejeitados guardados
     PERFORM B60-REWRITE-LOG-PARA.
     PERFORM B62-REWRITE-REJECTS-PARA.
     PERFORM C20-TOTAL-PARA.
     CLOSE GL-ACK-REPORT-OUT.
     IF WS-WARNING-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização: data do processamento, prazo do aceite (1º
*>    parâmetro, em dias) e primeira página
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-BATCH-COUNT
                   WS-REJECT-COUNT
                   WS-GLMAP-COUNT
                   WS-GLLIAB-COUNT
                   WS-ACK-READ-COUNT
                   WS-ACK-POSTED-COUNT
                   WS-ACK-REJECT-COUNT
                   WS-ACK-UNMATCHED-COUNT
                   WS-ACK-REPEAT-COUNT
                   WS-INCOMPLETE-COUNT
                   WS-CORRECTED-COUNT
                   WS-HELD-COUNT
                   WS-OVERDUE-COUNT
                   WS-COR-LINE-COUNT
                   WS-COR-DR-TOT
                   WS-COR-CR-TOT
                   WS-WARNING-COUNT
                   WS-LINES-USED.
     MOVE SPACES TO WS-MSG-SSN.
     MOVE SPACES TO WS-PARM-DAYS.
     MOVE ZEROS TO WS-PARM-LEN.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-DAYS FROM ARGUMENT-VALUE.
     MOVE WS-DEFAULT-ACK-DAYS TO WS-ACK-DAYS-LIMIT.
     IF WS-PARM-DAYS NOT = SPACES
         UNSTRING WS-PARM-DAYS DELIMITED BY SPACE
             INTO WS-PARM-DIGITS COUNT IN WS-PARM-LEN
         END-UNSTRING
         IF WS-PARM-LEN > 0
                 AND WS-PARM-DIGITS (1:WS-PARM-LEN) IS NUMERIC
             MOVE WS-PARM-DIGITS (1:WS-PARM-LEN) TO WS-ACK-DAYS-LIMIT
         ELSE
             DISPLAY "ACK DAYS PARAMETER NOT NUMERIC - DEFAULT "
                     WS-DEFAULT-ACK-DAYS " DAYS USED"
         END-IF
     END-IF.
     MOVE WS-RUN-DATE TO WS-DC-DATE.
     PERFORM C85-DATE-TO-DAYS-PARA.
     MOVE WS-DC-SERIAL TO WS-RUN-SERIAL.
     OPEN OUTPUT GL-ACK-REPORT-OUT.
     MOVE 1 TO WS-PAGE-COUNT.
     PERFORM C10-HEADINGS-PARA.

*>    Carrega o registro dos lotes enviados; sem ele, nenhuma linha do
*>    retorno casa e todas saem como exceção
 B12-LOAD-BATCH-LOG-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT GL-BATCH-LOG-FILE.
     IF WS-GLBATCH-MISSING
         DISPLAY "GL BATCH LOG GLBATCH.DAT NOT FOUND - NO BATCHES " &
                 "ON RECORD"
     ELSE
         READ GL-BATCH-LOG-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B13-LOAD-BATCH-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE GL-BATCH-LOG-FILE
     END-IF.

*>    Guarda um lote do registro na tabela. Um registro maior que a
*>    tabela não pode ser carregado: a regravação no final truncaria
*>    as linhas excedentes em disco - aborta antes, como a folha faz
*>    com o calendário
 B13-LOAD-BATCH-REC-PARA.
     IF WS-BATCH-COUNT >= 2000
         DISPLAY "GL BATCH LOG EXCEEDS 2000 ROWS - RUN ABORTED"
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY5799" TO WS-MSG-ID
         MOVE "GL BATCH LOG EXCEEDS THE 2000-ROW TABLE - RUN ABORTED"
             TO WS-MSG-TEXT
         PERFORM C18-WRITE-MSG-PARA
         CLOSE GL-BATCH-LOG-FILE
               GL-ACK-REPORT-OUT
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     ADD 1 TO WS-BATCH-COUNT.
     SET BT-INDEX TO WS-BATCH-COUNT.
     MOVE GB-BATCH-ID TO WS-BT-ID (BT-INDEX).
     MOVE GB-FILE-NAME TO WS-BT-FILE (BT-INDEX).
     MOVE GB-SENT-DATE TO WS-BT-SENT-DATE (BT-INDEX).
     MOVE GB-LINE-COUNT TO WS-BT-LINES (BT-INDEX).
     MOVE GB-DR-TOT TO WS-BT-DR-TOT (BT-INDEX).
     MOVE GB-CR-TOT TO WS-BT-CR-TOT (BT-INDEX).
     MOVE GB-STATUS TO WS-BT-STATUS (BT-INDEX).
     MOVE GB-ACK-DATE TO WS-BT-ACK-DATE (BT-INDEX).
     MOVE GB-POSTED-COUNT TO WS-BT-POSTED (BT-INDEX).
     MOVE GB-REJECT-COUNT TO WS-BT-REJECTED (BT-INDEX).
     MOVE "N" TO WS-BT-ACKED-NOW (BT-INDEX).
     MOVE ZEROS TO WS-BT-POST-DR (BT-INDEX)
                   WS-BT-POST-CR (BT-INDEX)
                   WS-BT-REJ-DR (BT-INDEX)
                   WS-BT-REJ-CR (BT-INDEX).
     READ GL-BATCH-LOG-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega os rejeitados guardados de execuções anteriores
 B14-LOAD-REJECTS-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT GL-REJECT-FILE.
     IF NOT WS-GLREJ-MISSING
         READ GL-REJECT-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B15-LOAD-REJECT-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE GL-REJECT-FILE
     END-IF.

*>    Guarda um rejeitado na tabela. Um arquivo maior que a tabela
*>    não pode ser carregado: a regravação no final apagaria os
*>    rejeitados excedentes - aborta antes, como com o registro dos
*>    lotes
 B15-LOAD-REJECT-REC-PARA.
     IF WS-REJECT-COUNT >= 2000
         DISPLAY "GL REJECT FILE EXCEEDS 2000 ROWS - RUN ABORTED"
         PERFORM C19-REJECT-TABLE-FULL-PARA
         CLOSE GL-REJECT-FILE
               GL-ACK-REPORT-OUT
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     ADD 1 TO WS-REJECT-COUNT.
     SET RJ-INDEX TO WS-REJECT-COUNT.
     MOVE RJ-REJECT-REC TO WS-RJ-IMAGE (RJ-INDEX).
     MOVE "H" TO WS-RJ-DISP (RJ-INDEX).
     READ GL-REJECT-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega o mapa contábil de hoje; sem ele, nenhum rejeitado pode
*>    ser corrigido e todos continuam guardados
 B16-LOAD-GLMAP-PARA.
     MOVE "N" TO WS-GLMAP-LOADED-SWITCH.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT GL-MAP-FILE-IN.
     IF WS-GLMAP-MISSING
         DISPLAY "GL MAP GLMAP.DAT NOT FOUND - NO CORRECTIONS " &
                 "GENERATED"
     ELSE
         MOVE "Y" TO WS-GLMAP-LOADED-SWITCH
         READ GL-MAP-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B17-LOAD-GLMAP-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE GL-MAP-FILE-IN
     END-IF.

*>    Classifica uma linha do mapa contábil; a conta de suspensão do
*>    razão vem do código SUS
 B17-LOAD-GLMAP-REC-PARA.
     IF GM-REC-TYPE = "D" AND WS-GLMAP-COUNT < 200
         ADD 1 TO WS-GLMAP-COUNT
         SET G-INDEX TO WS-GLMAP-COUNT
         MOVE GM-KEY TO WS-GLMAP-DEPT (G-INDEX)
         MOVE GM-ACCOUNT TO WS-GLMAP-ACCT (G-INDEX)
     END-IF.
     IF GM-REC-TYPE = "L" AND WS-GLLIAB-COUNT < 50
         ADD 1 TO WS-GLLIAB-COUNT
         SET L-INDEX TO WS-GLLIAB-COUNT
         MOVE GM-KEY TO WS-GLLIAB-CODE (L-INDEX)
         MOVE GM-ACCOUNT TO WS-GLLIAB-ACCT (L-INDEX)
         IF GM-KEY = "SUS "
             MOVE GM-ACCOUNT TO WS-GL-SUS-ACCT
         END-IF
     END-IF.
     READ GL-MAP-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Processa uma linha do retorno: casa o lote pelo identificador
*>    gravado no lançamento, acumula o postado e o rejeitado do lote
*>    e guarda o rejeitado para a correção. A linha de um lote já
*>    aceito numa execução anterior (retorno reenviado) é ignorada,
*>    para o rejeitado não ser guardado duas vezes
 B20-ACK-LINE-PARA.
     ADD 1 TO WS-ACK-READ-COUNT.
     PERFORM C30-FIND-BATCH-PARA.
     PERFORM C40-FILL-ACK-LINE-PARA.
     IF NOT WS-BATCH-FOUND
         ADD 1 TO WS-ACK-UNMATCHED-COUNT
         MOVE "*** NO PAYROLL BATCH" TO WS-AL-DISP-OUT
     ELSE
         IF WS-BT-STATUS (BT-INDEX) NOT = "O"
                 AND WS-BT-ACKED-NOW (BT-INDEX) NOT = "Y"
             ADD 1 TO WS-ACK-REPEAT-COUNT
             MOVE "ALREADY ACKNOWLEDGED-IGNORED" TO WS-AL-DISP-OUT
         ELSE
             PERFORM B22-APPLY-ACK-PARA
         END-IF
     END-IF.
     MOVE WS-ACK-LINE TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.
     READ GL-ACK-FILE-IN INTO WS-ACK-WORK
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Aplica a linha do retorno ao lote casado
 B22-APPLY-ACK-PARA.
     MOVE "Y" TO WS-BT-ACKED-NOW (BT-INDEX).
     IF WS-AW-ACK-DATE = SPACES
         MOVE WS-RUN-DATE TO WS-BT-ACK-DATE (BT-INDEX)
     ELSE
         MOVE WS-AW-ACK-DATE TO WS-BT-ACK-DATE (BT-INDEX)
     END-IF.
     EVALUATE WS-AW-STATUS
         WHEN "P"
             ADD 1 TO WS-ACK-POSTED-COUNT
             ADD 1 TO WS-BT-POSTED (BT-INDEX)
             IF WS-AW-DR-CR = "DR"
                 ADD WS-AW-AMOUNT TO WS-BT-POST-DR (BT-INDEX)
             ELSE
                 ADD WS-AW-AMOUNT TO WS-BT-POST-CR (BT-INDEX)
             END-IF
             MOVE "POSTED" TO WS-AL-DISP-OUT
         WHEN "R"
             ADD 1 TO WS-ACK-REJECT-COUNT
             ADD 1 TO WS-BT-REJECTED (BT-INDEX)
             IF WS-AW-DR-CR = "DR"
                 ADD WS-AW-AMOUNT TO WS-BT-REJ-DR (BT-INDEX)
             ELSE
                 ADD WS-AW-AMOUNT TO WS-BT-REJ-CR (BT-INDEX)
             END-IF
*>           O rejeitado que não cabe na tabela se perderia: aborta
*>           antes de regravar o registro dos lotes e GLREJ.DAT
             IF WS-REJECT-COUNT >= 2000
                 DISPLAY "GL REJECT TABLE FULL AT 2000 ROWS - RUN "
                         "ABORTED"
                 PERFORM C19-REJECT-TABLE-FULL-PARA
                 CLOSE GL-ACK-FILE-IN
                       GL-ACK-REPORT-OUT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             ADD 1 TO WS-REJECT-COUNT
             SET RJ-INDEX TO WS-REJECT-COUNT
             MOVE WS-ACK-WORK TO WS-RJ-IMAGE (RJ-INDEX)
             MOVE "H" TO WS-RJ-DISP (RJ-INDEX)
             MOVE "REJECTED - HELD" TO WS-AL-DISP-OUT
         WHEN OTHER
             ADD 1 TO WS-ACK-UNMATCHED-COUNT
             MOVE "*** UNKNOWN ACK STATUS" TO WS-AL-DISP-OUT
     END-EVALUATE.

*>    Resumo de um lote aceito nesta execução: quantidades e saldos
*>    postados e rejeitados, e a nova situação no registro. O lote com
*>    lançamentos que o razão não devolveu é avisado - foi justamente
*>    assim que lançamentos sumiam sem ninguém saber
 B30-BATCH-SUMMARY-PARA.
     SET BT-INDEX TO WS-BATCH-SUB.
     IF WS-BT-ACKED-NOW (BT-INDEX) = "Y"
         IF WS-BT-REJECTED (BT-INDEX) > 0
             MOVE "R" TO WS-BT-STATUS (BT-INDEX)
             MOVE "REJECTS HELD" TO WS-BL-NOTE-OUT
         ELSE
             MOVE "P" TO WS-BT-STATUS (BT-INDEX)
             MOVE "ALL POSTED" TO WS-BL-NOTE-OUT
         END-IF
         IF WS-BT-POSTED (BT-INDEX) + WS-BT-REJECTED (BT-INDEX) <
                 WS-BT-LINES (BT-INDEX)
             ADD 1 TO WS-INCOMPLETE-COUNT
             MOVE "*** LINES MISSING" TO WS-BL-NOTE-OUT
             MOVE "W" TO WS-MSG-SEVERITY
             MOVE "PAY5703" TO WS-MSG-ID
             MOVE SPACES TO WS-MSG-TEXT
             STRING "GL BATCH " DELIMITED BY SIZE
                    WS-BT-ID (BT-INDEX) DELIMITED BY SIZE
                    " - LINES SENT BUT NOT ACKNOWLEDGED"
                        DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
             END-STRING
             PERFORM C18-WRITE-MSG-PARA
         END-IF
         MOVE WS-BT-ID (BT-INDEX) TO WS-BL-BATCH-OUT
         MOVE WS-BT-FILE (BT-INDEX) TO WS-BL-FILE-OUT
         MOVE WS-BT-SENT-DATE (BT-INDEX) TO WS-BL-SENT-OUT
         MOVE WS-BT-LINES (BT-INDEX) TO WS-BL-LINES-OUT
         MOVE WS-BT-POSTED (BT-INDEX) TO WS-BL-POSTED-OUT
         MOVE WS-BT-POST-DR (BT-INDEX) TO WS-BL-POST-DR-OUT
         MOVE WS-BT-POST-CR (BT-INDEX) TO WS-BL-POST-CR-OUT
         MOVE WS-BT-REJECTED (BT-INDEX) TO WS-BL-REJECTED-OUT
         MOVE WS-BT-REJ-DR (BT-INDEX) TO WS-BL-REJ-DR-OUT
         MOVE WS-BT-REJ-CR (BT-INDEX) TO WS-BL-REJ-CR-OUT
         MOVE WS-BATCH-LINE TO WS-PRINT-LINE
         PERFORM C50-PRINT-PARA
     END-IF.

*>    Lote de correção: cada rejeitado guardado cuja conta o mapa de
*>    hoje resolve para uma conta diferente da rejeitada volta ao
*>    razão nessa conta, contra a conta de suspensão (o lado oposto),
*>    com a data e o período originais; o lote fecha par a par. O que
*>    o mapa ainda não resolve continua guardado e é avisado. Com o
*>    registro dos lotes cheio o lote de correção não teria como ser
*>    registrado nem casado com o aceite - aborta antes de gravá-lo,
*>    com nada regravado, como B13 faz na carga
 B40-CORRECTION-PARA.
     MOVE "REJECTED LINES - CORRECTION" TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     MOVE WS-LINE-COLUMN-HEADING TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.
     IF WS-BATCH-COUNT >= 2000
         DISPLAY "GL BATCH LOG FULL - NO ROOM FOR CORRECTING BATCH - " &
                 "RUN ABORTED"
         MOVE "F" TO WS-MSG-SEVERITY
         MOVE "PAY5799" TO WS-MSG-ID
         MOVE "GL BATCH LOG FULL - NO ROOM FOR CORRECTING BATCH"
             TO WS-MSG-TEXT
         MOVE SPACES TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
         CLOSE GL-ACK-REPORT-OUT
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT GL-CORRECT-FILE-OUT.
     PERFORM B41-CORRECTION-ID-PARA.
     PERFORM B42-CORRECT-REJECT-PARA
         VARYING RJ-INDEX FROM 1 BY 1
         UNTIL RJ-INDEX > WS-REJECT-COUNT.
     CLOSE GL-CORRECT-FILE-OUT.
*>    O lote de correção entra no registro, aguardando o seu aceite
     IF WS-COR-LINE-COUNT > 0
         ADD 1 TO WS-BATCH-COUNT
         SET BT-INDEX TO WS-BATCH-COUNT
         MOVE WS-GLP-BATCH-ID TO WS-BT-ID (BT-INDEX)
         MOVE "PROG6_GLCOR.DAT" TO WS-BT-FILE (BT-INDEX)
         MOVE WS-RUN-DATE TO WS-BT-SENT-DATE (BT-INDEX)
         MOVE WS-COR-LINE-COUNT TO WS-BT-LINES (BT-INDEX)
         MOVE WS-COR-DR-TOT TO WS-BT-DR-TOT (BT-INDEX)
         MOVE WS-COR-CR-TOT TO WS-BT-CR-TOT (BT-INDEX)
         MOVE "O" TO WS-BT-STATUS (BT-INDEX)
         MOVE SPACES TO WS-BT-ACK-DATE (BT-INDEX)
         MOVE ZEROS TO WS-BT-POSTED (BT-INDEX)
                       WS-BT-REJECTED (BT-INDEX)
         MOVE "N" TO WS-BT-ACKED-NOW (BT-INDEX)
         MOVE "I" TO WS-MSG-SEVERITY
         MOVE "PAY5704" TO WS-MSG-ID
         MOVE SPACES TO WS-MSG-TEXT
         STRING "GL CORRECTING BATCH " DELIMITED BY SIZE
                WS-GLP-BATCH-ID DELIMITED BY SIZE
                " WRITTEN TO PROG6_GLCOR.DAT" DELIMITED BY SIZE
             INTO WS-MSG-TEXT
         END-STRING
         PERFORM C18-WRITE-MSG-PARA
     END-IF.
     IF WS-HELD-COUNT > 0
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY5702" TO WS-MSG-ID
         MOVE "GL REJECTED LINES HELD - FIX GLMAP.DAT AND RERUN PROG57"
             TO WS-MSG-TEXT
         PERFORM C18-WRITE-MSG-PARA
     END-IF.

*>    Monta o lote de correção: "C" + data (AAMMDD) + a sequência
*>    seguinte à maior já registrada no dia, como a folha numera os
*>    seus
 B41-CORRECTION-ID-PARA.
     MOVE "C" TO WS-GLP-BATCH-SOURCE.
     MOVE WS-RUN-DATE (3:6) TO WS-GLP-BATCH-DATE.
     MOVE ZEROS TO WS-GLP-BATCH-SEQ.
     PERFORM B41A-CORRECTION-SEQ-PARA
         VARYING WS-BATCH-SUB FROM 1 BY 1
         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
     ADD 1 TO WS-GLP-BATCH-SEQ.

*>    Confere um lote do registro contra o lote de correção do dia
 B41A-CORRECTION-SEQ-PARA.
     SET BT-INDEX TO WS-BATCH-SUB.
     IF WS-BT-ID (BT-INDEX) (1:7) = WS-GLP-BATCH-ID (1:7)
             AND WS-BT-ID (BT-INDEX) (8:2) IS NUMERIC
             AND WS-BT-ID (BT-INDEX) (8:2) > WS-GLP-BATCH-SEQ
         MOVE WS-BT-ID (BT-INDEX) (8:2) TO WS-GLP-BATCH-SEQ
     END-IF.

*>    Tenta corrigir um rejeitado guardado pelo mapa de hoje
 B42-CORRECT-REJECT-PARA.
     MOVE WS-RJ-IMAGE (RJ-INDEX) TO WS-ACK-WORK.
     PERFORM C40-FILL-ACK-LINE-PARA.
     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
     IF WS-GLMAP-LOADED
         PERFORM C44-REMAP-ACCOUNT-PARA
     END-IF.
     IF WS-ACCT-FOUND
             AND WS-NEW-ACCOUNT NOT = WS-AW-ACCOUNT
             AND WS-NEW-ACCOUNT NOT = "99999999"
         PERFORM B44-WRITE-CORRECTION-PARA
         MOVE "C" TO WS-RJ-DISP (RJ-INDEX)
         ADD 1 TO WS-CORRECTED-COUNT
         MOVE SPACES TO WS-AL-DISP-OUT
         STRING "REPOSTED TO " DELIMITED BY SIZE
                WS-NEW-ACCOUNT DELIMITED BY SIZE
             INTO WS-AL-DISP-OUT
         END-STRING
     ELSE
         ADD 1 TO WS-HELD-COUNT
         IF WS-ACCT-FOUND
             MOVE "HELD - MAPPING NOT FIXED" TO WS-AL-DISP-OUT
         ELSE
             MOVE "HELD - NO MAPPING FOR LINE" TO WS-AL-DISP-OUT
         END-IF
     END-IF.
     MOVE WS-ACK-LINE TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.

*>    Grava o par do rejeitado corrigido: o lançamento na conta nova e
*>    o lado oposto na conta de suspensão
 B44-WRITE-CORRECTION-PARA.
     MOVE WS-NEW-ACCOUNT TO WS-GLP-ACCOUNT.
     MOVE WS-AW-DR-CR TO WS-GLP-DR-CR.
     MOVE WS-AW-AMOUNT TO WS-GLP-AMOUNT.
     MOVE WS-AW-DESC TO WS-GLP-DESC.
     MOVE WS-AW-PERIOD-NBR TO WS-GLP-PERIOD-NBR.
     MOVE WS-AW-RUN-DATE TO WS-GLP-RUN-DATE.
     PERFORM C46-WRITE-GL-PARA.
     MOVE WS-GL-SUS-ACCT TO WS-GLP-ACCOUNT.
     IF WS-AW-DR-CR = "DR"
         MOVE "CR" TO WS-GLP-DR-CR
     ELSE
         MOVE "DR" TO WS-GLP-DR-CR
     END-IF.
     MOVE "SUSPENSE CLEARING   " TO WS-GLP-DESC.
     PERFORM C46-WRITE-GL-PARA.

*>    Lote ainda sem aceite: impresso com os dias desde a geração e,
*>    passado o prazo, avisado em PROG6_MSGS.DAT
 B50-OPEN-BATCH-PARA.
     SET BT-INDEX TO WS-BATCH-SUB.
     IF WS-BT-STATUS (BT-INDEX) = "O"
         MOVE ZEROS TO WS-BATCH-AGE-DAYS
         IF WS-BT-SENT-DATE (BT-INDEX) IS NUMERIC
             MOVE WS-BT-SENT-DATE (BT-INDEX) TO WS-DC-DATE
             PERFORM C85-DATE-TO-DAYS-PARA
             IF WS-RUN-SERIAL > WS-DC-SERIAL
                 COMPUTE WS-BATCH-AGE-DAYS =
                     WS-RUN-SERIAL - WS-DC-SERIAL
             END-IF
         END-IF
         MOVE SPACES TO WS-OB-NOTE-OUT
         IF WS-BATCH-AGE-DAYS > WS-ACK-DAYS-LIMIT
             ADD 1 TO WS-OVERDUE-COUNT
             MOVE "*** OVERDUE" TO WS-OB-NOTE-OUT
             MOVE "W" TO WS-MSG-SEVERITY
             MOVE "PAY5701" TO WS-MSG-ID
             MOVE SPACES TO WS-MSG-TEXT
             STRING "GL BATCH " DELIMITED BY SIZE
                    WS-BT-ID (BT-INDEX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-BT-FILE (BT-INDEX) DELIMITED BY SPACE
                    " NO ACK FOR " DELIMITED BY SIZE
                    WS-BATCH-AGE-DAYS DELIMITED BY SIZE
                    " DAYS" DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
             END-STRING
             PERFORM C18-WRITE-MSG-PARA
         END-IF
         MOVE WS-BT-ID (BT-INDEX) TO WS-OB-BATCH-OUT
         MOVE WS-BT-FILE (BT-INDEX) TO WS-OB-FILE-OUT
         MOVE WS-BT-SENT-DATE (BT-INDEX) TO WS-OB-SENT-OUT
         MOVE WS-BT-LINES (BT-INDEX) TO WS-OB-LINES-OUT
         MOVE WS-BT-DR-TOT (BT-INDEX) TO WS-OB-DR-OUT
         MOVE WS-BT-CR-TOT (BT-INDEX) TO WS-OB-CR-OUT
         MOVE WS-BATCH-AGE-DAYS TO WS-OB-DAYS-OUT
         MOVE WS-OPEN-BATCH-LINE TO WS-PRINT-LINE
         PERFORM C50-PRINT-PARA
     END-IF.

*>    Regrava o registro dos lotes inteiro a partir da tabela
 B60-REWRITE-LOG-PARA.
     OPEN OUTPUT GL-BATCH-LOG-FILE.
     PERFORM B61-WRITE-LOG-REC-PARA
         VARYING WS-BATCH-SUB FROM 1 BY 1
         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
     CLOSE GL-BATCH-LOG-FILE.

*>    Grava um lote do registro
 B61-WRITE-LOG-REC-PARA.
     SET BT-INDEX TO WS-BATCH-SUB.
     MOVE SPACES TO GB-BATCH-REC.
     MOVE WS-BT-ID (BT-INDEX) TO GB-BATCH-ID.
     MOVE WS-BT-FILE (BT-INDEX) TO GB-FILE-NAME.
     MOVE WS-BT-SENT-DATE (BT-INDEX) TO GB-SENT-DATE.
     MOVE WS-BT-LINES (BT-INDEX) TO GB-LINE-COUNT.
     MOVE WS-BT-DR-TOT (BT-INDEX) TO GB-DR-TOT.
     MOVE WS-BT-CR-TOT (BT-INDEX) TO GB-CR-TOT.
     MOVE WS-BT-STATUS (BT-INDEX) TO GB-STATUS.
     MOVE WS-BT-ACK-DATE (BT-INDEX) TO GB-ACK-DATE.
     MOVE WS-BT-POSTED (BT-INDEX) TO GB-POSTED-COUNT.
     MOVE WS-BT-REJECTED (BT-INDEX) TO GB-REJECT-COUNT.
     WRITE GB-BATCH-REC.

*>    Regrava os rejeitados ainda guardados; os corrigidos saem
 B62-REWRITE-REJECTS-PARA.
     OPEN OUTPUT GL-REJECT-FILE.
     PERFORM B63-WRITE-REJECT-REC-PARA
         VARYING RJ-INDEX FROM 1 BY 1
         UNTIL RJ-INDEX > WS-REJECT-COUNT.
     CLOSE GL-REJECT-FILE.

*>    Grava um rejeitado guardado
 B63-WRITE-REJECT-REC-PARA.
     IF WS-RJ-DISP (RJ-INDEX) = "H"
         MOVE WS-RJ-IMAGE (RJ-INDEX) TO RJ-REJECT-REC
         WRITE RJ-REJECT-REC
     END-IF.

*>    Impressão dos cabeçalhos do relatório
 C10-HEADINGS-PARA.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     MOVE WS-ACK-DAYS-LIMIT TO WS-HEAD-DAYS-OUT.
     MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE-OUT.
     WRITE AK-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO AK-REPORT-OUT.
     WRITE AK-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE 2 TO WS-LINES-USED.
     ADD 1 TO WS-PAGE-COUNT.

*>    Título de uma seção, depois de uma linha em branco
 C12-SECTION-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.
     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.

*>    Grava uma mensagem ao operador, abrindo e fechando a cada
*>    gravação como a folha faz; a mesma mensagem também sai no log.
*>    Todo aviso levanta o código de retorno no final
 C18-WRITE-MSG-PARA.
     OPEN EXTEND OPER-MSG-FILE-OUT.
     IF WS-OPERMSG-MISSING
         OPEN OUTPUT OPER-MSG-FILE-OUT
     END-IF.
     MOVE WS-MSG-SEVERITY TO OM-SEVERITY.
     MOVE WS-MSG-ID TO OM-MSG-ID.
     MOVE WS-MSG-TEXT TO OM-MSG-TEXT.
     MOVE WS-MSG-SSN TO OM-SSN.
     MOVE WS-RUN-DATE TO OM-RUN-DATE.
     WRITE OM-MSG-REC.
     CLOSE OPER-MSG-FILE-OUT.
     DISPLAY WS-MSG-SEVERITY " " WS-MSG-ID " " WS-MSG-TEXT.
     IF WS-MSG-SEVERITY = "W"
         ADD 1 TO WS-WARNING-COUNT
     END-IF.

*>    Mensagem fatal da tabela de rejeitados cheia; nada foi
*>    regravado e GLREJ.DAT continua como estava
 C19-REJECT-TABLE-FULL-PARA.
     MOVE "F" TO WS-MSG-SEVERITY.
     MOVE "PAY5705" TO WS-MSG-ID.
     MOVE "GL REJECT TABLE EXCEEDS 2000 ROWS - RUN ABORTED"
         TO WS-MSG-TEXT.
     MOVE SPACES TO WS-MSG-SSN.
     PERFORM C18-WRITE-MSG-PARA.

*>    Impressão das linhas de totais do processamento
 C20-TOTAL-PARA.
     MOVE WS-ACK-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-ACK-POSTED-COUNT TO WS-TOT-POSTED-OUT.
     MOVE WS-ACK-REJECT-COUNT TO WS-TOT-REJECT-OUT.
     MOVE WS-ACK-UNMATCHED-COUNT TO WS-TOT-UNMATCH-OUT.
     MOVE WS-ACK-REPEAT-COUNT TO WS-TOT-REPEAT-OUT.
     MOVE WS-INCOMPLETE-COUNT TO WS-TOT-INCOMPL-OUT.
     MOVE WS-CORRECTED-COUNT TO WS-TOT-CORR-OUT.
     MOVE WS-HELD-COUNT TO WS-TOT-HELD-OUT.
     MOVE WS-COR-DR-TOT TO WS-TOT-COR-DR-OUT.
     MOVE WS-COR-CR-TOT TO WS-TOT-COR-CR-OUT.
     MOVE WS-OVERDUE-COUNT TO WS-TOT-OVERDUE-OUT.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.
     MOVE WS-ACK-TOTAL-LINE TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.
     MOVE WS-COR-TOTAL-LINE TO WS-PRINT-LINE.
     PERFORM C50-PRINT-PARA.
*>    Linhas do retorno sem lote enviado também são avisadas
     IF WS-ACK-UNMATCHED-COUNT > 0
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY5703" TO WS-MSG-ID
         MOVE "GL ACK LINES WITHOUT A PAYROLL BATCH - SEE GLACK_RPT.DAT"
             TO WS-MSG-TEXT
         PERFORM C18-WRITE-MSG-PARA
     END-IF.

*>    Localiza no registro o lote da linha do retorno
 C30-FIND-BATCH-PARA.
     MOVE "N" TO WS-BATCH-FOUND-SWITCH.
     IF WS-BATCH-COUNT > 0
         SET BT-INDEX TO 1
         SEARCH WS-BT-ROW
             AT END CONTINUE
             WHEN BT-INDEX > WS-BATCH-COUNT
                 CONTINUE
             WHEN WS-BT-ID (BT-INDEX) = WS-AW-BATCH-ID
                 MOVE "Y" TO WS-BATCH-FOUND-SWITCH
         END-SEARCH
     END-IF.

*>    Monta a linha de relatório do lançamento em área de trabalho
 C40-FILL-ACK-LINE-PARA.
     MOVE WS-AW-BATCH-ID TO WS-AL-BATCH-OUT.
     MOVE WS-AW-ACCOUNT TO WS-AL-ACCOUNT-OUT.
     MOVE WS-AW-DR-CR TO WS-AL-SIDE-OUT.
     MOVE WS-AW-AMOUNT TO WS-AL-AMT-OUT.
     MOVE WS-AW-DESC TO WS-AL-DESC-OUT.
     MOVE WS-AW-STATUS TO WS-AL-STATUS-OUT.
     MOVE WS-AW-REASON-CODE TO WS-AL-REASON-CODE-OUT.
     MOVE WS-AW-REASON-TEXT TO WS-AL-REASON-TEXT-OUT.
     MOVE SPACES TO WS-AL-DISP-OUT.

*>    Conta que o mapa de hoje dá ao lançamento rejeitado: a despesa
*>    salarial (da folha, da provisão e do passivo de férias) pelo
*>    departamento gravado na descrição; os reembolsos pelo código
*>    RMB; os demais lançamentos fixos pelo código do mapa da sua
*>    descrição
 C44-REMAP-ACCOUNT-PARA.
     MOVE SPACES TO WS-MAP-DEPT WS-MAP-CODE WS-NEW-ACCOUNT.
     IF WS-AW-DESC (1:13) = "WAGE EXPENSE "
             OR WS-AW-DESC (1:13) = "VAC LIAB EXP "
         MOVE WS-AW-DESC (14:4) TO WS-MAP-DEPT
     ELSE
         IF WS-AW-DESC (1:14) = "ACCR WAGE EXP "
                 OR WS-AW-DESC (1:14) = "REV  WAGE EXP "
             MOVE WS-AW-DESC (15:4) TO WS-MAP-DEPT
         ELSE
             IF WS-AW-DESC (1:10) = "REIMB EXP "
                 MOVE "RMB " TO WS-MAP-CODE
             ELSE
                 SET DC-INDEX TO 1
                 SEARCH WS-DC-ROW
                     AT END CONTINUE
                     WHEN WS-DC-DESC-ENTRY (DC-INDEX) = WS-AW-DESC
                         MOVE WS-DC-CODE-ENTRY (DC-INDEX)
                             TO WS-MAP-CODE
                 END-SEARCH
             END-IF
         END-IF
     END-IF.
     IF WS-MAP-DEPT NOT = SPACES AND WS-GLMAP-COUNT > 0
         SET G-INDEX TO 1
         SEARCH WS-GLMAP-ROW
             AT END CONTINUE
             WHEN G-INDEX > WS-GLMAP-COUNT
                 CONTINUE
             WHEN WS-GLMAP-DEPT (G-INDEX) = WS-MAP-DEPT
                 MOVE "Y" TO WS-ACCT-FOUND-SWITCH
                 MOVE WS-GLMAP-ACCT (G-INDEX) TO WS-NEW-ACCOUNT
         END-SEARCH
     END-IF.
     IF WS-MAP-CODE NOT = SPACES AND WS-GLLIAB-COUNT > 0
         SET L-INDEX TO 1
         SEARCH WS-GLLIAB-ROW
             AT END CONTINUE
             WHEN L-INDEX > WS-GLLIAB-COUNT
                 CONTINUE
             WHEN WS-GLLIAB-CODE (L-INDEX) = WS-MAP-CODE
                 MOVE "Y" TO WS-ACCT-FOUND-SWITCH
                 MOVE WS-GLLIAB-ACCT (L-INDEX) TO WS-NEW-ACCOUNT
         END-SEARCH
     END-IF.

*>    Grava um lançamento do lote de correção e acumula o seu lado
 C46-WRITE-GL-PARA.
     IF WS-GLP-DR-CR = "DR"
         ADD WS-GLP-AMOUNT TO WS-COR-DR-TOT
     ELSE
         ADD WS-GLP-AMOUNT TO WS-COR-CR-TOT
     END-IF.
     WRITE GC-CORRECT-REC FROM WS-GL-POSTING-REC.
     ADD 1 TO WS-COR-LINE-COUNT.

*>    Grava a linha montada no relatório, quebrando a página quando
*>    necessário
 C50-PRINT-PARA.
     IF WS-LINES-USED >= WS-MAX-LINES-PER-PAGE
         PERFORM C10-HEADINGS-PARA
     END-IF.
     WRITE AK-REPORT-OUT FROM WS-PRINT-LINE
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-LINES-USED.

*>    Converte a data corrente (AAAAMMDD) em número de dias corridos,
*>    para a diferença entre datas por subtração simples
 C85-DATE-TO-DAYS-PARA.
     DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-Y4
         REMAINDER WS-DC-REM-4.
     DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-Y100
         REMAINDER WS-DC-REM-100.
     DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-Y400
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
