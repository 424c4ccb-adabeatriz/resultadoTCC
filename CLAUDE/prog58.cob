*> =====================================================================
*> PROGRAMA: CONTROLE DOS CASOS DE LICENÇA PROTEGIDA (FMLA)
*> DESCRIÇÃO: Mantém o arquivo de casos de licença protegida
*>            (LEAVCASE.DAT, um registro por funcionário) por
*>            transações de LEAVTRAN.DAT, no molde de PROG56: A=abre o
*>            caso (tipo, contínua ou intermitente, início, retorno
*>            previsto e semana normal em horas), C=altera o retorno
*>            previsto, o modo e/ou a semana normal, R=retorno ao
*>            trabalho (data efetiva; em branco, a data da execução),
*>            X=cancela o caso aberto por engano. Com o caso aberto, a
*>            folha (PROG6) espera o pagamento zerado sem rejeitar e
*>            acumula no caso o prêmio dos planos de valor fixo que não
*>            pôde descontar; no retorno (ou no cancelamento) esse
*>            prêmio vai para o atraso do plano no BENMAST, de onde a
*>            folha o recupera nos pagamentos seguintes. O uso do
*>            direito vem de LEAVUSE.DAT, gravado pela montagem do
*>            ponto (PROG15): horas de férias/licença-saúde tomadas e
*>            ausência sem pagamento dos últimos 12 meses corridos,
*>            contra 12 semanas normais (26 no cuidado de militar
*>            ferido). O relatório LEAVCASE_RPT.DAT traz as imagens
*>            antes/depois da manutenção, os casos abertos com o saldo
*>            do direito, os retornos previstos para os próximos dias
*>            (1º parâmetro; padrão 14) e os prêmios a recuperar. Os
*>            avisos vão para PROG6_MSGS.DAT
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG58.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Transações dos casos de licença, lançadas pelo RH
     SELECT LEAVE-TRANS-FILE-IN
         ASSIGN TO "LEAVTRAN.DAT"
         FILE STATUS IS WS-LEAVTRAN-FILE-STATUS.
*>    Casos de licença protegida; o layout de PROG6
     SELECT LEAVE-CASE-FILE
         ASSIGN TO "LEAVCASE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LO-SSN
         FILE STATUS IS WS-LEAVCASE-FILE-STATUS.
*>    Uso do direito gravado pela montagem do ponto (PROG15)
     SELECT LEAVE-USAGE-FILE-IN
         ASSIGN TO "LEAVUSE.DAT"
         FILE STATUS IS WS-LEAVUSE-FILE-STATUS.
*>    Mestre de benefícios, para lançar o prêmio devido no atraso
     SELECT BEN-MASTER-FILE
         ASSIGN TO "BENMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS BN-SSN
         FILE STATUS IS WS-BENMAST-FILE-STATUS.
*>    Mestre de funcionários, para o nome no relatório
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Arquivo de mensagens ao operador, no formato da folha; aberto
*>    em EXTEND a cada mensagem, como C18-WRITE-MSG-PARA faz lá
     SELECT OPER-MSG-FILE-OUT
         ASSIGN TO "PROG6_MSGS.DAT"
         FILE STATUS IS WS-OPERMSG-FILE-STATUS.
*>    Relatório da manutenção e dos casos
     SELECT LEAVE-CASE-REPORT-OUT
         ASSIGN TO "LEAVCASE_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição das transações dos casos de licença
 FD  LEAVE-TRANS-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LT-TRANS-REC-IN.
 01  LT-TRANS-REC-IN.
     05  LT-ACTION-IN                PIC X(1).      *> A=abre  C=altera  R=retorno
*>                                                  *> X=cancela
     05  LT-SSN-IN                   PIC X(9).      *> CPF/SSN do funcionário
     05  LT-CASE-TYPE-IN             PIC X(2).      *> Tipo do caso (A):
*>                                                  *> SH=saúde do próprio
*>                                                  *> FC=cuidado de familiar
*>                                                  *> BN=nascimento/adoção
*>                                                  *> MX=urgência militar
*>                                                  *> MC=cuidado de militar ferido
     05  LT-LEAVE-MODE-IN            PIC X(1).      *> C=contínua  I=intermitente
*>                                                  *> (A; C: espaço = mantém)
     05  LT-START-DATE-IN            PIC X(8).      *> Início da licença (A)
     05  LT-EXP-RETURN-IN            PIC X(8).      *> Retorno previsto (A; C:
*>                                                  *> espaço = mantém)
     05  LT-ACT-RETURN-IN            PIC X(8).      *> Retorno efetivo (R; espaço =
*>                                                  *> a data da execução)
     05  LT-WEEK-HOURS-IN            PIC 9(2)V99.   *> Semana normal (A: zero = 40;
*>                                                  *> C: zero = mantém)
     05  LT-WEEK-HOURS-X REDEFINES LT-WEEK-HOURS-IN
                                     PIC X(4).
     05  FILLER                      PIC X(39).

*>    Definição dos casos de licença protegida; o layout de PROG6
 FD  LEAVE-CASE-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LO-CASE-REC.
 01  LO-CASE-REC.
     05  LO-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  LO-CASE-NBR                 PIC 9(3).      *> Número do caso do funcionário
     05  LO-CASE-TYPE                PIC X(2).      *> Tipo do caso (ver a transação)
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

*>    Definição do uso do direito; o layout de PROG15
 FD  LEAVE-USAGE-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LU-USAGE-REC.
 01  LU-USAGE-REC.
     05  LU-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  LU-CASE-NBR                 PIC 9(3).      *> Caso de licença
     05  LU-USE-DATE                 PIC X(8).      *> Fim do período (AAAAMMDD)
     05  LU-PERIOD-NBR               PIC 9(2).      *> Período do cartão
     05  LU-PAID-HOURS               PIC 9(3)V99.   *> Férias/licença-saúde tomadas
     05  LU-UNPAID-HOURS             PIC 9(3)V99.   *> Ausência sem pagamento
     05  FILLER                      PIC X(8).

*>    Definição do mestre de benefícios; só os campos usados - o
*>    layout de PROG6
 FD  BEN-MASTER-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BN-BENEFIT-REC.
 01  BN-BENEFIT-REC.
     05  BN-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  BN-PLAN-ENTRY               OCCURS 3 TIMES.
         10  BN-PLAN-CODE            PIC X(3).      *> Código do plano
         10  BN-METHOD                PIC X(1).     *> F=valor fixo  P=percentual
         10  BN-RATE-AMT              PIC 9(5)V99.  *> Valor fixo ou percentual
         10  BN-ANNUAL-CAP            PIC 9(7)V99.  *> Teto anual do plano
         10  BN-YTD-TAKEN             PIC 9(7)V99.  *> Acumulado tomado no ano
         10  BN-ARREARS               PIC 9(5)V99.  *> Atraso do plano
     05  BN-MATCH-YTD                PIC 9(7)V99.   *> Contrapartida 401(k) no ano
     05  BN-TIER-ENTRY               OCCURS 3 TIMES.
         10  BN-COVER-TIER           PIC X(1).      *> Cobertura do plano do espaço
     05  FILLER                      PIC X(1).

*>    Definição do mestre de funcionários; o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EM-MASTER-REC.
 01  EM-MASTER-REC.
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  EM-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  FILLER                      PIC X(93).

*>    Definição do arquivo de mensagens ao operador; o layout da folha
 FD  OPER-MSG-FILE-OUT
         RECORD CONTAINS 85 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS OM-MSG-REC.
 01  OM-MSG-REC.
     05  OM-SEVERITY                 PIC X(1).      *> I=informativa W=aviso E=erro F=fatal
     05  OM-MSG-ID                   PIC X(7).      *> Identificador da mensagem (PAY58nn)
     05  OM-MSG-TEXT                 PIC X(60).     *> Texto da mensagem
     05  OM-SSN                      PIC X(9).      *> CPF/SSN envolvido, quando houver
     05  OM-RUN-DATE                 PIC X(8).      *> Data do processamento (AAAAMMDD)

*>    Relatório (linha de 132 colunas)
 FD  LEAVE-CASE-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LR-REPORT-OUT.
 01  LR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-TRANS-EOF-SWITCH         PIC X(1).
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-LEAVTRAN-FILE-STATUS     PIC X(2).
         88  WS-LEAVTRAN-MISSING     VALUE "35".
     05  WS-LEAVCASE-FILE-STATUS     PIC X(2).
         88  WS-LEAVCASE-MISSING     VALUE "35".
         88  WS-LEAVCASE-OK          VALUE "00".
     05  WS-LEAVUSE-FILE-STATUS      PIC X(2).
         88  WS-LEAVUSE-OK           VALUE "00".
     05  WS-BENMAST-FILE-STATUS      PIC X(2).
         88  WS-BENMAST-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-OK           VALUE "00".
     05  WS-OPERMSG-FILE-STATUS      PIC X(2).
         88  WS-OPERMSG-MISSING      VALUE "35".
     05  WS-BENMAST-OPEN-SWITCH      PIC X(1).
         88  WS-BENMAST-OPEN         VALUE "Y".
     05  WS-EMPMAST-OPEN-SWITCH      PIC X(1).
         88  WS-EMPMAST-OPEN         VALUE "Y".
     05  WS-CASE-FOUND-SWITCH        PIC X(1).
         88  WS-CASE-FOUND           VALUE "Y".
     05  WS-TXN-VALID-SWITCH         PIC X(1).
         88  WS-TXN-VALID            VALUE "Y".
     05  WS-BEN-FOUND-SWITCH         PIC X(1).
         88  WS-BEN-FOUND            VALUE "Y".
     05  WS-PREM-HELD-SWITCH         PIC X(1).      *> Prêmio que ficou no caso
         88  WS-PREM-HELD            VALUE "Y".
     05  WS-TABLE-FULL-SWITCH        PIC X(1).
         88  WS-TABLE-FULL           VALUE "Y".

*>    Data do processamento e janela dos retornos em dias
 01  WS-RUN-DATE                     PIC X(8).
 01  WS-PARM-DAYS                    PIC X(3).      *> 1º parâmetro, como digitado
 01  WS-PARM-DIGITS                  PIC X(3).      *> Dígitos do parâmetro
 01  WS-PARM-LEN                     PIC 9(2).
 01  WS-RETURN-DAYS-LIMIT            PIC 9(3).      *> Janela dos retornos (padrão 14)
 01  WS-DEFAULT-RETURN-DAYS          PIC 9(3) VALUE 14.

*>    Semanas de direito em 12 meses e semana normal padrão
 01  WS-LEAVE-RULES.
     05  WS-STD-ENTITLE-WEEKS        PIC 9(2) VALUE 12.
     05  WS-MC-ENTITLE-WEEKS         PIC 9(2) VALUE 26.
     05  WS-STD-WEEK-HOURS           PIC 9(2)V99 VALUE 40.
     05  WS-WINDOW-DAYS              PIC 9(3) VALUE 365.

*>    Casos em aberto, com o uso do direito somado de LEAVUSE.DAT
 01  WS-CASE-CONTROLS.
     05  WS-CASE-COUNT               PIC 9(4) COMP.
     05  WS-SLOT-SUB                 PIC 9(1).
 01  WS-CASE-TABLE.
     05  WS-CASE-ROW                 OCCURS 2000 TIMES
                                      INDEXED BY CS-INDEX.
         10  WS-CS-SSN               PIC X(9).
         10  WS-CS-NAME              PIC X(18).
         10  WS-CS-CASE-NBR          PIC 9(3).
         10  WS-CS-TYPE              PIC X(2).
         10  WS-CS-MODE              PIC X(1).
         10  WS-CS-START             PIC X(8).
         10  WS-CS-RETURN            PIC X(8).
         10  WS-CS-ENTITLE-HOURS     PIC 9(4)V99.   *> Semanas x semana normal
         10  WS-CS-PAID-HOURS        PIC 9(4)V99.   *> Férias/licença-saúde na janela
         10  WS-CS-UNPAID-HOURS      PIC 9(4)V99.   *> Ausência sem pagamento na janela
         10  WS-CS-PREM-PLAN         PIC X(3) OCCURS 3 TIMES.
         10  WS-CS-PREM-OWED         PIC 9(5)V99 OCCURS 3 TIMES.

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
     05  WS-WINDOW-SERIAL            PIC 9(7).      *> Início da janela de 12 meses
     05  WS-DAYS-TO-RETURN           PIC S9(5).     *> Dias até o retorno previsto

*>    Áreas de trabalho do caso
 01  WS-CASE-WORK.
     05  WS-USED-HOURS               PIC 9(4)V99.
     05  WS-REMAIN-HOURS             PIC S9(4)V99.
     05  WS-ARREARS-WORK             PIC 9(6)V99.
     05  WS-PREM-CASE-TOT            PIC 9(6)V99.
     05  WS-MSG-HOURS-OUT            PIC ZZZ9.99.
     05  WS-MSG-AMT-OUT              PIC ZZZZZ9.99.
     05  WS-MSG-CASE-OUT             PIC 9(3).

*>    Totalizadores do processamento
 01  WS-TOTALS.
     05  WS-TRANS-READ-COUNT         PIC 9(5).      *> Transações lidas
     05  WS-OPEN-COUNT               PIC 9(5).      *> Casos abertos
     05  WS-CHG-COUNT                PIC 9(5).      *> Casos alterados
     05  WS-RETURN-COUNT             PIC 9(5).      *> Retornos ao trabalho
     05  WS-CANCEL-COUNT             PIC 9(5).      *> Casos cancelados
     05  WS-REJ-COUNT                PIC 9(5).      *> Transações rejeitadas
     05  WS-ON-LEAVE-COUNT           PIC 9(5).      *> Casos em aberto no relatório
     05  WS-DUE-COUNT                PIC 9(5).      *> Retornos dentro da janela
     05  WS-OVERDUE-COUNT            PIC 9(5).      *> Retornos previstos já passados
     05  WS-EXHAUSTED-COUNT          PIC 9(5).      *> Direito esgotado
     05  WS-PREM-OWED-TOT            PIC 9(7)V99.   *> Prêmios a recuperar em aberto
     05  WS-PREM-MOVED-TOT           PIC 9(7)V99.   *> Prêmios lançados no atraso
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
             "PROTECTED LEAVE (FMLA) CASES                ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(16) VALUE
             "  RETURNS DUE:  ".
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

*>    Colunas da auditoria da manutenção
 01  WS-AUDIT-COLUMN-HEADING.
     05  FILLER                      PIC X(10) VALUE "ACTION".
     05  FILLER                      PIC X(11) VALUE "SSN".
     05  FILLER                      PIC X(6) VALUE "CASE".
     05  FILLER                      PIC X(9) VALUE "IMAGE".
     05  FILLER                      PIC X(6) VALUE "TYPE".
     05  FILLER                      PIC X(6) VALUE "MODE".
     05  FILLER                      PIC X(10) VALUE "START".
     05  FILLER                      PIC X(10) VALUE "EXP RTN".
     05  FILLER                      PIC X(10) VALUE "ACT RTN".
     05  FILLER                      PIC X(4) VALUE "ST".
     05  FILLER                      PIC X(7) VALUE "WK HRS".
     05  FILLER                      PIC X(43) VALUE "NOTE".

*>    Linha de auditoria de uma transação/imagem
 01  WS-AUDIT-LINE.
     05  WS-AU-ACTION-OUT            PIC X(8).      *> OPEN/CHANGE/RETURN/CANCEL/REJECT
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-CASE-OUT              PIC X(3).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-AU-IMAGE-OUT             PIC X(7).      *> BEFORE/AFTER
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-TYPE-OUT              PIC X(2).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-AU-MODE-OUT              PIC X(1).
     05  FILLER                      PIC X(5) VALUE SPACES.
     05  WS-AU-START-OUT             PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-EXP-RTN-OUT           PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-ACT-RTN-OUT           PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-STATUS-OUT            PIC X(1).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-AU-HOURS-OUT             PIC Z9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-REASON-OUT            PIC X(40).     *> Motivo/observação
     05  FILLER                      PIC X(3) VALUE SPACES.

*>    Colunas dos casos em aberto
 01  WS-CASE-COLUMN-HEADING.
     05  FILLER                      PIC X(11) VALUE "SSN".
     05  FILLER                      PIC X(20) VALUE "NAME".
     05  FILLER                      PIC X(5) VALUE "CASE".
     05  FILLER                      PIC X(5) VALUE "TYPE".
     05  FILLER                      PIC X(5) VALUE "MODE".
     05  FILLER                      PIC X(10) VALUE "START".
     05  FILLER                      PIC X(10) VALUE "EXP RTN".
     05  FILLER                      PIC X(10) VALUE " ENTITLED".
     05  FILLER                      PIC X(10) VALUE "  PAID LV".
     05  FILLER                      PIC X(10) VALUE "   UNPAID".
     05  FILLER                      PIC X(10) VALUE " REMAINING".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(24) VALUE "NOTE".

*>    Linha de um caso em aberto
 01  WS-CASE-LINE.
     05  WS-CL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-NAME-OUT              PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-CASE-OUT              PIC 9(3).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-TYPE-OUT              PIC X(2).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-CL-MODE-OUT              PIC X(1).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-CL-START-OUT             PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-RETURN-OUT            PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-ENTITLE-OUT           PIC Z,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-PAID-OUT              PIC Z,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-UNPAID-OUT            PIC Z,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-REMAIN-OUT            PIC Z,ZZ9.99.
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-CL-NOTE-OUT              PIC X(24).
     05  FILLER                      PIC X(4) VALUE SPACES.

*>    Colunas dos retornos previstos
 01  WS-DUE-COLUMN-HEADING.
     05  FILLER                      PIC X(11) VALUE "SSN".
     05  FILLER                      PIC X(20) VALUE "NAME".
     05  FILLER                      PIC X(5) VALUE "CASE".
     05  FILLER                      PIC X(5) VALUE "TYPE".
     05  FILLER                      PIC X(10) VALUE "EXP RTN".
     05  FILLER                      PIC X(81) VALUE "DAYS TO RETURN".

*>    Linha de um retorno previsto
 01  WS-DUE-LINE.
     05  WS-DL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-NAME-OUT              PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-CASE-OUT              PIC 9(3).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-TYPE-OUT              PIC X(2).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-DL-RETURN-OUT            PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-DAYS-OUT              PIC ZZ9.
     05  FILLER                      PIC X(78) VALUE SPACES.

*>    Colunas dos prêmios a recuperar
 01  WS-PREM-COLUMN-HEADING.
     05  FILLER                      PIC X(11) VALUE "SSN".
     05  FILLER                      PIC X(20) VALUE "NAME".
     05  FILLER                      PIC X(5) VALUE "CASE".
     05  FILLER                      PIC X(7) VALUE "PLAN".
     05  FILLER                      PIC X(11) VALUE "   OWED".
     05  FILLER                      PIC X(7) VALUE "PLAN".
     05  FILLER                      PIC X(11) VALUE "   OWED".
     05  FILLER                      PIC X(7) VALUE "PLAN".
     05  FILLER                      PIC X(11) VALUE "   OWED".
     05  FILLER                      PIC X(42) VALUE "  CASE TOTAL".

*>    Linha dos prêmios devidos de um caso em aberto
 01  WS-PREM-LINE.
     05  WS-PL-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-PL-NAME-OUT              PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-PL-CASE-OUT              PIC 9(3).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-PL-SLOT-OUT              OCCURS 3 TIMES.
         10  WS-PL-PLAN-OUT          PIC X(3).
         10  FILLER                  PIC X(4).
         10  WS-PL-OWED-OUT          PIC ZZ,ZZ9.99.
         10  FILLER                  PIC X(2).
     05  WS-PL-TOTAL-OUT             PIC ZZZ,ZZ9.99.
     05  FILLER                      PIC X(44) VALUE SPACES.

*>    Linhas de totais
 01  WS-MAINT-TOTAL-LINE.
     05  FILLER                      PIC X(7) VALUE "TRANS: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(9) VALUE "  OPENED:".
     05  WS-TOT-OPEN-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  CHANGES: ".
     05  WS-TOT-CHG-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  RETURNS: ".
     05  WS-TOT-RETURN-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  CANCELLED: ".
     05  WS-TOT-CANCEL-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(33) VALUE SPACES.
 01  WS-CASE-TOTAL-LINE.
     05  FILLER                      PIC X(10) VALUE "ON LEAVE: ".
     05  WS-TOT-LEAVE-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  DUE BACK: ".
     05  WS-TOT-DUE-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  OVERDUE: ".
     05  WS-TOT-OVERDUE-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  EXHAUSTED: ".
     05  WS-TOT-EXHAUST-OUT          PIC ZZ,ZZ9.
     05  FILLER                      PIC X(16) VALUE "  PREMIUMS OWED:".
     05  WS-TOT-PREM-OWED-OUT        PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(17) VALUE "  TO ARREARS:".
     05  WS-TOT-PREM-MOVED-OUT       PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - aplica a manutenção e imprime os casos
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
*>    Abre os casos em I-O; se ainda não existirem (primeira carga),
*>    cria-os vazios e reabre, como PROG56 faz com os empréstimos
     OPEN I-O LEAVE-CASE-FILE.
     IF WS-LEAVCASE-MISSING
         OPEN OUTPUT LEAVE-CASE-FILE
         CLOSE LEAVE-CASE-FILE
         OPEN I-O LEAVE-CASE-FILE
     END-IF.
*>    O mestre de benefícios pode não existir; nesse caso o prêmio
*>    devido fica no caso e é avisado
     MOVE SPACES TO WS-BENMAST-OPEN-SWITCH.
     OPEN I-O BEN-MASTER-FILE.
     IF NOT WS-BENMAST-MISSING
         MOVE "Y" TO WS-BENMAST-OPEN-SWITCH
     END-IF.
     MOVE "MAINTENANCE TRANSACTIONS (BEFORE/AFTER)" TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     MOVE WS-AUDIT-COLUMN-HEADING TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     PERFORM B30-PROCESS-TRANS-PARA.
     IF WS-BENMAST-OPEN
         CLOSE BEN-MASTER-FILE
     END-IF.
     CLOSE LEAVE-CASE-FILE.
*>    Casos em aberto depois da manutenção, com o uso do direito
     MOVE SPACES TO WS-EMPMAST-OPEN-SWITCH.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF WS-EMPMAST-OK
         MOVE "Y" TO WS-EMPMAST-OPEN-SWITCH
     END-IF.
     PERFORM B40-LOAD-CASES-PARA.
     IF WS-EMPMAST-OPEN
         CLOSE EMPL-MASTER-FILE-IN
     END-IF.
     PERFORM B45-LOAD-USAGE-PARA.
     MOVE "OPEN LEAVE CASES - ENTITLEMENT IN HOURS, ROLLING 12 MONTHS"
         TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     MOVE WS-CASE-COLUMN-HEADING TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     PERFORM B50-CASE-LINE-PARA
         VARYING CS-INDEX FROM 1 BY 1
         UNTIL CS-INDEX > WS-CASE-COUNT.
     MOVE "RETURNS EXPECTED IN THE NEXT DAYS" TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     MOVE WS-DUE-COLUMN-HEADING TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     PERFORM B55-DUE-LINE-PARA
         VARYING CS-INDEX FROM 1 BY 1
         UNTIL CS-INDEX > WS-CASE-COUNT.
     MOVE "PREMIUMS OWED ON UNPAID LEAVE - RECOVERED ON RETURN"
         TO WS-SECTION-OUT.
     PERFORM C12-SECTION-PARA.
     MOVE WS-PREM-COLUMN-HEADING TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     PERFORM B60-PREM-LINE-PARA
         VARYING CS-INDEX FROM 1 BY 1
         UNTIL CS-INDEX > WS-CASE-COUNT.
     PERFORM C20-TOTAL-PARA.
     CLOSE LEAVE-CASE-REPORT-OUT.
     IF WS-WARNING-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização: data do processamento, janela dos retornos (1º
*>    parâmetro, em dias), início da janela de 12 meses e primeira
*>    página
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE "N" TO WS-TRANS-EOF-SWITCH.
     MOVE "N" TO WS-TABLE-FULL-SWITCH.
     MOVE ZEROS TO WS-CASE-COUNT
                   WS-TRANS-READ-COUNT
                   WS-OPEN-COUNT
                   WS-CHG-COUNT
                   WS-RETURN-COUNT
                   WS-CANCEL-COUNT
                   WS-REJ-COUNT
                   WS-ON-LEAVE-COUNT
                   WS-DUE-COUNT
                   WS-OVERDUE-COUNT
                   WS-EXHAUSTED-COUNT
                   WS-PREM-OWED-TOT
                   WS-PREM-MOVED-TOT
                   WS-WARNING-COUNT
                   WS-LINES-USED.
     MOVE SPACES TO WS-MSG-SSN.
     MOVE SPACES TO WS-PARM-DAYS.
     MOVE ZEROS TO WS-PARM-LEN.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-DAYS FROM ARGUMENT-VALUE.
     MOVE WS-DEFAULT-RETURN-DAYS TO WS-RETURN-DAYS-LIMIT.
     IF WS-PARM-DAYS NOT = SPACES
         UNSTRING WS-PARM-DAYS DELIMITED BY SPACE
             INTO WS-PARM-DIGITS COUNT IN WS-PARM-LEN
         END-UNSTRING
         IF WS-PARM-LEN > 0
                 AND WS-PARM-DIGITS (1:WS-PARM-LEN) IS NUMERIC
             MOVE WS-PARM-DIGITS (1:WS-PARM-LEN)
                 TO WS-RETURN-DAYS-LIMIT
         ELSE
             DISPLAY "RETURN DAYS PARAMETER NOT NUMERIC - DEFAULT "
                     WS-DEFAULT-RETURN-DAYS " DAYS USED"
         END-IF
     END-IF.
     MOVE WS-RUN-DATE TO WS-DC-DATE.
     PERFORM C85-DATE-TO-DAYS-PARA.
     MOVE WS-DC-SERIAL TO WS-RUN-SERIAL.
     COMPUTE WS-WINDOW-SERIAL = WS-RUN-SERIAL - WS-WINDOW-DAYS.
     OPEN OUTPUT LEAVE-CASE-REPORT-OUT.
     MOVE 1 TO WS-PAGE-COUNT.
     PERFORM C10-HEADINGS-PARA.

*>    Lê e despacha as transações dos casos
 B30-PROCESS-TRANS-PARA.
     OPEN INPUT LEAVE-TRANS-FILE-IN.
     IF WS-LEAVTRAN-MISSING
         MOVE "Y" TO WS-TRANS-EOF-SWITCH
         MOVE "NO TRANSACTIONS - LEAVTRAN.DAT NOT FOUND"
             TO WS-PRINT-LINE
         PERFORM C60-PRINT-PARA
     ELSE
         READ LEAVE-TRANS-FILE-IN
             AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
         END-READ
         PERFORM B31-TRANS-REC-PARA
             UNTIL WS-TRANS-EOF-SWITCH = "Y"
         CLOSE LEAVE-TRANS-FILE-IN
     END-IF.

*>    Examina uma transação: valida e aplica ao arquivo de casos
 B31-TRANS-REC-PARA.
     ADD 1 TO WS-TRANS-READ-COUNT.
     PERFORM B32-VALIDATE-TXN-PARA.
     IF WS-TXN-VALID
         PERFORM B33-APPLY-TXN-PARA
     END-IF.
     READ LEAVE-TRANS-FILE-IN
         AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
     END-READ.

*>    Valida a transação corrente: ação conhecida, CPF/SSN
*>    preenchido e, na abertura, tipo, modo, datas e semana normal
*>    coerentes; a recusa sai no relatório com o motivo
 B32-VALIDATE-TXN-PARA.
     MOVE "Y" TO WS-TXN-VALID-SWITCH.
     MOVE SPACES TO WS-AU-REASON-OUT.
     IF LT-ACTION-IN NOT = "A" AND LT-ACTION-IN NOT = "C"
             AND LT-ACTION-IN NOT = "R" AND LT-ACTION-IN NOT = "X"
         MOVE "INVALID ACTION CODE" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID AND LT-SSN-IN = SPACES
         MOVE "SSN REQUIRED" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "A"
         IF LT-CASE-TYPE-IN NOT = "SH" AND LT-CASE-TYPE-IN NOT = "FC"
                 AND LT-CASE-TYPE-IN NOT = "BN"
                 AND LT-CASE-TYPE-IN NOT = "MX"
                 AND LT-CASE-TYPE-IN NOT = "MC"
             MOVE "INVALID CASE TYPE" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID
             AND (LT-ACTION-IN = "A"
                  OR (LT-ACTION-IN = "C" AND LT-LEAVE-MODE-IN NOT = SPACE))
         IF LT-LEAVE-MODE-IN NOT = "C" AND LT-LEAVE-MODE-IN NOT = "I"
             MOVE "LEAVE MODE MUST BE C OR I" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "A"
         IF LT-START-DATE-IN NOT NUMERIC
                 OR LT-EXP-RETURN-IN NOT NUMERIC
             MOVE "LEAVE DATES NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         ELSE
             IF LT-EXP-RETURN-IN <= LT-START-DATE-IN
                 MOVE "EXPECTED RETURN NOT AFTER START"
                     TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             END-IF
         END-IF
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "C"
             AND LT-EXP-RETURN-IN NOT = SPACES
         IF LT-EXP-RETURN-IN NOT NUMERIC
             MOVE "EXPECTED RETURN NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "R"
             AND LT-ACT-RETURN-IN NOT = SPACES
         IF LT-ACT-RETURN-IN NOT NUMERIC
             MOVE "ACTUAL RETURN NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID
             AND (LT-ACTION-IN = "A" OR LT-ACTION-IN = "C")
         IF LT-WEEK-HOURS-X = SPACES
             MOVE ZEROS TO LT-WEEK-HOURS-IN
         END-IF
         IF LT-WEEK-HOURS-IN NOT NUMERIC
             MOVE "WEEKLY HOURS NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF NOT WS-TXN-VALID
         PERFORM C55-REJECT-PARA
     END-IF.

*>    Aplica a transação válida, roteada pela ação
 B33-APPLY-TXN-PARA.
     PERFORM B34-FETCH-CASE-PARA.
     EVALUATE LT-ACTION-IN
         WHEN "A"
             PERFORM B35-OPEN-CASE-PARA
         WHEN "C"
             PERFORM B36-CHANGE-CASE-PARA
         WHEN OTHER
             PERFORM B37-CLOSE-CASE-PARA
     END-EVALUATE.

*>    Busca o caso do funcionário da transação
 B34-FETCH-CASE-PARA.
     MOVE "N" TO WS-CASE-FOUND-SWITCH.
     MOVE LT-SSN-IN TO LO-SSN.
     READ LEAVE-CASE-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-CASE-FOUND-SWITCH
     END-READ.

*>    Abertura (A): não pode haver caso em aberto; o registro de um
*>    caso encerrado é reaproveitado com o número seguinte. O direito
*>    é de 12 semanas (26 no cuidado de militar ferido); o prêmio
*>    devido nasce zerado, mas o que um caso anterior não conseguiu
*>    passar para o atraso continua no registro até o próximo retorno
 B35-OPEN-CASE-PARA.
     IF WS-CASE-FOUND AND LO-STATUS = "L"
         MOVE "CASE ALREADY OPEN FOR EMPLOYEE" TO WS-AU-REASON-OUT
         PERFORM C55-REJECT-PARA
     ELSE
         IF WS-CASE-FOUND
             MOVE "OPEN    " TO WS-AU-ACTION-OUT
             PERFORM C50-BEFORE-LINE-PARA
             ADD 1 TO LO-CASE-NBR
         ELSE
             MOVE SPACES TO LO-CASE-REC
             MOVE LT-SSN-IN TO LO-SSN
             MOVE 1 TO LO-CASE-NBR
             PERFORM B35A-CLEAR-PREM-PARA
                 VARYING WS-SLOT-SUB FROM 1 BY 1
                 UNTIL WS-SLOT-SUB > 3
         END-IF
         MOVE LT-CASE-TYPE-IN TO LO-CASE-TYPE
         MOVE LT-LEAVE-MODE-IN TO LO-LEAVE-MODE
         MOVE LT-START-DATE-IN TO LO-START-DATE
         MOVE LT-EXP-RETURN-IN TO LO-EXP-RETURN-DATE
         MOVE SPACES TO LO-ACT-RETURN-DATE
         MOVE "L" TO LO-STATUS
         MOVE WS-RUN-DATE TO LO-STATUS-DATE
         IF LT-WEEK-HOURS-IN = 0
             MOVE WS-STD-WEEK-HOURS TO LO-WEEK-HOURS
         ELSE
             MOVE LT-WEEK-HOURS-IN TO LO-WEEK-HOURS
         END-IF
         IF LT-CASE-TYPE-IN = "MC"
             MOVE WS-MC-ENTITLE-WEEKS TO LO-ENTITLE-WEEKS
         ELSE
             MOVE WS-STD-ENTITLE-WEEKS TO LO-ENTITLE-WEEKS
         END-IF
         MOVE SPACES TO LO-LAST-PREM-DATE
         IF WS-CASE-FOUND
             REWRITE LO-CASE-REC
         ELSE
             WRITE LO-CASE-REC
         END-IF
         ADD 1 TO WS-OPEN-COUNT
         MOVE "OPEN    " TO WS-AU-ACTION-OUT
         MOVE SPACES TO WS-AU-REASON-OUT
         PERFORM C51-AFTER-LINE-PARA
     END-IF.

*>    Zera um espaço de prêmio devido do caso
 B35A-CLEAR-PREM-PARA.
     MOVE SPACES TO LO-PREM-PLAN (WS-SLOT-SUB).
     MOVE ZEROS TO LO-PREM-OWED (WS-SLOT-SUB).

*>    Alteração (C): só o caso em aberto; muda o retorno previsto, o
*>    modo e a semana normal informados - o resto fica como está
 B36-CHANGE-CASE-PARA.
     IF NOT WS-CASE-FOUND OR LO-STATUS NOT = "L"
         MOVE "NO OPEN CASE FOR EMPLOYEE" TO WS-AU-REASON-OUT
         PERFORM C55-REJECT-PARA
     ELSE
         IF LT-EXP-RETURN-IN NOT = SPACES
                 AND LT-EXP-RETURN-IN <= LO-START-DATE
             MOVE "EXPECTED RETURN NOT AFTER START" TO WS-AU-REASON-OUT
             PERFORM C55-REJECT-PARA
         ELSE
             MOVE "CHANGE  " TO WS-AU-ACTION-OUT
             PERFORM C50-BEFORE-LINE-PARA
             IF LT-EXP-RETURN-IN NOT = SPACES
                 MOVE LT-EXP-RETURN-IN TO LO-EXP-RETURN-DATE
             END-IF
             IF LT-LEAVE-MODE-IN NOT = SPACE
                 MOVE LT-LEAVE-MODE-IN TO LO-LEAVE-MODE
             END-IF
             IF LT-WEEK-HOURS-IN > 0
                 MOVE LT-WEEK-HOURS-IN TO LO-WEEK-HOURS
             END-IF
             REWRITE LO-CASE-REC
             ADD 1 TO WS-CHG-COUNT
             PERFORM C51-AFTER-LINE-PARA
         END-IF
     END-IF.

*>    Retorno (R) ou cancelamento (X) do caso em aberto: encerra o
*>    caso e passa o prêmio devido para o atraso do plano no BENMAST
 B37-CLOSE-CASE-PARA.
     IF NOT WS-CASE-FOUND OR LO-STATUS NOT = "L"
         MOVE "NO OPEN CASE FOR EMPLOYEE" TO WS-AU-REASON-OUT
         PERFORM C55-REJECT-PARA
     ELSE
         IF LT-ACTION-IN = "R"
             MOVE "RETURN  " TO WS-AU-ACTION-OUT
         ELSE
             MOVE "CANCEL  " TO WS-AU-ACTION-OUT
         END-IF
         PERFORM C50-BEFORE-LINE-PARA
         PERFORM B38-MOVE-PREMIUMS-PARA
         IF LT-ACTION-IN = "R"
             IF LT-ACT-RETURN-IN = SPACES
                 MOVE WS-RUN-DATE TO LO-ACT-RETURN-DATE
             ELSE
                 MOVE LT-ACT-RETURN-IN TO LO-ACT-RETURN-DATE
             END-IF
             MOVE "R" TO LO-STATUS
             ADD 1 TO WS-RETURN-COUNT
         ELSE
             MOVE "X" TO LO-STATUS
             ADD 1 TO WS-CANCEL-COUNT
         END-IF
         MOVE WS-RUN-DATE TO LO-STATUS-DATE
         REWRITE LO-CASE-REC
         IF WS-PREM-CASE-TOT > 0
             MOVE WS-PREM-CASE-TOT TO WS-MSG-AMT-OUT
             STRING "PREMIUMS " DELIMITED BY SIZE
                    WS-MSG-AMT-OUT DELIMITED BY SIZE
                    " MOVED TO ARREARS" DELIMITED BY SIZE
                 INTO WS-AU-REASON-OUT
             END-STRING
         END-IF
         IF WS-PREM-HELD
             MOVE "PREMIUM OWED KEPT ON CASE - SEE MESSAGE"
                 TO WS-AU-REASON-OUT
         END-IF
         PERFORM C51-AFTER-LINE-PARA
     END-IF.

*>    Passa o prêmio devido de cada espaço para o atraso do mesmo
*>    plano no BENMAST, de onde a folha o recupera; o espaço cujo
*>    plano mudou (ou sem o BENMAST) fica no caso e é avisado
 B38-MOVE-PREMIUMS-PARA.
     MOVE "N" TO WS-BEN-FOUND-SWITCH.
     MOVE "N" TO WS-PREM-HELD-SWITCH.
     MOVE ZEROS TO WS-PREM-CASE-TOT.
     IF WS-BENMAST-OPEN
         MOVE LO-SSN TO BN-SSN
         READ BEN-MASTER-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE "Y" TO WS-BEN-FOUND-SWITCH
         END-READ
     END-IF.
     PERFORM B39-MOVE-SLOT-PARA
         VARYING WS-SLOT-SUB FROM 1 BY 1
         UNTIL WS-SLOT-SUB > 3.
     IF WS-PREM-CASE-TOT > 0
         REWRITE BN-BENEFIT-REC
         ADD WS-PREM-CASE-TOT TO WS-PREM-MOVED-TOT
         MOVE WS-PREM-CASE-TOT TO WS-MSG-AMT-OUT
         MOVE LO-CASE-NBR TO WS-MSG-CASE-OUT
         MOVE "I" TO WS-MSG-SEVERITY
         MOVE "PAY5803" TO WS-MSG-ID
         MOVE SPACES TO WS-MSG-TEXT
         STRING "LEAVE CASE " DELIMITED BY SIZE
                WS-MSG-CASE-OUT DELIMITED BY SIZE
                " CLOSED - PREMIUMS " DELIMITED BY SIZE
                WS-MSG-AMT-OUT DELIMITED BY SIZE
                " TO ARREARS" DELIMITED BY SIZE
             INTO WS-MSG-TEXT
         END-STRING
         MOVE LO-SSN TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
     END-IF.
     IF WS-PREM-HELD
         MOVE LO-CASE-NBR TO WS-MSG-CASE-OUT
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY5804" TO WS-MSG-ID
         MOVE SPACES TO WS-MSG-TEXT
         STRING "LEAVE CASE " DELIMITED BY SIZE
                WS-MSG-CASE-OUT DELIMITED BY SIZE
                " PREMIUM OWED NOT ON BENMAST - RECOVER BY HAND"
                    DELIMITED BY SIZE
             INTO WS-MSG-TEXT
         END-STRING
         MOVE LO-SSN TO WS-MSG-SSN
         PERFORM C18-WRITE-MSG-PARA
     END-IF.

*>    Um espaço: o prêmio devido só vai para o atraso se o BENMAST
*>    ainda tem o mesmo plano no espaço e o atraso comporta o valor
 B39-MOVE-SLOT-PARA.
     IF LO-PREM-OWED (WS-SLOT-SUB) NUMERIC
             AND LO-PREM-OWED (WS-SLOT-SUB) > 0
         MOVE ZEROS TO WS-ARREARS-WORK
         IF WS-BEN-FOUND
             COMPUTE WS-ARREARS-WORK =
                 BN-ARREARS (WS-SLOT-SUB) + LO-PREM-OWED (WS-SLOT-SUB)
         END-IF
         IF WS-BEN-FOUND
                 AND BN-PLAN-CODE (WS-SLOT-SUB) =
                     LO-PREM-PLAN (WS-SLOT-SUB)
                 AND WS-ARREARS-WORK <= 99999.99
             MOVE WS-ARREARS-WORK TO BN-ARREARS (WS-SLOT-SUB)
             ADD LO-PREM-OWED (WS-SLOT-SUB) TO WS-PREM-CASE-TOT
             MOVE ZEROS TO LO-PREM-OWED (WS-SLOT-SUB)
         ELSE
             MOVE "Y" TO WS-PREM-HELD-SWITCH
         END-IF
     END-IF.

*>    Carrega os casos em aberto depois da manutenção; o nome vem do
*>    mestre de funcionários, quando disponível
 B40-LOAD-CASES-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT LEAVE-CASE-FILE.
     IF WS-LEAVCASE-OK
         READ LEAVE-CASE-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-LOAD-CASE-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE LEAVE-CASE-FILE
     END-IF.

*>    Guarda um caso em aberto (situação L) na tabela; com a tabela
*>    cheia, o caso não sai no relatório e a falta é avisada uma vez
 B41-LOAD-CASE-REC-PARA.
     IF LO-STATUS = "L"
         IF WS-CASE-COUNT < 2000
             ADD 1 TO WS-CASE-COUNT
             SET CS-INDEX TO WS-CASE-COUNT
             MOVE LO-SSN TO WS-CS-SSN (CS-INDEX)
             MOVE SPACES TO WS-CS-NAME (CS-INDEX)
             IF WS-EMPMAST-OPEN
                 MOVE LO-SSN TO EM-SSN
                 READ EMPL-MASTER-FILE-IN
                     INVALID KEY
                         MOVE "*NOT ON EMPMAST*" TO WS-CS-NAME (CS-INDEX)
                     NOT INVALID KEY
                         MOVE EM-EMPL-NAME TO WS-CS-NAME (CS-INDEX)
                 END-READ
             END-IF
             MOVE LO-CASE-NBR TO WS-CS-CASE-NBR (CS-INDEX)
             MOVE LO-CASE-TYPE TO WS-CS-TYPE (CS-INDEX)
             MOVE LO-LEAVE-MODE TO WS-CS-MODE (CS-INDEX)
             MOVE LO-START-DATE TO WS-CS-START (CS-INDEX)
             MOVE LO-EXP-RETURN-DATE TO WS-CS-RETURN (CS-INDEX)
             IF LO-WEEK-HOURS NOT NUMERIC OR LO-WEEK-HOURS = 0
                 MOVE WS-STD-WEEK-HOURS TO LO-WEEK-HOURS
             END-IF
             IF LO-ENTITLE-WEEKS NOT NUMERIC OR LO-ENTITLE-WEEKS = 0
                 MOVE WS-STD-ENTITLE-WEEKS TO LO-ENTITLE-WEEKS
             END-IF
             COMPUTE WS-CS-ENTITLE-HOURS (CS-INDEX) =
                 LO-ENTITLE-WEEKS * LO-WEEK-HOURS
             MOVE ZEROS TO WS-CS-PAID-HOURS (CS-INDEX)
                           WS-CS-UNPAID-HOURS (CS-INDEX)
             PERFORM B42-LOAD-PREM-PARA
                 VARYING WS-SLOT-SUB FROM 1 BY 1
                 UNTIL WS-SLOT-SUB > 3
         ELSE
             IF NOT WS-TABLE-FULL
                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
                 MOVE "W" TO WS-MSG-SEVERITY
                 MOVE "PAY5805" TO WS-MSG-ID
                 MOVE "OPEN LEAVE CASES EXCEED 2000 ROWS - REPORT "
                     & "INCOMPLETE" TO WS-MSG-TEXT
                 MOVE SPACES TO WS-MSG-SSN
                 PERFORM C18-WRITE-MSG-PARA
             END-IF
         END-IF
     END-IF.
     READ LEAVE-CASE-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Copia um espaço de prêmio devido do caso para a tabela
 B42-LOAD-PREM-PARA.
     MOVE LO-PREM-PLAN (WS-SLOT-SUB)
         TO WS-CS-PREM-PLAN (CS-INDEX WS-SLOT-SUB).
     IF LO-PREM-OWED (WS-SLOT-SUB) NUMERIC
         MOVE LO-PREM-OWED (WS-SLOT-SUB)
             TO WS-CS-PREM-OWED (CS-INDEX WS-SLOT-SUB)
     ELSE
         MOVE ZEROS TO WS-CS-PREM-OWED (CS-INDEX WS-SLOT-SUB)
     END-IF.

*>    Soma o uso do direito dos últimos 12 meses corridos: toda linha
*>    de LEAVUSE.DAT do funcionário com caso aberto, qualquer que
*>    seja o caso, conta contra o mesmo direito
 B45-LOAD-USAGE-PARA.
     IF WS-CASE-COUNT > 0
         MOVE "N" TO WS-EOF-SWITCH
         OPEN INPUT LEAVE-USAGE-FILE-IN
         IF WS-LEAVUSE-OK
             READ LEAVE-USAGE-FILE-IN
                 AT END MOVE "Y" TO WS-EOF-SWITCH
             END-READ
             PERFORM B46-USAGE-REC-PARA
                 UNTIL WS-EOF-SWITCH = "Y"
             CLOSE LEAVE-USAGE-FILE-IN
         END-IF
     END-IF.

*>    Uma linha de uso: dentro da janela, soma no caso do funcionário
 B46-USAGE-REC-PARA.
     IF LU-USE-DATE NUMERIC AND LU-USE-DATE <= WS-RUN-DATE
         MOVE LU-USE-DATE TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
         IF WS-DC-SERIAL > WS-WINDOW-SERIAL
             SET CS-INDEX TO 1
             SEARCH WS-CASE-ROW
                 AT END CONTINUE
                 WHEN CS-INDEX > WS-CASE-COUNT
                     CONTINUE
                 WHEN WS-CS-SSN (CS-INDEX) = LU-SSN
                     IF LU-PAID-HOURS NUMERIC
                         ADD LU-PAID-HOURS
                             TO WS-CS-PAID-HOURS (CS-INDEX)
                     END-IF
                     IF LU-UNPAID-HOURS NUMERIC
                         ADD LU-UNPAID-HOURS
                             TO WS-CS-UNPAID-HOURS (CS-INDEX)
                     END-IF
             END-SEARCH
         END-IF
     END-IF.
     READ LEAVE-USAGE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Linha de um caso em aberto: direito, uso e saldo, com o aviso
*>    do direito esgotado e do retorno previsto já passado
 B50-CASE-LINE-PARA.
     ADD 1 TO WS-ON-LEAVE-COUNT.
     MOVE WS-CS-SSN (CS-INDEX) TO WS-CL-SSN-OUT WS-MSG-SSN.
     MOVE WS-CS-NAME (CS-INDEX) TO WS-CL-NAME-OUT.
     MOVE WS-CS-CASE-NBR (CS-INDEX) TO WS-CL-CASE-OUT WS-MSG-CASE-OUT.
     MOVE WS-CS-TYPE (CS-INDEX) TO WS-CL-TYPE-OUT.
     MOVE WS-CS-MODE (CS-INDEX) TO WS-CL-MODE-OUT.
     MOVE WS-CS-START (CS-INDEX) TO WS-CL-START-OUT.
     MOVE WS-CS-RETURN (CS-INDEX) TO WS-CL-RETURN-OUT.
     MOVE WS-CS-ENTITLE-HOURS (CS-INDEX) TO WS-CL-ENTITLE-OUT.
     MOVE WS-CS-PAID-HOURS (CS-INDEX) TO WS-CL-PAID-OUT.
     MOVE WS-CS-UNPAID-HOURS (CS-INDEX) TO WS-CL-UNPAID-OUT.
     COMPUTE WS-USED-HOURS =
         WS-CS-PAID-HOURS (CS-INDEX) + WS-CS-UNPAID-HOURS (CS-INDEX).
     COMPUTE WS-REMAIN-HOURS =
         WS-CS-ENTITLE-HOURS (CS-INDEX) - WS-USED-HOURS.
     IF WS-REMAIN-HOURS < 0
         MOVE ZEROS TO WS-REMAIN-HOURS
     END-IF.
     MOVE WS-REMAIN-HOURS TO WS-CL-REMAIN-OUT.
     PERFORM C30-DAYS-TO-RETURN-PARA.
     MOVE SPACES TO WS-CL-NOTE-OUT.
     IF WS-DAYS-TO-RETURN < 0
         MOVE "RETURN OVERDUE" TO WS-CL-NOTE-OUT
     ELSE
         IF WS-DAYS-TO-RETURN <= WS-RETURN-DAYS-LIMIT
             MOVE "RETURN DUE" TO WS-CL-NOTE-OUT
         END-IF
     END-IF.
     IF WS-REMAIN-HOURS = 0
         MOVE "ENTITLEMENT EXHAUSTED" TO WS-CL-NOTE-OUT
     END-IF.
     MOVE WS-CASE-LINE TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
*>    Direito esgotado: a proteção do emprego acabou e o RH decide
     IF WS-REMAIN-HOURS = 0
         ADD 1 TO WS-EXHAUSTED-COUNT
         MOVE WS-USED-HOURS TO WS-MSG-HOURS-OUT
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY5801" TO WS-MSG-ID
         MOVE SPACES TO WS-MSG-TEXT
         STRING "LEAVE CASE " DELIMITED BY SIZE
                WS-MSG-CASE-OUT DELIMITED BY SIZE
                " ENTITLEMENT EXHAUSTED - " DELIMITED BY SIZE
                WS-MSG-HOURS-OUT DELIMITED BY SIZE
                " HOURS USED" DELIMITED BY SIZE
             INTO WS-MSG-TEXT
         END-STRING
         PERFORM C18-WRITE-MSG-PARA
     END-IF.
*>    Retorno previsto passado com o caso aberto: ou o funcionário
*>    voltou e falta a transação R, ou a licença precisa ser estendida
     IF WS-DAYS-TO-RETURN < 0
         ADD 1 TO WS-OVERDUE-COUNT
         MOVE "W" TO WS-MSG-SEVERITY
         MOVE "PAY5802" TO WS-MSG-ID
         MOVE SPACES TO WS-MSG-TEXT
         STRING "LEAVE CASE " DELIMITED BY SIZE
                WS-MSG-CASE-OUT DELIMITED BY SIZE
                " STILL OPEN - EXPECTED RETURN " DELIMITED BY SIZE
                WS-CS-RETURN (CS-INDEX) DELIMITED BY SIZE
                " PASSED" DELIMITED BY SIZE
             INTO WS-MSG-TEXT
         END-STRING
         PERFORM C18-WRITE-MSG-PARA
     END-IF.

*>    Linha de um retorno previsto dentro da janela de dias
 B55-DUE-LINE-PARA.
     PERFORM C30-DAYS-TO-RETURN-PARA.
     IF WS-DAYS-TO-RETURN >= 0
             AND WS-DAYS-TO-RETURN <= WS-RETURN-DAYS-LIMIT
         ADD 1 TO WS-DUE-COUNT
         MOVE WS-CS-SSN (CS-INDEX) TO WS-DL-SSN-OUT
         MOVE WS-CS-NAME (CS-INDEX) TO WS-DL-NAME-OUT
         MOVE WS-CS-CASE-NBR (CS-INDEX) TO WS-DL-CASE-OUT
         MOVE WS-CS-TYPE (CS-INDEX) TO WS-DL-TYPE-OUT
         MOVE WS-CS-RETURN (CS-INDEX) TO WS-DL-RETURN-OUT
         MOVE WS-DAYS-TO-RETURN TO WS-DL-DAYS-OUT
         MOVE WS-DUE-LINE TO WS-PRINT-LINE
         PERFORM C60-PRINT-PARA
     END-IF.

*>    Linha dos prêmios devidos de um caso em aberto, quando houver
 B60-PREM-LINE-PARA.
     MOVE ZEROS TO WS-PREM-CASE-TOT.
     MOVE SPACES TO WS-PREM-LINE.
     PERFORM B61-PREM-SLOT-PARA
         VARYING WS-SLOT-SUB FROM 1 BY 1
         UNTIL WS-SLOT-SUB > 3.
     IF WS-PREM-CASE-TOT > 0
         ADD WS-PREM-CASE-TOT TO WS-PREM-OWED-TOT
         MOVE WS-CS-SSN (CS-INDEX) TO WS-PL-SSN-OUT
         MOVE WS-CS-NAME (CS-INDEX) TO WS-PL-NAME-OUT
         MOVE WS-CS-CASE-NBR (CS-INDEX) TO WS-PL-CASE-OUT
         MOVE WS-PREM-CASE-TOT TO WS-PL-TOTAL-OUT
         MOVE WS-PREM-LINE TO WS-PRINT-LINE
         PERFORM C60-PRINT-PARA
     END-IF.

*>    Um espaço da linha de prêmios
 B61-PREM-SLOT-PARA.
     IF WS-CS-PREM-OWED (CS-INDEX WS-SLOT-SUB) > 0
         MOVE WS-CS-PREM-PLAN (CS-INDEX WS-SLOT-SUB)
             TO WS-PL-PLAN-OUT (WS-SLOT-SUB)
         MOVE WS-CS-PREM-OWED (CS-INDEX WS-SLOT-SUB)
             TO WS-PL-OWED-OUT (WS-SLOT-SUB)
         ADD WS-CS-PREM-OWED (CS-INDEX WS-SLOT-SUB)
             TO WS-PREM-CASE-TOT
     END-IF.

*>    Impressão dos cabeçalhos do relatório
 C10-HEADINGS-PARA.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     MOVE WS-RETURN-DAYS-LIMIT TO WS-HEAD-DAYS-OUT.
     MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE-OUT.
     WRITE LR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO LR-REPORT-OUT.
     WRITE LR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE 2 TO WS-LINES-USED.
     ADD 1 TO WS-PAGE-COUNT.

*>    Título de uma seção, depois de uma linha em branco
 C12-SECTION-PARA.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.

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

*>    Impressão das linhas de totais
 C20-TOTAL-PARA.
     MOVE WS-TRANS-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-OPEN-COUNT TO WS-TOT-OPEN-OUT.
     MOVE WS-CHG-COUNT TO WS-TOT-CHG-OUT.
     MOVE WS-RETURN-COUNT TO WS-TOT-RETURN-OUT.
     MOVE WS-CANCEL-COUNT TO WS-TOT-CANCEL-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE WS-ON-LEAVE-COUNT TO WS-TOT-LEAVE-OUT.
     MOVE WS-DUE-COUNT TO WS-TOT-DUE-OUT.
     MOVE WS-OVERDUE-COUNT TO WS-TOT-OVERDUE-OUT.
     MOVE WS-EXHAUSTED-COUNT TO WS-TOT-EXHAUST-OUT.
     MOVE WS-PREM-OWED-TOT TO WS-TOT-PREM-OWED-OUT.
     MOVE WS-PREM-MOVED-TOT TO WS-TOT-PREM-MOVED-OUT.
     MOVE SPACES TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     MOVE WS-MAINT-TOTAL-LINE TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     MOVE WS-CASE-TOTAL-LINE TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.
     DISPLAY "LEAVE CASES ON LEAVE: " WS-ON-LEAVE-COUNT
             "  REJECTED TRANS: " WS-REJ-COUNT.

*>    Dias corridos da data do processamento até o retorno previsto
*>    do caso da tabela (negativo = já passou); sem data válida, o
*>    caso não entra na janela
 C30-DAYS-TO-RETURN-PARA.
     IF WS-CS-RETURN (CS-INDEX) NUMERIC
         MOVE WS-CS-RETURN (CS-INDEX) TO WS-DC-DATE
         PERFORM C85-DATE-TO-DAYS-PARA
         COMPUTE WS-DAYS-TO-RETURN = WS-DC-SERIAL - WS-RUN-SERIAL
     ELSE
         MOVE 99999 TO WS-DAYS-TO-RETURN
     END-IF.

*>    Imprime a imagem anterior (antes) do caso tocado
 C50-BEFORE-LINE-PARA.
     MOVE "BEFORE " TO WS-AU-IMAGE-OUT.
     MOVE SPACES TO WS-AU-REASON-OUT.
     PERFORM C54-CASE-IMAGE-PARA.

*>    Imprime a imagem posterior (depois) do caso tocado
 C51-AFTER-LINE-PARA.
     MOVE "AFTER  " TO WS-AU-IMAGE-OUT.
     PERFORM C54-CASE-IMAGE-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Imprime a linha da transação recusada, sem imagem do caso
 C52-WRITE-TXN-LINE-PARA.
     MOVE LT-SSN-IN TO WS-AU-SSN-OUT.
     MOVE SPACES TO WS-AU-CASE-OUT WS-AU-IMAGE-OUT.
     MOVE LT-CASE-TYPE-IN TO WS-AU-TYPE-OUT.
     MOVE LT-LEAVE-MODE-IN TO WS-AU-MODE-OUT.
     MOVE LT-START-DATE-IN TO WS-AU-START-OUT.
     MOVE LT-EXP-RETURN-IN TO WS-AU-EXP-RTN-OUT.
     MOVE LT-ACT-RETURN-IN TO WS-AU-ACT-RTN-OUT.
     MOVE SPACES TO WS-AU-STATUS-OUT.
     IF LT-WEEK-HOURS-IN NUMERIC
         MOVE LT-WEEK-HOURS-IN TO WS-AU-HOURS-OUT
     ELSE
         MOVE ZEROS TO WS-AU-HOURS-OUT
     END-IF.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Grava uma linha de auditoria
 C53-WRITE-AUDIT-PARA.
     MOVE WS-AUDIT-LINE TO WS-PRINT-LINE.
     PERFORM C60-PRINT-PARA.

*>    Monta a linha de auditoria com a imagem corrente do caso
 C54-CASE-IMAGE-PARA.
     MOVE LO-SSN TO WS-AU-SSN-OUT.
     MOVE LO-CASE-NBR TO WS-AU-CASE-OUT.
     MOVE LO-CASE-TYPE TO WS-AU-TYPE-OUT.
     MOVE LO-LEAVE-MODE TO WS-AU-MODE-OUT.
     MOVE LO-START-DATE TO WS-AU-START-OUT.
     MOVE LO-EXP-RETURN-DATE TO WS-AU-EXP-RTN-OUT.
     MOVE LO-ACT-RETURN-DATE TO WS-AU-ACT-RTN-OUT.
     MOVE LO-STATUS TO WS-AU-STATUS-OUT.
     IF LO-WEEK-HOURS NUMERIC
         MOVE LO-WEEK-HOURS TO WS-AU-HOURS-OUT
     ELSE
         MOVE ZEROS TO WS-AU-HOURS-OUT
     END-IF.
     PERFORM C53-WRITE-AUDIT-PARA.

*>    Rejeita a transação corrente com o motivo já informado
 C55-REJECT-PARA.
     ADD 1 TO WS-REJ-COUNT.
     MOVE "REJECT  " TO WS-AU-ACTION-OUT.
     PERFORM C52-WRITE-TXN-LINE-PARA.

*>    Impressão de uma linha do relatório, com quebra de página
 C60-PRINT-PARA.
     IF WS-LINES-USED >= WS-MAX-LINES-PER-PAGE
         PERFORM C10-HEADINGS-PARA
     END-IF.
     WRITE LR-REPORT-OUT FROM WS-PRINT-LINE
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
