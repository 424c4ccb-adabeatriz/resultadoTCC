*> =====================================================================
*> PROGRAMA: CANCELAMENTO, SUSTAÇÃO E SUBSTITUIÇÃO DE CHEQUES
*> DESCRIÇÃO: Aplica as transações de cheques perdidos/emitidos por
*>            engano (CHKVOID.DAT) contra o registro dos cheques
*>            emitidos - o arquivo de situação dos cheques
*>            (CHKSTAT.DAT), carregado por PROG34 do extrato de
*>            positive pay de cada execução que gravou CHECKREG.DAT:
*>            - V cancela e S susta um cheque ainda em aberto; os dois
*>              gravam no extrato de positive pay (POSPAY.DAT) o
*>              registro de cancelamento/sustação para o banco recusar
*>              o original;
*>            - com substituição (Y), emite o cheque substituto com o
*>              próximo número de CHECKNBR.DAT, pelo mesmo valor e ao
*>              mesmo favorecido, SEM tocar os acumulados - os salários
*>              já foram postados;
*>            - o cancelamento sem substituição é um cancelamento de
*>              verdade: estorna o rendimento, os impostos e o líquido
*>              do pagamento no mestre de acumulados (PROG6_YTD.DAT),
*>              no acumulado estadual (STYTD.DAT) e no histórico de
*>              pagamentos (PAYHIST.DAT, linha marcada como cancelada),
*>              pelo mesmo diário de imagens antes/depois da folha;
*>            - a sustação sem substituição só registra a sustação: o
*>              salário continua devido e postado.
*>            Cada ação sai no relatório de auditoria. Fecha a trava
*>            da janela de lote durante a atualização dos mestres e
*>            recusa rodar com a janela aberta
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG35.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Transações de cancelamento/sustação, preparadas pela folha
     SELECT VOID-TRANS-FILE-IN
         ASSIGN TO "CHKVOID.DAT"
         FILE STATUS IS WS-CHKVOID-FILE-STATUS.
*>    Arquivo de situação dos cheques; o mesmo layout de PROG34
     SELECT CHECK-STATUS-FILE
         ASSIGN TO "CHKSTAT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CS-CHECK-NBR
         FILE STATUS IS WS-CHKSTAT-FILE-STATUS.
*>    Extrato de positive pay; o layout de PROG6, acrescido em EXTEND
     SELECT POS-PAY-FILE-OUT
         ASSIGN TO "POSPAY.DAT"
         FILE STATUS IS WS-POSPAY-FILE-STATUS.
*>    Controle da numeração de cheques; o layout de PROG6
     SELECT CHECK-NBR-FILE
         ASSIGN TO "CHECKNBR.DAT"
         FILE STATUS IS WS-CHECKNBR-FILE-STATUS.
*>    Mestre de acumulados do ano; o layout de PROG6
     SELECT YTD-MASTER-FILE
         ASSIGN TO "PROG6_YTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS YM-YTD-KEY
         FILE STATUS IS WS-YTD-FILE-STATUS.
*>    Acumulado estadual do ano; o layout de PROG6
     SELECT STATE-YTD-FILE
         ASSIGN TO "STYTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SY-YTD-KEY
         FILE STATUS IS WS-STYTD-FILE-STATUS.
*>    Diário do mestre de acumulados; o layout de PROG6/PROG16
     SELECT YTD-JOURNAL-FILE-OUT
         ASSIGN TO "YTDJRNL.DAT"
         FILE STATUS IS WS-YTDJRNL-FILE-STATUS.
*>    Diário do acumulado estadual; o layout de PROG6
     SELECT STATE-JRNL-FILE-OUT
         ASSIGN TO "STYTDJRN.DAT"
         FILE STATUS IS WS-STJRNL-FILE-STATUS.
*>    Histórico de pagamentos indexado por empresa, CPF/SSN e data/
*>    sequência da execução; a linha cancelada é regravada no lugar
     SELECT PAY-HISTORY-FILE
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Trava da janela de lote; o layout de PROG6
     SELECT BATCH-LOCK-FILE
         ASSIGN TO "PROG6_LOCK.DAT"
         FILE STATUS IS WS-LOCK-FILE-STATUS.
*>    Impressão dos cheques substitutos
     SELECT CHECK-PRINT-FILE-OUT
         ASSIGN TO "CHKVOID_CHECKS.DAT".
*>    Relatório de auditoria das ações
     SELECT VOID-REPORT-OUT
         ASSIGN TO "CHKVOID_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição das transações de cancelamento/sustação
 FD  VOID-TRANS-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CV-TRANS-REC-IN.
 01  CV-TRANS-REC-IN.
     05  CV-ACTION-IN                PIC X(1).      *> V=cancela  S=susta o pagamento
     05  CV-CHECK-NBR-IN             PIC X(8).      *> Número do cheque original
     05  CV-REISSUE-IN               PIC X(1).      *> Y=emite substituto  N/espaço=não
     05  CV-REASON-IN                PIC X(30).     *> Motivo (perdido, emitido por engano...)
     05  CV-REQUESTED-BY-IN          PIC X(10).     *> Quem pediu a ação
     05  FILLER                      PIC X(30).

*>    Definição do arquivo de situação dos cheques; o layout de PROG34
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

*>    Definição do extrato de positive pay; o layout de PROG6
 FD  POS-PAY-FILE-OUT
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

*>    Definição do arquivo de controle da numeração de cheques
 FD  CHECK-NBR-FILE
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CN-CHECKNBR-REC.
 01  CN-CHECKNBR-REC.
     05  CN-NEXT-CHECK-NBR           PIC 9(8).      *> Próximo número a usar
     05  FILLER                      PIC X(12).

*>    Definição do mestre de acumulados; o layout de PROG6
 FD  YTD-MASTER-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS YM-YTD-REC.
 01  YM-YTD-REC.
     05  YM-YTD-KEY.
         10  YM-COMPANY              PIC X(2).      *> Código da empresa (EIN)
         10  YM-SSN                  PIC X(9).      *> CPF/SSN do funcionário
     05  YM-YTD-EARNINGS             PIC 9(7)V99.   *> Rendimento acumulado no ano
     05  YM-YTD-FED-TAX              PIC 9(7)V99.   *> Imposto federal acumulado no ano
     05  YM-PRIOR-EXEMPTIONS         PIC 9(1).      *> Isenções do último período pago
     05  YM-PERIODS-PAID             PIC 9(2).      *> Períodos já pagos no ano
     05  YM-STATUS                   PIC X(1).      *> Espaço/A=ativo  T=desligado
     05  YM-TERM-DATE                PIC X(8).      *> Data do desligamento (AAAAMMDD)
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.   *> Salários sujeitos ao Seguro Social
     05  YM-YTD-SS-TAX               PIC 9(7)V99.   *> Seguro Social retido no ano
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.   *> Salários sujeitos ao Medicare
     05  YM-YTD-MED-TAX              PIC 9(7)V99.   *> Medicare retido no ano

*>    Definição do acumulado estadual; o layout de PROG6
 FD  STATE-YTD-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SY-STATE-YTD-REC.
 01  SY-STATE-YTD-REC.
     05  SY-YTD-KEY.
         10  SY-COMPANY              PIC X(2).      *> Empresa do registro
         10  SY-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  SY-STATE                PIC X(2).      *> Jurisdição ("**" = tabela embutida)
     05  SY-YTD-WAGES                PIC 9(7)V99.   *> Salários estaduais acumulados no ano
     05  SY-YTD-STATE-TAX            PIC 9(7)V99.   *> Imposto estadual acumulado no ano
     05  FILLER                      PIC X(14).

*>    Definição do diário do mestre de acumulados; o layout de PROG6
 FD  YTD-JOURNAL-FILE-OUT
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS JR-JOURNAL-REC.
 01  JR-JOURNAL-REC.
     05  JR-RUN-ID                   PIC X(14).     *> Data+hora de início da execução
     05  JR-ACTION                   PIC X(1).      *> U=regravação  C=criação
     05  JR-COMPANY                  PIC X(2).      *> Empresa do registro
     05  JR-SSN                      PIC X(9).      *> CPF/SSN do registro
     05  JR-BEFORE-IMAGE.                           *> Imagem antes da gravação
         10  JR-BEF-EARNINGS         PIC 9(7)V99.
         10  JR-BEF-FED-TAX          PIC 9(7)V99.
         10  JR-BEF-EXEMPTIONS       PIC 9(1).
         10  JR-BEF-PERIODS          PIC 9(2).
         10  JR-BEF-STATUS           PIC X(1).
         10  JR-BEF-TERM-DATE        PIC X(8).
     05  JR-AFTER-IMAGE.                            *> Imagem depois da gravação
         10  JR-AFT-EARNINGS         PIC 9(7)V99.
         10  JR-AFT-FED-TAX          PIC 9(7)V99.
         10  JR-AFT-EXEMPTIONS       PIC 9(1).
         10  JR-AFT-PERIODS          PIC 9(2).
         10  JR-AFT-STATUS           PIC X(1).
         10  JR-AFT-TERM-DATE        PIC X(8).
     05  JR-BEF-FICA-IMAGE.
         10  JR-BEF-SS-WAGES         PIC 9(7)V99.
         10  JR-BEF-SS-TAX           PIC 9(7)V99.
         10  JR-BEF-MED-WAGES        PIC 9(7)V99.
         10  JR-BEF-MED-TAX          PIC 9(7)V99.
     05  JR-AFT-FICA-IMAGE.
         10  JR-AFT-SS-WAGES         PIC 9(7)V99.
         10  JR-AFT-SS-TAX           PIC 9(7)V99.
         10  JR-AFT-MED-WAGES        PIC 9(7)V99.
         10  JR-AFT-MED-TAX          PIC 9(7)V99.
     05  FILLER                      PIC X(22).

*>    Definição do diário do acumulado estadual; o layout de PROG6
 FD  STATE-JRNL-FILE-OUT
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

*>    Definição do histórico de pagamentos; o layout de PROG6/PROG14
 FD  PAY-HISTORY-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PH-HISTORY-REC.
 01  PH-HISTORY-REC.
     05  PH-HIST-KEY.
         10  PH-COMPANY              PIC X(2).      *> Empresa do pagamento
         10  PH-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  PH-RUN-DATE             PIC X(8).      *> Data da execução (AAAAMMDD)
         10  PH-RUN-SEQ              PIC 9(3).      *> Sequência na data da execução
     05  FILLER                      PIC X(78).

*>    Definição da trava da janela de lote; o layout de PROG6
 FD  BATCH-LOCK-FILE
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LK-LOCK-REC.
 01  LK-LOCK-REC.
     05  LK-STATUS                   PIC X(1).      *> L=lote em andamento  U=liberado
     05  LK-RUN-ID                   PIC X(14).     *> Execução que fechou a trava
     05  FILLER                      PIC X(5).

*>    Impressão dos cheques substitutos (linha de 132 colunas)
 FD  CHECK-PRINT-FILE-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CH-CHECK-OUT.
 01  CH-CHECK-OUT                    PIC X(132).

*>    Relatório de auditoria (linha de 132 colunas)
 FD  VOID-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS VR-REPORT-OUT.
 01  VR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-TRANS-EOF-SWITCH         PIC X(1).
     05  WS-HIST-EOF-SWITCH          PIC X(1).
     05  WS-CHKVOID-FILE-STATUS      PIC X(2).
         88  WS-CHKVOID-MISSING      VALUE "35".
     05  WS-CHKSTAT-FILE-STATUS      PIC X(2).
         88  WS-CHKSTAT-OK           VALUE "00".
     05  WS-POSPAY-FILE-STATUS       PIC X(2).
         88  WS-POSPAY-MISSING       VALUE "35".
     05  WS-CHECKNBR-FILE-STATUS     PIC X(2).
         88  WS-CHECKNBR-MISSING     VALUE "35".
     05  WS-YTD-FILE-STATUS          PIC X(2).
         88  WS-YTD-OK               VALUE "00".
     05  WS-YTD-OPEN-SWITCH          PIC X(1).
         88  WS-YTD-OPEN             VALUE "Y".
     05  WS-STYTD-FILE-STATUS        PIC X(2).
         88  WS-STYTD-OK             VALUE "00".
     05  WS-STYTD-OPEN-SWITCH        PIC X(1).
         88  WS-STYTD-OPEN           VALUE "Y".
     05  WS-YTDJRNL-FILE-STATUS      PIC X(2).
         88  WS-YTDJRNL-MISSING      VALUE "35".
     05  WS-STJRNL-FILE-STATUS       PIC X(2).
         88  WS-STJRNL-MISSING       VALUE "35".
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-LOCK-FILE-STATUS         PIC X(2).
         88  WS-LOCK-MISSING         VALUE "35".
     05  WS-TXN-VALID-SWITCH         PIC X(1).
         88  WS-TXN-VALID            VALUE "Y".
     05  WS-TRUE-VOID-SWITCH         PIC X(1).
         88  WS-TRUE-VOID            VALUE "Y".
     05  WS-HIST-OPEN-SWITCH         PIC X(1).
         88  WS-HIST-OPEN            VALUE "Y".
     05  WS-HIST-MATCH-SWITCH        PIC X(1).
         88  WS-HIST-MATCHED         VALUE "Y".
     05  WS-OTHER-REG-SWITCH         PIC X(1).
         88  WS-OTHER-REG-FOUND      VALUE "Y".

*>    Data e identificador desta execução (diários e trava da janela)
 01  WS-RUN-DATE                     PIC X(8).
 01  WS-RUN-ID                       PIC X(14).

*>    Numeração de cheques: lida de CHECKNBR.DAT na abertura e
*>    regravada no encerramento, como PROG6 faz
 01  WS-CHECK-CONTROLS.
     05  WS-NEXT-CHECK-NBR           PIC 9(8) VALUE 1.
     05  WS-NEW-CHECK-NBR            PIC 9(8).      *> Substituto emitido agora

*>    Original guardado antes de a área do arquivo de situação ser
*>    reaproveitada para gravar o substituto
 01  WS-ORIG-CHECK.
     05  WS-ORIG-REC                 PIC X(100).

*>    Alíquota do Seguro Social do empregado, para devolver os
*>    salários sujeitos ao teto a partir do imposto retido
 01  WS-FICA-RATES.
     05  WS-SS-RATE                  PIC V999 VALUE .062.

*>    Empresa procurada no histórico (empresa do cheque; em branco
*>    cai na 01, como o estorno de execução de PROG6)
 01  WS-HIST-COMPANY                 PIC X(2).

*>    Linha do histórico em exame; o layout de PROG6
 01  WS-PH-WORK.
     05  WS-PH-HIST-KEY.
         10  WS-PH-COMPANY           PIC X(2).
         10  WS-PH-SSN               PIC X(9).
         10  WS-PH-RUN-DATE          PIC X(8).
         10  WS-PH-RUN-SEQ           PIC 9(3).
     05  WS-PH-PERIOD-NBR            PIC 9(2).
     05  WS-PH-REC-CODE              PIC 9(2).
     05  WS-PH-EARN-THIS-PER         PIC 9(5)V99.
     05  WS-PH-FED-TAX               PIC 9(6)V99.
     05  WS-PH-STATE-TAX             PIC 9(6)V99.
     05  WS-PH-FICA-EMPLE            PIC 9(6)V99.
     05  WS-PH-GARNISH               PIC 9(3)V99.
     05  WS-PH-NET-PAY               PIC 9(6)V99.
     05  WS-PH-SS-TAX                PIC 9(5)V99.
     05  WS-PH-MED-TAX               PIC 9(5)V99.
     05  WS-PH-VOID-FLAG             PIC X(1).
     05  FILLER                      PIC X(15).

*>    Linha do histórico casada com o cheque, guardada para o estorno
 01  WS-PH-MATCH                     PIC X(100).
 01  WS-PH-MATCH-FIELDS REDEFINES WS-PH-MATCH.
     05  WS-PM-HIST-KEY.
         10  WS-PM-COMPANY           PIC X(2).
         10  WS-PM-SSN               PIC X(9).
         10  WS-PM-RUN-DATE          PIC X(8).
         10  WS-PM-RUN-SEQ           PIC 9(3).
     05  WS-PM-PERIOD-NBR            PIC 9(2).
     05  WS-PM-REC-CODE              PIC 9(2).
     05  WS-PM-EARN-THIS-PER         PIC 9(5)V99.
     05  WS-PM-FED-TAX               PIC 9(6)V99.
     05  WS-PM-STATE-TAX             PIC 9(6)V99.
     05  WS-PM-FICA-EMPLE            PIC 9(6)V99.
     05  WS-PM-GARNISH               PIC 9(3)V99.
     05  WS-PM-NET-PAY               PIC 9(6)V99.
     05  WS-PM-SS-TAX                PIC 9(5)V99.
     05  WS-PM-MED-TAX               PIC 9(5)V99.
     05  WS-PM-VOID-FLAG             PIC X(1).
     05  FILLER                      PIC X(15).

*>    Valores estornados do pagamento cancelado
 01  WS-REVERSE-WORK.
     05  WS-REV-SS-WAGES             PIC 9(7)V99.
     05  WS-REV-MED-WAGES            PIC 9(7)V99.
     05  WS-REV-COMPANY              PIC X(2).
     05  WS-REV-FLAG                 PIC X(24).     *> Aviso de estorno incompleto

*>    Imagens-antes capturadas para os diários
 01  WS-JOURNAL-WORK.
     05  WS-JR-ACTION                PIC X(1).
     05  WS-JR-BEFORE-IMAGE.
         10  WS-JR-BEF-EARNINGS      PIC 9(7)V99.
         10  WS-JR-BEF-FED-TAX       PIC 9(7)V99.
         10  WS-JR-BEF-EXEMPTIONS    PIC 9(1).
         10  WS-JR-BEF-PERIODS       PIC 9(2).
         10  WS-JR-BEF-STATUS        PIC X(1).
         10  WS-JR-BEF-TERM-DATE     PIC X(8).
     05  WS-JR-BEF-FICA-IMAGE.
         10  WS-JR-BEF-SS-WAGES      PIC 9(7)V99.
         10  WS-JR-BEF-SS-TAX        PIC 9(7)V99.
         10  WS-JR-BEF-MED-WAGES     PIC 9(7)V99.
         10  WS-JR-BEF-MED-TAX       PIC 9(7)V99.
     05  WS-SJ-BEF-WAGES             PIC 9(7)V99.
     05  WS-SJ-BEF-STATE-TAX         PIC 9(7)V99.

*>    Totalizadores das ações
 01  WS-TOTALS.
     05  WS-TRANS-READ-COUNT         PIC 9(5).      *> Transações lidas
     05  WS-VOID-COUNT               PIC 9(5).      *> Cheques cancelados
     05  WS-STOP-COUNT               PIC 9(5).      *> Cheques sustados
     05  WS-REPLACE-COUNT            PIC 9(5).      *> Substitutos emitidos
     05  WS-REPLACE-AMT              PIC 9(9)V99.
     05  WS-REVERSE-COUNT            PIC 9(5).      *> Cancelamentos estornados
     05  WS-REVERSE-AMT              PIC 9(9)V99.   *> Líquido estornado
     05  WS-REJ-COUNT                PIC 9(5).      *> Transações rejeitadas

*>    Cabeçalho do relatório de auditoria
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "CHECK VOID / STOP / REPLACEMENT AUDIT     ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(72) VALUE SPACES.
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(8) VALUE "ACTION".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "CHECK NO".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(9) VALUE "SSN".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(18) VALUE "PAYEE".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(13) VALUE "       AMOUNT".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "NEW CHK".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(56) VALUE
             "DISPOSITION / REASON".

*>    Linha de auditoria de uma ação
 01  WS-AUDIT-LINE.
     05  WS-AU-ACTION-OUT            PIC X(8).      *> VOID/STOP/REPLACE/REVERSE/REJECT
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-CHECK-OUT             PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-PAYEE-OUT             PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-AMT-OUT               PIC ZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-NEW-CHECK-OUT         PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-REASON-OUT            PIC X(56).

*>    Linha dos valores estornados de um cancelamento
 01  WS-REVERSE-LINE.
     05  FILLER                      PIC X(12) VALUE SPACES.
     05  FILLER                      PIC X(10) VALUE "REVERSED: ".
     05  FILLER                      PIC X(6) VALUE "EARN ".
     05  WS-RV-EARN-OUT              PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(6) VALUE "  FED ".
     05  WS-RV-FED-OUT               PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(8) VALUE "  STATE ".
     05  WS-RV-STATE-OUT             PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(5) VALUE "  SS ".
     05  WS-RV-SS-OUT                PIC Z,ZZ9.99.
     05  FILLER                      PIC X(6) VALUE "  MED ".
     05  WS-RV-MED-OUT               PIC Z,ZZ9.99.
     05  FILLER                      PIC X(6) VALUE "  NET ".
     05  WS-RV-NET-OUT               PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-RV-FLAG-OUT              PIC X(24).
     05  FILLER                      PIC X(1) VALUE SPACES.

*>    Linhas da face do cheque substituto; o formato de PROG6
 01  WS-CHECK-NBR-LINE.
     05  FILLER                      PIC X(9) VALUE "CHECK NO ".
     05  WS-CHK-NBR-OUT              PIC 9(8).
     05  FILLER                      PIC X(8) VALUE "   DATE ".
     05  WS-CHK-DATE-OUT             PIC X(8).
     05  FILLER                      PIC X(99) VALUE SPACES.
 01  WS-CHECK-PAYEE-LINE.
     05  FILLER                      PIC X(21) VALUE
             "PAY TO THE ORDER OF  ".
     05  WS-CHK-PAYEE-OUT            PIC X(18).
     05  FILLER                      PIC X(10) VALUE SPACES.
     05  FILLER                      PIC X(2) VALUE "$ ".
     05  WS-CHK-AMT-OUT              PIC ZZZ,ZZ9.99.
     05  FILLER                      PIC X(71) VALUE SPACES.
 01  WS-CHECK-ID-LINE.
     05  FILLER                      PIC X(6) VALUE "  SSN ".
     05  WS-CHK-SSN-OUT              PIC X(9).
     05  FILLER                      PIC X(10) VALUE "   PERIOD ".
     05  WS-CHK-PERIOD-OUT           PIC Z9.
     05  FILLER                      PIC X(15) VALUE "   REPLACES NO ".
     05  WS-CHK-ORIG-OUT             PIC 9(8).
     05  FILLER                      PIC X(82) VALUE SPACES.

*>    Linha de totais das ações
 01  WS-VOID-TOTAL-LINE-1.
     05  FILLER                      PIC X(7) VALUE "TRANS: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(9) VALUE "  VOIDS: ".
     05  WS-TOT-VOID-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(9) VALUE "  STOPS: ".
     05  WS-TOT-STOP-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(16) VALUE "  REPLACEMENTS: ".
     05  WS-TOT-REPL-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-TOT-REPL-AMT-OUT         PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(33) VALUE SPACES.
 01  WS-VOID-TOTAL-LINE-2.
     05  FILLER                      PIC X(22) VALUE
             "TRUE VOIDS REVERSED:  ".
     05  WS-TOT-REV-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  NET PAY:    ".
     05  WS-TOT-REV-AMT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(76) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral das ações
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE WS-RUN-DATE TO WS-RUN-ID (1:8).
     ACCEPT WS-RUN-ID (9:6) FROM TIME.
*>    Com a janela de lote aberta a folha está postando os mesmos
*>    mestres: o cancelamento espera a janela fechar
     OPEN INPUT BATCH-LOCK-FILE.
     IF NOT WS-LOCK-MISSING
         READ BATCH-LOCK-FILE
             AT END MOVE SPACES TO LK-STATUS
         END-READ
         CLOSE BATCH-LOCK-FILE
         IF LK-STATUS = "L"
             DISPLAY "BATCH WINDOW IS OPEN (RUN " LK-RUN-ID
                     ") - CHECK VOIDS NOT APPLIED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
     END-IF.
     OPEN I-O CHECK-STATUS-FILE.
     IF NOT WS-CHKSTAT-OK
         DISPLAY "CHECK STATUS FILE CHKSTAT.DAT NOT AVAILABLE - " &
                 "RUN PROG34 FIRST"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM C92-SET-LOCK-PARA.
     MOVE SPACES TO WS-YTD-OPEN-SWITCH
                    WS-STYTD-OPEN-SWITCH.
     OPEN I-O YTD-MASTER-FILE.
     IF WS-YTD-OK
         MOVE "Y" TO WS-YTD-OPEN-SWITCH
     END-IF.
     OPEN I-O STATE-YTD-FILE.
     IF WS-STYTD-OK
         MOVE "Y" TO WS-STYTD-OPEN-SWITCH
     END-IF.
*>    Os registros de cancelamento/sustação e de emissão dos
*>    substitutos entram no fim do extrato de positive pay
     OPEN EXTEND POS-PAY-FILE-OUT.
     IF WS-POSPAY-MISSING
         OPEN OUTPUT POS-PAY-FILE-OUT
     END-IF.
     OPEN OUTPUT CHECK-PRINT-FILE-OUT
                 VOID-REPORT-OUT.
     PERFORM B09-LOAD-CHECKNBR-PARA.
     PERFORM B10-INIT-PARA.
*>    Sem o histórico nenhum cancelamento de verdade encontra a linha
*>    do pagamento; as demais ações seguem normalmente
     OPEN I-O PAY-HISTORY-FILE.
     IF NOT WS-PAYHIST-MISSING
         MOVE "Y" TO WS-HIST-OPEN-SWITCH
     END-IF.
     PERFORM B30-PROCESS-TRANS-PARA.
     IF WS-HIST-OPEN
         CLOSE PAY-HISTORY-FILE
     END-IF.
*>    Regrava o próximo número de cheque depois dos substitutos
     OPEN OUTPUT CHECK-NBR-FILE.
     MOVE SPACES TO CN-CHECKNBR-REC.
     MOVE WS-NEXT-CHECK-NBR TO CN-NEXT-CHECK-NBR.
     WRITE CN-CHECKNBR-REC.
     CLOSE CHECK-NBR-FILE.
     PERFORM C20-TOTAL-PARA.
     CLOSE CHECK-STATUS-FILE
           POS-PAY-FILE-OUT
           CHECK-PRINT-FILE-OUT
           VOID-REPORT-OUT.
     IF WS-YTD-OPEN
         CLOSE YTD-MASTER-FILE
     END-IF.
     IF WS-STYTD-OPEN
         CLOSE STATE-YTD-FILE
     END-IF.
*>    Ações aplicadas: libera a trava da janela de lote
     PERFORM C93-RELEASE-LOCK-PARA.
     IF WS-REJ-COUNT > 0
         MOVE 4 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Lê o próximo número de cheque do arquivo de controle; sem o
*>    arquivo, a numeração começa em 1, como em PROG6
 B09-LOAD-CHECKNBR-PARA.
     OPEN INPUT CHECK-NBR-FILE.
     IF WS-CHECKNBR-MISSING
         MOVE 1 TO WS-NEXT-CHECK-NBR
     ELSE
         READ CHECK-NBR-FILE
             AT END MOVE 1 TO WS-NEXT-CHECK-NBR
             NOT AT END
                 IF CN-NEXT-CHECK-NBR IS NUMERIC
                         AND CN-NEXT-CHECK-NBR > 0
                     MOVE CN-NEXT-CHECK-NBR TO WS-NEXT-CHECK-NBR
                 ELSE
                     MOVE 1 TO WS-NEXT-CHECK-NBR
                 END-IF
         END-READ
         CLOSE CHECK-NBR-FILE
     END-IF.

*>    Inicialização das variáveis e cabeçalho do relatório
 B10-INIT-PARA.
     MOVE "N" TO WS-TRANS-EOF-SWITCH
                 WS-HIST-EOF-SWITCH
                 WS-HIST-OPEN-SWITCH
                 WS-HIST-MATCH-SWITCH.
     MOVE ZEROS TO WS-TRANS-READ-COUNT
                   WS-VOID-COUNT
                   WS-STOP-COUNT
                   WS-REPLACE-COUNT
                   WS-REPLACE-AMT
                   WS-REVERSE-COUNT
                   WS-REVERSE-AMT
                   WS-REJ-COUNT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE VR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO VR-REPORT-OUT.
     WRITE VR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE VR-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.

*>    Lê e aplica as transações de cancelamento/sustação
 B30-PROCESS-TRANS-PARA.
     OPEN INPUT VOID-TRANS-FILE-IN.
     IF WS-CHKVOID-MISSING
         DISPLAY "CHECK VOID FILE CHKVOID.DAT NOT FOUND - NOTHING " &
                 "TO APPLY"
         MOVE "Y" TO WS-TRANS-EOF-SWITCH
     ELSE
         READ VOID-TRANS-FILE-IN
             AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
         END-READ
         PERFORM B31-TRANS-REC-PARA
             UNTIL WS-TRANS-EOF-SWITCH = "Y"
         CLOSE VOID-TRANS-FILE-IN
     END-IF.

*>    Examina uma transação: valida, e só a válida mexe em algum
*>    arquivo
 B31-TRANS-REC-PARA.
     ADD 1 TO WS-TRANS-READ-COUNT.
     PERFORM B40-VALIDATE-TXN-PARA.
     IF WS-TXN-VALID
         PERFORM B50-APPLY-TXN-PARA
     END-IF.
     READ VOID-TRANS-FILE-IN
         AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
     END-READ.

*>    Valida a transação: ação V/S, indicador de substituição Y/N,
*>    número de cheque existente e ainda em aberto; o cancelamento de
*>    verdade precisa ainda achar a linha do histórico do pagamento.
*>    A recusa sai no relatório com o motivo e nada é tocado
 B40-VALIDATE-TXN-PARA.
     MOVE "Y" TO WS-TXN-VALID-SWITCH.
     MOVE "N" TO WS-TRUE-VOID-SWITCH.
     MOVE SPACES TO WS-AU-REASON-OUT
                    WS-AU-NEW-CHECK-OUT
                    WS-AU-SSN-OUT
                    WS-AU-PAYEE-OUT.
     MOVE CV-CHECK-NBR-IN TO WS-AU-CHECK-OUT.
     MOVE ZEROS TO WS-AU-AMT-OUT.
     IF CV-REISSUE-IN = SPACE
         MOVE "N" TO CV-REISSUE-IN
     END-IF.
     IF CV-ACTION-IN NOT = "V" AND CV-ACTION-IN NOT = "S"
         MOVE "INVALID ACTION CODE - MUST BE V OR S"
             TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID
             AND CV-REISSUE-IN NOT = "Y" AND CV-REISSUE-IN NOT = "N"
         MOVE "INVALID REISSUE FLAG - MUST BE Y OR N"
             TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID AND CV-CHECK-NBR-IN NOT NUMERIC
         MOVE "CHECK NUMBER NOT NUMERIC" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID
         MOVE CV-CHECK-NBR-IN TO CS-CHECK-NBR
         READ CHECK-STATUS-FILE
             INVALID KEY
                 MOVE "CHECK NOT IN CHECK REGISTER"
                     TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
         END-READ
     END-IF.
     IF WS-TXN-VALID
         MOVE CS-SSN TO WS-AU-SSN-OUT
         MOVE CS-PAYEE-NAME TO WS-AU-PAYEE-OUT
         MOVE CS-AMOUNT TO WS-AU-AMT-OUT
         EVALUATE TRUE
             WHEN CS-PAID
                 MOVE "ALREADY PAID BY THE BANK - CANNOT VOID"
                     TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             WHEN CS-VOIDED
                 MOVE "CHECK ALREADY VOIDED" TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             WHEN CS-STOPPED
                 MOVE "CHECK ALREADY STOPPED" TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-IF.
*>    Cancelamento sem substituição: o pagamento é desfeito, e a linha
*>    do histórico é de onde vêm os valores a estornar
     IF WS-TXN-VALID AND CV-ACTION-IN = "V" AND CV-REISSUE-IN = "N"
         MOVE "Y" TO WS-TRUE-VOID-SWITCH
         PERFORM B45-FIND-HIST-PARA
         IF NOT WS-HIST-MATCHED
             MOVE "PAY HISTORY LINE NOT FOUND - NOT VOIDED"
                 TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF NOT WS-TXN-VALID
         ADD 1 TO WS-REJ-COUNT
         MOVE "REJECT  " TO WS-AU-ACTION-OUT
         PERFORM C52-WRITE-AUDIT-PARA
     END-IF.

*>    Procura no histórico a linha do pagamento do cheque: mesmo
*>    CPF/SSN, líquido igual ao valor do cheque, o mesmo período
*>    (quando o cheque o registrou) e ainda não cancelada; havendo mais
*>    de uma, fica a mais recente
 B45-FIND-HIST-PARA.
     MOVE "N" TO WS-HIST-MATCH-SWITCH.
     MOVE "Y" TO WS-HIST-EOF-SWITCH.
     IF CS-COMPANY = SPACES
         MOVE "01" TO WS-HIST-COMPANY
     ELSE
         MOVE CS-COMPANY TO WS-HIST-COMPANY
     END-IF.
     IF WS-HIST-OPEN
         MOVE "N" TO WS-HIST-EOF-SWITCH
         MOVE WS-HIST-COMPANY TO PH-COMPANY
         MOVE CS-SSN TO PH-SSN
         MOVE SPACES TO PH-RUN-DATE
         MOVE ZEROS TO PH-RUN-SEQ
         START PAY-HISTORY-FILE KEY >= PH-HIST-KEY
             INVALID KEY MOVE "Y" TO WS-HIST-EOF-SWITCH
         END-START
     END-IF.
     IF WS-HIST-EOF-SWITCH = "N"
         PERFORM B47-READ-NEXT-HIST-PARA
     END-IF.
     PERFORM B46-TEST-HIST-PARA
         UNTIL WS-HIST-EOF-SWITCH = "Y".

*>    Testa uma linha do histórico contra o cheque; as linhas vêm em
*>    ordem de data, e a última que casa é a que fica
 B46-TEST-HIST-PARA.
     IF WS-PH-NET-PAY = CS-AMOUNT
             AND WS-PH-VOID-FLAG NOT = "V"
             AND WS-PH-RUN-DATE <= WS-RUN-DATE
             AND (CS-PERIOD-NBR NOT NUMERIC OR CS-PERIOD-NBR = 0
                  OR WS-PH-PERIOD-NBR = CS-PERIOD-NBR)
         MOVE WS-PH-WORK TO WS-PH-MATCH
         MOVE "Y" TO WS-HIST-MATCH-SWITCH
     END-IF.
     PERFORM B47-READ-NEXT-HIST-PARA.

*>    Lê a próxima linha do histórico; termina quando muda a empresa
*>    ou o CPF/SSN do cheque
 B47-READ-NEXT-HIST-PARA.
     READ PAY-HISTORY-FILE NEXT RECORD INTO WS-PH-WORK
         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
     END-READ.
     IF WS-HIST-EOF-SWITCH = "N"
         IF WS-PH-COMPANY NOT = WS-HIST-COMPANY
                 OR WS-PH-SSN NOT = CS-SSN
             MOVE "Y" TO WS-HIST-EOF-SWITCH
         END-IF
     END-IF.

*>    Aplica a transação válida: registro de cancelamento/sustação ao
*>    banco, nova situação do original e, conforme o caso, substituto
*>    ou estorno
 B50-APPLY-TXN-PARA.
     MOVE CS-STATUS-REC TO WS-ORIG-REC.
*>    Registro para o banco recusar o original
     MOVE CS-CHECK-NBR TO PY-CHECK-NBR.
     MOVE CS-ISSUE-DATE TO PY-CHECK-DATE.
     MOVE CS-AMOUNT TO PY-AMOUNT.
     MOVE CS-PAYEE-NAME TO PY-PAYEE-NAME.
     MOVE CS-SSN TO PY-SSN.
     MOVE CV-ACTION-IN TO PY-ISSUE-CODE.
     MOVE CS-COMPANY TO PY-COMPANY.
     MOVE CS-STATE TO PY-STATE.
     MOVE CS-PERIOD-NBR TO PY-PERIOD-NBR.
     MOVE CS-YTD-POSTED TO PY-YTD-POSTED.
     MOVE SPACES TO PY-POSPAY-REC (62:19).
     WRITE PY-POSPAY-REC.
*>    Nova situação do original
     MOVE CV-ACTION-IN TO CS-STATUS.
     MOVE WS-RUN-DATE TO CS-VOID-DATE.
     IF CV-REISSUE-IN = "Y"
         MOVE WS-NEXT-CHECK-NBR TO CS-LINKED-CHECK-NBR
     END-IF.
     REWRITE CS-STATUS-REC.
     IF CV-ACTION-IN = "V"
         ADD 1 TO WS-VOID-COUNT
         MOVE "VOID    " TO WS-AU-ACTION-OUT
     ELSE
         ADD 1 TO WS-STOP-COUNT
         MOVE "STOP    " TO WS-AU-ACTION-OUT
     END-IF.
     EVALUATE TRUE
         WHEN CV-REISSUE-IN = "Y"
             MOVE CV-REASON-IN TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-AUDIT-PARA
             PERFORM B60-REPLACEMENT-PARA
         WHEN WS-TRUE-VOID
             MOVE CV-REASON-IN TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-AUDIT-PARA
             PERFORM B70-REVERSE-PAY-PARA
         WHEN OTHER
             MOVE SPACES TO WS-AU-REASON-OUT
             STRING CV-REASON-IN DELIMITED BY SIZE
                    " - NO REISSUE, WAGES STAY POSTED"
                        DELIMITED BY SIZE
                 INTO WS-AU-REASON-OUT
             END-STRING
             PERFORM C52-WRITE-AUDIT-PARA
     END-EVALUATE.

*>    Emite o cheque substituto com o próximo número: mesmo valor,
*>    favorecido, empresa e período do original, ligado a ele nos dois
*>    sentidos; os acumulados não são tocados - o salário já foi
*>    postado quando o original foi emitido
 B60-REPLACEMENT-PARA.
     MOVE WS-NEXT-CHECK-NBR TO WS-NEW-CHECK-NBR.
     ADD 1 TO WS-NEXT-CHECK-NBR.
     MOVE WS-ORIG-REC TO CS-STATUS-REC.
     MOVE WS-NEW-CHECK-NBR TO CS-CHECK-NBR.
     MOVE "I" TO CS-STATUS.
     MOVE WS-RUN-DATE TO CS-ISSUE-DATE.
     MOVE SPACES TO CS-PAID-DATE
                    CS-VOID-DATE.
     MOVE ZEROS TO CS-PAID-AMOUNT.
     MOVE WS-ORIG-REC (1:8) TO CS-LINKED-CHECK-NBR.
     WRITE CS-STATUS-REC
         INVALID KEY
             DISPLAY "CHECK NUMBER " WS-NEW-CHECK-NBR
                     " ALREADY IN CHECK REGISTER - CHECKNBR.DAT "
                     "OUT OF STEP"
     END-WRITE.
*>    Registro de emissão do substituto no positive pay
     MOVE WS-NEW-CHECK-NBR TO PY-CHECK-NBR.
     MOVE WS-RUN-DATE TO PY-CHECK-DATE.
     MOVE SPACE TO PY-ISSUE-CODE.
     WRITE PY-POSPAY-REC.
*>    Face do cheque substituto, uma página por cheque
     MOVE WS-NEW-CHECK-NBR TO WS-CHK-NBR-OUT.
     MOVE WS-RUN-DATE TO WS-CHK-DATE-OUT.
     WRITE CH-CHECK-OUT FROM WS-CHECK-NBR-LINE
         AFTER ADVANCING PAGE.
     MOVE CS-PAYEE-NAME TO WS-CHK-PAYEE-OUT.
     MOVE CS-AMOUNT TO WS-CHK-AMT-OUT.
     WRITE CH-CHECK-OUT FROM WS-CHECK-PAYEE-LINE
         AFTER ADVANCING 1 LINE.
     MOVE CS-SSN TO WS-CHK-SSN-OUT.
     MOVE CS-PERIOD-NBR TO WS-CHK-PERIOD-OUT.
     MOVE CS-LINKED-CHECK-NBR TO WS-CHK-ORIG-OUT.
     WRITE CH-CHECK-OUT FROM WS-CHECK-ID-LINE
         AFTER ADVANCING 1 LINE.
     ADD 1 TO WS-REPLACE-COUNT.
     ADD CS-AMOUNT TO WS-REPLACE-AMT.
     MOVE "REPLACE " TO WS-AU-ACTION-OUT.
     MOVE WS-NEW-CHECK-NBR TO WS-AU-NEW-CHECK-OUT.
     MOVE "REPLACEMENT ISSUED - YTD NOT TOUCHED" TO WS-AU-REASON-OUT.
     PERFORM C52-WRITE-AUDIT-PARA.

*>    Cancelamento de verdade: estorna do mestre de acumulados, do
*>    acumulado estadual e do histórico o pagamento do cheque. O
*>    cheque de um isento (não postado) só marca o histórico
 B70-REVERSE-PAY-PARA.
     MOVE SPACES TO WS-REV-FLAG.
     IF CS-YTD-POSTED NOT = "N"
*>    Cheques carregados antes da empresa/UF no extrato caem na
*>    empresa 01, como o estorno de execução de PROG6
         IF CS-COMPANY = SPACES
             MOVE "01" TO WS-REV-COMPANY
         ELSE
             MOVE CS-COMPANY TO WS-REV-COMPANY
         END-IF
         PERFORM B71-REVERSE-YTD-PARA
         PERFORM B72-REVERSE-STYTD-PARA
     END-IF.
*>    Marca a linha do histórico como cancelada
     MOVE "V" TO WS-PM-VOID-FLAG.
     MOVE WS-PM-HIST-KEY TO PH-HIST-KEY.
     REWRITE PH-HISTORY-REC FROM WS-PH-MATCH
         INVALID KEY
             MOVE "*** HISTORY LINE NOT MARKED ***" TO WS-REV-FLAG
     END-REWRITE.
     ADD 1 TO WS-REVERSE-COUNT.
     ADD WS-PM-NET-PAY TO WS-REVERSE-AMT.
     MOVE WS-PM-EARN-THIS-PER TO WS-RV-EARN-OUT.
     MOVE WS-PM-FED-TAX TO WS-RV-FED-OUT.
     MOVE WS-PM-STATE-TAX TO WS-RV-STATE-OUT.
     MOVE WS-PM-SS-TAX TO WS-RV-SS-OUT.
     MOVE WS-PM-MED-TAX TO WS-RV-MED-OUT.
     MOVE WS-PM-NET-PAY TO WS-RV-NET-OUT.
     IF CS-YTD-POSTED = "N" AND WS-REV-FLAG = SPACES
         MOVE "EXEMPT - HISTORY ONLY" TO WS-REV-FLAG
     END-IF.
     MOVE WS-REV-FLAG TO WS-RV-FLAG-OUT.
     WRITE VR-REPORT-OUT FROM WS-REVERSE-LINE
         AFTER ADVANCING 1 LINE.

*>    Subtrai o pagamento do registro do mestre de acumulados, com o
*>    diário antes/depois. Os salários do FICA voltam como a folha os
*>    postou: o Medicare pelo rendimento inteiro (o FICA não é
*>    reduzido pelos descontos pré-impostos) e o Seguro Social pelo
*>    imposto retido sobre a alíquota, limitado ao rendimento. O
*>    período pago só volta quando nenhuma outra linha regular do
*>    mesmo período continua valendo
 B71-REVERSE-YTD-PARA.
     IF NOT WS-YTD-OPEN
         MOVE "*** YTD MASTER NOT OPEN" TO WS-REV-FLAG
     ELSE
         MOVE WS-REV-COMPANY TO YM-COMPANY
         MOVE CS-SSN TO YM-SSN
         READ YTD-MASTER-FILE
             INVALID KEY
                 MOVE "*** NO YTD RECORD ***" TO WS-REV-FLAG
             NOT INVALID KEY
                 PERFORM B73-APPLY-YTD-PARA
         END-READ
     END-IF.

*>    Aplica o estorno ao registro do mestre já lido
 B73-APPLY-YTD-PARA.
     MOVE "U" TO WS-JR-ACTION.
     PERFORM C91A-CAPTURE-BEFORE-PARA.
     IF WS-PM-MED-TAX > 0
         MOVE WS-PM-EARN-THIS-PER TO WS-REV-MED-WAGES
     ELSE
         MOVE ZEROS TO WS-REV-MED-WAGES
     END-IF.
     IF WS-PM-SS-TAX > 0
         COMPUTE WS-REV-SS-WAGES ROUNDED = WS-PM-SS-TAX / WS-SS-RATE
         IF WS-REV-SS-WAGES > WS-PM-EARN-THIS-PER
             MOVE WS-PM-EARN-THIS-PER TO WS-REV-SS-WAGES
         END-IF
     ELSE
         MOVE ZEROS TO WS-REV-SS-WAGES
     END-IF.
*>    Os acumuladores do mestre não têm sinal: estorno maior que o
*>    acumulado zera o campo e sinaliza a linha, como no estorno de
*>    execução de PROG6
     IF WS-PM-EARN-THIS-PER > YM-YTD-EARNINGS
         MOVE ZEROS TO YM-YTD-EARNINGS
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-PM-EARN-THIS-PER FROM YM-YTD-EARNINGS
     END-IF.
     IF WS-PM-FED-TAX > YM-YTD-FED-TAX
         MOVE ZEROS TO YM-YTD-FED-TAX
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-PM-FED-TAX FROM YM-YTD-FED-TAX
     END-IF.
     IF WS-REV-SS-WAGES > YM-YTD-SS-WAGES
         MOVE ZEROS TO YM-YTD-SS-WAGES
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-REV-SS-WAGES FROM YM-YTD-SS-WAGES
     END-IF.
     IF WS-PM-SS-TAX > YM-YTD-SS-TAX
         MOVE ZEROS TO YM-YTD-SS-TAX
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-PM-SS-TAX FROM YM-YTD-SS-TAX
     END-IF.
     IF WS-REV-MED-WAGES > YM-YTD-MED-WAGES
         MOVE ZEROS TO YM-YTD-MED-WAGES
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-REV-MED-WAGES FROM YM-YTD-MED-WAGES
     END-IF.
     IF WS-PM-MED-TAX > YM-YTD-MED-TAX
         MOVE ZEROS TO YM-YTD-MED-TAX
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-PM-MED-TAX FROM YM-YTD-MED-TAX
     END-IF.
     IF WS-PM-REC-CODE = 01
         MOVE "N" TO WS-OTHER-REG-SWITCH
         PERFORM B74-OTHER-REG-PARA
         IF NOT WS-OTHER-REG-FOUND AND YM-PERIODS-PAID > 0
             SUBTRACT 1 FROM YM-PERIODS-PAID
         END-IF
     END-IF.
     REWRITE YM-YTD-REC.
     PERFORM C91-JOURNAL-PARA.

*>    Procura outra linha regular do mesmo funcionário e período, ainda
*>    valendo, além da que está sendo cancelada
 B74-OTHER-REG-PARA.
     MOVE "N" TO WS-HIST-EOF-SWITCH.
     MOVE WS-PM-COMPANY TO PH-COMPANY.
     MOVE WS-PM-SSN TO PH-SSN.
     MOVE WS-PM-RUN-DATE (1:4) TO PH-RUN-DATE.
     MOVE "0101" TO PH-RUN-DATE (5:4).
     MOVE ZEROS TO PH-RUN-SEQ.
     START PAY-HISTORY-FILE KEY >= PH-HIST-KEY
         INVALID KEY MOVE "Y" TO WS-HIST-EOF-SWITCH
     END-START.
     IF WS-HIST-EOF-SWITCH = "N"
         PERFORM B74A-READ-OTHER-REG-PARA
     END-IF.
     PERFORM B74B-TEST-OTHER-REG-PARA
         UNTIL WS-HIST-EOF-SWITCH = "Y".

*>    Lê a próxima linha do mesmo funcionário e ano
 B74A-READ-OTHER-REG-PARA.
     READ PAY-HISTORY-FILE NEXT RECORD INTO WS-PH-WORK
         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
     END-READ.
     IF WS-HIST-EOF-SWITCH = "N"
         IF WS-PH-COMPANY NOT = WS-PM-COMPANY
                 OR WS-PH-SSN NOT = WS-PM-SSN
                 OR WS-PH-RUN-DATE (1:4) NOT = WS-PM-RUN-DATE (1:4)
             MOVE "Y" TO WS-HIST-EOF-SWITCH
         END-IF
     END-IF.

*>    Testa uma linha do ano, fora a que está sendo cancelada
 B74B-TEST-OTHER-REG-PARA.
     IF WS-PH-HIST-KEY NOT = WS-PM-HIST-KEY
             AND WS-PH-PERIOD-NBR = WS-PM-PERIOD-NBR
             AND WS-PH-REC-CODE = 01
             AND WS-PH-VOID-FLAG NOT = "V"
         MOVE "Y" TO WS-OTHER-REG-SWITCH
     END-IF.
     PERFORM B74A-READ-OTHER-REG-PARA.

*>    Subtrai o pagamento do acumulado estadual da jurisdição gravada
*>    no cheque, com o diário antes/depois
 B72-REVERSE-STYTD-PARA.
     IF CS-STATE = SPACES
         IF WS-REV-FLAG = SPACES
             MOVE "*** STATE UNKNOWN" TO WS-REV-FLAG
         END-IF
     ELSE
         IF WS-STYTD-OPEN
             MOVE WS-REV-COMPANY TO SY-COMPANY
             MOVE CS-SSN TO SY-SSN
             MOVE CS-STATE TO SY-STATE
             READ STATE-YTD-FILE
                 INVALID KEY
                     IF WS-REV-FLAG = SPACES
                         MOVE "*** NO STATE YTD RECORD" TO WS-REV-FLAG
                     END-IF
                 NOT INVALID KEY
                     PERFORM B75-APPLY-STYTD-PARA
             END-READ
         END-IF
     END-IF.

*>    Aplica o estorno ao acumulado estadual já lido
 B75-APPLY-STYTD-PARA.
     MOVE SY-YTD-WAGES TO WS-SJ-BEF-WAGES.
     MOVE SY-YTD-STATE-TAX TO WS-SJ-BEF-STATE-TAX.
     IF WS-PM-EARN-THIS-PER > SY-YTD-WAGES
         MOVE ZEROS TO SY-YTD-WAGES
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-PM-EARN-THIS-PER FROM SY-YTD-WAGES
     END-IF.
     IF WS-PM-STATE-TAX > SY-YTD-STATE-TAX
         MOVE ZEROS TO SY-YTD-STATE-TAX
         MOVE "*** YTD UNDERFLOW ***" TO WS-REV-FLAG
     ELSE
         SUBTRACT WS-PM-STATE-TAX FROM SY-YTD-STATE-TAX
     END-IF.
     REWRITE SY-STATE-YTD-REC.
     PERFORM C91B-STATE-JOURNAL-PARA.

*>    Grava uma linha de auditoria
 C52-WRITE-AUDIT-PARA.
     WRITE VR-REPORT-OUT FROM WS-AUDIT-LINE
         AFTER ADVANCING 1 LINE.

*>    Impressão das linhas de totais
 C20-TOTAL-PARA.
     MOVE WS-TRANS-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-VOID-COUNT TO WS-TOT-VOID-OUT.
     MOVE WS-STOP-COUNT TO WS-TOT-STOP-OUT.
     MOVE WS-REPLACE-COUNT TO WS-TOT-REPL-OUT.
     MOVE WS-REPLACE-AMT TO WS-TOT-REPL-AMT-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE WS-REVERSE-COUNT TO WS-TOT-REV-OUT.
     MOVE WS-REVERSE-AMT TO WS-TOT-REV-AMT-OUT.
     MOVE SPACES TO VR-REPORT-OUT.
     WRITE VR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE VR-REPORT-OUT FROM WS-VOID-TOTAL-LINE-1
         AFTER ADVANCING 2 LINE.
     WRITE VR-REPORT-OUT FROM WS-VOID-TOTAL-LINE-2
         AFTER ADVANCING 1 LINE.

*>    Captura a imagem-antes do registro do mestre para o diário
 C91A-CAPTURE-BEFORE-PARA.
     MOVE YM-YTD-EARNINGS TO WS-JR-BEF-EARNINGS.
     MOVE YM-YTD-FED-TAX TO WS-JR-BEF-FED-TAX.
     MOVE YM-PRIOR-EXEMPTIONS TO WS-JR-BEF-EXEMPTIONS.
     MOVE YM-PERIODS-PAID TO WS-JR-BEF-PERIODS.
     MOVE YM-STATUS TO WS-JR-BEF-STATUS.
     MOVE YM-TERM-DATE TO WS-JR-BEF-TERM-DATE.
     MOVE YM-YTD-SS-WAGES TO WS-JR-BEF-SS-WAGES.
     MOVE YM-YTD-SS-TAX TO WS-JR-BEF-SS-TAX.
     MOVE YM-YTD-MED-WAGES TO WS-JR-BEF-MED-WAGES.
     MOVE YM-YTD-MED-TAX TO WS-JR-BEF-MED-TAX.

*>    Grava no diário do mestre a imagem-antes capturada e a
*>    imagem-depois, com o identificador desta execução; aberto em
*>    EXTEND a cada gravação, como na folha
 C91-JOURNAL-PARA.
     OPEN EXTEND YTD-JOURNAL-FILE-OUT.
     IF WS-YTDJRNL-MISSING
         OPEN OUTPUT YTD-JOURNAL-FILE-OUT
     END-IF.
     MOVE SPACES TO JR-JOURNAL-REC.
     MOVE WS-RUN-ID TO JR-RUN-ID.
     MOVE WS-JR-ACTION TO JR-ACTION.
     MOVE YM-COMPANY TO JR-COMPANY.
     MOVE YM-SSN TO JR-SSN.
     MOVE WS-JR-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
     MOVE YM-YTD-EARNINGS TO JR-AFT-EARNINGS.
     MOVE YM-YTD-FED-TAX TO JR-AFT-FED-TAX.
     MOVE YM-PRIOR-EXEMPTIONS TO JR-AFT-EXEMPTIONS.
     MOVE YM-PERIODS-PAID TO JR-AFT-PERIODS.
     MOVE YM-STATUS TO JR-AFT-STATUS.
     MOVE YM-TERM-DATE TO JR-AFT-TERM-DATE.
     MOVE WS-JR-BEF-FICA-IMAGE TO JR-BEF-FICA-IMAGE.
     MOVE YM-YTD-SS-WAGES TO JR-AFT-SS-WAGES.
     MOVE YM-YTD-SS-TAX TO JR-AFT-SS-TAX.
     MOVE YM-YTD-MED-WAGES TO JR-AFT-MED-WAGES.
     MOVE YM-YTD-MED-TAX TO JR-AFT-MED-TAX.
     WRITE JR-JOURNAL-REC.
     CLOSE YTD-JOURNAL-FILE-OUT.

*>    Grava no diário do acumulado estadual as imagens antes/depois
 C91B-STATE-JOURNAL-PARA.
     OPEN EXTEND STATE-JRNL-FILE-OUT.
     IF WS-STJRNL-MISSING
         OPEN OUTPUT STATE-JRNL-FILE-OUT
     END-IF.
     MOVE SPACES TO SJ-STATE-JRNL-REC.
     MOVE WS-RUN-ID TO SJ-RUN-ID.
     MOVE "U" TO SJ-ACTION.
     MOVE SY-COMPANY TO SJ-COMPANY.
     MOVE SY-SSN TO SJ-SSN.
     MOVE SY-STATE TO SJ-STATE.
     MOVE WS-SJ-BEF-WAGES TO SJ-BEF-WAGES.
     MOVE WS-SJ-BEF-STATE-TAX TO SJ-BEF-STATE-TAX.
     MOVE SY-YTD-WAGES TO SJ-AFT-WAGES.
     MOVE SY-YTD-STATE-TAX TO SJ-AFT-STATE-TAX.
     WRITE SJ-STATE-JRNL-REC.
     CLOSE STATE-JRNL-FILE-OUT.

*>    Fecha a trava da janela de lote (L), como a folha faz
 C92-SET-LOCK-PARA.
     OPEN OUTPUT BATCH-LOCK-FILE.
     MOVE SPACES TO LK-LOCK-REC.
     MOVE "L" TO LK-STATUS.
     MOVE WS-RUN-ID TO LK-RUN-ID.
     WRITE LK-LOCK-REC.
     CLOSE BATCH-LOCK-FILE.

*>    Libera a trava da janela de lote (U)
 C93-RELEASE-LOCK-PARA.
     OPEN OUTPUT BATCH-LOCK-FILE.
     MOVE SPACES TO LK-LOCK-REC.
     MOVE "U" TO LK-STATUS.
     MOVE WS-RUN-ID TO LK-RUN-ID.
     WRITE LK-LOCK-REC.
     CLOSE BATCH-LOCK-FILE.
