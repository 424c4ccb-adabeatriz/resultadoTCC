*>            ponto existe; sem ele, da última linha regular de cada
*>            funcionário no histórico de pagamentos (PAYHIST.DAT),
*>            rateada pelos dias de calendário. O parâmetro é a data
*>            do último dia do mês que fecha (AAAAMMDD); o segundo,
*>            opcional, é o grupo de pagamento (brancos = grupo
*>            padrão): cada grupo tem o seu calendário, então a
*>            provisão é feita grupo a grupo, só com os funcionários
*>            do grupo
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================
     SELECT RATE-MASTER-FILE-IN
         ASSIGN TO "RATEMAST.DAT"
         FILE STATUS IS WS-RATEMAST-FILE-STATUS.
*>    Histórico de pagamentos, a fonte do rateio quando não há ponto;
*>    indexado por empresa + CPF/SSN + data e lido na ordem da chave,
*>    com as linhas de cada funcionário juntas e em ordem de data
     SELECT PAY-HISTORY-FILE-IN
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Mestre de funcionários, de onde vem o departamento de cada um
     SELECT EMPL-MASTER-FILE-IN
*>    Lançamentos de provisão gerados, no layout de PROG6_GL.DAT
     SELECT ACCRUAL-GL-FILE-OUT
         ASSIGN TO "PROG6_ACCR.DAT".
*>    Registro dos lotes contábeis enviados ao razão; o mesmo layout
*>    de PROG6
     SELECT GL-BATCH-LOG-FILE
         ASSIGN TO "GLBATCH.DAT"
         FILE STATUS IS WS-GLBATCH-FILE-STATUS.
*>    Relatório da provisão
     SELECT ACCRUAL-REPORT-OUT
         ASSIGN TO "ACCR_RPT.DAT".
 FILE SECTION.
*>    Definição do calendário de períodos; o layout de PROG6
 FD  PERIOD-CAL-FILE-IN
         RECORD CONTAINS 21 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PP-PERIOD-REC.
 01  PP-PERIOD-REC.
     05  PP-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (brancos = padrão)
     05  PP-PERIOD-NBR               PIC 9(2).      *> Número do período no ano
     05  PP-START-DATE               PIC X(8).      *> Data inicial (AAAAMMDD)
     05  PP-END-DATE                 PIC X(8).      *> Data final (AAAAMMDD)

*>    Definição do histórico de pagamentos; o layout de PROG6/PROG14
 FD  PAY-HISTORY-FILE-IN
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PH-HISTORY-REC.
 01  PH-HISTORY-REC.
     05  PH-HIST-KEY.
         10  PH-COMPANY              PIC X(2).      *> Empresa do pagamento
         10  PH-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  PH-RUN-DATE             PIC X(8).      *> Data da execução (AAAAMMDD)
         10  PH-RUN-SEQ              PIC 9(3).      *> Sequência na data da execução
     05  PH-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  PH-REC-CODE                 PIC 9(2).      *> Código do registro pago
     05  PH-EARN-THIS-PER            PIC 9(5)V99.   *> Rendimento do período
     05  FILLER                      PIC X(51).
     05  PH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado
     05  FILLER                      PIC X(15).

*>    Definição do arquivo mestre de funcionários; o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  EM-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  EM-DEPT-CODE                PIC X(4).      *> Código do departamento
     05  FILLER                      PIC X(77).
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  FILLER                      PIC X(10).

*>    Definição dos lançamentos de provisão (layout de PROG6_GL.DAT)
 FD  ACCRUAL-GL-FILE-OUT
         DATA RECORD IS AG-ACCRUAL-REC.
 01  AG-ACCRUAL-REC                  PIC X(60).

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

*>    Relatório da provisão (linha de 132 colunas)
 FD  ACCRUAL-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
     05  WS-GLBATCH-FILE-STATUS      PIC X(2).
         88  WS-GLBATCH-MISSING      VALUE "35".
     05  WS-EMPL-MASTER-SWITCH       PIC X(1).
         88  WS-EMPL-MASTER-FOUND    VALUE "Y".
     05  WS-PERIOD-FOUND-SWITCH      PIC X(1).

*>    Parâmetro: o último dia do mês que fecha (AAAAMMDD)
 01  WS-PARM-MONTHEND                PIC X(8).
*>    Parâmetro opcional: o grupo de pagamento da provisão
 01  WS-PARM-GROUP                   PIC X(2) VALUE SPACES.

*>    Período que atravessa a virada e o rateio por dia
 01  WS-PERIOD-WORK.
 01  WS-EMPL-CONTROLS.
     05  WS-EMPL-COUNT               PIC 9(5) COMP.
     05  WS-EMPL-SUB                 PIC 9(5) COMP.
     05  WS-LAST-HIST-SSN            PIC X(9).      *> Funcionário da linha anterior
 01  WS-EMPL-TABLE.
     05  WS-EMPL-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY EL-INDEX.
         10  WS-EMPL-SSN-ENTRY       PIC X(9).
         10  WS-EMPL-EARN-ENTRY      PIC 9(5)V99.
         10  WS-EMPL-DATE-ENTRY      PIC X(8).      *> Data da linha guardada

*>    Rollup da provisão por departamento
 01  WS-DEPT-CONTROLS.
     05  WS-GL-DR-TOT                PIC 9(9)V99.
     05  WS-GL-CR-TOT                PIC 9(9)V99.
     05  WS-ACCR-TOT                 PIC 9(9)V99.   *> Provisão total do mês
     05  WS-GL-LINE-COUNT            PIC 9(5).      *> Lançamentos gravados no lote
     05  WS-GL-GEN-DATE              PIC X(8).      *> Data da geração do lote

*>    Registro de lançamento contábil, no layout de PROG6_GL.DAT
 01  WS-GL-POSTING-REC.
     05  WS-GLP-DESC                 PIC X(20).     *> Descrição do lançamento
     05  WS-GLP-PERIOD-NBR           PIC 9(2).      *> Período de pagamento
     05  WS-GLP-RUN-DATE             PIC X(8).      *> Data do lançamento (AAAAMMDD)
     05  WS-GLP-BATCH-ID.                           *> Lote, casado com o aceite do razão
         10  WS-GLP-BATCH-SOURCE     PIC X(1).      *> A=provisão
         10  WS-GLP-BATCH-DATE       PIC X(6).      *> Data da geração (AAMMDD)
         10  WS-GLP-BATCH-SEQ        PIC 9(2).      *> Sequência do dia

*>    Cabeçalho do relatório da provisão
 01  WS-HEADING.
             "MONTH-END PAYROLL ACCRUAL JOURNAL   ".
     05  FILLER                      PIC X(11) VALUE "MONTH END: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(9) VALUE "  GROUP: ".
     05  WS-HEAD-GROUP-OUT           PIC X(2).
     05  FILLER                      PIC X(66) VALUE SPACES.

*>    Linha do rollup de um departamento no relatório
 01  WS-DEPT-LINE.
                 "RUN ABORTED"
         STOP RUN
     END-IF.
     DISPLAY 2 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-GROUP FROM ARGUMENT-VALUE.
     PERFORM B12-FIND-PERIOD-PARA.
     IF NOT WS-PERIOD-FOUND
         DISPLAY "NO PAY PERIOD STRADDLES THE MONTH END - " &
                   WS-GL-CR-TOT
                   WS-ACCR-TOT.
     MOVE WS-PARM-MONTHEND TO WS-HEAD-DATE-OUT.
     MOVE WS-PARM-GROUP TO WS-HEAD-GROUP-OUT.
     WRITE AR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO AR-REPORT-OUT.
         MOVE WS-DC-DATE TO WS-REVERSAL-DATE
     END-IF.

*>    Examina um período do calendário do grupo contra a data do
*>    fechamento
 B13-PERIOD-REC-PARA.
     IF PP-PAY-GROUP = WS-PARM-GROUP
             AND PP-START-DATE <= WS-PARM-MONTHEND
             AND PP-END-DATE > WS-PARM-MONTHEND
         MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
         MOVE PP-PERIOD-NBR TO WS-PER-NBR
*>    de calendário pertencentes ao mês que fecha
 B30-ACCRUE-FROM-HIST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE SPACES TO WS-LAST-HIST-SSN.
     OPEN INPUT PAY-HISTORY-FILE-IN.
     IF WS-PAYHIST-MISSING
         DISPLAY "NEITHER TIMECARD.DAT NOR PAYHIST.DAT AVAILABLE - " &
         UNTIL WS-EMPL-SUB > WS-EMPL-COUNT.

*>    Guarda (ou atualiza com a mais recente) a linha regular de um
*>    funcionário do histórico. Na ordem da chave as linhas do mesmo
*>    funcionário vêm juntas: só a primeira de cada grupo procura a
*>    linha da tabela, as seguintes reaproveitam a posição
 B31-HIST-REC-PARA.
     IF PH-REC-CODE = 01 AND PH-VOID-FLAG NOT = "V"
         IF PH-SSN NOT = WS-LAST-HIST-SSN
             MOVE "N" TO WS-EMPL-FOUND-SWITCH
             IF WS-EMPL-COUNT > 0
                 SET EL-INDEX TO 1
                 SEARCH WS-EMPL-ROW
                     AT END CONTINUE
                     WHEN WS-EMPL-SSN-ENTRY (EL-INDEX) = PH-SSN
                         MOVE "Y" TO WS-EMPL-FOUND-SWITCH
                 END-SEARCH
             END-IF
             IF NOT WS-EMPL-FOUND AND WS-EMPL-COUNT < 30000
                 ADD 1 TO WS-EMPL-COUNT
                 SET EL-INDEX TO WS-EMPL-COUNT
                 MOVE PH-SSN TO WS-EMPL-SSN-ENTRY (EL-INDEX)
                 MOVE LOW-VALUES TO WS-EMPL-DATE-ENTRY (EL-INDEX)
                 MOVE "Y" TO WS-EMPL-FOUND-SWITCH
             END-IF
             MOVE PH-SSN TO WS-LAST-HIST-SSN
         END-IF
*>    Linhas posteriores do mesmo funcionário substituem a anterior:
*>    a estimativa fica com o período mais recente, mesmo quando o
*>    funcionário passou por mais de uma empresa do grupo
         IF WS-EMPL-FOUND
                 AND PH-RUN-DATE >= WS-EMPL-DATE-ENTRY (EL-INDEX)
             MOVE PH-EARN-THIS-PER TO WS-EMPL-EARN-ENTRY (EL-INDEX)
             MOVE PH-RUN-DATE TO WS-EMPL-DATE-ENTRY (EL-INDEX)
         END-IF
     END-IF.
     READ PAY-HISTORY-FILE-IN

*>    Acumula a provisão do funcionário no departamento do cadastro;
*>    funcionário sem cadastro cai no departamento "????" para a
*>    contabilidade ver a pendência em vez de perder o valor;
*>    funcionário de outro grupo de pagamento não entra (o período
*>    dele é de outro calendário e tem a sua própria provisão)
 B40-ACCUM-DEPT-PARA.
     MOVE "N" TO WS-EMPL-MASTER-SWITCH.
     READ EMPL-MASTER-FILE-IN
         NOT INVALID KEY
             MOVE "Y" TO WS-EMPL-MASTER-SWITCH
     END-READ.
     IF WS-EMPL-MASTER-FOUND AND EM-PAY-GROUP NOT = WS-PARM-GROUP
         CONTINUE
     ELSE
         PERFORM B41-ADD-TO-DEPT-PARA
     END-IF.

*>    Soma a provisão na linha do departamento (criando-a se preciso)
 B41-ADD-TO-DEPT-PARA.
     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
     IF WS-DEPT-COUNT > 0
         SET DP-INDEX TO 1
*>    somas independentes de débito e crédito
 C20-WRITE-JOURNAL-PARA.
     MOVE WS-PER-NBR TO WS-GLP-PERIOD-NBR.
*>    Os dois lados (provisão e estorno) vão no mesmo lote
     MOVE ZEROS TO WS-GL-LINE-COUNT.
     PERFORM C25-GL-BATCH-ID-PARA.
*>    Provisão, datada do último dia do mês que fecha
     MOVE WS-PARM-MONTHEND TO WS-GLP-RUN-DATE.
     PERFORM C21-ACCR-DEPT-PARA
     PERFORM C22-REVERSE-DEPT-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
     PERFORM C27-GL-BATCH-LOG-PARA.
     IF WS-GL-DR-TOT NOT = WS-GL-CR-TOT
         DISPLAY "ACCRUAL JOURNAL OUT OF BALANCE - HOLD THE FILE"
         MOVE 8 TO RETURN-CODE
         ADD WS-GLP-AMOUNT TO WS-GL-CR-TOT
     END-IF.
     WRITE AG-ACCRUAL-REC FROM WS-GL-POSTING-REC.
     ADD 1 TO WS-GL-LINE-COUNT.

*>    Monta o lote da provisão: "A" + data da geração (AAMMDD) + a
*>    sequência seguinte à maior já registrada no dia em GLBATCH.DAT,
*>    como a folha numera os seus
 C25-GL-BATCH-ID-PARA.
     ACCEPT WS-GL-GEN-DATE FROM DATE YYYYMMDD.
     MOVE "A" TO WS-GLP-BATCH-SOURCE.
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
         PERFORM C26-GL-BATCH-SCAN-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE GL-BATCH-LOG-FILE
     END-IF.
     ADD 1 TO WS-GLP-BATCH-SEQ.

*>    Confere uma linha do registro de lotes contra o lote do dia
 C26-GL-BATCH-SCAN-PARA.
     IF GB-BATCH-ID (1:7) = WS-GLP-BATCH-ID (1:7)
             AND GB-BATCH-ID (8:2) IS NUMERIC
             AND GB-BATCH-ID (8:2) > WS-GLP-BATCH-SEQ
         MOVE GB-BATCH-ID (8:2) TO WS-GLP-BATCH-SEQ
     END-IF.
     READ GL-BATCH-LOG-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Registra o lote da provisão em GLBATCH.DAT, aguardando o aceite
*>    do razão
 C27-GL-BATCH-LOG-PARA.
     OPEN EXTEND GL-BATCH-LOG-FILE.
     IF WS-GLBATCH-MISSING
         OPEN OUTPUT GL-BATCH-LOG-FILE
     END-IF.
     MOVE SPACES TO GB-BATCH-REC.
     MOVE WS-GLP-BATCH-ID TO GB-BATCH-ID.
     MOVE "PROG6_ACCR.DAT" TO GB-FILE-NAME.
     MOVE WS-GL-GEN-DATE TO GB-SENT-DATE.
     MOVE WS-GL-LINE-COUNT TO GB-LINE-COUNT.
     MOVE WS-GL-DR-TOT TO GB-DR-TOT.
     MOVE WS-GL-CR-TOT TO GB-CR-TOT.
     MOVE "O" TO GB-STATUS.
     MOVE ZEROS TO GB-POSTED-COUNT GB-REJECT-COUNT.
     WRITE GB-BATCH-REC.
     CLOSE GL-BATCH-LOG-FILE.

*>    Impressão da linha de totais da provisão
 C30-TOTAL-PARA.
