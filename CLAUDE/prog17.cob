     SELECT PART4-JRNL-FILE
         ASSIGN TO "PART4_JRNL.DAT"
         FILE STATUS IS WS-SIDE-FILE-STATUS.
*>    Históricos de pagamento das partições (cópias da operação), no
*>    mesmo layout indexado do histórico compartilhado e lidos na
*>    ordem da chave
     SELECT PART1-HIST-FILE
         ASSIGN TO "PART1_HIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS H1-HIST-KEY
         FILE STATUS IS WS-SIDE-FILE-STATUS.
     SELECT PART2-HIST-FILE
         ASSIGN TO "PART2_HIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS H2-HIST-KEY
         FILE STATUS IS WS-SIDE-FILE-STATUS.
     SELECT PART3-HIST-FILE
         ASSIGN TO "PART3_HIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS H3-HIST-KEY
         FILE STATUS IS WS-SIDE-FILE-STATUS.
     SELECT PART4-HIST-FILE
         ASSIGN TO "PART4_HIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS H4-HIST-KEY
         FILE STATUS IS WS-SIDE-FILE-STATUS.
*>    Mestre de acumulados compartilhado, onde as imagens-depois dos
*>    diários das partições são aplicadas
     SELECT YTD-JOURNAL-FILE-OUT
         ASSIGN TO "YTDJRNL.DAT"
         FILE STATUS IS WS-JRNLOUT-FILE-STATUS.
*>    Histórico de pagamentos compartilhado, indexado por empresa +
*>    CPF/SSN + data da execução + sequência, como na folha
     SELECT PAY-HISTORY-FILE-OUT
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-HISTOUT-FILE-STATUS.
*>    Passivo fiscal trimestral compartilhado (linha consolidada)
     SELECT QTR-LIAB-FILE-OUT
*>    pela área de trabalho WS-PK-CHECKPOINT, que espelha o início do
*>    layout do checkpoint da folha - os dois precisam andar juntos
 FD  PART1-CKPT-FILE
         RECORD CONTAINS 8265 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS P1-CKPT-REC.
 01  P1-CKPT-REC                     PIC X(8265).
 FD  PART2-CKPT-FILE
         RECORD CONTAINS 8265 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS P2-CKPT-REC.
 01  P2-CKPT-REC                     PIC X(8265).
 FD  PART3-CKPT-FILE
         RECORD CONTAINS 8265 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS P3-CKPT-REC.
 01  P3-CKPT-REC                     PIC X(8265).
 FD  PART4-CKPT-FILE
         RECORD CONTAINS 8265 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS P4-CKPT-REC.
 01  P4-CKPT-REC                     PIC X(8265).

*>    Diários das partições, lidos como registros brutos e
*>    interpretados por WS-PJ-JOURNAL - o layout é o do diário da folha
 FD  PART1-JRNL-FILE
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS J1-JRNL-REC.
 01  J1-JRNL-REC                     PIC X(180).
 FD  PART2-JRNL-FILE
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS J2-JRNL-REC.
 01  J2-JRNL-REC                     PIC X(180).
 FD  PART3-JRNL-FILE
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS J3-JRNL-REC.
 01  J3-JRNL-REC                     PIC X(180).
 FD  PART4-JRNL-FILE
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS J4-JRNL-REC.
 01  J4-JRNL-REC                     PIC X(180).

*>    Históricos de pagamento das partições, repassados sem
*>    interpretação para o histórico compartilhado
 FD  PART1-HIST-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS H1-HIST-REC.
 01  H1-HIST-REC.
     05  H1-HIST-KEY                 PIC X(22).
     05  FILLER                      PIC X(78).
 FD  PART2-HIST-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS H2-HIST-REC.
 01  H2-HIST-REC.
     05  H2-HIST-KEY                 PIC X(22).
     05  FILLER                      PIC X(78).
 FD  PART3-HIST-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS H3-HIST-REC.
 01  H3-HIST-REC.
     05  H3-HIST-KEY                 PIC X(22).
     05  FILLER                      PIC X(78).
 FD  PART4-HIST-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS H4-HIST-REC.
 01  H4-HIST-REC.
     05  H4-HIST-KEY                 PIC X(22).
     05  FILLER                      PIC X(78).

*>    Definição do mestre de acumulados compartilhado; o mesmo layout
*>    da folha
     05  YM-PERIODS-PAID             PIC 9(2).
     05  YM-STATUS                   PIC X(1).
     05  YM-TERM-DATE                PIC X(8).
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.
     05  YM-YTD-SS-TAX               PIC 9(7)V99.
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.
     05  YM-YTD-MED-TAX              PIC 9(7)V99.

*>    Diário compartilhado; o mesmo layout da folha
 FD  YTD-JOURNAL-FILE-OUT
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS JO-JOURNAL-REC.
 01  JO-JOURNAL-REC                  PIC X(180).

*>    Histórico de pagamentos compartilhado; o mesmo layout da folha
 FD  PAY-HISTORY-FILE-OUT
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PH-HISTORY-REC.
 01  PH-HISTORY-REC.
     05  PH-HIST-KEY                 PIC X(22).
     05  FILLER                      PIC X(78).

*>    Passivo fiscal trimestral compartilhado; o mesmo layout da folha
 FD  QTR-LIAB-FILE-OUT
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC.
     05  QL-FICA-EMPR                PIC 9(7)V99.
     05  QL-CTL-EARN                 PIC 9(7)V99.
     05  QL-REC-COUNT                PIC 9(7).
     05  QL-SS-WAGES                 PIC 9(7)V99.
     05  QL-SS-TAX                   PIC 9(7)V99.
     05  QL-MED-WAGES                PIC 9(7)V99.
     05  QL-MED-TAX                  PIC 9(7)V99.
     05  QL-ADDL-MED-WAGES           PIC 9(7)V99.
     05  QL-ADDL-MED-TAX             PIC 9(7)V99.
     05  QL-RETURN-TYPE              PIC X(3).      *> 941 = folha  945 = retenção de reserva
     05  QL-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(7).

*>    Salários-base de SUTA compartilhados; o mesmo layout da folha
 FD  SUTA-WAGE-FILE-OUT
     05  SW-STATE-CODE               PIC X(2).
     05  SW-SUTA-WAGES               PIC 9(7)V99.
     05  SW-SUTA-TAX                 PIC 9(7)V99.
     05  SW-PAY-GROUP                PIC X(2).
     05  FILLER                      PIC X(9).

*>    Arquivo de entrada, só para o trailer de controle
 FD  PAYROLL-FILE-IN

*>    Calendário de períodos de pagamento; o mesmo layout da folha
 FD  PERIOD-CAL-FILE
         RECORD CONTAINS 21 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PP-PERIOD-REC.
 01  PP-PERIOD-REC.
     05  PP-PAY-GROUP                PIC X(2).
     05  PP-PERIOD-NBR               PIC 9(2).
     05  PP-START-DATE               PIC X(8).
     05  PP-END-DATE                 PIC X(8).
     05  WS-PK-EMPL-REC-COUNT        PIC 9(7).
*>                                                 *> A contagem que a folha confere
*>                                                 *> contra o trailer em C75
     05  WS-PK-SS-WAGES-TOT          PIC 9(7)V99.
     05  WS-PK-SS-TAX-TOT            PIC 9(7)V99.
     05  WS-PK-MED-WAGES-TOT         PIC 9(7)V99.
     05  WS-PK-MED-TAX-TOT           PIC 9(7)V99.
     05  WS-PK-ADDL-MED-WAGES-TOT    PIC 9(7)V99.
     05  WS-PK-ADDL-MED-TAX-TOT      PIC 9(7)V99.

*>    Área de interpretação de uma linha de diário de partição; o
*>    mesmo layout do diário da folha - os dois precisam andar juntos
         10  WS-PJ-AFT-PERIODS       PIC 9(2).
         10  WS-PJ-AFT-STATUS        PIC X(1).
         10  WS-PJ-AFT-TERM-DATE     PIC X(8).
     05  WS-PJ-BEF-FICA-IMAGE        PIC X(36).
     05  WS-PJ-AFT-FICA-IMAGE.
         10  WS-PJ-AFT-SS-WAGES      PIC 9(7)V99.
         10  WS-PJ-AFT-SS-TAX        PIC 9(7)V99.
         10  WS-PJ-AFT-MED-WAGES     PIC 9(7)V99.
         10  WS-PJ-AFT-MED-TAX       PIC 9(7)V99.
     05  FILLER                      PIC X(22).

*>    Área de passagem de uma linha de histórico de partição
 01  WS-PH-WORK                      PIC X(100).

*>    Contadores da mescla física das partições
 01  WS-MERGE-COUNTS.
     05  WS-M-EXEMPT-EARN            PIC 9(8)V99.
     05  WS-M-EXEMPT-TAX             PIC 9(8)V99.
     05  WS-M-EMPL-REC-COUNT         PIC 9(8).      *> Registros processados (resumos somados)
     05  WS-M-SS-WAGES-TOT           PIC 9(8)V99.   *> Decomposição do FICA para o 941
     05  WS-M-SS-TAX-TOT             PIC 9(8)V99.
     05  WS-M-MED-WAGES-TOT          PIC 9(8)V99.
     05  WS-M-MED-TAX-TOT            PIC 9(8)V99.
     05  WS-M-ADDL-MED-WAGES-TOT     PIC 9(8)V99.
     05  WS-M-ADDL-MED-TAX-TOT       PIC 9(8)V99.
     05  WS-M-ACCOUNTED-COUNT        PIC 9(8).      *> Processados + rejeitados, como o
*>                                                 *> WS-EMPL-REC-COUNT que a folha confere
*>                                                 *> contra o trailer em C75-RECONCILE-PARA
     05  WS-CTL-TOT-EARN-IN          PIC 9(7)V99.
     05  WS-CTL-PERIOD-NBR           PIC 9(2).
     05  WS-CTL-RUN-DATE-SAVED       PIC X(8).
     05  WS-RUN-PAY-GROUP            PIC X(2) VALUE SPACES.
*>                                                  *> Grupo de pagamento das partições
*>                                                  *> (PROG6_PAY_GROUP, como na folha)
     05  WS-LIAB-MONTH               PIC 9(2).
     05  WS-LIAB-QUARTER             PIC 9(1).

         88  WS-PERCAL-OVERFLOW      VALUE "Y".
     05  WS-PERCAL-COUNT             PIC 9(3) COMP.
 01  WS-PERCAL-TABLE.
     05  WS-PERCAL-ROW               OCCURS 300 TIMES
                                      INDEXED BY P-INDEX.
         10  WS-CAL-PAY-GROUP        PIC X(2).
         10  WS-CAL-PERIOD-NBR       PIC 9(2).
         10  WS-CAL-START-DATE       PIC X(8).
         10  WS-CAL-END-DATE         PIC X(8).

*>    Parágrafo principal - controla o fluxo geral da consolidação
 A00-MAINLINE-PARA.
*>    As partições rodaram para um grupo de pagamento; o período a
*>    marcar e os arquivos trimestrais são os daquele grupo
     ACCEPT WS-RUN-PAY-GROUP FROM ENVIRONMENT "PROG6_PAY_GROUP"
         ON EXCEPTION MOVE SPACES TO WS-RUN-PAY-GROUP
     END-ACCEPT.
     OPEN OUTPUT CONSOL-REPORT-OUT.
     PERFORM B10-INIT-PARA.
*>    Mescla o checkpoint final de cada partição presente
                   WS-M-EXEMPT-EARN
                   WS-M-EXEMPT-TAX
                   WS-M-EMPL-REC-COUNT
                   WS-M-SS-WAGES-TOT
                   WS-M-SS-TAX-TOT
                   WS-M-MED-WAGES-TOT
                   WS-M-MED-TAX-TOT
                   WS-M-ADDL-MED-WAGES-TOT
                   WS-M-ADDL-MED-TAX-TOT
                   WS-MDEPT-COUNT.

*>    Mescla os totais, os resumos e o rollup de departamentos do
*>    (rejeições de registros do trailer incluídas, distribuições 06
*>    rejeitadas e duplicados da passada preliminar excluídos)
     ADD WS-PK-EMPL-REC-COUNT TO WS-M-EMPL-REC-COUNT.
     ADD WS-PK-SS-WAGES-TOT TO WS-M-SS-WAGES-TOT.
     ADD WS-PK-SS-TAX-TOT TO WS-M-SS-TAX-TOT.
     ADD WS-PK-MED-WAGES-TOT TO WS-M-MED-WAGES-TOT.
     ADD WS-PK-MED-TAX-TOT TO WS-M-MED-TAX-TOT.
     ADD WS-PK-ADDL-MED-WAGES-TOT TO WS-M-ADDL-MED-WAGES-TOT.
     ADD WS-PK-ADDL-MED-TAX-TOT TO WS-M-ADDL-MED-TAX-TOT.
     PERFORM B30-MERGE-DEPT-PARA
         VARYING WS-MDEPT-SUB FROM 1 BY 1
         UNTIL WS-MDEPT-SUB > WS-PK-DEPT-COUNT.
             MOVE WS-PJ-AFT-PERIODS TO YM-PERIODS-PAID
             MOVE WS-PJ-AFT-STATUS TO YM-STATUS
             MOVE WS-PJ-AFT-TERM-DATE TO YM-TERM-DATE
             MOVE WS-PJ-AFT-SS-WAGES TO YM-YTD-SS-WAGES
             MOVE WS-PJ-AFT-SS-TAX TO YM-YTD-SS-TAX
             MOVE WS-PJ-AFT-MED-WAGES TO YM-YTD-MED-WAGES
             MOVE WS-PJ-AFT-MED-TAX TO YM-YTD-MED-TAX
             WRITE YM-YTD-REC
         NOT INVALID KEY
             MOVE WS-PJ-AFT-EARNINGS TO YM-YTD-EARNINGS
             MOVE WS-PJ-AFT-PERIODS TO YM-PERIODS-PAID
             MOVE WS-PJ-AFT-STATUS TO YM-STATUS
             MOVE WS-PJ-AFT-TERM-DATE TO YM-TERM-DATE
             MOVE WS-PJ-AFT-SS-WAGES TO YM-YTD-SS-WAGES
             MOVE WS-PJ-AFT-SS-TAX TO YM-YTD-SS-TAX
             MOVE WS-PJ-AFT-MED-WAGES TO YM-YTD-MED-WAGES
             MOVE WS-PJ-AFT-MED-TAX TO YM-YTD-MED-TAX
             REWRITE YM-YTD-REC
     END-READ.
     ADD 1 TO WS-YTD-APPLIED-COUNT.
     IF WS-MERGE-FAILED
         CONTINUE
     ELSE
         OPEN I-O PAY-HISTORY-FILE-OUT
         IF WS-HISTOUT-MISSING
             OPEN OUTPUT PAY-HISTORY-FILE-OUT
             CLOSE PAY-HISTORY-FILE-OUT
             OPEN I-O PAY-HISTORY-FILE-OUT
         END-IF
         OPEN INPUT PART1-HIST-FILE
         IF NOT WS-SIDE-MISSING
         AT END
             MOVE "Y" TO WS-EOF-SWITCH
         NOT AT END
             PERFORM B75-WRITE-HIST-PARA
     END-READ.

*>    Repassa uma linha de histórico da partição 2
         AT END
             MOVE "Y" TO WS-EOF-SWITCH
         NOT AT END
             PERFORM B75-WRITE-HIST-PARA
     END-READ.

*>    Repassa uma linha de histórico da partição 3
         AT END
             MOVE "Y" TO WS-EOF-SWITCH
         NOT AT END
             PERFORM B75-WRITE-HIST-PARA
     END-READ.

*>    Repassa uma linha de histórico da partição 4
         AT END
             MOVE "Y" TO WS-EOF-SWITCH
         NOT AT END
             PERFORM B75-WRITE-HIST-PARA
     END-READ.

*>    Grava no histórico compartilhado a linha de uma partição, com a
*>    chave que a partição já deu a ela; a chave repetida é a linha já
*>    repassada por uma execução anterior desta consolidação, e não
*>    entra de novo
 B75-WRITE-HIST-PARA.
     WRITE PH-HISTORY-REC FROM WS-PH-WORK
         INVALID KEY CONTINUE
         NOT INVALID KEY ADD 1 TO WS-HIST-MERGED-COUNT
     END-WRITE.

*>    Acrescenta a linha consolidada do passivo fiscal trimestral,
*>    como C16-QTR-LIAB-PARA faria numa execução não particionada
 C50-APPEND-QTRLIAB-PARA.
*>    A contagem inclui as rejeições, como a linha que C16 grava numa
*>    execução não particionada (WS-EMPL-REC-COUNT as inclui)
     MOVE WS-M-ACCOUNTED-COUNT TO QL-REC-COUNT.
     MOVE WS-M-SS-WAGES-TOT TO QL-SS-WAGES.
     MOVE WS-M-SS-TAX-TOT TO QL-SS-TAX.
     MOVE WS-M-MED-WAGES-TOT TO QL-MED-WAGES.
     MOVE WS-M-MED-TAX-TOT TO QL-MED-TAX.
     MOVE WS-M-ADDL-MED-WAGES-TOT TO QL-ADDL-MED-WAGES.
     MOVE WS-M-ADDL-MED-TAX-TOT TO QL-ADDL-MED-TAX.
     MOVE "941" TO QL-RETURN-TYPE.
     MOVE WS-RUN-PAY-GROUP TO QL-PAY-GROUP.
     WRITE QL-LIAB-REC.
     CLOSE QTR-LIAB-FILE-OUT.

     MOVE WS-MSUTA-STATE (MS-INDEX) TO SW-STATE-CODE.
     MOVE WS-MSUTA-WAGES (MS-INDEX) TO SW-SUTA-WAGES.
     MOVE WS-MSUTA-TAX (MS-INDEX) TO SW-SUTA-TAX.
     MOVE WS-RUN-PAY-GROUP TO SW-PAY-GROUP.
     WRITE SW-SUTA-REC.

*>    Imprime o relatório consolidado: a linha de totais única, o
*>    Calendário maior que a tabela: regravar truncaria o arquivo -
*>    deixa o calendário intacto e a marcação fica manual
             IF WS-PERCAL-OVERFLOW
                 DISPLAY "CALENDAR EXCEEDS 300 ROWS - PERIOD NOT " &
                         "MARKED POSTED, MARK MANUALLY"
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.

*>    Carrega um período do calendário, marcando o da execução no
*>    calendário do grupo de pagamento
 C31-LOAD-PERIOD-PARA.
     READ PERIOD-CAL-FILE
         AT END
             MOVE "Y" TO WS-PERCAL-EOF-SWITCH
         NOT AT END
             IF WS-PERCAL-COUNT < 300
                 ADD 1 TO WS-PERCAL-COUNT
                 SET P-INDEX TO WS-PERCAL-COUNT
                 MOVE PP-PAY-GROUP TO WS-CAL-PAY-GROUP (P-INDEX)
                 MOVE PP-PERIOD-NBR TO WS-CAL-PERIOD-NBR (P-INDEX)
                 MOVE PP-START-DATE TO WS-CAL-START-DATE (P-INDEX)
                 MOVE PP-END-DATE TO WS-CAL-END-DATE (P-INDEX)
                 MOVE PP-STATUS TO WS-CAL-STATUS (P-INDEX)
                 IF PP-PERIOD-NBR = WS-CTL-PERIOD-NBR
                         AND PP-PAY-GROUP = WS-RUN-PAY-GROUP
                     MOVE "P" TO WS-CAL-STATUS (P-INDEX)
                 END-IF
             ELSE

*>    Regrava um período da tabela no calendário
 C32-REWRITE-PERIOD-PARA.
     MOVE WS-CAL-PAY-GROUP (P-INDEX) TO PP-PAY-GROUP.
     MOVE WS-CAL-PERIOD-NBR (P-INDEX) TO PP-PERIOD-NBR.
     MOVE WS-CAL-START-DATE (P-INDEX) TO PP-START-DATE.
     MOVE WS-CAL-END-DATE (P-INDEX) TO PP-END-DATE.
