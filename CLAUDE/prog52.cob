*> =====================================================================
*> PROGRAMA: CONVERSÃO DO HISTÓRICO DE PAGAMENTOS PARA INDEXADO
*> DESCRIÇÃO: Conversão de uma só vez do histórico de pagamentos
*>            sequencial de 80 posições (renomeado para
*>            PAYHIST_OLD.DAT antes da execução) para o PAYHIST.DAT
*>            indexado de 100 posições, com chave empresa + CPF/SSN +
*>            data da execução + sequência. A linha antiga não guarda
*>            a empresa: ela vem do mestre de acumulados
*>            (PROG6_YTD.DAT), procurando o CPF/SSN em cada empresa do
*>            grupo (COMPMAST.DAT) - a primeira que tem o funcionário
*>            fica com a linha; sem nenhuma, a linha cai na empresa
*>            01, como o estorno de execução de PROG6. Linhas iguais na
*>            mesma data recebem sequências 001, 002, ... Havendo o
*>            arquivamento antigo (PAYHIST_ARC_OLD.DAT), ele é
*>            regravado no layout novo em PAYHIST_ARC.DAT.
*>            O arquivo indexado e o arquivamento são relidos no fim e
*>            a prova compara contagem, rendimento e líquido lidos com
*>            os gravados. Código de retorno: 0 = convertido e em
*>            equilíbrio; 4 = há linhas na empresa 01 por falta do
*>            funcionário no mestre ou com o funcionário em mais de uma
*>            empresa; 8 = PAYHIST.DAT já convertido, histórico antigo
*>            ausente ou prova fora de equilíbrio
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG52.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Histórico de pagamentos antigo, sequencial
     SELECT PAY-HISTORY-OLD-IN
         ASSIGN TO "PAYHIST_OLD.DAT"
         FILE STATUS IS WS-OLDHIST-FILE-STATUS.
*>    Histórico de pagamentos novo, indexado por empresa, CPF/SSN e
*>    data/sequência da execução
     SELECT PAY-HISTORY-FILE
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Arquivamento antigo (80 posições) e novo (100 posições)
     SELECT PAYHIST-ARC-OLD-IN
         ASSIGN TO "PAYHIST_ARC_OLD.DAT"
         FILE STATUS IS WS-OLDARC-FILE-STATUS.
     SELECT PAYHIST-ARC-FILE
         ASSIGN TO "PAYHIST_ARC.DAT"
         FILE STATUS IS WS-ARC-FILE-STATUS.
*>    Mestre de acumulados: de onde sai a empresa de cada funcionário
     SELECT YTD-MASTER-FILE-IN
         ASSIGN TO "PROG6_YTD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS YM-YTD-KEY
         FILE STATUS IS WS-YTD-FILE-STATUS.
*>    Mestre de empresas do grupo
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Relatório/prova da conversão
     SELECT CONV-REPORT-OUT
         ASSIGN TO "PAYHIST_CONV_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do histórico antigo; o layout de 80 posições que
*>    PROG6 gravava
 FD  PAY-HISTORY-OLD-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS OH-HISTORY-REC.
 01  OH-HISTORY-REC.
     05  OH-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  OH-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  OH-RUN-DATE                 PIC X(8).      *> Data da execução (AAAAMMDD)
     05  OH-REC-CODE                 PIC 9(2).      *> Código do registro pago
     05  OH-EARN-THIS-PER            PIC 9(5)V99.   *> Rendimento do período
     05  OH-FED-TAX                  PIC 9(6)V99.   *> Imposto federal retido
     05  OH-STATE-TAX                PIC 9(6)V99.   *> Imposto estadual retido
     05  OH-FICA-EMPLE               PIC 9(6)V99.   *> FICA do empregado
     05  OH-GARNISH                  PIC 9(3)V99.   *> Penhora descontada
     05  OH-NET-PAY                  PIC 9(6)V99.   *> Líquido pago
     05  OH-SS-TAX                   PIC 9(5)V99.   *> Seguro Social retido
     05  OH-MED-TAX                  PIC 9(5)V99.   *> Medicare retido
     05  OH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado

*>    Definição do histórico novo; o layout de PROG6
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
     05  PH-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  PH-REC-CODE                 PIC 9(2).      *> Código do registro pago
     05  PH-EARN-THIS-PER            PIC 9(5)V99.   *> Rendimento do período
     05  PH-FED-TAX                  PIC 9(6)V99.   *> Imposto federal retido
     05  PH-STATE-TAX                PIC 9(6)V99.   *> Imposto estadual retido
     05  PH-FICA-EMPLE               PIC 9(6)V99.   *> FICA do empregado
     05  PH-GARNISH                  PIC 9(3)V99.   *> Penhora descontada
     05  PH-NET-PAY                  PIC 9(6)V99.   *> Líquido pago
     05  PH-SS-TAX                   PIC 9(5)V99.   *> Seguro Social retido
     05  PH-MED-TAX                  PIC 9(5)V99.   *> Medicare retido
     05  PH-VOID-FLAG                PIC X(1).      *> V=cheque cancelado e estornado
     05  FILLER                      PIC X(15).

*>    Arquivamentos antigo e novo; os layouts dos históricos acima
 FD  PAYHIST-ARC-OLD-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS OA-ARC-REC.
 01  OA-ARC-REC                      PIC X(80).
 FD  PAYHIST-ARC-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PA-ARC-REC.
 01  PA-ARC-REC                      PIC X(100).

*>    Definição do mestre de acumulados; só a chave interessa aqui, o
*>    layout completo é o de PROG6
 FD  YTD-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS YM-YTD-REC.
 01  YM-YTD-REC.
     05  YM-YTD-KEY.
         10  YM-COMPANY              PIC X(2).      *> Código da empresa (EIN)
         10  YM-SSN                  PIC X(9).      *> CPF/SSN do funcionário
     05  FILLER                      PIC X(66).

*>    Definição do mestre de empresas; só o código interessa aqui
 FD  COMP-MASTER-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CM-COMP-REC.
 01  CM-COMP-REC.
     05  CM-COMPANY-CODE             PIC X(2).      *> Código da empresa
     05  FILLER                      PIC X(138).

*>    Relatório da conversão (linha de 132 colunas)
 FD  CONV-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CR-REPORT-OUT.
 01  CR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-OLDHIST-FILE-STATUS      PIC X(2).
         88  WS-OLDHIST-MISSING      VALUE "35".
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-OLDARC-FILE-STATUS       PIC X(2).
         88  WS-OLDARC-MISSING       VALUE "35".
     05  WS-ARC-FILE-STATUS          PIC X(2).
     05  WS-YTD-FILE-STATUS          PIC X(2).
         88  WS-YTD-OK               VALUE "00".
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-YTD-OPEN-SWITCH          PIC X(1).
         88  WS-YTD-OPEN             VALUE "Y".
     05  WS-ARC-CONVERT-SWITCH       PIC X(1).      *> Y=há arquivamento antigo
         88  WS-ARC-CONVERT          VALUE "Y".
     05  WS-PH-WRITTEN-SWITCH        PIC X(1).
         88  WS-PH-WRITTEN           VALUE "Y".

*>    Empresas do grupo em que o funcionário é procurado; sem o mestre
*>    de empresas, só a empresa 01
 01  WS-COMPANY-TABLE.
     05  WS-COMPANY-COUNT            PIC 9(2) COMP.
     05  WS-COMPANY-SUB              PIC 9(2) COMP.
     05  WS-CO-CODE                  PIC X(2) OCCURS 50 TIMES.

*>    Empresa atribuída ao CPF/SSN corrente; guardada para não repetir
*>    a procura enquanto as linhas são do mesmo funcionário
 01  WS-ASSIGN-WORK.
     05  WS-LAST-SSN                 PIC X(9).
     05  WS-ASSIGN-COMPANY           PIC X(2).
     05  WS-ASSIGN-FOUND             PIC 9(2) COMP.  *> Empresas que têm o funcionário

*>    Linha convertida para o arquivamento novo
 01  WS-ARC-WORK                     PIC X(100).

*>    Contagens e somas da prova, por arquivo: lidos do antigo contra
*>    relidos do novo
 01  WS-PROOF-WORK.
     05  WS-HIST-IN-COUNT            PIC 9(7).
     05  WS-HIST-IN-EARN             PIC 9(11)V99.
     05  WS-HIST-IN-NET              PIC 9(11)V99.
     05  WS-HIST-OUT-COUNT           PIC 9(7).
     05  WS-HIST-OUT-EARN            PIC 9(11)V99.
     05  WS-HIST-OUT-NET             PIC 9(11)V99.
     05  WS-ARC-IN-COUNT             PIC 9(7).
     05  WS-ARC-IN-EARN              PIC 9(11)V99.
     05  WS-ARC-IN-NET               PIC 9(11)V99.
     05  WS-ARC-OUT-COUNT            PIC 9(7).
     05  WS-ARC-OUT-EARN             PIC 9(11)V99.
     05  WS-ARC-OUT-NET              PIC 9(11)V99.
     05  WS-DEFAULT-COUNT            PIC 9(7).      *> Linhas na 01 sem o funcionário
     05  WS-MULTI-CO-COUNT           PIC 9(7).      *> Linhas com o funcionário em 2+ empresas
     05  WS-NO-SEQ-COUNT             PIC 9(7).      *> Linhas sem sequência livre

*>    Cabeçalho do relatório da conversão
 01  WS-HEADING.
     05  FILLER                      PIC X(44) VALUE
             "PAY HISTORY CONVERSION TO INDEXED - PROOF   ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(70) VALUE SPACES.

*>    Linha da prova de contagens e somas
 01  WS-PROOF-LINE.
     05  WS-PL-LABEL-OUT             PIC X(20).
     05  FILLER                      PIC X(8) VALUE "  RECS: ".
     05  WS-PL-COUNT-OUT             PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  EARNINGS: ".
     05  WS-PL-EARN-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(7) VALUE "  NET: ".
     05  WS-PL-NET-OUT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(42) VALUE SPACES.

*>    Linha de contagem das exceções de atribuição de empresa
 01  WS-COUNT-LINE.
     05  WS-CL-LABEL-OUT             PIC X(50).
     05  WS-CL-COUNT-OUT             PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(73) VALUE SPACES.

*>    Linha de veredicto da prova
 01  WS-VERDICT-LINE.
     05  WS-VERDICT-OUT              PIC X(70).
     05  FILLER                      PIC X(62) VALUE SPACES.

 01  WS-RUN-DATE                     PIC X(8).

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - confere que o histórico novo ainda não
*>    existe, converte o histórico e o arquivamento e prova o resultado
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
*>    Um PAYHIST.DAT com linhas já está convertido: regravá-lo
*>    apagaria o histórico vivo
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE.
     IF NOT WS-PAYHIST-MISSING
         READ PAY-HISTORY-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         CLOSE PAY-HISTORY-FILE
         IF WS-EOF-SWITCH = "N"
             DISPLAY "PAYHIST.DAT ALREADY HOLDS HISTORY - " &
                     "CONVERSION REFUSED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
     END-IF.
     OPEN INPUT PAY-HISTORY-OLD-IN.
     IF WS-OLDHIST-MISSING
         DISPLAY "PAYHIST_OLD.DAT NOT FOUND - RENAME THE OLD " &
                 "HISTORY BEFORE CONVERTING"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT CONV-REPORT-OUT.
     PERFORM B05-LOAD-COMPANIES-PARA.
     PERFORM B10-INIT-PARA.
     MOVE SPACES TO WS-YTD-OPEN-SWITCH.
     OPEN INPUT YTD-MASTER-FILE-IN.
     IF WS-YTD-OK
         MOVE "Y" TO WS-YTD-OPEN-SWITCH
     END-IF.
     PERFORM B20-CONVERT-HIST-PARA.
     PERFORM B40-CONVERT-ARC-PARA.
     IF WS-YTD-OPEN
         CLOSE YTD-MASTER-FILE-IN
     END-IF.
     PERFORM B60-REREAD-HIST-PARA.
     IF WS-ARC-CONVERT
         PERFORM B70-REREAD-ARC-PARA
     END-IF.
     PERFORM C20-PROOF-PARA.
     CLOSE CONV-REPORT-OUT.
     STOP RUN.

*>    Carrega as empresas do grupo do mestre de empresas
 B05-LOAD-COMPANIES-PARA.
     MOVE ZEROS TO WS-COMPANY-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT COMP-MASTER-FILE-IN.
     IF NOT WS-COMPMAST-MISSING
         READ COMP-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B06-COMPANY-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE COMP-MASTER-FILE-IN
     END-IF.
     IF WS-COMPANY-COUNT = 0
         MOVE 1 TO WS-COMPANY-COUNT
         MOVE "01" TO WS-CO-CODE (1)
     END-IF.

*>    Guarda uma empresa do grupo
 B06-COMPANY-REC-PARA.
     IF WS-COMPANY-COUNT < 50
         ADD 1 TO WS-COMPANY-COUNT
         MOVE CM-COMPANY-CODE TO WS-CO-CODE (WS-COMPANY-COUNT)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Inicialização das variáveis e cabeçalho do relatório
 B10-INIT-PARA.
     MOVE "N" TO WS-ARC-CONVERT-SWITCH.
     MOVE HIGH-VALUES TO WS-LAST-SSN.
     MOVE ZEROS TO WS-HIST-IN-COUNT
                   WS-HIST-IN-EARN
                   WS-HIST-IN-NET
                   WS-HIST-OUT-COUNT
                   WS-HIST-OUT-EARN
                   WS-HIST-OUT-NET
                   WS-ARC-IN-COUNT
                   WS-ARC-IN-EARN
                   WS-ARC-IN-NET
                   WS-ARC-OUT-COUNT
                   WS-ARC-OUT-EARN
                   WS-ARC-OUT-NET
                   WS-DEFAULT-COUNT
                   WS-MULTI-CO-COUNT
                   WS-NO-SEQ-COUNT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE CR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO CR-REPORT-OUT.
     WRITE CR-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Converte o histórico antigo linha a linha para o indexado
 B20-CONVERT-HIST-PARA.
     OPEN OUTPUT PAY-HISTORY-FILE.
     MOVE "N" TO WS-EOF-SWITCH.
     READ PAY-HISTORY-OLD-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B21-HIST-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE PAY-HISTORY-OLD-IN
           PAY-HISTORY-FILE.

*>    Converte uma linha do histórico: empresa atribuída, campos no
*>    layout novo e a primeira sequência livre na data
 B21-HIST-REC-PARA.
     ADD 1 TO WS-HIST-IN-COUNT.
     ADD OH-EARN-THIS-PER TO WS-HIST-IN-EARN.
     ADD OH-NET-PAY TO WS-HIST-IN-NET.
     PERFORM B30-ASSIGN-COMPANY-PARA.
     PERFORM B35-BUILD-NEW-REC-PARA.
     MOVE ZEROS TO PH-RUN-SEQ.
     MOVE "N" TO WS-PH-WRITTEN-SWITCH.
     PERFORM B22-WRITE-HIST-PARA
         UNTIL WS-PH-WRITTEN.
     READ PAY-HISTORY-OLD-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Grava a linha com a próxima sequência; chave já usada na mesma
*>    data tenta a seguinte. Sem sequência livre a linha fica fora e a
*>    prova acusa a diferença
 B22-WRITE-HIST-PARA.
     IF PH-RUN-SEQ = 999
         ADD 1 TO WS-NO-SEQ-COUNT
         DISPLAY "NO FREE SEQUENCE FOR " PH-HIST-KEY
                 " - LINE NOT CONVERTED"
         MOVE "Y" TO WS-PH-WRITTEN-SWITCH
     ELSE
         ADD 1 TO PH-RUN-SEQ
         WRITE PH-HISTORY-REC
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-PH-WRITTEN-SWITCH
         END-WRITE
     END-IF.

*>    Atribui a empresa do CPF/SSN da linha: a primeira empresa do
*>    grupo com o funcionário no mestre de acumulados; sem nenhuma,
*>    a 01
 B30-ASSIGN-COMPANY-PARA.
     IF OH-SSN NOT = WS-LAST-SSN
         MOVE OH-SSN TO WS-LAST-SSN
         MOVE SPACES TO WS-ASSIGN-COMPANY
         MOVE ZEROS TO WS-ASSIGN-FOUND
         IF WS-YTD-OPEN
             PERFORM B31-TRY-COMPANY-PARA
                 VARYING WS-COMPANY-SUB FROM 1 BY 1
                 UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT
         END-IF
         IF WS-ASSIGN-COMPANY = SPACES
             MOVE "01" TO WS-ASSIGN-COMPANY
         END-IF
     END-IF.
     IF WS-ASSIGN-FOUND = 0
         ADD 1 TO WS-DEFAULT-COUNT
     END-IF.
     IF WS-ASSIGN-FOUND > 1
         ADD 1 TO WS-MULTI-CO-COUNT
     END-IF.

*>    Procura o funcionário no mestre de acumulados de uma empresa
 B31-TRY-COMPANY-PARA.
     MOVE WS-CO-CODE (WS-COMPANY-SUB) TO YM-COMPANY.
     MOVE OH-SSN TO YM-SSN.
     READ YTD-MASTER-FILE-IN
         INVALID KEY CONTINUE
         NOT INVALID KEY
             ADD 1 TO WS-ASSIGN-FOUND
             IF WS-ASSIGN-COMPANY = SPACES
                 MOVE YM-COMPANY TO WS-ASSIGN-COMPANY
             END-IF
     END-READ.

*>    Monta a linha no layout novo a partir da linha antiga
 B35-BUILD-NEW-REC-PARA.
     MOVE SPACES TO PH-HISTORY-REC.
     MOVE WS-ASSIGN-COMPANY TO PH-COMPANY.
     MOVE OH-SSN TO PH-SSN.
     MOVE OH-RUN-DATE TO PH-RUN-DATE.
     MOVE ZEROS TO PH-RUN-SEQ.
     MOVE OH-PERIOD-NBR TO PH-PERIOD-NBR.
     MOVE OH-REC-CODE TO PH-REC-CODE.
     MOVE OH-EARN-THIS-PER TO PH-EARN-THIS-PER.
     MOVE OH-FED-TAX TO PH-FED-TAX.
     MOVE OH-STATE-TAX TO PH-STATE-TAX.
     MOVE OH-FICA-EMPLE TO PH-FICA-EMPLE.
     MOVE OH-GARNISH TO PH-GARNISH.
     MOVE OH-NET-PAY TO PH-NET-PAY.
     MOVE OH-SS-TAX TO PH-SS-TAX.
     MOVE OH-MED-TAX TO PH-MED-TAX.
     MOVE OH-VOID-FLAG TO PH-VOID-FLAG.

*>    Converte o arquivamento antigo, quando existe, para o layout
*>    novo; a ordem das linhas é mantida e a sequência fica 001
 B40-CONVERT-ARC-PARA.
     OPEN INPUT PAYHIST-ARC-OLD-IN.
     IF NOT WS-OLDARC-MISSING
         MOVE "Y" TO WS-ARC-CONVERT-SWITCH
         OPEN OUTPUT PAYHIST-ARC-FILE
         MOVE "N" TO WS-EOF-SWITCH
         READ PAYHIST-ARC-OLD-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-ARC-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE PAYHIST-ARC-OLD-IN
               PAYHIST-ARC-FILE
     END-IF.

*>    Converte uma linha do arquivamento pela área da linha antiga
 B41-ARC-REC-PARA.
     MOVE OA-ARC-REC TO OH-HISTORY-REC.
     ADD 1 TO WS-ARC-IN-COUNT.
     ADD OH-EARN-THIS-PER TO WS-ARC-IN-EARN.
     ADD OH-NET-PAY TO WS-ARC-IN-NET.
     PERFORM B30-ASSIGN-COMPANY-PARA.
     PERFORM B35-BUILD-NEW-REC-PARA.
     MOVE 1 TO PH-RUN-SEQ.
     MOVE PH-HISTORY-REC TO WS-ARC-WORK.
     WRITE PA-ARC-REC FROM WS-ARC-WORK.
     READ PAYHIST-ARC-OLD-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Relê o histórico indexado gravado e soma o lado "saída" da prova
 B60-REREAD-HIST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE.
     IF WS-PAYHIST-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ PAY-HISTORY-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
     END-IF.
     PERFORM B61-REREAD-HIST-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     IF NOT WS-PAYHIST-MISSING
         CLOSE PAY-HISTORY-FILE
     END-IF.

*>    Soma uma linha relida do histórico
 B61-REREAD-HIST-REC-PARA.
     ADD 1 TO WS-HIST-OUT-COUNT.
     ADD PH-EARN-THIS-PER TO WS-HIST-OUT-EARN.
     ADD PH-NET-PAY TO WS-HIST-OUT-NET.
     READ PAY-HISTORY-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Relê o arquivamento novo e soma o lado "saída" da prova
 B70-REREAD-ARC-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PAYHIST-ARC-FILE.
     READ PAYHIST-ARC-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B71-REREAD-ARC-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE PAYHIST-ARC-FILE.

*>    Soma uma linha relida do arquivamento pela área da linha nova
 B71-REREAD-ARC-REC-PARA.
     MOVE PA-ARC-REC TO PH-HISTORY-REC.
     ADD 1 TO WS-ARC-OUT-COUNT.
     ADD PH-EARN-THIS-PER TO WS-ARC-OUT-EARN.
     ADD PH-NET-PAY TO WS-ARC-OUT-NET.
     READ PAYHIST-ARC-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Imprime a prova: lidos contra gravados, por contagem, rendimento
*>    e líquido, para o histórico e o arquivamento, e as exceções da
*>    atribuição de empresa
 C20-PROOF-PARA.
     MOVE "HISTORY READ" TO WS-PL-LABEL-OUT.
     MOVE WS-HIST-IN-COUNT TO WS-PL-COUNT-OUT.
     MOVE WS-HIST-IN-EARN TO WS-PL-EARN-OUT.
     MOVE WS-HIST-IN-NET TO WS-PL-NET-OUT.
     WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "HISTORY WRITTEN" TO WS-PL-LABEL-OUT.
     MOVE WS-HIST-OUT-COUNT TO WS-PL-COUNT-OUT.
     MOVE WS-HIST-OUT-EARN TO WS-PL-EARN-OUT.
     MOVE WS-HIST-OUT-NET TO WS-PL-NET-OUT.
     WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-ARC-CONVERT
         MOVE "ARCHIVE READ" TO WS-PL-LABEL-OUT
         MOVE WS-ARC-IN-COUNT TO WS-PL-COUNT-OUT
         MOVE WS-ARC-IN-EARN TO WS-PL-EARN-OUT
         MOVE WS-ARC-IN-NET TO WS-PL-NET-OUT
         WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
             AFTER ADVANCING 2 LINES
         MOVE "ARCHIVE WRITTEN" TO WS-PL-LABEL-OUT
         MOVE WS-ARC-OUT-COUNT TO WS-PL-COUNT-OUT
         MOVE WS-ARC-OUT-EARN TO WS-PL-EARN-OUT
         MOVE WS-ARC-OUT-NET TO WS-PL-NET-OUT
         WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
             AFTER ADVANCING 1 LINE
     ELSE
         MOVE "NO OLD ARCHIVE (PAYHIST_ARC_OLD.DAT) - NOT CONVERTED"
             TO WS-VERDICT-OUT
         WRITE CR-REPORT-OUT FROM WS-VERDICT-LINE
             AFTER ADVANCING 2 LINES
     END-IF.
     MOVE "LINES PUT IN COMPANY 01 - EMPLOYEE NOT IN YTD MASTER"
         TO WS-CL-LABEL-OUT.
     MOVE WS-DEFAULT-COUNT TO WS-CL-COUNT-OUT.
     WRITE CR-REPORT-OUT FROM WS-COUNT-LINE
         AFTER ADVANCING 2 LINES.
     MOVE "LINES WITH EMPLOYEE IN MORE THAN ONE COMPANY"
         TO WS-CL-LABEL-OUT.
     MOVE WS-MULTI-CO-COUNT TO WS-CL-COUNT-OUT.
     WRITE CR-REPORT-OUT FROM WS-COUNT-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "LINES NOT CONVERTED - NO FREE SEQUENCE"
         TO WS-CL-LABEL-OUT.
     MOVE WS-NO-SEQ-COUNT TO WS-CL-COUNT-OUT.
     WRITE CR-REPORT-OUT FROM WS-COUNT-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-HIST-IN-COUNT = WS-HIST-OUT-COUNT
             AND WS-HIST-IN-EARN = WS-HIST-OUT-EARN
             AND WS-HIST-IN-NET = WS-HIST-OUT-NET
             AND WS-ARC-IN-COUNT = WS-ARC-OUT-COUNT
             AND WS-ARC-IN-EARN = WS-ARC-OUT-EARN
             AND WS-ARC-IN-NET = WS-ARC-OUT-NET
         MOVE "*** CONVERSION IN BALANCE ***" TO WS-VERDICT-OUT
         IF WS-DEFAULT-COUNT > 0 OR WS-MULTI-CO-COUNT > 0
             MOVE 4 TO RETURN-CODE
         END-IF
     ELSE
         MOVE "*** CONVERSION OUT OF BALANCE - KEEP PAYHIST_OLD.DAT ***"
             TO WS-VERDICT-OUT
         DISPLAY "PAY HISTORY CONVERSION OUT OF BALANCE - SEE " &
                 "PAYHIST_CONV_RPT.DAT"
         MOVE 8 TO RETURN-CODE
     END-IF.
     WRITE CR-REPORT-OUT FROM WS-VERDICT-LINE
         AFTER ADVANCING 2 LINES.
