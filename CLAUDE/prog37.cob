*> =====================================================================
*> PROGRAMA: POSTAGEM DE PAGAMENTOS A PRESTADORES COM RETENÇÃO DE RESERVA
*> DESCRIÇÃO: Lê os pagamentos a prestadores autônomos liberados pelo
*>            contas a pagar (CONTRPAY.DAT) e posta cada um contra o
*>            mestre de prestadores (VENDMAST.DAT, mantido por PROG36):
*>            - prestador sem TIN ou com TIN divergente na verificação
*>              do IRS sofre a retenção de reserva (backup withholding)
*>              de 24% sobre o pagamento informável;
*>            - o pagamento informável e a retenção entram nos
*>              acumulados do ano do prestador (caixas 1 e 4 do
*>              1099-NEC, emitido por PROG38);
*>            - cada pagamento volta ao contas a pagar com o líquido a
*>              pagar (CONTRNET.DAT) e fica no histórico de pagamentos
*>              a prestadores (CONTRHST.DAT), que também barra a
*>              postagem repetida da mesma fatura;
*>            - a retenção do dia de pagamento é acrescentada ao
*>              passivo fiscal trimestral (QTRLIAB.DAT) como linha do
*>              945, separada das linhas do 941 da folha: PROG11 a
*>              deixa fora da planilha do 941 e PROG20 agenda o
*>              depósito com o formulário 945.
*>            Recusa rodar com a janela de lote da folha aberta, pois
*>            a folha acrescenta ao mesmo passivo trimestral
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG37.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Pagamentos a prestadores liberados pelo contas a pagar
     SELECT CONTR-PAY-FILE-IN
         ASSIGN TO "CONTRPAY.DAT"
         FILE STATUS IS WS-CONTRPAY-FILE-STATUS.
*>    Mestre de prestadores; o layout de PROG36
     SELECT VEND-MASTER-FILE
         ASSIGN TO "VENDMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS VN-VENDOR-ID
         FILE STATUS IS WS-VENDMAST-FILE-STATUS.
*>    Histórico cumulativo dos pagamentos postados; o mesmo layout é
*>    declarado em PROG38, que o soma como apuração independente
     SELECT CONTR-HIST-FILE
         ASSIGN TO "CONTRHST.DAT"
         FILE STATUS IS WS-CONTRHST-FILE-STATUS.
*>    Retorno ao contas a pagar: líquido a pagar de cada pagamento
     SELECT CONTR-NET-FILE-OUT
         ASSIGN TO "CONTRNET.DAT".
*>    Passivo fiscal trimestral; o layout de PROG6
     SELECT QTR-LIAB-FILE
         ASSIGN TO "QTRLIAB.DAT"
         FILE STATUS IS WS-QTRLIAB-FILE-STATUS.
*>    Trava da janela de lote; o layout de PROG6
     SELECT BATCH-LOCK-FILE
         ASSIGN TO "PROG6_LOCK.DAT"
         FILE STATUS IS WS-LOCK-FILE-STATUS.
*>    Registro da postagem
     SELECT CONTR-POST-REPORT-OUT
         ASSIGN TO "CONTRPOST_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição dos pagamentos liberados pelo contas a pagar
 FD  CONTR-PAY-FILE-IN
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CP-PAY-REC-IN.
 01  CP-PAY-REC-IN.
     05  CP-VENDOR-ID-IN             PIC X(6).      *> Código do fornecedor
     05  CP-INVOICE-IN               PIC X(10).     *> Fatura/documento do contas a pagar
     05  CP-PAY-DATE-IN              PIC X(8).      *> Data do pagamento (AAAAMMDD)
     05  CP-GROSS-AMT-IN             PIC 9(7)V99.   *> Valor bruto do pagamento
     05  CP-REPORTABLE-IN            PIC X(1).      *> Espaço/Y=serviço informável
*>                                                  *> N=não informável (mercadoria,
*>                                                  *> reembolso de despesa)
     05  FILLER                      PIC X(26).

*>    Definição do mestre de prestadores; o layout de PROG36
 FD  VEND-MASTER-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS VN-VENDOR-REC.
 01  VN-VENDOR-REC.
     05  VN-VENDOR-ID                PIC X(6).      *> Chave: código do fornecedor
     05  VN-VENDOR-NAME              PIC X(30).     *> Nome/razão social do W-9
     05  VN-TIN                      PIC X(9).      *> TIN, espaços = não informado
     05  VN-TIN-TYPE                 PIC X(1).      *> S=SSN  E=EIN
     05  VN-ADDR-STREET              PIC X(25).     *> Endereço - logradouro
     05  VN-ADDR-CITY                PIC X(18).     *> Endereço - cidade
     05  VN-ADDR-STATE               PIC X(2).      *> Endereço - UF
     05  VN-ADDR-ZIP                 PIC X(9).      *> Endereço - CEP/ZIP
     05  VN-COMPANY                  PIC X(2).      *> Empresa pagadora
     05  VN-STATUS                   PIC X(1).      *> Espaço/A=ativo  I=inativo
     05  VN-TIN-MISMATCH             PIC X(1).      *> Y=TIN divergente na verificação
     05  VN-YTD-YEAR                 PIC X(4).      *> Ano dos acumulados correntes
     05  VN-YTD-PAID                 PIC 9(7)V99.   *> Remuneração paga (caixa 1)
     05  VN-YTD-BACKUP-WH            PIC 9(7)V99.   *> Retenção de reserva (caixa 4)
     05  VN-PRIOR-YEAR               PIC X(4).      *> Ano dos acumulados anteriores
     05  VN-PRIOR-PAID               PIC 9(7)V99.
     05  VN-PRIOR-BACKUP-WH          PIC 9(7)V99.
     05  FILLER                      PIC X(12).

*>    Definição do histórico de pagamentos a prestadores
 FD  CONTR-HIST-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CH-HIST-REC.
 01  CH-HIST-REC.
     05  CH-VENDOR-ID                PIC X(6).      *> Código do fornecedor
     05  CH-INVOICE                  PIC X(10).     *> Fatura/documento
     05  CH-PAY-DATE                 PIC X(8).      *> Data do pagamento
     05  CH-COMPANY                  PIC X(2).      *> Empresa pagadora
     05  CH-GROSS-AMT                PIC 9(7)V99.   *> Valor bruto
     05  CH-BACKUP-WH                PIC 9(7)V99.   *> Retenção de reserva
     05  CH-REPORTABLE               PIC X(1).      *> Y=informável  N=não
     05  CH-BW-REASON                PIC X(1).      *> T=sem TIN  M=TIN divergente
     05  CH-POST-DATE                PIC X(8).      *> Data da postagem
     05  FILLER                      PIC X(26).

*>    Definição do retorno ao contas a pagar
 FD  CONTR-NET-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CN-NET-REC.
 01  CN-NET-REC.
     05  CN-VENDOR-ID                PIC X(6).      *> Código do fornecedor
     05  CN-INVOICE                  PIC X(10).     *> Fatura/documento
     05  CN-PAY-DATE                 PIC X(8).      *> Data do pagamento
     05  CN-GROSS-AMT                PIC 9(7)V99.   *> Valor bruto
     05  CN-BACKUP-WH                PIC 9(7)V99.   *> Retenção de reserva
     05  CN-NET-AMT                  PIC 9(7)V99.   *> Líquido a pagar
     05  CN-DISPOSITION              PIC X(1).      *> P=postado  R=recusado (não pagar)
     05  CN-REASON                   PIC X(20).     *> Motivo da recusa
     05  FILLER                      PIC X(8).

*>    Definição do arquivo de passivo fiscal trimestral; o layout de
*>    PROG6 - as linhas gravadas aqui são do 945
 FD  QTR-LIAB-FILE
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC.
     05  QL-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  QL-QUARTER                  PIC 9(1).      *> Trimestre civil (1-4)
     05  QL-PERIOD-NBR               PIC 9(2).      *> 945: lote do dia de pagamento
     05  QL-FED-WH                   PIC 9(7)V99.   *> 945: retenção de reserva
     05  QL-FICA-EMPLE               PIC 9(7)V99.
     05  QL-FICA-EMPR                PIC 9(7)V99.
     05  QL-CTL-EARN                 PIC 9(7)V99.   *> 945: pagamentos com retenção
     05  QL-REC-COUNT                PIC 9(7).      *> 945: qtde. de pagamentos retidos
     05  QL-SS-WAGES                 PIC 9(7)V99.
     05  QL-SS-TAX                   PIC 9(7)V99.
     05  QL-MED-WAGES                PIC 9(7)V99.
     05  QL-MED-TAX                  PIC 9(7)V99.
     05  QL-ADDL-MED-WAGES           PIC 9(7)V99.
     05  QL-ADDL-MED-TAX             PIC 9(7)V99.
     05  QL-RETURN-TYPE              PIC X(3).      *> 941 = folha  945 = retenção de reserva
         88  QL-945-LIAB             VALUE "945".
     05  QL-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(7).

*>    Definição da trava da janela de lote; o layout de PROG6
 FD  BATCH-LOCK-FILE
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LK-LOCK-REC.
 01  LK-LOCK-REC.
     05  LK-STATUS                   PIC X(1).      *> L=lote em andamento  U=liberado
     05  LK-RUN-ID                   PIC X(14).     *> Execução que fechou a trava
     05  FILLER                      PIC X(5).

*>    Registro da postagem (linha de 132 colunas)
 FD  CONTR-POST-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CR-REPORT-OUT.
 01  CR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-HIST-EOF-SWITCH          PIC X(1).
     05  WS-LIAB-EOF-SWITCH          PIC X(1).
     05  WS-CONTRPAY-FILE-STATUS     PIC X(2).
         88  WS-CONTRPAY-MISSING     VALUE "35".
     05  WS-VENDMAST-FILE-STATUS     PIC X(2).
         88  WS-VENDMAST-OK          VALUE "00".
     05  WS-CONTRHST-FILE-STATUS     PIC X(2).
         88  WS-CONTRHST-MISSING     VALUE "35".
     05  WS-QTRLIAB-FILE-STATUS      PIC X(2).
         88  WS-QTRLIAB-MISSING      VALUE "35".
     05  WS-LOCK-FILE-STATUS         PIC X(2).
         88  WS-LOCK-MISSING         VALUE "35".
     05  WS-MASTER-FOUND-SWITCH      PIC X(1).
         88  WS-MASTER-FOUND         VALUE "Y".
     05  WS-PAY-VALID-SWITCH         PIC X(1).
         88  WS-PAY-VALID            VALUE "Y".
     05  WS-POSTED-FOUND-SWITCH      PIC X(1).
         88  WS-POSTED-FOUND         VALUE "Y".
     05  WS-DATE-FOUND-SWITCH        PIC X(1).
         88  WS-DATE-FOUND           VALUE "Y".

*>    Alíquota da retenção de reserva (backup withholding) sobre o
*>    pagamento informável a prestador sem TIN ou com TIN divergente
 01  WS-BACKUP-WH-RATE               PIC V99 VALUE .24.

*>    Data da postagem
 01  WS-RUN-DATE                     PIC X(8).

*>    Valores do pagamento corrente
 01  WS-PAY-WORK.
     05  WS-PAY-YEAR                 PIC X(4).      *> Ano do pagamento
     05  WS-PAY-MONTH                PIC 9(2).      *> Mês do pagamento
     05  WS-PAY-QUARTER              PIC 9(1).      *> Trimestre do pagamento
     05  WS-BACKUP-WH-AMT            PIC 9(7)V99.   *> Retenção calculada
     05  WS-NET-AMT                  PIC 9(7)V99.   *> Líquido a pagar
     05  WS-BW-REASON                PIC X(1).      *> T=sem TIN  M=TIN divergente
     05  WS-REPORTABLE               PIC X(1).      *> Y/N normalizado
     05  WS-POST-NOTE                PIC X(32).     *> Observação da linha

*>    Faturas já postadas (fornecedor + fatura), carregadas do
*>    histórico para barrar a postagem repetida; as desta rodada
*>    entram na tabela à medida que são postadas
 01  WS-POSTED-CONTROLS.
     05  WS-POSTED-COUNT             PIC 9(5) COMP.
 01  WS-POSTED-TABLE.
     05  WS-POSTED-ROW               OCCURS 5000 TIMES
                                      INDEXED BY PT-INDEX.
         10  WS-POSTED-VENDOR-ENTRY  PIC X(6).
         10  WS-POSTED-INVOICE-ENTRY PIC X(10).

*>    Retenção desta rodada por dia de pagamento, para as linhas do
*>    945 no passivo trimestral; o lote é o próximo número livre das
*>    linhas do 945 já gravadas para o mesmo dia
 01  WS-LIAB-DAY-CONTROLS.
     05  WS-LIAB-DAY-COUNT           PIC 9(3) COMP.
 01  WS-LIAB-DAY-TABLE.
     05  WS-LIAB-DAY-ROW             OCCURS 100 TIMES
                                      INDEXED BY LD-INDEX.
         10  WS-LD-DATE-ENTRY        PIC X(8).
         10  WS-LD-QUARTER-ENTRY     PIC 9(1).
         10  WS-LD-WH-ENTRY          PIC 9(7)V99.
         10  WS-LD-GROSS-ENTRY       PIC 9(7)V99.
         10  WS-LD-COUNT-ENTRY       PIC 9(7).
         10  WS-LD-BATCH-ENTRY       PIC 9(2).

*>    Totalizadores da postagem
 01  WS-TOTALS.
     05  WS-PAY-READ-COUNT           PIC 9(5).      *> Pagamentos lidos
     05  WS-POSTED-RUN-COUNT         PIC 9(5).      *> Pagamentos postados
     05  WS-REJ-COUNT                PIC 9(5).      *> Pagamentos recusados
     05  WS-BW-COUNT                 PIC 9(5).      *> Pagamentos com retenção
     05  WS-GROSS-TOT                PIC 9(9)V99.   *> Total bruto postado
     05  WS-BACKUP-WH-TOT            PIC 9(9)V99.   *> Total de retenção de reserva
     05  WS-NET-TOT                  PIC 9(9)V99.   *> Total líquido a pagar
     05  WS-LIAB-ROW-COUNT           PIC 9(3).      *> Linhas do 945 gravadas

*>    Cabeçalho do registro da postagem
 01  WS-HEADING.
     05  FILLER                      PIC X(44) VALUE
             "CONTRACTOR PAYMENT POSTING REGISTER         ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(22) VALUE
             "   BACKUP W/H RATE: ".
     05  WS-HEAD-RATE-OUT            PIC .99.
     05  FILLER                      PIC X(45) VALUE SPACES.

*>    Cabeçalho das colunas
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(8) VALUE "VENDOR".
     05  FILLER                      PIC X(31) VALUE "NAME".
     05  FILLER                      PIC X(12) VALUE "INVOICE".
     05  FILLER                      PIC X(10) VALUE "PAY DATE".
     05  FILLER                      PIC X(12) VALUE "       GROSS".
     05  FILLER                      PIC X(13) VALUE "   BACKUP W/H".
     05  FILLER                      PIC X(13) VALUE "          NET".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  FILLER                      PIC X(32) VALUE "NOTE".

*>    Linha de um pagamento
 01  WS-POST-LINE.
     05  WS-PL-VENDOR-OUT            PIC X(6).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-PL-NAME-OUT              PIC X(30).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-PL-INVOICE-OUT           PIC X(10).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-PL-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-PL-GROSS-OUT             PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-PL-BW-OUT                PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-PL-NET-OUT               PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-PL-NOTE-OUT              PIC X(32).

*>    Linha de uma linha do 945 acrescentada ao passivo trimestral
 01  WS-LIAB-LINE.
     05  FILLER                      PIC X(30) VALUE
             "945 LIABILITY POSTED PAY DATE ".
     05  WS-LL-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(10) VALUE "  QUARTER ".
     05  WS-LL-QUARTER-OUT           PIC 9.
     05  FILLER                      PIC X(8) VALUE "  BATCH ".
     05  WS-LL-BATCH-OUT             PIC Z9.
     05  FILLER                      PIC X(15) VALUE "  BACKUP W/H:  ".
     05  WS-LL-WH-OUT                PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(46) VALUE SPACES.

*>    Linhas de totais da postagem
 01  WS-POST-TOTAL-LINE.
     05  FILLER                      PIC X(10) VALUE "PAYMENTS: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  POSTED: ".
     05  WS-TOT-POSTED-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(17) VALUE "  BACKUP W/H ON: ".
     05  WS-TOT-BW-COUNT-OUT         PIC ZZ,ZZ9.
     05  FILLER                      PIC X(59) VALUE SPACES.
 01  WS-POST-AMOUNT-LINE.
     05  FILLER                      PIC X(13) VALUE "GROSS POSTED ".
     05  WS-TOT-GROSS-OUT            PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(15) VALUE "   BACKUP W/H ".
     05  WS-TOT-BW-OUT               PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(15) VALUE "   NET TO PAY ".
     05  WS-TOT-NET-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(47) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da postagem
 A00-MAINLINE-PARA.
*>    Com a janela de lote aberta a folha está acrescentando ao mesmo
*>    passivo trimestral: a postagem espera a janela fechar
     OPEN INPUT BATCH-LOCK-FILE.
     IF NOT WS-LOCK-MISSING
         READ BATCH-LOCK-FILE
             AT END MOVE SPACES TO LK-STATUS
         END-READ
         CLOSE BATCH-LOCK-FILE
         IF LK-STATUS = "L"
             DISPLAY "BATCH WINDOW IS OPEN (RUN " LK-RUN-ID
                     ") - CONTRACTOR PAYMENTS NOT POSTED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
     END-IF.
     OPEN INPUT CONTR-PAY-FILE-IN.
     IF WS-CONTRPAY-MISSING
         DISPLAY "CONTRACTOR PAYMENT FILE CONTRPAY.DAT NOT FOUND - " &
                 "NOTHING TO POST"
         STOP RUN
     END-IF.
     OPEN I-O VEND-MASTER-FILE.
     IF NOT WS-VENDMAST-OK
         DISPLAY "VENDOR MASTER VENDMAST.DAT NOT AVAILABLE - " &
                 "RUN PROG36 FIRST"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT CONTR-NET-FILE-OUT
                 CONTR-POST-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-POSTED-PARA.
*>    Histórico reaberto em EXTEND para os pagamentos desta rodada
     OPEN EXTEND CONTR-HIST-FILE.
     IF WS-CONTRHST-MISSING
         OPEN OUTPUT CONTR-HIST-FILE
     END-IF.
     READ CONTR-PAY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B20-PAYMENT-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE CONTR-PAY-FILE-IN
           CONTR-HIST-FILE
           VEND-MASTER-FILE
           CONTR-NET-FILE-OUT.
*>    Linhas do 945 da retenção desta rodada
     IF WS-LIAB-DAY-COUNT > 0
         PERFORM B40-POST-945-LIAB-PARA
     END-IF.
     PERFORM C20-TOTAL-PARA.
     CLOSE CONTR-POST-REPORT-OUT.
     IF WS-REJ-COUNT > 0
         MOVE 4 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis e cabeçalhos
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE ZEROS TO WS-PAY-READ-COUNT
                   WS-POSTED-RUN-COUNT
                   WS-REJ-COUNT
                   WS-BW-COUNT
                   WS-GROSS-TOT
                   WS-BACKUP-WH-TOT
                   WS-NET-TOT
                   WS-LIAB-ROW-COUNT
                   WS-POSTED-COUNT
                   WS-LIAB-DAY-COUNT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     MOVE WS-BACKUP-WH-RATE TO WS-HEAD-RATE-OUT.
     WRITE CR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO CR-REPORT-OUT.
     WRITE CR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE CR-REPORT-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.

*>    Carrega as faturas já postadas do histórico
 B15-LOAD-POSTED-PARA.
     MOVE "N" TO WS-HIST-EOF-SWITCH.
     OPEN INPUT CONTR-HIST-FILE.
     IF WS-CONTRHST-MISSING
         MOVE "Y" TO WS-HIST-EOF-SWITCH
     ELSE
         READ CONTR-HIST-FILE
             AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
         END-READ
         PERFORM B16-LOAD-POSTED-REC-PARA
             UNTIL WS-HIST-EOF-SWITCH = "Y"
         CLOSE CONTR-HIST-FILE
     END-IF.

*>    Guarda a chave de um pagamento já postado
 B16-LOAD-POSTED-REC-PARA.
     IF WS-POSTED-COUNT < 5000
         ADD 1 TO WS-POSTED-COUNT
         SET PT-INDEX TO WS-POSTED-COUNT
         MOVE CH-VENDOR-ID TO WS-POSTED-VENDOR-ENTRY (PT-INDEX)
         MOVE CH-INVOICE TO WS-POSTED-INVOICE-ENTRY (PT-INDEX)
     END-IF.
     READ CONTR-HIST-FILE
         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
     END-READ.

*>    Posta um pagamento: valida, calcula a retenção, atualiza os
*>    acumulados do prestador e grava histórico e retorno ao AP
 B20-PAYMENT-PARA.
     ADD 1 TO WS-PAY-READ-COUNT.
     MOVE ZEROS TO WS-BACKUP-WH-AMT WS-NET-AMT.
     MOVE SPACES TO WS-BW-REASON WS-POST-NOTE.
     PERFORM B21-FETCH-VENDOR-PARA.
     PERFORM B22-VALIDATE-PAY-PARA.
     IF NOT WS-PAY-VALID
         PERFORM C60-REJECT-PARA
     ELSE
         PERFORM B25-COMPUTE-BACKUP-WH-PARA
         PERFORM B26-UPDATE-VENDOR-PARA
         IF WS-PAY-VALID
             PERFORM B27-WRITE-POSTED-PARA
         ELSE
             PERFORM C60-REJECT-PARA
         END-IF
     END-IF.
     READ CONTR-PAY-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Busca o prestador do pagamento no mestre
 B21-FETCH-VENDOR-PARA.
     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
     MOVE CP-VENDOR-ID-IN TO VN-VENDOR-ID.
     READ VEND-MASTER-FILE
         INVALID KEY
             MOVE SPACES TO VN-VENDOR-NAME
         NOT INVALID KEY
             MOVE "Y" TO WS-MASTER-FOUND-SWITCH
     END-READ.

*>    Valida o pagamento: prestador cadastrado e ativo, data e valor
*>    numéricos e positivos, indicador de informável conhecido e
*>    fatura ainda não postada
 B22-VALIDATE-PAY-PARA.
     MOVE "Y" TO WS-PAY-VALID-SWITCH.
     IF NOT WS-MASTER-FOUND
         MOVE "VENDOR NOT ON MASTER" TO WS-POST-NOTE
         MOVE "N" TO WS-PAY-VALID-SWITCH
     END-IF.
     IF WS-PAY-VALID AND VN-STATUS = "I"
         MOVE "VENDOR INACTIVE" TO WS-POST-NOTE
         MOVE "N" TO WS-PAY-VALID-SWITCH
     END-IF.
     IF WS-PAY-VALID AND CP-PAY-DATE-IN NOT NUMERIC
         MOVE "PAY DATE NOT NUMERIC" TO WS-POST-NOTE
         MOVE "N" TO WS-PAY-VALID-SWITCH
     END-IF.
     IF WS-PAY-VALID
         IF CP-GROSS-AMT-IN NOT NUMERIC OR CP-GROSS-AMT-IN = 0
             MOVE "AMOUNT MISSING OR ZERO" TO WS-POST-NOTE
             MOVE "N" TO WS-PAY-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-PAY-VALID
         EVALUATE CP-REPORTABLE-IN
             WHEN SPACE
             WHEN "Y"
                 MOVE "Y" TO WS-REPORTABLE
             WHEN "N"
                 MOVE "N" TO WS-REPORTABLE
             WHEN OTHER
                 MOVE "REPORTABLE FLAG NOT Y/N" TO WS-POST-NOTE
                 MOVE "N" TO WS-PAY-VALID-SWITCH
         END-EVALUATE
     END-IF.
     IF WS-PAY-VALID
         MOVE "N" TO WS-POSTED-FOUND-SWITCH
         IF WS-POSTED-COUNT > 0
             SET PT-INDEX TO 1
             SEARCH WS-POSTED-ROW
                 AT END CONTINUE
                 WHEN WS-POSTED-VENDOR-ENTRY (PT-INDEX) =
                         CP-VENDOR-ID-IN
                         AND WS-POSTED-INVOICE-ENTRY (PT-INDEX) =
                         CP-INVOICE-IN
                     MOVE "Y" TO WS-POSTED-FOUND-SWITCH
             END-SEARCH
         END-IF
         IF WS-POSTED-FOUND
             MOVE "INVOICE ALREADY POSTED" TO WS-POST-NOTE
             MOVE "N" TO WS-PAY-VALID-SWITCH
         END-IF
     END-IF.

*>    Retenção de reserva: só sobre o pagamento informável, quando o
*>    prestador não tem TIN ou o TIN não casou na verificação do IRS
 B25-COMPUTE-BACKUP-WH-PARA.
     IF WS-REPORTABLE = "Y"
         IF VN-TIN = SPACES
             MOVE "T" TO WS-BW-REASON
             MOVE "BACKUP W/H - NO TIN ON FILE" TO WS-POST-NOTE
         ELSE
             IF VN-TIN-MISMATCH = "Y"
                 MOVE "M" TO WS-BW-REASON
                 MOVE "BACKUP W/H - TIN MISMATCH" TO WS-POST-NOTE
             END-IF
         END-IF
     ELSE
         MOVE "NOT REPORTABLE - NO 1099" TO WS-POST-NOTE
     END-IF.
     IF WS-BW-REASON NOT = SPACE
         COMPUTE WS-BACKUP-WH-AMT ROUNDED =
             CP-GROSS-AMT-IN * WS-BACKUP-WH-RATE
     END-IF.
     COMPUTE WS-NET-AMT = CP-GROSS-AMT-IN - WS-BACKUP-WH-AMT.

*>    Acumula o pagamento informável no ano do pagamento: ano novo
*>    empurra os acumulados correntes para o anterior; pagamento com
*>    data do ano anterior ainda entra no anterior (o 1099 de janeiro
*>    ainda não saiu); ano mais antigo é recusado
 B26-UPDATE-VENDOR-PARA.
     MOVE CP-PAY-DATE-IN (1:4) TO WS-PAY-YEAR.
     IF VN-YTD-YEAR = SPACES OR VN-YTD-YEAR NOT NUMERIC
         MOVE WS-PAY-YEAR TO VN-YTD-YEAR
         MOVE ZEROS TO VN-YTD-PAID VN-YTD-BACKUP-WH
     END-IF.
     IF WS-PAY-YEAR > VN-YTD-YEAR
         MOVE VN-YTD-YEAR TO VN-PRIOR-YEAR
         MOVE VN-YTD-PAID TO VN-PRIOR-PAID
         MOVE VN-YTD-BACKUP-WH TO VN-PRIOR-BACKUP-WH
         MOVE WS-PAY-YEAR TO VN-YTD-YEAR
         MOVE ZEROS TO VN-YTD-PAID VN-YTD-BACKUP-WH
     END-IF.
     IF WS-REPORTABLE = "Y"
         IF WS-PAY-YEAR = VN-YTD-YEAR
             ADD CP-GROSS-AMT-IN TO VN-YTD-PAID
             ADD WS-BACKUP-WH-AMT TO VN-YTD-BACKUP-WH
         ELSE
             IF WS-PAY-YEAR = VN-PRIOR-YEAR
                 ADD CP-GROSS-AMT-IN TO VN-PRIOR-PAID
                 ADD WS-BACKUP-WH-AMT TO VN-PRIOR-BACKUP-WH
             ELSE
                 MOVE "PAY YEAR CLOSED FOR 1099" TO WS-POST-NOTE
                 MOVE "N" TO WS-PAY-VALID-SWITCH
             END-IF
         END-IF
     END-IF.
     IF WS-PAY-VALID
         REWRITE VN-VENDOR-REC
     END-IF.

*>    Grava o pagamento postado: histórico, retorno ao AP, linha do
*>    registro, chave na tabela e retenção no dia de pagamento
 B27-WRITE-POSTED-PARA.
     MOVE SPACES TO CH-HIST-REC.
     MOVE CP-VENDOR-ID-IN TO CH-VENDOR-ID.
     MOVE CP-INVOICE-IN TO CH-INVOICE.
     MOVE CP-PAY-DATE-IN TO CH-PAY-DATE.
     MOVE VN-COMPANY TO CH-COMPANY.
     MOVE CP-GROSS-AMT-IN TO CH-GROSS-AMT.
     MOVE WS-BACKUP-WH-AMT TO CH-BACKUP-WH.
     MOVE WS-REPORTABLE TO CH-REPORTABLE.
     MOVE WS-BW-REASON TO CH-BW-REASON.
     MOVE WS-RUN-DATE TO CH-POST-DATE.
     WRITE CH-HIST-REC.
     MOVE SPACES TO CN-NET-REC.
     MOVE CP-VENDOR-ID-IN TO CN-VENDOR-ID.
     MOVE CP-INVOICE-IN TO CN-INVOICE.
     MOVE CP-PAY-DATE-IN TO CN-PAY-DATE.
     MOVE CP-GROSS-AMT-IN TO CN-GROSS-AMT.
     MOVE WS-BACKUP-WH-AMT TO CN-BACKUP-WH.
     MOVE WS-NET-AMT TO CN-NET-AMT.
     MOVE "P" TO CN-DISPOSITION.
     WRITE CN-NET-REC.
     IF WS-POSTED-COUNT < 5000
         ADD 1 TO WS-POSTED-COUNT
         SET PT-INDEX TO WS-POSTED-COUNT
         MOVE CP-VENDOR-ID-IN TO WS-POSTED-VENDOR-ENTRY (PT-INDEX)
         MOVE CP-INVOICE-IN TO WS-POSTED-INVOICE-ENTRY (PT-INDEX)
     END-IF.
     ADD 1 TO WS-POSTED-RUN-COUNT.
     ADD CP-GROSS-AMT-IN TO WS-GROSS-TOT.
     ADD WS-BACKUP-WH-AMT TO WS-BACKUP-WH-TOT.
     ADD WS-NET-AMT TO WS-NET-TOT.
     IF WS-BACKUP-WH-AMT > 0
         ADD 1 TO WS-BW-COUNT
         PERFORM B30-ADD-LIAB-DAY-PARA
     END-IF.
     MOVE WS-BACKUP-WH-AMT TO WS-PL-BW-OUT.
     MOVE WS-NET-AMT TO WS-PL-NET-OUT.
     PERFORM C50-POST-LINE-PARA.

*>    Soma a retenção do pagamento ao seu dia de pagamento na tabela
 B30-ADD-LIAB-DAY-PARA.
     MOVE "N" TO WS-DATE-FOUND-SWITCH.
     IF WS-LIAB-DAY-COUNT > 0
         SET LD-INDEX TO 1
         SEARCH WS-LIAB-DAY-ROW
             AT END CONTINUE
             WHEN WS-LD-DATE-ENTRY (LD-INDEX) = CP-PAY-DATE-IN
                 MOVE "Y" TO WS-DATE-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-DATE-FOUND AND WS-LIAB-DAY-COUNT < 100
         ADD 1 TO WS-LIAB-DAY-COUNT
         SET LD-INDEX TO WS-LIAB-DAY-COUNT
         MOVE CP-PAY-DATE-IN TO WS-LD-DATE-ENTRY (LD-INDEX)
         MOVE CP-PAY-DATE-IN (5:2) TO WS-PAY-MONTH
         EVALUATE TRUE
             WHEN WS-PAY-MONTH <= 03
                 MOVE 1 TO WS-PAY-QUARTER
             WHEN WS-PAY-MONTH <= 06
                 MOVE 2 TO WS-PAY-QUARTER
             WHEN WS-PAY-MONTH <= 09
                 MOVE 3 TO WS-PAY-QUARTER
             WHEN OTHER
                 MOVE 4 TO WS-PAY-QUARTER
         END-EVALUATE
         MOVE WS-PAY-QUARTER TO WS-LD-QUARTER-ENTRY (LD-INDEX)
         MOVE ZEROS TO WS-LD-WH-ENTRY (LD-INDEX)
                       WS-LD-GROSS-ENTRY (LD-INDEX)
                       WS-LD-COUNT-ENTRY (LD-INDEX)
                       WS-LD-BATCH-ENTRY (LD-INDEX)
         MOVE "Y" TO WS-DATE-FOUND-SWITCH
     END-IF.
     IF WS-DATE-FOUND
         ADD WS-BACKUP-WH-AMT TO WS-LD-WH-ENTRY (LD-INDEX)
         ADD CP-GROSS-AMT-IN TO WS-LD-GROSS-ENTRY (LD-INDEX)
         ADD 1 TO WS-LD-COUNT-ENTRY (LD-INDEX)
     ELSE
         DISPLAY "MORE THAN 100 PAY DATES WITH BACKUP W/H - " &
                 "POST THE 945 LIABILITY FOR " CP-PAY-DATE-IN
                 " BY HAND"
     END-IF.

*>    Acrescenta ao passivo trimestral uma linha do 945 por dia de
*>    pagamento com retenção nesta rodada: primeiro lê as linhas do
*>    945 já gravadas para achar o próximo lote livre de cada dia (o
*>    agendador PROG20 distingue os depósitos por data + lote)
 B40-POST-945-LIAB-PARA.
     MOVE "N" TO WS-LIAB-EOF-SWITCH.
     OPEN INPUT QTR-LIAB-FILE.
     IF WS-QTRLIAB-MISSING
         MOVE "Y" TO WS-LIAB-EOF-SWITCH
     ELSE
         READ QTR-LIAB-FILE
             AT END MOVE "Y" TO WS-LIAB-EOF-SWITCH
         END-READ
         PERFORM B41-SCAN-LIAB-PARA
             UNTIL WS-LIAB-EOF-SWITCH = "Y"
         CLOSE QTR-LIAB-FILE
     END-IF.
     OPEN EXTEND QTR-LIAB-FILE.
     IF WS-QTRLIAB-MISSING
         OPEN OUTPUT QTR-LIAB-FILE
     END-IF.
     PERFORM B42-WRITE-LIAB-PARA
         VARYING LD-INDEX FROM 1 BY 1
         UNTIL LD-INDEX > WS-LIAB-DAY-COUNT.
     CLOSE QTR-LIAB-FILE.

*>    Guarda o maior lote já gravado do 945 para um dia da tabela
 B41-SCAN-LIAB-PARA.
     IF QL-945-LIAB
         SET LD-INDEX TO 1
         SEARCH WS-LIAB-DAY-ROW
             AT END CONTINUE
             WHEN WS-LD-DATE-ENTRY (LD-INDEX) = QL-RUN-DATE
                 IF QL-PERIOD-NBR > WS-LD-BATCH-ENTRY (LD-INDEX)
                     MOVE QL-PERIOD-NBR
                         TO WS-LD-BATCH-ENTRY (LD-INDEX)
                 END-IF
         END-SEARCH
     END-IF.
     READ QTR-LIAB-FILE
         AT END MOVE "Y" TO WS-LIAB-EOF-SWITCH
     END-READ.

*>    Grava a linha do 945 de um dia de pagamento
 B42-WRITE-LIAB-PARA.
     ADD 1 TO WS-LD-BATCH-ENTRY (LD-INDEX).
     MOVE SPACES TO QL-LIAB-REC.
     MOVE ZEROS TO QL-FICA-EMPLE QL-FICA-EMPR
                   QL-SS-WAGES QL-SS-TAX
                   QL-MED-WAGES QL-MED-TAX
                   QL-ADDL-MED-WAGES QL-ADDL-MED-TAX.
     MOVE WS-LD-DATE-ENTRY (LD-INDEX) TO QL-RUN-DATE.
     MOVE WS-LD-QUARTER-ENTRY (LD-INDEX) TO QL-QUARTER.
     MOVE WS-LD-BATCH-ENTRY (LD-INDEX) TO QL-PERIOD-NBR.
     MOVE WS-LD-WH-ENTRY (LD-INDEX) TO QL-FED-WH.
     MOVE WS-LD-GROSS-ENTRY (LD-INDEX) TO QL-CTL-EARN.
     MOVE WS-LD-COUNT-ENTRY (LD-INDEX) TO QL-REC-COUNT.
     MOVE "945" TO QL-RETURN-TYPE.
     WRITE QL-LIAB-REC.
     ADD 1 TO WS-LIAB-ROW-COUNT.
     MOVE WS-LD-DATE-ENTRY (LD-INDEX) TO WS-LL-DATE-OUT.
     MOVE WS-LD-QUARTER-ENTRY (LD-INDEX) TO WS-LL-QUARTER-OUT.
     MOVE WS-LD-BATCH-ENTRY (LD-INDEX) TO WS-LL-BATCH-OUT.
     MOVE WS-LD-WH-ENTRY (LD-INDEX) TO WS-LL-WH-OUT.
     WRITE CR-REPORT-OUT FROM WS-LIAB-LINE
         AFTER ADVANCING 1 LINE.

*>    Imprime a linha de um pagamento
 C50-POST-LINE-PARA.
     MOVE CP-VENDOR-ID-IN TO WS-PL-VENDOR-OUT.
     MOVE VN-VENDOR-NAME TO WS-PL-NAME-OUT.
     MOVE CP-INVOICE-IN TO WS-PL-INVOICE-OUT.
     MOVE CP-PAY-DATE-IN TO WS-PL-DATE-OUT.
     MOVE CP-GROSS-AMT-IN TO WS-PL-GROSS-OUT.
     MOVE WS-POST-NOTE TO WS-PL-NOTE-OUT.
     WRITE CR-REPORT-OUT FROM WS-POST-LINE
         AFTER ADVANCING 1 LINE.

*>    Recusa um pagamento: volta ao AP marcado para não pagar, com o
*>    motivo, e sai no registro sem retenção nem líquido
 C60-REJECT-PARA.
     ADD 1 TO WS-REJ-COUNT.
     MOVE SPACES TO CN-NET-REC.
     MOVE CP-VENDOR-ID-IN TO CN-VENDOR-ID.
     MOVE CP-INVOICE-IN TO CN-INVOICE.
     MOVE CP-PAY-DATE-IN TO CN-PAY-DATE.
     IF CP-GROSS-AMT-IN NUMERIC
         MOVE CP-GROSS-AMT-IN TO CN-GROSS-AMT
     ELSE
         MOVE ZEROS TO CN-GROSS-AMT
     END-IF.
     MOVE ZEROS TO CN-BACKUP-WH CN-NET-AMT.
     MOVE "R" TO CN-DISPOSITION.
     MOVE WS-POST-NOTE TO CN-REASON.
     WRITE CN-NET-REC.
     MOVE ZEROS TO WS-PL-BW-OUT WS-PL-NET-OUT.
     MOVE CP-VENDOR-ID-IN TO WS-PL-VENDOR-OUT.
     MOVE VN-VENDOR-NAME TO WS-PL-NAME-OUT.
     MOVE CP-INVOICE-IN TO WS-PL-INVOICE-OUT.
     MOVE CP-PAY-DATE-IN TO WS-PL-DATE-OUT.
     MOVE CN-GROSS-AMT TO WS-PL-GROSS-OUT.
     MOVE SPACES TO WS-PL-NOTE-OUT.
     STRING "REJECT: " DELIMITED BY SIZE
            WS-POST-NOTE DELIMITED BY SIZE
         INTO WS-PL-NOTE-OUT
     END-STRING.
     WRITE CR-REPORT-OUT FROM WS-POST-LINE
         AFTER ADVANCING 1 LINE.

*>    Impressão das linhas de totais da postagem
 C20-TOTAL-PARA.
     MOVE WS-PAY-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-POSTED-RUN-COUNT TO WS-TOT-POSTED-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE WS-BW-COUNT TO WS-TOT-BW-COUNT-OUT.
     MOVE WS-GROSS-TOT TO WS-TOT-GROSS-OUT.
     MOVE WS-BACKUP-WH-TOT TO WS-TOT-BW-OUT.
     MOVE WS-NET-TOT TO WS-TOT-NET-OUT.
     MOVE SPACES TO CR-REPORT-OUT.
     WRITE CR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE CR-REPORT-OUT FROM WS-POST-TOTAL-LINE
         AFTER ADVANCING 2 LINE.
     WRITE CR-REPORT-OUT FROM WS-POST-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.
