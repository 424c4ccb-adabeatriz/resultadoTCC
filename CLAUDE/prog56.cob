*> =====================================================================
*> PROGRAMA: MANUTENÇÃO DOS EMPRÉSTIMOS DO 401(K) (LOANMAST)
*> DESCRIÇÃO: Manutenção por transações do mestre de empréstimos do
*>            401(k), no molde de PROG33. As transações de
*>            LOANTRAN.DAT vêm do administrador do plano: A=empréstimo
*>            novo (valor original, parcela por período, primeira
*>            parcela e vencimento), C=altera a parcela e/ou o
*>            vencimento (reamortização), F=autoriza quitar o saldo no
*>            pagamento final do desligamento, P=quitado fora da folha
*>            (pagamento direto ao administrador, inclusive a cura de
*>            um aviso de inadimplência). O saldo devedor só nasce da
*>            adesão e só é baixado pela folha (PROG6) ou pela
*>            quitação P - a alteração nunca mexe nele. O empréstimo
*>            que até aqui era descontado como plano de valor fixo no
*>            mestre de benefícios é convertido na adesão: o código do
*>            plano informado na transação libera aquele espaço do
*>            BENMAST (o tomado no ano e o atraso ficam no espaço,
*>            como no encerramento de PROG33), para o desconto não
*>            sair duas vezes. Todo toque sai no relatório de auditoria
*>            com as imagens antes/depois
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG56.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Transações de empréstimos, recebidas do administrador do plano
     SELECT LOAN-TRANS-FILE-IN
         ASSIGN TO "LOANTRAN.DAT"
         FILE STATUS IS WS-LOANTRAN-FILE-STATUS.
*>    Mestre de empréstimos; o layout de PROG6
     SELECT LOAN-MASTER-FILE
         ASSIGN TO "LOANMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LN-LOAN-KEY
         FILE STATUS IS WS-LOANMAST-FILE-STATUS.
*>    Mestre de benefícios, para liberar o espaço do desconto antigo
     SELECT BEN-MASTER-FILE
         ASSIGN TO "BENMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS BN-SSN
         FILE STATUS IS WS-BENMAST-FILE-STATUS.
*>    Relatório de auditoria da manutenção (antes/depois)
     SELECT LOAN-MAINT-REPORT-OUT
         ASSIGN TO "LOANMAINT_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição das transações de empréstimos
 FD  LOAN-TRANS-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LT-TRANS-REC-IN.
 01  LT-TRANS-REC-IN.
     05  LT-ACTION-IN                PIC X(1).      *> A=novo  C=altera  F=quitar no
*>                                                  *> pagamento final  P=quitado
     05  LT-SSN-IN                   PIC X(9).      *> CPF/SSN do participante
     05  LT-LOAN-NBR-IN              PIC X(6).      *> Número do empréstimo
     05  LT-ORIG-AMT-IN              PIC 9(7)V99.   *> Valor original (A)
     05  LT-REPAY-AMT-IN             PIC 9(5)V99.   *> Parcela por período (A/C)
     05  LT-BALANCE-IN               PIC 9(7)V99.   *> Saldo de abertura (A; zero =
*>                                                  *> o valor original)
     05  LT-ORIG-DATE-IN             PIC X(8).      *> Data de concessão (A)
     05  LT-FIRST-PAY-DATE-IN        PIC X(8).      *> Primeira parcela a partir de (A)
     05  LT-MATURITY-DATE-IN         PIC X(8).      *> Vencimento (A; C: espaço = mantém)
     05  LT-BEN-PLAN-IN              PIC X(3).      *> Plano do BENMAST a liberar (A)
     05  FILLER                      PIC X(12).

*>    Definição do mestre de empréstimos; o layout de PROG6
 FD  LOAN-MASTER-FILE
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LN-LOAN-REC.
 01  LN-LOAN-REC.
     05  LN-LOAN-KEY.
         10  LN-SSN                  PIC X(9).      *> CPF/SSN do participante
         10  LN-LOAN-NBR             PIC X(6).      *> Número do empréstimo no administrador
     05  LN-ORIG-AMT                 PIC 9(7)V99.   *> Valor original do empréstimo
     05  LN-REPAY-AMT                PIC 9(5)V99.   *> Parcela por período de pagamento
     05  LN-BALANCE                  PIC 9(7)V99.   *> Saldo devedor
     05  LN-ORIG-DATE                PIC X(8).      *> Data de concessão (AAAAMMDD)
     05  LN-FIRST-PAY-DATE           PIC X(8).      *> Primeira parcela a partir de (AAAAMMDD)
     05  LN-MATURITY-DATE            PIC X(8).      *> Vencimento final (AAAAMMDD)
     05  LN-STATUS                   PIC X(1).      *> A=ativo  P=quitado
*>                                                  *> D=inadimplência avisada no desligamento
     05  LN-STATUS-DATE              PIC X(8).      *> Data da última mudança de situação
     05  LN-FINAL-PAYOFF             PIC X(1).      *> Y=quitar o saldo no pagamento final
     05  LN-LAST-REPAY-DATE          PIC X(8).      *> Data da última parcela retida
     05  LN-LAST-REPAY-AMT           PIC 9(5)V99.   *> Valor da última parcela retida
     05  LN-SHORT-COUNT              PIC 9(2).      *> Períodos com parcela retida a menor
     05  FILLER                      PIC X(9).      *> Reservado para expansão

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

*>    Relatório de auditoria (linha de 132 colunas)
 FD  LOAN-MAINT-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS LM-REPORT-OUT.
 01  LM-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-TRANS-EOF-SWITCH         PIC X(1).
     05  WS-LOANTRAN-FILE-STATUS     PIC X(2).
         88  WS-LOANTRAN-MISSING     VALUE "35".
     05  WS-LOANMAST-FILE-STATUS     PIC X(2).
         88  WS-LOANMAST-MISSING     VALUE "35".
     05  WS-BENMAST-FILE-STATUS      PIC X(2).
         88  WS-BENMAST-MISSING      VALUE "35".
     05  WS-BENMAST-OPEN-SWITCH      PIC X(1).
         88  WS-BENMAST-OPEN         VALUE "Y".
     05  WS-LOAN-FOUND-SWITCH        PIC X(1).
         88  WS-LOAN-FOUND           VALUE "Y".
     05  WS-TXN-VALID-SWITCH         PIC X(1).
         88  WS-TXN-VALID            VALUE "Y".
     05  WS-SLOT-FOUND-SWITCH        PIC X(1).
         88  WS-SLOT-FOUND           VALUE "Y".

*>    Data da execução
 01  WS-RUN-DATE                     PIC X(8).

*>    Varredura dos espaços de plano do BENMAST
 01  WS-SLOT-WORK.
     05  WS-TXN-SLOT                 PIC 9(1).      *> Espaço do plano alcançado
     05  WS-SCAN-SLOT                PIC 9(1).      *> Varredura dos espaços

*>    Totalizadores da manutenção
 01  WS-TOTALS.
     05  WS-TRANS-READ-COUNT         PIC 9(5).      *> Transações lidas
     05  WS-ADD-COUNT                PIC 9(5).      *> Empréstimos novos
     05  WS-CHG-COUNT                PIC 9(5).      *> Reamortizações aplicadas
     05  WS-FINAL-COUNT              PIC 9(5).      *> Quitações no pagamento final autorizadas
     05  WS-PAYOFF-COUNT             PIC 9(5).      *> Quitações fora da folha
     05  WS-SLOT-COUNT               PIC 9(5).      *> Espaços do BENMAST liberados
     05  WS-REJ-COUNT                PIC 9(5).      *> Transações rejeitadas

*>    Cabeçalho do relatório de auditoria
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "401K LOAN MAINTENANCE AUDIT               ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(72) VALUE SPACES.

*>    Linha de auditoria de uma transação/imagem
 01  WS-AUDIT-LINE.
     05  WS-AU-ACTION-OUT            PIC X(8).      *> ADD/CHANGE/FINAL/PAYOFF/REJECT
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-LOAN-OUT              PIC X(6).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-IMAGE-OUT             PIC X(7).      *> BEFORE/AFTER
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-REPAY-OUT             PIC ZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-BALANCE-OUT           PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-MATURITY-OUT          PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-STATUS-OUT            PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-FINAL-OUT             PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-REASON-OUT            PIC X(32).     *> Motivo/observação
     05  FILLER                      PIC X(21) VALUE SPACES.

*>    Linha de totais da manutenção
 01  WS-LOAN-TOTAL-LINE.
     05  FILLER                      PIC X(7) VALUE "TRANS: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(8) VALUE "  ADDS: ".
     05  WS-TOT-ADD-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  CHANGES: ".
     05  WS-TOT-CHG-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(15) VALUE "  FINAL-PAY: ".
     05  WS-TOT-FINAL-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  PAYOFFS: ".
     05  WS-TOT-PAYOFF-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(15) VALUE "  BEN SLOTS: ".
     05  WS-TOT-SLOT-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da manutenção
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
*>    Abre o mestre em I-O; se ainda não existir (primeira carga),
*>    cria-o vazio e reabre, como PROG33 faz com o de benefícios
     OPEN I-O LOAN-MASTER-FILE.
     IF WS-LOANMAST-MISSING
         OPEN OUTPUT LOAN-MASTER-FILE
         CLOSE LOAN-MASTER-FILE
         OPEN I-O LOAN-MASTER-FILE
     END-IF.
*>    O mestre de benefícios pode não existir; nesse caso não há
*>    espaço antigo a liberar
     MOVE SPACES TO WS-BENMAST-OPEN-SWITCH.
     OPEN I-O BEN-MASTER-FILE.
     IF NOT WS-BENMAST-MISSING
         MOVE "Y" TO WS-BENMAST-OPEN-SWITCH
     END-IF.
     OPEN OUTPUT LOAN-MAINT-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B30-PROCESS-TRANS-PARA.
     PERFORM C20-TOTAL-PARA.
     IF WS-BENMAST-OPEN
         CLOSE BEN-MASTER-FILE
     END-IF.
     CLOSE LOAN-MASTER-FILE
           LOAN-MAINT-REPORT-OUT.
     STOP RUN.

*>    Inicialização das variáveis e cabeçalho do relatório
 B10-INIT-PARA.
     MOVE "N" TO WS-TRANS-EOF-SWITCH.
     MOVE ZEROS TO WS-TRANS-READ-COUNT
                   WS-ADD-COUNT
                   WS-CHG-COUNT
                   WS-FINAL-COUNT
                   WS-PAYOFF-COUNT
                   WS-SLOT-COUNT
                   WS-REJ-COUNT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE LM-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO LM-REPORT-OUT.
     WRITE LM-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Lê e despacha as transações do administrador do plano
 B30-PROCESS-TRANS-PARA.
     OPEN INPUT LOAN-TRANS-FILE-IN.
     IF WS-LOANTRAN-MISSING
         MOVE "Y" TO WS-TRANS-EOF-SWITCH
     ELSE
         READ LOAN-TRANS-FILE-IN
             AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
         END-READ
         PERFORM B31-TRANS-REC-PARA
             UNTIL WS-TRANS-EOF-SWITCH = "Y"
         CLOSE LOAN-TRANS-FILE-IN
     END-IF.

*>    Examina uma transação: valida e aplica ao mestre
 B31-TRANS-REC-PARA.
     ADD 1 TO WS-TRANS-READ-COUNT.
     PERFORM B51-VALIDATE-TXN-PARA.
     IF WS-TXN-VALID
         PERFORM B60-APPLY-TXN-PARA
     END-IF.
     READ LOAN-TRANS-FILE-IN
         AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
     END-READ.

*>    Valida a transação corrente: ação conhecida, chave preenchida e,
*>    no empréstimo novo, valores positivos e datas coerentes; a
*>    recusa sai no relatório com o motivo
 B51-VALIDATE-TXN-PARA.
     MOVE "Y" TO WS-TXN-VALID-SWITCH.
     MOVE SPACES TO WS-AU-REASON-OUT.
     IF LT-ACTION-IN NOT = "A" AND LT-ACTION-IN NOT = "C"
             AND LT-ACTION-IN NOT = "F" AND LT-ACTION-IN NOT = "P"
         MOVE "INVALID ACTION CODE" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID
         IF LT-SSN-IN = SPACES OR LT-LOAN-NBR-IN = SPACES
             MOVE "SSN AND LOAN NUMBER REQUIRED" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "A"
         IF LT-ORIG-AMT-IN NOT NUMERIC OR LT-ORIG-AMT-IN = 0
             MOVE "ORIGINAL AMOUNT MUST BE > 0" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "A"
         IF LT-BALANCE-IN NOT NUMERIC
                 OR LT-BALANCE-IN > LT-ORIG-AMT-IN
             MOVE "OPENING BALANCE OVER ORIGINAL" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID
             AND (LT-ACTION-IN = "A" OR LT-ACTION-IN = "C")
         IF LT-REPAY-AMT-IN NOT NUMERIC OR LT-REPAY-AMT-IN = 0
             MOVE "REPAYMENT AMOUNT MUST BE > 0" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "A"
         IF LT-ORIG-DATE-IN NOT NUMERIC
                 OR LT-FIRST-PAY-DATE-IN NOT NUMERIC
                 OR LT-MATURITY-DATE-IN NOT NUMERIC
             MOVE "LOAN DATES NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         ELSE
             IF LT-MATURITY-DATE-IN <= LT-FIRST-PAY-DATE-IN
                 MOVE "MATURITY NOT AFTER FIRST PAYMENT"
                     TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             END-IF
         END-IF
     END-IF.
     IF WS-TXN-VALID AND LT-ACTION-IN = "C"
             AND LT-MATURITY-DATE-IN NOT = SPACES
         IF LT-MATURITY-DATE-IN NOT NUMERIC
             MOVE "MATURITY DATE NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         END-IF
     END-IF.
     IF NOT WS-TXN-VALID
         PERFORM C55-REJECT-PARA
     END-IF.

*>    Aplica a transação válida ao mestre, roteada pela ação
 B60-APPLY-TXN-PARA.
     PERFORM B61-FETCH-LOAN-PARA.
     EVALUATE LT-ACTION-IN
         WHEN "A"
             PERFORM B62-ADD-LOAN-PARA
         WHEN "C"
             PERFORM B63-CHANGE-LOAN-PARA
         WHEN "F"
             PERFORM B64-FINAL-PAYOFF-PARA
         WHEN OTHER
             PERFORM B65-PAID-OFF-PARA
     END-EVALUATE.

*>    Busca o empréstimo da transação no mestre
 B61-FETCH-LOAN-PARA.
     MOVE "N" TO WS-LOAN-FOUND-SWITCH.
     MOVE LT-SSN-IN TO LN-SSN.
     MOVE LT-LOAN-NBR-IN TO LN-LOAN-NBR.
     READ LOAN-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-LOAN-FOUND-SWITCH
     END-READ.

*>    Empréstimo novo (A): o número não pode já existir para o
*>    participante; o saldo nasce do saldo de abertura (ou do valor
*>    original) e os acumuladores nascem zerados
 B62-ADD-LOAN-PARA.
     IF WS-LOAN-FOUND
         MOVE "LOAN ALREADY ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C55-REJECT-PARA
     ELSE
         MOVE SPACES TO LN-LOAN-REC
         MOVE LT-SSN-IN TO LN-SSN
         MOVE LT-LOAN-NBR-IN TO LN-LOAN-NBR
         MOVE LT-ORIG-AMT-IN TO LN-ORIG-AMT
         MOVE LT-REPAY-AMT-IN TO LN-REPAY-AMT
         IF LT-BALANCE-IN = 0
             MOVE LT-ORIG-AMT-IN TO LN-BALANCE
         ELSE
             MOVE LT-BALANCE-IN TO LN-BALANCE
         END-IF
         MOVE LT-ORIG-DATE-IN TO LN-ORIG-DATE
         MOVE LT-FIRST-PAY-DATE-IN TO LN-FIRST-PAY-DATE
         MOVE LT-MATURITY-DATE-IN TO LN-MATURITY-DATE
         MOVE "A" TO LN-STATUS
         MOVE WS-RUN-DATE TO LN-STATUS-DATE
         MOVE "N" TO LN-FINAL-PAYOFF
         MOVE ZEROS TO LN-LAST-REPAY-AMT LN-SHORT-COUNT
         WRITE LN-LOAN-REC
         ADD 1 TO WS-ADD-COUNT
         MOVE "ADD     " TO WS-AU-ACTION-OUT
         MOVE SPACES TO WS-AU-REASON-OUT
         PERFORM C51-AFTER-LINE-PARA
         IF LT-BEN-PLAN-IN NOT = SPACES
             PERFORM B66-RELEASE-BEN-SLOT-PARA
         END-IF
     END-IF.

*>    Reamortização (C): só o empréstimo ativo; muda a parcela e, se
*>    informado, o vencimento - o saldo fica como está
 B63-CHANGE-LOAN-PARA.
     IF NOT WS-LOAN-FOUND OR LN-STATUS NOT = "A"
         MOVE "LOAN NOT ACTIVE ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C55-REJECT-PARA
     ELSE
         MOVE "CHANGE  " TO WS-AU-ACTION-OUT
         PERFORM C50-BEFORE-LINE-PARA
         MOVE LT-REPAY-AMT-IN TO LN-REPAY-AMT
         IF LT-MATURITY-DATE-IN NOT = SPACES
             MOVE LT-MATURITY-DATE-IN TO LN-MATURITY-DATE
         END-IF
         REWRITE LN-LOAN-REC
         ADD 1 TO WS-CHG-COUNT
         PERFORM C51-AFTER-LINE-PARA
     END-IF.

*>    Quitação no pagamento final (F): o participante de saída
*>    autoriza o desconto do saldo inteiro no último pagamento; a
*>    folha retém o que o líquido cobrir e o desligamento avisa o resto
 B64-FINAL-PAYOFF-PARA.
     IF NOT WS-LOAN-FOUND OR LN-STATUS NOT = "A"
         MOVE "LOAN NOT ACTIVE ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C55-REJECT-PARA
     ELSE
         MOVE "FINAL   " TO WS-AU-ACTION-OUT
         PERFORM C50-BEFORE-LINE-PARA
         MOVE "Y" TO LN-FINAL-PAYOFF
         REWRITE LN-LOAN-REC
         ADD 1 TO WS-FINAL-COUNT
         PERFORM C51-AFTER-LINE-PARA
     END-IF.

*>    Quitado fora da folha (P): pagamento direto ao administrador do
*>    plano, inclusive a cura de um aviso de inadimplência; o saldo é
*>    zerado e o desconto encerra
 B65-PAID-OFF-PARA.
     IF NOT WS-LOAN-FOUND
             OR (LN-STATUS NOT = "A" AND LN-STATUS NOT = "D")
         MOVE "LOAN NOT OPEN ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C55-REJECT-PARA
     ELSE
         MOVE "PAYOFF  " TO WS-AU-ACTION-OUT
         PERFORM C50-BEFORE-LINE-PARA
         MOVE ZEROS TO LN-BALANCE
         MOVE "P" TO LN-STATUS
         MOVE WS-RUN-DATE TO LN-STATUS-DATE
         REWRITE LN-LOAN-REC
         ADD 1 TO WS-PAYOFF-COUNT
         PERFORM C51-AFTER-LINE-PARA
     END-IF.

*>    Libera o espaço do BENMAST onde o empréstimo era descontado
*>    como plano de valor fixo: código, método, valor e teto limpos,
*>    o tomado no ano e o atraso ficam, como no encerramento de PROG33
 B66-RELEASE-BEN-SLOT-PARA.
     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
     MOVE ZEROS TO WS-TXN-SLOT.
     IF WS-BENMAST-OPEN
         MOVE LT-SSN-IN TO BN-SSN
         READ BEN-MASTER-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 PERFORM B66A-TEST-SLOT-PARA
                     VARYING WS-SCAN-SLOT FROM 1 BY 1
                     UNTIL WS-SCAN-SLOT > 3 OR WS-SLOT-FOUND
         END-READ
     END-IF.
     MOVE "BENSLOT " TO WS-AU-ACTION-OUT.
     IF WS-SLOT-FOUND
         MOVE SPACES TO BN-PLAN-CODE (WS-TXN-SLOT)
         MOVE SPACES TO BN-METHOD (WS-TXN-SLOT)
         MOVE ZEROS TO BN-RATE-AMT (WS-TXN-SLOT)
         MOVE ZEROS TO BN-ANNUAL-CAP (WS-TXN-SLOT)
         MOVE SPACES TO BN-COVER-TIER (WS-TXN-SLOT)
         REWRITE BN-BENEFIT-REC
         ADD 1 TO WS-SLOT-COUNT
         MOVE SPACES TO WS-AU-REASON-OUT
         STRING "BENMAST PLAN " LT-BEN-PLAN-IN " RELEASED"
             DELIMITED BY SIZE INTO WS-AU-REASON-OUT
         END-STRING
     ELSE
         MOVE SPACES TO WS-AU-REASON-OUT
         STRING "BENMAST PLAN " LT-BEN-PLAN-IN " NOT FOUND"
             DELIMITED BY SIZE INTO WS-AU-REASON-OUT
         END-STRING
     END-IF.
     PERFORM C52-WRITE-TXN-LINE-PARA.

*>    Testa um espaço contra o plano informado, guardando a posição
*>    achada à parte (o VARYING ainda incrementa a varredura)
 B66A-TEST-SLOT-PARA.
     IF BN-PLAN-CODE (WS-SCAN-SLOT) = LT-BEN-PLAN-IN
         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
         MOVE WS-SCAN-SLOT TO WS-TXN-SLOT
     END-IF.

*>    Imprime a imagem anterior (antes) do empréstimo tocado
 C50-BEFORE-LINE-PARA.
     MOVE "BEFORE " TO WS-AU-IMAGE-OUT.
     MOVE SPACES TO WS-AU-REASON-OUT.
     PERFORM C54-MASTER-IMAGE-PARA.

*>    Imprime a imagem posterior (depois) do empréstimo tocado; o
*>    saldo impresso prova que a alteração não o sobrepôs
 C51-AFTER-LINE-PARA.
     MOVE "AFTER  " TO WS-AU-IMAGE-OUT.
     PERFORM C54-MASTER-IMAGE-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Imprime a linha da transação (recusa/espaço liberado), sem
*>    imagens do mestre
 C52-WRITE-TXN-LINE-PARA.
     MOVE LT-SSN-IN TO WS-AU-SSN-OUT.
     MOVE LT-LOAN-NBR-IN TO WS-AU-LOAN-OUT.
     MOVE SPACES TO WS-AU-IMAGE-OUT.
     IF LT-REPAY-AMT-IN NUMERIC
         MOVE LT-REPAY-AMT-IN TO WS-AU-REPAY-OUT
     ELSE
         MOVE ZEROS TO WS-AU-REPAY-OUT
     END-IF.
     IF LT-BALANCE-IN NUMERIC
         MOVE LT-BALANCE-IN TO WS-AU-BALANCE-OUT
     ELSE
         MOVE ZEROS TO WS-AU-BALANCE-OUT
     END-IF.
     MOVE LT-MATURITY-DATE-IN TO WS-AU-MATURITY-OUT.
     MOVE SPACES TO WS-AU-STATUS-OUT WS-AU-FINAL-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Grava uma linha de auditoria
 C53-WRITE-AUDIT-PARA.
     WRITE LM-REPORT-OUT FROM WS-AUDIT-LINE
         AFTER ADVANCING 1 LINE.

*>    Monta a linha de auditoria com a imagem corrente do mestre
 C54-MASTER-IMAGE-PARA.
     MOVE LN-SSN TO WS-AU-SSN-OUT.
     MOVE LN-LOAN-NBR TO WS-AU-LOAN-OUT.
     MOVE LN-REPAY-AMT TO WS-AU-REPAY-OUT.
     MOVE LN-BALANCE TO WS-AU-BALANCE-OUT.
     MOVE LN-MATURITY-DATE TO WS-AU-MATURITY-OUT.
     MOVE LN-STATUS TO WS-AU-STATUS-OUT.
     MOVE LN-FINAL-PAYOFF TO WS-AU-FINAL-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.

*>    Rejeita a transação corrente com o motivo já informado
 C55-REJECT-PARA.
     ADD 1 TO WS-REJ-COUNT.
     MOVE "REJECT  " TO WS-AU-ACTION-OUT.
     PERFORM C52-WRITE-TXN-LINE-PARA.

*>    Impressão da linha de totais da manutenção
 C20-TOTAL-PARA.
     MOVE WS-TRANS-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-ADD-COUNT TO WS-TOT-ADD-OUT.
     MOVE WS-CHG-COUNT TO WS-TOT-CHG-OUT.
     MOVE WS-FINAL-COUNT TO WS-TOT-FINAL-OUT.
     MOVE WS-PAYOFF-COUNT TO WS-TOT-PAYOFF-OUT.
     MOVE WS-SLOT-COUNT TO WS-TOT-SLOT-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE SPACES TO LM-REPORT-OUT.
     WRITE LM-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE LM-REPORT-OUT FROM WS-LOAN-TOTAL-LINE
         AFTER ADVANCING 2 LINE.
