*> =====================================================================
*> PROGRAMA: MESTRE DE PRESTADORES AUTÔNOMOS (1099) E VERIFICAÇÃO DO TIN
*> DESCRIÇÃO: Mantém o mestre de prestadores independentes pagos pelo
*>            contas a pagar (VENDMAST.DAT, indexado pelo código do
*>            fornecedor), de onde saem os informes 1099-NEC. Três
*>            modos, pelo 1º parâmetro:
*>            MAINT  - aplica as transações A/C/D de VENDTRAN.DAT, no
*>            molde de PROG7, com imagens antes/depois no relatório;
*>            a exclusão de um prestador com pagamentos no ano
*>            corrente ou no anterior só o inativa (o 1099 ainda é
*>            devido);
*>            EXPORT - grava o arquivo de verificação em lote do TIN
*>            (TINVERIF.DAT) no formato do serviço de TIN matching do
*>            IRS (tipo;TIN;nome;conta), um por prestador ativo com
*>            TIN, e lista os prestadores sem TIN;
*>            APPLY  - lê a resposta do IRS (TINRESP.DAT, o mesmo
*>            registro com o indicador no fim), liga o indicador de
*>            divergência (VN-TIN-MISMATCH) dos TINs que não casaram e
*>            limpa o dos que casaram, no molde de PROG26.
*>            TIN em branco ou divergente faz PROG37 aplicar a
*>            retenção de reserva (backup withholding) nos pagamentos
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG36.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Transações de manutenção (A=inclusão, C=alteração, D=exclusão),
*>    preparadas pelo contas a pagar a partir do W-9 do prestador
     SELECT VEND-TRANS-FILE-IN
         ASSIGN TO "VENDTRAN.DAT"
         FILE STATUS IS WS-VENDTRAN-FILE-STATUS.
*>    Mestre de prestadores, indexado pelo código do fornecedor; o
*>    mesmo layout é declarado em PROG37 e PROG38 - os três precisam
*>    andar juntos
     SELECT VEND-MASTER-FILE
         ASSIGN TO "VENDMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS VN-VENDOR-ID
         FILE STATUS IS WS-VENDMAST-FILE-STATUS.
*>    Mestre de empresas do grupo, para validar a empresa pagadora
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Solicitação de verificação em lote do TIN (modo EXPORT)
     SELECT TIN-VERIF-FILE-OUT
         ASSIGN TO "TINVERIF.DAT".
*>    Resposta da verificação em lote do TIN (modo APPLY)
     SELECT TIN-RESP-FILE-IN
         ASSIGN TO "TINRESP.DAT"
         FILE STATUS IS WS-TINRESP-FILE-STATUS.
*>    Relatório de auditoria da manutenção / lista de trabalho do TIN
     SELECT VEND-REPORT-OUT
         ASSIGN TO "VENDMAINT_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição das transações de manutenção de prestadores
 FD  VEND-TRANS-FILE-IN
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS VT-TRANS-REC-IN.
 01  VT-TRANS-REC-IN.
     05  VT-ACTION-IN                PIC X(1).      *> A=inclui  C=altera  D=exclui
     05  VT-VENDOR-ID-IN             PIC X(6).      *> Código do fornecedor no contas a pagar
     05  VT-VENDOR-NAME-IN           PIC X(30).     *> Nome/razão social do W-9
     05  VT-TIN-IN                   PIC X(9).      *> TIN (SSN ou EIN), espaços = não informado
     05  VT-TIN-TYPE-IN              PIC X(1).      *> S=SSN  E=EIN
     05  VT-ADDR-STREET-IN           PIC X(25).     *> Endereço - logradouro
     05  VT-ADDR-CITY-IN             PIC X(18).     *> Endereço - cidade
     05  VT-ADDR-STATE-IN            PIC X(2).      *> Endereço - UF
     05  VT-ADDR-ZIP-IN              PIC X(9).      *> Endereço - CEP/ZIP
     05  VT-COMPANY-IN               PIC X(2).      *> Empresa pagadora
     05  FILLER                      PIC X(17).

*>    Definição do mestre de prestadores
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
*>    Acumulados do ano corrente e do anterior: o primeiro pagamento
*>    de um ano novo empurra o corrente para o anterior, e o 1099 de
*>    janeiro ainda acha o ano que fechou
     05  VN-YTD-YEAR                 PIC X(4).      *> Ano dos acumulados correntes
     05  VN-YTD-PAID                 PIC 9(7)V99.   *> Remuneração paga (caixa 1)
     05  VN-YTD-BACKUP-WH            PIC 9(7)V99.   *> Retenção de reserva (caixa 4)
     05  VN-PRIOR-YEAR               PIC X(4).      *> Ano dos acumulados anteriores
     05  VN-PRIOR-PAID               PIC 9(7)V99.
     05  VN-PRIOR-BACKUP-WH          PIC 9(7)V99.
     05  FILLER                      PIC X(12).

*>    Definição do arquivo mestre de empresas do grupo; o layout de
*>    PROG6
 FD  COMP-MASTER-FILE-IN
         RECORD CONTAINS 140 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CM-COMP-REC.
 01  CM-COMP-REC.
     05  CM-COMPANY-CODE             PIC X(2).      *> Código da empresa
     05  CM-LEGAL-NAME               PIC X(30).     *> Razão social
     05  CM-EIN                      PIC X(10).     *> EIN do empregador
     05  CM-ADDR-STREET              PIC X(25).     *> Endereço - logradouro
     05  CM-ADDR-CITY-ST             PIC X(20).     *> Endereço - cidade/UF
     05  CM-ADDR-ZIP                 PIC X(9).      *> Endereço - CEP/ZIP
     05  CM-FUND-ROUTING             PIC X(9).      *> Roteamento da conta de financiamento
     05  CM-FUND-ACCOUNT             PIC X(17).     *> Conta de financiamento da folha
     05  CM-SUTA-ACCT-NBR            PIC X(12).     *> Inscrição estadual de desemprego
     05  FILLER                      PIC X(6).

*>    Definição da solicitação de verificação em lote (texto com os
*>    campos separados por ";")
 FD  TIN-VERIF-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TV-VERIF-REC.
 01  TV-VERIF-REC                    PIC X(80).

*>    Definição da resposta da verificação: a mesma linha devolvida
*>    com o indicador do resultado acrescentado no fim
 FD  TIN-RESP-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TR-RESP-REC.
 01  TR-RESP-REC                     PIC X(80).

*>    Relatório de auditoria (linha de 132 colunas)
 FD  VEND-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS VR-REPORT-OUT.
 01  VR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-VENDTRAN-FILE-STATUS     PIC X(2).
         88  WS-VENDTRAN-MISSING     VALUE "35".
     05  WS-VENDMAST-FILE-STATUS     PIC X(2).
         88  WS-VENDMAST-OK          VALUE "00".
         88  WS-VENDMAST-MISSING     VALUE "35".
     05  WS-TINRESP-FILE-STATUS      PIC X(2).
         88  WS-TINRESP-MISSING      VALUE "35".
     05  WS-MASTER-FOUND-SWITCH      PIC X(1).
         88  WS-MASTER-FOUND         VALUE "Y".
     05  WS-TRANS-VALID-SWITCH       PIC X(1).
         88  WS-TRANS-VALID          VALUE "Y".

*>    Modo de execução do 1º parâmetro (MAINT, EXPORT ou APPLY)
 01  WS-RUN-MODE                     PIC X(6).
     88  WS-MAINT-MODE               VALUE "MAINT ".
     88  WS-EXPORT-MODE              VALUE "EXPORT".
     88  WS-APPLY-MODE               VALUE "APPLY ".

*>    Data da execução, impressa no cabeçalho
 01  WS-RUN-DATE                     PIC X(8).

*>    Empresas do mestre, para validar a empresa pagadora; sem o
*>    arquivo, a empresa da transação é aceita como vier
 01  WS-COMPMAST-CONTROLS.
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-COMPMAST-EOF-SWITCH      PIC X(1).
     05  WS-COMPMAST-COUNT           PIC 9(2) COMP.
 01  WS-COMPMAST-TABLE.
     05  WS-CM-ROW                   OCCURS 10 TIMES
                                      INDEXED BY CM-INDEX.
         10  WS-CM-CODE-ENTRY        PIC X(2).

*>    Montagem da linha da verificação em lote e campos da resposta
 01  WS-TIN-WORK.
     05  WS-TV-TYPE-CODE             PIC X(1).      *> 1=EIN  2=SSN (código do IRS)
     05  WS-TR-TYPE-CODE             PIC X(1).
     05  WS-TR-TIN                   PIC X(9).
     05  WS-TR-NAME                  PIC X(40).
     05  WS-TR-ACCOUNT               PIC X(20).
     05  WS-TR-INDICATOR             PIC X(1).
*>    Indicadores do IRS: 0, 6, 7 e 8 = TIN e nome casaram; 1 = TIN
*>    não informado; 2 = TIN não emitido; 3 = TIN e nome não casam;
*>    4 = solicitação inválida e 5 = duplicada (nada muda no mestre)
         88  WS-TR-MATCHED           VALUE "0" "6" "7" "8".
         88  WS-TR-MISMATCHED        VALUE "1" "2" "3".

*>    Totalizadores da manutenção e da verificação
 01  WS-TOTALS.
     05  WS-TRANS-READ-COUNT         PIC 9(5).      *> Transações lidas
     05  WS-ADD-COUNT                PIC 9(5).      *> Inclusões
     05  WS-CHG-COUNT                PIC 9(5).      *> Alterações
     05  WS-DEL-COUNT                PIC 9(5).      *> Exclusões (ou inativações)
     05  WS-REJ-COUNT                PIC 9(5).      *> Rejeições
     05  WS-EXPORTED-COUNT           PIC 9(5).      *> Solicitações gravadas
     05  WS-NO-TIN-COUNT             PIC 9(5).      *> Prestadores ativos sem TIN
     05  WS-RESP-READ-COUNT          PIC 9(5).      *> Respostas lidas
     05  WS-MISMATCH-COUNT           PIC 9(5).      *> Divergências marcadas
     05  WS-CLEARED-COUNT            PIC 9(5).      *> Divergências limpas
     05  WS-NOTFOUND-COUNT           PIC 9(5).      *> Respostas sem cadastro/TIN trocado

*>    Cabeçalho do relatório
 01  WS-HEADING.
     05  FILLER                      PIC X(44) VALUE
             "CONTRACTOR VENDOR MASTER / TIN VERIFICATION ".
     05  FILLER                      PIC X(6) VALUE "MODE: ".
     05  WS-HEAD-MODE-OUT            PIC X(6).
     05  FILLER                      PIC X(12) VALUE "  RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(56) VALUE SPACES.

*>    Linha de auditoria de uma transação/imagem ou da lista do TIN
 01  WS-AUDIT-LINE.
     05  WS-AU-ACTION-OUT            PIC X(8).      *> ADD/CHANGE/DELETE/REJECT/...
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-VENDOR-OUT            PIC X(6).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-IMAGE-OUT             PIC X(7).      *> BEFORE/AFTER
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-NAME-OUT              PIC X(30).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-TIN-OUT               PIC X(9).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-AU-TIN-TYPE-OUT          PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-COMPANY-OUT           PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-STATUS-OUT            PIC X(1).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-AU-MISMATCH-OUT          PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-REASON-OUT            PIC X(44).     *> Motivo/observação
     05  FILLER                      PIC X(7) VALUE SPACES.

*>    Linha de totais da manutenção
 01  WS-MAINT-TOTAL-LINE.
     05  FILLER                      PIC X(7) VALUE "TRANS: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(8) VALUE "  ADDS: ".
     05  WS-TOT-ADD-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  CHANGES: ".
     05  WS-TOT-CHG-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  DELETES: ".
     05  WS-TOT-DEL-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(53) VALUE SPACES.

*>    Linha de totais da verificação do TIN
 01  WS-TIN-TOTAL-LINE.
     05  FILLER                      PIC X(10) VALUE "EXPORTED: ".
     05  WS-TOT-EXP-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(10) VALUE "  NO TIN: ".
     05  WS-TOT-NOTIN-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  RESPONSES: ".
     05  WS-TOT-RESP-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(14) VALUE "  MISMATCHES: ".
     05  WS-TOT-MIS-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  CLEARED: ".
     05  WS-TOT-CLR-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(13) VALUE "  NOT FOUND: ".
     05  WS-TOT-NF-OUT               PIC ZZ,ZZ9.
     05  FILLER                      PIC X(25) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - roteia pelo modo da linha de comando
 A00-MAINLINE-PARA.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE.
     IF NOT WS-MAINT-MODE AND NOT WS-EXPORT-MODE
             AND NOT WS-APPLY-MODE
         DISPLAY "MODE PARAMETER MUST BE MAINT, EXPORT OR APPLY - " &
                 "RUN ABORTED"
         STOP RUN
     END-IF.
*>    Abre o mestre em I-O; se ainda não existir (primeira carga),
*>    cria-o vazio e reabre, como PROG7 faz com o de funcionários
     OPEN I-O VEND-MASTER-FILE.
     IF WS-VENDMAST-MISSING
         OPEN OUTPUT VEND-MASTER-FILE
         CLOSE VEND-MASTER-FILE
         OPEN I-O VEND-MASTER-FILE
     END-IF.
     OPEN OUTPUT VEND-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     EVALUATE TRUE
         WHEN WS-MAINT-MODE
             PERFORM B20-MAINT-PARA
             PERFORM C20-MAINT-TOTAL-PARA
         WHEN WS-EXPORT-MODE
             PERFORM B40-EXPORT-PARA
             PERFORM C21-TIN-TOTAL-PARA
         WHEN OTHER
             PERFORM B50-APPLY-PARA
             PERFORM C21-TIN-TOTAL-PARA
     END-EVALUATE.
     CLOSE VEND-MASTER-FILE
           VEND-REPORT-OUT.
     STOP RUN.

*>    Inicialização das variáveis e cabeçalho do relatório
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE ZEROS TO WS-TRANS-READ-COUNT
                   WS-ADD-COUNT
                   WS-CHG-COUNT
                   WS-DEL-COUNT
                   WS-REJ-COUNT
                   WS-EXPORTED-COUNT
                   WS-NO-TIN-COUNT
                   WS-RESP-READ-COUNT
                   WS-MISMATCH-COUNT
                   WS-CLEARED-COUNT
                   WS-NOTFOUND-COUNT.
     PERFORM B11-LOAD-COMPMAST-PARA.
     MOVE WS-RUN-MODE TO WS-HEAD-MODE-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE VR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO VR-REPORT-OUT.
     WRITE VR-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Carrega os códigos do mestre de empresas para a tabela
 B11-LOAD-COMPMAST-PARA.
     MOVE ZEROS TO WS-COMPMAST-COUNT.
     MOVE "N" TO WS-COMPMAST-EOF-SWITCH.
     OPEN INPUT COMP-MASTER-FILE-IN.
     IF WS-COMPMAST-MISSING
         MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
     ELSE
         READ COMP-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
         END-READ
         PERFORM B12-LOAD-COMP-REC-PARA
             UNTIL WS-COMPMAST-EOF-SWITCH = "Y"
         CLOSE COMP-MASTER-FILE-IN
     END-IF.

*>    Guarda uma empresa do mestre na tabela
 B12-LOAD-COMP-REC-PARA.
     IF WS-COMPMAST-COUNT < 10
         ADD 1 TO WS-COMPMAST-COUNT
         SET CM-INDEX TO WS-COMPMAST-COUNT
         MOVE CM-COMPANY-CODE TO WS-CM-CODE-ENTRY (CM-INDEX)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
     END-READ.

*>    Modo MAINT: aplica as transações do contas a pagar
 B20-MAINT-PARA.
     OPEN INPUT VEND-TRANS-FILE-IN.
     IF WS-VENDTRAN-MISSING
         DISPLAY "VENDOR TRANSACTION FILE VENDTRAN.DAT NOT FOUND - " &
                 "NOTHING TO APPLY"
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ VEND-TRANS-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-APPLY-TRANS-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE VEND-TRANS-FILE-IN
     END-IF.

*>    Aplica uma transação ao mestre, roteada pela ação
 B21-APPLY-TRANS-PARA.
     ADD 1 TO WS-TRANS-READ-COUNT.
     PERFORM B22-FETCH-MASTER-PARA.
     EVALUATE VT-ACTION-IN
         WHEN "A"
             PERFORM B23-ADD-PARA
         WHEN "C"
             PERFORM B24-CHANGE-PARA
         WHEN "D"
             PERFORM B25-DELETE-PARA
         WHEN OTHER
             MOVE "INVALID ACTION CODE" TO WS-AU-REASON-OUT
             PERFORM C65-REJECT-PARA
     END-EVALUATE.
     READ VEND-TRANS-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Busca o prestador da transação; o registro lido é a imagem
*>    anterior impressa antes da alteração/exclusão
 B22-FETCH-MASTER-PARA.
     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
     MOVE VT-VENDOR-ID-IN TO VN-VENDOR-ID.
     READ VEND-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-MASTER-FOUND-SWITCH
     END-READ.

*>    Inclusão (A): rejeita código já existente ou transação inválida;
*>    os acumulados nascem zerados
 B23-ADD-PARA.
     IF WS-MASTER-FOUND
         MOVE "VENDOR ALREADY ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C65-REJECT-PARA
     ELSE
         PERFORM B26-VALIDATE-TRANS-PARA
         IF WS-TRANS-VALID
             MOVE SPACES TO VN-VENDOR-REC
             MOVE ZEROS TO VN-YTD-PAID VN-YTD-BACKUP-WH
                           VN-PRIOR-PAID VN-PRIOR-BACKUP-WH
             PERFORM B27-BUILD-MASTER-PARA
             WRITE VN-VENDOR-REC
             ADD 1 TO WS-ADD-COUNT
             MOVE "ADD     " TO WS-AU-ACTION-OUT
             PERFORM C51-AFTER-LINE-PARA
         END-IF
     END-IF.

*>    Alteração (C): só os dados do W-9 mudam - os acumulados e a
*>    situação ficam como estão. Um TIN novo encerra a divergência do
*>    TIN anterior (o W-9 corrigido substitui o que não casou); o
*>    mesmo TIN preserva a pendência até o modo APPLY resolvê-la
 B24-CHANGE-PARA.
     IF NOT WS-MASTER-FOUND
         MOVE "VENDOR NOT ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C65-REJECT-PARA
     ELSE
         PERFORM B26-VALIDATE-TRANS-PARA
         IF WS-TRANS-VALID
             MOVE "CHANGE  " TO WS-AU-ACTION-OUT
             PERFORM C50-BEFORE-LINE-PARA
             IF VT-TIN-IN NOT = VN-TIN
                 MOVE SPACES TO VN-TIN-MISMATCH
             END-IF
             PERFORM B27-BUILD-MASTER-PARA
             REWRITE VN-VENDOR-REC
             ADD 1 TO WS-CHG-COUNT
             PERFORM C51-AFTER-LINE-PARA
         END-IF
     END-IF.

*>    Exclusão (D): prestador com pagamentos no ano corrente ou no
*>    anterior só é inativado - o registro ainda alimenta o 1099 e a
*>    retenção de reserva já recolhida; sem pagamentos, é removido
 B25-DELETE-PARA.
     IF NOT WS-MASTER-FOUND
         MOVE "VENDOR NOT ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C65-REJECT-PARA
     ELSE
         MOVE "DELETE  " TO WS-AU-ACTION-OUT
         PERFORM C50-BEFORE-LINE-PARA
         IF VN-YTD-PAID > 0 OR VN-PRIOR-PAID > 0
             MOVE "I" TO VN-STATUS
             REWRITE VN-VENDOR-REC
             MOVE "PAYMENTS ON FILE - SET INACTIVE, KEPT FOR 1099"
                 TO WS-AU-REASON-OUT
             PERFORM C51-AFTER-LINE-PARA
         ELSE
             DELETE VEND-MASTER-FILE
         END-IF
         ADD 1 TO WS-DEL-COUNT
     END-IF.

*>    Valida os campos da inclusão/alteração: nome informado, TIN
*>    numérico com o tipo S/E quando vier (TIN em branco é aceito - o
*>    prestador entra na retenção de reserva até mandar o W-9) e
*>    empresa pagadora do mestre de empresas
 B26-VALIDATE-TRANS-PARA.
     MOVE "Y" TO WS-TRANS-VALID-SWITCH.
     IF VT-VENDOR-NAME-IN = SPACES
         MOVE "VENDOR NAME IS BLANK" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TRANS-VALID-SWITCH
     END-IF.
     IF WS-TRANS-VALID AND VT-TIN-IN NOT = SPACES
         IF VT-TIN-IN NOT NUMERIC
             MOVE "TIN MUST BE NINE DIGITS" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TRANS-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TRANS-VALID AND VT-TIN-IN NOT = SPACES
         IF VT-TIN-TYPE-IN NOT = "S" AND VT-TIN-TYPE-IN NOT = "E"
             MOVE "TIN TYPE MUST BE S OR E" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TRANS-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-TRANS-VALID AND WS-COMPMAST-COUNT > 0
         SET CM-INDEX TO 1
         SEARCH WS-CM-ROW
             AT END
                 MOVE "PAYER COMPANY NOT ON COMPMAST"
                     TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TRANS-VALID-SWITCH
             WHEN WS-CM-CODE-ENTRY (CM-INDEX) = VT-COMPANY-IN
                 CONTINUE
         END-SEARCH
     END-IF.
     IF NOT WS-TRANS-VALID
         PERFORM C65-REJECT-PARA
     END-IF.

*>    Monta os dados do W-9 a partir da transação; acumulados,
*>    situação e indicador de divergência não vêm da transação
 B27-BUILD-MASTER-PARA.
     MOVE VT-VENDOR-ID-IN TO VN-VENDOR-ID.
     MOVE VT-VENDOR-NAME-IN TO VN-VENDOR-NAME.
     MOVE VT-TIN-IN TO VN-TIN.
     MOVE VT-TIN-TYPE-IN TO VN-TIN-TYPE.
     MOVE VT-ADDR-STREET-IN TO VN-ADDR-STREET.
     MOVE VT-ADDR-CITY-IN TO VN-ADDR-CITY.
     MOVE VT-ADDR-STATE-IN TO VN-ADDR-STATE.
     MOVE VT-ADDR-ZIP-IN TO VN-ADDR-ZIP.
     MOVE VT-COMPANY-IN TO VN-COMPANY.
     IF VN-TIN = SPACES
         MOVE SPACES TO VN-TIN-TYPE
     END-IF.

*>    Modo EXPORT: grava a verificação em lote de todo prestador ativo
*>    com TIN; os sem TIN saem na lista de trabalho
 B40-EXPORT-PARA.
     OPEN OUTPUT TIN-VERIF-FILE-OUT.
     MOVE LOW-VALUES TO VN-VENDOR-ID.
     START VEND-MASTER-FILE KEY >= VN-VENDOR-ID
         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
     END-START.
     IF WS-EOF-SWITCH NOT = "Y"
         READ VEND-MASTER-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
     END-IF.
     PERFORM B41-EXPORT-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE TIN-VERIF-FILE-OUT.

*>    Grava a solicitação de um prestador: tipo do TIN no código do
*>    IRS (1 = EIN, 2 = SSN), TIN, nome e o código do fornecedor como
*>    número de conta, que volta na resposta
 B41-EXPORT-REC-PARA.
     IF VN-STATUS NOT = "I"
         IF VN-TIN = SPACES
             ADD 1 TO WS-NO-TIN-COUNT
             MOVE "NO TIN  " TO WS-AU-ACTION-OUT
             MOVE "TIN MISSING - BACKUP WITHHOLDING APPLIES"
                 TO WS-AU-REASON-OUT
             PERFORM C52-MASTER-LINE-PARA
         ELSE
             IF VN-TIN-TYPE = "E"
                 MOVE "1" TO WS-TV-TYPE-CODE
             ELSE
                 MOVE "2" TO WS-TV-TYPE-CODE
             END-IF
             MOVE SPACES TO TV-VERIF-REC
             STRING WS-TV-TYPE-CODE DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    VN-TIN DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    VN-VENDOR-NAME DELIMITED BY "  "
                    ";" DELIMITED BY SIZE
                    VN-VENDOR-ID DELIMITED BY SIZE
                 INTO TV-VERIF-REC
             END-STRING
             WRITE TV-VERIF-REC
             ADD 1 TO WS-EXPORTED-COUNT
         END-IF
     END-IF.
     READ VEND-MASTER-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Modo APPLY: aplica a resposta da verificação ao mestre
 B50-APPLY-PARA.
     OPEN INPUT TIN-RESP-FILE-IN.
     IF WS-TINRESP-MISSING
         DISPLAY "RESPONSE FILE TINRESP.DAT NOT FOUND - RUN ABORTED"
         CLOSE VEND-MASTER-FILE
               VEND-REPORT-OUT
         STOP RUN
     END-IF.
     READ TIN-RESP-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B51-APPLY-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE TIN-RESP-FILE-IN.

*>    Aplica uma resposta: separa os campos, acha o prestador pela
*>    conta devolvida e confere que o TIN ainda é o verificado (um W-9
*>    novo aplicado depois da exportação precisa ser reenviado)
 B51-APPLY-REC-PARA.
     ADD 1 TO WS-RESP-READ-COUNT.
     MOVE SPACES TO WS-TR-TYPE-CODE WS-TR-TIN WS-TR-NAME
                    WS-TR-ACCOUNT WS-TR-INDICATOR.
     UNSTRING TR-RESP-REC DELIMITED BY ";"
         INTO WS-TR-TYPE-CODE
              WS-TR-TIN
              WS-TR-NAME
              WS-TR-ACCOUNT
              WS-TR-INDICATOR
     END-UNSTRING.
     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
     MOVE WS-TR-ACCOUNT (1:6) TO VN-VENDOR-ID.
     READ VEND-MASTER-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-MASTER-FOUND-SWITCH
     END-READ.
     IF NOT WS-MASTER-FOUND
         ADD 1 TO WS-NOTFOUND-COUNT
         MOVE SPACES TO VN-VENDOR-REC
         MOVE WS-TR-ACCOUNT (1:6) TO VN-VENDOR-ID
         MOVE WS-TR-TIN TO VN-TIN
         MOVE "NOT FND " TO WS-AU-ACTION-OUT
         MOVE "*** RESPONSE ACCOUNT NOT ON VENDOR MASTER ***"
             TO WS-AU-REASON-OUT
         PERFORM C52-MASTER-LINE-PARA
     ELSE
         IF WS-TR-TIN NOT = VN-TIN
             ADD 1 TO WS-NOTFOUND-COUNT
             MOVE "STALE   " TO WS-AU-ACTION-OUT
             MOVE "TIN CHANGED SINCE EXPORT - RESUBMIT"
                 TO WS-AU-REASON-OUT
             PERFORM C52-MASTER-LINE-PARA
         ELSE
             PERFORM B52-SET-MATCH-PARA
         END-IF
     END-IF.
     READ TIN-RESP-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Liga ou limpa o indicador pela resposta; os indicadores 4 e 5
*>    (solicitação inválida ou duplicada) não mudam o mestre
 B52-SET-MATCH-PARA.
     EVALUATE TRUE
         WHEN WS-TR-MATCHED
             IF VN-TIN-MISMATCH = "Y"
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE SPACES TO VN-TIN-MISMATCH
                 REWRITE VN-VENDOR-REC
                 MOVE "CLEARED " TO WS-AU-ACTION-OUT
                 MOVE "TIN/NAME MATCHED - BACKUP WITHHOLDING ENDS"
                     TO WS-AU-REASON-OUT
                 PERFORM C52-MASTER-LINE-PARA
             END-IF
         WHEN WS-TR-MISMATCHED
             ADD 1 TO WS-MISMATCH-COUNT
             MOVE "Y" TO VN-TIN-MISMATCH
             REWRITE VN-VENDOR-REC
             MOVE "MISMATCH" TO WS-AU-ACTION-OUT
             MOVE "TIN/NAME MISMATCH - GET NEW W-9, BACKUP W/H"
                 TO WS-AU-REASON-OUT
             PERFORM C52-MASTER-LINE-PARA
         WHEN OTHER
             MOVE "NO ACT  " TO WS-AU-ACTION-OUT
             MOVE SPACES TO WS-AU-REASON-OUT
             STRING "IRS INDICATOR " DELIMITED BY SIZE
                    WS-TR-INDICATOR DELIMITED BY SIZE
                    " - REQUEST INVALID/DUPLICATE" DELIMITED BY SIZE
                 INTO WS-AU-REASON-OUT
             END-STRING
             PERFORM C52-MASTER-LINE-PARA
     END-EVALUATE.

*>    Imprime a imagem anterior (antes) do registro alterado/excluído
 C50-BEFORE-LINE-PARA.
     MOVE "BEFORE " TO WS-AU-IMAGE-OUT.
     MOVE SPACES TO WS-AU-REASON-OUT.
     PERFORM C53-FILL-LINE-PARA.
     PERFORM C54-WRITE-AUDIT-PARA.

*>    Imprime a imagem posterior (depois) do registro tocado
 C51-AFTER-LINE-PARA.
     MOVE "AFTER  " TO WS-AU-IMAGE-OUT.
     PERFORM C53-FILL-LINE-PARA.
     PERFORM C54-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-REASON-OUT.

*>    Imprime a linha de um prestador na lista do TIN, sem imagem
 C52-MASTER-LINE-PARA.
     MOVE SPACES TO WS-AU-IMAGE-OUT.
     PERFORM C53-FILL-LINE-PARA.
     PERFORM C54-WRITE-AUDIT-PARA.

*>    Move os campos do registro corrente do mestre para a linha
 C53-FILL-LINE-PARA.
     MOVE VN-VENDOR-ID TO WS-AU-VENDOR-OUT.
     MOVE VN-VENDOR-NAME TO WS-AU-NAME-OUT.
     MOVE VN-TIN TO WS-AU-TIN-OUT.
     MOVE VN-TIN-TYPE TO WS-AU-TIN-TYPE-OUT.
     MOVE VN-COMPANY TO WS-AU-COMPANY-OUT.
     MOVE VN-STATUS TO WS-AU-STATUS-OUT.
     MOVE VN-TIN-MISMATCH TO WS-AU-MISMATCH-OUT.

*>    Grava uma linha de auditoria
 C54-WRITE-AUDIT-PARA.
     WRITE VR-REPORT-OUT FROM WS-AUDIT-LINE
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Imprime a rejeição de uma transação, com os campos da transação
 C65-REJECT-PARA.
     ADD 1 TO WS-REJ-COUNT.
     MOVE "REJECT  " TO WS-AU-ACTION-OUT.
     MOVE VT-VENDOR-ID-IN TO WS-AU-VENDOR-OUT.
     MOVE SPACES TO WS-AU-IMAGE-OUT.
     MOVE VT-VENDOR-NAME-IN TO WS-AU-NAME-OUT.
     MOVE VT-TIN-IN TO WS-AU-TIN-OUT.
     MOVE VT-TIN-TYPE-IN TO WS-AU-TIN-TYPE-OUT.
     MOVE VT-COMPANY-IN TO WS-AU-COMPANY-OUT.
     MOVE SPACES TO WS-AU-STATUS-OUT WS-AU-MISMATCH-OUT.
     PERFORM C54-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-REASON-OUT.

*>    Impressão da linha de totais da manutenção
 C20-MAINT-TOTAL-PARA.
     MOVE WS-TRANS-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-ADD-COUNT TO WS-TOT-ADD-OUT.
     MOVE WS-CHG-COUNT TO WS-TOT-CHG-OUT.
     MOVE WS-DEL-COUNT TO WS-TOT-DEL-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE SPACES TO VR-REPORT-OUT.
     WRITE VR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE VR-REPORT-OUT FROM WS-MAINT-TOTAL-LINE
         AFTER ADVANCING 2 LINE.

*>    Impressão da linha de totais da verificação do TIN
 C21-TIN-TOTAL-PARA.
     MOVE WS-EXPORTED-COUNT TO WS-TOT-EXP-OUT.
     MOVE WS-NO-TIN-COUNT TO WS-TOT-NOTIN-OUT.
     MOVE WS-RESP-READ-COUNT TO WS-TOT-RESP-OUT.
     MOVE WS-MISMATCH-COUNT TO WS-TOT-MIS-OUT.
     MOVE WS-CLEARED-COUNT TO WS-TOT-CLR-OUT.
     MOVE WS-NOTFOUND-COUNT TO WS-TOT-NF-OUT.
     MOVE SPACES TO VR-REPORT-OUT.
     WRITE VR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE VR-REPORT-OUT FROM WS-TIN-TOTAL-LINE
         AFTER ADVANCING 2 LINE.
