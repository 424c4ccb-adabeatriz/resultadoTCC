*> =====================================================================
*> PROGRAMA: PLANILHA ANUAL DO FORMULÁRIO 940 (FUTA)
*> DESCRIÇÃO: Lê o detalhe de salários de desemprego do ano inteiro
*>            (SUTADETL.DAT, gravado pela folha a cada execução
*>            postada) e monta, por empresa do mestre de empresas
*>            (COMPMAST.DAT), a planilha do 940 do ano-calendário do
*>            1º parâmetro:
*>            - Parte 2: total de pagamentos, pagamentos isentos,
*>              pagamentos acima do teto anual de US$ 7.000 por
*>              funcionário, salários tributáveis do FUTA e o FUTA
*>              antes dos ajustes;
*>            - Parte 3: o ajuste de redução de crédito por UF (Anexo
*>              A), com as alíquotas da tabela de redução de crédito
*>              do ano (CREDRED.DAT);
*>            - Parte 5: o passivo por trimestre, com a indicação dos
*>              trimestres em que o passivo não depositado passou de
*>              US$ 500 e o depósito é devido
*>            O teto é apurado por funcionário e empresa na ordem das
*>            datas de pagamento, como a folha apura o FUTA
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG39.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Detalhe de salários de desemprego por funcionário por execução
     SELECT SUTA-DETAIL-FILE-IN
         ASSIGN TO "SUTADETL.DAT"
         FILE STATUS IS WS-SUTADETL-FILE-STATUS.
*>    Mestre de empresas do grupo, uma planilha por empresa
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Tabela de redução de crédito do FUTA por ano e UF, publicada
*>    pelo Departamento do Trabalho em novembro; sem o arquivo, a
*>    planilha sai sem redução de crédito, com aviso
     SELECT CRED-RED-FILE-IN
         ASSIGN TO "CREDRED.DAT"
         FILE STATUS IS WS-CREDRED-FILE-STATUS.
*>    Planilha impressa
     SELECT FORM940-REPORT-OUT
         ASSIGN TO "FORM940_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição do detalhe de salários de desemprego; o layout de PROG6
 FD  SUTA-DETAIL-FILE-IN
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SD-SUTA-DETAIL-REC.
 01  SD-SUTA-DETAIL-REC.
     05  SD-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  SD-QUARTER                  PIC 9(1).      *> Trimestre civil (1-4)
     05  SD-STATE-CODE               PIC X(2).      *> UF efetiva ("**" = padrão)
     05  SD-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  SD-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  SD-PERIOD-WAGES             PIC 9(5)V99.   *> Salários do período
     05  SD-TAXABLE-WAGES            PIC 9(5)V99.   *> Fatia tributável sob o teto de SUTA
     05  SD-COMPANY                  PIC X(2).      *> Empresa do pagamento (espaço = 01)
     05  SD-FUTA-EXEMPT              PIC X(1).      *> Y=pagamento isento de FUTA
     05  SD-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(3).

*>    Definição do arquivo mestre de empresas do grupo; o layout de PROG8
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

*>    Definição da tabela de redução de crédito: uma linha por ano e
*>    UF com redução (as UFs sem redução não precisam constar)
 FD  CRED-RED-FILE-IN
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CR-CRED-RED-REC.
 01  CR-CRED-RED-REC.
     05  CR-YEAR                     PIC X(4).      *> Ano-calendário (AAAA)
     05  CR-STATE                    PIC X(2).      *> UF com redução de crédito
     05  CR-RATE                     PIC 9V999.     *> Alíquota de redução (ex.: 0.009)
     05  FILLER                      PIC X(10).

*>    Definição da planilha impressa (linha de 132 colunas)
 FD  FORM940-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS FW-REPORT-OUT.
 01  FW-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-SUTADETL-FILE-STATUS     PIC X(2).
         88  WS-SUTADETL-MISSING     VALUE "35".
     05  WS-CREDRED-FILE-STATUS      PIC X(2).
         88  WS-CREDRED-MISSING      VALUE "35".
     05  WS-CM-FOUND-SWITCH          PIC X(1).
         88  WS-CM-FOUND             VALUE "Y".
     05  WS-EMP-FOUND-SWITCH         PIC X(1).
         88  WS-EMP-FOUND            VALUE "Y".
     05  WS-CS-FOUND-SWITCH          PIC X(1).
         88  WS-CS-FOUND             VALUE "Y".
     05  WS-CRT-FOUND-SWITCH         PIC X(1).
         88  WS-CRT-FOUND            VALUE "Y".

*>    Parâmetros do FUTA: alíquota efetiva (6,0% menos o crédito
*>    máximo de 5,4%), teto anual de salários por funcionário e o
*>    limite de passivo não depositado que obriga o depósito
 01  WS-FUTA-PARMS.
     05  WS-FUTA-RATE                PIC V999 VALUE .006.
     05  WS-FUTA-WAGE-BASE           PIC 9(6)V99 VALUE 7000.00.
     05  WS-FUTA-DEPOSIT-LIMIT       PIC 9(5)V99 VALUE 500.00.

*>    Ano-calendário da linha de comando e data da execução
 01  WS-TAX-YEAR                     PIC X(4).
 01  WS-RUN-DATE                     PIC X(8).

*>    Área de trabalho de uma linha do detalhe
 01  WS-ROW-WORK.
     05  WS-ROW-COMPANY              PIC X(2).
     05  WS-CUM-BEFORE               PIC 9(7)V99.   *> Acumulado antes deste pagamento
     05  WS-CUM-AFTER                PIC 9(7)V99.   *> Acumulado depois deste pagamento
     05  WS-CAPPED-BEFORE            PIC 9(7)V99.
     05  WS-CAPPED-AFTER             PIC 9(7)V99.
     05  WS-ROW-TAXABLE              PIC 9(7)V99.   *> Fatia sob o teto do FUTA
     05  WS-ROW-EXCESS               PIC 9(7)V99.   *> Fatia acima do teto

*>    Mestre de empresas, com os totais do 940 de cada empresa
 01  WS-COMPMAST-CONTROLS.
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-COMPMAST-EOF-SWITCH      PIC X(1).
     05  WS-COMPMAST-COUNT           PIC 9(2) COMP.
     05  WS-CO-SUB                   PIC 9(2) COMP. *> Empresa da linha/planilha corrente
     05  WS-QTR-SUB                  PIC 9(1) COMP. *> Trimestre da Parte 5
 01  WS-COMPMAST-TABLE.
     05  WS-CM-ROW                   OCCURS 10 TIMES
                                      INDEXED BY CM-INDEX.
         10  WS-CM-CODE-ENTRY        PIC X(2).
         10  WS-CM-NAME-ENTRY        PIC X(30).
         10  WS-CM-EIN-ENTRY         PIC X(10).
         10  WS-CM-PAYMENTS-ENTRY    PIC 9(9)V99.   *> Linha 3
         10  WS-CM-EXEMPT-ENTRY      PIC 9(9)V99.   *> Linha 4
         10  WS-CM-EXCESS-ENTRY      PIC 9(9)V99.   *> Linha 5
         10  WS-CM-EMPL-COUNT-ENTRY  PIC 9(5).      *> Funcionários com pagamento
         10  WS-CM-QTR-TAXABLE-ENTRY PIC 9(9)V99 OCCURS 4 TIMES.

*>    Acumulado do ano por empresa + funcionário, para apurar a
*>    fatia de cada pagamento que ainda cabe sob o teto
 01  WS-EMP-CONTROLS.
     05  WS-EMP-COUNT                PIC 9(4) COMP.
 01  WS-EMP-TABLE.
     05  WS-EMP-ROW                  OCCURS 3000 TIMES
                                      INDEXED BY EM-INDEX.
         10  WS-EMP-COMPANY-ENTRY    PIC X(2).
         10  WS-EMP-SSN-ENTRY        PIC X(9).
         10  WS-EMP-CUM-ENTRY        PIC 9(7)V99.

*>    Salários tributáveis do FUTA por empresa + UF, para o Anexo A
 01  WS-CS-CONTROLS.
     05  WS-CS-COUNT                 PIC 9(3) COMP.
 01  WS-CS-TABLE.
     05  WS-CS-ROW                   OCCURS 200 TIMES
                                      INDEXED BY CS-INDEX.
         10  WS-CS-COMPANY-ENTRY     PIC X(2).
         10  WS-CS-STATE-ENTRY       PIC X(2).
         10  WS-CS-TAXABLE-ENTRY     PIC 9(9)V99.

*>    Alíquotas de redução de crédito do ano dos informes
 01  WS-CRT-CONTROLS.
     05  WS-CRT-COUNT                PIC 9(2) COMP.
 01  WS-CRT-TABLE.
     05  WS-CRT-ROW                  OCCURS 60 TIMES
                                      INDEXED BY CRT-INDEX.
         10  WS-CRT-STATE-ENTRY      PIC X(2).
         10  WS-CRT-RATE-ENTRY       PIC 9V999.

*>    Valores da planilha da empresa corrente
 01  WS-FORM-WORK.
     05  WS-LINE-6                   PIC 9(9)V99.   *> Linhas 4 + 5
     05  WS-LINE-7                   PIC 9(9)V99.   *> Salários tributáveis do FUTA
     05  WS-LINE-8                   PIC 9(9)V99.   *> FUTA antes dos ajustes
     05  WS-LINE-11                  PIC 9(9)V99.   *> Redução de crédito
     05  WS-LINE-12                  PIC 9(9)V99.   *> FUTA depois dos ajustes
     05  WS-LINE-17                  PIC 9(9)V99.   *> Soma da Parte 5
     05  WS-CS-REDUCTION             PIC 9(9)V99.   *> Redução de uma UF
     05  WS-CUM-TAXABLE              PIC 9(9)V99.   *> Tributável acumulado até o trimestre
     05  WS-CUM-TAX-NOW              PIC 9(9)V99.   *> FUTA acumulado até o trimestre
     05  WS-CUM-TAX-PRIOR            PIC 9(9)V99.   *> FUTA acumulado até o anterior
     05  WS-QTR-LIAB                 PIC 9(9)V99.   *> Passivo do trimestre
     05  WS-UNDEPOSITED              PIC 9(9)V99.   *> Passivo ainda não depositado

*>    Totalizadores e avisos da execução
 01  WS-TOTALS.
     05  WS-ROW-COUNT                PIC 9(7).      *> Linhas do ano lidas
     05  WS-NO-COMPANY-COUNT         PIC 9(5).      *> Linhas de empresa fora do mestre
     05  WS-NO-COMPANY-WAGES         PIC 9(9)V99.
     05  WS-DEFAULT-STATE-WAGES      PIC 9(9)V99.   *> Tributável em UF "**" (padrão)
     05  WS-TABLE-FULL-COUNT         PIC 9(5).      *> Linhas fora das tabelas cheias

*>    Cabeçalho da planilha
 01  WS-HEADING.
     05  FILLER                      PIC X(36) VALUE
             "FORM 940 FUTA TAX RETURN WORKSHEET  ".
     05  FILLER                      PIC X(10) VALUE "TAX YEAR: ".
     05  WS-HEAD-YEAR-OUT            PIC X(4).
     05  FILLER                      PIC X(13) VALUE "   RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(61) VALUE SPACES.

*>    Bloco de identificação do empregador
 01  WS-EMPR-LINE.
     05  FILLER                      PIC X(10) VALUE "EMPLOYER: ".
     05  WS-EMPR-NAME-OUT            PIC X(30).
     05  FILLER                      PIC X(7) VALUE "  EIN: ".
     05  WS-EMPR-EIN-OUT             PIC X(10).
     05  FILLER                      PIC X(13) VALUE "  EMPLOYEES: ".
     05  WS-EMPR-COUNT-OUT           PIC ZZ,ZZ9.
     05  FILLER                      PIC X(56) VALUE SPACES.

*>    Título de uma parte da planilha
 01  WS-SECTION-LINE.
     05  WS-SECTION-OUT              PIC X(60).
     05  FILLER                      PIC X(72) VALUE SPACES.

*>    Linha numerada da planilha
 01  WS-FORM-LINE.
     05  WS-FL-LINE-OUT              PIC X(8).
     05  WS-FL-DESC-OUT              PIC X(50).
     05  WS-FL-AMT-OUT               PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-FL-NOTE-OUT              PIC X(40).
     05  FILLER                      PIC X(18) VALUE SPACES.

*>    Linha do Anexo A (redução de crédito de uma UF)
 01  WS-SCHED-A-LINE.
     05  FILLER                      PIC X(10) VALUE "    STATE ".
     05  WS-SA-STATE-OUT             PIC X(2).
     05  FILLER                      PIC X(19) VALUE
             "   FUTA WAGES:     ".
     05  WS-SA-WAGES-OUT             PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(9) VALUE "   RATE: ".
     05  WS-SA-RATE-OUT              PIC 9.999.
     05  FILLER                      PIC X(14) VALUE "   REDUCTION: ".
     05  WS-SA-REDUCTION-OUT         PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(45) VALUE SPACES.

*>    Linha de um trimestre da Parte 5
 01  WS-QTR-LINE.
     05  WS-QL-LINE-OUT              PIC X(8).
     05  WS-QL-DESC-OUT              PIC X(24).
     05  WS-QL-LIAB-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(13) VALUE "UNDEPOSITED: ".
     05  WS-QL-UNDEP-OUT             PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-QL-NOTE-OUT              PIC X(40).
     05  FILLER                      PIC X(15) VALUE SPACES.

*>    Linha de aviso
 01  WS-WARN-LINE.
     05  WS-WARN-OUT                 PIC X(70).
     05  WS-WARN-AMT-OUT             PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(48) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral do programa
 A00-MAINLINE-PARA.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-TAX-YEAR FROM ARGUMENT-VALUE.
     IF WS-TAX-YEAR NOT NUMERIC
         DISPLAY "TAX YEAR PARAMETER MISSING OR NOT NUMERIC - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B11-LOAD-COMPMAST-PARA.
     IF WS-COMPMAST-COUNT = 0
         DISPLAY "COMPANY MASTER COMPMAST.DAT MISSING OR EMPTY - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT SUTA-DETAIL-FILE-IN.
     IF WS-SUTADETL-MISSING
         DISPLAY "UNEMPLOYMENT WAGE DETAIL SUTADETL.DAT NOT FOUND - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT FORM940-REPORT-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-CREDRED-PARA.
     READ SUTA-DETAIL-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B20-DETAIL-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE SUTA-DETAIL-FILE-IN.
*>    Uma planilha por empresa com pagamentos no ano
     PERFORM C10-COMPANY-FORM-PARA
         VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPMAST-COUNT.
     PERFORM C50-WARNINGS-PARA.
     CLOSE FORM940-REPORT-OUT.
     IF WS-NO-COMPANY-COUNT > 0 OR WS-TABLE-FULL-COUNT > 0
         MOVE 4 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE ZEROS TO WS-ROW-COUNT
                   WS-NO-COMPANY-COUNT
                   WS-NO-COMPANY-WAGES
                   WS-DEFAULT-STATE-WAGES
                   WS-TABLE-FULL-COUNT
                   WS-EMP-COUNT
                   WS-CS-COUNT
                   WS-CRT-COUNT.

*>    Carrega o mestre de empresas para a tabela, com os totais zerados
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
         MOVE CM-LEGAL-NAME TO WS-CM-NAME-ENTRY (CM-INDEX)
         MOVE CM-EIN TO WS-CM-EIN-ENTRY (CM-INDEX)
         MOVE ZEROS TO WS-CM-PAYMENTS-ENTRY (CM-INDEX)
                       WS-CM-EXEMPT-ENTRY (CM-INDEX)
                       WS-CM-EXCESS-ENTRY (CM-INDEX)
                       WS-CM-EMPL-COUNT-ENTRY (CM-INDEX)
                       WS-CM-QTR-TAXABLE-ENTRY (CM-INDEX 1)
                       WS-CM-QTR-TAXABLE-ENTRY (CM-INDEX 2)
                       WS-CM-QTR-TAXABLE-ENTRY (CM-INDEX 3)
                       WS-CM-QTR-TAXABLE-ENTRY (CM-INDEX 4)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
     END-READ.

*>    Carrega as alíquotas de redução de crédito do ano
 B15-LOAD-CREDRED-PARA.
     OPEN INPUT CRED-RED-FILE-IN.
     IF NOT WS-CREDRED-MISSING
         READ CRED-RED-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B16-LOAD-CREDRED-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE CRED-RED-FILE-IN
         MOVE "N" TO WS-EOF-SWITCH
     END-IF.

*>    Guarda a alíquota de uma UF, se for do ano dos informes
 B16-LOAD-CREDRED-REC-PARA.
     IF CR-YEAR = WS-TAX-YEAR AND CR-RATE NUMERIC
             AND WS-CRT-COUNT < 60
         ADD 1 TO WS-CRT-COUNT
         SET CRT-INDEX TO WS-CRT-COUNT
         MOVE CR-STATE TO WS-CRT-STATE-ENTRY (CRT-INDEX)
         MOVE CR-RATE TO WS-CRT-RATE-ENTRY (CRT-INDEX)
     END-IF.
     READ CRED-RED-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Apura uma linha do detalhe do ano: total de pagamentos,
*>    isentos, fatia acima do teto e fatia tributável por trimestre e UF
 B20-DETAIL-PARA.
     IF SD-RUN-DATE (1:4) = WS-TAX-YEAR
         ADD 1 TO WS-ROW-COUNT
         PERFORM B21-FIND-COMPANY-PARA
         IF NOT WS-CM-FOUND
             ADD 1 TO WS-NO-COMPANY-COUNT
             ADD SD-PERIOD-WAGES TO WS-NO-COMPANY-WAGES
         ELSE
             ADD SD-PERIOD-WAGES TO WS-CM-PAYMENTS-ENTRY (WS-CO-SUB)
             IF SD-FUTA-EXEMPT = "Y"
                 ADD SD-PERIOD-WAGES TO WS-CM-EXEMPT-ENTRY (WS-CO-SUB)
             ELSE
                 PERFORM B22-WAGE-BASE-PARA
             END-IF
         END-IF
     END-IF.
     READ SUTA-DETAIL-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Localiza a empresa da linha na tabela (espaço = empresa 01)
 B21-FIND-COMPANY-PARA.
     MOVE SD-COMPANY TO WS-ROW-COMPANY.
     IF WS-ROW-COMPANY = SPACES
         MOVE "01" TO WS-ROW-COMPANY
     END-IF.
     MOVE "N" TO WS-CM-FOUND-SWITCH.
     SET CM-INDEX TO 1.
     SEARCH WS-CM-ROW
         AT END CONTINUE
         WHEN WS-CM-CODE-ENTRY (CM-INDEX) = WS-ROW-COMPANY
             MOVE "Y" TO WS-CM-FOUND-SWITCH
             SET WS-CO-SUB TO CM-INDEX
     END-SEARCH.

*>    Separa o pagamento na fatia sob o teto anual do funcionário na
*>    empresa e na fatia acima dele (linha 5)
 B22-WAGE-BASE-PARA.
     MOVE "N" TO WS-EMP-FOUND-SWITCH.
     IF WS-EMP-COUNT > 0
         SET EM-INDEX TO 1
         SEARCH WS-EMP-ROW
             AT END CONTINUE
             WHEN WS-EMP-COMPANY-ENTRY (EM-INDEX) = WS-ROW-COMPANY
                     AND WS-EMP-SSN-ENTRY (EM-INDEX) = SD-SSN
                 MOVE "Y" TO WS-EMP-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-EMP-FOUND AND WS-EMP-COUNT < 3000
         ADD 1 TO WS-EMP-COUNT
         SET EM-INDEX TO WS-EMP-COUNT
         MOVE WS-ROW-COMPANY TO WS-EMP-COMPANY-ENTRY (EM-INDEX)
         MOVE SD-SSN TO WS-EMP-SSN-ENTRY (EM-INDEX)
         MOVE ZEROS TO WS-EMP-CUM-ENTRY (EM-INDEX)
         ADD 1 TO WS-CM-EMPL-COUNT-ENTRY (WS-CO-SUB)
         MOVE "Y" TO WS-EMP-FOUND-SWITCH
     END-IF.
     IF NOT WS-EMP-FOUND
         ADD 1 TO WS-TABLE-FULL-COUNT
     ELSE
         MOVE WS-EMP-CUM-ENTRY (EM-INDEX) TO WS-CUM-BEFORE
         ADD SD-PERIOD-WAGES TO WS-CUM-BEFORE GIVING WS-CUM-AFTER
         MOVE WS-CUM-AFTER TO WS-EMP-CUM-ENTRY (EM-INDEX)
         IF WS-CUM-BEFORE > WS-FUTA-WAGE-BASE
             MOVE WS-FUTA-WAGE-BASE TO WS-CAPPED-BEFORE
         ELSE
             MOVE WS-CUM-BEFORE TO WS-CAPPED-BEFORE
         END-IF
         IF WS-CUM-AFTER > WS-FUTA-WAGE-BASE
             MOVE WS-FUTA-WAGE-BASE TO WS-CAPPED-AFTER
         ELSE
             MOVE WS-CUM-AFTER TO WS-CAPPED-AFTER
         END-IF
         SUBTRACT WS-CAPPED-BEFORE FROM WS-CAPPED-AFTER
             GIVING WS-ROW-TAXABLE
         SUBTRACT WS-ROW-TAXABLE FROM SD-PERIOD-WAGES
             GIVING WS-ROW-EXCESS
         ADD WS-ROW-EXCESS TO WS-CM-EXCESS-ENTRY (WS-CO-SUB)
         ADD WS-ROW-TAXABLE
             TO WS-CM-QTR-TAXABLE-ENTRY (WS-CO-SUB SD-QUARTER)
         IF WS-ROW-TAXABLE > 0
             PERFORM B23-STATE-WAGES-PARA
         END-IF
     END-IF.

*>    Acumula a fatia tributável na UF da linha, para o Anexo A; a UF
*>    padrão ("**") não tem como ser conferida contra a tabela
 B23-STATE-WAGES-PARA.
     IF SD-STATE-CODE = "**"
         ADD WS-ROW-TAXABLE TO WS-DEFAULT-STATE-WAGES
     END-IF.
     MOVE "N" TO WS-CS-FOUND-SWITCH.
     IF WS-CS-COUNT > 0
         SET CS-INDEX TO 1
         SEARCH WS-CS-ROW
             AT END CONTINUE
             WHEN WS-CS-COMPANY-ENTRY (CS-INDEX) = WS-ROW-COMPANY
                     AND WS-CS-STATE-ENTRY (CS-INDEX) = SD-STATE-CODE
                 MOVE "Y" TO WS-CS-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-CS-FOUND AND WS-CS-COUNT < 200
         ADD 1 TO WS-CS-COUNT
         SET CS-INDEX TO WS-CS-COUNT
         MOVE WS-ROW-COMPANY TO WS-CS-COMPANY-ENTRY (CS-INDEX)
         MOVE SD-STATE-CODE TO WS-CS-STATE-ENTRY (CS-INDEX)
         MOVE ZEROS TO WS-CS-TAXABLE-ENTRY (CS-INDEX)
         MOVE "Y" TO WS-CS-FOUND-SWITCH
     END-IF.
     IF WS-CS-FOUND
         ADD WS-ROW-TAXABLE TO WS-CS-TAXABLE-ENTRY (CS-INDEX)
     ELSE
         ADD 1 TO WS-TABLE-FULL-COUNT
     END-IF.

*>    Imprime a planilha de uma empresa com pagamentos no ano
 C10-COMPANY-FORM-PARA.
     IF WS-CM-PAYMENTS-ENTRY (WS-CO-SUB) > 0
         PERFORM C11-FORM-HEADING-PARA
         PERFORM C20-PART-2-PARA
         PERFORM C30-PART-3-PARA
         PERFORM C35-PART-4-PARA
         PERFORM C40-PART-5-PARA
     END-IF.

*>    Cabeçalho e bloco do empregador da planilha
 C11-FORM-HEADING-PARA.
     MOVE WS-TAX-YEAR TO WS-HEAD-YEAR-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE FW-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO FW-REPORT-OUT.
     WRITE FW-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE WS-CM-NAME-ENTRY (WS-CO-SUB) TO WS-EMPR-NAME-OUT.
     MOVE WS-CM-EIN-ENTRY (WS-CO-SUB) TO WS-EMPR-EIN-OUT.
     MOVE WS-CM-EMPL-COUNT-ENTRY (WS-CO-SUB) TO WS-EMPR-COUNT-OUT.
     WRITE FW-REPORT-OUT FROM WS-EMPR-LINE
         AFTER ADVANCING 1 LINE.

*>    Parte 2: salários tributáveis do FUTA e o FUTA antes dos ajustes
 C20-PART-2-PARA.
     MOVE "PART 2 - FUTA TAX BEFORE ADJUSTMENTS" TO WS-SECTION-OUT.
     WRITE FW-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     ADD WS-CM-EXEMPT-ENTRY (WS-CO-SUB) WS-CM-EXCESS-ENTRY (WS-CO-SUB)
         GIVING WS-LINE-6.
     SUBTRACT WS-LINE-6 FROM WS-CM-PAYMENTS-ENTRY (WS-CO-SUB)
         GIVING WS-LINE-7.
     COMPUTE WS-LINE-8 ROUNDED = WS-LINE-7 * WS-FUTA-RATE.
     MOVE "LINE 3  " TO WS-FL-LINE-OUT.
     MOVE "TOTAL PAYMENTS TO ALL EMPLOYEES" TO WS-FL-DESC-OUT.
     MOVE WS-CM-PAYMENTS-ENTRY (WS-CO-SUB) TO WS-FL-AMT-OUT.
     MOVE SPACES TO WS-FL-NOTE-OUT.
     PERFORM C90-FORM-LINE-PARA.
     MOVE "LINE 4  " TO WS-FL-LINE-OUT.
     MOVE "PAYMENTS EXEMPT FROM FUTA TAX" TO WS-FL-DESC-OUT.
     MOVE WS-CM-EXEMPT-ENTRY (WS-CO-SUB) TO WS-FL-AMT-OUT.
     IF WS-CM-EXEMPT-ENTRY (WS-CO-SUB) > 0
         MOVE "CHECK BOX 4E - OTHER (STUDENT SERVICES)"
             TO WS-FL-NOTE-OUT
     END-IF.
     PERFORM C90-FORM-LINE-PARA.
     MOVE "LINE 5  " TO WS-FL-LINE-OUT.
     MOVE "PAYMENTS OVER $7,000 PER EMPLOYEE" TO WS-FL-DESC-OUT.
     MOVE WS-CM-EXCESS-ENTRY (WS-CO-SUB) TO WS-FL-AMT-OUT.
     PERFORM C90-FORM-LINE-PARA.
     MOVE "LINE 6  " TO WS-FL-LINE-OUT.
     MOVE "SUBTOTAL (LINE 4 + LINE 5)" TO WS-FL-DESC-OUT.
     MOVE WS-LINE-6 TO WS-FL-AMT-OUT.
     PERFORM C90-FORM-LINE-PARA.
     MOVE "LINE 7  " TO WS-FL-LINE-OUT.
     MOVE "TOTAL TAXABLE FUTA WAGES (LINE 3 - LINE 6)"
         TO WS-FL-DESC-OUT.
     MOVE WS-LINE-7 TO WS-FL-AMT-OUT.
     PERFORM C90-FORM-LINE-PARA.
     MOVE "LINE 8  " TO WS-FL-LINE-OUT.
     MOVE "FUTA TAX BEFORE ADJUSTMENTS (LINE 7 X .006)"
         TO WS-FL-DESC-OUT.
     MOVE WS-LINE-8 TO WS-FL-AMT-OUT.
     PERFORM C90-FORM-LINE-PARA.

*>    Parte 3: redução de crédito, uma linha do Anexo A por UF da
*>    empresa com alíquota na tabela do ano
 C30-PART-3-PARA.
     MOVE "PART 3 - CREDIT REDUCTION ADJUSTMENT (SCHEDULE A)"
         TO WS-SECTION-OUT.
     WRITE FW-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     MOVE ZEROS TO WS-LINE-11.
     IF WS-CS-COUNT > 0
         PERFORM C31-STATE-REDUCTION-PARA
             VARYING CS-INDEX FROM 1 BY 1
             UNTIL CS-INDEX > WS-CS-COUNT
     END-IF.
     MOVE "LINE 11 " TO WS-FL-LINE-OUT.
     MOVE "CREDIT REDUCTION (SCHEDULE A TOTAL)" TO WS-FL-DESC-OUT.
     MOVE WS-LINE-11 TO WS-FL-AMT-OUT.
     IF WS-CREDRED-MISSING
         MOVE "NO CREDRED.DAT - REDUCTION NOT CHECKED" TO WS-FL-NOTE-OUT
     ELSE
         MOVE SPACES TO WS-FL-NOTE-OUT
     END-IF.
     PERFORM C90-FORM-LINE-PARA.

*>    Redução de crédito de uma UF da empresa corrente
 C31-STATE-REDUCTION-PARA.
     IF WS-CS-COMPANY-ENTRY (CS-INDEX) = WS-CM-CODE-ENTRY (WS-CO-SUB)
         MOVE "N" TO WS-CRT-FOUND-SWITCH
         IF WS-CRT-COUNT > 0
             SET CRT-INDEX TO 1
             SEARCH WS-CRT-ROW
                 AT END CONTINUE
                 WHEN WS-CRT-STATE-ENTRY (CRT-INDEX) =
                         WS-CS-STATE-ENTRY (CS-INDEX)
                     MOVE "Y" TO WS-CRT-FOUND-SWITCH
             END-SEARCH
         END-IF
         IF WS-CRT-FOUND
             COMPUTE WS-CS-REDUCTION ROUNDED =
                 WS-CS-TAXABLE-ENTRY (CS-INDEX) *
                 WS-CRT-RATE-ENTRY (CRT-INDEX)
             ADD WS-CS-REDUCTION TO WS-LINE-11
             MOVE WS-CS-STATE-ENTRY (CS-INDEX) TO WS-SA-STATE-OUT
             MOVE WS-CS-TAXABLE-ENTRY (CS-INDEX) TO WS-SA-WAGES-OUT
             MOVE WS-CRT-RATE-ENTRY (CRT-INDEX) TO WS-SA-RATE-OUT
             MOVE WS-CS-REDUCTION TO WS-SA-REDUCTION-OUT
             WRITE FW-REPORT-OUT FROM WS-SCHED-A-LINE
                 AFTER ADVANCING 1 LINE
         END-IF
     END-IF.

*>    Parte 4: FUTA depois dos ajustes
 C35-PART-4-PARA.
     ADD WS-LINE-8 WS-LINE-11 GIVING WS-LINE-12.
     MOVE "PART 4 - FUTA TAX AFTER ADJUSTMENTS" TO WS-SECTION-OUT.
     WRITE FW-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     MOVE "LINE 12 " TO WS-FL-LINE-OUT.
     MOVE "TOTAL FUTA TAX AFTER ADJUSTMENTS (LINE 8 + 11)"
         TO WS-FL-DESC-OUT.
     MOVE WS-LINE-12 TO WS-FL-AMT-OUT.
     MOVE SPACES TO WS-FL-NOTE-OUT.
     PERFORM C90-FORM-LINE-PARA.

*>    Parte 5: passivo por trimestre; o FUTA de cada trimestre é a
*>    diferença do FUTA acumulado (assim a soma fecha com a linha 8
*>    sem diferença de arredondamento) e a redução de crédito entra
*>    no 4º trimestre. O passivo não depositado passa de trimestre
*>    em trimestre até passar de US$ 500, quando o depósito é devido
*>    até o último dia do mês seguinte
 C40-PART-5-PARA.
     MOVE "PART 5 - FUTA TAX LIABILITY BY QUARTER" TO WS-SECTION-OUT.
     WRITE FW-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     MOVE ZEROS TO WS-CUM-TAXABLE
                   WS-CUM-TAX-PRIOR
                   WS-UNDEPOSITED
                   WS-LINE-17.
     PERFORM C41-QUARTER-PARA
         VARYING WS-QTR-SUB FROM 1 BY 1
         UNTIL WS-QTR-SUB > 4.
     MOVE "LINE 17 " TO WS-FL-LINE-OUT.
     MOVE "TOTAL TAX LIABILITY FOR THE YEAR" TO WS-FL-DESC-OUT.
     MOVE WS-LINE-17 TO WS-FL-AMT-OUT.
     IF WS-LINE-17 = WS-LINE-12
         MOVE "AGREES WITH LINE 12" TO WS-FL-NOTE-OUT
     ELSE
         MOVE "*** DOES NOT AGREE WITH LINE 12 ***" TO WS-FL-NOTE-OUT
     END-IF.
     WRITE FW-REPORT-OUT FROM WS-FORM-LINE
         AFTER ADVANCING 2 LINES.

*>    Passivo de um trimestre e a indicação do depósito
 C41-QUARTER-PARA.
     ADD WS-CM-QTR-TAXABLE-ENTRY (WS-CO-SUB WS-QTR-SUB)
         TO WS-CUM-TAXABLE.
     COMPUTE WS-CUM-TAX-NOW ROUNDED = WS-CUM-TAXABLE * WS-FUTA-RATE.
     SUBTRACT WS-CUM-TAX-PRIOR FROM WS-CUM-TAX-NOW
         GIVING WS-QTR-LIAB.
     MOVE WS-CUM-TAX-NOW TO WS-CUM-TAX-PRIOR.
     EVALUATE WS-QTR-SUB
         WHEN 1
             MOVE "16A     " TO WS-QL-LINE-OUT
             MOVE "1ST QUARTER (JAN-MAR)" TO WS-QL-DESC-OUT
         WHEN 2
             MOVE "16B     " TO WS-QL-LINE-OUT
             MOVE "2ND QUARTER (APR-JUN)" TO WS-QL-DESC-OUT
         WHEN 3
             MOVE "16C     " TO WS-QL-LINE-OUT
             MOVE "3RD QUARTER (JUL-SEP)" TO WS-QL-DESC-OUT
         WHEN OTHER
             MOVE "16D     " TO WS-QL-LINE-OUT
             MOVE "4TH QUARTER (OCT-DEC)" TO WS-QL-DESC-OUT
             ADD WS-LINE-11 TO WS-QTR-LIAB
     END-EVALUATE.
     ADD WS-QTR-LIAB TO WS-LINE-17.
     ADD WS-QTR-LIAB TO WS-UNDEPOSITED.
     MOVE WS-QTR-LIAB TO WS-QL-LIAB-OUT.
     MOVE WS-UNDEPOSITED TO WS-QL-UNDEP-OUT.
     IF WS-UNDEPOSITED > WS-FUTA-DEPOSIT-LIMIT
         EVALUATE WS-QTR-SUB
             WHEN 1
                 MOVE "OVER $500 - DEPOSIT DUE BY 04/30"
                     TO WS-QL-NOTE-OUT
             WHEN 2
                 MOVE "OVER $500 - DEPOSIT DUE BY 07/31"
                     TO WS-QL-NOTE-OUT
             WHEN 3
                 MOVE "OVER $500 - DEPOSIT DUE BY 10/31"
                     TO WS-QL-NOTE-OUT
             WHEN OTHER
                 MOVE "OVER $500 - DEPOSIT DUE BY 01/31"
                     TO WS-QL-NOTE-OUT
         END-EVALUATE
         MOVE ZEROS TO WS-UNDEPOSITED
     ELSE
         IF WS-QTR-SUB < 4
             MOVE "$500 OR LESS - CARRY TO NEXT QUARTER"
                 TO WS-QL-NOTE-OUT
         ELSE
             MOVE "$500 OR LESS - DEPOSIT OR PAY WITH 940"
                 TO WS-QL-NOTE-OUT
         END-IF
     END-IF.
     WRITE FW-REPORT-OUT FROM WS-QTR-LINE
         AFTER ADVANCING 1 LINE.

*>    Avisos da execução, na última página
 C50-WARNINGS-PARA.
     MOVE "RUN WARNINGS" TO WS-SECTION-OUT.
     WRITE FW-REPORT-OUT FROM WS-SECTION-LINE
         AFTER ADVANCING 2 LINES.
     IF WS-NO-COMPANY-COUNT > 0
         MOVE "PAYMENTS FOR COMPANIES NOT ON COMPMAST - NOT ON ANY 940"
             TO WS-WARN-OUT
         MOVE WS-NO-COMPANY-WAGES TO WS-WARN-AMT-OUT
         WRITE FW-REPORT-OUT FROM WS-WARN-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-DEFAULT-STATE-WAGES > 0
         MOVE "TAXABLE WAGES IN DEFAULT STATE (**) - CHECK CREDIT REDUCTION"
             TO WS-WARN-OUT
         MOVE WS-DEFAULT-STATE-WAGES TO WS-WARN-AMT-OUT
         WRITE FW-REPORT-OUT FROM WS-WARN-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-TABLE-FULL-COUNT > 0
         MOVE "DETAIL ROWS NOT APPORTIONED - EMPLOYEE OR STATE TABLE FULL"
             TO WS-WARN-OUT
         MOVE ZEROS TO WS-WARN-AMT-OUT
         DISPLAY "FORM 940 DETAIL ROWS NOT APPORTIONED: "
                 WS-TABLE-FULL-COUNT
         WRITE FW-REPORT-OUT FROM WS-WARN-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-CREDRED-MISSING
         MOVE "CREDIT REDUCTION TABLE CREDRED.DAT NOT FOUND" TO WS-WARN-OUT
         MOVE ZEROS TO WS-WARN-AMT-OUT
         WRITE FW-REPORT-OUT FROM WS-WARN-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-ROW-COUNT = 0
         MOVE "NO UNEMPLOYMENT WAGE DETAIL FOUND FOR THE TAX YEAR"
             TO WS-WARN-OUT
         MOVE ZEROS TO WS-WARN-AMT-OUT
         WRITE FW-REPORT-OUT FROM WS-WARN-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Imprime uma linha numerada da planilha
 C90-FORM-LINE-PARA.
     WRITE FW-REPORT-OUT FROM WS-FORM-LINE
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO WS-FL-NOTE-OUT.
