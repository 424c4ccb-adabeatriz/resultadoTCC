*> =====================================================================
*> PROGRAMA: EMISSÃO ANUAL DOS INFORMES 1099-NEC DE PRESTADORES
*> DESCRIÇÃO: Lê o mestre de prestadores (VENDMAST.DAT, mantido por
*>            PROG36 e acumulado por PROG37) e, para o ano-calendário
*>            do 1º parâmetro, emite o 1099-NEC de cada prestador com
*>            remuneração informável a partir do limite do ano ou com
*>            qualquer retenção de reserva (backup withholding):
*>            - imprime a Cópia B (do prestador, com o TIN truncado)
*>              e a Cópia C (do pagador), com o bloco do pagador do
*>              mestre de empresas (COMPMAST.DAT);
*>            - grava o arquivo de entrega eletrônica ao IRS no
*>              formato fixo de 750 posições do sistema FIRE (registro
*>              T do transmissor, e por empresa pagadora um A, os B
*>              dos prestadores e o C de totais, com o F no final);
*>            - imprime a página de balanceamento, que prova o
*>              histórico de pagamentos (CONTRHST.DAT) contra o
*>              mestre, o mestre contra as cópias e o arquivo
*>              eletrônico, e a retenção de reserva contra o passivo
*>              do 945 no passivo trimestral (QTRLIAB.DAT).
*>            2º parâmetro: código de controle do transmissor (TCC)
*>            atribuído pelo IRS; 3º parâmetro: TEST para marcar o
*>            arquivo como teste
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG38.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Mestre de prestadores; o layout de PROG36
     SELECT VEND-MASTER-FILE
         ASSIGN TO "VENDMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS VN-VENDOR-ID
         FILE STATUS IS WS-VENDMAST-FILE-STATUS.
*>    Mestre de empresas do grupo, de onde vêm o pagador de cada
*>    informe e o transmissor do arquivo eletrônico (a 1ª empresa)
     SELECT COMP-MASTER-FILE-IN
         ASSIGN TO "COMPMAST.DAT"
         FILE STATUS IS WS-COMPMAST-FILE-STATUS.
*>    Histórico dos pagamentos postados por PROG37, somado como
*>    apuração independente do mestre
     SELECT CONTR-HIST-FILE
         ASSIGN TO "CONTRHST.DAT"
         FILE STATUS IS WS-CONTRHST-FILE-STATUS.
*>    Passivo fiscal trimestral, de onde vem o passivo do 945
     SELECT QTR-LIAB-FILE
         ASSIGN TO "QTRLIAB.DAT"
         FILE STATUS IS WS-QTRLIAB-FILE-STATUS.
*>    Cópias B e C impressas e página de balanceamento
     SELECT NEC-STMT-REPORT-OUT
         ASSIGN TO "NEC1099_STMTS.DAT".
*>    Arquivo de entrega eletrônica no formato do FIRE
     SELECT NEC-EFILE-FILE-OUT
         ASSIGN TO "NEC1099_EFILE.DAT".

 DATA DIVISION.
 FILE SECTION.
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

*>    Definição do histórico de pagamentos a prestadores; o layout
*>    de PROG37
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

*>    Definição do arquivo de passivo fiscal trimestral; o layout de
*>    PROG6 - só as linhas do 945 interessam aqui
 FD  QTR-LIAB-FILE
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC.
     05  QL-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  QL-QUARTER                  PIC 9(1).
     05  QL-PERIOD-NBR               PIC 9(2).
     05  QL-FED-WH                   PIC 9(7)V99.   *> 945: retenção de reserva
     05  FILLER                      PIC X(88).
     05  QL-RETURN-TYPE              PIC X(3).      *> 941 = folha  945 = retenção de reserva
         88  QL-945-LIAB             VALUE "945".
     05  QL-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(7).

*>    Definição do arquivo das cópias impressas
 FD  NEC-STMT-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS NS-STMT-OUT.
 01  NS-STMT-OUT                     PIC X(132).

*>    Definição do arquivo de entrega eletrônica: registros T, A, B, C
*>    e F de formato fixo de 750 posições
 FD  NEC-EFILE-FILE-OUT
         RECORD CONTAINS 750 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS NE-EFILE-REC.
 01  NE-EFILE-REC                    PIC X(750).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-VENDMAST-FILE-STATUS     PIC X(2).
         88  WS-VENDMAST-OK          VALUE "00".
     05  WS-CONTRHST-FILE-STATUS     PIC X(2).
         88  WS-CONTRHST-MISSING     VALUE "35".
     05  WS-QTRLIAB-FILE-STATUS      PIC X(2).
         88  WS-QTRLIAB-MISSING      VALUE "35".
     05  WS-FILE-1099-SWITCH         PIC X(1).      *> Prestador com 1099 devido no ano
         88  WS-FILE-1099            VALUE "Y".
     05  WS-A-WRITTEN-SWITCH         PIC X(1).      *> Registro A da empresa já gravado
         88  WS-A-WRITTEN            VALUE "Y".
     05  WS-CM-FOUND-SWITCH          PIC X(1).
         88  WS-CM-FOUND             VALUE "Y".

*>    Parâmetros da linha de comando
 01  WS-TAX-YEAR                     PIC X(4).      *> Ano-calendário dos informes
 01  WS-TCC                          PIC X(5).      *> Código de controle do transmissor
 01  WS-TEST-PARM                    PIC X(4).
     88  WS-TEST-FILE                VALUE "TEST".

*>    Limite anual de remuneração a partir do qual o 1099-NEC é
*>    devido (US$ 600 até 2025; US$ 2.000 a partir de 2026); a
*>    retenção de reserva obriga o informe em qualquer valor
 01  WS-THRESHOLD                    PIC 9(5)V99.

*>    Valores do prestador corrente no ano dos informes
 01  WS-VENDOR-WORK.
     05  WS-VEND-PAID                PIC 9(7)V99.   *> Caixa 1
     05  WS-VEND-BACKUP-WH           PIC 9(7)V99.   *> Caixa 4
     05  WS-VEND-TIN-TYPE-CODE       PIC X(1).      *> 1=EIN  2=SSN (código do IRS)
     05  WS-VEND-TIN-MASK            PIC X(9).      *> TIN truncado da Cópia B

*>    Mestre de empresas carregado na abertura; a 1ª empresa é a
*>    transmissora do arquivo eletrônico
 01  WS-COMPMAST-CONTROLS.
     05  WS-COMPMAST-FILE-STATUS     PIC X(2).
         88  WS-COMPMAST-MISSING     VALUE "35".
     05  WS-COMPMAST-EOF-SWITCH      PIC X(1).
     05  WS-COMPMAST-COUNT           PIC 9(2) COMP.
     05  WS-CO-SUB                   PIC 9(2) COMP. *> Empresa da passada corrente
 01  WS-COMPMAST-TABLE.
     05  WS-CM-ROW                   OCCURS 10 TIMES
                                      INDEXED BY CM-INDEX.
         10  WS-CM-CODE-ENTRY        PIC X(2).
         10  WS-CM-NAME-ENTRY        PIC X(30).
         10  WS-CM-EIN-ENTRY         PIC X(10).
         10  WS-CM-STREET-ENTRY      PIC X(25).
         10  WS-CM-CITY-ST-ENTRY     PIC X(20).
         10  WS-CM-ZIP-ENTRY         PIC X(9).

*>    Pagador da passada corrente, com o EIN sem hífen e cidade/UF
*>    separadas para os registros T e A
 01  WS-PAYER-WORK.
     05  WS-PAYER-EIN                PIC X(9).
     05  WS-PAYER-CITY               PIC X(20).
     05  WS-PAYER-STATE-WORK         PIC X(20).
     05  WS-PAYER-STATE              PIC X(2).

*>    Totalizadores, em apurações independentes (histórico, mestre,
*>    cópias impressas, arquivo eletrônico e passivo do 945) para a
*>    página de balanceamento
 01  WS-TOTALS.
     05  WS-HIST-COUNT               PIC 9(5).      *> Pagamentos informáveis no histórico
     05  WS-HIST-PAID-TOT            PIC 9(9)V99.
     05  WS-HIST-BW-TOT              PIC 9(9)V99.
     05  WS-MAST-COUNT               PIC 9(5).      *> Prestadores com valores no ano
     05  WS-MAST-PAID-TOT            PIC 9(9)V99.
     05  WS-MAST-BW-TOT              PIC 9(9)V99.
     05  WS-BELOW-COUNT              PIC 9(5).      *> Abaixo do limite - sem informe
     05  WS-BELOW-PAID-TOT           PIC 9(9)V99.
     05  WS-BELOW-BW-TOT             PIC 9(9)V99.
     05  WS-FILED-COUNT              PIC 9(5).      *> Com informe devido
     05  WS-FILED-PAID-TOT           PIC 9(9)V99.
     05  WS-FILED-BW-TOT             PIC 9(9)V99.
     05  WS-PRINT-COUNT              PIC 9(5).      *> Informes impressos
     05  WS-PRINT-PAID-TOT           PIC 9(9)V99.
     05  WS-PRINT-BW-TOT             PIC 9(9)V99.
     05  WS-EFILE-COUNT              PIC 9(5).      *> Registros B gravados
     05  WS-EFILE-PAID-TOT           PIC 9(9)V99.
     05  WS-EFILE-BW-TOT             PIC 9(9)V99.
     05  WS-LIAB-COUNT               PIC 9(5).      *> Linhas do 945 no ano
     05  WS-LIAB-BW-TOT              PIC 9(9)V99.
     05  WS-NO-TIN-COUNT             PIC 9(5).      *> Informes sem TIN
     05  WS-MISMATCH-COUNT           PIC 9(5).      *> Informes com TIN divergente
     05  WS-NO-COMPANY-COUNT         PIC 9(5).      *> Empresa fora do mestre de empresas

*>    Controles do arquivo eletrônico
 01  WS-EFILE-CONTROLS.
     05  WS-EF-SEQ                   PIC 9(8).      *> Nº sequencial do registro
     05  WS-EF-T-PAYEES              PIC 9(8).      *> Registros B previstos (registro T)
     05  WS-EF-A-COUNT               PIC 9(8).      *> Registros A gravados
     05  WS-EF-CO-PAYEES             PIC 9(8).      *> Registros B da empresa
     05  WS-EF-CO-PAID-TOT           PIC 9(16)V99.  *> Total 1 da empresa
     05  WS-EF-CO-BW-TOT             PIC 9(16)V99.  *> Total 4 da empresa

*>    Registro T (transmissor) do arquivo eletrônico
 01  WS-EFILE-T-REC.
     05  WS-TR-TYPE                  PIC X(1).
     05  WS-TR-YEAR                  PIC X(4).
     05  WS-TR-PRIOR-YEAR-IND        PIC X(1).
     05  WS-TR-TIN                   PIC X(9).
     05  WS-TR-TCC                   PIC X(5).
     05  FILLER                      PIC X(7) VALUE SPACES.
     05  WS-TR-TEST-IND              PIC X(1).      *> T=arquivo de teste
     05  WS-TR-FOREIGN-IND           PIC X(1).
     05  WS-TR-NAME                  PIC X(40).
     05  WS-TR-NAME-2                PIC X(40).
     05  WS-TR-COMPANY-NAME          PIC X(40).
     05  WS-TR-COMPANY-NAME-2        PIC X(40).
     05  WS-TR-ADDRESS               PIC X(40).
     05  WS-TR-CITY                  PIC X(40).
     05  WS-TR-STATE                 PIC X(2).
     05  WS-TR-ZIP                   PIC X(9).
     05  FILLER                      PIC X(15) VALUE SPACES.
     05  WS-TR-PAYEE-COUNT           PIC 9(8).
     05  WS-TR-CONTACT-NAME          PIC X(40).
     05  WS-TR-CONTACT-PHONE         PIC X(15).
     05  WS-TR-CONTACT-EMAIL         PIC X(50).
     05  FILLER                      PIC X(91) VALUE SPACES.
     05  WS-TR-SEQ                   PIC 9(8).
     05  FILLER                      PIC X(10) VALUE SPACES.
     05  WS-TR-VENDOR-IND            PIC X(1).      *> I=software próprio
     05  FILLER                      PIC X(232) VALUE SPACES.

*>    Registro A (pagador) do arquivo eletrônico
 01  WS-EFILE-A-REC.
     05  WS-AR-TYPE                  PIC X(1).
     05  WS-AR-YEAR                  PIC X(4).
     05  WS-AR-COMBINED-IND          PIC X(1).
     05  FILLER                      PIC X(5) VALUE SPACES.
     05  WS-AR-TIN                   PIC X(9).
     05  WS-AR-NAME-CONTROL          PIC X(4).
     05  WS-AR-LAST-FILING-IND       PIC X(1).
     05  WS-AR-RETURN-TYPE           PIC X(2).      *> NE = 1099-NEC
     05  WS-AR-AMOUNT-CODES          PIC X(18).     *> 14 = caixas 1 e 4
     05  FILLER                      PIC X(6) VALUE SPACES.
     05  WS-AR-FOREIGN-IND           PIC X(1).
     05  WS-AR-NAME                  PIC X(40).
     05  WS-AR-NAME-2                PIC X(40).
     05  WS-AR-TRANSFER-AGENT-IND    PIC X(1).
     05  WS-AR-ADDRESS               PIC X(40).
     05  WS-AR-CITY                  PIC X(40).
     05  WS-AR-STATE                 PIC X(2).
     05  WS-AR-ZIP                   PIC X(9).
     05  WS-AR-PHONE                 PIC X(15).
     05  FILLER                      PIC X(260) VALUE SPACES.
     05  WS-AR-SEQ                   PIC 9(8).
     05  FILLER                      PIC X(243) VALUE SPACES.

*>    Registro B (prestador) do arquivo eletrônico; os valores são as
*>    16 caixas do formato, só a 1 e a 4 preenchidas
 01  WS-EFILE-B-REC.
     05  WS-BR-TYPE                  PIC X(1).
     05  WS-BR-YEAR                  PIC X(4).
     05  WS-BR-CORRECTED-IND         PIC X(1).
     05  WS-BR-NAME-CONTROL          PIC X(4).
     05  WS-BR-TIN-TYPE              PIC X(1).      *> 1=EIN  2=SSN  espaço=sem TIN
     05  WS-BR-TIN                   PIC X(9).
     05  WS-BR-ACCOUNT               PIC X(20).     *> Código do fornecedor
     05  WS-BR-OFFICE-CODE           PIC X(4).
     05  FILLER                      PIC X(10) VALUE SPACES.
     05  WS-BR-AMOUNT                PIC 9(10)V99 OCCURS 16 TIMES.
     05  WS-BR-FOREIGN-IND           PIC X(1).
     05  WS-BR-NAME                  PIC X(40).
     05  WS-BR-NAME-2                PIC X(40).
     05  FILLER                      PIC X(40) VALUE SPACES.
     05  WS-BR-ADDRESS               PIC X(40).
     05  FILLER                      PIC X(40) VALUE SPACES.
     05  WS-BR-CITY                  PIC X(40).
     05  WS-BR-STATE                 PIC X(2).
     05  WS-BR-ZIP                   PIC X(9).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-BR-SEQ                   PIC 9(8).
     05  FILLER                      PIC X(36) VALUE SPACES.
     05  WS-BR-2ND-TIN-NOTICE        PIC X(1).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BR-DIRECT-SALES-IND      PIC X(1).
     05  WS-BR-FATCA-IND             PIC X(1).
     05  FILLER                      PIC X(202) VALUE SPACES.

*>    Registro C (totais do pagador) do arquivo eletrônico
 01  WS-EFILE-C-REC.
     05  WS-CR-TYPE                  PIC X(1).
     05  WS-CR-PAYEE-COUNT           PIC 9(8).
     05  FILLER                      PIC X(6) VALUE SPACES.
     05  WS-CR-TOTAL                 PIC 9(16)V99 OCCURS 16 TIMES.
     05  FILLER                      PIC X(196) VALUE SPACES.
     05  WS-CR-SEQ                   PIC 9(8).
     05  FILLER                      PIC X(243) VALUE SPACES.

*>    Registro F (fim da transmissão) do arquivo eletrônico
 01  WS-EFILE-F-REC.
     05  WS-FR-TYPE                  PIC X(1).
     05  WS-FR-A-COUNT               PIC 9(8).
     05  WS-FR-ZEROS                 PIC 9(21).
     05  FILLER                      PIC X(19) VALUE SPACES.
     05  WS-FR-PAYEE-COUNT           PIC 9(8).
     05  FILLER                      PIC X(442) VALUE SPACES.
     05  WS-FR-SEQ                   PIC 9(8).
     05  FILLER                      PIC X(243) VALUE SPACES.

*>    Cabeçalho de uma cópia do informe
 01  WS-STMT-HEADING.
     05  FILLER                      PIC X(40) VALUE
             "FORM 1099-NEC  NONEMPLOYEE COMPENSATION ".
     05  FILLER                      PIC X(10) VALUE "TAX YEAR: ".
     05  WS-STMT-YEAR-OUT            PIC X(4).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-STMT-COPY-OUT            PIC X(26).
     05  FILLER                      PIC X(48) VALUE SPACES.

*>    Bloco do pagador impresso em cada cópia
 01  WS-STMT-PAYER-LINE.
     05  FILLER                      PIC X(11) VALUE "PAYER:     ".
     05  WS-STMT-PAYER-NAME-OUT      PIC X(30).
     05  FILLER                      PIC X(7) VALUE "  TIN: ".
     05  WS-STMT-PAYER-EIN-OUT       PIC X(10).
     05  FILLER                      PIC X(74) VALUE SPACES.
 01  WS-STMT-PAYER-ADDR-LINE.
     05  FILLER                      PIC X(11) VALUE SPACES.
     05  WS-STMT-PAYER-STREET-OUT    PIC X(25).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-STMT-PAYER-CITY-ST-OUT   PIC X(20).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-STMT-PAYER-ZIP-OUT       PIC X(9).
     05  FILLER                      PIC X(65) VALUE SPACES.

*>    Bloco do prestador impresso em cada cópia
 01  WS-STMT-RECIP-LINE.
     05  FILLER                      PIC X(11) VALUE "RECIPIENT: ".
     05  WS-STMT-RECIP-NAME-OUT      PIC X(30).
     05  FILLER                      PIC X(7) VALUE "  TIN: ".
     05  WS-STMT-RECIP-TIN-OUT       PIC X(9).
     05  FILLER                      PIC X(12) VALUE "  ACCOUNT: ".
     05  WS-STMT-RECIP-ACCT-OUT      PIC X(6).
     05  FILLER                      PIC X(57) VALUE SPACES.
 01  WS-STMT-RECIP-ADDR-LINE-1.
     05  FILLER                      PIC X(11) VALUE SPACES.
     05  WS-STMT-RECIP-STREET-OUT    PIC X(25).
     05  FILLER                      PIC X(96) VALUE SPACES.
 01  WS-STMT-RECIP-ADDR-LINE-2.
     05  FILLER                      PIC X(11) VALUE SPACES.
     05  WS-STMT-RECIP-CITY-OUT      PIC X(18).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-STMT-RECIP-STATE-OUT     PIC X(2).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-STMT-RECIP-ZIP-OUT       PIC X(9).
     05  FILLER                      PIC X(90) VALUE SPACES.

*>    Linha das caixas 1 e 4
 01  WS-STMT-AMOUNT-LINE.
     05  FILLER                      PIC X(35) VALUE
             "BOX 1 NONEMPLOYEE COMPENSATION:    ".
     05  WS-STMT-PAID-OUT            PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(36) VALUE
             "   BOX 4 FEDERAL INCOME TAX W/H:   ".
     05  WS-STMT-BW-OUT              PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(37) VALUE SPACES.

*>    Linhas de aviso da Cópia C (do pagador)
 01  WS-STMT-WARN-LINE.
     05  WS-STMT-WARN-OUT            PIC X(70).
     05  FILLER                      PIC X(62) VALUE SPACES.

*>    Cabeçalho da página de balanceamento
 01  WS-BAL-HEADING.
     05  FILLER                      PIC X(38) VALUE
             "1099-NEC BALANCING AND PROOF OF TOTALS".
     05  FILLER                      PIC X(12) VALUE "  TAX YEAR: ".
     05  WS-BAL-YEAR-OUT             PIC X(4).
     05  FILLER                      PIC X(14) VALUE "  THRESHOLD: ".
     05  WS-BAL-THRESHOLD-OUT        PIC Z,ZZ9.99.
     05  FILLER                      PIC X(56) VALUE SPACES.
 01  WS-BAL-COLUMN-HEADING.
     05  FILLER                      PIC X(30) VALUE SPACES.
     05  FILLER                      PIC X(6) VALUE " COUNT".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(14) VALUE "  BOX 1 (PAID)".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(14) VALUE "BOX 4 (BKP WH)".
     05  FILLER                      PIC X(64) VALUE SPACES.

*>    Linha da página de balanceamento (uma por apuração)
 01  WS-BAL-LINE.
     05  WS-BAL-LABEL-OUT            PIC X(30).
     05  WS-BAL-COUNT-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BAL-PAID-OUT             PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BAL-BW-OUT               PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(64) VALUE SPACES.

*>    Linha do passivo do 945 (só a coluna da caixa 4)
 01  WS-BAL-945-LINE.
     05  FILLER                      PIC X(30) VALUE
             "945 LIABILITY (QTRLIAB)       ".
     05  WS-BAL-945-COUNT-OUT        PIC ZZ,ZZ9.
     05  FILLER                      PIC X(18) VALUE SPACES.
     05  WS-BAL-945-BW-OUT           PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(64) VALUE SPACES.

*>    Linha de veredicto da página de balanceamento
 01  WS-BAL-VERDICT-LINE.
     05  WS-BAL-VERDICT-OUT          PIC X(70).
     05  FILLER                      PIC X(62) VALUE SPACES.

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
*>    Sem o TCC o arquivo não pode ser transmitido ao FIRE
     DISPLAY 2 UPON ARGUMENT-NUMBER.
     ACCEPT WS-TCC FROM ARGUMENT-VALUE.
     IF WS-TCC = SPACES
         DISPLAY "TRANSMITTER CONTROL CODE (TCC) PARAMETER MISSING - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     DISPLAY 3 UPON ARGUMENT-NUMBER.
     ACCEPT WS-TEST-PARM FROM ARGUMENT-VALUE.
     OPEN INPUT VEND-MASTER-FILE.
     IF NOT WS-VENDMAST-OK
         DISPLAY "VENDOR MASTER VENDMAST.DAT NOT AVAILABLE - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
*>    O pagador e o transmissor vêm do mestre de empresas; sem ele
*>    não há EIN para os informes
     PERFORM B11-LOAD-COMPMAST-PARA.
     IF WS-COMPMAST-COUNT = 0
         DISPLAY "COMPANY MASTER COMPMAST.DAT MISSING OR EMPTY - " &
                 "NO PAYER EIN - RUN ABORTED"
         CLOSE VEND-MASTER-FILE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT NEC-STMT-REPORT-OUT
                 NEC-EFILE-FILE-OUT.
     PERFORM B10-INIT-PARA.
*>    Apurações independentes do histórico e do passivo do 945
     PERFORM B15-HIST-TOTAL-PARA.
     PERFORM B17-LIAB-TOTAL-PARA.
*>    1ª passada no mestre: totais do mestre e nº de prestadores do
*>    registro T
     MOVE "N" TO WS-EOF-SWITCH.
     PERFORM B19-START-MASTER-PARA.
     PERFORM B20-MASTER-TOTAL-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     PERFORM C30-EFILE-T-PARA.
*>    Uma passada no mestre por empresa pagadora: registro A, cópias
*>    e registros B dos seus prestadores e registro C de totais
     PERFORM B30-COMPANY-PARA
         VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPMAST-COUNT.
     PERFORM C38-EFILE-F-PARA.
     PERFORM C40-BALANCE-PAGE-PARA.
     CLOSE VEND-MASTER-FILE
           NEC-STMT-REPORT-OUT
           NEC-EFILE-FILE-OUT.
     STOP RUN.

*>    Inicialização das variáveis e do limite do ano
 B10-INIT-PARA.
     IF WS-TAX-YEAR < "2026"
         MOVE 600.00 TO WS-THRESHOLD
     ELSE
         MOVE 2000.00 TO WS-THRESHOLD
     END-IF.
     MOVE ZEROS TO WS-HIST-COUNT WS-HIST-PAID-TOT WS-HIST-BW-TOT
                   WS-MAST-COUNT WS-MAST-PAID-TOT WS-MAST-BW-TOT
                   WS-BELOW-COUNT WS-BELOW-PAID-TOT WS-BELOW-BW-TOT
                   WS-FILED-COUNT WS-FILED-PAID-TOT WS-FILED-BW-TOT
                   WS-PRINT-COUNT WS-PRINT-PAID-TOT WS-PRINT-BW-TOT
                   WS-EFILE-COUNT WS-EFILE-PAID-TOT WS-EFILE-BW-TOT
                   WS-LIAB-COUNT WS-LIAB-BW-TOT
                   WS-NO-TIN-COUNT WS-MISMATCH-COUNT
                   WS-NO-COMPANY-COUNT
                   WS-EF-SEQ WS-EF-T-PAYEES WS-EF-A-COUNT.

*>    Carrega o mestre de empresas para a tabela em memória
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
         MOVE CM-ADDR-STREET TO WS-CM-STREET-ENTRY (CM-INDEX)
         MOVE CM-ADDR-CITY-ST TO WS-CM-CITY-ST-ENTRY (CM-INDEX)
         MOVE CM-ADDR-ZIP TO WS-CM-ZIP-ENTRY (CM-INDEX)
     END-IF.
     READ COMP-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-COMPMAST-EOF-SWITCH
     END-READ.

*>    Prepara o pagador da linha WS-CO-SUB da tabela: EIN sem o
*>    hífen e "cidade, UF" separadas em cidade e UF
 B13-PAYER-PARA.
     MOVE SPACES TO WS-PAYER-WORK.
     IF WS-CM-EIN-ENTRY (WS-CO-SUB) (3:1) = "-"
         STRING WS-CM-EIN-ENTRY (WS-CO-SUB) (1:2) DELIMITED BY SIZE
                WS-CM-EIN-ENTRY (WS-CO-SUB) (4:7) DELIMITED BY SIZE
             INTO WS-PAYER-EIN
         END-STRING
     ELSE
         MOVE WS-CM-EIN-ENTRY (WS-CO-SUB) TO WS-PAYER-EIN
     END-IF.
     UNSTRING WS-CM-CITY-ST-ENTRY (WS-CO-SUB) DELIMITED BY ","
         INTO WS-PAYER-CITY WS-PAYER-STATE-WORK
     END-UNSTRING.
     IF WS-PAYER-STATE-WORK (1:1) = SPACE
         MOVE WS-PAYER-STATE-WORK (2:2) TO WS-PAYER-STATE
     ELSE
         MOVE WS-PAYER-STATE-WORK (1:2) TO WS-PAYER-STATE
     END-IF.

*>    Soma os pagamentos informáveis do ano no histórico de PROG37
 B15-HIST-TOTAL-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT CONTR-HIST-FILE.
     IF WS-CONTRHST-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ CONTR-HIST-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B16-HIST-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE CONTR-HIST-FILE
     END-IF.

*>    Soma um pagamento do histórico
 B16-HIST-REC-PARA.
     IF CH-PAY-DATE (1:4) = WS-TAX-YEAR AND CH-REPORTABLE = "Y"
         ADD 1 TO WS-HIST-COUNT
         ADD CH-GROSS-AMT TO WS-HIST-PAID-TOT
         ADD CH-BACKUP-WH TO WS-HIST-BW-TOT
     END-IF.
     READ CONTR-HIST-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Soma as linhas do 945 do ano no passivo trimestral
 B17-LIAB-TOTAL-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT QTR-LIAB-FILE.
     IF WS-QTRLIAB-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ QTR-LIAB-FILE
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B18-LIAB-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE QTR-LIAB-FILE
     END-IF.

*>    Soma uma linha do 945
 B18-LIAB-REC-PARA.
     IF QL-945-LIAB AND QL-RUN-DATE (1:4) = WS-TAX-YEAR
         ADD 1 TO WS-LIAB-COUNT
         ADD QL-FED-WH TO WS-LIAB-BW-TOT
     END-IF.
     READ QTR-LIAB-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Posiciona o mestre no primeiro prestador e lê o registro
 B19-START-MASTER-PARA.
     MOVE LOW-VALUES TO VN-VENDOR-ID.
     START VEND-MASTER-FILE KEY >= VN-VENDOR-ID
         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
     END-START.
     IF WS-EOF-SWITCH NOT = "Y"
         READ VEND-MASTER-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
     END-IF.

*>    1ª passada: apura o mestre (todos, abaixo do limite e com
*>    informe devido) e conta os informes de empresas do mestre de
*>    empresas, que são os registros B do arquivo
 B20-MASTER-TOTAL-PARA.
     PERFORM B25-VENDOR-YEAR-PARA.
     IF WS-VEND-PAID > 0 OR WS-VEND-BACKUP-WH > 0
         ADD 1 TO WS-MAST-COUNT
         ADD WS-VEND-PAID TO WS-MAST-PAID-TOT
         ADD WS-VEND-BACKUP-WH TO WS-MAST-BW-TOT
         IF WS-FILE-1099
             ADD 1 TO WS-FILED-COUNT
             ADD WS-VEND-PAID TO WS-FILED-PAID-TOT
             ADD WS-VEND-BACKUP-WH TO WS-FILED-BW-TOT
             IF VN-TIN = SPACES
                 ADD 1 TO WS-NO-TIN-COUNT
             END-IF
             IF VN-TIN-MISMATCH = "Y"
                 ADD 1 TO WS-MISMATCH-COUNT
             END-IF
             PERFORM B26-CHECK-COMPANY-PARA
             IF WS-CM-FOUND
                 ADD 1 TO WS-EF-T-PAYEES
             ELSE
                 ADD 1 TO WS-NO-COMPANY-COUNT
                 DISPLAY "VENDOR " VN-VENDOR-ID " COMPANY "
                         VN-COMPANY " NOT ON COMPMAST - " &
                         "NO 1099 ISSUED"
             END-IF
         ELSE
             ADD 1 TO WS-BELOW-COUNT
             ADD WS-VEND-PAID TO WS-BELOW-PAID-TOT
             ADD WS-VEND-BACKUP-WH TO WS-BELOW-BW-TOT
         END-IF
     END-IF.
     READ VEND-MASTER-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Valores do prestador no ano dos informes: os acumulados
*>    correntes ou os anteriores, conforme o ano guardado em cada um;
*>    o informe é devido a partir do limite ou com qualquer retenção
 B25-VENDOR-YEAR-PARA.
     MOVE ZEROS TO WS-VEND-PAID WS-VEND-BACKUP-WH.
     IF VN-YTD-YEAR = WS-TAX-YEAR
         MOVE VN-YTD-PAID TO WS-VEND-PAID
         MOVE VN-YTD-BACKUP-WH TO WS-VEND-BACKUP-WH
     ELSE
         IF VN-PRIOR-YEAR = WS-TAX-YEAR
             MOVE VN-PRIOR-PAID TO WS-VEND-PAID
             MOVE VN-PRIOR-BACKUP-WH TO WS-VEND-BACKUP-WH
         END-IF
     END-IF.
     MOVE "N" TO WS-FILE-1099-SWITCH.
     IF WS-VEND-PAID >= WS-THRESHOLD OR WS-VEND-BACKUP-WH > 0
         MOVE "Y" TO WS-FILE-1099-SWITCH
     END-IF.

*>    Confere se a empresa pagadora do prestador está no mestre
 B26-CHECK-COMPANY-PARA.
     MOVE "N" TO WS-CM-FOUND-SWITCH.
     SET CM-INDEX TO 1.
     SEARCH WS-CM-ROW
         AT END CONTINUE
         WHEN WS-CM-CODE-ENTRY (CM-INDEX) = VN-COMPANY
             MOVE "Y" TO WS-CM-FOUND-SWITCH
     END-SEARCH.

*>    Passada de uma empresa pagadora: o registro A sai antes do 1º
*>    prestador da empresa e o C depois do último; empresa sem
*>    informes não gera registros
 B30-COMPANY-PARA.
     PERFORM B13-PAYER-PARA.
     MOVE "N" TO WS-A-WRITTEN-SWITCH.
     MOVE ZEROS TO WS-EF-CO-PAYEES
                   WS-EF-CO-PAID-TOT
                   WS-EF-CO-BW-TOT.
     MOVE "N" TO WS-EOF-SWITCH.
     PERFORM B19-START-MASTER-PARA.
     PERFORM B31-COMPANY-VENDOR-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     IF WS-A-WRITTEN
         PERFORM C36-EFILE-C-PARA
     END-IF.

*>    Emite o informe de um prestador da empresa corrente
 B31-COMPANY-VENDOR-PARA.
     IF VN-COMPANY = WS-CM-CODE-ENTRY (WS-CO-SUB)
         PERFORM B25-VENDOR-YEAR-PARA
         IF WS-FILE-1099
             IF NOT WS-A-WRITTEN
                 PERFORM C32-EFILE-A-PARA
             END-IF
             PERFORM C10-PRINT-COPIES-PARA
             PERFORM C34-EFILE-B-PARA
         END-IF
     END-IF.
     READ VEND-MASTER-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Imprime a Cópia B (prestador) e a Cópia C (pagador) do informe
 C10-PRINT-COPIES-PARA.
*>    Cópia B: o TIN do prestador sai truncado (só os 4 últimos)
     IF VN-TIN = SPACES
         MOVE SPACES TO WS-VEND-TIN-MASK
     ELSE
         MOVE "*****" TO WS-VEND-TIN-MASK (1:5)
         MOVE VN-TIN (6:4) TO WS-VEND-TIN-MASK (6:4)
     END-IF.
     MOVE "COPY B - FOR RECIPIENT    " TO WS-STMT-COPY-OUT.
     MOVE WS-VEND-TIN-MASK TO WS-STMT-RECIP-TIN-OUT.
     PERFORM C11-PRINT-COPY-PARA.
*>    Cópia C: TIN completo e os avisos de pendência do TIN
     MOVE "COPY C - FOR PAYER        " TO WS-STMT-COPY-OUT.
     MOVE VN-TIN TO WS-STMT-RECIP-TIN-OUT.
     PERFORM C11-PRINT-COPY-PARA.
     IF VN-TIN = SPACES
         MOVE "*** NO TIN ON FILE - BACKUP WITHHOLDING APPLIED - SOLIC" &
              "IT W-9 ***" TO WS-STMT-WARN-OUT
         WRITE NS-STMT-OUT FROM WS-STMT-WARN-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF VN-TIN-MISMATCH = "Y"
         MOVE "*** IRS TIN MISMATCH UNRESOLVED - VERIFY BEFORE FILING " &
              "***" TO WS-STMT-WARN-OUT
         WRITE NS-STMT-OUT FROM WS-STMT-WARN-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     ADD 1 TO WS-PRINT-COUNT.
     ADD WS-VEND-PAID TO WS-PRINT-PAID-TOT.
     ADD WS-VEND-BACKUP-WH TO WS-PRINT-BW-TOT.

*>    Imprime uma cópia do informe em página própria
 C11-PRINT-COPY-PARA.
     MOVE WS-TAX-YEAR TO WS-STMT-YEAR-OUT.
     WRITE NS-STMT-OUT FROM WS-STMT-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO NS-STMT-OUT.
     WRITE NS-STMT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE WS-CM-NAME-ENTRY (WS-CO-SUB) TO WS-STMT-PAYER-NAME-OUT.
     MOVE WS-CM-EIN-ENTRY (WS-CO-SUB) TO WS-STMT-PAYER-EIN-OUT.
     WRITE NS-STMT-OUT FROM WS-STMT-PAYER-LINE
         AFTER ADVANCING 1 LINE.
     MOVE WS-CM-STREET-ENTRY (WS-CO-SUB) TO WS-STMT-PAYER-STREET-OUT.
     MOVE WS-CM-CITY-ST-ENTRY (WS-CO-SUB)
         TO WS-STMT-PAYER-CITY-ST-OUT.
     MOVE WS-CM-ZIP-ENTRY (WS-CO-SUB) TO WS-STMT-PAYER-ZIP-OUT.
     WRITE NS-STMT-OUT FROM WS-STMT-PAYER-ADDR-LINE
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO NS-STMT-OUT.
     WRITE NS-STMT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE VN-VENDOR-NAME TO WS-STMT-RECIP-NAME-OUT.
     MOVE VN-VENDOR-ID TO WS-STMT-RECIP-ACCT-OUT.
     WRITE NS-STMT-OUT FROM WS-STMT-RECIP-LINE
         AFTER ADVANCING 1 LINE.
     MOVE VN-ADDR-STREET TO WS-STMT-RECIP-STREET-OUT.
     WRITE NS-STMT-OUT FROM WS-STMT-RECIP-ADDR-LINE-1
         AFTER ADVANCING 1 LINE.
     MOVE VN-ADDR-CITY TO WS-STMT-RECIP-CITY-OUT.
     MOVE VN-ADDR-STATE TO WS-STMT-RECIP-STATE-OUT.
     MOVE VN-ADDR-ZIP TO WS-STMT-RECIP-ZIP-OUT.
     WRITE NS-STMT-OUT FROM WS-STMT-RECIP-ADDR-LINE-2
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO NS-STMT-OUT.
     WRITE NS-STMT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE WS-VEND-PAID TO WS-STMT-PAID-OUT.
     MOVE WS-VEND-BACKUP-WH TO WS-STMT-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-STMT-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.

*>    Grava o registro T do transmissor (a 1ª empresa do mestre)
 C30-EFILE-T-PARA.
     MOVE 1 TO WS-CO-SUB.
     PERFORM B13-PAYER-PARA.
     INITIALIZE WS-EFILE-T-REC.
     MOVE "T" TO WS-TR-TYPE.
     MOVE WS-TAX-YEAR TO WS-TR-YEAR.
     MOVE WS-PAYER-EIN TO WS-TR-TIN.
     MOVE WS-TCC TO WS-TR-TCC.
     IF WS-TEST-FILE
         MOVE "T" TO WS-TR-TEST-IND
     END-IF.
     MOVE WS-CM-NAME-ENTRY (1) TO WS-TR-NAME
                                  WS-TR-COMPANY-NAME.
     MOVE WS-CM-STREET-ENTRY (1) TO WS-TR-ADDRESS.
     MOVE WS-PAYER-CITY TO WS-TR-CITY.
     MOVE WS-PAYER-STATE TO WS-TR-STATE.
     MOVE WS-CM-ZIP-ENTRY (1) TO WS-TR-ZIP.
     MOVE WS-EF-T-PAYEES TO WS-TR-PAYEE-COUNT.
     MOVE "I" TO WS-TR-VENDOR-IND.
     ADD 1 TO WS-EF-SEQ.
     MOVE WS-EF-SEQ TO WS-TR-SEQ.
     WRITE NE-EFILE-REC FROM WS-EFILE-T-REC.

*>    Grava o registro A do pagador da passada corrente
 C32-EFILE-A-PARA.
     INITIALIZE WS-EFILE-A-REC.
     MOVE "A" TO WS-AR-TYPE.
     MOVE WS-TAX-YEAR TO WS-AR-YEAR.
     MOVE WS-PAYER-EIN TO WS-AR-TIN.
     MOVE WS-CM-NAME-ENTRY (WS-CO-SUB) (1:4) TO WS-AR-NAME-CONTROL.
     MOVE "NE" TO WS-AR-RETURN-TYPE.
     MOVE "14" TO WS-AR-AMOUNT-CODES.
     MOVE WS-CM-NAME-ENTRY (WS-CO-SUB) TO WS-AR-NAME.
     MOVE "0" TO WS-AR-TRANSFER-AGENT-IND.
     MOVE WS-CM-STREET-ENTRY (WS-CO-SUB) TO WS-AR-ADDRESS.
     MOVE WS-PAYER-CITY TO WS-AR-CITY.
     MOVE WS-PAYER-STATE TO WS-AR-STATE.
     MOVE WS-CM-ZIP-ENTRY (WS-CO-SUB) TO WS-AR-ZIP.
     ADD 1 TO WS-EF-SEQ.
     MOVE WS-EF-SEQ TO WS-AR-SEQ.
     WRITE NE-EFILE-REC FROM WS-EFILE-A-REC.
     ADD 1 TO WS-EF-A-COUNT.
     MOVE "Y" TO WS-A-WRITTEN-SWITCH.

*>    Grava o registro B do prestador, com apuração própria dos totais
*>    para o registro C e o balanceamento
 C34-EFILE-B-PARA.
     INITIALIZE WS-EFILE-B-REC.
     MOVE "B" TO WS-BR-TYPE.
     MOVE WS-TAX-YEAR TO WS-BR-YEAR.
     EVALUATE TRUE
         WHEN VN-TIN = SPACES
             MOVE SPACE TO WS-BR-TIN-TYPE
         WHEN VN-TIN-TYPE = "E"
             MOVE "1" TO WS-BR-TIN-TYPE
         WHEN OTHER
             MOVE "2" TO WS-BR-TIN-TYPE
     END-EVALUATE.
     MOVE VN-TIN TO WS-BR-TIN.
     MOVE VN-VENDOR-ID TO WS-BR-ACCOUNT.
     MOVE WS-VEND-PAID TO WS-BR-AMOUNT (1).
     MOVE WS-VEND-BACKUP-WH TO WS-BR-AMOUNT (4).
     MOVE VN-VENDOR-NAME TO WS-BR-NAME.
     MOVE VN-ADDR-STREET TO WS-BR-ADDRESS.
     MOVE VN-ADDR-CITY TO WS-BR-CITY.
     MOVE VN-ADDR-STATE TO WS-BR-STATE.
     MOVE VN-ADDR-ZIP TO WS-BR-ZIP.
     ADD 1 TO WS-EF-SEQ.
     MOVE WS-EF-SEQ TO WS-BR-SEQ.
     WRITE NE-EFILE-REC FROM WS-EFILE-B-REC.
     ADD 1 TO WS-EF-CO-PAYEES.
     ADD WS-BR-AMOUNT (1) TO WS-EF-CO-PAID-TOT.
     ADD WS-BR-AMOUNT (4) TO WS-EF-CO-BW-TOT.
     ADD 1 TO WS-EFILE-COUNT.
     ADD WS-BR-AMOUNT (1) TO WS-EFILE-PAID-TOT.
     ADD WS-BR-AMOUNT (4) TO WS-EFILE-BW-TOT.

*>    Grava o registro C de totais do pagador da passada corrente
 C36-EFILE-C-PARA.
     INITIALIZE WS-EFILE-C-REC.
     MOVE "C" TO WS-CR-TYPE.
     MOVE WS-EF-CO-PAYEES TO WS-CR-PAYEE-COUNT.
     MOVE WS-EF-CO-PAID-TOT TO WS-CR-TOTAL (1).
     MOVE WS-EF-CO-BW-TOT TO WS-CR-TOTAL (4).
     ADD 1 TO WS-EF-SEQ.
     MOVE WS-EF-SEQ TO WS-CR-SEQ.
     WRITE NE-EFILE-REC FROM WS-EFILE-C-REC.

*>    Grava o registro F de fim da transmissão
 C38-EFILE-F-PARA.
     INITIALIZE WS-EFILE-F-REC.
     MOVE "F" TO WS-FR-TYPE.
     MOVE WS-EF-A-COUNT TO WS-FR-A-COUNT.
     MOVE WS-EFILE-COUNT TO WS-FR-PAYEE-COUNT.
     ADD 1 TO WS-EF-SEQ.
     MOVE WS-EF-SEQ TO WS-FR-SEQ.
     WRITE NE-EFILE-REC FROM WS-EFILE-F-REC.

*>    Imprime a página de balanceamento: o histórico precisa fechar
*>    com o mestre; o mestre com informe devido, as cópias impressas e
*>    o arquivo eletrônico precisam ser idênticos; e a retenção de
*>    reserva do histórico precisa fechar com o passivo do 945
 C40-BALANCE-PAGE-PARA.
     MOVE WS-TAX-YEAR TO WS-BAL-YEAR-OUT.
     MOVE WS-THRESHOLD TO WS-BAL-THRESHOLD-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO NS-STMT-OUT.
     WRITE NS-STMT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE NS-STMT-OUT FROM WS-BAL-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.
     MOVE "PAYMENT HISTORY (CONTRHST)    " TO WS-BAL-LABEL-OUT.
     MOVE WS-HIST-COUNT TO WS-BAL-COUNT-OUT.
     MOVE WS-HIST-PAID-TOT TO WS-BAL-PAID-OUT.
     MOVE WS-HIST-BW-TOT TO WS-BAL-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "VENDOR MASTER - ALL VENDORS   " TO WS-BAL-LABEL-OUT.
     MOVE WS-MAST-COUNT TO WS-BAL-COUNT-OUT.
     MOVE WS-MAST-PAID-TOT TO WS-BAL-PAID-OUT.
     MOVE WS-MAST-BW-TOT TO WS-BAL-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "  LESS BELOW THRESHOLD        " TO WS-BAL-LABEL-OUT.
     MOVE WS-BELOW-COUNT TO WS-BAL-COUNT-OUT.
     MOVE WS-BELOW-PAID-TOT TO WS-BAL-PAID-OUT.
     MOVE WS-BELOW-BW-TOT TO WS-BAL-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "VENDOR MASTER - 1099 DUE      " TO WS-BAL-LABEL-OUT.
     MOVE WS-FILED-COUNT TO WS-BAL-COUNT-OUT.
     MOVE WS-FILED-PAID-TOT TO WS-BAL-PAID-OUT.
     MOVE WS-FILED-BW-TOT TO WS-BAL-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "PRINTED COPY TOTALS           " TO WS-BAL-LABEL-OUT.
     MOVE WS-PRINT-COUNT TO WS-BAL-COUNT-OUT.
     MOVE WS-PRINT-PAID-TOT TO WS-BAL-PAID-OUT.
     MOVE WS-PRINT-BW-TOT TO WS-BAL-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "E-FILE B RECORD TOTALS        " TO WS-BAL-LABEL-OUT.
     MOVE WS-EFILE-COUNT TO WS-BAL-COUNT-OUT.
     MOVE WS-EFILE-PAID-TOT TO WS-BAL-PAID-OUT.
     MOVE WS-EFILE-BW-TOT TO WS-BAL-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE WS-LIAB-COUNT TO WS-BAL-945-COUNT-OUT.
     MOVE WS-LIAB-BW-TOT TO WS-BAL-945-BW-OUT.
     WRITE NS-STMT-OUT FROM WS-BAL-945-LINE
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO NS-STMT-OUT.
     WRITE NS-STMT-OUT
         AFTER ADVANCING 1 LINE.
     IF WS-HIST-PAID-TOT = WS-MAST-PAID-TOT
             AND WS-HIST-BW-TOT = WS-MAST-BW-TOT
             AND WS-FILED-COUNT = WS-PRINT-COUNT
             AND WS-PRINT-COUNT = WS-EFILE-COUNT
             AND WS-FILED-PAID-TOT = WS-PRINT-PAID-TOT
             AND WS-PRINT-PAID-TOT = WS-EFILE-PAID-TOT
             AND WS-FILED-BW-TOT = WS-PRINT-BW-TOT
             AND WS-PRINT-BW-TOT = WS-EFILE-BW-TOT
             AND WS-LIAB-BW-TOT = WS-HIST-BW-TOT
         MOVE "1099-NEC IN BALANCE WITH HISTORY, MASTER, E-FILE AND 945"
             TO WS-BAL-VERDICT-OUT
     ELSE
         MOVE "*** 1099-NEC OUT OF BALANCE - DO NOT FILE ***"
             TO WS-BAL-VERDICT-OUT
         MOVE 4 TO RETURN-CODE
     END-IF.
     WRITE NS-STMT-OUT FROM WS-BAL-VERDICT-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-NO-COMPANY-COUNT > 0
         MOVE "VENDORS WITH COMPANY NOT ON COMPMAST - NO 1099 ISSUED"
             TO WS-BAL-VERDICT-OUT
         WRITE NS-STMT-OUT FROM WS-BAL-VERDICT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-NO-TIN-COUNT > 0
         MOVE "1099S ISSUED WITHOUT A TIN - SEE COPY C, SOLICIT W-9"
             TO WS-BAL-VERDICT-OUT
         WRITE NS-STMT-OUT FROM WS-BAL-VERDICT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-MISMATCH-COUNT > 0
         MOVE "UNRESOLVED IRS TIN MISMATCHES ISSUED - SEE COPY C"
             TO WS-BAL-VERDICT-OUT
         WRITE NS-STMT-OUT FROM WS-BAL-VERDICT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-TEST-FILE
         MOVE "E-FILE MARKED AS TEST FILE - NOT FOR PRODUCTION FILING"
             TO WS-BAL-VERDICT-OUT
         WRITE NS-STMT-OUT FROM WS-BAL-VERDICT-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
