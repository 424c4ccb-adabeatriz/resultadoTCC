 FILE SECTION.
*>    Definição do arquivo de passivo fiscal trimestral
 FD  QTR-LIAB-FILE-IN
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC.
     05  QL-FICA-EMPR                PIC 9(7)V99.   *> FICA do empregador na execução
     05  QL-CTL-EARN                 PIC 9(7)V99.   *> Rendimentos do trailer de controle
     05  QL-REC-COUNT                PIC 9(7).      *> Registros do trailer de controle
*>    Decomposição do FICA para as linhas 5a, 5c e 5d do 941 (imposto
*>    das duas partes; o adicional do Medicare é só do empregado)
     05  QL-SS-WAGES                 PIC 9(7)V99.   *> Salários sujeitos ao Seguro Social
     05  QL-SS-TAX                   PIC 9(7)V99.   *> Seguro Social, empregado + empregador
     05  QL-MED-WAGES                PIC 9(7)V99.   *> Salários sujeitos ao Medicare
     05  QL-MED-TAX                  PIC 9(7)V99.   *> Medicare, empregado + empregador
     05  QL-ADDL-MED-WAGES           PIC 9(7)V99.   *> Salários sujeitos ao adicional
     05  QL-ADDL-MED-TAX             PIC 9(7)V99.   *> Adicional do Medicare retido
*>    Declaração a que a linha pertence: a folha grava 941; a retenção
*>    de reserva (backup withholding) dos prestadores, postada por
*>    PROG37, grava 945 e fica FORA da planilha do 941 (espaços =
*>    linha anterior ao campo, tratada como 941)
     05  QL-RETURN-TYPE              PIC X(3).
         88  QL-945-LIAB             VALUE "945".
     05  QL-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(7).

*>    Definição do arquivo de salários-base de SUTA por UF
 FD  SUTA-WAGE-FILE-IN
     05  SW-STATE-CODE               PIC X(2).      *> UF ("**" = jurisdição padrão)
     05  SW-SUTA-WAGES               PIC 9(7)V99.   *> Salários-base de SUTA na execução
     05  SW-SUTA-TAX                 PIC 9(7)V99.   *> SUTA acumulado na execução
     05  SW-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(9).

*>    Definição do arquivo de depósitos efetuados; o mesmo layout é
*>    gravado por PROG20
     05  FM-QUARTER                  PIC 9(1).      *> Trimestre civil da execução
     05  FM-DUE-DATE                 PIC X(8).      *> Vencimento calculado do depósito
     05  FM-AMOUNT                   PIC 9(9)V99.   *> Valor do depósito
     05  FM-TAX-FORM                 PIC X(4).      *> 941/945 (espaços = 941)
     05  FILLER                      PIC X(26).

*>    Definição do arquivo mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
     05  WS-FTD-MADE-TOT             PIC 9(9)V99.   *> Depósitos efetuados no trimestre
     05  WS-FTD-MADE-COUNT           PIC 9(5).      *> Qtde. de depósitos efetuados
     05  WS-FTD-BALANCE              PIC S9(9)V99.  *> Passivo menos depositado
*>    Decomposição do FICA nas linhas 5a, 5c e 5d do 941: os salários
*>    e o imposto efetivamente retido de cada parcela, e o imposto
*>    recalculado pelas alíquotas do formulário sobre os salários
     05  WS-SS-WAGES-TOT             PIC 9(9)V99.   *> Salários do Seguro Social (5a)
     05  WS-SS-TAX-TOT               PIC 9(9)V99.   *> Seguro Social retido, duas partes
     05  WS-MED-WAGES-TOT            PIC 9(9)V99.   *> Salários do Medicare (5c)
     05  WS-MED-TAX-TOT              PIC 9(9)V99.   *> Medicare retido, duas partes
     05  WS-ADDL-MED-WAGES-TOT       PIC 9(9)V99.   *> Salários do adicional (5d)
     05  WS-ADDL-MED-TAX-TOT         PIC 9(9)V99.   *> Adicional do Medicare retido
     05  WS-LINE-5A-TAX              PIC 9(9)V99.   *> 5a: salários x 12,4%
     05  WS-LINE-5C-TAX              PIC 9(9)V99.   *> 5c: salários x 2,9%
     05  WS-LINE-5D-TAX              PIC 9(9)V99.   *> 5d: salários x 0,9%
     05  WS-LINE-5E-TAX              PIC 9(9)V99.   *> 5e: soma de 5a, 5c e 5d
     05  WS-CENTS-ADJ                PIC S9(9)V99.  *> Linha 7: retido menos recalculado
*>    Retenção de reserva dos prestadores (945) do trimestre: fica
*>    fora do 941 e só sai como nota, para o leitor saber que existe
     05  WS-945-WH-TOT               PIC 9(9)V99.

*>    Alíquotas impressas nas linhas 5a, 5c e 5d do formulário
 01  WS-941-RATES.
     05  WS-941-SS-RATE              PIC V999 VALUE .124.
     05  WS-941-MED-RATE             PIC V999 VALUE .029.
     05  WS-941-ADDL-MED-RATE        PIC V999 VALUE .009.

*>    Totais de SUTA por UF no trimestre pedido
 01  WS-SUTASUM-CONTROLS.
                   WS-CTL-REC-TOT
                   WS-FTD-MADE-TOT
                   WS-FTD-MADE-COUNT
                   WS-FTD-BALANCE
                   WS-SS-WAGES-TOT
                   WS-SS-TAX-TOT
                   WS-MED-WAGES-TOT
                   WS-MED-TAX-TOT
                   WS-ADDL-MED-WAGES-TOT
                   WS-ADDL-MED-TAX-TOT
                   WS-LINE-5A-TAX
                   WS-LINE-5C-TAX
                   WS-LINE-5D-TAX
                   WS-LINE-5E-TAX
                   WS-CENTS-ADJ
                   WS-945-WH-TOT.
     MOVE WS-PARM-QUARTER TO WS-HEAD-QUARTER-OUT.
     MOVE WS-PARM-YEAR TO WS-HEAD-YEAR-OUT.
     WRITE QR-REPORT-OUT FROM WS-HEADING
     END-READ.

*>    Processa uma linha do passivo: só as do trimestre e ano pedidos
*>    entram no cronograma de depósitos e nos totais; a linha do 945
*>    (retenção de reserva dos prestadores) só soma na nota à parte
 B20-LIAB-REC-PARA.
     IF QL-QUARTER = WS-PARM-QUARTER
             AND QL-RUN-DATE (1:4) = WS-PARM-YEAR
             AND QL-945-LIAB
         ADD QL-FED-WH TO WS-945-WH-TOT
     END-IF.
     IF QL-QUARTER = WS-PARM-QUARTER
             AND QL-RUN-DATE (1:4) = WS-PARM-YEAR
             AND NOT QL-945-LIAB
         ADD 1 TO WS-RUN-COUNT
         ADD QL-FED-WH TO WS-FED-WH-TOT
         ADD QL-FICA-EMPLE TO WS-FICA-EMPLE-TOT
         ADD QL-FICA-EMPR TO WS-FICA-EMPR-TOT
         ADD QL-CTL-EARN TO WS-CTL-EARN-TOT
         ADD QL-REC-COUNT TO WS-CTL-REC-TOT
         ADD QL-SS-WAGES TO WS-SS-WAGES-TOT
         ADD QL-SS-TAX TO WS-SS-TAX-TOT
         ADD QL-MED-WAGES TO WS-MED-WAGES-TOT
         ADD QL-MED-TAX TO WS-MED-TAX-TOT
         ADD QL-ADDL-MED-WAGES TO WS-ADDL-MED-WAGES-TOT
         ADD QL-ADDL-MED-TAX TO WS-ADDL-MED-TAX-TOT
         MOVE QL-RUN-DATE TO WS-DL-DATE-OUT
         MOVE QL-PERIOD-NBR TO WS-DL-PERIOD-OUT
         MOVE QL-FED-WH TO WS-DL-FED-OUT
         CLOSE FTD-MADE-FILE-IN
     END-IF.

*>    Acumula um depósito efetuado quando ele é do trimestre/ano
*>    pedidos e do 941 (os depósitos do 945 ficam de fora)
 C26-FTD-REC-PARA.
     IF FM-QUARTER = WS-PARM-QUARTER
             AND FM-PAY-DATE (1:4) = WS-PARM-YEAR
             AND FM-TAX-FORM NOT = "945 "
         ADD 1 TO WS-FTD-MADE-COUNT
         ADD FM-AMOUNT TO WS-FTD-MADE-TOT
     END-IF.
     MOVE WS-FED-WH-TOT TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
*>    Linhas 5a, 5c e 5d: salários de cada parcela e o imposto pelas
*>    alíquotas do formulário; a diferença para o efetivamente retido
*>    (arredondamento por funcionário e por execução) vai à linha 7
     COMPUTE WS-LINE-5A-TAX ROUNDED =
         WS-SS-WAGES-TOT * WS-941-SS-RATE.
     COMPUTE WS-LINE-5C-TAX ROUNDED =
         WS-MED-WAGES-TOT * WS-941-MED-RATE.
     COMPUTE WS-LINE-5D-TAX ROUNDED =
         WS-ADDL-MED-WAGES-TOT * WS-941-ADDL-MED-RATE.
     COMPUTE WS-LINE-5E-TAX =
         WS-LINE-5A-TAX + WS-LINE-5C-TAX + WS-LINE-5D-TAX.
     COMPUTE WS-CENTS-ADJ =
         WS-FICA-COMBINED-TOT - WS-LINE-5E-TAX.
     MOVE "SOCIAL SECURITY WAGES (LINE 5A COL 1):     "
         TO WS-WK-LABEL-OUT.
     MOVE WS-SS-WAGES-TOT TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "SOCIAL SECURITY TAX X .124 (LINE 5A COL 2):"
         TO WS-WK-LABEL-OUT.
     MOVE WS-LINE-5A-TAX TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "MEDICARE WAGES AND TIPS (LINE 5C COL 1):   "
         TO WS-WK-LABEL-OUT.
     MOVE WS-MED-WAGES-TOT TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "MEDICARE TAX X .029 (LINE 5C COL 2):       "
         TO WS-WK-LABEL-OUT.
     MOVE WS-LINE-5C-TAX TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "ADDL MEDICARE WAGES (LINE 5D COL 1):       "
         TO WS-WK-LABEL-OUT.
     MOVE WS-ADDL-MED-WAGES-TOT TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "ADDL MEDICARE TAX X .009 (LINE 5D COL 2):  "
         TO WS-WK-LABEL-OUT.
     MOVE WS-LINE-5D-TAX TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "TOTAL SS AND MEDICARE TAXES (LINE 5E):     "
         TO WS-WK-LABEL-OUT.
     MOVE WS-LINE-5E-TAX TO WS-WK-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "FRACTIONS OF CENTS ADJUSTMENT (LINE 7):    "
         TO WS-WKS-LABEL-OUT.
     MOVE WS-CENTS-ADJ TO WS-WKS-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-SIGNED-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "TOTAL TAX LIABILITY FOR THE QUARTER:       "
         TO WS-WK-LABEL-OUT.
     MOVE WS-TOTAL-LIABILITY TO WS-WK-AMOUNT-OUT.
     MOVE WS-FTD-BALANCE TO WS-WKS-AMOUNT-OUT.
     WRITE QR-REPORT-OUT FROM WS-WORKSHEET-SIGNED-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-945-WH-TOT > 0
         MOVE "MEMO: 945 BACKUP W/H (NOT ON THIS RETURN): "
             TO WS-WK-LABEL-OUT
         MOVE WS-945-WH-TOT TO WS-WK-AMOUNT-OUT
         WRITE QR-REPORT-OUT FROM WS-WORKSHEET-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     MOVE SPACES TO QR-REPORT-OUT.
     WRITE QR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
