*>    Informes de rendimentos impressos, um por página por funcionário
     SELECT WAGE-STMT-REPORT-OUT
         ASSIGN TO "W2_STMTS.DAT".
*>    Conjunto de registros de formato fixo para a entrega eletrônica;
*>    lido por PROG41, que o reconcilia contra os 941 do ano antes da
*>    liberação da entrega
     SELECT EFILE-FILE-OUT
         ASSIGN TO "W2_EFILE.DAT".
*>    Pares informado-antes/corrigido gravados por PROG24, lidos pelo
     05  YM-PERIODS-PAID             PIC 9(2).      *> Qtde. de períodos pagos no ano
     05  YM-STATUS                   PIC X(1).      *> Espaço/A=ativo  T=desligado
     05  YM-TERM-DATE                PIC X(8).      *> Data do desligamento (AAAAMMDD)
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.   *> Salários sujeitos ao Seguro Social no ano
     05  YM-YTD-SS-TAX               PIC 9(7)V99.   *> Seguro Social retido do empregado no ano
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.   *> Salários sujeitos ao Medicare no ano
     05  YM-YTD-MED-TAX              PIC 9(7)V99.   *> Medicare retido do empregado no ano

*>    Definição do arquivo mestre de funcionários, mantido por PROG7;
*>    o mesmo layout é declarado lá - os dois precisam andar juntos
     05  EM-RES-STATE                PIC X(2).      *> Jurisdição (UF) de residência
     05  EM-ADDL-FED-WH              PIC 9(3)V99.   *> Retenção federal adicional por período (W-4)
     05  EM-FICA-EXEMPT              PIC X(1).      *> Y=isento de FICA por lei (estudante)
     05  EM-PAY-FREQ                 PIC 9(2).      *> Períodos de pagamento/ano (52/26/24/12)
     05  EM-SSN-MISMATCH             PIC X(1).      *> Y=nome/CPF-SSN divergente na
*>                                                  *> verificação da SSA (PROG26)
     05  EM-WC-CLASS                 PIC X(4).      *> Classe de risco do seguro de
*>                                                  *> acidentes (vazio = classe padrão
*>                                                  *> do departamento)
     05  EM-WORK-LOCALITY            PIC X(4).      *> Município/localidade de trabalho
*>                                                  *> (vazio = só o mínimo estadual)
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (calendário
*>                                                  *> próprio em PERCAL.DAT; espaços =
*>                                                  *> grupo padrão da instalação)
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Definição do acumulado estadual do ano; o mesmo layout de PROG6
 FD  STATE-YTD-FILE

*>    Definição do arquivo de entrega eletrônica: um registro "RW" por
*>    funcionário e um registro "RT" de totais no final, todos de
*>    formato fixo de 128 posições
 FD  EFILE-FILE-OUT
         RECORD CONTAINS 128 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EF-EFILE-REC.
 01  EF-EFILE-REC                    PIC X(128).

*>    Definição dos pares informado-antes/corrigido; o mesmo layout é
*>    gravado por PROG24 - os dois precisam andar juntos
     05  FILLER                      PIC X(9).

*>    Definição do arquivo eletrônico de correção do modo W2C, no
*>    mesmo formato fixo de 128 do arquivo anual
 FD  W2C-EFILE-FILE-OUT
         RECORD CONTAINS 128 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EC-EFILE-REC.
 01  EC-EFILE-REC                    PIC X(128).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
     05  WS-STMT-TAX-TOT             PIC 9(9)V99.   *> Total de imposto federal nos informes
     05  WS-EFILE-EARN-TOT           PIC 9(9)V99.   *> Total de rendimentos no arquivo eletrônico
     05  WS-EFILE-TAX-TOT            PIC 9(9)V99.   *> Total de imposto federal no arquivo eletrônico
*>    Caixas 3 a 6 (Seguro Social e Medicare), nas mesmas três apurações
     05  WS-YTD-SS-WAGES-TOT         PIC 9(9)V99.
     05  WS-YTD-SS-TAX-TOT           PIC 9(9)V99.
     05  WS-YTD-MED-WAGES-TOT        PIC 9(9)V99.
     05  WS-YTD-MED-TAX-TOT          PIC 9(9)V99.
     05  WS-STMT-SS-WAGES-TOT        PIC 9(9)V99.
     05  WS-STMT-SS-TAX-TOT          PIC 9(9)V99.
     05  WS-STMT-MED-WAGES-TOT       PIC 9(9)V99.
     05  WS-STMT-MED-TAX-TOT         PIC 9(9)V99.
     05  WS-EFILE-SS-WAGES-TOT       PIC 9(9)V99.
     05  WS-EFILE-SS-TAX-TOT         PIC 9(9)V99.
     05  WS-EFILE-MED-WAGES-TOT      PIC 9(9)V99.
     05  WS-EFILE-MED-TAX-TOT        PIC 9(9)V99.

*>    Ano-calendário informado na linha de comando, impresso nos informes
 01  WS-TAX-YEAR                     PIC X(4).
     05  WS-RC-OLD-TAX               PIC 9(9)V99.
     05  WS-RC-NEW-EARN              PIC 9(9)V99.
     05  WS-RC-NEW-TAX               PIC 9(9)V99.
     05  FILLER                      PIC X(69) VALUE SPACES.

*>    Mestre de empresas carregado na abertura, para o bloco de
*>    identificação do empregador de cada informe
     05  WS-STMT-TAX-OUT             PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(56) VALUE SPACES.

*>    Linhas das caixas 3/4 (Seguro Social) e 5/6 (Medicare, com o
*>    adicional retido acima do limite incluído na caixa 6)
 01  WS-STMT-FICA-LINE.
     05  WS-STMT-FICA-WAGE-LBL       PIC X(26).
     05  WS-STMT-FICA-WAGES-OUT      PIC Z,ZZZ,ZZZ.99.
     05  WS-STMT-FICA-TAX-LBL        PIC X(26).
     05  WS-STMT-FICA-TAX-OUT        PIC Z,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(56) VALUE SPACES.

*>    Linha das caixas estaduais do informe (uma por jurisdição com
*>    acumulado no ano)
 01  WS-STMT-STATE-LINE.
     05  WS-EF-EARNINGS              PIC 9(9)V99.   *> Rendimento anual, sem vírgula
     05  WS-EF-FED-TAX               PIC 9(9)V99.   *> Imposto federal anual, sem vírgula
     05  WS-EF-ZIP                   PIC X(9).
     05  WS-EF-SS-WAGES              PIC 9(9)V99.   *> Caixa 3, sem vírgula
     05  WS-EF-SS-TAX                PIC 9(9)V99.   *> Caixa 4, sem vírgula
     05  WS-EF-MED-WAGES             PIC 9(9)V99.   *> Caixa 5, sem vírgula
     05  WS-EF-MED-TAX               PIC 9(9)V99.   *> Caixa 6, sem vírgula
     05  WS-EF-COMPANY               PIC X(2).      *> Empresa do registro YTD, para a
*>                                                  *> reconciliação 941/W-2 por EIN
     05  FILLER                      PIC X(18) VALUE SPACES.

*>    Registro "RT" (totais) do arquivo de entrega eletrônica
 01  WS-EFILE-RT-REC.
     05  WS-EF-TOT-COUNT             PIC 9(7).
     05  WS-EF-TOT-EARNINGS          PIC 9(11)V99.
     05  WS-EF-TOT-FED-TAX           PIC 9(11)V99.
     05  WS-EF-TOT-SS-WAGES          PIC 9(11)V99.
     05  WS-EF-TOT-SS-TAX            PIC 9(11)V99.
     05  WS-EF-TOT-MED-WAGES         PIC 9(11)V99.
     05  WS-EF-TOT-MED-TAX           PIC 9(11)V99.
     05  FILLER                      PIC X(41) VALUE SPACES.

*>    Cabeçalho da página de balanceamento
 01  WS-BAL-HEADING.
     05  WS-BAL-TAX-OUT              PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(64) VALUE SPACES.

*>    Linha das caixas 3 a 6 da página de balanceamento
 01  WS-BAL-FICA-LINE.
     05  WS-BALF-LABEL-OUT           PIC X(30).
     05  WS-BALF-SS-WAGES-OUT        PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BALF-SS-TAX-OUT          PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BALF-MED-WAGES-OUT       PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-BALF-MED-TAX-OUT         PIC ZZZ,ZZZ,ZZZ.99.
     05  FILLER                      PIC X(40) VALUE SPACES.

*>    Linha de veredicto da página de balanceamento
 01  WS-BAL-VERDICT-LINE.
     05  WS-BAL-VERDICT-OUT          PIC X(60).
                   WS-STMT-EARN-TOT
                   WS-STMT-TAX-TOT
                   WS-EFILE-EARN-TOT
                   WS-EFILE-TAX-TOT
                   WS-YTD-SS-WAGES-TOT
                   WS-YTD-SS-TAX-TOT
                   WS-YTD-MED-WAGES-TOT
                   WS-YTD-MED-TAX-TOT
                   WS-STMT-SS-WAGES-TOT
                   WS-STMT-SS-TAX-TOT
                   WS-STMT-MED-WAGES-TOT
                   WS-STMT-MED-TAX-TOT
                   WS-EFILE-SS-WAGES-TOT
                   WS-EFILE-SS-TAX-TOT
                   WS-EFILE-MED-WAGES-TOT
                   WS-EFILE-MED-TAX-TOT.

*>    Carrega o mestre de empresas para a tabela em memória; o arquivo
*>    pode não existir e nesse caso o bloco do empregador sai em branco
 B20-STATEMENT-PARA.
     ADD YM-YTD-EARNINGS TO WS-YTD-EARN-TOT.
     ADD YM-YTD-FED-TAX TO WS-YTD-TAX-TOT.
     ADD YM-YTD-SS-WAGES TO WS-YTD-SS-WAGES-TOT.
     ADD YM-YTD-SS-TAX TO WS-YTD-SS-TAX-TOT.
     ADD YM-YTD-MED-WAGES TO WS-YTD-MED-WAGES-TOT.
     ADD YM-YTD-MED-TAX TO WS-YTD-MED-TAX-TOT.
     PERFORM B21-FETCH-EMPL-PARA.
     PERFORM C10-PRINT-STMT-PARA.
     PERFORM C20-EFILE-DETAIL-PARA.
         AFTER ADVANCING 1 LINE.
     WRITE WG-STMT-OUT FROM WS-STMT-AMOUNT-LINE
         AFTER ADVANCING 1 LINE.
*>    Caixas 3 a 6: Seguro Social e Medicare acumulados pela folha
     MOVE "SOCIAL SECURITY WAGES:    " TO WS-STMT-FICA-WAGE-LBL.
     MOVE YM-YTD-SS-WAGES TO WS-STMT-FICA-WAGES-OUT.
     MOVE "   SOC SEC TAX WITHHELD:  " TO WS-STMT-FICA-TAX-LBL.
     MOVE YM-YTD-SS-TAX TO WS-STMT-FICA-TAX-OUT.
     WRITE WG-STMT-OUT FROM WS-STMT-FICA-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "MEDICARE WAGES AND TIPS:  " TO WS-STMT-FICA-WAGE-LBL.
     MOVE YM-YTD-MED-WAGES TO WS-STMT-FICA-WAGES-OUT.
     MOVE "   MEDICARE TAX WITHHELD: " TO WS-STMT-FICA-TAX-LBL.
     MOVE YM-YTD-MED-TAX TO WS-STMT-FICA-TAX-OUT.
     WRITE WG-STMT-OUT FROM WS-STMT-FICA-LINE
         AFTER ADVANCING 1 LINE.
*>    Caixas estaduais: uma linha por jurisdição com acumulado no ano
     PERFORM C15-STATE-BOXES-PARA.
     IF NOT WS-EMPL-MASTER-FOUND
     ADD 1 TO WS-STMT-COUNT.
     ADD YM-YTD-EARNINGS TO WS-STMT-EARN-TOT.
     ADD YM-YTD-FED-TAX TO WS-STMT-TAX-TOT.
     ADD YM-YTD-SS-WAGES TO WS-STMT-SS-WAGES-TOT.
     ADD YM-YTD-SS-TAX TO WS-STMT-SS-TAX-TOT.
     ADD YM-YTD-MED-WAGES TO WS-STMT-MED-WAGES-TOT.
     ADD YM-YTD-MED-TAX TO WS-STMT-MED-TAX-TOT.

*>    Imprime as caixas estaduais do informe: posiciona o acumulado
*>    estadual na primeira jurisdição do funcionário (empresa+CPF/SSN)
     MOVE YM-YTD-EARNINGS TO WS-EF-EARNINGS.
     MOVE YM-YTD-FED-TAX TO WS-EF-FED-TAX.
     MOVE EM-ADDR-ZIP TO WS-EF-ZIP.
     MOVE YM-YTD-SS-WAGES TO WS-EF-SS-WAGES.
     MOVE YM-YTD-SS-TAX TO WS-EF-SS-TAX.
     MOVE YM-YTD-MED-WAGES TO WS-EF-MED-WAGES.
     MOVE YM-YTD-MED-TAX TO WS-EF-MED-TAX.
     MOVE YM-COMPANY TO WS-EF-COMPANY.
     WRITE EF-EFILE-REC FROM WS-EFILE-RW-REC.
     ADD YM-YTD-EARNINGS TO WS-EFILE-EARN-TOT.
     ADD YM-YTD-FED-TAX TO WS-EFILE-TAX-TOT.
     ADD WS-EF-SS-WAGES TO WS-EFILE-SS-WAGES-TOT.
     ADD WS-EF-SS-TAX TO WS-EFILE-SS-TAX-TOT.
     ADD WS-EF-MED-WAGES TO WS-EFILE-MED-WAGES-TOT.
     ADD WS-EF-MED-TAX TO WS-EFILE-MED-TAX-TOT.

*>    Grava o registro "RT" de totais no final do arquivo eletrônico
 C30-EFILE-TRAILER-PARA.
     MOVE WS-STMT-COUNT TO WS-EF-TOT-COUNT.
     MOVE WS-EFILE-EARN-TOT TO WS-EF-TOT-EARNINGS.
     MOVE WS-EFILE-TAX-TOT TO WS-EF-TOT-FED-TAX.
     MOVE WS-EFILE-SS-WAGES-TOT TO WS-EF-TOT-SS-WAGES.
     MOVE WS-EFILE-SS-TAX-TOT TO WS-EF-TOT-SS-TAX.
     MOVE WS-EFILE-MED-WAGES-TOT TO WS-EF-TOT-MED-WAGES.
     MOVE WS-EFILE-MED-TAX-TOT TO WS-EF-TOT-MED-TAX.
     WRITE EF-EFILE-REC FROM WS-EFILE-RT-REC.

*>    Imprime a página de balanceamento: os totais do mestre YTD, dos
     MOVE WS-EFILE-TAX-TOT TO WS-BAL-TAX-OUT.
     WRITE WG-STMT-OUT FROM WS-BAL-LINE
         AFTER ADVANCING 1 LINE.
*>    Caixas 3 a 6 nas mesmas três apurações
     MOVE SPACES TO WG-STMT-OUT.
     WRITE WG-STMT-OUT
         AFTER ADVANCING 1 LINE.
     MOVE "YTD MASTER BOXES 3-6        " TO WS-BALF-LABEL-OUT.
     MOVE WS-YTD-SS-WAGES-TOT TO WS-BALF-SS-WAGES-OUT.
     MOVE WS-YTD-SS-TAX-TOT TO WS-BALF-SS-TAX-OUT.
     MOVE WS-YTD-MED-WAGES-TOT TO WS-BALF-MED-WAGES-OUT.
     MOVE WS-YTD-MED-TAX-TOT TO WS-BALF-MED-TAX-OUT.
     WRITE WG-STMT-OUT FROM WS-BAL-FICA-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "PRINTED STATEMENT BOXES 3-6 " TO WS-BALF-LABEL-OUT.
     MOVE WS-STMT-SS-WAGES-TOT TO WS-BALF-SS-WAGES-OUT.
     MOVE WS-STMT-SS-TAX-TOT TO WS-BALF-SS-TAX-OUT.
     MOVE WS-STMT-MED-WAGES-TOT TO WS-BALF-MED-WAGES-OUT.
     MOVE WS-STMT-MED-TAX-TOT TO WS-BALF-MED-TAX-OUT.
     WRITE WG-STMT-OUT FROM WS-BAL-FICA-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "E-FILE RECORD BOXES 3-6     " TO WS-BALF-LABEL-OUT.
     MOVE WS-EFILE-SS-WAGES-TOT TO WS-BALF-SS-WAGES-OUT.
     MOVE WS-EFILE-SS-TAX-TOT TO WS-BALF-SS-TAX-OUT.
     MOVE WS-EFILE-MED-WAGES-TOT TO WS-BALF-MED-WAGES-OUT.
     MOVE WS-EFILE-MED-TAX-TOT TO WS-BALF-MED-TAX-OUT.
     WRITE WG-STMT-OUT FROM WS-BAL-FICA-LINE
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO WG-STMT-OUT.
     WRITE WG-STMT-OUT
         AFTER ADVANCING 1 LINE.
             AND WS-STMT-EARN-TOT = WS-EFILE-EARN-TOT
             AND WS-YTD-TAX-TOT = WS-STMT-TAX-TOT
             AND WS-STMT-TAX-TOT = WS-EFILE-TAX-TOT
             AND WS-YTD-SS-WAGES-TOT = WS-STMT-SS-WAGES-TOT
             AND WS-STMT-SS-WAGES-TOT = WS-EFILE-SS-WAGES-TOT
             AND WS-YTD-SS-TAX-TOT = WS-STMT-SS-TAX-TOT
             AND WS-STMT-SS-TAX-TOT = WS-EFILE-SS-TAX-TOT
             AND WS-YTD-MED-WAGES-TOT = WS-STMT-MED-WAGES-TOT
             AND WS-STMT-MED-WAGES-TOT = WS-EFILE-MED-WAGES-TOT
             AND WS-YTD-MED-TAX-TOT = WS-STMT-MED-TAX-TOT
             AND WS-STMT-MED-TAX-TOT = WS-EFILE-MED-TAX-TOT
         MOVE "STATEMENTS IN BALANCE WITH YTD MASTER AND E-FILE"
             TO WS-BAL-VERDICT-OUT
     ELSE
