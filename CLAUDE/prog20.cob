*>            devido. O calendário do depositante vem do 1º parâmetro:
*>            M = mensal (vence dia 15 do mês seguinte), S = semanal
*>            dupla (pagamento qua-sex vence na quarta seguinte,
*>            sáb-ter vence na sexta seguinte). As linhas do 945
*>            (retenção de reserva de prestadores, gravadas por
*>            PROG37) seguem o mesmo calendário, em depósitos próprios
*>            com o formulário 945
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================
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

*>    Definição do arquivo de depósitos efetuados; o mesmo layout é
*>    declarado em PROG11, que o reconcilia - os dois precisam andar
     05  FM-QUARTER                  PIC 9(1).      *> Trimestre civil da execução
     05  FM-DUE-DATE                 PIC X(8).      *> Vencimento calculado do depósito
     05  FM-AMOUNT                   PIC 9(9)V99.   *> Valor do depósito
     05  FM-TAX-FORM                 PIC X(4).      *> 941/945 (espaços = 941)
     05  FILLER                      PIC X(26).

*>    Definição do arquivo mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
         DATA RECORD IS EP-EFTPS-REC.
 01  EP-EFTPS-REC.
     05  EP-EIN                      PIC X(10).     *> EIN do empregador
     05  EP-TAX-FORM                 PIC X(4).      *> Formulário (941 ou 945)
     05  EP-DUE-DATE                 PIC X(8).      *> Vencimento do depósito
     05  EP-AMOUNT                   PIC 9(9)V99.   *> Valor do depósito
     05  EP-PAY-DATE                 PIC X(8).      *> Data de pagamento da execução
 01  WS-EIN                          PIC X(10).

*>    Tabela dos depósitos já agendados (chave: data de pagamento +
*>    período + formulário), carregada de FTDMADE.DAT na abertura
 01  WS-MADE-CONTROLS.
     05  WS-MADE-COUNT               PIC 9(5) COMP.
 01  WS-MADE-TABLE.
                                      INDEXED BY MD-INDEX.
         10  WS-MADE-DATE-ENTRY      PIC X(8).
         10  WS-MADE-PERIOD-ENTRY    PIC 9(2).
         10  WS-MADE-FORM-ENTRY      PIC X(4).

*>    Área de trabalho de datas: a data corrente das rotinas de
*>    calendário, o dia da semana (0=sábado ... 6=sexta, congruência
 01  WS-DEPOSIT-WORK.
     05  WS-LIAB-AMT                 PIC 9(9)V99.   *> Passivo da execução (fed + FICA x2)
     05  WS-DUE-DATE                 PIC X(8).      *> Vencimento calculado
     05  WS-LIAB-FORM                PIC X(4).      *> Formulário da linha (941/945)

*>    Totalizadores do agendamento
 01  WS-TOTALS.
     05  WS-DL-DUE-OUT               PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DL-DISP-OUT              PIC X(30).
     05  FILLER                      PIC X(7) VALUE " FORM: ".
     05  WS-DL-FORM-OUT              PIC X(4).
     05  FILLER                      PIC X(33) VALUE SPACES.

*>    Linha de totais do agendamento
 01  WS-FTD-TOTAL-LINE.
         SET MD-INDEX TO WS-MADE-COUNT
         MOVE FM-PAY-DATE TO WS-MADE-DATE-ENTRY (MD-INDEX)
         MOVE FM-PERIOD-NBR TO WS-MADE-PERIOD-ENTRY (MD-INDEX)
         MOVE FM-TAX-FORM TO WS-MADE-FORM-ENTRY (MD-INDEX)
         IF WS-MADE-FORM-ENTRY (MD-INDEX) = SPACES
             MOVE "941 " TO WS-MADE-FORM-ENTRY (MD-INDEX)
         END-IF
     END-IF.
     READ FTD-MADE-FILE
         AT END MOVE "Y" TO WS-MADE-EOF-SWITCH

*>    Processa uma linha do passivo: calcula o passivo da execução,
*>    pula as já agendadas e agenda as novas com o vencimento das
*>    regras do depositante. A linha do 945 (retenção de reserva dos
*>    prestadores) só traz o imposto retido e sai no EFTPS com o
*>    formulário 945, num depósito separado do 941
 B20-LIAB-REC-PARA.
     ADD 1 TO WS-LIAB-READ-COUNT.
     COMPUTE WS-LIAB-AMT =
         QL-FED-WH + QL-FICA-EMPLE + QL-FICA-EMPR.
     IF QL-945-LIAB
         MOVE "945 " TO WS-LIAB-FORM
     ELSE
         MOVE "941 " TO WS-LIAB-FORM
     END-IF.
     MOVE "N" TO WS-MADE-FOUND-SWITCH.
     IF WS-MADE-COUNT > 0
         SET MD-INDEX TO 1
             WHEN WS-MADE-DATE-ENTRY (MD-INDEX) = QL-RUN-DATE
                     AND WS-MADE-PERIOD-ENTRY (MD-INDEX) =
                         QL-PERIOD-NBR
                     AND WS-MADE-FORM-ENTRY (MD-INDEX) = WS-LIAB-FORM
                 MOVE "Y" TO WS-MADE-FOUND-SWITCH
         END-SEARCH
     END-IF.
     MOVE QL-RUN-DATE TO WS-DL-PAY-DATE-OUT.
     MOVE WS-LIAB-AMT TO WS-DL-AMT-OUT.
     MOVE WS-LIAB-FORM TO WS-DL-FORM-OUT.
     IF WS-MADE-FOUND
         ADD 1 TO WS-ALREADY-MADE-COUNT
         MOVE SPACES TO WS-DL-DUE-OUT
*>    depósitos efetuados
 B40-SCHEDULE-DEPOSIT-PARA.
     MOVE WS-EIN TO EP-EIN.
     MOVE WS-LIAB-FORM TO EP-TAX-FORM.
     MOVE WS-DUE-DATE TO EP-DUE-DATE.
     MOVE WS-LIAB-AMT TO EP-AMOUNT.
     MOVE QL-RUN-DATE TO EP-PAY-DATE.
     MOVE QL-QUARTER TO FM-QUARTER.
     MOVE WS-DUE-DATE TO FM-DUE-DATE.
     MOVE WS-LIAB-AMT TO FM-AMOUNT.
     MOVE WS-LIAB-FORM TO FM-TAX-FORM.
     WRITE FM-FTDMADE-REC.
     ADD 1 TO WS-SCHEDULED-COUNT.
     ADD WS-LIAB-AMT TO WS-SCHEDULED-AMT-TOT.
