     05  SR-PERCENT                  PIC V99.       *> Percentual sobre o excesso

 FD  PERIOD-CAL-FILE-IN
         RECORD CONTAINS 21 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PP-PERIOD-REC.
 01  PP-PERIOD-REC.
     05  PP-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (brancos = padrão)
     05  PP-PERIOD-NBR               PIC 9(2).      *> Número do período no ano
     05  PP-START-DATE               PIC X(8).      *> Data inicial (AAAAMMDD)
     05  PP-END-DATE                 PIC X(8).      *> Data final (AAAAMMDD)
 01  WS-DATE-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-CHECK-DATE               PIC X(8).
*>    Grupo de pagamento da execução conferida: PROG6_PAY_GROUP do
*>    ambiente, como na folha (brancos = grupo padrão)
     05  WS-RUN-PAY-GROUP            PIC X(2).

*>    Escolha da vigência das faixas, como B15-LOAD-TAX-RATES-PARA
 01  WS-RATES-CONTROLS.
     IF WS-CHECK-DATE NOT NUMERIC OR WS-CHECK-DATE = SPACES
         MOVE WS-RUN-DATE TO WS-CHECK-DATE
     END-IF.
     ACCEPT WS-RUN-PAY-GROUP FROM ENVIRONMENT "PROG6_PAY_GROUP"
         ON EXCEPTION MOVE SPACES TO WS-RUN-PAY-GROUP
     END-ACCEPT.
     PERFORM B20-CHECK-LOCK-PARA.
     PERFORM B30-CHECK-CALENDAR-PARA.
     PERFORM B40-CHECK-TAXRATES-PARA.
         END-IF
     END-IF.

*>    Examina um período do calendário do grupo contra a data de
*>    pagamento
 B31-CAL-REC-PARA.
     IF PP-PAY-GROUP = WS-RUN-PAY-GROUP
             AND WS-CHECK-DATE >= PP-START-DATE
             AND WS-CHECK-DATE <= PP-END-DATE
         MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
         IF PP-STATUS = "P"
