     05  RC-RECS-REJECTED            PIC 9(5).    *> Registros rejeitados
     05  RC-CTL-EARN-TOT             PIC 9(7)V99. *> Total de rendimentos do período
     05  RC-PERIOD-NBR               PIC 9(2).    *> Período de pagamento processado
     05  FILLER                      PIC X(10).   *> Vigência das faixas e empresa
     05  RC-OFFCYCLE-SEQ             PIC 9(2).    *> Sequência da execução avulsa (0 = regular)
     05  FILLER                      PIC X(4).

*>    Definição do extrato CSV; só as colunas usadas pela amostragem
*>    têm nome, como no modo de comparação de PROG6
     05  YM-PERIODS-PAID             PIC 9(2).
     05  YM-STATUS                   PIC X(1).
     05  YM-TERM-DATE                PIC X(8).
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.
     05  YM-YTD-SS-TAX               PIC 9(7)V99.
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.
     05  YM-YTD-MED-TAX              PIC 9(7)V99.

*>    Certificado de balanceamento (linha de 132 colunas)
 FD  CERT-REPORT-OUT
     05  WS-CTL-EARN-TOT             PIC 9(7)V99.
     05  WS-CTL-RUN-DATE             PIC X(8).
     05  WS-CTL-PERIOD               PIC 9(2).
     05  WS-CTL-OFFCYCLE-SEQ         PIC 9(2).

*>    Contagens apuradas dos arquivos do fluxo
 01  WS-STREAM-COUNTS.
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(9) VALUE "  PERIOD ".
     05  WS-HEAD-PERIOD-OUT          PIC Z9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-HEAD-RUN-OUT             PIC X(16).
     05  FILLER                      PIC X(47) VALUE SPACES.

*>    Linha de valor do certificado
 01  WS-CERT-LINE.
     MOVE "N" TO WS-CTL-EOF-SWITCH.
     MOVE SPACES TO WS-TRAILER-READ-SWITCH.
     MOVE ZEROS TO WS-CTL-RECS-READ WS-CTL-RECS-REJECTED
                   WS-CTL-EARN-TOT WS-CTL-PERIOD
                   WS-CTL-OFFCYCLE-SEQ.
     MOVE SPACES TO WS-CTL-RUN-DATE.
     OPEN INPUT RUN-CONTROL-FILE-IN.
     IF WS-CTL-MISSING
                 MOVE RC-CTL-EARN-TOT TO WS-CTL-EARN-TOT
                 MOVE RC-RUN-DATE TO WS-CTL-RUN-DATE
                 MOVE RC-PERIOD-NBR TO WS-CTL-PERIOD
*>    Controle gravado antes da sequência existir traz brancos: regular
                 IF RC-OFFCYCLE-SEQ IS NUMERIC
                     MOVE RC-OFFCYCLE-SEQ TO WS-CTL-OFFCYCLE-SEQ
                 ELSE
                     MOVE ZEROS TO WS-CTL-OFFCYCLE-SEQ
                 END-IF
             END-IF
     END-READ.

 C20-CERTIFICATE-PARA.
     MOVE WS-CTL-RUN-DATE TO WS-HEAD-DATE-OUT.
     MOVE WS-CTL-PERIOD TO WS-HEAD-PERIOD-OUT.
     MOVE SPACES TO WS-HEAD-RUN-OUT.
     IF WS-CTL-OFFCYCLE-SEQ > 0
         STRING "OFF-CYCLE RUN " WS-CTL-OFFCYCLE-SEQ
             DELIMITED BY SIZE INTO WS-HEAD-RUN-OUT
     ELSE
         MOVE "REGULAR RUN" TO WS-HEAD-RUN-OUT
     END-IF.
     WRITE CT-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO CT-REPORT-OUT.
              "NEXT CYCLE ***" TO WS-VERDICT-OUT
         MOVE 8 TO RETURN-CODE
     ELSE
*>    A execução avulsa não fecha o período: libera só os próprios
*>    pagamentos, e o período continua com a execução regular
         IF WS-CTL-OFFCYCLE-SEQ > 0
             MOVE "STREAM IN BALANCE - OFF-CYCLE PAYMENTS CLEARED " &
                  "FOR RELEASE" TO WS-VERDICT-OUT
         ELSE
             MOVE "STREAM IN BALANCE - CLEARED FOR THE NEXT CYCLE"
                 TO WS-VERDICT-OUT
         END-IF
     END-IF.
     WRITE CT-REPORT-OUT FROM WS-VERDICT-LINE
         AFTER ADVANCING 1 LINE.
