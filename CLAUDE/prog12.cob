     05  RH-REC-VAR                  PIC S9(7).     *> Variação de contagem da reconciliação
     05  RH-EARN-VAR                 PIC S9(7)V99.  *> Variação de rendimentos da reconciliação
     05  RH-DISPOSITION              PIC X(12).     *> Disposição final da execução
     05  FILLER                      PIC X(8).
     05  RH-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(1).

*>    Resumo operacional (linha de 132 colunas)
 FD  OPS-REPORT-OUT
     05  FILLER                      PIC X(11) VALUE "EARN VAR".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(12) VALUE "DISPOSITION".
     05  FILLER                      PIC X(17) VALUE SPACES.
     05  FILLER                      PIC X(2) VALUE "PG".
     05  FILLER                      PIC X(21) VALUE SPACES.

*>    Linha de detalhe do resumo (uma execução)
 01  WS-HIST-LINE.
     05  WS-HL-DISP-OUT              PIC X(12).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-HL-FLAG-OUT              PIC X(13).     *> Destaque de exceção
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-HL-GROUP-OUT             PIC X(2).      *> Grupo de pagamento
     05  FILLER                      PIC X(39) VALUE SPACES.

*>    Linha de totais do resumo operacional
 01  WS-OPS-TOTAL-LINE.
         MOVE RH-REC-VAR TO WS-HL-RECVAR-OUT
         MOVE RH-EARN-VAR TO WS-HL-EARNVAR-OUT
         MOVE RH-DISPOSITION TO WS-HL-DISP-OUT
         MOVE RH-PAY-GROUP TO WS-HL-GROUP-OUT
         MOVE SPACES TO WS-HL-FLAG-OUT
         IF (RH-DISPOSITION NOT = "NORMAL"
                 AND RH-DISPOSITION NOT = "LOOKUP"
                 AND RH-DISPOSITION NOT = "SIMULATE"
                 AND RH-DISPOSITION NOT = "GROSSUP"
                 AND RH-DISPOSITION NOT = "INQUIRE"
                 AND RH-DISPOSITION NOT = "COMPARE"
                 AND RH-DISPOSITION NOT = "FORECAST"
                 AND RH-DISPOSITION NOT = "CASHRECON")
                 OR RH-REC-VAR NOT = 0
                 OR RH-EARN-VAR NOT = 0
             MOVE "*** REVIEW **" TO WS-HL-FLAG-OUT
