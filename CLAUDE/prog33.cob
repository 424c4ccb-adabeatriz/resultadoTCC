*>            contrapartida do 401k) NUNCA vêm da transação: a
*>            alteração preserva-os e só a adesão num espaço vazio os
*>            zera. Todo toque sai no relatório de auditoria com as
*>            imagens antes/depois. Cada encerramento aplicado
*>            também fica registrado em BENSTOP.DAT, com o plano, a
*>            cobertura e a vigência do encerramento, porque o espaço
*>            do plano é limpo no mestre: é desse registro que a
*>            extração de eventos COBRA (PROG49) sabe o que estava em
*>            vigor
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS BN-SSN
         FILE STATUS IS WS-BENMAST-FILE-STATUS.
*>    Registro dos encerramentos de plano aplicados, acumulado em
*>    EXTEND; lido pela extração de eventos COBRA
     SELECT BEN-STOP-LOG-OUT
         ASSIGN TO "BENSTOP.DAT"
         FILE STATUS IS WS-BENSTOP-FILE-STATUS.
*>    Relatório de auditoria da manutenção (antes/depois)
     SELECT BEN-MAINT-REPORT-OUT
         ASSIGN TO "BENMAINT_RPT.DAT".
     05  BT-RATE-AMT-IN              PIC 9(5)V99.   *> Valor fixo ou percentual (PP.pp)
     05  BT-ANNUAL-CAP-IN            PIC 9(7)V99.   *> Teto anual (zero = sem teto)
     05  BT-EFF-DATE-IN              PIC X(8).      *> Vigência da eleição (AAAAMMDD)
     05  BT-TIER-IN                  PIC X(1).      *> Cobertura E/S/C/F (espaço =
*>                                                  *> mantém; na adesão de plano de
*>                                                  *> saúde assume E)
     05  FILLER                      PIC X(1).

 FD  BEN-PENDING-FILE
         RECORD CONTAINS 40 CHARACTERS
         10  BN-YTD-TAKEN             PIC 9(7)V99.  *> Acumulado tomado no ano
         10  BN-ARREARS               PIC 9(5)V99.  *> Atraso do plano
     05  BN-MATCH-YTD                PIC 9(7)V99.   *> Contrapartida 401(k) no ano
     05  BN-TIER-ENTRY               OCCURS 3 TIMES.
         10  BN-COVER-TIER           PIC X(1).      *> Cobertura do plano do espaço:
*>                                                  *> E=só o empregado  S=com cônjuge
*>                                                  *> C=com filhos  F=família
     05  FILLER                      PIC X(1).

*>    Definição do registro de encerramentos; o mesmo layout é
*>    declarado em PROG49
 FD  BEN-STOP-LOG-OUT
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS BS-STOP-REC.
 01  BS-STOP-REC.
     05  BS-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  BS-PLAN-CODE                PIC X(3).      *> Plano encerrado
     05  BS-COVER-TIER               PIC X(1).      *> Cobertura que estava em vigor
     05  BS-METHOD                   PIC X(1).      *> Método do desconto encerrado
     05  BS-RATE-AMT                 PIC 9(5)V99.   *> Valor/percentual encerrado
     05  BS-STOP-DATE                PIC X(8).      *> Vigência do encerramento (AAAAMMDD)
     05  BS-RUN-DATE                 PIC X(8).      *> Execução que aplicou (AAAAMMDD)
     05  FILLER                      PIC X(23).

*>    Relatório de auditoria (linha de 132 colunas)
 FD  BEN-MAINT-REPORT-OUT
     05  WS-BENMAST-FILE-STATUS      PIC X(2).
         88  WS-BENMAST-OK           VALUE "00".
         88  WS-BENMAST-MISSING      VALUE "35".
     05  WS-BENSTOP-FILE-STATUS      PIC X(2).
         88  WS-BENSTOP-MISSING      VALUE "35".
     05  WS-MASTER-FOUND-SWITCH      PIC X(1).
         88  WS-MASTER-FOUND         VALUE "Y".
     05  WS-PLAN-VALID-SWITCH        PIC X(1).
         10  WS-TX-RATE-AMT          PIC 9(5)V99.
         10  WS-TX-ANNUAL-CAP        PIC 9(7)V99.
         10  WS-TX-EFF-DATE          PIC X(8).
         10  WS-TX-TIER              PIC X(1).
         10  FILLER                  PIC X(1).
     05  WS-TXN-SLOT                 PIC 9(1).      *> Espaço do plano alcançado
     05  WS-SCAN-SLOT                PIC 9(1).      *> Varredura dos espaços

     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-YTD-OUT               PIC Z,ZZZ,ZZ9.99.
     05  WS-AU-REASON-OUT            PIC X(32).     *> Motivo/observação
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-TIER-OUT              PIC X(1).      *> Cobertura
     05  FILLER                      PIC X(33) VALUE SPACES.

*>    Linha de totais da manutenção
 01  WS-BEN-TOTAL-LINE.
         OPEN I-O BEN-MASTER-FILE
     END-IF.
     OPEN OUTPUT BEN-MAINT-REPORT-OUT.
     OPEN EXTEND BEN-STOP-LOG-OUT.
     IF WS-BENSTOP-MISSING
         OPEN OUTPUT BEN-STOP-LOG-OUT
     END-IF.
     PERFORM B10-INIT-PARA.
*>    Primeiro a fila de eleições futuras: as que a vigência alcançou
*>    são aplicadas, as demais voltam para a fila
     CLOSE BEN-PENDING-FILE.
     PERFORM C20-TOTAL-PARA.
     CLOSE BEN-MASTER-FILE
           BEN-STOP-LOG-OUT
           BEN-MAINT-REPORT-OUT.
     STOP RUN.

             MOVE "N" TO WS-PLAN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-PLAN-VALID
         IF WS-TX-TIER NOT = SPACE AND WS-TX-TIER NOT = "E"
                 AND WS-TX-TIER NOT = "S" AND WS-TX-TIER NOT = "C"
                 AND WS-TX-TIER NOT = "F"
             MOVE "TIER MUST BE E, S, C OR F" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-PLAN-VALID-SWITCH
         END-IF
     END-IF.
     IF WS-PLAN-VALID AND WS-TX-EFF-DATE NOT NUMERIC
         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-PLAN-VALID-SWITCH
                       BN-RATE-AMT (3) BN-ANNUAL-CAP (3)
                       BN-YTD-TAKEN (3) BN-ARREARS (3)
                       BN-MATCH-YTD
         MOVE SPACES TO BN-COVER-TIER (1) BN-COVER-TIER (2)
                        BN-COVER-TIER (3)
         MOVE WS-TX-SSN TO BN-SSN
     END-IF.
     PERFORM B65-FIND-PLAN-SLOT-PARA.
*>    não herdar o tomado de um plano encerrado que ocupou o espaço
             MOVE ZEROS TO BN-YTD-TAKEN (WS-TXN-SLOT)
             MOVE ZEROS TO BN-ARREARS (WS-TXN-SLOT)
*>    Planos de saúde levam a cobertura (é ela que vai ao COBRA); sem
*>    cobertura informada vale só o empregado
             MOVE WS-TX-TIER TO BN-COVER-TIER (WS-TXN-SLOT)
             IF WS-TX-TIER = SPACE
                     AND (WS-TX-PLAN-CODE = "MED"
                          OR WS-TX-PLAN-CODE = "DEN"
                          OR WS-TX-PLAN-CODE = "VIS")
                 MOVE "E" TO BN-COVER-TIER (WS-TXN-SLOT)
             END-IF
             IF WS-MASTER-FOUND
                 REWRITE BN-BENEFIT-REC
             ELSE
         MOVE WS-TX-METHOD TO BN-METHOD (WS-TXN-SLOT)
         MOVE WS-TX-RATE-AMT TO BN-RATE-AMT (WS-TXN-SLOT)
         MOVE WS-TX-ANNUAL-CAP TO BN-ANNUAL-CAP (WS-TXN-SLOT)
         IF WS-TX-TIER NOT = SPACE
             MOVE WS-TX-TIER TO BN-COVER-TIER (WS-TXN-SLOT)
         END-IF
         REWRITE BN-BENEFIT-REC
         ADD 1 TO WS-CHG-COUNT
         PERFORM C51-AFTER-LINE-PARA
     ELSE
         MOVE "STOP    " TO WS-AU-ACTION-OUT
         PERFORM C50-BEFORE-LINE-PARA
         PERFORM B67-LOG-STOP-PARA
         MOVE SPACES TO BN-COVER-TIER (WS-TXN-SLOT)
         MOVE SPACES TO BN-PLAN-CODE (WS-TXN-SLOT)
         MOVE SPACES TO BN-METHOD (WS-TXN-SLOT)
         MOVE ZEROS TO BN-RATE-AMT (WS-TXN-SLOT)
         MOVE WS-SCAN-SLOT TO WS-TXN-SLOT
     END-IF.

*>    Registra o encerramento com o que estava em vigor no espaço,
*>    antes de o espaço ser limpo
 B67-LOG-STOP-PARA.
     MOVE SPACES TO BS-STOP-REC.
     MOVE WS-TX-SSN TO BS-SSN.
     MOVE BN-PLAN-CODE (WS-TXN-SLOT) TO BS-PLAN-CODE.
     MOVE BN-COVER-TIER (WS-TXN-SLOT) TO BS-COVER-TIER.
     MOVE BN-METHOD (WS-TXN-SLOT) TO BS-METHOD.
     MOVE BN-RATE-AMT (WS-TXN-SLOT) TO BS-RATE-AMT.
     MOVE WS-TX-EFF-DATE TO BS-STOP-DATE.
     MOVE WS-RUN-DATE TO BS-RUN-DATE.
     WRITE BS-STOP-REC.

*>    Regrava uma eleição ainda futura na fila
 B40-REWRITE-PENDING-PARA.
     MOVE WS-PEND-REC-ENTRY (PD-INDEX) TO BP-PENDING-REC.
     MOVE BN-RATE-AMT (WS-TXN-SLOT) TO WS-AU-RATE-OUT.
     MOVE BN-ANNUAL-CAP (WS-TXN-SLOT) TO WS-AU-CAP-OUT.
     MOVE BN-YTD-TAKEN (WS-TXN-SLOT) TO WS-AU-YTD-OUT.
     MOVE BN-COVER-TIER (WS-TXN-SLOT) TO WS-AU-TIER-OUT.
     MOVE SPACES TO WS-AU-REASON-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.

     MOVE BN-RATE-AMT (WS-TXN-SLOT) TO WS-AU-RATE-OUT.
     MOVE BN-ANNUAL-CAP (WS-TXN-SLOT) TO WS-AU-CAP-OUT.
     MOVE BN-YTD-TAKEN (WS-TXN-SLOT) TO WS-AU-YTD-OUT.
     MOVE BN-COVER-TIER (WS-TXN-SLOT) TO WS-AU-TIER-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

     MOVE WS-TX-RATE-AMT TO WS-AU-RATE-OUT.
     MOVE WS-TX-ANNUAL-CAP TO WS-AU-CAP-OUT.
     MOVE ZEROS TO WS-AU-YTD-OUT.
     MOVE WS-TX-TIER TO WS-AU-TIER-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

