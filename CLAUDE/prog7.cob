 FILE SECTION.
*>    Definição do arquivo de transações de manutenção
 FD  EMPL-TRANS-FILE-IN
         RECORD CONTAINS 110 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS ET-TRANS-REC-IN.
 01  ET-TRANS-REC-IN.
     05  ET-RES-STATE-IN             PIC X(2).      *> Jurisdição (UF) de residência
     05  ET-ADDL-FED-WH-IN           PIC 9(3)V99.   *> Retenção federal adicional por período
     05  ET-FICA-EXEMPT-IN           PIC X(1).      *> Y=isento de FICA por lei
     05  ET-PAY-FREQ-IN              PIC 9(2).      *> Períodos de pagamento/ano (52/26/24/12)
     05  ET-PAY-GROUP-IN             PIC X(2).      *> Grupo de pagamento (espaços = padrão)
     05  ET-HIRE-DATE-IN             PIC X(8).      *> Data da admissão (AAAAMMDD); em
*>                                                  *> branco: na inclusão, a data da
*>                                                  *> aplicação; na alteração, mantém a
*>                                                  *> data do mestre

*>    Definição do arquivo mestre de funcionários; o mesmo layout é
*>    declarado em PROG6, que o lê para obter os dados demográficos
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
     05  EM-HIRE-DATE                PIC X(8).      *> Data da admissão (AAAAMMDD)
     05  FILLER                      PIC X(2).      *> Reservado para expansão

*>    Definição do mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
     05  WS-BEF-DEPT-CODE            PIC X(4).
     05  WS-BEF-MARITAL-STATUS       PIC 9(1).
     05  WS-BEF-EXEMPTIONS           PIC 9(1).
     05  WS-BEF-PAY-GROUP            PIC X(2).
     05  WS-BEF-SSN-MISMATCH         PIC X(1).
*>                                             *> Indicador da verificação da SSA,
*>                                             *> preservado na alteração: a transação
*>                                             *> Classe de risco do seguro de
*>                                             *> acidentes, também preservada na
*>                                             *> alteração (mantida fora da transação)
     05  WS-BEF-WORK-LOCALITY        PIC X(4).
*>                                             *> Localidade de trabalho do salário
*>                                             *> mínimo municipal, idem
     05  WS-BEF-HIRE-DATE            PIC X(8).
*>                                             *> Data da admissão, mantida quando a
*>                                             *> alteração não traz outra

*>    Cabeçalho principal do relatório de auditoria
 01  WS-HEADING.
     05  FILLER                      PIC X(2) VALUE "MS".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(2) VALUE "EX".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(2) VALUE "PG".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "HIRED".
     05  FILLER                      PIC X(58) VALUE SPACES.

*>    Linha de detalhe do relatório de auditoria (uma por imagem)
 01  WS-AUDIT-LINE.
     05  WS-AUD-STATUS-OUT           PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AUD-EXEMPT-OUT           PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AUD-GROUP-OUT            PIC X(2).      *> Grupo de pagamento
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AUD-HIRE-OUT             PIC X(8).      *> Data da admissão
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AUD-REASON-OUT           PIC X(30).     *> Motivo de rejeição, se houver
     05  FILLER                      PIC X(26) VALUE SPACES.

*>    Linha de totais do relatório de auditoria
 01  WS-MAINT-TOTAL-LINE.
             MOVE EM-DEPT-CODE TO WS-BEF-DEPT-CODE
             MOVE EM-MARITAL-STATUS TO WS-BEF-MARITAL-STATUS
             MOVE EM-EXEMPTIONS TO WS-BEF-EXEMPTIONS
             MOVE EM-PAY-GROUP TO WS-BEF-PAY-GROUP
             MOVE EM-SSN-MISMATCH TO WS-BEF-SSN-MISMATCH
             MOVE EM-WC-CLASS TO WS-BEF-WC-CLASS
             MOVE EM-WORK-LOCALITY TO WS-BEF-WORK-LOCALITY
             MOVE EM-HIRE-DATE TO WS-BEF-HIRE-DATE
     END-READ.

*>    Inclusão (A): rejeita se o CPF/SSN já existe no mestre ou se a
*>    data de admissão informada não é uma data; sem data, a admissão
*>    é a data da aplicação
 B22-ADD-PARA.
     IF WS-MASTER-FOUND
         MOVE "SSN ALREADY ON MASTER" TO WS-AUD-REASON-OUT
         PERFORM C65-REJECT-PARA
     ELSE
         IF ET-HIRE-DATE-IN NOT = SPACES
                 AND ET-HIRE-DATE-IN NOT NUMERIC
             MOVE "INVALID HIRE DATE" TO WS-AUD-REASON-OUT
             PERFORM C65-REJECT-PARA
         ELSE
             PERFORM B25-BUILD-MASTER-PARA
             IF EM-HIRE-DATE = SPACES
                 MOVE WS-RUN-DATE TO EM-HIRE-DATE
             END-IF
             WRITE EM-MASTER-REC
             ADD 1 TO WS-ADD-COUNT
             MOVE "ADD" TO WS-AUD-ACTION-OUT
             PERFORM C51-AFTER-LINE-PARA
*>    Toda admissão aplicada entra na fila do registro estadual de
*>    novos contratados, ainda não transmitida
             PERFORM C53-QUEUE-NEWHIRE-PARA
         END-IF
     END-IF.

*>    Alteração (C): rejeita se o CPF/SSN não existe ou se a data de
*>    admissão informada não é uma data; imprime a imagem anterior e a
*>    posterior
 B23-CHANGE-PARA.
     IF NOT WS-MASTER-FOUND
         MOVE "SSN NOT ON MASTER" TO WS-AUD-REASON-OUT
         PERFORM C65-REJECT-PARA
     ELSE
         IF ET-HIRE-DATE-IN NOT = SPACES
                 AND ET-HIRE-DATE-IN NOT NUMERIC
             MOVE "INVALID HIRE DATE" TO WS-AUD-REASON-OUT
             PERFORM C65-REJECT-PARA
         ELSE
             MOVE "CHANGE" TO WS-AUD-ACTION-OUT
             PERFORM C50-BEFORE-LINE-PARA
             PERFORM B25-BUILD-MASTER-PARA
*>    O indicador da verificação da SSA não é da transação: a
*>    alteração preserva a pendência até PROG26 resolvê-la
             MOVE WS-BEF-SSN-MISMATCH TO EM-SSN-MISMATCH
             MOVE WS-BEF-WC-CLASS TO EM-WC-CLASS
             MOVE WS-BEF-WORK-LOCALITY TO EM-WORK-LOCALITY
*>    A data de admissão só muda quando a transação traz outra
             IF EM-HIRE-DATE = SPACES
                 MOVE WS-BEF-HIRE-DATE TO EM-HIRE-DATE
             END-IF
             REWRITE EM-MASTER-REC
             ADD 1 TO WS-CHG-COUNT
             PERFORM C51-AFTER-LINE-PARA
         END-IF
     END-IF.

*>    Exclusão (D): rejeita se o CPF/SSN não existe; imprime a imagem
     MOVE ET-ADDL-FED-WH-IN TO EM-ADDL-FED-WH.
     MOVE ET-FICA-EXEMPT-IN TO EM-FICA-EXEMPT.
     MOVE ET-PAY-FREQ-IN TO EM-PAY-FREQ.
     MOVE ET-PAY-GROUP-IN TO EM-PAY-GROUP.
     MOVE ET-HIRE-DATE-IN TO EM-HIRE-DATE.

*>    Impressão dos cabeçalhos do relatório de auditoria
 C10-HEADINGS-PARA.
     MOVE WS-BEF-DEPT-CODE TO WS-AUD-DEPT-OUT.
     MOVE WS-BEF-MARITAL-STATUS TO WS-AUD-STATUS-OUT.
     MOVE WS-BEF-EXEMPTIONS TO WS-AUD-EXEMPT-OUT.
     MOVE WS-BEF-PAY-GROUP TO WS-AUD-GROUP-OUT.
     MOVE WS-BEF-HIRE-DATE TO WS-AUD-HIRE-OUT.
     MOVE SPACES TO WS-AUD-REASON-OUT.
     PERFORM C52-WRITE-AUDIT-PARA.

     MOVE EM-DEPT-CODE TO WS-AUD-DEPT-OUT.
     MOVE EM-MARITAL-STATUS TO WS-AUD-STATUS-OUT.
     MOVE EM-EXEMPTIONS TO WS-AUD-EXEMPT-OUT.
     MOVE EM-PAY-GROUP TO WS-AUD-GROUP-OUT.
     MOVE EM-HIRE-DATE TO WS-AUD-HIRE-OUT.
     MOVE SPACES TO WS-AUD-REASON-OUT.
     PERFORM C52-WRITE-AUDIT-PARA.

     MOVE ET-DEPT-CODE-IN TO WS-AUD-DEPT-OUT.
     MOVE SPACES TO WS-AUD-STATUS-OUT.
     MOVE SPACES TO WS-AUD-EXEMPT-OUT.
     MOVE ET-PAY-GROUP-IN TO WS-AUD-GROUP-OUT.
     MOVE ET-HIRE-DATE-IN TO WS-AUD-HIRE-OUT.
     PERFORM C52-WRITE-AUDIT-PARA.

*>    Grava a admissão recém-aplicada na fila do registro estadual,
*>    com a identidade do empregador e o indicador de transmissão
*>    desligado; a data de admissão é a do mestre
 C53-QUEUE-NEWHIRE-PARA.
     MOVE EM-SSN TO NH-SSN.
     MOVE EM-EMPL-NAME TO NH-EMPL-NAME.
     MOVE EM-ADDR-STREET TO NH-ADDR-STREET.
     MOVE EM-ADDR-CITY-ST TO NH-ADDR-CITY-ST.
     MOVE EM-ADDR-ZIP TO NH-ADDR-ZIP.
     MOVE EM-HIRE-DATE TO NH-HIRE-DATE.
     MOVE WS-EMPLOYER-EIN TO NH-EIN.
     MOVE WS-EMPLOYER-NAME TO NH-EMPLOYER-NAME.
     MOVE "N" TO NH-TRANSMITTED.
