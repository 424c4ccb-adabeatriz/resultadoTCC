*> =====================================================================
*> PROGRAMA: MANUTENÇÃO DO MESTRE DE TARIFAS-HORA (RATEMAST)
*> DESCRIÇÃO: Manutenção por transações do mestre de tarifas-hora, no
*>            molde de PROG7/PROG33, no lugar da edição manual de
*>            RATEMAST.DAT que a montagem do ponto (PROG15), o
*>            retroativo (PROG22), o custo por departamento (PROG23)
*>            e a valoração de férias (PROG44) leem. As transações de
*>            RATETRAN.DAT (A=inclui a tarifa de uma função, C=altera
*>            a tarifa, E=encerra a linha) vêm por CPF/SSN e função
*>            (espaços = tarifa padrão) com data de vigência: o
*>            aumento digitado antes da vigência fica guardado em
*>            RATEPEND.DAT e só é aplicado na primeira execução em
*>            que a vigência chega. A validação recusa tarifa fora da
*>            faixa sã e tarifa abaixo do salário mínimo vigente na
*>            data de vigência para a UF/localidade de trabalho do
*>            funcionário (MINWAGE.DAT, a tabela de PROG15). Cada
*>            alteração aplicada entra no histórico RATEHIST.DAT com
*>            a tarifa antiga e a nova, e sai no relatório de
*>            auditoria com as imagens antes/depois. O aumento da
*>            tarifa padrão com vigência anterior à execução gera
*>            sozinho a linha de RATECHG.DAT, já com a tarifa antiga,
*>            para PROG22 calcular o retroativo sem redigitação
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG45.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Transações de tarifa-hora, preparadas pelo RH
     SELECT RATE-TRANS-FILE-IN
         ASSIGN TO "RATETRAN.DAT"
         FILE STATUS IS WS-RATETRAN-FILE-STATUS.
*>    Alterações futuras guardadas até a vigência chegar; mesmo layout
*>    das transações, relido e regravado a cada execução
     SELECT RATE-PENDING-FILE
         ASSIGN TO "RATEPEND.DAT"
         FILE STATUS IS WS-RATEPEND-FILE-STATUS.
*>    Mestre de tarifas-hora; o layout de PROG15, lido inteiro na
*>    abertura e regravado no final com as alterações aplicadas
     SELECT RATE-MASTER-FILE
         ASSIGN TO "RATEMAST.DAT"
         FILE STATUS IS WS-RATEMAST-FILE-STATUS.
*>    Tabela de salários mínimos por UF/localidade; o layout de PROG15
     SELECT MIN-WAGE-FILE-IN
         ASSIGN TO "MINWAGE.DAT"
         FILE STATUS IS WS-MINWAGE-FILE-STATUS.
*>    Mestre de funcionários, de onde vem a UF/localidade de trabalho
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Histórico das alterações de tarifa (trilha de auditoria), em
*>    EXTEND - cumulativo de uma execução para a outra
     SELECT RATE-HIST-FILE-OUT
         ASSIGN TO "RATEHIST.DAT"
         FILE STATUS IS WS-RATEHIST-FILE-STATUS.
*>    Mudanças de tarifa retroativas para PROG22, em EXTEND - o RH
*>    esvazia o arquivo depois de processar o retroativo
     SELECT RATE-CHANGE-FILE-OUT
         ASSIGN TO "RATECHG.DAT"
         FILE STATUS IS WS-RATECHG-FILE-STATUS.
*>    Relatório de auditoria da manutenção (antes/depois)
     SELECT RATE-MAINT-REPORT-OUT
         ASSIGN TO "RATEMAINT_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição das transações de tarifa-hora; o mesmo layout vale
*>    para as alterações futuras guardadas
 FD  RATE-TRANS-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RX-TRANS-REC-IN.
 01  RX-TRANS-REC-IN.
     05  RX-ACTION-IN                PIC X(1).      *> A=inclui  C=altera  E=encerra
     05  RX-SSN-IN                   PIC X(9).      *> CPF/SSN do funcionário
     05  RX-JOB-CODE-IN              PIC X(2).      *> Função (espaços = padrão)
     05  RX-HOURLY-RATE-IN           PIC 9(3)V99.   *> Nova tarifa-hora
     05  RX-EFF-DATE-IN              PIC X(8).      *> Vigência da tarifa (AAAAMMDD)
     05  RX-REASON-IN                PIC X(12).     *> Motivo (mérito, promoção...)
     05  FILLER                      PIC X(3).

 FD  RATE-PENDING-FILE
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RP-PENDING-REC.
 01  RP-PENDING-REC                  PIC X(40).

*>    Definição do mestre de tarifas-hora; o layout de PROG15
 FD  RATE-MASTER-FILE
         RECORD CONTAINS 20 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RT-RATE-REC.
 01  RT-RATE-REC.
     05  RT-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  RT-HOURLY-RATE              PIC 9(3)V99.   *> Tarifa-hora vigente
     05  RT-JOB-CODE                 PIC X(2).      *> Função (espaços = padrão)
     05  FILLER                      PIC X(4).

*>    Definição da tabela de salários mínimos; o layout de PROG15
 FD  MIN-WAGE-FILE-IN
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS MW-MIN-WAGE-REC.
 01  MW-MIN-WAGE-REC.
     05  MW-STATE                    PIC X(2).      *> UF de trabalho ("**" = federal)
     05  MW-LOCALITY                 PIC X(4).      *> Localidade (espaços = UF inteira)
     05  MW-EFF-DATE                 PIC X(8).      *> Início da vigência (AAAAMMDD)
     05  MW-MIN-RATE                 PIC 9(3)V99.   *> Salário mínimo por hora
     05  MW-DESCRIPTION              PIC X(20).     *> Descrição (lei/portaria)
     05  FILLER                      PIC X(1).

*>    Definição do arquivo mestre de funcionários; o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EM-MASTER-REC.
 01  EM-MASTER-REC.
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  EM-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  EM-DEPT-CODE                PIC X(4).      *> Código do departamento
     05  EM-MARITAL-STATUS           PIC 9(1).      *> Estado civil
     05  EM-EXEMPTIONS               PIC 9(1).      *> Número de isenções
     05  EM-ADDR-STREET              PIC X(25).     *> Endereço - logradouro
     05  EM-ADDR-CITY-ST             PIC X(20).     *> Endereço - cidade/UF
     05  EM-ADDR-ZIP                 PIC X(9).      *> Endereço - CEP/ZIP
     05  EM-WORK-STATE               PIC X(2).      *> Jurisdição (UF) de trabalho
     05  EM-RES-STATE                PIC X(2).      *> Jurisdição (UF) de residência
     05  EM-ADDL-FED-WH              PIC 9(3)V99.   *> Retenção federal adicional
     05  EM-FICA-EXEMPT              PIC X(1).      *> Y=isento de FICA por lei
     05  EM-PAY-FREQ                 PIC 9(2).      *> Períodos de pagamento/ano
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

*>    Definição do histórico de alterações de tarifa
 FD  RATE-HIST-FILE-OUT
         RECORD CONTAINS 60 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RH-HIST-REC-OUT.
 01  RH-HIST-REC-OUT.
     05  RH-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  RH-JOB-CODE                 PIC X(2).      *> Função (espaços = padrão)
     05  RH-ACTION                   PIC X(1).      *> A=inclusão  C=alteração  E=encerramento
     05  RH-OLD-RATE                 PIC 9(3)V99.   *> Tarifa antes (zero na inclusão)
     05  RH-NEW-RATE                 PIC 9(3)V99.   *> Tarifa depois (zero no encerramento)
     05  RH-EFF-DATE                 PIC X(8).      *> Vigência da alteração (AAAAMMDD)
     05  RH-RUN-DATE                 PIC X(8).      *> Data da execução que aplicou
     05  RH-REASON                   PIC X(12).     *> Motivo da transação
     05  RH-RETRO-FLAG               PIC X(1).      *> Y=linha gerada em RATECHG.DAT
     05  FILLER                      PIC X(9).

*>    Definição do arquivo de mudanças de tarifa; o layout de PROG22
 FD  RATE-CHANGE-FILE-OUT
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RC-CHANGE-REC.
 01  RC-CHANGE-REC.
     05  RC-SSN                      PIC X(9).      *> CPF/SSN do funcionário
     05  RC-NEW-RATE                 PIC 9(3)V99.   *> Nova tarifa-hora
     05  RC-EFF-DATE                 PIC X(8).      *> Vigência retroativa (AAAAMMDD)
     05  RC-OLD-RATE                 PIC 9(3)V99.   *> Tarifa antiga (antes da troca)
     05  FILLER                      PIC X(13).

*>    Relatório de auditoria (linha de 132 colunas)
 FD  RATE-MAINT-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RM-REPORT-OUT.
 01  RM-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-TRANS-EOF-SWITCH         PIC X(1).
     05  WS-PEND-EOF-SWITCH          PIC X(1).
     05  WS-RATE-EOF-SWITCH          PIC X(1).
     05  WS-MINWAGE-EOF-SWITCH       PIC X(1).
     05  WS-RATETRAN-FILE-STATUS     PIC X(2).
         88  WS-RATETRAN-MISSING     VALUE "35".
     05  WS-RATEPEND-FILE-STATUS     PIC X(2).
         88  WS-RATEPEND-MISSING     VALUE "35".
     05  WS-RATEMAST-FILE-STATUS     PIC X(2).
         88  WS-RATEMAST-MISSING     VALUE "35".
     05  WS-MINWAGE-FILE-STATUS      PIC X(2).
         88  WS-MINWAGE-MISSING      VALUE "35".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
     05  WS-RATEHIST-FILE-STATUS     PIC X(2).
         88  WS-RATEHIST-MISSING     VALUE "35".
     05  WS-RATECHG-FILE-STATUS      PIC X(2).
         88  WS-RATECHG-MISSING      VALUE "35".
     05  WS-TXN-VALID-SWITCH         PIC X(1).
         88  WS-TXN-VALID            VALUE "Y".
     05  WS-ROW-FOUND-SWITCH         PIC X(1).
         88  WS-ROW-FOUND            VALUE "Y".
     05  WS-EMPL-MASTER-SWITCH       PIC X(1).
         88  WS-EMPL-MASTER-FOUND    VALUE "Y".
     05  WS-MW-FED-FOUND-SWITCH      PIC X(1).
         88  WS-MW-FED-FOUND         VALUE "Y".
     05  WS-MW-STATE-FOUND-SWITCH    PIC X(1).
         88  WS-MW-STATE-FOUND       VALUE "Y".
     05  WS-MW-LOCAL-FOUND-SWITCH    PIC X(1).
         88  WS-MW-LOCAL-FOUND       VALUE "Y".
     05  WS-RETRO-SWITCH             PIC X(1).
         88  WS-RETRO-QUEUED         VALUE "Y".

*>    Data da execução, contra a qual a vigência é comparada
 01  WS-RUN-DATE                     PIC X(8).

*>    Transação corrente em exame (da entrada ou da fila de futuras)
 01  WS-TXN-WORK.
     05  WS-TXN-REC                  PIC X(40).
     05  WS-TXN-FIELDS REDEFINES WS-TXN-REC.
         10  WS-TX-ACTION            PIC X(1).
         10  WS-TX-SSN               PIC X(9).
         10  WS-TX-JOB-CODE          PIC X(2).
         10  WS-TX-HOURLY-RATE       PIC 9(3)V99.
         10  WS-TX-EFF-DATE          PIC X(8).
         10  WS-TX-REASON            PIC X(12).
         10  FILLER                  PIC X(3).
     05  WS-OLD-RATE-WORK            PIC 9(3)V99.   *> Tarifa da linha antes da troca

*>    Limites sãos da tarifa-hora; fora da faixa é erro de digitação
*>    (vírgula deslocada, tarifa mensal no lugar da horária)
 01  WS-RATE-BOUNDS.
     05  WS-RATE-MIN                 PIC 9(3)V99 VALUE 1.00.
     05  WS-RATE-MAX                 PIC 9(3)V99 VALUE 250.00.

*>    Tabela do mestre de tarifas-hora, carregada de RATEMAST.DAT; a
*>    linha encerrada fica marcada e não volta para o mestre
 01  WS-RATE-CONTROLS.
     05  WS-RATE-COUNT               PIC 9(5) COMP.
 01  WS-RATE-TABLE.
     05  WS-RATE-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY RT-INDEX.
         10  WS-RATE-SSN-ENTRY       PIC X(9).
         10  WS-RATE-AMT-ENTRY       PIC 9(3)V99.
         10  WS-RATE-JOB-ENTRY       PIC X(2).
         10  WS-RATE-DEL-ENTRY       PIC X(1).      *> E=linha encerrada

*>    Tabela de salários mínimos carregada de MINWAGE.DAT na abertura
 01  WS-MINWAGE-CONTROLS.
     05  WS-MINWAGE-COUNT            PIC 9(3) COMP.
     05  WS-MW-SUB                   PIC 9(3) COMP.
 01  WS-MINWAGE-TABLE.
     05  WS-MINWAGE-ROW              OCCURS 500 TIMES
                                      INDEXED BY MW-INDEX.
         10  WS-MW-STATE-ENTRY       PIC X(2).
         10  WS-MW-LOCALITY-ENTRY    PIC X(4).
         10  WS-MW-EFF-DATE-ENTRY    PIC X(8).
         10  WS-MW-RATE-ENTRY        PIC 9(3)V99.

*>    Área de trabalho da apuração do mínimo vigente
 01  WS-MW-WORK.
     05  WS-MW-STATE-KEY             PIC X(2).
     05  WS-MW-LOCAL-KEY             PIC X(4).
     05  WS-MW-CHECK-DATE            PIC X(8).
     05  WS-MW-FED-DATE              PIC X(8).
     05  WS-MW-FED-RATE              PIC 9(3)V99.
     05  WS-MW-STATE-DATE            PIC X(8).
     05  WS-MW-STATE-RATE            PIC 9(3)V99.
     05  WS-MW-LOCAL-DATE            PIC X(8).
     05  WS-MW-LOCAL-RATE            PIC 9(3)V99.
     05  WS-MW-MINIMUM               PIC 9(3)V99.

*>    Fila das alterações ainda futuras, regravada no final
 01  WS-PEND-CONTROLS.
     05  WS-PEND-COUNT               PIC 9(4) COMP.
 01  WS-PEND-TABLE.
     05  WS-PEND-ROW                 OCCURS 2000 TIMES
                                      INDEXED BY PD-INDEX.
         10  WS-PEND-REC-ENTRY       PIC X(40).

*>    Totalizadores da manutenção
 01  WS-TOTALS.
     05  WS-TRANS-READ-COUNT         PIC 9(5).      *> Transações lidas (novas + fila)
     05  WS-ADD-COUNT                PIC 9(5).      *> Inclusões aplicadas
     05  WS-CHG-COUNT                PIC 9(5).      *> Alterações aplicadas
     05  WS-END-COUNT                PIC 9(5).      *> Encerramentos aplicados
     05  WS-DEFER-COUNT              PIC 9(5).      *> Vigência futura - guardadas
     05  WS-REJ-COUNT                PIC 9(5).      *> Transações rejeitadas
     05  WS-RETRO-COUNT              PIC 9(5).      *> Linhas geradas em RATECHG.DAT

*>    Cabeçalho do relatório de auditoria
 01  WS-HEADING.
     05  FILLER                      PIC X(42) VALUE
             "HOURLY RATE MASTER MAINTENANCE AUDIT      ".
     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(72) VALUE SPACES.

*>    Linha de auditoria de uma transação/imagem
 01  WS-AUDIT-LINE.
     05  WS-AU-ACTION-OUT            PIC X(8).      *> ADD/CHANGE/END/DEFER/REJECT
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-JOB-OUT               PIC X(2).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-IMAGE-OUT             PIC X(7).      *> BEFORE/AFTER
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-RATE-OUT              PIC ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-EFF-DATE-OUT          PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-TX-REASON-OUT         PIC X(12).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-AU-REASON-OUT            PIC X(32).     *> Motivo/observação
     05  FILLER                      PIC X(34) VALUE SPACES.

*>    Linha de totais da manutenção
 01  WS-RATE-TOTAL-LINE.
     05  FILLER                      PIC X(7) VALUE "TRANS: ".
     05  WS-TOT-READ-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(8) VALUE "  ADDS: ".
     05  WS-TOT-ADD-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  CHANGES: ".
     05  WS-TOT-CHG-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(8) VALUE "  ENDS: ".
     05  WS-TOT-END-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  DEFERRED: ".
     05  WS-TOT-DEF-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE "  REJECTED: ".
     05  WS-TOT-REJ-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(16) VALUE "  RETRO QUEUED: ".
     05  WS-TOT-RETRO-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(16) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da manutenção
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     OPEN INPUT EMPL-MASTER-FILE-IN
          OUTPUT RATE-MAINT-REPORT-OUT.
*>    Histórico e retroativo em EXTEND; criados vazios na primeira vez
     OPEN EXTEND RATE-HIST-FILE-OUT.
     IF WS-RATEHIST-MISSING
         OPEN OUTPUT RATE-HIST-FILE-OUT
     END-IF.
     OPEN EXTEND RATE-CHANGE-FILE-OUT.
     IF WS-RATECHG-MISSING
         OPEN OUTPUT RATE-CHANGE-FILE-OUT
     END-IF.
     PERFORM B10-INIT-PARA.
     PERFORM B15-LOAD-RATES-PARA.
     PERFORM B17-LOAD-MINWAGE-PARA.
*>    Primeiro a fila de alterações futuras: as que a vigência
*>    alcançou são aplicadas, as demais voltam para a fila
     PERFORM B20-PROCESS-PENDING-PARA.
*>    Depois as transações novas do RH
     PERFORM B30-PROCESS-TRANS-PARA.
*>    Regrava a fila com as alterações ainda futuras
     OPEN OUTPUT RATE-PENDING-FILE.
     PERFORM B40-REWRITE-PENDING-PARA
         VARYING PD-INDEX FROM 1 BY 1
         UNTIL PD-INDEX > WS-PEND-COUNT.
     CLOSE RATE-PENDING-FILE.
*>    Regrava o mestre com as tarifas vigentes, sem as encerradas
     OPEN OUTPUT RATE-MASTER-FILE.
     PERFORM B45-REWRITE-MASTER-PARA
         VARYING RT-INDEX FROM 1 BY 1
         UNTIL RT-INDEX > WS-RATE-COUNT.
     CLOSE RATE-MASTER-FILE.
     PERFORM C20-TOTAL-PARA.
     CLOSE EMPL-MASTER-FILE-IN
           RATE-HIST-FILE-OUT
           RATE-CHANGE-FILE-OUT
           RATE-MAINT-REPORT-OUT.
     IF WS-REJ-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Inicialização das variáveis e cabeçalho do relatório
 B10-INIT-PARA.
     MOVE "N" TO WS-TRANS-EOF-SWITCH.
     MOVE "N" TO WS-PEND-EOF-SWITCH.
     MOVE "N" TO WS-RATE-EOF-SWITCH.
     MOVE "N" TO WS-MINWAGE-EOF-SWITCH.
     MOVE ZEROS TO WS-TRANS-READ-COUNT
                   WS-ADD-COUNT
                   WS-CHG-COUNT
                   WS-END-COUNT
                   WS-DEFER-COUNT
                   WS-REJ-COUNT
                   WS-RETRO-COUNT
                   WS-PEND-COUNT
                   WS-RATE-COUNT
                   WS-MINWAGE-COUNT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     WRITE RM-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO RM-REPORT-OUT.
     WRITE RM-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Carrega o mestre de tarifas-hora; sem o arquivo (primeira
*>    carga) a tabela começa vazia e as inclusões a preenchem
 B15-LOAD-RATES-PARA.
     OPEN INPUT RATE-MASTER-FILE.
     IF WS-RATEMAST-MISSING
         DISPLAY "RATE MASTER RATEMAST.DAT NOT FOUND - " &
                 "STARTING AN EMPTY MASTER"
     ELSE
         READ RATE-MASTER-FILE
             AT END MOVE "Y" TO WS-RATE-EOF-SWITCH
         END-READ
         PERFORM B16-LOAD-RATE-REC-PARA
             UNTIL WS-RATE-EOF-SWITCH = "Y"
         CLOSE RATE-MASTER-FILE
     END-IF.

*>    Guarda uma tarifa-hora na tabela; o mestre que não cabe na
*>    tabela não pode ser regravado sem perda e a execução para
 B16-LOAD-RATE-REC-PARA.
     IF WS-RATE-COUNT >= 30000
         DISPLAY "RATE MASTER EXCEEDS 30000 ROWS - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     ADD 1 TO WS-RATE-COUNT.
     SET RT-INDEX TO WS-RATE-COUNT.
     MOVE RT-SSN TO WS-RATE-SSN-ENTRY (RT-INDEX).
     MOVE RT-HOURLY-RATE TO WS-RATE-AMT-ENTRY (RT-INDEX).
     MOVE RT-JOB-CODE TO WS-RATE-JOB-ENTRY (RT-INDEX).
     MOVE SPACES TO WS-RATE-DEL-ENTRY (RT-INDEX).
     READ RATE-MASTER-FILE
         AT END MOVE "Y" TO WS-RATE-EOF-SWITCH
     END-READ.

*>    Carrega a tabela de salários mínimos; sem o arquivo a
*>    manutenção segue só com a faixa sã, com aviso ao operador
 B17-LOAD-MINWAGE-PARA.
     OPEN INPUT MIN-WAGE-FILE-IN.
     IF WS-MINWAGE-MISSING
         DISPLAY "MINIMUM WAGE TABLE MINWAGE.DAT NOT FOUND - " &
                 "MINIMUM WAGE CHECK NOT PERFORMED"
     ELSE
         READ MIN-WAGE-FILE-IN
             AT END MOVE "Y" TO WS-MINWAGE-EOF-SWITCH
         END-READ
         PERFORM B18-LOAD-MINWAGE-REC-PARA
             UNTIL WS-MINWAGE-EOF-SWITCH = "Y"
         CLOSE MIN-WAGE-FILE-IN
     END-IF.

*>    Guarda uma linha da tabela de salários mínimos
 B18-LOAD-MINWAGE-REC-PARA.
     IF WS-MINWAGE-COUNT < 500
         ADD 1 TO WS-MINWAGE-COUNT
         SET MW-INDEX TO WS-MINWAGE-COUNT
         MOVE MW-STATE TO WS-MW-STATE-ENTRY (MW-INDEX)
         MOVE MW-LOCALITY TO WS-MW-LOCALITY-ENTRY (MW-INDEX)
         MOVE MW-EFF-DATE TO WS-MW-EFF-DATE-ENTRY (MW-INDEX)
         MOVE MW-MIN-RATE TO WS-MW-RATE-ENTRY (MW-INDEX)
     END-IF.
     READ MIN-WAGE-FILE-IN
         AT END MOVE "Y" TO WS-MINWAGE-EOF-SWITCH
     END-READ.

*>    Relê a fila de alterações futuras: a vigência alcançada aplica,
*>    a ainda futura volta para a tabela da fila
 B20-PROCESS-PENDING-PARA.
     OPEN INPUT RATE-PENDING-FILE.
     IF WS-RATEPEND-MISSING
         MOVE "Y" TO WS-PEND-EOF-SWITCH
     ELSE
         READ RATE-PENDING-FILE
             AT END MOVE "Y" TO WS-PEND-EOF-SWITCH
         END-READ
         PERFORM B21-PENDING-REC-PARA
             UNTIL WS-PEND-EOF-SWITCH = "Y"
         CLOSE RATE-PENDING-FILE
     END-IF.

*>    Examina uma alteração da fila
 B21-PENDING-REC-PARA.
     MOVE RP-PENDING-REC TO WS-TXN-REC.
     PERFORM B50-DISPATCH-TXN-PARA.
     READ RATE-PENDING-FILE
         AT END MOVE "Y" TO WS-PEND-EOF-SWITCH
     END-READ.

*>    Lê e despacha as transações novas do RH
 B30-PROCESS-TRANS-PARA.
     OPEN INPUT RATE-TRANS-FILE-IN.
     IF WS-RATETRAN-MISSING
         MOVE "Y" TO WS-TRANS-EOF-SWITCH
     ELSE
         READ RATE-TRANS-FILE-IN
             AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
         END-READ
         PERFORM B31-TRANS-REC-PARA
             UNTIL WS-TRANS-EOF-SWITCH = "Y"
         CLOSE RATE-TRANS-FILE-IN
     END-IF.

*>    Examina uma transação nova
 B31-TRANS-REC-PARA.
     MOVE RX-TRANS-REC-IN TO WS-TXN-REC.
     PERFORM B50-DISPATCH-TXN-PARA.
     READ RATE-TRANS-FILE-IN
         AT END MOVE "Y" TO WS-TRANS-EOF-SWITCH
     END-READ.

*>    Regrava uma alteração ainda futura na fila
 B40-REWRITE-PENDING-PARA.
     MOVE WS-PEND-REC-ENTRY (PD-INDEX) TO RP-PENDING-REC.
     WRITE RP-PENDING-REC.

*>    Regrava uma linha de tarifa no mestre, pulando as encerradas
 B45-REWRITE-MASTER-PARA.
     IF WS-RATE-DEL-ENTRY (RT-INDEX) NOT = "E"
         MOVE SPACES TO RT-RATE-REC
         MOVE WS-RATE-SSN-ENTRY (RT-INDEX) TO RT-SSN
         MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO RT-HOURLY-RATE
         MOVE WS-RATE-JOB-ENTRY (RT-INDEX) TO RT-JOB-CODE
         WRITE RT-RATE-REC
     END-IF.

*>    Despacha a transação corrente: valida, difere a vigência futura
*>    para a fila e aplica as demais ao mestre
 B50-DISPATCH-TXN-PARA.
     ADD 1 TO WS-TRANS-READ-COUNT.
     PERFORM B51-VALIDATE-TXN-PARA.
     IF NOT WS-TXN-VALID
         CONTINUE
     ELSE
         IF WS-TX-EFF-DATE > WS-RUN-DATE
             PERFORM B52-DEFER-TXN-PARA
         ELSE
             PERFORM B60-APPLY-TXN-PARA
         END-IF
     END-IF.

*>    Valida a transação corrente: ação conhecida, CPF/SSN informado
*>    e no mestre de funcionários, vigência numérica e, na inclusão e
*>    na alteração, tarifa na faixa sã e não abaixo do salário mínimo
*>    vigente na data de vigência; a recusa sai no relatório com o
*>    motivo. A fila é revalidada a cada execução
 B51-VALIDATE-TXN-PARA.
     MOVE "Y" TO WS-TXN-VALID-SWITCH.
     MOVE SPACES TO WS-AU-REASON-OUT.
     IF WS-TX-ACTION NOT = "A" AND WS-TX-ACTION NOT = "C"
             AND WS-TX-ACTION NOT = "E"
         MOVE "INVALID ACTION CODE" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID AND WS-TX-SSN = SPACES
         MOVE "SSN MISSING" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID AND WS-TX-EFF-DATE NOT NUMERIC
         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-AU-REASON-OUT
         MOVE "N" TO WS-TXN-VALID-SWITCH
     END-IF.
     IF WS-TXN-VALID AND WS-TX-ACTION NOT = "E"
         IF WS-TX-HOURLY-RATE NOT NUMERIC
             MOVE "RATE NOT NUMERIC" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         ELSE
             IF WS-TX-HOURLY-RATE < WS-RATE-MIN
                     OR WS-TX-HOURLY-RATE > WS-RATE-MAX
                 MOVE "RATE OUT OF SANE BOUNDS" TO WS-AU-REASON-OUT
                 MOVE "N" TO WS-TXN-VALID-SWITCH
             END-IF
         END-IF
     END-IF.
     IF WS-TXN-VALID AND WS-TX-ACTION NOT = "E"
         PERFORM B53-FETCH-EMPL-PARA
         IF NOT WS-EMPL-MASTER-FOUND
             MOVE "EMPLOYEE NOT ON MASTER" TO WS-AU-REASON-OUT
             MOVE "N" TO WS-TXN-VALID-SWITCH
         ELSE
             IF WS-MINWAGE-COUNT > 0
                 MOVE EM-WORK-STATE TO WS-MW-STATE-KEY
                 MOVE EM-WORK-LOCALITY TO WS-MW-LOCAL-KEY
                 MOVE WS-TX-EFF-DATE TO WS-MW-CHECK-DATE
                 PERFORM B54-FIND-MINIMUM-PARA
                 IF WS-TX-HOURLY-RATE < WS-MW-MINIMUM
                     MOVE "RATE BELOW MINIMUM WAGE"
                         TO WS-AU-REASON-OUT
                     MOVE "N" TO WS-TXN-VALID-SWITCH
                 END-IF
             END-IF
         END-IF
     END-IF.
     IF NOT WS-TXN-VALID
         ADD 1 TO WS-REJ-COUNT
         MOVE "REJECT  " TO WS-AU-ACTION-OUT
         PERFORM C52-WRITE-TXN-LINE-PARA
     END-IF.

*>    Guarda a alteração de vigência futura na fila, com a linha de
*>    auditoria própria
 B52-DEFER-TXN-PARA.
     IF WS-PEND-COUNT >= 2000
         ADD 1 TO WS-REJ-COUNT
         MOVE "REJECT  " TO WS-AU-ACTION-OUT
         MOVE "PENDING QUEUE FULL" TO WS-AU-REASON-OUT
         PERFORM C52-WRITE-TXN-LINE-PARA
     ELSE
         ADD 1 TO WS-DEFER-COUNT
         ADD 1 TO WS-PEND-COUNT
         SET PD-INDEX TO WS-PEND-COUNT
         MOVE WS-TXN-REC TO WS-PEND-REC-ENTRY (PD-INDEX)
         MOVE "DEFER   " TO WS-AU-ACTION-OUT
         MOVE "HELD UNTIL EFFECTIVE DATE" TO WS-AU-REASON-OUT
         PERFORM C52-WRITE-TXN-LINE-PARA
     END-IF.

*>    Busca a UF/localidade de trabalho do funcionário no mestre
 B53-FETCH-EMPL-PARA.
     MOVE "N" TO WS-EMPL-MASTER-SWITCH.
     MOVE WS-TX-SSN TO EM-SSN.
     READ EMPL-MASTER-FILE-IN
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO WS-EMPL-MASTER-SWITCH
     END-READ.

*>    Apura o mínimo vigente em WS-MW-CHECK-DATE para a UF/localidade
*>    das chaves, como a montagem do ponto: a linha de vigência mais
*>    recente de cada nível; a localidade sobrepõe a UF, e o piso
*>    federal prevalece quando for maior
 B54-FIND-MINIMUM-PARA.
     MOVE "N" TO WS-MW-FED-FOUND-SWITCH
                 WS-MW-STATE-FOUND-SWITCH
                 WS-MW-LOCAL-FOUND-SWITCH.
     MOVE ZEROS TO WS-MW-FED-RATE WS-MW-STATE-RATE WS-MW-LOCAL-RATE
                   WS-MW-MINIMUM.
     MOVE SPACES TO WS-MW-FED-DATE WS-MW-STATE-DATE WS-MW-LOCAL-DATE.
     PERFORM B55-MINIMUM-ROW-PARA
         VARYING WS-MW-SUB FROM 1 BY 1
         UNTIL WS-MW-SUB > WS-MINWAGE-COUNT.
     EVALUATE TRUE
         WHEN WS-MW-LOCAL-FOUND
             MOVE WS-MW-LOCAL-RATE TO WS-MW-MINIMUM
         WHEN WS-MW-STATE-FOUND
             MOVE WS-MW-STATE-RATE TO WS-MW-MINIMUM
         WHEN OTHER
             CONTINUE
     END-EVALUATE.
     IF WS-MW-FED-FOUND AND WS-MW-FED-RATE > WS-MW-MINIMUM
         MOVE WS-MW-FED-RATE TO WS-MW-MINIMUM
     END-IF.

*>    Examina uma linha da tabela: vigente na data e do nível federal,
*>    da UF inteira ou da localidade do funcionário, fica a de
*>    vigência mais recente de cada nível
 B55-MINIMUM-ROW-PARA.
     SET MW-INDEX TO WS-MW-SUB.
     IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT > WS-MW-CHECK-DATE
         EVALUATE TRUE
             WHEN WS-MW-STATE-ENTRY (MW-INDEX) = "**"
                 IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT <
                         WS-MW-FED-DATE
                     MOVE "Y" TO WS-MW-FED-FOUND-SWITCH
                     MOVE WS-MW-EFF-DATE-ENTRY (MW-INDEX)
                         TO WS-MW-FED-DATE
                     MOVE WS-MW-RATE-ENTRY (MW-INDEX)
                         TO WS-MW-FED-RATE
                 END-IF
             WHEN WS-MW-STATE-KEY = SPACES
                 CONTINUE
             WHEN WS-MW-STATE-ENTRY (MW-INDEX) NOT = WS-MW-STATE-KEY
                 CONTINUE
             WHEN WS-MW-LOCALITY-ENTRY (MW-INDEX) = SPACES
                 IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT <
                         WS-MW-STATE-DATE
                     MOVE "Y" TO WS-MW-STATE-FOUND-SWITCH
                     MOVE WS-MW-EFF-DATE-ENTRY (MW-INDEX)
                         TO WS-MW-STATE-DATE
                     MOVE WS-MW-RATE-ENTRY (MW-INDEX)
                         TO WS-MW-STATE-RATE
                 END-IF
             WHEN WS-MW-LOCALITY-ENTRY (MW-INDEX) = WS-MW-LOCAL-KEY
                 IF WS-MW-EFF-DATE-ENTRY (MW-INDEX) NOT <
                         WS-MW-LOCAL-DATE
                     MOVE "Y" TO WS-MW-LOCAL-FOUND-SWITCH
                     MOVE WS-MW-EFF-DATE-ENTRY (MW-INDEX)
                         TO WS-MW-LOCAL-DATE
                     MOVE WS-MW-RATE-ENTRY (MW-INDEX)
                         TO WS-MW-LOCAL-RATE
                 END-IF
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-IF.

*>    Aplica a transação vigente à tabela do mestre, roteada pela ação
 B60-APPLY-TXN-PARA.
     PERFORM B61-FIND-RATE-ROW-PARA.
     MOVE "N" TO WS-RETRO-SWITCH.
     EVALUATE WS-TX-ACTION
         WHEN "A"
             PERFORM B62-ADD-RATE-PARA
         WHEN "C"
             PERFORM B63-CHANGE-RATE-PARA
         WHEN OTHER
             PERFORM B64-END-RATE-PARA
     END-EVALUATE.

*>    Localiza a linha ativa do CPF/SSN e função da transação
 B61-FIND-RATE-ROW-PARA.
     MOVE "N" TO WS-ROW-FOUND-SWITCH.
     IF WS-RATE-COUNT > 0
         SET RT-INDEX TO 1
         SEARCH WS-RATE-ROW
             AT END CONTINUE
             WHEN WS-RATE-SSN-ENTRY (RT-INDEX) = WS-TX-SSN
                     AND WS-RATE-JOB-ENTRY (RT-INDEX) = WS-TX-JOB-CODE
                     AND WS-RATE-DEL-ENTRY (RT-INDEX) NOT = "E"
                 MOVE "Y" TO WS-ROW-FOUND-SWITCH
         END-SEARCH
     END-IF.

*>    Inclusão (A): a linha do CPF/SSN e função não pode já existir;
*>    entra no fim da tabela
 B62-ADD-RATE-PARA.
     IF WS-ROW-FOUND
         ADD 1 TO WS-REJ-COUNT
         MOVE "REJECT  " TO WS-AU-ACTION-OUT
         MOVE "RATE ALREADY ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C52-WRITE-TXN-LINE-PARA
     ELSE
         IF WS-RATE-COUNT >= 30000
             ADD 1 TO WS-REJ-COUNT
             MOVE "REJECT  " TO WS-AU-ACTION-OUT
             MOVE "RATE MASTER TABLE FULL" TO WS-AU-REASON-OUT
             PERFORM C52-WRITE-TXN-LINE-PARA
         ELSE
             ADD 1 TO WS-RATE-COUNT
             SET RT-INDEX TO WS-RATE-COUNT
             MOVE WS-TX-SSN TO WS-RATE-SSN-ENTRY (RT-INDEX)
             MOVE WS-TX-HOURLY-RATE TO WS-RATE-AMT-ENTRY (RT-INDEX)
             MOVE WS-TX-JOB-CODE TO WS-RATE-JOB-ENTRY (RT-INDEX)
             MOVE SPACES TO WS-RATE-DEL-ENTRY (RT-INDEX)
             MOVE ZEROS TO WS-OLD-RATE-WORK
             PERFORM C40-WRITE-HIST-PARA
             ADD 1 TO WS-ADD-COUNT
             MOVE "ADD     " TO WS-AU-ACTION-OUT
             MOVE SPACES TO WS-AU-REASON-OUT
             PERFORM C51-AFTER-LINE-PARA
         END-IF
     END-IF.

*>    Alteração (C): a linha precisa existir; o aumento da tarifa
*>    padrão com vigência anterior à execução gera a linha do
*>    retroativo - aumento de função ou redução só é apontado, pois o
*>    gerador de PROG22 trabalha sobre a tarifa padrão e só paga
*>    diferença a favor do funcionário
 B63-CHANGE-RATE-PARA.
     IF NOT WS-ROW-FOUND
         ADD 1 TO WS-REJ-COUNT
         MOVE "REJECT  " TO WS-AU-ACTION-OUT
         MOVE "RATE NOT ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C52-WRITE-TXN-LINE-PARA
     ELSE
         MOVE "CHANGE  " TO WS-AU-ACTION-OUT
         PERFORM C50-BEFORE-LINE-PARA
         MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-OLD-RATE-WORK
         MOVE WS-TX-HOURLY-RATE TO WS-RATE-AMT-ENTRY (RT-INDEX)
         MOVE SPACES TO WS-AU-REASON-OUT
         IF WS-TX-EFF-DATE < WS-RUN-DATE
             IF WS-TX-JOB-CODE = SPACES
                     AND WS-TX-HOURLY-RATE > WS-OLD-RATE-WORK
                 PERFORM C45-WRITE-RATECHG-PARA
                 MOVE "BACK-DATED - RETRO QUEUED" TO WS-AU-REASON-OUT
             ELSE
                 MOVE "BACK-DATED - NO AUTO RETRO"
                     TO WS-AU-REASON-OUT
             END-IF
         END-IF
         PERFORM C40-WRITE-HIST-PARA
         ADD 1 TO WS-CHG-COUNT
         PERFORM C51-AFTER-LINE-PARA
     END-IF.

*>    Encerramento (E): a linha precisa existir; fica marcada na
*>    tabela e não volta para o mestre
 B64-END-RATE-PARA.
     IF NOT WS-ROW-FOUND
         ADD 1 TO WS-REJ-COUNT
         MOVE "REJECT  " TO WS-AU-ACTION-OUT
         MOVE "RATE NOT ON MASTER" TO WS-AU-REASON-OUT
         PERFORM C52-WRITE-TXN-LINE-PARA
     ELSE
         MOVE "END     " TO WS-AU-ACTION-OUT
         PERFORM C50-BEFORE-LINE-PARA
         MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-OLD-RATE-WORK
         MOVE "E" TO WS-RATE-DEL-ENTRY (RT-INDEX)
         MOVE ZEROS TO WS-TX-HOURLY-RATE
         PERFORM C40-WRITE-HIST-PARA
         ADD 1 TO WS-END-COUNT
         MOVE "RATE ENDED" TO WS-AU-REASON-OUT
         MOVE WS-TX-SSN TO WS-AU-SSN-OUT
         MOVE WS-TX-JOB-CODE TO WS-AU-JOB-OUT
         MOVE "AFTER  " TO WS-AU-IMAGE-OUT
         MOVE ZEROS TO WS-AU-RATE-OUT
         MOVE WS-TX-EFF-DATE TO WS-AU-EFF-DATE-OUT
         MOVE WS-TX-REASON TO WS-AU-TX-REASON-OUT
         PERFORM C53-WRITE-AUDIT-PARA
         MOVE SPACES TO WS-AU-ACTION-OUT
     END-IF.

*>    Grava a alteração aplicada no histórico de tarifas
 C40-WRITE-HIST-PARA.
     MOVE SPACES TO RH-HIST-REC-OUT.
     MOVE WS-TX-SSN TO RH-SSN.
     MOVE WS-TX-JOB-CODE TO RH-JOB-CODE.
     MOVE WS-TX-ACTION TO RH-ACTION.
     MOVE WS-OLD-RATE-WORK TO RH-OLD-RATE.
     MOVE WS-TX-HOURLY-RATE TO RH-NEW-RATE.
     MOVE WS-TX-EFF-DATE TO RH-EFF-DATE.
     MOVE WS-RUN-DATE TO RH-RUN-DATE.
     MOVE WS-TX-REASON TO RH-REASON.
     IF WS-RETRO-QUEUED
         MOVE "Y" TO RH-RETRO-FLAG
     ELSE
         MOVE "N" TO RH-RETRO-FLAG
     END-IF.
     WRITE RH-HIST-REC-OUT.

*>    Gera a linha de mudança retroativa para PROG22, com a tarifa
*>    antiga junto - o mestre já traz a nova quando o gerador roda
 C45-WRITE-RATECHG-PARA.
     MOVE SPACES TO RC-CHANGE-REC.
     MOVE WS-TX-SSN TO RC-SSN.
     MOVE WS-TX-HOURLY-RATE TO RC-NEW-RATE.
     MOVE WS-TX-EFF-DATE TO RC-EFF-DATE.
     MOVE WS-OLD-RATE-WORK TO RC-OLD-RATE.
     WRITE RC-CHANGE-REC.
     MOVE "Y" TO WS-RETRO-SWITCH.
     ADD 1 TO WS-RETRO-COUNT.

*>    Imprime a imagem anterior (antes) da linha alterada/encerrada
 C50-BEFORE-LINE-PARA.
     MOVE WS-TX-SSN TO WS-AU-SSN-OUT.
     MOVE WS-RATE-JOB-ENTRY (RT-INDEX) TO WS-AU-JOB-OUT.
     MOVE "BEFORE " TO WS-AU-IMAGE-OUT.
     MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-AU-RATE-OUT.
     MOVE SPACES TO WS-AU-EFF-DATE-OUT.
     MOVE SPACES TO WS-AU-TX-REASON-OUT.
     MOVE SPACES TO WS-AU-REASON-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.

*>    Imprime a imagem posterior (depois) da linha tocada, com a
*>    vigência e o motivo da transação
 C51-AFTER-LINE-PARA.
     MOVE WS-TX-SSN TO WS-AU-SSN-OUT.
     MOVE WS-RATE-JOB-ENTRY (RT-INDEX) TO WS-AU-JOB-OUT.
     MOVE "AFTER  " TO WS-AU-IMAGE-OUT.
     MOVE WS-RATE-AMT-ENTRY (RT-INDEX) TO WS-AU-RATE-OUT.
     MOVE WS-TX-EFF-DATE TO WS-AU-EFF-DATE-OUT.
     MOVE WS-TX-REASON TO WS-AU-TX-REASON-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Imprime a linha da transação (recusa/diferimento), sem imagens
 C52-WRITE-TXN-LINE-PARA.
     MOVE WS-TX-SSN TO WS-AU-SSN-OUT.
     MOVE WS-TX-JOB-CODE TO WS-AU-JOB-OUT.
     MOVE SPACES TO WS-AU-IMAGE-OUT.
     IF WS-TX-HOURLY-RATE NUMERIC
         MOVE WS-TX-HOURLY-RATE TO WS-AU-RATE-OUT
     ELSE
         MOVE ZEROS TO WS-AU-RATE-OUT
     END-IF.
     MOVE WS-TX-EFF-DATE TO WS-AU-EFF-DATE-OUT.
     MOVE WS-TX-REASON TO WS-AU-TX-REASON-OUT.
     PERFORM C53-WRITE-AUDIT-PARA.
     MOVE SPACES TO WS-AU-ACTION-OUT.

*>    Grava uma linha de auditoria
 C53-WRITE-AUDIT-PARA.
     WRITE RM-REPORT-OUT FROM WS-AUDIT-LINE
         AFTER ADVANCING 1 LINE.

*>    Impressão da linha de totais da manutenção
 C20-TOTAL-PARA.
     MOVE WS-TRANS-READ-COUNT TO WS-TOT-READ-OUT.
     MOVE WS-ADD-COUNT TO WS-TOT-ADD-OUT.
     MOVE WS-CHG-COUNT TO WS-TOT-CHG-OUT.
     MOVE WS-END-COUNT TO WS-TOT-END-OUT.
     MOVE WS-DEFER-COUNT TO WS-TOT-DEF-OUT.
     MOVE WS-REJ-COUNT TO WS-TOT-REJ-OUT.
     MOVE WS-RETRO-COUNT TO WS-TOT-RETRO-OUT.
     MOVE SPACES TO RM-REPORT-OUT.
     WRITE RM-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE RM-REPORT-OUT FROM WS-RATE-TOTAL-LINE
         AFTER ADVANCING 2 LINE.
