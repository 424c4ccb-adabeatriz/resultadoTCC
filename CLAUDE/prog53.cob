*> =====================================================================
*> PROGRAMA: CONTROLADOR DA SEQUÊNCIA NOTURNA DE PASSOS (JOB STREAM)
*> DESCRIÇÃO: Executa a sequência noturna da folha a partir de uma
*>            tabela de passos (JOBSTEPS.DAT): para cada passo, o
*>            programa, os parâmetros, o maior código de retorno
*>            aceito e os passos de que ele depende. Sem a tabela,
*>            vale a sequência padrão da janela: PROG27 prontidão,
*>            PROG10 edição, PROG15 montagem, PROG6 folha, PROG13
*>            balanceamento, PROG20 recolhimentos, PROG34 conciliação
*>            de cheques e PROG47 anomalias.
*>            Os passos rodam em ordem; a sequência para no primeiro
*>            passo com código de retorno acima do limite, com
*>            mensagem de severidade F gravada em PROG6_MSGS.DAT
*>            durante o passo, ou cujas dependências não concluíram.
*>            A situação de cada passo fica em JOBSTAT.DAT, regravado
*>            antes e depois de cada passo: uma nova execução retoma
*>            no passo que falhou, sem repetir os passos já concluídos
*>            (e postados); o 1º parâmetro NEW força uma sequência
*>            nova. Os executáveis ficam no diretório do ambiente
*>            PROG53_BIN_DIR (padrão: o diretório corrente). Imprime o
*>            log da sequência (JOBSTREAM_RPT.DAT) com início, fim e
*>            código de retorno de cada passo. Código de retorno: 0 =
*>            sequência concluída; 4 = concluída com algum passo em
*>            código de retorno de aviso; 8 = sequência parada ou
*>            tabela de passos inválida
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG53.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Tabela de passos mantida pelas operações
     SELECT STEP-TABLE-FILE-IN
         ASSIGN TO "JOBSTEPS.DAT"
         FILE STATUS IS WS-STEPTAB-FILE-STATUS.
*>    Situação dos passos da sequência corrente, para a retomada
     SELECT STEP-STATUS-FILE
         ASSIGN TO "JOBSTAT.DAT"
         FILE STATUS IS WS-STEPSTAT-FILE-STATUS.
*>    Mensagens ao operador gravadas pelos passos (cumulativo)
     SELECT OPER-MSG-FILE-IN
         ASSIGN TO "PROG6_MSGS.DAT"
         FILE STATUS IS WS-OPERMSG-FILE-STATUS.
*>    Log impresso da sequência
     SELECT STREAM-LOG-OUT
         ASSIGN TO "JOBSTREAM_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição de um passo da sequência
 FD  STEP-TABLE-FILE-IN
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS JS-STEP-REC.
 01  JS-STEP-REC.
     05  JS-STEP-NBR                 PIC 9(2).      *> Número do passo (ordem de execução)
     05  JS-PROGRAM                  PIC X(8).      *> Programa (nome do executável)
     05  JS-PARMS                    PIC X(40).     *> Parâmetros da linha de comando
     05  JS-MAX-RC                   PIC 9(2).      *> Maior código de retorno aceito
     05  JS-DEPEND-STEP              PIC 9(2) OCCURS 4 TIMES.
                                                    *> Passos que precisam ter concluído
     05  JS-DESCRIPTION              PIC X(30).     *> Descrição do passo
     05  FILLER                      PIC X(10).

*>    Definição da situação de um passo
 FD  STEP-STATUS-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SS-STATUS-REC.
 01  SS-STATUS-REC.
     05  SS-STREAM-ID                PIC X(14).     *> Data+hora de início da sequência
     05  SS-STEP-NBR                 PIC 9(2).      *> Número do passo
     05  SS-PROGRAM                  PIC X(8).      *> Programa do passo
     05  SS-STATUS                   PIC X(1).      *> C=concluído F=falhou R=rodando
                                                    *> espaço=pendente
     05  SS-RC                       PIC 9(4).      *> Último código de retorno
     05  SS-RUN-DATE                 PIC X(8).      *> Data da última execução
     05  SS-START-TIME               PIC X(6).      *> Início (HHMMSS)
     05  SS-END-TIME                 PIC X(6).      *> Fim (HHMMSS)
     05  SS-ATTEMPTS                 PIC 9(2).      *> Vezes que o passo foi executado
     05  FILLER                      PIC X(29).

*>    Definição do arquivo de mensagens ao operador; o layout da folha
 FD  OPER-MSG-FILE-IN
         RECORD CONTAINS 85 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS OM-MSG-REC.
 01  OM-MSG-REC.
     05  OM-SEVERITY                 PIC X(1).      *> I=informativa W=aviso E=erro F=fatal
     05  OM-MSG-ID                   PIC X(7).      *> Identificador da mensagem
     05  OM-MSG-TEXT                 PIC X(60).     *> Texto da mensagem
     05  OM-SSN                      PIC X(9).      *> CPF/SSN envolvido, quando houver
     05  OM-RUN-DATE                 PIC X(8).      *> Data da execução (AAAAMMDD)

*>    Log da sequência (linha de 132 colunas)
 FD  STREAM-LOG-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SL-LOG-OUT.
 01  SL-LOG-OUT                      PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-STEPTAB-FILE-STATUS      PIC X(2).
         88  WS-STEPTAB-MISSING      VALUE "35".
     05  WS-STEPSTAT-FILE-STATUS     PIC X(2).
         88  WS-STEPSTAT-MISSING     VALUE "35".
     05  WS-OPERMSG-FILE-STATUS      PIC X(2).
         88  WS-OPERMSG-MISSING      VALUE "35".
     05  WS-TABLE-OK-SWITCH          PIC X(1).
         88  WS-TABLE-OK             VALUE "Y".
     05  WS-RESTART-SWITCH           PIC X(1).      *> Y=retomada de sequência anterior
         88  WS-RESTART              VALUE "Y".
     05  WS-STOPPED-SWITCH           PIC X(1).      *> Y=sequência parada
         88  WS-STREAM-STOPPED       VALUE "Y".
     05  WS-DEPEND-OK-SWITCH         PIC X(1).
         88  WS-DEPEND-OK            VALUE "Y".
     05  WS-FATAL-SWITCH             PIC X(1).      *> Y=mensagem F gravada no passo
         88  WS-FATAL-FOUND          VALUE "Y".
     05  WS-WARN-SWITCH              PIC X(1).      *> Y=passo concluído com RC > 0
         88  WS-WARN-FOUND           VALUE "Y".

*>    Parâmetro de execução e diretório dos executáveis
 01  WS-PARM-AREA.
     05  WS-PARM-MODE                PIC X(8).      *> NEW = sequência nova
     05  WS-BIN-DIR                  PIC X(60).

*>    Identificação da sequência e relógio
 01  WS-RUN-CONTROLS.
     05  WS-STREAM-ID                PIC X(14).
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-TIME-NOW                 PIC X(8).      *> HHMMSScc
     05  WS-STOP-STEP                PIC 9(2).

*>    Sequência padrão da janela noturna, usada sem JOBSTEPS.DAT:
*>    passo, programa, maior RC aceito, passo de que depende e
*>    descrição
 01  WS-DEFAULT-STEPS.
     05  FILLER                      PIC X(14) VALUE "01PROG27  0400".
     05  FILLER                      PIC X(30) VALUE
             "BATCH READINESS (GO/NO-GO)    ".
     05  FILLER                      PIC X(14) VALUE "02PROG10  0401".
     05  FILLER                      PIC X(30) VALUE
             "PAYROLL INPUT EDIT            ".
     05  FILLER                      PIC X(14) VALUE "03PROG15  0402".
     05  FILLER                      PIC X(30) VALUE
             "TIMECARD BUILD                ".
     05  FILLER                      PIC X(14) VALUE "04PROG6   0403".
     05  FILLER                      PIC X(30) VALUE
             "PAYROLL RUN                   ".
     05  FILLER                      PIC X(14) VALUE "05PROG13  0404".
     05  FILLER                      PIC X(30) VALUE
             "RUN BALANCING                 ".
     05  FILLER                      PIC X(14) VALUE "06PROG20  0405".
     05  FILLER                      PIC X(30) VALUE
             "TAX DEPOSITS                  ".
     05  FILLER                      PIC X(14) VALUE "07PROG34  0404".
     05  FILLER                      PIC X(30) VALUE
             "OUTSTANDING CHECK RECON       ".
     05  FILLER                      PIC X(14) VALUE "08PROG47  0404".
     05  FILLER                      PIC X(30) VALUE
             "PAYROLL ANOMALY CHECK         ".
 01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-STEPS.
     05  WS-DF-ROW                   OCCURS 8 TIMES.
         10  WS-DF-STEP-NBR          PIC 9(2).
         10  WS-DF-PROGRAM           PIC X(8).
         10  WS-DF-MAX-RC            PIC 9(2).
         10  WS-DF-DEPEND            PIC 9(2).
         10  WS-DF-DESCRIPTION       PIC X(30).

*>    Passos da sequência com a situação de cada um
 01  WS-STEP-CONTROLS.
     05  WS-STEP-COUNT               PIC 9(2) COMP.
     05  WS-STEP-SUB                 PIC 9(2) COMP.
     05  WS-FIND-SUB                 PIC 9(2) COMP.
     05  WS-DEP-SUB                  PIC 9(2) COMP.
     05  WS-DONE-COUNT               PIC 9(2) COMP.
 01  WS-STEP-TABLE.
     05  WS-STEP-ROW                 OCCURS 50 TIMES.
         10  WS-ST-NBR               PIC 9(2).
         10  WS-ST-PROGRAM           PIC X(8).
         10  WS-ST-PARMS             PIC X(40).
         10  WS-ST-MAX-RC            PIC 9(2).
         10  WS-ST-DEPEND            PIC 9(2) OCCURS 4 TIMES.
         10  WS-ST-DESCRIPTION       PIC X(30).
         10  WS-ST-STATUS            PIC X(1).
         10  WS-ST-RC                PIC 9(4).
         10  WS-ST-RUN-DATE          PIC X(8).
         10  WS-ST-START-TIME        PIC X(6).
         10  WS-ST-END-TIME          PIC X(6).
         10  WS-ST-ATTEMPTS          PIC 9(2).

*>    Execução de um passo: linha de comando e código de retorno. O
*>    SYSTEM devolve a situação de término do processo, com o código
*>    de retorno do programa nos bits altos (código x 256)
 01  WS-EXEC-WORK.
     05  WS-COMMAND                  PIC X(120).
     05  WS-SYS-STATUS               PIC S9(9) COMP.
     05  WS-STEP-RC                  PIC 9(4).
     05  WS-MSG-BASE-COUNT           PIC 9(7) COMP. *> Mensagens antes do passo
     05  WS-MSG-READ-COUNT           PIC 9(7) COMP.
     05  WS-FATAL-MSG-ID             PIC X(7).
     05  WS-FATAL-MSG-TEXT           PIC X(60).

*>    Hora editada HH:MM:SS para o log
 01  WS-TIME-EDIT.
     05  WS-TE-HH                    PIC X(2).
     05  FILLER                      PIC X(1) VALUE ":".
     05  WS-TE-MM                    PIC X(2).
     05  FILLER                      PIC X(1) VALUE ":".
     05  WS-TE-SS                    PIC X(2).
 01  WS-TIME-RAW                     PIC X(6).

*>    Cabeçalho do log da sequência
 01  WS-HEADING.
     05  FILLER                      PIC X(20) VALUE
             "PAYROLL JOB STREAM  ".
     05  FILLER                      PIC X(8) VALUE "STREAM: ".
     05  WS-HEAD-STREAM-OUT          PIC X(14).
     05  FILLER                      PIC X(12) VALUE "  RUN DATE: ".
     05  WS-HEAD-DATE-OUT            PIC X(8).
     05  FILLER                      PIC X(8) VALUE "  MODE: ".
     05  WS-HEAD-MODE-OUT            PIC X(20).
     05  FILLER                      PIC X(42) VALUE SPACES.

*>    Títulos das colunas do log
 01  WS-COLUMN-HEADING.
     05  FILLER                      PIC X(50) VALUE
             "STEP PROGRAM  DESCRIPTION                    START".
     05  FILLER                      PIC X(50) VALUE
             "     END         RC MAX RESULT                   ".
     05  FILLER                      PIC X(32) VALUE SPACES.

*>    Linha de um passo no log
 01  WS-STEP-LINE.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SL-STEP-OUT              PIC 9(2).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-SL-PROGRAM-OUT           PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-SL-DESC-OUT              PIC X(30).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-SL-START-OUT             PIC X(8).
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-SL-END-OUT               PIC X(8).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SL-RC-OUT                PIC ZZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SL-MAX-OUT               PIC Z9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-SL-RESULT-OUT            PIC X(50).
     05  FILLER                      PIC X(9) VALUE SPACES.

*>    Linha de parâmetros do passo, abaixo da linha do passo
 01  WS-PARM-LINE.
     05  FILLER                      PIC X(14) VALUE SPACES.
     05  FILLER                      PIC X(7) VALUE "PARMS: ".
     05  WS-PL-PARMS-OUT             PIC X(40).
     05  FILLER                      PIC X(71) VALUE SPACES.

*>    Linha de mensagem/veredicto
 01  WS-MESSAGE-LINE.
     05  WS-ML-TEXT-OUT              PIC X(100).
     05  FILLER                      PIC X(32) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - carrega os passos, decide entre sequência
*>    nova e retomada e executa os passos pendentes
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     DISPLAY 1 UPON ARGUMENT-NUMBER.
     ACCEPT WS-PARM-MODE FROM ARGUMENT-VALUE.
     ACCEPT WS-BIN-DIR FROM ENVIRONMENT "PROG53_BIN_DIR"
         ON EXCEPTION MOVE SPACES TO WS-BIN-DIR
     END-ACCEPT.
     IF WS-BIN-DIR = SPACES
         MOVE "./" TO WS-BIN-DIR
     END-IF.
     PERFORM B05-LOAD-STEPS-PARA.
     IF NOT WS-TABLE-OK
         DISPLAY "STEP TABLE JOBSTEPS.DAT INVALID - STREAM NOT STARTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM B15-LOAD-STATUS-PARA.
     OPEN OUTPUT STREAM-LOG-OUT.
     PERFORM B10-INIT-PARA.
     PERFORM B30-RUN-STEP-PARA
         VARYING WS-STEP-SUB FROM 1 BY 1
         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
     PERFORM C20-TOTAL-PARA.
     CLOSE STREAM-LOG-OUT.
     MOVE 0 TO RETURN-CODE.
     IF WS-WARN-FOUND
         MOVE 4 TO RETURN-CODE
     END-IF.
     IF WS-STREAM-STOPPED
         MOVE 8 TO RETURN-CODE
     END-IF.
     STOP RUN.

*>    Carrega os passos de JOBSTEPS.DAT, ou a sequência padrão sem o
*>    arquivo, e confere a tabela: números em ordem crescente e cada
*>    dependência apontando para um passo anterior
 B05-LOAD-STEPS-PARA.
     MOVE ZEROS TO WS-STEP-COUNT.
     MOVE "Y" TO WS-TABLE-OK-SWITCH.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT STEP-TABLE-FILE-IN.
     IF WS-STEPTAB-MISSING
         PERFORM B07-DEFAULT-STEP-PARA
             VARYING WS-STEP-SUB FROM 1 BY 1
             UNTIL WS-STEP-SUB > 8
     ELSE
         READ STEP-TABLE-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B06-STEP-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE STEP-TABLE-FILE-IN
     END-IF.
     IF WS-STEP-COUNT = 0
         DISPLAY "NO STEPS IN JOBSTEPS.DAT"
         MOVE "N" TO WS-TABLE-OK-SWITCH
     END-IF.
     PERFORM B08-CHECK-STEP-PARA
         VARYING WS-STEP-SUB FROM 1 BY 1
         UNTIL WS-STEP-SUB > WS-STEP-COUNT.

*>    Guarda um passo da tabela de passos
 B06-STEP-REC-PARA.
     IF WS-STEP-COUNT >= 50
         DISPLAY "MORE THAN 50 STEPS IN JOBSTEPS.DAT"
         MOVE "N" TO WS-TABLE-OK-SWITCH
     ELSE
         ADD 1 TO WS-STEP-COUNT
         MOVE JS-STEP-NBR TO WS-ST-NBR (WS-STEP-COUNT)
         MOVE JS-PROGRAM TO WS-ST-PROGRAM (WS-STEP-COUNT)
         MOVE JS-PARMS TO WS-ST-PARMS (WS-STEP-COUNT)
         MOVE JS-MAX-RC TO WS-ST-MAX-RC (WS-STEP-COUNT)
         MOVE JS-DEPEND-STEP (1) TO WS-ST-DEPEND (WS-STEP-COUNT, 1)
         MOVE JS-DEPEND-STEP (2) TO WS-ST-DEPEND (WS-STEP-COUNT, 2)
         MOVE JS-DEPEND-STEP (3) TO WS-ST-DEPEND (WS-STEP-COUNT, 3)
         MOVE JS-DEPEND-STEP (4) TO WS-ST-DEPEND (WS-STEP-COUNT, 4)
         MOVE JS-DESCRIPTION TO WS-ST-DESCRIPTION (WS-STEP-COUNT)
         MOVE WS-STEP-COUNT TO WS-FIND-SUB
         PERFORM B09-CLEAR-STATUS-PARA
     END-IF.
     READ STEP-TABLE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Guarda um passo da sequência padrão
 B07-DEFAULT-STEP-PARA.
     ADD 1 TO WS-STEP-COUNT.
     MOVE WS-DF-STEP-NBR (WS-STEP-SUB) TO WS-ST-NBR (WS-STEP-COUNT).
     MOVE WS-DF-PROGRAM (WS-STEP-SUB) TO WS-ST-PROGRAM (WS-STEP-COUNT).
     MOVE SPACES TO WS-ST-PARMS (WS-STEP-COUNT).
     MOVE WS-DF-MAX-RC (WS-STEP-SUB) TO WS-ST-MAX-RC (WS-STEP-COUNT).
     MOVE WS-DF-DEPEND (WS-STEP-SUB)
         TO WS-ST-DEPEND (WS-STEP-COUNT, 1).
     MOVE ZEROS TO WS-ST-DEPEND (WS-STEP-COUNT, 2)
                   WS-ST-DEPEND (WS-STEP-COUNT, 3)
                   WS-ST-DEPEND (WS-STEP-COUNT, 4).
     MOVE WS-DF-DESCRIPTION (WS-STEP-SUB)
         TO WS-ST-DESCRIPTION (WS-STEP-COUNT).
     MOVE WS-STEP-COUNT TO WS-FIND-SUB.
     PERFORM B09-CLEAR-STATUS-PARA.

*>    Confere um passo: número numérico e maior que o anterior,
*>    programa informado e dependências só de passos anteriores
 B08-CHECK-STEP-PARA.
     IF WS-ST-NBR (WS-STEP-SUB) NOT NUMERIC
             OR WS-ST-MAX-RC (WS-STEP-SUB) NOT NUMERIC
             OR WS-ST-PROGRAM (WS-STEP-SUB) = SPACES
         DISPLAY "STEP ENTRY " WS-STEP-SUB
                 " HAS NO PROGRAM OR A NON-NUMERIC FIELD"
         MOVE "N" TO WS-TABLE-OK-SWITCH
     ELSE
         IF WS-STEP-SUB > 1
             IF WS-ST-NBR (WS-STEP-SUB)
                     NOT > WS-ST-NBR (WS-STEP-SUB - 1)
                 DISPLAY "STEP " WS-ST-NBR (WS-STEP-SUB)
                         " OUT OF ORDER IN JOBSTEPS.DAT"
                 MOVE "N" TO WS-TABLE-OK-SWITCH
             END-IF
         END-IF
         PERFORM B08A-CHECK-DEPEND-PARA
             VARYING WS-DEP-SUB FROM 1 BY 1
             UNTIL WS-DEP-SUB > 4
     END-IF.

*>    Confere uma dependência do passo
 B08A-CHECK-DEPEND-PARA.
     IF WS-ST-DEPEND (WS-STEP-SUB, WS-DEP-SUB) NOT NUMERIC
         DISPLAY "STEP " WS-ST-NBR (WS-STEP-SUB)
                 " HAS A NON-NUMERIC DEPENDENCY"
         MOVE "N" TO WS-TABLE-OK-SWITCH
     ELSE
         IF WS-ST-DEPEND (WS-STEP-SUB, WS-DEP-SUB) > 0
             MOVE "N" TO WS-DEPEND-OK-SWITCH
             PERFORM B08B-FIND-DEPEND-PARA
                 VARYING WS-FIND-SUB FROM 1 BY 1
                 UNTIL WS-FIND-SUB >= WS-STEP-SUB
             IF NOT WS-DEPEND-OK
                 DISPLAY "STEP " WS-ST-NBR (WS-STEP-SUB)
                         " DEPENDS ON STEP "
                         WS-ST-DEPEND (WS-STEP-SUB, WS-DEP-SUB)
                         " WHICH IS NOT AN EARLIER STEP"
                 MOVE "N" TO WS-TABLE-OK-SWITCH
             END-IF
         END-IF
     END-IF.

*>    Testa um passo anterior contra a dependência
 B08B-FIND-DEPEND-PARA.
     IF WS-ST-NBR (WS-FIND-SUB) = WS-ST-DEPEND (WS-STEP-SUB, WS-DEP-SUB)
         MOVE "Y" TO WS-DEPEND-OK-SWITCH
     END-IF.

*>    Limpa a situação de um passo (pendente)
 B09-CLEAR-STATUS-PARA.
     MOVE SPACES TO WS-ST-STATUS (WS-FIND-SUB)
                    WS-ST-RUN-DATE (WS-FIND-SUB)
                    WS-ST-START-TIME (WS-FIND-SUB)
                    WS-ST-END-TIME (WS-FIND-SUB).
     MOVE ZEROS TO WS-ST-RC (WS-FIND-SUB)
                   WS-ST-ATTEMPTS (WS-FIND-SUB).

*>    Inicialização do log da sequência
 B10-INIT-PARA.
     MOVE "N" TO WS-STOPPED-SWITCH
                 WS-WARN-SWITCH.
     MOVE ZEROS TO WS-STOP-STEP.
     MOVE WS-STREAM-ID TO WS-HEAD-STREAM-OUT.
     MOVE WS-RUN-DATE TO WS-HEAD-DATE-OUT.
     IF WS-RESTART
         MOVE "RESTART" TO WS-HEAD-MODE-OUT
     ELSE
         MOVE "NEW STREAM" TO WS-HEAD-MODE-OUT
     END-IF.
     WRITE SL-LOG-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO SL-LOG-OUT.
     WRITE SL-LOG-OUT
         AFTER ADVANCING 1 LINE.
     WRITE SL-LOG-OUT FROM WS-COLUMN-HEADING
         AFTER ADVANCING 1 LINE.
     DISPLAY "JOB STREAM " WS-STREAM-ID " " WS-HEAD-MODE-OUT.

*>    Lê a situação gravada pela execução anterior. Havendo passo
*>    não concluído, a sequência é retomada com a mesma identificação
*>    e os passos concluídos não rodam de novo; sem arquivo, com tudo
*>    concluído ou com o parâmetro NEW, começa uma sequência nova
 B15-LOAD-STATUS-PARA.
     MOVE "N" TO WS-RESTART-SWITCH.
     MOVE SPACES TO WS-STREAM-ID.
     MOVE "N" TO WS-EOF-SWITCH.
     IF WS-PARM-MODE NOT = "NEW"
         OPEN INPUT STEP-STATUS-FILE
         IF NOT WS-STEPSTAT-MISSING
             READ STEP-STATUS-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
             END-READ
             PERFORM B16-STATUS-REC-PARA
                 UNTIL WS-EOF-SWITCH = "Y"
             CLOSE STEP-STATUS-FILE
         END-IF
     END-IF.
     MOVE ZEROS TO WS-DONE-COUNT.
     PERFORM B17-COUNT-DONE-PARA
         VARYING WS-STEP-SUB FROM 1 BY 1
         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
     IF WS-STREAM-ID NOT = SPACES
             AND WS-DONE-COUNT > 0
             AND WS-DONE-COUNT < WS-STEP-COUNT
         MOVE "Y" TO WS-RESTART-SWITCH
     ELSE
*>    Sequência nova: nenhum passo herdado da anterior
         PERFORM B18-RESET-STEP-PARA
             VARYING WS-STEP-SUB FROM 1 BY 1
             UNTIL WS-STEP-SUB > WS-STEP-COUNT
         MOVE WS-RUN-DATE TO WS-STREAM-ID (1:8)
         ACCEPT WS-TIME-NOW FROM TIME
         MOVE WS-TIME-NOW (1:6) TO WS-STREAM-ID (9:6)
     END-IF.

*>    Aplica a situação gravada ao passo de mesmo número e programa;
*>    passo que mudou de programa na tabela volta a pendente
 B16-STATUS-REC-PARA.
     MOVE SS-STREAM-ID TO WS-STREAM-ID.
     PERFORM B16A-MATCH-STEP-PARA
         VARYING WS-FIND-SUB FROM 1 BY 1
         UNTIL WS-FIND-SUB > WS-STEP-COUNT.
     READ STEP-STATUS-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Testa um passo da tabela contra a situação lida
 B16A-MATCH-STEP-PARA.
     IF WS-ST-NBR (WS-FIND-SUB) = SS-STEP-NBR
             AND WS-ST-PROGRAM (WS-FIND-SUB) = SS-PROGRAM
         MOVE SS-STATUS TO WS-ST-STATUS (WS-FIND-SUB)
         MOVE SS-RC TO WS-ST-RC (WS-FIND-SUB)
         MOVE SS-RUN-DATE TO WS-ST-RUN-DATE (WS-FIND-SUB)
         MOVE SS-START-TIME TO WS-ST-START-TIME (WS-FIND-SUB)
         MOVE SS-END-TIME TO WS-ST-END-TIME (WS-FIND-SUB)
         MOVE SS-ATTEMPTS TO WS-ST-ATTEMPTS (WS-FIND-SUB)
     END-IF.

*>    Conta os passos já concluídos
 B17-COUNT-DONE-PARA.
     IF WS-ST-STATUS (WS-STEP-SUB) = "C"
         ADD 1 TO WS-DONE-COUNT
     END-IF.

*>    Volta um passo a pendente para a sequência nova
 B18-RESET-STEP-PARA.
     MOVE WS-STEP-SUB TO WS-FIND-SUB.
     PERFORM B09-CLEAR-STATUS-PARA.

*>    Um passo da sequência: concluído antes não roda de novo; parada
*>    a sequência, os passos restantes só aparecem no log; senão
*>    confere as dependências, executa e julga o resultado
 B30-RUN-STEP-PARA.
     MOVE SPACES TO WS-SL-RESULT-OUT.
     EVALUATE TRUE
         WHEN WS-ST-STATUS (WS-STEP-SUB) = "C"
             MOVE "SKIPPED - COMPLETED IN EARLIER RUN"
                 TO WS-SL-RESULT-OUT
         WHEN WS-STREAM-STOPPED
             MOVE "NOT RUN - STREAM STOPPED" TO WS-SL-RESULT-OUT
         WHEN OTHER
             MOVE "Y" TO WS-DEPEND-OK-SWITCH
             PERFORM B31-CHECK-DEPEND-PARA
                 VARYING WS-DEP-SUB FROM 1 BY 1
                 UNTIL WS-DEP-SUB > 4
             IF WS-DEPEND-OK
                 PERFORM B40-EXECUTE-STEP-PARA
             ELSE
                 MOVE "NOT RUN - DEPENDENCY NOT COMPLETE"
                     TO WS-SL-RESULT-OUT
                 MOVE "Y" TO WS-STOPPED-SWITCH
                 MOVE WS-ST-NBR (WS-STEP-SUB) TO WS-STOP-STEP
             END-IF
     END-EVALUATE.
     PERFORM C10-WRITE-STEP-PARA.

*>    Confere uma dependência do passo: o passo apontado precisa estar
*>    concluído nesta sequência
 B31-CHECK-DEPEND-PARA.
     IF WS-ST-DEPEND (WS-STEP-SUB, WS-DEP-SUB) > 0
         PERFORM B32-DEPEND-STATUS-PARA
             VARYING WS-FIND-SUB FROM 1 BY 1
             UNTIL WS-FIND-SUB >= WS-STEP-SUB
     END-IF.

*>    Testa a situação do passo de que o passo corrente depende
 B32-DEPEND-STATUS-PARA.
     IF WS-ST-NBR (WS-FIND-SUB) = WS-ST-DEPEND (WS-STEP-SUB, WS-DEP-SUB)
             AND WS-ST-STATUS (WS-FIND-SUB) NOT = "C"
         MOVE "N" TO WS-DEPEND-OK-SWITCH
     END-IF.

*>    Executa o passo: marca "rodando" no arquivo de situação (um
*>    controlador derrubado no meio deixa o passo para ser refeito),
*>    conta as mensagens já gravadas, chama o programa e julga o
*>    código de retorno e as mensagens F gravadas durante o passo
 B40-EXECUTE-STEP-PARA.
     ACCEPT WS-TIME-NOW FROM TIME.
     MOVE "R" TO WS-ST-STATUS (WS-STEP-SUB).
     MOVE WS-RUN-DATE TO WS-ST-RUN-DATE (WS-STEP-SUB).
     MOVE WS-TIME-NOW (1:6) TO WS-ST-START-TIME (WS-STEP-SUB).
     MOVE SPACES TO WS-ST-END-TIME (WS-STEP-SUB).
     ADD 1 TO WS-ST-ATTEMPTS (WS-STEP-SUB).
     PERFORM C30-SAVE-STATUS-PARA.
     PERFORM B45-COUNT-MSGS-PARA.
     MOVE WS-MSG-READ-COUNT TO WS-MSG-BASE-COUNT.
     MOVE SPACES TO WS-COMMAND.
     STRING WS-BIN-DIR DELIMITED BY SPACE
            WS-ST-PROGRAM (WS-STEP-SUB) DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            WS-ST-PARMS (WS-STEP-SUB) DELIMITED BY SIZE
         INTO WS-COMMAND
     END-STRING.
     DISPLAY "STEP " WS-ST-NBR (WS-STEP-SUB) " STARTED: "
             WS-COMMAND.
     CALL "SYSTEM" USING WS-COMMAND.
     MOVE RETURN-CODE TO WS-SYS-STATUS.
     MOVE 0 TO RETURN-CODE.
     IF WS-SYS-STATUS < 0
         MOVE 9999 TO WS-STEP-RC
     ELSE
         IF WS-SYS-STATUS > 255
             DIVIDE WS-SYS-STATUS BY 256 GIVING WS-STEP-RC
         ELSE
             MOVE WS-SYS-STATUS TO WS-STEP-RC
         END-IF
     END-IF.
     ACCEPT WS-TIME-NOW FROM TIME.
     MOVE WS-TIME-NOW (1:6) TO WS-ST-END-TIME (WS-STEP-SUB).
     MOVE WS-STEP-RC TO WS-ST-RC (WS-STEP-SUB).
*>    Mensagens gravadas depois da contagem inicial são deste passo
     MOVE "N" TO WS-FATAL-SWITCH.
     MOVE SPACES TO WS-FATAL-MSG-ID
                    WS-FATAL-MSG-TEXT.
     PERFORM B45-COUNT-MSGS-PARA.
     EVALUATE TRUE
         WHEN WS-STEP-RC > WS-ST-MAX-RC (WS-STEP-SUB)
             MOVE "F" TO WS-ST-STATUS (WS-STEP-SUB)
             MOVE "FAILED - RETURN CODE OVER LIMIT" TO WS-SL-RESULT-OUT
         WHEN WS-FATAL-FOUND
             MOVE "F" TO WS-ST-STATUS (WS-STEP-SUB)
             MOVE SPACES TO WS-SL-RESULT-OUT
             STRING "FAILED - FATAL MESSAGE " DELIMITED BY SIZE
                    WS-FATAL-MSG-ID DELIMITED BY SIZE
                 INTO WS-SL-RESULT-OUT
             END-STRING
         WHEN OTHER
             MOVE "C" TO WS-ST-STATUS (WS-STEP-SUB)
             IF WS-STEP-RC > 0
                 MOVE "Y" TO WS-WARN-SWITCH
                 MOVE "COMPLETE - RETURN CODE WITHIN LIMIT"
                     TO WS-SL-RESULT-OUT
             ELSE
                 MOVE "COMPLETE" TO WS-SL-RESULT-OUT
             END-IF
     END-EVALUATE.
     IF WS-ST-STATUS (WS-STEP-SUB) = "F"
         MOVE "Y" TO WS-STOPPED-SWITCH
         MOVE WS-ST-NBR (WS-STEP-SUB) TO WS-STOP-STEP
     END-IF.
     PERFORM C30-SAVE-STATUS-PARA.
     DISPLAY "STEP " WS-ST-NBR (WS-STEP-SUB) " RC " WS-STEP-RC
             " " WS-SL-RESULT-OUT.

*>    Conta as mensagens de PROG6_MSGS.DAT; as que vêm depois da
*>    contagem anterior ao passo são conferidas quanto à severidade F
 B45-COUNT-MSGS-PARA.
     MOVE ZEROS TO WS-MSG-READ-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT OPER-MSG-FILE-IN.
     IF WS-OPERMSG-MISSING
         MOVE "Y" TO WS-EOF-SWITCH
     ELSE
         READ OPER-MSG-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
     END-IF.
     PERFORM B46-MSG-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     IF NOT WS-OPERMSG-MISSING
         CLOSE OPER-MSG-FILE-IN
     END-IF.

*>    Conta uma mensagem e guarda a primeira F gravada pelo passo
 B46-MSG-REC-PARA.
     ADD 1 TO WS-MSG-READ-COUNT.
     IF WS-MSG-READ-COUNT > WS-MSG-BASE-COUNT
             AND OM-SEVERITY = "F"
             AND NOT WS-FATAL-FOUND
         MOVE "Y" TO WS-FATAL-SWITCH
         MOVE OM-MSG-ID TO WS-FATAL-MSG-ID
         MOVE OM-MSG-TEXT TO WS-FATAL-MSG-TEXT
     END-IF.
     READ OPER-MSG-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Imprime a linha do passo no log, com os parâmetros e, quando
*>    houver, a mensagem F que parou a sequência
 C10-WRITE-STEP-PARA.
     MOVE WS-ST-NBR (WS-STEP-SUB) TO WS-SL-STEP-OUT.
     MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO WS-SL-PROGRAM-OUT.
     MOVE WS-ST-DESCRIPTION (WS-STEP-SUB) TO WS-SL-DESC-OUT.
     MOVE WS-ST-START-TIME (WS-STEP-SUB) TO WS-TIME-RAW.
     PERFORM C11-EDIT-TIME-PARA.
     MOVE WS-TIME-EDIT TO WS-SL-START-OUT.
     MOVE WS-ST-END-TIME (WS-STEP-SUB) TO WS-TIME-RAW.
     PERFORM C11-EDIT-TIME-PARA.
     MOVE WS-TIME-EDIT TO WS-SL-END-OUT.
     IF WS-ST-START-TIME (WS-STEP-SUB) = SPACES
         MOVE SPACES TO WS-SL-START-OUT
     END-IF.
     IF WS-ST-END-TIME (WS-STEP-SUB) = SPACES
         MOVE SPACES TO WS-SL-END-OUT
     END-IF.
     MOVE WS-ST-RC (WS-STEP-SUB) TO WS-SL-RC-OUT.
     MOVE WS-ST-MAX-RC (WS-STEP-SUB) TO WS-SL-MAX-OUT.
     WRITE SL-LOG-OUT FROM WS-STEP-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-ST-PARMS (WS-STEP-SUB) NOT = SPACES
         MOVE WS-ST-PARMS (WS-STEP-SUB) TO WS-PL-PARMS-OUT
         WRITE SL-LOG-OUT FROM WS-PARM-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     IF WS-ST-NBR (WS-STEP-SUB) = WS-STOP-STEP
             AND WS-FATAL-FOUND
         MOVE SPACES TO WS-ML-TEXT-OUT
         STRING "              " DELIMITED BY SIZE
                WS-FATAL-MSG-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-FATAL-MSG-TEXT DELIMITED BY SIZE
             INTO WS-ML-TEXT-OUT
         END-STRING
         WRITE SL-LOG-OUT FROM WS-MESSAGE-LINE
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Edita uma hora HHMMSS como HH:MM:SS
 C11-EDIT-TIME-PARA.
     MOVE WS-TIME-RAW (1:2) TO WS-TE-HH.
     MOVE WS-TIME-RAW (3:2) TO WS-TE-MM.
     MOVE WS-TIME-RAW (5:2) TO WS-TE-SS.

*>    Fecha o log com o veredicto da sequência
 C20-TOTAL-PARA.
     MOVE SPACES TO WS-ML-TEXT-OUT.
     IF WS-STREAM-STOPPED
         STRING "*** STREAM STOPPED AT STEP " DELIMITED BY SIZE
                WS-STOP-STEP DELIMITED BY SIZE
                " - FIX THE CAUSE AND RERUN PROG53 TO RESUME AT THIS "
                    DELIMITED BY SIZE
                "STEP ***" DELIMITED BY SIZE
             INTO WS-ML-TEXT-OUT
         END-STRING
     ELSE
         MOVE "*** STREAM COMPLETE ***" TO WS-ML-TEXT-OUT
     END-IF.
     WRITE SL-LOG-OUT FROM WS-MESSAGE-LINE
         AFTER ADVANCING 2 LINES.
     DISPLAY WS-ML-TEXT-OUT.

*>    Regrava o arquivo de situação com todos os passos da sequência
 C30-SAVE-STATUS-PARA.
     OPEN OUTPUT STEP-STATUS-FILE.
     PERFORM C31-WRITE-STATUS-PARA
         VARYING WS-FIND-SUB FROM 1 BY 1
         UNTIL WS-FIND-SUB > WS-STEP-COUNT.
     CLOSE STEP-STATUS-FILE.

*>    Grava a situação de um passo
 C31-WRITE-STATUS-PARA.
     MOVE SPACES TO SS-STATUS-REC.
     MOVE WS-STREAM-ID TO SS-STREAM-ID.
     MOVE WS-ST-NBR (WS-FIND-SUB) TO SS-STEP-NBR.
     MOVE WS-ST-PROGRAM (WS-FIND-SUB) TO SS-PROGRAM.
     MOVE WS-ST-STATUS (WS-FIND-SUB) TO SS-STATUS.
     MOVE WS-ST-RC (WS-FIND-SUB) TO SS-RC.
     MOVE WS-ST-RUN-DATE (WS-FIND-SUB) TO SS-RUN-DATE.
     MOVE WS-ST-START-TIME (WS-FIND-SUB) TO SS-START-TIME.
     MOVE WS-ST-END-TIME (WS-FIND-SUB) TO SS-END-TIME.
     MOVE WS-ST-ATTEMPTS (WS-FIND-SUB) TO SS-ATTEMPTS.
     WRITE SS-STATUS-REC.
