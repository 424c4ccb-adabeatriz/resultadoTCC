*> =====================================================================
*> PROGRAMA: GERAÇÃO E MANUTENÇÃO DO CALENDÁRIO DE PERÍODOS (PERCAL)
*> DESCRIÇÃO: Dois modos, pelo 1º parâmetro:
*>            BUILD ano freq [grupo] - gera o ano inteiro do calendário
*>            do grupo de pagamento em PERCAL.DAT a partir da
*>            frequência (52 = semanal em períodos de 7 dias e 26 =
*>            quinzenal em períodos de 14 dias, ambos a partir de 1º
*>            de janeiro; 24 = bimensal, dias 1-15 e 16-fim do mês;
*>            12 = mensal por mês civil), valida que os períodos ladrilham
*>            o ano sem lacunas nem sobreposições, e imprime o
*>            relatório de auditoria com a data de pagamento sugerida
*>            de cada período (o fim do período, recuada para o dia
*>            útil anterior quando cai em fim de semana ou em feriado
*>            de HOLIDAYS.DAT). A geração RECUSA sobrescrever um
*>            calendário de grupo que já tenha período postado;
*>            MAINT nº início fim situação [grupo] - transação de
*>            manutenção autorizada de um período, com imagens antes/depois
*>            no relatório; o calendário alterado é revalidado por
*>            inteiro e a alteração que quebra o ladrilhamento é
*>            recusada com o arquivo intacto - no lugar da edição crua
*>            no editor de texto. Cada grupo de pagamento (EM-PAY-GROUP
*>            do mestre de funcionários; espaços = grupo padrão) tem o
*>            seu calendário no mesmo arquivo, pela chave grupo +
*>            período; os dois modos só tocam as linhas do grupo
*>            informado e regravam as dos demais grupos como estavam
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================
 FILE SECTION.
*>    Definição do calendário de períodos; o layout de PROG6
 FD  PERIOD-CAL-FILE
         RECORD CONTAINS 21 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PP-PERIOD-REC.
 01  PP-PERIOD-REC.
     05  PP-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (espaços = padrão)
     05  PP-PERIOD-NBR               PIC 9(2).      *> Número do período no ano
     05  PP-START-DATE               PIC X(8).      *> Data inicial (AAAAMMDD)
     05  PP-END-DATE                 PIC X(8).      *> Data final (AAAAMMDD)
     05  WS-PARM-YEAR-N REDEFINES WS-PARM-YEAR
                                     PIC 9(4).
     05  WS-PARM-FREQ                PIC X(2).
         88  WS-FREQ-VALID           VALUE "52" "26" "24" "12".
     05  WS-PARM-GROUP               PIC X(2) VALUE SPACES.
     05  WS-PARM-PERIOD              PIC X(2).
     05  WS-PARM-START               PIC X(8).
     05  WS-PARM-END                 PIC X(8).
     05  WS-PARM-STATUS              PIC X(1).

*>    Tabela do calendário do grupo em memória (até 53 semanas e a
*>    folga), e as linhas dos demais grupos, guardadas como lidas para
*>    serem regravadas intactas
 01  WS-CAL-CONTROLS.
     05  WS-CAL-COUNT                PIC 9(3) COMP.
     05  WS-CAL-SUB                  PIC 9(3) COMP.
     05  WS-OTHER-COUNT              PIC 9(3) COMP.
     05  WS-SPAN-DAYS                PIC 9(2).      *> Dias além do 1º no período
*>                                                  *> semanal (6) ou quinzenal (13)
 01  WS-OTHER-TABLE.
     05  WS-OTHER-ROW                OCCURS 300 TIMES
                                      INDEXED BY OT-INDEX
                                     PIC X(21).
 01  WS-CAL-TABLE.
     05  WS-CAL-ROW                  OCCURS 60 TIMES
                                      INDEXED BY P-INDEX.
         10  WS-CAL-PERIOD-NBR       PIC 9(2).
         10  WS-CAL-START-DATE       PIC X(8).
             "PAY PERIOD CALENDAR BUILD/MAINTENANCE ".
     05  FILLER                      PIC X(6) VALUE "MODE: ".
     05  WS-HEAD-MODE-OUT            PIC X(5).
     05  FILLER                      PIC X(9) VALUE "  GROUP: ".
     05  WS-HEAD-GROUP-OUT           PIC X(2).
     05  FILLER                      PIC X(72) VALUE SPACES.

*>    Linha de um período no relatório de auditoria
 01  WS-PERIOD-LINE.
                 "RUN ABORTED"
         STOP RUN
     END-IF.
*>    O grupo de pagamento é o último parâmetro de cada modo
*>    (ausente = grupo padrão, espaços)
     IF WS-BUILD-MODE
         DISPLAY 4 UPON ARGUMENT-NUMBER
     ELSE
         DISPLAY 6 UPON ARGUMENT-NUMBER
     END-IF.
     ACCEPT WS-PARM-GROUP FROM ARGUMENT-VALUE.
     OPEN OUTPUT CAL-REPORT-OUT.
     MOVE WS-PARM-MODE TO WS-HEAD-MODE-OUT.
     MOVE WS-PARM-GROUP TO WS-HEAD-GROUP-OUT.
     WRITE CA-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO CA-REPORT-OUT.
         DISPLAY "BUILD YEAR PARAMETER (YYYY) MISSING - RUN ABORTED"
         STOP RUN
     END-IF.
     IF NOT WS-FREQ-VALID
         DISPLAY "PAY FREQUENCY PARAMETER MUST BE 52, 26, 24 OR " &
                 "12 - RUN ABORTED"
         STOP RUN
     END-IF.
*>    Um calendário existente do grupo com período postado não é
*>    sobrescrito: a evidência da postagem morreria com ele. As linhas
*>    dos demais grupos ficam guardadas para a regravação
     PERFORM B21-CHECK-EXISTING-PARA.
     IF WS-POSTED-FOUND
         DISPLAY "EXISTING CALENDAR OF PAY GROUP '" WS-PARM-GROUP
                 "' HAS POSTED PERIODS - BUILD REFUSED"
         MOVE "*** BUILD REFUSED - EXISTING GROUP CALENDAR HAS " &
              "POSTED PERIODS ***" TO WS-VERDICT-OUT
         WRITE CA-REPORT-OUT FROM WS-VERDICT-LINE
             AFTER ADVANCING 1 LINE
         STOP RUN
     STRING WS-PARM-YEAR "1231" DELIMITED BY SIZE
         INTO WS-YEAR-END-DATE
     END-STRING.
     EVALUATE WS-PARM-FREQ
         WHEN "12"
             PERFORM B22-BUILD-MONTHLY-PARA
         WHEN "24"
             PERFORM B24-BUILD-SEMIMONTHLY-PARA
         WHEN "52"
             MOVE 6 TO WS-SPAN-DAYS
             PERFORM B23-BUILD-BIWEEKLY-PARA
         WHEN OTHER
             MOVE 13 TO WS-SPAN-DAYS
             PERFORM B23-BUILD-BIWEEKLY-PARA
     END-EVALUATE.
     PERFORM B30-VALIDATE-TILING-PARA.
     IF WS-TILE-INVALID
         DISPLAY "GENERATED CALENDAR FAILS TILING VALIDATION - " &
     WRITE CA-REPORT-OUT FROM WS-VERDICT-LINE
         AFTER ADVANCING 2 LINE.

*>    Confere se o calendário existente do grupo tem período postado
*>    e guarda as linhas dos demais grupos
 B21-CHECK-EXISTING-PARA.
     MOVE "N" TO WS-POSTED-FOUND-SWITCH.
     MOVE ZEROS TO WS-OTHER-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PERIOD-CAL-FILE.
     IF WS-PERCAL-MISSING

*>    Examina um período do calendário existente
 B21A-EXISTING-REC-PARA.
     IF PP-PAY-GROUP = WS-PARM-GROUP
         IF PP-STATUS = "P"
             MOVE "Y" TO WS-POSTED-FOUND-SWITCH
         END-IF
     ELSE
         PERFORM B21B-KEEP-OTHER-PARA
     END-IF.
     READ PERIOD-CAL-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Guarda uma linha de outro grupo para a regravação; um arquivo
*>    maior que a tabela não pode ser regravado sem perder linhas
 B21B-KEEP-OTHER-PARA.
     IF WS-OTHER-COUNT >= 300
         DISPLAY "CALENDAR EXCEEDS 300 ROWS OF OTHER PAY GROUPS - " &
                 "RUN ABORTED"
         STOP RUN
     END-IF.
     ADD 1 TO WS-OTHER-COUNT.
     SET OT-INDEX TO WS-OTHER-COUNT.
     MOVE PP-PERIOD-REC TO WS-OTHER-ROW (OT-INDEX).

*>    Gera os doze períodos mensais do ano
 B22-BUILD-MONTHLY-PARA.
     MOVE ZEROS TO WS-CAL-COUNT.
     MOVE WS-DATE-WORK-X TO WS-CAL-END-DATE (P-INDEX).
     MOVE "O" TO WS-CAL-STATUS (P-INDEX).

*>    Gera os períodos quinzenais de 14 dias (ou semanais de 7, pelo
*>    WS-SPAN-DAYS) a partir de 1º de janeiro; o último período é
*>    aparado em 31/12 para o ano fechar
 B23-BUILD-BIWEEKLY-PARA.
     MOVE ZEROS TO WS-CAL-COUNT.
     MOVE WS-PARM-YEAR-N TO WS-DW-YEAR.
     MOVE 1 TO WS-DW-DAY.
     PERFORM B23A-BUILD-FORTNIGHT-PARA
         UNTIL WS-DATE-WORK-X > WS-YEAR-END-DATE
             OR WS-CAL-COUNT >= 60.

*>    Gera um período de 14 (ou 7) dias a partir da data corrente
 B23A-BUILD-FORTNIGHT-PARA.
     ADD 1 TO WS-CAL-COUNT.
     SET P-INDEX TO WS-CAL-COUNT.
     MOVE WS-CAL-COUNT TO WS-CAL-PERIOD-NBR (P-INDEX).
     MOVE WS-DATE-WORK-X TO WS-CAL-START-DATE (P-INDEX).
     MOVE WS-SPAN-DAYS TO WS-ADD-DAYS.
     PERFORM C81-ADD-DAYS-PARA.
     IF WS-DATE-WORK-X > WS-YEAR-END-DATE
         MOVE WS-YEAR-END-DATE TO WS-CAL-END-DATE (P-INDEX)
     MOVE 1 TO WS-ADD-DAYS.
     PERFORM C81-ADD-DAYS-PARA.

*>    Gera os vinte e quatro períodos bimensais do ano: do dia 1 ao
*>    dia 15 e do dia 16 ao fim de cada mês civil
 B24-BUILD-SEMIMONTHLY-PARA.
     MOVE ZEROS TO WS-CAL-COUNT.
     MOVE WS-PARM-YEAR-N TO WS-DW-YEAR.
     PERFORM B24A-BUILD-HALF-MONTHS-PARA
         VARYING WS-DW-MONTH FROM 1 BY 1
         UNTIL WS-DW-MONTH > 12.

*>    Gera os dois períodos de um mês civil
 B24A-BUILD-HALF-MONTHS-PARA.
     ADD 1 TO WS-CAL-COUNT.
     SET P-INDEX TO WS-CAL-COUNT.
     MOVE WS-CAL-COUNT TO WS-CAL-PERIOD-NBR (P-INDEX).
     MOVE 1 TO WS-DW-DAY.
     MOVE WS-DATE-WORK-X TO WS-CAL-START-DATE (P-INDEX).
     MOVE 15 TO WS-DW-DAY.
     MOVE WS-DATE-WORK-X TO WS-CAL-END-DATE (P-INDEX).
     MOVE "O" TO WS-CAL-STATUS (P-INDEX).
     ADD 1 TO WS-CAL-COUNT.
     SET P-INDEX TO WS-CAL-COUNT.
     MOVE WS-CAL-COUNT TO WS-CAL-PERIOD-NBR (P-INDEX).
     MOVE 16 TO WS-DW-DAY.
     MOVE WS-DATE-WORK-X TO WS-CAL-START-DATE (P-INDEX).
     PERFORM C83-MONTH-LENGTH-PARA.
     MOVE WS-MONTH-LEN TO WS-DW-DAY.
     MOVE WS-DATE-WORK-X TO WS-CAL-END-DATE (P-INDEX).
     MOVE "O" TO WS-CAL-STATUS (P-INDEX).

*>    Valida o ladrilhamento do calendário em memória: começa em 1º de
*>    janeiro, cada período começa no dia seguinte ao fim do anterior,
*>    e o último termina em 31/12
         VARYING WS-CAL-SUB FROM 1 BY 1
         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
     IF NOT WS-MAINT-FOUND
         DISPLAY "PERIOD " WS-PARM-PERIOD " NOT ON THE CALENDAR "
                 "OF PAY GROUP '" WS-PARM-GROUP "' - NOTHING CHANGED"
         STOP RUN
     END-IF.
     PERFORM B30-VALIDATE-TILING-PARA.
     WRITE CA-REPORT-OUT FROM WS-VERDICT-LINE
         AFTER ADVANCING 2 LINE.

*>    Carrega o calendário existente: as linhas do grupo para a tabela
*>    de trabalho, as dos demais grupos para a regravação
 B41-LOAD-CALENDAR-PARA.
     MOVE ZEROS TO WS-CAL-COUNT WS-OTHER-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PERIOD-CAL-FILE.
     IF WS-PERCAL-MISSING
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE PERIOD-CAL-FILE.

*>    Guarda um período do calendário na tabela do grupo ou na dos
*>    demais grupos
 B41A-LOAD-CAL-REC-PARA.
     IF PP-PAY-GROUP NOT = WS-PARM-GROUP
         PERFORM B21B-KEEP-OTHER-PARA
     ELSE
         IF WS-CAL-COUNT >= 60
             DISPLAY "GROUP CALENDAR EXCEEDS 60 ROWS - RUN ABORTED"
             STOP RUN
         END-IF
         ADD 1 TO WS-CAL-COUNT
         SET P-INDEX TO WS-CAL-COUNT
         MOVE PP-PERIOD-NBR TO WS-CAL-PERIOD-NBR (P-INDEX)
         MOVE PP-START-DATE TO WS-CAL-START-DATE (P-INDEX)
         MOVE PP-END-DATE TO WS-CAL-END-DATE (P-INDEX)
         MOVE PP-STATUS TO WS-CAL-STATUS (P-INDEX)
     END-IF.
     READ PERIOD-CAL-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
             AFTER ADVANCING 1 LINE
     END-IF.

*>    Regrava o calendário por inteiro: as linhas dos demais grupos
*>    como foram lidas, seguidas das linhas do grupo
 C30-WRITE-CALENDAR-PARA.
     OPEN OUTPUT PERIOD-CAL-FILE.
     PERFORM C32-WRITE-OTHER-PARA
         VARYING OT-INDEX FROM 1 BY 1
         UNTIL OT-INDEX > WS-OTHER-COUNT.
     PERFORM C31-WRITE-PERIOD-PARA
         VARYING P-INDEX FROM 1 BY 1
         UNTIL P-INDEX > WS-CAL-COUNT.

*>    Grava um período da tabela no calendário
 C31-WRITE-PERIOD-PARA.
     MOVE WS-PARM-GROUP TO PP-PAY-GROUP.
     MOVE WS-CAL-PERIOD-NBR (P-INDEX) TO PP-PERIOD-NBR.
     MOVE WS-CAL-START-DATE (P-INDEX) TO PP-START-DATE.
     MOVE WS-CAL-END-DATE (P-INDEX) TO PP-END-DATE.
     MOVE WS-CAL-STATUS (P-INDEX) TO PP-STATUS.
     WRITE PP-PERIOD-REC.

*>    Regrava uma linha de outro grupo como foi lida
 C32-WRITE-OTHER-PARA.
     MOVE WS-OTHER-ROW (OT-INDEX) TO PP-PERIOD-REC.
     WRITE PP-PERIOD-REC.

*>    Lista o calendário no relatório de auditoria, com a data de
*>    pagamento sugerida de cada período: o fim do período, recuado
*>    para o dia útil anterior quando cai em fim de semana ou feriado.
