*> =====================================================================
*> PROGRAMA: MESCLA DA ENTRADA DA FOLHA DE PAGAMENTO
*> DESCRIÇÃO: Monta a entrada única e controlada de PROG6 (TW12C.DAT)
*>            a partir dos lotes gerados: a montagem do ponto dos
*>            horistas (TW12C_TA.DAT, de PROG15), o pagamento
*>            automático dos mensalistas (TW12C_SAL.DAT, de PROG42) e,
*>            quando houver, o lote digitado das exceções do período -
*>            correções, bônus, desligamentos (TW12C_KEY.DAT). Cada
*>            lote tem o seu trailer de controle (99) conferido contra
*>            o que foi de fato lido, pela mesma regra de contagem de
*>            PROG10; os registros passam na ordem dos lotes e o
*>            arquivo mesclado recebe um trailer único recalculado.
*>            Só passam os registros dos funcionários do grupo de
*>            pagamento da execução (PROG6_PAY_GROUP, como na folha;
*>            o grupo vem do mestre EMPMAST.DAT, e quem não está no
*>            mestre passa para a folha rejeitar); o trailer do lote
*>            é conferido contra tudo o que foi lido e o da mescla é
*>            recalculado só sobre o que passou.
*>            Um CPF/SSN com registro regular no ponto e no lote dos
*>            mensalistas sai no relatório para conferência da
*>            frequência no cadastro. Código de retorno: 0 = mesclado
*>            e em equilíbrio; 4 = mesclado com avisos (lote ausente,
*>            lote digitado sem trailer, pagamento em dobro a
*>            conferir); 8 = lote fora de controle, nada para mesclar
*>            ou mestre de funcionários indisponível - TW12C.DAT NÃO
*>            pode ser liberado para a folha
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG43.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Registros regulares da montagem do ponto (PROG15)
     SELECT TIMECARD-PAY-FILE-IN
         ASSIGN TO "TW12C_TA.DAT"
         FILE STATUS IS WS-TAPAY-FILE-STATUS.
*>    Registros regulares dos mensalistas (PROG42)
     SELECT SALARY-PAY-FILE-IN
         ASSIGN TO "TW12C_SAL.DAT"
         FILE STATUS IS WS-SALPAY-FILE-STATUS.
*>    Lote digitado das exceções do período; pode não existir
     SELECT KEYED-PAY-FILE-IN
         ASSIGN TO "TW12C_KEY.DAT"
         FILE STATUS IS WS-KEYPAY-FILE-STATUS.
*>    Mestre de funcionários, consultado pelo grupo de pagamento
     SELECT EMPL-MASTER-FILE-IN
         ASSIGN TO "EMPMAST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EM-SSN
         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
*>    Entrada mesclada da folha, lida por PROG10 e por PROG6
     SELECT MERGED-PAY-FILE-OUT
         ASSIGN TO "TW12C.DAT".
*>    Relatório da mescla
     SELECT MERGE-REPORT-OUT
         ASSIGN TO "MERGE_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição dos lotes de entrada; o layout de 80 posições é o
*>    mesmo de PROG6 - os programas precisam andar juntos
 FD  TIMECARD-PAY-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS TP-PAY-REC-IN.
 01  TP-PAY-REC-IN                   PIC X(80).

 FD  SALARY-PAY-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SP-PAY-REC-IN.
 01  SP-PAY-REC-IN                   PIC X(80).

 FD  KEYED-PAY-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS KP-PAY-REC-IN.
 01  KP-PAY-REC-IN                   PIC X(80).

*>    Definição do arquivo mestre de funcionários; o layout de PROG7
 FD  EMPL-MASTER-FILE-IN
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS EM-MASTER-REC.
 01  EM-MASTER-REC.
     05  EM-SSN                      PIC X(9).      *> Chave: CPF/SSN do funcionário
     05  FILLER                      PIC X(99).      *> Cadastro, endereço e impostos
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (calendário
*>                                                  *> próprio em PERCAL.DAT; espaços =
*>                                                  *> grupo padrão da instalação)
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Definição da entrada mesclada
 FD  MERGED-PAY-FILE-OUT
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS MP-PAY-REC-OUT.
 01  MP-PAY-REC-OUT                  PIC X(80).

*>    Relatório da mescla (linha de 132 colunas)
 FD  MERGE-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS MR-REPORT-OUT.
 01  MR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches de controle do programa
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-TAPAY-FILE-STATUS        PIC X(2).
         88  WS-TAPAY-MISSING        VALUE "35".
     05  WS-SALPAY-FILE-STATUS       PIC X(2).
         88  WS-SALPAY-MISSING       VALUE "35".
     05  WS-KEYPAY-FILE-STATUS       PIC X(2).
         88  WS-KEYPAY-MISSING       VALUE "35".
     05  WS-SAL-SSN-FOUND-SWITCH     PIC X(1).
         88  WS-SAL-SSN-FOUND        VALUE "Y".
     05  WS-EMPMAST-FILE-STATUS      PIC X(2).
         88  WS-EMPMAST-OK           VALUE "00".
     05  WS-GROUP-KEEP-SWITCH        PIC X(1).
         88  WS-GROUP-KEEP           VALUE "Y".
     05  WS-COUNTED-SWITCH           PIC X(1).
         88  WS-REC-COUNTED          VALUE "Y".

 01  WS-RUN-DATE                     PIC X(8).
 01  WS-RC-WORK                      PIC 9(2) VALUE ZEROS.
 01  WS-RC-CANDIDATE                 PIC 9(2).

*>    Grupo de pagamento da execução (PROG6_PAY_GROUP no ambiente;
*>    ausente = espaços, o grupo padrão da instalação)
 01  WS-RUN-PAY-GROUP                PIC X(2) VALUE SPACES.

*>    Registro em exame, no layout da folha; a redefinição numérica
*>    serve à contagem do trailer e a outra ao próprio trailer (99)
 01  WS-MG-PAY-REC.
     05  WS-MG-REC-CODE-X            PIC X(2).      *> Código do registro
     05  WS-MG-SSN-X                 PIC X(9).      *> CPF/SSN do funcionário
     05  FILLER                      PIC X(22).
     05  WS-MG-EARN-TYPE-X           PIC X(1).      *> Tipo de rendimento
     05  FILLER                      PIC X(46).
 01  WS-MG-PAY-REC-N REDEFINES WS-MG-PAY-REC.
     05  FILLER                      PIC X(49).
     05  WS-MG-EARN-N                PIC 9(5)V99.
     05  FILLER                      PIC X(2).
     05  WS-MG-ADJUST-N              PIC S9(5)V99.
     05  FILLER                      PIC X(15).
 01  WS-MG-TRAILER-REC REDEFINES WS-MG-PAY-REC.
     05  WS-MG-TRAILER-CODE-X        PIC X(2).
     05  WS-MG-TRAILER-COUNT-N       PIC 9(7).
     05  WS-MG-TRAILER-EARN-N        PIC 9(7)V99.
     05  FILLER                      PIC X(62).

*>    Rendimento corrigido (rendimento + ajuste do registro 02), com
*>    sinal, como PROG10 soma no trailer do arquivo limpo
 01  WS-MG-ADJUSTED-TEMP             PIC S9(6)V99.

*>    Controle por lote de entrada: 1 = ponto, 2 = mensalistas,
*>    3 = digitado. O lote gerado sem trailer é erro; o digitado sem
*>    trailer é aviso, como PROG10 trata o arquivo bruto
 01  WS-SOURCE-CONTROLS.
     05  WS-SRC-SUB                  PIC 9(1) COMP.
 01  WS-SOURCE-TABLE.
     05  WS-SOURCE-ROW               OCCURS 3 TIMES.
         10  WS-SRC-NAME-ENTRY       PIC X(14).
         10  WS-SRC-KIND-ENTRY       PIC X(1).      *> G=gerado  K=digitado
         10  WS-SRC-PRESENT-ENTRY    PIC X(1).
         10  WS-SRC-RECS-ENTRY       PIC 9(7).      *> Registros repassados
         10  WS-SRC-COUNT-ENTRY      PIC 9(7).      *> Contagem de trailer
         10  WS-SRC-EARN-ENTRY       PIC 9(7)V99.   *> Rendimento de trailer
         10  WS-SRC-TRL-SEEN-ENTRY   PIC X(1).
         10  WS-SRC-TRL-COUNT-ENTRY  PIC 9(7).
         10  WS-SRC-TRL-EARN-ENTRY   PIC 9(7)V99.

*>    CPF/SSN dos mensalistas gerados, para achar quem também veio
*>    do ponto
 01  WS-SAL-SSN-CONTROLS.
     05  WS-SAL-SSN-COUNT            PIC 9(5) COMP.
 01  WS-SAL-SSN-TABLE.
     05  WS-SAL-SSN-ROW              OCCURS 10000 TIMES
                                      INDEXED BY SS-INDEX.
         10  WS-SAL-SSN-ENTRY        PIC X(9).

*>    Totalizadores da mescla
 01  WS-TOTALS.
     05  WS-MERGED-RECS              PIC 9(7).      *> Registros gravados
     05  WS-MERGED-COUNT             PIC 9(7).      *> Contagem do trailer
     05  WS-MERGED-EARN              PIC 9(7)V99.   *> Rendimento do trailer
     05  WS-DOUBLE-PAY-COUNT         PIC 9(5).      *> Ponto + mensalista
     05  WS-OTHER-GROUP-RECS         PIC 9(7).      *> Registros de outro grupo

*>    Trailer de controle (99) recalculado da entrada mesclada
 01  WS-MERGED-TRAILER-REC.
     05  WS-MT-CODE                  PIC 9(2) VALUE 99.
     05  WS-MT-REC-COUNT             PIC 9(7).
     05  WS-MT-TOT-EARN              PIC 9(7)V99.
     05  FILLER                      PIC X(62) VALUE SPACES.

*>    Cabeçalho do relatório da mescla
 01  WS-HEADING.
     05  FILLER                      PIC X(44) VALUE
             "PAYROLL INPUT MERGE - TW12C.DAT  RUN DATE: ".
     05  WS-HD-DATE-OUT              PIC X(8).
     05  FILLER                      PIC X(80) VALUE SPACES.

*>    Linha de um lote de entrada
 01  WS-SOURCE-LINE.
     05  WS-SL-NAME-OUT              PIC X(14).
     05  FILLER                      PIC X(11) VALUE "  RECORDS: ".
     05  WS-SL-RECS-OUT              PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  COUNTED: ".
     05  WS-SL-COUNT-OUT             PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(8) VALUE "  EARN: ".
     05  WS-SL-EARN-OUT              PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(11) VALUE "  TRAILER: ".
     05  WS-SL-TRL-COUNT-OUT         PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(3) VALUE " / ".
     05  WS-SL-TRL-EARN-OUT          PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-SL-STATUS-OUT            PIC X(20).
     05  FILLER                      PIC X(7) VALUE SPACES.

*>    Linha de um CPF/SSN pago no ponto e no lote dos mensalistas
 01  WS-DOUBLE-LINE.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-DB-SSN-OUT               PIC X(9).
     05  FILLER                      PIC X(50) VALUE
             "  * PAID ON TIMECARD AND SALARY - CHECK PAY FREQ *".
     05  FILLER                      PIC X(71) VALUE SPACES.

*>    Linha de totais da entrada mesclada
 01  WS-MERGE-TOTAL-LINE.
     05  FILLER                      PIC X(27) VALUE
             "MERGED TW12C.DAT  RECORDS: ".
     05  WS-MT-RECS-OUT              PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(11) VALUE "  COUNTED: ".
     05  WS-MT-COUNT-OUT             PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(8) VALUE "  EARN: ".
     05  WS-MT-EARN-OUT              PIC Z,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-MT-VERDICT-OUT           PIC X(40).
     05  FILLER                      PIC X(18) VALUE SPACES.

*>    Linha do grupo de pagamento da execução
 01  WS-GROUP-LINE.
     05  FILLER                      PIC X(16) VALUE "RUN PAY GROUP: ".
     05  WS-GRP-GROUP-OUT            PIC X(2).
     05  FILLER                      PIC X(38) VALUE
             "  RECORDS OF OTHER GROUPS HELD BACK: ".
     05  WS-GRP-OTHER-OUT            PIC ZZZ,ZZ9.
     05  FILLER                      PIC X(69) VALUE SPACES.

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - controla o fluxo geral da mescla
 A00-MAINLINE-PARA.
     ACCEPT WS-RUN-PAY-GROUP FROM ENVIRONMENT "PROG6_PAY_GROUP"
         ON EXCEPTION MOVE SPACES TO WS-RUN-PAY-GROUP
     END-ACCEPT.
     OPEN INPUT EMPL-MASTER-FILE-IN.
     IF NOT WS-EMPMAST-OK
         DISPLAY "EMPLOYEE MASTER EMPMAST.DAT NOT AVAILABLE - " &
                 "RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT MERGED-PAY-FILE-OUT
                 MERGE-REPORT-OUT.
     PERFORM B10-INIT-PARA.
*>    O lote dos mensalistas vem primeiro para a tabela de CPF/SSN
*>    já estar pronta quando o ponto for lido
     MOVE 2 TO WS-SRC-SUB.
     PERFORM B20-SALARY-FILE-PARA.
     MOVE 1 TO WS-SRC-SUB.
     PERFORM B30-TIMECARD-FILE-PARA.
     MOVE 3 TO WS-SRC-SUB.
     PERFORM B40-KEYED-FILE-PARA.
*>    Trailer único recalculado da entrada mesclada
     MOVE WS-MERGED-COUNT TO WS-MT-REC-COUNT.
     MOVE WS-MERGED-EARN TO WS-MT-TOT-EARN.
     WRITE MP-PAY-REC-OUT FROM WS-MERGED-TRAILER-REC.
     PERFORM B60-CHECK-SOURCE-PARA
         VARYING WS-SRC-SUB FROM 1 BY 1
         UNTIL WS-SRC-SUB > 3.
     IF WS-MERGED-RECS = 0
         MOVE 8 TO WS-RC-CANDIDATE
         PERFORM C19-RAISE-RC-PARA
     END-IF.
     PERFORM C20-TOTAL-PARA.
     CLOSE EMPL-MASTER-FILE-IN
           MERGED-PAY-FILE-OUT
           MERGE-REPORT-OUT.
     IF WS-RC-WORK = 8
         DISPLAY "MERGED PAYROLL INPUT TW12C.DAT OUT OF CONTROL - " &
                 "DO NOT RELEASE TO PAYROLL"
     END-IF.
     MOVE WS-RC-WORK TO RETURN-CODE.
     STOP RUN.

*>    Inicialização das variáveis, dos lotes e cabeçalho do relatório
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ZEROS TO WS-RC-WORK
                   WS-SAL-SSN-COUNT
                   WS-MERGED-RECS
                   WS-MERGED-COUNT
                   WS-MERGED-EARN
                   WS-DOUBLE-PAY-COUNT
                   WS-OTHER-GROUP-RECS.
     MOVE "TW12C_TA.DAT" TO WS-SRC-NAME-ENTRY (1).
     MOVE "G" TO WS-SRC-KIND-ENTRY (1).
     MOVE "TW12C_SAL.DAT" TO WS-SRC-NAME-ENTRY (2).
     MOVE "G" TO WS-SRC-KIND-ENTRY (2).
     MOVE "TW12C_KEY.DAT" TO WS-SRC-NAME-ENTRY (3).
     MOVE "K" TO WS-SRC-KIND-ENTRY (3).
     PERFORM B11-INIT-SOURCE-PARA
         VARYING WS-SRC-SUB FROM 1 BY 1
         UNTIL WS-SRC-SUB > 3.
     MOVE WS-RUN-DATE TO WS-HD-DATE-OUT.
     WRITE MR-REPORT-OUT FROM WS-HEADING
         AFTER ADVANCING PAGE.
     MOVE SPACES TO MR-REPORT-OUT.
     WRITE MR-REPORT-OUT
         AFTER ADVANCING 1 LINE.

*>    Zera os contadores de um lote
 B11-INIT-SOURCE-PARA.
     MOVE "N" TO WS-SRC-PRESENT-ENTRY (WS-SRC-SUB)
                 WS-SRC-TRL-SEEN-ENTRY (WS-SRC-SUB).
     MOVE ZEROS TO WS-SRC-RECS-ENTRY (WS-SRC-SUB)
                   WS-SRC-COUNT-ENTRY (WS-SRC-SUB)
                   WS-SRC-EARN-ENTRY (WS-SRC-SUB)
                   WS-SRC-TRL-COUNT-ENTRY (WS-SRC-SUB)
                   WS-SRC-TRL-EARN-ENTRY (WS-SRC-SUB).

*>    Repassa o lote dos mensalistas
 B20-SALARY-FILE-PARA.
     OPEN INPUT SALARY-PAY-FILE-IN.
     IF NOT WS-SALPAY-MISSING
         MOVE "Y" TO WS-SRC-PRESENT-ENTRY (WS-SRC-SUB)
         MOVE "N" TO WS-EOF-SWITCH
         READ SALARY-PAY-FILE-IN INTO WS-MG-PAY-REC
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-SALARY-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE SALARY-PAY-FILE-IN
     END-IF.

*>    Um registro do lote dos mensalistas
 B21-SALARY-REC-PARA.
     PERFORM B50-MERGE-REC-PARA.
     IF WS-MG-REC-CODE-X = "01" AND WS-GROUP-KEEP
             AND WS-SAL-SSN-COUNT < 10000
         ADD 1 TO WS-SAL-SSN-COUNT
         SET SS-INDEX TO WS-SAL-SSN-COUNT
         MOVE WS-MG-SSN-X TO WS-SAL-SSN-ENTRY (SS-INDEX)
     END-IF.
     READ SALARY-PAY-FILE-IN INTO WS-MG-PAY-REC
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Repassa o lote da montagem do ponto
 B30-TIMECARD-FILE-PARA.
     OPEN INPUT TIMECARD-PAY-FILE-IN.
     IF NOT WS-TAPAY-MISSING
         MOVE "Y" TO WS-SRC-PRESENT-ENTRY (WS-SRC-SUB)
         MOVE "N" TO WS-EOF-SWITCH
         READ TIMECARD-PAY-FILE-IN INTO WS-MG-PAY-REC
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B31-TIMECARD-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE TIMECARD-PAY-FILE-IN
     END-IF.

*>    Um registro do lote do ponto; o regular (tipo de rendimento em
*>    branco) de um CPF/SSN que também veio como mensalista é pago em
*>    dobro se ninguém olhar
 B31-TIMECARD-REC-PARA.
     PERFORM B50-MERGE-REC-PARA.
     IF WS-MG-REC-CODE-X = "01" AND WS-GROUP-KEEP
             AND (WS-MG-EARN-TYPE-X = SPACE OR WS-MG-EARN-TYPE-X = "R")
             AND WS-SAL-SSN-COUNT > 0
         MOVE "N" TO WS-SAL-SSN-FOUND-SWITCH
         SET SS-INDEX TO 1
         SEARCH WS-SAL-SSN-ROW
             AT END CONTINUE
             WHEN SS-INDEX > WS-SAL-SSN-COUNT
                 CONTINUE
             WHEN WS-SAL-SSN-ENTRY (SS-INDEX) = WS-MG-SSN-X
                 MOVE "Y" TO WS-SAL-SSN-FOUND-SWITCH
         END-SEARCH
         IF WS-SAL-SSN-FOUND
             ADD 1 TO WS-DOUBLE-PAY-COUNT
             MOVE WS-MG-SSN-X TO WS-DB-SSN-OUT
             WRITE MR-REPORT-OUT FROM WS-DOUBLE-LINE
                 AFTER ADVANCING 1 LINE
             MOVE 4 TO WS-RC-CANDIDATE
             PERFORM C19-RAISE-RC-PARA
         END-IF
     END-IF.
     READ TIMECARD-PAY-FILE-IN INTO WS-MG-PAY-REC
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Repassa o lote digitado das exceções, quando houver
 B40-KEYED-FILE-PARA.
     OPEN INPUT KEYED-PAY-FILE-IN.
     IF NOT WS-KEYPAY-MISSING
         MOVE "Y" TO WS-SRC-PRESENT-ENTRY (WS-SRC-SUB)
         MOVE "N" TO WS-EOF-SWITCH
         READ KEYED-PAY-FILE-IN INTO WS-MG-PAY-REC
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B41-KEYED-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE KEYED-PAY-FILE-IN
     END-IF.

*>    Um registro do lote digitado
 B41-KEYED-REC-PARA.
     PERFORM B50-MERGE-REC-PARA.
     READ KEYED-PAY-FILE-IN INTO WS-MG-PAY-REC
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Soma um registro no lote pela regra do trailer de PROG10 e o
*>    repassa para a entrada mesclada quando é do grupo da execução:
*>    o desligamento (05), o registro 06 e o reembolso (07) ficam
*>    fora da contagem, o imputado (04) fica fora do rendimento e a
*>    correção (02) entra pelo rendimento corrigido, quando não fica
*>    negativo. O trailer do lote é só anotado - a mescla leva um
*>    trailer único recalculado sobre os registros repassados
 B50-MERGE-REC-PARA.
     MOVE "N" TO WS-GROUP-KEEP-SWITCH.
     IF WS-MG-REC-CODE-X = "99"
         MOVE "Y" TO WS-SRC-TRL-SEEN-ENTRY (WS-SRC-SUB)
         IF WS-MG-TRAILER-COUNT-N IS NUMERIC
             MOVE WS-MG-TRAILER-COUNT-N
                 TO WS-SRC-TRL-COUNT-ENTRY (WS-SRC-SUB)
         END-IF
         IF WS-MG-TRAILER-EARN-N IS NUMERIC
             MOVE WS-MG-TRAILER-EARN-N
                 TO WS-SRC-TRL-EARN-ENTRY (WS-SRC-SUB)
         END-IF
     ELSE
         ADD 1 TO WS-SRC-RECS-ENTRY (WS-SRC-SUB)
         MOVE "N" TO WS-COUNTED-SWITCH
         MOVE ZEROS TO WS-MG-ADJUSTED-TEMP
         IF WS-MG-REC-CODE-X NOT = "05" AND WS-MG-REC-CODE-X NOT = "06"
                 AND WS-MG-REC-CODE-X NOT = "07"
             MOVE "Y" TO WS-COUNTED-SWITCH
             ADD 1 TO WS-SRC-COUNT-ENTRY (WS-SRC-SUB)
             IF WS-MG-EARN-N IS NUMERIC
                 EVALUATE TRUE
                     WHEN WS-MG-REC-CODE-X = "04"
                         CONTINUE
                     WHEN WS-MG-REC-CODE-X = "02"
                             AND WS-MG-ADJUST-N IS NUMERIC
                         ADD WS-MG-EARN-N WS-MG-ADJUST-N
                             GIVING WS-MG-ADJUSTED-TEMP
                         IF WS-MG-ADJUSTED-TEMP < 0
                             MOVE WS-MG-EARN-N TO WS-MG-ADJUSTED-TEMP
                         END-IF
                     WHEN OTHER
                         MOVE WS-MG-EARN-N TO WS-MG-ADJUSTED-TEMP
                 END-EVALUATE
             END-IF
             ADD WS-MG-ADJUSTED-TEMP TO WS-SRC-EARN-ENTRY (WS-SRC-SUB)
         END-IF
         PERFORM B52-PAY-GROUP-PARA
         IF WS-GROUP-KEEP
             WRITE MP-PAY-REC-OUT FROM WS-MG-PAY-REC
             ADD 1 TO WS-MERGED-RECS
             IF WS-REC-COUNTED
                 ADD 1 TO WS-MERGED-COUNT
                 ADD WS-MG-ADJUSTED-TEMP TO WS-MERGED-EARN
             END-IF
         ELSE
             ADD 1 TO WS-OTHER-GROUP-RECS
         END-IF
     END-IF.

*>    Grupo de pagamento do funcionário do registro: passa quem é do
*>    grupo da execução e quem não está no mestre (a folha rejeita)
 B52-PAY-GROUP-PARA.
     MOVE "Y" TO WS-GROUP-KEEP-SWITCH.
     MOVE WS-MG-SSN-X TO EM-SSN.
     READ EMPL-MASTER-FILE-IN
         KEY IS EM-SSN
         INVALID KEY CONTINUE
         NOT INVALID KEY
             IF EM-PAY-GROUP NOT = WS-RUN-PAY-GROUP
                 MOVE "N" TO WS-GROUP-KEEP-SWITCH
             END-IF
     END-READ.

*>    Confere e imprime um lote: ausente, sem trailer ou com trailer
*>    diferente do que foi lido
 B60-CHECK-SOURCE-PARA.
     MOVE WS-SRC-NAME-ENTRY (WS-SRC-SUB) TO WS-SL-NAME-OUT.
     MOVE WS-SRC-RECS-ENTRY (WS-SRC-SUB) TO WS-SL-RECS-OUT.
     MOVE WS-SRC-COUNT-ENTRY (WS-SRC-SUB) TO WS-SL-COUNT-OUT.
     MOVE WS-SRC-EARN-ENTRY (WS-SRC-SUB) TO WS-SL-EARN-OUT.
     MOVE WS-SRC-TRL-COUNT-ENTRY (WS-SRC-SUB) TO WS-SL-TRL-COUNT-OUT.
     MOVE WS-SRC-TRL-EARN-ENTRY (WS-SRC-SUB) TO WS-SL-TRL-EARN-OUT.
     EVALUATE TRUE
         WHEN WS-SRC-PRESENT-ENTRY (WS-SRC-SUB) = "N"
                 AND WS-SRC-KIND-ENTRY (WS-SRC-SUB) = "K"
             MOVE "NONE THIS PERIOD" TO WS-SL-STATUS-OUT
         WHEN WS-SRC-PRESENT-ENTRY (WS-SRC-SUB) = "N"
             MOVE "* NOT PRESENT *" TO WS-SL-STATUS-OUT
             MOVE 4 TO WS-RC-CANDIDATE
             PERFORM C19-RAISE-RC-PARA
         WHEN WS-SRC-TRL-SEEN-ENTRY (WS-SRC-SUB) = "N"
                 AND WS-SRC-KIND-ENTRY (WS-SRC-SUB) = "K"
             MOVE "* NO TRAILER *" TO WS-SL-STATUS-OUT
             MOVE 4 TO WS-RC-CANDIDATE
             PERFORM C19-RAISE-RC-PARA
         WHEN WS-SRC-TRL-SEEN-ENTRY (WS-SRC-SUB) = "N"
             MOVE "** NO TRAILER **" TO WS-SL-STATUS-OUT
             MOVE 8 TO WS-RC-CANDIDATE
             PERFORM C19-RAISE-RC-PARA
         WHEN WS-SRC-TRL-COUNT-ENTRY (WS-SRC-SUB) NOT =
                 WS-SRC-COUNT-ENTRY (WS-SRC-SUB)
             OR WS-SRC-TRL-EARN-ENTRY (WS-SRC-SUB) NOT =
                 WS-SRC-EARN-ENTRY (WS-SRC-SUB)
             MOVE "** OUT OF BALANCE **" TO WS-SL-STATUS-OUT
             MOVE 8 TO WS-RC-CANDIDATE
             PERFORM C19-RAISE-RC-PARA
         WHEN OTHER
             MOVE "IN BALANCE" TO WS-SL-STATUS-OUT
     END-EVALUATE.
     WRITE MR-REPORT-OUT FROM WS-SOURCE-LINE
         AFTER ADVANCING 1 LINE.

*>    Eleva o código de retorno da execução, nunca o rebaixa
 C19-RAISE-RC-PARA.
     IF WS-RC-CANDIDATE > WS-RC-WORK
         MOVE WS-RC-CANDIDATE TO WS-RC-WORK
     END-IF.

*>    Impressão dos totais e do veredito da mescla
 C20-TOTAL-PARA.
     MOVE WS-MERGED-RECS TO WS-MT-RECS-OUT.
     MOVE WS-MERGED-COUNT TO WS-MT-COUNT-OUT.
     MOVE WS-MERGED-EARN TO WS-MT-EARN-OUT.
     EVALUATE TRUE
         WHEN WS-MERGED-RECS = 0
             MOVE "** NOTHING TO MERGE - DO NOT RELEASE **"
                 TO WS-MT-VERDICT-OUT
         WHEN WS-RC-WORK = 8
             MOVE "** OUT OF CONTROL - DO NOT RELEASE **"
                 TO WS-MT-VERDICT-OUT
         WHEN WS-RC-WORK = 4
             MOVE "RELEASED WITH WARNINGS" TO WS-MT-VERDICT-OUT
         WHEN OTHER
             MOVE "IN BALANCE - RELEASED" TO WS-MT-VERDICT-OUT
     END-EVALUATE.
     MOVE SPACES TO MR-REPORT-OUT.
     WRITE MR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     WRITE MR-REPORT-OUT FROM WS-MERGE-TOTAL-LINE
         AFTER ADVANCING 1 LINE.
     MOVE WS-RUN-PAY-GROUP TO WS-GRP-GROUP-OUT.
     MOVE WS-OTHER-GROUP-RECS TO WS-GRP-OTHER-OUT.
     WRITE MR-REPORT-OUT FROM WS-GROUP-LINE
         AFTER ADVANCING 1 LINE.
