*> =====================================================================
*> PROGRAMA: DISTRIBUIÇÃO DO REGISTRO DA FOLHA POR GESTOR
*> DESCRIÇÃO: Separa o registro de impostos da execução (PROG6_OUT.DAT)
*>            e o resumo por departamento em um pacote por gestor
*>            (DM-MANAGER de DEPTMAST.DAT), cada um só com os
*>            departamentos daquele gestor. Lê a imagem do registro
*>            que PROG6 grava junto com ele (PROG6_DIST.DAT: as mesmas
*>            linhas, já montadas, com o departamento, o CPF/SSN e o
*>            nome reais ao lado) e aplica sempre o mascaramento de
*>            PROG6 (só os 4 últimos dígitos do CPF/SSN e as iniciais
*>            do nome), qualquer que tenha sido o modo do registro.
*>            Cada pacote começa por uma capa com a identificação da
*>            execução, o destinatário, o número de páginas e as
*>            contagens do pacote; departamentos fora do mestre ou sem
*>            gestor vão para o pacote "** UNASSIGNED **", que fica com
*>            a folha. Grava uma linha por pacote no log de distribuição
*>            (DISTLOG.DAT, cumulativo) e imprime o relatório de
*>            controle provando que os pacotes somados reproduzem as
*>            linhas de funcionário, o rendimento e as linhas do resumo
*>            do registro completo. Código de retorno: 0 = distribuído
*>            e em equilíbrio; 4 = há linhas sem gestor; 8 = imagem
*>            ausente, sem trailer ou pacotes fora de equilíbrio
*> AUTOR: [Nome do desenvolvedor]
*> DATA: [Data de criação]
*> =====================================================================

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG51.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Imagem do registro gravada por PROG6
     SELECT DIST-IMAGE-FILE-IN
         ASSIGN TO "PROG6_DIST.DAT"
         FILE STATUS IS WS-DISTIMG-FILE-STATUS.
*>    Mestre de departamentos: descrição e gestor responsável
     SELECT DEPT-MASTER-FILE-IN
         ASSIGN TO "DEPTMAST.DAT"
         FILE STATUS IS WS-DEPTMAST-FILE-STATUS.
*>    Pacotes por gestor, um depois do outro, cada um com sua capa
     SELECT PACKET-FILE-OUT
         ASSIGN TO "DISTPKT.DAT".
*>    Log de distribuição: qual pacote foi para quem (cumulativo)
     SELECT DIST-LOG-FILE
         ASSIGN TO "DISTLOG.DAT"
         FILE STATUS IS WS-DISTLOG-FILE-STATUS.
*>    Relatório de controle da distribuição
     SELECT CONTROL-REPORT-OUT
         ASSIGN TO "DIST_RPT.DAT".

 DATA DIVISION.
 FILE SECTION.
*>    Definição da imagem do registro para distribuição; o layout de
*>    PROG6
 FD  DIST-IMAGE-FILE-IN
         RECORD CONTAINS 220 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS DI-DIST-REC.
 01  DI-DIST-REC.
     05  DI-REC-TYPE                 PIC X(1).      *> D=linha  T=trailer
     05  DI-LINE-KIND                PIC X(1).      *> B=aviso  S=espaço  L=eleições W-4
*>                                                  *> E=detalhe  X=isento  F=FICA
*>                                                  *> R=resumo por depto  O=hora extra
     05  DI-DEPT-CODE                PIC X(4).      *> Departamento da linha
     05  DI-SSN                      PIC X(9).      *> CPF/SSN real do funcionário
     05  DI-EMPL-NAME                PIC X(18).     *> Nome real do funcionário
     05  DI-PAGE-NBR                 PIC 9(3).      *> Página do registro com a linha
     05  DI-EARN-AMT                 PIC 9(7)V99.   *> Rendimento (linhas E e X)
     05  DI-PRINT-LINE               PIC X(165).    *> A linha como saiu no registro
     05  FILLER                      PIC X(10).
*>    Trailer: a execução e as contagens do registro completo
 01  DT-DIST-TRAILER REDEFINES DI-DIST-REC.
     05  DT-REC-TYPE                 PIC X(1).
     05  DT-RUN-DATE                 PIC X(8).      *> Data de pagamento (AAAAMMDD)
     05  DT-PAY-GROUP                PIC X(2).      *> Grupo de pagamento
     05  DT-PERIOD-NBR               PIC 9(2).      *> Período de pagamento
     05  DT-OFFCYCLE-SEQ             PIC 9(2).      *> Sequência da execução avulsa
     05  DT-REG-PAGES                PIC 9(4).      *> Páginas do registro
     05  DT-EMPL-LINES               PIC 9(7).      *> Linhas de detalhe/isento
     05  DT-EARN-TOT                 PIC 9(9)V99.   *> Rendimento dessas linhas
     05  DT-IMAGE-LINES              PIC 9(7).      *> Linhas de imagem gravadas
     05  DT-ROLLUP-LINES             PIC 9(5).      *> Linhas do resumo por departamento
     05  FILLER                      PIC X(171).

*>    Definição do mestre de departamentos; o layout de PROG6
 FD  DEPT-MASTER-FILE-IN
         RECORD CONTAINS 50 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS DM-DEPT-REC.
 01  DM-DEPT-REC.
     05  DM-DEPT-CODE                PIC X(4).      *> Código do departamento
     05  DM-DESC                     PIC X(20).     *> Descrição do departamento
     05  DM-ACTIVE                   PIC X(1).      *> A=ativo  I=inativo
     05  DM-MANAGER                  PIC X(18).     *> Gestor responsável
     05  DM-WC-CLASS                 PIC X(4).      *> Classe de risco padrão do seguro
     05  FILLER                      PIC X(3).

*>    Pacotes (linha do registro com 165 colunas e a página de origem)
 FD  PACKET-FILE-OUT
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PK-PACKET-OUT.
 01  PK-PACKET-OUT                   PIC X(180).

*>    Definição do log de distribuição
 FD  DIST-LOG-FILE
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS DL-LOG-REC.
 01  DL-LOG-REC.
     05  DL-RUN-ID                   PIC X(17).     *> AAAAMMDD-GG-PP-SS da execução
     05  DL-LOG-DATE                 PIC X(8).      *> Data da distribuição
     05  DL-LOG-TIME                 PIC X(6).      *> Hora da distribuição
     05  DL-PACKET-NBR               PIC 9(3).      *> Número do pacote na execução
     05  DL-PACKET-COUNT             PIC 9(3).      *> Pacotes da execução
     05  DL-MANAGER                  PIC X(18).     *> Destinatário
     05  DL-DEPT-COUNT               PIC 9(3).      *> Departamentos do pacote
     05  DL-PAGES                    PIC 9(4).      *> Páginas do pacote (com a capa)
     05  DL-EMPL-LINES               PIC 9(7).      *> Linhas de funcionário
     05  DL-EARN-TOT                 PIC 9(9)V99.   *> Rendimento dessas linhas
     05  DL-ROLLUP-LINES             PIC 9(5).      *> Linhas do resumo por departamento
     05  DL-MASKED                   PIC X(1).      *> Y=identidades mascaradas
     05  FILLER                      PIC X(34).

*>    Relatório de controle (linha de 132 colunas)
 FD  CONTROL-REPORT-OUT
         RECORD CONTAINS 132 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS CR-REPORT-OUT.
 01  CR-REPORT-OUT                   PIC X(132).

 WORKING-STORAGE SECTION.
*>    Switches e status de E/S
 01  WS-SWITCHES.
     05  WS-EOF-SWITCH               PIC X(1).
     05  WS-DISTIMG-FILE-STATUS      PIC X(2).
         88  WS-DISTIMG-MISSING      VALUE "35".
     05  WS-DEPTMAST-FILE-STATUS     PIC X(2).
         88  WS-DEPTMAST-MISSING     VALUE "35".
     05  WS-DISTLOG-FILE-STATUS      PIC X(2).
         88  WS-DISTLOG-MISSING      VALUE "35".
     05  WS-TRAILER-SWITCH           PIC X(1).
         88  WS-TRAILER-FOUND        VALUE "Y".
     05  WS-DEPT-FOUND-SWITCH        PIC X(1).
         88  WS-DEPT-FOUND           VALUE "Y".
     05  WS-MGR-FOUND-SWITCH         PIC X(1).
         88  WS-MGR-FOUND            VALUE "Y".
     05  WS-PRINT-SWITCH             PIC X(1).
         88  WS-PRINTING             VALUE "Y".     *> N = passada de contagem de páginas
     05  WS-SECTION-SWITCH           PIC X(1).
         88  WS-IN-REGISTER          VALUE "D".
         88  WS-IN-ROLLUP            VALUE "R".
     05  WS-OT-HEAD-SWITCH           PIC X(1).
         88  WS-OT-HEAD-DONE         VALUE "Y".
     05  WS-LAST-IN-SWITCH           PIC X(1).
         88  WS-LAST-IN-PACKET       VALUE "Y".     *> Último funcionário é do pacote
     05  WS-BALANCE-SWITCH           PIC X(1).
         88  WS-OUT-OF-BALANCE       VALUE "Y".

*>    Identificação da execução e contadores gerais
 01  WS-RUN-CONTROLS.
     05  WS-RUN-DATE                 PIC X(8).
     05  WS-RUN-TIME                 PIC X(8).
     05  WS-RUN-ID.
         10  WS-RI-DATE              PIC X(8).
         10  FILLER                  PIC X(1) VALUE "-".
         10  WS-RI-GROUP             PIC X(2).
         10  FILLER                  PIC X(1) VALUE "-".
         10  WS-RI-PERIOD            PIC 9(2).
         10  FILLER                  PIC X(1) VALUE "-".
         10  WS-RI-OFFCYCLE          PIC 9(2).
     05  WS-REG-PAGES                PIC 9(4).      *> Páginas do registro completo
     05  WS-TRL-EMPL-LINES           PIC 9(7).
     05  WS-TRL-EARN-TOT             PIC 9(9)V99.
     05  WS-TRL-IMAGE-LINES          PIC 9(7).
     05  WS-TRL-ROLLUP-LINES         PIC 9(5).
     05  WS-UNASSIGNED-NAME          PIC X(18) VALUE "** UNASSIGNED **".
     05  WS-WORK-DEPT                PIC X(4).
     05  WS-WORK-MANAGER             PIC X(18).
     05  WS-LAST-DEPT-SUB            PIC 9(3) COMP.

*>    Departamentos: gestor e contagens da imagem
 01  WS-DEPT-CONTROLS.
     05  WS-DEPT-COUNT               PIC 9(3) COMP.
     05  WS-DEPT-SUB                 PIC 9(3) COMP.
 01  WS-DEPT-TABLE.
     05  WS-DEPT-ROW                 OCCURS 300 TIMES
                                      INDEXED BY DT-INDEX.
         10  WS-DT-CODE              PIC X(4).
         10  WS-DT-DESC              PIC X(20).
         10  WS-DT-MANAGER           PIC X(18).
         10  WS-DT-EMPL-LINES        PIC 9(7).
         10  WS-DT-EARN-TOT          PIC 9(9)V99.
         10  WS-DT-IMAGE-LINES       PIC 9(7).
         10  WS-DT-ROLLUP-LINES      PIC 9(5).

*>    Gestores (pacotes), na ordem do mestre de departamentos
 01  WS-MGR-CONTROLS.
     05  WS-MGR-COUNT                PIC 9(3) COMP.
     05  WS-MGR-SUB                  PIC 9(3) COMP.
 01  WS-MGR-TABLE.
     05  WS-MGR-ROW                  OCCURS 300 TIMES
                                      INDEXED BY MG-INDEX.
         10  WS-MG-NAME              PIC X(18).
         10  WS-MG-DEPT-COUNT        PIC 9(3).
         10  WS-MG-EMPL-LINES        PIC 9(7).
         10  WS-MG-EARN-TOT          PIC 9(9)V99.
         10  WS-MG-IMAGE-LINES       PIC 9(7).
         10  WS-MG-ROLLUP-LINES      PIC 9(5).
         10  WS-MG-PAGES             PIC 9(4).
         10  WS-MG-PRINTED-LINES     PIC 9(7).      *> Linhas de imagem impressas no pacote

*>    Totais dos pacotes, para a prova contra o trailer
 01  WS-PACKET-TOTALS.
     05  WS-PT-EMPL-LINES            PIC 9(7).
     05  WS-PT-EARN-TOT              PIC 9(9)V99.
     05  WS-PT-IMAGE-LINES           PIC 9(7).
     05  WS-PT-ROLLUP-LINES          PIC 9(5).
     05  WS-PT-PAGES                 PIC 9(5).
     05  WS-PT-PRINTED-LINES         PIC 9(7).
     05  WS-FILE-PAGES               PIC 9(5).      *> Páginas gravadas em DISTPKT.DAT

*>    Linhas de aviso/espaço/eleições que esperam a linha de detalhe
*>    do funcionário para saber o departamento dele
 01  WS-HOLD-CONTROLS.
     05  WS-HOLD-COUNT               PIC 9(2) COMP.
     05  WS-HOLD-SUB                 PIC 9(2) COMP.
     05  WS-LAST-SSN                 PIC X(9).
 01  WS-HOLD-TABLE.
     05  WS-HOLD-ROW                 OCCURS 10 TIMES.
         10  WS-HL-KIND              PIC X(1).
         10  WS-HL-SSN               PIC X(9).
         10  WS-HL-NAME              PIC X(18).
         10  WS-HL-PAGE              PIC 9(3).
         10  WS-HL-LINE              PIC X(165).

*>    Mascaramento da identidade, pela mesma regra de PROG6
 01  WS-MASK-WORK.
     05  WS-MASK-NAME-IN             PIC X(18).
     05  WS-DISPLAY-NAME             PIC X(18).
     05  WS-NAME-SCAN-INDEX          PIC 9(2).
     05  WS-NAME-OUT-POS             PIC 9(2).
     05  WS-AT-WORD-START-SWITCH     PIC X(1).
         88  WS-AT-WORD-START        VALUE "Y".

*>    Controle de páginas do pacote
 01  WS-PAGE-CONTROLS.
     05  WS-LINES-USED               PIC 9(3).
     05  WS-MAX-LINES                PIC 9(3) VALUE 54.
     05  WS-PAGE-COUNT               PIC 9(4).      *> Página corrente do pacote
     05  WS-PAGE-TOTAL               PIC 9(4).      *> Páginas do pacote (contagem)
     05  WS-CUR-MANAGER              PIC X(18).
     05  WS-CTL-LINES                PIC 9(3).

*>    Linha do pacote: a linha do registro e a página de origem
 01  WS-PACKET-LINE.
     05  WS-PL-TEXT                  PIC X(165).
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  WS-PL-REG-LABEL             PIC X(7).
     05  WS-PL-REG-PAGE              PIC ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.

*>    Cabeçalho de página do pacote
 01  WS-PACKET-HEADING-1.
     05  FILLER                      PIC X(32) VALUE
             "PAYROLL REGISTER - MANAGER COPY ".
     05  FILLER                      PIC X(9) VALUE "MANAGER: ".
     05  WS-PH1-MANAGER-OUT          PIC X(18).
     05  FILLER                      PIC X(7) VALUE "  RUN: ".
     05  WS-PH1-RUN-ID-OUT           PIC X(17).
     05  FILLER                      PIC X(9) VALUE "  PACKET ".
     05  WS-PH1-PACKET-OUT           PIC ZZ9.
     05  FILLER                      PIC X(7) VALUE "  PAGE ".
     05  WS-PH1-PAGE-OUT             PIC ZZZ9.
     05  FILLER                      PIC X(4) VALUE " OF ".
     05  WS-PH1-PAGES-OUT            PIC ZZZ9.
     05  FILLER                      PIC X(66) VALUE SPACES.
 01  WS-PACKET-HEADING-2.
     05  FILLER                      PIC X(60) VALUE
             "CONFIDENTIAL - EMPLOYEE IDENTITIES MASKED (LAST 4 OF SSN AND".
     05  FILLER                      PIC X(60) VALUE
             " INITIALS ONLY) - FULL REGISTER HELD BY PAYROLL             ".
     05  FILLER                      PIC X(60) VALUE SPACES.

*>    Cabeçalhos das colunas do registro; os de PROG6
 01  WS-COLUMN-HEADING-01.
     05  FILLER                      PIC X(6) VALUE "SOCIAL".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "SEC.".
     05  FILLER                      PIC X(22) VALUE SPACES.
     05  FILLER                      PIC X(1) VALUE "M".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(2) VALUE "WH".
     05  FILLER                      PIC X(3) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "EARNINGS".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(10) VALUE "ANNUALIZED".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "ADJUSTED".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(7) VALUE "FEDERAL".
     05  FILLER                      PIC X(5) VALUE SPACES.
     05  FILLER                      PIC X(3) VALUE "FED".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  FILLER                      PIC X(3) VALUE "TAX".
     05  FILLER                      PIC X(84) VALUE SPACES.
 01  WS-COLUMN-HEADING-02.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(6) VALUE "NUMBER".
     05  FILLER                      PIC X(7) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "EMPLOYEE".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "NAME".
     05  FILLER                      PIC X(5) VALUE SPACES.
     05  FILLER                      PIC X(1) VALUE "S".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(2) VALUE "EX".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "THIS".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "PER.".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "EARNINGS".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(8) VALUE "EARNINGS".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(3) VALUE "TAX".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "AMT.".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(4) VALUE "THIS".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  FILLER                      PIC X(6) VALUE "PERIOD".
     05  FILLER                      PIC X(82) VALUE SPACES.

*>    Cabeçalhos do resumo por departamento; os de PROG6
 01  WS-DEPT-HEADING-LINE.
     05  FILLER                      PIC X(20) VALUE SPACES.
     05  FILLER                      PIC X(30) VALUE
             "SUMMARY BY DEPARTMENT/COST CTR".
     05  FILLER                      PIC X(130) VALUE SPACES.
 01  WS-DEPT-COLUMN-HEADING.
     05  FILLER                      PIC X(20) VALUE SPACES.
     05  FILLER                      PIC X(20) VALUE "DEPARTMENT".
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  FILLER                      PIC X(6) VALUE "COUNT".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(10) VALUE "EARNINGS".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  FILLER                      PIC X(10) VALUE "FED TAX".
     05  FILLER                      PIC X(104) VALUE SPACES.
 01  WS-DEPT-OT-HEADING.
     05  FILLER                      PIC X(20) VALUE SPACES.
     05  FILLER                      PIC X(31) VALUE
             "OVERTIME PREMIUM BY DEPARTMENT ".
     05  FILLER                      PIC X(129) VALUE SPACES.

*>    Capa do pacote
 01  WS-COVER-TITLE.
     05  FILLER                      PIC X(30) VALUE
             "PAYROLL REGISTER DISTRIBUTION ".
     05  FILLER                      PIC X(7) VALUE "PACKET ".
     05  WS-CV-PACKET-OUT            PIC ZZ9.
     05  FILLER                      PIC X(4) VALUE " OF ".
     05  WS-CV-PACKETS-OUT           PIC ZZ9.
     05  FILLER                      PIC X(133) VALUE SPACES.
 01  WS-COVER-LINE.
     05  FILLER                      PIC X(10) VALUE SPACES.
     05  WS-CV-LABEL-OUT             PIC X(34).
     05  WS-CV-VALUE-OUT             PIC X(40).
     05  FILLER                      PIC X(96) VALUE SPACES.
 01  WS-COVER-DEPT-LINE.
     05  FILLER                      PIC X(14) VALUE SPACES.
     05  WS-CD-CODE-OUT              PIC X(4).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CD-DESC-OUT              PIC X(20).
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-CD-EMPL-OUT              PIC ZZ,ZZ9.
     05  FILLER                      PIC X(12) VALUE " EMPLOYEE LN".
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-CD-EARN-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(100) VALUE SPACES.
 01  WS-EDIT-FIELDS.
     05  WS-ED-COUNT                 PIC Z,ZZZ,ZZ9.
     05  WS-ED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.

*>    Relatório de controle
 01  WS-CTL-HEADING-1.
     05  FILLER                      PIC X(40) VALUE
             "PAYROLL REGISTER DISTRIBUTION CONTROL   ".
     05  FILLER                      PIC X(5) VALUE "RUN: ".
     05  WS-CH1-RUN-ID-OUT           PIC X(17).
     05  FILLER                      PIC X(13) VALUE "  DISTRIBUTED".
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-CH1-DATE-OUT             PIC X(8).
     05  FILLER                      PIC X(48) VALUE SPACES.
 01  WS-CTL-HEADING-2.
     05  FILLER                      PIC X(66) VALUE
             "PKT  DELIVER TO          DEPTS  PAGES  EMPL LINES        EARNINGS".
     05  FILLER                      PIC X(66) VALUE
             "  ROLLUP LINES  IMAGE LINES  PRINTED                             ".
 01  WS-CTL-LINE.
     05  WS-CL-PACKET-OUT            PIC ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-MANAGER-OUT           PIC X(18).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-DEPTS-OUT             PIC ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-PAGES-OUT             PIC ZZ,ZZ9.
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-CL-EMPL-OUT              PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-CL-EARN-OUT              PIC ZZZ,ZZZ,ZZ9.99.
     05  FILLER                      PIC X(5) VALUE SPACES.
     05  WS-CL-ROLLUP-OUT            PIC ZZ,ZZ9.
     05  FILLER                      PIC X(4) VALUE SPACES.
     05  WS-CL-IMAGE-OUT             PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(1) VALUE SPACES.
     05  WS-CL-PRINTED-OUT           PIC Z,ZZZ,ZZ9.
     05  FILLER                      PIC X(36) VALUE SPACES.
 01  WS-PROOF-LINE.
     05  WS-PF-LABEL-OUT             PIC X(30).
     05  FILLER                      PIC X(10) VALUE "REGISTER: ".
     05  WS-PF-REGISTER-OUT          PIC X(16).
     05  FILLER                      PIC X(11) VALUE "  PACKETS: ".
     05  WS-PF-PACKETS-OUT           PIC X(16).
     05  FILLER                      PIC X(2) VALUE SPACES.
     05  WS-PF-RESULT-OUT            PIC X(14).
     05  FILLER                      PIC X(33) VALUE SPACES.
 01  WS-MESSAGE-LINE.
     05  WS-MSG-TEXT-OUT             PIC X(132).

*> =====================================================================
*> DIVISÃO DE PROCEDIMENTOS
*> =====================================================================
 PROCEDURE DIVISION.

*>    Parágrafo principal - conta a imagem por departamento, monta os
*>    pacotes por gestor e prova que eles somam o registro completo
 A00-MAINLINE-PARA.
     PERFORM B10-INIT-PARA.
     PERFORM B20-LOAD-DEPTMAST-PARA.
     PERFORM B30-COUNT-IMAGE-PARA.
     PERFORM B40-BUILD-MANAGERS-PARA.
     OPEN OUTPUT PACKET-FILE-OUT.
     OPEN EXTEND DIST-LOG-FILE.
     IF WS-DISTLOG-MISSING
         OPEN OUTPUT DIST-LOG-FILE
     END-IF.
     PERFORM B50-PACKET-PARA
         VARYING WS-MGR-SUB FROM 1 BY 1
         UNTIL WS-MGR-SUB > WS-MGR-COUNT.
     CLOSE PACKET-FILE-OUT
           DIST-LOG-FILE.
     PERFORM B60-CONTROL-REPORT-PARA.
     EVALUATE TRUE
         WHEN WS-OUT-OF-BALANCE
             MOVE 8 TO RETURN-CODE
         WHEN WS-MGR-COUNT = 0
             MOVE 0 TO RETURN-CODE
         WHEN WS-MG-NAME (WS-MGR-COUNT) = WS-UNASSIGNED-NAME
             MOVE 4 TO RETURN-CODE
         WHEN OTHER
             MOVE 0 TO RETURN-CODE
     END-EVALUATE.
     STOP RUN.

*>    Inicialização; a imagem do registro precisa existir e terminar
*>    no trailer gravado por PROG6 no fim da execução
 B10-INIT-PARA.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-RUN-TIME FROM TIME.
     MOVE ZEROS TO WS-DEPT-COUNT
                   WS-MGR-COUNT
                   WS-FILE-PAGES.
     INITIALIZE WS-PACKET-TOTALS.
     MOVE "N" TO WS-BALANCE-SWITCH.
     MOVE "N" TO WS-TRAILER-SWITCH.
     OPEN INPUT DIST-IMAGE-FILE-IN.
     IF WS-DISTIMG-MISSING
         DISPLAY "REGISTER IMAGE PROG6_DIST.DAT NOT FOUND - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     MOVE "N" TO WS-EOF-SWITCH.
     READ DIST-IMAGE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B11-FIND-TRAILER-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE DIST-IMAGE-FILE-IN.
     IF NOT WS-TRAILER-FOUND
         DISPLAY "REGISTER IMAGE HAS NO TRAILER - PAYROLL RUN DID NOT "
                 "FINISH - RUN ABORTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

*>    Guarda a identificação da execução e as contagens do trailer
 B11-FIND-TRAILER-PARA.
     IF DT-REC-TYPE = "T"
         MOVE "Y" TO WS-TRAILER-SWITCH
         MOVE DT-RUN-DATE TO WS-RI-DATE
         MOVE DT-PAY-GROUP TO WS-RI-GROUP
         MOVE DT-PERIOD-NBR TO WS-RI-PERIOD
         MOVE DT-OFFCYCLE-SEQ TO WS-RI-OFFCYCLE
         MOVE DT-REG-PAGES TO WS-REG-PAGES
         MOVE DT-EMPL-LINES TO WS-TRL-EMPL-LINES
         MOVE DT-EARN-TOT TO WS-TRL-EARN-TOT
         MOVE DT-IMAGE-LINES TO WS-TRL-IMAGE-LINES
         MOVE DT-ROLLUP-LINES TO WS-TRL-ROLLUP-LINES
     END-IF.
     READ DIST-IMAGE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Carrega os departamentos do mestre, com o gestor de cada um
 B20-LOAD-DEPTMAST-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT DEPT-MASTER-FILE-IN.
     IF WS-DEPTMAST-MISSING
         DISPLAY "DEPT MASTER DEPTMAST.DAT NOT FOUND - WHOLE REGISTER "
                 "GOES TO THE UNASSIGNED PACKET"
     ELSE
         READ DEPT-MASTER-FILE-IN
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B21-DEPTMAST-REC-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE DEPT-MASTER-FILE-IN
     END-IF.

*>    Cadastra um departamento do mestre
 B21-DEPTMAST-REC-PARA.
     MOVE DM-DEPT-CODE TO WS-WORK-DEPT.
     PERFORM C10-FIND-DEPT-PARA.
     IF WS-DEPT-FOUND
         MOVE DM-DESC TO WS-DT-DESC (DT-INDEX)
         IF DM-MANAGER NOT = SPACES
             MOVE DM-MANAGER TO WS-DT-MANAGER (DT-INDEX)
         END-IF
     END-IF.
     READ DEPT-MASTER-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Passada de contagem: cada linha da imagem vai para o departamento
*>    que a recebe no pacote (os avisos esperam a linha de detalhe)
 B30-COUNT-IMAGE-PARA.
     MOVE ZEROS TO WS-HOLD-COUNT.
     MOVE ZEROS TO WS-LAST-DEPT-SUB.
     MOVE SPACES TO WS-LAST-SSN.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT DIST-IMAGE-FILE-IN.
     READ DIST-IMAGE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B31-COUNT-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE DIST-IMAGE-FILE-IN.

*>    Conta uma linha da imagem
 B31-COUNT-REC-PARA.
     IF DI-REC-TYPE = "D"
         EVALUATE DI-LINE-KIND
             WHEN "B"
             WHEN "S"
             WHEN "L"
                 ADD 1 TO WS-HOLD-COUNT
             WHEN "E"
             WHEN "X"
                 MOVE DI-DEPT-CODE TO WS-WORK-DEPT
                 PERFORM C10-FIND-DEPT-PARA
                 SET WS-LAST-DEPT-SUB TO DT-INDEX
                 MOVE DI-SSN TO WS-LAST-SSN
                 ADD 1 TO WS-DT-EMPL-LINES (DT-INDEX)
                 ADD DI-EARN-AMT TO WS-DT-EARN-TOT (DT-INDEX)
                 ADD 1 WS-HOLD-COUNT TO WS-DT-IMAGE-LINES (DT-INDEX)
                 MOVE ZEROS TO WS-HOLD-COUNT
             WHEN "F"
                 IF DI-SSN = WS-LAST-SSN AND WS-LAST-DEPT-SUB > 0
                     ADD 1 TO WS-DT-IMAGE-LINES (WS-LAST-DEPT-SUB)
                 END-IF
             WHEN "R"
             WHEN "O"
                 MOVE DI-DEPT-CODE TO WS-WORK-DEPT
                 PERFORM C10-FIND-DEPT-PARA
                 ADD 1 TO WS-DT-IMAGE-LINES (DT-INDEX)
                 IF DI-LINE-KIND = "R"
                     ADD 1 TO WS-DT-ROLLUP-LINES (DT-INDEX)
                 END-IF
         END-EVALUATE
     END-IF.
     READ DIST-IMAGE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Monta os pacotes: um por gestor com linhas na imagem, na ordem do
*>    mestre de departamentos; o pacote sem gestor fica por último
 B40-BUILD-MANAGERS-PARA.
     PERFORM B41-DEPT-MANAGER-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
     MOVE WS-UNASSIGNED-NAME TO WS-WORK-MANAGER.
     PERFORM B42-ADD-DEPT-TO-MGR-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

*>    Departamento com gestor e com linhas: entra no pacote do gestor
 B41-DEPT-MANAGER-PARA.
     SET DT-INDEX TO WS-DEPT-SUB.
     IF WS-DT-MANAGER (DT-INDEX) NOT = SPACES
         MOVE WS-DT-MANAGER (DT-INDEX) TO WS-WORK-MANAGER
         PERFORM B42-ADD-DEPT-TO-MGR-PARA
     END-IF.

*>    Soma o departamento corrente no pacote de WS-WORK-MANAGER
*>    (criando o pacote); no pacote sem gestor entram os departamentos
*>    com o gestor em branco
 B42-ADD-DEPT-TO-MGR-PARA.
     SET DT-INDEX TO WS-DEPT-SUB.
     IF WS-DT-IMAGE-LINES (DT-INDEX) > 0
             AND (WS-WORK-MANAGER NOT = WS-UNASSIGNED-NAME
                  OR WS-DT-MANAGER (DT-INDEX) = SPACES)
         PERFORM C20-FIND-MANAGER-PARA
         IF WS-MGR-FOUND
             ADD 1 TO WS-MG-DEPT-COUNT (MG-INDEX)
             ADD WS-DT-EMPL-LINES (DT-INDEX)
                 TO WS-MG-EMPL-LINES (MG-INDEX)
             ADD WS-DT-EARN-TOT (DT-INDEX)
                 TO WS-MG-EARN-TOT (MG-INDEX)
             ADD WS-DT-IMAGE-LINES (DT-INDEX)
                 TO WS-MG-IMAGE-LINES (MG-INDEX)
             ADD WS-DT-ROLLUP-LINES (DT-INDEX)
                 TO WS-MG-ROLLUP-LINES (MG-INDEX)
         END-IF
     END-IF.

*>    Um pacote: a passada de contagem dá o total de páginas, depois
*>    saem a capa e as páginas do registro e do resumo do gestor
 B50-PACKET-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE WS-MG-NAME (MG-INDEX) TO WS-CUR-MANAGER.
     MOVE "N" TO WS-PRINT-SWITCH.
     MOVE 1 TO WS-PAGE-TOTAL.
     PERFORM B51-PACKET-BODY-PARA.
     ADD WS-PAGE-COUNT TO WS-PAGE-TOTAL.
     MOVE "Y" TO WS-PRINT-SWITCH.
     PERFORM B55-COVER-PAGE-PARA.
     PERFORM B51-PACKET-BODY-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE WS-PAGE-TOTAL TO WS-MG-PAGES (MG-INDEX).
     ADD WS-MG-EMPL-LINES (MG-INDEX) TO WS-PT-EMPL-LINES.
     ADD WS-MG-EARN-TOT (MG-INDEX) TO WS-PT-EARN-TOT.
     ADD WS-MG-IMAGE-LINES (MG-INDEX) TO WS-PT-IMAGE-LINES.
     ADD WS-MG-ROLLUP-LINES (MG-INDEX) TO WS-PT-ROLLUP-LINES.
     ADD WS-MG-PRINTED-LINES (MG-INDEX) TO WS-PT-PRINTED-LINES.
     ADD WS-PAGE-TOTAL TO WS-PT-PAGES.
     PERFORM B57-LOG-PACKET-PARA.

*>    Corpo do pacote: percorre a imagem e imprime as linhas dos
*>    departamentos do gestor corrente
 B51-PACKET-BODY-PARA.
     MOVE ZEROS TO WS-PAGE-COUNT
                   WS-HOLD-COUNT.
     MOVE 999 TO WS-LINES-USED.
     MOVE "D" TO WS-SECTION-SWITCH.
     MOVE "N" TO WS-OT-HEAD-SWITCH.
     MOVE "N" TO WS-LAST-IN-SWITCH.
     MOVE SPACES TO WS-LAST-SSN.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE ZEROS TO WS-MG-PRINTED-LINES (MG-INDEX).
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT DIST-IMAGE-FILE-IN.
     READ DIST-IMAGE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B52-PACKET-REC-PARA
         UNTIL WS-EOF-SWITCH = "Y".
     CLOSE DIST-IMAGE-FILE-IN.

*>    Uma linha da imagem: guarda os avisos, decide o pacote na linha
*>    de detalhe e imprime o que é do gestor corrente
 B52-PACKET-REC-PARA.
     IF DI-REC-TYPE = "D"
         EVALUATE DI-LINE-KIND
             WHEN "B"
             WHEN "S"
             WHEN "L"
                 PERFORM B53-HOLD-LINE-PARA
             WHEN "E"
             WHEN "X"
                 MOVE DI-SSN TO WS-LAST-SSN
                 MOVE DI-DEPT-CODE TO WS-WORK-DEPT
                 PERFORM C10-FIND-DEPT-PARA
                 PERFORM C11-DEPT-MANAGER-PARA
                 IF WS-WORK-MANAGER = WS-CUR-MANAGER
                     MOVE "Y" TO WS-LAST-IN-SWITCH
                     PERFORM B54-RELEASE-HELD-PARA
                         VARYING WS-HOLD-SUB FROM 1 BY 1
                         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                     PERFORM C35-IMAGE-LINE-PARA
                 ELSE
                     MOVE "N" TO WS-LAST-IN-SWITCH
                 END-IF
                 MOVE ZEROS TO WS-HOLD-COUNT
             WHEN "F"
                 IF DI-SSN = WS-LAST-SSN AND WS-LAST-IN-PACKET
                     PERFORM C35-IMAGE-LINE-PARA
                 END-IF
             WHEN "R"
             WHEN "O"
                 MOVE DI-DEPT-CODE TO WS-WORK-DEPT
                 PERFORM C10-FIND-DEPT-PARA
                 PERFORM C11-DEPT-MANAGER-PARA
                 IF WS-WORK-MANAGER = WS-CUR-MANAGER
                     PERFORM C32-ROLLUP-LINE-PARA
                 END-IF
         END-EVALUATE
     END-IF.
     READ DIST-IMAGE-FILE-IN
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Guarda uma linha que precede a linha de detalhe do funcionário
 B53-HOLD-LINE-PARA.
     IF WS-HOLD-COUNT < 10
         ADD 1 TO WS-HOLD-COUNT
         MOVE DI-LINE-KIND TO WS-HL-KIND (WS-HOLD-COUNT)
         MOVE DI-SSN TO WS-HL-SSN (WS-HOLD-COUNT)
         MOVE DI-EMPL-NAME TO WS-HL-NAME (WS-HOLD-COUNT)
         MOVE DI-PAGE-NBR TO WS-HL-PAGE (WS-HOLD-COUNT)
         MOVE DI-PRINT-LINE TO WS-HL-LINE (WS-HOLD-COUNT)
     END-IF.

*>    Imprime uma linha guardada do funcionário que é do pacote
 B54-RELEASE-HELD-PARA.
     MOVE WS-HL-LINE (WS-HOLD-SUB) TO WS-PL-TEXT.
     IF WS-HL-KIND (WS-HOLD-SUB) = "B"
         MOVE WS-HL-NAME (WS-HOLD-SUB) TO WS-MASK-NAME-IN
         PERFORM C40-MASK-LINE-PARA
     END-IF.
     MOVE "REG PG " TO WS-PL-REG-LABEL.
     MOVE WS-HL-PAGE (WS-HOLD-SUB) TO WS-PL-REG-PAGE.
     PERFORM C30-EMIT-LINE-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     ADD 1 TO WS-MG-PRINTED-LINES (MG-INDEX).

*>    Capa do pacote: destinatário, execução, páginas e contagens, e a
*>    lista dos departamentos incluídos
 B55-COVER-PAGE-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     ADD 1 TO WS-FILE-PAGES.
     MOVE WS-MGR-SUB TO WS-CV-PACKET-OUT.
     MOVE WS-MGR-COUNT TO WS-CV-PACKETS-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-TITLE
         AFTER ADVANCING PAGE.
     MOVE "DELIVER TO:" TO WS-CV-LABEL-OUT.
     MOVE WS-CUR-MANAGER TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 3 LINES.
     MOVE "PAYROLL RUN ID:" TO WS-CV-LABEL-OUT.
     MOVE WS-RUN-ID TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 2 LINES.
     MOVE "PAGES IN THIS PACKET (WITH COVER):" TO WS-CV-LABEL-OUT.
     MOVE WS-PAGE-TOTAL TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 2 LINES.
     MOVE "PAGES IN THE FULL REGISTER:" TO WS-CV-LABEL-OUT.
     MOVE WS-REG-PAGES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "EMPLOYEE LINES IN THIS PACKET:" TO WS-CV-LABEL-OUT.
     MOVE WS-MG-EMPL-LINES (MG-INDEX) TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "EARNINGS IN THIS PACKET:" TO WS-CV-LABEL-OUT.
     MOVE WS-MG-EARN-TOT (MG-INDEX) TO WS-ED-AMOUNT.
     MOVE WS-ED-AMOUNT TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "DEPARTMENT SUMMARY LINES:" TO WS-CV-LABEL-OUT.
     MOVE WS-MG-ROLLUP-LINES (MG-INDEX) TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "EMPLOYEE IDENTITIES:" TO WS-CV-LABEL-OUT.
     MOVE "MASKED (LAST 4 OF SSN, INITIALS)" TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "DEPARTMENTS IN THIS PACKET:" TO WS-CV-LABEL-OUT.
     MOVE WS-MG-DEPT-COUNT (MG-INDEX) TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-CV-VALUE-OUT.
     WRITE PK-PACKET-OUT FROM WS-COVER-LINE
         AFTER ADVANCING 2 LINES.
     MOVE ZEROS TO WS-CTL-LINES.
     PERFORM B56-COVER-DEPT-PARA
         VARYING WS-DEPT-SUB FROM 1 BY 1
         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

*>    Um departamento do pacote na capa (a capa comporta 40)
 B56-COVER-DEPT-PARA.
     SET DT-INDEX TO WS-DEPT-SUB.
     PERFORM C11-DEPT-MANAGER-PARA.
     IF WS-WORK-MANAGER = WS-CUR-MANAGER
             AND WS-DT-IMAGE-LINES (DT-INDEX) > 0
         ADD 1 TO WS-CTL-LINES
         IF WS-CTL-LINES <= 40
             MOVE WS-DT-CODE (DT-INDEX) TO WS-CD-CODE-OUT
             MOVE WS-DT-DESC (DT-INDEX) TO WS-CD-DESC-OUT
             MOVE WS-DT-EMPL-LINES (DT-INDEX) TO WS-CD-EMPL-OUT
             MOVE WS-DT-EARN-TOT (DT-INDEX) TO WS-CD-EARN-OUT
             WRITE PK-PACKET-OUT FROM WS-COVER-DEPT-LINE
                 AFTER ADVANCING 1 LINE
         END-IF
     END-IF.

*>    Registra no log de distribuição o pacote e o destinatário
 B57-LOG-PACKET-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE SPACES TO DL-LOG-REC.
     MOVE WS-RUN-ID TO DL-RUN-ID.
     MOVE WS-RUN-DATE TO DL-LOG-DATE.
     MOVE WS-RUN-TIME (1:6) TO DL-LOG-TIME.
     MOVE WS-MGR-SUB TO DL-PACKET-NBR.
     MOVE WS-MGR-COUNT TO DL-PACKET-COUNT.
     MOVE WS-CUR-MANAGER TO DL-MANAGER.
     MOVE WS-MG-DEPT-COUNT (MG-INDEX) TO DL-DEPT-COUNT.
     MOVE WS-PAGE-TOTAL TO DL-PAGES.
     MOVE WS-MG-EMPL-LINES (MG-INDEX) TO DL-EMPL-LINES.
     MOVE WS-MG-EARN-TOT (MG-INDEX) TO DL-EARN-TOT.
     MOVE WS-MG-ROLLUP-LINES (MG-INDEX) TO DL-ROLLUP-LINES.
     MOVE "Y" TO DL-MASKED.
     WRITE DL-LOG-REC.

*>    Relatório de controle: uma linha por pacote e a prova de que os
*>    pacotes somados reproduzem o registro completo
 B60-CONTROL-REPORT-PARA.
     OPEN OUTPUT CONTROL-REPORT-OUT.
     MOVE WS-RUN-ID TO WS-CH1-RUN-ID-OUT.
     MOVE WS-RUN-DATE TO WS-CH1-DATE-OUT.
     WRITE CR-REPORT-OUT FROM WS-CTL-HEADING-1
         AFTER ADVANCING PAGE.
     WRITE CR-REPORT-OUT FROM WS-CTL-HEADING-2
         AFTER ADVANCING 2 LINES.
     MOVE SPACES TO CR-REPORT-OUT.
     WRITE CR-REPORT-OUT
         AFTER ADVANCING 1 LINE.
     PERFORM B61-CONTROL-LINE-PARA
         VARYING WS-MGR-SUB FROM 1 BY 1
         UNTIL WS-MGR-SUB > WS-MGR-COUNT.
     MOVE SPACES TO WS-CTL-LINE.
     MOVE "PACKET TOTALS" TO WS-CL-MANAGER-OUT.
     MOVE WS-PT-PAGES TO WS-CL-PAGES-OUT.
     MOVE WS-PT-EMPL-LINES TO WS-CL-EMPL-OUT.
     MOVE WS-PT-EARN-TOT TO WS-CL-EARN-OUT.
     MOVE WS-PT-ROLLUP-LINES TO WS-CL-ROLLUP-OUT.
     MOVE WS-PT-IMAGE-LINES TO WS-CL-IMAGE-OUT.
     MOVE WS-PT-PRINTED-LINES TO WS-CL-PRINTED-OUT.
     WRITE CR-REPORT-OUT FROM WS-CTL-LINE
         AFTER ADVANCING 2 LINES.
*>    Prova: cada contagem dos pacotes contra a do registro
     MOVE "EMPLOYEE LINES" TO WS-PF-LABEL-OUT.
     MOVE WS-TRL-EMPL-LINES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-REGISTER-OUT.
     MOVE WS-PT-EMPL-LINES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-PACKETS-OUT.
     IF WS-PT-EMPL-LINES = WS-TRL-EMPL-LINES
         MOVE "IN BALANCE" TO WS-PF-RESULT-OUT
     ELSE
         MOVE "OUT OF BALANCE" TO WS-PF-RESULT-OUT
         MOVE "Y" TO WS-BALANCE-SWITCH
     END-IF.
     WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 2 LINES.
     MOVE "EARNINGS" TO WS-PF-LABEL-OUT.
     MOVE WS-TRL-EARN-TOT TO WS-ED-AMOUNT.
     MOVE WS-ED-AMOUNT TO WS-PF-REGISTER-OUT.
     MOVE WS-PT-EARN-TOT TO WS-ED-AMOUNT.
     MOVE WS-ED-AMOUNT TO WS-PF-PACKETS-OUT.
     IF WS-PT-EARN-TOT = WS-TRL-EARN-TOT
         MOVE "IN BALANCE" TO WS-PF-RESULT-OUT
     ELSE
         MOVE "OUT OF BALANCE" TO WS-PF-RESULT-OUT
         MOVE "Y" TO WS-BALANCE-SWITCH
     END-IF.
     WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 1 LINE.
     MOVE "DEPARTMENT SUMMARY LINES" TO WS-PF-LABEL-OUT.
     MOVE WS-TRL-ROLLUP-LINES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-REGISTER-OUT.
     MOVE WS-PT-ROLLUP-LINES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-PACKETS-OUT.
     IF WS-PT-ROLLUP-LINES = WS-TRL-ROLLUP-LINES
         MOVE "IN BALANCE" TO WS-PF-RESULT-OUT
     ELSE
         MOVE "OUT OF BALANCE" TO WS-PF-RESULT-OUT
         MOVE "Y" TO WS-BALANCE-SWITCH
     END-IF.
     WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 1 LINE.
*>    Toda linha da imagem tem de ter saído em algum pacote
     MOVE "REGISTER LINES PRINTED" TO WS-PF-LABEL-OUT.
     MOVE WS-TRL-IMAGE-LINES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-REGISTER-OUT.
     MOVE WS-PT-PRINTED-LINES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-PACKETS-OUT.
     IF WS-PT-PRINTED-LINES = WS-TRL-IMAGE-LINES
             AND WS-PT-IMAGE-LINES = WS-TRL-IMAGE-LINES
         MOVE "IN BALANCE" TO WS-PF-RESULT-OUT
     ELSE
         MOVE "OUT OF BALANCE" TO WS-PF-RESULT-OUT
         MOVE "Y" TO WS-BALANCE-SWITCH
     END-IF.
     WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 1 LINE.
*>    As páginas das capas mais as do corpo são as do arquivo de pacotes
     MOVE "PACKET PAGES WRITTEN" TO WS-PF-LABEL-OUT.
     MOVE WS-PT-PAGES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-REGISTER-OUT.
     MOVE WS-FILE-PAGES TO WS-ED-COUNT.
     MOVE WS-ED-COUNT TO WS-PF-PACKETS-OUT.
     IF WS-FILE-PAGES = WS-PT-PAGES
         MOVE "IN BALANCE" TO WS-PF-RESULT-OUT
     ELSE
         MOVE "OUT OF BALANCE" TO WS-PF-RESULT-OUT
         MOVE "Y" TO WS-BALANCE-SWITCH
     END-IF.
     WRITE CR-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 1 LINE.
     MOVE SPACES TO WS-MSG-TEXT-OUT.
     MOVE WS-REG-PAGES TO WS-ED-COUNT.
     STRING "FULL REGISTER PROG6_OUT.DAT: " DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            " PAGES" DELIMITED BY SIZE
         INTO WS-MSG-TEXT-OUT
     END-STRING.
     WRITE CR-REPORT-OUT FROM WS-MESSAGE-LINE
         AFTER ADVANCING 2 LINES.
     IF WS-OUT-OF-BALANCE
         MOVE "PACKETS DO NOT ADD BACK TO THE REGISTER - HOLD DISTRIBUTION"
             TO WS-MSG-TEXT-OUT
     ELSE
         MOVE "PACKETS ADD BACK TO THE FULL REGISTER"
             TO WS-MSG-TEXT-OUT
     END-IF.
     WRITE CR-REPORT-OUT FROM WS-MESSAGE-LINE
         AFTER ADVANCING 1 LINE.
     CLOSE CONTROL-REPORT-OUT.

*>    Linha de controle de um pacote
 B61-CONTROL-LINE-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     MOVE SPACES TO WS-CTL-LINE.
     MOVE WS-MGR-SUB TO WS-CL-PACKET-OUT.
     MOVE WS-MG-NAME (MG-INDEX) TO WS-CL-MANAGER-OUT.
     MOVE WS-MG-DEPT-COUNT (MG-INDEX) TO WS-CL-DEPTS-OUT.
     MOVE WS-MG-PAGES (MG-INDEX) TO WS-CL-PAGES-OUT.
     MOVE WS-MG-EMPL-LINES (MG-INDEX) TO WS-CL-EMPL-OUT.
     MOVE WS-MG-EARN-TOT (MG-INDEX) TO WS-CL-EARN-OUT.
     MOVE WS-MG-ROLLUP-LINES (MG-INDEX) TO WS-CL-ROLLUP-OUT.
     MOVE WS-MG-IMAGE-LINES (MG-INDEX) TO WS-CL-IMAGE-OUT.
     MOVE WS-MG-PRINTED-LINES (MG-INDEX) TO WS-CL-PRINTED-OUT.
     WRITE CR-REPORT-OUT FROM WS-CTL-LINE
         AFTER ADVANCING 1 LINE.

*>    Localiza (ou cadastra, sem gestor) o departamento de WS-WORK-DEPT
 C10-FIND-DEPT-PARA.
     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
     IF WS-DEPT-COUNT > 0
         SET DT-INDEX TO 1
         SEARCH WS-DEPT-ROW
             AT END CONTINUE
             WHEN DT-INDEX > WS-DEPT-COUNT
                 CONTINUE
             WHEN WS-DT-CODE (DT-INDEX) = WS-WORK-DEPT
                 MOVE "Y" TO WS-DEPT-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-DEPT-FOUND
         IF WS-DEPT-COUNT < 300
             ADD 1 TO WS-DEPT-COUNT
         END-IF
         SET DT-INDEX TO WS-DEPT-COUNT
         IF WS-DT-CODE (DT-INDEX) NOT = WS-WORK-DEPT
             INITIALIZE WS-DEPT-ROW (DT-INDEX)
             MOVE WS-WORK-DEPT TO WS-DT-CODE (DT-INDEX)
             MOVE "NOT ON DEPT MASTER" TO WS-DT-DESC (DT-INDEX)
         END-IF
         MOVE "Y" TO WS-DEPT-FOUND-SWITCH
     END-IF.

*>    Pacote do departamento corrente (DT-INDEX) em WS-WORK-MANAGER
 C11-DEPT-MANAGER-PARA.
     IF WS-DT-MANAGER (DT-INDEX) = SPACES
         MOVE WS-UNASSIGNED-NAME TO WS-WORK-MANAGER
     ELSE
         MOVE WS-DT-MANAGER (DT-INDEX) TO WS-WORK-MANAGER
     END-IF.

*>    Localiza (ou cria) o pacote de WS-WORK-MANAGER
 C20-FIND-MANAGER-PARA.
     MOVE "N" TO WS-MGR-FOUND-SWITCH.
     IF WS-MGR-COUNT > 0
         SET MG-INDEX TO 1
         SEARCH WS-MGR-ROW
             AT END CONTINUE
             WHEN MG-INDEX > WS-MGR-COUNT
                 CONTINUE
             WHEN WS-MG-NAME (MG-INDEX) = WS-WORK-MANAGER
                 MOVE "Y" TO WS-MGR-FOUND-SWITCH
         END-SEARCH
     END-IF.
     IF NOT WS-MGR-FOUND AND WS-MGR-COUNT < 300
         ADD 1 TO WS-MGR-COUNT
         SET MG-INDEX TO WS-MGR-COUNT
         INITIALIZE WS-MGR-ROW (MG-INDEX)
         MOVE WS-WORK-MANAGER TO WS-MG-NAME (MG-INDEX)
         MOVE "Y" TO WS-MGR-FOUND-SWITCH
     END-IF.

*>    Grava (ou só conta, na passada de contagem) uma linha do pacote,
*>    com quebra de página
 C30-EMIT-LINE-PARA.
     IF WS-LINES-USED >= WS-MAX-LINES
         PERFORM C31-PAGE-HEADING-PARA
     END-IF.
     IF WS-PRINTING
         WRITE PK-PACKET-OUT FROM WS-PACKET-LINE
             AFTER ADVANCING 1 LINE
     END-IF.
     ADD 1 TO WS-LINES-USED.

*>    Cabeçalho de página do pacote: o do registro ou o do resumo por
*>    departamento, conforme a seção corrente
 C31-PAGE-HEADING-PARA.
     ADD 1 TO WS-PAGE-COUNT.
     IF WS-PRINTING
         ADD 1 TO WS-FILE-PAGES
         MOVE WS-CUR-MANAGER TO WS-PH1-MANAGER-OUT
         MOVE WS-RUN-ID TO WS-PH1-RUN-ID-OUT
         MOVE WS-MGR-SUB TO WS-PH1-PACKET-OUT
         COMPUTE WS-PH1-PAGE-OUT = WS-PAGE-COUNT + 1
         MOVE WS-PAGE-TOTAL TO WS-PH1-PAGES-OUT
         WRITE PK-PACKET-OUT FROM WS-PACKET-HEADING-1
             AFTER ADVANCING PAGE
         WRITE PK-PACKET-OUT FROM WS-PACKET-HEADING-2
             AFTER ADVANCING 1 LINE
         IF WS-IN-ROLLUP
             WRITE PK-PACKET-OUT FROM WS-DEPT-HEADING-LINE
                 AFTER ADVANCING 2 LINES
             WRITE PK-PACKET-OUT FROM WS-DEPT-COLUMN-HEADING
                 AFTER ADVANCING 2 LINES
         ELSE
             WRITE PK-PACKET-OUT FROM WS-COLUMN-HEADING-01
                 AFTER ADVANCING 2 LINES
             WRITE PK-PACKET-OUT FROM WS-COLUMN-HEADING-02
                 AFTER ADVANCING 1 LINE
         END-IF
     END-IF.
     MOVE 6 TO WS-LINES-USED.

*>    Linha do resumo por departamento: a primeira abre a seção em
*>    página nova, a primeira de hora extra imprime o título dela
 C32-ROLLUP-LINE-PARA.
     IF NOT WS-IN-ROLLUP
         MOVE "R" TO WS-SECTION-SWITCH
         PERFORM C31-PAGE-HEADING-PARA
     END-IF.
     IF DI-LINE-KIND = "O" AND NOT WS-OT-HEAD-DONE
         MOVE "Y" TO WS-OT-HEAD-SWITCH
         MOVE SPACES TO WS-PACKET-LINE
         PERFORM C30-EMIT-LINE-PARA
         MOVE WS-DEPT-OT-HEADING TO WS-PACKET-LINE
         PERFORM C30-EMIT-LINE-PARA
     END-IF.
     MOVE SPACES TO WS-PACKET-LINE.
     MOVE DI-PRINT-LINE TO WS-PL-TEXT.
     PERFORM C30-EMIT-LINE-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     ADD 1 TO WS-MG-PRINTED-LINES (MG-INDEX).

*>    Linha de funcionário lida agora (detalhe, isento ou FICA)
 C35-IMAGE-LINE-PARA.
     MOVE SPACES TO WS-PACKET-LINE.
     MOVE DI-PRINT-LINE TO WS-PL-TEXT.
     IF DI-LINE-KIND = "E" OR DI-LINE-KIND = "X"
         MOVE DI-EMPL-NAME TO WS-MASK-NAME-IN
         PERFORM C40-MASK-LINE-PARA
     END-IF.
     MOVE "REG PG " TO WS-PL-REG-LABEL.
     MOVE DI-PAGE-NBR TO WS-PL-REG-PAGE.
     PERFORM C30-EMIT-LINE-PARA.
     SET MG-INDEX TO WS-MGR-SUB.
     ADD 1 TO WS-MG-PRINTED-LINES (MG-INDEX).

*>    Mascara o CPF/SSN (colunas 1-11: só os 4 últimos dígitos) e o
*>    nome (colunas 14-31: só as iniciais) da linha em WS-PL-TEXT, pela
*>    mesma regra de B12-MASK-EMPLOYEE-PARA de PROG6
 C40-MASK-LINE-PARA.
     MOVE "XXX" TO WS-PL-TEXT (1:3).
     MOVE "XX" TO WS-PL-TEXT (5:2).
     MOVE SPACES TO WS-DISPLAY-NAME.
     MOVE 1 TO WS-NAME-OUT-POS.
     MOVE "Y" TO WS-AT-WORD-START-SWITCH.
     PERFORM C41-MASK-NAME-CHAR-PARA
         VARYING WS-NAME-SCAN-INDEX FROM 1 BY 1
         UNTIL WS-NAME-SCAN-INDEX > 18 OR WS-NAME-OUT-POS > 17.
     MOVE WS-DISPLAY-NAME TO WS-PL-TEXT (14:18).

*>    Examina um caractere do nome; no primeiro caractere não-branco de
*>    cada palavra, grava a inicial seguida de ponto
 C41-MASK-NAME-CHAR-PARA.
     IF WS-MASK-NAME-IN (WS-NAME-SCAN-INDEX:1) = SPACE
         MOVE "Y" TO WS-AT-WORD-START-SWITCH
     ELSE
         IF WS-AT-WORD-START
             MOVE WS-MASK-NAME-IN (WS-NAME-SCAN-INDEX:1)
                 TO WS-DISPLAY-NAME (WS-NAME-OUT-POS:1)
             ADD 1 TO WS-NAME-OUT-POS
             MOVE "." TO WS-DISPLAY-NAME (WS-NAME-OUT-POS:1)
             ADD 1 TO WS-NAME-OUT-POS
             MOVE "N" TO WS-AT-WORD-START-SWITCH
         END-IF
     END-IF.
