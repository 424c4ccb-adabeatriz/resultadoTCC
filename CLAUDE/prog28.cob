*>            AAAAMMDD): move os registros mais antigos que o corte
*>            para o arquivo de arquivamento correspondente (aberto em
*>            EXTEND, com os anos carimbados nos próprios registros),
*>            regrava o arquivo vivo só com os retidos (no histórico de
*>            pagamentos, indexado, exclui os arquivados pela chave) e
*>            PROVA, por contagem e por soma de valores, que arquivados
*>            + retidos = original - qualquer diferença aborta antes de
*>            regravar.
*>            Para o diário do mestre (YTDJRNL), o corte nunca passa da
*>            data da última execução confirmada em equilíbrio
*>            (disposição NORMAL) em RUNHIST.DAT: o que a recuperação
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>    Os seis arquivos-histórico poáveis, nos layouts da folha. O
*>    histórico de pagamentos é indexado (empresa + CPF/SSN + data +
*>    sequência): os registros arquivados são excluídos pela chave,
*>    sem regravar o arquivo vivo
     SELECT PAY-HISTORY-FILE
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-LIVE-FILE-STATUS.
     SELECT RUN-HISTORY-FILE
         ASSIGN TO "RUNHIST.DAT"
 DATA DIVISION.
 FILE SECTION.
 FD  PAY-HISTORY-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PH-HISTORY-REC.
 01  PH-HISTORY-REC.
     05  PH-HIST-KEY.
         10  PH-COMPANY              PIC X(2).      *> Empresa do pagamento
         10  PH-SSN                  PIC X(9).      *> CPF/SSN do funcionário
         10  PH-RUN-DATE             PIC X(8).      *> Data da execução (AAAAMMDD)
         10  PH-RUN-SEQ              PIC 9(3).      *> Sequência na data da execução
     05  FILLER                      PIC X(78).
 FD  RUN-HISTORY-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RH-HISTORY-REC.
 01  RH-HISTORY-REC                  PIC X(80).
 FD  YTD-JOURNAL-FILE
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS JR-JOURNAL-REC.
 01  JR-JOURNAL-REC                  PIC X(180).
 FD  QTR-LIAB-FILE
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QL-LIAB-REC.
 01  QL-LIAB-REC                     PIC X(120).
 FD  SUTA-WAGE-FILE
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SW-SUTA-REC.
 01  SW-SUTA-REC                     PIC X(40).
 FD  YTD-HISTORY-FILE
         RECORD CONTAINS 81 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HY-HISTORY-REC.
 01  HY-HISTORY-REC                  PIC X(81).
 FD  PAYHIST-ARC-FILE
         RECORD CONTAINS 100 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS PA-ARC-REC.
 01  PA-ARC-REC                      PIC X(100).
 FD  RUNHIST-ARC-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS RA-ARC-REC.
 01  RA-ARC-REC                      PIC X(80).
 FD  YTDJRNL-ARC-FILE
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS JA-ARC-REC.
 01  JA-ARC-REC                      PIC X(180).
 FD  QTRLIAB-ARC-FILE
         RECORD CONTAINS 120 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS QA-ARC-REC.
 01  QA-ARC-REC                      PIC X(120).
 FD  SUTAWAGE-ARC-FILE
         RECORD CONTAINS 40 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS SA-ARC-REC.
 01  SA-ARC-REC                      PIC X(40).
 FD  YTDHIST-ARC-FILE
         RECORD CONTAINS 81 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS HA-ARC-REC.
 01  HA-ARC-REC                      PIC X(81).
 FD  RUNHIST-GUARD-FILE-IN
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE OMITTED
         88  WS-ARCHIVE-REC          VALUE "Y".
     05  WS-PROOF-OK-SWITCH          PIC X(1).      *> Prova fechou: regravação liberada
         88  WS-PROOF-OK             VALUE "Y".
     05  WS-KEYED-PURGE-SWITCH       PIC X(1).      *> Y=exclusão pela chave, sem tabela
         88  WS-KEYED-PURGE          VALUE "Y".

*>    Parâmetros: nome-código do arquivo e data de corte (exclusiva:
*>    registro com data < corte é arquivado)
*>    campos de data e de valor extraídos por posição fixa, conforme o
*>    arquivo poado
 01  WS-REC-WORK.
     05  WS-REC-BUFFER               PIC X(180).
     05  WS-REC-DATE                 PIC X(8).
     05  WS-REC-AMOUNT-X             PIC X(9).
     05  WS-REC-AMOUNT-N REDEFINES WS-REC-AMOUNT-X
*>    Tabela dos registros retidos, regravados no arquivo vivo depois
*>    que a prova fecha; mesma capacidade de 30000 de PROG9/PROG16
 01  WS-KEEP-CONTROLS.
     05  WS-KEEP-COUNT               PIC 9(7) COMP.
 01  WS-KEEP-TABLE.
     05  WS-KEEP-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY KP-INDEX.
         10  WS-KEEP-REC-ENTRY       PIC X(180).

*>    Contagens e somas da prova: lidos = arquivados + retidos, e a
*>    soma de valores idem
     05  WS-READ-AMT-TOT             PIC 9(11)V99.
     05  WS-ARCH-AMT-TOT             PIC 9(11)V99.
     05  WS-KEEP-AMT-TOT             PIC 9(11)V99.
     05  WS-DEL-COUNT                PIC 9(7).      *> Excluídos do arquivo indexado
     05  WS-DEL-AMT-TOT              PIC 9(11)V99.

*>    Cabeçalho do relatório do expurgo
 01  WS-HEADING.
*>    Inicialização das variáveis e cabeçalho do relatório
 B10-INIT-PARA.
     MOVE "N" TO WS-EOF-SWITCH.
     MOVE "N" TO WS-KEYED-PURGE-SWITCH.
     MOVE ZEROS TO WS-KEEP-COUNT
                   WS-DEL-COUNT
                   WS-DEL-AMT-TOT
                   WS-READ-COUNT
                   WS-ARCH-COUNT
                   WS-READ-AMT-TOT
         ADD WS-REC-AMOUNT-N TO WS-ARCH-AMT-TOT
     ELSE
         MOVE "N" TO WS-ARCHIVE-SWITCH
*>    No arquivo indexado os retidos ficam onde estão: só são contados
         IF WS-KEYED-PURGE
             ADD 1 TO WS-KEEP-COUNT
         ELSE
             IF WS-KEEP-COUNT >= 30000
                 DISPLAY "RETAIN TABLE FULL - PURGE ABORTED, LIVE " &
                         "FILE LEFT UNCHANGED"
                 STOP RUN
             END-IF
             ADD 1 TO WS-KEEP-COUNT
             SET KP-INDEX TO WS-KEEP-COUNT
             MOVE WS-REC-BUFFER TO WS-KEEP-REC-ENTRY (KP-INDEX)
         END-IF
         ADD WS-REC-AMOUNT-N TO WS-KEEP-AMT-TOT
     END-IF.

*>    Expurgo de PAYHIST.DAT (data na posição 12, valor na 27)
 B20-PURGE-PAYHIST-PARA.
     MOVE "Y" TO WS-KEYED-PURGE-SWITCH.
     OPEN INPUT PAY-HISTORY-FILE.
     IF WS-LIVE-MISSING
         DISPLAY "PAYHIST.DAT NOT FOUND - NOTHING TO PURGE"
     IF WS-ARC-MISSING
         OPEN OUTPUT PAYHIST-ARC-FILE
     END-IF.
     READ PAY-HISTORY-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.
     PERFORM B21-PAYHIST-REC-PARA
*>    arquivo vivo fica intacto
     PERFORM C20-PROOF-PARA.
     IF WS-PROOF-OK
         MOVE "N" TO WS-EOF-SWITCH
         OPEN I-O PAY-HISTORY-FILE
         READ PAY-HISTORY-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B22-PAYHIST-DELETE-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         CLOSE PAY-HISTORY-FILE
         PERFORM C25-DELETE-PROOF-PARA
     END-IF.

*>    Processa um registro de PAYHIST.DAT
 B21-PAYHIST-REC-PARA.
     MOVE SPACES TO WS-REC-BUFFER.
     MOVE PH-HISTORY-REC TO WS-REC-BUFFER (1:100).
     MOVE PH-HISTORY-REC (12:8) TO WS-REC-DATE.
     MOVE ZEROS TO WS-REC-AMOUNT-X.
     MOVE PH-HISTORY-REC (27:7) TO WS-REC-AMOUNT-X (3:7).
     PERFORM B90-DISPATCH-REC-PARA.
     IF WS-ARCHIVE-REC
         WRITE PA-ARC-REC FROM WS-REC-BUFFER (1:100)
     END-IF.
     READ PAY-HISTORY-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Exclui do arquivo vivo um registro de PAYHIST.DAT anterior ao
*>    corte, já gravado no arquivamento pela primeira passagem
 B22-PAYHIST-DELETE-PARA.
     IF PH-RUN-DATE < WS-EFF-CUTOFF
         MOVE ZEROS TO WS-REC-AMOUNT-X
         MOVE PH-HISTORY-REC (27:7) TO WS-REC-AMOUNT-X (3:7)
         DELETE PAY-HISTORY-FILE RECORD
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 ADD 1 TO WS-DEL-COUNT
                 ADD WS-REC-AMOUNT-N TO WS-DEL-AMT-TOT
         END-DELETE
     END-IF.
     READ PAY-HISTORY-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Expurgo de RUNHIST.DAT (data na posição 1; sem soma de valores)
 B30-PURGE-RUNHIST-PARA.
*>    Processa um registro de QTRLIAB.DAT
 B51-QTRLIAB-REC-PARA.
     MOVE SPACES TO WS-REC-BUFFER.
     MOVE QL-LIAB-REC TO WS-REC-BUFFER (1:120).
     MOVE QL-LIAB-REC (1:8) TO WS-REC-DATE.
     MOVE QL-LIAB-REC (12:9) TO WS-REC-AMOUNT-X.
     PERFORM B90-DISPATCH-REC-PARA.
     IF WS-ARCHIVE-REC
         WRITE QA-ARC-REC FROM WS-REC-BUFFER (1:120)
     END-IF.
     READ QTR-LIAB-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH

*>    Regrava um registro retido de QTRLIAB.DAT
 B52-QTRLIAB-KEEP-PARA.
     MOVE WS-KEEP-REC-ENTRY (KP-INDEX) (1:120) TO QL-LIAB-REC.
     WRITE QL-LIAB-REC.

*>    Expurgo de SUTAWAGE.DAT (data na posição 1, valor na 12)
*>    data de 1º de janeiro para a comparação com o corte
 B71-YTDHIST-REC-PARA.
     MOVE SPACES TO WS-REC-BUFFER.
     MOVE HY-HISTORY-REC TO WS-REC-BUFFER (1:81).
     MOVE SPACES TO WS-REC-DATE.
     MOVE HY-HISTORY-REC (1:4) TO WS-REC-DATE (1:4).
     MOVE "0101" TO WS-REC-DATE (5:4).
     MOVE HY-HISTORY-REC (16:9) TO WS-REC-AMOUNT-X.
     PERFORM B90-DISPATCH-REC-PARA.
     IF WS-ARCHIVE-REC
         WRITE HA-ARC-REC FROM WS-REC-BUFFER (1:81)
     END-IF.
     READ YTD-HISTORY-FILE
         AT END MOVE "Y" TO WS-EOF-SWITCH

*>    Regrava um registro retido de YTDHIST.DAT
 B72-YTDHIST-KEEP-PARA.
     MOVE WS-KEEP-REC-ENTRY (KP-INDEX) (1:81) TO HY-HISTORY-REC.
     WRITE HY-HISTORY-REC.

*>    Imprime e julga a prova, ANTES da regravação do arquivo vivo:
     END-IF.
     WRITE PU-REPORT-OUT FROM WS-VERDICT-LINE
         AFTER ADVANCING 1 LINE.

*>    Prova da exclusão no arquivo indexado: os excluídos precisam
*>    bater com os arquivados em contagem e em valor
 C25-DELETE-PROOF-PARA.
     MOVE "DELETED     " TO WS-PL-LABEL-OUT.
     MOVE WS-DEL-COUNT TO WS-PL-COUNT-OUT.
     MOVE WS-DEL-AMT-TOT TO WS-PL-AMT-OUT.
     WRITE PU-REPORT-OUT FROM WS-PROOF-LINE
         AFTER ADVANCING 1 LINE.
     IF WS-DEL-COUNT = WS-ARCH-COUNT
             AND WS-DEL-AMT-TOT = WS-ARCH-AMT-TOT
         MOVE "DELETIONS MATCH ARCHIVE - LIVE FILE PURGED" &
              " BY KEY" TO WS-VERDICT-OUT
     ELSE
         MOVE "*** DELETIONS DO NOT MATCH ARCHIVE - CHECK " &
              "LIVE FILE ***" TO WS-VERDICT-OUT
         DISPLAY "PAYHIST DELETIONS DO NOT MATCH THE ARCHIVE - " &
                 "CHECK THE LIVE FILE AGAINST PAYHIST_ARC.DAT"
         MOVE 8 TO RETURN-CODE
     END-IF.
     WRITE PU-REPORT-OUT FROM WS-VERDICT-LINE
         AFTER ADVANCING 1 LINE.
