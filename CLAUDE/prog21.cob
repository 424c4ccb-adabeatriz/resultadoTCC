         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SY-YTD-KEY
         FILE STATUS IS WS-STYTD-FILE-STATUS.
*>    Histórico de pagamentos por período, indexado por empresa +
*>    CPF/SSN + data + sequência; as linhas do CPF/SSN errado são
*>    regravadas na chave correta e removidas da errada, como no
*>    acumulado estadual
     SELECT PAY-HISTORY-FILE
         ASSIGN TO "PAYHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PH-HIST-KEY
         FILE STATUS IS WS-PAYHIST-FILE-STATUS.
*>    Diário do mestre de acumulados; regravado por inteiro com a
*>    chave corrigida, para as recuperações futuras apontarem para a
     05  YM-PERIODS-PAID             PIC 9(2).
     05  YM-STATUS                   PIC X(1).
     05  YM-TERM-DATE                PIC X(8).
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.
     05  YM-YTD-SS-TAX               PIC 9(7)V99.
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.
     05  YM-YTD-MED-TAX              PIC 9(7)V99.

*>    Definição do acumulado estadual; o layout de PROG6
 FD  STATE-YTD-FILE

*>    Definição do histórico de pagamentos; o layout de PROG6/PROG14
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
     05  PH-REST-OF-REC              PIC X(78).     *> Demais campos, movidos em bloco

*>    Definição do diário do mestre; o layout de PROG6/PROG16
 FD  YTD-JOURNAL-FILE
         RECORD CONTAINS 180 CHARACTERS
         LABEL RECORDS ARE OMITTED
         DATA RECORD IS JR-JOURNAL-REC.
 01  JR-JOURNAL-REC.
     05  JR-ACTION                   PIC X(1).
     05  JR-COMPANY                  PIC X(2).
     05  JR-SSN                      PIC X(9).      *> CPF/SSN do registro
     05  JR-REST-OF-REC              PIC X(154).     *> Demais campos, movidos em bloco

*>    Definição da trava da janela de lote; o layout de PROG6
 FD  BATCH-LOCK-FILE
         88  WS-STYTD-OPEN           VALUE "Y".
     05  WS-PAYHIST-FILE-STATUS      PIC X(2).
         88  WS-PAYHIST-MISSING      VALUE "35".
     05  WS-PH-WRITE-SWITCH          PIC X(1).      *> Y=linha gravada, F=sem sequência livre
         88  WS-PH-WRITE-DONE        VALUE "Y" "F".
     05  WS-YTDJRNL-FILE-STATUS      PIC X(2).
         88  WS-YTDJRNL-MISSING      VALUE "35".
     05  WS-OLD-FOUND-SWITCH         PIC X(1).
         10  WS-STKEY-COMPANY        PIC X(2).
         10  WS-STKEY-STATE          PIC X(2).

*>    Chaves do histórico de pagamentos do CPF/SSN errado, colhidas
*>    numa varredura antes de mexer no arquivo
 01  WS-HIST-CONTROLS.
     05  WS-HIST-COUNT               PIC 9(5) COMP.
 01  WS-HIST-TABLE.
     05  WS-HIST-ROW                 OCCURS 5000 TIMES
                                      INDEXED BY PH-INDEX.
         10  WS-HIST-KEY-ENTRY       PIC X(22).

*>    Tabela de regravação do diário do mestre
 01  WS-JRNL-CONTROLS.
 01  WS-JRNL-TABLE.
     05  WS-JRNL-ROW                 OCCURS 30000 TIMES
                                      INDEXED BY JR-INDEX.
         10  WS-JRNL-REC-ENTRY       PIC X(180).

*>    Acumuladores da chave errada, guardados antes da movimentação
*>    para a mescla quando a chave correta já existe
     05  WS-MERGE-EARNINGS           PIC 9(7)V99.
     05  WS-MERGE-FED-TAX            PIC 9(7)V99.
     05  WS-MERGE-PERIODS            PIC 9(2).
     05  WS-MERGE-SS-WAGES           PIC 9(7)V99.
     05  WS-MERGE-SS-TAX             PIC 9(7)V99.
     05  WS-MERGE-MED-WAGES          PIC 9(7)V99.
     05  WS-MERGE-MED-TAX            PIC 9(7)V99.
     05  WS-MERGE-WAGES              PIC 9(7)V99.
     05  WS-MERGE-STATE-TAX          PIC 9(7)V99.

     MOVE YM-YTD-EARNINGS TO WS-MERGE-EARNINGS.
     MOVE YM-YTD-FED-TAX TO WS-MERGE-FED-TAX.
     MOVE YM-PERIODS-PAID TO WS-MERGE-PERIODS.
     MOVE YM-YTD-SS-WAGES TO WS-MERGE-SS-WAGES.
     MOVE YM-YTD-SS-TAX TO WS-MERGE-SS-TAX.
     MOVE YM-YTD-MED-WAGES TO WS-MERGE-MED-WAGES.
     MOVE YM-YTD-MED-TAX TO WS-MERGE-MED-TAX.
*>    Tenta criar a chave correta com os valores da errada; chave já
*>    existente sinaliza a mescla
     MOVE WS-NEW-SSN TO YM-SSN.
     PERFORM C52-WRITE-AUDIT-PARA.

*>    Mescla os acumuladores da chave errada no registro já existente
*>    da chave correta: rendimentos, impostos e períodos pagos somados
 B34-MERGE-YTD-PARA.
     MOVE WS-PART-COMPANY (WS-PART-SUB) TO YM-COMPANY.
     MOVE WS-NEW-SSN TO YM-SSN.
             ADD WS-MERGE-EARNINGS TO YM-YTD-EARNINGS
             ADD WS-MERGE-FED-TAX TO YM-YTD-FED-TAX
             ADD WS-MERGE-PERIODS TO YM-PERIODS-PAID
             ADD WS-MERGE-SS-WAGES TO YM-YTD-SS-WAGES
             ADD WS-MERGE-SS-TAX TO YM-YTD-SS-TAX
             ADD WS-MERGE-MED-WAGES TO YM-YTD-MED-WAGES
             ADD WS-MERGE-MED-TAX TO YM-YTD-MED-TAX
             REWRITE YM-YTD-REC
     END-READ.

     ADD 1 TO WS-TOUCHED-COUNT.
     PERFORM C52-WRITE-AUDIT-PARA.

*>    Corrige o histórico de pagamentos: colhe as chaves das linhas do
*>    CPF/SSN errado e move cada uma para a chave correta, mantendo a
*>    empresa, a data e (quando livre) a sequência
 B50-FIX-PAYHIST-PARA.
     OPEN I-O PAY-HISTORY-FILE.
     IF WS-PAYHIST-MISSING
         MOVE "PAYHIST     " TO WS-AU-FILE-OUT
         MOVE SPACES TO WS-AU-KEY-OUT
         PERFORM C52-WRITE-AUDIT-PARA
     ELSE
         MOVE "N" TO WS-EOF-SWITCH
         READ PAY-HISTORY-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-EOF-SWITCH
         END-READ
         PERFORM B51-LOAD-HIST-PARA
             UNTIL WS-EOF-SWITCH = "Y"
         PERFORM B52-MOVE-HIST-PARA
             VARYING PH-INDEX FROM 1 BY 1
             UNTIL PH-INDEX > WS-HIST-COUNT
         CLOSE PAY-HISTORY-FILE
         PERFORM C52-WRITE-AUDIT-PARA
     END-IF.

*>    Colhe a chave de uma linha do histórico do CPF/SSN errado; a
*>    tabela cheia aborta a correção antes de mexer no arquivo
 B51-LOAD-HIST-PARA.
     IF PH-SSN = WS-OLD-SSN AND WS-HIST-COUNT >= 5000
         DISPLAY "PAY HISTORY TABLE FULL - CORRECTION ABORTED, " &
                 "PAYHIST.DAT LEFT UNCHANGED"
*>    Os mestres chaveados já foram movidos: fecha o relatório para a
         CLOSE FIX-REPORT-OUT
         STOP RUN
     END-IF.
     IF PH-SSN = WS-OLD-SSN
         ADD 1 TO WS-HIST-COUNT
         SET PH-INDEX TO WS-HIST-COUNT
         MOVE PH-HIST-KEY TO WS-HIST-KEY-ENTRY (PH-INDEX)
     END-IF.
     READ PAY-HISTORY-FILE NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-SWITCH
     END-READ.

*>    Move uma linha do histórico para o CPF/SSN correto: grava a
*>    chave nova e só então remove a errada
 B52-MOVE-HIST-PARA.
     MOVE WS-HIST-KEY-ENTRY (PH-INDEX) TO PH-HIST-KEY.
     READ PAY-HISTORY-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE WS-NEW-SSN TO PH-SSN
             MOVE "N" TO WS-PH-WRITE-SWITCH
             PERFORM B53-WRITE-NEW-KEY-PARA
                 UNTIL WS-PH-WRITE-DONE
     END-READ.
     IF WS-PH-WRITE-SWITCH = "Y"
         MOVE WS-HIST-KEY-ENTRY (PH-INDEX) TO PH-HIST-KEY
         DELETE PAY-HISTORY-FILE
             INVALID KEY CONTINUE
         END-DELETE
         ADD 1 TO WS-HIST-CHG-COUNT
         ADD 1 TO WS-TOUCHED-COUNT
     END-IF.

*>    Grava a linha na chave correta; a mesma data já ocupada pelo
*>    CPF/SSN correto (mescla de dois cadastros) passa para a próxima
*>    sequência livre. Sem sequência livre a linha fica na chave
*>    errada e sai no relatório
 B53-WRITE-NEW-KEY-PARA.
     WRITE PH-HISTORY-REC
         INVALID KEY
             IF PH-RUN-SEQ = 999
                 MOVE "F" TO WS-PH-WRITE-SWITCH
                 MOVE "PAYHIST     " TO WS-AU-FILE-OUT
                 MOVE SPACES TO WS-AU-KEY-OUT
                 STRING "CO " PH-COMPANY " " PH-RUN-DATE
                     DELIMITED BY SIZE INTO WS-AU-KEY-OUT
                 END-STRING
                 MOVE "NO FREE SEQUENCE - LINE LEFT ON OLD SSN"
                     TO WS-AU-ACTION-OUT
                 PERFORM C52-WRITE-AUDIT-PARA
             ELSE
                 ADD 1 TO PH-RUN-SEQ
             END-IF
         NOT INVALID KEY
             MOVE "Y" TO WS-PH-WRITE-SWITCH
     END-WRITE.

*>    Corrige o diário do mestre: mesma mecânica do histórico, para
*>    as recuperações futuras (PROG16) apontarem para a pessoa certa
