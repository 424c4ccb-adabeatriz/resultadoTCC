                 AND WS-ED-REC-CODE-X NOT = "04"
                 AND WS-ED-REC-CODE-X NOT = "05"
                 AND WS-ED-REC-CODE-X NOT = "06"
                 AND WS-ED-REC-CODE-X NOT = "07"
             MOVE "BAD CODE" TO WS-EDIT-REASON
             MOVE "Y" TO WS-EDIT-ERROR-SWITCH
         END-IF
     END-IF.
     IF NOT WS-EDIT-ERROR AND WS-ED-REC-CODE-X NOT = "05"
             AND WS-ED-REC-CODE-X NOT = "06"
             AND WS-ED-REC-CODE-X NOT = "07"
             AND WS-ED-MARITAL-X NOT NUMERIC
         MOVE "BAD STATUS" TO WS-EDIT-REASON
         MOVE "Y" TO WS-EDIT-ERROR-SWITCH
     END-IF.
     IF NOT WS-EDIT-ERROR AND WS-ED-REC-CODE-X NOT = "05"
             AND WS-ED-REC-CODE-X NOT = "06"
             AND WS-ED-REC-CODE-X NOT = "07"
             AND WS-ED-EXEMPT-X NOT NUMERIC
         MOVE "BAD EXEMPT" TO WS-EDIT-REASON
         MOVE "Y" TO WS-EDIT-ERROR-SWITCH
     END-IF.
     IF NOT WS-EDIT-ERROR AND WS-ED-REC-CODE-X NOT = "05"
             AND WS-ED-REC-CODE-X NOT = "06"
             AND WS-ED-REC-CODE-X NOT = "07"
             AND WS-ED-PAY-FREQ-X NOT NUMERIC
         MOVE "BAD FREQ" TO WS-EDIT-REASON
         MOVE "Y" TO WS-EDIT-ERROR-SWITCH
     END-IF.
     IF NOT WS-EDIT-ERROR AND WS-ED-REC-CODE-X NOT = "05"
             AND WS-ED-REC-CODE-X NOT = "06"
             AND WS-ED-REC-CODE-X NOT = "07"
             AND WS-ED-GARNISH-X NOT NUMERIC
         MOVE "BAD GARN" TO WS-EDIT-REASON
         MOVE "Y" TO WS-EDIT-ERROR-SWITCH
     END-IF.
*>    O reembolso de despesa (07) carrega só o valor, na posição do
*>    rendimento, e a categoria nas colunas 37-39; estado civil,
*>    isenções, frequência e penhora não se aplicam a ele
     IF NOT WS-EDIT-ERROR AND WS-ED-REC-CODE-X = "07"
         IF WS-EDIT-PAY-REC (37:3) NOT = "MIL"
                 AND WS-EDIT-PAY-REC (37:3) NOT = "TOL"
                 AND WS-EDIT-PAY-REC (37:3) NOT = "TRV"
                 AND WS-EDIT-PAY-REC (37:3) NOT = "OTH"
             MOVE "BAD CATEG" TO WS-EDIT-REASON
             MOVE "Y" TO WS-EDIT-ERROR-SWITCH
         END-IF
     END-IF.
*>    O valor da correção é assinado (sinal embutido na última posição)
*>    e só o registro 02 o utiliza; o teste de classe cobre apenas as
*>    seis primeiras posições para não reter uma correção negativa
 C40-WRITE-CLEAN-PARA.
     WRITE CP-CLEAN-REC-OUT FROM WS-EDIT-PAY-REC.
*>    O desligamento (05) não é registro de funcionário pago: fica
*>    fora da contagem e do total do trailer, como o reembolso de
*>    despesa (07), que não é rendimento; o registro regular (01)
*>    entra, como os demais registros pagos
     IF WS-ED-REC-CODE-X NOT = "05" AND WS-ED-REC-CODE-X NOT = "06"
             AND WS-ED-REC-CODE-X NOT = "07"
         ADD 1 TO WS-CLEAN-COUNT
*>    O rendimento imputado (04) fica fora do total de rendimentos do
*>    trailer, espelhando o total monetário que a folha reconcilia.
