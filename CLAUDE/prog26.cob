     05  EM-WC-CLASS                 PIC X(4).      *> Classe de risco do seguro de
*>                                                  *> acidentes (vazio = classe padrão
*>                                                  *> do departamento)
     05  EM-WORK-LOCALITY            PIC X(4).      *> Município/localidade de trabalho
*>                                                  *> (vazio = só o mínimo estadual)
     05  EM-PAY-GROUP                PIC X(2).      *> Grupo de pagamento (calendário
*>                                                  *> próprio em PERCAL.DAT; espaços =
*>                                                  *> grupo padrão da instalação)
     05  FILLER                      PIC X(10).     *> Reservado para expansão

*>    Definição da solicitação de verificação (um registro por
*>    funcionário, formato fixo de 40)
