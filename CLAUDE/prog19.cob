     05  SD-EMPL-NAME                PIC X(18).     *> Nome do funcionário
     05  SD-PERIOD-WAGES             PIC 9(5)V99.   *> Salários do período
     05  SD-TAXABLE-WAGES            PIC 9(5)V99.   *> Fatia tributável sob o teto
     05  SD-COMPANY                  PIC X(2).      *> Empresa do pagamento (espaço = 01)
     05  SD-FUTA-EXEMPT              PIC X(1).      *> Y=pagamento isento de FUTA (estudante
*>                                                  *> isento de FICA por lei); o 940
*>                                                  *> (PROG39) o lança como isento
     05  SD-PAY-GROUP                PIC X(2).      *> Grupo de pagamento da execução
     05  FILLER                      PIC X(3).

*>    Definição do arquivo mestre de empresas do grupo
 FD  COMP-MASTER-FILE-IN
