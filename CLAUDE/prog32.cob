         10  BN-YTD-TAKEN             PIC 9(7)V99.  *> Acumulado tomado no ano
         10  BN-ARREARS               PIC 9(5)V99.  *> Atraso do plano
     05  BN-MATCH-YTD                PIC 9(7)V99.   *> Contrapartida 401(k) no ano
     05  BN-TIER-ENTRY               OCCURS 3 TIMES.
         10  BN-COVER-TIER           PIC X(1).      *> Cobertura do plano do espaço:
*>                                                  *> E=só o empregado  S=com cônjuge
*>                                                  *> C=com filhos  F=família
     05  FILLER                      PIC X(1).

*>    Definição do mestre de acumulados; o layout de PROG6
 FD  YTD-MASTER-FILE
     05  YM-PERIODS-PAID             PIC 9(2).
     05  YM-STATUS                   PIC X(1).
     05  YM-TERM-DATE                PIC X(8).
     05  YM-YTD-SS-WAGES             PIC 9(7)V99.
     05  YM-YTD-SS-TAX               PIC 9(7)V99.
     05  YM-YTD-MED-WAGES            PIC 9(7)V99.
     05  YM-YTD-MED-TAX              PIC 9(7)V99.

*>    Definição do censo mensal de adesão por plano
 FD  CENSUS-FILE-OUT
