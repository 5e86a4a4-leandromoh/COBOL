      *----------------------------------------------------------
      *    TABELA DE FAIXAS DE REAJUSTE SALARIAL: LIMITE SUPERIOR DO
      *    SALARIO-BRUTO E FATOR APLICADO EM CADA FAIXA (A ULTIMA
      *    FAIXA PEGA TODO O RESTO). USADA PELO REAJUSTE DE EX08 E
      *    PELA PROJECAO DE ORCAMENTO DE EX98.
      *----------------------------------------------------------
       01 TABELA-FAIXAS-REAJUSTE.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 1000,00.
                     03 FILLER PIC 9V9999 VALUE 1,1200.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 2000,00.
                     03 FILLER PIC 9V9999 VALUE 1,1100.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 9999999,99.
                     03 FILLER PIC 9V9999 VALUE 1,1000.

       01 TABELA-FAIXAS-RED REDEFINES TABELA-FAIXAS-REAJUSTE.
              02 FAIXA OCCURS 3 TIMES.
                     03 FAIXA-LIMITE PIC 9(7)V99.
                     03 FAIXA-PERCENTUAL PIC 9V9999.
