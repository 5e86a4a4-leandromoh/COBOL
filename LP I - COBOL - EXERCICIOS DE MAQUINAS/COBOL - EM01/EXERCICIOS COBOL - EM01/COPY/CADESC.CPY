      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE ESCALAS CADESC.DAT (INDEXADO POR
      *    MATRICULA), MANTIDO POR EX93 E USADO POR EX94 PARA
      *    APURAR O PONTO A PARTIR DAS MARCACOES DO RELOGIO. UMA
      *    ESCALA POR FUNCIONARIO: FILIAL ONDE MARCA O PONTO,
      *    HORARIO DE ENTRADA E DE SAIDA (HHMM; SAIDA MENOR QUE A
      *    ENTRADA = TURNO QUE VIRA A MEIA-NOITE), INTERVALO DE
      *    REFEICAO NAO REMUNERADO EM MINUTOS E OS DIAS DE
      *    TRABALHO DA SEMANA ("S"/"N", DE DOMINGO A SABADO).
      *----------------------------------------------------------
       02 ESC-MATRICULA           PIC 9(05).
       02 ESC-FILIAL              PIC X(04).
       02 ESC-ENTRADA             PIC 9(04).
       02 ESC-SAIDA               PIC 9(04).
       02 ESC-INTERVALO           PIC 9(03).
       02 ESC-DIAS                PIC X(07).
       02 ESC-DIAS-R REDEFINES ESC-DIAS.
              03 ESC-DIA          PIC X(01) OCCURS 7 TIMES.
       02 ESC-DATA-ATUALIZ        PIC 9(08).
