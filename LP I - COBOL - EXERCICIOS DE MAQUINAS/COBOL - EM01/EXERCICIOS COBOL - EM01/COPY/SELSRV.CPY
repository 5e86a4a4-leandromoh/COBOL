      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE SELO DAS TRILHAS
      *    DE AUDITORIA SELSRV (CALL "SELSRV" USING SELSRV-AREA).
      *    O CHAMADOR INFORMA O SELO DO REGISTRO ANTERIOR DA
      *    TRILHA (ZERO NO PRIMEIRO), A SEQUENCIA DO REGISTRO NA
      *    TRILHA E OS DADOS DO REGISTRO (SLS-TAMANHO POSICOES DE
      *    SLS-DADOS, SEM A AREA DE CONTROLE). O SUBPROGRAMA
      *    DEVOLVE O SELO ENCADEADO DO REGISTRO, CALCULADO COM A
      *    CHAVE DE CHAVE-SELO.DAT - QUEM ALTERA, INCLUI OU
      *    EXCLUI UM REGISTRO SEM A CHAVE QUEBRA A CORRENTE A
      *    PARTIR DALI. OS GRAVADORES (EX08, EX58, EX29) CARIMBAM
      *    SEQUENCIA E SELO NO FIM DE CADA REGISTRO E EX116
      *    REFAZ A CORRENTE PARA CONFERIR.
      *    SLS-RETORNO: "0" = SELO CALCULADO, "1" = TAMANHO
      *    INVALIDO (ZERO OU MAIOR QUE 250 - SELO ZERADO), "9" =
      *    CHAVE-SELO.DAT AUSENTE OU EM BRANCO - SELO CALCULADO
      *    COM A CHAVE PADRAO, QUE NAO PROTEGE CONTRA QUEM
      *    CONHECE O PROGRAMA.
      *----------------------------------------------------------
       02 SLS-SELO-ANTERIOR PIC 9(10).
       02 SLS-SEQUENCIA     PIC 9(09).
       02 SLS-TAMANHO       PIC 9(03).
       02 SLS-DADOS         PIC X(250).
       02 SLS-SELO          PIC 9(10).
       02 SLS-RETORNO       PIC X(01).
