      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE CONFERENCIA DOS
      *    LOTES DE DIGITACAO LOTSRV (CALL "LOTSRV" USING
      *    LOTSRV-AREA). O PROGRAMA DE MANUTENCAO LE O MOVIMENTO
      *    DUAS VEZES: NA PRIMEIRA, DEPOIS DA FUNCAO "I" (INICIO,
      *    COM PROGRAMA E ARQUIVO), PASSA CADA REGISTRO NA FUNCAO
      *    "R" - AS 53 PRIMEIRAS POSICOES EM LTS-REGISTRO (O
      *    CABECALHO DE LOTEDIG.CPY, QUANDO FOR UM) E, NO
      *    MOVIMENTO, A CHAVE E O VALOR QUE ENTRAM NOS TOTAIS - E
      *    FECHA COM A FUNCAO "F", QUE CONFERE O ULTIMO LOTE. NA
      *    SEGUNDA LEITURA PASSA CADA REGISTRO NA FUNCAO "P" E SO
      *    APLICA O QUE VOLTAR COM RETORNO "0".
      *    LTS-RETORNO NA FUNCAO "F": "0" = TODOS OS LOTES
      *    CONFERIDOS, "8" = HA LOTE RECUSADO OU MOVIMENTO ANTES DO
      *    PRIMEIRO CABECALHO (GRAVADOS EM LOTES-REJ.DAT E NA FILA
      *    DE ALERTAS). NA FUNCAO "P": "0" = APLICAR, "1" =
      *    CABECALHO (NAO E MOVIMENTO), "2" = MOVIMENTO DE LOTE
      *    RECUSADO OU SEM CABECALHO.
      *    "9" = FUNCAO INVALIDA. LTS-QTDE-LOTES, LTS-QTDE-RECUSADOS
      *    E LTS-SEM-CABECALHO VOLTAM NA FUNCAO "F".
      *----------------------------------------------------------
       02 LTS-FUNCAO          PIC X(01).
       02 LTS-PROGRAMA        PIC X(08).
       02 LTS-ARQUIVO         PIC X(20).
       02 LTS-REGISTRO        PIC X(53).
       02 LTS-CHAVE           PIC 9(12).
       02 LTS-VALOR           PIC 9(13)V99.
       02 LTS-QTDE-LOTES      PIC 9(03).
       02 LTS-QTDE-RECUSADOS  PIC 9(03).
       02 LTS-SEM-CABECALHO   PIC 9(05).
       02 LTS-RETORNO         PIC X(01).
