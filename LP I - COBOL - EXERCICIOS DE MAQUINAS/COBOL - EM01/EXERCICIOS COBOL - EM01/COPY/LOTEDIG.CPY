      *----------------------------------------------------------
      *    LAYOUT DO CABECALHO DE LOTE DE DIGITACAO DOS MOVIMENTOS
      *    DE MANUTENCAO (MVTO-FUN, MVTO-DEP, MVTO-BCO, MVTO-EMP,
      *    MVTO-END E MVTO-ALU), 53 POSICOES: CADA LOTE COMECA POR
      *    UMA LINHA COM A MARCA "*LOTE", O NUMERO DO LOTE, O
      *    OPERADOR QUE DIGITOU (O MESMO CODIGO DE 10 POSICOES DE
      *    OPERADORES.DAT) E OS TOTAIS DE CONTROLE TIRADOS DOS
      *    DOCUMENTOS EM PAPEL - QUANTIDADE DE DOCUMENTOS, SOMA DAS
      *    CHAVES (MATRICULA, CODIGO OU NUMERO DO ALUNO) E SOMA DO
      *    CAMPO DE VALOR (SALARIO EM MVTO-FUN, TOTAL MAIS PARCELA
      *    EM MVTO-EMP, NUMERO DA CONTA EM MVTO-BCO; ZERO NOS
      *    DEMAIS). OS MOVIMENTOS ATE O PROXIMO CABECALHO SAO DO
      *    LOTE; MOVIMENTO ANTES DO PRIMEIRO CABECALHO E RECUSADO.
      *    OS MOVIMENTOS GERADOS POR EX115 EM MVTO-ALU TAMBEM VEM
      *    NUM LOTE "*LOTE", COM OS TOTAIS CALCULADOS POR ELE E
      *    OPERADOR "EX115". COMO A MARCA NAO E NUMERICA E A SEXTA
      *    POSICAO (A DO TIPO DO MOVIMENTO) E UM DIGITO, O
      *    CABECALHO NUNCA E TOMADO POR UM MOVIMENTO VALIDO.
      *    CONFERIDO PELO SUBPROGRAMA LOTSRV.
      *----------------------------------------------------------
       02 LTD-MARCA       PIC X(05).
       02 LTD-NUMERO      PIC 9(06).
       02 LTD-OPERADOR    PIC X(10).
       02 LTD-QTDE-DOCS   PIC 9(05).
       02 LTD-HASH-CHAVE  PIC 9(12).
       02 LTD-HASH-VALOR  PIC 9(13)V99.
