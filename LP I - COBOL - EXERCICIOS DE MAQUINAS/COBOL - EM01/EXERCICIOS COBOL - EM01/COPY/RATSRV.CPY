      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE RATEIO DE CUSTO
      *    RATSRV (CALL "RATSRV" USING RATSRV-AREA). NA PRIMEIRA
      *    CHAMADA O SUBPROGRAMA CARREGA CADRAT.DAT (CADRAT.CPY) EM
      *    MEMORIA. RECEBE A MATRICULA, A DATA DE REFERENCIA
      *    (AAAAMMDD) E O VALOR A RATEAR E DEVOLVE O CONJUNTO DE
      *    RATEIO VIGENTE NA DATA, COM O VALOR DE CADA
      *    DEPARTAMENTO (O ARREDONDAMENTO FICA NO ULTIMO ITEM, DE
      *    MODO QUE A SOMA DOS ITENS E SEMPRE O VALOR RECEBIDO).
      *    RTS-RETORNO: "0" = RATEIO VIGENTE DEVOLVIDO,
      *    "1" = MATRICULA SEM RATEIO NA DATA, "7" = CONJUNTO
      *    VIGENTE NAO SOMA 100% (IGNORADO), "9" = CADRAT.DAT
      *    INDISPONIVEL. EM TODOS OS CASOS DIFERENTES DE "0" O
      *    CHAMADOR MANTEM O CUSTO NO DEPTO-SAI DO FUNCIONARIO.
      *----------------------------------------------------------
       02 RTS-MATRICULA        PIC 9(05).
       02 RTS-DATA             PIC 9(08).
       02 RTS-VALOR            PIC 9(9)V99.
       02 RTS-RETORNO          PIC X(01).
       02 RTS-VIGENCIA         PIC 9(08).
       02 RTS-QTDE             PIC 9(02).
       02 RTS-ITEM OCCURS 10 TIMES.
              03 RTS-DEPTO        PIC X(04).
              03 RTS-PERCENTUAL   PIC 9(03)V99.
              03 RTS-VALOR-ITEM   PIC 9(9)V99.
