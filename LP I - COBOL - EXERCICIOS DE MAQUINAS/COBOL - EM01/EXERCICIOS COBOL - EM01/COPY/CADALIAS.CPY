      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE CODIGOS FUNDIDOS CADCLI-ALIAS.DAT
      *    (INDEXADO, CHAVE ALI-COD-ANTIGO): UM REGISTRO POR
      *    CLIENTE DUPLICADO ELIMINADO NA FUSAO DE CLIENTES DO
      *    CONSOLE EX29, APONTANDO O CODIGO SOBREVIVENTE. GRAVADO SO
      *    POR EX29 E LIDO POR EX01, QUE REENCAMINHA AO SOBREVIVENTE
      *    O CADCLI1 QUE AINDA CHEGAR COM O CODIGO ANTIGO. OPERADOR,
      *    DATA/HORA E MOTIVO SAO OS DA FUSAO.
      *----------------------------------------------------------
       02 ALI-COD-ANTIGO      PIC 9(05).
       02 ALI-COD-SOBREVIVENTE PIC 9(05).
       02 ALI-OPERADOR        PIC X(10).
       02 ALI-DATA-HORA       PIC X(14).
       02 ALI-MOTIVO          PIC X(30).
