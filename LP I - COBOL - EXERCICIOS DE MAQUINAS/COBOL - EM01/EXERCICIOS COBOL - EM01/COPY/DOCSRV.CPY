      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE CPF/CNPJ DOCSRV
      *    (CALL "DOCSRV" USING DOCSRV-AREA). O CHAMADOR INFORMA O
      *    TIPO DE PESSOA ("F" = FISICA, CPF; "J" = JURIDICA,
      *    CNPJ) E O NUMERO DO DOCUMENTO SO COM DIGITOS, ALINHADO A
      *    DIREITA E COMPLETADO COM ZEROS (O CPF OCUPA AS 11
      *    ULTIMAS POSICOES). O SUBPROGRAMA CONFERE OS DOIS
      *    DIGITOS VERIFICADORES (MODULO 11) E DEVOLVE O DOCUMENTO
      *    EDITADO (999.999.999-99 OU 99.999.999/9999-99).
      *    DSV-RETORNO: "0" = DOCUMENTO VALIDO, "1" = DIGITO
      *    VERIFICADOR NAO CONFERE, "2" = TIPO DE PESSOA INVALIDO,
      *    "3" = NUMERO INVALIDO (NAO NUMERICO, ZERADO, TODOS OS
      *    DIGITOS IGUAIS OU CPF MAIOR QUE 11 DIGITOS).
      *----------------------------------------------------------
       02 DSV-TIPO         PIC X(01).
       02 DSV-NUMERO       PIC X(14).
       02 DSV-RETORNO      PIC X(01).
       02 DSV-EDITADO      PIC X(18).
