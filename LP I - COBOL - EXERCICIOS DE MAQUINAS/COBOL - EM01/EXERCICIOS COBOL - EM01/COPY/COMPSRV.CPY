      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DE COMPETENCIAS
      *    COMPSRV (CALL "COMPSRV" USING COMPSRV-AREA). O CHAMADOR
      *    INFORMA CPS-COMPETENCIA (AAAAMM) E O SUBPROGRAMA PROCURA
      *    A COMPETENCIA EM COMPETENCIAS.DAT (CADCOMP.CPY),
      *    DEVOLVENDO O STATUS, A DATA/HORA E O OPERADOR DA ULTIMA
      *    MUDANCA.
      *    CPS-RETORNO: "0" = ABERTA OU REABERTA (PODE GRAVAR),
      *    "1" = FECHADA (NAO GRAVAR NADA PARA ELA),
      *    "9" = SEM REGISTRO OU SEM COMPETENCIAS.DAT (PODE GRAVAR).
      *----------------------------------------------------------
       02 CPS-COMPETENCIA  PIC 9(06).
       02 CPS-RETORNO      PIC X(01).
       02 CPS-STATUS       PIC X(01).
       02 CPS-DATA-HORA    PIC X(14).
       02 CPS-OPERADOR     PIC X(10).
