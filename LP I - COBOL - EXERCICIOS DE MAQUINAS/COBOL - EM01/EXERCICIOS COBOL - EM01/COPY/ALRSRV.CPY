      *----------------------------------------------------------
      *    AREA DE PARAMETROS DO SUBPROGRAMA DA FILA CENTRAL DE
      *    ALERTAS ALRSRV (CALL "ALRSRV" USING ALRSRV-AREA). O
      *    PASSO INFORMA O PROGRAMA, A SEVERIDADE ("C" = CRITICO,
      *    "A" = AVISO), A FILIAL (EM BRANCO = A FILIAL DO LOTE EM
      *    PARM-LOTE.DAT) E A MENSAGEM; O ALERTA E ACRESCENTADO EM
      *    ALERTAS.DAT (LAYOUT EM ALERTA.CPY) COMO PENDENTE.
      *    ALS-SEQUENCIA DEVOLVE A SEQUENCIA DADA AO ALERTA.
      *    ALS-RETORNO: "0" = OK, "1" = SEVERIDADE INVALIDA
      *    (GRAVADO COMO "C", PARA NENHUM ALERTA SE PERDER).
      *----------------------------------------------------------
       02 ALS-PROGRAMA   PIC X(08).
       02 ALS-SEVERIDADE PIC X(01).
       02 ALS-FILIAL     PIC X(04).
       02 ALS-MENSAGEM   PIC X(60).
       02 ALS-SEQUENCIA  PIC 9(07).
       02 ALS-RETORNO    PIC X(01).
