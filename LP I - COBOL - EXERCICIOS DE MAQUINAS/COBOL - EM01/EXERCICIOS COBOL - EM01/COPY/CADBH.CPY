      *----------------------------------------------------------
      *    LAYOUT DO SALDO DE BANCO DE HORAS CADBH.DAT (INDEXADO
      *    POR MATRICULA), ATUALIZADO POR EX46 NAS FILIAIS COM
      *    ACORDO DE BANCO DE HORAS (TABBH.DAT). O SALDO FICA
      *    SEPARADO EM LOTES POR MES DE ORIGEM (AAAAMM) PARA QUE O
      *    VENCIMENTO POSSA SER CONTADO LOTE A LOTE; HORAS
      *    POSITIVAS SAO CREDITO DO FUNCIONARIO, NEGATIVAS SAO
      *    DEBITO. OS LOTES FICAM EM ORDEM CRONOLOGICA E O ACORDO
      *    NAO PASSA DE 12 MESES, LOGO 12 POSICOES BASTAM.
      *    BH-COMPETENCIA E A ULTIMA COMPETENCIA APLICADA E
      *    BH-LOTES-ANT GUARDA OS LOTES COMO ESTAVAM ANTES DELA,
      *    PARA QUE O REPROCESSAMENTO DO MESMO MES PARTA DO SALDO
      *    DE ABERTURA E NAO CONTE O MOVIMENTO DUAS VEZES.
      *----------------------------------------------------------
       02 BH-MATRICULA            PIC 9(05).
       02 BH-COMPETENCIA          PIC 9(06).
       02 BH-DATA-ATUALIZ         PIC 9(08).
       02 BH-LOTES.
              03 BH-LOTE OCCURS 12 TIMES.
                     04 BH-LOTE-ORIGEM  PIC 9(06).
                     04 BH-LOTE-HORAS   PIC S9(04)V99.
       02 BH-LOTES-ANT.
              03 BH-LOTE-ANT OCCURS 12 TIMES.
                     04 BH-ANT-ORIGEM   PIC 9(06).
                     04 BH-ANT-HORAS    PIC S9(04)V99.
