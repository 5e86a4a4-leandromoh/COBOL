      *----------------------------------------------------------
      *    LAYOUT DO REGISTRO DA FILA CENTRAL DE ALERTAS
      *    ALERTAS.DAT: UM REGISTRO POR ALERTA LEVANTADO PELOS
      *    PASSOS DA CADEIA VIA SUBPROGRAMA ALRSRV (SEQUENCIA
      *    CRESCENTE NA FILA, PROGRAMA, SEVERIDADE, FILIAL DO LOTE,
      *    MENSAGEM E DATA/HORA). ALR-SEVERIDADE: "C" (CRITICO) OU
      *    "A" (AVISO). ALR-STATUS: "P" (PENDENTE, GRAVADO PELO
      *    PASSO), "E" (ESCALADO POR EX122 - CRITICO SEM
      *    RECONHECIMENTO ALEM DO PRAZO, COM A QUANTIDADE E A
      *    DATA/HORA DA ULTIMA ESCALACAO) OU "R" (RECONHECIDO NO
      *    CONSOLE EX29, COM O OPERADOR E A DATA/HORA).
      *----------------------------------------------------------
       02 ALR-SEQUENCIA        PIC 9(07).
       02 ALR-PROGRAMA         PIC X(08).
       02 ALR-SEVERIDADE       PIC X(01).
       02 ALR-FILIAL           PIC X(04).
       02 ALR-MENSAGEM         PIC X(60).
       02 ALR-DATA-HORA        PIC X(14).
       02 ALR-STATUS           PIC X(01).
       02 ALR-OPERADOR         PIC X(10).
       02 ALR-DATA-RECONHEC    PIC X(14).
       02 ALR-ESCALACOES       PIC 9(02).
       02 ALR-DATA-ESCALACAO   PIC X(14).
