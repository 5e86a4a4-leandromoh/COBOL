      *----------------------------------------------------------
      *    LAYOUT DA LISTA DE ESPERA DE MATRICULA LISTA-ESPERA.DAT:
      *    EX02 GRAVA AQUI, EM VEZ DE CADATU, O ALUNO QUE CHEGA
      *    QUANDO A TURMA JA ATINGIU A CAPACIDADE DE TURMAS.DAT,
      *    COM A ORDEM DE CHEGADA DENTRO DA TURMA E OS DADOS QUE
      *    CADATU E CADSEXO PRECISAM. EX64 PROMOVE O PRIMEIRO "E"
      *    (ESPERANDO) DA TURMA QUANDO UMA SAIDA OU TRANSFERENCIA
      *    ABRE VAGA, MARCANDO "P" (PROMOVIDO) COM A DATA. EX114
      *    CONTA OS QUE ESPERAM NO QUADRO DE VAGAS.
      *----------------------------------------------------------
       02 ESP-TURMA          PIC X(03).
       02 ESP-ORDEM          PIC 9(05).
       02 ESP-NUMERO         PIC 9(05).
       02 ESP-NOME           PIC X(20).
       02 ESP-NASC           PIC 9(08).
       02 ESP-IDADE          PIC 9(03).
       02 ESP-SEXO           PIC X(01).
       02 ESP-DATA-HORA      PIC X(14).
       02 ESP-STATUS         PIC X(01).
       02 ESP-DATA-PROMOCAO  PIC 9(08).
