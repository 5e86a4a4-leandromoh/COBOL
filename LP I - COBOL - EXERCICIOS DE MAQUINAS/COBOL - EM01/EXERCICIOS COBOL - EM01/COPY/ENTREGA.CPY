      *----------------------------------------------------------
      *    LAYOUT DO REGISTRO DO LOG DE ENTREGA DOS PACOTES DE
      *    DISTRIBUICAO EX120-ENTREGAS.DAT: UM REGISTRO POR PACOTE
      *    MONTADO POR EX120 (FILIAL, DATA DOS RELATORIOS, ARQUIVO
      *    DO PACOTE, DESTINATARIO, QUANTIDADE DE RELATORIOS E DE
      *    PAGINAS E O PRAZO DE CONFIRMACAO, JA CONTADO EM DIAS
      *    UTEIS). ENT-STATUS: "P" (PENDENTE, GRAVADO NA MONTAGEM)
      *    OU "C" (CONFIRMADO PELO RECIBO DA FILIAL, COM DATA E
      *    NOME DE QUEM RECEBEU). EX38 LISTA NO DIGEST OS
      *    PENDENTES COM O PRAZO VENCIDO.
      *----------------------------------------------------------
       02 ENT-FILIAL            PIC X(04).
       02 ENT-DATA              PIC 9(08).
       02 ENT-PACOTE            PIC X(30).
       02 ENT-DESTINATARIO      PIC X(30).
       02 ENT-RELATORIOS        PIC 9(03).
       02 ENT-PAGINAS           PIC 9(05).
       02 ENT-PRAZO             PIC 9(08).
       02 ENT-STATUS            PIC X(01).
       02 ENT-DATA-CONFIRMACAO  PIC 9(08).
       02 ENT-RECEBEDOR         PIC X(30).
