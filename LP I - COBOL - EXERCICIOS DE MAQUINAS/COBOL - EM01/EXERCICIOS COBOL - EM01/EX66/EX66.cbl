      *          VER A DUPLICIDADE COMO RESOLVIDA EM VEZ DE APONTAR
      *          DE NOVO. MATRICULA SEM CADASTRO NA ORIGEM OU JA
      *          EXISTENTE NO DESTINO E REJEITADA PARA REJ-COMUM.DAT
      *          (REJ-PROGRAMA "EX66"). A DATA DE ADMISSAO E O CPF
      *          VIAJAM COM O FUNCIONARIO: A TRANSFERENCIA NAO E UMA
      *          NOVA ADMISSAO. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

              02 SALARIO-ORIG PIC 9(7)V99.
              02 DEPTO-ORIG   PIC X(04).
              02 CARGO-ORIG   PIC X(15).
              02 ADMISSAO-ORIG PIC 9(08).
              02 CPF-ORIG     PIC 9(11).

       FD CADFUN-DEST
          LABEL         RECORD         ARE         STANDARD.
              02 SALARIO-DEST PIC 9(7)V99.
              02 DEPTO-DEST   PIC X(04).
              02 CARGO-DEST   PIC X(15).
              02 ADMISSAO-DEST PIC 9(08).
              02 CPF-DEST     PIC 9(11).

       FD AUDIT-FILIAL
          LABEL         RECORD         ARE         STANDARD.
              02 WS-FUN-SALARIO PIC 9(7)V99.
              02 WS-FUN-DEPTO   PIC X(04).
              02 WS-FUN-CARGO   PIC X(15).
              02 WS-FUN-ADMISSAO PIC 9(08).
              02 WS-FUN-CPF     PIC 9(11).

       PROCEDURE DIVISION.

                     MOVE SALARIO-ORIG TO WS-FUN-SALARIO
                     MOVE DEPTO-ORIG TO WS-FUN-DEPTO
                     MOVE CARGO-ORIG TO WS-FUN-CARGO
                     MOVE ADMISSAO-ORIG TO WS-FUN-ADMISSAO
                     MOVE CPF-ORIG TO WS-FUN-CPF
                     PERFORM ADMITE-NO-DESTINO
              END-IF.

                     MOVE WS-FUN-SALARIO TO SALARIO-DEST
                     MOVE WS-FUN-DEPTO TO DEPTO-DEST
                     MOVE WS-FUN-CARGO TO CARGO-DEST
                     MOVE WS-FUN-ADMISSAO TO ADMISSAO-DEST
                     MOVE WS-FUN-CPF TO CPF-DEST
                     WRITE REG-DEST
                     MOVE TRF-MATRICULA TO CODIGO-ORIG
                     DELETE CADFUN-ORIG
