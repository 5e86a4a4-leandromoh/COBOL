      *             - AS LINHAS DE AUDITORIA DE EX08-AUDIT.DAT E DE
      *               EX11-AUDIT.DAT DA MATRICULA;
      *             - O ULTIMO STATUS DE PAGAMENTO DO BANCO EM
      *               STATUS-PAGTO.DAT (GRAVADO POR EX23), COM A
      *               DATA-HORA DO REENVIO QUANDO A RECUSA JA FOI
      *               REMETIDA DE NOVO POR EX106;
      *             - AS REJEICOES AINDA ABERTAS EM REJ-COMUM.DAT.
      *          ARQUIVO AUSENTE E APENAS ANOTADO NO DOSSIE COMO
      *          "INDISPONIVEL" E A SECAO E PULADA. TERMINA COM
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX08-AUDIT.DAT".

       01 REG-AUDIT-EX08.
              02 FILLER        PIC X(090).
              02 AUD8-DATA-HORA PIC X(014).
              02 AUD8-SEQ-SELO  PIC 9(009).
              02 AUD8-SELO      PIC 9(010).

       FD AUDIT-EX11
          LABEL         RECORD         ARE         STANDARD
              02 AUD-AUTORIZACAO    PIC X(15).
              02 AUD-DATA-HORA      PIC X(14).
              02 AUD-APROVADOR      PIC X(10).
              02 AUD-SEQ-SELO       PIC 9(09).
              02 AUD-SELO           PIC 9(10).

       FD STATUS-PAGTO
          LABEL         RECORD         ARE         STANDARD
              02 PAGTO-VALOR    PIC 9(7)V99.
              02 PAGTO-SITUACAO PIC X(01).
              02 PAGTO-MOTIVO   PIC X(02).
              02 PAGTO-CICLO      PIC 9(08).
              02 PAGTO-RETORNO-EM PIC X(14).
              02 PAGTO-REENVIO    PIC X(01).
              02 PAGTO-REENVIO-EM PIC X(14).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
              02 WS-UP-VALOR    PIC 9(7)V99.
              02 WS-UP-SITUACAO PIC X(01).
              02 WS-UP-MOTIVO   PIC X(02).
              02 WS-UP-REENVIO    PIC X(01).
              02 WS-UP-REENVIO-EM PIC X(14).

       01 LINHA-TITULO.
          02 FILLER PIC X(26) VALUE "DOSSIE DO FUNCIONARIO - MA".
                                   MOVE PAGTO-SITUACAO
                                        TO WS-UP-SITUACAO
                                   MOVE PAGTO-MOTIVO TO WS-UP-MOTIVO
                                   MOVE PAGTO-REENVIO TO WS-UP-REENVIO
                                   MOVE PAGTO-REENVIO-EM
                                        TO WS-UP-REENVIO-EM
                            END-IF
                     END-READ
              END-PERFORM.
                            " MOTIVO " WS-UP-MOTIVO
                            DELIMITED BY SIZE INTO DOS-TEXTO
                     PERFORM GRAVA-TEXTO
                     IF WS-UP-REENVIO EQUAL "S"
                            MOVE SPACES TO DOS-TEXTO
                            STRING "RECUSA REENVIADA POR EX106 EM "
                                   WS-UP-REENVIO-EM
                                   DELIMITED BY SIZE INTO DOS-TEXTO
                            PERFORM GRAVA-TEXTO
                     END-IF
              END-IF.

       SECAO-REJEICOES.
