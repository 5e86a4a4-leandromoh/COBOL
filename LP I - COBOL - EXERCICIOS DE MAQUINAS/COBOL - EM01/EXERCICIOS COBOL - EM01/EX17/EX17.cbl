      *          DATA DO LOTE, LIDOS (OPCIONAL) DE PARM-LOTE.DAT, NO
      *          MESMO MOLDE DE EX01. TERMINA COM GOBACK PARA PODER
      *          SER CHAMADO PELO PROGRAMA DE CONTROLE EX10.
      *          A IMAGEM CORRIGIDA DE CADCLI1 TRAZ TAMBEM O TIPO E O
      *          NUMERO DO DOCUMENTO (CPF/CNPJ) DO CLIENTE. A DE
      *          CADFUN CONTINUA SENDO A DOS CAMPOS QUE EX08 CRITICA
      *          (CODIGO A CARGO): A DATA DE ADMISSAO E O CPF JA
      *          GRAVADOS NO MESTRE SAO PRESERVADOS NA REGRAVACAO E SO
      *          MUDAM POR EX27.

       ENVIRONMENT DIVISION.

       01 REG-CLI1.
              02 COD-CLI1  PIC 9(5).
              02 NOME-CLI1 PIC X(20).
              02 TIPO-DOC-CLI1 PIC X(01).
              02 DOC-CLI1  PIC X(14).

       FD CADALU
          LABEL         RECORD         ARE         STANDARD.
              02 SALARIO-FUN  PIC 9(7)V99.
              02 DEPTO-FUN    PIC X(04).
              02 CARGO-FUN    PIC X(15).
              02 DATA-ADMISSAO-FUN PIC 9(08).
              02 CPF-FUN      PIC 9(11).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADCLI1 PIC X(030) VALUE "CADCLI1.DAT".
       77 WS-FUN-ADMISSAO PIC 9(08) VALUE ZEROES.
       77 WS-FUN-CPF PIC 9(11) VALUE ZEROES.
       77 WS-NOME-CADALU PIC X(030) VALUE "CADALU.DAT".
       77 WS-NOME-CADENT PIC X(030) VALUE "CADENT.DAT".
       77 WS-NOME-CADFUN PIC X(030) VALUE "CADFUN.DAT".

       01 WS-DADOS-CORRIGIDOS PIC X(060).
       01 WS-DADOS-CLI1 REDEFINES WS-DADOS-CORRIGIDOS.
              02 WS-DADOS-CLI1-REG  PIC X(040).
              02 FILLER             PIC X(035).
       01 WS-DADOS-ALU REDEFINES WS-DADOS-CORRIGIDOS.
              02 WS-DADOS-ALU-REG   PIC X(037).
                     MOVE "NAO" TO WS-REENCAMINHADO
                     ADD 1 TO WS-CT-CORR-SEM-USO
              ELSE
                     MOVE WS-DADOS-FUN-REG (1:5) TO CODIGO
                     READ CADFUN
                            INVALID KEY
                            MOVE ZEROES TO WS-FUN-ADMISSAO WS-FUN-CPF
                            NOT INVALID KEY
                            MOVE DATA-ADMISSAO-FUN TO WS-FUN-ADMISSAO
                            MOVE CPF-FUN TO WS-FUN-CPF
                     END-READ
                     MOVE WS-DADOS-FUN-REG TO REG-FUN
                     MOVE WS-FUN-ADMISSAO TO DATA-ADMISSAO-FUN
                     MOVE WS-FUN-CPF TO CPF-FUN
                     WRITE REG-FUN
                            INVALID KEY
                            REWRITE REG-FUN
