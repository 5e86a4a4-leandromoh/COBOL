      *----------------------------------------------------------
      *    LAYOUT DO CADASTRO DE ADESAO AO PLANO DE SAUDE
      *    CADSAU.DAT (INDEXADO POR MATRICULA + SEQUENCIA): UMA
      *    VIDA POR REGISTRO - SAU-SEQ 00 E O PROPRIO FUNCIONARIO
      *    (TITULAR) E 01 A 99 O DEPENDENTE DE MESMA SEQUENCIA EM
      *    CADDEP.DAT. MANTIDO POR EX86, QUE TRAZ O NOME DE
      *    CADFUN/CADDEP E, PARA DEPENDENTE, A DATA DE NASCIMENTO
      *    DE CADDEP (A DO TITULAR VEM NO MOVIMENTO, POIS CADFUN NAO
      *    A TEM). SAU-CARTEIRINHA E O NUMERO DO BENEFICIARIO NA
      *    OPERADORA, CHAVE DE LIGACAO COM OS ARQUIVOS DE USO
      *    (EX87) E DE FATURA (EX88).
      *----------------------------------------------------------
       02 SAU-CHAVE.
              03 SAU-MATRICULA    PIC 9(05).
              03 SAU-SEQ          PIC 9(02).
       02 SAU-NOME                PIC X(20).
       02 SAU-PLANO               PIC X(04).
       02 SAU-CARTEIRINHA         PIC X(15).
       02 SAU-NASC.
              03 SAU-NASC-DD      PIC 9(02).
              03 SAU-NASC-MM      PIC 9(02).
              03 SAU-NASC-AAAA    PIC 9(04).
       02 SAU-DATA-ADESAO         PIC 9(08).
