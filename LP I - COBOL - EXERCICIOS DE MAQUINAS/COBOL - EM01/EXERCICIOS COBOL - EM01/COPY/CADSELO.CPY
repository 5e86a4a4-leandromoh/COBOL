      *----------------------------------------------------------
      *    LAYOUT DO SELO DIARIO DAS TRILHAS DE AUDITORIA
      *    SELOS-AUDIT.DAT, GRAVADO POR EX116 A CADA VERIFICACAO:
      *    UM REGISTRO POR TRILHA COM A DATA/HORA, A QUANTIDADE
      *    DE REGISTROS ENCADEADOS (ULTIMA SEQUENCIA), O SELO DO
      *    PRIMEIRO E DO ULTIMO REGISTRO E O VEREDITO ("I" =
      *    INTEGRA, "V" = VIOLADA, "A" = AUSENTE), COM A POSICAO
      *    E O MOTIVO DA PRIMEIRA VIOLACAO. O ULTIMO SELO "I" DE
      *    CADA TRILHA E O PONTO DE CONFERENCIA DA VERIFICACAO
      *    SEGUINTE (TRILHA TRUNCADA OU RECRIADA). O PROPRIO
      *    ARQUIVO DE SELOS E ENCADEADO (SLO-SEQ-SELO/SLO-SELO,
      *    VIA SELSRV) COM AS 103 POSICOES ANTERIORES.
      *----------------------------------------------------------
       02 SLO-ARQUIVO       PIC X(30).
       02 SLO-DATA-HORA     PIC X(14).
       02 SLO-QTDE          PIC 9(09).
       02 SLO-PRIMEIRO-SELO PIC 9(10).
       02 SLO-ULTIMO-SELO   PIC 9(10).
       02 SLO-VEREDITO      PIC X(01).
       02 SLO-REGISTRO      PIC 9(09).
       02 SLO-MOTIVO        PIC X(20).
       02 SLO-SEQ-SELO      PIC 9(09).
       02 SLO-SELO          PIC 9(10).
