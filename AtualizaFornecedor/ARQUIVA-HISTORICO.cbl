      ******************************************************************
      * Historico de alteracoes:
      * 2026-09-03 VMA  PROGRAMA CRIADO.
      * 2026-10-15 VMA  REGISTROS DE AUDITORIA E DE EXCLUIDOS
      *                 ALARGADOS PARA 220 E 146 POSICOES (CODIGO
      *                 SUCESSOR DA FUSAO E IDENTIFICACAO DA ORIGEM DO
      *                 MOVIMENTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVAHIST.
       FD  ARQAUD.
       01  REG-AUD.
           03 DT-AUDR       PIC 9(08).
           03 DS-AUDR       PIC X(212).
       FD  ARQAUDG.
       01  REG-AUDG.
           03 DT-AUDG       PIC 9(08).
           03 DS-AUDG       PIC X(212).
       FD  ARQAUDT.
       01  REG-AUDT.
           03 DT-AUDT       PIC 9(08).
           03 DS-AUDT       PIC X(212).
       FD  ARQARC.
       01  REG-ARC.
           03 DT-ARCR       PIC 9(08).
           03 DS-ARCR       PIC X(138).
       FD  ARQARCG.
       01  REG-ARCG.
           03 DT-ARCG       PIC 9(08).
           03 DS-ARCG       PIC X(138).
       FD  ARQARCT.
       01  REG-ARCT.
           03 DT-ARCT       PIC 9(08).
           03 DS-ARCT       PIC X(138).
       FD  ARQHCT.
       01  REG-HCT.
           03 TP-HISTCTL    PIC X(01).
