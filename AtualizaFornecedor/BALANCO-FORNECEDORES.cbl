      * 2026-09-03 VMA  LINHAS DE RECUSA DO SUPERVISOR ("RECUSADO")
      *                 NO EXCEFORN.DAT SAO CONTADAS A PARTE E NAO
      *                 ENTRAM NA ARITMETICA DO CICLO.
      * 2026-10-15 VMA  FUSAO 'F' CONTADA JUNTO COM A EXCLUSAO: O
      *                 CODIGO ABSORVIDO SAI DO MESTRE DA MESMA FORMA.
      * 2026-10-15 VMA  LAYOUTS DO MOVIMENTO E DO EXCEFORN.DAT
      *                 ACOMPANHAM A IDENTIFICACAO DA ORIGEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANFORN.
           03 NM-FORNE      PIC X(15).
           03 SG-MOVE       PIC X(01).
           03 DS-MOTIVOE    PIC X(45).
           COPY REGORIG REPLACING ==:TAG:== BY ==E==.
       01  REG-EXC-TEXTO REDEFINES REG-EXC.
           03 CD-FORNE-X    PIC X(05).
           03 FILLER        PIC X(121).
       FD  ARQSUS.
       01  REG-SUS.
           COPY REGFORN REPLACING ==:TAG:== BY ==S==.
                       IF SG-MOVIM = 'A'
                           ADD 1 TO WS-MOV-A
                       ELSE
                           IF SG-MOVIM = 'E' OR SG-MOVIM = 'F'
                               ADD 1 TO WS-MOV-E
                           ELSE
                               IF SG-MOVIM = 'R'
               IF SG-MOVE = 'A'
                   ADD 1 TO WS-REJ-A
               ELSE
                   IF SG-MOVE = 'E' OR SG-MOVE = 'F'
                       ADD 1 TO WS-REJ-E
                   ELSE
                       IF SG-MOVE = 'R'
                       IF SG-MOVIU = 'A'
                           ADD 1 TO WS-FUT-A
                       ELSE
                           IF SG-MOVIU = 'E' OR SG-MOVIU = 'F'
                               ADD 1 TO WS-FUT-E
                           ELSE
                               IF SG-MOVIU = 'R'
      * (APLICADAS = MOVIMENTOS DO TIPO MENOS REJEICOES DO TIPO), E
      * CADA REJEICAO DE CASAMENTO PRESENTE NO SUSPENSO.DAT. UMA
      * EXCLUSAO DESFEITA POR REINTEGRACAO NO MESMO LOTE SE CANCELA
      * NA PROPRIA FORMULA. A FUSAO CONTA COMO EXCLUSAO.
      *
       CONFERE-BALANCO.
           COMPUTE WS-QTD-ESPERADA = WS-QTD-BKP
