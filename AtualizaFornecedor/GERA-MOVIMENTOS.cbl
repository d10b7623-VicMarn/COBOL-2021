      *                 FICA INTOCADO, COMO NO REAPRESMOV; E A
      *                 GRAVACAO ORDENADA PASSA A USAR SORT EM VEZ DE
      *                 VARRER OS 100000 CODIGOS POSSIVEIS.
      * 2026-10-15 VMA  O CODIGO SUCESSOR DE FUSAO SAI ZERADO NOS
      *                 MOVIMENTOS GERADOS; O OPERADOR SE IDENTIFICA
      *                 NO INICIO E CADA MOVIMENTO GERADO SAI
      *                 CARIMBADO COM A ORIGEM (GERAMOV), O CRITERIO
      *                 DA SELECAO, O OPERADOR E A DATA/HORA DA
      *                 GERACAO. REGISTRO DO MOVIMENTO ALARGADO PARA
      *                 149 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAMOV.
           03 SR-COD        PIC 9(05).
           03 SR-ORI        PIC 9(01).
           03 SR-SEQ        PIC 9(05).
           03 SR-REG        PIC X(149).
       WORKING-STORAGE SECTION.
       01  ST-FRN           PIC X(02).
       01  ST-ATU           PIC X(02).
       01  WS-DT-EFETIVA    PIC 9(08) VALUE 0.
       01  WS-SELECIONADO   PIC X(01).
      *
      * IDENTIFICACAO DA GERACAO: OPERADOR, CRITERIO RESUMIDO (ACAO,
      * CAMPO E VALOR, COMO "B CID=SAO PAULO") E UM UNICO CARIMBO DE
      * DATA/HORA PARA TODO O LOTE GERADO (O ACCEPT FROM TIME TRAZ
      * HHMMSSCC; SO O HHMMSS VAI PARA O MOVIMENTO).
      *
       01  WS-ID-OPERADOR   PIC X(08) VALUE SPACES.
       01  WS-OPER-VALIDO   PIC X(01) VALUE 'N'.
       01  WS-REF-CRITERIO  PIC X(20) VALUE SPACES.
       01  WS-DATA-ENTRADA  PIC 9(08).
       01  WS-HORA-ENTRADA.
           03 WS-HHMMSS-ENTRADA PIC 9(06).
           03 FILLER            PIC 9(02).
      *
      * CONTADORES PARA O RELATORIO DE PROPOSTA.
      *
       01  WS-CT-LIDOS      PIC 9(05) VALUE 0.
           03 WS-MERGE OCCURS 9999 TIMES.
               05 WS-MERGE-COD PIC 9(05).
               05 WS-MERGE-ORI PIC X(01).
               05 WS-MERGE-REG PIC X(149).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-CHECKPOINT.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PEDE-OPERADOR.
           PERFORM PEDE-CRITERIO.
           PERFORM PEDE-ACAO.
           PERFORM PEDE-DT-EFETIVA.
           PERFORM MONTA-REF-CRITERIO.
           PERFORM ABRE-RELATORIO.
           PERFORM CARREGA-LOTE-ATUAL.
           PERFORM GERA-DO-MESTRE.
               END-READ
               CLOSE ARQCKP
           END-IF.
       PEDE-OPERADOR.
           PERFORM ACEITA-OPERADOR UNTIL WS-OPER-VALIDO = 'S'.
       ACEITA-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR (ATE 8).: " WITH
                   NO ADVANCING.
           ACCEPT WS-ID-OPERADOR.
           IF WS-ID-OPERADOR = SPACES
               DISPLAY "IDENTIFICACAO OBRIGATORIA"
           ELSE
               MOVE 'S' TO WS-OPER-VALIDO
           END-IF.
       PEDE-CRITERIO.
           PERFORM ACEITA-CRITERIO UNTIL WS-CRIT-VALIDO = 'S'.
       ACEITA-CRITERIO.
                   DISPLAY "DATA INVALIDA, DIGITE AAAAMMDD OU BRANCO"
               END-IF
           END-IF.
      *
      * REFERENCIA GRAVADA EM CADA MOVIMENTO GERADO, PARA O HISTORICO
      * DIZER DE QUE SELECAO EM MASSA A ALTERACAO VEIO.
      *
       MONTA-REF-CRITERIO.
           MOVE SPACES TO WS-REF-CRITERIO.
           IF WS-CRITERIO = 'C'
               STRING WS-ACAO " CID=" WS-VALOR-CID
                   DELIMITED BY SIZE INTO WS-REF-CRITERIO
           ELSE
               IF WS-CRITERIO = 'G'
                   STRING WS-ACAO " CAT=" WS-VALOR-CAT
                       DELIMITED BY SIZE INTO WS-REF-CRITERIO
               ELSE
                   STRING WS-ACAO " SIT=" WS-VALOR-SIT
                       DELIMITED BY SIZE INTO WS-REF-CRITERIO
               END-IF
           END-IF.
           ACCEPT WS-DATA-ENTRADA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ENTRADA FROM TIME.
       ABRE-RELATORIO.
           OPEN OUTPUT ARQREL.
           IF ST-REL NOT EQUAL '00'
           MOVE SPACES TO WS-LINHA.
           STRING "CRITERIO " WS-CRITERIO "  ACAO " WS-ACAO
               "  DATA EFETIVA " WS-DTEF-DIGIT
               "  OPERADOR " WS-ID-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO REG-REL.
           MOVE 'A' TO SG-MOVIM.
           MOVE WS-DT-EFETIVA TO DT-EFETIVM.
           MOVE 0 TO NR-TENTM.
           MOVE 0 TO CD-SUCESM.
           MOVE "GERAMOV"         TO NM-ORIGEM.
           MOVE WS-REF-CRITERIO   TO DS-REFORM.
           MOVE WS-ID-OPERADOR    TO CD-OPERAM.
           MOVE WS-DATA-ENTRADA   TO DT-ENTRAM.
           MOVE WS-HHMMSS-ENTRADA TO HR-ENTRAM.
           MOVE SPACES            TO CD-SUPERM.
           PERFORM VERIFICA-SENSIVEL.
           IF WS-MOV-SENSIVEL = 'S'
               PERFORM PENDURA-MOVIMENTO
           MOVE SG-MOVIM   TO SG-MOVIP.
           MOVE DT-EFETIVM TO DT-EFETIVP.
           MOVE NR-TENTM   TO NR-TENTP.
           MOVE CD-SUCESM  TO CD-SUCESP.
           MOVE ID-ORIGEM  TO ID-ORIGEP.
           MOVE 'P'    TO SG-APROVP.
           MOVE SPACES TO CD-APROVP.
           MOVE SPACES TO DS-MOTAPRP.
