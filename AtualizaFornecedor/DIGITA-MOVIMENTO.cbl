      *                 BLOQUEIA) VAO PARA A FILA DE APROVACAO
      *                 (PENDAPRO.DAT) EM VEZ DO ATUALIZ.DAT; SO O
      *                 SUPERVISOR (APROVAMOV) OS LIBERA PARA O CICLO.
      * 2026-10-15 VMA  INCLUIDO O MOVIMENTO 'F' (FUSAO), QUE LEVA O
      *                 CODIGO ABSORVIDO E O CODIGO SUCESSOR E, COMO A
      *                 EXCLUSAO, VAI PARA A FILA DE APROVACAO.
      * 2026-10-15 VMA  O OPERADOR SE IDENTIFICA NO INICIO DA SESSAO E
      *                 CADA MOVIMENTO SAI CARIMBADO COM A ORIGEM
      *                 (DIGITAMOV), O OPERADOR E A DATA/HORA DA
      *                 DIGITACAO, INCLUSIVE OS ENVIADOS PARA A FILA
      *                 DE APROVACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITAMOV.
       01  WS-FIM-DIGIT     PIC X(01) VALUE 'N'.
       01  WS-CODIGO-VALIDO PIC X(01) VALUE 'N'.
       01  WS-CODIGO-DIGIT  PIC X(05).
       01  WS-SUCES-VALIDO  PIC X(01) VALUE 'N'.
       01  WS-MOVIM-VALIDO  PIC X(01) VALUE 'N'.
       01  WS-SITUAC-VALIDO PIC X(01) VALUE 'N'.
       01  WS-DTEF-VALIDA   PIC X(01) VALUE 'N'.
       01  WS-DTEF-DIGIT    PIC X(08).
       01  WS-RESP          PIC X(01).
      *
      * IDENTIFICACAO DO OPERADOR DA SESSAO E HORA DA DIGITACAO DE
      * CADA MOVIMENTO (O ACCEPT FROM TIME TRAZ HHMMSSCC; SO O
      * HHMMSS VAI PARA O MOVIMENTO).
      *
       01  WS-ID-OPERADOR   PIC X(08) VALUE SPACES.
       01  WS-OPER-VALIDO   PIC X(01) VALUE 'N'.
       01  WS-HORA-ENTRADA.
           03 WS-HHMMSS-ENTRADA PIC 9(06).
           03 FILLER            PIC 9(02).
      *
      * AREAS DE TRABALHO DA VALIDACAO DO DIGITO VERIFICADOR DO CNPJ,
      * NO MESMO CALCULO USADO PELO ATUALIZAFORN NA VALIDACAO DO
      * MOVIMENTO: OS 14 ALGARISMOS SAO EXTRAIDOS DO CAMPO (IGNORANDO
           03 WS-PESO2      OCCURS 13 TIMES PIC 9(01).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQ.
           PERFORM DIGITA-MOVIMENTO-REG UNTIL WS-FIM-DIGIT = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
      * TODO MOVIMENTO DIGITADO PRECISA DIZER QUEM O DIGITOU: A
      * IDENTIFICACAO E PEDIDA UMA VEZ POR SESSAO, REDIGITANDO ATE
      * VIR PREENCHIDA.
      *
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
      *
      * ABRE O ARQUIVO EM EXTENSAO SEM DESTRUIR OS MOVIMENTOS JA
      * DIGITADOS NO DIA. SE O ARQUIVO AINDA NAO EXISTIR, É CRIADO
      * VAZIO ANTES DE SER REABERTO EM MODO DE EXTENSAO.
       DIGITA-MOVIMENTO-REG.
           PERFORM DIGITA-CODIGO.
           PERFORM DIGITA-SG-MOVIM.
           PERFORM DIGITA-SUCESSOR.
           PERFORM DIGITA-DADOS-FORN.
           PERFORM DIGITA-DT-EFETIVA.
           PERFORM GRAVA-MOVIMENTO.
           END-IF.
      *
      * VALIDA O CODIGO DE MOVIMENTO CONTRA O CONJUNTO CONHECIDO
      * (I/A/E/R/F) ANTES DE ACEITAR O REGISTRO, REDIGITANDO ATE QUE
      * UM VALOR VALIDO SEJA INFORMADO.
      *
       DIGITA-SG-MOVIM.
           MOVE 'N' TO WS-MOVIM-VALIDO.
           PERFORM ACEITA-SG-MOVIM UNTIL WS-MOVIM-VALIDO = 'S'.
       ACEITA-SG-MOVIM.
           DISPLAY "MOVIMENTO (I=INCL A=ALTER E=EXCL R=REINT "
                   "F=FUSAO): " WITH NO ADVANCING.
           ACCEPT SG-MOVIM.
           IF SG-MOVIM = 'I' OR SG-MOVIM = 'A' OR SG-MOVIM = 'E'
                   OR SG-MOVIM = 'R' OR SG-MOVIM = 'F'
               MOVE 'S' TO WS-MOVIM-VALIDO
           ELSE
               DISPLAY "MOVIMENTO INVALIDO, DIGITE I, A, E, R OU F"
           END-IF.
      *
      * NA FUSAO O CODIGO DIGITADO E O DO FORNECEDOR ABSORVIDO (O
      * DUPLICADO, QUE SAI DO MESTRE); O SUCESSOR E O CODIGO QUE
      * FICA E RECEBE OS CONTATOS DO ABSORVIDO. E VALIDADO COMO
      * NUMERICO E DIFERENTE DO ABSORVIDO, COM REDIGITACAO; A
      * EXISTENCIA DO SUCESSOR NO MESTRE SO O ATUALIZAFORN CONFERE.
      * NOS DEMAIS MOVIMENTOS O SUCESSOR VIAJA ZERADO.
      *
       DIGITA-SUCESSOR.
           MOVE 0 TO CD-SUCESM.
           IF SG-MOVIM = 'F'
               MOVE 'N' TO WS-SUCES-VALIDO
               PERFORM ACEITA-SUCESSOR UNTIL WS-SUCES-VALIDO = 'S'
           END-IF.
       ACEITA-SUCESSOR.
           DISPLAY "CODIGO DO SUCESSOR (5 DIGITOS)....: " WITH
                   NO ADVANCING.
           ACCEPT WS-CODIGO-DIGIT.
           IF WS-CODIGO-DIGIT IS NUMERIC
               MOVE WS-CODIGO-DIGIT TO CD-SUCESM
               IF CD-SUCESM = CD-FORNM
                   DISPLAY "SUCESSOR IGUAL AO CODIGO ABSORVIDO, "
                           "DIGITE OUTRO CODIGO"
                   MOVE 0 TO CD-SUCESM
               ELSE
                   MOVE 'S' TO WS-SUCES-VALIDO
               END-IF
           ELSE
               DISPLAY "CODIGO INVALIDO, DIGITE 5 DIGITOS NUMERICOS"
           END-IF.
      *
      * NA EXCLUSAO, NA REINTEGRACAO E NA FUSAO SO OS CODIGOS
      * IMPORTAM PARA O CASAMENTO NO ATUALIZAFORN (A REINTEGRACAO
      * RECUPERA OS DADOS DO ARQUIVO DE EXCLUIDOS), POR ISSO OS DEMAIS
      * CAMPOS SAO LIMPOS EM VEZ DE SOLICITADOS.
      *
       DIGITA-DADOS-FORN.
           IF SG-MOVIM NOT = 'E' AND SG-MOVIM NOT = 'R'
                   AND SG-MOVIM NOT = 'F'
               DISPLAY "NOME DO FORNECEDOR................: " WITH
                       NO ADVANCING
               ACCEPT NM-FORNM
      *
       GRAVA-MOVIMENTO.
           MOVE 0 TO NR-TENTM.
           PERFORM CARIMBA-ORIGEM.
           PERFORM VERIFICA-SENSIVEL.
           IF WS-MOV-SENSIVEL = 'S'
               PERFORM GRAVA-PENDENTE-APROV
               END-IF
           END-IF.
      *
      * ORIGEM DO MOVIMENTO: DIGITACAO, SEM REFERENCIA DE LOTE, PELO
      * OPERADOR DA SESSAO, NA DATA E HORA DA GRAVACAO. O SUPERVISOR
      * SO E PREENCHIDO PELO APROVAMOV.
      *
       CARIMBA-ORIGEM.
           MOVE "DIGITAMOV"    TO NM-ORIGEM.
           MOVE SPACES         TO DS-REFORM.
           MOVE WS-ID-OPERADOR TO CD-OPERAM.
           ACCEPT DT-ENTRAM FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ENTRADA FROM TIME.
           MOVE WS-HHMMSS-ENTRADA TO HR-ENTRAM.
           MOVE SPACES         TO CD-SUPERM.
      *
      * MOVIMENTO SENSIVEL E O QUE TIRA OU DEVOLVE UM FORNECEDOR AO
      * MESTRE ('E'/'R'/'F') OU O BLOQUEIA ('A' COM SITUACAO 'B'):
      * ESSES EXIGEM UM SEGUNDO PAR DE OLHOS ANTES DE CHEGAR AO CICLO.
      *
       VERIFICA-SENSIVEL.
           IF SG-MOVIM = 'E' OR SG-MOVIM = 'R' OR SG-MOVIM = 'F'
               MOVE 'S' TO WS-MOV-SENSIVEL
           ELSE
               IF SG-MOVIM = 'A' AND SG-SITUACM = 'B'
           MOVE SG-MOVIM   TO SG-MOVIP.
           MOVE DT-EFETIVM TO DT-EFETIVP.
           MOVE NR-TENTM   TO NR-TENTP.
           MOVE CD-SUCESM  TO CD-SUCESP.
           MOVE ID-ORIGEM  TO ID-ORIGEP.
           MOVE 'P'    TO SG-APROVP.
           MOVE SPACES TO CD-APROVP.
           MOVE SPACES TO DS-MOTAPRP.
