      * CASAMENTO DO ATUALIZAFORN, DISPENSANDO A REDIGITACAO MANUAL
      * PELO DIGITAMOV. CADA LINHA TRAZ
      *   CODIGO;MOVIMENTO;NOME;CODIGO-CIDADE;CNPJ;TELEFONE;SIT;CATEG;
      *   DATA-EFETIVA (AAAAMMDD, VAZIA = PROXIMO CICLO);
      *   CODIGO-SUCESSOR (SO NA FUSAO 'F')
      * O CODIGO DE CIDADE E TRADUZIDO PARA O NOME CANONICO VIA
      * CIDADES.DAT, AS LINHAS SAO VALIDADAS COM AS MESMAS REGRAS DO
      * ATUALIZAFORN (MOVIMENTO, CIDADE, DIGITO DO CNPJ, SITUACAO), AS
      *                 (CODIGO, CHEGADA) EM VEZ DE VARRER OS 100000
      *                 CODIGOS POSSIVEIS, QUE NAO ESCALAVA COM O
      *                 CODIGO DE 5 DIGITOS.
      * 2026-10-15 VMA  ACEITO O MOVIMENTO DE FUSAO 'F', COM O CODIGO
      *                 SUCESSOR NO DECIMO CAMPO DA LINHA; VAI PARA A
      *                 FILA DE APROVACAO COMO A EXCLUSAO. NO INICIO
      *                 SAO PEDIDOS O OPERADOR (OBRIGATORIO; SEM ELE
      *                 NADA E IMPORTADO, RC 8) E O NOME DO ARQUIVO
      *                 DO LOTE (BRANCO = IMPMOV.TXT). CADA
      *                 MOVIMENTO SAI CARIMBADO COM A ORIGEM
      *                 (IMPORTAMOV), O NOME DO LOTE, O OPERADOR E A
      *                 DATA/HORA DA IMPORTACAO. REGISTRO DO MOVIMENTO
      *                 ALARGADO PARA 149 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAMOV.
      * O ARQUIVO DE COMPRAS VEM DE UM SISTEMA DE MESA, COM UMA LINHA
      * POR MOVIMENTO TERMINADA POR FIM-DE-LINHA, POR ISSO LINE
      * SEQUENTIAL EM VEZ DO SEQUENCIAL DE REGISTRO FIXO DOS DEMAIS.
      * O NOME E INFORMADO NO INICIO (BRANCO = IMPMOV.TXT) E VIAJA
      * EM CADA MOVIMENTO COMO REFERENCIA DO LOTE.
      *
           SELECT ARQIMP ASSIGN TO DYNAMIC WS-NOME-LOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-IMP.
           SELECT ARQMOV ASSIGN TO "ATUALIZ.DAT"
       01  REG-SRT.
           03 SR-COD        PIC 9(05).
           03 SR-SEQ        PIC 9(05).
           03 SR-REG        PIC X(149).
       WORKING-STORAGE SECTION.
       01  ST-IMP           PIC X(02).
       01  ST-ATU           PIC X(02).
       01  WS-CT-PEND-ED    PIC ZZZZ9.
       01  WS-MOTIVO        PIC X(40).
      *
      * IDENTIFICACAO DA IMPORTACAO: OPERADOR, NOME DO LOTE E UM
      * UNICO CARIMBO DE DATA/HORA PARA TODAS AS LINHAS DA EXECUCAO
      * (O ACCEPT FROM TIME TRAZ HHMMSSCC; SO O HHMMSS VAI PARA O
      * MOVIMENTO).
      *
       01  WS-ID-OPERADOR   PIC X(08) VALUE SPACES.
       01  WS-NOME-LOTE     PIC X(20) VALUE SPACES.
       01  WS-DATA-ENTRADA  PIC 9(08).
       01  WS-HORA-ENTRADA.
           03 WS-HHMMSS-ENTRADA PIC 9(06).
           03 FILLER            PIC 9(02).
      *
      * CAMPOS SEPARADOS DA LINHA IMPORTADA, NA ORDEM DO EXPORT DE
      * COMPRAS. O CODIGO E VALIDADO COMO NUMERICO ANTES DE VIRAR
      * CD-FORNM, COMO O DIGITAMOV JA FAZ NA DIGITACAO.
       01  WS-IMP-SITUAC    PIC X(01).
       01  WS-IMP-CATEG     PIC X(05).
       01  WS-IMP-DTEF      PIC X(08).
       01  WS-IMP-SUCES     PIC X(05).
      *
      * TABELA DE CIDADES COM CODIGO CURTO E NOME CANONICO, PARA A
      * TRADUCAO DO CODIGO ENVIADO POR COMPRAS. O TETO DE 500 JA
       01  WS-TAB-ACEITOS.
           03 WS-ACEITO OCCURS 9999 TIMES.
               05 WS-ACEITO-COD PIC 9(05).
               05 WS-ACEITO-REG PIC X(149).
      *
      * AREAS DE TRABALHO DA VALIDACAO DO DIGITO VERIFICADOR DO CNPJ,
      * NO MESMO CALCULO USADO PELO DIGITAMOV E PELO ATUALIZAFORN.
           03 WS-PESO2      OCCURS 13 TIMES PIC 9(01).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM IDENTIFICA-LOTE.
           PERFORM ABRE-ARQ.
           PERFORM CARREGA-CIDADES UNTIL WS-FIM-CID = 'S'.
           CLOSE ARQCID.
           PERFORM GRAVA-MOVIMENTOS-ORDENADOS.
           PERFORM GRAVA-RESUMO.
           PERFORM FINALIZA.
      *
      * A IMPORTACAO PODE SER DISPARADA SEM NINGUEM NO CONSOLE, POR
      * ISSO NAO HA REDIGITACAO: SEM O OPERADOR O LOTE NAO E
      * IMPORTADO (RC 8), PARA NAO ENTRAR MOVIMENTO SEM DONO.
      *
       IDENTIFICA-LOTE.
           DISPLAY "IDENTIFICACAO DO OPERADOR (ATE 8)......: " WITH
                   NO ADVANCING.
           ACCEPT WS-ID-OPERADOR.
           IF WS-ID-OPERADOR = SPACES
               DISPLAY "IDENTIFICACAO DO OPERADOR OBRIGATORIA, "
                       "NADA FOI IMPORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ARQUIVO DO LOTE (BRANCO=IMPMOV.TXT)....: " WITH
                   NO ADVANCING.
           ACCEPT WS-NOME-LOTE.
           IF WS-NOME-LOTE = SPACES
               MOVE "IMPMOV.TXT" TO WS-NOME-LOTE
           END-IF.
           ACCEPT WS-DATA-ENTRADA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ENTRADA FROM TIME.
       ABRE-ARQ.
           OPEN INPUT ARQIMP.
           IF ST-IMP NOT EQUAL '00'
       TRATA-LINHA-IMP.
           ADD 1 TO WS-NUM-LINHA.
           MOVE SPACES TO WS-IMP-CODIGO WS-IMP-NOME WS-IMP-CIDCOD
                   WS-IMP-CNPJ WS-IMP-FONE WS-IMP-CATEG WS-IMP-DTEF
                   WS-IMP-SUCES.
           MOVE SPACE TO WS-IMP-MOVIM WS-IMP-SITUAC.
           UNSTRING REG-IMP DELIMITED BY ";"
               INTO WS-IMP-CODIGO WS-IMP-MOVIM WS-IMP-NOME
                    WS-IMP-CIDCOD WS-IMP-CNPJ WS-IMP-FONE
                    WS-IMP-SITUAC WS-IMP-CATEG WS-IMP-DTEF
                    WS-IMP-SUCES.
           PERFORM VALIDA-LINHA-IMP.
           IF WS-MOTIVO = SPACES
               PERFORM VALIDA-DT-EFETIVA-IMP
                   IF WS-IMP-MOVIM NOT = 'I' AND WS-IMP-MOVIM NOT = 'A'
                           AND WS-IMP-MOVIM NOT = 'E'
                           AND WS-IMP-MOVIM NOT = 'R'
                           AND WS-IMP-MOVIM NOT = 'F'
                       MOVE "MOVIMENTO INVALIDO (USE I, A, E, R OU F)"
                               TO WS-MOTIVO
                   ELSE
                       IF WS-IMP-MOVIM = 'I' OR WS-IMP-MOVIM = 'A'
                           PERFORM VALIDA-DADOS-IMP
                       END-IF
                       IF WS-IMP-MOVIM = 'F'
                           PERFORM VALIDA-SUCESSOR-IMP
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.
      *
      * NA FUSAO O CODIGO DA LINHA E O DO FORNECEDOR ABSORVIDO E O
      * DECIMO CAMPO TRAZ O SUCESSOR, OBRIGATORIO, NUMERICO E
      * DIFERENTE DO ABSORVIDO, COMO NO DIGITAMOV.
      *
       VALIDA-SUCESSOR-IMP.
           IF WS-IMP-SUCES IS NOT NUMERIC
               MOVE "CODIGO SUCESSOR DA FUSAO NAO NUMERICO" TO
                       WS-MOTIVO
           ELSE
               IF WS-IMP-SUCES = WS-IMP-CODIGO
                   MOVE "SUCESSOR IGUAL AO CODIGO ABSORVIDO" TO
                           WS-MOTIVO
               END-IF
           END-IF.
      *
      * A DATA EFETIVA E OPCIONAL E VALE PARA QUALQUER TIPO DE
      * MOVIMENTO: VAZIA, O MOVIMENTO ENTRA NO PROXIMO CICLO
      * (DT-EFETIVM = ZEROS); PREENCHIDA, TEM QUE SER AAAAMMDD
           END-IF.
           MOVE WS-IMP-CODIGO TO CD-FORNM.
           IF WS-IMP-MOVIM = 'E' OR WS-IMP-MOVIM = 'R'
                   OR WS-IMP-MOVIM = 'F'
               MOVE SPACES TO NM-FORNM
               MOVE SPACES TO NM-CIDADEM
               MOVE SPACES TO NR-CGCM
               MOVE WS-IMP-DTEF TO DT-EFETIVM
           END-IF.
           MOVE 0 TO NR-TENTM.
           IF WS-IMP-MOVIM = 'F'
               MOVE WS-IMP-SUCES TO CD-SUCESM
           ELSE
               MOVE 0 TO CD-SUCESM
           END-IF.
           MOVE "IMPORTAMOV"      TO NM-ORIGEM.
           MOVE WS-NOME-LOTE      TO DS-REFORM.
           MOVE WS-ID-OPERADOR    TO CD-OPERAM.
           MOVE WS-DATA-ENTRADA   TO DT-ENTRAM.
           MOVE WS-HHMMSS-ENTRADA TO HR-ENTRAM.
           MOVE SPACES            TO CD-SUPERM.
           PERFORM VERIFICA-SENSIVEL.
           IF WS-MOV-SENSIVEL = 'S'
               PERFORM PENDURA-LINHA-IMP
               PERFORM GRAVA-LINHA-REL
           END-IF.
      *
      * MOVIMENTO SENSIVEL ('E', 'R', 'F' OU 'A' QUE BLOQUEIA), MESMO
      * CRITERIO DO DIGITAMOV: A LINHA E VALIDADA E ACEITA, MAS VAI
      * PARA A FILA DE APROVACAO EM VEZ DO LOTE, E O RELATORIO DE
      * VOLTA PARA COMPRAS DIZ ONDE ELA FICOU.
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
