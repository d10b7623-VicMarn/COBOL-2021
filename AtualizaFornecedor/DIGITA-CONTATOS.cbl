      * 2026-09-03 VMA  TABELA DE CONTATOS ELEVADA DE 2000 PARA 20000
      *                 ENTRADAS, ACOMPANHANDO O CADASTRO DE ATE 9999
      *                 FORNECEDORES COM VARIOS CONTATOS CADA.
      * 2026-10-15 VMA  JANELA DA GRADE NO BLOQUEIO.DAT: A TELA NAO
      *                 ABRE COM A GRADE NOTURNA EM CURSO, REGISTRA A
      *                 SESSAO ENQUANTO TEM O CONTATOS.DAT EM MEMORIA
      *                 E NAO O REGRAVA SE A GRADE A DEU COMO
      *                 ABANDONADA.
      * 2026-10-15 VMA  A TELA TAMBEM NAO ABRE ENQUANTO O ANONIMCONT
      *                 ESTA TRATANDO O CONTATOS.DAT, PARA NAO
      *                 DEVOLVER NA SAIDA UM CONTATO ELIMINADO A
      *                 PEDIDO DO TITULAR (LGPD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITACONT.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CON.
      *
      * CONTROLE DA JANELA DA GRADE NOTURNA: A SESSAO SO COMECA FORA
      * DA JANELA E FICA REGISTRADA ENQUANTO TIVER O CONTATOS.DAT EM
      * MEMORIA.
      *
           SELECT ARQBLQ ASSIGN TO "BLOQUEIO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BLQ.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCON.
       01  REG-CON.
           COPY REGCONT REPLACING ==:TAG:== BY ==C==.
       FD  ARQBLQ.
       01  REG-BLQ.
           COPY REGBLOQ REPLACING ==:TAG:== BY ==K==.
       WORKING-STORAGE SECTION.
       01  ST-CON           PIC X(02).
       01  WS-FIM-CON       PIC X(01) VALUE 'N'.
       01  WS-QTD-LISTADOS  PIC 9(05).
       01  WS-QTD-LIST-ED   PIC ZZZZ9.
      *
      * JANELA DA GRADE (BLOQUEIO.DAT). UM BLOQUEIO DA GRADE COM MAIS
      * DE WS-HORAS-GRADE HORAS E DE UMA GRADE QUE CAIU SEM LIBERAR:
      * E AVISADO E NAO IMPEDE A SESSAO; O MESMO VALE PARA O REGISTRO
      * DO ANONIMCONT COM MAIS DE WS-HORAS-SESSAO HORAS, O LIMITE DE
      * SESSAO DO GRADENOT. A SESSAO E IDENTIFICADA NO ARQUIVO PELO
      * PROGRAMA E PELA DATA/HORA EM QUE FOI REGISTRADA.
      *
       01  ST-BLQ           PIC X(02).
       01  WS-FIM-BLQ       PIC X(01).
       01  WS-HORAS-GRADE   PIC 9(03) VALUE 6.
       01  WS-HORAS-SESSAO  PIC 9(03) VALUE 8.
       01  WS-GRADE-ATIVA   PIC X(01) VALUE 'N'.
       01  WS-ANONIM-ATIVO  PIC X(01) VALUE 'N'.
       01  WS-SESSAO-VIVA   PIC X(01) VALUE 'N'.
       01  WS-DT-SESSAO     PIC 9(08).
       01  WS-HR-SESSAO     PIC 9(08).
       01  WS-QTD-BLQ       PIC 9(03) VALUE 0.
       01  WS-IDX-BLQ       PIC 9(03).
       01  WS-TAB-BLOQUEIOS.
           03 WS-BLOQUEIO OCCURS 100 TIMES PIC X(41).
      *
      * IDADE DE UM BLOQUEIO EM MINUTOS, PELA CONTAGEM DE DIAS DO
      * CALENDARIO GREGORIANO COM O ANO COMECANDO EM MARCO (O 29 DE
      * FEVEREIRO CAI NO FIM DO ANO E NAO DESLOCA OS MESES).
      *
       01  WS-DATA-CALC.
           03 WS-ANO-CALC   PIC 9(04).
           03 WS-MES-CALC   PIC 9(02).
           03 WS-DIA-CALC   PIC 9(02).
       01  WS-HORA-CALC.
           03 WS-HH-CALC    PIC 9(02).
           03 WS-MI-CALC    PIC 9(02).
           03 WS-SS-CALC    PIC 9(04).
       01  WS-ANO-AJUS      PIC 9(04).
       01  WS-MES-AJUS      PIC 9(02).
       01  WS-QUOC-CALC     PIC 9(07).
       01  WS-DIAS-CALC     PIC 9(07).
       01  WS-MINUTOS-CALC  PIC 9(10).
       01  WS-MINUTOS-AGORA PIC 9(10).
       01  WS-IDADE-MIN     PIC S9(10).
       01  WS-LIMITE-MIN    PIC 9(07).
      *
      * TABELA DE CONTATOS EM MEMORIA. O TETO DE 20000 COMPORTA
      * VARIOS CONTATOS POR FORNECEDOR DE UM CADASTRO DE ATE 9999
      * CODIGOS, ACOMPANHANDO O ALARGAMENTO DAS DEMAIS TABELAS.
               05 WS-CON-EMAIL  PIC X(30).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-JANELA.
           PERFORM CARREGA-TABELA.
           PERFORM REGISTRA-SESSAO.
           PERFORM TRATA-OPCAO UNTIL WS-FIM-MANUT = 'S'.
           PERFORM CONFERE-SESSAO.
           IF WS-SESSAO-VIVA = 'S'
               PERFORM REGRAVA-ARQUIVO
               PERFORM LIBERA-SESSAO
               DISPLAY "FIM DA MANUTENCAO DE CONTATOS"
           ELSE
               DISPLAY "SESSAO DADA COMO ABANDONADA PELA GRADE "
                       "NOTURNA: ALTERACOES NAO GRAVADAS"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * ANTES DE CARREGAR O ARQUIVO, CONFERE SE A GRADE NOTURNA ESTA
      * COM A JANELA. COM A GRADE EM CURSO A TELA NAO ABRE: O QUE
      * FOSSE ALTERADO AQUI SERIA PERDIDO OU APAGARIA O QUE A GRADE
      * GRAVOU. PELO MESMO MOTIVO A TELA NAO ABRE COM O ANONIMCONT
      * REGRAVANDO O CONTATOS.DAT: A REGRAVACAO DA SAIDA TRARIA DE
      * VOLTA O CONTATO QUE ELE ELIMINOU.
      *
       VERIFICA-JANELA.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ NOT = '35'
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQBLQ" ST-BLQ
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CALCULA-AGORA
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM CONFERE-BLOQUEIO UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
           END-IF.
           IF WS-GRADE-ATIVA = 'S'
               DISPLAY "CONTATOS.DAT EM USO PELA GRADE NOTURNA, TENTE "
                       "DEPOIS DO FIM DA GRADE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ANONIM-ATIVO = 'S'
               DISPLAY "CONTATOS.DAT EM USO PELO ANONIMCONT, TENTE "
                       "DEPOIS DO FIM DO JOB"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONFERE-BLOQUEIO.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   IF BLOQUEIO-GRADEK
                       PERFORM CONFERE-BLOQUEIO-GRADE
                   ELSE
                       IF BLOQUEIO-SESSAOK AND NM-PROGK = "ANONIMCONT"
                               AND NM-ARQK = "CONTATOS.DAT"
                           PERFORM CONFERE-BLOQUEIO-ANONIM
                       END-IF
                   END-IF
           END-READ.
       CONFERE-BLOQUEIO-GRADE.
           COMPUTE WS-LIMITE-MIN = WS-HORAS-GRADE * 60.
           PERFORM CALCULA-IDADE-BLOQUEIO.
           IF WS-IDADE-MIN > WS-LIMITE-MIN
               DISPLAY "AVISO: BLOQUEIO ABANDONADO DA GRADE DESDE "
                       DT-BLOQK " " HR-BLOQK ", AVISE A OPERACAO"
           ELSE
               DISPLAY "GRADE NOTURNA EM ANDAMENTO DESDE "
                       DT-BLOQK " " HR-BLOQK
               MOVE 'S' TO WS-GRADE-ATIVA
           END-IF.
       CONFERE-BLOQUEIO-ANONIM.
           COMPUTE WS-LIMITE-MIN = WS-HORAS-SESSAO * 60.
           PERFORM CALCULA-IDADE-BLOQUEIO.
           IF WS-IDADE-MIN > WS-LIMITE-MIN
               DISPLAY "AVISO: BLOQUEIO ABANDONADO DO ANONIMCONT DESDE "
                       DT-BLOQK " " HR-BLOQK ", AVISE A OPERACAO"
           ELSE
               DISPLAY "ANONIMCONT EM ANDAMENTO DESDE "
                       DT-BLOQK " " HR-BLOQK
               MOVE 'S' TO WS-ANONIM-ATIVO
           END-IF.
      *
      * REGISTRA A SESSAO NO BLOQUEIO.DAT, CRIADO VAZIO NA PRIMEIRA
      * VEZ E ABERTO EM EXTENSAO.
      *
       REGISTRA-SESSAO.
           ACCEPT WS-DT-SESSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HR-SESSAO FROM TIME.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ = '35'
               OPEN OUTPUT ARQBLQ
           END-IF.
           IF ST-BLQ NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQBLQ" ST-BLQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ARQBLQ.
           OPEN EXTEND ARQBLQ.
           IF ST-BLQ NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQBLQ PARA EXTENSAO" ST-BLQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'S' TO TP-BLOQK.
           MOVE "DIGITACONT" TO NM-PROGK.
           MOVE "CONTATOS.DAT" TO NM-ARQK.
           MOVE WS-DT-SESSAO   TO DT-BLOQK.
           MOVE WS-HR-SESSAO   TO HR-BLOQK.
           WRITE REG-BLQ.
           CLOSE ARQBLQ.
           MOVE 'S' TO WS-SESSAO-VIVA.
      *
      * NA SAIDA, SEPARA OS BLOQUEIOS DOS OUTROS PROGRAMAS E CONFERE
      * SE O DA SESSAO CONTINUA LA. SE A GRADE O RETIROU POR
      * ABANDONO, ELA PODE TER GRAVADO O ARQUIVO DEPOIS DA CARGA E A
      * TELA NAO O REGRAVA.
      *
       CONFERE-SESSAO.
           MOVE 'N' TO WS-SESSAO-VIVA.
           MOVE 0 TO WS-QTD-BLQ.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ = '00'
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM SEPARA-BLOQUEIO UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
           END-IF.
       SEPARA-BLOQUEIO.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   IF BLOQUEIO-SESSAOK AND NM-PROGK = "DIGITACONT"
                           AND DT-BLOQK = WS-DT-SESSAO
                           AND HR-BLOQK = WS-HR-SESSAO
                       MOVE 'S' TO WS-SESSAO-VIVA
                   ELSE
                       IF WS-QTD-BLQ < 100
                           ADD 1 TO WS-QTD-BLQ
                           MOVE REG-BLQ TO WS-BLOQUEIO(WS-QTD-BLQ)
                       END-IF
                   END-IF
           END-READ.
      *
      * LIBERA A SESSAO: REGRAVA O BLOQUEIO.DAT SEM O REGISTRO DELA.
      *
       LIBERA-SESSAO.
           PERFORM CONFERE-SESSAO.
           IF WS-SESSAO-VIVA = 'S'
               OPEN OUTPUT ARQBLQ
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY "ERRO AO REGRAVAR O ARQBLQ" ST-BLQ
               ELSE
                   PERFORM GRAVA-BLOQUEIO-TABELA
                       VARYING WS-IDX-BLQ FROM 1 BY 1
                       UNTIL WS-IDX-BLQ > WS-QTD-BLQ
                   CLOSE ARQBLQ
               END-IF
           END-IF.
       GRAVA-BLOQUEIO-TABELA.
           MOVE WS-BLOQUEIO(WS-IDX-BLQ) TO REG-BLQ.
           WRITE REG-BLQ.
       CALCULA-AGORA.
           ACCEPT WS-DATA-CALC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CALC FROM TIME.
           PERFORM CALCULA-MINUTOS.
           MOVE WS-MINUTOS-CALC TO WS-MINUTOS-AGORA.
       CALCULA-IDADE-BLOQUEIO.
           MOVE DT-BLOQK TO WS-DATA-CALC.
           MOVE HR-BLOQK TO WS-HORA-CALC.
           PERFORM CALCULA-MINUTOS.
           COMPUTE WS-IDADE-MIN = WS-MINUTOS-AGORA - WS-MINUTOS-CALC.
       CALCULA-MINUTOS.
           MOVE WS-ANO-CALC TO WS-ANO-AJUS.
           MOVE WS-MES-CALC TO WS-MES-AJUS.
           IF WS-MES-AJUS < 3
               SUBTRACT 1 FROM WS-ANO-AJUS
               ADD 12 TO WS-MES-AJUS
           END-IF.
           COMPUTE WS-DIAS-CALC = 365 * WS-ANO-AJUS + WS-DIA-CALC.
           DIVIDE WS-ANO-AJUS BY 4 GIVING WS-QUOC-CALC.
           ADD WS-QUOC-CALC TO WS-DIAS-CALC.
           DIVIDE WS-ANO-AJUS BY 100 GIVING WS-QUOC-CALC.
           SUBTRACT WS-QUOC-CALC FROM WS-DIAS-CALC.
           DIVIDE WS-ANO-AJUS BY 400 GIVING WS-QUOC-CALC.
           ADD WS-QUOC-CALC TO WS-DIAS-CALC.
           COMPUTE WS-QUOC-CALC = 153 * (WS-MES-AJUS - 3) + 2.
           DIVIDE WS-QUOC-CALC BY 5 GIVING WS-QUOC-CALC.
           ADD WS-QUOC-CALC TO WS-DIAS-CALC.
           COMPUTE WS-MINUTOS-CALC = WS-DIAS-CALC * 1440
               + WS-HH-CALC * 60 + WS-MI-CALC.
      *
      * CARREGA A TABELA A PARTIR DO CONTATOS.DAT. SE O ARQUIVO AINDA
      * NAO EXISTIR, A MANUTENCAO COMECA COM A TABELA VAZIA E O
      * ARQUIVO E CRIADO NA REGRAVACAO DO ENCERRAMENTO.
