      * Author: VICTOR MONTEIRO ARNONI
      * Date: 03/09/2026
      * Purpose: ESTE PROGRAMA E A MESA DE APROVACAO DOS MOVIMENTOS
      * SENSIVEIS (EXCLUSAO 'E', REINTEGRACAO 'R', FUSAO 'F' E
      * ALTERACAO QUE BLOQUEIA O FORNECEDOR), QUE O DIGITAMOV, O
      * IMPORTAMOV E O GERAMOV DEPOSITAM EM PENDAPRO.DAT EM VEZ DE
      * GRAVAR DIRETO NO ATUALIZ.DAT. O SUPERVISOR REVE CADA
      * PENDENCIA E APROVA OU RECUSA, IDENTIFICANDO-SE E REGISTRANDO O
      * MOTIVO; O REAPRESMOV LEVA OS APROVADOS PARA O LOTE DO PROXIMO
      * CICLO E O ATUALIZAFORN RELATA OS RECUSADOS NO EXCEFORN.DAT,
      * FECHANDO A TRILHA DE AUDITORIA. O ARQUIVO E CARREGADO EM
      * MEMORIA E REGRAVADO POR INTEIRO NO ENCERRAMENTO, COMO NO
      * DIGITACID.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-09-03 VMA  TABELA DE PENDENCIAS ELEVADA DE 999 PARA 9999
      *                 ENTRADAS, ACOMPANHANDO OS BLOQUEIOS EM MASSA
      *                 DO GERAMOV.
      * 2026-10-15 VMA  MOVIMENTO DE FUSAO 'F' NA FILA: A REVISAO
      *                 MOSTRA O CODIGO SUCESSOR E A ORIGEM DO MOVIMENTO
      *                 (PROGRAMA, REFERENCIA, OPERADOR E DATA/HORA DA
      *                 ENTRADA) E A DECISAO GRAVA O SUPERVISOR TAMBEM
      *                 NA IDENTIFICACAO DO PROPRIO MOVIMENTO
      *                 (CD-SUPERP), QUE SEGUE COM ELE ATE O AUDIFORN.
      *                 REGISTRO DO MOVIMENTO ALARGADO PARA 149
      *                 POSICOES.
      * 2026-10-15 VMA  JANELA DA GRADE NO BLOQUEIO.DAT: A TELA NAO
      *                 ABRE COM A GRADE NOTURNA EM CURSO, REGISTRA A
      *                 SESSAO ENQUANTO TEM O PENDAPRO.DAT EM MEMORIA
      *                 E NAO O REGRAVA SE A GRADE A DEU COMO
      *                 ABANDONADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVAMOV.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-APR.
      *
      * CONTROLE DA JANELA DA GRADE NOTURNA: A SESSAO SO COMECA FORA
      * DA JANELA E FICA REGISTRADA ENQUANTO TIVER O PENDAPRO.DAT EM
      * MEMORIA.
      *
           SELECT ARQBLQ ASSIGN TO "BLOQUEIO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BLQ.
       DATA DIVISION.
       FILE SECTION.
      *
      * REGISTRO PENDENTE: O MOVIMENTO COMPLETO (LAYOUT DO ATUALIZ)
      * SEGUIDO DO ESTADO DA APROVACAO ('P' PENDENTE, 'A' APROVADO,
      * 'R' RECUSADO), DO IDENTIFICADOR DO SUPERVISOR E DO MOTIVO.
      * O MOVIMENTO JA TRAZ A PROPRIA ORIGEM (ID-ORIGEP, DO REGMOV).
      *
       FD  ARQAPR.
       01  REG-APR.
           03 SG-APROVP     PIC X(01).
           03 CD-APROVP     PIC X(08).
           03 DS-MOTAPRP    PIC X(30).
       FD  ARQBLQ.
       01  REG-BLQ.
           COPY REGBLOQ REPLACING ==:TAG:== BY ==K==.
       WORKING-STORAGE SECTION.
       01  ST-APR           PIC X(02).
       01  WS-FIM-APR       PIC X(01) VALUE 'N'.
       01  WS-IDX-PEND      PIC 9(05).
       01  WS-TAB-PEND.
           03 WS-PEND OCCURS 9999 TIMES.
               05 WS-PEND-REG    PIC X(149).
               05 WS-PEND-REG-R REDEFINES WS-PEND-REG.
                   07 WS-PEND-COD    PIC 9(05).
                   07 WS-PEND-NOME   PIC X(15).
                   07 WS-PEND-MOVIM  PIC X(01).
                   07 WS-PEND-DTEF   PIC 9(08).
                   07 WS-PEND-TENT   PIC 9(02).
                   07 WS-PEND-SUCES  PIC 9(05).
                   07 WS-PEND-ORIGEM PIC X(10).
                   07 WS-PEND-REFER  PIC X(20).
                   07 WS-PEND-OPERA  PIC X(08).
                   07 WS-PEND-DTENT  PIC 9(08).
                   07 WS-PEND-HRENT  PIC 9(06).
                   07 WS-PEND-SUPER  PIC X(08).
               05 WS-PEND-APROV  PIC X(01).
               05 WS-PEND-ID     PIC X(08).
               05 WS-PEND-MOTIVO PIC X(30).
      *
      * JANELA DA GRADE (BLOQUEIO.DAT). UM BLOQUEIO DA GRADE COM MAIS
      * DE WS-HORAS-GRADE HORAS E DE UMA GRADE QUE CAIU SEM LIBERAR:
      * E AVISADO E NAO IMPEDE A SESSAO. A SESSAO E IDENTIFICADA NO
      * ARQUIVO PELO PROGRAMA E PELA DATA/HORA EM QUE FOI REGISTRADA.
      *
       01  ST-BLQ           PIC X(02).
       01  WS-FIM-BLQ       PIC X(01).
       01  WS-HORAS-GRADE   PIC 9(03) VALUE 6.
       01  WS-GRADE-ATIVA   PIC X(01) VALUE 'N'.
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
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-JANELA.
           PERFORM CARREGA-TABELA.
           PERFORM REGISTRA-SESSAO.
           PERFORM REVE-PENDENCIAS.
           PERFORM CONFERE-SESSAO.
           IF WS-SESSAO-VIVA = 'N'
               DISPLAY "SESSAO DADA COMO ABANDONADA PELA GRADE "
                       "NOTURNA: DECISOES NAO GRAVADAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REGRAVA-ARQUIVO.
           PERFORM LIBERA-SESSAO.
           DISPLAY "FIM DA REVISAO: " WS-CT-APROVADOS " APROVADOS, "
                   WS-CT-RECUSADOS " RECUSADOS, " WS-CT-PENDENTES
                   " AINDA PENDENTES".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      *
      * ANTES DE CARREGAR O ARQUIVO, CONFERE SE A GRADE NOTURNA ESTA
      * COM A JANELA. COM A GRADE EM CURSO A TELA NAO ABRE: O QUE
      * FOSSE ALTERADO AQUI SERIA PERDIDO OU APAGARIA O QUE A GRADE
      * GRAVOU.
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
               COMPUTE WS-LIMITE-MIN = WS-HORAS-GRADE * 60
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM CONFERE-BLOQUEIO-GRADE UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
           END-IF.
           IF WS-GRADE-ATIVA = 'S'
               DISPLAY "PENDAPRO.DAT EM USO PELA GRADE NOTURNA, TENTE "
                       "DEPOIS DO FIM DA GRADE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONFERE-BLOQUEIO-GRADE.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   IF BLOQUEIO-GRADEK
                       PERFORM CALCULA-IDADE-BLOQUEIO
                       IF WS-IDADE-MIN > WS-LIMITE-MIN
                           DISPLAY "AVISO: BLOQUEIO ABANDONADO DA "
                                   "GRADE DESDE " DT-BLOQK " "
                                   HR-BLOQK ", AVISE A OPERACAO"
                       ELSE
                           DISPLAY "GRADE NOTURNA EM ANDAMENTO DESDE "
                                   DT-BLOQK " " HR-BLOQK
                           MOVE 'S' TO WS-GRADE-ATIVA
                       END-IF
                   END-IF
           END-READ.
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
           MOVE "APROVAMOV" TO NM-PROGK.
           MOVE "PENDAPRO.DAT" TO NM-ARQK.
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
                   IF BLOQUEIO-SESSAOK AND NM-PROGK = "APROVAMOV"
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
       CARREGA-TABELA.
           OPEN INPUT ARQAPR.
           IF ST-APR = '35'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-PEND
                   MOVE REG-APR(1:149) TO WS-PEND-REG(WS-QTD-PEND)
                   MOVE SG-APROVP  TO WS-PEND-APROV(WS-QTD-PEND)
                   MOVE CD-APROVP  TO WS-PEND-ID(WS-QTD-PEND)
                   MOVE DS-MOTAPRP TO WS-PEND-MOTIVO(WS-QTD-PEND)
           DISPLAY "SITUACAO..: " WS-PEND-SITUAC(WS-IDX-PEND)
                   "  CATEGORIA " WS-PEND-CATEG(WS-IDX-PEND).
           DISPLAY "DT EFETIVA: " WS-PEND-DTEF(WS-IDX-PEND).
           DISPLAY "ORIGEM....: " WS-PEND-ORIGEM(WS-IDX-PEND)
                   " " WS-PEND-REFER(WS-IDX-PEND).
           DISPLAY "OPERADOR..: " WS-PEND-OPERA(WS-IDX-PEND)
                   "  ENTRADA EM " WS-PEND-DTENT(WS-IDX-PEND)
                   " " WS-PEND-HRENT(WS-IDX-PEND).
           IF WS-PEND-MOVIM(WS-IDX-PEND) = 'F'
               DISPLAY "FUSAO.....: CODIGO " WS-PEND-COD(WS-IDX-PEND)
                       " ABSORVIDO PELO SUCESSOR "
                       WS-PEND-SUCES(WS-IDX-PEND)
           END-IF.
       DECIDE-PENDENCIA.
           DISPLAY "DECISAO (A=APROVA R=RECUSA P=PULA F=FIM): " WITH
                   NO ADVANCING.
               PERFORM PEDE-IDENTIFICACAO
               MOVE 'A' TO WS-PEND-APROV(WS-IDX-PEND)
               MOVE WS-ID-SUPERV TO WS-PEND-ID(WS-IDX-PEND)
               MOVE WS-ID-SUPERV TO WS-PEND-SUPER(WS-IDX-PEND)
               MOVE WS-MOTIVO TO WS-PEND-MOTIVO(WS-IDX-PEND)
               ADD 1 TO WS-CT-APROVADOS
           ELSE
                   PERFORM PEDE-IDENTIFICACAO
                   MOVE 'R' TO WS-PEND-APROV(WS-IDX-PEND)
                   MOVE WS-ID-SUPERV TO WS-PEND-ID(WS-IDX-PEND)
                   MOVE WS-ID-SUPERV TO WS-PEND-SUPER(WS-IDX-PEND)
                   MOVE WS-MOTIVO TO WS-PEND-MOTIVO(WS-IDX-PEND)
                   ADD 1 TO WS-CT-RECUSADOS
               ELSE
               UNTIL WS-IDX-PEND > WS-QTD-PEND.
           CLOSE ARQAPR.
       GRAVA-PENDENCIA-TABELA.
           MOVE WS-PEND-REG(WS-IDX-PEND) TO REG-APR(1:149).
           MOVE WS-PEND-APROV(WS-IDX-PEND)  TO SG-APROVP.
           MOVE WS-PEND-ID(WS-IDX-PEND)     TO CD-APROVP.
           MOVE WS-PEND-MOTIVO(WS-IDX-PEND) TO DS-MOTAPRP.
