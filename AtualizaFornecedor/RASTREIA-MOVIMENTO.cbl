      ******************************************************************
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: ESTE PROGRAMA RESPONDE, NUMA SO TELA, A PERGUNTA
      * "ONDE ESTA O MEU MOVIMENTO?": PARA UM CODIGO DE FORNECEDOR
      * DIGITADO, VARRE TODOS OS ESTAGIOS POR ONDE UM MOVIMENTO PASSA
      * E MOSTRA CADA MOVIMENTO ENCONTRADO COM O SEU ESTADO E DATAS:
      * ESPERANDO NO LOTE (ATUALIZ.DAT), AGUARDANDO, APROVADO OU
      * RECUSADO NA APROVACAO (PENDAPRO.DAT, COM O SUPERVISOR E O
      * MOTIVO), ADIADO POR DATA EFETIVA (FUTUROS.DAT), SUSPENSO COM O
      * NUMERO DE REAPRESENTACOES (SUSPENSO.DAT), REJEITADO NO ULTIMO
      * CICLO (EXCEFORN.DAT), DESCARTADO EM DEFINITIVO (REJFINAL.DAT)
      * OU APLICADO NUM CICLO (AUDIFORN.DAT). CADA LINHA TRAZ TAMBEM A
      * ORIGEM, O OPERADOR E A DATA/HORA DA ENTRADA DO MOVIMENTO.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIAMOV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMOV ASSIGN TO "ATUALIZ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-MOV.
           SELECT ARQAPR ASSIGN TO "PENDAPRO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-APR.
           SELECT ARQFUT ASSIGN TO "FUTUROS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-FUT.
           SELECT ARQSUS ASSIGN TO "SUSPENSO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-SUS.
           SELECT ARQEXC ASSIGN TO "EXCEFORN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-EXC.
           SELECT ARQREJ ASSIGN TO "REJFINAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-REJ.
           SELECT ARQAUD ASSIGN TO "AUDIFORN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQMOV.
       01  REG-MOV.
           COPY REGFORN REPLACING ==:TAG:== BY ==M==.
           COPY REGMOV REPLACING ==:TAG:== BY ==M==.
      *
      * MESTRE LAYOUT DO REG-APR DO PROGRAMA APROVAMOV.
      *
       FD  ARQAPR.
       01  REG-APR.
           COPY REGFORN REPLACING ==:TAG:== BY ==P==.
           COPY REGMOV REPLACING ==:TAG:== BY ==P==.
           03 SG-APROVP     PIC X(01).
           03 CD-APROVP     PIC X(08).
           03 DS-MOTAPRP    PIC X(30).
       FD  ARQFUT.
       01  REG-FUT.
           COPY REGFORN REPLACING ==:TAG:== BY ==U==.
           COPY REGMOV REPLACING ==:TAG:== BY ==U==.
       FD  ARQSUS.
       01  REG-SUS.
           COPY REGFORN REPLACING ==:TAG:== BY ==S==.
           COPY REGMOV REPLACING ==:TAG:== BY ==S==.
      *
      * MESTRE LAYOUT DO REG-EXC DO PROGRAMA ATUALIZAFORN. AS LINHAS
      * DE RESUMO NO FIM DO ARQUIVO COMECAM POR TEXTO, E POR ISSO SAO
      * RECONHECIDAS PELO CODIGO NAO NUMERICO.
      *
       FD  ARQEXC.
       01  REG-EXC.
           03 CD-FORNE      PIC X(05).
           03 NM-FORNE      PIC X(15).
           03 SG-MOVE       PIC X(01).
           03 DS-MOTIVOE    PIC X(45).
           COPY REGORIG REPLACING ==:TAG:== BY ==E==.
      *
      * RELATORIO DO REAPRESMOV: A LINHA "DESCARTADO FORNECEDOR ..."
      * E SEGUIDA DA LINHA "    ORIGEM ..." DO MESMO MOVIMENTO.
      *
       FD  ARQREJ.
       01  REG-REJ          PIC X(80).
       01  REG-REJ-DESCARTE REDEFINES REG-REJ.
           03 DS-ROTULOJ    PIC X(22).
           03 CD-FORNJ      PIC X(05).
           03 FILLER        PIC X(11).
           03 SG-MOVJ       PIC X(01).
           03 FILLER        PIC X(06).
           03 NR-TENTJ      PIC X(02).
           03 FILLER        PIC X(33).
      *
      * MESTRE LAYOUT DO REG-AUD DO PROGRAMA ATUALIZAFORN.
      *
       FD  ARQAUD.
       01  REG-AUD.
           03 DT-AUDIT      PIC 9(08).
           03 CD-FORNA      PIC 9(05).
           03 SG-MOVA       PIC X(01).
           COPY REGFORN REPLACING ==:TAG:== BY ==V==.
           COPY REGFORN REPLACING ==:TAG:== BY ==W==.
           COPY REGORIG REPLACING ==:TAG:== BY ==A==.
       WORKING-STORAGE SECTION.
       01  ST-MOV           PIC X(02).
       01  ST-APR           PIC X(02).
       01  ST-FUT           PIC X(02).
       01  ST-SUS           PIC X(02).
       01  ST-EXC           PIC X(02).
       01  ST-REJ           PIC X(02).
       01  ST-AUD           PIC X(02).
       01  WS-FIM-CONSULTA  PIC X(01) VALUE 'N'.
       01  WS-FIM-ARQ       PIC X(01).
       01  WS-CODIGO-VALIDO PIC X(01) VALUE 'N'.
       01  WS-CODIGO-DIGIT  PIC X(05).
       01  WS-COD-BUSCA     PIC 9(05).
       01  WS-COD-BUSCA-X REDEFINES WS-COD-BUSCA PIC X(05).
       01  WS-QTD-ACHADOS   PIC 9(05).
       01  WS-QTD-ACHADOS-ED PIC ZZZZ9.
       01  WS-LINHA         PIC X(80).
      *
      * CAMPOS COMUNS DA LINHA DE UM MOVIMENTO: ESTAGIO, TIPO, ESTADO,
      * SUCESSOR DA FUSAO E A ORIGEM, PREENCHIDOS POR CADA ESTAGIO
      * ANTES DE CHAMAR O MOSTRA-MOVIMENTO.
      *
       01  WS-ESTAGIO       PIC X(10).
       01  WS-SG-MOV        PIC X(01).
       01  WS-ESTADO        PIC X(62).
       01  WS-SUCESSOR      PIC 9(05).
       01  WS-ORIGEM-TRAB.
           COPY REGORIG REPLACING ==:TAG:== BY ==Q==.
      *
      * DATAS NO FORMATO DD/MM/AAAA, COMO NO LISTAHIST.
      *
       01  WS-DATA-TRAB.
           03 WS-ANO-TRAB   PIC 9(04).
           03 WS-MES-TRAB   PIC 9(02).
           03 WS-DIA-TRAB   PIC 9(02).
       01  WS-DATA-FMT      PIC X(10).
       01  WS-HORA-TRAB.
           03 WS-HH-TRAB    PIC 9(02).
           03 WS-MI-TRAB    PIC 9(02).
           03 WS-SS-TRAB    PIC 9(02).
       01  WS-ENTRADA-FMT   PIC X(19).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM RASTREIA-FORNECEDOR UNTIL WS-FIM-CONSULTA = 'S'.
           DISPLAY "FIM DO RASTREAMENTO DE MOVIMENTOS".
           STOP RUN.
       RASTREIA-FORNECEDOR.
           MOVE 'N' TO WS-CODIGO-VALIDO.
           PERFORM ACEITA-CODIGO UNTIL WS-CODIGO-VALIDO = 'S'.
           IF WS-FIM-CONSULTA NOT = 'S'
               PERFORM RASTREIA-ESTAGIOS
           END-IF.
       ACEITA-CODIGO.
           DISPLAY "CODIGO DO FORNECEDOR (5 DIGITOS, F=FIM): " WITH
                   NO ADVANCING.
           ACCEPT WS-CODIGO-DIGIT.
           IF WS-CODIGO-DIGIT = 'F    '
               MOVE 'S' TO WS-FIM-CONSULTA
               MOVE 'S' TO WS-CODIGO-VALIDO
           ELSE
               IF WS-CODIGO-DIGIT IS NUMERIC
                   MOVE WS-CODIGO-DIGIT TO WS-COD-BUSCA
                   MOVE 'S' TO WS-CODIGO-VALIDO
               ELSE
                   DISPLAY "CODIGO INVALIDO, DIGITE 5 DIGITOS NUMERICOS"
               END-IF
           END-IF.
      *
      * OS ESTAGIOS SAO VARRIDOS NA ORDEM DO FLUXO: LOTE, APROVACAO,
      * ADIADOS, SUSPENSOS, REJEITADOS NO ULTIMO CICLO, DESCARTADOS E
      * APLICADOS. ARQUIVO QUE AINDA NAO EXISTE (NENHUM MOVIMENTO
      * PASSOU POR AQUELE ESTAGIO) SIMPLESMENTE NAO TEM O QUE MOSTRAR.
      *
       RASTREIA-ESTAGIOS.
           MOVE 0 TO WS-QTD-ACHADOS.
           DISPLAY "MOVIMENTOS DO FORNECEDOR " WS-COD-BUSCA.
           DISPLAY "==========================================="
                   "=====================================".
           DISPLAY "ESTAGIO    MOV ESTADO".
           PERFORM RASTREIA-LOTE.
           PERFORM RASTREIA-APROVACAO.
           PERFORM RASTREIA-ADIADOS.
           PERFORM RASTREIA-SUSPENSOS.
           PERFORM RASTREIA-EXCECOES.
           PERFORM RASTREIA-DESCARTES.
           PERFORM RASTREIA-APLICADOS.
           DISPLAY "-------------------------------------------"
                   "-------------------------------------".
           IF WS-QTD-ACHADOS = 0
               DISPLAY "NENHUM MOVIMENTO ENCONTRADO PARA O CODIGO "
                       WS-COD-BUSCA
           ELSE
               MOVE WS-QTD-ACHADOS TO WS-QTD-ACHADOS-ED
               DISPLAY "TOTAL DE MOVIMENTOS ENCONTRADOS: "
                       WS-QTD-ACHADOS-ED
           END-IF.
      *
      * LOTE DO PROXIMO CICLO (ATUALIZ.DAT).
      *
       RASTREIA-LOTE.
           OPEN INPUT ARQMOV.
           IF ST-MOV NOT = '35'
               IF ST-MOV NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQMOV" ST-MOV
               ELSE
                   MOVE 'N' TO WS-FIM-ARQ
                   PERFORM LER-REG-MOV
                   PERFORM VERIFICA-REG-MOV UNTIL WS-FIM-ARQ = 'S'
                   CLOSE ARQMOV
               END-IF
           END-IF.
       LER-REG-MOV.
           READ ARQMOV AT END MOVE 'S' TO WS-FIM-ARQ.
       VERIFICA-REG-MOV.
           IF CD-FORNM = WS-COD-BUSCA
               MOVE "LOTE"      TO WS-ESTAGIO
               MOVE SG-MOVIM    TO WS-SG-MOV
               MOVE CD-SUCESM   TO WS-SUCESSOR
               MOVE ID-ORIGEM   TO ID-ORIGEQ
               MOVE SPACES TO WS-ESTADO
               IF DT-EFETIVM > 0
                   MOVE DT-EFETIVM TO WS-DATA-TRAB
                   PERFORM FORMATA-DATA
                   STRING "AGUARDANDO O CICLO, DATA EFETIVA "
                       WS-DATA-FMT DELIMITED BY SIZE INTO WS-ESTADO
               ELSE
                   MOVE "AGUARDANDO O PROXIMO CICLO" TO WS-ESTADO
               END-IF
               PERFORM MOSTRA-MOVIMENTO
           END-IF.
           PERFORM LER-REG-MOV.
      *
      * APROVACAO (PENDAPRO.DAT): 'P' AGUARDA O SUPERVISOR, 'A' FOI
      * APROVADO E VOLTA AO LOTE NA PROXIMA REAPRESENTACAO, 'R' FOI
      * RECUSADO E SAI NO PROXIMO CICLO PARA O EXCEFORN.DAT.
      *
       RASTREIA-APROVACAO.
           OPEN INPUT ARQAPR.
           IF ST-APR NOT = '35'
               IF ST-APR NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQAPR" ST-APR
               ELSE
                   MOVE 'N' TO WS-FIM-ARQ
                   PERFORM LER-REG-APR
                   PERFORM VERIFICA-REG-APR UNTIL WS-FIM-ARQ = 'S'
                   CLOSE ARQAPR
               END-IF
           END-IF.
       LER-REG-APR.
           READ ARQAPR AT END MOVE 'S' TO WS-FIM-ARQ.
       VERIFICA-REG-APR.
           IF CD-FORNP = WS-COD-BUSCA
               MOVE "APROVACAO" TO WS-ESTAGIO
               MOVE SG-MOVIP    TO WS-SG-MOV
               MOVE CD-SUCESP   TO WS-SUCESSOR
               MOVE ID-ORIGEP   TO ID-ORIGEQ
               MOVE SPACES TO WS-ESTADO
               IF SG-APROVP = 'A'
                   STRING "APROVADO POR " CD-APROVP
                       ", VOLTA AO LOTE NA REAPRESENTACAO"
                       DELIMITED BY SIZE INTO WS-ESTADO
               ELSE
                   IF SG-APROVP = 'R'
                       STRING "RECUSADO POR " CD-APROVP ": "
                           DS-MOTAPRP
                           DELIMITED BY SIZE INTO WS-ESTADO
                   ELSE
                       MOVE "AGUARDANDO APROVACAO DO SUPERVISOR" TO
                           WS-ESTADO
                   END-IF
               END-IF
               PERFORM MOSTRA-MOVIMENTO
           END-IF.
           PERFORM LER-REG-APR.
      *
      * ADIADOS POR DATA EFETIVA (FUTUROS.DAT).
      *
       RASTREIA-ADIADOS.
           OPEN INPUT ARQFUT.
           IF ST-FUT NOT = '35'
               IF ST-FUT NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQFUT" ST-FUT
               ELSE
                   MOVE 'N' TO WS-FIM-ARQ
                   PERFORM LER-REG-FUT
                   PERFORM VERIFICA-REG-FUT UNTIL WS-FIM-ARQ = 'S'
                   CLOSE ARQFUT
               END-IF
           END-IF.
       LER-REG-FUT.
           READ ARQFUT AT END MOVE 'S' TO WS-FIM-ARQ.
       VERIFICA-REG-FUT.
           IF CD-FORNU = WS-COD-BUSCA
               MOVE "ADIADO"    TO WS-ESTAGIO
               MOVE SG-MOVIU    TO WS-SG-MOV
               MOVE CD-SUCESU   TO WS-SUCESSOR
               MOVE ID-ORIGEU   TO ID-ORIGEQ
               MOVE DT-EFETIVU  TO WS-DATA-TRAB
               PERFORM FORMATA-DATA
               MOVE SPACES TO WS-ESTADO
               STRING "ADIADO ATE A DATA EFETIVA " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-ESTADO
               PERFORM MOSTRA-MOVIMENTO
           END-IF.
           PERFORM LER-REG-FUT.
      *
      * SUSPENSOS (SUSPENSO.DAT), COM O NUMERO DE REAPRESENTACOES JA
      * FEITAS PELO REAPRESMOV.
      *
       RASTREIA-SUSPENSOS.
           OPEN INPUT ARQSUS.
           IF ST-SUS NOT = '35'
               IF ST-SUS NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQSUS" ST-SUS
               ELSE
                   MOVE 'N' TO WS-FIM-ARQ
                   PERFORM LER-REG-SUS
                   PERFORM VERIFICA-REG-SUS UNTIL WS-FIM-ARQ = 'S'
                   CLOSE ARQSUS
               END-IF
           END-IF.
       LER-REG-SUS.
           READ ARQSUS AT END MOVE 'S' TO WS-FIM-ARQ.
       VERIFICA-REG-SUS.
           IF CD-FORNS = WS-COD-BUSCA
               MOVE "SUSPENSO"  TO WS-ESTAGIO
               MOVE SG-MOVIS    TO WS-SG-MOV
               MOVE CD-SUCESS   TO WS-SUCESSOR
               MOVE ID-ORIGES   TO ID-ORIGEQ
               MOVE SPACES TO WS-ESTADO
               STRING "SUSPENSO, REAPRESENTACOES JA FEITAS: " NR-TENTS
                   DELIMITED BY SIZE INTO WS-ESTADO
               PERFORM MOSTRA-MOVIMENTO
           END-IF.
           PERFORM LER-REG-SUS.
      *
      * REJEITADOS E RECUSADOS NO ULTIMO CICLO (EXCEFORN.DAT, REFEITO
      * A CADA EXECUCAO DO ATUALIZAFORN). O REJEITADO TAMBEM APARECE
      * EM SUSPENSOS, DE ONDE SERA REAPRESENTADO.
      *
       RASTREIA-EXCECOES.
           OPEN INPUT ARQEXC.
           IF ST-EXC NOT = '35'
               IF ST-EXC NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQEXC" ST-EXC
               ELSE
                   MOVE 'N' TO WS-FIM-ARQ
                   PERFORM LER-REG-EXC
                   PERFORM VERIFICA-REG-EXC UNTIL WS-FIM-ARQ = 'S'
                   CLOSE ARQEXC
               END-IF
           END-IF.
       LER-REG-EXC.
           READ ARQEXC AT END MOVE 'S' TO WS-FIM-ARQ.
       VERIFICA-REG-EXC.
           IF CD-FORNE IS NUMERIC AND CD-FORNE = WS-COD-BUSCA-X
               MOVE "EXCECAO"   TO WS-ESTAGIO
               MOVE SG-MOVE     TO WS-SG-MOV
               MOVE 0           TO WS-SUCESSOR
               MOVE ID-ORIGEE   TO ID-ORIGEQ
               MOVE SPACES TO WS-ESTADO
               STRING "ULTIMO CICLO: " DS-MOTIVOE
                   DELIMITED BY SIZE INTO WS-ESTADO
               PERFORM MOSTRA-MOVIMENTO
           END-IF.
           PERFORM LER-REG-EXC.
      *
      * DESCARTADOS EM DEFINITIVO NA ULTIMA REAPRESENTACAO
      * (REJFINAL.DAT). A LINHA SEGUINTE AO DESCARTE JA TRAZ A ORIGEM
      * NO FORMATO DO REAPRESMOV E E MOSTRADA COMO ESTA.
      *
       RASTREIA-DESCARTES.
           OPEN INPUT ARQREJ.
           IF ST-REJ NOT = '35'
               IF ST-REJ NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQREJ" ST-REJ
               ELSE
                   MOVE 'N' TO WS-FIM-ARQ
                   PERFORM LER-REG-REJ
                   PERFORM VERIFICA-REG-REJ UNTIL WS-FIM-ARQ = 'S'
                   CLOSE ARQREJ
               END-IF
           END-IF.
       LER-REG-REJ.
           READ ARQREJ AT END MOVE 'S' TO WS-FIM-ARQ.
       VERIFICA-REG-REJ.
           IF DS-ROTULOJ = "DESCARTADO FORNECEDOR " AND
              CD-FORNJ = WS-COD-BUSCA-X
               ADD 1 TO WS-QTD-ACHADOS
               MOVE SPACES TO WS-LINHA
               STRING "DESCARTE   " SG-MOVJ "   DESCARTADO APOS "
                   NR-TENTJ " REAPRESENTACOES (REJFINAL.DAT)"
                   DELIMITED BY SIZE INTO WS-LINHA
               DISPLAY WS-LINHA
               PERFORM LER-REG-REJ
               IF WS-FIM-ARQ NOT = 'S' AND
                  REG-REJ(1:11) = "    ORIGEM "
                   DISPLAY REG-REJ
                   PERFORM LER-REG-REJ
               END-IF
           ELSE
               PERFORM LER-REG-REJ
           END-IF.
      *
      * APLICADOS (AUDIFORN.DAT), COM A DATA DO CICLO. A FUSAO MOSTRA
      * O SUCESSOR QUE FICOU NA IMAGEM POSTERIOR. GERACOES MAIS
      * ANTIGAS, JA ROLADAS PELO ARQUIVAHIST, SAO CONSULTADAS PELO
      * LISTAHIST.
      *
       RASTREIA-APLICADOS.
           OPEN INPUT ARQAUD.
           IF ST-AUD NOT = '35'
               IF ST-AUD NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQAUD" ST-AUD
               ELSE
                   MOVE 'N' TO WS-FIM-ARQ
                   PERFORM LER-REG-AUD
                   PERFORM VERIFICA-REG-AUD UNTIL WS-FIM-ARQ = 'S'
                   CLOSE ARQAUD
               END-IF
           END-IF.
       LER-REG-AUD.
           READ ARQAUD AT END MOVE 'S' TO WS-FIM-ARQ.
       VERIFICA-REG-AUD.
           IF CD-FORNA = WS-COD-BUSCA
               MOVE "APLICADO"  TO WS-ESTAGIO
               MOVE SG-MOVA     TO WS-SG-MOV
               IF SG-MOVA = 'F'
                   MOVE CD-FORNW TO WS-SUCESSOR
               ELSE
                   MOVE 0 TO WS-SUCESSOR
               END-IF
               MOVE ID-ORIGEA   TO ID-ORIGEQ
               MOVE DT-AUDIT    TO WS-DATA-TRAB
               PERFORM FORMATA-DATA
               MOVE SPACES TO WS-ESTADO
               IF CD-SUPERA NOT = SPACES
                   STRING "APLICADO NO CICLO DE " WS-DATA-FMT
                       ", APROVADO POR " CD-SUPERA
                       DELIMITED BY SIZE INTO WS-ESTADO
               ELSE
                   STRING "APLICADO NO CICLO DE " WS-DATA-FMT
                       DELIMITED BY SIZE INTO WS-ESTADO
               END-IF
               PERFORM MOSTRA-MOVIMENTO
           END-IF.
           PERFORM LER-REG-AUD.
      *
      * UMA LINHA COM ESTAGIO, TIPO E ESTADO; A FUSAO GANHA UMA LINHA
      * COM O SUCESSOR; POR ULTIMO A ORIGEM, NO MESMO FORMATO DA
      * LINHA DE ORIGEM DO REJFINAL.DAT.
      *
       MOSTRA-MOVIMENTO.
           ADD 1 TO WS-QTD-ACHADOS.
           MOVE SPACES TO WS-LINHA.
           STRING WS-ESTAGIO " " WS-SG-MOV "   " WS-ESTADO
               DELIMITED BY SIZE INTO WS-LINHA.
           DISPLAY WS-LINHA.
           IF WS-SG-MOV = 'F' AND WS-SUCESSOR > 0
               DISPLAY "    FUSAO NO SUCESSOR " WS-SUCESSOR
           END-IF.
           PERFORM MOSTRA-ORIGEM.
      *
      * MOVIMENTOS GRAVADOS ANTES DA IDENTIFICACAO DA ORIGEM TEM A
      * ORIGEM EM BRANCO E SAEM COMO NAO IDENTIFICADA, COMO NO
      * LISTAHIST.
      *
       MOSTRA-ORIGEM.
           IF NM-ORIGEQ = SPACES
               DISPLAY "    ORIGEM NAO IDENTIFICADA"
           ELSE
               MOVE SPACES TO WS-ENTRADA-FMT
               IF DT-ENTRAQ NUMERIC AND DT-ENTRAQ > 0
                   MOVE DT-ENTRAQ TO WS-DATA-TRAB
                   MOVE HR-ENTRAQ TO WS-HORA-TRAB
                   STRING WS-DIA-TRAB "/" WS-MES-TRAB "/" WS-ANO-TRAB
                       " " WS-HH-TRAB ":" WS-MI-TRAB ":" WS-SS-TRAB
                       DELIMITED BY SIZE INTO WS-ENTRADA-FMT
               END-IF
               MOVE SPACES TO WS-LINHA
               STRING "    ORIGEM " NM-ORIGEQ " OPER " CD-OPERAQ
                   " EM " WS-ENTRADA-FMT " " DS-REFORQ
                   DELIMITED BY SIZE INTO WS-LINHA
               DISPLAY WS-LINHA
           END-IF.
       FORMATA-DATA.
           MOVE SPACES TO WS-DATA-FMT.
           STRING WS-DIA-TRAB "/" WS-MES-TRAB "/" WS-ANO-TRAB
               DELIMITED BY SIZE INTO WS-DATA-FMT.
