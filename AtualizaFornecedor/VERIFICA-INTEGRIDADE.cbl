      ******************************************************************
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: ESTE PROGRAMA RODA NA GRADE DA NOITE LOGO DEPOIS DO
      * BALANFORN E CONFERE A INTEGRIDADE REFERENCIAL DOS ARQUIVOS QUE
      * CRESCERAM EM VOLTA DO MESTRE. O BALANFORN PROVA A ARITMETICA
      * DE UM CICLO, MAS NADA PEGAVA A DERIVA LENTA ENTRE OS ARQUIVOS:
      *   - TODO REGISTRO DO FORNECE.DAT PRESENTE E IDENTICO NO
      *     ESPELHO INDEXADO FORNIDX.DAT, SEM SOBRA NO ESPELHO;
      *   - CONTATOS DO CONTATOS.DAT SEM FORNECEDOR VIVO;
      *   - CODIGOS VIVOS NO MESTRE E PRESENTES NO EXCLUIDO.DAT SEM
      *     REINTEGRACAO POSTERIOR NO AUDIFORN.DAT;
      *   - MOVIMENTOS DO PENDAPRO.DAT OU DO FUTUROS.DAT PARA CODIGOS
      *     QUE NAO EXISTEM EM LUGAR NENHUM (NEM NO MESTRE, NEM NOS
      *     EXCLUIDOS VIVOS OU ROLADOS, NEM EM INCLUSAO PENDENTE);
      *   - CNPJS NORMALIZADOS REPETIDOS ENTRE FORNECEDORES VIVOS.
      * CADA INCONSISTENCIA VIRA UMA LINHA DO RELATORIO DE CONTROLE
      * (INTEGREL.DAT). O RETURN-CODE E 0 COM OS ARQUIVOS
      * CONSISTENTES, 4 COM INCONSISTENCIAS, 12 EM ERRO DE ABERTURA E
      * 16 COM TABELA INTERNA CHEIA. NENHUM ARQUIVO E ALTERADO: A
      * CORRECAO FICA A CARGO DE QUEM REVISA O RELATORIO DE MANHA.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  PROGRAMA CRIADO.
      * 2026-10-15 VMA  REGISTRO DE EXCLUIDOS COM O CODIGO SUCESSOR
      *                 DA FUSAO.
      * 2026-10-15 VMA  REGISTROS DE AUDITORIA E DE EXCLUIDOS COM A
      *                 IDENTIFICACAO DA ORIGEM DO MOVIMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGFORN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFORN ASSIGN TO "FORNECE.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-FRN.
      *
      * O ESPELHO INDEXADO E LIDO EM ORDEM DE CHAVE, PARA SER CASADO
      * COM O MESTRE SEQUENCIAL, QUE TAMBEM ESTA EM ORDEM DE CODIGO.
      *
           SELECT ARQIDX ASSIGN TO "FORNIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CD-FORNI
           ALTERNATE RECORD KEY IS NR-CGCI WITH DUPLICATES
           FILE STATUS IS ST-IDX.
           SELECT ARQCON ASSIGN TO "CONTATOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CON.
           SELECT ARQAUD ASSIGN TO "AUDIFORN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.
           SELECT ARQARC ASSIGN TO "EXCLUIDO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ARC.
      *
      * GERACOES DE EXCLUIDOS ROLADAS PELO ARQUIVAHIST, ALCANCADAS
      * PELO CATALOGO HISTCTL.DAT (TIPO 'E'): UM CODIGO EXCLUIDO ANTES
      * DO CORTE AINDA EXISTE PARA FINS DE REINTEGRACAO.
      *
           SELECT ARQHCT ASSIGN TO "HISTCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-HCT.
           SELECT ARQARCGEN ASSIGN TO DYNAMIC WS-NOME-ARCGEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ARZ.
           SELECT ARQAPR ASSIGN TO "PENDAPRO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-APR.
           SELECT ARQFUT ASSIGN TO "FUTUROS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-FUT.
           SELECT ARQREL ASSIGN TO "INTEGREL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-REL.
      *
      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CNPJ NORMALIZADO,
      * QUE DEIXA OS REPETIDOS ADJACENTES.
      *
           SELECT ARQSRT ASSIGN TO "INTEGSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFORN.
       01  REG-FORN.
           COPY REGFORN REPLACING ==:TAG:== BY ==F==.
       FD  ARQIDX.
       01  REG-IDX.
           COPY REGFORN REPLACING ==:TAG:== BY ==I==.
       FD  ARQCON.
       01  REG-CON.
           COPY REGCONT REPLACING ==:TAG:== BY ==C==.
       FD  ARQAUD.
       01  REG-AUD.
           03 DT-AUDIT      PIC 9(08).
           03 CD-FORNA      PIC 9(05).
           03 SG-MOVA       PIC X(01).
           COPY REGFORN REPLACING ==:TAG:== BY ==V==.
           COPY REGFORN REPLACING ==:TAG:== BY ==W==.
           COPY REGORIG REPLACING ==:TAG:== BY ==A==.
       FD  ARQARC.
       01  REG-ARC.
           03 DT-EXCLX      PIC 9(08).
           COPY REGFORN REPLACING ==:TAG:== BY ==X==.
           03 CD-SUCESX     PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==X==.
       FD  ARQHCT.
       01  REG-HCT.
           03 TP-HISTCTL    PIC X(01).
           03 NM-HISTCTL    PIC X(20).
           03 DT-HISTCTL    PIC 9(08).
           03 QT-HISTCTL    PIC 9(07).
       FD  ARQARCGEN.
       01  REG-ARCGEN.
           03 DT-EXCLZ      PIC 9(08).
           COPY REGFORN REPLACING ==:TAG:== BY ==Z==.
           03 CD-SUCESZ     PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==Z==.
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
       FD  ARQREL.
       01  REG-REL          PIC X(80).
       SD  ARQSRT.
       01  REG-SRT.
           03 SR-CNPJ       PIC X(14).
           03 SR-COD        PIC 9(05).
       WORKING-STORAGE SECTION.
       01  ST-FRN           PIC X(02).
       01  ST-IDX           PIC X(02).
       01  ST-CON           PIC X(02).
       01  ST-AUD           PIC X(02).
       01  ST-ARC           PIC X(02).
       01  ST-HCT           PIC X(02).
       01  ST-ARZ           PIC X(02).
       01  ST-APR           PIC X(02).
       01  ST-FUT           PIC X(02).
       01  ST-REL           PIC X(02).
       01  WS-FIM-ARQ       PIC X(01).
       01  WS-FIM-FRN       PIC X(01).
       01  WS-FIM-IDX       PIC X(01).
       01  WS-FIM-HCT       PIC X(01).
       01  WS-FIM-ARZ       PIC X(01).
       01  WS-FIM-SRT       PIC X(01).
       01  WS-NOME-ARCGEN   PIC X(20).
       01  WS-LINHA         PIC X(80).
       01  WS-ORIGEM        PIC X(08).
      *
      * TABELA DOS FORNECEDORES VIVOS (CODIGO E CNPJ NORMALIZADO),
      * CARREGADA NA CONFERENCIA DO ESPELHO E USADA PELAS DEMAIS
      * CONFERENCIAS E PELA CLASSIFICACAO DOS CNPJS.
      *
       01  WS-QTD-VIVO      PIC 9(05) VALUE 0.
       01  WS-TAB-VIVO.
           03 WS-VIVO-ENT OCCURS 9999 TIMES.
               05 WS-VIVO-COD   PIC 9(05).
               05 WS-VIVO-CNPJ  PIC X(14).
      *
      * CODIGOS QUE EXISTEM FORA DO MESTRE: EXCLUIDOS (ARQUIVO VIVO E
      * GERACOES ROLADAS) E INCLUSOES AINDA PENDENTES DE APROVACAO OU
      * ADIADAS POR DATA EFETIVA. UM MOVIMENTO PENDENTE PARA UM DESSES
      * CODIGOS TEM PARA ONDE IR.
      *
       01  WS-QTD-CONHEC    PIC 9(05) VALUE 0.
       01  WS-TAB-CONHEC.
           03 WS-CONHEC-COD OCCURS 9999 TIMES PIC 9(05).
      *
      * ULTIMA REINTEGRACAO ('R') DE CADA CODIGO NO AUDIFORN.DAT.
      *
       01  WS-QTD-REINT     PIC 9(05) VALUE 0.
       01  WS-TAB-REINT.
           03 WS-REINT-ENT OCCURS 9999 TIMES.
               05 WS-REINT-COD  PIC 9(05).
               05 WS-REINT-DATA PIC 9(08).
       01  WS-IDX-TAB       PIC 9(05).
       01  WS-POS-TAB       PIC 9(05).
       01  WS-ACHOU         PIC X(01).
       01  WS-COD-PESQ      PIC 9(05).
      *
      * AREAS DA NORMALIZACAO DO CNPJ, NO MESMO CRITERIO DO
      * ATUALIZAFORN: OS 14 ALGARISMOS SAO EXTRAIDOS DO CAMPO
      * (IGNORANDO PONTO, BARRA E TRACO); SEM 14 ALGARISMOS O CNPJ
      * NORMALIZA PARA BRANCOS E FICA FORA DA COMPARACAO.
      *
       01  WS-CNPJ-TRAB     PIC X(18).
       01  WS-CNPJ-NORM     PIC X(14).
       01  WS-QTD-DIG       PIC 9(02).
       01  WS-IDX-CNPJ      PIC 9(02).
       01  WS-CNPJ-DIGITOS.
           03 WS-CNPJ-DIG   OCCURS 14 TIMES PIC 9(01).
       01  WS-CNPJ-ANT      PIC X(14).
       01  WS-COD-ANT       PIC 9(05).
      *
      * CONTADORES DE CADA CONFERENCIA PARA O RESUMO DO RELATORIO.
      *
       01  WS-QTD-FORN      PIC 9(07) VALUE 0.
       01  WS-QTD-IDX       PIC 9(07) VALUE 0.
       01  WS-QTD-IDX-FALTA PIC 9(07) VALUE 0.
       01  WS-QTD-IDX-SOBRA PIC 9(07) VALUE 0.
       01  WS-QTD-IDX-DIFER PIC 9(07) VALUE 0.
       01  WS-QTD-CON-ORFAO PIC 9(07) VALUE 0.
       01  WS-QTD-EXC-VIVO  PIC 9(07) VALUE 0.
       01  WS-QTD-APR-ORFAO PIC 9(07) VALUE 0.
       01  WS-QTD-FUT-ORFAO PIC 9(07) VALUE 0.
       01  WS-QTD-CNPJ-DUP  PIC 9(07) VALUE 0.
       01  WS-QTD-INCONS    PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-RELATORIO.
           PERFORM CONFERE-ESPELHO.
           PERFORM CONFERE-CONTATOS.
           PERFORM CARREGA-REINTEGRACOES.
           PERFORM CONFERE-EXCLUIDOS.
           PERFORM CARREGA-EXCL-GERACOES.
           PERFORM CARREGA-INCLUSOES-PEND.
           PERFORM CONFERE-PENDAPRO.
           PERFORM CONFERE-FUTUROS.
           PERFORM CONFERE-CNPJ.
           PERFORM GRAVA-RESUMO.
           PERFORM FINALIZA.
       ABRE-RELATORIO.
           OPEN OUTPUT ARQREL.
           IF ST-REL NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQREL" ST-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE "RELATORIO DE INTEGRIDADE REFERENCIAL" TO REG-REL.
           WRITE REG-REL.
           MOVE "====================================" TO REG-REL.
           WRITE REG-REL.
      *
      * CASAMENTO DO MESTRE COM O ESPELHO INDEXADO, OS DOIS EM ORDEM
      * DE CODIGO: CODIGO SO NO MESTRE FALTA NO ESPELHO, CODIGO SO NO
      * ESPELHO SOBRA, E CODIGO NOS DOIS TEM DE TER A MESMA IMAGEM.
      * SEM FORNIDX.DAT, TODO O MESTRE SAI COMO FALTANTE.
      *
       CONFERE-ESPELHO.
           OPEN INPUT ARQFORN.
           IF ST-FRN NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQFORN" ST-FRN
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ARQIDX.
           IF ST-IDX = '35'
               MOVE "FORNIDX.DAT INEXISTENTE" TO REG-REL
               WRITE REG-REL
               MOVE 'S' TO WS-FIM-IDX
           ELSE
               IF ST-IDX NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQIDX" ST-IDX
                   CLOSE ARQFORN
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-IDX
               PERFORM LER-REG-IDX
           END-IF.
           MOVE 'N' TO WS-FIM-FRN.
           PERFORM LER-REG-FORN.
           PERFORM CASA-ESPELHO
               UNTIL WS-FIM-FRN = 'S' AND WS-FIM-IDX = 'S'.
           CLOSE ARQFORN.
           IF ST-IDX NOT = '35'
               CLOSE ARQIDX
           END-IF.
       LER-REG-FORN.
           READ ARQFORN
               AT END MOVE 'S' TO WS-FIM-FRN
               NOT AT END ADD 1 TO WS-QTD-FORN
           END-READ.
       LER-REG-IDX.
           READ ARQIDX NEXT RECORD
               AT END MOVE 'S' TO WS-FIM-IDX
               NOT AT END ADD 1 TO WS-QTD-IDX
           END-READ.
       CASA-ESPELHO.
           IF WS-FIM-FRN = 'S'
               PERFORM RELATA-SOBRA-IDX
               PERFORM LER-REG-IDX
           ELSE
               IF WS-FIM-IDX = 'S'
                   PERFORM RELATA-FALTA-IDX
                   PERFORM CARREGA-VIVO
                   PERFORM LER-REG-FORN
               ELSE
                   IF CD-FORNF < CD-FORNI
                       PERFORM RELATA-FALTA-IDX
                       PERFORM CARREGA-VIVO
                       PERFORM LER-REG-FORN
                   ELSE
                       IF CD-FORNF > CD-FORNI
                           PERFORM RELATA-SOBRA-IDX
                           PERFORM LER-REG-IDX
                       ELSE
                           IF REG-FORN NOT = REG-IDX
                               PERFORM RELATA-DIFERENCA-IDX
                           END-IF
                           PERFORM CARREGA-VIVO
                           PERFORM LER-REG-FORN
                           PERFORM LER-REG-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.
       RELATA-FALTA-IDX.
           ADD 1 TO WS-QTD-IDX-FALTA.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNIDX : CODIGO " CD-FORNF " " NM-FORNF
               " AUSENTE NO ESPELHO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
       RELATA-SOBRA-IDX.
           ADD 1 TO WS-QTD-IDX-SOBRA.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNIDX : CODIGO " CD-FORNI " " NM-FORNI
               " SEM CORRESPONDENTE NO MESTRE"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
       RELATA-DIFERENCA-IDX.
           ADD 1 TO WS-QTD-IDX-DIFER.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNIDX : CODIGO " CD-FORNF " " NM-FORNF
               " DIFERENTE DO MESTRE"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
       CARREGA-VIVO.
           IF WS-QTD-VIVO >= 9999
               DISPLAY "ERRO: TABELA DE FORNECEDORES CHEIA (MAX 9999)"
               CLOSE ARQREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-VIVO.
           MOVE CD-FORNF TO WS-VIVO-COD(WS-QTD-VIVO).
           MOVE NR-CGCF TO WS-CNPJ-TRAB.
           PERFORM NORMALIZA-CNPJ.
           MOVE WS-CNPJ-NORM TO WS-VIVO-CNPJ(WS-QTD-VIVO).
      *
      * CONTATO CUJO CODIGO NAO ESTA NO MESTRE: A EXCLUSAO ARQUIVA OS
      * CONTATOS NO CONTEXCL.DAT, ENTAO O QUE SOBRA AQUI FOI DIGITADO
      * PARA UM CODIGO QUE NAO EXISTE OU ESCAPOU DO ARQUIVAMENTO.
      *
       CONFERE-CONTATOS.
           OPEN INPUT ARQCON.
           IF ST-CON = '35'
               MOVE 'S' TO WS-FIM-ARQ
           ELSE
               IF ST-CON NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQCON" ST-CON
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-ARQ
           END-IF.
           PERFORM CONFERE-REG-CON UNTIL WS-FIM-ARQ = 'S'.
           IF ST-CON NOT = '35'
               CLOSE ARQCON
           END-IF.
       CONFERE-REG-CON.
           READ ARQCON
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   MOVE CD-FORNC TO WS-COD-PESQ
                   PERFORM PESQUISA-VIVO
                   IF WS-ACHOU = 'N'
                       PERFORM RELATA-CONTATO-ORFAO
                   END-IF
           END-READ.
       RELATA-CONTATO-ORFAO.
           ADD 1 TO WS-QTD-CON-ORFAO.
           MOVE SPACES TO WS-LINHA.
           STRING "CONTATOS: CODIGO " CD-FORNC " " NM-CONTATC
               " SEM FORNECEDOR VIVO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
      *
      * GUARDA A DATA DA REINTEGRACAO MAIS RECENTE DE CADA CODIGO.
      * SEM AUDIFORN.DAT, NENHUM CODIGO TEM REINTEGRACAO.
      *
       CARREGA-REINTEGRACOES.
           OPEN INPUT ARQAUD.
           IF ST-AUD = '35'
               MOVE 'S' TO WS-FIM-ARQ
           ELSE
               IF ST-AUD NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQAUD" ST-AUD
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-ARQ
           END-IF.
           PERFORM CARREGA-REG-AUD UNTIL WS-FIM-ARQ = 'S'.
           IF ST-AUD NOT = '35'
               CLOSE ARQAUD
           END-IF.
       CARREGA-REG-AUD.
           READ ARQAUD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   IF SG-MOVA = 'R'
                       PERFORM GUARDA-REINTEGRACAO
                   END-IF
           END-READ.
       GUARDA-REINTEGRACAO.
           MOVE CD-FORNA TO WS-COD-PESQ.
           PERFORM PESQUISA-REINT.
           IF WS-ACHOU = 'S'
               IF DT-AUDIT > WS-REINT-DATA(WS-POS-TAB)
                   MOVE DT-AUDIT TO WS-REINT-DATA(WS-POS-TAB)
               END-IF
           ELSE
               IF WS-QTD-REINT >= 9999
                   DISPLAY "ERRO: TABELA DE REINTEGRACOES CHEIA "
                           "(MAX 9999)"
                   CLOSE ARQREL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-REINT
               MOVE CD-FORNA TO WS-REINT-COD(WS-QTD-REINT)
               MOVE DT-AUDIT TO WS-REINT-DATA(WS-QTD-REINT)
           END-IF.
      *
      * CODIGO NO EXCLUIDO.DAT VIVO QUE TAMBEM ESTA NO MESTRE SO E
      * LEGITIMO SE UMA REINTEGRACAO DE MESMA DATA OU POSTERIOR A
      * EXCLUSAO O TROUXE DE VOLTA. TODO CODIGO EXCLUIDO ENTRA NA
      * TABELA DE CODIGOS CONHECIDOS FORA DO MESTRE.
      *
       CONFERE-EXCLUIDOS.
           OPEN INPUT ARQARC.
           IF ST-ARC = '35'
               MOVE 'S' TO WS-FIM-ARQ
           ELSE
               IF ST-ARC NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQARC" ST-ARC
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-ARQ
           END-IF.
           PERFORM CONFERE-REG-ARC UNTIL WS-FIM-ARQ = 'S'.
           IF ST-ARC NOT = '35'
               CLOSE ARQARC
           END-IF.
       CONFERE-REG-ARC.
           READ ARQARC
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   MOVE CD-FORNX TO WS-COD-PESQ
                   PERFORM GUARDA-CONHECIDO
                   PERFORM PESQUISA-VIVO
                   IF WS-ACHOU = 'S'
                       PERFORM CONFERE-REINTEGRACAO
                   END-IF
           END-READ.
       CONFERE-REINTEGRACAO.
           PERFORM PESQUISA-REINT.
           IF WS-ACHOU = 'S'
               IF WS-REINT-DATA(WS-POS-TAB) < DT-EXCLX
                   MOVE 'N' TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-QTD-EXC-VIVO
               MOVE SPACES TO WS-LINHA
               STRING "EXCLUIDO: CODIGO " CD-FORNX " " NM-FORNX
                   " EXCLUIDO EM " DT-EXCLX " E VIVO"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.
       CARREGA-EXCL-GERACOES.
           OPEN INPUT ARQHCT.
           IF ST-HCT = '00'
               MOVE 'N' TO WS-FIM-HCT
               PERFORM LER-REG-HCT
               PERFORM VARRE-GERACAO-EXCL UNTIL WS-FIM-HCT = 'S'
               CLOSE ARQHCT
           END-IF.
       LER-REG-HCT.
           READ ARQHCT AT END MOVE 'S' TO WS-FIM-HCT.
       VARRE-GERACAO-EXCL.
           IF TP-HISTCTL = 'E'
               MOVE NM-HISTCTL TO WS-NOME-ARCGEN
               OPEN INPUT ARQARCGEN
               IF ST-ARZ = '00'
                   MOVE 'N' TO WS-FIM-ARZ
                   PERFORM LER-REG-ARCGEN
                   PERFORM GUARDA-EXCLUIDO-GERACAO
                       UNTIL WS-FIM-ARZ = 'S'
                   CLOSE ARQARCGEN
               ELSE
                   MOVE SPACES TO WS-LINHA
                   STRING "HISTCTL : GERACAO " WS-NOME-ARCGEN
                       " DO CATALOGO NAO ABRIU " ST-ARZ
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
           END-IF.
           PERFORM LER-REG-HCT.
       LER-REG-ARCGEN.
           READ ARQARCGEN AT END MOVE 'S' TO WS-FIM-ARZ.
       GUARDA-EXCLUIDO-GERACAO.
           MOVE CD-FORNZ TO WS-COD-PESQ.
           PERFORM GUARDA-CONHECIDO.
           PERFORM LER-REG-ARCGEN.
      *
      * INCLUSOES AINDA FORA DO MESTRE (AGUARDANDO APROVACAO OU DATA
      * EFETIVA) TAMBEM DAO EXISTENCIA AO CODIGO: UMA ALTERACAO
      * ADIADA PARA UM FORNECEDOR CUJA INCLUSAO TAMBEM FOI ADIADA NAO
      * E ORFA.
      *
       CARREGA-INCLUSOES-PEND.
           OPEN INPUT ARQAPR.
           IF ST-APR = '00'
               MOVE 'N' TO WS-FIM-ARQ
               PERFORM CARREGA-INCL-APR UNTIL WS-FIM-ARQ = 'S'
               CLOSE ARQAPR
           END-IF.
           OPEN INPUT ARQFUT.
           IF ST-FUT = '00'
               MOVE 'N' TO WS-FIM-ARQ
               PERFORM CARREGA-INCL-FUT UNTIL WS-FIM-ARQ = 'S'
               CLOSE ARQFUT
           END-IF.
       CARREGA-INCL-APR.
           READ ARQAPR
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   IF SG-MOVIP = 'I' AND SG-APROVP NOT = 'R'
                       MOVE CD-FORNP TO WS-COD-PESQ
                       PERFORM GUARDA-CONHECIDO
                   END-IF
           END-READ.
       CARREGA-INCL-FUT.
           READ ARQFUT
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   IF SG-MOVIU = 'I'
                       MOVE CD-FORNU TO WS-COD-PESQ
                       PERFORM GUARDA-CONHECIDO
                   END-IF
           END-READ.
      *
      * MOVIMENTO PENDENTE (QUE NAO SEJA INCLUSAO) PARA UM CODIGO QUE
      * NAO ESTA NO MESTRE NEM ENTRE OS CONHECIDOS NAO TEM ONDE SER
      * APLICADO E SO VAI VIRAR REJEICAO NO CICLO.
      *
       CONFERE-PENDAPRO.
           OPEN INPUT ARQAPR.
           IF ST-APR = '35'
               MOVE 'S' TO WS-FIM-ARQ
           ELSE
               IF ST-APR NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQAPR" ST-APR
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-ARQ
           END-IF.
           MOVE "PENDAPRO" TO WS-ORIGEM.
           PERFORM CONFERE-REG-APR UNTIL WS-FIM-ARQ = 'S'.
           IF ST-APR NOT = '35'
               CLOSE ARQAPR
           END-IF.
       CONFERE-REG-APR.
           READ ARQAPR
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   IF SG-MOVIP NOT = 'I'
                       MOVE CD-FORNP TO WS-COD-PESQ
                       PERFORM PESQUISA-EXISTENCIA
                       IF WS-ACHOU = 'N'
                           ADD 1 TO WS-QTD-APR-ORFAO
                           PERFORM RELATA-PENDENTE-ORFAO
                       END-IF
                   END-IF
           END-READ.
       CONFERE-FUTUROS.
           OPEN INPUT ARQFUT.
           IF ST-FUT = '35'
               MOVE 'S' TO WS-FIM-ARQ
           ELSE
               IF ST-FUT NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQFUT" ST-FUT
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-ARQ
           END-IF.
           MOVE "FUTUROS " TO WS-ORIGEM.
           PERFORM CONFERE-REG-FUT UNTIL WS-FIM-ARQ = 'S'.
           IF ST-FUT NOT = '35'
               CLOSE ARQFUT
           END-IF.
       CONFERE-REG-FUT.
           READ ARQFUT
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   IF SG-MOVIU NOT = 'I'
                       MOVE CD-FORNU TO WS-COD-PESQ
                       PERFORM PESQUISA-EXISTENCIA
                       IF WS-ACHOU = 'N'
                           ADD 1 TO WS-QTD-FUT-ORFAO
                           PERFORM RELATA-PENDENTE-ORFAO
                       END-IF
                   END-IF
           END-READ.
       RELATA-PENDENTE-ORFAO.
           MOVE SPACES TO WS-LINHA.
           IF WS-ORIGEM = "PENDAPRO"
               STRING WS-ORIGEM ": CODIGO " CD-FORNP " MOVIMENTO "
                   SG-MOVIP " PARA CODIGO INEXISTENTE"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING WS-ORIGEM ": CODIGO " CD-FORNU " MOVIMENTO "
                   SG-MOVIU " PARA CODIGO INEXISTENTE"
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM GRAVA-LINHA.
      *
      * CNPJS REPETIDOS ENTRE FORNECEDORES VIVOS: A TABELA E
      * CLASSIFICADA POR CNPJ NORMALIZADO E CODIGO, E CADA CODIGO QUE
      * REPETE O CNPJ DO ANTERIOR E RELATADO JUNTO COM O PRIMEIRO
      * CODIGO DO GRUPO.
      *
       CONFERE-CNPJ.
           SORT ARQSRT
               ON ASCENDING KEY SR-CNPJ SR-COD
               INPUT PROCEDURE IS LIBERA-CNPJ
               OUTPUT PROCEDURE IS COMPARA-CNPJ.
       LIBERA-CNPJ.
           PERFORM LIBERA-UM-CNPJ
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-VIVO.
       LIBERA-UM-CNPJ.
           IF WS-VIVO-CNPJ(WS-IDX-TAB) NOT = SPACES
               MOVE WS-VIVO-CNPJ(WS-IDX-TAB) TO SR-CNPJ
               MOVE WS-VIVO-COD(WS-IDX-TAB) TO SR-COD
               RELEASE REG-SRT
           END-IF.
       COMPARA-CNPJ.
           MOVE SPACES TO WS-CNPJ-ANT.
           MOVE 0 TO WS-COD-ANT.
           MOVE 'N' TO WS-FIM-SRT.
           PERFORM DEVOLVE-REG-SRT UNTIL WS-FIM-SRT = 'S'.
       DEVOLVE-REG-SRT.
           RETURN ARQSRT
               AT END
                   MOVE 'S' TO WS-FIM-SRT
               NOT AT END
                   IF SR-CNPJ = WS-CNPJ-ANT
                       PERFORM RELATA-CNPJ-DUPLICADO
                   ELSE
                       MOVE SR-CNPJ TO WS-CNPJ-ANT
                       MOVE SR-COD TO WS-COD-ANT
                   END-IF
           END-RETURN.
       RELATA-CNPJ-DUPLICADO.
           ADD 1 TO WS-QTD-CNPJ-DUP.
           MOVE SPACES TO WS-LINHA.
           STRING "CNPJ    : " SR-CNPJ " REPETIDO NOS CODIGOS "
               WS-COD-ANT " E " SR-COD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
       NORMALIZA-CNPJ.
           MOVE SPACES TO WS-CNPJ-NORM.
           MOVE 0 TO WS-QTD-DIG.
           PERFORM EXTRAI-DIGITO-CNPJ
               VARYING WS-IDX-CNPJ FROM 1 BY 1 UNTIL WS-IDX-CNPJ > 18.
           IF WS-QTD-DIG = 14
               MOVE WS-CNPJ-DIGITOS TO WS-CNPJ-NORM
           END-IF.
       EXTRAI-DIGITO-CNPJ.
           IF WS-CNPJ-TRAB(WS-IDX-CNPJ:1) IS NUMERIC
               IF WS-QTD-DIG < 14
                   ADD 1 TO WS-QTD-DIG
                   MOVE WS-CNPJ-TRAB(WS-IDX-CNPJ:1) TO
                           WS-CNPJ-DIG(WS-QTD-DIG)
               ELSE
                   MOVE 15 TO WS-QTD-DIG
               END-IF
           END-IF.
      *
      * PESQUISAS LINEARES NAS TABELAS; O CHAMADOR PREENCHE
      * WS-COD-PESQ E RECEBE WS-ACHOU (E WS-POS-TAB QUANDO ACHOU).
      *
       PESQUISA-VIVO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-VIVO
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-VIVO OR WS-ACHOU = 'S'.
       COMPARA-VIVO.
           IF WS-VIVO-COD(WS-IDX-TAB) = WS-COD-PESQ
               MOVE 'S' TO WS-ACHOU
               MOVE WS-IDX-TAB TO WS-POS-TAB
           END-IF.
       PESQUISA-REINT.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-REINT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-REINT OR WS-ACHOU = 'S'.
       COMPARA-REINT.
           IF WS-REINT-COD(WS-IDX-TAB) = WS-COD-PESQ
               MOVE 'S' TO WS-ACHOU
               MOVE WS-IDX-TAB TO WS-POS-TAB
           END-IF.
       PESQUISA-CONHEC.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-CONHEC
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-CONHEC OR WS-ACHOU = 'S'.
       COMPARA-CONHEC.
           IF WS-CONHEC-COD(WS-IDX-TAB) = WS-COD-PESQ
               MOVE 'S' TO WS-ACHOU
               MOVE WS-IDX-TAB TO WS-POS-TAB
           END-IF.
       PESQUISA-EXISTENCIA.
           PERFORM PESQUISA-VIVO.
           IF WS-ACHOU = 'N'
               PERFORM PESQUISA-CONHEC
           END-IF.
       GUARDA-CONHECIDO.
           PERFORM PESQUISA-CONHEC.
           IF WS-ACHOU = 'N'
               IF WS-QTD-CONHEC >= 9999
                   DISPLAY "ERRO: TABELA DE CODIGOS EXCLUIDOS CHEIA "
                           "(MAX 9999)"
                   CLOSE ARQREL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CONHEC
               MOVE WS-COD-PESQ TO WS-CONHEC-COD(WS-QTD-CONHEC)
           END-IF.
       GRAVA-RESUMO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNECE.DAT LIDOS....: " WS-QTD-FORN
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNIDX.DAT LIDOS....: " WS-QTD-IDX
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ESPELHO FALTA/SOBRA..: " WS-QTD-IDX-FALTA " "
               WS-QTD-IDX-SOBRA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ESPELHO DIFERENTE....: " WS-QTD-IDX-DIFER
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CONTATOS ORFAOS......: " WS-QTD-CON-ORFAO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "EXCLUIDOS VIVOS......: " WS-QTD-EXC-VIVO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PENDAPRO/FUTUROS ORF.: " WS-QTD-APR-ORFAO " "
               WS-QTD-FUT-ORFAO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CNPJS REPETIDOS......: " WS-QTD-CNPJ-DUP
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           COMPUTE WS-QTD-INCONS = WS-QTD-IDX-FALTA + WS-QTD-IDX-SOBRA
               + WS-QTD-IDX-DIFER + WS-QTD-CON-ORFAO + WS-QTD-EXC-VIVO
               + WS-QTD-APR-ORFAO + WS-QTD-FUT-ORFAO + WS-QTD-CNPJ-DUP.
           IF WS-QTD-INCONS > 0
               MOVE SPACES TO WS-LINHA
               STRING "RESULTADO: " WS-QTD-INCONS
                   " INCONSISTENCIAS, REVISAR OS ARQUIVOS"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
               DISPLAY "INTEGRIDADE: " WS-QTD-INCONS
                       " INCONSISTENCIAS, VERIFICAR INTEGREL.DAT"
           ELSE
               MOVE "RESULTADO: ARQUIVOS CONSISTENTES" TO REG-REL
               WRITE REG-REL
               DISPLAY "INTEGRIDADE: ARQUIVOS CONSISTENTES"
           END-IF.
       GRAVA-LINHA.
           MOVE WS-LINHA TO REG-REL.
           WRITE REG-REL.
       FINALIZA.
           CLOSE ARQREL.
           IF WS-QTD-INCONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
