      * 2026-09-03 VMA  A LISTAGEM PODE APONTAR PARA UMA GERACAO DE
      *                 EXCLUIDOS ROLADA PELO ARQUIVAHIST, INFORMADA
      *                 JUNTO COM O PERIODO (BRANCO = ARQUIVO VIVO).
      * 2026-10-15 VMA  O REGISTRO DE EXCLUIDOS GANHA O CODIGO
      *                 SUCESSOR; FORNECEDOR ABSORVIDO POR FUSAO SAI
      *                 COM UMA LINHA "FUNDIDO NO CODIGO" ABAIXO.
      * 2026-10-15 VMA  CADA EXCLUSAO GANHA UMA LINHA "EXCLUIDO POR"
      *                 COM A ORIGEM, O OPERADOR E O SUPERVISOR DO
      *                 MOVIMENTO QUE TIROU O CODIGO DO MESTRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAEXCL.
       FILE SECTION.
      *
      * MESMO LAYOUT GRAVADO PELO ATUALIZAFORN: DATA DO CICLO DA
      * EXCLUSAO SEGUIDA DA IMAGEM COMPLETA DO CADASTRO E DO CODIGO
      * SUCESSOR (ZERO QUANDO NAO FOI FUSAO) E DA ORIGEM DO MOVIMENTO
      * DE EXCLUSAO OU FUSAO.
      *
       FD  ARQARC.
       01  REG-ARC.
           03 DT-EXCLX      PIC 9(08).
           COPY REGFORN REPLACING ==:TAG:== BY ==X==.
           03 CD-SUCESX     PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==X==.
       FD  ARQREL.
       01  REG-REL          PIC X(80).
       WORKING-STORAGE SECTION.
               DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-REL.
           WRITE REG-REL.
           IF CD-SUCESX > 0
               MOVE SPACES TO WS-LINHA
               STRING "            FUNDIDO NO CODIGO " CD-SUCESX
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-REL
               WRITE REG-REL
           END-IF.
           IF NM-ORIGEX NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "            EXCLUIDO POR " CD-OPERAX
                   " VIA " NM-ORIGEX " " DS-REFORX
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-REL
               WRITE REG-REL
               IF CD-SUPERX NOT = SPACES
                   MOVE SPACES TO WS-LINHA
                   STRING "            APROVADO POR " CD-SUPERX
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-REL
                   WRITE REG-REL
               END-IF
           END-IF.
           ADD 1 TO WS-CT-LISTADOS.
       IMPRIME-CABECALHO.
           MOVE "RELATORIO DE FORNECEDORES EXCLUIDOS" TO REG-REL.
