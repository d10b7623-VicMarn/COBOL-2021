      ******************************************************************
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: UTILITARIO DE EXECUCAO UNICA, NO MOLDE DO CONVFORN,
      * QUE LEVA PARA O LAYOUT NOVO OS ARQUIVOS QUE GUARDAM MOVIMENTOS
      * E FORNECEDORES EXCLUIDOS QUANDO O COPYBOOK REGMOV E O REGISTRO
      * DE EXCLUIDOS GANHAM O CODIGO SUCESSOR DA FUSAO ('F'): OS LOTES
      * DE MOVIMENTO (ATUALIZ.DAT, SUSPENSO.DAT, FUTUROS.DAT) E A FILA
      * DE APROVACAO (PENDAPRO.DAT) RECEBEM O CODIGO SUCESSOR ZERADO
      * LOGO APOS OS CAMPOS DO REGMOV; O EXCLUIDO.DAT E AS GERACOES DE
      * EXCLUIDOS CATALOGADAS EM HISTCTL.DAT RECEBEM O MESMO CAMPO
      * ZERADO NO FIM DO REGISTRO (NENHUMA EXCLUSAO ANTIGA FOI FUSAO).
      * OS MESMOS ARQUIVOS, MAIS O AUDIFORN.DAT E AS GERACOES 'A' DO
      * CATALOGO, RECEBEM TAMBEM A IDENTIFICACAO DA ORIGEM (REGORIG) EM
      * BRANCO, COM DATA E HORA DA ENTRADA ZERADAS: O MOVIMENTO ANTIGO
      * APARECE COMO DE ORIGEM NAO IDENTIFICADA. SUCESSOR E ORIGEM
      * ENTRAM NA MESMA PASSADA: OS ARQUIVOS SAO LIDOS SEMPRE NO
      * LAYOUT ANTIGO (MOVIMENTO 84, FILA 123, EXCLUIDO 81, AUDITORIA
      * 160) E GRAVADOS NO NOVO (149, 188, 146, 220).
      * CADA ARQUIVO E REGRAVADO EM UM TEMPORARIO E RENOMEADO SOBRE O
      * ORIGINAL COMO NO CONVFORN. AO FINAL, O CHECKPOINT DE REINICIO
      * E O LADO DE CONTATOS DO CHECKPOINT (CONCKP.DAT) SAO ZERADOS.
      *
      * ATENCAO: RODAR UMA UNICA VEZ, COM A GRADE PARADA, ANTES DO
      * PRIMEIRO CICLO COM OS PROGRAMAS NOVOS. UMA SEGUNDA EXECUCAO
      * LERIA OS ARQUIVOS JA CONVERTIDOS COM O LAYOUT ERRADO; POR
      * ISSO O PROGRAMA PEDE CONFIRMACAO ANTES DE COMECAR.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMOV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * PAR DE MOVIMENTOS (ATUALIZ.DAT, SUSPENSO.DAT E FUTUROS.DAT,
      * QUE COMPARTILHAM O MESMO LAYOUT DE REGISTRO).
      *
           SELECT ARQVMOV ASSIGN TO DYNAMIC WS-NOME-MOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-VMO.
           SELECT ARQNMOV ASSIGN TO "CONVMOV2.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-NMO.
           SELECT ARQVAPR ASSIGN TO "PENDAPRO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-VAP.
           SELECT ARQNAPR ASSIGN TO "CONVAPR2.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-NAP.
      *
      * PAR DE EXCLUIDOS: O LADO VELHO E DINAMICO PARA ATENDER O
      * EXCLUIDO.DAT VIVO E CADA GERACAO 'E' DO CATALOGO.
      *
           SELECT ARQVEXC ASSIGN TO DYNAMIC WS-NOME-EXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-VEX.
           SELECT ARQNEXC ASSIGN TO "CONVEXC2.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-NEX.
      *
      * PAR DE AUDITORIA: O LADO VELHO E DINAMICO PARA ATENDER O
      * AUDIFORN.DAT VIVO E CADA GERACAO 'A' DO CATALOGO.
      *
           SELECT ARQVAUD ASSIGN TO DYNAMIC WS-NOME-AUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-VAU.
           SELECT ARQNAUD ASSIGN TO "CONVAUD2.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-NAU.
      *
      * CATALOGO DAS GERACOES DE HISTORICO, SO DE LEITURA; O LAYOUT
      * DO CATALOGO NAO MUDA.
      *
           SELECT ARQHCT ASSIGN TO "HISTCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-HCT.
           SELECT ARQCKP ASSIGN TO "REINICIO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CKP.
           SELECT ARQCCK ASSIGN TO "CONCKP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CCK.
       DATA DIVISION.
       FILE SECTION.
      *
      * NO LAYOUT ANTIGO O MOVIMENTO (REGFORN + REGMOV) TEM 84
      * POSICOES E VIAJA EM BLOCO; NO NOVO VEM EM SEGUIDA O SUCESSOR
      * E A ORIGEM FECHA O REGISTRO (149).
      *
       FD  ARQVMOV.
       01  REG-VMOV.
           03 DS-VMOV       PIC X(84).
       FD  ARQNMOV.
       01  REG-NMOV.
           03 DS-NMOV       PIC X(84).
           03 CD-SUCNMOV    PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==NMOV==.
      *
      * NA FILA DE APROVACAO O SUCESSOR E A ORIGEM ENTRAM ENTRE O
      * MOVIMENTO E OS CAMPOS DO SUPERVISOR (SITUACAO, APROVADOR E
      * MOTIVO).
      *
       FD  ARQVAPR.
       01  REG-VAPR.
           03 DS-VAPR       PIC X(84).
           03 DS-VAPRS      PIC X(39).
       FD  ARQNAPR.
       01  REG-NAPR.
           03 DS-NAPR       PIC X(84).
           03 CD-SUCNAPR    PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==NAPR==.
           03 DS-NAPRS      PIC X(39).
       FD  ARQVEXC.
       01  REG-VEXC.
           03 DS-VEXC       PIC X(81).
       FD  ARQNEXC.
       01  REG-NEXC.
           03 DS-NEXC       PIC X(81).
           03 CD-SUCNEXC    PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==NEXC==.
      *
      * O REGISTRO DE AUDITORIA NAO GANHOU O SUCESSOR (A FUSAO USA O
      * CD-FORNW), SO A ORIGEM NO FIM: 160 -> 220 POSICOES.
      *
       FD  ARQVAUD.
       01  REG-VAUD.
           03 DS-VAUD       PIC X(160).
       FD  ARQNAUD.
       01  REG-NAUD.
           03 DS-NAUD       PIC X(160).
           COPY REGORIG REPLACING ==:TAG:== BY ==NAUD==.
       FD  ARQHCT.
       01  REG-HCT.
           03 TP-HISTCTL    PIC X(01).
           03 NM-HISTCTL    PIC X(20).
           03 DT-HISTCTL    PIC 9(08).
           03 QT-HISTCTL    PIC 9(07).
      *
      * MESMO LAYOUT DO REG-CKP DO ATUALIZAFORN.
      *
       FD  ARQCKP.
       01  REG-CKP.
           03 CK-QTD-FORN      PIC 9(07).
           03 CK-QTD-MOV       PIC 9(07).
           03 CK-QTD-NEW       PIC 9(07).
           03 CK-CT-LIDOS      PIC 9(07).
           03 CK-CT-INCLUIDOS  PIC 9(07).
           03 CK-CT-ALTERADOS  PIC 9(07).
           03 CK-CT-EXCLUIDOS  PIC 9(07).
           03 CK-CT-REINTEGR   PIC 9(07).
           03 CK-CT-REJEITADOS PIC 9(07).
           03 CK-CT-ADIADOS    PIC 9(07).
       FD  ARQCCK.
       01  REG-CCK.
           03 TP-CCK        PIC X(01).
           03 CD-CCK        PIC 9(05).
           03 CD-SUCCK      PIC 9(05).
       WORKING-STORAGE SECTION.
       01  ST-VMO           PIC X(02).
       01  ST-NMO           PIC X(02).
       01  ST-VAP           PIC X(02).
       01  ST-NAP           PIC X(02).
       01  ST-VEX           PIC X(02).
       01  ST-NEX           PIC X(02).
       01  ST-VAU           PIC X(02).
       01  ST-NAU           PIC X(02).
       01  ST-HCT           PIC X(02).
       01  ST-CKP           PIC X(02).
       01  ST-CCK           PIC X(02).
       01  WS-RESP          PIC X(01).
       01  WS-FIM-ARQ       PIC X(01).
       01  WS-FIM-HCT       PIC X(01).
       01  WS-QTD-CONV      PIC 9(07).
       01  WS-NOME-CAD      PIC X(20).
       01  WS-NOME-MOV      PIC X(20).
       01  WS-NOME-EXC      PIC X(20).
       01  WS-NOME-AUD      PIC X(20).
       01  WS-NOME-TMP      PIC X(20).
      *
      * GERACOES 'E' E 'A' DO CATALOGO, CARREGADAS COMO NO CONVFORN.
      *
       01  WS-QTD-GER       PIC 9(03) VALUE 0.
       01  WS-IDX-GER       PIC 9(03).
       01  WS-TAB-GERACOES.
           03 WS-GERACAO OCCURS 500 TIMES.
               05 WS-GER-TIPO  PIC X(01).
               05 WS-GER-NOME  PIC X(20).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVERSAO DOS MOVIMENTOS, EXCLUIDOS E AUDITORIA "
                   "PARA O LAYOUT COM SUCESSOR E ORIGEM".
           DISPLAY "RODE UMA UNICA VEZ, COM A GRADE PARADA.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)?........: " WITH
                   NO ADVANCING.
           ACCEPT WS-RESP.
           IF WS-RESP NOT = 'S'
               DISPLAY "CONVERSAO CANCELADA, NADA FOI ALTERADO"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ATUALIZ.DAT" TO WS-NOME-MOV.
           PERFORM CONVERTE-MOVIMENTO.
           MOVE "SUSPENSO.DAT" TO WS-NOME-MOV.
           PERFORM CONVERTE-MOVIMENTO.
           MOVE "FUTUROS.DAT" TO WS-NOME-MOV.
           PERFORM CONVERTE-MOVIMENTO.
           PERFORM CONVERTE-PENDAPRO.
           MOVE "EXCLUIDO.DAT" TO WS-NOME-EXC.
           PERFORM CONVERTE-EXCLUIDOS.
           MOVE "AUDIFORN.DAT" TO WS-NOME-AUD.
           PERFORM CONVERTE-AUDITORIA.
           PERFORM CONVERTE-GERACOES.
           PERFORM LIMPA-CHECKPOINT-CNV.
           DISPLAY "CONVERSAO ENCERRADA".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      *
      * TROCA O ARQUIVO ORIGINAL PELO TEMPORARIO CONVERTIDO, COMO NO
      * CONVFORN. O CHAMADOR DEIXA OS NOMES EM WS-NOME-CAD (DESTINO)
      * E WS-NOME-TMP (TEMPORARIO).
      *
       EFETIVA-TROCA.
           CALL "CBL_DELETE_FILE" USING WS-NOME-CAD.
           MOVE 0 TO RETURN-CODE.
           CALL "CBL_RENAME_FILE" USING WS-NOME-TMP WS-NOME-CAD.
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRO AO RENOMEAR " WS-NOME-TMP " PARA "
                       WS-NOME-CAD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONVERTE-MOVIMENTO.
           OPEN INPUT ARQVMOV.
           IF ST-VMO = '35'
               DISPLAY WS-NOME-MOV " NAO EXISTE, PULADO"
           ELSE
               IF ST-VMO NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DE " WS-NOME-MOV ST-VMO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM EFETIVA-CONV-MOVIMENTO
           END-IF.
       EFETIVA-CONV-MOVIMENTO.
           OPEN OUTPUT ARQNMOV.
           IF ST-NMO NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO CONVMOV2.TMP" ST-NMO
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-QTD-CONV.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM COPIA-REG-MOVIMENTO UNTIL WS-FIM-ARQ = 'S'.
           CLOSE ARQVMOV.
           CLOSE ARQNMOV.
           MOVE WS-NOME-MOV TO WS-NOME-CAD.
           MOVE "CONVMOV2.TMP" TO WS-NOME-TMP.
           PERFORM EFETIVA-TROCA.
           DISPLAY WS-NOME-MOV " CONVERTIDO: " WS-QTD-CONV
                   " REGISTROS".
       COPIA-REG-MOVIMENTO.
           READ ARQVMOV
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   MOVE DS-VMOV TO DS-NMOV
                   MOVE 0 TO CD-SUCNMOV
                   PERFORM LIMPA-ORIGEM-MOV
                   WRITE REG-NMOV
                   ADD 1 TO WS-QTD-CONV
           END-READ.
      *
      * ORIGEM DESCONHECIDA: TEXTOS EM BRANCO, DATA E HORA ZERADAS.
      *
       LIMPA-ORIGEM-MOV.
           MOVE SPACES TO ID-ORIGENMOV.
           MOVE 0 TO DT-ENTRANMOV.
           MOVE 0 TO HR-ENTRANMOV.
       CONVERTE-PENDAPRO.
           OPEN INPUT ARQVAPR.
           IF ST-VAP = '35'
               DISPLAY "PENDAPRO.DAT NAO EXISTE, PULADO"
           ELSE
               IF ST-VAP NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO PENDAPRO.DAT" ST-VAP
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM EFETIVA-CONV-PENDAPRO
           END-IF.
       EFETIVA-CONV-PENDAPRO.
           OPEN OUTPUT ARQNAPR.
           IF ST-NAP NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO CONVAPR2.TMP" ST-NAP
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-QTD-CONV.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM COPIA-REG-PENDAPRO UNTIL WS-FIM-ARQ = 'S'.
           CLOSE ARQVAPR.
           CLOSE ARQNAPR.
           MOVE "PENDAPRO.DAT" TO WS-NOME-CAD.
           MOVE "CONVAPR2.TMP" TO WS-NOME-TMP.
           PERFORM EFETIVA-TROCA.
           DISPLAY "PENDAPRO.DAT CONVERTIDO: " WS-QTD-CONV
                   " REGISTROS".
       COPIA-REG-PENDAPRO.
           READ ARQVAPR
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   MOVE DS-VAPR  TO DS-NAPR
                   MOVE 0        TO CD-SUCNAPR
                   PERFORM LIMPA-ORIGEM-APR
                   MOVE DS-VAPRS TO DS-NAPRS
                   WRITE REG-NAPR
                   ADD 1 TO WS-QTD-CONV
           END-READ.
       LIMPA-ORIGEM-APR.
           MOVE SPACES TO ID-ORIGENAPR.
           MOVE 0 TO DT-ENTRANAPR.
           MOVE 0 TO HR-ENTRANAPR.
       CONVERTE-EXCLUIDOS.
           OPEN INPUT ARQVEXC.
           IF ST-VEX = '35'
               DISPLAY WS-NOME-EXC " NAO EXISTE, PULADO"
           ELSE
               IF ST-VEX NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DE " WS-NOME-EXC ST-VEX
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM EFETIVA-CONV-EXCLUIDOS
           END-IF.
       EFETIVA-CONV-EXCLUIDOS.
           OPEN OUTPUT ARQNEXC.
           IF ST-NEX NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO CONVEXC2.TMP" ST-NEX
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-QTD-CONV.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM COPIA-REG-EXCLUIDO UNTIL WS-FIM-ARQ = 'S'.
           CLOSE ARQVEXC.
           CLOSE ARQNEXC.
           MOVE WS-NOME-EXC TO WS-NOME-CAD.
           MOVE "CONVEXC2.TMP" TO WS-NOME-TMP.
           PERFORM EFETIVA-TROCA.
           DISPLAY WS-NOME-EXC " CONVERTIDO: " WS-QTD-CONV
                   " REGISTROS".
       COPIA-REG-EXCLUIDO.
           READ ARQVEXC
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   MOVE DS-VEXC TO DS-NEXC
                   MOVE 0 TO CD-SUCNEXC
                   PERFORM LIMPA-ORIGEM-EXC
                   WRITE REG-NEXC
                   ADD 1 TO WS-QTD-CONV
           END-READ.
       LIMPA-ORIGEM-EXC.
           MOVE SPACES TO ID-ORIGENEXC.
           MOVE 0 TO DT-ENTRANEXC.
           MOVE 0 TO HR-ENTRANEXC.
       CONVERTE-AUDITORIA.
           OPEN INPUT ARQVAUD.
           IF ST-VAU = '35'
               DISPLAY WS-NOME-AUD " NAO EXISTE, PULADO"
           ELSE
               IF ST-VAU NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DE " WS-NOME-AUD ST-VAU
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM EFETIVA-CONV-AUDITORIA
           END-IF.
       EFETIVA-CONV-AUDITORIA.
           OPEN OUTPUT ARQNAUD.
           IF ST-NAU NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO CONVAUD2.TMP" ST-NAU
               CLOSE ARQVAUD
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-QTD-CONV.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM COPIA-REG-AUDITORIA UNTIL WS-FIM-ARQ = 'S'.
           CLOSE ARQVAUD.
           CLOSE ARQNAUD.
           MOVE WS-NOME-AUD TO WS-NOME-CAD.
           MOVE "CONVAUD2.TMP" TO WS-NOME-TMP.
           PERFORM EFETIVA-TROCA.
           DISPLAY WS-NOME-AUD " CONVERTIDO: " WS-QTD-CONV
                   " REGISTROS".
       COPIA-REG-AUDITORIA.
           READ ARQVAUD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   MOVE DS-VAUD TO DS-NAUD
                   MOVE SPACES TO ID-ORIGENAUD
                   MOVE 0 TO DT-ENTRANAUD
                   MOVE 0 TO HR-ENTRANAUD
                   WRITE REG-NAUD
                   ADD 1 TO WS-QTD-CONV
           END-READ.
      *
      * AS GERACOES ROLADAS PELO ARQUIVAHIST SAO DESCOBERTAS PELO
      * CATALOGO E CONVERTIDAS UMA A UMA COM O MESMO PAR DO ARQUIVO
      * VIVO: TIPO 'E' PELO PAR DE EXCLUIDOS, TIPO 'A' PELO PAR DE
      * AUDITORIA.
      *
       CONVERTE-GERACOES.
           OPEN INPUT ARQHCT.
           IF ST-HCT NOT EQUAL '00'
               DISPLAY "SEM HISTCTL.DAT, NENHUMA GERACAO A CONVERTER"
           ELSE
               MOVE 'N' TO WS-FIM-HCT
               PERFORM CARREGA-GERACAO UNTIL WS-FIM-HCT = 'S'
               CLOSE ARQHCT
               PERFORM CONVERTE-UMA-GERACAO
                   VARYING WS-IDX-GER FROM 1 BY 1
                   UNTIL WS-IDX-GER > WS-QTD-GER
           END-IF.
       CARREGA-GERACAO.
           READ ARQHCT
               AT END
                   MOVE 'S' TO WS-FIM-HCT
               NOT AT END
                   IF TP-HISTCTL = 'E' OR TP-HISTCTL = 'A'
                       IF WS-QTD-GER >= 500
                           DISPLAY "ERRO: MAIS DE 500 GERACOES DE "
                                   "HISTORICO NO CATALOGO"
                           CLOSE ARQHCT
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-GER
                       MOVE TP-HISTCTL TO WS-GER-TIPO(WS-QTD-GER)
                       MOVE NM-HISTCTL TO WS-GER-NOME(WS-QTD-GER)
                   END-IF
           END-READ.
       CONVERTE-UMA-GERACAO.
           IF WS-GER-TIPO(WS-IDX-GER) = 'E'
               MOVE WS-GER-NOME(WS-IDX-GER) TO WS-NOME-EXC
               PERFORM CONVERTE-EXCLUIDOS
           ELSE
               MOVE WS-GER-NOME(WS-IDX-GER) TO WS-NOME-AUD
               PERFORM CONVERTE-AUDITORIA
           END-IF.
      *
      * UM CHECKPOINT PENDENTE APONTAVA POSICOES DOS ARQUIVOS NO
      * LAYOUT ANTIGO E NAO PODE SER RETOMADO SOBRE OS CONVERTIDOS,
      * COMO NO CONVFORN; O LADO DE CONTATOS DO CHECKPOINT TAMBEM
      * MUDOU DE LAYOUT E E ESVAZIADO.
      *
       LIMPA-CHECKPOINT-CNV.
           OPEN OUTPUT ARQCKP.
           IF ST-CKP NOT EQUAL '00'
               DISPLAY "ERRO AO ZERAR O CHECKPOINT" ST-CKP
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO CK-QTD-FORN.
           MOVE 0 TO CK-QTD-MOV.
           MOVE 0 TO CK-QTD-NEW.
           MOVE 0 TO CK-CT-LIDOS.
           MOVE 0 TO CK-CT-INCLUIDOS.
           MOVE 0 TO CK-CT-ALTERADOS.
           MOVE 0 TO CK-CT-EXCLUIDOS.
           MOVE 0 TO CK-CT-REINTEGR.
           MOVE 0 TO CK-CT-REJEITADOS.
           MOVE 0 TO CK-CT-ADIADOS.
           WRITE REG-CKP.
           CLOSE ARQCKP.
           OPEN OUTPUT ARQCCK.
           IF ST-CCK NOT EQUAL '00'
               DISPLAY "ERRO AO ZERAR O CHECKPOINT DE CONTATOS" ST-CCK
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE ARQCCK.
           DISPLAY "CHECKPOINT DE REINICIO ZERADO".
