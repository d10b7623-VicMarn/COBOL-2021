      * ANTES/DEPOIS DE CADA MOVIMENTO APLICADO) A PARTIR DA DATA
      * GUARDADA NO ARQUIVO DE CONTROLE EXTCTL.DAT, CONSOLIDA UM
      * REGISTRO POR FORNECEDOR (VALE O ULTIMO MOVIMENTO DO PERIODO) E
      * GRAVA UM DETALHE COM CODIGO DE ACAO (I/A/E/R/F) E A SITUACAO
      * FINAL; NA FUSAO ('F') O DETALHE TRAZ TAMBEM O CODIGO SUCESSOR,
      * PARA O CONTAS A PAGAR REAPONTAR OS TITULOS EM ABERTO. OS DOIS
      * MODOS MANTEM A DISCIPLINA HEADER/DETALHE/TRAILER ('H'/'D'/'T'
      * COM QUANTIDADE E TOTAL DE CONFERENCIA)
      * EXIGIDA PELO JOB DE ENTRADA DELES. SEM EXTCTL.DAT (PRIMEIRA
      * EXECUCAO), O MODO DELTA RECUA SOZINHO PARA O COMPLETO. AO
      * FINAL DE QUALQUER EXTRACAO BEM SUCEDIDA, O EXTCTL.DAT E
      * REGRAVADO COM A DATA DE HOJE.
      * NO MODO DELTA, OS FORNECEDORES QUE O CONTAS A PAGAR RECUSOU OU
      * NAO RESPONDEU (LISTA PENDCAP.DAT, MANTIDA PELO CONCILIAP A
      * PARTIR DO RETORNO DELES) SAO REENVIADOS COM O ULTIMO DETALHE
      * ENVIADO, MESMO SEM MOVIMENTO NOVO NO AUDIFORN.DAT, ATE SEREM
      * ACEITOS; COM MOVIMENTO NOVO NO PERIODO VALE O DETALHE NOVO. O
      * HEADER DO DELTA TRAZ TAMBEM A HORA DA EXTRACAO, QUE O RETORNO
      * DO CONTAS A PAGAR REPETE PARA IDENTIFICAR O DELTA RESPONDIDO.
      * A CONTA BANCARIA APROVADA DO FORNECEDOR (CONTBANC.DAT, MANTIDO
      * PELO DIGITABANC) VIAJA NUM REGISTRO 'B' LOGO APOS O DETALHE
      * 'D' DELE, NOS DOIS MODOS; 'D' SEM 'B' SIGNIFICA FORNECEDOR SEM
      * CONTA APROVADA. NO DELTA, UMA CONTA APROVADA OU ENCERRADA NO
      * PERIODO REENVIA O FORNECEDOR MESMO SEM MOVIMENTO NO CADASTRO.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-09-03 VMA  O CORTE DO DELTA PASSA A SER INCLUSIVO (>=),
      *                 PARA UM CICLO REPROCESSADO NO MESMO DIA DE
      *                 UMA EXTRACAO NAO SUMIR DOS DELTAS SEGUINTES.
      * 2026-10-15 VMA  ACAO 'F' (FUSAO) NO DELTA: DADOS DA IMAGEM
      *                 ANTERIOR, COMO NA EXCLUSAO, E O CODIGO QUE
      *                 SUCEDE O ABSORVIDO NAS 5 ULTIMAS POSICOES DO
      *                 DETALHE (CD-SUCESDD, ZERO NAS DEMAIS ACOES).
      * 2026-10-15 VMA  REGISTRO DE AUDITORIA ALARGADO PARA 220
      *                 POSICOES (IDENTIFICACAO DA ORIGEM DO MOVIMENTO).
      * 2026-10-15 VMA  REENVIO NO DELTA DOS FORNECEDORES PENDENTES DE
      *                 ACEITE DO CONTAS A PAGAR (PENDCAP.DAT) E HORA
      *                 DA EXTRACAO NO HEADER DO DELTA.
      * 2026-10-15 VMA  REGISTRO 'B' COM A CONTA BANCARIA APROVADA APOS
      *                 O DETALHE DO FORNECEDOR NOS DOIS MODOS, E
      *                 QUANTIDADE DE CONTAS NO TRAILER. O DELTA INCLUI
      *                 OS FORNECEDORES COM CONTA APROVADA OU ENCERRADA
      *                 DESDE A ULTIMA EXTRACAO (ACAO 'A', IMAGEM ATUAL
      *                 DO MESTRE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAFORN.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-DEL.
      *
      * LISTA DE FORNECEDORES PENDENTES DE ACEITE DO CONTAS A PAGAR,
      * MANTIDA PELO CONCILIAP; AQUI E SO LIDA.
      *
           SELECT ARQPCP ASSIGN TO "PENDCAP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PCP.
      *
      * CONTAS BANCARIAS DOS FORNECEDORES, MANTIDAS E APROVADAS PELO
      * DIGITABANC; AQUI SO INTERESSAM AS APROVADAS E AS ENCERRADAS.
      *
           SELECT ARQBAN ASSIGN TO "CONTBANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BAN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFORN.
      * TRES VISOES DO MESMO REGISTRO DE 80 POSICOES: HEADER ('H' +
      * DATA DA EXTRACAO), DETALHE ('D' + DADOS DO FORNECEDOR) E
      * TRAILER ('T' + QUANTIDADE + TOTAL DE CONFERENCIA), COMO O JOB
      * DE ENTRADA DO CONTAS A PAGAR EXIGE PARA ACEITAR O ARQUIVO. A
      * QUARTA VISAO E A CONTA BANCARIA ('B'), QUE NAO ENTRA NA
      * QUANTIDADE NEM NO TOTAL DOS DETALHES E TEM A SUA PROPRIA
      * QUANTIDADE NO TRAILER.
      *
       FD  ARQEXT.
       01  REG-EXT-HEADER.
           03 TP-REGT       PIC X(01).
           03 QT-DETALHES   PIC 9(07).
           03 VL-HASH-FORN  PIC 9(09).
           03 QT-CONTAS     PIC 9(07).
           03 FILLER        PIC X(56).
       01  REG-EXT-CONTA REDEFINES REG-EXT-HEADER.
           03 TP-REGB       PIC X(01).
           03 CD-FORNB      PIC 9(05).
           03 CD-BANCOB     PIC 9(03).
           03 CD-AGENCB     PIC X(06).
           03 NR-CONTAB     PIC X(13).
           03 TP-CONTAB     PIC X(01).
           03 NR-DOCTIB     PIC X(18).
           03 DT-AUTORB     PIC 9(08).
           03 FILLER        PIC X(25).
       FD  ARQAUD.
       01  REG-AUD.
           03 DT-AUDIT      PIC 9(08).
           03 SG-MOVA       PIC X(01).
           COPY REGFORN REPLACING ==:TAG:== BY ==V==.
           COPY REGFORN REPLACING ==:TAG:== BY ==W==.
           COPY REGORIG REPLACING ==:TAG:== BY ==A==.
       FD  ARQECT.
       01  REG-ECT.
           03 DT-ULT-EXTR   PIC 9(08).
      *
      * O ARQUIVO DELTA MANTEM A MESMA DISCIPLINA H/D/T; O DETALHE
      * GANHA O CODIGO DE ACAO (I/A/E/R/F) LOGO APOS O TIPO DE
      * REGISTRO, A SITUACAO FINAL DO CADASTRO E, NA FUSAO, O CODIGO
      * SUCESSOR, PARA O CONTAS A PAGAR SABER O QUE FAZER COM CADA
      * FORNECEDOR SEM RECARREGAR A TABELA.
      *
       FD  ARQDEL.
       01  REG-DEL-HEADER.
           03 TP-REGDH      PIC X(01).
           03 DT-EXTRDEL    PIC 9(08).
           03 HR-EXTRDEL    PIC 9(06).
           03 FILLER        PIC X(65).
       01  REG-DEL-DETALHE REDEFINES REG-DEL-HEADER.
           03 TP-REGDD      PIC X(01).
           03 SG-ACAODD     PIC X(01).
           03 NM-CIDADEDD   PIC X(14).
           03 CD-CATEGDD    PIC X(05).
           03 SG-SITUACDD   PIC X(01).
           03 CD-SUCESDD    PIC 9(05).
       01  REG-DEL-TRAILER REDEFINES REG-DEL-HEADER.
           03 TP-REGDT      PIC X(01).
           03 QT-DETALHESD  PIC 9(07).
           03 VL-HASH-DEL   PIC 9(09).
           03 QT-CONTASD    PIC 9(07).
           03 FILLER        PIC X(56).
       01  REG-DEL-CONTA REDEFINES REG-DEL-HEADER.
           03 TP-REGDB      PIC X(01).
           03 CD-FORNDB     PIC 9(05).
           03 CD-BANCODB    PIC 9(03).
           03 CD-AGENCDB    PIC X(06).
           03 NR-CONTADB    PIC X(13).
           03 TP-CONTADB    PIC X(01).
           03 NR-DOCTIDB    PIC X(18).
           03 DT-AUTORDB    PIC 9(08).
           03 FILLER        PIC X(25).
      *
      * MESMO LAYOUT DO REG-PCP DO CONCILIAP; O DETALHE GUARDADO E O
      * ULTIMO ENVIADO AO CONTAS A PAGAR, NO LAYOUT DO REG-DEL-DETALHE.
      *
       FD  ARQPCP.
       01  REG-PCP.
           03 CD-FORNQ      PIC 9(05).
           03 SG-ACAOQ      PIC X(01).
           03 SG-PENDQ      PIC X(01).
           03 DT-PENDQ      PIC 9(08).
           03 DT-ULTQ       PIC 9(08).
           03 NR-RECUSQ     PIC 9(03).
           03 DS-MOTIVQ     PIC X(40).
           03 DS-DETALQ.
               05 TP-REGQ       PIC X(01).
               05 SG-ACAODQ     PIC X(01).
               05 CD-FORNDQ     PIC 9(05).
               05 NM-FORNDQ     PIC X(15).
               05 NR-CGCDQ      PIC X(18).
               05 NR-FONEDQ     PIC X(15).
               05 NM-CIDADEDQ   PIC X(14).
               05 CD-CATEGDQ    PIC X(05).
               05 SG-SITUACDQ   PIC X(01).
               05 CD-SUCESDQ    PIC 9(05).
       FD  ARQBAN.
       01  REG-BAN.
           COPY REGBANC REPLACING ==:TAG:== BY ==N==.
       WORKING-STORAGE SECTION.
       01  ST-FRN           PIC X(02).
       01  ST-EXT           PIC X(02).
       01  ST-AUD           PIC X(02).
       01  ST-ECT           PIC X(02).
       01  ST-DEL           PIC X(02).
       01  ST-PCP           PIC X(02).
       01  ST-BAN           PIC X(02).
       01  WS-FIM-PCP       PIC X(01) VALUE 'N'.
       01  WS-QTD-REENVIO   PIC 9(05) VALUE 0.
       01  WS-HORA-EXT.
           03 WS-HHMMSS-EXT PIC 9(06).
           03 FILLER        PIC 9(02).
       01  WS-FIM-FORN      PIC X(01) VALUE 'N'.
       01  WS-FIM-AUD       PIC X(01) VALUE 'N'.
       01  WS-DATA-EXT      PIC 9(08).
      *
      * CONSOLIDACAO DO DELTA: UM REGISTRO POR FORNECEDOR MOVIDO NO
      * PERIODO, SEMPRE SOBREPOSTO PELO MOVIMENTO MAIS RECENTE (O
      * AUDIFORN.DAT E CRONOLOGICO). NA EXCLUSAO E NA FUSAO OS DADOS
      * VEM DA IMAGEM ANTERIOR (V), NOS DEMAIS DA POSTERIOR (W); O
      * SUCESSOR DA FUSAO VEM DO CODIGO DA IMAGEM POSTERIOR.
      *
       01  WS-QTD-DELTA     PIC 9(05) VALUE 0.
       01  WS-IDX-DEL       PIC 9(05).
               05 WS-DEL-CIDADE PIC X(14).
               05 WS-DEL-CATEG  PIC X(05).
               05 WS-DEL-SITUAC PIC X(01).
               05 WS-DEL-SUCES  PIC 9(05).
      *
      * CONTAS BANCARIAS APROVADAS ('A') E ENCERRADAS ('C') DO
      * CONTBANC.DAT, NO MAXIMO UMA POR FORNECEDOR; OS PEDIDOS AINDA
      * PENDENTES DE APROVACAO NAO VIAJAM. WS-CTA-NOVA MARCA A CONTA
      * APROVADA OU ENCERRADA DESDE A ULTIMA EXTRACAO, QUE NO DELTA
      * REENVIA O FORNECEDOR.
      *
       01  WS-FIM-BAN       PIC X(01) VALUE 'N'.
       01  WS-QTD-CONTAS    PIC 9(07) VALUE 0.
       01  WS-QTD-CTA-NOVA  PIC 9(05) VALUE 0.
       01  WS-QTD-CTA-INCL  PIC 9(05) VALUE 0.
       01  WS-QTD-TAB-CTA   PIC 9(05) VALUE 0.
       01  WS-IDX-CTA       PIC 9(05).
       01  WS-POS-CTA       PIC 9(05).
       01  WS-ACHOU-CTA     PIC X(01).
       01  WS-COD-CTA       PIC 9(05).
       01  WS-TAB-CONTA.
           03 WS-CONTA OCCURS 9999 TIMES.
               05 WS-CTA-COD    PIC 9(05).
               05 WS-CTA-BANCO  PIC 9(03).
               05 WS-CTA-AGENC  PIC X(06).
               05 WS-CTA-NUMERO PIC X(13).
               05 WS-CTA-TIPO   PIC X(01).
               05 WS-CTA-DOCTI  PIC X(18).
               05 WS-CTA-SITUAC PIC X(01).
               05 WS-CTA-DTAUT  PIC 9(08).
               05 WS-CTA-NOVA   PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-MODO.
               MOVE 'C' TO WS-MODO
           END-IF.
           ACCEPT WS-DATA-EXT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXT FROM TIME.
           PERFORM CARREGA-CONTAS.
           IF WS-MODO = 'C'
               PERFORM EXTRACAO-COMPLETA
           ELSE
           WRITE REG-ECT.
           CLOSE ARQECT.
      *
      * CARREGA AS CONTAS APROVADAS E ENCERRADAS DO CONTBANC.DAT.
      * ARQUIVO AUSENTE SIGNIFICA QUE NENHUMA CONTA FOI CADASTRADA.
      *
       CARREGA-CONTAS.
           OPEN INPUT ARQBAN.
           IF ST-BAN NOT = '35'
               IF ST-BAN NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQBAN" ST-BAN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CARREGA-UMA-CONTA UNTIL WS-FIM-BAN = 'S'
               CLOSE ARQBAN
           END-IF.
       CARREGA-UMA-CONTA.
           READ ARQBAN
               AT END
                   MOVE 'S' TO WS-FIM-BAN
               NOT AT END
                   IF CONTA-APROVADAN OR CONTA-ENCERRADAN
                       PERFORM GUARDA-CONTA
                   END-IF
           END-READ.
       GUARDA-CONTA.
           IF WS-QTD-TAB-CTA >= 9999
               DISPLAY "ERRO: MAIS DE 9999 CONTAS BANCARIAS, "
                       "TABELA CHEIA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-TAB-CTA.
           MOVE CD-FORNN  TO WS-CTA-COD(WS-QTD-TAB-CTA).
           MOVE CD-BANCON TO WS-CTA-BANCO(WS-QTD-TAB-CTA).
           MOVE CD-AGENCN TO WS-CTA-AGENC(WS-QTD-TAB-CTA).
           MOVE NR-CONTAN TO WS-CTA-NUMERO(WS-QTD-TAB-CTA).
           MOVE TP-CONTAN TO WS-CTA-TIPO(WS-QTD-TAB-CTA).
           MOVE NR-DOCTIN TO WS-CTA-DOCTI(WS-QTD-TAB-CTA).
           MOVE SG-SITCTN TO WS-CTA-SITUAC(WS-QTD-TAB-CTA).
           MOVE DT-AUTORN TO WS-CTA-DTAUT(WS-QTD-TAB-CTA).
           MOVE 'N'       TO WS-CTA-NOVA(WS-QTD-TAB-CTA).
           IF WS-DT-CONTROLE > 0 AND DT-AUTORN >= WS-DT-CONTROLE
               MOVE 'S' TO WS-CTA-NOVA(WS-QTD-TAB-CTA)
               ADD 1 TO WS-QTD-CTA-NOVA
           END-IF.
      *
      * PROCURA A CONTA DO CODIGO EM WS-COD-CTA; WS-POS-CTA APONTA A
      * ENTRADA ACHADA.
      *
       PROCURA-CONTA.
           MOVE 'N' TO WS-ACHOU-CTA.
           PERFORM PESQUISA-CONTA
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-QTD-TAB-CTA OR WS-ACHOU-CTA = 'S'.
       PESQUISA-CONTA.
           IF WS-CTA-COD(WS-IDX-CTA) = WS-COD-CTA
               MOVE WS-IDX-CTA TO WS-POS-CTA
               MOVE 'S' TO WS-ACHOU-CTA
           END-IF.
      *
      * MODO COMPLETO: O MESMO REENVIO DE TODOS OS ATIVOS DE SEMPRE,
      * MANTIDO COMO CONTINGENCIA PARA O RECARREGAMENTO TOTAL.
      *
           WRITE REG-EXT-DETALHE.
           ADD 1 TO WS-QTD-EXTRAIDOS.
           ADD CD-FORNF TO WS-HASH-FORN.
           MOVE CD-FORNF TO WS-COD-CTA.
           PERFORM PROCURA-CONTA.
           IF WS-ACHOU-CTA = 'S'
               IF WS-CTA-SITUAC(WS-POS-CTA) = 'A'
                   PERFORM GRAVA-CONTA
               END-IF
           END-IF.
       GRAVA-CONTA.
           MOVE SPACES TO REG-EXT-HEADER.
           MOVE 'B' TO TP-REGB.
           MOVE WS-CTA-COD(WS-POS-CTA)    TO CD-FORNB.
           MOVE WS-CTA-BANCO(WS-POS-CTA)  TO CD-BANCOB.
           MOVE WS-CTA-AGENC(WS-POS-CTA)  TO CD-AGENCB.
           MOVE WS-CTA-NUMERO(WS-POS-CTA) TO NR-CONTAB.
           MOVE WS-CTA-TIPO(WS-POS-CTA)   TO TP-CONTAB.
           MOVE WS-CTA-DOCTI(WS-POS-CTA)  TO NR-DOCTIB.
           MOVE WS-CTA-DTAUT(WS-POS-CTA)  TO DT-AUTORB.
           WRITE REG-EXT-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
       GRAVA-TRAILER.
           MOVE SPACES TO REG-EXT-HEADER.
           MOVE 'T' TO TP-REGT.
           MOVE WS-QTD-EXTRAIDOS TO QT-DETALHES.
           MOVE WS-HASH-FORN TO VL-HASH-FORN.
           MOVE WS-QTD-CONTAS TO QT-CONTAS.
           WRITE REG-EXT-TRAILER.
       FINALIZA.
           CLOSE ARQFORN.
           DISPLAY "EXTRACAO ENCERRADA: " WS-QTD-EXTRAIDOS
                   " ATIVOS EXTRAIDOS, " WS-QTD-PULADOS
                   " INATIVOS/BLOQUEADOS FORA".
           DISPLAY "CONTAS BANCARIAS APROVADAS ENVIADAS: "
                   WS-QTD-CONTAS.
      *
      * MODO DELTA: CONSOLIDA O AUDIFORN.DAT DESDE A ULTIMA EXTRACAO
      * E GRAVA UM DETALHE POR FORNECEDOR MOVIDO, COM O CODIGO DE
           IF ST-AUD NOT = '35'
               CLOSE ARQAUD
           END-IF.
           PERFORM ACRESCENTA-PENDENTES.
           IF WS-QTD-CTA-NOVA > 0
               PERFORM ACRESCENTA-CONTAS-NOVAS
           END-IF.
           OPEN OUTPUT ARQDEL.
           IF ST-DEL NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQDEL" ST-DEL
           CLOSE ARQDEL.
           DISPLAY "EXTRACAO DELTA ENCERRADA: " WS-QTD-EXTRAIDOS
                   " FORNECEDORES MOVIDOS DESDE " WS-DT-CONTROLE.
           DISPLAY "PENDENTES DO CONTAS A PAGAR REENVIADOS: "
                   WS-QTD-REENVIO.
           DISPLAY "REENVIADOS POR CONTA BANCARIA NOVA...: "
                   WS-QTD-CTA-INCL.
           DISPLAY "CONTAS BANCARIAS APROVADAS ENVIADAS..: "
                   WS-QTD-CONTAS.
      *
      * O CORTE E INCLUSIVO (>=): UM CICLO REPROCESSADO NO MESMO DIA
      * DE UMA EXTRACAO JA FEITA GRAVA AUDITORIA COM A MESMA DATA DE
           END-IF.
           MOVE CD-FORNA TO WS-DEL-COD(WS-POS-DEL).
           MOVE SG-MOVA  TO WS-DEL-ACAO(WS-POS-DEL).
           MOVE 0        TO WS-DEL-SUCES(WS-POS-DEL).
           IF SG-MOVA = 'F'
               MOVE CD-FORNW TO WS-DEL-SUCES(WS-POS-DEL)
           END-IF.
           IF SG-MOVA = 'E' OR SG-MOVA = 'F'
               MOVE NM-FORNV   TO WS-DEL-NOME(WS-POS-DEL)
               MOVE NR-CGCV    TO WS-DEL-CNPJ(WS-POS-DEL)
               MOVE NR-FONEV   TO WS-DEL-FONE(WS-POS-DEL)
               MOVE WS-IDX-DEL TO WS-POS-DEL
               MOVE 'S' TO WS-ACHOU-DEL
           END-IF.
      *
      * CADA FORNECEDOR AINDA PENDENTE DE ACEITE ENTRA NO DELTA COM O
      * ULTIMO DETALHE ENVIADO. SE ELE TEVE MOVIMENTO NO PERIODO, O
      * DETALHE NOVO JA ESTA NA TABELA E PREVALECE; O CONCILIAP
      * RESOLVE A PENDENCIA PELO CODIGO QUANDO O ACEITE VOLTAR.
      *
       ACRESCENTA-PENDENTES.
           OPEN INPUT ARQPCP.
           IF ST-PCP NOT = '35'
               IF ST-PCP NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQPCP" ST-PCP
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ACRESCENTA-UM-PENDENTE UNTIL WS-FIM-PCP = 'S'
               CLOSE ARQPCP
           END-IF.
       ACRESCENTA-UM-PENDENTE.
           READ ARQPCP
               AT END
                   MOVE 'S' TO WS-FIM-PCP
               NOT AT END
                   PERFORM REENVIA-PENDENTE
           END-READ.
       REENVIA-PENDENTE.
           MOVE 'N' TO WS-ACHOU-DEL.
           PERFORM PESQUISA-PENDENTE
               VARYING WS-IDX-DEL FROM 1 BY 1
               UNTIL WS-IDX-DEL > WS-QTD-DELTA OR WS-ACHOU-DEL = 'S'.
           IF WS-ACHOU-DEL NOT = 'S'
               IF WS-QTD-DELTA >= 9999
                   DISPLAY "ERRO: MAIS DE 9999 FORNECEDORES NO DELTA "
                           "COM OS PENDENTES, TABELA CHEIA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-DELTA
               ADD 1 TO WS-QTD-REENVIO
               MOVE CD-FORNQ    TO WS-DEL-COD(WS-QTD-DELTA)
               MOVE SG-ACAOQ    TO WS-DEL-ACAO(WS-QTD-DELTA)
               MOVE NM-FORNDQ   TO WS-DEL-NOME(WS-QTD-DELTA)
               MOVE NR-CGCDQ    TO WS-DEL-CNPJ(WS-QTD-DELTA)
               MOVE NR-FONEDQ   TO WS-DEL-FONE(WS-QTD-DELTA)
               MOVE NM-CIDADEDQ TO WS-DEL-CIDADE(WS-QTD-DELTA)
               MOVE CD-CATEGDQ  TO WS-DEL-CATEG(WS-QTD-DELTA)
               MOVE SG-SITUACDQ TO WS-DEL-SITUAC(WS-QTD-DELTA)
               MOVE CD-SUCESDQ  TO WS-DEL-SUCES(WS-QTD-DELTA)
           END-IF.
       PESQUISA-PENDENTE.
           IF WS-DEL-COD(WS-IDX-DEL) = CD-FORNQ
               MOVE 'S' TO WS-ACHOU-DEL
           END-IF.
      *
      * FORNECEDOR COM CONTA APROVADA OU ENCERRADA DESDE A ULTIMA
      * EXTRACAO E SEM OUTRO MOTIVO PARA ESTAR NO DELTA ENTRA COMO
      * ALTERACAO ('A') COM A IMAGEM ATUAL DO MESTRE, NUMA PASSADA SO
      * PELO FORNECE.DAT; O 'B' QUE SEGUE O DETALHE (OU A FALTA DELE,
      * NA CONTA ENCERRADA) LEVA A NOVIDADE. CODIGO QUE JA NAO ESTA NO
      * MESTRE (EXCLUIDO) NAO E REENVIADO POR CAUSA DA CONTA.
      *
       ACRESCENTA-CONTAS-NOVAS.
           OPEN INPUT ARQFORN.
           IF ST-FRN NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQFORN" ST-FRN
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM LER-REG-FORN.
           PERFORM CONFERE-CONTA-NOVA UNTIL WS-FIM-FORN = 'S'.
           CLOSE ARQFORN.
       CONFERE-CONTA-NOVA.
           MOVE CD-FORNF TO WS-COD-CTA.
           PERFORM PROCURA-CONTA.
           IF WS-ACHOU-CTA = 'S'
               IF WS-CTA-NOVA(WS-POS-CTA) = 'S'
                   PERFORM INCLUI-DELTA-CONTA
               END-IF
           END-IF.
           PERFORM LER-REG-FORN.
       INCLUI-DELTA-CONTA.
           MOVE 'N' TO WS-ACHOU-DEL.
           PERFORM PESQUISA-DELTA-CONTA
               VARYING WS-IDX-DEL FROM 1 BY 1
               UNTIL WS-IDX-DEL > WS-QTD-DELTA OR WS-ACHOU-DEL = 'S'.
           IF WS-ACHOU-DEL NOT = 'S'
               IF WS-QTD-DELTA >= 9999
                   DISPLAY "ERRO: MAIS DE 9999 FORNECEDORES NO DELTA "
                           "COM AS CONTAS NOVAS, TABELA CHEIA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-DELTA
               ADD 1 TO WS-QTD-CTA-INCL
               MOVE CD-FORNF   TO WS-DEL-COD(WS-QTD-DELTA)
               MOVE 'A'        TO WS-DEL-ACAO(WS-QTD-DELTA)
               MOVE NM-FORNF   TO WS-DEL-NOME(WS-QTD-DELTA)
               MOVE NR-CGCF    TO WS-DEL-CNPJ(WS-QTD-DELTA)
               MOVE NR-FONEF   TO WS-DEL-FONE(WS-QTD-DELTA)
               MOVE NM-CIDADEF TO WS-DEL-CIDADE(WS-QTD-DELTA)
               MOVE CD-CATEGF  TO WS-DEL-CATEG(WS-QTD-DELTA)
               MOVE SG-SITUACF TO WS-DEL-SITUAC(WS-QTD-DELTA)
               MOVE 0          TO WS-DEL-SUCES(WS-QTD-DELTA)
           END-IF.
       PESQUISA-DELTA-CONTA.
           IF WS-DEL-COD(WS-IDX-DEL) = CD-FORNF
               MOVE 'S' TO WS-ACHOU-DEL
           END-IF.
       GRAVA-HEADER-DELTA.
           MOVE SPACES TO REG-DEL-HEADER.
           MOVE 'H' TO TP-REGDH.
           MOVE WS-DATA-EXT TO DT-EXTRDEL.
           MOVE WS-HHMMSS-EXT TO HR-EXTRDEL.
           WRITE REG-DEL-HEADER.
       GRAVA-DETALHE-DELTA.
           MOVE SPACES TO REG-DEL-HEADER.
           MOVE WS-DEL-CIDADE(WS-IDX-DEL) TO NM-CIDADEDD.
           MOVE WS-DEL-CATEG(WS-IDX-DEL)  TO CD-CATEGDD.
           MOVE WS-DEL-SITUAC(WS-IDX-DEL) TO SG-SITUACDD.
           MOVE WS-DEL-SUCES(WS-IDX-DEL)  TO CD-SUCESDD.
           WRITE REG-DEL-DETALHE.
           ADD 1 TO WS-QTD-EXTRAIDOS.
           ADD WS-DEL-COD(WS-IDX-DEL) TO WS-HASH-FORN.
           IF WS-DEL-ACAO(WS-IDX-DEL) = 'I' OR
              WS-DEL-ACAO(WS-IDX-DEL) = 'A' OR
              WS-DEL-ACAO(WS-IDX-DEL) = 'R'
               MOVE WS-DEL-COD(WS-IDX-DEL) TO WS-COD-CTA
               PERFORM PROCURA-CONTA
               IF WS-ACHOU-CTA = 'S'
                   IF WS-CTA-SITUAC(WS-POS-CTA) = 'A'
                       PERFORM GRAVA-CONTA-DELTA
                   END-IF
               END-IF
           END-IF.
      *
      * A CONTA SO ACOMPANHA AS ACOES QUE DEIXAM O FORNECEDOR NO
      * CADASTRO (I/A/R); NA EXCLUSAO E NA FUSAO O CONTAS A PAGAR
      * DESATIVA O CODIGO E A CONTA COM ELE.
      *
       GRAVA-CONTA-DELTA.
           MOVE SPACES TO REG-DEL-HEADER.
           MOVE 'B' TO TP-REGDB.
           MOVE WS-CTA-COD(WS-POS-CTA)    TO CD-FORNDB.
           MOVE WS-CTA-BANCO(WS-POS-CTA)  TO CD-BANCODB.
           MOVE WS-CTA-AGENC(WS-POS-CTA)  TO CD-AGENCDB.
           MOVE WS-CTA-NUMERO(WS-POS-CTA) TO NR-CONTADB.
           MOVE WS-CTA-TIPO(WS-POS-CTA)   TO TP-CONTADB.
           MOVE WS-CTA-DOCTI(WS-POS-CTA)  TO NR-DOCTIDB.
           MOVE WS-CTA-DTAUT(WS-POS-CTA)  TO DT-AUTORDB.
           WRITE REG-DEL-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
       GRAVA-TRAILER-DELTA.
           MOVE SPACES TO REG-DEL-HEADER.
           MOVE 'T' TO TP-REGDT.
           MOVE WS-QTD-EXTRAIDOS TO QT-DETALHESD.
           MOVE WS-HASH-FORN TO VL-HASH-DEL.
           MOVE WS-QTD-CONTAS TO QT-CONTASD.
           WRITE REG-DEL-TRAILER.
