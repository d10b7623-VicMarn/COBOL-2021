      ******************************************************************
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: ESTE PROGRAMA CONCILIA O ARQUIVO DE RETORNO DO PACOTE
      * DE CONTAS A PAGAR (RETDELTA.DAT) COM O ULTIMO DELTA ENVIADO
      * (EXTDELTA.DAT). O CONTAS A PAGAR DEVOLVE UMA LINHA POR DETALHE
      * DO DELTA, ACEITA ('A') OU RECUSADA ('R') COM O MOTIVO, E UM
      * TRAILER COM OS TOTAIS QUE ELE RECEBEU. O PROGRAMA CONFERE:
      *   - O HEADER DO RETORNO APONTA PARA O DELTA ENVIADO (DATA E
      *     HORA DA EXTRACAO);
      *   - A QUANTIDADE DE DETALHES E O TOTAL DE CONFERENCIA DO
      *     TRAILER DELES CONTRA AS LINHAS RECEBIDAS E CONTRA O
      *     TRAILER DO DELTA ENVIADO;
      *   - CADA DETALHE ENVIADO TEM RESPOSTA, E CADA RESPOSTA
      *     CORRESPONDE A UM DETALHE ENVIADO.
      * O RELATORIO DE CONCILIACAO (CONCREL.DAT) LISTA OS RECUSADOS, OS
      * AUSENTES NO RETORNO E AS DIVERGENCIAS DE TOTAIS. OS RECUSADOS E
      * OS AUSENTES ENTRAM NA LISTA DE PENDENCIAS (PENDCAP.DAT), QUE O
      * EXTRAFORN REENVIA EM TODO DELTA SEGUINTE ATE O CONTAS A PAGAR
      * ACEITAR; O ACEITE RETIRA O FORNECEDOR DA LISTA. SEM RETORNO (OU
      * COM RETORNO DE OUTRO DELTA), TODO O DELTA ENVIADO FICA PENDENTE,
      * POIS REENVIAR O ESTADO FINAL DE UM FORNECEDOR E INOFENSIVO.
      * O CONTROLE CONCCTL.DAT GUARDA O ULTIMO DELTA CONCILIADO, PARA
      * UMA SEGUNDA EXECUCAO SOBRE O MESMO DELTA NAO CONTAR AS
      * RECUSAS DUAS VEZES.
      *
      * RODA NA GRADE DA NOITE ANTES DO EXTRAFORN. RETURN-CODE 0 COM
      * TUDO ACEITO, 4 COM RECUSADOS OU AUSENTES, 8 SEM RETORNO OU COM
      * RETORNO DIVERGENTE, 12 EM ERRO DE ABERTURA OU DELTA ENVIADO
      * INCONSISTENTE E 16 COM TABELA INTERNA CHEIA; COM 12 OU 16 A
      * LISTA DE PENDENCIAS NAO E ALTERADA.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * ULTIMO DELTA GRAVADO PELO EXTRAFORN, SO DE LEITURA.
      *
           SELECT ARQDEL ASSIGN TO "EXTDELTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-DEL.
      *
      * RETORNO DEVOLVIDO PELO CONTAS A PAGAR.
      *
           SELECT ARQRET ASSIGN TO "RETDELTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RET.
      *
      * LISTA DE FORNECEDORES PENDENTES DE ACEITE, REGRAVADA POR
      * INTEIRO A CADA CONCILIACAO.
      *
           SELECT ARQPCP ASSIGN TO "PENDCAP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PCP.
           SELECT ARQCCT ASSIGN TO "CONCCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CCT.
           SELECT ARQREL ASSIGN TO "CONCREL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
      *
      * MESMO LAYOUT DO ARQDEL DO EXTRAFORN.
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
           03 CD-FORNDD     PIC 9(05).
           03 FILLER        PIC X(73).
       01  REG-DEL-TRAILER REDEFINES REG-DEL-HEADER.
           03 TP-REGDT      PIC X(01).
           03 QT-DETALHESD  PIC 9(07).
           03 VL-HASH-DEL   PIC 9(09).
           03 FILLER        PIC X(63).
      *
      * RETORNO DO CONTAS A PAGAR, NA MESMA DISCIPLINA H/D/T DE 80
      * POSICOES: O HEADER REPETE A DATA E A HORA DO DELTA A QUE
      * RESPONDE; O DETALHE REPETE A ACAO E O CODIGO ENVIADOS, COM A
      * RESPOSTA (A=ACEITO R=RECUSADO) E O MOTIVO DA RECUSA; O
      * TRAILER TRAZ A QUANTIDADE E O TOTAL DE CONFERENCIA (SOMA DOS
      * CODIGOS) DO QUE ELES RECEBERAM E QUANTOS ACEITARAM/RECUSARAM.
      *
       FD  ARQRET.
       01  REG-RET-HEADER.
           03 TP-REGRH      PIC X(01).
           03 DT-DELTARH    PIC 9(08).
           03 HR-DELTARH    PIC 9(06).
           03 DT-RETORNO    PIC 9(08).
           03 FILLER        PIC X(57).
       01  REG-RET-DETALHE REDEFINES REG-RET-HEADER.
           03 TP-REGRD      PIC X(01).
           03 SG-ACAORD     PIC X(01).
           03 CD-FORNRD     PIC 9(05).
           03 SG-RETORD     PIC X(01).
           03 DS-MOTIVRD    PIC X(40).
           03 FILLER        PIC X(32).
       01  REG-RET-TRAILER REDEFINES REG-RET-HEADER.
           03 TP-REGRT      PIC X(01).
           03 QT-DETALHESR  PIC 9(07).
           03 VL-HASH-RET   PIC 9(09).
           03 QT-ACEITOSR   PIC 9(07).
           03 QT-RECUSADR   PIC 9(07).
           03 FILLER        PIC X(49).
      *
      * PENDENCIA: CODIGO, ACAO E DETALHE DO ULTIMO ENVIO (REENVIADO
      * TAL QUAL PELO EXTRAFORN), SITUACAO (R=RECUSADO, F=FALTOU NO
      * RETORNO, S=DELTA SEM RETORNO), DATA DO PRIMEIRO E DO ULTIMO
      * DELTA PENDENTE, QUANTIDADE DE RECUSAS E O ULTIMO MOTIVO.
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
           03 DS-DETALQ     PIC X(80).
       FD  ARQCCT.
       01  REG-CCT.
           03 DT-ULTCONC    PIC 9(08).
           03 HR-ULTCONC    PIC 9(06).
       FD  ARQREL.
       01  REG-REL          PIC X(80).
       WORKING-STORAGE SECTION.
       01  ST-DEL           PIC X(02).
       01  ST-RET           PIC X(02).
       01  ST-PCP           PIC X(02).
       01  ST-CCT           PIC X(02).
       01  ST-REL           PIC X(02).
       01  WS-FIM-DEL       PIC X(01).
       01  WS-FIM-RET       PIC X(01).
       01  WS-FIM-PCP       PIC X(01).
       01  WS-LINHA         PIC X(80).
       01  WS-CONCILIAR     PIC X(01) VALUE 'N'.
       01  WS-TEM-TRL-DEL   PIC X(01) VALUE 'N'.
       01  WS-TEM-TRL-RET   PIC X(01) VALUE 'N'.
      *
      * 'S' QUANDO NAO HA RETORNO UTILIZAVEL PARA O DELTA ENVIADO
      * (ARQUIVO AUSENTE, SEM HEADER OU DE OUTRO DELTA); 'S' EM
      * WS-RET-DIVERGE QUANDO OS TOTAIS DO RETORNO NAO FECHAM.
      *
       01  WS-RET-AUSENTE   PIC X(01) VALUE 'N'.
       01  WS-RET-DIVERGE   PIC X(01) VALUE 'N'.
       01  WS-DT-DELTA      PIC 9(08) VALUE 0.
       01  WS-HR-DELTA      PIC 9(06) VALUE 0.
       01  WS-DT-ULTCONC    PIC 9(08) VALUE 0.
       01  WS-HR-ULTCONC    PIC 9(06) VALUE 0.
      *
      * TOTAIS DO DELTA ENVIADO: CONTADOS NAS LINHAS E LIDOS NO
      * TRAILER.
      *
       01  WS-QTD-DLT       PIC 9(07) VALUE 0.
       01  WS-HASH-DLT      PIC 9(09) VALUE 0.
       01  WS-QTD-DLT-TRL   PIC 9(07) VALUE 0.
       01  WS-HASH-DLT-TRL  PIC 9(09) VALUE 0.
      *
      * TOTAIS DO RETORNO: CONTADOS NAS LINHAS RECEBIDAS.
      *
       01  WS-QTD-RET       PIC 9(07) VALUE 0.
       01  WS-HASH-RET      PIC 9(09) VALUE 0.
       01  WS-QTD-RET-ACE   PIC 9(07) VALUE 0.
       01  WS-QTD-RET-REC   PIC 9(07) VALUE 0.
      *
      * CONTADORES DO RESUMO.
      *
       01  WS-QTD-ACEITOS   PIC 9(07) VALUE 0.
       01  WS-QTD-RECUSADOS PIC 9(07) VALUE 0.
       01  WS-QTD-AUSENTES  PIC 9(07) VALUE 0.
       01  WS-QTD-NAO-ENV   PIC 9(07) VALUE 0.
       01  WS-QTD-DUPLIC    PIC 9(07) VALUE 0.
       01  WS-QTD-INVALID   PIC 9(07) VALUE 0.
       01  WS-QTD-RESOLV    PIC 9(07) VALUE 0.
       01  WS-QTD-PEND-FIM  PIC 9(07) VALUE 0.
      *
      * DETALHES DO DELTA ENVIADO, COM A RESPOSTA RECEBIDA (BRANCO =
      * SEM RESPOSTA).
      *
       01  WS-QTD-TAB-DLT   PIC 9(05) VALUE 0.
       01  WS-IDX-DLT       PIC 9(05).
       01  WS-POS-DLT       PIC 9(05).
       01  WS-TAB-DLT.
           03 WS-DLT-ENT OCCURS 9999 TIMES.
               05 WS-DLT-COD     PIC 9(05).
               05 WS-DLT-ACAO    PIC X(01).
               05 WS-DLT-RETORNO PIC X(01).
               05 WS-DLT-MOTIVO  PIC X(40).
               05 WS-DLT-DETALHE PIC X(80).
      *
      * LISTA DE PENDENCIAS CARREGADA DO PENDCAP.DAT; WS-PND-ATIVO
      * 'N' MARCA A PENDENCIA RESOLVIDA, QUE NAO E REGRAVADA.
      *
       01  WS-QTD-TAB-PND   PIC 9(05) VALUE 0.
       01  WS-IDX-PND       PIC 9(05).
       01  WS-POS-PND       PIC 9(05).
       01  WS-TAB-PND.
           03 WS-PND-ENT OCCURS 9999 TIMES.
               05 WS-PND-COD     PIC 9(05).
               05 WS-PND-ACAO    PIC X(01).
               05 WS-PND-SITUAC  PIC X(01).
               05 WS-PND-DTINI   PIC 9(08).
               05 WS-PND-DTULT   PIC 9(08).
               05 WS-PND-RECUSAS PIC 9(03).
               05 WS-PND-MOTIVO  PIC X(40).
               05 WS-PND-DETALHE PIC X(80).
               05 WS-PND-ATIVO   PIC X(01).
       01  WS-ACHOU         PIC X(01).
       01  WS-COD-PESQ      PIC 9(05).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-RELATORIO.
           PERFORM LE-CONTROLE.
           PERFORM CARREGA-DELTA.
           IF WS-CONCILIAR = 'S'
               PERFORM CARREGA-PENDENCIAS
               PERFORM CONFERE-RETORNO
               PERFORM ATUALIZA-PENDENCIA
                   VARYING WS-IDX-DLT FROM 1 BY 1
                   UNTIL WS-IDX-DLT > WS-QTD-TAB-DLT
               PERFORM REGRAVA-PENDENCIAS
               PERFORM REGRAVA-CONTROLE
               PERFORM GRAVA-RESUMO
           END-IF.
           PERFORM FINALIZA.
       ABRE-RELATORIO.
           OPEN OUTPUT ARQREL.
           IF ST-REL NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQREL" ST-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE "CONCILIACAO DO RETORNO DO CONTAS A PAGAR" TO REG-REL.
           WRITE REG-REL.
           MOVE "========================================" TO REG-REL.
           WRITE REG-REL.
      *
      * ULTIMO DELTA JA CONCILIADO. ARQUIVO AUSENTE OU VAZIO = NUNCA
      * HOUVE CONCILIACAO.
      *
       LE-CONTROLE.
           OPEN INPUT ARQCCT.
           IF ST-CCT = '00'
               READ ARQCCT
                   NOT AT END
                       MOVE DT-ULTCONC TO WS-DT-ULTCONC
                       MOVE HR-ULTCONC TO WS-HR-ULTCONC
               END-READ
               CLOSE ARQCCT
           END-IF.
      *
      * CARREGA O DELTA ENVIADO E CONFERE O PROPRIO TRAILER: UM DELTA
      * QUE NAO FECHA NAO PODE SERVIR DE REFERENCIA, E A CONCILIACAO
      * PARA SEM TOCAR NAS PENDENCIAS.
      *
       CARREGA-DELTA.
           OPEN INPUT ARQDEL.
           IF ST-DEL = '35'
               MOVE "SEM EXTDELTA.DAT, NADA A CONCILIAR" TO REG-REL
               WRITE REG-REL
               DISPLAY "CONCILIACAO: SEM EXTDELTA.DAT, NADA A "
                       "CONCILIAR"
           ELSE
               IF ST-DEL NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQDEL" ST-DEL
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-DEL
               PERFORM LER-REG-DEL
               IF WS-FIM-DEL = 'S' OR TP-REGDH NOT = 'H'
                   MOVE SPACES TO WS-LINHA
                   STRING "EXTDELTA.DAT SEM HEADER, CONCILIACAO "
                       "INTERROMPIDA"
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-REL
                   PERFORM ABORTA-DELTA
               END-IF
               MOVE DT-EXTRDEL TO WS-DT-DELTA
               IF HR-EXTRDEL IS NUMERIC
                   MOVE HR-EXTRDEL TO WS-HR-DELTA
               END-IF
               IF WS-DT-DELTA = WS-DT-ULTCONC AND
                  WS-HR-DELTA = WS-HR-ULTCONC
                   MOVE SPACES TO WS-LINHA
                   STRING "DELTA DE " WS-DT-DELTA " " WS-HR-DELTA
                       " JA CONCILIADO, NADA A FAZER"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
                   DISPLAY "CONCILIACAO: " WS-LINHA
               ELSE
                   MOVE 'S' TO WS-CONCILIAR
                   PERFORM LER-REG-DEL
                   PERFORM GUARDA-REG-DEL UNTIL WS-FIM-DEL = 'S'
                   PERFORM CONFERE-TRAILER-DEL
               END-IF
               CLOSE ARQDEL
           END-IF.
       LER-REG-DEL.
           READ ARQDEL AT END MOVE 'S' TO WS-FIM-DEL.
       GUARDA-REG-DEL.
           IF TP-REGDD = 'D'
               IF WS-QTD-TAB-DLT >= 9999
                   DISPLAY "ERRO: TABELA DO DELTA CHEIA (MAX 9999)"
                   CLOSE ARQDEL
                   CLOSE ARQREL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-TAB-DLT
               MOVE CD-FORNDD TO WS-DLT-COD(WS-QTD-TAB-DLT)
               MOVE SG-ACAODD TO WS-DLT-ACAO(WS-QTD-TAB-DLT)
               MOVE SPACE     TO WS-DLT-RETORNO(WS-QTD-TAB-DLT)
               MOVE SPACES    TO WS-DLT-MOTIVO(WS-QTD-TAB-DLT)
               MOVE REG-DEL-DETALHE TO WS-DLT-DETALHE(WS-QTD-TAB-DLT)
               ADD 1 TO WS-QTD-DLT
               ADD CD-FORNDD TO WS-HASH-DLT
           ELSE
               IF TP-REGDT = 'T'
                   MOVE 'S' TO WS-TEM-TRL-DEL
                   MOVE QT-DETALHESD TO WS-QTD-DLT-TRL
                   MOVE VL-HASH-DEL TO WS-HASH-DLT-TRL
               END-IF
           END-IF.
           PERFORM LER-REG-DEL.
       CONFERE-TRAILER-DEL.
           IF WS-TEM-TRL-DEL NOT = 'S'
               MOVE SPACES TO WS-LINHA
               STRING "EXTDELTA.DAT SEM TRAILER, CONCILIACAO "
                   "INTERROMPIDA"
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-REL
               PERFORM ABORTA-DELTA
           END-IF.
           IF WS-QTD-DLT-TRL NOT = WS-QTD-DLT OR
              WS-HASH-DLT-TRL NOT = WS-HASH-DLT
               MOVE SPACES TO WS-LINHA
               STRING "EXTDELTA.DAT COM TRAILER DIVERGENTE DOS "
                   "DETALHES, CONCILIACAO INTERROMPIDA"
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-REL
               PERFORM ABORTA-DELTA
           END-IF.
      *
      * O CHAMADOR DEIXA O MOTIVO EM REG-REL.
      *
       ABORTA-DELTA.
           WRITE REG-REL.
           DISPLAY "CONCILIACAO: " REG-REL.
           CLOSE ARQDEL.
           CLOSE ARQREL.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       CARREGA-PENDENCIAS.
           OPEN INPUT ARQPCP.
           IF ST-PCP NOT = '35'
               IF ST-PCP NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQPCP" ST-PCP
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-PCP
               PERFORM CARREGA-UMA-PENDENCIA UNTIL WS-FIM-PCP = 'S'
               CLOSE ARQPCP
           END-IF.
       CARREGA-UMA-PENDENCIA.
           READ ARQPCP
               AT END
                   MOVE 'S' TO WS-FIM-PCP
               NOT AT END
                   PERFORM RESERVA-PENDENCIA
                   MOVE CD-FORNQ  TO WS-PND-COD(WS-POS-PND)
                   MOVE SG-ACAOQ  TO WS-PND-ACAO(WS-POS-PND)
                   MOVE SG-PENDQ  TO WS-PND-SITUAC(WS-POS-PND)
                   MOVE DT-PENDQ  TO WS-PND-DTINI(WS-POS-PND)
                   MOVE DT-ULTQ   TO WS-PND-DTULT(WS-POS-PND)
                   MOVE NR-RECUSQ TO WS-PND-RECUSAS(WS-POS-PND)
                   MOVE DS-MOTIVQ TO WS-PND-MOTIVO(WS-POS-PND)
                   MOVE DS-DETALQ TO WS-PND-DETALHE(WS-POS-PND)
           END-READ.
      *
      * ABRE UMA ENTRADA NOVA NA LISTA DE PENDENCIAS E DEIXA A
      * POSICAO EM WS-POS-PND.
      *
       RESERVA-PENDENCIA.
           IF WS-QTD-TAB-PND >= 9999
               DISPLAY "ERRO: TABELA DE PENDENCIAS CHEIA (MAX 9999)"
               CLOSE ARQREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-TAB-PND.
           MOVE WS-QTD-TAB-PND TO WS-POS-PND.
           MOVE 'S' TO WS-PND-ATIVO(WS-POS-PND).
           MOVE 0 TO WS-PND-RECUSAS(WS-POS-PND).
      *
      * CASA O RETORNO COM O DELTA. UM RETORNO AUSENTE, SEM HEADER OU
      * DE OUTRO DELTA E DESPREZADO POR INTEIRO E O DELTA FICA SEM
      * RESPOSTA.
      *
       CONFERE-RETORNO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "DELTA ENVIADO EM " WS-DT-DELTA " " WS-HR-DELTA
               ": " WS-QTD-DLT " DETALHES, TOTAL " WS-HASH-DLT
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           OPEN INPUT ARQRET.
           IF ST-RET = '35'
               MOVE 'S' TO WS-RET-AUSENTE
               MOVE SPACES TO WS-LINHA
               STRING "RETDELTA.DAT AUSENTE: O DELTA INTEIRO FICA "
                   "PENDENTE"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
           ELSE
               IF ST-RET NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQRET" ST-RET
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-RET
               PERFORM LER-REG-RET
               IF WS-FIM-RET = 'S' OR TP-REGRH NOT = 'H'
                   MOVE 'S' TO WS-RET-AUSENTE
                   MOVE SPACES TO WS-LINHA
                   STRING "RETDELTA.DAT SEM HEADER: RETORNO DESPREZADO,"
                       " O DELTA INTEIRO FICA PENDENTE"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               ELSE
                   IF DT-DELTARH NOT = WS-DT-DELTA OR
                      HR-DELTARH NOT = WS-HR-DELTA
                       MOVE 'S' TO WS-RET-AUSENTE
                       MOVE SPACES TO WS-LINHA
                       STRING "RETDELTA.DAT RESPONDE AO DELTA DE "
                           DT-DELTARH " " HR-DELTARH
                           ": RETORNO DESPREZADO"
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM GRAVA-LINHA
                   ELSE
                       MOVE SPACES TO WS-LINHA
                       STRING "RETORNO PROCESSADO PELO CONTAS A "
                           "PAGAR EM " DT-RETORNO
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM GRAVA-LINHA
                       PERFORM LER-REG-RET
                       PERFORM TRATA-REG-RET UNTIL WS-FIM-RET = 'S'
                       PERFORM CONFERE-TRAILER-RET
                   END-IF
               END-IF
               CLOSE ARQRET
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
       LER-REG-RET.
           READ ARQRET AT END MOVE 'S' TO WS-FIM-RET.
       TRATA-REG-RET.
           IF TP-REGRD = 'D'
               PERFORM TRATA-DETALHE-RET
           ELSE
               IF TP-REGRT = 'T'
                   MOVE 'S' TO WS-TEM-TRL-RET
               ELSE
                   ADD 1 TO WS-QTD-INVALID
                   MOVE SPACES TO WS-LINHA
                   STRING "INVALIDA: LINHA DE RETORNO SEM TIPO H/D/T: "
                       REG-RET-HEADER(1:30)
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
           END-IF.
           IF WS-TEM-TRL-RET = 'S'
               MOVE 'S' TO WS-FIM-RET
           ELSE
               PERFORM LER-REG-RET
           END-IF.
      *
      * UMA LINHA COM CODIGO NAO NUMERICO OU RESPOSTA DIFERENTE DE
      * A/R NAO RESPONDE A NADA: O DETALHE CORRESPONDENTE FICA SEM
      * RESPOSTA E VAI PARA A LISTA COMO AUSENTE.
      *
       TRATA-DETALHE-RET.
           IF CD-FORNRD IS NOT NUMERIC OR
              (SG-RETORD NOT = 'A' AND SG-RETORD NOT = 'R')
               ADD 1 TO WS-QTD-INVALID
               MOVE SPACES TO WS-LINHA
               STRING "INVALIDA: DETALHE DE RETORNO MAL FORMADO: "
                   REG-RET-DETALHE(1:30)
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
           ELSE
               ADD 1 TO WS-QTD-RET
               ADD CD-FORNRD TO WS-HASH-RET
               IF SG-RETORD = 'A'
                   ADD 1 TO WS-QTD-RET-ACE
               ELSE
                   ADD 1 TO WS-QTD-RET-REC
               END-IF
               MOVE CD-FORNRD TO WS-COD-PESQ
               PERFORM PESQUISA-DELTA
               IF WS-ACHOU NOT = 'S'
                   ADD 1 TO WS-QTD-NAO-ENV
                   MOVE SPACES TO WS-LINHA
                   STRING "NAO ENV.: CODIGO " CD-FORNRD " ACAO "
                       SG-ACAORD " RESPONDIDO MAS NAO CONSTA DO DELTA"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               ELSE
                   IF WS-DLT-RETORNO(WS-POS-DLT) NOT = SPACE
                       ADD 1 TO WS-QTD-DUPLIC
                       MOVE SPACES TO WS-LINHA
                       STRING "DUPLIC. : CODIGO " CD-FORNRD
                           " RESPONDIDO MAIS DE UMA VEZ, VALE A "
                           "PRIMEIRA RESPOSTA"
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM GRAVA-LINHA
                   ELSE
                       MOVE SG-RETORD TO WS-DLT-RETORNO(WS-POS-DLT)
                       MOVE DS-MOTIVRD TO WS-DLT-MOTIVO(WS-POS-DLT)
                   END-IF
               END-IF
           END-IF.
       PESQUISA-DELTA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-DELTA
               VARYING WS-IDX-DLT FROM 1 BY 1
               UNTIL WS-IDX-DLT > WS-QTD-TAB-DLT OR WS-ACHOU = 'S'.
       COMPARA-DELTA.
           IF WS-DLT-COD(WS-IDX-DLT) = WS-COD-PESQ
               MOVE WS-IDX-DLT TO WS-POS-DLT
               MOVE 'S' TO WS-ACHOU
           END-IF.
      *
      * O TRAILER DO RETORNO TEM DE FECHAR COM AS LINHAS RECEBIDAS E
      * COM O DELTA ENVIADO. DIVERGENCIA NAO DESFAZ AS RESPOSTAS
      * RECEBIDAS LINHA A LINHA, MAS VAI PARA O RELATORIO E ELEVA O
      * RETURN-CODE.
      *
       CONFERE-TRAILER-RET.
           IF WS-TEM-TRL-RET NOT = 'S'
               MOVE 'S' TO WS-RET-DIVERGE
               MOVE "DIVERG. : RETDELTA.DAT SEM TRAILER" TO WS-LINHA
               PERFORM GRAVA-LINHA
           ELSE
               IF QT-DETALHESR NOT = WS-QTD-RET OR
                  VL-HASH-RET NOT = WS-HASH-RET OR
                  QT-ACEITOSR NOT = WS-QTD-RET-ACE OR
                  QT-RECUSADR NOT = WS-QTD-RET-REC
                   MOVE 'S' TO WS-RET-DIVERGE
                   MOVE SPACES TO WS-LINHA
                   STRING "DIVERG. : TRAILER DO RETORNO " QT-DETALHESR
                       " " VL-HASH-RET " NAO FECHA COM AS LINHAS "
                       WS-QTD-RET " " WS-HASH-RET
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
               IF QT-DETALHESR NOT = WS-QTD-DLT OR
                  VL-HASH-RET NOT = WS-HASH-DLT
                   MOVE 'S' TO WS-RET-DIVERGE
                   MOVE SPACES TO WS-LINHA
                   STRING "DIVERG. : TOTAIS DO RETORNO " QT-DETALHESR
                       " " VL-HASH-RET " DIFEREM DO DELTA "
                       WS-QTD-DLT " " WS-HASH-DLT
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
           END-IF.
      *
      * ACEITE RETIRA O FORNECEDOR DA LISTA; RECUSA OU FALTA DE
      * RESPOSTA O COLOCA (OU MANTEM) NELA COM O DETALHE ENVIADO,
      * QUE O EXTRAFORN REENVIA.
      *
       ATUALIZA-PENDENCIA.
           MOVE WS-DLT-COD(WS-IDX-DLT) TO WS-COD-PESQ.
           PERFORM PESQUISA-PENDENCIA.
           IF WS-DLT-RETORNO(WS-IDX-DLT) = 'A'
               ADD 1 TO WS-QTD-ACEITOS
               IF WS-ACHOU = 'S'
                   MOVE 'N' TO WS-PND-ATIVO(WS-POS-PND)
                   ADD 1 TO WS-QTD-RESOLV
                   MOVE SPACES TO WS-LINHA
                   STRING "RESOLVID: CODIGO " WS-COD-PESQ
                       " ACEITO APOS " WS-PND-RECUSAS(WS-POS-PND)
                       " RECUSA(S), PENDENTE DESDE "
                       WS-PND-DTINI(WS-POS-PND)
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
           ELSE
               IF WS-ACHOU NOT = 'S'
                   PERFORM RESERVA-PENDENCIA
                   MOVE WS-COD-PESQ TO WS-PND-COD(WS-POS-PND)
                   MOVE WS-DT-DELTA TO WS-PND-DTINI(WS-POS-PND)
               END-IF
               MOVE WS-DLT-ACAO(WS-IDX-DLT) TO WS-PND-ACAO(WS-POS-PND)
               MOVE WS-DLT-DETALHE(WS-IDX-DLT) TO
                       WS-PND-DETALHE(WS-POS-PND)
               MOVE WS-DT-DELTA TO WS-PND-DTULT(WS-POS-PND)
               IF WS-DLT-RETORNO(WS-IDX-DLT) = 'R'
                   PERFORM REGISTRA-RECUSA
               ELSE
                   PERFORM REGISTRA-AUSENCIA
               END-IF
           END-IF.
       REGISTRA-RECUSA.
           ADD 1 TO WS-QTD-RECUSADOS.
           MOVE 'R' TO WS-PND-SITUAC(WS-POS-PND).
           IF WS-PND-RECUSAS(WS-POS-PND) < 999
               ADD 1 TO WS-PND-RECUSAS(WS-POS-PND)
           END-IF.
           MOVE WS-DLT-MOTIVO(WS-IDX-DLT) TO WS-PND-MOTIVO(WS-POS-PND).
           MOVE SPACES TO WS-LINHA.
           STRING "RECUSADO: CODIGO " WS-COD-PESQ " ACAO "
               WS-DLT-ACAO(WS-IDX-DLT) " "
               WS-DLT-MOTIVO(WS-IDX-DLT)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
      *
      * SEM RETORNO UTILIZAVEL A AUSENCIA E DO DELTA INTEIRO (S) E
      * NAO SE LISTA LINHA A LINHA; COM RETORNO, O DETALHE QUE FICOU
      * SEM RESPOSTA (F) E LISTADO.
      *
       REGISTRA-AUSENCIA.
           ADD 1 TO WS-QTD-AUSENTES.
           IF WS-RET-AUSENTE = 'S'
               MOVE 'S' TO WS-PND-SITUAC(WS-POS-PND)
               MOVE "DELTA SEM RETORNO DO CONTAS A PAGAR" TO
                       WS-PND-MOTIVO(WS-POS-PND)
           ELSE
               MOVE 'F' TO WS-PND-SITUAC(WS-POS-PND)
               MOVE "DETALHE AUSENTE NO RETORNO" TO
                       WS-PND-MOTIVO(WS-POS-PND)
               MOVE SPACES TO WS-LINHA
               STRING "AUSENTE : CODIGO " WS-COD-PESQ " ACAO "
                   WS-DLT-ACAO(WS-IDX-DLT)
                   " ENVIADO E NAO RESPONDIDO"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.
       PESQUISA-PENDENCIA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-PENDENCIA
               VARYING WS-IDX-PND FROM 1 BY 1
               UNTIL WS-IDX-PND > WS-QTD-TAB-PND OR WS-ACHOU = 'S'.
       COMPARA-PENDENCIA.
           IF WS-PND-COD(WS-IDX-PND) = WS-COD-PESQ AND
              WS-PND-ATIVO(WS-IDX-PND) = 'S'
               MOVE WS-IDX-PND TO WS-POS-PND
               MOVE 'S' TO WS-ACHOU
           END-IF.
      *
      * REGRAVA A LISTA SEM AS PENDENCIAS RESOLVIDAS E A REPETE NO
      * RELATORIO, PARA QUEM CONFERE DE MANHA VER O QUE AINDA ESPERA
      * ACEITE E HA QUANTO TEMPO.
      *
       REGRAVA-PENDENCIAS.
           OPEN OUTPUT ARQPCP.
           IF ST-PCP NOT EQUAL '00'
               DISPLAY "ERRO AO REGRAVAR O ARQPCP" ST-PCP
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNECEDORES PENDENTES DE ACEITE (REENVIADOS NO "
               "PROXIMO DELTA)"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-UMA-PENDENCIA
               VARYING WS-IDX-PND FROM 1 BY 1
               UNTIL WS-IDX-PND > WS-QTD-TAB-PND.
           CLOSE ARQPCP.
       GRAVA-UMA-PENDENCIA.
           IF WS-PND-ATIVO(WS-IDX-PND) = 'S'
               MOVE WS-PND-COD(WS-IDX-PND)     TO CD-FORNQ
               MOVE WS-PND-ACAO(WS-IDX-PND)    TO SG-ACAOQ
               MOVE WS-PND-SITUAC(WS-IDX-PND)  TO SG-PENDQ
               MOVE WS-PND-DTINI(WS-IDX-PND)   TO DT-PENDQ
               MOVE WS-PND-DTULT(WS-IDX-PND)   TO DT-ULTQ
               MOVE WS-PND-RECUSAS(WS-IDX-PND) TO NR-RECUSQ
               MOVE WS-PND-MOTIVO(WS-IDX-PND)  TO DS-MOTIVQ
               MOVE WS-PND-DETALHE(WS-IDX-PND) TO DS-DETALQ
               WRITE REG-PCP
               ADD 1 TO WS-QTD-PEND-FIM
               MOVE SPACES TO WS-LINHA
               STRING "PENDENTE: CODIGO " CD-FORNQ " ACAO " SG-ACAOQ
                   " SIT " SG-PENDQ " DESDE " DT-PENDQ
                   " RECUSAS " NR-RECUSQ
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.
       REGRAVA-CONTROLE.
           OPEN OUTPUT ARQCCT.
           IF ST-CCT NOT EQUAL '00'
               DISPLAY "ERRO AO REGRAVAR O ARQCCT" ST-CCT
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE WS-DT-DELTA TO DT-ULTCONC.
           MOVE WS-HR-DELTA TO HR-ULTCONC.
           WRITE REG-CCT.
           CLOSE ARQCCT.
       GRAVA-RESUMO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "DETALHES ENVIADOS....: " WS-QTD-DLT
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ACEITOS..............: " WS-QTD-ACEITOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "RECUSADOS............: " WS-QTD-RECUSADOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "SEM RESPOSTA.........: " WS-QTD-AUSENTES
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "NAO ENVIADOS/DUPLIC..: " WS-QTD-NAO-ENV " "
               WS-QTD-DUPLIC
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "LINHAS INVALIDAS.....: " WS-QTD-INVALID
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PENDENCIAS RESOLVIDAS: " WS-QTD-RESOLV
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PENDENTES DE ACEITE..: " WS-QTD-PEND-FIM
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           IF WS-RET-AUSENTE = 'S' OR WS-RET-DIVERGE = 'S'
               MOVE SPACES TO WS-LINHA
               STRING "RESULTADO: RETORNO AUSENTE OU DIVERGENTE, "
                   "VERIFICAR CONCREL.DAT"
                   DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-REL
           ELSE
               IF WS-QTD-RECUSADOS > 0 OR WS-QTD-AUSENTES > 0
                   MOVE SPACES TO WS-LINHA
                   STRING "RESULTADO: HA RECUSAS OU AUSENCIAS, "
                       "VERIFICAR CONCREL.DAT"
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-REL
               ELSE
                   MOVE "RESULTADO: DELTA INTEIRAMENTE ACEITO"
                        TO REG-REL
               END-IF
           END-IF.
           WRITE REG-REL.
           DISPLAY "CONCILIACAO: " REG-REL.
       GRAVA-LINHA.
           MOVE WS-LINHA TO REG-REL.
           WRITE REG-REL.
       FINALIZA.
           CLOSE ARQREL.
           IF WS-RET-AUSENTE = 'S' OR WS-RET-DIVERGE = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-RECUSADOS > 0 OR WS-QTD-AUSENTES > 0
                  OR WS-QTD-NAO-ENV > 0 OR WS-QTD-DUPLIC > 0
                  OR WS-QTD-INVALID > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
