      *                 (CODIGO, ORIGEM, CHEGADA) EM VEZ DE VARRER OS
      *                 100000 CODIGOS POSSIVEIS POR ORIGEM, QUE NAO
      *                 ESCALAVA COM O CODIGO DE 5 DIGITOS.
      * 2026-10-15 VMA  O CODIGO SUCESSOR DA FUSAO ('F') E A
      *                 IDENTIFICACAO DA ORIGEM VOLTAM AO LOTE COM O
      *                 SUSPENSO, O ADIADO E O APROVADO. O SUSPENSO
      *                 READMITIDO PASSA A TER ORIGEM REAPRESMOV, COM
      *                 A ORIGEM ANTERIOR NA REFERENCIA E O OPERADOR E
      *                 A DATA/HORA DA ENTRADA ORIGINAIS PRESERVADOS;
      *                 O DESCARTE NO REJFINAL.DAT GANHA UMA LINHA COM
      *                 A ORIGEM E O OPERADOR. REGISTRO DO MOVIMENTO
      *                 ALARGADO PARA 149 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPRESMOV.
           03 SR-COD        PIC 9(05).
           03 SR-ORI        PIC 9(01).
           03 SR-SEQ        PIC 9(05).
           03 SR-REG        PIC X(149).
       WORKING-STORAGE SECTION.
       01  ST-SUS           PIC X(02).
       01  ST-FUT           PIC X(02).
      *
       01  WS-MAX-TENT      PIC 9(02) VALUE 03.
      *
      * REFERENCIA ORIGINAL DO SUSPENSO, GUARDADA ENQUANTO A ORIGEM
      * ANTERIOR E MONTADA NA FRENTE DELA.
      *
       01  WS-REF-ANTERIOR  PIC X(20).
      *
      * CONTADORES PARA O RESUMO DO RELATORIO.
      *
       01  WS-CT-REAPRES    PIC 9(05) VALUE 0.
       01  WS-QTD-PEND      PIC 9(05) VALUE 0.
       01  WS-IDX-PEND      PIC 9(05).
       01  WS-TAB-PEND.
           03 WS-PEND-REG OCCURS 9999 TIMES PIC X(188).
      *
      * TABELA UNICA COM OS MOVIMENTOS DO LOTE (ORIGEM 'M', JA NO
      * ATUALIZ.DAT), OS SUSPENSOS READMITIDOS (ORIGEM 'S'), OS
           03 WS-MERGE OCCURS 9999 TIMES.
               05 WS-MERGE-COD PIC 9(05).
               05 WS-MERGE-ORI PIC X(01).
               05 WS-MERGE-REG PIC X(149).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-CHECKPOINT.
           MOVE SG-MOVIS    TO SG-MOVIM.
           MOVE DT-EFETIVS  TO DT-EFETIVM.
           MOVE NR-TENTS    TO NR-TENTM.
           MOVE CD-SUCESS   TO CD-SUCESM.
           MOVE ID-ORIGES   TO ID-ORIGEM.
           PERFORM MARCA-REAPRESENTACAO.
           ADD 1 TO WS-QTD-MERGE.
           ADD 1 TO WS-CT-REAPRES.
           MOVE CD-FORNS TO WS-MERGE-COD(WS-QTD-MERGE).
           MOVE 'S'      TO WS-MERGE-ORI(WS-QTD-MERGE).
           MOVE REG-MOV  TO WS-MERGE-REG(WS-QTD-MERGE).
      *
      * O SUSPENSO QUE VOLTA AO LOTE PASSA A TER ORIGEM REAPRESMOV NA
      * PRIMEIRA READMISSAO; A ORIGEM ANTERIOR VAI PARA A FRENTE DA
      * REFERENCIA (TRUNCADA EM 20 POSICOES) E O OPERADOR, A DATA E
      * A HORA DA ENTRADA E O SUPERVISOR CONTINUAM OS ORIGINAIS, PARA
      * O HISTORICO AINDA DIZER QUEM PEDIU O MOVIMENTO. NAS
      * READMISSOES SEGUINTES A IDENTIFICACAO JA ESTA MONTADA.
      *
       MARCA-REAPRESENTACAO.
           IF NM-ORIGEM NOT = "REAPRESMOV"
               MOVE DS-REFORM TO WS-REF-ANTERIOR
               MOVE SPACES TO DS-REFORM
               IF WS-REF-ANTERIOR = SPACES
                   MOVE NM-ORIGEM TO DS-REFORM
               ELSE
                   STRING NM-ORIGEM DELIMITED BY SPACE
                       "/" WS-REF-ANTERIOR DELIMITED BY SIZE
                       INTO DS-REFORM
               END-IF
               MOVE "REAPRESMOV" TO NM-ORIGEM
           END-IF.
       DESCARTA-SUSPENSO.
           ADD 1 TO WS-CT-DESCARTES.
           MOVE SPACES TO WS-LINHA.
               " APOS " NR-TENTS " TENTATIVAS  " NM-FORNS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA-REJ.
           MOVE SPACES TO WS-LINHA.
           STRING "    ORIGEM " NM-ORIGES " " DS-REFORS
               " OPERADOR " CD-OPERAS " ENTRADA " DT-ENTRAS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA-REJ.
      *
      * DEVOLVE AO LOTE OS MOVIMENTOS ADIADOS POR DATA EFETIVA. ELES
      * NAO ENVELHECEM: O PROPRIO ATUALIZAFORN VOLTA A ADIA-LOS
                   MOVE SG-MOVIU    TO SG-MOVIM
                   MOVE DT-EFETIVU  TO DT-EFETIVM
                   MOVE NR-TENTU    TO NR-TENTM
                   MOVE CD-SUCESU   TO CD-SUCESM
                   MOVE ID-ORIGEU   TO ID-ORIGEM
                   ADD 1 TO WS-QTD-MERGE
                   ADD 1 TO WS-CT-FUTUROS
                   MOVE CD-FORNU TO WS-MERGE-COD(WS-QTD-MERGE)
           MOVE SG-MOVIP    TO SG-MOVIM.
           MOVE DT-EFETIVP  TO DT-EFETIVM.
           MOVE NR-TENTP    TO NR-TENTM.
           MOVE CD-SUCESP   TO CD-SUCESM.
           MOVE ID-ORIGEP   TO ID-ORIGEM.
           ADD 1 TO WS-QTD-MERGE.
           ADD 1 TO WS-CT-APROVADOS.
           MOVE CD-FORNP TO WS-MERGE-COD(WS-QTD-MERGE).
