      * 2026-09-03 VMA  CAMPOS DE CONTROLE DO MOVIMENTO MOVIDOS PARA O
      *                 COPYBOOK REGMOV; A CARGA DE EXEMPLO GRAVA O
      *                 CONTADOR DE REAPRESENTACOES ZERADO.
      * 2026-10-15 VMA  A CARGA DE EXEMPLO GRAVA O CODIGO SUCESSOR DE
      *                 FUSAO ZERADO NOS MOVIMENTOS.
      * 2026-10-15 VMA  OS MOVIMENTOS DA CARGA DE EXEMPLO SAEM COM A
      *                 ORIGEM CRIAFORN E A DATA/HORA DA CARGA, SEM
      *                 OPERADOR NEM SUPERVISOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIAFORN.
       01  ST-CID           PIC X(02).
       01  ST-IDX           PIC X(02).
       01  WS-FIM-ESP       PIC X(01) VALUE 'N'.
       01  WS-DATA-ENTRADA  PIC 9(08).
       01  WS-HORA-ENTRADA.
           03 WS-HHMMSS-ENTRADA PIC 9(06).
           03 FILLER            PIC 9(02).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
               DISPLAY "ERRO DE ABERTURA DO ARQCID" ST-CID
               STOP RUN.
       PROCESSO.
           ACCEPT WS-DATA-ENTRADA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ENTRADA FROM TIME.
      *
           MOVE 001 TO CD-FORNF.
           MOVE "ISM            " TO NM-FORNF.
           MOVE "SAO PAULO     " TO NM-CIDADEF.
           MOVE 'E' TO SG-MOVIM.
           MOVE 0 TO DT-EFETIVM.
           MOVE 0 TO NR-TENTM.
           MOVE 0 TO CD-SUCESM.
           PERFORM CARIMBA-ORIGEM.
           WRITE REG-MOV.
      *
           MOVE 006 TO CD-FORNM.
           MOVE 'I' TO SG-MOVIM.
           MOVE 0 TO DT-EFETIVM.
           MOVE 0 TO NR-TENTM.
           MOVE 0 TO CD-SUCESM.
           PERFORM CARIMBA-ORIGEM.
           WRITE REG-MOV.
      *
           MOVE 013 TO CD-FORNM.
           MOVE 'A' TO SG-MOVIM.
           MOVE 0 TO DT-EFETIVM.
           MOVE 0 TO NR-TENTM.
           MOVE 0 TO CD-SUCESM.
           PERFORM CARIMBA-ORIGEM.
           WRITE REG-MOV.
      *
           MOVE 026 TO CD-FORNM.
           MOVE 'I' TO SG-MOVIM.
           MOVE 0 TO DT-EFETIVM.
           MOVE 0 TO NR-TENTM.
           MOVE 0 TO CD-SUCESM.
           PERFORM CARIMBA-ORIGEM.
           WRITE REG-MOV.
      *
           MOVE 048 TO CD-FORNM.
           MOVE 'A' TO SG-MOVIM.
           MOVE 0 TO DT-EFETIVM.
           MOVE 0 TO NR-TENTM.
           MOVE 0 TO CD-SUCESM.
           PERFORM CARIMBA-ORIGEM.
           WRITE REG-MOV.
      *
           MOVE 132 TO CD-FORNM.
           MOVE 'I' TO SG-MOVIM.
           MOVE 0 TO DT-EFETIVM.
           MOVE 0 TO NR-TENTM.
           MOVE 0 TO CD-SUCESM.
           PERFORM CARIMBA-ORIGEM.
           WRITE REG-MOV.
      *
      * ORIGEM DOS MOVIMENTOS DA CARGA: SEM OPERADOR NEM SUPERVISOR,
      * COM A DATA/HORA DO INICIO DA CARGA.
      *
       CARIMBA-ORIGEM.
           MOVE "CRIAFORN"        TO NM-ORIGEM.
           MOVE "CARGA DE EXEMPLO" TO DS-REFORM.
           MOVE SPACES            TO CD-OPERAM.
           MOVE WS-DATA-ENTRADA   TO DT-ENTRAM.
           MOVE WS-HHMMSS-ENTRADA TO HR-ENTRAM.
           MOVE SPACES            TO CD-SUPERM.
      *
      * CARGA DA TABELA DE CIDADES COM OS CODIGOS CURTOS E OS
      * NOMES CANONICOS JA USADOS NO CADASTRO DE EXEMPLO ACIMA.
      *
