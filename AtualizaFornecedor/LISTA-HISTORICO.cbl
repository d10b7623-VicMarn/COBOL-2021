      * 2026-09-03 VMA  A CONSULTA PODE APONTAR PARA UMA GERACAO DE
      *                 HISTORICO ROLADA PELO ARQUIVAHIST, INFORMADA
      *                 NO INICIO DA SESSAO (BRANCO = ARQUIVO VIVO).
      * 2026-10-15 VMA  FUSAO 'F' MOSTRADA COM O CODIGO SUCESSOR; A
      *                 CONSULTA DO SUCESSOR TAMBEM LISTA AS FUSOES
      *                 QUE ELE ABSORVEU.
      * 2026-10-15 VMA  CADA MOVIMENTO MOSTRA DE ONDE VEIO: ORIGEM,
      *                 REFERENCIA (LOTE OU CRITERIO), OPERADOR,
      *                 DATA/HORA DA ENTRADA E SUPERVISOR QUE APROVOU.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAHIST.
      *
      * MESMO LAYOUT GRAVADO PELO ATUALIZAFORN: DATA DO JOB, CODIGO E
      * TIPO DO MOVIMENTO, IMAGEM ANTERIOR (SUFIXO V) E POSTERIOR
      * (SUFIXO W) DO CADASTRO, E A ORIGEM DO MOVIMENTO (SUFIXO A).
      *
       FD  ARQAUD.
       01  REG-AUD.
           03 SG-MOVA       PIC X(01).
           COPY REGFORN REPLACING ==:TAG:== BY ==V==.
           COPY REGFORN REPLACING ==:TAG:== BY ==W==.
           COPY REGORIG REPLACING ==:TAG:== BY ==A==.
       WORKING-STORAGE SECTION.
       01  ST-AUD           PIC X(02).
       01  WS-FIM-CONSULTA  PIC X(01) VALUE 'N'.
           03 WS-MES-AUD    PIC 9(02).
           03 WS-DIA-AUD    PIC 9(02).
       01  WS-DATA-FMT      PIC X(10).
      *
      * DATA E HORA DA ENTRADA DO MOVIMENTO, NO MESMO FORMATO DA DATA
      * DO CICLO.
      *
       01  WS-DATA-ENT.
           03 WS-ANO-ENT    PIC 9(04).
           03 WS-MES-ENT    PIC 9(02).
           03 WS-DIA-ENT    PIC 9(02).
       01  WS-HORA-ENT.
           03 WS-HH-ENT     PIC 9(02).
           03 WS-MI-ENT     PIC 9(02).
           03 WS-SS-ENT     PIC 9(02).
       01  WS-ENTRADA-FMT   PIC X(19).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-GERACAO.
           CLOSE ARQAUD.
       LER-REG-AUD.
           READ ARQAUD AT END MOVE 'S' TO WS-FIM-AUD.
      *
      * A FUSAO APARECE NA CONSULTA DOS DOIS CODIGOS: DO ABSORVIDO
      * (CD-FORNA) E DO SUCESSOR (CD-FORNW DA IMAGEM POSTERIOR).
      *
       MOSTRA-SE-DO-CODIGO.
           IF CD-FORNA = WS-COD-BUSCA
                   OR (SG-MOVA = 'F' AND CD-FORNW = WS-COD-BUSCA)
               ADD 1 TO WS-QTD-ACHADAS
               PERFORM MOSTRA-MOVIMENTO
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "DATA DO CICLO: " WS-DATA-FMT
                   "  MOVIMENTO: " SG-MOVA.
           IF SG-MOVA = 'F'
               DISPLAY "FUSAO.....: CODIGO " CD-FORNA
                       " ABSORVIDO PELO SUCESSOR " CD-FORNW
           END-IF.
           PERFORM MOSTRA-ORIGEM.
           DISPLAY "            ANTES                DEPOIS".
           DISPLAY "NOME......: " NM-FORNV "      " NM-FORNW.
           DISPLAY "CIDADE....: " NM-CIDADEV "       " NM-CIDADEW.
                   SG-SITUACW.
           DISPLAY "CATEGORIA.: " CD-CATEGV "                "
                   CD-CATEGW.
      *
      * QUEM PEDIU O MOVIMENTO E POR ONDE ELE ENTROU. REGISTROS
      * GRAVADOS ANTES DA IDENTIFICACAO DA ORIGEM (CONVERTIDOS PELO
      * CONVMOV) TEM A ORIGEM EM BRANCO E SAEM COMO NAO IDENTIFICADA.
      *
       MOSTRA-ORIGEM.
           IF NM-ORIGEA = SPACES
               DISPLAY "ORIGEM....: NAO IDENTIFICADA"
           ELSE
               MOVE SPACES TO WS-ENTRADA-FMT
               IF DT-ENTRAA NUMERIC AND DT-ENTRAA > 0
                   MOVE DT-ENTRAA TO WS-DATA-ENT
                   MOVE HR-ENTRAA TO WS-HORA-ENT
                   STRING WS-DIA-ENT "/" WS-MES-ENT "/" WS-ANO-ENT
                       " " WS-HH-ENT ":" WS-MI-ENT ":" WS-SS-ENT
                       DELIMITED BY SIZE INTO WS-ENTRADA-FMT
               END-IF
               DISPLAY "ORIGEM....: " NM-ORIGEA " " DS-REFORA
               DISPLAY "OPERADOR..: " CD-OPERAA
                       "  ENTRADA EM " WS-ENTRADA-FMT
               IF CD-SUPERA NOT = SPACES
                   DISPLAY "APROVADO..: SUPERVISOR " CD-SUPERA
               END-IF
           END-IF.
