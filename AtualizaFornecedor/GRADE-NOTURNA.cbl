      * Date: 03/09/2026
      * Purpose: ESTE PROGRAMA E O CONDUTOR DA GRADE DA NOITE: EXECUTA
      * EM SEQUENCIA O REAPRESMOV (DEVOLVE SUSPENSOS E ADIADOS AO
      * LOTE), O ATUALIZAFORN, O BALANFORN, O INTEGFORN (INTEGRIDADE
      * REFERENCIAL ENTRE OS ARQUIVOS), O CONCILIAP (RETORNO DO CONTAS
      * A PAGAR SOBRE O DELTA ANTERIOR), O EXTRAFORN E O LISTAFORN,
      * APLICANDO A POLITICA DE RETURN-CODE QUE ATE HOJE DEPENDIA DO
      * OLHO DO OPERADOR: RC 8/12/16 DO ATUALIZAFORN OU RC 8 DO
      * BALANFORN PARAM A GRADE (E UM BALANCO RUIM PULA A EXTRACAO E
      * OS PASSOS SAO DISPARADOS PELA ROTINA SYSTEM DO AMBIENTE DE
      * EXECUCAO, COM OS EXECUTAVEIS INSTALADOS NO PATH SOB O NOME DO
      * PROGRAM-ID. NUMA GRADE AGENDADA (SEM CONSOLE), O ACCEPT DE
      * MODO DO EXTRAFORN RECEBE BRANCO E CAI NO DELTA, E O DO
      * ATUALIZAFORN RECEBE BRANCO E CAI NO CICLO NORMAL, QUE SAO OS
      * PADROES DESEJADOS DA NOITE.
      *
      * A GRADE TOMA A JANELA DA NOITE NO BLOQUEIO.DAT ANTES DO
      * PRIMEIRO PASSO E A LIBERA NO FIM. SE UMA TELA DE MANUTENCAO
      * (DIGITACONT, DIGITACID, APROVAMOV, DIGITABANC) ESTIVER ABERTA
      * COM UM ARQUIVO QUE A GRADE REGRAVA OU LE, OU SE OUTRA GRADE
      * ESTIVER EM CURSO, NENHUM PASSO RODA E O VEREDITO DIZ POR QUE.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      *                 (CODIGO DE SAIDA X 256) PASSA A SER DIVIDIDO
      *                 POR 256 ANTES DA POLITICA DE RETURN-CODE E DO
      *                 VEREDITO.
      * 2026-10-15 VMA  NOVO PASSO INTEGFORN LOGO APOS O BALANFORN,
      *                 CONFERINDO A INTEGRIDADE REFERENCIAL ENTRE O
      *                 MESTRE E OS ARQUIVOS EM VOLTA DELE; QUALQUER
      *                 RC DIFERENTE DE ZERO E AVISO, E O RC DO PASSO
      *                 ENTRA NA LINHA DE VEREDITO (INT=).
      * 2026-10-15 VMA  NOVO PASSO CONCILIAP ANTES DO EXTRAFORN,
      *                 CONCILIANDO O RETORNO DO CONTAS A PAGAR COM O
      *                 DELTA ANTERIOR ANTES DE ELE SER SOBREPOSTO; RC
      *                 ATE 8 E AVISO, 12/16 PULA A EXTRACAO (O DELTA
      *                 SEGUINTE COBRE O PERIODO). O RC DO PASSO ENTRA
      *                 NA LINHA DE VEREDITO (CAP=).
      * 2026-10-15 VMA  JANELA DA GRADE NO BLOQUEIO.DAT: A GRADE NAO
      *                 COMECA COM SESSAO DE TELA ABERTA SOBRE
      *                 CONTATOS/CIDADES/PENDAPRO NEM COM OUTRA GRADE
      *                 EM CURSO (RC 12, "GRADE NAO INICIADA");
      *                 BLOQUEIOS ABANDONADOS SAO RELATADOS, RETIRADOS
      *                 E CONTADOS NO VEREDITO (BLQ=).
      * 2026-10-15 VMA  SESSAO DO DIGITABANC SOBRE O CONTBANC.DAT
      *                 TAMBEM SEGURA A GRADE (O ATUALIZAFORN O
      *                 REGRAVA E O EXTRAFORN O LE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADENOT.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
      *
      * CONTROLE DA JANELA DA GRADE, COMPARTILHADO COM AS TELAS DE
      * MANUTENCAO.
      *
           SELECT ARQBLQ ASSIGN TO "BLOQUEIO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BLQ.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQLOG.
       01  REG-LOG          PIC X(170).
       FD  ARQBLQ.
       01  REG-BLQ.
           COPY REGBLOQ REPLACING ==:TAG:== BY ==K==.
       WORKING-STORAGE SECTION.
       01  ST-LOG           PIC X(02).
       01  ST-BLQ           PIC X(02).
       01  WS-COMANDO       PIC X(30).
       01  WS-RC-BRUTO      PIC 9(05).
       01  WS-RC-PASSO      PIC 9(02).
       01  WS-RC-REA-ED     PIC X(02) VALUE "NE".
       01  WS-RC-ATU-ED     PIC X(02) VALUE "NE".
       01  WS-RC-BAL-ED     PIC X(02) VALUE "NE".
       01  WS-RC-INT-ED     PIC X(02) VALUE "NE".
       01  WS-RC-CAP-ED     PIC X(02) VALUE "NE".
       01  WS-RC-EXT-ED     PIC X(02) VALUE "NE".
       01  WS-RC-LIS-ED     PIC X(02) VALUE "NE".
       01  WS-RC-ED         PIC 9(02).
       01  WS-DATA-LOG      PIC 9(08).
       01  WS-HORA-LOG      PIC 9(08).
       01  WS-LINHA-LOG     PIC X(170).
      *
      * JANELA DA GRADE (BLOQUEIO.DAT). UMA SESSAO DE TELA COM MAIS DE
      * WS-HORAS-SESSAO HORAS, OU UMA GRADE COM MAIS DE
      * WS-HORAS-GRADE, E DADA COMO ABANDONADA (PROGRAMA QUE CAIU SEM
      * LIBERAR): E RELATADA E RETIRADA EM VEZ DE SEGURAR A GRADE. A
      * TELA DADA COMO ABANDONADA PERCEBE NA SAIDA QUE PERDEU O
      * REGISTRO E NAO REGRAVA O ARQUIVO POR CIMA DA GRADE.
      *
       01  WS-HORAS-SESSAO  PIC 9(03) VALUE 8.
       01  WS-HORAS-GRADE   PIC 9(03) VALUE 6.
       01  WS-FIM-BLQ       PIC X(01).
       01  WS-JANELA-TOMADA PIC X(01) VALUE 'N'.
       01  WS-OUTRA-GRADE   PIC X(01) VALUE 'N'.
       01  WS-SESSAO-ABERTA PIC X(01) VALUE 'N'.
       01  WS-DT-JANELA     PIC 9(08).
       01  WS-HR-JANELA     PIC 9(08).
       01  WS-QTD-ABANDONO  PIC 9(02) VALUE 0.
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
           PERFORM TOMA-JANELA.
           IF WS-GRADE-PAROU = 'N'
               PERFORM PASSO-REAPRESMOV
               PERFORM PASSO-ATUALIZAFORN
           END-IF.
           IF WS-GRADE-PAROU = 'N'
               PERFORM PASSO-BALANFORN
           END-IF.
           IF WS-GRADE-PAROU = 'N'
               PERFORM PASSO-INTEGFORN
               PERFORM PASSO-CONCILIAP
               IF WS-RC-PASSO < 12
                   PERFORM PASSO-EXTRAFORN
               END-IF
               PERFORM PASSO-LISTAFORN
           END-IF.
           PERFORM MONTA-VEREDITO.
           IF WS-JANELA-TOMADA = 'S'
               PERFORM LIBERA-JANELA
           END-IF.
           PERFORM GRAVA-VEREDITO.
           DISPLAY "GRADE ENCERRADA: " WS-VEREDITO.
           MOVE WS-RC-GRADE TO RETURN-CODE.
           STOP RUN.
      *
      * TOMA A JANELA: LE OS BLOQUEIOS EM VIGOR, RETIRA OS
      * ABANDONADOS E, SE NAO HOUVER OUTRA GRADE EM CURSO NEM SESSAO
      * DE TELA SOBRE UM ARQUIVO DA GRADE, ACRESCENTA O BLOQUEIO DA
      * GRADE E REGRAVA O BLOQUEIO.DAT. CASO CONTRARIO A GRADE NAO
      * COMECA, COM RC 12 E O MOTIVO NO VEREDITO.
      *
       TOMA-JANELA.
           PERFORM CALCULA-AGORA.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ NOT = '35'
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQBLQ" ST-BLQ
                   MOVE 'S' TO WS-GRADE-PAROU
                   MOVE "GRADE NAO INICIADA: ERRO NO BLOQUEIO.DAT"
                       TO WS-VEREDITO
                   MOVE 12 TO WS-RC-GRADE
               ELSE
                   MOVE 'N' TO WS-FIM-BLQ
                   PERFORM AVALIA-BLOQUEIO UNTIL WS-FIM-BLQ = 'S'
                   CLOSE ARQBLQ
               END-IF
           END-IF.
           IF WS-QTD-ABANDONO > 0
               MOVE 'S' TO WS-TEM-AVISO
           END-IF.
           IF WS-GRADE-PAROU = 'N'
               IF WS-OUTRA-GRADE = 'S'
                   MOVE 'S' TO WS-GRADE-PAROU
                   MOVE "GRADE NAO INICIADA: OUTRA GRADE EM CURSO"
                       TO WS-VEREDITO
                   MOVE 12 TO WS-RC-GRADE
               ELSE
                   IF WS-SESSAO-ABERTA = 'S'
                       MOVE 'S' TO WS-GRADE-PAROU
                       MOVE "GRADE NAO INICIADA: SESSAO ONLINE ABERTA"
                           TO WS-VEREDITO
                       MOVE 12 TO WS-RC-GRADE
                   ELSE
                       PERFORM ACRESCENTA-BLOQUEIO-GRADE
                   END-IF
               END-IF
               PERFORM REGRAVA-BLOQUEIOS
               IF ST-BLQ NOT EQUAL '00' AND WS-GRADE-PAROU = 'N'
                   MOVE 'S' TO WS-GRADE-PAROU
                   MOVE "GRADE NAO INICIADA: ERRO NO BLOQUEIO.DAT"
                       TO WS-VEREDITO
                   MOVE 12 TO WS-RC-GRADE
               END-IF
           END-IF.
       AVALIA-BLOQUEIO.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   PERFORM CALCULA-IDADE-BLOQUEIO
                   IF BLOQUEIO-GRADEK
                       COMPUTE WS-LIMITE-MIN = WS-HORAS-GRADE * 60
                   ELSE
                       COMPUTE WS-LIMITE-MIN = WS-HORAS-SESSAO * 60
                   END-IF
                   IF WS-IDADE-MIN > WS-LIMITE-MIN
                       DISPLAY "GRADE: AVISO, BLOQUEIO ABANDONADO "
                               "RETIRADO: " NM-PROGK " " NM-ARQK
                               " DESDE " DT-BLOQK " " HR-BLOQK
                       ADD 1 TO WS-QTD-ABANDONO
                   ELSE
                       PERFORM MANTEM-BLOQUEIO
                   END-IF
           END-READ.
      *
      * UMA SESSAO DE TELA SO SEGURA A GRADE SE O ARQUIVO QUE ELA TEM
      * EM MEMORIA FOR UM DOS QUE A GRADE REGRAVA (CONTATOS.DAT,
      * PENDAPRO.DAT, CONTBANC.DAT) OU LE NO MEIO DO CICLO
      * (CIDADES.DAT).
      *
       MANTEM-BLOQUEIO.
           IF BLOQUEIO-GRADEK
               DISPLAY "GRADE: OUTRA GRADE EM CURSO DESDE " DT-BLOQK
                       " " HR-BLOQK
               MOVE 'S' TO WS-OUTRA-GRADE
           ELSE
               IF NM-ARQK = "CONTATOS.DAT" OR
                  NM-ARQK = "PENDAPRO.DAT" OR
                  NM-ARQK = "CIDADES.DAT" OR
                  NM-ARQK = "CONTBANC.DAT"
                   DISPLAY "GRADE: SESSAO " NM-PROGK " COM " NM-ARQK
                           " ABERTA DESDE " DT-BLOQK " " HR-BLOQK
                   MOVE 'S' TO WS-SESSAO-ABERTA
               END-IF
           END-IF.
           IF WS-QTD-BLQ >= 100
               DISPLAY "GRADE: MAIS DE 100 BLOQUEIOS EM VIGOR, "
                       "CONFIRA O BLOQUEIO.DAT"
               MOVE 'S' TO WS-OUTRA-GRADE
           ELSE
               ADD 1 TO WS-QTD-BLQ
               MOVE REG-BLQ TO WS-BLOQUEIO(WS-QTD-BLQ)
           END-IF.
       ACRESCENTA-BLOQUEIO-GRADE.
           ACCEPT WS-DT-JANELA FROM DATE YYYYMMDD.
           ACCEPT WS-HR-JANELA FROM TIME.
           MOVE 'G'            TO TP-BLOQK.
           MOVE "GRADENOT"     TO NM-PROGK.
           MOVE SPACES         TO NM-ARQK.
           MOVE WS-DT-JANELA   TO DT-BLOQK.
           MOVE WS-HR-JANELA   TO HR-BLOQK.
           ADD 1 TO WS-QTD-BLQ.
           MOVE REG-BLQ TO WS-BLOQUEIO(WS-QTD-BLQ).
           MOVE 'S' TO WS-JANELA-TOMADA.
       REGRAVA-BLOQUEIOS.
           OPEN OUTPUT ARQBLQ.
           IF ST-BLQ NOT EQUAL '00'
               DISPLAY "ERRO AO REGRAVAR O ARQBLQ" ST-BLQ
               MOVE 'N' TO WS-JANELA-TOMADA
           ELSE
               PERFORM GRAVA-BLOQUEIO-TABELA
                   VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLQ
               CLOSE ARQBLQ
           END-IF.
       GRAVA-BLOQUEIO-TABELA.
           MOVE WS-BLOQUEIO(WS-IDX-BLQ) TO REG-BLQ.
           WRITE REG-BLQ.
      *
      * NO FIM DA GRADE, QUALQUER QUE SEJA O DESFECHO, O BLOQUEIO DA
      * GRADE SAI DO BLOQUEIO.DAT; OS DEMAIS REGISTROS FICAM.
      *
       LIBERA-JANELA.
           MOVE 0 TO WS-QTD-BLQ.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQBLQ" ST-BLQ
               DISPLAY "BLOQUEIO DA GRADE NAO LIBERADO"
           ELSE
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM SEPARA-BLOQUEIO UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
               PERFORM REGRAVA-BLOQUEIOS
           END-IF.
       SEPARA-BLOQUEIO.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   IF BLOQUEIO-GRADEK AND DT-BLOQK = WS-DT-JANELA
                           AND HR-BLOQK = WS-HR-JANELA
                       CONTINUE
                   ELSE
                       IF WS-QTD-BLQ < 100
                           ADD 1 TO WS-QTD-BLQ
                           MOVE REG-BLQ TO WS-BLOQUEIO(WS-QTD-BLQ)
                       END-IF
                   END-IF
           END-READ.
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
      *
      * CADA PASSO DISPARA O EXECUTAVEL E CAPTURA O DESFECHO. A
      * ROTINA SYSTEM DEVOLVE O STATUS BRUTO DE ESPERA DO PROCESSO
      * (CODIGO DE SAIDA DO FILHO MULTIPLICADO POR 256): UM PASSO QUE
                   MOVE 'S' TO WS-TEM-AVISO
               END-IF
           END-IF.
      *
      * INTEGFORN: AS INCONSISTENCIAS ENTRE ARQUIVOS SAO DERIVA LENTA,
      * NAO ERRO DO CICLO DA NOITE; QUALQUER RC (ATE ERRO DE ABERTURA
      * DO PROPRIO VERIFICADOR) SEGUE COM AVISO E O INTEGREL.DAT E
      * REVISADO DE MANHA.
      *
       PASSO-INTEGFORN.
           MOVE "INTEGFORN" TO WS-COMANDO.
           PERFORM EXECUTA-COMANDO.
           MOVE WS-RC-PASSO TO WS-RC-ED.
           MOVE WS-RC-ED TO WS-RC-INT-ED.
           IF WS-RC-PASSO > 0
               MOVE 'S' TO WS-TEM-AVISO
           END-IF.
      *
      * CONCILIAP: RECUSAS, AUSENCIAS E RETORNO AUSENTE OU DIVERGENTE
      * (RC 4/8) SEGUEM COM AVISO, E O CONCREL.DAT E REVISADO DE
      * MANHA. COM RC 12/16 A LISTA DE PENDENCIAS NAO FOI ATUALIZADA:
      * A EXTRACAO E PULADA PARA NAO SOBREPOR O EXTDELTA.DAT AINDA NAO
      * CONCILIADO; COMO O EXTCTL.DAT NAO AVANCA, O DELTA DA NOITE
      * SEGUINTE COBRE TAMBEM ESTE PERIODO.
      *
       PASSO-CONCILIAP.
           MOVE "CONCILIAP" TO WS-COMANDO.
           PERFORM EXECUTA-COMANDO.
           MOVE WS-RC-PASSO TO WS-RC-ED.
           MOVE WS-RC-ED TO WS-RC-CAP-ED.
           IF WS-RC-PASSO > 0
               MOVE 'S' TO WS-TEM-AVISO
           END-IF.
       PASSO-EXTRAFORN.
           MOVE "EXTRAFORN" TO WS-COMANDO.
           PERFORM EXECUTA-COMANDO.
               " REA=" WS-RC-REA-ED
               " ATU=" WS-RC-ATU-ED
               " BAL=" WS-RC-BAL-ED
               " INT=" WS-RC-INT-ED
               " CAP=" WS-RC-CAP-ED
               " EXT=" WS-RC-EXT-ED
               " LIS=" WS-RC-LIS-ED
               " BLQ=" WS-QTD-ABANDONO
               " DISP=" WS-VEREDITO
               DELIMITED BY SIZE INTO WS-LINHA-LOG.
           MOVE WS-LINHA-LOG TO REG-LOG.
