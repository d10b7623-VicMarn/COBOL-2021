      ******************************************************************
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: ESTE PROGRAMA E O JOB DE RETENCAO DOS DADOS PESSOAIS
      * DOS CONTATOS DE FORNECEDOR (LGPD). EM DUAS MODALIDADES:
      * R = RETENCAO VENCIDA: TODO CONTATO ARQUIVADO NO CONTEXCL.DAT
      * (E NAS GERACOES DE CONTATOS EXCLUIDOS CATALOGADAS NO
      * HISTCTL.DAT COM O TIPO 'C') HA MAIS MESES QUE O PRAZO DE
      * RETENCAO INFORMADO TEM O NOME TROCADO PELA MARCA DE
      * ANONIMIZADO E O TELEFONE E O E-MAIL APAGADOS.
      * E = ELIMINACAO A PEDIDO DO TITULAR: O CONTATO DE NOME
      * INFORMADO (DE UM FORNECEDOR OU DE TODOS) SAI DO CONTATOS.DAT
      * VIVO E E ANONIMIZADO NO CONTEXCL.DAT E NAS GERACOES.
      * CADA CONTATO TRATADO GANHA UMA LINHA NO ANONLOG.DAT
      * (CUMULATIVO: DATA, HORA, MODALIDADE, ARQUIVO, FORNECEDOR, DATA
      * DO ARQUIVAMENTO, ACAO, MOTIVO E OPERADOR, NUNCA O NOME) E A
      * EXECUCAO EMITE O ANONREL.DAT, CERTIFICADO PARA O ENCARREGADO
      * DE DADOS (DPO) COM OS REGISTROS TRATADOS E OS TOTAIS. OS
      * ARQUIVOS SAO REGRAVADOS NUM TEMPORARIO E RENOMEADOS SOBRE O
      * ORIGINAL, COMO NO ARQUIVAHIST; CONTATO JA ANONIMIZADO NAO E
      * TRATADO DE NOVO. COMO REGRAVA ARQUIVOS QUE A GRADE NOTURNA E
      * O DIGITACONT TAMBEM REGRAVAM, O JOB NAO RODA COM A GRADE EM
      * CURSO NEM COM SESSAO ABERTA SOBRE O CONTATOS.DAT, E FICA
      * REGISTRADO NO BLOQUEIO.DAT ENQUANTO RODA.
      * RETURN-CODE: 0 = NORMAL; 4 = PEDIDO DE ELIMINACAO SEM NENHUM
      * REGISTRO ENCONTRADO; 8 = EXECUCAO RECUSADA (JANELA OCUPADA);
      * 12 = ERRO DE ABERTURA; 16 = ERRO NA TROCA DE ARQUIVO.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMCONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCON ASSIGN TO "CONTATOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CON.
           SELECT ARQCONT ASSIGN TO "ANONCON.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CNT.
      *
      * ARQUIVO DE CONTATOS EXCLUIDOS: O CONTEXCL.DAT VIVO E CADA
      * GERACAO DO CATALOGO SAO LIDOS PELA MESMA SELECAO, COM O NOME
      * DA VEZ EM WS-NOME-ARQ, E REGRAVADOS PELO MESMO TEMPORARIO.
      *
           SELECT ARQCEX ASSIGN TO DYNAMIC WS-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CEX.
           SELECT ARQCEXT ASSIGN TO "ANONCEX.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CXT.
           SELECT ARQHCT ASSIGN TO "HISTCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-HCT.
      *
      * LOG CUMULATIVO DAS ANONIMIZACOES E CERTIFICADO DA EXECUCAO.
      *
           SELECT ARQLOG ASSIGN TO "ANONLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
           SELECT ARQREL ASSIGN TO "ANONREL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-REL.
      *
      * CONTROLE DA JANELA DA GRADE NOTURNA.
      *
           SELECT ARQBLQ ASSIGN TO "BLOQUEIO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BLQ.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCON.
       01  REG-CON.
           COPY REGCONT REPLACING ==:TAG:== BY ==C==.
       FD  ARQCONT.
       01  REG-CONT.
           COPY REGCONT REPLACING ==:TAG:== BY ==D==.
       FD  ARQCEX.
       01  REG-CEX.
           03 DT-CEXCG      PIC 9(08).
           COPY REGCONT REPLACING ==:TAG:== BY ==G==.
       FD  ARQCEXT.
       01  REG-CEXT.
           03 DT-CEXCT      PIC 9(08).
           COPY REGCONT REPLACING ==:TAG:== BY ==T==.
       FD  ARQHCT.
       01  REG-HCT.
           03 TP-HISTCTL    PIC X(01).
           03 NM-HISTCTL    PIC X(20).
           03 DT-HISTCTL    PIC 9(08).
           03 QT-HISTCTL    PIC 9(07).
      *
      * UMA LINHA POR CONTATO TRATADO. O NOME DO CONTATO NAO E
      * GRAVADO: O LOG IDENTIFICA O REGISTRO PELO ARQUIVO, CODIGO DO
      * FORNECEDOR, DATA DO ARQUIVAMENTO (ZERO NO CONTATOS.DAT VIVO)
      * E FUNCAO. SG-ACAOL 'A' = ANONIMIZADO, 'X' = ELIMINADO.
      *
       FD  ARQLOG.
       01  REG-LOG.
           03 DT-ANONL      PIC 9(08).
           03 HR-ANONL      PIC 9(06).
           03 TP-ANONL      PIC X(01).
           03 NM-ARQL       PIC X(20).
           03 CD-FORNL      PIC 9(05).
           03 DT-EXCLL      PIC 9(08).
           03 SG-ACAOL      PIC X(01).
           03 DS-MOTIVL     PIC X(40).
           03 CD-OPERL      PIC X(08).
           03 DS-FUNCAL     PIC X(15).
           03 FILLER        PIC X(08).
       FD  ARQREL.
       01  REG-REL          PIC X(80).
       FD  ARQBLQ.
       01  REG-BLQ.
           COPY REGBLOQ REPLACING ==:TAG:== BY ==K==.
       WORKING-STORAGE SECTION.
       01  ST-CON           PIC X(02).
       01  ST-CNT           PIC X(02).
       01  ST-CEX           PIC X(02).
       01  ST-CXT           PIC X(02).
       01  ST-HCT           PIC X(02).
       01  ST-LOG           PIC X(02).
       01  ST-REL           PIC X(02).
       01  WS-FIM-ARQ       PIC X(01).
       01  WS-FIM-HCT       PIC X(01).
       01  WS-NOME-ARQ      PIC X(20).
       01  WS-NOME-VIVO     PIC X(20).
       01  WS-NOME-TMP      PIC X(20).
       01  WS-LINHA         PIC X(80).
      *
      * PARAMETROS DA EXECUCAO: MODALIDADE (R OU E, BRANCO = R, O
      * PADRAO DE UMA EXECUCAO AGENDADA), OPERADOR, PRAZO DE RETENCAO
      * EM MESES (BRANCO = WS-PRAZO-PADRAO) OU, NA ELIMINACAO, O
      * PROTOCOLO DO PEDIDO, O NOME DO CONTATO E O FORNECEDOR
      * (00000 = TODOS).
      *
       01  WS-MODO          PIC X(01).
       01  WS-MODO-VALIDO   PIC X(01) VALUE 'N'.
       01  WS-ID-OPERADOR   PIC X(08).
       01  WS-OPER-VALIDO   PIC X(01) VALUE 'N'.
       01  WS-PRAZO-PADRAO  PIC 9(03) VALUE 60.
       01  WS-PRAZO-DIGIT   PIC X(03).
       01  WS-PRAZO-MESES   PIC 9(03) VALUE 0.
       01  WS-PRAZO-VALIDO  PIC X(01) VALUE 'N'.
       01  WS-PROTOCOLO     PIC X(20).
       01  WS-PROT-VALIDO   PIC X(01) VALUE 'N'.
       01  WS-NOME-PEDIDO   PIC X(20).
       01  WS-NOME-VALIDO   PIC X(01) VALUE 'N'.
       01  WS-CODIGO-DIGIT  PIC X(05).
       01  WS-COD-PEDIDO    PIC 9(05) VALUE 0.
       01  WS-CODIGO-VALIDO PIC X(01) VALUE 'N'.
       01  WS-MOTIVO        PIC X(40).
      *
      * DATA DE CORTE DA RETENCAO: HOJE MENOS O PRAZO EM MESES, COM O
      * DIA LIMITADO A 28 (O CORTE SO RECUA, NUNCA ANTECIPA).
      *
       01  WS-DATA-HOJE.
           03 WS-ANO-HOJE   PIC 9(04).
           03 WS-MES-HOJE   PIC 9(02).
           03 WS-DIA-HOJE   PIC 9(02).
       01  WS-HORA-HOJE.
           03 WS-HHMMSS-HOJE PIC 9(06).
           03 FILLER        PIC 9(02).
       01  WS-DATA-CORTE.
           03 WS-ANO-CORTE  PIC 9(04).
           03 WS-MES-CORTE  PIC 9(02).
           03 WS-DIA-CORTE  PIC 9(02).
       01  WS-DT-CORTE REDEFINES WS-DATA-CORTE PIC 9(08).
       01  WS-MESES-TOTAL   PIC 9(07).
       01  WS-RESTO-MESES   PIC 9(02).
      *
      * CONTADORES DA EXECUCAO E DO ARQUIVO DA VEZ.
      *
       01  WS-ANONIMIZA     PIC X(01).
       01  WS-QTD-ARQ-TRAT  PIC 9(07).
       01  WS-QTD-ARQUIVOS  PIC 9(03) VALUE 0.
       01  WS-QTD-ANONIM    PIC 9(07) VALUE 0.
       01  WS-QTD-ELIMIN    PIC 9(07) VALUE 0.
       01  WS-QTD-JA-ANON   PIC 9(07) VALUE 0.
      *
      * JANELA DA GRADE (BLOQUEIO.DAT), COMO NAS TELAS DE MANUTENCAO;
      * ALEM DA GRADE, UMA SESSAO VIVA SOBRE O CONTATOS.DAT TAMBEM
      * IMPEDE O JOB, POIS A TELA REGRAVARIA O ARQUIVO NA SAIDA COM
      * O CONTATO ELIMINADO AQUI.
      *
       01  ST-BLQ           PIC X(02).
       01  WS-FIM-BLQ       PIC X(01).
       01  WS-HORAS-GRADE   PIC 9(03) VALUE 6.
       01  WS-HORAS-SESSAO  PIC 9(03) VALUE 8.
       01  WS-GRADE-ATIVA   PIC X(01) VALUE 'N'.
       01  WS-SESSAO-ABERTA PIC X(01) VALUE 'N'.
       01  WS-SESSAO-VIVA   PIC X(01) VALUE 'N'.
       01  WS-DT-SESSAO     PIC 9(08).
       01  WS-HR-SESSAO     PIC 9(08).
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
           PERFORM ESCOLHE-MODO.
           PERFORM PEDE-OPERADOR.
           IF WS-MODO = 'R'
               PERFORM PEDE-PRAZO
           ELSE
               PERFORM PEDE-PEDIDO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
           IF WS-MODO = 'R'
               PERFORM CALCULA-CORTE
           END-IF.
           PERFORM VERIFICA-JANELA.
           PERFORM REGISTRA-SESSAO.
           PERFORM ABRE-LOG-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           IF WS-MODO = 'E'
               PERFORM TRATA-CONTATOS-VIVO
           END-IF.
           MOVE "CONTEXCL.DAT" TO WS-NOME-ARQ.
           PERFORM TRATA-ARQUIVO-EXCLUIDOS.
           PERFORM TRATA-GERACOES.
           PERFORM GRAVA-RODAPE.
           CLOSE ARQLOG.
           CLOSE ARQREL.
           PERFORM LIBERA-SESSAO.
           DISPLAY "RETENCAO DE CONTATOS ENCERRADA: " WS-QTD-ANONIM
                   " ANONIMIZADOS, " WS-QTD-ELIMIN " ELIMINADOS".
           IF WS-MODO = 'E' AND WS-QTD-ANONIM = 0 AND
                   WS-QTD-ELIMIN = 0
               DISPLAY "NENHUM CONTATO ENCONTRADO COM O NOME PEDIDO"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       ESCOLHE-MODO.
           PERFORM ACEITA-MODO UNTIL WS-MODO-VALIDO = 'S'.
       ACEITA-MODO.
           DISPLAY "MODALIDADE (R=RETENCAO VENCIDA E=ELIMINACAO A "
                   "PEDIDO, BRANCO=R): " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           IF WS-MODO = SPACE
               MOVE 'R' TO WS-MODO
               MOVE 'S' TO WS-MODO-VALIDO
           ELSE
               IF WS-MODO = 'R' OR WS-MODO = 'E'
                   MOVE 'S' TO WS-MODO-VALIDO
               ELSE
                   DISPLAY "MODALIDADE INVALIDA, DIGITE R, E OU BRANCO"
               END-IF
           END-IF.
       PEDE-OPERADOR.
           PERFORM ACEITA-OPERADOR UNTIL WS-OPER-VALIDO = 'S'.
       ACEITA-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR (ATE 8).: " WITH
                   NO ADVANCING.
           ACCEPT WS-ID-OPERADOR.
           IF WS-ID-OPERADOR = SPACES
               DISPLAY "IDENTIFICACAO OBRIGATORIA"
           ELSE
               MOVE 'S' TO WS-OPER-VALIDO
           END-IF.
       PEDE-PRAZO.
           PERFORM ACEITA-PRAZO UNTIL WS-PRAZO-VALIDO = 'S'.
           MOVE SPACES TO WS-MOTIVO.
           STRING "RETENCAO: EXCLUIDO HA MAIS DE " WS-PRAZO-MESES
               " MESES" DELIMITED BY SIZE INTO WS-MOTIVO.
       ACEITA-PRAZO.
           DISPLAY "PRAZO DE RETENCAO EM MESES (BRANCO="
                   WS-PRAZO-PADRAO "): " WITH NO ADVANCING.
           ACCEPT WS-PRAZO-DIGIT.
           IF WS-PRAZO-DIGIT = SPACES
               MOVE WS-PRAZO-PADRAO TO WS-PRAZO-MESES
               MOVE 'S' TO WS-PRAZO-VALIDO
           ELSE
               IF WS-PRAZO-DIGIT IS NUMERIC
                   MOVE WS-PRAZO-DIGIT TO WS-PRAZO-MESES
                   IF WS-PRAZO-MESES > 0
                       MOVE 'S' TO WS-PRAZO-VALIDO
                   ELSE
                       DISPLAY "PRAZO DEVE SER MAIOR QUE ZERO"
                   END-IF
               ELSE
                   DISPLAY "PRAZO INVALIDO, DIGITE 3 ALGARISMOS"
               END-IF
           END-IF.
      *
      * PEDIDO DE ELIMINACAO: O PROTOCOLO E O MOTIVO GRAVADO NO LOG E
      * NO CERTIFICADO; O NOME SO SERVE PARA LOCALIZAR O CONTATO.
      *
       PEDE-PEDIDO.
           PERFORM ACEITA-PROTOCOLO UNTIL WS-PROT-VALIDO = 'S'.
           PERFORM ACEITA-NOME UNTIL WS-NOME-VALIDO = 'S'.
           PERFORM ACEITA-CODIGO UNTIL WS-CODIGO-VALIDO = 'S'.
           MOVE SPACES TO WS-MOTIVO.
           STRING "PEDIDO DO TITULAR " WS-PROTOCOLO
               DELIMITED BY SIZE INTO WS-MOTIVO.
       ACEITA-PROTOCOLO.
           DISPLAY "PROTOCOLO DO PEDIDO DO TITULAR....: " WITH
                   NO ADVANCING.
           ACCEPT WS-PROTOCOLO.
           IF WS-PROTOCOLO = SPACES
               DISPLAY "PROTOCOLO OBRIGATORIO"
           ELSE
               MOVE 'S' TO WS-PROT-VALIDO
           END-IF.
       ACEITA-NOME.
           DISPLAY "NOME DO CONTATO (COMO CADASTRADO).: " WITH
                   NO ADVANCING.
           ACCEPT WS-NOME-PEDIDO.
           IF WS-NOME-PEDIDO = SPACES
               DISPLAY "NOME OBRIGATORIO"
           ELSE
               MOVE 'S' TO WS-NOME-VALIDO
           END-IF.
       ACEITA-CODIGO.
           DISPLAY "CODIGO DO FORNECEDOR (00000=TODOS): " WITH
                   NO ADVANCING.
           ACCEPT WS-CODIGO-DIGIT.
           IF WS-CODIGO-DIGIT = SPACES
               MOVE 0 TO WS-COD-PEDIDO
               MOVE 'S' TO WS-CODIGO-VALIDO
           ELSE
               IF WS-CODIGO-DIGIT IS NUMERIC
                   MOVE WS-CODIGO-DIGIT TO WS-COD-PEDIDO
                   MOVE 'S' TO WS-CODIGO-VALIDO
               ELSE
                   DISPLAY "CODIGO INVALIDO, DIGITE 5 ALGARISMOS"
               END-IF
           END-IF.
       CALCULA-CORTE.
           COMPUTE WS-MESES-TOTAL = WS-ANO-HOJE * 12 + WS-MES-HOJE - 1
               - WS-PRAZO-MESES.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANO-CORTE
               REMAINDER WS-RESTO-MESES.
           COMPUTE WS-MES-CORTE = WS-RESTO-MESES + 1.
           MOVE WS-DIA-HOJE TO WS-DIA-CORTE.
           IF WS-DIA-CORTE > 28
               MOVE 28 TO WS-DIA-CORTE
           END-IF.
      *
      * O JOB NAO COMECA COM A GRADE EM CURSO NEM COM UMA SESSAO DE
      * TELA VIVA SOBRE O CONTATOS.DAT. BLOQUEIOS MAIS VELHOS QUE OS
      * LIMITES SAO DE PROGRAMAS QUE CAIRAM: SAO AVISADOS E NAO
      * IMPEDEM (A RETIRADA FICA COM A GRADE).
      *
       VERIFICA-JANELA.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ NOT = '35'
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQBLQ" ST-BLQ
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CALCULA-AGORA
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM CONFERE-BLOQUEIO UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
           END-IF.
           IF WS-GRADE-ATIVA = 'S'
               DISPLAY "CONTATOS EM USO PELA GRADE NOTURNA, TENTE "
                       "DEPOIS DO FIM DA GRADE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SESSAO-ABERTA = 'S'
               DISPLAY "CONTATOS.DAT EM MANUTENCAO NUMA TELA, TENTE "
                       "DEPOIS DE ENCERRADA A SESSAO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONFERE-BLOQUEIO.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   PERFORM AVALIA-BLOQUEIO
           END-READ.
       AVALIA-BLOQUEIO.
           IF BLOQUEIO-GRADEK
               COMPUTE WS-LIMITE-MIN = WS-HORAS-GRADE * 60
           ELSE
               COMPUTE WS-LIMITE-MIN = WS-HORAS-SESSAO * 60
           END-IF.
           PERFORM CALCULA-IDADE-BLOQUEIO.
           IF WS-IDADE-MIN > WS-LIMITE-MIN
               DISPLAY "AVISO: BLOQUEIO ABANDONADO " NM-PROGK " "
                       NM-ARQK " DESDE " DT-BLOQK " " HR-BLOQK
                       ", AVISE A OPERACAO"
           ELSE
               IF BLOQUEIO-GRADEK
                   DISPLAY "GRADE NOTURNA EM ANDAMENTO DESDE "
                           DT-BLOQK " " HR-BLOQK
                   MOVE 'S' TO WS-GRADE-ATIVA
               ELSE
                   IF NM-ARQK = "CONTATOS.DAT"
                       DISPLAY "SESSAO " NM-PROGK " COM O "
                               "CONTATOS.DAT ABERTA DESDE " DT-BLOQK
                               " " HR-BLOQK
                       MOVE 'S' TO WS-SESSAO-ABERTA
                   END-IF
               END-IF
           END-IF.
      *
      * REGISTRA O JOB NO BLOQUEIO.DAT COMO SESSAO SOBRE O
      * CONTATOS.DAT, O QUE SEGURA A GRADE ENQUANTO ELE RODA.
      *
       REGISTRA-SESSAO.
           ACCEPT WS-DT-SESSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HR-SESSAO FROM TIME.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ = '35'
               OPEN OUTPUT ARQBLQ
           END-IF.
           IF ST-BLQ NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQBLQ" ST-BLQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ARQBLQ.
           OPEN EXTEND ARQBLQ.
           IF ST-BLQ NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQBLQ PARA EXTENSAO" ST-BLQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'S' TO TP-BLOQK.
           MOVE "ANONIMCONT" TO NM-PROGK.
           MOVE "CONTATOS.DAT" TO NM-ARQK.
           MOVE WS-DT-SESSAO TO DT-BLOQK.
           MOVE WS-HR-SESSAO TO HR-BLOQK.
           WRITE REG-BLQ.
           CLOSE ARQBLQ.
      *
      * NA SAIDA (NORMAL OU POR ERRO) O REGISTRO DO JOB E RETIRADO,
      * PARA NAO SEGURAR A GRADE DA NOITE.
      *
       LIBERA-SESSAO.
           MOVE 'N' TO WS-SESSAO-VIVA.
           MOVE 0 TO WS-QTD-BLQ.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ = '00'
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM SEPARA-BLOQUEIO UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
           END-IF.
           IF WS-SESSAO-VIVA = 'S'
               OPEN OUTPUT ARQBLQ
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY "ERRO AO REGRAVAR O ARQBLQ" ST-BLQ
               ELSE
                   PERFORM GRAVA-BLOQUEIO-TABELA
                       VARYING WS-IDX-BLQ FROM 1 BY 1
                       UNTIL WS-IDX-BLQ > WS-QTD-BLQ
                   CLOSE ARQBLQ
               END-IF
           END-IF.
       SEPARA-BLOQUEIO.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   IF BLOQUEIO-SESSAOK AND NM-PROGK = "ANONIMCONT"
                           AND DT-BLOQK = WS-DT-SESSAO
                           AND HR-BLOQK = WS-HR-SESSAO
                       MOVE 'S' TO WS-SESSAO-VIVA
                   ELSE
                       IF WS-QTD-BLQ < 100
                           ADD 1 TO WS-QTD-BLQ
                           MOVE REG-BLQ TO WS-BLOQUEIO(WS-QTD-BLQ)
                       END-IF
                   END-IF
           END-READ.
       GRAVA-BLOQUEIO-TABELA.
           MOVE WS-BLOQUEIO(WS-IDX-BLQ) TO REG-BLQ.
           WRITE REG-BLQ.
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
      * ANONLOG.DAT E CUMULATIVO: CRIADO VAZIO NA PRIMEIRA VEZ E
      * ABERTO EM EXTENSAO. O CERTIFICADO E REFEITO A CADA EXECUCAO.
      *
       ABRE-LOG-RELATORIO.
           OPEN INPUT ARQLOG.
           IF ST-LOG = '35'
               OPEN OUTPUT ARQLOG
           END-IF.
           IF ST-LOG NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQLOG" ST-LOG
               MOVE 12 TO RETURN-CODE
               PERFORM ENCERRA-ERRO
           END-IF.
           CLOSE ARQLOG.
           OPEN EXTEND ARQLOG.
           IF ST-LOG NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQLOG PARA EXTENSAO" ST-LOG
               MOVE 12 TO RETURN-CODE
               PERFORM ENCERRA-ERRO
           END-IF.
           OPEN OUTPUT ARQREL.
           IF ST-REL NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQREL" ST-REL
               CLOSE ARQLOG
               MOVE 12 TO RETURN-CODE
               PERFORM ENCERRA-ERRO
           END-IF.
      *
      * SAIDA POR ERRO DEPOIS DO REGISTRO NO BLOQUEIO.DAT: LIBERA O
      * REGISTRO SEM MEXER NO RETURN-CODE JA DEFINIDO.
      *
       ENCERRA-ERRO.
           PERFORM LIBERA-SESSAO.
           STOP RUN.
       GRAVA-CABECALHO.
           MOVE "CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS (LGPD)"
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE "===================================================="
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "EMITIDO EM...........: " WS-DIA-HOJE "/" WS-MES-HOJE
               "/" WS-ANO-HOJE " " WS-HHMMSS-HOJE
               " PELO ANONIMCONT" DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "OPERADOR.............: " WS-ID-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-MODO = 'R'
               STRING "MODALIDADE...........: RETENCAO VENCIDA"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "PRAZO DE RETENCAO....: " WS-PRAZO-MESES
                   " MESES (ARQUIVADOS ANTES DE " WS-DT-CORTE ")"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
           ELSE
               STRING "MODALIDADE...........: ELIMINACAO A PEDIDO DO "
                   "TITULAR" DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "PROTOCOLO DO PEDIDO..: " WS-PROTOCOLO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
               MOVE SPACES TO WS-LINHA
               IF WS-COD-PEDIDO = 0
                   STRING "FORNECEDOR...........: TODOS"
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   STRING "FORNECEDOR...........: " WS-COD-PEDIDO
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF
               PERFORM GRAVA-LINHA
           END-IF.
           MOVE "CAMPOS TRATADOS......: NM-CONTAT, NR-FONE, DS-EMAIL"
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE "ARQUIVO              FORNEC. ARQUIVADO FUNCAO         "
               TO WS-LINHA.
           MOVE "ACAO" TO WS-LINHA(56:4).
           PERFORM GRAVA-LINHA.
           MOVE "-------------------- ------- --------- ---------------"
               TO WS-LINHA.
           MOVE " -----------" TO WS-LINHA(55:12).
           PERFORM GRAVA-LINHA.
       GRAVA-LINHA.
           MOVE WS-LINHA TO REG-REL.
           WRITE REG-REL.
      *
      * CONTATOS.DAT VIVO (SO NA ELIMINACAO A PEDIDO): O CONTATO
      * PEDIDO SAI DO ARQUIVO; OS DEMAIS SAO COPIADOS AO TEMPORARIO,
      * QUE SO SUBSTITUI O VIVO SE ALGUM CONTATO SAIU.
      *
       TRATA-CONTATOS-VIVO.
           OPEN INPUT ARQCON.
           IF ST-CON = '35'
               DISPLAY "CONTATOS.DAT NAO EXISTE, PULADO"
           ELSE
               IF ST-CON NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO CONTATOS.DAT" ST-CON
                   CLOSE ARQLOG
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   PERFORM ENCERRA-ERRO
               END-IF
               PERFORM EFETIVA-CONTATOS-VIVO
           END-IF.
       EFETIVA-CONTATOS-VIVO.
           OPEN OUTPUT ARQCONT.
           IF ST-CNT NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ANONCON.TMP" ST-CNT
               CLOSE ARQCON
               CLOSE ARQLOG
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               PERFORM ENCERRA-ERRO
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE "CONTATOS.DAT" TO WS-NOME-ARQ.
           MOVE 0 TO WS-QTD-ARQ-TRAT.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM SEPARA-CONTATO-VIVO UNTIL WS-FIM-ARQ = 'S'.
           CLOSE ARQCON.
           CLOSE ARQCONT.
           IF WS-QTD-ARQ-TRAT = 0
               CALL "CBL_DELETE_FILE" USING "ANONCON.TMP"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "CONTATOS.DAT" TO WS-NOME-VIVO
               MOVE "ANONCON.TMP" TO WS-NOME-TMP
               PERFORM EFETIVA-TROCA
           END-IF.
           DISPLAY "CONTATOS.DAT: " WS-QTD-ARQ-TRAT " ELIMINADOS".
       SEPARA-CONTATO-VIVO.
           READ ARQCON
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   IF NM-CONTATC = WS-NOME-PEDIDO AND
                           (WS-COD-PEDIDO = 0 OR
                            CD-FORNC = WS-COD-PEDIDO)
                       PERFORM ELIMINA-CONTATO-VIVO
                   ELSE
                       MOVE REG-CON TO REG-CONT
                       WRITE REG-CONT
                   END-IF
           END-READ.
       ELIMINA-CONTATO-VIVO.
           ADD 1 TO WS-QTD-ARQ-TRAT.
           ADD 1 TO WS-QTD-ELIMIN.
           MOVE 'X' TO SG-ACAOL.
           MOVE CD-FORNC TO CD-FORNL.
           MOVE 0 TO DT-EXCLL.
           MOVE DS-FUNCAC TO DS-FUNCAL.
           PERFORM GRAVA-LOG-CERTIFICADO.
      *
      * ARQUIVO DE CONTATOS EXCLUIDOS DE NOME WS-NOME-ARQ (O VIVO OU
      * UMA GERACAO): CADA CONTATO AINDA NAO ANONIMIZADO QUE A
      * MODALIDADE ALCANCA E ANONIMIZADO NO LUGAR, MANTENDO CODIGO,
      * DATA DO ARQUIVAMENTO E FUNCAO, PARA A REINTEGRACAO DO
      * ATUALIZAFORN SABER QUE ELE EXISTIU E NAO O RESTAURAR.
      *
       TRATA-ARQUIVO-EXCLUIDOS.
           OPEN INPUT ARQCEX.
           IF ST-CEX = '35'
               DISPLAY WS-NOME-ARQ " NAO EXISTE, PULADO"
           ELSE
               IF ST-CEX NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO " WS-NOME-ARQ ST-CEX
                   CLOSE ARQLOG
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   PERFORM ENCERRA-ERRO
               END-IF
               PERFORM EFETIVA-ARQUIVO-EXCLUIDOS
           END-IF.
       EFETIVA-ARQUIVO-EXCLUIDOS.
           OPEN OUTPUT ARQCEXT.
           IF ST-CXT NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ANONCEX.TMP" ST-CXT
               CLOSE ARQCEX
               CLOSE ARQLOG
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               PERFORM ENCERRA-ERRO
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE 0 TO WS-QTD-ARQ-TRAT.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM TRATA-CONTATO-EXCLUIDO UNTIL WS-FIM-ARQ = 'S'.
           CLOSE ARQCEX.
           CLOSE ARQCEXT.
           IF WS-QTD-ARQ-TRAT = 0
               CALL "CBL_DELETE_FILE" USING "ANONCEX.TMP"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-NOME-ARQ TO WS-NOME-VIVO
               MOVE "ANONCEX.TMP" TO WS-NOME-TMP
               PERFORM EFETIVA-TROCA
           END-IF.
           DISPLAY WS-NOME-ARQ ": " WS-QTD-ARQ-TRAT " ANONIMIZADOS".
       TRATA-CONTATO-EXCLUIDO.
           READ ARQCEX
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   PERFORM DECIDE-ANONIMIZACAO
                   IF WS-ANONIMIZA = 'S'
                       PERFORM ANONIMIZA-CONTATO
                   END-IF
                   MOVE REG-CEX TO REG-CEXT
                   WRITE REG-CEXT
           END-READ.
       DECIDE-ANONIMIZACAO.
           MOVE 'N' TO WS-ANONIMIZA.
           IF CONTATO-ANONIMIZADOG
               ADD 1 TO WS-QTD-JA-ANON
           ELSE
               IF WS-MODO = 'R'
                   IF DT-CEXCG < WS-DT-CORTE
                       MOVE 'S' TO WS-ANONIMIZA
                   END-IF
               ELSE
                   IF NM-CONTATG = WS-NOME-PEDIDO AND
                           (WS-COD-PEDIDO = 0 OR
                            CD-FORNG = WS-COD-PEDIDO)
                       MOVE 'S' TO WS-ANONIMIZA
                   END-IF
               END-IF
           END-IF.
       ANONIMIZA-CONTATO.
           SET CONTATO-ANONIMIZADOG TO TRUE.
           MOVE SPACES TO NR-FONEG.
           MOVE SPACES TO DS-EMAILG.
           ADD 1 TO WS-QTD-ARQ-TRAT.
           ADD 1 TO WS-QTD-ANONIM.
           MOVE 'A' TO SG-ACAOL.
           MOVE CD-FORNG TO CD-FORNL.
           MOVE DT-CEXCG TO DT-EXCLL.
           MOVE DS-FUNCAG TO DS-FUNCAL.
           PERFORM GRAVA-LOG-CERTIFICADO.
      *
      * UMA LINHA NO LOG E OUTRA NO CERTIFICADO PARA CADA CONTATO
      * TRATADO; O CHAMADOR JA PREENCHEU ACAO, CODIGO, DATA E FUNCAO.
      *
       GRAVA-LOG-CERTIFICADO.
           MOVE WS-DATA-HOJE    TO DT-ANONL.
           MOVE WS-HHMMSS-HOJE  TO HR-ANONL.
           MOVE WS-MODO         TO TP-ANONL.
           MOVE WS-NOME-ARQ     TO NM-ARQL.
           MOVE WS-MOTIVO       TO DS-MOTIVL.
           MOVE WS-ID-OPERADOR  TO CD-OPERL.
           WRITE REG-LOG.
           MOVE SPACES TO WS-LINHA.
           IF SG-ACAOL = 'X'
               STRING NM-ARQL " " CD-FORNL "   " DT-EXCLL "  "
                   DS-FUNCAL " ELIMINADO" DELIMITED BY SIZE
                   INTO WS-LINHA
           ELSE
               STRING NM-ARQL " " CD-FORNL "   " DT-EXCLL "  "
                   DS-FUNCAL " ANONIMIZADO" DELIMITED BY SIZE
                   INTO WS-LINHA
           END-IF.
           PERFORM GRAVA-LINHA.
      *
      * GERACOES DE CONTATOS EXCLUIDOS ROLADAS PARA FORA DO
      * CONTEXCL.DAT, CATALOGADAS NO HISTCTL.DAT COM O TIPO 'C'. SEM
      * CATALOGO OU SEM GERACAO DE CONTATOS, NADA A FAZER.
      *
       TRATA-GERACOES.
           OPEN INPUT ARQHCT.
           IF ST-HCT = '00'
               MOVE 'N' TO WS-FIM-HCT
               PERFORM LER-REG-HCT
               PERFORM TRATA-GERACAO UNTIL WS-FIM-HCT = 'S'
               CLOSE ARQHCT
           END-IF.
       LER-REG-HCT.
           READ ARQHCT AT END MOVE 'S' TO WS-FIM-HCT.
       TRATA-GERACAO.
           IF TP-HISTCTL = 'C'
               MOVE NM-HISTCTL TO WS-NOME-ARQ
               PERFORM TRATA-ARQUIVO-EXCLUIDOS
           END-IF.
           PERFORM LER-REG-HCT.
       EFETIVA-TROCA.
           CALL "CBL_DELETE_FILE" USING WS-NOME-VIVO.
           MOVE 0 TO RETURN-CODE.
           CALL "CBL_RENAME_FILE" USING WS-NOME-TMP WS-NOME-VIVO.
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRO AO RENOMEAR " WS-NOME-TMP " PARA "
                       WS-NOME-VIVO
               CLOSE ARQLOG
               CLOSE ARQREL
               MOVE 16 TO RETURN-CODE
               PERFORM ENCERRA-ERRO
           END-IF.
       GRAVA-RODAPE.
           MOVE SPACES TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ARQUIVOS VARRIDOS....: " WS-QTD-ARQUIVOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CONTATOS ANONIMIZADOS: " WS-QTD-ANONIM
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CONTATOS ELIMINADOS..: " WS-QTD-ELIMIN
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "JA ANONIMIZADOS ANTES: " WS-QTD-JA-ANON
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           IF WS-QTD-ANONIM = 0 AND WS-QTD-ELIMIN = 0
               MOVE "NENHUM DADO PESSOAL FOI ALCANCADO NESTA EXECUCAO."
                   TO WS-LINHA
               PERFORM GRAVA-LINHA
           ELSE
               MOVE "CERTIFICO QUE NOS REGISTROS ACIMA O NOME, O "
                   TO WS-LINHA
               MOVE "TELEFONE E O E-MAIL" TO WS-LINHA(45:19)
               PERFORM GRAVA-LINHA
               MOVE "DO CONTATO FORAM SUBSTITUIDOS SEM COPIA (ANONIMIZ"
                   TO WS-LINHA
               MOVE "ADO) OU O REGISTRO" TO WS-LINHA(50:18)
               PERFORM GRAVA-LINHA
               MOVE "FOI RETIRADO DO ARQUIVO (ELIMINADO), CONFORME O "
                   TO WS-LINHA
               MOVE "ANONLOG.DAT." TO WS-LINHA(49:12)
               PERFORM GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE "RESPONSAVEL PELA EXECUCAO: ___________________________"
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE "ENCARREGADO DE DADOS.....: ___________________________"
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.
