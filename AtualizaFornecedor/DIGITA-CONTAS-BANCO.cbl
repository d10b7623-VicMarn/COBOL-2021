      ******************************************************************
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: ESTE PROGRAMA FAZ A MANUTENCAO DAS CONTAS BANCARIAS DE
      * FORNECEDOR (CONTBANC.DAT), NOS MOLDES DO DIGITACONT, COM
      * APROVACAO POR UMA SEGUNDA PESSOA COMO A DO APROVAMOV: TODA
      * CONTA NOVA OU ALTERADA (I) E TODO ENCERRAMENTO DE CONTA (E)
      * FICA PENDENTE ATE OUTRO OPERADOR APROVAR (A) NUMA SESSAO
      * PROPRIA; QUEM DIGITOU O PEDIDO NAO O APROVA. O TITULAR DA
      * CONTA TEM DE SER O PROPRIO FORNECEDOR: O CNPJ/CPF DIGITADO E
      * COMPARADO, SO PELOS ALGARISMOS, COM O NR-CGC DO MESTRE
      * (FORNECE.DAT), NA DIGITACAO E DE NOVO NA APROVACAO. O ARQUIVO
      * E CARREGADO EM MEMORIA E REGRAVADO POR INTEIRO NO
      * ENCERRAMENTO, COM A SESSAO REGISTRADA NA JANELA DA GRADE
      * (BLOQUEIO.DAT) COMO NAS DEMAIS TELAS DE MANUTENCAO.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITABANC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBAN ASSIGN TO "CONTBANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BAN.
      *
      * MESTRE PROMOVIDO, SO LIDO, PARA CONFERIR O TITULAR DA CONTA.
      *
           SELECT ARQFORN ASSIGN TO "FORNECE.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-FRN.
      *
      * CONTROLE DA JANELA DA GRADE NOTURNA: A SESSAO SO COMECA FORA
      * DA JANELA E FICA REGISTRADA ENQUANTO TIVER O CONTBANC.DAT EM
      * MEMORIA.
      *
           SELECT ARQBLQ ASSIGN TO "BLOQUEIO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BLQ.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQBAN.
       01  REG-BAN.
           COPY REGBANC REPLACING ==:TAG:== BY ==B==.
       FD  ARQFORN.
       01  REG-FORN.
           COPY REGFORN REPLACING ==:TAG:== BY ==F==.
       FD  ARQBLQ.
       01  REG-BLQ.
           COPY REGBLOQ REPLACING ==:TAG:== BY ==K==.
       WORKING-STORAGE SECTION.
       01  ST-BAN           PIC X(02).
       01  ST-FRN           PIC X(02).
       01  WS-FIM-BAN       PIC X(01) VALUE 'N'.
       01  WS-FIM-FORN      PIC X(01).
       01  WS-FIM-MANUT     PIC X(01) VALUE 'N'.
       01  WS-FIM-REVISAO   PIC X(01).
       01  WS-OPCAO         PIC X(01).
       01  WS-CODIGO-VALIDO PIC X(01) VALUE 'N'.
       01  WS-CODIGO-DIGIT  PIC X(05).
       01  WS-COD-TRAB      PIC 9(05).
       01  WS-DATA-HOJE     PIC 9(08).
       01  WS-QTD-LISTADOS  PIC 9(05).
       01  WS-QTD-LIST-ED   PIC ZZZZ9.
       01  WS-CT-APROVADOS  PIC 9(05).
       01  WS-CT-RECUSADOS  PIC 9(05).
       01  WS-QTD-GRAVADAS  PIC 9(05).
      *
      * IDENTIFICACAO DE QUEM OPERA A SESSAO: E O AUTOR DOS PEDIDOS
      * DIGITADOS E O APROVADOR DOS PEDIDOS DE OUTRAS PESSOAS.
      *
       01  WS-ID-OPERADOR   PIC X(08) VALUE SPACES.
       01  WS-OPER-VALIDO   PIC X(01) VALUE 'N'.
      *
      * DADOS DO PEDIDO EM DIGITACAO.
      *
       01  WS-DADO-VALIDO   PIC X(01).
       01  WS-OPERAC-TRAB   PIC X(01).
       01  WS-BANCO-DIGIT   PIC X(03).
       01  WS-AGENC-DIGIT   PIC X(06).
       01  WS-CONTA-DIGIT   PIC X(13).
       01  WS-TIPO-DIGIT    PIC X(01).
       01  WS-DOCTI-DIGIT   PIC X(18).
      *
      * CONFERENCIA DO TITULAR: CNPJ/CPF DO TITULAR E NR-CGC DO
      * FORNECEDOR REDUZIDOS AOS ALGARISMOS (SEM PONTO, BARRA E
      * TRACO); SO 11 (CPF) OU 14 (CNPJ) ALGARISMOS IGUAIS CONFEREM.
      *
       01  WS-ACHOU-FORN    PIC X(01).
       01  WS-CGC-FORN      PIC X(18).
       01  WS-TITULAR-OK    PIC X(01).
       01  WS-DOC-TRAB      PIC X(18).
       01  WS-DOC-DIGITOS   PIC X(14).
       01  WS-QTD-DIG       PIC 9(02).
       01  WS-IDX-DOC       PIC 9(02).
       01  WS-DIG-FORN      PIC X(14).
       01  WS-QTD-DIG-FORN  PIC 9(02).
      *
      * DESCRICOES PARA A TELA.
      *
       01  WS-DS-SITUAC     PIC X(09).
       01  WS-DS-PEDIDO     PIC X(12).
      *
      * JANELA DA GRADE (BLOQUEIO.DAT). UM BLOQUEIO DA GRADE COM MAIS
      * DE WS-HORAS-GRADE HORAS E DE UMA GRADE QUE CAIU SEM LIBERAR:
      * E AVISADO E NAO IMPEDE A SESSAO. A SESSAO E IDENTIFICADA NO
      * ARQUIVO PELO PROGRAMA E PELA DATA/HORA EM QUE FOI REGISTRADA.
      *
       01  ST-BLQ           PIC X(02).
       01  WS-FIM-BLQ       PIC X(01).
       01  WS-HORAS-GRADE   PIC 9(03) VALUE 6.
       01  WS-GRADE-ATIVA   PIC X(01) VALUE 'N'.
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
      *
      * TABELA DE CONTAS EM MEMORIA: ATE UM PEDIDO PENDENTE E UM
      * REGISTRO VIGENTE OU ENCERRADO POR CODIGO, PARA UM CADASTRO DE
      * ATE 9999 FORNECEDORES. ENTRADA COM SITUACAO 'X' FOI
      * DESCARTADA NA SESSAO E NAO VOLTA AO ARQUIVO.
      *
       01  WS-QTD-CONTAS    PIC 9(05) VALUE 0.
       01  WS-IDX-CTA       PIC 9(05).
       01  WS-IDX-BUS       PIC 9(05).
       01  WS-POS-CTA       PIC 9(05).
       01  WS-POS-BUS       PIC 9(05).
       01  WS-ACHOU-CTA     PIC X(01).
       01  WS-SIT-BUSCA1    PIC X(01).
       01  WS-SIT-BUSCA2    PIC X(01).
       01  WS-TAB-CONTAS.
           03 WS-CONTA OCCURS 20000 TIMES.
               05 WS-CTA-COD    PIC 9(05).
               05 WS-CTA-BANCO  PIC 9(03).
               05 WS-CTA-AGENC  PIC X(06).
               05 WS-CTA-CONTA  PIC X(13).
               05 WS-CTA-TIPO   PIC X(01).
               05 WS-CTA-DOCTI  PIC X(18).
               05 WS-CTA-SITUAC PIC X(01).
               05 WS-CTA-OPERAC PIC X(01).
               05 WS-CTA-DIGIT  PIC X(08).
               05 WS-CTA-DTDIG  PIC 9(08).
               05 WS-CTA-AUTOR  PIC X(08).
               05 WS-CTA-DTAUT  PIC 9(08).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-JANELA.
           PERFORM PEDE-OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-TABELA.
           PERFORM REGISTRA-SESSAO.
           PERFORM TRATA-OPCAO UNTIL WS-FIM-MANUT = 'S'.
           PERFORM CONFERE-SESSAO.
           IF WS-SESSAO-VIVA = 'S'
               PERFORM REGRAVA-ARQUIVO
               PERFORM LIBERA-SESSAO
               DISPLAY "FIM DA MANUTENCAO DE CONTAS BANCARIAS"
           ELSE
               DISPLAY "SESSAO DADA COMO ABANDONADA PELA GRADE "
                       "NOTURNA: ALTERACOES NAO GRAVADAS"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * ANTES DE CARREGAR O ARQUIVO, CONFERE SE A GRADE NOTURNA ESTA
      * COM A JANELA. COM A GRADE EM CURSO A TELA NAO ABRE: O QUE
      * FOSSE ALTERADO AQUI SERIA PERDIDO OU APAGARIA O QUE A GRADE
      * GRAVOU.
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
               COMPUTE WS-LIMITE-MIN = WS-HORAS-GRADE * 60
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM CONFERE-BLOQUEIO-GRADE UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
           END-IF.
           IF WS-GRADE-ATIVA = 'S'
               DISPLAY "CONTBANC.DAT EM USO PELA GRADE NOTURNA, TENTE "
                       "DEPOIS DO FIM DA GRADE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONFERE-BLOQUEIO-GRADE.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   IF BLOQUEIO-GRADEK
                       PERFORM CALCULA-IDADE-BLOQUEIO
                       IF WS-IDADE-MIN > WS-LIMITE-MIN
                           DISPLAY "AVISO: BLOQUEIO ABANDONADO DA "
                                   "GRADE DESDE " DT-BLOQK " "
                                   HR-BLOQK ", AVISE A OPERACAO"
                       ELSE
                           DISPLAY "GRADE NOTURNA EM ANDAMENTO DESDE "
                                   DT-BLOQK " " HR-BLOQK
                           MOVE 'S' TO WS-GRADE-ATIVA
                       END-IF
                   END-IF
           END-READ.
      *
      * REGISTRA A SESSAO NO BLOQUEIO.DAT, CRIADO VAZIO NA PRIMEIRA
      * VEZ E ABERTO EM EXTENSAO.
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
           MOVE "DIGITABANC" TO NM-PROGK.
           MOVE "CONTBANC.DAT" TO NM-ARQK.
           MOVE WS-DT-SESSAO   TO DT-BLOQK.
           MOVE WS-HR-SESSAO   TO HR-BLOQK.
           WRITE REG-BLQ.
           CLOSE ARQBLQ.
           MOVE 'S' TO WS-SESSAO-VIVA.
      *
      * NA SAIDA, SEPARA OS BLOQUEIOS DOS OUTROS PROGRAMAS E CONFERE
      * SE O DA SESSAO CONTINUA LA. SE A GRADE O RETIROU POR
      * ABANDONO, ELA PODE TER GRAVADO O ARQUIVO DEPOIS DA CARGA E A
      * TELA NAO O REGRAVA.
      *
       CONFERE-SESSAO.
           MOVE 'N' TO WS-SESSAO-VIVA.
           MOVE 0 TO WS-QTD-BLQ.
           OPEN INPUT ARQBLQ.
           IF ST-BLQ = '00'
               MOVE 'N' TO WS-FIM-BLQ
               PERFORM SEPARA-BLOQUEIO UNTIL WS-FIM-BLQ = 'S'
               CLOSE ARQBLQ
           END-IF.
       SEPARA-BLOQUEIO.
           READ ARQBLQ
               AT END
                   MOVE 'S' TO WS-FIM-BLQ
               NOT AT END
                   IF BLOQUEIO-SESSAOK AND NM-PROGK = "DIGITABANC"
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
      *
      * LIBERA A SESSAO: REGRAVA O BLOQUEIO.DAT SEM O REGISTRO DELA.
      *
       LIBERA-SESSAO.
           PERFORM CONFERE-SESSAO.
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
      * TODO PEDIDO PRECISA DIZER QUEM O DIGITOU E TODA APROVACAO
      * QUEM A DEU: A IDENTIFICACAO E PEDIDA UMA VEZ POR SESSAO, COMO
      * NO DIGITAMOV.
      *
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
      *
      * CARREGA A TABELA A PARTIR DO CONTBANC.DAT. SE O ARQUIVO AINDA
      * NAO EXISTIR, A MANUTENCAO COMECA COM A TABELA VAZIA E O
      * ARQUIVO E CRIADO NA REGRAVACAO DO ENCERRAMENTO.
      *
       CARREGA-TABELA.
           OPEN INPUT ARQBAN.
           IF ST-BAN = '35'
               DISPLAY "CONTBANC.DAT AINDA NAO EXISTE, COMECANDO VAZIO"
               MOVE 'S' TO WS-FIM-BAN
           ELSE
               IF ST-BAN NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQBAN" ST-BAN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CARREGA-CONTA UNTIL WS-FIM-BAN = 'S'.
           IF ST-BAN NOT = '35'
               CLOSE ARQBAN
           END-IF.
       CARREGA-CONTA.
           READ ARQBAN
               AT END
                   MOVE 'S' TO WS-FIM-BAN
               NOT AT END
                   IF WS-QTD-CONTAS >= 20000
                       DISPLAY "ERRO: CONTBANC.DAT TEM MAIS DE 20000 "
                               "REGISTROS, TABELA CHEIA"
                       CLOSE ARQBAN
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-CONTAS
                   MOVE CD-FORNB  TO WS-CTA-COD(WS-QTD-CONTAS)
                   MOVE CD-BANCOB TO WS-CTA-BANCO(WS-QTD-CONTAS)
                   MOVE CD-AGENCB TO WS-CTA-AGENC(WS-QTD-CONTAS)
                   MOVE NR-CONTAB TO WS-CTA-CONTA(WS-QTD-CONTAS)
                   MOVE TP-CONTAB TO WS-CTA-TIPO(WS-QTD-CONTAS)
                   MOVE NR-DOCTIB TO WS-CTA-DOCTI(WS-QTD-CONTAS)
                   MOVE SG-SITCTB TO WS-CTA-SITUAC(WS-QTD-CONTAS)
                   MOVE SG-OPECTB TO WS-CTA-OPERAC(WS-QTD-CONTAS)
                   MOVE CD-DIGITB TO WS-CTA-DIGIT(WS-QTD-CONTAS)
                   MOVE DT-DIGITB TO WS-CTA-DTDIG(WS-QTD-CONTAS)
                   MOVE CD-AUTORB TO WS-CTA-AUTOR(WS-QTD-CONTAS)
                   MOVE DT-AUTORB TO WS-CTA-DTAUT(WS-QTD-CONTAS)
           END-READ.
       TRATA-OPCAO.
           DISPLAY "OPCAO (I=INCLUIR/ALTERAR E=ENCERRAR L=LISTAR "
                   "A=APROVAR F=FIM): " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = 'I'
               PERFORM INCLUI-CONTA
           ELSE
               IF WS-OPCAO = 'E'
                   PERFORM ENCERRA-CONTA
               ELSE
                   IF WS-OPCAO = 'L'
                       PERFORM LISTA-CONTAS
                   ELSE
                       IF WS-OPCAO = 'A'
                           PERFORM APROVA-PEDIDOS
                       ELSE
                           IF WS-OPCAO = 'F'
                               MOVE 'S' TO WS-FIM-MANUT
                           ELSE
                               DISPLAY "OPCAO INVALIDA"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * O CODIGO DO FORNECEDOR E VALIDADO COMO NUMERICO ANTES DE
      * QUALQUER OPERACAO, DO MESMO JEITO QUE O DIGITAMOV JA FAZ.
      *
       DIGITA-CODIGO.
           MOVE 'N' TO WS-CODIGO-VALIDO.
           PERFORM ACEITA-CODIGO UNTIL WS-CODIGO-VALIDO = 'S'.
       ACEITA-CODIGO.
           DISPLAY "CODIGO DO FORNECEDOR (5 DIGITOS)..: " WITH
                   NO ADVANCING.
           ACCEPT WS-CODIGO-DIGIT.
           IF WS-CODIGO-DIGIT IS NUMERIC
               MOVE WS-CODIGO-DIGIT TO WS-COD-TRAB
               MOVE 'S' TO WS-CODIGO-VALIDO
           ELSE
               DISPLAY "CODIGO INVALIDO, DIGITE 5 DIGITOS NUMERICOS"
           END-IF.
      *
      * INCLUSAO OU ALTERACAO: A CONTA DIGITADA VIRA UM PEDIDO
      * PENDENTE; A CONTA EM VIGOR, SE HOUVER, CONTINUA VALENDO ATE O
      * PEDIDO SER APROVADO.
      *
       INCLUI-CONTA.
           PERFORM DIGITA-CODIGO.
           PERFORM BUSCA-FORNECEDOR.
           IF WS-ACHOU-FORN NOT = 'S'
               DISPLAY "FORNECEDOR NAO ENCONTRADO NO MESTRE"
           ELSE
               PERFORM ACEITA-DADOS-CONTA
               PERFORM CONFERE-TITULAR
               IF WS-TITULAR-OK NOT = 'S'
                   DISPLAY "TITULAR " WS-DOCTI-DIGIT " NAO CONFERE "
                           "COM O CNPJ DO FORNECEDOR " WS-CGC-FORN
                   DISPLAY "PEDIDO NAO GRAVADO"
               ELSE
                   MOVE 'I' TO WS-OPERAC-TRAB
                   PERFORM GRAVA-PEDIDO
               END-IF
           END-IF.
       ACEITA-DADOS-CONTA.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM ACEITA-BANCO UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM ACEITA-AGENCIA UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM ACEITA-NUMERO-CONTA UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM ACEITA-TIPO-CONTA UNTIL WS-DADO-VALIDO = 'S'.
           DISPLAY "CNPJ/CPF DO TITULAR..............: " WITH
                   NO ADVANCING.
           ACCEPT WS-DOCTI-DIGIT.
       ACEITA-BANCO.
           DISPLAY "BANCO (3 DIGITOS)................: " WITH
                   NO ADVANCING.
           ACCEPT WS-BANCO-DIGIT.
           IF WS-BANCO-DIGIT IS NUMERIC
               MOVE 'S' TO WS-DADO-VALIDO
           ELSE
               DISPLAY "BANCO INVALIDO, DIGITE 3 DIGITOS NUMERICOS"
           END-IF.
       ACEITA-AGENCIA.
           DISPLAY "AGENCIA COM DIGITO (ATE 6).......: " WITH
                   NO ADVANCING.
           ACCEPT WS-AGENC-DIGIT.
           IF WS-AGENC-DIGIT = SPACES
               DISPLAY "AGENCIA OBRIGATORIA"
           ELSE
               MOVE 'S' TO WS-DADO-VALIDO
           END-IF.
       ACEITA-NUMERO-CONTA.
           DISPLAY "CONTA COM DIGITO (ATE 13)........: " WITH
                   NO ADVANCING.
           ACCEPT WS-CONTA-DIGIT.
           IF WS-CONTA-DIGIT = SPACES
               DISPLAY "CONTA OBRIGATORIA"
           ELSE
               MOVE 'S' TO WS-DADO-VALIDO
           END-IF.
       ACEITA-TIPO-CONTA.
           DISPLAY "TIPO (C=CORRENTE P=POUPANCA).....: " WITH
                   NO ADVANCING.
           ACCEPT WS-TIPO-DIGIT.
           IF WS-TIPO-DIGIT = 'C' OR WS-TIPO-DIGIT = 'P'
               MOVE 'S' TO WS-DADO-VALIDO
           ELSE
               DISPLAY "TIPO INVALIDO, DIGITE C OU P"
           END-IF.
      *
      * ENCERRAMENTO: TAMBEM PASSA PELA APROVACAO, POIS TIRAR A CONTA
      * EM VIGOR MUDA O QUE O CONTAS A PAGAR RECEBE. O PEDIDO LEVA OS
      * DADOS DA CONTA QUE SERA ENCERRADA.
      *
       ENCERRA-CONTA.
           PERFORM DIGITA-CODIGO.
           MOVE 'A' TO WS-SIT-BUSCA1.
           MOVE 'A' TO WS-SIT-BUSCA2.
           PERFORM BUSCA-CONTA.
           IF WS-ACHOU-CTA NOT = 'S'
               DISPLAY "FORNECEDOR SEM CONTA APROVADA EM VIGOR"
           ELSE
               MOVE WS-CTA-BANCO(WS-POS-BUS) TO WS-BANCO-DIGIT
               MOVE WS-CTA-AGENC(WS-POS-BUS) TO WS-AGENC-DIGIT
               MOVE WS-CTA-CONTA(WS-POS-BUS) TO WS-CONTA-DIGIT
               MOVE WS-CTA-TIPO(WS-POS-BUS)  TO WS-TIPO-DIGIT
               MOVE WS-CTA-DOCTI(WS-POS-BUS) TO WS-DOCTI-DIGIT
               MOVE 'E' TO WS-OPERAC-TRAB
               PERFORM GRAVA-PEDIDO
           END-IF.
      *
      * UM NOVO PEDIDO PARA O CODIGO SUBSTITUI O PENDENTE ANTERIOR,
      * QUE AINDA NAO VALIA NADA.
      *
       GRAVA-PEDIDO.
           MOVE 'P' TO WS-SIT-BUSCA1.
           MOVE 'P' TO WS-SIT-BUSCA2.
           PERFORM BUSCA-CONTA.
           IF WS-ACHOU-CTA = 'S'
               DISPLAY "PEDIDO PENDENTE ANTERIOR DO CODIGO SUBSTITUIDO"
               MOVE WS-POS-BUS TO WS-POS-CTA
               PERFORM PREENCHE-PEDIDO
           ELSE
               IF WS-QTD-CONTAS >= 20000
                   DISPLAY "TABELA DE CONTAS CHEIA (MAX 20000)"
               ELSE
                   ADD 1 TO WS-QTD-CONTAS
                   MOVE WS-QTD-CONTAS TO WS-POS-CTA
                   PERFORM PREENCHE-PEDIDO
               END-IF
           END-IF.
       PREENCHE-PEDIDO.
           MOVE WS-COD-TRAB    TO WS-CTA-COD(WS-POS-CTA).
           MOVE WS-BANCO-DIGIT TO WS-CTA-BANCO(WS-POS-CTA).
           MOVE WS-AGENC-DIGIT TO WS-CTA-AGENC(WS-POS-CTA).
           MOVE WS-CONTA-DIGIT TO WS-CTA-CONTA(WS-POS-CTA).
           MOVE WS-TIPO-DIGIT  TO WS-CTA-TIPO(WS-POS-CTA).
           MOVE WS-DOCTI-DIGIT TO WS-CTA-DOCTI(WS-POS-CTA).
           MOVE 'P'            TO WS-CTA-SITUAC(WS-POS-CTA).
           MOVE WS-OPERAC-TRAB TO WS-CTA-OPERAC(WS-POS-CTA).
           MOVE WS-ID-OPERADOR TO WS-CTA-DIGIT(WS-POS-CTA).
           MOVE WS-DATA-HOJE   TO WS-CTA-DTDIG(WS-POS-CTA).
           MOVE SPACES         TO WS-CTA-AUTOR(WS-POS-CTA).
           MOVE 0              TO WS-CTA-DTAUT(WS-POS-CTA).
           DISPLAY "PEDIDO GRAVADO, AGUARDANDO APROVACAO DE OUTRA "
                   "PESSOA".
       LISTA-CONTAS.
           PERFORM DIGITA-CODIGO.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM LISTA-SE-DO-CODIGO
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-QTD-CONTAS.
           MOVE WS-QTD-LISTADOS TO WS-QTD-LIST-ED.
           DISPLAY "TOTAL DE REGISTROS DO FORNECEDOR: " WS-QTD-LIST-ED.
       LISTA-SE-DO-CODIGO.
           IF WS-CTA-COD(WS-IDX-CTA) = WS-COD-TRAB AND
                   WS-CTA-SITUAC(WS-IDX-CTA) NOT = 'X'
               ADD 1 TO WS-QTD-LISTADOS
               PERFORM MOSTRA-CONTA
           END-IF.
       MOSTRA-CONTA.
           IF WS-CTA-SITUAC(WS-IDX-CTA) = 'P'
               MOVE "PENDENTE" TO WS-DS-SITUAC
           ELSE
               IF WS-CTA-SITUAC(WS-IDX-CTA) = 'A'
                   MOVE "APROVADA" TO WS-DS-SITUAC
               ELSE
                   MOVE "ENCERRADA" TO WS-DS-SITUAC
               END-IF
           END-IF.
           IF WS-CTA-OPERAC(WS-IDX-CTA) = 'E'
               MOVE "ENCERRAMENTO" TO WS-DS-PEDIDO
           ELSE
               MOVE "INCLUSAO" TO WS-DS-PEDIDO
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "FORNECEDOR: " WS-CTA-COD(WS-IDX-CTA)
                   "  " WS-DS-SITUAC "  PEDIDO DE " WS-DS-PEDIDO.
           DISPLAY "BANCO.....: " WS-CTA-BANCO(WS-IDX-CTA)
                   "  AGENCIA " WS-CTA-AGENC(WS-IDX-CTA)
                   "  CONTA " WS-CTA-CONTA(WS-IDX-CTA)
                   "  TIPO " WS-CTA-TIPO(WS-IDX-CTA).
           DISPLAY "TITULAR...: " WS-CTA-DOCTI(WS-IDX-CTA).
           DISPLAY "DIGITACAO.: " WS-CTA-DIGIT(WS-IDX-CTA)
                   "  EM " WS-CTA-DTDIG(WS-IDX-CTA).
           IF WS-CTA-SITUAC(WS-IDX-CTA) NOT = 'P'
               DISPLAY "APROVACAO.: " WS-CTA-AUTOR(WS-IDX-CTA)
                       "  EM " WS-CTA-DTAUT(WS-IDX-CTA)
           END-IF.
      *
      * REVISAO DOS PEDIDOS PENDENTES, UM A UM, COMO NO APROVAMOV.
      * O PEDIDO DIGITADO PELO PROPRIO OPERADOR DA SESSAO E SO
      * MOSTRADO: A APROVACAO CABE A OUTRA PESSOA.
      *
       APROVA-PEDIDOS.
           MOVE 'N' TO WS-FIM-REVISAO.
           MOVE 0 TO WS-CT-APROVADOS.
           MOVE 0 TO WS-CT-RECUSADOS.
           PERFORM REVE-UM-PEDIDO
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-QTD-CONTAS
                      OR WS-FIM-REVISAO = 'S'.
           DISPLAY "FIM DA REVISAO: " WS-CT-APROVADOS " APROVADOS, "
                   WS-CT-RECUSADOS " RECUSADOS".
       REVE-UM-PEDIDO.
           IF WS-CTA-SITUAC(WS-IDX-CTA) = 'P'
               PERFORM MOSTRA-CONTA
               MOVE WS-CTA-COD(WS-IDX-CTA) TO WS-COD-TRAB
               MOVE 'A' TO WS-SIT-BUSCA1
               MOVE 'A' TO WS-SIT-BUSCA2
               PERFORM BUSCA-CONTA
               IF WS-ACHOU-CTA = 'S'
                   DISPLAY "EM VIGOR..: BANCO " WS-CTA-BANCO(WS-POS-BUS)
                           "  AGENCIA " WS-CTA-AGENC(WS-POS-BUS)
                           "  CONTA " WS-CTA-CONTA(WS-POS-BUS)
               ELSE
                   DISPLAY "EM VIGOR..: NENHUMA CONTA APROVADA"
               END-IF
               IF WS-CTA-DIGIT(WS-IDX-CTA) = WS-ID-OPERADOR
                   DISPLAY "PEDIDO DIGITADO POR ESTE OPERADOR, A "
                           "APROVACAO CABE A OUTRA PESSOA"
               ELSE
                   PERFORM DECIDE-PEDIDO
               END-IF
           END-IF.
       DECIDE-PEDIDO.
           DISPLAY "DECISAO (A=APROVA R=RECUSA P=PULA F=FIM): " WITH
                   NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = 'A'
               PERFORM APROVA-PEDIDO
           ELSE
               IF WS-OPCAO = 'R'
                   MOVE 'X' TO WS-CTA-SITUAC(WS-IDX-CTA)
                   ADD 1 TO WS-CT-RECUSADOS
                   DISPLAY "PEDIDO RECUSADO E DESCARTADO"
               ELSE
                   IF WS-OPCAO = 'F'
                       MOVE 'S' TO WS-FIM-REVISAO
                   ELSE
                       IF WS-OPCAO NOT = 'P'
                           DISPLAY "DECISAO INVALIDA, PEDIDO MANTIDO"
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * NA APROVACAO DE UMA INCLUSAO O TITULAR E CONFERIDO DE NOVO
      * CONTRA O MESTRE DE HOJE, POIS O CNPJ DO FORNECEDOR PODE TER
      * MUDADO DESDE A DIGITACAO.
      *
       APROVA-PEDIDO.
           IF WS-CTA-OPERAC(WS-IDX-CTA) = 'E'
               PERFORM EFETIVA-APROVACAO
           ELSE
               PERFORM BUSCA-FORNECEDOR
               MOVE WS-CTA-DOCTI(WS-IDX-CTA) TO WS-DOCTI-DIGIT
               IF WS-ACHOU-FORN = 'S'
                   PERFORM CONFERE-TITULAR
               ELSE
                   MOVE 'N' TO WS-TITULAR-OK
               END-IF
               IF WS-TITULAR-OK = 'S'
                   PERFORM EFETIVA-APROVACAO
               ELSE
                   DISPLAY "TITULAR NAO CONFERE COM O FORNECEDOR NO "
                           "MESTRE, PEDIDO MANTIDO PENDENTE"
               END-IF
           END-IF.
      *
      * O PEDIDO APROVADO TOMA O LUGAR DO REGISTRO VIGENTE OU
      * ENCERRADO DO CODIGO: A INCLUSAO VIRA A CONTA EM VIGOR E O
      * ENCERRAMENTO DEIXA A CONTA ENCERRADA, COM A DATA DA APROVACAO
      * PARA O EXTRAFORN AVISAR O CONTAS A PAGAR.
      *
       EFETIVA-APROVACAO.
           MOVE 'A' TO WS-SIT-BUSCA1.
           MOVE 'C' TO WS-SIT-BUSCA2.
           PERFORM BUSCA-CONTA.
           IF WS-ACHOU-CTA = 'S'
               MOVE 'X' TO WS-CTA-SITUAC(WS-POS-BUS)
           END-IF.
           IF WS-CTA-OPERAC(WS-IDX-CTA) = 'E'
               MOVE 'C' TO WS-CTA-SITUAC(WS-IDX-CTA)
           ELSE
               MOVE 'A' TO WS-CTA-SITUAC(WS-IDX-CTA)
           END-IF.
           MOVE WS-ID-OPERADOR TO WS-CTA-AUTOR(WS-IDX-CTA).
           MOVE WS-DATA-HOJE   TO WS-CTA-DTAUT(WS-IDX-CTA).
           ADD 1 TO WS-CT-APROVADOS.
           DISPLAY "PEDIDO APROVADO".
      *
      * BUSCA NA TABELA O REGISTRO DO CODIGO WS-COD-TRAB CUJA
      * SITUACAO SEJA WS-SIT-BUSCA1 OU WS-SIT-BUSCA2.
      *
       BUSCA-CONTA.
           MOVE 'N' TO WS-ACHOU-CTA.
           PERFORM COMPARA-CONTA
               VARYING WS-IDX-BUS FROM 1 BY 1
               UNTIL WS-IDX-BUS > WS-QTD-CONTAS
                      OR WS-ACHOU-CTA = 'S'.
       COMPARA-CONTA.
           IF WS-CTA-COD(WS-IDX-BUS) = WS-COD-TRAB AND
                  (WS-CTA-SITUAC(WS-IDX-BUS) = WS-SIT-BUSCA1 OR
                   WS-CTA-SITUAC(WS-IDX-BUS) = WS-SIT-BUSCA2)
               MOVE WS-IDX-BUS TO WS-POS-BUS
               MOVE 'S' TO WS-ACHOU-CTA
           END-IF.
      *
      * LOCALIZA O FORNECEDOR WS-COD-TRAB NO MESTRE E GUARDA O NR-CGC
      * PARA A CONFERENCIA DO TITULAR.
      *
       BUSCA-FORNECEDOR.
           MOVE 'N' TO WS-ACHOU-FORN.
           OPEN INPUT ARQFORN.
           IF ST-FRN NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQFORN" ST-FRN
           ELSE
               MOVE 'N' TO WS-FIM-FORN
               PERFORM LE-FORNECEDOR
                   UNTIL WS-FIM-FORN = 'S' OR WS-ACHOU-FORN = 'S'
               CLOSE ARQFORN
           END-IF.
       LE-FORNECEDOR.
           READ ARQFORN
               AT END
                   MOVE 'S' TO WS-FIM-FORN
               NOT AT END
                   IF CD-FORNF = WS-COD-TRAB
                       MOVE NR-CGCF TO WS-CGC-FORN
                       MOVE 'S' TO WS-ACHOU-FORN
                   END-IF
           END-READ.
      *
      * O TITULAR CONFERE QUANDO TEM 11 OU 14 ALGARISMOS E ELES SAO OS
      * MESMOS DO NR-CGC DO FORNECEDOR, QUALQUER QUE SEJA A
      * PONTUACAO DIGITADA.
      *
       CONFERE-TITULAR.
           MOVE 'N' TO WS-TITULAR-OK.
           MOVE WS-CGC-FORN TO WS-DOC-TRAB.
           PERFORM EXTRAI-DIGITOS-DOC.
           MOVE WS-DOC-DIGITOS TO WS-DIG-FORN.
           MOVE WS-QTD-DIG TO WS-QTD-DIG-FORN.
           MOVE WS-DOCTI-DIGIT TO WS-DOC-TRAB.
           PERFORM EXTRAI-DIGITOS-DOC.
           IF (WS-QTD-DIG = 11 OR WS-QTD-DIG = 14) AND
                   WS-QTD-DIG = WS-QTD-DIG-FORN AND
                   WS-DOC-DIGITOS = WS-DIG-FORN
               MOVE 'S' TO WS-TITULAR-OK
           END-IF.
       EXTRAI-DIGITOS-DOC.
           MOVE SPACES TO WS-DOC-DIGITOS.
           MOVE 0 TO WS-QTD-DIG.
           PERFORM EXTRAI-DIGITO-DOC
               VARYING WS-IDX-DOC FROM 1 BY 1 UNTIL WS-IDX-DOC > 18.
       EXTRAI-DIGITO-DOC.
           IF WS-DOC-TRAB(WS-IDX-DOC:1) IS NUMERIC
               IF WS-QTD-DIG < 14
                   ADD 1 TO WS-QTD-DIG
                   MOVE WS-DOC-TRAB(WS-IDX-DOC:1) TO
                           WS-DOC-DIGITOS(WS-QTD-DIG:1)
               ELSE
                   MOVE 15 TO WS-QTD-DIG
               END-IF
           END-IF.
      *
      * REGRAVA O CONTBANC.DAT POR INTEIRO A PARTIR DA TABELA, SEM AS
      * ENTRADAS DESCARTADAS NA SESSAO.
      *
       REGRAVA-ARQUIVO.
           OPEN OUTPUT ARQBAN.
           IF ST-BAN NOT EQUAL '00'
               DISPLAY "ERRO AO REGRAVAR O ARQBAN" ST-BAN
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-QTD-GRAVADAS.
           PERFORM GRAVA-CONTA-TABELA
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-QTD-CONTAS.
           CLOSE ARQBAN.
           DISPLAY "CONTBANC.DAT REGRAVADO COM " WS-QTD-GRAVADAS
                   " REGISTROS".
       GRAVA-CONTA-TABELA.
           IF WS-CTA-SITUAC(WS-IDX-CTA) NOT = 'X'
               MOVE WS-CTA-COD(WS-IDX-CTA)    TO CD-FORNB
               MOVE WS-CTA-BANCO(WS-IDX-CTA)  TO CD-BANCOB
               MOVE WS-CTA-AGENC(WS-IDX-CTA)  TO CD-AGENCB
               MOVE WS-CTA-CONTA(WS-IDX-CTA)  TO NR-CONTAB
               MOVE WS-CTA-TIPO(WS-IDX-CTA)   TO TP-CONTAB
               MOVE WS-CTA-DOCTI(WS-IDX-CTA)  TO NR-DOCTIB
               MOVE WS-CTA-SITUAC(WS-IDX-CTA) TO SG-SITCTB
               MOVE WS-CTA-OPERAC(WS-IDX-CTA) TO SG-OPECTB
               MOVE WS-CTA-DIGIT(WS-IDX-CTA)  TO CD-DIGITB
               MOVE WS-CTA-DTDIG(WS-IDX-CTA)  TO DT-DIGITB
               MOVE WS-CTA-AUTOR(WS-IDX-CTA)  TO CD-AUTORB
               MOVE WS-CTA-DTAUT(WS-IDX-CTA)  TO DT-AUTORB
               WRITE REG-BAN
               ADD 1 TO WS-QTD-GRAVADAS
           END-IF.
