      ******************************************************************
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: ESTE PROGRAMA RECONSTROI O MESTRE DE FORNECEDORES
      * COMO ELE ESTAVA NO FIM DE UMA DATA INFORMADA, PARA RESPONDER
      * A AUDITORIA E AO SETOR DE COMPRAS ("COMO ESTAVA O FORNECEDOR
      * X EM TAL DATA", "QUAIS ERAM OS ATIVOS NO FECHAMENTO DO MES").
      * PARTE DA GERACAO DE BACKUP MAIS RECENTE CATALOGADA EM
      * BKPCTL.DAT COM DATA IGUAL OU ANTERIOR A DATA PEDIDA E APLICA,
      * EM ORDEM CRONOLOGICA, AS IMAGENS "DEPOIS" DO HISTORICO DE
      * AUDITORIA ATE AQUELA DATA: PRIMEIRO AS GERACOES ROLADAS PELO
      * ARQUIVAHIST (CATALOGADAS EM HISTCTL.DAT), DEPOIS O
      * AUDIFORN.DAT VIVO. O RESULTADO SAI NO LAYOUT DO REGFORN EM
      * FORNECE.P<DATA> E NUMA LISTAGEM (POSICREL.DAT). O FORNECE.DAT
      * NAO E TOCADO: A NECESSIDADE AQUI E CONSULTAR O PASSADO, NAO
      * VOLTAR O CADASTRO PARA ELE COMO FAZ O RESTAURAFORN.
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICFORN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTL ASSIGN TO "BKPCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CTL.
           SELECT ARQBKP ASSIGN TO DYNAMIC WS-NOME-BKP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BKP.
      *
      * CATALOGO DAS GERACOES DE HISTORICO ROLADAS PELO ARQUIVAHIST;
      * SO AS DE TIPO 'A' (AUDITORIA) INTERESSAM AQUI.
      *
           SELECT ARQHCT ASSIGN TO "HISTCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-HCT.
      *
      * O MESMO ARQUIVO LOGICO LE, UMA APOS A OUTRA, AS GERACOES
      * ROLADAS (AUDIFORN.A<CORTE>) E POR FIM O AUDIFORN.DAT VIVO.
      *
           SELECT ARQAUD ASSIGN TO DYNAMIC WS-NOME-AUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.
      *
      * MESTRE RECONSTRUIDO, FORNECE.P<DATA PEDIDA>, NUNCA O
      * FORNECE.DAT.
      *
           SELECT ARQPOS ASSIGN TO DYNAMIC WS-NOME-POS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-POS.
           SELECT ARQREL ASSIGN TO "POSICREL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-REL.
           SELECT ARQSRT ASSIGN TO "POSICSRT.TMP".
       DATA DIVISION.
       FILE SECTION.
      *
      * MESMO LAYOUT DO REG-CTL DO ATUALIZAFORN E DO RESTAURAFORN.
      *
       FD  ARQCTL.
       01  REG-CTL.
           03 NM-BKPCTL     PIC X(20).
           03 DT-BKPCTL     PIC 9(08).
           03 QT-BKPCTL     PIC 9(07).
       FD  ARQBKP.
       01  REG-BKP.
           COPY REGFORN REPLACING ==:TAG:== BY ==B==.
      *
      * MESMO LAYOUT DO REG-HCT DO ARQUIVAHIST.
      *
       FD  ARQHCT.
       01  REG-HCT.
           03 TP-HISTCTL    PIC X(01).
           03 NM-HISTCTL    PIC X(20).
           03 DT-HISTCTL    PIC 9(08).
           03 QT-HISTCTL    PIC 9(07).
      *
      * MESTRE LAYOUT DO REG-AUD DO PROGRAMA ATUALIZAFORN.
      *
       FD  ARQAUD.
       01  REG-AUD.
           03 DT-AUDIT      PIC 9(08).
           03 CD-FORNA      PIC 9(05).
           03 SG-MOVA       PIC X(01).
           COPY REGFORN REPLACING ==:TAG:== BY ==V==.
           COPY REGFORN REPLACING ==:TAG:== BY ==W==.
           COPY REGORIG REPLACING ==:TAG:== BY ==A==.
       FD  ARQPOS.
       01  REG-POS.
           COPY REGFORN REPLACING ==:TAG:== BY ==P==.
       FD  ARQREL.
       01  REG-REL          PIC X(80).
      *
      * CLASSIFICACAO FINAL POR CODIGO: A BASE VEM ORDENADA DO BACKUP,
      * MAS AS INCLUSOES E REINTEGRACOES APLICADAS ENTRAM NO FIM DA
      * TABELA.
      *
       SD  ARQSRT.
       01  REG-SRT.
           03 SR-COD        PIC 9(05).
           03 SR-REG        PIC X(73).
       WORKING-STORAGE SECTION.
       01  ST-CTL           PIC X(02).
       01  ST-BKP           PIC X(02).
       01  ST-HCT           PIC X(02).
       01  ST-AUD           PIC X(02).
       01  ST-POS           PIC X(02).
       01  ST-REL           PIC X(02).
       01  WS-FIM-CTL       PIC X(01).
       01  WS-FIM-BKP       PIC X(01).
       01  WS-FIM-HCT       PIC X(01).
       01  WS-FIM-AUD       PIC X(01).
       01  WS-FIM-SRT       PIC X(01).
       01  WS-NOME-BKP      PIC X(20).
       01  WS-NOME-AUD      PIC X(20).
       01  WS-NOME-POS      PIC X(20).
       01  WS-LINHA         PIC X(80).
      *
      * PARAMETROS DA SESSAO: DATA DA POSICAO, CODIGO OPCIONAL PARA
      * ACOMPANHAR UM FORNECEDOR SO E SE A LISTAGEM MOSTRA APENAS OS
      * ATIVOS. O ARQUIVO FORNECE.P<DATA> SAI SEMPRE COMPLETO.
      *
       01  WS-DATA-DIGIT    PIC X(08).
       01  WS-DATA-VALIDA   PIC X(01) VALUE 'N'.
       01  WS-DT-POSICAO.
           03 WS-ANO-POS    PIC 9(04).
           03 WS-MES-POS    PIC 9(02).
           03 WS-DIA-POS    PIC 9(02).
       01  WS-DT-POSICAO-N REDEFINES WS-DT-POSICAO PIC 9(08).
       01  WS-CODIGO-DIGIT  PIC X(05).
       01  WS-CODIGO-VALIDO PIC X(01) VALUE 'N'.
       01  WS-COD-FILTRO    PIC 9(05) VALUE 0.
       01  WS-SO-ATIVOS     PIC X(01).
      *
      * GERACAO DE BACKUP ESCOLHIDA E DATA A PARTIR DA QUAL O
      * HISTORICO E REAPLICADO (VER ESCOLHE-BACKUP).
      *
       01  WS-QTD-GER       PIC 9(03) VALUE 0.
       01  WS-IDX-GER       PIC 9(03).
       01  WS-POS-GER       PIC 9(03) VALUE 0.
       01  WS-TAB-GERACOES.
           03 WS-GERACAO OCCURS 500 TIMES.
               05 WS-GER-NOME  PIC X(20).
               05 WS-GER-DATA  PIC 9(08).
               05 WS-GER-QTD   PIC 9(07).
       01  WS-DT-BASE       PIC 9(08) VALUE 0.
       01  WS-DT-REPLAY     PIC 9(08) VALUE 0.
       01  WS-CONFERE       PIC X(01).
       01  WS-ULT-CD-BKP    PIC 9(05).
      *
      * GERACOES DE HISTORICO DE AUDITORIA, NA ORDEM DO CATALOGO (QUE
      * E A ORDEM EM QUE FORAM ROLADAS, DA MAIS ANTIGA PARA A MAIS
      * RECENTE).
      *
       01  WS-QTD-HIS       PIC 9(03) VALUE 0.
       01  WS-IDX-HIS       PIC 9(03).
       01  WS-TAB-HISTORICO.
           03 WS-HISTORICO OCCURS 500 TIMES.
               05 WS-HIS-NOME  PIC X(20).
               05 WS-HIS-CORTE PIC 9(08).
      *
      * POSICAO DO CADASTRO EM MEMORIA: UMA ENTRADA POR CODIGO QUE
      * JA EXISTIU DESDE A BASE; EXCLUSAO E FUSAO SO DESLIGAM A
      * ENTRADA, PARA UMA REINTEGRACAO POSTERIOR REAPROVEITA-LA.
      *
       01  WS-QTD-POS       PIC 9(04) VALUE 0.
       01  WS-IDX-POS       PIC 9(04).
       01  WS-ACHOU-POS     PIC X(01).
       01  WS-PTR-POS       PIC 9(04).
       01  WS-TAB-POSICAO.
           03 WS-POSICAO OCCURS 9999 TIMES.
               05 WS-POS-COD   PIC 9(05).
               05 WS-POS-VIVO  PIC X(01).
               05 WS-POS-REG   PIC X(73).
       01  WS-REG-TRAB.
           COPY REGFORN REPLACING ==:TAG:== BY ==T==.
      *
      * CONTADORES DO RESUMO.
      *
       01  WS-CT-BASE       PIC 9(07) VALUE 0.
       01  WS-CT-LIDOS      PIC 9(07) VALUE 0.
       01  WS-CT-INCLUIDOS  PIC 9(07) VALUE 0.
       01  WS-CT-ALTERADOS  PIC 9(07) VALUE 0.
       01  WS-CT-EXCLUIDOS  PIC 9(07) VALUE 0.
       01  WS-CT-FUNDIDOS   PIC 9(07) VALUE 0.
       01  WS-CT-REINTEGR   PIC 9(07) VALUE 0.
       01  WS-CT-FORA       PIC 9(07) VALUE 0.
       01  WS-CT-INCONSIST  PIC 9(07) VALUE 0.
       01  WS-CT-FINAL      PIC 9(07) VALUE 0.
       01  WS-CT-ATIVOS     PIC 9(07) VALUE 0.
       01  WS-CT-LISTADOS   PIC 9(07) VALUE 0.
       01  WS-CT-ED         PIC Z(06)9.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM DIGITA-PARAMETROS.
           PERFORM CARREGA-CATALOGO.
           PERFORM ESCOLHE-BACKUP.
           PERFORM ABRE-RELATORIO.
           PERFORM CARREGA-BASE.
           PERFORM CARREGA-HISTCTL.
           IF WS-COD-FILTRO NOT = 0
               PERFORM TITULO-MOVIMENTOS
           END-IF.
           PERFORM APLICA-GERACAO-HIS
               VARYING WS-IDX-HIS FROM 1 BY 1
               UNTIL WS-IDX-HIS > WS-QTD-HIS.
           MOVE "AUDIFORN.DAT" TO WS-NOME-AUD.
           PERFORM APLICA-ARQUIVO-AUD.
           PERFORM GRAVA-POSICAO.
           PERFORM GRAVA-RESUMO.
           CLOSE ARQREL.
           DISPLAY "POSICAO DE " WS-DT-POSICAO " GRAVADA EM "
                   WS-NOME-POS ", LISTAGEM EM POSICREL.DAT".
           IF WS-CT-INCONSIST > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * DATA DA POSICAO (AAAAMMDD), CODIGO A ACOMPANHAR (ZEROS =
      * TODOS) E SE A LISTAGEM TRAZ SO OS ATIVOS.
      *
       DIGITA-PARAMETROS.
           PERFORM ACEITA-DATA UNTIL WS-DATA-VALIDA = 'S'.
           PERFORM ACEITA-CODIGO UNTIL WS-CODIGO-VALIDO = 'S'.
           DISPLAY "LISTAR SOMENTE OS ATIVOS (S/N)........: " WITH
                   NO ADVANCING.
           ACCEPT WS-SO-ATIVOS.
           IF WS-SO-ATIVOS NOT = 'S'
               MOVE 'N' TO WS-SO-ATIVOS
           END-IF.
           MOVE SPACES TO WS-NOME-POS.
           STRING "FORNECE.P" WS-DT-POSICAO DELIMITED BY SIZE
               INTO WS-NOME-POS.
       ACEITA-DATA.
           DISPLAY "DATA DA POSICAO (AAAAMMDD)............: " WITH
                   NO ADVANCING.
           ACCEPT WS-DATA-DIGIT.
           IF WS-DATA-DIGIT IS NUMERIC
               MOVE WS-DATA-DIGIT TO WS-DT-POSICAO
               IF WS-MES-POS < 1 OR WS-MES-POS > 12 OR
                  WS-DIA-POS < 1 OR WS-DIA-POS > 31
                   DISPLAY "DATA INVALIDA"
               ELSE
                   MOVE 'S' TO WS-DATA-VALIDA
               END-IF
           ELSE
               DISPLAY "DATA INVALIDA, DIGITE 8 DIGITOS NUMERICOS"
           END-IF.
       ACEITA-CODIGO.
           DISPLAY "CODIGO DO FORNECEDOR (00000 = TODOS)..: " WITH
                   NO ADVANCING.
           ACCEPT WS-CODIGO-DIGIT.
           IF WS-CODIGO-DIGIT IS NUMERIC
               MOVE WS-CODIGO-DIGIT TO WS-COD-FILTRO
               MOVE 'S' TO WS-CODIGO-VALIDO
           ELSE
               DISPLAY "CODIGO INVALIDO, DIGITE 5 DIGITOS NUMERICOS"
           END-IF.
      *
      * CARREGA O CATALOGO DE BACKUPS, COMO O RESTAURAFORN.
      *
       CARREGA-CATALOGO.
           OPEN INPUT ARQCTL.
           IF ST-CTL NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQCTL" ST-CTL
               DISPLAY "NENHUM BACKUP FOI CATALOGADO AINDA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE 'N' TO WS-FIM-CTL.
           PERFORM CARREGA-GERACAO UNTIL WS-FIM-CTL = 'S'.
           CLOSE ARQCTL.
       CARREGA-GERACAO.
           READ ARQCTL
               AT END
                   MOVE 'S' TO WS-FIM-CTL
               NOT AT END
                   IF WS-QTD-GER >= 500
                       DISPLAY "ERRO: MAIS DE 500 GERACOES NO "
                               "CATALOGO, FACA UM EXPURGO"
                       CLOSE ARQCTL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-GER
                   MOVE NM-BKPCTL TO WS-GER-NOME(WS-QTD-GER)
                   MOVE DT-BKPCTL TO WS-GER-DATA(WS-QTD-GER)
                   MOVE QT-BKPCTL TO WS-GER-QTD(WS-QTD-GER)
           END-READ.
      *
      * O BACKUP DATADO D E O MESTRE DE ANTES DO CICLO QUE O GEROU,
      * ENTAO A BASE E A GERACAO MAIS RECENTE COM DATA IGUAL OU
      * ANTERIOR A PEDIDA (A PRIMEIRA DO DIA, SE HOUVE REPROCESSAMENTO,
      * JA QUE O HISTORICO DAQUELE DIA E TODO REAPLICADO). UM CICLO
      * QUE ATRAVESSA A MEIA-NOITE GRAVA A AUDITORIA COM A DATA DO
      * INICIO E O BACKUP COM A DO DIA SEGUINTE; POR ISSO O HISTORICO
      * E REAPLICADO DESDE A DATA DA GERACAO ANTERIOR A ESCOLHIDA.
      * REAPLICAR UMA IMAGEM QUE A BASE JA CONTEM NAO MUDA NADA: O
      * QUE VALE PARA CADA CODIGO E A ULTIMA IMAGEM ATE A DATA.
      *
       ESCOLHE-BACKUP.
           MOVE 0 TO WS-POS-GER.
           PERFORM COMPARA-GERACAO
               VARYING WS-IDX-GER FROM 1 BY 1
               UNTIL WS-IDX-GER > WS-QTD-GER.
           IF WS-POS-GER = 0
               DISPLAY "NENHUM BACKUP CATALOGADO COM DATA IGUAL OU "
                       "ANTERIOR A " WS-DT-POSICAO
               DISPLAY "NAO HA BASE PARA RECONSTRUIR A POSICAO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-GER-NOME(WS-POS-GER) TO WS-NOME-BKP.
           MOVE WS-GER-DATA(WS-POS-GER) TO WS-DT-BASE.
           IF WS-POS-GER > 1
               COMPUTE WS-IDX-GER = WS-POS-GER - 1
               MOVE WS-GER-DATA(WS-IDX-GER) TO WS-DT-REPLAY
           ELSE
               MOVE 0 TO WS-DT-REPLAY
           END-IF.
       COMPARA-GERACAO.
           IF WS-GER-DATA(WS-IDX-GER) NOT > WS-DT-POSICAO-N
               IF WS-POS-GER = 0
                   MOVE WS-IDX-GER TO WS-POS-GER
               ELSE
                   IF WS-GER-DATA(WS-IDX-GER) >
                      WS-GER-DATA(WS-POS-GER)
                       MOVE WS-IDX-GER TO WS-POS-GER
                   END-IF
               END-IF
           END-IF.
       ABRE-RELATORIO.
           OPEN OUTPUT ARQREL.
           IF ST-REL NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQREL" ST-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO WS-LINHA.
           STRING "POSICAO DO CADASTRO DE FORNECEDORES EM "
               WS-DIA-POS "/" WS-MES-POS "/" WS-ANO-POS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "BASE: " WS-NOME-BKP " DE " WS-DT-BASE
               "  HISTORICO REAPLICADO DESDE " WS-DT-REPLAY
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM GRAVA-LINHA.
       GRAVA-LINHA.
           MOVE WS-LINHA TO REG-REL.
           WRITE REG-REL.
      *
      * CARREGA O BACKUP ESCOLHIDO, CONFERINDO A ORDEM ASCENDENTE DE
      * CODIGO E A QUANTIDADE DO CATALOGO COMO O VERIFICA-GERACAO DO
      * RESTAURAFORN: UMA BASE RUIM DARIA UMA POSICAO ERRADA SEM
      * NENHUM AVISO.
      *
       CARREGA-BASE.
           OPEN INPUT ARQBKP.
           IF ST-BKP NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DA GERACAO " WS-NOME-BKP
                       ST-BKP
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-ULT-CD-BKP.
           MOVE 'N' TO WS-FIM-BKP.
           PERFORM LER-REG-BKP.
           PERFORM CARREGA-REG-BKP UNTIL WS-FIM-BKP = 'S'.
           CLOSE ARQBKP.
           IF WS-CT-BASE NOT = WS-GER-QTD(WS-POS-GER)
               DISPLAY "QUANTIDADE CONTADA " WS-CT-BASE
                       " DIFERE DO CATALOGO "
                       WS-GER-QTD(WS-POS-GER)
               DISPLAY "GERACAO REPROVADA NA VERIFICACAO, POSICAO "
                       "NAO RECONSTRUIDA"
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
       LER-REG-BKP.
           READ ARQBKP AT END MOVE 'S' TO WS-FIM-BKP.
       CARREGA-REG-BKP.
           IF CD-FORNB NOT > WS-ULT-CD-BKP
               DISPLAY "ERRO DE SEQUENCIA NA GERACAO, CODIGO "
                       CD-FORNB " APOS " WS-ULT-CD-BKP
               DISPLAY "GERACAO REPROVADA NA VERIFICACAO, POSICAO "
                       "NAO RECONSTRUIDA"
               CLOSE ARQBKP
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF WS-QTD-POS >= 9999
               DISPLAY "ERRO: MAIS DE 9999 FORNECEDORES NA POSICAO"
               CLOSE ARQBKP
               CLOSE ARQREL
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CD-FORNB TO WS-ULT-CD-BKP.
           ADD 1 TO WS-QTD-POS.
           MOVE CD-FORNB TO WS-POS-COD(WS-QTD-POS).
           MOVE 'S'      TO WS-POS-VIVO(WS-QTD-POS).
           MOVE REG-BKP  TO WS-POS-REG(WS-QTD-POS).
           ADD 1 TO WS-CT-BASE.
           PERFORM LER-REG-BKP.
      *
      * SO AS GERACOES DE AUDITORIA CUJO CORTE E POSTERIOR AO INICIO
      * DA REAPLICACAO TEM ALGO A DIZER: UMA GERACAO GUARDA REGISTROS
      * ANTERIORES AO SEU CORTE. SEM HISTCTL.DAT (NADA FOI ROLADO
      * AINDA) O HISTORICO TODO ESTA NO AUDIFORN.DAT.
      *
       CARREGA-HISTCTL.
           OPEN INPUT ARQHCT.
           IF ST-HCT = '35'
               MOVE 'S' TO WS-FIM-HCT
           ELSE
               IF ST-HCT NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO ARQHCT" ST-HCT
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-HCT
               PERFORM CARREGA-REG-HCT UNTIL WS-FIM-HCT = 'S'
               CLOSE ARQHCT
           END-IF.
       CARREGA-REG-HCT.
           READ ARQHCT
               AT END
                   MOVE 'S' TO WS-FIM-HCT
               NOT AT END
                   IF TP-HISTCTL = 'A' AND DT-HISTCTL > WS-DT-REPLAY
                       IF WS-QTD-HIS >= 500
                           DISPLAY "ERRO: MAIS DE 500 GERACOES DE "
                                   "HISTORICO NO CATALOGO"
                           CLOSE ARQHCT
                           CLOSE ARQREL
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-HIS
                       MOVE NM-HISTCTL TO WS-HIS-NOME(WS-QTD-HIS)
                       MOVE DT-HISTCTL TO WS-HIS-CORTE(WS-QTD-HIS)
                   END-IF
           END-READ.
       TITULO-MOVIMENTOS.
           MOVE SPACES TO WS-LINHA.
           STRING "MOVIMENTOS REAPLICADOS AO CODIGO " WS-COD-FILTRO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DATA      MOV  SITUACAO/SUCESSOR   "
               "ORIGEM      OPERADOR"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "--------  ---  ------------------  "
               "----------  --------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
      *
      * UMA GERACAO CATALOGADA QUE SUMIU DO DISCO DEIXARIA UM BURACO
      * NO HISTORICO E A POSICAO SAIRIA ERRADA; NESSE CASO O PROGRAMA
      * PARA EM VEZ DE ENTREGAR UM RESULTADO INCOMPLETO.
      *
       APLICA-GERACAO-HIS.
           MOVE WS-HIS-NOME(WS-IDX-HIS) TO WS-NOME-AUD.
           PERFORM APLICA-ARQUIVO-AUD.
       APLICA-ARQUIVO-AUD.
           OPEN INPUT ARQAUD.
           IF ST-AUD = '35' AND WS-NOME-AUD = "AUDIFORN.DAT"
               MOVE 'S' TO WS-FIM-AUD
           ELSE
               IF ST-AUD NOT EQUAL '00'
                   DISPLAY "ERRO DE ABERTURA DO HISTORICO "
                           WS-NOME-AUD ST-AUD
                   DISPLAY "HISTORICO INCOMPLETO, POSICAO NAO "
                           "RECONSTRUIDA"
                   CLOSE ARQREL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM-AUD
               PERFORM LER-REG-AUD
               PERFORM APLICA-REG-AUD UNTIL WS-FIM-AUD = 'S'
               CLOSE ARQAUD
           END-IF.
       LER-REG-AUD.
           READ ARQAUD AT END MOVE 'S' TO WS-FIM-AUD.
      *
      * I/A/R GRAVAM A IMAGEM "DEPOIS" INTEIRA, ENTAO A ENTRADA DO
      * CODIGO E SIMPLESMENTE SUBSTITUIDA; E/F TIRAM O CODIGO DO
      * CADASTRO, COMO O ATUALIZAFORN FAZ NO FORNNEW. UMA ALTERACAO,
      * EXCLUSAO OU FUSAO DE CODIGO AUSENTE, OU UMA INCLUSAO OU
      * REINTEGRACAO DE CODIGO PRESENTE, E CONTADA COMO
      * INCONSISTENCIA (BASE E HISTORICO NAO BATEM) E APLICADA ASSIM
      * MESMO, PARA A POSICAO SEGUIR O QUE O HISTORICO DIZ. SO SE
      * CONFERE O QUE E POSTERIOR A BASE: O TRECHO REAPLICADO ANTES
      * DELA JA ESTA CONTIDO NO BACKUP E NATURALMENTE NAO BATE.
      *
       APLICA-REG-AUD.
           ADD 1 TO WS-CT-LIDOS.
           IF DT-AUDIT < WS-DT-REPLAY OR DT-AUDIT > WS-DT-POSICAO-N
               ADD 1 TO WS-CT-FORA
           ELSE
               IF DT-AUDIT < WS-DT-BASE
                   MOVE 'N' TO WS-CONFERE
               ELSE
                   MOVE 'S' TO WS-CONFERE
               END-IF
               PERFORM PESQUISA-POSICAO
               IF SG-MOVA = 'E' OR SG-MOVA = 'F'
                   PERFORM DESLIGA-POSICAO
               ELSE
                   PERFORM SUBSTITUI-POSICAO
               END-IF
               IF CD-FORNA = WS-COD-FILTRO
                   PERFORM LISTA-MOVIMENTO
               END-IF
           END-IF.
           PERFORM LER-REG-AUD.
       PESQUISA-POSICAO.
           MOVE 'N' TO WS-ACHOU-POS.
           MOVE 0 TO WS-PTR-POS.
           PERFORM COMPARA-POSICAO
               VARYING WS-IDX-POS FROM 1 BY 1
               UNTIL WS-IDX-POS > WS-QTD-POS OR WS-ACHOU-POS = 'S'.
       COMPARA-POSICAO.
           IF WS-POS-COD(WS-IDX-POS) = CD-FORNA
               MOVE WS-IDX-POS TO WS-PTR-POS
               MOVE 'S' TO WS-ACHOU-POS
           END-IF.
       DESLIGA-POSICAO.
           IF SG-MOVA = 'E'
               ADD 1 TO WS-CT-EXCLUIDOS
           ELSE
               ADD 1 TO WS-CT-FUNDIDOS
           END-IF.
           IF WS-ACHOU-POS = 'S'
               IF WS-POS-VIVO(WS-PTR-POS) NOT = 'S'
                   PERFORM CONTA-INCONSISTENCIA
               END-IF
               MOVE 'N' TO WS-POS-VIVO(WS-PTR-POS)
           ELSE
               PERFORM CONTA-INCONSISTENCIA
           END-IF.
       CONTA-INCONSISTENCIA.
           IF WS-CONFERE = 'S'
               ADD 1 TO WS-CT-INCONSIST
           END-IF.
       SUBSTITUI-POSICAO.
           IF SG-MOVA = 'I'
               ADD 1 TO WS-CT-INCLUIDOS
           ELSE
               IF SG-MOVA = 'R'
                   ADD 1 TO WS-CT-REINTEGR
               ELSE
                   ADD 1 TO WS-CT-ALTERADOS
               END-IF
           END-IF.
           IF WS-ACHOU-POS = 'S'
               IF SG-MOVA = 'A'
                   IF WS-POS-VIVO(WS-PTR-POS) NOT = 'S'
                       PERFORM CONTA-INCONSISTENCIA
                   END-IF
               ELSE
                   IF WS-POS-VIVO(WS-PTR-POS) = 'S'
                       PERFORM CONTA-INCONSISTENCIA
                   END-IF
               END-IF
           ELSE
               IF SG-MOVA = 'A'
                   PERFORM CONTA-INCONSISTENCIA
               END-IF
               IF WS-QTD-POS >= 9999
                   DISPLAY "ERRO: MAIS DE 9999 FORNECEDORES NA "
                           "POSICAO"
                   CLOSE ARQAUD
                   CLOSE ARQREL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-POS
               MOVE WS-QTD-POS TO WS-PTR-POS
               MOVE CD-FORNA TO WS-POS-COD(WS-PTR-POS)
           END-IF.
           MOVE CD-FORNA   TO CD-FORNT.
           MOVE NM-FORNW   TO NM-FORNT.
           MOVE NM-CIDADEW TO NM-CIDADET.
           MOVE NR-CGCW    TO NR-CGCT.
           MOVE NR-FONEW   TO NR-FONET.
           MOVE SG-SITUACW TO SG-SITUACT.
           MOVE CD-CATEGW  TO CD-CATEGT.
           MOVE WS-REG-TRAB TO WS-POS-REG(WS-PTR-POS).
           MOVE 'S' TO WS-POS-VIVO(WS-PTR-POS).
       LISTA-MOVIMENTO.
           MOVE SPACES TO WS-LINHA.
           IF SG-MOVA = 'F'
               STRING DT-AUDIT "  " SG-MOVA "    SUCESSOR " CD-FORNW
                   "      " NM-ORIGEA "  " CD-OPERAA
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               IF SG-MOVA = 'E'
                   STRING DT-AUDIT "  " SG-MOVA "    EXCLUIDO"
                       "            " NM-ORIGEA "  " CD-OPERAA
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   STRING DT-AUDIT "  " SG-MOVA "    SITUACAO "
                       SG-SITUACW "          " NM-ORIGEA "  "
                       CD-OPERAA
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF
           END-IF.
           PERFORM GRAVA-LINHA.
      *
      * CLASSIFICA AS ENTRADAS VIVAS POR CODIGO E GRAVA O
      * FORNECE.P<DATA> E A LISTAGEM NA MESMA PASSADA.
      *
       GRAVA-POSICAO.
           OPEN OUTPUT ARQPOS.
           IF ST-POS NOT EQUAL '00'
               DISPLAY "ERRO DE ABERTURA DO ARQPOS" ST-POS
               CLOSE ARQREL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF WS-COD-FILTRO NOT = 0
               MOVE SPACES TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "CODIGO  NOME DO FORNECEDOR  CIDADE          "
               "CNPJ                S  CATEG"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "------  ---------------     --------------  "
               "------------------  -  -----"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           SORT ARQSRT
               ON ASCENDING KEY SR-COD
               INPUT PROCEDURE IS LIBERA-POSICAO
               OUTPUT PROCEDURE IS GRAVA-ORDENADO.
           CLOSE ARQPOS.
       LIBERA-POSICAO.
           PERFORM LIBERA-UMA-POSICAO
               VARYING WS-IDX-POS FROM 1 BY 1
               UNTIL WS-IDX-POS > WS-QTD-POS.
       LIBERA-UMA-POSICAO.
           IF WS-POS-VIVO(WS-IDX-POS) = 'S'
               MOVE WS-POS-COD(WS-IDX-POS) TO SR-COD
               MOVE WS-POS-REG(WS-IDX-POS) TO SR-REG
               RELEASE REG-SRT
           END-IF.
       GRAVA-ORDENADO.
           MOVE 'N' TO WS-FIM-SRT.
           PERFORM DEVOLVE-REG-SRT UNTIL WS-FIM-SRT = 'S'.
       DEVOLVE-REG-SRT.
           RETURN ARQSRT
               AT END
                   MOVE 'S' TO WS-FIM-SRT
               NOT AT END
                   MOVE SR-REG TO REG-POS
                   WRITE REG-POS
                   ADD 1 TO WS-CT-FINAL
                   IF SITUACAO-ATIVAP
                       ADD 1 TO WS-CT-ATIVOS
                   END-IF
                   PERFORM LISTA-FORNECEDOR
           END-RETURN.
       LISTA-FORNECEDOR.
           IF (WS-COD-FILTRO = 0 OR CD-FORNP = WS-COD-FILTRO) AND
              (WS-SO-ATIVOS = 'N' OR SITUACAO-ATIVAP)
               MOVE SPACES TO WS-LINHA
               STRING CD-FORNP "   " NM-FORNP "     " NM-CIDADEP "  "
                   NR-CGCP "  " SG-SITUACP "  " CD-CATEGP
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
               ADD 1 TO WS-CT-LISTADOS
           END-IF.
       GRAVA-RESUMO.
           IF WS-COD-FILTRO NOT = 0 AND WS-CT-LISTADOS = 0
               MOVE SPACES TO WS-LINHA
               STRING "CODIGO " WS-COD-FILTRO
                   " NAO CONSTAVA DO CADASTRO NESTA DATA"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-BASE TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "REGISTROS NA BASE.............: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-LIDOS TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "REGISTROS DE HISTORICO LIDOS..: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-FORA TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "FORA DO INTERVALO.............: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-INCLUIDOS TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "INCLUSOES REAPLICADAS.........: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-ALTERADOS TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "ALTERACOES REAPLICADAS........: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-EXCLUIDOS TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "EXCLUSOES REAPLICADAS.........: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-FUNDIDOS TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "FUSOES REAPLICADAS............: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-REINTEGR TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "REINTEGRACOES REAPLICADAS.....: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-INCONSIST TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "INCONSISTENCIAS BASE/HISTORICO: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-FINAL TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNECEDORES NA POSICAO.......: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE WS-CT-ATIVOS TO WS-CT-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "ATIVOS NA POSICAO.............: " WS-CT-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
