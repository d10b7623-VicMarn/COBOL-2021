      *                 REARQUIVADA, E REINTEGRACAO CUJOS CONTATOS JA
      *                 ESTAO NO CONTATOS.DAT VIVO NAO E RESTAURADA
      *                 DE NOVO.
      * 2026-10-15 VMA  MODO DE SIMULACAO, ESCOLHIDO NA ABERTURA
      *                 (BRANCO = CICLO NORMAL): O CASAMENTO RODA
      *                 INTEIRO SOBRE O ATUALIZ.DAT DO DIA, MAS O
      *                 DESTINO DE CADA MOVIMENTO (APLICADO,
      *                 REJEITADO COM O MOTIVO, SUSPENSO, ADIADO OU
      *                 RECUSADO) E AS CONTAGENS QUE O BALANFORN VERIA
      *                 VAO PARA O RELATORIO PREVIA.DAT. FORNNEW,
      *                 EXCEFORN, SUSPENSO E FUTUROS SAO GRAVADOS COM
      *                 EXTENSAO .SIM; NADA E PROMOVIDO, CATALOGADO,
      *                 AUDITADO OU ARQUIVADO, CONTATOS/PENDAPRO/
      *                 CHECKPOINT NAO SAO TOCADOS E O EXECLOG.DAT SO
      *                 RECEBE LINHAS SIMULAFORN, QUE O LISTAEXEC NAO
      *                 CONTA COMO CICLO.
      * 2026-10-15 VMA  MOVIMENTO DE FUSAO 'F': O CODIGO DO MOVIMENTO
      *                 E ABSORVIDO PELO CODIGO SUCESSOR (CD-SUCESM),
      *                 QUE TEM QUE ESTAR VIVO NO MESTRE. O ABSORVIDO
      *                 SAI DO MESTRE COMO NA EXCLUSAO, VAI PARA O
      *                 EXCLUIDO.DAT COM O PONTEIRO PARA O SUCESSOR,
      *                 A AUDITORIA LIGA OS DOIS CODIGOS (CD-FORNA O
      *                 ABSORVIDO, CD-FORNW O SUCESSOR) E OS CONTATOS
      *                 SAO TRANSFERIDOS AO SUCESSOR NA PASSADA DE
      *                 CONTATOS. CODIGO FUNDIDO NAO PODE SER
      *                 REINTEGRADO.
      * 2026-10-15 VMA  A IDENTIFICACAO DA ORIGEM DO MOVIMENTO
      *                 (PROGRAMA, REFERENCIA, OPERADOR, DATA/HORA DA
      *                 ENTRADA E SUPERVISOR) VIAJA INTACTA PARA O
      *                 SUSPENSO/FUTUROS E E GRAVADA NO AUDIFORN, NO
      *                 EXCEFORN E NO EXCLUIDO.DAT (ORIGEM DA EXCLUSAO
      *                 OU FUSAO QUE TIROU O CODIGO DO MESTRE).
      * 2026-10-15 VMA  CONTAS BANCARIAS DO FORNECEDOR (CONTBANC.DAT,
      *                 DO DIGITABANC) ARQUIVADAS NO CONTBEXC.DAT NA
      *                 EXCLUSAO E RESTAURADAS NA REINTEGRACAO, NUMA
      *                 PASSADA IGUAL A DOS CONTATOS. NA FUSAO AS
      *                 CONTAS DO ABSORVIDO SAO ARQUIVADAS, NAO
      *                 TRANSFERIDAS: O TITULAR E OUTRO CNPJ.
      * 2026-10-15 VMA  NA REINTEGRACAO, CONTATO ARQUIVADO JA
      *                 ANONIMIZADO PELO ANONIMCONT (LGPD) NAO VOLTA
      *                 AO CONTATOS.DAT; O FORNECEDOR E AVISADO COM A
      *                 QUANTIDADE DE CONTATOS A RECADASTRAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALIZAFORN.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ATU.
           SELECT ARQNEW ASSIGN TO DYNAMIC WS-NOME-NEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-NEW.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BKP.
           SELECT ARQEXC ASSIGN TO DYNAMIC WS-NOME-EXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-EXC.
      * CONFLITO DE CODIGOS, GRAVADOS NO PROPRIO LAYOUT DE MOVIMENTO
      * PARA EVENTUAL REVISAO E REAPRESENTACAO.
      *
           SELECT ARQSUS ASSIGN TO DYNAMIC WS-NOME-SUS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-SUS.
      * JOB, ADIADOS NO PROPRIO LAYOUT DE MOVIMENTO PARA O REAPRESMOV
      * DEVOLVE-LOS AO LOTE DO CICLO SEGUINTE, ATE A DATA CHEGAR.
      *
           SELECT ARQFUT ASSIGN TO DYNAMIC WS-NOME-FUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-FUT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CNY.
      *
      * CONTAS BANCARIAS DO FORNECEDOR (MANTIDAS E APROVADAS PELO
      * DIGITABANC) E O SEU ARQUIVO DE EXCLUIDOS, NA MESMA REGRA DOS
      * CONTATOS: A EXCLUSAO 'E' LEVA AS CONTAS DO CODIGO PARA O
      * CONTBEXC.DAT COM A DATA DO CICLO E A REINTEGRACAO 'R' TRAZ DE
      * VOLTA O CONJUNTO ARQUIVADO MAIS RECENTE, NO ESTADO EM QUE
      * ESTAVA (APROVADA, ENCERRADA OU PENDENTE).
      *
           SELECT ARQBAN ASSIGN TO "CONTBANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BAN.
           SELECT ARQBANTMP ASSIGN TO "CONTBANC.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BAT.
           SELECT ARQBEX ASSIGN TO "CONTBEXC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BEX.
           SELECT ARQBEXIN ASSIGN TO "CONTBEXC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-BEY.
      *
      * FILA DE APROVACAO DOS MOVIMENTOS SENSIVEIS: AS RECUSAS DO
      * SUPERVISOR SAO RELATADAS NO EXCEFORN.DAT COM O MOTIVO (PARA A
      * TRILHA DE AUDITORIA FICAR COMPLETA) E REMOVIDAS DA FILA; OS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ARZ.
      *
      * RELATORIO DA SIMULACAO: UMA LINHA POR MOVIMENTO COM O DESTINO
      * QUE ELE TERIA NO CICLO DE VERDADE, SEGUIDA DAS CONTAGENS DE
      * ANTES E DEPOIS QUE O BALANFORN CONFERIRIA.
      *
           SELECT ARQPRV ASSIGN TO "PREVIA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PRV.
       DATA DIVISION.
       FILE SECTION.
      *
           03 NM-FORNE      PIC X(15).
           03 SG-MOVE       PIC X(01).
           03 DS-MOTIVOE    PIC X(45).
           COPY REGORIG REPLACING ==:TAG:== BY ==E==.
       01  REG-EXC-RESUMO REDEFINES REG-EXC.
           03 DS-LINHA-RES  PIC X(66).
           03 FILLER        PIC X(60).
       FD  ARQCID.
       01  REG-CID.
           03 CD-CIDADEC    PIC X(03).
       01  REG-CCK.
           03 TP-CCK        PIC X(01).
           03 CD-CCK        PIC 9(05).
           03 CD-SUCCK      PIC 9(05).
       FD  ARQCKP.
       01  REG-CKP.
           03 CK-QTD-FORN      PIC 9(07).
      * REGISTRO DE AUDITORIA: DATA DO JOB, CODIGO E TIPO DO MOVIMENTO
      * APLICADO, SEGUIDOS DA IMAGEM DO CADASTRO ANTES (SUFIXO V) E
      * DEPOIS (SUFIXO W) DA APLICACAO. NA INCLUSAO E NA REINTEGRACAO
      * A IMAGEM ANTERIOR VAI VAZIA; NA EXCLUSAO, A POSTERIOR. NA
      * FUSAO A POSTERIOR TAMBEM VAI VAZIA, SO COM O CODIGO DO
      * SUCESSOR EM CD-FORNW, LIGANDO O ABSORVIDO AO SOBREVIVENTE.
      * FECHA O REGISTRO A ORIGEM DO MOVIMENTO APLICADO (SUFIXO A).
      *
       FD  ARQAUD.
       01  REG-AUD.
           03 SG-MOVA       PIC X(01).
           COPY REGFORN REPLACING ==:TAG:== BY ==V==.
           COPY REGFORN REPLACING ==:TAG:== BY ==W==.
           COPY REGORIG REPLACING ==:TAG:== BY ==A==.
      *
      * REGISTRO DO ARQUIVO DE EXCLUIDOS: DATA DO CICLO EM QUE A
      * EXCLUSAO FOI APLICADA, SEGUIDA DA IMAGEM COMPLETA DO CADASTRO
      * E DO CODIGO SUCESSOR (ZERO NA EXCLUSAO, O SOBREVIVENTE NA
      * FUSAO), COM A ORIGEM DO MOVIMENTO QUE TIROU O CODIGO DO
      * MESTRE.
      *
       FD  ARQARC.
       01  REG-ARC.
           03 DT-EXCLX      PIC 9(08).
           COPY REGFORN REPLACING ==:TAG:== BY ==X==.
           03 CD-SUCESX     PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==X==.
       FD  ARQARCIN.
       01  REG-ARCIN.
           03 DT-EXCLY      PIC 9(08).
           COPY REGFORN REPLACING ==:TAG:== BY ==Y==.
           03 CD-SUCESY     PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==Y==.
       FD  ARQLOG.
       01  REG-LOG          PIC X(170).
       FD  ARQCTL.
       01  REG-CEXIN.
           03 DT-CEXCH      PIC 9(08).
           COPY REGCONT REPLACING ==:TAG:== BY ==H==.
       FD  ARQBAN.
       01  REG-BAN.
           COPY REGBANC REPLACING ==:TAG:== BY ==J==.
       FD  ARQBANTMP.
       01  REG-BANTMP.
           COPY REGBANC REPLACING ==:TAG:== BY ==K==.
      *
      * REGISTRO DO ARQUIVO DE CONTAS EXCLUIDAS: DATA DO CICLO DA
      * EXCLUSAO SEGUIDA DA IMAGEM COMPLETA DA CONTA, COMO NO
      * CONTEXCL.DAT.
      *
       FD  ARQBEX.
       01  REG-BEX.
           03 DT-BEXCL      PIC 9(08).
           COPY REGBANC REPLACING ==:TAG:== BY ==L==.
       FD  ARQBEXIN.
       01  REG-BEXIN.
           03 DT-BEXCO      PIC 9(08).
           COPY REGBANC REPLACING ==:TAG:== BY ==O==.
       FD  ARQAPR.
       01  REG-APR.
           COPY REGFORN REPLACING ==:TAG:== BY ==P==.
       01  REG-ARCGEN.
           03 DT-EXCLZ      PIC 9(08).
           COPY REGFORN REPLACING ==:TAG:== BY ==Z==.
           03 CD-SUCESZ     PIC 9(05).
           COPY REGORIG REPLACING ==:TAG:== BY ==Z==.
       FD  ARQPRV.
       01  REG-PRV          PIC X(80).
       WORKING-STORAGE SECTION.
       01  ST-FRN           PIC X(02).
       01  ST-ATU           PIC X(02).
       01  ST-CNT           PIC X(02).
       01  ST-CNX           PIC X(02).
       01  ST-CNY           PIC X(02).
       01  ST-BAN           PIC X(02).
       01  ST-BAT           PIC X(02).
       01  ST-BEX           PIC X(02).
       01  ST-BEY           PIC X(02).
       01  ST-APR           PIC X(02).
       01  ST-HCT           PIC X(02).
       01  ST-ARZ           PIC X(02).
       01  ST-PRV           PIC X(02).
       01  WS-NOME-ARCGEN   PIC X(20).
       01  WS-FIM-HCT       PIC X(01).
       01  WS-FIM-ARZ       PIC X(01).
       01  WS-DATA-LOG      PIC 9(08).
       01  WS-HORA-LOG      PIC 9(08).
       01  WS-LINHA-LOG     PIC X(170).
      *
      * MODO DE SIMULACAO: OS ARQUIVOS DE SAIDA DO CASAMENTO TROCAM DE
      * NOME (EXTENSAO .SIM) E O LOG DE EXECUCOES RECEBE OUTRO NOME DE
      * PROGRAMA, PARA QUE UMA PREVIA NUNCA SEJA CONFUNDIDA COM O
      * CICLO DA NOITE.
      *
       01  WS-MODO-SIMULACAO PIC X(01) VALUE 'N'.
       01  WS-MODO-SIM-VALIDO PIC X(01) VALUE 'N'.
       01  WS-PROG-LOG      PIC X(12) VALUE "ATUALIZAFORN".
       01  WS-NOME-NEW      PIC X(20) VALUE "FORNNEW.DAT".
       01  WS-NOME-EXC      PIC X(20) VALUE "EXCEFORN.DAT".
       01  WS-NOME-SUS      PIC X(20) VALUE "SUSPENSO.DAT".
       01  WS-NOME-FUT      PIC X(20) VALUE "FUTUROS.DAT".
       01  WS-LINHA-PREVIA  PIC X(80).
       01  WS-CT-SUSPENSOS  PIC 9(07) VALUE 0.
       01  WS-QTD-ESPERADA  PIC S9(08) VALUE 0.
       01  WS-QTD-ESPER-ED  PIC -9(07).
       01  WS-FIM-FORN      PIC X(01) VALUE 'N'.
       01  WS-FIM-MOV       PIC X(01) VALUE 'N'.
       01  WS-FIM-PROM-F    PIC X(01) VALUE 'N'.
       01  WS-PENDENTE-EXCLUIDO PIC X(01) VALUE 'N'.
       01  WS-COD-PENDENTE      PIC 9(05).
      *
      * SUCESSOR DA FUSAO APLICADA AO REGISTRO EM ABERTO (ZERO QUANDO
      * A SAIDA DO MESTRE E UMA EXCLUSAO COMUM), LEVADO AO
      * EXCLUIDO.DAT NO FECHAMENTO DO REGISTRO.
      *
       01  WS-SUCES-PENDENTE    PIC 9(05) VALUE 0.
      *
      * ORIGEM DO MOVIMENTO DE EXCLUSAO/FUSAO APLICADO AO REGISTRO EM
      * ABERTO, GUARDADA PORQUE O EXCLUIDO.DAT SO E GRAVADO NO
      * FECHAMENTO, QUANDO O REG-MOV JA E OUTRO MOVIMENTO.
      *
       01  WS-ORIG-PENDENTE     PIC X(60) VALUE SPACES.
       01  WS-SUCES-VALIDO      PIC X(01).
      *
      * CONTROLE DA BUSCA NO ARQUIVO DE EXCLUIDOS: A VARREDURA GUARDA
      * A ULTIMA IMAGEM ARQUIVADA DO CODIGO PEDIDO (A MAIS RECENTE,
      * POIS O ARQUIVO E CUMULATIVO EM ORDEM DE GRAVACAO).
           03 WS-EXC-FONE       PIC X(15).
           03 WS-EXC-SITUAC     PIC X(01).
           03 WS-EXC-CATEG      PIC X(05).
           03 WS-EXC-SUCES      PIC 9(05).
      *
      * AREAS DE TRABALHO DA VALIDACAO DO DIGITO VERIFICADOR DO CNPJ,
      * NO MESMO CALCULO USADO PELO DIGITAMOV NA DIGITACAO: OS 14
       01  WS-FIM-CNY           PIC X(01).
       01  WS-CON-EXCLUIDO      PIC X(01).
       01  WS-DT-MAX-CEX        PIC 9(08).
       01  WS-QTD-CON-ANON      PIC 9(05).
       01  WS-COD-REIN-TRAB     PIC 9(05).
       01  WS-QTD-EXCL-CON      PIC 9(05) VALUE 0.
       01  WS-IDX-XCO           PIC 9(05).
               05 WS-REIN-CON-COD PIC 9(05).
               05 WS-REIN-CON-TEM PIC X(01).
      *
      * CODIGOS ABSORVIDOS POR FUSAO NESTE CICLO E SEUS SUCESSORES:
      * NA PASSADA DE CONTATOS OS CONTATOS DO ABSORVIDO PASSAM PARA O
      * SUCESSOR (SEGUINDO A CADEIA, SE O SUCESSOR TAMBEM FOI
      * ABSORVIDO NO MESMO CICLO) EM VEZ DE IREM PARA O CONTEXCL.DAT.
      *
       01  WS-ACHOU-FUS         PIC X(01).
       01  WS-CON-FUNDIDO       PIC X(01).
       01  WS-QTD-FUS-CON       PIC 9(05) VALUE 0.
       01  WS-IDX-FCO           PIC 9(05).
       01  WS-POS-FCO           PIC 9(05).
       01  WS-TAB-FUS-CON.
           03 WS-FUS-CON OCCURS 9999 TIMES.
               05 WS-FUS-CON-COD   PIC 9(05).
               05 WS-FUS-CON-SUCES PIC 9(05).
      *
      * CODIGOS DA PASSADA DE CONTAS BANCARIAS, MONTADOS NO FIM DE JOB
      * A PARTIR DAS TABELAS DOS CONTATOS (QUE O CHECKPOINT JA
      * PRESERVA): OS EXCLUIDOS E OS ABSORVIDOS POR FUSAO TEM AS
      * CONTAS ARQUIVADAS, OS REINTEGRADOS AS TEM RESTAURADAS. OS
      * INDICADORES DE JA ARQUIVADO/JA PRESENTE SAO PROPRIOS DESTA
      * PASSADA, DERIVADOS DO CONTBEXC.DAT E DO CONTBANC.DAT.
      *
       01  WS-FIM-BAN           PIC X(01).
       01  WS-FIM-BEY           PIC X(01).
       01  WS-BAN-EXCLUIDA      PIC X(01).
       01  WS-DT-MAX-BEX        PIC 9(08).
       01  WS-QTD-EXCL-BAN      PIC 9(05) VALUE 0.
       01  WS-IDX-XBA           PIC 9(05).
       01  WS-POS-XBA           PIC 9(05).
       01  WS-TAB-EXCL-BAN.
           03 WS-EXCL-BAN OCCURS 19998 TIMES.
               05 WS-EXCL-BAN-COD PIC 9(05).
               05 WS-EXCL-BAN-JA  PIC X(01).
       01  WS-QTD-REIN-BAN      PIC 9(05) VALUE 0.
       01  WS-IDX-RBA           PIC 9(05).
       01  WS-TAB-REIN-BAN.
           03 WS-REIN-BAN OCCURS 9999 TIMES.
               05 WS-REIN-BAN-COD PIC 9(05).
               05 WS-REIN-BAN-TEM PIC X(01).
      *
      * TRATAMENTO DAS RECUSAS DO SUPERVISOR: AS ENTRADAS 'R' DO
      * PENDAPRO.DAT VIRAM LINHA DE EXCECAO COM O MOTIVO E SAEM DA
      * FILA; AS DEMAIS SAO RETIDAS PARA A REGRAVACAO DO ARQUIVO.
       01  WS-QTD-PEND-RET      PIC 9(05) VALUE 0.
       01  WS-IDX-PEND          PIC 9(05).
       01  WS-TAB-PEND-RET.
           03 WS-PEND-RET-REG OCCURS 9999 TIMES PIC X(188).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-MODO-CICLO.
           PERFORM ABRE-ARQ.
           IF WS-MODO-REINICIO NOT = 'S'
               PERFORM LER-REG-FORN
           CLOSE ARQLOG.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           STOP RUN.
      *
      * O MODO E PERGUNTADO COMO NO EXTRAFORN: NA GRADE AGENDADA (SEM
      * CONSOLE) O ACCEPT RECEBE BRANCO E O CICLO RODA NORMAL; A
      * SIMULACAO E PEDIDA A MAO, DE TARDE, PARA VER COMO O LOTE DO
      * DIA SE COMPORTARIA ANTES DA NOITE.
      *
       ESCOLHE-MODO-CICLO.
           PERFORM ACEITA-MODO-CICLO UNTIL WS-MODO-SIM-VALIDO = 'S'.
           IF WS-MODO-SIMULACAO = 'S'
               MOVE "SIMULAFORN"   TO WS-PROG-LOG
               MOVE "FORNNEW.SIM"  TO WS-NOME-NEW
               MOVE "EXCEFORN.SIM" TO WS-NOME-EXC
               MOVE "SUSPENSO.SIM" TO WS-NOME-SUS
               MOVE "FUTUROS.SIM"  TO WS-NOME-FUT
           END-IF.
       ACEITA-MODO-CICLO.
           DISPLAY "MODO DO CICLO (N=NORMAL S=SIMULACAO, "
                   "BRANCO=N): " WITH NO ADVANCING.
           ACCEPT WS-MODO-SIMULACAO.
           IF WS-MODO-SIMULACAO = SPACE
               MOVE 'N' TO WS-MODO-SIMULACAO
               MOVE 'S' TO WS-MODO-SIM-VALIDO
           ELSE
               IF WS-MODO-SIMULACAO = 'N' OR WS-MODO-SIMULACAO = 'S'
                   MOVE 'S' TO WS-MODO-SIM-VALIDO
               ELSE
                   DISPLAY "MODO INVALIDO, DIGITE N, S OU BRANCO"
               END-IF
           END-IF.
       ABRE-ARQ.
           PERFORM VERIFICA-CHECKPOINT.
      *
      * COM UM REINICIO PENDENTE, O FORNNEW.DAT, O EXCEFORN.DAT E O
      * SUSPENSO.DAT DA EXECUCAO INTERROMPIDA SAO A BASE DA RETOMADA;
      * A SIMULACAO E RECUSADA ANTES DE ABRIR QUALQUER ARQUIVO, COMO O
      * GERAMOV JA FAZ COM O LOTE.
      *
           IF WS-MODO-SIMULACAO = 'S' AND WS-MODO-REINICIO = 'S'
               DISPLAY "CHECKPOINT PENDENTE DO ATUALIZAFORN: "
                       "SIMULACAO NAO EXECUTADA, NADA FOI GRAVADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * O LOG DE EXECUCOES E ABERTO ANTES DE TUDO, PARA QUE QUALQUER
      * ABORTO POSTERIOR (INCLUSIVE FALHA DE ABERTURA DOS DEMAIS
      * ARQUIVOS) DEIXE A LINHA DE FIM COM O DESFECHO E O RETURN-CODE.
           ELSE
               MOVE "NORMAL  " TO WS-MODO-TEXTO
           END-IF.
           IF WS-MODO-SIMULACAO = 'S'
               MOVE "SIMULAC " TO WS-MODO-TEXTO
           END-IF.
           PERFORM GRAVA-LOG-INICIO.
           IF WS-MODO-SIMULACAO = 'S'
               PERFORM ABRE-PREVIA
           END-IF.
      *
      * O RELATORIO DE EXCECOES E ABERTO PRIMEIRO, PARA QUE
      * ATE UMA FALHA DE ABERTURA DOS DEMAIS ARQUIVOS FIQUE REGISTRADA.
               OPEN EXTEND ARQFUT
           END-IF.
      *
      * NA SIMULACAO O HISTORICO DE AUDITORIA E O ARQUIVO DE EXCLUIDOS
      * NEM SAO ABERTOS: NADA DO CICLO SIMULADO PODE FICAR NELES.
      *
           IF WS-MODO-SIMULACAO NOT = 'S'
               PERFORM ABRE-ARQ-HISTORICO
           END-IF.
      *
      * COM O RELATORIO DE EXCECOES JA ABERTO, AS RECUSAS DO
      * SUPERVISOR SAO RELATADAS E REMOVIDAS DA FILA DE APROVACAO
      * ANTES DO CASAMENTO COMECAR.
      *
           PERFORM TRATA-RECUSADOS.
      *
      * A DATA DO JOB E CAPTURADA UMA UNICA VEZ E CARIMBADA EM TODOS
      * OS REGISTROS DE AUDITORIA E DE EXCLUSAO DO CICLO.
      *
           ACCEPT WS-DATA-JOB FROM DATE YYYYMMDD.
      *
      * SE HOUVER CHECKPOINT PENDENTE, REPOSICIONA O ARQFORN/ARQMOV NO
      * PONTO DA ULTIMA GRAVACAO ANTES DE ENTRAR NO LACO PRINCIPAL.
      *
           IF WS-MODO-REINICIO = 'S'
               PERFORM REPOSICIONA-REINICIO
           END-IF.
      *
      * O HISTORICO DE AUDITORIA E CUMULATIVO ENTRE CICLOS: NUNCA E
      * TRUNCADO, APENAS ESTENDIDO. SE AINDA NAO EXISTIR, E CRIADO
      * VAZIO ANTES DE SER REABERTO EM EXTENSAO, COMO O DIGITAMOV JA
      * FAZ COM O ATUALIZ.DAT.
      *
       ABRE-ARQ-HISTORICO.
           OPEN INPUT ARQAUD.
           IF ST-AUD = '35'
               OPEN OUTPUT ARQAUD
               PERFORM ENCERRA-ANORMAL
           END-IF.
      *
      * O RELATORIO DA SIMULACAO E RECRIADO A CADA PREVIA; O CABECALHO
      * JA DEIXA CLARO QUE NENHUM ARQUIVO DO CICLO FOI ALTERADO.
      *
       ABRE-PREVIA.
           OPEN OUTPUT ARQPRV.
           IF ST-PRV NOT EQUAL '00'
               DISPLAY "ERRO ABERTURA ARQPRV" ST-PRV
               MOVE 12 TO WS-RC-FINAL
               MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
           MOVE "PREVIA DO CICLO DO ATUALIZAFORN (SIMULACAO)" TO
                   WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           MOVE "===========================================" TO
                   WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           MOVE "NENHUM ARQUIVO DO CICLO E ALTERADO; SAIDAS EM *.SIM" TO
                   WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           MOVE SPACES TO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           MOVE "CODIGO MOV DESTINO" TO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
       GRAVA-LINHA-PREVIA.
           MOVE WS-LINHA-PREVIA TO REG-PRV.
           WRITE REG-PRV.
           MOVE SPACES TO WS-LINHA-PREVIA.
      *
      * CIDADES DESATIVADAS PELO DIGITACID FICAM NO ARQUIVO (PARA
      * HISTORICO E EVENTUAL REATIVACAO) MAS NAO ENTRAM NA TABELA, DE
           IF ST-APR NOT = '35'
               CLOSE ARQAPR
           END-IF.
           IF WS-CT-RECUSADOS > 0 AND WS-MODO-SIMULACAO NOT = 'S'
               PERFORM REGRAVA-PENDENCIAS
           END-IF.
       TRATA-REG-APR.
           MOVE SPACES TO DS-MOTIVOE.
           STRING "RECUSADO " CD-APROVP " " DS-MOTAPRP(1:27)
               DELIMITED BY SIZE INTO DS-MOTIVOE.
           MOVE ID-ORIGEP TO ID-ORIGEE.
           WRITE REG-EXC.
           ADD 1 TO WS-CT-RECUSADOS.
           IF WS-MODO-SIMULACAO = 'S'
               STRING CD-FORNE "  " SG-MOVE "   RECUSADO, SAIRIA DO "
                   "PENDAPRO: " CD-APROVP
                   DELIMITED BY SIZE INTO WS-LINHA-PREVIA
               PERFORM GRAVA-LINHA-PREVIA
           END-IF.
       RETEM-PENDENCIA.
           IF WS-QTD-PEND-RET >= 9999
               DISPLAY "ERRO: MAIS DE 9999 PENDENCIAS RETIDAS"
      *
       PROCESSO-CK.
           PERFORM PROCESSO.
           IF WS-MODO-SIMULACAO NOT = 'S'
               PERFORM CONTROLA-CHECKPOINT
           END-IF.
      *
      * SO GRAVA O CHECKPOINT QUANDO NAO HA REGISTRO PENDENTE EM
      * ABERTO, PARA NAO RETOMAR NUM PONTO ONDE UM MESTRE JA CASADO
           PERFORM GRAVA-CCK-REINTEG
               VARYING WS-IDX-RCO FROM 1 BY 1
               UNTIL WS-IDX-RCO > WS-QTD-REIN-CON.
           PERFORM GRAVA-CCK-FUSAO
               VARYING WS-IDX-FCO FROM 1 BY 1
               UNTIL WS-IDX-FCO > WS-QTD-FUS-CON.
           CLOSE ARQCCK.
       GRAVA-CCK-EXCLUSAO.
           MOVE 'E' TO TP-CCK.
           MOVE WS-EXCL-CON-COD(WS-IDX-XCO) TO CD-CCK.
           MOVE 0 TO CD-SUCCK.
           WRITE REG-CCK.
       GRAVA-CCK-REINTEG.
           MOVE 'R' TO TP-CCK.
           MOVE WS-REIN-CON-COD(WS-IDX-RCO) TO CD-CCK.
           MOVE 0 TO CD-SUCCK.
           WRITE REG-CCK.
       GRAVA-CCK-FUSAO.
           MOVE 'F' TO TP-CCK.
           MOVE WS-FUS-CON-COD(WS-IDX-FCO) TO CD-CCK.
           MOVE WS-FUS-CON-SUCES(WS-IDX-FCO) TO CD-SUCCK.
           WRITE REG-CCK.
      *
      * RECARREGA AS TABELAS DE CODIGOS ANOTADOS A PARTIR DO LADO DE
               ADD 1 TO WS-QTD-EXCL-CON
               MOVE CD-CCK TO WS-EXCL-CON-COD(WS-QTD-EXCL-CON)
               MOVE 'N' TO WS-EXCL-CON-JA(WS-QTD-EXCL-CON)
           ELSE
           IF TP-CCK = 'F'
               IF WS-QTD-FUS-CON >= 9999
                   DISPLAY "ERRO: TABELA DE FUSOES DE CONTATOS CHEIA"
                   MOVE 16 TO WS-RC-FINAL
                   MOVE "ABORTADO: ERRO INTERNO" TO
                           WS-DISPOSICAO
                   PERFORM ENCERRA-ANORMAL
               END-IF
               ADD 1 TO WS-QTD-FUS-CON
               MOVE CD-CCK   TO WS-FUS-CON-COD(WS-QTD-FUS-CON)
               MOVE CD-SUCCK TO WS-FUS-CON-SUCES(WS-QTD-FUS-CON)
           ELSE
               IF WS-QTD-REIN-CON >= 9999
                   DISPLAY "ERRO: TABELA DE REINTEGRACOES DE CONTATOS "
               ADD 1 TO WS-QTD-REIN-CON
               MOVE CD-CCK TO WS-REIN-CON-COD(WS-QTD-REIN-CON)
               MOVE 'N' TO WS-REIN-CON-TEM(WS-QTD-REIN-CON)
           END-IF
           END-IF.
           PERFORM LER-REG-CCK.
      *
                       PERFORM LER-REG-MOV
                   END-IF
      *
      * A PARTIR DAQUI SG-MOVIM SO CHEGA COM 'A', 'E' OU 'F', POIS
      * VALIDA-SG-MOVIM JA DESCARTOU QUALQUER OUTRO CODIGO NA LEITURA
      * E 'I'/'R' FORAM TRATADOS ACIMA.
      *
                           DISPLAY "ERRO DE ALTERA, CODIGOS DIFERENTES"
                           MOVE "ERRO DE ALTERA, CODIGOS DIFERENTES" TO
                                   DS-MOTIVOE
                       ELSE
                       IF SG-MOVIM = 'F'
                           DISPLAY "ERRO DE FUSAO, CODIGOS DIFERENTES"
                           MOVE "ERRO DE FUSAO, CODIGOS DIFERENTES" TO
                                   DS-MOTIVOE
                       ELSE
                           DISPLAY "ERRO DE EXCLUI, CODIGOS DIFERENTES"
                           MOVE "ERRO DE EXCLUI, CODIGOS DIFERENTES" TO
                                   DS-MOTIVOE
                       END-IF
                       END-IF
                       PERFORM GRAVA-EXCECAO
                       PERFORM GRAVA-SUSPENSO
                       PERFORM LER-REG-MOV
           MOVE CD-FORNF   TO WS-COD-PENDENTE.
           MOVE 'S' TO WS-TEM-PENDENTE.
           MOVE 'N' TO WS-PENDENTE-EXCLUIDO.
           MOVE 0 TO WS-SUCES-PENDENTE.
           MOVE SPACES TO WS-ORIG-PENDENTE.
           PERFORM LER-REG-FORN.
       INICIA-PENDENTE.
           PERFORM ABRE-PENDENTE.
      *
       TRATA-PENDENTE.
           IF CD-FORNM = WS-COD-PENDENTE AND
                   (SG-MOVIM = 'A' OR SG-MOVIM = 'E' OR SG-MOVIM = 'F')
               PERFORM APLICA-MOV-PENDENTE
               PERFORM LER-REG-MOV
           ELSE
           IF SG-MOVIM = 'A'
               DISPLAY "ERRO DE ALTERA, CODIGO JA EXCLUIDO"
               MOVE "ERRO DE ALTERA, CODIGO JA EXCLUIDO" TO DS-MOTIVOE
           ELSE
           IF SG-MOVIM = 'F'
               DISPLAY "ERRO DE FUSAO, CODIGO JA EXCLUIDO"
               MOVE "ERRO DE FUSAO, CODIGO JA EXCLUIDO" TO DS-MOTIVOE
           ELSE
               DISPLAY "ERRO DE EXCLUI, CODIGO JA EXCLUIDO"
               MOVE "ERRO DE EXCLUI, CODIGO JA EXCLUIDO" TO DS-MOTIVOE
           END-IF
           END-IF.
           PERFORM GRAVA-EXCECAO.
           PERFORM GRAVA-SUSPENSO.
               PERFORM NORMALIZA-CNPJ
               MOVE WS-CNPJ-NORM TO WS-CNPJ-TAB-NUM
               PERFORM GRAVA-CNPJ-TAB
           ELSE
           IF SG-MOVIM = 'F'
               PERFORM APLICA-FUSAO
           ELSE
               MOVE 'S' TO WS-PENDENTE-EXCLUIDO
               MOVE ID-ORIGEM TO WS-ORIG-PENDENTE
               ADD 1 TO WS-CT-EXCLUIDOS
               PERFORM GRAVA-AUDIT-EXCLUSAO
               MOVE WS-COD-PENDENTE TO WS-CNPJ-TAB-COD
               PERFORM REMOVE-CNPJ-TAB
           END-IF
           END-IF.
      *
      * FUSAO: PARA O MESTRE E PARA O BALANFORN O ABSORVIDO SAI COMO
      * NUMA EXCLUSAO (CONTA EM WS-CT-EXCLUIDOS E VAI PARA O
      * EXCLUIDO.DAT NO FECHAMENTO), MAS SO DEPOIS DE CONFERIDO QUE O
      * SUCESSOR E OUTRO CODIGO, VIVO NESTE PONTO DO CASAMENTO: NO
      * MESTRE OU INCLUIDO/REINTEGRADO ANTES NO LOTE (TABELA DE
      * CNPJS), NAO EXCLUIDO NEM ABSORVIDO NESTE CICLO. SUCESSOR
      * INVALIDO REJEITA O MOVIMENTO E O REGISTRO CONTINUA EM ABERTO.
      *
       APLICA-FUSAO.
           PERFORM VALIDA-SUCESSOR-FUSAO.
           IF WS-SUCES-VALIDO = 'S'
               MOVE 'S' TO WS-PENDENTE-EXCLUIDO
               ADD 1 TO WS-CT-EXCLUIDOS
               MOVE CD-SUCESM TO WS-SUCES-PENDENTE
               MOVE ID-ORIGEM TO WS-ORIG-PENDENTE
               PERFORM GRAVA-AUDIT-FUSAO
               MOVE WS-COD-PENDENTE TO WS-CNPJ-TAB-COD
               PERFORM REMOVE-CNPJ-TAB
           ELSE
               PERFORM GRAVA-EXCECAO
               PERFORM GRAVA-SUSPENSO
           END-IF.
       VALIDA-SUCESSOR-FUSAO.
           MOVE 'S' TO WS-SUCES-VALIDO.
           IF CD-SUCESM = WS-COD-PENDENTE
               MOVE 'N' TO WS-SUCES-VALIDO
               DISPLAY "ERRO DE FUSAO, SUCESSOR IGUAL AO ABSORVIDO"
               MOVE "ERRO DE FUSAO, SUCESSOR IGUAL AO ABSORVIDO" TO
                       DS-MOTIVOE
           ELSE
               MOVE CD-SUCESM TO WS-CNPJ-TAB-COD
               MOVE 'N' TO WS-ACHOU-TAB
               PERFORM PESQUISA-CNPJ-COD
                   VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTD-CNPJ OR WS-ACHOU-TAB = 'S'
               MOVE 'N' TO WS-CON-EXCLUIDO
               PERFORM COMPARA-SUCESSOR-EXCL
                   VARYING WS-IDX-XCO FROM 1 BY 1
                   UNTIL WS-IDX-XCO > WS-QTD-EXCL-CON
                          OR WS-CON-EXCLUIDO = 'S'
               MOVE 'N' TO WS-ACHOU-FUS
               PERFORM COMPARA-SUCESSOR-FUS
                   VARYING WS-IDX-FCO FROM 1 BY 1
                   UNTIL WS-IDX-FCO > WS-QTD-FUS-CON
                          OR WS-ACHOU-FUS = 'S'
               IF WS-ACHOU-TAB NOT = 'S' OR WS-CON-EXCLUIDO = 'S'
                       OR WS-ACHOU-FUS = 'S'
                   MOVE 'N' TO WS-SUCES-VALIDO
                   DISPLAY "ERRO DE FUSAO, SUCESSOR FORA DO MESTRE "
                           CD-SUCESM
                   MOVE "ERRO DE FUSAO, SUCESSOR FORA DO MESTRE" TO
                           DS-MOTIVOE
               END-IF
           END-IF.
       COMPARA-SUCESSOR-EXCL.
           IF WS-EXCL-CON-COD(WS-IDX-XCO) = CD-SUCESM
               MOVE 'S' TO WS-CON-EXCLUIDO
           END-IF.
       COMPARA-SUCESSOR-FUS.
           IF WS-FUS-CON-COD(WS-IDX-FCO) = CD-SUCESM
               MOVE 'S' TO WS-ACHOU-FUS
           END-IF.
      *
      * O REGISTRO QUE SAI DO MESTRE POR EXCLUSAO NAO E MAIS
           MOVE NR-FONEN    TO NR-FONEX.
           MOVE SG-SITUACN  TO SG-SITUACX.
           MOVE CD-CATEGN   TO CD-CATEGX.
           MOVE WS-SUCES-PENDENTE TO CD-SUCESX.
           MOVE WS-ORIG-PENDENTE  TO ID-ORIGEX.
           IF WS-MODO-SIMULACAO NOT = 'S'
               WRITE REG-ARC
           END-IF.
           IF WS-SUCES-PENDENTE > 0
               PERFORM ANOTA-FUSAO-CONTATOS
           ELSE
               PERFORM ANOTA-EXCLUSAO-CONTATOS
           END-IF.
      *
      * ANOTA O CODIGO EXCLUIDO/REINTEGRADO PARA A PASSADA DE
      * CONTATOS DO FIM DE JOB. AS TABELAS TEM O MESMO TETO DA TABELA
           ADD 1 TO WS-QTD-REIN-CON.
           MOVE CD-FORNM TO WS-REIN-CON-COD(WS-QTD-REIN-CON).
           MOVE 'N' TO WS-REIN-CON-TEM(WS-QTD-REIN-CON).
       ANOTA-FUSAO-CONTATOS.
           IF WS-QTD-FUS-CON >= 9999
               DISPLAY "ERRO: TABELA DE FUSOES DE CONTATOS CHEIA"
               MOVE 16 TO WS-RC-FINAL
               MOVE "ABORTADO: ERRO INTERNO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
           ADD 1 TO WS-QTD-FUS-CON.
           MOVE CD-FORNN TO WS-FUS-CON-COD(WS-QTD-FUS-CON).
           MOVE WS-SUCES-PENDENTE TO WS-FUS-CON-SUCES(WS-QTD-FUS-CON).
      *
      * REINTEGRACAO DE UM CODIGO AUSENTE DO MESTRE: VARRE O ARQUIVO
      * DE EXCLUIDOS DAS EXECUCOES ANTERIORES GUARDANDO A ULTIMA
      * IMAGEM ARQUIVADA DO CODIGO (A MAIS RECENTE) E A GRAVA DE VOLTA
      * NO FORNNEW.DAT. SEM IMAGEM ARQUIVADA, O MOVIMENTO E REJEITADO
      * COMO OS DEMAIS QUE NAO CASAM. SE A IMAGEM MAIS RECENTE E DE
      * UMA FUSAO, O CODIGO FOI ABSORVIDO POR OUTRO E TAMBEM E
      * REJEITADO: REVIVE-LO RECRIARIA A DUPLICIDADE DESFEITA.
      *
       REINTEGRA-FORNECEDOR.
           MOVE 'N' TO WS-ACHOU-ARC.
           IF WS-ACHOU-ARC NOT = 'S'
               PERFORM BUSCA-EXCLUIDO-GERACOES
           END-IF.
           IF WS-ACHOU-ARC = 'S' AND WS-EXC-SUCES > 0
               DISPLAY "ERRO DE REINTEGRA, CODIGO FUNDIDO NO "
                       WS-EXC-SUCES
               MOVE "ERRO DE REINTEGRA, CODIGO FUNDIDO EM OUTRO" TO
                       DS-MOTIVOE
               PERFORM GRAVA-EXCECAO
               PERFORM GRAVA-SUSPENSO
           ELSE
           IF WS-ACHOU-ARC = 'S'
               MOVE WS-EXC-CODIGO TO CD-FORNN
               MOVE WS-EXC-NOME   TO NM-FORNN
                       DS-MOTIVOE
               PERFORM GRAVA-EXCECAO
               PERFORM GRAVA-SUSPENSO
           END-IF
           END-IF.
       LER-REG-ARCIN.
           READ ARQARCIN AT END MOVE 'S' TO WS-FIM-ARC.
               MOVE NR-FONEZ    TO WS-EXC-FONE
               MOVE SG-SITUACZ  TO WS-EXC-SITUAC
               MOVE CD-CATEGZ   TO WS-EXC-CATEG
               MOVE CD-SUCESZ   TO WS-EXC-SUCES
               MOVE 'S' TO WS-ACHOU-ARC
           END-IF.
           PERFORM LER-REG-ARCGEN.
               MOVE NR-FONEY    TO WS-EXC-FONE
               MOVE SG-SITUACY  TO WS-EXC-SITUAC
               MOVE CD-CATEGY   TO WS-EXC-CATEG
               MOVE CD-SUCESY   TO WS-EXC-SUCES
               MOVE 'S' TO WS-ACHOU-ARC
           END-IF.
           PERFORM LER-REG-ARCIN.
      *
      * UMA REINTEGRACAO PARA O CODIGO DO REGISTRO EM ABERTO SO TEM
      * EFEITO SE UMA EXCLUSAO (OU FUSAO) ANTERIOR DO MESMO LOTE O
      * MARCOU COMO EXCLUIDO: NESSE CASO A SAIDA E DESFEITA ANTES DE
      * CHEGAR AO ARQUIVO. SE O REGISTRO CONTINUA VIVO, O CODIGO
      * AINDA ESTA NO MESTRE E O MOVIMENTO E REJEITADO.
      *
       REINTEGRA-PENDENTE.
           IF WS-PENDENTE-EXCLUIDO = 'S'
               MOVE 'N' TO WS-PENDENTE-EXCLUIDO
               MOVE 0 TO WS-SUCES-PENDENTE
               MOVE SPACES TO WS-ORIG-PENDENTE
               ADD 1 TO WS-CT-REINTEGRADOS
               PERFORM LIMPA-AUDIT-ANTES
               PERFORM MONTA-AUDIT-DEPOIS
           PERFORM LIMPA-AUDIT-DEPOIS.
           MOVE WS-COD-PENDENTE TO CD-FORNA.
           PERFORM GRAVA-REG-AUD.
       GRAVA-AUDIT-FUSAO.
           PERFORM LIMPA-AUDIT-DEPOIS.
           MOVE WS-SUCES-PENDENTE TO CD-FORNW.
           MOVE WS-COD-PENDENTE TO CD-FORNA.
           PERFORM GRAVA-REG-AUD.
       GRAVA-AUDIT-REINTEGRACAO.
           PERFORM LIMPA-AUDIT-ANTES.
           PERFORM MONTA-AUDIT-DEPOIS.
           MOVE CD-FORNM TO CD-FORNA.
           PERFORM GRAVA-REG-AUD.
      *
      * NA SIMULACAO O REGISTRO DE AUDITORIA NAO E GRAVADO; COMO TODO
      * MOVIMENTO APLICADO PASSA POR AQUI, E AQUI QUE A PREVIA ANOTA
      * O "APLICADO".
      *
       GRAVA-REG-AUD.
           MOVE WS-DATA-JOB TO DT-AUDIT.
           MOVE SG-MOVIM    TO SG-MOVA.
           MOVE ID-ORIGEM   TO ID-ORIGEA.
           IF WS-MODO-SIMULACAO = 'S'
               STRING CD-FORNA "  " SG-MOVA "   APLICADO"
                   DELIMITED BY SIZE INTO WS-LINHA-PREVIA
               PERFORM GRAVA-LINHA-PREVIA
           ELSE
               WRITE REG-AUD
           END-IF.
       GRAVA-SUSPENSO.
           MOVE CD-FORNM   TO CD-FORNS.
           MOVE NM-FORNM   TO NM-FORNS.
           MOVE SG-MOVIM   TO SG-MOVIS.
           MOVE DT-EFETIVM TO DT-EFETIVS.
           MOVE NR-TENTM   TO NR-TENTS.
           MOVE CD-SUCESM  TO CD-SUCESS.
           MOVE ID-ORIGEM  TO ID-ORIGES.
           WRITE REG-SUS.
           ADD 1 TO WS-CT-SUSPENSOS.
           IF WS-MODO-SIMULACAO = 'S'
               STRING CD-FORNM "  " SG-MOVIM "   SUSPENSO, IRIA PARA O "
                   "SUSPENSO.DAT (REAPRESENTACOES " NR-TENTM ")"
                   DELIMITED BY SIZE INTO WS-LINHA-PREVIA
               PERFORM GRAVA-LINHA-PREVIA
           END-IF.
       LER-REG-FORN.
           READ ARQFORN
               AT END
           MOVE SG-MOVIM   TO SG-MOVIU.
           MOVE DT-EFETIVM TO DT-EFETIVU.
           MOVE NR-TENTM   TO NR-TENTU.
           MOVE CD-SUCESM  TO CD-SUCESU.
           MOVE ID-ORIGEM  TO ID-ORIGEU.
           WRITE REG-FUT.
           ADD 1 TO WS-CT-ADIADOS.
           IF WS-MODO-SIMULACAO = 'S'
               STRING CD-FORNM "  " SG-MOVIM "   ADIADO PARA O "
                   "FUTUROS.DAT, DATA EFETIVA " DT-EFETIVM
                   DELIMITED BY SIZE INTO WS-LINHA-PREVIA
               PERFORM GRAVA-LINHA-PREVIA
           END-IF.
      *
      * O ARQMOV PODE TRAZER VARIOS MOVIMENTOS SEGUIDOS PARA O
      * MESMO CODIGO (CONSULTAR O ATENDIMENTO A MULTIPLOS MOVIMENTOS
           END-IF.
      *
      * SG-MOVIM E VALIDADO LOGO NA LEITURA, ANTES DE PARTICIPAR
      * DO CASAMENTO COM O MESTRE. QUALQUER CODIGO FORA DE I/A/E/R/F E
      * REJEITADO PARA O RELATORIO DE EXCECOES E O PROXIMO MOVIMENTO E
      * LIDO EM SEGUIDA, EM VEZ DE CAIR NO RAMO DE EXCLUSAO POR OMISSAO.
      * A EXCLUSAO, A FUSAO E A REINTEGRACAO NAO TRAZEM CIDADE (OS
      * DADOS VEM DO MESTRE OU DO ARQUIVO DE EXCLUIDOS), POR ISSO SO
      * INCLUSAO E
      * ALTERACAO PASSAM PELA VALIDACAO DE CIDADE.
      *
       VALIDA-SG-MOVIM.
           IF SG-MOVIM NOT = 'I' AND SG-MOVIM NOT = 'A'
                               AND SG-MOVIM NOT = 'E'
                               AND SG-MOVIM NOT = 'R'
                               AND SG-MOVIM NOT = 'F'
               DISPLAY "ERRO DE MOVIMENTO, CODIGO SG-MOVIM INVALIDO"
               MOVE "ERRO DE MOVIMENTO, CODIGO SG-MOVIM INVALIDO" TO
                       DS-MOTIVOE
           MOVE CD-FORNM TO CD-FORNE.
           MOVE NM-FORNM TO NM-FORNE.
           MOVE SG-MOVIM TO SG-MOVE.
           MOVE ID-ORIGEM TO ID-ORIGEE.
           WRITE REG-EXC.
           ADD 1 TO WS-CT-REJEITADOS.
           IF WS-MODO-SIMULACAO = 'S'
               STRING CD-FORNM "  " SG-MOVIM "   REJEITADO: " DS-MOTIVOE
                   DELIMITED BY SIZE INTO WS-LINHA-PREVIA
               PERFORM GRAVA-LINHA-PREVIA
           END-IF.
      *
      * O CNPJ, TELEFONE, SITUACAO E CATEGORIA VIAJAM JUNTO
      * COM NOME E CIDADE, TANTO NO REPASSE DO MESTRE QUANTO NA
           CLOSE ARQEXC.
           CLOSE ARQSUS.
           CLOSE ARQFUT.
      *
      * O CHECKPOINT SO PODE SER ZERADO DEPOIS QUE PROMOVE-FORNNEW
      * TERMINAR COM SUCESSO; ELE E QUEM TRUNCA E REESCREVE O
      * EXECUCAO INTERROMPIDA EM VEZ DE TRATAR O FORNECE.DAT PARCIAL
      * COMO UM MESTRE VALIDO.
      *
      * A SIMULACAO PARA AQUI: SEM PASSADA DE CONTATOS, SEM PROMOCAO E
      * SEM MEXER NO CHECKPOINT, SO AS CONTAGENS FINAIS DA PREVIA.
      *
           IF WS-MODO-SIMULACAO = 'S'
               PERFORM ENCERRA-PREVIA
           ELSE
               CLOSE ARQAUD
               CLOSE ARQARC
               PERFORM ATUALIZA-CONTATOS
               PERFORM ATUALIZA-CONTAS-BANCO
               PERFORM PROMOVE-FORNNEW
               PERFORM LIMPA-CHECKPOINT
           END-IF.
      *
      * RESUMO DE FIM DE JOB GRAVADO NO PROPRIO RELATORIO DE
      * EXCECOES, PARA CONFERENCIA NA MANHA SEGUINTE SEM PRECISAR DO
           STRING "REGISTROS RECUSADOS..: " WS-CT-RECUSADOS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           PERFORM GRAVA-LINHA-RESUMO.
           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "FUSOES (NAS EXCLUS.).: " WS-QTD-FUS-CON
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           PERFORM GRAVA-LINHA-RESUMO.
       GRAVA-LINHA-RESUMO.
           MOVE SPACES TO REG-EXC-RESUMO.
           MOVE WS-LINHA-RESUMO TO DS-LINHA-RES.
           WRITE REG-EXC-RESUMO.
      *
      * FECHO DA PREVIA COM AS CONTAGENS QUE O BALANFORN CONFERIRIA NO
      * CICLO DE VERDADE: MESTRE ANTERIOR + INCLUSOES - EXCLUSOES +
      * REINTEGRACOES = NOVO MESTRE, E AS REJEICOES DE CASAMENTO
      * PRESENTES NO SUSPENSO.DAT. OS CONTATOS QUE SERIAM ARQUIVADOS
      * OU RESTAURADOS APARECEM PELA QUANTIDADE DE CODIGOS.
      *
       ENCERRA-PREVIA.
           COMPUTE WS-QTD-ESPERADA = WS-QTD-LIDA-FORN
               + WS-CT-INCLUIDOS - WS-CT-EXCLUIDOS
               + WS-CT-REINTEGRADOS.
           MOVE WS-QTD-ESPERADA TO WS-QTD-ESPER-ED.
           MOVE SPACES TO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           MOVE "CONTAGENS DO CICLO SIMULADO" TO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "MESTRE ANTERIOR......: " WS-QTD-LIDA-FORN
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "MOVIMENTOS LIDOS.....: " WS-CT-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "APLICADOS I/A/E/R....: " WS-CT-INCLUIDOS " "
               WS-CT-ALTERADOS " " WS-CT-EXCLUIDOS " "
               WS-CT-REINTEGRADOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "REJEITADOS...........: " WS-CT-REJEITADOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "SUSPENSOS............: " WS-CT-SUSPENSOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "ADIADOS..............: " WS-CT-ADIADOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "RECUSAS SUPERVISAO...: " WS-CT-RECUSADOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "CONTATOS A ARQUIVAR..: " WS-QTD-EXCL-CON
               " CODIGOS, A RESTAURAR: " WS-QTD-REIN-CON " CODIGOS"
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "FUSOES (NAS EXCLUS.).: " WS-QTD-FUS-CON
               " CODIGOS, CONTATOS TRANSFERIDOS AO SUCESSOR"
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "CONTAS BANCARIAS.....: ARQUIVADAS E RESTAURADAS "
               "JUNTO COM OS CONTATOS"
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "NOVO MESTRE ESPERADO.: " WS-QTD-ESPER-ED
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           STRING "NOVO MESTRE SIMULADO.: " WS-QTD-GRAVADA-NEW
               DELIMITED BY SIZE INTO WS-LINHA-PREVIA.
           PERFORM GRAVA-LINHA-PREVIA.
           IF WS-QTD-ESPERADA NOT = WS-QTD-GRAVADA-NEW
               MOVE "*** O BALANFORN ACUSARIA DESBALANCO NO NOVO MESTRE"
                   TO WS-LINHA-PREVIA
               PERFORM GRAVA-LINHA-PREVIA
           END-IF.
           CLOSE ARQPRV.
           DISPLAY "SIMULACAO ENCERRADA, PREVIA GRAVADA EM PREVIA.DAT".
      *
      * PASSADA UNICA DE FIM DE JOB SOBRE O CONTATOS.DAT: OS CONTATOS
      * DOS CODIGOS EXCLUIDOS NO CICLO VAO PARA O CONTEXCL.DAT COM A
      * DATA DO JOB, OS DEMAIS SAO RETIDOS NO TEMPORARIO; PARA CADA
      * CODIGO REINTEGRADO, O CONJUNTO ARQUIVADO MAIS RECENTE VOLTA
      * DO CONTEXCL.DAT PARA O TEMPORARIO; E O CONTATOS.DAT E
      * RECRIADO A PARTIR DO TEMPORARIO, COMO NA PODA DO FORNNEW.
      * OS CONTATOS DE UM CODIGO ABSORVIDO POR FUSAO SAO REGRAVADOS
      * SOB O CODIGO SUCESSOR ANTES DA CONFERENCIA DE EXCLUSAO.
      * CICLO SEM EXCLUSAO, FUSAO NEM REINTEGRACAO NAO TOCA NOS
      * ARQUIVOS.
      *
       ATUALIZA-CONTATOS.
           IF WS-QTD-EXCL-CON = 0 AND WS-QTD-REIN-CON = 0
                   AND WS-QTD-FUS-CON = 0
               CONTINUE
           ELSE
               PERFORM EFETIVA-ATUALIZA-CONTATOS
       LER-REG-CON-ATU.
           READ ARQCON AT END MOVE 'S' TO WS-FIM-CNA.
       SEPARA-CONTATO.
           PERFORM TRANSFERE-CONTATO-FUNDIDO.
           PERFORM VERIFICA-CONTATO-EXCLUIDO.
           IF WS-CON-EXCLUIDO = 'S'
               IF WS-EXCL-CON-JA(WS-POS-XCO) = 'S'
               MOVE NR-FONEC    TO NR-FONED
               MOVE DS-EMAILC   TO DS-EMAILD
               WRITE REG-CONTMP
               IF WS-CON-FUNDIDO NOT = 'S'
                   PERFORM MARCA-REIN-JA-PRESENTE
               END-IF
           END-IF.
           PERFORM LER-REG-CON-ATU.
      *
      * CONTATO DE CODIGO ABSORVIDO: O CODIGO E TROCADO PELO DO
      * SUCESSOR, REPETINDO A BUSCA ENQUANTO O SUCESSOR TAMBEM TIVER
      * SIDO ABSORVIDO NO CICLO (A VALIDACAO DA FUSAO NAO DEIXA A
      * CADEIA FECHAR EM CIRCULO).
      *
       TRANSFERE-CONTATO-FUNDIDO.
           MOVE 'N' TO WS-CON-FUNDIDO.
           IF WS-QTD-FUS-CON > 0
               MOVE 'S' TO WS-ACHOU-FUS
               PERFORM BUSCA-SUCESSOR-CONTATO
                   UNTIL WS-ACHOU-FUS = 'N'
           END-IF.
       BUSCA-SUCESSOR-CONTATO.
           MOVE 'N' TO WS-ACHOU-FUS.
           PERFORM COMPARA-CONTATO-FUS
               VARYING WS-IDX-FCO FROM 1 BY 1
               UNTIL WS-IDX-FCO > WS-QTD-FUS-CON
                      OR WS-ACHOU-FUS = 'S'.
           IF WS-ACHOU-FUS = 'S'
               MOVE WS-FUS-CON-SUCES(WS-POS-FCO) TO CD-FORNC
               MOVE 'S' TO WS-CON-FUNDIDO
           END-IF.
       COMPARA-CONTATO-FUS.
           IF WS-FUS-CON-COD(WS-IDX-FCO) = CD-FORNC
               MOVE WS-IDX-FCO TO WS-POS-FCO
               MOVE 'S' TO WS-ACHOU-FUS
           END-IF.
       VERIFICA-CONTATO-EXCLUIDO.
           MOVE 'N' TO WS-CON-EXCLUIDO.
           PERFORM COMPARA-CONTATO-EXCL
               PERFORM GUARDA-DATA-MAX-CEX UNTIL WS-FIM-CNY = 'S'
               CLOSE ARQCEXIN
           END-IF.
           MOVE 0 TO WS-QTD-CON-ANON.
           IF WS-DT-MAX-CEX > 0
               OPEN INPUT ARQCEXIN
               MOVE 'N' TO WS-FIM-CNY
               PERFORM COPIA-CONTATO-ARQUIVADO UNTIL WS-FIM-CNY = 'S'
               CLOSE ARQCEXIN
           END-IF.
           IF WS-QTD-CON-ANON > 0
               DISPLAY "AVISO: FORNECEDOR " WS-COD-REIN-TRAB
                       " REINTEGRADO SEM " WS-QTD-CON-ANON
                       " CONTATO(S) ANONIMIZADO(S) (LGPD), "
                       "RECADASTRAR PELO DIGITACONT"
           END-IF.
       LER-REG-CEXIN.
           READ ARQCEXIN AT END MOVE 'S' TO WS-FIM-CNY.
       GUARDA-DATA-MAX-CEX.
               MOVE DT-CEXCH TO WS-DT-MAX-CEX
           END-IF.
           PERFORM LER-REG-CEXIN.
      *
      * CONTATO ANONIMIZADO NAO TEM MAIS NOME, TELEFONE NEM E-MAIL:
      * VOLTAR COM ELE SERIA POR NO CADASTRO UM CONTATO EM BRANCO COMO
      * SE FOSSE REAL. ELE FICA SO NO ARQUIVO E E CONTADO PARA O AVISO.
      *
       COPIA-CONTATO-ARQUIVADO.
           IF CD-FORNH = WS-COD-REIN-TRAB AND
                   DT-CEXCH = WS-DT-MAX-CEX AND
                   CONTATO-ANONIMIZADOH
               ADD 1 TO WS-QTD-CON-ANON
           END-IF.
           IF CD-FORNH = WS-COD-REIN-TRAB AND
                   DT-CEXCH = WS-DT-MAX-CEX AND
                   NOT CONTATO-ANONIMIZADOH
               MOVE CD-FORNH   TO CD-FORND
               MOVE NM-CONTATH TO NM-CONTATD
               MOVE DS-FUNCAH  TO DS-FUNCAD
           WRITE REG-CON.
           PERFORM LER-REG-CONTMP-ATU.
      *
      * PASSADA DE FIM DE JOB SOBRE O CONTBANC.DAT, NO MESMO DESENHO
      * DA DOS CONTATOS: AS CONTAS DOS CODIGOS EXCLUIDOS OU
      * ABSORVIDOS NO CICLO VAO PARA O CONTBEXC.DAT COM A DATA DO JOB,
      * AS DEMAIS FICAM NO TEMPORARIO, O CONJUNTO ARQUIVADO MAIS
      * RECENTE DE CADA CODIGO REINTEGRADO VOLTA, E O CONTBANC.DAT E
      * RECRIADO A PARTIR DO TEMPORARIO. A CONTA DO ABSORVIDO NAO
      * PASSA AO SUCESSOR PORQUE O TITULAR TEM DE SER O PROPRIO
      * FORNECEDOR; O SUCESSOR CADASTRA A SUA PELO DIGITABANC.
      *
       ATUALIZA-CONTAS-BANCO.
           IF WS-QTD-EXCL-CON = 0 AND WS-QTD-REIN-CON = 0
                   AND WS-QTD-FUS-CON = 0
               CONTINUE
           ELSE
               PERFORM EFETIVA-ATUALIZA-CONTAS
           END-IF.
       EFETIVA-ATUALIZA-CONTAS.
           PERFORM MONTA-CODIGOS-CONTAS.
           OPEN INPUT ARQBAN.
           IF ST-BAN = '35'
               OPEN OUTPUT ARQBAN
               IF ST-BAN NOT EQUAL '00'
                   DISPLAY "ERRO ABERTURA ARQBAN" ST-BAN
                   MOVE 12 TO WS-RC-FINAL
                   MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                           WS-DISPOSICAO
                   PERFORM ENCERRA-ANORMAL
               END-IF
               CLOSE ARQBAN
               OPEN INPUT ARQBAN
           END-IF.
           IF ST-BAN NOT EQUAL '00'
               DISPLAY "ERRO ABERTURA ARQBAN" ST-BAN
               MOVE 12 TO WS-RC-FINAL
               MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
           OPEN OUTPUT ARQBANTMP.
           IF ST-BAT NOT EQUAL '00'
               DISPLAY "ERRO ABERTURA ARQBANTMP" ST-BAT
               CLOSE ARQBAN
               MOVE 12 TO WS-RC-FINAL
               MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
           OPEN INPUT ARQBEX.
           IF ST-BEX = '35'
               OPEN OUTPUT ARQBEX
               IF ST-BEX NOT EQUAL '00'
                   DISPLAY "ERRO ABERTURA ARQBEX" ST-BEX
                   CLOSE ARQBAN
                   CLOSE ARQBANTMP
                   MOVE 12 TO WS-RC-FINAL
                   MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                           WS-DISPOSICAO
                   PERFORM ENCERRA-ANORMAL
               END-IF
           END-IF.
           IF ST-BEX NOT EQUAL '00'
               DISPLAY "ERRO ABERTURA ARQBEX" ST-BEX
               CLOSE ARQBAN
               CLOSE ARQBANTMP
               MOVE 12 TO WS-RC-FINAL
               MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
           CLOSE ARQBEX.
           OPEN EXTEND ARQBEX.
           IF ST-BEX NOT EQUAL '00'
               DISPLAY "ERRO ABERTURA ARQBEX PARA EXTENSAO" ST-BEX
               CLOSE ARQBAN
               CLOSE ARQBANTMP
               MOVE 12 TO WS-RC-FINAL
               MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
      *
           PERFORM MARCA-BAN-JA-ARQUIVADAS.
           MOVE 'N' TO WS-FIM-BAN.
           PERFORM LER-REG-BAN-ATU.
           PERFORM SEPARA-CONTA-BANCO UNTIL WS-FIM-BAN = 'S'.
           PERFORM RESTAURA-CONTAS-CODIGO
               VARYING WS-IDX-RBA FROM 1 BY 1
               UNTIL WS-IDX-RBA > WS-QTD-REIN-BAN.
           CLOSE ARQBAN.
           CLOSE ARQBANTMP.
           CLOSE ARQBEX.
      *
           OPEN INPUT ARQBANTMP.
           IF ST-BAT NOT EQUAL '00'
               DISPLAY "ERRO AO REABRIR ARQBANTMP" ST-BAT
               MOVE 12 TO WS-RC-FINAL
               MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
           OPEN OUTPUT ARQBAN.
           IF ST-BAN NOT EQUAL '00'
               DISPLAY "ERRO AO RECRIAR ARQBAN" ST-BAN
               CLOSE ARQBANTMP
               MOVE 12 TO WS-RC-FINAL
               MOVE "ABORTADO: ABERTURA DE ARQUIVO" TO
                       WS-DISPOSICAO
               PERFORM ENCERRA-ANORMAL
           END-IF.
           MOVE 'N' TO WS-FIM-BAN.
           PERFORM LER-REG-BANTMP-ATU.
           PERFORM COPIA-BANTMP-VOLTA UNTIL WS-FIM-BAN = 'S'.
           CLOSE ARQBANTMP.
           CLOSE ARQBAN.
       MONTA-CODIGOS-CONTAS.
           MOVE 0 TO WS-QTD-EXCL-BAN.
           PERFORM COPIA-EXCL-PARA-BAN
               VARYING WS-IDX-XCO FROM 1 BY 1
               UNTIL WS-IDX-XCO > WS-QTD-EXCL-CON.
           PERFORM COPIA-FUS-PARA-BAN
               VARYING WS-IDX-FCO FROM 1 BY 1
               UNTIL WS-IDX-FCO > WS-QTD-FUS-CON.
           MOVE WS-QTD-REIN-CON TO WS-QTD-REIN-BAN.
           PERFORM COPIA-REIN-PARA-BAN
               VARYING WS-IDX-RCO FROM 1 BY 1
               UNTIL WS-IDX-RCO > WS-QTD-REIN-CON.
       COPIA-EXCL-PARA-BAN.
           ADD 1 TO WS-QTD-EXCL-BAN.
           MOVE WS-EXCL-CON-COD(WS-IDX-XCO) TO
                   WS-EXCL-BAN-COD(WS-QTD-EXCL-BAN).
           MOVE 'N' TO WS-EXCL-BAN-JA(WS-QTD-EXCL-BAN).
       COPIA-FUS-PARA-BAN.
           ADD 1 TO WS-QTD-EXCL-BAN.
           MOVE WS-FUS-CON-COD(WS-IDX-FCO) TO
                   WS-EXCL-BAN-COD(WS-QTD-EXCL-BAN).
           MOVE 'N' TO WS-EXCL-BAN-JA(WS-QTD-EXCL-BAN).
       COPIA-REIN-PARA-BAN.
           MOVE WS-REIN-CON-COD(WS-IDX-RCO) TO
                   WS-REIN-BAN-COD(WS-IDX-RCO).
           MOVE 'N' TO WS-REIN-BAN-TEM(WS-IDX-RCO).
      *
      * COMO NOS CONTATOS: CODIGO JA ARQUIVADO NO CONTBEXC.DAT COM A
      * DATA DESTE JOB (SOBRA DE EXECUCAO INTERROMPIDA) NAO E
      * REARQUIVADO.
      *
       MARCA-BAN-JA-ARQUIVADAS.
           IF WS-QTD-EXCL-BAN = 0
               CONTINUE
           ELSE
               OPEN INPUT ARQBEXIN
               IF ST-BEY = '00'
                   MOVE 'N' TO WS-FIM-BEY
                   PERFORM LER-REG-BEXIN
                   PERFORM MARCA-SE-BAN-JA-ARQUIVADA
                       UNTIL WS-FIM-BEY = 'S'
                   CLOSE ARQBEXIN
               END-IF
           END-IF.
       MARCA-SE-BAN-JA-ARQUIVADA.
           IF DT-BEXCO = WS-DATA-JOB
               PERFORM MARCA-CODIGO-BAN-ARQUIVADO
                   VARYING WS-IDX-XBA FROM 1 BY 1
                   UNTIL WS-IDX-XBA > WS-QTD-EXCL-BAN
           END-IF.
           PERFORM LER-REG-BEXIN.
       MARCA-CODIGO-BAN-ARQUIVADO.
           IF WS-EXCL-BAN-COD(WS-IDX-XBA) = CD-FORNO
               MOVE 'S' TO WS-EXCL-BAN-JA(WS-IDX-XBA)
           END-IF.
       LER-REG-BAN-ATU.
           READ ARQBAN AT END MOVE 'S' TO WS-FIM-BAN.
       SEPARA-CONTA-BANCO.
           PERFORM VERIFICA-CONTA-EXCLUIDA.
           IF WS-BAN-EXCLUIDA = 'S'
               IF WS-EXCL-BAN-JA(WS-POS-XBA) = 'S'
                   CONTINUE
               ELSE
                   MOVE WS-DATA-JOB TO DT-BEXCL
                   MOVE REG-BAN TO REG-BEX(9:80)
                   WRITE REG-BEX
               END-IF
           ELSE
               MOVE REG-BAN TO REG-BANTMP
               WRITE REG-BANTMP
               PERFORM MARCA-REIN-BAN-PRESENTE
                   VARYING WS-IDX-RBA FROM 1 BY 1
                   UNTIL WS-IDX-RBA > WS-QTD-REIN-BAN
           END-IF.
           PERFORM LER-REG-BAN-ATU.
       VERIFICA-CONTA-EXCLUIDA.
           MOVE 'N' TO WS-BAN-EXCLUIDA.
           PERFORM COMPARA-CONTA-EXCL
               VARYING WS-IDX-XBA FROM 1 BY 1
               UNTIL WS-IDX-XBA > WS-QTD-EXCL-BAN
                      OR WS-BAN-EXCLUIDA = 'S'.
       COMPARA-CONTA-EXCL.
           IF WS-EXCL-BAN-COD(WS-IDX-XBA) = CD-FORNJ
               MOVE WS-IDX-XBA TO WS-POS-XBA
               MOVE 'S' TO WS-BAN-EXCLUIDA
           END-IF.
      *
      * CONTA RETIDA NO VIVO PARA UM CODIGO REINTEGRADO SO PODE SER
      * SOBRA DE UMA PASSADA ANTERIOR JA CONCLUIDA: A RESTAURACAO
      * DESSE CODIGO E PULADA PARA NAO DUPLICAR AS CONTAS.
      *
       MARCA-REIN-BAN-PRESENTE.
           IF WS-REIN-BAN-COD(WS-IDX-RBA) = CD-FORNJ
               MOVE 'S' TO WS-REIN-BAN-TEM(WS-IDX-RBA)
           END-IF.
      *
      * RESTAURA AS CONTAS DE UM CODIGO REINTEGRADO: SO O CONJUNTO DA
      * DATA DE ARQUIVAMENTO MAIS RECENTE DO CODIGO VOLTA.
      *
       RESTAURA-CONTAS-CODIGO.
           IF WS-REIN-BAN-TEM(WS-IDX-RBA) = 'S'
               CONTINUE
           ELSE
               PERFORM EFETIVA-RESTAURA-CONTAS
           END-IF.
       EFETIVA-RESTAURA-CONTAS.
           MOVE WS-REIN-BAN-COD(WS-IDX-RBA) TO WS-COD-REIN-TRAB.
           MOVE 0 TO WS-DT-MAX-BEX.
           OPEN INPUT ARQBEXIN.
           IF ST-BEY = '00'
               MOVE 'N' TO WS-FIM-BEY
               PERFORM LER-REG-BEXIN
               PERFORM GUARDA-DATA-MAX-BEX UNTIL WS-FIM-BEY = 'S'
               CLOSE ARQBEXIN
           END-IF.
           IF WS-DT-MAX-BEX > 0
               OPEN INPUT ARQBEXIN
               MOVE 'N' TO WS-FIM-BEY
               PERFORM LER-REG-BEXIN
               PERFORM COPIA-CONTA-ARQUIVADA UNTIL WS-FIM-BEY = 'S'
               CLOSE ARQBEXIN
           END-IF.
       LER-REG-BEXIN.
           READ ARQBEXIN AT END MOVE 'S' TO WS-FIM-BEY.
       GUARDA-DATA-MAX-BEX.
           IF CD-FORNO = WS-COD-REIN-TRAB AND
                   DT-BEXCO > WS-DT-MAX-BEX
               MOVE DT-BEXCO TO WS-DT-MAX-BEX
           END-IF.
           PERFORM LER-REG-BEXIN.
       COPIA-CONTA-ARQUIVADA.
           IF CD-FORNO = WS-COD-REIN-TRAB AND
                   DT-BEXCO = WS-DT-MAX-BEX
               MOVE REG-BEXIN(9:80) TO REG-BANTMP
               WRITE REG-BANTMP
           END-IF.
           PERFORM LER-REG-BEXIN.
       LER-REG-BANTMP-ATU.
           READ ARQBANTMP AT END MOVE 'S' TO WS-FIM-BAN.
       COPIA-BANTMP-VOLTA.
           MOVE REG-BANTMP TO REG-BAN.
           WRITE REG-BAN.
           PERFORM LER-REG-BANTMP-ATU.
      *
      * RETURN-CODE DO FIM NORMAL: 0 LIMPO, 4 COM REJEICOES, MAIS 2
      * QUANDO O JOB RETOMOU DE UM CHECKPOINT (2 = LIMPO APOS
      * REINICIO, 6 = REJEICOES APOS REINICIO), PARA O ESCALONADOR
                   MOVE "NORMAL APOS REINICIO" TO WS-DISPOSICAO
               END-IF
           END-IF.
           IF WS-MODO-SIMULACAO = 'S'
               IF WS-CT-REJEITADOS > 0
                   MOVE "SIMULACAO COM REJEICOES" TO WS-DISPOSICAO
               ELSE
                   MOVE "SIMULACAO" TO WS-DISPOSICAO
               END-IF
           END-IF.
      *
      * LINHAS DO LOG DE EXECUCOES. A DE INICIO MARCA DATA, HORA E
      * MODO; A DE FIM ACRESCENTA OS CONTADORES, O DESFECHO E O
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING WS-DATA-LOG " " WS-HORA-LOG " " WS-PROG-LOG " INICIO"
               " MODO=" WS-MODO-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-LOG.
           MOVE WS-LINHA-LOG TO REG-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-RC-FINAL TO WS-RC-ED.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING WS-DATA-LOG " " WS-HORA-LOG " " WS-PROG-LOG " FIM   "
               " MODO=" WS-MODO-TEXTO
               " RC=" WS-RC-ED
               " LID=" WS-CT-LIDOS
