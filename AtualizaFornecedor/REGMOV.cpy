      * Date: 03/09/2026
      * Purpose: CAMPOS DE CONTROLE DO MOVIMENTO QUE VIAJAM LOGO APOS
      * OS DADOS CADASTRAIS (COPY REGFORN) NO ATUALIZ.DAT E NO
      * SUSPENSO.DAT: O TIPO DO MOVIMENTO (I/A/E/R/F), A DATA EFETIVA
      * (AAAAMMDD; ZEROS = APLICAR NO PROXIMO CICLO), O CONTADOR DE
      * REAPRESENTACOES, MANTIDO PELO REAPRESMOV PARA ENVELHECER OS
      * MOVIMENTOS QUE NAO CASAM CICLO APOS CICLO, E O CODIGO DO
      * FORNECEDOR SUCESSOR DE UMA FUSAO (ZEROS NOS DEMAIS TIPOS).
      * POR ULTIMO VEM A IDENTIFICACAO DA ORIGEM (ID-ORIGE): PROGRAMA
      * QUE CRIOU O MOVIMENTO, REFERENCIA (NOME DO LOTE DO IMPORTAMOV
      * OU CRITERIO DO GERAMOV), OPERADOR, DATA E HORA DA ENTRADA E O
      * SUPERVISOR QUE DECIDIU A APROVACAO, QUANDO HOUVE. O MESMO
      * GRUPO EXISTE EM REGORIG.cpy PARA OS REGISTROS QUE NAO SAO
      * MOVIMENTO (AUDIFORN, EXCEFORN, EXCLUIDO); OS DOIS DEVEM SER
      * ALTERADOS JUNTOS.
      *
      * USO: COPY REGMOV REPLACING ==:TAG:== BY ==<SUFIXO>==.
      * O SUFIXO E O MESMO DO COPY REGFORN DO REGISTRO (M=ATUALIZ,
      *                 DATA DO JOB A ALCANCA; ANTES DISSO ELE E
      *                 ADIADO PARA FUTUROS.DAT E DEVOLVIDO AO LOTE
      *                 SEGUINTE PELO REAPRESMOV.
      * 2026-10-15 VMA  ACRESCENTADO O CODIGO DO SUCESSOR (CD-SUCES)
      *                 PARA O MOVIMENTO DE FUSAO 'F', QUE ABSORVE O
      *                 CODIGO DO MOVIMENTO NO CODIGO SUCESSOR.
      * 2026-10-15 VMA  ACRESCENTADA A IDENTIFICACAO DA ORIGEM DO
      *                 MOVIMENTO (PROGRAMA, REFERENCIA, OPERADOR,
      *                 DATA/HORA DA ENTRADA E SUPERVISOR), QUE VIAJA
      *                 COM ELE ATE O HISTORICO E AS EXCECOES.
      ******************************************************************
           03 SG-MOVI:TAG:      PIC X(01).
           03 DT-EFETIV:TAG:    PIC 9(08).
           03 NR-TENT:TAG:      PIC 9(02).
           03 CD-SUCES:TAG:     PIC 9(05).
           03 ID-ORIGE:TAG:.
               05 NM-ORIGE:TAG:  PIC X(10).
               05 DS-REFOR:TAG:  PIC X(20).
               05 CD-OPERA:TAG:  PIC X(08).
               05 DT-ENTRA:TAG:  PIC 9(08).
               05 HR-ENTRA:TAG:  PIC 9(06).
               05 CD-SUPER:TAG:  PIC X(08).
