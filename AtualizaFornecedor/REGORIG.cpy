      ******************************************************************
      * Copybook: REGORIG.cpy
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: IDENTIFICACAO DA ORIGEM DE UM MOVIMENTO, GRAVADA NOS
      * REGISTROS QUE NAO SAO MOVIMENTO MAS PRECISAM DIZER DE ONDE
      * VEIO A ALTERACAO: HISTORICO DE AUDITORIA (AUDIFORN), RELATORIO
      * DE EXCECOES (EXCEFORN) E ARQUIVO DE EXCLUIDOS (EXCLUIDO).
      * NM-ORIGE = PROGRAMA QUE CRIOU O MOVIMENTO (DIGITAMOV,
      * IMPORTAMOV, GERAMOV, CRIAFORN, REAPRESMOV); DS-REFOR = NOME DO
      * LOTE IMPORTADO OU CRITERIO DO GERAMOV; CD-OPERA = OPERADOR;
      * DT-ENTRA/HR-ENTRA = DATA (AAAAMMDD) E HORA (HHMMSS) DA
      * ENTRADA; CD-SUPER = SUPERVISOR QUE DECIDIU A APROVACAO.
      *
      * E O MESMO GRUPO QUE FECHA O REGMOV.cpy; OS DOIS COPYBOOKS
      * DEVEM SER ALTERADOS JUNTOS PARA O MOVE DO GRUPO INTEIRO
      * CONTINUAR VALIDO.
      *
      * USO: COPY REGORIG REPLACING ==:TAG:== BY ==<SUFIXO>==.
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  COPYBOOK CRIADO.
      ******************************************************************
           03 ID-ORIGE:TAG:.
               05 NM-ORIGE:TAG:  PIC X(10).
               05 DS-REFOR:TAG:  PIC X(20).
               05 CD-OPERA:TAG:  PIC X(08).
               05 DT-ENTRA:TAG:  PIC 9(08).
               05 HR-ENTRA:TAG:  PIC 9(06).
               05 CD-SUPER:TAG:  PIC X(08).
