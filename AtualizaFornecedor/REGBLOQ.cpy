      ******************************************************************
      * Copybook: REGBLOQ.cpy
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE CONTROLE DA JANELA DA GRADE
      * (BLOQUEIO.DAT), COMPARTILHADO ENTRE O GRADENOT E AS TELAS DE
      * MANUTENCAO QUE CARREGAM UM ARQUIVO INTEIRO EM MEMORIA E O
      * REGRAVAM NA SAIDA (DIGITACONT, DIGITACID, APROVAMOV,
      * DIGITABANC), ALEM DO ANONIMCONT, QUE REGRAVA O CONTATOS.DAT.
      * CADA REGISTRO E UM BLOQUEIO EM VIGOR: TP-BLOQ 'G' = A GRADE DA
      * NOITE, 'S' = UMA SESSAO DE TELA; NM-PROG = PROGRAMA DONO;
      * NM-ARQ = ARQUIVO QUE A SESSAO TEM EM MEMORIA (BRANCO NA
      * GRADE, QUE USA TODOS); DT-BLOQ/HR-BLOQ = DATA (AAAAMMDD) E
      * HORA (HHMMSSCC) EM QUE O BLOQUEIO FOI TOMADO, QUE TAMBEM
      * IDENTIFICAM O REGISTRO NA HORA DE LIBERA-LO. UM BLOQUEIO MAIS
      * VELHO QUE O LIMITE DE QUEM O LE E TRATADO COMO ABANDONADO
      * (PROGRAMA QUE CAIU SEM LIBERAR).
      *
      * USO: COPY REGBLOQ REPLACING ==:TAG:== BY ==<SUFIXO>==.
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  COPYBOOK CRIADO.
      * 2026-10-15 VMA  DIGITABANC INCLUIDO ENTRE AS TELAS QUE O USAM.
      * 2026-10-15 VMA  ANONIMCONT INCLUIDO ENTRE OS QUE O USAM.
      ******************************************************************
           03 TP-BLOQ:TAG:      PIC X(01).
               88 BLOQUEIO-GRADE:TAG:      VALUE 'G'.
               88 BLOQUEIO-SESSAO:TAG:     VALUE 'S'.
           03 NM-PROG:TAG:      PIC X(12).
           03 NM-ARQ:TAG:       PIC X(12).
           03 DT-BLOQ:TAG:      PIC 9(08).
           03 HR-BLOQ:TAG:      PIC 9(08).
