      * COMPARTILHADO ENTRE O DIGITACONT (MANUTENCAO), O CONSULTAFORN
      * (EXIBICAO JUNTO COM O CADASTRO) E O ATUALIZAFORN (ARQUIVAMENTO
      * E RESTAURACAO JUNTO COM A EXCLUSAO/REINTEGRACAO DO FORNECEDOR).
      * O ANONIMCONT (RETENCAO LGPD) ANONIMIZA O CONTATO ARQUIVADO
      * TROCANDO O NOME PELA MARCA CONTATO-ANONIMIZADO E APAGANDO
      * TELEFONE E E-MAIL; A FUNCAO E MANTIDA.
      *
      * USO: COPY REGCONT REPLACING ==:TAG:== BY ==<SUFIXO>==.
      ******************************************************************
      * 2026-09-03 VMA  COPYBOOK CRIADO.
      * 2026-09-03 VMA  CODIGO DO FORNECEDOR ALARGADO DE 3 PARA 5
      *                 DIGITOS, ACOMPANHANDO O REGFORN.
      * 2026-10-15 VMA  MARCA DE CONTATO ANONIMIZADO NO NOME.
      ******************************************************************
           03 CD-FORN:TAG:      PIC 9(05).
           03 NM-CONTAT:TAG:    PIC X(20).
               88 CONTATO-ANONIMIZADO:TAG: VALUE "** ANONIMIZADO **".
           03 DS-FUNCA:TAG:     PIC X(15).
           03 NR-FONE:TAG:      PIC X(15).
           03 DS-EMAIL:TAG:     PIC X(30).
