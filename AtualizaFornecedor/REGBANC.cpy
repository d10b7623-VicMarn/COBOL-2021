      ******************************************************************
      * Copybook: REGBANC.cpy
      * Author: VICTOR MONTEIRO ARNONI
      * Date: 15/10/2026
      * Purpose: LAYOUT DA CONTA BANCARIA DE FORNECEDOR (CONTBANC.DAT E
      * SEU ARQUIVO DE EXCLUIDOS CONTBEXC.DAT): BANCO, AGENCIA, CONTA,
      * TIPO DA CONTA E CNPJ/CPF DO TITULAR, QUE TEM DE SER O MESMO
      * NR-CGC DO FORNECEDOR. TODA CONTA NOVA, ALTERADA OU ENCERRADA
      * NASCE COMO PEDIDO PENDENTE (SG-SITCT 'P') E SO VALE DEPOIS DE
      * APROVADA POR UMA SEGUNDA PESSOA NO DIGITABANC: O PEDIDO DE
      * INCLUSAO (SG-OPECT 'I') VIRA A CONTA VIGENTE ('A') E O DE
      * ENCERRAMENTO ('E') DEIXA A CONTA ENCERRADA ('C'), QUE FICA
      * PARA O EXTRAFORN AVISAR O CONTAS A PAGAR. POR CODIGO HA NO
      * MAXIMO UM PEDIDO PENDENTE E UM REGISTRO VIGENTE OU ENCERRADO.
      * CD-DIGIT/DT-DIGIT = QUEM DIGITOU O PEDIDO E QUANDO;
      * CD-AUTOR/DT-AUTOR = QUEM APROVOU E QUANDO. COMPARTILHADO ENTRE
      * O DIGITABANC (MANUTENCAO E APROVACAO), O ATUALIZAFORN
      * (ARQUIVAMENTO E RESTAURACAO JUNTO COM A EXCLUSAO/REINTEGRACAO
      * DO FORNECEDOR) E O EXTRAFORN (ENVIO DA CONTA APROVADA).
      *
      * USO: COPY REGBANC REPLACING ==:TAG:== BY ==<SUFIXO>==.
      ******************************************************************
      * Historico de alteracoes:
      * 2026-10-15 VMA  COPYBOOK CRIADO.
      ******************************************************************
           03 CD-FORN:TAG:      PIC 9(05).
           03 CD-BANCO:TAG:     PIC 9(03).
           03 CD-AGENC:TAG:     PIC X(06).
           03 NR-CONTA:TAG:     PIC X(13).
           03 TP-CONTA:TAG:     PIC X(01).
               88 CONTA-CORRENTE:TAG:      VALUE 'C'.
               88 CONTA-POUPANCA:TAG:      VALUE 'P'.
           03 NR-DOCTI:TAG:     PIC X(18).
           03 SG-SITCT:TAG:     PIC X(01).
               88 CONTA-PENDENTE:TAG:      VALUE 'P'.
               88 CONTA-APROVADA:TAG:      VALUE 'A'.
               88 CONTA-ENCERRADA:TAG:     VALUE 'C'.
           03 SG-OPECT:TAG:     PIC X(01).
               88 PEDIDO-INCLUSAO:TAG:     VALUE 'I'.
               88 PEDIDO-ENCERRAMENTO:TAG: VALUE 'E'.
           03 CD-DIGIT:TAG:     PIC X(08).
           03 DT-DIGIT:TAG:     PIC 9(08).
           03 CD-AUTOR:TAG:     PIC X(08).
           03 DT-AUTOR:TAG:     PIC 9(08).
